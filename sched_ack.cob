000170*                 BE FOUND ENDS WITH RETURN CODE 8 SO THE      *
000180*                 SCHEDULER SEES THE BROKEN HANDSHAKE; ONE     *
000190*                 ALREADY CONSUMED ENDS WITH 4.                *
000191* 2026-10-15 RC   A TRIGGER HELD FOR ITS PREDECESSORS CANNOT   *
000192*                 BE ACKNOWLEDGED (RC 8) - THE JOB STARTED     *
000193*                 BEFORE THE WORK IT DEPENDS ON WAS PICKED UP. *
000194*                 ONCE A TRIGGER IS CONSUMED, THE RELEASE STEP *
000195*                 PROMOTES EVERY HELD TRIGGER OF THE SAME      *
000196*                 DATE AND CYCLE WHOSE PREDECESSORS HAVE NOW   *
000197*                 ALL BEEN CONSUMED FROM HELD TO PENDING,      *
000198*                 STAMPING THE RELEASE DATE AND TIME ON IT.    *
000200*--------------------------------------------------------------*
000210*
000220 ENVIRONMENT DIVISION.
000820 77  WS-ACK-DATE                 PIC 9(06).
000830 77  WS-ACK-TIME                 PIC 9(06).
000840 77  WS-HIGHEST-RC               PIC 9(02) COMP VALUE 0.
000841 77  WS-CONSUMED-SW              PIC X(01) VALUE "N".
000842     88  WS-TRIGGER-IS-CONSUMED      VALUE "Y".
000843*
000844*--------------------------------------------------------------*
000845* RELEASE STEP WORK FIELDS - THE HELD TRIGGERS OF THE DATE AND *
000846* CYCLE JUST ACKNOWLEDGED ARE COLLECTED FIRST, THEN EACH ONE'S *
000847* PREDECESSORS ARE READ BY KEY, SO THE BROWSE IS NEVER         *
000848* DISTURBED BY THE LOOKUPS.                                    *
000849*--------------------------------------------------------------*
000850 77  WS-SCHED-DONE-SW            PIC X(01).
000851     88  WS-SCHED-DONE               VALUE "Y".
000852 77  WS-HELD-MAX                 PIC 9(02) COMP VALUE 50.
000853 77  WS-HELD-COUNT               PIC 9(02) COMP VALUE 0.
000854 77  WS-HELD-SUB                 PIC 9(02) COMP.
000855 77  WS-WAIT-SUB                 PIC 9(02) COMP.
000856 77  WS-WAITING-SW               PIC X(01).
000857     88  WS-STILL-WAITING            VALUE "Y".
000858 77  WS-RELEASE-COUNT            PIC 9(02) COMP VALUE 0.
000859 01  WS-HELD-TABLE.
000860     05  WS-HELD-JOB             PIC X(08) OCCURS 50 TIMES.
000861 01  WS-SAVE-WAIT-LIST.
000862     05  WS-SAVE-WAIT-JOB        PIC X(08) OCCURS 3 TIMES.
000850*
000860 PROCEDURE DIVISION.
000870*
000950     PERFORM 0000-READ-PARM THRU 0000-READ-PARM-EXIT.
000960     IF WS-HIGHEST-RC = 0
000970         PERFORM 0000-ACK-TRIGGER THRU 0000-ACK-TRIGGER-EXIT
000974     END-IF.
000978     IF WS-TRIGGER-IS-CONSUMED
000979         PERFORM 0000-RELEASE-HELD THRU 0000-RELEASE-HELD-EXIT
000980     END-IF.
000990     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
001000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
001310* 0000-ACK-TRIGGER - FETCH THE TRIGGER AND MARK IT CONSUMED.   *
001320*                   NO TRIGGER ON FILE IS A BROKEN HANDSHAKE   *
001330*                   (RC 8); ONE ALREADY CONSUMED IS A DOUBLE   *
001340*                   PICKUP WORTH A WARNING (RC 4). ONE STILL   *
001342*                   HELD FOR ITS PREDECESSORS IS NOT YET DUE   *
001345*                   AND IS LEFT AS IT IS (RC 8).               *
001350*--------------------------------------------------------------*
001360 0000-ACK-TRIGGER.
001370     OPEN I-O SCHED-CTL-FILE.
001610             " WAS ALREADY ACKNOWLEDGED AT "
001620             SCC-ACK-DATE " " SCC-ACK-TIME
001630         MOVE 4 TO WS-HIGHEST-RC
001631         MOVE "Y" TO WS-CONSUMED-SW
001632         GO TO 0000-ACK-TRIGGER-EXIT.
001633     IF SCC-ACK-HELD
001634         DISPLAY "TRIGGER FOR " SAK-JOB-NAME " DATE "
001635             SAK-DATE " CYCLE " SAK-CYCLE
001636             " IS STILL HELD FOR " SCC-WAIT-LIST
001637         MOVE 8 TO WS-HIGHEST-RC
001640         GO TO 0000-ACK-TRIGGER-EXIT.
001650     MOVE "C" TO SCC-ACK-STATUS.
001660     MOVE WS-ACK-DATE TO SCC-ACK-DATE.
001700             DISPLAY "TRIGGER REWRITE FAILED, STATUS "
001710                 WS-SCHED-STATUS
001720             MOVE 8 TO WS-HIGHEST-RC
001723         NOT INVALID KEY
001726             MOVE "Y" TO WS-CONSUMED-SW
001730     END-REWRITE.
001740 0000-ACK-TRIGGER-EXIT.
001750     EXIT.
001860     END-IF.
001870 0000-TERMINATE-EXIT.
001880     EXIT.
001890*
001900*--------------------------------------------------------------*
001910* 0000-RELEASE-HELD - THE RELEASE STEP. EVERY TRIGGER OF THE   *
001920*                    ACKNOWLEDGED DATE AND CYCLE STILL HELD    *
001930*                    FOR ITS PREDECESSORS IS PROMOTED TO       *
001940*                    PENDING ONCE EACH PREDECESSOR IT WAITS ON *
001950*                    HAS BEEN CONSUMED. A PREDECESSOR WITH NO  *
001960*                    TRIGGER ON FILE HOLDS NOTHING UP. A JOB   *
001970*                    THREE DEEP IN A CHAIN IS RELEASED BY ITS  *
001980*                    OWN PREDECESSOR'S ACKNOWLEDGEMENT, NOT    *
001990*                    THIS ONE.                                 *
002000*--------------------------------------------------------------*
002010 0000-RELEASE-HELD.
002020     MOVE 0 TO WS-HELD-COUNT.
002030     MOVE "N" TO WS-SCHED-DONE-SW.
002040     MOVE SAK-DATE-NUM TO SCC-RUN-DATE.
002050     MOVE SAK-CYCLE-NUM TO SCC-CYCLE.
002060     MOVE SPACES TO SCC-JOB-NAME.
002070     START SCHED-CTL-FILE
002080         KEY IS NOT LESS THAN SCC-KEY
002090         INVALID KEY
002100             MOVE "Y" TO WS-SCHED-DONE-SW
002110     END-START.
002120     PERFORM 0000-COLLECT-ONE-HELD THRU 0000-COLLECT-ONE-HELD-EXIT
002130         UNTIL WS-SCHED-DONE.
002140     PERFORM 0000-RELEASE-ONE THRU 0000-RELEASE-ONE-EXIT
002150         VARYING WS-HELD-SUB FROM 1 BY 1
002160         UNTIL WS-HELD-SUB > WS-HELD-COUNT.
002170     IF WS-RELEASE-COUNT > 0
002180         DISPLAY WS-RELEASE-COUNT " HELD TRIGGER(S) RELEASED FOR "
002190             "DATE " SAK-DATE " CYCLE " SAK-CYCLE
002200     END-IF.
002210 0000-RELEASE-HELD-EXIT.
002220     EXIT.
002230*
002240 0000-COLLECT-ONE-HELD.
002250     READ SCHED-CTL-FILE NEXT RECORD
002260         AT END
002270             MOVE "Y" TO WS-SCHED-DONE-SW
002280             GO TO 0000-COLLECT-ONE-HELD-EXIT
002290     END-READ.
002300     IF SCC-RUN-DATE NOT = SAK-DATE-NUM
002310             OR SCC-CYCLE NOT = SAK-CYCLE-NUM
002320         MOVE "Y" TO WS-SCHED-DONE-SW
002330         GO TO 0000-COLLECT-ONE-HELD-EXIT.
002340     IF NOT SCC-ACK-HELD
002350         GO TO 0000-COLLECT-ONE-HELD-EXIT.
002360     IF WS-HELD-COUNT >= WS-HELD-MAX
002370         DISPLAY "HELD TRIGGER TABLE FULL AT " WS-HELD-MAX
002380             " - REMAINDER RELEASED BY A LATER ACKNOWLEDGEMENT"
002390         MOVE "Y" TO WS-SCHED-DONE-SW
002400         GO TO 0000-COLLECT-ONE-HELD-EXIT.
002410     ADD 1 TO WS-HELD-COUNT.
002420     MOVE SCC-JOB-NAME TO WS-HELD-JOB (WS-HELD-COUNT).
002430 0000-COLLECT-ONE-HELD-EXIT.
002440     EXIT.
002450*
002460*--------------------------------------------------------------*
002470* 0000-RELEASE-ONE - RE-READ ONE HELD TRIGGER, CHECK EACH      *
002480*                   PREDECESSOR IT WAITS ON, AND REWRITE IT    *
002486*                   PENDING WHEN NONE IS STILL OUTSTANDING,    *
002492*                   WITH THE DATE AND TIME IT WAS RELEASED.    *
002500*--------------------------------------------------------------*
002510 0000-RELEASE-ONE.
002520     MOVE SAK-DATE-NUM TO SCC-RUN-DATE.
002530     MOVE SAK-CYCLE-NUM TO SCC-CYCLE.
002540     MOVE WS-HELD-JOB (WS-HELD-SUB) TO SCC-JOB-NAME.
002550     READ SCHED-CTL-FILE
002560         INVALID KEY
002570             GO TO 0000-RELEASE-ONE-EXIT
002580     END-READ.
002590     MOVE SCC-WAIT-LIST TO WS-SAVE-WAIT-LIST.
002600     MOVE "N" TO WS-WAITING-SW.
002610     PERFORM 0000-CHECK-ONE-WAIT THRU 0000-CHECK-ONE-WAIT-EXIT
002620         VARYING WS-WAIT-SUB FROM 1 BY 1
002630         UNTIL WS-WAIT-SUB > 3
002640             OR WS-STILL-WAITING.
002650     IF WS-STILL-WAITING
002660         GO TO 0000-RELEASE-ONE-EXIT.
002670     MOVE SAK-DATE-NUM TO SCC-RUN-DATE.
002680     MOVE SAK-CYCLE-NUM TO SCC-CYCLE.
002690     MOVE WS-HELD-JOB (WS-HELD-SUB) TO SCC-JOB-NAME.
002700     READ SCHED-CTL-FILE
002710         INVALID KEY
002720             GO TO 0000-RELEASE-ONE-EXIT
002730     END-READ.
002740     MOVE "P" TO SCC-ACK-STATUS.
002743     MOVE WS-ACK-DATE TO SCC-RELEASE-DATE.
002746     MOVE WS-ACK-TIME TO SCC-RELEASE-TIME.
002750     REWRITE SCHED-CTL-RECORD
002760         INVALID KEY
002770             DISPLAY "TRIGGER RELEASE FAILED FOR "
002780                 WS-HELD-JOB (WS-HELD-SUB) ", STATUS "
002790                 WS-SCHED-STATUS
002800             MOVE 8 TO WS-HIGHEST-RC
002810         NOT INVALID KEY
002820             ADD 1 TO WS-RELEASE-COUNT
002830             DISPLAY "TRIGGER FOR " WS-HELD-JOB (WS-HELD-SUB)
002840                 " RELEASED - PREDECESSORS ALL CONSUMED"
002850     END-REWRITE.
002860 0000-RELEASE-ONE-EXIT.
002870     EXIT.
002880*
002890 0000-CHECK-ONE-WAIT.
002900     IF WS-SAVE-WAIT-JOB (WS-WAIT-SUB) = SPACES
002910         GO TO 0000-CHECK-ONE-WAIT-EXIT.
002920     MOVE SAK-DATE-NUM TO SCC-RUN-DATE.
002930     MOVE SAK-CYCLE-NUM TO SCC-CYCLE.
002940     MOVE WS-SAVE-WAIT-JOB (WS-WAIT-SUB) TO SCC-JOB-NAME.
002950     READ SCHED-CTL-FILE
002960         INVALID KEY
002970             GO TO 0000-CHECK-ONE-WAIT-EXIT
002980     END-READ.
002990     IF NOT SCC-ACK-CONSUMED
003000         MOVE "Y" TO WS-WAITING-SW
003010     END-IF.
003020 0000-CHECK-ONE-WAIT-EXIT.
003030     EXIT.
