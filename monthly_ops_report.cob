000304*                 COUNTED IN ITS OWN TOTAL, SO A SANCTIONED    *
000305*                 SATURDAY MONTH-END RUN NO LONGER READS AS    *
000306*                 AN INCIDENT.                                 *
000307* 2026-10-15 RC   A BUSINESS DAY RUN BY A LATER CATCH-UP       *
000308*                 (RC-CATCHUP-SW) NOW PRINTS A CATCH-UP FLAG   *
000309*                 INSTEAD OF BEING JUDGED FOR A LATE START,    *
000310*                 STAYS OUT OF THE AVERAGE FIRST/LAST TIMES    *
000311*                 (ITS TIMES BELONG TO ANOTHER DAY) AND IS     *
000312*                 COUNTED IN ITS OWN TOTAL.                    *
000313* 2026-10-15 RC   THE MONTH CARD MAY NAME UP TO THREE JOINT    *
000314*                 CALENDARS AFTER THE FIRST ONE, PASSED TO     *
000315*                 BusDateSrv IN BDP-JOINT-LIST, SO A DAY IS A  *
000316*                 BUSINESS DAY ONLY WHEN IT IS OPEN ON ALL OF  *
000317*                 THEM. THE HEADER THEN LISTS THE CALENDARS    *
000318*                 AND A HOLIDAY LINE SHOWS WHICH CALENDAR      *
000319*                 CLOSED THE DAY.                              *
000307*--------------------------------------------------------------*
000310*
000320 ENVIRONMENT DIVISION.
000590* MONTH-PARM-FILE - ONE CARD: THE REPORT MONTH AS YYMM, THE    *
000600*                  AGREED LATE-START CUTOFF TIME AS HHMMSS,    *
000602*                  AND THE BUSINESS CALENDAR THE MONTH IS      *
000604*                  JUDGED AGAINST (BLANK MEANS STD), THEN UP   *
000606*                  TO THREE JOINT CALENDARS A DAY MUST ALSO BE *
000608*                  OPEN ON (BLANK FOR ONE CALENDAR).           *
000610*--------------------------------------------------------------*
000620 FD  MONTH-PARM-FILE
000630     RECORDING MODE IS F
000730                                 PIC 9(06).
000732     05  FILLER                  PIC X(01).
000734     05  MPR-CALENDAR-ID         PIC X(04).
000740     05  FILLER                  PIC X(01).
000741     05  MPR-JOINT-LIST.
000742         10  MPR-JOINT-SLOT OCCURS 3 TIMES.
000743             15  MPR-JOINT-CAL-ID
000744                                 PIC X(04).
000745             15  FILLER          PIC X(01).
000746     05  FILLER                  PIC X(47).
000750*
000760*--------------------------------------------------------------*
000770* RUN-LOG-FILE - THE KSDS HelloWorld WRITES, SHARED VIA THE    *
001370         10  WS-DAY-LAST-TIME    PIC 9(06).
001372         10  WS-DAY-OVERRIDE-SW  PIC X(01).
001374             88  WS-DAY-HAD-OVERRIDE VALUE "Y".
001376         10  WS-DAY-CATCHUP-SW   PIC X(01).
001378             88  WS-DAY-HAD-CATCHUP  VALUE "Y".
001380 01  WS-MONTH-DAY-TABLE.
001390     05  FILLER                  PIC X(24)
001400             VALUE "312831303130313130313031".
001510 77  WS-DAYS-MISSED              PIC 9(03) COMP VALUE 0.
001520 77  WS-DAYS-CLOSED              PIC 9(03) COMP VALUE 0.
001525 77  WS-DAYS-OVERRIDE            PIC 9(03) COMP VALUE 0.
001526 77  WS-DAYS-CATCHUP             PIC 9(03) COMP VALUE 0.
001527 77  WS-DAYS-TIMED               PIC 9(03) COMP VALUE 0.
001530 77  WS-LATE-STARTS              PIC 9(03) COMP VALUE 0.
001540 77  WS-MONTH-RUNS               PIC 9(05) COMP VALUE 0.
001550 01  WS-TIME-PARTS.
001630 77  WS-TOT-LAST-SECS            PIC 9(08) COMP VALUE 0.
001640 77  WS-AVG-SECS                 PIC 9(05) COMP.
001650 77  WS-AVG-REM                  PIC 9(05) COMP.
001652 77  WS-JOINT-SW                 PIC X(01) VALUE "N".
001654     88  WS-JOINT-VIEW               VALUE "Y".
001656 77  WS-JNT-SUB                  PIC 9(01) COMP.
001660*
001670*--------------------------------------------------------------*
001680* BUS-DATE-PARMS - PARAMETER AREA FOR THE BusDateSrv SERVICE.  *
001800     05  FILLER                  PIC X(15)
001810             VALUE "  LATE CUTOFF  ".
001820     05  WS-HDR-CUTOFF-OUT       PIC 9(06).
001830     05  WS-HDR-CAL-LBL          PIC X(07).
001832     05  WS-HDR-CAL-OUT          PIC X(04).
001834     05  FILLER                  PIC X(01) VALUE SPACES.
001836     05  WS-HDR-JOINT-OUT        PIC X(14).
001838     05  FILLER                  PIC X(01) VALUE SPACES.
001840*
001850 01  WS-DAY-LINE.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  WS-DAY-LAST-OUT         PIC X(06).
001960     05  FILLER                  PIC X(02).
001970     05  WS-DAY-LATE-OUT         PIC X(10).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001982     05  WS-DAY-CAL-OUT          PIC X(04).
001985     05  FILLER                  PIC X(08) VALUE SPACES.
001990*
002000 01  WS-TOTAL-LINE-1.
002010     05  FILLER                  PIC X(16)
002222     05  FILLER                  PIC X(12)
002224             VALUE "  OVERRIDES ".
002226     05  WS-TOT-OVR-OUT          PIC ZZ9.
002230     05  FILLER                  PIC X(08) VALUE " CATCHUP".
002234     05  WS-TOT-CU-OUT           PIC ZZ9.
002240*
002250 01  WS-ERROR-LINE.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002920     MOVE MPR-YY TO WS-REPORT-YY.
002930     MOVE MPR-MM TO WS-REPORT-MM.
002940     MOVE MPR-CUTOFF-NUM TO WS-CUTOFF-TIME.
002942     MOVE SPACES TO BDP-JOINT-LIST.
002944     PERFORM 0000-SET-JOINT-CAL THRU 0000-SET-JOINT-CAL-EXIT
002946         VARYING WS-JNT-SUB FROM 1 BY 1
002948         UNTIL WS-JNT-SUB > 3.
002950     MOVE WS-MONTH-MAX (WS-REPORT-MM) TO WS-MONTH-END-DD.
002960     IF WS-REPORT-MM = 02
002970         DIVIDE WS-REPORT-YY BY 4
003140 0000-INITIALIZE-EXIT.
003150     EXIT.
003160*
003161*--------------------------------------------------------------*
003162* 0000-SET-JOINT-CAL - CARRY ONE JOINT CALENDAR FROM THE CARD  *
003163*                     TO THE BusDateSrv PARAMETERS. ANY        *
003164*                     NON-BLANK SLOT MAKES THIS A JOINT VIEW.  *
003165*--------------------------------------------------------------*
003166 0000-SET-JOINT-CAL.
003167     IF MPR-JOINT-CAL-ID (WS-JNT-SUB) = SPACES
003168         GO TO 0000-SET-JOINT-CAL-EXIT.
003169     MOVE MPR-JOINT-CAL-ID (WS-JNT-SUB)
003170         TO BDP-JOINT-CAL-ID (WS-JNT-SUB).
003171     MOVE "Y" TO WS-JOINT-SW.
003172 0000-SET-JOINT-CAL-EXIT.
003173     EXIT.
003174*
003170 0000-CLEAR-DAY.
003180     MOVE 0 TO WS-DAY-RUN-COUNT (WS-DAY-SUB).
003190     MOVE 999999 TO WS-DAY-FIRST-TIME (WS-DAY-SUB).
003200     MOVE ZERO TO WS-DAY-LAST-TIME (WS-DAY-SUB).
003205     MOVE "N" TO WS-DAY-OVERRIDE-SW (WS-DAY-SUB).
003207     MOVE "N" TO WS-DAY-CATCHUP-SW (WS-DAY-SUB).
003210 0000-CLEAR-DAY-EXIT.
003220     EXIT.
003230*
003702     IF RC-IS-OVERRIDE
003704         MOVE "Y" TO WS-DAY-OVERRIDE-SW (WS-DAY-SUB)
003706     END-IF.
003707     IF RC-IS-CATCHUP
003708         MOVE "Y" TO WS-DAY-CATCHUP-SW (WS-DAY-SUB)
003709     END-IF.
003710 0000-GATHER-ONE-RUN-EXIT.
003720     EXIT.
003730*
003930     END-IF.
003940     MOVE WS-BROWSE-DATE-NUM TO WS-DAY-DATE-OUT.
003950     MOVE SPACES TO WS-DAY-LATE-OUT.
003952     MOVE SPACES TO WS-DAY-CAL-OUT.
003954     IF WS-JOINT-VIEW
003956         MOVE BDP-CLOSED-CAL-ID TO WS-DAY-CAL-OUT
003958     END-IF.
003960     EVALUATE TRUE
003970         WHEN BDP-NOT-BUSINESS-DAY
003980             ADD 1 TO WS-DAYS-CLOSED
004360             MOVE WS-DAY-LAST-TIME (WS-DAY-SUB)
004370                 TO WS-TIME-PARTS-NUM
004380             MOVE WS-TIME-PARTS TO WS-DAY-LAST-OUT
004390*
004400*            A DAY RUN BY A LATER CATCH-UP CARRIES THE CATCH-UP
004410*            RUN'S CLOCK TIMES, SO IT IS FLAGGED RATHER THAN
004420*            JUDGED LATE OR FOLDED INTO THE AVERAGES.
004430*
004440             IF WS-DAY-HAD-CATCHUP (WS-DAY-SUB)
004441                 ADD 1 TO WS-DAYS-CATCHUP
004442                 MOVE "CATCH-UP" TO WS-DAY-LATE-OUT
004443             ELSE
004444                 PERFORM 0000-FOLD-AVERAGES
004445                     THRU 0000-FOLD-AVERAGES-EXIT
004446                 IF WS-DAY-FIRST-TIME (WS-DAY-SUB)
004447                         > WS-CUTOFF-TIME
004448                     ADD 1 TO WS-LATE-STARTS
004449                     MOVE "LATE START" TO WS-DAY-LATE-OUT
004450                 END-IF
004450             END-IF
004460     END-EVALUATE.
004470     MOVE WS-DAY-LINE TO MON-RECORD.
004550*                     MONTH ACCUMULATORS.                      *
004560*--------------------------------------------------------------*
004570 0000-FOLD-AVERAGES.
004575     ADD 1 TO WS-DAYS-TIMED.
004580     MOVE WS-DAY-FIRST-TIME (WS-DAY-SUB) TO WS-TIME-PARTS-NUM.
004590     COMPUTE WS-TIME-SECS = WS-TIM-HH * 3600
004600         + WS-TIM-MM * 60 + WS-TIM-SS.
004790     EXIT.
004800*
004810*--------------------------------------------------------------*
004820* 0000-PRINT-HEADER - REPORT MONTH AND THE LATE-START CUTOFF,  *
004822*                    AND THE CALENDARS IN A JOINT VIEW.        *
004830*--------------------------------------------------------------*
004840 0000-PRINT-HEADER.
004850     MOVE MPR-MONTH TO WS-HDR-MONTH-OUT.
004860     MOVE WS-CUTOFF-TIME TO WS-HDR-CUTOFF-OUT.
004861     MOVE SPACES TO WS-HDR-CAL-LBL.
004862     MOVE SPACES TO WS-HDR-CAL-OUT.
004863     MOVE SPACES TO WS-HDR-JOINT-OUT.
004864     IF WS-JOINT-VIEW
004865         MOVE "  CALS " TO WS-HDR-CAL-LBL
004866         MOVE MPR-CALENDAR-ID TO WS-HDR-CAL-OUT
004867         MOVE MPR-JOINT-LIST TO WS-HDR-JOINT-OUT
004868     END-IF.
004869     IF WS-JOINT-VIEW AND MPR-CALENDAR-ID = SPACES
004870         MOVE "STD" TO WS-HDR-CAL-OUT
004871     END-IF.
004870     MOVE WS-HEADER-LINE TO MON-RECORD.
004880     WRITE MON-RECORD AFTER ADVANCING PAGE.
004890 0000-PRINT-HEADER-EXIT.
005030     WRITE MON-RECORD AFTER ADVANCING 2 LINES.
005040     MOVE WS-MONTH-RUNS TO WS-TOT-RUNS-OUT.
005042     MOVE WS-DAYS-OVERRIDE TO WS-TOT-OVR-OUT.
005050     MOVE WS-DAYS-CATCHUP TO WS-TOT-CU-OUT.
005060     IF WS-DAYS-TIMED > 0
005065         DIVIDE WS-TOT-FIRST-SECS BY WS-DAYS-TIMED
005070             GIVING WS-AVG-SECS
005080         PERFORM 0000-SECS-TO-TIME THRU 0000-SECS-TO-TIME-EXIT
005090         MOVE WS-TIME-PARTS TO WS-TOT-AVGF-OUT
005100         DIVIDE WS-TOT-LAST-SECS BY WS-DAYS-TIMED
005110             GIVING WS-AVG-SECS
005120         PERFORM 0000-SECS-TO-TIME THRU 0000-SECS-TO-TIME-EXIT
005130         MOVE WS-TIME-PARTS TO WS-TOT-AVGL-OUT
