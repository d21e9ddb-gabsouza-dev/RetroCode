000220*                 FAILS PRINTS ITS EXCEPTIONS, WRITES NO       *
000230*                 RECORD AND ENDS WITH RETURN CODE 8 SO THE    *
000240*                 SCHEDULER HOLDS THE SHIP.                    *
000241* 2026-10-15 RC   A DATE IS NO LONGER PROVED BY WHATEVER RAN:  *
000242*                 EVERY CYCLE THE CYCPLAN CYCLE PLAN REQUIRES  *
000243*                 FOR THE DATE (CycPlanSrv, ON THE CALENDAR    *
000244*                 NOW NAMED ON THE DCOPARM CARD) MUST HAVE A   *
000245*                 CHECKPOINT WITH ITS OUTPUTS DONE, OR THE     *
000246*                 DATE IS NOT CLOSED. A CALENDAR WITH NO PLAN  *
000247*                 IS PROVED AS BEFORE.                         *
000250*--------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000660* CLOSE-PARM-FILE - ONE CARD: THE BUSINESS DATE TO CLOSE. A    *
000670*                  MISSING OR BLANK CARD MEANS TODAY, SO THE   *
000680*                  NORMAL END-OF-DAY SCHEDULE NEEDS NO CARD.   *
000683*                  THE CARD ALSO NAMES THE CALENDAR WHOSE      *
000686*                  CYCLE PLAN APPLIES (BLANK MEANS STD).       *
000690*--------------------------------------------------------------*
000700 FD  CLOSE-PARM-FILE
000710     RECORDING MODE IS F
000740     05  DCP-DATE                PIC X(06).
000750     05  DCP-DATE-NUM REDEFINES DCP-DATE
000760                                 PIC 9(06).
000770     05  FILLER                  PIC X(01).
000772     05  DCP-CALENDAR-ID         PIC X(04).
000775     05  FILLER                  PIC X(69).
000780*
000790*--------------------------------------------------------------*
000800* CHECKPOINT-FILE - ONE RECORD PER RUN-DATE AND CYCLE, SHARED  *
001540 77  WS-TODAY                    PIC 9(06).
001550 77  WS-TIME-NOW                 PIC 9(06).
001560 77  WS-CLOSE-DATE               PIC 9(06).
001565 77  WS-CLOSE-CAL-ID             PIC X(04) VALUE SPACES.
001570*
001580*--------------------------------------------------------------*
001590* CLOSE-OUT TOTALS - CYCLES AND TRIGGERS SEEN FOR THE DATE,    *
001620 77  WS-CYCLE-COUNT              PIC 9(03) COMP VALUE 0.
001630 77  WS-TRIGGER-COUNT            PIC 9(03) COMP VALUE 0.
001640 77  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE 0.
001641*
001642*--------------------------------------------------------------*
001643* CYCLE PLAN FOR THE DATE - FROM THE CycPlanSrv SERVICE. EACH  *
001644* PLANNED CYCLE IS LOOKED UP DIRECTLY ON THE CHECKPOINT FILE.  *
001645*--------------------------------------------------------------*
001646     COPY CYCPRM01.
001647 77  WS-PLAN-SUB                 PIC 9(02) COMP.
001648 01  WS-CYC-TEST                 PIC X(02).
001649 01  WS-CYC-TEST-NUM REDEFINES WS-CYC-TEST
001650                                 PIC 9(02).
001651 01  WS-CYC-LIST.
001652     05  WS-CYC-SLOT             PIC X(03) OCCURS 6 TIMES.
001650*
001660*--------------------------------------------------------------*
001670* REPORT LINE LAYOUTS                                          *
001870     05  WS-VER-TEXT             PIC X(40).
001880     05  FILLER                  PIC X(31).
001890*
001891 01  WS-PLAN-LINE.
001892     05  FILLER                  PIC X(02) VALUE SPACES.
001893     05  FILLER                  PIC X(11) VALUE "CYCLE PLAN ".
001894     05  WS-PLN-CAL-OUT          PIC X(04).
001895     05  FILLER                  PIC X(01) VALUE SPACES.
001896     05  WS-PLN-TYPE-OUT         PIC X(11).
001897     05  FILLER                  PIC X(09) VALUE " CYCLES  ".
001898     05  WS-PLN-CYC-OUT          PIC X(18).
001899     05  FILLER                  PIC X(24) VALUE SPACES.
001900*
001900 01  WS-FOOTER-LINE.
001910     05  FILLER                  PIC X(09) VALUE "  CYCLES ".
001920     05  WS-FTR-CYCLES-OUT       PIC ZZ9.
001990 PROCEDURE DIVISION.
002000*
002010*--------------------------------------------------------------*
002020* 0000-MAIN - ESTABLISH THE DATE UNDER CLOSE, RUN THE FOUR     *
002030*            PROOFS, WRITE THE CLOSED RECORD WHEN THEY ALL     *
002040*            HOLD AND SET THE RETURN CODE THE SCHEDULER ACTS   *
002050*            ON: 0 DATE CLOSED, 8 DATE NOT CLOSED.             *
002090     IF WS-PARM-IS-GOOD
002100         PERFORM 0000-CHECK-CHECKPOINTS
002110             THRU 0000-CHECK-CHECKPOINTS-EXIT
002113         PERFORM 0000-CHECK-PLANNED-CYCLES
002116             THRU 0000-CHECK-PLANNED-CYCLES-EXIT
002120         PERFORM 0000-CHECK-TRIGGERS
002130             THRU 0000-CHECK-TRIGGERS-EXIT
002140         PERFORM 0000-CHECK-EVENTS
002530                 THRU 0000-PRINT-HEADER-EXIT
002540             GO TO 0000-INITIALIZE-EXIT
002550     END-READ.
002555     MOVE DCP-CALENDAR-ID TO WS-CLOSE-CAL-ID.
002560     IF DCP-DATE = SPACES
002570         MOVE "Y" TO WS-PARM-GOOD-SW
002580         PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT
003210             THRU 0000-PRINT-EXCEPTION-EXIT
003220     END-IF.
003230 0000-CHECK-ONE-CKPT-EXIT.
003231     EXIT.
003232*
003233*--------------------------------------------------------------*
003234* 0000-CHECK-PLANNED-CYCLES - EVERY CYCLE THE CYCLE PLAN       *
003235*                            REQUIRES FOR THE DATE MUST HAVE   *
003236*                            A CHECKPOINT. ONE THAT IS THERE   *
003237*                            BUT NOT DONE WAS ALREADY REPORTED *
003238*                            BY 0000-CHECK-ONE-CKPT; ONE THAT  *
003239*                            IS NOT THERE AT ALL NEVER RAN. A  *
003240*                            CALENDAR WITH NO PLAN, OR NO PLAN *
003241*                            FILE, IS NOTED AND PROVED AS IT   *
003242*                            ALWAYS WAS.                       *
003243*--------------------------------------------------------------*
003244 0000-CHECK-PLANNED-CYCLES.
003245     MOVE WS-CLOSE-CAL-ID TO CPP-CALENDAR-ID.
003246     MOVE WS-CLOSE-DATE TO CPP-DATE-IN.
003247     MOVE SPACES TO CPP-CYCLE-IN.
003248     CALL "CycPlanSrv" USING CYCLE-PLAN-PARMS.
003249     IF CPP-BAD-DATE
003250         MOVE "CLOSE DATE IS NOT A REAL CALENDAR DATE - NO PLAN"
003251             TO WS-EXC-TEXT
003252         PERFORM 0000-PRINT-EXCEPTION
003253             THRU 0000-PRINT-EXCEPTION-EXIT
003254         GO TO 0000-CHECK-PLANNED-CYCLES-EXIT.
003255     IF CPP-PLAN-MISSING
003256         MOVE "CYCLE PLAN UNAVAILABLE - CYCLES NOT CHECKED"
003257             TO WS-EXC-TEXT
003258         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003259         GO TO 0000-CHECK-PLANNED-CYCLES-EXIT.
003260     IF CPP-NO-PLAN
003261         MOVE "NO CYCLE PLAN FOR THE CALENDAR - NOT CHECKED"
003262             TO WS-EXC-TEXT
003263         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003264         GO TO 0000-CHECK-PLANNED-CYCLES-EXIT.
003265     PERFORM 0000-PRINT-PLAN THRU 0000-PRINT-PLAN-EXIT.
003266     IF NOT WS-CKPT-WAS-OPENED
003267         GO TO 0000-CHECK-PLANNED-CYCLES-EXIT.
003268     PERFORM 0000-CHECK-ONE-PLANNED
003269         THRU 0000-CHECK-ONE-PLANNED-EXIT
003270         VARYING WS-PLAN-SUB FROM 1 BY 1
003271         UNTIL WS-PLAN-SUB > CPP-CYCLE-COUNT.
003272 0000-CHECK-PLANNED-CYCLES-EXIT.
003273     EXIT.
003274*
003275 0000-CHECK-ONE-PLANNED.
003276     MOVE CPP-CYCLE (WS-PLAN-SUB) TO WS-CYC-TEST.
003277     MOVE WS-CLOSE-DATE TO CKPT-RUN-DATE.
003278     MOVE WS-CYC-TEST-NUM TO CKPT-CYCLE.
003279     READ CHECKPOINT-FILE
003280         KEY IS CKPT-KEY
003281         INVALID KEY
003282             MOVE "PLANNED CYCLE XX NEVER RAN - NO CHECKPOINT"
003283                 TO WS-EXC-TEXT
003284             MOVE WS-CYC-TEST TO WS-EXC-TEXT (15:2)
003285             PERFORM 0000-PRINT-EXCEPTION
003286                 THRU 0000-PRINT-EXCEPTION-EXIT
003287     END-READ.
003288 0000-CHECK-ONE-PLANNED-EXIT.
003240     EXIT.
003250*
003260*--------------------------------------------------------------*
004800 0000-PRINT-EXCEPTION-EXIT.
004810     EXIT.
004820*
004821*--------------------------------------------------------------*
004822* 0000-PRINT-NOTE - AN EXCEPTION-LINE REMARK THAT DOES NOT     *
004823*                 BLOCK THE CLOSE.                             *
004824*--------------------------------------------------------------*
004825 0000-PRINT-NOTE.
004826     IF WS-REPORT-STATUS = "00"
004827         MOVE WS-EXCEPTION-LINE TO DCO-RECORD
004828         WRITE DCO-RECORD AFTER ADVANCING 1 LINE
004829     END-IF.
004830     MOVE SPACES TO WS-EXC-TEXT.
004831 0000-PRINT-NOTE-EXIT.
004832     EXIT.
004833*
004834*--------------------------------------------------------------*
004835* 0000-PRINT-PLAN - THE CALENDAR, DATE TYPE AND CYCLES THE     *
004836*                 PLAN REQUIRES FOR THE DATE UNDER CLOSE.      *
004837*--------------------------------------------------------------*
004838 0000-PRINT-PLAN.
004839     MOVE CPP-CALENDAR-ID TO WS-PLN-CAL-OUT.
004840     IF CPP-CALENDAR-ID = SPACES
004841         MOVE "STD" TO WS-PLN-CAL-OUT
004842     END-IF.
004843     EVALUATE TRUE
004844         WHEN CPP-TYPE-YEAR-END
004845             MOVE "YEAR-END" TO WS-PLN-TYPE-OUT
004846         WHEN CPP-TYPE-QUARTER-END
004847             MOVE "QUARTER-END" TO WS-PLN-TYPE-OUT
004848         WHEN CPP-TYPE-MONTH-END
004849             MOVE "MONTH-END" TO WS-PLN-TYPE-OUT
004850         WHEN OTHER
004851             MOVE "NORMAL DAY" TO WS-PLN-TYPE-OUT
004852     END-EVALUATE.
004853     MOVE SPACES TO WS-CYC-LIST.
004854     PERFORM 0000-FORMAT-ONE-CYCLE THRU 0000-FORMAT-ONE-CYCLE-EXIT
004855         VARYING WS-PLAN-SUB FROM 1 BY 1
004856         UNTIL WS-PLAN-SUB > CPP-CYCLE-COUNT.
004857     MOVE WS-CYC-LIST TO WS-PLN-CYC-OUT.
004858     IF WS-REPORT-STATUS = "00"
004859         MOVE WS-PLAN-LINE TO DCO-RECORD
004860         WRITE DCO-RECORD AFTER ADVANCING 1 LINE
004861     END-IF.
004862 0000-PRINT-PLAN-EXIT.
004863     EXIT.
004864*
004865 0000-FORMAT-ONE-CYCLE.
004866     MOVE CPP-CYCLE (WS-PLAN-SUB)
004867         TO WS-CYC-SLOT (WS-PLAN-SUB) (1:2).
004868 0000-FORMAT-ONE-CYCLE-EXIT.
004869     EXIT.
004870*
004830 0000-PRINT-VERDICT.
004840     MOVE WS-VERDICT-LINE TO DCO-RECORD.
004850     WRITE DCO-RECORD AFTER ADVANCING 2 LINES.
