001440*                 StepTrendReport CAN FINALLY SAY WHICH STEP    *
001450*                 IS GROWING WHEN THE OVERNIGHT WINDOW CREEPS.  *
001460*                 A STEP SKIPPED ON A RESTART WRITES NOTHING.   *
001461* 2026-10-15 RC   A REGISTRY ENTRY MAY NOW NAME UP TO THREE     *
001462*                 PREDECESSOR JOBS. A TRIGGER WHOSE JOB HAS A   *
001463*                 PREDECESSOR ALSO TRIGGERED ON THIS DATE AND   *
001464*                 CYCLE IS WRITTEN HELD, WITH THE PREDECESSORS  *
001465*                 IT WAITS ON, INSTEAD OF PENDING; SchedAck     *
001466*                 RELEASES IT ONCE THEY HAVE ALL ACKNOWLEDGED,  *
001467*                 SO A JOB CAN NO LONGER PICK UP ITS TRIGGER    *
001468*                 AHEAD OF THE JOB WHOSE OUTPUT IT DEPENDS ON.  *
001469* 2026-10-15 RC   CATCH-UP MODE AFTER AN OUTAGE. WITH CATCHUP   *
001470*                 ON THE CYCLPARM CARD THE JOB FINDS THE LAST   *
001471*                 DATE DayCloseOut CLOSED ON DAYSTAT AND RUNS   *
001472*                 THE NORMAL GREETING/RANDOM/DATE-TIME/OUTPUTS  *
001473*                 SEQUENCE FOR EVERY BUSINESS DATE AFTER IT     *
001474*                 (BusDateSrv NEXT-BUSINESS-DAY) AND BEFORE     *
001475*                 TODAY, IN ORDER, EACH UNDER ITS OWN           *
001476*                 CHECKPOINT, RUN-LOG RECORD AND TRIGGERS,      *
001477*                 BEFORE TODAY'S OWN RUN. THOSE RUN-LOG RECORDS *
001478*                 AND EVENTS CARRY A CATCH-UP FLAG, SO NOBODY   *
001479*                 HAS TO FAKE THE SYSTEM DATE ANY MORE. THE     *
001480*                 PER-DATE WORK NOW LIVES IN 0000-PROCESS-DATE. *
001481* 2026-10-15 RC   CYCLE PLAN. BEFORE ANY WORK FOR A DATE THE    *
001482*                 CycPlanSrv SERVICE IS ASKED WHETHER THIS      *
001483*                 CYCLE IS ON THE CYCPLAN PLAN FOR THE DATE'S   *
001484*                 TYPE (NORMAL, MONTH-, QUARTER- OR YEAR-END).  *
001485*                 AN UNPLANNED CYCLE IS REJECTED OR WARNED      *
001486*                 ABOUT AS THE PLAN SAYS; A CATCH-UP SKIPS IT.  *
001487* 2026-10-15 RC   A SEED IS NOW REGISTERED ON THE PERMANENT    *
001488*                 SEEDREG ISSUED-SEED REGISTER (SEEDRG01)      *
001489*                 BEFORE ITS RUN-LOG RECORD IS WRITTEN; ONE    *
001490*                 ALREADY ON THE REGISTER IS RE-DRAWN EXACTLY  *
001491*                 AS A RUN-LOG COLLISION IS. THE RUN-LOG KEY   *
001492*                 ONLY COVERED RUNS RunLogPurge HAD NOT YET    *
001493*                 ARCHIVED, SO AN OLD RUN ID COULD BE ISSUED   *
001494*                 AGAIN. A REGISTER THAT CANNOT BE OPENED OR   *
001495*                 WRITTEN HOLDS THE OUTPUTS LIKE A MISSING     *
001496*                 RUN-LOG DOES.                                *
001497* 2026-10-15 RC   THE DOWNSTREAM JOB TABLE IS NOW ASKED OF THE *
001498*                 JobRegSrv SERVICE AS THE REGISTRY STOOD ON   *
001499*                 EACH DATE PROCESSED, NOT READ FROM TODAY'S   *
001500*                 JOBREG ONCE A RUN, SO A CATCH-UP DATE IS     *
001501*                 TRIGGERED FOR THE JOBS DUE THAT DAY AND THE  *
001502*                 PREVIOUS-DAY PICKUP CHECK JUDGES A TRIGGER   *
001503*                 BY THE ENTRY IT WAS WRITTEN UNDER. A TRIGGER *
001504*                 WRITTEN BY A CATCH-UP NOW CARRIES THE        *
001505*                 CATCH-UP FLAG ITSELF.                        *
001470*--------------------------------------------------------------*
001480*
001490* EXIBIR "HELLO, WORLD!", GERAR UM NUMERO ALEATORIO E MOSTRAR  *
001630         ALTERNATE RECORD KEY IS RC-RUN-DATE
001640             WITH DUPLICATES
001650         FILE STATUS IS WS-RUNLOG-STATUS.
001651     SELECT SEED-REG-FILE ASSIGN "SEEDREG"
001652         ORGANIZATION IS INDEXED
001653         ACCESS MODE IS DYNAMIC
001654         RECORD KEY IS SRG-RANDOM-SEED
001655         FILE STATUS IS WS-SEEDREG-STATUS.
001660     SELECT CHECKPOINT-FILE ASSIGN "CHKPOINT"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001910         ACCESS MODE IS DYNAMIC
001920         RECORD KEY IS DST-BUS-DATE
001930         FILE STATUS IS WS-DAYSTAT-STATUS.
001990     SELECT EVENT-LOG-FILE ASSIGN "EVENTLOG"
002000         ORGANIZATION IS SEQUENTIAL
002010         ACCESS MODE IS SEQUENTIAL
002130     RECORDING MODE IS F
002140     LABEL RECORDS ARE STANDARD.
002150     COPY RUNCTL01.
002151*
002152*--------------------------------------------------------------*
002153* SEED-REG-FILE - THE PERMANENT ISSUED-SEED REGISTER (SEEDRG01 *
002154*                LAYOUT), KEYED ON THE SEED. EVERY SEED THIS   *
002155*                JOB HAS EVER ISSUED IS ON IT, PURGED OR NOT,  *
002156*                SO A SEED IS ONLY ACCEPTED ONCE IT HAS BEEN   *
002157*                WRITTEN HERE.                                 *
002158*--------------------------------------------------------------*
002159 FD  SEED-REG-FILE
002160     RECORDING MODE IS F
002161     LABEL RECORDS ARE STANDARD.
002162     COPY SEEDRG01.
002160*
002170*--------------------------------------------------------------*
002180* CHECKPOINT-FILE - ONE RECORD PER RUN-DATE AND PROCESSING      *
002540*                  THE JOB OBSERVES. A MISSING OR BAD CARD      *
002550*                  MEANS CYCLE 01 ON THE STD CALENDAR, SO THE   *
002560*                  CLASSIC ONE-CYCLE SCHEDULE NEEDS NO CARD AT  *
002570*                  ALL. CATCHUP IN THE RUN-MODE FIELD ASKS FOR  *
002573*                  A CATCH-UP RUN OF EVERY BUSINESS DATE SINCE  *
002576*                  THE LAST ONE DayCloseOut CLOSED.             *
002580*--------------------------------------------------------------*
002590 FD  CYCLE-PARM-FILE
002600     RECORDING MODE IS F
002650                                 PIC 9(02).
002660     05  FILLER                  PIC X(01).
002670     05  CYP-CALENDAR-ID         PIC X(04).
002680     05  FILLER                  PIC X(01).
002681     05  CYP-RUN-MODE            PIC X(07).
002682         88  CYP-CATCHUP-MODE        VALUE "CATCHUP".
002686     05  FILLER                  PIC X(65).
002690*
002700*--------------------------------------------------------------*
002710* STEP-STAT-FILE - STEP-STATISTICS KSDS (STPSTA01 LAYOUT):      *
003110     COPY DAYSTA01.
003120*
003130*--------------------------------------------------------------*
003270* EVENT-LOG-FILE - SUITE-WIDE EVENT LOG, SHARED VIA THE         *
003280*                 EVTLOG01 COPYBOOK. OPENED EXTEND FOR EACH     *
003290*                 EVENT SO A RECORD SURVIVES EVEN WHEN THE RUN  *
003510 77  WS-RUNLOG-STATUS        PIC X(02).
003520 77  WS-RUNLOG-OPEN-SW       PIC X(01) VALUE "N".
003530     88  WS-RUNLOG-WAS-OPENED    VALUE "Y".
003531 77  WS-SEEDREG-STATUS       PIC X(02).
003532 77  WS-SEEDREG-OPEN-SW      PIC X(01) VALUE "N".
003533     88  WS-SEEDREG-WAS-OPENED   VALUE "Y".
003534 77  WS-SEEDREG-FAIL-SW      PIC X(01) VALUE "N".
003535     88  WS-SEEDREG-FAILED       VALUE "Y".
003536 77  WS-SEED-OK-SW           PIC X(01) VALUE "N".
003537     88  WS-SEED-IS-REGISTERED   VALUE "Y".
003540 77  WS-NON-PROCESSING-SW    PIC X(01) VALUE "N".
003550     88  WS-NON-PROCESSING-DAY  VALUE "Y".
003560     88  WS-IS-PROCESSING-DAY   VALUE "N".
003980                             PIC 9(06).
003990*
004000*--------------------------------------------------------------*
004010* DOWNSTREAM JOBS TRIGGERED BY THIS RUN - ASKED OF JobRegSrv   *
004020* AS THE REGISTRY STOOD ON WS-REG-DATE, FOR EACH DATE WORKED.  *
004030* ONE SCHED-CTL TRIGGER RECORD IS WRITTEN PER ACTIVE ENTRY     *
004040* THAT IS EFFECTIVE FOR THE DATE AND RUNS ON THIS CYCLE, AND   *
004050* THE PREVIOUS BUSINESS DATE'S TRIGGERS ARE CHECKED FOR        *
004150             88  WS-JOB-ACK-MANDATORY VALUE "Y".
004160         10  WS-JOB-EFF-FROM     PIC 9(06).
004170         10  WS-JOB-EFF-TO       PIC 9(06).
004173         10  WS-JOB-PRED-LIST.
004176             15  WS-JOB-PRED     PIC X(08) OCCURS 3 TIMES.
004180 77  WS-JOB-MAX              PIC 9(02) COMP VALUE 50.
004190 77  WS-JOB-COUNT            PIC 9(02) COMP VALUE 0.
004200 77  WS-JOB-SUB              PIC 9(02) COMP.
004210 77  WS-JOB-CYC-SUB          PIC 9(02) COMP.
004220 77  WS-REG-DATE             PIC 9(06).
004230 77  WS-JRP-SUB              PIC 9(02) COMP.
004240 77  WS-REG-WARNED-SW        PIC X(01) VALUE "N".
004245     88  WS-REG-WAS-WARNED       VALUE "Y".
004250 77  WS-JOB-ELIG-SW          PIC X(01).
004260     88  WS-JOB-IS-ELIGIBLE      VALUE "Y".
004270 77  WS-REGJOB-FOUND-SW      PIC X(01).
004370 77  WS-SCHED-STATUS         PIC X(02).
004380 77  WS-RUNLOG-WRITTEN-SW    PIC X(01) VALUE "N".
004390     88  WS-RUNLOG-IS-WRITTEN    VALUE "Y".
004391 77  WS-TRG-JOB-SUB          PIC 9(02) COMP.
004392 77  WS-PRED-SUB             PIC 9(02) COMP.
004393 77  WS-WAIT-COUNT           PIC 9(02) COMP.
004394 01  WS-TRG-WAIT-LIST.
004395     05  WS-TRG-WAIT-JOB     PIC X(08) OCCURS 3 TIMES.
004396*
004397*--------------------------------------------------------------*
004398* CATCH-UP WORK FIELDS - THE DATES AFTER THE LAST DAYSTAT CLOSE *
004399* AND BEFORE TODAY ARE RUN ONE BY ONE THROUGH 0000-PROCESS-     *
004400* DATE WITH WS-CATCHUP-SW ON. A CATCH-UP LONGER THAN            *
004401* WS-CATCHUP-MAX DATES STOPS AND HOLDS TODAY'S RUN - A DAYSTAT  *
004402* THAT STALE WANTS A PERSON TO LOOK AT IT FIRST.                *
004403*--------------------------------------------------------------*
004404 77  WS-CATCHUP-REQ-SW       PIC X(01) VALUE "N".
004405     88  WS-CATCHUP-REQUESTED    VALUE "Y".
004406 77  WS-CATCHUP-SW           PIC X(01) VALUE "N".
004407     88  WS-IS-CATCHUP-RUN       VALUE "Y".
004408 77  WS-CATCHUP-DONE-SW      PIC X(01).
004409     88  WS-CATCHUP-DONE         VALUE "Y".
004410 77  WS-CATCHUP-STOP-SW      PIC X(01) VALUE "N".
004411     88  WS-CATCHUP-WAS-STOPPED  VALUE "Y".
004412 77  WS-CATCHUP-FROM         PIC 9(06) VALUE 0.
004413 77  WS-CATCHUP-COUNT        PIC 9(02) COMP VALUE 0.
004414 77  WS-CATCHUP-MAX          PIC 9(02) COMP VALUE 31.
004415 77  WS-LAST-CLOSED-DATE     PIC 9(06) VALUE 0.
004416 77  WS-TODAY-DATE           PIC 9(06).
004417 77  WS-TODAY-OVERRIDE-SW    PIC X(01).
004418 77  WS-DAYSTAT-EOF-SW       PIC X(01).
004419     88  WS-DAYSTAT-EOF          VALUE "Y".
004420 77  WS-PREV-CHECKED-SW      PIC X(01) VALUE "N".
004421     88  WS-PREV-WAS-CHECKED     VALUE "Y".
004422 01  WS-CU-MESSAGE.
004423     05  FILLER              PIC X(14) VALUE "CATCH-UP FROM ".
004424     05  WS-CU-MSG-DATE      PIC 9(06).
004425     05  FILLER              PIC X(05) VALUE SPACES.
004400*
004410*--------------------------------------------------------------*
004420* EVENT-LOG STAGING FIELDS - 0000-LOG-EVENT PICKS THESE UP,     *
004580*--------------------------------------------------------------*
004590     COPY BUSDAT01.
004600*
004601*--------------------------------------------------------------*
004602* CYCLE-PLAN-PARMS - PARAMETER AREA FOR THE CycPlanSrv SERVICE, *
004603*                   WHICH SAYS WHETHER THIS CYCLE IS ON THE     *
004604*                   BUSINESS-DATE CYCLE PLAN FOR THE DATE.      *
004605*--------------------------------------------------------------*
004606     COPY CYCPRM01.
004607 77  WS-PLAN-WARNED-SW       PIC X(01) VALUE "N".
004608     88  WS-PLAN-WAS-WARNED      VALUE "Y".
004609 77  WS-PLAN-REJECT-SW       PIC X(01) VALUE "N".
004610     88  WS-CYCLE-REJECTED       VALUE "Y".
004611 01  WS-CP-MESSAGE.
004612     05  FILLER              PIC X(06) VALUE "CYCLE ".
004613     05  WS-CP-MSG-CYCLE     PIC 9(02).
004614     05  FILLER              PIC X(14) VALUE " NOT PLANNED, ".
004615     05  WS-CP-MSG-TYPE      PIC X(01).
004616     05  FILLER              PIC X(02) VALUE SPACES.
004617*
004618*--------------------------------------------------------------*
004619* JOB-REG-PARMS - PARAMETER AREA FOR THE JobRegSrv SERVICE,    *
004620*                WHICH RETURNS THE JOB REGISTRY AS IT STOOD ON *
004621*                A GIVEN DATE.                                 *
004622*--------------------------------------------------------------*
004623     COPY JRGPRM01.
004624*
004610 PROCEDURE DIVISION.
004620*
004630*--------------------------------------------------------------*
004660 0000-MAIN.
004670     PERFORM 0000-GET-CYCLE THRU 0000-GET-CYCLE-EXIT.
004680     PERFORM 0000-CHECK-CALENDAR THRU 0000-CHECK-CALENDAR-EXIT.
004690     MOVE WS-DATE TO WS-TODAY-DATE.
004700     IF WS-CATCHUP-REQUESTED
004701         PERFORM 0000-FIND-CATCHUP-START
004702             THRU 0000-FIND-CATCHUP-START-EXIT
004703     END-IF.
004705     IF WS-CATCHUP-FROM > 0
004706         PERFORM 0000-RUN-CATCHUP THRU 0000-RUN-CATCHUP-EXIT
004707     END-IF.
004708     IF WS-CATCHUP-WAS-STOPPED
004709         DISPLAY "CATCH-UP INCOMPLETE - NO RUN FOR " WS-DATE
004710     ELSE
004720         IF WS-NON-PROCESSING-DAY
004730             DISPLAY "Non-processing day, no run."
004731         ELSE
004732             PERFORM 0000-PROCESS-DATE
004733                 THRU 0000-PROCESS-DATE-EXIT
004734         END-IF
004735     END-IF.
004736     IF WS-STEP-WAS-OPENED
004737         CLOSE STEP-STAT-FILE
004738     END-IF.
004739     MOVE WS-HIGHEST-RC TO RETURN-CODE.
004740     STOP RUN.
004741*
004742*--------------------------------------------------------------*
004743* 0000-PROCESS-DATE - THE FULL RUN FOR BUSINESS DATE WS-DATE:   *
004744*                    GREETING, RANDOM, DATE-TIME AND OUTPUTS,   *
004745*                    EACH UNDER THE DATE'S OWN CHECKPOINT. THE  *
004746*                    PREVIOUS-DATE TRIGGER AND CLOSE CHECKS ARE *
004747*                    MADE ONLY FOR THE FIRST DATE A RUN         *
004748*                    PROCESSES - ON A CATCH-UP THE LATER DATES' *
004749*                    PREDECESSORS WERE RUN MOMENTS AGO AND      *
004750*                    CANNOT HAVE BEEN PICKED UP OR CLOSED YET.  *
004751*                    A CYCLE THE CYCLE PLAN REJECTS FOR THE     *
004752*                    DATE DOES NOTHING AT ALL. THE JOB TABLE IS *
004753*                    LOADED AS THE REGISTRY STOOD ON THE DATE.  *
004754*--------------------------------------------------------------*
004755 0000-PROCESS-DATE.
004756     IF NOT WS-PREV-WAS-CHECKED
004740         PERFORM 0000-CHECK-PREV-TRIGGERS
004750             THRU 0000-CHECK-PREV-TRIGGERS-EXIT
004760         PERFORM 0000-CHECK-PREV-CLOSE
004770             THRU 0000-CHECK-PREV-CLOSE-EXIT
004780         MOVE "Y" TO WS-PREV-CHECKED-SW
004790     END-IF.
004800     PERFORM 0000-CHECK-CYCLE-PLAN
004810         THRU 0000-CHECK-CYCLE-PLAN-EXIT.
004820     IF WS-CYCLE-REJECTED
004830         GO TO 0000-PROCESS-DATE-EXIT.
004840     MOVE WS-DATE TO WS-REG-DATE.
004850     PERFORM 0000-LOAD-REGISTRY THRU 0000-LOAD-REGISTRY-EXIT.
004860     PERFORM 0000-INIT-CHECKPOINT
004870         THRU 0000-INIT-CHECKPOINT-EXIT.
004880     PERFORM 0000-OPEN-RUNLOG
004890         THRU 0000-OPEN-RUNLOG-EXIT.
004900     PERFORM 0000-OPEN-SEEDREG
004910         THRU 0000-OPEN-SEEDREG-EXIT.
004920     IF NOT CKPT-GREETING-IS-DONE
004930         MOVE "GREETING" TO WS-STEP-NAME
004940         PERFORM 0000-STEP-START THRU 0000-STEP-START-EXIT
004950         PERFORM 0000-GREETING THRU 0000-GREETING-EXIT
004960         PERFORM 0000-STEP-END THRU 0000-STEP-END-EXIT
004970         MOVE "Y" TO CKPT-GREETING-DONE
004980         PERFORM 0000-REWRITE-CHECKPOINT
004990             THRU 0000-REWRITE-CHECKPOINT-EXIT
005000     END-IF.
005010     IF NOT CKPT-RANDOM-IS-DONE
005020         MOVE "RANDOM" TO WS-STEP-NAME
005030         PERFORM 0000-STEP-START THRU 0000-STEP-START-EXIT
005040         PERFORM 0000-GEN-RANDOM THRU 0000-GEN-RANDOM-EXIT
005050         PERFORM 0000-STEP-END THRU 0000-STEP-END-EXIT
005060         MOVE WS-RANDOM TO CKPT-RANDOM-SEED
005070         MOVE "Y" TO CKPT-RANDOM-DONE
005080         PERFORM 0000-REWRITE-CHECKPOINT
005090             THRU 0000-REWRITE-CHECKPOINT-EXIT
005100     ELSE
005110         MOVE CKPT-RANDOM-SEED TO WS-RANDOM
005120     END-IF.
005130     IF NOT CKPT-DATETIME-IS-DONE
005140         MOVE "DATETIME" TO WS-STEP-NAME
005150         PERFORM 0000-STEP-START THRU 0000-STEP-START-EXIT
005151         PERFORM 0000-SHOW-DATETIME
005152             THRU 0000-SHOW-DATETIME-EXIT
005153         PERFORM 0000-STEP-END THRU 0000-STEP-END-EXIT
005154         MOVE WS-TIME TO CKPT-RUN-TIME
005155         MOVE "Y" TO CKPT-DATETIME-DONE
005156         PERFORM 0000-REWRITE-CHECKPOINT
005157             THRU 0000-REWRITE-CHECKPOINT-EXIT
005158     ELSE
005159         MOVE CKPT-RUN-TIME TO WS-TIME
005160     END-IF.
005160*
005170*    AN UNOPENABLE RUN-LOG LEAVES THE OUTPUTS UNWRITTEN AND
005180*    THE CHECKPOINT NOT-DONE, SO A RESTART AFTER THE FILE
005190*    IS PUT RIGHT STILL PRODUCES THEM. WRITING TO THE
005200*    UNOPENED FILE WOULD NEVER COMPLETE AT ALL. THE SEED
005203*    REGISTER IS TREATED THE SAME WAY - A SEED THAT COULD
005206*    NOT BE REGISTERED IS NEVER HANDED DOWNSTREAM.
005210*
005220     IF NOT CKPT-OUTPUTS-ARE-DONE
005230         IF WS-RUNLOG-WAS-OPENED AND WS-SEEDREG-WAS-OPENED
005240             MOVE "OUTPUTS" TO WS-STEP-NAME
005250             PERFORM 0000-STEP-START
005260                 THRU 0000-STEP-START-EXIT
005270             PERFORM 0000-WRITE-RUNLOG
005280                 THRU 0000-WRITE-RUNLOG-EXIT
005285             IF WS-RUNLOG-IS-WRITTEN
005290                 PERFORM 0000-WRITE-SCHED-CTL
005300                     THRU 0000-WRITE-SCHED-CTL-EXIT
005310             END-IF
005320             PERFORM 0000-STEP-END
005323                 THRU 0000-STEP-END-EXIT
005326             IF WS-RUNLOG-IS-WRITTEN
005330                 MOVE "Y" TO CKPT-OUTPUTS-DONE
005340                 PERFORM 0000-REWRITE-CHECKPOINT
005350                     THRU 0000-REWRITE-CHECKPOINT-EXIT
005390             END-IF
005400         ELSE
005410             DISPLAY "RUN-LOG OR SEED REGISTER UNAVAILABLE - "
005420                 "RUN-LOG/SCHED-CTL OUTPUTS NOT WRITTEN"
005440         END-IF
005450     ELSE
005460         DISPLAY "RUN-DATE " WS-DATE " CYCLE " WS-CYCLE
005470             " ALREADY HAS A COMPLETED RUN-LOG/SCHED-CTL "
005480             "RECORD - THIS INVOCATION WRITES NOTHING NEW"
005520     END-IF.
005530     IF WS-RUNLOG-WAS-OPENED
005540         CLOSE RUN-LOG-FILE
005541         MOVE "N" TO WS-RUNLOG-OPEN-SW
005542     END-IF.
005543     IF WS-SEEDREG-WAS-OPENED
005544         CLOSE SEED-REG-FILE
005545         MOVE "N" TO WS-SEEDREG-OPEN-SW
005546     END-IF.
005547     CLOSE CHECKPOINT-FILE.
005548 0000-PROCESS-DATE-EXIT.
005549     EXIT.
005550*
005560*--------------------------------------------------------------*
005570* 0000-REWRITE-CHECKPOINT - REWRITE THE CURRENT CHECKPOINT      *
005820*                 THE CARD ALSO NAMES THE BUSINESS CALENDAR     *
005830*                 THE JOB OBSERVES (BLANK MEANS STD). A         *
005840*                 MISSING OR BAD CARD MEANS CYCLE 01 AND A      *
005850*                 WARNING, NOT A STALLED SUITE. THE CARD ALSO   *
005855*                 ASKS FOR A CATCH-UP RUN.                      *
005860*--------------------------------------------------------------*
005870 0000-GET-CYCLE.
005880     OPEN INPUT CYCLE-PARM-FILE.
006090     IF CYP-CALENDAR-ID NOT = SPACES
006100         MOVE CYP-CALENDAR-ID TO WS-CALENDAR-ID
006110     END-IF.
006112     IF CYP-CATCHUP-MODE
006114         MOVE "Y" TO WS-CATCHUP-REQ-SW
006116     END-IF.
006120     CLOSE CYCLE-PARM-FILE.
006130 0000-GET-CYCLE-EXIT.
006140     EXIT.
006150*
006160*--------------------------------------------------------------*
006170* 0000-LOAD-REGISTRY - ASK JobRegSrv FOR THE JOB REGISTRY AS   *
006180*                     IT STOOD ON WS-REG-DATE AND LOAD ITS     *
006190*                     ACTIVE ENTRIES INTO THE DOWNSTREAM JOB   *
006200*                     TABLE. A REGISTRY THAT CANNOT BE READ    *
006210*                     LEAVES THE TABLE EMPTY AND A WARNING ON  *
006220*                     THE EVENT LOG - NO TRIGGERS GO OUT,      *
006230*                     WHICH RunReconcile THEN REPORTS, RATHER  *
006232*                     THAN TRIGGERS GOING TO A GUESSED JOB     *
006234*                     LIST.                                    *
006236*                     NO HISTORY, OR AN INCOMPLETE ANSWER,     *
006238*                     WARNS TOO BUT USES WHAT CAME BACK.       *
006240*--------------------------------------------------------------*
006250 0000-LOAD-REGISTRY.
006260     MOVE 0 TO WS-JOB-COUNT.
006270     MOVE WS-REG-DATE TO JRP-AS-OF-DATE.
006280     CALL "JobRegSrv" USING JOB-REG-PARMS.
006290     IF NOT JRP-SERVICE-OK AND NOT WS-REG-WAS-WARNED
006300         PERFORM 0000-WARN-REGISTRY
006310             THRU 0000-WARN-REGISTRY-EXIT
006320     END-IF.
006370     PERFORM 0000-LOAD-ONE-JOB THRU 0000-LOAD-ONE-JOB-EXIT
006380         VARYING WS-JRP-SUB FROM 1 BY 1
006390         UNTIL WS-JRP-SUB > JRP-JOB-COUNT.
006400 0000-LOAD-REGISTRY-EXIT.
006410     EXIT.
006420*
006421*--------------------------------------------------------------*
006422* 0000-WARN-REGISTRY - THE SERVICE LOADS THE REGISTRY ONCE A   *
006423*                     RUN, SO WHATEVER WENT WRONG GOES WRONG   *
006424*                     FOR EVERY DATE. IT IS LOGGED ONCE.       *
006425*--------------------------------------------------------------*
006426 0000-WARN-REGISTRY.
006427     MOVE "Y" TO WS-REG-WARNED-SW.
006428     MOVE "W" TO WS-EVT-SEVERITY.
006429     MOVE "0000-LOAD-REGISTRY" TO WS-EVT-PARAGRAPH.
006430     MOVE JRP-FILE-STATUS TO WS-EVT-STATUS.
006431     IF JRP-HISTORY-MISSING
006432         DISPLAY "JOB REGISTRY HISTORY UNAVAILABLE, STATUS "
006433             JRP-FILE-STATUS " - TODAY'S REGISTRY USED"
006434         MOVE "JOB HISTORY UNAVAILABLE" TO WS-EVT-MESSAGE
006435     ELSE
006436         IF JRP-TABLE-FULL
006437             DISPLAY "JOB REGISTRY TOO LARGE FOR JobRegSrv - "
006438                 "REMAINDER IGNORED"
006439             MOVE JRP-RETURN-CODE TO WS-EVT-STATUS
006440             MOVE "JOB REGISTRY TABLE FULL" TO WS-EVT-MESSAGE
006441         ELSE
006442             DISPLAY "JOB REGISTRY UNAVAILABLE, STATUS "
006443                 JRP-FILE-STATUS " - NO TRIGGERS WILL BE WRITTEN"
006444             MOVE "JOB REGISTRY UNAVAILABLE" TO WS-EVT-MESSAGE
006445         END-IF
006446     END-IF.
006447     PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT.
006448 0000-WARN-REGISTRY-EXIT.
006449     EXIT.
006450*
006430 0000-LOAD-ONE-JOB.
006440     IF JRP-IS-INACTIVE (WS-JRP-SUB)
006500         GO TO 0000-LOAD-ONE-JOB-EXIT.
006510     IF WS-JOB-COUNT >= WS-JOB-MAX
006600         GO TO 0000-LOAD-ONE-JOB-EXIT.
006610     ADD 1 TO WS-JOB-COUNT.
006620     MOVE JRP-JOB-NAME (WS-JRP-SUB) TO WS-JOB-NAME (WS-JOB-COUNT).
006630     MOVE JRP-ALL-CYCLES-SW (WS-JRP-SUB)
006635         TO WS-JOB-ALL-CYC-SW (WS-JOB-COUNT).
006640     PERFORM 0000-LOAD-JOB-CYCLE THRU 0000-LOAD-JOB-CYCLE-EXIT
006650         VARYING WS-JOB-CYC-SUB FROM 1 BY 1
006660         UNTIL WS-JOB-CYC-SUB > 6.
006670     MOVE JRP-MANDATORY-SW (WS-JRP-SUB)
006680         TO WS-JOB-MAND-SW (WS-JOB-COUNT).
006690     MOVE JRP-EFF-FROM (WS-JRP-SUB)
006692         TO WS-JOB-EFF-FROM (WS-JOB-COUNT).
006694     MOVE JRP-EFF-TO (WS-JRP-SUB) TO WS-JOB-EFF-TO (WS-JOB-COUNT).
006696     MOVE JRP-PRED-LIST (WS-JRP-SUB)
006698         TO WS-JOB-PRED-LIST (WS-JOB-COUNT).
006700 0000-LOAD-ONE-JOB-EXIT.
006710     EXIT.
006720*
006730 0000-LOAD-JOB-CYCLE.
006740     MOVE JRP-CYCLE (WS-JRP-SUB WS-JOB-CYC-SUB)
006750         TO WS-JOB-CYCLE (WS-JOB-COUNT WS-JOB-CYC-SUB).
006760 0000-LOAD-JOB-CYCLE-EXIT.
006770     EXIT.
007350     EXIT.
007360*
007370*--------------------------------------------------------------*
007380* 0000-OPEN-SEEDREG - OPEN THE SEED-REG-FILE FOR I-O SO EACH   *
007381*                   NEW SEED CAN BE CHECKED AND REGISTERED,    *
007382*                   CREATING THE KSDS THE FIRST TIME IT IS     *
007383*                   SEEN (SeedRegBuild LOADS IT BEFOREHAND).   *
007384*--------------------------------------------------------------*
007385 0000-OPEN-SEEDREG.
007386     OPEN I-O SEED-REG-FILE.
007387     IF WS-SEEDREG-STATUS = "35"
007388         OPEN OUTPUT SEED-REG-FILE
007389         CLOSE SEED-REG-FILE
007390         OPEN I-O SEED-REG-FILE
007391     END-IF.
007392     IF WS-SEEDREG-STATUS = "00"
007393         MOVE "Y" TO WS-SEEDREG-OPEN-SW
007394     ELSE
007395         DISPLAY "SEED-REG-FILE OPEN FAILED, STATUS "
007396             WS-SEEDREG-STATUS
007397         MOVE "E" TO WS-EVT-SEVERITY
007398         MOVE "0000-OPEN-SEEDREG" TO WS-EVT-PARAGRAPH
007399         MOVE WS-SEEDREG-STATUS TO WS-EVT-STATUS
007400         MOVE "SEED REGISTER OPEN FAILED" TO WS-EVT-MESSAGE
007401         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
007402     END-IF.
007403 0000-OPEN-SEEDREG-EXIT.
007404     EXIT.
007405*
007406*--------------------------------------------------------------*
007407* 0000-INIT-CHECKPOINT - OPEN THE CHECKPOINT-FILE AND READ THE *
007390*                       RECORD FOR TODAY'S RUN-DATE, CREATING  *
007400*                       IT (ALL PARAGRAPHS NOT-DONE) THE FIRST  *
007410*                       TIME THIS RUN-DATE IS SEEN. A RESTART   *
008740*                    RC-RANDOM-SEED IS ALSO THE KSDS KEY, SO A   *
008750*                    COLLIDING SEED RE-DERIVES A FRESH ONE AND   *
008760*                    RETRIES RATHER THAN LOSING THE RECORD.      *
008763*                    A SEED REGISTER THAT WILL NOT TAKE A WRITE  *
008766*                    ENDS THE RETRIES WITH NOTHING WRITTEN.      *
008770*--------------------------------------------------------------*
008780 0000-WRITE-RUNLOG.
008790     MOVE "N" TO WS-RUNLOG-WRITTEN-SW.
008795     MOVE "N" TO WS-SEEDREG-FAIL-SW.
008800     PERFORM 0000-TRY-WRITE-RUNLOG THRU 0000-TRY-WRITE-RUNLOG-EXIT
008810         UNTIL WS-RUNLOG-IS-WRITTEN OR WS-SEEDREG-FAILED.
008820 0000-WRITE-RUNLOG-EXIT.
008830     EXIT.
008840*
008850*--------------------------------------------------------------*
008860* 0000-TRY-WRITE-RUNLOG - ONE ATTEMPT AT WRITING THE RUN-LOG     *
008870*                        RECORD. THE SEED IS REGISTERED FIRST;   *
008872*                        ON A SEED ALREADY ISSUED, OR A          *
008875*                        DUPLICATE SEED ON THE RUN-LOG ITSELF,   *
008880*                        A FRESH SEED IS DERIVED AND SAVED TO    *
008890*                        THE CHECKPOINT RECORD BEFORE THE NEXT   *
008900*                        ATTEMPT, SO A SUBSEQUENT RESTART WOULD  *
008910*                        RECOVER THE SAME RETRIED VALUE.         *
008920*--------------------------------------------------------------*
008930 0000-TRY-WRITE-RUNLOG.
008931     PERFORM 0000-REGISTER-SEED THRU 0000-REGISTER-SEED-EXIT.
008932     IF WS-SEEDREG-FAILED
008933         GO TO 0000-TRY-WRITE-RUNLOG-EXIT.
008934     IF NOT WS-SEED-IS-REGISTERED
008935         PERFORM 0000-REDRAW-SEED THRU 0000-REDRAW-SEED-EXIT
008936         GO TO 0000-TRY-WRITE-RUNLOG-EXIT.
008940     MOVE SPACES TO RUN-CONTROL-RECORD.
008950     MOVE WS-DATE   TO RC-RUN-DATE.
008960     MOVE WS-TIME   TO RC-RUN-TIME.
008970     MOVE WS-RANDOM TO RC-RANDOM-SEED.
008980     MOVE WS-CYCLE  TO RC-CYCLE.
008990     MOVE WS-OVERRIDE-SW TO RC-OVERRIDE-SW.
008995     MOVE WS-CATCHUP-SW TO RC-CATCHUP-SW.
009000     WRITE RUN-CONTROL-RECORD
009010         INVALID KEY
009020             DISPLAY "RUN-LOG WRITE FAILED, SEED "
009060             MOVE WS-RUNLOG-STATUS TO WS-EVT-STATUS
009070             MOVE "SEED COLLISION RETRIED" TO WS-EVT-MESSAGE
009080             PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
009090             PERFORM 0000-REDRAW-SEED THRU 0000-REDRAW-SEED-EXIT
009160         NOT INVALID KEY
009170             MOVE "Y" TO WS-RUNLOG-WRITTEN-SW
009180     END-WRITE.
009200     EXIT.
009210*
009220*--------------------------------------------------------------*
009230* 0000-REGISTER-SEED - WRITE WS-RANDOM TO THE SEED REGISTER. A *
009240*                    SEED ALREADY THERE WAS ISSUED BEFORE AND  *
009250*                    IS REFUSED - UNLESS IT WAS REGISTERED BY  *
009260*                    THIS SAME DATE AND CYCLE, WHICH MEANS AN  *
009270*                    EARLIER ATTEMPT AT THIS RUN STOPPED       *
009280*                    BEFORE ITS RUN-LOG RECORD WAS WRITTEN AND *
009290*                    THE CHECKPOINTED SEED IS STILL OURS. ANY  *
009300*                    OTHER WRITE FAILURE IS AN ERROR.          *
009301*--------------------------------------------------------------*
009302 0000-REGISTER-SEED.
009303     MOVE "N" TO WS-SEED-OK-SW.
009304     MOVE SPACES TO SEED-REGISTER-RECORD.
009305     MOVE WS-RANDOM TO SRG-RANDOM-SEED.
009306     MOVE WS-DATE TO SRG-RUN-DATE.
009307     MOVE WS-TIME TO SRG-RUN-TIME.
009308     MOVE WS-CYCLE TO SRG-CYCLE.
009309     MOVE "ISSUED" TO SRG-SOURCE.
009310     ACCEPT SRG-REGISTERED-DATE FROM DATE.
009311     ACCEPT SRG-REGISTERED-TIME FROM TIME.
009312     MOVE ZERO TO SRG-HIST-DUP-COUNT.
009313     WRITE SEED-REGISTER-RECORD
009314         INVALID KEY
009315             CONTINUE
009316         NOT INVALID KEY
009317             MOVE "Y" TO WS-SEED-OK-SW
009318     END-WRITE.
009319     IF WS-SEED-IS-REGISTERED
009320         GO TO 0000-REGISTER-SEED-EXIT.
009321     IF WS-SEEDREG-STATUS = "22"
009322         READ SEED-REG-FILE
009323             INVALID KEY
009324                 CONTINUE
009325         END-READ
009326     END-IF.
009327     IF WS-SEEDREG-STATUS NOT = "00"
009328         DISPLAY "SEED REGISTER WRITE FAILED, STATUS "
009329             WS-SEEDREG-STATUS " - OUTPUTS NOT WRITTEN"
009330         MOVE "E" TO WS-EVT-SEVERITY
009331         MOVE "0000-REGISTER-SEED" TO WS-EVT-PARAGRAPH
009332         MOVE WS-SEEDREG-STATUS TO WS-EVT-STATUS
009333         MOVE "SEED REGISTER WRITE FAIL" TO WS-EVT-MESSAGE
009334         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
009335         MOVE "Y" TO WS-SEEDREG-FAIL-SW
009336         GO TO 0000-REGISTER-SEED-EXIT.
009337     IF SRG-FROM-ISSUE AND SRG-RUN-DATE = WS-DATE
009338             AND SRG-CYCLE = WS-CYCLE
009339         MOVE "Y" TO WS-SEED-OK-SW
009340         GO TO 0000-REGISTER-SEED-EXIT.
009341     DISPLAY "SEED " WS-RANDOM " ALREADY ISSUED TO RUN-DATE "
009342         SRG-RUN-DATE " CYCLE " SRG-CYCLE " - RE-DERIVING".
009343     MOVE "W" TO WS-EVT-SEVERITY.
009344     MOVE "0000-REGISTER-SEED" TO WS-EVT-PARAGRAPH.
009345     MOVE WS-SEEDREG-STATUS TO WS-EVT-STATUS.
009346     MOVE "SEED ALREADY ISSUED" TO WS-EVT-MESSAGE.
009347     PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT.
009348 0000-REGISTER-SEED-EXIT.
009349     EXIT.
009350*
009351*--------------------------------------------------------------*
009352* 0000-REDRAW-SEED - DERIVE A FRESH SEED AFTER A COLLISION AND *
009353*                  SAVE IT TO THE CHECKPOINT RECORD BEFORE THE *
009354*                  NEXT ATTEMPT.                               *
009355*--------------------------------------------------------------*
009356 0000-REDRAW-SEED.
009357     MOVE "N" TO WS-RANDOM-VALID-SW.
009358     PERFORM 0000-DERIVE-RANDOM THRU 0000-DERIVE-RANDOM-EXIT
009359         UNTIL WS-RANDOM-IS-VALID.
009360     MOVE WS-RANDOM TO CKPT-RANDOM-SEED.
009361     PERFORM 0000-REWRITE-CHECKPOINT
009362         THRU 0000-REWRITE-CHECKPOINT-EXIT.
009363 0000-REDRAW-SEED-EXIT.
009364     EXIT.
009365*
009366*--------------------------------------------------------------*
009367* 0000-WRITE-SCHED-CTL - WRITE ONE TRIGGER RECORD PER          *
009368*                       ACTIVE REGISTRY ENTRY ELIGIBLE FOR     *
009369*                       TODAY'S DATE AND CYCLE, CARRYING THE   *
009370*                       BUSINESS DATE, CYCLE AND RANDOM SEED.  *
009371*                       EACH JOB ACKNOWLEDGES ITS OWN TRIGGER  *
009372*                       THROUGH SchedAck, SO AN UNCONSUMED     *
009373*                       TRIGGER IS VISIBLE INSTEAD OF BEING    *
009374*                       OVERWRITTEN. AN EMPTY JOB TABLE IS     *
009310*                       WORTH A WARNING - NOTHING DOWNSTREAM    *
009320*                       WOULD EVER BE TRIGGERED AGAIN. A JOB    *
009322*                       WAITING ON A PREDECESSOR GETS ITS       *
009325*                       TRIGGER WRITTEN HELD, NOT PENDING.      *
009330*--------------------------------------------------------------*
009340 0000-WRITE-SCHED-CTL.
009350     IF WS-JOB-COUNT = 0
009360         DISPLAY "NO ACTIVE REGISTRY JOBS - NO TRIGGERS WRITTEN"
009370         MOVE "W" TO WS-EVT-SEVERITY
009380         MOVE "0000-WRITE-SCHED-CTL" TO WS-EVT-PARAGRAPH
009390         MOVE JRP-RETURN-CODE TO WS-EVT-STATUS
009400         MOVE "NO ACTIVE REGISTRY JOBS" TO WS-EVT-MESSAGE
009410         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
009420         GO TO 0000-WRITE-SCHED-CTL-EXIT.
009650     EXIT.
009660*
009670*--------------------------------------------------------------*
009680* 0000-WRITE-ONE-TRIGGER - ONE TRIGGER FOR ONE DOWNSTREAM JOB,  *
009690*                         PENDING, OR HELD WHEN A PREDECESSOR   *
009700*                         IS TRIGGERED ON THE SAME CYCLE. AN    *
009710*                         ENTRY OUTSIDE ITS EFFECTIVE WINDOW OR *
009720*                         NOT RUNNING ON THIS CYCLE IS SKIPPED. *
009730*                         A RERUN OF THE SAME DATE AND CYCLE    *
009733*                         REPLACES ITS OWN TRIGGER RATHER THAN  *
009736*                         DUPLICATING IT.                       *
009740*--------------------------------------------------------------*
009750 0000-WRITE-ONE-TRIGGER.
009760     PERFORM 0000-CHECK-JOB-ELIGIBLE
009770         THRU 0000-CHECK-JOB-ELIGIBLE-EXIT.
009780     IF NOT WS-JOB-IS-ELIGIBLE
009790         GO TO 0000-WRITE-ONE-TRIGGER-EXIT.
009793     PERFORM 0000-SET-TRIGGER-WAITS
009796         THRU 0000-SET-TRIGGER-WAITS-EXIT.
009800     MOVE SPACES TO SCHED-CTL-RECORD.
009810     MOVE WS-DATE TO SCC-RUN-DATE.
009820     MOVE WS-CYCLE TO SCC-CYCLE.
009830     MOVE WS-JOB-NAME (WS-JOB-SUB) TO SCC-JOB-NAME.
009840     MOVE WS-RANDOM TO SCC-RANDOM-SEED.
009850     MOVE WS-TIME TO SCC-TRIGGER-TIME.
009860     IF WS-WAIT-COUNT = 0
009861         MOVE "P" TO SCC-ACK-STATUS
009862     ELSE
009863         MOVE "H" TO SCC-ACK-STATUS
009864         DISPLAY "TRIGGER FOR " SCC-JOB-NAME " HELD FOR "
009865             WS-TRG-WAIT-LIST
009866     END-IF.
009870     MOVE ZERO TO SCC-ACK-DATE.
009880     MOVE ZERO TO SCC-ACK-TIME.
009890     MOVE WS-OVERRIDE-SW TO SCC-OVERRIDE-SW.
009895     MOVE WS-TRG-WAIT-LIST TO SCC-WAIT-LIST.
009896     MOVE ZERO TO SCC-RELEASE-DATE.
009897     MOVE ZERO TO SCC-RELEASE-TIME.
009898     MOVE WS-CATCHUP-SW TO SCC-CATCHUP-SW.
009900     WRITE SCHED-CTL-RECORD
009910         INVALID KEY
009920             REWRITE SCHED-CTL-RECORD
010140*                           JOB NEVER PICKED ITS PARAMETERS UP  *
010150*                           - WORTH A WARNING BEFORE TODAY'S    *
010160*                           TRIGGERS GO OUT ON A FRESH SEED.    *
010163*                           THE JOB TABLE IS LOADED AS THE      *
010166*                           REGISTRY STOOD ON THAT DATE.        *
010170*--------------------------------------------------------------*
010180 0000-CHECK-PREV-TRIGGERS.
010190     MOVE "P" TO BDP-FUNCTION.
010240             BDP-RETURN-CODE NOT = "04"
010250         GO TO 0000-CHECK-PREV-TRIGGERS-EXIT.
010260     MOVE BDP-DATE-OUT TO WS-PREV-DATE.
010263     MOVE WS-PREV-DATE TO WS-REG-DATE.
010266     PERFORM 0000-LOAD-REGISTRY THRU 0000-LOAD-REGISTRY-EXIT.
010270     OPEN INPUT SCHED-CTL-FILE.
010280     IF WS-SCHED-STATUS NOT = "00"
010290         GO TO 0000-CHECK-PREV-TRIGGERS-EXIT.
010530         MOVE "Y" TO WS-PREV-DONE-SW
010540         GO TO 0000-CHECK-ONE-TRIGGER-EXIT.
010550*
010560*    A PENDING OR STILL-HELD TRIGGER IS ONLY CHASED WHEN THE
010570*    REGISTRY SAYS THE JOB'S ACKNOWLEDGEMENT IS MANDATORY. A
010580*    TRIGGER FOR A JOB THE REGISTRY NO LONGER KNOWS IS ALWAYS
010582*    CHASED.
010590*
010600     IF SCC-ACK-PENDING OR SCC-ACK-HELD
010610         PERFORM 0000-FIND-REG-JOB THRU 0000-FIND-REG-JOB-EXIT
010620         IF WS-REGJOB-WAS-FOUND
010630                 AND NOT WS-JOB-ACK-MANDATORY (WS-REGJOB-SUB)
011070*                 THE LOG IS OPENED AND CLOSED PER EVENT SO THE *
011080*                 RECORD SURVIVES A LATER ABEND; A LOG THAT     *
011090*                 CANNOT BE OPENED STILL LEAVES THE CONSOLE     *
011100*                 DISPLAY AND THE RETURN CODE. AN EVENT RAISED  *
011105*                 DURING A CATCH-UP IS FLAGGED AS ONE.          *
011110*--------------------------------------------------------------*
011120 0000-LOG-EVENT.
011130     IF WS-EVT-SEVERITY = "E" AND WS-HIGHEST-RC < 8
011280     ACCEPT EVT-DATE FROM DATE.
011290     ACCEPT EVT-TIME FROM TIME.
011300     MOVE "HelloWorld" TO EVT-PROGRAM.
011302     IF WS-IS-CATCHUP-RUN
011304         MOVE "Y" TO EVT-CATCHUP-SW
011306     END-IF.
011310     MOVE WS-EVT-PARAGRAPH TO EVT-PARAGRAPH.
011320     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
011330     MOVE WS-EVT-STATUS TO EVT-FILE-STATUS.
013210     END-IF.
013220 0000-OPEN-STEP-STAT-EXIT.
013230     EXIT.
013231*
013232*--------------------------------------------------------------*
013233* 0000-SET-TRIGGER-WAITS - LIST THE PREDECESSORS OF TABLE      *
013234*                         ENTRY WS-JOB-SUB THAT ARE THEMSELVES *
013235*                         TRIGGERED ON THIS DATE AND CYCLE.    *
013236*                         EVERY SUCH TRIGGER IS WRITTEN BY     *
013237*                         THIS SAME PASS AND SO IS NOT YET     *
013238*                         CONSUMED. A PREDECESSOR THAT IS NOT  *
013239*                         ACTIVE, NOT EFFECTIVE OR NOT ON THIS *
013240*                         CYCLE HOLDS NOTHING UP.              *
013241*--------------------------------------------------------------*
013242 0000-SET-TRIGGER-WAITS.
013243     MOVE SPACES TO WS-TRG-WAIT-LIST.
013244     MOVE 0 TO WS-WAIT-COUNT.
013245     MOVE WS-JOB-SUB TO WS-TRG-JOB-SUB.
013246     PERFORM 0000-CHECK-ONE-PRED THRU 0000-CHECK-ONE-PRED-EXIT
013247         VARYING WS-PRED-SUB FROM 1 BY 1
013248         UNTIL WS-PRED-SUB > 3.
013249     MOVE WS-TRG-JOB-SUB TO WS-JOB-SUB.
013250 0000-SET-TRIGGER-WAITS-EXIT.
013251     EXIT.
013252*
013253 0000-CHECK-ONE-PRED.
013254     IF WS-JOB-PRED (WS-TRG-JOB-SUB WS-PRED-SUB) = SPACES
013255         GO TO 0000-CHECK-ONE-PRED-EXIT.
013256     MOVE WS-JOB-PRED (WS-TRG-JOB-SUB WS-PRED-SUB)
013257         TO SCC-JOB-NAME.
013258     PERFORM 0000-FIND-REG-JOB THRU 0000-FIND-REG-JOB-EXIT.
013259     IF NOT WS-REGJOB-WAS-FOUND
013260         MOVE WS-TRG-JOB-SUB TO WS-JOB-SUB
013261         GO TO 0000-CHECK-ONE-PRED-EXIT.
013262     MOVE WS-REGJOB-SUB TO WS-JOB-SUB.
013263     PERFORM 0000-CHECK-JOB-ELIGIBLE
013264         THRU 0000-CHECK-JOB-ELIGIBLE-EXIT.
013265     MOVE WS-TRG-JOB-SUB TO WS-JOB-SUB.
013266     IF WS-JOB-IS-ELIGIBLE
013267         ADD 1 TO WS-WAIT-COUNT
013268         MOVE WS-JOB-PRED (WS-TRG-JOB-SUB WS-PRED-SUB)
013269             TO WS-TRG-WAIT-JOB (WS-WAIT-COUNT)
013270     END-IF.
013271 0000-CHECK-ONE-PRED-EXIT.
013272     EXIT.
013273*
013274*--------------------------------------------------------------*
013275* 0000-FIND-CATCHUP-START - FIND THE LAST BUSINESS DATE         *
013276*                          DayCloseOut MARKED CLOSED ON THE     *
013277*                          DAY-STATUS FILE AND ASK BusDateSrv   *
013278*                          FOR THE BUSINESS DATE AFTER IT. IF   *
013279*                          THAT IS EARLIER THAN TODAY IT IS     *
013280*                          WHERE THE CATCH-UP STARTS. NO        *
013281*                          DAY-STATUS FILE, NO CLOSED DATE ON   *
013282*                          IT OR NO NEXT DATE WARNS AND LEAVES  *
013283*                          TODAY'S ORDINARY RUN TO GO AHEAD.    *
013284*--------------------------------------------------------------*
013285 0000-FIND-CATCHUP-START.
013286     MOVE 0 TO WS-CATCHUP-FROM.
013287     MOVE 0 TO WS-LAST-CLOSED-DATE.
013288     OPEN INPUT DAY-STATUS-FILE.
013289     IF WS-DAYSTAT-STATUS NOT = "00"
013290         DISPLAY "DAY-STATUS FILE UNAVAILABLE, STATUS "
013291             WS-DAYSTAT-STATUS " - NO CATCH-UP POSSIBLE"
013292         MOVE "W" TO WS-EVT-SEVERITY
013293         MOVE "0000-FIND-CATCHUP-START" TO WS-EVT-PARAGRAPH
013294         MOVE WS-DAYSTAT-STATUS TO WS-EVT-STATUS
013295         MOVE "DAY-STATUS UNAVAILABLE" TO WS-EVT-MESSAGE
013296         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013297         GO TO 0000-FIND-CATCHUP-START-EXIT.
013298     MOVE "N" TO WS-DAYSTAT-EOF-SW.
013299     PERFORM 0000-SCAN-ONE-DAYSTAT THRU 0000-SCAN-ONE-DAYSTAT-EXIT
013300         UNTIL WS-DAYSTAT-EOF.
013301     CLOSE DAY-STATUS-FILE.
013302     IF WS-LAST-CLOSED-DATE = 0
013303         DISPLAY "NO BUSINESS DATE WAS EVER CLOSED BY DayCloseOut"
013304             " - NO CATCH-UP POSSIBLE"
013305         MOVE "W" TO WS-EVT-SEVERITY
013306         MOVE "0000-FIND-CATCHUP-START" TO WS-EVT-PARAGRAPH
013307         MOVE WS-DAYSTAT-STATUS TO WS-EVT-STATUS
013308         MOVE "NO CLOSED DATE ON FILE" TO WS-EVT-MESSAGE
013309         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013310         GO TO 0000-FIND-CATCHUP-START-EXIT.
013311     MOVE "N" TO BDP-FUNCTION.
013312     MOVE WS-CALENDAR-ID TO BDP-CALENDAR-ID.
013313     MOVE WS-LAST-CLOSED-DATE TO BDP-DATE-IN.
013314     CALL "BusDateSrv" USING BUS-DATE-PARMS.
013315     IF BDP-RETURN-CODE NOT = "00" AND
013316             BDP-RETURN-CODE NOT = "04"
013317         DISPLAY "NO BUSINESS DATE FOUND AFTER "
013318             WS-LAST-CLOSED-DATE ", RETURN CODE " BDP-RETURN-CODE
013319         MOVE "W" TO WS-EVT-SEVERITY
013320         MOVE "0000-FIND-CATCHUP-START" TO WS-EVT-PARAGRAPH
013321         MOVE BDP-RETURN-CODE TO WS-EVT-STATUS
013322         MOVE "CATCH-UP START NOT FOUND" TO WS-EVT-MESSAGE
013323         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013324         GO TO 0000-FIND-CATCHUP-START-EXIT.
013325     IF BDP-DATE-OUT NOT < WS-TODAY-DATE
013326         DISPLAY "LAST CLOSED DATE " WS-LAST-CLOSED-DATE
013327             " - NO MISSED BUSINESS DATES TO CATCH UP"
013328         GO TO 0000-FIND-CATCHUP-START-EXIT.
013329     MOVE BDP-DATE-OUT TO WS-CATCHUP-FROM.
013330 0000-FIND-CATCHUP-START-EXIT.
013331     EXIT.
013332*
013333 0000-SCAN-ONE-DAYSTAT.
013334     READ DAY-STATUS-FILE NEXT RECORD
013335         AT END
013336             MOVE "Y" TO WS-DAYSTAT-EOF-SW
013337             GO TO 0000-SCAN-ONE-DAYSTAT-EXIT
013338     END-READ.
013339     IF DST-DATE-CLOSED AND DST-BUS-DATE > WS-LAST-CLOSED-DATE
013340         MOVE DST-BUS-DATE TO WS-LAST-CLOSED-DATE
013341     END-IF.
013342 0000-SCAN-ONE-DAYSTAT-EXIT.
013343     EXIT.
013344*
013345*--------------------------------------------------------------*
013346* 0000-RUN-CATCHUP - RUN EVERY MISSED BUSINESS DATE FROM        *
013347*                   WS-CATCHUP-FROM UP TO (NOT INCLUDING)       *
013348*                   TODAY THROUGH 0000-PROCESS-DATE, IN DATE    *
013349*                   ORDER, WITH THE CATCH-UP FLAG ON. A MISSED  *
013350*                   DATE IS A BUSINESS DAY, SO TODAY'S OVERRIDE *
013351*                   (IF ANY) IS SET ASIDE AND PUT BACK AFTER.   *
013352*                   A DATE WHOSE CHECKPOINT IS ALREADY COMPLETE *
013353*                   (IT RAN, BUT WAS NEVER CLOSED) WRITES       *
013354*                   NOTHING NEW, EXACTLY AS ON A RESTART.       *
013355*--------------------------------------------------------------*
013356 0000-RUN-CATCHUP.
013357     MOVE WS-OVERRIDE-SW TO WS-TODAY-OVERRIDE-SW.
013358     MOVE "N" TO WS-OVERRIDE-SW.
013359     MOVE "Y" TO WS-CATCHUP-SW.
013360     MOVE WS-CATCHUP-FROM TO WS-DATE.
013361     DISPLAY "CATCH-UP FROM " WS-CATCHUP-FROM
013362         ", LAST CLOSED DATE " WS-LAST-CLOSED-DATE.
013363     MOVE WS-CATCHUP-FROM TO WS-CU-MSG-DATE.
013364     MOVE "I" TO WS-EVT-SEVERITY.
013365     MOVE "0000-RUN-CATCHUP" TO WS-EVT-PARAGRAPH.
013366     MOVE "00" TO WS-EVT-STATUS.
013367     MOVE WS-CU-MESSAGE TO WS-EVT-MESSAGE.
013368     PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT.
013369     MOVE 0 TO WS-CATCHUP-COUNT.
013370     MOVE "N" TO WS-CATCHUP-DONE-SW.
013371     PERFORM 0000-CATCHUP-ONE-DATE THRU 0000-CATCHUP-ONE-DATE-EXIT
013372         UNTIL WS-CATCHUP-DONE.
013373     MOVE WS-TODAY-DATE TO WS-DATE.
013374     MOVE WS-TODAY-OVERRIDE-SW TO WS-OVERRIDE-SW.
013375     MOVE "N" TO WS-CATCHUP-SW.
013376 0000-RUN-CATCHUP-EXIT.
013377     EXIT.
013378*
013379*--------------------------------------------------------------*
013380* 0000-CATCHUP-ONE-DATE - RUN MISSED DATE WS-DATE AND STEP TO   *
013381*                        THE NEXT BUSINESS DATE. THE CATCH-UP   *
013382*                        ENDS AT TODAY. ONE THAT HITS           *
013383*                        WS-CATCHUP-MAX DATES, OR CANNOT FIND   *
013384*                        THE NEXT DATE, STOPS WITH AN ERROR AND *
013385*                        HOLDS TODAY'S RUN, SO THE DATES NEVER  *
013386*                        RUN OUT OF ORDER.                      *
013387*--------------------------------------------------------------*
013388 0000-CATCHUP-ONE-DATE.
013389     IF WS-DATE NOT < WS-TODAY-DATE
013390         MOVE "Y" TO WS-CATCHUP-DONE-SW
013391         GO TO 0000-CATCHUP-ONE-DATE-EXIT.
013392     IF WS-CATCHUP-COUNT >= WS-CATCHUP-MAX
013393         DISPLAY "CATCH-UP STOPPED AFTER " WS-CATCHUP-MAX
013394             " DATES - " WS-DATE " ONWARD NOT RUN"
013395         MOVE "E" TO WS-EVT-SEVERITY
013396         MOVE "0000-CATCHUP-ONE-DATE" TO WS-EVT-PARAGRAPH
013397         MOVE "00" TO WS-EVT-STATUS
013398         MOVE "CATCH-UP LIMIT REACHED" TO WS-EVT-MESSAGE
013399         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013400         MOVE "Y" TO WS-CATCHUP-STOP-SW
013401         MOVE "Y" TO WS-CATCHUP-DONE-SW
013402         GO TO 0000-CATCHUP-ONE-DATE-EXIT.
013403     ADD 1 TO WS-CATCHUP-COUNT.
013404     DISPLAY "CATCH-UP RUN FOR BUSINESS DATE " WS-DATE.
013405     PERFORM 0000-PROCESS-DATE THRU 0000-PROCESS-DATE-EXIT.
013406     MOVE "N" TO BDP-FUNCTION.
013407     MOVE WS-CALENDAR-ID TO BDP-CALENDAR-ID.
013408     MOVE WS-DATE TO BDP-DATE-IN.
013409     CALL "BusDateSrv" USING BUS-DATE-PARMS.
013410     IF BDP-RETURN-CODE NOT = "00" AND
013411             BDP-RETURN-CODE NOT = "04"
013412         DISPLAY "NO BUSINESS DATE FOUND AFTER " WS-DATE
013413             " - CATCH-UP STOPPED"
013414         MOVE "E" TO WS-EVT-SEVERITY
013415         MOVE "0000-CATCHUP-ONE-DATE" TO WS-EVT-PARAGRAPH
013416         MOVE BDP-RETURN-CODE TO WS-EVT-STATUS
013417         MOVE "CATCH-UP NEXT DATE FAILED" TO WS-EVT-MESSAGE
013418         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013419         MOVE "Y" TO WS-CATCHUP-STOP-SW
013420         MOVE "Y" TO WS-CATCHUP-DONE-SW
013421         GO TO 0000-CATCHUP-ONE-DATE-EXIT.
013422     MOVE BDP-DATE-OUT TO WS-DATE.
013423 0000-CATCHUP-ONE-DATE-EXIT.
013424     EXIT.
013425*
013426*--------------------------------------------------------------*
013427* 0000-CHECK-CYCLE-PLAN - ASK CycPlanSrv WHETHER THIS CYCLE IS  *
013428*                        ON THE CYCLE PLAN FOR WS-DATE. A CYCLE *
013429*                        THE PLAN DOES NOT CALL FOR IS          *
013430*                        REJECTED (ERROR, NO RUN) OR WARNED     *
013431*                        ABOUT AND RUN, AS THE PLAN RECORD      *
013432*                        SAYS. A CATCH-UP ONLY REPLAYS WHAT THE *
013433*                        PLAN REQUIRES, SO THERE AN UNPLANNED   *
013434*                        DATE IS SKIPPED. A CALENDAR WITH NO    *
013435*                        PLAN, OR NO PLAN FILE (WARNED ONCE),   *
013436*                        LEAVES THE RUN AS IT ALWAYS WAS.       *
013437*--------------------------------------------------------------*
013438 0000-CHECK-CYCLE-PLAN.
013439     MOVE "N" TO WS-PLAN-REJECT-SW.
013440     MOVE WS-CALENDAR-ID TO CPP-CALENDAR-ID.
013441     MOVE WS-DATE TO CPP-DATE-IN.
013442     MOVE WS-CYCLE TO CPP-CYCLE-IN.
013443     CALL "CycPlanSrv" USING CYCLE-PLAN-PARMS.
013444     IF CPP-PLAN-MISSING
013445         IF NOT WS-PLAN-WAS-WARNED
013446             DISPLAY "CYCLE PLAN UNAVAILABLE - CYCLE NOT CHECKED "
013447                 "AGAINST THE PLAN"
013448             MOVE "W" TO WS-EVT-SEVERITY
013449             MOVE "0000-CHECK-CYCLE-PLAN" TO WS-EVT-PARAGRAPH
013450             MOVE CPP-RETURN-CODE TO WS-EVT-STATUS
013451             MOVE "CYCLE PLAN UNAVAILABLE" TO WS-EVT-MESSAGE
013452             PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013453             MOVE "Y" TO WS-PLAN-WARNED-SW
013454         END-IF
013455         GO TO 0000-CHECK-CYCLE-PLAN-EXIT.
013456     IF CPP-NO-DAY-FOUND
013457         DISPLAY "NO BUSINESS DATE FOUND AFTER " WS-DATE
013458             " - TAKEN AS A NORMAL DAY FOR THE CYCLE PLAN"
013459         MOVE "W" TO WS-EVT-SEVERITY
013460         MOVE "0000-CHECK-CYCLE-PLAN" TO WS-EVT-PARAGRAPH
013461         MOVE CPP-RETURN-CODE TO WS-EVT-STATUS
013462         MOVE "PLAN DATE TYPE NOT FOUND" TO WS-EVT-MESSAGE
013463         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013464     END-IF.
013465     IF CPP-NO-PLAN OR CPP-CYCLE-IS-PLANNED
013466         GO TO 0000-CHECK-CYCLE-PLAN-EXIT.
013467     MOVE WS-CYCLE TO WS-CP-MSG-CYCLE.
013468     MOVE CPP-DATE-TYPE TO WS-CP-MSG-TYPE.
013469     MOVE "0000-CHECK-CYCLE-PLAN" TO WS-EVT-PARAGRAPH.
013470     MOVE CPP-RETURN-CODE TO WS-EVT-STATUS.
013471     MOVE WS-CP-MESSAGE TO WS-EVT-MESSAGE.
013472     IF WS-IS-CATCHUP-RUN
013473         DISPLAY "CYCLE " WS-CYCLE " NOT PLANNED FOR "
013474             WS-DATE " - CATCH-UP SKIPS THE DATE"
013475         MOVE "I" TO WS-EVT-SEVERITY
013476         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013477         MOVE "Y" TO WS-PLAN-REJECT-SW
013478         GO TO 0000-CHECK-CYCLE-PLAN-EXIT.
013479     IF CPP-REJECT-UNPLANNED
013480         DISPLAY "CYCLE " WS-CYCLE " NOT PLANNED FOR "
013481             WS-DATE " (DATE TYPE " CPP-DATE-TYPE
013482             ") - RUN REJECTED"
013483         MOVE "E" TO WS-EVT-SEVERITY
013484         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013485         MOVE "Y" TO WS-PLAN-REJECT-SW
013486     ELSE
013487         DISPLAY "CYCLE " WS-CYCLE " NOT PLANNED FOR "
013488             WS-DATE " (DATE TYPE " CPP-DATE-TYPE
013489             ") - RUN GOES AHEAD"
013490         MOVE "W" TO WS-EVT-SEVERITY
013491         PERFORM 0000-LOG-EVENT THRU 0000-LOG-EVENT-EXIT
013492     END-IF.
013493 0000-CHECK-CYCLE-PLAN-EXIT.
013494     EXIT.
