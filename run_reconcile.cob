000334*                 THAT GOT NO TRIGGER AT ALL WAS INVISIBLE     *
000335*                 BEFORE, BECAUSE NOTHING KNEW THE JOB SHOULD  *
000336*                 EXIST.                                       *
000337* 2026-10-15 RC   AN OPTIONAL RECPARM CARD NOW NAMES THE DATE  *
000338*                 TO RECONCILE (MISSING OR BLANK MEANS TODAY), *
000339*                 AND THE REGISTRY CHECK NOW JUDGES THAT DATE  *
000340*                 BY THE REGISTRY AS IT STOOD ON IT, FROM THE  *
000341*                 JobRegSrv SERVICE, RATHER THAN BY TODAY'S    *
000342*                 ENTRIES - A JOB DROPPED OR MADE MANDATORY    *
000343*                 SINCE NO LONGER CHANGES THE VERDICT ON AN    *
000344*                 EARLIER DATE.                                *
000337*--------------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
000510         ALTERNATE RECORD KEY IS RC-RUN-DATE
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-RUNLOG-STATUS.
000532     SELECT RECON-PARM-FILE ASSIGN "RECPARM"
000534         ORGANIZATION IS SEQUENTIAL
000536         ACCESS MODE IS SEQUENTIAL
000538         FILE STATUS IS WS-PARM-STATUS.
000540     SELECT SCHED-CTL-FILE ASSIGN "SCHEDCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SCC-KEY
000580         FILE STATUS IS WS-SCHED-STATUS.
000590     SELECT RECON-REPORT-FILE ASSIGN "RECRPT"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000930     COPY SCHCTL01.
000940*
000941*--------------------------------------------------------------*
000942* RECON-PARM-FILE - OPTIONAL. ONE CARD: THE DATE TO RECONCILE, *
000943*                  YYMMDD. NO CARD, OR A BLANK ONE, MEANS      *
000944*                  TODAY.                                      *
000945*--------------------------------------------------------------*
000946 FD  RECON-PARM-FILE
000947     RECORDING MODE IS F
000948     LABEL RECORDS ARE STANDARD.
000949 01  RECON-PARM-RECORD.
000950     05  RCP-RECON-DATE          PIC X(06).
000951     05  RCP-RECON-NUM REDEFINES RCP-RECON-DATE
000952                                 PIC 9(06).
000953     05  FILLER                  PIC X(74).
000951*
000952*--------------------------------------------------------------*
000960* RECON-REPORT-FILE - THE PRINTED EXCEPTION REPORT.            *
001230     88  WS-SCHED-DONE               VALUE "Y".
001240 77  WS-SCHED-TODAY-COUNT        PIC 9(05) COMP.
001250 77  WS-TODAY                    PIC 9(06).
001251 77  WS-RECON-DATE               PIC 9(06).
001252 77  WS-PARM-STATUS              PIC X(02).
001253 77  WS-PARM-OPEN-SW             PIC X(01) VALUE "N".
001254     88  WS-PARM-WAS-OPENED          VALUE "Y".
001255 77  WS-PARM-BAD-SW              PIC X(01) VALUE "N".
001256     88  WS-PARM-IS-BAD              VALUE "Y".
001260*
001270*--------------------------------------------------------------*
001280* RECONCILIATION WORK FIELDS AND TOTALS                        *
001370 77  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE 0.
001371*
001372*--------------------------------------------------------------*
001373* DOWNSTREAM JOB REGISTRY IMAGE - THE ACTIVE ENTRIES AS THEY   *
001374* STOOD ON THE RECONCILE DATE, LOADED FOR THE REGISTRY CHECK:  *
001375* WHICH JOBS SHOULD HAVE A TRIGGER ON EACH CYCLE THAT          *
001376* COMPLETED THAT DAY.                                          *
001376*--------------------------------------------------------------*
001381 77  WS-REG-MAX                  PIC 9(02) COMP VALUE 50.
001382 77  WS-JRP-SUB                  PIC 9(02) COMP.
001382 77  WS-REG-COUNT                PIC 9(02) COMP VALUE 0.
001383 77  WS-REG-SUB                  PIC 9(02) COMP.
001384 77  WS-REG-CYC-SUB              PIC 9(02) COMP.
001397 01  WS-CYC-TEST                 PIC X(02).
001398 01  WS-CYC-TEST-NUM REDEFINES WS-CYC-TEST
001399                                 PIC 9(02).
001400*
001401*--------------------------------------------------------------*
001402* JOB-REG-PARMS - PARAMETER AREA FOR THE JobRegSrv SERVICE.    *
001403*--------------------------------------------------------------*
001404     COPY JRGPRM01.
001401*
001402*--------------------------------------------------------------*
001403* REPORT LINE LAYOUTS                                          *
001850     STOP RUN.
001860*
001870*--------------------------------------------------------------*
001880* 0000-INITIALIZE - OBTAIN THE DATE TO RECONCILE AND OPEN THE  *
001890*                  REPORT AND THE FILES UNDER RECONCILIATION.  *
001900*                  A FILE THAT CANNOT BE OPENED IS ITSELF AN   *
001910*                  EXCEPTION - THE RUN CARRIES ON AND PROVES   *
001920*                  WHAT IT STILL CAN.                          *
001930*--------------------------------------------------------------*
001940 0000-INITIALIZE.
001950     ACCEPT WS-TODAY FROM DATE.
001953     MOVE WS-TODAY TO WS-RECON-DATE.
001956     PERFORM 0000-GET-PARM THRU 0000-GET-PARM-EXIT.
001960     OPEN OUTPUT RECON-REPORT-FILE.
001970     IF WS-REPORT-STATUS NOT = "00"
001980         DISPLAY "RECON-REPORT-FILE OPEN FAILED, STATUS "
001990             WS-REPORT-STATUS " - RECONCILIATION NOT RUN"
002000         GO TO 0000-INITIALIZE-EXIT.
002010     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
002011     IF WS-PARM-IS-BAD
002012         MOVE "RECON DATE CARD NOT NUMERIC - TODAY USED"
002013             TO WS-EXC-TEXT
002014         PERFORM 0000-PRINT-EXCEPTION-BARE
002015             THRU 0000-PRINT-EXCEPTION-BARE-EXIT
002016     END-IF.
002020     OPEN INPUT CHECKPOINT-FILE.
002030     IF WS-CKPT-STATUS = "00"
002040         MOVE "Y" TO WS-CKPT-OPEN-SW
002200             THRU 0000-PRINT-EXCEPTION-BARE-EXIT
002210     END-IF.
002220 0000-INITIALIZE-EXIT.
002221     EXIT.
002222*
002223*--------------------------------------------------------------*
002224* 0000-GET-PARM - READ THE RECONCILE-DATE CARD. MISSING, EMPTY *
002225*               OR BLANK MEANS TODAY; A CARD THAT IS PRESENT   *
002226*               BUT NOT A DATE IS REPORTED AND TODAY USED.     *
002227*--------------------------------------------------------------*
002228 0000-GET-PARM.
002229     OPEN INPUT RECON-PARM-FILE.
002230     IF WS-PARM-STATUS NOT = "00"
002231         GO TO 0000-GET-PARM-EXIT.
002232     MOVE "Y" TO WS-PARM-OPEN-SW.
002233     READ RECON-PARM-FILE
002234         AT END
002235             GO TO 0000-GET-PARM-EXIT
002236     END-READ.
002237     IF RCP-RECON-DATE = SPACES
002238         GO TO 0000-GET-PARM-EXIT.
002239     IF RCP-RECON-DATE NOT NUMERIC
002240         MOVE "Y" TO WS-PARM-BAD-SW
002241         GO TO 0000-GET-PARM-EXIT.
002242     MOVE RCP-RECON-NUM TO WS-RECON-DATE.
002243 0000-GET-PARM-EXIT.
002230     EXIT.
002240*
002250*--------------------------------------------------------------*
002930*
002940*--------------------------------------------------------------*
002950* 0000-CHECK-SCHED-CTL - THE SCHEDULER CONTROL FILE MUST CARRY *
002960*                       AT LEAST ONE TRIGGER FOR THE RECONCILE *
002970*                       DATE, AND EVERY TRIGGER FOR THAT DATE  *
002980*                       MUST CARRY THE SEED ITS OWN CYCLE'S    *
002990*                       CHECKPOINT SAYS WAS ISSUED.            *
003000*--------------------------------------------------------------*
003100     MOVE "Y" TO WS-SCHED-OPEN-SW.
003110     MOVE "N" TO WS-SCHED-DONE-SW.
003120     MOVE 0 TO WS-SCHED-TODAY-COUNT.
003130     MOVE WS-RECON-DATE TO SCC-RUN-DATE.
003140     MOVE ZERO TO SCC-CYCLE.
003150     MOVE SPACES TO SCC-JOB-NAME.
003160     START SCHED-CTL-FILE
003220         THRU 0000-CHECK-ONE-TRIGGER-EXIT
003230         UNTIL WS-SCHED-DONE.
003240     IF WS-SCHED-TODAY-COUNT = 0
003250         MOVE "NO SCHED-CTL TRIGGER FOR THE RECONCILE DATE"
003260             TO WS-EXC-TEXT
003270         PERFORM 0000-PRINT-EXCEPTION-BARE
003280             THRU 0000-PRINT-EXCEPTION-BARE-EXIT
003310     EXIT.
003320*
003330*--------------------------------------------------------------*
003340* 0000-CHECK-ONE-TRIGGER - ONE RECONCILE-DATE TRIGGER RECORD:  *
003350*                         ITS SEED MUST MATCH THE CHECKPOINT   *
003360*                         OF ITS OWN DATE AND CYCLE.           *
003370*--------------------------------------------------------------*
003410             MOVE "Y" TO WS-SCHED-DONE-SW
003420             GO TO 0000-CHECK-ONE-TRIGGER-EXIT
003430     END-READ.
003440     IF SCC-RUN-DATE NOT = WS-RECON-DATE
003450         MOVE "Y" TO WS-SCHED-DONE-SW
003460         GO TO 0000-CHECK-ONE-TRIGGER-EXIT.
003470     ADD 1 TO WS-SCHED-TODAY-COUNT.
003480     IF NOT WS-CKPT-WAS-OPENED
003490         GO TO 0000-CHECK-ONE-TRIGGER-EXIT.
003500     MOVE WS-RECON-DATE TO CKPT-RUN-DATE.
003510     MOVE SCC-CYCLE TO CKPT-CYCLE.
003520     READ CHECKPOINT-FILE
003530         INVALID KEY
003540             MOVE "SCHED-CTL PRESENT BUT NO CHECKPOINT FOR DATE"
003550                 TO WS-EXC-TEXT
003560             MOVE SCC-RUN-DATE TO WS-EXC-DATE
003570             MOVE SCC-RANDOM-SEED TO WS-EXC-SEED
004160* 0000-PRINT-HEADER - REPORT PAGE HEADER.                      *
004170*--------------------------------------------------------------*
004180 0000-PRINT-HEADER.
004190     MOVE WS-RECON-DATE TO WS-HDR-DATE-OUT.
004200     MOVE WS-HEADER-LINE TO REC-RECORD.
004210     WRITE REC-RECORD AFTER ADVANCING PAGE.
004220 0000-PRINT-HEADER-EXIT.
004870     IF WS-SCHED-WAS-OPENED
004880         CLOSE SCHED-CTL-FILE
004890     END-IF.
004892     IF WS-PARM-WAS-OPENED
004894         CLOSE RECON-PARM-FILE
004896     END-IF.
004900     IF WS-REPORT-STATUS = "00"
004910         CLOSE RECON-REPORT-FILE
004920     END-IF.
004930 0000-TERMINATE-EXIT.
004940     EXIT.
005200*--------------------------------------------------------------*
005210* 0000-CHECK-REGISTRY - EVERY REGISTRY JOB ACTIVE AND          *
005220*                      EFFECTIVE ON THE RECONCILE DATE AND     *
005230*                      RUNNING ON A CYCLE WHOSE CHECKPOINT     *
005232*                      COMPLETED THAT DAY MUST HAVE A          *
005240*                      SCHED-CTL TRIGGER FOR THAT CYCLE. A     *
005250*                      JOB WITH NO TRIGGER AT ALL WAS          *
005260*                      INVISIBLE BEFORE THE REGISTRY EXISTED.  *
005320             OR NOT WS-SCHED-WAS-OPENED
005330         GO TO 0000-CHECK-REGISTRY-EXIT.
005340     MOVE "N" TO WS-CKPT-EOF-SW.
005350     MOVE WS-RECON-DATE TO CKPT-RUN-DATE.
005360     MOVE ZERO TO CKPT-CYCLE.
005370     START CHECKPOINT-FILE
005380         KEY IS NOT LESS THAN CKPT-KEY
005460     EXIT.
005470*
005480*--------------------------------------------------------------*
005490* 0000-LOAD-REGISTRY - ASK JobRegSrv FOR THE REGISTRY AS IT    *
005500*                     STOOD ON THE RECONCILE DATE AND KEEP ITS *
005510*                     ACTIVE ENTRIES. A REGISTRY THAT CANNOT   *
005520*                     BE READ IS ITSELF AN EXCEPTION - WITHOUT *
005522*                     IT NOBODY KNOWS WHAT SHOULD HAVE RUN. NO *
005524*                     HISTORY, OR AN INCOMPLETE ANSWER, IS AN  *
005526*                     EXCEPTION TOO, BUT THE CHECK STILL RUNS  *
005528*                     ON WHAT CAME BACK.                       *
005530*--------------------------------------------------------------*
005540 0000-LOAD-REGISTRY.
005550     MOVE WS-RECON-DATE TO JRP-AS-OF-DATE.
005560     CALL "JobRegSrv" USING JOB-REG-PARMS.
005570     IF JRP-REGISTRY-MISSING
005580         MOVE "JOB-REG-FILE NOT AVAILABLE, STATUS XX"
005590             TO WS-EXC-TEXT
005600         MOVE JRP-FILE-STATUS TO WS-EXC-TEXT (36:2)
005610         PERFORM 0000-PRINT-EXCEPTION-BARE
005620             THRU 0000-PRINT-EXCEPTION-BARE-EXIT
005630         GO TO 0000-LOAD-REGISTRY-EXIT.
005631     IF JRP-HISTORY-MISSING
005632         MOVE "JOB-HIST-FILE NOT AVAILABLE, STATUS XX"
005633             TO WS-EXC-TEXT
005634         MOVE JRP-FILE-STATUS TO WS-EXC-TEXT (37:2)
005635         PERFORM 0000-PRINT-EXCEPTION-BARE
005636             THRU 0000-PRINT-EXCEPTION-BARE-EXIT
005637     END-IF.
005638     IF JRP-TABLE-FULL
005639         MOVE "JOB REGISTRY TOO LARGE - CHECK INCOMPLETE"
005640             TO WS-EXC-TEXT
005641         PERFORM 0000-PRINT-EXCEPTION-BARE
005642             THRU 0000-PRINT-EXCEPTION-BARE-EXIT
005643     END-IF.
005640     PERFORM 0000-LOAD-ONE-JOB THRU 0000-LOAD-ONE-JOB-EXIT
005650         VARYING WS-JRP-SUB FROM 1 BY 1
005660         UNTIL WS-JRP-SUB > JRP-JOB-COUNT.
005670 0000-LOAD-REGISTRY-EXIT.
005680     EXIT.
005690*
005700 0000-LOAD-ONE-JOB.
005710     IF JRP-IS-INACTIVE (WS-JRP-SUB)
005770         GO TO 0000-LOAD-ONE-JOB-EXIT.
005780     IF WS-REG-COUNT >= WS-REG-MAX
005800         GO TO 0000-LOAD-ONE-JOB-EXIT.
005810     ADD 1 TO WS-REG-COUNT.
005820     MOVE JRP-JOB-NAME (WS-JRP-SUB) TO WS-REG-NAME (WS-REG-COUNT).
005830     MOVE JRP-ALL-CYCLES-SW (WS-JRP-SUB)
005840         TO WS-REG-ALL-CYC-SW (WS-REG-COUNT).
005850     PERFORM 0000-LOAD-JOB-CYCLE THRU 0000-LOAD-JOB-CYCLE-EXIT
005860         VARYING WS-REG-CYC-SUB FROM 1 BY 1
005870         UNTIL WS-REG-CYC-SUB > 6.
005880     MOVE JRP-EFF-FROM (WS-JRP-SUB)
005890         TO WS-REG-EFF-FROM (WS-REG-COUNT).
005891     MOVE JRP-EFF-TO (WS-JRP-SUB) TO WS-REG-EFF-TO (WS-REG-COUNT).
005900 0000-LOAD-ONE-JOB-EXIT.
005910     EXIT.
005920*
005930 0000-LOAD-JOB-CYCLE.
005940     MOVE JRP-CYCLE (WS-JRP-SUB WS-REG-CYC-SUB)
005950         TO WS-REG-CYCLE (WS-REG-COUNT WS-REG-CYC-SUB).
005960 0000-LOAD-JOB-CYCLE-EXIT.
005970     EXIT.
005980*
005990*--------------------------------------------------------------*
006000* 0000-CHECK-REG-ONE-CKPT - ONE CHECKPOINT RECORD OF THE DATE. *
006010*                          A CYCLE WHOSE OUTPUTS COMPLETED     *
006020*                          MUST HAVE TRIGGERED EVERY REGISTRY  *
006030*                          JOB THAT RUNS ON IT.                *
006080             MOVE "Y" TO WS-CKPT-EOF-SW
006090             GO TO 0000-CHECK-REG-ONE-CKPT-EXIT
006100     END-READ.
006110     IF CKPT-RUN-DATE NOT = WS-RECON-DATE
006120         MOVE "Y" TO WS-CKPT-EOF-SW
006130         GO TO 0000-CHECK-REG-ONE-CKPT-EXIT.
006140     IF NOT CKPT-OUTPUTS-ARE-DONE
006150         GO TO 0000-CHECK-REG-ONE-CKPT-EXIT.
006160     MOVE CKPT-CYCLE TO WS-CHECK-CYCLE.
006170     MOVE CKPT-RANDOM-SEED TO WS-SAVE-SEED.
006180     MOVE WS-RECON-DATE TO WS-SAVE-DATE.
006190     PERFORM 0000-CHECK-REG-ONE-JOB
006200         THRU 0000-CHECK-REG-ONE-JOB-EXIT
006210         VARYING WS-REG-SUB FROM 1 BY 1
006260*--------------------------------------------------------------*
006270* 0000-CHECK-REG-ONE-JOB - ONE REGISTRY ENTRY AGAINST ONE      *
006280*                         COMPLETED CYCLE: IF THE ENTRY IS     *
006290*                         EFFECTIVE ON THE DATE AND RUNS ON THE*
006300*                         CYCLE, ITS TRIGGER MUST BE ON FILE.  *
006310*--------------------------------------------------------------*
006320 0000-CHECK-REG-ONE-JOB.
006340         THRU 0000-CHECK-REG-ELIGIBLE-EXIT.
006350     IF NOT WS-REG-IS-ELIGIBLE
006360         GO TO 0000-CHECK-REG-ONE-JOB-EXIT.
006370     MOVE WS-RECON-DATE TO SCC-RUN-DATE.
006380     MOVE WS-CHECK-CYCLE TO SCC-CYCLE.
006390     MOVE WS-REG-NAME (WS-REG-SUB) TO SCC-JOB-NAME.
006400     READ SCHED-CTL-FILE
006510*
006520 0000-CHECK-REG-ELIGIBLE.
006530     MOVE "N" TO WS-REG-ELIG-SW.
006540     IF WS-RECON-DATE < WS-REG-EFF-FROM (WS-REG-SUB)
006550             OR WS-RECON-DATE > WS-REG-EFF-TO (WS-REG-SUB)
006560         GO TO 0000-CHECK-REG-ELIGIBLE-EXIT.
006570     IF WS-REG-ALL-CYCLES (WS-REG-SUB)
006580         MOVE "Y" TO WS-REG-ELIG-SW
