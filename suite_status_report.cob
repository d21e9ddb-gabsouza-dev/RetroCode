000206*                 ONLY CHASED WHEN A CYCLE IT RUNS ON HAS      *
000207*                 TRIGGERS ON FILE TODAY, SO A LATER-CYCLE     *
000208*                 JOB IS NOT FLAGGED AFTER THE MORNING CYCLE.  *
000209* 2026-10-15 RC   A TRIGGER HELD FOR ITS PREDECESSORS NOW      *
000210*                 PRINTS AS HELD, FOLLOWED BY A LINE NAMING    *
000211*                 THE JOBS IT IS STILL WAITING ON, AND IS      *
000212*                 COUNTED SEPARATELY IN THE TOTALS. HELD       *
000213*                 TRIGGERS LEAVE RETURN CODE 4 AS PENDING      *
000214*                 ONES DO. EACH PREDECESSOR'S OWN TRIGGER IS   *
000215*                 READ, SO ONE ALREADY CONSUMED - OR WITH NO   *
000216*                 TRIGGER ON FILE, AS SchedAck TREATS IT - IS  *
000217*                 NOT LISTED.                                  *
000218* 2026-10-15 RC   AN OPTIONAL SSRPARM CARD NOW NAMES THE       *
000219*                 STATUS DATE (MISSING OR BLANK MEANS TODAY),  *
000220*                 AND THE NO-TRIGGER CHECK NOW JUDGES THAT     *
000221*                 DATE BY THE REGISTRY AS IT STOOD ON IT,      *
000222*                 FROM THE JobRegSrv SERVICE, SO A JOB         *
000223*                 DROPPED SINCE IS STILL CHASED FOR AN         *
000224*                 EARLIER DATE AND A JOB ADDED OR CHANGED      *
000225*                 SINCE IS NOT.                                *
000204*--------------------------------------------------------------*
000210*
000220 ENVIRONMENT DIVISION.
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SCC-KEY
000330         FILE STATUS IS WS-SCHED-STATUS.
000332     SELECT STATUS-PARM-FILE ASSIGN "SSRPARM"
000334         ORGANIZATION IS SEQUENTIAL
000336         ACCESS MODE IS SEQUENTIAL
000337         FILE STATUS IS WS-PARM-STATUS.
000340     SELECT STATUS-REPORT-FILE ASSIGN "SUITERPT"
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS MODE IS SEQUENTIAL
000490     COPY SCHCTL01.
000500*
000501*--------------------------------------------------------------*
000502* STATUS-PARM-FILE - OPTIONAL. ONE CARD: THE DATE WHOSE        *
000503*                   TRIGGERS ARE CHECKED FOR MISSING JOBS,     *
000504*                   YYMMDD. NO CARD, OR A BLANK ONE, MEANS     *
000505*                   TODAY.                                     *
000505*--------------------------------------------------------------*
000506 FD  STATUS-PARM-FILE
000507     RECORDING MODE IS F
000508     LABEL RECORDS ARE STANDARD.
000509 01  STATUS-PARM-RECORD.
000510     05  SSP-STATUS-DATE         PIC X(06).
000511     05  SSP-STATUS-NUM REDEFINES SSP-STATUS-DATE
000512                                 PIC 9(06).
000513     05  FILLER                  PIC X(74).
000511*
000512*--------------------------------------------------------------*
000520* STATUS-REPORT-FILE - THE PRINTED SUITE STATUS REPORT.        *
000680 77  WS-SCHED-OPEN-SW            PIC X(01) VALUE "N".
000690     88  WS-SCHED-WAS-OPENED         VALUE "Y".
000700 77  WS-TODAY                    PIC 9(06).
000701 77  WS-STATUS-DATE              PIC 9(06).
000702 77  WS-PARM-STATUS              PIC X(02).
000703 77  WS-PARM-OPEN-SW             PIC X(01) VALUE "N".
000704     88  WS-PARM-WAS-OPENED          VALUE "Y".
000705 77  WS-PARM-BAD-SW              PIC X(01) VALUE "N".
000706     88  WS-PARM-IS-BAD              VALUE "Y".
000707 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE 0.
000710 77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE 0.
000720 77  WS-CONSUMED-COUNT           PIC 9(05) COMP VALUE 0.
000721*
000722*--------------------------------------------------------------*
000723* HELD TRIGGER LOOKUP FIELDS - THE HELD TRIGGER'S KEY IS SAVED *
000724* WHILE ITS PREDECESSORS' TRIGGERS ARE READ BY KEY, THEN READ  *
000725* AGAIN SO THE BROWSE CARRIES ON FROM WHERE IT WAS.            *
000726*--------------------------------------------------------------*
000727 01  WS-SAVE-KEY                 PIC X(16).
000728 01  WS-SAVE-WAIT-LIST.
000729     05  WS-SAVE-WAIT-JOB        PIC X(08) OCCURS 3 TIMES.
000730 77  WS-WAIT-SUB                 PIC 9(02) COMP.
000731 77  WS-WTL-COUNT                PIC 9(02) COMP.
000732*
000733*--------------------------------------------------------------*
000723* DOWNSTREAM JOB REGISTRY IMAGE - THE ACTIVE ENTRIES EFFECTIVE *
000724* ON THE STATUS DATE, AS THEY STOOD THAT DAY, WITH THEIR CYCLE *
000725* LISTS, EACH MARKED SEEN AS ITS TRIGGERS GO PAST, SO A JOB    *
000726* WITH NO TRIGGER AT ALL CAN BE REPORTED AT THE END - BUT ONLY *
000727* WHEN A CYCLE IT IS REGISTERED FOR ACTUALLY TRIGGERED THAT    *
000728* DAY, SO A LATER-CYCLE-ONLY JOB IS NOT A STANDING FALSE ALARM *
000729* AFTER THE MORNING CYCLE.                                     *
000729*--------------------------------------------------------------*
000733 77  WS-REG-MAX                  PIC 9(02) COMP VALUE 50.
000734 77  WS-JRP-SUB                  PIC 9(02) COMP.
000734 77  WS-REG-COUNT                PIC 9(02) COMP VALUE 0.
000735 77  WS-REG-SUB                  PIC 9(02) COMP.
000736 77  WS-REG-CYC-SUB              PIC 9(02) COMP.
000751                                 PIC 9(02).
000752*
000753*--------------------------------------------------------------*
000754* CYCLES THAT ACTUALLY TRIGGERED ON THE STATUS DATE, NOTED AS  *
000755* THE WALK GOES PAST, SO THE MISSING-TRIGGER CHECK ONLY CHASES *
000756* A JOB WHOSE REGISTERED CYCLE HAS TRIGGERS ON FILE.           *
000757*--------------------------------------------------------------*
000758 77  WS-TDC-MAX                  PIC 9(02) COMP VALUE 10.
000759 77  WS-TDC-COUNT                PIC 9(02) COMP VALUE 0.
000762     88  WS-TDC-WAS-FOUND            VALUE "Y".
000763 01  WS-TDC-TABLE.
000764     05  WS-TDC-CYCLE            PIC 9(02) OCCURS 10 TIMES.
000765*
000766*--------------------------------------------------------------*
000767* JOB-REG-PARMS - PARAMETER AREA FOR THE JobRegSrv SERVICE.    *
000768*--------------------------------------------------------------*
000769     COPY JRGPRM01.
000741*
000742*--------------------------------------------------------------*
000750* REPORT LINE LAYOUTS                                          *
001040     05  WS-FTR-PENDING-OUT      PIC ZZZZ9.
001050     05  FILLER                  PIC X(11) VALUE "  CONSUMED ".
001060     05  WS-FTR-CONSUMED-OUT     PIC ZZZZ9.
001070     05  FILLER                  PIC X(07) VALUE "  HELD ".
001071     05  WS-FTR-HELD-OUT         PIC ZZZZ9.
001072     05  FILLER                  PIC X(36) VALUE SPACES.
001073*
001074 01  WS-WAITING-LINE.
001075     05  FILLER                  PIC X(23)
001076             VALUE "            WAITING ON ".
001077     05  WS-WTL-JOBS.
001078         10  WS-WTL-JOB          PIC X(08) OCCURS 3 TIMES.
001079     05  FILLER                  PIC X(33) VALUE SPACES.
001080*
001090 01  WS-EMPTY-LINE.
001100     05  FILLER                  PIC X(26)
001120     05  FILLER                  PIC X(54) VALUE SPACES.
001121*
001122 01  WS-MISSING-LINE.
001123     05  FILLER                  PIC X(16)
001124             VALUE "  NO TRIGGER ON ".
001125     05  WS-MIS-DATE             PIC 9(06).
001126     05  FILLER                  PIC X(05) VALUE " FOR ".
001125     05  WS-MIS-JOB              PIC X(08).
001126     05  FILLER                  PIC X(45) VALUE SPACES.
001127*
001128 01  WS-NOTE-LINE.
001129     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  WS-NOT-TEXT             PIC X(50).
001131     05  FILLER                  PIC X(28) VALUE SPACES.
001130*
001140 PROCEDURE DIVISION.
001150*
001160*--------------------------------------------------------------*
001170* 0000-MAIN - WALK THE WHOLE CONTROL FILE IN KEY ORDER, PRINT  *
001180*            EVERY TRIGGER'S PICKUP STATE AND THE TOTALS, AND  *
001190*            LEAVE RETURN CODE 4 WHEN ANYTHING IS PENDING OR   *
001191*            HELD.                                             *
001200*--------------------------------------------------------------*
001210 0000-MAIN.
001220     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
001244         PERFORM 0000-CHECK-MISSING THRU 0000-CHECK-MISSING-EXIT
001246     END-IF.
001250     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
001260     IF WS-PENDING-COUNT > 0 OR WS-HELD-COUNT > 0
001270         MOVE 4 TO RETURN-CODE
001280     END-IF.
001282     IF WS-REPORT-STATUS NOT = "00"
001350*--------------------------------------------------------------*
001360 0000-INITIALIZE.
001370     ACCEPT WS-TODAY FROM DATE.
001373     MOVE WS-TODAY TO WS-STATUS-DATE.
001376     PERFORM 0000-GET-PARM THRU 0000-GET-PARM-EXIT.
001380     OPEN OUTPUT STATUS-REPORT-FILE.
001390     IF WS-REPORT-STATUS NOT = "00"
001400         DISPLAY "STATUS-REPORT-FILE OPEN FAILED, STATUS "
001412         MOVE "Y" TO WS-SCHED-EOF-SW
001414         GO TO 0000-INITIALIZE-EXIT.
001430     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
001431     IF WS-PARM-IS-BAD
001432         MOVE "STATUS DATE CARD NOT NUMERIC - TODAY USED"
001433             TO WS-NOT-TEXT
001434         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
001435     END-IF.
001432     PERFORM 0000-LOAD-REGISTRY THRU 0000-LOAD-REGISTRY-EXIT.
001440     OPEN INPUT SCHED-CTL-FILE.
001450     IF WS-SCHED-STATUS NOT = "00"
001620     EXIT.
001630*
001640*--------------------------------------------------------------*
001641* 0000-GET-PARM - READ THE STATUS-DATE CARD. MISSING, EMPTY OR *
001642*               BLANK MEANS TODAY; A CARD THAT IS PRESENT BUT  *
001643*               NOT A DATE IS NOTED AND TODAY USED.            *
001644*--------------------------------------------------------------*
001645 0000-GET-PARM.
001646     OPEN INPUT STATUS-PARM-FILE.
001647     IF WS-PARM-STATUS NOT = "00"
001648         GO TO 0000-GET-PARM-EXIT.
001649     MOVE "Y" TO WS-PARM-OPEN-SW.
001650     READ STATUS-PARM-FILE
001651         AT END
001652             GO TO 0000-GET-PARM-EXIT
001653     END-READ.
001654     IF SSP-STATUS-DATE = SPACES
001655         GO TO 0000-GET-PARM-EXIT.
001656     IF SSP-STATUS-DATE NOT NUMERIC
001657         MOVE "Y" TO WS-PARM-BAD-SW
001658         GO TO 0000-GET-PARM-EXIT.
001659     MOVE SSP-STATUS-NUM TO WS-STATUS-DATE.
001660 0000-GET-PARM-EXIT.
001661     EXIT.
001662*
001663*--------------------------------------------------------------*
001650* 0000-PRINT-TRIGGER - ONE LINE PER TRIGGER RECORD, COUNTED    *
001660*                     BY PICKUP STATE. A HELD TRIGGER ALSO     *
001661*                     GETS A LINE NAMING THE PREDECESSORS IT   *
001662*                     IS STILL WAITING ON.                     *
001670*--------------------------------------------------------------*
001680 0000-PRINT-TRIGGER.
001690     READ SCHED-CTL-FILE NEXT RECORD
001720             GO TO 0000-PRINT-TRIGGER-EXIT
001730     END-READ.
001740     MOVE SCC-RUN-DATE TO WS-TRG-DATE.
001741     IF SCC-RUN-DATE = WS-STATUS-DATE
001742         ADD 1 TO WS-TODAY-TRIGGERS
001743         PERFORM 0000-NOTE-TODAY-CYCLE
001744             THRU 0000-NOTE-TODAY-CYCLE-EXIT
001810         MOVE SCC-ACK-DATE TO WS-TRG-ACK-DATE
001820         MOVE SCC-ACK-TIME TO WS-TRG-ACK-TIME
001830     ELSE
001840         IF SCC-ACK-HELD
001850             ADD 1 TO WS-HELD-COUNT
001851             MOVE "HELD" TO WS-TRG-STATE
001852         ELSE
001853             ADD 1 TO WS-PENDING-COUNT
001854             MOVE "PENDING" TO WS-TRG-STATE
001855         END-IF
001860         MOVE SPACES TO WS-TRG-ACK-DATE
001870         MOVE SPACES TO WS-TRG-ACK-TIME
001880     END-IF.
001890     MOVE WS-TRIGGER-LINE TO SSR-RECORD.
001900     WRITE SSR-RECORD AFTER ADVANCING 1 LINE.
001901     IF SCC-ACK-HELD
001903         PERFORM 0000-PRINT-WAITING THRU 0000-PRINT-WAITING-EXIT
001905     END-IF.
001910 0000-PRINT-TRIGGER-EXIT.
001920     EXIT.
001930*
001940 0000-PRINT-HEADER.
001950     MOVE WS-STATUS-DATE TO WS-HDR-DATE-OUT.
001960     MOVE WS-HEADER-LINE TO SSR-RECORD.
001970     WRITE SSR-RECORD AFTER ADVANCING PAGE.
001980 0000-PRINT-HEADER-EXIT.
002010 0000-PRINT-FOOTER.
002020     MOVE WS-PENDING-COUNT TO WS-FTR-PENDING-OUT.
002030     MOVE WS-CONSUMED-COUNT TO WS-FTR-CONSUMED-OUT.
002035     MOVE WS-HELD-COUNT TO WS-FTR-HELD-OUT.
002040     MOVE WS-FOOTER-LINE TO SSR-RECORD.
002050     WRITE SSR-RECORD AFTER ADVANCING 2 LINES.
002060 0000-PRINT-FOOTER-EXIT.
002070     EXIT.
002080*
002081 0000-PRINT-NOTE.
002082     MOVE WS-NOTE-LINE TO SSR-RECORD.
002083     WRITE SSR-RECORD AFTER ADVANCING 1 LINE.
002084 0000-PRINT-NOTE-EXIT.
002085     EXIT.
002086*
002081*--------------------------------------------------------------*
002082* 0000-LOAD-REGISTRY - ASK JobRegSrv FOR THE REGISTRY AS IT    *
002083*                     STOOD ON THE STATUS DATE AND KEEP THE    *
002084*                     ACTIVE ENTRIES EFFECTIVE THAT DAY. A     *
002085*                     REGISTRY THAT CANNOT BE READ LEAVES THE  *
002086*                     TABLE EMPTY AND THE MISSING-TRIGGER      *
002087*                     CHECK QUIET, AS BEFORE IT EXISTED. NO    *
002088*                     HISTORY, OR AN INCOMPLETE ANSWER, IS     *
002089*                     NOTED ON THE REPORT.                     *
002087*--------------------------------------------------------------*
002088 0000-LOAD-REGISTRY.
002089     MOVE WS-STATUS-DATE TO JRP-AS-OF-DATE.
002091     CALL "JobRegSrv" USING JOB-REG-PARMS.
002092     IF JRP-REGISTRY-MISSING
002094         GO TO 0000-LOAD-REGISTRY-EXIT.
002095     IF JRP-HISTORY-MISSING
002096         MOVE "JOB HISTORY UNAVAILABLE - CURRENT REGISTRY USED"
002097             TO WS-NOT-TEXT
002098         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002099     END-IF.
002100     IF JRP-TABLE-FULL
002101         MOVE "JOB REGISTRY TOO LARGE - NO-TRIGGER CHECK PARTIAL"
002102             TO WS-NOT-TEXT
002103         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002104     END-IF.
002095     PERFORM 0000-LOAD-ONE-JOB THRU 0000-LOAD-ONE-JOB-EXIT
002096         VARYING WS-JRP-SUB FROM 1 BY 1
002097         UNTIL WS-JRP-SUB > JRP-JOB-COUNT.
002098 0000-LOAD-REGISTRY-EXIT.
002099     EXIT.
002101*
002102 0000-LOAD-ONE-JOB.
002103     IF JRP-IS-INACTIVE (WS-JRP-SUB)
002109         GO TO 0000-LOAD-ONE-JOB-EXIT.
002111     IF WS-STATUS-DATE < JRP-EFF-FROM (WS-JRP-SUB)
002112             OR WS-STATUS-DATE > JRP-EFF-TO (WS-JRP-SUB)
002112         GO TO 0000-LOAD-ONE-JOB-EXIT.
002113     IF WS-REG-COUNT >= WS-REG-MAX
002115         GO TO 0000-LOAD-ONE-JOB-EXIT.
002116     ADD 1 TO WS-REG-COUNT.
002117     MOVE JRP-JOB-NAME (WS-JRP-SUB) TO WS-REG-NAME (WS-REG-COUNT).
002118     MOVE "N" TO WS-REG-SEEN-SW (WS-REG-COUNT).
002119     MOVE JRP-ALL-CYCLES-SW (WS-JRP-SUB)
002120         TO WS-REG-ALL-CYC-SW (WS-REG-COUNT).
002121     PERFORM 0000-LOAD-JOB-CYCLE THRU 0000-LOAD-JOB-CYCLE-EXIT
002122         VARYING WS-REG-CYC-SUB FROM 1 BY 1
002125     EXIT.
002126*
002127 0000-LOAD-JOB-CYCLE.
002128     MOVE JRP-CYCLE (WS-JRP-SUB WS-REG-CYC-SUB)
002129         TO WS-REG-CYCLE (WS-REG-COUNT WS-REG-CYC-SUB).
002130 0000-LOAD-JOB-CYCLE-EXIT.
002131     EXIT.
002161*
002162*--------------------------------------------------------------*
002163* 0000-CHECK-MISSING - AFTER THE WALK, ANY REGISTERED JOB THAT *
002164*                     NEVER SHOWED A TRIGGER ON THE STATUS     *
002165*                     DATE GETS A NO-TRIGGER LINE AND COUNTS   *
002166*                     AS PENDING. ONLY CHECKED WHEN THAT DATE  *
002167*                     HAD TRIGGERS AT ALL - ON A DAY THE SUITE *
002168*                     NEVER RAN, THE EMPTY REPORT ALREADY      *
002169*                     TELLS THE STORY - AND ONLY FOR A JOB     *
002170*                     REGISTERED ON A CYCLE THAT ACTUALLY      *
002171*                     TRIGGERED THAT DAY, SO A JOB DUE ONLY ON *
002172*                     A LATER CYCLE IS NOT FLAGGED AFTER AN    *
002173*                     EARLIER ONE.                             *
002173*--------------------------------------------------------------*
002174 0000-CHECK-MISSING.
002175     IF WS-TODAY-TRIGGERS = 0
002188     IF NOT WS-REG-IS-DUE
002189         GO TO 0000-CHECK-ONE-MISSING-EXIT.
002190     ADD 1 TO WS-PENDING-COUNT.
002191     MOVE WS-STATUS-DATE TO WS-MIS-DATE.
002191     MOVE WS-REG-NAME (WS-REG-SUB) TO WS-MIS-JOB.
002192     MOVE WS-MISSING-LINE TO SSR-RECORD.
002193     WRITE SSR-RECORD AFTER ADVANCING 1 LINE.
002195     EXIT.
002196*
002197*--------------------------------------------------------------*
002198* 0000-CHECK-JOB-DUE - IS THIS REGISTRY ENTRY DUE ON THE       *
002199*                     DATE? YES WHEN IT RUNS ON EVERY CYCLE,   *
002200*                     OR WHEN ONE OF ITS REGISTERED CYCLES IS  *
002201*                     AMONG THE CYCLES THAT TRIGGERED THAT     *
002202*                     DAY.                                     *
002202*--------------------------------------------------------------*
002203 0000-CHECK-JOB-DUE.
002204     MOVE "N" TO WS-REG-DUE-SW.
002260     IF WS-SCHED-WAS-OPENED
002270         CLOSE SCHED-CTL-FILE
002280     END-IF.
002282     IF WS-PARM-WAS-OPENED
002284         CLOSE STATUS-PARM-FILE
002286     END-IF.
002290     IF WS-REPORT-STATUS = "00"
002300         CLOSE STATUS-REPORT-FILE
002310     END-IF.
002320 0000-TERMINATE-EXIT.
002330     EXIT.
002331*
002332*--------------------------------------------------------------*
002333* 0000-PRINT-WAITING - THE LINE UNDER A HELD TRIGGER,          *
002334*                     NAMING THE PREDECESSORS WHOSE TRIGGERS   *
002335*                     ARE STILL NOT CONSUMED. A PREDECESSOR    *
002336*                     WITH NO TRIGGER ON FILE HOLDS NOTHING    *
002337*                     UP, AS IN SchedAck. WHEN NONE IS LEFT    *
002338*                     THE TRIGGER IS SHOWN AS DUE FOR RELEASE. *
002339*                     THE HELD TRIGGER IS THEN READ AGAIN TO   *
002340*                     PUT THE BROWSE BACK WHERE IT WAS.        *
002341*--------------------------------------------------------------*
002342 0000-PRINT-WAITING.
002343     MOVE SCC-KEY TO WS-SAVE-KEY.
002344     MOVE SCC-WAIT-LIST TO WS-SAVE-WAIT-LIST.
002345     MOVE SPACES TO WS-WTL-JOBS.
002346     MOVE 0 TO WS-WTL-COUNT.
002347     PERFORM 0000-CHECK-ONE-WAIT THRU 0000-CHECK-ONE-WAIT-EXIT
002348         VARYING WS-WAIT-SUB FROM 1 BY 1
002349         UNTIL WS-WAIT-SUB > 3.
002350     IF WS-WTL-COUNT = 0
002351         MOVE "NONE - RELEASE DUE" TO WS-WTL-JOBS
002352     END-IF.
002353     MOVE WS-WAITING-LINE TO SSR-RECORD.
002354     WRITE SSR-RECORD AFTER ADVANCING 1 LINE.
002355     MOVE WS-SAVE-KEY TO SCC-KEY.
002356     READ SCHED-CTL-FILE
002357         INVALID KEY
002358             MOVE "TRIGGER FILE CHANGED - REPORT STOPPED"
002359                 TO WS-NOT-TEXT
002360             MOVE WS-NOTE-LINE TO SSR-RECORD
002361             WRITE SSR-RECORD AFTER ADVANCING 1 LINE
002362             MOVE "Y" TO WS-SCHED-EOF-SW
002363     END-READ.
002364 0000-PRINT-WAITING-EXIT.
002365     EXIT.
002366*
002367 0000-CHECK-ONE-WAIT.
002368     IF WS-SAVE-WAIT-JOB (WS-WAIT-SUB) = SPACES
002369         GO TO 0000-CHECK-ONE-WAIT-EXIT.
002370     MOVE WS-SAVE-KEY TO SCC-KEY.
002371     MOVE WS-SAVE-WAIT-JOB (WS-WAIT-SUB) TO SCC-JOB-NAME.
002372     READ SCHED-CTL-FILE
002373         INVALID KEY
002374             GO TO 0000-CHECK-ONE-WAIT-EXIT
002375     END-READ.
002376     IF SCC-ACK-CONSUMED
002377         GO TO 0000-CHECK-ONE-WAIT-EXIT.
002378     ADD 1 TO WS-WTL-COUNT.
002379     MOVE WS-SAVE-WAIT-JOB (WS-WAIT-SUB)
002380         TO WS-WTL-JOB (WS-WTL-COUNT).
002381 0000-CHECK-ONE-WAIT-EXIT.
002382     EXIT.
