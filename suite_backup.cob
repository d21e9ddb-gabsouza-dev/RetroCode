000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SuiteBackup.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. POINT-IN-TIME BACKUP AND VERIFIED  *
000120*                 RESTORE OF THE SUITE'S CONTROL FILES AS ONE  *
000130*                 SET: RUNLOG, CHKPOINT, SCHEDCTL, JOBREG,     *
000140*                 HOLIDAYS, DAYSTAT, STEPSTAT, OPAUDIT,        *
000150*                 JOBHIST, SEEDREG AND PENDCHG. BACKUP UNLOADS *
000160*                 ALL ELEVEN IN ONE PASS TO THE SUITEBKP       *
000170*                 SEQUENTIAL FILE (SUIBKP01): A HEADER, THEN   *
000180*                 EACH FILE'S RECORDS FOLLOWED BY A TRAILER    *
000190*                 WITH ITS RECORD COUNT AND A HASH TOTAL OF    *
000200*                 ITS KEY FIELDS. RESTORE CHECKS EVERY TRAILER *
000210*                 BEFORE IT TOUCHES A FILE, REFUSES A PARTIAL  *
000220*                 OR DAMAGED BACKUP, THEN RELOADS ALL ELEVEN   *
000230*                 AND PRINTS A BEFORE/AFTER COUNT              *
000235*                 RECONCILIATION FOR SIGN-OFF.                 *
000240*--------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BACKUP-PARM-FILE ASSIGN "BKPPARM"
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE IS SEQUENTIAL
000360         FILE STATUS IS WS-PARM-STATUS.
000370     SELECT SUITE-BACKUP-FILE ASSIGN "SUITEBKP"
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WS-BACKUP-STATUS.
000410     SELECT RUN-LOG-FILE ASSIGN "RUNLOG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RC-RANDOM-SEED
000450         ALTERNATE RECORD KEY IS RC-RUN-DATE
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-RUNLOG-STATUS.
000480     SELECT CHECKPOINT-FILE ASSIGN "CHKPOINT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CKPT-KEY
000520         FILE STATUS IS WS-CKPT-STATUS.
000530     SELECT SCHED-CTL-FILE ASSIGN "SCHEDCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SCC-KEY
000570         FILE STATUS IS WS-SCHED-STATUS.
000580     SELECT JOB-REG-FILE ASSIGN "JOBREG"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS JRG-JOB-NAME
000620         FILE STATUS IS WS-JOBREG-STATUS.
000630     SELECT HOLIDAY-FILE ASSIGN "HOLIDAYS"
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-HOLIDAY-STATUS.
000670     SELECT DAY-STATUS-FILE ASSIGN "DAYSTAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DST-BUS-DATE
000710         FILE STATUS IS WS-DAYSTAT-STATUS.
000720     SELECT STEP-STAT-FILE ASSIGN "STEPSTAT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS STS-KEY
000760         FILE STATUS IS WS-STEP-STATUS.
000770     SELECT OP-AUDIT-FILE ASSIGN "OPAUDIT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS OPA-KEY
000810         FILE STATUS IS WS-OPAUD-STATUS.
000811     SELECT JOB-HIST-FILE ASSIGN "JOBHIST"
000812         ORGANIZATION IS INDEXED
000813         ACCESS MODE IS DYNAMIC
000814         RECORD KEY IS JHS-KEY
000815         FILE STATUS IS WS-JOBHIST-STATUS.
000816     SELECT SEED-REG-FILE ASSIGN "SEEDREG"
000817         ORGANIZATION IS INDEXED
000818         ACCESS MODE IS DYNAMIC
000819         RECORD KEY IS SRG-RANDOM-SEED
000820         FILE STATUS IS WS-SEEDREG-STATUS.
000821     SELECT PENDING-CHANGE-FILE ASSIGN "PENDCHG"
000822         ORGANIZATION IS INDEXED
000823         ACCESS MODE IS DYNAMIC
000824         RECORD KEY IS PND-KEY
000825         FILE STATUS IS WS-PEND-STATUS.
000820     SELECT BACKUP-REPORT-FILE ASSIGN "BKPRPT"
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-REPORT-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900*--------------------------------------------------------------*
000910* BACKUP-PARM-FILE - ONE CARD: BACKUP OR RESTORE. WITHOUT A    *
000920*                   VALID CARD NOTHING IS DONE.                *
000930*--------------------------------------------------------------*
000940 FD  BACKUP-PARM-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  BACKUP-PARM-RECORD.
000980     05  BPR-MODE                PIC X(07).
000990         88  BPR-MODE-BACKUP         VALUE "BACKUP".
001000         88  BPR-MODE-RESTORE        VALUE "RESTORE".
001010     05  FILLER                  PIC X(73).
001020*
001030*--------------------------------------------------------------*
001040* SUITE-BACKUP-FILE - THE SEQUENTIAL BACKUP (SUIBKP01 LAYOUT). *
001050*                    WRITTEN BY A BACKUP, READ TWICE BY A      *
001060*                    RESTORE: ONCE TO VERIFY, ONCE TO RELOAD.  *
001070*--------------------------------------------------------------*
001080 FD  SUITE-BACKUP-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY SUIBKP01.
001120*
001130*--------------------------------------------------------------*
001140* THE ELEVEN CONTROL FILES, EACH IN ITS SHARED LAYOUT. A       *
001150* BACKUP ONLY READS THEM; A RESTORE COUNTS THEM, OPENS EACH    *
001160* OUTPUT (THE KSDS CLUSTERS ARE DEFINED REUSE, SO OPEN OUTPUT  *
001170* EMPTIES THEM) AND WRITES BACK THE RECORDS FROM THE BACKUP.   *
001180*--------------------------------------------------------------*
001190 FD  RUN-LOG-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220     COPY RUNCTL01.
001230*
001240 FD  CHECKPOINT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270     COPY CHKPT01.
001280*
001290 FD  SCHED-CTL-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320     COPY SCHCTL01.
001330*
001340 FD  JOB-REG-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370     COPY JOBREG01.
001380*
001390 FD  HOLIDAY-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420     COPY HOLCAL01.
001430*
001440 FD  DAY-STATUS-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470     COPY DAYSTA01.
001480*
001490 FD  STEP-STAT-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520     COPY STPSTA01.
001530*
001540 FD  OP-AUDIT-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570     COPY OPAUD01.
001580*
001581 FD  JOB-HIST-FILE
001582     RECORDING MODE IS F
001583     LABEL RECORDS ARE STANDARD.
001584     COPY JOBHST01.
001585*
001586 FD  SEED-REG-FILE
001587     RECORDING MODE IS F
001588     LABEL RECORDS ARE STANDARD.
001589     COPY SEEDRG01.
001590*
001591 FD  PENDING-CHANGE-FILE
001592     RECORDING MODE IS F
001593     LABEL RECORDS ARE STANDARD.
001594     COPY PNDCHG01.
001595*
001590*--------------------------------------------------------------*
001600* BACKUP-REPORT-FILE - THE PRINTED BACKUP OR RESTORE REPORT.   *
001610*--------------------------------------------------------------*
001620 FD  BACKUP-REPORT-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001650 01  BKP-RECORD                  PIC X(080).
001660*
001670 WORKING-STORAGE SECTION.
001680*
001690*--------------------------------------------------------------*
001700* FILE STATUS AND CONTROL SWITCHES                             *
001710*--------------------------------------------------------------*
001720 77  WS-PARM-STATUS              PIC X(02).
001730 77  WS-BACKUP-STATUS            PIC X(02).
001740 77  WS-RUNLOG-STATUS            PIC X(02).
001750 77  WS-CKPT-STATUS              PIC X(02).
001760 77  WS-SCHED-STATUS             PIC X(02).
001770 77  WS-JOBREG-STATUS            PIC X(02).
001780 77  WS-HOLIDAY-STATUS           PIC X(02).
001790 77  WS-DAYSTAT-STATUS           PIC X(02).
001800 77  WS-STEP-STATUS              PIC X(02).
001810 77  WS-OPAUD-STATUS             PIC X(02).
001812 77  WS-JOBHIST-STATUS           PIC X(02).
001814 77  WS-SEEDREG-STATUS           PIC X(02).
001816 77  WS-PEND-STATUS              PIC X(02).
001820 77  WS-REPORT-STATUS            PIC X(02).
001830 77  WS-IO-STATUS                PIC X(02).
001840 77  WS-MODE-SW                  PIC X(01) VALUE SPACES.
001850     88  WS-MODE-IS-BACKUP           VALUE "B".
001860     88  WS-MODE-IS-RESTORE          VALUE "R".
001870 77  WS-RUN-FAIL-SW              PIC X(01) VALUE "N".
001880     88  WS-RUN-FAILED               VALUE "Y".
001890 77  WS-WARNING-SW               PIC X(01) VALUE "N".
001900     88  WS-WARNING-RAISED           VALUE "Y".
001910 77  WS-INCOMPLETE-SW            PIC X(01) VALUE "N".
001920     88  WS-BACKUP-INCOMPLETE        VALUE "Y".
001930 77  WS-WRITE-FAIL-SW            PIC X(01) VALUE "N".
001940     88  WS-BACKUP-WRITE-FAILED      VALUE "Y".
001950 77  WS-REFUSED-SW               PIC X(01) VALUE "N".
001960     88  WS-BACKUP-REFUSED           VALUE "Y".
001970 77  WS-READ-FAIL-SW             PIC X(01) VALUE "N".
001980     88  WS-BACKUP-READ-FAILED       VALUE "Y".
001990 77  WS-MISMATCH-SW              PIC X(01) VALUE "N".
002000     88  WS-RECON-MISMATCH           VALUE "Y".
002010 77  WS-BACKUP-EOF-SW            PIC X(01).
002020     88  WS-BACKUP-EOF               VALUE "Y".
002030 77  WS-SOURCE-EOF-SW            PIC X(01).
002040     88  WS-SOURCE-EOF               VALUE "Y".
002050 77  WS-TARGET-OPEN-SW           PIC X(01).
002060     88  WS-TARGET-IS-OPEN           VALUE "Y".
002070 77  WS-COUNT-PHASE-SW           PIC X(01).
002080     88  WS-COUNTING-BEFORE          VALUE "B".
002090     88  WS-COUNTING-AFTER           VALUE "A".
002100 77  WS-TODAY                    PIC 9(06).
002110 77  WS-NOW-TIME                 PIC 9(06).
002120 77  WS-LIVE-COUNT               PIC 9(09) COMP.
002130 77  WS-LIVE-STATUS              PIC X(02).
002140*
002150*--------------------------------------------------------------*
002160* THE FILES OF THE SET, IN BACKUP ORDER. WS-FILE-SUB SELECTS   *
002170* THE FILE EVERY OPEN, READ, WRITE AND CLOSE PARAGRAPH ACTS ON *
002180* AND THE KEY FIELDS 0000-KEY-HASH TAKES. THE SAME LIST GOES   *
002190* ON THE BACKUP HEADER AND A RESTORE REQUIRES IT UNCHANGED.    *
002200*--------------------------------------------------------------*
002210 01  WS-FILE-NAME-VALUES.
002220     05  FILLER                  PIC X(08) VALUE "RUNLOG".
002230     05  FILLER                  PIC X(08) VALUE "CHKPOINT".
002240     05  FILLER                  PIC X(08) VALUE "SCHEDCTL".
002250     05  FILLER                  PIC X(08) VALUE "JOBREG".
002260     05  FILLER                  PIC X(08) VALUE "HOLIDAYS".
002270     05  FILLER                  PIC X(08) VALUE "DAYSTAT".
002280     05  FILLER                  PIC X(08) VALUE "STEPSTAT".
002290     05  FILLER                  PIC X(08) VALUE "OPAUDIT".
002292     05  FILLER                  PIC X(08) VALUE "JOBHIST".
002294     05  FILLER                  PIC X(08) VALUE "SEEDREG".
002296     05  FILLER                  PIC X(08) VALUE "PENDCHG".
002300 01  FILLER REDEFINES WS-FILE-NAME-VALUES.
002310     05  WS-FILE-NAME            PIC X(08) OCCURS 11 TIMES.
002320 77  WS-FILE-MAX                 PIC 9(02) COMP VALUE 11.
002330 77  WS-FILE-SUB                 PIC 9(02) COMP.
002340*
002350*--------------------------------------------------------------*
002360* PER-FILE TOTALS. COUNT AND HASH ARE WHAT THE BACKUP WROTE OR *
002370* THE VERIFY PASS RECOMPUTED; THE TRAILER STATUS IS THE ONE    *
002380* THE UNLOAD ENDED ON. BEFORE, LOADED AND AFTER ARE THE        *
002390* RESTORE'S RECONCILIATION, WITH THE STATUS EACH ENDED ON.     *
002400*--------------------------------------------------------------*
002410 01  WS-FILE-TOTALS.
002420     05  WS-FILE-TOTAL           OCCURS 11 TIMES.
002430         10  WS-FT-COUNT         PIC 9(09) COMP.
002440         10  WS-FT-HASH          PIC 9(15).
002450         10  WS-FT-TRL-STATUS    PIC X(02).
002460         10  WS-FT-BEFORE        PIC 9(09) COMP.
002470         10  WS-FT-BEFORE-STATUS PIC X(02).
002480         10  WS-FT-LOADED        PIC 9(09) COMP.
002490         10  WS-FT-LOAD-STATUS   PIC X(02).
002500         10  WS-FT-AFTER         PIC 9(09) COMP.
002510         10  WS-FT-AFTER-STATUS  PIC X(02).
002520*
002530*--------------------------------------------------------------*
002540* THE RECORD BEING UNLOADED OR RELOADED, WITH A VIEW OF THE    *
002550* KEY FIELDS OF EACH LAYOUT. A SHORTER RECORD SITS AT THE      *
002560* FRONT, PADDED WITH SPACES.                                   *
002570*   RUNLOG              RC-RANDOM-SEED                         *
002580*   CHKPOINT            CKPT-RUN-DATE + CYCLE                  *
002590*   SCHEDCTL, STEPSTAT  RUN-DATE + CYCLE, AND THE JOB/STEP     *
002600*   JOBREG              JRG-JOB-NAME                           *
002610*   HOLIDAYS            HOL-CALENDAR-ID, HOL-CLOSED-DATE       *
002620*   DAYSTAT             DST-BUS-DATE                           *
002630*   OPAUDIT             OPA-AUDIT-DATE + TIME + SEQ            *
002632*   JOBHIST             JHS-JOB-NAME, VER-FROM + SEQ           *
002634*   SEEDREG             SRG-RANDOM-SEED                        *
002636*   PENDCHG             PND-SUBMIT-DATE + TIME + SEQ           *
002640*--------------------------------------------------------------*
002650 01  WS-REC-AREA                 PIC X(500).
002660 01  WS-REC-RUNLOG-VIEW REDEFINES WS-REC-AREA.
002670     05  FILLER                  PIC X(12).
002680     05  WS-RLV-SEED             PIC 9(06).
002690     05  FILLER                  PIC X(482).
002700 01  WS-REC-DATE-CYCLE-VIEW REDEFINES WS-REC-AREA.
002710     05  WS-DCV-DATE-CYCLE       PIC 9(08).
002720     05  WS-DCV-NAME             PIC X(08).
002730     05  FILLER                  PIC X(484).
002740 01  WS-REC-JOBREG-VIEW REDEFINES WS-REC-AREA.
002750     05  WS-JRV-NAME             PIC X(08).
002760     05  FILLER                  PIC X(492).
002770 01  WS-REC-HOLIDAY-VIEW REDEFINES WS-REC-AREA.
002780     05  WS-HLV-CAL-ID           PIC X(04).
002790     05  WS-HLV-DATE             PIC 9(06).
002800     05  FILLER                  PIC X(490).
002810 01  WS-REC-DAYSTAT-VIEW REDEFINES WS-REC-AREA.
002820     05  WS-DSV-DATE             PIC 9(06).
002830     05  FILLER                  PIC X(494).
002840 01  WS-REC-OPAUDIT-VIEW REDEFINES WS-REC-AREA.
002850     05  WS-OAV-KEY              PIC 9(15).
002860     05  FILLER                  PIC X(485).
002861 01  WS-REC-JOBHIST-VIEW REDEFINES WS-REC-AREA.
002862     05  WS-JHV-NAME             PIC X(08).
002863     05  WS-JHV-DATE-SEQ         PIC 9(09).
002864     05  FILLER                  PIC X(483).
002865 01  WS-REC-SEEDREG-VIEW REDEFINES WS-REC-AREA.
002866     05  WS-SRV-SEED             PIC 9(06).
002867     05  FILLER                  PIC X(494).
002870*
002880*--------------------------------------------------------------*
002890* KEY HASHING. EACH RECORD'S KEY VALUE IS ITS NUMERIC KEY      *
002900* FIELDS PLUS ITS NAME FIELD TAKEN AS A BASE-42 NUMBER (EACH   *
002910* CHARACTER'S PLACE IN WS-HASH-CHARS; ANY OTHER CHARACTER IS   *
002920* 41). THE FILE'S HASH TOTAL IS THE SUM OF ITS KEY VALUES,     *
002930* KEPT TO 15 DIGITS.                                           *
002940*--------------------------------------------------------------*
002950 01  WS-HASH-NAME                PIC X(08).
002960 01  FILLER REDEFINES WS-HASH-NAME.
002970     05  WS-HASH-NAME-CHAR       PIC X(01) OCCURS 8 TIMES.
002980 01  WS-HASH-CHAR-VALUES.
002990     05  FILLER                  PIC X(40)
003000             VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-#@".
003010 01  FILLER REDEFINES WS-HASH-CHAR-VALUES.
003020     05  WS-HASH-CHAR            PIC X(01) OCCURS 40 TIMES.
003030 77  WS-NAME-POS                 PIC 9(02) COMP.
003040 77  WS-CHAR-SUB                 PIC 9(02) COMP.
003050 77  WS-CHAR-VALUE               PIC 9(02) COMP.
003060 77  WS-NAME-VALUE               PIC 9(13).
003070 77  WS-KEY-VALUE                PIC 9(15).
003080 77  WS-HASH-WORK                PIC 9(16).
003090 77  WS-HASH-QUOT                PIC 9(02).
003100 77  WS-HASH-MODULUS             PIC 9(16) VALUE 1000000000000000.
003110*
003120*--------------------------------------------------------------*
003130* REPORT LINE LAYOUTS                                          *
003140*--------------------------------------------------------------*
003150 01  WS-HEADER-LINE.
003160     05  FILLER                  PIC X(20)
003170             VALUE "SUITE CONTROL FILES ".
003180     05  WS-HDR-MODE             PIC X(07).
003190     05  FILLER                  PIC X(03) VALUE " - ".
003200     05  WS-HDR-DATE-OUT         PIC 9(06).
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  WS-HDR-TIME-OUT         PIC 9(06).
003230     05  FILLER                  PIC X(37) VALUE SPACES.
003240*
003250 01  WS-TAKEN-LINE.
003260     05  FILLER                  PIC X(18)
003270             VALUE "  BACKUP TAKEN    ".
003280     05  WS-TKN-DATE             PIC 9(06).
003290     05  FILLER                  PIC X(01) VALUE SPACES.
003300     05  WS-TKN-TIME             PIC 9(06).
003310     05  FILLER                  PIC X(49) VALUE SPACES.
003320*
003330 01  WS-FILE-LINE.
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  WS-FLN-FILE             PIC X(08).
003360     05  FILLER                  PIC X(09) VALUE " RECORDS ".
003370     05  WS-FLN-COUNT            PIC ZZZZZZZZ9.
003380     05  FILLER                  PIC X(07) VALUE "  HASH ".
003390     05  WS-FLN-HASH             PIC 9(15).
003400     05  FILLER                  PIC X(09) VALUE "  STATUS ".
003410     05  WS-FLN-STATUS           PIC X(02).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-FLN-RESULT           PIC X(12).
003440     05  FILLER                  PIC X(05) VALUE SPACES.
003450*
003460 01  WS-REFUSAL-LINE.
003470     05  FILLER                  PIC X(11)
003480             VALUE "  REFUSED  ".
003490     05  WS-REF-FILE             PIC X(08).
003500     05  FILLER                  PIC X(01) VALUE SPACES.
003510     05  WS-REF-REASON           PIC X(50).
003520     05  FILLER                  PIC X(10) VALUE SPACES.
003530*
003540 01  WS-RECON-HEAD-LINE.
003550     05  FILLER                  PIC X(30)
003560             VALUE "  FILE        BEFORE    BACKUP".
003570     05  FILLER                  PIC X(28)
003580             VALUE "    LOADED     AFTER  RESULT".
003590     05  FILLER                  PIC X(22) VALUE SPACES.
003620*
003630 01  WS-RECON-LINE.
003640     05  FILLER                  PIC X(02) VALUE SPACES.
003650     05  WS-RCN-FILE             PIC X(08).
003660     05  FILLER                  PIC X(01) VALUE SPACES.
003670     05  WS-RCN-BEFORE           PIC ZZZZZZZZ9.
003680     05  FILLER                  PIC X(01) VALUE SPACES.
003690     05  WS-RCN-BACKUP           PIC ZZZZZZZZ9.
003700     05  FILLER                  PIC X(01) VALUE SPACES.
003710     05  WS-RCN-LOADED           PIC ZZZZZZZZ9.
003720     05  FILLER                  PIC X(01) VALUE SPACES.
003730     05  WS-RCN-AFTER            PIC ZZZZZZZZ9.
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  WS-RCN-RESULT           PIC X(28).
003760*
003770 01  WS-SIGNOFF-LINE.
003780     05  FILLER                  PIC X(26)
003790             VALUE "  RECOVERY SIGNED OFF BY  ".
003800     05  FILLER                  PIC X(20) VALUE ALL "_".
003810     05  FILLER                  PIC X(08) VALUE "  DATE  ".
003820     05  FILLER                  PIC X(10) VALUE ALL "_".
003830     05  FILLER                  PIC X(16) VALUE SPACES.
003840*
003850 01  WS-NOTE-LINE.
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  WS-NOT-TEXT             PIC X(60).
003880     05  FILLER                  PIC X(18) VALUE SPACES.
003890*
003900 PROCEDURE DIVISION.
003910*
003920*--------------------------------------------------------------*
003930* 0000-MAIN - READ THE MODE CARD AND TAKE A BACKUP OR RESTORE  *
003940*            ONE. A FILE ABSENT AT BACKUP LEAVES RETURN CODE   *
003950*            4; AN INCOMPLETE BACKUP, A REFUSED RESTORE, A     *
003960*            RESTORE THAT DOES NOT RECONCILE OR A REPORT       *
003970*            FAILURE LEAVES 8.                                 *
003980*--------------------------------------------------------------*
003990 0000-MAIN.
004000     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
004010     IF WS-MODE-IS-BACKUP
004020         PERFORM 0000-BACKUP THRU 0000-BACKUP-EXIT
004030     END-IF.
004040     IF WS-MODE-IS-RESTORE
004050         PERFORM 0000-RESTORE THRU 0000-RESTORE-EXIT
004060     END-IF.
004070     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
004080     IF WS-WARNING-RAISED
004090         MOVE 4 TO RETURN-CODE
004100     END-IF.
004110     IF WS-RUN-FAILED OR WS-REPORT-STATUS NOT = "00"
004120         MOVE 8 TO RETURN-CODE
004130     END-IF.
004140     STOP RUN.
004150*
004160*--------------------------------------------------------------*
004170* 0000-INITIALIZE - OPEN THE REPORT AND READ THE MODE CARD.    *
004180*                  WITHOUT THE REPORT NOTHING IS DONE - A      *
004190*                  RESTORE NOBODY CAN SIGN OFF IS NOT RUN.     *
004200*--------------------------------------------------------------*
004210 0000-INITIALIZE.
004220     ACCEPT WS-TODAY FROM DATE.
004230     ACCEPT WS-NOW-TIME FROM TIME.
004240     PERFORM 0000-CLEAR-FILE THRU 0000-CLEAR-FILE-EXIT
004250         VARYING WS-FILE-SUB FROM 1 BY 1
004260         UNTIL WS-FILE-SUB > WS-FILE-MAX.
004270     OPEN OUTPUT BACKUP-REPORT-FILE.
004280     IF WS-REPORT-STATUS NOT = "00"
004290         DISPLAY "BACKUP-REPORT-FILE OPEN FAILED, STATUS "
004300             WS-REPORT-STATUS " - NOTHING DONE"
004310         GO TO 0000-INITIALIZE-EXIT.
004320     OPEN INPUT BACKUP-PARM-FILE.
004330     IF WS-PARM-STATUS NOT = "00"
004340         MOVE SPACES TO WS-HDR-MODE
004350         PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT
004360         MOVE "BACKUP-PARM-FILE UNAVAILABLE - NOTHING DONE"
004370             TO WS-NOT-TEXT
004380         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004390         MOVE "Y" TO WS-RUN-FAIL-SW
004400         GO TO 0000-INITIALIZE-EXIT.
004410     READ BACKUP-PARM-FILE
004420         AT END
004430             MOVE SPACES TO BACKUP-PARM-RECORD
004440     END-READ.
004450     CLOSE BACKUP-PARM-FILE.
004460     MOVE BPR-MODE TO WS-HDR-MODE.
004470     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
004480     IF BPR-MODE-BACKUP
004490         MOVE "B" TO WS-MODE-SW
004500     END-IF.
004510     IF BPR-MODE-RESTORE
004520         MOVE "R" TO WS-MODE-SW
004530     END-IF.
004540     IF NOT WS-MODE-IS-BACKUP AND NOT WS-MODE-IS-RESTORE
004550         MOVE "MODE CARD IS NOT BACKUP OR RESTORE - NOTHING DONE"
004560             TO WS-NOT-TEXT
004570         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004580         MOVE "Y" TO WS-RUN-FAIL-SW
004590     END-IF.
004600 0000-INITIALIZE-EXIT.
004610     EXIT.
004620*
004630 0000-CLEAR-FILE.
004640     MOVE ZERO TO WS-FT-COUNT (WS-FILE-SUB).
004650     MOVE ZERO TO WS-FT-HASH (WS-FILE-SUB).
004660     MOVE SPACES TO WS-FT-TRL-STATUS (WS-FILE-SUB).
004670     MOVE ZERO TO WS-FT-BEFORE (WS-FILE-SUB).
004680     MOVE SPACES TO WS-FT-BEFORE-STATUS (WS-FILE-SUB).
004690     MOVE ZERO TO WS-FT-LOADED (WS-FILE-SUB).
004700     MOVE SPACES TO WS-FT-LOAD-STATUS (WS-FILE-SUB).
004710     MOVE ZERO TO WS-FT-AFTER (WS-FILE-SUB).
004720     MOVE SPACES TO WS-FT-AFTER-STATUS (WS-FILE-SUB).
004730 0000-CLEAR-FILE-EXIT.
004740     EXIT.
004750*
004760*--------------------------------------------------------------*
004770* 0000-BACKUP - WRITE THE HEADER, THEN UNLOAD EVERY FILE OF    *
004780*              THE SET IN TURN, EACH FOLLOWED BY ITS TRAILER.  *
004790*              A FILE THAT CANNOT BE READ TO ITS END STILL     *
004800*              GETS A TRAILER, CARRYING THE STATUS IT ENDED    *
004810*              ON, SO THE BACKUP CAN NEVER BE RESTORED AS IF   *
004820*              IT WERE WHOLE.                                  *
004830*--------------------------------------------------------------*
004840 0000-BACKUP.
004850     OPEN OUTPUT SUITE-BACKUP-FILE.
004860     IF WS-BACKUP-STATUS NOT = "00"
004870         DISPLAY "SUITE-BACKUP-FILE OPEN FAILED, STATUS "
004880             WS-BACKUP-STATUS " - NO BACKUP TAKEN"
004890         MOVE "SUITE-BACKUP-FILE UNAVAILABLE - NO BACKUP TAKEN"
004900             TO WS-NOT-TEXT
004910         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004920         MOVE "Y" TO WS-RUN-FAIL-SW
004930         GO TO 0000-BACKUP-EXIT.
004940     MOVE SPACES TO SUITE-BACKUP-RECORD.
004950     MOVE "H" TO SBK-REC-TYPE.
004960     MOVE "SUITEBKP" TO SBK-FILE-ID.
004970     MOVE WS-TODAY TO SBK-HDR-BACKUP-DATE.
004980     MOVE WS-NOW-TIME TO SBK-HDR-BACKUP-TIME.
004990     MOVE WS-FILE-MAX TO SBK-HDR-FILE-COUNT.
005000     MOVE WS-FILE-NAME-VALUES TO SBK-HDR-FILE-LIST.
005010     PERFORM 0000-WRITE-BACKUP THRU 0000-WRITE-BACKUP-EXIT.
005020     PERFORM 0000-UNLOAD-FILE THRU 0000-UNLOAD-FILE-EXIT
005030         VARYING WS-FILE-SUB FROM 1 BY 1
005040         UNTIL WS-FILE-SUB > WS-FILE-MAX
005050             OR WS-BACKUP-WRITE-FAILED.
005060     CLOSE SUITE-BACKUP-FILE.
005070     IF WS-BACKUP-WRITE-FAILED OR WS-BACKUP-INCOMPLETE
005080         MOVE "BACKUP INCOMPLETE - A RESTORE WILL REFUSE IT"
005090             TO WS-NOT-TEXT
005100         MOVE "Y" TO WS-RUN-FAIL-SW
005110     ELSE
005120         MOVE "BACKUP COMPLETE - ALL FILES UNLOADED TOGETHER"
005130             TO WS-NOT-TEXT
005140     END-IF.
005150     PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT.
005160 0000-BACKUP-EXIT.
005170     EXIT.
005180*
005190*--------------------------------------------------------------*
005200* 0000-UNLOAD-FILE - COPY ONE FILE TO THE BACKUP AND WRITE ITS *
005210*                   TRAILER. A FILE THAT DOES NOT EXIST (35)   *
005220*                   IS UNLOADED AS EMPTY AND ONLY WARNED OF.   *
005230*--------------------------------------------------------------*
005240 0000-UNLOAD-FILE.
005250     PERFORM 0000-OPEN-SOURCE THRU 0000-OPEN-SOURCE-EXIT.
005260     MOVE WS-IO-STATUS TO WS-FT-TRL-STATUS (WS-FILE-SUB).
005270     IF WS-IO-STATUS = "00"
005280         MOVE "N" TO WS-SOURCE-EOF-SW
005290         PERFORM 0000-UNLOAD-ONE THRU 0000-UNLOAD-ONE-EXIT
005300             UNTIL WS-SOURCE-EOF OR WS-BACKUP-WRITE-FAILED
005310         PERFORM 0000-CLOSE-FILE THRU 0000-CLOSE-FILE-EXIT
005320     END-IF.
005330     IF WS-BACKUP-WRITE-FAILED
005340         GO TO 0000-UNLOAD-FILE-EXIT.
005350     MOVE "UNLOADED" TO WS-FLN-RESULT.
005360     IF WS-FT-TRL-STATUS (WS-FILE-SUB) = "35"
005370         MOVE "Y" TO WS-WARNING-SW
005380         MOVE "NOT ON DISK" TO WS-FLN-RESULT
005390     END-IF.
005400     IF WS-FT-TRL-STATUS (WS-FILE-SUB) NOT = "00"
005410             AND WS-FT-TRL-STATUS (WS-FILE-SUB) NOT = "35"
005420         DISPLAY WS-FILE-NAME (WS-FILE-SUB)
005430             " NOT FULLY UNLOADED, STATUS "
005440             WS-FT-TRL-STATUS (WS-FILE-SUB)
005450         MOVE "Y" TO WS-INCOMPLETE-SW
005460         MOVE "INCOMPLETE" TO WS-FLN-RESULT
005470     END-IF.
005480     MOVE SPACES TO SUITE-BACKUP-RECORD.
005490     MOVE "T" TO SBK-REC-TYPE.
005500     MOVE WS-FILE-NAME (WS-FILE-SUB) TO SBK-FILE-ID.
005510     MOVE WS-FT-COUNT (WS-FILE-SUB) TO SBK-TRL-RECORD-COUNT.
005520     MOVE WS-FT-HASH (WS-FILE-SUB) TO SBK-TRL-KEY-HASH.
005530     MOVE WS-FT-TRL-STATUS (WS-FILE-SUB) TO SBK-TRL-FILE-STATUS.
005540     PERFORM 0000-WRITE-BACKUP THRU 0000-WRITE-BACKUP-EXIT.
005550     PERFORM 0000-PRINT-FILE-LINE THRU 0000-PRINT-FILE-LINE-EXIT.
005560 0000-UNLOAD-FILE-EXIT.
005570     EXIT.
005580*
005590 0000-UNLOAD-ONE.
005600     PERFORM 0000-READ-SOURCE THRU 0000-READ-SOURCE-EXIT.
005610     IF WS-IO-STATUS = "10"
005620         MOVE "Y" TO WS-SOURCE-EOF-SW
005630         GO TO 0000-UNLOAD-ONE-EXIT.
005640     IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "02"
005650         MOVE WS-IO-STATUS TO WS-FT-TRL-STATUS (WS-FILE-SUB)
005660         MOVE "Y" TO WS-SOURCE-EOF-SW
005670         GO TO 0000-UNLOAD-ONE-EXIT.
005680     PERFORM 0000-KEY-HASH THRU 0000-KEY-HASH-EXIT.
005690     MOVE SPACES TO SUITE-BACKUP-RECORD.
005700     MOVE "D" TO SBK-REC-TYPE.
005710     MOVE WS-FILE-NAME (WS-FILE-SUB) TO SBK-FILE-ID.
005720     MOVE WS-REC-AREA TO SBK-BODY.
005730     PERFORM 0000-WRITE-BACKUP THRU 0000-WRITE-BACKUP-EXIT.
005740     ADD 1 TO WS-FT-COUNT (WS-FILE-SUB).
005750 0000-UNLOAD-ONE-EXIT.
005760     EXIT.
005770*
005780 0000-WRITE-BACKUP.
005790     WRITE SUITE-BACKUP-RECORD.
005800     IF WS-BACKUP-STATUS NOT = "00"
005810         DISPLAY "SUITE-BACKUP-FILE WRITE FAILED, STATUS "
005820             WS-BACKUP-STATUS
005830         MOVE "SUITE-BACKUP-FILE WRITE FAILED - BACKUP STOPPED"
005840             TO WS-NOT-TEXT
005850         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
005860         MOVE "Y" TO WS-WRITE-FAIL-SW
005870     END-IF.
005880 0000-WRITE-BACKUP-EXIT.
005890     EXIT.
005900*
005910*--------------------------------------------------------------*
005920* 0000-RESTORE - VERIFY THE WHOLE BACKUP FIRST. ONLY A BACKUP  *
005930*               WHOSE HEADER AND EVERY TRAILER AGREE WITH ITS  *
005940*               RECORDS IS RELOADED; ANYTHING ELSE IS REFUSED  *
005950*               WITH NO FILE TOUCHED. THE LIVE FILES ARE       *
005960*               COUNTED BEFORE AND AFTER THE RELOAD FOR THE    *
005970*               RECONCILIATION.                                *
005980*--------------------------------------------------------------*
005990 0000-RESTORE.
006000     PERFORM 0000-VERIFY-BACKUP THRU 0000-VERIFY-BACKUP-EXIT.
006010     IF WS-BACKUP-REFUSED
006020         DISPLAY "RESTORE REFUSED - NO FILE HAS BEEN CHANGED"
006030         MOVE "RESTORE REFUSED - NO FILE HAS BEEN CHANGED"
006040             TO WS-NOT-TEXT
006050         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
006060         MOVE "Y" TO WS-RUN-FAIL-SW
006070         GO TO 0000-RESTORE-EXIT.
006080     MOVE "BACKUP VERIFIED - EVERY TRAILER AGREES, RELOADING"
006090         TO WS-NOT-TEXT.
006100     PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT.
006110     MOVE "B" TO WS-COUNT-PHASE-SW.
006120     PERFORM 0000-COUNT-LIVE THRU 0000-COUNT-LIVE-EXIT
006130         VARYING WS-FILE-SUB FROM 1 BY 1
006140         UNTIL WS-FILE-SUB > WS-FILE-MAX.
006150     PERFORM 0000-RELOAD THRU 0000-RELOAD-EXIT.
006160     MOVE "A" TO WS-COUNT-PHASE-SW.
006170     PERFORM 0000-COUNT-LIVE THRU 0000-COUNT-LIVE-EXIT
006180         VARYING WS-FILE-SUB FROM 1 BY 1
006190         UNTIL WS-FILE-SUB > WS-FILE-MAX.
006200     PERFORM 0000-PRINT-RECONCILE THRU 0000-PRINT-RECONCILE-EXIT.
006210 0000-RESTORE-EXIT.
006220     EXIT.
006230*
006240*--------------------------------------------------------------*
006250* 0000-VERIFY-BACKUP - READ THE WHOLE BACKUP WITHOUT LOADING   *
006260*                     ANYTHING. THE FIRST RECORD MUST BE THIS  *
006270*                     SUITE'S HEADER; EVERY FILE MUST FOLLOW   *
006280*                     IN ORDER AND END IN A TRAILER WHOSE      *
006290*                     COUNT AND HASH MATCH ITS RECORDS AND     *
006300*                     WHOSE STATUS SAYS THE FILE WAS WHOLLY    *
006310*                     UNLOADED; NOTHING MAY FOLLOW THE LAST    *
006320*                     TRAILER. THE FIRST FAULT REFUSES IT.     *
006330*--------------------------------------------------------------*
006340 0000-VERIFY-BACKUP.
006350     MOVE "SUITEBKP" TO WS-REF-FILE.
006360     OPEN INPUT SUITE-BACKUP-FILE.
006370     IF WS-BACKUP-STATUS NOT = "00"
006380         MOVE "BACKUP FILE CANNOT BE OPENED" TO WS-REF-REASON
006390         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006400         GO TO 0000-VERIFY-BACKUP-EXIT.
006410     MOVE "N" TO WS-BACKUP-EOF-SW.
006420     PERFORM 0000-READ-BACKUP THRU 0000-READ-BACKUP-EXIT.
006430     IF WS-BACKUP-EOF
006440         MOVE "BACKUP FILE IS EMPTY OR UNREADABLE"
006445             TO WS-REF-REASON
006450         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006460         GO TO 0000-VERIFY-BACKUP-CLOSE.
006470     IF NOT SBK-IS-HEADER OR SBK-FILE-ID NOT = "SUITEBKP"
006480         MOVE "FIRST RECORD IS NOT A SUITE BACKUP HEADER"
006490             TO WS-REF-REASON
006500         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006510         GO TO 0000-VERIFY-BACKUP-CLOSE.
006520     MOVE SBK-HDR-BACKUP-DATE TO WS-TKN-DATE.
006530     MOVE SBK-HDR-BACKUP-TIME TO WS-TKN-TIME.
006540     MOVE WS-TAKEN-LINE TO BKP-RECORD.
006550     WRITE BKP-RECORD AFTER ADVANCING 2 LINES.
006560     IF SBK-HDR-FILE-COUNT NOT = WS-FILE-MAX
006570             OR SBK-HDR-FILE-LIST NOT = WS-FILE-NAME-VALUES
006580         MOVE "HEADER DOES NOT LIST THIS SUITE'S FILES"
006590             TO WS-REF-REASON
006600         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006610         GO TO 0000-VERIFY-BACKUP-CLOSE.
006620     MOVE 1 TO WS-FILE-SUB.
006630     PERFORM 0000-VERIFY-ONE THRU 0000-VERIFY-ONE-EXIT
006640         UNTIL WS-BACKUP-EOF OR WS-BACKUP-REFUSED.
006650     IF WS-BACKUP-REFUSED
006660         GO TO 0000-VERIFY-BACKUP-CLOSE.
006670     IF WS-BACKUP-READ-FAILED
006680         MOVE "BACKUP FILE READ FAILED PART WAY THROUGH"
006690             TO WS-REF-REASON
006700         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006710         GO TO 0000-VERIFY-BACKUP-CLOSE.
006720     IF WS-FILE-SUB NOT > WS-FILE-MAX
006730         MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-REF-FILE
006740         MOVE "BACKUP ENDS BEFORE THIS FILE'S TRAILER - PARTIAL"
006750             TO WS-REF-REASON
006760         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006770     END-IF.
006780 0000-VERIFY-BACKUP-CLOSE.
006790     CLOSE SUITE-BACKUP-FILE.
006800 0000-VERIFY-BACKUP-EXIT.
006810     EXIT.
006820*
006830 0000-VERIFY-ONE.
006840     PERFORM 0000-READ-BACKUP THRU 0000-READ-BACKUP-EXIT.
006850     IF WS-BACKUP-EOF
006860         GO TO 0000-VERIFY-ONE-EXIT.
006870     IF WS-FILE-SUB > WS-FILE-MAX
006880         MOVE SBK-FILE-ID TO WS-REF-FILE
006890         MOVE "RECORD FOUND AFTER THE LAST TRAILER"
006900             TO WS-REF-REASON
006910         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006920         GO TO 0000-VERIFY-ONE-EXIT.
006930     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-REF-FILE.
006940     IF SBK-FILE-ID NOT = WS-FILE-NAME (WS-FILE-SUB)
006950         MOVE "ANOTHER FILE'S RECORD BEFORE THIS FILE'S TRAILER"
006960             TO WS-REF-REASON
006970         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
006980         GO TO 0000-VERIFY-ONE-EXIT.
006990     IF SBK-IS-DATA
007000         MOVE SBK-BODY TO WS-REC-AREA
007010         PERFORM 0000-KEY-HASH THRU 0000-KEY-HASH-EXIT
007020         ADD 1 TO WS-FT-COUNT (WS-FILE-SUB)
007030         GO TO 0000-VERIFY-ONE-EXIT.
007040     IF NOT SBK-IS-TRAILER
007050         MOVE "UNEXPECTED RECORD TYPE" TO WS-REF-REASON
007060         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
007070         GO TO 0000-VERIFY-ONE-EXIT.
007080     IF SBK-TRL-RECORD-COUNT NOT NUMERIC
007090             OR SBK-TRL-KEY-HASH NOT NUMERIC
007100         MOVE "TRAILER TOTALS ARE NOT NUMERIC - CORRUPTED"
007110             TO WS-REF-REASON
007120         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
007130         GO TO 0000-VERIFY-ONE-EXIT.
007140     MOVE SBK-TRL-FILE-STATUS TO WS-FT-TRL-STATUS (WS-FILE-SUB).
007150     IF NOT SBK-TRL-FILE-COMPLETE AND NOT SBK-TRL-FILE-ABSENT
007160         MOVE "FILE WAS NOT FULLY UNLOADED WHEN BACKED UP"
007170             TO WS-REF-REASON
007180         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
007190         GO TO 0000-VERIFY-ONE-EXIT.
007200     IF SBK-TRL-RECORD-COUNT NOT = WS-FT-COUNT (WS-FILE-SUB)
007210         MOVE "RECORD COUNT DOES NOT MATCH THE TRAILER"
007220             TO WS-REF-REASON
007230         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
007240         GO TO 0000-VERIFY-ONE-EXIT.
007250     IF SBK-TRL-KEY-HASH NOT = WS-FT-HASH (WS-FILE-SUB)
007260         MOVE "KEY HASH TOTAL DOES NOT MATCH THE TRAILER"
007270             TO WS-REF-REASON
007280         PERFORM 0000-REFUSE THRU 0000-REFUSE-EXIT
007290         GO TO 0000-VERIFY-ONE-EXIT.
007300     MOVE "VERIFIED" TO WS-FLN-RESULT.
007310     PERFORM 0000-PRINT-FILE-LINE THRU 0000-PRINT-FILE-LINE-EXIT.
007320     ADD 1 TO WS-FILE-SUB.
007330 0000-VERIFY-ONE-EXIT.
007340     EXIT.
007350*
007360 0000-REFUSE.
007370     MOVE "Y" TO WS-REFUSED-SW.
007380     MOVE WS-REFUSAL-LINE TO BKP-RECORD.
007390     WRITE BKP-RECORD AFTER ADVANCING 1 LINE.
007400 0000-REFUSE-EXIT.
007410     EXIT.
007420*
007430*--------------------------------------------------------------*
007440* 0000-READ-BACKUP - NEXT BACKUP RECORD. A READ ERROR ENDS THE *
007450*                   FILE AND IS REMEMBERED, SO A DAMAGED       *
007460*                   BACKUP IS NEVER TAKEN AS A SHORT ONE.      *
007470*--------------------------------------------------------------*
007480 0000-READ-BACKUP.
007490     READ SUITE-BACKUP-FILE
007500         AT END
007510             MOVE "Y" TO WS-BACKUP-EOF-SW
007520             GO TO 0000-READ-BACKUP-EXIT
007530     END-READ.
007540     IF WS-BACKUP-STATUS NOT = "00"
007550         DISPLAY "SUITE-BACKUP-FILE READ FAILED, STATUS "
007560             WS-BACKUP-STATUS
007570         MOVE "Y" TO WS-READ-FAIL-SW
007580         MOVE "Y" TO WS-BACKUP-EOF-SW
007590     END-IF.
007600 0000-READ-BACKUP-EXIT.
007610     EXIT.
007620*
007630*--------------------------------------------------------------*
007640* 0000-COUNT-LIVE - COUNT THE RECORDS NOW ON ONE LIVE FILE,    *
007650*                  BEFORE OR AFTER THE RELOAD. A FILE LOST     *
007660*                  WITH ITS VOLUME COUNTS AS ZERO, STATUS 35.  *
007670*--------------------------------------------------------------*
007680 0000-COUNT-LIVE.
007690     MOVE ZERO TO WS-LIVE-COUNT.
007700     PERFORM 0000-OPEN-SOURCE THRU 0000-OPEN-SOURCE-EXIT.
007710     MOVE WS-IO-STATUS TO WS-LIVE-STATUS.
007720     IF WS-IO-STATUS = "00"
007730         MOVE "N" TO WS-SOURCE-EOF-SW
007740         PERFORM 0000-COUNT-ONE THRU 0000-COUNT-ONE-EXIT
007750             UNTIL WS-SOURCE-EOF
007760         PERFORM 0000-CLOSE-FILE THRU 0000-CLOSE-FILE-EXIT
007770     END-IF.
007780     IF WS-COUNTING-BEFORE
007790         MOVE WS-LIVE-COUNT TO WS-FT-BEFORE (WS-FILE-SUB)
007800         MOVE WS-LIVE-STATUS TO WS-FT-BEFORE-STATUS (WS-FILE-SUB)
007810     ELSE
007820         MOVE WS-LIVE-COUNT TO WS-FT-AFTER (WS-FILE-SUB)
007830         MOVE WS-LIVE-STATUS TO WS-FT-AFTER-STATUS (WS-FILE-SUB)
007840     END-IF.
007850 0000-COUNT-LIVE-EXIT.
007860     EXIT.
007870*
007880 0000-COUNT-ONE.
007890     PERFORM 0000-READ-SOURCE THRU 0000-READ-SOURCE-EXIT.
007900     IF WS-IO-STATUS = "10"
007910         MOVE "Y" TO WS-SOURCE-EOF-SW
007920         GO TO 0000-COUNT-ONE-EXIT.
007930     IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "02"
007940         MOVE WS-IO-STATUS TO WS-LIVE-STATUS
007950         MOVE "Y" TO WS-SOURCE-EOF-SW
007960         GO TO 0000-COUNT-ONE-EXIT.
007970     ADD 1 TO WS-LIVE-COUNT.
007980 0000-COUNT-ONE-EXIT.
007990     EXIT.
008000*
008010*--------------------------------------------------------------*
008020* 0000-RELOAD - READ THE VERIFIED BACKUP AGAIN AND WRITE EACH  *
008030*              FILE'S RECORDS BACK, OPENING EACH FILE OUTPUT   *
008040*              AS ITS RECORDS START AND CLOSING IT AT ITS      *
008050*              TRAILER. A FILE THAT CANNOT BE OPENED OR        *
008060*              WRITTEN IS REPORTED AND THE OTHERS STILL LOAD;  *
008070*              THE RECONCILIATION SHOWS IT AS A MISMATCH.      *
008080*--------------------------------------------------------------*
008090 0000-RELOAD.
008100     OPEN INPUT SUITE-BACKUP-FILE.
008110     IF WS-BACKUP-STATUS NOT = "00"
008120         DISPLAY "SUITE-BACKUP-FILE REOPEN FAILED, STATUS "
008130             WS-BACKUP-STATUS " - NOTHING RELOADED"
008140         MOVE "SUITE-BACKUP-FILE REOPEN FAILED - NOTHING RELOADED"
008150             TO WS-NOT-TEXT
008160         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
008170         MOVE "Y" TO WS-RUN-FAIL-SW
008180         GO TO 0000-RELOAD-EXIT.
008190     MOVE "N" TO WS-BACKUP-EOF-SW.
008200     PERFORM 0000-READ-BACKUP THRU 0000-READ-BACKUP-EXIT.
008210     MOVE 1 TO WS-FILE-SUB.
008220     PERFORM 0000-OPEN-TARGET THRU 0000-OPEN-TARGET-EXIT.
008230     PERFORM 0000-RELOAD-ONE THRU 0000-RELOAD-ONE-EXIT
008240         UNTIL WS-BACKUP-EOF OR WS-FILE-SUB > WS-FILE-MAX.
008250     IF WS-FILE-SUB NOT > WS-FILE-MAX
008260         MOVE "SUITE-BACKUP-FILE ENDED EARLY ON RELOAD"
008270             TO WS-NOT-TEXT
008280         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
008290         MOVE "Y" TO WS-RUN-FAIL-SW
008300         IF WS-TARGET-IS-OPEN
008310             PERFORM 0000-CLOSE-FILE THRU 0000-CLOSE-FILE-EXIT
008320         END-IF
008330     END-IF.
008340     CLOSE SUITE-BACKUP-FILE.
008350 0000-RELOAD-EXIT.
008360     EXIT.
008370*
008380 0000-RELOAD-ONE.
008390     PERFORM 0000-READ-BACKUP THRU 0000-READ-BACKUP-EXIT.
008400     IF WS-BACKUP-EOF
008410         GO TO 0000-RELOAD-ONE-EXIT.
008420     IF SBK-IS-DATA
008430         IF WS-TARGET-IS-OPEN
008440             MOVE SBK-BODY TO WS-REC-AREA
008450             PERFORM 0000-WRITE-TARGET THRU 0000-WRITE-TARGET-EXIT
008460         END-IF
008470         GO TO 0000-RELOAD-ONE-EXIT.
008480     IF WS-TARGET-IS-OPEN
008490         PERFORM 0000-CLOSE-FILE THRU 0000-CLOSE-FILE-EXIT
008500     END-IF.
008510     ADD 1 TO WS-FILE-SUB.
008520     IF WS-FILE-SUB NOT > WS-FILE-MAX
008530         PERFORM 0000-OPEN-TARGET THRU 0000-OPEN-TARGET-EXIT
008540     END-IF.
008550 0000-RELOAD-ONE-EXIT.
008560     EXIT.
008570*
008580*--------------------------------------------------------------*
008590* 0000-KEY-HASH - ADD THE KEY VALUE OF THE RECORD IN           *
008600*                WS-REC-AREA TO THE HASH TOTAL OF FILE         *
008610*                WS-FILE-SUB. A KEY FIELD THAT IS NOT NUMERIC  *
008620*                ADDS NOTHING.                                 *
008630*--------------------------------------------------------------*
008640 0000-KEY-HASH.
008650     MOVE ZERO TO WS-KEY-VALUE.
008660     MOVE SPACES TO WS-HASH-NAME.
008670     EVALUATE WS-FILE-SUB
008680         WHEN 1
008690             IF WS-RLV-SEED NUMERIC
008700                 MOVE WS-RLV-SEED TO WS-KEY-VALUE
008710             END-IF
008720         WHEN 2
008730             IF WS-DCV-DATE-CYCLE NUMERIC
008740                 MOVE WS-DCV-DATE-CYCLE TO WS-KEY-VALUE
008750             END-IF
008760         WHEN 3
008770         WHEN 7
008780             IF WS-DCV-DATE-CYCLE NUMERIC
008790                 MOVE WS-DCV-DATE-CYCLE TO WS-KEY-VALUE
008800             END-IF
008810             MOVE WS-DCV-NAME TO WS-HASH-NAME
008820         WHEN 4
008830             MOVE WS-JRV-NAME TO WS-HASH-NAME
008840         WHEN 5
008850             IF WS-HLV-DATE NUMERIC
008860                 MOVE WS-HLV-DATE TO WS-KEY-VALUE
008870             END-IF
008880             MOVE WS-HLV-CAL-ID TO WS-HASH-NAME
008890         WHEN 6
008900             IF WS-DSV-DATE NUMERIC
008910                 MOVE WS-DSV-DATE TO WS-KEY-VALUE
008920             END-IF
008930         WHEN 8
008935         WHEN 11
008940             IF WS-OAV-KEY NUMERIC
008950                 MOVE WS-OAV-KEY TO WS-KEY-VALUE
008951             END-IF
008952         WHEN 9
008953             IF WS-JHV-DATE-SEQ NUMERIC
008954                 MOVE WS-JHV-DATE-SEQ TO WS-KEY-VALUE
008955             END-IF
008956             MOVE WS-JHV-NAME TO WS-HASH-NAME
008957         WHEN 10
008958             IF WS-SRV-SEED NUMERIC
008959                 MOVE WS-SRV-SEED TO WS-KEY-VALUE
008960             END-IF
008970     END-EVALUATE.
008980     IF WS-HASH-NAME NOT = SPACES
008990         PERFORM 0000-NAME-VALUE THRU 0000-NAME-VALUE-EXIT
009000         ADD WS-NAME-VALUE TO WS-KEY-VALUE
009010     END-IF.
009020     COMPUTE WS-HASH-WORK = WS-FT-HASH (WS-FILE-SUB)
009025         + WS-KEY-VALUE.
009030     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
009040         GIVING WS-HASH-QUOT
009050         REMAINDER WS-FT-HASH (WS-FILE-SUB).
009060 0000-KEY-HASH-EXIT.
009070     EXIT.
009080*
009090 0000-NAME-VALUE.
009100     MOVE ZERO TO WS-NAME-VALUE.
009110     PERFORM 0000-NAME-CHAR THRU 0000-NAME-CHAR-EXIT
009120         VARYING WS-NAME-POS FROM 1 BY 1
009130         UNTIL WS-NAME-POS > 8.
009140 0000-NAME-VALUE-EXIT.
009150     EXIT.
009160*
009170 0000-NAME-CHAR.
009180     MOVE 41 TO WS-CHAR-VALUE.
009190     PERFORM 0000-FIND-CHAR THRU 0000-FIND-CHAR-EXIT
009200         VARYING WS-CHAR-SUB FROM 1 BY 1
009210         UNTIL WS-CHAR-SUB > 40 OR WS-CHAR-VALUE < 41.
009220     COMPUTE WS-NAME-VALUE = WS-NAME-VALUE * 42 + WS-CHAR-VALUE.
009230 0000-NAME-CHAR-EXIT.
009240     EXIT.
009250*
009260 0000-FIND-CHAR.
009270     IF WS-HASH-NAME-CHAR (WS-NAME-POS)
009275             = WS-HASH-CHAR (WS-CHAR-SUB)
009280         MOVE WS-CHAR-SUB TO WS-CHAR-VALUE
009290     END-IF.
009300 0000-FIND-CHAR-EXIT.
009310     EXIT.
009320*
009330*--------------------------------------------------------------*
009340* 0000-OPEN-SOURCE - OPEN FILE WS-FILE-SUB INPUT, FOR AN       *
009350*                   UNLOAD OR A COUNT. STATUS IN WS-IO-STATUS. *
009360*--------------------------------------------------------------*
009370 0000-OPEN-SOURCE.
009380     EVALUATE WS-FILE-SUB
009390         WHEN 1
009400             OPEN INPUT RUN-LOG-FILE
009410             MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS
009420         WHEN 2
009430             OPEN INPUT CHECKPOINT-FILE
009440             MOVE WS-CKPT-STATUS TO WS-IO-STATUS
009450         WHEN 3
009460             OPEN INPUT SCHED-CTL-FILE
009470             MOVE WS-SCHED-STATUS TO WS-IO-STATUS
009480         WHEN 4
009490             OPEN INPUT JOB-REG-FILE
009500             MOVE WS-JOBREG-STATUS TO WS-IO-STATUS
009510         WHEN 5
009520             OPEN INPUT HOLIDAY-FILE
009530             MOVE WS-HOLIDAY-STATUS TO WS-IO-STATUS
009540         WHEN 6
009550             OPEN INPUT DAY-STATUS-FILE
009560             MOVE WS-DAYSTAT-STATUS TO WS-IO-STATUS
009570         WHEN 7
009580             OPEN INPUT STEP-STAT-FILE
009590             MOVE WS-STEP-STATUS TO WS-IO-STATUS
009600         WHEN 8
009610             OPEN INPUT OP-AUDIT-FILE
009620             MOVE WS-OPAUD-STATUS TO WS-IO-STATUS
009621         WHEN 9
009622             OPEN INPUT JOB-HIST-FILE
009623             MOVE WS-JOBHIST-STATUS TO WS-IO-STATUS
009624         WHEN 10
009625             OPEN INPUT SEED-REG-FILE
009626             MOVE WS-SEEDREG-STATUS TO WS-IO-STATUS
009627         WHEN 11
009628             OPEN INPUT PENDING-CHANGE-FILE
009629             MOVE WS-PEND-STATUS TO WS-IO-STATUS
009630     END-EVALUATE.
009640 0000-OPEN-SOURCE-EXIT.
009650     EXIT.
009660*
009670*--------------------------------------------------------------*
009680* 0000-READ-SOURCE - NEXT RECORD OF FILE WS-FILE-SUB, IN KEY   *
009690*                   ORDER (FILE ORDER FOR HOLIDAYS), INTO      *
009700*                   WS-REC-AREA. END OF FILE IS STATUS 10.     *
009710*--------------------------------------------------------------*
009720 0000-READ-SOURCE.
009730     MOVE SPACES TO WS-REC-AREA.
009740     EVALUATE WS-FILE-SUB
009750         WHEN 1
009760             READ RUN-LOG-FILE NEXT RECORD
009770             MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS
009780             MOVE RUN-CONTROL-RECORD TO WS-REC-AREA
009790         WHEN 2
009800             READ CHECKPOINT-FILE NEXT RECORD
009810             MOVE WS-CKPT-STATUS TO WS-IO-STATUS
009820             MOVE CHECKPOINT-RECORD TO WS-REC-AREA
009830         WHEN 3
009840             READ SCHED-CTL-FILE NEXT RECORD
009850             MOVE WS-SCHED-STATUS TO WS-IO-STATUS
009860             MOVE SCHED-CTL-RECORD TO WS-REC-AREA
009870         WHEN 4
009880             READ JOB-REG-FILE NEXT RECORD
009890             MOVE WS-JOBREG-STATUS TO WS-IO-STATUS
009900             MOVE JOB-REG-RECORD TO WS-REC-AREA
009910         WHEN 5
009920             READ HOLIDAY-FILE
009930             MOVE WS-HOLIDAY-STATUS TO WS-IO-STATUS
009940             MOVE HOLIDAY-RECORD TO WS-REC-AREA
009950         WHEN 6
009960             READ DAY-STATUS-FILE NEXT RECORD
009970             MOVE WS-DAYSTAT-STATUS TO WS-IO-STATUS
009980             MOVE DAY-STATUS-RECORD TO WS-REC-AREA
009990         WHEN 7
010000             READ STEP-STAT-FILE NEXT RECORD
010010             MOVE WS-STEP-STATUS TO WS-IO-STATUS
010020             MOVE STEP-STAT-RECORD TO WS-REC-AREA
010030         WHEN 8
010040             READ OP-AUDIT-FILE NEXT RECORD
010050             MOVE WS-OPAUD-STATUS TO WS-IO-STATUS
010060             MOVE OP-AUDIT-RECORD TO WS-REC-AREA
010061         WHEN 9
010062             READ JOB-HIST-FILE NEXT RECORD
010063             MOVE WS-JOBHIST-STATUS TO WS-IO-STATUS
010064             MOVE JOB-HIST-RECORD TO WS-REC-AREA
010065         WHEN 10
010066             READ SEED-REG-FILE NEXT RECORD
010067             MOVE WS-SEEDREG-STATUS TO WS-IO-STATUS
010068             MOVE SEED-REGISTER-RECORD TO WS-REC-AREA
010069         WHEN 11
010070             READ PENDING-CHANGE-FILE NEXT RECORD
010071             MOVE WS-PEND-STATUS TO WS-IO-STATUS
010072             MOVE PENDING-CHANGE-RECORD TO WS-REC-AREA
010070     END-EVALUATE.
010080 0000-READ-SOURCE-EXIT.
010090     EXIT.
010100*
010110*--------------------------------------------------------------*
010120* 0000-OPEN-TARGET - OPEN FILE WS-FILE-SUB OUTPUT FOR THE      *
010130*                   RELOAD, EMPTYING IT.                       *
010140*--------------------------------------------------------------*
010150 0000-OPEN-TARGET.
010160     MOVE "N" TO WS-TARGET-OPEN-SW.
010170     EVALUATE WS-FILE-SUB
010180         WHEN 1
010190             OPEN OUTPUT RUN-LOG-FILE
010200             MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS
010210         WHEN 2
010220             OPEN OUTPUT CHECKPOINT-FILE
010230             MOVE WS-CKPT-STATUS TO WS-IO-STATUS
010240         WHEN 3
010250             OPEN OUTPUT SCHED-CTL-FILE
010260             MOVE WS-SCHED-STATUS TO WS-IO-STATUS
010270         WHEN 4
010280             OPEN OUTPUT JOB-REG-FILE
010290             MOVE WS-JOBREG-STATUS TO WS-IO-STATUS
010300         WHEN 5
010310             OPEN OUTPUT HOLIDAY-FILE
010320             MOVE WS-HOLIDAY-STATUS TO WS-IO-STATUS
010330         WHEN 6
010340             OPEN OUTPUT DAY-STATUS-FILE
010350             MOVE WS-DAYSTAT-STATUS TO WS-IO-STATUS
010360         WHEN 7
010370             OPEN OUTPUT STEP-STAT-FILE
010380             MOVE WS-STEP-STATUS TO WS-IO-STATUS
010390         WHEN 8
010400             OPEN OUTPUT OP-AUDIT-FILE
010410             MOVE WS-OPAUD-STATUS TO WS-IO-STATUS
010411         WHEN 9
010412             OPEN OUTPUT JOB-HIST-FILE
010413             MOVE WS-JOBHIST-STATUS TO WS-IO-STATUS
010414         WHEN 10
010415             OPEN OUTPUT SEED-REG-FILE
010416             MOVE WS-SEEDREG-STATUS TO WS-IO-STATUS
010417         WHEN 11
010418             OPEN OUTPUT PENDING-CHANGE-FILE
010419             MOVE WS-PEND-STATUS TO WS-IO-STATUS
010420     END-EVALUATE.
010430     MOVE WS-IO-STATUS TO WS-FT-LOAD-STATUS (WS-FILE-SUB).
010440     IF WS-IO-STATUS = "00"
010450         MOVE "Y" TO WS-TARGET-OPEN-SW
010460     ELSE
010470         DISPLAY WS-FILE-NAME (WS-FILE-SUB)
010480             " OPEN OUTPUT FAILED, STATUS " WS-IO-STATUS
010490             " - NOT RELOADED"
010500         MOVE "Y" TO WS-RUN-FAIL-SW
010510     END-IF.
010520 0000-OPEN-TARGET-EXIT.
010530     EXIT.
010540*
010550*--------------------------------------------------------------*
010560* 0000-WRITE-TARGET - WRITE THE RECORD IN WS-REC-AREA BACK TO  *
010570*                    FILE WS-FILE-SUB. THE FIRST FAILING       *
010580*                    STATUS IS KEPT FOR THE RECONCILIATION.    *
010590*--------------------------------------------------------------*
010600 0000-WRITE-TARGET.
010610     EVALUATE WS-FILE-SUB
010620         WHEN 1
010630             MOVE WS-REC-AREA TO RUN-CONTROL-RECORD
010640             WRITE RUN-CONTROL-RECORD
010650             MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS
010660         WHEN 2
010670             MOVE WS-REC-AREA TO CHECKPOINT-RECORD
010680             WRITE CHECKPOINT-RECORD
010690             MOVE WS-CKPT-STATUS TO WS-IO-STATUS
010700         WHEN 3
010710             MOVE WS-REC-AREA TO SCHED-CTL-RECORD
010720             WRITE SCHED-CTL-RECORD
010730             MOVE WS-SCHED-STATUS TO WS-IO-STATUS
010740         WHEN 4
010750             MOVE WS-REC-AREA TO JOB-REG-RECORD
010760             WRITE JOB-REG-RECORD
010770             MOVE WS-JOBREG-STATUS TO WS-IO-STATUS
010780         WHEN 5
010790             MOVE WS-REC-AREA TO HOLIDAY-RECORD
010800             WRITE HOLIDAY-RECORD
010810             MOVE WS-HOLIDAY-STATUS TO WS-IO-STATUS
010820         WHEN 6
010830             MOVE WS-REC-AREA TO DAY-STATUS-RECORD
010840             WRITE DAY-STATUS-RECORD
010850             MOVE WS-DAYSTAT-STATUS TO WS-IO-STATUS
010860         WHEN 7
010870             MOVE WS-REC-AREA TO STEP-STAT-RECORD
010880             WRITE STEP-STAT-RECORD
010890             MOVE WS-STEP-STATUS TO WS-IO-STATUS
010900         WHEN 8
010910             MOVE WS-REC-AREA TO OP-AUDIT-RECORD
010920             WRITE OP-AUDIT-RECORD
010930             MOVE WS-OPAUD-STATUS TO WS-IO-STATUS
010931         WHEN 9
010932             MOVE WS-REC-AREA TO JOB-HIST-RECORD
010933             WRITE JOB-HIST-RECORD
010934             MOVE WS-JOBHIST-STATUS TO WS-IO-STATUS
010935         WHEN 10
010936             MOVE WS-REC-AREA TO SEED-REGISTER-RECORD
010937             WRITE SEED-REGISTER-RECORD
010938             MOVE WS-SEEDREG-STATUS TO WS-IO-STATUS
010939         WHEN 11
010940             MOVE WS-REC-AREA TO PENDING-CHANGE-RECORD
010941             WRITE PENDING-CHANGE-RECORD
010942             MOVE WS-PEND-STATUS TO WS-IO-STATUS
010940     END-EVALUATE.
010950     IF WS-IO-STATUS = "00"
010960         ADD 1 TO WS-FT-LOADED (WS-FILE-SUB)
010970         GO TO 0000-WRITE-TARGET-EXIT.
010980     IF WS-FT-LOAD-STATUS (WS-FILE-SUB) = "00"
010990         DISPLAY WS-FILE-NAME (WS-FILE-SUB)
011000             " RELOAD WRITE FAILED, STATUS " WS-IO-STATUS
011010         MOVE WS-IO-STATUS TO WS-FT-LOAD-STATUS (WS-FILE-SUB)
011020     END-IF.
011030     MOVE "Y" TO WS-RUN-FAIL-SW.
011040 0000-WRITE-TARGET-EXIT.
011050     EXIT.
011060*
011070 0000-CLOSE-FILE.
011080     EVALUATE WS-FILE-SUB
011090         WHEN 1
011100             CLOSE RUN-LOG-FILE
011110         WHEN 2
011120             CLOSE CHECKPOINT-FILE
011130         WHEN 3
011140             CLOSE SCHED-CTL-FILE
011150         WHEN 4
011160             CLOSE JOB-REG-FILE
011170         WHEN 5
011180             CLOSE HOLIDAY-FILE
011190         WHEN 6
011200             CLOSE DAY-STATUS-FILE
011210         WHEN 7
011220             CLOSE STEP-STAT-FILE
011230         WHEN 8
011240             CLOSE OP-AUDIT-FILE
011241         WHEN 9
011242             CLOSE JOB-HIST-FILE
011243         WHEN 10
011244             CLOSE SEED-REG-FILE
011245         WHEN 11
011246             CLOSE PENDING-CHANGE-FILE
011250     END-EVALUATE.
011260     MOVE "N" TO WS-TARGET-OPEN-SW.
011270 0000-CLOSE-FILE-EXIT.
011280     EXIT.
011290*
011300 0000-PRINT-HEADER.
011310     MOVE WS-TODAY TO WS-HDR-DATE-OUT.
011320     MOVE WS-NOW-TIME TO WS-HDR-TIME-OUT.
011330     MOVE WS-HEADER-LINE TO BKP-RECORD.
011340     WRITE BKP-RECORD AFTER ADVANCING PAGE.
011350 0000-PRINT-HEADER-EXIT.
011360     EXIT.
011370*
011380 0000-PRINT-FILE-LINE.
011390     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-FLN-FILE.
011400     MOVE WS-FT-COUNT (WS-FILE-SUB) TO WS-FLN-COUNT.
011410     MOVE WS-FT-HASH (WS-FILE-SUB) TO WS-FLN-HASH.
011420     MOVE WS-FT-TRL-STATUS (WS-FILE-SUB) TO WS-FLN-STATUS.
011430     MOVE WS-FILE-LINE TO BKP-RECORD.
011440     WRITE BKP-RECORD AFTER ADVANCING 1 LINE.
011450 0000-PRINT-FILE-LINE-EXIT.
011460     EXIT.
011470*
011480*--------------------------------------------------------------*
011490* 0000-PRINT-RECONCILE - ONE LINE PER FILE: RECORDS ON DISK    *
011500*                       BEFORE THE RESTORE, IN THE BACKUP,     *
011510*                       WRITTEN BY THE RELOAD AND ON DISK      *
011520*                       AFTER IT. A FILE RECONCILES WHEN ALL   *
011530*                       OF THE LAST THREE AGREE. THE FOOTER    *
011540*                       SAYS WHETHER THE RECOVERY CAN BE       *
011550*                       SIGNED OFF.                            *
011560*--------------------------------------------------------------*
011570 0000-PRINT-RECONCILE.
011580     MOVE WS-RECON-HEAD-LINE TO BKP-RECORD.
011590     WRITE BKP-RECORD AFTER ADVANCING 2 LINES.
011600     PERFORM 0000-PRINT-RECON-LINE THRU 0000-PRINT-RECON-LINE-EXIT
011610         VARYING WS-FILE-SUB FROM 1 BY 1
011620         UNTIL WS-FILE-SUB > WS-FILE-MAX.
011630     IF WS-RECON-MISMATCH
011640         MOVE "RECOVERY DOES NOT RECONCILE - DO NOT SIGN OFF"
011650             TO WS-NOT-TEXT
011660         MOVE "Y" TO WS-RUN-FAIL-SW
011670     ELSE
011680         MOVE "RECOVERY RECONCILED - ALL FILES MATCH THE BACKUP"
011690             TO WS-NOT-TEXT
011700     END-IF.
011710     MOVE WS-NOTE-LINE TO BKP-RECORD.
011720     WRITE BKP-RECORD AFTER ADVANCING 2 LINES.
011730     MOVE WS-SIGNOFF-LINE TO BKP-RECORD.
011740     WRITE BKP-RECORD AFTER ADVANCING 3 LINES.
011750 0000-PRINT-RECONCILE-EXIT.
011760     EXIT.
011770*
011780 0000-PRINT-RECON-LINE.
011790     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-RCN-FILE.
011800     MOVE WS-FT-BEFORE (WS-FILE-SUB) TO WS-RCN-BEFORE.
011810     MOVE WS-FT-COUNT (WS-FILE-SUB) TO WS-RCN-BACKUP.
011820     MOVE WS-FT-LOADED (WS-FILE-SUB) TO WS-RCN-LOADED.
011830     MOVE WS-FT-AFTER (WS-FILE-SUB) TO WS-RCN-AFTER.
011840     IF WS-FT-LOAD-STATUS (WS-FILE-SUB) NOT = "00"
011850             OR WS-FT-AFTER-STATUS (WS-FILE-SUB) NOT = "00"
011860             OR WS-FT-LOADED (WS-FILE-SUB)
011865                 NOT = WS-FT-COUNT (WS-FILE-SUB)
011870             OR WS-FT-AFTER (WS-FILE-SUB)
011875                 NOT = WS-FT-COUNT (WS-FILE-SUB)
011880         MOVE "MISMATCH - CHECK THIS FILE" TO WS-RCN-RESULT
011890         MOVE "Y" TO WS-MISMATCH-SW
011900         GO TO 0000-PRINT-RECON-LINE-WRITE.
011910     EVALUATE WS-FT-BEFORE-STATUS (WS-FILE-SUB)
011920         WHEN "00"
011930             MOVE "RECONCILED" TO WS-RCN-RESULT
011940         WHEN "35"
011950             MOVE "RECONCILED - WAS MISSING" TO WS-RCN-RESULT
011960         WHEN OTHER
011970             MOVE "RECONCILED - WAS UNREADABLE" TO WS-RCN-RESULT
011980     END-EVALUATE.
011990 0000-PRINT-RECON-LINE-WRITE.
012000     MOVE WS-RECON-LINE TO BKP-RECORD.
012010     WRITE BKP-RECORD AFTER ADVANCING 1 LINE.
012020 0000-PRINT-RECON-LINE-EXIT.
012030     EXIT.
012040*
012050 0000-PRINT-NOTE.
012060     MOVE WS-NOTE-LINE TO BKP-RECORD.
012070     WRITE BKP-RECORD AFTER ADVANCING 1 LINE.
012080 0000-PRINT-NOTE-EXIT.
012090     EXIT.
012100*
012110 0000-TERMINATE.
012120     IF WS-REPORT-STATUS = "00"
012130         CLOSE BACKUP-REPORT-FILE
012140     END-IF.
012150 0000-TERMINATE-EXIT.
012160     EXIT.
