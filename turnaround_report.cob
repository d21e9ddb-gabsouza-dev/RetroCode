000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TurnaroundReport.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. DOWNSTREAM TURNAROUND SLA REPORT.  *
000120*                 SCHEDCTL HOLDS WHEN HelloWorld WROTE EACH    *
000130*                 TRIGGER AND WHEN THE DOWNSTREAM JOB'S        *
000140*                 SchedAck CONSUMED IT; FOR A REQUESTED        *
000150*                 RUN-DATE RANGE THIS JOB MEASURES THAT        *
000160*                 TURNAROUND AND PRINTS, PER JOB AND CYCLE,    *
000170*                 THE AVERAGE, WORST AND 95TH-PERCENTILE       *
000180*                 TIMES AGAINST THE JOB'S TARGET FROM THE      *
000190*                 REGISTRY, WITH BREACHES FLAGGED. A TRIGGER   *
000200*                 HELD FOR ITS PREDECESSORS IS TIMED FROM ITS  *
000210*                 RELEASE, NOT FROM WHEN IT WAS WRITTEN, AND   *
000212*                 CATCH-UP TRIGGERS (MARKED ON THE TRIGGER     *
000214*                 ITSELF) ARE LEFT OUT. A TRIGGER STILL        *
000216*                 PENDING PAST ITS TARGET ALSO COUNTS AS A     *
000218*                 BREACH. A JOB THAT BREACHED ON               *
000220*                 MORE DAYS THAN THE TATPARM LIMIT (3 WHEN     *
000230*                 ABSENT) IS WRITTEN TO OPALERT, THE FILE      *
000240*                 EventLogMonitor FEEDS, SO THE ON-CALL        *
000250*                 OPERATOR HEARS ABOUT A SLOW PARTNER. RETURN  *
000260*                 CODE 8 WHEN ANY ALERT WAS RAISED, 4 WHEN     *
000270*                 THERE WAS ANY BREACH.                        *
000280*--------------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TURN-PARM-FILE ASSIGN "TATPARM"
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT SCHED-CTL-FILE ASSIGN "SCHEDCTL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SCC-KEY
000450         FILE STATUS IS WS-SCHED-STATUS.
000460     SELECT JOB-REG-FILE ASSIGN "JOBREG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS JRG-JOB-NAME
000500         FILE STATUS IS WS-JOBREG-STATUS.
000560     SELECT OPER-ALERT-FILE ASSIGN "OPALERT"
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-ALERT-STATUS.
000600     SELECT TURN-REPORT-FILE ASSIGN "TATRPT"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680*--------------------------------------------------------------*
000690* TURN-PARM-FILE - ONE CARD: THE RUN-DATE RANGE TO REPORT ON   *
000700*                 (AT MOST 366 DAYS) AND THE NUMBER OF BREACH  *
000710*                 DAYS A JOB MAY HAVE BEFORE IT IS ALERTED     *
000720*                 (BLANK MEANS 3).                             *
000730*--------------------------------------------------------------*
000740 FD  TURN-PARM-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  TURN-PARM-RECORD.
000780     05  TAP-FROM-DATE           PIC X(06).
000790     05  TAP-FROM-NUM REDEFINES TAP-FROM-DATE
000800                                 PIC 9(06).
000810     05  FILLER                  PIC X(01).
000820     05  TAP-TO-DATE             PIC X(06).
000830     05  TAP-TO-NUM REDEFINES TAP-TO-DATE
000840                                 PIC 9(06).
000850     05  FILLER                  PIC X(01).
000860     05  TAP-BREACH-DAYS         PIC X(03).
000870     05  TAP-BREACH-NUM REDEFINES TAP-BREACH-DAYS
000880                                 PIC 9(03).
000890     05  FILLER                  PIC X(63).
000900*
000910*--------------------------------------------------------------*
000920* SCHED-CTL-FILE - THE TRIGGER KSDS (SCHCTL01), READ IN KEY    *
000930*                 ORDER ALONG THE REQUESTED RANGE.             *
000940*--------------------------------------------------------------*
000950 FD  SCHED-CTL-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY SCHCTL01.
000990*
001000*--------------------------------------------------------------*
001010* JOB-REG-FILE - THE DOWNSTREAM JOB REGISTRY (JOBREG01), READ  *
001020*               ONCE FOR EACH JOB'S TARGET AND CLASS.          *
001030*--------------------------------------------------------------*
001040 FD  JOB-REG-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY JOBREG01.
001080*
001190*--------------------------------------------------------------*
001200* OPER-ALERT-FILE - ONE RECORD PER JOB OVER THE BREACH-DAY     *
001210*                  LIMIT, ADDED TO WHAT IS ALREADY THERE FOR   *
001220*                  THE SCHEDULER'S PAGING STEP. SHARED LAYOUT  *
001230*                  OPALRT01.                                   *
001240*--------------------------------------------------------------*
001250 FD  OPER-ALERT-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280     COPY OPALRT01.
001290*
001300*--------------------------------------------------------------*
001310* TURN-REPORT-FILE - THE PRINTED TURNAROUND REPORT.            *
001320*--------------------------------------------------------------*
001330 FD  TURN-REPORT-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  TAT-RECORD                  PIC X(080).
001370*
001380 WORKING-STORAGE SECTION.
001390*
001400*--------------------------------------------------------------*
001410* FILE STATUS AND CONTROL SWITCHES                             *
001420*--------------------------------------------------------------*
001430 77  WS-PARM-STATUS              PIC X(02).
001440 77  WS-SCHED-STATUS             PIC X(02).
001450 77  WS-JOBREG-STATUS            PIC X(02).
001470 77  WS-ALERT-STATUS             PIC X(02).
001480 77  WS-REPORT-STATUS            PIC X(02).
001490 77  WS-PARM-OPEN-SW             PIC X(01) VALUE "N".
001500     88  WS-PARM-WAS-OPENED          VALUE "Y".
001510 77  WS-PARM-GOOD-SW             PIC X(01) VALUE "N".
001520     88  WS-PARM-IS-GOOD             VALUE "Y".
001530 77  WS-SCHED-OPEN-SW            PIC X(01) VALUE "N".
001540     88  WS-SCHED-WAS-OPENED         VALUE "Y".
001550 77  WS-JOBREG-OPEN-SW           PIC X(01) VALUE "N".
001560     88  WS-JOBREG-WAS-OPENED        VALUE "Y".
001590 77  WS-ALERT-OPEN-SW            PIC X(01) VALUE "N".
001600     88  WS-ALERT-WAS-OPENED         VALUE "Y".
001603 77  WS-ALERT-FAIL-SW            PIC X(01) VALUE "N".
001606     88  WS-ALERT-FAILED             VALUE "Y".
001610 77  WS-JOBREG-EOF-SW            PIC X(01) VALUE "N".
001620     88  WS-JOBREG-EOF               VALUE "Y".
001630 77  WS-BROWSE-DONE-SW           PIC X(01).
001640     88  WS-BROWSE-DONE              VALUE "Y".
001650 77  WS-TODAY                    PIC 9(06).
001660 77  WS-TIME-NOW                 PIC 9(06).
001670*
001680*--------------------------------------------------------------*
001690* REQUEST FIELDS, DEFAULT TARGETS AND RUN TOTALS. THE DEFAULT  *
001700* TARGETS ARE THE SAME ONES JobRegMaint FILLS IN.              *
001710*--------------------------------------------------------------*
001720 77  WS-FROM-DATE                PIC 9(06).
001730 77  WS-TO-DATE                  PIC 9(06).
001740 77  WS-BREACH-LIMIT             PIC 9(03) VALUE 3.
001750 77  WS-MAX-RANGE-DAYS           PIC 9(03) VALUE 366.
001760 77  WS-MAND-TARGET              PIC 9(04) VALUE 60.
001770 77  WS-OPT-TARGET               PIC 9(04) VALUE 240.
001780 77  WS-TRIGGER-COUNT            PIC 9(05) COMP VALUE 0.
001790 77  WS-MEASURED-COUNT           PIC 9(05) COMP VALUE 0.
001800 77  WS-UNACK-COUNT              PIC 9(05) COMP VALUE 0.
001810 77  WS-CATCHUP-COUNT            PIC 9(05) COMP VALUE 0.
001820 77  WS-UNUSABLE-COUNT           PIC 9(05) COMP VALUE 0.
001830 77  WS-UNTABLED-COUNT           PIC 9(05) COMP VALUE 0.
001840 77  WS-BREACH-COUNT             PIC 9(05) COMP VALUE 0.
001850 77  WS-ALERT-COUNT              PIC 9(03) COMP VALUE 0.
001860*
001870*--------------------------------------------------------------*
001880* JOB TABLE - EVERY REGISTERED JOB IN KEY ORDER, THEN ANY JOB  *
001890* FOUND ON A TRIGGER THAT THE REGISTRY NO LONGER HOLDS. THE    *
001900* BREACH DAYS ARE THE DISTINCT RUN DATES WITH A BREACH; THE    *
001910* BROWSE ARRIVES IN DATE ORDER, SO A DATE IS NEW WHEN IT IS    *
001920* NOT THE JOB'S LAST BREACH DATE.                              *
001930*--------------------------------------------------------------*
001940 77  WS-JOB-MAX                  PIC 9(03) COMP VALUE 100.
001950 77  WS-JOB-COUNT                PIC 9(03) COMP VALUE 0.
001960 77  WS-JOB-SUB                  PIC 9(03) COMP.
001970 77  WS-JOB-HIT-SUB              PIC 9(03) COMP.
001980 77  WS-JOB-FOUND-SW             PIC X(01).
001990     88  WS-JOB-WAS-FOUND            VALUE "Y".
002000 01  WS-JOB-TABLE.
002010     05  WS-JOB-ENTRY OCCURS 100 TIMES.
002020         10  WS-JOB-NAME         PIC X(08).
002030         10  WS-JOB-TARGET       PIC 9(04).
002040         10  WS-JOB-MAND-SW      PIC X(01).
002050             88  WS-JOB-IS-MANDATORY VALUE "Y".
002060         10  WS-JOB-REG-SW       PIC X(01).
002070             88  WS-JOB-IS-REGISTERED
002080                                     VALUE "Y".
002090         10  WS-JOB-GROUPS       PIC 9(03) COMP.
002100         10  WS-JOB-BREACH-DAYS  PIC 9(03) COMP.
002110         10  WS-JOB-LAST-BREACH  PIC 9(06).
002120*
002130*--------------------------------------------------------------*
002140* GROUP TABLE - ONE ENTRY PER JOB AND CYCLE SEEN IN THE RANGE, *
002150* WITH ITS MEASURED TURNAROUNDS IN SECONDS ON THE SAMPLE TABLE *
002160* FOR THE PERCENTILE.                                          *
002170*--------------------------------------------------------------*
002180 77  WS-GRP-MAX                  PIC 9(03) COMP VALUE 400.
002190 77  WS-GRP-COUNT                PIC 9(03) COMP VALUE 0.
002200 77  WS-GRP-SUB                  PIC 9(03) COMP.
002210 77  WS-GRP-HIT-SUB              PIC 9(03) COMP.
002220 77  WS-GRP-FOUND-SW             PIC X(01).
002230     88  WS-GRP-WAS-FOUND            VALUE "Y".
002240 01  WS-GRP-TABLE.
002250     05  WS-GRP-ENTRY OCCURS 400 TIMES.
002260         10  WS-GRP-JOB-SUB      PIC 9(03) COMP.
002270         10  WS-GRP-CYCLE        PIC 9(02).
002280         10  WS-GRP-MEASURED     PIC 9(05) COMP.
002290         10  WS-GRP-TOTAL        PIC 9(11) COMP.
002300         10  WS-GRP-WORST        PIC 9(09) COMP.
002310         10  WS-GRP-BREACHES     PIC 9(05) COMP.
002320         10  WS-GRP-UNACK        PIC 9(05) COMP.
002330 77  WS-SMP-MAX                  PIC 9(05) COMP VALUE 5000.
002340 77  WS-SMP-COUNT                PIC 9(05) COMP VALUE 0.
002350 77  WS-SMP-SUB                  PIC 9(05) COMP.
002360 01  WS-SMP-TABLE.
002370     05  WS-SMP-ENTRY OCCURS 5000 TIMES.
002380         10  WS-SMP-GRP-SUB      PIC 9(03) COMP.
002390         10  WS-SMP-SECS         PIC 9(09) COMP.
002400*
002410*--------------------------------------------------------------*
002420* PERCENTILE WORK - ONE GROUP'S SAMPLES (AT MOST ONE PER DAY   *
002430* OF THE RANGE). THE 95TH PERCENTILE IS THE NEAREST-RANK       *
002440* VALUE: THE SAMPLE WITH FEWER THAN K SAMPLES BELOW IT AND AT  *
002450* LEAST K AT OR BELOW IT, WHERE K IS 95 PERCENT OF THE COUNT   *
002460* ROUNDED UP.                                                  *
002470*--------------------------------------------------------------*
002480 77  WS-WRK-COUNT                PIC 9(03) COMP.
002490 77  WS-WRK-SUB                  PIC 9(03) COMP.
002500 77  WS-WRK-SCAN-SUB             PIC 9(03) COMP.
002510 77  WS-WRK-LESS                 PIC 9(03) COMP.
002520 77  WS-WRK-NOT-MORE             PIC 9(03) COMP.
002530 77  WS-RANK                     PIC 9(03) COMP.
002540 77  WS-P95-FOUND-SW             PIC X(01).
002550     88  WS-P95-WAS-FOUND            VALUE "Y".
002560 77  WS-P95-SECS                 PIC 9(09) COMP.
002570 01  WS-WRK-TABLE.
002580     05  WS-WRK-SECS             PIC 9(09) COMP OCCURS 400 TIMES.
002590*
002600*--------------------------------------------------------------*
002610* TURNAROUND ARITHMETIC. DATES ARE COUNTED AS SERIAL DAYS FROM *
002620* 2000-01-01 THE SAME WAY BusDateSrv COUNTS THEM, AND A        *
002630* TURNAROUND IS THE SECONDS FROM TRIGGER (OR RELEASE) TO       *
002635* ACKNOWLEDGEMENT.                                             *
002640*--------------------------------------------------------------*
002650 77  WS-SERIAL                   PIC 9(08) COMP.
002660 77  WS-TRG-SERIAL               PIC 9(08) COMP.
002670 77  WS-NOW-SERIAL               PIC 9(08) COMP.
002680 77  WS-LEAP-COUNT               PIC 9(04) COMP.
002690 77  WS-LEAP-QUOT                PIC 9(04) COMP.
002700 77  WS-LEAP-REM                 PIC 9(04) COMP.
002710 77  WS-DAY-OF-YEAR              PIC 9(03) COMP.
002720 77  WS-SECONDS                  PIC 9(05) COMP.
002730 77  WS-TRG-SECONDS              PIC 9(05) COMP.
002740 77  WS-NOW-SECONDS              PIC 9(05) COMP.
002750 77  WS-TURN-SECS                PIC S9(09) COMP.
002760 77  WS-TARGET-SECS              PIC 9(07) COMP.
002770 77  WS-BREACH-SW                PIC X(01).
002780     88  WS-IS-BREACH                VALUE "Y".
002790 77  WS-MINUTES                  PIC 9(07) COMP.
002800 01  WS-CHK-DATE                 PIC 9(06).
002810 01  FILLER REDEFINES WS-CHK-DATE.
002820     05  WS-CHK-YY               PIC 9(02).
002830     05  WS-CHK-MM               PIC 9(02).
002840     05  WS-CHK-DD               PIC 9(02).
002850 01  WS-CHK-TIME                 PIC 9(06).
002860 01  FILLER REDEFINES WS-CHK-TIME.
002870     05  WS-CHK-HH               PIC 9(02).
002880     05  WS-CHK-MI               PIC 9(02).
002890     05  WS-CHK-SS               PIC 9(02).
002900 01  WS-MONTH-CUM-TABLE.
002910     05  FILLER                  PIC X(36)
002920             VALUE "000031059090120151181212243273304334".
002930 01  FILLER REDEFINES WS-MONTH-CUM-TABLE.
002940     05  WS-MONTH-CUM            PIC 9(03) OCCURS 12 TIMES.
002950*
002960*--------------------------------------------------------------*
002970* REPORT LINE LAYOUTS - TIMES ARE IN WHOLE MINUTES, THE SAME   *
002980* UNIT AS THE TARGET.                                          *
002990*--------------------------------------------------------------*
003000 01  WS-HEADER-LINE.
003010     05  FILLER                  PIC X(23)
003020             VALUE "TURNAROUND SLA REPORT -".
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  WS-HDR-FROM-OUT         PIC 9(06).
003050     05  FILLER                  PIC X(04) VALUE " TO ".
003060     05  WS-HDR-TO-OUT           PIC 9(06).
003070     05  FILLER                  PIC X(19)
003080             VALUE "  BREACH DAY LIMIT ".
003090     05  WS-HDR-LIMIT-OUT        PIC ZZ9.
003100     05  FILLER                  PIC X(18).
003110*
003120 01  WS-COLUMN-LINE.
003130     05  FILLER                  PIC X(30)
003140             VALUE "  JOB      CY TARGET MEASD UNA".
003150     05  FILLER                  PIC X(30)
003160             VALUE "CK    AVG  WORST    P95 BRCHS ".
003170     05  FILLER                  PIC X(20) VALUE SPACES.
003180*
003190 01  WS-DETAIL-LINE.
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  WS-DTL-JOB              PIC X(08).
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  WS-DTL-CYCLE            PIC 9(02).
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  WS-DTL-TARGET           PIC ZZZZZ9.
003260     05  FILLER                  PIC X(01) VALUE SPACES.
003270     05  WS-DTL-MEASURED         PIC ZZZZ9.
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  WS-DTL-UNACK            PIC ZZZZ9.
003300     05  FILLER                  PIC X(01) VALUE SPACES.
003310     05  WS-DTL-AVG              PIC ZZZZZ9.
003320     05  FILLER                  PIC X(01) VALUE SPACES.
003330     05  WS-DTL-WORST            PIC ZZZZZ9.
003340     05  FILLER                  PIC X(01) VALUE SPACES.
003350     05  WS-DTL-P95              PIC ZZZZZ9.
003360     05  FILLER                  PIC X(01) VALUE SPACES.
003370     05  WS-DTL-BREACHES         PIC ZZZZ9.
003380     05  FILLER                  PIC X(01) VALUE SPACES.
003390     05  WS-DTL-FLAG             PIC X(08).
003400     05  FILLER                  PIC X(12) VALUE SPACES.
003410*
003420 01  WS-JOB-LINE.
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-JBL-JOB              PIC X(08).
003450     05  FILLER                  PIC X(01) VALUE SPACES.
003460     05  WS-JBL-CLASS            PIC X(14).
003470     05  FILLER                  PIC X(08) VALUE " TARGET ".
003480     05  WS-JBL-TARGET           PIC ZZZ9.
003490     05  FILLER                  PIC X(18)
003500             VALUE " MIN  BREACH DAYS ".
003510     05  WS-JBL-DAYS             PIC ZZ9.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  WS-JBL-FLAG             PIC X(07).
003540     05  FILLER                  PIC X(13) VALUE SPACES.
003550*
003560 01  WS-NOTE-LINE.
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  WS-NOT-TEXT             PIC X(60).
003590     05  FILLER                  PIC X(18) VALUE SPACES.
003600*
003610 01  WS-FOOTER-LINE.
003620     05  FILLER                  PIC X(11) VALUE "  TRIGGERS ".
003630     05  WS-FTR-TRIG-OUT         PIC ZZZZ9.
003640     05  FILLER                  PIC X(11) VALUE "  MEASURED ".
003650     05  WS-FTR-MEAS-OUT         PIC ZZZZ9.
003660     05  FILLER                  PIC X(08) VALUE "  UNACK ".
003670     05  WS-FTR-UNACK-OUT        PIC ZZZZ9.
003680     05  FILLER                  PIC X(11) VALUE "  CATCH-UP ".
003690     05  WS-FTR-CATCH-OUT        PIC ZZZZ9.
003700     05  FILLER                  PIC X(19) VALUE SPACES.
003710*
003720 01  WS-FOOTER-LINE-2.
003730     05  FILLER                  PIC X(11) VALUE "  UNUSABLE ".
003740     05  WS-FTR-UNUSE-OUT        PIC ZZZZ9.
003750     05  FILLER                  PIC X(13)
003760             VALUE "  NOT TABLED ".
003770     05  WS-FTR-UNTAB-OUT        PIC ZZZZ9.
003780     05  FILLER                  PIC X(11) VALUE "  BREACHES ".
003790     05  WS-FTR-BREACH-OUT       PIC ZZZZ9.
003800     05  FILLER                  PIC X(09) VALUE "  ALERTS ".
003810     05  WS-FTR-ALERT-OUT        PIC ZZ9.
003820     05  FILLER                  PIC X(18) VALUE SPACES.
003830*
003840 PROCEDURE DIVISION.
003850*
003860*--------------------------------------------------------------*
003870* 0000-MAIN - READ THE REQUEST, LOAD THE REGISTRY, MEASURE THE *
003880*            RANGE, PRINT EACH JOB'S CYCLES AND RAISE THE      *
003890*            ALERTS. RETURN CODE 8 WHEN ANY ALERT WAS RAISED,  *
003900*            4 WHEN THERE WAS ANY BREACH.                      *
003910*--------------------------------------------------------------*
003920 0000-MAIN.
003930     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
003940     IF WS-PARM-IS-GOOD
003950         PERFORM 0000-LOAD-JOBS THRU 0000-LOAD-JOBS-EXIT
003960         PERFORM 0000-BROWSE-RANGE THRU 0000-BROWSE-RANGE-EXIT
003970         PERFORM 0000-PRINT-JOB THRU 0000-PRINT-JOB-EXIT
003980             VARYING WS-JOB-SUB FROM 1 BY 1
003990             UNTIL WS-JOB-SUB > WS-JOB-COUNT
004000     END-IF.
004010     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
004020     IF WS-REPORT-STATUS NOT = "00"
004030             OR NOT WS-PARM-IS-GOOD
004040             OR WS-ALERT-COUNT > 0
004045             OR WS-ALERT-FAILED
004050         MOVE 8 TO RETURN-CODE
004060     ELSE
004070         IF WS-BREACH-COUNT > 0
004080             MOVE 4 TO RETURN-CODE
004090         END-IF
004100     END-IF.
004110     STOP RUN.
004120*
004130*--------------------------------------------------------------*
004140* 0000-INITIALIZE - OPEN THE REPORT, READ AND EDIT THE RANGE   *
004150*                  CARD. A BAD OR MISSING CARD PRINTS A NOTE   *
004160*                  AND REPORTS NOTHING.                        *
004170*--------------------------------------------------------------*
004180 0000-INITIALIZE.
004190     ACCEPT WS-TODAY FROM DATE.
004200     ACCEPT WS-TIME-NOW FROM TIME.
004210     OPEN OUTPUT TURN-REPORT-FILE.
004220     IF WS-REPORT-STATUS NOT = "00"
004230         DISPLAY "TURN-REPORT-FILE OPEN FAILED, STATUS "
004240             WS-REPORT-STATUS " - NO REPORT"
004250         GO TO 0000-INITIALIZE-EXIT.
004260     OPEN INPUT TURN-PARM-FILE.
004270     IF WS-PARM-STATUS NOT = "00"
004280         MOVE "TURN-PARM-FILE UNAVAILABLE - NO REPORT"
004290             TO WS-NOT-TEXT
004300         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004310         GO TO 0000-INITIALIZE-EXIT.
004320     MOVE "Y" TO WS-PARM-OPEN-SW.
004330     READ TURN-PARM-FILE
004340         AT END
004350             MOVE "TURN-PARM-FILE EMPTY - NO REPORT"
004360                 TO WS-NOT-TEXT
004370             PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004380             GO TO 0000-INITIALIZE-EXIT
004390     END-READ.
004400     IF TAP-FROM-DATE NOT NUMERIC OR TAP-TO-DATE NOT NUMERIC
004410         MOVE "RANGE DATES ARE NOT BOTH NUMERIC - NO REPORT"
004420             TO WS-NOT-TEXT
004430         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004440         GO TO 0000-INITIALIZE-EXIT.
004450     IF TAP-TO-NUM < TAP-FROM-NUM
004460         MOVE "HIGH DATE BELOW LOW DATE - NO REPORT"
004470             TO WS-NOT-TEXT
004480         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004490         GO TO 0000-INITIALIZE-EXIT.
004500     MOVE TAP-FROM-NUM TO WS-CHK-DATE.
004510     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
004520     MOVE WS-SERIAL TO WS-TRG-SERIAL.
004530     MOVE TAP-TO-NUM TO WS-CHK-DATE.
004540     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
004550     IF WS-SERIAL = ZERO OR WS-TRG-SERIAL = ZERO
004560         MOVE "RANGE DATES ARE NOT VALID DATES - NO REPORT"
004570             TO WS-NOT-TEXT
004580         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004590         GO TO 0000-INITIALIZE-EXIT.
004600     IF WS-SERIAL - WS-TRG-SERIAL >= WS-MAX-RANGE-DAYS
004610         MOVE "RANGE LONGER THAN 366 DAYS - NO REPORT"
004620             TO WS-NOT-TEXT
004630         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004640         GO TO 0000-INITIALIZE-EXIT.
004650     MOVE TAP-FROM-NUM TO WS-FROM-DATE.
004660     MOVE TAP-TO-NUM TO WS-TO-DATE.
004670     IF TAP-BREACH-DAYS NOT = SPACES
004680         IF TAP-BREACH-DAYS NOT NUMERIC
004690             MOVE "BREACH DAY LIMIT NOT NUMERIC - 3 ASSUMED"
004700                 TO WS-NOT-TEXT
004710             PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004720         ELSE
004730             MOVE TAP-BREACH-NUM TO WS-BREACH-LIMIT
004740         END-IF
004750     END-IF.
004760     MOVE "Y" TO WS-PARM-GOOD-SW.
004770     MOVE WS-TODAY TO WS-CHK-DATE.
004780     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
004790     MOVE WS-SERIAL TO WS-NOW-SERIAL.
004800     MOVE WS-TIME-NOW TO WS-CHK-TIME.
004810     COMPUTE WS-NOW-SECONDS = WS-CHK-HH * 3600
004820         + WS-CHK-MI * 60 + WS-CHK-SS.
004830     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
004840 0000-INITIALIZE-EXIT.
004850     EXIT.
004860*
004870*--------------------------------------------------------------*
004880* 0000-LOAD-JOBS - ONE JOB-TABLE ENTRY PER REGISTERED JOB,     *
004890*                 WITH ITS TARGET (THE CLASS DEFAULT WHEN THE  *
004900*                 ENTRY HAS NONE). WITHOUT THE REGISTRY EVERY  *
004910*                 JOB IS MEASURED AGAINST THE OPTIONAL         *
004920*                 DEFAULT.                                     *
004930*--------------------------------------------------------------*
004940 0000-LOAD-JOBS.
004950     OPEN INPUT JOB-REG-FILE.
004960     IF WS-JOBREG-STATUS NOT = "00"
004970         MOVE "JOB REGISTRY UNAVAILABLE - DEFAULT TARGETS USED"
004980             TO WS-NOT-TEXT
004990         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
005000         GO TO 0000-LOAD-JOBS-EXIT.
005010     MOVE "Y" TO WS-JOBREG-OPEN-SW.
005020     PERFORM 0000-LOAD-ONE-JOB THRU 0000-LOAD-ONE-JOB-EXIT
005030         UNTIL WS-JOBREG-EOF.
005040 0000-LOAD-JOBS-EXIT.
005050     EXIT.
005060*
005070 0000-LOAD-ONE-JOB.
005080     READ JOB-REG-FILE NEXT RECORD
005090         AT END
005100             MOVE "Y" TO WS-JOBREG-EOF-SW
005110             GO TO 0000-LOAD-ONE-JOB-EXIT
005120     END-READ.
005130     IF WS-JOB-COUNT >= WS-JOB-MAX
005140         MOVE "JOB TABLE FULL - REMAINING JOBS NOT REPORTED"
005150             TO WS-NOT-TEXT
005160         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
005170         MOVE "Y" TO WS-JOBREG-EOF-SW
005180         GO TO 0000-LOAD-ONE-JOB-EXIT.
005190     ADD 1 TO WS-JOB-COUNT.
005200     MOVE JRG-JOB-NAME TO WS-JOB-NAME (WS-JOB-COUNT).
005210     MOVE JRG-MANDATORY-SW TO WS-JOB-MAND-SW (WS-JOB-COUNT).
005220     MOVE "Y" TO WS-JOB-REG-SW (WS-JOB-COUNT).
005230     MOVE 0 TO WS-JOB-GROUPS (WS-JOB-COUNT).
005240     MOVE 0 TO WS-JOB-BREACH-DAYS (WS-JOB-COUNT).
005250     MOVE 0 TO WS-JOB-LAST-BREACH (WS-JOB-COUNT).
005260     IF JRG-TURN-TARGET NUMERIC AND JRG-TURN-TARGET > 0
005270         MOVE JRG-TURN-TARGET TO WS-JOB-TARGET (WS-JOB-COUNT)
005280     ELSE
005290         IF JRG-ACK-MANDATORY
005300             MOVE WS-MAND-TARGET TO WS-JOB-TARGET (WS-JOB-COUNT)
005310         ELSE
005320             MOVE WS-OPT-TARGET TO WS-JOB-TARGET (WS-JOB-COUNT)
005330         END-IF
005340     END-IF.
005350 0000-LOAD-ONE-JOB-EXIT.
005360     EXIT.
005370*
005380*--------------------------------------------------------------*
005390* 0000-BROWSE-RANGE - POSITION THE TRIGGER FILE AT THE FIRST   *
005400*                    TRIGGER OF THE RANGE AND READ FORWARD     *
005410*                    UNTIL THE DATE PASSES THE HIGH END.       *
005420*                    A CATCH-UP TRIGGER IS COUNTED BUT NOT     *
005430*                    MEASURED - IT WAS WRITTEN LATE ON PURPOSE *
005440*                    AND SAYS NOTHING ABOUT THE PARTNER.       *
005450*--------------------------------------------------------------*
005460 0000-BROWSE-RANGE.
005470     OPEN INPUT SCHED-CTL-FILE.
005480     IF WS-SCHED-STATUS NOT = "00"
005490         MOVE "SCHED-CTL FILE UNAVAILABLE - NOTHING TO REPORT"
005500             TO WS-NOT-TEXT
005510         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
005520         GO TO 0000-BROWSE-RANGE-EXIT.
005530     MOVE "Y" TO WS-SCHED-OPEN-SW.
005620     MOVE WS-COLUMN-LINE TO TAT-RECORD.
005630     WRITE TAT-RECORD AFTER ADVANCING 2 LINES.
005640     MOVE "N" TO WS-BROWSE-DONE-SW.
005650     MOVE WS-FROM-DATE TO SCC-RUN-DATE.
005660     MOVE ZERO TO SCC-CYCLE.
005670     MOVE SPACES TO SCC-JOB-NAME.
005680     START SCHED-CTL-FILE
005690         KEY IS NOT LESS THAN SCC-KEY
005700         INVALID KEY
005710             MOVE "Y" TO WS-BROWSE-DONE-SW
005720     END-START.
005730     PERFORM 0000-BROWSE-ONE THRU 0000-BROWSE-ONE-EXIT
005740         UNTIL WS-BROWSE-DONE.
005750 0000-BROWSE-RANGE-EXIT.
005760     EXIT.
005770*
005780 0000-BROWSE-ONE.
005790     READ SCHED-CTL-FILE NEXT RECORD
005800         AT END
005810             MOVE "Y" TO WS-BROWSE-DONE-SW
005820             GO TO 0000-BROWSE-ONE-EXIT
005830     END-READ.
005840     IF SCC-RUN-DATE > WS-TO-DATE
005850         MOVE "Y" TO WS-BROWSE-DONE-SW
005860         GO TO 0000-BROWSE-ONE-EXIT.
005870     ADD 1 TO WS-TRIGGER-COUNT.
005880     IF SCC-IS-CATCHUP
005890         ADD 1 TO WS-CATCHUP-COUNT
005900         GO TO 0000-BROWSE-ONE-EXIT.
005990     PERFORM 0000-MEASURE-TRIGGER THRU 0000-MEASURE-TRIGGER-EXIT.
006000 0000-BROWSE-ONE-EXIT.
006010     EXIT.
006020*
006030*--------------------------------------------------------------*
006040* 0000-MEASURE-TRIGGER - FOLD ONE TRIGGER INTO ITS JOB AND     *
006050*                       CYCLE. A CONSUMED TRIGGER IS MEASURED  *
006060*                       FROM TRIGGER TO ACKNOWLEDGEMENT, OR    *
006070*                       FROM ITS RELEASE WHEN IT WAS HELD FOR  *
006080*                       ITS PREDECESSORS - THE PARTNER COULD   *
006090*                       NOT START BEFORE THEN. A PENDING ONE   *
006100*                       IS COUNTED UNACKNOWLEDGED AND IS A     *
006110*                       BREACH WHEN IT HAS ALREADY WAITED      *
006112*                       LONGER THAN THE TARGET; ONE STILL HELD *
006114*                       IS COUNTED UNACKNOWLEDGED BUT IS NEVER *
006116*                       A BREACH. TIMES THAT ARE NOT NUMERIC   *
006118*                       OR RUN BACKWARDS ARE COUNTED UNUSABLE. *
006120*--------------------------------------------------------------*
006130 0000-MEASURE-TRIGGER.
006140     IF SCC-TRIGGER-TIME NOT NUMERIC
006150         ADD 1 TO WS-UNUSABLE-COUNT
006160         GO TO 0000-MEASURE-TRIGGER-EXIT.
006170     MOVE SCC-RUN-DATE TO WS-CHK-DATE.
006171     MOVE SCC-TRIGGER-TIME TO WS-CHK-TIME.
006172     IF SCC-RELEASE-DATE NUMERIC AND SCC-RELEASE-TIME NUMERIC
006173             AND SCC-RELEASE-DATE > 0
006174         MOVE SCC-RELEASE-DATE TO WS-CHK-DATE
006175         MOVE SCC-RELEASE-TIME TO WS-CHK-TIME
006176     END-IF.
006180     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
006190     MOVE WS-SERIAL TO WS-TRG-SERIAL.
006210     COMPUTE WS-TRG-SECONDS = WS-CHK-HH * 3600
006220         + WS-CHK-MI * 60 + WS-CHK-SS.
006230     IF SCC-ACK-CONSUMED
006240         IF SCC-ACK-DATE NOT NUMERIC OR SCC-ACK-TIME NOT NUMERIC
006250             ADD 1 TO WS-UNUSABLE-COUNT
006260             GO TO 0000-MEASURE-TRIGGER-EXIT
006270         END-IF
006280         MOVE SCC-ACK-DATE TO WS-CHK-DATE
006290         PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT
006300         MOVE SCC-ACK-TIME TO WS-CHK-TIME
006310         COMPUTE WS-SECONDS = WS-CHK-HH * 3600
006320             + WS-CHK-MI * 60 + WS-CHK-SS
006330     ELSE
006340         MOVE WS-NOW-SERIAL TO WS-SERIAL
006350         MOVE WS-NOW-SECONDS TO WS-SECONDS
006360     END-IF.
006370     COMPUTE WS-TURN-SECS =
006380         (WS-SERIAL - WS-TRG-SERIAL) * 86400
006390         + WS-SECONDS - WS-TRG-SECONDS.
006400     IF WS-TURN-SECS < 0
006410         ADD 1 TO WS-UNUSABLE-COUNT
006420         GO TO 0000-MEASURE-TRIGGER-EXIT.
006430     PERFORM 0000-FIND-JOB THRU 0000-FIND-JOB-EXIT.
006440     IF NOT WS-JOB-WAS-FOUND
006450         ADD 1 TO WS-UNTABLED-COUNT
006460         GO TO 0000-MEASURE-TRIGGER-EXIT.
006470     PERFORM 0000-FIND-GROUP THRU 0000-FIND-GROUP-EXIT.
006480     IF NOT WS-GRP-WAS-FOUND
006490         ADD 1 TO WS-UNTABLED-COUNT
006500         GO TO 0000-MEASURE-TRIGGER-EXIT.
006510     IF SCC-ACK-CONSUMED AND WS-SMP-COUNT >= WS-SMP-MAX
006520         ADD 1 TO WS-UNTABLED-COUNT
006530         GO TO 0000-MEASURE-TRIGGER-EXIT.
006540     COMPUTE WS-TARGET-SECS = WS-JOB-TARGET (WS-JOB-HIT-SUB) * 60.
006550     IF WS-TURN-SECS > WS-TARGET-SECS AND NOT SCC-ACK-HELD
006560         MOVE "Y" TO WS-BREACH-SW
006570     ELSE
006580         MOVE "N" TO WS-BREACH-SW
006590     END-IF.
006600     IF SCC-ACK-CONSUMED
006610         ADD 1 TO WS-MEASURED-COUNT
006620         ADD 1 TO WS-GRP-MEASURED (WS-GRP-HIT-SUB)
006630         ADD WS-TURN-SECS TO WS-GRP-TOTAL (WS-GRP-HIT-SUB)
006640         IF WS-TURN-SECS > WS-GRP-WORST (WS-GRP-HIT-SUB)
006650             MOVE WS-TURN-SECS TO WS-GRP-WORST (WS-GRP-HIT-SUB)
006660         END-IF
006670         ADD 1 TO WS-SMP-COUNT
006680         MOVE WS-GRP-HIT-SUB TO WS-SMP-GRP-SUB (WS-SMP-COUNT)
006690         MOVE WS-TURN-SECS TO WS-SMP-SECS (WS-SMP-COUNT)
006700     ELSE
006710         ADD 1 TO WS-UNACK-COUNT
006720         ADD 1 TO WS-GRP-UNACK (WS-GRP-HIT-SUB)
006730     END-IF.
006740     IF NOT WS-IS-BREACH
006750         GO TO 0000-MEASURE-TRIGGER-EXIT.
006760     ADD 1 TO WS-BREACH-COUNT.
006770     ADD 1 TO WS-GRP-BREACHES (WS-GRP-HIT-SUB).
006780     IF SCC-RUN-DATE NOT = WS-JOB-LAST-BREACH (WS-JOB-HIT-SUB)
006790         ADD 1 TO WS-JOB-BREACH-DAYS (WS-JOB-HIT-SUB)
006800         MOVE SCC-RUN-DATE TO WS-JOB-LAST-BREACH (WS-JOB-HIT-SUB)
006810     END-IF.
006820 0000-MEASURE-TRIGGER-EXIT.
006830     EXIT.
006840*
006850*--------------------------------------------------------------*
006860* 0000-FIND-JOB - THE TRIGGER'S JOB ON THE JOB TABLE. A JOB    *
006870*                THE REGISTRY DOES NOT HOLD IS ADDED AS NOT    *
006880*                REGISTERED WITH THE OPTIONAL DEFAULT TARGET.  *
006890*--------------------------------------------------------------*
006900 0000-FIND-JOB.
006910     MOVE "N" TO WS-JOB-FOUND-SW.
006920     PERFORM 0000-FIND-JOB-SCAN THRU 0000-FIND-JOB-SCAN-EXIT
006930         VARYING WS-JOB-SUB FROM 1 BY 1
006940         UNTIL WS-JOB-SUB > WS-JOB-COUNT
006950             OR WS-JOB-WAS-FOUND.
006960     IF WS-JOB-WAS-FOUND OR WS-JOB-COUNT >= WS-JOB-MAX
006970         GO TO 0000-FIND-JOB-EXIT.
006980     ADD 1 TO WS-JOB-COUNT.
006990     MOVE WS-JOB-COUNT TO WS-JOB-HIT-SUB.
007000     MOVE SCC-JOB-NAME TO WS-JOB-NAME (WS-JOB-HIT-SUB).
007010     MOVE WS-OPT-TARGET TO WS-JOB-TARGET (WS-JOB-HIT-SUB).
007020     MOVE "N" TO WS-JOB-MAND-SW (WS-JOB-HIT-SUB).
007030     MOVE "N" TO WS-JOB-REG-SW (WS-JOB-HIT-SUB).
007040     MOVE 0 TO WS-JOB-GROUPS (WS-JOB-HIT-SUB).
007050     MOVE 0 TO WS-JOB-BREACH-DAYS (WS-JOB-HIT-SUB).
007060     MOVE 0 TO WS-JOB-LAST-BREACH (WS-JOB-HIT-SUB).
007070     MOVE "Y" TO WS-JOB-FOUND-SW.
007080 0000-FIND-JOB-EXIT.
007090     EXIT.
007100*
007110 0000-FIND-JOB-SCAN.
007120     IF WS-JOB-NAME (WS-JOB-SUB) = SCC-JOB-NAME
007130         MOVE "Y" TO WS-JOB-FOUND-SW
007140         MOVE WS-JOB-SUB TO WS-JOB-HIT-SUB
007150     END-IF.
007160 0000-FIND-JOB-SCAN-EXIT.
007170     EXIT.
007180*
007190*--------------------------------------------------------------*
007200* 0000-FIND-GROUP - THE GROUP FOR THE TRIGGER'S JOB AND CYCLE, *
007210*                  ADDED ON FIRST SIGHT WHILE THERE IS ROOM.   *
007220*--------------------------------------------------------------*
007230 0000-FIND-GROUP.
007240     MOVE "N" TO WS-GRP-FOUND-SW.
007250     PERFORM 0000-FIND-GROUP-SCAN THRU 0000-FIND-GROUP-SCAN-EXIT
007260         VARYING WS-GRP-SUB FROM 1 BY 1
007270         UNTIL WS-GRP-SUB > WS-GRP-COUNT
007280             OR WS-GRP-WAS-FOUND.
007290     IF WS-GRP-WAS-FOUND OR WS-GRP-COUNT >= WS-GRP-MAX
007300         GO TO 0000-FIND-GROUP-EXIT.
007310     ADD 1 TO WS-GRP-COUNT.
007320     MOVE WS-GRP-COUNT TO WS-GRP-HIT-SUB.
007330     MOVE WS-JOB-HIT-SUB TO WS-GRP-JOB-SUB (WS-GRP-HIT-SUB).
007340     MOVE SCC-CYCLE TO WS-GRP-CYCLE (WS-GRP-HIT-SUB).
007350     MOVE 0 TO WS-GRP-MEASURED (WS-GRP-HIT-SUB).
007360     MOVE 0 TO WS-GRP-TOTAL (WS-GRP-HIT-SUB).
007370     MOVE 0 TO WS-GRP-WORST (WS-GRP-HIT-SUB).
007380     MOVE 0 TO WS-GRP-BREACHES (WS-GRP-HIT-SUB).
007390     MOVE 0 TO WS-GRP-UNACK (WS-GRP-HIT-SUB).
007400     ADD 1 TO WS-JOB-GROUPS (WS-JOB-HIT-SUB).
007410     MOVE "Y" TO WS-GRP-FOUND-SW.
007420 0000-FIND-GROUP-EXIT.
007430     EXIT.
007440*
007450 0000-FIND-GROUP-SCAN.
007460     IF WS-GRP-JOB-SUB (WS-GRP-SUB) = WS-JOB-HIT-SUB
007470             AND WS-GRP-CYCLE (WS-GRP-SUB) = SCC-CYCLE
007480         MOVE "Y" TO WS-GRP-FOUND-SW
007490         MOVE WS-GRP-SUB TO WS-GRP-HIT-SUB
007500     END-IF.
007510 0000-FIND-GROUP-SCAN-EXIT.
007520     EXIT.
007530*
007540*--------------------------------------------------------------*
007550* 0000-PRINT-JOB - ONE DETAIL LINE PER CYCLE OF THE JOB, THEN  *
007560*                 THE JOB LINE WITH ITS BREACH DAYS. A JOB     *
007570*                 OVER THE BREACH-DAY LIMIT IS ALERTED. A JOB  *
007580*                 WITH NO TRIGGER IN THE RANGE PRINTS NOTHING. *
007590*--------------------------------------------------------------*
007600 0000-PRINT-JOB.
007610     IF WS-JOB-GROUPS (WS-JOB-SUB) = 0
007620         GO TO 0000-PRINT-JOB-EXIT.
007630     PERFORM 0000-PRINT-GROUP THRU 0000-PRINT-GROUP-EXIT
007640         VARYING WS-GRP-SUB FROM 1 BY 1
007650         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
007660     MOVE WS-JOB-NAME (WS-JOB-SUB) TO WS-JBL-JOB.
007670     IF NOT WS-JOB-IS-REGISTERED (WS-JOB-SUB)
007680         MOVE "NOT REGISTERED" TO WS-JBL-CLASS
007690     ELSE
007700         IF WS-JOB-IS-MANDATORY (WS-JOB-SUB)
007710             MOVE "MANDATORY" TO WS-JBL-CLASS
007720         ELSE
007730             MOVE "OPTIONAL" TO WS-JBL-CLASS
007740         END-IF
007750     END-IF.
007760     MOVE WS-JOB-TARGET (WS-JOB-SUB) TO WS-JBL-TARGET.
007770     MOVE WS-JOB-BREACH-DAYS (WS-JOB-SUB) TO WS-JBL-DAYS.
007780     MOVE SPACES TO WS-JBL-FLAG.
007790     IF WS-JOB-BREACH-DAYS (WS-JOB-SUB) > WS-BREACH-LIMIT
007800         MOVE "ALERTED" TO WS-JBL-FLAG
007810         PERFORM 0000-WRITE-ALERT THRU 0000-WRITE-ALERT-EXIT
007820     END-IF.
007830     MOVE WS-JOB-LINE TO TAT-RECORD.
007840     WRITE TAT-RECORD AFTER ADVANCING 1 LINE.
007850     MOVE SPACES TO TAT-RECORD.
007860     WRITE TAT-RECORD AFTER ADVANCING 1 LINE.
007870 0000-PRINT-JOB-EXIT.
007880     EXIT.
007890*
007900*--------------------------------------------------------------*
007910* 0000-PRINT-GROUP - THE DETAIL LINE FOR ONE CYCLE OF THE      *
007920*                   CURRENT JOB: TRIGGERS MEASURED AND STILL   *
007930*                   UNACKNOWLEDGED, AVERAGE, WORST AND 95TH-   *
007940*                   PERCENTILE MINUTES AND THE BREACH COUNT.   *
007950*--------------------------------------------------------------*
007960 0000-PRINT-GROUP.
007970     IF WS-GRP-JOB-SUB (WS-GRP-SUB) NOT = WS-JOB-SUB
007980         GO TO 0000-PRINT-GROUP-EXIT.
007990     MOVE WS-JOB-NAME (WS-JOB-SUB) TO WS-DTL-JOB.
008000     MOVE WS-GRP-CYCLE (WS-GRP-SUB) TO WS-DTL-CYCLE.
008010     MOVE WS-JOB-TARGET (WS-JOB-SUB) TO WS-DTL-TARGET.
008020     MOVE WS-GRP-MEASURED (WS-GRP-SUB) TO WS-DTL-MEASURED.
008030     MOVE WS-GRP-UNACK (WS-GRP-SUB) TO WS-DTL-UNACK.
008040     MOVE WS-GRP-BREACHES (WS-GRP-SUB) TO WS-DTL-BREACHES.
008050     MOVE 0 TO WS-DTL-AVG.
008060     MOVE 0 TO WS-DTL-WORST.
008070     MOVE 0 TO WS-DTL-P95.
008080     IF WS-GRP-MEASURED (WS-GRP-SUB) > 0
008090         DIVIDE WS-GRP-TOTAL (WS-GRP-SUB)
008100             BY WS-GRP-MEASURED (WS-GRP-SUB)
008110             GIVING WS-TURN-SECS
008120         DIVIDE WS-TURN-SECS BY 60 GIVING WS-MINUTES
008130         MOVE WS-MINUTES TO WS-DTL-AVG
008140         DIVIDE WS-GRP-WORST (WS-GRP-SUB) BY 60
008150             GIVING WS-MINUTES
008160         MOVE WS-MINUTES TO WS-DTL-WORST
008170         PERFORM 0000-CALC-P95 THRU 0000-CALC-P95-EXIT
008180         DIVIDE WS-P95-SECS BY 60 GIVING WS-MINUTES
008190         MOVE WS-MINUTES TO WS-DTL-P95
008200     END-IF.
008210     IF WS-GRP-BREACHES (WS-GRP-SUB) > 0
008220         MOVE "BREACHED" TO WS-DTL-FLAG
008230     ELSE
008240         MOVE SPACES TO WS-DTL-FLAG
008250     END-IF.
008260     MOVE WS-DETAIL-LINE TO TAT-RECORD.
008270     WRITE TAT-RECORD AFTER ADVANCING 1 LINE.
008280 0000-PRINT-GROUP-EXIT.
008290     EXIT.
008300*
008310*--------------------------------------------------------------*
008320* 0000-CALC-P95 - COPY THE GROUP'S SAMPLES TO THE WORK TABLE   *
008330*                AND PICK THE NEAREST-RANK 95TH PERCENTILE.    *
008340*--------------------------------------------------------------*
008350 0000-CALC-P95.
008360     MOVE 0 TO WS-WRK-COUNT.
008370     PERFORM 0000-COPY-SAMPLE THRU 0000-COPY-SAMPLE-EXIT
008380         VARYING WS-SMP-SUB FROM 1 BY 1
008390         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
008400     COMPUTE WS-RANK = (WS-WRK-COUNT * 95 + 99) / 100.
008410     MOVE 0 TO WS-P95-SECS.
008420     MOVE "N" TO WS-P95-FOUND-SW.
008430     PERFORM 0000-RANK-SAMPLE THRU 0000-RANK-SAMPLE-EXIT
008440         VARYING WS-WRK-SUB FROM 1 BY 1
008450         UNTIL WS-WRK-SUB > WS-WRK-COUNT
008460             OR WS-P95-WAS-FOUND.
008470 0000-CALC-P95-EXIT.
008480     EXIT.
008490*
008500 0000-COPY-SAMPLE.
008510     IF WS-SMP-GRP-SUB (WS-SMP-SUB) = WS-GRP-SUB
008520             AND WS-WRK-COUNT < 400
008530         ADD 1 TO WS-WRK-COUNT
008540         MOVE WS-SMP-SECS (WS-SMP-SUB)
008550             TO WS-WRK-SECS (WS-WRK-COUNT)
008560     END-IF.
008570 0000-COPY-SAMPLE-EXIT.
008580     EXIT.
008590*
008600 0000-RANK-SAMPLE.
008610     MOVE 0 TO WS-WRK-LESS.
008620     MOVE 0 TO WS-WRK-NOT-MORE.
008630     PERFORM 0000-RANK-SCAN THRU 0000-RANK-SCAN-EXIT
008640         VARYING WS-WRK-SCAN-SUB FROM 1 BY 1
008650         UNTIL WS-WRK-SCAN-SUB > WS-WRK-COUNT.
008660     IF WS-WRK-LESS < WS-RANK AND WS-WRK-NOT-MORE >= WS-RANK
008670         MOVE WS-WRK-SECS (WS-WRK-SUB) TO WS-P95-SECS
008680         MOVE "Y" TO WS-P95-FOUND-SW
008690     END-IF.
008700 0000-RANK-SAMPLE-EXIT.
008710     EXIT.
008720*
008730 0000-RANK-SCAN.
008740     IF WS-WRK-SECS (WS-WRK-SCAN-SUB) < WS-WRK-SECS (WS-WRK-SUB)
008750         ADD 1 TO WS-WRK-LESS
008760     END-IF.
008770     IF WS-WRK-SECS (WS-WRK-SCAN-SUB)
008780             NOT > WS-WRK-SECS (WS-WRK-SUB)
008790         ADD 1 TO WS-WRK-NOT-MORE
008800     END-IF.
008810 0000-RANK-SCAN-EXIT.
008820     EXIT.
008830*
008840*--------------------------------------------------------------*
008850* 0000-WRITE-ALERT - ONE OPERATOR ALERT RECORD FOR A JOB OVER  *
008860*                   THE BREACH-DAY LIMIT. THE FILE IS EXTENDED *
008870*                   SO EventLogMonitor'S ALERTS STAY, AND IS   *
008880*                   CREATED WHEN IT DOES NOT YET EXIST. AN     *
008890*                   ALERT THAT CANNOT BE WRITTEN IS SHOWN ON   *
008900*                   THE CONSOLE AND ENDS THE STEP WITH RC 8.   *
008910*--------------------------------------------------------------*
008920 0000-WRITE-ALERT.
008930     ADD 1 TO WS-ALERT-COUNT.
008940     IF NOT WS-ALERT-WAS-OPENED
008950         OPEN EXTEND OPER-ALERT-FILE
008960         IF WS-ALERT-STATUS = "35"
008970             OPEN OUTPUT OPER-ALERT-FILE
008980         END-IF
008990         IF WS-ALERT-STATUS = "00"
009000             MOVE "Y" TO WS-ALERT-OPEN-SW
009010         ELSE
009020             DISPLAY "OPER-ALERT-FILE OPEN FAILED, STATUS "
009030                 WS-ALERT-STATUS
009035             MOVE "Y" TO WS-ALERT-FAIL-SW
009040             GO TO 0000-WRITE-ALERT-EXIT
009050         END-IF
009060     END-IF.
009070     MOVE SPACES TO OPER-ALERT-RECORD.
009080     MOVE WS-TODAY TO ALT-ALERT-DATE.
009090     MOVE WS-TIME-NOW TO ALT-ALERT-TIME.
009100     MOVE "SLA BREACH" TO ALT-TYPE.
009110     MOVE WS-JOB-NAME (WS-JOB-SUB) TO ALT-PROGRAM.
009120     MOVE "TRIGGER TO ACKNOWLEDGE" TO ALT-PARAGRAPH.
009130     MOVE "TURNAROUND TARGET MISSED" TO ALT-MESSAGE.
009140     MOVE WS-JOB-BREACH-DAYS (WS-JOB-SUB) TO ALT-STREAK-DAYS.
009150     WRITE OPER-ALERT-RECORD.
009151     IF WS-ALERT-STATUS NOT = "00"
009152         DISPLAY "OPER-ALERT WRITE FAILED, STATUS "
009153             WS-ALERT-STATUS " FOR " WS-JOB-NAME (WS-JOB-SUB)
009154         MOVE "Y" TO WS-ALERT-FAIL-SW
009155     END-IF.
009160 0000-WRITE-ALERT-EXIT.
009170     EXIT.
009180*
009190*--------------------------------------------------------------*
009200* 0000-DATE-TO-SERIAL - WS-CHK-DATE AS A SERIAL DAY NUMBER.    *
009210*--------------------------------------------------------------*
009220 0000-DATE-TO-SERIAL.
009230     IF WS-CHK-MM < 01 OR WS-CHK-MM > 12
009240         MOVE ZERO TO WS-SERIAL
009250         GO TO 0000-DATE-TO-SERIAL-EXIT.
009260     COMPUTE WS-LEAP-COUNT = (WS-CHK-YY + 3) / 4.
009270     MOVE WS-MONTH-CUM (WS-CHK-MM) TO WS-DAY-OF-YEAR.
009280     ADD WS-CHK-DD TO WS-DAY-OF-YEAR.
009290     DIVIDE WS-CHK-YY BY 4
009300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
009310     IF WS-LEAP-REM = 0 AND WS-CHK-MM > 02
009320         ADD 1 TO WS-DAY-OF-YEAR
009330     END-IF.
009340     COMPUTE WS-SERIAL = WS-CHK-YY * 365 + WS-LEAP-COUNT
009350         + WS-DAY-OF-YEAR - 1.
009360 0000-DATE-TO-SERIAL-EXIT.
009370     EXIT.
009380*
009390 0000-PRINT-HEADER.
009400     MOVE WS-FROM-DATE TO WS-HDR-FROM-OUT.
009410     MOVE WS-TO-DATE TO WS-HDR-TO-OUT.
009420     MOVE WS-BREACH-LIMIT TO WS-HDR-LIMIT-OUT.
009430     MOVE WS-HEADER-LINE TO TAT-RECORD.
009440     WRITE TAT-RECORD AFTER ADVANCING PAGE.
009450 0000-PRINT-HEADER-EXIT.
009460     EXIT.
009470*
009480 0000-PRINT-NOTE.
009490     MOVE WS-NOTE-LINE TO TAT-RECORD.
009500     WRITE TAT-RECORD AFTER ADVANCING 1 LINE.
009510 0000-PRINT-NOTE-EXIT.
009520     EXIT.
009530*
009540 0000-PRINT-FOOTER.
009550     MOVE WS-TRIGGER-COUNT TO WS-FTR-TRIG-OUT.
009560     MOVE WS-MEASURED-COUNT TO WS-FTR-MEAS-OUT.
009570     MOVE WS-UNACK-COUNT TO WS-FTR-UNACK-OUT.
009580     MOVE WS-CATCHUP-COUNT TO WS-FTR-CATCH-OUT.
009590     MOVE WS-FOOTER-LINE TO TAT-RECORD.
009600     WRITE TAT-RECORD AFTER ADVANCING 2 LINES.
009610     MOVE WS-UNUSABLE-COUNT TO WS-FTR-UNUSE-OUT.
009620     MOVE WS-UNTABLED-COUNT TO WS-FTR-UNTAB-OUT.
009630     MOVE WS-BREACH-COUNT TO WS-FTR-BREACH-OUT.
009640     MOVE WS-ALERT-COUNT TO WS-FTR-ALERT-OUT.
009650     MOVE WS-FOOTER-LINE-2 TO TAT-RECORD.
009660     WRITE TAT-RECORD AFTER ADVANCING 1 LINE.
009670 0000-PRINT-FOOTER-EXIT.
009680     EXIT.
009690*
009700*--------------------------------------------------------------*
009710* 0000-TERMINATE - PRINT THE TOTALS AND CLOSE WHATEVER         *
009720*                 ACTUALLY OPENED.                             *
009730*--------------------------------------------------------------*
009740 0000-TERMINATE.
009750     IF WS-REPORT-STATUS = "00" AND WS-PARM-IS-GOOD
009760         PERFORM 0000-PRINT-FOOTER THRU 0000-PRINT-FOOTER-EXIT
009770     END-IF.
009780     IF WS-PARM-WAS-OPENED
009790         CLOSE TURN-PARM-FILE
009800     END-IF.
009810     IF WS-JOBREG-WAS-OPENED
009820         CLOSE JOB-REG-FILE
009830     END-IF.
009840     IF WS-SCHED-WAS-OPENED
009850         CLOSE SCHED-CTL-FILE
009860     END-IF.
009900     IF WS-ALERT-WAS-OPENED
009910         CLOSE OPER-ALERT-FILE
009920     END-IF.
009930     IF WS-REPORT-STATUS = "00"
009940         CLOSE TURN-REPORT-FILE
009950     END-IF.
009960 0000-TERMINATE-EXIT.
009970     EXIT.
