000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HolidayGen.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. BUILDS A YEAR OF CLOSED DATES FOR  *
000120*                 EACH BUSINESS CALENDAR FROM THE HOLRULES     *
000130*                 RULE FILE (HOLRUL01) - FIXED DATES, NTH AND  *
000140*                 LAST WEEKDAY OF THE MONTH, EASTER OFFSETS    *
000150*                 AND WEEKEND SUBSTITUTE DAYS - AND PRINTS THE *
000160*                 PROPOSAL AGAINST WHAT IS ON HOLIDAYS.        *
000170*                 A PROPOSE RUN ONLY REPORTS. AN APPROVE RUN   *
000180*                 ALSO WRITES A CalendarMaint ADD CARD FOR     *
000190*                 EVERY NEW DATE, SO THE CALENDAR ITSELF IS    *
000200*                 STILL ONLY CHANGED THROUGH THE AUDITED       *
000210*                 MAINTENANCE RUN.                             *
000212* 2026-10-15 RC   EVERY ADD CARD NOW ALSO CARRIES A REASON, AS *
000214*                 CalendarMaint QUEUES A CARD FOR A SECOND     *
000216*                 OPERATOR'S APPROVAL ONLY WHEN IT HAS ONE.    *
000220*--------------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280*
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GEN-PARM-FILE ASSIGN "HOLGPARM"
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE IS SEQUENTIAL
000340         FILE STATUS IS WS-PARM-STATUS.
000350     SELECT HOLIDAY-RULE-FILE ASSIGN "HOLRULES"
000360         ORGANIZATION IS SEQUENTIAL
000370         ACCESS MODE IS SEQUENTIAL
000380         FILE STATUS IS WS-RULE-STATUS.
000390     SELECT HOLIDAY-FILE ASSIGN "HOLIDAYS"
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS WS-HOLIDAY-STATUS.
000430     SELECT HOLIDAY-TRANS-FILE ASSIGN "HOLTRANS"
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS WS-TRANS-STATUS.
000470     SELECT GEN-REPORT-FILE ASSIGN "HOLGRPT"
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550*--------------------------------------------------------------*
000560* GEN-PARM-FILE - ONE CARD: THE YEAR TO GENERATE, PROPOSE OR   *
000570*                APPROVE, THE OPERATOR APPROVING (REQUIRED     *
000580*                FOR APPROVE, CARRIED ONTO EVERY ADD CARD) AND *
000590*                OPTIONALLY ONE CALENDAR ID (BLANK MEANS EVERY *
000600*                CALENDAR ON THE RULE FILE).                   *
000610*--------------------------------------------------------------*
000620 FD  GEN-PARM-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  GEN-PARM-RECORD.
000660     05  HGP-YEAR                PIC X(02).
000670     05  HGP-YEAR-NUM REDEFINES HGP-YEAR
000680                                 PIC 9(02).
000690     05  FILLER                  PIC X(01).
000700     05  HGP-MODE                PIC X(08).
000710         88  HGP-MODE-PROPOSE        VALUE "PROPOSE".
000720         88  HGP-MODE-APPROVE        VALUE "APPROVE".
000730     05  FILLER                  PIC X(01).
000740     05  HGP-OPERATOR            PIC X(08).
000750     05  FILLER                  PIC X(01).
000760     05  HGP-CALENDAR-ID         PIC X(04).
000770     05  FILLER                  PIC X(55).
000780*
000790*--------------------------------------------------------------*
000800* HOLIDAY-RULE-FILE - THE HOLIDAY RULES, SHARED VIA THE        *
000810*                    HOLRUL01 COPYBOOK.                        *
000820*--------------------------------------------------------------*
000830 FD  HOLIDAY-RULE-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY HOLRUL01.
000870*
000880*--------------------------------------------------------------*
000890* HOLIDAY-FILE - THE BUSINESS CALENDARS AS THEY STAND, READ    *
000900*                ONLY, FOR THE COMPARISON.                     *
000910*--------------------------------------------------------------*
000920 FD  HOLIDAY-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY HOLCAL01.
000960*
000970*--------------------------------------------------------------*
000980* HOLIDAY-TRANS-FILE - THE ADD CARDS OF AN APPROVE RUN, IN THE *
000990*                     LAYOUT CalendarMaint READS FROM HOLTRANS.*
001000*--------------------------------------------------------------*
001010 FD  HOLIDAY-TRANS-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  HOLIDAY-TRANS-RECORD.
001050     05  HTR-ACTION              PIC X(08).
001060     05  HTR-CALENDAR-ID         PIC X(04).
001070     05  FILLER                  PIC X(01).
001080     05  HTR-DATE                PIC X(06).
001090     05  FILLER                  PIC X(02).
001100     05  HTR-NEW-DATE            PIC X(06).
001110     05  FILLER                  PIC X(01).
001120     05  HTR-NAME                PIC X(20).
001130     05  FILLER                  PIC X(01).
001140     05  HTR-OPERATOR            PIC X(08).
001146     05  FILLER                  PIC X(01).
001152     05  HTR-REASON              PIC X(22).
001160*
001170*--------------------------------------------------------------*
001180* GEN-REPORT-FILE - THE PRINTED PROPOSAL AND DIFFERENCES.      *
001190*--------------------------------------------------------------*
001200 FD  GEN-REPORT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  HGR-RECORD                  PIC X(080).
001240*
001250 WORKING-STORAGE SECTION.
001260*
001270*--------------------------------------------------------------*
001280* FILE STATUS AND CONTROL SWITCHES                             *
001290*--------------------------------------------------------------*
001300 77  WS-PARM-STATUS              PIC X(02).
001310 77  WS-RULE-STATUS              PIC X(02).
001320 77  WS-HOLIDAY-STATUS           PIC X(02).
001330 77  WS-TRANS-STATUS             PIC X(02).
001340 77  WS-REPORT-STATUS            PIC X(02).
001350 77  WS-PARM-OPEN-SW             PIC X(01) VALUE "N".
001360     88  WS-PARM-WAS-OPENED          VALUE "Y".
001370 77  WS-RULE-OPEN-SW             PIC X(01) VALUE "N".
001380     88  WS-RULE-WAS-OPENED          VALUE "Y".
001390 77  WS-TRANS-OPEN-SW            PIC X(01) VALUE "N".
001400     88  WS-TRANS-WAS-OPENED         VALUE "Y".
001410 77  WS-RUN-GOOD-SW              PIC X(01) VALUE "N".
001420     88  WS-RUN-IS-GOOD              VALUE "Y".
001430 77  WS-RULE-EOF-SW              PIC X(01) VALUE "N".
001440     88  WS-RULE-EOF                 VALUE "Y".
001450 77  WS-HOLIDAY-EOF-SW           PIC X(01) VALUE "N".
001460     88  WS-HOLIDAY-EOF              VALUE "Y".
001470 77  WS-CARDS-REFUSED-SW         PIC X(01) VALUE "N".
001480     88  WS-CARDS-REFUSED            VALUE "Y".
001490 77  WS-TODAY                    PIC 9(06).
001500*
001510*--------------------------------------------------------------*
001520* RUN PARAMETERS, KEPT FROM THE PARM CARD.                     *
001530*--------------------------------------------------------------*
001540 77  WS-GEN-YEAR                 PIC 9(02).
001550 77  WS-GEN-MODE                 PIC X(08).
001560     88  WS-GEN-APPROVE              VALUE "APPROVE".
001570 77  WS-GEN-OPERATOR             PIC X(08).
001580 77  WS-GEN-CAL-ID               PIC X(04).
001582 01  WS-CARD-REASON.
001584     05  FILLER                  PIC X(20)
001586             VALUE "HOLIDAY RULES FOR 20".
001588     05  WS-CRS-YEAR             PIC 9(02).
001590*
001600*--------------------------------------------------------------*
001610* CALENDAR IMAGE - HOLIDAY-FILE AS IT STANDS, EACH ENTRY       *
001620* MARKED MATCHED WHEN A PROPOSED DATE FINDS IT, SO WHAT IS     *
001630* LEFT OVER IN THE YEAR IS ON FILE BUT NOT PROPOSED BY ANY     *
001640* RULE.                                                        *
001650*--------------------------------------------------------------*
001660 77  WS-HOL-MAX                  PIC 9(04) COMP VALUE 500.
001670 77  WS-HOL-COUNT                PIC 9(04) COMP VALUE 0.
001680 77  WS-HOL-SUB                  PIC 9(04) COMP.
001690 77  WS-HOL-FOUND-SW             PIC X(01).
001700     88  WS-HOL-WAS-FOUND            VALUE "Y".
001710 01  WS-HOLIDAY-TABLE.
001720     05  WS-HOL-ENTRY OCCURS 500 TIMES.
001730         10  WS-HOL-CAL-ID       PIC X(04).
001740         10  WS-HOL-DATE         PIC 9(06).
001750         10  WS-HOL-NAME         PIC X(20).
001760         10  WS-HOL-MATCHED-SW   PIC X(01).
001770             88  WS-HOL-IS-MATCHED   VALUE "Y".
001780*
001790*--------------------------------------------------------------*
001800* PROPOSAL TABLE - ONE ENTRY PER RULE IN FORCE FOR THE YEAR,   *
001810* IN RULE FILE ORDER. WS-PRO-RULE-DATE IS THE DATE THE RULE    *
001820* FELL ON AND WS-PRO-DATE THE DATE PROPOSED FOR CLOSING, WHICH *
001830* ONLY DIFFER FOR A WEEKEND DATE MOVED TO A SUBSTITUTE DAY.    *
001840*--------------------------------------------------------------*
001850 77  WS-PRO-MAX                  PIC 9(04) COMP VALUE 200.
001860 77  WS-PRO-COUNT                PIC 9(04) COMP VALUE 0.
001870 77  WS-PRO-SUB                  PIC 9(04) COMP.
001880 77  WS-SCAN-SUB                 PIC 9(04) COMP.
001890 77  WS-TAKEN-SW                 PIC X(01).
001900     88  WS-DATE-IS-TAKEN            VALUE "Y".
001910 01  WS-PROPOSAL-TABLE.
001920     05  WS-PRO-ENTRY OCCURS 200 TIMES.
001930         10  WS-PRO-CAL-ID       PIC X(04).
001940         10  WS-PRO-DATE         PIC 9(06).
001950         10  WS-PRO-RULE-DATE    PIC 9(06).
001960         10  WS-PRO-DOY          PIC S9(04) COMP.
001970         10  WS-PRO-NAME         PIC X(20).
001980         10  WS-PRO-WKND-RULE    PIC X(01).
001990             88  WS-PRO-WKND-FRI-MON VALUE "F".
002000         10  WS-PRO-STATE        PIC X(01).
002010             88  WS-PRO-PROPOSED     VALUE "P".
002020             88  WS-PRO-WEEKEND      VALUE "W".
002030             88  WS-PRO-TO-SUBST     VALUE "S".
002040             88  WS-PRO-REJECTED     VALUE "R".
002050         10  WS-PRO-NEW-SW       PIC X(01).
002060             88  WS-PRO-IS-NEW       VALUE "Y".
002070         10  WS-PRO-REASON       PIC X(30).
002080*
002090*--------------------------------------------------------------*
002100* CALENDARS THE RULE FILE COVERS THIS RUN - ONLY THEIR DATES   *
002110* ON HOLIDAYS ARE CHECKED FOR BEING LEFT OUT OF THE PROPOSAL.  *
002120*--------------------------------------------------------------*
002130 77  WS-RCAL-MAX                 PIC 9(02) COMP VALUE 20.
002140 77  WS-RCAL-COUNT               PIC 9(02) COMP VALUE 0.
002150 77  WS-RCAL-SUB                 PIC 9(02) COMP.
002160 77  WS-RCAL-FOUND-SW            PIC X(01).
002170     88  WS-RCAL-WAS-FOUND           VALUE "Y".
002180 77  WS-RULE-CAL-ID              PIC X(04).
002190 01  WS-RCAL-TABLE.
002200     05  WS-RCAL-ID              PIC X(04) OCCURS 20 TIMES.
002210*
002220*--------------------------------------------------------------*
002230* DATE ARITHMETIC. A DATE OF THE YEAR BEING GENERATED IS       *
002240* WORKED AS ITS DAY OF THE YEAR, SO EASTER OFFSETS AND         *
002250* SUBSTITUTE DAYS ARE PLAIN ADDITION; A SUBSTITUTE DAY MAY     *
002260* FALL JUST INTO THE YEAR BEFORE OR AFTER. THE TWO-DIGIT YEAR  *
002270* IS TAKEN AS 20YY, SO THE DIVIDE-BY-FOUR LEAP TEST HOLDS FOR  *
002280* 2000-2099. DAYS OF THE WEEK COME FROM BusDateSrv, 1 = MONDAY *
002290* THROUGH 7 = SUNDAY.                                          *
002300*--------------------------------------------------------------*
002310 01  WS-GEN-DATE.
002320     05  WS-GEN-YY               PIC 9(02).
002330     05  WS-GEN-MM               PIC 9(02).
002340     05  WS-GEN-DD               PIC 9(02).
002350 01  WS-GEN-DATE-NUM REDEFINES WS-GEN-DATE
002360                                 PIC 9(06).
002370 77  WS-GEN-DOY                  PIC S9(04) COMP.
002380 77  WS-GEN-DOW                  PIC 9(01).
002390 77  WS-DOY-BASE                 PIC 9(03) COMP.
002400 77  WS-DAY-DIFF                 PIC S9(04) COMP.
002410 77  WS-YEAR-DAYS                PIC 9(03) COMP.
002420 77  WS-MONTH-DAYS               PIC 9(02) COMP.
002430 77  WS-LEAP-QUOT                PIC 9(04) COMP.
002440 77  WS-LEAP-REM                 PIC 9(04) COMP.
002450 77  WS-LEAP-SW                  PIC X(01).
002460     88  WS-YEAR-IS-LEAP             VALUE "Y".
002470 77  WS-STEP-COUNT               PIC 9(02) COMP.
002480 77  WS-STEP-LIMIT               PIC 9(02) COMP VALUE 14.
002490 01  WS-FILE-DATE.
002500     05  WS-FILE-YY              PIC 9(02).
002510     05  FILLER                  PIC 9(04).
002520 01  WS-FILE-DATE-NUM REDEFINES WS-FILE-DATE
002530                                 PIC 9(06).
002540 01  WS-MONTH-DAY-TABLE.
002550     05  FILLER                  PIC X(24)
002560             VALUE "312831303130313130313031".
002570 01  FILLER REDEFINES WS-MONTH-DAY-TABLE.
002580     05  WS-MONTH-MAX            PIC 9(02) OCCURS 12 TIMES.
002590 01  WS-MONTH-CUM-TABLE.
002600     05  FILLER                  PIC X(36)
002610             VALUE "000031059090120151181212243273304334".
002620 01  FILLER REDEFINES WS-MONTH-CUM-TABLE.
002630     05  WS-MONTH-CUM            PIC 9(03) OCCURS 12 TIMES.
002640*
002650*--------------------------------------------------------------*
002660* EASTER SUNDAY WORK FIELDS - THE ANONYMOUS GREGORIAN METHOD,  *
002670* NAMED AFTER THE LETTERS OF THE PUBLISHED ALGORITHM.          *
002680*--------------------------------------------------------------*
002690 77  WS-EAS-YEAR                 PIC 9(04) COMP.
002700 77  WS-EAS-A                    PIC 9(04) COMP.
002710 77  WS-EAS-B                    PIC 9(04) COMP.
002720 77  WS-EAS-C                    PIC 9(04) COMP.
002730 77  WS-EAS-D                    PIC 9(04) COMP.
002740 77  WS-EAS-E                    PIC 9(04) COMP.
002750 77  WS-EAS-F                    PIC 9(04) COMP.
002760 77  WS-EAS-G                    PIC 9(04) COMP.
002770 77  WS-EAS-H                    PIC 9(04) COMP.
002780 77  WS-EAS-I                    PIC 9(04) COMP.
002790 77  WS-EAS-K                    PIC 9(04) COMP.
002800 77  WS-EAS-L                    PIC 9(04) COMP.
002810 77  WS-EAS-M                    PIC 9(04) COMP.
002820 77  WS-EAS-SUM                  PIC 9(05) COMP.
002830 77  WS-EAS-QUOT                 PIC 9(04) COMP.
002840*
002850*--------------------------------------------------------------*
002860* RUN TOTALS                                                   *
002870*--------------------------------------------------------------*
002880 77  WS-PROPOSED-COUNT           PIC 9(05) COMP VALUE 0.
002890 77  WS-NEW-COUNT                PIC 9(05) COMP VALUE 0.
002900 77  WS-ONFILE-COUNT             PIC 9(05) COMP VALUE 0.
002910 77  WS-FILEONLY-COUNT           PIC 9(05) COMP VALUE 0.
002920 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
002930 77  WS-CARD-COUNT               PIC 9(05) COMP VALUE 0.
002940*
002950*--------------------------------------------------------------*
002960* BUSINESS-DATE SERVICE PARAMETERS (BUSDAT01)                  *
002970*--------------------------------------------------------------*
002980     COPY BUSDAT01.
002990*
003000*--------------------------------------------------------------*
003010* REPORT LINE LAYOUTS                                          *
003020*--------------------------------------------------------------*
003030 01  WS-HEADER-LINE.
003040     05  FILLER                  PIC X(26)
003050             VALUE "HOLIDAY RULE GENERATION 20".
003060     05  WS-HDR-YEAR-OUT         PIC 9(02).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  WS-HDR-MODE-OUT         PIC X(08).
003090     05  FILLER                  PIC X(05) VALUE " RUN ".
003100     05  WS-HDR-TODAY-OUT        PIC 9(06).
003110     05  FILLER                  PIC X(05) VALUE " CAL ".
003120     05  WS-HDR-CAL-OUT          PIC X(04).
003130     05  FILLER                  PIC X(22) VALUE SPACES.
003140*
003150 01  WS-DETAIL-LINE.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-DTL-CAL              PIC X(04).
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  WS-DTL-DATE             PIC X(06).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  WS-DTL-NAME             PIC X(20).
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  WS-DTL-STATUS           PIC X(10).
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  WS-DTL-NOTE             PIC X(30).
003260     05  FILLER                  PIC X(04) VALUE SPACES.
003270*
003280 01  WS-OBSERVED-NOTE.
003290     05  FILLER                  PIC X(13) VALUE "OBSERVED FOR ".
003300     05  WS-OBS-DATE             PIC 9(06).
003310     05  FILLER                  PIC X(11) VALUE SPACES.
003320*
003330 01  WS-NAME-NOTE.
003340     05  FILLER                  PIC X(11) VALUE "ON FILE AS ".
003350     05  WS-NAM-NAME             PIC X(19).
003360*
003370 01  WS-NOTE-LINE.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  WS-NOT-TEXT             PIC X(60).
003400     05  FILLER                  PIC X(18) VALUE SPACES.
003410*
003420 01  WS-FOOTER-LINE.
003430     05  FILLER                  PIC X(10) VALUE "  PROPOSED".
003440     05  WS-FTR-PROPOSED-OUT     PIC ZZZZ9.
003450     05  FILLER                  PIC X(04) VALUE " NEW".
003460     05  WS-FTR-NEW-OUT          PIC ZZZZ9.
003470     05  FILLER                  PIC X(08) VALUE " ON FILE".
003480     05  WS-FTR-ONFILE-OUT       PIC ZZZZ9.
003490     05  FILLER                  PIC X(10) VALUE " FILE ONLY".
003500     05  WS-FTR-FILEONLY-OUT     PIC ZZZZ9.
003510     05  FILLER                  PIC X(09) VALUE " REJECTED".
003520     05  WS-FTR-REJECT-OUT       PIC ZZZZ9.
003530     05  FILLER                  PIC X(06) VALUE " CARDS".
003540     05  WS-FTR-CARD-OUT         PIC ZZZZ9.
003550     05  FILLER                  PIC X(03) VALUE SPACES.
003560*
003570 PROCEDURE DIVISION.
003580*
003590*--------------------------------------------------------------*
003600* 0000-MAIN - READ THE PARM CARD, TURN EVERY RULE IN FORCE     *
003610*            INTO A DATE, MOVE WEEKEND DATES TO THEIR          *
003620*            SUBSTITUTE DAYS, PRINT THE PROPOSAL AGAINST THE   *
003630*            CALENDAR AND - FOR AN APPROVE RUN - WRITE THE ADD *
003640*            CARDS. RETURN CODE 4 WHEN ANY RULE WAS REJECTED,  *
003650*            8 WHEN THE RUN OR ITS CARDS COULD NOT BE          *
003660*            PRODUCED.                                         *
003670*--------------------------------------------------------------*
003680 0000-MAIN.
003690     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
003700     IF WS-RUN-IS-GOOD
003710         PERFORM 0000-READ-RULE THRU 0000-READ-RULE-EXIT
003720         PERFORM 0000-GENERATE-RULE THRU 0000-GENERATE-RULE-EXIT
003730             UNTIL WS-RULE-EOF
003740         PERFORM 0000-SUBSTITUTE-ONE THRU 0000-SUBSTITUTE-ONE-EXIT
003750             VARYING WS-PRO-SUB FROM 1 BY 1
003760             UNTIL WS-PRO-SUB > WS-PRO-COUNT
003770         PERFORM 0000-COMPARE-ONE THRU 0000-COMPARE-ONE-EXIT
003780             VARYING WS-PRO-SUB FROM 1 BY 1
003790             UNTIL WS-PRO-SUB > WS-PRO-COUNT
003800         PERFORM 0000-FILE-ONLY-ONE THRU 0000-FILE-ONLY-ONE-EXIT
003810             VARYING WS-HOL-SUB FROM 1 BY 1
003820             UNTIL WS-HOL-SUB > WS-HOL-COUNT
003830         IF WS-GEN-APPROVE
003840             PERFORM 0000-WRITE-CARDS THRU 0000-WRITE-CARDS-EXIT
003850         END-IF
003860     END-IF.
003870     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
003880     IF WS-REPORT-STATUS NOT = "00"
003890             OR NOT WS-RUN-IS-GOOD
003900             OR WS-CARDS-REFUSED
003910         MOVE 8 TO RETURN-CODE
003920     ELSE
003930         IF WS-REJECT-COUNT > 0
003940             MOVE 4 TO RETURN-CODE
003950         END-IF
003960     END-IF.
003970     STOP RUN.
003980*
003990*--------------------------------------------------------------*
004000* 0000-INITIALIZE - OPEN THE REPORT, READ AND EDIT THE PARM    *
004010*                  CARD, LOAD THE CALENDAR AND OPEN THE RULE   *
004020*                  FILE. ANY FAILURE PRINTS A NOTE AND THE     *
004030*                  RUN PROPOSES NOTHING.                       *
004040*--------------------------------------------------------------*
004050 0000-INITIALIZE.
004060     ACCEPT WS-TODAY FROM DATE.
004070     OPEN OUTPUT GEN-REPORT-FILE.
004080     IF WS-REPORT-STATUS NOT = "00"
004090         DISPLAY "GEN-REPORT-FILE OPEN FAILED, STATUS "
004100             WS-REPORT-STATUS " - NO PROPOSAL"
004110         GO TO 0000-INITIALIZE-EXIT.
004120     OPEN INPUT GEN-PARM-FILE.
004130     IF WS-PARM-STATUS NOT = "00"
004140         MOVE "GEN-PARM-FILE UNAVAILABLE - NO PROPOSAL"
004150             TO WS-NOT-TEXT
004160         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004170         GO TO 0000-INITIALIZE-EXIT.
004180     MOVE "Y" TO WS-PARM-OPEN-SW.
004190     READ GEN-PARM-FILE
004200         AT END
004210             MOVE "GEN-PARM-FILE EMPTY - NO PROPOSAL"
004220                 TO WS-NOT-TEXT
004230             PERFORM 0000-PRINT-NOTE
004240                 THRU 0000-PRINT-NOTE-EXIT
004250             GO TO 0000-INITIALIZE-EXIT
004260     END-READ.
004270     IF HGP-YEAR NOT NUMERIC
004280         MOVE "YEAR IS NOT NUMERIC - NO PROPOSAL" TO WS-NOT-TEXT
004290         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004300         GO TO 0000-INITIALIZE-EXIT.
004310     IF NOT HGP-MODE-PROPOSE AND NOT HGP-MODE-APPROVE
004320         MOVE "MODE IS NOT PROPOSE OR APPROVE - NO PROPOSAL"
004330             TO WS-NOT-TEXT
004340         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004350         GO TO 0000-INITIALIZE-EXIT.
004360     IF HGP-MODE-APPROVE AND HGP-OPERATOR = SPACES
004370         MOVE "OPERATOR-ID IS REQUIRED TO APPROVE - NO PROPOSAL"
004380             TO WS-NOT-TEXT
004390         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004400         GO TO 0000-INITIALIZE-EXIT.
004410     MOVE HGP-YEAR-NUM TO WS-GEN-YEAR.
004420     MOVE HGP-MODE TO WS-GEN-MODE.
004430     MOVE HGP-OPERATOR TO WS-GEN-OPERATOR.
004440     MOVE HGP-CALENDAR-ID TO WS-GEN-CAL-ID.
004450     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
004460     DIVIDE WS-GEN-YEAR BY 4
004470         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004480     IF WS-LEAP-REM = 0
004490         MOVE "Y" TO WS-LEAP-SW
004500         MOVE 366 TO WS-YEAR-DAYS
004510     ELSE
004520         MOVE "N" TO WS-LEAP-SW
004530         MOVE 365 TO WS-YEAR-DAYS
004540     END-IF.
004550     PERFORM 0000-LOAD-CALENDAR THRU 0000-LOAD-CALENDAR-EXIT.
004560*
004570*    A CALENDAR TOO BIG FOR THE TABLE WOULD MAKE DATES ALREADY
004580*    ON FILE LOOK NEW, AND AN APPROVE RUN WOULD CARD THEM.
004590*
004600     IF WS-HOL-COUNT >= WS-HOL-MAX
004610         MOVE "HOLIDAY TABLE FULL - NO PROPOSAL" TO WS-NOT-TEXT
004620         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004630         GO TO 0000-INITIALIZE-EXIT.
004640     OPEN INPUT HOLIDAY-RULE-FILE.
004650     IF WS-RULE-STATUS NOT = "00"
004660         MOVE "HOLIDAY-RULE-FILE UNAVAILABLE - NO PROPOSAL"
004670             TO WS-NOT-TEXT
004680         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004690         GO TO 0000-INITIALIZE-EXIT.
004700     MOVE "Y" TO WS-RULE-OPEN-SW.
004710     MOVE "Y" TO WS-RUN-GOOD-SW.
004720 0000-INITIALIZE-EXIT.
004730     EXIT.
004740*
004750*--------------------------------------------------------------*
004760* 0000-LOAD-CALENDAR - READ THE WHOLE HOLIDAY-FILE INTO THE    *
004770*                     TABLE. A CALENDAR THAT CANNOT BE OPENED  *
004780*                     IS COMPARED AS EMPTY, SO THE FIRST YEAR  *
004790*                     CAN BE GENERATED FROM NOTHING.           *
004800*--------------------------------------------------------------*
004810 0000-LOAD-CALENDAR.
004820     MOVE "N" TO WS-HOLIDAY-EOF-SW.
004830     OPEN INPUT HOLIDAY-FILE.
004840     IF WS-HOLIDAY-STATUS NOT = "00"
004850         MOVE "HOLIDAY-FILE UNAVAILABLE - COMPARED AS EMPTY"
004860             TO WS-NOT-TEXT
004870         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004880         GO TO 0000-LOAD-CALENDAR-EXIT.
004890     PERFORM 0000-READ-HOLIDAY THRU 0000-READ-HOLIDAY-EXIT
004900         UNTIL WS-HOLIDAY-EOF.
004910     CLOSE HOLIDAY-FILE.
004920 0000-LOAD-CALENDAR-EXIT.
004930     EXIT.
004940*
004950 0000-READ-HOLIDAY.
004960     READ HOLIDAY-FILE
004970         AT END
004980             MOVE "Y" TO WS-HOLIDAY-EOF-SW
004990             GO TO 0000-READ-HOLIDAY-EXIT
005000     END-READ.
005010     IF WS-HOL-COUNT >= WS-HOL-MAX
005020         MOVE "Y" TO WS-HOLIDAY-EOF-SW
005030         GO TO 0000-READ-HOLIDAY-EXIT.
005040     ADD 1 TO WS-HOL-COUNT.
005050     IF HOL-CALENDAR-ID = SPACES
005060         MOVE "STD" TO WS-HOL-CAL-ID (WS-HOL-COUNT)
005070     ELSE
005080         MOVE HOL-CALENDAR-ID TO WS-HOL-CAL-ID (WS-HOL-COUNT)
005090     END-IF.
005100     MOVE HOL-CLOSED-DATE TO WS-HOL-DATE (WS-HOL-COUNT).
005110     MOVE HOL-HOLIDAY-NAME TO WS-HOL-NAME (WS-HOL-COUNT).
005120     MOVE "N" TO WS-HOL-MATCHED-SW (WS-HOL-COUNT).
005130 0000-READ-HOLIDAY-EXIT.
005140     EXIT.
005150*
005160 0000-READ-RULE.
005170     READ HOLIDAY-RULE-FILE
005180         AT END
005190             MOVE "Y" TO WS-RULE-EOF-SW
005200     END-READ.
005210 0000-READ-RULE-EXIT.
005220     EXIT.
005230*
005240*--------------------------------------------------------------*
005250* 0000-GENERATE-RULE - TURN THE CURRENT RULE INTO ITS DATE FOR *
005260*                     THE YEAR AND ENTER IT IN THE PROPOSAL    *
005270*                     TABLE: PROPOSED, WEEKEND (NOTHING TO     *
005280*                     CLOSE), AWAITING A SUBSTITUTE DAY, OR    *
005290*                     REJECTED WITH ITS REASON. RULES FOR      *
005300*                     ANOTHER CALENDAR THAN THE ONE ASKED FOR, *
005310*                     OR NOT IN FORCE THIS YEAR, ARE PASSED    *
005320*                     OVER.                                    *
005330*--------------------------------------------------------------*
005340 0000-GENERATE-RULE.
005350     IF HRL-CALENDAR-ID = SPACES
005360         MOVE "STD" TO WS-RULE-CAL-ID
005370     ELSE
005380         MOVE HRL-CALENDAR-ID TO WS-RULE-CAL-ID
005390     END-IF.
005400     IF WS-GEN-CAL-ID NOT = SPACES
005410             AND WS-RULE-CAL-ID NOT = WS-GEN-CAL-ID
005420         GO TO 0000-GENERATE-RULE-NEXT.
005430     PERFORM 0000-NOTE-RULE-CAL THRU 0000-NOTE-RULE-CAL-EXIT.
005440     IF HRL-FIRST-YEAR NUMERIC
005450             AND HRL-FIRST-YEAR-NUM > WS-GEN-YEAR
005460         GO TO 0000-GENERATE-RULE-NEXT.
005470     IF HRL-LAST-YEAR NUMERIC AND HRL-LAST-YEAR-NUM > 0
005480             AND HRL-LAST-YEAR-NUM < WS-GEN-YEAR
005490         GO TO 0000-GENERATE-RULE-NEXT.
005500     IF WS-PRO-COUNT >= WS-PRO-MAX
005510         ADD 1 TO WS-REJECT-COUNT
005520         MOVE "PROPOSAL TABLE FULL - RULE NOT GENERATED:"
005530             TO WS-NOT-TEXT
005540         MOVE HRL-HOLIDAY-NAME TO WS-NOT-TEXT (42:19)
005550         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
005560         GO TO 0000-GENERATE-RULE-NEXT.
005570     ADD 1 TO WS-PRO-COUNT.
005580     MOVE WS-PRO-COUNT TO WS-PRO-SUB.
005590     MOVE WS-RULE-CAL-ID TO WS-PRO-CAL-ID (WS-PRO-SUB).
005600     MOVE ZERO TO WS-PRO-DATE (WS-PRO-SUB).
005610     MOVE ZERO TO WS-PRO-RULE-DATE (WS-PRO-SUB).
005620     MOVE ZERO TO WS-PRO-DOY (WS-PRO-SUB).
005630     MOVE HRL-HOLIDAY-NAME TO WS-PRO-NAME (WS-PRO-SUB).
005640     MOVE HRL-WEEKEND-RULE TO WS-PRO-WKND-RULE (WS-PRO-SUB).
005650     MOVE "R" TO WS-PRO-STATE (WS-PRO-SUB).
005660     MOVE "N" TO WS-PRO-NEW-SW (WS-PRO-SUB).
005670     MOVE SPACES TO WS-PRO-REASON (WS-PRO-SUB).
005680     IF NOT HRL-WKND-NONE AND NOT HRL-WKND-FRI-MON
005690             AND NOT HRL-WKND-MONDAY
005700         MOVE "WEEKEND RULE IS NOT N, F OR M"
005710             TO WS-PRO-REASON (WS-PRO-SUB)
005720         GO TO 0000-GENERATE-RULE-REJECT.
005730     MOVE WS-GEN-YEAR TO WS-GEN-YY.
005740     EVALUATE TRUE
005750         WHEN HRL-RULE-FIXED
005760             PERFORM 0000-GEN-FIXED THRU 0000-GEN-FIXED-EXIT
005770         WHEN HRL-RULE-NTH-WEEKDAY
005780             PERFORM 0000-GEN-NTH THRU 0000-GEN-NTH-EXIT
005790         WHEN HRL-RULE-LAST-WEEKDAY
005800             PERFORM 0000-GEN-LAST THRU 0000-GEN-LAST-EXIT
005810         WHEN HRL-RULE-EASTER
005820             PERFORM 0000-GEN-EASTER THRU 0000-GEN-EASTER-EXIT
005830         WHEN OTHER
005840             MOVE "RULE TYPE IS NOT F, N, L OR E"
005850                 TO WS-PRO-REASON (WS-PRO-SUB)
005860     END-EVALUATE.
005870     IF WS-PRO-REASON (WS-PRO-SUB) NOT = SPACES
005880         GO TO 0000-GENERATE-RULE-REJECT.
005890     MOVE WS-GEN-DATE-NUM TO WS-PRO-DATE (WS-PRO-SUB).
005900     MOVE WS-GEN-DATE-NUM TO WS-PRO-RULE-DATE (WS-PRO-SUB).
005910     MOVE WS-GEN-DOY TO WS-PRO-DOY (WS-PRO-SUB).
005920     PERFORM 0000-GET-DOW THRU 0000-GET-DOW-EXIT.
005930     IF WS-GEN-DOW > 5
005940         IF HRL-WKND-NONE
005950             MOVE "W" TO WS-PRO-STATE (WS-PRO-SUB)
005960         ELSE
005970             MOVE "S" TO WS-PRO-STATE (WS-PRO-SUB)
005980         END-IF
005990         GO TO 0000-GENERATE-RULE-NEXT.
006000     PERFORM 0000-CHECK-TAKEN THRU 0000-CHECK-TAKEN-EXIT.
006010     IF WS-DATE-IS-TAKEN
006020         MOVE "SAME DATE AS AN EARLIER RULE"
006030             TO WS-PRO-REASON (WS-PRO-SUB)
006040         GO TO 0000-GENERATE-RULE-REJECT.
006050     MOVE "P" TO WS-PRO-STATE (WS-PRO-SUB).
006060     GO TO 0000-GENERATE-RULE-NEXT.
006070 0000-GENERATE-RULE-REJECT.
006080     ADD 1 TO WS-REJECT-COUNT.
006090 0000-GENERATE-RULE-NEXT.
006100     PERFORM 0000-READ-RULE THRU 0000-READ-RULE-EXIT.
006110 0000-GENERATE-RULE-EXIT.
006120     EXIT.
006130*
006140*--------------------------------------------------------------*
006150* 0000-GEN-FIXED - THE SAME MONTH AND DAY EVERY YEAR.          *
006160*--------------------------------------------------------------*
006170 0000-GEN-FIXED.
006180     PERFORM 0000-EDIT-RULE-MONTH THRU 0000-EDIT-RULE-MONTH-EXIT.
006190     IF WS-PRO-REASON (WS-PRO-SUB) NOT = SPACES
006200         GO TO 0000-GEN-FIXED-EXIT.
006210     IF HRL-DAY NOT NUMERIC
006220         MOVE "DAY IS NOT NUMERIC" TO WS-PRO-REASON (WS-PRO-SUB)
006230         GO TO 0000-GEN-FIXED-EXIT.
006240     IF HRL-DAY-NUM < 01 OR HRL-DAY-NUM > WS-MONTH-DAYS
006250         MOVE "DAY IS NOT IN THE MONTH THIS YEAR"
006260             TO WS-PRO-REASON (WS-PRO-SUB)
006270         GO TO 0000-GEN-FIXED-EXIT.
006280     MOVE HRL-DAY-NUM TO WS-GEN-DD.
006290     PERFORM 0000-DATE-TO-DOY THRU 0000-DATE-TO-DOY-EXIT.
006300 0000-GEN-FIXED-EXIT.
006310     EXIT.
006320*
006330*--------------------------------------------------------------*
006340* 0000-GEN-NTH - THE NTH GIVEN WEEKDAY OF THE MONTH: FIND THE  *
006350*               FIRST SUCH WEEKDAY FROM THE DAY OF WEEK OF THE *
006360*               1ST, THEN ADD WHOLE WEEKS.                     *
006370*--------------------------------------------------------------*
006380 0000-GEN-NTH.
006390     PERFORM 0000-EDIT-RULE-MONTH THRU 0000-EDIT-RULE-MONTH-EXIT.
006400     IF WS-PRO-REASON (WS-PRO-SUB) NOT = SPACES
006410         GO TO 0000-GEN-NTH-EXIT.
006420     PERFORM 0000-EDIT-RULE-WEEKDAY
006430         THRU 0000-EDIT-RULE-WEEKDAY-EXIT.
006440     IF WS-PRO-REASON (WS-PRO-SUB) NOT = SPACES
006450         GO TO 0000-GEN-NTH-EXIT.
006460     IF HRL-NTH NOT NUMERIC OR HRL-NTH-NUM < 1 OR HRL-NTH-NUM > 5
006470         MOVE "NTH IS NOT 1-5" TO WS-PRO-REASON (WS-PRO-SUB)
006480         GO TO 0000-GEN-NTH-EXIT.
006490     MOVE 01 TO WS-GEN-DD.
006500     PERFORM 0000-GET-DOW THRU 0000-GET-DOW-EXIT.
006510     COMPUTE WS-DAY-DIFF = HRL-WEEKDAY-NUM - WS-GEN-DOW.
006520     IF WS-DAY-DIFF < 0
006530         ADD 7 TO WS-DAY-DIFF
006540     END-IF.
006550     COMPUTE WS-DAY-DIFF = WS-DAY-DIFF + 1
006560         + 7 * (HRL-NTH-NUM - 1).
006570     IF WS-DAY-DIFF > WS-MONTH-DAYS
006580         MOVE "NO SUCH WEEKDAY IN THE MONTH"
006590             TO WS-PRO-REASON (WS-PRO-SUB)
006600         GO TO 0000-GEN-NTH-EXIT.
006610     MOVE WS-DAY-DIFF TO WS-GEN-DD.
006620     PERFORM 0000-DATE-TO-DOY THRU 0000-DATE-TO-DOY-EXIT.
006630 0000-GEN-NTH-EXIT.
006640     EXIT.
006650*
006660*--------------------------------------------------------------*
006670* 0000-GEN-LAST - THE LAST GIVEN WEEKDAY OF THE MONTH: STEP    *
006680*                BACK FROM THE LAST DAY OF THE MONTH.          *
006690*--------------------------------------------------------------*
006700 0000-GEN-LAST.
006710     PERFORM 0000-EDIT-RULE-MONTH THRU 0000-EDIT-RULE-MONTH-EXIT.
006720     IF WS-PRO-REASON (WS-PRO-SUB) NOT = SPACES
006730         GO TO 0000-GEN-LAST-EXIT.
006740     PERFORM 0000-EDIT-RULE-WEEKDAY
006750         THRU 0000-EDIT-RULE-WEEKDAY-EXIT.
006760     IF WS-PRO-REASON (WS-PRO-SUB) NOT = SPACES
006770         GO TO 0000-GEN-LAST-EXIT.
006780     MOVE WS-MONTH-DAYS TO WS-GEN-DD.
006790     PERFORM 0000-GET-DOW THRU 0000-GET-DOW-EXIT.
006800     COMPUTE WS-DAY-DIFF = WS-GEN-DOW - HRL-WEEKDAY-NUM.
006810     IF WS-DAY-DIFF < 0
006820         ADD 7 TO WS-DAY-DIFF
006830     END-IF.
006840     SUBTRACT WS-DAY-DIFF FROM WS-GEN-DD.
006850     PERFORM 0000-DATE-TO-DOY THRU 0000-DATE-TO-DOY-EXIT.
006860 0000-GEN-LAST-EXIT.
006870     EXIT.
006880*
006890*--------------------------------------------------------------*
006900* 0000-GEN-EASTER - EASTER SUNDAY OF THE YEAR MOVED BY THE     *
006910*                  RULE OFFSET (GOOD FRIDAY -002, EASTER       *
006920*                  MONDAY +001 AND SO ON). THE RESULT MUST     *
006930*                  STAY IN THE YEAR.                           *
006940*--------------------------------------------------------------*
006950 0000-GEN-EASTER.
006960     IF HRL-OFFSET-DAYS NOT NUMERIC
006970             OR (NOT HRL-OFFSET-MINUS AND NOT HRL-OFFSET-PLUS)
006980         MOVE "EASTER OFFSET IS NOT NUMERIC"
006990             TO WS-PRO-REASON (WS-PRO-SUB)
007000         GO TO 0000-GEN-EASTER-EXIT.
007010     PERFORM 0000-FIND-EASTER THRU 0000-FIND-EASTER-EXIT.
007020     PERFORM 0000-DATE-TO-DOY THRU 0000-DATE-TO-DOY-EXIT.
007030     IF HRL-OFFSET-MINUS
007040         SUBTRACT HRL-OFFSET-NUM FROM WS-GEN-DOY
007050     ELSE
007060         ADD HRL-OFFSET-NUM TO WS-GEN-DOY
007070     END-IF.
007080     IF WS-GEN-DOY < 1 OR WS-GEN-DOY > WS-YEAR-DAYS
007090         MOVE "OFFSET FALLS OUTSIDE THE YEAR"
007100             TO WS-PRO-REASON (WS-PRO-SUB)
007110         GO TO 0000-GEN-EASTER-EXIT.
007120     PERFORM 0000-DOY-TO-DATE THRU 0000-DOY-TO-DATE-EXIT.
007130 0000-GEN-EASTER-EXIT.
007140     EXIT.
007150*
007160*--------------------------------------------------------------*
007170* 0000-FIND-EASTER - GREGORIAN EASTER SUNDAY OF 20YY INTO      *
007180*                   WS-GEN-MM AND WS-GEN-DD.                   *
007190*--------------------------------------------------------------*
007200 0000-FIND-EASTER.
007210     COMPUTE WS-EAS-YEAR = 2000 + WS-GEN-YEAR.
007220     DIVIDE WS-EAS-YEAR BY 19
007230         GIVING WS-EAS-QUOT REMAINDER WS-EAS-A.
007240     DIVIDE WS-EAS-YEAR BY 100
007250         GIVING WS-EAS-B REMAINDER WS-EAS-C.
007260     DIVIDE WS-EAS-B BY 4
007270         GIVING WS-EAS-D REMAINDER WS-EAS-E.
007280     COMPUTE WS-EAS-F = (WS-EAS-B + 8) / 25.
007290     COMPUTE WS-EAS-G = (WS-EAS-B - WS-EAS-F + 1) / 3.
007300     COMPUTE WS-EAS-SUM = 19 * WS-EAS-A + WS-EAS-B - WS-EAS-D
007310         - WS-EAS-G + 15.
007320     DIVIDE WS-EAS-SUM BY 30
007330         GIVING WS-EAS-QUOT REMAINDER WS-EAS-H.
007340     DIVIDE WS-EAS-C BY 4
007350         GIVING WS-EAS-I REMAINDER WS-EAS-K.
007360     COMPUTE WS-EAS-SUM = 32 + 2 * WS-EAS-E + 2 * WS-EAS-I
007370         - WS-EAS-H - WS-EAS-K.
007380     DIVIDE WS-EAS-SUM BY 7
007390         GIVING WS-EAS-QUOT REMAINDER WS-EAS-L.
007400     COMPUTE WS-EAS-M = (WS-EAS-A + 11 * WS-EAS-H
007410         + 22 * WS-EAS-L) / 451.
007420     COMPUTE WS-EAS-SUM = WS-EAS-H + WS-EAS-L - 7 * WS-EAS-M
007430         + 114.
007440     DIVIDE WS-EAS-SUM BY 31
007450         GIVING WS-GEN-MM REMAINDER WS-EAS-QUOT.
007460     COMPUTE WS-GEN-DD = WS-EAS-QUOT + 1.
007470 0000-FIND-EASTER-EXIT.
007480     EXIT.
007490*
007500*--------------------------------------------------------------*
007510* 0000-EDIT-RULE-MONTH / 0000-EDIT-RULE-WEEKDAY - CHECK THE    *
007520*                     RULE'S MONTH (SETTING WS-GEN-MM AND THE  *
007530*                     MONTH LENGTH FOR THE YEAR) AND WEEKDAY,  *
007540*                     LEAVING A REJECT REASON IF EITHER IS     *
007550*                     BAD.                                     *
007560*--------------------------------------------------------------*
007570 0000-EDIT-RULE-MONTH.
007580     IF HRL-MONTH NOT NUMERIC
007590             OR HRL-MONTH-NUM < 01 OR HRL-MONTH-NUM > 12
007600         MOVE "MONTH IS NOT 01-12" TO WS-PRO-REASON (WS-PRO-SUB)
007610         GO TO 0000-EDIT-RULE-MONTH-EXIT.
007620     MOVE HRL-MONTH-NUM TO WS-GEN-MM.
007630     MOVE WS-MONTH-MAX (WS-GEN-MM) TO WS-MONTH-DAYS.
007640     IF WS-GEN-MM = 02 AND WS-YEAR-IS-LEAP
007650         MOVE 29 TO WS-MONTH-DAYS
007660     END-IF.
007670 0000-EDIT-RULE-MONTH-EXIT.
007680     EXIT.
007690*
007700 0000-EDIT-RULE-WEEKDAY.
007710     IF HRL-WEEKDAY NOT NUMERIC
007720             OR HRL-WEEKDAY-NUM < 1 OR HRL-WEEKDAY-NUM > 7
007730         MOVE "WEEKDAY IS NOT 1-7" TO WS-PRO-REASON (WS-PRO-SUB)
007740     END-IF.
007750 0000-EDIT-RULE-WEEKDAY-EXIT.
007760     EXIT.
007770*
007780*--------------------------------------------------------------*
007790* 0000-DATE-TO-DOY / 0000-DOY-TO-DATE - CONVERT BETWEEN        *
007800*                     WS-GEN-DATE (IN THE YEAR BEING           *
007810*                     GENERATED) AND ITS DAY OF THE YEAR. A    *
007820*                     DAY BEFORE 1 OR AFTER THE YEAR'S LAST    *
007830*                     DAY LANDS IN DECEMBER OF THE YEAR BEFORE *
007840*                     OR JANUARY OF THE YEAR AFTER.            *
007850*--------------------------------------------------------------*
007860 0000-DATE-TO-DOY.
007870     COMPUTE WS-GEN-DOY = WS-MONTH-CUM (WS-GEN-MM) + WS-GEN-DD.
007880     IF WS-YEAR-IS-LEAP AND WS-GEN-MM > 02
007890         ADD 1 TO WS-GEN-DOY
007900     END-IF.
007910 0000-DATE-TO-DOY-EXIT.
007920     EXIT.
007930*
007940 0000-DOY-TO-DATE.
007950     MOVE WS-GEN-YEAR TO WS-GEN-YY.
007960     IF WS-GEN-DOY < 1
007970         SUBTRACT 1 FROM WS-GEN-YY
007980         MOVE 12 TO WS-GEN-MM
007990         COMPUTE WS-GEN-DD = 31 + WS-GEN-DOY
008000         GO TO 0000-DOY-TO-DATE-EXIT.
008010     IF WS-GEN-DOY > WS-YEAR-DAYS
008020         ADD 1 TO WS-GEN-YY
008030         MOVE 01 TO WS-GEN-MM
008040         COMPUTE WS-GEN-DD = WS-GEN-DOY - WS-YEAR-DAYS
008050         GO TO 0000-DOY-TO-DATE-EXIT.
008060     MOVE 12 TO WS-GEN-MM.
008070     PERFORM 0000-SET-DOY-BASE THRU 0000-SET-DOY-BASE-EXIT.
008080     PERFORM 0000-BACK-ONE-MONTH THRU 0000-BACK-ONE-MONTH-EXIT
008090         UNTIL WS-DOY-BASE < WS-GEN-DOY.
008100     COMPUTE WS-GEN-DD = WS-GEN-DOY - WS-DOY-BASE.
008110 0000-DOY-TO-DATE-EXIT.
008120     EXIT.
008130*
008140 0000-BACK-ONE-MONTH.
008150     SUBTRACT 1 FROM WS-GEN-MM.
008160     PERFORM 0000-SET-DOY-BASE THRU 0000-SET-DOY-BASE-EXIT.
008170 0000-BACK-ONE-MONTH-EXIT.
008180     EXIT.
008190*
008200 0000-SET-DOY-BASE.
008210     MOVE WS-MONTH-CUM (WS-GEN-MM) TO WS-DOY-BASE.
008220     IF WS-YEAR-IS-LEAP AND WS-GEN-MM > 02
008230         ADD 1 TO WS-DOY-BASE
008240     END-IF.
008250 0000-SET-DOY-BASE-EXIT.
008260     EXIT.
008270*
008280*--------------------------------------------------------------*
008290* 0000-GET-DOW - DAY OF THE WEEK OF WS-GEN-DATE FROM THE       *
008300*               BusDateSrv SERVICE.                            *
008310*--------------------------------------------------------------*
008320 0000-GET-DOW.
008330     MOVE "I" TO BDP-FUNCTION.
008340     MOVE WS-RULE-CAL-ID TO BDP-CALENDAR-ID.
008350     MOVE WS-GEN-DATE-NUM TO BDP-DATE-IN.
008360     CALL "BusDateSrv" USING BUS-DATE-PARMS.
008370     MOVE BDP-DAY-OF-WEEK TO WS-GEN-DOW.
008380 0000-GET-DOW-EXIT.
008390     EXIT.
008400*
008410*--------------------------------------------------------------*
008420* 0000-CHECK-TAKEN - IS WS-GEN-DATE ALREADY PROPOSED FOR THE   *
008430*                   SAME CALENDAR BY ANOTHER RULE?             *
008440*--------------------------------------------------------------*
008450 0000-CHECK-TAKEN.
008460     MOVE "N" TO WS-TAKEN-SW.
008470     PERFORM 0000-CHECK-TAKEN-SCAN THRU 0000-CHECK-TAKEN-SCAN-EXIT
008480         VARYING WS-SCAN-SUB FROM 1 BY 1
008490         UNTIL WS-SCAN-SUB > WS-PRO-COUNT
008500             OR WS-DATE-IS-TAKEN.
008510 0000-CHECK-TAKEN-EXIT.
008520     EXIT.
008530*
008540 0000-CHECK-TAKEN-SCAN.
008550     IF WS-SCAN-SUB NOT = WS-PRO-SUB
008560             AND WS-PRO-PROPOSED (WS-SCAN-SUB)
008570             AND WS-PRO-CAL-ID (WS-SCAN-SUB)
008580                 = WS-PRO-CAL-ID (WS-PRO-SUB)
008590             AND WS-PRO-DATE (WS-SCAN-SUB) = WS-GEN-DATE-NUM
008600         MOVE "Y" TO WS-TAKEN-SW
008610     END-IF.
008620 0000-CHECK-TAKEN-SCAN-EXIT.
008630     EXIT.
008640*
008650*--------------------------------------------------------------*
008660* 0000-NOTE-RULE-CAL - REMEMBER THAT THE RULE FILE COVERS THE  *
008670*                     CURRENT RULE'S CALENDAR.                 *
008680*--------------------------------------------------------------*
008690 0000-NOTE-RULE-CAL.
008700     PERFORM 0000-FIND-RULE-CAL THRU 0000-FIND-RULE-CAL-EXIT.
008710     IF NOT WS-RCAL-WAS-FOUND AND WS-RCAL-COUNT < WS-RCAL-MAX
008720         ADD 1 TO WS-RCAL-COUNT
008730         MOVE WS-RULE-CAL-ID TO WS-RCAL-ID (WS-RCAL-COUNT)
008740     END-IF.
008750 0000-NOTE-RULE-CAL-EXIT.
008760     EXIT.
008770*
008780 0000-FIND-RULE-CAL.
008790     MOVE "N" TO WS-RCAL-FOUND-SW.
008800     PERFORM 0000-FIND-RULE-CAL-SCAN
008810         THRU 0000-FIND-RULE-CAL-SCAN-EXIT
008820         VARYING WS-RCAL-SUB FROM 1 BY 1
008830         UNTIL WS-RCAL-SUB > WS-RCAL-COUNT
008840             OR WS-RCAL-WAS-FOUND.
008850 0000-FIND-RULE-CAL-EXIT.
008860     EXIT.
008870*
008880 0000-FIND-RULE-CAL-SCAN.
008890     IF WS-RCAL-ID (WS-RCAL-SUB) = WS-RULE-CAL-ID
008900         MOVE "Y" TO WS-RCAL-FOUND-SW
008910     END-IF.
008920 0000-FIND-RULE-CAL-SCAN-EXIT.
008930     EXIT.
008940*
008950*--------------------------------------------------------------*
008960* 0000-SUBSTITUTE-ONE - MOVE A WEEKEND DATE TO ITS SUBSTITUTE  *
008970*                      DAY: FRIDAY BEFORE / MONDAY AFTER, OR   *
008980*                      ALWAYS THE MONDAY AFTER. DONE ONLY ONCE *
008990*                      EVERY RULE HAS ITS OWN DATE, SO A DAY   *
009000*                      ALREADY CLOSED BY ANOTHER HOLIDAY IS    *
009010*                      KNOWN AND THE SUBSTITUTE MOVES ON TO    *
009020*                      THE NEXT FREE WEEKDAY.                  *
009030*--------------------------------------------------------------*
009040 0000-SUBSTITUTE-ONE.
009050     IF NOT WS-PRO-TO-SUBST (WS-PRO-SUB)
009060         GO TO 0000-SUBSTITUTE-ONE-EXIT.
009070     MOVE WS-PRO-CAL-ID (WS-PRO-SUB) TO WS-RULE-CAL-ID.
009080     MOVE WS-PRO-RULE-DATE (WS-PRO-SUB) TO WS-GEN-DATE-NUM.
009090     MOVE WS-PRO-DOY (WS-PRO-SUB) TO WS-GEN-DOY.
009100     PERFORM 0000-GET-DOW THRU 0000-GET-DOW-EXIT.
009110     IF WS-PRO-WKND-FRI-MON (WS-PRO-SUB) AND WS-GEN-DOW = 6
009120         SUBTRACT 1 FROM WS-GEN-DOY
009130     ELSE
009140         IF WS-GEN-DOW = 6
009150             ADD 2 TO WS-GEN-DOY
009160         ELSE
009170             ADD 1 TO WS-GEN-DOY
009180         END-IF
009190     END-IF.
009200     PERFORM 0000-DOY-TO-DATE THRU 0000-DOY-TO-DATE-EXIT.
009210     PERFORM 0000-CHECK-TAKEN THRU 0000-CHECK-TAKEN-EXIT.
009220     MOVE 0 TO WS-STEP-COUNT.
009230     PERFORM 0000-STEP-SUBSTITUTE THRU 0000-STEP-SUBSTITUTE-EXIT
009240         UNTIL NOT WS-DATE-IS-TAKEN
009250             OR WS-STEP-COUNT > WS-STEP-LIMIT.
009260     IF WS-DATE-IS-TAKEN
009270         MOVE "NO FREE SUBSTITUTE DAY FOUND"
009280             TO WS-PRO-REASON (WS-PRO-SUB)
009290         MOVE "R" TO WS-PRO-STATE (WS-PRO-SUB)
009300         ADD 1 TO WS-REJECT-COUNT
009310         GO TO 0000-SUBSTITUTE-ONE-EXIT.
009320     MOVE WS-GEN-DATE-NUM TO WS-PRO-DATE (WS-PRO-SUB).
009330     MOVE "P" TO WS-PRO-STATE (WS-PRO-SUB).
009340 0000-SUBSTITUTE-ONE-EXIT.
009350     EXIT.
009360*
009370 0000-STEP-SUBSTITUTE.
009380     ADD 1 TO WS-STEP-COUNT.
009390     ADD 1 TO WS-GEN-DOY.
009400     PERFORM 0000-DOY-TO-DATE THRU 0000-DOY-TO-DATE-EXIT.
009410     PERFORM 0000-GET-DOW THRU 0000-GET-DOW-EXIT.
009420     IF WS-GEN-DOW > 5
009430         MOVE "Y" TO WS-TAKEN-SW
009440     ELSE
009450         PERFORM 0000-CHECK-TAKEN THRU 0000-CHECK-TAKEN-EXIT
009460     END-IF.
009470 0000-STEP-SUBSTITUTE-EXIT.
009480     EXIT.
009490*
009500*--------------------------------------------------------------*
009510* 0000-COMPARE-ONE - PRINT ONE PROPOSAL ENTRY. A PROPOSED DATE *
009520*                  IS EITHER ALREADY ON THE CALENDAR (ON FILE) *
009530*                  OR NEW; A NEW DATE ALREADY PAST GETS NO     *
009540*                  ADD CARD, SINCE CalendarMaint WOULD REFUSE  *
009550*                  IT.                                         *
009560*--------------------------------------------------------------*
009570 0000-COMPARE-ONE.
009580     MOVE SPACES TO WS-DTL-DATE.
009590     MOVE SPACES TO WS-DTL-NOTE.
009600     MOVE WS-PRO-CAL-ID (WS-PRO-SUB) TO WS-DTL-CAL.
009610     MOVE WS-PRO-NAME (WS-PRO-SUB) TO WS-DTL-NAME.
009620     IF WS-PRO-REJECTED (WS-PRO-SUB)
009630         IF WS-PRO-RULE-DATE (WS-PRO-SUB) NOT = ZERO
009640             MOVE WS-PRO-RULE-DATE (WS-PRO-SUB) TO WS-DTL-DATE
009650         END-IF
009660         MOVE "REJECTED" TO WS-DTL-STATUS
009670         MOVE WS-PRO-REASON (WS-PRO-SUB) TO WS-DTL-NOTE
009680         GO TO 0000-COMPARE-ONE-PRINT.
009690     IF WS-PRO-WEEKEND (WS-PRO-SUB)
009700         MOVE WS-PRO-RULE-DATE (WS-PRO-SUB) TO WS-DTL-DATE
009710         MOVE "WEEKEND" TO WS-DTL-STATUS
009720         MOVE "WEEKEND - NO SUBSTITUTE DAY" TO WS-DTL-NOTE
009730         GO TO 0000-COMPARE-ONE-PRINT.
009740     ADD 1 TO WS-PROPOSED-COUNT.
009750     MOVE WS-PRO-DATE (WS-PRO-SUB) TO WS-DTL-DATE.
009760     IF WS-PRO-DATE (WS-PRO-SUB)
009770             NOT = WS-PRO-RULE-DATE (WS-PRO-SUB)
009780         MOVE WS-PRO-RULE-DATE (WS-PRO-SUB) TO WS-OBS-DATE
009790         MOVE WS-OBSERVED-NOTE TO WS-DTL-NOTE
009800     END-IF.
009810     PERFORM 0000-FIND-ON-FILE THRU 0000-FIND-ON-FILE-EXIT.
009820     IF WS-HOL-WAS-FOUND
009830         ADD 1 TO WS-ONFILE-COUNT
009840         MOVE "ON FILE" TO WS-DTL-STATUS
009850         IF WS-HOL-NAME (WS-HOL-SUB)
009860                 NOT = WS-PRO-NAME (WS-PRO-SUB)
009870             MOVE WS-HOL-NAME (WS-HOL-SUB) TO WS-NAM-NAME
009880             MOVE WS-NAME-NOTE TO WS-DTL-NOTE
009890         END-IF
009900         GO TO 0000-COMPARE-ONE-PRINT.
009910     ADD 1 TO WS-NEW-COUNT.
009920     MOVE "NEW" TO WS-DTL-STATUS.
009930     IF WS-PRO-DATE (WS-PRO-SUB) < WS-TODAY
009940         MOVE "DATE IS PAST - NO ADD CARD" TO WS-DTL-NOTE
009950     ELSE
009960         MOVE "Y" TO WS-PRO-NEW-SW (WS-PRO-SUB)
009970     END-IF.
009980 0000-COMPARE-ONE-PRINT.
009990     MOVE WS-DETAIL-LINE TO HGR-RECORD.
010000     WRITE HGR-RECORD AFTER ADVANCING 1 LINE.
010010 0000-COMPARE-ONE-EXIT.
010020     EXIT.
010030*
010040 0000-FIND-ON-FILE.
010050     MOVE "N" TO WS-HOL-FOUND-SW.
010060     PERFORM 0000-FIND-ON-FILE-SCAN
010070         THRU 0000-FIND-ON-FILE-SCAN-EXIT
010080         VARYING WS-HOL-SUB FROM 1 BY 1
010090         UNTIL WS-HOL-SUB > WS-HOL-COUNT
010100             OR WS-HOL-WAS-FOUND.
010110     IF WS-HOL-WAS-FOUND
010120         SUBTRACT 1 FROM WS-HOL-SUB
010130         MOVE "Y" TO WS-HOL-MATCHED-SW (WS-HOL-SUB)
010140     END-IF.
010150 0000-FIND-ON-FILE-EXIT.
010160     EXIT.
010170*
010180 0000-FIND-ON-FILE-SCAN.
010190     IF WS-HOL-DATE (WS-HOL-SUB) = WS-PRO-DATE (WS-PRO-SUB)
010200             AND WS-HOL-CAL-ID (WS-HOL-SUB)
010210                 = WS-PRO-CAL-ID (WS-PRO-SUB)
010220         MOVE "Y" TO WS-HOL-FOUND-SW
010230     END-IF.
010240 0000-FIND-ON-FILE-SCAN-EXIT.
010250     EXIT.
010260*
010270*--------------------------------------------------------------*
010280* 0000-FILE-ONLY-ONE - A DATE OF THE YEAR ON ONE OF THE RULE   *
010290*                     FILE'S CALENDARS THAT NO RULE PROPOSED.  *
010300*                     IT IS REPORTED, NEVER DELETED - IT MAY   *
010310*                     BE A ONE-OFF CLOSURE KEYED ON PURPOSE.   *
010320*--------------------------------------------------------------*
010330 0000-FILE-ONLY-ONE.
010340     IF WS-HOL-IS-MATCHED (WS-HOL-SUB)
010350         GO TO 0000-FILE-ONLY-ONE-EXIT.
010360     MOVE WS-HOL-DATE (WS-HOL-SUB) TO WS-FILE-DATE-NUM.
010370     IF WS-FILE-YY NOT = WS-GEN-YEAR
010380         GO TO 0000-FILE-ONLY-ONE-EXIT.
010390     MOVE WS-HOL-CAL-ID (WS-HOL-SUB) TO WS-RULE-CAL-ID.
010400     PERFORM 0000-FIND-RULE-CAL THRU 0000-FIND-RULE-CAL-EXIT.
010410     IF NOT WS-RCAL-WAS-FOUND
010420         GO TO 0000-FILE-ONLY-ONE-EXIT.
010430     ADD 1 TO WS-FILEONLY-COUNT.
010440     MOVE WS-HOL-CAL-ID (WS-HOL-SUB) TO WS-DTL-CAL.
010450     MOVE WS-HOL-DATE (WS-HOL-SUB) TO WS-DTL-DATE.
010460     MOVE WS-HOL-NAME (WS-HOL-SUB) TO WS-DTL-NAME.
010470     MOVE "FILE ONLY" TO WS-DTL-STATUS.
010480     MOVE "NOT PROPOSED BY ANY RULE" TO WS-DTL-NOTE.
010490     MOVE WS-DETAIL-LINE TO HGR-RECORD.
010500     WRITE HGR-RECORD AFTER ADVANCING 1 LINE.
010510 0000-FILE-ONLY-ONE-EXIT.
010520     EXIT.
010530*
010540*--------------------------------------------------------------*
010550* 0000-WRITE-CARDS - APPROVE RUN ONLY: ONE CalendarMaint ADD   *
010560*                   CARD PER NEW DATE, CARRYING THE APPROVING  *
010570*                   OPERATOR. A PROPOSAL WITH ANY REJECTED     *
010580*                   RULE IS NOT FIT TO APPROVE, SO NO CARDS    *
010590*                   ARE WRITTEN UNTIL THE RULES ARE CLEAN.     *
010600*--------------------------------------------------------------*
010610 0000-WRITE-CARDS.
010620     IF WS-REJECT-COUNT > 0
010630         MOVE "RULES WERE REJECTED - NO ADD CARDS WRITTEN"
010640             TO WS-NOT-TEXT
010650         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
010660         MOVE "Y" TO WS-CARDS-REFUSED-SW
010670         GO TO 0000-WRITE-CARDS-EXIT.
010680     OPEN OUTPUT HOLIDAY-TRANS-FILE.
010690     IF WS-TRANS-STATUS NOT = "00"
010700         MOVE "HOLIDAY-TRANS-FILE OPEN FAILED - NO ADD CARDS"
010710             TO WS-NOT-TEXT
010720         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
010730         MOVE "Y" TO WS-CARDS-REFUSED-SW
010740         GO TO 0000-WRITE-CARDS-EXIT.
010750     MOVE "Y" TO WS-TRANS-OPEN-SW.
010760     PERFORM 0000-WRITE-ONE-CARD THRU 0000-WRITE-ONE-CARD-EXIT
010770         VARYING WS-PRO-SUB FROM 1 BY 1
010780         UNTIL WS-PRO-SUB > WS-PRO-COUNT.
010790 0000-WRITE-CARDS-EXIT.
010800     EXIT.
010810*
010820 0000-WRITE-ONE-CARD.
010830     IF NOT WS-PRO-IS-NEW (WS-PRO-SUB)
010840         GO TO 0000-WRITE-ONE-CARD-EXIT.
010850     MOVE SPACES TO HOLIDAY-TRANS-RECORD.
010860     MOVE "ADD" TO HTR-ACTION.
010870     MOVE WS-PRO-CAL-ID (WS-PRO-SUB) TO HTR-CALENDAR-ID.
010880     MOVE WS-PRO-DATE (WS-PRO-SUB) TO HTR-DATE.
010890     MOVE WS-PRO-NAME (WS-PRO-SUB) TO HTR-NAME.
010900     MOVE WS-GEN-OPERATOR TO HTR-OPERATOR.
010903     MOVE WS-GEN-YEAR TO WS-CRS-YEAR.
010906     MOVE WS-CARD-REASON TO HTR-REASON.
010910     WRITE HOLIDAY-TRANS-RECORD.
010920     ADD 1 TO WS-CARD-COUNT.
010930 0000-WRITE-ONE-CARD-EXIT.
010940     EXIT.
010950*
010960 0000-PRINT-HEADER.
010970     MOVE WS-GEN-YEAR TO WS-HDR-YEAR-OUT.
010980     MOVE WS-GEN-MODE TO WS-HDR-MODE-OUT.
010990     MOVE WS-TODAY TO WS-HDR-TODAY-OUT.
011000     IF WS-GEN-CAL-ID = SPACES
011010         MOVE "ALL" TO WS-HDR-CAL-OUT
011020     ELSE
011030         MOVE WS-GEN-CAL-ID TO WS-HDR-CAL-OUT
011040     END-IF.
011050     MOVE WS-HEADER-LINE TO HGR-RECORD.
011060     WRITE HGR-RECORD AFTER ADVANCING PAGE.
011070 0000-PRINT-HEADER-EXIT.
011080     EXIT.
011090*
011100 0000-PRINT-NOTE.
011110     MOVE WS-NOTE-LINE TO HGR-RECORD.
011120     WRITE HGR-RECORD AFTER ADVANCING 1 LINE.
011130 0000-PRINT-NOTE-EXIT.
011140     EXIT.
011150*
011160 0000-PRINT-FOOTER.
011170     MOVE WS-PROPOSED-COUNT TO WS-FTR-PROPOSED-OUT.
011180     MOVE WS-NEW-COUNT TO WS-FTR-NEW-OUT.
011190     MOVE WS-ONFILE-COUNT TO WS-FTR-ONFILE-OUT.
011200     MOVE WS-FILEONLY-COUNT TO WS-FTR-FILEONLY-OUT.
011210     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT-OUT.
011220     MOVE WS-CARD-COUNT TO WS-FTR-CARD-OUT.
011230     MOVE WS-FOOTER-LINE TO HGR-RECORD.
011240     WRITE HGR-RECORD AFTER ADVANCING 2 LINES.
011250 0000-PRINT-FOOTER-EXIT.
011260     EXIT.
011270*
011280*--------------------------------------------------------------*
011290* 0000-TERMINATE - PRINT THE TOTALS AND CLOSE WHATEVER         *
011300*                 ACTUALLY OPENED.                             *
011310*--------------------------------------------------------------*
011320 0000-TERMINATE.
011330     IF WS-REPORT-STATUS = "00" AND WS-RUN-IS-GOOD
011340         PERFORM 0000-PRINT-FOOTER THRU 0000-PRINT-FOOTER-EXIT
011350     END-IF.
011360     IF WS-PARM-WAS-OPENED
011370         CLOSE GEN-PARM-FILE
011380     END-IF.
011390     IF WS-RULE-WAS-OPENED
011400         CLOSE HOLIDAY-RULE-FILE
011410     END-IF.
011420     IF WS-TRANS-WAS-OPENED
011430         CLOSE HOLIDAY-TRANS-FILE
011440     END-IF.
011450     IF WS-REPORT-STATUS = "00"
011460         CLOSE GEN-REPORT-FILE
011470     END-IF.
011480 0000-TERMINATE-EXIT.
011490     EXIT.
