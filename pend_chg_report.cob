000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PendChgReport.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. DAILY PENDING-APPROVALS REPORT OFF *
000120*                 THE PENDCHG TWO-PERSON APPROVAL QUEUE        *
000130*                 (PNDCHG01). EVERY CHANGE STILL AWAITING A    *
000140*                 DECISION IS LISTED WITH ITS AGE, REQUESTER,  *
000150*                 REASON AND BEFORE/AFTER IMAGES, SO THE       *
000160*                 APPROVER CAN JUDGE IT FROM THE LISTING. ONE  *
000170*                 THAT HAS WAITED LONGER THAN THE PNDPARM      *
000180*                 EXPIRY HOURS IS MARKED EXPIRED HERE AND      *
000190*                 LISTED AS SUCH. APPROVED CHANGES NOT YET     *
000200*                 APPLIED, AND CHANGES THAT EXPIRED OR FAILED  *
000210*                 TO APPLY TODAY, ARE LISTED TOO.              *
000220*--------------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280*
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CHANGE-PARM-FILE ASSIGN "PNDPARM"
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE IS SEQUENTIAL
000340         FILE STATUS IS WS-PARM-STATUS.
000350     SELECT PENDING-CHANGE-FILE ASSIGN "PENDCHG"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PND-KEY
000390         FILE STATUS IS WS-PEND-STATUS.
000400     SELECT PENDING-REPORT-FILE ASSIGN "PCRRPT"
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS WS-REPORT-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480*--------------------------------------------------------------*
000490* CHANGE-PARM-FILE - ONE CARD: HOW MANY HOURS A CHANGE MAY     *
000500*                   WAIT FOR A DECISION BEFORE IT EXPIRES.     *
000510*                   SHARED WITH ChgApproval. MISSING OR NOT A  *
000520*                   NUMBER ABOVE ZERO MEANS 24.                *
000530*--------------------------------------------------------------*
000540 FD  CHANGE-PARM-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  CHANGE-PARM-RECORD.
000580     05  PNP-EXPIRY-HOURS        PIC X(03).
000590     05  PNP-EXPIRY-NUM REDEFINES PNP-EXPIRY-HOURS
000600                                 PIC 9(03).
000610     05  FILLER                  PIC X(77).
000620*
000630*--------------------------------------------------------------*
000640* PENDING-CHANGE-FILE - THE SHARED KEYED TWO-PERSON APPROVAL   *
000650*                      QUEUE (PNDCHG01), BROWSED IN KEY ORDER  *
000660*                      AND UPDATED IN PLACE WHEN A CHANGE      *
000670*                      EXPIRES.                                *
000680*--------------------------------------------------------------*
000690 FD  PENDING-CHANGE-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY PNDCHG01.
000730*
000740*--------------------------------------------------------------*
000750* PENDING-REPORT-FILE - THE PRINTED PENDING-APPROVALS REPORT.  *
000760*--------------------------------------------------------------*
000770 FD  PENDING-REPORT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  PCR-RECORD                  PIC X(080).
000810*
000820 WORKING-STORAGE SECTION.
000830*
000840*--------------------------------------------------------------*
000850* FILE STATUS AND CONTROL SWITCHES                             *
000860*--------------------------------------------------------------*
000870 77  WS-PARM-STATUS              PIC X(02).
000880 77  WS-PEND-STATUS              PIC X(02).
000890 77  WS-REPORT-STATUS            PIC X(02).
000900 77  WS-PEND-OPEN-SW             PIC X(01) VALUE "N".
000910     88  WS-PEND-WAS-OPENED          VALUE "Y".
000920 77  WS-PEND-FAIL-SW             PIC X(01) VALUE "N".
000930     88  WS-PEND-FAILED              VALUE "Y".
000940 77  WS-BROWSE-DONE-SW           PIC X(01).
000950     88  WS-BROWSE-DONE              VALUE "Y".
000960 77  WS-TODAY                    PIC 9(06).
000970 77  WS-NOW-TIME                 PIC 9(06).
000980 77  WS-EXPIRY-HOURS             PIC 9(03) VALUE 24.
000990 77  WS-STATE                    PIC X(08).
001000*
001010*--------------------------------------------------------------*
001020* AGE OF A CHANGE. DATES ARE COUNTED AS SERIAL DAYS FROM       *
001030* 2000-01-01 THE SAME WAY BusDateSrv COUNTS THEM, AND THE AGE  *
001040* IS THE SECONDS BETWEEN SUBMISSION AND THE START OF THE RUN.  *
001050*--------------------------------------------------------------*
001060 77  WS-SERIAL                   PIC 9(08) COMP.
001070 77  WS-NOW-SERIAL               PIC 9(08) COMP.
001080 77  WS-LEAP-COUNT               PIC 9(04) COMP.
001090 77  WS-LEAP-QUOT                PIC 9(04) COMP.
001100 77  WS-LEAP-REM                 PIC 9(04) COMP.
001110 77  WS-DAY-OF-YEAR              PIC 9(03) COMP.
001120 77  WS-SECONDS                  PIC 9(05) COMP.
001130 77  WS-NOW-SECONDS              PIC 9(05) COMP.
001140 77  WS-AGE-SECONDS              PIC S9(09) COMP.
001150 77  WS-AGE-HOURS                PIC S9(05) COMP.
001160 77  WS-EXPIRY-SECONDS           PIC 9(09) COMP.
001170 01  WS-CHK-DATE                 PIC 9(06).
001180 01  FILLER REDEFINES WS-CHK-DATE.
001190     05  WS-CHK-YY               PIC 9(02).
001200     05  WS-CHK-MM               PIC 9(02).
001210     05  WS-CHK-DD               PIC 9(02).
001220 01  WS-CHK-TIME                 PIC 9(06).
001230 01  FILLER REDEFINES WS-CHK-TIME.
001240     05  WS-CHK-HH               PIC 9(02).
001250     05  WS-CHK-MI               PIC 9(02).
001260     05  WS-CHK-SS               PIC 9(02).
001270 01  WS-MONTH-CUM-TABLE.
001280     05  FILLER                  PIC X(36)
001290             VALUE "000031059090120151181212243273304334".
001300 01  FILLER REDEFINES WS-MONTH-CUM-TABLE.
001310     05  WS-MONTH-CUM            PIC 9(03) OCCURS 12 TIMES.
001320*
001330*--------------------------------------------------------------*
001340* RUN TOTALS                                                   *
001350*--------------------------------------------------------------*
001360 77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE 0.
001370 77  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE 0.
001380 77  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE 0.
001390 77  WS-FAILED-COUNT             PIC 9(05) COMP VALUE 0.
001400*
001410*--------------------------------------------------------------*
001420* REPORT LINE LAYOUTS                                          *
001430*--------------------------------------------------------------*
001440 01  WS-HEADER-LINE.
001450     05  FILLER                  PIC X(28)
001460             VALUE "PENDING CHANGE APPROVALS -  ".
001470     05  WS-HDR-DATE-OUT         PIC 9(06).
001480     05  FILLER                  PIC X(01) VALUE SPACES.
001490     05  WS-HDR-TIME-OUT         PIC 9(06).
001500     05  FILLER                  PIC X(39) VALUE SPACES.
001510*
001520 01  WS-LIMIT-LINE.
001530     05  FILLER                  PIC X(31)
001540             VALUE "  PENDING CHANGES EXPIRE AFTER ".
001550     05  WS-LIM-HOURS-OUT        PIC ZZ9.
001560     05  FILLER                  PIC X(06) VALUE " HOURS".
001570     05  FILLER                  PIC X(40) VALUE SPACES.
001580*
001590 01  WS-ITEM-LINE.
001600     05  WS-ITM-STATE            PIC X(08).
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  WS-ITM-CHANGE-ID        PIC X(15).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  WS-ITM-PROGRAM          PIC X(16).
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  WS-ITM-ACTION           PIC X(08).
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  WS-ITM-REQUESTER        PIC X(08).
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  WS-ITM-AGE-OUT          PIC ZZZZ9.
001710     05  FILLER                  PIC X(02) VALUE " H".
001720     05  FILLER                  PIC X(13) VALUE SPACES.
001730*
001740 01  WS-KEY-LINE.
001750     05  FILLER                  PIC X(09) VALUE "    KEY  ".
001760     05  WS-KYL-KEY-DATA         PIC X(18).
001770     05  FILLER                  PIC X(09) VALUE " REASON: ".
001780     05  WS-KYL-REASON           PIC X(30).
001790     05  FILLER                  PIC X(14) VALUE SPACES.
001800*
001810 01  WS-DECISION-LINE.
001820     05  FILLER                  PIC X(09) VALUE "    BY   ".
001830     05  WS-DCL-APPROVER         PIC X(08).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  WS-DCL-DATE             PIC 9(06).
001860     05  FILLER                  PIC X(01) VALUE SPACES.
001870     05  WS-DCL-TIME             PIC 9(06).
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  WS-DCL-TEXT             PIC X(40).
001900     05  FILLER                  PIC X(08) VALUE SPACES.
001910*
001920 01  WS-IMAGE-LINE.
001930     05  WS-IMG-TAG              PIC X(09).
001940     05  WS-IMG-DATA             PIC X(71).
001950*
001960 01  WS-NOTE-LINE.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  WS-NOT-TEXT             PIC X(60).
001990     05  FILLER                  PIC X(18) VALUE SPACES.
002000*
002010 01  WS-FOOTER-LINE.
002020     05  FILLER                  PIC X(11) VALUE "  PENDING: ".
002030     05  WS-FTR-PENDING-OUT      PIC ZZZZ9.
002040     05  FILLER                  PIC X(18)
002050             VALUE "  AWAITING APPLY: ".
002060     05  WS-FTR-APPROVED-OUT     PIC ZZZZ9.
002070     05  FILLER                  PIC X(11) VALUE "  EXPIRED: ".
002080     05  WS-FTR-EXPIRED-OUT      PIC ZZZZ9.
002090     05  FILLER                  PIC X(10) VALUE "  FAILED: ".
002100     05  WS-FTR-FAILED-OUT       PIC ZZZZ9.
002110     05  FILLER                  PIC X(10) VALUE SPACES.
002120*
002130 PROCEDURE DIVISION.
002140*
002150*--------------------------------------------------------------*
002160* 0000-MAIN - TAKE THE EXPIRY HOURS, WALK THE WHOLE QUEUE AND  *
002170*            PRINT THE TOTALS. ANYTHING EXPIRED OR FAILED      *
002180*            LEAVES RETURN CODE 4 SO SOMEBODY READS THE        *
002190*            REPORT; A QUEUE THAT WOULD NOT OPEN LEAVES 8.     *
002200*--------------------------------------------------------------*
002210 0000-MAIN.
002220     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
002230     IF WS-PEND-WAS-OPENED
002240         PERFORM 0000-BROWSE-QUEUE THRU 0000-BROWSE-QUEUE-EXIT
002250     END-IF.
002260     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
002270     IF WS-EXPIRED-COUNT > 0 OR WS-FAILED-COUNT > 0
002280         MOVE 4 TO RETURN-CODE
002290     END-IF.
002300     IF WS-REPORT-STATUS NOT = "00" OR WS-PEND-FAILED
002310         MOVE 8 TO RETURN-CODE
002320     END-IF.
002330     STOP RUN.
002340*
002350*--------------------------------------------------------------*
002360* 0000-INITIALIZE - OPEN THE REPORT, TAKE THE EXPIRY HOURS AND *
002370*                  OPEN THE QUEUE. NO QUEUE FILE AT ALL MEANS  *
002380*                  NOTHING HAS EVER BEEN SUBMITTED.            *
002390*--------------------------------------------------------------*
002400 0000-INITIALIZE.
002410     ACCEPT WS-TODAY FROM DATE.
002420     ACCEPT WS-NOW-TIME FROM TIME.
002430     OPEN OUTPUT PENDING-REPORT-FILE.
002440     IF WS-REPORT-STATUS NOT = "00"
002450         DISPLAY "PENDING-REPORT-FILE OPEN FAILED, STATUS "
002460             WS-REPORT-STATUS " - NO REPORT"
002470         GO TO 0000-INITIALIZE-EXIT.
002480     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
002490     PERFORM 0000-READ-PARM THRU 0000-READ-PARM-EXIT.
002500     COMPUTE WS-EXPIRY-SECONDS = WS-EXPIRY-HOURS * 3600.
002510     MOVE WS-EXPIRY-HOURS TO WS-LIM-HOURS-OUT.
002520     MOVE WS-LIMIT-LINE TO PCR-RECORD.
002530     WRITE PCR-RECORD AFTER ADVANCING 1 LINE.
002540     MOVE WS-TODAY TO WS-CHK-DATE.
002550     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
002560     MOVE WS-SERIAL TO WS-NOW-SERIAL.
002570     MOVE WS-NOW-TIME TO WS-CHK-TIME.
002580     COMPUTE WS-NOW-SECONDS = WS-CHK-HH * 3600
002590         + WS-CHK-MI * 60 + WS-CHK-SS.
002600     OPEN I-O PENDING-CHANGE-FILE.
002610     IF WS-PEND-STATUS = "35"
002620         MOVE "NO PENDING-CHANGE FILE - NOTHING SUBMITTED YET"
002630             TO WS-NOT-TEXT
002640         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002650         GO TO 0000-INITIALIZE-EXIT.
002660     IF WS-PEND-STATUS NOT = "00"
002670         DISPLAY "PENDING-CHANGE-FILE OPEN FAILED, STATUS "
002680             WS-PEND-STATUS " - NO REPORT"
002690         MOVE "PENDING-CHANGE-FILE UNAVAILABLE - NO REPORT"
002700             TO WS-NOT-TEXT
002710         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002720         MOVE "Y" TO WS-PEND-FAIL-SW
002730         GO TO 0000-INITIALIZE-EXIT.
002740     MOVE "Y" TO WS-PEND-OPEN-SW.
002750 0000-INITIALIZE-EXIT.
002760     EXIT.
002770*
002780*--------------------------------------------------------------*
002790* 0000-READ-PARM - THE EXPIRY HOURS CARD. A MISSING OR BAD     *
002800*                 CARD IS NOTED AND THE 24-HOUR DEFAULT KEPT.  *
002810*--------------------------------------------------------------*
002820 0000-READ-PARM.
002830     OPEN INPUT CHANGE-PARM-FILE.
002840     IF WS-PARM-STATUS NOT = "00"
002850         MOVE "CHANGE-PARM-FILE UNAVAILABLE - 24 HOURS USED"
002860             TO WS-NOT-TEXT
002870         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002880         GO TO 0000-READ-PARM-EXIT.
002890     READ CHANGE-PARM-FILE
002900         AT END
002910             MOVE "CHANGE-PARM-FILE EMPTY - 24 HOURS USED"
002920                 TO WS-NOT-TEXT
002930             PERFORM 0000-PRINT-NOTE
002940                 THRU 0000-PRINT-NOTE-EXIT
002950             CLOSE CHANGE-PARM-FILE
002960             GO TO 0000-READ-PARM-EXIT
002970     END-READ.
002980     IF PNP-EXPIRY-HOURS NOT NUMERIC OR PNP-EXPIRY-NUM = 0
002990         MOVE "EXPIRY HOURS NOT A NUMBER ABOVE ZERO - 24 USED"
003000             TO WS-NOT-TEXT
003010         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003020     ELSE
003030         MOVE PNP-EXPIRY-NUM TO WS-EXPIRY-HOURS
003040     END-IF.
003050     CLOSE CHANGE-PARM-FILE.
003060 0000-READ-PARM-EXIT.
003070     EXIT.
003080*
003090*--------------------------------------------------------------*
003100* 0000-BROWSE-QUEUE - READ THE WHOLE QUEUE FROM THE OLDEST     *
003110*                    CHANGE ON.                                *
003120*--------------------------------------------------------------*
003130 0000-BROWSE-QUEUE.
003140     MOVE "N" TO WS-BROWSE-DONE-SW.
003150     MOVE LOW-VALUES TO PND-KEY.
003160     START PENDING-CHANGE-FILE
003170         KEY IS NOT LESS THAN PND-KEY
003180         INVALID KEY
003190             MOVE "Y" TO WS-BROWSE-DONE-SW
003200     END-START.
003210     PERFORM 0000-REPORT-ONE-CHANGE
003220         THRU 0000-REPORT-ONE-CHANGE-EXIT
003230         UNTIL WS-BROWSE-DONE.
003240     IF WS-PENDING-COUNT = 0 AND WS-APPROVED-COUNT = 0
003250             AND WS-EXPIRED-COUNT = 0 AND WS-FAILED-COUNT = 0
003260         MOVE "NOTHING AWAITING APPROVAL OR APPLICATION"
003270             TO WS-NOT-TEXT
003280         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003290     END-IF.
003300 0000-BROWSE-QUEUE-EXIT.
003310     EXIT.
003320*
003330*--------------------------------------------------------------*
003340* 0000-REPORT-ONE-CHANGE - ONE QUEUE RECORD. A PENDING CHANGE  *
003350*                         PAST ITS TIME IS EXPIRED NOW; ONE    *
003360*                         STILL IN TIME IS LISTED WITH ITS     *
003370*                         IMAGES. APPROVED CHANGES AWAITING    *
003380*                         THEIR PROGRAM'S RUN, AND TODAY'S     *
003390*                         EXPIRIES AND FAILURES, ARE LISTED;   *
003400*                         EVERYTHING ELSE IS SETTLED AND IS    *
003410*                         SKIPPED.                             *
003420*--------------------------------------------------------------*
003430 0000-REPORT-ONE-CHANGE.
003440     READ PENDING-CHANGE-FILE NEXT RECORD
003450         AT END
003460             MOVE "Y" TO WS-BROWSE-DONE-SW
003470             GO TO 0000-REPORT-ONE-CHANGE-EXIT
003480     END-READ.
003490     PERFORM 0000-AGE-OF-CHANGE THRU 0000-AGE-OF-CHANGE-EXIT.
003500     EVALUATE TRUE
003510         WHEN PND-IS-PENDING
003520             AND WS-AGE-SECONDS > WS-EXPIRY-SECONDS
003530             PERFORM 0000-EXPIRE-CHANGE
003540                 THRU 0000-EXPIRE-CHANGE-EXIT
003550             MOVE "EXPIRED" TO WS-STATE
003560             ADD 1 TO WS-EXPIRED-COUNT
003570         WHEN PND-IS-PENDING
003580             MOVE "PENDING" TO WS-STATE
003590             ADD 1 TO WS-PENDING-COUNT
003600         WHEN PND-IS-APPROVED
003610             MOVE "APPROVED" TO WS-STATE
003620             ADD 1 TO WS-APPROVED-COUNT
003630         WHEN PND-IS-EXPIRED AND PND-DECIDED-DATE = WS-TODAY
003640             MOVE "EXPIRED" TO WS-STATE
003650             ADD 1 TO WS-EXPIRED-COUNT
003660         WHEN PND-IS-FAILED AND PND-APPLIED-DATE = WS-TODAY
003670             MOVE "FAILED" TO WS-STATE
003680             ADD 1 TO WS-FAILED-COUNT
003690         WHEN OTHER
003700             GO TO 0000-REPORT-ONE-CHANGE-EXIT
003710     END-EVALUATE.
003720     PERFORM 0000-PRINT-CHANGE THRU 0000-PRINT-CHANGE-EXIT.
003730 0000-REPORT-ONE-CHANGE-EXIT.
003740     EXIT.
003750*
003760*--------------------------------------------------------------*
003770* 0000-AGE-OF-CHANGE - SECONDS FROM THE CHANGE'S SUBMISSION TO *
003780*                     THE START OF THE RUN, AND WHOLE HOURS.   *
003790*--------------------------------------------------------------*
003800 0000-AGE-OF-CHANGE.
003810     MOVE PND-SUBMIT-DATE TO WS-CHK-DATE.
003820     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
003830     MOVE PND-SUBMIT-TIME TO WS-CHK-TIME.
003840     COMPUTE WS-SECONDS = WS-CHK-HH * 3600
003850         + WS-CHK-MI * 60 + WS-CHK-SS.
003860     COMPUTE WS-AGE-SECONDS =
003870         (WS-NOW-SERIAL - WS-SERIAL) * 86400
003880         + WS-NOW-SECONDS - WS-SECONDS.
003890     COMPUTE WS-AGE-HOURS = WS-AGE-SECONDS / 3600.
003900 0000-AGE-OF-CHANGE-EXIT.
003910     EXIT.
003920*
003930*--------------------------------------------------------------*
003940* 0000-DATE-TO-SERIAL - WS-CHK-DATE AS A SERIAL DAY NUMBER.    *
003950*--------------------------------------------------------------*
003960 0000-DATE-TO-SERIAL.
003970     IF WS-CHK-MM < 01 OR WS-CHK-MM > 12
003980         MOVE ZERO TO WS-SERIAL
003990         GO TO 0000-DATE-TO-SERIAL-EXIT.
004000     COMPUTE WS-LEAP-COUNT = (WS-CHK-YY + 3) / 4.
004010     MOVE WS-MONTH-CUM (WS-CHK-MM) TO WS-DAY-OF-YEAR.
004020     ADD WS-CHK-DD TO WS-DAY-OF-YEAR.
004030     DIVIDE WS-CHK-YY BY 4
004040         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004050     IF WS-LEAP-REM = 0 AND WS-CHK-MM > 02
004060         ADD 1 TO WS-DAY-OF-YEAR
004070     END-IF.
004080     COMPUTE WS-SERIAL = WS-CHK-YY * 365 + WS-LEAP-COUNT
004090         + WS-DAY-OF-YEAR - 1.
004100 0000-DATE-TO-SERIAL-EXIT.
004110     EXIT.
004120*
004130*--------------------------------------------------------------*
004140* 0000-EXPIRE-CHANGE - MARK A CHANGE THAT WAITED TOO LONG      *
004150*                     EXPIRED, SO IT CAN NEVER BE DECIDED OR   *
004160*                     APPLIED; THE REQUESTER MUST SUBMIT IT    *
004170*                     AGAIN.                                   *
004180*--------------------------------------------------------------*
004190 0000-EXPIRE-CHANGE.
004200     MOVE "X" TO PND-STATUS.
004210     MOVE WS-TODAY TO PND-DECIDED-DATE.
004220     MOVE WS-NOW-TIME TO PND-DECIDED-TIME.
004230     MOVE "EXPIRED UNDECIDED" TO PND-DECISION-NOTE.
004240     REWRITE PENDING-CHANGE-RECORD
004250         INVALID KEY
004260             DISPLAY "PENDING-CHANGE REWRITE FAILED, STATUS "
004270                 WS-PEND-STATUS " FOR CHANGE " PND-KEY
004280             MOVE "Y" TO WS-PEND-FAIL-SW
004290     END-REWRITE.
004300 0000-EXPIRE-CHANGE-EXIT.
004310     EXIT.
004320*
004330*--------------------------------------------------------------*
004340* 0000-PRINT-CHANGE - THE CHANGE LINE AND ITS KEY AND REASON;  *
004350*                    THEN THE BEFORE/AFTER IMAGES FOR ONE      *
004360*                    STILL TO BE DECIDED, THE DECISION FOR ONE *
004370*                    APPROVED OR EXPIRED, OR WHY IT FAILED.    *
004380*--------------------------------------------------------------*
004390 0000-PRINT-CHANGE.
004400     MOVE WS-STATE TO WS-ITM-STATE.
004410     MOVE PND-KEY TO WS-ITM-CHANGE-ID.
004420     MOVE PND-PROGRAM TO WS-ITM-PROGRAM.
004430     MOVE PND-ACTION TO WS-ITM-ACTION.
004440     MOVE PND-REQUESTER TO WS-ITM-REQUESTER.
004450     MOVE WS-AGE-HOURS TO WS-ITM-AGE-OUT.
004460     MOVE WS-ITEM-LINE TO PCR-RECORD.
004470     WRITE PCR-RECORD AFTER ADVANCING 2 LINES.
004480     MOVE PND-KEY-DATA TO WS-KYL-KEY-DATA.
004490     MOVE PND-REASON TO WS-KYL-REASON.
004500     MOVE WS-KEY-LINE TO PCR-RECORD.
004510     WRITE PCR-RECORD AFTER ADVANCING 1 LINE.
004520     IF PND-IS-PENDING
004530         MOVE "    WAS  " TO WS-IMG-TAG
004540         MOVE PND-BEFORE-IMAGE TO WS-IMG-DATA
004550         MOVE WS-IMAGE-LINE TO PCR-RECORD
004560         WRITE PCR-RECORD AFTER ADVANCING 1 LINE
004570         MOVE "    TO   " TO WS-IMG-TAG
004580         MOVE PND-AFTER-IMAGE TO WS-IMG-DATA
004590         MOVE WS-IMAGE-LINE TO PCR-RECORD
004600         WRITE PCR-RECORD AFTER ADVANCING 1 LINE
004610         GO TO 0000-PRINT-CHANGE-EXIT.
004620     MOVE PND-APPROVER TO WS-DCL-APPROVER.
004630     MOVE PND-DECIDED-DATE TO WS-DCL-DATE.
004640     MOVE PND-DECIDED-TIME TO WS-DCL-TIME.
004650     IF PND-IS-FAILED
004660         MOVE PND-RESULT TO WS-DCL-TEXT
004670     ELSE
004680         MOVE PND-DECISION-NOTE TO WS-DCL-TEXT
004690     END-IF.
004700     MOVE WS-DECISION-LINE TO PCR-RECORD.
004710     WRITE PCR-RECORD AFTER ADVANCING 1 LINE.
004720 0000-PRINT-CHANGE-EXIT.
004730     EXIT.
004740*
004750 0000-PRINT-HEADER.
004760     MOVE WS-TODAY TO WS-HDR-DATE-OUT.
004770     MOVE WS-NOW-TIME TO WS-HDR-TIME-OUT.
004780     MOVE WS-HEADER-LINE TO PCR-RECORD.
004790     WRITE PCR-RECORD AFTER ADVANCING PAGE.
004800 0000-PRINT-HEADER-EXIT.
004810     EXIT.
004820*
004830 0000-PRINT-NOTE.
004840     MOVE WS-NOTE-LINE TO PCR-RECORD.
004850     WRITE PCR-RECORD AFTER ADVANCING 1 LINE.
004860 0000-PRINT-NOTE-EXIT.
004870     EXIT.
004880*
004890 0000-PRINT-FOOTER.
004900     MOVE WS-PENDING-COUNT TO WS-FTR-PENDING-OUT.
004910     MOVE WS-APPROVED-COUNT TO WS-FTR-APPROVED-OUT.
004920     MOVE WS-EXPIRED-COUNT TO WS-FTR-EXPIRED-OUT.
004930     MOVE WS-FAILED-COUNT TO WS-FTR-FAILED-OUT.
004940     MOVE WS-FOOTER-LINE TO PCR-RECORD.
004950     WRITE PCR-RECORD AFTER ADVANCING 2 LINES.
004960 0000-PRINT-FOOTER-EXIT.
004970     EXIT.
004980*
004990*--------------------------------------------------------------*
005000* 0000-TERMINATE - PRINT THE TOTALS AND CLOSE WHATEVER         *
005010*                 ACTUALLY OPENED.                             *
005020*--------------------------------------------------------------*
005030 0000-TERMINATE.
005040     IF WS-REPORT-STATUS = "00"
005050         PERFORM 0000-PRINT-FOOTER THRU 0000-PRINT-FOOTER-EXIT
005060     END-IF.
005070     IF WS-PEND-WAS-OPENED
005080         CLOSE PENDING-CHANGE-FILE
005090     END-IF.
005100     IF WS-REPORT-STATUS = "00"
005110         CLOSE PENDING-REPORT-FILE
005120     END-IF.
005130 0000-TERMINATE-EXIT.
005140     EXIT.
