000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ChgApproval.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. SECOND-OPERATOR DECISIONS ON THE   *
000120*                 PENDCHG TWO-PERSON APPROVAL QUEUE            *
000130*                 (PNDCHG01). CalendarMaint, CkptControl AND   *
000140*                 JobRegMaint QUEUE EVERY CHANGE CARD THERE    *
000150*                 INSTEAD OF APPLYING IT; THIS RUN READS ONE   *
000160*                 APPROVE OR REJECT CARD PER CHANGE ID. A      *
000170*                 DECISION IS REFUSED IF THE CHANGE IS NOT     *
000180*                 PENDING, HAS WAITED LONGER THAN THE PNDPARM  *
000190*                 EXPIRY HOURS (IT IS THEN MARKED EXPIRED), OR *
000200*                 THE DECIDING OPERATOR IS THE ONE WHO ASKED   *
000210*                 FOR IT. EVERY DECISION TAKEN IS WRITTEN TO   *
000220*                 OPAUDIT. THE OWNING PROGRAM APPLIES AN       *
000230*                 APPROVED CHANGE ON ITS NEXT RUN.             *
000240*--------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CHANGE-PARM-FILE ASSIGN "PNDPARM"
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE IS SEQUENTIAL
000360         FILE STATUS IS WS-PARM-STATUS.
000370     SELECT APPROVAL-TRANS-FILE ASSIGN "APRTRANS"
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WS-TRANS-STATUS.
000410     SELECT PENDING-CHANGE-FILE ASSIGN "PENDCHG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PND-KEY
000450         FILE STATUS IS WS-PEND-STATUS.
000460     SELECT OP-AUDIT-FILE ASSIGN "OPAUDIT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OPA-KEY
000500         FILE STATUS IS WS-OPAUD-STATUS.
000510     SELECT APPROVAL-REPORT-FILE ASSIGN "APRRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590*--------------------------------------------------------------*
000600* CHANGE-PARM-FILE - ONE CARD: HOW MANY HOURS A CHANGE MAY     *
000610*                   WAIT FOR A DECISION BEFORE IT EXPIRES.     *
000620*                   SHARED WITH PendChgReport. MISSING OR NOT  *
000630*                   A NUMBER ABOVE ZERO MEANS 24.              *
000640*--------------------------------------------------------------*
000650 FD  CHANGE-PARM-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  CHANGE-PARM-RECORD.
000690     05  PNP-EXPIRY-HOURS        PIC X(03).
000700     05  PNP-EXPIRY-NUM REDEFINES PNP-EXPIRY-HOURS
000710                                 PIC 9(03).
000720     05  FILLER                  PIC X(77).
000730*
000740*--------------------------------------------------------------*
000750* APPROVAL-TRANS-FILE - ONE DECISION PER CARD: APPROVE OR      *
000760*                      REJECT, THE FIFTEEN-DIGIT CHANGE ID AS  *
000770*                      PRINTED BY THE SUBMITTING RUN AND BY    *
000780*                      PendChgReport, THE DECIDING OPERATOR-ID *
000790*                      AND AN OPTIONAL NOTE.                   *
000800*--------------------------------------------------------------*
000810 FD  APPROVAL-TRANS-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  APPROVAL-TRANS-RECORD.
000850     05  APR-ACTION              PIC X(08).
000860         88  APR-ACTION-APPROVE      VALUE "APPROVE".
000870         88  APR-ACTION-REJECT       VALUE "REJECT".
000880     05  FILLER                  PIC X(01).
000890     05  APR-CHANGE-ID           PIC X(15).
000900     05  FILLER                  PIC X(01).
000910     05  APR-OPERATOR            PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  APR-NOTE                PIC X(30).
000940     05  FILLER                  PIC X(16).
000950*
000960*--------------------------------------------------------------*
000970* PENDING-CHANGE-FILE - THE SHARED KEYED TWO-PERSON APPROVAL   *
000980*                      QUEUE (PNDCHG01), READ BY CHANGE ID AND *
000990*                      UPDATED IN PLACE WITH THE DECISION.     *
001000*--------------------------------------------------------------*
001010 FD  PENDING-CHANGE-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY PNDCHG01.
001050*
001060*--------------------------------------------------------------*
001070* OP-AUDIT-FILE - THE SHARED KEYED OPERATOR AUDIT FILE         *
001080*                (OPAUD01): ONE RECORD PER DECISION TAKEN.     *
001090*--------------------------------------------------------------*
001100 FD  OP-AUDIT-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130     COPY OPAUD01.
001140*
001150*--------------------------------------------------------------*
001160* APPROVAL-REPORT-FILE - THE PRINTED DECISION LOG: EVERY CARD, *
001170*                       WHAT BECAME OF IT AND WHY, AND THE     *
001180*                       CHANGE IT WAS ABOUT.                   *
001190*--------------------------------------------------------------*
001200 FD  APPROVAL-REPORT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  APR-REPORT-RECORD           PIC X(080).
001240*
001250 WORKING-STORAGE SECTION.
001260*
001270*--------------------------------------------------------------*
001280* FILE STATUS AND CONTROL SWITCHES                             *
001290*--------------------------------------------------------------*
001300 77  WS-PARM-STATUS              PIC X(02).
001310 77  WS-TRANS-STATUS             PIC X(02).
001320 77  WS-PEND-STATUS              PIC X(02).
001330 77  WS-REPORT-STATUS            PIC X(02).
001340 77  WS-TRANS-EOF-SW             PIC X(01) VALUE "N".
001350     88  WS-TRANS-EOF                VALUE "Y".
001360 77  WS-TRANS-OPEN-SW            PIC X(01) VALUE "N".
001370     88  WS-TRANS-WAS-OPENED         VALUE "Y".
001380 77  WS-PEND-OPEN-SW             PIC X(01) VALUE "N".
001390     88  WS-PEND-WAS-OPENED          VALUE "Y".
001400 77  WS-CHANGE-FOUND-SW          PIC X(01).
001410     88  WS-CHANGE-WAS-FOUND         VALUE "Y".
001420 77  WS-TODAY                    PIC 9(06).
001430 77  WS-NOW-TIME                 PIC 9(06).
001440 77  WS-EXPIRY-HOURS             PIC 9(03) VALUE 24.
001450*
001460*--------------------------------------------------------------*
001470* OPERATOR AUDIT WORK FIELDS - 0000-WRITE-AUDIT STAMPS ONE     *
001480* OPAUDIT RECORD PER DECISION, RETRYING A KEY COLLISION AS     *
001490* CalendarMaint AND CkptControl DO.                            *
001500*--------------------------------------------------------------*
001510 77  WS-OPAUD-STATUS             PIC X(02).
001520 77  WS-OPAUD-OPEN-SW            PIC X(01) VALUE "N".
001530     88  WS-OPAUD-WAS-OPENED         VALUE "Y".
001540 77  WS-AUDIT-SEQ                PIC 9(03) VALUE 0.
001550 77  WS-AUD-WRITTEN-SW           PIC X(01).
001560     88  WS-AUD-IS-WRITTEN           VALUE "Y".
001570 77  WS-AUD-TIME                 PIC 9(06).
001580 77  WS-AUD-RETRY                PIC 9(02) COMP.
001590 77  WS-AUD-RETRY-MAX            PIC 9(02) COMP VALUE 25.
001600 77  WS-OPAUD-FAIL-SW            PIC X(01) VALUE "N".
001610     88  WS-OPAUD-FAILED             VALUE "Y".
001620*
001630*--------------------------------------------------------------*
001640* AGE OF A CHANGE. DATES ARE COUNTED AS SERIAL DAYS FROM       *
001650* 2000-01-01 THE SAME WAY BusDateSrv COUNTS THEM, AND THE AGE  *
001660* IS THE SECONDS BETWEEN SUBMISSION AND NOW.                   *
001670*--------------------------------------------------------------*
001680 77  WS-SERIAL                   PIC 9(08) COMP.
001690 77  WS-NOW-SERIAL               PIC 9(08) COMP.
001700 77  WS-LEAP-COUNT               PIC 9(04) COMP.
001710 77  WS-LEAP-QUOT                PIC 9(04) COMP.
001720 77  WS-LEAP-REM                 PIC 9(04) COMP.
001730 77  WS-DAY-OF-YEAR              PIC 9(03) COMP.
001740 77  WS-SECONDS                  PIC 9(05) COMP.
001750 77  WS-NOW-SECONDS              PIC 9(05) COMP.
001760 77  WS-AGE-SECONDS              PIC S9(09) COMP.
001770 77  WS-EXPIRY-SECONDS           PIC 9(09) COMP.
001780 01  WS-CHK-DATE                 PIC 9(06).
001790 01  FILLER REDEFINES WS-CHK-DATE.
001800     05  WS-CHK-YY               PIC 9(02).
001810     05  WS-CHK-MM               PIC 9(02).
001820     05  WS-CHK-DD               PIC 9(02).
001830 01  WS-CHK-TIME                 PIC 9(06).
001840 01  FILLER REDEFINES WS-CHK-TIME.
001850     05  WS-CHK-HH               PIC 9(02).
001860     05  WS-CHK-MI               PIC 9(02).
001870     05  WS-CHK-SS               PIC 9(02).
001880 01  WS-MONTH-CUM-TABLE.
001890     05  FILLER                  PIC X(36)
001900             VALUE "000031059090120151181212243273304334".
001910 01  FILLER REDEFINES WS-MONTH-CUM-TABLE.
001920     05  WS-MONTH-CUM            PIC 9(03) OCCURS 12 TIMES.
001930*
001940*--------------------------------------------------------------*
001950* DECISION DISPOSITION AND RUN TOTALS                          *
001960*--------------------------------------------------------------*
001970 77  WS-DISPOSITION              PIC X(10).
001980 77  WS-REASON                   PIC X(40).
001990 77  WS-TRANS-COUNT              PIC 9(05) COMP VALUE 0.
002000 77  WS-APPROVE-COUNT            PIC 9(05) COMP VALUE 0.
002010 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
002020 77  WS-REFUSE-COUNT             PIC 9(05) COMP VALUE 0.
002030 01  WS-STATUS-REASON.
002040     05  FILLER                  PIC X(25)
002050             VALUE "CHANGE ALREADY DECIDED - ".
002060     05  WS-SRS-STATUS           PIC X(01).
002070     05  FILLER                  PIC X(14) VALUE SPACES.
002080*
002090*--------------------------------------------------------------*
002100* REPORT LINE LAYOUTS                                          *
002110*--------------------------------------------------------------*
002120 01  WS-HEADER-LINE.
002130     05  FILLER                  PIC X(22)
002140             VALUE "CHANGE APPROVAL RUN - ".
002150     05  WS-HDR-DATE-OUT         PIC 9(06).
002160     05  FILLER                  PIC X(52) VALUE SPACES.
002170*
002180 01  WS-LIMIT-LINE.
002190     05  FILLER                  PIC X(31)
002200             VALUE "  PENDING CHANGES EXPIRE AFTER ".
002210     05  WS-LIM-HOURS-OUT        PIC ZZ9.
002220     05  FILLER                  PIC X(06) VALUE " HOURS".
002230     05  FILLER                  PIC X(40) VALUE SPACES.
002240*
002250 01  WS-DETAIL-LINE.
002260     05  WS-DTL-ACTION           PIC X(08).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  WS-DTL-CHANGE-ID        PIC X(15).
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  WS-DTL-OPERATOR         PIC X(08).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  WS-DTL-DISP             PIC X(10).
002330     05  WS-DTL-REASON           PIC X(36).
002340*
002350 01  WS-CHANGE-LINE.
002360     05  FILLER                  PIC X(04) VALUE SPACES.
002370     05  WS-CHL-PROGRAM          PIC X(16).
002380     05  FILLER                  PIC X(04) VALUE " BY ".
002390     05  WS-CHL-REQUESTER        PIC X(08).
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  WS-CHL-ACTION           PIC X(08).
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  WS-CHL-KEY-DATA         PIC X(18).
002440     05  FILLER                  PIC X(20) VALUE SPACES.
002450*
002460 01  WS-REASON-LINE.
002470     05  FILLER                  PIC X(12)
002480             VALUE "    REASON: ".
002490     05  WS-RSL-REASON           PIC X(30).
002500     05  FILLER                  PIC X(38) VALUE SPACES.
002510*
002520 01  WS-NOTE-LINE.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  WS-NOT-TEXT             PIC X(60).
002550     05  FILLER                  PIC X(18) VALUE SPACES.
002560*
002570 01  WS-FOOTER-LINE.
002580     05  FILLER                  PIC X(09) VALUE "  CARDS: ".
002590     05  WS-FTR-TRANS-OUT        PIC ZZZZ9.
002600     05  FILLER                  PIC X(12) VALUE "  APPROVED: ".
002610     05  WS-FTR-APPROVE-OUT      PIC ZZZZ9.
002620     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002630     05  WS-FTR-REJECT-OUT       PIC ZZZZ9.
002640     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002650     05  WS-FTR-REFUSE-OUT       PIC ZZZZ9.
002660     05  FILLER                  PIC X(16) VALUE SPACES.
002670*
002680 PROCEDURE DIVISION.
002690*
002700*--------------------------------------------------------------*
002710* 0000-MAIN - OPEN THE FILES, TAKE EVERY DECISION CARD IN      *
002720*            TURN AND PRINT THE RUN TOTALS. A REFUSED CARD     *
002730*            LEAVES RETURN CODE 4; A FILE THAT WOULD NOT OPEN  *
002740*            OR AN AUDIT WRITE THAT FAILED LEAVES 8.           *
002750*--------------------------------------------------------------*
002760 0000-MAIN.
002770     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
002780     PERFORM 0000-PROCESS-DECISION
002790         THRU 0000-PROCESS-DECISION-EXIT
002800         UNTIL WS-TRANS-EOF.
002810     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
002820     IF WS-REFUSE-COUNT > 0
002830         MOVE 4 TO RETURN-CODE
002840     END-IF.
002850     IF WS-REPORT-STATUS NOT = "00" OR WS-OPAUD-FAILED
002860             OR NOT WS-PEND-WAS-OPENED
002870             OR NOT WS-OPAUD-WAS-OPENED
002880         MOVE 8 TO RETURN-CODE
002890     END-IF.
002900     STOP RUN.
002910*
002920*--------------------------------------------------------------*
002930* 0000-INITIALIZE - OPEN THE REPORT, TAKE THE EXPIRY HOURS,    *
002940*                  THEN OPEN THE AUDIT FILE, THE QUEUE AND THE *
002950*                  DECISION CARDS. A DECISION NOBODY CAN AUDIT *
002960*                  IS NOT TAKEN, SO AN AUDIT FILE THAT WILL    *
002970*                  NOT OPEN STOPS THE RUN.                     *
002980*--------------------------------------------------------------*
002990 0000-INITIALIZE.
003000     ACCEPT WS-TODAY FROM DATE.
003010     OPEN OUTPUT APPROVAL-REPORT-FILE.
003020     IF WS-REPORT-STATUS NOT = "00"
003030         DISPLAY "APPROVAL-REPORT-FILE OPEN FAILED, STATUS "
003040             WS-REPORT-STATUS " - NO DECISIONS TAKEN"
003050         MOVE "Y" TO WS-TRANS-EOF-SW
003060         GO TO 0000-INITIALIZE-EXIT.
003070     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
003080     PERFORM 0000-READ-PARM THRU 0000-READ-PARM-EXIT.
003090     COMPUTE WS-EXPIRY-SECONDS = WS-EXPIRY-HOURS * 3600.
003100     MOVE WS-EXPIRY-HOURS TO WS-LIM-HOURS-OUT.
003110     MOVE WS-LIMIT-LINE TO APR-REPORT-RECORD.
003120     WRITE APR-REPORT-RECORD AFTER ADVANCING 1 LINE.
003130     PERFORM 0000-OPEN-OP-AUDIT THRU 0000-OPEN-OP-AUDIT-EXIT.
003140     IF NOT WS-OPAUD-WAS-OPENED
003150         MOVE "Y" TO WS-TRANS-EOF-SW
003160         GO TO 0000-INITIALIZE-EXIT.
003170     OPEN I-O PENDING-CHANGE-FILE.
003180     IF WS-PEND-STATUS NOT = "00"
003190         DISPLAY "PENDING-CHANGE-FILE OPEN FAILED, STATUS "
003200             WS-PEND-STATUS " - NO DECISIONS TAKEN"
003210         MOVE "PENDING-CHANGE-FILE UNAVAILABLE - NO DECISIONS"
003220             TO WS-NOT-TEXT
003230         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003240         MOVE "Y" TO WS-TRANS-EOF-SW
003250         GO TO 0000-INITIALIZE-EXIT.
003260     MOVE "Y" TO WS-PEND-OPEN-SW.
003270     OPEN INPUT APPROVAL-TRANS-FILE.
003280     IF WS-TRANS-STATUS NOT = "00"
003290         DISPLAY "APPROVAL-TRANS-FILE OPEN FAILED, STATUS "
003300             WS-TRANS-STATUS " - NO DECISIONS TAKEN"
003310         MOVE "Y" TO WS-TRANS-EOF-SW
003320     ELSE
003330         MOVE "Y" TO WS-TRANS-OPEN-SW
003340         PERFORM 0000-READ-TRANS THRU 0000-READ-TRANS-EXIT
003350     END-IF.
003360 0000-INITIALIZE-EXIT.
003370     EXIT.
003380*
003390*--------------------------------------------------------------*
003400* 0000-READ-PARM - THE EXPIRY HOURS CARD. A MISSING OR BAD     *
003410*                 CARD IS NOTED AND THE 24-HOUR DEFAULT KEPT.  *
003420*--------------------------------------------------------------*
003430 0000-READ-PARM.
003440     OPEN INPUT CHANGE-PARM-FILE.
003450     IF WS-PARM-STATUS NOT = "00"
003460         MOVE "CHANGE-PARM-FILE UNAVAILABLE - 24 HOURS USED"
003470             TO WS-NOT-TEXT
003480         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003490         GO TO 0000-READ-PARM-EXIT.
003500     READ CHANGE-PARM-FILE
003510         AT END
003520             MOVE "CHANGE-PARM-FILE EMPTY - 24 HOURS USED"
003530                 TO WS-NOT-TEXT
003540             PERFORM 0000-PRINT-NOTE
003550                 THRU 0000-PRINT-NOTE-EXIT
003560             CLOSE CHANGE-PARM-FILE
003570             GO TO 0000-READ-PARM-EXIT
003580     END-READ.
003590     IF PNP-EXPIRY-HOURS NOT NUMERIC OR PNP-EXPIRY-NUM = 0
003600         MOVE "EXPIRY HOURS NOT A NUMBER ABOVE ZERO - 24 USED"
003610             TO WS-NOT-TEXT
003620         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003630     ELSE
003640         MOVE PNP-EXPIRY-NUM TO WS-EXPIRY-HOURS
003650     END-IF.
003660     CLOSE CHANGE-PARM-FILE.
003670 0000-READ-PARM-EXIT.
003680     EXIT.
003690*
003700 0000-READ-TRANS.
003710     READ APPROVAL-TRANS-FILE
003720         AT END
003730             MOVE "Y" TO WS-TRANS-EOF-SW
003740     END-READ.
003750 0000-READ-TRANS-EXIT.
003760     EXIT.
003770*
003780*--------------------------------------------------------------*
003790* 0000-PROCESS-DECISION - EDIT THE CARD AND THE CHANGE IT      *
003800*                        NAMES, RECORD A GOOD DECISION ON THE  *
003810*                        QUEUE AND THE AUDIT FILE, PRINT IT    *
003820*                        AND READ THE NEXT CARD.               *
003830*--------------------------------------------------------------*
003840 0000-PROCESS-DECISION.
003850     ADD 1 TO WS-TRANS-COUNT.
003860     MOVE SPACES TO WS-REASON.
003870     MOVE "N" TO WS-CHANGE-FOUND-SW.
003880     PERFORM 0000-EDIT-DECISION THRU 0000-EDIT-DECISION-EXIT.
003890     IF WS-DISPOSITION NOT = "REFUSED"
003900         PERFORM 0000-RECORD-DECISION
003910             THRU 0000-RECORD-DECISION-EXIT
003920     END-IF.
003930     EVALUATE WS-DISPOSITION
003940         WHEN "APPROVED"
003950             ADD 1 TO WS-APPROVE-COUNT
003960         WHEN "REJECTED"
003970             ADD 1 TO WS-REJECT-COUNT
003980         WHEN OTHER
003990             ADD 1 TO WS-REFUSE-COUNT
004000     END-EVALUATE.
004010     PERFORM 0000-PRINT-DECISION THRU 0000-PRINT-DECISION-EXIT.
004020     IF NOT WS-OPAUD-FAILED
004030         PERFORM 0000-READ-TRANS THRU 0000-READ-TRANS-EXIT
004040     END-IF.
004050 0000-PROCESS-DECISION-EXIT.
004060     EXIT.
004070*
004080*--------------------------------------------------------------*
004090* 0000-EDIT-DECISION - REFUSE A CARD THAT IS NOT COMPLETELY IN *
004100*                     ORDER, A CHANGE THAT IS NOT AWAITING A   *
004110*                     DECISION, ONE THAT HAS WAITED TOO LONG,  *
004120*                     AND A DECISION BY THE VERY OPERATOR WHO  *
004130*                     ASKED FOR THE CHANGE.                    *
004140*--------------------------------------------------------------*
004150 0000-EDIT-DECISION.
004160     MOVE "REFUSED" TO WS-DISPOSITION.
004170     IF APR-OPERATOR = SPACES
004180         MOVE "OPERATOR-ID IS REQUIRED" TO WS-REASON
004190         GO TO 0000-EDIT-DECISION-EXIT.
004200     IF NOT APR-ACTION-APPROVE AND NOT APR-ACTION-REJECT
004210         MOVE "ACTION NOT APPROVE OR REJECT" TO WS-REASON
004220         GO TO 0000-EDIT-DECISION-EXIT.
004230     IF APR-CHANGE-ID NOT NUMERIC
004240         MOVE "CHANGE ID NOT FIFTEEN DIGITS" TO WS-REASON
004250         GO TO 0000-EDIT-DECISION-EXIT.
004260     MOVE APR-CHANGE-ID TO PND-KEY.
004270     READ PENDING-CHANGE-FILE
004280         INVALID KEY
004290             MOVE "NO SUCH CHANGE ON THE QUEUE" TO WS-REASON
004300             GO TO 0000-EDIT-DECISION-EXIT
004310     END-READ.
004320     MOVE "Y" TO WS-CHANGE-FOUND-SW.
004330     IF NOT PND-IS-PENDING
004340         MOVE PND-STATUS TO WS-SRS-STATUS
004350         MOVE WS-STATUS-REASON TO WS-REASON
004360         GO TO 0000-EDIT-DECISION-EXIT.
004370     ACCEPT WS-NOW-TIME FROM TIME.
004380     PERFORM 0000-AGE-OF-CHANGE THRU 0000-AGE-OF-CHANGE-EXIT.
004390     IF WS-AGE-SECONDS > WS-EXPIRY-SECONDS
004400         PERFORM 0000-EXPIRE-CHANGE THRU 0000-EXPIRE-CHANGE-EXIT
004410         GO TO 0000-EDIT-DECISION-EXIT.
004420     IF APR-OPERATOR = PND-REQUESTER
004430         MOVE "APPROVER MUST NOT BE THE REQUESTER" TO WS-REASON
004440         GO TO 0000-EDIT-DECISION-EXIT.
004450     IF APR-ACTION-APPROVE
004460         MOVE "APPROVED" TO WS-DISPOSITION
004470     ELSE
004480         MOVE "REJECTED" TO WS-DISPOSITION
004490     END-IF.
004500 0000-EDIT-DECISION-EXIT.
004510     EXIT.
004520*
004530*--------------------------------------------------------------*
004540* 0000-AGE-OF-CHANGE - SECONDS FROM THE CHANGE'S SUBMISSION TO *
004550*                     NOW (WS-TODAY AND WS-NOW-TIME).          *
004560*--------------------------------------------------------------*
004570 0000-AGE-OF-CHANGE.
004580     MOVE WS-TODAY TO WS-CHK-DATE.
004590     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
004600     MOVE WS-SERIAL TO WS-NOW-SERIAL.
004610     MOVE WS-NOW-TIME TO WS-CHK-TIME.
004620     COMPUTE WS-NOW-SECONDS = WS-CHK-HH * 3600
004630         + WS-CHK-MI * 60 + WS-CHK-SS.
004640     MOVE PND-SUBMIT-DATE TO WS-CHK-DATE.
004650     PERFORM 0000-DATE-TO-SERIAL THRU 0000-DATE-TO-SERIAL-EXIT.
004660     MOVE PND-SUBMIT-TIME TO WS-CHK-TIME.
004670     COMPUTE WS-SECONDS = WS-CHK-HH * 3600
004680         + WS-CHK-MI * 60 + WS-CHK-SS.
004690     COMPUTE WS-AGE-SECONDS =
004700         (WS-NOW-SERIAL - WS-SERIAL) * 86400
004710         + WS-NOW-SECONDS - WS-SECONDS.
004720 0000-AGE-OF-CHANGE-EXIT.
004730     EXIT.
004740*
004750*--------------------------------------------------------------*
004760* 0000-DATE-TO-SERIAL - WS-CHK-DATE AS A SERIAL DAY NUMBER.    *
004770*--------------------------------------------------------------*
004780 0000-DATE-TO-SERIAL.
004790     IF WS-CHK-MM < 01 OR WS-CHK-MM > 12
004800         MOVE ZERO TO WS-SERIAL
004810         GO TO 0000-DATE-TO-SERIAL-EXIT.
004820     COMPUTE WS-LEAP-COUNT = (WS-CHK-YY + 3) / 4.
004830     MOVE WS-MONTH-CUM (WS-CHK-MM) TO WS-DAY-OF-YEAR.
004840     ADD WS-CHK-DD TO WS-DAY-OF-YEAR.
004850     DIVIDE WS-CHK-YY BY 4
004860         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004870     IF WS-LEAP-REM = 0 AND WS-CHK-MM > 02
004880         ADD 1 TO WS-DAY-OF-YEAR
004890     END-IF.
004900     COMPUTE WS-SERIAL = WS-CHK-YY * 365 + WS-LEAP-COUNT
004910         + WS-DAY-OF-YEAR - 1.
004920 0000-DATE-TO-SERIAL-EXIT.
004930     EXIT.
004940*
004950*--------------------------------------------------------------*
004960* 0000-EXPIRE-CHANGE - A CHANGE FOUND PAST ITS TIME IS MARKED  *
004970*                     EXPIRED THEN AND THERE, SO IT CAN NEVER  *
004980*                     BE DECIDED OR APPLIED; THE REQUESTER     *
004990*                     MUST SUBMIT IT AGAIN.                    *
005000*--------------------------------------------------------------*
005010 0000-EXPIRE-CHANGE.
005020     MOVE "X" TO PND-STATUS.
005030     MOVE WS-TODAY TO PND-DECIDED-DATE.
005040     MOVE WS-NOW-TIME TO PND-DECIDED-TIME.
005050     MOVE "EXPIRED UNDECIDED" TO PND-DECISION-NOTE.
005060     REWRITE PENDING-CHANGE-RECORD
005070         INVALID KEY
005080             DISPLAY "PENDING-CHANGE REWRITE FAILED, STATUS "
005090                 WS-PEND-STATUS " FOR CHANGE " PND-KEY
005100     END-REWRITE.
005110     MOVE "CHANGE HAS EXPIRED - SUBMIT IT AGAIN" TO WS-REASON.
005120 0000-EXPIRE-CHANGE-EXIT.
005130     EXIT.
005140*
005150*--------------------------------------------------------------*
005160* 0000-RECORD-DECISION - STAMP THE DECISION ON THE QUEUE       *
005170*                       RECORD AND WRITE ITS AUDIT RECORD.     *
005180*--------------------------------------------------------------*
005190 0000-RECORD-DECISION.
005200     IF APR-ACTION-APPROVE
005210         MOVE "A" TO PND-STATUS
005220     ELSE
005230         MOVE "R" TO PND-STATUS
005240     END-IF.
005250     MOVE APR-OPERATOR TO PND-APPROVER.
005260     MOVE WS-TODAY TO PND-DECIDED-DATE.
005270     MOVE WS-NOW-TIME TO PND-DECIDED-TIME.
005280     MOVE APR-NOTE TO PND-DECISION-NOTE.
005290     REWRITE PENDING-CHANGE-RECORD
005300         INVALID KEY
005310             MOVE "REFUSED" TO WS-DISPOSITION
005320             MOVE "QUEUE REWRITE FAILED" TO WS-REASON
005330             GO TO 0000-RECORD-DECISION-EXIT
005340     END-REWRITE.
005350     PERFORM 0000-WRITE-AUDIT THRU 0000-WRITE-AUDIT-EXIT.
005360 0000-RECORD-DECISION-EXIT.
005370     EXIT.
005380*
005390*--------------------------------------------------------------*
005400* 0000-PRINT-DECISION - THE CARD AND WHAT BECAME OF IT, THEN,  *
005410*                      WHEN THE CHANGE WAS FOUND, WHAT IT WAS, *
005420*                      WHO ASKED FOR IT AND WHY.               *
005430*--------------------------------------------------------------*
005440 0000-PRINT-DECISION.
005450     MOVE APR-ACTION TO WS-DTL-ACTION.
005460     MOVE APR-CHANGE-ID TO WS-DTL-CHANGE-ID.
005470     MOVE APR-OPERATOR TO WS-DTL-OPERATOR.
005480     MOVE WS-DISPOSITION TO WS-DTL-DISP.
005490     MOVE WS-REASON TO WS-DTL-REASON.
005500     MOVE WS-DETAIL-LINE TO APR-REPORT-RECORD.
005510     WRITE APR-REPORT-RECORD AFTER ADVANCING 2 LINES.
005520     IF NOT WS-CHANGE-WAS-FOUND
005530         GO TO 0000-PRINT-DECISION-EXIT.
005540     MOVE PND-PROGRAM TO WS-CHL-PROGRAM.
005550     MOVE PND-REQUESTER TO WS-CHL-REQUESTER.
005560     MOVE PND-ACTION TO WS-CHL-ACTION.
005570     MOVE PND-KEY-DATA TO WS-CHL-KEY-DATA.
005580     MOVE WS-CHANGE-LINE TO APR-REPORT-RECORD.
005590     WRITE APR-REPORT-RECORD AFTER ADVANCING 1 LINE.
005600     MOVE PND-REASON TO WS-RSL-REASON.
005610     MOVE WS-REASON-LINE TO APR-REPORT-RECORD.
005620     WRITE APR-REPORT-RECORD AFTER ADVANCING 1 LINE.
005630 0000-PRINT-DECISION-EXIT.
005640     EXIT.
005650*
005660 0000-PRINT-HEADER.
005670     MOVE WS-TODAY TO WS-HDR-DATE-OUT.
005680     MOVE WS-HEADER-LINE TO APR-REPORT-RECORD.
005690     WRITE APR-REPORT-RECORD AFTER ADVANCING PAGE.
005700 0000-PRINT-HEADER-EXIT.
005710     EXIT.
005720*
005730 0000-PRINT-NOTE.
005740     MOVE WS-NOTE-LINE TO APR-REPORT-RECORD.
005750     WRITE APR-REPORT-RECORD AFTER ADVANCING 1 LINE.
005760 0000-PRINT-NOTE-EXIT.
005770     EXIT.
005780*
005790 0000-PRINT-FOOTER.
005800     MOVE WS-TRANS-COUNT TO WS-FTR-TRANS-OUT.
005810     MOVE WS-APPROVE-COUNT TO WS-FTR-APPROVE-OUT.
005820     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT-OUT.
005830     MOVE WS-REFUSE-COUNT TO WS-FTR-REFUSE-OUT.
005840     MOVE WS-FOOTER-LINE TO APR-REPORT-RECORD.
005850     WRITE APR-REPORT-RECORD AFTER ADVANCING 2 LINES.
005860 0000-PRINT-FOOTER-EXIT.
005870     EXIT.
005880*
005890*--------------------------------------------------------------*
005900* 0000-TERMINATE - PRINT THE TOTALS AND CLOSE WHATEVER         *
005910*                 ACTUALLY OPENED.                             *
005920*--------------------------------------------------------------*
005930 0000-TERMINATE.
005940     IF WS-REPORT-STATUS = "00"
005950         PERFORM 0000-PRINT-FOOTER THRU 0000-PRINT-FOOTER-EXIT
005960     END-IF.
005970     IF WS-TRANS-WAS-OPENED
005980         CLOSE APPROVAL-TRANS-FILE
005990     END-IF.
006000     IF WS-PEND-WAS-OPENED
006010         CLOSE PENDING-CHANGE-FILE
006020     END-IF.
006030     IF WS-OPAUD-WAS-OPENED
006040         CLOSE OP-AUDIT-FILE
006050     END-IF.
006060     IF WS-REPORT-STATUS = "00"
006070         CLOSE APPROVAL-REPORT-FILE
006080     END-IF.
006090 0000-TERMINATE-EXIT.
006100     EXIT.
006110*
006120*--------------------------------------------------------------*
006130* 0000-OPEN-OP-AUDIT - OPEN THE SHARED KEYED OPERATOR AUDIT    *
006140*                     FILE I-O, CREATING THE KSDS THE FIRST    *
006150*                     TIME IT IS SEEN.                         *
006160*--------------------------------------------------------------*
006170 0000-OPEN-OP-AUDIT.
006180     OPEN I-O OP-AUDIT-FILE.
006190     IF WS-OPAUD-STATUS = "35"
006200         OPEN OUTPUT OP-AUDIT-FILE
006210         CLOSE OP-AUDIT-FILE
006220         OPEN I-O OP-AUDIT-FILE
006230     END-IF.
006240     IF WS-OPAUD-STATUS = "00"
006250         MOVE "Y" TO WS-OPAUD-OPEN-SW
006260     ELSE
006270         DISPLAY "OP-AUDIT-FILE OPEN FAILED, STATUS "
006280             WS-OPAUD-STATUS " - NO DECISIONS TAKEN"
006290     END-IF.
006300 0000-OPEN-OP-AUDIT-EXIT.
006310     EXIT.
006320*
006330*--------------------------------------------------------------*
006340* 0000-WRITE-AUDIT - ONE OPAUDIT RECORD FOR THE DECISION JUST  *
006350*                   TAKEN: THE REQUESTER, THE DECIDING         *
006360*                   OPERATOR AS APPROVER, THE CHANGE ID AND    *
006370*                   THE CHANGE'S BEFORE/AFTER IMAGES. A WRITE  *
006380*                   THAT GIVES UP STOPS THE RUN TAKING FURTHER *
006390*                   DECISIONS.                                 *
006400*--------------------------------------------------------------*
006410 0000-WRITE-AUDIT.
006420     MOVE SPACES TO OP-AUDIT-RECORD.
006430     MOVE WS-TODAY TO OPA-AUDIT-DATE.
006440     ACCEPT WS-AUD-TIME FROM TIME.
006450     MOVE WS-AUD-TIME TO OPA-AUDIT-TIME.
006460     ADD 1 TO WS-AUDIT-SEQ.
006470     MOVE WS-AUDIT-SEQ TO OPA-AUDIT-SEQ.
006480     MOVE "ChgApproval" TO OPA-PROGRAM.
006490     MOVE PND-REQUESTER TO OPA-OPERATOR.
006500     MOVE APR-ACTION TO OPA-ACTION.
006510     MOVE PND-KEY TO OPA-KEY-DATA.
006520     MOVE PND-BEFORE-IMAGE TO OPA-BEFORE-IMAGE.
006530     MOVE PND-AFTER-IMAGE TO OPA-AFTER-IMAGE.
006540     MOVE APR-OPERATOR TO OPA-APPROVER.
006550     MOVE "N" TO WS-AUD-WRITTEN-SW.
006560     MOVE 0 TO WS-AUD-RETRY.
006570     PERFORM 0000-TRY-WRITE-AUDIT THRU 0000-TRY-WRITE-AUDIT-EXIT
006580         UNTIL WS-AUD-IS-WRITTEN
006590             OR WS-AUD-RETRY > WS-AUD-RETRY-MAX.
006600     IF NOT WS-AUD-IS-WRITTEN
006610         DISPLAY "OP-AUDIT WRITE FAILED, STATUS "
006620             WS-OPAUD-STATUS " - NO FURTHER DECISIONS TAKEN"
006630         MOVE "OP-AUDIT WRITE FAILED - RUN STOPPED"
006640             TO WS-NOT-TEXT
006650         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
006660         MOVE "Y" TO WS-OPAUD-FAIL-SW
006670         MOVE "Y" TO WS-TRANS-EOF-SW
006680     END-IF.
006690 0000-WRITE-AUDIT-EXIT.
006700     EXIT.
006710*
006720 0000-TRY-WRITE-AUDIT.
006730     ADD 1 TO WS-AUD-RETRY.
006740     WRITE OP-AUDIT-RECORD
006750         INVALID KEY
006760             ADD 1 TO WS-AUDIT-SEQ
006770             MOVE WS-AUDIT-SEQ TO OPA-AUDIT-SEQ
006780         NOT INVALID KEY
006790             MOVE "Y" TO WS-AUD-WRITTEN-SW
006800     END-WRITE.
006810 0000-TRY-WRITE-AUDIT-EXIT.
006820     EXIT.
