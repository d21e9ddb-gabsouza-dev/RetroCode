000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JobRegList.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. AS-OF LISTING OF THE JOB REGISTRY: *
000120*                 EVERY JOB AS IT STOOD ON THE DATE ON THE     *
000130*                 JRLPARM CARD (TODAY WHEN THE CARD IS MISSING *
000140*                 OR BLANK), TAKEN FROM THE JobRegSrv SERVICE, *
000150*                 WITH THE REGISTRY VERSION THE ENTRY CAME     *
000160*                 FROM, SO ANY PAST DAY'S CYCLE LISTS AND      *
000170*                 MANDATORY FLAGS CAN BE SEEN AS THEY WERE.    *
000180*--------------------------------------------------------------*
000190*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000240*
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT LIST-PARM-FILE ASSIGN "JRLPARM"
000280         ORGANIZATION IS SEQUENTIAL
000290         ACCESS MODE IS SEQUENTIAL
000300         FILE STATUS IS WS-PARM-STATUS.
000310     SELECT LIST-REPORT-FILE ASSIGN "JRLRPT"
000320         ORGANIZATION IS SEQUENTIAL
000330         ACCESS MODE IS SEQUENTIAL
000340         FILE STATUS IS WS-REPORT-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380*
000390*--------------------------------------------------------------*
000400* LIST-PARM-FILE - ONE OPTIONAL CARD: THE YYMMDD DATE THE      *
000410*                 REGISTRY IS LISTED AS OF. MISSING OR BLANK   *
000420*                 MEANS TODAY; ANYTHING ELSE NOT NUMERIC STOPS *
000430*                 THE LISTING.                                 *
000440*--------------------------------------------------------------*
000450 FD  LIST-PARM-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  LIST-PARM-RECORD.
000490     05  JRL-AS-OF-DATE          PIC X(06).
000500     05  JRL-AS-OF-NUM REDEFINES JRL-AS-OF-DATE
000510                                 PIC 9(06).
000520     05  FILLER                  PIC X(74).
000530*
000540*--------------------------------------------------------------*
000550* LIST-REPORT-FILE - THE PRINTED AS-OF REGISTRY LISTING.       *
000560*--------------------------------------------------------------*
000570 FD  LIST-REPORT-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  JRL-RECORD                  PIC X(080).
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640*--------------------------------------------------------------*
000650* FILE STATUS AND CONTROL SWITCHES                             *
000660*--------------------------------------------------------------*
000670 77  WS-PARM-STATUS              PIC X(02).
000680 77  WS-REPORT-STATUS            PIC X(02).
000690 77  WS-PARM-OPEN-SW             PIC X(01) VALUE "N".
000700     88  WS-PARM-WAS-OPENED          VALUE "Y".
000710 77  WS-PARM-BAD-SW              PIC X(01) VALUE "N".
000720     88  WS-PARM-IS-BAD              VALUE "Y".
000730 77  WS-LIST-FAIL-SW             PIC X(01) VALUE "N".
000740     88  WS-LIST-FAILED              VALUE "Y".
000750 77  WS-LIST-WARN-SW             PIC X(01) VALUE "N".
000760     88  WS-LIST-WARNED              VALUE "Y".
000770 77  WS-TODAY                    PIC 9(06).
000780 77  WS-AS-OF-DATE               PIC 9(06).
000790 77  WS-JRP-SUB                  PIC 9(02) COMP.
000800 77  WS-CYC-SUB                  PIC 9(02) COMP.
000810 77  WS-PRED-SUB                 PIC 9(02) COMP.
000820*
000830*--------------------------------------------------------------*
000840* JOB-REG-PARMS - PARAMETER AREA FOR THE JobRegSrv SERVICE.    *
000850*--------------------------------------------------------------*
000860     COPY JRGPRM01.
000870*
000880*--------------------------------------------------------------*
000890* REPORT LINE LAYOUTS                                          *
000900*--------------------------------------------------------------*
000910 01  WS-HEADER-LINE.
000920     05  FILLER                  PIC X(19)
000930             VALUE "JOB REGISTRY AS OF ".
000940     05  WS-HDR-AS-OF-OUT        PIC 9(06).
000950     05  FILLER                  PIC X(09) VALUE "  RUN ON ".
000960     05  WS-HDR-TODAY-OUT        PIC 9(06).
000970     05  FILLER                  PIC X(40) VALUE SPACES.
000980*
000990 01  WS-COLUMN-LINE.
001000     05  FILLER                  PIC X(27)
001010             VALUE "JOB      CYCLES            ".
001020     05  FILLER                  PIC X(27)
001030             VALUE "ACK FROM   TO     STATUS   ".
001040     05  FILLER                  PIC X(26)
001050             VALUE "TGT  VERSION              ".
001060*
001070 01  WS-ITEM-LINE.
001080     05  WS-ITM-JOB              PIC X(08).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  WS-ITM-CYCLE-LIST.
001110         10  WS-ITM-CYCLE-ITEM OCCURS 6 TIMES.
001120             15  WS-ITM-CYCLE    PIC X(02).
001130             15  FILLER          PIC X(01).
001140     05  WS-ITM-ACK              PIC X(03).
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  WS-ITM-EFF-FROM         PIC 9(06).
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  WS-ITM-EFF-TO           PIC 9(06).
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  WS-ITM-STATUS           PIC X(08).
001210     05  FILLER                  PIC X(01) VALUE SPACES.
001220     05  WS-ITM-TARGET-OUT       PIC ZZZ9.
001230     05  FILLER                  PIC X(01) VALUE SPACES.
001240     05  WS-ITM-VER-DATE         PIC X(06).
001250     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  WS-ITM-VER-ACTION       PIC X(08).
001270     05  FILLER                  PIC X(06) VALUE SPACES.
001280*
001290 01  WS-PRED-LINE.
001300     05  FILLER                  PIC X(23)
001310             VALUE "         PREDECESSORS: ".
001320     05  WS-PRL-PRED-ITEM OCCURS 3 TIMES.
001330         10  WS-PRL-PRED         PIC X(08).
001340         10  FILLER              PIC X(01).
001350     05  FILLER                  PIC X(30) VALUE SPACES.
001360*
001370 01  WS-NOTE-LINE.
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-NOT-TEXT             PIC X(60).
001400     05  FILLER                  PIC X(18) VALUE SPACES.
001410*
001420 01  WS-FOOTER-LINE.
001430     05  FILLER                  PIC X(24)
001440             VALUE "  JOBS ON THE REGISTRY: ".
001450     05  WS-FTR-JOBS-OUT         PIC Z9.
001460     05  FILLER                  PIC X(54) VALUE SPACES.
001470*
001480 PROCEDURE DIVISION.
001490*
001500*--------------------------------------------------------------*
001510* 0000-MAIN - TAKE THE AS-OF DATE, ASK JobRegSrv FOR THE       *
001520*            REGISTRY OF THAT DATE AND LIST IT. AN ANSWER THAT *
001530*            MAY NOT BE THE REGISTRY OF THE DATE (NO HISTORY,  *
001540*            OR MORE THAN THE SERVICE HOLDS) LEAVES RETURN     *
001550*            CODE 4; A BAD CARD, NO REGISTRY OR NO REPORT      *
001560*            LEAVES 8.                                         *
001570*--------------------------------------------------------------*
001580 0000-MAIN.
001590     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
001600     IF WS-REPORT-STATUS = "00" AND NOT WS-PARM-IS-BAD
001610         PERFORM 0000-LIST-REGISTRY THRU 0000-LIST-REGISTRY-EXIT
001620     END-IF.
001630     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
001640     IF WS-LIST-WARNED
001650         MOVE 4 TO RETURN-CODE
001660     END-IF.
001670     IF WS-REPORT-STATUS NOT = "00" OR WS-PARM-IS-BAD
001680             OR WS-LIST-FAILED
001690         MOVE 8 TO RETURN-CODE
001700     END-IF.
001710     STOP RUN.
001720*
001730*--------------------------------------------------------------*
001740* 0000-INITIALIZE - OPEN THE REPORT, TAKE THE AS-OF DATE AND   *
001750*                  PRINT THE HEADINGS.                         *
001760*--------------------------------------------------------------*
001770 0000-INITIALIZE.
001780     ACCEPT WS-TODAY FROM DATE.
001790     MOVE WS-TODAY TO WS-AS-OF-DATE.
001800     OPEN OUTPUT LIST-REPORT-FILE.
001810     IF WS-REPORT-STATUS NOT = "00"
001820         DISPLAY "LIST-REPORT-FILE OPEN FAILED, STATUS "
001830             WS-REPORT-STATUS " - NO LISTING"
001840         GO TO 0000-INITIALIZE-EXIT.
001850     PERFORM 0000-GET-PARM THRU 0000-GET-PARM-EXIT.
001860     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
001870     IF WS-PARM-IS-BAD
001880         DISPLAY "JRLPARM DATE NOT NUMERIC: " JRL-AS-OF-DATE
001890             " - NO LISTING"
001900         MOVE "AS-OF DATE CARD NOT NUMERIC - NO LISTING"
001910             TO WS-NOT-TEXT
001920         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
001930     END-IF.
001940 0000-INITIALIZE-EXIT.
001950     EXIT.
001960*
001970*--------------------------------------------------------------*
001980* 0000-GET-PARM - THE OPTIONAL AS-OF DATE CARD. NO CARD OR A   *
001990*                BLANK ONE KEEPS TODAY.                        *
002000*--------------------------------------------------------------*
002010 0000-GET-PARM.
002020     OPEN INPUT LIST-PARM-FILE.
002030     IF WS-PARM-STATUS NOT = "00"
002040         GO TO 0000-GET-PARM-EXIT.
002050     MOVE "Y" TO WS-PARM-OPEN-SW.
002060     READ LIST-PARM-FILE
002070         AT END
002080             GO TO 0000-GET-PARM-EXIT
002090     END-READ.
002100     IF JRL-AS-OF-DATE = SPACES
002110         GO TO 0000-GET-PARM-EXIT.
002120     IF JRL-AS-OF-DATE NOT NUMERIC
002130         MOVE "Y" TO WS-PARM-BAD-SW
002140         GO TO 0000-GET-PARM-EXIT.
002150     MOVE JRL-AS-OF-NUM TO WS-AS-OF-DATE.
002160 0000-GET-PARM-EXIT.
002170     EXIT.
002180*
002190*--------------------------------------------------------------*
002200* 0000-LIST-REGISTRY - ASK JobRegSrv FOR THE REGISTRY AS IT    *
002210*                     STOOD ON THE AS-OF DATE, NOTE ANY REASON *
002220*                     THE ANSWER MAY NOT BE THAT REGISTRY, AND *
002230*                     PRINT ONE ENTRY PER JOB.                 *
002240*--------------------------------------------------------------*
002250 0000-LIST-REGISTRY.
002260     MOVE WS-AS-OF-DATE TO JRP-AS-OF-DATE.
002270     CALL "JobRegSrv" USING JOB-REG-PARMS.
002280     IF JRP-REGISTRY-MISSING OR JRP-BAD-DATE
002290         DISPLAY "JobRegSrv RETURN CODE " JRP-RETURN-CODE
002300             " FILE STATUS " JRP-FILE-STATUS " - NO LISTING"
002310         MOVE "JOB REGISTRY UNAVAILABLE - NO LISTING"
002320             TO WS-NOT-TEXT
002330         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002340         MOVE "Y" TO WS-LIST-FAIL-SW
002350         GO TO 0000-LIST-REGISTRY-EXIT.
002360     IF JRP-HISTORY-MISSING
002370         MOVE "JOB HISTORY UNAVAILABLE - CURRENT REGISTRY LISTED"
002380             TO WS-NOT-TEXT
002390         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002400         MOVE "Y" TO WS-LIST-WARN-SW
002410     END-IF.
002420     IF JRP-TABLE-FULL
002430         MOVE "JOB REGISTRY TOO LARGE - LISTING INCOMPLETE"
002440             TO WS-NOT-TEXT
002450         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002460         MOVE "Y" TO WS-LIST-WARN-SW
002470     END-IF.
002480     MOVE WS-COLUMN-LINE TO JRL-RECORD.
002490     WRITE JRL-RECORD AFTER ADVANCING 2 LINES.
002500     IF JRP-JOB-COUNT = 0
002510         MOVE "NO JOBS WERE REGISTERED ON THE AS-OF DATE"
002520             TO WS-NOT-TEXT
002530         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002540         GO TO 0000-LIST-REGISTRY-EXIT.
002550     PERFORM 0000-LIST-ONE-JOB THRU 0000-LIST-ONE-JOB-EXIT
002560         VARYING WS-JRP-SUB FROM 1 BY 1
002570         UNTIL WS-JRP-SUB > JRP-JOB-COUNT.
002580 0000-LIST-REGISTRY-EXIT.
002590     EXIT.
002600*
002610*--------------------------------------------------------------*
002620* 0000-LIST-ONE-JOB - ONE ENTRY AS IT STOOD ON THE AS-OF DATE, *
002630*                    WITH THE DATE AND ACTION OF THE VERSION   *
002640*                    IT CAME FROM (CURRENT FOR AN ENTRY THAT   *
002650*                    HAS NOT CHANGED SINCE THE HISTORY BEGAN), *
002660*                    AND ITS PREDECESSORS WHEN IT HAS ANY.     *
002670*--------------------------------------------------------------*
002680 0000-LIST-ONE-JOB.
002690     MOVE JRP-JOB-NAME (WS-JRP-SUB) TO WS-ITM-JOB.
002700     MOVE SPACES TO WS-ITM-CYCLE-LIST.
002710     IF JRP-ALL-CYCLES (WS-JRP-SUB)
002720         MOVE "ALL" TO WS-ITM-CYCLE-LIST
002730     ELSE
002740         PERFORM 0000-MOVE-ONE-CYCLE THRU 0000-MOVE-ONE-CYCLE-EXIT
002750             VARYING WS-CYC-SUB FROM 1 BY 1
002760             UNTIL WS-CYC-SUB > 6
002770     END-IF.
002780     IF JRP-ACK-MANDATORY (WS-JRP-SUB)
002790         MOVE "YES" TO WS-ITM-ACK
002800     ELSE
002810         MOVE "NO" TO WS-ITM-ACK
002820     END-IF.
002830     MOVE JRP-EFF-FROM (WS-JRP-SUB) TO WS-ITM-EFF-FROM.
002840     MOVE JRP-EFF-TO (WS-JRP-SUB) TO WS-ITM-EFF-TO.
002850     IF JRP-IS-ACTIVE (WS-JRP-SUB)
002860         MOVE "ACTIVE" TO WS-ITM-STATUS
002870     ELSE
002880         MOVE "INACTIVE" TO WS-ITM-STATUS
002890     END-IF.
002900     MOVE JRP-TURN-TARGET (WS-JRP-SUB) TO WS-ITM-TARGET-OUT.
002910     IF JRP-VER-ACTION (WS-JRP-SUB) = SPACES
002920         MOVE SPACES TO WS-ITM-VER-DATE
002930         MOVE "CURRENT" TO WS-ITM-VER-ACTION
002940     ELSE
002950         MOVE JRP-VER-FROM (WS-JRP-SUB) TO WS-ITM-VER-DATE
002960         MOVE JRP-VER-ACTION (WS-JRP-SUB) TO WS-ITM-VER-ACTION
002970     END-IF.
002980     MOVE WS-ITEM-LINE TO JRL-RECORD.
002990     WRITE JRL-RECORD AFTER ADVANCING 1 LINE.
003000     IF JRP-PRED-LIST (WS-JRP-SUB) = SPACES
003010         GO TO 0000-LIST-ONE-JOB-EXIT.
003020     MOVE SPACES TO WS-PRL-PRED-ITEM (1)
003030                    WS-PRL-PRED-ITEM (2)
003040                    WS-PRL-PRED-ITEM (3).
003050     PERFORM 0000-MOVE-ONE-PRED THRU 0000-MOVE-ONE-PRED-EXIT
003060         VARYING WS-PRED-SUB FROM 1 BY 1
003070         UNTIL WS-PRED-SUB > 3.
003080     MOVE WS-PRED-LINE TO JRL-RECORD.
003090     WRITE JRL-RECORD AFTER ADVANCING 1 LINE.
003100 0000-LIST-ONE-JOB-EXIT.
003110     EXIT.
003120*
003130 0000-MOVE-ONE-CYCLE.
003140     MOVE JRP-CYCLE (WS-JRP-SUB WS-CYC-SUB)
003150         TO WS-ITM-CYCLE (WS-CYC-SUB).
003160 0000-MOVE-ONE-CYCLE-EXIT.
003170     EXIT.
003180*
003190 0000-MOVE-ONE-PRED.
003200     MOVE JRP-PRED-JOB (WS-JRP-SUB WS-PRED-SUB)
003210         TO WS-PRL-PRED (WS-PRED-SUB).
003220 0000-MOVE-ONE-PRED-EXIT.
003230     EXIT.
003240*
003250 0000-PRINT-HEADER.
003260     MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF-OUT.
003270     MOVE WS-TODAY TO WS-HDR-TODAY-OUT.
003280     MOVE WS-HEADER-LINE TO JRL-RECORD.
003290     WRITE JRL-RECORD AFTER ADVANCING PAGE.
003300 0000-PRINT-HEADER-EXIT.
003310     EXIT.
003320*
003330 0000-PRINT-NOTE.
003340     MOVE WS-NOTE-LINE TO JRL-RECORD.
003350     WRITE JRL-RECORD AFTER ADVANCING 1 LINE.
003360 0000-PRINT-NOTE-EXIT.
003370     EXIT.
003380*
003390 0000-PRINT-FOOTER.
003400     MOVE JRP-JOB-COUNT TO WS-FTR-JOBS-OUT.
003410     MOVE WS-FOOTER-LINE TO JRL-RECORD.
003420     WRITE JRL-RECORD AFTER ADVANCING 2 LINES.
003430 0000-PRINT-FOOTER-EXIT.
003440     EXIT.
003450*
003460*--------------------------------------------------------------*
003470* 0000-TERMINATE - PRINT THE JOB COUNT WHEN THE REGISTRY WAS   *
003480*                 LISTED AND CLOSE WHATEVER ACTUALLY OPENED.   *
003490*--------------------------------------------------------------*
003500 0000-TERMINATE.
003510     IF WS-REPORT-STATUS = "00" AND NOT WS-PARM-IS-BAD
003520             AND NOT WS-LIST-FAILED
003530         PERFORM 0000-PRINT-FOOTER THRU 0000-PRINT-FOOTER-EXIT
003540     END-IF.
003550     IF WS-PARM-WAS-OPENED
003560         CLOSE LIST-PARM-FILE
003570     END-IF.
003580     IF WS-REPORT-STATUS = "00"
003590         CLOSE LIST-REPORT-FILE
003600     END-IF.
003610 0000-TERMINATE-EXIT.
003620     EXIT.
