000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SeedRegBuild.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                         *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. ONE-TIME LOAD OF THE SEEDREG       *
000120*                 PERMANENT ISSUED-SEED REGISTER (SEEDRG01)    *
000130*                 FROM EVERY SEED ALREADY IN THE RUN HISTORY:  *
000140*                 ALL RUNLARCH GENERATIONS (THE JCL            *
000150*                 CONCATENATES THEM, OLDEST FIRST) AND THEN    *
000160*                 THE LIVE RUNLOG. THE FIRST RUN FOUND UNDER   *
000170*                 A SEED IS THE ONE REGISTERED; EVERY OTHER    *
000180*                 RUN UNDER THE SAME SEED IS A COLLISION       *
000190*                 ALREADY IN HISTORY, PRINTED ON THE BUILD     *
000200*                 REPORT AND COUNTED ON THE REGISTER ENTRY,    *
000205*                 WHICH ALSO KEEPS THE LATEST RUN COUNTED.     *
000210*                 THE REGISTER IS OPENED I-O, NEVER OUTPUT,    *
000220*                 SO A SECOND RUN ONLY ADDS WHAT IS MISSING    *
000230*                 - IT COUNTS NO COLLISION TWICE - AND CANNOT  *
000240*                 LOSE A SEED HelloWorld HAS REGISTERED IN THE *
000245*                 MEANTIME.                                    *
000250*--------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310*
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RUNLOG-ARCH-FILE ASSIGN "RUNLARCH"
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS MODE IS SEQUENTIAL
000370         FILE STATUS IS WS-RLARCH-STATUS.
000380     SELECT RUN-LOG-FILE ASSIGN "RUNLOG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RC-RANDOM-SEED
000420         ALTERNATE RECORD KEY IS RC-RUN-DATE
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-RUNLOG-STATUS.
000450     SELECT SEED-REG-FILE ASSIGN "SEEDREG"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SRG-RANDOM-SEED
000490         FILE STATUS IS WS-SEEDREG-STATUS.
000500     SELECT BUILD-REPORT-FILE ASSIGN "SRBRPT"
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580*--------------------------------------------------------------*
000590* RUNLOG-ARCH-FILE - THE RUN-LOG ARCHIVE RunLogPurge WRITES,   *
000600*                   EVERY GENERATION CONCATENATED BY           *
000610*                   THE JCL, IN THE RUNCTL01 LAYOUT WITH THE   *
000620*                   FIELDS RENAMED ARC-.                       *
000630*--------------------------------------------------------------*
000640 FD  RUNLOG-ARCH-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY RUNCTL01 REPLACING
000680         ==RUN-CONTROL-RECORD== BY ==RUNLOG-ARCH-RECORD==
000690         ==RC-RUN-DATE==        BY ==ARC-RUN-DATE==
000700         ==RC-RUN-TIME==        BY ==ARC-RUN-TIME==
000710         ==RC-RANDOM-SEED==     BY ==ARC-RANDOM-SEED==
000720         ==RC-CYCLE==           BY ==ARC-CYCLE==
000730         ==RC-OVERRIDE-SW==     BY ==ARC-OVERRIDE-SW==
000740         ==RC-IS-OVERRIDE==     BY ==ARC-IS-OVERRIDE==
000750         ==RC-CATCHUP-SW==      BY ==ARC-CATCHUP-SW==
000760         ==RC-IS-CATCHUP==      BY ==ARC-IS-CATCHUP==.
000770*
000780*--------------------------------------------------------------*
000790* RUN-LOG-FILE - THE LIVE KSDS, SHARED VIA RUNCTL01. READ      *
000800*                ONLY, IN SEED ORDER.                          *
000810*--------------------------------------------------------------*
000820 FD  RUN-LOG-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY RUNCTL01.
000860*
000870*--------------------------------------------------------------*
000880* SEED-REG-FILE - THE PERMANENT ISSUED-SEED REGISTER BEING     *
000890*                LOADED (SEEDRG01 LAYOUT).                     *
000900*--------------------------------------------------------------*
000910 FD  SEED-REG-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SEEDRG01.
000950*
000960*--------------------------------------------------------------*
000970* BUILD-REPORT-FILE - THE PRINTED BUILD REPORT: THE COLLISIONS *
000980*                    FOUND AND THE TOTALS FOR EACH SOURCE.     *
000990*--------------------------------------------------------------*
001000 FD  BUILD-REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  SRB-RECORD                  PIC X(080).
001040*
001050 WORKING-STORAGE SECTION.
001060*
001070*--------------------------------------------------------------*
001080* FILE STATUS AND CONTROL SWITCHES                             *
001090*--------------------------------------------------------------*
001100 77  WS-RLARCH-STATUS            PIC X(02).
001110 77  WS-RUNLOG-STATUS            PIC X(02).
001120 77  WS-SEEDREG-STATUS           PIC X(02).
001130 77  WS-REPORT-STATUS            PIC X(02).
001140 77  WS-SEEDREG-OPEN-SW          PIC X(01) VALUE "N".
001150     88  WS-SEEDREG-WAS-OPENED       VALUE "Y".
001160 77  WS-SEEDREG-FAIL-SW          PIC X(01) VALUE "N".
001170     88  WS-SEEDREG-FAILED           VALUE "Y".
001180 77  WS-SOURCE-MISSING-SW        PIC X(01) VALUE "N".
001190     88  WS-SOURCE-WAS-MISSING       VALUE "Y".
001200 77  WS-RLARCH-EOF-SW            PIC X(01).
001210     88  WS-RLARCH-EOF               VALUE "Y".
001220 77  WS-RUNLOG-EOF-SW            PIC X(01).
001230     88  WS-RUNLOG-EOF               VALUE "Y".
001240 77  WS-COL-HEAD-SW              PIC X(01) VALUE "N".
001250     88  WS-COL-HEAD-PRINTED         VALUE "Y".
001260 77  WS-TODAY                    PIC 9(06).
001270 77  WS-NOW-TIME                 PIC 9(06).
001280*
001290*--------------------------------------------------------------*
001300* THE RUN BEING LOADED - SET FROM WHICHEVER SOURCE IS BEING    *
001310* READ, SO 0000-LOAD-SEED HANDLES BOTH THE SAME WAY.           *
001313* WS-CAND-RUN IS LAID OUT AS SRG-LAST-DUP SO THE TWO COMPARE   *
001316* DIRECTLY.                                                    *
001320*--------------------------------------------------------------*
001330 77  WS-CAND-SEED                PIC 9(06).
001370 77  WS-CAND-SOURCE              PIC X(08).
001372 01  WS-CAND-RUN.
001374     05  WS-CAND-DATE            PIC 9(06).
001376     05  WS-CAND-TIME            PIC 9(06).
001378     05  WS-CAND-CYCLE           PIC 9(02).
001380*
001390*--------------------------------------------------------------*
001400* TOTALS - ONE SET PER SOURCE, CLEARED BEFORE EACH, AND THE    *
001410* COLLISIONS FOR THE WHOLE RUN.                                *
001420*--------------------------------------------------------------*
001430 77  WS-SRC-READ                 PIC 9(07) COMP.
001440 77  WS-SRC-LOADED               PIC 9(07) COMP.
001450 77  WS-SRC-ON-FILE              PIC 9(07) COMP.
001460 77  WS-SRC-COLLIDED             PIC 9(07) COMP.
001470 77  WS-COLLISION-COUNT          PIC 9(07) COMP VALUE 0.
001480*
001490*--------------------------------------------------------------*
001500* REPORT LINE LAYOUTS                                          *
001510*--------------------------------------------------------------*
001520 01  WS-HEADER-LINE.
001530     05  FILLER                  PIC X(28)
001540             VALUE "ISSUED-SEED REGISTER BUILD -".
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  WS-HDR-DATE-OUT         PIC 9(06).
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  WS-HDR-TIME-OUT         PIC 9(06).
001590     05  FILLER                  PIC X(38) VALUE SPACES.
001600*
001610 01  WS-COL-HEAD-LINE.
001617     05  FILLER                  PIC X(27)
001624             VALUE "  COLLISIONS IN HISTORY - ".
001631     05  FILLER                  PIC X(27)
001638             VALUE "SEED, REGISTERED RUN, OTHER".
001645     05  FILLER                  PIC X(26)
001652             VALUE " RUN UNDER THE SAME SEED  ".
001660*
001670 01  WS-COLLISION-LINE.
001680     05  FILLER                  PIC X(07) VALUE "  SEED ".
001690     05  WS-COL-SEED             PIC 9(06).
001700     05  FILLER                  PIC X(07) VALUE " FIRST ".
001710     05  WS-COL-REG-DATE         PIC 9(06).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  WS-COL-REG-TIME         PIC 9(06).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  WS-COL-REG-CYCLE        PIC 9(02).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  WS-COL-REG-SOURCE       PIC X(08).
001780     05  FILLER                  PIC X(06) VALUE " ALSO ".
001790     05  WS-COL-DATE             PIC 9(06).
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  WS-COL-TIME             PIC 9(06).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  WS-COL-CYCLE            PIC 9(02).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  WS-COL-SOURCE           PIC X(08).
001860     05  FILLER                  PIC X(04) VALUE SPACES.
001870*
001880 01  WS-TOTALS-LINE.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-TOT-SOURCE           PIC X(08).
001910     05  FILLER                  PIC X(06) VALUE " READ ".
001920     05  WS-TOT-READ             PIC ZZZZ9.
001930     05  FILLER                  PIC X(13)
001940             VALUE "  REGISTERED ".
001950     05  WS-TOT-LOADED           PIC ZZZZ9.
001960     05  FILLER                  PIC X(18)
001970             VALUE "  ALREADY ON FILE ".
001980     05  WS-TOT-ON-FILE          PIC ZZZZ9.
001990     05  FILLER                  PIC X(13)
002000             VALUE "  COLLISIONS ".
002010     05  WS-TOT-COLLIDED         PIC ZZZZ9.
002020*
002030 01  WS-NOTE-LINE.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  WS-NOT-TEXT             PIC X(60).
002060     05  FILLER                  PIC X(18) VALUE SPACES.
002070*
002080 PROCEDURE DIVISION.
002090*
002100*--------------------------------------------------------------*
002110* 0000-MAIN - OPEN THE REGISTER, LOAD THE ARCHIVE GENERATIONS  *
002120*            AND THEN THE LIVE RUN-LOG, AND PRINT THE TOTALS.  *
002130*            COLLISIONS OR A MISSING SOURCE LEAVE RETURN CODE  *
002140*            4; A REGISTER OR REPORT FAILURE LEAVES 8.         *
002150*--------------------------------------------------------------*
002160 0000-MAIN.
002170     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
002180     IF WS-SEEDREG-WAS-OPENED
002190         PERFORM 0000-LOAD-ARCHIVE THRU 0000-LOAD-ARCHIVE-EXIT
002200     END-IF.
002210     IF WS-SEEDREG-WAS-OPENED AND NOT WS-SEEDREG-FAILED
002220         PERFORM 0000-LOAD-RUNLOG THRU 0000-LOAD-RUNLOG-EXIT
002230     END-IF.
002240     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
002250     IF WS-COLLISION-COUNT > 0 OR WS-SOURCE-WAS-MISSING
002260         MOVE 4 TO RETURN-CODE
002270     END-IF.
002280     IF WS-REPORT-STATUS NOT = "00" OR WS-SEEDREG-FAILED
002290             OR NOT WS-SEEDREG-WAS-OPENED
002300         MOVE 8 TO RETURN-CODE
002310     END-IF.
002320     STOP RUN.
002330*
002340*--------------------------------------------------------------*
002350* 0000-INITIALIZE - OPEN THE REPORT AND THE REGISTER, CREATING *
002360*                  THE REGISTER KSDS THE FIRST TIME. WITHOUT   *
002370*                  ITS REPORT THE BUILD DOES NOT RUN - THE     *
002380*                  COLLISIONS WOULD GO UNRECORDED.             *
002390*--------------------------------------------------------------*
002400 0000-INITIALIZE.
002410     ACCEPT WS-TODAY FROM DATE.
002420     ACCEPT WS-NOW-TIME FROM TIME.
002430     OPEN OUTPUT BUILD-REPORT-FILE.
002440     IF WS-REPORT-STATUS NOT = "00"
002450         DISPLAY "BUILD-REPORT-FILE OPEN FAILED, STATUS "
002460             WS-REPORT-STATUS " - NOTHING LOADED"
002470         GO TO 0000-INITIALIZE-EXIT.
002480     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
002490     OPEN I-O SEED-REG-FILE.
002500     IF WS-SEEDREG-STATUS = "35"
002510         OPEN OUTPUT SEED-REG-FILE
002520         CLOSE SEED-REG-FILE
002530         OPEN I-O SEED-REG-FILE
002540     END-IF.
002550     IF WS-SEEDREG-STATUS NOT = "00"
002560         DISPLAY "SEED-REG-FILE OPEN FAILED, STATUS "
002570             WS-SEEDREG-STATUS " - NOTHING LOADED"
002580         MOVE "SEED-REG-FILE UNAVAILABLE - NOTHING LOADED"
002590             TO WS-NOT-TEXT
002600         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002610         GO TO 0000-INITIALIZE-EXIT.
002620     MOVE "Y" TO WS-SEEDREG-OPEN-SW.
002630 0000-INITIALIZE-EXIT.
002640     EXIT.
002650*
002660*--------------------------------------------------------------*
002670* 0000-LOAD-ARCHIVE - EVERY RUN IN EVERY ARCHIVE GENERATION.   *
002680*                    THE ARCHIVE IS LOADED FIRST SO A SEED IS  *
002690*                    REGISTERED TO THE OLDEST RUN THAT HAD IT. *
002700*--------------------------------------------------------------*
002710 0000-LOAD-ARCHIVE.
002720     PERFORM 0000-CLEAR-TOTALS THRU 0000-CLEAR-TOTALS-EXIT.
002730     MOVE "RUNLARCH" TO WS-CAND-SOURCE.
002740     OPEN INPUT RUNLOG-ARCH-FILE.
002750     IF WS-RLARCH-STATUS NOT = "00"
002760         MOVE "RUNLOG-ARCH-FILE UNAVAILABLE - NO ARCHIVED SEEDS"
002770             TO WS-NOT-TEXT
002780         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002790         MOVE "Y" TO WS-SOURCE-MISSING-SW
002800         GO TO 0000-LOAD-ARCHIVE-EXIT.
002810     MOVE "N" TO WS-RLARCH-EOF-SW.
002820     PERFORM 0000-LOAD-ONE-ARCHIVED
002830         THRU 0000-LOAD-ONE-ARCHIVED-EXIT
002840         UNTIL WS-RLARCH-EOF OR WS-SEEDREG-FAILED.
002850     CLOSE RUNLOG-ARCH-FILE.
002860     PERFORM 0000-PRINT-TOTALS THRU 0000-PRINT-TOTALS-EXIT.
002870 0000-LOAD-ARCHIVE-EXIT.
002880     EXIT.
002890*
002900 0000-LOAD-ONE-ARCHIVED.
002910     READ RUNLOG-ARCH-FILE
002920         AT END
002930             MOVE "Y" TO WS-RLARCH-EOF-SW
002940             GO TO 0000-LOAD-ONE-ARCHIVED-EXIT
002950     END-READ.
002960     MOVE ARC-RANDOM-SEED TO WS-CAND-SEED.
002970     MOVE ARC-RUN-DATE TO WS-CAND-DATE.
002980     MOVE ARC-RUN-TIME TO WS-CAND-TIME.
002990     MOVE ARC-CYCLE TO WS-CAND-CYCLE.
003000     PERFORM 0000-LOAD-SEED THRU 0000-LOAD-SEED-EXIT.
003010 0000-LOAD-ONE-ARCHIVED-EXIT.
003020     EXIT.
003030*
003040*--------------------------------------------------------------*
003050* 0000-LOAD-RUNLOG - EVERY RUN STILL ON THE LIVE RUN-LOG, IN   *
003060*                   SEED ORDER.                                *
003070*--------------------------------------------------------------*
003080 0000-LOAD-RUNLOG.
003090     PERFORM 0000-CLEAR-TOTALS THRU 0000-CLEAR-TOTALS-EXIT.
003100     MOVE "RUNLOG" TO WS-CAND-SOURCE.
003110     OPEN INPUT RUN-LOG-FILE.
003120     IF WS-RUNLOG-STATUS NOT = "00"
003130         MOVE "RUN-LOG-FILE UNAVAILABLE - NO LIVE SEEDS"
003140             TO WS-NOT-TEXT
003150         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003160         MOVE "Y" TO WS-SOURCE-MISSING-SW
003170         GO TO 0000-LOAD-RUNLOG-EXIT.
003180     MOVE "N" TO WS-RUNLOG-EOF-SW.
003190     MOVE ZERO TO RC-RANDOM-SEED.
003200     START RUN-LOG-FILE
003210         KEY IS NOT LESS THAN RC-RANDOM-SEED
003220         INVALID KEY
003230             MOVE "Y" TO WS-RUNLOG-EOF-SW
003240     END-START.
003250     PERFORM 0000-LOAD-ONE-RUNLOG
003260         THRU 0000-LOAD-ONE-RUNLOG-EXIT
003270         UNTIL WS-RUNLOG-EOF OR WS-SEEDREG-FAILED.
003280     CLOSE RUN-LOG-FILE.
003290     PERFORM 0000-PRINT-TOTALS THRU 0000-PRINT-TOTALS-EXIT.
003300 0000-LOAD-RUNLOG-EXIT.
003310     EXIT.
003320*
003330 0000-LOAD-ONE-RUNLOG.
003340     READ RUN-LOG-FILE NEXT RECORD
003350         AT END
003360             MOVE "Y" TO WS-RUNLOG-EOF-SW
003370             GO TO 0000-LOAD-ONE-RUNLOG-EXIT
003380     END-READ.
003390     MOVE RC-RANDOM-SEED TO WS-CAND-SEED.
003400     MOVE RC-RUN-DATE TO WS-CAND-DATE.
003410     MOVE RC-RUN-TIME TO WS-CAND-TIME.
003420     MOVE RC-CYCLE TO WS-CAND-CYCLE.
003430     PERFORM 0000-LOAD-SEED THRU 0000-LOAD-SEED-EXIT.
003440 0000-LOAD-ONE-RUNLOG-EXIT.
003450     EXIT.
003460*
003470*--------------------------------------------------------------*
003480* 0000-LOAD-SEED - REGISTER THE CANDIDATE RUN'S SEED. A SEED   *
003490*                 ALREADY ON THE REGISTER FOR THE SAME RUN (A  *
003500*                 RERUN OF THIS BUILD, A RUN HelloWorld        *
003510*                 REGISTERED ITSELF, OR A RUN ArchRetrieve     *
003520*                 RELOADED SO IT SITS IN BOTH SOURCES) IS      *
003530*                 SIMPLY ALREADY ON FILE. ONE REGISTERED TO A  *
003540*                 DIFFERENT RUN IS A COLLISION ALREADY IN      *
003550*                 HISTORY: IT IS PRINTED AND COUNTED ON THE    *
003560*                 REGISTER ENTRY, WHICH KEEPS THE FIRST RUN    *
003561*                 AND THE LATEST COLLISION COUNTED. THE        *
003562*                 SOURCES ARE READ OLDEST FIRST, SO A          *
003563*                 COLLISION NO LATER THAN THAT ONE WAS COUNTED *
003564*                 BY AN EARLIER BUILD (OR IS A RELOADED COPY)  *
003565*                 AND IS ONLY ALREADY ON FILE.                 *
003570*--------------------------------------------------------------*
003580 0000-LOAD-SEED.
003590     ADD 1 TO WS-SRC-READ.
003600     MOVE SPACES TO SEED-REGISTER-RECORD.
003610     MOVE WS-CAND-SEED TO SRG-RANDOM-SEED.
003620     MOVE WS-CAND-DATE TO SRG-RUN-DATE.
003630     MOVE WS-CAND-TIME TO SRG-RUN-TIME.
003640     MOVE WS-CAND-CYCLE TO SRG-CYCLE.
003650     MOVE WS-CAND-SOURCE TO SRG-SOURCE.
003660     MOVE WS-TODAY TO SRG-REGISTERED-DATE.
003670     MOVE WS-NOW-TIME TO SRG-REGISTERED-TIME.
003680     MOVE ZERO TO SRG-HIST-DUP-COUNT.
003690     WRITE SEED-REGISTER-RECORD
003700         INVALID KEY
003710             CONTINUE
003720         NOT INVALID KEY
003730             ADD 1 TO WS-SRC-LOADED
003740             GO TO 0000-LOAD-SEED-EXIT
003750     END-WRITE.
003760     IF WS-SEEDREG-STATUS = "22"
003770         READ SEED-REG-FILE
003780             INVALID KEY
003790                 CONTINUE
003800         END-READ
003810     END-IF.
003820     IF WS-SEEDREG-STATUS NOT = "00"
003830         DISPLAY "SEED-REG-FILE WRITE FAILED, STATUS "
003840             WS-SEEDREG-STATUS " FOR SEED " WS-CAND-SEED
003850         MOVE "SEED-REG-FILE WRITE FAILED - BUILD STOPPED"
003860             TO WS-NOT-TEXT
003870         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
003880         MOVE "Y" TO WS-SEEDREG-FAIL-SW
003890         GO TO 0000-LOAD-SEED-EXIT.
003900     IF SRG-RUN-DATE = WS-CAND-DATE
003910             AND SRG-RUN-TIME = WS-CAND-TIME
003920             AND SRG-CYCLE = WS-CAND-CYCLE
003930         ADD 1 TO WS-SRC-ON-FILE
003940         GO TO 0000-LOAD-SEED-EXIT.
003942     IF SRG-LAST-DUP NUMERIC
003944             AND WS-CAND-RUN NOT > SRG-LAST-DUP
003946         ADD 1 TO WS-SRC-ON-FILE
003948         GO TO 0000-LOAD-SEED-EXIT.
003950     ADD 1 TO WS-SRC-COLLIDED.
003960     ADD 1 TO WS-COLLISION-COUNT.
003970     PERFORM 0000-PRINT-COLLISION THRU 0000-PRINT-COLLISION-EXIT.
003980     IF SRG-HIST-DUP-COUNT NOT NUMERIC
003990         MOVE ZERO TO SRG-HIST-DUP-COUNT
004000     END-IF.
004010     IF SRG-HIST-DUP-COUNT < 999
004020         ADD 1 TO SRG-HIST-DUP-COUNT
004030     END-IF.
004035     MOVE WS-CAND-RUN TO SRG-LAST-DUP.
004040     REWRITE SEED-REGISTER-RECORD
004050         INVALID KEY
004060             DISPLAY "SEED-REG-FILE REWRITE FAILED, STATUS "
004070                 WS-SEEDREG-STATUS " FOR SEED " WS-CAND-SEED
004080     END-REWRITE.
004090 0000-LOAD-SEED-EXIT.
004100     EXIT.
004110*
004120 0000-CLEAR-TOTALS.
004130     MOVE ZERO TO WS-SRC-READ.
004140     MOVE ZERO TO WS-SRC-LOADED.
004150     MOVE ZERO TO WS-SRC-ON-FILE.
004160     MOVE ZERO TO WS-SRC-COLLIDED.
004170 0000-CLEAR-TOTALS-EXIT.
004180     EXIT.
004190*
004200 0000-PRINT-HEADER.
004210     MOVE WS-TODAY TO WS-HDR-DATE-OUT.
004220     MOVE WS-NOW-TIME TO WS-HDR-TIME-OUT.
004230     MOVE WS-HEADER-LINE TO SRB-RECORD.
004240     WRITE SRB-RECORD AFTER ADVANCING PAGE.
004250 0000-PRINT-HEADER-EXIT.
004260     EXIT.
004270*
004280*--------------------------------------------------------------*
004290* 0000-PRINT-COLLISION - THE SEED, THE RUN ON THE REGISTER AND *
004300*                       THE OTHER RUN FOUND UNDER IT, WITH A   *
004310*                       HEADING BEFORE THE FIRST ONE.          *
004320*--------------------------------------------------------------*
004330 0000-PRINT-COLLISION.
004340     IF NOT WS-COL-HEAD-PRINTED
004350         MOVE WS-COL-HEAD-LINE TO SRB-RECORD
004360         WRITE SRB-RECORD AFTER ADVANCING 2 LINES
004370         MOVE "Y" TO WS-COL-HEAD-SW
004380     END-IF.
004390     MOVE WS-CAND-SEED TO WS-COL-SEED.
004400     MOVE SRG-RUN-DATE TO WS-COL-REG-DATE.
004410     MOVE SRG-RUN-TIME TO WS-COL-REG-TIME.
004420     MOVE SRG-CYCLE TO WS-COL-REG-CYCLE.
004430     MOVE SRG-SOURCE TO WS-COL-REG-SOURCE.
004440     MOVE WS-CAND-DATE TO WS-COL-DATE.
004450     MOVE WS-CAND-TIME TO WS-COL-TIME.
004460     MOVE WS-CAND-CYCLE TO WS-COL-CYCLE.
004470     MOVE WS-CAND-SOURCE TO WS-COL-SOURCE.
004480     MOVE WS-COLLISION-LINE TO SRB-RECORD.
004490     WRITE SRB-RECORD AFTER ADVANCING 1 LINE.
004500 0000-PRINT-COLLISION-EXIT.
004510     EXIT.
004520*
004530 0000-PRINT-TOTALS.
004540     MOVE WS-CAND-SOURCE TO WS-TOT-SOURCE.
004550     MOVE WS-SRC-READ TO WS-TOT-READ.
004560     MOVE WS-SRC-LOADED TO WS-TOT-LOADED.
004570     MOVE WS-SRC-ON-FILE TO WS-TOT-ON-FILE.
004580     MOVE WS-SRC-COLLIDED TO WS-TOT-COLLIDED.
004590     MOVE WS-TOTALS-LINE TO SRB-RECORD.
004600     WRITE SRB-RECORD AFTER ADVANCING 2 LINES.
004610 0000-PRINT-TOTALS-EXIT.
004620     EXIT.
004630*
004640 0000-PRINT-NOTE.
004650     MOVE WS-NOTE-LINE TO SRB-RECORD.
004660     WRITE SRB-RECORD AFTER ADVANCING 1 LINE.
004670 0000-PRINT-NOTE-EXIT.
004680     EXIT.
004690*
004700*--------------------------------------------------------------*
004710* 0000-TERMINATE - SAY WHETHER THE HISTORY WAS CLEAN AND CLOSE *
004720*                 WHATEVER ACTUALLY OPENED.                    *
004730*--------------------------------------------------------------*
004740 0000-TERMINATE.
004750     IF WS-SEEDREG-WAS-OPENED AND WS-COLLISION-COUNT = 0
004760         MOVE "NO COLLISIONS FOUND IN THE RUN HISTORY"
004770             TO WS-NOT-TEXT
004780         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004790     END-IF.
004800     IF WS-SEEDREG-WAS-OPENED
004810         CLOSE SEED-REG-FILE
004820     END-IF.
004830     IF WS-REPORT-STATUS = "00"
004840         CLOSE BUILD-REPORT-FILE
004850     END-IF.
004860 0000-TERMINATE-EXIT.
004870     EXIT.
