000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    JobRegSrv.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. CALLABLE JOB REGISTRY SERVICE.     *
000120*                 JobRegMaint REPLACES AND DELETES JOBREG      *
000130*                 ENTRIES IN PLACE, SO A PROGRAM JUDGING A     *
000140*                 PAST DATE USED TO JUDGE IT AGAINST TODAY'S   *
000150*                 CYCLE LISTS AND FLAGS. EVERY CHANGE IS NOW   *
000160*                 ALSO KEPT AS A DATED VERSION ON JOBHIST      *
000170*                 (JOBHST01), AND GIVEN A DATE THIS SERVICE    *
000180*                 RETURNS THE REGISTRY AS IT STOOD THAT DAY,   *
000190*                 SO RunReconcile, SuiteStatusReport,          *
000200*                 WarehouseExtract AND JobRegList ALL AGREE ON *
000210*                 WHICH JOBS WERE DUE. THE REGISTRY AND ITS    *
000220*                 HISTORY ARE LOADED ONCE ON THE FIRST CALL.   *
000230*                 PARAMETERS ARE IN THE JRGPRM01 COPYBOOK.     *
000240*--------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT JOB-REG-FILE ASSIGN "JOBREG"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS JRG-JOB-NAME
000370         FILE STATUS IS WS-JOBREG-STATUS.
000380     SELECT JOB-HIST-FILE ASSIGN "JOBHIST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS JHS-KEY
000420         FILE STATUS IS WS-JOBHIST-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000470*--------------------------------------------------------------*
000480* JOB-REG-FILE - THE KEYED DOWNSTREAM JOB REGISTRY AS IT IS    *
000490*                NOW (JOBREG01, MAINTAINED BY JobRegMaint).    *
000500*--------------------------------------------------------------*
000510 FD  JOB-REG-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540     COPY JOBREG01.
000550*
000560*--------------------------------------------------------------*
000570* JOB-HIST-FILE - THE KEYED REGISTRY HISTORY, ONE DATED        *
000580*                 VERSION PER CHANGE (JOBHST01), READ IN JOB,  *
000590*                 DATE AND SEQUENCE ORDER.                     *
000600*--------------------------------------------------------------*
000610 FD  JOB-HIST-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY JOBHST01.
000650*
000660 WORKING-STORAGE SECTION.
000670*
000680*--------------------------------------------------------------*
000690* FILE STATUS AND LOAD SWITCHES - THE FILES ARE READ ONCE, ON  *
000700* THE FIRST CALL OF THE RUN, AND WHAT THE LOAD FOUND IS        *
000710* REPORTED ON EVERY CALL AFTER THAT.                           *
000720*--------------------------------------------------------------*
000730 77  WS-JOBREG-STATUS            PIC X(02).
000740 77  WS-JOBHIST-STATUS           PIC X(02).
000750 77  WS-LOAD-EOF-SW              PIC X(01).
000760     88  WS-LOAD-EOF                 VALUE "Y".
000770 77  WS-LOADED-SW                PIC X(01) VALUE "N".
000780     88  WS-TABLES-ARE-LOADED        VALUE "Y".
000790 77  WS-REG-MISSING-SW           PIC X(01) VALUE "N".
000800     88  WS-REGISTRY-IS-MISSING      VALUE "Y".
000810 77  WS-HIST-MISSING-SW          PIC X(01) VALUE "N".
000820     88  WS-HISTORY-IS-MISSING       VALUE "Y".
000830 77  WS-LOAD-FULL-SW             PIC X(01) VALUE "N".
000840     88  WS-LOAD-WAS-FULL            VALUE "Y".
000850 77  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
000860 77  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
000870*
000880*--------------------------------------------------------------*
000890* REGISTRY IMAGE - EVERY JOBREG ENTRY AS IT IS NOW, IN JOB     *
000900* NAME ORDER.                                                  *
000910*--------------------------------------------------------------*
000920 77  WS-CUR-MAX                  PIC 9(03) COMP VALUE 50.
000930 77  WS-CUR-COUNT                PIC 9(03) COMP VALUE 0.
000940 77  WS-CUR-SUB                  PIC 9(03) COMP.
000950 01  WS-CUR-TABLE.
000960     05  WS-CUR-ENTRY OCCURS 50 TIMES.
000970         10  WS-CUR-IMAGE.
000980             15  WS-CUR-NAME     PIC X(08).
000990             15  FILLER          PIC X(72).
001000*
001010*--------------------------------------------------------------*
001020* HISTORY IMAGE - EVERY JOBHIST VERSION, IN JOB, DATE AND      *
001030* SEQUENCE ORDER, SO THE LAST VERSION OF A JOB DATED ON OR     *
001040* BEFORE THE REQUESTED DATE IS THE ONE IN FORCE ON IT.         *
001050*--------------------------------------------------------------*
001060 77  WS-VER-MAX                  PIC 9(03) COMP VALUE 500.
001070 77  WS-VER-COUNT                PIC 9(03) COMP VALUE 0.
001080 77  WS-VER-SUB                  PIC 9(03) COMP.
001090 01  WS-VER-TABLE.
001100     05  WS-VER-ENTRY OCCURS 500 TIMES.
001110         10  WS-VER-NAME         PIC X(08).
001120         10  WS-VER-FROM         PIC 9(06).
001130         10  WS-VER-ACTION       PIC X(08).
001140         10  WS-VER-IMAGE        PIC X(80).
001150*
001160*--------------------------------------------------------------*
001170* THE CURRENT CALL - THE NEXT JOB NAME FROM EACH TABLE, THE    *
001180* JOB BEING ANSWERED AND THE VERSION OF IT PICKED FOR THE      *
001190* DATE (ZERO WHEN NONE WAS YET IN FORCE).                      *
001200*--------------------------------------------------------------*
001210 77  WS-CUR-NEXT                 PIC X(08).
001220 77  WS-VER-NEXT                 PIC X(08).
001230 77  WS-MRG-JOB                  PIC X(08).
001240 77  WS-PICK-SUB                 PIC 9(03) COMP.
001250 77  WS-HAS-VER-SW               PIC X(01).
001260     88  WS-JOB-HAS-VERSIONS         VALUE "Y".
001270 77  WS-JOB-DONE-SW              PIC X(01).
001280     88  WS-JOB-DONE                 VALUE "Y".
001290 77  WS-RET-FULL-SW              PIC X(01).
001300     88  WS-RETURN-WAS-FULL          VALUE "Y".
001310*
001320 LINKAGE SECTION.
001330     COPY JRGPRM01.
001340*
001350 PROCEDURE DIVISION USING JOB-REG-PARMS.
001360*
001370*--------------------------------------------------------------*
001380* 0000-MAIN - MAKE SURE THE REGISTRY AND ITS HISTORY ARE       *
001390*            LOADED, THEN WALK THE TWO TOGETHER IN JOB-NAME    *
001400*            ORDER, HANDING BACK EACH JOB THAT WAS REGISTERED  *
001410*            ON THE DATE AS IT STOOD THAT DAY.                 *
001420*--------------------------------------------------------------*
001430 0000-MAIN.
001440     MOVE "00" TO JRP-RETURN-CODE.
001450     MOVE SPACES TO JRP-FILE-STATUS.
001460     MOVE 0 TO JRP-JOB-COUNT.
001470     MOVE SPACES TO JRP-JOB-TABLE.
001480     MOVE "N" TO WS-RET-FULL-SW.
001490     IF NOT WS-TABLES-ARE-LOADED
001500         PERFORM 0000-LOAD-REGISTRY THRU 0000-LOAD-REGISTRY-EXIT
001510         PERFORM 0000-LOAD-HISTORY THRU 0000-LOAD-HISTORY-EXIT
001520         MOVE "Y" TO WS-LOADED-SW
001530     END-IF.
001540     IF WS-REGISTRY-IS-MISSING
001550         MOVE "08" TO JRP-RETURN-CODE
001560         MOVE WS-REG-FILE-STATUS TO JRP-FILE-STATUS
001570         GO TO 0000-MAIN-EXIT.
001580     IF JRP-AS-OF-DATE NOT NUMERIC
001590         MOVE "10" TO JRP-RETURN-CODE
001600         GO TO 0000-MAIN-EXIT.
001610     MOVE 1 TO WS-CUR-SUB.
001620     MOVE 1 TO WS-VER-SUB.
001630     PERFORM 0000-MERGE-ONE-JOB THRU 0000-MERGE-ONE-JOB-EXIT
001640         UNTIL WS-CUR-SUB > WS-CUR-COUNT
001650             AND WS-VER-SUB > WS-VER-COUNT.
001660     IF WS-LOAD-WAS-FULL OR WS-RETURN-WAS-FULL
001670         MOVE "12" TO JRP-RETURN-CODE
001680         GO TO 0000-MAIN-EXIT.
001690     IF WS-HISTORY-IS-MISSING
001700         MOVE "04" TO JRP-RETURN-CODE
001710         MOVE WS-HIST-FILE-STATUS TO JRP-FILE-STATUS
001720     END-IF.
001730 0000-MAIN-EXIT.
001740     GOBACK.
001750*
001760*--------------------------------------------------------------*
001770* 0000-LOAD-REGISTRY - READ THE WHOLE REGISTRY INTO THE TABLE, *
001780*                     ONCE PER RUN. A REGISTRY THAT CANNOT BE  *
001790*                     OPENED IS REMEMBERED: WITHOUT IT NO      *
001800*                     DATE CAN BE ANSWERED.                    *
001810*--------------------------------------------------------------*
001820 0000-LOAD-REGISTRY.
001830     MOVE "N" TO WS-LOAD-EOF-SW.
001840     OPEN INPUT JOB-REG-FILE.
001850     IF WS-JOBREG-STATUS NOT = "00"
001860         MOVE "Y" TO WS-REG-MISSING-SW
001870         MOVE WS-JOBREG-STATUS TO WS-REG-FILE-STATUS
001880         GO TO 0000-LOAD-REGISTRY-EXIT.
001890     PERFORM 0000-LOAD-ONE-JOB THRU 0000-LOAD-ONE-JOB-EXIT
001900         UNTIL WS-LOAD-EOF.
001910     CLOSE JOB-REG-FILE.
001920 0000-LOAD-REGISTRY-EXIT.
001930     EXIT.
001940*
001950 0000-LOAD-ONE-JOB.
001960     READ JOB-REG-FILE NEXT RECORD
001970         AT END
001980             MOVE "Y" TO WS-LOAD-EOF-SW
001990             GO TO 0000-LOAD-ONE-JOB-EXIT
002000     END-READ.
002010     IF WS-CUR-COUNT >= WS-CUR-MAX
002020         MOVE "Y" TO WS-LOAD-FULL-SW
002030         MOVE "Y" TO WS-LOAD-EOF-SW
002040         GO TO 0000-LOAD-ONE-JOB-EXIT.
002050     ADD 1 TO WS-CUR-COUNT.
002060     MOVE JOB-REG-RECORD TO WS-CUR-IMAGE (WS-CUR-COUNT).
002070 0000-LOAD-ONE-JOB-EXIT.
002080     EXIT.
002090*
002100*--------------------------------------------------------------*
002110* 0000-LOAD-HISTORY - READ EVERY REGISTRY VERSION INTO THE     *
002120*                    TABLE, ONCE PER RUN. NO HISTORY FILE AT   *
002130*                    ALL (STATUS 35) ONLY MEANS NOTHING HAS    *
002140*                    CHANGED YET; ANY OTHER FAILURE TO OPEN IT *
002150*                    IS REMEMBERED, AND THE REGISTRY AS IT IS  *
002160*                    NOW STANDS IN FOR EVERY DATE.             *
002170*--------------------------------------------------------------*
002180 0000-LOAD-HISTORY.
002190     MOVE "N" TO WS-LOAD-EOF-SW.
002200     OPEN INPUT JOB-HIST-FILE.
002210     IF WS-JOBHIST-STATUS = "35"
002220         GO TO 0000-LOAD-HISTORY-EXIT.
002230     IF WS-JOBHIST-STATUS NOT = "00"
002240         MOVE "Y" TO WS-HIST-MISSING-SW
002250         MOVE WS-JOBHIST-STATUS TO WS-HIST-FILE-STATUS
002260         GO TO 0000-LOAD-HISTORY-EXIT.
002270     PERFORM 0000-LOAD-ONE-VERSION
002280         THRU 0000-LOAD-ONE-VERSION-EXIT
002290         UNTIL WS-LOAD-EOF.
002300     CLOSE JOB-HIST-FILE.
002310 0000-LOAD-HISTORY-EXIT.
002320     EXIT.
002330*
002340 0000-LOAD-ONE-VERSION.
002350     READ JOB-HIST-FILE NEXT RECORD
002360         AT END
002370             MOVE "Y" TO WS-LOAD-EOF-SW
002380             GO TO 0000-LOAD-ONE-VERSION-EXIT
002390     END-READ.
002400     IF WS-VER-COUNT >= WS-VER-MAX
002410         MOVE "Y" TO WS-LOAD-FULL-SW
002420         MOVE "Y" TO WS-LOAD-EOF-SW
002430         GO TO 0000-LOAD-ONE-VERSION-EXIT.
002440     ADD 1 TO WS-VER-COUNT.
002450     MOVE JHS-JOB-NAME TO WS-VER-NAME (WS-VER-COUNT).
002460     MOVE JHS-VER-FROM TO WS-VER-FROM (WS-VER-COUNT).
002470     MOVE JHS-ACTION TO WS-VER-ACTION (WS-VER-COUNT).
002480     MOVE JHS-ENTRY TO WS-VER-IMAGE (WS-VER-COUNT).
002490 0000-LOAD-ONE-VERSION-EXIT.
002500     EXIT.
002510*
002520*--------------------------------------------------------------*
002530* 0000-MERGE-ONE-JOB - TAKE THE LOWER OF THE NEXT REGISTRY AND *
002540*                     THE NEXT HISTORY JOB NAME. A JOB WITH    *
002550*                     VERSIONS IS ANSWERED FROM THE VERSION IN *
002560*                     FORCE ON THE DATE - NONE YET, OR A       *
002570*                     DELETE, MEANS IT WAS NOT REGISTERED      *
002580*                     THEN. A JOB WITH NO VERSIONS HAS NEVER   *
002590*                     CHANGED AND IS ANSWERED FROM JOBREG.     *
002600*--------------------------------------------------------------*
002610 0000-MERGE-ONE-JOB.
002620     IF WS-CUR-SUB > WS-CUR-COUNT
002630         MOVE HIGH-VALUES TO WS-CUR-NEXT
002640     ELSE
002650         MOVE WS-CUR-NAME (WS-CUR-SUB) TO WS-CUR-NEXT
002660     END-IF.
002670     IF WS-VER-SUB > WS-VER-COUNT
002680         MOVE HIGH-VALUES TO WS-VER-NEXT
002690     ELSE
002700         MOVE WS-VER-NAME (WS-VER-SUB) TO WS-VER-NEXT
002710     END-IF.
002720     IF WS-VER-NEXT < WS-CUR-NEXT
002730         MOVE WS-VER-NEXT TO WS-MRG-JOB
002740     ELSE
002750         MOVE WS-CUR-NEXT TO WS-MRG-JOB
002760     END-IF.
002770     MOVE 0 TO WS-PICK-SUB.
002780     MOVE "N" TO WS-HAS-VER-SW.
002790     IF WS-VER-NEXT = WS-MRG-JOB
002800         MOVE "Y" TO WS-HAS-VER-SW
002810         MOVE "N" TO WS-JOB-DONE-SW
002820         PERFORM 0000-PICK-VERSION THRU 0000-PICK-VERSION-EXIT
002830             UNTIL WS-JOB-DONE
002840     END-IF.
002850     IF WS-JOB-HAS-VERSIONS
002860         IF WS-PICK-SUB > 0
002870                 AND WS-VER-ACTION (WS-PICK-SUB) NOT = "DELETE"
002880             PERFORM 0000-RETURN-VERSION
002890                 THRU 0000-RETURN-VERSION-EXIT
002900         END-IF
002910     ELSE
002920         PERFORM 0000-RETURN-CURRENT THRU 0000-RETURN-CURRENT-EXIT
002930     END-IF.
002940     IF WS-CUR-NEXT = WS-MRG-JOB
002950         ADD 1 TO WS-CUR-SUB
002960     END-IF.
002970 0000-MERGE-ONE-JOB-EXIT.
002980     EXIT.
002990*
003000*--------------------------------------------------------------*
003010* 0000-PICK-VERSION - STEP PAST ONE VERSION OF THE JOB,        *
003020*                    REMEMBERING IT WHEN IT TOOK EFFECT ON OR  *
003030*                    BEFORE THE DATE. THE LAST ONE REMEMBERED  *
003040*                    IS THE ONE IN FORCE.                      *
003050*--------------------------------------------------------------*
003060 0000-PICK-VERSION.
003070     IF WS-VER-SUB > WS-VER-COUNT
003080         MOVE "Y" TO WS-JOB-DONE-SW
003090         GO TO 0000-PICK-VERSION-EXIT.
003100     IF WS-VER-NAME (WS-VER-SUB) NOT = WS-MRG-JOB
003110         MOVE "Y" TO WS-JOB-DONE-SW
003120         GO TO 0000-PICK-VERSION-EXIT.
003130     IF WS-VER-FROM (WS-VER-SUB) NOT > JRP-AS-OF-DATE
003140         MOVE WS-VER-SUB TO WS-PICK-SUB
003150     END-IF.
003160     ADD 1 TO WS-VER-SUB.
003170 0000-PICK-VERSION-EXIT.
003180     EXIT.
003190*
003200*--------------------------------------------------------------*
003210* 0000-RETURN-VERSION - HAND BACK THE PICKED VERSION OF THE    *
003220*                      JOB, WITH THE DATE AND ACTION OF THE    *
003230*                      CHANGE THAT MADE IT.                    *
003240*--------------------------------------------------------------*
003250 0000-RETURN-VERSION.
003260     IF JRP-JOB-COUNT >= 50
003270         MOVE "Y" TO WS-RET-FULL-SW
003280         GO TO 0000-RETURN-VERSION-EXIT.
003290     ADD 1 TO JRP-JOB-COUNT.
003300     MOVE WS-VER-IMAGE (WS-PICK-SUB) TO JRP-ENTRY (JRP-JOB-COUNT).
003310     MOVE WS-VER-FROM (WS-PICK-SUB)
003320         TO JRP-VER-FROM (JRP-JOB-COUNT).
003330     MOVE WS-VER-ACTION (WS-PICK-SUB)
003340         TO JRP-VER-ACTION (JRP-JOB-COUNT).
003350 0000-RETURN-VERSION-EXIT.
003360     EXIT.
003370*
003380*--------------------------------------------------------------*
003390* 0000-RETURN-CURRENT - HAND BACK A JOB THAT HAS NEVER CHANGED *
003400*                      AS IT IS ON JOBREG NOW.                 *
003410*--------------------------------------------------------------*
003420 0000-RETURN-CURRENT.
003430     IF JRP-JOB-COUNT >= 50
003440         MOVE "Y" TO WS-RET-FULL-SW
003450         GO TO 0000-RETURN-CURRENT-EXIT.
003460     ADD 1 TO JRP-JOB-COUNT.
003470     MOVE WS-CUR-IMAGE (WS-CUR-SUB) TO JRP-ENTRY (JRP-JOB-COUNT).
003480     MOVE ZERO TO JRP-VER-FROM (JRP-JOB-COUNT).
003490     MOVE SPACES TO JRP-VER-ACTION (JRP-JOB-COUNT).
003500 0000-RETURN-CURRENT-EXIT.
003510     EXIT.
