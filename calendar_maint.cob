000225*                 OPERATOR IS REJECTED, AND A RUN THAT        *
000226*                 CANNOT OPEN THE AUDIT FILE APPLIES NO        *
000227*                 MAINTENANCE AT ALL.                          *
000228* 2026-10-15 RC   TWO-PERSON CONTROL. A CARD NO LONGER CHANGES *
000229*                 THE CALENDAR WHEN IT IS READ: IT MUST CARRY  *
000230*                 A REASON AND IS QUEUED ON THE PENDCHG        *
000231*                 APPROVAL FILE (PNDCHG01) WITH BEFORE/AFTER   *
000232*                 IMAGES. EACH RUN FIRST REPLAYS THE CHANGES A *
000233*                 SECOND OPERATOR HAS APPROVED THROUGH THE     *
000234*                 SAME EDITS AS BEFORE, THEN QUEUES THE NEW    *
000235*                 CARDS. OPAUDIT NOW ALSO NAMES THE APPROVER.  *
000236*                 THE APPROVED CHANGES ARE REPLAYED EVEN ON A  *
000237*                 RUN WITH NO TRANSACTION FILE.                *
000228*--------------------------------------------------------------*
000229*
000230 ENVIRONMENT DIVISION.
000415         ACCESS MODE IS DYNAMIC
000416         RECORD KEY IS OPA-KEY
000417         FILE STATUS IS WS-OPAUD-STATUS.
000418     SELECT PENDING-CHANGE-FILE ASSIGN "PENDCHG"
000419         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000421         RECORD KEY IS PND-KEY
000422         FILE STATUS IS WS-PEND-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000500*                     ID IT MAINTAINS (BLANK MEANS STD), THE   *
000510*                     DATE IT APPLIES TO, AND (REPLACE ONLY)   *
000512*                     THE NEW DATE THAT SUPERSEDES THE OLD.    *
000514*                     EVERY CARD CARRIES ITS OPERATOR AND THE  *
000516*                     REASON FOR THE CHANGE, AND IS QUEUED FOR *
000518*                     A SECOND OPERATOR'S APPROVAL.            *
000520*--------------------------------------------------------------*
000530 FD  HOLIDAY-TRANS-FILE
000540     RECORDING MODE IS F
000674     05  HTR-NAME                PIC X(20).
000676     05  FILLER                  PIC X(01).
000678     05  HTR-OPERATOR            PIC X(08).
000680     05  FILLER                  PIC X(01).
000686     05  HTR-REASON              PIC X(22).
000690*
000700*--------------------------------------------------------------*
000710* HOLIDAY-FILE - THE BUSINESS CALENDARS OF CLOSED DATES THE    *
000937     RECORDING MODE IS F
000938     LABEL RECORDS ARE STANDARD.
000939     COPY OPAUD01.
000940*
000941*--------------------------------------------------------------*
000942* PENDING-CHANGE-FILE - THE SHARED KEYED TWO-PERSON APPROVAL   *
000943*                      QUEUE (PNDCHG01): NEW CARDS ARE QUEUED  *
000944*                      HERE, AND APPROVED ONES READ BACK AND   *
000945*                      MARKED APPLIED OR FAILED.               *
000946*--------------------------------------------------------------*
000947 FD  PENDING-CHANGE-FILE
000948     RECORDING MODE IS F
000949     LABEL RECORDS ARE STANDARD.
000950     COPY PNDCHG01.
000941*
000942 WORKING-STORAGE SECTION.
000950*
001127     05  FILLER                  PIC X(01).
001128     05  WS-AIM-NAME             PIC X(20).
001129     05  FILLER                  PIC X(08).
001130*
001131*--------------------------------------------------------------*
001132* APPROVAL QUEUE WORK FIELDS. APPROVED CHANGES ARE REPLAYED    *
001133* AGAINST THE IN-CORE TABLE FIRST; EACH ONE'S KEY AND OUTCOME  *
001134* IS HELD IN WS-DONE-TABLE AND ONLY MARKED ON THE QUEUE ONCE   *
001135* THE CALENDAR HAS BEEN REWRITTEN, SO AN ABANDONED REWRITE     *
001136* LEAVES THEM APPROVED FOR THE NEXT RUN TO TRY AGAIN.          *
001137*--------------------------------------------------------------*
001138 77  WS-PEND-STATUS              PIC X(02).
001139 77  WS-PEND-OPEN-SW             PIC X(01) VALUE "N".
001140     88  WS-PEND-WAS-OPENED          VALUE "Y".
001141 77  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001142     88  WS-PEND-EOF                 VALUE "Y".
001143 77  WS-PEND-SEQ                 PIC 9(03) VALUE 0.
001144 77  WS-PEND-WRITTEN-SW          PIC X(01).
001145     88  WS-PEND-IS-WRITTEN          VALUE "Y".
001146 77  WS-PEND-RETRY               PIC 9(02) COMP.
001147 77  WS-PEND-TIME                PIC 9(06).
001148 77  WS-CAL-REWRITTEN-SW         PIC X(01) VALUE "N".
001149     88  WS-CAL-WAS-REWRITTEN        VALUE "Y".
001150 77  WS-APPLY-APPROVER           PIC X(08) VALUE SPACES.
001151 77  WS-DONE-MAX                 PIC 9(04) COMP VALUE 100.
001152 77  WS-DONE-COUNT               PIC 9(04) COMP VALUE 0.
001153 77  WS-DONE-SUB                 PIC 9(04) COMP.
001154 01  WS-DONE-TABLE.
001155     05  WS-DONE-ENTRY OCCURS 100 TIMES.
001156         10  WS-DONE-KEY         PIC X(15).
001157         10  WS-DONE-STATUS      PIC X(01).
001158         10  WS-DONE-RESULT      PIC X(40).
001159 01  WS-PEND-BEFORE              PIC X(80).
001160 01  WS-PEND-AFTER               PIC X(80).
001161 01  WS-QUEUED-REASON.
001162     05  FILLER                  PIC X(17)
001163             VALUE "AWAITING APPROVAL".
001164     05  FILLER                  PIC X(01) VALUE SPACES.
001165     05  WS-QRS-CHANGE-ID        PIC X(15).
001166     05  FILLER                  PIC X(07) VALUE SPACES.
001133*
001134*--------------------------------------------------------------*
001135* IN-CORE IMAGE OF THE CALENDAR. THE WHOLE FILE IS LOADED      *
001560 77  WS-REASON                   PIC X(40).
001570 77  WS-TRANS-COUNT              PIC 9(05) COMP VALUE 0.
001580 77  WS-ACCEPT-COUNT             PIC 9(05) COMP VALUE 0.
001585 77  WS-QUEUE-COUNT              PIC 9(05) COMP VALUE 0.
001590 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001600*
001610*--------------------------------------------------------------*
001820 01  WS-FOOTER-LINE.
001830     05  FILLER                  PIC X(09) VALUE "  TRANS: ".
001840     05  WS-FTR-TRANS-OUT        PIC ZZZZ9.
001850     05  FILLER                  PIC X(10) VALUE "  QUEUED: ".
001853     05  WS-FTR-QUEUE-OUT        PIC ZZZZ9.
001856     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
001860     05  WS-FTR-ACCEPT-OUT       PIC ZZZZ9.
001870     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001880     05  WS-FTR-REJECT-OUT       PIC ZZZZ9.
001890     05  FILLER                  PIC X(18).
001900*
001910 PROCEDURE DIVISION.
001920*
001930*--------------------------------------------------------------*
001940* 0000-MAIN - LOAD THE CALENDAR, APPLY THE APPROVED CHANGES    *
001950*            AGAINST IT ONE AT A TIME, QUEUE THE NEW CARDS     *
001960*            FOR APPROVAL, REWRITE THE CALENDAR FROM THE       *
001970*            SURVIVING ENTRIES, MARK THE APPROVED CHANGES      *
001975*            APPLIED OR FAILED AND PRINT THE RUN TOTALS.       *
001980*--------------------------------------------------------------*
001990 0000-MAIN.
002000     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
002040         PERFORM 0000-REWRITE-CALENDAR
002050             THRU 0000-REWRITE-CALENDAR-EXIT
002060     END-IF.
002062     PERFORM 0000-MARK-DONE THRU 0000-MARK-DONE-EXIT
002064         VARYING WS-DONE-SUB FROM 1 BY 1
002066         UNTIL WS-DONE-SUB > WS-DONE-COUNT.
002070     PERFORM 0000-TERMINATE THRU 0000-TERMINATE-EXIT.
002072     IF WS-REPORT-STATUS NOT = "00" OR WS-OPAUD-FAILED
002074         MOVE 8 TO RETURN-CODE
002100*--------------------------------------------------------------*
002110* 0000-INITIALIZE - OBTAIN TODAY'S DATE, OPEN THE TRANSACTION  *
002120*                  AND REPORT FILES, LOAD THE CALENDAR INTO    *
002130*                  THE TABLE, REPLAY THE APPROVED CHANGES AND  *
002140*                  PRIME THE FIRST TRANSACTION READ. A         *
002150*                  MISSING TRANSACTION FILE ONLY MEANS NO      *
002160*                  NEW CHANGES ARE QUEUED - THE APPROVED       *
002165*                  ONES ARE STILL APPLIED.                     *
002170*--------------------------------------------------------------*
002180 0000-INITIALIZE.
002190     ACCEPT WS-TODAY FROM DATE.
002257     IF NOT WS-OPAUD-WAS-OPENED
002258         MOVE "Y" TO WS-TRANS-EOF-SW
002259         GO TO 0000-INITIALIZE-EXIT.
002260     PERFORM 0000-OPEN-PENDING THRU 0000-OPEN-PENDING-EXIT.
002261     IF NOT WS-PEND-WAS-OPENED
002262         MOVE "Y" TO WS-TRANS-EOF-SW
002263         GO TO 0000-INITIALIZE-EXIT.
002260     PERFORM 0000-LOAD-CALENDAR THRU 0000-LOAD-CALENDAR-EXIT.
002270*
002280*    A CALENDAR TOO BIG FOR THE TABLE CANNOT BE REWRITTEN
002320     IF WS-HOL-OVERFLOWED
002330         MOVE "Y" TO WS-TRANS-EOF-SW
002340         GO TO 0000-INITIALIZE-EXIT.
002341     PERFORM 0000-APPLY-APPROVED
002342         THRU 0000-APPLY-APPROVED-EXIT.
002343     IF WS-OPAUD-FAILED
002344         MOVE "Y" TO WS-TRANS-EOF-SW
002345         GO TO 0000-INITIALIZE-EXIT.
002350     OPEN INPUT HOLIDAY-TRANS-FILE.
002360     IF WS-TRANS-STATUS NOT = "00"
002370         DISPLAY "HOLIDAY-TRANS-FILE OPEN FAILED, STATUS "
002380             WS-TRANS-STATUS " - NO NEW CHANGES QUEUED"
002390         MOVE "Y" TO WS-TRANS-EOF-SW
002400     ELSE
002410         MOVE "Y" TO WS-TRANS-OPEN-SW
003010     EXIT.
003020*
003030*--------------------------------------------------------------*
003040* 0000-PROCESS-TRANS - EDIT THE CURRENT CARD, QUEUE IT FOR A   *
003050*                     SECOND OPERATOR'S APPROVAL, PRINT ITS    *
003060*                     AUDIT LINE AND READ THE NEXT ONE.        *
003065*                     NOTHING ON THE CALENDAR CHANGES HERE.    *
003070*--------------------------------------------------------------*
003080 0000-PROCESS-TRANS.
003090     ADD 1 TO WS-TRANS-COUNT.
003100     MOVE "QUEUED" TO WS-DISPOSITION.
003101     MOVE SPACES TO WS-REASON.
003102     IF HTR-CALENDAR-ID = SPACES
003103         MOVE "STD" TO WS-EDIT-CAL-ID
003104     ELSE
003105         MOVE HTR-CALENDAR-ID TO WS-EDIT-CAL-ID
003106     END-IF.
003107     PERFORM 0000-EDIT-SUBMIT THRU 0000-EDIT-SUBMIT-EXIT.
003108     IF WS-DISPOSITION = "QUEUED"
003109         PERFORM 0000-QUEUE-CHANGE THRU 0000-QUEUE-CHANGE-EXIT
003110     END-IF.
003111     IF WS-DISPOSITION = "QUEUED"
003112         ADD 1 TO WS-QUEUE-COUNT
003113     ELSE
003114         ADD 1 TO WS-REJECT-COUNT
003115     END-IF.
003116     PERFORM 0000-PRINT-TRANS THRU 0000-PRINT-TRANS-EXIT.
003117     PERFORM 0000-READ-TRANS THRU 0000-READ-TRANS-EXIT.
003118 0000-PROCESS-TRANS-EXIT.
003119     EXIT.
003120*
003121*--------------------------------------------------------------*
003122* 0000-EDIT-SUBMIT - THE CHECKS A CARD MUST PASS BEFORE IT IS  *
003123*                   QUEUED: OPERATOR, REASON, A KNOWN ACTION   *
003124*                   AND REAL CALENDAR DATES. WHETHER A DATE IS *
003125*                   ON FILE OR IN THE PAST IS JUDGED WHEN THE  *
003126*                   APPROVED CHANGE IS APPLIED, AGAINST THE    *
003127*                   CALENDAR AS IT STANDS THEN.                *
003128*--------------------------------------------------------------*
003129 0000-EDIT-SUBMIT.
003130     IF HTR-OPERATOR = SPACES
003131         MOVE "REJECTED" TO WS-DISPOSITION
003132         MOVE "OPERATOR-ID IS REQUIRED" TO WS-REASON
003133         GO TO 0000-EDIT-SUBMIT-EXIT.
003134     IF HTR-REASON = SPACES
003135         MOVE "REJECTED" TO WS-DISPOSITION
003136         MOVE "REASON IS REQUIRED" TO WS-REASON
003137         GO TO 0000-EDIT-SUBMIT-EXIT.
003138     IF NOT HTR-ACTION-ADD AND NOT HTR-ACTION-DELETE
003139             AND NOT HTR-ACTION-REPLACE
003140         MOVE "REJECTED" TO WS-DISPOSITION
003141         MOVE "ACTION NOT ADD, DELETE OR REPLACE" TO WS-REASON
003142         GO TO 0000-EDIT-SUBMIT-EXIT.
003143     MOVE HTR-DATE TO WS-EDIT-DATE-X.
003144     PERFORM 0000-EDIT-DATE THRU 0000-EDIT-DATE-EXIT.
003145     IF NOT WS-EDIT-IS-VALID
003146         MOVE "REJECTED" TO WS-DISPOSITION
003147         MOVE "DATE IS NOT A REAL CALENDAR DATE" TO WS-REASON
003148         GO TO 0000-EDIT-SUBMIT-EXIT.
003149     IF NOT HTR-ACTION-REPLACE
003150         GO TO 0000-EDIT-SUBMIT-EXIT.
003151     MOVE HTR-NEW-DATE TO WS-EDIT-DATE-X.
003152     PERFORM 0000-EDIT-DATE THRU 0000-EDIT-DATE-EXIT.
003153     IF NOT WS-EDIT-IS-VALID
003154         MOVE "REJECTED" TO WS-DISPOSITION
003155         MOVE "NEW DATE IS NOT A REAL CALENDAR DATE"
003156             TO WS-REASON
003157     END-IF.
003158 0000-EDIT-SUBMIT-EXIT.
003159     EXIT.
003160*
003161*--------------------------------------------------------------*
003162* 0000-QUEUE-CHANGE - WRITE THE CARD TO THE APPROVAL QUEUE AS  *
003163*                    A PENDING CHANGE: WHO, WHY, THE CARD      *
003164*                    ITSELF AND THE CALENDAR ENTRY IT WOULD    *
003165*                    REMOVE (BEFORE) AND ADD (AFTER) AS THE    *
003166*                    TABLE STANDS NOW. A KEY COLLISION RETRIES *
003167*                    AS 0000-WRITE-AUDIT DOES.                 *
003168*--------------------------------------------------------------*
003169 0000-QUEUE-CHANGE.
003170     MOVE SPACES TO WS-PEND-BEFORE.
003171     MOVE SPACES TO WS-PEND-AFTER.
003172     IF NOT HTR-ACTION-ADD
003173         MOVE HTR-DATE TO WS-EDIT-DATE-X
003174         PERFORM 0000-EDIT-DATE THRU 0000-EDIT-DATE-EXIT
003175         PERFORM 0000-FIND-DATE THRU 0000-FIND-DATE-EXIT
003176         IF WS-DATE-WAS-FOUND
003177             MOVE WS-FOUND-SUB TO WS-IMG-SUB
003178             PERFORM 0000-FORMAT-ENTRY-IMAGE
003179                 THRU 0000-FORMAT-ENTRY-IMAGE-EXIT
003180             MOVE WS-AUD-IMAGE TO WS-PEND-BEFORE
003181         END-IF
003182     END-IF.
003183     IF NOT HTR-ACTION-DELETE
003184         MOVE SPACES TO WS-AUD-IMAGE
003185         MOVE WS-EDIT-CAL-ID TO WS-AIM-CAL-ID
003186         IF HTR-ACTION-REPLACE
003187             MOVE HTR-NEW-DATE-NUM TO WS-AIM-DATE
003188         ELSE
003189             MOVE HTR-DATE-NUM TO WS-AIM-DATE
003190         END-IF
003191         MOVE HTR-NAME TO WS-AIM-NAME
003192         MOVE WS-AUD-IMAGE TO WS-PEND-AFTER
003193     END-IF.
003194     MOVE SPACES TO PENDING-CHANGE-RECORD.
003195     MOVE WS-TODAY TO PND-SUBMIT-DATE.
003196     ACCEPT WS-PEND-TIME FROM TIME.
003197     MOVE WS-PEND-TIME TO PND-SUBMIT-TIME.
003198     ADD 1 TO WS-PEND-SEQ.
003199     MOVE WS-PEND-SEQ TO PND-SUBMIT-SEQ.
003200     MOVE "CalendarMaint" TO PND-PROGRAM.
003201     MOVE "P" TO PND-STATUS.
003202     MOVE HTR-OPERATOR TO PND-REQUESTER.
003203     MOVE HTR-REASON TO PND-REASON.
003204     MOVE HTR-ACTION TO PND-ACTION.
003205     MOVE WS-EDIT-CAL-ID TO PND-KEY-DATA (1:4).
003206     MOVE HTR-DATE TO PND-KEY-DATA (6:6).
003207     IF HTR-ACTION-REPLACE
003208         MOVE HTR-NEW-DATE TO PND-KEY-DATA (13:6)
003209     END-IF.
003210     MOVE HOLIDAY-TRANS-RECORD TO PND-CARD.
003211     MOVE WS-PEND-BEFORE TO PND-BEFORE-IMAGE.
003212     MOVE WS-PEND-AFTER TO PND-AFTER-IMAGE.
003213     MOVE ZERO TO PND-DECIDED-DATE PND-DECIDED-TIME
003214         PND-APPLIED-DATE PND-APPLIED-TIME.
003215     MOVE "N" TO WS-PEND-WRITTEN-SW.
003216     MOVE 0 TO WS-PEND-RETRY.
003217     PERFORM 0000-TRY-WRITE-PENDING
003218         THRU 0000-TRY-WRITE-PENDING-EXIT
003219         UNTIL WS-PEND-IS-WRITTEN
003220             OR WS-PEND-RETRY > WS-AUD-RETRY-MAX.
003221     IF WS-PEND-IS-WRITTEN
003222         MOVE PND-KEY TO WS-QRS-CHANGE-ID
003223         MOVE WS-QUEUED-REASON TO WS-REASON
003224     ELSE
003225         MOVE "REJECTED" TO WS-DISPOSITION
003226         MOVE "APPROVAL QUEUE WRITE FAILED" TO WS-REASON
003227     END-IF.
003228 0000-QUEUE-CHANGE-EXIT.
003229     EXIT.
003230*
003231 0000-TRY-WRITE-PENDING.
003232     ADD 1 TO WS-PEND-RETRY.
003233     WRITE PENDING-CHANGE-RECORD
003234         INVALID KEY
003235             ADD 1 TO WS-PEND-SEQ
003236             MOVE WS-PEND-SEQ TO PND-SUBMIT-SEQ
003237         NOT INVALID KEY
003238             MOVE "Y" TO WS-PEND-WRITTEN-SW
003239     END-WRITE.
003240 0000-TRY-WRITE-PENDING-EXIT.
003241     EXIT.
003242*
003243*--------------------------------------------------------------*
003244* 0000-APPLY-APPROVED - BROWSE THE APPROVAL QUEUE FOR THIS     *
003245*                      PROGRAM'S APPROVED CHANGES AND REPLAY   *
003246*                      EACH ONE'S CARD THROUGH THE USUAL EDITS *
003247*                      AGAINST THE IN-CORE CALENDAR.           *
003248*--------------------------------------------------------------*
003249 0000-APPLY-APPROVED.
003250     MOVE "N" TO WS-PEND-EOF-SW.
003251     MOVE LOW-VALUES TO PND-KEY.
003252     START PENDING-CHANGE-FILE
003253         KEY IS NOT LESS THAN PND-KEY
003254         INVALID KEY
003255             MOVE "Y" TO WS-PEND-EOF-SW
003256     END-START.
003257     PERFORM 0000-APPLY-ONE-PENDING
003258         THRU 0000-APPLY-ONE-PENDING-EXIT
003259         UNTIL WS-PEND-EOF OR WS-OPAUD-FAILED.
003260     MOVE SPACES TO WS-APPLY-APPROVER.
003261 0000-APPLY-APPROVED-EXIT.
003262     EXIT.
003263*
003264*--------------------------------------------------------------*
003265* 0000-APPLY-ONE-PENDING - ONE QUEUE RECORD. ANOTHER PROGRAM'S *
003266*                         OR AN UNAPPROVED CHANGE IS PASSED    *
003267*                         OVER; AN APPROVED ONE IS APPLIED AND *
003268*                         ITS OUTCOME HELD FOR 0000-MARK-DONE. *
003269*                         A RUN THAT FILLS WS-DONE-TABLE       *
003270*                         LEAVES THE REST FOR THE NEXT RUN.    *
003271*--------------------------------------------------------------*
003272 0000-APPLY-ONE-PENDING.
003273     READ PENDING-CHANGE-FILE NEXT RECORD
003274         AT END
003275             MOVE "Y" TO WS-PEND-EOF-SW
003276             GO TO 0000-APPLY-ONE-PENDING-EXIT
003277     END-READ.
003278     IF PND-PROGRAM NOT = "CalendarMaint" OR NOT PND-IS-APPROVED
003279         GO TO 0000-APPLY-ONE-PENDING-EXIT.
003280     IF WS-DONE-COUNT >= WS-DONE-MAX
003281         DISPLAY "MORE THAN " WS-DONE-MAX " APPROVED CHANGES"
003282             " - THE REST WAIT FOR THE NEXT RUN"
003283         MOVE "Y" TO WS-PEND-EOF-SW
003284         GO TO 0000-APPLY-ONE-PENDING-EXIT.
003285     MOVE PND-CARD TO HOLIDAY-TRANS-RECORD.
003286     MOVE PND-APPROVER TO WS-APPLY-APPROVER.
003287     ADD 1 TO WS-DONE-COUNT.
003288     MOVE PND-KEY TO WS-DONE-KEY (WS-DONE-COUNT).
003289     PERFORM 0000-APPLY-TRANS THRU 0000-APPLY-TRANS-EXIT.
003290     IF WS-DISPOSITION = "APPLIED"
003291         MOVE "D" TO WS-DONE-STATUS (WS-DONE-COUNT)
003292         MOVE "APPLIED" TO WS-DONE-RESULT (WS-DONE-COUNT)
003293     ELSE
003294         MOVE "F" TO WS-DONE-STATUS (WS-DONE-COUNT)
003295         MOVE WS-REASON TO WS-DONE-RESULT (WS-DONE-COUNT)
003296     END-IF.
003297 0000-APPLY-ONE-PENDING-EXIT.
003298     EXIT.
003299*
003300*--------------------------------------------------------------*
003301* 0000-APPLY-TRANS - DISPATCH AN APPROVED CARD TO THE          *
003302*                   PARAGRAPH FOR ITS ACTION AND PRINT ITS     *
003303*                   AUDIT LINE.                                *
003304*--------------------------------------------------------------*
003305 0000-APPLY-TRANS.
003306     MOVE "APPLIED" TO WS-DISPOSITION.
003110     MOVE SPACES TO WS-REASON.
003112     IF HTR-CALENDAR-ID = SPACES
003114         MOVE "STD" TO WS-EDIT-CAL-ID
003123     IF HTR-OPERATOR = SPACES
003124         MOVE "REJECTED" TO WS-DISPOSITION
003125         MOVE "OPERATOR-ID IS REQUIRED" TO WS-REASON
003126         GO TO 0000-APPLY-TRANS-COUNT.
003127*
003128     EVALUATE TRUE
003130         WHEN HTR-ACTION-ADD
003230             MOVE "ACTION NOT ADD, DELETE OR REPLACE"
003240                 TO WS-REASON
003250     END-EVALUATE.
003252 0000-APPLY-TRANS-COUNT.
003260     IF WS-DISPOSITION = "APPLIED"
003270         ADD 1 TO WS-ACCEPT-COUNT
003272         PERFORM 0000-WRITE-AUDIT THRU 0000-WRITE-AUDIT-EXIT
003280     ELSE
003290         ADD 1 TO WS-REJECT-COUNT
003300     END-IF.
003310     PERFORM 0000-PRINT-TRANS THRU 0000-PRINT-TRANS-EXIT.
003320 0000-APPLY-TRANS-EXIT.
003340     EXIT.
003350*
003360*--------------------------------------------------------------*
005050         VARYING WS-SUB FROM 1 BY 1
005060         UNTIL WS-SUB > WS-HOL-COUNT.
005070     CLOSE HOLIDAY-FILE.
005075     MOVE "Y" TO WS-CAL-REWRITTEN-SW.
005080 0000-REWRITE-CALENDAR-EXIT.
005090     EXIT.
005100*
005480     EXIT.
005490*
005500*--------------------------------------------------------------*
005510* 0000-PRINT-FOOTER - RUN TOTALS: TRANSACTIONS READ, QUEUED,   *
005520*                    APPLIED AND REJECTED.                     *
005530*--------------------------------------------------------------*
005540 0000-PRINT-FOOTER.
005550     MOVE WS-TRANS-COUNT TO WS-FTR-TRANS-OUT.
005555     MOVE WS-QUEUE-COUNT TO WS-FTR-QUEUE-OUT.
005560     MOVE WS-ACCEPT-COUNT TO WS-FTR-ACCEPT-OUT.
005570     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT-OUT.
005580     MOVE WS-FOOTER-LINE TO AUD-RECORD.
005710     END-IF.
005712     IF WS-OPAUD-WAS-OPENED
005714         CLOSE OP-AUDIT-FILE
005715     END-IF.
005716     IF WS-PEND-WAS-OPENED
005717         CLOSE PENDING-CHANGE-FILE
005716     END-IF.
005720     IF WS-REPORT-STATUS = "00"
005730         CLOSE AUDIT-REPORT-FILE
006250     MOVE WS-AUDIT-SEQ TO OPA-AUDIT-SEQ.
006260     MOVE "CalendarMaint" TO OPA-PROGRAM.
006270     MOVE HTR-OPERATOR TO OPA-OPERATOR.
006275     MOVE WS-APPLY-APPROVER TO OPA-APPROVER.
006280     MOVE HTR-ACTION TO OPA-ACTION.
006290     MOVE SPACES TO OPA-KEY-DATA.
006300     MOVE WS-EDIT-CAL-ID TO OPA-KEY-DATA (1:4).
006470     END-WRITE.
006480 0000-TRY-WRITE-AUDIT-EXIT.
006490     EXIT.
006491*
006492*--------------------------------------------------------------*
006493* 0000-OPEN-PENDING - OPEN THE SHARED KEYED APPROVAL QUEUE     *
006494*                    I-O, CREATING THE KSDS THE FIRST TIME IT  *
006495*                    IS SEEN. WITHOUT IT NOTHING CAN BE QUEUED *
006496*                    OR APPLIED, SO THE RUN DOES NO            *
006497*                    MAINTENANCE.                              *
006498*--------------------------------------------------------------*
006499 0000-OPEN-PENDING.
006500     OPEN I-O PENDING-CHANGE-FILE.
006501     IF WS-PEND-STATUS = "35"
006502         OPEN OUTPUT PENDING-CHANGE-FILE
006503         CLOSE PENDING-CHANGE-FILE
006504         OPEN I-O PENDING-CHANGE-FILE
006505     END-IF.
006506     IF WS-PEND-STATUS = "00"
006507         MOVE "Y" TO WS-PEND-OPEN-SW
006508     ELSE
006509         DISPLAY "PENDING-CHANGE-FILE OPEN FAILED, STATUS "
006510             WS-PEND-STATUS " - NO MAINTENANCE APPLIED"
006511     END-IF.
006512 0000-OPEN-PENDING-EXIT.
006513     EXIT.
006514*
006515*--------------------------------------------------------------*
006516* 0000-MARK-DONE - RECORD ONE REPLAYED CHANGE'S OUTCOME ON THE *
006517*                 APPROVAL QUEUE. AN APPLIED CHANGE WHOSE      *
006518*                 CALENDAR REWRITE NEVER HAPPENED IS LEFT      *
006519*                 APPROVED FOR THE NEXT RUN TO APPLY AGAIN.    *
006520*--------------------------------------------------------------*
006521 0000-MARK-DONE.
006522     IF WS-DONE-STATUS (WS-DONE-SUB) = "D"
006523             AND NOT WS-CAL-WAS-REWRITTEN
006524         GO TO 0000-MARK-DONE-EXIT.
006525     MOVE WS-DONE-KEY (WS-DONE-SUB) TO PND-KEY.
006526     READ PENDING-CHANGE-FILE
006527         INVALID KEY
006528             GO TO 0000-MARK-DONE-EXIT
006529     END-READ.
006530     MOVE WS-DONE-STATUS (WS-DONE-SUB) TO PND-STATUS.
006531     MOVE WS-DONE-RESULT (WS-DONE-SUB) TO PND-RESULT.
006532     MOVE WS-TODAY TO PND-APPLIED-DATE.
006533     ACCEPT WS-PEND-TIME FROM TIME.
006534     MOVE WS-PEND-TIME TO PND-APPLIED-TIME.
006535     REWRITE PENDING-CHANGE-RECORD
006536         INVALID KEY
006537             DISPLAY "PENDING-CHANGE REWRITE FAILED FOR CHANGE "
006538                 WS-DONE-KEY (WS-DONE-SUB)
006539     END-REWRITE.
006540 0000-MARK-DONE-EXIT.
006541     EXIT.
