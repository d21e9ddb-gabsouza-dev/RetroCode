000213*                 AuditInquiry INSTEAD OF LEAFING THROUGH      *
000214*                 CKCRPT PRINT FILES. A RUN THAT CANNOT OPEN   *
000215*                 THE AUDIT FILE PROCESSES NO REQUESTS.        *
000216* 2026-10-15 RC   TWO-PERSON CONTROL. A RESET CARD NO LONGER   *
000217*                 TOUCHES THE CHECKPOINT: IT IS QUEUED ON THE  *
000218*                 PENDCHG APPROVAL FILE (PNDCHG01) WITH THE    *
000219*                 WAS AND WOULD-BE IMAGES. EACH RUN FIRST      *
000220*                 REPLAYS THE RESETS A SECOND OPERATOR HAS     *
000221*                 APPROVED THROUGH THE SAME EDITS AS BEFORE.   *
000222*                 LIST CARDS ARE STILL ANSWERED AT ONCE, AND   *
000223*                 OPAUDIT NOW ALSO NAMES THE APPROVER.         *
000224*                 THE APPROVED RESETS ARE REPLAYED EVEN ON A   *
000225*                 RUN WITH NO REQUEST CARDS.                   *
000216*--------------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
000425         ACCESS MODE IS DYNAMIC
000426         RECORD KEY IS OPA-KEY
000427         FILE STATUS IS WS-OPAUD-STATUS.
000428     SELECT PENDING-CHANGE-FILE ASSIGN "PENDCHG"
000429         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000431         RECORD KEY IS PND-KEY
000432         FILE STATUS IS WS-PEND-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000490*                RESET, THE RUN-DATE AND CYCLE IT APPLIES TO,  *
000500*                WHICH FLAG A RESET CLEARS (OR ALL), AND THE   *
000510*                OPERATOR-ID AND REASON THE AUDITORS WILL ASK  *
000520*                FOR. A RESET IS QUEUED FOR A SECOND           *
000522*                OPERATOR'S APPROVAL, NOT APPLIED.             *
000530*--------------------------------------------------------------*
000540 FD  CKPT-REQ-FILE
000550     RECORDING MODE IS F
000991     LABEL RECORDS ARE STANDARD.
000992     COPY OPAUD01.
000993*
000994*--------------------------------------------------------------*
000995* PENDING-CHANGE-FILE - THE SHARED KEYED TWO-PERSON APPROVAL   *
000996*                      QUEUE (PNDCHG01): RESET CARDS ARE       *
000997*                      QUEUED HERE, AND APPROVED ONES READ     *
000998*                      BACK AND MARKED APPLIED OR FAILED.      *
000999*--------------------------------------------------------------*
001000 FD  PENDING-CHANGE-FILE
001001     RECORDING MODE IS F
001002     LABEL RECORDS ARE STANDARD.
001003     COPY PNDCHG01.
001004*
001000 WORKING-STORAGE SECTION.
001010*
001020*--------------------------------------------------------------*
001171 01  WS-AUD-AFTER                PIC X(40).
001172*
001173*--------------------------------------------------------------*
001174* APPROVAL QUEUE WORK FIELDS. WS-APPLYING-SW IS ON WHILE THE   *
001175* APPROVED RESETS ARE REPLAYED, SO 0000-FETCH-RECORD APPLIES A *
001176* RESET INSTEAD OF QUEUEING IT; WS-ITEM-REJECT-SW SAYS WHETHER *
001177* THE ONE BEING REPLAYED WAS REFUSED BY THE EDITS.             *
001178*--------------------------------------------------------------*
001179 77  WS-PEND-STATUS              PIC X(02).
001180 77  WS-PEND-OPEN-SW             PIC X(01) VALUE "N".
001181     88  WS-PEND-WAS-OPENED          VALUE "Y".
001182 77  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001183     88  WS-PEND-EOF                 VALUE "Y".
001184 77  WS-PEND-SEQ                 PIC 9(03) VALUE 0.
001185 77  WS-PEND-WRITTEN-SW          PIC X(01).
001186     88  WS-PEND-IS-WRITTEN          VALUE "Y".
001187 77  WS-PEND-RETRY               PIC 9(02) COMP.
001188 77  WS-PEND-TIME                PIC 9(06).
001189 77  WS-APPLYING-SW              PIC X(01) VALUE "N".
001190     88  WS-APPLYING-APPROVED        VALUE "Y".
001191 77  WS-ITEM-REJECT-SW           PIC X(01) VALUE "N".
001192     88  WS-ITEM-WAS-REJECTED        VALUE "Y".
001193 77  WS-APPLY-APPROVER           PIC X(08) VALUE SPACES.
001194 01  WS-PEND-BEFORE              PIC X(80).
001195 01  WS-PEND-AFTER               PIC X(80).
001196 01  WS-CHANGE-NOTE.
001197     05  WS-CHN-TEXT             PIC X(26).
001198     05  WS-CHN-CHANGE-ID        PIC X(15).
001199     05  WS-CHN-BY               PIC X(09).
001200     05  WS-CHN-APPROVER         PIC X(08).
001172*
001173*--------------------------------------------------------------*
001180* REPORT LINE LAYOUTS                                          *
001190*--------------------------------------------------------------*
001200 01  WS-HEADER-LINE.
001870*
001880*--------------------------------------------------------------*
001890* 0000-INITIALIZE - OPEN THE AUDIT TRAIL, THE CHECKPOINT FILE  *
001900*                  AND THE REQUEST CARDS, AND REPLAY THE       *
001903*                  APPROVED RESETS BEFORE THE FIRST CARD IS    *
001906*                  READ - WHETHER OR NOT THERE ARE ANY CARDS.  *
001910*--------------------------------------------------------------*
001920 0000-INITIALIZE.
001930     ACCEPT WS-TODAY FROM DATE.
001997     IF NOT WS-OPAUD-WAS-OPENED
001998         MOVE "Y" TO WS-REQ-EOF-SW
001999         GO TO 0000-INITIALIZE-EXIT.
002000     PERFORM 0000-OPEN-PENDING THRU 0000-OPEN-PENDING-EXIT.
002001     IF NOT WS-PEND-WAS-OPENED
002002         MOVE "Y" TO WS-REQ-EOF-SW
002003         GO TO 0000-INITIALIZE-EXIT.
002000     OPEN I-O CHECKPOINT-FILE.
002010     IF WS-CKPT-STATUS = "00"
002020         MOVE "Y" TO WS-CKPT-OPEN-SW
002060         MOVE WS-CKPT-STATUS TO WS-NOT-TEXT (39:2)
002070         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
002080     END-IF.
002081     IF WS-CKPT-WAS-OPENED
002082         PERFORM 0000-APPLY-APPROVED
002083             THRU 0000-APPLY-APPROVED-EXIT
002084     END-IF.
002085     IF WS-OPAUD-FAILED
002086         MOVE "Y" TO WS-REQ-EOF-SW
002087         GO TO 0000-INITIALIZE-EXIT.
002090     OPEN INPUT CKPT-REQ-FILE.
002100     IF WS-REQ-STATUS NOT = "00"
002110         DISPLAY "CKPT-REQ-FILE OPEN FAILED, STATUS "
002850*--------------------------------------------------------------*
002860* 0000-FETCH-RECORD - READ THE DATE/CYCLE'S RECORD AND HAND IT *
002870*                    TO THE ACTION PARAGRAPH. NO RECORD IS A   *
002880*                    REJECT, NOT AN ABEND. A RESET CARD IS     *
002882*                    QUEUED; ONLY AN APPROVED ONE BEING        *
002885*                    REPLAYED IS APPLIED.                      *
002890*--------------------------------------------------------------*
002900 0000-FETCH-RECORD.
002910     MOVE CKR-DATE-NUM TO CKPT-RUN-DATE.
003010     PERFORM 0000-PRINT-STATE-WAS
003020         THRU 0000-PRINT-STATE-WAS-EXIT.
003030     IF CKR-ACTION-RESET
003040         IF WS-APPLYING-APPROVED
003042             PERFORM 0000-APPLY-RESET THRU 0000-APPLY-RESET-EXIT
003044         ELSE
003046             PERFORM 0000-QUEUE-RESET THRU 0000-QUEUE-RESET-EXIT
003048         END-IF
003050     END-IF.
003060 0000-FETCH-RECORD-EXIT.
003070     EXIT.
003140 0000-APPLY-RESET.
003142     MOVE SPACES TO WS-AUD-BEFORE.
003144     MOVE CHECKPOINT-RECORD (1:24) TO WS-AUD-BEFORE.
003145     PERFORM 0000-RESET-FLAGS THRU 0000-RESET-FLAGS-EXIT.
003146     REWRITE CHECKPOINT-RECORD
003147         INVALID KEY
003148             MOVE "REJECTED - CHECKPOINT REWRITE FAILED"
003149                 TO WS-NOT-TEXT
003150             PERFORM 0000-PRINT-REJECT
003151                 THRU 0000-PRINT-REJECT-EXIT
003152             GO TO 0000-APPLY-RESET-EXIT
003153     END-REWRITE.
003154     PERFORM 0000-PRINT-STATE-IS THRU 0000-PRINT-STATE-IS-EXIT.
003155     MOVE SPACES TO WS-AUD-AFTER.
003156     MOVE CHECKPOINT-RECORD (1:24) TO WS-AUD-AFTER.
003157     PERFORM 0000-WRITE-AUDIT THRU 0000-WRITE-AUDIT-EXIT.
003158 0000-APPLY-RESET-EXIT.
003159     EXIT.
003160*
003161*--------------------------------------------------------------*
003162* 0000-RESET-FLAGS - CLEAR THE CARD'S FLAG, OR THE WHOLE       *
003163*                   RECORD FOR ALL, IN THE RECORD AREA ONLY.   *
003164*--------------------------------------------------------------*
003165 0000-RESET-FLAGS.
003150     EVALUATE TRUE
003160         WHEN CKR-FLAG-GREETING
003170             MOVE "N" TO CKPT-GREETING-DONE
003290             MOVE ZERO TO CKPT-RANDOM-SEED
003300             MOVE ZERO TO CKPT-RUN-TIME
003310     END-EVALUATE.
003320 0000-RESET-FLAGS-EXIT.
003420     EXIT.
003430*
003440*--------------------------------------------------------------*
003840*
003850 0000-PRINT-REJECT.
003860     ADD 1 TO WS-REJECT-COUNT.
003865     MOVE "Y" TO WS-ITEM-REJECT-SW.
003870     PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT.
003880 0000-PRINT-REJECT-EXIT.
003890     EXIT.
004130     END-IF.
004132     IF WS-OPAUD-WAS-OPENED
004134         CLOSE OP-AUDIT-FILE
004135     END-IF.
004136     IF WS-PEND-WAS-OPENED
004137         CLOSE PENDING-CHANGE-FILE
004136     END-IF.
004140     IF WS-REPORT-STATUS = "00"
004150         CLOSE AUDIT-REPORT-FILE
004540     MOVE WS-AUDIT-SEQ TO OPA-AUDIT-SEQ.
004550     MOVE "CkptControl" TO OPA-PROGRAM.
004560     MOVE CKR-OPERATOR TO OPA-OPERATOR.
004565     MOVE WS-APPLY-APPROVER TO OPA-APPROVER.
004570     MOVE CKR-ACTION TO OPA-ACTION.
004580     MOVE SPACES TO OPA-KEY-DATA.
004590     MOVE CKR-DATE TO OPA-KEY-DATA (1:6).
004770     END-WRITE.
004780 0000-TRY-WRITE-AUDIT-EXIT.
004790     EXIT.
004791*
004792*--------------------------------------------------------------*
004793* 0000-OPEN-PENDING - OPEN THE SHARED APPROVAL QUEUE I-O,      *
004794*                    CREATING THE KSDS THE FIRST TIME IT IS    *
004795*                    SEEN. WITHOUT IT NO RESET COULD BE        *
004796*                    QUEUED OR APPLIED, SO NOTHING IS DONE.    *
004797*--------------------------------------------------------------*
004798 0000-OPEN-PENDING.
004799     OPEN I-O PENDING-CHANGE-FILE.
004800     IF WS-PEND-STATUS = "35"
004801         OPEN OUTPUT PENDING-CHANGE-FILE
004802         CLOSE PENDING-CHANGE-FILE
004803         OPEN I-O PENDING-CHANGE-FILE
004804     END-IF.
004805     IF WS-PEND-STATUS = "00"
004806         MOVE "Y" TO WS-PEND-OPEN-SW
004807     ELSE
004808         DISPLAY "PENDING-CHANGE-FILE OPEN FAILED, STATUS "
004809             WS-PEND-STATUS " - NO REQUESTS PROCESSED"
004810     END-IF.
004811 0000-OPEN-PENDING-EXIT.
004812     EXIT.
004813*
004814*--------------------------------------------------------------*
004815* 0000-QUEUE-RESET - A RESET CARD THAT PASSED EVERY EDIT. WORK *
004816*                   OUT WHAT THE RECORD WOULD BECOME, PRINT    *
004817*                   IT AS THE WOULD-BE LINE AND QUEUE THE CARD *
004818*                   WITH BOTH IMAGES FOR APPROVAL. THE         *
004819*                   CHECKPOINT ITSELF IS NOT REWRITTEN.        *
004820*--------------------------------------------------------------*
004821 0000-QUEUE-RESET.
004822     MOVE SPACES TO WS-PEND-BEFORE.
004823     MOVE CHECKPOINT-RECORD (1:24) TO WS-PEND-BEFORE.
004824     PERFORM 0000-RESET-FLAGS THRU 0000-RESET-FLAGS-EXIT.
004825     MOVE "  TO   " TO WS-STL-TAG.
004826     PERFORM 0000-PRINT-STATE THRU 0000-PRINT-STATE-EXIT.
004827     MOVE SPACES TO WS-PEND-AFTER.
004828     MOVE CHECKPOINT-RECORD (1:24) TO WS-PEND-AFTER.
004829     MOVE SPACES TO PENDING-CHANGE-RECORD.
004830     MOVE WS-TODAY TO PND-SUBMIT-DATE.
004831     ACCEPT WS-PEND-TIME FROM TIME.
004832     MOVE WS-PEND-TIME TO PND-SUBMIT-TIME.
004833     ADD 1 TO WS-PEND-SEQ.
004834     MOVE WS-PEND-SEQ TO PND-SUBMIT-SEQ.
004835     MOVE "CkptControl" TO PND-PROGRAM.
004836     MOVE "P" TO PND-STATUS.
004837     MOVE CKR-OPERATOR TO PND-REQUESTER.
004838     MOVE CKR-REASON TO PND-REASON.
004839     MOVE CKR-ACTION TO PND-ACTION.
004840     MOVE CKR-DATE TO PND-KEY-DATA (1:6).
004841     MOVE CKR-CYCLE TO PND-KEY-DATA (8:2).
004842     MOVE CKR-FLAG TO PND-KEY-DATA (11:8).
004843     MOVE CKPT-REQ-RECORD TO PND-CARD.
004844     MOVE WS-PEND-BEFORE TO PND-BEFORE-IMAGE.
004845     MOVE WS-PEND-AFTER TO PND-AFTER-IMAGE.
004846     MOVE ZERO TO PND-DECIDED-DATE PND-DECIDED-TIME
004847         PND-APPLIED-DATE PND-APPLIED-TIME.
004848     MOVE "N" TO WS-PEND-WRITTEN-SW.
004849     MOVE 0 TO WS-PEND-RETRY.
004850     PERFORM 0000-TRY-WRITE-PENDING
004851         THRU 0000-TRY-WRITE-PENDING-EXIT
004852         UNTIL WS-PEND-IS-WRITTEN
004853             OR WS-PEND-RETRY > WS-AUD-RETRY-MAX.
004854     IF WS-PEND-IS-WRITTEN
004855         MOVE "QUEUED AS PENDING CHANGE" TO WS-CHN-TEXT
004856         MOVE PND-KEY TO WS-CHN-CHANGE-ID
004857         MOVE SPACES TO WS-CHN-BY WS-CHN-APPROVER
004858         MOVE WS-CHANGE-NOTE TO WS-NOT-TEXT
004859         PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT
004860     ELSE
004861         MOVE "REJECTED - APPROVAL QUEUE WRITE FAILED"
004862             TO WS-NOT-TEXT
004863         PERFORM 0000-PRINT-REJECT THRU 0000-PRINT-REJECT-EXIT
004864     END-IF.
004865 0000-QUEUE-RESET-EXIT.
004866     EXIT.
004867*
004868 0000-TRY-WRITE-PENDING.
004869     ADD 1 TO WS-PEND-RETRY.
004870     WRITE PENDING-CHANGE-RECORD
004871         INVALID KEY
004872             ADD 1 TO WS-PEND-SEQ
004873             MOVE WS-PEND-SEQ TO PND-SUBMIT-SEQ
004874         NOT INVALID KEY
004875             MOVE "Y" TO WS-PEND-WRITTEN-SW
004876     END-WRITE.
004877 0000-TRY-WRITE-PENDING-EXIT.
004878     EXIT.
004879*
004880*--------------------------------------------------------------*
004881* 0000-APPLY-APPROVED - BROWSE THE APPROVAL QUEUE FOR THIS     *
004882*                      PROGRAM'S APPROVED RESETS AND REPLAY    *
004883*                      EACH ONE'S CARD THROUGH THE EDITS.      *
004884*--------------------------------------------------------------*
004885 0000-APPLY-APPROVED.
004886     MOVE "Y" TO WS-APPLYING-SW.
004887     MOVE "N" TO WS-PEND-EOF-SW.
004888     MOVE LOW-VALUES TO PND-KEY.
004889     START PENDING-CHANGE-FILE
004890         KEY IS NOT LESS THAN PND-KEY
004891         INVALID KEY
004892             MOVE "Y" TO WS-PEND-EOF-SW
004893     END-START.
004894     PERFORM 0000-APPLY-ONE-PENDING
004895         THRU 0000-APPLY-ONE-PENDING-EXIT
004896         UNTIL WS-PEND-EOF OR WS-OPAUD-FAILED.
004897     MOVE "N" TO WS-APPLYING-SW.
004898     MOVE SPACES TO WS-APPLY-APPROVER.
004899 0000-APPLY-APPROVED-EXIT.
004900     EXIT.
004901*
004902*--------------------------------------------------------------*
004903* 0000-APPLY-ONE-PENDING - ONE QUEUE RECORD. ANOTHER PROGRAM'S *
004904*                         OR AN UNAPPROVED CHANGE IS PASSED    *
004905*                         OVER; AN APPROVED RESET IS ECHOED,   *
004906*                         EDITED AND APPLIED AS IF ITS CARD    *
004907*                         HAD JUST BEEN READ, AND THE QUEUE    *
004908*                         RECORD IS MARKED APPLIED, OR FAILED  *
004909*                         WITH THE REASON THE EDITS GAVE.      *
004910*--------------------------------------------------------------*
004911 0000-APPLY-ONE-PENDING.
004912     READ PENDING-CHANGE-FILE NEXT RECORD
004913         AT END
004914             MOVE "Y" TO WS-PEND-EOF-SW
004915             GO TO 0000-APPLY-ONE-PENDING-EXIT
004916     END-READ.
004917     IF PND-PROGRAM NOT = "CkptControl" OR NOT PND-IS-APPROVED
004918         GO TO 0000-APPLY-ONE-PENDING-EXIT.
004919     MOVE PND-CARD TO CKPT-REQ-RECORD.
004920     MOVE PND-APPROVER TO WS-APPLY-APPROVER.
004921     MOVE "N" TO WS-ITEM-REJECT-SW.
004922     PERFORM 0000-ECHO-REQUEST THRU 0000-ECHO-REQUEST-EXIT.
004923     MOVE "APPLYING APPROVED CHANGE" TO WS-CHN-TEXT.
004924     MOVE PND-KEY TO WS-CHN-CHANGE-ID.
004925     MOVE " APPROVER" TO WS-CHN-BY.
004926     MOVE PND-APPROVER TO WS-CHN-APPROVER.
004927     MOVE WS-CHANGE-NOTE TO WS-NOT-TEXT.
004928     PERFORM 0000-PRINT-NOTE THRU 0000-PRINT-NOTE-EXIT.
004929     PERFORM 0000-EDIT-REQUEST THRU 0000-EDIT-REQUEST-EXIT.
004930     IF WS-ITEM-WAS-REJECTED
004931         MOVE "F" TO PND-STATUS
004932         MOVE WS-NOT-TEXT (12:40) TO PND-RESULT
004933     ELSE
004934         MOVE "D" TO PND-STATUS
004935         MOVE "APPLIED" TO PND-RESULT
004936     END-IF.
004937     MOVE WS-TODAY TO PND-APPLIED-DATE.
004938     ACCEPT PND-APPLIED-TIME FROM TIME.
004939     REWRITE PENDING-CHANGE-RECORD
004940         INVALID KEY
004941             DISPLAY "PENDING-CHANGE REWRITE FAILED, STATUS "
004942                 WS-PEND-STATUS " FOR CHANGE " PND-KEY
004943     END-REWRITE.
004944 0000-APPLY-ONE-PENDING-EXIT.
004945     EXIT.
