000220*                 MANNER AS CalendarMaint. A RUN WHOSE AUDIT   *
000230*                 REPORT CANNOT BE OPENED APPLIES NO           *
000240*                 MAINTENANCE AT ALL.                          *
000241* 2026-10-15 RC   A CARD MAY NOW NAME UP TO THREE PREDECESSOR  *
000242*                 JOBS WHOSE TRIGGERS MUST BE CONSUMED BEFORE  *
000243*                 THIS JOB'S IS RELEASED. A PREDECESSOR THAT   *
000244*                 IS NOT ON THE REGISTRY, THE JOB ITSELF, OR   *
000245*                 ONE THAT WOULD CLOSE A DEPENDENCY LOOP IS    *
000246*                 REJECTED, AND A JOB STILL NAMED AS ANOTHER   *
000247*                 ENTRY'S PREDECESSOR CANNOT BE DELETED.       *
000248* 2026-10-15 RC   TWO-PERSON CONTROL. A CARD NO LONGER CHANGES *
000249*                 THE REGISTRY WHEN IT IS READ: IT IS EDITED,  *
000250*                 CHECKED AGAINST THE REGISTRY AND QUEUED ON   *
000251*                 THE PENDCHG APPROVAL FILE (PNDCHG01) WITH    *
000252*                 THE ENTRY AS IT IS AND AS IT WOULD BE. A     *
000253*                 REQUEST CARD AHEAD OF THE CHANGE CARDS NOW   *
000254*                 NAMES THE OPERATOR AND REASON FOR THEM. EACH *
000255*                 RUN FIRST REPLAYS THE CHANGES A SECOND       *
000256*                 OPERATOR HAS APPROVED THROUGH THE SAME EDITS *
000257*                 AND MARKS EACH APPLIED OR FAILED ON THE      *
000258*                 QUEUE, EVEN ON A RUN WITH NO CARD FILE.      *
000259* 2026-10-15 RC   A CARD MAY NOW GIVE THE JOB'S TURNAROUND     *
000260*                 TARGET IN MINUTES, FROM TRIGGER TO           *
000261*                 ACKNOWLEDGEMENT. WHEN IT GIVES NONE THE      *
000262*                 ENTRY GETS 60 FOR A MANDATORY JOB AND 240    *
000263*                 FOR AN OPTIONAL ONE.                         *
000264* 2026-10-15 RC   EVERY CHANGE APPLIED TO THE REGISTRY IS ALSO *
000265*                 KEPT AS A DATED VERSION ON THE NEW JOBHIST   *
000266*                 FILE (JOBHST01), WITH THE CHANGE ID,         *
000267*                 REQUESTER AND APPROVER, SO PAST DATES CAN BE *
000268*                 JUDGED BY THE REGISTRY AS IT STOOD THEN      *
000269*                 (SEE JobRegSrv). THE FIRST CHANGE TO A JOB   *
000270*                 REGISTERED BEFORE THE HISTORY BEGAN ALSO     *
000271*                 KEEPS ITS ENTRY AS IT WAS, AS A BASE         *
000272*                 VERSION. A RUN WHOSE HISTORY CANNOT BE       *
000273*                 OPENED APPLIES NO MAINTENANCE.               *
000250*--------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-STATUS.
000461     SELECT PENDING-CHANGE-FILE ASSIGN "PENDCHG"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS PND-KEY
000465         FILE STATUS IS WS-PEND-STATUS.
000466     SELECT JOB-HIST-FILE ASSIGN "JOBHIST"
000467         ORGANIZATION IS INDEXED
000468         ACCESS MODE IS DYNAMIC
000469         RECORD KEY IS JHS-KEY
000470         FILE STATUS IS WS-HIST-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000550*                 CYCLES), WHETHER ITS ACKNOWLEDGEMENT IS      *
000560*                 MANDATORY, THE EFFECTIVE DATES (TO BLANK     *
000570*                 MEANS OPEN-ENDED) AND THE ENTRY STATUS       *
000580*                 (BLANK MEANS ACTIVE), FOLLOWED BY UP TO      *
000581*                 THREE PREDECESSOR JOB NAMES AND THE          *
000582*                 TURNAROUND TARGET IN MINUTES (BLANK MEANS    *
000583*                 THE DEFAULT FOR A MANDATORY OR OPTIONAL      *
000584*                 JOB). A REQUEST CARD                         *
000585*                 (SECOND LAYOUT) NAMES THE OPERATOR AND THE   *
000586*                 REASON FOR EVERY CHANGE CARD AFTER IT, UNTIL *
000587*                 THE NEXT REQUEST CARD.                       *
000590*--------------------------------------------------------------*
000600 FD  JOB-TRANS-FILE
000610     RECORDING MODE IS F
000650         88  JTR-ACTION-ADD          VALUE "ADD".
000660         88  JTR-ACTION-UPDATE       VALUE "UPDATE".
000670         88  JTR-ACTION-DELETE       VALUE "DELETE".
000675         88  JTR-ACTION-REQUEST      VALUE "REQUEST".
000680     05  JTR-JOB-NAME            PIC X(08).
000690     05  FILLER                  PIC X(01).
000700     05  JTR-CYCLES              PIC X(12).
000820                                 PIC 9(06).
000830     05  FILLER                  PIC X(01).
000840     05  JTR-STATUS              PIC X(01).
000841     05  FILLER                  PIC X(01).
000842     05  JTR-PREDS               PIC X(24).
000843     05  JTR-PRED-TAB REDEFINES JTR-PREDS.
000844         10  JTR-PRED            PIC X(08) OCCURS 3 TIMES.
000845     05  FILLER                  PIC X(01).
000846     05  JTR-TARGET              PIC X(04).
000847     05  JTR-TARGET-NUM REDEFINES JTR-TARGET
000848                                 PIC 9(04).
000849     05  FILLER                  PIC X(03).
000850*
000851 01  JOB-REQUEST-RECORD.
000852     05  FILLER                  PIC X(08).
000853     05  JRQ-OPERATOR            PIC X(08).
000854     05  FILLER                  PIC X(01).
000855     05  JRQ-REASON              PIC X(30).
000850     05  FILLER                  PIC X(33).
000860*
000870*--------------------------------------------------------------*
000880* JOB-REG-FILE - THE KEYED DOWNSTREAM JOB REGISTRY, SHARED VIA *
000890*                THE JOBREG01 COPYBOOK AND UPDATED IN PLACE.   *
000895*                EVERY CHANGE IS ALSO KEPT ON JOB-HIST-FILE.   *
000900*--------------------------------------------------------------*
000910 FD  JOB-REG-FILE
000920     RECORDING MODE IS F
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  AUD-RECORD                  PIC X(080).
001041*
001042*--------------------------------------------------------------*
001043* PENDING-CHANGE-FILE - THE SHARED KEYED TWO-PERSON APPROVAL   *
001044*                      QUEUE (PNDCHG01): CHANGE CARDS ARE      *
001045*                      QUEUED HERE, AND APPROVED ONES READ     *
001046*                      BACK AND MARKED APPLIED OR FAILED.      *
001047*--------------------------------------------------------------*
001048 FD  PENDING-CHANGE-FILE
001049     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001051     COPY PNDCHG01.
001052*
001053*--------------------------------------------------------------*
001054* JOB-HIST-FILE - THE KEYED REGISTRY HISTORY (JOBHST01): ONE   *
001055*                DATED VERSION WRITTEN FOR EVERY CHANGE        *
001056*                APPLIED. NOTHING IS EVER REMOVED FROM IT.     *
001057*--------------------------------------------------------------*
001058 FD  JOB-HIST-FILE
001059     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001061     COPY JOBHST01.
001050*
001060 WORKING-STORAGE SECTION.
001070*
001210 77  WS-CYC-SUB                  PIC 9(02) COMP.
001220 77  WS-CYC-BAD-SW               PIC X(01).
001230     88  WS-CYCLES-ARE-BAD           VALUE "Y".
001231 77  WS-MAND-TARGET              PIC 9(04) VALUE 60.
001232 77  WS-OPT-TARGET               PIC 9(04) VALUE 240.
001233*
001234*--------------------------------------------------------------*
001235* PREDECESSOR EDIT FIELDS - WS-CHAIN-TABLE IS THE WORK LIST OF *
001236* JOBS REACHABLE THROUGH THE CARD'S PREDECESSORS; MEETING THE  *
001237* CARD'S OWN JOB ANYWHERE ON IT MEANS A DEPENDENCY LOOP.       *
001238*--------------------------------------------------------------*
001239 77  WS-PRED-SUB                 PIC 9(02) COMP.
001240 77  WS-PRED-BAD-SW              PIC X(01).
001241     88  WS-PREDS-ARE-BAD            VALUE "Y".
001242 77  WS-CHAIN-MAX                PIC 9(02) COMP VALUE 50.
001243 77  WS-CHAIN-COUNT              PIC 9(02) COMP.
001244 77  WS-CHAIN-SUB                PIC 9(02) COMP.
001245 77  WS-CHAIN-SCAN-SUB           PIC 9(02) COMP.
001246 77  WS-CHAIN-FOUND-SW           PIC X(01).
001247     88  WS-CHAIN-HAS-JOB            VALUE "Y".
001248 77  WS-CHAIN-NAME               PIC X(08).
001249 77  WS-JOBREG-EOF-SW            PIC X(01).
001250     88  WS-JOBREG-EOF               VALUE "Y".
001251 01  WS-CHAIN-TABLE.
001252     05  WS-CHAIN-JOB            PIC X(08) OCCURS 50 TIMES.
001253 01  WS-PRED-REASON.
001254     05  WS-PRR-TEXT             PIC X(30).
001255     05  WS-PRR-JOB              PIC X(08).
001256     05  FILLER                  PIC X(02).
001257*
001258*--------------------------------------------------------------*
001259* APPROVAL QUEUE WORK FIELDS. WS-REQ-OPERATOR AND              *
001260* WS-REQ-REASON COME FROM THE LAST REQUEST CARD READ.          *
001261*--------------------------------------------------------------*
001262 77  WS-PEND-STATUS              PIC X(02).
001263 77  WS-PEND-OPEN-SW             PIC X(01) VALUE "N".
001264     88  WS-PEND-WAS-OPENED          VALUE "Y".
001265 77  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
001266     88  WS-PEND-EOF                 VALUE "Y".
001267 77  WS-PEND-SEQ                 PIC 9(03) VALUE 0.
001268 77  WS-PEND-WRITTEN-SW          PIC X(01).
001269     88  WS-PEND-IS-WRITTEN          VALUE "Y".
001270 77  WS-PEND-RETRY               PIC 9(02) COMP.
001271 77  WS-PEND-RETRY-MAX           PIC 9(02) COMP VALUE 25.
001272 77  WS-PEND-TIME                PIC 9(06).
001273 77  WS-REQ-OPERATOR             PIC X(08) VALUE SPACES.
001274 77  WS-REQ-REASON               PIC X(30) VALUE SPACES.
001275 01  WS-PEND-BEFORE              PIC X(80).
001276 01  WS-PEND-AFTER               PIC X(80).
001277 01  WS-QUEUED-REASON.
001278     05  FILLER                  PIC X(17)
001279             VALUE "AWAITING APPROVAL".
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001281     05  WS-QRS-CHANGE-ID        PIC X(15).
001282     05  FILLER                  PIC X(07) VALUE SPACES.
001283 01  WS-APPLIED-REASON.
001284     05  FILLER                  PIC X(07) VALUE "CHANGE ".
001285     05  WS-ARS-CHANGE-ID        PIC X(15).
001286     05  FILLER                  PIC X(04) VALUE " BY ".
001287     05  WS-ARS-APPROVER         PIC X(08).
001288     05  FILLER                  PIC X(06) VALUE SPACES.
001289*
001290*--------------------------------------------------------------*
001291* REGISTRY HISTORY WORK FIELDS. WS-HIST-SEQ IS THE HIGHEST     *
001292* SEQUENCE ALREADY USED FOR THE JOB TODAY; WS-HIST-KEY IS THE  *
001293* VERSION JUST WRITTEN, REMOVED AGAIN IF THE REGISTRY ITSELF   *
001294* REFUSES THE CHANGE.                                          *
001295*--------------------------------------------------------------*
001296 77  WS-HIST-STATUS              PIC X(02).
001297 77  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
001298     88  WS-HIST-WAS-OPENED          VALUE "Y".
001299 77  WS-HIST-EOF-SW              PIC X(01).
001300     88  WS-HIST-EOF                 VALUE "Y".
001301 77  WS-HIST-FOUND-SW            PIC X(01).
001302     88  WS-HIST-JOB-HAS-VERSIONS    VALUE "Y".
001303 77  WS-HIST-WRITTEN-SW          PIC X(01).
001304     88  WS-HIST-IS-WRITTEN          VALUE "Y".
001305 77  WS-HIST-SEQ                 PIC 9(03).
001306 77  WS-HIST-ACTION              PIC X(08).
001307 77  WS-HIST-TIME                PIC 9(06).
001308 01  WS-HIST-KEY                 PIC X(17).
001309 01  WS-HIST-BEFORE              PIC X(80).
001310 01  WS-HIST-AFTER               PIC X(80).
001240*
001250*--------------------------------------------------------------*
001260* TRANSACTION DISPOSITION AND RUN TOTALS                       *
001300 77  WS-TRANS-COUNT              PIC 9(05) COMP VALUE 0.
001310 77  WS-ACCEPT-COUNT             PIC 9(05) COMP VALUE 0.
001320 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001325 77  WS-QUEUE-COUNT              PIC 9(05) COMP VALUE 0.
001330*
001340*--------------------------------------------------------------*
001350* REPORT LINE LAYOUTS - ONE WORKING-STORAGE AREA, VIEWED TWO   *
001540 01  WS-FOOTER-LINE.
001550     05  FILLER                  PIC X(09) VALUE "  TRANS: ".
001560     05  WS-FTR-TRANS-OUT        PIC ZZZZ9.
001570     05  FILLER                  PIC X(10) VALUE "  QUEUED: ".
001572     05  WS-FTR-QUEUE-OUT        PIC ZZZZ9.
001575     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
001580     05  WS-FTR-ACCEPT-OUT       PIC ZZZZ9.
001590     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001600     05  WS-FTR-REJECT-OUT       PIC ZZZZ9.
001610     05  FILLER                  PIC X(19).
001620*
001630 PROCEDURE DIVISION.
001640*
001650*--------------------------------------------------------------*
001660* 0000-MAIN - OPEN THE FILES, APPLY THE APPROVED CHANGES,      *
001670*            QUEUE EVERY NEW TRANSACTION IN TURN AND PRINT     *
001671*            THE RUN TOTALS.                                   *
001680*--------------------------------------------------------------*
001690 0000-MAIN.
001700     PERFORM 0000-INITIALIZE THRU 0000-INITIALIZE-EXIT.
001810*                  THE TRANSACTION CARDS. A REPORT THAT        *
001820*                  CANNOT BE OPENED APPLIES NO MAINTENANCE -   *
001830*                  A REGISTRY CHANGE NOBODY CAN AUDIT IS       *
001840*                  WORSE THAN NO CHANGE AT ALL, AND SO IS ONE  *
001842*                  WHOSE HISTORY CANNOT BE KEPT. THE APPROVED  *
001844*                  CHANGES ARE APPLIED BEFORE THE FIRST CARD   *
001846*                  IS READ, WHETHER OR NOT THERE ARE ANY.      *
001850*--------------------------------------------------------------*
001860 0000-INITIALIZE.
001870     ACCEPT WS-TODAY FROM DATE.
001960     IF NOT WS-JOBREG-WAS-OPENED
001970         MOVE "Y" TO WS-TRANS-EOF-SW
001980         GO TO 0000-INITIALIZE-EXIT.
001981     PERFORM 0000-OPEN-PENDING THRU 0000-OPEN-PENDING-EXIT.
001982     IF NOT WS-PEND-WAS-OPENED
001983         MOVE "Y" TO WS-TRANS-EOF-SW
001984         GO TO 0000-INITIALIZE-EXIT.
001985     PERFORM 0000-OPEN-HISTORY THRU 0000-OPEN-HISTORY-EXIT.
001986     IF NOT WS-HIST-WAS-OPENED
001987         MOVE "Y" TO WS-TRANS-EOF-SW
001988         GO TO 0000-INITIALIZE-EXIT.
001989     PERFORM 0000-APPLY-APPROVED
001990         THRU 0000-APPLY-APPROVED-EXIT.
001990     OPEN INPUT JOB-TRANS-FILE.
002000     IF WS-TRANS-STATUS NOT = "00"
002010         DISPLAY "JOB-TRANS-FILE OPEN FAILED, STATUS "
002020             WS-TRANS-STATUS " - NO NEW CHANGES QUEUED"
002030         MOVE "Y" TO WS-TRANS-EOF-SW
002040     ELSE
002050         MOVE "Y" TO WS-TRANS-OPEN-SW
002290 0000-OPEN-REGISTRY-EXIT.
002300     EXIT.
002310*
002311*--------------------------------------------------------------*
002312* 0000-OPEN-PENDING - OPEN THE SHARED APPROVAL QUEUE I-O,      *
002313*                    CREATING THE KSDS THE FIRST TIME IT IS    *
002314*                    SEEN. WITHOUT IT NOTHING IS QUEUED OR     *
002315*                    APPLIED.                                  *
002316*--------------------------------------------------------------*
002317 0000-OPEN-PENDING.
002318     OPEN I-O PENDING-CHANGE-FILE.
002319     IF WS-PEND-STATUS = "35"
002320         OPEN OUTPUT PENDING-CHANGE-FILE
002321         CLOSE PENDING-CHANGE-FILE
002322         OPEN I-O PENDING-CHANGE-FILE
002323     END-IF.
002324     IF WS-PEND-STATUS = "00"
002325         MOVE "Y" TO WS-PEND-OPEN-SW
002326     ELSE
002327         DISPLAY "PENDING-CHANGE-FILE OPEN FAILED, STATUS "
002328             WS-PEND-STATUS " - NO MAINTENANCE APPLIED"
002329     END-IF.
002330 0000-OPEN-PENDING-EXIT.
002331     EXIT.
002332*
002333*--------------------------------------------------------------*
002334* 0000-OPEN-HISTORY - OPEN THE REGISTRY HISTORY I-O, CREATING  *
002335*                    THE KSDS THE FIRST TIME IT IS SEEN. A     *
002336*                    CHANGE THAT CANNOT BE KEPT THERE IS NOT   *
002337*                    APPLIED.                                  *
002338*--------------------------------------------------------------*
002339 0000-OPEN-HISTORY.
002340     OPEN I-O JOB-HIST-FILE.
002341     IF WS-HIST-STATUS = "35"
002342         OPEN OUTPUT JOB-HIST-FILE
002343         CLOSE JOB-HIST-FILE
002344         OPEN I-O JOB-HIST-FILE
002345     END-IF.
002346     IF WS-HIST-STATUS = "00"
002347         MOVE "Y" TO WS-HIST-OPEN-SW
002348     ELSE
002349         DISPLAY "JOB-HIST-FILE OPEN FAILED, STATUS "
002350             WS-HIST-STATUS " - NO MAINTENANCE APPLIED"
002351     END-IF.
002352 0000-OPEN-HISTORY-EXIT.
002353     EXIT.
002354*
002320 0000-READ-TRANS.
002330     READ JOB-TRANS-FILE
002340         AT END
002380     EXIT.
002390*
002400*--------------------------------------------------------------*
002410* 0000-PROCESS-TRANS - A REQUEST CARD SETS THE OPERATOR AND    *
002420*                     REASON FOR THE CARDS AFTER IT. A CHANGE  *
002430*                     CARD IS EDITED, CHECKED AGAINST THE      *
002433*                     REGISTRY AND QUEUED FOR APPROVAL, ITS    *
002436*                     AUDIT LINE PRINTED AND THE NEXT READ.    *
002440*--------------------------------------------------------------*
002450 0000-PROCESS-TRANS.
002451     IF JTR-ACTION-REQUEST
002452         MOVE JRQ-OPERATOR TO WS-REQ-OPERATOR
002453         MOVE JRQ-REASON TO WS-REQ-REASON
002454         PERFORM 0000-READ-TRANS THRU 0000-READ-TRANS-EXIT
002455         GO TO 0000-PROCESS-TRANS-EXIT.
002460     ADD 1 TO WS-TRANS-COUNT.
002470     MOVE "QUEUED" TO WS-DISPOSITION.
002471     MOVE SPACES TO WS-REASON.
002472     IF WS-REQ-OPERATOR = SPACES OR WS-REQ-REASON = SPACES
002473         MOVE "REJECTED" TO WS-DISPOSITION
002474         MOVE "NO REQUEST CARD GIVING OPERATOR/REASON"
002475             TO WS-REASON
002476     ELSE
002477         PERFORM 0000-EDIT-TRANS THRU 0000-EDIT-TRANS-EXIT
002478     END-IF.
002479     IF WS-DISPOSITION = "QUEUED"
002480         PERFORM 0000-EDIT-ON-FILE THRU 0000-EDIT-ON-FILE-EXIT
002481     END-IF.
002482     IF WS-DISPOSITION = "QUEUED"
002483         PERFORM 0000-QUEUE-CHANGE THRU 0000-QUEUE-CHANGE-EXIT
002484     END-IF.
002485     IF WS-DISPOSITION = "QUEUED"
002486         ADD 1 TO WS-QUEUE-COUNT
002487     ELSE
002488         ADD 1 TO WS-REJECT-COUNT
002489     END-IF.
002490     PERFORM 0000-PRINT-TRANS THRU 0000-PRINT-TRANS-EXIT.
002491     PERFORM 0000-READ-TRANS THRU 0000-READ-TRANS-EXIT.
002492 0000-PROCESS-TRANS-EXIT.
002493     EXIT.
002494*
002495*--------------------------------------------------------------*
002496* 0000-APPLY-TRANS - EDIT AN APPROVED CARD AGAIN, AGAINST THE  *
002497*                   REGISTRY AS IT STANDS NOW, AND DISPATCH IT *
002498*                   TO THE PARAGRAPH FOR ITS ACTION.           *
002499*--------------------------------------------------------------*
002500 0000-APPLY-TRANS.
002501     MOVE "APPLIED" TO WS-DISPOSITION.
002480     MOVE SPACES TO WS-REASON.
002490     PERFORM 0000-EDIT-TRANS THRU 0000-EDIT-TRANS-EXIT.
002500     IF WS-DISPOSITION = "APPLIED"
002510         EVALUATE TRUE
002520             WHEN JTR-ACTION-ADD
002530                 PERFORM 0000-APPLY-ADD
002600                     THRU 0000-APPLY-DELETE-EXIT
002610         END-EVALUATE
002620     END-IF.
002630 0000-APPLY-TRANS-EXIT.
002631     EXIT.
002632*
002633*--------------------------------------------------------------*
002634* 0000-EDIT-ON-FILE - A CARD THAT PASSED ITS EDITS MUST ALSO   *
002635*                   FIT THE REGISTRY AS IT STANDS: AN ADD MUST *
002636*                   BE NEW, AN UPDATE OR DELETE MUST FIND ITS  *
002637*                   ENTRY. THE ENTRY FOUND IS THE BEFORE       *
002638*                   IMAGE.                                     *
002639*--------------------------------------------------------------*
002640 0000-EDIT-ON-FILE.
002641     MOVE SPACES TO WS-PEND-BEFORE.
002642     MOVE JTR-JOB-NAME TO JRG-JOB-NAME.
002643     READ JOB-REG-FILE
002644         INVALID KEY
002645             IF NOT JTR-ACTION-ADD
002646                 MOVE "REJECTED" TO WS-DISPOSITION
002647                 MOVE "JOB NOT ON THE REGISTRY" TO WS-REASON
002648             END-IF
002649             GO TO 0000-EDIT-ON-FILE-EXIT
002650     END-READ.
002651     IF JTR-ACTION-ADD
002652         MOVE "REJECTED" TO WS-DISPOSITION
002653         MOVE "JOB ALREADY ON THE REGISTRY" TO WS-REASON
002654         GO TO 0000-EDIT-ON-FILE-EXIT.
002655     MOVE JOB-REG-RECORD TO WS-PEND-BEFORE.
002656 0000-EDIT-ON-FILE-EXIT.
002657     EXIT.
002658*
002659*--------------------------------------------------------------*
002660* 0000-QUEUE-CHANGE - WRITE THE CARD TO THE APPROVAL QUEUE AS  *
002661*                    A PENDING CHANGE: WHO, WHY, THE CARD      *
002662*                    ITSELF AND THE REGISTRY ENTRY AS IT IS    *
002663*                    (BEFORE) AND AS THE CARD WOULD LEAVE IT   *
002664*                    (AFTER). A KEY COLLISION WITHIN THE SAME  *
002665*                    SECOND BUMPS THE SEQUENCE AND RETRIES, UP *
002666*                    TO WS-PEND-RETRY-MAX TIMES.               *
002667*--------------------------------------------------------------*
002668 0000-QUEUE-CHANGE.
002669     MOVE SPACES TO WS-PEND-AFTER.
002670     IF NOT JTR-ACTION-DELETE
002671         PERFORM 0000-BUILD-RECORD THRU 0000-BUILD-RECORD-EXIT
002672         MOVE JOB-REG-RECORD TO WS-PEND-AFTER
002673     END-IF.
002674     MOVE SPACES TO PENDING-CHANGE-RECORD.
002675     MOVE WS-TODAY TO PND-SUBMIT-DATE.
002676     ACCEPT WS-PEND-TIME FROM TIME.
002677     MOVE WS-PEND-TIME TO PND-SUBMIT-TIME.
002678     ADD 1 TO WS-PEND-SEQ.
002679     MOVE WS-PEND-SEQ TO PND-SUBMIT-SEQ.
002680     MOVE "JobRegMaint" TO PND-PROGRAM.
002681     MOVE "P" TO PND-STATUS.
002682     MOVE WS-REQ-OPERATOR TO PND-REQUESTER.
002683     MOVE WS-REQ-REASON TO PND-REASON.
002684     MOVE JTR-ACTION TO PND-ACTION.
002685     MOVE JTR-JOB-NAME TO PND-KEY-DATA.
002686     MOVE JOB-TRANS-RECORD TO PND-CARD.
002687     MOVE WS-PEND-BEFORE TO PND-BEFORE-IMAGE.
002688     MOVE WS-PEND-AFTER TO PND-AFTER-IMAGE.
002689     MOVE ZERO TO PND-DECIDED-DATE PND-DECIDED-TIME
002690         PND-APPLIED-DATE PND-APPLIED-TIME.
002691     MOVE "N" TO WS-PEND-WRITTEN-SW.
002692     MOVE 0 TO WS-PEND-RETRY.
002693     PERFORM 0000-TRY-WRITE-PENDING
002694         THRU 0000-TRY-WRITE-PENDING-EXIT
002695         UNTIL WS-PEND-IS-WRITTEN
002696             OR WS-PEND-RETRY > WS-PEND-RETRY-MAX.
002697     IF WS-PEND-IS-WRITTEN
002698         MOVE PND-KEY TO WS-QRS-CHANGE-ID
002699         MOVE WS-QUEUED-REASON TO WS-REASON
002700     ELSE
002701         MOVE "REJECTED" TO WS-DISPOSITION
002702         MOVE "APPROVAL QUEUE WRITE FAILED" TO WS-REASON
002703     END-IF.
002704 0000-QUEUE-CHANGE-EXIT.
002705     EXIT.
002706*
002707 0000-TRY-WRITE-PENDING.
002708     ADD 1 TO WS-PEND-RETRY.
002709     WRITE PENDING-CHANGE-RECORD
002710         INVALID KEY
002711             ADD 1 TO WS-PEND-SEQ
002712             MOVE WS-PEND-SEQ TO PND-SUBMIT-SEQ
002713         NOT INVALID KEY
002714             MOVE "Y" TO WS-PEND-WRITTEN-SW
002715     END-WRITE.
002716 0000-TRY-WRITE-PENDING-EXIT.
002717     EXIT.
002718*
002719*--------------------------------------------------------------*
002720* 0000-APPLY-APPROVED - BROWSE THE APPROVAL QUEUE FOR THIS     *
002721*                      PROGRAM'S APPROVED CHANGES AND REPLAY   *
002722*                      EACH ONE'S CARD THROUGH THE EDITS.      *
002723*--------------------------------------------------------------*
002724 0000-APPLY-APPROVED.
002725     MOVE "N" TO WS-PEND-EOF-SW.
002726     MOVE LOW-VALUES TO PND-KEY.
002727     START PENDING-CHANGE-FILE
002728         KEY IS NOT LESS THAN PND-KEY
002729         INVALID KEY
002730             MOVE "Y" TO WS-PEND-EOF-SW
002731     END-START.
002732     PERFORM 0000-APPLY-ONE-PENDING
002733         THRU 0000-APPLY-ONE-PENDING-EXIT
002734         UNTIL WS-PEND-EOF.
002735 0000-APPLY-APPROVED-EXIT.
002736     EXIT.
002737*
002738*--------------------------------------------------------------*
002739* 0000-APPLY-ONE-PENDING - ONE QUEUE RECORD. ANOTHER PROGRAM'S *
002740*                         OR AN UNAPPROVED CHANGE IS PASSED    *
002741*                         OVER; AN APPROVED ONE IS APPLIED,    *
002742*                         PRINTED, AND MARKED APPLIED ON THE   *
002743*                         QUEUE - OR FAILED, WITH THE REASON,  *
002744*                         IF THE REGISTRY NO LONGER ALLOWS IT. *
002745*--------------------------------------------------------------*
002746 0000-APPLY-ONE-PENDING.
002747     READ PENDING-CHANGE-FILE NEXT RECORD
002748         AT END
002749             MOVE "Y" TO WS-PEND-EOF-SW
002750             GO TO 0000-APPLY-ONE-PENDING-EXIT
002751     END-READ.
002752     IF PND-PROGRAM NOT = "JobRegMaint" OR NOT PND-IS-APPROVED
002753         GO TO 0000-APPLY-ONE-PENDING-EXIT.
002754     MOVE PND-CARD TO JOB-TRANS-RECORD.
002755     PERFORM 0000-APPLY-TRANS THRU 0000-APPLY-TRANS-EXIT.
002756     IF WS-DISPOSITION = "APPLIED"
002640         ADD 1 TO WS-ACCEPT-COUNT
002641         MOVE "D" TO PND-STATUS
002642         MOVE "APPLIED" TO PND-RESULT
002643         MOVE PND-KEY TO WS-ARS-CHANGE-ID
002644         MOVE PND-APPROVER TO WS-ARS-APPROVER
002645         MOVE WS-APPLIED-REASON TO WS-REASON
002650     ELSE
002660         ADD 1 TO WS-REJECT-COUNT
002663         MOVE "F" TO PND-STATUS
002666         MOVE WS-REASON TO PND-RESULT
002670     END-IF.
002680     PERFORM 0000-PRINT-TRANS THRU 0000-PRINT-TRANS-EXIT.
002690     MOVE WS-TODAY TO PND-APPLIED-DATE.
002700     ACCEPT PND-APPLIED-TIME FROM TIME.
002701     REWRITE PENDING-CHANGE-RECORD
002702         INVALID KEY
002703             DISPLAY "PENDING-CHANGE REWRITE FAILED, STATUS "
002704                 WS-PEND-STATUS " FOR CHANGE " PND-KEY
002705     END-REWRITE.
002706 0000-APPLY-ONE-PENDING-EXIT.
002710     EXIT.
002720*
002730*--------------------------------------------------------------*
002870         MOVE "JOB NAME IS REQUIRED" TO WS-REASON
002880         GO TO 0000-EDIT-TRANS-EXIT.
002890     IF JTR-ACTION-DELETE
002895         PERFORM 0000-EDIT-DELETE THRU 0000-EDIT-DELETE-EXIT
002900         GO TO 0000-EDIT-TRANS-EXIT.
002910     IF JTR-CYCLES = SPACES
002920         MOVE "REJECTED" TO WS-DISPOSITION
003190         MOVE "REJECTED" TO WS-DISPOSITION
003200         MOVE "STATUS NOT A, I OR BLANK" TO WS-REASON
003210         GO TO 0000-EDIT-TRANS-EXIT.
003211     IF JTR-TARGET NOT = SPACES
003212         IF JTR-TARGET NOT NUMERIC OR JTR-TARGET-NUM = ZERO
003213             MOVE "REJECTED" TO WS-DISPOSITION
003214             MOVE "TURNAROUND TARGET NOT 1-9999 MINUTES"
003215                 TO WS-REASON
003216             GO TO 0000-EDIT-TRANS-EXIT
003217         END-IF
003218     END-IF.
003219     IF JTR-PREDS NOT = SPACES
003220         PERFORM 0000-EDIT-PREDS THRU 0000-EDIT-PREDS-EXIT
003221     END-IF.
003220 0000-EDIT-TRANS-EXIT.
003230     EXIT.
003240*
003680     ELSE
003690         MOVE JTR-STATUS TO JRG-STATUS
003700     END-IF.
003701     MOVE JTR-PREDS TO JRG-PRED-LIST.
003702     IF JTR-TARGET NOT = SPACES
003703         MOVE JTR-TARGET-NUM TO JRG-TURN-TARGET
003704     ELSE
003705         IF JTR-MANDATORY = "Y"
003706             MOVE WS-MAND-TARGET TO JRG-TURN-TARGET
003707         ELSE
003708             MOVE WS-OPT-TARGET TO JRG-TURN-TARGET
003709         END-IF
003710     END-IF.
003710 0000-BUILD-RECORD-EXIT.
003720     EXIT.
003730*
003740*--------------------------------------------------------------*
003750* 0000-APPLY-ADD - WRITE THE NEW ENTRY; A JOB ALREADY ON THE   *
003760*                 REGISTRY IS A REJECT, NOT A REPLACEMENT. THE *
003762*                 NEW ENTRY IS KEPT AS A VERSION FIRST.        *
003770*--------------------------------------------------------------*
003780 0000-APPLY-ADD.
003790     PERFORM 0000-BUILD-RECORD THRU 0000-BUILD-RECORD-EXIT.
003791     MOVE SPACES TO WS-HIST-BEFORE.
003792     MOVE JOB-REG-RECORD TO WS-HIST-AFTER.
003793     MOVE "ADD" TO WS-HIST-ACTION.
003794     PERFORM 0000-RECORD-VERSION THRU 0000-RECORD-VERSION-EXIT.
003795     IF WS-DISPOSITION NOT = "APPLIED"
003796         GO TO 0000-APPLY-ADD-EXIT.
003797     MOVE WS-HIST-AFTER TO JOB-REG-RECORD.
003800     WRITE JOB-REG-RECORD
003810         INVALID KEY
003820             MOVE "REJECTED" TO WS-DISPOSITION
003830             MOVE "JOB ALREADY ON THE REGISTRY" TO WS-REASON
003833             PERFORM 0000-BACKOUT-VERSION
003836                 THRU 0000-BACKOUT-VERSION-EXIT
003840     END-WRITE.
003850 0000-APPLY-ADD-EXIT.
003860     EXIT.
003870*
003880*--------------------------------------------------------------*
003890* 0000-APPLY-UPDATE - REPLACE AN EXISTING ENTRY IN FULL,       *
003892*                    KEEPING THE NEW ENTRY AS A VERSION FIRST. *
003900*--------------------------------------------------------------*
003910 0000-APPLY-UPDATE.
003920     MOVE JTR-JOB-NAME TO JRG-JOB-NAME.
003960             MOVE "JOB NOT ON THE REGISTRY" TO WS-REASON
003970             GO TO 0000-APPLY-UPDATE-EXIT
003980     END-READ.
003985     MOVE JOB-REG-RECORD TO WS-HIST-BEFORE.
003990     PERFORM 0000-BUILD-RECORD THRU 0000-BUILD-RECORD-EXIT.
003991     MOVE JOB-REG-RECORD TO WS-HIST-AFTER.
003992     MOVE "UPDATE" TO WS-HIST-ACTION.
003993     PERFORM 0000-RECORD-VERSION THRU 0000-RECORD-VERSION-EXIT.
003994     IF WS-DISPOSITION NOT = "APPLIED"
003995         GO TO 0000-APPLY-UPDATE-EXIT.
003996     MOVE WS-HIST-AFTER TO JOB-REG-RECORD.
004000     REWRITE JOB-REG-RECORD
004010         INVALID KEY
004020             MOVE "REJECTED" TO WS-DISPOSITION
004030             MOVE "REGISTRY REWRITE FAILED" TO WS-REASON
004033             PERFORM 0000-BACKOUT-VERSION
004036                 THRU 0000-BACKOUT-VERSION-EXIT
004040     END-REWRITE.
004050 0000-APPLY-UPDATE-EXIT.
004060     EXIT.
004090* 0000-APPLY-DELETE - REMOVE AN EXISTING ENTRY. A JOB THAT     *
004100*                    ONLY STOPS RUNNING FOR A WHILE IS BETTER  *
004110*                    SERVED BY AN UPDATE TO STATUS I OR AN     *
004120*                    EFFECTIVE-TO DATE. THE DELETE IS KEPT AS  *
004122*                    A VERSION FIRST, SO THE JOB STILL COUNTS  *
004125*                    FOR THE DATES BEFORE IT WENT.             *
004130*--------------------------------------------------------------*
004140 0000-APPLY-DELETE.
004141     MOVE JTR-JOB-NAME TO JRG-JOB-NAME.
004142     READ JOB-REG-FILE
004143         INVALID KEY
004144             MOVE "REJECTED" TO WS-DISPOSITION
004145             MOVE "JOB NOT ON THE REGISTRY" TO WS-REASON
004146             GO TO 0000-APPLY-DELETE-EXIT
004147     END-READ.
004148     MOVE JOB-REG-RECORD TO WS-HIST-BEFORE.
004149     MOVE SPACES TO WS-HIST-AFTER.
004150     MOVE "DELETE" TO WS-HIST-ACTION.
004151     PERFORM 0000-RECORD-VERSION THRU 0000-RECORD-VERSION-EXIT.
004152     IF WS-DISPOSITION NOT = "APPLIED"
004153         GO TO 0000-APPLY-DELETE-EXIT.
004150     MOVE JTR-JOB-NAME TO JRG-JOB-NAME.
004160     DELETE JOB-REG-FILE RECORD
004170         INVALID KEY
004180             MOVE "REJECTED" TO WS-DISPOSITION
004190             MOVE "JOB NOT ON THE REGISTRY" TO WS-REASON
004193             PERFORM 0000-BACKOUT-VERSION
004196                 THRU 0000-BACKOUT-VERSION-EXIT
004200     END-DELETE.
004210 0000-APPLY-DELETE-EXIT.
004211     EXIT.
004212*
004213*--------------------------------------------------------------*
004214* 0000-RECORD-VERSION - KEEP THE CHANGE ABOUT TO BE APPLIED AS *
004215*                     A VERSION DATED TODAY. THE JOB'S         *
004216*                     VERSIONS ARE BROWSED FIRST FOR THE NEXT  *
004217*                     SEQUENCE NUMBER OF THE DAY; A JOB WITH   *
004218*                     NONE AT ALL WAS REGISTERED BEFORE THE    *
004219*                     HISTORY BEGAN, SO AN UPDATE OR DELETE    *
004220*                     FIRST KEEPS ITS ENTRY AS IT WAS, AS THE  *
004221*                     BASE VERSION IN FORCE FROM THE START.    *
004222*--------------------------------------------------------------*
004223 0000-RECORD-VERSION.
004224     MOVE "N" TO WS-HIST-FOUND-SW.
004225     MOVE "N" TO WS-HIST-EOF-SW.
004226     MOVE 0 TO WS-HIST-SEQ.
004227     MOVE JTR-JOB-NAME TO JHS-JOB-NAME.
004228     MOVE ZERO TO JHS-VER-FROM JHS-VER-SEQ.
004229     START JOB-HIST-FILE
004230         KEY IS NOT LESS THAN JHS-KEY
004231         INVALID KEY
004232             MOVE "Y" TO WS-HIST-EOF-SW
004233     END-START.
004234     PERFORM 0000-SCAN-VERSION THRU 0000-SCAN-VERSION-EXIT
004235         UNTIL WS-HIST-EOF.
004236     ACCEPT WS-HIST-TIME FROM TIME.
004237     IF NOT WS-HIST-JOB-HAS-VERSIONS
004238             AND WS-HIST-ACTION NOT = "ADD"
004239         MOVE SPACES TO JOB-HIST-RECORD
004240         MOVE JTR-JOB-NAME TO JHS-JOB-NAME
004241         MOVE ZERO TO JHS-VER-FROM
004242         MOVE 1 TO JHS-VER-SEQ
004243         MOVE "BASE" TO JHS-ACTION
004244         MOVE WS-TODAY TO JHS-RECORDED-DATE
004245         MOVE WS-HIST-TIME TO JHS-RECORDED-TIME
004246         MOVE WS-HIST-BEFORE TO JHS-ENTRY
004247         PERFORM 0000-WRITE-VERSION THRU 0000-WRITE-VERSION-EXIT
004248         IF NOT WS-HIST-IS-WRITTEN
004249             GO TO 0000-RECORD-VERSION-EXIT
004250         END-IF
004251     END-IF.
004252     MOVE SPACES TO JOB-HIST-RECORD.
004253     MOVE JTR-JOB-NAME TO JHS-JOB-NAME.
004254     MOVE WS-TODAY TO JHS-VER-FROM.
004255     ADD 1 TO WS-HIST-SEQ.
004256     MOVE WS-HIST-SEQ TO JHS-VER-SEQ.
004257     MOVE WS-HIST-ACTION TO JHS-ACTION.
004258     MOVE PND-KEY TO JHS-CHANGE-ID.
004259     MOVE PND-REQUESTER TO JHS-REQUESTER.
004260     MOVE PND-APPROVER TO JHS-APPROVER.
004261     MOVE WS-TODAY TO JHS-RECORDED-DATE.
004262     MOVE WS-HIST-TIME TO JHS-RECORDED-TIME.
004263     MOVE WS-HIST-AFTER TO JHS-ENTRY.
004264     PERFORM 0000-WRITE-VERSION THRU 0000-WRITE-VERSION-EXIT.
004265     MOVE JHS-KEY TO WS-HIST-KEY.
004266 0000-RECORD-VERSION-EXIT.
004267     EXIT.
004268*
004269 0000-SCAN-VERSION.
004270     READ JOB-HIST-FILE NEXT RECORD
004271         AT END
004272             MOVE "Y" TO WS-HIST-EOF-SW
004273             GO TO 0000-SCAN-VERSION-EXIT
004274     END-READ.
004275     IF JHS-JOB-NAME NOT = JTR-JOB-NAME
004276         MOVE "Y" TO WS-HIST-EOF-SW
004277         GO TO 0000-SCAN-VERSION-EXIT.
004278     MOVE "Y" TO WS-HIST-FOUND-SW.
004279     IF JHS-VER-FROM = WS-TODAY AND JHS-VER-SEQ > WS-HIST-SEQ
004280         MOVE JHS-VER-SEQ TO WS-HIST-SEQ
004281     END-IF.
004282 0000-SCAN-VERSION-EXIT.
004283     EXIT.
004284*
004285*--------------------------------------------------------------*
004286* 0000-WRITE-VERSION - WRITE ONE VERSION. ONE THAT CANNOT BE   *
004287*                    KEPT REJECTS THE CHANGE BEFORE THE        *
004288*                    REGISTRY IS TOUCHED.                      *
004289*--------------------------------------------------------------*
004290 0000-WRITE-VERSION.
004291     MOVE "Y" TO WS-HIST-WRITTEN-SW.
004292     WRITE JOB-HIST-RECORD
004293         INVALID KEY
004294             MOVE "N" TO WS-HIST-WRITTEN-SW
004295             MOVE "REJECTED" TO WS-DISPOSITION
004296             MOVE "REGISTRY HISTORY WRITE FAILED" TO WS-REASON
004297     END-WRITE.
004298 0000-WRITE-VERSION-EXIT.
004299     EXIT.
004300*
004301*--------------------------------------------------------------*
004302* 0000-BACKOUT-VERSION - THE REGISTRY REFUSED THE CHANGE AFTER *
004303*                      ITS VERSION WAS KEPT: REMOVE THAT       *
004304*                      VERSION AGAIN SO THE HISTORY NEVER      *
004305*                      SHOWS A CHANGE THAT WAS NOT MADE.       *
004306*--------------------------------------------------------------*
004307 0000-BACKOUT-VERSION.
004308     MOVE WS-HIST-KEY TO JHS-KEY.
004309     DELETE JOB-HIST-FILE RECORD
004310         INVALID KEY
004311             DISPLAY "JOB-HIST-FILE BACKOUT FAILED, STATUS "
004312                 WS-HIST-STATUS " FOR JOB " JTR-JOB-NAME
004313     END-DELETE.
004314 0000-BACKOUT-VERSION-EXIT.
004220     EXIT.
004230*
004240*--------------------------------------------------------------*
004500     EXIT.
004510*
004520*--------------------------------------------------------------*
004530* 0000-PRINT-FOOTER - RUN TOTALS: TRANSACTIONS READ, QUEUED,   *
004540*                    APPROVED CHANGES APPLIED AND REJECTED.    *
004550*--------------------------------------------------------------*
004560 0000-PRINT-FOOTER.
004570     MOVE WS-TRANS-COUNT TO WS-FTR-TRANS-OUT.
004575     MOVE WS-QUEUE-COUNT TO WS-FTR-QUEUE-OUT.
004580     MOVE WS-ACCEPT-COUNT TO WS-FTR-ACCEPT-OUT.
004590     MOVE WS-REJECT-COUNT TO WS-FTR-REJECT-OUT.
004600     MOVE WS-FOOTER-LINE TO AUD-RECORD.
004760     IF WS-JOBREG-WAS-OPENED
004770         CLOSE JOB-REG-FILE
004780     END-IF.
004782     IF WS-PEND-WAS-OPENED
004784         CLOSE PENDING-CHANGE-FILE
004786     END-IF.
004787     IF WS-HIST-WAS-OPENED
004788         CLOSE JOB-HIST-FILE
004789     END-IF.
004790     IF WS-REPORT-STATUS = "00"
004800         CLOSE AUDIT-REPORT-FILE
004810     END-IF.
004820 0000-TERMINATE-EXIT.
004830     EXIT.
004831*
004832*--------------------------------------------------------------*
004833* 0000-EDIT-PREDS - EVERY PREDECESSOR NAMED ON THE CARD MUST   *
004834*                 BE ANOTHER JOB ALREADY ON THE REGISTRY, AND  *
004835*                 NO CHAIN OF PREDECESSORS STARTING FROM THEM  *
004836*                 MAY LEAD BACK TO THIS JOB - A LOOP WOULD     *
004837*                 HOLD EVERY TRIGGER IN IT FOREVER.            *
004838*--------------------------------------------------------------*
004839 0000-EDIT-PREDS.
004840     MOVE "N" TO WS-PRED-BAD-SW.
004841     MOVE 0 TO WS-CHAIN-COUNT.
004842     PERFORM 0000-EDIT-ONE-PRED THRU 0000-EDIT-ONE-PRED-EXIT
004843         VARYING WS-PRED-SUB FROM 1 BY 1
004844         UNTIL WS-PRED-SUB > 3
004845             OR WS-PREDS-ARE-BAD.
004846     IF WS-PREDS-ARE-BAD
004847         GO TO 0000-EDIT-PREDS-EXIT.
004848     PERFORM 0000-WALK-ONE-CHAIN THRU 0000-WALK-ONE-CHAIN-EXIT
004849         VARYING WS-CHAIN-SUB FROM 1 BY 1
004850         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
004851             OR WS-PREDS-ARE-BAD.
004852     IF WS-PREDS-ARE-BAD
004853         MOVE "REJECTED" TO WS-DISPOSITION
004854         MOVE WS-PRED-REASON TO WS-REASON
004855     END-IF.
004856 0000-EDIT-PREDS-EXIT.
004857     EXIT.
004858*
004859*--------------------------------------------------------------*
004860* 0000-EDIT-ONE-PRED - ONE PREDECESSOR SLOT OF THE CARD: NOT   *
004861*                    THE JOB ITSELF, AND ON THE REGISTRY. A    *
004862*                    GOOD ONE STARTS THE CHAIN WORK LIST.      *
004863*--------------------------------------------------------------*
004864 0000-EDIT-ONE-PRED.
004865     IF JTR-PRED (WS-PRED-SUB) = SPACES
004866         GO TO 0000-EDIT-ONE-PRED-EXIT.
004867     MOVE JTR-PRED (WS-PRED-SUB) TO WS-PRR-JOB.
004868     IF JTR-PRED (WS-PRED-SUB) = JTR-JOB-NAME
004869         MOVE "Y" TO WS-PRED-BAD-SW
004870         MOVE "REJECTED" TO WS-DISPOSITION
004871         MOVE "JOB CANNOT BE ITS OWN PREDECESSOR" TO WS-REASON
004872         GO TO 0000-EDIT-ONE-PRED-EXIT.
004873     MOVE JTR-PRED (WS-PRED-SUB) TO JRG-JOB-NAME.
004874     READ JOB-REG-FILE
004875         INVALID KEY
004876             MOVE "Y" TO WS-PRED-BAD-SW
004877             MOVE "REJECTED" TO WS-DISPOSITION
004878             MOVE "PREDECESSOR NOT REGISTERED:" TO WS-PRR-TEXT
004879             MOVE WS-PRED-REASON TO WS-REASON
004880             GO TO 0000-EDIT-ONE-PRED-EXIT
004881     END-READ.
004882     MOVE JTR-PRED (WS-PRED-SUB) TO WS-CHAIN-NAME.
004883     PERFORM 0000-ADD-TO-CHAIN THRU 0000-ADD-TO-CHAIN-EXIT.
004884 0000-EDIT-ONE-PRED-EXIT.
004885     EXIT.
004886*
004887*--------------------------------------------------------------*
004888* 0000-WALK-ONE-CHAIN - READ ONE JOB ON THE WORK LIST AND LOOK *
004889*                     AT ITS OWN PREDECESSORS. THE CARD'S JOB  *
004890*                     AMONG THEM IS A LOOP; ANY OTHER NOT YET  *
004891*                     LISTED IS ADDED FOR A LATER PASS.        *
004892*--------------------------------------------------------------*
004893 0000-WALK-ONE-CHAIN.
004894     MOVE WS-CHAIN-JOB (WS-CHAIN-SUB) TO JRG-JOB-NAME.
004895     READ JOB-REG-FILE
004896         INVALID KEY
004897             GO TO 0000-WALK-ONE-CHAIN-EXIT
004898     END-READ.
004899     PERFORM 0000-WALK-ONE-PRED THRU 0000-WALK-ONE-PRED-EXIT
004900         VARYING WS-PRED-SUB FROM 1 BY 1
004901         UNTIL WS-PRED-SUB > 3
004902             OR WS-PREDS-ARE-BAD.
004903 0000-WALK-ONE-CHAIN-EXIT.
004904     EXIT.
004905*
004906 0000-WALK-ONE-PRED.
004907     IF JRG-PRED-JOB (WS-PRED-SUB) = SPACES
004908         GO TO 0000-WALK-ONE-PRED-EXIT.
004909     IF JRG-PRED-JOB (WS-PRED-SUB) = JTR-JOB-NAME
004910         MOVE "Y" TO WS-PRED-BAD-SW
004911         MOVE "PREDECESSOR LOOP THROUGH JOB:" TO WS-PRR-TEXT
004912         MOVE WS-CHAIN-JOB (WS-CHAIN-SUB) TO WS-PRR-JOB
004913         GO TO 0000-WALK-ONE-PRED-EXIT.
004914     MOVE JRG-PRED-JOB (WS-PRED-SUB) TO WS-CHAIN-NAME.
004915     PERFORM 0000-ADD-TO-CHAIN THRU 0000-ADD-TO-CHAIN-EXIT.
004916 0000-WALK-ONE-PRED-EXIT.
004917     EXIT.
004918*
004919*--------------------------------------------------------------*
004920* 0000-ADD-TO-CHAIN - PUT WS-CHAIN-NAME ON THE WORK LIST       *
004921*                   UNLESS IT IS ALREADY THERE. THE LIST IS    *
004922*                   AS LONG AS THE LARGEST REGISTRY LOADED.    *
004923*--------------------------------------------------------------*
004924 0000-ADD-TO-CHAIN.
004925     MOVE "N" TO WS-CHAIN-FOUND-SW.
004926     PERFORM 0000-SCAN-CHAIN THRU 0000-SCAN-CHAIN-EXIT
004927         VARYING WS-CHAIN-SCAN-SUB FROM 1 BY 1
004928         UNTIL WS-CHAIN-SCAN-SUB > WS-CHAIN-COUNT
004929             OR WS-CHAIN-HAS-JOB.
004930     IF WS-CHAIN-HAS-JOB OR WS-CHAIN-COUNT >= WS-CHAIN-MAX
004931         GO TO 0000-ADD-TO-CHAIN-EXIT.
004932     ADD 1 TO WS-CHAIN-COUNT.
004933     MOVE WS-CHAIN-NAME TO WS-CHAIN-JOB (WS-CHAIN-COUNT).
004934 0000-ADD-TO-CHAIN-EXIT.
004935     EXIT.
004936*
004937 0000-SCAN-CHAIN.
004938     IF WS-CHAIN-JOB (WS-CHAIN-SCAN-SUB) = WS-CHAIN-NAME
004939         MOVE "Y" TO WS-CHAIN-FOUND-SW
004940     END-IF.
004941 0000-SCAN-CHAIN-EXIT.
004942     EXIT.
004943*
004944*--------------------------------------------------------------*
004945* 0000-EDIT-DELETE - A JOB STILL NAMED AS A PREDECESSOR BY ANY *
004946*                   OTHER REGISTRY ENTRY CANNOT BE DELETED -   *
004947*                   THE ENTRY WOULD BE LEFT WAITING ON A JOB   *
004948*                   THAT NO LONGER EXISTS. THE WHOLE REGISTRY  *
004949*                   IS BROWSED FOR IT.                         *
004950*--------------------------------------------------------------*
004951 0000-EDIT-DELETE.
004952     MOVE "N" TO WS-PRED-BAD-SW.
004953     MOVE "N" TO WS-JOBREG-EOF-SW.
004954     MOVE LOW-VALUES TO JRG-JOB-NAME.
004955     START JOB-REG-FILE
004956         KEY IS NOT LESS THAN JRG-JOB-NAME
004957         INVALID KEY
004958             MOVE "Y" TO WS-JOBREG-EOF-SW
004959     END-START.
004960     PERFORM 0000-EDIT-DELETE-ONE THRU 0000-EDIT-DELETE-ONE-EXIT
004961         UNTIL WS-JOBREG-EOF
004962             OR WS-PREDS-ARE-BAD.
004963     IF WS-PREDS-ARE-BAD
004964         MOVE "REJECTED" TO WS-DISPOSITION
004965         MOVE WS-PRED-REASON TO WS-REASON
004966     END-IF.
004967 0000-EDIT-DELETE-EXIT.
004968     EXIT.
004969*
004970 0000-EDIT-DELETE-ONE.
004971     READ JOB-REG-FILE NEXT RECORD
004972         AT END
004973             MOVE "Y" TO WS-JOBREG-EOF-SW
004974             GO TO 0000-EDIT-DELETE-ONE-EXIT
004975     END-READ.
004976     PERFORM 0000-CHECK-DELETE-PRED
004977         THRU 0000-CHECK-DELETE-PRED-EXIT
004978         VARYING WS-PRED-SUB FROM 1 BY 1
004979         UNTIL WS-PRED-SUB > 3
004980             OR WS-PREDS-ARE-BAD.
004981 0000-EDIT-DELETE-ONE-EXIT.
004982     EXIT.
004983*
004984 0000-CHECK-DELETE-PRED.
004985     IF JRG-PRED-JOB (WS-PRED-SUB) = JTR-JOB-NAME
004986         MOVE "Y" TO WS-PRED-BAD-SW
004987         MOVE "STILL A PREDECESSOR OF JOB:" TO WS-PRR-TEXT
004988         MOVE JRG-JOB-NAME TO WS-PRR-JOB
004989     END-IF.
004990 0000-CHECK-DELETE-PRED-EXIT.
004991     EXIT.
