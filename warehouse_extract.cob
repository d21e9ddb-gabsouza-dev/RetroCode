000243*                 COUNTED AND LEAVES RETURN CODE 4 INSTEAD OF  *
000244*                 HANDING THE WAREHOUSE A SILENTLY TRUNCATED   *
000245*                 ROW.                                         *
000246* 2026-10-15 RC   EACH RUN NOW ALSO CARRIES A JOB=N GROUP FOR  *
000247*                 EVERY JOB THE REGISTRY, AS IT STOOD ON THE   *
000248*                 RUN'S DATE (FROM THE JobRegSrv SERVICE),     *
000249*                 EXPECTED ON THE RUN'S CYCLE BUT THAT GOT NO  *
000250*                 TRIGGER, SO THE WAREHOUSE SEES MISSING       *
000251*                 HANDOFFS JUDGED BY THE REGISTRY OF THE DAY   *
000252*                 AND NOT BY TODAY'S.                          *
000250*--------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
001090*               WAREHOUSE LOADS: RUN-DATE|CYCLE|RUN-TIME|      *
001100*               SEED|OVERRIDE|WARNINGS|ERRORS| THEN ONE        *
001110*               JOB=STATUS,ACKDATE,ACKTIME; GROUP PER          *
001120*               DOWNSTREAM TRIGGER, FOLLOWED BY A              *
001122*               JOB=N,000000,000000; GROUP FOR EACH JOB THE    *
001124*               REGISTRY OF THE RUN'S DATE EXPECTED ON THE     *
001125*               CYCLE BUT THAT HAS NO TRIGGER. SIZED FOR THE   *
001126*               50-JOB REGISTRY MAXIMUM (38 FIXED BYTES PLUS   *
001127*               UP TO 25 PER JOB GROUP).                       *
001130*--------------------------------------------------------------*
001140 FD  EXTRACT-FILE
001150     RECORDING MODE IS F
001720 77  WS-WARNS-OUT                PIC 9(05).
001730 77  WS-ERRORS-OUT               PIC 9(05).
001740 01  WS-OUT-LINE                 PIC X(1300).
001741*
001742*--------------------------------------------------------------*
001743* JOB REGISTRY AS OF THE RUN'S DATE - ASKED OF JobRegSrv EACH  *
001744* TIME THE BROWSE REACHES A NEW DATE. WS-SEEN-SW MARKS THE     *
001745* ENTRIES WHOSE TRIGGER WAS JOINED FOR THE CURRENT RUN; AN     *
001746* UNMARKED ENTRY DUE ON THE RUN'S CYCLE IS A MISSING TRIGGER.  *
001747*--------------------------------------------------------------*
001748 77  WS-REG-DATE                 PIC 9(06) VALUE ZERO.
001749 77  WS-JRP-SUB                  PIC 9(02) COMP.
001750 77  WS-REG-CYC-SUB              PIC 9(02) COMP.
001751 77  WS-REG-DUE-SW               PIC X(01).
001752     88  WS-REG-IS-DUE               VALUE "Y".
001753 01  WS-SEEN-TABLE.
001754     05  WS-SEEN-SW              PIC X(01) OCCURS 50 TIMES.
001755         88  WS-JOB-WAS-SEEN         VALUE "Y".
001756 01  WS-CYC-TEST                 PIC X(02).
001757 01  WS-CYC-TEST-NUM REDEFINES WS-CYC-TEST
001758                                 PIC 9(02).
001759     COPY JRGPRM01.
001750*
001760 PROCEDURE DIVISION.
001770*
003420     IF RC-RUN-DATE > WS-TO-DATE
003430         MOVE "Y" TO WS-BROWSE-DONE-SW
003440         GO TO 0000-EXTRACT-ONE-RUN-EXIT.
003442     IF RC-RUN-DATE NOT = WS-REG-DATE
003444         PERFORM 0000-LOAD-REGISTRY THRU 0000-LOAD-REGISTRY-EXIT
003446     END-IF.
003450     PERFORM 0000-SET-EVENT-COUNTS
003460         THRU 0000-SET-EVENT-COUNTS-EXIT.
003470     MOVE SPACES TO WS-OUT-LINE.
003980     EXIT.
003990*
004000*--------------------------------------------------------------*
004001* 0000-LOAD-REGISTRY - ASK JobRegSrv FOR THE REGISTRY AS IT    *
004002*                     STOOD ON THE RUN'S DATE. ANY ANSWER      *
004003*                     SHORT OF COMPLETE IS REPORTED: THE JOB=N *
004004*                     GROUPS FOR THAT DATE MAY BE MISSING OR   *
004005*                     JUDGED BY THE CURRENT REGISTRY.          *
004006*--------------------------------------------------------------*
004007 0000-LOAD-REGISTRY.
004008     MOVE RC-RUN-DATE TO WS-REG-DATE.
004009     MOVE RC-RUN-DATE TO JRP-AS-OF-DATE.
004010     CALL "JobRegSrv" USING JOB-REG-PARMS.
004011     IF NOT JRP-SERVICE-OK
004012         DISPLAY "JOB REGISTRY SERVICE RETURN CODE "
004013             JRP-RETURN-CODE " FOR " WS-REG-DATE
004014             " - NO-TRIGGER GROUPS MAY BE INCOMPLETE"
004015     END-IF.
004016 0000-LOAD-REGISTRY-EXIT.
004017     EXIT.
004018*
004019*--------------------------------------------------------------*
004010* 0000-JOIN-TRIGGERS - POSITION THE TRIGGER FILE AT THE RUN'S  *
004020*                     DATE AND CYCLE AND APPEND ONE            *
004030*                     JOB=STATUS,ACKDATE,ACKTIME; GROUP PER    *
004040*                     TRIGGER TO THE OUTPUT LINE, THEN A JOB=N *
004042*                     GROUP PER REGISTERED JOB DUE ON THE      *
004045*                     CYCLE THAT HAD NO TRIGGER.               *
004050*--------------------------------------------------------------*
004060 0000-JOIN-TRIGGERS.
004065     MOVE SPACES TO WS-SEEN-TABLE.
004070     MOVE "N" TO WS-TRIGGER-DONE-SW.
004080     MOVE RC-RUN-DATE TO SCC-RUN-DATE.
004090     MOVE RC-CYCLE TO SCC-CYCLE.
004160     PERFORM 0000-JOIN-ONE-TRIGGER
004170         THRU 0000-JOIN-ONE-TRIGGER-EXIT
004180         UNTIL WS-TRIGGER-DONE.
004182     PERFORM 0000-JOIN-ONE-MISSING
004184         THRU 0000-JOIN-ONE-MISSING-EXIT
004186         VARYING WS-JRP-SUB FROM 1 BY 1
004188         UNTIL WS-JRP-SUB > JRP-JOB-COUNT.
004190 0000-JOIN-TRIGGERS-EXIT.
004200     EXIT.
004210*
004290             OR SCC-CYCLE NOT = RC-CYCLE
004300         MOVE "Y" TO WS-TRIGGER-DONE-SW
004310         GO TO 0000-JOIN-ONE-TRIGGER-EXIT.
004312     PERFORM 0000-MARK-JOB-SEEN THRU 0000-MARK-JOB-SEEN-EXIT
004314         VARYING WS-JRP-SUB FROM 1 BY 1
004316         UNTIL WS-JRP-SUB > JRP-JOB-COUNT.
004320     STRING SCC-JOB-NAME DELIMITED BY SPACE
004330            "="          DELIMITED BY SIZE
004340            SCC-ACK-STATUS DELIMITED BY SIZE
004426 0000-JOIN-ONE-TRIGGER-EXIT.
004430     EXIT.
004440*
004441 0000-MARK-JOB-SEEN.
004442     IF JRP-JOB-NAME (WS-JRP-SUB) = SCC-JOB-NAME
004443         MOVE "Y" TO WS-SEEN-SW (WS-JRP-SUB)
004444     END-IF.
004445 0000-MARK-JOB-SEEN-EXIT.
004446     EXIT.
004447*
004448*--------------------------------------------------------------*
004449* 0000-JOIN-ONE-MISSING - ONE REGISTRY ENTRY WITH NO TRIGGER   *
004450*                       JOINED FOR THE RUN: IF IT WAS DUE ON   *
004451*                       THE RUN'S DATE AND CYCLE, APPEND A     *
004452*                       JOB=N GROUP FOR IT.                    *
004453*--------------------------------------------------------------*
004454 0000-JOIN-ONE-MISSING.
004455     IF WS-JOB-WAS-SEEN (WS-JRP-SUB)
004456         GO TO 0000-JOIN-ONE-MISSING-EXIT.
004457     PERFORM 0000-CHECK-JOB-DUE THRU 0000-CHECK-JOB-DUE-EXIT.
004458     IF NOT WS-REG-IS-DUE
004459         GO TO 0000-JOIN-ONE-MISSING-EXIT.
004460     STRING JRP-JOB-NAME (WS-JRP-SUB) DELIMITED BY SPACE
004461            "=N,000000,000000;" DELIMITED BY SIZE
004462         INTO WS-OUT-LINE
004463         WITH POINTER WS-OUT-PTR
004464         ON OVERFLOW
004465             IF NOT WS-REC-TRUNCATED
004466                 MOVE "Y" TO WS-TRUNC-SW
004467                 ADD 1 TO WS-TRUNC-COUNT
004468                 MOVE "#TRUNC" TO WS-OUT-LINE (1295:6)
004469             END-IF
004470     END-STRING.
004471 0000-JOIN-ONE-MISSING-EXIT.
004472     EXIT.
004473*
004474*--------------------------------------------------------------*
004475* 0000-CHECK-JOB-DUE - WAS THIS ENTRY DUE ON THE RUN? YES WHEN *
004476*                    IT WAS ACTIVE AND EFFECTIVE ON THE RUN'S  *
004477*                    DATE AND RAN ON EVERY CYCLE OR ON THE     *
004478*                    RUN'S CYCLE.                              *
004479*--------------------------------------------------------------*
004480 0000-CHECK-JOB-DUE.
004481     MOVE "N" TO WS-REG-DUE-SW.
004482     IF JRP-IS-INACTIVE (WS-JRP-SUB)
004483         GO TO 0000-CHECK-JOB-DUE-EXIT.
004484     IF RC-RUN-DATE < JRP-EFF-FROM (WS-JRP-SUB)
004485             OR RC-RUN-DATE > JRP-EFF-TO (WS-JRP-SUB)
004486         GO TO 0000-CHECK-JOB-DUE-EXIT.
004487     IF JRP-ALL-CYCLES (WS-JRP-SUB)
004488         MOVE "Y" TO WS-REG-DUE-SW
004489         GO TO 0000-CHECK-JOB-DUE-EXIT.
004490     PERFORM 0000-CHECK-DUE-CYCLE THRU 0000-CHECK-DUE-CYCLE-EXIT
004491         VARYING WS-REG-CYC-SUB FROM 1 BY 1
004492         UNTIL WS-REG-CYC-SUB > 6
004493             OR WS-REG-IS-DUE.
004494 0000-CHECK-JOB-DUE-EXIT.
004495     EXIT.
004496*
004497 0000-CHECK-DUE-CYCLE.
004498     MOVE JRP-CYCLE (WS-JRP-SUB WS-REG-CYC-SUB) TO WS-CYC-TEST.
004499     IF WS-CYC-TEST NUMERIC
004500             AND WS-CYC-TEST-NUM = RC-CYCLE
004501         MOVE "Y" TO WS-REG-DUE-SW
004502     END-IF.
004503 0000-CHECK-DUE-CYCLE-EXIT.
004504     EXIT.
004505*
004450*--------------------------------------------------------------*
004460* 0000-TERMINATE - CLOSE WHATEVER ACTUALLY OPENED.             *
004470*--------------------------------------------------------------*
