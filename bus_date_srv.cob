000196*                 IS ASKING ABOUT IN BDP-CALENDAR-ID. EXISTING *
000197*                 HOLIDAYS FILES MUST BE RELOADED THROUGH      *
000198*                 CalendarMaint IN THE NEW LAYOUT.             *
000199* 2026-10-15 RC   BUSINESS-DAY ARITHMETIC AND JOINT CALENDARS: *
000200*                 FUNCTIONS A AND S ADD AND SUBTRACT N         *
000201*                 BUSINESS DAYS, C COUNTS THE BUSINESS DAYS    *
000202*                 BETWEEN TWO DATES, AND BDP-JOINT-LIST NAMES  *
000203*                 FURTHER CALENDARS A DATE MUST ALSO BE OPEN   *
000204*                 ON, FOR EVERY FUNCTION, SO FEEDS STOP        *
000205*                 LOOPING ON N AND P THEMSELVES. THE CALENDAR  *
000206*                 THAT CLOSES THE DATE COMES BACK IN           *
000207*                 BDP-CLOSED-CAL-ID. BUSDAT01 GREW, SO EVERY   *
000208*                 CALLER IS RECOMPILED WITH THIS VERSION.      *
000200*--------------------------------------------------------------*
000210*
000220 ENVIRONMENT DIVISION.
000672*
000674*--------------------------------------------------------------*
000676* CALENDAR THE CURRENT CALL IS ASKING ABOUT - BDP-CALENDAR-ID  *
000678* WITH A BLANK TAKEN AS THE STD DEFAULT CALENDAR - FOLLOWED ON *
000679* WS-CAL-LIST BY ANY JOINT CALENDARS. A DATE IS OPEN ONLY WHEN *
000680* NO CALENDAR ON THE LIST HAS IT AS A HOLIDAY, AND             *
000681* WS-CLOSED-CAL-ID IS THE ONE THAT CLOSED THE LAST DATE.       *
000680*--------------------------------------------------------------*
000682 77  WS-REQ-CAL-ID               PIC X(04).
000683 77  WS-SCAN-CAL-ID              PIC X(04).
000684 77  WS-CLOSED-CAL-ID            PIC X(04).
000685 77  WS-CAL-COUNT                PIC 9(01) COMP.
000686 77  WS-CAL-SUB                  PIC 9(01) COMP.
000687 77  WS-JNT-SUB                  PIC 9(01) COMP.
000688 01  WS-CAL-LIST.
000689     05  WS-CAL-LIST-ID          PIC X(04) OCCURS 4 TIMES.
000690*
000691*--------------------------------------------------------------*
000692* BUSINESS-DAY ARITHMETIC - BUSINESS DAYS STEPPED OVER SO FAR  *
000693* BY AN ADD OR SUBTRACT, OR COUNTED BY A COUNT.                *
000694*--------------------------------------------------------------*
000695 77  WS-BUS-DAYS                 PIC 9(05) COMP.
000684*
000690*--------------------------------------------------------------*
000700* DATE UNDER EXAMINATION AND ITS DERIVED FACTS. EVERY FUNCTION *
001356     ELSE
001358         MOVE BDP-CALENDAR-ID TO WS-REQ-CAL-ID
001359     END-IF.
001360     MOVE SPACES TO BDP-CLOSED-CAL-ID.
001361     MOVE 1 TO WS-CAL-COUNT.
001362     MOVE WS-REQ-CAL-ID TO WS-CAL-LIST-ID (1).
001363     PERFORM 0000-ADD-JOINT-CAL THRU 0000-ADD-JOINT-CAL-EXIT
001364         VARYING WS-JNT-SUB FROM 1 BY 1
001365         UNTIL WS-JNT-SUB > 3.
001360     MOVE BDP-DATE-IN TO WS-CHECK-DATE-NUM.
001370     PERFORM 0000-EDIT-DATE THRU 0000-EDIT-DATE-EXIT.
001380     IF NOT WS-CHECK-IS-VALID
001410     PERFORM 0000-CHECK-ONE-DATE THRU 0000-CHECK-ONE-DATE-EXIT.
001420     MOVE WS-CHECK-DOW TO BDP-DAY-OF-WEEK.
001430     MOVE WS-CHECK-BUS-SW TO BDP-BUSINESS-DAY-SW.
001435     MOVE WS-CLOSED-CAL-ID TO BDP-CLOSED-CAL-ID.
001440     MOVE BDP-DATE-IN TO BDP-DATE-OUT.
001450     EVALUATE TRUE
001460         WHEN BDP-FUNC-BUSINESS-DAY
001490             PERFORM 0000-FIND-NEXT THRU 0000-FIND-NEXT-EXIT
001500         WHEN BDP-FUNC-PREV-BUS-DAY
001510             PERFORM 0000-FIND-PREV THRU 0000-FIND-PREV-EXIT
001511         WHEN BDP-FUNC-ADD-BUS-DAYS
001512             PERFORM 0000-ADD-DAYS THRU 0000-ADD-DAYS-EXIT
001513         WHEN BDP-FUNC-SUB-BUS-DAYS
001514             PERFORM 0000-SUB-DAYS THRU 0000-SUB-DAYS-EXIT
001515         WHEN BDP-FUNC-COUNT-BUS-DAYS
001516             PERFORM 0000-COUNT-DAYS THRU 0000-COUNT-DAYS-EXIT
001520         WHEN OTHER
001530             MOVE "10" TO BDP-RETURN-CODE
001540     END-EVALUATE.
001570     END-IF.
001580 0000-MAIN-EXIT.
001590     GOBACK.
001591*
001592*--------------------------------------------------------------*
001593* 0000-ADD-JOINT-CAL - PUT ONE BDP-JOINT-LIST ENTRY ON THE     *
001594*                     CALENDAR LIST, SKIPPING BLANK SLOTS.     *
001595*--------------------------------------------------------------*
001596 0000-ADD-JOINT-CAL.
001597     IF BDP-JOINT-CAL-ID (WS-JNT-SUB) = SPACES
001598             OR BDP-JOINT-CAL-ID (WS-JNT-SUB) = LOW-VALUES
001599         GO TO 0000-ADD-JOINT-CAL-EXIT.
001600     ADD 1 TO WS-CAL-COUNT.
001601     MOVE BDP-JOINT-CAL-ID (WS-JNT-SUB)
001602         TO WS-CAL-LIST-ID (WS-CAL-COUNT).
001603 0000-ADD-JOINT-CAL-EXIT.
001604     EXIT.
001600*
001610*--------------------------------------------------------------*
001620* 0000-LOAD-CALENDAR - READ THE WHOLE HOLIDAY-FILE INTO THE    *
002550         SUBTRACT 7 FROM WS-DOW-REM
002560     END-IF.
002570     COMPUTE WS-CHECK-DOW = WS-DOW-REM + 1.
002575     MOVE SPACES TO WS-CLOSED-CAL-ID.
002580     IF WS-CHECK-DOW = 6 OR WS-CHECK-DOW = 7
002590         MOVE "N" TO WS-CHECK-BUS-SW
002600         GO TO 0000-CHECK-ONE-DATE-EXIT.
002610     MOVE "N" TO WS-HOL-FOUND-SW.
002612     PERFORM 0000-CHECK-ONE-CAL THRU 0000-CHECK-ONE-CAL-EXIT
002614         VARYING WS-CAL-SUB FROM 1 BY 1
002616         UNTIL WS-CAL-SUB > WS-CAL-COUNT
002618             OR WS-HOL-WAS-FOUND.
002620     IF WS-HOL-WAS-FOUND
002630         MOVE "N" TO WS-CHECK-BUS-SW
002640     ELSE
002650         MOVE "Y" TO WS-CHECK-BUS-SW
002660     END-IF.
002670 0000-CHECK-ONE-DATE-EXIT.
002671     EXIT.
002672*
002673*--------------------------------------------------------------*
002674* 0000-CHECK-ONE-CAL - LOOK FOR THE DATE ON ONE CALENDAR OF    *
002675*                     THE LIST, REMEMBERING WHICH CALENDAR     *
002676*                     CLOSED IT.                               *
002677*--------------------------------------------------------------*
002678 0000-CHECK-ONE-CAL.
002679     MOVE WS-CAL-LIST-ID (WS-CAL-SUB) TO WS-SCAN-CAL-ID.
002680     PERFORM 0000-FIND-HOLIDAY THRU 0000-FIND-HOLIDAY-EXIT.
002681     IF WS-HOL-WAS-FOUND
002682         MOVE WS-SCAN-CAL-ID TO WS-CLOSED-CAL-ID
002683     END-IF.
002684 0000-CHECK-ONE-CAL-EXIT.
002680     EXIT.
002690*
002700 0000-FIND-HOLIDAY.
002790*
002800 0000-FIND-HOLIDAY-SCAN.
002810     IF WS-HOL-DATE (WS-SUB) = WS-CHECK-DATE-NUM
002815             AND WS-HOL-CAL-ID (WS-SUB) = WS-SCAN-CAL-ID
002820         MOVE "Y" TO WS-HOL-FOUND-SW
002830     END-IF.
002840 0000-FIND-HOLIDAY-SCAN-EXIT.
003670     PERFORM 0000-CHECK-ONE-DATE THRU 0000-CHECK-ONE-DATE-EXIT.
003680 0000-STEP-BACKWARD-EXIT.
003690     EXIT.
003691*
003692*--------------------------------------------------------------*
003693* 0000-ADD-DAYS - STEP FORWARD BDP-DAY-COUNT BUSINESS DAYS     *
003694*                FROM BDP-DATE-IN, ONE 0000-FIND-NEXT AT A     *
003695*                TIME, SO EACH STEP KEEPS ITS OWN SEARCH       *
003696*                LIMIT. A COUNT OF ZERO LEAVES A BUSINESS DAY  *
003697*                AS IT IS AND ROLLS A CLOSED ONE FORWARD.      *
003698*--------------------------------------------------------------*
003699 0000-ADD-DAYS.
003700     IF BDP-DAY-COUNT NOT NUMERIC
003701         MOVE "10" TO BDP-RETURN-CODE
003702         MOVE ZERO TO BDP-DATE-OUT
003703         GO TO 0000-ADD-DAYS-EXIT.
003704     IF BDP-DAY-COUNT = 0
003705         IF NOT WS-CHECK-IS-BUSINESS
003706             PERFORM 0000-FIND-NEXT THRU 0000-FIND-NEXT-EXIT
003707         END-IF
003708         GO TO 0000-ADD-DAYS-EXIT.
003709     MOVE 0 TO WS-BUS-DAYS.
003710     PERFORM 0000-ADD-ONE-DAY THRU 0000-ADD-ONE-DAY-EXIT
003711         UNTIL WS-BUS-DAYS >= BDP-DAY-COUNT
003712             OR BDP-RETURN-CODE NOT = "00".
003713 0000-ADD-DAYS-EXIT.
003714     EXIT.
003715*
003716 0000-ADD-ONE-DAY.
003717     PERFORM 0000-FIND-NEXT THRU 0000-FIND-NEXT-EXIT.
003718     ADD 1 TO WS-BUS-DAYS.
003719 0000-ADD-ONE-DAY-EXIT.
003720     EXIT.
003721*
003722*--------------------------------------------------------------*
003723* 0000-SUB-DAYS - AS 0000-ADD-DAYS, STEPPING BACKWARD.         *
003724*--------------------------------------------------------------*
003725 0000-SUB-DAYS.
003726     IF BDP-DAY-COUNT NOT NUMERIC
003727         MOVE "10" TO BDP-RETURN-CODE
003728         MOVE ZERO TO BDP-DATE-OUT
003729         GO TO 0000-SUB-DAYS-EXIT.
003730     IF BDP-DAY-COUNT = 0
003731         IF NOT WS-CHECK-IS-BUSINESS
003732             PERFORM 0000-FIND-PREV THRU 0000-FIND-PREV-EXIT
003733         END-IF
003734         GO TO 0000-SUB-DAYS-EXIT.
003735     MOVE 0 TO WS-BUS-DAYS.
003736     PERFORM 0000-SUB-ONE-DAY THRU 0000-SUB-ONE-DAY-EXIT
003737         UNTIL WS-BUS-DAYS >= BDP-DAY-COUNT
003738             OR BDP-RETURN-CODE NOT = "00".
003739 0000-SUB-DAYS-EXIT.
003740     EXIT.
003741*
003742 0000-SUB-ONE-DAY.
003743     PERFORM 0000-FIND-PREV THRU 0000-FIND-PREV-EXIT.
003744     ADD 1 TO WS-BUS-DAYS.
003745 0000-SUB-ONE-DAY-EXIT.
003746     EXIT.
003747*
003748*--------------------------------------------------------------*
003749* 0000-COUNT-DAYS - COUNT THE BUSINESS DAYS AFTER BDP-DATE-IN  *
003750*                  UP TO AND INCLUDING BDP-DATE-TO, WALKING    *
003751*                  ONE CALENDAR DAY AT A TIME. A TO-DATE THAT  *
003752*                  IS NOT A REAL DATE OR IS EARLIER THAN THE   *
003753*                  FROM-DATE IS REFUSED.                       *
003754*--------------------------------------------------------------*
003755 0000-COUNT-DAYS.
003756     MOVE 0 TO BDP-DAY-COUNT.
003757     IF BDP-DATE-TO NOT NUMERIC OR BDP-DATE-TO < BDP-DATE-IN
003758         MOVE "10" TO BDP-RETURN-CODE
003759         GO TO 0000-COUNT-DAYS-EXIT.
003760     MOVE BDP-DATE-TO TO WS-CHECK-DATE-NUM.
003761     PERFORM 0000-EDIT-DATE THRU 0000-EDIT-DATE-EXIT.
003762     IF NOT WS-CHECK-IS-VALID
003763         MOVE "10" TO BDP-RETURN-CODE
003764         GO TO 0000-COUNT-DAYS-EXIT.
003765     MOVE BDP-DATE-IN TO WS-CHECK-DATE-NUM.
003766     MOVE 0 TO WS-BUS-DAYS.
003767     PERFORM 0000-COUNT-ONE-DAY THRU 0000-COUNT-ONE-DAY-EXIT
003768         UNTIL WS-CHECK-DATE-NUM NOT < BDP-DATE-TO.
003769     IF WS-BUS-DAYS > 9999
003770         MOVE "10" TO BDP-RETURN-CODE
003771         GO TO 0000-COUNT-DAYS-EXIT.
003772     MOVE WS-BUS-DAYS TO BDP-DAY-COUNT.
003773 0000-COUNT-DAYS-EXIT.
003774     EXIT.
003775*
003776 0000-COUNT-ONE-DAY.
003777     PERFORM 0000-STEP-FORWARD THRU 0000-STEP-FORWARD-EXIT.
003778     IF WS-CHECK-IS-BUSINESS
003779         ADD 1 TO WS-BUS-DAYS
003780     END-IF.
003781 0000-COUNT-ONE-DAY-EXIT.
003782     EXIT.
