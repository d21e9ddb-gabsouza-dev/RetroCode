000820* CALENDAR, SO A CALLER THAT NEVER HEARD OF CALENDARS STILL      *
000830* GETS THE ANSWER IT ALWAYS GOT.                                 *
000900*                                                                *
000905* BUSINESS-DAY ARITHMETIC: FUNCTION A ADDS AND FUNCTION S        *
000910* SUBTRACTS BDP-DAY-COUNT BUSINESS DAYS TO OR FROM BDP-DATE-IN,  *
000915* ANSWER IN BDP-DATE-OUT (A COUNT OF ZERO ROLLS A CLOSED DATE    *
000920* FORWARD OR BACK TO THE NEAREST BUSINESS DAY). FUNCTION C       *
000925* COUNTS THE BUSINESS DAYS AFTER BDP-DATE-IN UP TO AND INCLUDING *
000930* BDP-DATE-TO INTO BDP-DAY-COUNT, SO C ON THE DATES IN AND OUT   *
000935* OF AN A GIVES BACK THE COUNT; BDP-DATE-TO MAY NOT BE EARLIER   *
000940* THAN BDP-DATE-IN.                                              *
000945*                                                                *
000950* JOINT CALENDARS: ANY CALENDAR IDS IN BDP-JOINT-LIST (UNUSED    *
000955* SLOTS BLANK) ARE JUDGED TOGETHER WITH BDP-CALENDAR-ID, AND A   *
000960* DATE IS A BUSINESS DAY ONLY WHEN IT IS OPEN ON EVERY ONE OF    *
000965* THEM. THIS HOLDS FOR EVERY FUNCTION: I IS THEN THE JOINT OPEN  *
000970* TEST, N IS THE NEXT DAY OPEN ON ALL OF THEM, A IS T+N ON THE   *
000975* COMBINATION. BDP-CLOSED-CAL-ID NAMES THE FIRST CALENDAR WHOSE  *
000980* HOLIDAY CLOSES BDP-DATE-IN (BLANK WHEN IT IS OPEN OR CLOSED    *
000985* ONLY BY THE WEEKEND).                                          *
000990*                                                                *
001000* BDP-RETURN-CODE: 00 SERVICE COMPLETED NORMALLY                 *
001100*                  04 CALENDAR FILE UNAVAILABLE - WEEKEND LOGIC  *
001200*                     STILL APPLIED, HOLIDAYS ASSUMED NONE       *
001300*                  10 BDP-DATE-IN IS NOT A REAL CALENDAR DATE    *
001310*                     (OR BDP-DATE-TO / BDP-DAY-COUNT IS BAD)    *
001400*                  20 NO BUSINESS DAY FOUND WITHIN THE SEARCH    *
001500*                     WINDOW (CALENDAR DATA SUSPECT)             *
001600******************************************************************
001900         88  BDP-FUNC-BUSINESS-DAY   VALUE "I".
002000         88  BDP-FUNC-NEXT-BUS-DAY   VALUE "N".
002100         88  BDP-FUNC-PREV-BUS-DAY   VALUE "P".
002110         88  BDP-FUNC-ADD-BUS-DAYS   VALUE "A".
002120         88  BDP-FUNC-SUB-BUS-DAYS   VALUE "S".
002130         88  BDP-FUNC-COUNT-BUS-DAYS VALUE "C".
002150     05  BDP-CALENDAR-ID         PIC X(04).
002200     05  BDP-DATE-IN             PIC 9(06).
002300     05  BDP-BUSINESS-DAY-SW     PIC X(01).
003400         88  BDP-CALENDAR-MISSING    VALUE "04".
003500         88  BDP-BAD-DATE            VALUE "10".
003600         88  BDP-NO-DAY-FOUND        VALUE "20".
003700     05  BDP-DAY-COUNT           PIC 9(04).
003800     05  BDP-DATE-TO             PIC 9(06).
003900     05  BDP-JOINT-LIST.
004000         10  BDP-JOINT-CAL-ID    PIC X(04) OCCURS 3 TIMES.
004100     05  BDP-CLOSED-CAL-ID       PIC X(04).
