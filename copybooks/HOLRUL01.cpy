000100******************************************************************
000200* HOLRUL01                                                       *
000300* HOLIDAY-RULE-RECORD - SHARED LAYOUT FOR THE HOLRULES HOLIDAY   *
000400* RULE FILE, ONE RECORD PER RECURRING HOLIDAY PER CALENDAR ID.   *
000500* HolidayGen TURNS THE RULES INTO A PROPOSED YEAR OF HOLCAL01    *
000600* ENTRIES AND, ONCE APPROVED, INTO CalendarMaint ADD CARDS. A    *
000700* BLANK HRL-CALENDAR-ID IS READ AS STD, AS ON THE CALENDAR.      *
000800*                                                                *
000900* HRL-RULE-TYPE SAYS HOW THE DATE IS FOUND:                      *
001000*   F  FIXED DATE - HRL-MONTH AND HRL-DAY                        *
001100*   N  NTH WEEKDAY OF THE MONTH - HRL-MONTH, HRL-WEEKDAY AND     *
001200*      HRL-NTH (1-5)                                             *
001300*   L  LAST WEEKDAY OF THE MONTH - HRL-MONTH AND HRL-WEEKDAY     *
001400*   E  EASTER SUNDAY PLUS OR MINUS HRL-OFFSET-DAYS (SIGN IN      *
001500*      HRL-OFFSET-SIGN, BLANK READ AS PLUS)                      *
001600* WEEKDAYS ARE NUMBERED AS BusDateSrv NUMBERS THEM, 1 = MONDAY   *
001700* THROUGH 7 = SUNDAY.                                            *
001800*                                                                *
001900* HRL-WEEKEND-RULE SAYS WHAT HAPPENS WHEN THE DATE FALLS ON A    *
002000* SATURDAY OR SUNDAY:                                            *
002100*   N  (OR BLANK) NO SUBSTITUTE - THE WEEKEND IS CLOSED ANYWAY   *
002200*   F  SATURDAY IS OBSERVED ON THE FRIDAY BEFORE, SUNDAY ON THE  *
002300*      MONDAY AFTER                                              *
002400*   M  BOTH ARE OBSERVED ON THE MONDAY AFTER                     *
002500* A SUBSTITUTE DAY ALREADY TAKEN BY ANOTHER HOLIDAY OF THE SAME  *
002600* CALENDAR MOVES ON TO THE NEXT FREE WEEKDAY.                    *
002700*                                                                *
002800* HRL-FIRST-YEAR AND HRL-LAST-YEAR (TWO-DIGIT, BLANK OR ZERO FOR *
002900* NO LIMIT) BOUND THE YEARS THE RULE IS IN FORCE.                *
003000******************************************************************
003100 01  HOLIDAY-RULE-RECORD.
003200     05  HRL-CALENDAR-ID         PIC X(04).
003300     05  FILLER                  PIC X(01).
003400     05  HRL-RULE-TYPE           PIC X(01).
003500         88  HRL-RULE-FIXED          VALUE "F".
003600         88  HRL-RULE-NTH-WEEKDAY    VALUE "N".
003700         88  HRL-RULE-LAST-WEEKDAY   VALUE "L".
003800         88  HRL-RULE-EASTER         VALUE "E".
003900     05  FILLER                  PIC X(01).
004000     05  HRL-MONTH               PIC X(02).
004100     05  HRL-MONTH-NUM REDEFINES HRL-MONTH
004200                                 PIC 9(02).
004300     05  HRL-DAY                 PIC X(02).
004400     05  HRL-DAY-NUM REDEFINES HRL-DAY
004500                                 PIC 9(02).
004600     05  FILLER                  PIC X(01).
004700     05  HRL-WEEKDAY             PIC X(01).
004800     05  HRL-WEEKDAY-NUM REDEFINES HRL-WEEKDAY
004900                                 PIC 9(01).
005000     05  HRL-NTH                 PIC X(01).
005100     05  HRL-NTH-NUM REDEFINES HRL-NTH
005200                                 PIC 9(01).
005300     05  FILLER                  PIC X(01).
005400     05  HRL-OFFSET-SIGN         PIC X(01).
005500         88  HRL-OFFSET-MINUS        VALUE "-".
005600         88  HRL-OFFSET-PLUS         VALUE "+" " ".
005700     05  HRL-OFFSET-DAYS         PIC X(03).
005800     05  HRL-OFFSET-NUM REDEFINES HRL-OFFSET-DAYS
005900                                 PIC 9(03).
006000     05  FILLER                  PIC X(01).
006100     05  HRL-WEEKEND-RULE        PIC X(01).
006200         88  HRL-WKND-NONE           VALUE "N" " ".
006300         88  HRL-WKND-FRI-MON        VALUE "F".
006400         88  HRL-WKND-MONDAY         VALUE "M".
006500     05  FILLER                  PIC X(01).
006600     05  HRL-FIRST-YEAR          PIC X(02).
006700     05  HRL-FIRST-YEAR-NUM REDEFINES HRL-FIRST-YEAR
006800                                 PIC 9(02).
006900     05  HRL-LAST-YEAR           PIC X(02).
007000     05  HRL-LAST-YEAR-NUM REDEFINES HRL-LAST-YEAR
007100                                 PIC 9(02).
007200     05  FILLER                  PIC X(01).
007300     05  HRL-HOLIDAY-NAME        PIC X(20).
007400     05  FILLER                  PIC X(33).
