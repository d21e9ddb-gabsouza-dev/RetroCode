000100******************************************************************
000200* CYCPLN01                                                       *
000300* CYCLE-PLAN-RECORD - SHARED LAYOUT FOR THE CYCPLAN BUSINESS-    *
000400* DATE CYCLE PLAN, ONE RECORD PER CALENDAR ID AND DATE TYPE,     *
000500* SAYING WHICH PROCESSING CYCLES MUST RUN ON A DATE OF THAT      *
000600* TYPE. THE CALENDAR ID PLUS DATE TYPE IS THE KEY; A SECOND      *
000700* RECORD FOR THE SAME KEY IS IGNORED. A BLANK CPL-CALENDAR-ID IS *
000800* READ AS STD, AS ON THE CALENDAR. READ ONLY THROUGH THE         *
000900* CycPlanSrv SERVICE (CYCPRM01 PARAMETERS).                      *
001000*                                                                *
001100* CPL-DATE-TYPE:  N  NORMAL BUSINESS DAY                         *
001200*                 M  MONTH-END - LAST BUSINESS DAY OF THE MONTH  *
001300*                 Q  QUARTER-END - MONTH-END OF MAR/JUN/SEP/DEC  *
001400*                 Y  YEAR-END - MONTH-END OF DECEMBER            *
001500* A YEAR-END WITH NO Y RECORD USES THE Q RECORD, A QUARTER-END   *
001600* WITH NO Q RECORD THE M RECORD, AND A MONTH-END WITH NO M       *
001700* RECORD THE N RECORD.                                           *
001800*                                                                *
001900* CPL-CYCLE-LIST HOLDS THE REQUIRED CYCLES (UNUSED SLOTS BLANK). *
002000* CPL-UNPLANNED-ACTION SAYS WHAT HelloWorld DOES WITH A CYCLE    *
002100* THAT IS NOT ON THE PLAN FOR THE DATE: R REJECTS THE RUN, W (OR *
002200* BLANK) WARNS AND LETS IT GO AHEAD.                             *
002300******************************************************************
002400 01  CYCLE-PLAN-RECORD.
002500     05  CPL-CALENDAR-ID         PIC X(04).
002600     05  FILLER                  PIC X(01).
002700     05  CPL-DATE-TYPE           PIC X(01).
002800         88  CPL-TYPE-NORMAL         VALUE "N".
002900         88  CPL-TYPE-MONTH-END      VALUE "M".
003000         88  CPL-TYPE-QUARTER-END    VALUE "Q".
003100         88  CPL-TYPE-YEAR-END       VALUE "Y".
003200         88  CPL-TYPE-IS-VALID       VALUE "N" "M" "Q" "Y".
003300     05  FILLER                  PIC X(01).
003400     05  CPL-UNPLANNED-ACTION    PIC X(01).
003500         88  CPL-REJECT-UNPLANNED    VALUE "R".
003600         88  CPL-WARN-UNPLANNED      VALUE "W" " ".
003700     05  FILLER                  PIC X(01).
003800     05  CPL-CYCLE-LIST.
003900         10  CPL-CYCLE           PIC X(02) OCCURS 6 TIMES.
004000     05  FILLER                  PIC X(01).
004100     05  CPL-DESCRIPTION         PIC X(20).
004200     05  FILLER                  PIC X(38).
