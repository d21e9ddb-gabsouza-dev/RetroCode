000100******************************************************************
000200* CYCPRM01                                                       *
000300* CYCLE-PLAN-PARMS - PARAMETER AREA FOR THE CycPlanSrv CALLABLE  *
000400* CYCLE-PLAN SERVICE. THE CALLER SETS CPP-CALENDAR-ID (BLANK     *
000500* MEANS STD), CPP-DATE-IN AND, OPTIONALLY, CPP-CYCLE-IN. THE     *
000600* SERVICE CLASSIFIES THE DATE ON THAT CALENDAR (NORMAL, MONTH-,  *
000700* QUARTER- OR YEAR-END, VIA BusDateSrv), FINDS THE CYCPLAN       *
000800* RECORD THAT GOVERNS IT AND RETURNS THE REQUIRED CYCLES, ONLY   *
000900* NUMERIC NON-ZERO ONES, PACKED TO THE FRONT OF CPP-CYCLE-LIST.  *
001000* WHEN CPP-CYCLE-IN IS GIVEN, CPP-CYCLE-PLANNED-SW SAYS WHETHER  *
001100* THAT CYCLE IS ON THE PLAN. CPP-PLAN-TYPE IS THE DATE TYPE OF   *
001200* THE RECORD ACTUALLY USED, WHICH MAY BE A LESSER TYPE THAN      *
001300* CPP-DATE-TYPE. NO RECORD FOR THE CALENDAR AT ALL LEAVES        *
001400* CPP-PLAN-FOUND-SW "N": THE CALENDAR IS NOT UNDER A PLAN.       *
001500*                                                                *
001600* CPP-RETURN-CODE: 00 SERVICE COMPLETED NORMALLY                 *
001700*                  04 CYCLE PLAN FILE UNAVAILABLE - NO PLAN      *
001800*                  10 CPP-DATE-IN IS NOT A REAL CALENDAR DATE    *
001900*                  20 NO BUSINESS DAY FOUND AFTER THE DATE, SO   *
002000*                     IT WAS TAKEN AS A NORMAL DAY               *
002100******************************************************************
002200 01  CYCLE-PLAN-PARMS.
002300     05  CPP-CALENDAR-ID         PIC X(04).
002400     05  CPP-DATE-IN             PIC 9(06).
002500     05  CPP-CYCLE-IN            PIC X(02).
002600     05  CPP-DATE-TYPE           PIC X(01).
002700         88  CPP-TYPE-NORMAL         VALUE "N".
002800         88  CPP-TYPE-MONTH-END      VALUE "M".
002900         88  CPP-TYPE-QUARTER-END    VALUE "Q".
003000         88  CPP-TYPE-YEAR-END       VALUE "Y".
003100     05  CPP-PLAN-TYPE           PIC X(01).
003200     05  CPP-PLAN-FOUND-SW       PIC X(01).
003300         88  CPP-PLAN-WAS-FOUND      VALUE "Y".
003400         88  CPP-NO-PLAN             VALUE "N".
003500     05  CPP-UNPLANNED-ACTION    PIC X(01).
003600         88  CPP-REJECT-UNPLANNED    VALUE "R".
003700     05  CPP-CYCLE-PLANNED-SW    PIC X(01).
003800         88  CPP-CYCLE-IS-PLANNED    VALUE "Y".
003900     05  CPP-CYCLE-COUNT         PIC 9(02).
004000     05  CPP-CYCLE-LIST.
004100         10  CPP-CYCLE           PIC X(02) OCCURS 6 TIMES.
004200     05  CPP-RETURN-CODE         PIC X(02).
004300         88  CPP-SERVICE-OK          VALUE "00".
004400         88  CPP-PLAN-MISSING        VALUE "04".
004500         88  CPP-BAD-DATE            VALUE "10".
004600         88  CPP-NO-DAY-FOUND        VALUE "20".
