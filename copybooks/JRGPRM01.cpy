000100******************************************************************
000200* JRGPRM01                                                       *
000300* JOB-REG-PARMS - PARAMETER AREA FOR THE JobRegSrv CALLABLE JOB  *
000400* REGISTRY SERVICE. THE CALLER SETS JRP-AS-OF-DATE; THE SERVICE  *
000500* RETURNS EVERY JOB THAT WAS ON THE REGISTRY ON THAT DATE, IN    *
000600* JOB-NAME ORDER, EACH AS ITS ENTRY STOOD ON THAT DATE (THE      *
000700* JOBHIST VERSION IN FORCE, OR THE JOBREG ENTRY FOR A JOB THAT   *
000800* HAS NOT CHANGED SINCE THE HISTORY BEGAN). A JOB DELETED SINCE  *
000900* IS RETURNED AS IT STOOD; A JOB ADDED SINCE IS NOT RETURNED.    *
001000* THE ENTRIES ARE RETURNED AS REGISTERED, INACTIVE ONES AND      *
001100* EFFECTIVE DATES INCLUDED - WHETHER AN ENTRY IS DUE ON THE DATE *
001200* IS STILL THE CALLER'S TEST, AGAINST THESE FIELDS.              *
001300* JRP-ENTRY HAS THE JOBREG01 LAYOUT. JRP-VER-FROM AND            *
001400* JRP-VER-ACTION SAY WHICH VERSION WAS USED: ZERO AND SPACES FOR *
001500* AN ENTRY THAT HAS NEVER CHANGED.                               *
001600*                                                                *
001700* JRP-RETURN-CODE: 00 SERVICE COMPLETED NORMALLY                 *
001800*                  04 JOBHIST UNAVAILABLE - THE CURRENT REGISTRY *
001900*                     IS RETURNED WHATEVER THE DATE              *
002000*                  08 JOBREG UNAVAILABLE - NO ENTRIES RETURNED   *
002100*                  10 JRP-AS-OF-DATE IS NOT NUMERIC              *
002200*                  12 MORE JOBS OR VERSIONS THAN THE SERVICE'S   *
002300*                     TABLES HOLD - THE ANSWER IS INCOMPLETE     *
002400* JRP-FILE-STATUS IS THE STATUS OF THE FILE BEHIND A 04 OR 08.   *
002500******************************************************************
002600 01  JOB-REG-PARMS.
002700     05  JRP-AS-OF-DATE          PIC 9(06).
002800     05  JRP-RETURN-CODE         PIC X(02).
002900         88  JRP-SERVICE-OK          VALUE "00".
003000         88  JRP-HISTORY-MISSING     VALUE "04".
003100         88  JRP-REGISTRY-MISSING    VALUE "08".
003200         88  JRP-BAD-DATE            VALUE "10".
003300         88  JRP-TABLE-FULL          VALUE "12".
003400     05  JRP-FILE-STATUS         PIC X(02).
003500     05  JRP-JOB-COUNT           PIC 9(02).
003600     05  JRP-JOB-TABLE.
003700         10  JRP-JOB OCCURS 50 TIMES.
003800             15  JRP-ENTRY.
003900                 20  JRP-JOB-NAME
004000                                 PIC X(08).
004100                 20  JRP-ALL-CYCLES-SW
004200                                 PIC X(01).
004300                     88  JRP-ALL-CYCLES  VALUE "Y".
004400                 20  JRP-CYCLE-LIST.
004500                     25  JRP-CYCLE
004600                                 PIC X(02) OCCURS 6 TIMES.
004700                 20  JRP-MANDATORY-SW
004800                                 PIC X(01).
004900                     88  JRP-ACK-MANDATORY
005000                                     VALUE "Y".
005100                 20  JRP-EFF-FROM
005200                                 PIC 9(06).
005300                 20  JRP-EFF-TO  PIC 9(06).
005400                 20  JRP-STATUS  PIC X(01).
005500                     88  JRP-IS-ACTIVE   VALUE "A".
005600                     88  JRP-IS-INACTIVE VALUE "I".
005700                 20  JRP-PRED-LIST.
005800                     25  JRP-PRED-JOB
005900                                 PIC X(08) OCCURS 3 TIMES.
006000                 20  JRP-TURN-TARGET
006100                                 PIC 9(04).
006200                 20  FILLER      PIC X(17).
006300             15  JRP-VER-FROM    PIC 9(06).
006400             15  JRP-VER-ACTION  PIC X(08).
