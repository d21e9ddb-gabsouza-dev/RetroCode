000100******************************************************************
000200* OPALRT01                                                       *
000300* OPER-ALERT-RECORD - SHARED LAYOUT FOR THE OPALERT OPERATOR     *
000400* ALERT FILE THE SCHEDULER'S PAGING STEP PICKS UP, ONE RECORD    *
000500* PER CONDITION SOMEONE ON CALL MUST HEAR ABOUT. EventLogMonitor *
000600* WRITES ESCALATED AND NEW ERRORS; TurnaroundReport WRITES A     *
000700* DOWNSTREAM JOB THAT KEEPS MISSING ITS TURNAROUND TARGET.       *
000800*                                                                *
000900* ALT-TYPE SAYS WHAT KIND OF ALERT IT IS. ALT-PROGRAM NAMES THE  *
001000* PROGRAM OR DOWNSTREAM JOB AT FAULT, ALT-PARAGRAPH AND          *
001100* ALT-MESSAGE SAY WHERE AND WHAT, AND ALT-STREAK-DAYS IS HOW     *
001200* MANY DAYS THE CONDITION HAS BEEN SEEN.                         *
001300******************************************************************
001400 01  OPER-ALERT-RECORD.
001500     05  ALT-ALERT-DATE          PIC 9(06).
001600     05  ALT-ALERT-TIME          PIC 9(06).
001700     05  ALT-TYPE                PIC X(10).
001800     05  ALT-PROGRAM             PIC X(16).
001900     05  ALT-PARAGRAPH           PIC X(24).
002000     05  ALT-MESSAGE             PIC X(25).
002100     05  ALT-STREAK-DAYS         PIC 9(03).
002200     05  FILLER                  PIC X(30).
