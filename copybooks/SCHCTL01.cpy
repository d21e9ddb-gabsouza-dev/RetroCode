000800* UNCONSUMED TRIGGER IS VISIBLE INSTEAD OF BEING SILENTLY        *
000900* OVERWRITTEN THE NEXT MORNING. ANY PROGRAM THAT TOUCHES THE     *
001000* CONTROL FILE SHOULD COPY THIS LAYOUT IN.                       *
001010* A TRIGGER WHOSE JOB HAS A REGISTERED PREDECESSOR ON THE SAME   *
001020* CYCLE IS WRITTEN HELD, WITH THE PREDECESSORS IT WAITS ON IN    *
001030* SCC-WAIT-LIST; SchedAck RELEASES IT TO PENDING ONCE EVERY      *
001040* ONE OF THEM HAS BEEN CONSUMED, AND STAMPS SCC-RELEASE-DATE AND *
001050* SCC-RELEASE-TIME SO ITS TURNAROUND CAN BE TIMED FROM THEN.     *
001060* SCC-CATCHUP-SW IS SET ON A TRIGGER WRITTEN BY A CATCH-UP RUN.  *
001070* RECORDS WRITTEN BEFORE THESE FIELDS CARRY SPACES IN THEM, SO   *
001080* TEST THE RELEASE FIELDS NUMERIC BEFORE USING THEM.             *
001100******************************************************************
001200 01  SCHED-CTL-RECORD.
001300     05  SCC-KEY.
001900     05  SCC-ACK-STATUS          PIC X(01).
002000         88  SCC-ACK-PENDING         VALUE "P".
002100         88  SCC-ACK-CONSUMED        VALUE "C".
002110         88  SCC-ACK-HELD            VALUE "H".
002200     05  SCC-ACK-DATE            PIC 9(06).
002300     05  SCC-ACK-TIME            PIC 9(06).
002350     05  SCC-OVERRIDE-SW         PIC X(01).
002360         88  SCC-IS-OVERRIDE         VALUE "Y".
002370     05  SCC-WAIT-LIST.
002380         10  SCC-WAIT-JOB        PIC X(08) OCCURS 3 TIMES.
002390     05  SCC-RELEASE-DATE        PIC 9(06).
002400     05  SCC-RELEASE-TIME        PIC 9(06).
002410     05  SCC-CATCHUP-SW          PIC X(01).
002420         88  SCC-IS-CATCHUP          VALUE "Y".
002430     05  FILLER                  PIC X(01).
