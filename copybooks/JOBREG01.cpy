001200* (UNUSED SLOTS BLANK); JRG-ALL-CYCLES-SW SAYS IT RUNS ON EVERY  *
001300* CYCLE. JRG-ACK-MANDATORY SAYS AN UNACKNOWLEDGED TRIGGER IS     *
001400* WORTH CHASING. JRG-EFF-TO IS 999999 FOR AN OPEN-ENDED ENTRY.   *
001410* JRG-PRED-LIST NAMES UP TO THREE PREDECESSOR JOBS (UNUSED SLOTS *
001420* BLANK): ON ANY CYCLE WHERE A PREDECESSOR IS ALSO TRIGGERED,    *
001430* THIS JOB'S TRIGGER IS WRITTEN HELD AND ONLY RELEASED WHEN      *
001440* EVERY SUCH PREDECESSOR HAS ACKNOWLEDGED ITS OWN TRIGGER.       *
001450* JRG-TURN-TARGET IS THE TURNAROUND TARGET IN MINUTES: HOW LONG  *
001460* THE JOB HAS FROM ITS TRIGGER BEING WRITTEN TO ACKNOWLEDGING    *
001470* IT. JobRegMaint FILLS 60 FOR A MANDATORY JOB AND 240 FOR AN    *
001480* OPTIONAL ONE WHEN THE CARD GIVES NONE; AN ENTRY WITHOUT A      *
001490* TARGET (ZERO OR NOT NUMERIC) TAKES THE SAME DEFAULT.           *
001500******************************************************************
001600 01  JOB-REG-RECORD.
001700     05  JRG-JOB-NAME            PIC X(08).
002600     05  JRG-STATUS              PIC X(01).
002700         88  JRG-IS-ACTIVE           VALUE "A".
002800         88  JRG-IS-INACTIVE         VALUE "I".
002810     05  JRG-PRED-LIST.
002820         10  JRG-PRED-JOB        PIC X(08) OCCURS 3 TIMES.
002830     05  JRG-TURN-TARGET         PIC 9(04).
002840     05  FILLER                  PIC X(17).
