000270*                 4 WARNINGS ON THE LOG, 0 CLEAN - SO THE      *
000280*                 SCHEDULER CAN PAGE SOMEONE INSTEAD OF        *
000290*                 RELYING ON A HUMAN RE-READING THE SAME PAGE. *
000291* 2026-10-15 RC   THE OPALERT RECORD LAYOUT MOVED TO THE       *
000292*                 OPALRT01 COPYBOOK, UNCHANGED, NOW THAT       *
000293*                 TurnaroundReport WRITES ALERTS TO THE SAME   *
000294*                 FILE.                                        *
000295* 2026-10-15 RC   OPALERT IS NOW EXTENDED, NOT REWRITTEN, SO   *
000296*                 THE SLA BREACH ALERTS TurnaroundReport HAS   *
000297*                 ALREADY WRITTEN ARE KEPT WHICHEVER JOB RUNS  *
000298*                 FIRST; IT IS STILL CREATED WHEN ABSENT.      *
000300*--------------------------------------------------------------*
000310*
000320 ENVIRONMENT DIVISION.
000800     COPY EVTLOG01.
000810*
000820*--------------------------------------------------------------*
000830* OPER-ALERT-FILE - ONE RECORD PER ESCALATION, ADDED TO THOSE  *
000840*                  ALREADY THERE FOR THE SCHEDULER'S PAGING    *
000845*                  STEP TO PICK UP. SHARED LAYOUT OPALRT01.    *
000850*--------------------------------------------------------------*
000860 FD  OPER-ALERT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY OPALRT01.
000980*
000990*--------------------------------------------------------------*
001000* MONITOR-REPORT-FILE - THE PRINTED ESCALATION REPORT.         *
005170*
005180*--------------------------------------------------------------*
005190* 0000-WRITE-ALERT - ONE OPERATOR ALERT RECORD PER ESCALATED   *
005200*                   OR NEW CONDITION. THE FILE IS EXTENDED SO  *
005210*                   TurnaroundReport'S ALERTS STAY, AND IS     *
005220*                   CREATED WHEN IT DOES NOT YET EXIST. A FILE *
005223*                   THAT CANNOT BE OPENED STILL LEAVES THE     *
005226*                   REPORT AND RETURN CODE.                    *
005230*--------------------------------------------------------------*
005240 0000-WRITE-ALERT.
005250     IF NOT WS-ALERT-WAS-OPENED
005260         OPEN EXTEND OPER-ALERT-FILE
005262         IF WS-ALERT-STATUS = "35"
005264             OPEN OUTPUT OPER-ALERT-FILE
005266         END-IF
005270         IF WS-ALERT-STATUS = "00"
005280             MOVE "Y" TO WS-ALERT-OPEN-SW
005290         ELSE
