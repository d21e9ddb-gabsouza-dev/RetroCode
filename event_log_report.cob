000152* 2026-08-22 RC   A RUN WHOSE REPORT FILE CANNOT BE OPENED     *
000154*                 NOW REPORTS NOTHING AND ENDS WITH RETURN     *
000156*                 CODE 8, IN STEP WITH THE REST OF THE SUITE.  *
000157* 2026-10-15 RC   AN EVENT RAISED WHILE HelloWorld CAUGHT UP   *
000158*                 A MISSED BUSINESS DATE (EVT-CATCHUP-SW) NOW  *
000159*                 PRINTS WITH A CATCH-UP FLAG.                 *
000160*--------------------------------------------------------------*
000170*
000180 ENVIRONMENT DIVISION.
000910     05  WS-EVL-STATUS           PIC X(02).
000920     05  FILLER                  PIC X(01) VALUE SPACES.
000930     05  WS-EVL-MESSAGE          PIC X(25).
000933     05  FILLER                  PIC X(01) VALUE SPACES.
000936     05  WS-EVL-CATCHUP          PIC X(08).
000940     05  FILLER                  PIC X(10) VALUE SPACES.
000950*
000960 01  WS-FOOTER-LINE.
000970     05  FILLER                  PIC X(08) VALUE "  INFO  ".
001750     MOVE EVT-PROGRAM TO WS-EVL-PROGRAM.
001760     MOVE EVT-FILE-STATUS TO WS-EVL-STATUS.
001770     MOVE EVT-MESSAGE TO WS-EVL-MESSAGE.
001771     IF EVT-IS-CATCHUP
001772         MOVE "CATCH-UP" TO WS-EVL-CATCHUP
001773     ELSE
001774         MOVE SPACES TO WS-EVL-CATCHUP
001775     END-IF.
001780     MOVE WS-EVENT-LINE TO EVR-RECORD.
001790     WRITE EVR-RECORD AFTER ADVANCING 1 LINE.
001800     PERFORM 0000-READ-EVENT THRU 0000-READ-EVENT-EXIT.
