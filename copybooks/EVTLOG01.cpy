001100* EVT-SEVERITY: I INFORMATION ONLY                               *
001200*               W WARNING  - THE RUN CARRIED ON (RETURN CODE 4)  *
001300*               E ERROR    - SOMETHING WAS LOST (RETURN CODE 8)  *
001310*                                                                *
001320* EVT-CATCHUP-SW IS Y ON AN EVENT RAISED WHILE HelloWorld WAS    *
001330* CATCHING UP A MISSED BUSINESS DATE. IT TAKES THE LAST BYTE OF  *
001340* WHAT WAS A 16-BYTE PROGRAM NAME - NO PROGRAM THAT WRITES THE   *
001350* LOG HAS A NAME LONGER THAN 15 - SO EXISTING RECORDS READ AS    *
001360* SPACE (NOT A CATCH-UP EVENT).                                  *
001400******************************************************************
001500 01  EVENT-LOG-RECORD.
001600     05  EVT-DATE                PIC 9(06).
001700     05  EVT-TIME                PIC 9(06).
001800     05  EVT-PROGRAM             PIC X(15).
001850     05  EVT-CATCHUP-SW          PIC X(01).
001860         88  EVT-IS-CATCHUP          VALUE "Y".
001900     05  EVT-PARAGRAPH           PIC X(24).
002000     05  EVT-SEVERITY            PIC X(01).
002100         88  EVT-SEV-INFO            VALUE "I".
