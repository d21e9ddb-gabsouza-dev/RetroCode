000180*                 IMAGES - ANSWERING THE AUDITORS' STANDING    *
000190*                 QUESTION WITHOUT LEAFING THROUGH PRINT       *
000200*                 FILES.                                       *
000202* 2026-10-15 RC   EACH CHANGE LINE NOW ALSO SHOWS THE SECOND   *
000204*                 OPERATOR WHO APPROVED IT, FOR THE CHANGES    *
000206*                 THAT WENT THROUGH THE APPROVAL QUEUE AND FOR *
000208*                 THE APPROVE AND REJECT DECISIONS THEMSELVES. *
000210*--------------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
001230     05  WS-CHG-ACTION           PIC X(08).
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  WS-CHG-KEY-DATA         PIC X(18).
001255     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  WS-CHG-APPROVER         PIC X(08).
001265     05  FILLER                  PIC X(02) VALUE SPACES.
001270*
001280 01  WS-IMAGE-LINE.
001290     05  WS-IMG-TAG              PIC X(07).
002560     MOVE OPA-OPERATOR TO WS-CHG-OPERATOR.
002570     MOVE OPA-ACTION TO WS-CHG-ACTION.
002580     MOVE OPA-KEY-DATA TO WS-CHG-KEY-DATA.
002585     MOVE OPA-APPROVER TO WS-CHG-APPROVER.
002590     MOVE WS-CHANGE-LINE TO AUQ-RECORD.
002600     WRITE AUQ-RECORD AFTER ADVANCING 2 LINES.
002610     MOVE "   WAS " TO WS-IMG-TAG.
