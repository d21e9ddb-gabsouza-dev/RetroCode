000900* THE AUDIT DATE AND TIME PLUS A SEQUENCE NUMBER, SO TWO         *
001000* CHANGES IN THE SAME SECOND CANNOT COLLIDE. THE AuditInquiry    *
001100* REPORT ANSWERS A DATE RANGE OFF THIS FILE.                     *
001110* A CHANGE MADE THROUGH THE PENDCHG APPROVAL QUEUE (PNDCHG01)    *
001120* CARRIES THE REQUESTER IN OPA-OPERATOR AND THE SECOND OPERATOR  *
001130* WHO APPROVED IT IN OPA-APPROVER; ChgApproval ALSO WRITES ONE   *
001140* RECORD PER APPROVE OR REJECT DECISION.                         *
001200******************************************************************
001300 01  OP-AUDIT-RECORD.
001400     05  OPA-KEY.
002100     05  OPA-KEY-DATA            PIC X(18).
002200     05  OPA-BEFORE-IMAGE        PIC X(40).
002300     05  OPA-AFTER-IMAGE         PIC X(40).
002310     05  OPA-APPROVER            PIC X(08).
002400     05  FILLER                  PIC X(07).
