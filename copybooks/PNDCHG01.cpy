000100******************************************************************
000200* PNDCHG01                                                       *
000300* PENDING-CHANGE-RECORD - SHARED LAYOUT FOR THE PENDCHG KEYED    *
000400* TWO-PERSON APPROVAL QUEUE. CalendarMaint, CkptControl AND      *
000500* JobRegMaint NO LONGER APPLY A CHANGE CARD WHEN IT IS READ:     *
000600* THEY QUEUE IT HERE, WITH THE REQUESTER, THE REASON, THE CARD   *
000700* ITSELF AND BEFORE/AFTER IMAGES OF WHAT IT WOULD CHANGE. A      *
000800* SECOND, DIFFERENT OPERATOR APPROVES OR REJECTS IT THROUGH      *
000900* ChgApproval, AND ONLY AN APPROVED CHANGE IS REPLAYED THROUGH   *
001000* THE OWNING PROGRAM'S OWN EDITS ON ITS NEXT RUN. PendChgReport  *
001100* EXPIRES WHATEVER HAS WAITED TOO LONG. THE KEY IS THE SUBMIT    *
001200* DATE AND TIME PLUS A SEQUENCE NUMBER - THE FIFTEEN-DIGIT       *
001300* CHANGE ID THE APPROVER QUOTES.                                 *
001400*                                                                *
001500* PND-STATUS:  P  PENDING - AWAITING A DECISION                  *
001600*              A  APPROVED - AWAITING THE OWNING PROGRAM'S RUN   *
001700*              R  REJECTED BY THE APPROVER                       *
001800*              X  EXPIRED UNDECIDED                              *
001900*              D  APPLIED                                        *
002000*              F  APPROVED BUT REFUSED BY THE OWNING PROGRAM'S   *
002100*                 EDITS WHEN APPLIED (PND-RESULT SAYS WHY)       *
002200* THE IMAGES ARE EACH PROGRAM'S OWN VIEW OF ITS CONTROL DATA;    *
002300* SPACES MEAN NOTHING (A NEW ENTRY'S BEFORE, A DELETE'S AFTER).  *
002400******************************************************************
002500 01  PENDING-CHANGE-RECORD.
002600     05  PND-KEY.
002700         10  PND-SUBMIT-DATE     PIC 9(06).
002800         10  PND-SUBMIT-TIME     PIC 9(06).
002900         10  PND-SUBMIT-SEQ      PIC 9(03).
003000     05  PND-PROGRAM             PIC X(16).
003100     05  PND-STATUS              PIC X(01).
003200         88  PND-IS-PENDING          VALUE "P".
003300         88  PND-IS-APPROVED         VALUE "A".
003400         88  PND-IS-REJECTED         VALUE "R".
003500         88  PND-IS-EXPIRED          VALUE "X".
003600         88  PND-IS-APPLIED          VALUE "D".
003700         88  PND-IS-FAILED           VALUE "F".
003800     05  PND-REQUESTER           PIC X(08).
003900     05  PND-REASON              PIC X(30).
004000     05  PND-ACTION              PIC X(08).
004100     05  PND-KEY-DATA            PIC X(18).
004200     05  PND-CARD                PIC X(80).
004300     05  PND-BEFORE-IMAGE        PIC X(80).
004400     05  PND-AFTER-IMAGE         PIC X(80).
004500     05  PND-APPROVER            PIC X(08).
004600     05  PND-DECIDED-DATE        PIC 9(06).
004700     05  PND-DECIDED-TIME        PIC 9(06).
004800     05  PND-DECISION-NOTE       PIC X(30).
004900     05  PND-APPLIED-DATE        PIC 9(06).
005000     05  PND-APPLIED-TIME        PIC 9(06).
005100     05  PND-RESULT              PIC X(40).
005200     05  FILLER                  PIC X(62).
