000100******************************************************************
000200* SUIBKP01                                                       *
000300* SUITE-BACKUP-RECORD - LAYOUT OF THE SUITEBKP SEQUENTIAL        *
000400* BACKUP SuiteBackup WRITES AND RESTORES FROM: ONE POINT-IN-TIME *
000500* UNLOAD OF RUNLOG, CHKPOINT, SCHEDCTL, JOBREG, HOLIDAYS,        *
000600* DAYSTAT, STEPSTAT, OPAUDIT, JOBHIST, SEEDREG AND PENDCHG       *
000650* TOGETHER, IN THAT ORDER.                                       *
000700*                                                                *
000800* SBK-REC-TYPE:  H  ONE HEADER RECORD FIRST: WHEN THE BACKUP WAS *
000900*                   TAKEN AND THE FILES IT HOLDS, IN ORDER.      *
001000*                D  ONE RECORD PER SOURCE RECORD, THE SOURCE    *
001100*                   RECORD UNCHANGED IN SBK-BODY (A SHORTER      *
001200*                   RECORD IS PADDED WITH SPACES).               *
001300*                T  ONE TRAILER AFTER EACH FILE'S RECORDS: THE   *
001400*                   RECORD COUNT, A HASH TOTAL OF THE KEY FIELDS *
001500*                   AND THE FILE STATUS THE UNLOAD ENDED ON.     *
001600* SBK-TRL-FILE-STATUS 00 MEANS THE FILE WAS READ TO ITS END; 35  *
001700* MEANS IT DID NOT EXIST (NO RECORDS). ANYTHING ELSE MEANS THE   *
001800* FILE WAS NOT FULLY UNLOADED AND THE BACKUP CANNOT BE RESTORED. *
001900* SBK-FILE-ID NAMES THE FILE A D OR T RECORD BELONGS TO; ON THE  *
002000* HEADER IT IS SUITEBKP.                                         *
002050* SBK-BODY IS AS WIDE AS THE LONGEST LAYOUT OF THE SET (PENDCHG).*
002100******************************************************************
002200 01  SUITE-BACKUP-RECORD.
002300     05  SBK-REC-TYPE            PIC X(01).
002400         88  SBK-IS-HEADER           VALUE "H".
002500         88  SBK-IS-DATA             VALUE "D".
002600         88  SBK-IS-TRAILER          VALUE "T".
002700     05  SBK-FILE-ID             PIC X(08).
002800     05  FILLER                  PIC X(01).
002900     05  SBK-BODY                PIC X(500).
003000     05  SBK-HEADER-BODY REDEFINES SBK-BODY.
003100         10  SBK-HDR-BACKUP-DATE PIC 9(06).
003200         10  SBK-HDR-BACKUP-TIME PIC 9(06).
003300         10  SBK-HDR-FILE-COUNT  PIC 9(02).
003400         10  SBK-HDR-FILE-LIST.
003500             15  SBK-HDR-FILE    PIC X(08) OCCURS 11 TIMES.
003600         10  FILLER              PIC X(398).
003700     05  SBK-TRAILER-BODY REDEFINES SBK-BODY.
003800         10  SBK-TRL-RECORD-COUNT
003900                                 PIC 9(09).
004000         10  SBK-TRL-KEY-HASH    PIC 9(15).
004100         10  SBK-TRL-FILE-STATUS PIC X(02).
004200             88  SBK-TRL-FILE-COMPLETE   VALUE "00".
004300             88  SBK-TRL-FILE-ABSENT     VALUE "35".
004400         10  FILLER              PIC X(474).
004500     05  FILLER                  PIC X(10).
