000100******************************************************************
000200* SEEDRG01                                                       *
000300* SEED-REGISTER-RECORD - SHARED LAYOUT FOR THE SEEDREG PERMANENT *
000400* ISSUED-SEED REGISTER, KEYED ON THE RANDOM SEED. THE SEED IS    *
000500* THE RUN ID DOWNSTREAM JOBS RECEIVE, AND THE LIVE RUNLOG ONLY   *
000600* HOLDS RECENT RUNS ONCE RunLogPurge HAS MOVED THE OLD ONES TO   *
000700* RUNLARCH, SO THE RUNLOG KEY ALONE CANNOT STOP A SEED BEING     *
000800* ISSUED TWICE. HelloWorld WRITES ONE RECORD HERE BEFORE IT      *
000900* ACCEPTS A SEED AND DRAWS AGAIN IF THE SEED IS ALREADY ON FILE. *
001000* NOTHING EVER DELETES FROM THIS FILE. SeedRegBuild LOADS IT     *
001100* ONCE FROM RUNLOG AND EVERY RUNLARCH GENERATION.                *
001200*                                                                *
001300* SRG-SOURCE:     ISSUED    REGISTERED BY HelloWorld AT ISSUE    *
001400*                 RUNLOG    LOADED FROM THE LIVE RUN-LOG         *
001500*                 RUNLARCH  LOADED FROM THE RUN-LOG ARCHIVE      *
001600* SRG-RUN-DATE/TIME/CYCLE ARE THE RUN THE SEED BELONGS TO; THE   *
001700* REGISTERED DATE/TIME ARE WHEN THE RECORD WAS WRITTEN.          *
001800* SRG-HIST-DUP-COUNT IS HOW MANY OTHER RUNS IN THE HISTORY       *
001900* SeedRegBuild FOUND UNDER THE SAME SEED (ZERO WHEN UNIQUE).     *
001910* SRG-LAST-DUP IS THE LATEST OF THOSE RUNS IT HAS COUNTED        *
001920* (SPACES UNTIL THE FIRST), SO A RERUN OF THE BUILD COUNTS NONE  *
001930* OF THEM TWICE.                                                 *
002000******************************************************************
002100 01  SEED-REGISTER-RECORD.
002200     05  SRG-RANDOM-SEED         PIC 9(06).
002300     05  SRG-RUN-DATE            PIC 9(06).
002400     05  SRG-RUN-TIME            PIC 9(06).
002500     05  SRG-CYCLE               PIC 9(02).
002600     05  SRG-SOURCE              PIC X(08).
002700         88  SRG-FROM-ISSUE          VALUE "ISSUED".
002800         88  SRG-FROM-RUNLOG         VALUE "RUNLOG".
002900         88  SRG-FROM-ARCHIVE        VALUE "RUNLARCH".
003000     05  SRG-REGISTERED-DATE     PIC 9(06).
003100     05  SRG-REGISTERED-TIME     PIC 9(06).
003200     05  SRG-HIST-DUP-COUNT      PIC 9(03).
003210     05  SRG-LAST-DUP.
003220         10  SRG-LAST-DUP-DATE   PIC 9(06).
003230         10  SRG-LAST-DUP-TIME   PIC 9(06).
003240         10  SRG-LAST-DUP-CYCLE  PIC 9(02).
003300     05  FILLER                  PIC X(23).
