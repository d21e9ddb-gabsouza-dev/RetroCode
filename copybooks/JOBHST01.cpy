000100******************************************************************
000200* JOBHST01                                                       *
000300* JOB-HIST-RECORD - SHARED LAYOUT FOR THE JOBHIST KEYED JOB      *
000400* REGISTRY HISTORY. JOBREG HOLDS ONLY THE ENTRY AS IT IS NOW;    *
000500* EVERY CHANGE JobRegMaint APPLIES TO IT IS ALSO KEPT HERE AS A  *
000600* DATED VERSION, SO THE REGISTRY CAN BE SEEN AS IT STOOD ON ANY  *
000700* PAST DATE. JobRegSrv ANSWERS THAT QUESTION FOR THE PROGRAMS    *
000800* THAT JUDGE A PAST DATE. NOTHING EVER DELETES FROM THIS FILE.   *
000900*                                                                *
001000* THE KEY IS THE JOB, THE DATE THE VERSION TOOK EFFECT AND A     *
001100* SEQUENCE FOR SEVERAL CHANGES TO ONE JOB ON ONE DAY. A VERSION  *
001200* IS IN FORCE FROM ITS JHS-VER-FROM DATE (THE DAY THE CHANGE WAS *
001300* APPLIED) UNTIL THE DAY OF THE NEXT VERSION OF THE SAME JOB;    *
001400* ON A DAY WITH SEVERAL CHANGES THE LAST ONE APPLIED GOVERNS.    *
001500*                                                                *
001600* JHS-ACTION:  BASE    THE ENTRY AS IT STOOD BEFORE ITS FIRST    *
001700*                      RECORDED CHANGE, WRITTEN WITH THAT CHANGE *
001800*                      AND IN FORCE FROM JHS-VER-FROM 000000     *
001900*              ADD     THE JOB WAS ADDED TO THE REGISTRY         *
002000*              UPDATE  THE ENTRY WAS REPLACED                    *
002100*              DELETE  THE JOB WAS REMOVED (JHS-ENTRY SPACES):   *
002200*                      IT IS NOT REGISTERED FROM THAT DATE       *
002300* A JOB WITH NO VERSIONS HERE HAS NOT CHANGED SINCE THE HISTORY  *
002400* BEGAN, SO ITS JOBREG ENTRY HAS ALWAYS BEEN IN FORCE.           *
002500* JHS-ENTRY IS THE JOBREG01 RECORD AS THE VERSION LEFT IT.       *
002600* JHS-CHANGE-ID, JHS-REQUESTER AND JHS-APPROVER COME FROM THE    *
002700* PENDCHG APPROVAL THAT CARRIED THE CHANGE (SPACES ON A BASE).   *
002800******************************************************************
002900 01  JOB-HIST-RECORD.
003000     05  JHS-KEY.
003100         10  JHS-JOB-NAME        PIC X(08).
003200         10  JHS-VER-FROM        PIC 9(06).
003300         10  JHS-VER-SEQ         PIC 9(03).
003400     05  JHS-ACTION              PIC X(08).
003500         88  JHS-IS-BASE             VALUE "BASE".
003600         88  JHS-IS-ADD              VALUE "ADD".
003700         88  JHS-IS-UPDATE           VALUE "UPDATE".
003800         88  JHS-IS-DELETE           VALUE "DELETE".
003900     05  JHS-CHANGE-ID           PIC X(15).
004000     05  JHS-REQUESTER           PIC X(08).
004100     05  JHS-APPROVER            PIC X(08).
004200     05  JHS-RECORDED-DATE       PIC 9(06).
004300     05  JHS-RECORDED-TIME       PIC 9(06).
004400     05  JHS-ENTRY               PIC X(80).
004500     05  FILLER                  PIC X(32).
