000694* FIELDS CARVED FROM THE FILLER FROM HERE ON. FILES AND ARCHIVE  *
000696* GENERATIONS WRITTEN AT THE OLD SHORT LENGTH MUST BE PADDED TO  *
000698* 80 BYTES (ONE-TIME COPY STEP) BEFORE ANY PROGRAM READS THEM.   *
000699* RC-CATCHUP-SW IS Y WHEN THE RUN WAS MADE FOR A MISSED BUSINESS *
000699* DATE BY A LATER CATCH-UP RUN OF HelloWorld, SO RC-RUN-TIME IS  *
000699* THE TIME OF THE CATCH-UP, NOT AN ON-TIME START. A SPACE (OLD   *
000699* RECORDS) READS AS AN ORDINARY ON-TIME RUN.                     *
000700******************************************************************
000800 01  RUN-CONTROL-RECORD.
000900     05  RC-RUN-DATE             PIC 9(06).
001200     05  RC-CYCLE                PIC 9(02).
001300     05  RC-OVERRIDE-SW          PIC X(01).
001400         88  RC-IS-OVERRIDE          VALUE "Y".
001450     05  RC-CATCHUP-SW           PIC X(01).
001460         88  RC-IS-CATCHUP           VALUE "Y".
001500     05  FILLER                  PIC X(58).
