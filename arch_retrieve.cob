000278*                 COPY STEP BEFORE THEY ARE READ HERE; A       *
000279*                 SPACE OVERRIDE FLAG FROM SUCH A GENERATION   *
000281*                 STILL DEFAULTS TO N ON THE WAY IN.           *
000282* 2026-10-15 RC   A RELOADED RUN KEEPS ITS CATCH-UP FLAG       *
000283*                 (RC-CATCHUP-SW) AS WELL AS ITS OVERRIDE      *
000284*                 FLAG.                                        *
000282*--------------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
001120         ==RC-RANDOM-SEED==     BY ==ARC-RANDOM-SEED==
001130         ==RC-CYCLE==           BY ==ARC-CYCLE==
001132         ==RC-OVERRIDE-SW==     BY ==ARC-OVERRIDE-SW==
001134         ==RC-IS-OVERRIDE==     BY ==ARC-IS-OVERRIDE==
001136         ==RC-CATCHUP-SW==      BY ==ARC-CATCHUP-SW==
001138         ==RC-IS-CATCHUP==      BY ==ARC-IS-CATCHUP==.
001140*
001150*--------------------------------------------------------------*
001160* CKPT-ARCH-FILE - THE SEQUENTIAL CHECKPOINT ARCHIVE, A BYTE-  *
004860     MOVE ARC-RANDOM-SEED TO RC-RANDOM-SEED.
004870     MOVE ARC-CYCLE TO RC-CYCLE.
004872     MOVE ARC-OVERRIDE-SW TO RC-OVERRIDE-SW.
004876     MOVE ARC-CATCHUP-SW TO RC-CATCHUP-SW.
004880     WRITE RUN-CONTROL-RECORD
004890         INVALID KEY
004900             ADD 1 TO WS-RL-DUPS
