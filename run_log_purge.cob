000270*                 NOW PURGES NOTHING AND ENDS WITH RETURN      *
000280*                 CODE 8, SO NO RECORDS CAN EVER BE DELETED    *
000290*                 WITHOUT A PRINTED ACCOUNT OF THEM.           *
000292* 2026-10-15 RC   THE RUN-LOG ARCHIVE NOW CARRIES THE CATCH-UP *
000294*                 FLAG (RC-CATCHUP-SW) ALONGSIDE THE OVERRIDE  *
000296*                 FLAG.                                        *
000300*--------------------------------------------------------------*
000310*
000320 ENVIRONMENT DIVISION.
001170         ==RC-RANDOM-SEED==     BY ==ARC-RANDOM-SEED==
001180         ==RC-CYCLE==           BY ==ARC-CYCLE==
001182         ==RC-OVERRIDE-SW==     BY ==ARC-OVERRIDE-SW==
001184         ==RC-IS-OVERRIDE==     BY ==ARC-IS-OVERRIDE==
001186         ==RC-CATCHUP-SW==      BY ==ARC-CATCHUP-SW==
001188         ==RC-IS-CATCHUP==      BY ==ARC-IS-CATCHUP==.
001190*
001200*--------------------------------------------------------------*
001210* CKPT-ARCH-FILE - SEQUENTIAL ARCHIVE OF THE PURGED CHECKPOINT *
003700         MOVE RC-RANDOM-SEED TO ARC-RANDOM-SEED
003710         MOVE RC-CYCLE TO ARC-CYCLE
003712         MOVE RC-OVERRIDE-SW TO ARC-OVERRIDE-SW
003716         MOVE RC-CATCHUP-SW TO ARC-CATCHUP-SW
003720         WRITE RUNLOG-ARCH-RECORD
003730*
003740*        A RECORD THAT DID NOT REACH THE ARCHIVE IS NOT
