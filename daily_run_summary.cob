000326*                 RECORD) NOW PRINTS WITH AN OVERRIDE FLAG, SO  *
000328*                 A SATURDAY RUN READS AS A SPECIAL RUN RATHER  *
000329*                 THAN A SURPRISE.                              *
000330* 2026-10-15 RC   A SEED ISSUED BY A CATCH-UP RUN FOR A MISSED  *
000331*                 BUSINESS DATE (RC-CATCHUP-SW) NOW PRINTS WITH *
000332*                 A CATCH-UP FLAG, SO ITS RUN TIME IS NOT READ  *
000333*                 AS THE DATE'S OWN.                            *
000330*--------------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
000860         ==RC-RANDOM-SEED==     BY ==SRT-RANDOM-SEED==
000870         ==RC-CYCLE==           BY ==SRT-CYCLE==
000872         ==RC-OVERRIDE-SW==     BY ==SRT-OVERRIDE-SW==
000874         ==RC-IS-OVERRIDE==     BY ==SRT-IS-OVERRIDE==
000876         ==RC-CATCHUP-SW==      BY ==SRT-CATCHUP-SW==
000878         ==RC-IS-CATCHUP==      BY ==SRT-IS-CATCHUP==.
000880*
000890*--------------------------------------------------------------*
000900* SORTED-RUNLOG-FILE - THE SORT VERB'S GIVING FILE: THE RUN-LOG  *
001020         ==RC-RANDOM-SEED==     BY ==RPT-RANDOM-SEED==
001030         ==RC-CYCLE==           BY ==RPT-CYCLE==
001032         ==RC-OVERRIDE-SW==     BY ==RPT-OVERRIDE-SW==
001034         ==RC-IS-OVERRIDE==     BY ==RPT-IS-OVERRIDE==
001036         ==RC-CATCHUP-SW==      BY ==RPT-CATCHUP-SW==
001038         ==RC-IS-CATCHUP==      BY ==RPT-IS-CATCHUP==.
001040*
001050*--------------------------------------------------------------*
001060* REPORT-FILE - THE PRINTED DAILY RUN SUMMARY, ONE PAGE PER     *
003402     IF RPT-IS-OVERRIDE
003404         MOVE "OVERRIDE" TO WS-DTL-FLAG-OUT
003406     END-IF.
003407     IF RPT-IS-CATCHUP
003408         MOVE "CATCH-UP" TO WS-DTL-FLAG-OUT
003409     END-IF.
003410     MOVE WS-DETAIL-LINE TO RPT-RECORD.
003420     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
003430 0000-PRINT-SEED-EXIT.
