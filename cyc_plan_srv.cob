000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CycPlanSrv.
000030 AUTHOR.        R CARDOSO.
000040 INSTALLATION.  OPERATIONS SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080*--------------------------------------------------------------*
000090* MODIFICATION HISTORY                                        *
000100*--------------------------------------------------------------*
000110* 2026-10-15 RC   ORIGINAL. CALLABLE BUSINESS-DATE CYCLE-PLAN  *
000120*                 SERVICE. UNTIL NOW THE CYCLES A DATE NEEDED  *
000130*                 WERE WHATEVER HAPPENED TO RUN. THE CYCPLAN   *
000140*                 FILE (CYCPLN01) NOW SAYS, PER CALENDAR ID    *
000150*                 AND DATE TYPE, WHICH CYCLES MUST RUN. GIVEN  *
000160*                 A DATE THIS SERVICE WORKS OUT ITS TYPE -     *
000170*                 NORMAL, MONTH-, QUARTER- OR YEAR-END, FROM   *
000180*                 THE NEXT BUSINESS DAY BusDateSrv GIVES - AND *
000190*                 RETURNS THE PLANNED CYCLES, SO HelloWorld,   *
000200*                 DayCloseOut AND SchedForecast ALL AGREE ON   *
000210*                 THE SAME PLAN. THE PLAN IS LOADED ONCE ON    *
000220*                 THE FIRST CALL. PARAMETERS ARE IN THE        *
000230*                 CYCPRM01 COPYBOOK.                           *
000240*--------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CYCLE-PLAN-FILE ASSIGN "CYCPLAN"
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE IS SEQUENTIAL
000360         FILE STATUS IS WS-PLAN-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400*
000410*--------------------------------------------------------------*
000420* CYCLE-PLAN-FILE - THE BUSINESS-DATE CYCLE PLAN, ONE RECORD   *
000430*                   PER CALENDAR ID AND DATE TYPE, SHARED VIA  *
000440*                   THE CYCPLN01 COPYBOOK.                     *
000450*--------------------------------------------------------------*
000460 FD  CYCLE-PLAN-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CYCPLN01.
000500*
000510 WORKING-STORAGE SECTION.
000520*
000530*--------------------------------------------------------------*
000540* PLAN IMAGE - LOADED FROM CYCLE-PLAN-FILE ON THE FIRST CALL   *
000550* OF THE RUN AND HELD FOR EVERY CALL AFTER THAT. ONLY NUMERIC  *
000560* NON-ZERO CYCLES ARE KEPT, PACKED TO THE FRONT OF THE LIST.   *
000570*--------------------------------------------------------------*
000580 77  WS-PLAN-STATUS              PIC X(02).
000590 77  WS-PLAN-EOF-SW              PIC X(01) VALUE "N".
000600     88  WS-PLAN-EOF                 VALUE "Y".
000610 77  WS-PLAN-LOADED-SW           PIC X(01) VALUE "N".
000620     88  WS-PLAN-IS-LOADED           VALUE "Y".
000630 77  WS-PLAN-WARN-SW             PIC X(01) VALUE "N".
000640     88  WS-PLAN-HAS-WARNING         VALUE "Y".
000650 77  WS-PLN-MAX                  PIC 9(03) COMP VALUE 100.
000660 77  WS-PLN-COUNT                PIC 9(03) COMP VALUE 0.
000670 77  WS-PLN-SUB                  PIC 9(03) COMP.
000680 77  WS-CYC-SUB                  PIC 9(02) COMP.
000690 77  WS-LOAD-CAL-ID              PIC X(04).
000700 01  WS-PLAN-TABLE.
000710     05  WS-PLN-ENTRY OCCURS 100 TIMES.
000720         10  WS-PLN-CAL-ID       PIC X(04).
000730         10  WS-PLN-TYPE         PIC X(01).
000740         10  WS-PLN-ACTION       PIC X(01).
000750         10  WS-PLN-CYC-COUNT    PIC 9(02).
000760         10  WS-PLN-CYCLE        PIC X(02) OCCURS 6 TIMES.
000770 01  WS-CYC-TEST                 PIC X(02).
000780 01  WS-CYC-TEST-NUM REDEFINES WS-CYC-TEST
000790                                 PIC 9(02).
000800 77  WS-DUP-SW                   PIC X(01).
000810     88  WS-PLAN-IS-DUP              VALUE "Y".
000820*
000830*--------------------------------------------------------------*
000840* THE CURRENT CALL - CALENDAR (BLANK TAKEN AS STD), THE DATE   *
000850* AND THE NEXT BUSINESS DAY AFTER IT, WHOSE MONTH SAYS WHETHER *
000860* THE DATE CLOSES ITS MONTH.                                   *
000870*--------------------------------------------------------------*
000880 77  WS-REQ-CAL-ID               PIC X(04).
000890 01  WS-PLAN-DATE.
000900     05  WS-PLD-YY               PIC 9(02).
000910     05  WS-PLD-MM               PIC 9(02).
000920     05  WS-PLD-DD               PIC 9(02).
000930 01  WS-PLAN-DATE-NUM REDEFINES WS-PLAN-DATE
000940                                 PIC 9(06).
000950 01  WS-NEXT-DATE.
000960     05  WS-NXD-YY               PIC 9(02).
000970     05  WS-NXD-MM               PIC 9(02).
000980     05  WS-NXD-DD               PIC 9(02).
000990 01  WS-NEXT-DATE-NUM REDEFINES WS-NEXT-DATE
001000                                 PIC 9(06).
001010 77  WS-SEEK-TYPE                PIC X(01).
001020 77  WS-SEEK-DONE-SW             PIC X(01).
001030     88  WS-SEEK-DONE                VALUE "Y".
001040 77  WS-FOUND-SUB                PIC 9(03) COMP.
001050*
001060*--------------------------------------------------------------*
001070* BUS-DATE-PARMS - PARAMETER AREA FOR THE BusDateSrv SERVICE.  *
001080*--------------------------------------------------------------*
001090     COPY BUSDAT01.
001100*
001110 LINKAGE SECTION.
001120     COPY CYCPRM01.
001130*
001140 PROCEDURE DIVISION USING CYCLE-PLAN-PARMS.
001150*
001160*--------------------------------------------------------------*
001170* 0000-MAIN - MAKE SURE THE PLAN IS LOADED, CLASSIFY THE DATE, *
001180*            FIND THE PLAN RECORD THAT GOVERNS IT AND HAND     *
001190*            BACK ITS CYCLES.                                  *
001200*--------------------------------------------------------------*
001210 0000-MAIN.
001220     MOVE "00" TO CPP-RETURN-CODE.
001230     MOVE "N" TO CPP-DATE-TYPE.
001240     MOVE SPACE TO CPP-PLAN-TYPE.
001250     MOVE "N" TO CPP-PLAN-FOUND-SW.
001260     MOVE "W" TO CPP-UNPLANNED-ACTION.
001270     MOVE "N" TO CPP-CYCLE-PLANNED-SW.
001280     MOVE 0 TO CPP-CYCLE-COUNT.
001290     MOVE SPACES TO CPP-CYCLE-LIST.
001300     IF NOT WS-PLAN-IS-LOADED
001310         PERFORM 0000-LOAD-PLAN THRU 0000-LOAD-PLAN-EXIT
001320     END-IF.
001330     IF CPP-CALENDAR-ID = SPACES OR CPP-CALENDAR-ID = LOW-VALUES
001340         MOVE "STD" TO WS-REQ-CAL-ID
001350     ELSE
001360         MOVE CPP-CALENDAR-ID TO WS-REQ-CAL-ID
001370     END-IF.
001380     PERFORM 0000-SET-DATE-TYPE THRU 0000-SET-DATE-TYPE-EXIT.
001390     IF CPP-BAD-DATE
001400         GO TO 0000-MAIN-EXIT.
001410     MOVE CPP-DATE-TYPE TO WS-SEEK-TYPE.
001420     MOVE "N" TO WS-SEEK-DONE-SW.
001430     PERFORM 0000-SEEK-PLAN THRU 0000-SEEK-PLAN-EXIT
001440         UNTIL WS-SEEK-DONE.
001450     IF CPP-PLAN-WAS-FOUND
001460         PERFORM 0000-RETURN-PLAN THRU 0000-RETURN-PLAN-EXIT
001470     END-IF.
001480     IF WS-PLAN-HAS-WARNING AND CPP-RETURN-CODE = "00"
001490         MOVE "04" TO CPP-RETURN-CODE
001500     END-IF.
001510 0000-MAIN-EXIT.
001520     GOBACK.
001530*
001540*--------------------------------------------------------------*
001550* 0000-LOAD-PLAN - READ THE WHOLE CYCLE-PLAN-FILE INTO THE     *
001560*                 TABLE, ONCE PER RUN. A RECORD WITH AN        *
001570*                 UNKNOWN DATE TYPE, OR A SECOND RECORD FOR A  *
001580*                 KEY ALREADY LOADED, IS PASSED OVER. A PLAN   *
001590*                 THAT CANNOT BE OPENED IS REMEMBERED AS A     *
001600*                 WARNING AND TREATED AS EMPTY.                *
001610*--------------------------------------------------------------*
001620 0000-LOAD-PLAN.
001630     MOVE "N" TO WS-PLAN-EOF-SW.
001640     OPEN INPUT CYCLE-PLAN-FILE.
001650     IF WS-PLAN-STATUS NOT = "00"
001660         MOVE "Y" TO WS-PLAN-WARN-SW
001670         MOVE "Y" TO WS-PLAN-EOF-SW
001680     ELSE
001690         PERFORM 0000-READ-PLAN THRU 0000-READ-PLAN-EXIT
001700             UNTIL WS-PLAN-EOF
001710         CLOSE CYCLE-PLAN-FILE
001720     END-IF.
001730     MOVE "Y" TO WS-PLAN-LOADED-SW.
001740 0000-LOAD-PLAN-EXIT.
001750     EXIT.
001760*
001770 0000-READ-PLAN.
001780     READ CYCLE-PLAN-FILE
001790         AT END
001800             MOVE "Y" TO WS-PLAN-EOF-SW
001810             GO TO 0000-READ-PLAN-EXIT
001820     END-READ.
001830     IF NOT CPL-TYPE-IS-VALID
001840         GO TO 0000-READ-PLAN-EXIT.
001850     IF CPL-CALENDAR-ID = SPACES
001860         MOVE "STD" TO WS-LOAD-CAL-ID
001870     ELSE
001880         MOVE CPL-CALENDAR-ID TO WS-LOAD-CAL-ID
001890     END-IF.
001900     MOVE "N" TO WS-DUP-SW.
001910     PERFORM 0000-CHECK-PLAN-DUP THRU 0000-CHECK-PLAN-DUP-EXIT
001920         VARYING WS-PLN-SUB FROM 1 BY 1
001930         UNTIL WS-PLN-SUB > WS-PLN-COUNT
001940             OR WS-PLAN-IS-DUP.
001950     IF WS-PLAN-IS-DUP
001960         GO TO 0000-READ-PLAN-EXIT.
001970     IF WS-PLN-COUNT >= WS-PLN-MAX
001980         MOVE "Y" TO WS-PLAN-WARN-SW
001990         MOVE "Y" TO WS-PLAN-EOF-SW
002000         GO TO 0000-READ-PLAN-EXIT.
002010     ADD 1 TO WS-PLN-COUNT.
002020     MOVE WS-LOAD-CAL-ID TO WS-PLN-CAL-ID (WS-PLN-COUNT).
002030     MOVE CPL-DATE-TYPE TO WS-PLN-TYPE (WS-PLN-COUNT).
002040     IF CPL-REJECT-UNPLANNED
002050         MOVE "R" TO WS-PLN-ACTION (WS-PLN-COUNT)
002060     ELSE
002070         MOVE "W" TO WS-PLN-ACTION (WS-PLN-COUNT)
002080     END-IF.
002090     MOVE 0 TO WS-PLN-CYC-COUNT (WS-PLN-COUNT).
002100     MOVE SPACES TO WS-PLN-CYCLE (WS-PLN-COUNT 1)
002110         WS-PLN-CYCLE (WS-PLN-COUNT 2)
002120         WS-PLN-CYCLE (WS-PLN-COUNT 3)
002130         WS-PLN-CYCLE (WS-PLN-COUNT 4)
002140         WS-PLN-CYCLE (WS-PLN-COUNT 5)
002150         WS-PLN-CYCLE (WS-PLN-COUNT 6).
002160     PERFORM 0000-LOAD-PLAN-CYCLE THRU 0000-LOAD-PLAN-CYCLE-EXIT
002170         VARYING WS-CYC-SUB FROM 1 BY 1
002180         UNTIL WS-CYC-SUB > 6.
002190 0000-READ-PLAN-EXIT.
002200     EXIT.
002210*
002220 0000-CHECK-PLAN-DUP.
002230     IF WS-PLN-CAL-ID (WS-PLN-SUB) = WS-LOAD-CAL-ID
002240             AND WS-PLN-TYPE (WS-PLN-SUB) = CPL-DATE-TYPE
002250         MOVE "Y" TO WS-DUP-SW
002260     END-IF.
002270 0000-CHECK-PLAN-DUP-EXIT.
002280     EXIT.
002290*
002300 0000-LOAD-PLAN-CYCLE.
002310     MOVE CPL-CYCLE (WS-CYC-SUB) TO WS-CYC-TEST.
002320     IF WS-CYC-TEST NOT NUMERIC
002330         GO TO 0000-LOAD-PLAN-CYCLE-EXIT.
002340     IF WS-CYC-TEST-NUM = 0
002350         GO TO 0000-LOAD-PLAN-CYCLE-EXIT.
002360     ADD 1 TO WS-PLN-CYC-COUNT (WS-PLN-COUNT).
002370     MOVE WS-CYC-TEST TO WS-PLN-CYCLE (WS-PLN-COUNT
002380         WS-PLN-CYC-COUNT (WS-PLN-COUNT)).
002390 0000-LOAD-PLAN-CYCLE-EXIT.
002400     EXIT.
002410*
002420*--------------------------------------------------------------*
002430* 0000-SET-DATE-TYPE - A DATE IS A MONTH-END WHEN THE NEXT     *
002440*                     BUSINESS DAY AFTER IT ON ITS CALENDAR    *
002450*                     FALLS IN ANOTHER MONTH; A MONTH-END IN   *
002460*                     MARCH, JUNE, SEPTEMBER OR DECEMBER IS A  *
002470*                     QUARTER-END, AND ONE IN DECEMBER A YEAR- *
002480*                     END. A CLOSED DATE AUTHORIZED TO RUN IS  *
002490*                     JUDGED THE SAME WAY, SO A SATURDAY THE   *
002500*                     31ST COUNTS AS THE MONTH-END IT IS.      *
002510*--------------------------------------------------------------*
002520 0000-SET-DATE-TYPE.
002530     MOVE CPP-DATE-IN TO WS-PLAN-DATE-NUM.
002540     MOVE "N" TO BDP-FUNCTION.
002550     MOVE WS-REQ-CAL-ID TO BDP-CALENDAR-ID.
002560     MOVE CPP-DATE-IN TO BDP-DATE-IN.
002570     CALL "BusDateSrv" USING BUS-DATE-PARMS.
002580     IF BDP-BAD-DATE
002590         MOVE "10" TO CPP-RETURN-CODE
002600         GO TO 0000-SET-DATE-TYPE-EXIT.
002610     IF BDP-NO-DAY-FOUND
002620         MOVE "20" TO CPP-RETURN-CODE
002630         GO TO 0000-SET-DATE-TYPE-EXIT.
002640     MOVE BDP-DATE-OUT TO WS-NEXT-DATE-NUM.
002650     IF WS-NXD-MM = WS-PLD-MM
002660         GO TO 0000-SET-DATE-TYPE-EXIT.
002670     EVALUATE WS-PLD-MM
002680         WHEN 12
002690             MOVE "Y" TO CPP-DATE-TYPE
002700         WHEN 03
002710         WHEN 06
002720         WHEN 09
002730             MOVE "Q" TO CPP-DATE-TYPE
002740         WHEN OTHER
002750             MOVE "M" TO CPP-DATE-TYPE
002760     END-EVALUATE.
002770 0000-SET-DATE-TYPE-EXIT.
002780     EXIT.
002790*
002800*--------------------------------------------------------------*
002810* 0000-SEEK-PLAN - LOOK FOR THE PLAN RECORD OF THE CALENDAR    *
002820*                 AND WS-SEEK-TYPE; WHEN THERE IS NONE, STEP   *
002830*                 DOWN ONE DATE TYPE (Y TO Q TO M TO N) AND    *
002840*                 LET THE NEXT PASS TRY AGAIN.                 *
002850*--------------------------------------------------------------*
002860 0000-SEEK-PLAN.
002870     MOVE 0 TO WS-FOUND-SUB.
002880     PERFORM 0000-SEEK-PLAN-SCAN THRU 0000-SEEK-PLAN-SCAN-EXIT
002890         VARYING WS-PLN-SUB FROM 1 BY 1
002900         UNTIL WS-PLN-SUB > WS-PLN-COUNT
002910             OR WS-FOUND-SUB > 0.
002920     IF WS-FOUND-SUB > 0
002930         MOVE "Y" TO CPP-PLAN-FOUND-SW
002940         MOVE "Y" TO WS-SEEK-DONE-SW
002950         GO TO 0000-SEEK-PLAN-EXIT.
002960     EVALUATE WS-SEEK-TYPE
002970         WHEN "Y"
002980             MOVE "Q" TO WS-SEEK-TYPE
002990         WHEN "Q"
003000             MOVE "M" TO WS-SEEK-TYPE
003010         WHEN "M"
003020             MOVE "N" TO WS-SEEK-TYPE
003030         WHEN OTHER
003040             MOVE "Y" TO WS-SEEK-DONE-SW
003050     END-EVALUATE.
003060 0000-SEEK-PLAN-EXIT.
003070     EXIT.
003080*
003090 0000-SEEK-PLAN-SCAN.
003100     IF WS-PLN-CAL-ID (WS-PLN-SUB) = WS-REQ-CAL-ID
003110             AND WS-PLN-TYPE (WS-PLN-SUB) = WS-SEEK-TYPE
003120         MOVE WS-PLN-SUB TO WS-FOUND-SUB
003130     END-IF.
003140 0000-SEEK-PLAN-SCAN-EXIT.
003150     EXIT.
003160*
003170*--------------------------------------------------------------*
003180* 0000-RETURN-PLAN - COPY THE GOVERNING RECORD'S CYCLES AND    *
003190*                   ACTION TO THE CALLER AND, WHEN A CYCLE WAS *
003200*                   ASKED ABOUT, SAY WHETHER IT IS PLANNED.    *
003210*--------------------------------------------------------------*
003220 0000-RETURN-PLAN.
003230     MOVE WS-PLN-TYPE (WS-FOUND-SUB) TO CPP-PLAN-TYPE.
003240     MOVE WS-PLN-ACTION (WS-FOUND-SUB) TO CPP-UNPLANNED-ACTION.
003250     MOVE WS-PLN-CYC-COUNT (WS-FOUND-SUB) TO CPP-CYCLE-COUNT.
003260     PERFORM 0000-RETURN-ONE-CYCLE THRU 0000-RETURN-ONE-CYCLE-EXIT
003270         VARYING WS-CYC-SUB FROM 1 BY 1
003280         UNTIL WS-CYC-SUB > 6.
003290 0000-RETURN-PLAN-EXIT.
003300     EXIT.
003310*
003320 0000-RETURN-ONE-CYCLE.
003330     MOVE WS-PLN-CYCLE (WS-FOUND-SUB WS-CYC-SUB)
003340         TO CPP-CYCLE (WS-CYC-SUB).
003350     IF CPP-CYCLE-IN NOT = SPACES
003360             AND CPP-CYCLE (WS-CYC-SUB) = CPP-CYCLE-IN
003370         MOVE "Y" TO CPP-CYCLE-PLANNED-SW
003380     END-IF.
003390 0000-RETURN-ONE-CYCLE-EXIT.
003400     EXIT.
