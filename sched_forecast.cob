000220*                 (JOBREG01) WHEN IT IS OPEN. A NEWLY KEYED    *
000230*                 HOLIDAY NOW SHOWS ITS DOWNSTREAM EFFECT      *
000240*                 BEFORE IT BITES.                             *
000241* 2026-10-15 RC   THE CYCLES COLUMN NOW COMES FROM THE CYCPLAN *
000242*                 BUSINESS-DATE CYCLE PLAN (CycPlanSrv), LABEL *
000243*                 PLAN, WITH THE DATE TYPE - MONTH-END,        *
000244*                 QUARTER-END, YEAR-END - ALONGSIDE. THE       *
000245*                 REGISTRY DERIVATION IS KEPT FOR A CALENDAR   *
000246*                 THAT HAS NO PLAN.                            *
000247* 2026-10-15 RC   JOINT-CALENDAR VIEW: THE CARD MAY NAME UP TO *
000248*                 THREE FURTHER CALENDARS, PASSED TO           *
000249*                 BusDateSrv IN BDP-JOINT-LIST, AND A DATE     *
000250*                 THEN PROCESSES ONLY WHEN IT IS OPEN ON ALL   *
000251*                 OF THEM. A DATE CLOSED BY A HOLIDAY PRINTS   *
000252*                 THE CALENDAR THAT CLOSED IT BEFORE THE       *
000253*                 HOLIDAY NAME. CYCLES STILL COME FROM THE     *
000254*                 FIRST CALENDAR'S PLAN.                       *
000250*--------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000560* FORECAST-PARM-FILE - ONE CARD: THE START DATE, THE NUMBER OF *
000570*                     CALENDAR DAYS TO FORECAST AND THE        *
000580*                     BUSINESS CALENDAR TO JUDGE THEM AGAINST  *
000590*                     (BLANK MEANS STD), THEN UP TO THREE      *
000591*                     JOINT CALENDARS THE DATE MUST ALSO BE    *
000592*                     OPEN ON (BLANK FOR A SINGLE-CALENDAR     *
000596*                     FORECAST).                               *
000600*--------------------------------------------------------------*
000610 FD  FORECAST-PARM-FILE
000620     RECORDING MODE IS F
000710                                 PIC 9(03).
000720     05  FILLER                  PIC X(01).
000730     05  FCP-CALENDAR-ID         PIC X(04).
000740     05  FILLER                  PIC X(01).
000741     05  FCP-JOINT-LIST.
000742         10  FCP-JOINT-SLOT OCCURS 3 TIMES.
000743             15  FCP-JOINT-CAL-ID
000744                                 PIC X(04).
000745             15  FILLER          PIC X(01).
000746     05  FILLER                  PIC X(49).
000750*
000760*--------------------------------------------------------------*
000770* HOLIDAY-FILE - THE BUSINESS CALENDARS (HOLCAL01), READ HERE  *
000850*
000860*--------------------------------------------------------------*
000870* JOB-REG-FILE - THE DOWNSTREAM JOB REGISTRY (JOBREG01), READ  *
000880*                FOR THE CYCLES EXPECTED ON EACH OPEN DATE     *
000885*                WHEN THE CALENDAR HAS NO CYCLE PLAN.          *
000890*--------------------------------------------------------------*
000900 FD  JOB-REG-FILE
000910     RECORDING MODE IS F
001210     88  WS-WALK-DONE                VALUE "Y".
001220 77  WS-CAL-WARNED-SW            PIC X(01) VALUE "N".
001230     88  WS-CAL-WAS-WARNED           VALUE "Y".
001232 77  WS-JOINT-SW                 PIC X(01) VALUE "N".
001234     88  WS-JOINT-VIEW               VALUE "Y".
001236 77  WS-JNT-SUB                  PIC 9(01) COMP.
001240*
001250*--------------------------------------------------------------*
001260* FORECAST REQUEST AND THE DATE UNDER EXAMINATION. THE WALK    *
001990     COPY BUSDAT01.
002000*
002010*--------------------------------------------------------------*
002011* CYCLE-PLAN-PARMS - PARAMETER AREA FOR THE CycPlanSrv         *
002012*                   SERVICE, WHICH GIVES THE DATE TYPE AND THE *
002013*                   CYCLES THE PLAN REQUIRES ON IT.            *
002014*--------------------------------------------------------------*
002015     COPY CYCPRM01.
002016 77  WS-PLAN-WARNED-SW           PIC X(01) VALUE "N".
002017     88  WS-PLAN-WAS-WARNED          VALUE "Y".
002018*
002019*--------------------------------------------------------------*
002020* FORECAST TOTALS                                              *
002030*--------------------------------------------------------------*
002040 77  WS-PROCESSING-DAYS          PIC 9(03) COMP VALUE 0.
002150     05  WS-HDR-DAYS-OUT         PIC ZZ9.
002160     05  FILLER                  PIC X(06) VALUE "  CAL ".
002170     05  WS-HDR-CAL-OUT          PIC X(04).
002180     05  WS-HDR-JOINT-LBL        PIC X(07).
002182     05  WS-HDR-JOINT-OUT        PIC X(14).
002185     05  FILLER                  PIC X(13).
002190*
002200 01  WS-DAY-LINE.
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-DAY-CYC-LBL          PIC X(07).
002290     05  WS-DAY-CYC-OUT          PIC X(18).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002302     05  WS-DAY-TYPE-OUT         PIC X(11).
002310*
002320 01  WS-ERROR-LINE.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
003100     MOVE FCP-START-NUM TO WS-WALK-DATE-NUM.
003110     MOVE FCP-DAYS-NUM TO WS-FORECAST-DAYS.
003120     MOVE FCP-CALENDAR-ID TO WS-CAL-ID.
003122     MOVE SPACES TO BDP-JOINT-LIST.
003124     PERFORM 0000-SET-JOINT-CAL THRU 0000-SET-JOINT-CAL-EXIT
003126         VARYING WS-JNT-SUB FROM 1 BY 1
003128         UNTIL WS-JNT-SUB > 3.
003130     MOVE "Y" TO WS-PARM-GOOD-SW.
003140     PERFORM 0000-PRINT-HEADER THRU 0000-PRINT-HEADER-EXIT.
003150 0000-INITIALIZE-EXIT.
003151     EXIT.
003152*
003153*--------------------------------------------------------------*
003154* 0000-SET-JOINT-CAL - CARRY ONE JOINT CALENDAR FROM THE CARD  *
003155*                     TO THE BusDateSrv PARAMETERS. ANY        *
003156*                     NON-BLANK SLOT MAKES THIS A JOINT VIEW.  *
003157*--------------------------------------------------------------*
003158 0000-SET-JOINT-CAL.
003159     IF FCP-JOINT-CAL-ID (WS-JNT-SUB) = SPACES
003160         GO TO 0000-SET-JOINT-CAL-EXIT.
003161     MOVE FCP-JOINT-CAL-ID (WS-JNT-SUB)
003162         TO BDP-JOINT-CAL-ID (WS-JNT-SUB).
003163     MOVE "Y" TO WS-JOINT-SW.
003164 0000-SET-JOINT-CAL-EXIT.
003160     EXIT.
003170*
003180*--------------------------------------------------------------*
004260     MOVE SPACES TO WS-DAY-NAME-OUT.
004270     MOVE SPACES TO WS-DAY-CYC-LBL.
004280     MOVE SPACES TO WS-DAY-CYC-OUT.
004285     MOVE SPACES TO WS-DAY-TYPE-OUT.
004290     MOVE WS-WALK-DATE-NUM TO WS-DAY-DATE-OUT.
004300     IF BDP-IS-BUSINESS-DAY
004310         ADD 1 TO WS-PROCESSING-DAYS
004320         MOVE "PROCESSING" TO WS-DAY-STATUS-OUT
004330         PERFORM 0000-SET-PLAN-CYCLES
004340             THRU 0000-SET-PLAN-CYCLES-EXIT
004350         IF CPP-NO-PLAN
004351             MOVE "CYCLES " TO WS-DAY-CYC-LBL
004352             PERFORM 0000-SET-DAY-CYCLES
004353                 THRU 0000-SET-DAY-CYCLES-EXIT
004355         END-IF
004360     ELSE
004370         ADD 1 TO WS-CLOSED-DAYS
004380         MOVE "CLOSED" TO WS-DAY-STATUS-OUT
004510*
004520*--------------------------------------------------------------*
004530* 0000-FIND-HOLIDAY-NAME - NAME OF THE HOLIDAY THAT CLOSES     *
004540*                         THE DATE ON THE CALENDAR BusDateSrv  *
004550*                         SAYS CLOSED IT (STD WHEN THE CARD    *
004552*                         LEFT IT BLANK). A JOINT VIEW PRINTS  *
004554*                         THAT CALENDAR'S ID BEFORE THE NAME.  *
004560*--------------------------------------------------------------*
004570 0000-FIND-HOLIDAY-NAME.
004580     MOVE "N" TO WS-HOL-FOUND-SW.
004650*
004660 0000-FIND-NAME-SCAN.
004670     IF WS-HOL-DATE (WS-HOL-SUB) = WS-WALK-DATE-NUM
004680             AND WS-HOL-CAL-ID (WS-HOL-SUB) = BDP-CLOSED-CAL-ID
004710         MOVE "Y" TO WS-HOL-FOUND-SW
004720         IF WS-JOINT-VIEW
004721             MOVE BDP-CLOSED-CAL-ID TO WS-DAY-NAME-OUT (1:4)
004722             MOVE WS-HOL-NAME (WS-HOL-SUB)
004723                 TO WS-DAY-NAME-OUT (6:15)
004724         ELSE
004725             MOVE WS-HOL-NAME (WS-HOL-SUB) TO WS-DAY-NAME-OUT
004726         END-IF
004730     END-IF.
004740 0000-FIND-NAME-SCAN-EXIT.
004750     EXIT.
005490     EXIT.
005500*
005510*--------------------------------------------------------------*
005511* 0000-SET-PLAN-CYCLES - THE DATE TYPE AND THE CYCLES THE      *
005512*                      CYCLE PLAN REQUIRES ON THE DATE. A      *
005513*                      CALENDAR WITH NO PLAN COMES BACK        *
005514*                      CPP-NO-PLAN AND THE CALLER FALLS BACK   *
005515*                      ON THE REGISTRY; A PLAN FILE THAT       *
005516*                      CANNOT BE READ IS REPORTED ONCE.        *
005517*--------------------------------------------------------------*
005518 0000-SET-PLAN-CYCLES.
005519     MOVE WS-CAL-ID TO CPP-CALENDAR-ID.
005520     MOVE WS-WALK-DATE-NUM TO CPP-DATE-IN.
005521     MOVE SPACES TO CPP-CYCLE-IN.
005522     CALL "CycPlanSrv" USING CYCLE-PLAN-PARMS.
005523     IF CPP-PLAN-MISSING AND NOT WS-PLAN-WAS-WARNED
005524         MOVE "CYCLE PLAN UNAVAILABLE - CYCLES FROM THE REGISTRY"
005525             TO WS-ERR-TEXT
005526         PERFORM 0000-PRINT-ERROR THRU 0000-PRINT-ERROR-EXIT
005527         MOVE "Y" TO WS-PLAN-WARNED-SW
005528     END-IF.
005529     EVALUATE TRUE
005530         WHEN CPP-TYPE-YEAR-END
005531             MOVE "YEAR-END" TO WS-DAY-TYPE-OUT
005532         WHEN CPP-TYPE-QUARTER-END
005533             MOVE "QUARTER-END" TO WS-DAY-TYPE-OUT
005534         WHEN CPP-TYPE-MONTH-END
005535             MOVE "MONTH-END" TO WS-DAY-TYPE-OUT
005536     END-EVALUATE.
005537     IF CPP-NO-PLAN
005538         GO TO 0000-SET-PLAN-CYCLES-EXIT.
005539     MOVE "PLAN   " TO WS-DAY-CYC-LBL.
005540     MOVE SPACES TO WS-CYC-LIST.
005541     PERFORM 0000-FORMAT-PLAN-CYCLE
005542         THRU 0000-FORMAT-PLAN-CYCLE-EXIT
005543         VARYING WS-DAYCYC-SUB FROM 1 BY 1
005544         UNTIL WS-DAYCYC-SUB > CPP-CYCLE-COUNT.
005545     MOVE WS-CYC-LIST TO WS-DAY-CYC-OUT.
005546 0000-SET-PLAN-CYCLES-EXIT.
005547     EXIT.
005548*
005549 0000-FORMAT-PLAN-CYCLE.
005550     MOVE CPP-CYCLE (WS-DAYCYC-SUB)
005551         TO WS-CYC-SLOT (WS-DAYCYC-SUB) (1:2).
005552 0000-FORMAT-PLAN-CYCLE-EXIT.
005553     EXIT.
005554*
005555*--------------------------------------------------------------*
005520* 0000-STEP-FORWARD - MOVE WS-WALK-DATE FORWARD ONE CALENDAR   *
005530*                    DAY, ROLLING THE MONTH AND YEAR AS        *
005540*                    NEEDED, FEBRUARY 29 ONLY IN A LEAP YEAR.  *
005780*
005790*--------------------------------------------------------------*
005800* 0000-PRINT-HEADER - THE REQUEST AS UNDERSTOOD: START DATE,   *
005810*                    DAY COUNT AND CALENDAR, WITH THE JOINT    *
005812*                    CALENDARS WHEN THERE ARE ANY.             *
005820*--------------------------------------------------------------*
005830 0000-PRINT-HEADER.
005840     MOVE WS-WALK-DATE-NUM TO WS-HDR-START-OUT.
005870         MOVE "STD" TO WS-HDR-CAL-OUT
005880     ELSE
005890         MOVE WS-CAL-ID TO WS-HDR-CAL-OUT
005891     END-IF.
005892     MOVE SPACES TO WS-HDR-JOINT-LBL.
005893     MOVE SPACES TO WS-HDR-JOINT-OUT.
005894     IF WS-JOINT-VIEW
005895         MOVE "  WITH " TO WS-HDR-JOINT-LBL
005896         MOVE FCP-JOINT-LIST TO WS-HDR-JOINT-OUT
005900     END-IF.
005910     MOVE WS-HEADER-LINE TO FCS-RECORD.
005920     WRITE FCS-RECORD AFTER ADVANCING PAGE.
