000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNBUSDAY                                         *
000040*    TITLE:    BUSINESS-DAY DATE SERVICE                        *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  THE ONE PLACE THE SYSTEM DECIDES WHAT A BUSINESS DAY
000130*     IS.  A BUSINESS DAY IS A MONDAY THROUGH FRIDAY THAT IS NOT
000140*     ON THE HOLCAL HOLIDAY CALENDAR.  CALLED WITH BUSDAYW (SEE
000150*     BUSDAYW.COB FOR THE FUNCTIONS) TO CHECK A DATE, TO FIND THE
000160*     BUSINESS DAY A DUE DATE IS HONORED THROUGH, OR TO COUNT THE
000170*     BUSINESS DAYS A RUN DATE IS PAST A DUE DATE.  LNPMTPST,
000180*     LNLATEFE, LNCYCLE AND THE LNHOLMNT SCREEN ALL CALL IT, SO
000190*     THE POSTING, THE LATE FEE AND THE CYCLE AGREE ON THE SAME
000200*     CALENDAR.
000210*
000220*     THE CALENDAR IS READ INTO A TABLE ON THE FIRST CALL AND
000230*     KEPT FOR THE REST OF THE RUN, SO A NIGHTLY LEG CALLING
000240*     ONCE AN ACCOUNT READS THE FILE ONCE.  A HOLIDAY KEYED WHILE
000250*     A RUN IS UP IS SEEN BY THE NEXT RUN.  WITH NO CALENDAR ON
000260*     FILE ONLY WEEKENDS ARE CLOSED, AND THE CONSOLE SAYS SO.
000270*
000280*     THE DAY OF THE WEEK COMES FROM THE SAME RUNNING DAY NUMBER
000290*     LNBATCH USES FOR BI-WEEKLY CYCLES: DAY 1 (JANUARY 1 OF
000300*     YEAR 1 ON THE GREGORIAN CALENDAR) WAS A MONDAY, SO THE
000310*     REMAINDER OF (SERIAL - 1) BY 7 IS 0 FOR MONDAY THROUGH 6
000320*     FOR SUNDAY.
000330*
000340*  MODIFICATION HISTORY.
000350*     10/15/2026  DPL  ORIGINAL PROGRAM.
000360*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.  LNBUSDAY.
000390 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000400 INSTALLATION. HOME OFFICE.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT HOLIDAY-CALENDAR
000520         ASSIGN TO "HOLCAL"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS HC-HOLIDAY-DATE
000560         FILE STATUS IS WS-HC-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  HOLIDAY-CALENDAR
000610     LABEL RECORD IS STANDARD.
000620 COPY HOLCAL.
000630
000640 WORKING-STORAGE SECTION.
000650*
000660*    RUN CONTROL SWITCHES.
000670*
000680 77  WS-HC-STATUS            PIC  X(02)      VALUE "00".
000690 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
000700     88  WS-EOF-REACHED              VALUE "Y".
000710 77  BU-LOADED-SWITCH        PIC  X(01)      VALUE "N".
000720     88  BU-CALENDAR-LOADED          VALUE "Y".
000730*
000740*    THE HOLIDAY CALENDAR, IN DATE ORDER AS THE KEYED FILE READS.
000750*    FIVE HUNDRED ENTRIES IS FORTY YEARS OF A DOZEN HOLIDAYS.
000760*
000770 77  BU-HOL-MAX              PIC  9(04)      COMP VALUE 500.
000780 77  BU-HOL-CTR              PIC  9(04)      COMP VALUE ZERO.
000790 77  BU-HOL-SUB              PIC  9(04)      COMP VALUE ZERO.
000800 01  BU-HOLIDAY-TABLE.
000810     03  BU-HOL-ENTRY            OCCURS 500 TIMES.
000820         05  BU-HOL-DATE         PIC  9(08).
000830         05  BU-HOL-DESC         PIC  X(30).
000840 77  BU-LOOKUP-SWITCH        PIC  X(01)      VALUE "N".
000850     88  BU-LOOKUP-DONE              VALUE "Y".
000860 77  BU-HOLIDAY-SWITCH       PIC  X(01)      VALUE "N".
000870     88  BU-HOLIDAY                  VALUE "Y".
000880 77  BU-BUSINESS-SWITCH      PIC  X(01)      VALUE "N".
000890     88  BU-BUSINESS-DAY             VALUE "Y".
000900*
000910*    THE DATE BEING LOOKED AT, BROKEN APART FOR THE DAY STEP AND
000920*    THE DAY NUMBER.
000930*
000940 01  BU-WORK-DATE-N          PIC  9(08)      VALUE ZERO.
000950 01  BU-WORK-DATE REDEFINES BU-WORK-DATE-N.
000960     03  BU-WD-YEAR              PIC  9(04).
000970     03  BU-WD-MONTH             PIC  9(02).
000980     03  BU-WD-DAY               PIC  9(02).
000990 77  BU-DAY-OF-WEEK          PIC  9(01)      VALUE ZERO.
001000 77  BU-STEP-CTR             PIC  9(04)      COMP VALUE ZERO.
001010 77  BU-DAY-LIMIT            PIC  9(04)      COMP VALUE ZERO.
001020 01  BU-MONTH-DAYS-VAL       PIC  X(24)      VALUE
001030         "312831303130313130313031".
001040 01  BU-MONTH-DAYS REDEFINES BU-MONTH-DAYS-VAL.
001050     03  BU-DAYS-IN-MONTH        OCCURS 12 TIMES
001060                                 PIC  9(02).
001070 01  BU-CUM-DAYS-VAL         PIC  X(36)      VALUE
001080         "000031059090120151181212243273304334".
001090 01  BU-CUM-DAYS-TBL REDEFINES BU-CUM-DAYS-VAL.
001100     03  BU-CUM-DAYS             OCCURS 12 TIMES
001110                                 PIC  9(03).
001120 77  BU-MONTH-END-DAY        PIC  9(02)      COMP VALUE ZERO.
001130 77  BU-PRIOR-YEARS          PIC  9(04)      COMP VALUE ZERO.
001140 77  BU-Q4                   PIC  9(04)      COMP VALUE ZERO.
001150 77  BU-Q100                 PIC  9(04)      COMP VALUE ZERO.
001160 77  BU-Q400                 PIC  9(04)      COMP VALUE ZERO.
001170 77  BU-SERIAL               PIC  9(08)      COMP VALUE ZERO.
001180 77  BU-WEEKS                PIC  9(08)      COMP VALUE ZERO.
001190 77  BU-WEEKDAY-REM          PIC  9(01)      COMP VALUE ZERO.
001200 77  BU-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
001210 77  BU-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
001220 77  BU-LEAP-SWITCH          PIC  X(01)      VALUE "N".
001230     88  BU-LEAP-YEAR                VALUE "Y".
001240
001250 LINKAGE SECTION.
001260 COPY BUSDAYW.
001270
001280 PROCEDURE DIVISION USING BUSINESS-DAY-PARM-AREA.
001290******************************************************************
001300*    0000-MAINLINE  --  EVERY FUNCTION STARTS BY CHECKING        *
001310*    DS-DATE ITSELF; N AND P THEN STEP FORWARD TO THE FIRST      *
001320*    BUSINESS DAY, AND P COUNTS ON TO THE AS-OF DATE.            *
001330******************************************************************
001340 0000-MAINLINE.
001350     MOVE "00"    TO DS-STATUS.
001360     MOVE DS-DATE TO DS-RESULT-DATE.
001370     MOVE ZERO    TO DS-BUS-DAYS.
001380     MOVE ZERO    TO DS-DAY-OF-WEEK.
001390     MOVE SPACES  TO DS-HOLIDAY-DESC.
001400     MOVE "N"     TO DS-BUSINESS-SWITCH.
001410     IF NOT DS-FUNC-CHECK AND NOT DS-FUNC-NEXT
001420             AND NOT DS-FUNC-PAST-DUE
001430         MOVE "IF" TO DS-STATUS
001440         GO TO 0000-RETURN
001450     END-IF.
001460     IF NOT BU-CALENDAR-LOADED
001470         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001480     END-IF.
001490     MOVE DS-DATE TO BU-WORK-DATE-N.
001500     PERFORM 2000-EDIT-DATE THRU 2000-EXIT.
001510     IF DS-INVALID-DATE
001520         IF DS-FUNC-PAST-DUE AND DS-AS-OF-DATE > DS-DATE
001530             MOVE 1 TO DS-BUS-DAYS
001540         END-IF
001550         GO TO 0000-RETURN
001560     END-IF.
001570     PERFORM 2100-SET-DAY-OF-WEEK THRU 2100-EXIT.
001580     PERFORM 2200-CHECK-BUSINESS-DAY THRU 2200-EXIT.
001590     MOVE BU-DAY-OF-WEEK     TO DS-DAY-OF-WEEK.
001600     MOVE BU-BUSINESS-SWITCH TO DS-BUSINESS-SWITCH.
001610     IF BU-HOLIDAY
001620         MOVE BU-HOL-DESC (BU-HOL-SUB) TO DS-HOLIDAY-DESC
001630     END-IF.
001640     IF DS-FUNC-CHECK
001650         GO TO 0000-RETURN
001660     END-IF.
001670     PERFORM 3000-FIND-NEXT-BUSINESS THRU 3000-EXIT.
001680     MOVE BU-WORK-DATE-N TO DS-RESULT-DATE.
001690     IF DS-FUNC-PAST-DUE
001700         PERFORM 4000-COUNT-PAST-DUE THRU 4000-EXIT
001710     END-IF.
001720 0000-RETURN.
001730     GOBACK.
001740
001750******************************************************************
001760*    1000-LOAD-CALENDAR  --  READ THE HOLIDAY CALENDAR INTO THE  *
001770*    TABLE, ONCE PER RUN.  A MISSING OR UNREADABLE FILE LEAVES   *
001780*    THE TABLE EMPTY: WEEKENDS ONLY.                             *
001790******************************************************************
001800 1000-LOAD-CALENDAR.
001810     SET BU-CALENDAR-LOADED TO TRUE.
001820     MOVE ZERO TO BU-HOL-CTR.
001830     OPEN INPUT HOLIDAY-CALENDAR.
001840     IF WS-HC-STATUS = "35"
001850         DISPLAY "LNBUSDAY - NO HOLCAL HOLIDAY CALENDAR ON FILE "
001860             "-- ONLY WEEKENDS ARE CLOSED"
001870         GO TO 1000-EXIT
001880     END-IF.
001890     IF WS-HC-STATUS NOT = "00"
001900         DISPLAY "LNBUSDAY - HOLCAL OPEN FAILED, STATUS = "
001910             WS-HC-STATUS " -- ONLY WEEKENDS ARE CLOSED"
001920         GO TO 1000-EXIT
001930     END-IF.
001940     MOVE "N" TO WS-EOF-SWITCH.
001950     PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
001960         UNTIL WS-EOF-REACHED.
001970     CLOSE HOLIDAY-CALENDAR.
001980 1000-EXIT.
001990     EXIT.
002000
002010 1100-LOAD-ONE-HOLIDAY.
002020     READ HOLIDAY-CALENDAR NEXT RECORD
002030         AT END
002040             MOVE "Y" TO WS-EOF-SWITCH
002050             GO TO 1100-EXIT
002060     END-READ.
002070     IF BU-HOL-CTR NOT < BU-HOL-MAX
002080         DISPLAY "LNBUSDAY - HOLIDAY TABLE FULL AT " BU-HOL-MAX
002090             " ENTRIES -- HOLIDAYS FROM " HC-HOLIDAY-DATE
002100             " ON ARE NOT LOADED"
002110         MOVE "Y" TO WS-EOF-SWITCH
002120         GO TO 1100-EXIT
002130     END-IF.
002140     ADD 1 TO BU-HOL-CTR.
002150     MOVE HC-HOLIDAY-DATE TO BU-HOL-DATE (BU-HOL-CTR).
002160     MOVE HC-DESCRIPTION  TO BU-HOL-DESC (BU-HOL-CTR).
002170 1100-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210*    2000-EDIT-DATE  --  A REAL CALENDAR DATE: MONTH 1 TO 12     *
002220*    AND THE DAY WITHIN THAT MONTH, LEAP YEARS INCLUDED.         *
002230******************************************************************
002240 2000-EDIT-DATE.
002250     IF BU-WD-YEAR < 1601
002260             OR BU-WD-MONTH < 1 OR BU-WD-MONTH > 12
002270             OR BU-WD-DAY < 1
002280         MOVE "ID" TO DS-STATUS
002290         GO TO 2000-EXIT
002300     END-IF.
002310     PERFORM 3150-GET-MONTH-END THRU 3150-EXIT.
002320     IF BU-WD-DAY > BU-MONTH-END-DAY
002330         MOVE "ID" TO DS-STATUS
002340     END-IF.
002350 2000-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390*    2100-SET-DAY-OF-WEEK  --  DAY 1 OF THE RUNNING DAY NUMBER   *
002400*    WAS A MONDAY, SO THE REMAINDER OF (SERIAL - 1) BY 7, PLUS   *
002410*    1, IS 1 FOR MONDAY THROUGH 7 FOR SUNDAY.                    *
002420******************************************************************
002430 2100-SET-DAY-OF-WEEK.
002440     COMPUTE BU-PRIOR-YEARS = BU-WD-YEAR - 1.
002450     DIVIDE BU-PRIOR-YEARS BY 4 GIVING BU-Q4.
002460     DIVIDE BU-PRIOR-YEARS BY 100 GIVING BU-Q100.
002470     DIVIDE BU-PRIOR-YEARS BY 400 GIVING BU-Q400.
002480     COMPUTE BU-SERIAL =
002490         BU-PRIOR-YEARS * 365 + BU-Q4 - BU-Q100 + BU-Q400
002500           + BU-CUM-DAYS (BU-WD-MONTH) + BU-WD-DAY.
002510     IF BU-WD-MONTH > 2
002520         PERFORM 3180-CHECK-LEAP-YEAR THRU 3180-EXIT
002530         IF BU-LEAP-YEAR
002540             ADD 1 TO BU-SERIAL
002550         END-IF
002560     END-IF.
002570     SUBTRACT 1 FROM BU-SERIAL.
002580     DIVIDE BU-SERIAL BY 7 GIVING BU-WEEKS
002590         REMAINDER BU-WEEKDAY-REM.
002600     COMPUTE BU-DAY-OF-WEEK = BU-WEEKDAY-REM + 1.
002610 2100-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650*    2200-CHECK-BUSINESS-DAY  --  THE WORK DATE IS A BUSINESS    *
002660*    DAY WHEN IT IS A WEEKDAY NOT ON THE CALENDAR.  THE TABLE    *
002670*    IS IN DATE ORDER, SO THE SCAN STOPS AT THE FIRST HOLIDAY    *
002680*    PAST THE DATE.                                              *
002690******************************************************************
002700 2200-CHECK-BUSINESS-DAY.
002710     MOVE "N" TO BU-HOLIDAY-SWITCH.
002720     MOVE "N" TO BU-BUSINESS-SWITCH.
002730     IF BU-DAY-OF-WEEK > 5
002740         GO TO 2200-EXIT
002750     END-IF.
002760     MOVE "N" TO BU-LOOKUP-SWITCH.
002770     PERFORM 2250-MATCH-ONE-HOLIDAY THRU 2250-EXIT
002780         VARYING BU-HOL-SUB FROM 1 BY 1
002790         UNTIL BU-HOL-SUB > BU-HOL-CTR
002800            OR BU-LOOKUP-DONE.
002810     IF BU-HOLIDAY
002820         SUBTRACT 1 FROM BU-HOL-SUB
002830         GO TO 2200-EXIT
002840     END-IF.
002850     SET BU-BUSINESS-DAY TO TRUE.
002860 2200-EXIT.
002870     EXIT.
002880
002890 2250-MATCH-ONE-HOLIDAY.
002900     IF BU-HOL-DATE (BU-HOL-SUB) < BU-WORK-DATE-N
002910         GO TO 2250-EXIT
002920     END-IF.
002930     SET BU-LOOKUP-DONE TO TRUE.
002940     IF BU-HOL-DATE (BU-HOL-SUB) = BU-WORK-DATE-N
002950         SET BU-HOLIDAY TO TRUE
002960     END-IF.
002970 2250-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*    3000-FIND-NEXT-BUSINESS  --  STEP THE WORK DATE A DAY AT A  *
003020*    TIME UNTIL IT LANDS ON A BUSINESS DAY.  NO REAL CALENDAR    *
003030*    CLOSES THE BANK FOR A MONTH, SO THE STEP STOPS THERE        *
003040*    WHATEVER THE FILE SAYS.                                     *
003050******************************************************************
003060 3000-FIND-NEXT-BUSINESS.
003070     MOVE ZERO TO BU-STEP-CTR.
003080     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
003090         UNTIL BU-BUSINESS-DAY
003100            OR BU-STEP-CTR > 31.
003110 3000-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150*    3100-STEP-ONE-DAY  --  MOVE THE WORK DATE AND ITS DAY OF    *
003160*    THE WEEK FORWARD ONE DAY, CARRYING THE MONTH AND YEAR, AND  *
003170*    CHECK THE NEW DATE.                                         *
003180******************************************************************
003190 3100-STEP-ONE-DAY.
003200     ADD 1 TO BU-STEP-CTR.
003210     PERFORM 3150-GET-MONTH-END THRU 3150-EXIT.
003220     ADD 1 TO BU-WD-DAY.
003230     IF BU-WD-DAY > BU-MONTH-END-DAY
003240         MOVE 1 TO BU-WD-DAY
003250         ADD 1 TO BU-WD-MONTH
003260         IF BU-WD-MONTH > 12
003270             MOVE 1 TO BU-WD-MONTH
003280             ADD 1 TO BU-WD-YEAR
003290         END-IF
003300     END-IF.
003310     IF BU-DAY-OF-WEEK = 7
003320         MOVE 1 TO BU-DAY-OF-WEEK
003330     ELSE
003340         ADD 1 TO BU-DAY-OF-WEEK
003350     END-IF.
003360     PERFORM 2200-CHECK-BUSINESS-DAY THRU 2200-EXIT.
003370 3100-EXIT.
003380     EXIT.
003390
003400 3150-GET-MONTH-END.
003410     MOVE BU-DAYS-IN-MONTH (BU-WD-MONTH) TO BU-MONTH-END-DAY.
003420     IF BU-WD-MONTH = 2
003430         PERFORM 3180-CHECK-LEAP-YEAR THRU 3180-EXIT
003440         IF BU-LEAP-YEAR
003450             MOVE 29 TO BU-MONTH-END-DAY
003460         END-IF
003470     END-IF.
003480 3150-EXIT.
003490     EXIT.
003500
003510 3180-CHECK-LEAP-YEAR.
003520     MOVE "N" TO BU-LEAP-SWITCH.
003530     DIVIDE BU-WD-YEAR BY 400 GIVING BU-LEAP-QUOTIENT
003540         REMAINDER BU-LEAP-REMAINDER.
003550     IF BU-LEAP-REMAINDER = ZERO
003560         SET BU-LEAP-YEAR TO TRUE
003570         GO TO 3180-EXIT
003580     END-IF.
003590     DIVIDE BU-WD-YEAR BY 100 GIVING BU-LEAP-QUOTIENT
003600         REMAINDER BU-LEAP-REMAINDER.
003610     IF BU-LEAP-REMAINDER = ZERO
003620         GO TO 3180-EXIT
003630     END-IF.
003640     DIVIDE BU-WD-YEAR BY 4 GIVING BU-LEAP-QUOTIENT
003650         REMAINDER BU-LEAP-REMAINDER.
003660     IF BU-LEAP-REMAINDER = ZERO
003670         SET BU-LEAP-YEAR TO TRUE
003680     END-IF.
003690 3180-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    4000-COUNT-PAST-DUE  --  FROM THE HONORED DUE DATE, COUNT   *
003740*    THE BUSINESS DAYS UP TO AND INCLUDING THE AS-OF DATE,       *
003750*    STOPPING AT THE CALLER'S LIMIT (999 WITH NONE).             *
003760******************************************************************
003770 4000-COUNT-PAST-DUE.
003780     IF DS-DAY-LIMIT = ZERO
003790         MOVE 999 TO BU-DAY-LIMIT
003800     ELSE
003810         MOVE DS-DAY-LIMIT TO BU-DAY-LIMIT
003820     END-IF.
003830     PERFORM 4100-COUNT-ONE-DAY THRU 4100-EXIT
003840         UNTIL BU-WORK-DATE-N NOT < DS-AS-OF-DATE
003850            OR DS-BUS-DAYS NOT < BU-DAY-LIMIT.
003860 4000-EXIT.
003870     EXIT.
003880
003890 4100-COUNT-ONE-DAY.
003900     MOVE ZERO TO BU-STEP-CTR.
003910     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT.
003920     IF BU-BUSINESS-DAY
003930         ADD 1 TO DS-BUS-DAYS
003940     END-IF.
003950 4100-EXIT.
003960     EXIT.
