000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNHLDRPT                                         *
000040*    TITLE:    WEEKLY LEGAL HOLD REPORT                         *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  WEEKLY RUN THAT LISTS EVERY ACCOUNT NOW UNDER A
000130*     LEGAL HOLD (LM-HOLD-CODE, KEYED THROUGH THE LNHLDMNT
000140*     SCREEN) SO LEGAL AND COLLECTIONS CAN REVIEW WHICH HOLDS
000150*     ARE STILL WARRANTED -- A HOLD LEFT ON AFTER A BANKRUPTCY
000160*     IS DISMISSED OR A FORBEARANCE ENDS KEEPS THE ACCOUNT OUT
000170*     OF COLLECTIONS INDEFINITELY.  THE ACCOUNTS ARE RELEASED
000180*     THROUGH A SORT ON HOLD TYPE AND START DATE, SO EACH TYPE
000190*     PRINTS OLDEST HOLD FIRST, WITH THE BORROWER, THE START
000200*     DATE, THE DAYS THE HOLD HAS BEEN ON AS OF THE RUN DATE,
000210*     THE CASE OR CLAIM NUMBER, AND THE CYCLES THE ACCOUNT IS
000220*     PAST DUE.  EACH TYPE CLOSES WITH ITS COUNT, AND THE RUN
000230*     WITH THE TOTAL.
000240*
000250*     THE REPORT ONLY READS THE MASTER.  IT IS NOT A NIGHTLY
000260*     LEG AND DOES NOT CHECK IN WITH LNCYCLE.
000270*
000280*  MODIFICATION HISTORY.
000290*     10/15/2026  DPL  ORIGINAL PROGRAM.
000300*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.  LNHLDRPT.
000330 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000340 INSTALLATION. HOME OFFICE.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LOAN-MASTER
000460         ASSIGN TO "LOANMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS LM-ACCT-NBR
000500         FILE STATUS IS WS-LM-STATUS.
000510
000520     SELECT HOLD-RPT
000530         ASSIGN TO "HOLDRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560     SELECT SORT-WORK
000570         ASSIGN TO "SORTWK01".
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LOAN-MASTER
000620     LABEL RECORD IS STANDARD.
000630 COPY LOANMAST.
000640
000650 FD  HOLD-RPT
000660     LABEL RECORD IS OMITTED.
000670 01  HOLD-RECORD                 PIC  X(80).
000680
000690 SD  SORT-WORK.
000700 01  SORT-RECORD.
000710     03  SD-HOLD-CODE            PIC  X(02).
000720     03  SD-START-DATE           PIC  9(08).
000730     03  SD-ACCT-NBR             PIC  9(07).
000740     03  SD-BORROWER-NAME        PIC  X(30).
000750     03  SD-CASE-NBR             PIC  X(20).
000760     03  SD-CYCLES-DELINQ        PIC  9(03).
000770
000780 WORKING-STORAGE SECTION.
000790*
000800*    HOLD REPORT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH
000810*    WRITE ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
000820*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
000830*
000840 01  HOLD-SEPARATOR.
000850     03  FILLER                  PIC  X(66)  VALUE ALL "=".
000860     03  FILLER                  PIC  X(14)  VALUE SPACES.
000870 01  HOLD-TITLE.
000880     03  FILLER                  PIC  X(34)  VALUE
000890             "WEEKLY LEGAL HOLD REPORT  -  ".
000900     03  HT-RUN-DATE             PIC  9(08).
000910     03  FILLER                  PIC  X(38)  VALUE SPACES.
000920 01  HOLD-TYPE-LINE.
000930     03  FILLER                  PIC  X(24)  VALUE
000940             "HOLD TYPE . . . . . . :".
000950     03  HT-HOLD-CODE            PIC  X(02).
000960     03  FILLER                  PIC  X(02)  VALUE SPACES.
000970     03  HT-HOLD-DESC            PIC  X(30).
000980     03  FILLER                  PIC  X(22)  VALUE SPACES.
000990 01  HOLD-COL-HDG.
001000     03  FILLER                  PIC  X(80)  VALUE
001010             "ACCOUNT BORROWER               STARTED      DAYS  CY
001020-            "C CASE NUMBER".
001030 01  HOLD-DTL-LINE.
001040     03  HD-ACCT-NBR             PIC  9(07).
001050     03  FILLER                  PIC  X(01)  VALUE SPACES.
001060     03  HD-BORROWER-NAME        PIC  X(22).
001070     03  FILLER                  PIC  X(01)  VALUE SPACES.
001080     03  HD-START-DATE           PIC  9(08).
001090     03  FILLER                  PIC  X(02)  VALUE SPACES.
001100     03  HD-DAYS-HELD            PIC  ZZZ,ZZ9.
001110     03  FILLER                  PIC  X(02)  VALUE SPACES.
001120     03  HD-CYCLES               PIC  ZZ9.
001130     03  FILLER                  PIC  X(01)  VALUE SPACES.
001140     03  HD-CASE-NBR             PIC  X(20).
001150     03  FILLER                  PIC  X(06)  VALUE SPACES.
001160 01  HOLD-TOT-LINE.
001170     03  HL-LABEL                PIC  X(26).
001180     03  HL-ACCT-CTR             PIC  ZZZ,ZZ9.
001190     03  FILLER                  PIC  X(47)  VALUE SPACES.
001200*
001210*    RUN CONTROL SWITCHES AND COUNTERS.
001220*
001230 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001240 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001250     88  WS-EOF-REACHED              VALUE "Y".
001260 77  WS-SORT-EOF-SWITCH      PIC  X(01)      VALUE "N".
001270     88  WS-SORT-EOF-REACHED         VALUE "Y".
001280 77  WS-OPEN-FAIL-SWITCH     PIC  X(01)      VALUE "N".
001290     88  WS-OPEN-FAILED              VALUE "Y".
001300 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001310 77  WS-ACCT-CTR             PIC  9(07)      COMP VALUE ZERO.
001320 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
001330*
001340*    HOLD-TYPE CONTROL-BREAK HOLD AREA AND COUNT.
001350*
001360 77  HR-HOLD-TYPE            PIC  X(02)      VALUE SPACES.
001370     88  HR-TYPE-CHAPTER-7           VALUE "07".
001380     88  HR-TYPE-CHAPTER-11          VALUE "11".
001390     88  HR-TYPE-CHAPTER-13          VALUE "13".
001400     88  HR-TYPE-LITIGATION          VALUE "LT".
001410     88  HR-TYPE-DECEASED            VALUE "DC".
001420     88  HR-TYPE-DISASTER            VALUE "DF".
001430 77  HR-FIRST-SWITCH         PIC  X(01)      VALUE "Y".
001440     88  HR-FIRST-RECORD             VALUE "Y".
001450 77  HR-TYPE-ACCT-CTR        PIC  9(07)      COMP VALUE ZERO.
001460*
001470*    DAY-SERIAL WORK FIELDS FOR THE DAYS HELD.  4700-DATE-TO-
001480*    SERIAL TURNS THE DATE IN HR-WORK-YEAR/MONTH/DAY INTO A
001490*    RUNNING DAY NUMBER SO TWO DATES CAN BE SUBTRACTED TO GET
001500*    WHOLE DAYS BETWEEN THEM, THE SAME WAY LNBATCH COUNTS A
001510*    BI-WEEKLY ACCOUNT'S CYCLES.
001520*
001530 01  HR-CUM-DAYS-VAL         PIC  X(36)      VALUE
001540         "000031059090120151181212243273304334".
001550 01  HR-CUM-DAYS-TBL REDEFINES HR-CUM-DAYS-VAL.
001560     03  HR-CUM-DAYS             OCCURS 12 TIMES
001570                                 PIC  9(03).
001580 01  HR-DATE-N               PIC  9(08).
001590 01  HR-DATE REDEFINES HR-DATE-N.
001600     03  HR-DATE-YEAR            PIC  9(04).
001610     03  HR-DATE-MONTH           PIC  9(02).
001620     03  HR-DATE-DAY             PIC  9(02).
001630 77  HR-WORK-YEAR            PIC  9(04)      COMP VALUE ZERO.
001640 77  HR-WORK-MONTH           PIC  9(02)      COMP VALUE ZERO.
001650 77  HR-WORK-DAY             PIC  9(02)      COMP VALUE ZERO.
001660 77  HR-PRIOR-YEARS          PIC  9(04)      COMP VALUE ZERO.
001670 77  HR-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
001680 77  HR-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
001690 77  HR-Q4                   PIC  9(04)      COMP VALUE ZERO.
001700 77  HR-Q100                 PIC  9(04)      COMP VALUE ZERO.
001710 77  HR-Q400                 PIC  9(04)      COMP VALUE ZERO.
001720 77  HR-SERIAL               PIC  9(08)      COMP VALUE ZERO.
001730 77  HR-RUN-SERIAL           PIC  9(08)      COMP VALUE ZERO.
001740 77  HR-DAYS-HELD            PIC  9(06)      COMP VALUE ZERO.
001750 77  HR-LEAP-SWITCH          PIC  X(01)      VALUE "N".
001760     88  HR-LEAP-YEAR                VALUE "Y".
001770
001780 PROCEDURE DIVISION.
001790******************************************************************
001800*    0000-MAINLINE  --  THE SORT OWNS THE RUN: ITS INPUT         *
001810*    PROCEDURE PICKS THE ACCOUNTS ON HOLD OFF THE PORTFOLIO,     *
001820*    ITS OUTPUT PROCEDURE PRINTS THEM TYPE BY TYPE.              *
001830******************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     IF WS-OPEN-FAILED
001870         GO TO 0000-WRAPUP
001880     END-IF.
001890     SORT SORT-WORK
001900         ON ASCENDING KEY SD-HOLD-CODE
001910                          SD-START-DATE
001920                          SD-ACCT-NBR
001930         INPUT PROCEDURE IS 2000-SELECT-HOLDS
001940                       THRU 2000-SELECT-EXIT
001950         OUTPUT PROCEDURE IS 4000-PRINT-HOLDS
001960                        THRU 4000-PRINT-EXIT.
001970 0000-WRAPUP.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     GOBACK.
002000
002010******************************************************************
002020*    1000-INITIALIZE  --  OPEN THE PORTFOLIO AND THE REPORT,     *
002030*    AND TURN THE RUN DATE INTO A DAY SERIAL ONCE FOR THE        *
002040*    DAYS-HELD ARITHMETIC.                                       *
002050******************************************************************
002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080     MOVE WS-RUN-DATE   TO HR-DATE-N.
002090     PERFORM 4600-SERIAL-FROM-DATE THRU 4600-EXIT.
002100     MOVE HR-SERIAL     TO HR-RUN-SERIAL.
002110     OPEN INPUT LOAN-MASTER.
002120     IF WS-LM-STATUS NOT = "00"
002130         DISPLAY "LNHLDRPT - LOAN-MASTER OPEN FAILED, STATUS = "
002140             WS-LM-STATUS
002150         SET WS-OPEN-FAILED TO TRUE
002160         GO TO 1000-EXIT
002170     END-IF.
002180     OPEN OUTPUT HOLD-RPT.
002190     WRITE HOLD-RECORD FROM HOLD-SEPARATOR.
002200     MOVE WS-RUN-DATE TO HT-RUN-DATE.
002210     WRITE HOLD-RECORD FROM HOLD-TITLE.
002220 1000-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260*    2000-SELECT-HOLDS  --  SORT INPUT PROCEDURE: RELEASE EVERY  *
002270*    ACCOUNT CARRYING A RECOGNIZED HOLD TYPE.  A PAID-OFF        *
002280*    ACCOUNT STILL ON HOLD IS LISTED TOO  --  THE HOLD IS STILL  *
002290*    ON FILE AND STILL WANTS RELEASING.                          *
002300******************************************************************
002310 2000-SELECT-HOLDS.
002320     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002330     PERFORM 2100-RELEASE-ONE-ACCT THRU 2100-EXIT
002340         UNTIL WS-EOF-REACHED.
002350 2000-SELECT-EXIT.
002360     EXIT.
002370
002380 2100-RELEASE-ONE-ACCT.
002390     ADD 1 TO WS-READ-CTR.
002400     IF NOT LM-ON-LEGAL-HOLD
002410         GO TO 2100-CONTINUE
002420     END-IF.
002430     MOVE LM-HOLD-CODE       TO SD-HOLD-CODE.
002440     MOVE LM-HOLD-START-DATE TO SD-START-DATE.
002450     MOVE LM-ACCT-NBR        TO SD-ACCT-NBR.
002460     MOVE LM-BORROWER-NAME   TO SD-BORROWER-NAME.
002470     MOVE LM-HOLD-CASE-NBR   TO SD-CASE-NBR.
002480     MOVE LM-CYCLES-DELINQ   TO SD-CYCLES-DELINQ.
002490     RELEASE SORT-RECORD.
002500 2100-CONTINUE.
002510     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002520 2100-EXIT.
002530     EXIT.
002540
002550 2900-READ-LOAN-MASTER.
002560     READ LOAN-MASTER NEXT RECORD
002570         AT END
002580             MOVE "Y" TO WS-EOF-SWITCH
002590     END-READ.
002600 2900-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640*    4000-PRINT-HOLDS  --  SORT OUTPUT PROCEDURE: THE ACCOUNTS   *
002650*    RETURN GROUPED BY HOLD TYPE, OLDEST HOLD FIRST; EACH BREAK  *
002660*    CLOSES THE PRIOR TYPE WITH ITS COUNT AND OPENS THE NEXT.    *
002670******************************************************************
002680 4000-PRINT-HOLDS.
002690     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
002700     PERFORM 4100-PRINT-ONE-ACCT THRU 4100-EXIT
002710         UNTIL WS-SORT-EOF-REACHED.
002720     IF NOT HR-FIRST-RECORD
002730         PERFORM 4300-CLOSE-TYPE THRU 4300-EXIT
002740     END-IF.
002750     WRITE HOLD-RECORD FROM HOLD-SEPARATOR.
002760     MOVE "ACCOUNTS ON HOLD. . :   " TO HL-LABEL.
002770     MOVE WS-ACCT-CTR TO HL-ACCT-CTR.
002780     WRITE HOLD-RECORD FROM HOLD-TOT-LINE.
002790     MOVE "ACCOUNTS READ . . . :   " TO HL-LABEL.
002800     MOVE WS-READ-CTR TO HL-ACCT-CTR.
002810     WRITE HOLD-RECORD FROM HOLD-TOT-LINE.
002820 4000-PRINT-EXIT.
002830     EXIT.
002840
002850 4100-PRINT-ONE-ACCT.
002860     IF HR-FIRST-RECORD
002870         MOVE "N" TO HR-FIRST-SWITCH
002880         MOVE SD-HOLD-CODE TO HR-HOLD-TYPE
002890         PERFORM 4200-OPEN-TYPE THRU 4200-EXIT
002900     ELSE
002910         IF SD-HOLD-CODE NOT = HR-HOLD-TYPE
002920             PERFORM 4300-CLOSE-TYPE THRU 4300-EXIT
002930             MOVE SD-HOLD-CODE TO HR-HOLD-TYPE
002940             PERFORM 4200-OPEN-TYPE THRU 4200-EXIT
002950         END-IF
002960     END-IF.
002970     PERFORM 4500-FIGURE-DAYS-HELD THRU 4500-EXIT.
002980     MOVE SD-ACCT-NBR        TO HD-ACCT-NBR.
002990     MOVE SD-BORROWER-NAME   TO HD-BORROWER-NAME.
003000     MOVE SD-START-DATE      TO HD-START-DATE.
003010     MOVE HR-DAYS-HELD       TO HD-DAYS-HELD.
003020     MOVE SD-CYCLES-DELINQ   TO HD-CYCLES.
003030     MOVE SD-CASE-NBR        TO HD-CASE-NBR.
003040     WRITE HOLD-RECORD FROM HOLD-DTL-LINE.
003050     ADD 1 TO HR-TYPE-ACCT-CTR.
003060     ADD 1 TO WS-ACCT-CTR.
003070     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
003080 4100-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120*    4200-OPEN-TYPE -- HEADING FOR THE NEXT HOLD TYPE.           *
003130******************************************************************
003140 4200-OPEN-TYPE.
003150     WRITE HOLD-RECORD FROM HOLD-SEPARATOR.
003160     MOVE HR-HOLD-TYPE TO HT-HOLD-CODE.
003170     EVALUATE TRUE
003180         WHEN HR-TYPE-CHAPTER-7
003190             MOVE "BANKRUPTCY - CHAPTER 7"  TO HT-HOLD-DESC
003200         WHEN HR-TYPE-CHAPTER-11
003210             MOVE "BANKRUPTCY - CHAPTER 11" TO HT-HOLD-DESC
003220         WHEN HR-TYPE-CHAPTER-13
003230             MOVE "BANKRUPTCY - CHAPTER 13" TO HT-HOLD-DESC
003240         WHEN HR-TYPE-LITIGATION
003250             MOVE "LITIGATION"              TO HT-HOLD-DESC
003260         WHEN HR-TYPE-DECEASED
003270             MOVE "BORROWER DECEASED"       TO HT-HOLD-DESC
003280         WHEN HR-TYPE-DISASTER
003290             MOVE "DISASTER FORBEARANCE"    TO HT-HOLD-DESC
003300     END-EVALUATE.
003310     WRITE HOLD-RECORD FROM HOLD-TYPE-LINE.
003320     WRITE HOLD-RECORD FROM HOLD-COL-HDG.
003330     MOVE ZERO TO HR-TYPE-ACCT-CTR.
003340 4200-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    4300-CLOSE-TYPE -- COUNT LINE THAT CLOSES ONE HOLD TYPE.    *
003390******************************************************************
003400 4300-CLOSE-TYPE.
003410     MOVE "TYPE TOTAL. . . . . :   " TO HL-LABEL.
003420     MOVE HR-TYPE-ACCT-CTR TO HL-ACCT-CTR.
003430     WRITE HOLD-RECORD FROM HOLD-TOT-LINE.
003440 4300-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    4500-FIGURE-DAYS-HELD  --  WHOLE DAYS FROM THE HOLD'S       *
003490*    START DATE TO THE RUN DATE.  A START DATE THAT IS MISSING,  *
003500*    IS NOT A DATE, OR FALLS AFTER THE RUN DATE SHOWS ZERO       *
003510*    DAYS.                                                       *
003520******************************************************************
003530 4500-FIGURE-DAYS-HELD.
003540     MOVE ZERO TO HR-DAYS-HELD.
003550     MOVE SD-START-DATE TO HR-DATE-N.
003560     IF HR-DATE-MONTH < 1 OR HR-DATE-MONTH > 12
003570             OR HR-DATE-DAY < 1 OR HR-DATE-DAY > 31
003580         GO TO 4500-EXIT
003590     END-IF.
003600     PERFORM 4600-SERIAL-FROM-DATE THRU 4600-EXIT.
003610     IF HR-RUN-SERIAL > HR-SERIAL
003620         COMPUTE HR-DAYS-HELD = HR-RUN-SERIAL - HR-SERIAL
003630     END-IF.
003640 4500-EXIT.
003650     EXIT.
003660
003670 4600-SERIAL-FROM-DATE.
003680     MOVE HR-DATE-YEAR  TO HR-WORK-YEAR.
003690     MOVE HR-DATE-MONTH TO HR-WORK-MONTH.
003700     MOVE HR-DATE-DAY   TO HR-WORK-DAY.
003710     PERFORM 4700-DATE-TO-SERIAL THRU 4700-EXIT.
003720 4600-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*    4700-DATE-TO-SERIAL  --  TURN HR-WORK-YEAR/MONTH/DAY INTO   *
003770*    A RUNNING DAY NUMBER (DAYS SINCE THE CALENDAR EPOCH) SO     *
003780*    TWO DATES SUBTRACT TO WHOLE DAYS BETWEEN THEM.              *
003790******************************************************************
003800 4700-DATE-TO-SERIAL.
003810     COMPUTE HR-PRIOR-YEARS = HR-WORK-YEAR - 1.
003820     DIVIDE HR-PRIOR-YEARS BY 4 GIVING HR-Q4.
003830     DIVIDE HR-PRIOR-YEARS BY 100 GIVING HR-Q100.
003840     DIVIDE HR-PRIOR-YEARS BY 400 GIVING HR-Q400.
003850     COMPUTE HR-SERIAL =
003860         HR-PRIOR-YEARS * 365 + HR-Q4 - HR-Q100 + HR-Q400
003870           + HR-CUM-DAYS (HR-WORK-MONTH) + HR-WORK-DAY.
003880     IF HR-WORK-MONTH > 2
003890         PERFORM 4750-CHECK-LEAP-YEAR THRU 4750-EXIT
003900         IF HR-LEAP-YEAR
003910             ADD 1 TO HR-SERIAL
003920         END-IF
003930     END-IF.
003940 4700-EXIT.
003950     EXIT.
003960
003970 4750-CHECK-LEAP-YEAR.
003980     MOVE "N" TO HR-LEAP-SWITCH.
003990     DIVIDE HR-WORK-YEAR BY 400 GIVING HR-LEAP-QUOTIENT
004000         REMAINDER HR-LEAP-REMAINDER.
004010     IF HR-LEAP-REMAINDER = ZERO
004020         SET HR-LEAP-YEAR TO TRUE
004030         GO TO 4750-EXIT
004040     END-IF.
004050     DIVIDE HR-WORK-YEAR BY 100 GIVING HR-LEAP-QUOTIENT
004060         REMAINDER HR-LEAP-REMAINDER.
004070     IF HR-LEAP-REMAINDER = ZERO
004080         GO TO 4750-EXIT
004090     END-IF.
004100     DIVIDE HR-WORK-YEAR BY 4 GIVING HR-LEAP-QUOTIENT
004110         REMAINDER HR-LEAP-REMAINDER.
004120     IF HR-LEAP-REMAINDER = ZERO
004130         SET HR-LEAP-YEAR TO TRUE
004140     END-IF.
004150 4750-EXIT.
004160     EXIT.
004170
004180 4900-RETURN-SORTED.
004190     RETURN SORT-WORK
004200         AT END
004210             MOVE "Y" TO WS-SORT-EOF-SWITCH
004220     END-RETURN.
004230 4900-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    9000-TERMINATE.                                            *
004280******************************************************************
004290 9000-TERMINATE.
004300     IF WS-OPEN-FAILED
004310         GO TO 9000-DISPLAY
004320     END-IF.
004330     CLOSE LOAN-MASTER.
004340     CLOSE HOLD-RPT.
004350 9000-DISPLAY.
004360     DISPLAY "LNHLDRPT - ACCOUNTS ON HOLD: " WS-ACCT-CTR
004370         " READ: " WS-READ-CTR.
004380 9000-EXIT.
004390     EXIT.
