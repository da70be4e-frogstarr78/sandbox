000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNAGING                                          *
000040*    TITLE:    MONTH-END DELINQUENCY AGING AND ROLL RATES       *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  MONTH-END RUN THAT AGES THE PORTFOLIO FOR
000130*     MANAGEMENT, THE INVESTORS AND THE BOARD, IN PLACE OF THE
000140*     SUMMARY THAT WAS BUILT BY HAND FROM THE LNDUNNG QUEUE.  THE
000150*     OPERATOR ENTERS THE REPORTING MONTH (CCYYMM) THE SAME WAY
000160*     AS FOR LNCRBUR.
000170*
000180*     EVERY ACTIVE ACCOUNT (ANYTHING NOT PAID OFF OR CHARGED
000190*     OFF, NON-ACCRUAL INCLUDED) IS PUT IN ONE OF FIVE BUCKETS BY
000200*     THE DAYS ITS LM-DUE-DATE IS PAST AS OF THE RUN DATE:
000210*     CURRENT (UNDER 30 DAYS), 30-59, 60-89, 90-119 AND 120 OR
000220*     MORE.  AN ACCOUNT THE NIGHTLY RUN HAS NOT FLAGGED LATE
000230*     (LM-CYCLES-DELINQ ZERO) IS CURRENT WHATEVER ITS DATES SAY;
000240*     A LATE ACCOUNT WITH NO DUE DATE ON FILE IS AGED AT 30 DAYS
000250*     A CYCLE.  THE BALANCE IS THE LNBALCE PRINCIPAL BALANCE,
000260*     WITH LNVALID GATING THE LOAD THE SAME WAY IT GATES THE
000270*     NIGHTLY RUN -- AN ACCOUNT THAT FAILS ITS EDITS IS LEFT OUT
000280*     AND COUNTED.
000290*
000300*     THE REPORT (AGINGRPT) GIVES THE PORTFOLIO BUCKETS WITH
000310*     COUNTS, BALANCES AND PERCENT OF BALANCE, THEN THE SAME
000320*     BUCKETS BROKEN OUT BY PAYMENT FREQUENCY AND BY INVESTOR
000330*     (LM-INVESTOR-CODE; A BLANK CODE IS THE RETAINED
000340*     PORTFOLIO).  THE INVESTOR BREAKOUT COMES THROUGH A SORT ON
000350*     INVESTOR CODE, AS IN LNINVRMT.
000360*
000370*     EACH ACCOUNT'S BUCKET AND BALANCE ARE SAVED TO THE AGESNAP
000380*     SNAPSHOT FILE UNDER THE REPORTING MONTH.  WHEN THE PRIOR
000390*     MONTH'S SNAPSHOT IS ON FILE, THE REPORT CLOSES WITH THE
000400*     ROLL RATES: A FROM/TO MATRIX OF ACCOUNT COUNTS (INCLUDING
000410*     ACCOUNTS THAT PAID OFF, WERE CHARGED OFF, OR LEFT THE AGED
000420*     BOOK SOME OTHER WAY), THEN THE SHARE OF EACH BUCKET'S PRIOR
000430*     BALANCE THAT ROLLED ONE BUCKET WORSE, AND THE SHARE OF THE
000440*     PRIOR DELINQUENT BALANCE THAT CURED BACK TO CURRENT.  A
000450*     RERUN OF A MONTH REPLACES THAT MONTH'S SNAPSHOT.
000460*
000470*  MODIFICATION HISTORY.
000480*     10/15/2026  DPL  ORIGINAL PROGRAM.
000490*     10/15/2026  DPL  A FAILED AGESNAP WRITE IS NOW COUNTED,
000500*                      PRINTED WITH THE REPORT TOTALS AND ENDS
000510*                      THE RUN WITH RETURN CODE 4.  SECTION
000520*                      TITLE FIELD RENAMED AH-SECTION-TITLE.
000530*
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.  LNAGING.
000560 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000570 INSTALLATION. HOME OFFICE.
000580 DATE-WRITTEN. 10/15/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.  IBM-370.
000640 OBJECT-COMPUTER.  IBM-370.
000650
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT LOAN-MASTER
000690         ASSIGN TO "LOANMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS LM-ACCT-NBR
000730         FILE STATUS IS WS-LM-STATUS.
000740
000750     SELECT AGING-SNAPSHOT
000760         ASSIGN TO "AGESNAP"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS AS-SNAP-KEY
000800         FILE STATUS IS WS-AS-STATUS.
000810
000820     SELECT AGING-RPT
000830         ASSIGN TO "AGINGRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT SORT-WORK
000870         ASSIGN TO "SORTWK01".
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  LOAN-MASTER
000920     LABEL RECORD IS STANDARD.
000930 COPY LOANMAST.
000940
000950 FD  AGING-SNAPSHOT
000960     LABEL RECORD IS STANDARD.
000970 COPY AGESNAP.
000980
000990 FD  AGING-RPT
001000     LABEL RECORD IS OMITTED.
001010 01  AGING-RECORD                PIC  X(80).
001020
001030 SD  SORT-WORK.
001040 01  SORT-RECORD.
001050     03  SD-INVESTOR-CODE        PIC  X(03).
001060     03  SD-ACCT-NBR             PIC  9(07).
001070     03  SD-BUCKET               PIC  9(01).
001080     03  SD-BALANCE              PIC  9(08)V9(02).
001090
001100 WORKING-STORAGE SECTION.
001110*
001120*    AGING REPORT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH
001130*    WRITE ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
001140*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001150*
001160 01  AGING-SEPARATOR.
001170     03  FILLER                  PIC  X(66)  VALUE ALL "=".
001180     03  FILLER                  PIC  X(14)  VALUE SPACES.
001190 01  AGING-BLANK-LINE.
001200     03  FILLER                  PIC  X(80)  VALUE SPACES.
001210 01  AGING-TITLE.
001220     03  FILLER                  PIC  X(34)  VALUE
001230             "MONTH-END DELINQUENCY AGING  -  ".
001240     03  AT-REPORT-MONTH         PIC  9(06).
001250     03  FILLER                  PIC  X(08)  VALUE "  AS OF ".
001260     03  AT-RUN-DATE             PIC  9(08).
001270     03  FILLER                  PIC  X(24)  VALUE SPACES.
001280 01  AGING-SECTION-LINE.
001290     03  AH-SECTION-TITLE        PIC  X(40).
001300     03  FILLER                  PIC  X(40)  VALUE SPACES.
001310 01  AGING-PORT-HDG.
001320     03  FILLER                  PIC  X(80)  VALUE
001330             "BUCKET          ACCOUNTS         BALANCE   PCT OF BA
001340-            "L".
001350 01  AGING-PORT-LINE.
001360     03  AP-BUCKET-NAME          PIC  X(12).
001370     03  FILLER                  PIC  X(02)  VALUE SPACES.
001380     03  AP-ACCT-CTR             PIC  ZZ,ZZZ,ZZ9.
001390     03  FILLER                  PIC  X(02)  VALUE SPACES.
001400     03  AP-BALANCE              PIC  ZZZ,ZZZ,ZZ9.99.
001410     03  FILLER                  PIC  X(04)  VALUE SPACES.
001420     03  AP-PCT                  PIC  ZZ9.99.
001430     03  FILLER                  PIC  X(30)  VALUE SPACES.
001440*
001450*    BREAKOUT MATRIX -- ONE LINE OF COUNTS AND ONE OF BALANCES
001460*    (WHOLE DOLLARS) PER FREQUENCY OR INVESTOR, ONE COLUMN PER
001470*    BUCKET.
001480*
001490 01  AGING-MATRIX-HDG.
001500     03  FILLER                  PIC  X(80)  VALUE
001510             "                   CURRENT        30-59        60-89
001520-            "       90-119         120+".
001530 01  AGING-MATRIX-LINE.
001540     03  AM-GROUP                PIC  X(08).
001550     03  AM-KIND                 PIC  X(05).
001560     03  AM-CELL-GROUP           OCCURS 5 TIMES.
001570         05  FILLER              PIC  X(02).
001580         05  AM-CELL             PIC  ZZZ,ZZZ,ZZ9.
001590     03  FILLER                  PIC  X(02).
001600*
001610*    ROLL-RATE LINES.  THE MATRIX IS ACCOUNT COUNTS FROM LAST
001620*    MONTH'S BUCKET (DOWN) TO THIS MONTH'S STANDING (ACROSS).
001630*
001640 01  ROLL-TITLE.
001650     03  FILLER                  PIC  X(34)  VALUE
001660             "ROLL RATES  -  PRIOR MONTH  ".
001670     03  RT-PRIOR-MONTH          PIC  9(06).
001680     03  FILLER                  PIC  X(06)  VALUE "  TO  ".
001690     03  RT-REPORT-MONTH         PIC  9(06).
001700     03  FILLER                  PIC  X(28)  VALUE SPACES.
001710 01  ROLL-MATRIX-HDG.
001720     03  FILLER                  PIC  X(80)  VALUE
001730             "FROM      PRIOR CURRENT   30-59   60-89  90-119    1
001740-            "20+    PAID  CHGOFF   OTHER".
001750 01  ROLL-MATRIX-LINE.
001760     03  RM-FROM                 PIC  X(08).
001770     03  RM-PRIOR-CTR            PIC  ZZZ,ZZ9.
001780     03  RM-CELL-GROUP           OCCURS 8 TIMES.
001790         05  FILLER              PIC  X(01).
001800         05  RM-CELL             PIC  ZZZ,ZZ9.
001810     03  FILLER                  PIC  X(01).
001820 01  ROLL-RATE-HDG.
001830     03  FILLER                  PIC  X(80)  VALUE
001840             "BY PRIOR BALANCE       ACCOUNTS         BALANCE     
001850-            "RATE".
001860 01  ROLL-RATE-LINE.
001870     03  RR-LABEL                PIC  X(24).
001880     03  RR-ACCT-CTR             PIC  ZZZ,ZZ9.
001890     03  FILLER                  PIC  X(02)  VALUE SPACES.
001900     03  RR-BALANCE              PIC  ZZZ,ZZZ,ZZ9.99.
001910     03  FILLER                  PIC  X(02)  VALUE SPACES.
001920     03  RR-PCT                  PIC  ZZ9.99.
001930     03  FILLER                  PIC  X(01)  VALUE "%".
001940     03  FILLER                  PIC  X(24)  VALUE SPACES.
001950 01  AGING-CTR-LINE.
001960     03  AC-LABEL                PIC  X(32).
001970     03  AC-COUNT                PIC  ZZZ,ZZ9.
001980     03  FILLER                  PIC  X(41)  VALUE SPACES.
001990*
002000*    RUN CONTROL SWITCHES AND COUNTERS.
002010*
002020 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002030 77  WS-AS-STATUS            PIC  X(02)      VALUE "00".
002040 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002050     88  WS-EOF-REACHED              VALUE "Y".
002060 77  WS-SORT-EOF-SWITCH      PIC  X(01)      VALUE "N".
002070     88  WS-SORT-EOF-REACHED         VALUE "Y".
002080 77  WS-SNAP-EOF-SWITCH      PIC  X(01)      VALUE "N".
002090     88  WS-SNAP-EOF-REACHED         VALUE "Y".
002100 77  WS-OPEN-FAIL-SWITCH     PIC  X(01)      VALUE "N".
002110     88  WS-OPEN-FAILED              VALUE "Y".
002120 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002130 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
002140 77  WS-AGED-CTR             PIC  9(07)      COMP VALUE ZERO.
002150 77  WS-CLOSED-CTR           PIC  9(07)      COMP VALUE ZERO.
002160 77  WS-HELD-CTR             PIC  9(07)      COMP VALUE ZERO.
002170 77  WS-CLEARED-CTR          PIC  9(07)      COMP VALUE ZERO.
002180 77  WS-SNAP-FAIL-CTR        PIC  9(07)      COMP VALUE ZERO.
002190*
002200*    REPORTING MONTH, AS ENTERED (CCYYMM), AND THE MONTH BEFORE
002210*    IT WHOSE SNAPSHOT FEEDS THE ROLL RATES.
002220*
002230 01  AG-REPORT-MONTH-X       PIC  X(06)      VALUE SPACES.
002240 01  AG-REPORT-MONTH-N REDEFINES AG-REPORT-MONTH-X.
002250     03  AG-REPORT-YEAR          PIC  9(04).
002260     03  AG-REPORT-MM            PIC  9(02).
002270 77  AG-REPORT-MONTH         PIC  9(06)      VALUE ZERO.
002280 01  AG-PRIOR-MONTH-N        PIC  9(06)      VALUE ZERO.
002290 01  AG-PRIOR-MONTH-PARTS REDEFINES AG-PRIOR-MONTH-N.
002300     03  AG-PRIOR-YEAR           PIC  9(04).
002310     03  AG-PRIOR-MM             PIC  9(02).
002320 77  AG-PRIOR-SWITCH         PIC  X(01)      VALUE "N".
002330     88  AG-PRIOR-ON-FILE            VALUE "Y".
002340*
002350*    BUCKET WORK FIELDS FOR THE ACCOUNT BEING AGED, AND THE
002360*    PRIOR MONTH'S STANDING FOR THE SAME ACCOUNT WHEN THERE IS
002370*    ONE.
002380*
002390 01  AG-BUCKET-NAMES-VAL.
002400     03  FILLER                  PIC  X(12)  VALUE "CURRENT".
002410     03  FILLER                  PIC  X(12)  VALUE "30-59 DAYS".
002420     03  FILLER                  PIC  X(12)  VALUE "60-89 DAYS".
002430     03  FILLER                  PIC  X(12)  VALUE "90-119 DAYS".
002440     03  FILLER                  PIC  X(12)  VALUE "120+ DAYS".
002450 01  AG-BUCKET-NAMES REDEFINES AG-BUCKET-NAMES-VAL.
002460     03  AG-BUCKET-NAME          OCCURS 5 TIMES
002470                                 PIC  X(12).
002480 01  AG-SHORT-NAMES-VAL      PIC  X(40)      VALUE
002490         "CURRENT 30-59   60-89   90-119  120+    ".
002500 01  AG-SHORT-NAMES REDEFINES AG-SHORT-NAMES-VAL.
002510     03  AG-SHORT-NAME           OCCURS 5 TIMES
002520                                 PIC  X(08).
002530 77  AG-BUCKET               PIC  9(01)      VALUE ZERO.
002540 77  AG-DAYS-PAST-DUE        PIC  9(05)      COMP VALUE ZERO.
002550 77  AG-BALANCE              PIC  9(08)V9(02) COMP VALUE ZERO.
002560 77  AG-FREQ-SUB             PIC  9(01)      COMP VALUE ZERO.
002570 77  AG-PRIOR-BUCKET         PIC  9(01)      VALUE ZERO.
002580 77  AG-PRIOR-BALANCE        PIC  9(08)V9(02) COMP VALUE ZERO.
002590 77  AG-PRIOR-MATCH-SWITCH   PIC  X(01)      VALUE "N".
002600     88  AG-PRIOR-MATCHED            VALUE "Y".
002610 77  AG-ROW-SUB              PIC  9(02)      COMP VALUE ZERO.
002620 77  AG-COL-SUB              PIC  9(02)      COMP VALUE ZERO.
002630 77  AG-MATCHED-CTR          PIC  9(07)      COMP VALUE ZERO.
002640 77  AG-MATCHED-BAL          PIC  9(11)V9(02) COMP VALUE ZERO.
002650 77  AG-PCT                  PIC  9(03)V9(02) COMP VALUE ZERO.
002660 77  AG-RATE-CTR             PIC  9(07)      COMP VALUE ZERO.
002670 77  AG-RATE-BAL             PIC  9(11)V9(02) COMP VALUE ZERO.
002680 77  AG-RATE-BASE            PIC  9(11)V9(02) COMP VALUE ZERO.
002690*
002700*    BUCKET TOTALS: THE WHOLE PORTFOLIO, BY PAYMENT FREQUENCY
002710*    (1 MONTHLY, 2 BI-WEEKLY, 3 QUARTERLY), AND FOR THE INVESTOR
002720*    NOW PRINTING.
002730*
002740 01  AG-PORT-TABLE.
002750     03  AG-PORT-ENTRY           OCCURS 5 TIMES.
002760         05  AG-PORT-CTR         PIC  9(07)      COMP.
002770         05  AG-PORT-BAL         PIC  9(11)V9(02) COMP.
002780 77  AG-PORT-TOTAL-CTR       PIC  9(07)      COMP VALUE ZERO.
002790 77  AG-PORT-TOTAL-BAL       PIC  9(11)V9(02) COMP VALUE ZERO.
002800 01  AG-FREQ-NAMES-VAL       PIC  X(24)      VALUE
002810         "MONTHLY BI-WEEK QUARTER ".
002820 01  AG-FREQ-NAMES REDEFINES AG-FREQ-NAMES-VAL.
002830     03  AG-FREQ-NAME            OCCURS 3 TIMES
002840                                 PIC  X(08).
002850 01  AG-FREQ-TABLE.
002860     03  AG-FREQ-ENTRY           OCCURS 3 TIMES.
002870         05  AG-FREQ-BKT         OCCURS 5 TIMES.
002880             07  AG-FREQ-CTR     PIC  9(07)      COMP.
002890             07  AG-FREQ-BAL     PIC  9(11)V9(02) COMP.
002900 77  AG-HOLD-INVESTOR        PIC  X(03)      VALUE SPACES.
002910 77  AG-FIRST-SWITCH         PIC  X(01)      VALUE "Y".
002920     88  AG-FIRST-RECORD             VALUE "Y".
002930 01  AG-INV-TABLE.
002940     03  AG-INV-BKT              OCCURS 5 TIMES.
002950         05  AG-INV-CTR          PIC  9(07)      COMP.
002960         05  AG-INV-BAL          PIC  9(11)V9(02) COMP.
002970*
002980*    ROLL TABLE.  ROW IS LAST MONTH'S BUCKET; THE PRIOR COUNT
002990*    AND BALANCE ARE THAT BUCKET'S WHOLE SNAPSHOT.  COLUMNS 1-5
003000*    ARE THIS MONTH'S BUCKETS, 6 PAID OFF, 7 CHARGED OFF, 8 ANY
003010*    OTHER WAY OUT (PURGED, OR FAILING ITS EDITS THIS MONTH) --
003020*    THE PART OF THE ROW NOT MATCHED TO ONE OF THE OTHERS.  THE
003030*    BALANCES ARE THE PRIOR MONTH'S, SO EVERY RATE IS A SHARE OF
003040*    WHAT WAS IN THE BUCKET.
003050*
003060 01  AG-ROLL-TABLE.
003070     03  AG-ROLL-ROW             OCCURS 5 TIMES.
003080         05  AG-PRIOR-CTR        PIC  9(07)      COMP.
003090         05  AG-PRIOR-BAL        PIC  9(11)V9(02) COMP.
003100         05  AG-ROLL-CELL        OCCURS 8 TIMES.
003110             07  AG-ROLL-CTR     PIC  9(07)      COMP.
003120             07  AG-ROLL-BAL     PIC  9(11)V9(02) COMP.
003130*
003140*    DAY-SERIAL WORK FIELDS FOR THE DAYS PAST DUE.  THE SAME
003150*    RUNNING DAY NUMBER LNBATCH USES TO COUNT A BI-WEEKLY
003160*    ACCOUNT'S CYCLES: TWO SERIALS SUBTRACT TO WHOLE DAYS.
003170*
003180 01  AG-CUM-DAYS-VAL         PIC  X(36)      VALUE
003190         "000031059090120151181212243273304334".
003200 01  AG-CUM-DAYS-TBL REDEFINES AG-CUM-DAYS-VAL.
003210     03  AG-CUM-DAYS             OCCURS 12 TIMES
003220                                 PIC  9(03).
003230 01  AG-DATE-N               PIC  9(08).
003240 01  AG-DATE REDEFINES AG-DATE-N.
003250     03  AG-DATE-YEAR            PIC  9(04).
003260     03  AG-DATE-MONTH           PIC  9(02).
003270     03  AG-DATE-DAY             PIC  9(02).
003280 77  AG-WORK-YEAR            PIC  9(04)      COMP VALUE ZERO.
003290 77  AG-WORK-MONTH           PIC  9(02)      COMP VALUE ZERO.
003300 77  AG-WORK-DAY             PIC  9(02)      COMP VALUE ZERO.
003310 77  AG-PRIOR-YEARS          PIC  9(04)      COMP VALUE ZERO.
003320 77  AG-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
003330 77  AG-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
003340 77  AG-Q4                   PIC  9(04)      COMP VALUE ZERO.
003350 77  AG-Q100                 PIC  9(04)      COMP VALUE ZERO.
003360 77  AG-Q400                 PIC  9(04)      COMP VALUE ZERO.
003370 77  AG-SERIAL               PIC  9(08)      COMP VALUE ZERO.
003380 77  AG-RUN-SERIAL           PIC  9(08)      COMP VALUE ZERO.
003390 77  AG-LEAP-SWITCH          PIC  X(01)      VALUE "N".
003400     88  AG-LEAP-YEAR                VALUE "Y".
003410
003420 COPY LOANW.
003430
003440 PROCEDURE DIVISION.
003450******************************************************************
003460*    0000-MAINLINE  --  CLEAR A RERUN MONTH AND TOTAL THE PRIOR  *
003470*    MONTH'S SNAPSHOT, THEN LET THE SORT AGE THE PORTFOLIO       *
003480*    (INPUT PROCEDURE) AND PRINT THE BREAKOUTS (OUTPUT           *
003490*    PROCEDURE); THE ROLL RATES CLOSE THE REPORT.                *
003500******************************************************************
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF WS-OPEN-FAILED
003540         GO TO 0000-WRAPUP
003550     END-IF.
003560     PERFORM 1500-CLEAR-RERUN-MONTH THRU 1500-EXIT.
003570     PERFORM 1600-TOTAL-PRIOR-MONTH THRU 1600-EXIT.
003580     SORT SORT-WORK
003590         ON ASCENDING KEY SD-INVESTOR-CODE
003600                          SD-ACCT-NBR
003610         INPUT PROCEDURE IS 2000-AGE-ACCOUNTS
003620                       THRU 2000-AGE-EXIT
003630         OUTPUT PROCEDURE IS 4000-PRINT-AGING
003640                        THRU 4000-PRINT-EXIT.
003650     PERFORM 7000-PRINT-ROLL-RATES THRU 7000-EXIT.
003660 0000-WRAPUP.
003670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003680     GOBACK.
003690
003700******************************************************************
003710*    1000-INITIALIZE  --  TAKE THE REPORTING MONTH FROM THE      *
003720*    OPERATOR, WORK OUT THE MONTH BEFORE IT, AND OPEN THE        *
003730*    FILES.  A SHOP WITHOUT THE SNAPSHOT FILE YET GETS AN EMPTY  *
003740*    ONE.                                                        *
003750******************************************************************
003760 1000-INITIALIZE.
003770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003780     DISPLAY "ENTER REPORTING MONTH (CCYYMM): "
003790         WITH NO ADVANCING.
003800     ACCEPT AG-REPORT-MONTH-X.
003810     IF AG-REPORT-MONTH-X NOT NUMERIC
003820         DISPLAY "LNAGING - INVALID REPORTING MONTH -- RUN ENDED."
003830         SET WS-OPEN-FAILED TO TRUE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     IF AG-REPORT-MM < 1 OR AG-REPORT-MM > 12
003870         DISPLAY "LNAGING - INVALID REPORTING MONTH -- RUN ENDED."
003880         SET WS-OPEN-FAILED TO TRUE
003890         GO TO 1000-EXIT
003900     END-IF.
003910     MOVE AG-REPORT-MONTH-N TO AG-REPORT-MONTH.
003920     IF AG-REPORT-MM = 1
003930         COMPUTE AG-PRIOR-YEAR = AG-REPORT-YEAR - 1
003940         MOVE 12 TO AG-PRIOR-MM
003950     ELSE
003960         MOVE AG-REPORT-YEAR TO AG-PRIOR-YEAR
003970         COMPUTE AG-PRIOR-MM = AG-REPORT-MM - 1
003980     END-IF.
003990     INITIALIZE AG-PORT-TABLE.
004000     INITIALIZE AG-FREQ-TABLE.
004010     INITIALIZE AG-ROLL-TABLE.
004020     MOVE WS-RUN-DATE TO AG-DATE-N.
004030     PERFORM 2450-SERIAL-FROM-DATE THRU 2450-EXIT.
004040     MOVE AG-SERIAL   TO AG-RUN-SERIAL.
004050     OPEN INPUT LOAN-MASTER.
004060     IF WS-LM-STATUS NOT = "00"
004070         DISPLAY "LNAGING - LOAN-MASTER OPEN FAILED, STATUS = "
004080             WS-LM-STATUS
004090         SET WS-OPEN-FAILED TO TRUE
004100         GO TO 1000-EXIT
004110     END-IF.
004120     OPEN I-O AGING-SNAPSHOT.
004130     IF WS-AS-STATUS = "35"
004140         OPEN OUTPUT AGING-SNAPSHOT
004150         CLOSE AGING-SNAPSHOT
004160         OPEN I-O AGING-SNAPSHOT
004170     END-IF.
004180     IF WS-AS-STATUS NOT = "00"
004190         DISPLAY "LNAGING - AGESNAP OPEN FAILED, STATUS = "
004200             WS-AS-STATUS
004210         CLOSE LOAN-MASTER
004220         SET WS-OPEN-FAILED TO TRUE
004230         GO TO 1000-EXIT
004240     END-IF.
004250     OPEN OUTPUT AGING-RPT.
004260     WRITE AGING-RECORD FROM AGING-SEPARATOR.
004270     MOVE AG-REPORT-MONTH TO AT-REPORT-MONTH.
004280     MOVE WS-RUN-DATE     TO AT-RUN-DATE.
004290     WRITE AGING-RECORD FROM AGING-TITLE.
004300 1000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*    1500-CLEAR-RERUN-MONTH  --  A RERUN OF A MONTH ALREADY      *
004350*    SNAPPED STARTS FROM A CLEAN SLATE, SO AN ACCOUNT THAT HAS   *
004360*    SINCE LEFT THE BOOK DOES NOT LINGER IN THE MONTH.           *
004370******************************************************************
004380 1500-CLEAR-RERUN-MONTH.
004390     MOVE "N"             TO WS-SNAP-EOF-SWITCH.
004400     MOVE AG-REPORT-MONTH TO AS-SNAP-MONTH.
004410     MOVE ZERO            TO AS-ACCT-NBR.
004420     START AGING-SNAPSHOT
004430         KEY IS NOT LESS THAN AS-SNAP-KEY
004440         INVALID KEY
004450             MOVE "Y" TO WS-SNAP-EOF-SWITCH
004460     END-START.
004470     PERFORM 1550-CLEAR-ONE-SNAP THRU 1550-EXIT
004480         UNTIL WS-SNAP-EOF-REACHED.
004490     IF WS-CLEARED-CTR > ZERO
004500         DISPLAY "LNAGING - RERUN OF " AG-REPORT-MONTH
004510             " -- PRIOR SNAPSHOT RECORDS CLEARED: " WS-CLEARED-CTR
004520     END-IF.
004530 1500-EXIT.
004540     EXIT.
004550
004560 1550-CLEAR-ONE-SNAP.
004570     READ AGING-SNAPSHOT NEXT RECORD
004580         AT END
004590             MOVE "Y" TO WS-SNAP-EOF-SWITCH
004600             GO TO 1550-EXIT
004610     END-READ.
004620     IF AS-SNAP-MONTH NOT = AG-REPORT-MONTH
004630         MOVE "Y" TO WS-SNAP-EOF-SWITCH
004640         GO TO 1550-EXIT
004650     END-IF.
004660     DELETE AGING-SNAPSHOT RECORD.
004670     IF WS-AS-STATUS NOT = "00"
004680         DISPLAY "LNAGING - AGESNAP DELETE FAILED FOR ACCOUNT "
004690             AS-ACCT-NBR ", STATUS = " WS-AS-STATUS
004700         MOVE "Y" TO WS-SNAP-EOF-SWITCH
004710         GO TO 1550-EXIT
004720     END-IF.
004730     ADD 1 TO WS-CLEARED-CTR.
004740 1550-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*    1600-TOTAL-PRIOR-MONTH  --  SWEEP THE PRIOR MONTH'S         *
004790*    SNAPSHOT FOR EACH BUCKET'S ACCOUNT COUNT AND BALANCE, THE   *
004800*    BASE EVERY ROLL RATE IS A SHARE OF.                         *
004810******************************************************************
004820 1600-TOTAL-PRIOR-MONTH.
004830     MOVE "N"              TO WS-SNAP-EOF-SWITCH.
004840     MOVE AG-PRIOR-MONTH-N TO AS-SNAP-MONTH.
004850     MOVE ZERO             TO AS-ACCT-NBR.
004860     START AGING-SNAPSHOT
004870         KEY IS NOT LESS THAN AS-SNAP-KEY
004880         INVALID KEY
004890             MOVE "Y" TO WS-SNAP-EOF-SWITCH
004900     END-START.
004910     PERFORM 1650-TOTAL-ONE-SNAP THRU 1650-EXIT
004920         UNTIL WS-SNAP-EOF-REACHED.
004930 1600-EXIT.
004940     EXIT.
004950
004960 1650-TOTAL-ONE-SNAP.
004970     READ AGING-SNAPSHOT NEXT RECORD
004980         AT END
004990             MOVE "Y" TO WS-SNAP-EOF-SWITCH
005000             GO TO 1650-EXIT
005010     END-READ.
005020     IF AS-SNAP-MONTH NOT = AG-PRIOR-MONTH-N
005030         MOVE "Y" TO WS-SNAP-EOF-SWITCH
005040         GO TO 1650-EXIT
005050     END-IF.
005060     IF AS-BUCKET < 1 OR AS-BUCKET > 5
005070         GO TO 1650-EXIT
005080     END-IF.
005090     SET AG-PRIOR-ON-FILE TO TRUE.
005100     MOVE AS-BUCKET TO AG-ROW-SUB.
005110     ADD 1          TO AG-PRIOR-CTR (AG-ROW-SUB).
005120     ADD AS-BALANCE TO AG-PRIOR-BAL (AG-ROW-SUB).
005130 1650-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    2000-AGE-ACCOUNTS  --  SORT INPUT PROCEDURE: AGE EVERY      *
005180*    ACTIVE ACCOUNT, SNAP IT, AND RELEASE IT TO THE SORT FOR     *
005190*    THE INVESTOR BREAKOUT.                                      *
005200******************************************************************
005210 2000-AGE-ACCOUNTS.
005220     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
005230     PERFORM 2100-AGE-ONE-ACCT THRU 2100-EXIT
005240         UNTIL WS-EOF-REACHED.
005250 2000-AGE-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*    2100-AGE-ONE-ACCT  --  ONE MASTER ACCOUNT.  AN ACCOUNT      *
005300*    THAT HAS PAID OFF OR BEEN CHARGED OFF IS NOT AGED, BUT IF   *
005310*    IT WAS IN LAST MONTH'S SNAPSHOT ITS WAY OUT IS COUNTED IN   *
005320*    THE ROLL.                                                   *
005330******************************************************************
005340 2100-AGE-ONE-ACCT.
005350     ADD 1 TO WS-READ-CTR.
005360     PERFORM 2500-FIND-PRIOR-SNAP THRU 2500-EXIT.
005370     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
005380         ADD 1 TO WS-CLOSED-CTR
005390         IF AG-PRIOR-MATCHED
005400             IF LM-STATUS-PAID-OFF
005410                 MOVE 6 TO AG-COL-SUB
005420             ELSE
005430                 MOVE 7 TO AG-COL-SUB
005440             END-IF
005450             PERFORM 2550-COUNT-ROLL THRU 2550-EXIT
005460         END-IF
005470         GO TO 2100-CONTINUE
005480     END-IF.
005490     PERFORM 2200-DERIVE-FIGURES THRU 2200-EXIT.
005500     IF NOT LW-NO-ERROR
005510         ADD 1 TO WS-HELD-CTR
005520         DISPLAY "LNAGING - ACCOUNT " LM-ACCT-NBR
005530             " NOT AGED -- FAILED MASTER EDITS"
005540         GO TO 2100-CONTINUE
005550     END-IF.
005560     PERFORM 2300-SET-BUCKET THRU 2300-EXIT.
005570     IF AG-PRIOR-MATCHED
005580         MOVE AG-BUCKET TO AG-COL-SUB
005590         PERFORM 2550-COUNT-ROLL THRU 2550-EXIT
005600     END-IF.
005610     MOVE AG-BUCKET TO AG-ROW-SUB.
005620     ADD 1          TO AG-PORT-CTR (AG-ROW-SUB).
005630     ADD AG-BALANCE TO AG-PORT-BAL (AG-ROW-SUB).
005640     ADD 1          TO AG-PORT-TOTAL-CTR.
005650     ADD AG-BALANCE TO AG-PORT-TOTAL-BAL.
005660     EVALUATE TRUE
005670         WHEN LM-FREQ-BIWEEKLY
005680             MOVE 2 TO AG-FREQ-SUB
005690         WHEN LM-FREQ-QUARTERLY
005700             MOVE 3 TO AG-FREQ-SUB
005710         WHEN OTHER
005720             MOVE 1 TO AG-FREQ-SUB
005730     END-EVALUATE.
005740     ADD 1          TO AG-FREQ-CTR (AG-FREQ-SUB AG-ROW-SUB).
005750     ADD AG-BALANCE TO AG-FREQ-BAL (AG-FREQ-SUB AG-ROW-SUB).
005760     PERFORM 2600-WRITE-SNAPSHOT THRU 2600-EXIT.
005770     MOVE LM-INVESTOR-CODE TO SD-INVESTOR-CODE.
005780     MOVE LM-ACCT-NBR      TO SD-ACCT-NBR.
005790     MOVE AG-BUCKET        TO SD-BUCKET.
005800     MOVE AG-BALANCE       TO SD-BALANCE.
005810     RELEASE SORT-RECORD.
005820     ADD 1 TO WS-AGED-CTR.
005830 2100-CONTINUE.
005840     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
005850 2100-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*    2200-DERIVE-FIGURES  --  THE CURRENT PRINCIPAL BALANCE,     *
005900*    DERIVED THE SAME WAY LNSTMT BILLS IT: LNVALID GATES THE     *
005910*    LOAD, LNARM OR LNCALC PRICES THE PAYMENT, LNESCRW ADDS THE  *
005920*    ESCROW, LNBALCE WALKS THE BALANCE.                          *
005930******************************************************************
005940 2200-DERIVE-FIGURES.
005950     MOVE LM-ACCT-NBR       TO LW-ACCT-NBR.
005960     MOVE LM-LOAN-AMT       TO LW-LOAN-AMT.
005970     MOVE LM-INT-RATE       TO LW-INT-RATE.
005980     MOVE LM-NBR-PMTS       TO LW-NBR-PMTS.
005990     MOVE LM-PMT-FREQ       TO LW-PMT-FREQ.
006000     MOVE LM-PMTS-MADE      TO LW-PMTS-MADE.
006010     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
006020     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
006030     PERFORM 2700-LOAD-RATE-HIST THRU 2700-EXIT.
006040     CALL "LNVALID" USING LOAN-WORK-AREA.
006050     IF NOT LW-NO-ERROR
006060         GO TO 2200-EXIT
006070     END-IF.
006080     IF LW-RATE-HIST-CTR > ZERO
006090         CALL "LNARM" USING LOAN-WORK-AREA
006100     ELSE
006110         CALL "LNCALC" USING LOAN-WORK-AREA
006120     END-IF.
006130     CALL "LNESCRW" USING LOAN-WORK-AREA.
006140     CALL "LNBALCE" USING LOAN-WORK-AREA.
006150     MOVE LW-REMAINING-BAL TO AG-BALANCE.
006160 2200-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200*    2300-SET-BUCKET  --  DAYS PAST DUE AND THE BUCKET THEY      *
006210*    FALL IN.  AN ACCOUNT NOT FLAGGED LATE IS CURRENT; A LATE    *
006220*    ONE IS AGED FROM ITS DUE DATE, OR AT 30 DAYS A CYCLE WHEN   *
006230*    THERE IS NO DUE DATE TO AGE FROM.                           *
006240******************************************************************
006250 2300-SET-BUCKET.
006260     MOVE ZERO TO AG-DAYS-PAST-DUE.
006270     MOVE 1    TO AG-BUCKET.
006280     IF NOT LM-PMT-LATE OR LM-CYCLES-DELINQ = ZERO
006290         GO TO 2300-EXIT
006300     END-IF.
006310     MOVE LM-DUE-DATE TO AG-DATE-N.
006320     IF AG-DATE-MONTH < 1 OR AG-DATE-MONTH > 12
006330             OR AG-DATE-DAY < 1 OR AG-DATE-DAY > 31
006340         COMPUTE AG-DAYS-PAST-DUE = LM-CYCLES-DELINQ * 30
006350     ELSE
006360         PERFORM 2450-SERIAL-FROM-DATE THRU 2450-EXIT
006370         IF AG-RUN-SERIAL > AG-SERIAL
006380             COMPUTE AG-DAYS-PAST-DUE = AG-RUN-SERIAL - AG-SERIAL
006390         END-IF
006400     END-IF.
006410     EVALUATE TRUE
006420         WHEN AG-DAYS-PAST-DUE < 30
006430             MOVE 1 TO AG-BUCKET
006440         WHEN AG-DAYS-PAST-DUE < 60
006450             MOVE 2 TO AG-BUCKET
006460         WHEN AG-DAYS-PAST-DUE < 90
006470             MOVE 3 TO AG-BUCKET
006480         WHEN AG-DAYS-PAST-DUE < 120
006490             MOVE 4 TO AG-BUCKET
006500         WHEN OTHER
006510             MOVE 5 TO AG-BUCKET
006520     END-EVALUATE.
006530 2300-EXIT.
006540     EXIT.
006550
006560 2450-SERIAL-FROM-DATE.
006570     MOVE AG-DATE-YEAR  TO AG-WORK-YEAR.
006580     MOVE AG-DATE-MONTH TO AG-WORK-MONTH.
006590     MOVE AG-DATE-DAY   TO AG-WORK-DAY.
006600     PERFORM 2470-DATE-TO-SERIAL THRU 2470-EXIT.
006610 2450-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650*    2470-DATE-TO-SERIAL  --  TURN AG-WORK-YEAR/MONTH/DAY INTO   *
006660*    A RUNNING DAY NUMBER (DAYS SINCE THE CALENDAR EPOCH) SO     *
006670*    TWO DATES SUBTRACT TO WHOLE DAYS BETWEEN THEM.              *
006680******************************************************************
006690 2470-DATE-TO-SERIAL.
006700     COMPUTE AG-PRIOR-YEARS = AG-WORK-YEAR - 1.
006710     DIVIDE AG-PRIOR-YEARS BY 4 GIVING AG-Q4.
006720     DIVIDE AG-PRIOR-YEARS BY 100 GIVING AG-Q100.
006730     DIVIDE AG-PRIOR-YEARS BY 400 GIVING AG-Q400.
006740     COMPUTE AG-SERIAL =
006750         AG-PRIOR-YEARS * 365 + AG-Q4 - AG-Q100 + AG-Q400
006760           + AG-CUM-DAYS (AG-WORK-MONTH) + AG-WORK-DAY.
006770     IF AG-WORK-MONTH > 2
006780         PERFORM 2480-CHECK-LEAP-YEAR THRU 2480-EXIT
006790         IF AG-LEAP-YEAR
006800             ADD 1 TO AG-SERIAL
006810         END-IF
006820     END-IF.
006830 2470-EXIT.
006840     EXIT.
006850
006860 2480-CHECK-LEAP-YEAR.
006870     MOVE "N" TO AG-LEAP-SWITCH.
006880     DIVIDE AG-WORK-YEAR BY 400 GIVING AG-LEAP-QUOTIENT
006890         REMAINDER AG-LEAP-REMAINDER.
006900     IF AG-LEAP-REMAINDER = ZERO
006910         SET AG-LEAP-YEAR TO TRUE
006920         GO TO 2480-EXIT
006930     END-IF.
006940     DIVIDE AG-WORK-YEAR BY 100 GIVING AG-LEAP-QUOTIENT
006950         REMAINDER AG-LEAP-REMAINDER.
006960     IF AG-LEAP-REMAINDER = ZERO
006970         GO TO 2480-EXIT
006980     END-IF.
006990     DIVIDE AG-WORK-YEAR BY 4 GIVING AG-LEAP-QUOTIENT
007000         REMAINDER AG-LEAP-REMAINDER.
007010     IF AG-LEAP-REMAINDER = ZERO
007020         SET AG-LEAP-YEAR TO TRUE
007030     END-IF.
007040 2480-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080*    2500-FIND-PRIOR-SNAP  --  READ THE ACCOUNT'S RECORD IN      *
007090*    LAST MONTH'S SNAPSHOT, IF IT HAS ONE, AND HOLD ITS BUCKET   *
007100*    AND BALANCE FOR THE ROLL.                                   *
007110******************************************************************
007120 2500-FIND-PRIOR-SNAP.
007130     MOVE "N" TO AG-PRIOR-MATCH-SWITCH.
007140     IF NOT AG-PRIOR-ON-FILE
007150         GO TO 2500-EXIT
007160     END-IF.
007170     MOVE AG-PRIOR-MONTH-N TO AS-SNAP-MONTH.
007180     MOVE LM-ACCT-NBR      TO AS-ACCT-NBR.
007190     READ AGING-SNAPSHOT
007200         INVALID KEY
007210             GO TO 2500-EXIT
007220     END-READ.
007230     IF AS-BUCKET < 1 OR AS-BUCKET > 5
007240         GO TO 2500-EXIT
007250     END-IF.
007260     SET AG-PRIOR-MATCHED TO TRUE.
007270     MOVE AS-BUCKET  TO AG-PRIOR-BUCKET.
007280     MOVE AS-BALANCE TO AG-PRIOR-BALANCE.
007290 2500-EXIT.
007300     EXIT.
007310
007320 2550-COUNT-ROLL.
007330     MOVE AG-PRIOR-BUCKET TO AG-ROW-SUB.
007340     ADD 1                TO AG-ROLL-CTR (AG-ROW-SUB AG-COL-SUB).
007350     ADD AG-PRIOR-BALANCE TO AG-ROLL-BAL (AG-ROW-SUB AG-COL-SUB).
007360 2550-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*    2600-WRITE-SNAPSHOT  --  SAVE THE ACCOUNT'S STANDING UNDER  *
007410*    THE REPORTING MONTH FOR NEXT MONTH'S ROLL.  A SNAPSHOT      *
007420*    THAT CANNOT BE WRITTEN IS COUNTED; THE COUNT IS PRINTED     *
007430*    WITH THE REPORT TOTALS AND ENDS THE RUN WITH RETURN CODE    *
007440*    4, SINCE NEXT MONTH'S ROLL WOULD MISS THE ACCOUNT.          *
007450******************************************************************
007460 2600-WRITE-SNAPSHOT.
007470     MOVE AG-REPORT-MONTH  TO AS-SNAP-MONTH.
007480     MOVE LM-ACCT-NBR      TO AS-ACCT-NBR.
007490     MOVE AG-BUCKET        TO AS-BUCKET.
007500     MOVE AG-DAYS-PAST-DUE TO AS-DAYS-PAST-DUE.
007510     MOVE LM-CYCLES-DELINQ TO AS-CYCLES-DELINQ.
007520     MOVE AG-BALANCE       TO AS-BALANCE.
007530     MOVE LM-INVESTOR-CODE TO AS-INVESTOR-CODE.
007540     MOVE LM-PMT-FREQ      TO AS-PMT-FREQ.
007550     MOVE WS-RUN-DATE      TO AS-AS-OF-DATE.
007560     WRITE AGING-SNAPSHOT-RECORD.
007570     IF WS-AS-STATUS NOT = "00"
007580         DISPLAY "LNAGING - AGESNAP WRITE FAILED FOR ACCOUNT "
007590             LM-ACCT-NBR ", STATUS = " WS-AS-STATUS
007600         ADD 1 TO WS-SNAP-FAIL-CTR
007610     END-IF.
007620 2600-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    2700-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE      *
007670*    HISTORY, IF ANY, INTO LOAN-WORK-AREA.                       *
007680******************************************************************
007690 2700-LOAD-RATE-HIST.
007700     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
007710     IF LW-RATE-HIST-CTR > ZERO
007720         PERFORM 2750-COPY-ONE-RATE-ENTRY THRU 2750-EXIT
007730             VARYING LM-RH-NDX FROM 1 BY 1
007740             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
007750     END-IF.
007760 2700-EXIT.
007770     EXIT.
007780
007790 2750-COPY-ONE-RATE-ENTRY.
007800     SET LW-RH-NDX TO LM-RH-NDX.
007810     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
007820         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
007830     MOVE LM-RH-RATE (LM-RH-NDX)
007840         TO LW-RH-RATE (LW-RH-NDX).
007850 2750-EXIT.
007860     EXIT.
007870
007880 2900-READ-LOAN-MASTER.
007890     READ LOAN-MASTER NEXT RECORD
007900         AT END
007910             MOVE "Y" TO WS-EOF-SWITCH
007920     END-READ.
007930 2900-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970*    4000-PRINT-AGING  --  SORT OUTPUT PROCEDURE.  THE           *
007980*    PORTFOLIO AND FREQUENCY TOTALS ARE COMPLETE BY NOW AND      *
007990*    PRINT FIRST; THE SORTED RECORDS THEN RETURN GROUPED BY      *
008000*    INVESTOR, EACH BREAK PRINTING THE PRIOR INVESTOR'S          *
008010*    BUCKETS.                                                    *
008020******************************************************************
008030 4000-PRINT-AGING.
008040     PERFORM 4100-PRINT-PORTFOLIO THRU 4100-EXIT.
008050     PERFORM 4200-PRINT-FREQUENCIES THRU 4200-EXIT.
008060     WRITE AGING-RECORD FROM AGING-BLANK-LINE.
008070     MOVE "BY INVESTOR" TO AH-SECTION-TITLE.
008080     WRITE AGING-RECORD FROM AGING-SECTION-LINE.
008090     WRITE AGING-RECORD FROM AGING-MATRIX-HDG.
008100     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
008110     PERFORM 4300-TOTAL-ONE-ACCT THRU 4300-EXIT
008120         UNTIL WS-SORT-EOF-REACHED.
008130     IF NOT AG-FIRST-RECORD
008140         PERFORM 4400-CLOSE-INVESTOR THRU 4400-EXIT
008150     END-IF.
008160 4000-PRINT-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200*    4100-PRINT-PORTFOLIO  --  THE WHOLE BOOK, BUCKET BY         *
008210*    BUCKET, WITH EACH BUCKET'S SHARE OF THE BALANCE.            *
008220******************************************************************
008230 4100-PRINT-PORTFOLIO.
008240     WRITE AGING-RECORD FROM AGING-BLANK-LINE.
008250     MOVE "PORTFOLIO" TO AH-SECTION-TITLE.
008260     WRITE AGING-RECORD FROM AGING-SECTION-LINE.
008270     WRITE AGING-RECORD FROM AGING-PORT-HDG.
008280     PERFORM 4150-PRINT-ONE-BUCKET THRU 4150-EXIT
008290         VARYING AG-ROW-SUB FROM 1 BY 1
008300         UNTIL AG-ROW-SUB > 5.
008310     MOVE "TOTAL"            TO AP-BUCKET-NAME.
008320     MOVE AG-PORT-TOTAL-CTR  TO AP-ACCT-CTR.
008330     MOVE AG-PORT-TOTAL-BAL  TO AP-BALANCE.
008340     IF AG-PORT-TOTAL-BAL > ZERO
008350         MOVE 100 TO AP-PCT
008360     ELSE
008370         MOVE ZERO TO AP-PCT
008380     END-IF.
008390     WRITE AGING-RECORD FROM AGING-PORT-LINE.
008400 4100-EXIT.
008410     EXIT.
008420
008430 4150-PRINT-ONE-BUCKET.
008440     MOVE AG-BUCKET-NAME (AG-ROW-SUB) TO AP-BUCKET-NAME.
008450     MOVE AG-PORT-CTR (AG-ROW-SUB)    TO AP-ACCT-CTR.
008460     MOVE AG-PORT-BAL (AG-ROW-SUB)    TO AP-BALANCE.
008470     MOVE ZERO TO AG-PCT.
008480     IF AG-PORT-TOTAL-BAL > ZERO
008490         COMPUTE AG-PCT ROUNDED =
008500             AG-PORT-BAL (AG-ROW-SUB) * 100 / AG-PORT-TOTAL-BAL
008510     END-IF.
008520     MOVE AG-PCT TO AP-PCT.
008530     WRITE AGING-RECORD FROM AGING-PORT-LINE.
008540 4150-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580*    4200-PRINT-FREQUENCIES  --  THE BUCKETS FOR EACH PAYMENT    *
008590*    FREQUENCY: A COUNT LINE AND A BALANCE LINE APIECE.          *
008600******************************************************************
008610 4200-PRINT-FREQUENCIES.
008620     WRITE AGING-RECORD FROM AGING-BLANK-LINE.
008630     MOVE "BY PAYMENT FREQUENCY" TO AH-SECTION-TITLE.
008640     WRITE AGING-RECORD FROM AGING-SECTION-LINE.
008650     WRITE AGING-RECORD FROM AGING-MATRIX-HDG.
008660     PERFORM 4250-PRINT-ONE-FREQ THRU 4250-EXIT
008670         VARYING AG-FREQ-SUB FROM 1 BY 1
008680         UNTIL AG-FREQ-SUB > 3.
008690 4200-EXIT.
008700     EXIT.
008710
008720 4250-PRINT-ONE-FREQ.
008730     MOVE SPACES TO AGING-MATRIX-LINE.
008740     MOVE AG-FREQ-NAME (AG-FREQ-SUB) TO AM-GROUP.
008750     MOVE "ACCTS" TO AM-KIND.
008760     PERFORM 4260-MOVE-FREQ-CTR THRU 4260-EXIT
008770         VARYING AG-COL-SUB FROM 1 BY 1
008780         UNTIL AG-COL-SUB > 5.
008790     WRITE AGING-RECORD FROM AGING-MATRIX-LINE.
008800     MOVE SPACES TO AM-GROUP.
008810     MOVE "BAL"   TO AM-KIND.
008820     PERFORM 4270-MOVE-FREQ-BAL THRU 4270-EXIT
008830         VARYING AG-COL-SUB FROM 1 BY 1
008840         UNTIL AG-COL-SUB > 5.
008850     WRITE AGING-RECORD FROM AGING-MATRIX-LINE.
008860 4250-EXIT.
008870     EXIT.
008880
008890 4260-MOVE-FREQ-CTR.
008900     MOVE AG-FREQ-CTR (AG-FREQ-SUB AG-COL-SUB)
008910         TO AM-CELL (AG-COL-SUB).
008920 4260-EXIT.
008930     EXIT.
008940
008950 4270-MOVE-FREQ-BAL.
008960     MOVE AG-FREQ-BAL (AG-FREQ-SUB AG-COL-SUB)
008970         TO AM-CELL (AG-COL-SUB).
008980 4270-EXIT.
008990     EXIT.
009000
009010 4300-TOTAL-ONE-ACCT.
009020     IF AG-FIRST-RECORD
009030         MOVE "N" TO AG-FIRST-SWITCH
009040         MOVE SD-INVESTOR-CODE TO AG-HOLD-INVESTOR
009050         INITIALIZE AG-INV-TABLE
009060     ELSE
009070         IF SD-INVESTOR-CODE NOT = AG-HOLD-INVESTOR
009080             PERFORM 4400-CLOSE-INVESTOR THRU 4400-EXIT
009090             MOVE SD-INVESTOR-CODE TO AG-HOLD-INVESTOR
009100             INITIALIZE AG-INV-TABLE
009110         END-IF
009120     END-IF.
009130     MOVE SD-BUCKET  TO AG-COL-SUB.
009140     ADD 1           TO AG-INV-CTR (AG-COL-SUB).
009150     ADD SD-BALANCE  TO AG-INV-BAL (AG-COL-SUB).
009160     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
009170 4300-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210*    4400-CLOSE-INVESTOR  --  PRINT ONE INVESTOR'S BUCKETS.  A   *
009220*    BLANK CODE IS THE SHOP'S OWN RETAINED PORTFOLIO.            *
009230******************************************************************
009240 4400-CLOSE-INVESTOR.
009250     MOVE SPACES TO AGING-MATRIX-LINE.
009260     IF AG-HOLD-INVESTOR = SPACES
009270         MOVE "RETAINED" TO AM-GROUP
009280     ELSE
009290         MOVE AG-HOLD-INVESTOR TO AM-GROUP
009300     END-IF.
009310     MOVE "ACCTS" TO AM-KIND.
009320     PERFORM 4460-MOVE-INV-CTR THRU 4460-EXIT
009330         VARYING AG-COL-SUB FROM 1 BY 1
009340         UNTIL AG-COL-SUB > 5.
009350     WRITE AGING-RECORD FROM AGING-MATRIX-LINE.
009360     MOVE SPACES TO AM-GROUP.
009370     MOVE "BAL"   TO AM-KIND.
009380     PERFORM 4470-MOVE-INV-BAL THRU 4470-EXIT
009390         VARYING AG-COL-SUB FROM 1 BY 1
009400         UNTIL AG-COL-SUB > 5.
009410     WRITE AGING-RECORD FROM AGING-MATRIX-LINE.
009420 4400-EXIT.
009430     EXIT.
009440
009450 4460-MOVE-INV-CTR.
009460     MOVE AG-INV-CTR (AG-COL-SUB) TO AM-CELL (AG-COL-SUB).
009470 4460-EXIT.
009480     EXIT.
009490
009500 4470-MOVE-INV-BAL.
009510     MOVE AG-INV-BAL (AG-COL-SUB) TO AM-CELL (AG-COL-SUB).
009520 4470-EXIT.
009530     EXIT.
009540
009550 4900-RETURN-SORTED.
009560     RETURN SORT-WORK
009570         AT END
009580             MOVE "Y" TO WS-SORT-EOF-SWITCH
009590     END-RETURN.
009600 4900-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640*    7000-PRINT-ROLL-RATES  --  FROM/TO COUNT MATRIX AGAINST     *
009650*    LAST MONTH'S SNAPSHOT, THEN THE ROLL-FORWARD AND CURE       *
009660*    RATES BY PRIOR BALANCE.  WITH NO PRIOR SNAPSHOT ON FILE     *
009670*    THERE IS NOTHING TO ROLL FROM YET.                          *
009680******************************************************************
009690 7000-PRINT-ROLL-RATES.
009700     WRITE AGING-RECORD FROM AGING-BLANK-LINE.
009710     WRITE AGING-RECORD FROM AGING-SEPARATOR.
009720     MOVE AG-PRIOR-MONTH-N TO RT-PRIOR-MONTH.
009730     MOVE AG-REPORT-MONTH  TO RT-REPORT-MONTH.
009740     WRITE AGING-RECORD FROM ROLL-TITLE.
009750     IF NOT AG-PRIOR-ON-FILE
009760         MOVE "NO SNAPSHOT ON FILE FOR THE PRIOR MONTH"
009770             TO AH-SECTION-TITLE
009780         WRITE AGING-RECORD FROM AGING-SECTION-LINE
009790         GO TO 7000-COUNTS
009800     END-IF.
009810     WRITE AGING-RECORD FROM ROLL-MATRIX-HDG.
009820     PERFORM 7100-PRINT-ONE-ROW THRU 7100-EXIT
009830         VARYING AG-ROW-SUB FROM 1 BY 1
009840         UNTIL AG-ROW-SUB > 5.
009850     WRITE AGING-RECORD FROM AGING-BLANK-LINE.
009860     WRITE AGING-RECORD FROM ROLL-RATE-HDG.
009870     PERFORM 7200-PRINT-ROLL-FORWARD THRU 7200-EXIT
009880         VARYING AG-ROW-SUB FROM 1 BY 1
009890         UNTIL AG-ROW-SUB > 4.
009900     PERFORM 7300-PRINT-CURES THRU 7300-EXIT.
009910 7000-COUNTS.
009920     WRITE AGING-RECORD FROM AGING-BLANK-LINE.
009930     MOVE "ACCOUNTS READ . . . . . . . . :" TO AC-LABEL.
009940     MOVE WS-READ-CTR   TO AC-COUNT.
009950     WRITE AGING-RECORD FROM AGING-CTR-LINE.
009960     MOVE "ACCOUNTS AGED . . . . . . . . :" TO AC-LABEL.
009970     MOVE WS-AGED-CTR   TO AC-COUNT.
009980     WRITE AGING-RECORD FROM AGING-CTR-LINE.
009990     MOVE "PAID OFF OR CHARGED OFF . . . :" TO AC-LABEL.
010000     MOVE WS-CLOSED-CTR TO AC-COUNT.
010010     WRITE AGING-RECORD FROM AGING-CTR-LINE.
010020     MOVE "NOT AGED (FAILED EDITS) . . . :" TO AC-LABEL.
010030     MOVE WS-HELD-CTR   TO AC-COUNT.
010040     WRITE AGING-RECORD FROM AGING-CTR-LINE.
010050     MOVE "SNAPSHOTS NOT WRITTEN . . . . :" TO AC-LABEL.
010060     MOVE WS-SNAP-FAIL-CTR TO AC-COUNT.
010070     WRITE AGING-RECORD FROM AGING-CTR-LINE.
010080 7000-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120*    7100-PRINT-ONE-ROW  --  ONE PRIOR BUCKET'S ROW OF THE       *
010130*    MATRIX.  THE OTHER COLUMN IS WHATEVER PART OF THE PRIOR     *
010140*    BUCKET WAS NOT FOUND AGAIN THIS MONTH.                      *
010150******************************************************************
010160 7100-PRINT-ONE-ROW.
010170     MOVE ZERO TO AG-MATCHED-CTR.
010180     MOVE ZERO TO AG-MATCHED-BAL.
010190     PERFORM 7150-SUM-ONE-CELL THRU 7150-EXIT
010200         VARYING AG-COL-SUB FROM 1 BY 1
010210         UNTIL AG-COL-SUB > 7.
010220     COMPUTE AG-ROLL-CTR (AG-ROW-SUB 8) =
010230         AG-PRIOR-CTR (AG-ROW-SUB) - AG-MATCHED-CTR.
010240     COMPUTE AG-ROLL-BAL (AG-ROW-SUB 8) =
010250         AG-PRIOR-BAL (AG-ROW-SUB) - AG-MATCHED-BAL.
010260     MOVE SPACES TO ROLL-MATRIX-LINE.
010270     MOVE AG-SHORT-NAME (AG-ROW-SUB)  TO RM-FROM.
010280     MOVE AG-PRIOR-CTR (AG-ROW-SUB)   TO RM-PRIOR-CTR.
010290     PERFORM 7160-MOVE-ONE-CELL THRU 7160-EXIT
010300         VARYING AG-COL-SUB FROM 1 BY 1
010310         UNTIL AG-COL-SUB > 8.
010320     WRITE AGING-RECORD FROM ROLL-MATRIX-LINE.
010330 7100-EXIT.
010340     EXIT.
010350
010360 7150-SUM-ONE-CELL.
010370     ADD AG-ROLL-CTR (AG-ROW-SUB AG-COL-SUB) TO AG-MATCHED-CTR.
010380     ADD AG-ROLL-BAL (AG-ROW-SUB AG-COL-SUB) TO AG-MATCHED-BAL.
010390 7150-EXIT.
010400     EXIT.
010410
010420 7160-MOVE-ONE-CELL.
010430     MOVE AG-ROLL-CTR (AG-ROW-SUB AG-COL-SUB)
010440         TO RM-CELL (AG-COL-SUB).
010450 7160-EXIT.
010460     EXIT.
010470
010480******************************************************************
010490*    7200-PRINT-ROLL-FORWARD  --  THE SHARE OF A PRIOR BUCKET'S  *
010500*    BALANCE THAT ROLLED ONE BUCKET WORSE.                       *
010510******************************************************************
010520 7200-PRINT-ROLL-FORWARD.
010530     COMPUTE AG-COL-SUB = AG-ROW-SUB + 1.
010540     MOVE SPACES TO RR-LABEL.
010550     STRING AG-BUCKET-NAME (AG-ROW-SUB) DELIMITED BY "  "
010560            " TO "                      DELIMITED BY SIZE
010570            AG-BUCKET-NAME (AG-COL-SUB) DELIMITED BY "  "
010580         INTO RR-LABEL
010590     END-STRING.
010600     MOVE AG-ROLL-CTR (AG-ROW-SUB AG-COL-SUB) TO AG-RATE-CTR.
010610     MOVE AG-ROLL-BAL (AG-ROW-SUB AG-COL-SUB) TO AG-RATE-BAL.
010620     MOVE AG-PRIOR-BAL (AG-ROW-SUB)           TO AG-RATE-BASE.
010630     PERFORM 7400-PRINT-RATE-LINE THRU 7400-EXIT.
010640 7200-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680*    7300-PRINT-CURES  --  THE SHARE OF LAST MONTH'S DELINQUENT  *
010690*    BALANCE (30 DAYS AND WORSE) THAT CAME BACK TO CURRENT.      *
010700******************************************************************
010710 7300-PRINT-CURES.
010720     MOVE ZERO TO AG-RATE-CTR.
010730     MOVE ZERO TO AG-RATE-BAL.
010740     MOVE ZERO TO AG-RATE-BASE.
010750     PERFORM 7350-SUM-ONE-CURE THRU 7350-EXIT
010760         VARYING AG-ROW-SUB FROM 2 BY 1
010770         UNTIL AG-ROW-SUB > 5.
010780     MOVE "CURED TO CURRENT" TO RR-LABEL.
010790     PERFORM 7400-PRINT-RATE-LINE THRU 7400-EXIT.
010800 7300-EXIT.
010810     EXIT.
010820
010830 7350-SUM-ONE-CURE.
010840     ADD AG-ROLL-CTR (AG-ROW-SUB 1) TO AG-RATE-CTR.
010850     ADD AG-ROLL-BAL (AG-ROW-SUB 1) TO AG-RATE-BAL.
010860     ADD AG-PRIOR-BAL (AG-ROW-SUB)  TO AG-RATE-BASE.
010870 7350-EXIT.
010880     EXIT.
010890
010900 7400-PRINT-RATE-LINE.
010910     MOVE ZERO TO AG-PCT.
010920     IF AG-RATE-BASE > ZERO
010930         COMPUTE AG-PCT ROUNDED = AG-RATE-BAL * 100 / AG-RATE-BASE
010940     END-IF.
010950     MOVE AG-RATE-CTR TO RR-ACCT-CTR.
010960     MOVE AG-RATE-BAL TO RR-BALANCE.
010970     MOVE AG-PCT      TO RR-PCT.
010980     WRITE AGING-RECORD FROM ROLL-RATE-LINE.
010990 7400-EXIT.
011000     EXIT.
011010
011020******************************************************************
011030*    9000-TERMINATE  --  CLOSE UP.  A RUN THAT LOST ANY          *
011040*    SNAPSHOT RECORDS ENDS WITH RETURN CODE 4.                   *
011050******************************************************************
011060 9000-TERMINATE.
011070     IF WS-OPEN-FAILED
011080         GO TO 9000-DISPLAY
011090     END-IF.
011100     CLOSE LOAN-MASTER.
011110     CLOSE AGING-SNAPSHOT.
011120     CLOSE AGING-RPT.
011130 9000-DISPLAY.
011140     DISPLAY "LNAGING - ACCOUNTS AGED: " WS-AGED-CTR
011150         " CLOSED: " WS-CLOSED-CTR
011160         " NOT AGED: " WS-HELD-CTR.
011170     IF WS-SNAP-FAIL-CTR > ZERO
011180         DISPLAY "LNAGING - SNAPSHOTS NOT WRITTEN: "
011190             WS-SNAP-FAIL-CTR " -- NEXT ROLL WILL BE SHORT"
011200         MOVE 4 TO RETURN-CODE
011210     END-IF.
011220 9000-EXIT.
011230     EXIT.
