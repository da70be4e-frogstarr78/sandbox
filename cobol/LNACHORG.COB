000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNACHORG                                          *
000040*    TITLE:    NIGHTLY ACH AUTO-DEBIT DRAFT ORIGINATION          *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  NIGHTLY RUN THAT ORIGINATES THE ACH DEBITS FOR THE
000130*     BORROWERS ENROLLED IN AUTO-DEBIT (SEE ACHENRL.COB, KEPT BY
000140*     THE LNACHMNT SCREEN).  EACH ACTIVE ENROLLMENT IS MATCHED
000150*     TO ITS LOAN-MASTER ACCOUNT AND, WHEN THE DRAFT DATE FOR
000160*     THE ACCOUNT'S LM-DUE-DATE FALLS INSIDE THE ORIGINATION
000170*     WINDOW, ONE DEBIT FOR THE FULL SCHEDULED PAYMENT IS
000180*     WRITTEN TO THE ACHDEBIT FILE SENT TO THE BANK.
000190*
000200*     THE DRAFT DATE IS THE ENROLLMENT'S DRAFT DAY FALLING ON OR
000210*     BEFORE THE DUE DATE -- IN THE DUE DATE'S MONTH WHEN THE
000220*     DRAFT DAY IS NOT LATER THAN THE DUE DAY, OTHERWISE IN THE
000230*     MONTH BEFORE -- SO A DRAFT NEVER SETTLES PAST DUE.  A
000240*     BI-WEEKLY LOAN IS DRAFTED ON THE DUE DATE ITSELF.  THE
000250*     WINDOW RUNS FROM TOMORROW THROUGH THE LEAD DAYS AHEAD OF
000260*     TONIGHT (THREE BY DEFAULT, OR THE FIGURE ON THE ACHOPRM
000270*     PARAMETER FILE), GIVING THE BANK TIME TO SETTLE THE ENTRY
000280*     ON ITS EFFECTIVE DATE.
000290*
000300*     THE AMOUNT IS THE FULL PAYMENT FROM LNESCRW -- PRINCIPAL
000310*     AND INTEREST FROM LNARM OR LNCALC PLUS THE PER-PAYMENT
000320*     ESCROW -- THE SAME FIGURE LNPMTPST HOLDS A RECEIPT TO, SO
000330*     A SETTLED DRAFT ALWAYS POSTS AS ONE FULL PAYMENT.  THE DUE
000340*     DATE DRAFTED IS STAMPED ON THE ENROLLMENT (AE-LAST-DRAFT-
000350*     DUE) SO A RERUN, OR A DUE DATE THAT STAYS PUT UNTIL THE
000360*     DRAFT SETTLES, NEVER DRAFTS THE SAME PAYMENT TWICE.
000370*
000380*     A DRAFT THE BANK RETURNS IS BACKED OUT BY LNNSFRVS, WHICH
000390*     CLEARS THE DRAFTED DUE DATE AND COUNTS THE RETURN ON THE
000400*     ENROLLMENT.  THE SAME DUE DATE IS THEN RE-PRESENTED HERE,
000410*     EFFECTIVE THE NEXT DAY, UNTIL IT SETTLES OR THE THIRD
000420*     RETURN IN A ROW SUSPENDS THE ENROLLMENT.  A DRAFT FOR A NEW
000430*     DUE DATE MEANS THE ONE BEFORE IT WAS NEVER RETURNED, SO IT
000440*     CLEARS THE RETURN COUNT.
000450*
000460*     A SUSPENDED OR CANCELLED ENROLLMENT IS PASSED OVER.  AN
000470*     ENROLLMENT WHOSE ACCOUNT IS MISSING FROM THE MASTER, PAID
000480*     OFF, CHARGED OFF, OR FAILS THE LNVALID EDITS IS NOT
000490*     DRAFTED AND IS LISTED ON THE ORIGINATION REGISTER FOR THE
000500*     PAYMENTS CLERK.  THE DEBIT FILE CARRIES A HEADER AND A
000510*     TRAILER WITH THE ENTRY COUNT, DOLLAR TOTAL AND ROUTING
000520*     HASH TOTAL THE BANK BALANCES THE FILE AGAINST.
000530*
000540*  MODIFICATION HISTORY.
000550*     10/15/2026  DPL  ORIGINAL PROGRAM.
000560*     10/15/2026  DPL  A FAILED ENROLLMENT REWRITE NOW ABORTS
000570*                      THE RUN AND LISTS THE DRAFT AS NOT
000580*                      STAMPED, WITH ITS OWN REGISTER TOTAL.
000590*                      ACHENRL IS CLOSED WHEN LOAN-MASTER WILL
000600*                      NOT OPEN.
000610*
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID.  LNACHORG.
000640 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000650 INSTALLATION. HOME OFFICE.
000660 DATE-WRITTEN. 10/15/2026.
000670 DATE-COMPILED.
000680
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.  IBM-370.
000720 OBJECT-COMPUTER.  IBM-370.
000730
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT ACHORG-PARM
000770         ASSIGN TO "ACHOPRM"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-OP-STATUS.
000800
000810     SELECT ACH-ENROLLMENT
000820         ASSIGN TO "ACHENRL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS AE-ACCT-NBR
000860         FILE STATUS IS WS-AE-STATUS.
000870
000880     SELECT LOAN-MASTER
000890         ASSIGN TO "LOANMAST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS LM-ACCT-NBR
000930         FILE STATUS IS WS-LM-STATUS.
000940
000950     SELECT ACH-DEBITS
000960         ASSIGN TO "ACHDEBIT"
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990     SELECT ORIG-RPT
001000         ASSIGN TO "ACHORGRP"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  ACHORG-PARM
001060     LABEL RECORD IS OMITTED.
001070 01  ACHORG-PARM-RECORD.
001080     03  OP-LEAD-DAYS            PIC  X(02).
001090     03  FILLER                  PIC  X(08).
001100
001110 FD  ACH-ENROLLMENT
001120     LABEL RECORD IS STANDARD.
001130 COPY ACHENRL.
001140
001150 FD  LOAN-MASTER
001160     LABEL RECORD IS STANDARD.
001170 COPY LOANMAST.
001180
001190 FD  ACH-DEBITS
001200     LABEL RECORD IS OMITTED.
001210 01  ACH-DEBIT-RECORD            PIC  X(100).
001220
001230 FD  ORIG-RPT
001240     LABEL RECORD IS OMITTED.
001250 01  ORIG-RPT-RECORD             PIC  X(80).
001260
001270 WORKING-STORAGE SECTION.
001280*
001290*    ACH DEBIT FILE LAYOUTS.  ALL THREE RECORD TYPES ARE 100
001300*    BYTES, BUILT HERE AND WRITTEN WITH WRITE ... FROM.  THE
001310*    TRANSACTION CODE IS THE BANK'S: 27 DEBITS A CHECKING
001320*    ACCOUNT, 37 A SAVINGS ACCOUNT.  THE TRACE NUMBER IS THE
001330*    ORIGINATION DATE AND A RUN SEQUENCE; THE BANK HANDS IT BACK
001340*    ON THE SETTLEMENT AND RETURN FILES.
001350*
001360 01  DEBIT-HEADER.
001370     03  AH-REC-TYPE             PIC  X(01)  VALUE "H".
001380     03  AH-ORIGINATOR           PIC  X(20)  VALUE
001390             "HOME OFFICE".
001400     03  AH-FILE-DATE            PIC  9(08).
001410     03  FILLER                  PIC  X(71)  VALUE SPACES.
001420 01  DEBIT-DETAIL.
001430     03  AD-REC-TYPE             PIC  X(01)  VALUE "D".
001440     03  AD-TRAN-CODE            PIC  9(02).
001450     03  AD-ROUTING-NBR          PIC  9(09).
001460     03  AD-BANK-ACCT-NBR        PIC  X(17).
001470     03  AD-AMOUNT               PIC  9(08)V9(02).
001480     03  AD-EFF-DATE             PIC  9(08).
001490     03  AD-ACCT-NBR             PIC  9(07).
001500     03  AD-BORROWER-NAME        PIC  X(22).
001510     03  AD-TRACE-NBR.
001520         05  AD-TRACE-DATE       PIC  9(08).
001530         05  AD-TRACE-SEQ        PIC  9(07).
001540     03  FILLER                  PIC  X(09)  VALUE SPACES.
001550 01  DEBIT-TRAILER.
001560     03  AT-REC-TYPE             PIC  X(01)  VALUE "T".
001570     03  AT-ENTRY-CTR            PIC  9(07).
001580     03  AT-AMOUNT-TOTAL         PIC  9(11)V9(02).
001590     03  AT-HASH-TOTAL           PIC  9(10).
001600     03  FILLER                  PIC  X(69)  VALUE SPACES.
001610*
001620*    ORIGINATION REGISTER LINES.
001630*
001640 01  OR-RPT-HDG.
001650     03  FILLER                  PIC  X(36)  VALUE
001660             "ACH DRAFT ORIGINATION REGISTER  -   ".
001670     03  OH-RUN-DATE             PIC  9(08).
001680     03  FILLER                  PIC  X(36)  VALUE SPACES.
001690 01  OR-RPT-COL-HDG.
001700     03  FILLER                  PIC  X(40)  VALUE
001710             "ACCOUNT  BORROWER              DUE DATE".
001720     03  FILLER                  PIC  X(40)  VALUE
001730             " DRAFT DT        AMOUNT  NOTE".
001740 01  OR-RPT-DTL.
001750     03  OL-ACCT-NBR             PIC  9(07).
001760     03  FILLER                  PIC  X(02)  VALUE SPACES.
001770     03  OL-BORROWER-NAME        PIC  X(20).
001780     03  FILLER                  PIC  X(02)  VALUE SPACES.
001790     03  OL-DUE-DATE             PIC  9(08).
001800     03  FILLER                  PIC  X(02)  VALUE SPACES.
001810     03  OL-DRAFT-DATE           PIC  9(08).
001820     03  FILLER                  PIC  X(01)  VALUE SPACES.
001830     03  OL-AMOUNT               PIC  ZZ,ZZZ,ZZ9.99.
001840     03  FILLER                  PIC  X(02)  VALUE SPACES.
001850     03  OL-NOTE                 PIC  X(15).
001860 01  OR-RPT-CTR-LINE.
001870     03  OT-LABEL                PIC  X(32).
001880     03  OT-COUNT                PIC  ZZZ,ZZ9.
001890     03  FILLER                  PIC  X(04)  VALUE SPACES.
001900     03  OT-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
001910     03  FILLER                  PIC  X(20)  VALUE SPACES.
001920*
001930*    RUN CONTROL SWITCHES AND COUNTERS.
001940*
001950 77  WS-OP-STATUS            PIC  X(02)      VALUE "00".
001960 77  WS-AE-STATUS            PIC  X(02)      VALUE "00".
001970 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001980 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001990     88  WS-EOF-REACHED              VALUE "Y".
002000 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
002010     88  WS-ACCOUNT-FOUND            VALUE "Y".
002020 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
002030     88  WS-RPT-WAS-OPENED           VALUE "Y".
002040 77  WS-ABORT-SWITCH         PIC  X(01)      VALUE "N".
002050     88  WS-RUN-ABORTED              VALUE "Y".
002060 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002070 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
002080 77  WS-DRAFT-CTR            PIC  9(07)      COMP VALUE ZERO.
002090 77  WS-INACTIVE-CTR         PIC  9(07)      COMP VALUE ZERO.
002100 77  WS-NOT-DUE-CTR          PIC  9(07)      COMP VALUE ZERO.
002110 77  WS-EXCEPTION-CTR        PIC  9(07)      COMP VALUE ZERO.
002120 77  WS-UNSTAMPED-CTR        PIC  9(07)      COMP VALUE ZERO.
002130*
002140*    RUN TOTALS.  AO-HASH-TOTAL ADDS UP THE FIRST EIGHT DIGITS
002150*    OF EVERY ROUTING NUMBER DRAFTED; ONLY ITS LOW-ORDER TEN
002160*    DIGITS GO ON THE TRAILER.
002170*
002180 77  AO-DRAFT-AMT            PIC  9(11)V9(02) COMP VALUE ZERO.
002190 77  AO-HASH-TOTAL           PIC  9(12)      COMP VALUE ZERO.
002200 77  AO-ROUTING-8            PIC  9(08)      COMP VALUE ZERO.
002210*
002220*    ORIGINATION WINDOW.  AO-LEAD-DAYS IS HOW FAR AHEAD OF
002230*    TONIGHT A DRAFT DATE MAY FALL AND STILL BE ORIGINATED NOW.
002240*
002250 77  AO-LEAD-DAYS            PIC  9(02)      VALUE 3.
002260 77  AO-WINDOW-END-SERIAL    PIC  9(08)      COMP VALUE ZERO.
002270 77  AO-DRAFT-NOTE           PIC  X(15)      VALUE SPACES.
002280*
002290*    DRAFT-DATE WORK FIELDS.  THE DUE DATE IS BROKEN APART SO THE
002300*    DRAFT DAY CAN BE SET INTO IT, WITH A YEAR BORROW WHEN THE
002310*    DRAFT FALLS IN THE MONTH BEFORE.  A RE-PRESENTED DRAFT STEPS
002320*    THE RUN DATE FORWARD ONE DAY INSTEAD.
002330*
002340 01  AO-DRAFT-DATE-N         PIC  9(08).
002350 01  AO-DRAFT-DATE REDEFINES AO-DRAFT-DATE-N.
002360     03  AO-DRAFT-YEAR           PIC  9(04).
002370     03  AO-DRAFT-MONTH          PIC  9(02).
002380     03  AO-DRAFT-DAY            PIC  9(02).
002390 01  AO-MONTH-DAYS-VAL       PIC  X(24)      VALUE
002400         "312831303130313130313031".
002410 01  AO-MONTH-DAYS REDEFINES AO-MONTH-DAYS-VAL.
002420     03  AO-DAYS-IN-MONTH        OCCURS 12 TIMES
002430                                 PIC  9(02).
002440 01  AO-RUN-DATE-N           PIC  9(08).
002450 01  AO-RUN-DATE REDEFINES AO-RUN-DATE-N.
002460     03  AO-RUN-YEAR             PIC  9(04).
002470     03  AO-RUN-MONTH            PIC  9(02).
002480     03  AO-RUN-DAY              PIC  9(02).
002490*
002500*    DAY-SERIAL WORK FIELDS, THE SAME ROUTINE LNBATCH USES FOR ITS
002510*    BI-WEEKLY CYCLE COUNT.  2450-DATE-TO-SERIAL TURNS THE DATE IN
002520*    AO-WORK-YEAR/MONTH/DAY INTO A RUNNING DAY NUMBER SO TWO DATES
002530*    CAN BE SUBTRACTED TO GET WHOLE DAYS BETWEEN THEM.
002540*
002550 01  AO-CUM-DAYS-VAL         PIC  X(36)      VALUE
002560         "000031059090120151181212243273304334".
002570 01  AO-CUM-DAYS-TBL REDEFINES AO-CUM-DAYS-VAL.
002580     03  AO-CUM-DAYS             OCCURS 12 TIMES
002590                                 PIC  9(03).
002600 77  AO-WORK-YEAR            PIC  9(04)      COMP VALUE ZERO.
002610 77  AO-MONTH-END-DAY        PIC  9(02)      COMP VALUE ZERO.
002620 77  AO-WORK-MONTH           PIC  9(02)      COMP VALUE ZERO.
002630 77  AO-WORK-DAY             PIC  9(02)      COMP VALUE ZERO.
002640 77  AO-PRIOR-YEARS          PIC  9(04)      COMP VALUE ZERO.
002650 77  AO-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
002660 77  AO-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
002670 77  AO-Q4                   PIC  9(04)      COMP VALUE ZERO.
002680 77  AO-Q100                 PIC  9(04)      COMP VALUE ZERO.
002690 77  AO-Q400                 PIC  9(04)      COMP VALUE ZERO.
002700 77  AO-SERIAL               PIC  9(08)      COMP VALUE ZERO.
002710 77  AO-DRAFT-SERIAL         PIC  9(08)      COMP VALUE ZERO.
002720 77  AO-RUN-SERIAL           PIC  9(08)      COMP VALUE ZERO.
002730 77  AO-LEAP-SWITCH          PIC  X(01)      VALUE "N".
002740     88  AO-LEAP-YEAR                VALUE "Y".
002750
002760 COPY LOANW.
002770
002780 PROCEDURE DIVISION.
002790******************************************************************
002800*    0000-MAINLINE  --  ONE PASS OF THE ENROLLMENT FILE.         *
002810******************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002840     PERFORM 2000-ORIGINATE-ONE    THRU 2000-EXIT
002850         UNTIL WS-EOF-REACHED.
002860     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002870     GOBACK.
002880
002890******************************************************************
002900*    1000-INITIALIZE  --  SET THE ORIGINATION WINDOW, OPEN THE   *
002910*    FILES, WRITE THE DEBIT FILE HEADER AND PRIME THE FIRST      *
002920*    ENROLLMENT.                                                 *
002930******************************************************************
002940 1000-INITIALIZE.
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     PERFORM 1100-READ-LEAD-DAYS THRU 1100-EXIT.
002970     MOVE WS-RUN-DATE   TO AO-RUN-DATE-N.
002980     MOVE AO-RUN-YEAR   TO AO-WORK-YEAR.
002990     MOVE AO-RUN-MONTH  TO AO-WORK-MONTH.
003000     MOVE AO-RUN-DAY    TO AO-WORK-DAY.
003010     PERFORM 2450-DATE-TO-SERIAL THRU 2450-EXIT.
003020     MOVE AO-SERIAL     TO AO-RUN-SERIAL.
003030     COMPUTE AO-WINDOW-END-SERIAL = AO-RUN-SERIAL + AO-LEAD-DAYS.
003040     OPEN I-O ACH-ENROLLMENT.
003050     IF WS-AE-STATUS NOT = "00"
003060         DISPLAY "LNACHORG - ACHENRL OPEN FAILED, STATUS = "
003070             WS-AE-STATUS
003080         MOVE "Y" TO WS-EOF-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF.
003110     OPEN INPUT LOAN-MASTER.
003120     IF WS-LM-STATUS NOT = "00"
003130         DISPLAY "LNACHORG - LOAN-MASTER OPEN FAILED, STATUS = "
003140             WS-LM-STATUS
003150         MOVE "Y" TO WS-EOF-SWITCH
003160         CLOSE ACH-ENROLLMENT
003170         GO TO 1000-EXIT
003180     END-IF.
003190     OPEN OUTPUT ACH-DEBITS.
003200     OPEN OUTPUT ORIG-RPT.
003210     SET WS-RPT-WAS-OPENED TO TRUE.
003220     MOVE WS-RUN-DATE TO AH-FILE-DATE.
003230     WRITE ACH-DEBIT-RECORD FROM DEBIT-HEADER.
003240     MOVE WS-RUN-DATE TO OH-RUN-DATE.
003250     WRITE ORIG-RPT-RECORD FROM OR-RPT-HDG.
003260     WRITE ORIG-RPT-RECORD FROM OR-RPT-COL-HDG.
003270     PERFORM 2900-READ-ENROLLMENT THRU 2900-EXIT.
003280 1000-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*    1100-READ-LEAD-DAYS  --  A NUMERIC, NON-ZERO LEAD ON THE    *
003330*    ACHOPRM PARAMETER FILE REPLACES THE DEFAULT THREE DAYS.     *
003340*    ANYTHING ELSE, OR NO FILE AT ALL, KEEPS THE DEFAULT.        *
003350******************************************************************
003360 1100-READ-LEAD-DAYS.
003370     OPEN INPUT ACHORG-PARM.
003380     IF WS-OP-STATUS NOT = "00"
003390         GO TO 1100-EXIT
003400     END-IF.
003410     READ ACHORG-PARM
003420         AT END
003430             CONTINUE
003440         NOT AT END
003450             IF OP-LEAD-DAYS IS NUMERIC
003460                     AND OP-LEAD-DAYS NOT = "00"
003470                 MOVE OP-LEAD-DAYS TO AO-LEAD-DAYS
003480             END-IF
003490     END-READ.
003500     CLOSE ACHORG-PARM.
003510 1100-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550*    2000-ORIGINATE-ONE  --  DECIDE WHETHER ONE ENROLLMENT IS    *
003560*    DRAFTED TONIGHT, AND IF SO WRITE THE DEBIT.                 *
003570******************************************************************
003580 2000-ORIGINATE-ONE.
003590     ADD 1 TO WS-READ-CTR.
003600     IF NOT AE-STATUS-ACTIVE
003610         ADD 1 TO WS-INACTIVE-CTR
003620         GO TO 2000-CONTINUE
003630     END-IF.
003640     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
003650     IF NOT WS-ACCOUNT-FOUND
003660         MOVE SPACES TO LM-BORROWER-NAME
003670         MOVE ZERO   TO LM-DUE-DATE
003680         MOVE "NOT ON MASTER" TO OL-NOTE
003690         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003700         GO TO 2000-CONTINUE
003710     END-IF.
003720     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
003730         MOVE "ACCOUNT CLOSED" TO OL-NOTE
003740         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003750         GO TO 2000-CONTINUE
003760     END-IF.
003770     IF LM-DUE-DATE = ZERO OR LM-DUE-DATE = AE-LAST-DRAFT-DUE
003780         ADD 1 TO WS-NOT-DUE-CTR
003790         GO TO 2000-CONTINUE
003800     END-IF.
003810     MOVE SPACES TO AO-DRAFT-NOTE.
003820     PERFORM 2400-DERIVE-DRAFT-DATE THRU 2400-EXIT.
003830     IF AO-DRAFT-SERIAL > AO-WINDOW-END-SERIAL
003840         ADD 1 TO WS-NOT-DUE-CTR
003850         GO TO 2000-CONTINUE
003860     END-IF.
003870     IF AO-DRAFT-SERIAL NOT > AO-RUN-SERIAL
003880         IF AE-CONSEC-RETURNS = ZERO
003890                 OR AE-LAST-DRAFT-DUE NOT = ZERO
003900             ADD 1 TO WS-NOT-DUE-CTR
003910             GO TO 2000-CONTINUE
003920         END-IF
003930         PERFORM 2470-DRAFT-TOMORROW THRU 2470-EXIT
003940     END-IF.
003950     PERFORM 2200-COMPUTE-SCHED-PMT THRU 2200-EXIT.
003960     IF NOT LW-NO-ERROR
003970         MOVE "FAILS EDITS" TO OL-NOTE
003980         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003990         GO TO 2000-CONTINUE
004000     END-IF.
004010     PERFORM 2300-WRITE-DEBIT THRU 2300-EXIT.
004020 2000-CONTINUE.
004030     PERFORM 2900-READ-ENROLLMENT THRU 2900-EXIT.
004040 2000-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*    2100-LOOKUP-ACCOUNT  --  READ THE ENROLLED ACCOUNT.         *
004090******************************************************************
004100 2100-LOOKUP-ACCOUNT.
004110     MOVE "N" TO WS-FOUND-SWITCH.
004120     MOVE AE-ACCT-NBR TO LM-ACCT-NBR.
004130     READ LOAN-MASTER
004140         INVALID KEY
004150             CONTINUE
004160         NOT INVALID KEY
004170             SET WS-ACCOUNT-FOUND TO TRUE
004180     END-READ.
004190 2100-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*    2200-COMPUTE-SCHED-PMT  --  DERIVE THE FULL SCHEDULED       *
004240*    PAYMENT THE SAME WAY LNPMTPST DOES: LNVALID GATES THE LOAD, *
004250*    THEN LNARM OR LNCALC, THEN LNESCRW ADDS THE ESCROW.         *
004260******************************************************************
004270 2200-COMPUTE-SCHED-PMT.
004280     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
004290     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
004300     MOVE LM-INT-RATE     TO LW-INT-RATE.
004310     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
004320     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
004330     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
004340     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
004350     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
004360     CALL "LNVALID" USING LOAN-WORK-AREA.
004370     IF NOT LW-NO-ERROR
004380         GO TO 2200-EXIT
004390     END-IF.
004400     IF LW-RATE-HIST-CTR > ZERO
004410         CALL "LNARM" USING LOAN-WORK-AREA
004420     ELSE
004430         CALL "LNCALC" USING LOAN-WORK-AREA
004440     END-IF.
004450     CALL "LNESCRW" USING LOAN-WORK-AREA.
004460 2200-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*    2300-WRITE-DEBIT  --  WRITE THE DEBIT ENTRY, STAMP THE      *
004510*    ENROLLMENT WITH THE DUE DATE DRAFTED, AND LIST IT.  A       *
004520*    DRAFT FOR A NEW DUE DATE (THE LAST ONE WAS NOT RETURNED,    *
004530*    SO ITS STAMP IS STILL ON FILE) CLEARS THE RETURN COUNT; A   *
004540*    RE-PRESENTMENT KEEPS IT.  AN ENROLLMENT THAT CANNOT BE      *
004550*    STAMPED WOULD BE DRAFTED AGAIN FOR THE SAME DUE DATE NEXT   *
004560*    RUN, SO THE FAILURE ABORTS THE RUN AND THE DRAFT IS LISTED  *
004570*    "NOT STAMPED" FOR THE CLERK TO STAMP BY HAND.               *
004580******************************************************************
004590 2300-WRITE-DEBIT.
004600     ADD 1 TO WS-DRAFT-CTR.
004610     IF AE-TYPE-SAVINGS
004620         MOVE 37 TO AD-TRAN-CODE
004630     ELSE
004640         MOVE 27 TO AD-TRAN-CODE
004650     END-IF.
004660     MOVE AE-ROUTING-NBR    TO AD-ROUTING-NBR.
004670     MOVE AE-BANK-ACCT-NBR  TO AD-BANK-ACCT-NBR.
004680     MOVE LW-TOTAL-PMT-AMT  TO AD-AMOUNT.
004690     MOVE AO-DRAFT-DATE-N   TO AD-EFF-DATE.
004700     MOVE AE-ACCT-NBR       TO AD-ACCT-NBR.
004710     MOVE LM-BORROWER-NAME  TO AD-BORROWER-NAME.
004720     MOVE WS-RUN-DATE       TO AD-TRACE-DATE.
004730     MOVE WS-DRAFT-CTR      TO AD-TRACE-SEQ.
004740     WRITE ACH-DEBIT-RECORD FROM DEBIT-DETAIL.
004750     IF AE-LAST-DRAFT-DUE NOT = ZERO
004760         MOVE ZERO TO AE-CONSEC-RETURNS
004770     END-IF.
004780     ADD LW-TOTAL-PMT-AMT TO AO-DRAFT-AMT.
004790     DIVIDE AE-ROUTING-NBR BY 10 GIVING AO-ROUTING-8.
004800     ADD AO-ROUTING-8 TO AO-HASH-TOTAL.
004810     MOVE LM-DUE-DATE     TO AE-LAST-DRAFT-DUE.
004820     MOVE AO-DRAFT-DATE-N TO AE-LAST-DRAFT-DATE.
004830     REWRITE ACH-ENROLLMENT-RECORD.
004840     IF WS-AE-STATUS NOT = "00"
004850         DISPLAY "LNACHORG - ENROLLMENT REWRITE FAILED, ACCOUNT "
004860             AE-ACCT-NBR ", STATUS = " WS-AE-STATUS
004870         MOVE "NOT STAMPED" TO AO-DRAFT-NOTE
004880         ADD 1 TO WS-UNSTAMPED-CTR
004890         MOVE "Y" TO WS-EOF-SWITCH
004900         SET WS-RUN-ABORTED TO TRUE
004910     END-IF.
004920     MOVE AE-ACCT-NBR       TO OL-ACCT-NBR.
004930     MOVE LM-BORROWER-NAME  TO OL-BORROWER-NAME.
004940     MOVE LM-DUE-DATE       TO OL-DUE-DATE.
004950     MOVE AO-DRAFT-DATE-N   TO OL-DRAFT-DATE.
004960     MOVE LW-TOTAL-PMT-AMT  TO OL-AMOUNT.
004970     MOVE AO-DRAFT-NOTE     TO OL-NOTE.
004980     WRITE ORIG-RPT-RECORD FROM OR-RPT-DTL.
004990 2300-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*    2400-DERIVE-DRAFT-DATE  --  THE DRAFT DAY FALLING ON OR     *
005040*    BEFORE THE DUE DATE (THE DUE DATE ITSELF FOR A BI-WEEKLY    *
005050*    LOAN), AND ITS DAY SERIAL FOR THE WINDOW TEST.  THE DRAFT   *
005060*    DAY IS NEVER PAST 28, SO IT EXISTS IN EVERY MONTH.          *
005070******************************************************************
005080 2400-DERIVE-DRAFT-DATE.
005090     MOVE LM-DUE-DATE TO AO-DRAFT-DATE-N.
005100     IF LM-FREQ-BIWEEKLY OR AE-DRAFT-DAY = ZERO
005110         GO TO 2400-SERIAL
005120     END-IF.
005130     IF AE-DRAFT-DAY > AO-DRAFT-DAY
005140         IF AO-DRAFT-MONTH = 1
005150             MOVE 12 TO AO-DRAFT-MONTH
005160             SUBTRACT 1 FROM AO-DRAFT-YEAR
005170         ELSE
005180             SUBTRACT 1 FROM AO-DRAFT-MONTH
005190         END-IF
005200     END-IF.
005210     MOVE AE-DRAFT-DAY TO AO-DRAFT-DAY.
005220 2400-SERIAL.
005230     MOVE AO-DRAFT-YEAR  TO AO-WORK-YEAR.
005240     MOVE AO-DRAFT-MONTH TO AO-WORK-MONTH.
005250     MOVE AO-DRAFT-DAY   TO AO-WORK-DAY.
005260     PERFORM 2450-DATE-TO-SERIAL THRU 2450-EXIT.
005270     MOVE AO-SERIAL      TO AO-DRAFT-SERIAL.
005280 2400-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*    2450-DATE-TO-SERIAL  --  TURN AO-WORK-YEAR/MONTH/DAY INTO A *
005330*    RUNNING DAY NUMBER (DAYS SINCE THE CALENDAR EPOCH) SO TWO   *
005340*    DATES SUBTRACT TO WHOLE DAYS BETWEEN THEM.                  *
005350******************************************************************
005360 2450-DATE-TO-SERIAL.
005370     COMPUTE AO-PRIOR-YEARS = AO-WORK-YEAR - 1.
005380     DIVIDE AO-PRIOR-YEARS BY 4 GIVING AO-Q4.
005390     DIVIDE AO-PRIOR-YEARS BY 100 GIVING AO-Q100.
005400     DIVIDE AO-PRIOR-YEARS BY 400 GIVING AO-Q400.
005410     COMPUTE AO-SERIAL =
005420         AO-PRIOR-YEARS * 365 + AO-Q4 - AO-Q100 + AO-Q400
005430           + AO-CUM-DAYS (AO-WORK-MONTH) + AO-WORK-DAY.
005440     IF AO-WORK-MONTH > 2
005450         PERFORM 2460-CHECK-LEAP-YEAR THRU 2460-EXIT
005460         IF AO-LEAP-YEAR
005470             ADD 1 TO AO-SERIAL
005480         END-IF
005490     END-IF.
005500 2450-EXIT.
005510     EXIT.
005520
005530 2460-CHECK-LEAP-YEAR.
005540     MOVE "N" TO AO-LEAP-SWITCH.
005550     DIVIDE AO-WORK-YEAR BY 400 GIVING AO-LEAP-QUOTIENT
005560         REMAINDER AO-LEAP-REMAINDER.
005570     IF AO-LEAP-REMAINDER = ZERO
005580         SET AO-LEAP-YEAR TO TRUE
005590         GO TO 2460-EXIT
005600     END-IF.
005610     DIVIDE AO-WORK-YEAR BY 100 GIVING AO-LEAP-QUOTIENT
005620         REMAINDER AO-LEAP-REMAINDER.
005630     IF AO-LEAP-REMAINDER = ZERO
005640         GO TO 2460-EXIT
005650     END-IF.
005660     DIVIDE AO-WORK-YEAR BY 4 GIVING AO-LEAP-QUOTIENT
005670         REMAINDER AO-LEAP-REMAINDER.
005680     IF AO-LEAP-REMAINDER = ZERO
005690         SET AO-LEAP-YEAR TO TRUE
005700     END-IF.
005710 2460-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    2470-DRAFT-TOMORROW  --  A RE-PRESENTED DRAFT GOES OUT FOR  *
005760*    THE DAY AFTER THE RUN, ITS OWN DRAFT DATE HAVING PASSED.    *
005770******************************************************************
005780 2470-DRAFT-TOMORROW.
005790     MOVE WS-RUN-DATE    TO AO-DRAFT-DATE-N.
005800     MOVE AO-DRAFT-YEAR  TO AO-WORK-YEAR.
005810     MOVE AO-DAYS-IN-MONTH (AO-DRAFT-MONTH) TO AO-MONTH-END-DAY.
005820     IF AO-DRAFT-MONTH = 2
005830         PERFORM 2460-CHECK-LEAP-YEAR THRU 2460-EXIT
005840         IF AO-LEAP-YEAR
005850             MOVE 29 TO AO-MONTH-END-DAY
005860         END-IF
005870     END-IF.
005880     ADD 1 TO AO-DRAFT-DAY.
005890     IF AO-DRAFT-DAY > AO-MONTH-END-DAY
005900         MOVE 1 TO AO-DRAFT-DAY
005910         ADD 1 TO AO-DRAFT-MONTH
005920         IF AO-DRAFT-MONTH > 12
005930             MOVE 1 TO AO-DRAFT-MONTH
005940             ADD 1 TO AO-DRAFT-YEAR
005950         END-IF
005960     END-IF.
005970     COMPUTE AO-DRAFT-SERIAL = AO-RUN-SERIAL + 1.
005980     MOVE "RE-PRESENTED" TO AO-DRAFT-NOTE.
005990 2470-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE      *
006040*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH   *
006050*    DOES.                                                       *
006060******************************************************************
006070 2500-LOAD-RATE-HIST.
006080     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
006090     IF LW-RATE-HIST-CTR > ZERO
006100         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
006110             VARYING LM-RH-NDX FROM 1 BY 1
006120             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
006130     END-IF.
006140 2500-EXIT.
006150     EXIT.
006160
006170 2550-COPY-ONE-RATE-ENTRY.
006180     SET LW-RH-NDX TO LM-RH-NDX.
006190     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
006200         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
006210     MOVE LM-RH-RATE (LM-RH-NDX)
006220         TO LW-RH-RATE (LW-RH-NDX).
006230 2550-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*    2800-LIST-EXCEPTION  --  AN ACTIVE ENROLLMENT THAT CANNOT BE*
006280*    DRAFTED, WITH THE NOTE ALREADY SET BY THE CALLER.           *
006290******************************************************************
006300 2800-LIST-EXCEPTION.
006310     ADD 1 TO WS-EXCEPTION-CTR.
006320     MOVE AE-ACCT-NBR      TO OL-ACCT-NBR.
006330     MOVE LM-BORROWER-NAME TO OL-BORROWER-NAME.
006340     MOVE LM-DUE-DATE      TO OL-DUE-DATE.
006350     MOVE ZERO             TO OL-DRAFT-DATE.
006360     MOVE ZERO             TO OL-AMOUNT.
006370     WRITE ORIG-RPT-RECORD FROM OR-RPT-DTL.
006380 2800-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    2900-READ-ENROLLMENT  --  THE NEXT ENROLLMENT.  AN ABORTED  *
006430*    RUN READS NOTHING MORE.                                     *
006440******************************************************************
006450 2900-READ-ENROLLMENT.
006460     IF WS-RUN-ABORTED
006470         GO TO 2900-EXIT
006480     END-IF.
006490     READ ACH-ENROLLMENT NEXT RECORD
006500         AT END
006510             MOVE "Y" TO WS-EOF-SWITCH
006520     END-READ.
006530 2900-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    9000-TERMINATE  --  WRITE THE DEBIT FILE TRAILER AND THE    *
006580*    REGISTER TOTALS, THEN CLOSE.  NOTHING IS WRITTEN IF THE RUN *
006590*    NEVER GOT FAR ENOUGH TO OPEN THE OUTPUT FILES.              *
006600******************************************************************
006610 9000-TERMINATE.
006620     IF NOT WS-RPT-WAS-OPENED
006630         GO TO 9000-DISPLAY
006640     END-IF.
006650     MOVE WS-DRAFT-CTR  TO AT-ENTRY-CTR.
006660     MOVE AO-DRAFT-AMT  TO AT-AMOUNT-TOTAL.
006670     MOVE AO-HASH-TOTAL TO AT-HASH-TOTAL.
006680     WRITE ACH-DEBIT-RECORD FROM DEBIT-TRAILER.
006690     MOVE "ENROLLMENTS READ . . . . . . . :" TO OT-LABEL.
006700     MOVE WS-READ-CTR      TO OT-COUNT.
006710     MOVE ZERO             TO OT-AMOUNT.
006720     WRITE ORIG-RPT-RECORD FROM OR-RPT-CTR-LINE.
006730     MOVE "DRAFTS ORIGINATED. . . . . . . :" TO OT-LABEL.
006740     MOVE WS-DRAFT-CTR     TO OT-COUNT.
006750     MOVE AO-DRAFT-AMT     TO OT-AMOUNT.
006760     WRITE ORIG-RPT-RECORD FROM OR-RPT-CTR-LINE.
006770     MOVE "NOT YET DUE OR ALREADY DRAFTED :" TO OT-LABEL.
006780     MOVE WS-NOT-DUE-CTR   TO OT-COUNT.
006790     MOVE ZERO             TO OT-AMOUNT.
006800     WRITE ORIG-RPT-RECORD FROM OR-RPT-CTR-LINE.
006810     MOVE "SUSPENDED OR CANCELLED . . . . :" TO OT-LABEL.
006820     MOVE WS-INACTIVE-CTR  TO OT-COUNT.
006830     WRITE ORIG-RPT-RECORD FROM OR-RPT-CTR-LINE.
006840     MOVE "NOT DRAFTED -- SEE NOTE. . . . :" TO OT-LABEL.
006850     MOVE WS-EXCEPTION-CTR TO OT-COUNT.
006860     WRITE ORIG-RPT-RECORD FROM OR-RPT-CTR-LINE.
006870     MOVE "DRAFTED, ENROLLMENT NOT STAMPED:" TO OT-LABEL.
006880     MOVE WS-UNSTAMPED-CTR TO OT-COUNT.
006890     WRITE ORIG-RPT-RECORD FROM OR-RPT-CTR-LINE.
006900     CLOSE ACH-ENROLLMENT.
006910     CLOSE LOAN-MASTER.
006920     CLOSE ACH-DEBITS.
006930     CLOSE ORIG-RPT.
006940 9000-DISPLAY.
006950     DISPLAY "LNACHORG - ENROLLMENTS READ: " WS-READ-CTR
006960         " DRAFTED: " WS-DRAFT-CTR
006970         " NOT DRAFTED: " WS-EXCEPTION-CTR.
006980     IF WS-RUN-ABORTED
006990         DISPLAY "LNACHORG - *** RUN ABORTED ***".
007000 9000-EXIT.
007010     EXIT.
