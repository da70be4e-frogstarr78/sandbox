000320*     LM-PMT-RECEIVED-DATE IS LEFT AS THE BANK LAST REPORTED IT;
000330*     THE DELINQUENCY ASSESSMENT KEYS ON THE DUE DATE.
000340*
000350*     WHERE THE RETURNED RECEIPT IS ON THE RECEIPTS-POSTED
000360*     REGISTER (RCPTPOST -- SAME ACCOUNT AND AMOUNT, RECEIVED ON
000370*     OR BEFORE THE RETURN DATE, NOT ALREADY RETURNED), IT IS
000380*     UNWOUND EXACTLY AS LNPMTPST APPLIED IT INSTEAD: THE
000390*     PAYMENTS IT POSTED ARE REVERSED, THE LATE FEES IT PAID ARE
000400*     PUT BACK OWING ON LM-LATE-FEE-AMT, AND ITS CHANGE TO THE
000410*     HOLDING IS UNDONE.  THE REGISTER ENTRY IS THEN STAMPED
000420*     RETURNED, AND A RETURN THAT MATCHES ONLY RECEIPTS ALREADY
000430*     RETURNED IS REJECTED.  THE WHOLE-PAYMENT SPLIT ABOVE IS
000440*     LEFT FOR A RETURNED CHECK THE REGISTER DOES NOT HOLD.
000450*
000460*     A RETURN THAT CANNOT BE APPLIED -- NO SUCH ACCOUNT, MORE
000470*     PAYMENTS THAN WERE EVER POSTED, AN AMOUNT THAT MATCHES
000480*     NEITHER WHOLE PAYMENTS NOR THE HELD FUNDS, AN ACCOUNT THAT
000490*     FAILS THE MASTER EDITS, OR AN ACH DRAFT THE REGISTER DOES
000500*     NOT HOLD -- IS WRITTEN UNCHANGED TO THE REJECTS FILE WITH A
000510*     REASON FOR THE PAYMENTS CLERK.  EVERY POSTED REWRITE IS
000520*     JOURNALED THROUGH LNAUDIT WITH THE RECORD'S BEFORE AND
000530*     AFTER IMAGES, THE SAME AS EVERY OTHER PROGRAM THAT CHANGES
000540*     THE MASTER.  A REVERSAL REGISTER SHOWS EVERY ACCOUNT
000550*     TOUCHED AND THE RUN'S TOTALS.
000560*
000570*     THE BANK'S RETURNED ACH AUTO-DEBIT DRAFTS (ACHRTRN) ARE
000580*     READ AFTER THE RETURNED CHECKS AND BACKED OUT THE SAME WAY.
000590*     EACH ONE ACTUALLY BACKED OUT ALSO COUNTS UP THE ENROLLMENT'S
000600*     CONSECUTIVE RETURNS ON ACHENRL AND CLEARS ITS DRAFTED DUE
000610*     DATE, SO LNACHORG RE-PRESENTS THE PAYMENT; THE THIRD RETURN
000620*     IN A ROW SUSPENDS THE ENROLLMENT AND IS LISTED ON THE
000630*     REGISTER.  A REJECTED DRAFT -- A REPEAT OF ONE ALREADY
000640*     REVERSED INCLUDED -- LEAVES THE ENROLLMENT ALONE, SO A
000650*     RETURNS FILE SENT TWICE CANNOT SUSPEND AN ENROLLMENT OR
000660*     DRAFT THE BORROWER AGAIN.
000670*
000680*  MODIFICATION HISTORY.
000690*     09/03/2026  DPL  ORIGINAL PROGRAM.
000700*     09/03/2026  DPL  EACH REVERSED PAYMENT'S INTEREST PORTION
000710*                      IS NOW BACKED OUT OF THE CALENDAR-YEAR
000720*                      ACCUMULATOR (LM-INT-PAID-YTD) WHEN THE
000730*                      RETURN LANDS IN THE SAME CALENDAR YEAR,
000740*                      SO THE LNINTSTM YEAR-END STATEMENT DOES
000750*                      NOT CLAIM INTEREST THE BORROWER NEVER
000760*                      ACTUALLY PAID.  A RETURN AGAINST A PRIOR
000770*                      YEAR IS LEFT TO THE TAX DESK -- THAT
000780*                      YEAR'S STATEMENT HAS ALREADY GONE OUT.
000790*     09/03/2026  DPL  EVERY POSTED REWRITE NOW RAISES
000800*                      LM-ACTIVITY-FLAG SO THE CHANGED-ONLY
000810*                      NIGHTLY RUN PICKS THE ACCOUNT UP.
000820*     10/15/2026  DPL  EVERY POSTED REVERSAL NOW WRITES A
000830*                      TRANSACTION HISTORY ENTRY THROUGH
000840*                      LNTRNHST WITH THE PRINCIPAL, INTEREST,
000850*                      ESCROW AND UNAPPLIED FUNDS BACKED OUT AND
000860*                      THE BALANCES LEFT.  THE REVERSED
000870*                      PAYMENT'S INTEREST PORTION IS NOW DERIVED
000880*                      FOR EVERY RETURN, NOT ONLY A SAME-YEAR
000890*                      ONE; ONLY THE YTD BACK-OUT STAYS SAME-
000900*                      YEAR.
000910*     10/15/2026  DPL  A RETURNED ITEM ON A CHARGED-OFF ACCOUNT
000920*                      IS NOW BACKED OUT OF LM-RECOVERY-AMT --
000930*                      THE RECEIPT WAS POSTED AS A RECOVERY, NOT
000940*                      A PAYMENT -- AND REJECTED IF IT EXCEEDS
000950*                      THE RECOVERIES POSTED.  THE REGISTER
000960*                      FLAGS IT AS A RECOVERY AND THE HISTORY
000970*                      ENTRY CARRIES IT AS PRINCIPAL.
000980*     10/15/2026  DPL  THE BANK'S RETURNED ACH AUTO-DEBIT DRAFTS
000990*                      (ACHRTRN) ARE NOW BACKED OUT AFTER THE
001000*                      RETURNED CHECKS.  EACH ONE COUNTS UP THE
001010*                      ENROLLMENT'S CONSECUTIVE RETURNS ON
001020*                      ACHENRL AND CLEARS ITS DRAFTED DUE DATE
001030*                      FOR RE-PRESENTMENT; THE THIRD IN A ROW
001040*                      SUSPENDS THE ENROLLMENT.  THE REGISTER
001050*                      LISTS EACH SUSPENSION AND THE ACH TOTALS.
001060*     10/15/2026  DPL  A RETURN ON THE RECEIPTS-POSTED REGISTER
001070*                      IS NOW UNWOUND AS LNPMTPST APPLIED IT  --
001080*                      PAYMENTS, LATE FEES PUT BACK OWING AND
001090*                      THE HOLDING CHANGE  --  AND ITS ENTRY
001100*                      STAMPED RETURNED; A REPEAT RETURN IS
001110*                      REJECTED.
001120*     10/15/2026  DPL  A RETURNED ACH DRAFT NOW COUNTS AGAINST
001130*                      ITS ENROLLMENT ONLY WHEN IT WAS ACTUALLY
001140*                      BACKED OUT.  A REJECTED ONE  --  A REPEAT
001150*                      OF A DRAFT ALREADY REVERSED, OR A DRAFT
001160*                      NOT ON THE RECEIPTS-POSTED REGISTER, NOW
001170*                      REJECTED IN ITS OWN RIGHT  --  LEAVES THE
001180*                      ENROLLMENT ALONE, SO A RETURNS FILE SENT
001190*                      TWICE CANNOT SUSPEND IT OR HAVE LNACHORG
001200*                      DRAFT THE PAYMENT AGAIN.
001210*
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID.  LNNSFRVS.
001240 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
001250 INSTALLATION. HOME OFFICE.
001260 DATE-WRITTEN. 09/03/2026.
001270 DATE-COMPILED.
001280
001290 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001310 SOURCE-COMPUTER.  IBM-370.
001320 OBJECT-COMPUTER.  IBM-370.
001330
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT RETURNED-ITEMS
001370         ASSIGN TO "RETURNS"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-RT-STATUS.
001400
001410     SELECT ACH-RETURNS
001420         ASSIGN TO "ACHRTRN"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-AR-STATUS.
001450
001460     SELECT ACH-ENROLLMENT
001470         ASSIGN TO "ACHENRL"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS AE-ACCT-NBR
001510         FILE STATUS IS WS-AE-STATUS.
001520
001530     SELECT RECEIPTS-POSTED
001540         ASSIGN TO "RCPTPOST"
001550         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS DYNAMIC
001570         RECORD KEY IS RP-RECEIPT-KEY
001580         FILE STATUS IS WS-RP-STATUS.
001590
001600     SELECT LOAN-MASTER
001610         ASSIGN TO "LOANMAST"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS LM-ACCT-NBR
001650         FILE STATUS IS WS-LM-STATUS.
001660
001670     SELECT RVS-REJECTS
001680         ASSIGN TO "NSFRJCTS"
001690         ORGANIZATION IS LINE SEQUENTIAL.
001700
001710     SELECT RVS-RPT
001720         ASSIGN TO "NSFRVSRP"
001730         ORGANIZATION IS LINE SEQUENTIAL.
001740
001750 DATA DIVISION.
001760 FILE SECTION.
001770 FD  RETURNED-ITEMS
001780     LABEL RECORD IS OMITTED.
001790 01  RETURNED-ITEM-RECORD.
001800     03  RT-ACCT-NBR             PIC  9(07).
001810     03  FILLER                  PIC  X(02).
001820     03  RT-AMT-RETURNED         PIC  9(08)V9(02).
001830     03  FILLER                  PIC  X(02).
001840     03  RT-RETURN-DATE          PIC  9(08).
001850     03  FILLER                  PIC  X(02).
001860     03  RT-BANK-REASON          PIC  X(20).
001870
001880 FD  ACH-RETURNS
001890     LABEL RECORD IS OMITTED.
001900 01  ACH-RETURN-RECORD.
001910     03  AR-ACCT-NBR             PIC  9(07).
001920     03  FILLER                  PIC  X(02).
001930     03  AR-AMT-RETURNED         PIC  9(08)V9(02).
001940     03  FILLER                  PIC  X(02).
001950     03  AR-RETURN-DATE          PIC  9(08).
001960     03  FILLER                  PIC  X(02).
001970     03  AR-RETURN-CODE          PIC  X(03).
001980     03  FILLER                  PIC  X(02).
001990     03  AR-TRACE-NBR            PIC  9(15).
002000
002010 FD  ACH-ENROLLMENT
002020     LABEL RECORD IS STANDARD.
002030 COPY ACHENRL.
002040
002050 FD  RECEIPTS-POSTED
002060     LABEL RECORD IS STANDARD.
002070 COPY RCPTPOST.
002080
002090 FD  LOAN-MASTER
002100     LABEL RECORD IS STANDARD.
002110 COPY LOANMAST.
002120
002130 FD  RVS-REJECTS
002140     LABEL RECORD IS OMITTED.
002150 01  REJECT-RECORD               PIC  X(83).
002160
002170 FD  RVS-RPT
002180     LABEL RECORD IS OMITTED.
002190 01  RVS-RECORD                  PIC  X(80).
002200
002210 WORKING-STORAGE SECTION.
002220*
002230*    OUTPUT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
002240*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
002250*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
002260*
002270 01  REJECT-LINE.
002280     03  RJ-ACCT-NBR             PIC  9(07).
002290     03  FILLER                  PIC  X(02)  VALUE SPACES.
002300     03  RJ-AMT-RETURNED         PIC  9(08)V9(02).
002310     03  FILLER                  PIC  X(02)  VALUE SPACES.
002320     03  RJ-RETURN-DATE          PIC  9(08).
002330     03  FILLER                  PIC  X(02)  VALUE SPACES.
002340     03  RJ-BANK-REASON          PIC  X(20).
002350     03  FILLER                  PIC  X(02)  VALUE SPACES.
002360     03  RJ-REASON               PIC  X(30).
002370 01  RVS-HDG.
002380     03  FILLER                  PIC  X(36)  VALUE
002390             "RETURNED-ITEM REVERSAL REGISTER  -  ".
002400     03  RH-RUN-DATE             PIC  9(08).
002410     03  FILLER                  PIC  X(36)  VALUE SPACES.
002420 01  RVS-DTL-LINE.
002430     03  RD-ACCT-NBR             PIC  9(07).
002440     03  FILLER                  PIC  X(02)  VALUE SPACES.
002450     03  RD-AMT-RETURNED         PIC  ZZ,ZZZ,ZZ9.99.
002460     03  FILLER                  PIC  X(02)  VALUE SPACES.
002470     03  RD-PMTS-REVERSED        PIC  ZZ9.
002480     03  FILLER                  PIC  X(02)  VALUE SPACES.
002490     03  RD-NEW-DUE-DATE         PIC  9(08).
002500     03  FILLER                  PIC  X(02)  VALUE SPACES.
002510     03  RD-FLAG                 PIC  X(08).
002520     03  FILLER                  PIC  X(33)  VALUE SPACES.
002530 01  RVS-SUSP-LINE.
002540     03  RS-ACCT-NBR             PIC  9(07).
002550     03  FILLER                  PIC  X(02)  VALUE SPACES.
002560     03  FILLER                  PIC  X(40)  VALUE
002570             "ACH ENROLLMENT SUSPENDED - RETURN CODE ".
002580     03  RS-RETURN-CODE          PIC  X(03).
002590     03  FILLER                  PIC  X(28)  VALUE SPACES.
002600 01  RVS-CTR-LINE.
002610     03  RC-LABEL                PIC  X(28).
002620     03  RC-COUNT                PIC  ZZZ,ZZ9.
002630     03  FILLER                  PIC  X(04)  VALUE SPACES.
002640     03  RC-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
002650     03  FILLER                  PIC  X(24)  VALUE SPACES.
002660*
002670*    RUN CONTROL SWITCHES AND COUNTERS.
002680*
002690 77  WS-RT-STATUS            PIC  X(02)      VALUE "00".
002700 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002710 77  WS-AR-STATUS            PIC  X(02)      VALUE "00".
002720 77  WS-AE-STATUS            PIC  X(02)      VALUE "00".
002730 77  WS-RP-STATUS            PIC  X(02)      VALUE "00".
002740 77  WS-AR-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002750     88  WS-AR-WAS-OPENED            VALUE "Y".
002760 77  WS-AE-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002770     88  WS-AE-WAS-OPENED            VALUE "Y".
002780 77  WS-RP-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002790     88  WS-RP-WAS-OPENED            VALUE "Y".
002800 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002810     88  WS-EOF-REACHED              VALUE "Y".
002820 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
002830     88  WS-ACCOUNT-FOUND            VALUE "Y".
002840 77  WS-REVERSED-SWITCH      PIC  X(01)      VALUE "N".
002850     88  WS-RETURN-REVERSED          VALUE "Y".
002860 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
002870     88  WS-RPT-WAS-OPENED           VALUE "Y".
002880 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002890 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
002900 77  WS-REVERSED-CTR         PIC  9(07)      COMP VALUE ZERO.
002910 77  WS-REJECT-CTR           PIC  9(07)      COMP VALUE ZERO.
002920 77  WS-REOPENED-CTR         PIC  9(07)      COMP VALUE ZERO.
002930 77  WS-ACH-RTRN-CTR         PIC  9(07)      COMP VALUE ZERO.
002940 77  WS-SUSPENDED-CTR        PIC  9(07)      COMP VALUE ZERO.
002950 77  WS-FEE-CTR              PIC  9(07)      COMP VALUE ZERO.
002960*
002970*    WHICH INPUT THE CURRENT RETURN CAME FROM.  THE RETURNED
002980*    CHECKS ARE READ TO THEIR END, THEN THE RETURNED ACH DRAFTS;
002990*    A DRAFT IS MOVED INTO THE RETURNED-ITEM RECORD AREA SO ONE
003000*    SET OF REVERSAL PARAGRAPHS SERVES BOTH.  THE DRAFT'S BANK
003010*    REASON IS ITS NACHA RETURN CODE.
003020*
003030 77  RV-SOURCE-SWITCH        PIC  X(01)      VALUE "C".
003040     88  RV-SOURCE-CHECKS            VALUE "C".
003050     88  RV-SOURCE-ACH               VALUE "A".
003060 01  RV-ACH-REASON.
003070     03  FILLER                  PIC  X(11)  VALUE "ACH RETURN ".
003080     03  RV-AR-CODE              PIC  X(03).
003090     03  FILLER                  PIC  X(06)  VALUE SPACES.
003100*
003110*    RUN AMOUNT TOTALS.  SIZED TO CARRY A FULL DAY'S RETURNS
003120*    WITHOUT OVERFLOW.
003130*
003140 77  RV-REVERSED-AMT         PIC  9(11)V9(02) COMP VALUE ZERO.
003150 77  RV-REJECT-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
003160 77  RV-ACH-RTRN-AMT         PIC  9(11)V9(02) COMP VALUE ZERO.
003170 77  RV-FEE-TOTAL-AMT        PIC  9(11)V9(02) COMP VALUE ZERO.
003180*
003190*    REVERSAL WORK FIELDS.  THE RETURNED AMOUNT IS BROKEN INTO
003200*    THE PAYMENTS TO REVERSE, THE LATE FEES TO PUT BACK OWING AND
003210*    THE CHANGE TO UNDO IN THE HOLDING -- FROM THE REGISTER WHEN
003220*    THE RECEIPT IS ON IT, OTHERWISE AS WHOLE SCHEDULED PAYMENTS
003230*    AND A REMAINDER.  ONLY AN AMOUNT THAT COMES APART CLEANLY
003240*    (THE HOLDING CAN GIVE BACK WHAT IS TAKEN FROM IT) IS
003250*    REVERSED.
003260*
003270 77  RV-PMTS-TO-REVERSE      PIC  9(03)      COMP VALUE ZERO.
003280 77  RV-REMAINDER            PIC  9(08)V9(02) COMP VALUE ZERO.
003290 77  RV-REVERSE-CTR          PIC  9(03)      COMP VALUE ZERO.
003300 77  RV-FEE-AMT              PIC  9(04)V9(02) COMP VALUE ZERO.
003310 77  RV-UNAPPLIED-AMT        PIC S9(09)V9(02) COMP VALUE ZERO.
003320*
003330*    RECEIPTS-POSTED REGISTER SEARCH.  THE ACCOUNT'S ENTRIES ARE
003340*    READ IN KEY ORDER UP TO THE RETURN DATE, AND THE LATEST ONE
003350*    FOR THE RETURNED AMOUNT NOT ALREADY RETURNED IS THE RECEIPT.
003360*
003370 77  RV-RCPT-SWITCH          PIC  X(01)      VALUE "N".
003380     88  RV-RCPT-NONE                VALUE "N".
003390     88  RV-RCPT-FOUND               VALUE "F".
003400     88  RV-RCPT-RETURNED            VALUE "R".
003410 77  RV-RP-EOF-SWITCH        PIC  X(01)      VALUE "N".
003420     88  RV-RP-EOF                   VALUE "Y".
003430 01  RV-MATCH-KEY                PIC  X(25).
003440*
003450*    CALENDAR-YEAR INTEREST BACK-OUT WORK FIELDS.  THE REVERSED
003460*    PAYMENT'S INTEREST PORTION IS THE BALANCE GOING INTO THAT
003470*    PAYMENT (FROM LNBALCE) TIMES THE PERIOD RATE -- THE SAME
003480*    FIGURE LNPMTPST ADDED WHEN THE PAYMENT POSTED.  THE RETURN
003490*    DATE IS BROKEN APART SO ONLY A SAME-YEAR RETURN ADJUSTS
003500*    THE ACCUMULATOR.
003510*
003520 77  RV-PERIODS-YR           PIC  9(02)      COMP VALUE ZERO.
003530 77  RV-PERIOD-RATE          PIC  9(01)V9(06) COMP VALUE ZERO.
003540 77  RV-INT-PORTION          PIC  9(08)V9(02) COMP VALUE ZERO.
003550 01  RV-RTRN-DATE-N          PIC  9(08).
003560 01  RV-RTRN-DATE REDEFINES RV-RTRN-DATE-N.
003570     03  RV-RTRN-YEAR            PIC  9(04).
003580     03  FILLER                  PIC  9(04).
003590*
003600*    TRANSACTION HISTORY WORK FIELDS.  THE PRINCIPAL, INTEREST
003610*    AND ESCROW EACH REVERSED PAYMENT BACKS OUT ARE ACCUMULATED
003620*    ACROSS THE WHOLE RETURN SO ONE HISTORY ENTRY CARRIES THE
003630*    RETURN'S FULL SPLIT.
003640*
003650 77  RV-HIST-PRIN            PIC  9(09)V9(02) COMP VALUE ZERO.
003660 77  RV-HIST-INT             PIC  9(09)V9(02) COMP VALUE ZERO.
003670 77  RV-HIST-ESC             PIC  9(09)V9(02) COMP VALUE ZERO.
003680 01  RV-HIST-DESC.
003690     03  FILLER                  PIC  X(10)  VALUE "RETURNED: ".
003700     03  RV-HD-REASON            PIC  X(20).
003710*
003720*    DUE-DATE ROLL-BACK WORK FIELDS.  THE MIRROR IMAGE OF THE
003730*    LNPMTPST FORWARD ROLL: THE DUE DATE IS BROKEN APART, THE
003740*    MONTH IS STEPPED BACK WITH A YEAR BORROW, AND THE DAY IS
003750*    CLAMPED TO THE END OF THE NEW MONTH (LEAP YEARS INCLUDED).
003760*
003770 01  RV-WORK-DATE-N          PIC  9(08).
003780 01  RV-WORK-DATE REDEFINES RV-WORK-DATE-N.
003790     03  RV-WD-YEAR              PIC  9(04).
003800     03  RV-WD-MONTH             PIC  9(02).
003810     03  RV-WD-DAY               PIC  9(02).
003820 01  RV-MONTH-DAYS-VAL       PIC  X(24)      VALUE
003830         "312831303130313130313031".
003840 01  RV-MONTH-DAYS REDEFINES RV-MONTH-DAYS-VAL.
003850     03  RV-DAYS-IN-MONTH        OCCURS 12 TIMES
003860                                 PIC  9(02).
003870 77  RV-MONTH-END-DAY        PIC  9(02)      COMP VALUE ZERO.
003880 77  RV-ROLL-DAY             PIC  S9(04)     COMP VALUE ZERO.
003890 77  RV-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
003900 77  RV-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
003910 77  RV-LEAP-SWITCH          PIC  X(01)      VALUE "N".
003920     88  RV-LEAP-YEAR                VALUE "Y".
003930
003940 COPY LOANW.
003950
003960 COPY AUDITW.
003970
003980 COPY TRANHW.
003990
004000 PROCEDURE DIVISION.
004010******************************************************************
004020*    0000-MAINLINE.                                             *
004030******************************************************************
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
004060     PERFORM 2000-REVERSE-RETURN THRU 2000-EXIT
004070         UNTIL WS-EOF-REACHED.
004080     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
004090     GOBACK.
004100
004110******************************************************************
004120*    1000-INITIALIZE  --  OPEN THE RETURNS, THE PORTFOLIO AND   *
004130*    THE OUTPUT FILES, AND PRIME THE FIRST RETURN.              *
004140******************************************************************
004150 1000-INITIALIZE.
004160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004170     OPEN INPUT RETURNED-ITEMS.
004180     IF WS-RT-STATUS NOT = "00"
004190         DISPLAY "LNNSFRVS - RETURNS OPEN FAILED, STATUS = "
004200             WS-RT-STATUS
004210         MOVE "Y" TO WS-EOF-SWITCH
004220         GO TO 1000-EXIT
004230     END-IF.
004240     OPEN I-O LOAN-MASTER.
004250     IF WS-LM-STATUS NOT = "00"
004260         DISPLAY "LNNSFRVS - LOAN-MASTER OPEN FAILED, STATUS = "
004270             WS-LM-STATUS
004280         MOVE "Y" TO WS-EOF-SWITCH
004290         GO TO 1000-EXIT
004300     END-IF.
004310     OPEN INPUT ACH-RETURNS.
004320     IF WS-AR-STATUS = "00"
004330         SET WS-AR-WAS-OPENED TO TRUE
004340     END-IF.
004350     OPEN I-O ACH-ENROLLMENT.
004360     IF WS-AE-STATUS = "00"
004370         SET WS-AE-WAS-OPENED TO TRUE
004380     END-IF.
004390     OPEN I-O RECEIPTS-POSTED.
004400     IF WS-RP-STATUS = "00"
004410         SET WS-RP-WAS-OPENED TO TRUE
004420     END-IF.
004430     OPEN OUTPUT RVS-REJECTS.
004440     OPEN OUTPUT RVS-RPT.
004450     SET WS-RPT-WAS-OPENED TO TRUE.
004460     MOVE WS-RUN-DATE TO RH-RUN-DATE.
004470     WRITE RVS-RECORD FROM RVS-HDG.
004480     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
004490 1000-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*    2000-REVERSE-RETURN  --  MATCH ONE RETURNED ITEM TO ITS    *
004540*    MASTER ACCOUNT AND BACK IT OUT, OR REJECT IT WITH A        *
004550*    REASON.                                                    *
004560******************************************************************
004570 2000-REVERSE-RETURN.
004580     ADD 1 TO WS-READ-CTR.
004590     MOVE "N" TO WS-REVERSED-SWITCH.
004600     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
004610     IF NOT WS-ACCOUNT-FOUND
004620         MOVE "ACCOUNT NOT ON MASTER" TO RJ-REASON
004630         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
004640         GO TO 2000-CONTINUE
004650     END-IF.
004660     PERFORM 2150-FIND-RECEIPT THRU 2150-EXIT.
004670     IF RV-RCPT-RETURNED
004680         MOVE "RECEIPT ALREADY REVERSED" TO RJ-REASON
004690         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
004700         GO TO 2000-CONTINUE
004710     END-IF.
004720     IF LM-STATUS-CHARGED-OFF
004730         PERFORM 2800-CHECK-RECOVERY THRU 2800-EXIT
004740         GO TO 2000-CONTINUE
004750     END-IF.
004760     IF RV-SOURCE-ACH AND NOT RV-RCPT-FOUND
004770         MOVE "ACH DRAFT NOT ON RCPTPOST" TO RJ-REASON
004780         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
004790         GO TO 2000-CONTINUE
004800     END-IF.
004810     PERFORM 2200-COMPUTE-SCHED-PMT THRU 2200-EXIT.
004820     IF NOT LW-NO-ERROR
004830         MOVE "ACCOUNT FAILS MASTER EDITS" TO RJ-REASON
004840         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
004850         GO TO 2000-CONTINUE
004860     END-IF.
004870     PERFORM 2250-SPLIT-RETURN-AMT THRU 2250-EXIT.
004880     IF RV-PMTS-TO-REVERSE > LM-PMTS-MADE
004890         MOVE "MORE THAN PAYMENTS POSTED" TO RJ-REASON
004900         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
004910         GO TO 2000-CONTINUE
004920     END-IF.
004930     IF RV-UNAPPLIED-AMT > LM-UNAPPLIED-BAL
004940         MOVE "AMOUNT DOES NOT MATCH POSTING" TO RJ-REASON
004950         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
004960         GO TO 2000-CONTINUE
004970     END-IF.
004980     PERFORM 2300-POST-REVERSAL THRU 2300-EXIT.
004990 2000-CONTINUE.
005000     IF RV-SOURCE-ACH AND WS-RETURN-REVERSED
005010         PERFORM 2950-COUNT-ACH-RETURN THRU 2950-EXIT
005020     END-IF.
005030     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
005040 2000-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*    2100-LOOKUP-ACCOUNT  --  READ THE RETURN'S ACCOUNT.        *
005090******************************************************************
005100 2100-LOOKUP-ACCOUNT.
005110     MOVE "N" TO WS-FOUND-SWITCH.
005120     MOVE RT-ACCT-NBR TO LM-ACCT-NBR.
005130     READ LOAN-MASTER
005140         INVALID KEY
005150             CONTINUE
005160         NOT INVALID KEY
005170             SET WS-ACCOUNT-FOUND TO TRUE
005180     END-READ.
005190 2100-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*    2150-FIND-RECEIPT  --  LOOK FOR THE RETURNED RECEIPT ON THE *
005240*    RECEIPTS-POSTED REGISTER: THE LATEST ENTRY FOR THE ACCOUNT  *
005250*    AND THE RETURNED AMOUNT, RECEIVED ON OR BEFORE THE RETURN   *
005260*    DATE, THAT HAS NOT ALREADY BEEN RETURNED.  IF THE ONLY      *
005270*    MATCHES WERE RETURNED ALREADY, THE RETURN IS A REPEAT.  THE *
005280*    ENTRY FOUND IS LEFT IN THE RECORD AREA FOR THE REWRITE.     *
005290******************************************************************
005300 2150-FIND-RECEIPT.
005310     MOVE "N" TO RV-RCPT-SWITCH.
005320     IF NOT WS-RP-WAS-OPENED
005330         GO TO 2150-EXIT
005340     END-IF.
005350     MOVE RT-ACCT-NBR TO RP-ACCT-NBR.
005360     MOVE ZERO        TO RP-RECEIVED-DATE.
005370     MOVE ZERO        TO RP-AMT-RECEIVED.
005380     MOVE "N" TO RV-RP-EOF-SWITCH.
005390     START RECEIPTS-POSTED KEY IS NOT < RP-RECEIPT-KEY
005400         INVALID KEY
005410             GO TO 2150-EXIT
005420     END-START.
005430     PERFORM 2160-SCAN-RECEIPT THRU 2160-EXIT
005440         UNTIL RV-RP-EOF.
005450     IF NOT RV-RCPT-FOUND
005460         GO TO 2150-EXIT
005470     END-IF.
005480     MOVE RV-MATCH-KEY TO RP-RECEIPT-KEY.
005490     READ RECEIPTS-POSTED
005500         INVALID KEY
005510             MOVE "N" TO RV-RCPT-SWITCH
005520     END-READ.
005530 2150-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    2160-SCAN-RECEIPT  --  THE ACCOUNT'S NEXT REGISTER ENTRY.   *
005580*    THE SCAN ENDS AT THE NEXT ACCOUNT OR THE FIRST RECEIPT      *
005590*    AFTER THE RETURN DATE.                                      *
005600******************************************************************
005610 2160-SCAN-RECEIPT.
005620     READ RECEIPTS-POSTED NEXT RECORD
005630         AT END
005640             MOVE "Y" TO RV-RP-EOF-SWITCH
005650             GO TO 2160-EXIT
005660     END-READ.
005670     IF RP-ACCT-NBR NOT = RT-ACCT-NBR
005680             OR RP-RECEIVED-DATE > RT-RETURN-DATE
005690         MOVE "Y" TO RV-RP-EOF-SWITCH
005700         GO TO 2160-EXIT
005710     END-IF.
005720     IF RP-AMT-RECEIVED NOT = RT-AMT-RETURNED
005730         GO TO 2160-EXIT
005740     END-IF.
005750     IF RP-RETURNED-DATE = ZERO
005760         SET RV-RCPT-FOUND TO TRUE
005770         MOVE RP-RECEIPT-KEY TO RV-MATCH-KEY
005780         GO TO 2160-EXIT
005790     END-IF.
005800     IF NOT RV-RCPT-FOUND
005810         SET RV-RCPT-RETURNED TO TRUE
005820     END-IF.
005830 2160-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*    2200-COMPUTE-SCHED-PMT  --  DERIVE THE FULL SCHEDULED      *
005880*    PAYMENT THE SAME WAY LNPMTPST DERIVED IT WHEN THE RECEIPT  *
005890*    POSTED: LNVALID GATES THE LOAD, THEN LNARM OR LNCALC AND   *
005900*    LNESCRW.                                                   *
005910******************************************************************
005920 2200-COMPUTE-SCHED-PMT.
005930     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
005940     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
005950     MOVE LM-INT-RATE     TO LW-INT-RATE.
005960     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
005970     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
005980     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
005990     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
006000     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
006010     CALL "LNVALID" USING LOAN-WORK-AREA.
006020     IF NOT LW-NO-ERROR
006030         GO TO 2200-EXIT
006040     END-IF.
006050     IF LW-RATE-HIST-CTR > ZERO
006060         CALL "LNARM" USING LOAN-WORK-AREA
006070     ELSE
006080         CALL "LNCALC" USING LOAN-WORK-AREA
006090     END-IF.
006100     CALL "LNESCRW" USING LOAN-WORK-AREA.
006110 2200-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    2250-SPLIT-RETURN-AMT  --  BREAK THE RETURNED AMOUNT INTO  *
006160*    THE PAYMENTS, FEES AND HOLDING CHANGE TO UNWIND: AS THE    *
006170*    REGISTER RECORDED THEM, OR FOR A RECEIPT NOT ON IT, WHOLE  *
006180*    SCHEDULED PAYMENTS AND A REMAINDER.  WHAT COMES OUT OF THE *
006190*    UNAPPLIED-FUNDS HOLDING MUST BE THERE OR THE RETURN DOES   *
006200*    NOT MATCH WHAT WAS EVER POSTED.                            *
006210******************************************************************
006220 2250-SPLIT-RETURN-AMT.
006230     IF RV-RCPT-FOUND
006240         MOVE RP-PMTS-POSTED   TO RV-PMTS-TO-REVERSE
006250         MOVE RP-FEE-AMT       TO RV-FEE-AMT
006260         MOVE RP-UNAPPLIED-AMT TO RV-UNAPPLIED-AMT
006270         GO TO 2250-EXIT
006280     END-IF.
006290     DIVIDE RT-AMT-RETURNED BY LW-TOTAL-PMT-AMT
006300         GIVING RV-PMTS-TO-REVERSE
006310         REMAINDER RV-REMAINDER.
006320     MOVE ZERO         TO RV-FEE-AMT.
006330     MOVE RV-REMAINDER TO RV-UNAPPLIED-AMT.
006340 2250-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    2300-POST-REVERSAL  --  BACK THE RETURN OUT OF THE MASTER: *
006390*    EACH WHOLE PAYMENT COUNTS LM-PMTS-MADE BACK DOWN, DRAWS    *
006400*    THE ESCROW BACK OUT AND ROLLS THE DUE DATE BACK ONE CYCLE; *
006410*    THE FEES THE RECEIPT PAID ARE OWING AGAIN AND ITS CHANGE TO*
006420*    THE HOLDING BALANCE IS UNDONE.  A LOAN WHOSE REVERSED      *
006430*    PAYMENT WAS ITS LAST IS REOPENED.                          *
006440******************************************************************
006450 2300-POST-REVERSAL.
006460     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
006470     MOVE SPACES TO RD-FLAG.
006480     IF LM-STATUS-PAID-OFF AND RV-PMTS-TO-REVERSE > ZERO
006490         SET LM-STATUS-ACTIVE TO TRUE
006500         ADD 1 TO WS-REOPENED-CTR
006510         MOVE "REOPENED" TO RD-FLAG
006520     END-IF.
006530     MOVE ZERO TO RV-HIST-PRIN.
006540     MOVE ZERO TO RV-HIST-INT.
006550     MOVE ZERO TO RV-HIST-ESC.
006560     PERFORM 2320-REVERSE-ONE-PAYMENT THRU 2320-EXIT
006570         VARYING RV-REVERSE-CTR FROM 1 BY 1
006580         UNTIL RV-REVERSE-CTR > RV-PMTS-TO-REVERSE.
006590     SUBTRACT RV-UNAPPLIED-AMT FROM LM-UNAPPLIED-BAL.
006600     ADD RV-FEE-AMT TO LM-LATE-FEE-AMT.
006610     IF LM-FEES-COLLECTED > RV-FEE-AMT
006620         SUBTRACT RV-FEE-AMT FROM LM-FEES-COLLECTED
006630     ELSE
006640         MOVE ZERO TO LM-FEES-COLLECTED
006650     END-IF.
006660     SET LM-ACTIVITY-PENDING TO TRUE.
006670     REWRITE LOAN-MASTER-RECORD.
006680     IF WS-LM-STATUS NOT = "00"
006690         DISPLAY "LNNSFRVS - MASTER REWRITE FAILED FOR ACCOUNT "
006700             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
006710         MOVE "Y" TO WS-EOF-SWITCH
006720         GO TO 2300-EXIT
006730     END-IF.
006740     ADD 1 TO WS-REVERSED-CTR.
006750     ADD RT-AMT-RETURNED TO RV-REVERSED-AMT.
006760     SET WS-RETURN-REVERSED TO TRUE.
006770     IF RV-FEE-AMT > ZERO
006780         ADD 1 TO WS-FEE-CTR
006790         ADD RV-FEE-AMT TO RV-FEE-TOTAL-AMT
006800     END-IF.
006810     PERFORM 2350-JOURNAL-REVERSAL THRU 2350-EXIT.
006820     PERFORM 2400-REPORT-REVERSAL  THRU 2400-EXIT.
006830     PERFORM 2360-WRITE-REVERSAL-HIST THRU 2360-EXIT.
006840     PERFORM 2390-MARK-RECEIPT-RETURNED THRU 2390-EXIT.
006850 2300-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    2320-REVERSE-ONE-PAYMENT  --  UNDO ONE POSTED PAYMENT:     *
006900*    THE COUNT, THE COLLECTED ESCROW AND ONE CYCLE OF THE DUE   *
006910*    DATE.                                                      *
006920******************************************************************
006930 2320-REVERSE-ONE-PAYMENT.
006940     SUBTRACT 1 FROM LM-PMTS-MADE.
006950     PERFORM 2325-DERIVE-INT-PORTION THRU 2325-EXIT.
006960     PERFORM 2330-BACK-OUT-YTD-INT THRU 2330-EXIT.
006970     PERFORM 2335-ACCUM-HIST-SPLIT THRU 2335-EXIT.
006980     SUBTRACT LW-ESCROW-PMT-AMT FROM LM-ESCROW-BAL.
006990     PERFORM 2420-ROLL-DUE-DATE-BACK THRU 2420-EXIT.
007000 2320-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    2325-DERIVE-INT-PORTION  --  THE REVERSED PAYMENT'S         *
007050*    INTEREST PORTION.  PERFORMED AFTER THE PAYMENT COUNT MOVES  *
007060*    BACK, SO LNBALCE WALKS TO THE BALANCE AS IT STOOD GOING     *
007070*    INTO THE REVERSED PAYMENT.                                  *
007080******************************************************************
007090 2325-DERIVE-INT-PORTION.
007100     MOVE LM-PMTS-MADE TO LW-PMTS-MADE.
007110     CALL "LNBALCE" USING LOAN-WORK-AREA.
007120     IF LW-FREQ-QUARTERLY
007130         MOVE 4 TO RV-PERIODS-YR
007140     ELSE
007150         IF LW-FREQ-BIWEEKLY
007160             MOVE 26 TO RV-PERIODS-YR
007170         ELSE
007180             MOVE 12 TO RV-PERIODS-YR
007190         END-IF
007200     END-IF.
007210     COMPUTE RV-PERIOD-RATE ROUNDED =
007220         LW-INT-RATE / 100 / RV-PERIODS-YR.
007230     COMPUTE RV-INT-PORTION ROUNDED =
007240         LW-REMAINING-BAL * RV-PERIOD-RATE.
007250 2325-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    2330-BACK-OUT-YTD-INT  --  TAKE THE REVERSED PAYMENT'S     *
007300*    INTEREST PORTION BACK OUT OF THE CALENDAR-YEAR ACCUMULATOR *
007310*    WHEN THE RETURN LANDS IN THE SAME YEAR.                     *
007320******************************************************************
007330 2330-BACK-OUT-YTD-INT.
007340     MOVE RT-RETURN-DATE TO RV-RTRN-DATE-N.
007350     IF LM-INT-YTD-YEAR NOT = RV-RTRN-YEAR
007360         GO TO 2330-EXIT
007370     END-IF.
007380     SUBTRACT RV-INT-PORTION FROM LM-INT-PAID-YTD.
007390 2330-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*    2335-ACCUM-HIST-SPLIT  --  ADD THIS REVERSED PAYMENT'S SPLIT*
007440*    TO THE RETURN'S HISTORY TOTALS, THE MIRROR OF THE SPLIT     *
007450*    LNPMTPST RECORDED WHEN THE PAYMENT POSTED.                  *
007460******************************************************************
007470 2335-ACCUM-HIST-SPLIT.
007480     ADD RV-INT-PORTION TO RV-HIST-INT.
007490     IF LW-PMT-AMT > RV-INT-PORTION
007500         COMPUTE RV-HIST-PRIN =
007510             RV-HIST-PRIN + LW-PMT-AMT - RV-INT-PORTION
007520     END-IF.
007530     ADD LW-ESCROW-PMT-AMT TO RV-HIST-ESC.
007540 2335-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580*    2350-JOURNAL-REVERSAL  --  JOURNAL THE POSTED REWRITE      *
007590*    THROUGH LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF *
007600*    2300-POST-REVERSAL, BEFORE ANYTHING TOUCHED THE RECORD.    *
007610******************************************************************
007620 2350-JOURNAL-REVERSAL.
007630     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
007640     MOVE "LNNSFRVS"         TO AP-PROGRAM-ID.
007650     SET  AP-ACTION-REWRITE  TO TRUE.
007660     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
007670     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
007680 2350-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720*    2360-WRITE-REVERSAL-HIST  --  WRITE THE RETURN'S HISTORY    *
007730*    ENTRY THROUGH LNTRNHST AFTER THE REWRITE IS JOURNALED.      *
007740*    THE FEES PUT BACK OWING ARE THE FEE PORTION, AND WHAT WAS   *
007750*    TAKEN BACK OUT OF THE HOLDING IS A NEGATIVE UNAPPLIED       *
007760*    PORTION.  THE PRINCIPAL BALANCE IS WALKED BY LNBALCE AT     *
007770*    THE REDUCED PAYMENT COUNT.                                  *
007780******************************************************************
007790 2360-WRITE-REVERSAL-HIST.
007800     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
007810     MOVE RT-RETURN-DATE   TO TP-EFF-DATE.
007820     MOVE "LNNSFRVS"       TO TP-PROGRAM-ID.
007830     SET  TP-TYPE-REVERSAL TO TRUE.
007840     MOVE RT-AMT-RETURNED  TO TP-TRAN-AMT.
007850     MOVE RV-HIST-PRIN     TO TP-PRIN-AMT.
007860     MOVE RV-HIST-INT      TO TP-INT-AMT.
007870     MOVE RV-HIST-ESC      TO TP-ESCROW-AMT.
007880     MOVE RV-FEE-AMT       TO TP-FEE-AMT.
007890     COMPUTE TP-UNAPPLIED-AMT = ZERO - RV-UNAPPLIED-AMT.
007900     MOVE LM-PMTS-MADE     TO LW-PMTS-MADE.
007910     CALL "LNBALCE" USING LOAN-WORK-AREA.
007920     MOVE LW-REMAINING-BAL TO TP-PRIN-BAL.
007930     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
007940     MOVE RT-BANK-REASON   TO RV-HD-REASON.
007950     MOVE RV-HIST-DESC     TO TP-DESCRIPTION.
007960     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
007970 2360-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010*    2390-MARK-RECEIPT-RETURNED  --  STAMP THE RETURN DATE ON THE*
008020*    RECEIPT'S REGISTER ENTRY SO IT IS NEVER UNWOUND TWICE.      *
008030******************************************************************
008040 2390-MARK-RECEIPT-RETURNED.
008050     IF NOT RV-RCPT-FOUND
008060         GO TO 2390-EXIT
008070     END-IF.
008080     MOVE RT-RETURN-DATE TO RP-RETURNED-DATE.
008090     REWRITE RECEIPT-POSTED-RECORD.
008100     IF WS-RP-STATUS NOT = "00"
008110         DISPLAY "LNNSFRVS - RCPTPOST REWRITE FAILED, ACCOUNT "
008120             RP-ACCT-NBR ", STATUS = " WS-RP-STATUS
008130     END-IF.
008140 2390-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180*    2400-REPORT-REVERSAL  --  ONE REGISTER LINE PER REVERSED   *
008190*    RETURN.                                                    *
008200******************************************************************
008210 2400-REPORT-REVERSAL.
008220     MOVE RT-ACCT-NBR        TO RD-ACCT-NBR.
008230     MOVE RT-AMT-RETURNED    TO RD-AMT-RETURNED.
008240     MOVE RV-PMTS-TO-REVERSE TO RD-PMTS-REVERSED.
008250     MOVE LM-DUE-DATE        TO RD-NEW-DUE-DATE.
008260     WRITE RVS-RECORD FROM RVS-DTL-LINE.
008270 2400-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    2420-ROLL-DUE-DATE-BACK  --  PULL LM-DUE-DATE BACK ONE     *
008320*    PAYMENT CYCLE, THE MIRROR OF THE LNPMTPST FORWARD ROLL.    *
008330******************************************************************
008340 2420-ROLL-DUE-DATE-BACK.
008350     IF LM-DUE-DATE = ZERO
008360         GO TO 2420-EXIT
008370     END-IF.
008380     MOVE LM-DUE-DATE TO RV-WORK-DATE-N.
008390     IF LW-FREQ-QUARTERLY
008400         PERFORM 2450-BACK-ONE-MONTH THRU 2450-EXIT 3 TIMES
008410     ELSE
008420         IF LW-FREQ-BIWEEKLY
008430             PERFORM 2460-BACK-FOURTEEN-DAYS THRU 2460-EXIT
008440         ELSE
008450             PERFORM 2450-BACK-ONE-MONTH THRU 2450-EXIT
008460         END-IF
008470     END-IF.
008480     MOVE RV-WORK-DATE-N TO LM-DUE-DATE.
008490 2420-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530*    2450-BACK-ONE-MONTH  --  STEP RV-WORK-DATE BACK ONE MONTH, *
008540*    BORROWING THE YEAR AND CLAMPING THE DAY TO THE END OF THE  *
008550*    NEW MONTH.                                                 *
008560******************************************************************
008570 2450-BACK-ONE-MONTH.
008580     IF RV-WD-MONTH = 1
008590         MOVE 12 TO RV-WD-MONTH
008600         SUBTRACT 1 FROM RV-WD-YEAR
008610     ELSE
008620         SUBTRACT 1 FROM RV-WD-MONTH
008630     END-IF.
008640     PERFORM 2470-CLAMP-MONTH-END THRU 2470-EXIT.
008650 2450-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690*    2460-BACK-FOURTEEN-DAYS  --  STEP RV-WORK-DATE BACK ONE    *
008700*    BI-WEEKLY CYCLE.  FOURTEEN DAYS CROSSES AT MOST ONE MONTH  *
008710*    BOUNDARY, SO A SINGLE BORROW IS ENOUGH.                    *
008720******************************************************************
008730 2460-BACK-FOURTEEN-DAYS.
008740     COMPUTE RV-ROLL-DAY = RV-WD-DAY - 14.
008750     IF RV-ROLL-DAY < 1
008760         IF RV-WD-MONTH = 1
008770             MOVE 12 TO RV-WD-MONTH
008780             SUBTRACT 1 FROM RV-WD-YEAR
008790         ELSE
008800             SUBTRACT 1 FROM RV-WD-MONTH
008810         END-IF
008820         PERFORM 2465-GET-MONTH-END THRU 2465-EXIT
008830         ADD RV-MONTH-END-DAY TO RV-ROLL-DAY
008840     END-IF.
008850     MOVE RV-ROLL-DAY TO RV-WD-DAY.
008860 2460-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900*    2465-GET-MONTH-END  --  LAST DAY OF RV-WD-MONTH, ALLOWING  *
008910*    FEBRUARY 29 IN A LEAP YEAR.                                *
008920******************************************************************
008930 2465-GET-MONTH-END.
008940     MOVE RV-DAYS-IN-MONTH (RV-WD-MONTH) TO RV-MONTH-END-DAY.
008950     IF RV-WD-MONTH = 2
008960         PERFORM 2480-CHECK-LEAP-YEAR THRU 2480-EXIT
008970         IF RV-LEAP-YEAR
008980             MOVE 29 TO RV-MONTH-END-DAY
008990         END-IF
009000     END-IF.
009010 2465-EXIT.
009020     EXIT.
009030
009040******************************************************************
009050*    2470-CLAMP-MONTH-END  --  PULL THE DAY BACK TO THE LAST    *
009060*    DAY OF RV-WD-MONTH WHEN IT OVERSHOOTS, ALLOWING FEBRUARY   *
009070*    29 IN A LEAP YEAR.                                         *
009080******************************************************************
009090 2470-CLAMP-MONTH-END.
009100     PERFORM 2465-GET-MONTH-END THRU 2465-EXIT.
009110     IF RV-WD-DAY > RV-MONTH-END-DAY
009120         MOVE RV-MONTH-END-DAY TO RV-WD-DAY
009130     END-IF.
009140 2470-EXIT.
009150     EXIT.
009160
009170 2480-CHECK-LEAP-YEAR.
009180     MOVE "N" TO RV-LEAP-SWITCH.
009190     DIVIDE RV-WD-YEAR BY 400 GIVING RV-LEAP-QUOTIENT
009200         REMAINDER RV-LEAP-REMAINDER.
009210     IF RV-LEAP-REMAINDER = ZERO
009220         SET RV-LEAP-YEAR TO TRUE
009230         GO TO 2480-EXIT
009240     END-IF.
009250     DIVIDE RV-WD-YEAR BY 100 GIVING RV-LEAP-QUOTIENT
009260         REMAINDER RV-LEAP-REMAINDER.
009270     IF RV-LEAP-REMAINDER = ZERO
009280         GO TO 2480-EXIT
009290     END-IF.
009300     DIVIDE RV-WD-YEAR BY 4 GIVING RV-LEAP-QUOTIENT
009310         REMAINDER RV-LEAP-REMAINDER.
009320     IF RV-LEAP-REMAINDER = ZERO
009330         SET RV-LEAP-YEAR TO TRUE
009340     END-IF.
009350 2480-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE     *
009400*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH  *
009410*    DOES.                                                      *
009420******************************************************************
009430 2500-LOAD-RATE-HIST.
009440     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
009450     IF LW-RATE-HIST-CTR > ZERO
009460         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
009470             VARYING LM-RH-NDX FROM 1 BY 1
009480             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
009490     END-IF.
009500 2500-EXIT.
009510     EXIT.
009520
009530 2550-COPY-ONE-RATE-ENTRY.
009540     SET LW-RH-NDX TO LM-RH-NDX.
009550     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
009560         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
009570     MOVE LM-RH-RATE (LM-RH-NDX)
009580         TO LW-RH-RATE (LW-RH-NDX).
009590 2550-EXIT.
009600     EXIT.
009610
009620******************************************************************
009630*    2700-REJECT-RETURN  --  WRITE THE RETURN TO THE REJECTS    *
009640*    FILE WITH THE REASON ALREADY SET BY THE CALLER.            *
009650******************************************************************
009660 2700-REJECT-RETURN.
009670     MOVE RT-ACCT-NBR     TO RJ-ACCT-NBR.
009680     MOVE RT-AMT-RETURNED TO RJ-AMT-RETURNED.
009690     MOVE RT-RETURN-DATE  TO RJ-RETURN-DATE.
009700     MOVE RT-BANK-REASON  TO RJ-BANK-REASON.
009710     WRITE REJECT-RECORD FROM REJECT-LINE.
009720     ADD 1 TO WS-REJECT-CTR.
009730     ADD RT-AMT-RETURNED TO RV-REJECT-AMT.
009740 2700-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780*    2800-CHECK-RECOVERY  --  THE ACCOUNT IS CHARGED OFF, SO THE *
009790*    RETURNED RECEIPT WAS POSTED BY LNPMTPST AS A RECOVERY.  IT  *
009800*    IS BACKED OUT OF LM-RECOVERY-AMT, OR REJECTED IF IT IS      *
009810*    MORE THAN THE RECOVERIES EVER POSTED TO THE ACCOUNT.        *
009820******************************************************************
009830 2800-CHECK-RECOVERY.
009840     IF RT-AMT-RETURNED > LM-RECOVERY-AMT
009850         MOVE "EXCEEDS RECOVERIES POSTED" TO RJ-REASON
009860         PERFORM 2700-REJECT-RETURN THRU 2700-EXIT
009870         GO TO 2800-EXIT
009880     END-IF.
009890     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
009900     SUBTRACT RT-AMT-RETURNED FROM LM-RECOVERY-AMT.
009910     REWRITE LOAN-MASTER-RECORD.
009920     IF WS-LM-STATUS NOT = "00"
009930         DISPLAY "LNNSFRVS - MASTER REWRITE FAILED FOR ACCOUNT "
009940             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
009950         MOVE "Y" TO WS-EOF-SWITCH
009960         GO TO 2800-EXIT
009970     END-IF.
009980     ADD 1 TO WS-REVERSED-CTR.
009990     ADD RT-AMT-RETURNED TO RV-REVERSED-AMT.
010000     SET WS-RETURN-REVERSED TO TRUE.
010010     PERFORM 2350-JOURNAL-REVERSAL THRU 2350-EXIT.
010020     MOVE ZERO       TO RV-PMTS-TO-REVERSE.
010030     MOVE "RECOVERY" TO RD-FLAG.
010040     PERFORM 2400-REPORT-REVERSAL  THRU 2400-EXIT.
010050     PERFORM 2850-WRITE-RECOVERY-HIST THRU 2850-EXIT.
010060     PERFORM 2390-MARK-RECEIPT-RETURNED THRU 2390-EXIT.
010070 2800-EXIT.
010080     EXIT.
010090
010100******************************************************************
010110*    2850-WRITE-RECOVERY-HIST  --  THE RETURNED RECOVERY'S       *
010120*    HISTORY ENTRY: THE WHOLE AMOUNT IS PRINCIPAL, AND THE       *
010130*    BALANCE LEFT IS THE AMOUNT CHARGED OFF LESS WHAT REMAINS    *
010140*    RECOVERED.                                                  *
010150******************************************************************
010160 2850-WRITE-RECOVERY-HIST.
010170     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
010180     MOVE RT-RETURN-DATE   TO TP-EFF-DATE.
010190     MOVE "LNNSFRVS"       TO TP-PROGRAM-ID.
010200     SET  TP-TYPE-REVERSAL TO TRUE.
010210     MOVE RT-AMT-RETURNED  TO TP-TRAN-AMT.
010220     MOVE RT-AMT-RETURNED  TO TP-PRIN-AMT.
010230     MOVE ZERO             TO TP-INT-AMT.
010240     MOVE ZERO             TO TP-ESCROW-AMT.
010250     MOVE ZERO             TO TP-FEE-AMT.
010260     MOVE ZERO             TO TP-UNAPPLIED-AMT.
010270     MOVE ZERO             TO TP-PRIN-BAL.
010280     IF LM-CHGOFF-AMT > LM-RECOVERY-AMT
010290         COMPUTE TP-PRIN-BAL = LM-CHGOFF-AMT - LM-RECOVERY-AMT
010300     END-IF.
010310     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
010320     MOVE RT-BANK-REASON   TO RV-HD-REASON.
010330     MOVE RV-HIST-DESC     TO TP-DESCRIPTION.
010340     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
010350 2850-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390*    2900-READ-RETURN  --  THE NEXT RETURN: THE RETURNED CHECKS  *
010400*    TO THEIR END, THEN THE RETURNED ACH DRAFTS, EACH MOVED      *
010410*    INTO THE RETURNED-ITEM RECORD AREA.  A FAILED MASTER        *
010420*    REWRITE HAS ALREADY ENDED THE RUN, SO NOTHING MORE IS       *
010430*    READ.                                                       *
010440******************************************************************
010450 2900-READ-RETURN.
010460     IF WS-EOF-REACHED
010470         GO TO 2900-EXIT
010480     END-IF.
010490     IF RV-SOURCE-ACH
010500         GO TO 2900-READ-ACH-RETURN
010510     END-IF.
010520     READ RETURNED-ITEMS
010530         AT END
010540             MOVE "Y" TO WS-EOF-SWITCH
010550     END-READ.
010560     IF NOT WS-EOF-REACHED OR NOT WS-AR-WAS-OPENED
010570         GO TO 2900-EXIT
010580     END-IF.
010590     SET RV-SOURCE-ACH TO TRUE.
010600     MOVE "N" TO WS-EOF-SWITCH.
010610 2900-READ-ACH-RETURN.
010620     READ ACH-RETURNS
010630         AT END
010640             MOVE "Y" TO WS-EOF-SWITCH
010650             GO TO 2900-EXIT
010660     END-READ.
010670     MOVE AR-ACCT-NBR     TO RT-ACCT-NBR.
010680     MOVE AR-AMT-RETURNED TO RT-AMT-RETURNED.
010690     MOVE AR-RETURN-DATE  TO RT-RETURN-DATE.
010700     MOVE AR-RETURN-CODE  TO RV-AR-CODE.
010710     MOVE RV-ACH-REASON   TO RT-BANK-REASON.
010720 2900-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760*    2950-COUNT-ACH-RETURN  --  COUNT A RETURNED DRAFT THAT WAS  *
010770*    ACTUALLY BACKED OUT, AS A REVERSAL OR A RETURNED RECOVERY,  *
010780*    AGAINST ITS ENROLLMENT.  A REJECTED DRAFT NEVER COMES       *
010790*    HERE.  THE DRAFTED DUE DATE IS CLEARED SO LNACHORG          *
010800*    RE-PRESENTS IT, AND THE THIRD RETURN IN A ROW SUSPENDS AN   *
010810*    ACTIVE ENROLLMENT.                                          *
010820******************************************************************
010830 2950-COUNT-ACH-RETURN.
010840     ADD 1 TO WS-ACH-RTRN-CTR.
010850     ADD RT-AMT-RETURNED TO RV-ACH-RTRN-AMT.
010860     IF NOT WS-AE-WAS-OPENED
010870         GO TO 2950-EXIT
010880     END-IF.
010890     MOVE RT-ACCT-NBR TO AE-ACCT-NBR.
010900     READ ACH-ENROLLMENT
010910         INVALID KEY
010920             GO TO 2950-EXIT
010930     END-READ.
010940     IF AE-CONSEC-RETURNS < 9
010950         ADD 1 TO AE-CONSEC-RETURNS
010960     END-IF.
010970     MOVE ZERO TO AE-LAST-DRAFT-DUE.
010980     IF AE-CONSEC-RETURNS NOT < 3 AND AE-STATUS-ACTIVE
010990         SET AE-STATUS-SUSPENDED TO TRUE
011000         MOVE WS-RUN-DATE    TO AE-STATUS-DATE
011010         ADD 1 TO WS-SUSPENDED-CTR
011020         MOVE AE-ACCT-NBR    TO RS-ACCT-NBR
011030         MOVE AR-RETURN-CODE TO RS-RETURN-CODE
011040         WRITE RVS-RECORD FROM RVS-SUSP-LINE
011050     END-IF.
011060     REWRITE ACH-ENROLLMENT-RECORD.
011070     IF WS-AE-STATUS NOT = "00"
011080         DISPLAY "LNNSFRVS - ENROLLMENT REWRITE FAILED, ACCOUNT "
011090             AE-ACCT-NBR ", STATUS = " WS-AE-STATUS
011100     END-IF.
011110 2950-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*    9000-TERMINATE  --  REVERSAL TOTALS, THEN CLOSE.  NOTHING  *
011160*    IS WRITTEN IF THE RUN NEVER GOT FAR ENOUGH TO OPEN THE     *
011170*    OUTPUT FILES.                                              *
011180******************************************************************
011190 9000-TERMINATE.
011200     IF NOT WS-RPT-WAS-OPENED
011210         GO TO 9000-DISPLAY
011220     END-IF.
011230     MOVE "RETURNS READ. . . . . . . :" TO RC-LABEL.
011240     MOVE WS-READ-CTR     TO RC-COUNT.
011250     COMPUTE RC-AMOUNT = RV-REVERSED-AMT + RV-REJECT-AMT.
011260     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011270     MOVE "RETURNS REVERSED. . . . . :" TO RC-LABEL.
011280     MOVE WS-REVERSED-CTR TO RC-COUNT.
011290     MOVE RV-REVERSED-AMT TO RC-AMOUNT.
011300     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011310     MOVE "RETURNS REJECTED. . . . . :" TO RC-LABEL.
011320     MOVE WS-REJECT-CTR   TO RC-COUNT.
011330     MOVE RV-REJECT-AMT   TO RC-AMOUNT.
011340     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011350     MOVE "ACCOUNTS REOPENED . . . . :" TO RC-LABEL.
011360     MOVE WS-REOPENED-CTR TO RC-COUNT.
011370     MOVE ZERO            TO RC-AMOUNT.
011380     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011390     MOVE "ACH RETURNS REVERSED. . . :" TO RC-LABEL.
011400     MOVE WS-ACH-RTRN-CTR TO RC-COUNT.
011410     MOVE RV-ACH-RTRN-AMT TO RC-AMOUNT.
011420     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011430     MOVE "ACH ENROLLMENTS SUSPENDED :" TO RC-LABEL.
011440     MOVE WS-SUSPENDED-CTR TO RC-COUNT.
011450     MOVE ZERO            TO RC-AMOUNT.
011460     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011470     MOVE "LATE FEES OWING AGAIN . . :" TO RC-LABEL.
011480     MOVE WS-FEE-CTR      TO RC-COUNT.
011490     MOVE RV-FEE-TOTAL-AMT TO RC-AMOUNT.
011500     WRITE RVS-RECORD FROM RVS-CTR-LINE.
011510     CLOSE RETURNED-ITEMS.
011520     IF WS-AR-WAS-OPENED
011530         CLOSE ACH-RETURNS
011540     END-IF.
011550     IF WS-AE-WAS-OPENED
011560         CLOSE ACH-ENROLLMENT
011570     END-IF.
011580     IF WS-RP-WAS-OPENED
011590         CLOSE RECEIPTS-POSTED
011600     END-IF.
011610     CLOSE LOAN-MASTER.
011620     CLOSE RVS-REJECTS.
011630     CLOSE RVS-RPT.
011640 9000-DISPLAY.
011650     DISPLAY "LNNSFRVS - READ: " WS-READ-CTR
011660         " REVERSED: " WS-REVERSED-CTR
011670         " REJECTED: " WS-REJECT-CTR
011680         " REOPENED: " WS-REOPENED-CTR
011690         " ACH: " WS-ACH-RTRN-CTR
011700         " SUSPENDED: " WS-SUSPENDED-CTR.
011710 9000-EXIT.
011720     EXIT.
