000390*     FUNDS APPLIED FROM HOLDING AND THE REFUNDS DUE, SO THE
000400*     CLERK ONLY TOUCHES TRUE EXCEPTIONS.
000410*
000420*     THE LOCKBOX FILE COMES IN BATCHES, EACH A HEADER (BATCH
000430*     NUMBER AND THE BANK'S DEPOSIT DATE), ITS RECEIPTS, AND A
000440*     TRAILER CARRYING THE BANK'S ITEM COUNT AND DOLLAR TOTAL.
000450*     THE WHOLE FILE IS FOOTED BEFORE ANYTHING POSTS: A BATCH
000460*     WHOSE DETAIL DOES NOT FOOT TO ITS TRAILER, OR A FILE THAT IS
000470*     NOT MADE UP OF WHOLE BATCHES, STOPS THE RUN BEFORE IT
000480*     STARTS.  A BATCH ALREADY ON THE BATCH HISTORY (LBBATCH) HAS
000490*     BEEN SENT AGAIN AND IS REJECTED AS A WHOLE.  EVERY RECEIPT
000500*     APPLIED TO THE MASTER IS RECORDED ON RCPTPOST, AND A RECEIPT
000510*     MATCHING ONE ALREADY THERE ON ACCOUNT, AMOUNT AND RECEIVED
000520*     DATE GOES TO THE REJECTS FILE AS A SUSPECTED DUPLICATE.
000530*
000540*     A RECEIPT, WITH ANY FUNDS ALREADY HELD, IS APPLIED IN A
000550*     FIXED ORDER: FIRST THE PAST-DUE PAYMENTS (ANY WHOSE DUE DATE
000560*     IS BEFORE THE RECEIVED DATE), THEN THE LATE FEES OWING
000570*     (LM-LATE-FEE-AMT), THEN THE CURRENT PAYMENT AND AS MANY
000580*     BEYOND IT AS THE FUNDS COVER, AND LAST THE UNAPPLIED-FUNDS
000590*     HOLDING.  NO FEE IS TAKEN WHILE A PAST-DUE PAYMENT IS STILL
000600*     UNPAID.  HOW EACH RECEIPT WAS APPLIED IS KEPT ON RCPTPOST SO
000610*     LNNSFRVS CAN UNWIND A RETURNED ONE THE SAME WAY.  BEFORE ANY
000620*     RECEIPT POSTS, THE SUPERVISORS' FEE WAIVERS (FEEWAIVE) ARE
000630*     TAKEN OFF THE FEES OWING, SO NO RECEIPT IS SPENT ON A FEE
000640*     BEING FORGIVEN.  FEES COLLECTED AND FEES WAIVED EACH HAVE A
000650*     LINE OF THEIR OWN ON THE POSTING SUMMARY.
000660*
000670*     A DUE DATE THAT FALLS ON A WEEKEND OR BANK HOLIDAY IS
000680*     HONORED THROUGH THE NEXT BUSINESS DAY, AS THE LNBUSDAY DATE
000690*     SERVICE FINDS IT ON THE HOLIDAY CALENDAR: A PAYMENT
000700*     RECEIVED BY THEN IS NOT PAST DUE, AND DOES NOT HOLD BACK
000710*     THE FEES.  THE STORED DUE DATE STILL ROLLS BY THE CALENDAR,
000720*     SO A LOAN DUE ON THE 15TH STAYS DUE ON THE 15TH.
000730*
000740*     THE SCHEDULED PAYMENT A RECEIPT IS CHECKED AGAINST IS
000750*     DERIVED THE SAME WAY LNBATCH DERIVES IT -- THE WORK AREA
000760*     IS LOADED FROM THE MASTER AND RUN THROUGH LNARM (WHEN THE
000770*     ACCOUNT CARRIES RATE HISTORY) OR LNCALC -- SO POSTING IS
000780*     NEVER HELD TO A DIFFERENT PAYMENT FIGURE THAN THE NIGHTLY
000790*     BATCH USES.
000800*
000810*  MODIFICATION HISTORY.
000820*     08/22/2026  DPL  ORIGINAL PROGRAM.
000830*     08/22/2026  DPL  EVERY POSTED REWRITE IS NOW JOURNALED
000840*                      THROUGH LNAUDIT WITH THE RECORD'S BEFORE
000850*                      AND AFTER IMAGES FOR THE AUDITORS.
000860*     08/22/2026  DPL  THE DUE-DATE ROLL NOW FOLLOWS LM-PMT-FREQ:
000870*                      ONE MONTH FOR A MONTHLY LOAN, THREE FOR A
000880*                      QUARTERLY ONE, FOURTEEN DAYS FOR A
000890*                      BI-WEEKLY ONE.
000900*     08/23/2026  DPL  AN ESCROWED ACCOUNT'S RECEIPT IS NOW HELD
000910*                      TO THE FULL PAYMENT FROM LNESCRW -- P AND
000920*                      I PLUS THE PER-PAYMENT ESCROW -- AND THE
000930*                      COLLECTED ESCROW IS ADDED TO THE MASTER'S
000940*                      ESCROW BALANCE AS THE PAYMENT POSTS.
000950*     08/23/2026  DPL  THE LOADED WORK AREA IS NOW EDITED
000960*                      THROUGH LNVALID BEFORE LNCALC/LNARM SEES
000970*                      IT, THE SAME GATE THE NIGHTLY RUN
000980*                      APPLIES.  A RECEIPT FOR AN ACCOUNT THE
000990*                      NIGHTLY RUN WOULD SUSPEND IS REJECTED
001000*                      WITH A REASON INSTEAD OF BEING POSTED
001010*                      AGAINST A GARBAGE SCHEDULED PAYMENT.
001020*     09/03/2026  DPL  A SHORT RECEIPT IS NO LONGER BOUNCED TO
001030*                      THE REJECTS FILE -- IT ACCUMULATES IN THE
001040*                      NEW LM-UNAPPLIED-BAL HOLDING BALANCE, AND
001050*                      A FULL PAYMENT POSTS AUTOMATICALLY AS
001060*                      SOON AS THE HELD FUNDS COVER THE FULL
001070*                      SCHEDULED PAYMENT.  OVERPAYMENT EXCESS IS
001080*                      HELD THE SAME WAY; FUNDS STILL HELD AT
001090*                      PAYOFF ARE REPORTED AS A REFUND DUE.  THE
001100*                      POSTING SUMMARY NOW SHOWS FUNDS HELD,
001110*                      APPLIED FROM HOLDING AND REFUNDED.
001120*     09/03/2026  DPL  EACH POSTED PAYMENT'S INTEREST PORTION
001130*                      (THE BALANCE BEFORE THE PAYMENT, FROM
001140*                      LNBALCE, TIMES THE PERIOD RATE) NOW
001150*                      ACCUMULATES INTO THE CALENDAR-YEAR
001160*                      FIELDS LM-INT-YTD-YEAR/LM-INT-PAID-YTD
001170*                      FOR THE LNINTSTM YEAR-END BORROWER
001180*                      INTEREST STATEMENTS.
001190*     09/03/2026  DPL  EVERY POSTED OR HELD RECEIPT NOW RAISES
001200*                      LM-ACTIVITY-FLAG SO THE CHANGED-ONLY
001210*                      NIGHTLY RUN PICKS THE ACCOUNT UP.
001220*     09/03/2026  DPL  THE LEG NOW CHECKS IN WITH THE LNCYCLE
001230*                      RUN-CONTROL SEQUENCER AT STARTUP (AND
001240*                      REFUSES TO START OUT OF ORDER) AND
001250*                      STAMPS ITS CLEAN COMPLETION, SO THE
001260*                      NIGHTLY ORDERING LIVES ON CYCLSTAT
001270*                      INSTEAD OF IN THE OPERATOR'S HEAD.
001280*     09/03/2026  DPL  THE COMPLETION STAMP IS NOW KEYED OFF A
001290*                      RUN-ABORTED SWITCH RAISED BY THE REWRITE-
001300*                      FAILURE PATHS, NOT OFF WS-LM-STATUS --
001310*                      THE CLOSE AT TERMINATION RESET THAT
001320*                      STATUS TO "00", SO AN ABORTED RUN COULD
001330*                      STAMP THE LEG COMPLETE AND CLEAR LNBATCH
001340*                      TO RUN OVER A HALF-POSTED LOCKBOX FILE.
001350*     10/15/2026  DPL  EVERY POSTED OR HELD RECEIPT NOW WRITES A
001360*                      TRANSACTION HISTORY ENTRY THROUGH
001370*                      LNTRNHST WITH ITS PRINCIPAL, INTEREST,
001380*                      ESCROW AND UNAPPLIED SPLIT AND THE
001390*                      BALANCES LEFT, PLUS A SEPARATE REFUND
001400*                      ENTRY WHEN HELD FUNDS ARE REFUNDED AT
001410*                      PAYOFF.
001420*     10/15/2026  DPL  A RECEIPT FOR A CHARGED-OFF ACCOUNT IS
001430*                      NOW POSTED AS A RECOVERY: IT ADDS TO
001440*                      LM-RECOVERY-AMT INSTEAD OF COUNTING A
001450*                      SCHEDULED PAYMENT OR ROLLING THE DUE
001460*                      DATE, IS JOURNALED AND WRITES AN RY
001470*                      HISTORY ENTRY, AND SHOWS ON ITS OWN LINE
001480*                      OF THE POSTING SUMMARY.
001490*     10/15/2026  DPL  THE BANK'S SETTLED ACH AUTO-DEBIT DRAFTS
001500*                      (ACHSETL, WRITTEN FOR THE DRAFTS LNACHORG
001510*                      ORIGINATED) NOW POST AFTER THE LOCKBOX
001520*                      THROUGH THE SAME PARAGRAPHS AS A RECEIPT.
001530*                      EACH SETTLEMENT IS STAMPED ON ITS
001540*                      ACHENRL ENROLLMENT, AND THE POSTING
001550*                      SUMMARY SHOWS THE DRAFTS SETTLED ON
001560*                      THEIR OWN LINE.
001570*     10/15/2026  DPL  THE LOCKBOX FILE NOW COMES IN BATCHES
001580*                      WITH A HEADER AND A TRAILER CARRYING THE
001590*                      BANK'S DEPOSIT DATE, ITEM COUNT AND
001600*                      DOLLAR TOTAL.  THE WHOLE FILE IS FOOTED
001610*                      BEFORE ANYTHING POSTS AND AN
001620*                      OUT-OF-BALANCE FILE IS REFUSED.  A BATCH
001630*                      ALREADY ON THE NEW LBBATCH HISTORY IS
001640*                      REJECTED AS A WHOLE, AND A RECEIPT
001650*                      ALREADY ON THE NEW RCPTPOST REGISTER
001660*                      (SAME ACCOUNT, AMOUNT AND RECEIVED DATE)
001670*                      IS REJECTED AS A SUSPECTED DUPLICATE.
001680*     10/15/2026  DPL  RECEIPTS NOW PAY PAST-DUE PAYMENTS, THEN
001690*                      LATE FEES OWING, THEN THE CURRENT
001700*                      PAYMENT, THEN UNAPPLIED; THE SPLIT IS
001710*                      KEPT ON RCPTPOST.  SUPERVISOR FEE WAIVERS
001720*                      (FEEWAIVE) POSTED BEFORE THE RECEIPTS.
001730*                      FEES COLLECTED AND WAIVED ON THE SUMMARY.
001740*     10/15/2026  DPL  A DUE DATE ON A WEEKEND OR BANK HOLIDAY
001750*                      IS NOW HONORED THROUGH THE NEXT BUSINESS
001760*                      DAY (LNBUSDAY) WHEN JUDGING WHICH
001770*                      PAYMENTS ARE PAST DUE.
001780*     10/15/2026  DPL  A FEE WAIVER IS NOW HONORED ONLY WHEN ITS
001790*                      SUPERVISOR IS ON THE OPERAUTH OPERATOR
001800*                      AUTHORITY FILE WITH APPROVAL AUTHORITY;
001810*                      ANY OTHER IS REJECTED AS NOT AN APPROVER.
001820*                      THE WAIVER'S JOURNAL ENTRY NOW CARRIES
001830*                      THE SUPERVISOR AS ITS APPROVER.
001840*     10/15/2026  DPL  OPERAUTH LAYOUT NOW COPIED FROM
001850*                      OPERAUTH.COB.  A FAILED RCPTPOST OR
001860*                      LBBATCH WRITE NOW ABORTS THE RUN INSTEAD
001870*                      OF POSTING ON, AND A CONTROL FILE THAT
001880*                      WILL NOT OPEN CLOSES THE FILES ALREADY
001890*                      OPEN AND ABORTS THE RUN.
001900*
001910 IDENTIFICATION DIVISION.
001920 PROGRAM-ID.  LNPMTPST.
001930 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
001940 INSTALLATION. HOME OFFICE.
001950 DATE-WRITTEN. 08/22/2026.
001960 DATE-COMPILED.
001970
001980 ENVIRONMENT DIVISION.
001990 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.  IBM-370.
002010 OBJECT-COMPUTER.  IBM-370.
002020
002030 INPUT-OUTPUT SECTION.
002040 FILE-CONTROL.
002050     SELECT LOCKBOX-RCPTS
002060         ASSIGN TO "LOCKBOX"
002070         ORGANIZATION IS LINE SEQUENTIAL
002080         FILE STATUS IS WS-LB-STATUS.
002090
002100     SELECT LOCKBOX-BATCHES
002110         ASSIGN TO "LBBATCH"
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS DYNAMIC
002140         RECORD KEY IS BH-BATCH-KEY
002150         FILE STATUS IS WS-BH-STATUS.
002160
002170     SELECT RECEIPTS-POSTED
002180         ASSIGN TO "RCPTPOST"
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS RP-RECEIPT-KEY
002220         FILE STATUS IS WS-RP-STATUS.
002230
002240     SELECT ACH-SETTLED
002250         ASSIGN TO "ACHSETL"
002260         ORGANIZATION IS LINE SEQUENTIAL
002270         FILE STATUS IS WS-AS-STATUS.
002280
002290     SELECT ACH-ENROLLMENT
002300         ASSIGN TO "ACHENRL"
002310         ORGANIZATION IS INDEXED
002320         ACCESS MODE IS DYNAMIC
002330         RECORD KEY IS AE-ACCT-NBR
002340         FILE STATUS IS WS-AE-STATUS.
002350
002360     SELECT FEE-WAIVERS
002370         ASSIGN TO "FEEWAIVE"
002380         ORGANIZATION IS LINE SEQUENTIAL
002390         FILE STATUS IS WS-FW-STATUS.
002400
002410     SELECT OPERATOR-AUTH
002420         ASSIGN TO "OPERAUTH"
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS WS-OA-STATUS.
002450
002460     SELECT LOAN-MASTER
002470         ASSIGN TO "LOANMAST"
002480         ORGANIZATION IS INDEXED
002490         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS LM-ACCT-NBR
002510         FILE STATUS IS WS-LM-STATUS.
002520
002530     SELECT PMT-REJECTS
002540         ASSIGN TO "PMTRJCTS"
002550         ORGANIZATION IS LINE SEQUENTIAL.
002560
002570     SELECT POST-RPT
002580         ASSIGN TO "PMTPSTRP"
002590         ORGANIZATION IS LINE SEQUENTIAL.
002600
002610 DATA DIVISION.
002620 FILE SECTION.
002630 FD  LOCKBOX-RCPTS
002640     LABEL RECORD IS OMITTED.
002650 01  LOCKBOX-RECORD.
002660     03  LB-REC-TYPE             PIC  X(01).
002670         88  LB-BATCH-HEADER             VALUE "H".
002680         88  LB-RECEIPT-DETAIL           VALUE "D".
002690         88  LB-BATCH-TRAILER            VALUE "T".
002700     03  FILLER                  PIC  X(02).
002710     03  LB-ACCT-NBR             PIC  9(07).
002720     03  FILLER                  PIC  X(02).
002730     03  LB-AMT-RECEIVED         PIC  9(08)V9(02).
002740     03  FILLER                  PIC  X(02).
002750     03  LB-RECEIVED-DATE        PIC  9(08).
002760 01  LOCKBOX-HEADER-RECORD.
002770     03  FILLER                  PIC  X(01).
002780     03  FILLER                  PIC  X(02).
002790     03  LH-BATCH-NBR            PIC  9(06).
002800     03  FILLER                  PIC  X(02).
002810     03  LH-DEPOSIT-DATE         PIC  9(08).
002820 01  LOCKBOX-TRAILER-RECORD.
002830     03  FILLER                  PIC  X(01).
002840     03  FILLER                  PIC  X(02).
002850     03  LT-BATCH-NBR            PIC  9(06).
002860     03  FILLER                  PIC  X(02).
002870     03  LT-DEPOSIT-DATE         PIC  9(08).
002880     03  FILLER                  PIC  X(02).
002890     03  LT-ITEM-COUNT           PIC  9(07).
002900     03  FILLER                  PIC  X(02).
002910     03  LT-DOLLAR-TOTAL         PIC  9(10)V9(02).
002920
002930 FD  LOCKBOX-BATCHES
002940     LABEL RECORD IS STANDARD.
002950 COPY LBBATCH.
002960
002970 FD  RECEIPTS-POSTED
002980     LABEL RECORD IS STANDARD.
002990 COPY RCPTPOST.
003000
003010 FD  ACH-SETTLED
003020     LABEL RECORD IS OMITTED.
003030 01  ACH-SETTLED-RECORD.
003040     03  AS-ACCT-NBR             PIC  9(07).
003050     03  FILLER                  PIC  X(02).
003060     03  AS-AMT-SETTLED          PIC  9(08)V9(02).
003070     03  FILLER                  PIC  X(02).
003080     03  AS-SETTLE-DATE          PIC  9(08).
003090     03  FILLER                  PIC  X(02).
003100     03  AS-TRACE-NBR            PIC  9(15).
003110
003120 FD  ACH-ENROLLMENT
003130     LABEL RECORD IS STANDARD.
003140 COPY ACHENRL.
003150*
003160*    SUPERVISOR FEE WAIVER.  A ZERO AMOUNT WAIVES ALL THE LATE
003170*    FEES OWING.  THE REASON CODES ARE BE (BANK OR POSTING
003180*    ERROR), GW (GOODWILL), HS (HARDSHIP), MD (MODIFICATION
003190*    GRANTED), DC (BORROWER DECEASED) AND OT (OTHER).
003200*
003210 FD  FEE-WAIVERS
003220     LABEL RECORD IS OMITTED.
003230 01  FEE-WAIVER-RECORD.
003240     03  FW-ACCT-NBR             PIC  9(07).
003250     03  FILLER                  PIC  X(02).
003260     03  FW-WAIVE-AMT            PIC  9(04)V9(02).
003270     03  FILLER                  PIC  X(02).
003280     03  FW-WAIVE-DATE           PIC  9(08).
003290     03  FILLER                  PIC  X(02).
003300     03  FW-REASON-CODE          PIC  X(02).
003310         88  FW-REASON-VALID             VALUE "BE" "GW" "HS"
003320                                               "MD" "DC" "OT".
003330     03  FILLER                  PIC  X(02).
003340     03  FW-SUPERVISOR-ID        PIC  X(08).
003350*
003360*    OPERATOR AUTHORITY, KEPT BY SECURITY ADMINISTRATION (SEE
003370*    LNSIGNON).  A WAIVER IS HONORED ONLY FOR A SUPERVISOR WHO IS
003380*    ON THIS FILE WITH APPROVAL AUTHORITY.
003390*
003400 FD  OPERATOR-AUTH
003410     LABEL RECORD IS OMITTED.
003420 COPY OPERAUTH.
003430
003440 FD  LOAN-MASTER
003450     LABEL RECORD IS STANDARD.
003460 COPY LOANMAST.
003470
003480 FD  PMT-REJECTS
003490     LABEL RECORD IS OMITTED.
003500 01  REJECT-RECORD               PIC  X(61).
003510
003520 FD  POST-RPT
003530     LABEL RECORD IS OMITTED.
003540 01  POST-RECORD                 PIC  X(80).
003550
003560 WORKING-STORAGE SECTION.
003570*
003580*    OUTPUT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
003590*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
003600*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
003610*
003620 01  REJECT-LINE.
003630     03  RJ-ACCT-NBR             PIC  9(07).
003640     03  FILLER                  PIC  X(02)  VALUE SPACES.
003650     03  RJ-AMT-RECEIVED         PIC  9(08)V9(02).
003660     03  FILLER                  PIC  X(02)  VALUE SPACES.
003670     03  RJ-RECEIVED-DATE        PIC  9(08).
003680     03  FILLER                  PIC  X(02)  VALUE SPACES.
003690     03  RJ-REASON               PIC  X(30).
003700 01  POST-HDG.
003710     03  FILLER                  PIC  X(34)  VALUE
003720             "LOCKBOX PAYMENT POSTING SUMMARY - ".
003730     03  PH-RUN-DATE             PIC  9(08).
003740     03  FILLER                  PIC  X(38)  VALUE SPACES.
003750 01  POST-CTR-LINE.
003760     03  PC-LABEL                PIC  X(24).
003770     03  PC-COUNT                PIC  ZZZ,ZZ9.
003780     03  FILLER                  PIC  X(04)  VALUE SPACES.
003790     03  PC-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
003800     03  FILLER                  PIC  X(28)  VALUE SPACES.
003810 01  POST-BATCH-LINE.
003820     03  FILLER                  PIC  X(06)  VALUE "BATCH ".
003830     03  PB-BATCH-NBR            PIC  9(06).
003840     03  FILLER                  PIC  X(11)  VALUE " DEPOSITED ".
003850     03  PB-DEPOSIT-DATE         PIC  9(08).
003860     03  FILLER                  PIC  X(02)  VALUE SPACES.
003870     03  PB-MESSAGE              PIC  X(47).
003880 01  POST-FOOT-LINE.
003890     03  FILLER                  PIC  X(10)  VALUE "  DETAIL  ".
003900     03  PF-DTL-COUNT            PIC  ZZZ,ZZ9.
003910     03  FILLER                  PIC  X(02)  VALUE SPACES.
003920     03  PF-DTL-AMOUNT           PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
003930     03  FILLER                  PIC  X(11)  VALUE "  TRAILER  ".
003940     03  PF-TRL-COUNT            PIC  ZZZ,ZZ9.
003950     03  FILLER                  PIC  X(02)  VALUE SPACES.
003960     03  PF-TRL-AMOUNT           PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
003970     03  FILLER                  PIC  X(07)  VALUE SPACES.
003980 01  POST-REFUND-LINE.
003990     03  FILLER                  PIC  X(24)  VALUE
004000             "REFUND DUE -- ACCOUNT ".
004010     03  PR-ACCT-NBR             PIC  9(07).
004020     03  FILLER                  PIC  X(04)  VALUE SPACES.
004030     03  PR-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
004040     03  FILLER                  PIC  X(27)  VALUE SPACES.
004050*
004060*    RUN CONTROL SWITCHES AND COUNTERS.
004070*
004080 77  WS-LB-STATUS            PIC  X(02)      VALUE "00".
004090 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
004100 77  WS-BH-STATUS            PIC  X(02)      VALUE "00".
004110 77  WS-RP-STATUS            PIC  X(02)      VALUE "00".
004120 77  WS-AS-STATUS            PIC  X(02)      VALUE "00".
004130 77  WS-AE-STATUS            PIC  X(02)      VALUE "00".
004140 77  WS-FW-STATUS            PIC  X(02)      VALUE "00".
004150 77  WS-OA-STATUS            PIC  X(02)      VALUE "00".
004160 77  WS-AS-OPENED-SWITCH     PIC  X(01)      VALUE "N".
004170     88  WS-AS-WAS-OPENED            VALUE "Y".
004180 77  WS-AE-OPENED-SWITCH     PIC  X(01)      VALUE "N".
004190     88  WS-AE-WAS-OPENED            VALUE "Y".
004200 77  WS-FW-OPENED-SWITCH     PIC  X(01)      VALUE "N".
004210     88  WS-FW-WAS-OPENED            VALUE "Y".
004220 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
004230     88  WS-EOF-REACHED              VALUE "Y".
004240 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
004250     88  WS-ACCOUNT-FOUND            VALUE "Y".
004260 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
004270     88  WS-RPT-WAS-OPENED           VALUE "Y".
004280 77  WS-ABORT-SWITCH         PIC  X(01)      VALUE "N".
004290     88  WS-RUN-ABORTED              VALUE "Y".
004300 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
004310 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
004320 77  WS-POSTED-CTR           PIC  9(07)      COMP VALUE ZERO.
004330 77  WS-REJECT-CTR           PIC  9(07)      COMP VALUE ZERO.
004340 77  WS-HELD-CTR             PIC  9(07)      COMP VALUE ZERO.
004350 77  WS-APPLIED-CTR          PIC  9(07)      COMP VALUE ZERO.
004360 77  WS-REFUND-CTR           PIC  9(07)      COMP VALUE ZERO.
004370 77  WS-RECOVERY-CTR         PIC  9(07)      COMP VALUE ZERO.
004380 77  WS-ACH-CTR              PIC  9(07)      COMP VALUE ZERO.
004390 77  WS-DUPLICATE-CTR        PIC  9(07)      COMP VALUE ZERO.
004400 77  WS-BATCH-CTR            PIC  9(07)      COMP VALUE ZERO.
004410 77  WS-RESENT-CTR           PIC  9(07)      COMP VALUE ZERO.
004420 77  WS-FEE-CTR              PIC  9(07)      COMP VALUE ZERO.
004430 77  WS-WAIVED-CTR           PIC  9(07)      COMP VALUE ZERO.
004440 77  WS-FW-REJECT-CTR        PIC  9(07)      COMP VALUE ZERO.
004450*
004460*    RECEIPT SOURCE.  THE LOCKBOX IS POSTED FIRST, THEN THE
004470*    BANK'S SETTLED ACH DRAFTS; EACH SETTLEMENT IS MOVED INTO THE
004480*    LOCKBOX RECORD AREA SO ONE SET OF POSTING PARAGRAPHS SERVES
004490*    BOTH.
004500*
004510 77  PM-SOURCE-SWITCH        PIC  X(01)      VALUE "L".
004520     88  PM-SOURCE-LOCKBOX           VALUE "L".
004530     88  PM-SOURCE-ACH               VALUE "A".
004540*
004550*    RUN AMOUNT TOTALS.  SIZED TO CARRY A FULL DAY'S LOCKBOX
004560*    WITHOUT OVERFLOW.
004570*
004580 77  PM-RECEIVED-AMT         PIC  9(11)V9(02) COMP VALUE ZERO.
004590 77  PM-POSTED-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
004600 77  PM-REJECT-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
004610 77  PM-HELD-AMT             PIC  9(11)V9(02) COMP VALUE ZERO.
004620 77  PM-APPLIED-AMT          PIC  9(11)V9(02) COMP VALUE ZERO.
004630 77  PM-REFUND-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
004640 77  PM-RECOVERY-AMT         PIC  9(11)V9(02) COMP VALUE ZERO.
004650 77  PM-ACH-AMT              PIC  9(11)V9(02) COMP VALUE ZERO.
004660 77  PM-DUPLICATE-AMT        PIC  9(11)V9(02) COMP VALUE ZERO.
004670 77  PM-BATCH-AMT            PIC  9(11)V9(02) COMP VALUE ZERO.
004680 77  PM-RESENT-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
004690 77  PM-FEE-AMT              PIC  9(11)V9(02) COMP VALUE ZERO.
004700 77  PM-WAIVED-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
004710 77  PM-FW-REJECT-AMT        PIC  9(11)V9(02) COMP VALUE ZERO.
004720*
004730*    LOCKBOX BATCH CONTROL.  THE FOOTING PASS BUILDS ONE TABLE
004740*    ENTRY PER BATCH IN FILE ORDER -- ITS HEADER, ITS DETAIL
004750*    FOOTED, AND WHETHER IT WAS POSTED BEFORE -- AND THE POSTING
004760*    PASS STEPS THROUGH THE SAME ENTRIES AS IT MEETS EACH HEADER,
004770*    SKIPPING THE RECEIPTS OF A BATCH SENT AGAIN.
004780*
004790 77  PM-BATCH-MAX            PIC  9(03)      COMP VALUE 50.
004800 77  PM-BATCH-CNT            PIC  9(03)      COMP VALUE ZERO.
004810 77  PM-BATCH-SUB            PIC  9(03)      COMP VALUE ZERO.
004820 77  PM-PRIOR-SUB            PIC  9(03)      COMP VALUE ZERO.
004830 77  PM-IN-BATCH-SWITCH      PIC  X(01)      VALUE "N".
004840     88  PM-IN-BATCH                 VALUE "Y".
004850 77  PM-REFUSED-SWITCH       PIC  X(01)      VALUE "N".
004860     88  PM-LOCKBOX-REFUSED          VALUE "Y".
004870 77  PM-SKIP-SWITCH          PIC  X(01)      VALUE "N".
004880     88  PM-SKIP-BATCH               VALUE "Y".
004890 77  PM-DUP-SWITCH           PIC  X(01)      VALUE "N".
004900     88  PM-RECEIPT-DUPLICATE        VALUE "Y".
004910 01  PM-BATCH-TABLE.
004920     03  PM-BATCH-ENTRY          OCCURS 50 TIMES.
004930         05  PM-BT-BATCH-NBR         PIC  9(06).
004940         05  PM-BT-DEPOSIT-DATE      PIC  9(08).
004950         05  PM-BT-ITEM-CTR          PIC  9(07)      COMP.
004960         05  PM-BT-AMT               PIC  9(10)V9(02) COMP.
004970         05  PM-BT-RESENT-SWITCH     PIC  X(01).
004980             88  PM-BT-RESENT                VALUE "Y".
004990*
005000*    UNAPPLIED-FUNDS WORK FIELDS.  PM-AVAIL-AMT IS THE RECEIPT
005010*    PLUS THE FUNDS ALREADY HELD ON THE ACCOUNT -- WHAT THE
005020*    POSTING LOOP DRAWS SCHEDULED PAYMENTS OUT OF.  PM-ENTRY-HELD
005030*    REMEMBERS THE HOLDING BALANCE AS THE RECEIPT ARRIVED SO THE
005040*    SUMMARY CAN TELL FUNDS NEWLY HELD FROM HELD FUNDS APPLIED.
005050*
005060 77  PM-AVAIL-AMT            PIC  9(09)V9(02) COMP VALUE ZERO.
005070 77  PM-ENTRY-HELD           PIC  9(08)V9(02) COMP VALUE ZERO.
005080*
005090*    LATE-FEE WORK FIELDS.  FEES ARE COLLECTIBLE FROM A RECEIPT
005100*    ONLY ONCE NO PAYMENT IS LEFT PAST DUE.  THE WAIVER FILE IS
005110*    TREATED AS AT ITS END UNTIL 1000-INITIALIZE OPENS IT AND
005120*    THE RUN IS CLEARED TO POST.  PM-SUPERVISOR-APPROVES IS SET
005130*    WHEN THE WAIVER'S SUPERVISOR HOLDS APPROVAL AUTHORITY.
005140*
005150 77  PM-FEE-PAID             PIC  9(04)V9(02) COMP VALUE ZERO.
005160 77  PM-WAIVE-AMT            PIC  9(04)V9(02) COMP VALUE ZERO.
005170 77  PM-FEE-SWITCH           PIC  X(01)      VALUE "N".
005180     88  PM-FEE-COLLECTIBLE          VALUE "Y".
005190 77  WS-FW-EOF-SWITCH        PIC  X(01)      VALUE "Y".
005200     88  WS-FW-EOF-REACHED           VALUE "Y".
005210 77  WS-OA-EOF-SWITCH        PIC  X(01)      VALUE "N".
005220     88  WS-OA-EOF-REACHED           VALUE "Y".
005230 77  PM-APPROVER-SWITCH      PIC  X(01)      VALUE "N".
005240     88  PM-SUPERVISOR-APPROVES      VALUE "Y".
005250 01  PM-WAIVE-DESC.
005260     03  FILLER                  PIC  X(11)  VALUE "FEE WAIVED ".
005270     03  PM-WV-REASON            PIC  X(02).
005280     03  FILLER                  PIC  X(04)  VALUE " BY ".
005290     03  PM-WV-SUPERVISOR        PIC  X(08).
005300     03  FILLER                  PIC  X(05)  VALUE SPACES.
005310*
005320*    CALENDAR-YEAR INTEREST WORK FIELDS.  THE INTEREST PORTION
005330*    OF THE PAYMENT BEING POSTED IS THE BALANCE BEFORE THE
005340*    PAYMENT (FROM LNBALCE) TIMES THE PERIOD RATE, THE SAME
005350*    INTEREST-THEN-PRINCIPAL APPLICATION EVERY BALANCE WALK IN
005360*    THE SYSTEM USES.  THE RECEIVED DATE IS BROKEN APART SO THE
005370*    ACCUMULATOR CAN ROLL OVER ON A NEW CALENDAR YEAR.
005380*
005390 77  PY-PERIODS-YR           PIC  9(02)      COMP VALUE ZERO.
005400 77  PY-PERIOD-RATE          PIC  9(01)V9(06) COMP VALUE ZERO.
005410 77  PY-INT-PORTION          PIC  9(08)V9(02) COMP VALUE ZERO.
005420 01  PY-RCVD-DATE-N          PIC  9(08).
005430 01  PY-RCVD-DATE REDEFINES PY-RCVD-DATE-N.
005440     03  PY-RCVD-YEAR            PIC  9(04).
005450     03  FILLER                  PIC  9(04).
005460*
005470*    TRANSACTION HISTORY WORK FIELDS.  THE PRINCIPAL, INTEREST
005480*    AND ESCROW EACH POSTED PAYMENT APPLIES ARE ACCUMULATED
005490*    ACROSS THE WHOLE RECEIPT SO ONE HISTORY ENTRY CARRIES THE
005500*    RECEIPT'S FULL SPLIT.  PM-RCPT-REFUND IS THE HELD FUNDS
005510*    THIS RECEIPT'S PAYOFF REFUNDED, WHICH GET AN ENTRY OF
005520*    THEIR OWN.  PM-RCPT-UNAPPLIED IS THE NET CHANGE THE RECEIPT
005530*    MADE TO THE HOLDING, FOR THE RECEIPTS-POSTED REGISTER.
005540*
005550 77  PM-HIST-PRIN            PIC  9(09)V9(02) COMP VALUE ZERO.
005560 77  PM-HIST-INT             PIC  9(09)V9(02) COMP VALUE ZERO.
005570 77  PM-HIST-ESC             PIC  9(09)V9(02) COMP VALUE ZERO.
005580 77  PM-HIST-FEE             PIC  9(04)V9(02) COMP VALUE ZERO.
005590 77  PM-RCPT-UNAPPLIED       PIC S9(09)V9(02) COMP VALUE ZERO.
005600 77  PM-HIST-PMT-CTR         PIC  9(03)      COMP VALUE ZERO.
005610 77  PM-RCPT-REFUND          PIC  9(08)V9(02) COMP VALUE ZERO.
005620 01  PM-HIST-DESC.
005630     03  PM-HD-PMT-CTR           PIC  ZZ9.
005640     03  FILLER                  PIC  X(27)  VALUE
005650             " PAYMENT(S) POSTED".
005660*
005670*    DUE-DATE ROLL WORK FIELDS.  THE DUE DATE IS CCYYMMDD, SO
005680*    THE ROLL BREAKS IT APART, STEPS THE MONTH WITH A YEAR
005690*    CARRY, AND CLAMPS THE DAY TO THE END OF THE NEW MONTH
005700*    (LEAP YEARS INCLUDED) SO A MONTH-END DUE DATE STAYS AT
005710*    MONTH END INSTEAD OF SLIDING INTO THE NEXT MONTH.
005720*
005730 01  PM-WORK-DATE-N          PIC  9(08).
005740 01  PM-WORK-DATE REDEFINES PM-WORK-DATE-N.
005750     03  PM-WD-YEAR              PIC  9(04).
005760     03  PM-WD-MONTH             PIC  9(02).
005770     03  PM-WD-DAY               PIC  9(02).
005780 01  PM-MONTH-DAYS-VAL       PIC  X(24)      VALUE
005790         "312831303130313130313031".
005800 01  PM-MONTH-DAYS REDEFINES PM-MONTH-DAYS-VAL.
005810     03  PM-DAYS-IN-MONTH        OCCURS 12 TIMES
005820                                 PIC  9(02).
005830 77  PM-MONTH-END-DAY        PIC  9(02)      COMP VALUE ZERO.
005840 77  PM-ROLL-DAY             PIC  9(04)      COMP VALUE ZERO.
005850 77  PM-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
005860 77  PM-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
005870 77  PM-LEAP-SWITCH          PIC  X(01)      VALUE "N".
005880     88  PM-LEAP-YEAR                VALUE "Y".
005890*
005900*    THE BUSINESS DAY THE CURRENT LM-DUE-DATE IS HONORED
005910*    THROUGH -- THE DUE DATE ITSELF, OR THE NEXT BUSINESS DAY
005920*    WHEN IT FALLS ON A WEEKEND OR HOLIDAY.  RESET EVERY TIME
005930*    THE DUE DATE ROLLS.
005940*
005950 77  PM-HONORED-DUE-DATE     PIC  9(08)      VALUE ZERO.
005960
005970 COPY LOANW.
005980
005990 COPY AUDITW.
006000
006010 COPY TRANHW.
006020
006030 COPY CYCLEW.
006040
006050 COPY BUSDAYW.
006060
006070 PROCEDURE DIVISION.
006080******************************************************************
006090*    0000-MAINLINE.                                             *
006100******************************************************************
006110 0000-MAINLINE.
006120     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
006130     PERFORM 3000-POST-WAIVER   THRU 3000-EXIT
006140         UNTIL WS-FW-EOF-REACHED.
006150     PERFORM 2000-POST-RECEIPT  THRU 2000-EXIT
006160         UNTIL WS-EOF-REACHED.
006170     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
006180     GOBACK.
006190
006200******************************************************************
006210*    1000-INITIALIZE  --  OPEN THE RECEIPTS, THE PORTFOLIO AND   *
006220*    THE OUTPUT FILES, AND PRIME THE FIRST RECEIPT.  A CONTROL   *
006230*    FILE THAT WILL NOT OPEN CLOSES WHAT IS OPEN AND ABORTS THE  *
006240*    RUN, SO THE POSTING LEG IS NOT MARKED COMPLETE.             *
006250******************************************************************
006260 1000-INITIALIZE.
006270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006280     SET CY-FUNC-START TO TRUE.
006290     MOVE "P"         TO CY-LEG-ID.
006300     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
006310     MOVE ZERO        TO CY-RUN-COUNT.
006320     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
006330     IF CY-DUPLICATE-RUN
006340         DISPLAY "LNPMTPST - LEG ALREADY RAN THIS CYCLE - RERUN"
006350     ELSE
006360         IF NOT CY-CLEAR-TO-RUN
006370             DISPLAY "LNPMTPST - CYCLE CHECK REFUSED, STATUS = "
006380                 CY-STATUS
006390             MOVE "Y" TO WS-EOF-SWITCH
006400             GO TO 1000-EXIT
006410         END-IF
006420     END-IF.
006430     OPEN INPUT LOCKBOX-RCPTS.
006440     IF WS-LB-STATUS NOT = "00"
006450         DISPLAY "LNPMTPST - LOCKBOX OPEN FAILED, STATUS = "
006460             WS-LB-STATUS
006470         MOVE "Y" TO WS-EOF-SWITCH
006480         GO TO 1000-EXIT
006490     END-IF.
006500     OPEN I-O LOAN-MASTER.
006510     IF WS-LM-STATUS NOT = "00"
006520         DISPLAY "LNPMTPST - LOAN-MASTER OPEN FAILED, STATUS = "
006530             WS-LM-STATUS
006540         CLOSE LOCKBOX-RCPTS
006550         MOVE "Y" TO WS-EOF-SWITCH
006560         GO TO 1000-EXIT
006570     END-IF.
006580     PERFORM 1050-OPEN-CONTROL-FILES THRU 1050-EXIT.
006590     IF WS-BH-STATUS NOT = "00" OR WS-RP-STATUS NOT = "00"
006600         IF WS-BH-STATUS = "00"
006610             CLOSE LOCKBOX-BATCHES
006620         END-IF
006630         CLOSE LOCKBOX-RCPTS
006640         CLOSE LOAN-MASTER
006650         MOVE "Y" TO WS-EOF-SWITCH
006660         SET WS-RUN-ABORTED TO TRUE
006670         GO TO 1000-EXIT
006680     END-IF.
006690     OPEN INPUT ACH-SETTLED.
006700     IF WS-AS-STATUS = "00"
006710         SET WS-AS-WAS-OPENED TO TRUE
006720     END-IF.
006730     OPEN I-O ACH-ENROLLMENT.
006740     IF WS-AE-STATUS = "00"
006750         SET WS-AE-WAS-OPENED TO TRUE
006760     END-IF.
006770     OPEN INPUT FEE-WAIVERS.
006780     IF WS-FW-STATUS = "00"
006790         SET WS-FW-WAS-OPENED TO TRUE
006800     END-IF.
006810     OPEN OUTPUT PMT-REJECTS.
006820     OPEN OUTPUT POST-RPT.
006830     SET WS-RPT-WAS-OPENED TO TRUE.
006840     MOVE WS-RUN-DATE TO PH-RUN-DATE.
006850     WRITE POST-RECORD FROM POST-HDG.
006860     PERFORM 1100-FOOT-LOCKBOX THRU 1100-EXIT.
006870     IF PM-LOCKBOX-REFUSED
006880         DISPLAY "LNPMTPST - LOCKBOX OUT OF BALANCE - NOT POSTED"
006890         MOVE "Y" TO WS-EOF-SWITCH
006900         SET WS-RUN-ABORTED TO TRUE
006910         GO TO 1000-EXIT
006920     END-IF.
006930     IF WS-FW-WAS-OPENED
006940         MOVE "N" TO WS-FW-EOF-SWITCH
006950         PERFORM 3900-READ-WAIVER THRU 3900-EXIT
006960     END-IF.
006970     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
006980 1000-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*    1050-OPEN-CONTROL-FILES  --  OPEN THE LOCKBOX BATCH HISTORY *
007030*    AND THE RECEIPTS-POSTED REGISTER, CREATING EACH ON ITS FIRST*
007040*    USE.  WITHOUT EITHER ONE A RE-SENT FILE WOULD POST AGAIN, SO*
007050*    ANY OTHER FAILURE STOPS THE RUN.                            *
007060******************************************************************
007070 1050-OPEN-CONTROL-FILES.
007080     OPEN I-O LOCKBOX-BATCHES.
007090     IF WS-BH-STATUS = "35"
007100         OPEN OUTPUT LOCKBOX-BATCHES
007110         CLOSE LOCKBOX-BATCHES
007120         OPEN I-O LOCKBOX-BATCHES
007130     END-IF.
007140     IF WS-BH-STATUS NOT = "00"
007150         DISPLAY "LNPMTPST - LBBATCH OPEN FAILED, STATUS = "
007160             WS-BH-STATUS
007170         GO TO 1050-EXIT
007180     END-IF.
007190     OPEN I-O RECEIPTS-POSTED.
007200     IF WS-RP-STATUS = "35"
007210         OPEN OUTPUT RECEIPTS-POSTED
007220         CLOSE RECEIPTS-POSTED
007230         OPEN I-O RECEIPTS-POSTED
007240     END-IF.
007250     IF WS-RP-STATUS NOT = "00"
007260         DISPLAY "LNPMTPST - RCPTPOST OPEN FAILED, STATUS = "
007270             WS-RP-STATUS
007280     END-IF.
007290 1050-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    1100-FOOT-LOCKBOX  --  READ THE WHOLE LOCKBOX FILE BEFORE   *
007340*    ANYTHING POSTS, FOOTING EACH BATCH'S RECEIPTS TO ITS        *
007350*    TRAILER AND LOOKING EACH BATCH UP ON THE BATCH HISTORY.     *
007360*    THE FIRST BATCH OUT OF BALANCE (OR A FILE NOT MADE UP OF    *
007370*    WHOLE BATCHES) IS LISTED AND REFUSES THE RUN.  THE FILE IS  *
007380*    THEN REOPENED FOR THE POSTING PASS.                         *
007390******************************************************************
007400 1100-FOOT-LOCKBOX.
007410     MOVE ZERO TO PM-BATCH-CNT.
007420     MOVE "N"  TO PM-IN-BATCH-SWITCH.
007430     PERFORM 1110-FOOT-ONE-RECORD THRU 1110-EXIT
007440         UNTIL WS-EOF-REACHED OR PM-LOCKBOX-REFUSED.
007450     IF PM-IN-BATCH AND NOT PM-LOCKBOX-REFUSED
007460         MOVE "FILE ENDS BEFORE THE BATCH TRAILER" TO PB-MESSAGE
007470         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
007480     END-IF.
007490     IF PM-LOCKBOX-REFUSED
007500         GO TO 1100-EXIT
007510     END-IF.
007520     MOVE "N" TO WS-EOF-SWITCH.
007530     MOVE ZERO TO PM-BATCH-SUB.
007540     CLOSE LOCKBOX-RCPTS.
007550     OPEN INPUT LOCKBOX-RCPTS.
007560 1100-EXIT.
007570     EXIT.
007580
007590 1110-FOOT-ONE-RECORD.
007600     READ LOCKBOX-RCPTS
007610         AT END
007620             MOVE "Y" TO WS-EOF-SWITCH
007630             GO TO 1110-EXIT
007640     END-READ.
007650     IF LB-BATCH-HEADER
007660         PERFORM 1120-OPEN-BATCH THRU 1120-EXIT
007670         GO TO 1110-EXIT
007680     END-IF.
007690     IF LB-BATCH-TRAILER
007700         PERFORM 1130-CLOSE-BATCH THRU 1130-EXIT
007710         GO TO 1110-EXIT
007720     END-IF.
007730     IF NOT LB-RECEIPT-DETAIL
007740         MOVE "UNRECOGNIZED RECORD TYPE" TO PB-MESSAGE
007750         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
007760         GO TO 1110-EXIT
007770     END-IF.
007780     IF NOT PM-IN-BATCH
007790         MOVE "RECEIPT OUTSIDE A BATCH" TO PB-MESSAGE
007800         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
007810         GO TO 1110-EXIT
007820     END-IF.
007830     ADD 1 TO PM-BT-ITEM-CTR (PM-BATCH-SUB).
007840     ADD LB-AMT-RECEIVED TO PM-BT-AMT (PM-BATCH-SUB).
007850 1110-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890*    1120-OPEN-BATCH  --  A BATCH HEADER STARTS A NEW TABLE      *
007900*    ENTRY.                                                      *
007910******************************************************************
007920 1120-OPEN-BATCH.
007930     IF PM-IN-BATCH
007940         MOVE "HEADER BEFORE THE LAST BATCH TRAILER" TO PB-MESSAGE
007950         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
007960         GO TO 1120-EXIT
007970     END-IF.
007980     IF PM-BATCH-CNT NOT < PM-BATCH-MAX
007990         MOVE "MORE BATCHES THAN ONE RUN CAN POST" TO PB-MESSAGE
008000         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
008010         GO TO 1120-EXIT
008020     END-IF.
008030     ADD 1 TO PM-BATCH-CNT.
008040     MOVE PM-BATCH-CNT    TO PM-BATCH-SUB.
008050     MOVE LH-BATCH-NBR    TO PM-BT-BATCH-NBR (PM-BATCH-SUB).
008060     MOVE LH-DEPOSIT-DATE TO PM-BT-DEPOSIT-DATE (PM-BATCH-SUB).
008070     MOVE ZERO            TO PM-BT-ITEM-CTR (PM-BATCH-SUB).
008080     MOVE ZERO            TO PM-BT-AMT (PM-BATCH-SUB).
008090     MOVE "N"             TO PM-BT-RESENT-SWITCH (PM-BATCH-SUB).
008100     SET PM-IN-BATCH TO TRUE.
008110 1120-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150*    1130-CLOSE-BATCH  --  THE TRAILER MUST BELONG TO THE BATCH  *
008160*    OPEN AND THE DETAIL MUST FOOT TO IT.  A BALANCED BATCH IS   *
008170*    THEN CHECKED FOR HAVING BEEN SENT BEFORE.                   *
008180******************************************************************
008190 1130-CLOSE-BATCH.
008200     IF NOT PM-IN-BATCH
008210         MOVE "TRAILER WITHOUT A BATCH HEADER" TO PB-MESSAGE
008220         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
008230         GO TO 1130-EXIT
008240     END-IF.
008250     MOVE "N" TO PM-IN-BATCH-SWITCH.
008260     IF LT-BATCH-NBR NOT = PM-BT-BATCH-NBR (PM-BATCH-SUB)
008270             OR LT-DEPOSIT-DATE
008280                 NOT = PM-BT-DEPOSIT-DATE (PM-BATCH-SUB)
008290         MOVE "TRAILER DOES NOT MATCH THE BATCH HEADER"
008300             TO PB-MESSAGE
008310         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
008320         GO TO 1130-EXIT
008330     END-IF.
008340     IF LT-ITEM-COUNT NOT = PM-BT-ITEM-CTR (PM-BATCH-SUB)
008350             OR LT-DOLLAR-TOTAL NOT = PM-BT-AMT (PM-BATCH-SUB)
008360         MOVE "DETAIL DOES NOT FOOT TO THE TRAILER" TO PB-MESSAGE
008370         PERFORM 1190-REFUSE-BATCH THRU 1190-EXIT
008380         MOVE PM-BT-ITEM-CTR (PM-BATCH-SUB) TO PF-DTL-COUNT
008390         MOVE PM-BT-AMT (PM-BATCH-SUB)      TO PF-DTL-AMOUNT
008400         MOVE LT-ITEM-COUNT                 TO PF-TRL-COUNT
008410         MOVE LT-DOLLAR-TOTAL               TO PF-TRL-AMOUNT
008420         WRITE POST-RECORD FROM POST-FOOT-LINE
008430         GO TO 1130-EXIT
008440     END-IF.
008450     PERFORM 1140-CHECK-RESENT THRU 1140-EXIT.
008460 1130-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*    1140-CHECK-RESENT  --  A BATCH ON THE BATCH HISTORY, OR ONE *
008510*    ALREADY MET EARLIER IN THIS SAME FILE, HAS BEEN SENT AGAIN. *
008520*    IT IS LISTED AND MARKED SO THE POSTING PASS SKIPS IT WHOLE. *
008530******************************************************************
008540 1140-CHECK-RESENT.
008550     MOVE PM-BT-DEPOSIT-DATE (PM-BATCH-SUB) TO BH-DEPOSIT-DATE.
008560     MOVE PM-BT-BATCH-NBR (PM-BATCH-SUB)    TO BH-BATCH-NBR.
008570     READ LOCKBOX-BATCHES
008580         INVALID KEY
008590             PERFORM 1150-MATCH-PRIOR-BATCH THRU 1150-EXIT
008600                 VARYING PM-PRIOR-SUB FROM 1 BY 1
008610                 UNTIL PM-PRIOR-SUB NOT < PM-BATCH-SUB
008620         NOT INVALID KEY
008630             SET PM-BT-RESENT (PM-BATCH-SUB) TO TRUE
008640     END-READ.
008650     IF NOT PM-BT-RESENT (PM-BATCH-SUB)
008660         GO TO 1140-EXIT
008670     END-IF.
008680     ADD 1 TO WS-RESENT-CTR.
008690     ADD PM-BT-AMT (PM-BATCH-SUB) TO PM-RESENT-AMT.
008700     MOVE PM-BT-BATCH-NBR (PM-BATCH-SUB)    TO PB-BATCH-NBR.
008710     MOVE PM-BT-DEPOSIT-DATE (PM-BATCH-SUB) TO PB-DEPOSIT-DATE.
008720     MOVE "ALREADY POSTED - BATCH REJECTED" TO PB-MESSAGE.
008730     WRITE POST-RECORD FROM POST-BATCH-LINE.
008740 1140-EXIT.
008750     EXIT.
008760
008770 1150-MATCH-PRIOR-BATCH.
008780     IF PM-BT-BATCH-NBR (PM-PRIOR-SUB)
008790             = PM-BT-BATCH-NBR (PM-BATCH-SUB)
008800         AND PM-BT-DEPOSIT-DATE (PM-PRIOR-SUB)
008810             = PM-BT-DEPOSIT-DATE (PM-BATCH-SUB)
008820         SET PM-BT-RESENT (PM-BATCH-SUB) TO TRUE
008830     END-IF.
008840 1150-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880*    1190-REFUSE-BATCH  --  LIST WHY THE FILE CANNOT BE POSTED,  *
008890*    AGAINST THE BATCH THE BAD RECORD BELONGS TO (THE BATCH JUST *
008900*    HEADED, IF ANY), AND REFUSE THE RUN.                        *
008910******************************************************************
008920 1190-REFUSE-BATCH.
008930     MOVE ZERO TO PB-BATCH-NBR.
008940     MOVE ZERO TO PB-DEPOSIT-DATE.
008950     IF LB-BATCH-HEADER
008960         MOVE LH-BATCH-NBR    TO PB-BATCH-NBR
008970         MOVE LH-DEPOSIT-DATE TO PB-DEPOSIT-DATE
008980         GO TO 1190-WRITE
008990     END-IF.
009000     IF LB-BATCH-TRAILER
009010         MOVE LT-BATCH-NBR    TO PB-BATCH-NBR
009020         MOVE LT-DEPOSIT-DATE TO PB-DEPOSIT-DATE
009030     ELSE
009040         IF PM-BATCH-SUB > ZERO
009050             MOVE PM-BT-BATCH-NBR (PM-BATCH-SUB) TO PB-BATCH-NBR
009060             MOVE PM-BT-DEPOSIT-DATE (PM-BATCH-SUB)
009070                 TO PB-DEPOSIT-DATE
009080         END-IF
009090     END-IF.
009100 1190-WRITE.
009110     WRITE POST-RECORD FROM POST-BATCH-LINE.
009120     SET PM-LOCKBOX-REFUSED TO TRUE.
009130 1190-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170*    2000-POST-RECEIPT  --  MATCH ONE RECEIPT TO ITS MASTER     *
009180*    ACCOUNT AND POST IT, HOLD IT IN UNAPPLIED FUNDS, OR REJECT *
009190*    IT WITH A REASON.                                          *
009200******************************************************************
009210 2000-POST-RECEIPT.
009220     ADD 1 TO WS-READ-CTR.
009230     ADD LB-AMT-RECEIVED TO PM-RECEIVED-AMT.
009240     MOVE ZERO TO PM-HIST-PRIN.
009250     MOVE ZERO TO PM-HIST-INT.
009260     MOVE ZERO TO PM-HIST-ESC.
009270     MOVE ZERO TO PM-HIST-FEE.
009280     MOVE ZERO TO PM-HIST-PMT-CTR.
009290     MOVE ZERO TO PM-RCPT-REFUND.
009300     MOVE ZERO TO PM-RCPT-UNAPPLIED.
009310     PERFORM 2050-CHECK-DUPLICATE THRU 2050-EXIT.
009320     IF PM-RECEIPT-DUPLICATE
009330         MOVE "SUSPECTED DUPLICATE RECEIPT" TO RJ-REASON
009340         PERFORM 2700-REJECT-RECEIPT THRU 2700-EXIT
009350         ADD 1 TO WS-DUPLICATE-CTR
009360         ADD LB-AMT-RECEIVED TO PM-DUPLICATE-AMT
009370         GO TO 2000-CONTINUE
009380     END-IF.
009390     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
009400     IF NOT WS-ACCOUNT-FOUND
009410         MOVE "ACCOUNT NOT ON MASTER" TO RJ-REASON
009420         PERFORM 2700-REJECT-RECEIPT THRU 2700-EXIT
009430         GO TO 2000-CONTINUE
009440     END-IF.
009450     IF LM-STATUS-PAID-OFF
009460         MOVE "ACCOUNT ALREADY PAID OFF" TO RJ-REASON
009470         PERFORM 2700-REJECT-RECEIPT THRU 2700-EXIT
009480         GO TO 2000-CONTINUE
009490     END-IF.
009500     IF LM-STATUS-CHARGED-OFF
009510         PERFORM 2800-POST-RECOVERY THRU 2800-EXIT
009520         GO TO 2000-CONTINUE
009530     END-IF.
009540     PERFORM 2200-COMPUTE-SCHED-PMT THRU 2200-EXIT.
009550     IF NOT LW-NO-ERROR
009560         MOVE "ACCOUNT FAILS MASTER EDITS" TO RJ-REASON
009570         PERFORM 2700-REJECT-RECEIPT THRU 2700-EXIT
009580         GO TO 2000-CONTINUE
009590     END-IF.
009600     COMPUTE PM-AVAIL-AMT = LB-AMT-RECEIVED + LM-UNAPPLIED-BAL.
009610     PERFORM 2420-SET-HONORED-DUE THRU 2420-EXIT.
009620     PERFORM 2250-CHECK-FEE-DUE THRU 2250-EXIT.
009630     IF PM-AVAIL-AMT < LW-TOTAL-PMT-AMT AND NOT PM-FEE-COLLECTIBLE
009640         PERFORM 2600-HOLD-RECEIPT THRU 2600-EXIT
009650         GO TO 2000-CONTINUE
009660     END-IF.
009670     PERFORM 2300-POST-PAYMENT THRU 2300-EXIT.
009680 2000-CONTINUE.
009690     IF PM-SOURCE-ACH AND NOT WS-RUN-ABORTED
009700             AND NOT PM-RECEIPT-DUPLICATE
009710         PERFORM 2950-NOTE-SETTLEMENT THRU 2950-EXIT
009720     END-IF.
009730     PERFORM 2900-READ-RECEIPT THRU 2900-EXIT.
009740 2000-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780*    2050-CHECK-DUPLICATE  --  A RECEIPT WHOSE ACCOUNT,          *
009790*    RECEIVED DATE AND AMOUNT ARE ALREADY ON THE                 *
009800*    RECEIPTS-POSTED REGISTER IS A SUSPECTED DUPLICATE OF ONE    *
009810*    ALREADY APPLIED.                                            *
009820******************************************************************
009830 2050-CHECK-DUPLICATE.
009840     MOVE "N" TO PM-DUP-SWITCH.
009850     MOVE LB-ACCT-NBR      TO RP-ACCT-NBR.
009860     MOVE LB-RECEIVED-DATE TO RP-RECEIVED-DATE.
009870     MOVE LB-AMT-RECEIVED  TO RP-AMT-RECEIVED.
009880     READ RECEIPTS-POSTED
009890         INVALID KEY
009900             CONTINUE
009910         NOT INVALID KEY
009920             SET PM-RECEIPT-DUPLICATE TO TRUE
009930     END-READ.
009940 2050-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980*    2100-LOOKUP-ACCOUNT  --  READ THE RECEIPT'S ACCOUNT.       *
009990******************************************************************
010000 2100-LOOKUP-ACCOUNT.
010010     MOVE "N" TO WS-FOUND-SWITCH.
010020     MOVE LB-ACCT-NBR TO LM-ACCT-NBR.
010030     READ LOAN-MASTER
010040         INVALID KEY
010050             CONTINUE
010060         NOT INVALID KEY
010070             SET WS-ACCOUNT-FOUND TO TRUE
010080     END-READ.
010090 2100-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130*    2200-COMPUTE-SCHED-PMT  --  DERIVE THE SCHEDULED PAYMENT   *
010140*    THE SAME WAY LNBATCH DOES: THE LOADED WORK AREA GOES       *
010150*    THROUGH LNVALID FIRST (A FAILED EDIT COMES BACK WITH THE   *
010160*    ERROR FLAG SET AND NO PAYMENT DERIVED), THEN THROUGH LNARM *
010170*    FOR AN ACCOUNT CARRYING RATE HISTORY AND LNCALC OTHERWISE. *
010180******************************************************************
010190 2200-COMPUTE-SCHED-PMT.
010200     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
010210     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
010220     MOVE LM-INT-RATE     TO LW-INT-RATE.
010230     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
010240     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
010250     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
010260     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
010270     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
010280     CALL "LNVALID" USING LOAN-WORK-AREA.
010290     IF NOT LW-NO-ERROR
010300         GO TO 2200-EXIT
010310     END-IF.
010320     IF LW-RATE-HIST-CTR > ZERO
010330         CALL "LNARM" USING LOAN-WORK-AREA
010340     ELSE
010350         CALL "LNCALC" USING LOAN-WORK-AREA
010360     END-IF.
010370     CALL "LNESCRW" USING LOAN-WORK-AREA.
010380 2200-EXIT.
010390     EXIT.
010400
010410******************************************************************
010420*    2250-CHECK-FEE-DUE  --  THE LATE FEES OWING MAY BE TAKEN    *
010430*    FROM THE FUNDS ONLY WHEN NO PAYMENT IS STILL PAST DUE: THE  *
010440*    DUE DATE IS ON OR AFTER THE RECEIVED DATE, THE ACCOUNT IS   *
010450*    NOT YET UNDER TRACKING, OR THE LOAN HAS JUST PAID OFF.  THE *
010460*    DUE DATE COMPARED IS THE HONORED ONE.                       *
010470******************************************************************
010480 2250-CHECK-FEE-DUE.
010490     MOVE "N" TO PM-FEE-SWITCH.
010500     IF LM-LATE-FEE-AMT = ZERO
010510         GO TO 2250-EXIT
010520     END-IF.
010530     IF LM-STATUS-PAID-OFF
010540             OR LM-DUE-DATE = ZERO
010550             OR PM-HONORED-DUE-DATE NOT < LB-RECEIVED-DATE
010560         SET PM-FEE-COLLECTIBLE TO TRUE
010570     END-IF.
010580 2250-EXIT.
010590     EXIT.
010600
010610******************************************************************
010620*    2300-POST-PAYMENT  --  APPLY THE RECEIPT PLUS ANY HELD     *
010630*    FUNDS TO THE MASTER IN ORDER: RECEIVED DATE; THE PAST-DUE  *
010640*    SCHEDULED PAYMENTS THE FUNDS COVER (EACH ONE COUNTS THE    *
010650*    PAYMENT, COLLECTS THE ESCROW AND ROLLS THE DUE DATE); THE  *
010660*    LATE FEES OWING ONCE NOTHING IS PAST DUE; THE CURRENT      *
010670*    PAYMENT AND AS MANY MORE AS THE FUNDS COVER; AND THE       *
010680*    REMAINDER HELD IN LM-UNAPPLIED-BAL FOR THE NEXT CYCLE --   *
010690*    OR REPORTED AS A REFUND DUE IF THE LAST PAYMENT JUST PAID  *
010700*    THE LOAN OFF.                                              *
010710******************************************************************
010720 2300-POST-PAYMENT.
010730     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
010740     MOVE LM-UNAPPLIED-BAL TO PM-ENTRY-HELD.
010750     MOVE LB-RECEIVED-DATE TO LM-PMT-RECEIVED-DATE.
010760     PERFORM 2320-POST-ONE-PAYMENT THRU 2320-EXIT
010770         UNTIL PM-AVAIL-AMT < LW-TOTAL-PMT-AMT
010780            OR LM-STATUS-PAID-OFF
010790            OR LM-DUE-DATE = ZERO
010800            OR PM-HONORED-DUE-DATE NOT < LB-RECEIVED-DATE.
010810     PERFORM 2250-CHECK-FEE-DUE THRU 2250-EXIT.
010820     IF PM-FEE-COLLECTIBLE
010830         PERFORM 2310-COLLECT-FEES THRU 2310-EXIT
010840     END-IF.
010850     PERFORM 2320-POST-ONE-PAYMENT THRU 2320-EXIT
010860         UNTIL PM-AVAIL-AMT < LW-TOTAL-PMT-AMT
010870            OR LM-STATUS-PAID-OFF.
010880     MOVE PM-AVAIL-AMT TO LM-UNAPPLIED-BAL.
010890     IF LM-STATUS-PAID-OFF AND LM-UNAPPLIED-BAL > ZERO
010900         PERFORM 2340-REFUND-HELD-FUNDS THRU 2340-EXIT
010910     END-IF.
010920     COMPUTE PM-RCPT-UNAPPLIED = LM-UNAPPLIED-BAL - PM-ENTRY-HELD.
010930     IF LM-UNAPPLIED-BAL > PM-ENTRY-HELD
010940         ADD 1 TO WS-HELD-CTR
010950         COMPUTE PM-HELD-AMT =
010960             PM-HELD-AMT + LM-UNAPPLIED-BAL - PM-ENTRY-HELD
010970     END-IF.
010980     IF PM-ENTRY-HELD > LM-UNAPPLIED-BAL
010990         ADD 1 TO WS-APPLIED-CTR
011000         COMPUTE PM-APPLIED-AMT =
011010             PM-APPLIED-AMT + PM-ENTRY-HELD - LM-UNAPPLIED-BAL
011020     END-IF.
011030     SET LM-ACTIVITY-PENDING TO TRUE.
011040     REWRITE LOAN-MASTER-RECORD.
011050     IF WS-LM-STATUS NOT = "00"
011060         DISPLAY "LNPMTPST - MASTER REWRITE FAILED FOR ACCOUNT "
011070             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
011080         MOVE "Y" TO WS-EOF-SWITCH
011090         SET WS-RUN-ABORTED TO TRUE
011100         GO TO 2300-EXIT
011110     END-IF.
011120     PERFORM 2350-JOURNAL-POSTING THRU 2350-EXIT.
011130     PERFORM 2360-WRITE-RECEIPT-HIST THRU 2360-EXIT.
011140     PERFORM 2380-RECORD-RECEIPT THRU 2380-EXIT.
011150 2300-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*    2310-COLLECT-FEES  --  PAY THE LATE FEES OWING OUT OF THE   *
011200*    AVAILABLE FUNDS, ALL OF THEM OR AS MUCH AS THE FUNDS COVER. *
011210******************************************************************
011220 2310-COLLECT-FEES.
011230     IF PM-AVAIL-AMT < LM-LATE-FEE-AMT
011240         MOVE PM-AVAIL-AMT    TO PM-FEE-PAID
011250     ELSE
011260         MOVE LM-LATE-FEE-AMT TO PM-FEE-PAID
011270     END-IF.
011280     IF PM-FEE-PAID = ZERO
011290         GO TO 2310-EXIT
011300     END-IF.
011310     SUBTRACT PM-FEE-PAID FROM PM-AVAIL-AMT.
011320     SUBTRACT PM-FEE-PAID FROM LM-LATE-FEE-AMT.
011330     ADD PM-FEE-PAID TO LM-FEES-COLLECTED.
011340     ADD PM-FEE-PAID TO PM-HIST-FEE.
011350     ADD 1 TO WS-FEE-CTR.
011360     ADD PM-FEE-PAID TO PM-FEE-AMT.
011370 2310-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410*    2320-POST-ONE-PAYMENT  --  ONE FULL SCHEDULED PAYMENT OUT  *
011420*    OF THE AVAILABLE FUNDS: COUNT IT, COLLECT ITS ESCROW, ROLL *
011430*    THE DUE DATE, AND MARK THE LOAN PAID OFF WHEN THE LAST     *
011440*    PAYMENT IS IN.                                             *
011450******************************************************************
011460 2320-POST-ONE-PAYMENT.
011470     PERFORM 2330-ACCUM-YTD-INT THRU 2330-EXIT.
011480     PERFORM 2335-ACCUM-HIST-SPLIT THRU 2335-EXIT.
011490     ADD 1 TO LM-PMTS-MADE.
011500     ADD LW-ESCROW-PMT-AMT TO LM-ESCROW-BAL.
011510     PERFORM 2400-ROLL-DUE-DATE THRU 2400-EXIT.
011520     SUBTRACT LW-TOTAL-PMT-AMT FROM PM-AVAIL-AMT.
011530     ADD LW-TOTAL-PMT-AMT TO PM-POSTED-AMT.
011540     ADD 1 TO WS-POSTED-CTR.
011550     IF LM-PMTS-MADE NOT < LM-NBR-PMTS
011560         SET LM-STATUS-PAID-OFF TO TRUE
011570     END-IF.
011580 2320-EXIT.
011590     EXIT.
011600
011610******************************************************************
011620*    2330-ACCUM-YTD-INT  --  ADD THE PAYMENT'S INTEREST PORTION *
011630*    TO THE CALENDAR-YEAR ACCUMULATOR FOR THE LNINTSTM YEAR-END *
011640*    STATEMENTS.  PERFORMED BEFORE THE PAYMENT COUNT MOVES, SO  *
011650*    LNBALCE WALKS TO THE BALANCE AS IT STOOD GOING INTO THIS   *
011660*    PAYMENT.  A RECEIVED DATE IN A NEW CALENDAR YEAR ROLLS THE *
011670*    ACCUMULATOR OVER FIRST.                                    *
011680******************************************************************
011690 2330-ACCUM-YTD-INT.
011700     MOVE LM-PMTS-MADE TO LW-PMTS-MADE.
011710     CALL "LNBALCE" USING LOAN-WORK-AREA.
011720     IF LW-FREQ-QUARTERLY
011730         MOVE 4 TO PY-PERIODS-YR
011740     ELSE
011750         IF LW-FREQ-BIWEEKLY
011760             MOVE 26 TO PY-PERIODS-YR
011770         ELSE
011780             MOVE 12 TO PY-PERIODS-YR
011790         END-IF
011800     END-IF.
011810     COMPUTE PY-PERIOD-RATE ROUNDED =
011820         LW-INT-RATE / 100 / PY-PERIODS-YR.
011830     COMPUTE PY-INT-PORTION ROUNDED =
011840         LW-REMAINING-BAL * PY-PERIOD-RATE.
011850     MOVE LB-RECEIVED-DATE TO PY-RCVD-DATE-N.
011860     IF LM-INT-YTD-YEAR NOT = PY-RCVD-YEAR
011870         MOVE PY-RCVD-YEAR TO LM-INT-YTD-YEAR
011880         MOVE ZERO TO LM-INT-PAID-YTD
011890     END-IF.
011900     ADD PY-INT-PORTION TO LM-INT-PAID-YTD.
011910 2330-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950*    2335-ACCUM-HIST-SPLIT  --  ADD THIS PAYMENT'S SPLIT TO THE  *
011960*    RECEIPT'S HISTORY TOTALS.  THE INTEREST IS THE PORTION      *
011970*    2330 JUST DERIVED; THE REST OF THE P AND I PAYMENT IS       *
011980*    PRINCIPAL, AND THE PER-PAYMENT ESCROW IS ESCROW.            *
011990******************************************************************
012000 2335-ACCUM-HIST-SPLIT.
012010     ADD PY-INT-PORTION TO PM-HIST-INT.
012020     IF LW-PMT-AMT > PY-INT-PORTION
012030         COMPUTE PM-HIST-PRIN =
012040             PM-HIST-PRIN + LW-PMT-AMT - PY-INT-PORTION
012050     END-IF.
012060     ADD LW-ESCROW-PMT-AMT TO PM-HIST-ESC.
012070     ADD 1 TO PM-HIST-PMT-CTR.
012080 2335-EXIT.
012090     EXIT.
012100
012110******************************************************************
012120*    2340-REFUND-HELD-FUNDS  --  THE LOAN JUST PAID OFF WITH    *
012130*    FUNDS STILL HELD.  REPORT THE REFUND DUE FOR THE PAYMENTS  *
012140*    CLERK AND ZERO THE HOLDING -- NOTHING IS LEFT TO APPLY IT  *
012150*    TO.                                                        *
012160******************************************************************
012170 2340-REFUND-HELD-FUNDS.
012180     MOVE LM-ACCT-NBR      TO PR-ACCT-NBR.
012190     MOVE LM-UNAPPLIED-BAL TO PR-AMOUNT.
012200     WRITE POST-RECORD FROM POST-REFUND-LINE.
012210     ADD 1 TO WS-REFUND-CTR.
012220     ADD LM-UNAPPLIED-BAL TO PM-REFUND-AMT.
012230     MOVE LM-UNAPPLIED-BAL TO PM-RCPT-REFUND.
012240     MOVE ZERO TO LM-UNAPPLIED-BAL.
012250 2340-EXIT.
012260     EXIT.
012270
012280******************************************************************
012290*    2350-JOURNAL-POSTING  --  JOURNAL THE POSTED REWRITE       *
012300*    THROUGH LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF *
012310*    THE POSTING PARAGRAPH, BEFORE ANYTHING TOUCHED THE RECORD. *
012320******************************************************************
012330 2350-JOURNAL-POSTING.
012340     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
012350     MOVE "LNPMTPST"         TO AP-PROGRAM-ID.
012360     SET  AP-ACTION-REWRITE  TO TRUE.
012370     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
012380     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
012390 2350-EXIT.
012400     EXIT.
012410
012420******************************************************************
012430*    2360-WRITE-RECEIPT-HIST  --  WRITE THE RECEIPT'S HISTORY    *
012440*    ENTRY THROUGH LNTRNHST AFTER THE REWRITE IS JOURNALED.      *
012450*    THE UNAPPLIED PORTION IS WHATEVER OF THE RECEIPT THE        *
012460*    POSTED PAYMENTS AND FEES DID NOT TAKE (NEGATIVE WHEN HELD   *
012470*    FUNDS MADE UP THE DIFFERENCE).  A PAYOFF REFUND OF HELD     *
012480*    FUNDS FOLLOWS AS ITS OWN ENTRY, DRAWING THE HOLDING DOWN    *
012490*    TO ZERO.                                                    *
012500******************************************************************
012510 2360-WRITE-RECEIPT-HIST.
012520     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
012530     MOVE LB-RECEIVED-DATE TO TP-EFF-DATE.
012540     MOVE "LNPMTPST"       TO TP-PROGRAM-ID.
012550     SET  TP-TYPE-RECEIPT  TO TRUE.
012560     MOVE LB-AMT-RECEIVED  TO TP-TRAN-AMT.
012570     MOVE PM-HIST-PRIN     TO TP-PRIN-AMT.
012580     MOVE PM-HIST-INT      TO TP-INT-AMT.
012590     MOVE PM-HIST-ESC      TO TP-ESCROW-AMT.
012600     MOVE PM-HIST-FEE      TO TP-FEE-AMT.
012610     COMPUTE TP-UNAPPLIED-AMT = LB-AMT-RECEIVED
012620         - PM-HIST-PRIN - PM-HIST-INT - PM-HIST-ESC - PM-HIST-FEE.
012630     PERFORM 2370-LOAD-HIST-BALANCES THRU 2370-EXIT.
012640     MOVE PM-HIST-PMT-CTR TO PM-HD-PMT-CTR.
012650     MOVE PM-HIST-DESC    TO TP-DESCRIPTION.
012660     IF PM-HIST-PMT-CTR = ZERO
012670         MOVE "RECEIPT HELD UNAPPLIED" TO TP-DESCRIPTION
012680         IF PM-HIST-FEE > ZERO
012690             MOVE "LATE FEES PAID" TO TP-DESCRIPTION
012700         END-IF
012710     END-IF.
012720     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
012730     IF PM-RCPT-REFUND = ZERO
012740         GO TO 2360-EXIT
012750     END-IF.
012760     SET  TP-TYPE-REFUND   TO TRUE.
012770     MOVE PM-RCPT-REFUND   TO TP-TRAN-AMT.
012780     MOVE ZERO             TO TP-PRIN-AMT.
012790     MOVE ZERO             TO TP-INT-AMT.
012800     MOVE ZERO             TO TP-ESCROW-AMT.
012810     MOVE ZERO             TO TP-FEE-AMT.
012820     COMPUTE TP-UNAPPLIED-AMT = ZERO - PM-RCPT-REFUND.
012830     MOVE "HELD FUNDS REFUNDED AT PAYOFF" TO TP-DESCRIPTION.
012840     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
012850 2360-EXIT.
012860     EXIT.
012870
012880******************************************************************
012890*    2370-LOAD-HIST-BALANCES  --  THE BALANCES THE POSTING LEFT: *
012900*    PRINCIPAL FROM LNBALCE AT THE NEW PAYMENT COUNT, ESCROW     *
012910*    FROM THE MASTER.                                            *
012920******************************************************************
012930 2370-LOAD-HIST-BALANCES.
012940     MOVE LM-PMTS-MADE TO LW-PMTS-MADE.
012950     CALL "LNBALCE" USING LOAN-WORK-AREA.
012960     MOVE LW-REMAINING-BAL TO TP-PRIN-BAL.
012970     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
012980 2370-EXIT.
012990     EXIT.
013000
013010******************************************************************
013020*    2380-RECORD-RECEIPT  --  ENTER THE APPLIED RECEIPT ON THE   *
013030*    RECEIPTS-POSTED REGISTER, WITH THE BATCH IT CAME IN ON, SO  *
013040*    THE SAME RECEIPT ARRIVING AGAIN IS CAUGHT AS A DUPLICATE,   *
013050*    AND WITH HOW IT WAS APPLIED, FOR LNNSFRVS.  A RECEIPT THAT  *
013060*    CANNOT BE REGISTERED STOPS THE RUN -- WITHOUT IT A          *
013070*    RESENT RECEIPT WOULD POST AGAIN AND A RETURN COULD NOT BE   *
013080*    FULLY REVERSED.                                             *
013090******************************************************************
013100 2380-RECORD-RECEIPT.
013110     MOVE LB-ACCT-NBR      TO RP-ACCT-NBR.
013120     MOVE LB-RECEIVED-DATE TO RP-RECEIVED-DATE.
013130     MOVE LB-AMT-RECEIVED  TO RP-AMT-RECEIVED.
013140     MOVE WS-RUN-DATE      TO RP-POSTED-DATE.
013150     MOVE PM-HIST-PMT-CTR  TO RP-PMTS-POSTED.
013160     MOVE PM-HIST-FEE      TO RP-FEE-AMT.
013170     MOVE PM-RCPT-UNAPPLIED TO RP-UNAPPLIED-AMT.
013180     MOVE ZERO             TO RP-RETURNED-DATE.
013190     IF PM-SOURCE-ACH
013200         SET RP-SOURCE-ACH TO TRUE
013210         MOVE ZERO             TO RP-BATCH-NBR
013220         MOVE LB-RECEIVED-DATE TO RP-DEPOSIT-DATE
013230     ELSE
013240         SET RP-SOURCE-LOCKBOX TO TRUE
013250         MOVE PM-BT-BATCH-NBR (PM-BATCH-SUB)    TO RP-BATCH-NBR
013260         MOVE PM-BT-DEPOSIT-DATE (PM-BATCH-SUB) TO RP-DEPOSIT-DATE
013270     END-IF.
013280     WRITE RECEIPT-POSTED-RECORD.
013290     IF WS-RP-STATUS NOT = "00"
013300         DISPLAY "LNPMTPST - RCPTPOST WRITE FAILED, ACCOUNT "
013310             RP-ACCT-NBR ", STATUS = " WS-RP-STATUS
013320         MOVE "Y" TO WS-EOF-SWITCH
013330         SET WS-RUN-ABORTED TO TRUE
013340         GO TO 2380-EXIT
013350     END-IF.
013360 2380-EXIT.
013370     EXIT.
013380
013390******************************************************************
013400*    2400-ROLL-DUE-DATE  --  ADVANCE LM-DUE-DATE ONE PAYMENT    *
013410*    CYCLE.  AN ACCOUNT NOT YET UNDER TRACKING (ZERO DUE DATE)  *
013420*    IS PUT UNDER TRACKING ONE CYCLE OUT FROM THE RECEIVED      *
013430*    DATE.  THE HONORED DUE DATE FOLLOWS THE NEW DUE DATE.      *
013440******************************************************************
013450 2400-ROLL-DUE-DATE.
013460     IF LM-DUE-DATE = ZERO
013470         MOVE LB-RECEIVED-DATE TO PM-WORK-DATE-N
013480     ELSE
013490         MOVE LM-DUE-DATE TO PM-WORK-DATE-N
013500     END-IF.
013510     IF LW-FREQ-QUARTERLY
013520         PERFORM 2450-ADD-ONE-MONTH THRU 2450-EXIT 3 TIMES
013530     ELSE
013540         IF LW-FREQ-BIWEEKLY
013550             PERFORM 2460-ADD-FOURTEEN-DAYS THRU 2460-EXIT
013560         ELSE
013570             PERFORM 2450-ADD-ONE-MONTH THRU 2450-EXIT
013580         END-IF
013590     END-IF.
013600     MOVE PM-WORK-DATE-N TO LM-DUE-DATE.
013610     PERFORM 2420-SET-HONORED-DUE THRU 2420-EXIT.
013620 2400-EXIT.
013630     EXIT.
013640
013650******************************************************************
013660*    2420-SET-HONORED-DUE  --  THE BUSINESS DAY LM-DUE-DATE IS  *
013670*    HONORED THROUGH, FROM THE LNBUSDAY DATE SERVICE.  AN       *
013680*    ACCOUNT NOT YET UNDER TRACKING HAS NONE.                   *
013690******************************************************************
013700 2420-SET-HONORED-DUE.
013710     IF LM-DUE-DATE = ZERO
013720         MOVE ZERO TO PM-HONORED-DUE-DATE
013730         GO TO 2420-EXIT
013740     END-IF.
013750     SET  DS-FUNC-NEXT TO TRUE.
013760     MOVE LM-DUE-DATE  TO DS-DATE.
013770     CALL "LNBUSDAY" USING BUSINESS-DAY-PARM-AREA.
013780     MOVE DS-RESULT-DATE TO PM-HONORED-DUE-DATE.
013790 2420-EXIT.
013800     EXIT.
013810
013820******************************************************************
013830*    2450-ADD-ONE-MONTH  --  STEP PM-WORK-DATE FORWARD ONE      *
013840*    MONTH, CARRYING THE YEAR AND CLAMPING THE DAY TO THE END   *
013850*    OF THE NEW MONTH.                                          *
013860******************************************************************
013870 2450-ADD-ONE-MONTH.
013880     ADD 1 TO PM-WD-MONTH.
013890     IF PM-WD-MONTH > 12
013900         MOVE 1 TO PM-WD-MONTH
013910         ADD 1 TO PM-WD-YEAR
013920     END-IF.
013930     PERFORM 2470-CLAMP-MONTH-END THRU 2470-EXIT.
013940 2450-EXIT.
013950     EXIT.
013960
013970******************************************************************
013980*    2460-ADD-FOURTEEN-DAYS  --  STEP PM-WORK-DATE FORWARD ONE  *
013990*    BI-WEEKLY CYCLE.  FOURTEEN DAYS CROSSES AT MOST ONE MONTH  *
014000*    BOUNDARY, SO A SINGLE CARRY IS ENOUGH.                     *
014010******************************************************************
014020 2460-ADD-FOURTEEN-DAYS.
014030     PERFORM 2465-GET-MONTH-END THRU 2465-EXIT.
014040     COMPUTE PM-ROLL-DAY = PM-WD-DAY + 14.
014050     IF PM-ROLL-DAY > PM-MONTH-END-DAY
014060         SUBTRACT PM-MONTH-END-DAY FROM PM-ROLL-DAY
014070         ADD 1 TO PM-WD-MONTH
014080         IF PM-WD-MONTH > 12
014090             MOVE 1 TO PM-WD-MONTH
014100             ADD 1 TO PM-WD-YEAR
014110         END-IF
014120     END-IF.
014130     MOVE PM-ROLL-DAY TO PM-WD-DAY.
014140 2460-EXIT.
014150     EXIT.
014160
014170******************************************************************
014180*    2465-GET-MONTH-END  --  LAST DAY OF PM-WD-MONTH, ALLOWING  *
014190*    FEBRUARY 29 IN A LEAP YEAR.                                *
014200******************************************************************
014210 2465-GET-MONTH-END.
014220     MOVE PM-DAYS-IN-MONTH (PM-WD-MONTH) TO PM-MONTH-END-DAY.
014230     IF PM-WD-MONTH = 2
014240         PERFORM 2480-CHECK-LEAP-YEAR THRU 2480-EXIT
014250         IF PM-LEAP-YEAR
014260             MOVE 29 TO PM-MONTH-END-DAY
014270         END-IF
014280     END-IF.
014290 2465-EXIT.
014300     EXIT.
014310
014320******************************************************************
014330*    2470-CLAMP-MONTH-END  --  PULL THE DAY BACK TO THE LAST    *
014340*    DAY OF PM-WD-MONTH WHEN IT OVERSHOOTS, ALLOWING FEBRUARY   *
014350*    29 IN A LEAP YEAR.                                         *
014360******************************************************************
014370 2470-CLAMP-MONTH-END.
014380     PERFORM 2465-GET-MONTH-END THRU 2465-EXIT.
014390     IF PM-WD-DAY > PM-MONTH-END-DAY
014400         MOVE PM-MONTH-END-DAY TO PM-WD-DAY
014410     END-IF.
014420 2470-EXIT.
014430     EXIT.
014440
014450 2480-CHECK-LEAP-YEAR.
014460     MOVE "N" TO PM-LEAP-SWITCH.
014470     DIVIDE PM-WD-YEAR BY 400 GIVING PM-LEAP-QUOTIENT
014480         REMAINDER PM-LEAP-REMAINDER.
014490     IF PM-LEAP-REMAINDER = ZERO
014500         SET PM-LEAP-YEAR TO TRUE
014510         GO TO 2480-EXIT
014520     END-IF.
014530     DIVIDE PM-WD-YEAR BY 100 GIVING PM-LEAP-QUOTIENT
014540         REMAINDER PM-LEAP-REMAINDER.
014550     IF PM-LEAP-REMAINDER = ZERO
014560         GO TO 2480-EXIT
014570     END-IF.
014580     DIVIDE PM-WD-YEAR BY 4 GIVING PM-LEAP-QUOTIENT
014590         REMAINDER PM-LEAP-REMAINDER.
014600     IF PM-LEAP-REMAINDER = ZERO
014610         SET PM-LEAP-YEAR TO TRUE
014620     END-IF.
014630 2480-EXIT.
014640     EXIT.
014650
014660******************************************************************
014670*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE     *
014680*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH  *
014690*    DOES.                                                      *
014700******************************************************************
014710 2500-LOAD-RATE-HIST.
014720     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
014730     IF LW-RATE-HIST-CTR > ZERO
014740         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
014750             VARYING LM-RH-NDX FROM 1 BY 1
014760             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
014770     END-IF.
014780 2500-EXIT.
014790     EXIT.
014800
014810 2550-COPY-ONE-RATE-ENTRY.
014820     SET LW-RH-NDX TO LM-RH-NDX.
014830     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
014840         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
014850     MOVE LM-RH-RATE (LM-RH-NDX)
014860         TO LW-RH-RATE (LW-RH-NDX).
014870 2550-EXIT.
014880     EXIT.
014890
014900******************************************************************
014910*    2600-HOLD-RECEIPT  --  THE RECEIPT PLUS THE FUNDS ALREADY  *
014920*    HELD STILL FALL SHORT OF ONE FULL PAYMENT.  HOLD THE       *
014930*    RECEIPT IN LM-UNAPPLIED-BAL (A JOURNALED REWRITE, LIKE     *
014940*    EVERY OTHER CHANGE TO THE MASTER) INSTEAD OF BOUNCING IT   *
014950*    TO THE REJECTS FILE FOR THE CLERK TO HAND-WORK.            *
014960******************************************************************
014970 2600-HOLD-RECEIPT.
014980     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
014990     ADD LB-AMT-RECEIVED TO LM-UNAPPLIED-BAL.
015000     SET LM-ACTIVITY-PENDING TO TRUE.
015010     REWRITE LOAN-MASTER-RECORD.
015020     IF WS-LM-STATUS NOT = "00"
015030         DISPLAY "LNPMTPST - MASTER REWRITE FAILED FOR ACCOUNT "
015040             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
015050         MOVE "Y" TO WS-EOF-SWITCH
015060         SET WS-RUN-ABORTED TO TRUE
015070         GO TO 2600-EXIT
015080     END-IF.
015090     ADD 1 TO WS-HELD-CTR.
015100     ADD LB-AMT-RECEIVED TO PM-HELD-AMT.
015110     MOVE LB-AMT-RECEIVED TO PM-RCPT-UNAPPLIED.
015120     PERFORM 2350-JOURNAL-POSTING THRU 2350-EXIT.
015130     PERFORM 2360-WRITE-RECEIPT-HIST THRU 2360-EXIT.
015140     PERFORM 2380-RECORD-RECEIPT THRU 2380-EXIT.
015150 2600-EXIT.
015160     EXIT.
015170
015180******************************************************************
015190*    2700-REJECT-RECEIPT  --  WRITE THE RECEIPT TO THE REJECTS  *
015200*    FILE WITH THE REASON ALREADY SET BY THE CALLER.            *
015210******************************************************************
015220 2700-REJECT-RECEIPT.
015230     MOVE LB-ACCT-NBR      TO RJ-ACCT-NBR.
015240     MOVE LB-AMT-RECEIVED  TO RJ-AMT-RECEIVED.
015250     MOVE LB-RECEIVED-DATE TO RJ-RECEIVED-DATE.
015260     WRITE REJECT-RECORD FROM REJECT-LINE.
015270     ADD 1 TO WS-REJECT-CTR.
015280     ADD LB-AMT-RECEIVED TO PM-REJECT-AMT.
015290 2700-EXIT.
015300     EXIT.
015310
015320******************************************************************
015330*    2800-POST-RECOVERY  --  THE ACCOUNT IS CHARGED OFF, SO THE  *
015340*    RECEIPT IS A RECOVERY AGAINST THE AMOUNT WRITTEN OFF, NOT A *
015350*    SCHEDULED PAYMENT.  NOTHING IS COUNTED, ESCROWED OR HELD AND*
015360*    THE DUE DATE STAYS WHERE IT WAS; THE RECEIPT IS ADDED TO    *
015370*    LM-RECOVERY-AMT, JOURNALED, AND WRITTEN TO THE HISTORY.     *
015380******************************************************************
015390 2800-POST-RECOVERY.
015400     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
015410     ADD LB-AMT-RECEIVED  TO LM-RECOVERY-AMT.
015420     MOVE LB-RECEIVED-DATE TO LM-PMT-RECEIVED-DATE.
015430     REWRITE LOAN-MASTER-RECORD.
015440     IF WS-LM-STATUS NOT = "00"
015450         DISPLAY "LNPMTPST - MASTER REWRITE FAILED FOR ACCOUNT "
015460             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
015470         MOVE "Y" TO WS-EOF-SWITCH
015480         SET WS-RUN-ABORTED TO TRUE
015490         GO TO 2800-EXIT
015500     END-IF.
015510     ADD 1 TO WS-RECOVERY-CTR.
015520     ADD LB-AMT-RECEIVED TO PM-RECOVERY-AMT.
015530     PERFORM 2350-JOURNAL-POSTING THRU 2350-EXIT.
015540     PERFORM 2850-WRITE-RECOVERY-HIST THRU 2850-EXIT.
015550     PERFORM 2380-RECORD-RECEIPT THRU 2380-EXIT.
015560 2800-EXIT.
015570     EXIT.
015580
015590******************************************************************
015600*    2850-WRITE-RECOVERY-HIST  --  THE RECOVERY'S HISTORY ENTRY. *
015610*    THE WHOLE RECEIPT IS PRINCIPAL, AND THE BALANCE LEFT IS THE *
015620*    AMOUNT CHARGED OFF LESS EVERYTHING RECOVERED SO FAR.        *
015630******************************************************************
015640 2850-WRITE-RECOVERY-HIST.
015650     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
015660     MOVE LB-RECEIVED-DATE TO TP-EFF-DATE.
015670     MOVE "LNPMTPST"       TO TP-PROGRAM-ID.
015680     SET  TP-TYPE-RECOVERY TO TRUE.
015690     MOVE LB-AMT-RECEIVED  TO TP-TRAN-AMT.
015700     MOVE LB-AMT-RECEIVED  TO TP-PRIN-AMT.
015710     MOVE ZERO             TO TP-INT-AMT.
015720     MOVE ZERO             TO TP-ESCROW-AMT.
015730     MOVE ZERO             TO TP-FEE-AMT.
015740     MOVE ZERO             TO TP-UNAPPLIED-AMT.
015750     MOVE ZERO             TO TP-PRIN-BAL.
015760     IF LM-CHGOFF-AMT > LM-RECOVERY-AMT
015770         COMPUTE TP-PRIN-BAL = LM-CHGOFF-AMT - LM-RECOVERY-AMT
015780     END-IF.
015790     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
015800     MOVE "RECOVERY ON CHARGED-OFF ACCT" TO TP-DESCRIPTION.
015810     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
015820 2850-EXIT.
015830     EXIT.
015840
015850******************************************************************
015860*    2900-READ-RECEIPT  --  THE NEXT RECEIPT: THE LOCKBOX TO     *
015870*    ITS END, THEN THE SETTLED ACH DRAFTS, EACH MOVED INTO THE   *
015880*    LOCKBOX RECORD AREA.  A LOCKBOX BATCH HEADER OR TRAILER IS  *
015890*    NOT A RECEIPT; IT IS NOTED AND THE NEXT RECORD READ, AND    *
015900*    THE RECEIPTS OF A BATCH SENT AGAIN ARE READ PAST.  AN       *
015910*    ABORTED RUN READS NOTHING MORE.                             *
015920******************************************************************
015930 2900-READ-RECEIPT.
015940     IF WS-RUN-ABORTED
015950         GO TO 2900-EXIT
015960     END-IF.
015970     IF PM-SOURCE-ACH
015980         GO TO 2900-READ-SETTLEMENT
015990     END-IF.
016000 2900-READ-LOCKBOX.
016010     READ LOCKBOX-RCPTS
016020         AT END
016030             MOVE "Y" TO WS-EOF-SWITCH
016040     END-READ.
016050     IF WS-EOF-REACHED
016060         GO TO 2900-END-OF-LOCKBOX
016070     END-IF.
016080     IF LB-BATCH-HEADER
016090         PERFORM 2910-START-BATCH THRU 2910-EXIT
016100         GO TO 2900-READ-LOCKBOX
016110     END-IF.
016120     IF LB-BATCH-TRAILER
016130         PERFORM 2920-END-BATCH THRU 2920-EXIT
016140         IF WS-RUN-ABORTED
016150             GO TO 2900-EXIT
016160         END-IF
016170         GO TO 2900-READ-LOCKBOX
016180     END-IF.
016190     IF PM-SKIP-BATCH
016200         GO TO 2900-READ-LOCKBOX
016210     END-IF.
016220     GO TO 2900-EXIT.
016230 2900-END-OF-LOCKBOX.
016240     IF NOT WS-AS-WAS-OPENED
016250         GO TO 2900-EXIT
016260     END-IF.
016270     SET PM-SOURCE-ACH TO TRUE.
016280     MOVE "N" TO WS-EOF-SWITCH.
016290 2900-READ-SETTLEMENT.
016300     READ ACH-SETTLED
016310         AT END
016320             MOVE "Y" TO WS-EOF-SWITCH
016330             GO TO 2900-EXIT
016340     END-READ.
016350     MOVE AS-ACCT-NBR    TO LB-ACCT-NBR.
016360     MOVE AS-AMT-SETTLED TO LB-AMT-RECEIVED.
016370     MOVE AS-SETTLE-DATE TO LB-RECEIVED-DATE.
016380 2900-EXIT.
016390     EXIT.
016400
016410******************************************************************
016420*    2910-START-BATCH  --  STEP TO THE BATCH'S TABLE ENTRY FROM  *
016430*    THE FOOTING PASS AND SKIP IT IF IT WAS SENT BEFORE.         *
016440******************************************************************
016450 2910-START-BATCH.
016460     ADD 1 TO PM-BATCH-SUB.
016470     MOVE "N" TO PM-SKIP-SWITCH.
016480     IF PM-BT-RESENT (PM-BATCH-SUB)
016490         SET PM-SKIP-BATCH TO TRUE
016500     END-IF.
016510 2910-EXIT.
016520     EXIT.
016530
016540******************************************************************
016550*    2920-END-BATCH  --  EVERY RECEIPT IN THE BATCH HAS BEEN     *
016560*    THROUGH POSTING, SO THE BATCH GOES ON THE BATCH HISTORY.    *
016570*    A BATCH SKIPPED AS SENT AGAIN IS ALREADY THERE.  A BATCH    *
016580*    THAT CANNOT BE RECORDED STOPS THE RUN, SINCE THE BANK       *
016590*    SENDING IT AGAIN WOULD NOT BE CAUGHT.                       *
016600******************************************************************
016610 2920-END-BATCH.
016620     IF PM-SKIP-BATCH
016630         MOVE "N" TO PM-SKIP-SWITCH
016640         GO TO 2920-EXIT
016650     END-IF.
016660     MOVE PM-BT-DEPOSIT-DATE (PM-BATCH-SUB) TO BH-DEPOSIT-DATE.
016670     MOVE PM-BT-BATCH-NBR (PM-BATCH-SUB)    TO BH-BATCH-NBR.
016680     MOVE PM-BT-ITEM-CTR (PM-BATCH-SUB)     TO BH-ITEM-COUNT.
016690     MOVE PM-BT-AMT (PM-BATCH-SUB)          TO BH-DOLLAR-TOTAL.
016700     MOVE WS-RUN-DATE                       TO BH-POSTED-DATE.
016710     WRITE LOCKBOX-BATCH-RECORD.
016720     IF WS-BH-STATUS NOT = "00"
016730         DISPLAY "LNPMTPST - LBBATCH WRITE FAILED, BATCH "
016740             BH-BATCH-NBR ", STATUS = " WS-BH-STATUS
016750         MOVE "Y" TO WS-EOF-SWITCH
016760         SET WS-RUN-ABORTED TO TRUE
016770         GO TO 2920-EXIT
016780     END-IF.
016790     ADD 1 TO WS-BATCH-CTR.
016800     ADD PM-BT-AMT (PM-BATCH-SUB) TO PM-BATCH-AMT.
016810 2920-EXIT.
016820     EXIT.
016830
016840******************************************************************
016850*    2950-NOTE-SETTLEMENT  --  COUNT THE SETTLED DRAFT AND STAMP *
016860*    ITS DATE ON THE ENROLLMENT, WHATEVER POSTING MADE OF THE    *
016870*    RECEIPT.  THE RETURN COUNT IS LEFT ALONE -- A SETTLED DRAFT *
016880*    CAN STILL COME BACK, AND LNACHORG CLEARS THE COUNT ONLY     *
016890*    WHEN THE NEXT DUE DATE IS DRAFTED.                          *
016900******************************************************************
016910 2950-NOTE-SETTLEMENT.
016920     ADD 1 TO WS-ACH-CTR.
016930     ADD LB-AMT-RECEIVED TO PM-ACH-AMT.
016940     IF NOT WS-AE-WAS-OPENED
016950         GO TO 2950-EXIT
016960     END-IF.
016970     MOVE LB-ACCT-NBR TO AE-ACCT-NBR.
016980     READ ACH-ENROLLMENT
016990         INVALID KEY
017000             GO TO 2950-EXIT
017010     END-READ.
017020     MOVE LB-RECEIVED-DATE TO AE-LAST-SETTLED-DATE.
017030     REWRITE ACH-ENROLLMENT-RECORD.
017040     IF WS-AE-STATUS NOT = "00"
017050         DISPLAY "LNPMTPST - ENROLLMENT REWRITE FAILED, ACCOUNT "
017060             AE-ACCT-NBR ", STATUS = " WS-AE-STATUS
017070     END-IF.
017080 2950-EXIT.
017090     EXIT.
017100
017110******************************************************************
017120*    3000-POST-WAIVER  --  FORGIVE ONE SUPERVISOR'S FEE WAIVER   *
017130*    OFF THE ACCOUNT'S LATE FEES OWING, OR REJECT IT WITH A      *
017140*    REASON.  A WAIVER MUST NAME A SUPERVISOR WHO IS ON OPERAUTH *
017150*    WITH APPROVAL AUTHORITY AND CARRY A KNOWN REASON CODE, AND  *
017160*    MAY NOT FORGIVE MORE THAN IS OWING; A ZERO AMOUNT FORGIVES  *
017170*    EVERYTHING OWING.  THE REWRITE IS JOURNALED WITH THE        *
017180*    SUPERVISOR AS ITS APPROVER AND THE WAIVER WRITTEN TO THE    *
017190*    HISTORY.                                                    *
017200******************************************************************
017210 3000-POST-WAIVER.
017220     IF FW-SUPERVISOR-ID = SPACES
017230         MOVE "WAIVER: NO SUPERVISOR ID" TO RJ-REASON
017240         PERFORM 3700-REJECT-WAIVER THRU 3700-EXIT
017250         GO TO 3000-CONTINUE
017260     END-IF.
017270     PERFORM 3100-CHECK-APPROVER THRU 3100-EXIT.
017280     IF NOT PM-SUPERVISOR-APPROVES
017290         MOVE "WAIVER: NOT AN APPROVER" TO RJ-REASON
017300         PERFORM 3700-REJECT-WAIVER THRU 3700-EXIT
017310         GO TO 3000-CONTINUE
017320     END-IF.
017330     IF NOT FW-REASON-VALID
017340         MOVE "WAIVER: INVALID REASON CODE" TO RJ-REASON
017350         PERFORM 3700-REJECT-WAIVER THRU 3700-EXIT
017360         GO TO 3000-CONTINUE
017370     END-IF.
017380     MOVE "N" TO WS-FOUND-SWITCH.
017390     MOVE FW-ACCT-NBR TO LM-ACCT-NBR.
017400     READ LOAN-MASTER
017410         INVALID KEY
017420             CONTINUE
017430         NOT INVALID KEY
017440             SET WS-ACCOUNT-FOUND TO TRUE
017450     END-READ.
017460     IF NOT WS-ACCOUNT-FOUND
017470         MOVE "WAIVER: ACCOUNT NOT ON MASTER" TO RJ-REASON
017480         PERFORM 3700-REJECT-WAIVER THRU 3700-EXIT
017490         GO TO 3000-CONTINUE
017500     END-IF.
017510     IF LM-LATE-FEE-AMT = ZERO
017520         MOVE "WAIVER: NO LATE FEES OWING" TO RJ-REASON
017530         PERFORM 3700-REJECT-WAIVER THRU 3700-EXIT
017540         GO TO 3000-CONTINUE
017550     END-IF.
017560     IF FW-WAIVE-AMT > LM-LATE-FEE-AMT
017570         MOVE "WAIVER: EXCEEDS FEES OWING" TO RJ-REASON
017580         PERFORM 3700-REJECT-WAIVER THRU 3700-EXIT
017590         GO TO 3000-CONTINUE
017600     END-IF.
017610     MOVE FW-WAIVE-AMT TO PM-WAIVE-AMT.
017620     IF PM-WAIVE-AMT = ZERO
017630         MOVE LM-LATE-FEE-AMT TO PM-WAIVE-AMT
017640     END-IF.
017650     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
017660     SUBTRACT PM-WAIVE-AMT FROM LM-LATE-FEE-AMT.
017670     ADD PM-WAIVE-AMT TO LM-FEES-WAIVED.
017680     SET LM-ACTIVITY-PENDING TO TRUE.
017690     REWRITE LOAN-MASTER-RECORD.
017700     IF WS-LM-STATUS NOT = "00"
017710         DISPLAY "LNPMTPST - MASTER REWRITE FAILED FOR ACCOUNT "
017720             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
017730         MOVE "Y" TO WS-EOF-SWITCH
017740         MOVE "Y" TO WS-FW-EOF-SWITCH
017750         SET WS-RUN-ABORTED TO TRUE
017760         GO TO 3000-EXIT
017770     END-IF.
017780     ADD 1 TO WS-WAIVED-CTR.
017790     ADD PM-WAIVE-AMT TO PM-WAIVED-AMT.
017800     MOVE FW-SUPERVISOR-ID TO AP-APPROVER-ID.
017810     PERFORM 2350-JOURNAL-POSTING THRU 2350-EXIT.
017820     MOVE SPACES TO AP-APPROVER-ID.
017830     PERFORM 3360-WRITE-WAIVER-HIST THRU 3360-EXIT.
017840 3000-CONTINUE.
017850     PERFORM 3900-READ-WAIVER THRU 3900-EXIT.
017860 3000-EXIT.
017870     EXIT.
017880
017890******************************************************************
017900*    3100-CHECK-APPROVER  --  READ THE OPERATOR AUTHORITY FILE   *
017910*    FROM THE TOP FOR THE WAIVER'S SUPERVISOR, THE SAME WAY      *
017920*    LNSIGNON DOES, SO A CHANGE SECURITY MAKES TAKES HOLD AT     *
017930*    ONCE.  THE WAIVER IS HONORED ONLY IF THE SUPERVISOR IS ON   *
017940*    THE FILE WITH A Y IN THE APPROVAL COLUMN.  A FILE THAT      *
017950*    WILL NOT OPEN HONORS NO WAIVER.                             *
017960******************************************************************
017970 3100-CHECK-APPROVER.
017980     MOVE "N" TO PM-APPROVER-SWITCH.
017990     MOVE "N" TO WS-OA-EOF-SWITCH.
018000     OPEN INPUT OPERATOR-AUTH.
018010     IF WS-OA-STATUS NOT = "00"
018020         DISPLAY "LNPMTPST - OPERAUTH OPEN FAILED, STATUS = "
018030             WS-OA-STATUS
018040         GO TO 3100-EXIT
018050     END-IF.
018060     PERFORM 3150-READ-OPERATOR THRU 3150-EXIT
018070         UNTIL PM-SUPERVISOR-APPROVES OR WS-OA-EOF-REACHED.
018080     CLOSE OPERATOR-AUTH.
018090 3100-EXIT.
018100     EXIT.
018110
018120 3150-READ-OPERATOR.
018130     READ OPERATOR-AUTH
018140         AT END
018150             MOVE "Y" TO WS-OA-EOF-SWITCH
018160     END-READ.
018170     IF WS-OA-EOF-REACHED
018180         GO TO 3150-EXIT
018190     END-IF.
018200     IF OA-OPERATOR-ID = FW-SUPERVISOR-ID
018210         IF OA-CAN-APPROVE
018220             SET PM-SUPERVISOR-APPROVES TO TRUE
018230         ELSE
018240             MOVE "Y" TO WS-OA-EOF-SWITCH
018250         END-IF
018260     END-IF.
018270 3150-EXIT.
018280     EXIT.
018290
018300******************************************************************
018310*    3360-WRITE-WAIVER-HIST  --  THE WAIVER'S HISTORY ENTRY.  THE*
018320*    WHOLE AMOUNT IS FEE, DATED THE DAY THE SUPERVISOR GRANTED   *
018330*    IT (THE RUN DATE IF NONE WAS KEYED), WITH THE REASON AND    *
018340*    THE SUPERVISOR IN THE DESCRIPTION.  THE PRINCIPAL BALANCE   *
018350*    IS LNBALCE'S, OR FOR A CHARGED-OFF ACCOUNT THE AMOUNT       *
018360*    WRITTEN OFF LESS WHAT HAS BEEN RECOVERED.                   *
018370******************************************************************
018380 3360-WRITE-WAIVER-HIST.
018390     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
018400     MOVE FW-WAIVE-DATE    TO TP-EFF-DATE.
018410     IF FW-WAIVE-DATE = ZERO
018420         MOVE WS-RUN-DATE  TO TP-EFF-DATE
018430     END-IF.
018440     MOVE "LNPMTPST"       TO TP-PROGRAM-ID.
018450     SET  TP-TYPE-FEE-WAIVER TO TRUE.
018460     MOVE PM-WAIVE-AMT     TO TP-TRAN-AMT.
018470     MOVE ZERO             TO TP-PRIN-AMT.
018480     MOVE ZERO             TO TP-INT-AMT.
018490     MOVE ZERO             TO TP-ESCROW-AMT.
018500     MOVE PM-WAIVE-AMT     TO TP-FEE-AMT.
018510     MOVE ZERO             TO TP-UNAPPLIED-AMT.
018520     MOVE ZERO             TO TP-PRIN-BAL.
018530     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
018540     IF LM-STATUS-CHARGED-OFF
018550         IF LM-CHGOFF-AMT > LM-RECOVERY-AMT
018560             COMPUTE TP-PRIN-BAL = LM-CHGOFF-AMT - LM-RECOVERY-AMT
018570         END-IF
018580         GO TO 3360-WRITE
018590     END-IF.
018600     PERFORM 2200-COMPUTE-SCHED-PMT THRU 2200-EXIT.
018610     IF LW-NO-ERROR
018620         PERFORM 2370-LOAD-HIST-BALANCES THRU 2370-EXIT
018630     END-IF.
018640 3360-WRITE.
018650     MOVE FW-REASON-CODE   TO PM-WV-REASON.
018660     MOVE FW-SUPERVISOR-ID TO PM-WV-SUPERVISOR.
018670     MOVE PM-WAIVE-DESC    TO TP-DESCRIPTION.
018680     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
018690 3360-EXIT.
018700     EXIT.
018710
018720******************************************************************
018730*    3700-REJECT-WAIVER  --  WRITE THE WAIVER TO THE REJECTS     *
018740*    FILE WITH THE REASON ALREADY SET BY THE CALLER.  WAIVER     *
018750*    REJECTS ARE COUNTED APART FROM THE RECEIPTS REJECTED.       *
018760******************************************************************
018770 3700-REJECT-WAIVER.
018780     MOVE FW-ACCT-NBR      TO RJ-ACCT-NBR.
018790     MOVE FW-WAIVE-AMT     TO RJ-AMT-RECEIVED.
018800     MOVE FW-WAIVE-DATE    TO RJ-RECEIVED-DATE.
018810     WRITE REJECT-RECORD FROM REJECT-LINE.
018820     ADD 1 TO WS-FW-REJECT-CTR.
018830     ADD FW-WAIVE-AMT TO PM-FW-REJECT-AMT.
018840 3700-EXIT.
018850     EXIT.
018860
018870******************************************************************
018880*    3900-READ-WAIVER  --  THE NEXT FEE WAIVER.  AN ABORTED RUN  *
018890*    READS NOTHING MORE.                                         *
018900******************************************************************
018910 3900-READ-WAIVER.
018920     IF WS-RUN-ABORTED
018930         MOVE "Y" TO WS-FW-EOF-SWITCH
018940         GO TO 3900-EXIT
018950     END-IF.
018960     READ FEE-WAIVERS
018970         AT END
018980             MOVE "Y" TO WS-FW-EOF-SWITCH
018990     END-READ.
019000 3900-EXIT.
019010     EXIT.
019020
019030******************************************************************
019040*    9000-TERMINATE  --  WRITE THE POSTING SUMMARY AND CLOSE.   *
019050*    THE SUMMARY AND THE OUTPUT FILES ARE ONLY TOUCHED IF THE   *
019060*    RUN GOT FAR ENOUGH TO OPEN THEM, SO A FAILED OPEN EARLIER  *
019070*    DOES NOT TURN INTO A WRITE AGAINST AN UNOPENED FILE HERE.  *
019080******************************************************************
019090 9000-TERMINATE.
019100     IF NOT WS-RPT-WAS-OPENED
019110         GO TO 9000-DISPLAY
019120     END-IF.
019130     MOVE "RECEIPTS READ . . . . :" TO PC-LABEL.
019140     MOVE WS-READ-CTR    TO PC-COUNT.
019150     MOVE PM-RECEIVED-AMT TO PC-AMOUNT.
019160     WRITE POST-RECORD FROM POST-CTR-LINE.
019170     MOVE "PAYMENTS POSTED . . . :" TO PC-LABEL.
019180     MOVE WS-POSTED-CTR  TO PC-COUNT.
019190     MOVE PM-POSTED-AMT  TO PC-AMOUNT.
019200     WRITE POST-RECORD FROM POST-CTR-LINE.
019210     MOVE "RECEIPTS REJECTED . . :" TO PC-LABEL.
019220     MOVE WS-REJECT-CTR  TO PC-COUNT.
019230     MOVE PM-REJECT-AMT  TO PC-AMOUNT.
019240     WRITE POST-RECORD FROM POST-CTR-LINE.
019250     MOVE "FUNDS HELD. . . . . . :" TO PC-LABEL.
019260     MOVE WS-HELD-CTR    TO PC-COUNT.
019270     MOVE PM-HELD-AMT    TO PC-AMOUNT.
019280     WRITE POST-RECORD FROM POST-CTR-LINE.
019290     MOVE "APPLIED FROM HOLDING. :" TO PC-LABEL.
019300     MOVE WS-APPLIED-CTR TO PC-COUNT.
019310     MOVE PM-APPLIED-AMT TO PC-AMOUNT.
019320     WRITE POST-RECORD FROM POST-CTR-LINE.
019330     MOVE "REFUNDS DUE . . . . . :" TO PC-LABEL.
019340     MOVE WS-REFUND-CTR  TO PC-COUNT.
019350     MOVE PM-REFUND-AMT  TO PC-AMOUNT.
019360     WRITE POST-RECORD FROM POST-CTR-LINE.
019370     MOVE "RECOVERIES POSTED . . :" TO PC-LABEL.
019380     MOVE WS-RECOVERY-CTR TO PC-COUNT.
019390     MOVE PM-RECOVERY-AMT TO PC-AMOUNT.
019400     WRITE POST-RECORD FROM POST-CTR-LINE.
019410     MOVE "LATE FEES COLLECTED . :" TO PC-LABEL.
019420     MOVE WS-FEE-CTR      TO PC-COUNT.
019430     MOVE PM-FEE-AMT      TO PC-AMOUNT.
019440     WRITE POST-RECORD FROM POST-CTR-LINE.
019450     MOVE "LATE FEES WAIVED. . . :" TO PC-LABEL.
019460     MOVE WS-WAIVED-CTR   TO PC-COUNT.
019470     MOVE PM-WAIVED-AMT   TO PC-AMOUNT.
019480     WRITE POST-RECORD FROM POST-CTR-LINE.
019490     MOVE "WAIVERS REJECTED. . . :" TO PC-LABEL.
019500     MOVE WS-FW-REJECT-CTR TO PC-COUNT.
019510     MOVE PM-FW-REJECT-AMT TO PC-AMOUNT.
019520     WRITE POST-RECORD FROM POST-CTR-LINE.
019530     MOVE "ACH DRAFTS SETTLED. . :" TO PC-LABEL.
019540     MOVE WS-ACH-CTR      TO PC-COUNT.
019550     MOVE PM-ACH-AMT      TO PC-AMOUNT.
019560     WRITE POST-RECORD FROM POST-CTR-LINE.
019570     MOVE "SUSPECTED DUPLICATES. :" TO PC-LABEL.
019580     MOVE WS-DUPLICATE-CTR TO PC-COUNT.
019590     MOVE PM-DUPLICATE-AMT TO PC-AMOUNT.
019600     WRITE POST-RECORD FROM POST-CTR-LINE.
019610     MOVE "LOCKBOX BATCHES POSTED:" TO PC-LABEL.
019620     MOVE WS-BATCH-CTR    TO PC-COUNT.
019630     MOVE PM-BATCH-AMT    TO PC-AMOUNT.
019640     WRITE POST-RECORD FROM POST-CTR-LINE.
019650     MOVE "BATCHES SENT AGAIN. . :" TO PC-LABEL.
019660     MOVE WS-RESENT-CTR   TO PC-COUNT.
019670     MOVE PM-RESENT-AMT   TO PC-AMOUNT.
019680     WRITE POST-RECORD FROM POST-CTR-LINE.
019690     CLOSE LOCKBOX-RCPTS.
019700     CLOSE LOCKBOX-BATCHES.
019710     CLOSE RECEIPTS-POSTED.
019720     IF WS-AS-WAS-OPENED
019730         CLOSE ACH-SETTLED
019740     END-IF.
019750     IF WS-AE-WAS-OPENED
019760         CLOSE ACH-ENROLLMENT
019770     END-IF.
019780     IF WS-FW-WAS-OPENED
019790         CLOSE FEE-WAIVERS
019800     END-IF.
019810     CLOSE LOAN-MASTER.
019820     CLOSE PMT-REJECTS.
019830     CLOSE POST-RPT.
019840     IF NOT WS-RUN-ABORTED
019850         SET CY-FUNC-END TO TRUE
019860         MOVE "P"          TO CY-LEG-ID
019870         MOVE WS-RUN-DATE  TO CY-CYCLE-DATE
019880         MOVE WS-POSTED-CTR TO CY-RUN-COUNT
019890         CALL "LNCYCLE" USING CYCLE-PARM-AREA
019900     END-IF.
019910 9000-DISPLAY.
019920     DISPLAY "LNPMTPST - RECEIPTS READ: " WS-READ-CTR
019930         " POSTED: " WS-POSTED-CTR
019940         " REJECTED: " WS-REJECT-CTR
019950         " HELD: " WS-HELD-CTR
019960         " RECOVERIES: " WS-RECOVERY-CTR
019970         " ACH: " WS-ACH-CTR
019980         " FEES: " WS-FEE-CTR
019990         " WAIVED: " WS-WAIVED-CTR
020000         " DUPLICATES: " WS-DUPLICATE-CTR.
020010 9000-EXIT.
020020     EXIT.
020030
