000560*                      CONVERTED ACCOUNT ITS FIRST PASS.  A
000570*                      CONVERTED RECORD OTHERWISE CARRIED
000580*                      WHATEVER WAS LEFT IN THE RECORD AREA.
000590*     10/15/2026  DPL  ALSO INITIALIZES THE NON-ACCRUAL DATE AND
000600*                      THE CHARGE-OFF DATE, AMOUNT AND
000610*                      RECOVERIES TO ZERO -- NO CONVERTED
000620*                      ACCOUNT HAS BEEN THROUGH EITHER.
000630*     10/15/2026  DPL  ALSO INITIALIZES THE DATE OF FIRST
000640*                      DELINQUENCY TO ZERO; THE NEXT LNBATCH RUN
000650*                      POSTS IT FOR ANY CONVERTED ACCOUNT
000660*                      ALREADY LATE.
000670*     10/15/2026  DPL  ALSO INITIALIZES THE LIFE-OF-LOAN LATE
000680*                      FEES COLLECTED AND WAIVED TO ZERO.
000690*     10/15/2026  DPL  CONVERTED ACCOUNTS START WITH NO LEGAL
000700*                      HOLD.
000710*
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.  LNCONVRT.
000740 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000750 INSTALLATION. HOME OFFICE.
000760 DATE-WRITTEN. 08/22/2026.
000770 DATE-COMPILED.
000780
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.  IBM-370.
000820 OBJECT-COMPUTER.  IBM-370.
000830
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT OLD-LOAN-MASTER
000870         ASSIGN TO "LOANMASO"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS OM-ACCT-NBR
000910         FILE STATUS IS WS-OM-STATUS.
000920
000930     SELECT NEW-LOAN-MASTER
000940         ASSIGN TO "LOANMASN"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS SEQUENTIAL
000970         RECORD KEY IS LM-ACCT-NBR
000980         FILE STATUS IS WS-NM-STATUS.
000990
001000     SELECT CONV-RPT
001010         ASSIGN TO "CONVRPT"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060*
001070*    THE OLD MASTER LAYOUT, EXACTLY AS THE FILE WAS CUT BEFORE
001080*    THE MONEY FIELDS WIDENED AND THE POSTING/COLLECTION/
001090*    FREQUENCY FIELDS EXISTED.  KEPT PRIVATE TO THIS PROGRAM --
001100*    NOTHING ELSE MAY EVER READ THE OLD SHAPE AGAIN.
001110*
001120 FD  OLD-LOAN-MASTER
001130     LABEL RECORD IS STANDARD.
001140 01  OLD-LOAN-MASTER-RECORD.
001150     03  OM-ACCT-NBR             PIC  9(07).
001160     03  OM-BORROWER-NAME        PIC  X(30).
001170     03  OM-BORROWER-ID          PIC  X(11).
001180     03  OM-ORIGINATION-DATE     PIC  9(08).
001190     03  OM-LOAN-AMT             PIC  9(06)V9(02).
001200     03  OM-INT-RATE             PIC  9(02)V9(02).
001210     03  OM-NBR-PMTS             PIC  9(03).
001220     03  OM-LOAN-STATUS          PIC  X(01).
001230     03  OM-TOTAL-PMTS           PIC  9(06)V9(02).
001240     03  OM-TOTAL-INT            PIC  9(06)V9(02).
001250     03  OM-DUE-DATE             PIC  9(08).
001260     03  OM-PMT-RECEIVED-DATE    PIC  9(08).
001270     03  OM-PMT-STATUS           PIC  X(01).
001280     03  OM-LATE-FEE-AMT         PIC  9(04)V9(02).
001290     03  OM-RATE-HIST-CTR        PIC  9(02).
001300     03  OM-RATE-HIST            OCCURS 20 TIMES
001310                                  INDEXED BY OM-RH-NDX.
001320         05  OM-RH-EFF-PMT-NBR   PIC  9(03).
001330         05  OM-RH-RATE          PIC  9(02)V9(02).
001340
001350 FD  NEW-LOAN-MASTER
001360     LABEL RECORD IS STANDARD.
001370 COPY LOANMAST.
001380
001390 FD  CONV-RPT
001400     LABEL RECORD IS OMITTED.
001410 01  CONV-RPT-RECORD             PIC  X(80).
001420
001430 WORKING-STORAGE SECTION.
001440*
001450*    CONVERSION REPORT LINES, BUILT HERE AND WRITTEN WITH
001460*    WRITE ... FROM.
001470*
001480 01  CV-RPT-HDG.
001490     03  FILLER                  PIC  X(36)  VALUE
001500             "LOAN MASTER CONVERSION REPORT  -    ".
001510     03  CH-RUN-DATE             PIC  9(08).
001520     03  FILLER                  PIC  X(36)  VALUE SPACES.
001530 01  CV-RPT-LINE.
001540     03  CL-LABEL                PIC  X(26).
001550     03  CL-COUNT                PIC  ZZZ,ZZZ,ZZ9.
001560     03  FILLER                  PIC  X(04)  VALUE SPACES.
001570     03  CL-HASH                 PIC  9(14)V9(02).
001580     03  FILLER                  PIC  X(22)  VALUE SPACES.
001590 01  CV-RPT-VERDICT.
001600     03  CV-VERDICT-TEXT         PIC  X(44).
001610     03  FILLER                  PIC  X(36)  VALUE SPACES.
001620*
001630*    RUN CONTROL SWITCHES AND COUNTERS.
001640*
001650 77  WS-OM-STATUS            PIC  X(02)      VALUE "00".
001660 77  WS-NM-STATUS            PIC  X(02)      VALUE "00".
001670 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001680     88  WS-EOF-REACHED              VALUE "Y".
001690 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
001700     88  WS-RPT-WAS-OPENED           VALUE "Y".
001710 77  WS-BALANCED-SWITCH      PIC  X(01)      VALUE "Y".
001720     88  WS-RUN-BALANCED             VALUE "Y".
001730 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001740*
001750*    COUNTS AND HASH TOTALS, ACCUMULATED INDEPENDENTLY ON THE
001760*    READ SIDE AND THE WRITE SIDE SO A DROPPED OR DOUBLED
001770*    RECORD SHOWS UP AS A MISMATCH INSTEAD OF HIDING INSIDE A
001780*    SINGLE SHARED COUNTER.
001790*
001800 77  CV-IN-CTR               PIC  9(09)      COMP VALUE ZERO.
001810 77  CV-OUT-CTR              PIC  9(09)      COMP VALUE ZERO.
001820 77  CV-IN-ACCT-HASH         PIC  9(14)      COMP VALUE ZERO.
001830 77  CV-OUT-ACCT-HASH        PIC  9(14)      COMP VALUE ZERO.
001840 77  CV-IN-AMT-HASH          PIC  9(14)V9(02) COMP VALUE ZERO.
001850 77  CV-OUT-AMT-HASH         PIC  9(14)V9(02) COMP VALUE ZERO.
001860*
001870*    OPENING PAYMENTS-MADE DERIVATION WORK FIELDS.  EVERY
001880*    CONVERTED ACCOUNT IS MONTHLY (THE OLD FILE PREDATES THE
001890*    FREQUENCY FIELD), SO WHOLE MONTHS BETWEEN ORIGINATION AND
001900*    THE HAND-KEPT DUE DATE COUNT ITS POSTED PAYMENTS.
001910*
001920 01  CV-ORIG-DATE-N          PIC  9(08).
001930 01  CV-ORIG-DATE REDEFINES CV-ORIG-DATE-N.
001940     03  CV-ORIG-YEAR            PIC  9(04).
001950     03  CV-ORIG-MONTH           PIC  9(02).
001960     03  CV-ORIG-DAY             PIC  9(02).
001970 01  CV-DUE-DATE-N           PIC  9(08).
001980 01  CV-DUE-DATE REDEFINES CV-DUE-DATE-N.
001990     03  CV-DUE-YEAR             PIC  9(04).
002000     03  CV-DUE-MONTH            PIC  9(02).
002010     03  CV-DUE-DAY              PIC  9(02).
002020 77  CV-ELAPSED-CYCLES       PIC S9(05)      COMP VALUE ZERO.
002030
002040 PROCEDURE DIVISION.
002050******************************************************************
002060*    0000-MAINLINE.                                             *
002070******************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002100     PERFORM 2000-CONVERT-ACCOUNT THRU 2000-EXIT
002110         UNTIL WS-EOF-REACHED.
002120     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002130     GOBACK.
002140
002150******************************************************************
002160*    1000-INITIALIZE.                                           *
002170******************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     OPEN INPUT OLD-LOAN-MASTER.
002210     IF WS-OM-STATUS NOT = "00"
002220         DISPLAY "LNCONVRT - OLD MASTER OPEN FAILED, STATUS = "
002230             WS-OM-STATUS
002240         MOVE "Y" TO WS-EOF-SWITCH
002250         GO TO 1000-EXIT
002260     END-IF.
002270     OPEN OUTPUT NEW-LOAN-MASTER.
002280     IF WS-NM-STATUS NOT = "00"
002290         DISPLAY "LNCONVRT - NEW MASTER OPEN FAILED, STATUS = "
002300             WS-NM-STATUS
002310         MOVE "Y" TO WS-EOF-SWITCH
002320         CLOSE OLD-LOAN-MASTER
002330         GO TO 1000-EXIT
002340     END-IF.
002350     OPEN OUTPUT CONV-RPT.
002360     SET WS-RPT-WAS-OPENED TO TRUE.
002370     PERFORM 2900-READ-OLD-MASTER THRU 2900-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    2000-CONVERT-ACCOUNT  --  CARRY ONE ACCOUNT ACROSS,        *
002430*    WIDENING THE MONEY FIELDS AND INITIALIZING THE FIELDS THE  *
002440*    OLD FILE NEVER HAD.                                        *
002450******************************************************************
002460 2000-CONVERT-ACCOUNT.
002470     ADD 1            TO CV-IN-CTR.
002480     ADD OM-ACCT-NBR  TO CV-IN-ACCT-HASH.
002490     ADD OM-LOAN-AMT  TO CV-IN-AMT-HASH.
002500     MOVE OM-ACCT-NBR           TO LM-ACCT-NBR.
002510     MOVE OM-BORROWER-NAME      TO LM-BORROWER-NAME.
002520     MOVE OM-BORROWER-ID        TO LM-BORROWER-ID.
002530     MOVE OM-ORIGINATION-DATE   TO LM-ORIGINATION-DATE.
002540     MOVE OM-LOAN-AMT           TO LM-LOAN-AMT.
002550     MOVE OM-INT-RATE           TO LM-INT-RATE.
002560     MOVE OM-NBR-PMTS           TO LM-NBR-PMTS.
002570     SET LM-FREQ-MONTHLY        TO TRUE.
002580     MOVE OM-LOAN-STATUS        TO LM-LOAN-STATUS.
002590     MOVE OM-TOTAL-PMTS         TO LM-TOTAL-PMTS.
002600     MOVE OM-TOTAL-INT          TO LM-TOTAL-INT.
002610     MOVE OM-DUE-DATE           TO LM-DUE-DATE.
002620     MOVE OM-PMT-RECEIVED-DATE  TO LM-PMT-RECEIVED-DATE.
002630     MOVE OM-PMT-STATUS         TO LM-PMT-STATUS.
002640     MOVE OM-LATE-FEE-AMT       TO LM-LATE-FEE-AMT.
002650     PERFORM 2200-DERIVE-PMTS-MADE THRU 2200-EXIT.
002660     MOVE ZERO                  TO LM-CYCLES-DELINQ.
002670     MOVE ZERO                  TO LM-ESCROW-TAX-AMT.
002680     MOVE ZERO                  TO LM-ESCROW-INS-AMT.
002690     MOVE ZERO                  TO LM-ESCROW-BAL.
002700     MOVE ZERO                  TO LM-ESCROW-TAX-DISB.
002710     MOVE ZERO                  TO LM-ESCROW-INS-DISB.
002720     MOVE ZERO                  TO LM-UNAPPLIED-BAL.
002730     MOVE ZERO                  TO LM-INT-YTD-YEAR.
002740     MOVE ZERO                  TO LM-INT-PAID-YTD.
002750     MOVE ZERO                  TO LM-ARM-MARGIN.
002760     MOVE SPACES                TO LM-INVESTOR-CODE.
002770     SET LM-ACTIVITY-PENDING    TO TRUE.
002780     MOVE SPACES                TO LM-ADDR-STREET.
002790     MOVE SPACES                TO LM-ADDR-CITY.
002800     MOVE SPACES                TO LM-ADDR-STATE.
002810     MOVE SPACES                TO LM-ADDR-ZIP.
002820     SET LM-ADDR-DELIVERABLE    TO TRUE.
002830     MOVE ZERO                  TO LM-NONACCRUAL-DATE.
002840     MOVE ZERO                  TO LM-CHGOFF-DATE.
002850     MOVE ZERO                  TO LM-CHGOFF-AMT.
002860     MOVE ZERO                  TO LM-RECOVERY-AMT.
002870     MOVE ZERO                  TO LM-FIRST-DELINQ-DATE.
002880     MOVE ZERO                  TO LM-FEES-COLLECTED.
002890     MOVE ZERO                  TO LM-FEES-WAIVED.
002900     MOVE SPACES                TO LM-HOLD-CODE.
002910     MOVE ZERO                  TO LM-HOLD-START-DATE.
002920     MOVE SPACES                TO LM-HOLD-CASE-NBR.
002930     MOVE OM-RATE-HIST-CTR      TO LM-RATE-HIST-CTR.
002940     PERFORM 2100-COPY-RATE-HIST THRU 2100-EXIT
002950         VARYING OM-RH-NDX FROM 1 BY 1
002960         UNTIL OM-RH-NDX > 20.
002970     WRITE LOAN-MASTER-RECORD.
002980     IF WS-NM-STATUS NOT = "00"
002990         DISPLAY "LNCONVRT - NEW MASTER WRITE FAILED FOR "
003000             OM-ACCT-NBR ", STATUS = " WS-NM-STATUS
003010         MOVE "N" TO WS-BALANCED-SWITCH
003020         MOVE "Y" TO WS-EOF-SWITCH
003030         GO TO 2000-EXIT
003040     END-IF.
003050     ADD 1            TO CV-OUT-CTR.
003060     ADD LM-ACCT-NBR  TO CV-OUT-ACCT-HASH.
003070     ADD LM-LOAN-AMT  TO CV-OUT-AMT-HASH.
003080     PERFORM 2900-READ-OLD-MASTER THRU 2900-EXIT.
003090 2000-EXIT.
003100     EXIT.
003110
003120 2100-COPY-RATE-HIST.
003130     SET LM-RH-NDX TO OM-RH-NDX.
003140     MOVE OM-RH-EFF-PMT-NBR (OM-RH-NDX)
003150         TO LM-RH-EFF-PMT-NBR (LM-RH-NDX).
003160     MOVE OM-RH-RATE (OM-RH-NDX)
003170         TO LM-RH-RATE (LM-RH-NDX).
003180 2100-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*    2200-DERIVE-PMTS-MADE  --  OPENING POSTED-PAYMENT COUNT    *
003230*    FOR THE CONVERTED ACCOUNT.  A PAID-OFF LOAN OPENS AT FULL  *
003240*    TERM; A LOAN UNDER DUE-DATE TRACKING OPENS AT THE WHOLE    *
003250*    MONTHS FROM ORIGINATION TO THE DUE DATE LESS ONE, SINCE    *
003260*    THE DUE DATE NAMES THE NEXT UNPAID CYCLE; A LOAN NEVER     *
003270*    PUT UNDER TRACKING (ZERO DUE DATE) OPENS AT ZERO.  THE     *
003280*    COUNT IS CLAMPED TO THE TERM.  EVERY CONVERTED ACCOUNT IS  *
003290*    MONTHLY, SO MONTHS AND CYCLES ARE THE SAME THING HERE.     *
003300******************************************************************
003310 2200-DERIVE-PMTS-MADE.
003320     IF OM-LOAN-STATUS = "P"
003330         MOVE OM-NBR-PMTS TO LM-PMTS-MADE
003340         GO TO 2200-EXIT
003350     END-IF.
003360     IF OM-DUE-DATE = ZERO
003370         MOVE ZERO TO LM-PMTS-MADE
003380         GO TO 2200-EXIT
003390     END-IF.
003400     MOVE OM-ORIGINATION-DATE TO CV-ORIG-DATE-N.
003410     MOVE OM-DUE-DATE         TO CV-DUE-DATE-N.
003420     COMPUTE CV-ELAPSED-CYCLES =
003430         (CV-DUE-YEAR * 12 + CV-DUE-MONTH)
003440           - (CV-ORIG-YEAR * 12 + CV-ORIG-MONTH) - 1.
003450     IF CV-ELAPSED-CYCLES < ZERO
003460         MOVE ZERO TO CV-ELAPSED-CYCLES
003470     END-IF.
003480     IF CV-ELAPSED-CYCLES > OM-NBR-PMTS
003490         MOVE OM-NBR-PMTS TO CV-ELAPSED-CYCLES
003500     END-IF.
003510     MOVE CV-ELAPSED-CYCLES TO LM-PMTS-MADE.
003520 2200-EXIT.
003530     EXIT.
003540
003550 2900-READ-OLD-MASTER.
003560     READ OLD-LOAN-MASTER NEXT RECORD
003570         AT END
003580             MOVE "Y" TO WS-EOF-SWITCH
003590     END-READ.
003600 2900-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640*    9000-TERMINATE  --  PROVE THE CONVERSION: COUNTS AND HASH  *
003650*    TOTALS FROM BOTH SIDES, AND A ONE-LINE VERDICT.            *
003660******************************************************************
003670 9000-TERMINATE.
003680     IF NOT WS-RPT-WAS-OPENED
003690         GO TO 9000-DISPLAY
003700     END-IF.
003710     MOVE WS-RUN-DATE TO CH-RUN-DATE.
003720     WRITE CONV-RPT-RECORD FROM CV-RPT-HDG.
003730     MOVE "RECORDS READ  (OLD). . :" TO CL-LABEL.
003740     MOVE CV-IN-CTR        TO CL-COUNT.
003750     MOVE CV-IN-ACCT-HASH  TO CL-HASH.
003760     WRITE CONV-RPT-RECORD FROM CV-RPT-LINE.
003770     MOVE "RECORDS WRITTEN (NEW). :" TO CL-LABEL.
003780     MOVE CV-OUT-CTR       TO CL-COUNT.
003790     MOVE CV-OUT-ACCT-HASH TO CL-HASH.
003800     WRITE CONV-RPT-RECORD FROM CV-RPT-LINE.
003810     MOVE "LOAN-AMT HASH (OLD). . :" TO CL-LABEL.
003820     MOVE CV-IN-CTR        TO CL-COUNT.
003830     MOVE CV-IN-AMT-HASH   TO CL-HASH.
003840     WRITE CONV-RPT-RECORD FROM CV-RPT-LINE.
003850     MOVE "LOAN-AMT HASH (NEW). . :" TO CL-LABEL.
003860     MOVE CV-OUT-CTR       TO CL-COUNT.
003870     MOVE CV-OUT-AMT-HASH  TO CL-HASH.
003880     WRITE CONV-RPT-RECORD FROM CV-RPT-LINE.
003890     IF CV-IN-CTR NOT = CV-OUT-CTR
003900             OR CV-IN-ACCT-HASH NOT = CV-OUT-ACCT-HASH
003910             OR CV-IN-AMT-HASH NOT = CV-OUT-AMT-HASH
003920         MOVE "N" TO WS-BALANCED-SWITCH
003930     END-IF.
003940     IF WS-RUN-BALANCED
003950         MOVE "CONVERSION BALANCED -- CLEAR TO CUT OVER"
003960             TO CV-VERDICT-TEXT
003970     ELSE
003980         MOVE "*** OUT OF BALANCE -- DO NOT CUT OVER ***"
003990             TO CV-VERDICT-TEXT
004000     END-IF.
004010     WRITE CONV-RPT-RECORD FROM CV-RPT-VERDICT.
004020     CLOSE OLD-LOAN-MASTER.
004030     CLOSE NEW-LOAN-MASTER.
004040     CLOSE CONV-RPT.
004050 9000-DISPLAY.
004060     DISPLAY "LNCONVRT - READ: " CV-IN-CTR
004070         " WRITTEN: " CV-OUT-CTR.
004080     IF NOT WS-RUN-BALANCED
004090         DISPLAY "LNCONVRT - *** OUT OF BALANCE ***".
004100 9000-EXIT.
004110     EXIT.
