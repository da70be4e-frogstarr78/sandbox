000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNCRBUR                                           *
000040*    TITLE:    MONTH-END CREDIT BUREAU REPORTING FILE            *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  MONTH-END RUN THAT BUILDS THE CREDIT REPORTING FILE
000130*     (CRBUREAU) SENT TO THE CREDIT BUREAUS, IN PLACE OF THE
000140*     SPREADSHEET THAT WAS TYPED BY HAND FROM THE LNDUNNG
000150*     COLLECTIONS QUEUE.  THE OPERATOR ENTERS THE REPORTING
000160*     MONTH (CCYYMM).  THE FILE IS ONE HEADER RECORD, ONE DETAIL
000170*     RECORD PER BORROWER ACCOUNT, AND ONE TRAILER RECORD
000180*     CARRYING THE DETAIL COUNT AND BALANCE TOTAL.
000190*
000200*     EVERY ACCOUNT ON LOAN-MASTER IS REPORTED EXCEPT A PAID-OFF
000210*     ACCOUNT WHOSE PAYOFF (ITS LAST RECEIVED PAYMENT) FELL IN AN
000220*     EARLIER MONTH -- A PAID-OFF ACCOUNT IS REPORTED ONCE, AS
000230*     PAID, IN ITS FINAL MONTH.  THE LNARCHV ARCHIVE IS THEN READ
000240*     FOR ACCOUNTS THAT PAID OFF IN THE REPORTING MONTH AND WERE
000250*     PURGED BEFORE MONTH END, SO A QUICK PURGE CANNOT SWALLOW AN
000260*     ACCOUNT'S FINAL REPORT.
000270*
000280*     EACH DETAIL CARRIES THE BORROWER ID (AS A NINE-DIGIT
000290*     SOCIAL SECURITY NUMBER), NAME AND MAILING ADDRESS, THE
000300*     ORIGINAL TERMS, THE SCHEDULED PAYMENT (PRINCIPAL AND
000310*     INTEREST PLUS ESCROW, FROM LNESCRW), THE CURRENT BALANCE
000320*     (FROM LNBALCE; THE UNRECOVERED DEFICIENCY ON A CHARGED-OFF
000330*     ACCOUNT), THE ACCOUNT STATUS AND PAYMENT RATING CODES
000340*     DERIVED FROM LM-STATUS AND LM-CYCLES-DELINQ, THE DATE OF
000350*     FIRST DELINQUENCY AND THE DATE CLOSED, AND A COMPLIANCE
000360*     CODE FOR AN ACCOUNT UNDER LEGAL HOLD (BANKRUPTCY CHAPTER,
000370*     LITIGATION, DECEASED OR DISASTER FORBEARANCE).
000380*
000390*     AN ACCOUNT THAT CANNOT BE REPORTED -- AN INCOMPLETE MAILING
000400*     ADDRESS, A BORROWER ID THAT IS NOT A VALID SOCIAL SECURITY
000410*     NUMBER, OR A RECORD THAT FAILS THE LNVALID EDITS -- IS
000420*     LEFT OFF THE FILE AND LISTED ON THE EXCEPTIONS REPORT
000430*     (CRBUEXCP) WITH ITS REASON, FOR CORRECTION BEFORE THE NEXT
000440*     MONTH'S RUN.
000450*
000460*  MODIFICATION HISTORY.
000470*     10/15/2026  DPL  ORIGINAL PROGRAM.
000480*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000490*                      NEW 466-BYTE LENGTH, MATCHING THE LNARCHV
000500*                      SIDE.
000510*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000520*                      NEW 496-BYTE LENGTH.  EACH DETAIL NOW
000530*                      CARRIES A COMPLIANCE CODE FOR AN ACCOUNT
000540*                      UNDER LEGAL HOLD, TAKEN FROM THE DETAIL
000550*                      FILLER.
000560*
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.  LNCRBUR.
000590 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000600 INSTALLATION. HOME OFFICE.
000610 DATE-WRITTEN. 10/15/2026.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT LOAN-MASTER
000720         ASSIGN TO "LOANMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS LM-ACCT-NBR
000760         FILE STATUS IS WS-LM-STATUS.
000770
000780     SELECT LOAN-ARCHIVE
000790         ASSIGN TO "LOANARCH"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AR-STATUS.
000820
000830     SELECT BUREAU-FILE
000840         ASSIGN TO "CRBUREAU"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT EXCEPTION-RPT
000880         ASSIGN TO "CRBUEXCP"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LOAN-MASTER
000940     LABEL RECORD IS STANDARD.
000950 COPY LOANMAST.
000960
000970 FD  LOAN-ARCHIVE
000980     LABEL RECORD IS OMITTED.
000990 01  ARCHIVE-RECORD              PIC  X(496).
001000
001010 FD  BUREAU-FILE
001020     LABEL RECORD IS OMITTED.
001030 01  BUREAU-RECORD               PIC  X(200).
001040
001050 FD  EXCEPTION-RPT
001060     LABEL RECORD IS OMITTED.
001070 01  EXCEPTION-RPT-RECORD        PIC  X(80).
001080
001090 WORKING-STORAGE SECTION.
001100*
001110*    CREDIT REPORTING FILE LAYOUTS.  ALL THREE RECORD TYPES ARE
001120*    200 BYTES, BUILT HERE AND WRITTEN WITH WRITE ... FROM.
001130*
001140*    ACCOUNT STATUS CODES (BD-ACCT-STATUS):
001150*       11  CURRENT
001160*       71  1 CYCLE PAST DUE        78  2 CYCLES PAST DUE
001170*       80  3 CYCLES PAST DUE       82  4 CYCLES PAST DUE
001180*       83  5 CYCLES PAST DUE       84  6 OR MORE CYCLES PAST DUE
001190*       13  PAID OR CLOSED          97  CHARGED OFF
001200*
001210*    PAYMENT RATING (BD-PMT-RATING): 0 CURRENT, 1 THROUGH 6 THE
001220*    CYCLES PAST DUE (6 MEANING 6 OR MORE), L CHARGED OFF.
001230*
001240*    COMPLIANCE CODE (BD-COMPLIANCE-CODE), FROM THE LEGAL HOLD
001250*    ON THE MASTER; SPACES WHEN THERE IS NONE:
001260*       D   BANKRUPTCY CHAPTER 7      E   BANKRUPTCY CHAPTER 11
001270*       H   BANKRUPTCY CHAPTER 13     XB  IN LITIGATION
001280*       X   BORROWER DECEASED         AW  DISASTER FORBEARANCE
001290*
001300 01  BUREAU-HEADER.
001310     03  BH-REC-TYPE             PIC  X(01)  VALUE "H".
001320     03  BH-REPORTER-NAME        PIC  X(20)  VALUE
001330             "HOME OFFICE".
001340     03  BH-REPORT-MONTH         PIC  9(06).
001350     03  BH-RUN-DATE             PIC  9(08).
001360     03  FILLER                  PIC  X(165) VALUE SPACES.
001370 01  BUREAU-DETAIL.
001380     03  BD-REC-TYPE             PIC  X(01)  VALUE "D".
001390     03  BD-ACCT-NBR             PIC  9(07).
001400     03  BD-SSN                  PIC  9(09).
001410     03  BD-BORROWER-NAME        PIC  X(30).
001420     03  BD-ADDR-STREET          PIC  X(30).
001430     03  BD-ADDR-CITY            PIC  X(20).
001440     03  BD-ADDR-STATE           PIC  X(02).
001450     03  BD-ADDR-ZIP             PIC  X(09).
001460     03  BD-DATE-OPENED          PIC  9(08).
001470     03  BD-ORIG-AMT             PIC  9(08)V9(02).
001480     03  BD-TERMS-NBR            PIC  9(03).
001490     03  BD-TERMS-FREQ           PIC  X(01).
001500     03  BD-SCHED-PMT            PIC  9(08)V9(02).
001510     03  BD-CURRENT-BAL          PIC  9(08)V9(02).
001520     03  BD-ACCT-STATUS          PIC  X(02).
001530     03  BD-PMT-RATING           PIC  X(01).
001540     03  BD-FIRST-DELINQ-DATE    PIC  9(08).
001550     03  BD-DATE-CLOSED          PIC  9(08).
001560     03  BD-COMPLIANCE-CODE      PIC  X(02).
001570     03  FILLER                  PIC  X(29)  VALUE SPACES.
001580 01  BUREAU-TRAILER.
001590     03  BT-REC-TYPE             PIC  X(01)  VALUE "T".
001600     03  BT-DETAIL-CTR           PIC  9(09).
001610     03  BT-BALANCE-TOTAL        PIC  9(13)V9(02).
001620     03  FILLER                  PIC  X(175) VALUE SPACES.
001630*
001640*    EXCEPTIONS REPORT LINES.
001650*
001660 01  XC-RPT-HDG.
001670     03  FILLER                  PIC  X(34)  VALUE
001680             "CREDIT BUREAU EXCEPTIONS  -  MONTH".
001690     03  FILLER                  PIC  X(01)  VALUE SPACES.
001700     03  XH-REPORT-MONTH         PIC  9(06).
001710     03  FILLER                  PIC  X(06)  VALUE "  RUN ".
001720     03  XH-RUN-DATE             PIC  9(08).
001730     03  FILLER                  PIC  X(25)  VALUE SPACES.
001740 01  XC-RPT-COL-HDG.
001750     03  FILLER                  PIC  X(40)  VALUE
001760             "ACCOUNT  BORROWER                  FROM ".
001770     03  FILLER                  PIC  X(40)  VALUE
001780             "    REASON NOT REPORTED                 ".
001790 01  XC-RPT-DTL.
001800     03  XL-ACCT-NBR             PIC  9(07).
001810     03  FILLER                  PIC  X(02)  VALUE SPACES.
001820     03  XL-BORROWER-NAME        PIC  X(24).
001830     03  FILLER                  PIC  X(02)  VALUE SPACES.
001840     03  XL-SOURCE               PIC  X(07).
001850     03  FILLER                  PIC  X(02)  VALUE SPACES.
001860     03  XL-REASON               PIC  X(30).
001870     03  FILLER                  PIC  X(06)  VALUE SPACES.
001880 01  XC-RPT-CTR-LINE.
001890     03  XT-LABEL                PIC  X(32).
001900     03  XT-COUNT                PIC  ZZZ,ZZ9.
001910     03  FILLER                  PIC  X(41)  VALUE SPACES.
001920*
001930*    RUN CONTROL SWITCHES AND COUNTERS.
001940*
001950 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001960 77  WS-AR-STATUS            PIC  X(02)      VALUE "00".
001970 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001980     88  WS-EOF-REACHED              VALUE "Y".
001990 77  WS-OPEN-FAIL-SWITCH     PIC  X(01)      VALUE "N".
002000     88  WS-OPEN-FAILED              VALUE "Y".
002010 77  WS-AR-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002020     88  WS-AR-WAS-OPENED            VALUE "Y".
002030 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002040 77  WS-REPORTED-CTR         PIC  9(09)      COMP VALUE ZERO.
002050 77  WS-ARCHIVE-CTR          PIC  9(07)      COMP VALUE ZERO.
002060 77  WS-EXCEPTION-CTR        PIC  9(07)      COMP VALUE ZERO.
002070 77  WS-CLOSED-CTR           PIC  9(07)      COMP VALUE ZERO.
002080*
002090*    REPORTING MONTH, AS ENTERED (CCYYMM), AND THE CCYYMM OF THE
002100*    ACCOUNT BEING REPORTED'S PAYOFF.
002110*
002120 01  CB-REPORT-MONTH-X       PIC  X(06)      VALUE SPACES.
002130 01  CB-REPORT-MONTH-N REDEFINES CB-REPORT-MONTH-X.
002140     03  CB-REPORT-YEAR          PIC  9(04).
002150     03  CB-REPORT-MM            PIC  9(02).
002160 77  CB-REPORT-MONTH         PIC  9(06)      VALUE ZERO.
002170 77  CB-PAYOFF-MONTH         PIC  9(06)      VALUE ZERO.
002180 77  CB-SOURCE               PIC  X(07)      VALUE SPACES.
002190 77  CB-REASON               PIC  X(30)      VALUE SPACES.
002200 77  CB-BALANCE-TOTAL        PIC  9(13)V9(02) COMP VALUE ZERO.
002210*
002220*    BORROWER ID EDIT.  THE ID IS A SOCIAL SECURITY NUMBER KEYED
002230*    EITHER AS NNN-NN-NNNN OR AS NINE DIGITS FLUSH LEFT.  EITHER
002240*    FORM IS REDUCED TO THE NINE DIGITS THE BUREAUS TAKE, WHICH
002250*    MUST NOT HAVE AN AREA OF 000, 666 OR 900 AND UP, A GROUP OF
002260*    00 OR A SERIAL OF 0000.
002270*
002280 01  CB-ID-WORK              PIC  X(11)      VALUE SPACES.
002290 01  CB-ID-DASHED REDEFINES CB-ID-WORK.
002300     03  CB-ID-D-AREA            PIC  X(03).
002310     03  CB-ID-D-DASH1           PIC  X(01).
002320     03  CB-ID-D-GROUP           PIC  X(02).
002330     03  CB-ID-D-DASH2           PIC  X(01).
002340     03  CB-ID-D-SERIAL          PIC  X(04).
002350 01  CB-ID-PLAIN REDEFINES CB-ID-WORK.
002360     03  CB-ID-P-DIGITS          PIC  X(09).
002370     03  CB-ID-P-REST            PIC  X(02).
002380 01  CB-SSN-N                PIC  9(09)      VALUE ZERO.
002390 01  CB-SSN REDEFINES CB-SSN-N.
002400     03  CB-SSN-AREA             PIC  9(03).
002410     03  CB-SSN-GROUP            PIC  9(02).
002420     03  CB-SSN-SERIAL           PIC  9(04).
002430 77  CB-ID-SWITCH            PIC  X(01)      VALUE "N".
002440     88  CB-ID-VALID                 VALUE "Y".
002450
002460 COPY LOANW.
002470
002480 PROCEDURE DIVISION.
002490******************************************************************
002500*    0000-MAINLINE  --  THE MASTER PASS REPORTS THE              *
002510*    PORTFOLIO; THE ARCHIVE PASS PICKS UP THE MONTH'S PURGED     *
002520*    PAYOFFS.                                                    *
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002560     IF WS-OPEN-FAILED
002570         GO TO 0000-WRAPUP
002580     END-IF.
002590     PERFORM 2000-REPORT-ACCOUNT  THRU 2000-EXIT
002600         UNTIL WS-EOF-REACHED.
002610     PERFORM 3000-REPORT-ARCHIVE  THRU 3000-EXIT.
002620 0000-WRAPUP.
002630     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002640     GOBACK.
002650
002660******************************************************************
002670*    1000-INITIALIZE  --  TAKE THE REPORTING MONTH FROM THE      *
002680*    OPERATOR, OPEN THE FILES AND WRITE THE HEADER RECORD.       *
002690******************************************************************
002700 1000-INITIALIZE.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     DISPLAY "ENTER REPORTING MONTH (CCYYMM): "
002730         WITH NO ADVANCING.
002740     ACCEPT CB-REPORT-MONTH-X.
002750     IF CB-REPORT-MONTH-X NOT NUMERIC
002760         DISPLAY "LNCRBUR - INVALID REPORTING MONTH -- RUN ENDED."
002770         SET WS-OPEN-FAILED TO TRUE
002780         GO TO 1000-EXIT
002790     END-IF.
002800     IF CB-REPORT-MM < 1 OR CB-REPORT-MM > 12
002810         DISPLAY "LNCRBUR - INVALID REPORTING MONTH -- RUN ENDED."
002820         SET WS-OPEN-FAILED TO TRUE
002830         GO TO 1000-EXIT
002840     END-IF.
002850     MOVE CB-REPORT-MONTH-N TO CB-REPORT-MONTH.
002860     OPEN INPUT LOAN-MASTER.
002870     IF WS-LM-STATUS NOT = "00"
002880         DISPLAY "LNCRBUR - LOAN-MASTER OPEN FAILED, STATUS = "
002890             WS-LM-STATUS
002900         SET WS-OPEN-FAILED TO TRUE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     OPEN OUTPUT BUREAU-FILE.
002940     OPEN OUTPUT EXCEPTION-RPT.
002950     MOVE CB-REPORT-MONTH TO BH-REPORT-MONTH.
002960     MOVE WS-RUN-DATE     TO BH-RUN-DATE.
002970     WRITE BUREAU-RECORD FROM BUREAU-HEADER.
002980     MOVE CB-REPORT-MONTH TO XH-REPORT-MONTH.
002990     MOVE WS-RUN-DATE     TO XH-RUN-DATE.
003000     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-HDG.
003010     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-COL-HDG.
003020     MOVE "MASTER" TO CB-SOURCE.
003030     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
003040 1000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*    2000-REPORT-ACCOUNT  --  ONE MASTER ACCOUNT.  A PAID-OFF    *
003090*    ACCOUNT IS REPORTED ONLY IN ITS FINAL MONTH.                *
003100******************************************************************
003110 2000-REPORT-ACCOUNT.
003120     IF LM-STATUS-PAID-OFF
003130         DIVIDE LM-PMT-RECEIVED-DATE BY 100 GIVING CB-PAYOFF-MONTH
003140         IF CB-PAYOFF-MONTH < CB-REPORT-MONTH
003150             ADD 1 TO WS-CLOSED-CTR
003160             GO TO 2000-CONTINUE
003170         END-IF
003180     END-IF.
003190     PERFORM 2100-BUILD-DETAIL THRU 2100-EXIT.
003200 2000-CONTINUE.
003210     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
003220 2000-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*    2100-BUILD-DETAIL  --  EDIT, DERIVE AND WRITE ONE DETAIL    *
003270*    RECORD FROM THE ACCOUNT NOW IN LOAN-MASTER-RECORD (READ FROM*
003280*    THE MASTER OR LAID IN FROM THE ARCHIVE).  AN ACCOUNT THAT   *
003290*    FAILS AN EDIT GOES TO THE EXCEPTIONS REPORT INSTEAD.        *
003300******************************************************************
003310 2100-BUILD-DETAIL.
003320     PERFORM 2150-EDIT-BORROWER-ID THRU 2150-EXIT.
003330     IF NOT CB-ID-VALID
003340         MOVE "BORROWER ID NOT A VALID SSN" TO CB-REASON
003350         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003360         GO TO 2100-EXIT
003370     END-IF.
003380     IF LM-ADDR-STREET = SPACES OR LM-ADDR-CITY = SPACES
003390             OR LM-ADDR-STATE = SPACES OR LM-ADDR-ZIP = SPACES
003400         MOVE "MAILING ADDRESS INCOMPLETE" TO CB-REASON
003410         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003420         GO TO 2100-EXIT
003430     END-IF.
003440     PERFORM 2200-DERIVE-FIGURES THRU 2200-EXIT.
003450     IF NOT LW-NO-ERROR
003460         MOVE "ACCOUNT FAILS MASTER EDITS" TO CB-REASON
003470         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003480         GO TO 2100-EXIT
003490     END-IF.
003500     MOVE LM-ACCT-NBR          TO BD-ACCT-NBR.
003510     MOVE CB-SSN-N             TO BD-SSN.
003520     MOVE LM-BORROWER-NAME     TO BD-BORROWER-NAME.
003530     MOVE LM-ADDR-STREET       TO BD-ADDR-STREET.
003540     MOVE LM-ADDR-CITY         TO BD-ADDR-CITY.
003550     MOVE LM-ADDR-STATE        TO BD-ADDR-STATE.
003560     MOVE LM-ADDR-ZIP          TO BD-ADDR-ZIP.
003570     MOVE LM-ORIGINATION-DATE  TO BD-DATE-OPENED.
003580     MOVE LM-LOAN-AMT          TO BD-ORIG-AMT.
003590     MOVE LM-NBR-PMTS          TO BD-TERMS-NBR.
003600     MOVE LW-PMT-FREQ          TO BD-TERMS-FREQ.
003610     MOVE LW-TOTAL-PMT-AMT     TO BD-SCHED-PMT.
003620     MOVE LW-REMAINING-BAL     TO BD-CURRENT-BAL.
003630     MOVE ZERO                 TO BD-DATE-CLOSED.
003640     IF LM-FIRST-DELINQ-DATE IS NUMERIC
003650         MOVE LM-FIRST-DELINQ-DATE TO BD-FIRST-DELINQ-DATE
003660     ELSE
003670         MOVE ZERO                 TO BD-FIRST-DELINQ-DATE
003680     END-IF.
003690     PERFORM 2300-SET-STATUS THRU 2300-EXIT.
003700     WRITE BUREAU-RECORD FROM BUREAU-DETAIL.
003710     ADD 1 TO WS-REPORTED-CTR.
003720     ADD BD-CURRENT-BAL TO CB-BALANCE-TOTAL.
003730 2100-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770*    2150-EDIT-BORROWER-ID  --  REDUCE LM-BORROWER-ID TO A       *
003780*    NINE-DIGIT SSN IN CB-SSN-N AND SET CB-ID-VALID IF IT IS ONE *
003790*    THE BUREAUS WILL ACCEPT.                                    *
003800******************************************************************
003810 2150-EDIT-BORROWER-ID.
003820     MOVE "N" TO CB-ID-SWITCH.
003830     MOVE ZERO TO CB-SSN-N.
003840     MOVE LM-BORROWER-ID TO CB-ID-WORK.
003850     IF CB-ID-D-DASH1 = "-" AND CB-ID-D-DASH2 = "-"
003860         IF CB-ID-D-AREA NOT NUMERIC
003870                 OR CB-ID-D-GROUP NOT NUMERIC
003880                 OR CB-ID-D-SERIAL NOT NUMERIC
003890             GO TO 2150-EXIT
003900         END-IF
003910         MOVE CB-ID-D-AREA   TO CB-SSN-AREA
003920         MOVE CB-ID-D-GROUP  TO CB-SSN-GROUP
003930         MOVE CB-ID-D-SERIAL TO CB-SSN-SERIAL
003940     ELSE
003950         IF CB-ID-P-DIGITS NOT NUMERIC
003960                 OR CB-ID-P-REST NOT = SPACES
003970             GO TO 2150-EXIT
003980         END-IF
003990         MOVE CB-ID-P-DIGITS TO CB-SSN-N
004000     END-IF.
004010     IF CB-SSN-AREA = ZERO OR CB-SSN-AREA = 666
004020             OR CB-SSN-AREA NOT < 900
004030         GO TO 2150-EXIT
004040     END-IF.
004050     IF CB-SSN-GROUP = ZERO OR CB-SSN-SERIAL = ZERO
004060         GO TO 2150-EXIT
004070     END-IF.
004080     SET CB-ID-VALID TO TRUE.
004090 2150-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    2200-DERIVE-FIGURES  --  THE SCHEDULED PAYMENT AND CURRENT  *
004140*    BALANCE, DERIVED THE SAME WAY LNSTMT BILLS THEM: LNVALID    *
004150*    GATES THE LOAD, LNARM OR LNCALC PRICES THE PAYMENT, LNESCRW *
004160*    ADDS THE ESCROW AND LNBALCE WALKS THE BALANCE.  A PAID-OFF  *
004170*    ACCOUNT OWES NOTHING AND IS SCHEDULED NOTHING; A CHARGED-OFF*
004180*    ACCOUNT IS SCHEDULED NOTHING AND OWES THE DEFICIENCY LEFT   *
004190*    AFTER RECOVERIES.                                           *
004200******************************************************************
004210 2200-DERIVE-FIGURES.
004220     MOVE LM-ACCT-NBR       TO LW-ACCT-NBR.
004230     MOVE LM-LOAN-AMT       TO LW-LOAN-AMT.
004240     MOVE LM-INT-RATE       TO LW-INT-RATE.
004250     MOVE LM-NBR-PMTS       TO LW-NBR-PMTS.
004260     MOVE LM-PMT-FREQ       TO LW-PMT-FREQ.
004270     MOVE LM-PMTS-MADE      TO LW-PMTS-MADE.
004280     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
004290     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
004300     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
004310     CALL "LNVALID" USING LOAN-WORK-AREA.
004320     IF NOT LW-NO-ERROR
004330         GO TO 2200-EXIT
004340     END-IF.
004350     IF LW-RATE-HIST-CTR > ZERO
004360         CALL "LNARM" USING LOAN-WORK-AREA
004370     ELSE
004380         CALL "LNCALC" USING LOAN-WORK-AREA
004390     END-IF.
004400     CALL "LNESCRW" USING LOAN-WORK-AREA.
004410     CALL "LNBALCE" USING LOAN-WORK-AREA.
004420     IF LM-STATUS-PAID-OFF
004430         MOVE ZERO TO LW-TOTAL-PMT-AMT
004440         MOVE ZERO TO LW-REMAINING-BAL
004450     END-IF.
004460     IF LM-STATUS-CHARGED-OFF
004470         MOVE ZERO TO LW-TOTAL-PMT-AMT
004480         MOVE ZERO TO LW-REMAINING-BAL
004490         IF LM-CHGOFF-AMT > LM-RECOVERY-AMT
004500             COMPUTE LW-REMAINING-BAL =
004510                 LM-CHGOFF-AMT - LM-RECOVERY-AMT
004520         END-IF
004530     END-IF.
004540 2200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    2300-SET-STATUS  --  ACCOUNT STATUS, PAYMENT RATING AND DATE*
004590*    CLOSED.  A PAID-OFF ACCOUNT CLOSED ON ITS FINAL PAYMENT; A  *
004600*    CHARGED-OFF ACCOUNT ON ITS CHARGE-OFF DATE.  OTHERWISE THE  *
004610*    DELINQUENT CYCLE COUNT DRIVES BOTH CODES.                   *
004620******************************************************************
004630 2300-SET-STATUS.
004640     PERFORM 2350-SET-COMPLIANCE THRU 2350-EXIT.
004650     IF LM-STATUS-PAID-OFF
004660         MOVE "13" TO BD-ACCT-STATUS
004670         MOVE "0"  TO BD-PMT-RATING
004680         MOVE LM-PMT-RECEIVED-DATE TO BD-DATE-CLOSED
004690         MOVE ZERO TO BD-FIRST-DELINQ-DATE
004700         GO TO 2300-EXIT
004710     END-IF.
004720     IF LM-STATUS-CHARGED-OFF
004730         MOVE "97" TO BD-ACCT-STATUS
004740         MOVE "L"  TO BD-PMT-RATING
004750         MOVE LM-CHGOFF-DATE TO BD-DATE-CLOSED
004760         GO TO 2300-EXIT
004770     END-IF.
004780     EVALUATE LM-CYCLES-DELINQ
004790         WHEN 0
004800             MOVE "11" TO BD-ACCT-STATUS
004810             MOVE "0"  TO BD-PMT-RATING
004820             MOVE ZERO TO BD-FIRST-DELINQ-DATE
004830         WHEN 1
004840             MOVE "71" TO BD-ACCT-STATUS
004850             MOVE "1"  TO BD-PMT-RATING
004860         WHEN 2
004870             MOVE "78" TO BD-ACCT-STATUS
004880             MOVE "2"  TO BD-PMT-RATING
004890         WHEN 3
004900             MOVE "80" TO BD-ACCT-STATUS
004910             MOVE "3"  TO BD-PMT-RATING
004920         WHEN 4
004930             MOVE "82" TO BD-ACCT-STATUS
004940             MOVE "4"  TO BD-PMT-RATING
004950         WHEN 5
004960             MOVE "83" TO BD-ACCT-STATUS
004970             MOVE "5"  TO BD-PMT-RATING
004980         WHEN OTHER
004990             MOVE "84" TO BD-ACCT-STATUS
005000             MOVE "6"  TO BD-PMT-RATING
005010     END-EVALUATE.
005020 2300-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*    2350-SET-COMPLIANCE  --  THE COMPLIANCE CODE FOR A LEGAL    *
005070*    HOLD.  IT IS REPORTED WHATEVER THE ACCOUNT STATUS, SO A     *
005080*    BANKRUPTCY STAYS ON THE FILE THROUGH PAYOFF OR CHARGE-OFF.  *
005090******************************************************************
005100 2350-SET-COMPLIANCE.
005110     EVALUATE TRUE
005120         WHEN LM-HOLD-CHAPTER-7
005130             MOVE "D "  TO BD-COMPLIANCE-CODE
005140         WHEN LM-HOLD-CHAPTER-11
005150             MOVE "E "  TO BD-COMPLIANCE-CODE
005160         WHEN LM-HOLD-CHAPTER-13
005170             MOVE "H "  TO BD-COMPLIANCE-CODE
005180         WHEN LM-HOLD-LITIGATION
005190             MOVE "XB"  TO BD-COMPLIANCE-CODE
005200         WHEN LM-HOLD-DECEASED
005210             MOVE "X "  TO BD-COMPLIANCE-CODE
005220         WHEN LM-HOLD-DISASTER
005230             MOVE "AW"  TO BD-COMPLIANCE-CODE
005240         WHEN OTHER
005250             MOVE SPACES TO BD-COMPLIANCE-CODE
005260     END-EVALUATE.
005270 2350-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE      *
005320*    HISTORY, IF ANY, INTO LOAN-WORK-AREA.                       *
005330******************************************************************
005340 2500-LOAD-RATE-HIST.
005350     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
005360     IF LW-RATE-HIST-CTR > ZERO
005370         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
005380             VARYING LM-RH-NDX FROM 1 BY 1
005390             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
005400     END-IF.
005410 2500-EXIT.
005420     EXIT.
005430
005440 2550-COPY-ONE-RATE-ENTRY.
005450     SET LW-RH-NDX TO LM-RH-NDX.
005460     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
005470         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
005480     MOVE LM-RH-RATE (LM-RH-NDX)
005490         TO LW-RH-RATE (LW-RH-NDX).
005500 2550-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*    2800-WRITE-EXCEPTION  --  LIST AN ACCOUNT LEFT OFF THE FILE,*
005550*    WITH THE REASON SET BY THE CALLER.                          *
005560******************************************************************
005570 2800-WRITE-EXCEPTION.
005580     MOVE LM-ACCT-NBR      TO XL-ACCT-NBR.
005590     MOVE LM-BORROWER-NAME TO XL-BORROWER-NAME.
005600     MOVE CB-SOURCE        TO XL-SOURCE.
005610     MOVE CB-REASON        TO XL-REASON.
005620     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-DTL.
005630     ADD 1 TO WS-EXCEPTION-CTR.
005640 2800-EXIT.
005650     EXIT.
005660
005670 2900-READ-LOAN-MASTER.
005680     READ LOAN-MASTER NEXT RECORD
005690         AT END
005700             MOVE "Y" TO WS-EOF-SWITCH
005710     END-READ.
005720 2900-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    3000-REPORT-ARCHIVE  --  THE ARCHIVE HOLDS ONLY PURGED      *
005770*    PAID-OFF ACCOUNTS; THE ONES WHOSE PAYOFF FELL IN THE        *
005780*    REPORTING MONTH STILL OWE THE BUREAUS THEIR FINAL REPORT.   *
005790*    EACH IS LAID INTO THE MASTER RECORD AREA (THE MASTER PASS IS*
005800*    DONE WITH IT) SO THE SAME PARAGRAPHS BUILD ITS DETAIL.  NO  *
005810*    ARCHIVE FILE SIMPLY MEANS NOTHING HAS EVER BEEN PURGED.     *
005820******************************************************************
005830 3000-REPORT-ARCHIVE.
005840     OPEN INPUT LOAN-ARCHIVE.
005850     IF WS-AR-STATUS NOT = "00"
005860         GO TO 3000-EXIT
005870     END-IF.
005880     SET WS-AR-WAS-OPENED TO TRUE.
005890     MOVE "ARCHIVE" TO CB-SOURCE.
005900     MOVE "N" TO WS-EOF-SWITCH.
005910     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
005920     PERFORM 3100-CHECK-ARCHIVED THRU 3100-EXIT
005930         UNTIL WS-EOF-REACHED.
005940 3000-EXIT.
005950     EXIT.
005960
005970 3100-CHECK-ARCHIVED.
005980     MOVE ARCHIVE-RECORD TO LOAN-MASTER-RECORD.
005990     IF NOT LM-STATUS-PAID-OFF
006000         GO TO 3100-CONTINUE
006010     END-IF.
006020     DIVIDE LM-PMT-RECEIVED-DATE BY 100 GIVING CB-PAYOFF-MONTH.
006030     IF CB-PAYOFF-MONTH NOT = CB-REPORT-MONTH
006040         GO TO 3100-CONTINUE
006050     END-IF.
006060     ADD 1 TO WS-ARCHIVE-CTR.
006070     PERFORM 2100-BUILD-DETAIL THRU 2100-EXIT.
006080 3100-CONTINUE.
006090     PERFORM 3900-READ-ARCHIVE THRU 3900-EXIT.
006100 3100-EXIT.
006110     EXIT.
006120
006130 3900-READ-ARCHIVE.
006140     READ LOAN-ARCHIVE
006150         AT END
006160             MOVE "Y" TO WS-EOF-SWITCH
006170     END-READ.
006180 3900-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*    9000-TERMINATE  --  TRAILER RECORD, EXCEPTION TOTALS, CLOSE.*
006230******************************************************************
006240 9000-TERMINATE.
006250     IF WS-OPEN-FAILED
006260         GO TO 9000-DISPLAY
006270     END-IF.
006280     MOVE WS-REPORTED-CTR  TO BT-DETAIL-CTR.
006290     MOVE CB-BALANCE-TOTAL TO BT-BALANCE-TOTAL.
006300     WRITE BUREAU-RECORD FROM BUREAU-TRAILER.
006310     MOVE "ACCOUNTS REPORTED . . . . . . :" TO XT-LABEL.
006320     MOVE WS-REPORTED-CTR  TO XT-COUNT.
006330     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-CTR-LINE.
006340     MOVE "  FROM THE ARCHIVE. . . . . . :" TO XT-LABEL.
006350     MOVE WS-ARCHIVE-CTR   TO XT-COUNT.
006360     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-CTR-LINE.
006370     MOVE "PAID OFF IN EARLIER MONTHS. . :" TO XT-LABEL.
006380     MOVE WS-CLOSED-CTR    TO XT-COUNT.
006390     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-CTR-LINE.
006400     MOVE "EXCEPTIONS (NOT REPORTED) . . :" TO XT-LABEL.
006410     MOVE WS-EXCEPTION-CTR TO XT-COUNT.
006420     WRITE EXCEPTION-RPT-RECORD FROM XC-RPT-CTR-LINE.
006430     CLOSE LOAN-MASTER.
006440     IF WS-AR-WAS-OPENED
006450         CLOSE LOAN-ARCHIVE
006460     END-IF.
006470     CLOSE BUREAU-FILE.
006480     CLOSE EXCEPTION-RPT.
006490 9000-DISPLAY.
006500     DISPLAY "LNCRBUR - REPORTED: " WS-REPORTED-CTR
006510         " EXCEPTIONS: " WS-EXCEPTION-CTR.
006520 9000-EXIT.
006530     EXIT.
