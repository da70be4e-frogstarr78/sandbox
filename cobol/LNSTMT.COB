000210*     FROM.  A TRAILER PAGE GIVES THE MAILROOM THE STATEMENTS-
000220*     PRINTED AND ACCOUNTS-SKIPPED COUNTS FOR THE RUN.
000230*
000240*     AN ACCOUNT UNDER LEGAL HOLD (LM-HOLD-CODE) STILL GETS A
000250*     STATEMENT, BUT AN INFORMATIONAL ONE: THE BALANCES ONLY,
000260*     WITH NO DUE DATE, NO PAYMENT FIGURES AND A NOTICE THAT NO
000270*     PAYMENT IS BEING DEMANDED.
000280*
000290*  MODIFICATION HISTORY.
000300*     08/22/2026  DPL  ORIGINAL PROGRAM.
000310*     08/23/2026  DPL  AN ESCROWED ACCOUNT'S STATEMENT NOW SHOWS
000320*                      THE PER-PAYMENT ESCROW AND THE TOTAL
000330*                      PAYMENT DUE (P AND I PLUS ESCROW) FROM
000340*                      LNESCRW, SO THE BORROWER IS BILLED THE
000350*                      SAME FULL FIGURE THE LOCKBOX POSTING
000360*                      HOLDS THE RECEIPT TO.
000370*     08/23/2026  DPL  EVERY LOADED WORK AREA NOW GOES THROUGH
000380*                      LNVALID BEFORE LNCALC/LNARM.  AN ACCOUNT
000390*                      THE NIGHTLY RUN WOULD SUSPEND IS HELD --
000400*                      NO STATEMENT IS MAILED FROM GARBAGE
000410*                      FIGURES -- NOTED ON THE CONSOLE AND
000420*                      COUNTED ON THE MAILROOM TRAILER.
000430*     09/03/2026  DPL  THE LEG NOW CHECKS IN WITH THE LNCYCLE
000440*                      RUN-CONTROL SEQUENCER AT STARTUP (AND
000450*                      REFUSES TO START OUT OF ORDER) AND
000460*                      STAMPS ITS CLEAN COMPLETION, SO THE
000470*                      NIGHTLY ORDERING LIVES ON CYCLSTAT
000480*                      INSTEAD OF IN THE OPERATOR'S HEAD.
000490*     09/03/2026  DPL  THE STATEMENT NOW CARRIES THE BORROWER
000500*                      MAILING ADDRESS BLOCK FROM THE MASTER
000510*                      (LM-ADDR-...), SO THE MAILROOM STOPS
000520*                      MATCHING PAGES AGAINST A TYPED LIST.
000530*     10/15/2026  DPL  A CHARGED-OFF ACCOUNT IS NOW SKIPPED LIKE
000540*                      A PAID-OFF ONE -- THERE IS NO SCHEDULED
000550*                      PAYMENT LEFT TO BILL.
000560*     10/15/2026  DPL  AN ACCOUNT UNDER LEGAL HOLD NOW GETS AN
000570*                      INFORMATIONAL STATEMENT  --  BALANCES
000580*                      ONLY, NO DUE DATE OR PAYMENT DEMAND  --
000590*                      COUNTED ON ITS OWN TRAILER LINE.
000600*
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.  LNSTMT.
000630 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000640 INSTALLATION. HOME OFFICE.
000650 DATE-WRITTEN. 08/22/2026.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  IBM-370.
000710 OBJECT-COMPUTER.  IBM-370.
000720
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT LOAN-MASTER
000760         ASSIGN TO "LOANMAST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS LM-ACCT-NBR
000800         FILE STATUS IS WS-LM-STATUS.
000810
000820     SELECT STMT-RPT
000830         ASSIGN TO "STMTRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  LOAN-MASTER
000890     LABEL RECORD IS STANDARD.
000900 COPY LOANMAST.
000910
000920 FD  STMT-RPT
000930     LABEL RECORD IS OMITTED.
000940 01  STMT-RECORD                 PIC  X(80).
000950
000960 WORKING-STORAGE SECTION.
000970*
000980*    STATEMENT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH
000990*    WRITE ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
001000*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001010*
001020 01  STMT-SEPARATOR.
001030     03  FILLER                  PIC  X(66)  VALUE ALL "=".
001040     03  FILLER                  PIC  X(14)  VALUE SPACES.
001050 01  STMT-TITLE.
001060     03  SL-TITLE-TEXT           PIC  X(28).
001070     03  SL-RUN-DATE             PIC  9(08).
001080     03  FILLER                  PIC  X(44)  VALUE SPACES.
001090 01  STMT-NAME-LINE.
001100     03  FILLER                  PIC  X(24)  VALUE
001110             "BORROWER. . . . . . . :".
001120     03  SL-BORROWER-NAME        PIC  X(30).
001130     03  FILLER                  PIC  X(26)  VALUE SPACES.
001140 01  STMT-ADDR-LINE.
001150     03  FILLER                  PIC  X(24)  VALUE
001160             "MAILING ADDRESS . . . :".
001170     03  SL-ADDR-STREET          PIC  X(30).
001180     03  FILLER                  PIC  X(26)  VALUE SPACES.
001190 01  STMT-CSZ-LINE.
001200     03  FILLER                  PIC  X(24)  VALUE SPACES.
001210     03  SL-ADDR-CITY            PIC  X(20).
001220     03  FILLER                  PIC  X(01)  VALUE SPACES.
001230     03  SL-ADDR-STATE           PIC  X(02).
001240     03  FILLER                  PIC  X(02)  VALUE SPACES.
001250     03  SL-ADDR-ZIP             PIC  X(09).
001260     03  FILLER                  PIC  X(22)  VALUE SPACES.
001270 01  STMT-ACCT-LINE.
001280     03  FILLER                  PIC  X(24)  VALUE
001290             "ACCOUNT NUMBER. . . . :".
001300     03  SL-ACCT-NBR             PIC  9(07).
001310     03  FILLER                  PIC  X(49)  VALUE SPACES.
001320 01  STMT-DUE-LINE.
001330     03  FILLER                  PIC  X(24)  VALUE
001340             "PAYMENT DUE DATE. . . :".
001350     03  SL-DUE-DATE             PIC  9(08).
001360     03  FILLER                  PIC  X(48)  VALUE SPACES.
001370 01  STMT-PMT-LINE.
001380     03  FILLER                  PIC  X(24)  VALUE
001390             "SCHEDULED PAYMENT . . :".
001400     03  SL-PMT-AMT              PIC  ZZ,ZZZ,ZZ9.99.
001410     03  FILLER                  PIC  X(43)  VALUE SPACES.
001420 01  STMT-ESC-LINE.
001430     03  FILLER                  PIC  X(24)  VALUE
001440             "ESCROW (TAX AND INS). :".
001450     03  SL-ESCROW-AMT           PIC  ZZ,ZZZ,ZZ9.99.
001460     03  FILLER                  PIC  X(43)  VALUE SPACES.
001470 01  STMT-TOT-LINE.
001480     03  FILLER                  PIC  X(24)  VALUE
001490             "TOTAL PAYMENT DUE . . :".
001500     03  SL-TOTAL-PMT            PIC  ZZ,ZZZ,ZZ9.99.
001510     03  FILLER                  PIC  X(43)  VALUE SPACES.
001520 01  STMT-FEE-LINE.
001530     03  FILLER                  PIC  X(24)  VALUE
001540             "LATE FEES OWING . . . :".
001550     03  SL-LATE-FEE             PIC  Z,ZZ9.99.
001560     03  FILLER                  PIC  X(48)  VALUE SPACES.
001570 01  STMT-BAL-LINE.
001580     03  FILLER                  PIC  X(24)  VALUE
001590             "REMAINING PRINCIPAL . :".
001600     03  SL-BALANCE              PIC  ZZ,ZZZ,ZZ9.99.
001610     03  FILLER                  PIC  X(43)  VALUE SPACES.
001620 01  STMT-INFO-FEE-LINE.
001630     03  FILLER                  PIC  X(24)  VALUE
001640             "LATE FEES ON ACCOUNT. :".
001650     03  SL-INFO-FEE             PIC  Z,ZZ9.99.
001660     03  FILLER                  PIC  X(48)  VALUE SPACES.
001670 01  STMT-INFO-MSG-1.
001680     03  FILLER                  PIC  X(80)  VALUE
001690             "THIS STATEMENT IS SENT FOR INFORMATION ONLY AND IS N
001700-            "OT A DEMAND FOR PAYMENT.".
001710 01  STMT-INFO-MSG-2.
001720     03  FILLER                  PIC  X(80)  VALUE
001730             "NO PAYMENT IS REQUESTED WHILE THE HOLD ON THIS ACCOU
001740-            "NT REMAINS IN PLACE.".
001750 01  STMT-BLANK-LINE.
001760     03  FILLER                  PIC  X(80)  VALUE SPACES.
001770 01  STMT-TRAILER.
001780     03  FILLER                  PIC  X(21)  VALUE
001790             "STATEMENTS PRINTED: ".
001800     03  TL-PRINTED-CTR          PIC  ZZZ,ZZ9.
001810     03  FILLER                  PIC  X(04)  VALUE SPACES.
001820     03  FILLER                  PIC  X(26)  VALUE
001830             "PAID-OFF ACCOUNTS SKIPPED:".
001840     03  TL-SKIPPED-CTR          PIC  ZZZ,ZZ9.
001850     03  FILLER                  PIC  X(15)  VALUE SPACES.
001860 01  STMT-HELD-TRAILER.
001870     03  FILLER                  PIC  X(30)  VALUE
001880             "ACCOUNTS HELD (FAILED EDITS): ".
001890     03  TL-HELD-CTR             PIC  ZZZ,ZZ9.
001900     03  FILLER                  PIC  X(43)  VALUE SPACES.
001910 01  STMT-INFO-TRAILER.
001920     03  FILLER                  PIC  X(30)  VALUE
001930             "INFORMATIONAL (LEGAL HOLD):   ".
001940     03  TL-INFO-CTR             PIC  ZZZ,ZZ9.
001950     03  FILLER                  PIC  X(43)  VALUE SPACES.
001960
001970*
001980*    RUN CONTROL SWITCHES AND COUNTERS.
001990*
002000 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002010 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002020     88  WS-EOF-REACHED              VALUE "Y".
002030 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
002040     88  WS-RPT-WAS-OPENED           VALUE "Y".
002050 77  WS-PRINTED-CTR          PIC  9(07)      COMP VALUE ZERO.
002060 77  WS-SKIPPED-CTR          PIC  9(07)      COMP VALUE ZERO.
002070 77  WS-HELD-CTR             PIC  9(07)      COMP VALUE ZERO.
002080 77  WS-INFO-CTR             PIC  9(07)      COMP VALUE ZERO.
002090 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002100
002110 COPY LOANW.
002120
002130 COPY CYCLEW.
002140
002150 PROCEDURE DIVISION.
002160******************************************************************
002170*    0000-MAINLINE.                                             *
002180******************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002210     PERFORM 2000-STATEMENT-LOAN  THRU 2000-EXIT
002220         UNTIL WS-EOF-REACHED.
002230     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002240     GOBACK.
002250
002260******************************************************************
002270*    1000-INITIALIZE.                                           *
002280******************************************************************
002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002310     SET CY-FUNC-START TO TRUE.
002320     MOVE "S"         TO CY-LEG-ID.
002330     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
002340     MOVE ZERO        TO CY-RUN-COUNT.
002350     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
002360     IF CY-DUPLICATE-RUN
002370         DISPLAY "LNSTMT - LEG ALREADY RAN THIS CYCLE - RERUN"
002380     ELSE
002390         IF NOT CY-CLEAR-TO-RUN
002400             DISPLAY "LNSTMT - CYCLE CHECK REFUSED, STATUS = "
002410                 CY-STATUS
002420             MOVE "Y" TO WS-EOF-SWITCH
002430             GO TO 1000-EXIT
002440         END-IF
002450     END-IF.
002460     OPEN INPUT LOAN-MASTER.
002470     IF WS-LM-STATUS NOT = "00"
002480         DISPLAY "LNSTMT - LOAN-MASTER OPEN FAILED, STATUS = "
002490             WS-LM-STATUS
002500         MOVE "Y" TO WS-EOF-SWITCH
002510         GO TO 1000-EXIT
002520     END-IF.
002530     OPEN OUTPUT STMT-RPT.
002540     SET WS-RPT-WAS-OPENED TO TRUE.
002550     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002560 1000-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    2000-STATEMENT-LOAN  --  PRINT ONE ACCOUNT'S STATEMENT,    *
002610*    SKIPPING ACCOUNTS WITH NOTHING LEFT TO BILL (PAID OFF OR   *
002620*    CHARGED OFF).                                              *
002630******************************************************************
002640 2000-STATEMENT-LOAN.
002650     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
002660         ADD 1 TO WS-SKIPPED-CTR
002670         GO TO 2000-CONTINUE
002680     END-IF.
002690     PERFORM 2100-DERIVE-FIGURES THRU 2100-EXIT.
002700     IF NOT LW-NO-ERROR
002710         ADD 1 TO WS-HELD-CTR
002720         DISPLAY "LNSTMT - ACCOUNT " LM-ACCT-NBR
002730             " HELD -- FAILED MASTER EDITS"
002740         GO TO 2000-CONTINUE
002750     END-IF.
002760     PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT.
002770     ADD 1 TO WS-PRINTED-CTR.
002780 2000-CONTINUE.
002790     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*    2100-DERIVE-FIGURES  --  LOAD THE WORK AREA FROM THE       *
002850*    MASTER THE SAME WAY LNBATCH DOES: LNVALID GATES THE LOAD   *
002860*    (A FAILED EDIT COMES BACK WITH THE ERROR FLAG SET AND NO   *
002870*    FIGURES DERIVED), THEN THE SCHEDULED PAYMENT COMES FROM    *
002880*    LNARM OR LNCALC AND THE CURRENT PRINCIPAL BALANCE FROM     *
002890*    LNBALCE.                                                   *
002900******************************************************************
002910 2100-DERIVE-FIGURES.
002920     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
002930     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
002940     MOVE LM-INT-RATE     TO LW-INT-RATE.
002950     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
002960     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
002970     MOVE LM-PMTS-MADE    TO LW-PMTS-MADE.
002980     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
002990     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
003000     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
003010     CALL "LNVALID" USING LOAN-WORK-AREA.
003020     IF NOT LW-NO-ERROR
003030         GO TO 2100-EXIT
003040     END-IF.
003050     IF LW-RATE-HIST-CTR > ZERO
003060         CALL "LNARM" USING LOAN-WORK-AREA
003070     ELSE
003080         CALL "LNCALC" USING LOAN-WORK-AREA
003090     END-IF.
003100     CALL "LNESCRW" USING LOAN-WORK-AREA.
003110     CALL "LNBALCE" USING LOAN-WORK-AREA.
003120 2100-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160*    2200-PRINT-STATEMENT  --  ONE BORROWER'S STATEMENT BLOCK.  *
003170*    AN ACCOUNT UNDER LEGAL HOLD GETS THE INFORMATIONAL FORM:   *
003180*    NO DUE DATE, NO PAYMENT FIGURES, JUST THE BALANCES AND     *
003190*    THE NOTICE THAT NOTHING IS BEING DEMANDED.                 *
003200******************************************************************
003210 2200-PRINT-STATEMENT.
003220     WRITE STMT-RECORD FROM STMT-SEPARATOR.
003230     IF LM-ON-LEGAL-HOLD
003240         MOVE "INFORMATIONAL STATEMENT  -  " TO SL-TITLE-TEXT
003250     ELSE
003260         MOVE "MONTHLY LOAN STATEMENT  -  "  TO SL-TITLE-TEXT
003270     END-IF.
003280     MOVE WS-RUN-DATE       TO SL-RUN-DATE.
003290     WRITE STMT-RECORD FROM STMT-TITLE.
003300     MOVE LM-BORROWER-NAME  TO SL-BORROWER-NAME.
003310     WRITE STMT-RECORD FROM STMT-NAME-LINE.
003320     MOVE LM-ADDR-STREET    TO SL-ADDR-STREET.
003330     WRITE STMT-RECORD FROM STMT-ADDR-LINE.
003340     MOVE LM-ADDR-CITY      TO SL-ADDR-CITY.
003350     MOVE LM-ADDR-STATE     TO SL-ADDR-STATE.
003360     MOVE LM-ADDR-ZIP       TO SL-ADDR-ZIP.
003370     WRITE STMT-RECORD FROM STMT-CSZ-LINE.
003380     MOVE LM-ACCT-NBR       TO SL-ACCT-NBR.
003390     WRITE STMT-RECORD FROM STMT-ACCT-LINE.
003400     IF LM-ON-LEGAL-HOLD
003410         PERFORM 2300-PRINT-INFO-BODY THRU 2300-EXIT
003420         GO TO 2200-EXIT
003430     END-IF.
003440     MOVE LM-DUE-DATE       TO SL-DUE-DATE.
003450     WRITE STMT-RECORD FROM STMT-DUE-LINE.
003460     MOVE LW-PMT-AMT        TO SL-PMT-AMT.
003470     WRITE STMT-RECORD FROM STMT-PMT-LINE.
003480     MOVE LW-ESCROW-PMT-AMT TO SL-ESCROW-AMT.
003490     WRITE STMT-RECORD FROM STMT-ESC-LINE.
003500     MOVE LW-TOTAL-PMT-AMT  TO SL-TOTAL-PMT.
003510     WRITE STMT-RECORD FROM STMT-TOT-LINE.
003520     MOVE LM-LATE-FEE-AMT   TO SL-LATE-FEE.
003530     WRITE STMT-RECORD FROM STMT-FEE-LINE.
003540     MOVE LW-REMAINING-BAL  TO SL-BALANCE.
003550     WRITE STMT-RECORD FROM STMT-BAL-LINE.
003560     WRITE STMT-RECORD FROM STMT-BLANK-LINE.
003570 2200-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*    2300-PRINT-INFO-BODY  --  THE BODY OF AN INFORMATIONAL     *
003620*    STATEMENT FOR AN ACCOUNT UNDER LEGAL HOLD.                 *
003630******************************************************************
003640 2300-PRINT-INFO-BODY.
003650     MOVE LW-REMAINING-BAL  TO SL-BALANCE.
003660     WRITE STMT-RECORD FROM STMT-BAL-LINE.
003670     MOVE LM-LATE-FEE-AMT   TO SL-INFO-FEE.
003680     WRITE STMT-RECORD FROM STMT-INFO-FEE-LINE.
003690     WRITE STMT-RECORD FROM STMT-BLANK-LINE.
003700     WRITE STMT-RECORD FROM STMT-INFO-MSG-1.
003710     WRITE STMT-RECORD FROM STMT-INFO-MSG-2.
003720     WRITE STMT-RECORD FROM STMT-BLANK-LINE.
003730     ADD 1 TO WS-INFO-CTR.
003740 2300-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE     *
003790*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH  *
003800*    DOES.                                                      *
003810******************************************************************
003820 2500-LOAD-RATE-HIST.
003830     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
003840     IF LW-RATE-HIST-CTR > ZERO
003850         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
003860             VARYING LM-RH-NDX FROM 1 BY 1
003870             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
003880     END-IF.
003890 2500-EXIT.
003900     EXIT.
003910
003920 2550-COPY-ONE-RATE-ENTRY.
003930     SET LW-RH-NDX TO LM-RH-NDX.
003940     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
003950         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
003960     MOVE LM-RH-RATE (LM-RH-NDX)
003970         TO LW-RH-RATE (LW-RH-NDX).
003980 2550-EXIT.
003990     EXIT.
004000
004010 2900-READ-LOAN-MASTER.
004020     READ LOAN-MASTER NEXT RECORD
004030         AT END
004040             MOVE "Y" TO WS-EOF-SWITCH
004050     END-READ.
004060 2900-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    9000-TERMINATE  --  TRAILER PAGE FOR THE MAILROOM, THEN    *
004110*    CLOSE.  NOTHING IS WRITTEN IF THE RUN NEVER GOT FAR        *
004120*    ENOUGH TO OPEN THE PRINT FILE.                             *
004130******************************************************************
004140 9000-TERMINATE.
004150     IF NOT WS-RPT-WAS-OPENED
004160         GO TO 9000-DISPLAY
004170     END-IF.
004180     WRITE STMT-RECORD FROM STMT-SEPARATOR.
004190     MOVE WS-PRINTED-CTR TO TL-PRINTED-CTR.
004200     MOVE WS-SKIPPED-CTR TO TL-SKIPPED-CTR.
004210     WRITE STMT-RECORD FROM STMT-TRAILER.
004220     MOVE WS-HELD-CTR    TO TL-HELD-CTR.
004230     WRITE STMT-RECORD FROM STMT-HELD-TRAILER.
004240     MOVE WS-INFO-CTR    TO TL-INFO-CTR.
004250     WRITE STMT-RECORD FROM STMT-INFO-TRAILER.
004260     CLOSE LOAN-MASTER.
004270     CLOSE STMT-RPT.
004280     SET CY-FUNC-END TO TRUE.
004290     MOVE "S"          TO CY-LEG-ID.
004300     MOVE WS-RUN-DATE  TO CY-CYCLE-DATE.
004310     MOVE WS-PRINTED-CTR TO CY-RUN-COUNT.
004320     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
004330 9000-DISPLAY.
004340     DISPLAY "LNSTMT - STATEMENTS PRINTED: " WS-PRINTED-CTR
004350         " SKIPPED: " WS-SKIPPED-CTR
004360         " HELD: " WS-HELD-CTR
004370         " INFORMATIONAL: " WS-INFO-CTR.
004380 9000-EXIT.
004390     EXIT.
004400
004410
