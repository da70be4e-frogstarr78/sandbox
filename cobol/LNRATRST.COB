000430*     09/03/2026  DPL  EVERY POSTED REWRITE NOW RAISES
000440*                      LM-ACTIVITY-FLAG SO THE CHANGED-ONLY
000450*                      NIGHTLY RUN PICKS THE ACCOUNT UP.
000460*     10/15/2026  DPL  EVERY POSTED RESET NOW WRITES A
000470*                      TRANSACTION HISTORY ENTRY THROUGH
000480*                      LNTRNHST SO THE ACCOUNT TRANSCRIPT SHOWS
000490*                      THE NEW RATE AND THE PAYMENT IT FIRST
000500*                      APPLIES TO.
000510*     10/15/2026  DPL  A CHARGED-OFF ACCOUNT IS NOW PASSED BY
000520*                      LIKE A PAID-OFF ONE -- THERE IS NO LONGER
000530*                      A SCHEDULE TO RESET.
000540*
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.  LNRATRST.
000570 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000580 INSTALLATION. HOME OFFICE.
000590 DATE-WRITTEN. 09/03/2026.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  IBM-370.
000650 OBJECT-COMPUTER.  IBM-370.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT INDEX-RATES
000700         ASSIGN TO "INDEXRT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-IX-STATUS.
000730
000740     SELECT LOAN-MASTER
000750         ASSIGN TO "LOANMAST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS LM-ACCT-NBR
000790         FILE STATUS IS WS-LM-STATUS.
000800
000810     SELECT RATE-NOTICES
000820         ASSIGN TO "RATENTCS"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT RESET-RPT
000860         ASSIGN TO "RATERSTR"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  INDEX-RATES
000920     LABEL RECORD IS OMITTED.
000930 01  INDEX-RATE-RECORD.
000940     03  IX-INDEX-NAME           PIC  X(08).
000950     03  FILLER                  PIC  X(02).
000960     03  IX-INDEX-RATE           PIC  9(02)V9(02).
000970     03  FILLER                  PIC  X(02).
000980     03  IX-POSTED-DATE          PIC  9(08).
000990
001000 FD  LOAN-MASTER
001010     LABEL RECORD IS STANDARD.
001020 COPY LOANMAST.
001030
001040 FD  RATE-NOTICES
001050     LABEL RECORD IS OMITTED.
001060 01  NOTICE-LINE                 PIC  X(80).
001070
001080 FD  RESET-RPT
001090     LABEL RECORD IS OMITTED.
001100 01  RESET-RECORD                PIC  X(80).
001110
001120 WORKING-STORAGE SECTION.
001130*
001140*    NOTICE AND REGISTER LINE LAYOUTS.  BUILT HERE AND WRITTEN
001150*    WITH WRITE ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A
001160*    REAL CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001170*
001180 01  NT-HEAD-LINE.
001190     03  FILLER                  PIC  X(36)  VALUE
001200             "ADVANCE RATE CHANGE NOTICE  -       ".
001210     03  NT-HEAD-DATE            PIC  9(08).
001220     03  FILLER                  PIC  X(36)  VALUE SPACES.
001230 01  NT-ACCT-LINE.
001240     03  NT-ACCT-LABEL           PIC  X(24).
001250     03  NT-ACCT-NBR             PIC  9(07).
001260     03  FILLER                  PIC  X(49)  VALUE SPACES.
001270 01  NT-RATE-LINE.
001280     03  NT-RATE-LABEL           PIC  X(24).
001290     03  NT-RATE-AMT             PIC  Z9.99.
001300     03  FILLER                  PIC  X(51)  VALUE SPACES.
001310 01  NT-AMT-LINE.
001320     03  NT-AMT-LABEL            PIC  X(24).
001330     03  NT-AMT                  PIC  ZZ,ZZZ,ZZ9.99.
001340     03  FILLER                  PIC  X(42)  VALUE SPACES.
001350 01  NT-EFF-LINE.
001360     03  NT-EFF-LABEL            PIC  X(24).
001370     03  NT-EFF-PMT-NBR          PIC  ZZ9.
001380     03  FILLER                  PIC  X(53)  VALUE SPACES.
001390 01  RESET-HDG.
001400     03  FILLER                  PIC  X(34)  VALUE
001410             "ARM RATE RESET REGISTER  -        ".
001420     03  RH-RUN-DATE             PIC  9(08).
001430     03  FILLER                  PIC  X(38)  VALUE SPACES.
001440 01  RESET-DTL-LINE.
001450     03  RL-ACCT-NBR             PIC  9(07).
001460     03  FILLER                  PIC  X(02)  VALUE SPACES.
001470     03  RL-OLD-RATE             PIC  Z9.99.
001480     03  FILLER                  PIC  X(02)  VALUE SPACES.
001490     03  RL-NEW-RATE             PIC  Z9.99.
001500     03  FILLER                  PIC  X(02)  VALUE SPACES.
001510     03  RL-EFF-PMT-NBR          PIC  ZZ9.
001520     03  FILLER                  PIC  X(02)  VALUE SPACES.
001530     03  RL-REMARK               PIC  X(30).
001540     03  FILLER                  PIC  X(22)  VALUE SPACES.
001550 01  RESET-CTR-LINE.
001560     03  RC-LABEL                PIC  X(28).
001570     03  RC-COUNT                PIC  ZZZ,ZZ9.
001580     03  FILLER                  PIC  X(45)  VALUE SPACES.
001590*
001600*    RUN CONTROL SWITCHES AND COUNTERS.
001610*
001620 77  WS-IX-STATUS            PIC  X(02)      VALUE "00".
001630 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001640 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001650     88  WS-EOF-REACHED              VALUE "Y".
001660 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
001670     88  WS-RPT-WAS-OPENED           VALUE "Y".
001680 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001690 77  WS-ARM-CTR              PIC  9(07)      COMP VALUE ZERO.
001700 77  WS-RESET-CTR            PIC  9(07)      COMP VALUE ZERO.
001710 77  WS-EXCEPT-CTR           PIC  9(07)      COMP VALUE ZERO.
001720*
001730*    RESET WORK FIELDS.  THE ALLOWED RATE RANGE MIRRORS THE
001740*    LNVALID EDITS -- A RESET THAT WOULD PRICE THE LOAN OUTSIDE
001750*    WHAT THE NIGHTLY RUN ACCEPTS WOULD ONLY PARK THE ACCOUNT
001760*    IN SUSPENSE, SO IT IS HELD AS AN EXCEPTION INSTEAD.
001770*
001780 77  RS-MIN-RATE             PIC  9(02)V9(02) COMP VALUE 0.01.
001790 77  RS-MAX-RATE             PIC  9(02)V9(02) COMP VALUE 25.00.
001800 77  RS-PERIODS-YR           PIC  9(02)      COMP VALUE ZERO.
001810 77  RS-NEW-RATE             PIC  9(03)V9(02) COMP VALUE ZERO.
001820 77  RS-OLD-RATE             PIC  9(02)V9(02) COMP VALUE ZERO.
001830 77  RS-OLD-PMT-AMT          PIC  9(08)V9(02) COMP VALUE ZERO.
001840 77  RS-EFF-PMT-NBR          PIC  9(04)      COMP VALUE ZERO.
001850 77  RS-LAST-EFF-PMT         PIC  9(03)      COMP VALUE ZERO.
001860*
001870*    TRANSACTION HISTORY DESCRIPTION FOR A POSTED RESET.
001880*
001890 01  RS-HIST-DESC.
001900     03  FILLER                  PIC  X(14)  VALUE
001910             "RATE RESET TO ".
001920     03  RS-HD-RATE              PIC  Z9.99.
001930     03  FILLER                  PIC  X(05)  VALUE " PMT ".
001940     03  RS-HD-EFF-PMT           PIC  ZZ9.
001950     03  FILLER                  PIC  X(03)  VALUE SPACES.
001960
001970 COPY LOANW.
001980
001990 COPY AUDITW.
002000
002010 COPY TRANHW.
002020
002030 PROCEDURE DIVISION.
002040******************************************************************
002050*    0000-MAINLINE.                                             *
002060******************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002090     PERFORM 2000-EXAMINE-LOAN   THRU 2000-EXIT
002100         UNTIL WS-EOF-REACHED.
002110     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002120     GOBACK.
002130
002140******************************************************************
002150*    1000-INITIALIZE  --  READ THE POSTED INDEX RATE, OPEN THE  *
002160*    PORTFOLIO AND THE OUTPUT FILES, AND PRIME THE FIRST        *
002170*    ACCOUNT.  NO INDEX RATE MEANS NOTHING TO PRICE FROM, SO    *
002180*    THE RUN ENDS BEFORE IT TOUCHES AN ACCOUNT.                 *
002190******************************************************************
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220     OPEN INPUT INDEX-RATES.
002230     IF WS-IX-STATUS NOT = "00"
002240         DISPLAY "LNRATRST - INDEXRT OPEN FAILED, STATUS = "
002250             WS-IX-STATUS
002260         MOVE "Y" TO WS-EOF-SWITCH
002270         GO TO 1000-EXIT
002280     END-IF.
002290     READ INDEX-RATES
002300         AT END
002310             DISPLAY "LNRATRST - NO POSTED INDEX RATE ON INDEXRT"
002320             MOVE "Y" TO WS-EOF-SWITCH
002330     END-READ.
002340     IF WS-EOF-REACHED
002350         CLOSE INDEX-RATES
002360         GO TO 1000-EXIT
002370     END-IF.
002380     OPEN I-O LOAN-MASTER.
002390     IF WS-LM-STATUS NOT = "00"
002400         DISPLAY "LNRATRST - LOAN-MASTER OPEN FAILED, STATUS = "
002410             WS-LM-STATUS
002420         MOVE "Y" TO WS-EOF-SWITCH
002430         GO TO 1000-EXIT
002440     END-IF.
002450     OPEN OUTPUT RATE-NOTICES.
002460     OPEN OUTPUT RESET-RPT.
002470     SET WS-RPT-WAS-OPENED TO TRUE.
002480     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002490     WRITE RESET-RECORD FROM RESET-HDG.
002500     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002510 1000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    2000-EXAMINE-LOAN  --  DECIDE WHETHER ONE ACCOUNT'S RESET  *
002560*    FALLS IN THE COMING CYCLE AND, IF SO, POST IT.             *
002570******************************************************************
002580 2000-EXAMINE-LOAN.
002590     IF LM-RATE-HIST-CTR = ZERO OR LM-STATUS-PAID-OFF
002600             OR LM-STATUS-CHARGED-OFF
002610         GO TO 2000-CONTINUE
002620     END-IF.
002630     ADD 1 TO WS-ARM-CTR.
002640     PERFORM 2100-CHECK-RESET-DUE THRU 2100-EXIT.
002650     IF RS-EFF-PMT-NBR = ZERO
002660         GO TO 2000-CONTINUE
002670     END-IF.
002680     IF LM-RATE-HIST-CTR NOT < 20
002690         MOVE "RATE HISTORY TABLE FULL" TO RL-REMARK
002700         PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT
002710         GO TO 2000-CONTINUE
002720     END-IF.
002730     COMPUTE RS-NEW-RATE = IX-INDEX-RATE + LM-ARM-MARGIN.
002740     IF RS-NEW-RATE < RS-MIN-RATE OR RS-NEW-RATE > RS-MAX-RATE
002750         MOVE "NEW RATE OUT OF RANGE" TO RL-REMARK
002760         PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT
002770         GO TO 2000-CONTINUE
002780     END-IF.
002790     PERFORM 2200-DERIVE-OLD-PAYMENT THRU 2200-EXIT.
002800     IF NOT LW-NO-ERROR
002810         MOVE "ACCOUNT FAILS MASTER EDITS" TO RL-REMARK
002820         PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT
002830         GO TO 2000-CONTINUE
002840     END-IF.
002850     PERFORM 2300-POST-RESET THRU 2300-EXIT.
002860 2000-CONTINUE.
002870     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*    2100-CHECK-RESET-DUE  --  A RESET IS DUE WHEN THE PAYMENT  *
002930*    AFTER NEXT WOULD COMPLETE A FULL YEAR (12, 26 OR 4         *
002940*    PAYMENTS BY FREQUENCY) ON THE CURRENT RATE SEGMENT.  THE   *
002950*    NEW SEGMENT TAKES EFFECT WITH THAT PAYMENT, LEAVING THE    *
002960*    BORROWER ONE FULL CYCLE OF ADVANCE NOTICE.  RS-EFF-PMT-NBR *
002970*    COMES BACK ZERO WHEN NO RESET IS DUE.                      *
002980******************************************************************
002990 2100-CHECK-RESET-DUE.
003000     MOVE ZERO TO RS-EFF-PMT-NBR.
003010     IF LM-FREQ-QUARTERLY
003020         MOVE 4 TO RS-PERIODS-YR
003030     ELSE
003040         IF LM-FREQ-BIWEEKLY
003050             MOVE 26 TO RS-PERIODS-YR
003060         ELSE
003070             MOVE 12 TO RS-PERIODS-YR
003080         END-IF
003090     END-IF.
003100     MOVE LM-RH-EFF-PMT-NBR (LM-RATE-HIST-CTR)
003110         TO RS-LAST-EFF-PMT.
003120     IF LM-PMTS-MADE + 2 < RS-LAST-EFF-PMT + RS-PERIODS-YR
003130         GO TO 2100-EXIT
003140     END-IF.
003150     IF LM-PMTS-MADE + 2 > LM-NBR-PMTS
003160         GO TO 2100-EXIT
003170     END-IF.
003180     COMPUTE RS-EFF-PMT-NBR = LM-PMTS-MADE + 2.
003190 2100-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    2200-DERIVE-OLD-PAYMENT  --  THE PAYMENT THE BORROWER PAYS *
003240*    TODAY, FROM LNARM OVER THE HISTORY AS IT STANDS.  LNVALID  *
003250*    GATES THE LOAD THE SAME WAY IT GATES THE NIGHTLY RUN.      *
003260******************************************************************
003270 2200-DERIVE-OLD-PAYMENT.
003280     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
003290     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
003300     MOVE LM-INT-RATE     TO LW-INT-RATE.
003310     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
003320     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
003330     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
003340     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
003350     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
003360     CALL "LNVALID" USING LOAN-WORK-AREA.
003370     IF NOT LW-NO-ERROR
003380         GO TO 2200-EXIT
003390     END-IF.
003400     CALL "LNARM" USING LOAN-WORK-AREA.
003410     MOVE LW-PMT-AMT TO RS-OLD-PMT-AMT.
003420     MOVE LM-RH-RATE (LM-RATE-HIST-CTR) TO RS-OLD-RATE.
003430 2200-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    2300-POST-RESET  --  APPEND THE NEW RATE SEGMENT TO THE    *
003480*    MASTER, SET THE CURRENT RATE, REWRITE AND JOURNAL, THEN    *
003490*    LETTER THE BORROWER AND REGISTER THE RESET.  THE NEW       *
003500*    PAYMENT COMES FROM RUNNING LNARM OVER THE HISTORY AS JUST  *
003510*    EXTENDED.                                                  *
003520******************************************************************
003530 2300-POST-RESET.
003540     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
003550     ADD 1 TO LM-RATE-HIST-CTR.
003560     MOVE RS-EFF-PMT-NBR
003570         TO LM-RH-EFF-PMT-NBR (LM-RATE-HIST-CTR).
003580     MOVE RS-NEW-RATE
003590         TO LM-RH-RATE (LM-RATE-HIST-CTR).
003600     MOVE RS-NEW-RATE TO LM-INT-RATE.
003610     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
003620     MOVE LM-INT-RATE TO LW-INT-RATE.
003630     CALL "LNARM" USING LOAN-WORK-AREA.
003640     CALL "LNESCRW" USING LOAN-WORK-AREA.
003650     MOVE LW-TOTAL-PMTS TO LM-TOTAL-PMTS.
003660     MOVE LW-TOTAL-INT  TO LM-TOTAL-INT.
003670     SET LM-ACTIVITY-PENDING TO TRUE.
003680     REWRITE LOAN-MASTER-RECORD.
003690     IF WS-LM-STATUS NOT = "00"
003700         DISPLAY "LNRATRST - MASTER REWRITE FAILED FOR ACCOUNT "
003710             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
003720         MOVE "Y" TO WS-EOF-SWITCH
003730         GO TO 2300-EXIT
003740     END-IF.
003750     ADD 1 TO WS-RESET-CTR.
003760     PERFORM 2350-JOURNAL-RESET THRU 2350-EXIT.
003770     PERFORM 2400-WRITE-NOTICE  THRU 2400-EXIT.
003780     MOVE SPACES TO RL-REMARK.
003790     PERFORM 2750-REPORT-RESET  THRU 2750-EXIT.
003800     PERFORM 2360-WRITE-RESET-HIST THRU 2360-EXIT.
003810 2300-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    2350-JOURNAL-RESET  --  JOURNAL THE POSTED REWRITE THROUGH *
003860*    LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF         *
003870*    2300-POST-RESET, BEFORE ANYTHING TOUCHED THE RECORD.       *
003880******************************************************************
003890 2350-JOURNAL-RESET.
003900     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
003910     MOVE "LNRATRST"         TO AP-PROGRAM-ID.
003920     SET  AP-ACTION-REWRITE  TO TRUE.
003930     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
003940     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
003950 2350-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*    2360-WRITE-RESET-HIST  --  WRITE THE RESET'S HISTORY ENTRY  *
004000*    THROUGH LNTRNHST AFTER THE REWRITE IS JOURNALED.  NO MONEY  *
004010*    MOVES; THE PRINCIPAL BALANCE IS WALKED BY LNBALCE OVER THE  *
004020*    HISTORY AS JUST EXTENDED.                                   *
004030******************************************************************
004040 2360-WRITE-RESET-HIST.
004050     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
004060     MOVE WS-RUN-DATE      TO TP-EFF-DATE.
004070     MOVE "LNRATRST"       TO TP-PROGRAM-ID.
004080     SET  TP-TYPE-RATE-RESET TO TRUE.
004090     MOVE ZERO             TO TP-TRAN-AMT.
004100     MOVE ZERO             TO TP-PRIN-AMT.
004110     MOVE ZERO             TO TP-INT-AMT.
004120     MOVE ZERO             TO TP-ESCROW-AMT.
004130     MOVE ZERO             TO TP-FEE-AMT.
004140     MOVE ZERO             TO TP-UNAPPLIED-AMT.
004150     MOVE LM-PMTS-MADE     TO LW-PMTS-MADE.
004160     CALL "LNBALCE" USING LOAN-WORK-AREA.
004170     MOVE LW-REMAINING-BAL TO TP-PRIN-BAL.
004180     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
004190     MOVE RS-NEW-RATE      TO RS-HD-RATE.
004200     MOVE RS-EFF-PMT-NBR   TO RS-HD-EFF-PMT.
004210     MOVE RS-HIST-DESC     TO TP-DESCRIPTION.
004220     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
004230 2360-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    2400-WRITE-NOTICE  --  ONE ADVANCE RATE-CHANGE LETTER      *
004280*    BLOCK: OLD AND NEW RATE, OLD AND NEW PAYMENT, AND THE      *
004290*    PAYMENT NUMBER THE NEW RATE FIRST APPLIES TO.              *
004300******************************************************************
004310 2400-WRITE-NOTICE.
004320     MOVE ALL "-" TO NOTICE-LINE.
004330     WRITE NOTICE-LINE.
004340     MOVE WS-RUN-DATE TO NT-HEAD-DATE.
004350     WRITE NOTICE-LINE FROM NT-HEAD-LINE.
004360     WRITE NOTICE-LINE FROM LM-BORROWER-NAME.
004370     MOVE "ACCOUNT NUMBER. . . . :" TO NT-ACCT-LABEL.
004380     MOVE LM-ACCT-NBR TO NT-ACCT-NBR.
004390     WRITE NOTICE-LINE FROM NT-ACCT-LINE.
004400     MOVE "PRESENT RATE (PCT). . :" TO NT-RATE-LABEL.
004410     MOVE RS-OLD-RATE TO NT-RATE-AMT.
004420     WRITE NOTICE-LINE FROM NT-RATE-LINE.
004430     MOVE "NEW RATE (PCT). . . . :" TO NT-RATE-LABEL.
004440     MOVE RS-NEW-RATE TO NT-RATE-AMT.
004450     WRITE NOTICE-LINE FROM NT-RATE-LINE.
004460     MOVE "PRESENT P-AND-I PMT . :" TO NT-AMT-LABEL.
004470     MOVE RS-OLD-PMT-AMT TO NT-AMT.
004480     WRITE NOTICE-LINE FROM NT-AMT-LINE.
004490     MOVE "NEW P-AND-I PAYMENT . :" TO NT-AMT-LABEL.
004500     MOVE LW-PMT-AMT TO NT-AMT.
004510     WRITE NOTICE-LINE FROM NT-AMT-LINE.
004520     MOVE "NEW TOTAL PAYMENT . . :" TO NT-AMT-LABEL.
004530     MOVE LW-TOTAL-PMT-AMT TO NT-AMT.
004540     WRITE NOTICE-LINE FROM NT-AMT-LINE.
004550     MOVE "FIRST PAYMENT AFFECTED:" TO NT-EFF-LABEL.
004560     MOVE RS-EFF-PMT-NBR TO NT-EFF-PMT-NBR.
004570     WRITE NOTICE-LINE FROM NT-EFF-LINE.
004580     MOVE SPACES TO NOTICE-LINE.
004590     WRITE NOTICE-LINE.
004600 2400-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE     *
004650*    HISTORY INTO LOAN-WORK-AREA THE SAME WAY LNBATCH DOES.     *
004660******************************************************************
004670 2500-LOAD-RATE-HIST.
004680     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
004690     IF LW-RATE-HIST-CTR > ZERO
004700         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
004710             VARYING LM-RH-NDX FROM 1 BY 1
004720             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
004730     END-IF.
004740 2500-EXIT.
004750     EXIT.
004760
004770 2550-COPY-ONE-RATE-ENTRY.
004780     SET LW-RH-NDX TO LM-RH-NDX.
004790     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
004800         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
004810     MOVE LM-RH-RATE (LM-RH-NDX)
004820         TO LW-RH-RATE (LW-RH-NDX).
004830 2550-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*    2700-REPORT-EXCEPTION  --  REGISTER LINE FOR AN ACCOUNT    *
004880*    WHOSE RESET COULD NOT BE POSTED.  THE REMARK WAS SET BY    *
004890*    THE CALLER; THE MASTER IS LEFT UNTOUCHED.                  *
004900******************************************************************
004910 2700-REPORT-EXCEPTION.
004920     MOVE LM-ACCT-NBR TO RL-ACCT-NBR.
004930     MOVE LM-RH-RATE (LM-RATE-HIST-CTR) TO RL-OLD-RATE.
004940     MOVE ZERO TO RL-NEW-RATE.
004950     MOVE RS-EFF-PMT-NBR TO RL-EFF-PMT-NBR.
004960     WRITE RESET-RECORD FROM RESET-DTL-LINE.
004970     ADD 1 TO WS-EXCEPT-CTR.
004980 2700-EXIT.
004990     EXIT.
005000
005010 2750-REPORT-RESET.
005020     MOVE LM-ACCT-NBR    TO RL-ACCT-NBR.
005030     MOVE RS-OLD-RATE    TO RL-OLD-RATE.
005040     MOVE RS-NEW-RATE    TO RL-NEW-RATE.
005050     MOVE RS-EFF-PMT-NBR TO RL-EFF-PMT-NBR.
005060     WRITE RESET-RECORD FROM RESET-DTL-LINE.
005070 2750-EXIT.
005080     EXIT.
005090
005100 2900-READ-LOAN-MASTER.
005110     READ LOAN-MASTER NEXT RECORD
005120         AT END
005130             MOVE "Y" TO WS-EOF-SWITCH
005140     END-READ.
005150 2900-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*    9000-TERMINATE  --  REGISTER TOTALS, THEN CLOSE.  NOTHING  *
005200*    IS WRITTEN IF THE RUN NEVER GOT FAR ENOUGH TO OPEN THE     *
005210*    OUTPUT FILES.                                              *
005220******************************************************************
005230 9000-TERMINATE.
005240     IF NOT WS-RPT-WAS-OPENED
005250         GO TO 9000-DISPLAY
005260     END-IF.
005270     MOVE "ARM ACCOUNTS EXAMINED . . :" TO RC-LABEL.
005280     MOVE WS-ARM-CTR    TO RC-COUNT.
005290     WRITE RESET-RECORD FROM RESET-CTR-LINE.
005300     MOVE "RESETS POSTED . . . . . . :" TO RC-LABEL.
005310     MOVE WS-RESET-CTR  TO RC-COUNT.
005320     WRITE RESET-RECORD FROM RESET-CTR-LINE.
005330     MOVE "EXCEPTIONS HELD . . . . . :" TO RC-LABEL.
005340     MOVE WS-EXCEPT-CTR TO RC-COUNT.
005350     WRITE RESET-RECORD FROM RESET-CTR-LINE.
005360     CLOSE INDEX-RATES.
005370     CLOSE LOAN-MASTER.
005380     CLOSE RATE-NOTICES.
005390     CLOSE RESET-RPT.
005400 9000-DISPLAY.
005410     DISPLAY "LNRATRST - ARM ACCOUNTS: " WS-ARM-CTR
005420         " RESETS: " WS-RESET-CTR
005430         " EXCEPTIONS: " WS-EXCEPT-CTR.
005440 9000-EXIT.
005450     EXIT.
