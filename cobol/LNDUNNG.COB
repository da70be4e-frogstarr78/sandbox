000360*     WITHOUT THE ACTIVITY FILE YET (NOTHING EVER KEYED) RUNS
000370*     EXACTLY AS BEFORE.
000380*
000390*     AN ACCOUNT UNDER LEGAL HOLD (LM-HOLD-CODE -- BANKRUPTCY,
000400*     LITIGATION, DECEASED OR DISASTER FORBEARANCE) GETS NO
000410*     LETTER AND NO QUEUE ENTRY, AND ITS PROMISES ARE LEFT
000420*     UNTOUCHED UNTIL THE HOLD IS RELEASED; THE QUEUE REPORT
000430*     COUNTS THE ACCOUNTS PASSED BY.
000440*
000450*  MODIFICATION HISTORY.
000460*     08/22/2026  DPL  ORIGINAL PROGRAM.
000470*     08/23/2026  DPL  THE PAST-DUE AMOUNT IS NOW CYCLES TIMES
000480*                      THE FULL PAYMENT FROM LNESCRW (P AND I
000490*                      PLUS ESCROW), SO THE LETTER DEMANDS THE
000500*                      SAME FIGURE THE LOCKBOX POSTING HOLDS A
000510*                      RECEIPT TO.
000520*     08/23/2026  DPL  EVERY LOADED WORK AREA NOW GOES THROUGH
000530*                      LNVALID BEFORE LNCALC/LNARM.  AN ACCOUNT
000540*                      THE NIGHTLY RUN WOULD SUSPEND IS SKIPPED
000550*                      (NO LETTER FROM GARBAGE FIGURES), NOTED
000560*                      ON THE CONSOLE AND COUNTED ON THE QUEUE
000570*                      REPORT.
000580*     09/03/2026  DPL  THE COLLECTION-ACTIVITY FILE NOW GATES
000590*                      THE ESCALATION: AN UNBROKEN PENDING
000600*                      PROMISE HOLDS THE LETTER AND THE QUEUE
000610*                      ENTRY, A LAPSED PROMISE IS MARKED BROKEN
000620*                      AND REPORTED, AND A PROMISE ON AN
000630*                      ACCOUNT FOUND CURRENT IS MARKED KEPT.
000640*     09/03/2026  DPL  THE LEG NOW CHECKS IN WITH THE LNCYCLE
000650*                      RUN-CONTROL SEQUENCER AT STARTUP (AND
000660*                      REFUSES TO START OUT OF ORDER) AND
000670*                      STAMPS ITS CLEAN COMPLETION, SO THE
000680*                      NIGHTLY ORDERING LIVES ON CYCLSTAT
000690*                      INSTEAD OF IN THE OPERATOR'S HEAD.
000700*     09/03/2026  DPL  THE NOTICES NOW CARRY THE BORROWER
000710*                      MAILING ADDRESS BLOCK FROM THE MASTER,
000720*                      AND THE COLLECTIONS QUEUE FLAGS ANY
000730*                      ACCOUNT WHOSE MAIL HAS COME BACK
000740*                      UNDELIVERABLE (*ADR*), SO A FINAL
000750*                      NOTICE IS NEVER TRUSTED TO A DEAD
000760*                      ADDRESS.
000770*     10/15/2026  DPL  A CHARGED-OFF ACCOUNT IS NOW PASSED BY
000780*                      LIKE A PAID-OFF ONE -- NO LETTER AND NO
000790*                      QUEUE ENTRY; COLLECTION OF THE DEFICIENCY
000800*                      IS WORKED OUTSIDE THE NOTICE CYCLE.
000810*     10/15/2026  DPL  AN ACCOUNT UNDER LEGAL HOLD IS NOW PASSED
000820*                      BY  --  NO LETTER, NO QUEUE ENTRY, NO
000830*                      PROMISE KEPT/BROKEN  --  AND COUNTED ON
000840*                      THE QUEUE REPORT.
000850*
000860 IDENTIFICATION DIVISION.
000870 PROGRAM-ID.  LNDUNNG.
000880 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000890 INSTALLATION. HOME OFFICE.
000900 DATE-WRITTEN. 08/22/2026.
000910 DATE-COMPILED.
000920
000930 ENVIRONMENT DIVISION.
000940 CONFIGURATION SECTION.
000950 SOURCE-COMPUTER.  IBM-370.
000960 OBJECT-COMPUTER.  IBM-370.
000970
000980 INPUT-OUTPUT SECTION.
000990 FILE-CONTROL.
001000     SELECT LOAN-MASTER
001010         ASSIGN TO "LOANMAST"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS SEQUENTIAL
001040         RECORD KEY IS LM-ACCT-NBR
001050         FILE STATUS IS WS-LM-STATUS.
001060
001070     SELECT COLLECT-ACTIVITY
001080         ASSIGN TO "COLLACT"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS CA-ACTIVITY-KEY
001120         FILE STATUS IS WS-CA-STATUS.
001130
001140     SELECT DUN-LETTERS
001150         ASSIGN TO "DUNLTRS"
001160         ORGANIZATION IS LINE SEQUENTIAL.
001170
001180     SELECT DUN-QUEUE-RPT
001190         ASSIGN TO "DUNQUEUE"
001200         ORGANIZATION IS LINE SEQUENTIAL.
001210
001220     SELECT BROKEN-RPT
001230         ASSIGN TO "BRKNPROM"
001240         ORGANIZATION IS LINE SEQUENTIAL.
001250
001260     SELECT SORT-WORK
001270         ASSIGN TO "SORTWK01".
001280
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  LOAN-MASTER
001320     LABEL RECORD IS STANDARD.
001330 COPY LOANMAST.
001340
001350 FD  COLLECT-ACTIVITY
001360     LABEL RECORD IS STANDARD.
001370 COPY COLLACT.
001380
001390 FD  DUN-LETTERS
001400     LABEL RECORD IS OMITTED.
001410 01  LETTER-LINE             PIC  X(80).
001420
001430 FD  DUN-QUEUE-RPT
001440     LABEL RECORD IS OMITTED.
001450 01  QUEUE-RECORD               PIC  X(80).
001460
001470 FD  BROKEN-RPT
001480     LABEL RECORD IS OMITTED.
001490 01  BROKEN-RECORD              PIC  X(80).
001500
001510 SD  SORT-WORK.
001520 01  SORT-RECORD.
001530     03  SD-CYCLES-DELINQ        PIC  9(03).
001540     03  SD-BALANCE-AT-RISK      PIC  9(08)V9(02).
001550     03  SD-ACCT-NBR             PIC  9(07).
001560     03  SD-BORROWER-NAME        PIC  X(30).
001570     03  SD-PAST-DUE-AMT         PIC  9(10)V9(02).
001580     03  SD-BAD-ADDR             PIC  X(01).
001590
001600 WORKING-STORAGE SECTION.
001610*
001620*    QUEUE REPORT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH
001630*    WRITE ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
001640*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001650*
001660 01  QUEUE-HDG.
001670     03  FILLER                  PIC  X(08)  VALUE "ACCOUNT".
001680     03  FILLER                  PIC  X(32)  VALUE "BORROWER".
001690     03  FILLER                  PIC  X(08)  VALUE "CYCLES".
001700     03  FILLER                  PIC  X(14)  VALUE "PAST DUE".
001710     03  FILLER                  PIC  X(13)  VALUE "BALANCE RISK".
001720     03  FILLER                  PIC  X(05)  VALUE " MAIL".
001730 01  QUEUE-DTL.
001740     03  QL-ACCT-NBR             PIC  9(07).
001750     03  FILLER                  PIC  X(01)  VALUE SPACES.
001760     03  QL-BORROWER-NAME        PIC  X(30).
001770     03  FILLER                  PIC  X(02)  VALUE SPACES.
001780     03  QL-CYCLES               PIC  ZZ9.
001790     03  FILLER                  PIC  X(02)  VALUE SPACES.
001800     03  QL-PAST-DUE             PIC  ZZZ,ZZZ,ZZ9.99.
001810     03  FILLER                  PIC  X(02)  VALUE SPACES.
001820     03  QL-BALANCE              PIC  ZZ,ZZZ,ZZ9.99.
001830     03  FILLER                  PIC  X(01)  VALUE SPACES.
001840     03  QL-MAIL-FLAG            PIC  X(05).
001850 01  QUEUE-SUMMARY.
001860     03  FILLER                  PIC  X(26)  VALUE
001870             "DELINQUENT ACCOUNTS:     ".
001880     03  QS-ACCT-CTR             PIC  ZZZ,ZZ9.
001890     03  FILLER                  PIC  X(47)  VALUE SPACES.
001900 01  QUEUE-HELD-LINE.
001910     03  FILLER                  PIC  X(26)  VALUE
001920             "SKIPPED (FAILED EDITS):   ".
001930     03  QH-HELD-CTR             PIC  ZZZ,ZZ9.
001940     03  FILLER                  PIC  X(47)  VALUE SPACES.
001950 01  QUEUE-PROMISE-LINE.
001960     03  QP-LABEL                PIC  X(26).
001970     03  QP-CTR                  PIC  ZZZ,ZZ9.
001980     03  FILLER                  PIC  X(47)  VALUE SPACES.
001990*
002000*    BROKEN-PROMISE REPORT LINES.
002010*
002020 01  BROKEN-HDG.
002030     03  FILLER                  PIC  X(34)  VALUE
002040             "BROKEN PROMISE-TO-PAY REPORT  -   ".
002050     03  BH-RUN-DATE             PIC  9(08).
002060     03  FILLER                  PIC  X(38)  VALUE SPACES.
002070 01  BROKEN-DTL.
002080     03  BP-ACCT-NBR             PIC  9(07).
002090     03  FILLER                  PIC  X(02)  VALUE SPACES.
002100     03  BP-BORROWER-NAME        PIC  X(30).
002110     03  FILLER                  PIC  X(02)  VALUE SPACES.
002120     03  BP-PROMISE-DATE         PIC  9(08).
002130     03  FILLER                  PIC  X(02)  VALUE SPACES.
002140     03  BP-PROMISE-AMT          PIC  ZZ,ZZZ,ZZ9.99.
002150     03  FILLER                  PIC  X(02)  VALUE SPACES.
002160     03  BP-COLLECTOR            PIC  X(03).
002170     03  FILLER                  PIC  X(09)  VALUE SPACES.
002180*
002190*    RUN CONTROL SWITCHES AND COUNTERS.
002200*
002210 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002220 77  WS-CA-STATUS            PIC  X(02)      VALUE "00".
002230 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002240     88  WS-EOF-REACHED              VALUE "Y".
002250 77  WS-SORT-EOF-SWITCH      PIC  X(01)      VALUE "N".
002260     88  WS-SORT-EOF-REACHED         VALUE "Y".
002270 77  WS-OPEN-FAIL-SWITCH     PIC  X(01)      VALUE "N".
002280     88  WS-OPEN-FAILED              VALUE "Y".
002290 77  WS-CA-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002300     88  WS-CA-FILE-OPEN             VALUE "Y".
002310 77  WS-NOTICE-CTR           PIC  9(07)      COMP VALUE ZERO.
002320 77  WS-HELD-CTR             PIC  9(07)      COMP VALUE ZERO.
002330 77  WS-SUPPRESS-CTR         PIC  9(07)      COMP VALUE ZERO.
002340 77  WS-BROKEN-CTR           PIC  9(07)      COMP VALUE ZERO.
002350 77  WS-KEPT-CTR             PIC  9(07)      COMP VALUE ZERO.
002360 77  WS-LEGAL-HOLD-CTR       PIC  9(07)      COMP VALUE ZERO.
002370 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002380*
002390*    PROMISE-SCAN WORK FIELDS.  THE LATEST PENDING PROMISE ON
002400*    THE ACCOUNT (HIGHEST SEQUENCE) IS THE ONE THAT GATES THE
002410*    ESCALATION; ITS SEQUENCE IS HELD SO THE RECORD CAN BE READ
002420*    BACK FOR THE KEPT/BROKEN REWRITE.
002430*
002440 77  DP-PROMISE-SWITCH       PIC  X(01)      VALUE "N".
002450     88  DP-PROMISE-ON-FILE          VALUE "Y".
002460 77  DP-SCAN-EOF-SWITCH      PIC  X(01)      VALUE "N".
002470     88  DP-SCAN-DONE                VALUE "Y".
002480 77  DP-PROMISE-SEQ          PIC  9(03)      COMP VALUE ZERO.
002490 77  DP-SCAN-ACCT            PIC  9(07)      VALUE ZERO.
002500*
002510*    NOTICE ASSEMBLY FIELDS.  THE PAST-DUE AMOUNT IS THE FULL
002520*    SCHEDULED PAYMENT (P AND I PLUS ESCROW) TIMES THE CYCLES
002530*    MISSED PLUS THE LATE FEE OWING ON THE MASTER.
002540*
002550 77  DN-PAST-DUE-AMT         PIC  9(10)V9(02) COMP VALUE ZERO.
002560 01  DN-TEXT-LINE.
002570     03  DN-TEXT-LABEL           PIC  X(24).
002580     03  DN-TEXT-AMT             PIC  ZZZ,ZZZ,ZZ9.99.
002590     03  FILLER                  PIC  X(42)  VALUE SPACES.
002600 01  DN-ACCT-LINE.
002610     03  DN-ACCT-LABEL           PIC  X(24).
002620     03  DN-ACCT-NBR             PIC  9(07).
002630     03  FILLER                  PIC  X(49)  VALUE SPACES.
002640 01  DN-CYCLES-LINE.
002650     03  DN-CYCLES-LABEL         PIC  X(24).
002660     03  DN-CYCLES-NBR           PIC  ZZ9.
002670     03  FILLER                  PIC  X(53)  VALUE SPACES.
002680 01  DN-HEAD-LINE.
002690     03  DN-HEAD-TITLE           PIC  X(36).
002700     03  DN-HEAD-DATE            PIC  9(08).
002710     03  FILLER                  PIC  X(36)  VALUE SPACES.
002720
002730 01  DN-ADDR-LINE.
002740     03  DN-ADDR-LABEL           PIC  X(24).
002750     03  DN-ADDR-STREET          PIC  X(30).
002760     03  FILLER                  PIC  X(26)  VALUE SPACES.
002770 01  DN-CSZ-LINE.
002780     03  FILLER                  PIC  X(24)  VALUE SPACES.
002790     03  DN-ADDR-CITY            PIC  X(20).
002800     03  FILLER                  PIC  X(01)  VALUE SPACES.
002810     03  DN-ADDR-STATE           PIC  X(02).
002820     03  FILLER                  PIC  X(02)  VALUE SPACES.
002830     03  DN-ADDR-ZIP             PIC  X(09).
002840     03  FILLER                  PIC  X(22)  VALUE SPACES.
002850
002860 COPY LOANW.
002870
002880 COPY CYCLEW.
002890
002900 PROCEDURE DIVISION.
002910******************************************************************
002920*    0000-MAINLINE  --  THE SORT OWNS THE RUN: ITS INPUT        *
002930*    PROCEDURE WALKS THE PORTFOLIO AND WRITES THE LETTERS, ITS  *
002940*    OUTPUT PROCEDURE PRINTS THE QUEUE WORST-FIRST.             *
002950******************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     IF WS-OPEN-FAILED
002990         GO TO 0000-WRAPUP
003000     END-IF.
003010     SORT SORT-WORK
003020         ON DESCENDING KEY SD-CYCLES-DELINQ
003030                           SD-BALANCE-AT-RISK
003040         INPUT PROCEDURE IS 2000-SELECT-DELINQ
003050                       THRU 2000-SELECT-EXIT
003060         OUTPUT PROCEDURE IS 4000-PRINT-QUEUE
003070                        THRU 4000-PRINT-EXIT.
003080 0000-WRAPUP.
003090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003100     GOBACK.
003110
003120******************************************************************
003130*    1000-INITIALIZE  --  OPEN THE PORTFOLIO, THE ACTIVITY      *
003140*    FILE (A MISSING FILE JUST MEANS NO COLLECTOR HAS KEYED     *
003150*    ANYTHING YET -- THE RUN PROCEEDS WITHOUT THE PROMISE       *
003160*    GATE), AND THE OUTPUT FILES.                               *
003170******************************************************************
003180 1000-INITIALIZE.
003190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003200     SET CY-FUNC-START TO TRUE.
003210     MOVE "D"         TO CY-LEG-ID.
003220     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
003230     MOVE ZERO        TO CY-RUN-COUNT.
003240     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
003250     IF CY-DUPLICATE-RUN
003260         DISPLAY "LNDUNNG - LEG ALREADY RAN THIS CYCLE - RERUN"
003270     ELSE
003280         IF NOT CY-CLEAR-TO-RUN
003290             DISPLAY "LNDUNNG - CYCLE CHECK REFUSED, STATUS = "
003300                 CY-STATUS
003310             SET WS-OPEN-FAILED TO TRUE
003320             GO TO 1000-EXIT
003330         END-IF
003340     END-IF.
003350     OPEN INPUT LOAN-MASTER.
003360     IF WS-LM-STATUS NOT = "00"
003370         DISPLAY "LNDUNNG - LOAN-MASTER OPEN FAILED, STATUS = "
003380             WS-LM-STATUS
003390         SET WS-OPEN-FAILED TO TRUE
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN I-O COLLECT-ACTIVITY.
003430     IF WS-CA-STATUS = "00"
003440         SET WS-CA-FILE-OPEN TO TRUE
003450     ELSE
003460         DISPLAY "LNDUNNG - NO COLLACT FILE (STATUS "
003470             WS-CA-STATUS ") -- PROMISE GATE INACTIVE"
003480     END-IF.
003490     OPEN OUTPUT DUN-LETTERS.
003500     OPEN OUTPUT DUN-QUEUE-RPT.
003510     OPEN OUTPUT BROKEN-RPT.
003520     MOVE WS-RUN-DATE TO BH-RUN-DATE.
003530     WRITE BROKEN-RECORD FROM BROKEN-HDG.
003540 1000-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580*    2000-SELECT-DELINQ  --  SORT INPUT PROCEDURE: WALK THE     *
003590*    PORTFOLIO, LETTER EVERY LATE ACCOUNT, RELEASE IT TO THE    *
003600*    SORT FOR THE QUEUE REPORT.                                 *
003610******************************************************************
003620 2000-SELECT-DELINQ.
003630     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
003640     PERFORM 2100-PROCESS-ONE-ACCT THRU 2100-EXIT
003650         UNTIL WS-EOF-REACHED.
003660 2000-SELECT-EXIT.
003670     EXIT.
003680
003690 2100-PROCESS-ONE-ACCT.
003700     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
003710         GO TO 2100-CONTINUE
003720     END-IF.
003730     IF LM-ON-LEGAL-HOLD
003740         ADD 1 TO WS-LEGAL-HOLD-CTR
003750         GO TO 2100-CONTINUE
003760     END-IF.
003770     IF WS-CA-FILE-OPEN
003780         PERFORM 2300-FIND-LATEST-PROMISE THRU 2300-EXIT
003790     ELSE
003800         MOVE "N" TO DP-PROMISE-SWITCH
003810     END-IF.
003820     IF NOT LM-PMT-LATE
003830             OR LM-CYCLES-DELINQ = ZERO
003840         IF DP-PROMISE-ON-FILE
003850             PERFORM 2320-MARK-PROMISE-KEPT THRU 2320-EXIT
003860         END-IF
003870         GO TO 2100-CONTINUE
003880     END-IF.
003890     IF DP-PROMISE-ON-FILE
003900         IF CA-PROMISE-DATE NOT < WS-RUN-DATE
003910             ADD 1 TO WS-SUPPRESS-CTR
003920             GO TO 2100-CONTINUE
003930         ELSE
003940             PERFORM 2340-MARK-PROMISE-BROKEN THRU 2340-EXIT
003950         END-IF
003960     END-IF.
003970     PERFORM 2200-DERIVE-FIGURES THRU 2200-EXIT.
003980     IF NOT LW-NO-ERROR
003990         ADD 1 TO WS-HELD-CTR
004000         DISPLAY "LNDUNNG - ACCOUNT " LM-ACCT-NBR
004010             " SKIPPED -- FAILED MASTER EDITS"
004020         GO TO 2100-CONTINUE
004030     END-IF.
004040     PERFORM 3000-WRITE-NOTICE   THRU 3000-EXIT.
004050     MOVE LM-CYCLES-DELINQ  TO SD-CYCLES-DELINQ.
004060     MOVE LW-REMAINING-BAL  TO SD-BALANCE-AT-RISK.
004070     MOVE LM-ACCT-NBR       TO SD-ACCT-NBR.
004080     MOVE LM-BORROWER-NAME  TO SD-BORROWER-NAME.
004090     MOVE DN-PAST-DUE-AMT   TO SD-PAST-DUE-AMT.
004100     MOVE LM-BAD-ADDR-FLAG  TO SD-BAD-ADDR.
004110     RELEASE SORT-RECORD.
004120     ADD 1 TO WS-NOTICE-CTR.
004130 2100-CONTINUE.
004140     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
004150 2100-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    2200-DERIVE-FIGURES  --  SCHEDULED PAYMENT, PAST-DUE       *
004200*    AMOUNT AND BALANCE AT RISK FOR THE ACCOUNT JUST READ.      *
004210*    LNVALID GATES THE LOAD THE SAME WAY IT GATES THE NIGHTLY   *
004220*    RUN; A FAILED EDIT COMES BACK WITH THE ERROR FLAG SET AND  *
004230*    NO FIGURES DERIVED.                                        *
004240******************************************************************
004250 2200-DERIVE-FIGURES.
004260     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
004270     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
004280     MOVE LM-INT-RATE     TO LW-INT-RATE.
004290     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
004300     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
004310     MOVE LM-PMTS-MADE    TO LW-PMTS-MADE.
004320     MOVE LM-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
004330     MOVE LM-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
004340     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
004350     CALL "LNVALID" USING LOAN-WORK-AREA.
004360     IF NOT LW-NO-ERROR
004370         GO TO 2200-EXIT
004380     END-IF.
004390     IF LW-RATE-HIST-CTR > ZERO
004400         CALL "LNARM" USING LOAN-WORK-AREA
004410     ELSE
004420         CALL "LNCALC" USING LOAN-WORK-AREA
004430     END-IF.
004440     CALL "LNESCRW" USING LOAN-WORK-AREA.
004450     CALL "LNBALCE" USING LOAN-WORK-AREA.
004460     COMPUTE DN-PAST-DUE-AMT ROUNDED =
004470         LW-TOTAL-PMT-AMT * LM-CYCLES-DELINQ + LM-LATE-FEE-AMT.
004480 2200-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*    2300-FIND-LATEST-PROMISE  --  WALK THE ACCOUNT'S ACTIVITY  *
004530*    RECORDS FOR THE LATEST PROMISE STILL PENDING, THEN READ IT *
004540*    BACK BY KEY SO THE RECORD AREA HOLDS IT FOR A KEPT/BROKEN  *
004550*    REWRITE.  DP-PROMISE-ON-FILE COMES BACK SET WHEN ONE WAS   *
004560*    FOUND.                                                     *
004570******************************************************************
004580 2300-FIND-LATEST-PROMISE.
004590     MOVE "N" TO DP-PROMISE-SWITCH.
004600     MOVE "N" TO DP-SCAN-EOF-SWITCH.
004610     MOVE LM-ACCT-NBR TO DP-SCAN-ACCT.
004620     MOVE LM-ACCT-NBR TO CA-ACCT-NBR.
004630     MOVE ZERO        TO CA-SEQ-NBR.
004640     START COLLECT-ACTIVITY
004650         KEY IS GREATER THAN CA-ACTIVITY-KEY
004660         INVALID KEY
004670             MOVE "Y" TO DP-SCAN-EOF-SWITCH
004680     END-START.
004690     PERFORM 2350-SCAN-ONE-ACTIVITY THRU 2350-EXIT
004700         UNTIL DP-SCAN-DONE.
004710     IF DP-PROMISE-ON-FILE
004720         MOVE DP-SCAN-ACCT   TO CA-ACCT-NBR
004730         MOVE DP-PROMISE-SEQ TO CA-SEQ-NBR
004740         READ COLLECT-ACTIVITY
004750             INVALID KEY
004760                 MOVE "N" TO DP-PROMISE-SWITCH
004770         END-READ
004780     END-IF.
004790 2300-EXIT.
004800     EXIT.
004810
004820 2350-SCAN-ONE-ACTIVITY.
004830     READ COLLECT-ACTIVITY NEXT RECORD
004840         AT END
004850             MOVE "Y" TO DP-SCAN-EOF-SWITCH
004860             GO TO 2350-EXIT
004870     END-READ.
004880     IF CA-ACCT-NBR NOT = DP-SCAN-ACCT
004890         MOVE "Y" TO DP-SCAN-EOF-SWITCH
004900         GO TO 2350-EXIT
004910     END-IF.
004920     IF CA-TYPE-PROMISE AND CA-PROMISE-PENDING
004930         SET DP-PROMISE-ON-FILE TO TRUE
004940         MOVE CA-SEQ-NBR TO DP-PROMISE-SEQ
004950     END-IF.
004960 2350-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    2320-MARK-PROMISE-KEPT  --  THE ACCOUNT CAME CURRENT WITH  *
005010*    THE PROMISE STILL OPEN: CREDIT THE PROMISE AS KEPT SO IT   *
005020*    STOPS GATING ANYTHING.                                     *
005030******************************************************************
005040 2320-MARK-PROMISE-KEPT.
005050     SET CA-PROMISE-KEPT TO TRUE.
005060     REWRITE COLLECTION-ACTIVITY-RECORD.
005070     IF WS-CA-STATUS NOT = "00"
005080         DISPLAY "LNDUNNG - COLLACT REWRITE FAILED FOR ACCOUNT "
005090             CA-ACCT-NBR ", STATUS = " WS-CA-STATUS
005100     ELSE
005110         ADD 1 TO WS-KEPT-CTR
005120     END-IF.
005130 2320-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    2340-MARK-PROMISE-BROKEN  --  THE PROMISED DATE PASSED     *
005180*    WITH THE ACCOUNT STILL DELINQUENT: MARK THE PROMISE        *
005190*    BROKEN, REPORT IT, AND LET THE NORMAL ESCALATION RESUME.   *
005200******************************************************************
005210 2340-MARK-PROMISE-BROKEN.
005220     SET CA-PROMISE-BROKEN TO TRUE.
005230     REWRITE COLLECTION-ACTIVITY-RECORD.
005240     IF WS-CA-STATUS NOT = "00"
005250         DISPLAY "LNDUNNG - COLLACT REWRITE FAILED FOR ACCOUNT "
005260             CA-ACCT-NBR ", STATUS = " WS-CA-STATUS
005270     END-IF.
005280     MOVE LM-ACCT-NBR      TO BP-ACCT-NBR.
005290     MOVE LM-BORROWER-NAME TO BP-BORROWER-NAME.
005300     MOVE CA-PROMISE-DATE  TO BP-PROMISE-DATE.
005310     MOVE CA-PROMISE-AMT   TO BP-PROMISE-AMT.
005320     MOVE CA-COLLECTOR-ID  TO BP-COLLECTOR.
005330     WRITE BROKEN-RECORD FROM BROKEN-DTL.
005340     ADD 1 TO WS-BROKEN-CTR.
005350 2340-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE     *
005400*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH  *
005410*    DOES.                                                      *
005420******************************************************************
005430 2500-LOAD-RATE-HIST.
005440     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
005450     IF LW-RATE-HIST-CTR > ZERO
005460         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
005470             VARYING LM-RH-NDX FROM 1 BY 1
005480             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
005490     END-IF.
005500 2500-EXIT.
005510     EXIT.
005520
005530 2550-COPY-ONE-RATE-ENTRY.
005540     SET LW-RH-NDX TO LM-RH-NDX.
005550     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
005560         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
005570     MOVE LM-RH-RATE (LM-RH-NDX)
005580         TO LW-RH-RATE (LW-RH-NDX).
005590 2550-EXIT.
005600     EXIT.
005610
005620 2900-READ-LOAN-MASTER.
005630     READ LOAN-MASTER NEXT RECORD
005640         AT END
005650             MOVE "Y" TO WS-EOF-SWITCH
005660     END-READ.
005670 2900-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    3000-WRITE-NOTICE  --  ONE LETTER BLOCK, WORDED BY HOW     *
005720*    MANY CYCLES THE ACCOUNT HAS BEEN LATE.                     *
005730******************************************************************
005740 3000-WRITE-NOTICE.
005750     MOVE ALL "-" TO LETTER-LINE.
005760     WRITE LETTER-LINE.
005770     IF LM-CYCLES-DELINQ = 1
005780         MOVE "PAYMENT REMINDER            -  " TO DN-HEAD-TITLE
005790     ELSE
005800         IF LM-CYCLES-DELINQ = 2
005810             MOVE "DEMAND FOR PAYMENT          -  "
005820                 TO DN-HEAD-TITLE
005830         ELSE
005840             MOVE "FINAL NOTICE BEFORE REFERRAL-  "
005850                 TO DN-HEAD-TITLE
005860         END-IF
005870     END-IF.
005880     MOVE WS-RUN-DATE TO DN-HEAD-DATE.
005890     WRITE LETTER-LINE FROM DN-HEAD-LINE.
005900     WRITE LETTER-LINE FROM LM-BORROWER-NAME.
005910     MOVE SPACES TO DN-ADDR-LINE.
005920     MOVE "MAILING ADDRESS . . . :" TO DN-ADDR-LABEL.
005930     MOVE LM-ADDR-STREET TO DN-ADDR-STREET.
005940     WRITE LETTER-LINE FROM DN-ADDR-LINE.
005950     MOVE LM-ADDR-CITY   TO DN-ADDR-CITY.
005960     MOVE LM-ADDR-STATE  TO DN-ADDR-STATE.
005970     MOVE LM-ADDR-ZIP    TO DN-ADDR-ZIP.
005980     WRITE LETTER-LINE FROM DN-CSZ-LINE.
005990     MOVE SPACES TO DN-ACCT-LINE.
006000     MOVE "ACCOUNT NUMBER. . . . :" TO DN-ACCT-LABEL.
006010     MOVE LM-ACCT-NBR TO DN-ACCT-NBR.
006020     WRITE LETTER-LINE FROM DN-ACCT-LINE.
006030     MOVE SPACES TO DN-CYCLES-LINE.
006040     MOVE "CYCLES PAST DUE . . . :" TO DN-CYCLES-LABEL.
006050     MOVE LM-CYCLES-DELINQ TO DN-CYCLES-NBR.
006060     WRITE LETTER-LINE FROM DN-CYCLES-LINE.
006070     MOVE SPACES TO DN-TEXT-LINE.
006080     MOVE "AMOUNT PAST DUE . . . :" TO DN-TEXT-LABEL.
006090     MOVE DN-PAST-DUE-AMT TO DN-TEXT-AMT.
006100     WRITE LETTER-LINE FROM DN-TEXT-LINE.
006110     MOVE "OF WHICH LATE FEES. . :" TO DN-TEXT-LABEL.
006120     MOVE LM-LATE-FEE-AMT TO DN-TEXT-AMT.
006130     WRITE LETTER-LINE FROM DN-TEXT-LINE.
006140     MOVE "PRINCIPAL BALANCE . . :" TO DN-TEXT-LABEL.
006150     MOVE LW-REMAINING-BAL TO DN-TEXT-AMT.
006160     WRITE LETTER-LINE FROM DN-TEXT-LINE.
006170     PERFORM 3100-WRITE-BODY-LINE THRU 3100-EXIT.
006180     MOVE SPACES TO LETTER-LINE.
006190     WRITE LETTER-LINE.
006200 3000-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240*    3100-WRITE-BODY-LINE  --  THE ONE-LINE MESSAGE THAT        *
006250*    ESCALATES WITH THE NOTICE LEVEL.                           *
006260******************************************************************
006270 3100-WRITE-BODY-LINE.
006280     IF LM-CYCLES-DELINQ = 1
006290         MOVE "PLEASE REMIT THE AMOUNT PAST DUE AT YOUR EARLIEST
006300-            " CONVENIENCE." TO LETTER-LINE
006310     ELSE
006320         IF LM-CYCLES-DELINQ = 2
006330             MOVE "PAYMENT IN FULL OF THE AMOUNT PAST DUE IS NOW
006340-                "DEMANDED." TO LETTER-LINE
006350         ELSE
006360             MOVE "UNLESS PAID IN FULL THIS ACCOUNT WILL BE REFER
006370-                "RED FOR COLLECTION." TO LETTER-LINE
006380         END-IF
006390     END-IF.
006400     WRITE LETTER-LINE.
006410 3100-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450*    4000-PRINT-QUEUE  --  SORT OUTPUT PROCEDURE: THE QUEUE     *
006460*    REPORT RETURNS WORST-FIRST (MOST CYCLES, THEN LARGEST      *
006470*    BALANCE AT RISK).                                          *
006480******************************************************************
006490 4000-PRINT-QUEUE.
006500     WRITE QUEUE-RECORD FROM QUEUE-HDG.
006510     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
006520     PERFORM 4100-PRINT-ONE-QUEUED THRU 4100-EXIT
006530         UNTIL WS-SORT-EOF-REACHED.
006540     MOVE WS-NOTICE-CTR TO QS-ACCT-CTR.
006550     WRITE QUEUE-RECORD FROM QUEUE-SUMMARY.
006560     MOVE WS-HELD-CTR   TO QH-HELD-CTR.
006570     WRITE QUEUE-RECORD FROM QUEUE-HELD-LINE.
006580     MOVE "HELD ON PENDING PROMISE:  " TO QP-LABEL.
006590     MOVE WS-SUPPRESS-CTR TO QP-CTR.
006600     WRITE QUEUE-RECORD FROM QUEUE-PROMISE-LINE.
006610     MOVE "PROMISES BROKEN:          " TO QP-LABEL.
006620     MOVE WS-BROKEN-CTR   TO QP-CTR.
006630     WRITE QUEUE-RECORD FROM QUEUE-PROMISE-LINE.
006640     MOVE "PROMISES KEPT:            " TO QP-LABEL.
006650     MOVE WS-KEPT-CTR     TO QP-CTR.
006660     WRITE QUEUE-RECORD FROM QUEUE-PROMISE-LINE.
006670     MOVE "HELD ON LEGAL HOLD:       " TO QP-LABEL.
006680     MOVE WS-LEGAL-HOLD-CTR TO QP-CTR.
006690     WRITE QUEUE-RECORD FROM QUEUE-PROMISE-LINE.
006700 4000-PRINT-EXIT.
006710     EXIT.
006720
006730 4100-PRINT-ONE-QUEUED.
006740     MOVE SD-ACCT-NBR        TO QL-ACCT-NBR.
006750     MOVE SD-BORROWER-NAME   TO QL-BORROWER-NAME.
006760     MOVE SD-CYCLES-DELINQ   TO QL-CYCLES.
006770     MOVE SD-PAST-DUE-AMT    TO QL-PAST-DUE.
006780     MOVE SD-BALANCE-AT-RISK TO QL-BALANCE.
006790     IF SD-BAD-ADDR = "Y"
006800         MOVE "*ADR*" TO QL-MAIL-FLAG
006810     ELSE
006820         MOVE SPACES  TO QL-MAIL-FLAG
006830     END-IF.
006840     WRITE QUEUE-RECORD FROM QUEUE-DTL.
006850     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
006860 4100-EXIT.
006870     EXIT.
006880
006890 4900-RETURN-SORTED.
006900     RETURN SORT-WORK
006910         AT END
006920             MOVE "Y" TO WS-SORT-EOF-SWITCH
006930     END-RETURN.
006940 4900-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980*    9000-TERMINATE.                                            *
006990******************************************************************
007000 9000-TERMINATE.
007010     IF WS-OPEN-FAILED
007020         GO TO 9000-DISPLAY
007030     END-IF.
007040     CLOSE LOAN-MASTER.
007050     IF WS-CA-FILE-OPEN
007060         CLOSE COLLECT-ACTIVITY
007070     END-IF.
007080     CLOSE DUN-LETTERS.
007090     CLOSE DUN-QUEUE-RPT.
007100     CLOSE BROKEN-RPT.
007110     SET CY-FUNC-END TO TRUE.
007120     MOVE "D"          TO CY-LEG-ID.
007130     MOVE WS-RUN-DATE  TO CY-CYCLE-DATE.
007140     MOVE WS-NOTICE-CTR TO CY-RUN-COUNT.
007150     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
007160 9000-DISPLAY.
007170     DISPLAY "LNDUNNG - NOTICES GENERATED: " WS-NOTICE-CTR
007180         " SKIPPED: " WS-HELD-CTR
007190         " PROMISES HELD: " WS-SUPPRESS-CTR
007200         " BROKEN: " WS-BROKEN-CTR
007210         " LEGAL HOLD: " WS-LEGAL-HOLD-CTR.
007220 9000-EXIT.
007230     EXIT.
007240
007250
