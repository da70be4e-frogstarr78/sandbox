000240*
000250*     ANY ACCOUNT ALREADY UNDER DUE-DATE TRACKING (LM-DUE-DATE
000260*     NOT ZERO) ALSO GETS RUN THROUGH LNLATEFE AGAINST TODAY'S
000270*     RUN DATE, AND THE RESULTING STATUS IS POSTED BACK TO
000280*     LM-PMT-STATUS.  LM-LATE-FEE-AMT IS THE FEES STILL OWING:
000290*     ONE LNLATEFE FEE IS ADDED EACH TIME THE ACCOUNT FALLS A
000300*     CYCLE FURTHER BEHIND, AND ONLY LNPMTPST DRAWS IT DOWN, AS
000310*     RECEIPTS PAY IT OR A SUPERVISOR WAIVES IT.  THE FEE IS KEPT
000320*     OUT OF LM-TOTAL-PMTS/LM-TOTAL-INT SO THOSE REMAIN THE PURE
000330*     SCHEDULED AMORTIZATION TOTALS LNRECON CHECKS.
000340*
000350*     AN ACCOUNT CARRYING RATE HISTORY (LM-RATE-HIST-CTR NOT
000360*     ZERO) IS REPROCESSED THROUGH LNARM INSTEAD OF LNCALC, SO AN
000370*     ADJUSTABLE-RATE LOAN'S STORED TOTALS REFLECT ITS WHOLE RATE
000380*     HISTORY EVEN WHEN THE BATCH IS RUN PARTWAY THROUGH ITS TERM.
000390*
000400*  MODIFICATION HISTORY.
000410*     08/09/2026  DPL  ORIGINAL PROGRAM.
000420*     08/09/2026  DPL  ADDED LOAN-CKPT CHECKPOINT/RESTART LOGIC.
000430*     08/09/2026  DPL  NOW OPENS LOAN-MASTER I-O AND POSTS THE
000440*                      REFRESHED TOTALS BACK TO LM-TOTAL-PMTS AND
000450*                      LM-TOTAL-INT FOR LNRECON TO CHECK.
000460*     08/09/2026  DPL  CHECK FILE STATUS AFTER EVERY REWRITE;
000470*                      A FAILED MASTER OR CHECKPOINT REWRITE NOW
000480*                      STOPS THE RUN INSTEAD OF LETTING THE
000490*                      CHECKPOINT ADVANCE PAST AN UNPOSTED LOAN.
000500*     08/09/2026  DPL  NOW CALLS LNLATEFE PER ACCOUNT AND POSTS
000510*                      THE DELINQUENCY STATUS AND LATE FEE BACK
000520*                      TO LOAN-MASTER SO THAT TRACKING LIVES ON
000530*                      THE MASTER RECORD INSTEAD OF NOWHERE.
000540*     08/09/2026  DPL  LOADS LM-RATE-HIST INTO LOAN-WORK-AREA AND
000550*                      CALLS LNARM FOR ANY ACCOUNT THAT HAS RATE
000560*                      HISTORY, SO LNARM IS REACHABLE AGAINST A
000570*                      STORED LOAN INSTEAD OF ONLY A CALLER-BUILT
000580*                      WORK AREA.
000590*     08/09/2026  DPL  9000-TERMINATE NOW ONLY RESETS THE
000600*                      CHECKPOINT ON A GENUINE END OF FILE, AND
000610*                      ONLY TOUCHES LOAN-CKPT AT ALL IF IT WAS
000620*                      ACTUALLY OPENED THIS RUN, SO AN ABORT (OR A
000630*                      FAILED LOAN-MASTER OPEN) NO LONGER WIPES
000640*                      OUT A CHECKPOINT LEFT BY A PRIOR RUN.
000650*     08/22/2026  DPL  2600-ASSESS-DELINQUENCY NOW ALSO POSTS
000660*                      LM-CYCLES-DELINQ -- HOW MANY PAYMENT
000670*                      CYCLES THE RUN DATE IS PAST LM-DUE-DATE --
000680*                      FOR THE ESCALATING COLLECTION NOTICES IN
000690*                      LNDUNNG.  DERIVED FROM THE TWO DATES, NOT
000700*                      COUNTED UP BLINDLY, SO A RERUN OF THE SAME
000710*                      NIGHT POSTS THE SAME FIGURE.
000720*     08/22/2026  DPL  EVERY MASTER REWRITE IS NOW JOURNALED
000730*                      THROUGH LNAUDIT WITH THE RECORD'S BEFORE
000740*                      AND AFTER IMAGES, SO THE AUDITORS CAN SAY
000750*                      WHICH RUN CHANGED A STORED TOTAL OR
000760*                      STATUS AND FROM WHAT VALUE.
000770*     08/22/2026  DPL  THE DELINQUENT-CYCLE COUNT AND THE WORK
000780*                      AREA LOAD NOW HONOR LM-PMT-FREQ: A CYCLE
000790*                      IS A MONTH, A QUARTER OR FOURTEEN DAYS AS
000800*                      THE ACCOUNT'S FREQUENCY DICTATES.
000810*     08/22/2026  DPL  EVERY LOADED WORK AREA IS NOW EDITED
000820*                      THROUGH LNVALID BEFORE LNCALC/LNARM SEES
000830*                      IT.  AN ACCOUNT THAT FAILS EDIT IS PARKED
000840*                      ON THE SUSPENSE FILE WITH ITS REASON AND
000850*                      SKIPPED -- NOT REWRITTEN -- SO ONE BAD
000860*                      RECORD CANNOT POISON THE STORED TOTALS
000870*                      LNGLEXT AND LNRECON CONSUME.  SUSPENDED
000880*                      ACCOUNTS ARE LISTED ON THE EXCEPTION
000890*                      REPORT; LNSUSREL IS THE RELEASE PATH.
000900*     08/22/2026  DPL  A CLEAN END-OF-FILE RUN NOW WRITES ITS
000910*                      CONTROL-TOTALS RECORD (ACCOUNTS READ AND
000920*                      REWRITTEN, HASH TOTALS OF THE STORED
000930*                      LM-TOTAL-PMTS/LM-TOTAL-INT) TO LOANCTL
000940*                      FOR LNCTLBAL TO TIE OUT AGAINST LNGLEXT.
000950*     08/23/2026  DPL  A CHECKPOINT-RESTARTED RUN NO LONGER
000960*                      WRITES A CONTROL RECORD EVEN WHEN IT
000970*                      REACHES END OF FILE -- ITS COUNTERS AND
000980*                      HASHES COVER ONLY THE ACCOUNTS AFTER THE
000990*                      CHECKPOINT, SO THEY WOULD TIE OUT AGAINST
001000*                      THE FULL-FILE EXTRACT AS A FALSE OUT-OF-
001010*                      BALANCE.  THE OPERATOR IS TOLD TO TIE THE
001020*                      CYCLE OUT FROM A FULL RERUN.  ALSO ADDED
001030*                      THE ERROR-5 (PAYMENT FREQUENCY) WORDING
001040*                      TO THE SUSPENSE REASON, WHICH FELL TO THE
001050*                      GENERIC "FAILED EDIT" BEFORE.
001060*     09/03/2026  DPL  THE RUN NOW HAS TWO MODES, CHOSEN BY THE
001070*                      BATCHPRM PARAMETER FILE: THE FULL SWEEP
001080*                      ("F", AND THE DEFAULT WHEN NO PARAMETER
001090*                      IS SUPPLIED) READS AND REWRITES EVERY
001100*                      ACCOUNT AS ALWAYS AND IS THE ONLY MODE
001110*                      THAT WRITES CONTROL TOTALS; THE CHANGED-
001120*                      ONLY MODE ("C") PROCESSES JUST THE
001130*                      ACCOUNTS WITH THE ACTIVITY FLAG UP, A
001140*                      DUE DATE ALREADY REACHED, OR A RECORD
001150*                      WRITTEN BEFORE THE FLAG EXISTED, AND
001160*                      LEAVES THE REST UNREWRITTEN, SO THE
001170*                      NIGHTLY WINDOW STOPS GROWING WITH THE
001180*                      PORTFOLIO'S REWRITE WORK.  LNBATCH DROPS
001190*                      THE FLAG AS IT PROCESSES EACH ACCOUNT.
001200*                      THE SEQUENTIAL READ OF THE FILE ITSELF
001210*                      REMAINS IN BOTH MODES -- A DUE DATE CAN
001220*                      COME UP ON AN ACCOUNT NOTHING ELSE
001230*                      TOUCHED, SO EVERY RECORD MUST AT LEAST
001240*                      BE LOOKED AT -- BUT THE EDIT,
001250*                      CALCULATION, REWRITE AND JOURNAL WORK IS
001260*                      SKIPPED FOR THE QUIET ACCOUNTS.
001270*     09/03/2026  DPL  2800-CHECKPOINT-ACCOUNT NOW CHECKPOINTS
001280*                      LM-ACCT-NBR DIRECTLY; THE CHANGED-ONLY
001290*                      SKIP PATH NEVER LOADS LOAN-WORK-AREA, SO
001300*                      CHECKPOINTING LW-ACCT-NBR COULD PARK A
001310*                      STALE OR UNINITIALIZED KEY ON LOAN-CKPT.
001320*     09/03/2026  DPL  THE LEG NOW CHECKS IN WITH THE LNCYCLE
001330*                      RUN-CONTROL SEQUENCER AT STARTUP (AND
001340*                      REFUSES TO START OUT OF ORDER) AND
001350*                      STAMPS ITS CLEAN COMPLETION, SO THE
001360*                      NIGHTLY ORDERING LIVES ON CYCLSTAT
001370*                      INSTEAD OF IN THE OPERATOR'S HEAD.
001380*     10/15/2026  DPL  A LATE FEE NEWLY ASSESSED BY THE NIGHTLY
001390*                      DELINQUENCY ASSESSMENT (THE FEE ON THE
001400*                      MASTER RISES ABOVE WHAT THE ACCOUNT CAME
001410*                      INTO THE RUN OWING) NOW WRITES A
001420*                      TRANSACTION HISTORY ENTRY THROUGH
001430*                      LNTRNHST.  A FEE MERELY RE-POSTED AT THE
001440*                      SAME FIGURE NIGHT AFTER NIGHT IS NOT A
001450*                      NEW ASSESSMENT AND WRITES NOTHING.
001460*     10/15/2026  DPL  A CHARGED-OFF ACCOUNT IS NOW PASSED BY --
001470*                      NO TOTALS REFRESH, NO FEE, NO REWRITE --
001480*                      THOUGH STILL HASHED INTO THE CONTROL
001490*                      TOTALS LNGLEXT TIES TO.  AN ACCOUNT
001500*                      REACHING THE NON-ACCRUAL CYCLE
001510*                      (DQ-NONACCRUAL-CYCLES) IS PUT ON
001520*                      NON-ACCRUAL STATUS, AFTER WHICH NO
001530*                      FURTHER LATE FEE IS ASSESSED; IT RETURNS
001540*                      TO ACTIVE WHEN BROUGHT CURRENT.
001550*     10/15/2026  DPL  2600-ASSESS-DELINQUENCY NOW POSTS THE
001560*                      DATE OF FIRST DELINQUENCY  --  THE DUE
001570*                      DATE THE ACCOUNT FIRST WENT LATE ON  --
001580*                      FOR THE CREDIT BUREAU FILE, AND CLEARS IT
001590*                      WHEN THE ACCOUNT COMES CURRENT.
001600*     10/15/2026  DPL  LM-LATE-FEE-AMT IS NOW A BALANCE OWING:
001610*                      ONE FEE IS ADDED EACH TIME THE CYCLES
001620*                      DELINQUENT RISE, AND COMING CURRENT NO
001630*                      LONGER CLEARS IT.  LNPMTPST COLLECTS IT
001640*                      FROM RECEIPTS OR POSTS A SUPERVISOR
001650*                      WAIVER.
001660*     10/15/2026  DPL  THE ACCOUNT'S LEGAL HOLD CODE IS NOW
001670*                      PASSED TO LNLATEFE, WHICH ASSESSES NO FEE
001680*                      WHILE A HOLD IS ON.
001690*
001700 IDENTIFICATION DIVISION.
001710 PROGRAM-ID.  LNBATCH.
001720 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
001730 INSTALLATION. HOME OFFICE.
001740 DATE-WRITTEN. 08/09/2026.
001750 DATE-COMPILED.
001760
001770 ENVIRONMENT DIVISION.
001780 CONFIGURATION SECTION.
001790 SOURCE-COMPUTER.  IBM-370.
001800 OBJECT-COMPUTER.  IBM-370.
001810
001820 INPUT-OUTPUT SECTION.
001830 FILE-CONTROL.
001840     SELECT LOAN-MASTER
001850         ASSIGN TO "LOANMAST"
001860         ORGANIZATION IS INDEXED
001870         ACCESS MODE IS DYNAMIC
001880         RECORD KEY IS LM-ACCT-NBR
001890         FILE STATUS IS WS-LM-STATUS.
001900*
001910*    OPENED I-O (NOT INPUT) SO 2000-PROCESS-LOAN CAN REWRITE
001920*    THE REFRESHED LM-TOTAL-PMTS/LM-TOTAL-INT BACK TO THE
001930*    MASTER RECORD FOR LNRECON TO CHECK LATER.
001940*
001950
001960     SELECT LOAN-CKPT
001970         ASSIGN TO "LOANCKPT"
001980         ORGANIZATION IS RELATIVE
001990         ACCESS MODE IS RANDOM
002000         RELATIVE KEY IS WS-CKPT-KEY
002010         FILE STATUS IS WS-CKPT-STATUS.
002020
002030     SELECT LOAN-SUSPENSE
002040         ASSIGN TO "LOANSUSP"
002050         ORGANIZATION IS LINE SEQUENTIAL.
002060
002070     SELECT SUSP-RPT
002080         ASSIGN TO "SUSPRPT"
002090         ORGANIZATION IS LINE SEQUENTIAL.
002100
002110     SELECT CONTROL-TOTALS
002120         ASSIGN TO "LOANCTL"
002130         ORGANIZATION IS LINE SEQUENTIAL.
002140
002150     SELECT BATCH-PARM
002160         ASSIGN TO "BATCHPRM"
002170         ORGANIZATION IS LINE SEQUENTIAL
002180         FILE STATUS IS WS-BP-STATUS.
002190
002200 DATA DIVISION.
002210 FILE SECTION.
002220 FD  LOAN-MASTER
002230     LABEL RECORD IS STANDARD.
002240 COPY LOANMAST.
002250
002260 FD  LOAN-CKPT
002270     LABEL RECORD IS STANDARD.
002280 01  CKPT-RECORD.
002290     03  CKPT-LAST-ACCT          PIC  9(07).
002300     03  FILLER                  PIC  X(10).
002310
002320 FD  LOAN-SUSPENSE
002330     LABEL RECORD IS OMITTED.
002340 01  SUSPENSE-RECORD             PIC  X(52).
002350
002360 FD  SUSP-RPT
002370     LABEL RECORD IS OMITTED.
002380 01  SUSP-RPT-RECORD             PIC  X(80).
002390
002400 FD  CONTROL-TOTALS
002410     LABEL RECORD IS OMITTED.
002420 01  CONTROL-TOTALS-RECORD       PIC  X(60).
002430
002440 FD  BATCH-PARM
002450     LABEL RECORD IS OMITTED.
002460 01  BATCH-PARM-RECORD.
002470     03  BP-RUN-MODE             PIC  X(01).
002480     03  FILLER                  PIC  X(09).
002490
002500 WORKING-STORAGE SECTION.
002510*
002520*    SUSPENSE DETAIL AND EXCEPTION REPORT LINES, BUILT HERE AND
002530*    WRITTEN WITH WRITE ... FROM.
002540*
002550 COPY LOANSUSP.
002560
002570 COPY LOANCTL.
002580
002590 01  SUSP-RPT-HDG.
002600     03  FILLER                  PIC  X(38)  VALUE
002610             "NIGHTLY EDIT SUSPENSE EXCEPTIONS  -  ".
002620     03  XH-RUN-DATE             PIC  9(08).
002630     03  FILLER                  PIC  X(34)  VALUE SPACES.
002640 01  SUSP-RPT-DTL.
002650     03  FILLER                  PIC  X(08)  VALUE "ACCOUNT ".
002660     03  XL-ACCT-NBR             PIC  9(07).
002670     03  FILLER                  PIC  X(13)  VALUE
002680             "  SUSPENDED: ".
002690     03  XL-ERROR-REASON         PIC  X(30).
002700     03  FILLER                  PIC  X(22)  VALUE SPACES.
002710 01  SUSP-RPT-SUMMARY.
002720     03  FILLER                  PIC  X(20)  VALUE
002730             "ACCOUNTS SUSPENDED: ".
002740     03  XS-SUSP-CTR             PIC  ZZZ,ZZ9.
002750     03  FILLER                  PIC  X(53)  VALUE SPACES.
002760*
002770*    RUN CONTROL SWITCHES AND COUNTERS.
002780*
002790 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002800 77  WS-CKPT-STATUS          PIC  X(02)      VALUE "00".
002810 77  WS-CKPT-KEY              PIC  9(04)      COMP VALUE 1.
002820 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002830     88  WS-EOF-REACHED              VALUE "Y".
002840 77  WS-TRUE-EOF-SWITCH      PIC  X(01)      VALUE "N".
002850     88  WS-TRUE-EOF-REACHED         VALUE "Y".
002860 77  WS-RESTART-SWITCH       PIC  X(01)      VALUE "N".
002870     88  WS-RESTARTING               VALUE "Y".
002880 77  WS-CKPT-OPENED-SWITCH   PIC  X(01)      VALUE "N".
002890     88  WS-CKPT-WAS-OPENED          VALUE "Y".
002900 77  WS-ACCT-CTR             PIC  9(07)      COMP VALUE ZERO.
002910 77  WS-SUSP-CTR             PIC  9(07)      COMP VALUE ZERO.
002920 77  WS-READ-CTR             PIC  9(09)      COMP VALUE ZERO.
002930*
002940*    RUN HASH TOTALS OF THE STORED LIFE-OF-LOAN FIGURES AS
002950*    EVERY ACCOUNT ENDED THE RUN, FOR THE LOANCTL CONTROL
002960*    RECORD LNCTLBAL TIES OUT AGAINST THE GL EXTRACT.
002970*
002980 77  CB-PMTS-HASH            PIC  9(14)V9(02) COMP VALUE ZERO.
002990 77  CB-INT-HASH             PIC  9(14)V9(02) COMP VALUE ZERO.
003000 77  WS-SUSP-OPENED-SWITCH   PIC  X(01)      VALUE "N".
003010     88  WS-SUSP-WAS-OPENED          VALUE "Y".
003020 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
003030*
003040*    RUN MODE FROM THE BATCHPRM PARAMETER FILE.  FULL SWEEP IS
003050*    THE DEFAULT -- A MISSING OR EMPTY PARAMETER FILE MUST
003060*    NEVER QUIETLY TURN INTO A RUN THAT SKIPS ACCOUNTS.
003070*
003080 77  WS-BP-STATUS            PIC  X(02)      VALUE "00".
003090 77  WS-RUN-MODE             PIC  X(01)      VALUE "F".
003100     88  WS-FULL-SWEEP               VALUE "F".
003110     88  WS-CHANGED-ONLY             VALUE "C".
003120 77  WS-PROCESS-SWITCH       PIC  X(01)      VALUE "Y".
003130     88  WS-PROCESS-THIS-ACCT        VALUE "Y".
003140 77  WS-SKIP-CTR             PIC  9(09)      COMP VALUE ZERO.
003150*
003160*    DELINQUENT-CYCLE DERIVATION WORK FIELDS.  THE DUE AND RUN
003170*    DATES ARE BROKEN APART SO 2650-COUNT-DELINQ-CYCLES CAN
003180*    COUNT WHOLE PAYMENT CYCLES ELAPSED BETWEEN THEM.
003190*
003200 01  DQ-DUE-DATE-N           PIC  9(08).
003210 01  DQ-DUE-DATE REDEFINES DQ-DUE-DATE-N.
003220     03  DQ-DUE-YEAR             PIC  9(04).
003230     03  DQ-DUE-MONTH            PIC  9(02).
003240     03  DQ-DUE-DAY              PIC  9(02).
003250 01  DQ-RUN-DATE-N           PIC  9(08).
003260 01  DQ-RUN-DATE REDEFINES DQ-RUN-DATE-N.
003270     03  DQ-RUN-YEAR             PIC  9(04).
003280     03  DQ-RUN-MONTH            PIC  9(02).
003290     03  DQ-RUN-DAY              PIC  9(02).
003300 77  DQ-DUE-MONTHS           PIC  9(06)      COMP VALUE ZERO.
003310 77  DQ-RUN-MONTHS           PIC  9(06)      COMP VALUE ZERO.
003320 77  DQ-CYCLES               PIC S9(04)      COMP VALUE ZERO.
003330*
003340*    DAY-SERIAL WORK FIELDS FOR THE BI-WEEKLY CYCLE COUNT.
003350*    2670-DATE-TO-SERIAL TURNS THE DATE IN DQ-WORK-YEAR/MONTH/
003360*    DAY INTO A RUNNING DAY NUMBER SO TWO DATES CAN BE
003370*    SUBTRACTED TO GET WHOLE DAYS BETWEEN THEM.
003380*
003390 01  DQ-CUM-DAYS-VAL         PIC  X(36)      VALUE
003400         "000031059090120151181212243273304334".
003410 01  DQ-CUM-DAYS-TBL REDEFINES DQ-CUM-DAYS-VAL.
003420     03  DQ-CUM-DAYS             OCCURS 12 TIMES
003430                                 PIC  9(03).
003440 77  DQ-WORK-YEAR            PIC  9(04)      COMP VALUE ZERO.
003450 77  DQ-WORK-MONTH           PIC  9(02)      COMP VALUE ZERO.
003460 77  DQ-WORK-DAY             PIC  9(02)      COMP VALUE ZERO.
003470 77  DQ-PRIOR-YEARS          PIC  9(04)      COMP VALUE ZERO.
003480 77  DQ-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
003490 77  DQ-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
003500 77  DQ-Q4                   PIC  9(04)      COMP VALUE ZERO.
003510 77  DQ-Q100                 PIC  9(04)      COMP VALUE ZERO.
003520 77  DQ-Q400                 PIC  9(04)      COMP VALUE ZERO.
003530 77  DQ-SERIAL               PIC  9(08)      COMP VALUE ZERO.
003540 77  DQ-DUE-SERIAL           PIC  9(08)      COMP VALUE ZERO.
003550 77  DQ-RUN-SERIAL           PIC  9(08)      COMP VALUE ZERO.
003560 77  DQ-LEAP-SWITCH          PIC  X(01)      VALUE "N".
003570     88  DQ-LEAP-YEAR                VALUE "Y".
003580*
003590*    LATE FEE OWING AND CYCLES DELINQUENT AS THE ACCOUNT CAME
003600*    INTO THE RUN.  A FEE IS ASSESSED ONLY WHEN THE CYCLE COUNT
003610*    RISES ABOVE WHAT IT WAS, SO A RERUN OR A SECOND NIGHT IN
003620*    THE SAME CYCLE CHARGES NOTHING MORE, AND THE RISE IN THE
003630*    FEE OWING IS WHAT GOES TO THE TRANSACTION HISTORY.
003640*
003650 77  DQ-PRIOR-FEE-AMT        PIC  9(04)V9(02) COMP VALUE ZERO.
003660 77  DQ-PRIOR-CYCLES         PIC  9(03)      COMP VALUE ZERO.
003670*
003680*    NON-ACCRUAL THRESHOLD.  AN ACCOUNT THIS MANY PAYMENT CYCLES
003690*    DELINQUENT GOES ON NON-ACCRUAL: IT IS ASSESSED NO FURTHER
003700*    LATE FEE AND LNGLEXT STOPS BOOKING IT AS A
003710*    PERFORMING LOAN.  CHARGED-OFF ACCOUNTS ARE COUNTED AS THEY
003720*    ARE PASSED BY.
003730*
003740 77  DQ-NONACCRUAL-CYCLES    PIC  9(03)      VALUE 6.
003750 77  WS-CHGOFF-CTR           PIC  9(09)      COMP VALUE ZERO.
003760 77  WS-NONACCRUAL-CTR       PIC  9(07)      COMP VALUE ZERO.
003770
003780 COPY LOANW.
003790
003800 COPY AUDITW.
003810
003820 COPY TRANHW.
003830
003840 COPY CYCLEW.
003850
003860 PROCEDURE DIVISION.
003870******************************************************************
003880*    0000-MAINLINE.                                             *
003890******************************************************************
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003920     PERFORM 2000-PROCESS-LOAN  THRU 2000-EXIT
003930         UNTIL WS-EOF-REACHED.
003940     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
003950     GOBACK.
003960
003970******************************************************************
003980*    1000-INITIALIZE  --  OPEN THE PORTFOLIO AND THE CHECKPOINT *
003990*    FILE, AND POSITION THE PORTFOLIO FOR A FRESH RUN OR A      *
004000*    RESTART.                                                   *
004010******************************************************************
004020 1000-INITIALIZE.
004030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004040     SET CY-FUNC-START TO TRUE.
004050     MOVE "B"         TO CY-LEG-ID.
004060     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
004070     MOVE ZERO        TO CY-RUN-COUNT.
004080     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
004090     IF CY-DUPLICATE-RUN
004100         DISPLAY "LNBATCH - LEG ALREADY RAN THIS CYCLE - RERUN"
004110     ELSE
004120         IF NOT CY-CLEAR-TO-RUN
004130             DISPLAY "LNBATCH - CYCLE CHECK REFUSED, STATUS = "
004140                 CY-STATUS
004150             MOVE "Y" TO WS-EOF-SWITCH
004160             GO TO 1000-EXIT
004170         END-IF
004180     END-IF.
004190     PERFORM 1300-READ-RUN-MODE THRU 1300-EXIT.
004200     OPEN I-O LOAN-MASTER.
004210     IF WS-LM-STATUS NOT = "00"
004220         DISPLAY "LNBATCH - LOAN-MASTER OPEN FAILED, STATUS = "
004230             WS-LM-STATUS
004240         MOVE "Y" TO WS-EOF-SWITCH
004250         GO TO 1000-EXIT
004260     END-IF.
004270     PERFORM 1100-OPEN-CHECKPOINT THRU 1100-EXIT.
004280     PERFORM 1200-OPEN-SUSPENSE THRU 1200-EXIT.
004290     IF WS-RESTARTING
004300         DISPLAY "LNBATCH - RESTARTING AFTER ACCOUNT "
004310             CKPT-LAST-ACCT
004320         MOVE CKPT-LAST-ACCT TO LM-ACCT-NBR
004330         START LOAN-MASTER KEY IS GREATER THAN LM-ACCT-NBR
004340         IF WS-LM-STATUS NOT = "00"
004350             MOVE "Y" TO WS-EOF-SWITCH
004360             SET WS-TRUE-EOF-REACHED TO TRUE
004370             GO TO 1000-EXIT
004380         END-IF
004390     END-IF.
004400     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
004410 1000-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*    1100-OPEN-CHECKPOINT  --  OPEN LOAN-CKPT, CREATING AND     *
004460*    INITIALIZING IT IF THIS IS THE FIRST RUN EVER, AND NOTE    *
004470*    WHETHER IT SHOWS AN IN-PROGRESS PORTFOLIO TO RESTART.      *
004480******************************************************************
004490 1100-OPEN-CHECKPOINT.
004500     OPEN I-O LOAN-CKPT.
004510     IF WS-CKPT-STATUS = "35"
004520         OPEN OUTPUT LOAN-CKPT
004530         MOVE ZERO TO CKPT-LAST-ACCT
004540         WRITE CKPT-RECORD
004550         CLOSE LOAN-CKPT
004560         OPEN I-O LOAN-CKPT
004570     END-IF.
004580     READ LOAN-CKPT INVALID KEY
004590         MOVE ZERO TO CKPT-LAST-ACCT
004600         WRITE CKPT-RECORD
004610     END-READ.
004620     IF CKPT-LAST-ACCT > ZERO
004630         SET WS-RESTARTING TO TRUE
004640     END-IF.
004650     SET WS-CKPT-WAS-OPENED TO TRUE.
004660 1100-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*    1200-OPEN-SUSPENSE  --  OPEN THE SUSPENSE FILE AND ITS     *
004710*    EXCEPTION REPORT.  A FRESH RUN STARTS THEM OVER; A         *
004720*    CHECKPOINT RESTART EXTENDS THEM SO THE ENTRIES PARKED      *
004730*    BEFORE THE ABEND ARE NOT THROWN AWAY.                      *
004740******************************************************************
004750 1200-OPEN-SUSPENSE.
004760     IF WS-RESTARTING
004770         OPEN EXTEND LOAN-SUSPENSE
004780         OPEN EXTEND SUSP-RPT
004790     ELSE
004800         OPEN OUTPUT LOAN-SUSPENSE
004810         OPEN OUTPUT SUSP-RPT
004820         MOVE WS-RUN-DATE TO XH-RUN-DATE
004830         WRITE SUSP-RPT-RECORD FROM SUSP-RPT-HDG
004840     END-IF.
004850     SET WS-SUSP-WAS-OPENED TO TRUE.
004860 1200-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*    1300-READ-RUN-MODE  --  PICK THE RUN MODE UP FROM THE      *
004910*    BATCHPRM PARAMETER FILE.  ANYTHING BUT AN EXPLICIT "C"     *
004920*    (INCLUDING A MISSING OR EMPTY FILE) MEANS THE FULL SWEEP.  *
004930******************************************************************
004940 1300-READ-RUN-MODE.
004950     MOVE "F" TO WS-RUN-MODE.
004960     OPEN INPUT BATCH-PARM.
004970     IF WS-BP-STATUS NOT = "00"
004980         GO TO 1300-EXIT
004990     END-IF.
005000     READ BATCH-PARM
005010         AT END
005020             CONTINUE
005030         NOT AT END
005040             IF BP-RUN-MODE = "C"
005050                 MOVE "C" TO WS-RUN-MODE
005060             END-IF
005070     END-READ.
005080     CLOSE BATCH-PARM.
005090     IF WS-CHANGED-ONLY
005100         DISPLAY "LNBATCH - CHANGED-ACCOUNTS-ONLY RUN"
005110     END-IF.
005120 1300-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*    2000-PROCESS-LOAN  --  LOAD ONE ACCOUNT INTO THE WORK AREA *
005170*    AND REFRESH ITS TOTALS, THEN CHECKPOINT IT.                *
005180******************************************************************
005190 2000-PROCESS-LOAN.
005200     ADD 1 TO WS-READ-CTR.
005210     IF LM-STATUS-CHARGED-OFF
005220         ADD 1 TO WS-CHGOFF-CTR
005230         GO TO 2000-CHECKPOINT
005240     END-IF.
005250     IF WS-CHANGED-ONLY
005260         PERFORM 2060-CHECK-ACTIVITY THRU 2060-EXIT
005270         IF NOT WS-PROCESS-THIS-ACCT
005280             ADD 1 TO WS-SKIP-CTR
005290             GO TO 2000-CHECKPOINT
005300         END-IF
005310     END-IF.
005320     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
005330     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
005340     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
005350     MOVE LM-INT-RATE     TO LW-INT-RATE.
005360     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
005370     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
005380     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
005390     CALL "LNVALID" USING LOAN-WORK-AREA.
005400     IF NOT LW-NO-ERROR
005410         PERFORM 2750-SUSPEND-ACCOUNT THRU 2750-EXIT
005420         GO TO 2000-CHECKPOINT
005430     END-IF.
005440     IF LW-RATE-HIST-CTR > ZERO
005450         CALL "LNARM" USING LOAN-WORK-AREA
005460     ELSE
005470         CALL "LNCALC" USING LOAN-WORK-AREA
005480     END-IF.
005490     MOVE LW-TOTAL-PMTS   TO LM-TOTAL-PMTS.
005500     MOVE LW-TOTAL-INT    TO LM-TOTAL-INT.
005510     MOVE LM-LATE-FEE-AMT TO DQ-PRIOR-FEE-AMT.
005520     PERFORM 2600-ASSESS-DELINQUENCY THRU 2600-EXIT.
005530     SET LM-NO-ACTIVITY TO TRUE.
005540     REWRITE LOAN-MASTER-RECORD.
005550     IF WS-LM-STATUS NOT = "00"
005560         DISPLAY "LNBATCH - MASTER REWRITE FAILED FOR ACCOUNT "
005570             LW-ACCT-NBR ", STATUS = " WS-LM-STATUS
005580         MOVE "Y" TO WS-EOF-SWITCH
005590         GO TO 2000-EXIT
005600     END-IF.
005610     ADD 1 TO WS-ACCT-CTR.
005620     PERFORM 2700-JOURNAL-REWRITE    THRU 2700-EXIT.
005630     IF LM-LATE-FEE-AMT > DQ-PRIOR-FEE-AMT
005640         PERFORM 2720-WRITE-FEE-HIST THRU 2720-EXIT
005650     END-IF.
005660 2000-CHECKPOINT.
005670     ADD LM-TOTAL-PMTS TO CB-PMTS-HASH.
005680     ADD LM-TOTAL-INT  TO CB-INT-HASH.
005690     PERFORM 2800-CHECKPOINT-ACCOUNT THRU 2800-EXIT.
005700     PERFORM 2900-READ-LOAN-MASTER   THRU 2900-EXIT.
005710 2000-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    2060-CHECK-ACTIVITY  --  DECIDE WHETHER THE CHANGED-ONLY   *
005760*    RUN MUST PROCESS THIS ACCOUNT: THE ACTIVITY FLAG IS UP, A  *
005770*    DUE DATE HAS BEEN REACHED ON A LIVE ACCOUNT (DELINQUENCY   *
005780*    MUST BE REASSESSED NIGHTLY), OR THE RECORD PREDATES THE    *
005790*    FLAG (A SPACE) AND HAS NEVER BEEN STAMPED BY A SWEEP.      *
005800******************************************************************
005810 2060-CHECK-ACTIVITY.
005820     MOVE "Y" TO WS-PROCESS-SWITCH.
005830     IF LM-ACTIVITY-PENDING
005840         GO TO 2060-EXIT
005850     END-IF.
005860     IF LM-ACTIVITY-FLAG = SPACE
005870         GO TO 2060-EXIT
005880     END-IF.
005890     IF LM-DUE-DATE NOT = ZERO
005900             AND LM-DUE-DATE NOT > WS-RUN-DATE
005910             AND NOT LM-STATUS-PAID-OFF
005920         GO TO 2060-EXIT
005930     END-IF.
005940     MOVE "N" TO WS-PROCESS-SWITCH.
005950 2060-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    2700-JOURNAL-REWRITE  --  JOURNAL THE POSTED REWRITE       *
006000*    THROUGH LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF *
006010*    2000-PROCESS-LOAN, BEFORE ANYTHING TOUCHED THE RECORD.     *
006020******************************************************************
006030 2700-JOURNAL-REWRITE.
006040     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
006050     MOVE "LNBATCH"          TO AP-PROGRAM-ID.
006060     SET  AP-ACTION-REWRITE  TO TRUE.
006070     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
006080     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
006090 2700-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130*    2720-WRITE-FEE-HIST  --  WRITE THE NEWLY ASSESSED LATE FEE'S*
006140*    HISTORY ENTRY THROUGH LNTRNHST AFTER THE REWRITE IS         *
006150*    JOURNALED.  THE AMOUNT IS THE RISE IN THE FEE OWING; THE    *
006160*    PRINCIPAL BALANCE IS WALKED BY LNBALCE FROM THE PAYMENT     *
006170*    LNARM/LNCALC JUST DERIVED.                                  *
006180******************************************************************
006190 2720-WRITE-FEE-HIST.
006200     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
006210     MOVE WS-RUN-DATE      TO TP-EFF-DATE.
006220     MOVE "LNBATCH"        TO TP-PROGRAM-ID.
006230     SET  TP-TYPE-LATE-FEE TO TRUE.
006240     COMPUTE TP-TRAN-AMT = LM-LATE-FEE-AMT - DQ-PRIOR-FEE-AMT.
006250     MOVE ZERO             TO TP-PRIN-AMT.
006260     MOVE ZERO             TO TP-INT-AMT.
006270     MOVE ZERO             TO TP-ESCROW-AMT.
006280     MOVE TP-TRAN-AMT      TO TP-FEE-AMT.
006290     MOVE ZERO             TO TP-UNAPPLIED-AMT.
006300     MOVE LM-PMTS-MADE     TO LW-PMTS-MADE.
006310     CALL "LNBALCE" USING LOAN-WORK-AREA.
006320     MOVE LW-REMAINING-BAL TO TP-PRIN-BAL.
006330     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
006340     MOVE "LATE FEE ASSESSED" TO TP-DESCRIPTION.
006350     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
006360 2720-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    2750-SUSPEND-ACCOUNT  --  PARK AN ACCOUNT THAT FAILED THE  *
006410*    LNVALID EDITS ON THE SUSPENSE FILE AND THE EXCEPTION       *
006420*    REPORT.  THE MASTER RECORD IS LEFT EXACTLY AS IT WAS --    *
006430*    NOTHING IS POSTED FOR A RECORD THAT CANNOT BE TRUSTED.     *
006440******************************************************************
006450 2750-SUSPEND-ACCOUNT.
006460     MOVE LW-ACCT-NBR        TO SP-ACCT-NBR.
006470     MOVE LW-LOAN-ERROR-FLAG TO SP-ERROR-FLAG.
006480     PERFORM 2770-SET-ERROR-REASON THRU 2770-EXIT.
006490     MOVE WS-RUN-DATE        TO SP-RUN-DATE.
006500     WRITE SUSPENSE-RECORD FROM SUSPENSE-DETAIL.
006510     MOVE LW-ACCT-NBR        TO XL-ACCT-NBR.
006520     MOVE SP-ERROR-REASON    TO XL-ERROR-REASON.
006530     WRITE SUSP-RPT-RECORD FROM SUSP-RPT-DTL.
006540     ADD 1 TO WS-SUSP-CTR.
006550 2750-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590*    2770-SET-ERROR-REASON  --  WORD THE LW-LOAN-ERROR-FLAG     *
006600*    CODE THE SAME WAY THE LNENTRY SCREEN WORDS IT.             *
006610******************************************************************
006620 2770-SET-ERROR-REASON.
006630     IF LW-ERR-LOAN-AMT
006640         MOVE "LOAN AMOUNT NOT GREATER THAN 0"
006650             TO SP-ERROR-REASON
006660         GO TO 2770-EXIT
006670     END-IF.
006680     IF LW-ERR-INT-RATE
006690         MOVE "INTEREST RATE OUT OF RANGE"
006700             TO SP-ERROR-REASON
006710         GO TO 2770-EXIT
006720     END-IF.
006730     IF LW-ERR-NBR-PMTS
006740         MOVE "NUMBER OF PAYMENTS IS ZERO"
006750             TO SP-ERROR-REASON
006760         GO TO 2770-EXIT
006770     END-IF.
006780     IF LW-ERR-PMT-FREQ
006790         MOVE "PMT FREQUENCY NOT M, B OR Q"
006800             TO SP-ERROR-REASON
006810         GO TO 2770-EXIT
006820     END-IF.
006830     MOVE "FAILED EDIT" TO SP-ERROR-REASON.
006840 2770-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    2600-ASSESS-DELINQUENCY  --  RUN LNLATEFE FOR ANY ACCOUNT   *
006890*    ALREADY UNDER DUE-DATE TRACKING AND POST THE RESULT.  THE   *
006900*    LATE FEE LANDS ONLY IN LM-LATE-FEE-AMT, NOT LM-TOTAL-PMTS   *
006910*    OR LM-TOTAL-INT, SO THOSE TWO STAY THE PURE SCHEDULED       *
006920*    AMORTIZATION FIGURES LNRECON RECONCILES AGAINST.  THE FEE   *
006930*    IS ADDED TO WHAT IS OWING ONCE FOR EACH CYCLE THE ACCOUNT   *
006940*    FALLS FURTHER BEHIND; COMING CURRENT DOES NOT FORGIVE IT.   *
006950*    AN ACCOUNT REACHING DQ-NONACCRUAL-CYCLES GOES ON            *
006960*    NON-ACCRUAL WITHOUT A FEE FOR THAT CYCLE.  A NON-ACCRUAL    *
006970*    ACCOUNT IS ASSESSED NO FURTHER FEE BUT KEEPS ITS CYCLE      *
006980*    COUNT, AND RETURNS TO ACTIVE ONLY WHEN BROUGHT CURRENT.     *
006990*    THE FIRST RUN TO FIND AN ACCOUNT LATE STAMPS ITS DATE OF    *
007000*    FIRST DELINQUENCY FROM THE MISSED DUE DATE; COMING CURRENT  *
007010*    CLEARS IT.  AN ACCOUNT UNDER LEGAL HOLD KEEPS COUNTING      *
007020*    CYCLES BUT LNLATEFE HANDS BACK NO FEE TO ADD.               *
007030******************************************************************
007040 2600-ASSESS-DELINQUENCY.
007050     IF LM-DUE-DATE = ZERO OR LM-STATUS-PAID-OFF
007060         GO TO 2600-EXIT
007070     END-IF.
007080     MOVE LM-DUE-DATE          TO LW-DUE-DATE.
007090     MOVE LM-PMT-RECEIVED-DATE TO LW-PMT-RECEIVED-DATE.
007100     MOVE WS-RUN-DATE          TO LW-PROCESS-DATE.
007110     MOVE LM-HOLD-CODE         TO LW-HOLD-CODE.
007120     CALL "LNLATEFE" USING LOAN-WORK-AREA.
007130     MOVE LW-PMT-STATUS        TO LM-PMT-STATUS.
007140     IF NOT LW-PMT-LATE
007150         MOVE ZERO TO LM-CYCLES-DELINQ
007160         MOVE ZERO TO LM-FIRST-DELINQ-DATE
007170         IF LM-STATUS-DELINQUENT OR LM-STATUS-NON-ACCRUAL
007180             SET LM-STATUS-ACTIVE TO TRUE
007190             MOVE ZERO TO LM-NONACCRUAL-DATE
007200         END-IF
007210         GO TO 2600-EXIT
007220     END-IF.
007230     MOVE LM-CYCLES-DELINQ TO DQ-PRIOR-CYCLES.
007240     PERFORM 2650-COUNT-DELINQ-CYCLES THRU 2650-EXIT.
007250     IF LM-FIRST-DELINQ-DATE = ZERO
007260         MOVE LM-DUE-DATE TO LM-FIRST-DELINQ-DATE
007270     END-IF.
007280     IF LM-STATUS-NON-ACCRUAL
007290         GO TO 2600-EXIT
007300     END-IF.
007310     SET LM-STATUS-DELINQUENT TO TRUE.
007320     IF LM-CYCLES-DELINQ NOT < DQ-NONACCRUAL-CYCLES
007330         SET LM-STATUS-NON-ACCRUAL TO TRUE
007340         MOVE WS-RUN-DATE TO LM-NONACCRUAL-DATE
007350         ADD 1 TO WS-NONACCRUAL-CTR
007360         GO TO 2600-EXIT
007370     END-IF.
007380     IF LM-CYCLES-DELINQ > DQ-PRIOR-CYCLES
007390         ADD LW-LATE-FEE-AMT TO LM-LATE-FEE-AMT
007400     END-IF.
007410 2600-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450*    2650-COUNT-DELINQ-CYCLES  --  POST HOW MANY PAYMENT CYCLES *
007460*    THE RUN DATE IS PAST THE DUE DATE.  A WHOLE CYCLE IS A     *
007470*    CALENDAR MONTH; AN ACCOUNT LATE BY ANY PART OF ITS FIRST   *
007480*    MONTH IS IN CYCLE 1.  DERIVED FRESH FROM THE DATES EVERY   *
007490*    RUN SO NIGHTLY RUNS (OR A RERUN) CANNOT INFLATE THE COUNT. *
007500******************************************************************
007510 2650-COUNT-DELINQ-CYCLES.
007520     MOVE LM-DUE-DATE TO DQ-DUE-DATE-N.
007530     MOVE WS-RUN-DATE TO DQ-RUN-DATE-N.
007540     IF LM-FREQ-BIWEEKLY
007550         PERFORM 2660-COUNT-BIWEEKLY THRU 2660-EXIT
007560         GO TO 2650-POST
007570     END-IF.
007580     COMPUTE DQ-DUE-MONTHS = DQ-DUE-YEAR * 12 + DQ-DUE-MONTH.
007590     COMPUTE DQ-RUN-MONTHS = DQ-RUN-YEAR * 12 + DQ-RUN-MONTH.
007600     COMPUTE DQ-CYCLES = DQ-RUN-MONTHS - DQ-DUE-MONTHS.
007610     IF DQ-RUN-DAY < DQ-DUE-DAY
007620         SUBTRACT 1 FROM DQ-CYCLES
007630     END-IF.
007640     IF LM-FREQ-QUARTERLY
007650         DIVIDE DQ-CYCLES BY 3 GIVING DQ-CYCLES
007660     END-IF.
007670     ADD 1 TO DQ-CYCLES.
007680 2650-POST.
007690     IF DQ-CYCLES < 1
007700         MOVE 1 TO DQ-CYCLES
007710     END-IF.
007720     MOVE DQ-CYCLES TO LM-CYCLES-DELINQ.
007730 2650-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770*    2660-COUNT-BIWEEKLY  --  WHOLE 14-DAY CYCLES THE RUN DATE  *
007780*    IS PAST THE DUE DATE, FROM THE DAY-SERIAL DIFFERENCE OF    *
007790*    THE TWO DATES.                                             *
007800******************************************************************
007810 2660-COUNT-BIWEEKLY.
007820     MOVE DQ-DUE-YEAR  TO DQ-WORK-YEAR.
007830     MOVE DQ-DUE-MONTH TO DQ-WORK-MONTH.
007840     MOVE DQ-DUE-DAY   TO DQ-WORK-DAY.
007850     PERFORM 2670-DATE-TO-SERIAL THRU 2670-EXIT.
007860     MOVE DQ-SERIAL    TO DQ-DUE-SERIAL.
007870     MOVE DQ-RUN-YEAR  TO DQ-WORK-YEAR.
007880     MOVE DQ-RUN-MONTH TO DQ-WORK-MONTH.
007890     MOVE DQ-RUN-DAY   TO DQ-WORK-DAY.
007900     PERFORM 2670-DATE-TO-SERIAL THRU 2670-EXIT.
007910     MOVE DQ-SERIAL    TO DQ-RUN-SERIAL.
007920     IF DQ-RUN-SERIAL > DQ-DUE-SERIAL
007930         COMPUTE DQ-CYCLES =
007940             (DQ-RUN-SERIAL - DQ-DUE-SERIAL) / 14 + 1
007950     ELSE
007960         MOVE 1 TO DQ-CYCLES
007970     END-IF.
007980 2660-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020*    2670-DATE-TO-SERIAL  --  TURN DQ-WORK-YEAR/MONTH/DAY INTO  *
008030*    A RUNNING DAY NUMBER (DAYS SINCE THE CALENDAR EPOCH) SO    *
008040*    TWO DATES SUBTRACT TO WHOLE DAYS BETWEEN THEM.             *
008050******************************************************************
008060 2670-DATE-TO-SERIAL.
008070     COMPUTE DQ-PRIOR-YEARS = DQ-WORK-YEAR - 1.
008080     DIVIDE DQ-PRIOR-YEARS BY 4 GIVING DQ-Q4.
008090     DIVIDE DQ-PRIOR-YEARS BY 100 GIVING DQ-Q100.
008100     DIVIDE DQ-PRIOR-YEARS BY 400 GIVING DQ-Q400.
008110     COMPUTE DQ-SERIAL =
008120         DQ-PRIOR-YEARS * 365 + DQ-Q4 - DQ-Q100 + DQ-Q400
008130           + DQ-CUM-DAYS (DQ-WORK-MONTH) + DQ-WORK-DAY.
008140     IF DQ-WORK-MONTH > 2
008150         PERFORM 2680-CHECK-LEAP-YEAR THRU 2680-EXIT
008160         IF DQ-LEAP-YEAR
008170             ADD 1 TO DQ-SERIAL
008180         END-IF
008190     END-IF.
008200 2670-EXIT.
008210     EXIT.
008220
008230 2680-CHECK-LEAP-YEAR.
008240     MOVE "N" TO DQ-LEAP-SWITCH.
008250     DIVIDE DQ-WORK-YEAR BY 400 GIVING DQ-LEAP-QUOTIENT
008260         REMAINDER DQ-LEAP-REMAINDER.
008270     IF DQ-LEAP-REMAINDER = ZERO
008280         SET DQ-LEAP-YEAR TO TRUE
008290         GO TO 2680-EXIT
008300     END-IF.
008310     DIVIDE DQ-WORK-YEAR BY 100 GIVING DQ-LEAP-QUOTIENT
008320         REMAINDER DQ-LEAP-REMAINDER.
008330     IF DQ-LEAP-REMAINDER = ZERO
008340         GO TO 2680-EXIT
008350     END-IF.
008360     DIVIDE DQ-WORK-YEAR BY 4 GIVING DQ-LEAP-QUOTIENT
008370         REMAINDER DQ-LEAP-REMAINDER.
008380     IF DQ-LEAP-REMAINDER = ZERO
008390         SET DQ-LEAP-YEAR TO TRUE
008400     END-IF.
008410 2680-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE      *
008460*    HISTORY, IF ANY, INTO LOAN-WORK-AREA FOR 2000-PROCESS-LOAN  *
008470*    TO DECIDE BETWEEN LNCALC AND LNARM.                        *
008480******************************************************************
008490 2500-LOAD-RATE-HIST.
008500     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
008510     IF LW-RATE-HIST-CTR > ZERO
008520         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
008530             VARYING LM-RH-NDX FROM 1 BY 1
008540             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
008550     END-IF.
008560 2500-EXIT.
008570     EXIT.
008580
008590 2550-COPY-ONE-RATE-ENTRY.
008600     SET LW-RH-NDX TO LM-RH-NDX.
008610     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
008620         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
008630     MOVE LM-RH-RATE (LM-RH-NDX)
008640         TO LW-RH-RATE (LW-RH-NDX).
008650 2550-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690*    2800-CHECKPOINT-ACCOUNT  --  CHECKPOINT THE MASTER RECORD  *
008700*    JUST HANDLED.  TAKEN FROM LM-ACCT-NBR, NOT THE WORK AREA:  *
008710*    A CHANGED-ONLY RUN SKIPS STRAIGHT HERE WITHOUT EVER        *
008720*    LOADING LOAN-WORK-AREA, AND A RESTART MUST NEVER START     *
008730*    PAST A KEY THAT WAS NEVER READ.                            *
008740******************************************************************
008750 2800-CHECKPOINT-ACCOUNT.
008760     MOVE LM-ACCT-NBR TO CKPT-LAST-ACCT.
008770     REWRITE CKPT-RECORD.
008780     IF WS-CKPT-STATUS NOT = "00"
008790         DISPLAY "LNBATCH - CHECKPOINT REWRITE FAILED, STATUS = "
008800             WS-CKPT-STATUS
008810         MOVE "Y" TO WS-EOF-SWITCH
008820     END-IF.
008830 2800-EXIT.
008840     EXIT.
008850
008860 2900-READ-LOAN-MASTER.
008870     READ LOAN-MASTER NEXT RECORD
008880         AT END
008890             MOVE "Y" TO WS-EOF-SWITCH
008900             SET WS-TRUE-EOF-REACHED TO TRUE
008910     END-READ.
008920 2900-EXIT.
008930     EXIT.
008940
008950******************************************************************
008960*    9000-TERMINATE  --  CLOSE UP, RESET THE CHECKPOINT ON A    *
008970*    CLEAN FINISH, AND REPORT THE RUN.                          *
008980******************************************************************
008990 9000-TERMINATE.
009000     CLOSE LOAN-MASTER.
009010     IF WS-CKPT-WAS-OPENED
009020         IF WS-TRUE-EOF-REACHED
009030             MOVE ZERO TO CKPT-LAST-ACCT
009040             REWRITE CKPT-RECORD
009050             IF WS-CKPT-STATUS NOT = "00"
009060            DISPLAY "LNBATCH - CHECKPOINT RESET FAILED, STATUS = "
009070                 WS-CKPT-STATUS
009080             END-IF
009090         END-IF
009100         CLOSE LOAN-CKPT
009110     END-IF.
009120     IF WS-TRUE-EOF-REACHED
009130         IF WS-RESTARTING
009140             DISPLAY "LNBATCH - RESTARTED RUN, NO CONTROL TOTALS"
009150             DISPLAY "LNBATCH - TIE THE CYCLE OUT FROM A FULL RERU
009160-                "N"
009170         ELSE
009180         IF WS-CHANGED-ONLY
009190             DISPLAY "LNBATCH - CHANGED-ONLY RUN, NO CONTROL TOTA
009200-                "LS -- FULL SWEEP TIES THE CYCLE OUT"
009210         ELSE
009220             PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT
009230         END-IF
009240         END-IF
009250     ELSE
009260         DISPLAY "LNBATCH - PARTIAL RUN, NO CONTROL TOTALS"
009270     END-IF.
009280     IF WS-SUSP-WAS-OPENED
009290         MOVE WS-SUSP-CTR TO XS-SUSP-CTR
009300         WRITE SUSP-RPT-RECORD FROM SUSP-RPT-SUMMARY
009310         CLOSE LOAN-SUSPENSE
009320         CLOSE SUSP-RPT
009330     END-IF.
009340     IF WS-TRUE-EOF-REACHED
009350         SET CY-FUNC-END TO TRUE
009360         MOVE "B"          TO CY-LEG-ID
009370         MOVE WS-RUN-DATE  TO CY-CYCLE-DATE
009380         MOVE WS-ACCT-CTR  TO CY-RUN-COUNT
009390         CALL "LNCYCLE" USING CYCLE-PARM-AREA
009400     END-IF.
009410     DISPLAY "LNBATCH - ACCOUNTS PROCESSED: " WS-ACCT-CTR
009420         " SUSPENDED: " WS-SUSP-CTR
009430         " SKIPPED: " WS-SKIP-CTR.
009440     DISPLAY "LNBATCH - CHARGED OFF PASSED BY: " WS-CHGOFF-CTR
009450         " PLACED ON NON-ACCRUAL: " WS-NONACCRUAL-CTR.
009460 9000-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500*    9100-WRITE-CONTROL-TOTALS  --  START THE CYCLE'S CONTROL  *
009510*    FILE WITH THE BATCH LEG'S RECORD.  ONLY A RUN THAT READ   *
009520*    THE WHOLE PORTFOLIO FROM THE TOP (TRUE END OF FILE, NOT A *
009530*    CHECKPOINT RESTART) WRITES ONE; A PARTIAL OR RESTARTED    *
009540*    RUN'S TOTALS COVER ONLY PART OF THE FILE AND WOULD FLAG A *
009550*    FALSE OUT-OF-BALANCE AGAINST THE FULL-FILE EXTRACT.       *
009560******************************************************************
009570 9100-WRITE-CONTROL-TOTALS.
009580     OPEN OUTPUT CONTROL-TOTALS.
009590     SET CT-BATCH-TOTALS TO TRUE.
009600     MOVE WS-RUN-DATE  TO CT-RUN-DATE.
009610     MOVE WS-READ-CTR  TO CT-ACCTS-READ.
009620     MOVE WS-ACCT-CTR  TO CT-ACCTS-POSTED.
009630     MOVE CB-PMTS-HASH TO CT-PMTS-HASH.
009640     MOVE CB-INT-HASH  TO CT-INT-HASH.
009650     WRITE CONTROL-TOTALS-RECORD FROM CONTROL-TOTALS-DETAIL.
009660     CLOSE CONTROL-TOTALS.
009670 9100-EXIT.
009680     EXIT.
009690
