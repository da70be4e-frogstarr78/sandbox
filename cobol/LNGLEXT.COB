000160*     AMOUNT (LM-TOTAL-INT), SO ACCOUNTING CAN LOAD THE EXTRACT
000170*     INSTEAD OF RE-KEYING PORTFOLIO TOTALS BY HAND.
000180*
000190*     AN ACCOUNT THAT HAS PAID LATE FEES (LM-FEES-COLLECTED) OR
000200*     HAD THEM WAIVED (LM-FEES-WAIVED) GETS A FURTHER LINE FOR
000210*     EACH, UNDER ITS OWN FEE GL CODE, WITH THE AMOUNT IN
000220*     GX-FEE-AMT AND NO PRINCIPAL OR INTEREST.  THE PRINCIPAL
000230*     AND INTEREST LINE CARRIES A ZERO FEE.  THE FEE LINES ARE
000240*     NOT COUNTED AS ACCOUNTS, SO THE LNCTLBAL TIE-OUT STANDS.
000250*
000260*  MODIFICATION HISTORY.
000270*     08/09/2026  DPL  ORIGINAL PROGRAM.
000280*     08/22/2026  DPL  NOW ACCUMULATES RECORDS WRITTEN AND THE
000290*                      SUMMED GX-PRINCIPAL-PAID/GX-INTEREST-PAID
000300*                      AND EXTENDS LOANCTL WITH THE EXTRACT
000310*                      LEG'S CONTROL RECORD FOR LNCTLBAL TO TIE
000320*                      OUT AGAINST THE NIGHTLY BATCH.
000330*     08/09/2026  DPL  GAVE THE FILLER SPACERS IN GL-EXTRACT-
000340*                      RECORD AN EXPLICIT VALUE SPACES SO THE
000350*                      OUTPUT RECORD DOESN'T CARRY WHATEVER WAS
000360*                      LEFT IN THAT AREA OF STORAGE.
000370*     08/09/2026  DPL  2000-EXTRACT-LOAN NO LONGER RELOADS
000380*                      LOAN-WORK-AREA AND RECOMPUTES VIA LNCALC;
000390*                      IT NOW POSTS DIRECTLY FROM LM-TOTAL-PMTS
000400*                      AND LM-TOTAL-INT AS LAST REFRESHED BY
000410*                      LNBATCH.  RECOMPUTING VIA LNCALC IGNORED
000420*                      ANY RATE HISTORY AND ALWAYS RE-DERIVED AN
000430*                      ADJUSTABLE-RATE LOAN'S TOTALS UNDER ITS
000440*                      SINGLE CURRENT RATE, SO THE EXTRACT NEVER
000450*                      MATCHED WHAT LNBATCH HAD ACTUALLY POSTED
000460*                      FOR SUCH A LOAN; READING THE MASTER'S OWN
000470*                      STORED TOTALS IS CORRECT REGARDLESS OF
000480*                      WHICH OF LNCALC/LNARM PRODUCED THEM.
000490*     09/03/2026  DPL  THE LEG NOW CHECKS IN WITH THE LNCYCLE
000500*                      RUN-CONTROL SEQUENCER AT STARTUP (AND
000510*                      REFUSES TO START OUT OF ORDER) AND
000520*                      STAMPS ITS CLEAN COMPLETION, SO THE
000530*                      NIGHTLY ORDERING LIVES ON CYCLSTAT
000540*                      INSTEAD OF IN THE OPERATOR'S HEAD.
000550*     09/03/2026  DPL  9000-TERMINATE NOW ONLY CLOSES FILES
000560*                      THAT WERE ACTUALLY OPENED THIS RUN, SO A
000570*                      REFUSED OR FAILED START NO LONGER ISSUES
000580*                      A CLOSE AGAINST AN UNOPENED FILE.
000590*     09/03/2026  DPL  THE WS-LEG-REFUSED CONDITION NAME IS NOW
000600*                      SUBORDINATE TO WS-REFUSED-SWITCH, THE
000610*                      FIELD THE REFUSAL PATH ACTUALLY SETS --
000620*                      IT HAD LANDED UNDER WS-OPENED-SWITCH,
000630*                      WHICH MADE EVERY SUCCESSFUL RUN LOOK
000640*                      REFUSED AND EVERY REFUSED RUN WRITE A
000650*                      CONTROL RECORD AND A COMPLETION STAMP.
000660*     09/03/2026  DPL  A FAILED LOAN-MASTER OPEN NOW REFUSES
000670*                      THE LEG THE SAME WAY A SEQUENCE REFUSAL
000680*                      DOES, SO IT CAN NO LONGER WRITE A ZERO-
000690*                      COUNT "G" RECORD OVER THE CYCLE'S REAL
000700*                      EXTRACT TOTALS OR STAMP A COMPLETION FOR
000710*                      A LEG THAT NEVER RAN.
000720*     10/15/2026  DPL  AN ACCOUNT ON NON-ACCRUAL OR CHARGED OFF
000730*                      IS NO LONGER BOOKED UNDER THE
000740*                      PERFORMING-LOAN GL CODE: EACH NOW POSTS
000750*                      UNDER ITS OWN CODE SO ACCOUNTING CAN KEEP
000760*                      IT OUT OF PERFORMING BALANCES AND
000770*                      INTEREST INCOME.  EVERY ACCOUNT IS STILL
000780*                      EXTRACTED, SO THE LNCTLBAL TIE-OUT IS
000790*                      UNCHANGED.
000800*     10/15/2026  DPL  NEW GX-FEE-AMT COLUMN.  AN ACCOUNT WITH
000810*                      LATE FEES COLLECTED OR WAIVED NOW GETS A
000820*                      LINE FOR EACH UNDER GL CODES 410100 AND
000830*                      410900.  ONLY THE P AND I LINE COUNTS AS
000840*                      AN ACCOUNT, SO THE LNCTLBAL TIE-OUT IS
000850*                      UNCHANGED.
000860*
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID.  LNGLEXT.
000890 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000900 INSTALLATION. HOME OFFICE.
000910 DATE-WRITTEN. 08/09/2026.
000920 DATE-COMPILED.
000930
000940 ENVIRONMENT DIVISION.
000950 CONFIGURATION SECTION.
000960 SOURCE-COMPUTER.  IBM-370.
000970 OBJECT-COMPUTER.  IBM-370.
000980
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT LOAN-MASTER
001020         ASSIGN TO "LOANMAST"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS SEQUENTIAL
001050         RECORD KEY IS LM-ACCT-NBR
001060         FILE STATUS IS WS-LM-STATUS.
001070
001080     SELECT GL-EXTRACT
001090         ASSIGN TO "GLEXTRCT"
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110
001120     SELECT CONTROL-TOTALS
001130         ASSIGN TO "LOANCTL"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-CT-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  LOAN-MASTER
001200     LABEL RECORD IS STANDARD.
001210 COPY LOANMAST.
001220
001230 FD  GL-EXTRACT
001240     LABEL RECORD IS OMITTED.
001250 01  GL-EXTRACT-RECORD.
001260     03  GX-ACCT-NBR             PIC  9(07).
001270     03  FILLER                  PIC  X(02)  VALUE SPACES.
001280     03  GX-GL-CODE              PIC  X(06).
001290     03  FILLER                  PIC  X(02)  VALUE SPACES.
001300     03  GX-PRINCIPAL-PAID       PIC  9(08)V9(02).
001310     03  FILLER                  PIC  X(02)  VALUE SPACES.
001320     03  GX-INTEREST-PAID        PIC  9(08)V9(02).
001330     03  FILLER                  PIC  X(02)  VALUE SPACES.
001340     03  GX-FEE-AMT              PIC  9(08)V9(02).
001350
001360 FD  CONTROL-TOTALS
001370     LABEL RECORD IS OMITTED.
001380 01  CONTROL-TOTALS-RECORD       PIC  X(60).
001390
001400 WORKING-STORAGE SECTION.
001410*
001420*    RUN CONTROL SWITCHES AND COUNTERS.
001430*
001440 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001450 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001460     88  WS-EOF-REACHED              VALUE "Y".
001470 77  WS-ACCT-CTR             PIC  9(07)      COMP VALUE ZERO.
001480 77  WS-FEE-LINE-CTR         PIC  9(07)      COMP VALUE ZERO.
001490 77  WS-CT-STATUS            PIC  X(02)      VALUE "00".
001500 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001510 77  WS-REFUSED-SWITCH       PIC  X(01)      VALUE "N".
001520     88  WS-LEG-REFUSED              VALUE "Y".
001530 77  WS-OPENED-SWITCH        PIC  X(01)      VALUE "N".
001540     88  WS-FILES-WERE-OPENED        VALUE "Y".
001550*
001560*    RUN SUMS OF THE EXTRACTED AMOUNTS FOR THE LOANCTL CONTROL
001570*    RECORD.  PRINCIPAL PLUS INTEREST RECONSTRUCTS LM-TOTAL-
001580*    PMTS, SO LNCTLBAL CAN TIE THE EXTRACT BACK TO WHAT THE
001590*    NIGHTLY BATCH POSTED.
001600*
001610 77  GX-PRIN-SUM             PIC  9(14)V9(02) COMP VALUE ZERO.
001620 77  GX-INT-SUM              PIC  9(14)V9(02) COMP VALUE ZERO.
001630
001640 COPY LOANCTL.
001650
001660 COPY CYCLEW.
001670*
001680*    GL POSTING CODES BY LOAN STATUS.  ONLY A PERFORMING LOAN
001690*    (ACTIVE, DELINQUENT OR PAID OFF) BOOKS UNDER 400100.
001700*
001710 77  WS-GL-CODE              PIC  X(06)      VALUE "400100".
001720 77  WS-GL-NONACCRUAL-CODE   PIC  X(06)      VALUE "400200".
001730 77  WS-GL-CHGOFF-CODE       PIC  X(06)      VALUE "400900".
001740*
001750*    GL POSTING CODES FOR LATE FEES: INCOME COLLECTED, AND THE
001760*    FEES FORGIVEN BY A SUPERVISOR'S WAIVER.
001770*
001780 77  WS-GL-FEE-INCOME-CODE   PIC  X(06)      VALUE "410100".
001790 77  WS-GL-FEE-WAIVED-CODE   PIC  X(06)      VALUE "410900".
001800
001810 PROCEDURE DIVISION.
001820******************************************************************
001830*    0000-MAINLINE.                                             *
001840******************************************************************
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
001870     PERFORM 2000-EXTRACT-LOAN  THRU 2000-EXIT
001880         UNTIL WS-EOF-REACHED.
001890     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
001900     GOBACK.
001910
001920******************************************************************
001930*    1000-INITIALIZE.                                           *
001940******************************************************************
001950 1000-INITIALIZE.
001960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001970     SET CY-FUNC-START TO TRUE.
001980     MOVE "G"         TO CY-LEG-ID.
001990     MOVE WS-RUN-DATE TO CY-CYCLE-DATE.
002000     MOVE ZERO        TO CY-RUN-COUNT.
002010     CALL "LNCYCLE" USING CYCLE-PARM-AREA.
002020     IF CY-DUPLICATE-RUN
002030         DISPLAY "LNGLEXT - LEG ALREADY RAN THIS CYCLE - RERUN"
002040     ELSE
002050         IF NOT CY-CLEAR-TO-RUN
002060             DISPLAY "LNGLEXT - CYCLE CHECK REFUSED, STATUS = "
002070                 CY-STATUS
002080             MOVE "Y" TO WS-EOF-SWITCH
002090             MOVE "Y" TO WS-REFUSED-SWITCH
002100             GO TO 1000-EXIT
002110         END-IF
002120     END-IF.
002130     OPEN INPUT LOAN-MASTER.
002140     IF WS-LM-STATUS NOT = "00"
002150         DISPLAY "LNGLEXT - LOAN-MASTER OPEN FAILED, STATUS = "
002160             WS-LM-STATUS
002170         MOVE "Y" TO WS-EOF-SWITCH
002180     MOVE "Y" TO WS-REFUSED-SWITCH
002190         GO TO 1000-EXIT
002200     END-IF.
002210     OPEN OUTPUT GL-EXTRACT.
002220     SET WS-FILES-WERE-OPENED TO TRUE.
002230     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280*    2000-EXTRACT-LOAN  --  POST ONE LOAN'S STORED TOTALS TO    *
002290*    ITS GL EXTRACT LINE, UNDER THE GL CODE FOR ITS STATUS,     *
002300*    FOLLOWED BY ITS LATE-FEE LINES.                            *
002310******************************************************************
002320 2000-EXTRACT-LOAN.
002330     MOVE LM-ACCT-NBR     TO GX-ACCT-NBR.
002340     MOVE WS-GL-CODE      TO GX-GL-CODE.
002350     IF LM-STATUS-NON-ACCRUAL
002360         MOVE WS-GL-NONACCRUAL-CODE TO GX-GL-CODE
002370     END-IF.
002380     IF LM-STATUS-CHARGED-OFF
002390         MOVE WS-GL-CHGOFF-CODE TO GX-GL-CODE
002400     END-IF.
002410     COMPUTE GX-PRINCIPAL-PAID = LM-TOTAL-PMTS - LM-TOTAL-INT.
002420     MOVE LM-TOTAL-INT    TO GX-INTEREST-PAID.
002430     MOVE ZERO            TO GX-FEE-AMT.
002440     WRITE GL-EXTRACT-RECORD.
002450     ADD 1 TO WS-ACCT-CTR.
002460     ADD GX-PRINCIPAL-PAID TO GX-PRIN-SUM.
002470     ADD GX-INTEREST-PAID  TO GX-INT-SUM.
002480     PERFORM 2100-EXTRACT-FEES THRU 2100-EXIT.
002490     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*    2100-EXTRACT-FEES  --  ONE LINE FOR THE LATE FEES THE      *
002550*    ACCOUNT HAS PAID AND ONE FOR THOSE WAIVED, EACH ONLY WHEN  *
002560*    THERE ARE ANY.                                             *
002570******************************************************************
002580 2100-EXTRACT-FEES.
002590     MOVE ZERO TO GX-PRINCIPAL-PAID.
002600     MOVE ZERO TO GX-INTEREST-PAID.
002610     IF LM-FEES-COLLECTED > ZERO
002620         MOVE WS-GL-FEE-INCOME-CODE TO GX-GL-CODE
002630         MOVE LM-FEES-COLLECTED     TO GX-FEE-AMT
002640         WRITE GL-EXTRACT-RECORD
002650         ADD 1 TO WS-FEE-LINE-CTR
002660     END-IF.
002670     IF LM-FEES-WAIVED > ZERO
002680         MOVE WS-GL-FEE-WAIVED-CODE TO GX-GL-CODE
002690         MOVE LM-FEES-WAIVED        TO GX-FEE-AMT
002700         WRITE GL-EXTRACT-RECORD
002710         ADD 1 TO WS-FEE-LINE-CTR
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750
002760 2900-READ-LOAN-MASTER.
002770     READ LOAN-MASTER NEXT RECORD
002780         AT END
002790             MOVE "Y" TO WS-EOF-SWITCH
002800     END-READ.
002810 2900-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    9000-TERMINATE.                                            *
002860******************************************************************
002870 9000-TERMINATE.
002880     IF WS-FILES-WERE-OPENED
002890         CLOSE LOAN-MASTER
002900         CLOSE GL-EXTRACT
002910     END-IF.
002920     IF NOT WS-LEG-REFUSED
002930         PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT
002940         SET CY-FUNC-END TO TRUE
002950         MOVE "G"          TO CY-LEG-ID
002960         MOVE WS-RUN-DATE  TO CY-CYCLE-DATE
002970         MOVE WS-ACCT-CTR  TO CY-RUN-COUNT
002980         CALL "LNCYCLE" USING CYCLE-PARM-AREA
002990     END-IF.
003000     DISPLAY "LNGLEXT - ACCOUNTS EXTRACTED: " WS-ACCT-CTR
003010         " FEE LINES: " WS-FEE-LINE-CTR.
003020 9000-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    9100-WRITE-CONTROL-TOTALS  --  EXTEND THE CYCLE'S CONTROL   *
003070*    FILE (STARTED BY LNBATCH) WITH THE EXTRACT LEG'S RECORD.    *
003080******************************************************************
003090 9100-WRITE-CONTROL-TOTALS.
003100     OPEN EXTEND CONTROL-TOTALS.
003110     IF WS-CT-STATUS = "35"
003120         OPEN OUTPUT CONTROL-TOTALS
003130     END-IF.
003140     IF WS-CT-STATUS NOT = "00"
003150         DISPLAY "LNGLEXT - LOANCTL OPEN FAILED, STATUS = "
003160             WS-CT-STATUS
003170         GO TO 9100-EXIT
003180     END-IF.
003190     SET CT-EXTRACT-TOTALS TO TRUE.
003200     MOVE WS-RUN-DATE TO CT-RUN-DATE.
003210     MOVE WS-ACCT-CTR TO CT-ACCTS-READ.
003220     MOVE WS-ACCT-CTR TO CT-ACCTS-POSTED.
003230     COMPUTE CT-PMTS-HASH = GX-PRIN-SUM + GX-INT-SUM.
003240     MOVE GX-INT-SUM  TO CT-INT-HASH.
003250     WRITE CONTROL-TOTALS-RECORD FROM CONTROL-TOTALS-DETAIL.
003260     CLOSE CONTROL-TOTALS.
003270 9100-EXIT.
003280     EXIT.
003290
