000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNCHGOFF                                          *
000040*    TITLE:    PERIODIC CHARGE-OFF CANDIDATE AND POSTING RUN     *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  THE PERIODIC CHARGE-OFF RUN.  IT DOES TWO THINGS:
000130*
000140*     FIRST, IT CHARGES OFF EVERY ACCOUNT ON THE CHGOAPRV
000150*     APPROVALS FILE -- THE ACCOUNTS CREDIT MANAGEMENT SIGNED OFF
000160*     FROM THE LAST RUN'S CANDIDATE LIST.  THE APPROVAL MUST NAME
000170*     ITS APPROVER, WHO MUST BE ON THE OPERAUTH OPERATOR
000180*     AUTHORITY FILE WITH APPROVAL AUTHORITY.  AN APPROVED
000190*     ACCOUNT MUST STILL BE A CANDIDATE (NOT PAID OFF, NOT ALREADY
000200*     CHARGED OFF, AND AT LEAST THE CANDIDATE THRESHOLD OF
000210*     PAYMENT CYCLES DELINQUENT) AND MUST PASS THE LNVALID EDITS;
000220*     ANYTHING ELSE IS LISTED ON THE REGISTER AS REJECTED WITH A
000230*     REASON AND LEFT ALONE.  ANY FUNDS THE ACCOUNT HOLDS
000240*     UNAPPLIED (LM-UNAPPLIED-BAL) ARE FIRST APPLIED TO THE
000250*     REMAINING PRINCIPAL BALANCE FROM LNBALCE, AND WHAT IS LEFT
000260*     IS CHARGED OFF.  EACH CHARGE-OFF IS A JOURNALED REWRITE
000270*     (LNAUDIT) WITH A CO TRANSACTION HISTORY ENTRY (LNTRNHST),
000280*     A LINE ON THE CHARGE-OFF REGISTER, AND A BALANCED PAIR OF
000290*     GL ENTRIES -- DEBIT THE ALLOWANCE FOR LOAN LOSSES, CREDIT
000300*     LOANS RECEIVABLE -- ON THE CHGOGLEN FILE FOR ACCOUNTING TO
000310*     LOAD.  HELD FUNDS APPLIED GET A REGISTER LINE OF THEIR OWN
000320*     AND A SECOND GL PAIR -- DEBIT UNAPPLIED FUNDS, CREDIT LOANS
000330*     RECEIVABLE.
000340*
000350*     SECOND, IT SWEEPS THE PORTFOLIO AND LISTS EVERY REMAINING
000360*     CANDIDATE WITH ITS BALANCE, SO THE NEXT ROUND OF APPROVALS
000370*     IS WORKED FROM A PRINTED LIST INSTEAD OF THE COLLECTIONS
000380*     QUEUE.  EACH CANDIDATE IS TIERED BY HOW FAR GONE IT IS:
000390*     REVIEW FROM THE THRESHOLD, RECOMMEND FROM 9 CYCLES AND
000400*     REQUIRED FROM 12.
000410*
000420*     THE CANDIDATE THRESHOLD IS 6 CYCLES -- THE SAME POINT AT
000430*     WHICH LNBATCH PUTS AN ACCOUNT ON NON-ACCRUAL -- UNLESS THE
000440*     CHGOPRM PARAMETER FILE SUPPLIES ANOTHER.  A MISSING OR
000450*     EMPTY APPROVALS FILE SIMPLY MEANS A LIST-ONLY RUN.
000460*
000470*  MODIFICATION HISTORY.
000480*     10/15/2026  DPL  ORIGINAL PROGRAM.
000490*     10/15/2026  DPL  AN APPROVAL WITH NO APPROVER, OR WHOSE
000500*                      APPROVER IS NOT ON THE OPERAUTH OPERATOR
000510*                      AUTHORITY FILE WITH APPROVAL AUTHORITY,
000520*                      IS NOW LISTED AS REJECTED AND THE ACCOUNT
000530*                      LEFT ALONE.  THE CHARGE-OFF'S JOURNAL
000540*                      ENTRY NOW CARRIES THE APPROVER.
000550*     10/15/2026  DPL  OPERAUTH LAYOUT NOW COPIED FROM
000560*                      OPERAUTH.COB.  HELD FUNDS
000570*                      (LM-UNAPPLIED-BAL) ARE NOW APPLIED TO THE
000580*                      BALANCE AHEAD OF THE CHARGE-OFF, WITH
000590*                      THEIR OWN REGISTER LINE, GL PAIR AND
000600*                      TOTAL; HELD FUNDS BEYOND THE WHOLE
000610*                      BALANCE ARE LISTED AS A REFUND.
000620*
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.  LNCHGOFF.
000650 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000660 INSTALLATION. HOME OFFICE.
000670 DATE-WRITTEN. 10/15/2026.
000680 DATE-COMPILED.
000690
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  IBM-370.
000730 OBJECT-COMPUTER.  IBM-370.
000740
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT CHGOFF-PARM
000780         ASSIGN TO "CHGOPRM"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CP-STATUS.
000810
000820     SELECT CHGOFF-APPROVALS
000830         ASSIGN TO "CHGOAPRV"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CA-STATUS.
000860
000870     SELECT OPERATOR-AUTH
000880         ASSIGN TO "OPERAUTH"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-OA-STATUS.
000910
000920     SELECT LOAN-MASTER
000930         ASSIGN TO "LOANMAST"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS LM-ACCT-NBR
000970         FILE STATUS IS WS-LM-STATUS.
000980
000990     SELECT CHGOFF-RPT
001000         ASSIGN TO "CHGOREGR"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020
001030     SELECT CANDIDATE-RPT
001040         ASSIGN TO "CHGOCAND"
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060
001070     SELECT GL-ENTRIES
001080         ASSIGN TO "CHGOGLEN"
001090         ORGANIZATION IS LINE SEQUENTIAL.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  CHGOFF-PARM
001140     LABEL RECORD IS OMITTED.
001150 01  CHGOFF-PARM-RECORD.
001160     03  CP-CANDIDATE-CYCLES     PIC  X(03).
001170     03  FILLER                  PIC  X(07).
001180
001190 FD  CHGOFF-APPROVALS
001200     LABEL RECORD IS OMITTED.
001210 01  CHGOFF-APPROVAL-RECORD.
001220     03  CA-ACCT-NBR             PIC  9(07).
001230     03  FILLER                  PIC  X(02).
001240     03  CA-APPROVED-BY          PIC  X(08).
001250
001260 FD  OPERATOR-AUTH
001270     LABEL RECORD IS OMITTED.
001280 COPY OPERAUTH.
001290
001300 FD  LOAN-MASTER
001310     LABEL RECORD IS STANDARD.
001320 COPY LOANMAST.
001330
001340 FD  CHGOFF-RPT
001350     LABEL RECORD IS OMITTED.
001360 01  CHGOFF-RPT-RECORD           PIC  X(80).
001370
001380 FD  CANDIDATE-RPT
001390     LABEL RECORD IS OMITTED.
001400 01  CANDIDATE-RPT-RECORD        PIC  X(80).
001410
001420 FD  GL-ENTRIES
001430     LABEL RECORD IS OMITTED.
001440 01  GL-ENTRY-RECORD             PIC  X(43).
001450
001460 WORKING-STORAGE SECTION.
001470*
001480*    OUTPUT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
001490*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
001500*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001510*
001520 01  CO-RPT-HDG.
001530     03  FILLER                  PIC  X(36)  VALUE
001540             "CHARGE-OFF REGISTER  -             ".
001550     03  CH-RUN-DATE             PIC  9(08).
001560     03  FILLER                  PIC  X(36)  VALUE SPACES.
001570 01  CO-RPT-COL-HDG.
001580     03  FILLER                  PIC  X(40)  VALUE
001590             "ACCOUNT  BORROWER              CYCLES  ".
001600     03  FILLER                  PIC  X(40)  VALUE
001610             "  AMOUNT CHGD OFF  APPROVED BY / REMARK".
001620 01  CO-RPT-DTL.
001630     03  CL-ACCT-NBR             PIC  9(07).
001640     03  FILLER                  PIC  X(02)  VALUE SPACES.
001650     03  CL-BORROWER-NAME        PIC  X(20).
001660     03  FILLER                  PIC  X(02)  VALUE SPACES.
001670     03  CL-CYCLES               PIC  ZZ9.
001680     03  FILLER                  PIC  X(04)  VALUE SPACES.
001690     03  CL-CHGOFF-AMT           PIC  ZZ,ZZZ,ZZ9.99.
001700     03  FILLER                  PIC  X(02)  VALUE SPACES.
001710     03  CL-REMARK               PIC  X(27).
001720 01  CO-RPT-CTR-LINE.
001730     03  CC-LABEL                PIC  X(28).
001740     03  CC-COUNT                PIC  ZZZ,ZZ9.
001750     03  FILLER                  PIC  X(04)  VALUE SPACES.
001760     03  CC-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
001770     03  FILLER                  PIC  X(24)  VALUE SPACES.
001780 01  CN-RPT-HDG.
001790     03  FILLER                  PIC  X(36)  VALUE
001800             "CHARGE-OFF CANDIDATES  -           ".
001810     03  NH-RUN-DATE             PIC  9(08).
001820     03  FILLER                  PIC  X(20)  VALUE
001830             "    THRESHOLD CYCLES".
001840     03  NH-THRESHOLD            PIC  ZZ9.
001850     03  FILLER                  PIC  X(13)  VALUE SPACES.
001860 01  CN-RPT-COL-HDG.
001870     03  FILLER                  PIC  X(40)  VALUE
001880             "ACCOUNT  BORROWER              ST CYCLES".
001890     03  FILLER                  PIC  X(40)  VALUE
001900             "  NONACCRUAL         BALANCE  TIER      ".
001910 01  CN-RPT-DTL.
001920     03  NL-ACCT-NBR             PIC  9(07).
001930     03  FILLER                  PIC  X(02)  VALUE SPACES.
001940     03  NL-BORROWER-NAME        PIC  X(20).
001950     03  FILLER                  PIC  X(02)  VALUE SPACES.
001960     03  NL-LOAN-STATUS          PIC  X(01).
001970     03  FILLER                  PIC  X(04)  VALUE SPACES.
001980     03  NL-CYCLES               PIC  ZZ9.
001990     03  FILLER                  PIC  X(03)  VALUE SPACES.
002000     03  NL-NONACCRUAL-DATE      PIC  9(08).
002010     03  FILLER                  PIC  X(02)  VALUE SPACES.
002020     03  NL-BALANCE              PIC  ZZ,ZZZ,ZZ9.99.
002030     03  FILLER                  PIC  X(02)  VALUE SPACES.
002040     03  NL-TIER                 PIC  X(09).
002050     03  FILLER                  PIC  X(04)  VALUE SPACES.
002060 01  CN-RPT-CTR-LINE.
002070     03  NC-LABEL                PIC  X(28).
002080     03  NC-COUNT                PIC  ZZZ,ZZ9.
002090     03  FILLER                  PIC  X(04)  VALUE SPACES.
002100     03  NC-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
002110     03  FILLER                  PIC  X(24)  VALUE SPACES.
002120*
002130*    GL ENTRY LAYOUT.  EVERY CHARGE-OFF WRITES A BALANCED PAIR:
002140*    DEBIT THE ALLOWANCE FOR LOAN LOSSES, CREDIT LOANS
002150*    RECEIVABLE, BOTH FOR THE AMOUNT CHARGED OFF.  HELD FUNDS
002160*    APPLIED AHEAD OF THE CHARGE-OFF WRITE A SECOND PAIR: DEBIT
002170*    UNAPPLIED FUNDS, CREDIT LOANS RECEIVABLE.
002180*
002190 01  GL-ENTRY-LINE.
002200     03  GE-ACCT-NBR             PIC  9(07).
002210     03  FILLER                  PIC  X(02)  VALUE SPACES.
002220     03  GE-GL-CODE              PIC  X(06).
002230     03  FILLER                  PIC  X(02)  VALUE SPACES.
002240     03  GE-DR-CR                PIC  X(02).
002250         88  GE-DEBIT                    VALUE "DR".
002260         88  GE-CREDIT                   VALUE "CR".
002270     03  FILLER                  PIC  X(02)  VALUE SPACES.
002280     03  GE-AMOUNT               PIC  9(08)V9(02).
002290     03  FILLER                  PIC  X(02)  VALUE SPACES.
002300     03  GE-EFF-DATE             PIC  9(08).
002310 77  CO-GL-ALLOWANCE         PIC  X(06)      VALUE "170500".
002320 77  CO-GL-LOANS-RECV        PIC  X(06)      VALUE "140100".
002330 77  CO-GL-UNAPPLIED         PIC  X(06)      VALUE "215100".
002340*
002350*    RUN CONTROL SWITCHES AND COUNTERS.
002360*
002370 77  WS-CP-STATUS            PIC  X(02)      VALUE "00".
002380 77  WS-CA-STATUS            PIC  X(02)      VALUE "00".
002390 77  WS-OA-STATUS            PIC  X(02)      VALUE "00".
002400 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002410 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002420     88  WS-EOF-REACHED              VALUE "Y".
002430 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
002440     88  WS-ACCOUNT-FOUND            VALUE "Y".
002450 77  WS-OA-EOF-SWITCH        PIC  X(01)      VALUE "N".
002460     88  WS-OA-EOF-REACHED           VALUE "Y".
002470 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
002480     88  WS-RPT-WAS-OPENED           VALUE "Y".
002490 77  WS-ABORT-SWITCH         PIC  X(01)      VALUE "N".
002500     88  WS-RUN-ABORTED              VALUE "Y".
002510 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002520 77  WS-APPROVAL-CTR         PIC  9(07)      COMP VALUE ZERO.
002530 77  WS-CHGOFF-CTR           PIC  9(07)      COMP VALUE ZERO.
002540 77  WS-REJECT-CTR           PIC  9(07)      COMP VALUE ZERO.
002550 77  WS-CANDIDATE-CTR        PIC  9(07)      COMP VALUE ZERO.
002560 77  WS-GL-CTR               PIC  9(07)      COMP VALUE ZERO.
002570 77  WS-APPLIED-CTR          PIC  9(07)      COMP VALUE ZERO.
002580*
002590*    RUN AMOUNT TOTALS.
002600*
002610 77  CO-CHGOFF-TOTAL         PIC  9(11)V9(02) COMP VALUE ZERO.
002620 77  CO-CANDIDATE-TOTAL      PIC  9(11)V9(02) COMP VALUE ZERO.
002630 77  CO-APPLIED-TOTAL        PIC  9(11)V9(02) COMP VALUE ZERO.
002640*
002650*    THE ACCOUNT'S HELD FUNDS (LM-UNAPPLIED-BAL) APPLIED TO THE
002660*    PRINCIPAL BALANCE AHEAD OF THE CHARGE-OFF.
002670*
002680 77  CO-HELD-APPLIED         PIC  9(08)V9(02) VALUE ZERO.
002690*
002700*    CANDIDATE THRESHOLD AND TIERS, IN PAYMENT CYCLES DELINQUENT
002710*    (LM-CYCLES-DELINQ).  THE THRESHOLD DEFAULTS TO THE LNBATCH
002720*    NON-ACCRUAL POINT AND MAY BE OVERRIDDEN FROM CHGOPRM.
002730*
002740 77  CO-CANDIDATE-CYCLES     PIC  9(03)      VALUE 6.
002750 77  CO-RECOMMEND-CYCLES     PIC  9(03)      VALUE 9.
002760 77  CO-REQUIRED-CYCLES      PIC  9(03)      VALUE 12.
002770 77  CO-REJECT-REASON        PIC  X(27)      VALUE SPACES.
002780*
002790*    THE APPROVER'S STANDING ON THE OPERATOR AUTHORITY FILE, AS
002800*    2150-CHECK-APPROVER FOUND IT.
002810*
002820 77  CO-APPROVER-SWITCH      PIC  X(01)      VALUE "N".
002830     88  CO-APPROVER-AUTHORIZED      VALUE "Y".
002840     88  CO-APPROVER-NOT-ON-FILE     VALUE "N".
002850     88  CO-APPROVER-NO-AUTHORITY    VALUE "A".
002860     88  CO-AUTH-FILE-DOWN           VALUE "X".
002870
002880 COPY LOANW.
002890
002900 COPY AUDITW.
002910
002920 COPY TRANHW.
002930
002940 PROCEDURE DIVISION.
002950******************************************************************
002960*    0000-MAINLINE.                                              *
002970******************************************************************
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003000     PERFORM 2000-POST-APPROVAL    THRU 2000-EXIT
003010         UNTIL WS-EOF-REACHED.
003020     PERFORM 3000-LIST-CANDIDATES  THRU 3000-EXIT.
003030     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003040     GOBACK.
003050
003060******************************************************************
003070*    1000-INITIALIZE  --  PICK UP THE THRESHOLD, OPEN THE        *
003080*    PORTFOLIO AND THE OUTPUT FILES, AND PRIME THE FIRST         *
003090*    APPROVAL.  NO APPROVALS FILE MEANS A LIST-ONLY RUN.         *
003100******************************************************************
003110 1000-INITIALIZE.
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     PERFORM 1100-READ-THRESHOLD THRU 1100-EXIT.
003140     OPEN I-O LOAN-MASTER.
003150     IF WS-LM-STATUS NOT = "00"
003160         DISPLAY "LNCHGOFF - LOAN-MASTER OPEN FAILED, STATUS = "
003170             WS-LM-STATUS
003180         MOVE "Y" TO WS-EOF-SWITCH
003190         SET WS-RUN-ABORTED TO TRUE
003200         GO TO 1000-EXIT
003210     END-IF.
003220     OPEN OUTPUT CHGOFF-RPT.
003230     OPEN OUTPUT CANDIDATE-RPT.
003240     OPEN OUTPUT GL-ENTRIES.
003250     SET WS-RPT-WAS-OPENED TO TRUE.
003260     MOVE WS-RUN-DATE TO CH-RUN-DATE.
003270     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-HDG.
003280     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-COL-HDG.
003290     OPEN INPUT CHGOFF-APPROVALS.
003300     IF WS-CA-STATUS NOT = "00"
003310         DISPLAY "LNCHGOFF - NO APPROVALS - CANDIDATE LIST ONLY"
003320         MOVE "Y" TO WS-EOF-SWITCH
003330         GO TO 1000-EXIT
003340     END-IF.
003350     PERFORM 2900-READ-APPROVAL THRU 2900-EXIT.
003360 1000-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*    1100-READ-THRESHOLD  --  A NUMERIC, NON-ZERO CYCLE COUNT ON *
003410*    THE CHGOPRM PARAMETER FILE REPLACES THE DEFAULT THRESHOLD.  *
003420*    ANYTHING ELSE, OR NO FILE AT ALL, KEEPS THE DEFAULT.        *
003430******************************************************************
003440 1100-READ-THRESHOLD.
003450     OPEN INPUT CHGOFF-PARM.
003460     IF WS-CP-STATUS NOT = "00"
003470         GO TO 1100-EXIT
003480     END-IF.
003490     READ CHGOFF-PARM
003500         AT END
003510             CONTINUE
003520         NOT AT END
003530             IF CP-CANDIDATE-CYCLES IS NUMERIC
003540                     AND CP-CANDIDATE-CYCLES NOT = "000"
003550                 MOVE CP-CANDIDATE-CYCLES TO CO-CANDIDATE-CYCLES
003560             END-IF
003570     END-READ.
003580     CLOSE CHGOFF-PARM.
003590 1100-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*    2000-POST-APPROVAL  --  CHARGE OFF ONE APPROVED ACCOUNT,    *
003640*    OR LIST IT AS REJECTED IF IT IS NO LONGER A CANDIDATE OR    *
003650*    ITS APPROVER IS MISSING OR HAS NO APPROVAL AUTHORITY.       *
003660******************************************************************
003670 2000-POST-APPROVAL.
003680     ADD 1 TO WS-APPROVAL-CTR.
003690     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
003700     IF NOT WS-ACCOUNT-FOUND
003710         MOVE "ACCOUNT NOT ON MASTER" TO CO-REJECT-REASON
003720         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
003730         GO TO 2000-CONTINUE
003740     END-IF.
003750     IF CA-APPROVED-BY = SPACES
003760         MOVE "NO APPROVER ON APPROVAL" TO CO-REJECT-REASON
003770         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
003780         GO TO 2000-CONTINUE
003790     END-IF.
003800     PERFORM 2150-CHECK-APPROVER THRU 2150-EXIT.
003810     IF NOT CO-APPROVER-AUTHORIZED
003820         MOVE "APPROVER NOT ON OPERAUTH" TO CO-REJECT-REASON
003830         IF CO-APPROVER-NO-AUTHORITY
003840             MOVE "APPROVER LACKS AUTHORITY" TO CO-REJECT-REASON
003850         END-IF
003860         IF CO-AUTH-FILE-DOWN
003870             MOVE "OPERAUTH NOT AVAILABLE" TO CO-REJECT-REASON
003880         END-IF
003890         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
003900         GO TO 2000-CONTINUE
003910     END-IF.
003920     IF LM-STATUS-CHARGED-OFF
003930         MOVE "ALREADY CHARGED OFF" TO CO-REJECT-REASON
003940         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
003950         GO TO 2000-CONTINUE
003960     END-IF.
003970     IF LM-STATUS-PAID-OFF
003980         MOVE "ACCOUNT PAID OFF" TO CO-REJECT-REASON
003990         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
004000         GO TO 2000-CONTINUE
004010     END-IF.
004020     IF LM-CYCLES-DELINQ < CO-CANDIDATE-CYCLES
004030         MOVE "NO LONGER A CANDIDATE" TO CO-REJECT-REASON
004040         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
004050         GO TO 2000-CONTINUE
004060     END-IF.
004070     PERFORM 2200-DERIVE-BALANCE THRU 2200-EXIT.
004080     IF NOT LW-NO-ERROR
004090         MOVE "ACCOUNT FAILS MASTER EDITS" TO CO-REJECT-REASON
004100         PERFORM 2700-REJECT-APPROVAL THRU 2700-EXIT
004110         GO TO 2000-CONTINUE
004120     END-IF.
004130     PERFORM 2300-CHARGE-OFF THRU 2300-EXIT.
004140 2000-CONTINUE.
004150     IF NOT WS-RUN-ABORTED
004160         PERFORM 2900-READ-APPROVAL THRU 2900-EXIT
004170     END-IF.
004180 2000-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*    2100-LOOKUP-ACCOUNT  --  READ THE APPROVAL'S ACCOUNT.       *
004230******************************************************************
004240 2100-LOOKUP-ACCOUNT.
004250     MOVE "N" TO WS-FOUND-SWITCH.
004260     MOVE CA-ACCT-NBR TO LM-ACCT-NBR.
004270     READ LOAN-MASTER
004280         INVALID KEY
004290             CONTINUE
004300         NOT INVALID KEY
004310             SET WS-ACCOUNT-FOUND TO TRUE
004320     END-READ.
004330 2100-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370*    2150-CHECK-APPROVER  --  READ THE OPERATOR AUTHORITY FILE   *
004380*    FROM THE TOP FOR THE APPROVAL'S APPROVER, THE SAME WAY      *
004390*    LNSIGNON DOES.  THE APPROVER IS AUTHORIZED ONLY IF ON THE   *
004400*    FILE WITH A Y IN THE APPROVAL COLUMN.  A FILE THAT WILL NOT *
004410*    OPEN AUTHORIZES NOBODY.                                     *
004420******************************************************************
004430 2150-CHECK-APPROVER.
004440     SET CO-APPROVER-NOT-ON-FILE TO TRUE.
004450     MOVE "N" TO WS-OA-EOF-SWITCH.
004460     OPEN INPUT OPERATOR-AUTH.
004470     IF WS-OA-STATUS NOT = "00"
004480         DISPLAY "LNCHGOFF - OPERAUTH OPEN FAILED, STATUS = "
004490             WS-OA-STATUS
004500         SET CO-AUTH-FILE-DOWN TO TRUE
004510         GO TO 2150-EXIT
004520     END-IF.
004530     PERFORM 2160-READ-OPERATOR THRU 2160-EXIT
004540         UNTIL WS-OA-EOF-REACHED.
004550     CLOSE OPERATOR-AUTH.
004560 2150-EXIT.
004570     EXIT.
004580
004590 2160-READ-OPERATOR.
004600     READ OPERATOR-AUTH
004610         AT END
004620             MOVE "Y" TO WS-OA-EOF-SWITCH
004630     END-READ.
004640     IF WS-OA-EOF-REACHED
004650         GO TO 2160-EXIT
004660     END-IF.
004670     IF OA-OPERATOR-ID = CA-APPROVED-BY
004680         MOVE "Y" TO WS-OA-EOF-SWITCH
004690         IF OA-CAN-APPROVE
004700             SET CO-APPROVER-AUTHORIZED TO TRUE
004710         ELSE
004720             SET CO-APPROVER-NO-AUTHORITY TO TRUE
004730         END-IF
004740     END-IF.
004750 2160-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790*    2200-DERIVE-BALANCE  --  THE REMAINING PRINCIPAL BALANCE AT *
004800*    THE ACCOUNT'S POSTED PAYMENT COUNT.  THE LOADED WORK AREA   *
004810*    GOES THROUGH LNVALID FIRST, THEN LNARM (RATE HISTORY) OR    *
004820*    LNCALC, THEN LNBALCE -- THE SAME PATH EVERY POSTING PROGRAM *
004830*    TAKES, SO THE AMOUNT CHARGED OFF IS THE BALANCE THE REST OF *
004840*    THE SYSTEM SHOWS.                                           *
004850******************************************************************
004860 2200-DERIVE-BALANCE.
004870     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
004880     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
004890     MOVE LM-INT-RATE     TO LW-INT-RATE.
004900     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
004910     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
004920     MOVE ZERO            TO LW-REMAINING-BAL.
004930     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
004940     CALL "LNVALID" USING LOAN-WORK-AREA.
004950     IF NOT LW-NO-ERROR
004960         GO TO 2200-EXIT
004970     END-IF.
004980     IF LW-RATE-HIST-CTR > ZERO
004990         CALL "LNARM" USING LOAN-WORK-AREA
005000     ELSE
005010         CALL "LNCALC" USING LOAN-WORK-AREA
005020     END-IF.
005030     MOVE LM-PMTS-MADE    TO LW-PMTS-MADE.
005040     CALL "LNBALCE" USING LOAN-WORK-AREA.
005050 2200-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    2300-CHARGE-OFF  --  APPLY THE ACCOUNT'S HELD FUNDS         *
005100*    (LM-UNAPPLIED-BAL) TO THE PRINCIPAL BALANCE, CHARGE OFF     *
005110*    WHAT IS LEFT, POST BOTH TO THE MASTER AND, ONCE THE         *
005120*    REWRITE HAS LANDED, JOURNAL IT, WRITE ITS HISTORY ENTRY,    *
005130*    ITS REGISTER LINES AND ITS GL ENTRIES.                      *
005140******************************************************************
005150 2300-CHARGE-OFF.
005160     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
005170     MOVE LM-UNAPPLIED-BAL TO CO-HELD-APPLIED.
005180     IF CO-HELD-APPLIED > LW-REMAINING-BAL
005190         MOVE LW-REMAINING-BAL TO CO-HELD-APPLIED
005200     END-IF.
005210     SUBTRACT CO-HELD-APPLIED FROM LM-UNAPPLIED-BAL.
005220     SET LM-STATUS-CHARGED-OFF TO TRUE.
005230     MOVE WS-RUN-DATE      TO LM-CHGOFF-DATE.
005240     COMPUTE LM-CHGOFF-AMT = LW-REMAINING-BAL - CO-HELD-APPLIED.
005250     MOVE ZERO             TO LM-RECOVERY-AMT.
005260     REWRITE LOAN-MASTER-RECORD.
005270     IF WS-LM-STATUS NOT = "00"
005280         DISPLAY "LNCHGOFF - MASTER REWRITE FAILED FOR ACCOUNT "
005290             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
005300         MOVE "Y" TO WS-EOF-SWITCH
005310         SET WS-RUN-ABORTED TO TRUE
005320         GO TO 2300-EXIT
005330     END-IF.
005340     ADD 1 TO WS-CHGOFF-CTR.
005350     ADD LM-CHGOFF-AMT TO CO-CHGOFF-TOTAL.
005360     IF CO-HELD-APPLIED > ZERO
005370         ADD 1 TO WS-APPLIED-CTR
005380         ADD CO-HELD-APPLIED TO CO-APPLIED-TOTAL
005390     END-IF.
005400     PERFORM 2350-JOURNAL-CHARGE-OFF THRU 2350-EXIT.
005410     PERFORM 2360-WRITE-CHGOFF-HIST  THRU 2360-EXIT.
005420     MOVE LM-ACCT-NBR      TO CL-ACCT-NBR.
005430     MOVE LM-BORROWER-NAME TO CL-BORROWER-NAME.
005440     MOVE LM-CYCLES-DELINQ TO CL-CYCLES.
005450     MOVE LM-CHGOFF-AMT    TO CL-CHGOFF-AMT.
005460     MOVE SPACES           TO CL-REMARK.
005470     MOVE CA-APPROVED-BY   TO CL-REMARK.
005480     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-DTL.
005490     PERFORM 2320-LIST-HELD-FUNDS  THRU 2320-EXIT.
005500     PERFORM 2400-WRITE-GL-ENTRIES THRU 2400-EXIT.
005510 2300-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*    2320-LIST-HELD-FUNDS  --  UNDER THE CHARGE-OFF LINE, THE    *
005560*    HELD FUNDS APPLIED TO THE BALANCE AHEAD OF IT, AND ANY      *
005570*    HELD FUNDS LEFT OVER BECAUSE THEY EXCEEDED THE WHOLE        *
005580*    BALANCE -- THOSE ARE OWED BACK TO THE BORROWER AND ARE      *
005590*    LISTED FOR THE REFUND TO BE MADE BY HAND.                   *
005600******************************************************************
005610 2320-LIST-HELD-FUNDS.
005620     IF CO-HELD-APPLIED > ZERO
005630         MOVE CO-HELD-APPLIED  TO CL-CHGOFF-AMT
005640         MOVE "HELD FUNDS APPLIED" TO CL-REMARK
005650         WRITE CHGOFF-RPT-RECORD FROM CO-RPT-DTL
005660     END-IF.
005670     IF LM-UNAPPLIED-BAL > ZERO
005680         MOVE LM-UNAPPLIED-BAL TO CL-CHGOFF-AMT
005690         MOVE "HELD FUNDS LEFT - REFUND" TO CL-REMARK
005700         WRITE CHGOFF-RPT-RECORD FROM CO-RPT-DTL
005710     END-IF.
005720 2320-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    2350-JOURNAL-CHARGE-OFF  --  JOURNAL THE POSTED REWRITE     *
005770*    THROUGH LNAUDIT WITH THE APPROVER WHO SIGNED IT OFF.  THE   *
005780*    BEFORE IMAGE WAS SAVED AT THE TOP OF 2300-CHARGE-OFF, BEFORE*
005790*    ANYTHING TOUCHED THE RECORD.                                *
005800******************************************************************
005810 2350-JOURNAL-CHARGE-OFF.
005820     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
005830     MOVE "LNCHGOFF"         TO AP-PROGRAM-ID.
005840     SET  AP-ACTION-REWRITE  TO TRUE.
005850     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
005860     MOVE CA-APPROVED-BY     TO AP-APPROVER-ID.
005870     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
005880 2350-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920*    2360-WRITE-CHGOFF-HIST  --  THE CHARGE-OFF'S HISTORY        *
005930*    ENTRY.  THE WHOLE PRINCIPAL BALANCE COMES OFF THE LOAN;     *
005940*    THE HELD FUNDS APPLIED TO IT ARE A NEGATIVE UNAPPLIED       *
005950*    PORTION, SO THE AMOUNT IS WHAT WAS WRITTEN OFF.  THE        *
005960*    BALANCE LEFT IS THE DEFICIENCY STILL OWED, AGAINST WHICH    *
005970*    LNPMTPST WILL POST ANY RECOVERY.                            *
005980******************************************************************
005990 2360-WRITE-CHGOFF-HIST.
006000     MOVE LM-ACCT-NBR        TO TP-ACCT-NBR.
006010     MOVE WS-RUN-DATE        TO TP-EFF-DATE.
006020     MOVE "LNCHGOFF"         TO TP-PROGRAM-ID.
006030     SET  TP-TYPE-CHARGE-OFF TO TRUE.
006040     MOVE LM-CHGOFF-AMT      TO TP-TRAN-AMT.
006050     MOVE LW-REMAINING-BAL   TO TP-PRIN-AMT.
006060     MOVE ZERO               TO TP-INT-AMT.
006070     MOVE ZERO               TO TP-ESCROW-AMT.
006080     MOVE ZERO               TO TP-FEE-AMT.
006090     COMPUTE TP-UNAPPLIED-AMT = ZERO - CO-HELD-APPLIED.
006100     MOVE LM-CHGOFF-AMT      TO TP-PRIN-BAL.
006110     MOVE LM-ESCROW-BAL      TO TP-ESCROW-BAL.
006120     MOVE "ACCOUNT CHARGED OFF" TO TP-DESCRIPTION.
006130     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
006140 2360-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*    2400-WRITE-GL-ENTRIES  --  THE BALANCED GL PAIR FOR ONE     *
006190*    CHARGE-OFF: DEBIT THE ALLOWANCE, CREDIT LOANS RECEIVABLE.   *
006200*    HELD FUNDS APPLIED ADD A SECOND PAIR: DEBIT UNAPPLIED       *
006210*    FUNDS, CREDIT LOANS RECEIVABLE.                             *
006220******************************************************************
006230 2400-WRITE-GL-ENTRIES.
006240     MOVE LM-ACCT-NBR      TO GE-ACCT-NBR.
006250     MOVE LM-CHGOFF-AMT    TO GE-AMOUNT.
006260     MOVE WS-RUN-DATE      TO GE-EFF-DATE.
006270     MOVE CO-GL-ALLOWANCE  TO GE-GL-CODE.
006280     SET  GE-DEBIT         TO TRUE.
006290     WRITE GL-ENTRY-RECORD FROM GL-ENTRY-LINE.
006300     MOVE CO-GL-LOANS-RECV TO GE-GL-CODE.
006310     SET  GE-CREDIT        TO TRUE.
006320     WRITE GL-ENTRY-RECORD FROM GL-ENTRY-LINE.
006330     ADD 2 TO WS-GL-CTR.
006340     IF CO-HELD-APPLIED = ZERO
006350         GO TO 2400-EXIT
006360     END-IF.
006370     MOVE CO-HELD-APPLIED  TO GE-AMOUNT.
006380     MOVE CO-GL-UNAPPLIED  TO GE-GL-CODE.
006390     SET  GE-DEBIT         TO TRUE.
006400     WRITE GL-ENTRY-RECORD FROM GL-ENTRY-LINE.
006410     MOVE CO-GL-LOANS-RECV TO GE-GL-CODE.
006420     SET  GE-CREDIT        TO TRUE.
006430     WRITE GL-ENTRY-RECORD FROM GL-ENTRY-LINE.
006440     ADD 2 TO WS-GL-CTR.
006450 2400-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE      *
006500*    HISTORY, IF ANY, INTO LOAN-WORK-AREA SO 2200-DERIVE-BALANCE *
006510*    CAN CHOOSE BETWEEN LNCALC AND LNARM.                        *
006520******************************************************************
006530 2500-LOAD-RATE-HIST.
006540     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
006550     IF LW-RATE-HIST-CTR > ZERO
006560         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
006570             VARYING LM-RH-NDX FROM 1 BY 1
006580             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
006590     END-IF.
006600 2500-EXIT.
006610     EXIT.
006620
006630 2550-COPY-ONE-RATE-ENTRY.
006640     SET LW-RH-NDX TO LM-RH-NDX.
006650     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
006660         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
006670     MOVE LM-RH-RATE (LM-RH-NDX)
006680         TO LW-RH-RATE (LW-RH-NDX).
006690 2550-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730*    2700-REJECT-APPROVAL  --  LIST AN APPROVAL THAT CANNOT BE   *
006740*    POSTED ON THE REGISTER, WITH THE REASON SET BY THE CALLER.  *
006750******************************************************************
006760 2700-REJECT-APPROVAL.
006770     MOVE CA-ACCT-NBR      TO CL-ACCT-NBR.
006780     IF WS-ACCOUNT-FOUND
006790         MOVE LM-BORROWER-NAME TO CL-BORROWER-NAME
006800         MOVE LM-CYCLES-DELINQ TO CL-CYCLES
006810     ELSE
006820         MOVE SPACES           TO CL-BORROWER-NAME
006830         MOVE ZERO             TO CL-CYCLES
006840     END-IF.
006850     MOVE ZERO             TO CL-CHGOFF-AMT.
006860     MOVE CO-REJECT-REASON TO CL-REMARK.
006870     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-DTL.
006880     ADD 1 TO WS-REJECT-CTR.
006890 2700-EXIT.
006900     EXIT.
006910
006920 2900-READ-APPROVAL.
006930     READ CHGOFF-APPROVALS
006940         AT END
006950             MOVE "Y" TO WS-EOF-SWITCH
006960     END-READ.
006970 2900-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*    3000-LIST-CANDIDATES  --  SWEEP THE PORTFOLIO FROM THE TOP  *
007020*    AND LIST EVERY ACCOUNT STILL PAST THE THRESHOLD, INCLUDING  *
007030*    THE ONES THIS RUN JUST REJECTED.  SKIPPED IF THE APPROVAL   *
007040*    PASS ABORTED ON A FAILED REWRITE.                           *
007050******************************************************************
007060 3000-LIST-CANDIDATES.
007070     IF WS-RUN-ABORTED
007080         GO TO 3000-EXIT
007090     END-IF.
007100     MOVE WS-RUN-DATE         TO NH-RUN-DATE.
007110     MOVE CO-CANDIDATE-CYCLES TO NH-THRESHOLD.
007120     WRITE CANDIDATE-RPT-RECORD FROM CN-RPT-HDG.
007130     WRITE CANDIDATE-RPT-RECORD FROM CN-RPT-COL-HDG.
007140     MOVE "N" TO WS-EOF-SWITCH.
007150     MOVE ZERO TO LM-ACCT-NBR.
007160     START LOAN-MASTER KEY IS NOT LESS THAN LM-ACCT-NBR
007170         INVALID KEY
007180             MOVE "Y" TO WS-EOF-SWITCH
007190     END-START.
007200     IF NOT WS-EOF-REACHED
007210         PERFORM 3900-READ-NEXT-MASTER THRU 3900-EXIT
007220     END-IF.
007230     PERFORM 3100-CHECK-CANDIDATE THRU 3100-EXIT
007240         UNTIL WS-EOF-REACHED.
007250 3000-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    3100-CHECK-CANDIDATE  --  LIST ONE ACCOUNT IF IT IS STILL   *
007300*    OPEN AND AT OR PAST THE THRESHOLD, TIERED BY CYCLES.        *
007310******************************************************************
007320 3100-CHECK-CANDIDATE.
007330     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
007340         GO TO 3100-CONTINUE
007350     END-IF.
007360     IF LM-CYCLES-DELINQ < CO-CANDIDATE-CYCLES
007370         GO TO 3100-CONTINUE
007380     END-IF.
007390     PERFORM 2200-DERIVE-BALANCE THRU 2200-EXIT.
007400     MOVE LM-ACCT-NBR        TO NL-ACCT-NBR.
007410     MOVE LM-BORROWER-NAME   TO NL-BORROWER-NAME.
007420     MOVE LM-LOAN-STATUS     TO NL-LOAN-STATUS.
007430     MOVE LM-CYCLES-DELINQ   TO NL-CYCLES.
007440     MOVE LM-NONACCRUAL-DATE TO NL-NONACCRUAL-DATE.
007450     MOVE LW-REMAINING-BAL   TO NL-BALANCE.
007460     MOVE "REVIEW"           TO NL-TIER.
007470     IF LM-CYCLES-DELINQ NOT < CO-RECOMMEND-CYCLES
007480         MOVE "RECOMMEND"    TO NL-TIER
007490     END-IF.
007500     IF LM-CYCLES-DELINQ NOT < CO-REQUIRED-CYCLES
007510         MOVE "REQUIRED"     TO NL-TIER
007520     END-IF.
007530     IF NOT LW-NO-ERROR
007540         MOVE "FAILS EDIT"   TO NL-TIER
007550     END-IF.
007560     WRITE CANDIDATE-RPT-RECORD FROM CN-RPT-DTL.
007570     ADD 1 TO WS-CANDIDATE-CTR.
007580     ADD LW-REMAINING-BAL TO CO-CANDIDATE-TOTAL.
007590 3100-CONTINUE.
007600     PERFORM 3900-READ-NEXT-MASTER THRU 3900-EXIT.
007610 3100-EXIT.
007620     EXIT.
007630
007640 3900-READ-NEXT-MASTER.
007650     READ LOAN-MASTER NEXT RECORD
007660         AT END
007670             MOVE "Y" TO WS-EOF-SWITCH
007680     END-READ.
007690 3900-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730*    9000-TERMINATE  --  REGISTER AND CANDIDATE TOTALS, THEN     *
007740*    CLOSE.  NOTHING IS WRITTEN IF THE RUN NEVER GOT FAR ENOUGH  *
007750*    TO OPEN THE OUTPUT FILES.                                   *
007760******************************************************************
007770 9000-TERMINATE.
007780     IF NOT WS-RPT-WAS-OPENED
007790         GO TO 9000-DISPLAY
007800     END-IF.
007810     MOVE "APPROVALS READ. . . . . . :" TO CC-LABEL.
007820     MOVE WS-APPROVAL-CTR  TO CC-COUNT.
007830     MOVE ZERO             TO CC-AMOUNT.
007840     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-CTR-LINE.
007850     MOVE "ACCOUNTS CHARGED OFF. . . :" TO CC-LABEL.
007860     MOVE WS-CHGOFF-CTR    TO CC-COUNT.
007870     MOVE CO-CHGOFF-TOTAL  TO CC-AMOUNT.
007880     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-CTR-LINE.
007890     MOVE "HELD FUNDS APPLIED. . . . :" TO CC-LABEL.
007900     MOVE WS-APPLIED-CTR   TO CC-COUNT.
007910     MOVE CO-APPLIED-TOTAL TO CC-AMOUNT.
007920     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-CTR-LINE.
007930     MOVE "APPROVALS REJECTED. . . . :" TO CC-LABEL.
007940     MOVE WS-REJECT-CTR    TO CC-COUNT.
007950     MOVE ZERO             TO CC-AMOUNT.
007960     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-CTR-LINE.
007970     MOVE "GL ENTRIES WRITTEN. . . . :" TO CC-LABEL.
007980     MOVE WS-GL-CTR        TO CC-COUNT.
007990     COMPUTE CC-AMOUNT = (CO-CHGOFF-TOTAL + CO-APPLIED-TOTAL) * 2.
008000     WRITE CHGOFF-RPT-RECORD FROM CO-RPT-CTR-LINE.
008010     MOVE "CANDIDATES LISTED . . . . :" TO NC-LABEL.
008020     MOVE WS-CANDIDATE-CTR   TO NC-COUNT.
008030     MOVE CO-CANDIDATE-TOTAL TO NC-AMOUNT.
008040     WRITE CANDIDATE-RPT-RECORD FROM CN-RPT-CTR-LINE.
008050     IF WS-CA-STATUS = "00" OR WS-CA-STATUS = "10"
008060         CLOSE CHGOFF-APPROVALS
008070     END-IF.
008080     CLOSE LOAN-MASTER.
008090     CLOSE CHGOFF-RPT.
008100     CLOSE CANDIDATE-RPT.
008110     CLOSE GL-ENTRIES.
008120 9000-DISPLAY.
008130     DISPLAY "LNCHGOFF - APPROVALS: " WS-APPROVAL-CTR
008140         " CHARGED OFF: " WS-CHGOFF-CTR
008150         " REJECTED: " WS-REJECT-CTR
008160         " CANDIDATES: " WS-CANDIDATE-CTR.
008170     IF WS-RUN-ABORTED
008180         DISPLAY "LNCHGOFF - *** RUN ABORTED ***".
008190 9000-EXIT.
008200     EXIT.
