000320*
000330*  MODIFICATION HISTORY.
000340*     08/23/2026  DPL  ORIGINAL PROGRAM.
000350*     10/15/2026  DPL  EVERY POSTED DISBURSEMENT NOW WRITES A
000360*                      TRANSACTION HISTORY ENTRY THROUGH
000370*                      LNTRNHST WITH THE ESCROW BALANCE LEFT AND
000380*                      THE LNBALCE PRINCIPAL BALANCE, WHICH IS
000390*                      DERIVED THE SAME WAY LNPMTPST DERIVES IT.
000400*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.  LNESCDSB.
000430 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000440 INSTALLATION. HOME OFFICE.
000450 DATE-WRITTEN. 08/23/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-370.
000510 OBJECT-COMPUTER.  IBM-370.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ESCROW-DISB
000560         ASSIGN TO "ESCDISB"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ED-STATUS.
000590
000600     SELECT LOAN-MASTER
000610         ASSIGN TO "LOANMAST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LM-ACCT-NBR
000650         FILE STATUS IS WS-LM-STATUS.
000660
000670     SELECT DISB-REJECTS
000680         ASSIGN TO "ESCRJCTS"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT DISB-RPT
000720         ASSIGN TO "ESCDSBRP"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ESCROW-DISB
000780     LABEL RECORD IS OMITTED.
000790 01  ESCROW-DISB-RECORD.
000800     03  ED-ACCT-NBR             PIC  9(07).
000810     03  FILLER                  PIC  X(02).
000820     03  ED-DISB-TYPE            PIC  X(01).
000830         88  ED-TYPE-TAX                 VALUE "T".
000840         88  ED-TYPE-INS                 VALUE "I".
000850     03  FILLER                  PIC  X(02).
000860     03  ED-DISB-AMT             PIC  9(08)V9(02).
000870     03  FILLER                  PIC  X(02).
000880     03  ED-DISB-DATE            PIC  9(08).
000890     03  FILLER                  PIC  X(02).
000900     03  ED-PAYEE                PIC  X(20).
000910
000920 FD  LOAN-MASTER
000930     LABEL RECORD IS STANDARD.
000940 COPY LOANMAST.
000950
000960 FD  DISB-REJECTS
000970     LABEL RECORD IS OMITTED.
000980 01  REJECT-RECORD               PIC  X(84).
000990
001000 FD  DISB-RPT
001010     LABEL RECORD IS OMITTED.
001020 01  DISB-RECORD                 PIC  X(80).
001030
001040 WORKING-STORAGE SECTION.
001050*
001060*    OUTPUT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
001070*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
001080*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001090*
001100 01  REJECT-LINE.
001110     03  RJ-ACCT-NBR             PIC  9(07).
001120     03  FILLER                  PIC  X(02)  VALUE SPACES.
001130     03  RJ-DISB-TYPE            PIC  X(01).
001140     03  FILLER                  PIC  X(02)  VALUE SPACES.
001150     03  RJ-DISB-AMT             PIC  9(08)V9(02).
001160     03  FILLER                  PIC  X(02)  VALUE SPACES.
001170     03  RJ-DISB-DATE            PIC  9(08).
001180     03  FILLER                  PIC  X(02)  VALUE SPACES.
001190     03  RJ-PAYEE                PIC  X(20).
001200     03  FILLER                  PIC  X(02)  VALUE SPACES.
001210     03  RJ-REASON               PIC  X(28).
001220 01  DISB-HDG.
001230     03  FILLER                  PIC  X(38)  VALUE
001240             "ESCROW DISBURSEMENT POSTING REPORT  - ".
001250     03  DH-RUN-DATE             PIC  9(08).
001260     03  FILLER                  PIC  X(34)  VALUE SPACES.
001270 01  DISB-DTL-LINE.
001280     03  DD-ACCT-NBR             PIC  9(07).
001290     03  FILLER                  PIC  X(02)  VALUE SPACES.
001300     03  DD-DISB-TYPE            PIC  X(01).
001310     03  FILLER                  PIC  X(02)  VALUE SPACES.
001320     03  DD-DISB-AMT             PIC  ZZ,ZZZ,ZZ9.99.
001330     03  FILLER                  PIC  X(02)  VALUE SPACES.
001340     03  DD-PAYEE                PIC  X(20).
001350     03  FILLER                  PIC  X(02)  VALUE SPACES.
001360     03  DD-NEW-BAL              PIC  ZZ,ZZZ,ZZ9.99-.
001370     03  FILLER                  PIC  X(02)  VALUE SPACES.
001380     03  DD-FLAG                 PIC  X(08).
001390     03  FILLER                  PIC  X(07)  VALUE SPACES.
001400 01  DISB-CTR-LINE.
001410     03  DC-LABEL                PIC  X(28).
001420     03  DC-COUNT                PIC  ZZZ,ZZ9.
001430     03  FILLER                  PIC  X(04)  VALUE SPACES.
001440     03  DC-AMOUNT               PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
001450     03  FILLER                  PIC  X(24)  VALUE SPACES.
001460*
001470*    RUN CONTROL SWITCHES AND COUNTERS.
001480*
001490 77  WS-ED-STATUS            PIC  X(02)      VALUE "00".
001500 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001510 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001520     88  WS-EOF-REACHED              VALUE "Y".
001530 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
001540     88  WS-ACCOUNT-FOUND            VALUE "Y".
001550 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
001560     88  WS-RPT-WAS-OPENED           VALUE "Y".
001570 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001580 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
001590 77  WS-POSTED-CTR           PIC  9(07)      COMP VALUE ZERO.
001600 77  WS-REJECT-CTR           PIC  9(07)      COMP VALUE ZERO.
001610 77  WS-SHORT-CTR            PIC  9(07)      COMP VALUE ZERO.
001620*
001630*    RUN AMOUNT TOTALS, SIZED TO CARRY A FULL TAX-SEASON DAY
001640*    WITHOUT OVERFLOW.
001650*
001660 77  DB-POSTED-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
001670 77  DB-REJECT-AMT           PIC  9(11)V9(02) COMP VALUE ZERO.
001680
001690 COPY LOANW.
001700
001710 COPY AUDITW.
001720
001730 COPY TRANHW.
001740
001750 PROCEDURE DIVISION.
001760******************************************************************
001770*    0000-MAINLINE.                                             *
001780******************************************************************
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001810     PERFORM 2000-POST-DISB       THRU 2000-EXIT
001820         UNTIL WS-EOF-REACHED.
001830     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001840     GOBACK.
001850
001860******************************************************************
001870*    1000-INITIALIZE  --  OPEN THE DISBURSEMENTS, THE PORTFOLIO  *
001880*    AND THE OUTPUT FILES, AND PRIME THE FIRST DISBURSEMENT.     *
001890******************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001920     OPEN INPUT ESCROW-DISB.
001930     IF WS-ED-STATUS NOT = "00"
001940         DISPLAY "LNESCDSB - ESCDISB OPEN FAILED, STATUS = "
001950             WS-ED-STATUS
001960         MOVE "Y" TO WS-EOF-SWITCH
001970         GO TO 1000-EXIT
001980     END-IF.
001990     OPEN I-O LOAN-MASTER.
002000     IF WS-LM-STATUS NOT = "00"
002010         DISPLAY "LNESCDSB - LOAN-MASTER OPEN FAILED, STATUS = "
002020             WS-LM-STATUS
002030         MOVE "Y" TO WS-EOF-SWITCH
002040         GO TO 1000-EXIT
002050     END-IF.
002060     OPEN OUTPUT DISB-REJECTS.
002070     OPEN OUTPUT DISB-RPT.
002080     SET WS-RPT-WAS-OPENED TO TRUE.
002090     MOVE WS-RUN-DATE TO DH-RUN-DATE.
002100     WRITE DISB-RECORD FROM DISB-HDG.
002110     PERFORM 2900-READ-DISB THRU 2900-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160*    2000-POST-DISB  --  MATCH ONE DISBURSEMENT TO ITS MASTER    *
002170*    ACCOUNT AND POST IT, OR REJECT IT WITH A REASON.            *
002180******************************************************************
002190 2000-POST-DISB.
002200     ADD 1 TO WS-READ-CTR.
002210     IF NOT ED-TYPE-TAX AND NOT ED-TYPE-INS
002220         MOVE "DISB TYPE NOT T OR I" TO RJ-REASON
002230         PERFORM 2700-REJECT-DISB THRU 2700-EXIT
002240         GO TO 2000-CONTINUE
002250     END-IF.
002260     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
002270     IF NOT WS-ACCOUNT-FOUND
002280         MOVE "ACCOUNT NOT ON MASTER" TO RJ-REASON
002290         PERFORM 2700-REJECT-DISB THRU 2700-EXIT
002300         GO TO 2000-CONTINUE
002310     END-IF.
002320     PERFORM 2300-POST-ONE-DISB THRU 2300-EXIT.
002330 2000-CONTINUE.
002340     PERFORM 2900-READ-DISB THRU 2900-EXIT.
002350 2000-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390*    2100-LOOKUP-ACCOUNT  --  READ THE DISBURSEMENT'S ACCOUNT.   *
002400******************************************************************
002410 2100-LOOKUP-ACCOUNT.
002420     MOVE "N" TO WS-FOUND-SWITCH.
002430     MOVE ED-ACCT-NBR TO LM-ACCT-NBR.
002440     READ LOAN-MASTER
002450         INVALID KEY
002460             CONTINUE
002470         NOT INVALID KEY
002480             SET WS-ACCOUNT-FOUND TO TRUE
002490     END-READ.
002500 2100-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*    2300-POST-ONE-DISB  --  DRAW THE DISBURSEMENT OUT OF THE    *
002550*    ESCROW BALANCE, ACCUMULATE IT FOR THE ANNUAL ANALYSIS,      *
002560*    REWRITE AND JOURNAL, AND REPORT THE ACCOUNT'S NEW BALANCE.  *
002570******************************************************************
002580 2300-POST-ONE-DISB.
002590     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
002600     SUBTRACT ED-DISB-AMT FROM LM-ESCROW-BAL.
002610     IF ED-TYPE-TAX
002620         ADD ED-DISB-AMT TO LM-ESCROW-TAX-DISB
002630     ELSE
002640         ADD ED-DISB-AMT TO LM-ESCROW-INS-DISB
002650     END-IF.
002660     REWRITE LOAN-MASTER-RECORD.
002670     IF WS-LM-STATUS NOT = "00"
002680         DISPLAY "LNESCDSB - MASTER REWRITE FAILED FOR ACCOUNT "
002690             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
002700         MOVE "Y" TO WS-EOF-SWITCH
002710         GO TO 2300-EXIT
002720     END-IF.
002730     ADD 1 TO WS-POSTED-CTR.
002740     ADD ED-DISB-AMT TO DB-POSTED-AMT.
002750     PERFORM 2350-JOURNAL-POSTING THRU 2350-EXIT.
002760     PERFORM 2400-REPORT-POSTING  THRU 2400-EXIT.
002770     PERFORM 2360-WRITE-DISB-HIST THRU 2360-EXIT.
002780 2300-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*    2350-JOURNAL-POSTING  --  JOURNAL THE POSTED REWRITE        *
002830*    THROUGH LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF  *
002840*    2300-POST-ONE-DISB, BEFORE ANYTHING TOUCHED THE RECORD.     *
002850******************************************************************
002860 2350-JOURNAL-POSTING.
002870     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
002880     MOVE "LNESCDSB"         TO AP-PROGRAM-ID.
002890     SET  AP-ACTION-REWRITE  TO TRUE.
002900     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
002910     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
002920 2350-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*    2360-WRITE-DISB-HIST  --  WRITE THE DISBURSEMENT'S HISTORY  *
002970*    ENTRY THROUGH LNTRNHST AFTER THE REWRITE IS JOURNALED.  THE *
002980*    WHOLE AMOUNT IS ESCROW; THE PAYEE IS THE DESCRIPTION.       *
002990******************************************************************
003000 2360-WRITE-DISB-HIST.
003010     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
003020     MOVE ED-DISB-DATE     TO TP-EFF-DATE.
003030     MOVE "LNESCDSB"       TO TP-PROGRAM-ID.
003040     SET  TP-TYPE-ESCROW-DISB TO TRUE.
003050     MOVE ED-DISB-AMT      TO TP-TRAN-AMT.
003060     MOVE ZERO             TO TP-PRIN-AMT.
003070     MOVE ZERO             TO TP-INT-AMT.
003080     MOVE ED-DISB-AMT      TO TP-ESCROW-AMT.
003090     MOVE ZERO             TO TP-FEE-AMT.
003100     MOVE ZERO             TO TP-UNAPPLIED-AMT.
003110     PERFORM 2370-DERIVE-PRIN-BAL THRU 2370-EXIT.
003120     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
003130     MOVE ED-PAYEE         TO TP-DESCRIPTION.
003140     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
003150 2360-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190*    2370-DERIVE-PRIN-BAL  --  THE PRINCIPAL BALANCE FOR THE     *
003200*    HISTORY ENTRY, WALKED BY LNBALCE FROM THE SCHEDULED PAYMENT *
003210*    DERIVED THE SAME WAY LNPMTPST DERIVES IT.  AN ACCOUNT THAT  *
003220*    FAILS THE MASTER EDITS HAS NO PAYMENT TO WALK AND CARRIES   *
003230*    A ZERO BALANCE ON THE ENTRY.                                *
003240******************************************************************
003250 2370-DERIVE-PRIN-BAL.
003260     MOVE ZERO            TO TP-PRIN-BAL.
003270     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
003280     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
003290     MOVE LM-INT-RATE     TO LW-INT-RATE.
003300     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
003310     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
003320     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
003330     CALL "LNVALID" USING LOAN-WORK-AREA.
003340     IF NOT LW-NO-ERROR
003350         GO TO 2370-EXIT
003360     END-IF.
003370     IF LW-RATE-HIST-CTR > ZERO
003380         CALL "LNARM" USING LOAN-WORK-AREA
003390     ELSE
003400         CALL "LNCALC" USING LOAN-WORK-AREA
003410     END-IF.
003420     MOVE LM-PMTS-MADE    TO LW-PMTS-MADE.
003430     CALL "LNBALCE" USING LOAN-WORK-AREA.
003440     MOVE LW-REMAINING-BAL TO TP-PRIN-BAL.
003450 2370-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490*    2400-REPORT-POSTING  --  ONE REPORT LINE PER POSTED         *
003500*    DISBURSEMENT, FLAGGING AN ACCOUNT LEFT SHORT.               *
003510******************************************************************
003520 2400-REPORT-POSTING.
003530     MOVE ED-ACCT-NBR    TO DD-ACCT-NBR.
003540     MOVE ED-DISB-TYPE   TO DD-DISB-TYPE.
003550     MOVE ED-DISB-AMT    TO DD-DISB-AMT.
003560     MOVE ED-PAYEE       TO DD-PAYEE.
003570     MOVE LM-ESCROW-BAL  TO DD-NEW-BAL.
003580     IF LM-ESCROW-BAL < ZERO
003590         MOVE "SHORT"   TO DD-FLAG
003600         ADD 1 TO WS-SHORT-CTR
003610     ELSE
003620         MOVE SPACES    TO DD-FLAG
003630     END-IF.
003640     WRITE DISB-RECORD FROM DISB-DTL-LINE.
003650 2400-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE      *
003700*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH   *
003710*    DOES.                                                       *
003720******************************************************************
003730 2500-LOAD-RATE-HIST.
003740     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
003750     IF LW-RATE-HIST-CTR > ZERO
003760         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
003770             VARYING LM-RH-NDX FROM 1 BY 1
003780             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
003790     END-IF.
003800 2500-EXIT.
003810     EXIT.
003820
003830 2550-COPY-ONE-RATE-ENTRY.
003840     SET LW-RH-NDX TO LM-RH-NDX.
003850     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
003860         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
003870     MOVE LM-RH-RATE (LM-RH-NDX)
003880         TO LW-RH-RATE (LW-RH-NDX).
003890 2550-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*    2700-REJECT-DISB  --  WRITE THE DISBURSEMENT TO THE REJECTS *
003940*    FILE WITH THE REASON ALREADY SET BY THE CALLER.             *
003950******************************************************************
003960 2700-REJECT-DISB.
003970     MOVE ED-ACCT-NBR    TO RJ-ACCT-NBR.
003980     MOVE ED-DISB-TYPE   TO RJ-DISB-TYPE.
003990     MOVE ED-DISB-AMT    TO RJ-DISB-AMT.
004000     MOVE ED-DISB-DATE   TO RJ-DISB-DATE.
004010     MOVE ED-PAYEE       TO RJ-PAYEE.
004020     WRITE REJECT-RECORD FROM REJECT-LINE.
004030     ADD 1 TO WS-REJECT-CTR.
004040     ADD ED-DISB-AMT TO DB-REJECT-AMT.
004050 2700-EXIT.
004060     EXIT.
004070
004080 2900-READ-DISB.
004090     READ ESCROW-DISB
004100         AT END
004110             MOVE "Y" TO WS-EOF-SWITCH
004120     END-READ.
004130 2900-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*    9000-TERMINATE  --  POSTING TOTALS, THEN CLOSE.  NOTHING IS *
004180*    WRITTEN IF THE RUN NEVER GOT FAR ENOUGH TO OPEN THE OUTPUT  *
004190*    FILES.                                                      *
004200******************************************************************
004210 9000-TERMINATE.
004220     IF NOT WS-RPT-WAS-OPENED
004230         GO TO 9000-DISPLAY
004240     END-IF.
004250     MOVE "DISBURSEMENTS READ. . . . :" TO DC-LABEL.
004260     MOVE WS-READ-CTR   TO DC-COUNT.
004270     COMPUTE DC-AMOUNT = DB-POSTED-AMT + DB-REJECT-AMT.
004280     WRITE DISB-RECORD FROM DISB-CTR-LINE.
004290     MOVE "DISBURSEMENTS POSTED. . . :" TO DC-LABEL.
004300     MOVE WS-POSTED-CTR TO DC-COUNT.
004310     MOVE DB-POSTED-AMT TO DC-AMOUNT.
004320     WRITE DISB-RECORD FROM DISB-CTR-LINE.
004330     MOVE "DISBURSEMENTS REJECTED. . :" TO DC-LABEL.
004340     MOVE WS-REJECT-CTR TO DC-COUNT.
004350     MOVE DB-REJECT-AMT TO DC-AMOUNT.
004360     WRITE DISB-RECORD FROM DISB-CTR-LINE.
004370     MOVE "ACCOUNTS LEFT SHORT . . . :" TO DC-LABEL.
004380     MOVE WS-SHORT-CTR  TO DC-COUNT.
004390     MOVE ZERO          TO DC-AMOUNT.
004400     WRITE DISB-RECORD FROM DISB-CTR-LINE.
004410     CLOSE ESCROW-DISB.
004420     CLOSE LOAN-MASTER.
004430     CLOSE DISB-REJECTS.
004440     CLOSE DISB-RPT.
004450 9000-DISPLAY.
004460     DISPLAY "LNESCDSB - READ: " WS-READ-CTR
004470         " POSTED: " WS-POSTED-CTR
004480         " REJECTED: " WS-REJECT-CTR.
004490 9000-EXIT.
004500     EXIT.
