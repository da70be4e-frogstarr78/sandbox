001020*                      ONLY CONVERSION-LOADED LOANS EVER DID.
001030*                      A ZERO MARGIN STILL WRITES A FIXED-RATE
001040*                      ACCOUNT WITH NO HISTORY.
001050*     10/15/2026  DPL  A NEW ACCOUNT NOW OPENS WITH ITS
001060*                      NON-ACCRUAL DATE AND CHARGE-OFF FIELDS
001070*                      ZEROED.
001080*     10/15/2026  DPL  A NEW ACCOUNT NOW OPENS WITH ITS DATE OF
001090*                      FIRST DELINQUENCY ZEROED.
001100*     10/15/2026  DPL  A NEW ACCOUNT NOW OPENS WITH ITS LATE
001110*                      FEES COLLECTED AND WAIVED ZEROED.
001120*     10/15/2026  DPL  A NEW ACCOUNT STARTS WITH NO LEGAL HOLD.
001130*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
001140*                      LNSIGNON BEFORE THE SCREEN OPENS
001150*                      ANYTHING; NO SIGN-ON, NO SESSION.  THE
001160*                      OPERATOR'S ID NOW GOES ON EVERY JOURNAL
001170*                      ENTRY THE SESSION MAKES.
001180*     10/15/2026  DPL  A NEW LOAN ABOVE EN-APPROVAL-LIMIT IS NO
001190*                      LONGER WRITTEN TO THE MASTER FROM HERE:
001200*                      THE FINISHED RECORD IS HELD ON THE NEW
001210*                      PENDAPRV QUEUE UNDER THE SIGNED-ON
001220*                      OPERATOR UNTIL A SECOND OPERATOR APPROVES
001230*                      IT ON LNAPRMNT.  ITS ACCOUNT NUMBER MUST
001240*                      NOT ALREADY BE ON THE MASTER OR WAITING
001250*                      ON THE QUEUE.
001260*     10/15/2026  DPL  THE CHECK BEFORE A LOAN IS QUEUED FOR
001270*                      APPROVAL NOW CLEARS IT ONLY ON A CLEAN
001280*                      NOT-FOUND.  ANY OTHER ERROR STATUS ON THE
001290*                      MASTER OR THE PENDAPRV QUEUE REFUSES THE
001300*                      LOAN WITH A MESSAGE, SO AN I/O ERROR
001310*                      CANNOT LET A DUPLICATE ITEM ONTO THE
001320*                      QUEUE.
001330*     10/15/2026  DPL  A PENDAPRV WRITE THAT FAILS FOR ANY
001340*                      REASON NOW SHOWS ITS STATUS ON THE
001350*                      SCREEN, AND A DUPLICATE QUEUE KEY IS
001360*                      STEPPED A HUNDREDTH AND WRITTEN AGAIN AS
001370*                      LNMODPST DOES.
001380*
001390 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.  LNENTRY.
001410 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
001420 INSTALLATION. HOME OFFICE.
001430 DATE-WRITTEN. 08/09/2026.
001440 DATE-COMPILED.
001450
001460 ENVIRONMENT DIVISION.
001470 CONFIGURATION SECTION.
001480 SOURCE-COMPUTER.  IBM-370.
001490 OBJECT-COMPUTER.  IBM-370.
001500 SPECIAL-NAMES.
001510     CRT STATUS IS WS-CRT-STATUS.
001520
001530 INPUT-OUTPUT SECTION.
001540 FILE-CONTROL.
001550     SELECT LOAN-MASTER
001560         ASSIGN TO "LOANMAST"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS LM-ACCT-NBR
001600         FILE STATUS IS WS-LM-STATUS.
001610
001620     SELECT BORROWER-XREF
001630         ASSIGN TO "BORRXREF"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS BX-XREF-KEY
001670         FILE STATUS IS WS-BX-STATUS.
001680
001690     SELECT PENDING-APPROVAL
001700         ASSIGN TO "PENDAPRV"
001710         ORGANIZATION IS INDEXED
001720         ACCESS MODE IS DYNAMIC
001730         RECORD KEY IS PA-QUEUE-KEY
001740         FILE STATUS IS WS-PA-STATUS.
001750
001760 DATA DIVISION.
001770 FILE SECTION.
001780 FD  LOAN-MASTER
001790     LABEL RECORD IS STANDARD.
001800 COPY LOANMAST.
001810
001820 FD  BORROWER-XREF
001830     LABEL RECORD IS STANDARD.
001840 COPY BORRXREF.
001850
001860 FD  PENDING-APPROVAL
001870     LABEL RECORD IS STANDARD.
001880 COPY PENDAPRV.
001890
001900 WORKING-STORAGE SECTION.
001910*
001920*    RUN CONTROL SWITCHES.
001930*
001940 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001950 77  WS-BX-STATUS            PIC  X(02)      VALUE "00".
001960 77  WS-PA-STATUS            PIC  X(02)      VALUE "00".
001970 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
001980 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
001990     88  WS-ALL-DONE                 VALUE "Y".
002000 77  WS-ACCEPTED-SWITCH      PIC  X(01)      VALUE "N".
002010     88  WS-ENTRY-ACCEPTED           VALUE "Y".
002020 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
002030     88  WS-ACCOUNT-WRITTEN          VALUE "Y".
002040 77  WS-CLEAR-SWITCH         PIC  X(01)      VALUE "N".
002050     88  WS-CLEAR-TO-QUEUE           VALUE "Y".
002060 77  WS-QUEUE-EOF-SWITCH     PIC  X(01)      VALUE "N".
002070     88  WS-QUEUE-EOF-REACHED        VALUE "Y".
002080 77  WS-QUEUED-SWITCH        PIC  X(01)      VALUE "N".
002090     88  WS-ALREADY-QUEUED           VALUE "Y".
002100 77  WS-QUEUE-ERROR-SWITCH   PIC  X(01)      VALUE "N".
002110     88  WS-QUEUE-UNAVAILABLE        VALUE "Y".
002120*
002130*    APPROVAL LIMIT.  A NEW LOAN FOR MORE THAN THIS AMOUNT IS NOT
002140*    WRITTEN TO THE MASTER FROM HERE -- IT WAITS ON THE PENDAPRV
002150*    QUEUE UNTIL A SECOND OPERATOR WITH APPROVAL AUTHORITY
002160*    RELEASES IT ON LNAPRMNT.
002170*
002180 77  EN-APPROVAL-LIMIT       PIC  9(08)V9(02) VALUE 250000.00.
002190*
002200*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO LOAN-WORK-AREA
002210*    AND LOAN-MASTER-RECORD ONLY AFTER THE LOAN PASSES EDIT.
002220*
002230 77  SE-ACCT-NBR             PIC  9(07).
002240 77  SE-BORROWER-NAME        PIC  X(30).
002250 77  SE-BORROWER-ID          PIC  X(11).
002260 77  SE-ORIGINATION-DATE     PIC  9(08).
002270 77  SE-LOAN-AMT             PIC  9(08)V9(02).
002280 77  SE-INT-RATE             PIC  9(02)V9(02).
002290 77  SE-NBR-PMTS             PIC  9(03).
002300 77  SE-PMT-FREQ             PIC  X(01)      VALUE SPACE.
002310 77  SE-ESCROW-TAX-AMT       PIC  9(06)V9(02) VALUE ZERO.
002320 77  SE-ESCROW-INS-AMT       PIC  9(06)V9(02) VALUE ZERO.
002330 77  SE-INVESTOR-CODE        PIC  X(03)      VALUE SPACES.
002340 77  SE-ADDR-STREET          PIC  X(30)      VALUE SPACES.
002350 77  SE-ADDR-CITY            PIC  X(20)      VALUE SPACES.
002360 77  SE-ADDR-STATE           PIC  X(02)      VALUE SPACES.
002370 77  SE-ADDR-ZIP             PIC  X(09)      VALUE SPACES.
002380 77  SE-ARM-MARGIN           PIC  9(02)V9(02) VALUE ZERO.
002390 77  SE-PMT-AMT-DISP         PIC  ZZ,ZZZ,ZZ9.99.
002400 77  SE-ESCROW-PMT-DISP      PIC  ZZ,ZZZ,ZZ9.99.
002410 77  SE-TOTAL-PMT-DISP       PIC  ZZ,ZZZ,ZZ9.99.
002420 77  SE-MESSAGE              PIC  X(40)      VALUE SPACES.
002430 77  SE-CONFIRM              PIC  X(01)      VALUE SPACE.
002440*
002450*    SCREEN MESSAGE FOR A FAILED QUEUE WRITE, WITH ITS STATUS.
002460*
002470 01  EN-QUEUE-FAIL-MSG.
002480     03  FILLER                  PIC  X(38)  VALUE
002490             "APPROVAL QUEUE WRITE FAILED -- STATUS ".
002500     03  EN-QF-STATUS            PIC  X(02).
002510
002520 COPY LOANW.
002530
002540 COPY AUDITW.
002550
002560 COPY SIGNONW.
002570
002580 SCREEN SECTION.
002590 01  ENTRY-SCREEN.
002600     03  BLANK SCREEN.
002610     03  LINE 01 COLUMN 25 VALUE "NEW LOAN ENTRY".
002620     03  LINE 03 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
002630     03  LINE 03 COLUMN 27 PIC 9(07) USING SE-ACCT-NBR.
002640     03  LINE 04 COLUMN 05 VALUE "BORROWER NAME . . . .".
002650     03  LINE 04 COLUMN 27 PIC X(30) USING SE-BORROWER-NAME.
002660     03  LINE 05 COLUMN 05 VALUE "BORROWER ID . . . . .".
002670     03  LINE 05 COLUMN 27 PIC X(11) USING SE-BORROWER-ID.
002680     03  LINE 06 COLUMN 05 VALUE "ORIGINATION DATE. . .".
002690     03  LINE 06 COLUMN 27 PIC 9(08) USING SE-ORIGINATION-DATE.
002700     03  LINE 07 COLUMN 05 VALUE "LOAN AMOUNT . . . . .".
002710     03  LINE 07 COLUMN 27 PIC 9(08)V9(02) USING SE-LOAN-AMT.
002720     03  LINE 08 COLUMN 05 VALUE "INTEREST RATE . . . .".
002730     03  LINE 08 COLUMN 27 PIC 9(02)V9(02) USING SE-INT-RATE.
002740     03  LINE 09 COLUMN 05 VALUE "NUMBER OF PAYMENTS. .".
002750     03  LINE 09 COLUMN 27 PIC 9(03) USING SE-NBR-PMTS.
002760     03  LINE 10 COLUMN 05 VALUE "PAYMENT FREQ (M/B/Q).".
002770     03  LINE 10 COLUMN 27 PIC X(01) USING SE-PMT-FREQ.
002780     03  LINE 11 COLUMN 05 VALUE "MO TAX ESCROW . . . .".
002790     03  LINE 11 COLUMN 27 PIC 9(06)V9(02)
002800                       USING SE-ESCROW-TAX-AMT.
002810     03  LINE 12 COLUMN 05 VALUE "MO INS ESCROW . . . .".
002820     03  LINE 12 COLUMN 27 PIC 9(06)V9(02)
002830                       USING SE-ESCROW-INS-AMT.
002840     03  LINE 13 COLUMN 05 VALUE "INVESTOR CODE . . . .".
002850     03  LINE 13 COLUMN 27 PIC X(03) USING SE-INVESTOR-CODE.
002860     03  LINE 14 COLUMN 05 VALUE "STREET ADDRESS. . . .".
002870     03  LINE 14 COLUMN 27 PIC X(30) USING SE-ADDR-STREET.
002880     03  LINE 15 COLUMN 05 VALUE "CITY. . . . . . . . .".
002890     03  LINE 15 COLUMN 27 PIC X(20) USING SE-ADDR-CITY.
002900     03  LINE 16 COLUMN 05 VALUE "STATE . . . . . . . .".
002910     03  LINE 16 COLUMN 27 PIC X(02) USING SE-ADDR-STATE.
002920     03  LINE 17 COLUMN 05 VALUE "ZIP . . . . . . . . .".
002930     03  LINE 17 COLUMN 27 PIC X(09) USING SE-ADDR-ZIP.
002940     03  LINE 18 COLUMN 05 VALUE "ARM MARGIN (PCT). . .".
002950     03  LINE 18 COLUMN 27 PIC 9(02)V9(02)
002960                       USING SE-ARM-MARGIN.
002970     03  LINE 19 COLUMN 05 PIC X(40) FROM SE-MESSAGE.
002980
002990 01  CONFIRM-SCREEN.
003000     03  LINE 21 COLUMN 05 VALUE "COMPUTED PAYMENT AMOUNT:".
003010     03  LINE 21 COLUMN 31 PIC ZZ,ZZZ,ZZ9.99
003020                       FROM SE-PMT-AMT-DISP.
003030     03  LINE 22 COLUMN 05 VALUE "ESCROW PER PAYMENT. . .:".
003040     03  LINE 22 COLUMN 31 PIC ZZ,ZZZ,ZZ9.99
003050                       FROM SE-ESCROW-PMT-DISP.
003060     03  LINE 23 COLUMN 05 VALUE "TOTAL PAYMENT . . . . .:".
003070     03  LINE 23 COLUMN 31 PIC ZZ,ZZZ,ZZ9.99
003080                       FROM SE-TOTAL-PMT-DISP.
003090     03  LINE 24 COLUMN 05 VALUE "ACCEPT THIS LOAN (Y/N)?".
003100     03  LINE 24 COLUMN 30 PIC X(01) USING SE-CONFIRM.
003110
003120 PROCEDURE DIVISION.
003130******************************************************************
003140*    0000-MAINLINE.                                             *
003150******************************************************************
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
003180     PERFORM 2000-ENTER-LOAN  THRU 2000-EXIT
003190         UNTIL WS-ALL-DONE.
003200     PERFORM 9000-TERMINATE   THRU 9000-EXIT.
003210     GOBACK.
003220
003230******************************************************************
003240*    1000-INITIALIZE  --  OPEN LOAN-MASTER, CREATING IT IF THIS  *
003250*    IS THE VERY FIRST ACCOUNT EVER ENTERED.                    *
003260******************************************************************
003270 1000-INITIALIZE.
003280     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
003290     IF WS-ALL-DONE
003300         GO TO 1000-EXIT
003310     END-IF.
003320     OPEN I-O LOAN-MASTER.
003330     IF WS-LM-STATUS = "35"
003340         OPEN OUTPUT LOAN-MASTER
003350         CLOSE LOAN-MASTER
003360         OPEN I-O LOAN-MASTER
003370     END-IF.
003380     IF WS-LM-STATUS NOT = "00"
003390         DISPLAY "LNENTRY - LOAN-MASTER OPEN FAILED, STATUS = "
003400             WS-LM-STATUS
003410         MOVE "Y" TO WS-DONE-SWITCH
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN I-O BORROWER-XREF.
003450     IF WS-BX-STATUS = "35"
003460         OPEN OUTPUT BORROWER-XREF
003470         CLOSE BORROWER-XREF
003480         OPEN I-O BORROWER-XREF
003490     END-IF.
003500     IF WS-BX-STATUS NOT = "00"
003510         DISPLAY "LNENTRY - BORROWER-XREF OPEN FAILED, STATUS = "
003520             WS-BX-STATUS
003530         MOVE "Y" TO WS-DONE-SWITCH
003540         GO TO 1000-EXIT
003550     END-IF.
003560     OPEN I-O PENDING-APPROVAL.
003570     IF WS-PA-STATUS = "35"
003580         OPEN OUTPUT PENDING-APPROVAL
003590         CLOSE PENDING-APPROVAL
003600         OPEN I-O PENDING-APPROVAL
003610     END-IF.
003620     IF WS-PA-STATUS NOT = "00"
003630         DISPLAY "LNENTRY - PENDAPRV OPEN FAILED, STATUS = "
003640             WS-PA-STATUS
003650         MOVE "Y" TO WS-DONE-SWITCH
003660     END-IF.
003670 1000-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
003720*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.  THE    *
003730*    OPERATOR'S ID IS LOADED INTO THE AUDIT PARAMETER AREA       *
003740*    HERE, SO EVERY JOURNAL ENTRY THE SESSION MAKES CARRIES IT.  *
003750******************************************************************
003760 1050-SIGN-ON.
003770     MOVE "LNENTRY" TO SG-PROGRAM-ID.
003780     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
003790     IF NOT SG-SIGNED-ON
003800         DISPLAY "LNENTRY - NOT SIGNED ON, SESSION ENDED."
003810         MOVE "Y" TO WS-DONE-SWITCH
003820         GO TO 1050-EXIT
003830     END-IF.
003840     MOVE SG-OPERATOR-ID TO AP-OPERATOR-ID.
003850 1050-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    2000-ENTER-LOAN  --  KEY, EDIT AND CONFIRM ONE NEW LOAN.    *
003900******************************************************************
003910 2000-ENTER-LOAN.
003920     MOVE "N" TO WS-WRITTEN-SWITCH.
003930     MOVE SPACES TO SE-MESSAGE.
003940     PERFORM 2050-GET-ONE-ENTRY THRU 2050-EXIT
003950         UNTIL WS-ACCOUNT-WRITTEN OR WS-ALL-DONE.
003960 2000-EXIT.
003970     EXIT.
003980
003990 2050-GET-ONE-ENTRY.
004000     MOVE "N" TO WS-ACCEPTED-SWITCH.
004010     DISPLAY ENTRY-SCREEN.
004020     ACCEPT ENTRY-SCREEN.
004030     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
004040     IF WS-ENTRY-ACCEPTED
004050         PERFORM 2800-ADD-ACCOUNT THRU 2800-EXIT
004060     END-IF.
004070 2050-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*    2100-EDIT-ENTRY  --  LOAD THE WORK AREA, RUN LNVALID, AND   *
004120*    ON A CLEAN EDIT SHOW THE COMPUTED PAYMENT FOR CONFIRMATION. *
004130******************************************************************
004140 2100-EDIT-ENTRY.
004150     MOVE SE-ACCT-NBR     TO LW-ACCT-NBR.
004160     MOVE SE-LOAN-AMT     TO LW-LOAN-AMT.
004170     MOVE SE-INT-RATE     TO LW-INT-RATE.
004180     MOVE SE-NBR-PMTS     TO LW-NBR-PMTS.
004190     MOVE SE-PMT-FREQ     TO LW-PMT-FREQ.
004200     MOVE SE-ESCROW-TAX-AMT TO LW-ESCROW-TAX-AMT.
004210     MOVE SE-ESCROW-INS-AMT TO LW-ESCROW-INS-AMT.
004220     CALL "LNVALID" USING LOAN-WORK-AREA.
004230     IF LW-NO-ERROR
004240         CALL "LNCALC" USING LOAN-WORK-AREA
004250         CALL "LNESCRW" USING LOAN-WORK-AREA
004260         MOVE LW-PMT-AMT TO SE-PMT-AMT-DISP
004270         MOVE LW-ESCROW-PMT-AMT TO SE-ESCROW-PMT-DISP
004280         MOVE LW-TOTAL-PMT-AMT  TO SE-TOTAL-PMT-DISP
004290         DISPLAY CONFIRM-SCREEN
004300         ACCEPT CONFIRM-SCREEN
004310         IF SE-CONFIRM = "Y" OR SE-CONFIRM = "y"
004320             SET WS-ENTRY-ACCEPTED TO TRUE
004330         ELSE
004340             MOVE "ENTRY NOT ACCEPTED -- RE-KEY THE LOAN."
004350                 TO SE-MESSAGE
004360         END-IF
004370     ELSE
004380         PERFORM 2200-SHOW-EDIT-ERROR THRU 2200-EXIT
004390     END-IF.
004400 2100-EXIT.
004410     EXIT.
004420
004430 2200-SHOW-EDIT-ERROR.
004440     IF LW-ERR-LOAN-AMT
004450         MOVE "LOAN AMOUNT MUST BE GREATER THAN ZERO."
004460             TO SE-MESSAGE
004470     ELSE
004480         IF LW-ERR-INT-RATE
004490             MOVE "INTEREST RATE IS OUTSIDE THE ALLOWED RANGE."
004500                 TO SE-MESSAGE
004510         ELSE
004520             IF LW-ERR-PMT-FREQ
004530                 MOVE "PAYMENT FREQUENCY MUST BE M, B OR Q."
004540                     TO SE-MESSAGE
004550             ELSE
004560                 MOVE "NUMBER OF PAYMENTS MUST BE GREATER THAN 0."
004570                     TO SE-MESSAGE
004580             END-IF
004590         END-IF
004600     END-IF.
004610 2200-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*    2800-ADD-ACCOUNT  --  WRITE THE NEW LOAN TO LOAN-MASTER,    *
004660*    OR, ABOVE THE APPROVAL LIMIT, BUILD THE SAME RECORD AND     *
004670*    QUEUE IT FOR APPROVAL INSTEAD.                              *
004680******************************************************************
004690 2800-ADD-ACCOUNT.
004700     IF SE-LOAN-AMT > EN-APPROVAL-LIMIT
004710         PERFORM 2860-CHECK-QUEUE-ADD THRU 2860-EXIT
004720         IF NOT WS-CLEAR-TO-QUEUE
004730             GO TO 2800-EXIT
004740         END-IF
004750     END-IF.
004760     MOVE SE-ACCT-NBR         TO LM-ACCT-NBR.
004770     MOVE SE-BORROWER-NAME    TO LM-BORROWER-NAME.
004780     MOVE SE-BORROWER-ID      TO LM-BORROWER-ID.
004790     MOVE SE-ORIGINATION-DATE TO LM-ORIGINATION-DATE.
004800     MOVE SE-LOAN-AMT         TO LM-LOAN-AMT.
004810     MOVE SE-INT-RATE         TO LM-INT-RATE.
004820     MOVE SE-NBR-PMTS         TO LM-NBR-PMTS.
004830     MOVE LW-PMT-FREQ         TO LM-PMT-FREQ.
004840     SET LM-STATUS-ACTIVE     TO TRUE.
004850     MOVE LW-TOTAL-PMTS       TO LM-TOTAL-PMTS.
004860     MOVE LW-TOTAL-INT        TO LM-TOTAL-INT.
004870     MOVE ZERO                TO LM-DUE-DATE.
004880     MOVE ZERO                TO LM-PMT-RECEIVED-DATE.
004890     MOVE ZERO                TO LM-LATE-FEE-AMT.
004900     SET LM-PMT-CURRENT       TO TRUE.
004910     IF SE-ARM-MARGIN > ZERO
004920         MOVE 1 TO LM-RATE-HIST-CTR
004930         MOVE 1 TO LM-RH-EFF-PMT-NBR (1)
004940         MOVE SE-INT-RATE TO LM-RH-RATE (1)
004950     ELSE
004960         MOVE ZERO            TO LM-RATE-HIST-CTR
004970     END-IF.
004980     MOVE ZERO                TO LM-PMTS-MADE.
004990     MOVE ZERO                TO LM-CYCLES-DELINQ.
005000     MOVE SE-ESCROW-TAX-AMT   TO LM-ESCROW-TAX-AMT.
005010     MOVE SE-ESCROW-INS-AMT   TO LM-ESCROW-INS-AMT.
005020     MOVE ZERO                TO LM-ESCROW-BAL.
005030     MOVE ZERO                TO LM-ESCROW-TAX-DISB.
005040     MOVE ZERO                TO LM-ESCROW-INS-DISB.
005050     MOVE ZERO                TO LM-UNAPPLIED-BAL.
005060     MOVE ZERO                TO LM-INT-YTD-YEAR.
005070     MOVE ZERO                TO LM-INT-PAID-YTD.
005080     MOVE SE-ARM-MARGIN       TO LM-ARM-MARGIN.
005090     MOVE SE-INVESTOR-CODE    TO LM-INVESTOR-CODE.
005100     MOVE SE-ADDR-STREET      TO LM-ADDR-STREET.
005110     MOVE SE-ADDR-CITY        TO LM-ADDR-CITY.
005120     MOVE SE-ADDR-STATE       TO LM-ADDR-STATE.
005130     MOVE SE-ADDR-ZIP         TO LM-ADDR-ZIP.
005140     SET LM-ADDR-DELIVERABLE  TO TRUE.
005150     MOVE ZERO                TO LM-NONACCRUAL-DATE.
005160     MOVE ZERO                TO LM-CHGOFF-DATE.
005170     MOVE ZERO                TO LM-CHGOFF-AMT.
005180     MOVE ZERO                TO LM-RECOVERY-AMT.
005190     MOVE ZERO                TO LM-FIRST-DELINQ-DATE.
005200     MOVE ZERO                TO LM-FEES-COLLECTED.
005210     MOVE ZERO                TO LM-FEES-WAIVED.
005220     MOVE SPACES              TO LM-HOLD-CODE.
005230     MOVE ZERO                TO LM-HOLD-START-DATE.
005240     MOVE SPACES              TO LM-HOLD-CASE-NBR.
005250     SET LM-ACTIVITY-PENDING  TO TRUE.
005260     IF SE-LOAN-AMT > EN-APPROVAL-LIMIT
005270         PERFORM 2870-QUEUE-LOAN THRU 2870-EXIT
005280         GO TO 2800-EXIT
005290     END-IF.
005300     WRITE LOAN-MASTER-RECORD
005310         INVALID KEY
005320             MOVE "ACCOUNT ALREADY EXISTS -- RE-KEY THE LOAN."
005330                 TO SE-MESSAGE
005340     END-WRITE.
005350     IF WS-LM-STATUS = "00"
005360         SET WS-ACCOUNT-WRITTEN TO TRUE
005370         PERFORM 2830-JOURNAL-ADD THRU 2830-EXIT
005380         PERFORM 2850-ADD-XREF THRU 2850-EXIT
005390         DISPLAY "LNENTRY - ACCOUNT " SE-ACCT-NBR " ADDED."
005400         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
005410     END-IF.
005420 2800-EXIT.
005430     EXIT.
005440******************************************************************
005450*    2830-JOURNAL-ADD  --  JOURNAL THE NEW ACCOUNT THROUGH      *
005460*    LNAUDIT.  AN ADD HAS NO BEFORE IMAGE, SO SPACES GO IN ITS  *
005470*    PLACE.                                                     *
005480******************************************************************
005490 2830-JOURNAL-ADD.
005500     MOVE SE-ACCT-NBR         TO AP-ACCT-NBR.
005510     MOVE "LNENTRY"           TO AP-PROGRAM-ID.
005520     SET  AP-ACTION-ADD       TO TRUE.
005530     MOVE SPACES              TO AP-BEFORE-IMAGE.
005540     MOVE LOAN-MASTER-RECORD  TO AP-AFTER-IMAGE.
005550     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
005560 2830-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*    2850-ADD-XREF  --  WRITE THE NEW ACCOUNT'S BORROWER CROSS- *
005610*    REFERENCE RECORD.  A DUPLICATE MEANS THE XREF ALREADY      *
005620*    CARRIES THIS LOAN (AN LNBXBLD REBUILD ALREADY PICKED IT    *
005630*    UP), WHICH IS HARMLESS; ANY OTHER BAD STATUS IS REPORTED   *
005640*    SO THE XREF CAN BE REBUILT RATHER THAN DRIFT SILENTLY.     *
005650******************************************************************
005660 2850-ADD-XREF.
005670     MOVE SE-BORROWER-ID TO BX-BORROWER-ID.
005680     MOVE SE-ACCT-NBR    TO BX-ACCT-NBR.
005690     WRITE BORROWER-XREF-RECORD
005700         INVALID KEY
005710             CONTINUE
005720     END-WRITE.
005730     IF WS-BX-STATUS NOT = "00" AND WS-BX-STATUS NOT = "22"
005740         DISPLAY "LNENTRY - XREF WRITE FAILED, STATUS = "
005750             WS-BX-STATUS " -- RUN LNBXBLD TO REBUILD."
005760     END-IF.
005770 2850-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810*    2860-CHECK-QUEUE-ADD  --  BEFORE A LOAN ABOVE THE LIMIT IS  *
005820*    QUEUED, MAKE SURE ITS ACCOUNT NUMBER IS NOT ALREADY ON THE  *
005830*    MASTER AND NOT ALREADY WAITING ON THE QUEUE AS ANOTHER NEW  *
005840*    LOAN.  THE CHECK IS MADE BEFORE THE RECORD IS BUILT, SINCE  *
005850*    THE MASTER READ USES THE RECORD AREA.  ONLY A CLEAN         *
005860*    NOT-FOUND ON BOTH FILES CLEARS THE LOAN TO QUEUE; AN I/O    *
005870*    ERROR ON EITHER ONE REFUSES IT, SO A FAILING QUEUE CANNOT   *
005880*    LET A SECOND COPY OF THE SAME LOAN THROUGH.                 *
005890******************************************************************
005900 2860-CHECK-QUEUE-ADD.
005910     MOVE "N" TO WS-CLEAR-SWITCH.
005920     MOVE SE-ACCT-NBR TO LM-ACCT-NBR.
005930     READ LOAN-MASTER
005940         INVALID KEY
005950             CONTINUE
005960     END-READ.
005970     IF WS-LM-STATUS = "00"
005980         MOVE "ACCOUNT ALREADY EXISTS -- RE-KEY THE LOAN."
005990             TO SE-MESSAGE
006000         GO TO 2860-EXIT
006010     END-IF.
006020     IF WS-LM-STATUS NOT = "23"
006030         MOVE "LOAN MASTER UNAVAILABLE -- NOT QUEUED."
006040             TO SE-MESSAGE
006050         GO TO 2860-EXIT
006060     END-IF.
006070     MOVE "N"         TO WS-QUEUE-EOF-SWITCH.
006080     MOVE "N"         TO WS-QUEUED-SWITCH.
006090     MOVE "N"         TO WS-QUEUE-ERROR-SWITCH.
006100     SET PA-ITEM-NEW-LOAN TO TRUE.
006110     MOVE SE-ACCT-NBR TO PA-ACCT-NBR.
006120     MOVE ZERO        TO PA-KEYED-DATE.
006130     MOVE ZERO        TO PA-KEYED-TIME.
006140     START PENDING-APPROVAL KEY IS NOT < PA-QUEUE-KEY
006150         INVALID KEY
006160             MOVE "Y" TO WS-QUEUE-EOF-SWITCH
006170     END-START.
006180     IF WS-PA-STATUS NOT = "00" AND WS-PA-STATUS NOT = "23"
006190         SET WS-QUEUE-UNAVAILABLE TO TRUE
006200         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
006210     END-IF.
006220     PERFORM 2865-CHECK-ONE-ITEM THRU 2865-EXIT
006230         UNTIL WS-QUEUE-EOF-REACHED.
006240     IF WS-QUEUE-UNAVAILABLE
006250         MOVE "APPROVAL QUEUE UNAVAILABLE." TO SE-MESSAGE
006260         GO TO 2860-EXIT
006270     END-IF.
006280     IF WS-ALREADY-QUEUED
006290         MOVE "LOAN IS ALREADY AWAITING APPROVAL." TO SE-MESSAGE
006300         GO TO 2860-EXIT
006310     END-IF.
006320     SET WS-CLEAR-TO-QUEUE TO TRUE.
006330 2860-EXIT.
006340     EXIT.
006350
006360 2865-CHECK-ONE-ITEM.
006370     READ PENDING-APPROVAL NEXT RECORD
006380         AT END
006390             MOVE "Y" TO WS-QUEUE-EOF-SWITCH
006400     END-READ.
006410     IF WS-PA-STATUS NOT = "00" AND WS-PA-STATUS NOT = "10"
006420         SET WS-QUEUE-UNAVAILABLE TO TRUE
006430         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
006440     END-IF.
006450     IF WS-QUEUE-EOF-REACHED
006460         GO TO 2865-EXIT
006470     END-IF.
006480     IF NOT PA-ITEM-NEW-LOAN OR PA-ACCT-NBR NOT = SE-ACCT-NBR
006490         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
006500         GO TO 2865-EXIT
006510     END-IF.
006520     IF PA-PENDING
006530         SET WS-ALREADY-QUEUED TO TRUE
006540         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
006550     END-IF.
006560 2865-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*    2870-QUEUE-LOAN  --  HOLD THE FINISHED RECORD ON THE        *
006610*    PENDING-APPROVAL QUEUE UNDER THE SIGNED-ON OPERATOR.        *
006620*    NOTHING IS WRITTEN TO THE MASTER OR THE XREF, AND NOTHING   *
006630*    IS JOURNALED, UNTIL THE LOAN IS APPROVED.  A WRITE THAT     *
006640*    FAILS IS SHOWN ON THE SCREEN WITH ITS STATUS AND THE LOAN   *
006650*    IS NOT QUEUED.                                              *
006660******************************************************************
006670 2870-QUEUE-LOAN.
006680     SET PA-ITEM-NEW-LOAN     TO TRUE.
006690     MOVE SE-ACCT-NBR         TO PA-ACCT-NBR.
006700     ACCEPT PA-KEYED-DATE FROM DATE YYYYMMDD.
006710     ACCEPT PA-KEYED-TIME FROM TIME.
006720     MOVE "LNENTRY"           TO PA-PROGRAM-ID.
006730     MOVE SG-OPERATOR-ID      TO PA-KEYED-BY.
006740     MOVE SE-BORROWER-NAME    TO PA-BORROWER-NAME.
006750     MOVE SE-LOAN-AMT         TO PA-LOAN-AMT.
006760     MOVE SE-INT-RATE         TO PA-INT-RATE.
006770     MOVE SE-NBR-PMTS         TO PA-NBR-PMTS.
006780     SET PA-PENDING           TO TRUE.
006790     MOVE SPACES              TO PA-DECIDED-BY.
006800     MOVE ZERO                TO PA-DECISION-DATE.
006810     MOVE ZERO                TO PA-DECISION-TIME.
006820     MOVE SPACES              TO PA-DECLINE-REASON.
006830     SET PA-NOT-POSTED        TO TRUE.
006840     MOVE ZERO                TO PA-POSTED-DATE.
006850     MOVE LOAN-MASTER-RECORD  TO PA-ITEM-IMAGE.
006860     MOVE "22" TO WS-PA-STATUS.
006870     PERFORM 2875-WRITE-QUEUE-ITEM THRU 2875-EXIT
006880         UNTIL WS-PA-STATUS NOT = "22".
006890     IF WS-PA-STATUS NOT = "00"
006900         MOVE WS-PA-STATUS      TO EN-QF-STATUS
006910         MOVE EN-QUEUE-FAIL-MSG TO SE-MESSAGE
006920         GO TO 2870-EXIT
006930     END-IF.
006940     SET WS-ACCOUNT-WRITTEN TO TRUE.
006950     DISPLAY "LNENTRY - ACCOUNT " SE-ACCT-NBR
006960         " HELD FOR APPROVAL.".
006970     PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT.
006980 2870-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*    2875-WRITE-QUEUE-ITEM  --  WRITE THE QUEUE RECORD.  TWO     *
007030*    ITEMS FOR THE SAME ACCOUNT CAN BE KEYED IN THE SAME         *
007040*    HUNDREDTH OF A SECOND, AS LNMODPST ALLOWS FOR; THE LATER    *
007050*    ONE IS STEPPED ON A HUNDREDTH SO IT KEEPS ITS PLACE BEHIND  *
007060*    THE FIRST.                                                  *
007070******************************************************************
007080 2875-WRITE-QUEUE-ITEM.
007090     WRITE PENDING-APPROVAL-RECORD
007100         INVALID KEY
007110             ADD 1 TO PA-KEYED-TIME
007120     END-WRITE.
007130 2875-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170*    2900-ASK-ANOTHER  --  LET THE OFFICER ENTER ANOTHER LOAN OR *
007180*    END THE SESSION.                                           *
007190******************************************************************
007200 2900-ASK-ANOTHER.
007210     MOVE SPACE TO SE-CONFIRM.
007220     DISPLAY "ENTER ANOTHER LOAN (Y/N)? " WITH NO ADVANCING.
007230     ACCEPT SE-CONFIRM.
007240     IF SE-CONFIRM NOT = "Y" AND SE-CONFIRM NOT = "y"
007250         SET WS-ALL-DONE TO TRUE
007260     END-IF.
007270 2900-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*    9000-TERMINATE.                                            *
007320******************************************************************
007330 9000-TERMINATE.
007340     CLOSE LOAN-MASTER.
007350     CLOSE BORROWER-XREF.
007360     CLOSE PENDING-APPROVAL.
007370     DISPLAY "LNENTRY - SESSION ENDED.".
007380 9000-EXIT.
007390     EXIT.
007400
