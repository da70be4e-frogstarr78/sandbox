000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNACHMNT                                          *
000040*    TITLE:    ONLINE ACH AUTO-DEBIT ENROLLMENT MAINTENANCE      *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  LETS THE PAYMENTS CLERK MAINTAIN THE ACH AUTO-DEBIT
000130*     ENROLLMENT MASTER (SEE ACHENRL.COB) AT A TERMINAL, IN THE
000140*     STYLE OF THE LNESCPAY PAYEE SCREEN.  THE ACCOUNT IS LOOKED
000150*     UP ON LOAN-MASTER FIRST SO A BANK DRAFT CAN NEVER BE SET
000160*     UP AGAINST AN ACCOUNT THAT DOES NOT EXIST, AND AN ACCOUNT
000170*     THAT IS PAID OFF OR CHARGED OFF CANNOT BE ENROLLED OR
000180*     CHANGED -- THERE IS NO SCHEDULED PAYMENT LEFT TO DRAFT.
000190*
000200*     FUNCTION "A" ENROLLS THE ACCOUNT (OR RE-ENROLLS ONE WHOSE
000210*     EARLIER ENROLLMENT WAS CANCELLED); FUNCTION "C" CHANGES
000220*     THE ROUTING NUMBER, BANK ACCOUNT, ACCOUNT TYPE AND DRAFT
000230*     DAY -- A CHANGE TO A SUSPENDED ENROLLMENT PUTS IT BACK IN
000240*     FORCE WITH ITS RETURN COUNT CLEARED, SINCE NEW BANKING
000250*     DETAILS ARE HOW A SUSPENSION IS CURED; FUNCTION "X"
000260*     CANCELS THE ENROLLMENT.  A CANCELLED ENROLLMENT STAYS ON
000270*     FILE AS THE RECORD OF THE AUTHORIZATION.
000280*
000290*     THE ROUTING NUMBER MUST PASS THE ABA CHECK-DIGIT TEST, THE
000300*     BANK ACCOUNT NUMBER IS REQUIRED, THE ACCOUNT TYPE MUST BE
000310*     C (CHECKING) OR S (SAVINGS), AND THE DRAFT DAY MUST BE 1
000320*     THROUGH 28 -- EXCEPT ON A BI-WEEKLY LOAN, WHICH IS DRAFTED
000330*     ON ITS DUE DATE AND TAKES A DRAFT DAY OF 00.  THE
000340*     ENROLLMENT MASTER IS NOT LOAN-MASTER, SO NOTHING HERE IS
000350*     JOURNALED THROUGH LNAUDIT.
000360*
000370*  MODIFICATION HISTORY.
000380*     10/15/2026  DPL  ORIGINAL PROGRAM.
000390*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000400*                      LNSIGNON BEFORE THE SCREEN OPENS
000410*                      ANYTHING; NO SIGN-ON, NO SESSION.
000420*
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.  LNACHMNT.
000450 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000460 INSTALLATION. HOME OFFICE.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 SPECIAL-NAMES.
000550     CRT STATUS IS WS-CRT-STATUS.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT LOAN-MASTER
000600         ASSIGN TO "LOANMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS LM-ACCT-NBR
000640         FILE STATUS IS WS-LM-STATUS.
000650
000660     SELECT ACH-ENROLLMENT
000670         ASSIGN TO "ACHENRL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AE-ACCT-NBR
000710         FILE STATUS IS WS-AE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  LOAN-MASTER
000760     LABEL RECORD IS STANDARD.
000770 COPY LOANMAST.
000780
000790 FD  ACH-ENROLLMENT
000800     LABEL RECORD IS STANDARD.
000810 COPY ACHENRL.
000820
000830 WORKING-STORAGE SECTION.
000840*
000850*    RUN CONTROL SWITCHES.
000860*
000870 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000880 77  WS-AE-STATUS            PIC  X(02)      VALUE "00".
000890 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000900 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000910     88  WS-ALL-DONE                 VALUE "Y".
000920 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000930     88  WS-ACCOUNT-FOUND            VALUE "Y".
000940 77  WS-ENRL-FOUND-SWITCH    PIC  X(01)      VALUE "N".
000950     88  WS-ENROLLMENT-FOUND         VALUE "Y".
000960 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000970     88  WS-ENROLLMENT-WRITTEN       VALUE "Y".
000980 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
000990*
001000*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE ENROLLMENT
001010*    RECORD ONLY AFTER THE ENTRY PASSES EDIT.  THE ROUTING
001020*    NUMBER IS REDEFINED AS ITS NINE DIGITS FOR THE CHECK-DIGIT
001030*    TEST.
001040*
001050 77  SP-FUNCTION             PIC  X(01)      VALUE SPACE.
001060 77  SP-ACCT-NBR             PIC  9(07)      VALUE ZERO.
001070 01  SP-ROUTING-AREA.
001080     03  SP-ROUTING-NBR          PIC  9(09)      VALUE ZERO.
001090 01  SP-ROUTING-DIGITS REDEFINES SP-ROUTING-AREA.
001100     03  SP-RD                   OCCURS 9 TIMES
001110                                 PIC  9(01).
001120 77  SP-BANK-ACCT-NBR        PIC  X(17)      VALUE SPACES.
001130 77  SP-BANK-ACCT-TYPE       PIC  X(01)      VALUE SPACE.
001140 77  SP-DRAFT-DAY            PIC  9(02)      VALUE ZERO.
001150 77  SP-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
001160 77  SP-ENRL-STATUS          PIC  X(01)      VALUE SPACE.
001170 77  SP-MESSAGE              PIC  X(40)      VALUE SPACES.
001180 77  SP-CONFIRM              PIC  X(01)      VALUE SPACE.
001190*
001200*    ABA CHECK-DIGIT WORK FIELDS.  THE NINE DIGITS ARE WEIGHTED
001210*    3, 7, 1 REPEATING; THE WEIGHTED SUM OF A GOOD ROUTING NUMBER
001220*    IS A MULTIPLE OF TEN.
001230*
001240 77  AM-CHECK-SUM            PIC  9(04)      COMP VALUE ZERO.
001250 77  AM-CHECK-QUOTIENT       PIC  9(04)      COMP VALUE ZERO.
001260 77  AM-CHECK-REMAINDER      PIC  9(04)      COMP VALUE ZERO.
001270
001280 COPY SIGNONW.
001290
001300 SCREEN SECTION.
001310 01  ENROLLMENT-SCREEN.
001320     03  BLANK SCREEN.
001330     03  LINE 01 COLUMN 20 VALUE "ACH AUTO-DEBIT ENROLLMENT".
001340     03  LINE 03 COLUMN 05 VALUE "FUNCTION (A/C/X). . .".
001350     03  LINE 03 COLUMN 27 PIC X(01) USING SP-FUNCTION.
001360     03  LINE 04 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001370     03  LINE 04 COLUMN 27 PIC 9(07) USING SP-ACCT-NBR.
001380     03  LINE 05 COLUMN 05 VALUE "BORROWER. . . . . . .".
001390     03  LINE 05 COLUMN 27 PIC X(30) FROM SP-BORROWER-NAME.
001400     03  LINE 06 COLUMN 05 VALUE "ENROLLMENT STATUS . .".
001410     03  LINE 06 COLUMN 27 PIC X(01) FROM SP-ENRL-STATUS.
001420     03  LINE 08 COLUMN 05 VALUE "ROUTING NUMBER. . . .".
001430     03  LINE 08 COLUMN 27 PIC 9(09) USING SP-ROUTING-NBR.
001440     03  LINE 09 COLUMN 05 VALUE "BANK ACCOUNT NUMBER .".
001450     03  LINE 09 COLUMN 27 PIC X(17) USING SP-BANK-ACCT-NBR.
001460     03  LINE 10 COLUMN 05 VALUE "ACCOUNT TYPE (C/S) .".
001470     03  LINE 10 COLUMN 27 PIC X(01) USING SP-BANK-ACCT-TYPE.
001480     03  LINE 11 COLUMN 05 VALUE "DRAFT DAY (1-28) . .".
001490     03  LINE 11 COLUMN 27 PIC 9(02) USING SP-DRAFT-DAY.
001500     03  LINE 13 COLUMN 05 PIC X(40) FROM SP-MESSAGE.
001510
001520 PROCEDURE DIVISION.
001530******************************************************************
001540*    0000-MAINLINE.                                              *
001550******************************************************************
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001580     PERFORM 2000-MAINTAIN-ENROLLMENT THRU 2000-EXIT
001590         UNTIL WS-ALL-DONE.
001600     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001610     GOBACK.
001620
001630******************************************************************
001640*    1000-INITIALIZE  --  OPEN THE MASTER AND THE ENROLLMENT     *
001650*    FILE, CREATING THE ENROLLMENT FILE ON ITS VERY FIRST ENTRY. *
001660******************************************************************
001670 1000-INITIALIZE.
001680     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001690     IF WS-ALL-DONE
001700         GO TO 1000-EXIT
001710     END-IF.
001720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001730     OPEN INPUT LOAN-MASTER.
001740     IF WS-LM-STATUS NOT = "00"
001750         DISPLAY "LNACHMNT - LOAN-MASTER OPEN FAILED, STATUS = "
001760             WS-LM-STATUS
001770         MOVE "Y" TO WS-DONE-SWITCH
001780         GO TO 1000-EXIT
001790     END-IF.
001800     OPEN I-O ACH-ENROLLMENT.
001810     IF WS-AE-STATUS = "35"
001820         OPEN OUTPUT ACH-ENROLLMENT
001830         CLOSE ACH-ENROLLMENT
001840         OPEN I-O ACH-ENROLLMENT
001850     END-IF.
001860     IF WS-AE-STATUS NOT = "00"
001870         DISPLAY "LNACHMNT - ACHENRL OPEN FAILED, STATUS = "
001880             WS-AE-STATUS
001890         MOVE "Y" TO WS-DONE-SWITCH
001900     END-IF.
001910 1000-EXIT.
001920     EXIT.
001930
001940******************************************************************
001950*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001960*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.         *
001970******************************************************************
001980 1050-SIGN-ON.
001990     MOVE "LNACHMNT" TO SG-PROGRAM-ID.
002000     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
002010     IF NOT SG-SIGNED-ON
002020         DISPLAY "LNACHMNT - NOT SIGNED ON, SESSION ENDED."
002030         MOVE "Y" TO WS-DONE-SWITCH
002040         GO TO 1050-EXIT
002050     END-IF.
002060 1050-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*    2000-MAINTAIN-ENROLLMENT  --  KEY, EDIT AND FILE ONE        *
002110*    FUNCTION.                                                   *
002120******************************************************************
002130 2000-MAINTAIN-ENROLLMENT.
002140     MOVE "N" TO WS-WRITTEN-SWITCH.
002150     MOVE SPACES TO SP-MESSAGE.
002160     PERFORM 2050-GET-ONE-ENTRY THRU 2050-EXIT
002170         UNTIL WS-ENROLLMENT-WRITTEN OR WS-ALL-DONE.
002180 2000-EXIT.
002190     EXIT.
002200
002210 2050-GET-ONE-ENTRY.
002220     DISPLAY ENROLLMENT-SCREEN.
002230     ACCEPT ENROLLMENT-SCREEN.
002240     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
002250 2050-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290*    2100-EDIT-ENTRY  --  LOOK THE ACCOUNT AND ITS ENROLLMENT UP *
002300*    AND EDIT THE KEYED FUNCTION.  FIRST FAILURE WINS, THE SAME  *
002310*    CONVENTION AS LNVALID.  A CANCEL NEEDS ONLY THE KEY; AN ADD *
002320*    OR A CHANGE EDITS THE FULL BANKING DETAIL.                  *
002330******************************************************************
002340 2100-EDIT-ENTRY.
002350     IF SP-FUNCTION NOT = "A" AND SP-FUNCTION NOT = "C"
002360             AND SP-FUNCTION NOT = "X"
002370         MOVE "FUNCTION MUST BE A, C OR X." TO SP-MESSAGE
002380         GO TO 2100-EXIT
002390     END-IF.
002400     PERFORM 2150-LOOKUP-ACCOUNT THRU 2150-EXIT.
002410     IF NOT WS-ACCOUNT-FOUND
002420         MOVE "ACCOUNT NOT ON MASTER -- RE-KEY." TO SP-MESSAGE
002430         GO TO 2100-EXIT
002440     END-IF.
002450     MOVE LM-BORROWER-NAME TO SP-BORROWER-NAME.
002460     PERFORM 2170-LOOKUP-ENROLLMENT THRU 2170-EXIT.
002470     IF SP-FUNCTION = "X"
002480         PERFORM 2600-CANCEL-ENROLLMENT THRU 2600-EXIT
002490         GO TO 2100-EXIT
002500     END-IF.
002510     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
002520         MOVE "ACCOUNT IS CLOSED -- NO DRAFTS." TO SP-MESSAGE
002530         GO TO 2100-EXIT
002540     END-IF.
002550     PERFORM 2200-CHECK-ROUTING THRU 2200-EXIT.
002560     IF AM-CHECK-REMAINDER NOT = ZERO OR SP-ROUTING-NBR = ZERO
002570         MOVE "ROUTING NUMBER FAILS CHECK DIGIT." TO SP-MESSAGE
002580         GO TO 2100-EXIT
002590     END-IF.
002600     IF SP-BANK-ACCT-NBR = SPACES
002610         MOVE "BANK ACCOUNT NUMBER IS REQUIRED." TO SP-MESSAGE
002620         GO TO 2100-EXIT
002630     END-IF.
002640     IF SP-BANK-ACCT-TYPE NOT = "C"
002650             AND SP-BANK-ACCT-TYPE NOT = "S"
002660         MOVE "ACCOUNT TYPE MUST BE C OR S." TO SP-MESSAGE
002670         GO TO 2100-EXIT
002680     END-IF.
002690     IF LM-FREQ-BIWEEKLY
002700         IF SP-DRAFT-DAY NOT = ZERO
002710             MOVE "BI-WEEKLY LOAN -- DRAFT DAY MUST BE 00."
002720                 TO SP-MESSAGE
002730             GO TO 2100-EXIT
002740         END-IF
002750     ELSE
002760         IF SP-DRAFT-DAY < 1 OR SP-DRAFT-DAY > 28
002770             MOVE "DRAFT DAY MUST BE 1 THROUGH 28." TO SP-MESSAGE
002780             GO TO 2100-EXIT
002790         END-IF
002800     END-IF.
002810     IF SP-FUNCTION = "A"
002820         PERFORM 2800-ADD-ENROLLMENT THRU 2800-EXIT
002830     ELSE
002840         PERFORM 2700-CHANGE-ENROLLMENT THRU 2700-EXIT
002850     END-IF.
002860 2100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    2150-LOOKUP-ACCOUNT  --  READ THE KEYED ACCOUNT.            *
002910******************************************************************
002920 2150-LOOKUP-ACCOUNT.
002930     MOVE "N" TO WS-FOUND-SWITCH.
002940     MOVE SP-ACCT-NBR TO LM-ACCT-NBR.
002950     READ LOAN-MASTER
002960         INVALID KEY
002970             CONTINUE
002980         NOT INVALID KEY
002990             SET WS-ACCOUNT-FOUND TO TRUE
003000     END-READ.
003010 2150-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*    2170-LOOKUP-ENROLLMENT  --  READ THE ACCOUNT'S ENROLLMENT,  *
003060*    IF IT HAS ONE, AND SHOW ITS STATUS ON THE SCREEN.           *
003070******************************************************************
003080 2170-LOOKUP-ENROLLMENT.
003090     MOVE "N"   TO WS-ENRL-FOUND-SWITCH.
003100     MOVE SPACE TO SP-ENRL-STATUS.
003110     MOVE SP-ACCT-NBR TO AE-ACCT-NBR.
003120     READ ACH-ENROLLMENT
003130         INVALID KEY
003140             CONTINUE
003150         NOT INVALID KEY
003160             SET WS-ENROLLMENT-FOUND TO TRUE
003170             MOVE AE-STATUS TO SP-ENRL-STATUS
003180     END-READ.
003190 2170-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    2200-CHECK-ROUTING  --  THE ABA CHECK-DIGIT TEST.  THE      *
003240*    DIGITS ARE WEIGHTED 3, 7, 1 ACROSS THE NUMBER AND THE SUM   *
003250*    DIVIDED BY TEN; A GOOD ROUTING NUMBER LEAVES NO REMAINDER.  *
003260******************************************************************
003270 2200-CHECK-ROUTING.
003280     COMPUTE AM-CHECK-SUM =
003290         3 * (SP-RD (1) + SP-RD (4) + SP-RD (7))
003300       + 7 * (SP-RD (2) + SP-RD (5) + SP-RD (8))
003310       +     (SP-RD (3) + SP-RD (6) + SP-RD (9)).
003320     DIVIDE AM-CHECK-SUM BY 10 GIVING AM-CHECK-QUOTIENT
003330         REMAINDER AM-CHECK-REMAINDER.
003340 2200-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    2600-CANCEL-ENROLLMENT  --  MARK THE KEYED ACCOUNT'S        *
003390*    ENROLLMENT CANCELLED.  THE RECORD STAYS ON FILE; LNACHORG   *
003400*    ORIGINATES NOTHING FOR IT FROM TONIGHT ON.                  *
003410******************************************************************
003420 2600-CANCEL-ENROLLMENT.
003430     IF NOT WS-ENROLLMENT-FOUND
003440         MOVE "ACCOUNT IS NOT ENROLLED -- RE-KEY." TO SP-MESSAGE
003450         GO TO 2600-EXIT
003460     END-IF.
003470     IF AE-STATUS-CANCELLED
003480         MOVE "ENROLLMENT ALREADY CANCELLED." TO SP-MESSAGE
003490         GO TO 2600-EXIT
003500     END-IF.
003510     SET  AE-STATUS-CANCELLED TO TRUE.
003520     MOVE WS-RUN-DATE TO AE-STATUS-DATE.
003530     REWRITE ACH-ENROLLMENT-RECORD.
003540     IF WS-AE-STATUS = "00"
003550         SET WS-ENROLLMENT-WRITTEN TO TRUE
003560         DISPLAY "LNACHMNT - ENROLLMENT CANCELLED FOR ACCOUNT "
003570             SP-ACCT-NBR "."
003580         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
003590     ELSE
003600         MOVE "ENROLLMENT REWRITE REJECTED -- RE-KEY."
003610             TO SP-MESSAGE
003620     END-IF.
003630 2600-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670*    2700-CHANGE-ENROLLMENT  --  REWRITE THE KEYED ACCOUNT'S     *
003680*    ENROLLMENT WITH THE EDITED BANKING DETAIL.  A SUSPENDED     *
003690*    ENROLLMENT IS PUT BACK IN FORCE WITH ITS RETURNS CLEARED.   *
003700******************************************************************
003710 2700-CHANGE-ENROLLMENT.
003720     IF NOT WS-ENROLLMENT-FOUND
003730         MOVE "ACCOUNT IS NOT ENROLLED -- RE-KEY." TO SP-MESSAGE
003740         GO TO 2700-EXIT
003750     END-IF.
003760     IF AE-STATUS-CANCELLED
003770         MOVE "ENROLLMENT CANCELLED -- USE A." TO SP-MESSAGE
003780         GO TO 2700-EXIT
003790     END-IF.
003800     PERFORM 2750-LOAD-BANK-DETAIL THRU 2750-EXIT.
003810     IF AE-STATUS-SUSPENDED
003820         SET  AE-STATUS-ACTIVE TO TRUE
003830         MOVE ZERO        TO AE-CONSEC-RETURNS
003840         MOVE WS-RUN-DATE TO AE-STATUS-DATE
003850     END-IF.
003860     REWRITE ACH-ENROLLMENT-RECORD.
003870     IF WS-AE-STATUS = "00"
003880         SET WS-ENROLLMENT-WRITTEN TO TRUE
003890         DISPLAY "LNACHMNT - ENROLLMENT CHANGED FOR ACCOUNT "
003900             SP-ACCT-NBR "."
003910         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
003920     ELSE
003930         MOVE "ENROLLMENT REWRITE REJECTED -- RE-KEY."
003940             TO SP-MESSAGE
003950     END-IF.
003960 2700-EXIT.
003970     EXIT.
003980
003990 2750-LOAD-BANK-DETAIL.
004000     MOVE SP-ROUTING-NBR    TO AE-ROUTING-NBR.
004010     MOVE SP-BANK-ACCT-NBR  TO AE-BANK-ACCT-NBR.
004020     MOVE SP-BANK-ACCT-TYPE TO AE-BANK-ACCT-TYPE.
004030     MOVE SP-DRAFT-DAY      TO AE-DRAFT-DAY.
004040 2750-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*    2800-ADD-ENROLLMENT  --  ENROLL THE KEYED ACCOUNT.  AN      *
004090*    ACCOUNT WHOSE EARLIER ENROLLMENT WAS CANCELLED IS           *
004100*    RE-ENROLLED OVER THE OLD RECORD; ONE ALREADY IN FORCE OR    *
004110*    SUSPENDED MUST BE CHANGED INSTEAD.  THE LAST-DRAFT DUE DATE *
004120*    IS KEPT ACROSS A RE-ENROLLMENT SO A DUE DATE ALREADY        *
004130*    DRAFTED IS NOT DRAFTED AGAIN.                               *
004140******************************************************************
004150 2800-ADD-ENROLLMENT.
004160     IF WS-ENROLLMENT-FOUND AND NOT AE-STATUS-CANCELLED
004170         MOVE "ACCOUNT ALREADY ENROLLED -- USE C." TO SP-MESSAGE
004180         GO TO 2800-EXIT
004190     END-IF.
004200     IF NOT WS-ENROLLMENT-FOUND
004210         MOVE SP-ACCT-NBR TO AE-ACCT-NBR
004220         MOVE ZERO        TO AE-LAST-DRAFT-DUE
004230         MOVE ZERO        TO AE-LAST-DRAFT-DATE
004240         MOVE ZERO        TO AE-LAST-SETTLED-DATE
004250     END-IF.
004260     PERFORM 2750-LOAD-BANK-DETAIL THRU 2750-EXIT.
004270     SET  AE-STATUS-ACTIVE TO TRUE.
004280     MOVE ZERO        TO AE-CONSEC-RETURNS.
004290     MOVE WS-RUN-DATE TO AE-ENROLL-DATE.
004300     MOVE WS-RUN-DATE TO AE-STATUS-DATE.
004310     IF WS-ENROLLMENT-FOUND
004320         REWRITE ACH-ENROLLMENT-RECORD
004330     ELSE
004340         WRITE ACH-ENROLLMENT-RECORD
004350             INVALID KEY
004360                 CONTINUE
004370         END-WRITE
004380     END-IF.
004390     IF WS-AE-STATUS = "00"
004400         SET WS-ENROLLMENT-WRITTEN TO TRUE
004410         DISPLAY "LNACHMNT - ACCOUNT " SP-ACCT-NBR
004420             " ENROLLED FOR ACH DRAFTS."
004430         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
004440     ELSE
004450         MOVE "ENROLLMENT WRITE REJECTED -- RE-KEY."
004460             TO SP-MESSAGE
004470     END-IF.
004480 2800-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*    2900-ASK-ANOTHER  --  LET THE CLERK FILE ANOTHER FUNCTION OR*
004530*    END THE SESSION.                                            *
004540******************************************************************
004550 2900-ASK-ANOTHER.
004560     MOVE SPACE TO SP-CONFIRM.
004570     DISPLAY "ENTER ANOTHER ENROLLMENT (Y/N)? " WITH NO ADVANCING.
004580     ACCEPT SP-CONFIRM.
004590     IF SP-CONFIRM NOT = "Y" AND SP-CONFIRM NOT = "y"
004600         SET WS-ALL-DONE TO TRUE
004610     END-IF.
004620 2900-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    9000-TERMINATE.                                             *
004670******************************************************************
004680 9000-TERMINATE.
004690     CLOSE LOAN-MASTER.
004700     CLOSE ACH-ENROLLMENT.
004710     DISPLAY "LNACHMNT - SESSION ENDED.".
004720 9000-EXIT.
004730     EXIT.
