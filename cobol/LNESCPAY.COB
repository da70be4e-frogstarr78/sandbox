000320*
000330*  MODIFICATION HISTORY.
000340*     09/03/2026  DPL  ORIGINAL PROGRAM.
000350*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000360*                      LNSIGNON BEFORE THE SCREEN OPENS
000370*                      ANYTHING; NO SIGN-ON, NO SESSION.
000380*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.  LNESCPAY.
000410 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000420 INSTALLATION. HOME OFFICE.
000430 DATE-WRITTEN. 09/03/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 SPECIAL-NAMES.
000510     CRT STATUS IS WS-CRT-STATUS.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOAN-MASTER
000560         ASSIGN TO "LOANMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS LM-ACCT-NBR
000600         FILE STATUS IS WS-LM-STATUS.
000610
000620     SELECT ESCROW-PAYEE
000630         ASSIGN TO "ESCPAYEE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EP-PAYEE-KEY
000670         FILE STATUS IS WS-EP-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  LOAN-MASTER
000720     LABEL RECORD IS STANDARD.
000730 COPY LOANMAST.
000740
000750 FD  ESCROW-PAYEE
000760     LABEL RECORD IS STANDARD.
000770 COPY ESCPAYEE.
000780
000790 WORKING-STORAGE SECTION.
000800*
000810*    RUN CONTROL SWITCHES.
000820*
000830 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000840 77  WS-EP-STATUS            PIC  X(02)      VALUE "00".
000850 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000860 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000870     88  WS-ALL-DONE                 VALUE "Y".
000880 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000890     88  WS-ACCOUNT-FOUND            VALUE "Y".
000900 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000910     88  WS-PAYEE-WRITTEN            VALUE "Y".
000920 77  WS-SCAN-EOF-SWITCH      PIC  X(01)      VALUE "N".
000930     88  WS-SCAN-DONE                VALUE "Y".
000940 77  WS-NEXT-SEQ             PIC  9(02)      COMP VALUE ZERO.
000950*
000960*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE PAYEE
000970*    RECORD ONLY AFTER THE ENTRY PASSES EDIT.
000980*
000990 77  SP-FUNCTION             PIC  X(01)      VALUE SPACE.
001000 77  SP-ACCT-NBR             PIC  9(07)      VALUE ZERO.
001010 77  SP-PAYEE-SEQ            PIC  9(02)      VALUE ZERO.
001020 77  SP-PAYEE-NAME           PIC  X(20)      VALUE SPACES.
001030 77  SP-PAYEE-KIND           PIC  X(01)      VALUE SPACE.
001040 77  SP-EXPECTED-AMT         PIC  9(08)V9(02) VALUE ZERO.
001050 77  SP-DUE-MONTH            PIC  9(02)      VALUE ZERO.
001060 77  SP-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
001070 77  SP-MESSAGE              PIC  X(40)      VALUE SPACES.
001080 77  SP-CONFIRM              PIC  X(01)      VALUE SPACE.
001090
001100 COPY SIGNONW.
001110
001120 SCREEN SECTION.
001130 01  PAYEE-SCREEN.
001140     03  BLANK SCREEN.
001150     03  LINE 01 COLUMN 20 VALUE "ESCROW PAYEE MAINTENANCE".
001160     03  LINE 03 COLUMN 05 VALUE "FUNCTION (A/C/D). . .".
001170     03  LINE 03 COLUMN 27 PIC X(01) USING SP-FUNCTION.
001180     03  LINE 04 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001190     03  LINE 04 COLUMN 27 PIC 9(07) USING SP-ACCT-NBR.
001200     03  LINE 05 COLUMN 05 VALUE "BORROWER. . . . . . .".
001210     03  LINE 05 COLUMN 27 PIC X(30) FROM SP-BORROWER-NAME.
001220     03  LINE 06 COLUMN 05 VALUE "PAYEE SEQ (C/D ONLY).".
001230     03  LINE 06 COLUMN 27 PIC 9(02) USING SP-PAYEE-SEQ.
001240     03  LINE 08 COLUMN 05 VALUE "PAYEE NAME. . . . . .".
001250     03  LINE 08 COLUMN 27 PIC X(20) USING SP-PAYEE-NAME.
001260     03  LINE 09 COLUMN 05 VALUE "KIND (T/I). . . . . .".
001270     03  LINE 09 COLUMN 27 PIC X(01) USING SP-PAYEE-KIND.
001280     03  LINE 10 COLUMN 05 VALUE "EXPECTED AMOUNT . . .".
001290     03  LINE 10 COLUMN 27 PIC 9(08)V9(02)
001300                       USING SP-EXPECTED-AMT.
001310     03  LINE 11 COLUMN 05 VALUE "DUE MONTH (1-12). . .".
001320     03  LINE 11 COLUMN 27 PIC 9(02) USING SP-DUE-MONTH.
001330     03  LINE 13 COLUMN 05 PIC X(40) FROM SP-MESSAGE.
001340
001350 PROCEDURE DIVISION.
001360******************************************************************
001370*    0000-MAINLINE.                                             *
001380******************************************************************
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001410     PERFORM 2000-MAINTAIN-PAYEE  THRU 2000-EXIT
001420         UNTIL WS-ALL-DONE.
001430     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001440     GOBACK.
001450
001460******************************************************************
001470*    1000-INITIALIZE  --  OPEN THE MASTER AND THE PAYEE FILE,   *
001480*    CREATING THE PAYEE FILE ON ITS VERY FIRST ENTRY.           *
001490******************************************************************
001500 1000-INITIALIZE.
001510     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001520     IF WS-ALL-DONE
001530         GO TO 1000-EXIT
001540     END-IF.
001550     OPEN INPUT LOAN-MASTER.
001560     IF WS-LM-STATUS NOT = "00"
001570         DISPLAY "LNESCPAY - LOAN-MASTER OPEN FAILED, STATUS = "
001580             WS-LM-STATUS
001590         MOVE "Y" TO WS-DONE-SWITCH
001600         GO TO 1000-EXIT
001610     END-IF.
001620     OPEN I-O ESCROW-PAYEE.
001630     IF WS-EP-STATUS = "35"
001640         OPEN OUTPUT ESCROW-PAYEE
001650         CLOSE ESCROW-PAYEE
001660         OPEN I-O ESCROW-PAYEE
001670     END-IF.
001680     IF WS-EP-STATUS NOT = "00"
001690         DISPLAY "LNESCPAY - ESCPAYEE OPEN FAILED, STATUS = "
001700             WS-EP-STATUS
001710         MOVE "Y" TO WS-DONE-SWITCH
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750
001760******************************************************************
001770*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001780*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.         *
001790******************************************************************
001800 1050-SIGN-ON.
001810     MOVE "LNESCPAY" TO SG-PROGRAM-ID.
001820     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
001830     IF NOT SG-SIGNED-ON
001840         DISPLAY "LNESCPAY - NOT SIGNED ON, SESSION ENDED."
001850         MOVE "Y" TO WS-DONE-SWITCH
001860         GO TO 1050-EXIT
001870     END-IF.
001880 1050-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920*    2000-MAINTAIN-PAYEE  --  KEY, EDIT AND FILE ONE FUNCTION.  *
001930******************************************************************
001940 2000-MAINTAIN-PAYEE.
001950     MOVE "N" TO WS-WRITTEN-SWITCH.
001960     MOVE SPACES TO SP-MESSAGE.
001970     PERFORM 2050-GET-ONE-ENTRY THRU 2050-EXIT
001980         UNTIL WS-PAYEE-WRITTEN OR WS-ALL-DONE.
001990 2000-EXIT.
002000     EXIT.
002010
002020 2050-GET-ONE-ENTRY.
002030     DISPLAY PAYEE-SCREEN.
002040     ACCEPT PAYEE-SCREEN.
002050     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
002060 2050-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*    2100-EDIT-ENTRY  --  LOOK THE ACCOUNT UP AND EDIT THE      *
002110*    KEYED FUNCTION.  FIRST FAILURE WINS, THE SAME CONVENTION   *
002120*    AS LNVALID.  A DELETE NEEDS ONLY THE KEY; AN ADD OR A      *
002130*    CHANGE EDITS THE FULL PAYEE DETAIL.                        *
002140******************************************************************
002150 2100-EDIT-ENTRY.
002160     IF SP-FUNCTION NOT = "A" AND SP-FUNCTION NOT = "C"
002170             AND SP-FUNCTION NOT = "D"
002180         MOVE "FUNCTION MUST BE A, C OR D." TO SP-MESSAGE
002190         GO TO 2100-EXIT
002200     END-IF.
002210     PERFORM 2150-LOOKUP-ACCOUNT THRU 2150-EXIT.
002220     IF NOT WS-ACCOUNT-FOUND
002230         MOVE "ACCOUNT NOT ON MASTER -- RE-KEY." TO SP-MESSAGE
002240         GO TO 2100-EXIT
002250     END-IF.
002260     MOVE LM-BORROWER-NAME TO SP-BORROWER-NAME.
002270     IF SP-FUNCTION = "D"
002280         PERFORM 2600-DELETE-PAYEE THRU 2600-EXIT
002290         GO TO 2100-EXIT
002300     END-IF.
002310     IF SP-PAYEE-NAME = SPACES
002320         MOVE "PAYEE NAME IS REQUIRED." TO SP-MESSAGE
002330         GO TO 2100-EXIT
002340     END-IF.
002350     IF SP-PAYEE-KIND NOT = "T" AND SP-PAYEE-KIND NOT = "I"
002360         MOVE "KIND MUST BE T OR I." TO SP-MESSAGE
002370         GO TO 2100-EXIT
002380     END-IF.
002390     IF SP-EXPECTED-AMT NOT > ZERO
002400         MOVE "EXPECTED AMOUNT MUST BE GREATER THAN 0."
002410             TO SP-MESSAGE
002420         GO TO 2100-EXIT
002430     END-IF.
002440     IF SP-DUE-MONTH < 1 OR SP-DUE-MONTH > 12
002450         MOVE "DUE MONTH MUST BE 1 THROUGH 12." TO SP-MESSAGE
002460         GO TO 2100-EXIT
002470     END-IF.
002480     IF SP-FUNCTION = "A"
002490         PERFORM 2800-ADD-PAYEE THRU 2800-EXIT
002500     ELSE
002510         PERFORM 2700-CHANGE-PAYEE THRU 2700-EXIT
002520     END-IF.
002530 2100-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570*    2150-LOOKUP-ACCOUNT  --  READ THE KEYED ACCOUNT.           *
002580******************************************************************
002590 2150-LOOKUP-ACCOUNT.
002600     MOVE "N" TO WS-FOUND-SWITCH.
002610     MOVE SP-ACCT-NBR TO LM-ACCT-NBR.
002620     READ LOAN-MASTER
002630         INVALID KEY
002640             CONTINUE
002650         NOT INVALID KEY
002660             SET WS-ACCOUNT-FOUND TO TRUE
002670     END-READ.
002680 2150-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    2600-DELETE-PAYEE  --  DELETE THE KEYED ACCOUNT/SEQUENCE   *
002730*    PAYEE RECORD.                                              *
002740******************************************************************
002750 2600-DELETE-PAYEE.
002760     MOVE SP-ACCT-NBR  TO EP-ACCT-NBR.
002770     MOVE SP-PAYEE-SEQ TO EP-PAYEE-SEQ.
002780     DELETE ESCROW-PAYEE
002790         INVALID KEY
002800             MOVE "NO SUCH PAYEE ON FILE -- RE-KEY."
002810                 TO SP-MESSAGE
002820     END-DELETE.
002830     IF WS-EP-STATUS = "00"
002840         SET WS-PAYEE-WRITTEN TO TRUE
002850         DISPLAY "LNESCPAY - PAYEE " SP-PAYEE-SEQ
002860             " DELETED FROM ACCOUNT " SP-ACCT-NBR "."
002870         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
002880     END-IF.
002890 2600-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*    2700-CHANGE-PAYEE  --  READ THE KEYED ACCOUNT/SEQUENCE     *
002940*    RECORD AND REWRITE IT WITH THE EDITED DETAIL.              *
002950******************************************************************
002960 2700-CHANGE-PAYEE.
002970     MOVE SP-ACCT-NBR  TO EP-ACCT-NBR.
002980     MOVE SP-PAYEE-SEQ TO EP-PAYEE-SEQ.
002990     READ ESCROW-PAYEE
003000         INVALID KEY
003010             MOVE "NO SUCH PAYEE ON FILE -- RE-KEY."
003020                 TO SP-MESSAGE
003030             GO TO 2700-EXIT
003040     END-READ.
003050     PERFORM 2750-LOAD-PAYEE-DETAIL THRU 2750-EXIT.
003060     REWRITE ESCROW-PAYEE-RECORD.
003070     IF WS-EP-STATUS = "00"
003080         SET WS-PAYEE-WRITTEN TO TRUE
003090         DISPLAY "LNESCPAY - PAYEE " SP-PAYEE-SEQ
003100             " CHANGED ON ACCOUNT " SP-ACCT-NBR "."
003110         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
003120     ELSE
003130         MOVE "PAYEE REWRITE REJECTED -- RE-KEY."
003140             TO SP-MESSAGE
003150     END-IF.
003160 2700-EXIT.
003170     EXIT.
003180
003190 2750-LOAD-PAYEE-DETAIL.
003200     MOVE SP-PAYEE-NAME   TO EP-PAYEE-NAME.
003210     MOVE SP-PAYEE-KIND   TO EP-PAYEE-KIND.
003220     MOVE SP-EXPECTED-AMT TO EP-EXPECTED-AMT.
003230     MOVE SP-DUE-MONTH    TO EP-DUE-MONTH.
003240 2750-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280*    2800-ADD-PAYEE  --  TAKE THE NEXT SEQUENCE UNDER THE       *
003290*    ACCOUNT AND WRITE THE PAYEE RECORD.                        *
003300******************************************************************
003310 2800-ADD-PAYEE.
003320     PERFORM 2850-FIND-NEXT-SEQ THRU 2850-EXIT.
003330     MOVE SP-ACCT-NBR  TO EP-ACCT-NBR.
003340     MOVE WS-NEXT-SEQ  TO EP-PAYEE-SEQ.
003350     PERFORM 2750-LOAD-PAYEE-DETAIL THRU 2750-EXIT.
003360     WRITE ESCROW-PAYEE-RECORD
003370         INVALID KEY
003380             MOVE "PAYEE WRITE REJECTED -- RE-KEY."
003390                 TO SP-MESSAGE
003400     END-WRITE.
003410     IF WS-EP-STATUS = "00"
003420         SET WS-PAYEE-WRITTEN TO TRUE
003430         DISPLAY "LNESCPAY - PAYEE " EP-PAYEE-SEQ
003440             " ADDED TO ACCOUNT " SP-ACCT-NBR "."
003450         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
003460     END-IF.
003470 2800-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    2850-FIND-NEXT-SEQ  --  WALK THE ACCOUNT'S PAYEES TO THE   *
003520*    HIGHEST SEQUENCE ON FILE AND TAKE THE NEXT ONE, THE SAME   *
003530*    CONVENTION LNCOLACT USES FOR ACTIVITIES.                   *
003540******************************************************************
003550 2850-FIND-NEXT-SEQ.
003560     MOVE ZERO TO WS-NEXT-SEQ.
003570     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
003580     MOVE SP-ACCT-NBR TO EP-ACCT-NBR.
003590     MOVE ZERO        TO EP-PAYEE-SEQ.
003600     START ESCROW-PAYEE
003610         KEY IS GREATER THAN EP-PAYEE-KEY
003620         INVALID KEY
003630             MOVE "Y" TO WS-SCAN-EOF-SWITCH
003640     END-START.
003650     PERFORM 2870-SCAN-ONE-PAYEE THRU 2870-EXIT
003660         UNTIL WS-SCAN-DONE.
003670     ADD 1 TO WS-NEXT-SEQ.
003680 2850-EXIT.
003690     EXIT.
003700
003710 2870-SCAN-ONE-PAYEE.
003720     READ ESCROW-PAYEE NEXT RECORD
003730         AT END
003740             MOVE "Y" TO WS-SCAN-EOF-SWITCH
003750             GO TO 2870-EXIT
003760     END-READ.
003770     IF EP-ACCT-NBR NOT = SP-ACCT-NBR
003780         MOVE "Y" TO WS-SCAN-EOF-SWITCH
003790         GO TO 2870-EXIT
003800     END-IF.
003810     MOVE EP-PAYEE-SEQ TO WS-NEXT-SEQ.
003820 2870-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    2900-ASK-ANOTHER  --  LET THE CLERK FILE ANOTHER FUNCTION  *
003870*    OR END THE SESSION.                                        *
003880******************************************************************
003890 2900-ASK-ANOTHER.
003900     MOVE SPACE TO SP-CONFIRM.
003910     DISPLAY "ENTER ANOTHER PAYEE (Y/N)? " WITH NO ADVANCING.
003920     ACCEPT SP-CONFIRM.
003930     IF SP-CONFIRM NOT = "Y" AND SP-CONFIRM NOT = "y"
003940         SET WS-ALL-DONE TO TRUE
003950     END-IF.
003960 2900-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    9000-TERMINATE.                                            *
004010******************************************************************
004020 9000-TERMINATE.
004030     CLOSE LOAN-MASTER.
004040     CLOSE ESCROW-PAYEE.
004050     DISPLAY "LNESCPAY - SESSION ENDED.".
004060 9000-EXIT.
004070     EXIT.
