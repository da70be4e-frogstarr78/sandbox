000300*
000310*  MODIFICATION HISTORY.
000320*     09/03/2026  DPL  ORIGINAL PROGRAM.
000330*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000340*                      LNSIGNON BEFORE THE SCREEN OPENS
000350*                      ANYTHING; NO SIGN-ON, NO SESSION.  THE
000360*                      OPERATOR'S ID NOW GOES ON EVERY JOURNAL
000370*                      ENTRY THE SESSION MAKES.
000380*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.  LNARMMNT.
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
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  LOAN-MASTER
000650     LABEL RECORD IS STANDARD.
000660 COPY LOANMAST.
000670
000680 WORKING-STORAGE SECTION.
000690*
000700*    RUN CONTROL SWITCHES.
000710*
000720 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000730 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000740 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000750     88  WS-ALL-DONE                 VALUE "Y".
000760 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000770     88  WS-ACCOUNT-FOUND            VALUE "Y".
000780 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000790     88  WS-CHANGE-WRITTEN           VALUE "Y".
000800*
000810*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE MASTER
000820*    RECORD ONLY AFTER THE CHANGE PASSES EDIT AND IS CONFIRMED.
000830*
000840 77  SM-ACCT-NBR             PIC  9(07)      VALUE ZERO.
000850 77  SM-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
000860 77  SM-RH-CTR-DISP          PIC  Z9.
000870 77  SM-CUR-MARGIN-DISP      PIC  Z9.99.
000880 77  SM-NEW-MARGIN           PIC  9(02)V9(02) VALUE ZERO.
000890 77  SM-MESSAGE              PIC  X(40)      VALUE SPACES.
000900 77  SM-CONFIRM              PIC  X(01)      VALUE SPACE.
000910
000920 COPY AUDITW.
000930
000940 COPY SIGNONW.
000950
000960 SCREEN SECTION.
000970 01  MARGIN-SCREEN.
000980     03  BLANK SCREEN.
000990     03  LINE 01 COLUMN 24 VALUE "ARM MARGIN CHANGE".
001000     03  LINE 03 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001010     03  LINE 03 COLUMN 27 PIC 9(07) USING SM-ACCT-NBR.
001020     03  LINE 04 COLUMN 05 VALUE "BORROWER. . . . . . .".
001030     03  LINE 04 COLUMN 27 PIC X(30) FROM SM-BORROWER-NAME.
001040     03  LINE 05 COLUMN 05 VALUE "RATE HISTORY ENTRIES.".
001050     03  LINE 05 COLUMN 27 PIC Z9 FROM SM-RH-CTR-DISP.
001060     03  LINE 06 COLUMN 05 VALUE "PRESENT MARGIN (PCT).".
001070     03  LINE 06 COLUMN 27 PIC Z9.99 FROM SM-CUR-MARGIN-DISP.
001080     03  LINE 08 COLUMN 05 VALUE "NEW MARGIN (PCT). . .".
001090     03  LINE 08 COLUMN 27 PIC 9(02)V9(02)
001100                       USING SM-NEW-MARGIN.
001110     03  LINE 10 COLUMN 05 PIC X(40) FROM SM-MESSAGE.
001120
001130 01  CONFIRM-SCREEN.
001140     03  LINE 12 COLUMN 05 VALUE "POST THIS MARGIN (Y/N)?".
001150     03  LINE 12 COLUMN 30 PIC X(01) USING SM-CONFIRM.
001160
001170 PROCEDURE DIVISION.
001180******************************************************************
001190*    0000-MAINLINE.                                             *
001200******************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001230     PERFORM 2000-CHANGE-MARGIN  THRU 2000-EXIT
001240         UNTIL WS-ALL-DONE.
001250     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001260     GOBACK.
001270
001280******************************************************************
001290*    1000-INITIALIZE.                                           *
001300******************************************************************
001310 1000-INITIALIZE.
001320     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001330     IF WS-ALL-DONE
001340         GO TO 1000-EXIT
001350     END-IF.
001360     OPEN I-O LOAN-MASTER.
001370     IF WS-LM-STATUS NOT = "00"
001380         DISPLAY "LNARMMNT - LOAN-MASTER OPEN FAILED, STATUS = "
001390             WS-LM-STATUS
001400         MOVE "Y" TO WS-DONE-SWITCH
001410     END-IF.
001420 1000-EXIT.
001430     EXIT.
001440
001450******************************************************************
001460*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001470*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.  THE    *
001480*    OPERATOR'S ID IS LOADED INTO THE AUDIT PARAMETER AREA       *
001490*    HERE, SO EVERY JOURNAL ENTRY THE SESSION MAKES CARRIES IT.  *
001500******************************************************************
001510 1050-SIGN-ON.
001520     MOVE "LNARMMNT" TO SG-PROGRAM-ID.
001530     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
001540     IF NOT SG-SIGNED-ON
001550         DISPLAY "LNARMMNT - NOT SIGNED ON, SESSION ENDED."
001560         MOVE "Y" TO WS-DONE-SWITCH
001570         GO TO 1050-EXIT
001580     END-IF.
001590     MOVE SG-OPERATOR-ID TO AP-OPERATOR-ID.
001600 1050-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*    2000-CHANGE-MARGIN  --  KEY, EDIT AND CONFIRM ONE MARGIN   *
001650*    CHANGE.                                                    *
001660******************************************************************
001670 2000-CHANGE-MARGIN.
001680     MOVE "N" TO WS-WRITTEN-SWITCH.
001690     MOVE SPACES TO SM-MESSAGE.
001700     PERFORM 2050-GET-ONE-CHANGE THRU 2050-EXIT
001710         UNTIL WS-CHANGE-WRITTEN OR WS-ALL-DONE.
001720 2000-EXIT.
001730     EXIT.
001740
001750 2050-GET-ONE-CHANGE.
001760     DISPLAY MARGIN-SCREEN.
001770     ACCEPT MARGIN-SCREEN.
001780     PERFORM 2100-EDIT-CHANGE THRU 2100-EXIT.
001790 2050-EXIT.
001800     EXIT.
001810
001820******************************************************************
001830*    2100-EDIT-CHANGE  --  LOOK THE ACCOUNT UP, SHOW THE        *
001840*    OFFICER WHAT IS ON FILE, AND CONFIRM THE KEYED MARGIN.     *
001850*    FIRST FAILURE WINS, THE SAME CONVENTION AS LNVALID.        *
001860******************************************************************
001870 2100-EDIT-CHANGE.
001880     PERFORM 2150-LOOKUP-ACCOUNT THRU 2150-EXIT.
001890     IF NOT WS-ACCOUNT-FOUND
001900         MOVE "ACCOUNT NOT ON MASTER -- RE-KEY." TO SM-MESSAGE
001910         GO TO 2100-EXIT
001920     END-IF.
001930     MOVE LM-BORROWER-NAME TO SM-BORROWER-NAME.
001940     MOVE LM-RATE-HIST-CTR TO SM-RH-CTR-DISP.
001950     MOVE LM-ARM-MARGIN    TO SM-CUR-MARGIN-DISP.
001960     IF LM-RATE-HIST-CTR = ZERO
001970         MOVE "NOTE: NO RATE HISTORY -- MARGIN UNUSED."
001980             TO SM-MESSAGE
001990     END-IF.
002000     DISPLAY CONFIRM-SCREEN.
002010     ACCEPT CONFIRM-SCREEN.
002020     IF SM-CONFIRM = "Y" OR SM-CONFIRM = "y"
002030         PERFORM 2800-POST-CHANGE THRU 2800-EXIT
002040     ELSE
002050         MOVE "CHANGE NOT POSTED -- RE-KEY." TO SM-MESSAGE
002060     END-IF.
002070 2100-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110*    2150-LOOKUP-ACCOUNT  --  READ THE KEYED ACCOUNT.           *
002120******************************************************************
002130 2150-LOOKUP-ACCOUNT.
002140     MOVE "N" TO WS-FOUND-SWITCH.
002150     MOVE SM-ACCT-NBR TO LM-ACCT-NBR.
002160     READ LOAN-MASTER
002170         INVALID KEY
002180             CONTINUE
002190         NOT INVALID KEY
002200             SET WS-ACCOUNT-FOUND TO TRUE
002210     END-READ.
002220 2150-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260*    2800-POST-CHANGE  --  POST THE CONFIRMED MARGIN TO THE     *
002270*    MASTER AND JOURNAL THE REWRITE.  THE BEFORE IMAGE IS SAVED *
002280*    BEFORE ANYTHING TOUCHES THE RECORD.                        *
002290******************************************************************
002300 2800-POST-CHANGE.
002310     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
002320     MOVE SM-NEW-MARGIN TO LM-ARM-MARGIN.
002330     REWRITE LOAN-MASTER-RECORD.
002340     IF WS-LM-STATUS NOT = "00"
002350         DISPLAY "LNARMMNT - MASTER REWRITE FAILED FOR ACCOUNT "
002360             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
002370         MOVE "Y" TO WS-DONE-SWITCH
002380         GO TO 2800-EXIT
002390     END-IF.
002400     SET WS-CHANGE-WRITTEN TO TRUE.
002410     PERFORM 2850-JOURNAL-CHANGE THRU 2850-EXIT.
002420     DISPLAY "LNARMMNT - MARGIN POSTED FOR ACCOUNT "
002430         SM-ACCT-NBR "."
002440     PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT.
002450 2800-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490*    2850-JOURNAL-CHANGE  --  JOURNAL THE POSTED REWRITE        *
002500*    THROUGH LNAUDIT.                                           *
002510******************************************************************
002520 2850-JOURNAL-CHANGE.
002530     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
002540     MOVE "LNARMMNT"         TO AP-PROGRAM-ID.
002550     SET  AP-ACTION-REWRITE  TO TRUE.
002560     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
002570     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
002580 2850-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    2900-ASK-ANOTHER  --  LET THE OFFICER CHANGE ANOTHER       *
002630*    ACCOUNT'S MARGIN OR END THE SESSION.                       *
002640******************************************************************
002650 2900-ASK-ANOTHER.
002660     MOVE SPACE TO SM-CONFIRM.
002670     DISPLAY "CHANGE ANOTHER MARGIN (Y/N)? " WITH NO ADVANCING.
002680     ACCEPT SM-CONFIRM.
002690     IF SM-CONFIRM NOT = "Y" AND SM-CONFIRM NOT = "y"
002700         SET WS-ALL-DONE TO TRUE
002710     END-IF.
002720 2900-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    9000-TERMINATE.                                            *
002770******************************************************************
002780 9000-TERMINATE.
002790     CLOSE LOAN-MASTER.
002800     DISPLAY "LNARMMNT - SESSION ENDED.".
002810 9000-EXIT.
002820     EXIT.
