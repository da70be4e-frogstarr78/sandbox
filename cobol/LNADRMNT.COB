000310*                      DISPLAY THE LNARMMNT MARGIN SCREEN
000320*                      GIVES), SO THE CLERK REALLY DOES SEE
000330*                      WHAT IS ON FILE BEFORE POSTING OVER IT.
000340*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000350*                      LNSIGNON BEFORE THE SCREEN OPENS
000360*                      ANYTHING; NO SIGN-ON, NO SESSION.  THE
000370*                      OPERATOR'S ID NOW GOES ON EVERY JOURNAL
000380*                      ENTRY THE SESSION MAKES.
000390*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.  LNADRMNT.
000420 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000430 INSTALLATION. HOME OFFICE.
000440 DATE-WRITTEN. 09/03/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 SPECIAL-NAMES.
000520     CRT STATUS IS WS-CRT-STATUS.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT LOAN-MASTER
000570         ASSIGN TO "LOANMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LM-ACCT-NBR
000610         FILE STATUS IS WS-LM-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  LOAN-MASTER
000660     LABEL RECORD IS STANDARD.
000670 COPY LOANMAST.
000680
000690 WORKING-STORAGE SECTION.
000700*
000710*    RUN CONTROL SWITCHES.
000720*
000730 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000740 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000750 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000760     88  WS-ALL-DONE                 VALUE "Y".
000770 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000780     88  WS-ACCOUNT-FOUND            VALUE "Y".
000790 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000800     88  WS-CHANGE-WRITTEN           VALUE "Y".
000810*
000820*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE MASTER
000830*    RECORD ONLY AFTER THE CHANGE PASSES EDIT AND IS CONFIRMED.
000840*
000850 77  SA-ACCT-NBR             PIC  9(07)      VALUE ZERO.
000860 77  SA-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
000870 77  SA-ADDR-STREET          PIC  X(30)      VALUE SPACES.
000880 77  SA-ADDR-CITY            PIC  X(20)      VALUE SPACES.
000890 77  SA-ADDR-STATE           PIC  X(02)      VALUE SPACES.
000900 77  SA-ADDR-ZIP             PIC  X(09)      VALUE SPACES.
000910 77  SA-BAD-ADDR-FLAG        PIC  X(01)      VALUE "N".
000920*
000930*    THE ADDRESS NOW ON THE MASTER, SHOWN BESIDE THE KEYED
000940*    REPLACEMENT BEFORE THE CLERK CONFIRMS -- THE SAME CURRENT-
000950*    VALUE DISPLAY CONVENTION THE LNARMMNT MARGIN SCREEN USES.
000960*
000970 77  SA-CUR-STREET           PIC  X(30)      VALUE SPACES.
000980 77  SA-CUR-CITY             PIC  X(20)      VALUE SPACES.
000990 77  SA-CUR-STATE            PIC  X(02)      VALUE SPACES.
001000 77  SA-CUR-ZIP              PIC  X(09)      VALUE SPACES.
001010 77  SA-CUR-FLAG             PIC  X(01)      VALUE SPACE.
001020 77  SA-MESSAGE              PIC  X(40)      VALUE SPACES.
001030 77  SA-CONFIRM              PIC  X(01)      VALUE SPACE.
001040
001050 COPY AUDITW.
001060
001070 COPY SIGNONW.
001080
001090 SCREEN SECTION.
001100 01  ADDRESS-SCREEN.
001110     03  BLANK SCREEN.
001120     03  LINE 01 COLUMN 22 VALUE "BORROWER ADDRESS CHANGE".
001130     03  LINE 03 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001140     03  LINE 03 COLUMN 27 PIC 9(07) USING SA-ACCT-NBR.
001150     03  LINE 04 COLUMN 05 VALUE "BORROWER. . . . . . .".
001160     03  LINE 04 COLUMN 27 PIC X(30) FROM SA-BORROWER-NAME.
001170     03  LINE 06 COLUMN 05 VALUE "STREET ADDRESS. . . .".
001180     03  LINE 06 COLUMN 27 PIC X(30) USING SA-ADDR-STREET.
001190     03  LINE 07 COLUMN 05 VALUE "CITY. . . . . . . . .".
001200     03  LINE 07 COLUMN 27 PIC X(20) USING SA-ADDR-CITY.
001210     03  LINE 08 COLUMN 05 VALUE "STATE . . . . . . . .".
001220     03  LINE 08 COLUMN 27 PIC X(02) USING SA-ADDR-STATE.
001230     03  LINE 09 COLUMN 05 VALUE "ZIP . . . . . . . . .".
001240     03  LINE 09 COLUMN 27 PIC X(09) USING SA-ADDR-ZIP.
001250     03  LINE 10 COLUMN 05 VALUE "UNDELIVERABLE (Y/N) .".
001260     03  LINE 10 COLUMN 27 PIC X(01) USING SA-BAD-ADDR-FLAG.
001270     03  LINE 12 COLUMN 05 PIC X(40) FROM SA-MESSAGE.
001280
001290 01  CURRENT-ADDR-SCREEN.
001300     03  LINE 05 COLUMN 45 VALUE "---- NOW ON FILE ----".
001310     03  LINE 06 COLUMN 45 PIC X(30) FROM SA-CUR-STREET.
001320     03  LINE 07 COLUMN 45 PIC X(20) FROM SA-CUR-CITY.
001330     03  LINE 08 COLUMN 45 PIC X(02) FROM SA-CUR-STATE.
001340     03  LINE 09 COLUMN 45 PIC X(09) FROM SA-CUR-ZIP.
001350     03  LINE 10 COLUMN 45 PIC X(01) FROM SA-CUR-FLAG.
001360
001370 01  CONFIRM-SCREEN.
001380     03  LINE 14 COLUMN 05 VALUE "POST THIS ADDRESS (Y/N)?".
001390     03  LINE 14 COLUMN 31 PIC X(01) USING SA-CONFIRM.
001400
001410 PROCEDURE DIVISION.
001420******************************************************************
001430*    0000-MAINLINE.                                             *
001440******************************************************************
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001470     PERFORM 2000-CHANGE-ADDRESS  THRU 2000-EXIT
001480         UNTIL WS-ALL-DONE.
001490     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001500     GOBACK.
001510
001520******************************************************************
001530*    1000-INITIALIZE.                                           *
001540******************************************************************
001550 1000-INITIALIZE.
001560     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001570     IF WS-ALL-DONE
001580         GO TO 1000-EXIT
001590     END-IF.
001600     OPEN I-O LOAN-MASTER.
001610     IF WS-LM-STATUS NOT = "00"
001620         DISPLAY "LNADRMNT - LOAN-MASTER OPEN FAILED, STATUS = "
001630             WS-LM-STATUS
001640         MOVE "Y" TO WS-DONE-SWITCH
001650     END-IF.
001660 1000-EXIT.
001670     EXIT.
001680
001690******************************************************************
001700*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001710*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.  THE    *
001720*    OPERATOR'S ID IS LOADED INTO THE AUDIT PARAMETER AREA       *
001730*    HERE, SO EVERY JOURNAL ENTRY THE SESSION MAKES CARRIES IT.  *
001740******************************************************************
001750 1050-SIGN-ON.
001760     MOVE "LNADRMNT" TO SG-PROGRAM-ID.
001770     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
001780     IF NOT SG-SIGNED-ON
001790         DISPLAY "LNADRMNT - NOT SIGNED ON, SESSION ENDED."
001800         MOVE "Y" TO WS-DONE-SWITCH
001810         GO TO 1050-EXIT
001820     END-IF.
001830     MOVE SG-OPERATOR-ID TO AP-OPERATOR-ID.
001840 1050-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880*    2000-CHANGE-ADDRESS  --  KEY, EDIT AND CONFIRM ONE         *
001890*    ADDRESS CHANGE.                                            *
001900******************************************************************
001910 2000-CHANGE-ADDRESS.
001920     MOVE "N" TO WS-WRITTEN-SWITCH.
001930     MOVE SPACES TO SA-MESSAGE.
001940     PERFORM 2050-GET-ONE-CHANGE THRU 2050-EXIT
001950         UNTIL WS-CHANGE-WRITTEN OR WS-ALL-DONE.
001960 2000-EXIT.
001970     EXIT.
001980
001990 2050-GET-ONE-CHANGE.
002000     DISPLAY ADDRESS-SCREEN.
002010     ACCEPT ADDRESS-SCREEN.
002020     PERFORM 2100-EDIT-CHANGE THRU 2100-EXIT.
002030 2050-EXIT.
002040     EXIT.
002050
002060******************************************************************
002070*    2100-EDIT-CHANGE  --  LOOK THE ACCOUNT UP, SHOW WHO THE    *
002080*    CHANGE IS FOR, AND EDIT THE KEYED ADDRESS.  FIRST FAILURE  *
002090*    WINS, THE SAME CONVENTION AS LNVALID.                      *
002100******************************************************************
002110 2100-EDIT-CHANGE.
002120     PERFORM 2150-LOOKUP-ACCOUNT THRU 2150-EXIT.
002130     IF NOT WS-ACCOUNT-FOUND
002140         MOVE "ACCOUNT NOT ON MASTER -- RE-KEY." TO SA-MESSAGE
002150         GO TO 2100-EXIT
002160     END-IF.
002170     MOVE LM-BORROWER-NAME TO SA-BORROWER-NAME.
002180     MOVE LM-ADDR-STREET   TO SA-CUR-STREET.
002190     MOVE LM-ADDR-CITY     TO SA-CUR-CITY.
002200     MOVE LM-ADDR-STATE    TO SA-CUR-STATE.
002210     MOVE LM-ADDR-ZIP      TO SA-CUR-ZIP.
002220     MOVE LM-BAD-ADDR-FLAG TO SA-CUR-FLAG.
002230     DISPLAY CURRENT-ADDR-SCREEN.
002240     IF SA-ADDR-STREET = SPACES OR SA-ADDR-CITY = SPACES
002250         MOVE "STREET AND CITY ARE REQUIRED." TO SA-MESSAGE
002260         GO TO 2100-EXIT
002270     END-IF.
002280     IF SA-BAD-ADDR-FLAG NOT = "Y" AND SA-BAD-ADDR-FLAG NOT = "N"
002290         MOVE "UNDELIVERABLE FLAG MUST BE Y OR N."
002300             TO SA-MESSAGE
002310         GO TO 2100-EXIT
002320     END-IF.
002330     DISPLAY CONFIRM-SCREEN.
002340     ACCEPT CONFIRM-SCREEN.
002350     IF SA-CONFIRM = "Y" OR SA-CONFIRM = "y"
002360         PERFORM 2800-POST-CHANGE THRU 2800-EXIT
002370     ELSE
002380         MOVE "CHANGE NOT POSTED -- RE-KEY." TO SA-MESSAGE
002390     END-IF.
002400 2100-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    2150-LOOKUP-ACCOUNT  --  READ THE KEYED ACCOUNT.           *
002450******************************************************************
002460 2150-LOOKUP-ACCOUNT.
002470     MOVE "N" TO WS-FOUND-SWITCH.
002480     MOVE SA-ACCT-NBR TO LM-ACCT-NBR.
002490     READ LOAN-MASTER
002500         INVALID KEY
002510             CONTINUE
002520         NOT INVALID KEY
002530             SET WS-ACCOUNT-FOUND TO TRUE
002540     END-READ.
002550 2150-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590*    2800-POST-CHANGE  --  POST THE CONFIRMED ADDRESS TO THE    *
002600*    MASTER AND JOURNAL THE REWRITE.  THE BEFORE IMAGE IS SAVED *
002610*    BEFORE ANYTHING TOUCHES THE RECORD.                        *
002620******************************************************************
002630 2800-POST-CHANGE.
002640     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
002650     MOVE SA-ADDR-STREET   TO LM-ADDR-STREET.
002660     MOVE SA-ADDR-CITY     TO LM-ADDR-CITY.
002670     MOVE SA-ADDR-STATE    TO LM-ADDR-STATE.
002680     MOVE SA-ADDR-ZIP      TO LM-ADDR-ZIP.
002690     MOVE SA-BAD-ADDR-FLAG TO LM-BAD-ADDR-FLAG.
002700     REWRITE LOAN-MASTER-RECORD.
002710     IF WS-LM-STATUS NOT = "00"
002720         DISPLAY "LNADRMNT - MASTER REWRITE FAILED FOR ACCOUNT "
002730             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
002740         MOVE "Y" TO WS-DONE-SWITCH
002750         GO TO 2800-EXIT
002760     END-IF.
002770     SET WS-CHANGE-WRITTEN TO TRUE.
002780     PERFORM 2850-JOURNAL-CHANGE THRU 2850-EXIT.
002790     DISPLAY "LNADRMNT - ADDRESS POSTED FOR ACCOUNT "
002800         SA-ACCT-NBR "."
002810     PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT.
002820 2800-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*    2850-JOURNAL-CHANGE  --  JOURNAL THE POSTED REWRITE        *
002870*    THROUGH LNAUDIT.                                           *
002880******************************************************************
002890 2850-JOURNAL-CHANGE.
002900     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
002910     MOVE "LNADRMNT"         TO AP-PROGRAM-ID.
002920     SET  AP-ACTION-REWRITE  TO TRUE.
002930     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
002940     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
002950 2850-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    2900-ASK-ANOTHER  --  LET THE CLERK CHANGE ANOTHER         *
003000*    ADDRESS OR END THE SESSION.                                *
003010******************************************************************
003020 2900-ASK-ANOTHER.
003030     MOVE SPACE TO SA-CONFIRM.
003040     DISPLAY "CHANGE ANOTHER ADDRESS (Y/N)? " WITH NO ADVANCING.
003050     ACCEPT SA-CONFIRM.
003060     IF SA-CONFIRM NOT = "Y" AND SA-CONFIRM NOT = "y"
003070         SET WS-ALL-DONE TO TRUE
003080     END-IF.
003090 2900-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130*    9000-TERMINATE.                                            *
003140******************************************************************
003150 9000-TERMINATE.
003160     CLOSE LOAN-MASTER.
003170     DISPLAY "LNADRMNT - SESSION ENDED.".
003180 9000-EXIT.
003190     EXIT.
