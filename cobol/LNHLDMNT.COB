000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNHLDMNT                                         *
000040*    TITLE:    ONLINE LEGAL HOLD MAINTENANCE SCREEN             *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  LETS A CLERK KEY AN ACCOUNT NUMBER, SEE THE LEGAL
000130*     HOLD NOW ON THE MASTER, AND PLACE, CHANGE OR RELEASE IT.
000140*     THE HOLD TYPE IS ONE OF:
000150*        07, 11, 13  BANKRUPTCY UNDER THAT CHAPTER
000160*        LT          LITIGATION
000170*        DC          BORROWER DECEASED
000180*        DF          DISASTER FORBEARANCE
000190*     WITH THE DATE THE HOLD STARTED AND THE COURT CASE OR CLAIM
000200*     NUMBER (REQUIRED FOR A BANKRUPTCY OR LITIGATION HOLD).
000210*     KEYING THE TYPE AS SPACES RELEASES THE HOLD AND CLEARS THE
000220*     DATE AND CASE NUMBER.  WHILE THE HOLD IS ON, LNDUNNG,
000230*     LNLATEFE, LNSTMT AND LNCRBUR ALL TREAT THE ACCOUNT AS
000240*     PROTECTED FROM COLLECTION ACTIVITY, AND THE WEEKLY LNHLDRPT
000250*     LISTS IT.  EVERY REWRITE IS JOURNALED THROUGH LNAUDIT WITH
000260*     THE BEFORE AND AFTER IMAGES, THE SAME AS EVERY OTHER
000270*     PROGRAM THAT CHANGES THE MASTER.  NOTHING HERE TOUCHES THE
000280*     LOAN TERMS OR BALANCES -- ONLY THE THREE HOLD FIELDS.
000290*
000300*  MODIFICATION HISTORY.
000310*     10/15/2026  DPL  ORIGINAL PROGRAM.
000320*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000330*                      LNSIGNON BEFORE THE SCREEN OPENS
000340*                      ANYTHING; NO SIGN-ON, NO SESSION.  THE
000350*                      OPERATOR'S ID NOW GOES ON EVERY JOURNAL
000360*                      ENTRY THE SESSION MAKES.
000370*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.  LNHLDMNT.
000400 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000410 INSTALLATION. HOME OFFICE.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 SPECIAL-NAMES.
000500     CRT STATUS IS WS-CRT-STATUS.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT LOAN-MASTER
000550         ASSIGN TO "LOANMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS LM-ACCT-NBR
000590         FILE STATUS IS WS-LM-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  LOAN-MASTER
000640     LABEL RECORD IS STANDARD.
000650 COPY LOANMAST.
000660
000670 WORKING-STORAGE SECTION.
000680*
000690*    RUN CONTROL SWITCHES.
000700*
000710 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000720 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000730 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000740     88  WS-ALL-DONE                 VALUE "Y".
000750 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000760     88  WS-ACCOUNT-FOUND            VALUE "Y".
000770 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000780     88  WS-CHANGE-WRITTEN           VALUE "Y".
000790 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
000800*
000810*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE MASTER
000820*    RECORD ONLY AFTER THE CHANGE PASSES EDIT AND IS CONFIRMED.
000830*
000840 77  SA-ACCT-NBR             PIC  9(07)      VALUE ZERO.
000850 77  SA-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
000860 77  SA-HOLD-CODE            PIC  X(02)      VALUE SPACES.
000870     88  SA-HOLD-VALID               VALUE "07" "11" "13"
000880                                           "LT" "DC" "DF".
000890     88  SA-HOLD-RELEASE             VALUE SPACES.
000900     88  SA-HOLD-NEEDS-CASE          VALUE "07" "11" "13" "LT".
000910 77  SA-HOLD-CASE-NBR        PIC  X(20)      VALUE SPACES.
000920 01  SA-HOLD-START-DATE      PIC  9(08)      VALUE ZERO.
000930 01  SA-HOLD-START-PARTS     REDEFINES SA-HOLD-START-DATE.
000940     03  SA-START-YEAR           PIC  9(04).
000950     03  SA-START-MONTH          PIC  9(02).
000960     03  SA-START-DAY            PIC  9(02).
000970*
000980*    THE HOLD NOW ON THE MASTER, SHOWN BESIDE THE KEYED
000990*    CHANGE BEFORE THE CLERK CONFIRMS -- THE SAME CURRENT-VALUE
001000*    DISPLAY CONVENTION THE LNADRMNT ADDRESS SCREEN USES.
001010*
001020 77  SA-CUR-CODE             PIC  X(02)      VALUE SPACES.
001030 77  SA-CUR-START-DATE       PIC  9(08)      VALUE ZERO.
001040 77  SA-CUR-CASE-NBR         PIC  X(20)      VALUE SPACES.
001050 77  SA-MESSAGE              PIC  X(40)      VALUE SPACES.
001060 77  SA-CONFIRM              PIC  X(01)      VALUE SPACE.
001070
001080 COPY AUDITW.
001090
001100 COPY SIGNONW.
001110
001120 SCREEN SECTION.
001130 01  HOLD-SCREEN.
001140     03  BLANK SCREEN.
001150     03  LINE 01 COLUMN 22 VALUE "LEGAL HOLD MAINTENANCE".
001160     03  LINE 03 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001170     03  LINE 03 COLUMN 27 PIC 9(07) USING SA-ACCT-NBR.
001180     03  LINE 04 COLUMN 05 VALUE "BORROWER. . . . . . .".
001190     03  LINE 04 COLUMN 27 PIC X(30) FROM SA-BORROWER-NAME.
001200     03  LINE 06 COLUMN 05 VALUE "HOLD TYPE . . . . . .".
001210     03  LINE 06 COLUMN 27 PIC X(02) USING SA-HOLD-CODE.
001220     03  LINE 07 COLUMN 05 VALUE "START DATE (CCYYMMDD)".
001230     03  LINE 07 COLUMN 27 PIC 9(08) USING SA-HOLD-START-DATE.
001240     03  LINE 08 COLUMN 05 VALUE "CASE/CLAIM NUMBER . .".
001250     03  LINE 08 COLUMN 27 PIC X(20) USING SA-HOLD-CASE-NBR.
001260     03  LINE 10 COLUMN 05 VALUE
001270             "TYPES: 07 11 13 BANKRUPTCY CHAPTER, LT LITIGATION,".
001280     03  LINE 11 COLUMN 05 VALUE
001290             "       DC DECEASED, DF DISASTER, BLANK TO RELEASE".
001300     03  LINE 13 COLUMN 05 PIC X(40) FROM SA-MESSAGE.
001310
001320 01  CURRENT-HOLD-SCREEN.
001330     03  LINE 05 COLUMN 50 VALUE "---- NOW ON FILE ----".
001340     03  LINE 06 COLUMN 50 PIC X(02) FROM SA-CUR-CODE.
001350     03  LINE 07 COLUMN 50 PIC 9(08) FROM SA-CUR-START-DATE.
001360     03  LINE 08 COLUMN 50 PIC X(20) FROM SA-CUR-CASE-NBR.
001370
001380 01  CONFIRM-SCREEN.
001390     03  LINE 15 COLUMN 05 VALUE "POST THIS HOLD CHANGE (Y/N)?".
001400     03  LINE 15 COLUMN 34 PIC X(01) USING SA-CONFIRM.
001410
001420 PROCEDURE DIVISION.
001430******************************************************************
001440*    0000-MAINLINE.                                             *
001450******************************************************************
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001480     PERFORM 2000-CHANGE-HOLD     THRU 2000-EXIT
001490         UNTIL WS-ALL-DONE.
001500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001510     GOBACK.
001520
001530******************************************************************
001540*    1000-INITIALIZE.                                           *
001550******************************************************************
001560 1000-INITIALIZE.
001570     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001580     IF WS-ALL-DONE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001620     OPEN I-O LOAN-MASTER.
001630     IF WS-LM-STATUS NOT = "00"
001640         DISPLAY "LNHLDMNT - LOAN-MASTER OPEN FAILED, STATUS = "
001650             WS-LM-STATUS
001660         MOVE "Y" TO WS-DONE-SWITCH
001670     END-IF.
001680 1000-EXIT.
001690     EXIT.
001700
001710******************************************************************
001720*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001730*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.  THE    *
001740*    OPERATOR'S ID IS LOADED INTO THE AUDIT PARAMETER AREA       *
001750*    HERE, SO EVERY JOURNAL ENTRY THE SESSION MAKES CARRIES IT.  *
001760******************************************************************
001770 1050-SIGN-ON.
001780     MOVE "LNHLDMNT" TO SG-PROGRAM-ID.
001790     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
001800     IF NOT SG-SIGNED-ON
001810         DISPLAY "LNHLDMNT - NOT SIGNED ON, SESSION ENDED."
001820         MOVE "Y" TO WS-DONE-SWITCH
001830         GO TO 1050-EXIT
001840     END-IF.
001850     MOVE SG-OPERATOR-ID TO AP-OPERATOR-ID.
001860 1050-EXIT.
001870     EXIT.
001880
001890******************************************************************
001900*    2000-CHANGE-HOLD  --  KEY, EDIT AND CONFIRM ONE HOLD       *
001910*    CHANGE.                                                    *
001920******************************************************************
001930 2000-CHANGE-HOLD.
001940     MOVE "N" TO WS-WRITTEN-SWITCH.
001950     MOVE SPACES TO SA-MESSAGE.
001960     PERFORM 2050-GET-ONE-CHANGE THRU 2050-EXIT
001970         UNTIL WS-CHANGE-WRITTEN OR WS-ALL-DONE.
001980 2000-EXIT.
001990     EXIT.
002000
002010 2050-GET-ONE-CHANGE.
002020     DISPLAY HOLD-SCREEN.
002030     ACCEPT HOLD-SCREEN.
002040     PERFORM 2100-EDIT-CHANGE THRU 2100-EXIT.
002050 2050-EXIT.
002060     EXIT.
002070
002080******************************************************************
002090*    2100-EDIT-CHANGE  --  LOOK THE ACCOUNT UP, SHOW THE HOLD   *
002100*    NOW ON FILE, AND EDIT THE KEYED CHANGE.  FIRST FAILURE     *
002110*    WINS, THE SAME CONVENTION AS LNVALID.  A RELEASE NEEDS     *
002120*    NOTHING BUT A HOLD ON FILE TO RELEASE.                     *
002130******************************************************************
002140 2100-EDIT-CHANGE.
002150     PERFORM 2150-LOOKUP-ACCOUNT THRU 2150-EXIT.
002160     IF NOT WS-ACCOUNT-FOUND
002170         MOVE "ACCOUNT NOT ON MASTER -- RE-KEY." TO SA-MESSAGE
002180         GO TO 2100-EXIT
002190     END-IF.
002200     MOVE LM-BORROWER-NAME   TO SA-BORROWER-NAME.
002210     MOVE LM-HOLD-CODE       TO SA-CUR-CODE.
002220     MOVE LM-HOLD-START-DATE TO SA-CUR-START-DATE.
002230     MOVE LM-HOLD-CASE-NBR   TO SA-CUR-CASE-NBR.
002240     DISPLAY CURRENT-HOLD-SCREEN.
002250     IF SA-HOLD-RELEASE
002260         IF NOT LM-ON-LEGAL-HOLD
002270             MOVE "NO HOLD ON FILE TO RELEASE." TO SA-MESSAGE
002280             GO TO 2100-EXIT
002290         END-IF
002300         GO TO 2100-CONFIRM
002310     END-IF.
002320     IF LM-STATUS-PAID-OFF
002330         MOVE "ACCOUNT IS PAID OFF -- NO HOLD NEEDED."
002340             TO SA-MESSAGE
002350         GO TO 2100-EXIT
002360     END-IF.
002370     IF NOT SA-HOLD-VALID
002380         MOVE "HOLD TYPE NOT 07 11 13 LT DC DF OR BLANK."
002390             TO SA-MESSAGE
002400         GO TO 2100-EXIT
002410     END-IF.
002420     IF SA-START-MONTH < 1 OR SA-START-MONTH > 12
002430             OR SA-START-DAY < 1 OR SA-START-DAY > 31
002440             OR SA-START-YEAR < 1900
002450         MOVE "START DATE IS NOT A VALID CCYYMMDD." TO SA-MESSAGE
002460         GO TO 2100-EXIT
002470     END-IF.
002480     IF SA-HOLD-START-DATE > WS-RUN-DATE
002490         MOVE "START DATE CANNOT BE IN THE FUTURE." TO SA-MESSAGE
002500         GO TO 2100-EXIT
002510     END-IF.
002520     IF SA-HOLD-NEEDS-CASE AND SA-HOLD-CASE-NBR = SPACES
002530         MOVE "CASE NUMBER REQUIRED FOR THIS HOLD." TO SA-MESSAGE
002540         GO TO 2100-EXIT
002550     END-IF.
002560 2100-CONFIRM.
002570     DISPLAY CONFIRM-SCREEN.
002580     ACCEPT CONFIRM-SCREEN.
002590     IF SA-CONFIRM = "Y" OR SA-CONFIRM = "y"
002600         PERFORM 2800-POST-CHANGE THRU 2800-EXIT
002610     ELSE
002620         MOVE "CHANGE NOT POSTED -- RE-KEY." TO SA-MESSAGE
002630     END-IF.
002640 2100-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    2150-LOOKUP-ACCOUNT  --  READ THE KEYED ACCOUNT.           *
002690******************************************************************
002700 2150-LOOKUP-ACCOUNT.
002710     MOVE "N" TO WS-FOUND-SWITCH.
002720     MOVE SA-ACCT-NBR TO LM-ACCT-NBR.
002730     READ LOAN-MASTER
002740         INVALID KEY
002750             CONTINUE
002760         NOT INVALID KEY
002770             SET WS-ACCOUNT-FOUND TO TRUE
002780     END-READ.
002790 2150-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830*    2800-POST-CHANGE  --  POST THE CONFIRMED HOLD TO THE       *
002840*    MASTER AND JOURNAL THE REWRITE.  THE BEFORE IMAGE IS SAVED *
002850*    BEFORE ANYTHING TOUCHES THE RECORD.  A RELEASE CLEARS ALL  *
002860*    THREE HOLD FIELDS.                                         *
002870******************************************************************
002880 2800-POST-CHANGE.
002890     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
002900     IF SA-HOLD-RELEASE
002910         MOVE SPACES TO LM-HOLD-CODE
002920         MOVE ZERO   TO LM-HOLD-START-DATE
002930         MOVE SPACES TO LM-HOLD-CASE-NBR
002940     ELSE
002950         MOVE SA-HOLD-CODE       TO LM-HOLD-CODE
002960         MOVE SA-HOLD-START-DATE TO LM-HOLD-START-DATE
002970         MOVE SA-HOLD-CASE-NBR   TO LM-HOLD-CASE-NBR
002980     END-IF.
002990     REWRITE LOAN-MASTER-RECORD.
003000     IF WS-LM-STATUS NOT = "00"
003010         DISPLAY "LNHLDMNT - MASTER REWRITE FAILED FOR ACCOUNT "
003020             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
003030         MOVE "Y" TO WS-DONE-SWITCH
003040         GO TO 2800-EXIT
003050     END-IF.
003060     SET WS-CHANGE-WRITTEN TO TRUE.
003070     PERFORM 2850-JOURNAL-CHANGE THRU 2850-EXIT.
003080     IF SA-HOLD-RELEASE
003090         DISPLAY "LNHLDMNT - HOLD RELEASED FOR ACCOUNT "
003100             SA-ACCT-NBR "."
003110     ELSE
003120         DISPLAY "LNHLDMNT - HOLD " SA-HOLD-CODE
003130             " POSTED FOR ACCOUNT " SA-ACCT-NBR "."
003140     END-IF.
003150     PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT.
003160 2800-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    2850-JOURNAL-CHANGE  --  JOURNAL THE POSTED REWRITE        *
003210*    THROUGH LNAUDIT.                                           *
003220******************************************************************
003230 2850-JOURNAL-CHANGE.
003240     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
003250     MOVE "LNHLDMNT"         TO AP-PROGRAM-ID.
003260     SET  AP-ACTION-REWRITE  TO TRUE.
003270     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
003280     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
003290 2850-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    2900-ASK-ANOTHER  --  LET THE CLERK CHANGE ANOTHER HOLD    *
003340*    OR END THE SESSION.                                        *
003350******************************************************************
003360 2900-ASK-ANOTHER.
003370     MOVE SPACE TO SA-CONFIRM.
003380     DISPLAY "CHANGE ANOTHER HOLD (Y/N)? " WITH NO ADVANCING.
003390     ACCEPT SA-CONFIRM.
003400     IF SA-CONFIRM NOT = "Y" AND SA-CONFIRM NOT = "y"
003410         SET WS-ALL-DONE TO TRUE
003420     END-IF.
003430 2900-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    9000-TERMINATE.                                            *
003480******************************************************************
003490 9000-TERMINATE.
003500     CLOSE LOAN-MASTER.
003510     DISPLAY "LNHLDMNT - SESSION ENDED.".
003520 9000-EXIT.
003530     EXIT.
