000250*
000260*  MODIFICATION HISTORY.
000270*     09/03/2026  DPL  ORIGINAL PROGRAM.
000280*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000290*                      LNSIGNON BEFORE THE SCREEN OPENS
000300*                      ANYTHING; NO SIGN-ON, NO SESSION.
000310*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  LNCOLACT.
000340 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000350 INSTALLATION. HOME OFFICE.
000360 DATE-WRITTEN. 09/03/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430 SPECIAL-NAMES.
000440     CRT STATUS IS WS-CRT-STATUS.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT LOAN-MASTER
000490         ASSIGN TO "LOANMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LM-ACCT-NBR
000530         FILE STATUS IS WS-LM-STATUS.
000540
000550     SELECT COLLECT-ACTIVITY
000560         ASSIGN TO "COLLACT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CA-ACTIVITY-KEY
000600         FILE STATUS IS WS-CA-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  LOAN-MASTER
000650     LABEL RECORD IS STANDARD.
000660 COPY LOANMAST.
000670
000680 FD  COLLECT-ACTIVITY
000690     LABEL RECORD IS STANDARD.
000700 COPY COLLACT.
000710
000720 WORKING-STORAGE SECTION.
000730*
000740*    RUN CONTROL SWITCHES.
000750*
000760 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000770 77  WS-CA-STATUS            PIC  X(02)      VALUE "00".
000780 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000790 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000800     88  WS-ALL-DONE                 VALUE "Y".
000810 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000820     88  WS-ACCOUNT-FOUND            VALUE "Y".
000830 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000840     88  WS-ACTIVITY-WRITTEN         VALUE "Y".
000850 77  WS-SCAN-EOF-SWITCH      PIC  X(01)      VALUE "N".
000860     88  WS-SCAN-DONE                VALUE "Y".
000870 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
000880 77  WS-NEXT-SEQ             PIC  9(03)      COMP VALUE ZERO.
000890*
000900*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE ACTIVITY
000910*    RECORD ONLY AFTER THE ENTRY PASSES EDIT.
000920*
000930 77  SC-ACCT-NBR             PIC  9(07)      VALUE ZERO.
000940 77  SC-ACTIVITY-TYPE        PIC  X(01)      VALUE SPACE.
000950 77  SC-COLLECTOR-ID         PIC  X(03)      VALUE SPACES.
000960 77  SC-PROMISE-DATE         PIC  9(08)      VALUE ZERO.
000970 77  SC-PROMISE-AMT          PIC  9(08)V9(02) VALUE ZERO.
000980 77  SC-NOTE                 PIC  X(30)      VALUE SPACES.
000990 77  SC-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
001000 77  SC-CYCLES-DISP          PIC  ZZ9.
001010 77  SC-MESSAGE              PIC  X(40)      VALUE SPACES.
001020 77  SC-CONFIRM              PIC  X(01)      VALUE SPACE.
001030
001040 COPY SIGNONW.
001050
001060 SCREEN SECTION.
001070 01  ACTIVITY-SCREEN.
001080     03  BLANK SCREEN.
001090     03  LINE 01 COLUMN 22 VALUE "COLLECTION ACTIVITY ENTRY".
001100     03  LINE 03 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001110     03  LINE 03 COLUMN 27 PIC 9(07) USING SC-ACCT-NBR.
001120     03  LINE 04 COLUMN 05 VALUE "BORROWER. . . . . . .".
001130     03  LINE 04 COLUMN 27 PIC X(30) FROM SC-BORROWER-NAME.
001140     03  LINE 05 COLUMN 05 VALUE "CYCLES DELINQUENT . .".
001150     03  LINE 05 COLUMN 27 PIC ZZ9 FROM SC-CYCLES-DISP.
001160     03  LINE 07 COLUMN 05 VALUE "ACTIVITY TYPE (C/P) .".
001170     03  LINE 07 COLUMN 27 PIC X(01) USING SC-ACTIVITY-TYPE.
001180     03  LINE 08 COLUMN 05 VALUE "COLLECTOR ID. . . . .".
001190     03  LINE 08 COLUMN 27 PIC X(03) USING SC-COLLECTOR-ID.
001200     03  LINE 09 COLUMN 05 VALUE "PROMISE DATE (CCYYMMDD)".
001210     03  LINE 09 COLUMN 29 PIC 9(08) USING SC-PROMISE-DATE.
001220     03  LINE 10 COLUMN 05 VALUE "PROMISE AMOUNT. . . .".
001230     03  LINE 10 COLUMN 27 PIC 9(08)V9(02)
001240                       USING SC-PROMISE-AMT.
001250     03  LINE 11 COLUMN 05 VALUE "NOTE. . . . . . . . .".
001260     03  LINE 11 COLUMN 27 PIC X(30) USING SC-NOTE.
001270     03  LINE 13 COLUMN 05 PIC X(40) FROM SC-MESSAGE.
001280
001290 PROCEDURE DIVISION.
001300******************************************************************
001310*    0000-MAINLINE.                                             *
001320******************************************************************
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001350     PERFORM 2000-ENTER-ACTIVITY  THRU 2000-EXIT
001360         UNTIL WS-ALL-DONE.
001370     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001380     GOBACK.
001390
001400******************************************************************
001410*    1000-INITIALIZE  --  OPEN THE MASTER AND THE ACTIVITY      *
001420*    FILE, CREATING THE ACTIVITY FILE ON ITS VERY FIRST ENTRY.  *
001430******************************************************************
001440 1000-INITIALIZE.
001450     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001460     IF WS-ALL-DONE
001470         GO TO 1000-EXIT
001480     END-IF.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     OPEN INPUT LOAN-MASTER.
001510     IF WS-LM-STATUS NOT = "00"
001520         DISPLAY "LNCOLACT - LOAN-MASTER OPEN FAILED, STATUS = "
001530             WS-LM-STATUS
001540         MOVE "Y" TO WS-DONE-SWITCH
001550         GO TO 1000-EXIT
001560     END-IF.
001570     OPEN I-O COLLECT-ACTIVITY.
001580     IF WS-CA-STATUS = "35"
001590         OPEN OUTPUT COLLECT-ACTIVITY
001600         CLOSE COLLECT-ACTIVITY
001610         OPEN I-O COLLECT-ACTIVITY
001620     END-IF.
001630     IF WS-CA-STATUS NOT = "00"
001640         DISPLAY "LNCOLACT - COLLACT OPEN FAILED, STATUS = "
001650             WS-CA-STATUS
001660         MOVE "Y" TO WS-DONE-SWITCH
001670     END-IF.
001680 1000-EXIT.
001690     EXIT.
001700
001710******************************************************************
001720*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001730*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.         *
001740******************************************************************
001750 1050-SIGN-ON.
001760     MOVE "LNCOLACT" TO SG-PROGRAM-ID.
001770     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
001780     IF NOT SG-SIGNED-ON
001790         DISPLAY "LNCOLACT - NOT SIGNED ON, SESSION ENDED."
001800         MOVE "Y" TO WS-DONE-SWITCH
001810         GO TO 1050-EXIT
001820     END-IF.
001830 1050-EXIT.
001840     EXIT.
001850
001860******************************************************************
001870*    2000-ENTER-ACTIVITY  --  KEY, EDIT AND FILE ONE ACTIVITY.  *
001880******************************************************************
001890 2000-ENTER-ACTIVITY.
001900     MOVE "N" TO WS-WRITTEN-SWITCH.
001910     MOVE SPACES TO SC-MESSAGE.
001920     PERFORM 2050-GET-ONE-ENTRY THRU 2050-EXIT
001930         UNTIL WS-ACTIVITY-WRITTEN OR WS-ALL-DONE.
001940 2000-EXIT.
001950     EXIT.
001960
001970 2050-GET-ONE-ENTRY.
001980     DISPLAY ACTIVITY-SCREEN.
001990     ACCEPT ACTIVITY-SCREEN.
002000     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
002010 2050-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050*    2100-EDIT-ENTRY  --  LOOK THE ACCOUNT UP, SHOW THE         *
002060*    COLLECTOR WHO THEY ARE WORKING, AND EDIT THE ACTIVITY.     *
002070*    FIRST FAILURE WINS, THE SAME CONVENTION AS LNVALID.        *
002080******************************************************************
002090 2100-EDIT-ENTRY.
002100     PERFORM 2150-LOOKUP-ACCOUNT THRU 2150-EXIT.
002110     IF NOT WS-ACCOUNT-FOUND
002120         MOVE "ACCOUNT NOT ON MASTER -- RE-KEY." TO SC-MESSAGE
002130         GO TO 2100-EXIT
002140     END-IF.
002150     MOVE LM-BORROWER-NAME TO SC-BORROWER-NAME.
002160     MOVE LM-CYCLES-DELINQ TO SC-CYCLES-DISP.
002170     IF SC-ACTIVITY-TYPE NOT = "C" AND SC-ACTIVITY-TYPE NOT = "P"
002180         MOVE "ACTIVITY TYPE MUST BE C OR P." TO SC-MESSAGE
002190         GO TO 2100-EXIT
002200     END-IF.
002210     IF SC-COLLECTOR-ID = SPACES
002220         MOVE "COLLECTOR ID IS REQUIRED." TO SC-MESSAGE
002230         GO TO 2100-EXIT
002240     END-IF.
002250     IF SC-ACTIVITY-TYPE = "P"
002260         IF SC-PROMISE-DATE NOT > WS-RUN-DATE
002270             MOVE "PROMISE DATE MUST BE A FUTURE DATE."
002280                 TO SC-MESSAGE
002290             GO TO 2100-EXIT
002300         END-IF
002310         IF SC-PROMISE-AMT NOT > ZERO
002320             MOVE "PROMISE AMOUNT MUST BE GREATER THAN 0."
002330                 TO SC-MESSAGE
002340             GO TO 2100-EXIT
002350         END-IF
002360     END-IF.
002370     PERFORM 2800-ADD-ACTIVITY THRU 2800-EXIT.
002380 2100-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    2150-LOOKUP-ACCOUNT  --  READ THE KEYED ACCOUNT.           *
002430******************************************************************
002440 2150-LOOKUP-ACCOUNT.
002450     MOVE "N" TO WS-FOUND-SWITCH.
002460     MOVE SC-ACCT-NBR TO LM-ACCT-NBR.
002470     READ LOAN-MASTER
002480         INVALID KEY
002490             CONTINUE
002500         NOT INVALID KEY
002510             SET WS-ACCOUNT-FOUND TO TRUE
002520     END-READ.
002530 2150-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570*    2800-ADD-ACTIVITY  --  TAKE THE NEXT SEQUENCE UNDER THE    *
002580*    ACCOUNT AND WRITE THE ACTIVITY RECORD.                     *
002590******************************************************************
002600 2800-ADD-ACTIVITY.
002610     PERFORM 2850-FIND-NEXT-SEQ THRU 2850-EXIT.
002620     MOVE SC-ACCT-NBR       TO CA-ACCT-NBR.
002630     MOVE WS-NEXT-SEQ       TO CA-SEQ-NBR.
002640     MOVE SC-ACTIVITY-TYPE  TO CA-ACTIVITY-TYPE.
002650     MOVE WS-RUN-DATE       TO CA-ACTIVITY-DATE.
002660     MOVE SC-COLLECTOR-ID   TO CA-COLLECTOR-ID.
002670     IF SC-ACTIVITY-TYPE = "P"
002680         MOVE SC-PROMISE-DATE TO CA-PROMISE-DATE
002690         MOVE SC-PROMISE-AMT  TO CA-PROMISE-AMT
002700         SET CA-PROMISE-PENDING TO TRUE
002710     ELSE
002720         MOVE ZERO TO CA-PROMISE-DATE
002730         MOVE ZERO TO CA-PROMISE-AMT
002740         SET CA-NO-PROMISE TO TRUE
002750     END-IF.
002760     MOVE SC-NOTE TO CA-NOTE.
002770     WRITE COLLECTION-ACTIVITY-RECORD
002780         INVALID KEY
002790             MOVE "ACTIVITY WRITE REJECTED -- RE-KEY."
002800                 TO SC-MESSAGE
002810     END-WRITE.
002820     IF WS-CA-STATUS = "00"
002830         SET WS-ACTIVITY-WRITTEN TO TRUE
002840         DISPLAY "LNCOLACT - ACTIVITY " CA-SEQ-NBR
002850             " FILED FOR ACCOUNT " SC-ACCT-NBR "."
002860         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
002870     END-IF.
002880 2800-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*    2850-FIND-NEXT-SEQ  --  WALK THE ACCOUNT'S ACTIVITIES TO   *
002930*    THE HIGHEST SEQUENCE ON FILE AND TAKE THE NEXT ONE.        *
002940******************************************************************
002950 2850-FIND-NEXT-SEQ.
002960     MOVE ZERO TO WS-NEXT-SEQ.
002970     MOVE "N"  TO WS-SCAN-EOF-SWITCH.
002980     MOVE SC-ACCT-NBR TO CA-ACCT-NBR.
002990     MOVE ZERO        TO CA-SEQ-NBR.
003000     START COLLECT-ACTIVITY
003010         KEY IS GREATER THAN CA-ACTIVITY-KEY
003020         INVALID KEY
003030             MOVE "Y" TO WS-SCAN-EOF-SWITCH
003040     END-START.
003050     PERFORM 2870-SCAN-ONE-ACTIVITY THRU 2870-EXIT
003060         UNTIL WS-SCAN-DONE.
003070     ADD 1 TO WS-NEXT-SEQ.
003080 2850-EXIT.
003090     EXIT.
003100
003110 2870-SCAN-ONE-ACTIVITY.
003120     READ COLLECT-ACTIVITY NEXT RECORD
003130         AT END
003140             MOVE "Y" TO WS-SCAN-EOF-SWITCH
003150             GO TO 2870-EXIT
003160     END-READ.
003170     IF CA-ACCT-NBR NOT = SC-ACCT-NBR
003180         MOVE "Y" TO WS-SCAN-EOF-SWITCH
003190         GO TO 2870-EXIT
003200     END-IF.
003210     MOVE CA-SEQ-NBR TO WS-NEXT-SEQ.
003220 2870-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*    2900-ASK-ANOTHER  --  LET THE COLLECTOR FILE ANOTHER       *
003270*    ACTIVITY OR END THE SESSION.                               *
003280******************************************************************
003290 2900-ASK-ANOTHER.
003300     MOVE SPACE TO SC-CONFIRM.
003310     DISPLAY "ENTER ANOTHER ACTIVITY (Y/N)? " WITH NO ADVANCING.
003320     ACCEPT SC-CONFIRM.
003330     IF SC-CONFIRM NOT = "Y" AND SC-CONFIRM NOT = "y"
003340         SET WS-ALL-DONE TO TRUE
003350     END-IF.
003360 2900-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*    9000-TERMINATE.                                            *
003410******************************************************************
003420 9000-TERMINATE.
003430     CLOSE LOAN-MASTER.
003440     CLOSE COLLECT-ACTIVITY.
003450     DISPLAY "LNCOLACT - SESSION ENDED.".
003460 9000-EXIT.
003470     EXIT.
