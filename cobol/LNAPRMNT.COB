000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNAPRMNT                                         *
000040*    TITLE:    ONLINE PENDING-APPROVAL RELEASE SCREEN           *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  THE SECOND HALF OF DUAL CONTROL.  LOAN
000130*     MODIFICATIONS (QUEUED BY LNMODPST) AND NEW LOANS ABOVE THE
000140*     LNENTRY APPROVAL LIMIT WAIT UNPOSTED ON THE PENDAPRV
000150*     PENDING-APPROVAL FILE UNDER THE OPERATOR WHO KEYED THEM.
000160*     ON THIS SCREEN A SECOND OPERATOR, SIGNED ON THROUGH
000170*     LNSIGNON WITH APPROVAL AUTHORITY ON THE OPERAUTH FILE,
000180*     CALLS AN ITEM UP BY TYPE (M OR L) AND ACCOUNT NUMBER --
000190*     OR ACCOUNT ZERO FOR THE FIRST ITEM OF THAT TYPE STILL
000200*     WAITING THAT SOMEONE ELSE KEYED -- AND APPROVES OR
000210*     DECLINES IT.  A DECLINE NEEDS A REASON.  NOBODY MAY DECIDE
000220*     AN ITEM THEY KEYED, AND AN OPERATOR WITHOUT APPROVAL
000230*     AUTHORITY CANNOT OPEN THE SCREEN AT ALL.
000240*
000250*     AN APPROVED NEW LOAN IS WRITTEN TO THE MASTER HERE, FROM
000260*     THE FINISHED RECORD LNENTRY HELD ON THE QUEUE, WITH ITS
000270*     BORROWER CROSS-REFERENCE, AND IS JOURNALED THROUGH LNAUDIT
000280*     UNDER THE OPERATOR WHO KEYED IT AND THE OPERATOR WHO
000290*     APPROVED IT.  IF THE ACCOUNT NUMBER HAS REACHED THE MASTER
000300*     SOME OTHER WAY WHILE THE LOAN WAITED, THE APPROVAL IS
000310*     REFUSED AND THE ITEM STAYS PENDING FOR A DECLINE.  AN
000320*     APPROVED MODIFICATION IS ONLY MARKED APPROVED; IT POSTS ON
000330*     THE NEXT LNMODPST RUN, WHICH EDITS IT AGAIN AGAINST THE
000340*     MASTER AS IT STANDS THEN.  EVERY DECISION STAYS ON THE
000350*     QUEUE RECORD WITH WHO MADE IT AND WHEN, FOR THE LNAPRRPT
000360*     DAILY REPORT.
000370*
000380*  MODIFICATION HISTORY.
000390*     10/15/2026  DPL  ORIGINAL PROGRAM.
000400*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.  LNAPRMNT.
000430 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000440 INSTALLATION. HOME OFFICE.
000450 DATE-WRITTEN. 10/15/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-370.
000510 OBJECT-COMPUTER.  IBM-370.
000520 SPECIAL-NAMES.
000530     CRT STATUS IS WS-CRT-STATUS.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PENDING-APPROVAL
000580         ASSIGN TO "PENDAPRV"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PA-QUEUE-KEY
000620         FILE STATUS IS WS-PA-STATUS.
000630
000640     SELECT LOAN-MASTER
000650         ASSIGN TO "LOANMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS LM-ACCT-NBR
000690         FILE STATUS IS WS-LM-STATUS.
000700
000710     SELECT BORROWER-XREF
000720         ASSIGN TO "BORRXREF"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS BX-XREF-KEY
000760         FILE STATUS IS WS-BX-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PENDING-APPROVAL
000810     LABEL RECORD IS STANDARD.
000820 COPY PENDAPRV.
000830
000840 FD  LOAN-MASTER
000850     LABEL RECORD IS STANDARD.
000860 COPY LOANMAST.
000870
000880 FD  BORROWER-XREF
000890     LABEL RECORD IS STANDARD.
000900 COPY BORRXREF.
000910
000920 WORKING-STORAGE SECTION.
000930*
000940*    RUN CONTROL SWITCHES AND COUNTERS.
000950*
000960 77  WS-PA-STATUS            PIC  X(02)      VALUE "00".
000970 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
000980 77  WS-BX-STATUS            PIC  X(02)      VALUE "00".
000990 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
001000 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
001010     88  WS-ALL-DONE                 VALUE "Y".
001020 77  WS-QUEUE-EOF-SWITCH     PIC  X(01)      VALUE "N".
001030     88  WS-QUEUE-EOF-REACHED        VALUE "Y".
001040 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
001050     88  WS-ITEM-FOUND               VALUE "Y".
001060 77  WS-ADDED-SWITCH         PIC  X(01)      VALUE "N".
001070     88  WS-LOAN-ADDED               VALUE "Y".
001080 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
001090     88  WS-DECISION-WRITTEN         VALUE "Y".
001100 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001110 77  WS-APPROVED-CTR         PIC  9(05)      COMP VALUE ZERO.
001120 77  WS-DECLINED-CTR         PIC  9(05)      COMP VALUE ZERO.
001130*
001140*    SCREEN ENTRY FIELDS.  THE ITEM TYPE AND ACCOUNT CALL AN
001150*    ITEM UP; THE ACTION AND REASON ARE TAKEN ONLY ONCE THE
001160*    ITEM IS ON THE SCREEN.
001170*
001180 77  AQ-ITEM-TYPE            PIC  X(01)      VALUE SPACE.
001190     88  AQ-TYPE-VALID               VALUE "M" "L".
001200     88  AQ-TYPE-END-SESSION         VALUE SPACE.
001210 77  AQ-ACCT-NBR             PIC  9(07)      VALUE ZERO.
001220 77  AQ-ACTION               PIC  X(01)      VALUE SPACE.
001230     88  AQ-ACTION-APPROVE           VALUE "A" "a".
001240     88  AQ-ACTION-DECLINE           VALUE "D" "d".
001250 77  AQ-DECLINE-REASON       PIC  X(30)      VALUE SPACES.
001260 77  AQ-MESSAGE              PIC  X(40)      VALUE SPACES.
001270 77  AQ-CONFIRM              PIC  X(01)      VALUE SPACE.
001280*
001290*    THE ITEM AS QUEUED, SHOWN FOR THE APPROVER TO CHECK BEFORE
001300*    DECIDING.  FOR A MODIFICATION THE DATE IS THE EFFECTIVE
001310*    DATE KEYED ON THE TRANSACTION; FOR A NEW LOAN IT IS THE
001320*    ORIGINATION DATE.
001330*
001340 77  AQ-KEYED-BY             PIC  X(08)      VALUE SPACES.
001350 77  AQ-KEYED-DATE           PIC  9(08)      VALUE ZERO.
001360 77  AQ-PROGRAM-ID           PIC  X(08)      VALUE SPACES.
001370 77  AQ-BORROWER-NAME        PIC  X(30)      VALUE SPACES.
001380 77  AQ-ITEM-DESC            PIC  X(20)      VALUE SPACES.
001390 77  AQ-LOAN-AMT-DISP        PIC  ZZ,ZZZ,ZZ9.99.
001400 77  AQ-INT-RATE-DISP        PIC  Z9.99.
001410 77  AQ-NBR-PMTS-DISP        PIC  ZZ9.
001420 77  AQ-ITEM-DATE            PIC  9(08)      VALUE ZERO.
001430
001440 COPY AUDITW.
001450
001460 COPY SIGNONW.
001470
001480 SCREEN SECTION.
001490 01  QUEUE-SCREEN.
001500     03  BLANK SCREEN.
001510     03  LINE 01 COLUMN 22 VALUE "PENDING APPROVAL QUEUE".
001520     03  LINE 03 COLUMN 05 VALUE "ITEM TYPE (M/L) . . .".
001530     03  LINE 03 COLUMN 27 PIC X(01) USING AQ-ITEM-TYPE.
001540     03  LINE 03 COLUMN 32 VALUE
001550             "M MODIFICATION, L NEW LOAN, BLANK TO END".
001560     03  LINE 04 COLUMN 05 VALUE "ACCOUNT NUMBER. . . .".
001570     03  LINE 04 COLUMN 27 PIC 9(07) USING AQ-ACCT-NBR.
001580     03  LINE 04 COLUMN 36 VALUE "ZERO FOR THE FIRST ONE WAITING".
001590     03  LINE 20 COLUMN 05 PIC X(40) FROM AQ-MESSAGE.
001600
001610 01  ITEM-SCREEN.
001620     03  LINE 06 COLUMN 05 VALUE "KEYED BY. . . . . . .".
001630     03  LINE 06 COLUMN 27 PIC X(08) FROM AQ-KEYED-BY.
001640     03  LINE 07 COLUMN 05 VALUE "KEYED ON. . . . . . .".
001650     03  LINE 07 COLUMN 27 PIC 9(08) FROM AQ-KEYED-DATE.
001660     03  LINE 08 COLUMN 05 VALUE "FROM PROGRAM. . . . .".
001670     03  LINE 08 COLUMN 27 PIC X(08) FROM AQ-PROGRAM-ID.
001680     03  LINE 10 COLUMN 05 VALUE "ITEM. . . . . . . . .".
001690     03  LINE 10 COLUMN 27 PIC X(20) FROM AQ-ITEM-DESC.
001700     03  LINE 11 COLUMN 05 VALUE "BORROWER. . . . . . .".
001710     03  LINE 11 COLUMN 27 PIC X(30) FROM AQ-BORROWER-NAME.
001720     03  LINE 12 COLUMN 05 VALUE "LOAN AMOUNT . . . . .".
001730     03  LINE 12 COLUMN 27 PIC ZZ,ZZZ,ZZ9.99
001740                       FROM AQ-LOAN-AMT-DISP.
001750     03  LINE 13 COLUMN 05 VALUE "INTEREST RATE . . . .".
001760     03  LINE 13 COLUMN 27 PIC Z9.99 FROM AQ-INT-RATE-DISP.
001770     03  LINE 14 COLUMN 05 VALUE "NUMBER OF PAYMENTS. .".
001780     03  LINE 14 COLUMN 27 PIC ZZ9 FROM AQ-NBR-PMTS-DISP.
001790     03  LINE 15 COLUMN 05 VALUE "EFFECTIVE/ORIG DATE .".
001800     03  LINE 15 COLUMN 27 PIC 9(08) FROM AQ-ITEM-DATE.
001810
001820 01  DECISION-SCREEN.
001830     03  LINE 17 COLUMN 05 VALUE "APPROVE OR DECLINE (A/D)?".
001840     03  LINE 17 COLUMN 31 PIC X(01) USING AQ-ACTION.
001850     03  LINE 18 COLUMN 05 VALUE "DECLINE REASON. . . .".
001860     03  LINE 18 COLUMN 27 PIC X(30) USING AQ-DECLINE-REASON.
001870
001880 PROCEDURE DIVISION.
001890******************************************************************
001900*    0000-MAINLINE.                                             *
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001940     PERFORM 2000-DECIDE-ITEM     THRU 2000-EXIT
001950         UNTIL WS-ALL-DONE.
001960     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001970     GOBACK.
001980
001990******************************************************************
002000*    1000-INITIALIZE  --  SIGN THE APPROVER ON, THEN OPEN THE    *
002010*    QUEUE, CREATING IT IF NOTHING HAS EVER BEEN QUEUED, THE     *
002020*    PORTFOLIO AND THE BORROWER CROSS-REFERENCE.                 *
002030******************************************************************
002040 1000-INITIALIZE.
002050     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
002060     IF WS-ALL-DONE
002070         GO TO 1000-EXIT
002080     END-IF.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     OPEN I-O PENDING-APPROVAL.
002110     IF WS-PA-STATUS = "35"
002120         OPEN OUTPUT PENDING-APPROVAL
002130         CLOSE PENDING-APPROVAL
002140         OPEN I-O PENDING-APPROVAL
002150     END-IF.
002160     IF WS-PA-STATUS NOT = "00"
002170         DISPLAY "LNAPRMNT - PENDAPRV OPEN FAILED, STATUS = "
002180             WS-PA-STATUS
002190         MOVE "Y" TO WS-DONE-SWITCH
002200         GO TO 1000-EXIT
002210     END-IF.
002220     OPEN I-O LOAN-MASTER.
002230     IF WS-LM-STATUS NOT = "00"
002240         DISPLAY "LNAPRMNT - LOAN-MASTER OPEN FAILED, STATUS = "
002250             WS-LM-STATUS
002260         MOVE "Y" TO WS-DONE-SWITCH
002270         GO TO 1000-EXIT
002280     END-IF.
002290     OPEN I-O BORROWER-XREF.
002300     IF WS-BX-STATUS = "35"
002310         OPEN OUTPUT BORROWER-XREF
002320         CLOSE BORROWER-XREF
002330         OPEN I-O BORROWER-XREF
002340     END-IF.
002350     IF WS-BX-STATUS NOT = "00"
002360         DISPLAY "LNAPRMNT - BORROWER-XREF OPEN FAILED, STATUS = "
002370             WS-BX-STATUS
002380         MOVE "Y" TO WS-DONE-SWITCH
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
002450*    BEFORE ANYTHING IS OPENED.  ONLY AN OPERATOR WITH APPROVAL  *
002460*    AUTHORITY ON OPERAUTH GETS A SESSION.  THE AUDIT OPERATOR   *
002470*    IS NOT SET HERE  --  A RELEASED LOAN IS JOURNALED UNDER     *
002480*    THE OPERATOR WHO KEYED IT, WITH THIS OPERATOR AS THE        *
002490*    APPROVER.                                                   *
002500******************************************************************
002510 1050-SIGN-ON.
002520     MOVE "LNAPRMNT" TO SG-PROGRAM-ID.
002530     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
002540     IF NOT SG-SIGNED-ON
002550         DISPLAY "LNAPRMNT - NOT SIGNED ON, SESSION ENDED."
002560         MOVE "Y" TO WS-DONE-SWITCH
002570         GO TO 1050-EXIT
002580     END-IF.
002590     IF NOT SG-CAN-APPROVE
002600         DISPLAY "LNAPRMNT - OPERATOR " SG-OPERATOR-ID
002610             " HAS NO APPROVAL AUTHORITY."
002620         MOVE "Y" TO WS-DONE-SWITCH
002630     END-IF.
002640 1050-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    2000-DECIDE-ITEM  --  CALL UP, CHECK AND DECIDE ONE QUEUED  *
002690*    ITEM.                                                       *
002700******************************************************************
002710 2000-DECIDE-ITEM.
002720     MOVE "N" TO WS-WRITTEN-SWITCH.
002730     MOVE ZERO TO AQ-ACCT-NBR.
002740     MOVE SPACES TO AQ-MESSAGE.
002750     PERFORM 2050-GET-ONE-ITEM THRU 2050-EXIT
002760         UNTIL WS-DECISION-WRITTEN OR WS-ALL-DONE.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2050-GET-ONE-ITEM.
002810     MOVE SPACE  TO AQ-ACTION.
002820     MOVE SPACES TO AQ-DECLINE-REASON.
002830     DISPLAY QUEUE-SCREEN.
002840     ACCEPT QUEUE-SCREEN.
002850     PERFORM 2100-EDIT-DECISION THRU 2100-EXIT.
002860 2050-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    2100-EDIT-DECISION  --  FIND THE ITEM, SHOW IT, AND TAKE    *
002910*    AND EDIT THE DECISION.  FIRST FAILURE WINS, THE SAME        *
002920*    CONVENTION AS LNVALID.  A BLANK ITEM TYPE ENDS THE          *
002930*    SESSION.                                                    *
002940******************************************************************
002950 2100-EDIT-DECISION.
002960     IF AQ-TYPE-END-SESSION
002970         SET WS-ALL-DONE TO TRUE
002980         GO TO 2100-EXIT
002990     END-IF.
003000     IF NOT AQ-TYPE-VALID
003010         MOVE "ITEM TYPE MUST BE M OR L." TO AQ-MESSAGE
003020         GO TO 2100-EXIT
003030     END-IF.
003040     PERFORM 2150-FIND-ITEM THRU 2150-EXIT.
003050     IF NOT WS-ITEM-FOUND
003060         MOVE "NO ITEM WAITING FOR THAT TYPE/ACCOUNT."
003070             TO AQ-MESSAGE
003080         GO TO 2100-EXIT
003090     END-IF.
003100     PERFORM 2200-SHOW-ITEM THRU 2200-EXIT.
003110     IF PA-KEYED-BY = SG-OPERATOR-ID
003120         MOVE "KEYED BY YOU -- NEEDS A SECOND OPERATOR."
003130             TO AQ-MESSAGE
003140         GO TO 2100-EXIT
003150     END-IF.
003160     DISPLAY DECISION-SCREEN.
003170     ACCEPT DECISION-SCREEN.
003180     IF NOT AQ-ACTION-APPROVE AND NOT AQ-ACTION-DECLINE
003190         MOVE "NO DECISION TAKEN -- ITEM STILL WAITING."
003200             TO AQ-MESSAGE
003210         GO TO 2100-EXIT
003220     END-IF.
003230     IF AQ-ACTION-DECLINE AND AQ-DECLINE-REASON = SPACES
003240         MOVE "A DECLINE NEEDS A REASON -- RE-KEY."
003250             TO AQ-MESSAGE
003260         GO TO 2100-EXIT
003270     END-IF.
003280     PERFORM 2800-POST-DECISION THRU 2800-EXIT.
003290 2100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    2150-FIND-ITEM  --  POSITION ON THE KEYED TYPE AND ACCOUNT  *
003340*    AND READ FORWARD TO ITS OLDEST ITEM STILL PENDING.  WITH    *
003350*    ACCOUNT ZERO, THE FIRST PENDING ITEM OF THE TYPE THAT THIS  *
003360*    OPERATOR DID NOT KEY.                                       *
003370******************************************************************
003380 2150-FIND-ITEM.
003390     MOVE "N" TO WS-FOUND-SWITCH.
003400     MOVE "N" TO WS-QUEUE-EOF-SWITCH.
003410     MOVE AQ-ITEM-TYPE TO PA-ITEM-TYPE.
003420     MOVE AQ-ACCT-NBR  TO PA-ACCT-NBR.
003430     MOVE ZERO         TO PA-KEYED-DATE.
003440     MOVE ZERO         TO PA-KEYED-TIME.
003450     START PENDING-APPROVAL KEY IS NOT < PA-QUEUE-KEY
003460         INVALID KEY
003470             MOVE "Y" TO WS-QUEUE-EOF-SWITCH
003480     END-START.
003490     PERFORM 2160-READ-NEXT-ITEM THRU 2160-EXIT
003500         UNTIL WS-ITEM-FOUND OR WS-QUEUE-EOF-REACHED.
003510 2150-EXIT.
003520     EXIT.
003530
003540 2160-READ-NEXT-ITEM.
003550     READ PENDING-APPROVAL NEXT RECORD
003560         AT END
003570             MOVE "Y" TO WS-QUEUE-EOF-SWITCH
003580     END-READ.
003590     IF WS-QUEUE-EOF-REACHED
003600         GO TO 2160-EXIT
003610     END-IF.
003620     IF PA-ITEM-TYPE NOT = AQ-ITEM-TYPE
003630         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
003640         GO TO 2160-EXIT
003650     END-IF.
003660     IF AQ-ACCT-NBR NOT = ZERO
003670             AND PA-ACCT-NBR NOT = AQ-ACCT-NBR
003680         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
003690         GO TO 2160-EXIT
003700     END-IF.
003710     IF NOT PA-PENDING
003720         GO TO 2160-EXIT
003730     END-IF.
003740     IF AQ-ACCT-NBR = ZERO AND PA-KEYED-BY = SG-OPERATOR-ID
003750         GO TO 2160-EXIT
003760     END-IF.
003770     SET WS-ITEM-FOUND TO TRUE.
003780 2160-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820*    2200-SHOW-ITEM  --  PUT THE ITEM FOUND ON THE SCREEN, WITH  *
003830*    ITS ACCOUNT NUMBER IN PLACE OF A KEYED ZERO.                *
003840******************************************************************
003850 2200-SHOW-ITEM.
003860     MOVE PA-ACCT-NBR      TO AQ-ACCT-NBR.
003870     MOVE PA-KEYED-BY      TO AQ-KEYED-BY.
003880     MOVE PA-KEYED-DATE    TO AQ-KEYED-DATE.
003890     MOVE PA-PROGRAM-ID    TO AQ-PROGRAM-ID.
003900     MOVE PA-BORROWER-NAME TO AQ-BORROWER-NAME.
003910     MOVE PA-LOAN-AMT      TO AQ-LOAN-AMT-DISP.
003920     MOVE PA-INT-RATE      TO AQ-INT-RATE-DISP.
003930     MOVE PA-NBR-PMTS      TO AQ-NBR-PMTS-DISP.
003940     IF PA-ITEM-NEW-LOAN
003950         MOVE "NEW LOAN"          TO AQ-ITEM-DESC
003960         MOVE PA-ITEM-IMAGE       TO LOAN-MASTER-RECORD
003970         MOVE LM-ORIGINATION-DATE TO AQ-ITEM-DATE
003980     ELSE
003990         IF PA-MOD-DEFERRAL
004000             MOVE "PAYMENT DEFERRAL"  TO AQ-ITEM-DESC
004010         ELSE
004020             IF PA-MOD-EXTENSION
004030                 MOVE "TERM EXTENSION"  TO AQ-ITEM-DESC
004040             ELSE
004050                 MOVE "RATE CONCESSION" TO AQ-ITEM-DESC
004060             END-IF
004070         END-IF
004080         MOVE PA-MOD-EFF-DATE     TO AQ-ITEM-DATE
004090     END-IF.
004100     DISPLAY QUEUE-SCREEN.
004110     DISPLAY ITEM-SCREEN.
004120 2200-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    2800-POST-DECISION  --  STAMP THE DECISION, WHO MADE IT     *
004170*    AND WHEN, ON THE QUEUE RECORD AND REWRITE IT.  AN APPROVED  *
004180*    NEW LOAN IS ADDED TO THE MASTER FIRST, AND IF IT CANNOT BE  *
004190*    ADDED NOTHING IS REWRITTEN  --  THE ITEM STAYS PENDING.     *
004200*    AN APPROVED MODIFICATION IS LEFT FOR LNMODPST TO POST.      *
004210******************************************************************
004220 2800-POST-DECISION.
004230     MOVE SG-OPERATOR-ID TO PA-DECIDED-BY.
004240     ACCEPT PA-DECISION-DATE FROM DATE YYYYMMDD.
004250     ACCEPT PA-DECISION-TIME FROM TIME.
004260     IF AQ-ACTION-DECLINE
004270         SET PA-DECLINED TO TRUE
004280         MOVE AQ-DECLINE-REASON TO PA-DECLINE-REASON
004290         GO TO 2800-REWRITE
004300     END-IF.
004310     SET PA-APPROVED TO TRUE.
004320     MOVE SPACES TO PA-DECLINE-REASON.
004330     IF PA-ITEM-NEW-LOAN
004340         PERFORM 2820-ADD-NEW-LOAN THRU 2820-EXIT
004350         IF NOT WS-LOAN-ADDED
004360             GO TO 2800-EXIT
004370         END-IF
004380     END-IF.
004390 2800-REWRITE.
004400     REWRITE PENDING-APPROVAL-RECORD.
004410     IF WS-PA-STATUS NOT = "00"
004420         DISPLAY "LNAPRMNT - PENDAPRV REWRITE FAILED FOR ACCOUNT "
004430             PA-ACCT-NBR ", STATUS = " WS-PA-STATUS
004440         MOVE "Y" TO WS-DONE-SWITCH
004450         GO TO 2800-EXIT
004460     END-IF.
004470     SET WS-DECISION-WRITTEN TO TRUE.
004480     IF PA-DECLINED
004490         ADD 1 TO WS-DECLINED-CTR
004500         DISPLAY "LNAPRMNT - ACCOUNT " PA-ACCT-NBR " DECLINED."
004510     ELSE
004520         ADD 1 TO WS-APPROVED-CTR
004530         IF PA-ITEM-NEW-LOAN
004540             DISPLAY "LNAPRMNT - ACCOUNT " PA-ACCT-NBR
004550                 " APPROVED AND ADDED."
004560         ELSE
004570             DISPLAY "LNAPRMNT - ACCOUNT " PA-ACCT-NBR
004580                 " APPROVED; POSTS ON THE NEXT LNMODPST RUN."
004590         END-IF
004600     END-IF.
004610     PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT.
004620 2800-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    2820-ADD-NEW-LOAN  --  WRITE THE APPROVED LOAN TO THE       *
004670*    MASTER FROM THE RECORD LNENTRY HELD ON THE QUEUE, JOURNAL   *
004680*    IT, AND ADD ITS CROSS-REFERENCE, THE SAME STEPS LNENTRY     *
004690*    TAKES FOR A LOAN WITHIN ITS LIMIT.  THE QUEUE RECORD IS     *
004700*    MARKED POSTED ONLY ONCE THE MASTER HAS IT.                  *
004710******************************************************************
004720 2820-ADD-NEW-LOAN.
004730     MOVE "N" TO WS-ADDED-SWITCH.
004740     MOVE PA-ITEM-IMAGE TO LOAN-MASTER-RECORD.
004750     WRITE LOAN-MASTER-RECORD
004760         INVALID KEY
004770             MOVE "ACCOUNT NOW ON MASTER -- DECLINE IT."
004780                 TO AQ-MESSAGE
004790     END-WRITE.
004800     IF WS-LM-STATUS NOT = "00"
004810         IF WS-LM-STATUS NOT = "22"
004820             DISPLAY "LNAPRMNT - MASTER WRITE FAILED FOR ACCOUNT "
004830                 LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
004840             MOVE "Y" TO WS-DONE-SWITCH
004850         END-IF
004860         GO TO 2820-EXIT
004870     END-IF.
004880     SET WS-LOAN-ADDED TO TRUE.
004890     SET PA-POSTED TO TRUE.
004900     MOVE WS-RUN-DATE TO PA-POSTED-DATE.
004910     PERFORM 2830-JOURNAL-ADD THRU 2830-EXIT.
004920     PERFORM 2850-ADD-XREF THRU 2850-EXIT.
004930 2820-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    2830-JOURNAL-ADD  --  JOURNAL THE NEW ACCOUNT THROUGH       *
004980*    LNAUDIT UNDER THE OPERATOR WHO KEYED IT, WITH THIS          *
004990*    OPERATOR AS THE APPROVER.  AN ADD HAS NO BEFORE IMAGE, SO   *
005000*    SPACES GO IN ITS PLACE.                                     *
005010******************************************************************
005020 2830-JOURNAL-ADD.
005030     MOVE LM-ACCT-NBR         TO AP-ACCT-NBR.
005040     MOVE "LNAPRMNT"          TO AP-PROGRAM-ID.
005050     SET  AP-ACTION-ADD       TO TRUE.
005060     MOVE PA-KEYED-BY         TO AP-OPERATOR-ID.
005070     MOVE SG-OPERATOR-ID      TO AP-APPROVER-ID.
005080     MOVE SPACES              TO AP-BEFORE-IMAGE.
005090     MOVE LOAN-MASTER-RECORD  TO AP-AFTER-IMAGE.
005100     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
005110 2830-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150*    2850-ADD-XREF  --  WRITE THE NEW ACCOUNT'S BORROWER         *
005160*    CROSS-REFERENCE RECORD.  A DUPLICATE IS HARMLESS; ANY       *
005170*    OTHER BAD STATUS IS REPORTED SO THE XREF CAN BE REBUILT,    *
005180*    AS IN LNENTRY.                                              *
005190******************************************************************
005200 2850-ADD-XREF.
005210     MOVE LM-BORROWER-ID TO BX-BORROWER-ID.
005220     MOVE LM-ACCT-NBR    TO BX-ACCT-NBR.
005230     WRITE BORROWER-XREF-RECORD
005240         INVALID KEY
005250             CONTINUE
005260     END-WRITE.
005270     IF WS-BX-STATUS NOT = "00" AND WS-BX-STATUS NOT = "22"
005280         DISPLAY "LNAPRMNT - XREF WRITE FAILED, STATUS = "
005290             WS-BX-STATUS " -- RUN LNBXBLD TO REBUILD."
005300     END-IF.
005310 2850-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350*    2900-ASK-ANOTHER  --  LET THE APPROVER DECIDE ANOTHER ITEM  *
005360*    OR END THE SESSION.                                         *
005370******************************************************************
005380 2900-ASK-ANOTHER.
005390     MOVE SPACE TO AQ-CONFIRM.
005400     DISPLAY "DECIDE ANOTHER ITEM (Y/N)? " WITH NO ADVANCING.
005410     ACCEPT AQ-CONFIRM.
005420     IF AQ-CONFIRM NOT = "Y" AND AQ-CONFIRM NOT = "y"
005430         SET WS-ALL-DONE TO TRUE
005440     END-IF.
005450 2900-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490*    9000-TERMINATE.                                            *
005500******************************************************************
005510 9000-TERMINATE.
005520     CLOSE PENDING-APPROVAL.
005530     CLOSE LOAN-MASTER.
005540     CLOSE BORROWER-XREF.
005550     DISPLAY "LNAPRMNT - APPROVED: " WS-APPROVED-CTR
005560         " DECLINED: " WS-DECLINED-CTR.
005570     DISPLAY "LNAPRMNT - SESSION ENDED.".
005580 9000-EXIT.
005590     EXIT.
