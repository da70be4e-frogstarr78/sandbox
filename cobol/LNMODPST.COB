000480*     DATE ARRIVES, THE SAME WAY THE ESCROW CLERK HOLDS THE
000490*     EXPECTED-DISBURSEMENT FILE UNTIL THE BILLS ARE PAID.
000500*
000510*     NO MODIFICATION POSTS ON ONE OPERATOR'S SAY.  THE OPERATOR
000520*     RUNNING THE FILE SIGNS ON THROUGH LNSIGNON, AND EACH
000530*     TRANSACTION THAT PASSES THE EDITS IS QUEUED ON THE PENDAPRV
000540*     PENDING-APPROVAL FILE UNDER THAT OPERATOR, UNPOSTED.  A
000550*     SECOND OPERATOR WITH APPROVAL AUTHORITY APPROVES OR DECLINES
000560*     IT ON THE LNAPRMNT SCREEN.  EACH RUN FIRST POSTS THE ITEMS
000570*     APPROVED SINCE THE LAST ONE -- EDITED AGAIN AGAINST THE
000580*     MASTER AS IT STANDS THEN, AND REJECTED WITH A REASON IF IT
000590*     NO LONGER PASSES -- AND ONLY THEN QUEUES THE NEW FILE.  THE
000600*     REGISTER AND THE JOURNAL SHOW WHO KEYED AND WHO APPROVED
000610*     EACH POSTED CHANGE.  A NIGHT WITH NO LOANMODS FILE AT ALL
000620*     STILL POSTS THE APPROVED ITEMS; THERE IS SIMPLY NOTHING NEW
000630*     TO QUEUE.
000640*
000650*  MODIFICATION HISTORY.
000660*     09/03/2026  DPL  ORIGINAL PROGRAM.
000670*     09/03/2026  DPL  EVERY POSTED REWRITE NOW RAISES
000680*                      LM-ACTIVITY-FLAG SO THE CHANGED-ONLY
000690*                      NIGHTLY RUN PICKS THE ACCOUNT UP.
000700*     09/03/2026  DPL  A CONCESSION ON AN ARM NOW TAKES EFFECT
000710*                      NO EARLIER THAN THE PAYMENT AFTER THE
000720*                      LAST RATE-HISTORY ENTRY (AND IS REJECTED
000730*                      IF THAT PUSHES IT PAST THE FINAL
000740*                      PAYMENT), SO A RESET LNRATRST ALREADY
000750*                      POSTED FOR A FUTURE PAYMENT CAN NEVER
000760*                      LEAVE THE TABLE NON-MONOTONIC AND HAND
000770*                      LNARM A NEGATIVE SEGMENT LENGTH.
000780*     10/15/2026  DPL  EVERY POSTED MODIFICATION NOW WRITES A
000790*                      TRANSACTION HISTORY ENTRY THROUGH
000800*                      LNTRNHST (NO MONEY MOVES, BUT THE
000810*                      TRANSCRIPT SHOWS THE GRANTED TERMS AND
000820*                      THE BALANCES THEY LEFT).
000830*     10/15/2026  DPL  A MODIFICATION AGAINST A CHARGED-OFF
000840*                      ACCOUNT IS NOW REJECTED WITH ITS OWN
000850*                      REASON.
000860*     10/15/2026  DPL  MODIFICATIONS NO LONGER POST AS THEY ARE
000870*                      READ.  THE RUN SIGNS ITS OPERATOR ON,
000880*                      QUEUES EACH EDITED TRANSACTION ON THE NEW
000890*                      PENDAPRV APPROVAL QUEUE UNDER THAT
000900*                      OPERATOR, AND POSTS ONLY THE ITEMS A
000910*                      SECOND OPERATOR HAS SINCE APPROVED ON
000920*                      LNAPRMNT, RE-EDITED FIRST.  THE EDITS
000930*                      MOVED TO 2200-EDIT-MOD SO BOTH PATHS
000940*                      SHARE THEM, AND LOANMODS IS NOW READ INTO
000950*                      WORKING STORAGE.  THE REGISTER LINE AND
000960*                      THE JOURNAL ENTRY CARRY WHO KEYED AND WHO
000970*                      APPROVED THE CHANGE.
000980*     10/15/2026  DPL  A NIGHT WITH NO LOANMODS FILE (STATUS 35)
000990*                      NO LONGER ENDS THE RUN BEFORE THE
001000*                      APPROVAL QUEUE IS OPENED; THE APPROVED
001010*                      ITEMS STILL POST AND ONLY THE QUEUING
001020*                      PASS IS SKIPPED.  ANY OTHER OPEN FAILURE
001030*                      STILL ENDS THE RUN.
001040*
001050 IDENTIFICATION DIVISION.
001060 PROGRAM-ID.  LNMODPST.
001070 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
001080 INSTALLATION. HOME OFFICE.
001090 DATE-WRITTEN. 09/03/2026.
001100 DATE-COMPILED.
001110
001120 ENVIRONMENT DIVISION.
001130 CONFIGURATION SECTION.
001140 SOURCE-COMPUTER.  IBM-370.
001150 OBJECT-COMPUTER.  IBM-370.
001160
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT LOAN-MODS
001200         ASSIGN TO "LOANMODS"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-MD-STATUS.
001230
001240     SELECT LOAN-MASTER
001250         ASSIGN TO "LOANMAST"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS LM-ACCT-NBR
001290         FILE STATUS IS WS-LM-STATUS.
001300
001310     SELECT MOD-REJECTS
001320         ASSIGN TO "MODRJCTS"
001330         ORGANIZATION IS LINE SEQUENTIAL.
001340
001350     SELECT MOD-RPT
001360         ASSIGN TO "MODREGRP"
001370         ORGANIZATION IS LINE SEQUENTIAL.
001380
001390     SELECT PENDING-APPROVAL
001400         ASSIGN TO "PENDAPRV"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS PA-QUEUE-KEY
001440         FILE STATUS IS WS-PA-STATUS.
001450
001460 DATA DIVISION.
001470 FILE SECTION.
001480 FD  LOAN-MODS
001490     LABEL RECORD IS OMITTED.
001500 01  LOAN-MOD-IN-RECORD          PIC  X(31).
001510
001520 FD  LOAN-MASTER
001530     LABEL RECORD IS STANDARD.
001540 COPY LOANMAST.
001550
001560 FD  MOD-REJECTS
001570     LABEL RECORD IS OMITTED.
001580 01  REJECT-RECORD               PIC  X(61).
001590
001600 FD  MOD-RPT
001610     LABEL RECORD IS OMITTED.
001620 01  MOD-RECORD                  PIC  X(80).
001630
001640 FD  PENDING-APPROVAL
001650     LABEL RECORD IS STANDARD.
001660 COPY PENDAPRV.
001670
001680 WORKING-STORAGE SECTION.
001690*
001700*    THE MODIFICATION TRANSACTION BEING EDITED.  A NEW ONE IS
001710*    READ INTO IT FROM LOANMODS; ONE RELEASED FROM THE APPROVAL
001720*    QUEUE IS MOVED INTO IT FROM THE QUEUE RECORD'S IMAGE, SO
001730*    BOTH GO THROUGH THE SAME EDITS.
001740*
001750 01  LOAN-MOD-RECORD.
001760     03  MD-ACCT-NBR             PIC  9(07).
001770     03  FILLER                  PIC  X(02).
001780     03  MD-MOD-TYPE             PIC  X(01).
001790         88  MD-TYPE-DEFERRAL            VALUE "D".
001800         88  MD-TYPE-EXTENSION           VALUE "T".
001810         88  MD-TYPE-CONCESSION          VALUE "R".
001820     03  FILLER                  PIC  X(02).
001830     03  MD-EFF-DATE             PIC  9(08).
001840     03  FILLER                  PIC  X(02).
001850     03  MD-MOD-COUNT            PIC  9(03).
001860     03  FILLER                  PIC  X(02).
001870     03  MD-NEW-RATE             PIC  9(02)V9(02).
001880*
001890*    OUTPUT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
001900*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
001910*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
001920*
001930 01  REJECT-LINE.
001940     03  RJ-ACCT-NBR             PIC  9(07).
001950     03  FILLER                  PIC  X(02)  VALUE SPACES.
001960     03  RJ-MOD-TYPE             PIC  X(01).
001970     03  FILLER                  PIC  X(02)  VALUE SPACES.
001980     03  RJ-EFF-DATE             PIC  9(08).
001990     03  FILLER                  PIC  X(02)  VALUE SPACES.
002000     03  RJ-MOD-COUNT            PIC  9(03).
002010     03  FILLER                  PIC  X(02)  VALUE SPACES.
002020     03  RJ-NEW-RATE             PIC  9(02)V9(02).
002030     03  FILLER                  PIC  X(02)  VALUE SPACES.
002040     03  RJ-REASON               PIC  X(28).
002050 01  MOD-HDG.
002060     03  FILLER                  PIC  X(36)  VALUE
002070             "LOAN MODIFICATION REGISTER  -       ".
002080     03  MH-RUN-DATE             PIC  9(08).
002090     03  FILLER                  PIC  X(36)  VALUE SPACES.
002100 01  MOD-DTL-LINE.
002110     03  ML-ACCT-NBR             PIC  9(07).
002120     03  FILLER                  PIC  X(02)  VALUE SPACES.
002130     03  ML-MOD-TYPE             PIC  X(01).
002140     03  FILLER                  PIC  X(02)  VALUE SPACES.
002150     03  ML-EFF-DATE             PIC  9(08).
002160     03  FILLER                  PIC  X(02)  VALUE SPACES.
002170     03  ML-MOD-COUNT            PIC  ZZ9.
002180     03  FILLER                  PIC  X(02)  VALUE SPACES.
002190     03  ML-NEW-RATE             PIC  Z9.99.
002200     03  FILLER                  PIC  X(02)  VALUE SPACES.
002210     03  ML-NEW-NBR-PMTS         PIC  ZZ9.
002220     03  FILLER                  PIC  X(02)  VALUE SPACES.
002230     03  ML-NEW-DUE-DATE         PIC  9(08).
002240     03  FILLER                  PIC  X(02)  VALUE SPACES.
002250     03  ML-KEYED-BY             PIC  X(08).
002260     03  FILLER                  PIC  X(01)  VALUE SPACES.
002270     03  ML-APPROVED-BY          PIC  X(08).
002280     03  FILLER                  PIC  X(10)  VALUE SPACES.
002290 01  MOD-CTR-LINE.
002300     03  MC-LABEL                PIC  X(28).
002310     03  MC-COUNT                PIC  ZZZ,ZZ9.
002320     03  FILLER                  PIC  X(45)  VALUE SPACES.
002330*
002340*    RUN CONTROL SWITCHES AND COUNTERS.
002350*
002360 77  WS-MD-STATUS            PIC  X(02)      VALUE "00".
002370 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002380 77  WS-PA-STATUS            PIC  X(02)      VALUE "00".
002390 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002400     88  WS-EOF-REACHED              VALUE "Y".
002410 77  WS-QUEUE-EOF-SWITCH     PIC  X(01)      VALUE "Y".
002420     88  WS-QUEUE-EOF-REACHED        VALUE "Y".
002430 77  WS-MODS-SWITCH          PIC  X(01)      VALUE "Y".
002440     88  WS-MODS-PRESENT             VALUE "Y".
002450     88  WS-NO-NEW-MODS              VALUE "N".
002460 77  WS-EDIT-SWITCH          PIC  X(01)      VALUE "N".
002470     88  WS-MOD-PASSED               VALUE "Y".
002480 77  WS-POSTED-SWITCH        PIC  X(01)      VALUE "N".
002490     88  WS-MOD-POSTED               VALUE "Y".
002500 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
002510     88  WS-ACCOUNT-FOUND            VALUE "Y".
002520 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
002530     88  WS-RPT-WAS-OPENED           VALUE "Y".
002540 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002550 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
002560 77  WS-QUEUED-CTR           PIC  9(07)      COMP VALUE ZERO.
002570 77  WS-RELEASED-CTR         PIC  9(07)      COMP VALUE ZERO.
002580 77  WS-POSTED-CTR           PIC  9(07)      COMP VALUE ZERO.
002590 77  WS-REJECT-CTR           PIC  9(07)      COMP VALUE ZERO.
002600*
002610*    MODIFICATION WORK FIELDS.  THE ALLOWED CONCESSION-RATE
002620*    RANGE MIRRORS THE LNVALID EDITS, SO A GRANTED RATE THE
002630*    NIGHTLY RUN WOULD SUSPEND IS REJECTED UP FRONT.
002640*
002650 77  MO-MIN-RATE             PIC  9(02)V9(02) COMP VALUE 0.01.
002660 77  MO-MAX-RATE             PIC  9(02)V9(02) COMP VALUE 25.00.
002670*
002680*    EFFECTIVE PAYMENT NUMBER FOR A CONCESSION'S RATE-HISTORY
002690*    ENTRY.  NORMALLY THE NEXT PAYMENT, BUT NEVER EARLIER THAN
002700*    THE PAYMENT AFTER THE LAST ENTRY ALREADY ON THE TABLE --
002710*    LNRATRST APPENDS RESETS EFFECTIVE ONE PAYMENT FURTHER OUT,
002720*    AND A NON-MONOTONIC TABLE GIVES LNARM A NEGATIVE SEGMENT
002730*    LENGTH.
002740*
002750 77  MO-EFF-PMT              PIC  9(04)      COMP VALUE ZERO.
002760*
002770*    DUE-DATE ROLL WORK FIELDS, THE SAME MONTH-STEP-AND-CLAMP
002780*    CONVENTION LNPMTPST USES FOR ITS FORWARD ROLL.
002790*
002800 01  MO-WORK-DATE-N          PIC  9(08).
002810 01  MO-WORK-DATE REDEFINES MO-WORK-DATE-N.
002820     03  MO-WD-YEAR              PIC  9(04).
002830     03  MO-WD-MONTH             PIC  9(02).
002840     03  MO-WD-DAY               PIC  9(02).
002850 01  MO-MONTH-DAYS-VAL       PIC  X(24)      VALUE
002860         "312831303130313130313031".
002870 01  MO-MONTH-DAYS REDEFINES MO-MONTH-DAYS-VAL.
002880     03  MO-DAYS-IN-MONTH        OCCURS 12 TIMES
002890                                 PIC  9(02).
002900 77  MO-MONTH-END-DAY        PIC  9(02)      COMP VALUE ZERO.
002910 77  MO-ROLL-DAY             PIC  9(04)      COMP VALUE ZERO.
002920 77  MO-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
002930 77  MO-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
002940 77  MO-LEAP-SWITCH          PIC  X(01)      VALUE "N".
002950     88  MO-LEAP-YEAR                VALUE "Y".
002960*
002970*    TRANSACTION HISTORY DESCRIPTIONS -- THE PAYMENT COUNT FOR
002980*    A DEFERRAL OR EXTENSION, THE GRANTED RATE FOR A CONCESSION.
002990*
003000 01  MO-HIST-COUNT-DESC.
003010     03  MO-HC-LABEL             PIC  X(16).
003020     03  MO-HC-COUNT             PIC  ZZ9.
003030     03  FILLER                  PIC  X(11)  VALUE " PAYMENTS".
003040 01  MO-HIST-RATE-DESC.
003050     03  FILLER                  PIC  X(16)  VALUE
003060             "RATE CONCESSION ".
003070     03  MO-HR-RATE              PIC  Z9.99.
003080     03  FILLER                  PIC  X(09)  VALUE SPACES.
003090
003100 COPY LOANW.
003110
003120 COPY AUDITW.
003130
003140 COPY TRANHW.
003150
003160 COPY SIGNONW.
003170
003180 PROCEDURE DIVISION.
003190******************************************************************
003200*    0000-MAINLINE.                                             *
003210******************************************************************
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003240     PERFORM 3000-POST-APPROVED THRU 3000-EXIT
003250         UNTIL WS-QUEUE-EOF-REACHED.
003260     PERFORM 1500-PRIME-NEW-MODS THRU 1500-EXIT.
003270     PERFORM 2000-QUEUE-MOD     THRU 2000-EXIT
003280         UNTIL WS-EOF-REACHED.
003290     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
003300     GOBACK.
003310
003320******************************************************************
003330*    1000-INITIALIZE  --  SIGN THE OPERATOR ON, OPEN THE         *
003340*    TRANSACTIONS, THE PORTFOLIO, THE APPROVAL QUEUE AND THE     *
003350*    OUTPUT FILES, AND POSITION THE QUEUE AT ITS FIRST           *
003360*    MODIFICATION.  NO LOANMODS FILE AT ALL (STATUS 35) IS A     *
003370*    NIGHT WITH NOTHING NEW TO QUEUE, NOT A FAILURE -- THE       *
003380*    APPROVED ITEMS STILL POST.  THE QUEUE STAYS AT END UNLESS   *
003390*    EVERYTHING ELSE OPENS.                                      *
003400******************************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003430     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
003440     IF WS-EOF-REACHED
003450         GO TO 1000-EXIT
003460     END-IF.
003470     OPEN INPUT LOAN-MODS.
003480     IF WS-MD-STATUS = "35"
003490         DISPLAY "LNMODPST - NO LOANMODS - APPROVED ITEMS ONLY"
003500         SET WS-NO-NEW-MODS TO TRUE
003510     END-IF.
003520     IF WS-MD-STATUS NOT = "00" AND WS-MODS-PRESENT
003530         DISPLAY "LNMODPST - LOANMODS OPEN FAILED, STATUS = "
003540             WS-MD-STATUS
003550         MOVE "Y" TO WS-EOF-SWITCH
003560         GO TO 1000-EXIT
003570     END-IF.
003580     OPEN I-O LOAN-MASTER.
003590     IF WS-LM-STATUS NOT = "00"
003600         DISPLAY "LNMODPST - LOAN-MASTER OPEN FAILED, STATUS = "
003610             WS-LM-STATUS
003620         MOVE "Y" TO WS-EOF-SWITCH
003630         GO TO 1000-EXIT
003640     END-IF.
003650     OPEN I-O PENDING-APPROVAL.
003660     IF WS-PA-STATUS = "35"
003670         OPEN OUTPUT PENDING-APPROVAL
003680         CLOSE PENDING-APPROVAL
003690         OPEN I-O PENDING-APPROVAL
003700     END-IF.
003710     IF WS-PA-STATUS NOT = "00"
003720         DISPLAY "LNMODPST - PENDAPRV OPEN FAILED, STATUS = "
003730             WS-PA-STATUS
003740         MOVE "Y" TO WS-EOF-SWITCH
003750         GO TO 1000-EXIT
003760     END-IF.
003770     OPEN OUTPUT MOD-REJECTS.
003780     OPEN OUTPUT MOD-RPT.
003790     SET WS-RPT-WAS-OPENED TO TRUE.
003800     MOVE WS-RUN-DATE TO MH-RUN-DATE.
003810     WRITE MOD-RECORD FROM MOD-HDG.
003820     MOVE "N" TO WS-QUEUE-EOF-SWITCH.
003830     SET PA-ITEM-MODIFICATION TO TRUE.
003840     MOVE ZERO TO PA-ACCT-NBR.
003850     MOVE ZERO TO PA-KEYED-DATE.
003860     MOVE ZERO TO PA-KEYED-TIME.
003870     START PENDING-APPROVAL KEY IS NOT < PA-QUEUE-KEY
003880         INVALID KEY
003890             MOVE "Y" TO WS-QUEUE-EOF-SWITCH
003900     END-START.
003910     IF NOT WS-QUEUE-EOF-REACHED
003920         PERFORM 3900-READ-QUEUE THRU 3900-EXIT
003930     END-IF.
003940 1000-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    1050-SIGN-ON  --  SIGN THE OPERATOR RUNNING THE FILE ON     *
003990*    THROUGH LNSIGNON.  THAT OPERATOR IS RECORDED AS THE ONE     *
004000*    WHO KEYED EVERY MODIFICATION THIS RUN QUEUES, AND SO        *
004010*    CANNOT BE THE ONE WHO APPROVES THEM.  NO SIGN-ON, NO RUN.   *
004020******************************************************************
004030 1050-SIGN-ON.
004040     MOVE "LNMODPST" TO SG-PROGRAM-ID.
004050     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
004060     IF NOT SG-SIGNED-ON
004070         DISPLAY "LNMODPST - NOT SIGNED ON, RUN ENDED."
004080         MOVE "Y" TO WS-EOF-SWITCH
004090     END-IF.
004100 1050-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    1500-PRIME-NEW-MODS  --  ONCE THE APPROVED ITEMS HAVE       *
004150*    POSTED, READ THE FIRST NEW TRANSACTION, UNLESS THE RUN HAS  *
004160*    ALREADY ENDED OR THERE IS NO LOANMODS FILE TONIGHT.         *
004170******************************************************************
004180 1500-PRIME-NEW-MODS.
004190     IF WS-NO-NEW-MODS
004200         MOVE "Y" TO WS-EOF-SWITCH
004210         GO TO 1500-EXIT
004220     END-IF.
004230     IF NOT WS-EOF-REACHED
004240         PERFORM 2900-READ-MOD THRU 2900-EXIT
004250     END-IF.
004260 1500-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    2000-QUEUE-MOD  --  EDIT ONE NEW MODIFICATION TRANSACTION   *
004310*    AND QUEUE IT FOR APPROVAL, OR REJECT IT WITH A REASON.      *
004320*    NOTHING POSTS TO THE MASTER FROM HERE; A QUEUED             *
004330*    MODIFICATION POSTS THROUGH 3000-POST-APPROVED ON A LATER    *
004340*    RUN, ONCE A SECOND OPERATOR HAS APPROVED IT.                *
004350******************************************************************
004360 2000-QUEUE-MOD.
004370     ADD 1 TO WS-READ-CTR.
004380     PERFORM 2200-EDIT-MOD THRU 2200-EXIT.
004390     IF WS-MOD-PASSED
004400         PERFORM 2600-QUEUE-ONE-MOD THRU 2600-EXIT
004410     END-IF.
004420     PERFORM 2900-READ-MOD THRU 2900-EXIT.
004430 2000-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*    2100-LOOKUP-ACCOUNT  --  READ THE TRANSACTION'S ACCOUNT.   *
004480******************************************************************
004490 2100-LOOKUP-ACCOUNT.
004500     MOVE "N" TO WS-FOUND-SWITCH.
004510     MOVE MD-ACCT-NBR TO LM-ACCT-NBR.
004520     READ LOAN-MASTER
004530         INVALID KEY
004540             CONTINUE
004550         NOT INVALID KEY
004560             SET WS-ACCOUNT-FOUND TO TRUE
004570     END-READ.
004580 2100-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    2200-EDIT-MOD  --  EDIT ONE MODIFICATION, NEW OR RELEASED   *
004630*    FROM THE QUEUE, AGAINST ITS ACCOUNT AS THE MASTER STANDS    *
004640*    NOW.  EVERY EDIT THAT CAN FAIL IS CHECKED BEFORE THE        *
004650*    RECORD IS TOUCHED, SO A REJECT NEVER LEAVES A               *
004660*    HALF-MODIFIED MASTER.  A FAILED EDIT WRITES THE REJECT;     *
004670*    WS-MOD-PASSED COMES BACK ON ONLY WHEN EVERY EDIT PASSES.    *
004680******************************************************************
004690 2200-EDIT-MOD.
004700     MOVE "N" TO WS-EDIT-SWITCH.
004710     IF NOT MD-TYPE-DEFERRAL AND NOT MD-TYPE-EXTENSION
004720             AND NOT MD-TYPE-CONCESSION
004730         MOVE "MOD TYPE NOT D, T OR R" TO RJ-REASON
004740         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
004750         GO TO 2200-EXIT
004760     END-IF.
004770     IF (MD-TYPE-DEFERRAL OR MD-TYPE-EXTENSION)
004780             AND MD-MOD-COUNT = ZERO
004790         MOVE "PAYMENT COUNT IS ZERO" TO RJ-REASON
004800         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
004810         GO TO 2200-EXIT
004820     END-IF.
004830     IF MD-TYPE-CONCESSION
004840             AND (MD-NEW-RATE < MO-MIN-RATE
004850                 OR MD-NEW-RATE > MO-MAX-RATE)
004860         MOVE "NEW RATE OUT OF RANGE" TO RJ-REASON
004870         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
004880         GO TO 2200-EXIT
004890     END-IF.
004900     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
004910     IF NOT WS-ACCOUNT-FOUND
004920         MOVE "ACCOUNT NOT ON MASTER" TO RJ-REASON
004930         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
004940         GO TO 2200-EXIT
004950     END-IF.
004960     IF LM-STATUS-PAID-OFF
004970         MOVE "ACCOUNT ALREADY PAID OFF" TO RJ-REASON
004980         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
004990         GO TO 2200-EXIT
005000     END-IF.
005010     IF LM-STATUS-CHARGED-OFF
005020         MOVE "ACCOUNT CHARGED OFF" TO RJ-REASON
005030         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
005040         GO TO 2200-EXIT
005050     END-IF.
005060     IF MD-TYPE-CONCESSION
005070             AND LM-RATE-HIST-CTR > ZERO
005080             AND LM-RATE-HIST-CTR NOT < 20
005090         MOVE "RATE HISTORY TABLE FULL" TO RJ-REASON
005100         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
005110         GO TO 2200-EXIT
005120     END-IF.
005130     IF MD-TYPE-CONCESSION AND LM-RATE-HIST-CTR > ZERO
005140         PERFORM 2250-SET-CONCESSION-EFF THRU 2250-EXIT
005150         IF MO-EFF-PMT > LM-NBR-PMTS
005160             MOVE "CONCESSION PAST FINAL PMT" TO RJ-REASON
005170             PERFORM 2700-REJECT-MOD THRU 2700-EXIT
005180             GO TO 2200-EXIT
005190         END-IF
005200     END-IF.
005210     SET WS-MOD-PASSED TO TRUE.
005220 2200-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    2250-SET-CONCESSION-EFF  --  THE PAYMENT NUMBER THE         *
005270*    CONCESSION SEGMENT TAKES EFFECT WITH: THE NEXT PAYMENT,    *
005280*    PUSHED OUT PAST THE LAST ENTRY ALREADY ON THE TABLE WHEN A *
005290*    SCHEDULED RESET IS STILL IN THE FUTURE, SO LM-RATE-HIST    *
005300*    STAYS MONOTONIC FOR LNARM.                                 *
005310******************************************************************
005320 2250-SET-CONCESSION-EFF.
005330     COMPUTE MO-EFF-PMT = LM-PMTS-MADE + 1.
005340     IF MO-EFF-PMT NOT >
005350             LM-RH-EFF-PMT-NBR (LM-RATE-HIST-CTR)
005360         COMPUTE MO-EFF-PMT =
005370             LM-RH-EFF-PMT-NBR (LM-RATE-HIST-CTR) + 1
005380     END-IF.
005390 2250-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430*    2300-APPLY-MOD  --  POST THE GRANTED TERMS TO THE MASTER,  *
005440*    REFRESH THE STORED TOTALS THROUGH THE SAME LNVALID AND     *
005450*    LNARM/LNCALC PATH THE NIGHTLY RUN USES, REWRITE AND        *
005460*    JOURNAL, AND REGISTER THE CHANGE.  A MODIFIED RECORD THAT  *
005470*    FAILS THE EDITS IS REJECTED AND RE-READ SO THE MASTER IS   *
005480*    LEFT AS IT WAS.                                            *
005490******************************************************************
005500 2300-APPLY-MOD.
005510     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
005520     IF MD-TYPE-DEFERRAL
005530         ADD MD-MOD-COUNT TO LM-NBR-PMTS
005540         PERFORM 2400-ROLL-DUE-DATE THRU 2400-EXIT
005550             MD-MOD-COUNT TIMES
005560     END-IF.
005570     IF MD-TYPE-EXTENSION
005580         ADD MD-MOD-COUNT TO LM-NBR-PMTS
005590     END-IF.
005600     IF MD-TYPE-CONCESSION
005610         MOVE MD-NEW-RATE TO LM-INT-RATE
005620         IF LM-RATE-HIST-CTR > ZERO
005630             ADD 1 TO LM-RATE-HIST-CTR
005640             MOVE MO-EFF-PMT
005650                 TO LM-RH-EFF-PMT-NBR (LM-RATE-HIST-CTR)
005660             MOVE MD-NEW-RATE
005670                 TO LM-RH-RATE (LM-RATE-HIST-CTR)
005680         END-IF
005690     END-IF.
005700     PERFORM 2350-REFRESH-TOTALS THRU 2350-EXIT.
005710     IF NOT LW-NO-ERROR
005720         MOVE "MODIFIED TERMS FAIL EDITS" TO RJ-REASON
005730         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
005740         PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT
005750         GO TO 2300-EXIT
005760     END-IF.
005770     MOVE LW-TOTAL-PMTS TO LM-TOTAL-PMTS.
005780     MOVE LW-TOTAL-INT  TO LM-TOTAL-INT.
005790     SET LM-ACTIVITY-PENDING TO TRUE.
005800     REWRITE LOAN-MASTER-RECORD.
005810     IF WS-LM-STATUS NOT = "00"
005820         DISPLAY "LNMODPST - MASTER REWRITE FAILED FOR ACCOUNT "
005830             LM-ACCT-NBR ", STATUS = " WS-LM-STATUS
005840         MOVE "Y" TO WS-EOF-SWITCH
005850         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
005860         GO TO 2300-EXIT
005870     END-IF.
005880     ADD 1 TO WS-POSTED-CTR.
005890     SET WS-MOD-POSTED TO TRUE.
005900     PERFORM 2360-JOURNAL-MOD THRU 2360-EXIT.
005910     PERFORM 2380-REGISTER-MOD THRU 2380-EXIT.
005920     PERFORM 2390-WRITE-MOD-HIST THRU 2390-EXIT.
005930 2300-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    2350-REFRESH-TOTALS  --  RUN THE MODIFIED RECORD THROUGH   *
005980*    THE LNVALID GATE AND LNARM/LNCALC SO THE STORED TOTALS     *
005990*    MATCH THE GRANTED TERMS.                                   *
006000******************************************************************
006010 2350-REFRESH-TOTALS.
006020     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
006030     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
006040     MOVE LM-INT-RATE     TO LW-INT-RATE.
006050     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
006060     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
006070     PERFORM 2500-LOAD-RATE-HIST THRU 2500-EXIT.
006080     CALL "LNVALID" USING LOAN-WORK-AREA.
006090     IF NOT LW-NO-ERROR
006100         GO TO 2350-EXIT
006110     END-IF.
006120     IF LW-RATE-HIST-CTR > ZERO
006130         CALL "LNARM" USING LOAN-WORK-AREA
006140     ELSE
006150         CALL "LNCALC" USING LOAN-WORK-AREA
006160     END-IF.
006170 2350-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*    2360-JOURNAL-MOD  --  JOURNAL THE POSTED REWRITE THROUGH   *
006220*    LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF         *
006230*    2300-APPLY-MOD, BEFORE ANYTHING TOUCHED THE RECORD.        *
006240******************************************************************
006250 2360-JOURNAL-MOD.
006260     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
006270     MOVE "LNMODPST"         TO AP-PROGRAM-ID.
006280     SET  AP-ACTION-REWRITE  TO TRUE.
006290     MOVE LOAN-MASTER-RECORD TO AP-AFTER-IMAGE.
006300     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
006310 2360-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*    2380-REGISTER-MOD  --  ONE REGISTER LINE PER POSTED        *
006360*    MODIFICATION.                                              *
006370******************************************************************
006380 2380-REGISTER-MOD.
006390     MOVE MD-ACCT-NBR   TO ML-ACCT-NBR.
006400     MOVE MD-MOD-TYPE   TO ML-MOD-TYPE.
006410     MOVE MD-EFF-DATE   TO ML-EFF-DATE.
006420     MOVE MD-MOD-COUNT  TO ML-MOD-COUNT.
006430     IF MD-TYPE-CONCESSION
006440         MOVE MD-NEW-RATE TO ML-NEW-RATE
006450     ELSE
006460         MOVE ZERO        TO ML-NEW-RATE
006470     END-IF.
006480     MOVE LM-NBR-PMTS   TO ML-NEW-NBR-PMTS.
006490     MOVE LM-DUE-DATE   TO ML-NEW-DUE-DATE.
006500     MOVE PA-KEYED-BY   TO ML-KEYED-BY.
006510     MOVE PA-DECIDED-BY TO ML-APPROVED-BY.
006520     WRITE MOD-RECORD FROM MOD-DTL-LINE.
006530 2380-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570*    2390-WRITE-MOD-HIST  --  WRITE THE MODIFICATION'S HISTORY   *
006580*    ENTRY THROUGH LNTRNHST AFTER THE REWRITE IS JOURNALED.  NO  *
006590*    MONEY MOVES; THE PRINCIPAL BALANCE IS WALKED BY LNBALCE     *
006600*    UNDER THE GRANTED TERMS 2350 JUST LOADED.                   *
006610******************************************************************
006620 2390-WRITE-MOD-HIST.
006630     MOVE LM-ACCT-NBR      TO TP-ACCT-NBR.
006640     MOVE MD-EFF-DATE      TO TP-EFF-DATE.
006650     MOVE "LNMODPST"       TO TP-PROGRAM-ID.
006660     SET  TP-TYPE-MODIFICATION TO TRUE.
006670     MOVE ZERO             TO TP-TRAN-AMT.
006680     MOVE ZERO             TO TP-PRIN-AMT.
006690     MOVE ZERO             TO TP-INT-AMT.
006700     MOVE ZERO             TO TP-ESCROW-AMT.
006710     MOVE ZERO             TO TP-FEE-AMT.
006720     MOVE ZERO             TO TP-UNAPPLIED-AMT.
006730     MOVE LM-PMTS-MADE     TO LW-PMTS-MADE.
006740     CALL "LNBALCE" USING LOAN-WORK-AREA.
006750     MOVE LW-REMAINING-BAL TO TP-PRIN-BAL.
006760     MOVE LM-ESCROW-BAL    TO TP-ESCROW-BAL.
006770     IF MD-TYPE-CONCESSION
006780         MOVE MD-NEW-RATE       TO MO-HR-RATE
006790         MOVE MO-HIST-RATE-DESC TO TP-DESCRIPTION
006800     ELSE
006810         IF MD-TYPE-DEFERRAL
006820             MOVE "DEFERRAL"       TO MO-HC-LABEL
006830         ELSE
006840             MOVE "TERM EXTENSION" TO MO-HC-LABEL
006850         END-IF
006860         MOVE MD-MOD-COUNT       TO MO-HC-COUNT
006870         MOVE MO-HIST-COUNT-DESC TO TP-DESCRIPTION
006880     END-IF.
006890     CALL "LNTRNHST" USING TRAN-HIST-PARM-AREA.
006900 2390-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*    2400-ROLL-DUE-DATE  --  ADVANCE LM-DUE-DATE ONE PAYMENT    *
006950*    CYCLE UNDER THE ACCOUNT'S FREQUENCY, THE SAME STEP-AND-    *
006960*    CLAMP CONVENTION LNPMTPST USES.  AN ACCOUNT NOT YET UNDER  *
006970*    TRACKING (ZERO DUE DATE) HAS NOTHING TO DEFER.             *
006980******************************************************************
006990 2400-ROLL-DUE-DATE.
007000     IF LM-DUE-DATE = ZERO
007010         GO TO 2400-EXIT
007020     END-IF.
007030     MOVE LM-DUE-DATE TO MO-WORK-DATE-N.
007040     IF LM-FREQ-QUARTERLY
007050         PERFORM 2450-ADD-ONE-MONTH THRU 2450-EXIT 3 TIMES
007060     ELSE
007070         IF LM-FREQ-BIWEEKLY
007080             PERFORM 2460-ADD-FOURTEEN-DAYS THRU 2460-EXIT
007090         ELSE
007100             PERFORM 2450-ADD-ONE-MONTH THRU 2450-EXIT
007110         END-IF
007120     END-IF.
007130     MOVE MO-WORK-DATE-N TO LM-DUE-DATE.
007140 2400-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*    2450-ADD-ONE-MONTH  --  STEP MO-WORK-DATE FORWARD ONE      *
007190*    MONTH, CARRYING THE YEAR AND CLAMPING THE DAY TO THE END   *
007200*    OF THE NEW MONTH.                                          *
007210******************************************************************
007220 2450-ADD-ONE-MONTH.
007230     ADD 1 TO MO-WD-MONTH.
007240     IF MO-WD-MONTH > 12
007250         MOVE 1 TO MO-WD-MONTH
007260         ADD 1 TO MO-WD-YEAR
007270     END-IF.
007280     PERFORM 2470-CLAMP-MONTH-END THRU 2470-EXIT.
007290 2450-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    2460-ADD-FOURTEEN-DAYS  --  STEP MO-WORK-DATE FORWARD ONE  *
007340*    BI-WEEKLY CYCLE.  FOURTEEN DAYS CROSSES AT MOST ONE MONTH  *
007350*    BOUNDARY, SO A SINGLE CARRY IS ENOUGH.                     *
007360******************************************************************
007370 2460-ADD-FOURTEEN-DAYS.
007380     PERFORM 2465-GET-MONTH-END THRU 2465-EXIT.
007390     COMPUTE MO-ROLL-DAY = MO-WD-DAY + 14.
007400     IF MO-ROLL-DAY > MO-MONTH-END-DAY
007410         SUBTRACT MO-MONTH-END-DAY FROM MO-ROLL-DAY
007420         ADD 1 TO MO-WD-MONTH
007430         IF MO-WD-MONTH > 12
007440             MOVE 1 TO MO-WD-MONTH
007450             ADD 1 TO MO-WD-YEAR
007460         END-IF
007470     END-IF.
007480     MOVE MO-ROLL-DAY TO MO-WD-DAY.
007490 2460-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530*    2465-GET-MONTH-END  --  LAST DAY OF MO-WD-MONTH, ALLOWING  *
007540*    FEBRUARY 29 IN A LEAP YEAR.                                *
007550******************************************************************
007560 2465-GET-MONTH-END.
007570     MOVE MO-DAYS-IN-MONTH (MO-WD-MONTH) TO MO-MONTH-END-DAY.
007580     IF MO-WD-MONTH = 2
007590         PERFORM 2480-CHECK-LEAP-YEAR THRU 2480-EXIT
007600         IF MO-LEAP-YEAR
007610             MOVE 29 TO MO-MONTH-END-DAY
007620         END-IF
007630     END-IF.
007640 2465-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680*    2470-CLAMP-MONTH-END  --  PULL THE DAY BACK TO THE LAST    *
007690*    DAY OF MO-WD-MONTH WHEN IT OVERSHOOTS, ALLOWING FEBRUARY   *
007700*    29 IN A LEAP YEAR.                                         *
007710******************************************************************
007720 2470-CLAMP-MONTH-END.
007730     PERFORM 2465-GET-MONTH-END THRU 2465-EXIT.
007740     IF MO-WD-DAY > MO-MONTH-END-DAY
007750         MOVE MO-MONTH-END-DAY TO MO-WD-DAY
007760     END-IF.
007770 2470-EXIT.
007780     EXIT.
007790
007800 2480-CHECK-LEAP-YEAR.
007810     MOVE "N" TO MO-LEAP-SWITCH.
007820     DIVIDE MO-WD-YEAR BY 400 GIVING MO-LEAP-QUOTIENT
007830         REMAINDER MO-LEAP-REMAINDER.
007840     IF MO-LEAP-REMAINDER = ZERO
007850         SET MO-LEAP-YEAR TO TRUE
007860         GO TO 2480-EXIT
007870     END-IF.
007880     DIVIDE MO-WD-YEAR BY 100 GIVING MO-LEAP-QUOTIENT
007890         REMAINDER MO-LEAP-REMAINDER.
007900     IF MO-LEAP-REMAINDER = ZERO
007910         GO TO 2480-EXIT
007920     END-IF.
007930     DIVIDE MO-WD-YEAR BY 4 GIVING MO-LEAP-QUOTIENT
007940         REMAINDER MO-LEAP-REMAINDER.
007950     IF MO-LEAP-REMAINDER = ZERO
007960         SET MO-LEAP-YEAR TO TRUE
007970     END-IF.
007980 2480-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020*    2500-LOAD-RATE-HIST  --  COPY THE MASTER'S STORED RATE     *
008030*    HISTORY, IF ANY, INTO LOAN-WORK-AREA THE SAME WAY LNBATCH  *
008040*    DOES.                                                      *
008050******************************************************************
008060 2500-LOAD-RATE-HIST.
008070     MOVE LM-RATE-HIST-CTR TO LW-RATE-HIST-CTR.
008080     IF LW-RATE-HIST-CTR > ZERO
008090         PERFORM 2550-COPY-ONE-RATE-ENTRY THRU 2550-EXIT
008100             VARYING LM-RH-NDX FROM 1 BY 1
008110             UNTIL LM-RH-NDX > LW-RATE-HIST-CTR
008120     END-IF.
008130 2500-EXIT.
008140     EXIT.
008150
008160 2550-COPY-ONE-RATE-ENTRY.
008170     SET LW-RH-NDX TO LM-RH-NDX.
008180     MOVE LM-RH-EFF-PMT-NBR (LM-RH-NDX)
008190         TO LW-RH-EFF-PMT-NBR (LW-RH-NDX).
008200     MOVE LM-RH-RATE (LM-RH-NDX)
008210         TO LW-RH-RATE (LW-RH-NDX).
008220 2550-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*    2600-QUEUE-ONE-MOD  --  HOLD AN EDITED MODIFICATION ON THE  *
008270*    PENDING-APPROVAL QUEUE UNDER THE SIGNED-ON OPERATOR, WITH   *
008280*    THE ACCOUNT'S BORROWER AND LOAN AMOUNT FOR THE APPROVER TO  *
008290*    SEE.  A QUEUE THAT WILL NOT TAKE IT REJECTS IT.             *
008300******************************************************************
008310 2600-QUEUE-ONE-MOD.
008320     SET PA-ITEM-MODIFICATION TO TRUE.
008330     MOVE MD-ACCT-NBR      TO PA-ACCT-NBR.
008340     ACCEPT PA-KEYED-DATE FROM DATE YYYYMMDD.
008350     ACCEPT PA-KEYED-TIME FROM TIME.
008360     MOVE "LNMODPST"       TO PA-PROGRAM-ID.
008370     MOVE SG-OPERATOR-ID   TO PA-KEYED-BY.
008380     MOVE LM-BORROWER-NAME TO PA-BORROWER-NAME.
008390     MOVE LM-LOAN-AMT      TO PA-LOAN-AMT.
008400     IF MD-TYPE-CONCESSION
008410         MOVE MD-NEW-RATE  TO PA-INT-RATE
008420         MOVE ZERO         TO PA-NBR-PMTS
008430     ELSE
008440         MOVE ZERO         TO PA-INT-RATE
008450         MOVE MD-MOD-COUNT TO PA-NBR-PMTS
008460     END-IF.
008470     SET PA-PENDING        TO TRUE.
008480     MOVE SPACES           TO PA-DECIDED-BY.
008490     MOVE ZERO             TO PA-DECISION-DATE.
008500     MOVE ZERO             TO PA-DECISION-TIME.
008510     MOVE SPACES           TO PA-DECLINE-REASON.
008520     SET PA-NOT-POSTED     TO TRUE.
008530     MOVE ZERO             TO PA-POSTED-DATE.
008540     MOVE SPACES           TO PA-ITEM-IMAGE.
008550     MOVE LOAN-MOD-RECORD  TO PA-ITEM-IMAGE.
008560     MOVE "22" TO WS-PA-STATUS.
008570     PERFORM 2650-WRITE-QUEUE-ITEM THRU 2650-EXIT
008580         UNTIL WS-PA-STATUS NOT = "22".
008590     IF WS-PA-STATUS NOT = "00"
008600         DISPLAY "LNMODPST - PENDAPRV WRITE FAILED FOR ACCOUNT "
008610             MD-ACCT-NBR ", STATUS = " WS-PA-STATUS
008620         MOVE "APPROVAL QUEUE WRITE FAILED" TO RJ-REASON
008630         PERFORM 2700-REJECT-MOD THRU 2700-EXIT
008640         GO TO 2600-EXIT
008650     END-IF.
008660     ADD 1 TO WS-QUEUED-CTR.
008670 2600-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710*    2650-WRITE-QUEUE-ITEM  --  WRITE THE QUEUE RECORD.  TWO     *
008720*    TRANSACTIONS FOR THE SAME ACCOUNT CAN BE QUEUED IN THE      *
008730*    SAME HUNDREDTH OF A SECOND; THE LATER ONE IS STEPPED ON A   *
008740*    HUNDREDTH SO IT KEEPS ITS PLACE BEHIND THE FIRST.           *
008750******************************************************************
008760 2650-WRITE-QUEUE-ITEM.
008770     WRITE PENDING-APPROVAL-RECORD
008780         INVALID KEY
008790             ADD 1 TO PA-KEYED-TIME
008800     END-WRITE.
008810 2650-EXIT.
008820     EXIT.
008830
008840******************************************************************
008850*    2700-REJECT-MOD  --  WRITE THE TRANSACTION TO THE REJECTS  *
008860*    FILE WITH THE REASON ALREADY SET BY THE CALLER.            *
008870******************************************************************
008880 2700-REJECT-MOD.
008890     MOVE MD-ACCT-NBR  TO RJ-ACCT-NBR.
008900     MOVE MD-MOD-TYPE  TO RJ-MOD-TYPE.
008910     MOVE MD-EFF-DATE  TO RJ-EFF-DATE.
008920     MOVE MD-MOD-COUNT TO RJ-MOD-COUNT.
008930     MOVE MD-NEW-RATE  TO RJ-NEW-RATE.
008940     WRITE REJECT-RECORD FROM REJECT-LINE.
008950     ADD 1 TO WS-REJECT-CTR.
008960 2700-EXIT.
008970     EXIT.
008980
008990 2900-READ-MOD.
009000     READ LOAN-MODS INTO LOAN-MOD-RECORD
009010         AT END
009020             MOVE "Y" TO WS-EOF-SWITCH
009030     END-READ.
009040 2900-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080*    3000-POST-APPROVED  --  POST ONE MODIFICATION A SECOND      *
009090*    OPERATOR HAS APPROVED SINCE THE LAST RUN.  IT IS EDITED     *
009100*    AGAIN AGAINST THE MASTER AS IT STANDS TODAY  --  THE        *
009110*    ACCOUNT MAY HAVE PAID OFF OR CHANGED WHILE THE ITEM WAITED  *
009120*    -- AND THEN POSTED THROUGH THE SAME 2300-APPLY-MOD PATH AS  *
009130*    ALWAYS, JOURNALED UNDER THE OPERATOR WHO KEYED IT AND THE   *
009140*    OPERATOR WHO APPROVED IT.  THE QUEUE RECORD IS MARKED       *
009150*    POSTED, OR REJECTED WHEN THE EDITS REFUSE IT NOW, SO IT IS  *
009160*    NEVER PICKED UP TWICE.  PENDING AND DECLINED ITEMS ARE      *
009170*    PASSED BY.                                                  *
009180******************************************************************
009190 3000-POST-APPROVED.
009200     IF NOT PA-APPROVED OR NOT PA-NOT-POSTED
009210         GO TO 3000-CONTINUE
009220     END-IF.
009230     ADD 1 TO WS-RELEASED-CTR.
009240     MOVE PA-ITEM-IMAGE TO LOAN-MOD-RECORD.
009250     MOVE PA-KEYED-BY   TO AP-OPERATOR-ID.
009260     MOVE PA-DECIDED-BY TO AP-APPROVER-ID.
009270     MOVE "N" TO WS-POSTED-SWITCH.
009280     PERFORM 2200-EDIT-MOD THRU 2200-EXIT.
009290     IF WS-MOD-PASSED
009300         PERFORM 2300-APPLY-MOD THRU 2300-EXIT
009310     END-IF.
009320     IF WS-EOF-REACHED
009330         GO TO 3000-EXIT
009340     END-IF.
009350     IF WS-MOD-POSTED
009360         SET PA-POSTED TO TRUE
009370     ELSE
009380         SET PA-POST-REJECTED TO TRUE
009390     END-IF.
009400     MOVE WS-RUN-DATE TO PA-POSTED-DATE.
009410     REWRITE PENDING-APPROVAL-RECORD.
009420     IF WS-PA-STATUS NOT = "00"
009430         DISPLAY "LNMODPST - PENDAPRV REWRITE FAILED FOR ACCOUNT "
009440             PA-ACCT-NBR ", STATUS = " WS-PA-STATUS
009450         DISPLAY "LNMODPST - MARK IT POSTED BEFORE A RERUN."
009460         MOVE "Y" TO WS-EOF-SWITCH
009470         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
009480         GO TO 3000-EXIT
009490     END-IF.
009500 3000-CONTINUE.
009510     PERFORM 3900-READ-QUEUE THRU 3900-EXIT.
009520 3000-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560*    3900-READ-QUEUE  --  READ THE NEXT QUEUE RECORD.  THE       *
009570*    MODIFICATIONS ARE KEYED TOGETHER UNDER ITEM TYPE M, SO THE  *
009580*    FIRST RECORD OF ANY OTHER TYPE ENDS THE PASS.               *
009590******************************************************************
009600 3900-READ-QUEUE.
009610     READ PENDING-APPROVAL NEXT RECORD
009620         AT END
009630             MOVE "Y" TO WS-QUEUE-EOF-SWITCH
009640     END-READ.
009650     IF NOT WS-QUEUE-EOF-REACHED
009660             AND NOT PA-ITEM-MODIFICATION
009670         MOVE "Y" TO WS-QUEUE-EOF-SWITCH
009680     END-IF.
009690 3900-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730*    9000-TERMINATE  --  REGISTER TOTALS, THEN CLOSE.  NOTHING  *
009740*    IS WRITTEN IF THE RUN NEVER GOT FAR ENOUGH TO OPEN THE     *
009750*    OUTPUT FILES.                                              *
009760******************************************************************
009770 9000-TERMINATE.
009780     IF NOT WS-RPT-WAS-OPENED
009790         GO TO 9000-DISPLAY
009800     END-IF.
009810     MOVE "MODIFICATIONS READ. . . . :" TO MC-LABEL.
009820     MOVE WS-READ-CTR   TO MC-COUNT.
009830     WRITE MOD-RECORD FROM MOD-CTR-LINE.
009840     MOVE "MODIFICATIONS QUEUED. . . :" TO MC-LABEL.
009850     MOVE WS-QUEUED-CTR TO MC-COUNT.
009860     WRITE MOD-RECORD FROM MOD-CTR-LINE.
009870     MOVE "APPROVED ITEMS RELEASED . :" TO MC-LABEL.
009880     MOVE WS-RELEASED-CTR TO MC-COUNT.
009890     WRITE MOD-RECORD FROM MOD-CTR-LINE.
009900     MOVE "MODIFICATIONS POSTED. . . :" TO MC-LABEL.
009910     MOVE WS-POSTED-CTR TO MC-COUNT.
009920     WRITE MOD-RECORD FROM MOD-CTR-LINE.
009930     MOVE "MODIFICATIONS REJECTED. . :" TO MC-LABEL.
009940     MOVE WS-REJECT-CTR TO MC-COUNT.
009950     WRITE MOD-RECORD FROM MOD-CTR-LINE.
009960     IF WS-MODS-PRESENT
009970         CLOSE LOAN-MODS
009980     END-IF.
009990     CLOSE LOAN-MASTER.
010000     CLOSE MOD-REJECTS.
010010     CLOSE MOD-RPT.
010020     CLOSE PENDING-APPROVAL.
010030 9000-DISPLAY.
010040     DISPLAY "LNMODPST - READ: " WS-READ-CTR
010050         " QUEUED: " WS-QUEUED-CTR
010060         " RELEASED: " WS-RELEASED-CTR.
010070     DISPLAY "LNMODPST - POSTED: " WS-POSTED-CTR
010080         " REJECTED: " WS-REJECT-CTR.
010090 9000-EXIT.
010100     EXIT.
