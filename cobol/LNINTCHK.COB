000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNINTCHK                                         *
000040*    TITLE:    WEEKLY SATELLITE FILE INTEGRITY CHECK            *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  WEEKLY RUN THAT CROSS-CHECKS EVERY FILE KEYED BY
000130*     ACCOUNT NUMBER AGAINST LOAN-MASTER, SO A PURGE, A FAILED
000140*     DELETE OR A KEYING SLIP THAT LEAVES THE RING OF SATELLITE
000150*     FILES DISAGREEING WITH THE MASTER IS FOUND IN A WEEK, NOT
000160*     WHEN A CLERK TRIPS OVER IT.  EACH FILE IS SWEPT IN TURN:
000170*
000180*     1.  LOAN-MASTER -- EVERY ACCOUNT MUST HAVE ITS BORRXREF
000190*         RECORD UNDER ITS OWN LM-BORROWER-ID, AND AN ACCOUNT
000200*         STILL ESCROWING (A TAX OR INSURANCE PORTION, NOT PAID
000210*         OFF OR CHARGED OFF) MUST HAVE AT LEAST ONE ESCPAYEE.
000220*     2.  BORRXREF -- EVERY XREF MUST NAME AN ACCOUNT ON THE
000230*         MASTER, UNDER THE MASTER'S BORROWER ID.
000240*     3.  ESCPAYEE -- EVERY PAYEE MUST BELONG TO AN ACCOUNT ON
000250*         THE MASTER THAT CARRIES A TAX OR INSURANCE PORTION.
000260*     4.  COLLACT -- EVERY ACTIVITY MUST BELONG TO AN ACCOUNT ON
000270*         THE MASTER.
000280*     5.  LOANARCH -- NO ARCHIVED ACCOUNT MAY STILL BE ON THE
000290*         MASTER; ONE THAT IS, UNDER ANOTHER BORROWER ID, IS A
000300*         REUSED ACCOUNT NUMBER.
000310*     6.  LOANSUSP -- EVERY PARKED ACCOUNT MUST STILL BE ON THE
000320*         MASTER AND STILL FAIL LNVALID; ONE THAT NOW PASSES IS
000330*         WAITING ON AN LNSUSREL RUN.
000340*     7.  EXPDISB -- EVERY EXPECTED DISBURSEMENT MUST BELONG TO
000350*         AN ACCOUNT ON THE MASTER.
000360*
000370*     EVERY EXCEPTION IS LISTED ON THE INTEGRITY REPORT WITH THE
000380*     FILE, ACCOUNT AND KEY, AND THE RUN CLOSES WITH A COUNT PER
000390*     CONDITION AND THE RECORDS READ FROM EACH FILE.  A FILE THAT
000400*     HAS NEVER BEEN CREATED IS NOTED AND ITS SWEEP IS PASSED BY.
000410*
000420*     THE OPERATOR ENTERS R FOR REPAIR MODE; ANYTHING ELSE IS A
000430*     REPORT-ONLY RUN THAT CHANGES NOTHING.  REPAIR MODE MAKES
000440*     ONLY THE SAFE FIXES -- THE ONES THE MASTER ALONE ANSWERS:
000450*     THE MISSING XREF IS ADDED, AN ORPHANED OR MISMATCHED XREF
000460*     IS DELETED (THE XREF IS A PURE DERIVATIVE OF THE MASTER, AS
000470*     LNBXBLD SHOWS), AND A PAYEE OR COLLECTION ACTIVITY WHOSE
000480*     ACCOUNT IS GONE FROM THE MASTER IS DELETED.  EVERY REPAIR
000490*     IS JOURNALED THROUGH LNAUDIT WITH THE SATELLITE FILE'S
000500*     NAME AND THE FULL RECORD IMAGE, SO A DELETED RECORD CAN
000510*     ALWAYS BE KEYED BACK FROM THE JOURNAL.  IF A JOURNAL ENTRY
000520*     CANNOT BE WRITTEN THE RUN DROPS TO REPORT-ONLY FOR THE
000530*     REST OF THE SWEEPS.  THE ESCROW, ARCHIVE, SUSPENSE AND
000540*     EXPECTED-DISBURSEMENT CONDITIONS NEED A PERSON'S JUDGMENT
000550*     (OR LNSUSREL, OR THE NEXT LNESCDUE) AND ARE ONLY REPORTED.
000560*     NOTHING HERE WRITES TO LOAN-MASTER.
000570*
000580*     IT IS NOT A NIGHTLY LEG AND DOES NOT CHECK IN WITH LNCYCLE.
000590*
000600*  MODIFICATION HISTORY.
000610*     10/15/2026  DPL  ORIGINAL PROGRAM.
000620*
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.  LNINTCHK.
000650 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000660 INSTALLATION. HOME OFFICE.
000670 DATE-WRITTEN. 10/15/2026.
000680 DATE-COMPILED.
000690
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  IBM-370.
000730 OBJECT-COMPUTER.  IBM-370.
000740
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT LOAN-MASTER
000780         ASSIGN TO "LOANMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS LM-ACCT-NBR
000820         FILE STATUS IS WS-LM-STATUS.
000830
000840     SELECT BORROWER-XREF
000850         ASSIGN TO "BORRXREF"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS BX-XREF-KEY
000890         FILE STATUS IS WS-BX-STATUS.
000900
000910     SELECT ESCROW-PAYEE
000920         ASSIGN TO "ESCPAYEE"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS EP-PAYEE-KEY
000960         FILE STATUS IS WS-EP-STATUS.
000970
000980     SELECT COLLECT-ACTIVITY
000990         ASSIGN TO "COLLACT"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CA-ACTIVITY-KEY
001030         FILE STATUS IS WS-CA-STATUS.
001040
001050     SELECT LOAN-ARCHIVE
001060         ASSIGN TO "LOANARCH"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-AR-STATUS.
001090
001100     SELECT LOAN-SUSPENSE
001110         ASSIGN TO "LOANSUSP"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-SP-STATUS.
001140
001150     SELECT EXPECTED-DISB
001160         ASSIGN TO "EXPDISB"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-XD-STATUS.
001190
001200     SELECT INTEGRITY-RPT
001210         ASSIGN TO "INTEGRPT"
001220         ORGANIZATION IS LINE SEQUENTIAL.
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  LOAN-MASTER
001270     LABEL RECORD IS STANDARD.
001280 COPY LOANMAST.
001290
001300 FD  BORROWER-XREF
001310     LABEL RECORD IS STANDARD.
001320 COPY BORRXREF.
001330
001340 FD  ESCROW-PAYEE
001350     LABEL RECORD IS STANDARD.
001360 COPY ESCPAYEE.
001370
001380 FD  COLLECT-ACTIVITY
001390     LABEL RECORD IS STANDARD.
001400 COPY COLLACT.
001410
001420 FD  LOAN-ARCHIVE
001430     LABEL RECORD IS OMITTED.
001440 01  ARCHIVE-RECORD              PIC  X(496).
001450
001460 FD  LOAN-SUSPENSE
001470     LABEL RECORD IS OMITTED.
001480 01  SUSPENSE-RECORD             PIC  X(52).
001490
001500 FD  EXPECTED-DISB
001510     LABEL RECORD IS OMITTED.
001520 01  EXPECTED-DISB-RECORD        PIC  X(54).
001530
001540 FD  INTEGRITY-RPT
001550     LABEL RECORD IS OMITTED.
001560 01  INTEGRITY-RPT-RECORD        PIC  X(100).
001570
001580 WORKING-STORAGE SECTION.
001590*
001600*    SUSPENSE DETAIL LAYOUT (SHARED WITH LNBATCH AND LNSUSREL)
001610*    AND THE EXPECTED DISBURSEMENT LINE, IN THE LAYOUT LNESCDUE
001620*    WRITES IT.
001630*
001640 COPY LOANSUSP.
001650
001660 01  EXP-DISB-LINE.
001670     03  XD-ACCT-NBR             PIC  9(07).
001680     03  FILLER                  PIC  X(02).
001690     03  XD-DISB-TYPE            PIC  X(01).
001700     03  FILLER                  PIC  X(02).
001710     03  XD-DISB-AMT             PIC  9(08)V9(02).
001720     03  FILLER                  PIC  X(02).
001730     03  XD-DISB-DATE            PIC  9(08).
001740     03  FILLER                  PIC  X(02).
001750     03  XD-PAYEE                PIC  X(20).
001760*
001770*    REPORT LINES.  BUILT HERE AND WRITTEN WITH WRITE ... FROM SO
001780*    EVERY BYTE OF AN OUTPUT LINE IS A REAL CHARACTER.
001790*
001800 01  INT-RPT-HDG.
001810     03  FILLER                  PIC  X(38)  VALUE
001820             "SATELLITE FILE INTEGRITY CHECK  -  RUN".
001830     03  FILLER                  PIC  X(01)  VALUE SPACES.
001840     03  IH-RUN-DATE             PIC  9(08).
001850     03  FILLER                  PIC  X(08)  VALUE "  MODE: ".
001860     03  IH-RUN-MODE             PIC  X(11).
001870     03  FILLER                  PIC  X(34)  VALUE SPACES.
001880 01  INT-RPT-COLHDG.
001890     03  FILLER                  PIC  X(10)  VALUE "FILE".
001900     03  FILLER                  PIC  X(09)  VALUE "ACCOUNT".
001910     03  FILLER                  PIC  X(13)  VALUE "KEY".
001920     03  FILLER                  PIC  X(36)  VALUE "CONDITION".
001930     03  FILLER                  PIC  X(13)  VALUE "MASTER HAS".
001940     03  FILLER                  PIC  X(19)  VALUE "ACTION".
001950 01  INT-RPT-DTL.
001960     03  IL-FILE-ID              PIC  X(08).
001970     03  FILLER                  PIC  X(02)  VALUE SPACES.
001980     03  IL-ACCT-NBR             PIC  9(07).
001990     03  FILLER                  PIC  X(02)  VALUE SPACES.
002000     03  IL-KEY                  PIC  X(11).
002010     03  FILLER                  PIC  X(02)  VALUE SPACES.
002020     03  IL-CONDITION            PIC  X(34).
002030     03  FILLER                  PIC  X(02)  VALUE SPACES.
002040     03  IL-MASTER-VALUE         PIC  X(11).
002050     03  FILLER                  PIC  X(02)  VALUE SPACES.
002060     03  IL-ACTION               PIC  X(16).
002070     03  FILLER                  PIC  X(03)  VALUE SPACES.
002080 01  INT-RPT-NOTE.
002090     03  IN-FILE-ID              PIC  X(08).
002100     03  FILLER                  PIC  X(02)  VALUE SPACES.
002110     03  IN-NOTE                 PIC  X(50).
002120     03  FILLER                  PIC  X(40)  VALUE SPACES.
002130 01  INT-RPT-CTR-LINE.
002140     03  IT-LABEL                PIC  X(40).
002150     03  IT-COUNT                PIC  ZZZ,ZZ9.
002160     03  FILLER                  PIC  X(53)  VALUE SPACES.
002170 01  INT-RPT-FILE-LINE.
002180     03  IF-FILE-ID              PIC  X(08).
002190     03  FILLER                  PIC  X(02)  VALUE SPACES.
002200     03  FILLER                  PIC  X(14)  VALUE "RECORDS READ".
002210     03  IF-READ-CTR             PIC  ZZZ,ZZ9.
002220     03  FILLER                  PIC  X(69)  VALUE SPACES.
002230 01  INT-RPT-BLANK-LINE          PIC  X(100) VALUE SPACES.
002240*
002250*    RUN CONTROL SWITCHES AND COUNTERS.
002260*
002270 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
002280 77  WS-BX-STATUS            PIC  X(02)      VALUE "00".
002290 77  WS-EP-STATUS            PIC  X(02)      VALUE "00".
002300 77  WS-CA-STATUS            PIC  X(02)      VALUE "00".
002310 77  WS-AR-STATUS            PIC  X(02)      VALUE "00".
002320 77  WS-SP-STATUS            PIC  X(02)      VALUE "00".
002330 77  WS-XD-STATUS            PIC  X(02)      VALUE "00".
002340 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
002350     88  WS-EOF-REACHED              VALUE "Y".
002360 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
002370     88  WS-ACCOUNT-FOUND            VALUE "Y".
002380 77  WS-RUN-SWITCH           PIC  X(01)      VALUE "N".
002390     88  WS-RUN-ENDED                VALUE "Y".
002400 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
002410     88  WS-RPT-WAS-OPENED           VALUE "Y".
002420 77  WS-LM-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002430     88  WS-LM-WAS-OPENED            VALUE "Y".
002440 77  WS-BX-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002450     88  WS-BX-WAS-OPENED            VALUE "Y".
002460 77  WS-EP-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002470     88  WS-EP-WAS-OPENED            VALUE "Y".
002480 77  WS-CA-OPENED-SWITCH     PIC  X(01)      VALUE "N".
002490     88  WS-CA-WAS-OPENED            VALUE "Y".
002500 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
002510*
002520*    RUN MODE.  R FROM THE OPERATOR ASKS FOR THE SAFE REPAIRS;
002530*    ANYTHING ELSE LEAVES EVERY FILE AS IT IS.
002540*
002550 77  IC-RUN-MODE             PIC  X(01)      VALUE SPACE.
002560     88  IC-REPAIR-MODE              VALUE "R".
002570 77  IC-PAYEE-SWITCH         PIC  X(01)      VALUE "N".
002580     88  IC-PAYEE-FOUND              VALUE "Y".
002590 77  IC-OPEN-STATUS          PIC  X(02)      VALUE "00".
002600 77  IC-LOOKUP-ACCT          PIC  9(07)      VALUE ZERO.
002610 77  IC-ARCH-ACCT-NBR        PIC  9(07)      VALUE ZERO.
002620 77  IC-ARCH-BORROWER-ID     PIC  X(11)      VALUE SPACES.
002630 77  IC-KEY-SEQ-2            PIC  9(02)      VALUE ZERO.
002640 77  IC-KEY-SEQ-3            PIC  9(03)      VALUE ZERO.
002650 77  IC-REPAIRED-CTR         PIC  9(07)      COMP VALUE ZERO.
002660 77  IC-REPAIR-FAIL-CTR      PIC  9(07)      COMP VALUE ZERO.
002670 77  IC-EXCEPTION-CTR        PIC  9(07)      COMP VALUE ZERO.
002680*
002690*    EXCEPTION CONDITIONS.  IC-COND-SUB PICKS THE WORDING FOR THE
002700*    DETAIL LINE AND THE COUNTER THE SUMMARY PRINTS.
002710*
002720 01  IC-COND-NAMES-VAL.
002730     03  FILLER                  PIC  X(34)  VALUE
002740             "ACCOUNT HAS NO XREF RECORD".
002750     03  FILLER                  PIC  X(34)  VALUE
002760             "XREF ACCOUNT NOT ON MASTER".
002770     03  FILLER                  PIC  X(34)  VALUE
002780             "XREF BORROWER ID NOT THE MASTER'S".
002790     03  FILLER                  PIC  X(34)  VALUE
002800             "ESCROWED ACCOUNT HAS NO PAYEE".
002810     03  FILLER                  PIC  X(34)  VALUE
002820             "PAYEE ACCOUNT NOT ON MASTER".
002830     03  FILLER                  PIC  X(34)  VALUE
002840             "PAYEE ON ACCOUNT WITH NO ESCROW".
002850     03  FILLER                  PIC  X(34)  VALUE
002860             "ACTIVITY ACCOUNT NOT ON MASTER".
002870     03  FILLER                  PIC  X(34)  VALUE
002880             "ARCHIVED ACCOUNT STILL ON MASTER".
002890     03  FILLER                  PIC  X(34)  VALUE
002900             "ARCHIVED NUMBER REUSED ON MASTER".
002910     03  FILLER                  PIC  X(34)  VALUE
002920             "SUSPENSE ACCOUNT NOT ON MASTER".
002930     03  FILLER                  PIC  X(34)  VALUE
002940             "SUSPENSE ENTRY NOW PASSES LNVALID".
002950     03  FILLER                  PIC  X(34)  VALUE
002960             "EXPECTED DISB NOT ON MASTER".
002970 01  IC-COND-NAMES REDEFINES IC-COND-NAMES-VAL.
002980     03  IC-COND-NAME            OCCURS 12 TIMES
002990                                 PIC  X(34).
003000 01  IC-COND-COUNTS.
003010     03  IC-COND-CTR             OCCURS 12 TIMES
003020                                 PIC  9(07)  COMP.
003030 77  IC-COND-SUB             PIC  9(02)      COMP VALUE ZERO.
003040*
003050*    FILES SWEPT.  IC-FILE-SUB PICKS THE FILE'S NAME FOR THE
003060*    DETAIL LINE AND THE RECORDS-READ COUNTER; A FILE NEVER
003070*    CREATED IS MARKED SO THE SUMMARY SAYS IT WAS NOT CHECKED.
003080*
003090 01  IC-FILE-NAMES-VAL.
003100     03  FILLER                  PIC  X(08)  VALUE "LOANMAST".
003110     03  FILLER                  PIC  X(08)  VALUE "BORRXREF".
003120     03  FILLER                  PIC  X(08)  VALUE "ESCPAYEE".
003130     03  FILLER                  PIC  X(08)  VALUE "COLLACT".
003140     03  FILLER                  PIC  X(08)  VALUE "LOANARCH".
003150     03  FILLER                  PIC  X(08)  VALUE "LOANSUSP".
003160     03  FILLER                  PIC  X(08)  VALUE "EXPDISB".
003170 01  IC-FILE-NAMES REDEFINES IC-FILE-NAMES-VAL.
003180     03  IC-FILE-NAME            OCCURS 7 TIMES
003190                                 PIC  X(08).
003200 01  IC-FILE-COUNTS.
003210     03  IC-FILE-ENTRY           OCCURS 7 TIMES.
003220         05  IC-FILE-READ-CTR    PIC  9(07)  COMP.
003230         05  IC-FILE-STATE       PIC  X(01).
003240             88  IC-FILE-CHECKED         VALUE "C".
003250             88  IC-FILE-ABSENT          VALUE "A".
003260 77  IC-FILE-SUB             PIC  9(02)      COMP VALUE ZERO.
003270
003280 COPY LOANW.
003290
003300 COPY AUDITW.
003310
003320 PROCEDURE DIVISION.
003330******************************************************************
003340*    0000-MAINLINE.                                             *
003350******************************************************************
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003380     IF NOT WS-RUN-ENDED
003390         PERFORM 2000-SWEEP-MASTER   THRU 2000-EXIT
003400         PERFORM 3000-SWEEP-XREF     THRU 3000-EXIT
003410         PERFORM 4000-SWEEP-PAYEES   THRU 4000-EXIT
003420         PERFORM 5000-SWEEP-ACTIVITY THRU 5000-EXIT
003430         PERFORM 6000-SWEEP-ARCHIVE  THRU 6000-EXIT
003440         PERFORM 7000-SWEEP-SUSPENSE THRU 7000-EXIT
003450         PERFORM 8000-SWEEP-EXP-DISB THRU 8000-EXIT
003460     END-IF.
003470     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
003480     GOBACK.
003490
003500******************************************************************
003510*    1000-INITIALIZE  --  TAKE THE RUN MODE FROM THE OPERATOR    *
003520*    AND OPEN THE MASTER AND THE INDEXED SATELLITES.  THE        *
003530*    SATELLITES ARE OPENED I-O ONLY FOR A REPAIR RUN.  THE       *
003540*    SEQUENTIAL FILES ARE OPENED BY THEIR OWN SWEEPS.            *
003550******************************************************************
003560 1000-INITIALIZE.
003570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003580     PERFORM 1050-CLEAR-COND-CTR THRU 1050-EXIT
003590         VARYING IC-COND-SUB FROM 1 BY 1
003600         UNTIL IC-COND-SUB > 12.
003610     PERFORM 1060-CLEAR-FILE-CTR THRU 1060-EXIT
003620         VARYING IC-FILE-SUB FROM 1 BY 1
003630         UNTIL IC-FILE-SUB > 7.
003640     DISPLAY "ENTER RUN MODE (R = REPAIR, ELSE REPORT ONLY): "
003650         WITH NO ADVANCING.
003660     ACCEPT IC-RUN-MODE.
003670     IF IC-RUN-MODE = "r"
003680         MOVE "R" TO IC-RUN-MODE
003690     END-IF.
003700     OPEN INPUT LOAN-MASTER.
003710     IF WS-LM-STATUS NOT = "00"
003720         DISPLAY "LNINTCHK - LOAN-MASTER OPEN FAILED, STATUS = "
003730             WS-LM-STATUS
003740         SET WS-RUN-ENDED TO TRUE
003750         GO TO 1000-EXIT
003760     END-IF.
003770     SET WS-LM-WAS-OPENED TO TRUE.
003780     OPEN OUTPUT INTEGRITY-RPT.
003790     SET WS-RPT-WAS-OPENED TO TRUE.
003800     MOVE WS-RUN-DATE TO IH-RUN-DATE.
003810     IF IC-REPAIR-MODE
003820         MOVE "REPAIR"      TO IH-RUN-MODE
003830     ELSE
003840         MOVE "REPORT ONLY" TO IH-RUN-MODE
003850     END-IF.
003860     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-HDG.
003870     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-BLANK-LINE.
003880     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-COLHDG.
003890     SET IC-FILE-CHECKED (1) TO TRUE.
003900     PERFORM 1100-OPEN-XREF     THRU 1100-EXIT.
003910     PERFORM 1200-OPEN-PAYEE    THRU 1200-EXIT.
003920     PERFORM 1300-OPEN-ACTIVITY THRU 1300-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950
003960 1050-CLEAR-COND-CTR.
003970     MOVE ZERO TO IC-COND-CTR (IC-COND-SUB).
003980 1050-EXIT.
003990     EXIT.
004000
004010 1060-CLEAR-FILE-CTR.
004020     MOVE ZERO TO IC-FILE-READ-CTR (IC-FILE-SUB).
004030     MOVE SPACE TO IC-FILE-STATE (IC-FILE-SUB).
004040 1060-EXIT.
004050     EXIT.
004060
004070 1100-OPEN-XREF.
004080     MOVE 2 TO IC-FILE-SUB.
004090     IF IC-REPAIR-MODE
004100         OPEN I-O BORROWER-XREF
004110     ELSE
004120         OPEN INPUT BORROWER-XREF
004130     END-IF.
004140     IF WS-BX-STATUS = "00"
004150         SET WS-BX-WAS-OPENED TO TRUE
004160         SET IC-FILE-CHECKED (IC-FILE-SUB) TO TRUE
004170     ELSE
004180         MOVE WS-BX-STATUS TO IC-OPEN-STATUS
004190         PERFORM 1900-NOTE-NOT-OPENED THRU 1900-EXIT
004200     END-IF.
004210 1100-EXIT.
004220     EXIT.
004230
004240 1200-OPEN-PAYEE.
004250     MOVE 3 TO IC-FILE-SUB.
004260     IF IC-REPAIR-MODE
004270         OPEN I-O ESCROW-PAYEE
004280     ELSE
004290         OPEN INPUT ESCROW-PAYEE
004300     END-IF.
004310     IF WS-EP-STATUS = "00"
004320         SET WS-EP-WAS-OPENED TO TRUE
004330         SET IC-FILE-CHECKED (IC-FILE-SUB) TO TRUE
004340     ELSE
004350         MOVE WS-EP-STATUS TO IC-OPEN-STATUS
004360         PERFORM 1900-NOTE-NOT-OPENED THRU 1900-EXIT
004370     END-IF.
004380 1200-EXIT.
004390     EXIT.
004400
004410 1300-OPEN-ACTIVITY.
004420     MOVE 4 TO IC-FILE-SUB.
004430     IF IC-REPAIR-MODE
004440         OPEN I-O COLLECT-ACTIVITY
004450     ELSE
004460         OPEN INPUT COLLECT-ACTIVITY
004470     END-IF.
004480     IF WS-CA-STATUS = "00"
004490         SET WS-CA-WAS-OPENED TO TRUE
004500         SET IC-FILE-CHECKED (IC-FILE-SUB) TO TRUE
004510     ELSE
004520         MOVE WS-CA-STATUS TO IC-OPEN-STATUS
004530         PERFORM 1900-NOTE-NOT-OPENED THRU 1900-EXIT
004540     END-IF.
004550 1300-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    1900-NOTE-NOT-OPENED  --  A SATELLITE FILE THAT WOULD NOT   *
004600*    OPEN IS NOTED ON THE REPORT AND ITS SWEEP IS PASSED BY.     *
004610*    THE FILES ARE CREATED ON FIRST USE BY THEIR OWN SCREENS     *
004620*    AND PROGRAMS, SO A FILE NOT YET CREATED (STATUS 35) IS      *
004630*    NORMAL; ANY OTHER STATUS ALSO GOES TO THE CONSOLE.          *
004640******************************************************************
004650 1900-NOTE-NOT-OPENED.
004660     SET IC-FILE-ABSENT (IC-FILE-SUB) TO TRUE.
004670     MOVE IC-FILE-NAME (IC-FILE-SUB) TO IN-FILE-ID.
004680     IF IC-OPEN-STATUS = "35"
004690         MOVE "FILE NOT PRESENT -- NOT CHECKED" TO IN-NOTE
004700     ELSE
004710         MOVE "FILE OPEN FAILED -- NOT CHECKED" TO IN-NOTE
004720         DISPLAY "LNINTCHK - " IN-FILE-ID
004730             " OPEN FAILED, STATUS = " IC-OPEN-STATUS
004740     END-IF.
004750     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-NOTE.
004760 1900-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*    2000-SWEEP-MASTER  --  WALK THE PORTFOLIO FOR THE           *
004810*    ACCOUNT-SIDE CHECKS: A MISSING XREF, AND AN ESCROWED        *
004820*    ACCOUNT WITH NO PAYEE.                                      *
004830******************************************************************
004840 2000-SWEEP-MASTER.
004850     MOVE "N" TO WS-EOF-SWITCH.
004860     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
004870     PERFORM 2100-CHECK-ONE-ACCOUNT THRU 2100-EXIT
004880         UNTIL WS-EOF-REACHED.
004890 2000-EXIT.
004900     EXIT.
004910
004920 2100-CHECK-ONE-ACCOUNT.
004930     ADD 1 TO IC-FILE-READ-CTR (1).
004940     IF WS-BX-WAS-OPENED
004950         PERFORM 2200-CHECK-XREF THRU 2200-EXIT
004960     END-IF.
004970     IF WS-EP-WAS-OPENED
004980         PERFORM 2300-CHECK-PAYEES THRU 2300-EXIT
004990     END-IF.
005000     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
005010 2100-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050*    2200-CHECK-XREF  --  THE ACCOUNT'S XREF RECORD MUST BE ON   *
005060*    FILE UNDER THE MASTER'S OWN BORROWER ID.  A REPAIR RUN      *
005070*    ADDS IT, THE SAME RECORD LNENTRY AND LNBXBLD WRITE.         *
005080******************************************************************
005090 2200-CHECK-XREF.
005100     MOVE LM-BORROWER-ID TO BX-BORROWER-ID.
005110     MOVE LM-ACCT-NBR    TO BX-ACCT-NBR.
005120     READ BORROWER-XREF
005130         INVALID KEY
005140             CONTINUE
005150     END-READ.
005160     IF WS-BX-STATUS = "00"
005170         GO TO 2200-EXIT
005180     END-IF.
005190     MOVE 1              TO IC-COND-SUB.
005200     MOVE 2              TO IC-FILE-SUB.
005210     MOVE LM-ACCT-NBR    TO IL-ACCT-NBR.
005220     MOVE LM-BORROWER-ID TO IL-KEY.
005230     MOVE SPACES         TO IL-MASTER-VALUE.
005240     IF NOT IC-REPAIR-MODE
005250         MOVE "REPAIRABLE" TO IL-ACTION
005260         GO TO 2200-PRINT
005270     END-IF.
005280     MOVE LM-BORROWER-ID TO BX-BORROWER-ID.
005290     MOVE LM-ACCT-NBR    TO BX-ACCT-NBR.
005300     WRITE BORROWER-XREF-RECORD
005310         INVALID KEY
005320             CONTINUE
005330     END-WRITE.
005340     IF WS-BX-STATUS NOT = "00"
005350         PERFORM 2880-NOTE-REPAIR-FAILED THRU 2880-EXIT
005360         GO TO 2200-PRINT
005370     END-IF.
005380     MOVE "XREF ADDED"         TO IL-ACTION.
005390     MOVE "BORRXREF"           TO AP-FILE-ID.
005400     MOVE BX-ACCT-NBR          TO AP-ACCT-NBR.
005410     SET  AP-ACTION-ADD        TO TRUE.
005420     MOVE SPACES               TO AP-BEFORE-IMAGE.
005430     MOVE BORROWER-XREF-RECORD TO AP-AFTER-IMAGE.
005440     PERFORM 2850-JOURNAL-REPAIR THRU 2850-EXIT.
005450 2200-PRINT.
005460     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
005470 2200-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*    2300-CHECK-PAYEES  --  AN ACCOUNT STILL ESCROWING  --  A    *
005520*    TAX OR INSURANCE PORTION ON AN ACCOUNT NOT PAID OFF OR      *
005530*    CHARGED OFF  --  MUST HAVE A PAYEE TO DISBURSE TO.  ONLY A  *
005540*    PERSON CAN SAY WHO THE PAYEE IS, SO THIS IS REPORTED,       *
005550*    NEVER REPAIRED.                                             *
005560******************************************************************
005570 2300-CHECK-PAYEES.
005580     IF LM-ESCROW-TAX-AMT = ZERO AND LM-ESCROW-INS-AMT = ZERO
005590         GO TO 2300-EXIT
005600     END-IF.
005610     IF LM-STATUS-PAID-OFF OR LM-STATUS-CHARGED-OFF
005620         GO TO 2300-EXIT
005630     END-IF.
005640     MOVE "N"         TO IC-PAYEE-SWITCH.
005650     MOVE LM-ACCT-NBR TO EP-ACCT-NBR.
005660     MOVE ZERO        TO EP-PAYEE-SEQ.
005670     START ESCROW-PAYEE
005680         KEY IS NOT LESS THAN EP-PAYEE-KEY
005690         INVALID KEY
005700             GO TO 2300-TEST
005710     END-START.
005720     READ ESCROW-PAYEE NEXT RECORD
005730         AT END
005740             GO TO 2300-TEST
005750     END-READ.
005760     IF EP-ACCT-NBR = LM-ACCT-NBR
005770         SET IC-PAYEE-FOUND TO TRUE
005780     END-IF.
005790 2300-TEST.
005800     IF IC-PAYEE-FOUND
005810         GO TO 2300-EXIT
005820     END-IF.
005830     MOVE 4           TO IC-COND-SUB.
005840     MOVE 1           TO IC-FILE-SUB.
005850     MOVE LM-ACCT-NBR TO IL-ACCT-NBR.
005860     MOVE SPACES      TO IL-KEY.
005870     MOVE SPACES      TO IL-MASTER-VALUE.
005880     MOVE "REVIEW"    TO IL-ACTION.
005890     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
005900 2300-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940*    2800-PRINT-EXCEPTION  --  LIST ONE EXCEPTION AND COUNT IT.  *
005950*    THE CALLER HAS SET THE CONDITION AND FILE SUBSCRIPTS AND    *
005960*    THE ACCOUNT, KEY, MASTER VALUE AND ACTION COLUMNS.          *
005970******************************************************************
005980 2800-PRINT-EXCEPTION.
005990     MOVE IC-FILE-NAME (IC-FILE-SUB) TO IL-FILE-ID.
006000     MOVE IC-COND-NAME (IC-COND-SUB) TO IL-CONDITION.
006010     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-DTL.
006020     ADD 1 TO IC-COND-CTR (IC-COND-SUB).
006030     ADD 1 TO IC-EXCEPTION-CTR.
006040 2800-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080*    2850-JOURNAL-REPAIR  --  JOURNAL A COMPLETED REPAIR         *
006090*    THROUGH LNAUDIT.  THE CALLER HAS LOADED THE FILE ID,        *
006100*    ACCOUNT, ACTION AND IMAGES.  A REPAIR THAT CANNOT BE        *
006110*    JOURNALED STANDS, BUT NO FURTHER REPAIR IS MADE: THE RUN    *
006120*    FINISHES AS REPORT-ONLY.                                    *
006130******************************************************************
006140 2850-JOURNAL-REPAIR.
006150     MOVE "LNINTCHK" TO AP-PROGRAM-ID.
006160     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
006170     ADD 1 TO IC-REPAIRED-CTR.
006180     IF AP-STATUS NOT = "00"
006190         DISPLAY "LNINTCHK - REPAIR TO " AP-FILE-ID
006200             " FOR ACCOUNT " AP-ACCT-NBR
006210             " NOT JOURNALED -- NO FURTHER REPAIRS."
006220         MOVE SPACE TO IC-RUN-MODE
006230     END-IF.
006240 2850-EXIT.
006250     EXIT.
006260
006270 2880-NOTE-REPAIR-FAILED.
006280     MOVE "REPAIR FAILED" TO IL-ACTION.
006290     ADD 1 TO IC-REPAIR-FAIL-CTR.
006300 2880-EXIT.
006310     EXIT.
006320
006330 2900-READ-MASTER.
006340     READ LOAN-MASTER NEXT RECORD
006350         AT END
006360             MOVE "Y" TO WS-EOF-SWITCH
006370     END-READ.
006380 2900-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    2950-LOOKUP-MASTER  --  READ THE ACCOUNT IN IC-LOOKUP-ACCT  *
006430*    FROM THE MASTER FOR THE SATELLITE SWEEPS.                   *
006440******************************************************************
006450 2950-LOOKUP-MASTER.
006460     MOVE "N" TO WS-FOUND-SWITCH.
006470     MOVE IC-LOOKUP-ACCT TO LM-ACCT-NBR.
006480     READ LOAN-MASTER
006490         INVALID KEY
006500             CONTINUE
006510         NOT INVALID KEY
006520             SET WS-ACCOUNT-FOUND TO TRUE
006530     END-READ.
006540 2950-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    3000-SWEEP-XREF  --  EVERY XREF MUST NAME AN ACCOUNT ON     *
006590*    THE MASTER UNDER THE MASTER'S BORROWER ID.  THE MASTER      *
006600*    SWEEP HAS ALREADY ADDED THE RIGHT XREF FOR A REPAIR RUN,    *
006610*    SO AN ORPHANED OR MISMATCHED ONE IS SIMPLY DELETED.         *
006620******************************************************************
006630 3000-SWEEP-XREF.
006640     IF NOT WS-BX-WAS-OPENED
006650         GO TO 3000-EXIT
006660     END-IF.
006670     MOVE "N" TO WS-EOF-SWITCH.
006680     MOVE LOW-VALUES TO BX-XREF-KEY.
006690     START BORROWER-XREF
006700         KEY IS NOT LESS THAN BX-XREF-KEY
006710         INVALID KEY
006720             MOVE "Y" TO WS-EOF-SWITCH
006730     END-START.
006740     IF NOT WS-EOF-REACHED
006750         PERFORM 3900-READ-XREF THRU 3900-EXIT
006760     END-IF.
006770     PERFORM 3100-CHECK-ONE-XREF THRU 3100-EXIT
006780         UNTIL WS-EOF-REACHED.
006790 3000-EXIT.
006800     EXIT.
006810
006820 3100-CHECK-ONE-XREF.
006830     ADD 1 TO IC-FILE-READ-CTR (2).
006840     MOVE BX-ACCT-NBR TO IC-LOOKUP-ACCT.
006850     PERFORM 2950-LOOKUP-MASTER THRU 2950-EXIT.
006860     IF NOT WS-ACCOUNT-FOUND
006870         MOVE 2      TO IC-COND-SUB
006880         MOVE SPACES TO IL-MASTER-VALUE
006890     ELSE
006900         IF LM-BORROWER-ID = BX-BORROWER-ID
006910             GO TO 3100-CONTINUE
006920         END-IF
006930         MOVE 3              TO IC-COND-SUB
006940         MOVE LM-BORROWER-ID TO IL-MASTER-VALUE
006950     END-IF.
006960     MOVE 2              TO IC-FILE-SUB.
006970     MOVE BX-ACCT-NBR    TO IL-ACCT-NBR.
006980     MOVE BX-BORROWER-ID TO IL-KEY.
006990     IF IC-REPAIR-MODE
007000         PERFORM 3200-DELETE-XREF THRU 3200-EXIT
007010     ELSE
007020         MOVE "REPAIRABLE" TO IL-ACTION
007030     END-IF.
007040     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
007050 3100-CONTINUE.
007060     PERFORM 3900-READ-XREF THRU 3900-EXIT.
007070 3100-EXIT.
007080     EXIT.
007090
007100 3200-DELETE-XREF.
007110     MOVE BORROWER-XREF-RECORD TO AP-BEFORE-IMAGE.
007120     DELETE BORROWER-XREF RECORD
007130         INVALID KEY
007140             CONTINUE
007150     END-DELETE.
007160     IF WS-BX-STATUS NOT = "00"
007170         PERFORM 2880-NOTE-REPAIR-FAILED THRU 2880-EXIT
007180         GO TO 3200-EXIT
007190     END-IF.
007200     MOVE "XREF DELETED"   TO IL-ACTION.
007210     MOVE "BORRXREF"       TO AP-FILE-ID.
007220     MOVE BX-ACCT-NBR      TO AP-ACCT-NBR.
007230     SET  AP-ACTION-DELETE TO TRUE.
007240     MOVE SPACES           TO AP-AFTER-IMAGE.
007250     PERFORM 2850-JOURNAL-REPAIR THRU 2850-EXIT.
007260 3200-EXIT.
007270     EXIT.
007280
007290 3900-READ-XREF.
007300     READ BORROWER-XREF NEXT RECORD
007310         AT END
007320             MOVE "Y" TO WS-EOF-SWITCH
007330     END-READ.
007340 3900-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380*    4000-SWEEP-PAYEES  --  EVERY PAYEE MUST BELONG TO AN        *
007390*    ACCOUNT ON THE MASTER THAT CARRIES A TAX OR INSURANCE       *
007400*    PORTION.  A PAYEE WHOSE ACCOUNT IS GONE CAN NEVER BE PAID   *
007410*    AND IS DELETED ON A REPAIR RUN; ONE ON AN ACCOUNT WITH NO   *
007420*    ESCROW IS LEFT FOR THE ESCROW CLERK.                        *
007430******************************************************************
007440 4000-SWEEP-PAYEES.
007450     IF NOT WS-EP-WAS-OPENED
007460         GO TO 4000-EXIT
007470     END-IF.
007480     MOVE "N" TO WS-EOF-SWITCH.
007490     MOVE ZERO TO EP-ACCT-NBR.
007500     MOVE ZERO TO EP-PAYEE-SEQ.
007510     START ESCROW-PAYEE
007520         KEY IS NOT LESS THAN EP-PAYEE-KEY
007530         INVALID KEY
007540             MOVE "Y" TO WS-EOF-SWITCH
007550     END-START.
007560     IF NOT WS-EOF-REACHED
007570         PERFORM 4900-READ-PAYEE THRU 4900-EXIT
007580     END-IF.
007590     PERFORM 4100-CHECK-ONE-PAYEE THRU 4100-EXIT
007600         UNTIL WS-EOF-REACHED.
007610 4000-EXIT.
007620     EXIT.
007630
007640 4100-CHECK-ONE-PAYEE.
007650     ADD 1 TO IC-FILE-READ-CTR (3).
007660     MOVE EP-ACCT-NBR  TO IC-LOOKUP-ACCT.
007670     PERFORM 2950-LOOKUP-MASTER THRU 2950-EXIT.
007680     IF WS-ACCOUNT-FOUND
007690             AND (LM-ESCROW-TAX-AMT NOT = ZERO
007700              OR  LM-ESCROW-INS-AMT NOT = ZERO)
007710         GO TO 4100-CONTINUE
007720     END-IF.
007730     MOVE 3            TO IC-FILE-SUB.
007740     MOVE EP-ACCT-NBR  TO IL-ACCT-NBR.
007750     MOVE EP-PAYEE-SEQ TO IC-KEY-SEQ-2.
007760     MOVE IC-KEY-SEQ-2 TO IL-KEY.
007770     MOVE SPACES       TO IL-MASTER-VALUE.
007780     IF WS-ACCOUNT-FOUND
007790         MOVE 6        TO IC-COND-SUB
007800         MOVE "REVIEW" TO IL-ACTION
007810         GO TO 4100-PRINT
007820     END-IF.
007830     MOVE 5 TO IC-COND-SUB.
007840     IF IC-REPAIR-MODE
007850         PERFORM 4200-DELETE-PAYEE THRU 4200-EXIT
007860     ELSE
007870         MOVE "REPAIRABLE" TO IL-ACTION
007880     END-IF.
007890 4100-PRINT.
007900     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
007910 4100-CONTINUE.
007920     PERFORM 4900-READ-PAYEE THRU 4900-EXIT.
007930 4100-EXIT.
007940     EXIT.
007950
007960 4200-DELETE-PAYEE.
007970     MOVE ESCROW-PAYEE-RECORD TO AP-BEFORE-IMAGE.
007980     DELETE ESCROW-PAYEE RECORD
007990         INVALID KEY
008000             CONTINUE
008010     END-DELETE.
008020     IF WS-EP-STATUS NOT = "00"
008030         PERFORM 2880-NOTE-REPAIR-FAILED THRU 2880-EXIT
008040         GO TO 4200-EXIT
008050     END-IF.
008060     MOVE "PAYEE DELETED"  TO IL-ACTION.
008070     MOVE "ESCPAYEE"       TO AP-FILE-ID.
008080     MOVE EP-ACCT-NBR      TO AP-ACCT-NBR.
008090     SET  AP-ACTION-DELETE TO TRUE.
008100     MOVE SPACES           TO AP-AFTER-IMAGE.
008110     PERFORM 2850-JOURNAL-REPAIR THRU 2850-EXIT.
008120 4200-EXIT.
008130     EXIT.
008140
008150 4900-READ-PAYEE.
008160     READ ESCROW-PAYEE NEXT RECORD
008170         AT END
008180             MOVE "Y" TO WS-EOF-SWITCH
008190     END-READ.
008200 4900-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*    5000-SWEEP-ACTIVITY  --  EVERY COLLECTION CONTACT AND       *
008250*    PROMISE MUST BELONG TO AN ACCOUNT ON THE MASTER.  ONE       *
008260*    WHOSE ACCOUNT IS GONE IS DELETED ON A REPAIR RUN; ITS FULL  *
008270*    IMAGE STAYS ON THE JOURNAL.                                 *
008280******************************************************************
008290 5000-SWEEP-ACTIVITY.
008300     IF NOT WS-CA-WAS-OPENED
008310         GO TO 5000-EXIT
008320     END-IF.
008330     MOVE "N" TO WS-EOF-SWITCH.
008340     PERFORM 5900-READ-ACTIVITY THRU 5900-EXIT.
008350     PERFORM 5100-CHECK-ONE-ACTIVITY THRU 5100-EXIT
008360         UNTIL WS-EOF-REACHED.
008370 5000-EXIT.
008380     EXIT.
008390
008400 5100-CHECK-ONE-ACTIVITY.
008410     ADD 1 TO IC-FILE-READ-CTR (4).
008420     MOVE CA-ACCT-NBR TO IC-LOOKUP-ACCT.
008430     PERFORM 2950-LOOKUP-MASTER THRU 2950-EXIT.
008440     IF WS-ACCOUNT-FOUND
008450         GO TO 5100-CONTINUE
008460     END-IF.
008470     MOVE 7            TO IC-COND-SUB.
008480     MOVE 4            TO IC-FILE-SUB.
008490     MOVE CA-ACCT-NBR  TO IL-ACCT-NBR.
008500     MOVE CA-SEQ-NBR   TO IC-KEY-SEQ-3.
008510     MOVE IC-KEY-SEQ-3 TO IL-KEY.
008520     MOVE SPACES       TO IL-MASTER-VALUE.
008530     IF IC-REPAIR-MODE
008540         PERFORM 5200-DELETE-ACTIVITY THRU 5200-EXIT
008550     ELSE
008560         MOVE "REPAIRABLE" TO IL-ACTION
008570     END-IF.
008580     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
008590 5100-CONTINUE.
008600     PERFORM 5900-READ-ACTIVITY THRU 5900-EXIT.
008610 5100-EXIT.
008620     EXIT.
008630
008640 5200-DELETE-ACTIVITY.
008650     MOVE COLLECTION-ACTIVITY-RECORD TO AP-BEFORE-IMAGE.
008660     DELETE COLLECT-ACTIVITY RECORD
008670         INVALID KEY
008680             CONTINUE
008690     END-DELETE.
008700     IF WS-CA-STATUS NOT = "00"
008710         PERFORM 2880-NOTE-REPAIR-FAILED THRU 2880-EXIT
008720         GO TO 5200-EXIT
008730     END-IF.
008740     MOVE "ACTIVITY DELETED" TO IL-ACTION.
008750     MOVE "COLLACT"          TO AP-FILE-ID.
008760     MOVE CA-ACCT-NBR        TO AP-ACCT-NBR.
008770     SET  AP-ACTION-DELETE   TO TRUE.
008780     MOVE SPACES             TO AP-AFTER-IMAGE.
008790     PERFORM 2850-JOURNAL-REPAIR THRU 2850-EXIT.
008800 5200-EXIT.
008810     EXIT.
008820
008830 5900-READ-ACTIVITY.
008840     READ COLLECT-ACTIVITY NEXT RECORD
008850         AT END
008860             MOVE "Y" TO WS-EOF-SWITCH
008870     END-READ.
008880 5900-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920*    6000-SWEEP-ARCHIVE  --  NO PURGED ACCOUNT MAY STILL BE ON   *
008930*    THE MASTER.  ONE THAT IS UNDER THE SAME BORROWER ID IS A    *
008940*    PURGE WHOSE DELETE NEVER HAPPENED; UNDER ANOTHER BORROWER   *
008950*    ID IT IS AN ACCOUNT NUMBER HANDED OUT AGAIN.  EITHER WAY    *
008960*    OPERATIONS DECIDES, SO THIS IS REPORTED ONLY.               *
008970******************************************************************
008980 6000-SWEEP-ARCHIVE.
008990     MOVE 5 TO IC-FILE-SUB.
009000     OPEN INPUT LOAN-ARCHIVE.
009010     IF WS-AR-STATUS NOT = "00"
009020         MOVE WS-AR-STATUS TO IC-OPEN-STATUS
009030         PERFORM 1900-NOTE-NOT-OPENED THRU 1900-EXIT
009040         GO TO 6000-EXIT
009050     END-IF.
009060     SET IC-FILE-CHECKED (IC-FILE-SUB) TO TRUE.
009070     MOVE "N" TO WS-EOF-SWITCH.
009080     PERFORM 6900-READ-ARCHIVE THRU 6900-EXIT.
009090     PERFORM 6100-CHECK-ONE-ARCHIVED THRU 6100-EXIT
009100         UNTIL WS-EOF-REACHED.
009110     CLOSE LOAN-ARCHIVE.
009120 6000-EXIT.
009130     EXIT.
009140
009150 6100-CHECK-ONE-ARCHIVED.
009160     ADD 1 TO IC-FILE-READ-CTR (5).
009170     MOVE ARCHIVE-RECORD TO LOAN-MASTER-RECORD.
009180     MOVE LM-ACCT-NBR    TO IC-ARCH-ACCT-NBR.
009190     MOVE LM-BORROWER-ID TO IC-ARCH-BORROWER-ID.
009200     MOVE LM-ACCT-NBR    TO IC-LOOKUP-ACCT.
009210     PERFORM 2950-LOOKUP-MASTER THRU 2950-EXIT.
009220     IF NOT WS-ACCOUNT-FOUND
009230         GO TO 6100-CONTINUE
009240     END-IF.
009250     IF LM-BORROWER-ID = IC-ARCH-BORROWER-ID
009260         MOVE 8 TO IC-COND-SUB
009270     ELSE
009280         MOVE 9 TO IC-COND-SUB
009290     END-IF.
009300     MOVE 5                   TO IC-FILE-SUB.
009310     MOVE IC-ARCH-ACCT-NBR    TO IL-ACCT-NBR.
009320     MOVE IC-ARCH-BORROWER-ID TO IL-KEY.
009330     MOVE LM-BORROWER-ID      TO IL-MASTER-VALUE.
009340     MOVE "REVIEW"            TO IL-ACTION.
009350     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
009360 6100-CONTINUE.
009370     PERFORM 6900-READ-ARCHIVE THRU 6900-EXIT.
009380 6100-EXIT.
009390     EXIT.
009400
009410 6900-READ-ARCHIVE.
009420     READ LOAN-ARCHIVE
009430         AT END
009440             MOVE "Y" TO WS-EOF-SWITCH
009450     END-READ.
009460 6900-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500*    7000-SWEEP-SUSPENSE  --  EVERY PARKED ACCOUNT MUST STILL    *
009510*    BE ON THE MASTER AND STILL FAIL THE LNVALID EDIT LNBATCH    *
009520*    PARKED IT FOR.  THE SUSPENSE FILE IS WORKED ONLY BY         *
009530*    LNSUSREL, SO BOTH CONDITIONS POINT THERE.                   *
009540******************************************************************
009550 7000-SWEEP-SUSPENSE.
009560     MOVE 6 TO IC-FILE-SUB.
009570     OPEN INPUT LOAN-SUSPENSE.
009580     IF WS-SP-STATUS NOT = "00"
009590         MOVE WS-SP-STATUS TO IC-OPEN-STATUS
009600         PERFORM 1900-NOTE-NOT-OPENED THRU 1900-EXIT
009610         GO TO 7000-EXIT
009620     END-IF.
009630     SET IC-FILE-CHECKED (IC-FILE-SUB) TO TRUE.
009640     MOVE "N" TO WS-EOF-SWITCH.
009650     PERFORM 7900-READ-SUSPENSE THRU 7900-EXIT.
009660     PERFORM 7100-CHECK-ONE-PARKED THRU 7100-EXIT
009670         UNTIL WS-EOF-REACHED.
009680     CLOSE LOAN-SUSPENSE.
009690 7000-EXIT.
009700     EXIT.
009710
009720 7100-CHECK-ONE-PARKED.
009730     ADD 1 TO IC-FILE-READ-CTR (6).
009740     MOVE SUSPENSE-RECORD TO SUSPENSE-DETAIL.
009750     MOVE SP-ACCT-NBR     TO IC-LOOKUP-ACCT.
009760     PERFORM 2950-LOOKUP-MASTER THRU 2950-EXIT.
009770     IF WS-ACCOUNT-FOUND
009780         PERFORM 7200-RE-EDIT-ACCOUNT THRU 7200-EXIT
009790         IF NOT LW-NO-ERROR
009800             GO TO 7100-CONTINUE
009810         END-IF
009820         MOVE 11 TO IC-COND-SUB
009830     ELSE
009840         MOVE 10 TO IC-COND-SUB
009850     END-IF.
009860     MOVE 6              TO IC-FILE-SUB.
009870     MOVE SP-ACCT-NBR    TO IL-ACCT-NBR.
009880     MOVE SP-RUN-DATE    TO IL-KEY.
009890     MOVE SPACES         TO IL-MASTER-VALUE.
009900     MOVE "RUN LNSUSREL" TO IL-ACTION.
009910     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
009920 7100-CONTINUE.
009930     PERFORM 7900-READ-SUSPENSE THRU 7900-EXIT.
009940 7100-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980*    7200-RE-EDIT-ACCOUNT  --  LOAD THE WORK AREA FROM THE       *
009990*    MASTER AND RUN THE SAME LNVALID EDIT LNBATCH AND LNSUSREL   *
010000*    RUN.                                                        *
010010******************************************************************
010020 7200-RE-EDIT-ACCOUNT.
010030     MOVE LM-ACCT-NBR     TO LW-ACCT-NBR.
010040     MOVE LM-LOAN-AMT     TO LW-LOAN-AMT.
010050     MOVE LM-INT-RATE     TO LW-INT-RATE.
010060     MOVE LM-NBR-PMTS     TO LW-NBR-PMTS.
010070     MOVE LM-PMT-FREQ     TO LW-PMT-FREQ.
010080     CALL "LNVALID" USING LOAN-WORK-AREA.
010090 7200-EXIT.
010100     EXIT.
010110
010120 7900-READ-SUSPENSE.
010130     READ LOAN-SUSPENSE
010140         AT END
010150             MOVE "Y" TO WS-EOF-SWITCH
010160     END-READ.
010170 7900-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210*    8000-SWEEP-EXP-DISB  --  EVERY EXPECTED DISBURSEMENT        *
010220*    LNESCDUE GENERATED MUST BELONG TO AN ACCOUNT ON THE         *
010230*    MASTER.  THE FILE IS REGENERATED BY EACH LNESCDUE RUN, SO   *
010240*    AN ORPHAN IS REPORTED FOR THE ESCROW CLERK TO PULL BEFORE   *
010250*    THE FILE GOES TO LNESCDSB.                                  *
010260******************************************************************
010270 8000-SWEEP-EXP-DISB.
010280     MOVE 7 TO IC-FILE-SUB.
010290     OPEN INPUT EXPECTED-DISB.
010300     IF WS-XD-STATUS NOT = "00"
010310         MOVE WS-XD-STATUS TO IC-OPEN-STATUS
010320         PERFORM 1900-NOTE-NOT-OPENED THRU 1900-EXIT
010330         GO TO 8000-EXIT
010340     END-IF.
010350     SET IC-FILE-CHECKED (IC-FILE-SUB) TO TRUE.
010360     MOVE "N" TO WS-EOF-SWITCH.
010370     PERFORM 8900-READ-EXP-DISB THRU 8900-EXIT.
010380     PERFORM 8100-CHECK-ONE-EXP-DISB THRU 8100-EXIT
010390         UNTIL WS-EOF-REACHED.
010400     CLOSE EXPECTED-DISB.
010410 8000-EXIT.
010420     EXIT.
010430
010440 8100-CHECK-ONE-EXP-DISB.
010450     ADD 1 TO IC-FILE-READ-CTR (7).
010460     MOVE EXPECTED-DISB-RECORD TO EXP-DISB-LINE.
010470     MOVE XD-ACCT-NBR          TO IC-LOOKUP-ACCT.
010480     PERFORM 2950-LOOKUP-MASTER THRU 2950-EXIT.
010490     IF WS-ACCOUNT-FOUND
010500         GO TO 8100-CONTINUE
010510     END-IF.
010520     MOVE 12           TO IC-COND-SUB.
010530     MOVE 7            TO IC-FILE-SUB.
010540     MOVE XD-ACCT-NBR  TO IL-ACCT-NBR.
010550     MOVE XD-DISB-DATE TO IL-KEY.
010560     MOVE SPACES       TO IL-MASTER-VALUE.
010570     MOVE "REVIEW"     TO IL-ACTION.
010580     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
010590 8100-CONTINUE.
010600     PERFORM 8900-READ-EXP-DISB THRU 8900-EXIT.
010610 8100-EXIT.
010620     EXIT.
010630
010640 8900-READ-EXP-DISB.
010650     READ EXPECTED-DISB
010660         AT END
010670             MOVE "Y" TO WS-EOF-SWITCH
010680     END-READ.
010690 8900-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730*    9000-TERMINATE  --  PRINT THE COUNT FOR EACH CONDITION,     *
010740*    THE REPAIRS MADE, AND THE RECORDS READ FROM EACH FILE,      *
010750*    THEN CLOSE UP.                                              *
010760******************************************************************
010770 9000-TERMINATE.
010780     IF NOT WS-RPT-WAS-OPENED
010790         GO TO 9000-CLOSE
010800     END-IF.
010810     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-BLANK-LINE.
010820     PERFORM 9100-PRINT-CONDITION THRU 9100-EXIT
010830         VARYING IC-COND-SUB FROM 1 BY 1
010840         UNTIL IC-COND-SUB > 12.
010850     MOVE "TOTAL EXCEPTIONS"  TO IT-LABEL.
010860     MOVE IC-EXCEPTION-CTR    TO IT-COUNT.
010870     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-CTR-LINE.
010880     MOVE "REPAIRS MADE"      TO IT-LABEL.
010890     MOVE IC-REPAIRED-CTR     TO IT-COUNT.
010900     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-CTR-LINE.
010910     MOVE "REPAIRS FAILED"    TO IT-LABEL.
010920     MOVE IC-REPAIR-FAIL-CTR  TO IT-COUNT.
010930     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-CTR-LINE.
010940     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-BLANK-LINE.
010950     PERFORM 9200-PRINT-FILE-COUNT THRU 9200-EXIT
010960         VARYING IC-FILE-SUB FROM 1 BY 1
010970         UNTIL IC-FILE-SUB > 7.
010980     CLOSE INTEGRITY-RPT.
010990 9000-CLOSE.
011000     IF WS-LM-WAS-OPENED
011010         CLOSE LOAN-MASTER
011020     END-IF.
011030     IF WS-BX-WAS-OPENED
011040         CLOSE BORROWER-XREF
011050     END-IF.
011060     IF WS-EP-WAS-OPENED
011070         CLOSE ESCROW-PAYEE
011080     END-IF.
011090     IF WS-CA-WAS-OPENED
011100         CLOSE COLLECT-ACTIVITY
011110     END-IF.
011120     DISPLAY "LNINTCHK - EXCEPTIONS: " IC-EXCEPTION-CTR
011130         " REPAIRED: " IC-REPAIRED-CTR
011140         " REPAIR FAILED: " IC-REPAIR-FAIL-CTR.
011150 9000-EXIT.
011160     EXIT.
011170
011180 9100-PRINT-CONDITION.
011190     MOVE IC-COND-NAME (IC-COND-SUB) TO IT-LABEL.
011200     MOVE IC-COND-CTR (IC-COND-SUB)  TO IT-COUNT.
011210     WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-CTR-LINE.
011220 9100-EXIT.
011230     EXIT.
011240
011250 9200-PRINT-FILE-COUNT.
011260     IF IC-FILE-CHECKED (IC-FILE-SUB)
011270         MOVE IC-FILE-NAME (IC-FILE-SUB)     TO IF-FILE-ID
011280         MOVE IC-FILE-READ-CTR (IC-FILE-SUB) TO IF-READ-CTR
011290         WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-FILE-LINE
011300     ELSE
011310         MOVE IC-FILE-NAME (IC-FILE-SUB)     TO IN-FILE-ID
011320         MOVE "NOT CHECKED"                  TO IN-NOTE
011330         WRITE INTEGRITY-RPT-RECORD FROM INT-RPT-NOTE
011340     END-IF.
011350 9200-EXIT.
011360     EXIT.
