000530*                      FLAG AND THE MAILING ADDRESS, AND A
000540*                      SHORT RECORD WOULD SILENTLY TRUNCATE
000550*                      THEM ALL FROM EVERY ARCHIVED ACCOUNT.
000560*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000570*                      NEW 442-BYTE LENGTH -- THE RECORD NOW
000580*                      CARRIES THE NON-ACCRUAL DATE AND THE
000590*                      CHARGE-OFF DATE, AMOUNT AND RECOVERIES.
000600*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000610*                      NEW 450-BYTE LENGTH  --  THE RECORD NOW
000620*                      CARRIES THE DATE OF FIRST DELINQUENCY.
000630*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000640*                      NEW 466-BYTE LENGTH  --  THE RECORD NOW
000650*                      CARRIES THE LATE FEES COLLECTED AND
000660*                      WAIVED.
000670*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000680*                      NEW 496-BYTE LENGTH  --  THE RECORD NOW
000690*                      CARRIES THE LEGAL HOLD CODE, START DATE
000700*                      AND CASE NUMBER.
000710*
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.  LNARCHV.
000740 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000750 INSTALLATION. HOME OFFICE.
000760 DATE-WRITTEN. 08/22/2026.
000770 DATE-COMPILED.
000780
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.  IBM-370.
000820 OBJECT-COMPUTER.  IBM-370.
000830
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT LOAN-MASTER
000870         ASSIGN TO "LOANMAST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS LM-ACCT-NBR
000910         FILE STATUS IS WS-LM-STATUS.
000920
000930     SELECT BORROWER-XREF
000940         ASSIGN TO "BORRXREF"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS BX-XREF-KEY
000980         FILE STATUS IS WS-BX-STATUS.
000990
001000     SELECT LOAN-ARCHIVE
001010         ASSIGN TO "LOANARCH"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-AR-STATUS.
001040
001050     SELECT PURGE-RPT
001060         ASSIGN TO "PURGERPT"
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  LOAN-MASTER
001120     LABEL RECORD IS STANDARD.
001130 COPY LOANMAST.
001140
001150 FD  BORROWER-XREF
001160     LABEL RECORD IS STANDARD.
001170 COPY BORRXREF.
001180
001190 FD  LOAN-ARCHIVE
001200     LABEL RECORD IS OMITTED.
001210 01  ARCHIVE-RECORD              PIC  X(496).
001220
001230 FD  PURGE-RPT
001240     LABEL RECORD IS OMITTED.
001250 01  PURGE-RPT-RECORD            PIC  X(80).
001260
001270 WORKING-STORAGE SECTION.
001280*
001290*    PURGE REPORT LINES, BUILT HERE AND WRITTEN WITH WRITE
001300*    ... FROM.
001310*
001320 01  PG-RPT-HDG.
001330     03  FILLER                  PIC  X(30)  VALUE
001340             "PAID-OFF ARCHIVE/PURGE RUN -  ".
001350     03  PH-RUN-DATE             PIC  9(08).
001360     03  FILLER                  PIC  X(10)  VALUE "  CUTOFF  ".
001370     03  PH-CUTOFF-DATE          PIC  9(08).
001380     03  FILLER                  PIC  X(24)  VALUE SPACES.
001390 01  PG-RPT-DTL.
001400     03  FILLER                  PIC  X(08)  VALUE "ACCOUNT ".
001410     03  PL-ACCT-NBR             PIC  9(07).
001420     03  FILLER                  PIC  X(02)  VALUE SPACES.
001430     03  PL-BORROWER-NAME        PIC  X(30).
001440     03  FILLER                  PIC  X(11)  VALUE "  MATURED  ".
001450     03  PL-MATURITY             PIC  9(06).
001460     03  FILLER                  PIC  X(16)  VALUE SPACES.
001470 01  PG-RPT-SUMMARY.
001480     03  FILLER                  PIC  X(20)  VALUE
001490             "ACCOUNTS ARCHIVED:  ".
001500     03  PS-ARCHIVED-CTR         PIC  ZZZ,ZZ9.
001510     03  FILLER                  PIC  X(20)  VALUE
001520             "  ACCOUNTS RETAINED:".
001530     03  PS-RETAINED-CTR         PIC  ZZZ,ZZ9.
001540     03  FILLER                  PIC  X(26)  VALUE SPACES.
001550*
001560*    RUN CONTROL SWITCHES AND COUNTERS.
001570*
001580 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001590 77  WS-AR-STATUS            PIC  X(02)      VALUE "00".
001600 77  WS-BX-STATUS            PIC  X(02)      VALUE "00".
001610 77  WS-BX-OPENED-SWITCH     PIC  X(01)      VALUE "N".
001620     88  WS-BX-WAS-OPENED            VALUE "Y".
001630 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001640     88  WS-EOF-REACHED              VALUE "Y".
001650 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
001660     88  WS-RPT-WAS-OPENED           VALUE "Y".
001670 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001680 77  WS-CUTOFF-DATE          PIC  9(08)      VALUE ZERO.
001690 77  WS-ARCHIVED-CTR         PIC  9(07)      COMP VALUE ZERO.
001700 77  WS-RETAINED-CTR         PIC  9(07)      COMP VALUE ZERO.
001710*
001720*    MATURITY DERIVATION WORK FIELDS.  THE TERM IS TURNED INTO
001730*    WHOLE MONTHS FROM THE PAYMENT FREQUENCY (TWELVE MONTHS OF
001740*    TERM PER TWELVE, TWENTY-SIX OR FOUR PAYMENTS A YEAR) AND
001750*    ADDED TO THE ORIGINATION DATE; THE COMPARE AGAINST THE
001760*    CUTOFF IS AT CCYYMM GRANULARITY.
001770*
001780 01  AR-ORIG-DATE-N          PIC  9(08).
001790 01  AR-ORIG-DATE REDEFINES AR-ORIG-DATE-N.
001800     03  AR-ORIG-YEAR            PIC  9(04).
001810     03  AR-ORIG-MONTH           PIC  9(02).
001820     03  AR-ORIG-DAY             PIC  9(02).
001830 77  AR-PERIODS-YR           PIC  9(02)      COMP VALUE ZERO.
001840 77  AR-TERM-MONTHS          PIC  9(05)      COMP VALUE ZERO.
001850 77  AR-TOTAL-MONTHS         PIC  9(07)      COMP VALUE ZERO.
001860 77  AR-MAT-YEAR             PIC  9(05)      COMP VALUE ZERO.
001870 77  AR-MAT-MONTH            PIC  9(02)      COMP VALUE ZERO.
001880 77  AR-MATURITY-YYMM        PIC  9(06)      COMP VALUE ZERO.
001890 77  AR-CUTOFF-YYMM          PIC  9(06)      COMP VALUE ZERO.
001900
001910 COPY AUDITW.
001920
001930 PROCEDURE DIVISION.
001940******************************************************************
001950*    0000-MAINLINE.                                             *
001960******************************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001990     PERFORM 2000-EXAMINE-ACCOUNT THRU 2000-EXIT
002000         UNTIL WS-EOF-REACHED.
002010     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002020     GOBACK.
002030
002040******************************************************************
002050*    1000-INITIALIZE  --  TAKE THE CUTOFF FROM THE OPERATOR AND *
002060*    OPEN THE FILES.  THE ARCHIVE EXTENDS; IT IS THE PERMANENT  *
002070*    RECORD AND IS NEVER STARTED OVER.                          *
002080******************************************************************
002090 1000-INITIALIZE.
002100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002110     DISPLAY "ENTER RETENTION CUTOFF DATE (CCYYMMDD): "
002120         WITH NO ADVANCING.
002130     ACCEPT WS-CUTOFF-DATE.
002140     IF WS-CUTOFF-DATE NOT NUMERIC OR WS-CUTOFF-DATE = ZERO
002150         DISPLAY "LNARCHV - INVALID CUTOFF DATE -- RUN ENDED."
002160         MOVE "Y" TO WS-EOF-SWITCH
002170         GO TO 1000-EXIT
002180     END-IF.
002190     DIVIDE WS-CUTOFF-DATE BY 100 GIVING AR-CUTOFF-YYMM.
002200     OPEN I-O LOAN-MASTER.
002210     IF WS-LM-STATUS NOT = "00"
002220         DISPLAY "LNARCHV - LOAN-MASTER OPEN FAILED, STATUS = "
002230             WS-LM-STATUS
002240         MOVE "Y" TO WS-EOF-SWITCH
002250         GO TO 1000-EXIT
002260     END-IF.
002270     OPEN EXTEND LOAN-ARCHIVE.
002280     IF WS-AR-STATUS = "35"
002290         OPEN OUTPUT LOAN-ARCHIVE
002300     END-IF.
002310     IF WS-AR-STATUS NOT = "00"
002320         DISPLAY "LNARCHV - ARCHIVE OPEN FAILED, STATUS = "
002330             WS-AR-STATUS
002340         MOVE "Y" TO WS-EOF-SWITCH
002350         CLOSE LOAN-MASTER
002360         GO TO 1000-EXIT
002370     END-IF.
002380*
002390*    THE XREF IS RAZED RECORD BY RECORD AS ACCOUNTS PURGE.  IT
002400*    IS REBUILDABLE IN FULL BY LNBXBLD, SO A FAILED OPEN WARNS
002410*    THE OPERATOR RATHER THAN BLOCKING THE PURGE.
002420*
002430     OPEN I-O BORROWER-XREF.
002440     IF WS-BX-STATUS = "00"
002450         SET WS-BX-WAS-OPENED TO TRUE
002460     ELSE
002470         DISPLAY "LNARCHV - XREF OPEN FAILED, STATUS = "
002480             WS-BX-STATUS " -- RUN LNBXBLD AFTER THE PURGE."
002490     END-IF.
002500     OPEN OUTPUT PURGE-RPT.
002510     SET WS-RPT-WAS-OPENED TO TRUE.
002520     MOVE WS-RUN-DATE    TO PH-RUN-DATE.
002530     MOVE WS-CUTOFF-DATE TO PH-CUTOFF-DATE.
002540     WRITE PURGE-RPT-RECORD FROM PG-RPT-HDG.
002550     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002560 1000-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    2000-EXAMINE-ACCOUNT  --  ARCHIVE AND DELETE ONE PAID-OFF  *
002610*    ACCOUNT PAST ITS RETENTION CUTOFF; LEAVE EVERYTHING ELSE   *
002620*    ALONE.                                                     *
002630******************************************************************
002640 2000-EXAMINE-ACCOUNT.
002650     IF NOT LM-STATUS-PAID-OFF
002660         ADD 1 TO WS-RETAINED-CTR
002670         GO TO 2000-CONTINUE
002680     END-IF.
002690     PERFORM 2100-DERIVE-MATURITY THRU 2100-EXIT.
002700     IF AR-MATURITY-YYMM > AR-CUTOFF-YYMM
002710         ADD 1 TO WS-RETAINED-CTR
002720         GO TO 2000-CONTINUE
002730     END-IF.
002740     PERFORM 2200-ARCHIVE-ACCOUNT THRU 2200-EXIT.
002750 2000-CONTINUE.
002760     PERFORM 2900-READ-LOAN-MASTER THRU 2900-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810*    2100-DERIVE-MATURITY  --  SCHEDULED MATURITY AS CCYYMM:    *
002820*    ORIGINATION PLUS THE TERM IN WHOLE MONTHS.                 *
002830******************************************************************
002840 2100-DERIVE-MATURITY.
002850     IF LM-FREQ-QUARTERLY
002860         MOVE 4 TO AR-PERIODS-YR
002870     ELSE
002880         IF LM-FREQ-BIWEEKLY
002890             MOVE 26 TO AR-PERIODS-YR
002900         ELSE
002910             MOVE 12 TO AR-PERIODS-YR
002920         END-IF
002930     END-IF.
002940     COMPUTE AR-TERM-MONTHS =
002950         LM-NBR-PMTS * 12 / AR-PERIODS-YR.
002960     MOVE LM-ORIGINATION-DATE TO AR-ORIG-DATE-N.
002970     COMPUTE AR-TOTAL-MONTHS =
002980         AR-ORIG-YEAR * 12 + AR-ORIG-MONTH - 1 + AR-TERM-MONTHS.
002990     DIVIDE AR-TOTAL-MONTHS BY 12 GIVING AR-MAT-YEAR
003000         REMAINDER AR-MAT-MONTH.
003010     COMPUTE AR-MATURITY-YYMM =
003020         AR-MAT-YEAR * 100 + AR-MAT-MONTH + 1.
003030 2100-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070*    2200-ARCHIVE-ACCOUNT  --  COPY THE FULL MASTER RECORD TO   *
003080*    THE ARCHIVE, DELETE FROM THE MASTER, JOURNAL THE DELETE,   *
003090*    RAZE THE XREF, AND LIST IT ON THE PURGE REPORT.  THE       *
003100*    ARCHIVE WRITE COMES FIRST: IF IT FAILS THE MASTER RECORD   *
003110*    IS LEFT UNTOUCHED.  THE BEFORE IMAGE AND THE KEYS ARE      *
003120*    SAVED AHEAD OF THE DELETE, BUT THE JOURNAL CALL COMES      *
003130*    AFTER THE STATUS CHECK, SO A FAILED DELETE LEAVES NO       *
003140*    JOURNAL ENTRY FOR A DELETE THAT NEVER HAPPENED.            *
003150******************************************************************
003160 2200-ARCHIVE-ACCOUNT.
003170     WRITE ARCHIVE-RECORD FROM LOAN-MASTER-RECORD.
003180     IF WS-AR-STATUS NOT = "00"
003190         DISPLAY "LNARCHV - ARCHIVE WRITE FAILED FOR ACCOUNT "
003200             LM-ACCT-NBR ", STATUS = " WS-AR-STATUS
003210         MOVE "Y" TO WS-EOF-SWITCH
003220         GO TO 2200-EXIT
003230     END-IF.
003240     MOVE LOAN-MASTER-RECORD TO AP-BEFORE-IMAGE.
003250     MOVE LM-ACCT-NBR        TO AP-ACCT-NBR.
003260     MOVE LM-ACCT-NBR        TO PL-ACCT-NBR.
003270     MOVE LM-BORROWER-NAME   TO PL-BORROWER-NAME.
003280     MOVE AR-MATURITY-YYMM   TO PL-MATURITY.
003290     MOVE LM-BORROWER-ID     TO BX-BORROWER-ID.
003300     MOVE LM-ACCT-NBR        TO BX-ACCT-NBR.
003310     DELETE LOAN-MASTER.
003320     IF WS-LM-STATUS NOT = "00"
003330         DISPLAY "LNARCHV - MASTER DELETE FAILED FOR ACCOUNT "
003340             PL-ACCT-NBR ", STATUS = " WS-LM-STATUS
003350         MOVE "Y" TO WS-EOF-SWITCH
003360         GO TO 2200-EXIT
003370     END-IF.
003380     PERFORM 2250-JOURNAL-DELETE THRU 2250-EXIT.
003390     PERFORM 2270-DELETE-XREF    THRU 2270-EXIT.
003400     WRITE PURGE-RPT-RECORD FROM PG-RPT-DTL.
003410     ADD 1 TO WS-ARCHIVED-CTR.
003420 2200-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    2250-JOURNAL-DELETE  --  JOURNAL THE COMPLETED DELETE      *
003470*    THROUGH LNAUDIT.  THE BEFORE IMAGE WAS SAVED AT THE TOP OF *
003480*    2200-ARCHIVE-ACCOUNT, BEFORE THE RECORD WAS DELETED.       *
003490******************************************************************
003500 2250-JOURNAL-DELETE.
003510     MOVE "LNARCHV"          TO AP-PROGRAM-ID.
003520     SET  AP-ACTION-DELETE   TO TRUE.
003530     MOVE SPACES             TO AP-AFTER-IMAGE.
003540     CALL "LNAUDIT" USING AUDIT-PARM-AREA.
003550 2250-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*    2270-DELETE-XREF  --  DROP THE PURGED ACCOUNT'S BORROWER   *
003600*    CROSS-REFERENCE.  THE KEYS WERE SAVED BEFORE THE MASTER    *
003610*    DELETE.  AN XREF RECORD THAT ISN'T THERE (AN ACCOUNT       *
003620*    PREDATING AN LNBXBLD REBUILD) IS NOTHING TO FIX; ANY OTHER *
003630*    BAD STATUS IS REPORTED SO THE XREF GETS REBUILT RATHER     *
003640*    THAN DRIFT SILENTLY.                                       *
003650******************************************************************
003660 2270-DELETE-XREF.
003670     IF NOT WS-BX-WAS-OPENED
003680         GO TO 2270-EXIT
003690     END-IF.
003700     DELETE BORROWER-XREF RECORD
003710         INVALID KEY
003720             CONTINUE
003730     END-DELETE.
003740     IF WS-BX-STATUS NOT = "00" AND WS-BX-STATUS NOT = "23"
003750         DISPLAY "LNARCHV - XREF DELETE FAILED FOR ACCOUNT "
003760             PL-ACCT-NBR ", STATUS = " WS-BX-STATUS
003770             " -- RUN LNBXBLD."
003780     END-IF.
003790 2270-EXIT.
003800     EXIT.
003810
003820 2900-READ-LOAN-MASTER.
003830     READ LOAN-MASTER NEXT RECORD
003840         AT END
003850             MOVE "Y" TO WS-EOF-SWITCH
003860     END-READ.
003870 2900-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*    9000-TERMINATE.                                            *
003920******************************************************************
003930 9000-TERMINATE.
003940     IF NOT WS-RPT-WAS-OPENED
003950         GO TO 9000-DISPLAY
003960     END-IF.
003970     MOVE WS-ARCHIVED-CTR TO PS-ARCHIVED-CTR.
003980     MOVE WS-RETAINED-CTR TO PS-RETAINED-CTR.
003990     WRITE PURGE-RPT-RECORD FROM PG-RPT-SUMMARY.
004000     CLOSE LOAN-MASTER.
004010     CLOSE LOAN-ARCHIVE.
004020     IF WS-BX-WAS-OPENED
004030         CLOSE BORROWER-XREF
004040     END-IF.
004050     CLOSE PURGE-RPT.
004060 9000-DISPLAY.
004070     DISPLAY "LNARCHV - ARCHIVED: " WS-ARCHIVED-CTR
004080         " RETAINED: " WS-RETAINED-CTR.
004090 9000-EXIT.
004100     EXIT.
