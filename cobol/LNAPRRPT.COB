000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNAPRRPT                                         *
000040*    TITLE:    DAILY PENDING-APPROVAL QUEUE REPORT              *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  LISTS THE DUAL-CONTROL PENDING-APPROVAL FILE
000130*     (PENDAPRV) IN THREE SECTIONS:
000140*        1  EVERY ITEM STILL WAITING FOR A DECISION, WITH THE
000150*           DAYS IT HAS WAITED SINCE IT WAS KEYED;
000160*        2  THE ITEMS APPROVED ON THE REPORT DATE, WITH WHETHER
000170*           EACH HAS POSTED YET (A MODIFICATION POSTS ON THE NEXT
000180*           LNMODPST RUN, A NEW LOAN AS IT IS APPROVED);
000190*        3  THE ITEMS DECLINED ON THE REPORT DATE, EACH WITH THE
000200*           REASON GIVEN.
000210*     EVERY LINE SHOWS THE OPERATOR WHO KEYED THE ITEM AND THE
000220*     DATE, AND FOR A DECIDED ITEM THE OPERATOR WHO APPROVED OR
000230*     DECLINED IT.  EACH SECTION IS LISTED OLDEST ITEM FIRST AND
000240*     CLOSES WITH ITS COUNT, EVEN WHEN EMPTY.
000250*
000260*     THE OPERATOR ENTERS THE REPORT DATE AS CCYYMMDD, OR
000270*     PRESSES ENTER FOR TODAY, SO THE REPORT FOR A DAY CAN BE
000280*     RUN THE NEXT MORNING.  THE PENDING SECTION IS ALWAYS THE
000290*     QUEUE AS IT STANDS WHEN THE REPORT RUNS.  ITEM TYPES ARE
000300*     L FOR A NEW LOAN AND M/D, M/T OR M/R FOR A DEFERRAL,
000310*     TERM EXTENSION OR RATE CONCESSION.
000320*
000330*  MODIFICATION HISTORY.
000340*     10/15/2026  DPL  ORIGINAL PROGRAM.
000350*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.  LNAPRRPT.
000380 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000390 INSTALLATION. HOME OFFICE.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PENDING-APPROVAL
000510         ASSIGN TO "PENDAPRV"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS PA-QUEUE-KEY
000550         FILE STATUS IS WS-PA-STATUS.
000560
000570     SELECT APPROVAL-RPT
000580         ASSIGN TO "APRVRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610     SELECT SORT-WORK
000620         ASSIGN TO "SORTWK01".
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PENDING-APPROVAL
000670     LABEL RECORD IS STANDARD.
000680 COPY PENDAPRV.
000690
000700 FD  APPROVAL-RPT
000710     LABEL RECORD IS OMITTED.
000720 01  APPROVAL-RECORD             PIC  X(80).
000730
000740 SD  SORT-WORK.
000750 01  SORT-RECORD.
000760     03  SD-SECTION              PIC  9(01).
000770     03  SD-KEYED-DATE           PIC  9(08).
000780     03  SD-KEYED-TIME           PIC  9(08).
000790     03  SD-ITEM-TYPE            PIC  X(01).
000800     03  SD-ACCT-NBR             PIC  9(07).
000810     03  SD-MOD-TYPE             PIC  X(01).
000820     03  SD-BORROWER-NAME        PIC  X(30).
000830     03  SD-LOAN-AMT             PIC  9(08)V9(02).
000840     03  SD-KEYED-BY             PIC  X(08).
000850     03  SD-DECIDED-BY           PIC  X(08).
000860     03  SD-POST-STATUS          PIC  X(01).
000870     03  SD-DECLINE-REASON       PIC  X(30).
000880
000890 WORKING-STORAGE SECTION.
000900*
000910*    APPROVAL REPORT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH
000920*    WRITE ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
000930*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
000940*
000950 01  APRV-SEPARATOR.
000960     03  FILLER                  PIC  X(79)  VALUE ALL "=".
000970     03  FILLER                  PIC  X(01)  VALUE SPACES.
000980 01  APRV-TITLE.
000990     03  FILLER                  PIC  X(36)  VALUE
001000             "DAILY APPROVAL QUEUE REPORT  -  ".
001010     03  AT-REPORT-DATE          PIC  9(08).
001020     03  FILLER                  PIC  X(36)  VALUE SPACES.
001030 01  APRV-SECTION-LINE.
001040     03  FILLER                  PIC  X(08)  VALUE "SECTION ".
001050     03  AS-SECTION              PIC  9(01).
001060     03  FILLER                  PIC  X(03)  VALUE " - ".
001070     03  AS-SECTION-DESC         PIC  X(26).
001080     03  AS-SECTION-DATE         PIC  X(08).
001090     03  FILLER                  PIC  X(34)  VALUE SPACES.
001100 01  APRV-COL-HDG.
001110     03  FILLER                  PIC  X(04)  VALUE "TYP ".
001120     03  FILLER                  PIC  X(08)  VALUE "ACCOUNT ".
001130     03  FILLER                  PIC  X(15)  VALUE "BORROWER".
001140     03  FILLER                  PIC  X(14)  VALUE
001150             "  LOAN AMOUNT ".
001160     03  FILLER                  PIC  X(09)  VALUE "KEYED BY ".
001170     03  FILLER                  PIC  X(09)  VALUE "KEYED ON ".
001180     03  FILLER                  PIC  X(09)  VALUE "DECIDED  ".
001190     03  FILLER                  PIC  X(12)  VALUE "STATUS".
001200 01  APRV-DTL-LINE.
001210     03  AD-ITEM-CODE.
001220         05  AD-ITEM-TYPE        PIC  X(01).
001230         05  AD-ITEM-SLASH       PIC  X(01).
001240         05  AD-MOD-TYPE         PIC  X(01).
001250     03  FILLER                  PIC  X(01)  VALUE SPACES.
001260     03  AD-ACCT-NBR             PIC  9(07).
001270     03  FILLER                  PIC  X(01)  VALUE SPACES.
001280     03  AD-BORROWER-NAME        PIC  X(14).
001290     03  FILLER                  PIC  X(01)  VALUE SPACES.
001300     03  AD-LOAN-AMT             PIC  ZZ,ZZZ,ZZ9.99.
001310     03  FILLER                  PIC  X(01)  VALUE SPACES.
001320     03  AD-KEYED-BY             PIC  X(08).
001330     03  FILLER                  PIC  X(01)  VALUE SPACES.
001340     03  AD-KEYED-DATE           PIC  9(08).
001350     03  FILLER                  PIC  X(01)  VALUE SPACES.
001360     03  AD-DECIDED-BY           PIC  X(08).
001370     03  FILLER                  PIC  X(01)  VALUE SPACES.
001380     03  AD-NOTE                 PIC  X(11).
001390     03  FILLER                  PIC  X(01)  VALUE SPACES.
001400 01  APRV-REASON-LINE.
001410     03  FILLER                  PIC  X(12)  VALUE SPACES.
001420     03  FILLER                  PIC  X(16)  VALUE
001430             "DECLINE REASON: ".
001440     03  AR-REASON               PIC  X(30).
001450     03  FILLER                  PIC  X(22)  VALUE SPACES.
001460 01  APRV-TOT-LINE.
001470     03  AL-LABEL                PIC  X(26).
001480     03  AL-ITEM-CTR             PIC  ZZZ,ZZ9.
001490     03  FILLER                  PIC  X(47)  VALUE SPACES.
001500*
001510*    DAYS-WAITING NOTE FOR A PENDING ITEM'S STATUS COLUMN.
001520*
001530 01  AR-DAYS-NOTE.
001540     03  AR-DAYS-EDIT            PIC  ZZ,ZZ9.
001550     03  FILLER                  PIC  X(05)  VALUE " DAYS".
001560*
001570*    RUN CONTROL SWITCHES AND COUNTERS.
001580*
001590 77  WS-PA-STATUS            PIC  X(02)      VALUE "00".
001600 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
001610     88  WS-EOF-REACHED              VALUE "Y".
001620 77  WS-SORT-EOF-SWITCH      PIC  X(01)      VALUE "N".
001630     88  WS-SORT-EOF-REACHED         VALUE "Y".
001640 77  WS-OPEN-FAIL-SWITCH     PIC  X(01)      VALUE "N".
001650     88  WS-OPEN-FAILED              VALUE "Y".
001660 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
001670 77  WS-READ-CTR             PIC  9(07)      COMP VALUE ZERO.
001680 77  WS-PENDING-CTR          PIC  9(07)      COMP VALUE ZERO.
001690 77  WS-APPROVED-CTR         PIC  9(07)      COMP VALUE ZERO.
001700 77  WS-DECLINED-CTR         PIC  9(07)      COMP VALUE ZERO.
001710*
001720*    REPORT DATE AS KEYED, AND THE SECTION BEING PRINTED WITH
001730*    ITS COUNT.
001740*
001750 01  AR-REPORT-DATE-X        PIC  X(08)      VALUE SPACES.
001760 01  AR-REPORT-DATE-N REDEFINES AR-REPORT-DATE-X
001770                             PIC  9(08).
001780 01  AR-REPORT-DATE          PIC  9(08)      VALUE ZERO.
001790 01  AR-REPORT-PARTS REDEFINES AR-REPORT-DATE.
001800     03  AR-REPORT-YEAR          PIC  9(04).
001810     03  AR-REPORT-MONTH         PIC  9(02).
001820     03  AR-REPORT-DAY           PIC  9(02).
001830 77  AR-SECTION              PIC  9(01)      VALUE ZERO.
001840     88  AR-SECTION-PENDING          VALUE 1.
001850     88  AR-SECTION-APPROVED         VALUE 2.
001860     88  AR-SECTION-DECLINED         VALUE 3.
001870 77  AR-SECTION-CTR          PIC  9(07)      COMP VALUE ZERO.
001880*
001890*    DAY-SERIAL WORK FIELDS FOR THE DAYS WAITING, THE SAME
001900*    4700-DATE-TO-SERIAL ARITHMETIC LNHLDRPT USES FOR DAYS HELD.
001910*
001920 01  AR-CUM-DAYS-VAL         PIC  X(36)      VALUE
001930         "000031059090120151181212243273304334".
001940 01  AR-CUM-DAYS-TBL REDEFINES AR-CUM-DAYS-VAL.
001950     03  AR-CUM-DAYS             OCCURS 12 TIMES
001960                                 PIC  9(03).
001970 01  AR-DATE-N               PIC  9(08).
001980 01  AR-DATE REDEFINES AR-DATE-N.
001990     03  AR-DATE-YEAR            PIC  9(04).
002000     03  AR-DATE-MONTH           PIC  9(02).
002010     03  AR-DATE-DAY             PIC  9(02).
002020 77  AR-WORK-YEAR            PIC  9(04)      COMP VALUE ZERO.
002030 77  AR-WORK-MONTH           PIC  9(02)      COMP VALUE ZERO.
002040 77  AR-WORK-DAY             PIC  9(02)      COMP VALUE ZERO.
002050 77  AR-PRIOR-YEARS          PIC  9(04)      COMP VALUE ZERO.
002060 77  AR-LEAP-QUOTIENT        PIC  9(04)      COMP VALUE ZERO.
002070 77  AR-LEAP-REMAINDER       PIC  9(04)      COMP VALUE ZERO.
002080 77  AR-Q4                   PIC  9(04)      COMP VALUE ZERO.
002090 77  AR-Q100                 PIC  9(04)      COMP VALUE ZERO.
002100 77  AR-Q400                 PIC  9(04)      COMP VALUE ZERO.
002110 77  AR-SERIAL               PIC  9(08)      COMP VALUE ZERO.
002120 77  AR-RUN-SERIAL           PIC  9(08)      COMP VALUE ZERO.
002130 77  AR-DAYS-WAITING         PIC  9(06)      COMP VALUE ZERO.
002140 77  AR-LEAP-SWITCH          PIC  X(01)      VALUE "N".
002150     88  AR-LEAP-YEAR                VALUE "Y".
002160
002170 PROCEDURE DIVISION.
002180******************************************************************
002190*    0000-MAINLINE  --  THE SORT OWNS THE RUN: ITS INPUT         *
002200*    PROCEDURE PICKS THE ITEMS FOR EACH SECTION OFF THE QUEUE,   *
002210*    ITS OUTPUT PROCEDURE PRINTS THEM SECTION BY SECTION.        *
002220******************************************************************
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     IF WS-OPEN-FAILED
002260         GO TO 0000-WRAPUP
002270     END-IF.
002280     SORT SORT-WORK
002290         ON ASCENDING KEY SD-SECTION
002300                          SD-KEYED-DATE
002310                          SD-KEYED-TIME
002320                          SD-ITEM-TYPE
002330                          SD-ACCT-NBR
002340         INPUT PROCEDURE IS 2000-SELECT-ITEMS
002350                       THRU 2000-SELECT-EXIT
002360         OUTPUT PROCEDURE IS 4000-PRINT-ITEMS
002370                        THRU 4000-PRINT-EXIT.
002380 0000-WRAPUP.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     GOBACK.
002410
002420******************************************************************
002430*    1000-INITIALIZE  --  TAKE THE REPORT DATE, OPEN THE QUEUE   *
002440*    AND THE REPORT, AND TURN THE RUN DATE INTO A DAY SERIAL     *
002450*    ONCE FOR THE DAYS-WAITING ARITHMETIC.                       *
002460******************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002490     DISPLAY "ENTER REPORT DATE (CCYYMMDD), ENTER FOR TODAY: "
002500         WITH NO ADVANCING.
002510     ACCEPT AR-REPORT-DATE-X.
002520     IF AR-REPORT-DATE-X = SPACES
002530         MOVE WS-RUN-DATE TO AR-REPORT-DATE
002540     ELSE
002550         IF AR-REPORT-DATE-X NOT NUMERIC
002560             MOVE ZERO TO AR-REPORT-DATE
002570         ELSE
002580             MOVE AR-REPORT-DATE-N TO AR-REPORT-DATE
002590         END-IF
002600     END-IF.
002610     IF AR-REPORT-MONTH < 1 OR AR-REPORT-MONTH > 12
002620             OR AR-REPORT-DAY < 1 OR AR-REPORT-DAY > 31
002630         DISPLAY "LNAPRRPT - INVALID REPORT DATE -- RUN ENDED."
002640         SET WS-OPEN-FAILED TO TRUE
002650         GO TO 1000-EXIT
002660     END-IF.
002670     MOVE WS-RUN-DATE   TO AR-DATE-N.
002680     PERFORM 4600-SERIAL-FROM-DATE THRU 4600-EXIT.
002690     MOVE AR-SERIAL     TO AR-RUN-SERIAL.
002700     OPEN INPUT PENDING-APPROVAL.
002710     IF WS-PA-STATUS NOT = "00"
002720         DISPLAY "LNAPRRPT - PENDAPRV OPEN FAILED, STATUS = "
002730             WS-PA-STATUS
002740         SET WS-OPEN-FAILED TO TRUE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     OPEN OUTPUT APPROVAL-RPT.
002780     WRITE APPROVAL-RECORD FROM APRV-SEPARATOR.
002790     MOVE AR-REPORT-DATE TO AT-REPORT-DATE.
002800     WRITE APPROVAL-RECORD FROM APRV-TITLE.
002810 1000-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    2000-SELECT-ITEMS  --  SORT INPUT PROCEDURE: RELEASE EVERY  *
002860*    ITEM STILL PENDING TO SECTION 1, AND EVERY ITEM APPROVED    *
002870*    OR DECLINED ON THE REPORT DATE TO SECTION 2 OR 3.  ITEMS    *
002880*    DECIDED ON OTHER DAYS ARE PASSED BY.                        *
002890******************************************************************
002900 2000-SELECT-ITEMS.
002910     PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
002920     PERFORM 2100-RELEASE-ONE-ITEM THRU 2100-EXIT
002930         UNTIL WS-EOF-REACHED.
002940 2000-SELECT-EXIT.
002950     EXIT.
002960
002970 2100-RELEASE-ONE-ITEM.
002980     ADD 1 TO WS-READ-CTR.
002990     IF PA-PENDING
003000         MOVE 1 TO SD-SECTION
003010     ELSE
003020         IF PA-DECISION-DATE NOT = AR-REPORT-DATE
003030             GO TO 2100-CONTINUE
003040         END-IF
003050         IF PA-APPROVED
003060             MOVE 2 TO SD-SECTION
003070         ELSE
003080             IF PA-DECLINED
003090                 MOVE 3 TO SD-SECTION
003100             ELSE
003110                 GO TO 2100-CONTINUE
003120             END-IF
003130         END-IF
003140     END-IF.
003150     MOVE PA-KEYED-DATE     TO SD-KEYED-DATE.
003160     MOVE PA-KEYED-TIME     TO SD-KEYED-TIME.
003170     MOVE PA-ITEM-TYPE      TO SD-ITEM-TYPE.
003180     MOVE PA-ACCT-NBR       TO SD-ACCT-NBR.
003190     IF PA-ITEM-MODIFICATION
003200         MOVE PA-MOD-TYPE   TO SD-MOD-TYPE
003210     ELSE
003220         MOVE SPACE         TO SD-MOD-TYPE
003230     END-IF.
003240     MOVE PA-BORROWER-NAME  TO SD-BORROWER-NAME.
003250     MOVE PA-LOAN-AMT       TO SD-LOAN-AMT.
003260     MOVE PA-KEYED-BY       TO SD-KEYED-BY.
003270     MOVE PA-DECIDED-BY     TO SD-DECIDED-BY.
003280     MOVE PA-POST-STATUS    TO SD-POST-STATUS.
003290     MOVE PA-DECLINE-REASON TO SD-DECLINE-REASON.
003300     RELEASE SORT-RECORD.
003310 2100-CONTINUE.
003320     PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
003330 2100-EXIT.
003340     EXIT.
003350
003360 2900-READ-QUEUE.
003370     READ PENDING-APPROVAL NEXT RECORD
003380         AT END
003390             MOVE "Y" TO WS-EOF-SWITCH
003400     END-READ.
003410 2900-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450*    4000-PRINT-ITEMS  --  SORT OUTPUT PROCEDURE: THE ITEMS      *
003460*    RETURN GROUPED BY SECTION, OLDEST FIRST.  ALL THREE         *
003470*    SECTIONS ARE PRINTED, EACH WITH ITS HEADING AND COUNT,      *
003480*    WHETHER OR NOT ANY ITEMS FALL IN IT.                        *
003490******************************************************************
003500 4000-PRINT-ITEMS.
003510     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
003520     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT
003530         VARYING AR-SECTION FROM 1 BY 1
003540         UNTIL AR-SECTION > 3.
003550     WRITE APPROVAL-RECORD FROM APRV-SEPARATOR.
003560     MOVE "ITEMS PENDING . . . . :   " TO AL-LABEL.
003570     MOVE WS-PENDING-CTR  TO AL-ITEM-CTR.
003580     WRITE APPROVAL-RECORD FROM APRV-TOT-LINE.
003590     MOVE "ITEMS APPROVED. . . . :   " TO AL-LABEL.
003600     MOVE WS-APPROVED-CTR TO AL-ITEM-CTR.
003610     WRITE APPROVAL-RECORD FROM APRV-TOT-LINE.
003620     MOVE "ITEMS DECLINED. . . . :   " TO AL-LABEL.
003630     MOVE WS-DECLINED-CTR TO AL-ITEM-CTR.
003640     WRITE APPROVAL-RECORD FROM APRV-TOT-LINE.
003650     MOVE "QUEUE RECORDS READ. . :   " TO AL-LABEL.
003660     MOVE WS-READ-CTR     TO AL-ITEM-CTR.
003670     WRITE APPROVAL-RECORD FROM APRV-TOT-LINE.
003680 4000-PRINT-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    4100-PRINT-SECTION  --  HEADING, THE SECTION'S ITEMS, AND   *
003730*    ITS COUNT.                                                  *
003740******************************************************************
003750 4100-PRINT-SECTION.
003760     WRITE APPROVAL-RECORD FROM APRV-SEPARATOR.
003770     MOVE AR-SECTION TO AS-SECTION.
003780     MOVE SPACES     TO AS-SECTION-DATE.
003790     EVALUATE TRUE
003800         WHEN AR-SECTION-PENDING
003810             MOVE "ITEMS AWAITING APPROVAL"  TO AS-SECTION-DESC
003820         WHEN AR-SECTION-APPROVED
003830             MOVE "ITEMS APPROVED ON"        TO AS-SECTION-DESC
003840             MOVE AR-REPORT-DATE             TO AS-SECTION-DATE
003850         WHEN AR-SECTION-DECLINED
003860             MOVE "ITEMS DECLINED ON"        TO AS-SECTION-DESC
003870             MOVE AR-REPORT-DATE             TO AS-SECTION-DATE
003880     END-EVALUATE.
003890     WRITE APPROVAL-RECORD FROM APRV-SECTION-LINE.
003900     WRITE APPROVAL-RECORD FROM APRV-COL-HDG.
003910     MOVE ZERO TO AR-SECTION-CTR.
003920     PERFORM 4200-PRINT-ONE-ITEM THRU 4200-EXIT
003930         UNTIL WS-SORT-EOF-REACHED
003940            OR SD-SECTION NOT = AR-SECTION.
003950     MOVE "SECTION TOTAL . . . . :   " TO AL-LABEL.
003960     MOVE AR-SECTION-CTR TO AL-ITEM-CTR.
003970     WRITE APPROVAL-RECORD FROM APRV-TOT-LINE.
003980 4100-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    4200-PRINT-ONE-ITEM  --  ONE DETAIL LINE.  THE STATUS       *
004030*    COLUMN CARRIES THE DAYS WAITING FOR A PENDING ITEM AND THE  *
004040*    POSTING STATE FOR AN APPROVED ONE; A DECLINED ITEM GETS A   *
004050*    SECOND LINE WITH ITS REASON.                                *
004060******************************************************************
004070 4200-PRINT-ONE-ITEM.
004080     MOVE SD-ITEM-TYPE      TO AD-ITEM-TYPE.
004090     IF SD-MOD-TYPE = SPACE
004100         MOVE SPACE         TO AD-ITEM-SLASH
004110     ELSE
004120         MOVE "/"           TO AD-ITEM-SLASH
004130     END-IF.
004140     MOVE SD-MOD-TYPE       TO AD-MOD-TYPE.
004150     MOVE SD-ACCT-NBR       TO AD-ACCT-NBR.
004160     MOVE SD-BORROWER-NAME  TO AD-BORROWER-NAME.
004170     MOVE SD-LOAN-AMT       TO AD-LOAN-AMT.
004180     MOVE SD-KEYED-BY       TO AD-KEYED-BY.
004190     MOVE SD-KEYED-DATE     TO AD-KEYED-DATE.
004200     MOVE SD-DECIDED-BY     TO AD-DECIDED-BY.
004210     MOVE SPACES            TO AD-NOTE.
004220     EVALUATE TRUE
004230         WHEN AR-SECTION-PENDING
004240             PERFORM 4500-FIGURE-DAYS-WAITING THRU 4500-EXIT
004250             MOVE AR-DAYS-WAITING TO AR-DAYS-EDIT
004260             MOVE AR-DAYS-NOTE    TO AD-NOTE
004270             ADD 1 TO WS-PENDING-CTR
004280         WHEN AR-SECTION-APPROVED
004290             IF SD-POST-STATUS = "P"
004300                 MOVE "POSTED"      TO AD-NOTE
004310             ELSE
004320                 IF SD-POST-STATUS = "R"
004330                     MOVE "POST REJECT" TO AD-NOTE
004340                 ELSE
004350                     MOVE "NOT POSTED"  TO AD-NOTE
004360                 END-IF
004370             END-IF
004380             ADD 1 TO WS-APPROVED-CTR
004390         WHEN AR-SECTION-DECLINED
004400             MOVE "DECLINED"    TO AD-NOTE
004410             ADD 1 TO WS-DECLINED-CTR
004420     END-EVALUATE.
004430     WRITE APPROVAL-RECORD FROM APRV-DTL-LINE.
004440     IF AR-SECTION-DECLINED
004450         MOVE SD-DECLINE-REASON TO AR-REASON
004460         WRITE APPROVAL-RECORD FROM APRV-REASON-LINE
004470     END-IF.
004480     ADD 1 TO AR-SECTION-CTR.
004490     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
004500 4200-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    4500-FIGURE-DAYS-WAITING  --  WHOLE DAYS FROM THE DATE THE  *
004550*    ITEM WAS KEYED TO THE RUN DATE.  AN ITEM KEYED TODAY SHOWS  *
004560*    ZERO DAYS.                                                  *
004570******************************************************************
004580 4500-FIGURE-DAYS-WAITING.
004590     MOVE ZERO TO AR-DAYS-WAITING.
004600     MOVE SD-KEYED-DATE TO AR-DATE-N.
004610     IF AR-DATE-MONTH < 1 OR AR-DATE-MONTH > 12
004620             OR AR-DATE-DAY < 1 OR AR-DATE-DAY > 31
004630         GO TO 4500-EXIT
004640     END-IF.
004650     PERFORM 4600-SERIAL-FROM-DATE THRU 4600-EXIT.
004660     IF AR-RUN-SERIAL > AR-SERIAL
004670         COMPUTE AR-DAYS-WAITING = AR-RUN-SERIAL - AR-SERIAL
004680     END-IF.
004690 4500-EXIT.
004700     EXIT.
004710
004720 4600-SERIAL-FROM-DATE.
004730     MOVE AR-DATE-YEAR  TO AR-WORK-YEAR.
004740     MOVE AR-DATE-MONTH TO AR-WORK-MONTH.
004750     MOVE AR-DATE-DAY   TO AR-WORK-DAY.
004760     PERFORM 4700-DATE-TO-SERIAL THRU 4700-EXIT.
004770 4600-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    4700-DATE-TO-SERIAL  --  TURN AR-WORK-YEAR/MONTH/DAY INTO   *
004820*    A RUNNING DAY NUMBER (DAYS SINCE THE CALENDAR EPOCH) SO     *
004830*    TWO DATES SUBTRACT TO WHOLE DAYS BETWEEN THEM.              *
004840******************************************************************
004850 4700-DATE-TO-SERIAL.
004860     COMPUTE AR-PRIOR-YEARS = AR-WORK-YEAR - 1.
004870     DIVIDE AR-PRIOR-YEARS BY 4 GIVING AR-Q4.
004880     DIVIDE AR-PRIOR-YEARS BY 100 GIVING AR-Q100.
004890     DIVIDE AR-PRIOR-YEARS BY 400 GIVING AR-Q400.
004900     COMPUTE AR-SERIAL =
004910         AR-PRIOR-YEARS * 365 + AR-Q4 - AR-Q100 + AR-Q400
004920           + AR-CUM-DAYS (AR-WORK-MONTH) + AR-WORK-DAY.
004930     IF AR-WORK-MONTH > 2
004940         PERFORM 4750-CHECK-LEAP-YEAR THRU 4750-EXIT
004950         IF AR-LEAP-YEAR
004960             ADD 1 TO AR-SERIAL
004970         END-IF
004980     END-IF.
004990 4700-EXIT.
005000     EXIT.
005010
005020 4750-CHECK-LEAP-YEAR.
005030     MOVE "N" TO AR-LEAP-SWITCH.
005040     DIVIDE AR-WORK-YEAR BY 400 GIVING AR-LEAP-QUOTIENT
005050         REMAINDER AR-LEAP-REMAINDER.
005060     IF AR-LEAP-REMAINDER = ZERO
005070         SET AR-LEAP-YEAR TO TRUE
005080         GO TO 4750-EXIT
005090     END-IF.
005100     DIVIDE AR-WORK-YEAR BY 100 GIVING AR-LEAP-QUOTIENT
005110         REMAINDER AR-LEAP-REMAINDER.
005120     IF AR-LEAP-REMAINDER = ZERO
005130         GO TO 4750-EXIT
005140     END-IF.
005150     DIVIDE AR-WORK-YEAR BY 4 GIVING AR-LEAP-QUOTIENT
005160         REMAINDER AR-LEAP-REMAINDER.
005170     IF AR-LEAP-REMAINDER = ZERO
005180         SET AR-LEAP-YEAR TO TRUE
005190     END-IF.
005200 4750-EXIT.
005210     EXIT.
005220
005230 4900-RETURN-SORTED.
005240     RETURN SORT-WORK
005250         AT END
005260             MOVE "Y" TO WS-SORT-EOF-SWITCH
005270     END-RETURN.
005280 4900-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*    9000-TERMINATE.                                            *
005330******************************************************************
005340 9000-TERMINATE.
005350     IF WS-OPEN-FAILED
005360         GO TO 9000-DISPLAY
005370     END-IF.
005380     CLOSE PENDING-APPROVAL.
005390     CLOSE APPROVAL-RPT.
005400 9000-DISPLAY.
005410     DISPLAY "LNAPRRPT - PENDING: " WS-PENDING-CTR
005420         " APPROVED: " WS-APPROVED-CTR
005430         " DECLINED: " WS-DECLINED-CTR.
005440 9000-EXIT.
005450     EXIT.
