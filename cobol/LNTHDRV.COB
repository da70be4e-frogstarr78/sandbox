000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNTHDRV                                          *
000040*    TITLE:    ACCOUNT TRANSACTION TRANSCRIPT INQUIRY           *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  LETS A SERVICING CLERK KEY IN AN ACCOUNT NUMBER AT A
000130*     TERMINAL AND PRINT THAT ACCOUNT'S MONEY TRANSCRIPT FROM THE
000140*     TRANSACTION HISTORY FILE -- EVERY RECEIPT, REFUND, RETURNED
000150*     ITEM, LATE FEE, ESCROW DISBURSEMENT, MODIFICATION AND RATE
000160*     RESET, IN EFFECTIVE-DATE ORDER, EACH WITH ITS SPLIT ACROSS
000170*     PRINCIPAL, INTEREST, ESCROW, FEES AND UNAPPLIED FUNDS AND
000180*     THE BALANCES IT LEFT BEHIND.  THE HISTORY FILE IS WRITTEN IN
000190*     POSTING ORDER BY SEVERAL PROGRAMS, SO EACH INQUIRY SORTS THE
000200*     ACCOUNT'S ENTRIES ON EFFECTIVE DATE (THEN POSTING DATE AND
000210*     TIME) BEFORE PRINTING.  THE HEADING COMES FROM LOAN-MASTER;
000220*     AN ACCOUNT NO LONGER ON THE MASTER (ARCHIVED OR PURGED)
000230*     STILL PRINTS ITS HISTORY UNDER A NOT-ON-FILE HEADING.  THIS
000240*     IS A PLAIN ACCEPT/DISPLAY UTILITY IN THE STYLE OF LNAJDRV.
000250*
000260*  MODIFICATION HISTORY.
000270*     10/15/2026  DPL  ORIGINAL PROGRAM.
000280*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.  LNTHDRV.
000310 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000320 INSTALLATION. HOME OFFICE.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT LOAN-MASTER
000440         ASSIGN TO "LOANMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS LM-ACCT-NBR
000480         FILE STATUS IS WS-LM-STATUS.
000490
000500     SELECT TRAN-HISTORY
000510         ASSIGN TO "TRANHIST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TH-STATUS.
000540
000550     SELECT TRANSCRIPT-RPT
000560         ASSIGN TO "TRNSCRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590     SELECT SORT-WORK
000600         ASSIGN TO "SORTWK01".
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  LOAN-MASTER
000650     LABEL RECORD IS STANDARD.
000660 COPY LOANMAST.
000670
000680 FD  TRAN-HISTORY
000690     LABEL RECORD IS OMITTED.
000700 COPY TRANHIST.
000710
000720 FD  TRANSCRIPT-RPT
000730     LABEL RECORD IS OMITTED.
000740 01  RPT-RECORD                  PIC  X(152).
000750
000760 SD  SORT-WORK.
000770 01  SORT-RECORD.
000780     03  SD-EFF-DATE             PIC  9(08).
000790     03  SD-POST-DATE            PIC  9(08).
000800     03  SD-POST-TIME            PIC  9(08).
000810     03  SD-TRAN-TYPE            PIC  X(02).
000820     03  SD-TRAN-AMT             PIC  9(09)V9(02).
000830     03  SD-PRIN-AMT             PIC  9(09)V9(02).
000840     03  SD-INT-AMT              PIC  9(09)V9(02).
000850     03  SD-ESCROW-AMT           PIC  9(09)V9(02).
000860     03  SD-FEE-AMT              PIC  9(09)V9(02).
000870     03  SD-UNAPPLIED-AMT        PIC S9(09)V9(02).
000880     03  SD-PRIN-BAL             PIC  9(09)V9(02).
000890     03  SD-ESCROW-BAL           PIC S9(09)V9(02).
000900     03  SD-DESCRIPTION          PIC  X(30).
000910
000920 WORKING-STORAGE SECTION.
000930*
000940*    REPORT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
000950*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
000960*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
000970*
000980 01  RPT-ACCT-HDG.
000990     03  FILLER                  PIC  X(30)  VALUE
001000             "ACCOUNT TRANSCRIPT  -  ACCOUNT".
001010     03  FILLER                  PIC  X(01)  VALUE SPACES.
001020     03  RA-ACCT-NBR             PIC  9(07).
001030     03  FILLER                  PIC  X(02)  VALUE SPACES.
001040     03  RA-BORROWER-NAME        PIC  X(30).
001050     03  FILLER                  PIC  X(14)  VALUE
001060             "  BORROWER ID ".
001070     03  RA-BORROWER-ID          PIC  X(11).
001080     03  FILLER                  PIC  X(57)  VALUE SPACES.
001090 01  RPT-LOAN-HDG.
001100     03  FILLER                  PIC  X(11)  VALUE "ORIGINATED ".
001110     03  RL-ORIG-DATE            PIC  9(08).
001120     03  FILLER                  PIC  X(15)  VALUE
001130             "   LOAN AMOUNT ".
001140     03  RL-LOAN-AMT             PIC  ZZ,ZZZ,ZZ9.99.
001150     03  FILLER                  PIC  X(08)  VALUE "   RATE ".
001160     03  RL-INT-RATE             PIC  Z9.99.
001170     03  FILLER                  PIC  X(08)  VALUE "   TERM ".
001180     03  RL-NBR-PMTS             PIC  ZZ9.
001190     03  FILLER                  PIC  X(10)  VALUE "   STATUS ".
001200     03  RL-LOAN-STATUS          PIC  X(01).
001210     03  FILLER                  PIC  X(70)  VALUE SPACES.
001220 01  RPT-NOT-ON-FILE-HDG.
001230     03  FILLER                  PIC  X(45)  VALUE
001240             "ACCOUNT NOT ON LOAN-MASTER (ARCHIVED/PURGED)".
001250     03  FILLER                  PIC  X(107) VALUE SPACES.
001260 01  RPT-COLUMN-HDG.
001270     03  FILLER                  PIC  X(10)  VALUE "EFF DATE".
001280     03  FILLER                  PIC  X(03)  VALUE "TY".
001290     03  FILLER                  PIC  X(14)  VALUE
001300             "       AMOUNT ".
001310     03  FILLER                  PIC  X(14)  VALUE
001320             "    PRINCIPAL ".
001330     03  FILLER                  PIC  X(13)  VALUE
001340             "    INTEREST ".
001350     03  FILLER                  PIC  X(13)  VALUE
001360             "      ESCROW ".
001370     03  FILLER                  PIC  X(11)  VALUE
001380             "      FEES ".
001390     03  FILLER                  PIC  X(15)  VALUE
001400             "     UNAPPLIED ".
001410     03  FILLER                  PIC  X(14)  VALUE
001420             "     PRIN BAL ".
001430     03  FILLER                  PIC  X(15)  VALUE
001440             "    ESCROW BAL ".
001450     03  FILLER                  PIC  X(30)  VALUE "DESCRIPTION".
001460 01  RPT-DETAIL-LINE.
001470     03  TL-EFF-DATE             PIC  9(08).
001480     03  FILLER                  PIC  X(02)  VALUE SPACES.
001490     03  TL-TRAN-TYPE            PIC  X(02).
001500     03  FILLER                  PIC  X(01)  VALUE SPACES.
001510     03  TL-TRAN-AMT             PIC  ZZ,ZZZ,ZZ9.99.
001520     03  FILLER                  PIC  X(01)  VALUE SPACES.
001530     03  TL-PRIN-AMT             PIC  ZZ,ZZZ,ZZ9.99.
001540     03  FILLER                  PIC  X(01)  VALUE SPACES.
001550     03  TL-INT-AMT              PIC  Z,ZZZ,ZZ9.99.
001560     03  FILLER                  PIC  X(01)  VALUE SPACES.
001570     03  TL-ESCROW-AMT           PIC  Z,ZZZ,ZZ9.99.
001580     03  FILLER                  PIC  X(01)  VALUE SPACES.
001590     03  TL-FEE-AMT              PIC  ZZZ,ZZ9.99.
001600     03  FILLER                  PIC  X(01)  VALUE SPACES.
001610     03  TL-UNAPPLIED-AMT        PIC  ZZ,ZZZ,ZZ9.99-.
001620     03  FILLER                  PIC  X(01)  VALUE SPACES.
001630     03  TL-PRIN-BAL             PIC  ZZ,ZZZ,ZZ9.99.
001640     03  FILLER                  PIC  X(01)  VALUE SPACES.
001650     03  TL-ESCROW-BAL           PIC  ZZ,ZZZ,ZZ9.99-.
001660     03  FILLER                  PIC  X(01)  VALUE SPACES.
001670     03  TL-DESCRIPTION          PIC  X(30).
001680 01  RPT-COUNT-LINE.
001690     03  FILLER                  PIC  X(18)  VALUE
001700             "ENTRIES PRINTED: ".
001710     03  RC-ENTRY-CTR            PIC  ZZ,ZZ9.
001720     03  FILLER                  PIC  X(128) VALUE SPACES.
001730 01  RPT-BLANK-LINE              PIC  X(152).
001740*
001750*    RUN CONTROL SWITCHES AND ENTRY FIELDS.
001760*
001770 77  WS-LM-STATUS            PIC  X(02)      VALUE "00".
001780 77  WS-TH-STATUS            PIC  X(02)      VALUE "00".
001790 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
001800     88  WS-ALL-DONE                 VALUE "Y".
001810 77  WS-TH-EOF-SWITCH        PIC  X(01)      VALUE "N".
001820     88  WS-TH-EOF-REACHED           VALUE "Y".
001830 77  WS-SORT-EOF-SWITCH      PIC  X(01)      VALUE "N".
001840     88  WS-SORT-EOF-REACHED         VALUE "Y".
001850 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
001860     88  WS-RPT-WAS-OPENED           VALUE "Y".
001870 77  WS-ENTERED-ACCT-NBR     PIC  9(07).
001880 77  WS-ENTRY-CTR            PIC  9(05)      COMP VALUE ZERO.
001890
001900 PROCEDURE DIVISION.
001910******************************************************************
001920*    0000-MAINLINE.                                              *
001930******************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
001960     PERFORM 2000-RUN-ONE-ACCT  THRU 2000-EXIT
001970         UNTIL WS-ALL-DONE.
001980     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
001990     GOBACK.
002000
002010******************************************************************
002020*    1000-INITIALIZE  --  OPEN LOAN-MASTER FOR THE HEADINGS      *
002030*    AND THE REPORT; THE HISTORY FILE ITSELF IS OPENED AND       *
002040*    CLOSED PER INQUIRY SO EACH ONE RESCANS FROM THE TOP.        *
002050******************************************************************
002060 1000-INITIALIZE.
002070     OPEN INPUT LOAN-MASTER.
002080     IF WS-LM-STATUS NOT = "00"
002090         DISPLAY "LNTHDRV - LOAN-MASTER OPEN FAILED, STATUS = "
002100             WS-LM-STATUS
002110         MOVE "Y" TO WS-DONE-SWITCH
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN OUTPUT TRANSCRIPT-RPT.
002150     SET WS-RPT-WAS-OPENED TO TRUE.
002160 1000-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200*    2000-RUN-ONE-ACCT  --  PRINT ONE ACCOUNT'S TRANSCRIPT.      *
002210******************************************************************
002220 2000-RUN-ONE-ACCT.
002230     DISPLAY "ENTER ACCOUNT NUMBER (0 TO END): "
002240         WITH NO ADVANCING.
002250     ACCEPT WS-ENTERED-ACCT-NBR.
002260     IF WS-ENTERED-ACCT-NBR = ZERO
002270         SET WS-ALL-DONE TO TRUE
002280         GO TO 2000-EXIT
002290     END-IF.
002300     MOVE ZERO TO WS-ENTRY-CTR.
002310     PERFORM 2100-PRINT-HEADING THRU 2100-EXIT.
002320     SORT SORT-WORK
002330         ON ASCENDING KEY SD-EFF-DATE
002340                          SD-POST-DATE
002350                          SD-POST-TIME
002360         INPUT PROCEDURE IS 3000-SELECT-ENTRIES
002370                       THRU 3000-SELECT-EXIT
002380         OUTPUT PROCEDURE IS 4000-PRINT-ENTRIES
002390                        THRU 4000-PRINT-EXIT.
002400     DISPLAY "LNTHDRV - ENTRIES PRINTED FOR ACCOUNT "
002410         WS-ENTERED-ACCT-NBR ": " WS-ENTRY-CTR.
002420 2000-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460*    2100-PRINT-HEADING  --  ACCOUNT HEADING FROM LOAN-MASTER.   *
002470******************************************************************
002480 2100-PRINT-HEADING.
002490     MOVE WS-ENTERED-ACCT-NBR TO LM-ACCT-NBR.
002500     READ LOAN-MASTER
002510         INVALID KEY
002520             MOVE "23" TO WS-LM-STATUS
002530     END-READ.
002540     MOVE WS-ENTERED-ACCT-NBR TO RA-ACCT-NBR.
002550     IF WS-LM-STATUS NOT = "00"
002560         MOVE SPACES TO RA-BORROWER-NAME
002570         MOVE SPACES TO RA-BORROWER-ID
002580         WRITE RPT-RECORD FROM RPT-ACCT-HDG
002590         WRITE RPT-RECORD FROM RPT-NOT-ON-FILE-HDG
002600     ELSE
002610         MOVE LM-BORROWER-NAME    TO RA-BORROWER-NAME
002620         MOVE LM-BORROWER-ID      TO RA-BORROWER-ID
002630         MOVE LM-ORIGINATION-DATE TO RL-ORIG-DATE
002640         MOVE LM-LOAN-AMT         TO RL-LOAN-AMT
002650         MOVE LM-INT-RATE         TO RL-INT-RATE
002660         MOVE LM-NBR-PMTS         TO RL-NBR-PMTS
002670         MOVE LM-LOAN-STATUS      TO RL-LOAN-STATUS
002680         WRITE RPT-RECORD FROM RPT-ACCT-HDG
002690         WRITE RPT-RECORD FROM RPT-LOAN-HDG
002700     END-IF.
002710     MOVE SPACES TO RPT-BLANK-LINE.
002720     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
002730     WRITE RPT-RECORD FROM RPT-COLUMN-HDG.
002740 2100-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780*    3000-SELECT-ENTRIES  --  SORT INPUT PROCEDURE: SCAN THE     *
002790*    HISTORY FILE AND RELEASE THE REQUESTED ACCOUNT'S ENTRIES.  A*
002800*    HISTORY FILE NOT YET CREATED JUST MEANS NOTHING HAS POSTED. *
002810******************************************************************
002820 3000-SELECT-ENTRIES.
002830     MOVE "N" TO WS-TH-EOF-SWITCH.
002840     OPEN INPUT TRAN-HISTORY.
002850     IF WS-TH-STATUS NOT = "00"
002860         DISPLAY "LNTHDRV - HISTORY OPEN FAILED, STATUS = "
002870             WS-TH-STATUS
002880         GO TO 3000-SELECT-EXIT
002890     END-IF.
002900     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
002910     PERFORM 3100-RELEASE-ONE-ENTRY THRU 3100-EXIT
002920         UNTIL WS-TH-EOF-REACHED.
002930     CLOSE TRAN-HISTORY.
002940 3000-SELECT-EXIT.
002950     EXIT.
002960
002970 3100-RELEASE-ONE-ENTRY.
002980     IF TH-ACCT-NBR NOT = WS-ENTERED-ACCT-NBR
002990         GO TO 3100-CONTINUE
003000     END-IF.
003010     MOVE TH-EFF-DATE      TO SD-EFF-DATE.
003020     MOVE TH-POST-DATE     TO SD-POST-DATE.
003030     MOVE TH-POST-TIME     TO SD-POST-TIME.
003040     MOVE TH-TRAN-TYPE     TO SD-TRAN-TYPE.
003050     MOVE TH-TRAN-AMT      TO SD-TRAN-AMT.
003060     MOVE TH-PRIN-AMT      TO SD-PRIN-AMT.
003070     MOVE TH-INT-AMT       TO SD-INT-AMT.
003080     MOVE TH-ESCROW-AMT    TO SD-ESCROW-AMT.
003090     MOVE TH-FEE-AMT       TO SD-FEE-AMT.
003100     MOVE TH-UNAPPLIED-AMT TO SD-UNAPPLIED-AMT.
003110     MOVE TH-PRIN-BAL      TO SD-PRIN-BAL.
003120     MOVE TH-ESCROW-BAL    TO SD-ESCROW-BAL.
003130     MOVE TH-DESCRIPTION   TO SD-DESCRIPTION.
003140     RELEASE SORT-RECORD.
003150 3100-CONTINUE.
003160     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
003170 3100-EXIT.
003180     EXIT.
003190
003200 3900-READ-HISTORY.
003210     READ TRAN-HISTORY
003220         AT END
003230             MOVE "Y" TO WS-TH-EOF-SWITCH
003240     END-READ.
003250 3900-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    4000-PRINT-ENTRIES  --  SORT OUTPUT PROCEDURE: ONE DETAIL   *
003300*    LINE PER ENTRY IN EFFECTIVE-DATE ORDER, THEN THE COUNT.     *
003310******************************************************************
003320 4000-PRINT-ENTRIES.
003330     MOVE "N" TO WS-SORT-EOF-SWITCH.
003340     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
003350     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
003360         UNTIL WS-SORT-EOF-REACHED.
003370     MOVE WS-ENTRY-CTR TO RC-ENTRY-CTR.
003380     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
003390     MOVE SPACES TO RPT-BLANK-LINE.
003400     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
003410 4000-PRINT-EXIT.
003420     EXIT.
003430
003440 4100-PRINT-ONE-ENTRY.
003450     MOVE SD-EFF-DATE      TO TL-EFF-DATE.
003460     MOVE SD-TRAN-TYPE     TO TL-TRAN-TYPE.
003470     MOVE SD-TRAN-AMT      TO TL-TRAN-AMT.
003480     MOVE SD-PRIN-AMT      TO TL-PRIN-AMT.
003490     MOVE SD-INT-AMT       TO TL-INT-AMT.
003500     MOVE SD-ESCROW-AMT    TO TL-ESCROW-AMT.
003510     MOVE SD-FEE-AMT       TO TL-FEE-AMT.
003520     MOVE SD-UNAPPLIED-AMT TO TL-UNAPPLIED-AMT.
003530     MOVE SD-PRIN-BAL      TO TL-PRIN-BAL.
003540     MOVE SD-ESCROW-BAL    TO TL-ESCROW-BAL.
003550     MOVE SD-DESCRIPTION   TO TL-DESCRIPTION.
003560     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
003570     ADD 1 TO WS-ENTRY-CTR.
003580     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
003590 4100-EXIT.
003600     EXIT.
003610
003620 4900-RETURN-SORTED.
003630     RETURN SORT-WORK
003640         AT END
003650             MOVE "Y" TO WS-SORT-EOF-SWITCH
003660     END-RETURN.
003670 4900-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*    9000-TERMINATE.                                             *
003720******************************************************************
003730 9000-TERMINATE.
003740     IF WS-RPT-WAS-OPENED
003750         CLOSE LOAN-MASTER
003760         CLOSE TRANSCRIPT-RPT
003770     END-IF.
003780     DISPLAY "LNTHDRV - SESSION ENDED.".
003790 9000-EXIT.
003800     EXIT.
