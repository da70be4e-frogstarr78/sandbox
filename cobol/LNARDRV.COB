000320*                      NEW 406-BYTE LENGTH, MATCHING THE
000330*                      LNARCHV SIDE, SO A RESTORED ACCOUNT
000340*                      GETS ITS NEW FIELDS BACK INTACT.
000350*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000360*                      NEW 442-BYTE LENGTH, MATCHING THE LNARCHV
000370*                      SIDE.
000380*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000390*                      NEW 450-BYTE LENGTH, MATCHING THE LNARCHV
000400*                      SIDE.
000410*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000420*                      NEW 466-BYTE LENGTH, MATCHING THE LNARCHV
000430*                      SIDE.
000440*     10/15/2026  DPL  ARCHIVE RECORD WIDENED TO THE MASTER'S
000450*                      NEW 496-BYTE LENGTH, MATCHING THE LNARCHV
000460*                      SIDE.
000470*
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.  LNARDRV.
000500 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000510 INSTALLATION. HOME OFFICE.
000520 DATE-WRITTEN. 08/22/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT LOAN-ARCHIVE
000630         ASSIGN TO "LOANARCH"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AR-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  LOAN-ARCHIVE
000700     LABEL RECORD IS OMITTED.
000710 01  ARCHIVE-RECORD              PIC  X(496).
000720
000730 WORKING-STORAGE SECTION.
000740*
000750*    RUN CONTROL SWITCHES AND ENTRY FIELDS.
000760*
000770 77  WS-AR-STATUS            PIC  X(02)      VALUE "00".
000780 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000790     88  WS-ALL-DONE                 VALUE "Y".
000800 77  WS-ARCH-EOF-SWITCH      PIC  X(01)      VALUE "N".
000810     88  WS-ARCH-EOF-REACHED         VALUE "Y".
000820 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000830     88  WS-ACCOUNT-FOUND            VALUE "Y".
000840 77  WS-ENTERED-ACCT-NBR     PIC  9(07).
000850*
000860*    DISPLAY EDIT FIELDS.
000870*
000880 77  AQ-LOAN-AMT-DISP        PIC  ZZ,ZZZ,ZZ9.99.
000890 77  AQ-TOTAL-PMTS-DISP      PIC  ZZ,ZZZ,ZZ9.99.
000900 77  AQ-TOTAL-INT-DISP       PIC  ZZ,ZZZ,ZZ9.99.
000910 77  AQ-ESCROW-BAL-DISP      PIC  ZZ,ZZZ,ZZ9.99-.
000920*
000930*    THE ARCHIVE RECORD IS A FULL MASTER RECORD IMAGE; IT IS
000940*    LAID OVER THE MASTER LAYOUT HERE SO THE DETAIL DISPLAYS
000950*    WITH NAMED FIELDS.
000960*
000970 COPY LOANMAST.
000980
000990 PROCEDURE DIVISION.
001000******************************************************************
001010*    0000-MAINLINE.                                             *
001020******************************************************************
001030 0000-MAINLINE.
001040     PERFORM 2000-RUN-ONE-ACCT THRU 2000-EXIT
001050         UNTIL WS-ALL-DONE.
001060     DISPLAY "LNARDRV - SESSION ENDED.".
001070     GOBACK.
001080
001090******************************************************************
001100*    2000-RUN-ONE-ACCT  --  SCAN THE ARCHIVE FOR ONE REQUESTED  *
001110*    ACCOUNT AND SHOW ITS DETAIL.                               *
001120******************************************************************
001130 2000-RUN-ONE-ACCT.
001140     DISPLAY "ENTER ARCHIVED ACCOUNT NUMBER (0 TO END): "
001150         WITH NO ADVANCING.
001160     ACCEPT WS-ENTERED-ACCT-NBR.
001170     IF WS-ENTERED-ACCT-NBR = ZERO
001180         SET WS-ALL-DONE TO TRUE
001190         GO TO 2000-EXIT
001200     END-IF.
001210     MOVE "N" TO WS-FOUND-SWITCH.
001220     MOVE "N" TO WS-ARCH-EOF-SWITCH.
001230     OPEN INPUT LOAN-ARCHIVE.
001240     IF WS-AR-STATUS NOT = "00"
001250         DISPLAY "LNARDRV - ARCHIVE OPEN FAILED, STATUS = "
001260             WS-AR-STATUS
001270         GO TO 2000-EXIT
001280     END-IF.
001290     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
001300     PERFORM 2100-MATCH-ONE-RECORD THRU 2100-EXIT
001310         UNTIL WS-ARCH-EOF-REACHED.
001320     CLOSE LOAN-ARCHIVE.
001330     IF NOT WS-ACCOUNT-FOUND
001340         DISPLAY "LNARDRV - ACCOUNT " WS-ENTERED-ACCT-NBR
001350             " NOT ON THE ARCHIVE."
001360     END-IF.
001370 2000-EXIT.
001380     EXIT.
001390
001400******************************************************************
001410*    2100-MATCH-ONE-RECORD  --  SHOW A RECORD IF IT IS THE      *
001420*    REQUESTED ACCOUNT.  THE WHOLE FILE IS WALKED, SO AN        *
001430*    ACCOUNT ARCHIVED MORE THAN ONCE SHOWS EVERY IMAGE.         *
001440******************************************************************
001450 2100-MATCH-ONE-RECORD.
001460     MOVE ARCHIVE-RECORD TO LOAN-MASTER-RECORD.
001470     IF LM-ACCT-NBR NOT = WS-ENTERED-ACCT-NBR
001480         GO TO 2100-CONTINUE
001490     END-IF.
001500     SET WS-ACCOUNT-FOUND TO TRUE.
001510     MOVE LM-LOAN-AMT   TO AQ-LOAN-AMT-DISP.
001520     MOVE LM-TOTAL-PMTS TO AQ-TOTAL-PMTS-DISP.
001530     MOVE LM-TOTAL-INT  TO AQ-TOTAL-INT-DISP.
001540     MOVE LM-ESCROW-BAL TO AQ-ESCROW-BAL-DISP.
001550     DISPLAY "ACCOUNT . . . . . : " LM-ACCT-NBR.
001560     DISPLAY "BORROWER. . . . . : " LM-BORROWER-NAME.
001570     DISPLAY "BORROWER ID . . . : " LM-BORROWER-ID.
001580     DISPLAY "ORIGINATED. . . . : " LM-ORIGINATION-DATE.
001590     DISPLAY "LOAN AMOUNT . . . : " AQ-LOAN-AMT-DISP.
001600     DISPLAY "LIFE PAYMENTS . . : " AQ-TOTAL-PMTS-DISP.
001610     DISPLAY "LIFE INTEREST . . : " AQ-TOTAL-INT-DISP.
001620     DISPLAY "LAST PAYMENT. . . : " LM-PMT-RECEIVED-DATE.
001630     DISPLAY "ESCROW BALANCE. . : " AQ-ESCROW-BAL-DISP.
001640     DISPLAY "LOAN STATUS . . . : " LM-LOAN-STATUS.
001650 2100-CONTINUE.
001660     PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
001670 2100-EXIT.
001680     EXIT.
001690
001700 2900-READ-ARCHIVE.
001710     READ LOAN-ARCHIVE
001720         AT END
001730             MOVE "Y" TO WS-ARCH-EOF-SWITCH
001740     END-READ.
001750 2900-EXIT.
001760     EXIT.
