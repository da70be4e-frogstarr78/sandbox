000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNTRNHST                                         *
000040*    TITLE:    ACCOUNT TRANSACTION HISTORY WRITER               *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  APPENDS ONE ENTRY TO THE TRANSACTION HISTORY FILE
000130*     FOR A MONETARY POSTING TO A LOAN-MASTER ACCOUNT, ON BEHALF
000140*     OF WHATEVER PROGRAM POSTED IT (SEE TRANHW.COB FOR THE
000150*     CALLING CONVENTION AND TRANHIST.COB FOR THE RECORD).  THE
000160*     POSTING DATE AND TIME ARE STAMPED HERE, NOT BY THE CALLER,
000170*     SO EVERY WRITER STAMPS THEM IDENTICALLY.  LIKE LNAUDIT,
000180*     THE FILE IS OPENED EXTEND AND CLOSED AGAIN ON EVERY CALL,
000190*     SO SEVERAL POSTING PROGRAMS CAN WRITE HISTORY IN THE SAME
000200*     DAY WITHOUT COORDINATING FILE OWNERSHIP AND AN ABEND NEVER
000210*     LEAVES THE FILE OPEN AND UNFLUSHED.  A HISTORY ENTRY THAT
000220*     CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE AND IN
000230*     TP-STATUS; THE POSTING ITSELF IS THE CALLER'S DECISION.
000240*
000250*  MODIFICATION HISTORY.
000260*     10/15/2026  DPL  ORIGINAL PROGRAM.
000270*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.  LNTRNHST.
000300 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000310 INSTALLATION. HOME OFFICE.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRAN-HISTORY
000430         ASSIGN TO "TRANHIST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TH-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  TRAN-HISTORY
000500     LABEL RECORD IS OMITTED.
000510 COPY TRANHIST.
000520
000530 WORKING-STORAGE SECTION.
000540*
000550*    RUN CONTROL.
000560*
000570 77  WS-TH-STATUS            PIC  X(02)      VALUE "00".
000580
000590 LINKAGE SECTION.
000600 COPY TRANHW.
000610
000620 PROCEDURE DIVISION USING TRAN-HIST-PARM-AREA.
000630******************************************************************
000640*    0000-MAINLINE.                                             *
000650******************************************************************
000660 0000-MAINLINE.
000670     PERFORM 1000-WRITE-HISTORY THRU 1000-EXIT.
000680     GOBACK.
000690
000700******************************************************************
000710*    1000-WRITE-HISTORY  --  OPEN EXTEND (CREATING THE FILE ON  *
000720*    ITS VERY FIRST ENTRY), STAMP, WRITE, CLOSE.                *
000730******************************************************************
000740 1000-WRITE-HISTORY.
000750     OPEN EXTEND TRAN-HISTORY.
000760     IF WS-TH-STATUS = "35"
000770         OPEN OUTPUT TRAN-HISTORY
000780     END-IF.
000790     IF WS-TH-STATUS NOT = "00"
000800         DISPLAY "LNTRNHST - HISTORY OPEN FAILED, STATUS = "
000810             WS-TH-STATUS
000820         MOVE WS-TH-STATUS TO TP-STATUS
000830         GO TO 1000-EXIT
000840     END-IF.
000850     MOVE TP-ACCT-NBR      TO TH-ACCT-NBR.
000860     MOVE TP-EFF-DATE      TO TH-EFF-DATE.
000870     ACCEPT TH-POST-DATE FROM DATE YYYYMMDD.
000880     ACCEPT TH-POST-TIME FROM TIME.
000890     MOVE TP-PROGRAM-ID    TO TH-PROGRAM-ID.
000900     MOVE TP-TRAN-TYPE     TO TH-TRAN-TYPE.
000910     MOVE TP-TRAN-AMT      TO TH-TRAN-AMT.
000920     MOVE TP-PRIN-AMT      TO TH-PRIN-AMT.
000930     MOVE TP-INT-AMT       TO TH-INT-AMT.
000940     MOVE TP-ESCROW-AMT    TO TH-ESCROW-AMT.
000950     MOVE TP-FEE-AMT       TO TH-FEE-AMT.
000960     MOVE TP-UNAPPLIED-AMT TO TH-UNAPPLIED-AMT.
000970     MOVE TP-PRIN-BAL      TO TH-PRIN-BAL.
000980     MOVE TP-ESCROW-BAL    TO TH-ESCROW-BAL.
000990     MOVE TP-DESCRIPTION   TO TH-DESCRIPTION.
001000     WRITE TRAN-HISTORY-RECORD.
001010     IF WS-TH-STATUS NOT = "00"
001020         DISPLAY "LNTRNHST - HISTORY WRITE FAILED, STATUS = "
001030             WS-TH-STATUS
001040     END-IF.
001050     MOVE WS-TH-STATUS TO TP-STATUS.
001060     CLOSE TRAN-HISTORY.
001070 1000-EXIT.
001080     EXIT.
