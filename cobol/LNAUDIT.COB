000220*     REPORTED ON THE CONSOLE AND IN AP-STATUS; THE BUSINESS
000230*     POSTING ITSELF IS THE CALLER'S DECISION.
000240*
000250*     THE ENTRY ALSO CARRIES THE NAME OF THE FILE THE IMAGES
000260*     BELONG TO: LOANMAST FOR THE MASTER, OR THE SATELLITE FILE
000270*     AN LNINTCHK INTEGRITY REPAIR CHANGED.
000280*
000290*     EVERY ENTRY CARRIES THE OPERATOR WHO MADE THE CHANGE --
000300*     THE SIGN-ON ID THE CALLER PASSES, OR BATCH WHEN A BATCH
000310*     RUN PASSES NONE -- AND, FOR AN ITEM RELEASED FROM THE
000320*     APPROVAL QUEUE, THE OPERATOR WHO APPROVED IT.
000330*
000340*  MODIFICATION HISTORY.
000350*     08/22/2026  DPL  ORIGINAL PROGRAM.
000360*     10/15/2026  DPL  THE JOURNAL ENTRY NOW CARRIES THE FILE ID
000370*                      FROM AP-FILE-ID, SO THE LNINTCHK REPAIRS
000380*                      TO THE SATELLITE FILES CAN BE JOURNALED
000390*                      HERE ALONGSIDE THE MASTER CHANGES.
000400*     10/15/2026  DPL  THE JOURNAL ENTRY NOW CARRIES THE
000410*                      OPERATOR WHO MADE THE CHANGE (BATCH WHEN
000420*                      THE CALLER PASSES NONE) AND THE OPERATOR
000430*                      WHO APPROVED IT, FROM AP-OPERATOR-ID AND
000440*                      AP-APPROVER-ID.
000450*
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.  LNAUDIT.
000480 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000490 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 08/22/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.  IBM-370.
000560 OBJECT-COMPUTER.  IBM-370.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AUDIT-JOURNAL
000610         ASSIGN TO "AUDITJRN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AJ-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  AUDIT-JOURNAL
000680     LABEL RECORD IS OMITTED.
000690 COPY AUDITJRN.
000700
000710 WORKING-STORAGE SECTION.
000720*
000730*    RUN CONTROL.
000740*
000750 77  WS-AJ-STATUS            PIC  X(02)      VALUE "00".
000760
000770 LINKAGE SECTION.
000780 COPY AUDITW.
000790
000800 PROCEDURE DIVISION USING AUDIT-PARM-AREA.
000810******************************************************************
000820*    0000-MAINLINE.                                             *
000830******************************************************************
000840 0000-MAINLINE.
000850     PERFORM 1000-WRITE-JOURNAL THRU 1000-EXIT.
000860     GOBACK.
000870
000880******************************************************************
000890*    1000-WRITE-JOURNAL  --  OPEN EXTEND (CREATING THE JOURNAL  *
000900*    ON ITS VERY FIRST ENTRY), STAMP, WRITE, CLOSE.             *
000910******************************************************************
000920 1000-WRITE-JOURNAL.
000930     OPEN EXTEND AUDIT-JOURNAL.
000940     IF WS-AJ-STATUS = "35"
000950         OPEN OUTPUT AUDIT-JOURNAL
000960     END-IF.
000970     IF WS-AJ-STATUS NOT = "00"
000980         DISPLAY "LNAUDIT - JOURNAL OPEN FAILED, STATUS = "
000990             WS-AJ-STATUS
001000         MOVE WS-AJ-STATUS TO AP-STATUS
001010         GO TO 1000-EXIT
001020     END-IF.
001030     MOVE AP-ACCT-NBR     TO AJ-ACCT-NBR.
001040     ACCEPT AJ-DATE FROM DATE YYYYMMDD.
001050     ACCEPT AJ-TIME FROM TIME.
001060     MOVE AP-PROGRAM-ID   TO AJ-PROGRAM-ID.
001070     MOVE AP-ACTION       TO AJ-ACTION.
001080     MOVE AP-BEFORE-IMAGE TO AJ-BEFORE-IMAGE.
001090     MOVE AP-AFTER-IMAGE  TO AJ-AFTER-IMAGE.
001100     MOVE AP-FILE-ID      TO AJ-FILE-ID.
001110     IF AP-OPERATOR-ID = SPACES
001120         MOVE "BATCH"     TO AJ-OPERATOR-ID
001130     ELSE
001140         MOVE AP-OPERATOR-ID TO AJ-OPERATOR-ID
001150     END-IF.
001160     MOVE AP-APPROVER-ID  TO AJ-APPROVER-ID.
001170     WRITE AUDIT-JOURNAL-RECORD.
001180     IF WS-AJ-STATUS NOT = "00"
001190         DISPLAY "LNAUDIT - JOURNAL WRITE FAILED, STATUS = "
001200             WS-AJ-STATUS
001210     END-IF.
001220     MOVE WS-AJ-STATUS TO AP-STATUS.
001230     CLOSE AUDIT-JOURNAL.
001240 1000-EXIT.
001250     EXIT.
