000200*     THE SAME WAY LNAMDRV RE-READS THE MASTER PER REQUEST --
000210*     IT IS AN OCCASIONAL AUDIT TOOL, NOT A NIGHTLY BATCH LEG.
000220*     THIS IS A PLAIN ACCEPT/DISPLAY UTILITY IN THE STYLE OF
000230*     LNAMDRV.  AN ENTRY FOR A SATELLITE FILE (AN LNINTCHK
000240*     REPAIR TO BORRXREF, ESCPAYEE OR COLLACT) PRINTS ITS FILE
000250*     AND ITS RECORD IMAGES AS THEY STAND.
000260*     EVERY ENTRY ALSO SHOWS THE OPERATOR WHO MADE THE CHANGE
000270*     AND, FOR AN ITEM RELEASED FROM THE APPROVAL QUEUE, THE
000280*     OPERATOR WHO APPROVED IT.
000290*
000300*  MODIFICATION HISTORY.
000310*     08/22/2026  DPL  ORIGINAL PROGRAM.
000320*     08/23/2026  DPL  REPORT RECORD WIDENED TO THE 86-BYTE
000330*                      IMAGE DETAIL LINE; AT 80 BYTES THE WRITE
000340*                      TRUNCATED THE LATE-FEE COLUMN MID-FIELD
000350*                      ON EVERY BEFORE/AFTER LINE.
000360*     10/15/2026  DPL  THE ENTRY HEADING NOW SHOWS THE JOURNALED
000370*                      FILE, AND A SATELLITE-FILE ENTRY PRINTS
000380*                      ITS IMAGES RAW INSTEAD OF DECODING THEM
000390*                      AS A MASTER RECORD.
000400*     10/15/2026  DPL  EACH ENTRY NOW PRINTS AN OPERATOR LINE
000410*                      UNDER ITS HEADING WITH THE OPERATOR WHO
000420*                      MADE THE CHANGE AND THE OPERATOR WHO
000430*                      APPROVED IT.
000440*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.  LNAJDRV.
000470 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000480 INSTALLATION. HOME OFFICE.
000490 DATE-WRITTEN. 08/22/2026.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT AUDIT-JOURNAL
000600         ASSIGN TO "AUDITJRN"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AJ-STATUS.
000630
000640     SELECT AUDIT-RPT
000650         ASSIGN TO "AUDITRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  AUDIT-JOURNAL
000710     LABEL RECORD IS OMITTED.
000720 COPY AUDITJRN.
000730
000740 FD  AUDIT-RPT
000750     LABEL RECORD IS OMITTED.
000760 01  RPT-RECORD                  PIC  X(86).
000770
000780 WORKING-STORAGE SECTION.
000790*
000800*    REPORT LINE LAYOUTS.  BUILT HERE AND WRITTEN WITH WRITE
000810*    ... FROM SO EVERY BYTE OF AN OUTPUT LINE IS A REAL
000820*    CHARACTER, NOT WHATEVER THE RECORD BUFFER HELD.
000830*
000840 01  RPT-ENTRY-HDG.
000850     03  FILLER                  PIC  X(08)  VALUE "POSTED ".
000860     03  RH-DATE                 PIC  9(08).
000870     03  FILLER                  PIC  X(01)  VALUE SPACES.
000880     03  RH-TIME                 PIC  9(08).
000890     03  FILLER                  PIC  X(05)  VALUE "  BY ".
000900     03  RH-PROGRAM-ID           PIC  X(08).
000910     03  FILLER                  PIC  X(09)  VALUE "  ACTION ".
000920     03  RH-ACTION               PIC  X(08).
000930     03  FILLER                  PIC  X(07)  VALUE "  FILE ".
000940     03  RH-FILE-ID              PIC  X(08).
000950     03  FILLER                  PIC  X(10)  VALUE SPACES.
000960 01  RPT-IMAGE-LINE.
000970     03  RL-IMAGE-TAG            PIC  X(08).
000980     03  FILLER                  PIC  X(04)  VALUE "STS ".
000990     03  RL-LOAN-STATUS          PIC  X(01).
001000     03  FILLER                  PIC  X(05)  VALUE " PMT ".
001010     03  RL-PMT-STATUS           PIC  X(01).
001020     03  FILLER                  PIC  X(06)  VALUE " TOTP ".
001030     03  RL-TOTAL-PMTS           PIC  ZZ,ZZZ,ZZ9.99.
001040     03  FILLER                  PIC  X(06)  VALUE " TOTI ".
001050     03  RL-TOTAL-INT            PIC  ZZ,ZZZ,ZZ9.99.
001060     03  FILLER                  PIC  X(05)  VALUE " DUE ".
001070     03  RL-DUE-DATE             PIC  9(08).
001080     03  FILLER                  PIC  X(05)  VALUE " FEE ".
001090     03  RL-LATE-FEE             PIC  Z,ZZ9.99.
001100     03  FILLER                  PIC  X(03)  VALUE SPACES.
001110 01  RPT-OPERATOR-LINE.
001120     03  FILLER                  PIC  X(08)  VALUE SPACES.
001130     03  FILLER                  PIC  X(09)  VALUE "OPERATOR ".
001140     03  RO-OPERATOR-ID          PIC  X(08).
001150     03  FILLER                  PIC  X(14)  VALUE
001160             "  APPROVED BY ".
001170     03  RO-APPROVER-ID          PIC  X(08).
001180     03  FILLER                  PIC  X(39)  VALUE SPACES.
001190 01  RPT-RAW-LINE.
001200     03  RR-IMAGE-TAG            PIC  X(08).
001210     03  RR-IMAGE                PIC  X(78).
001220 01  RPT-BLANK-LINE              PIC  X(86).
001230*
001240*    RUN CONTROL SWITCHES AND ENTRY FIELDS.
001250*
001260 77  WS-AJ-STATUS            PIC  X(02)      VALUE "00".
001270 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
001280     88  WS-ALL-DONE                 VALUE "Y".
001290 77  WS-JRN-EOF-SWITCH       PIC  X(01)      VALUE "N".
001300     88  WS-JRN-EOF-REACHED          VALUE "Y".
001310 77  WS-RPT-OPENED-SWITCH    PIC  X(01)      VALUE "N".
001320     88  WS-RPT-WAS-OPENED           VALUE "Y".
001330 77  WS-ENTERED-ACCT-NBR     PIC  9(07).
001340 77  WS-ENTRY-CTR            PIC  9(05)      COMP VALUE ZERO.
001350*
001360*    THE JOURNAL'S RECORD IMAGES ARE DECODED BY LAYING THE
001370*    MASTER RECORD LAYOUT OVER THEM IN WORKING STORAGE, SO THE
001380*    REPORT SHOWS NAMED FIELDS INSTEAD OF A RAW DUMP.
001390*
001400 COPY LOANMAST.
001410
001420 PROCEDURE DIVISION.
001430******************************************************************
001440*    0000-MAINLINE.                                             *
001450******************************************************************
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
001480     PERFORM 2000-RUN-ONE-ACCT  THRU 2000-EXIT
001490         UNTIL WS-ALL-DONE.
001500     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
001510     GOBACK.
001520
001530******************************************************************
001540*    1000-INITIALIZE  --  OPEN THE REPORT; THE JOURNAL ITSELF   *
001550*    IS OPENED AND CLOSED PER INQUIRY SO EACH ONE RESCANS FROM  *
001560*    THE TOP.                                                   *
001570******************************************************************
001580 1000-INITIALIZE.
001590     OPEN OUTPUT AUDIT-RPT.
001600     SET WS-RPT-WAS-OPENED TO TRUE.
001610 1000-EXIT.
001620     EXIT.
001630
001640******************************************************************
001650*    2000-RUN-ONE-ACCT  --  PRINT ONE ACCOUNT'S CHANGE HISTORY. *
001660******************************************************************
001670 2000-RUN-ONE-ACCT.
001680     DISPLAY "ENTER ACCOUNT NUMBER (0 TO END): "
001690         WITH NO ADVANCING.
001700     ACCEPT WS-ENTERED-ACCT-NBR.
001710     IF WS-ENTERED-ACCT-NBR = ZERO
001720         SET WS-ALL-DONE TO TRUE
001730         GO TO 2000-EXIT
001740     END-IF.
001750     MOVE ZERO TO WS-ENTRY-CTR.
001760     MOVE "N" TO WS-JRN-EOF-SWITCH.
001770     OPEN INPUT AUDIT-JOURNAL.
001780     IF WS-AJ-STATUS NOT = "00"
001790         DISPLAY "LNAJDRV - JOURNAL OPEN FAILED, STATUS = "
001800             WS-AJ-STATUS
001810         GO TO 2000-EXIT
001820     END-IF.
001830     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
001840     PERFORM 2100-PRINT-ONE-ENTRY THRU 2100-EXIT
001850         UNTIL WS-JRN-EOF-REACHED.
001860     CLOSE AUDIT-JOURNAL.
001870     DISPLAY "LNAJDRV - ENTRIES PRINTED FOR ACCOUNT "
001880         WS-ENTERED-ACCT-NBR ": " WS-ENTRY-CTR.
001890 2000-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930*    2100-PRINT-ONE-ENTRY  --  PRINT A JOURNAL ENTRY IF IT IS   *
001940*    FOR THE REQUESTED ACCOUNT.                                 *
001950******************************************************************
001960 2100-PRINT-ONE-ENTRY.
001970     IF AJ-ACCT-NBR NOT = WS-ENTERED-ACCT-NBR
001980         GO TO 2100-CONTINUE
001990     END-IF.
002000     MOVE AJ-DATE       TO RH-DATE.
002010     MOVE AJ-TIME       TO RH-TIME.
002020     MOVE AJ-PROGRAM-ID TO RH-PROGRAM-ID.
002030     IF AJ-FILE-MASTER
002040         MOVE "LOANMAST" TO RH-FILE-ID
002050     ELSE
002060         MOVE AJ-FILE-ID TO RH-FILE-ID
002070     END-IF.
002080     IF AJ-ACTION-ADD
002090         MOVE "ADD"     TO RH-ACTION
002100     ELSE
002110         IF AJ-ACTION-REWRITE
002120             MOVE "REWRITE" TO RH-ACTION
002130         ELSE
002140             MOVE "DELETE"  TO RH-ACTION
002150         END-IF
002160     END-IF.
002170     WRITE RPT-RECORD FROM RPT-ENTRY-HDG.
002180     MOVE AJ-OPERATOR-ID TO RO-OPERATOR-ID.
002190     MOVE AJ-APPROVER-ID TO RO-APPROVER-ID.
002200     WRITE RPT-RECORD FROM RPT-OPERATOR-LINE.
002210     IF NOT AJ-FILE-MASTER
002220         PERFORM 2300-PRINT-RAW-IMAGES THRU 2300-EXIT
002230         GO TO 2100-SPACE-LINE
002240     END-IF.
002250     IF NOT AJ-ACTION-ADD
002260         MOVE AJ-BEFORE-IMAGE TO LOAN-MASTER-RECORD
002270         MOVE "BEFORE: "      TO RL-IMAGE-TAG
002280         PERFORM 2200-PRINT-IMAGE-LINE THRU 2200-EXIT
002290     END-IF.
002300     IF NOT AJ-ACTION-DELETE
002310         MOVE AJ-AFTER-IMAGE  TO LOAN-MASTER-RECORD
002320         MOVE "AFTER:  "      TO RL-IMAGE-TAG
002330         PERFORM 2200-PRINT-IMAGE-LINE THRU 2200-EXIT
002340     END-IF.
002350 2100-SPACE-LINE.
002360     MOVE SPACES TO RPT-BLANK-LINE.
002370     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
002380     ADD 1 TO WS-ENTRY-CTR.
002390 2100-CONTINUE.
002400     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
002410 2100-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*    2200-PRINT-IMAGE-LINE  --  DECODE THE IMAGE JUST LAID      *
002460*    INTO THE MASTER RECORD AREA ONTO ONE REPORT LINE.          *
002470******************************************************************
002480 2200-PRINT-IMAGE-LINE.
002490     MOVE LM-LOAN-STATUS  TO RL-LOAN-STATUS.
002500     MOVE LM-PMT-STATUS   TO RL-PMT-STATUS.
002510     MOVE LM-TOTAL-PMTS   TO RL-TOTAL-PMTS.
002520     MOVE LM-TOTAL-INT    TO RL-TOTAL-INT.
002530     MOVE LM-DUE-DATE     TO RL-DUE-DATE.
002540     MOVE LM-LATE-FEE-AMT TO RL-LATE-FEE.
002550     WRITE RPT-RECORD FROM RPT-IMAGE-LINE.
002560 2200-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    2300-PRINT-RAW-IMAGES  --  A SATELLITE-FILE ENTRY (AN      *
002610*    LNINTCHK REPAIR) HAS NO MASTER FIELDS TO DECODE.  ITS      *
002620*    RECORDS ARE SHORT, SO THE IMAGES PRINT AS THEY STAND.      *
002630******************************************************************
002640 2300-PRINT-RAW-IMAGES.
002650     IF NOT AJ-ACTION-ADD
002660         MOVE "BEFORE: "      TO RR-IMAGE-TAG
002670         MOVE AJ-BEFORE-IMAGE TO RR-IMAGE
002680         WRITE RPT-RECORD FROM RPT-RAW-LINE
002690     END-IF.
002700     IF NOT AJ-ACTION-DELETE
002710         MOVE "AFTER:  "      TO RR-IMAGE-TAG
002720         MOVE AJ-AFTER-IMAGE  TO RR-IMAGE
002730         WRITE RPT-RECORD FROM RPT-RAW-LINE
002740     END-IF.
002750 2300-EXIT.
002760     EXIT.
002770
002780 2900-READ-JOURNAL.
002790     READ AUDIT-JOURNAL
002800         AT END
002810             MOVE "Y" TO WS-JRN-EOF-SWITCH
002820     END-READ.
002830 2900-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    9000-TERMINATE.                                            *
002880******************************************************************
002890 9000-TERMINATE.
002900     IF WS-RPT-WAS-OPENED
002910         CLOSE AUDIT-RPT
002920     END-IF.
002930     DISPLAY "LNAJDRV - SESSION ENDED.".
002940 9000-EXIT.
002950     EXIT.
