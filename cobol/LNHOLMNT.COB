000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNHOLMNT                                          *
000040*    TITLE:    ONLINE HOLIDAY CALENDAR MAINTENANCE               *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  LETS THE OPERATIONS CLERK MAINTAIN THE BANK HOLIDAY
000130*     CALENDAR (SEE HOLCAL.COB) AT A TERMINAL, IN THE STYLE OF
000140*     THE LNACHMNT ENROLLMENT SCREEN.  FUNCTION "A" ADDS A
000150*     HOLIDAY, "C" CHANGES ITS DESCRIPTION, "X" DELETES IT.
000160*
000170*     THE DATE MUST BE A REAL CALENDAR DATE, AND THE SCREEN SHOWS
000180*     ITS DAY OF THE WEEK FROM THE LNBUSDAY DATE SERVICE.  A
000190*     SATURDAY OR SUNDAY IS NEVER A BUSINESS DAY, SO IT IS NOT
000200*     ADDED.  A HOLIDAY THAT HAS ALREADY PASSED IS NOT DELETED:
000210*     THE POSTING AND LATE-FEE DECISIONS MADE ON IT STAND, AND A
000220*     RERUN MUST SEE THE SAME CALENDAR.  THE NIGHTLY PROGRAMS
000230*     LOAD THE CALENDAR WHEN THEY START, SO A CHANGE TAKES HOLD
000240*     FROM THE NEXT RUN.  THE CALENDAR IS NOT LOAN-MASTER, SO
000250*     NOTHING HERE IS JOURNALED THROUGH LNAUDIT.
000260*
000270*  MODIFICATION HISTORY.
000280*     10/15/2026  DPL  ORIGINAL PROGRAM.
000290*     10/15/2026  DPL  THE OPERATOR NOW SIGNS ON THROUGH
000300*                      LNSIGNON BEFORE THE SCREEN OPENS
000310*                      ANYTHING; NO SIGN-ON, NO SESSION.
000320*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.  LNHOLMNT.
000350 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000360 INSTALLATION. HOME OFFICE.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440 SPECIAL-NAMES.
000450     CRT STATUS IS WS-CRT-STATUS.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT HOLIDAY-CALENDAR
000500         ASSIGN TO "HOLCAL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HC-HOLIDAY-DATE
000540         FILE STATUS IS WS-HC-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HOLIDAY-CALENDAR
000590     LABEL RECORD IS STANDARD.
000600 COPY HOLCAL.
000610
000620 WORKING-STORAGE SECTION.
000630*
000640*    RUN CONTROL SWITCHES.
000650*
000660 77  WS-HC-STATUS            PIC  X(02)      VALUE "00".
000670 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000680 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000690     88  WS-ALL-DONE                 VALUE "Y".
000700 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000710     88  WS-HOLIDAY-FOUND            VALUE "Y".
000720 77  WS-WRITTEN-SWITCH       PIC  X(01)      VALUE "N".
000730     88  WS-HOLIDAY-WRITTEN          VALUE "Y".
000740 77  WS-RUN-DATE             PIC  9(08)      VALUE ZERO.
000750*
000760*    SCREEN ENTRY FIELDS.  THESE ARE MOVED INTO THE CALENDAR
000770*    RECORD ONLY AFTER THE ENTRY PASSES EDIT.
000780*
000790 77  SH-FUNCTION             PIC  X(01)      VALUE SPACE.
000800 77  SH-HOLIDAY-DATE         PIC  9(08)      VALUE ZERO.
000810 77  SH-DESCRIPTION          PIC  X(30)      VALUE SPACES.
000820 77  SH-DAY-NAME             PIC  X(09)      VALUE SPACES.
000830 77  SH-CUR-DESCRIPTION      PIC  X(30)      VALUE SPACES.
000840 77  SH-MESSAGE              PIC  X(40)      VALUE SPACES.
000850 77  SH-CONFIRM              PIC  X(01)      VALUE SPACE.
000860 01  SH-DAY-NAMES-VAL.
000870     03  FILLER                  PIC  X(09)  VALUE "MONDAY".
000880     03  FILLER                  PIC  X(09)  VALUE "TUESDAY".
000890     03  FILLER                  PIC  X(09)  VALUE "WEDNESDAY".
000900     03  FILLER                  PIC  X(09)  VALUE "THURSDAY".
000910     03  FILLER                  PIC  X(09)  VALUE "FRIDAY".
000920     03  FILLER                  PIC  X(09)  VALUE "SATURDAY".
000930     03  FILLER                  PIC  X(09)  VALUE "SUNDAY".
000940 01  SH-DAY-NAMES REDEFINES SH-DAY-NAMES-VAL.
000950     03  SH-DAY-NAME-ENTRY       OCCURS 7 TIMES
000960                                 PIC  X(09).
000970
000980 COPY BUSDAYW.
000990
001000 COPY SIGNONW.
001010
001020 SCREEN SECTION.
001030 01  HOLIDAY-SCREEN.
001040     03  BLANK SCREEN.
001050     03  LINE 01 COLUMN 20 VALUE "BANK HOLIDAY CALENDAR".
001060     03  LINE 03 COLUMN 05 VALUE "FUNCTION (A/C/X). . .".
001070     03  LINE 03 COLUMN 27 PIC X(01) USING SH-FUNCTION.
001080     03  LINE 04 COLUMN 05 VALUE "DATE (CCYYMMDD) . . .".
001090     03  LINE 04 COLUMN 27 PIC 9(08) USING SH-HOLIDAY-DATE.
001100     03  LINE 04 COLUMN 37 PIC X(09) FROM SH-DAY-NAME.
001110     03  LINE 05 COLUMN 05 VALUE "ON FILE AS. . . . . .".
001120     03  LINE 05 COLUMN 27 PIC X(30) FROM SH-CUR-DESCRIPTION.
001130     03  LINE 07 COLUMN 05 VALUE "DESCRIPTION . . . . .".
001140     03  LINE 07 COLUMN 27 PIC X(30) USING SH-DESCRIPTION.
001150     03  LINE 09 COLUMN 05 VALUE
001160             "A ADDS, C CHANGES THE DESCRIPTION, X DELETES.".
001170     03  LINE 13 COLUMN 05 PIC X(40) FROM SH-MESSAGE.
001180
001190 PROCEDURE DIVISION.
001200******************************************************************
001210*    0000-MAINLINE.                                             *
001220******************************************************************
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001250     PERFORM 2000-MAINTAIN-HOLIDAY  THRU 2000-EXIT
001260         UNTIL WS-ALL-DONE.
001270     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001280     GOBACK.
001290
001300******************************************************************
001310*    1000-INITIALIZE  --  OPEN THE CALENDAR, CREATING IT ON ITS  *
001320*    VERY FIRST ENTRY.                                           *
001330******************************************************************
001340 1000-INITIALIZE.
001350     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001360     IF WS-ALL-DONE
001370         GO TO 1000-EXIT
001380     END-IF.
001390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001400     OPEN I-O HOLIDAY-CALENDAR.
001410     IF WS-HC-STATUS = "35"
001420         OPEN OUTPUT HOLIDAY-CALENDAR
001430         CLOSE HOLIDAY-CALENDAR
001440         OPEN I-O HOLIDAY-CALENDAR
001450     END-IF.
001460     IF WS-HC-STATUS NOT = "00"
001470         DISPLAY "LNHOLMNT - HOLCAL OPEN FAILED, STATUS = "
001480             WS-HC-STATUS
001490         MOVE "Y" TO WS-DONE-SWITCH
001500     END-IF.
001510 1000-EXIT.
001520     EXIT.
001530
001540******************************************************************
001550*    1050-SIGN-ON  --  SIGN THE OPERATOR ON THROUGH LNSIGNON     *
001560*    BEFORE ANYTHING IS OPENED.  NO SIGN-ON, NO SESSION.         *
001570******************************************************************
001580 1050-SIGN-ON.
001590     MOVE "LNHOLMNT" TO SG-PROGRAM-ID.
001600     CALL "LNSIGNON" USING SIGN-ON-PARM-AREA.
001610     IF NOT SG-SIGNED-ON
001620         DISPLAY "LNHOLMNT - NOT SIGNED ON, SESSION ENDED."
001630         MOVE "Y" TO WS-DONE-SWITCH
001640         GO TO 1050-EXIT
001650     END-IF.
001660 1050-EXIT.
001670     EXIT.
001680
001690******************************************************************
001700*    2000-MAINTAIN-HOLIDAY -- KEY, EDIT AND FILE ONE FUNCTION.   *
001710******************************************************************
001720 2000-MAINTAIN-HOLIDAY.
001730     MOVE "N" TO WS-WRITTEN-SWITCH.
001740     MOVE SPACES TO SH-MESSAGE.
001750     PERFORM 2050-GET-ONE-ENTRY THRU 2050-EXIT
001760         UNTIL WS-HOLIDAY-WRITTEN OR WS-ALL-DONE.
001770 2000-EXIT.
001780     EXIT.
001790
001800 2050-GET-ONE-ENTRY.
001810     DISPLAY HOLIDAY-SCREEN.
001820     ACCEPT HOLIDAY-SCREEN.
001830     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
001840 2050-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880*    2100-EDIT-ENTRY  --  CHECK THE DATE WITH THE DATE SERVICE,  *
001890*    LOOK IT UP ON THE CALENDAR, AND EDIT THE KEYED FUNCTION.    *
001900*    FIRST FAILURE WINS, THE SAME CONVENTION AS LNVALID.         *
001910******************************************************************
001920 2100-EDIT-ENTRY.
001930     MOVE SPACES TO SH-DAY-NAME.
001940     MOVE SPACES TO SH-CUR-DESCRIPTION.
001950     IF SH-FUNCTION NOT = "A" AND SH-FUNCTION NOT = "C"
001960             AND SH-FUNCTION NOT = "X"
001970         MOVE "FUNCTION MUST BE A, C OR X." TO SH-MESSAGE
001980         GO TO 2100-EXIT
001990     END-IF.
002000     SET  DS-FUNC-CHECK   TO TRUE.
002010     MOVE SH-HOLIDAY-DATE TO DS-DATE.
002020     CALL "LNBUSDAY" USING BUSINESS-DAY-PARM-AREA.
002030     IF NOT DS-ANSWERED
002040         MOVE "DATE IS NOT A VALID CCYYMMDD." TO SH-MESSAGE
002050         GO TO 2100-EXIT
002060     END-IF.
002070     MOVE SH-DAY-NAME-ENTRY (DS-DAY-OF-WEEK) TO SH-DAY-NAME.
002080     PERFORM 2150-LOOKUP-HOLIDAY THRU 2150-EXIT.
002090     IF SH-FUNCTION = "X"
002100         PERFORM 2600-DELETE-HOLIDAY THRU 2600-EXIT
002110         GO TO 2100-EXIT
002120     END-IF.
002130     IF SH-DESCRIPTION = SPACES
002140         MOVE "DESCRIPTION IS REQUIRED." TO SH-MESSAGE
002150         GO TO 2100-EXIT
002160     END-IF.
002170     IF SH-FUNCTION = "A"
002180         PERFORM 2800-ADD-HOLIDAY THRU 2800-EXIT
002190     ELSE
002200         PERFORM 2700-CHANGE-HOLIDAY THRU 2700-EXIT
002210     END-IF.
002220 2100-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260*    2150-LOOKUP-HOLIDAY  --  READ THE KEYED DATE, IF IT IS ON   *
002270*    THE CALENDAR, AND SHOW ITS DESCRIPTION ON THE SCREEN.       *
002280******************************************************************
002290 2150-LOOKUP-HOLIDAY.
002300     MOVE "N" TO WS-FOUND-SWITCH.
002310     MOVE SH-HOLIDAY-DATE TO HC-HOLIDAY-DATE.
002320     READ HOLIDAY-CALENDAR
002330         INVALID KEY
002340             CONTINUE
002350         NOT INVALID KEY
002360             SET WS-HOLIDAY-FOUND TO TRUE
002370             MOVE HC-DESCRIPTION TO SH-CUR-DESCRIPTION
002380     END-READ.
002390 2150-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430*    2600-DELETE-HOLIDAY  --  TAKE THE KEYED DATE OFF THE        *
002440*    CALENDAR.  A HOLIDAY ALREADY PASSED STAYS, SO A RERUN OF    *
002450*    ITS CYCLE SEES THE SAME CALENDAR.                           *
002460******************************************************************
002470 2600-DELETE-HOLIDAY.
002480     IF NOT WS-HOLIDAY-FOUND
002490         MOVE "DATE NOT ON THE CALENDAR -- RE-KEY." TO SH-MESSAGE
002500         GO TO 2600-EXIT
002510     END-IF.
002520     IF SH-HOLIDAY-DATE < WS-RUN-DATE
002530         MOVE "HOLIDAY HAS PASSED -- KEPT ON FILE." TO SH-MESSAGE
002540         GO TO 2600-EXIT
002550     END-IF.
002560     DELETE HOLIDAY-CALENDAR RECORD.
002570     IF WS-HC-STATUS = "00"
002580         SET WS-HOLIDAY-WRITTEN TO TRUE
002590         DISPLAY "LNHOLMNT - HOLIDAY " SH-HOLIDAY-DATE " DELETED."
002600         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
002610     ELSE
002620         MOVE "CALENDAR DELETE REJECTED -- RE-KEY." TO SH-MESSAGE
002630     END-IF.
002640 2600-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    2700-CHANGE-HOLIDAY  --  REWRITE THE KEYED HOLIDAY'S        *
002690*    DESCRIPTION.                                                *
002700******************************************************************
002710 2700-CHANGE-HOLIDAY.
002720     IF NOT WS-HOLIDAY-FOUND
002730         MOVE "DATE NOT ON THE CALENDAR -- USE A." TO SH-MESSAGE
002740         GO TO 2700-EXIT
002750     END-IF.
002760     MOVE SH-DESCRIPTION TO HC-DESCRIPTION.
002770     MOVE WS-RUN-DATE    TO HC-MAINT-DATE.
002780     REWRITE HOLIDAY-CALENDAR-RECORD.
002790     IF WS-HC-STATUS = "00"
002800         SET WS-HOLIDAY-WRITTEN TO TRUE
002810         DISPLAY "LNHOLMNT - HOLIDAY " SH-HOLIDAY-DATE " CHANGED."
002820         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
002830     ELSE
002840         MOVE "CALENDAR REWRITE REJECTED -- RE-KEY." TO SH-MESSAGE
002850     END-IF.
002860 2700-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    2800-ADD-HOLIDAY  --  PUT THE KEYED DATE ON THE CALENDAR.   *
002910*    A WEEKEND IS NEVER A BUSINESS DAY AND NEEDS NO ENTRY.       *
002920******************************************************************
002930 2800-ADD-HOLIDAY.
002940     IF WS-HOLIDAY-FOUND
002950         MOVE "DATE ON THE CALENDAR -- USE C." TO SH-MESSAGE
002960         GO TO 2800-EXIT
002970     END-IF.
002980     IF DS-WEEKEND
002990         MOVE "WEEKENDS ARE ALWAYS CLOSED -- NOT ADDED."
003000             TO SH-MESSAGE
003010         GO TO 2800-EXIT
003020     END-IF.
003030     MOVE SPACES          TO HOLIDAY-CALENDAR-RECORD.
003040     MOVE SH-HOLIDAY-DATE TO HC-HOLIDAY-DATE.
003050     MOVE SH-DESCRIPTION  TO HC-DESCRIPTION.
003060     MOVE WS-RUN-DATE     TO HC-MAINT-DATE.
003070     WRITE HOLIDAY-CALENDAR-RECORD
003080         INVALID KEY
003090             CONTINUE
003100     END-WRITE.
003110     IF WS-HC-STATUS = "00"
003120         SET WS-HOLIDAY-WRITTEN TO TRUE
003130         DISPLAY "LNHOLMNT - HOLIDAY " SH-HOLIDAY-DATE " ADDED."
003140         PERFORM 2900-ASK-ANOTHER THRU 2900-EXIT
003150     ELSE
003160         MOVE "CALENDAR WRITE REJECTED -- RE-KEY." TO SH-MESSAGE
003170     END-IF.
003180 2800-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*    2900-ASK-ANOTHER  --  LET THE CLERK FILE ANOTHER FUNCTION   *
003230*    OR END THE SESSION.                                         *
003240******************************************************************
003250 2900-ASK-ANOTHER.
003260     MOVE SPACE TO SH-CONFIRM.
003270     DISPLAY "ENTER ANOTHER HOLIDAY (Y/N)? " WITH NO ADVANCING.
003280     ACCEPT SH-CONFIRM.
003290     IF SH-CONFIRM NOT = "Y" AND SH-CONFIRM NOT = "y"
003300         SET WS-ALL-DONE TO TRUE
003310     END-IF.
003320 2900-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*    9000-TERMINATE.                                            *
003370******************************************************************
003380 9000-TERMINATE.
003390     CLOSE HOLIDAY-CALENDAR.
003400     DISPLAY "LNHOLMNT - SESSION ENDED.".
003410 9000-EXIT.
003420     EXIT.
