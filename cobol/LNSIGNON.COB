000010******************************************************************
000020*                                                                *
000030*    PROGRAM:  LNSIGNON                                         *
000040*    TITLE:    OPERATOR SIGN-ON SCREEN SUBPROGRAM               *
000050*                                                                *
000060******************************************************************
000070* AUTHOR.         DATA PROCESSING - LOAN SYSTEMS.
000080* INSTALLATION.   HOME OFFICE.
000090* DATE-WRITTEN.   10/15/2026.
000100* DATE-COMPILED.
000110*
000120*  REMARKS.  SIGNS AN OPERATOR ON FOR WHICHEVER SCREEN OR
000130*     OPERATOR-RUN BATCH CALLED IT (SEE SIGNONW.COB FOR THE
000140*     CALLING CONVENTION).  THE OPERATOR KEYS A SIGN-ON ID AND
000150*     PASSWORD, WHICH ARE CHECKED AGAINST THE OPERAUTH OPERATOR
000160*     AUTHORITY FILE.  OPERAUTH IS KEPT BY SECURITY
000170*     ADMINISTRATION, NOT BY THE LOAN SYSTEM: ONE LINE PER
000180*     OPERATOR WITH THE ID, PASSWORD, NAME AND A Y IN THE
000190*     APPROVAL COLUMN FOR AN OPERATOR WHO MAY RELEASE ITEMS FROM
000200*     THE PENDING-APPROVAL QUEUE.  AN OPERATOR WHO LEAVES IS
000210*     TAKEN OFF THE FILE.
000220*
000230*     THE FILE IS READ FROM THE TOP FOR EACH TRY AND CLOSED
000240*     AGAIN, THE SAME WAY LNAUDIT HANDLES THE JOURNAL, SO A
000250*     CHANGE SECURITY MAKES TAKES HOLD AT THE NEXT SIGN-ON.  THE
000260*     PASSWORD IS NOT ECHOED, AND A FAILED TRY DOES NOT SAY
000270*     WHETHER THE ID OR THE PASSWORD WAS WRONG.  THREE FAILED
000280*     TRIES END THE SIGN-ON; SO DOES A BLANK ID.
000290*
000300*  MODIFICATION HISTORY.
000310*     10/15/2026  DPL  ORIGINAL PROGRAM.
000320*     10/15/2026  DPL  OPERAUTH RECORD LAYOUT NOW COPIED FROM
000330*                      OPERAUTH.COB, SHARED WITH LNPMTPST AND
000340*                      LNCHGOFF.
000350*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.  LNSIGNON.
000380 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000390 INSTALLATION. HOME OFFICE.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470 SPECIAL-NAMES.
000480     CRT STATUS IS WS-CRT-STATUS.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPERATOR-AUTH
000530         ASSIGN TO "OPERAUTH"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OA-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  OPERATOR-AUTH
000600     LABEL RECORD IS OMITTED.
000610 COPY OPERAUTH.
000620
000630 WORKING-STORAGE SECTION.
000640*
000650*    RUN CONTROL SWITCHES AND COUNTERS.
000660*
000670 77  WS-OA-STATUS            PIC  X(02)      VALUE "00".
000680 77  WS-CRT-STATUS           PIC  9(04)           VALUE ZERO.
000690 77  WS-DONE-SWITCH          PIC  X(01)      VALUE "N".
000700     88  WS-ALL-DONE                 VALUE "Y".
000710 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
000720     88  WS-EOF-REACHED              VALUE "Y".
000730 77  WS-FOUND-SWITCH         PIC  X(01)      VALUE "N".
000740     88  WS-OPERATOR-FOUND           VALUE "Y".
000750 77  WS-TRY-CTR              PIC  9(02)      COMP VALUE ZERO.
000760 77  WS-MAX-TRIES            PIC  9(02)      COMP VALUE 3.
000770*
000780*    SCREEN ENTRY FIELDS.
000790*
000800 77  SN-OPERATOR-ID          PIC  X(08)      VALUE SPACES.
000810 77  SN-PASSWORD             PIC  X(08)      VALUE SPACES.
000820 77  SN-MESSAGE              PIC  X(40)      VALUE SPACES.
000830
000840 LINKAGE SECTION.
000850 COPY SIGNONW.
000860
000870 SCREEN SECTION.
000880 01  SIGN-ON-SCREEN.
000890     03  BLANK SCREEN.
000900     03  LINE 01 COLUMN 25 VALUE "OPERATOR SIGN-ON".
000910     03  LINE 03 COLUMN 05 VALUE "PROGRAM . . . . . . .".
000920     03  LINE 03 COLUMN 27 PIC X(08) FROM SG-PROGRAM-ID.
000930     03  LINE 05 COLUMN 05 VALUE "OPERATOR ID . . . . .".
000940     03  LINE 05 COLUMN 27 PIC X(08) USING SN-OPERATOR-ID.
000950     03  LINE 06 COLUMN 05 VALUE "PASSWORD. . . . . . .".
000960     03  LINE 06 COLUMN 27 PIC X(08) USING SN-PASSWORD SECURE.
000970     03  LINE 08 COLUMN 05 VALUE "LEAVE THE ID BLANK TO CANCEL.".
000980     03  LINE 10 COLUMN 05 PIC X(40) FROM SN-MESSAGE.
000990
001000 PROCEDURE DIVISION USING SIGN-ON-PARM-AREA.
001010******************************************************************
001020*    0000-MAINLINE.                                             *
001030******************************************************************
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001060     PERFORM 2000-TRY-SIGN-ON THRU 2000-EXIT
001070         UNTIL WS-ALL-DONE.
001080     GOBACK.
001090
001100******************************************************************
001110*    1000-INITIALIZE  --  NOBODY IS SIGNED ON UNTIL A TRY        *
001120*    SUCCEEDS.  THE SWITCHES ARE RESET ON EVERY CALL, SINCE A    *
001130*    SUBPROGRAM'S WORKING STORAGE KEEPS ITS VALUES BETWEEN       *
001140*    CALLS.                                                      *
001150******************************************************************
001160 1000-INITIALIZE.
001170     MOVE "N"    TO WS-DONE-SWITCH.
001180     MOVE ZERO   TO WS-TRY-CTR.
001190     MOVE SPACES TO SN-MESSAGE.
001200     MOVE SPACES TO SG-OPERATOR-ID.
001210     MOVE SPACES TO SG-OPERATOR-NAME.
001220     MOVE "N"    TO SG-APPROVE-SWITCH.
001230     SET SG-NOT-RECOGNIZED TO TRUE.
001240 1000-EXIT.
001250     EXIT.
001260
001270******************************************************************
001280*    2000-TRY-SIGN-ON  --  TAKE ONE ID AND PASSWORD AND CHECK    *
001290*    THEM.                                                       *
001300******************************************************************
001310 2000-TRY-SIGN-ON.
001320     ADD 1 TO WS-TRY-CTR.
001330     MOVE SPACES TO SN-OPERATOR-ID.
001340     MOVE SPACES TO SN-PASSWORD.
001350     DISPLAY SIGN-ON-SCREEN.
001360     ACCEPT SIGN-ON-SCREEN.
001370     IF SN-OPERATOR-ID = SPACES
001380         SET SG-CANCELLED TO TRUE
001390         SET WS-ALL-DONE TO TRUE
001400         GO TO 2000-EXIT
001410     END-IF.
001420     PERFORM 2100-LOOKUP-OPERATOR THRU 2100-EXIT.
001430     IF SG-FILE-NOT-AVAILABLE
001440         SET WS-ALL-DONE TO TRUE
001450         GO TO 2000-EXIT
001460     END-IF.
001470     IF WS-OPERATOR-FOUND
001480         SET SG-SIGNED-ON TO TRUE
001490         SET WS-ALL-DONE TO TRUE
001500         GO TO 2000-EXIT
001510     END-IF.
001520     MOVE "SIGN-ON NOT RECOGNIZED -- TRY AGAIN." TO SN-MESSAGE.
001530     IF WS-TRY-CTR NOT < WS-MAX-TRIES
001540         DISPLAY "LNSIGNON - SIGN-ON REFUSED FOR "
001550             SG-PROGRAM-ID " AFTER " WS-MAX-TRIES " TRIES."
001560         SET WS-ALL-DONE TO TRUE
001570     END-IF.
001580 2000-EXIT.
001590     EXIT.
001600
001610******************************************************************
001620*    2100-LOOKUP-OPERATOR  --  READ THE AUTHORITY FILE FROM THE  *
001630*    TOP FOR THE KEYED ID.  THE OPERATOR IS FOUND ONLY IF THE    *
001640*    PASSWORD ON THAT LINE MATCHES TOO, AND ITS NAME AND         *
001650*    AUTHORITY ARE PASSED BACK BEFORE THE FILE IS CLOSED.  A     *
001660*    FILE THAT WILL NOT OPEN ENDS THE SIGN-ON -- NOBODY CAN      *
001670*    BE SIGNED ON WITHOUT IT.                                    *
001680******************************************************************
001690 2100-LOOKUP-OPERATOR.
001700     MOVE "N" TO WS-FOUND-SWITCH.
001710     MOVE "N" TO WS-EOF-SWITCH.
001720     OPEN INPUT OPERATOR-AUTH.
001730     IF WS-OA-STATUS NOT = "00"
001740         DISPLAY "LNSIGNON - OPERAUTH OPEN FAILED, STATUS = "
001750             WS-OA-STATUS
001760         SET SG-FILE-NOT-AVAILABLE TO TRUE
001770         GO TO 2100-EXIT
001780     END-IF.
001790     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT
001800         UNTIL WS-OPERATOR-FOUND OR WS-EOF-REACHED.
001810     CLOSE OPERATOR-AUTH.
001820 2100-EXIT.
001830     EXIT.
001840
001850 2150-READ-OPERATOR.
001860     READ OPERATOR-AUTH
001870         AT END
001880             MOVE "Y" TO WS-EOF-SWITCH
001890     END-READ.
001900     IF WS-EOF-REACHED
001910         GO TO 2150-EXIT
001920     END-IF.
001930     IF OA-OPERATOR-ID = SN-OPERATOR-ID
001940             AND OA-PASSWORD = SN-PASSWORD
001950         SET WS-OPERATOR-FOUND TO TRUE
001960         MOVE OA-OPERATOR-ID   TO SG-OPERATOR-ID
001970         MOVE OA-OPERATOR-NAME TO SG-OPERATOR-NAME
001980         IF OA-CAN-APPROVE
001990             MOVE "Y" TO SG-APPROVE-SWITCH
002000         END-IF
002010     END-IF.
002020 2150-EXIT.
002030     EXIT.
