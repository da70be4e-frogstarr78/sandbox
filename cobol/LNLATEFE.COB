000240*     LW-TOTAL-PMTS SO THE LOAN'S TOTALS REFLECT THE FEE WITHOUT
000250*     A SEPARATE SPREADSHEET.
000260*
000270*     A DUE DATE ON A WEEKEND OR BANK HOLIDAY IS HONORED THROUGH
000280*     THE NEXT BUSINESS DAY, AND LATENESS IS JUDGED IN BUSINESS
000290*     DAYS: THE ACCOUNT IS LATE ONCE A BUSINESS DAY HAS PASSED
000300*     AFTER THE HONORED DUE DATE, SO A RUN ON A SATURDAY OR THE
000310*     DAY OF A HOLIDAY DOES NOT FLAG A FRIDAY DUE DATE.  THE
000320*     LNBUSDAY DATE SERVICE ANSWERS BOTH FROM THE HOLIDAY
000330*     CALENDAR.
000340*
000350*  MODIFICATION HISTORY.
000360*     08/09/2026  DPL  ORIGINAL PROGRAM.
000370*     08/09/2026  DPL  AN UNRECEIVED PAYMENT NO LONGER COMPARES
000380*                      AS ON TIME; IT IS NOW JUDGED AGAINST
000390*                      LW-PROCESS-DATE SO A PAST-DUE ACCOUNT
000400*                      WITH NO PAYMENT AT ALL IS FLAGGED LATE.
000410*     08/23/2026  DPL  LATENESS IS NOW JUDGED AGAINST THE RUN
000420*                      DATE FOR EVERY ACCOUNT, NOT JUST ONES
000430*                      WITH NO RECEIVED DATE.  WITH THE LOCKBOX
000440*                      POSTING ROLLING THE DUE DATE FORWARD, THE
000450*                      STORED RECEIVED DATE IS ALWAYS ON OR
000460*                      BEFORE THE DUE DATE, SO THE OLD COMPARE
000470*                      SHOWED ANY ACCOUNT WITH ONE POSTED
000480*                      PAYMENT AS CURRENT FOREVER.
000490*     10/15/2026  DPL  NO FEE IS ASSESSED WHILE THE ACCOUNT IS
000500*                      UNDER A LEGAL HOLD (BANKRUPTCY,
000510*                      LITIGATION, DECEASED OR DISASTER
000520*                      FORBEARANCE); THE LATE STATUS IS STILL
000530*                      POSTED.
000540*     10/15/2026  DPL  LATENESS IS NOW JUDGED IN BUSINESS DAYS
000550*                      PAST THE DUE DATE, WITH A DUE DATE ON A
000560*                      WEEKEND OR HOLIDAY HONORED THROUGH THE
000570*                      NEXT BUSINESS DAY, BY WAY OF LNBUSDAY.
000580*
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.  LNLATEFE.
000610 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000620 INSTALLATION. HOME OFFICE.
000630 DATE-WRITTEN. 08/09/2026.
000640 DATE-COMPILED.
000650
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.  IBM-370.
000690 OBJECT-COMPUTER.  IBM-370.
000700
000710 DATA DIVISION.
000720 WORKING-STORAGE SECTION.
000730*
000740*    STANDARD LATE FEE.
000750*
000760 77  LF-STANDARD-FEE          PIC 9(04)V9(02) COMP VALUE 25.00.
000770
000780 COPY BUSDAYW.
000790
000800 LINKAGE SECTION.
000810 COPY LOANW.
000820
000830 PROCEDURE DIVISION USING LOAN-WORK-AREA.
000840******************************************************************
000850*    0000-MAINLINE.                                             *
000860******************************************************************
000870 0000-MAINLINE.
000880     PERFORM 1000-ASSESS-LATE-FEE THRU 1000-EXIT.
000890     GOBACK.
000900
000910******************************************************************
000920*    1000-ASSESS-LATE-FEE  --  FLAG DELINQUENCY AND ADD THE FEE *
000930*    TO THE LOAN'S TOTALS.  AN ACCOUNT UNDER LEGAL HOLD IS      *
000940*    STILL FLAGGED BUT IS ASSESSED NO FEE.  LATE MEANS AT LEAST *
000950*    ONE BUSINESS DAY HAS PASSED SINCE THE HONORED DUE DATE, OR *
000960*    THE PAYMENT CAME IN AFTER IT.                              *
000970******************************************************************
000980 1000-ASSESS-LATE-FEE.
000990     SET  DS-FUNC-PAST-DUE TO TRUE.
001000     MOVE LW-DUE-DATE      TO DS-DATE.
001010     MOVE LW-PROCESS-DATE  TO DS-AS-OF-DATE.
001020     MOVE 1                TO DS-DAY-LIMIT.
001030     CALL "LNBUSDAY" USING BUSINESS-DAY-PARM-AREA.
001040     IF DS-BUS-DAYS > ZERO
001050         SET LW-PMT-LATE TO TRUE
001060     ELSE
001070         IF LW-PMT-RECEIVED-DATE > DS-RESULT-DATE
001080             SET LW-PMT-LATE TO TRUE
001090         ELSE
001100             SET LW-PMT-CURRENT TO TRUE
001110         END-IF
001120     END-IF.
001130     IF LW-PMT-LATE AND NOT LW-HOLD-ACTIVE
001140         MOVE LF-STANDARD-FEE TO LW-LATE-FEE-AMT
001150         ADD LF-STANDARD-FEE TO LW-TOTAL-PMTS
001160     ELSE
001170         MOVE ZERO TO LW-LATE-FEE-AMT
001180     END-IF.
001190 1000-EXIT.
001200     EXIT.
