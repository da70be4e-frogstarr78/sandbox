000300*     FILE MEANS NO LEG HAS EVER COMPLETED, WHICH CLEARS ONLY
000310*     THE FIRST LEG OF THE CHAIN.
000320*
000330*     A START IS ALSO REFUSED (STATUS "NB") WHEN THE CYCLE DATE
000340*     IS NOT A BUSINESS DAY BY THE LNBUSDAY DATE SERVICE -- A
000350*     WEEKEND OR A DAY ON THE HOLIDAY CALENDAR -- UNLESS THE
000360*     OPERATOR HAS FORCED THAT DATE BY PUTTING A RECORD NAMING
000370*     IT ON THE CYCLFRCE PARAMETER FILE.  THE FORCE NAMES ONE
000380*     DATE, SO IT LAPSES BY ITSELF; A FORCED START IS ANNOUNCED
000390*     ON THE CONSOLE.
000400*
000410*  MODIFICATION HISTORY.
000420*     09/03/2026  DPL  ORIGINAL PROGRAM.
000430*     10/15/2026  DPL  A START IS REFUSED WHEN THE CYCLE DATE IS
000440*                      NOT A BUSINESS DAY (LNBUSDAY) UNLESS THE
000450*                      OPERATOR FORCES THE DATE ON CYCLFRCE.
000460*
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.  LNCYCLE.
000490 AUTHOR.      DATA PROCESSING - LOAN SYSTEMS.
000500 INSTALLATION. HOME OFFICE.
000510 DATE-WRITTEN. 09/03/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.  IBM-370.
000570 OBJECT-COMPUTER.  IBM-370.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CYCLE-STATUS
000620         ASSIGN TO "CYCLSTAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CS-STATUS.
000650
000660     SELECT CYCLE-FORCE
000670         ASSIGN TO "CYCLFRCE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CF-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CYCLE-STATUS
000740     LABEL RECORD IS OMITTED.
000750 01  CYCLE-STATUS-RECORD         PIC  X(31).
000760
000770 FD  CYCLE-FORCE
000780     LABEL RECORD IS OMITTED.
000790 01  CYCLE-FORCE-RECORD.
000800     03  CF-FORCE-DATE           PIC  9(08).
000810     03  FILLER                  PIC  X(02).
000820
000830 WORKING-STORAGE SECTION.
000840 COPY CYCLSTAT.
000850*
000860*    RUN CONTROL SWITCHES.
000870*
000880 77  WS-CS-STATUS            PIC  X(02)      VALUE "00".
000890 77  WS-CF-STATUS            PIC  X(02)      VALUE "00".
000900 77  WS-EOF-SWITCH           PIC  X(01)      VALUE "N".
000910     88  WS-EOF-REACHED              VALUE "Y".
000920 77  WS-PRED-DONE-SWITCH     PIC  X(01)      VALUE "N".
000930     88  WS-PRED-COMPLETED           VALUE "Y".
000940 77  WS-SELF-DONE-SWITCH     PIC  X(01)      VALUE "N".
000950     88  WS-SELF-COMPLETED           VALUE "Y".
000960 77  WS-FORCED-SWITCH        PIC  X(01)      VALUE "N".
000970     88  WS-DATE-FORCED              VALUE "Y".
000980*
000990*    THE PREDECESSOR EACH LEG WAITS ON.  A SPACE MEANS THE LEG
001000*    HEADS THE CHAIN AND WAITS ON NOTHING.
001010*
001020 77  CY-PRED-LEG             PIC  X(01)      VALUE SPACE.
001030
001040 COPY BUSDAYW.
001050
001060 LINKAGE SECTION.
001070 COPY CYCLEW.
001080
001090 PROCEDURE DIVISION USING CYCLE-PARM-AREA.
001100******************************************************************
001110*    0000-MAINLINE.                                             *
001120******************************************************************
001130 0000-MAINLINE.
001140     MOVE "00" TO CY-STATUS.
001150     MOVE "N"  TO WS-EOF-SWITCH.
001160     MOVE "N"  TO WS-PRED-DONE-SWITCH.
001170     MOVE "N"  TO WS-SELF-DONE-SWITCH.
001180     PERFORM 1000-SET-PREDECESSOR THRU 1000-EXIT.
001190     IF CY-STATUS = "UL"
001200         DISPLAY "LNCYCLE - UNKNOWN LEG ID '" CY-LEG-ID "'"
001210         GOBACK
001220     END-IF.
001230     IF CY-FUNC-START
001240         PERFORM 1500-CHECK-BUSINESS-DAY THRU 1500-EXIT
001250         IF CY-NOT-BUSINESS-DAY
001260             GOBACK
001270         END-IF
001280         PERFORM 2000-CHECK-SEQUENCE THRU 2000-EXIT
001290         IF CY-STATUS = "00" OR CY-STATUS = "DP"
001300             MOVE "S" TO CS-EVENT
001310             PERFORM 3000-APPEND-EVENT THRU 3000-EXIT
001320         END-IF
001330     ELSE
001340         MOVE "E" TO CS-EVENT
001350         PERFORM 3000-APPEND-EVENT THRU 3000-EXIT
001360     END-IF.
001370     GOBACK.
001380
001390******************************************************************
001400*    1000-SET-PREDECESSOR  --  THE LEG EACH CALLER WAITS ON.    *
001410*    THE LOCKBOX POSTING HEADS THE CHAIN; THE GL EXTRACT        *
001420*    FOLLOWS THE BATCH AND THE TIE-OUT FOLLOWS THE EXTRACT;     *
001430*    DUNNING, STATEMENTS AND THE REMITTANCE ALL HANG OFF THE    *
001440*    BATCH.                                                     *
001450******************************************************************
001460 1000-SET-PREDECESSOR.
001470     IF CY-LEG-ID = "P"
001480         MOVE SPACE TO CY-PRED-LEG
001490         GO TO 1000-EXIT
001500     END-IF.
001510     IF CY-LEG-ID = "B"
001520         MOVE "P" TO CY-PRED-LEG
001530         GO TO 1000-EXIT
001540     END-IF.
001550     IF CY-LEG-ID = "G"
001560         MOVE "B" TO CY-PRED-LEG
001570         GO TO 1000-EXIT
001580     END-IF.
001590     IF CY-LEG-ID = "C"
001600         MOVE "G" TO CY-PRED-LEG
001610         GO TO 1000-EXIT
001620     END-IF.
001630     IF CY-LEG-ID = "D" OR CY-LEG-ID = "S" OR CY-LEG-ID = "R"
001640         MOVE "B" TO CY-PRED-LEG
001650         GO TO 1000-EXIT
001660     END-IF.
001670     MOVE "UL" TO CY-STATUS.
001680 1000-EXIT.
001690     EXIT.
001700
001710******************************************************************
001720*    1500-CHECK-BUSINESS-DAY  --  A CYCLE RUNS ON A BUSINESS    *
001730*    DAY.  ANY OTHER CYCLE DATE IS REFUSED UNLESS THE OPERATOR  *
001740*    HAS FORCED THAT DATE ON THE CYCLFRCE FILE.                 *
001750******************************************************************
001760 1500-CHECK-BUSINESS-DAY.
001770     SET  DS-FUNC-CHECK TO TRUE.
001780     MOVE CY-CYCLE-DATE TO DS-DATE.
001790     CALL "LNBUSDAY" USING BUSINESS-DAY-PARM-AREA.
001800     IF DS-BUSINESS-DAY
001810         GO TO 1500-EXIT
001820     END-IF.
001830     PERFORM 1550-READ-FORCE THRU 1550-EXIT.
001840     IF WS-DATE-FORCED
001850         DISPLAY "LNCYCLE - CYCLE DATE " CY-CYCLE-DATE
001860             " IS NOT A BUSINESS DAY -- RUN FORCED BY OPERATOR"
001870         GO TO 1500-EXIT
001880     END-IF.
001890     MOVE "NB" TO CY-STATUS.
001900     IF DS-HOLIDAY-DESC NOT = SPACES
001910         DISPLAY "LNCYCLE - CYCLE DATE " CY-CYCLE-DATE
001920             " IS A HOLIDAY (" DS-HOLIDAY-DESC ")"
001930     ELSE
001940         DISPLAY "LNCYCLE - CYCLE DATE " CY-CYCLE-DATE
001950             " IS NOT A BUSINESS DAY"
001960     END-IF.
001970     DISPLAY "LNCYCLE - LEG " CY-LEG-ID " REFUSED -- FORCE THE "
001980         "DATE ON CYCLFRCE TO RUN IT".
001990 1500-EXIT.
002000     EXIT.
002010
002020******************************************************************
002030*    1550-READ-FORCE  --  THE OPERATOR FORCES A NON-BUSINESS    *
002040*    CYCLE DATE WITH A CYCLFRCE RECORD NAMING IT.  A MISSING OR *
002050*    EMPTY FILE, OR ONE NAMING ANOTHER DATE, FORCES NOTHING.    *
002060******************************************************************
002070 1550-READ-FORCE.
002080     MOVE "N" TO WS-FORCED-SWITCH.
002090     OPEN INPUT CYCLE-FORCE.
002100     IF WS-CF-STATUS NOT = "00"
002110         GO TO 1550-EXIT
002120     END-IF.
002130     READ CYCLE-FORCE
002140         AT END
002150             CONTINUE
002160         NOT AT END
002170             IF CF-FORCE-DATE = CY-CYCLE-DATE
002180                 SET WS-DATE-FORCED TO TRUE
002190             END-IF
002200     END-READ.
002210     CLOSE CYCLE-FORCE.
002220 1550-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260*    2000-CHECK-SEQUENCE  --  SCAN THE CYCLE FILE FOR THE       *
002270*    PREDECESSOR'S COMPLETION AND THIS LEG'S OWN, FOR THE       *
002280*    CALLER'S CYCLE DATE.  A MISSING FILE MEANS NOTHING HAS     *
002290*    EVER COMPLETED.                                            *
002300******************************************************************
002310 2000-CHECK-SEQUENCE.
002320     OPEN INPUT CYCLE-STATUS.
002330     IF WS-CS-STATUS = "35"
002340         GO TO 2000-VERDICT
002350     END-IF.
002360     IF WS-CS-STATUS NOT = "00"
002370         DISPLAY "LNCYCLE - CYCLSTAT OPEN FAILED, STATUS = "
002380             WS-CS-STATUS
002390         MOVE WS-CS-STATUS TO CY-STATUS
002400         GO TO 2000-EXIT
002410     END-IF.
002420     PERFORM 2100-SCAN-ONE-EVENT THRU 2100-EXIT
002430         UNTIL WS-EOF-REACHED.
002440     CLOSE CYCLE-STATUS.
002450 2000-VERDICT.
002460     IF CY-PRED-LEG NOT = SPACE
002470             AND NOT WS-PRED-COMPLETED
002480         MOVE "NS" TO CY-STATUS
002490         GO TO 2000-EXIT
002500     END-IF.
002510     IF WS-SELF-COMPLETED
002520         MOVE "DP" TO CY-STATUS
002530     END-IF.
002540 2000-EXIT.
002550     EXIT.
002560
002570 2100-SCAN-ONE-EVENT.
002580     READ CYCLE-STATUS INTO CYCLE-STATUS-DETAIL
002590         AT END
002600             MOVE "Y" TO WS-EOF-SWITCH
002610             GO TO 2100-EXIT
002620     END-READ.
002630     IF CS-CYCLE-DATE NOT = CY-CYCLE-DATE
002640             OR NOT CS-EVENT-END
002650         GO TO 2100-EXIT
002660     END-IF.
002670     IF CS-LEG-ID = CY-PRED-LEG
002680         SET WS-PRED-COMPLETED TO TRUE
002690     END-IF.
002700     IF CS-LEG-ID = CY-LEG-ID
002710         SET WS-SELF-COMPLETED TO TRUE
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*    3000-APPEND-EVENT  --  STAMP AND APPEND ONE EVENT, OPENING *
002780*    EXTEND (AND CREATING THE FILE ON THE VERY FIRST EVENT),    *
002790*    THE SAME CONVENTION THE AUDIT JOURNAL USES.  CS-EVENT WAS  *
002800*    SET BY THE MAINLINE.                                       *
002810******************************************************************
002820 3000-APPEND-EVENT.
002830     OPEN EXTEND CYCLE-STATUS.
002840     IF WS-CS-STATUS = "35"
002850         OPEN OUTPUT CYCLE-STATUS
002860     END-IF.
002870     IF WS-CS-STATUS NOT = "00"
002880         DISPLAY "LNCYCLE - CYCLSTAT OPEN FAILED, STATUS = "
002890             WS-CS-STATUS
002900         MOVE WS-CS-STATUS TO CY-STATUS
002910         GO TO 3000-EXIT
002920     END-IF.
002930     MOVE CY-LEG-ID     TO CS-LEG-ID.
002940     MOVE CY-CYCLE-DATE TO CS-CYCLE-DATE.
002950     ACCEPT CS-STAMP-TIME FROM TIME.
002960     IF CS-EVENT-END
002970         MOVE CY-RUN-COUNT TO CS-RUN-COUNT
002980     ELSE
002990         MOVE ZERO         TO CS-RUN-COUNT
003000     END-IF.
003010     WRITE CYCLE-STATUS-RECORD FROM CYCLE-STATUS-DETAIL.
003020     IF WS-CS-STATUS NOT = "00"
003030         DISPLAY "LNCYCLE - CYCLSTAT WRITE FAILED, STATUS = "
003040             WS-CS-STATUS
003050         MOVE WS-CS-STATUS TO CY-STATUS
003060     END-IF.
003070     CLOSE CYCLE-STATUS.
003080 3000-EXIT.
003090     EXIT.
