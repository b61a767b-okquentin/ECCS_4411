000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARDREC.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  CARD SETTLEMENT
000100*                   RECONCILIATION.  TOTALS THE CARD TENDERS
000110*                   TAKEN AT EACH REGISTER ON THE BUSINESS DATE
000120*                   (SALESTRN, AND TENDDETL FOR MIXED-TENDER
000130*                   RECEIPTS), TOTALS THE PROCESSOR'S SETTLED
000140*                   BATCHES FOR THE SAME DATE FROM SETTLE, AND
000150*                   PRINTS BOTH SIDE BY SIDE PER REGISTER ON THE
000160*                   CARDRPT REPORT WITH EVERY DIFFERENCE FLAGGED.
000170*----------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT SALES-TRAN-FILE ASSIGN TO "SALESTRN"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-SALETRAN-STATUS.
000240     SELECT TEND-DETL-FILE ASSIGN TO "TENDDETL"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-TENDDETL-STATUS.
000270     SELECT SETTLE-FILE ASSIGN TO "SETTLE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-SETTLE-STATUS.
000300     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-BUSDATE-STATUS.
000330     SELECT CARD-RPT-FILE ASSIGN TO "CARDRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  SALES-TRAN-FILE.
000380     COPY SALETRAN.
000390 FD  TEND-DETL-FILE.
000400     COPY TENDDETL.
000410 FD  SETTLE-FILE.
000420     COPY SETTLE.
000430 FD  BUS-DATE-FILE.
000440     COPY BUSDATE.
000450 FD  CARD-RPT-FILE.
000460 01  CARD-RPT-RECORD            PIC X(100).
000470 WORKING-STORAGE SECTION.
000480 01  WS-SALETRAN-STATUS         PIC X(2).
000490 01  WS-TENDDETL-STATUS         PIC X(2).
000500 01  WS-SETTLE-STATUS           PIC X(2).
000510 01  WS-BUSDATE-STATUS          PIC X(2).
000520 01  WS-FILE-EOF                PIC X VALUE "N".
000530     88  END-OF-FILE-IN         VALUE "Y".
000540 01  WS-TIMESTAMP               PIC X(21).
000550 01  WS-SETTLE-DATE             PIC 9(8) VALUE 0.
000560 01  WS-KEYED-DATE              PIC 9(8) VALUE 0.
000570 01  WS-MIXED-COUNT             PIC 9(4) VALUE ZERO.
000580 01  WS-MIXED-TABLE.
000590     05  WS-MIXED-RCPT          PIC 9(8) OCCURS 999 TIMES.
000600 01  WS-MIXED-IDX               PIC 9(4) VALUE ZERO.
000610 01  WS-REG-COUNT               PIC 9(3) VALUE 0.
000620 01  WS-REG-TABLE.
000630     05  WS-REG-ENTRY OCCURS 200 TIMES.
000640         10  WS-RGT-STORE       PIC X(20).
000650         10  WS-RGT-REGISTER    PIC X(4).
000660         10  WS-RGT-SALES-COUNT PIC 9(5).
000670         10  WS-RGT-SALES-AMT   PIC S9(9)V99.
000680         10  WS-RGT-SETTLED     PIC X(1).
000690             88  RGT-WAS-SETTLED VALUE "Y".
000700         10  WS-RGT-PROC-COUNT  PIC 9(5).
000710         10  WS-RGT-PROC-AMT    PIC S9(9)V99.
000720 01  WS-REG-IDX                 PIC 9(3) VALUE 0.
000730 01  WS-TABLE-FULL              PIC X VALUE "N".
000740     88  TABLE-IS-FULL          VALUE "Y".
000750 01  WS-WORK-STORE              PIC X(20).
000760 01  WS-WORK-REGISTER           PIC X(4).
000770 01  WS-BATCH-COUNT             PIC 9(4) VALUE 0.
000780 01  WS-DIFFERENCE              PIC S9(9)V99 VALUE 0.
000790 01  WS-DIFF-COUNT              PIC 9(3) VALUE 0.
000800 01  WS-REG-STATUS              PIC X(12).
000810 01  WS-TOT-SALES-COUNT         PIC 9(6) VALUE 0.
000820 01  WS-TOT-SALES-AMT           PIC S9(9)V99 VALUE 0.
000830 01  WS-TOT-PROC-COUNT          PIC 9(6) VALUE 0.
000840 01  WS-TOT-PROC-AMT            PIC S9(9)V99 VALUE 0.
000850 01  WS-TOT-DIFFERENCE          PIC S9(9)V99 VALUE 0.
000860 01  WS-EDIT-CNT-1              PIC ZZZZ9.
000870 01  WS-EDIT-CNT-2              PIC ZZZZ9.
000880 01  WS-EDIT-AMT-1              PIC -(7)9.99.
000890 01  WS-EDIT-AMT-2              PIC -(7)9.99.
000900 01  WS-EDIT-AMT-3              PIC -(7)9.99.
000910 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "CARDREC".
000920 01  WS-AUDIT-MESSAGE           PIC X(60).
000930 PROCEDURE DIVISION.
000940*----------------------------------------------------------------
000950* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
000960*----------------------------------------------------------------
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000990     PERFORM 2000-TOTAL-CARD-SALES THRU 2000-EXIT
001000     PERFORM 2200-TOTAL-SPLIT-CARDS THRU 2200-EXIT
001010     PERFORM 3000-LOAD-SETTLEMENT THRU 3000-EXIT
001020     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001030     PERFORM 5000-LOG-RUN THRU 5000-EXIT
001040     GOBACK.
001050*----------------------------------------------------------------
001060* 1000-INITIALIZE  -  PICK UP THE DATE TO RECONCILE.  THE
001070*                     PROCESSOR SETTLES OVERNIGHT, SO AN EARLIER
001080*                     DAY MAY BE KEYED; ZERO TAKES THE BUSINESS
001090*                     DATE (THE CALENDAR DATE WHEN THERE IS NO
001100*                     CONTROL FILE).
001110*----------------------------------------------------------------
001120 1000-INITIALIZE.
001130     DISPLAY "[CARD SETTLEMENT RECONCILIATION]"
001140     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001150     MOVE WS-TIMESTAMP (1:8) TO WS-SETTLE-DATE
001160     OPEN INPUT BUS-DATE-FILE
001170     IF WS-BUSDATE-STATUS NOT = "35"
001180         READ BUS-DATE-FILE
001190             AT END
001200                 CONTINUE
001210             NOT AT END
001220                 MOVE BD-BUSINESS-DATE TO WS-SETTLE-DATE
001230         END-READ
001240         CLOSE BUS-DATE-FILE
001250     END-IF
001260     DISPLAY "Business date to reconcile (YYYYMMDD, 0 = "
001270         WS-SETTLE-DATE "): " WITH NO ADVANCING
001280     MOVE 0 TO WS-KEYED-DATE
001290     ACCEPT WS-KEYED-DATE
001300     IF WS-KEYED-DATE NOT = 0
001310         MOVE WS-KEYED-DATE TO WS-SETTLE-DATE
001320     END-IF.
001330 1000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------------
001360* 2000-TOTAL-CARD-SALES  -  TOTAL THE DAY'S SINGLE-TENDER CARD
001370*                          TRANSACTIONS PER STORE AND REGISTER -
001380*                          SALES IN, REFUNDS OUT - AND NOTE THE
001390*                          MIXED-TENDER RECEIPTS.
001400*----------------------------------------------------------------
001410 2000-TOTAL-CARD-SALES.
001420     MOVE "N" TO WS-FILE-EOF
001430     OPEN INPUT SALES-TRAN-FILE
001440     IF WS-SALETRAN-STATUS = "35"
001450         DISPLAY "No sales transaction file found."
001460         GO TO 2000-EXIT
001470     END-IF
001480     PERFORM 2100-READ-SALETRAN THRU 2100-EXIT
001490     PERFORM UNTIL END-OF-FILE-IN
001500         IF ST-BUSINESS-DATE = WS-SETTLE-DATE
001510             EVALUATE TRUE
001520                 WHEN ST-TENDER-CARD
001530                     MOVE ST-STORE-NAME TO WS-WORK-STORE
001540                     MOVE ST-REGISTER-ID TO WS-WORK-REGISTER
001550                     PERFORM 6000-FIND-REGISTER THRU 6000-EXIT
001560                     IF WS-REG-IDX > 0
001570                         ADD 1 TO WS-RGT-SALES-COUNT (WS-REG-IDX)
001580                         ADD ST-TOTAL
001590                             TO WS-RGT-SALES-AMT (WS-REG-IDX)
001600                     END-IF
001610                 WHEN ST-TENDER-MIXED
001620                     IF WS-MIXED-COUNT < 999
001630                         ADD 1 TO WS-MIXED-COUNT
001640                         MOVE ST-RECEIPT-NO TO
001650                             WS-MIXED-RCPT (WS-MIXED-COUNT)
001660                     END-IF
001670                 WHEN OTHER
001680                     CONTINUE
001690             END-EVALUATE
001700         END-IF
001710         PERFORM 2100-READ-SALETRAN THRU 2100-EXIT
001720     END-PERFORM
001730     CLOSE SALES-TRAN-FILE.
001740 2000-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
001770* 2100-READ-SALETRAN  -  READ THE NEXT SALES TRANSACTION RECORD.
001780*----------------------------------------------------------------
001790 2100-READ-SALETRAN.
001800     READ SALES-TRAN-FILE
001810         AT END
001820             SET END-OF-FILE-IN TO TRUE
001830     END-READ.
001840 2100-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870* 2200-TOTAL-SPLIT-CARDS  -  ADD THE CARD PORTIONS OF THE DAY'S
001880*                           MIXED-TENDER RECEIPTS FROM THE TENDER
001890*                           JOURNAL.  EACH CARD SWIPED COUNTS AS
001900*                           ONE PROCESSOR TRANSACTION.
001910*----------------------------------------------------------------
001920 2200-TOTAL-SPLIT-CARDS.
001930     IF WS-MIXED-COUNT = 0
001940         GO TO 2200-EXIT
001950     END-IF
001960     MOVE "N" TO WS-FILE-EOF
001970     OPEN INPUT TEND-DETL-FILE
001980     IF WS-TENDDETL-STATUS = "35"
001990         GO TO 2200-EXIT
002000     END-IF
002010     PERFORM 2300-READ-TENDDETL THRU 2300-EXIT
002020     PERFORM UNTIL END-OF-FILE-IN
002030         IF TD-TENDER-CARD
002040             PERFORM VARYING WS-MIXED-IDX FROM 1 BY 1
002050                     UNTIL WS-MIXED-IDX > WS-MIXED-COUNT
002060                 IF WS-MIXED-RCPT (WS-MIXED-IDX) = TD-RECEIPT-NO
002070                     PERFORM 2400-ADD-SPLIT-CARD THRU 2400-EXIT
002080                     EXIT PERFORM
002090                 END-IF
002100             END-PERFORM
002110         END-IF
002120         PERFORM 2300-READ-TENDDETL THRU 2300-EXIT
002130     END-PERFORM
002140     CLOSE TEND-DETL-FILE.
002150 2200-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* 2300-READ-TENDDETL  -  READ THE NEXT TENDER JOURNAL RECORD.
002190*----------------------------------------------------------------
002200 2300-READ-TENDDETL.
002210     READ TEND-DETL-FILE
002220         AT END
002230             SET END-OF-FILE-IN TO TRUE
002240     END-READ.
002250 2300-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 2400-ADD-SPLIT-CARD  -  ADD ONE CARD TENDER OF A MIXED RECEIPT
002290*                         TO ITS REGISTER'S TOTALS.
002300*----------------------------------------------------------------
002310 2400-ADD-SPLIT-CARD.
002320     MOVE TD-STORE-NAME TO WS-WORK-STORE
002330     MOVE TD-REGISTER-ID TO WS-WORK-REGISTER
002340     PERFORM 6000-FIND-REGISTER THRU 6000-EXIT
002350     IF WS-REG-IDX > 0
002360         ADD 1 TO WS-RGT-SALES-COUNT (WS-REG-IDX)
002370         ADD TD-AMOUNT TO WS-RGT-SALES-AMT (WS-REG-IDX)
002380     END-IF.
002390 2400-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 3000-LOAD-SETTLEMENT  -  TOTAL THE PROCESSOR'S SETTLED BATCHES
002430*                         FOR THE DATE PER STORE AND REGISTER.  A
002440*                         REGISTER MAY SETTLE MORE THAN ONE BATCH
002450*                         IN A DAY.
002460*----------------------------------------------------------------
002470 3000-LOAD-SETTLEMENT.
002480     MOVE 0 TO WS-BATCH-COUNT
002490     MOVE "N" TO WS-FILE-EOF
002500     OPEN INPUT SETTLE-FILE
002510     IF WS-SETTLE-STATUS = "35"
002520         DISPLAY "No processor settlement file found."
002530         GO TO 3000-EXIT
002540     END-IF
002550     PERFORM 3100-READ-SETTLE THRU 3100-EXIT
002560     PERFORM UNTIL END-OF-FILE-IN
002570         IF SE-BUSINESS-DATE = WS-SETTLE-DATE
002580             ADD 1 TO WS-BATCH-COUNT
002590             MOVE SE-STORE-NAME TO WS-WORK-STORE
002600             MOVE SE-REGISTER-ID TO WS-WORK-REGISTER
002610             PERFORM 6000-FIND-REGISTER THRU 6000-EXIT
002620             IF WS-REG-IDX > 0
002630                 SET RGT-WAS-SETTLED (WS-REG-IDX) TO TRUE
002640                 ADD SE-TRANS-COUNT
002650                     TO WS-RGT-PROC-COUNT (WS-REG-IDX)
002660                 ADD SE-NET-AMOUNT
002670                     TO WS-RGT-PROC-AMT (WS-REG-IDX)
002680             END-IF
002690         END-IF
002700         PERFORM 3100-READ-SETTLE THRU 3100-EXIT
002710     END-PERFORM
002720     CLOSE SETTLE-FILE.
002730 3000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760* 3100-READ-SETTLE  -  READ THE NEXT SETTLEMENT RECORD.
002770*----------------------------------------------------------------
002780 3100-READ-SETTLE.
002790     READ SETTLE-FILE
002800         AT END
002810             SET END-OF-FILE-IN TO TRUE
002820     END-READ.
002830 3100-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* 4000-WRITE-REPORT  -  PRINT EACH REGISTER'S CARD TENDERS AGAINST
002870*                      WHAT THE PROCESSOR SETTLED, THEN THE DAY'S
002880*                      TOTALS.
002890*----------------------------------------------------------------
002900 4000-WRITE-REPORT.
002910     OPEN OUTPUT CARD-RPT-FILE
002920     MOVE SPACES TO CARD-RPT-RECORD
002930     STRING "CARD SETTLEMENT RECONCILIATION FOR "
002940         DELIMITED BY SIZE
002950         WS-SETTLE-DATE DELIMITED BY SIZE
002960         "  RUN " DELIMITED BY SIZE
002970         WS-TIMESTAMP DELIMITED BY SIZE
002980         INTO CARD-RPT-RECORD
002990     WRITE CARD-RPT-RECORD
003000     MOVE SPACES TO CARD-RPT-RECORD
003010     WRITE CARD-RPT-RECORD
003020     MOVE "STORE                REG  SALES CARD AMOUNT  PROC"
003030         TO CARD-RPT-RECORD
003040     MOVE "    SETTLED  DIFFERENCE STATUS"
003050         TO CARD-RPT-RECORD (51:30)
003060     WRITE CARD-RPT-RECORD
003070     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
003080             UNTIL WS-REG-IDX > WS-REG-COUNT
003090         PERFORM 4100-REPORT-ONE-REGISTER THRU 4100-EXIT
003100     END-PERFORM
003110     MOVE WS-TOT-SALES-COUNT TO WS-EDIT-CNT-1
003120     MOVE WS-TOT-PROC-COUNT TO WS-EDIT-CNT-2
003130     MOVE WS-TOT-SALES-AMT TO WS-EDIT-AMT-1
003140     MOVE WS-TOT-PROC-AMT TO WS-EDIT-AMT-2
003150     MOVE WS-TOT-DIFFERENCE TO WS-EDIT-AMT-3
003160     MOVE SPACES TO CARD-RPT-RECORD
003170     WRITE CARD-RPT-RECORD
003180     MOVE SPACES TO CARD-RPT-RECORD
003190     MOVE "TOTAL" TO CARD-RPT-RECORD
003200     MOVE WS-EDIT-CNT-1 TO CARD-RPT-RECORD (27:5)
003210     MOVE WS-EDIT-AMT-1 TO CARD-RPT-RECORD (33:11)
003220     MOVE WS-EDIT-CNT-2 TO CARD-RPT-RECORD (45:5)
003230     MOVE WS-EDIT-AMT-2 TO CARD-RPT-RECORD (51:11)
003240     MOVE WS-EDIT-AMT-3 TO CARD-RPT-RECORD (63:11)
003250     WRITE CARD-RPT-RECORD
003260     MOVE SPACES TO CARD-RPT-RECORD
003270     STRING "REGISTERS : " DELIMITED BY SIZE
003280         WS-REG-COUNT DELIMITED BY SIZE
003290         "   BATCHES SETTLED : " DELIMITED BY SIZE
003300         WS-BATCH-COUNT DELIMITED BY SIZE
003310         "   DIFFERENCES : " DELIMITED BY SIZE
003320         WS-DIFF-COUNT DELIMITED BY SIZE
003330         INTO CARD-RPT-RECORD
003340     WRITE CARD-RPT-RECORD
003350     IF TABLE-IS-FULL
003360         MOVE "REGISTER TABLE FULL - REPORT IS INCOMPLETE"
003370             TO CARD-RPT-RECORD
003380         WRITE CARD-RPT-RECORD
003390     END-IF
003400     CLOSE CARD-RPT-FILE
003410     DISPLAY "Registers: " WS-REG-COUNT
003420         "  differences: " WS-DIFF-COUNT " - see CARDRPT.".
003430 4000-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 4100-REPORT-ONE-REGISTER  -  PRINT ONE REGISTER'S LINE.  A
003470*                             REGISTER THE PROCESSOR NEVER
003480*                             SETTLED, OR A BATCH FOR A REGISTER
003490*                             WITH NO CARD SALES, IS A DIFFERENCE
003500*                             AS MUCH AS A MISMATCHED AMOUNT.
003510*----------------------------------------------------------------
003520 4100-REPORT-ONE-REGISTER.
003530     COMPUTE WS-DIFFERENCE = WS-RGT-PROC-AMT (WS-REG-IDX) -
003540         WS-RGT-SALES-AMT (WS-REG-IDX)
003550     EVALUATE TRUE
003560         WHEN NOT RGT-WAS-SETTLED (WS-REG-IDX)
003570             MOVE "NOT SETTLED" TO WS-REG-STATUS
003580         WHEN WS-RGT-SALES-COUNT (WS-REG-IDX) = 0
003590             MOVE "NOT IN SALES" TO WS-REG-STATUS
003600         WHEN WS-DIFFERENCE NOT = 0
003610             MOVE "AMOUNT DIFF" TO WS-REG-STATUS
003620         WHEN WS-RGT-PROC-COUNT (WS-REG-IDX) NOT =
003630                 WS-RGT-SALES-COUNT (WS-REG-IDX)
003640             MOVE "COUNT DIFF" TO WS-REG-STATUS
003650         WHEN OTHER
003660             MOVE "MATCHED" TO WS-REG-STATUS
003670     END-EVALUATE
003680     IF WS-REG-STATUS NOT = "MATCHED"
003690         ADD 1 TO WS-DIFF-COUNT
003700     END-IF
003710     ADD WS-RGT-SALES-COUNT (WS-REG-IDX) TO WS-TOT-SALES-COUNT
003720     ADD WS-RGT-SALES-AMT (WS-REG-IDX) TO WS-TOT-SALES-AMT
003730     ADD WS-RGT-PROC-COUNT (WS-REG-IDX) TO WS-TOT-PROC-COUNT
003740     ADD WS-RGT-PROC-AMT (WS-REG-IDX) TO WS-TOT-PROC-AMT
003750     ADD WS-DIFFERENCE TO WS-TOT-DIFFERENCE
003760     MOVE WS-RGT-SALES-COUNT (WS-REG-IDX) TO WS-EDIT-CNT-1
003770     MOVE WS-RGT-SALES-AMT (WS-REG-IDX) TO WS-EDIT-AMT-1
003780     MOVE WS-RGT-PROC-COUNT (WS-REG-IDX) TO WS-EDIT-CNT-2
003790     MOVE WS-RGT-PROC-AMT (WS-REG-IDX) TO WS-EDIT-AMT-2
003800     MOVE WS-DIFFERENCE TO WS-EDIT-AMT-3
003810     MOVE SPACES TO CARD-RPT-RECORD
003820     STRING WS-RGT-STORE (WS-REG-IDX) DELIMITED BY SIZE
003830         " " DELIMITED BY SIZE
003840         WS-RGT-REGISTER (WS-REG-IDX) DELIMITED BY SIZE
003850         " " DELIMITED BY SIZE
003860         WS-EDIT-CNT-1 DELIMITED BY SIZE
003870         " " DELIMITED BY SIZE
003880         WS-EDIT-AMT-1 DELIMITED BY SIZE
003890         " " DELIMITED BY SIZE
003900         WS-EDIT-CNT-2 DELIMITED BY SIZE
003910         " " DELIMITED BY SIZE
003920         WS-EDIT-AMT-2 DELIMITED BY SIZE
003930         " " DELIMITED BY SIZE
003940         WS-EDIT-AMT-3 DELIMITED BY SIZE
003950         " " DELIMITED BY SIZE
003960         WS-REG-STATUS DELIMITED BY SIZE
003970         INTO CARD-RPT-RECORD
003980     WRITE CARD-RPT-RECORD.
003990 4100-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 5000-LOG-RUN  -  RECORD THE RECONCILIATION ON THE AUDIT LOG.
004030*----------------------------------------------------------------
004040 5000-LOG-RUN.
004050     MOVE WS-TOT-DIFFERENCE TO WS-EDIT-AMT-3
004060     MOVE SPACES TO WS-AUDIT-MESSAGE
004070     STRING "CARD SETTLEMENT " DELIMITED BY SIZE
004080         WS-SETTLE-DATE DELIMITED BY SIZE
004090         " DIFFERENCES " DELIMITED BY SIZE
004100         WS-DIFF-COUNT DELIMITED BY SIZE
004110         " NET " DELIMITED BY SIZE
004120         WS-EDIT-AMT-3 DELIMITED BY SIZE
004130         INTO WS-AUDIT-MESSAGE
004140     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004150         WS-AUDIT-MESSAGE.
004160 5000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* 6000-FIND-REGISTER  -  SET WS-REG-IDX TO THE ENTRY FOR THE WORK
004200*                       STORE AND REGISTER, ADDING ONE WHEN IT IS
004210*                       NEW.  ZERO WHEN THE TABLE IS FULL.
004220*----------------------------------------------------------------
004230 6000-FIND-REGISTER.
004240     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
004250             UNTIL WS-REG-IDX > WS-REG-COUNT
004260         IF WS-RGT-STORE (WS-REG-IDX) = WS-WORK-STORE
004270                 AND WS-RGT-REGISTER (WS-REG-IDX) =
004280                 WS-WORK-REGISTER
004290             GO TO 6000-EXIT
004300         END-IF
004310     END-PERFORM
004320     IF WS-REG-COUNT NOT < 200
004330         SET TABLE-IS-FULL TO TRUE
004340         MOVE 0 TO WS-REG-IDX
004350         GO TO 6000-EXIT
004360     END-IF
004370     ADD 1 TO WS-REG-COUNT
004380     MOVE WS-REG-COUNT TO WS-REG-IDX
004390     MOVE WS-WORK-STORE TO WS-RGT-STORE (WS-REG-IDX)
004400     MOVE WS-WORK-REGISTER TO WS-RGT-REGISTER (WS-REG-IDX)
004410     MOVE 0 TO WS-RGT-SALES-COUNT (WS-REG-IDX)
004420     MOVE 0 TO WS-RGT-SALES-AMT (WS-REG-IDX)
004430     MOVE "N" TO WS-RGT-SETTLED (WS-REG-IDX)
004440     MOVE 0 TO WS-RGT-PROC-COUNT (WS-REG-IDX)
004450     MOVE 0 TO WS-RGT-PROC-AMT (WS-REG-IDX).
004460 6000-EXIT.
004470     EXIT.
004480 END PROGRAM CARDREC.
