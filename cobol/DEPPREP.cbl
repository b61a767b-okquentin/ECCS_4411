000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DEPPREP.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  BANK DEPOSIT
000100*                   PREPARATION.  ACTION P BUILDS A STORE'S
000110*                   DEPOSIT FOR THE BUSINESS DAY FROM THE CASH
000120*                   COUNTED INTO DRAWLOG PLUS EVERY CHECK TENDER
000130*                   TAKEN THAT DAY (SALESTRN, AND TENDDETL FOR
000140*                   MIXED-TENDER RECEIPTS), PRINTS THE DEPSLIP
000150*                   DEPOSIT SLIP WITH ITS CHECK LISTING, AND
000160*                   RECORDS THE DEPOSIT ON THE DEPOSIT REGISTER.
000170*                   ACTION C MARKS A DEPOSIT CLEARED WHEN THE
000180*                   BANK SHOWS IT CREDITED, AND ACTION L LISTS
000190*                   EVERY DEPOSIT STILL OUTSTANDING ON DEPOPEN.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT DEPOSIT-FILE ASSIGN TO "DEPOSIT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-DEPOSIT-STATUS.
000270     SELECT DEP-CTL-FILE ASSIGN TO "DEPCTL"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-DEPCTL-STATUS.
000300     SELECT DRAW-LOG-FILE ASSIGN TO "DRAWLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-DRAWLOG-STATUS.
000330     SELECT SALES-TRAN-FILE ASSIGN TO "SALESTRN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SALETRAN-STATUS.
000360     SELECT TEND-DETL-FILE ASSIGN TO "TENDDETL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TENDDETL-STATUS.
000390     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BUSDATE-STATUS.
000420     SELECT SLIP-RPT-FILE ASSIGN TO "DEPSLIP"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT OPEN-RPT-FILE ASSIGN TO "DEPOPEN"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  DEPOSIT-FILE.
000490     COPY DEPOSIT.
000500 FD  DEP-CTL-FILE.
000510 01  DEP-CTL-RECORD.
000520     05  DC-NEXT-DEPOSIT-NO     PIC 9(6).
000530 FD  DRAW-LOG-FILE.
000540     COPY DRAWLOG.
000550 FD  SALES-TRAN-FILE.
000560     COPY SALETRAN.
000570 FD  TEND-DETL-FILE.
000580     COPY TENDDETL.
000590 FD  BUS-DATE-FILE.
000600     COPY BUSDATE.
000610 FD  SLIP-RPT-FILE.
000620 01  SLIP-RPT-RECORD            PIC X(100).
000630 FD  OPEN-RPT-FILE.
000640 01  OPEN-RPT-RECORD            PIC X(100).
000650 WORKING-STORAGE SECTION.
000660 01  WS-DEPOSIT-STATUS          PIC X(2).
000670 01  WS-DEPCTL-STATUS           PIC X(2).
000680 01  WS-DRAWLOG-STATUS          PIC X(2).
000690 01  WS-SALETRAN-STATUS         PIC X(2).
000700 01  WS-TENDDETL-STATUS         PIC X(2).
000710 01  WS-BUSDATE-STATUS          PIC X(2).
000720 01  WS-FILE-EOF                PIC X VALUE "N".
000730     88  END-OF-FILE-IN         VALUE "Y".
000740 01  WS-REGISTER-FULL           PIC X VALUE "N".
000750     88  REGISTER-IS-FULL       VALUE "Y".
000760 01  WS-ACTION                  PIC X(1).
000770     88  WS-ACTION-PREPARE      VALUE "P".
000780     88  WS-ACTION-CLEAR        VALUE "C".
000790     88  WS-ACTION-LIST         VALUE "L".
000800     88  WS-ACTION-EXIT         VALUE "X".
000810 01  WS-TIMESTAMP               PIC X(21).
000820 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000830 01  WS-STORE-NAME              PIC X(20).
000840 01  WS-DEPOSIT-NO              PIC 9(6) VALUE 0.
000850 01  WS-DEP-COUNT               PIC 9(3) VALUE 0.
000860 01  WS-DEP-TABLE.
000870     05  WS-DEP-ENTRY OCCURS 999 TIMES.
000880         10  WS-DPT-RECORD      PIC X(124).
000890 01  WS-DRAWER-COUNT            PIC 9(2) VALUE 0.
000900 01  WS-DRAWER-TABLE.
000910     05  WS-DRAWER-ENTRY OCCURS 50 TIMES.
000920         10  WS-DRW-REGISTER    PIC X(4).
000930         10  WS-DRW-COUNTED     PIC S9(9)V99.
000940 01  WS-MIXED-COUNT             PIC 9(4) VALUE ZERO.
000950 01  WS-MIXED-TABLE.
000960     05  WS-MIXED-RCPT          PIC 9(8) OCCURS 999 TIMES.
000970 01  WS-CHECK-COUNT             PIC 9(4) VALUE 0.
000980 01  WS-CHECK-TABLE.
000990     05  WS-CHECK-ENTRY OCCURS 999 TIMES.
001000         10  WS-CHK-RECEIPT     PIC 9(8).
001010         10  WS-CHK-REGISTER    PIC X(4).
001020         10  WS-CHK-AMOUNT      PIC S9(9)V99.
001030 01  WS-CHECKS-DROPPED          PIC 9(4) VALUE 0.
001040 01  WS-SCAN-IDX                PIC 9(4) VALUE 0.
001050 01  WS-DRW-IDX                 PIC 9(2) VALUE 0.
001060 01  WS-MIXED-IDX               PIC 9(4) VALUE 0.
001070 01  WS-FOUND-IDX               PIC 9(4) VALUE 0.
001080 01  WS-CASH-AMOUNT             PIC S9(9)V99 VALUE 0.
001090 01  WS-CHECK-AMOUNT            PIC S9(9)V99 VALUE 0.
001100 01  WS-DEPOSIT-TOTAL           PIC S9(9)V99 VALUE 0.
001110 01  WS-BANK-AMOUNT             PIC 9(9)V99 VALUE 0.
001120 01  WS-BANK-DIFF               PIC S9(9)V99 VALUE 0.
001130 01  WS-CLEAR-DATE              PIC 9(8) VALUE 0.
001140 01  WS-DAYS-OUT                PIC S9(5) VALUE 0.
001150 01  WS-OPEN-COUNT              PIC 9(3) VALUE 0.
001160 01  WS-OPEN-TOTAL              PIC S9(9)V99 VALUE 0.
001170 01  WS-CONFIRM                 PIC X(1).
001180 01  WS-YN-PROMPT               PIC X(40).
001190 01  WS-EDIT-AMT-1              PIC -(7)9.99.
001200 01  WS-EDIT-AMT-2              PIC -(7)9.99.
001210 01  WS-EDIT-AMT-3              PIC -(7)9.99.
001220 01  WS-EDIT-COUNT              PIC ZZZ9.
001230 01  WS-EDIT-DAYS               PIC -(4)9.
001240 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "DEPPREP".
001250 01  WS-AUDIT-MESSAGE           PIC X(60).
001260 LINKAGE SECTION.
001270 01  CASHIER-ID                 PIC X(6).
001280 PROCEDURE DIVISION USING CASHIER-ID.
001290*----------------------------------------------------------------
001300* 0000-MAINLINE  -  LOAD THE DEPOSIT REGISTER, THEN TAKE ACTIONS
001310*                   UNTIL THE OPERATOR EXITS.
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001340     DISPLAY "[BANK DEPOSIT PREPARATION]"
001350     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001360     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001370     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
001380     PERFORM 0500-LOAD-DEPOSITS THRU 0500-EXIT
001390     MOVE SPACE TO WS-ACTION
001400     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001410         UNTIL WS-ACTION-EXIT
001420     GOBACK.
001430*----------------------------------------------------------------
001440* 0100-GET-BUSINESS-DATE  -  DEPOSIT THE OPEN (OR LAST CLOSED)
001450*                            BUSINESS DAY WHEN THERE IS ONE,
001460*                            ELSE THE CALENDAR DATE.
001470*----------------------------------------------------------------
001480 0100-GET-BUSINESS-DATE.
001490     OPEN INPUT BUS-DATE-FILE
001500     IF WS-BUSDATE-STATUS NOT = "35"
001510         READ BUS-DATE-FILE
001520             AT END
001530                 CONTINUE
001540             NOT AT END
001550                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001560         END-READ
001570         CLOSE BUS-DATE-FILE
001580     END-IF.
001590 0100-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620* 0500-LOAD-DEPOSITS  -  HOLD THE DEPOSIT REGISTER IN THE TABLE
001630*                        SO A DEPOSIT CAN BE ADDED OR CLEARED
001640*                        AND THE FILE REWRITTEN, THE WAY RTVPROC
001650*                        HOLDS RTVLOG.  A REGISTER TOO BIG FOR
001660*                        THE TABLE IS NEVER REWRITTEN - NEW
001670*                        DEPOSITS AND CLEARINGS ARE REFUSED UNTIL
001680*                        IT IS ARCHIVED.
001690*----------------------------------------------------------------
001700 0500-LOAD-DEPOSITS.
001710     MOVE 0 TO WS-DEP-COUNT
001720     MOVE "N" TO WS-FILE-EOF
001730     OPEN INPUT DEPOSIT-FILE
001740     IF WS-DEPOSIT-STATUS NOT = "35"
001750         PERFORM 0510-READ-DEPOSIT THRU 0510-EXIT
001760         PERFORM UNTIL END-OF-FILE-IN
001770             IF WS-DEP-COUNT < 999
001780                 ADD 1 TO WS-DEP-COUNT
001790                 MOVE DEPOSIT-RECORD
001800                     TO WS-DPT-RECORD (WS-DEP-COUNT)
001810             ELSE
001820                 SET REGISTER-IS-FULL TO TRUE
001830             END-IF
001840             PERFORM 0510-READ-DEPOSIT THRU 0510-EXIT
001850         END-PERFORM
001860         CLOSE DEPOSIT-FILE
001870     END-IF
001880     IF REGISTER-IS-FULL
001890         DISPLAY "Deposit register table full - listing only."
001900         MOVE "DEPOSIT REGISTER TABLE FULL - UPDATES REFUSED"
001910             TO WS-AUDIT-MESSAGE
001920         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001930             WS-AUDIT-MESSAGE
001940     END-IF.
001950 0500-EXIT.
001960     EXIT.
001970*----------------------------------------------------------------
001980* 0510-READ-DEPOSIT  -  READ THE NEXT DEPOSIT REGISTER RECORD.
001990*----------------------------------------------------------------
002000 0510-READ-DEPOSIT.
002010     READ DEPOSIT-FILE
002020         AT END
002030             SET END-OF-FILE-IN TO TRUE
002040     END-READ.
002050 0510-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
002090*                     DISPATCH TO THE MATCHING PARAGRAPH.
002100*----------------------------------------------------------------
002110 1000-GET-ACTION.
002120     DISPLAY " "
002130     DISPLAY "Action (P=Prepare deposit, C=Mark cleared, "
002140         "L=List outstanding, X=Exit): " WITH NO ADVANCING
002150     ACCEPT WS-ACTION
002160     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002170     EVALUATE TRUE
002180         WHEN WS-ACTION-PREPARE
002190             PERFORM 2000-PREPARE-DEPOSIT THRU 2000-EXIT
002200         WHEN WS-ACTION-CLEAR
002210             PERFORM 3000-MARK-CLEARED THRU 3000-EXIT
002220         WHEN WS-ACTION-LIST
002230             PERFORM 4000-LIST-OUTSTANDING THRU 4000-EXIT
002240         WHEN WS-ACTION-EXIT
002250             CONTINUE
002260         WHEN OTHER
002270             DISPLAY "Invalid action - enter P, C, L, or X."
002280     END-EVALUATE.
002290 1000-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320* 2000-PREPARE-DEPOSIT  -  BUILD THE KEYED STORE'S DEPOSIT FOR
002330*                         THE BUSINESS DAY - COUNTED CASH PLUS
002340*                         THE DAY'S CHECKS - PRINT THE SLIP, AND
002350*                         RECORD IT.  ONE DEPOSIT PER STORE PER
002360*                         DAY.
002370*----------------------------------------------------------------
002380 2000-PREPARE-DEPOSIT.
002390     IF REGISTER-IS-FULL
002400         DISPLAY "Deposit register table full - archive it "
002410             "first."
002420         GO TO 2000-EXIT
002430     END-IF
002440     DISPLAY "Store Name: " WITH NO ADVANCING
002450     MOVE SPACES TO WS-STORE-NAME
002460     ACCEPT WS-STORE-NAME
002470     IF WS-STORE-NAME = SPACES
002480         GO TO 2000-EXIT
002490     END-IF
002500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002510             UNTIL WS-SCAN-IDX > WS-DEP-COUNT
002520         MOVE WS-DPT-RECORD (WS-SCAN-IDX) TO DEPOSIT-RECORD
002530         IF DS-STORE-NAME = WS-STORE-NAME
002540                 AND DS-BUSINESS-DATE = WS-BUSINESS-DATE
002550             DISPLAY "Deposit " DS-DEPOSIT-NO
002560                 " already prepared for " WS-BUSINESS-DATE "."
002570             GO TO 2000-EXIT
002580         END-IF
002590     END-PERFORM
002600     PERFORM 2100-TOTAL-COUNTED-CASH THRU 2100-EXIT
002610     PERFORM 2200-COLLECT-CHECKS THRU 2200-EXIT
002620     PERFORM 2300-COLLECT-SPLIT-CHECKS THRU 2300-EXIT
002630     IF WS-DRAWER-COUNT = 0 AND WS-CHECK-COUNT = 0
002640         DISPLAY "No drawer counts or checks for "
002650             WS-BUSINESS-DATE " - nothing to deposit."
002660         GO TO 2000-EXIT
002670     END-IF
002680     IF WS-DRAWER-COUNT = 0
002690         DISPLAY "No drawer counts on file - count the drawers "
002700             "before depositing cash."
002710     END-IF
002720     IF WS-CHECKS-DROPPED > 0
002730         DISPLAY "Check table full - " WS-CHECKS-DROPPED
002740             " checks not listed."
002750         GO TO 2000-EXIT
002760     END-IF
002770     COMPUTE WS-DEPOSIT-TOTAL = WS-CASH-AMOUNT + WS-CHECK-AMOUNT
002780     MOVE WS-CASH-AMOUNT TO WS-EDIT-AMT-1
002790     MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMT-2
002800     MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-AMT-3
002810     DISPLAY "  Business day " WS-BUSINESS-DATE
002820         "  drawers counted " WS-DRAWER-COUNT
002830     DISPLAY "  Cash           " WS-EDIT-AMT-1
002840     DISPLAY "  Checks (" WS-CHECK-COUNT ")   " WS-EDIT-AMT-2
002850     DISPLAY "  Total deposit  " WS-EDIT-AMT-3
002860     MOVE "Record this deposit?" TO WS-YN-PROMPT
002870     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
002880         WS-AUDIT-PROGRAM
002890     IF WS-CONFIRM NOT = "Y"
002900         DISPLAY "Nothing recorded."
002910         GO TO 2000-EXIT
002920     END-IF
002930     PERFORM 2400-ASSIGN-DEPOSIT-NO THRU 2400-EXIT
002940     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002950     MOVE SPACES TO DEPOSIT-RECORD
002960     MOVE WS-DEPOSIT-NO TO DS-DEPOSIT-NO
002970     MOVE WS-BUSINESS-DATE TO DS-BUSINESS-DATE
002980     MOVE WS-STORE-NAME TO DS-STORE-NAME
002990     MOVE CASHIER-ID TO DS-PREPARED-BY
003000     MOVE WS-TIMESTAMP TO DS-TIMESTAMP
003010     MOVE WS-CASH-AMOUNT TO DS-CASH-AMOUNT
003020     MOVE WS-CHECK-COUNT TO DS-CHECK-COUNT
003030     MOVE WS-CHECK-AMOUNT TO DS-CHECK-AMOUNT
003040     MOVE WS-DEPOSIT-TOTAL TO DS-DEPOSIT-TOTAL
003050     SET DS-IS-OUTSTANDING TO TRUE
003060     MOVE 0 TO DS-CLEARED-DATE
003070     MOVE 0 TO DS-BANK-AMOUNT
003080     ADD 1 TO WS-DEP-COUNT
003090     MOVE DEPOSIT-RECORD TO WS-DPT-RECORD (WS-DEP-COUNT)
003100     PERFORM 8000-REWRITE-DEPOSITS THRU 8000-EXIT
003110     PERFORM 2500-PRINT-SLIP THRU 2500-EXIT
003120     MOVE SPACES TO WS-AUDIT-MESSAGE
003130     STRING "DEPOSIT " DELIMITED BY SIZE
003140         WS-DEPOSIT-NO DELIMITED BY SIZE
003150         " " DELIMITED BY SIZE
003160         WS-BUSINESS-DATE DELIMITED BY SIZE
003170         " TOTAL " DELIMITED BY SIZE
003180         WS-EDIT-AMT-3 DELIMITED BY SIZE
003190         " " DELIMITED BY SIZE
003200         WS-STORE-NAME DELIMITED BY "  "
003210         INTO WS-AUDIT-MESSAGE
003220     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003230         WS-AUDIT-MESSAGE
003240     DISPLAY "Deposit " WS-DEPOSIT-NO " recorded - see DEPSLIP.".
003250 2000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 2100-TOTAL-COUNTED-CASH  -  TOTAL THE CASH COUNTED INTO THE
003290*                            DRAWER LOG FOR THE STORE AND DAY.
003300*                            A DRAWER RECOUNTED DURING THE DAY IS
003310*                            TAKEN AT ITS LAST COUNT ONLY.
003320*----------------------------------------------------------------
003330 2100-TOTAL-COUNTED-CASH.
003340     MOVE 0 TO WS-DRAWER-COUNT
003350     MOVE 0 TO WS-CASH-AMOUNT
003360     MOVE "N" TO WS-FILE-EOF
003370     OPEN INPUT DRAW-LOG-FILE
003380     IF WS-DRAWLOG-STATUS = "35"
003390         GO TO 2100-EXIT
003400     END-IF
003410     PERFORM 2110-READ-DRAWLOG THRU 2110-EXIT
003420     PERFORM UNTIL END-OF-FILE-IN
003430         IF DL-STORE-NAME = WS-STORE-NAME
003440                 AND DL-BUSINESS-DATE = WS-BUSINESS-DATE
003450             PERFORM 2120-KEEP-DRAWER THRU 2120-EXIT
003460         END-IF
003470         PERFORM 2110-READ-DRAWLOG THRU 2110-EXIT
003480     END-PERFORM
003490     CLOSE DRAW-LOG-FILE
003500     PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
003510             UNTIL WS-DRW-IDX > WS-DRAWER-COUNT
003520         ADD WS-DRW-COUNTED (WS-DRW-IDX) TO WS-CASH-AMOUNT
003530     END-PERFORM.
003540 2100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* 2110-READ-DRAWLOG  -  READ THE NEXT DRAWER LOG RECORD.
003580*----------------------------------------------------------------
003590 2110-READ-DRAWLOG.
003600     READ DRAW-LOG-FILE
003610         AT END
003620             SET END-OF-FILE-IN TO TRUE
003630     END-READ.
003640 2110-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* 2120-KEEP-DRAWER  -  NOTE ONE DRAWER COUNT, REPLACING AN
003680*                      EARLIER COUNT OF THE SAME REGISTER.
003690*----------------------------------------------------------------
003700 2120-KEEP-DRAWER.
003710     PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
003720             UNTIL WS-DRW-IDX > WS-DRAWER-COUNT
003730         IF WS-DRW-REGISTER (WS-DRW-IDX) = DL-REGISTER-ID
003740             MOVE DL-COUNTED-CASH TO WS-DRW-COUNTED (WS-DRW-IDX)
003750             GO TO 2120-EXIT
003760         END-IF
003770     END-PERFORM
003780     IF WS-DRAWER-COUNT < 50
003790         ADD 1 TO WS-DRAWER-COUNT
003800         MOVE DL-REGISTER-ID TO WS-DRW-REGISTER (WS-DRAWER-COUNT)
003810         MOVE DL-COUNTED-CASH TO WS-DRW-COUNTED (WS-DRAWER-COUNT)
003820     END-IF.
003830 2120-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 2200-COLLECT-CHECKS  -  LIST EVERY CHECK TAKEN IN FULL PAYMENT
003870*                         BY THE STORE ON THE DAY, AND NOTE THE
003880*                         MIXED-TENDER RECEIPTS WHOSE CHECKS ARE
003890*                         ON THE TENDER JOURNAL.  A REFUND MADE
003900*                         BY CHECK IS NOT PART OF THE DEPOSIT.
003910*----------------------------------------------------------------
003920 2200-COLLECT-CHECKS.
003930     MOVE 0 TO WS-CHECK-COUNT
003940     MOVE 0 TO WS-CHECK-AMOUNT
003950     MOVE 0 TO WS-CHECKS-DROPPED
003960     MOVE 0 TO WS-MIXED-COUNT
003970     MOVE "N" TO WS-FILE-EOF
003980     OPEN INPUT SALES-TRAN-FILE
003990     IF WS-SALETRAN-STATUS = "35"
004000         GO TO 2200-EXIT
004010     END-IF
004020     PERFORM 2210-READ-SALETRAN THRU 2210-EXIT
004030     PERFORM UNTIL END-OF-FILE-IN
004040         IF ST-STORE-NAME = WS-STORE-NAME
004050                 AND ST-BUSINESS-DATE = WS-BUSINESS-DATE
004060             EVALUATE TRUE
004070                 WHEN ST-TENDER-CHECK
004080                     IF ST-TOTAL > 0
004090                         PERFORM 2220-KEEP-CHECK THRU 2220-EXIT
004100                     END-IF
004110                 WHEN ST-TENDER-MIXED
004120                     IF WS-MIXED-COUNT < 999
004130                         ADD 1 TO WS-MIXED-COUNT
004140                         MOVE ST-RECEIPT-NO TO
004150                             WS-MIXED-RCPT (WS-MIXED-COUNT)
004160                     END-IF
004170                 WHEN OTHER
004180                     CONTINUE
004190             END-EVALUATE
004200         END-IF
004210         PERFORM 2210-READ-SALETRAN THRU 2210-EXIT
004220     END-PERFORM
004230     CLOSE SALES-TRAN-FILE.
004240 2200-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 2210-READ-SALETRAN  -  READ THE NEXT SALES TRANSACTION RECORD.
004280*----------------------------------------------------------------
004290 2210-READ-SALETRAN.
004300     READ SALES-TRAN-FILE
004310         AT END
004320             SET END-OF-FILE-IN TO TRUE
004330     END-READ.
004340 2210-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 2220-KEEP-CHECK  -  ADD ONE CHECK TAKEN IN FULL PAYMENT TO
004380*                     THE LISTING TABLE.
004390*----------------------------------------------------------------
004400 2220-KEEP-CHECK.
004410     IF WS-CHECK-COUNT NOT < 999
004420         ADD 1 TO WS-CHECKS-DROPPED
004430         GO TO 2220-EXIT
004440     END-IF
004450     ADD 1 TO WS-CHECK-COUNT
004460     MOVE ST-RECEIPT-NO TO WS-CHK-RECEIPT (WS-CHECK-COUNT)
004470     MOVE ST-REGISTER-ID TO WS-CHK-REGISTER (WS-CHECK-COUNT)
004480     MOVE ST-TOTAL TO WS-CHK-AMOUNT (WS-CHECK-COUNT)
004490     ADD ST-TOTAL TO WS-CHECK-AMOUNT.
004500 2220-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 2300-COLLECT-SPLIT-CHECKS  -  ADD THE CHECK PORTIONS OF THE
004540*                              DAY'S MIXED-TENDER RECEIPTS FROM
004550*                              THE TENDER JOURNAL.
004560*----------------------------------------------------------------
004570 2300-COLLECT-SPLIT-CHECKS.
004580     IF WS-MIXED-COUNT = 0
004590         GO TO 2300-EXIT
004600     END-IF
004610     MOVE "N" TO WS-FILE-EOF
004620     OPEN INPUT TEND-DETL-FILE
004630     IF WS-TENDDETL-STATUS = "35"
004640         GO TO 2300-EXIT
004650     END-IF
004660     PERFORM 2310-READ-TENDDETL THRU 2310-EXIT
004670     PERFORM UNTIL END-OF-FILE-IN
004680         IF TD-TENDER-CHECK AND TD-AMOUNT > 0
004690             PERFORM VARYING WS-MIXED-IDX FROM 1 BY 1
004700                     UNTIL WS-MIXED-IDX > WS-MIXED-COUNT
004710                 IF WS-MIXED-RCPT (WS-MIXED-IDX) = TD-RECEIPT-NO
004720                     PERFORM 2320-KEEP-SPLIT-CHECK
004730                         THRU 2320-EXIT
004740                     EXIT PERFORM
004750                 END-IF
004760             END-PERFORM
004770         END-IF
004780         PERFORM 2310-READ-TENDDETL THRU 2310-EXIT
004790     END-PERFORM
004800     CLOSE TEND-DETL-FILE.
004810 2300-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 2310-READ-TENDDETL  -  READ THE NEXT TENDER JOURNAL RECORD.
004850*----------------------------------------------------------------
004860 2310-READ-TENDDETL.
004870     READ TEND-DETL-FILE
004880         AT END
004890             SET END-OF-FILE-IN TO TRUE
004900     END-READ.
004910 2310-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 2320-KEEP-SPLIT-CHECK  -  ADD ONE CHECK TENDERED ON A MIXED
004950*                           RECEIPT TO THE LISTING TABLE.
004960*----------------------------------------------------------------
004970 2320-KEEP-SPLIT-CHECK.
004980     IF WS-CHECK-COUNT NOT < 999
004990         ADD 1 TO WS-CHECKS-DROPPED
005000         GO TO 2320-EXIT
005010     END-IF
005020     ADD 1 TO WS-CHECK-COUNT
005030     MOVE TD-RECEIPT-NO TO WS-CHK-RECEIPT (WS-CHECK-COUNT)
005040     MOVE TD-REGISTER-ID TO WS-CHK-REGISTER (WS-CHECK-COUNT)
005050     MOVE TD-AMOUNT TO WS-CHK-AMOUNT (WS-CHECK-COUNT)
005060     ADD TD-AMOUNT TO WS-CHECK-AMOUNT.
005070 2320-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 2400-ASSIGN-DEPOSIT-NO  -  DRAW THE NEXT DEPOSIT NUMBER FROM
005110*                           THE DEPCTL CONTROL FILE AND BUMP THE
005120*                           FILE AT ONCE.  A MISSING CONTROL FILE
005130*                           STARTS THE SEQUENCE AT ONE.
005140*----------------------------------------------------------------
005150 2400-ASSIGN-DEPOSIT-NO.
005160     OPEN INPUT DEP-CTL-FILE
005170     IF WS-DEPCTL-STATUS = "35"
005180         MOVE 1 TO WS-DEPOSIT-NO
005190     ELSE
005200         READ DEP-CTL-FILE
005210             AT END
005220                 MOVE 1 TO WS-DEPOSIT-NO
005230             NOT AT END
005240                 MOVE DC-NEXT-DEPOSIT-NO TO WS-DEPOSIT-NO
005250         END-READ
005260         CLOSE DEP-CTL-FILE
005270     END-IF
005280     OPEN OUTPUT DEP-CTL-FILE
005290     COMPUTE DC-NEXT-DEPOSIT-NO = WS-DEPOSIT-NO + 1
005300     WRITE DEP-CTL-RECORD
005310     CLOSE DEP-CTL-FILE.
005320 2400-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 2500-PRINT-SLIP  -  PRINT THE DEPOSIT SLIP - CURRENCY, CHECKS,
005360*                     AND TOTAL - FOLLOWED BY THE CHECK LISTING
005370*                     THE BANK WANTS WITH EVERY DEPOSIT.
005380*----------------------------------------------------------------
005390 2500-PRINT-SLIP.
005400     OPEN OUTPUT SLIP-RPT-FILE
005410     MOVE SPACES TO SLIP-RPT-RECORD
005420     STRING "DEPOSIT SLIP " DELIMITED BY SIZE
005430         WS-DEPOSIT-NO DELIMITED BY SIZE
005440         "   STORE: " DELIMITED BY SIZE
005450         WS-STORE-NAME DELIMITED BY SIZE
005460         "   BUSINESS DATE " DELIMITED BY SIZE
005470         WS-BUSINESS-DATE DELIMITED BY SIZE
005480         INTO SLIP-RPT-RECORD
005490     WRITE SLIP-RPT-RECORD
005500     MOVE SPACES TO SLIP-RPT-RECORD
005510     STRING "PREPARED BY " DELIMITED BY SIZE
005520         CASHIER-ID DELIMITED BY SIZE
005530         "  " DELIMITED BY SIZE
005540         WS-TIMESTAMP DELIMITED BY SIZE
005550         INTO SLIP-RPT-RECORD
005560     WRITE SLIP-RPT-RECORD
005570     MOVE SPACES TO SLIP-RPT-RECORD
005580     WRITE SLIP-RPT-RECORD
005590     MOVE WS-CASH-AMOUNT TO WS-EDIT-AMT-1
005600     MOVE SPACES TO SLIP-RPT-RECORD
005610     MOVE "CURRENCY AND COIN" TO SLIP-RPT-RECORD
005620     MOVE WS-EDIT-AMT-1 TO SLIP-RPT-RECORD (30:11)
005630     WRITE SLIP-RPT-RECORD
005640     MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMT-2
005650     MOVE WS-CHECK-COUNT TO WS-EDIT-COUNT
005660     MOVE SPACES TO SLIP-RPT-RECORD
005670     STRING "CHECKS (" DELIMITED BY SIZE
005680         WS-EDIT-COUNT DELIMITED BY SIZE
005690         ")" DELIMITED BY SIZE
005700         INTO SLIP-RPT-RECORD
005710     MOVE WS-EDIT-AMT-2 TO SLIP-RPT-RECORD (30:11)
005720     WRITE SLIP-RPT-RECORD
005730     MOVE SPACES TO SLIP-RPT-RECORD
005740     MOVE "-----------" TO SLIP-RPT-RECORD (30:11)
005750     WRITE SLIP-RPT-RECORD
005760     MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-AMT-3
005770     MOVE SPACES TO SLIP-RPT-RECORD
005780     MOVE "TOTAL DEPOSIT" TO SLIP-RPT-RECORD
005790     MOVE WS-EDIT-AMT-3 TO SLIP-RPT-RECORD (30:11)
005800     WRITE SLIP-RPT-RECORD
005810     MOVE SPACES TO SLIP-RPT-RECORD
005820     WRITE SLIP-RPT-RECORD
005830     MOVE "CHECK LISTING" TO SLIP-RPT-RECORD
005840     WRITE SLIP-RPT-RECORD
005850     MOVE " SEQ RECEIPT  REGISTER        AMOUNT"
005860         TO SLIP-RPT-RECORD
005870     WRITE SLIP-RPT-RECORD
005880     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005890             UNTIL WS-SCAN-IDX > WS-CHECK-COUNT
005900         MOVE WS-SCAN-IDX TO WS-EDIT-COUNT
005910         MOVE WS-CHK-AMOUNT (WS-SCAN-IDX) TO WS-EDIT-AMT-1
005920         MOVE SPACES TO SLIP-RPT-RECORD
005930         STRING WS-EDIT-COUNT DELIMITED BY SIZE
005940             " " DELIMITED BY SIZE
005950             WS-CHK-RECEIPT (WS-SCAN-IDX) DELIMITED BY SIZE
005960             " " DELIMITED BY SIZE
005970             WS-CHK-REGISTER (WS-SCAN-IDX) DELIMITED BY SIZE
005980             INTO SLIP-RPT-RECORD
005990         MOVE WS-EDIT-AMT-1 TO SLIP-RPT-RECORD (26:11)
006000         WRITE SLIP-RPT-RECORD
006010     END-PERFORM
006020     MOVE SPACES TO SLIP-RPT-RECORD
006030     MOVE "TOTAL CHECKS" TO SLIP-RPT-RECORD
006040     MOVE WS-EDIT-AMT-2 TO SLIP-RPT-RECORD (26:11)
006050     WRITE SLIP-RPT-RECORD
006060     CLOSE SLIP-RPT-FILE.
006070 2500-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 3000-MARK-CLEARED  -  THE BANK STATEMENT SHOWS A DEPOSIT
006110*                      CREDITED.  MARK IT CLEARED WITH THE DATE
006120*                      AND THE AMOUNT THE BANK ACTUALLY CREDITED,
006130*                      SHOWING ANY DIFFERENCE FROM THE SLIP.
006140*----------------------------------------------------------------
006150 3000-MARK-CLEARED.
006160     IF REGISTER-IS-FULL
006170         DISPLAY "Deposit register table full - archive it "
006180             "first."
006190         GO TO 3000-EXIT
006200     END-IF
006210     DISPLAY "Deposit number: " WITH NO ADVANCING
006220     MOVE 0 TO WS-DEPOSIT-NO
006230     ACCEPT WS-DEPOSIT-NO
006240     MOVE 0 TO WS-FOUND-IDX
006250     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006260             UNTIL WS-SCAN-IDX > WS-DEP-COUNT
006270         MOVE WS-DPT-RECORD (WS-SCAN-IDX) TO DEPOSIT-RECORD
006280         IF DS-DEPOSIT-NO = WS-DEPOSIT-NO AND DS-IS-OUTSTANDING
006290             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
006300         END-IF
006310     END-PERFORM
006320     IF WS-FOUND-IDX = 0
006330         DISPLAY "Deposit " WS-DEPOSIT-NO
006340             " is not outstanding."
006350         GO TO 3000-EXIT
006360     END-IF
006370     MOVE WS-DPT-RECORD (WS-FOUND-IDX) TO DEPOSIT-RECORD
006380     MOVE DS-DEPOSIT-TOTAL TO WS-EDIT-AMT-3
006390     DISPLAY "  " DS-STORE-NAME "  day " DS-BUSINESS-DATE
006400         "  deposited " WS-EDIT-AMT-3
006410     DISPLAY "Amount credited by bank (0 = as deposited): "
006420         WITH NO ADVANCING
006430     MOVE 0 TO WS-BANK-AMOUNT
006440     ACCEPT WS-BANK-AMOUNT
006450     IF WS-BANK-AMOUNT = 0
006460         MOVE DS-DEPOSIT-TOTAL TO WS-BANK-AMOUNT
006470     END-IF
006480     DISPLAY "Date credited (YYYYMMDD, 0 = business date): "
006490         WITH NO ADVANCING
006500     MOVE 0 TO WS-CLEAR-DATE
006510     ACCEPT WS-CLEAR-DATE
006520     IF WS-CLEAR-DATE = 0
006530         MOVE WS-BUSINESS-DATE TO WS-CLEAR-DATE
006540     END-IF
006550     COMPUTE WS-BANK-DIFF = WS-BANK-AMOUNT - DS-DEPOSIT-TOTAL
006560     IF WS-BANK-DIFF NOT = 0
006570         MOVE WS-BANK-DIFF TO WS-EDIT-AMT-2
006580         DISPLAY "  Bank differs from the slip by "
006590             WS-EDIT-AMT-2
006600     END-IF
006610     MOVE "Mark this deposit cleared?" TO WS-YN-PROMPT
006620     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
006630         WS-AUDIT-PROGRAM
006640     IF WS-CONFIRM NOT = "Y"
006650         DISPLAY "Nothing changed."
006660         GO TO 3000-EXIT
006670     END-IF
006680     SET DS-IS-CLEARED TO TRUE
006690     MOVE WS-CLEAR-DATE TO DS-CLEARED-DATE
006700     MOVE WS-BANK-AMOUNT TO DS-BANK-AMOUNT
006710     MOVE CASHIER-ID TO DS-CLEARED-BY
006720     MOVE DEPOSIT-RECORD TO WS-DPT-RECORD (WS-FOUND-IDX)
006730     PERFORM 8000-REWRITE-DEPOSITS THRU 8000-EXIT
006740     MOVE WS-BANK-DIFF TO WS-EDIT-AMT-2
006750     MOVE SPACES TO WS-AUDIT-MESSAGE
006760     STRING "DEPOSIT " DELIMITED BY SIZE
006770         WS-DEPOSIT-NO DELIMITED BY SIZE
006780         " CLEARED " DELIMITED BY SIZE
006790         WS-CLEAR-DATE DELIMITED BY SIZE
006800         " DIFFERENCE " DELIMITED BY SIZE
006810         WS-EDIT-AMT-2 DELIMITED BY SIZE
006820         INTO WS-AUDIT-MESSAGE
006830     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
006840         WS-AUDIT-MESSAGE
006850     DISPLAY "Deposit " WS-DEPOSIT-NO " marked cleared.".
006860 3000-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* 4000-LIST-OUTSTANDING  -  PRINT EVERY DEPOSIT THE BANK HAS NOT
006900*                          YET SHOWN AS CREDITED ON THE DEPOPEN
006910*                          REPORT, WITH DAYS OUTSTANDING COUNTED
006920*                          FROM ITS BUSINESS DAY.
006930*----------------------------------------------------------------
006940 4000-LIST-OUTSTANDING.
006950     MOVE 0 TO WS-OPEN-COUNT
006960     MOVE 0 TO WS-OPEN-TOTAL
006970     OPEN OUTPUT OPEN-RPT-FILE
006980     MOVE SPACES TO OPEN-RPT-RECORD
006990     STRING "OUTSTANDING DEPOSITS - " DELIMITED BY SIZE
007000         WS-TIMESTAMP DELIMITED BY SIZE
007010         "  AGED TO " DELIMITED BY SIZE
007020         WS-BUSINESS-DATE DELIMITED BY SIZE
007030         INTO OPEN-RPT-RECORD
007040     WRITE OPEN-RPT-RECORD
007050     MOVE SPACES TO OPEN-RPT-RECORD
007060     WRITE OPEN-RPT-RECORD
007070     MOVE "NUMBER STORE                BUS DATE  DAYS        CASH"
007080         TO OPEN-RPT-RECORD
007090     MOVE "     CHECKS       TOTAL PREPARED"
007100         TO OPEN-RPT-RECORD (56:32)
007110     WRITE OPEN-RPT-RECORD
007120     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
007130             UNTIL WS-SCAN-IDX > WS-DEP-COUNT
007140         MOVE WS-DPT-RECORD (WS-SCAN-IDX) TO DEPOSIT-RECORD
007150         IF DS-IS-OUTSTANDING
007160             PERFORM 4100-LIST-ONE-DEPOSIT THRU 4100-EXIT
007170         END-IF
007180     END-PERFORM
007190     MOVE WS-OPEN-TOTAL TO WS-EDIT-AMT-3
007200     MOVE SPACES TO OPEN-RPT-RECORD
007210     WRITE OPEN-RPT-RECORD
007220     MOVE SPACES TO OPEN-RPT-RECORD
007230     STRING "DEPOSITS OUTSTANDING : " DELIMITED BY SIZE
007240         WS-OPEN-COUNT DELIMITED BY SIZE
007250         INTO OPEN-RPT-RECORD
007260     MOVE WS-EDIT-AMT-3 TO OPEN-RPT-RECORD (68:11)
007270     WRITE OPEN-RPT-RECORD
007280     CLOSE OPEN-RPT-FILE
007290     DISPLAY "Deposits outstanding: " WS-OPEN-COUNT
007300         "  total " WS-EDIT-AMT-3 " - see DEPOPEN.".
007310 4000-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* 4100-LIST-ONE-DEPOSIT  -  PRINT ONE OUTSTANDING DEPOSIT.
007350*----------------------------------------------------------------
007360 4100-LIST-ONE-DEPOSIT.
007370     ADD 1 TO WS-OPEN-COUNT
007380     ADD DS-DEPOSIT-TOTAL TO WS-OPEN-TOTAL
007390     COMPUTE WS-DAYS-OUT =
007400         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) -
007410         FUNCTION INTEGER-OF-DATE (DS-BUSINESS-DATE)
007420     MOVE WS-DAYS-OUT TO WS-EDIT-DAYS
007430     MOVE DS-CASH-AMOUNT TO WS-EDIT-AMT-1
007440     MOVE DS-CHECK-AMOUNT TO WS-EDIT-AMT-2
007450     MOVE DS-DEPOSIT-TOTAL TO WS-EDIT-AMT-3
007460     MOVE SPACES TO OPEN-RPT-RECORD
007470     STRING DS-DEPOSIT-NO DELIMITED BY SIZE
007480         " " DELIMITED BY SIZE
007490         DS-STORE-NAME DELIMITED BY SIZE
007500         " " DELIMITED BY SIZE
007510         DS-BUSINESS-DATE DELIMITED BY SIZE
007520         " " DELIMITED BY SIZE
007530         WS-EDIT-DAYS DELIMITED BY SIZE
007540         " " DELIMITED BY SIZE
007550         WS-EDIT-AMT-1 DELIMITED BY SIZE
007560         " " DELIMITED BY SIZE
007570         WS-EDIT-AMT-2 DELIMITED BY SIZE
007580         " " DELIMITED BY SIZE
007590         WS-EDIT-AMT-3 DELIMITED BY SIZE
007600         " " DELIMITED BY SIZE
007610         DS-PREPARED-BY DELIMITED BY SIZE
007620         INTO OPEN-RPT-RECORD
007630     WRITE OPEN-RPT-RECORD.
007640 4100-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670* 8000-REWRITE-DEPOSITS  -  WRITE THE HELD DEPOSIT REGISTER BACK.
007680*----------------------------------------------------------------
007690 8000-REWRITE-DEPOSITS.
007700     OPEN OUTPUT DEPOSIT-FILE
007710     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
007720             UNTIL WS-SCAN-IDX > WS-DEP-COUNT
007730         MOVE WS-DPT-RECORD (WS-SCAN-IDX) TO DEPOSIT-RECORD
007740         WRITE DEPOSIT-RECORD
007750     END-PERFORM
007760     CLOSE DEPOSIT-FILE.
007770 8000-EXIT.
007780     EXIT.
007790 END PROGRAM DEPPREP.
