000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LAYMNT.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  LAYAWAY LISTING AND
000100*                   FORFEIT RUN.  ACTION L PRINTS EVERY OPEN
000110*                   LAYAWAY ON THE LAYLIST REPORT BY STORE WITH
000120*                   ITS TOTAL, AMOUNT PAID, AND BALANCE, FLAGGING
000130*                   ANY PAST ITS PAY-BY DATE.  ACTION F FORFEITS
000140*                   EVERY OPEN LAYAWAY WHOSE PAY-BY DATE IS
000150*                   BEHIND THE OPEN BUSINESS DATE - THE ITEMS GO
000160*                   BACK INTO IM-QTY-ON-HAND THROUGH THE ITEMWRK
000170*                   REWRITE AND INTO THE STORE'S STORSTK STOCK
000180*                   THROUGH STKPOST, AND THE MONEY PAID IS KEPT
000190*                   AS A TYPE F SALESTRN RECORD SO THE Z-REPORT
000200*                   AND GLEXTR MOVE IT OUT OF LAYAWAY DEPOSITS.
000210*   10/15/2026  DH  WIDEN THE ITEM AND LAYAWAY WORK RECORDS FOR
000220*                   THE TAX CLASS AND EXEMPTION FIELDS. A FORFEIT
000230*                   IS LOGGED WITH NO TAXABLE OR EXEMPT SALES.
000240*   10/15/2026  DH  PUT FORFEITED STOCK BACK ON THE NOW-INDEXED
000250*                   ITEM MASTER THROUGH THE SHARED ITEMPOST
000260*                   ROUTINE INSTEAD OF THE ITEMWRK REWRITE AND
000270*                   INDEX REBUILD.
000280*   10/15/2026  DH  RESTOCK STORE STOCK ONLY FOR THE LINES
000290*                   ITEMPOST PUT BACK ON THE ITEM MASTER, SHOWING
000300*                   EACH LINE IT REFUSED, AND NONE AT ALL WITHOUT
000310*                   AN ITEM MASTER. STORSTK IS NOW KEYED.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-LAYAWAY-STATUS.
000390     SELECT LAY-WRK-FILE ASSIGN TO "LAYWRK"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LAYWRK-STATUS.
000420     SELECT SALES-TRAN-FILE ASSIGN TO "SALESTRN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SALETRAN-STATUS.
000450     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BUSDATE-STATUS.
000480     SELECT LIST-RPT-FILE ASSIGN TO "LAYLIST"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LAYAWAY-FILE.
000530     COPY LAYAWAY.
000540 FD  LAY-WRK-FILE.
000550 01  LAY-WRK-RECORD             PIC X(266).
000560 FD  SALES-TRAN-FILE.
000570     COPY SALETRAN.
000580 FD  BUS-DATE-FILE.
000590     COPY BUSDATE.
000600 FD  LIST-RPT-FILE.
000610 01  LIST-RPT-RECORD            PIC X(100).
000620 WORKING-STORAGE SECTION.
000630 01  WS-LAYAWAY-STATUS          PIC X(2).
000640 01  WS-LAYWRK-STATUS           PIC X(2).
000650 01  WS-SALETRAN-STATUS         PIC X(2).
000660 01  WS-BUSDATE-STATUS          PIC X(2).
000670 01  WS-FILE-EOF                PIC X VALUE "N".
000680     88  END-OF-FILE-IN         VALUE "Y".
000690 01  WS-DAY-STATUS              PIC X(1) VALUE SPACE.
000700     88  WS-DAY-IS-OPEN         VALUE "O".
000710 01  WS-ACTION                  PIC X(1).
000720     88  WS-ACTION-LIST         VALUE "L".
000730     88  WS-ACTION-FORFEIT      VALUE "F".
000740     88  WS-ACTION-EXIT         VALUE "X".
000750 01  WS-TIMESTAMP               PIC X(21).
000760 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000770 01  WS-OPEN-COUNT              PIC 9(3) VALUE 0.
000780 01  WS-OPEN-TABLE.
000790     05  WS-OPEN-ENTRY OCCURS 500 TIMES.
000800         10  WS-OPN-LAYAWAY-NO  PIC 9(6).
000810         10  WS-OPN-STORE       PIC X(20).
000820         10  WS-OPN-CUST-NAME   PIC X(25).
000830         10  WS-OPN-CUST-PHONE  PIC X(12).
000840         10  WS-OPN-OPEN-DATE   PIC 9(8).
000850         10  WS-OPN-DEADLINE    PIC 9(8).
000860         10  WS-OPN-TOTAL       PIC 9(7)V99.
000870         10  WS-OPN-PAID        PIC 9(7)V99.
000880 01  WS-LIST-STORE-COUNT        PIC 9(2) VALUE 0.
000890 01  WS-LIST-STORE-TABLE.
000900     05  WS-LST-STORE           PIC X(20) OCCURS 20 TIMES.
000910 01  WS-FORF-COUNT              PIC 9(3) VALUE 0.
000920 01  WS-FORF-TABLE.
000930     05  WS-FORF-ENTRY OCCURS 500 TIMES.
000940         10  WS-FRF-LAYAWAY-NO  PIC 9(6).
000950         10  WS-FRF-STORE       PIC X(20).
000960         10  WS-FRF-REGISTER    PIC X(4).
000970         10  WS-FRF-PAID        PIC 9(7)V99.
000980 01  WS-RESTOCK-COUNT           PIC 9(3) VALUE 0.
000990 01  WS-RESTOCK-TABLE.
001000     05  WS-RESTOCK-ENTRY OCCURS 999 TIMES.
001010         10  WS-RST-STORE       PIC X(20).
001020         10  WS-RST-ITEM        PIC X(10).
001030         10  WS-RST-QTY         PIC 9(5).
001040         10  WS-RST-POSTED      PIC X(1).
001050 01  WS-STORE-POST-FIELDS.
001060     05  WS-POST-STORE          PIC X(20).
001070     05  WS-POST-FUNCTION       PIC X(1) VALUE "A".
001080     05  WS-POST-DATE           PIC 9(8) VALUE 0.
001090     05  WS-POST-COUNT          PIC 9(3) VALUE 0.
001100     05  WS-POST-TABLE.
001110         10  WS-POST-ENTRY OCCURS 999 TIMES.
001120             15  WS-PST-ITEM    PIC X(10).
001130             15  WS-PST-QTY     PIC S9(7).
001140             15  WS-PST-RESULT  PIC X(1).
001150                 88  WS-PST-POSTED     VALUE "P".
001160 01  WS-ITEM-POST-FIELDS.
001170     05  WS-ITP-COUNT           PIC 9(3) VALUE 0.
001180     05  WS-ITP-TABLE.
001190         10  WS-ITP-ENTRY OCCURS 999 TIMES.
001200             15  WS-ITP-ITEM    PIC X(10).
001210             15  WS-ITP-QTY     PIC S9(7).
001220             15  WS-ITP-RESULT  PIC X(1).
001230                 88  WS-ITP-POSTED     VALUE "P".
001240                 88  WS-ITP-NO-MASTER  VALUE "M".
001250                 88  WS-ITP-LOCKED     VALUE "L".
001260             15  WS-ITP-ON-HAND PIC S9(7).
001270 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
001280 01  WS-RST-IDX                 PIC 9(3) VALUE 0.
001290 01  WS-STORE-IDX               PIC 9(2) VALUE 0.
001300 01  WS-STORE-FOUND             PIC X VALUE "N".
001310     88  STORE-WAS-FOUND        VALUE "Y".
001320 01  WS-TABLE-FULL              PIC X VALUE "N".
001330     88  TABLE-IS-FULL          VALUE "Y".
001340 01  WS-PAST-DUE-COUNT          PIC 9(3) VALUE 0.
001350 01  WS-LINES-RESTOCKED         PIC 9(4) VALUE 0.
001360 01  WS-BALANCE                 PIC 9(7)V99 VALUE 0.
001370 01  WS-STORE-TOTAL             PIC 9(9)V99 VALUE 0.
001380 01  WS-STORE-PAID              PIC 9(9)V99 VALUE 0.
001390 01  WS-STORE-BALANCE           PIC 9(9)V99 VALUE 0.
001400 01  WS-GRAND-TOTAL             PIC 9(9)V99 VALUE 0.
001410 01  WS-GRAND-PAID              PIC 9(9)V99 VALUE 0.
001420 01  WS-GRAND-BALANCE           PIC 9(9)V99 VALUE 0.
001430 01  WS-FORF-TOTAL              PIC 9(9)V99 VALUE 0.
001440 01  WS-CONFIRM                 PIC X(1).
001450 01  WS-YN-PROMPT               PIC X(40).
001460 01  WS-EDIT-AMT                PIC ZZZZZ9.99.
001470 01  WS-EDIT-PAID               PIC ZZZZZ9.99.
001480 01  WS-EDIT-BAL                PIC ZZZZZ9.99.
001490 01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001500 01  WS-EDIT-AMOUNT-2           PIC ZZZ,ZZZ,ZZ9.99.
001510 01  WS-EDIT-AMOUNT-3           PIC ZZZ,ZZZ,ZZ9.99.
001520 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "LAYMNT".
001530 01  WS-AUDIT-MESSAGE           PIC X(60).
001540 LINKAGE SECTION.
001550 01  CASHIER-ID                 PIC X(6).
001560 PROCEDURE DIVISION USING CASHIER-ID.
001570*----------------------------------------------------------------
001580* 0000-MAINLINE  -  PICK UP THE BUSINESS DATE, THEN TAKE ACTIONS
001590*                   UNTIL THE OPERATOR EXITS.
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     DISPLAY "[LAYAWAY LISTING / FORFEIT RUN]"
001630     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001640     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001650     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
001660     MOVE SPACE TO WS-ACTION
001670     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001680         UNTIL WS-ACTION-EXIT
001690     GOBACK.
001700*----------------------------------------------------------------
001710* 0100-GET-BUSINESS-DATE  -  AGE LAYAWAYS AGAINST THE OPEN
001720*                            BUSINESS DATE WHEN THERE IS ONE,
001730*                            ELSE THE CALENDAR DATE.  THE
001740*                            FORFEIT RUN NEEDS AN OPEN DAY.
001750*----------------------------------------------------------------
001760 0100-GET-BUSINESS-DATE.
001770     OPEN INPUT BUS-DATE-FILE
001780     IF WS-BUSDATE-STATUS NOT = "35"
001790         READ BUS-DATE-FILE
001800             AT END
001810                 CONTINUE
001820             NOT AT END
001830                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001840                 MOVE BD-DAY-STATUS TO WS-DAY-STATUS
001850         END-READ
001860         CLOSE BUS-DATE-FILE
001870     END-IF.
001880 0100-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------
001910* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
001920*                     DISPATCH TO THE MATCHING PARAGRAPH.
001930*----------------------------------------------------------------
001940 1000-GET-ACTION.
001950     DISPLAY " "
001960     DISPLAY "Action (L=List open, F=Forfeit past due, "
001970         "X=Exit): " WITH NO ADVANCING
001980     ACCEPT WS-ACTION
001990     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002000     EVALUATE TRUE
002010         WHEN WS-ACTION-LIST
002020             PERFORM 2000-LIST-OPEN THRU 2000-EXIT
002030         WHEN WS-ACTION-FORFEIT
002040             PERFORM 3000-FORFEIT-RUN THRU 3000-EXIT
002050         WHEN WS-ACTION-EXIT
002060             CONTINUE
002070         WHEN OTHER
002080             DISPLAY "Invalid action - enter L, F, or X."
002090     END-EVALUATE.
002100 1000-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130* 2000-LIST-OPEN  -  PRINT EVERY OPEN LAYAWAY ON THE LAYLIST
002140*                    REPORT, GROUPED BY STORE, WITH A TOTAL FOR
002150*                    EACH STORE AND FOR THE WHOLE LIST.
002160*----------------------------------------------------------------
002170 2000-LIST-OPEN.
002180     PERFORM 2100-LOAD-OPEN THRU 2100-EXIT
002190     OPEN OUTPUT LIST-RPT-FILE
002200     MOVE SPACES TO LIST-RPT-RECORD
002210     STRING "OPEN LAYAWAYS - " DELIMITED BY SIZE
002220         WS-TIMESTAMP DELIMITED BY SIZE
002230         "  AGED TO " DELIMITED BY SIZE
002240         WS-BUSINESS-DATE DELIMITED BY SIZE
002250         INTO LIST-RPT-RECORD
002260     WRITE LIST-RPT-RECORD
002270     MOVE 0 TO WS-GRAND-TOTAL
002280     MOVE 0 TO WS-GRAND-PAID
002290     MOVE 0 TO WS-GRAND-BALANCE
002300     MOVE 0 TO WS-PAST-DUE-COUNT
002310     PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
002320             UNTIL WS-STORE-IDX > WS-LIST-STORE-COUNT
002330         PERFORM 2200-LIST-STORE THRU 2200-EXIT
002340     END-PERFORM
002350     MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT
002360     MOVE WS-GRAND-PAID TO WS-EDIT-AMOUNT-2
002370     MOVE WS-GRAND-BALANCE TO WS-EDIT-AMOUNT-3
002380     MOVE SPACES TO LIST-RPT-RECORD
002390     WRITE LIST-RPT-RECORD
002400     MOVE SPACES TO LIST-RPT-RECORD
002410     STRING "LAYAWAYS OPEN : " DELIMITED BY SIZE
002420         WS-OPEN-COUNT DELIMITED BY SIZE
002430         "   PAST DUE : " DELIMITED BY SIZE
002440         WS-PAST-DUE-COUNT DELIMITED BY SIZE
002450         INTO LIST-RPT-RECORD
002460     WRITE LIST-RPT-RECORD
002470     MOVE SPACES TO LIST-RPT-RECORD
002480     STRING "TOTAL " DELIMITED BY SIZE
002490         WS-EDIT-AMOUNT DELIMITED BY SIZE
002500         "   PAID " DELIMITED BY SIZE
002510         WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
002520         "   BALANCE DUE " DELIMITED BY SIZE
002530         WS-EDIT-AMOUNT-3 DELIMITED BY SIZE
002540         INTO LIST-RPT-RECORD
002550     WRITE LIST-RPT-RECORD
002560     CLOSE LIST-RPT-FILE
002570     DISPLAY "Layaways open: " WS-OPEN-COUNT
002580         "  past due: " WS-PAST-DUE-COUNT
002590     DISPLAY "Balance due: " WS-EDIT-AMOUNT-3 " - see LAYLIST.".
002600 2000-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
002630* 2100-LOAD-OPEN  -  LOAD THE HEADER FIGURES OF EVERY OPEN
002640*                    LAYAWAY (ITS FIRST LINE CARRIES THEM) AND
002650*                    NOTE EACH STORE THAT HAS ONE.
002660*----------------------------------------------------------------
002670 2100-LOAD-OPEN.
002680     MOVE 0 TO WS-OPEN-COUNT
002690     MOVE 0 TO WS-LIST-STORE-COUNT
002700     MOVE "N" TO WS-TABLE-FULL
002710     MOVE "N" TO WS-FILE-EOF
002720     OPEN INPUT LAYAWAY-FILE
002730     IF WS-LAYAWAY-STATUS NOT = "35"
002740         PERFORM 2110-READ-LAYAWAY THRU 2110-EXIT
002750         PERFORM UNTIL END-OF-FILE-IN
002760             IF LY-IS-OPEN AND LY-LINE-NO = 1
002770                 PERFORM 2120-KEEP-OPEN THRU 2120-EXIT
002780             END-IF
002790             PERFORM 2110-READ-LAYAWAY THRU 2110-EXIT
002800         END-PERFORM
002810         CLOSE LAYAWAY-FILE
002820     END-IF
002830     IF TABLE-IS-FULL
002840         DISPLAY "Layaway table full - listing is incomplete."
002850     END-IF.
002860 2100-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 2110-READ-LAYAWAY  -  READ THE NEXT LAYAWAY RECORD.
002900*----------------------------------------------------------------
002910 2110-READ-LAYAWAY.
002920     READ LAYAWAY-FILE
002930         AT END
002940             SET END-OF-FILE-IN TO TRUE
002950     END-READ.
002960 2110-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990* 2120-KEEP-OPEN  -  ADD ONE OPEN LAYAWAY TO THE WORK TABLE.
003000*----------------------------------------------------------------
003010 2120-KEEP-OPEN.
003020     IF WS-OPEN-COUNT NOT < 500
003030         SET TABLE-IS-FULL TO TRUE
003040         GO TO 2120-EXIT
003050     END-IF
003060     ADD 1 TO WS-OPEN-COUNT
003070     MOVE LY-LAYAWAY-NO TO WS-OPN-LAYAWAY-NO (WS-OPEN-COUNT)
003080     MOVE LY-STORE-NAME TO WS-OPN-STORE (WS-OPEN-COUNT)
003090     MOVE LY-CUST-NAME TO WS-OPN-CUST-NAME (WS-OPEN-COUNT)
003100     MOVE LY-CUST-PHONE TO WS-OPN-CUST-PHONE (WS-OPEN-COUNT)
003110     MOVE LY-OPEN-DATE TO WS-OPN-OPEN-DATE (WS-OPEN-COUNT)
003120     MOVE LY-DEADLINE TO WS-OPN-DEADLINE (WS-OPEN-COUNT)
003130     MOVE LY-TOTAL TO WS-OPN-TOTAL (WS-OPEN-COUNT)
003140     MOVE LY-AMT-PAID TO WS-OPN-PAID (WS-OPEN-COUNT)
003150     MOVE "N" TO WS-STORE-FOUND
003160     PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
003170             UNTIL WS-STORE-IDX > WS-LIST-STORE-COUNT
003180         IF WS-LST-STORE (WS-STORE-IDX) = LY-STORE-NAME
003190             SET STORE-WAS-FOUND TO TRUE
003200         END-IF
003210     END-PERFORM
003220     IF NOT STORE-WAS-FOUND AND WS-LIST-STORE-COUNT < 20
003230         ADD 1 TO WS-LIST-STORE-COUNT
003240         MOVE LY-STORE-NAME
003250             TO WS-LST-STORE (WS-LIST-STORE-COUNT)
003260     END-IF.
003270 2120-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300* 2200-LIST-STORE  -  PRINT ONE STORE'S OPEN LAYAWAYS AND ITS
003310*                     TOTALS.
003320*----------------------------------------------------------------
003330 2200-LIST-STORE.
003340     MOVE SPACES TO LIST-RPT-RECORD
003350     WRITE LIST-RPT-RECORD
003360     MOVE SPACES TO LIST-RPT-RECORD
003370     STRING "STORE: " DELIMITED BY SIZE
003380         WS-LST-STORE (WS-STORE-IDX) DELIMITED BY SIZE
003390         INTO LIST-RPT-RECORD
003400     WRITE LIST-RPT-RECORD
003410     MOVE "NUMBER CUSTOMER                  PHONE        OPENED"
003420         TO LIST-RPT-RECORD
003430     MOVE "PAY BY       TOTAL      PAID   BALANCE"
003440         TO LIST-RPT-RECORD (56:38)
003450     WRITE LIST-RPT-RECORD
003460     MOVE 0 TO WS-STORE-TOTAL
003470     MOVE 0 TO WS-STORE-PAID
003480     MOVE 0 TO WS-STORE-BALANCE
003490     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003500             UNTIL WS-SCAN-IDX > WS-OPEN-COUNT
003510         IF WS-OPN-STORE (WS-SCAN-IDX) =
003520                 WS-LST-STORE (WS-STORE-IDX)
003530             PERFORM 2300-LIST-ONE THRU 2300-EXIT
003540         END-IF
003550     END-PERFORM
003560     MOVE WS-STORE-TOTAL TO WS-EDIT-AMOUNT
003570     MOVE WS-STORE-PAID TO WS-EDIT-AMOUNT-2
003580     MOVE WS-STORE-BALANCE TO WS-EDIT-AMOUNT-3
003590     MOVE SPACES TO LIST-RPT-RECORD
003600     STRING "  STORE TOTAL " DELIMITED BY SIZE
003610         WS-EDIT-AMOUNT DELIMITED BY SIZE
003620         "   PAID " DELIMITED BY SIZE
003630         WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
003640         "   BALANCE DUE " DELIMITED BY SIZE
003650         WS-EDIT-AMOUNT-3 DELIMITED BY SIZE
003660         INTO LIST-RPT-RECORD
003670     WRITE LIST-RPT-RECORD
003680     ADD WS-STORE-TOTAL TO WS-GRAND-TOTAL
003690     ADD WS-STORE-PAID TO WS-GRAND-PAID
003700     ADD WS-STORE-BALANCE TO WS-GRAND-BALANCE.
003710 2200-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 2300-LIST-ONE  -  PRINT ONE OPEN LAYAWAY, FLAGGED PAST DUE
003750*                   WHEN ITS PAY-BY DATE IS BEHIND THE BUSINESS
003760*                   DATE.
003770*----------------------------------------------------------------
003780 2300-LIST-ONE.
003790     COMPUTE WS-BALANCE = WS-OPN-TOTAL (WS-SCAN-IDX)
003800         - WS-OPN-PAID (WS-SCAN-IDX)
003810     ADD WS-OPN-TOTAL (WS-SCAN-IDX) TO WS-STORE-TOTAL
003820     ADD WS-OPN-PAID (WS-SCAN-IDX) TO WS-STORE-PAID
003830     ADD WS-BALANCE TO WS-STORE-BALANCE
003840     MOVE WS-OPN-TOTAL (WS-SCAN-IDX) TO WS-EDIT-AMT
003850     MOVE WS-OPN-PAID (WS-SCAN-IDX) TO WS-EDIT-PAID
003860     MOVE WS-BALANCE TO WS-EDIT-BAL
003870     MOVE SPACES TO LIST-RPT-RECORD
003880     STRING WS-OPN-LAYAWAY-NO (WS-SCAN-IDX) DELIMITED BY SIZE
003890         " " DELIMITED BY SIZE
003900         WS-OPN-CUST-NAME (WS-SCAN-IDX) DELIMITED BY SIZE
003910         " " DELIMITED BY SIZE
003920         WS-OPN-CUST-PHONE (WS-SCAN-IDX) DELIMITED BY SIZE
003930         " " DELIMITED BY SIZE
003940         WS-OPN-OPEN-DATE (WS-SCAN-IDX) DELIMITED BY SIZE
003950         " " DELIMITED BY SIZE
003960         WS-OPN-DEADLINE (WS-SCAN-IDX) DELIMITED BY SIZE
003970         " " DELIMITED BY SIZE
003980         WS-EDIT-AMT DELIMITED BY SIZE
003990         " " DELIMITED BY SIZE
004000         WS-EDIT-PAID DELIMITED BY SIZE
004010         " " DELIMITED BY SIZE
004020         WS-EDIT-BAL DELIMITED BY SIZE
004030         INTO LIST-RPT-RECORD
004040     IF WS-BUSINESS-DATE > WS-OPN-DEADLINE (WS-SCAN-IDX)
004050         MOVE "LATE" TO LIST-RPT-RECORD (95:4)
004060         ADD 1 TO WS-PAST-DUE-COUNT
004070     END-IF
004080     WRITE LIST-RPT-RECORD.
004090 2300-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* 3000-FORFEIT-RUN  -  FORFEIT EVERY OPEN LAYAWAY PAST ITS PAY-BY
004130*                      DATE.  THE LAYAWAY FILE IS MARKED THROUGH
004140*                      THE LAYWRK WORK FILE, THE STOCK IS PUT
004150*                      BACK, AND THE MONEY PAID IS BOOKED AS A
004160*                      KEPT DEPOSIT UNDER THE OPEN BUSINESS DATE.
004170*----------------------------------------------------------------
004180 3000-FORFEIT-RUN.
004190     IF NOT WS-DAY-IS-OPEN
004200         DISPLAY "Business day is not open - "
004210             "forfeit run refused."
004220         GO TO 3000-EXIT
004230     END-IF
004240     PERFORM 2100-LOAD-OPEN THRU 2100-EXIT
004250     MOVE 0 TO WS-PAST-DUE-COUNT
004260     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004270             UNTIL WS-SCAN-IDX > WS-OPEN-COUNT
004280         IF WS-BUSINESS-DATE > WS-OPN-DEADLINE (WS-SCAN-IDX)
004290             ADD 1 TO WS-PAST-DUE-COUNT
004300         END-IF
004310     END-PERFORM
004320     IF WS-PAST-DUE-COUNT = 0
004330         DISPLAY "No layaways are past due."
004340         GO TO 3000-EXIT
004350     END-IF
004360     DISPLAY "Layaways past due: " WS-PAST-DUE-COUNT
004370     MOVE "Forfeit them all now?" TO WS-YN-PROMPT
004380     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
004390         WS-AUDIT-PROGRAM
004400     IF WS-CONFIRM NOT = "Y"
004410         DISPLAY "Forfeit run cancelled."
004420         GO TO 3000-EXIT
004430     END-IF
004440     PERFORM 3100-MARK-FORFEITS THRU 3100-EXIT
004450     IF WS-FORF-COUNT = 0
004460         DISPLAY "No layaways are past due."
004470         GO TO 3000-EXIT
004480     END-IF
004490     PERFORM 3300-RESTOCK-ITEMS THRU 3300-EXIT
004500     PERFORM 3400-RESTOCK-STORES THRU 3400-EXIT
004510     PERFORM 3500-LOG-FORFEITS THRU 3500-EXIT
004520     MOVE WS-FORF-TOTAL TO WS-EDIT-AMOUNT
004530     DISPLAY "Layaways forfeited: " WS-FORF-COUNT
004540         "  lines restocked: " WS-LINES-RESTOCKED
004550     DISPLAY "Deposits kept: " WS-EDIT-AMOUNT.
004560 3000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 3100-MARK-FORFEITS  -  COPY THE LAYAWAY FILE TO LAYWRK, MARKING
004600*                        EVERY LINE OF A PAST-DUE OPEN LAYAWAY
004610*                        FORFEITED AND NOTING ITS STOCK AND ITS
004620*                        MONEY, THEN COPY IT BACK.
004630*----------------------------------------------------------------
004640 3100-MARK-FORFEITS.
004650     MOVE 0 TO WS-FORF-COUNT
004660     MOVE 0 TO WS-RESTOCK-COUNT
004670     MOVE 0 TO WS-LINES-RESTOCKED
004680     MOVE 0 TO WS-FORF-TOTAL
004690     MOVE "N" TO WS-FILE-EOF
004700     OPEN INPUT LAYAWAY-FILE
004710     IF WS-LAYAWAY-STATUS = "35"
004720         GO TO 3100-EXIT
004730     END-IF
004740     OPEN OUTPUT LAY-WRK-FILE
004750     PERFORM 2110-READ-LAYAWAY THRU 2110-EXIT
004760     PERFORM UNTIL END-OF-FILE-IN
004770         IF LY-IS-OPEN AND WS-BUSINESS-DATE > LY-DEADLINE
004780             PERFORM 3200-FORFEIT-LINE THRU 3200-EXIT
004790         END-IF
004800         MOVE LAYAWAY-RECORD TO LAY-WRK-RECORD
004810         WRITE LAY-WRK-RECORD
004820         PERFORM 2110-READ-LAYAWAY THRU 2110-EXIT
004830     END-PERFORM
004840     CLOSE LAYAWAY-FILE
004850     CLOSE LAY-WRK-FILE
004860     OPEN INPUT LAY-WRK-FILE
004870     OPEN OUTPUT LAYAWAY-FILE
004880     MOVE "N" TO WS-FILE-EOF
004890     PERFORM 3150-READ-LAYWRK THRU 3150-EXIT
004900     PERFORM UNTIL END-OF-FILE-IN
004910         MOVE LAY-WRK-RECORD TO LAYAWAY-RECORD
004920         WRITE LAYAWAY-RECORD
004930         PERFORM 3150-READ-LAYWRK THRU 3150-EXIT
004940     END-PERFORM
004950     CLOSE LAY-WRK-FILE
004960     CLOSE LAYAWAY-FILE.
004970 3100-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 3150-READ-LAYWRK  -  READ THE NEXT LAYAWAY WORK FILE RECORD.
005010*----------------------------------------------------------------
005020 3150-READ-LAYWRK.
005030     READ LAY-WRK-FILE
005040         AT END
005050             SET END-OF-FILE-IN TO TRUE
005060     END-READ.
005070 3150-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 3200-FORFEIT-LINE  -  MARK ONE LINE FORFEITED, NOTE ITS ITEM
005110*                       QUANTITY FOR RESTOCKING, AND NOTE THE
005120*                       LAYAWAY'S MONEY ON ITS FIRST LINE.
005130*----------------------------------------------------------------
005140 3200-FORFEIT-LINE.
005150     SET LY-IS-FORFEITED TO TRUE
005160     MOVE WS-BUSINESS-DATE TO LY-CLOSE-DATE
005170     IF LY-LINE-NO = 1 AND WS-FORF-COUNT < 500
005180         ADD 1 TO WS-FORF-COUNT
005190         MOVE LY-LAYAWAY-NO TO WS-FRF-LAYAWAY-NO (WS-FORF-COUNT)
005200         MOVE LY-STORE-NAME TO WS-FRF-STORE (WS-FORF-COUNT)
005210         MOVE LY-REGISTER-ID TO WS-FRF-REGISTER (WS-FORF-COUNT)
005220         MOVE LY-AMT-PAID TO WS-FRF-PAID (WS-FORF-COUNT)
005230         ADD LY-AMT-PAID TO WS-FORF-TOTAL
005240     END-IF
005250     IF LY-QUANTITY = 0 OR WS-RESTOCK-COUNT NOT < 999
005260         GO TO 3200-EXIT
005270     END-IF
005280     ADD 1 TO WS-RESTOCK-COUNT
005290     ADD 1 TO WS-LINES-RESTOCKED
005300     MOVE LY-STORE-NAME TO WS-RST-STORE (WS-RESTOCK-COUNT)
005310     MOVE LY-ITEM-CODE TO WS-RST-ITEM (WS-RESTOCK-COUNT)
005320     MOVE LY-QUANTITY TO WS-RST-QTY (WS-RESTOCK-COUNT)
005330     MOVE "N" TO WS-RST-POSTED (WS-RESTOCK-COUNT).
005340 3200-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 3300-RESTOCK-ITEMS  -  PUT THE FORFEITED QUANTITIES BACK INTO
005380*                        THE ITEM MASTER'S ON-HAND FIGURES
005390*                        THROUGH THE SHARED ITEMPOST ROUTINE.
005400*                        A LINE IT DOES NOT POST IS SHOWN AND
005410*                        KEPT OUT OF THE STORE STOCK POSTING.
005420*----------------------------------------------------------------
005430 3300-RESTOCK-ITEMS.
005440     MOVE 0 TO WS-ITP-COUNT
005450     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
005460             UNTIL WS-RST-IDX > WS-RESTOCK-COUNT
005470         ADD 1 TO WS-ITP-COUNT
005480         MOVE WS-RST-ITEM (WS-RST-IDX)
005490             TO WS-ITP-ITEM (WS-ITP-COUNT)
005500         MOVE WS-RST-QTY (WS-RST-IDX)
005510             TO WS-ITP-QTY (WS-ITP-COUNT)
005520     END-PERFORM
005530     CALL "ITEMPOST" USING WS-AUDIT-PROGRAM WS-ITP-COUNT
005540         WS-ITP-TABLE
005550     IF WS-ITP-COUNT > 0 AND WS-ITP-NO-MASTER (1)
005560         DISPLAY "No item master file - nothing restocked."
005570     END-IF
005580     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
005590             UNTIL WS-RST-IDX > WS-ITP-COUNT
005600         IF NOT WS-ITP-POSTED (WS-RST-IDX)
005610             MOVE "S" TO WS-RST-POSTED (WS-RST-IDX)
005620             SUBTRACT 1 FROM WS-LINES-RESTOCKED
005630             EVALUATE TRUE
005640                 WHEN WS-ITP-LOCKED (WS-RST-IDX)
005650                     DISPLAY "  " WS-RST-ITEM (WS-RST-IDX)
005660                         " in use at another station - "
005670                         "not restocked."
005680                 WHEN NOT WS-ITP-NO-MASTER (WS-RST-IDX)
005690                     DISPLAY "  " WS-RST-ITEM (WS-RST-IDX)
005700                         " is not on the item master - "
005710                         "not restocked."
005720             END-EVALUATE
005730         END-IF
005740     END-PERFORM.
005750 3300-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* 3400-RESTOCK-STORES  -  PUT THE FORFEITED QUANTITIES BACK INTO
005790*                         EACH STORE'S STOCK THROUGH THE SHARED
005800*                         STKPOST ROUTINE, ONE CALL PER STORE.
005810*----------------------------------------------------------------
005820 3400-RESTOCK-STORES.
005830     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005840             UNTIL WS-SCAN-IDX > WS-RESTOCK-COUNT
005850         IF WS-RST-POSTED (WS-SCAN-IDX) = "N"
005860             PERFORM 3410-POST-ONE-STORE THRU 3410-EXIT
005870         END-IF
005880     END-PERFORM.
005890 3400-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920* 3410-POST-ONE-STORE  -  GATHER EVERY UNPOSTED LINE FOR THE
005930*                         STORE OF THE CURRENT LINE AND POST
005940*                         THEM IN ONE CALL.  LINES THE ITEM
005950*                         MASTER REFUSED ARE MARKED "S" AND
005960*                         NEVER REACH HERE.
005970*----------------------------------------------------------------
005980 3410-POST-ONE-STORE.
005990     MOVE WS-RST-STORE (WS-SCAN-IDX) TO WS-POST-STORE
006000     MOVE 0 TO WS-POST-COUNT
006010     PERFORM VARYING WS-RST-IDX FROM WS-SCAN-IDX BY 1
006020             UNTIL WS-RST-IDX > WS-RESTOCK-COUNT
006030         IF WS-RST-POSTED (WS-RST-IDX) = "N"
006040                 AND WS-RST-STORE (WS-RST-IDX) = WS-POST-STORE
006050             ADD 1 TO WS-POST-COUNT
006060             MOVE WS-RST-ITEM (WS-RST-IDX)
006070                 TO WS-PST-ITEM (WS-POST-COUNT)
006080             MOVE WS-RST-QTY (WS-RST-IDX)
006090                 TO WS-PST-QTY (WS-POST-COUNT)
006100             MOVE "Y" TO WS-RST-POSTED (WS-RST-IDX)
006110         END-IF
006120     END-PERFORM
006130     IF WS-POST-STORE = SPACES
006140         GO TO 3410-EXIT
006150     END-IF
006160     MOVE WS-BUSINESS-DATE TO WS-POST-DATE
006170     CALL "STKPOST" USING WS-AUDIT-PROGRAM WS-POST-STORE
006180         WS-POST-FUNCTION WS-POST-DATE WS-POST-COUNT
006190         WS-POST-TABLE
006200     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
006210             UNTIL WS-RST-IDX > WS-POST-COUNT
006220         IF NOT WS-PST-POSTED (WS-RST-IDX)
006230             DISPLAY "Store stock not updated for "
006240                 WS-PST-ITEM (WS-RST-IDX) " - see the audit log."
006250         END-IF
006260     END-PERFORM.
006270 3410-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 3500-LOG-FORFEITS  -  APPEND ONE TYPE F SALESTRN RECORD PER
006310*                       FORFEITED LAYAWAY CARRYING THE MONEY
006320*                       KEPT, AND AUDIT EACH ONE.
006330*----------------------------------------------------------------
006340 3500-LOG-FORFEITS.
006350     OPEN EXTEND SALES-TRAN-FILE
006360     IF WS-SALETRAN-STATUS = "35"
006370         OPEN OUTPUT SALES-TRAN-FILE
006380     END-IF
006390     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006400             UNTIL WS-SCAN-IDX > WS-FORF-COUNT
006410         MOVE WS-FRF-STORE (WS-SCAN-IDX) TO ST-STORE-NAME
006420         MOVE WS-TIMESTAMP TO ST-TIMESTAMP
006430         SET ST-IS-FORFEIT TO TRUE
006440         MOVE 0 TO ST-ITEM-COUNT
006450         MOVE WS-FRF-PAID (WS-SCAN-IDX) TO ST-SUBTOTAL
006460         MOVE 0 TO ST-TAX
006470         MOVE 0 TO ST-TAXABLE-SALES
006480         MOVE 0 TO ST-EXEMPT-SALES
006490         MOVE SPACES TO ST-EXEMPT-CERT
006500         MOVE SPACES TO ST-EXEMPT-CUST
006510         MOVE WS-FRF-PAID (WS-SCAN-IDX) TO ST-TOTAL
006520         MOVE CASHIER-ID TO ST-CASHIER-ID
006530         SET ST-TENDER-LAYAWAY TO TRUE
006540         MOVE WS-FRF-PAID (WS-SCAN-IDX) TO ST-AMT-TENDERED
006550         MOVE 0 TO ST-CHANGE-DUE
006560         MOVE 0 TO ST-RECEIPT-NO
006570         MOVE WS-FRF-LAYAWAY-NO (WS-SCAN-IDX) TO ST-ORIG-RECEIPT
006580         MOVE WS-BUSINESS-DATE TO ST-BUSINESS-DATE
006590         MOVE 0 TO ST-DISC-TOTAL
006600         MOVE WS-FRF-REGISTER (WS-SCAN-IDX) TO ST-REGISTER-ID
006610         WRITE SALETRAN-RECORD
006620         MOVE WS-FRF-PAID (WS-SCAN-IDX) TO WS-EDIT-AMT
006630         MOVE SPACES TO WS-AUDIT-MESSAGE
006640         STRING "LAYAWAY " DELIMITED BY SIZE
006650             WS-FRF-LAYAWAY-NO (WS-SCAN-IDX) DELIMITED BY SIZE
006660             " FORFEITED, KEPT " DELIMITED BY SIZE
006670             WS-EDIT-AMT DELIMITED BY SIZE
006680             INTO WS-AUDIT-MESSAGE
006690         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
006700             WS-AUDIT-MESSAGE
006710     END-PERFORM
006720     CLOSE SALES-TRAN-FILE.
006730 3500-EXIT.
006740     EXIT.
006750 END PROGRAM LAYMNT.
