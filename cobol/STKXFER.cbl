000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKXFER.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  STORE STOCK AND
000100*                   INTER-STORE TRANSFERS.  A TRANSFER IS KEYED
000110*                   AS A SENDING STORE, A RECEIVING STORE AND
000120*                   ITEM LINES; ON CONFIRMATION IT GETS A NUMBER
000130*                   FROM THE XFERCTL CONTROL FILE, THE QUANTITIES
000140*                   LEAVE THE SENDING STORE'S STOCK (STORSTK)
000150*                   THROUGH STKPOST, THE LINES ARE WRITTEN TO
000160*                   XFERFILE IN TRANSIT, AND THE TRANSFER
000170*                   DOCUMENT IS PRINTED ON XFERSLIP TO TRAVEL
000180*                   WITH THE STOCK.  THE RECEIVING STORE CONFIRMS
000190*                   WHAT ARRIVED AGAINST THE TRANSFER NUMBER; THE
000200*                   QUANTITY RECEIVED GOES INTO ITS STOCK AND ANY
000210*                   SHORTFALL IS WRITTEN OFF TO ADJLOG AND OUT OF
000220*                   THE COMPANY ON-HAND ON THE ITEM MASTER.  ALSO
000230*                   LISTS TRANSFERS IN TRANSIT (XFEROPEN), SHOWS
000240*                   ONE ITEM STORE BY STORE, SETS A STORE'S OWN
000250*                   REORDER POINT, AND PLACES COMPANY STOCK NOT
000260*                   YET HELD BY ANY STORE INTO A STORE.
000270*   10/15/2026  DH  WIDEN THE ITEM WORK RECORD FOR THE TAX CLASS
000280*                   NOW ON THE ITEM MASTER.
000290*   10/15/2026  DH  THE ITEM MASTER IS NOW INDEXED - IT IS LOADED
000300*                   BY A SEQUENTIAL READ OF THE KEYED FILE, AND
000310*                   SHORT-SHIPPED STOCK COMES OFF COMPANY ON-HAND
000320*                   THROUGH THE SHARED ITEMPOST ROUTINE INSTEAD OF
000330*                   THE ITEMWRK REWRITE AND INDEX REBUILD.
000340*   10/15/2026  DH  WRITE OFF TO ADJLOG ONLY THE SHORT LINES
000350*                   ITEMPOST TOOK OFF THE ITEM MASTER, SHOWING ANY
000360*                   IT REFUSED, AND SHOW ANY STORE STOCK LINE
000370*                   STKPOST COULD NOT POST. STORSTK IS NOW KEYED.
000372*   10/15/2026  DH  RE-READ THE ITEM MASTER BEFORE SHOWING OR
000374*                   PLACING UNASSIGNED STOCK, AND LOG A REORDER
000376*                   POINT OR A PLACEMENT ONLY FOR WHAT STKPOST
000378*                   ACTUALLY POSTED.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-STORCFG-STATUS.
000450     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS IM-ITEM-CODE
000490         FILE STATUS IS WS-ITEMMST-STATUS.
000500     SELECT STORE-STOCK-FILE ASSIGN TO "STORSTK"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS SS-STOCK-KEY
000540         FILE STATUS IS WS-STORSTK-STATUS.
000550     SELECT XFER-FILE ASSIGN TO "XFERFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-XFERFILE-STATUS.
000580     SELECT XFER-CTL-FILE ASSIGN TO "XFERCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-XFERCTL-STATUS.
000610     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ADJLOG-STATUS.
000640     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-BUSDATE-STATUS.
000670     SELECT SLIP-RPT-FILE ASSIGN TO "XFERSLIP"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT OPEN-RPT-FILE ASSIGN TO "XFEROPEN"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  STORE-CFG-FILE.
000740     COPY STORCFG.
000750 FD  ITEM-MST-FILE.
000760     COPY ITEMMST.
000770 FD  STORE-STOCK-FILE.
000780     COPY STORSTK.
000790 FD  XFER-FILE.
000800     COPY XFERDOC.
000810 FD  XFER-CTL-FILE.
000820 01  XFER-CTL-RECORD.
000830     05  XC-NEXT-XFER-NO        PIC 9(6).
000840 FD  ADJ-LOG-FILE.
000850     COPY ADJLOG.
000860 FD  BUS-DATE-FILE.
000870     COPY BUSDATE.
000880 FD  SLIP-RPT-FILE.
000890 01  SLIP-RPT-RECORD            PIC X(100).
000900 FD  OPEN-RPT-FILE.
000910 01  OPEN-RPT-RECORD            PIC X(100).
000920 WORKING-STORAGE SECTION.
000930 01  WS-STORCFG-STATUS          PIC X(2).
000940 01  WS-ITEMMST-STATUS          PIC X(2).
000950 01  WS-STORSTK-STATUS          PIC X(2).
000960 01  WS-XFERFILE-STATUS         PIC X(2).
000970 01  WS-XFERCTL-STATUS          PIC X(2).
000980 01  WS-ADJLOG-STATUS           PIC X(2).
000990 01  WS-BUSDATE-STATUS          PIC X(2).
001000 01  WS-FILE-EOF                PIC X VALUE "N".
001010     88  END-OF-FILE-IN         VALUE "Y".
001020 01  WS-LINES-DONE              PIC X VALUE "N".
001030     88  LINES-ARE-DONE         VALUE "Y".
001040 01  WS-XFER-FULL               PIC X VALUE "N".
001050     88  XFER-TABLE-FULL        VALUE "Y".
001060 01  WS-STOCK-FULL              PIC X VALUE "N".
001070     88  STOCK-TABLE-FULL       VALUE "Y".
001080 01  WS-SLIP-OPENED             PIC X VALUE "N".
001090     88  SLIP-LISTING-OPEN      VALUE "Y".
001100 01  WS-ACTION                  PIC X(1).
001110     88  WS-ACTION-SHIP         VALUE "S".
001120     88  WS-ACTION-RECEIVE      VALUE "R".
001130     88  WS-ACTION-LIST         VALUE "L".
001140     88  WS-ACTION-INQUIRE      VALUE "I".
001150     88  WS-ACTION-POINT        VALUE "P".
001160     88  WS-ACTION-UNASSIGNED   VALUE "U".
001170     88  WS-ACTION-EXIT         VALUE "X".
001180 01  WS-TIMESTAMP               PIC X(21).
001190 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
001200 01  WS-STORE-COUNT             PIC 9(2) VALUE 0.
001210 01  WS-STORE-TABLE.
001220     05  WS-STR-NAME OCCURS 20 TIMES PIC X(20).
001230 01  WS-ITEM-COUNT              PIC 9(3) VALUE 0.
001240 01  WS-ITEM-TABLE.
001250     05  WS-ITEM-ENTRY OCCURS 999 TIMES.
001260         10  WS-ITM-CODE        PIC X(10).
001270         10  WS-ITM-DESC        PIC X(30).
001280         10  WS-ITM-ON-HAND     PIC S9(7).
001290         10  WS-ITM-POINT       PIC 9(5).
001300         10  WS-ITM-COST        PIC 9(6)V99.
001310         10  WS-ITM-DEPT        PIC X(4).
001320 01  WS-STOCK-COUNT             PIC 9(4) VALUE 0.
001330 01  WS-STOCK-TABLE.
001340     05  WS-STOCK-ENTRY OCCURS 3000 TIMES.
001350         10  WS-STK-STORE       PIC X(20).
001360         10  WS-STK-ITEM        PIC X(10).
001370         10  WS-STK-ON-HAND     PIC S9(7).
001380         10  WS-STK-POINT       PIC 9(5).
001390         10  WS-STK-COUNT-DATE  PIC 9(8).
001400 01  WS-XFER-COUNT              PIC 9(3) VALUE 0.
001410 01  WS-XFER-TABLE.
001420     05  WS-XFER-ENTRY OCCURS 999 TIMES.
001430         10  WS-XFT-RECORD      PIC X(86).
001440 01  WS-ITEM-POST-FIELDS.
001450     05  WS-ITP-COUNT           PIC 9(3) VALUE 0.
001460     05  WS-ITP-IDX             PIC 9(3) VALUE 0.
001470     05  WS-ITP-TABLE.
001480         10  WS-ITP-ENTRY OCCURS 999 TIMES.
001490             15  WS-ITP-ITEM    PIC X(10).
001500             15  WS-ITP-QTY     PIC S9(7).
001510             15  WS-ITP-RESULT  PIC X(1).
001520                 88  WS-ITP-POSTED     VALUE "P".
001530                 88  WS-ITP-NO-MASTER  VALUE "M".
001540                 88  WS-ITP-LOCKED     VALUE "L".
001550             15  WS-ITP-ON-HAND PIC S9(7).
001560 01  WS-LINE-COUNT              PIC 9(2) VALUE 0.
001570 01  WS-LINE-TABLE.
001580     05  WS-LINE-ENTRY OCCURS 50 TIMES.
001590         10  WS-LIN-ITEM-IDX    PIC 9(3).
001600         10  WS-LIN-QTY         PIC 9(5).
001610         10  WS-LIN-RECEIVED    PIC 9(5).
001620         10  WS-LIN-XFER-IDX    PIC 9(3).
001630*    PARAMETERS FOR THE SHARED STORE STOCK POSTING ROUTINE.
001640 01  WS-POST-STORE              PIC X(20).
001650 01  WS-POST-FUNCTION           PIC X(1).
001660 01  WS-POST-DATE               PIC 9(8) VALUE 0.
001670 01  WS-POST-COUNT              PIC 9(3) VALUE 0.
001680 01  WS-POST-TABLE.
001690     05  WS-POST-ENTRY OCCURS 999 TIMES.
001700         10  WS-PST-ITEM        PIC X(10).
001710         10  WS-PST-QTY         PIC S9(7).
001720         10  WS-PST-RESULT      PIC X(1).
001730             88  WS-PST-POSTED  VALUE "P".
001740 01  WS-SCAN-IDX                PIC 9(4) VALUE 0.
001750 01  WS-XFER-IDX                PIC 9(3) VALUE 0.
001760 01  WS-LINE-IDX                PIC 9(2) VALUE 0.
001770 01  WS-STORE-IDX               PIC 9(2) VALUE 0.
001780 01  WS-ITEM-IDX                PIC 9(3) VALUE 0.
001790 01  WS-STOCK-IDX               PIC 9(4) VALUE 0.
001800 01  WS-WORK-STORE              PIC X(20).
001810 01  WS-FROM-STORE              PIC X(20).
001820 01  WS-TO-STORE                PIC X(20).
001830 01  WS-WORK-ITEM               PIC X(10).
001840 01  WS-WORK-QTY                PIC 9(5) VALUE 0.
001850 01  WS-WORK-POINT              PIC 9(5) VALUE 0.
001860 01  WS-XFER-NUMBER             PIC 9(6) VALUE 0.
001870 01  WS-LAST-XFER               PIC 9(6) VALUE 0.
001880 01  WS-QTY-ALREADY             PIC 9(7) VALUE 0.
001890 01  WS-QTY-AVAIL               PIC S9(7) VALUE 0.
001900 01  WS-QTY-HELD                PIC S9(7) VALUE 0.
001910 01  WS-QTY-TRANSIT             PIC S9(7) VALUE 0.
001920 01  WS-QTY-UNASSIGNED          PIC S9(7) VALUE 0.
001930 01  WS-QTY-SHORT               PIC S9(7) VALUE 0.
001940 01  WS-SHORT-LINES             PIC 9(3) VALUE 0.
001945 01  WS-PLACED-LINES            PIC 9(3) VALUE 0.
001950 01  WS-TOTAL-UNITS             PIC S9(7) VALUE 0.
001960 01  WS-OPEN-LINES              PIC 9(4) VALUE 0.
001970 01  WS-OPEN-XFERS              PIC 9(4) VALUE 0.
001980 01  WS-SLIPS-WRITTEN           PIC 9(4) VALUE 0.
001990 01  WS-CONFIRM                 PIC X(1).
002000 01  WS-YN-PROMPT               PIC X(40).
002010 01  WS-EDIT-QTY                PIC ZZZZ9.
002020 01  WS-EDIT-QTY-2              PIC -(6)9.
002030 01  WS-EDIT-POINT              PIC ZZZZ9.
002040 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "STKXFER".
002050 01  WS-AUDIT-MESSAGE           PIC X(60).
002060 LINKAGE SECTION.
002070 01  CASHIER-ID                 PIC X(6).
002080 PROCEDURE DIVISION USING CASHIER-ID.
002090*----------------------------------------------------------------
002100* 0000-MAINLINE  -  LOAD THE STORES, ITEMS, STORE STOCK AND
002110*                   TRANSFERS, THEN TAKE ACTIONS UNTIL THE
002120*                   OPERATOR EXITS.
002130*----------------------------------------------------------------
002140 0000-MAINLINE.
002150     DISPLAY "[STORE STOCK AND TRANSFERS]"
002160     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002170     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
002180     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
002190     PERFORM 0200-LOAD-STORES THRU 0200-EXIT
002200     PERFORM 0400-LOAD-ITEMS THRU 0400-EXIT
002210     PERFORM 0600-LOAD-STOCK THRU 0600-EXIT
002220     PERFORM 0700-LOAD-TRANSFERS THRU 0700-EXIT
002230     IF WS-STORE-COUNT < 2
002240         DISPLAY "Fewer than two stores in STORCFG - "
002250             "transfers cannot be keyed."
002260     END-IF
002270     MOVE SPACE TO WS-ACTION
002280     PERFORM 1000-GET-ACTION THRU 1000-EXIT
002290         UNTIL WS-ACTION-EXIT
002300     IF SLIP-LISTING-OPEN
002310         CLOSE SLIP-RPT-FILE
002320         DISPLAY "Transfer documents printed: "
002330             WS-SLIPS-WRITTEN
002340     END-IF
002350     GOBACK.
002360*----------------------------------------------------------------
002370* 0100-GET-BUSINESS-DATE  -  STAMP TRANSFERS WITH THE OPEN
002380*                            BUSINESS DATE WHEN THERE IS ONE,
002390*                            ELSE THE CALENDAR DATE.
002400*----------------------------------------------------------------
002410 0100-GET-BUSINESS-DATE.
002420     OPEN INPUT BUS-DATE-FILE
002430     IF WS-BUSDATE-STATUS NOT = "35"
002440         READ BUS-DATE-FILE
002450             AT END
002460                 CONTINUE
002470             NOT AT END
002480                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002490         END-READ
002500         CLOSE BUS-DATE-FILE
002510     END-IF.
002520 0100-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550* 0200-LOAD-STORES  -  LOAD THE STORE NAMES FROM THE STORE
002560*                      CONFIGURATION FILE.
002570*----------------------------------------------------------------
002580 0200-LOAD-STORES.
002590     MOVE "N" TO WS-FILE-EOF
002600     OPEN INPUT STORE-CFG-FILE
002610     IF WS-STORCFG-STATUS = "35"
002620         DISPLAY "No store configuration on file."
002630     ELSE
002640         PERFORM 0210-READ-STORCFG THRU 0210-EXIT
002650         PERFORM UNTIL END-OF-FILE-IN
002660             IF WS-STORE-COUNT < 20
002670                 ADD 1 TO WS-STORE-COUNT
002680                 MOVE SC-STORE-NAME
002690                     TO WS-STR-NAME (WS-STORE-COUNT)
002700             END-IF
002710             PERFORM 0210-READ-STORCFG THRU 0210-EXIT
002720         END-PERFORM
002730         CLOSE STORE-CFG-FILE
002740     END-IF.
002750 0200-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780* 0210-READ-STORCFG  -  READ THE NEXT STORE CONFIGURATION RECORD.
002790*----------------------------------------------------------------
002800 0210-READ-STORCFG.
002810     READ STORE-CFG-FILE
002820         AT END
002830             SET END-OF-FILE-IN TO TRUE
002840     END-READ.
002850 0210-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880* 0400-LOAD-ITEMS  -  LOAD THE ITEM MASTER FIGURES A TRANSFER
002890*                     LINE IS CHECKED AND COSTED AGAINST.
002900*----------------------------------------------------------------
002910 0400-LOAD-ITEMS.
002920     MOVE 0 TO WS-ITEM-COUNT
002930     MOVE "N" TO WS-FILE-EOF
002940     OPEN INPUT ITEM-MST-FILE
002950     IF WS-ITEMMST-STATUS = "35"
002960         DISPLAY "No item master on file."
002970     ELSE
002980         PERFORM 0410-READ-ITEMMST THRU 0410-EXIT
002990         PERFORM UNTIL END-OF-FILE-IN
003000             IF WS-ITEM-COUNT < 999
003010                 ADD 1 TO WS-ITEM-COUNT
003020                 MOVE IM-ITEM-CODE
003030                     TO WS-ITM-CODE (WS-ITEM-COUNT)
003040                 MOVE IM-DESCRIPTION
003050                     TO WS-ITM-DESC (WS-ITEM-COUNT)
003060                 MOVE IM-QTY-ON-HAND
003070                     TO WS-ITM-ON-HAND (WS-ITEM-COUNT)
003080                 MOVE IM-REORDER-POINT
003090                     TO WS-ITM-POINT (WS-ITEM-COUNT)
003100                 MOVE IM-UNIT-COST
003110                     TO WS-ITM-COST (WS-ITEM-COUNT)
003120                 MOVE IM-DEPT-CODE
003130                     TO WS-ITM-DEPT (WS-ITEM-COUNT)
003140             END-IF
003150             PERFORM 0410-READ-ITEMMST THRU 0410-EXIT
003160         END-PERFORM
003170         CLOSE ITEM-MST-FILE
003180     END-IF.
003190 0400-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220* 0410-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
003230*----------------------------------------------------------------
003240 0410-READ-ITEMMST.
003250     READ ITEM-MST-FILE
003260         AT END
003270             SET END-OF-FILE-IN TO TRUE
003280     END-READ.
003290 0410-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 0600-LOAD-STOCK  -  LOAD THE STORE STOCK FILE.  CALLED AGAIN
003330*                     AFTER EVERY POSTING SO THE TABLE FOLLOWS
003340*                     THE FILE.  A FILE TOO BIG FOR THE TABLE
003350*                     STOPS ALL UPDATES.
003360*----------------------------------------------------------------
003370 0600-LOAD-STOCK.
003380     MOVE 0 TO WS-STOCK-COUNT
003390     MOVE "N" TO WS-STOCK-FULL
003400     MOVE "N" TO WS-FILE-EOF
003410     OPEN INPUT STORE-STOCK-FILE
003420     IF WS-STORSTK-STATUS NOT = "35"
003430         PERFORM 0610-READ-STORSTK THRU 0610-EXIT
003440         PERFORM UNTIL END-OF-FILE-IN
003450             IF WS-STOCK-COUNT < 3000
003460                 ADD 1 TO WS-STOCK-COUNT
003470                 MOVE SS-STORE-NAME
003480                     TO WS-STK-STORE (WS-STOCK-COUNT)
003490                 MOVE SS-ITEM-CODE
003500                     TO WS-STK-ITEM (WS-STOCK-COUNT)
003510                 MOVE SS-QTY-ON-HAND
003520                     TO WS-STK-ON-HAND (WS-STOCK-COUNT)
003530                 MOVE SS-REORDER-POINT
003540                     TO WS-STK-POINT (WS-STOCK-COUNT)
003550                 MOVE SS-LAST-COUNT-DATE
003560                     TO WS-STK-COUNT-DATE (WS-STOCK-COUNT)
003570             ELSE
003580                 SET STOCK-TABLE-FULL TO TRUE
003590             END-IF
003600             PERFORM 0610-READ-STORSTK THRU 0610-EXIT
003610         END-PERFORM
003620         CLOSE STORE-STOCK-FILE
003630     END-IF
003640     IF STOCK-TABLE-FULL
003650         DISPLAY "Store stock table full - inquiry only."
003660         MOVE "STORE STOCK TABLE FULL - UPDATES REFUSED"
003670             TO WS-AUDIT-MESSAGE
003680         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003690             WS-AUDIT-MESSAGE
003700     END-IF.
003710 0600-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 0610-READ-STORSTK  -  READ THE NEXT STORE STOCK RECORD.
003750*----------------------------------------------------------------
003760 0610-READ-STORSTK.
003770     READ STORE-STOCK-FILE
003780         AT END
003790             SET END-OF-FILE-IN TO TRUE
003800     END-READ.
003810 0610-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* 0700-LOAD-TRANSFERS  -  READ THE WHOLE TRANSFER FILE INTO THE
003850*                         WORK TABLE SO RECEIPTS CAN BE MARKED IN
003860*                         PLACE AND THE FILE REWRITTEN, THE WAY
003870*                         PORECV HOLDS POFILE.
003880*----------------------------------------------------------------
003890 0700-LOAD-TRANSFERS.
003900     MOVE "N" TO WS-FILE-EOF
003910     OPEN INPUT XFER-FILE
003920     IF WS-XFERFILE-STATUS NOT = "35"
003930         PERFORM 0710-READ-XFERFILE THRU 0710-EXIT
003940         PERFORM UNTIL END-OF-FILE-IN
003950             IF WS-XFER-COUNT < 999
003960                 ADD 1 TO WS-XFER-COUNT
003970                 MOVE XFER-DOC-RECORD
003980                     TO WS-XFT-RECORD (WS-XFER-COUNT)
003990             ELSE
004000                 SET XFER-TABLE-FULL TO TRUE
004010             END-IF
004020             PERFORM 0710-READ-XFERFILE THRU 0710-EXIT
004030         END-PERFORM
004040         CLOSE XFER-FILE
004050     END-IF
004060     IF XFER-TABLE-FULL
004070         DISPLAY "Transfer table full - listing only."
004080         MOVE "TRANSFER TABLE FULL - UPDATES REFUSED"
004090             TO WS-AUDIT-MESSAGE
004100         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004110             WS-AUDIT-MESSAGE
004120     END-IF.
004130 0700-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 0710-READ-XFERFILE  -  READ THE NEXT TRANSFER RECORD.
004170*----------------------------------------------------------------
004180 0710-READ-XFERFILE.
004190     READ XFER-FILE
004200         AT END
004210             SET END-OF-FILE-IN TO TRUE
004220     END-READ.
004230 0710-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
004270*                     DISPATCH TO THE MATCHING PARAGRAPH.
004280*----------------------------------------------------------------
004290 1000-GET-ACTION.
004300     DISPLAY " "
004310     DISPLAY "Action (S=Ship, R=Receive, L=List in transit, "
004320         "I=Item by store,"
004330     DISPLAY "        P=Store reorder point, U=Place unassigned "
004340         "stock, X=Exit): " WITH NO ADVANCING
004350     ACCEPT WS-ACTION
004360     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
004370     EVALUATE TRUE
004380         WHEN WS-ACTION-SHIP
004390             PERFORM 2000-SHIP-TRANSFER THRU 2000-EXIT
004400         WHEN WS-ACTION-RECEIVE
004410             PERFORM 3000-RECEIVE-TRANSFER THRU 3000-EXIT
004420         WHEN WS-ACTION-LIST
004430             PERFORM 4000-LIST-IN-TRANSIT THRU 4000-EXIT
004440         WHEN WS-ACTION-INQUIRE
004450             PERFORM 4500-ITEM-BY-STORE THRU 4500-EXIT
004460         WHEN WS-ACTION-POINT
004470             PERFORM 4700-SET-STORE-POINT THRU 4700-EXIT
004480         WHEN WS-ACTION-UNASSIGNED
004490             PERFORM 4900-PLACE-UNASSIGNED THRU 4900-EXIT
004500         WHEN WS-ACTION-EXIT
004510             CONTINUE
004520         WHEN OTHER
004530             DISPLAY "Invalid action - enter S, R, L, I, P, U, "
004540                 "or X."
004550     END-EVALUATE.
004560 1000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 2000-SHIP-TRANSFER  -  TAKE ONE TRANSFER'S STORES AND LINES
004600*                       AND, ON CONFIRMATION, SHIP IT UNDER A NEW
004610*                       TRANSFER NUMBER.
004620*----------------------------------------------------------------
004630 2000-SHIP-TRANSFER.
004640     IF XFER-TABLE-FULL OR STOCK-TABLE-FULL
004650         DISPLAY "Work table full - archive first."
004660         GO TO 2000-EXIT
004670     END-IF
004680     DISPLAY "Ship from store: " WITH NO ADVANCING
004690     PERFORM 5000-FIND-STORE THRU 5000-EXIT
004700     IF WS-STORE-IDX = 0
004710         GO TO 2000-EXIT
004720     END-IF
004730     MOVE WS-WORK-STORE TO WS-FROM-STORE
004740     DISPLAY "Ship to store: " WITH NO ADVANCING
004750     PERFORM 5000-FIND-STORE THRU 5000-EXIT
004760     IF WS-STORE-IDX = 0
004770         GO TO 2000-EXIT
004780     END-IF
004790     MOVE WS-WORK-STORE TO WS-TO-STORE
004800     IF WS-TO-STORE = WS-FROM-STORE
004810         DISPLAY "A store cannot transfer to itself."
004820         GO TO 2000-EXIT
004830     END-IF
004840     MOVE 0 TO WS-LINE-COUNT
004850     MOVE "N" TO WS-LINES-DONE
004860     PERFORM 2100-ENTER-LINE THRU 2100-EXIT
004870         UNTIL LINES-ARE-DONE
004880     IF WS-LINE-COUNT = 0
004890         DISPLAY "No lines entered - nothing shipped."
004900         GO TO 2000-EXIT
004910     END-IF
004920     IF WS-XFER-COUNT + WS-LINE-COUNT > 999
004930         DISPLAY "Transfer table full - archive first."
004940         GO TO 2000-EXIT
004950     END-IF
004960     MOVE "Ship this transfer and print it?" TO WS-YN-PROMPT
004970     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
004980         WS-AUDIT-PROGRAM
004990     IF WS-CONFIRM NOT = "Y"
005000         DISPLAY "Transfer abandoned - nothing shipped."
005010         GO TO 2000-EXIT
005020     END-IF
005030     PERFORM 4200-ASSIGN-XFER-NO THRU 4200-EXIT
005040     PERFORM 2300-RECORD-LINES THRU 2300-EXIT
005050     PERFORM 8000-REWRITE-TRANSFERS THRU 8000-EXIT
005060     PERFORM 2500-POST-SHIPMENT THRU 2500-EXIT
005070     PERFORM 2700-PRINT-DOCUMENT THRU 2700-EXIT
005080     MOVE SPACES TO WS-AUDIT-MESSAGE
005090     STRING "TRANSFER " DELIMITED BY SIZE
005100         WS-XFER-NUMBER DELIMITED BY SIZE
005110         " SHIPPED " DELIMITED BY SIZE
005120         WS-FROM-STORE DELIMITED BY "  "
005130         " TO " DELIMITED BY SIZE
005140         WS-TO-STORE DELIMITED BY "  "
005150         INTO WS-AUDIT-MESSAGE
005160     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005170         WS-AUDIT-MESSAGE
005180     DISPLAY "Transfer " WS-XFER-NUMBER " shipped.".
005190 2000-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 2100-ENTER-LINE  -  TAKE ONE TRANSFER LINE.  A BLANK ITEM CODE
005230*                     ENDS THE TRANSFER.  THE QUANTITY CANNOT
005240*                     RUN THE SENDING STORE'S ON-HAND, LESS WHAT
005250*                     IS ALREADY KEYED FOR IT, BELOW ZERO.
005260*----------------------------------------------------------------
005270 2100-ENTER-LINE.
005280     IF WS-LINE-COUNT >= 50
005290         DISPLAY "Transfer is full at 50 lines."
005300         SET LINES-ARE-DONE TO TRUE
005310         GO TO 2100-EXIT
005320     END-IF
005330     DISPLAY "Item code (blank = end): " WITH NO ADVANCING
005340     MOVE SPACES TO WS-WORK-ITEM
005350     ACCEPT WS-WORK-ITEM
005360     MOVE FUNCTION UPPER-CASE(WS-WORK-ITEM) TO WS-WORK-ITEM
005370     IF WS-WORK-ITEM = SPACES
005380         SET LINES-ARE-DONE TO TRUE
005390         GO TO 2100-EXIT
005400     END-IF
005410     PERFORM 5100-FIND-ITEM THRU 5100-EXIT
005420     IF WS-ITEM-IDX = 0
005430         DISPLAY "  Item not on file: " WS-WORK-ITEM
005440         GO TO 2100-EXIT
005450     END-IF
005460     DISPLAY "  " WS-ITM-DESC (WS-ITEM-IDX)
005470     MOVE WS-FROM-STORE TO WS-WORK-STORE
005480     PERFORM 5200-FIND-STOCK THRU 5200-EXIT
005490     MOVE 0 TO WS-QTY-AVAIL
005500     IF WS-STOCK-IDX NOT = 0
005510         MOVE WS-STK-ON-HAND (WS-STOCK-IDX) TO WS-QTY-AVAIL
005520     END-IF
005530     MOVE 0 TO WS-QTY-ALREADY
005540     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005550             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005560         IF WS-LIN-ITEM-IDX (WS-LINE-IDX) = WS-ITEM-IDX
005570             ADD WS-LIN-QTY (WS-LINE-IDX) TO WS-QTY-ALREADY
005580         END-IF
005590     END-PERFORM
005600     SUBTRACT WS-QTY-ALREADY FROM WS-QTY-AVAIL
005610     MOVE WS-QTY-AVAIL TO WS-EDIT-QTY-2
005620     DISPLAY "  On hand at sending store: " WS-EDIT-QTY-2
005630     DISPLAY "  Qty to ship: " WITH NO ADVANCING
005640     MOVE 0 TO WS-WORK-QTY
005650     ACCEPT WS-WORK-QTY
005660     IF WS-WORK-QTY = 0
005670         DISPLAY "  Zero quantity - line skipped."
005680         GO TO 2100-EXIT
005690     END-IF
005700     IF WS-WORK-QTY > WS-QTY-AVAIL
005710         DISPLAY "  More than the store has - line refused."
005720         GO TO 2100-EXIT
005730     END-IF
005740     ADD 1 TO WS-LINE-COUNT
005750     MOVE WS-ITEM-IDX TO WS-LIN-ITEM-IDX (WS-LINE-COUNT)
005760     MOVE WS-WORK-QTY TO WS-LIN-QTY (WS-LINE-COUNT).
005770 2100-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* 2300-RECORD-LINES  -  ADD ONE IN-TRANSIT LINE PER TRANSFER
005810*                      LINE TO THE WORK TABLE.
005820*----------------------------------------------------------------
005830 2300-RECORD-LINES.
005840     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005850             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005860         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
005870         MOVE SPACES TO XFER-DOC-RECORD
005880         MOVE WS-XFER-NUMBER TO XF-XFER-NUMBER
005890         MOVE WS-LINE-IDX TO XF-LINE-NO
005900         MOVE WS-FROM-STORE TO XF-FROM-STORE
005910         MOVE WS-TO-STORE TO XF-TO-STORE
005920         MOVE WS-ITM-CODE (WS-ITEM-IDX) TO XF-ITEM-CODE
005930         MOVE WS-LIN-QTY (WS-LINE-IDX) TO XF-QTY-SHIPPED
005940         MOVE 0 TO XF-QTY-RECEIVED
005950         MOVE WS-BUSINESS-DATE TO XF-SHIP-DATE
005960         MOVE 0 TO XF-RECV-DATE
005970         SET XF-IN-TRANSIT TO TRUE
005980         ADD 1 TO WS-XFER-COUNT
005990         MOVE XFER-DOC-RECORD TO WS-XFT-RECORD (WS-XFER-COUNT)
006000     END-PERFORM.
006010 2300-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* 2500-POST-SHIPMENT  -  TAKE THE SHIPPED QUANTITIES OUT OF THE
006050*                       SENDING STORE'S STOCK.  THE COMPANY
006060*                       ON-HAND IS UNCHANGED - THE STOCK IS
006070*                       STILL OURS, JUST ON THE ROAD.
006080*----------------------------------------------------------------
006090 2500-POST-SHIPMENT.
006100     MOVE 0 TO WS-POST-COUNT
006110     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
006120             UNTIL WS-LINE-IDX > WS-LINE-COUNT
006130         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
006140         ADD 1 TO WS-POST-COUNT
006150         MOVE WS-ITM-CODE (WS-ITEM-IDX)
006160             TO WS-PST-ITEM (WS-POST-COUNT)
006170         COMPUTE WS-PST-QTY (WS-POST-COUNT) =
006180             0 - WS-LIN-QTY (WS-LINE-IDX)
006190     END-PERFORM
006200     MOVE WS-FROM-STORE TO WS-POST-STORE
006210     MOVE "A" TO WS-POST-FUNCTION
006220     PERFORM 6000-POST-STORE-STOCK THRU 6000-EXIT.
006230 2500-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260* 2700-PRINT-DOCUMENT  -  PRINT THE NUMBERED TRANSFER DOCUMENT ON
006270*                        THE XFERSLIP LISTING WITH A COLUMN FOR
006280*                        THE RECEIVING STORE TO WRITE WHAT
006290*                        ARRIVED.  THE LISTING IS OPENED ON THE
006300*                        FIRST TRANSFER OF THE SESSION.
006310*----------------------------------------------------------------
006320 2700-PRINT-DOCUMENT.
006330     IF NOT SLIP-LISTING-OPEN
006340         OPEN OUTPUT SLIP-RPT-FILE
006350         SET SLIP-LISTING-OPEN TO TRUE
006360     END-IF
006370     ADD 1 TO WS-SLIPS-WRITTEN
006380     MOVE 0 TO WS-TOTAL-UNITS
006390     MOVE SPACES TO SLIP-RPT-RECORD
006400     STRING "STORE TRANSFER " DELIMITED BY SIZE
006410         WS-XFER-NUMBER DELIMITED BY SIZE
006420         "     SHIP DATE " DELIMITED BY SIZE
006430         WS-BUSINESS-DATE DELIMITED BY SIZE
006440         INTO SLIP-RPT-RECORD
006450     WRITE SLIP-RPT-RECORD
006460     MOVE SPACES TO SLIP-RPT-RECORD
006470     STRING "FROM " DELIMITED BY SIZE
006480         WS-FROM-STORE DELIMITED BY SIZE
006490         "   TO " DELIMITED BY SIZE
006500         WS-TO-STORE DELIMITED BY SIZE
006510         INTO SLIP-RPT-RECORD
006520     WRITE SLIP-RPT-RECORD
006530     MOVE SPACES TO SLIP-RPT-RECORD
006540     WRITE SLIP-RPT-RECORD
006550     MOVE "LINE ITEM       DESCRIPTION                    SHIPPED"
006560         TO SLIP-RPT-RECORD
006570     MOVE "RECEIVED" TO SLIP-RPT-RECORD (59:8)
006580     WRITE SLIP-RPT-RECORD
006590     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
006600             UNTIL WS-LINE-IDX > WS-LINE-COUNT
006610         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
006620         ADD WS-LIN-QTY (WS-LINE-IDX) TO WS-TOTAL-UNITS
006630         MOVE WS-LIN-QTY (WS-LINE-IDX) TO WS-EDIT-QTY
006640         MOVE SPACES TO SLIP-RPT-RECORD
006650         STRING " " DELIMITED BY SIZE
006660             WS-LINE-IDX DELIMITED BY SIZE
006670             "  " DELIMITED BY SIZE
006680             WS-ITM-CODE (WS-ITEM-IDX) DELIMITED BY SIZE
006690             " " DELIMITED BY SIZE
006700             WS-ITM-DESC (WS-ITEM-IDX) DELIMITED BY SIZE
006710             "  " DELIMITED BY SIZE
006720             WS-EDIT-QTY DELIMITED BY SIZE
006730             "   ________" DELIMITED BY SIZE
006740             INTO SLIP-RPT-RECORD
006750         WRITE SLIP-RPT-RECORD
006760     END-PERFORM
006770     MOVE WS-TOTAL-UNITS TO WS-EDIT-QTY-2
006780     MOVE SPACES TO SLIP-RPT-RECORD
006790     STRING "TOTAL UNITS SHIPPED" DELIMITED BY SIZE
006800         INTO SLIP-RPT-RECORD
006810     MOVE WS-EDIT-QTY-2 TO SLIP-RPT-RECORD (49:7)
006820     WRITE SLIP-RPT-RECORD
006830     MOVE SPACES TO SLIP-RPT-RECORD
006840     WRITE SLIP-RPT-RECORD
006850     MOVE "SHIPPED BY ______________" TO SLIP-RPT-RECORD
006860     MOVE "RECEIVED BY ______________" TO SLIP-RPT-RECORD (31:26)
006870     MOVE "DATE ________" TO SLIP-RPT-RECORD (59:13)
006880     WRITE SLIP-RPT-RECORD
006890     MOVE SPACES TO SLIP-RPT-RECORD
006900     WRITE SLIP-RPT-RECORD.
006910 2700-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940* 3000-RECEIVE-TRANSFER  -  THE RECEIVING STORE CONFIRMS WHAT
006950*                          ARRIVED ON ONE TRANSFER.  THE RECEIVED
006960*                          QUANTITIES GO INTO ITS STOCK; ANY
006970*                          SHORTFALL IS WRITTEN OFF.
006980*----------------------------------------------------------------
006990 3000-RECEIVE-TRANSFER.
007000     IF XFER-TABLE-FULL OR STOCK-TABLE-FULL
007010         DISPLAY "Work table full - archive first."
007020         GO TO 3000-EXIT
007030     END-IF
007040     DISPLAY "Transfer number: " WITH NO ADVANCING
007050     MOVE 0 TO WS-XFER-NUMBER
007060     ACCEPT WS-XFER-NUMBER
007070     MOVE 0 TO WS-LINE-COUNT
007080     PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
007090             UNTIL WS-XFER-IDX > WS-XFER-COUNT
007100         MOVE WS-XFT-RECORD (WS-XFER-IDX) TO XFER-DOC-RECORD
007110         IF XF-XFER-NUMBER = WS-XFER-NUMBER AND XF-IN-TRANSIT
007120                 AND WS-LINE-COUNT < 50
007130             MOVE XF-ITEM-CODE TO WS-WORK-ITEM
007140             PERFORM 5100-FIND-ITEM THRU 5100-EXIT
007150             IF WS-ITEM-IDX NOT = 0
007160                 ADD 1 TO WS-LINE-COUNT
007170                 MOVE WS-ITEM-IDX
007180                     TO WS-LIN-ITEM-IDX (WS-LINE-COUNT)
007190                 MOVE XF-QTY-SHIPPED
007200                     TO WS-LIN-QTY (WS-LINE-COUNT)
007210                 MOVE WS-XFER-IDX
007220                     TO WS-LIN-XFER-IDX (WS-LINE-COUNT)
007230                 MOVE XF-FROM-STORE TO WS-FROM-STORE
007240                 MOVE XF-TO-STORE TO WS-TO-STORE
007250             END-IF
007260         END-IF
007270     END-PERFORM
007280     IF WS-LINE-COUNT = 0
007290         DISPLAY "No lines in transit on transfer "
007300             WS-XFER-NUMBER "."
007310         GO TO 3000-EXIT
007320     END-IF
007330     DISPLAY "  From " WS-FROM-STORE "  to " WS-TO-STORE
007340     PERFORM 3100-RECEIVE-LINE THRU 3100-EXIT
007350         VARYING WS-LINE-IDX FROM 1 BY 1
007360         UNTIL WS-LINE-IDX > WS-LINE-COUNT
007370     MOVE "Confirm receipt of this transfer?" TO WS-YN-PROMPT
007380     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
007390         WS-AUDIT-PROGRAM
007400     IF WS-CONFIRM NOT = "Y"
007410         DISPLAY "Nothing received."
007420         GO TO 3000-EXIT
007430     END-IF
007440     PERFORM 3300-MARK-RECEIVED THRU 3300-EXIT
007450     PERFORM 8000-REWRITE-TRANSFERS THRU 8000-EXIT
007460     PERFORM 3500-POST-RECEIPT THRU 3500-EXIT
007470     IF WS-SHORT-LINES > 0
007480         PERFORM 3600-WRITE-OFF-SHORTS THRU 3600-EXIT
007490     END-IF
007500     MOVE SPACES TO WS-AUDIT-MESSAGE
007510     STRING "TRANSFER " DELIMITED BY SIZE
007520         WS-XFER-NUMBER DELIMITED BY SIZE
007530         " RECEIVED AT " DELIMITED BY SIZE
007540         WS-TO-STORE DELIMITED BY "  "
007550         " SHORT LINES " DELIMITED BY SIZE
007560         WS-SHORT-LINES DELIMITED BY SIZE
007570         INTO WS-AUDIT-MESSAGE
007580     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
007590         WS-AUDIT-MESSAGE
007600     DISPLAY "Transfer " WS-XFER-NUMBER " received.".
007610 3000-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640* 3100-RECEIVE-LINE  -  TAKE THE QUANTITY THAT ARRIVED ON ONE
007650*                      LINE.  IT CANNOT BE MORE THAN WAS SHIPPED.
007660*----------------------------------------------------------------
007670 3100-RECEIVE-LINE.
007680     MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
007690     MOVE WS-LIN-QTY (WS-LINE-IDX) TO WS-EDIT-QTY
007700     DISPLAY "  " WS-ITM-CODE (WS-ITEM-IDX) " "
007710         WS-ITM-DESC (WS-ITEM-IDX) " shipped " WS-EDIT-QTY
007720     MOVE 99999 TO WS-WORK-QTY
007730     PERFORM UNTIL WS-WORK-QTY NOT > WS-LIN-QTY (WS-LINE-IDX)
007740         DISPLAY "  Qty received: " WITH NO ADVANCING
007750         MOVE 0 TO WS-WORK-QTY
007760         ACCEPT WS-WORK-QTY
007770         IF WS-WORK-QTY > WS-LIN-QTY (WS-LINE-IDX)
007780             DISPLAY "  More than was shipped - re-enter."
007790         END-IF
007800     END-PERFORM
007810     MOVE WS-WORK-QTY TO WS-LIN-RECEIVED (WS-LINE-IDX).
007820 3100-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850* 3300-MARK-RECEIVED  -  MARK THE TRANSFER'S LINES RECEIVED WITH
007860*                       THE QUANTITY AND DATE, AND COUNT THE
007870*                       LINES THAT CAME IN SHORT.
007880*----------------------------------------------------------------
007890 3300-MARK-RECEIVED.
007900     MOVE 0 TO WS-SHORT-LINES
007910     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
007920             UNTIL WS-LINE-IDX > WS-LINE-COUNT
007930         MOVE WS-LIN-XFER-IDX (WS-LINE-IDX) TO WS-SCAN-IDX
007940         MOVE WS-XFT-RECORD (WS-SCAN-IDX) TO XFER-DOC-RECORD
007950         MOVE WS-LIN-RECEIVED (WS-LINE-IDX) TO XF-QTY-RECEIVED
007960         MOVE WS-BUSINESS-DATE TO XF-RECV-DATE
007970         SET XF-IS-RECEIVED TO TRUE
007980         MOVE XFER-DOC-RECORD TO WS-XFT-RECORD (WS-SCAN-IDX)
007990         IF WS-LIN-RECEIVED (WS-LINE-IDX) <
008000                 WS-LIN-QTY (WS-LINE-IDX)
008010             ADD 1 TO WS-SHORT-LINES
008020         END-IF
008030     END-PERFORM.
008040 3300-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 3500-POST-RECEIPT  -  ADD THE RECEIVED QUANTITIES TO THE
008080*                      RECEIVING STORE'S STOCK.
008090*----------------------------------------------------------------
008100 3500-POST-RECEIPT.
008110     MOVE 0 TO WS-POST-COUNT
008120     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
008130             UNTIL WS-LINE-IDX > WS-LINE-COUNT
008140         IF WS-LIN-RECEIVED (WS-LINE-IDX) > 0
008150             MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
008160             ADD 1 TO WS-POST-COUNT
008170             MOVE WS-ITM-CODE (WS-ITEM-IDX)
008180                 TO WS-PST-ITEM (WS-POST-COUNT)
008190             MOVE WS-LIN-RECEIVED (WS-LINE-IDX)
008200                 TO WS-PST-QTY (WS-POST-COUNT)
008210         END-IF
008220     END-PERFORM
008230     MOVE WS-TO-STORE TO WS-POST-STORE
008240     MOVE "A" TO WS-POST-FUNCTION
008250     PERFORM 6000-POST-STORE-STOCK THRU 6000-EXIT.
008260 3500-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------
008290* 3600-WRITE-OFF-SHORTS  -  STOCK THAT LEFT ONE STORE AND NEVER
008300*                          REACHED THE OTHER IS GONE.  TAKE EACH
008310*                          SHORT LINE OUT OF THE COMPANY ON-HAND
008320*                          THROUGH THE SHARED ITEMPOST ROUTINE,
008330*                          AND LOG EACH ONE IT TAKES TO ADJLOG
008340*                          AGAINST THE RECEIVING STORE SO SHRKRPT
008350*                          VALUES IT.  A LINE IT REFUSES IS SHOWN.
008360*----------------------------------------------------------------
008370 3600-WRITE-OFF-SHORTS.
008380     MOVE 0 TO WS-ITP-COUNT
008390     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
008400             UNTIL WS-LINE-IDX > WS-LINE-COUNT
008410         IF WS-LIN-RECEIVED (WS-LINE-IDX) <
008420                 WS-LIN-QTY (WS-LINE-IDX)
008430             MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
008440             ADD 1 TO WS-ITP-COUNT
008450             MOVE WS-ITM-CODE (WS-ITEM-IDX)
008460                 TO WS-ITP-ITEM (WS-ITP-COUNT)
008470             COMPUTE WS-ITP-QTY (WS-ITP-COUNT) =
008480                 WS-LIN-RECEIVED (WS-LINE-IDX) -
008490                 WS-LIN-QTY (WS-LINE-IDX)
008500         END-IF
008510     END-PERFORM
008520     CALL "ITEMPOST" USING WS-AUDIT-PROGRAM WS-ITP-COUNT
008530         WS-ITP-TABLE
008540     IF WS-ITP-COUNT > 0 AND WS-ITP-NO-MASTER (1)
008550         DISPLAY "No item master file - shorts not written off."
008560         GO TO 3600-EXIT
008570     END-IF
008580     OPEN EXTEND ADJ-LOG-FILE
008590     IF WS-ADJLOG-STATUS = "35"
008600         OPEN OUTPUT ADJ-LOG-FILE
008610     END-IF
008620     MOVE 0 TO WS-ITP-IDX
008630     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
008640             UNTIL WS-LINE-IDX > WS-LINE-COUNT
008650         IF WS-LIN-RECEIVED (WS-LINE-IDX) <
008660                 WS-LIN-QTY (WS-LINE-IDX)
008670             ADD 1 TO WS-ITP-IDX
008680             MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
008690             IF WS-ITP-POSTED (WS-ITP-IDX)
008700                 MOVE WS-ITP-ON-HAND (WS-ITP-IDX)
008710                     TO WS-ITM-ON-HAND (WS-ITEM-IDX)
008720                 PERFORM 3610-LOG-SHORT THRU 3610-EXIT
008730             ELSE
008740                 IF WS-ITP-LOCKED (WS-ITP-IDX)
008750                     DISPLAY "  " WS-ITM-CODE (WS-ITEM-IDX)
008760                         " in use at another station - "
008770                         "not written off."
008780                 ELSE
008790                     DISPLAY "  " WS-ITM-CODE (WS-ITEM-IDX)
008800                         " is not on the item master - "
008810                         "not written off."
008820                 END-IF
008830             END-IF
008840         END-IF
008850     END-PERFORM
008860     CLOSE ADJ-LOG-FILE
008870     DISPLAY "Short lines written off: " WS-SHORT-LINES.
008880 3600-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910* 3610-LOG-SHORT  -  APPEND THE ADJLOG RECORD FOR THE SHORT LINE
008920*                    WS-LINE-IDX.
008930*----------------------------------------------------------------
008940 3610-LOG-SHORT.
008950     MOVE WS-BUSINESS-DATE TO AJ-BUSINESS-DATE
008960     MOVE WS-TIMESTAMP TO AJ-TIMESTAMP
008970     MOVE CASHIER-ID TO AJ-CASHIER-ID
008980     MOVE WS-ITM-CODE (WS-ITEM-IDX) TO AJ-ITEM-CODE
008990     MOVE WS-ITM-DEPT (WS-ITEM-IDX) TO AJ-DEPT-CODE
009000     MOVE WS-LIN-QTY (WS-LINE-IDX) TO AJ-BOOK-QTY
009010     MOVE WS-LIN-RECEIVED (WS-LINE-IDX) TO AJ-COUNTED-QTY
009020     COMPUTE AJ-VARIANCE =
009030         WS-LIN-RECEIVED (WS-LINE-IDX) -
009040         WS-LIN-QTY (WS-LINE-IDX)
009050     MOVE "OT" TO AJ-REASON-CODE
009060     MOVE WS-ITM-COST (WS-ITEM-IDX) TO AJ-UNIT-COST
009070     MOVE WS-TO-STORE TO AJ-STORE-NAME
009080     WRITE ADJ-LOG-RECORD.
009090 3610-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------
009120* 4000-LIST-IN-TRANSIT  -  LIST EVERY TRANSFER LINE SHIPPED BUT
009130*                         NOT YET RECEIVED ON THE XFEROPEN
009140*                         LISTING, WITH UNITS PER TRANSFER.
009150*----------------------------------------------------------------
009160 4000-LIST-IN-TRANSIT.
009170     OPEN OUTPUT OPEN-RPT-FILE
009180     MOVE SPACES TO OPEN-RPT-RECORD
009190     STRING "STORE TRANSFERS IN TRANSIT - " DELIMITED BY SIZE
009200         WS-TIMESTAMP DELIMITED BY SIZE
009210         INTO OPEN-RPT-RECORD
009220     WRITE OPEN-RPT-RECORD
009230     MOVE SPACES TO OPEN-RPT-RECORD
009240     WRITE OPEN-RPT-RECORD
009250     MOVE "XFER   SHIPPED  FROM                 TO" TO
009260         OPEN-RPT-RECORD
009270     MOVE "ITEM         QTY" TO OPEN-RPT-RECORD (60:16)
009280     WRITE OPEN-RPT-RECORD
009290     MOVE 0 TO WS-OPEN-LINES
009300     MOVE 0 TO WS-OPEN-XFERS
009310     MOVE 0 TO WS-LAST-XFER
009320     MOVE 0 TO WS-TOTAL-UNITS
009330     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
009340             UNTIL WS-SCAN-IDX > WS-XFER-COUNT
009350         MOVE WS-XFT-RECORD (WS-SCAN-IDX) TO XFER-DOC-RECORD
009360         IF XF-IN-TRANSIT
009370             PERFORM 4100-LIST-ONE-LINE THRU 4100-EXIT
009380         END-IF
009390     END-PERFORM
009400     MOVE WS-TOTAL-UNITS TO WS-EDIT-QTY-2
009410     MOVE SPACES TO OPEN-RPT-RECORD
009420     WRITE OPEN-RPT-RECORD
009430     MOVE SPACES TO OPEN-RPT-RECORD
009440     STRING "TRANSFERS IN TRANSIT : " DELIMITED BY SIZE
009450         WS-OPEN-XFERS DELIMITED BY SIZE
009460         "   LINES " DELIMITED BY SIZE
009470         WS-OPEN-LINES DELIMITED BY SIZE
009480         "   UNITS " DELIMITED BY SIZE
009490         WS-EDIT-QTY-2 DELIMITED BY SIZE
009500         INTO OPEN-RPT-RECORD
009510     WRITE OPEN-RPT-RECORD
009520     CLOSE OPEN-RPT-FILE
009530     DISPLAY "Transfers in transit: " WS-OPEN-XFERS
009540         "  lines: " WS-OPEN-LINES " - see XFEROPEN.".
009550 4000-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------
009580* 4100-LIST-ONE-LINE  -  PRINT ONE IN-TRANSIT LINE, COUNTING A
009590*                       NEW TRANSFER WHEN THE NUMBER CHANGES.
009600*----------------------------------------------------------------
009610 4100-LIST-ONE-LINE.
009620     IF XF-XFER-NUMBER NOT = WS-LAST-XFER
009630         MOVE XF-XFER-NUMBER TO WS-LAST-XFER
009640         ADD 1 TO WS-OPEN-XFERS
009650     END-IF
009660     ADD 1 TO WS-OPEN-LINES
009670     ADD XF-QTY-SHIPPED TO WS-TOTAL-UNITS
009680     MOVE XF-QTY-SHIPPED TO WS-EDIT-QTY
009690     MOVE SPACES TO OPEN-RPT-RECORD
009700     STRING XF-XFER-NUMBER DELIMITED BY SIZE
009710         " " DELIMITED BY SIZE
009720         XF-SHIP-DATE DELIMITED BY SIZE
009730         " " DELIMITED BY SIZE
009740         XF-FROM-STORE DELIMITED BY SIZE
009750         " " DELIMITED BY SIZE
009760         XF-TO-STORE DELIMITED BY SIZE
009770         " " DELIMITED BY SIZE
009780         XF-ITEM-CODE DELIMITED BY SIZE
009790         " " DELIMITED BY SIZE
009800         WS-EDIT-QTY DELIMITED BY SIZE
009810         INTO OPEN-RPT-RECORD
009820     WRITE OPEN-RPT-RECORD.
009830 4100-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------
009860* 4200-ASSIGN-XFER-NO  -  DRAW THE NEXT TRANSFER NUMBER FROM THE
009870*                        XFERCTL CONTROL FILE AND BUMP THE FILE
009880*                        AT ONCE, THE WAY POGEN DRAWS A PO
009890*                        NUMBER.  A MISSING CONTROL FILE STARTS
009900*                        THE SEQUENCE AT ONE.
009910*----------------------------------------------------------------
009920 4200-ASSIGN-XFER-NO.
009930     OPEN INPUT XFER-CTL-FILE
009940     IF WS-XFERCTL-STATUS = "35"
009950         MOVE 1 TO WS-XFER-NUMBER
009960     ELSE
009970         READ XFER-CTL-FILE
009980             AT END
009990                 MOVE 1 TO WS-XFER-NUMBER
010000             NOT AT END
010010                 MOVE XC-NEXT-XFER-NO TO WS-XFER-NUMBER
010020         END-READ
010030         CLOSE XFER-CTL-FILE
010040     END-IF
010050     OPEN OUTPUT XFER-CTL-FILE
010060     COMPUTE XC-NEXT-XFER-NO = WS-XFER-NUMBER + 1
010070     WRITE XFER-CTL-RECORD
010080     CLOSE XFER-CTL-FILE.
010090 4200-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------
010120* 4500-ITEM-BY-STORE  -  SHOW ONE ITEM'S ON-HAND AND REORDER
010130*                       POINT AT EACH STORE, WHAT IS IN TRANSIT,
010140*                       AND ANY COMPANY STOCK NO STORE HOLDS.
010143*                       THE ITEM MASTER IS RE-READ FIRST SO THE
010146*                       COMPANY ON-HAND IS THE CURRENT FIGURE.
010150*----------------------------------------------------------------
010160 4500-ITEM-BY-STORE.
010170     DISPLAY "Item code: " WITH NO ADVANCING
010180     MOVE SPACES TO WS-WORK-ITEM
010190     ACCEPT WS-WORK-ITEM
010200     MOVE FUNCTION UPPER-CASE(WS-WORK-ITEM) TO WS-WORK-ITEM
010205     PERFORM 0400-LOAD-ITEMS THRU 0400-EXIT
010210     PERFORM 5100-FIND-ITEM THRU 5100-EXIT
010220     IF WS-ITEM-IDX = 0
010230         DISPLAY "Item not on file: " WS-WORK-ITEM
010240         GO TO 4500-EXIT
010250     END-IF
010260     DISPLAY "  " WS-ITM-CODE (WS-ITEM-IDX) " "
010270         WS-ITM-DESC (WS-ITEM-IDX)
010280     DISPLAY "  STORE                 ON HAND  REORDER  COUNTED"
010290     PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
010300             UNTIL WS-STORE-IDX > WS-STORE-COUNT
010310         MOVE WS-STR-NAME (WS-STORE-IDX) TO WS-WORK-STORE
010320         PERFORM 5200-FIND-STOCK THRU 5200-EXIT
010330         IF WS-STOCK-IDX = 0
010340             DISPLAY "  " WS-WORK-STORE "  not carried"
010350         ELSE
010360             MOVE WS-STK-ON-HAND (WS-STOCK-IDX) TO WS-EDIT-QTY-2
010370             MOVE WS-STK-POINT (WS-STOCK-IDX) TO WS-EDIT-POINT
010380             IF WS-STK-POINT (WS-STOCK-IDX) = 0
010390                 MOVE WS-ITM-POINT (WS-ITEM-IDX)
010400                     TO WS-EDIT-POINT
010410             END-IF
010420             DISPLAY "  " WS-WORK-STORE " " WS-EDIT-QTY-2
010430                 "    " WS-EDIT-POINT "  "
010440                 WS-STK-COUNT-DATE (WS-STOCK-IDX)
010450         END-IF
010460     END-PERFORM
010470     PERFORM 5300-TOTAL-ITEM THRU 5300-EXIT
010480     MOVE WS-QTY-TRANSIT TO WS-EDIT-QTY-2
010490     DISPLAY "  In transit           " WS-EDIT-QTY-2
010500     MOVE WS-QTY-UNASSIGNED TO WS-EDIT-QTY-2
010510     DISPLAY "  Not held by a store  " WS-EDIT-QTY-2
010520     MOVE WS-ITM-ON-HAND (WS-ITEM-IDX) TO WS-EDIT-QTY-2
010530     DISPLAY "  Company on hand      " WS-EDIT-QTY-2.
010540 4500-EXIT.
010550     EXIT.
010560*----------------------------------------------------------------
010570* 4700-SET-STORE-POINT  -  SET ONE STORE'S OWN REORDER POINT FOR
010580*                         AN ITEM.  ZERO PUTS THE STORE BACK ON
010590*                         THE ITEM MASTER REORDER POINT.  SETTING
010600*                         A POINT IS ALSO HOW A STORE STARTS TO
010610*                         CARRY AN ITEM IT HAS NEVER STOCKED.
010620*----------------------------------------------------------------
010630 4700-SET-STORE-POINT.
010640     IF STOCK-TABLE-FULL
010650         DISPLAY "Store stock table full - inquiry only."
010660         GO TO 4700-EXIT
010670     END-IF
010680     DISPLAY "Store: " WITH NO ADVANCING
010690     PERFORM 5000-FIND-STORE THRU 5000-EXIT
010700     IF WS-STORE-IDX = 0
010710         GO TO 4700-EXIT
010720     END-IF
010730     DISPLAY "Item code: " WITH NO ADVANCING
010740     MOVE SPACES TO WS-WORK-ITEM
010750     ACCEPT WS-WORK-ITEM
010760     MOVE FUNCTION UPPER-CASE(WS-WORK-ITEM) TO WS-WORK-ITEM
010770     PERFORM 5100-FIND-ITEM THRU 5100-EXIT
010780     IF WS-ITEM-IDX = 0
010790         DISPLAY "Item not on file: " WS-WORK-ITEM
010800         GO TO 4700-EXIT
010810     END-IF
010820     PERFORM 5200-FIND-STOCK THRU 5200-EXIT
010830     MOVE WS-ITM-POINT (WS-ITEM-IDX) TO WS-EDIT-POINT
010840     DISPLAY "  Item master reorder point: " WS-EDIT-POINT
010850     IF WS-STOCK-IDX NOT = 0
010860         MOVE WS-STK-POINT (WS-STOCK-IDX) TO WS-EDIT-POINT
010870         DISPLAY "  Store reorder point now:   " WS-EDIT-POINT
010880     END-IF
010890     DISPLAY "New store reorder point (0 = item master): "
010900         WITH NO ADVANCING
010910     MOVE 0 TO WS-WORK-POINT
010920     ACCEPT WS-WORK-POINT
010930     MOVE 1 TO WS-POST-COUNT
010940     MOVE WS-WORK-ITEM TO WS-PST-ITEM (1)
010950     MOVE WS-WORK-POINT TO WS-PST-QTY (1)
010960     MOVE WS-WORK-STORE TO WS-POST-STORE
010970     MOVE "P" TO WS-POST-FUNCTION
010980     PERFORM 6000-POST-STORE-STOCK THRU 6000-EXIT
010982     IF NOT WS-PST-POSTED (1)
010984         DISPLAY "Store reorder point not saved."
010986         GO TO 4700-EXIT
010988     END-IF
010990     MOVE WS-WORK-POINT TO WS-EDIT-POINT
011000     MOVE SPACES TO WS-AUDIT-MESSAGE
011010     STRING "REORDER POINT " DELIMITED BY SIZE
011020         WS-WORK-ITEM DELIMITED BY SIZE
011030         " " DELIMITED BY SIZE
011040         WS-WORK-STORE DELIMITED BY "  "
011050         " SET TO " DELIMITED BY SIZE
011060         WS-EDIT-POINT DELIMITED BY SIZE
011070         INTO WS-AUDIT-MESSAGE
011080     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
011090         WS-AUDIT-MESSAGE
011100     DISPLAY "Store reorder point saved.".
011110 4700-EXIT.
011120     EXIT.
011130*----------------------------------------------------------------
011140* 4900-PLACE-UNASSIGNED  -  PUT COMPANY STOCK THAT NO STORE HOLDS
011150*                          (ITEM MASTER ON-HAND LESS EVERY
011160*                          STORE'S ON-HAND AND WHAT IS IN
011170*                          TRANSIT) INTO ONE STORE.  THIS IS HOW
011180*                          THE STORE FIGURES ARE FIRST SET UP AND
011190*                          HOW STOCK POSTED WITHOUT A STORE IS
011200*                          PLACED AFTERWARDS.  THE ITEM MASTER
011203*                          IS RE-READ FIRST SO THE COMPANY
011206*                          ON-HAND IS THE CURRENT FIGURE.
011210*----------------------------------------------------------------
011220 4900-PLACE-UNASSIGNED.
011230     IF STOCK-TABLE-FULL
011240         DISPLAY "Store stock table full - inquiry only."
011250         GO TO 4900-EXIT
011260     END-IF
011270     DISPLAY "Place into store: " WITH NO ADVANCING
011280     PERFORM 5000-FIND-STORE THRU 5000-EXIT
011290     IF WS-STORE-IDX = 0
011300         GO TO 4900-EXIT
011310     END-IF
011315     PERFORM 0400-LOAD-ITEMS THRU 0400-EXIT
011320     MOVE 0 TO WS-POST-COUNT
011330     MOVE 0 TO WS-TOTAL-UNITS
011340     PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
011350             UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
011360         PERFORM 5300-TOTAL-ITEM THRU 5300-EXIT
011370         IF WS-QTY-UNASSIGNED NOT = 0
011380             ADD 1 TO WS-POST-COUNT
011390             MOVE WS-ITM-CODE (WS-ITEM-IDX)
011400                 TO WS-PST-ITEM (WS-POST-COUNT)
011410             MOVE WS-QTY-UNASSIGNED
011420                 TO WS-PST-QTY (WS-POST-COUNT)
011430             ADD WS-QTY-UNASSIGNED TO WS-TOTAL-UNITS
011440         END-IF
011450     END-PERFORM
011460     IF WS-POST-COUNT = 0
011470         DISPLAY "All company stock is held by a store."
011480         GO TO 4900-EXIT
011490     END-IF
011500     MOVE WS-TOTAL-UNITS TO WS-EDIT-QTY-2
011510     DISPLAY "  Items to place: " WS-POST-COUNT
011520         "  units: " WS-EDIT-QTY-2
011530     MOVE "Place this stock into the store?" TO WS-YN-PROMPT
011540     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
011550         WS-AUDIT-PROGRAM
011560     IF WS-CONFIRM NOT = "Y"
011570         DISPLAY "Nothing placed."
011580         GO TO 4900-EXIT
011590     END-IF
011600     MOVE WS-WORK-STORE TO WS-POST-STORE
011610     MOVE "A" TO WS-POST-FUNCTION
011620     PERFORM 6000-POST-STORE-STOCK THRU 6000-EXIT
011624     MOVE 0 TO WS-PLACED-LINES
011628     MOVE 0 TO WS-TOTAL-UNITS
011632     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
011636             UNTIL WS-SCAN-IDX > WS-POST-COUNT
011640         IF WS-PST-POSTED (WS-SCAN-IDX)
011644             ADD 1 TO WS-PLACED-LINES
011648             ADD WS-PST-QTY (WS-SCAN-IDX) TO WS-TOTAL-UNITS
011652         END-IF
011656     END-PERFORM
011660     IF WS-PLACED-LINES = 0
011664         DISPLAY "Nothing placed."
011668         GO TO 4900-EXIT
011672     END-IF
011676     MOVE WS-TOTAL-UNITS TO WS-EDIT-QTY-2
011680     MOVE SPACES TO WS-AUDIT-MESSAGE
011684     STRING "UNASSIGNED STOCK PLACED AT " DELIMITED BY SIZE
011688         WS-WORK-STORE DELIMITED BY "  "
011692         " ITEMS " DELIMITED BY SIZE
011696         WS-PLACED-LINES DELIMITED BY SIZE
011700         " UNITS " DELIMITED BY SIZE
011704         WS-EDIT-QTY-2 DELIMITED BY SIZE
011708         INTO WS-AUDIT-MESSAGE
011712     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
011716         WS-AUDIT-MESSAGE
011720     DISPLAY "Unassigned stock placed.".
011740 4900-EXIT.
011750     EXIT.
011760*----------------------------------------------------------------
011770* 5000-FIND-STORE  -  ACCEPT A STORE NAME AS SET UP IN STORCFG
011780*                     AND SET WS-STORE-IDX TO IT, OR ZERO WITH
011790*                     THE VALID NAMES SHOWN WHEN NOT FOUND.
011800*----------------------------------------------------------------
011810 5000-FIND-STORE.
011820     MOVE SPACES TO WS-WORK-STORE
011830     ACCEPT WS-WORK-STORE
011840     MOVE 0 TO WS-STORE-IDX
011850     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
011860             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
011870         IF WS-STR-NAME (WS-SCAN-IDX) = WS-WORK-STORE
011880             MOVE WS-SCAN-IDX TO WS-STORE-IDX
011890             EXIT PERFORM
011900         END-IF
011910     END-PERFORM
011920     IF WS-STORE-IDX = 0
011930         DISPLAY "Store not in STORCFG: " WS-WORK-STORE
011940         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
011950                 UNTIL WS-SCAN-IDX > WS-STORE-COUNT
011960             DISPLAY "  " WS-STR-NAME (WS-SCAN-IDX)
011970         END-PERFORM
011980     END-IF.
011990 5000-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------
012020* 5100-FIND-ITEM  -  SET WS-ITEM-IDX TO THE KEYED ITEM'S ENTRY,
012030*                    OR ZERO WHEN NOT ON FILE.
012040*----------------------------------------------------------------
012050 5100-FIND-ITEM.
012060     MOVE 0 TO WS-ITEM-IDX
012070     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
012080             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
012090         IF WS-ITM-CODE (WS-SCAN-IDX) = WS-WORK-ITEM
012100             MOVE WS-SCAN-IDX TO WS-ITEM-IDX
012110             EXIT PERFORM
012120         END-IF
012130     END-PERFORM.
012140 5100-EXIT.
012150     EXIT.
012160*----------------------------------------------------------------
012170* 5200-FIND-STOCK  -  SET WS-STOCK-IDX TO THE STORE STOCK ENTRY
012180*                     FOR WS-WORK-STORE AND THE ITEM AT
012190*                     WS-ITEM-IDX, OR ZERO WHEN THE STORE DOES
012200*                     NOT CARRY IT.
012210*----------------------------------------------------------------
012220 5200-FIND-STOCK.
012230     MOVE 0 TO WS-STOCK-IDX
012240     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
012250             UNTIL WS-SCAN-IDX > WS-STOCK-COUNT
012260         IF WS-STK-STORE (WS-SCAN-IDX) = WS-WORK-STORE
012270             AND WS-STK-ITEM (WS-SCAN-IDX) =
012280                 WS-ITM-CODE (WS-ITEM-IDX)
012290             MOVE WS-SCAN-IDX TO WS-STOCK-IDX
012300             EXIT PERFORM
012310         END-IF
012320     END-PERFORM.
012330 5200-EXIT.
012340     EXIT.
012350*----------------------------------------------------------------
012360* 5300-TOTAL-ITEM  -  FOR THE ITEM AT WS-ITEM-IDX, TOTAL WHAT THE
012370*                     STORES HOLD AND WHAT IS IN TRANSIT, AND
012380*                     WORK OUT HOW MUCH OF THE COMPANY ON-HAND
012390*                     NO STORE ACCOUNTS FOR.
012400*----------------------------------------------------------------
012410 5300-TOTAL-ITEM.
012420     MOVE 0 TO WS-QTY-HELD
012430     MOVE 0 TO WS-QTY-TRANSIT
012440     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
012450             UNTIL WS-SCAN-IDX > WS-STOCK-COUNT
012460         IF WS-STK-ITEM (WS-SCAN-IDX) = WS-ITM-CODE (WS-ITEM-IDX)
012470             ADD WS-STK-ON-HAND (WS-SCAN-IDX) TO WS-QTY-HELD
012480         END-IF
012490     END-PERFORM
012500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
012510             UNTIL WS-SCAN-IDX > WS-XFER-COUNT
012520         MOVE WS-XFT-RECORD (WS-SCAN-IDX) TO XFER-DOC-RECORD
012530         IF XF-IN-TRANSIT
012540             AND XF-ITEM-CODE = WS-ITM-CODE (WS-ITEM-IDX)
012550             ADD XF-QTY-SHIPPED TO WS-QTY-TRANSIT
012560         END-IF
012570     END-PERFORM
012580     COMPUTE WS-QTY-UNASSIGNED = WS-ITM-ON-HAND (WS-ITEM-IDX)
012590         - WS-QTY-HELD - WS-QTY-TRANSIT.
012600 5300-EXIT.
012610     EXIT.
012620*----------------------------------------------------------------
012630* 6000-POST-STORE-STOCK  -  HAND THE POSTING TABLE TO THE SHARED
012640*                          STORE STOCK ROUTINE, SHOW ANY ITEM IT
012650*                          COULD NOT POST, THEN RELOAD THE STORE
012660*                          STOCK TABLE FROM THE FILE.
012670*----------------------------------------------------------------
012680 6000-POST-STORE-STOCK.
012690     MOVE WS-BUSINESS-DATE TO WS-POST-DATE
012700     CALL "STKPOST" USING WS-AUDIT-PROGRAM WS-POST-STORE
012710         WS-POST-FUNCTION WS-POST-DATE WS-POST-COUNT
012720         WS-POST-TABLE
012730     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
012740             UNTIL WS-SCAN-IDX > WS-POST-COUNT
012750         IF NOT WS-PST-POSTED (WS-SCAN-IDX)
012760             DISPLAY "Store stock not updated for "
012770                 WS-PST-ITEM (WS-SCAN-IDX) " at " WS-POST-STORE
012780             DISPLAY "  - see the audit log."
012790         END-IF
012800     END-PERFORM
012810     PERFORM 0600-LOAD-STOCK THRU 0600-EXIT.
012820 6000-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------
012850* 8000-REWRITE-TRANSFERS  -  REWRITE XFERFILE FROM THE WORK
012860*                           TABLE.
012870*----------------------------------------------------------------
012880 8000-REWRITE-TRANSFERS.
012890     OPEN OUTPUT XFER-FILE
012900     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
012910             UNTIL WS-SCAN-IDX > WS-XFER-COUNT
012920         MOVE WS-XFT-RECORD (WS-SCAN-IDX) TO XFER-DOC-RECORD
012930         WRITE XFER-DOC-RECORD
012940     END-PERFORM
012950     CLOSE XFER-FILE.
012960 8000-EXIT.
012970     EXIT.
012980 END PROGRAM STKXFER.
