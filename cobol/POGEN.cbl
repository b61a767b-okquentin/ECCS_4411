000230*                   OFFICE INSTEAD OF ORDERED, AND ITEMS ALREADY
000240*                   ON AN OPEN ORDER ARE LEFT ALONE - THAT IS
000250*                   WHAT STOPS THE DOUBLE ORDERS.
000251*   10/15/2026  DH  STAMP EACH ORDER LINE WITH THE ITEM'S UNIT
000252*                   COST AT THE TIME OF ORDER, SO THE VENDOR'S
000253*                   INVOICE CAN BE MATCHED AGAINST THE PRICE WE
000254*                   ORDERED AT.
000255*   10/15/2026  DH  ORDER PER STORE.  EACH STORE CARRYING AN ITEM
000256*                   IS TESTED AGAINST ITS OWN ON-HAND AND REORDER
000257*                   POINT FROM STORSTK (THE MASTER POINT WHEN THE
000258*                   STORE HAS NONE), AN OPEN ORDER ONLY COVERS THE
000259*                   STORE IT IS FOR, AND ONE ORDER IS WRITTEN PER
000260*                   VENDOR AND STORE WITH THE STORE ON THE LINES
000261*                   AND A SHIP-TO LINE ON THE SHEET.
000262*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000263*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000264*                   CODE.
000265*   10/15/2026  DH  READ THE STORE STOCK FILE THROUGH ITS STORE
000266*                   AND ITEM KEY.
000269*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000305         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000315         RECORD KEY IS IM-ITEM-CODE
000320         FILE STATUS IS WS-ITEMMST-STATUS.
000330     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BUSDATE-STATUS.
000450     SELECT PO-RPT-FILE ASSIGN TO "PORDERS"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-STORCFG-STATUS.
000464     SELECT STORE-STOCK-FILE ASSIGN TO "STORSTK"
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS SEQUENTIAL
000467         RECORD KEY IS SS-STOCK-KEY
000468         FILE STATUS IS WS-STORSTK-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ITEM-MST-FILE.
000590     COPY BUSDATE.
000600 FD  PO-RPT-FILE.
000610 01  PO-RPT-RECORD              PIC X(100).
000612 FD  STORE-CFG-FILE.
000614     COPY STORCFG.
000616 FD  STORE-STOCK-FILE.
000618     COPY STORSTK.
000620 WORKING-STORAGE SECTION.
000630 01  WS-ITEMMST-STATUS          PIC X(2).
000640 01  WS-VENDMST-STATUS          PIC X(2).
000650 01  WS-POFILE-STATUS           PIC X(2).
000660 01  WS-POCTL-STATUS            PIC X(2).
000670 01  WS-BUSDATE-STATUS          PIC X(2).
000673 01  WS-STORCFG-STATUS          PIC X(2).
000676 01  WS-STORSTK-STATUS          PIC X(2).
000680 01  WS-FILE-EOF                PIC X VALUE "N".
000690     88  END-OF-FILE-IN         VALUE "Y".
000700 01  WS-TIMESTAMP               PIC X(21).
000780         10  WS-VND-FLAG        PIC X(1).
000790 01  WS-OPEN-COUNT              PIC 9(3) VALUE 0.
000800 01  WS-OPEN-TABLE.
000801     05  WS-OPEN-ENTRY OCCURS 999 TIMES.
000802         10  WS-OPEN-ITEM       PIC X(10).
000803         10  WS-OPEN-STORE      PIC X(20).
000804 01  WS-HOME-STORE              PIC X(20) VALUE SPACES.
000805 01  WS-STOCK-COUNT             PIC 9(4) VALUE 0.
000806 01  WS-STOCK-TABLE.
000807     05  WS-STOCK-ENTRY OCCURS 3000 TIMES.
000808         10  WS-STK-STORE       PIC X(20).
000809         10  WS-STK-ITEM        PIC X(10).
000810         10  WS-STK-ON-HAND     PIC S9(7).
000811         10  WS-STK-POINT       PIC 9(5).
000812 01  WS-STK-IDX                 PIC 9(4) VALUE 0.
000813 01  WS-ITEM-CARRIED            PIC X VALUE "N".
000814     88  ITEM-IS-CARRIED        VALUE "Y".
000815 01  WS-CUR-STORE               PIC X(20) VALUE SPACES.
000816 01  WS-CUR-ON-HAND             PIC S9(7) VALUE 0.
000817 01  WS-CUR-POINT               PIC 9(5) VALUE 0.
000818 01  WS-PO-STORE                PIC X(20) VALUE SPACES.
000819 01  WS-LINE-IDX                PIC 9(3) VALUE 0.
000820 01  WS-ORD-COUNT               PIC 9(3) VALUE 0.
000830 01  WS-ORD-TABLE.
000840     05  WS-ORD-ENTRY OCCURS 999 TIMES.
000860         10  WS-ORD-ITEM        PIC X(10).
000870         10  WS-ORD-DESC        PIC X(30).
000880         10  WS-ORD-QTY         PIC 9(5).
000885         10  WS-ORD-COST        PIC 9(6)V99.
000887         10  WS-ORD-STORE       PIC X(20).
000890         10  WS-ORD-DONE        PIC X(1).
000900 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
000910 01  WS-ORD-IDX                 PIC 9(3) VALUE 0.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001130     PERFORM 1500-LOAD-VENDORS THRU 1500-EXIT
001135     PERFORM 1600-LOAD-STORES THRU 1600-EXIT
001140     PERFORM 1700-LOAD-OPEN-ORDERS THRU 1700-EXIT
001150     PERFORM 2000-SCAN-ITEMS THRU 2000-EXIT
001160     PERFORM 4000-WRITE-ORDERS THRU 4000-EXIT
001890     END-READ.
001900 1510-EXIT.
001910     EXIT.
001911*----------------------------------------------------------------
001912* 1600-LOAD-STORES  -  NOTE THE HOME STORE (THE FIRST STORE ON
001913*                      STORCFG) AND LOAD THE STORE STOCK FILE.
001914*                      WITH NO STORE STOCK ON FILE EVERY ITEM IS
001915*                      JUDGED ON THE COMPANY FIGURES AND ORDERED
001916*                      FOR THE HOME STORE, AS BEFORE.
001917*----------------------------------------------------------------
001918 1600-LOAD-STORES.
001919     OPEN INPUT STORE-CFG-FILE
001920     IF WS-STORCFG-STATUS NOT = "35"
001921         READ STORE-CFG-FILE
001922             AT END
001923                 CONTINUE
001924             NOT AT END
001925                 MOVE SC-STORE-NAME TO WS-HOME-STORE
001926         END-READ
001927         CLOSE STORE-CFG-FILE
001928     END-IF
001929     MOVE "N" TO WS-FILE-EOF
001930     OPEN INPUT STORE-STOCK-FILE
001931     IF WS-STORSTK-STATUS NOT = "35"
001932         PERFORM 1610-READ-STORSTK THRU 1610-EXIT
001933         PERFORM UNTIL END-OF-FILE-IN
001934             IF WS-STOCK-COUNT < 3000
001935                 ADD 1 TO WS-STOCK-COUNT
001936                 MOVE SS-STORE-NAME
001937                     TO WS-STK-STORE (WS-STOCK-COUNT)
001938                 MOVE SS-ITEM-CODE
001939                     TO WS-STK-ITEM (WS-STOCK-COUNT)
001940                 MOVE SS-QTY-ON-HAND
001941                     TO WS-STK-ON-HAND (WS-STOCK-COUNT)
001942                 MOVE SS-REORDER-POINT
001943                     TO WS-STK-POINT (WS-STOCK-COUNT)
001944             END-IF
001945             PERFORM 1610-READ-STORSTK THRU 1610-EXIT
001946         END-PERFORM
001947         CLOSE STORE-STOCK-FILE
001948     END-IF.
001949 1600-EXIT.
001950     EXIT.
001951*----------------------------------------------------------------
001952* 1610-READ-STORSTK  -  READ THE NEXT STORE STOCK RECORD.
001953*----------------------------------------------------------------
001954 1610-READ-STORSTK.
001955     READ STORE-STOCK-FILE
001956         AT END
001957             SET END-OF-FILE-IN TO TRUE
001958     END-READ.
001959 1610-EXIT.
001960     EXIT.
001961*----------------------------------------------------------------
001962* 1700-LOAD-OPEN-ORDERS  -  NOTE EVERY ITEM AND STORE WITH AN
001963*                           OPEN ORDER LINE ALREADY ON POFILE, SO
001964*                           THE SAME SHORTAGE IS NOT ORDERED
001965*                           TWICE.  A LINE WITH NO STORE IS FOR
001966*                           THE HOME STORE.
001967*----------------------------------------------------------------
001970 1700-LOAD-OPEN-ORDERS.
001980     MOVE "N" TO WS-FILE-EOF
001990     OPEN INPUT PURCH-ORDER-FILE
002040                 ADD 1 TO WS-OPEN-COUNT
002050                 MOVE PO-ITEM-CODE
002060                     TO WS-OPEN-ITEM (WS-OPEN-COUNT)
002061                 IF PO-STORE-NAME = SPACES
002062                     MOVE WS-HOME-STORE
002063                         TO WS-OPEN-STORE (WS-OPEN-COUNT)
002064                 ELSE
002065                     MOVE PO-STORE-NAME
002066                         TO WS-OPEN-STORE (WS-OPEN-COUNT)
002067                 END-IF
002070             END-IF
002080             PERFORM 1710-READ-POFILE THRU 1710-EXIT
002090         END-PERFORM
002240*----------------------------------------------------------------
002250* 2000-SCAN-ITEMS  -  READ THE ITEM MASTER AND COLLECT EVERY
002260*                     ACTIVE ITEM AT OR BELOW ITS REORDER POINT
002270*                     IN A STORE INTO THE ORDER TABLE, UNLESS AN
002280*                     OPEN ORDER ALREADY COVERS IT FOR THAT STORE.
002290*----------------------------------------------------------------
002300 2000-SCAN-ITEMS.
002310     MOVE "N" TO WS-FILE-EOF
002350     ELSE
002360         PERFORM 2010-READ-ITEMMST THRU 2010-EXIT
002370         PERFORM UNTIL END-OF-FILE-IN
002380             IF IM-IS-ACTIVE
002390                 PERFORM 2050-CHECK-STORES THRU 2050-EXIT
002410             END-IF
002420             PERFORM 2010-READ-ITEMMST THRU 2010-EXIT
002430         END-PERFORM
002550     END-READ.
002560 2010-EXIT.
002570     EXIT.
002571*----------------------------------------------------------------
002572* 2050-CHECK-STORES  -  TEST THE ITEM IN EVERY STORE THAT CARRIES
002573*                       IT, AGAINST THE STORE REORDER POINT (THE
002574*                       MASTER POINT WHEN THE STORE HAS NONE OF
002575*                       ITS OWN).  AN ITEM NO STORE CARRIES YET IS
002576*                       TESTED ON THE COMPANY FIGURES FOR THE HOME
002577*                       STORE.
002578*----------------------------------------------------------------
002579 2050-CHECK-STORES.
002580     MOVE "N" TO WS-ITEM-CARRIED
002581     PERFORM VARYING WS-STK-IDX FROM 1 BY 1
002582             UNTIL WS-STK-IDX > WS-STOCK-COUNT
002583         IF WS-STK-ITEM (WS-STK-IDX) = IM-ITEM-CODE
002584             MOVE "Y" TO WS-ITEM-CARRIED
002585             MOVE WS-STK-STORE (WS-STK-IDX) TO WS-CUR-STORE
002586             MOVE WS-STK-ON-HAND (WS-STK-IDX) TO WS-CUR-ON-HAND
002587             IF WS-STK-POINT (WS-STK-IDX) = 0
002588                 MOVE IM-REORDER-POINT TO WS-CUR-POINT
002589             ELSE
002590                 MOVE WS-STK-POINT (WS-STK-IDX) TO WS-CUR-POINT
002591             END-IF
002592             IF WS-CUR-ON-HAND <= WS-CUR-POINT
002593                 PERFORM 2100-COLLECT-ITEM THRU 2100-EXIT
002594             END-IF
002595         END-IF
002596     END-PERFORM
002597     IF NOT ITEM-IS-CARRIED
002598         MOVE WS-HOME-STORE TO WS-CUR-STORE
002599         MOVE IM-QTY-ON-HAND TO WS-CUR-ON-HAND
002600         MOVE IM-REORDER-POINT TO WS-CUR-POINT
002601         IF WS-CUR-ON-HAND <= WS-CUR-POINT
002602             PERFORM 2100-COLLECT-ITEM THRU 2100-EXIT
002603         END-IF
002604     END-IF.
002605 2050-EXIT.
002606     EXIT.
002607*----------------------------------------------------------------
002608* 2100-COLLECT-ITEM  -  DECIDE WHAT TO DO WITH ONE REORDER ITEM -
002609*                       SKIP IT (ALREADY ON ORDER), FLAG IT (NO
002610*                       USABLE VENDOR), OR PUT IT IN THE ORDER
002620*                       TABLE.  AN ORDER QUANTITY OF ZERO ON THE
002630*                       MASTER ORDERS ENOUGH TO CLEAR THE STORE'S
002640*                       REORDER POINT.
002650*----------------------------------------------------------------
002660 2100-COLLECT-ITEM.
002670     MOVE "N" TO WS-ON-ORDER-FLAG
002680     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002690             UNTIL WS-SCAN-IDX > WS-OPEN-COUNT
002696         IF WS-OPEN-ITEM (WS-SCAN-IDX) = IM-ITEM-CODE AND
002702                 WS-OPEN-STORE (WS-SCAN-IDX) = WS-CUR-STORE
002710             MOVE "Y" TO WS-ON-ORDER-FLAG
002720             EXIT PERFORM
002730         END-IF
002920             IM-ITEM-CODE DELIMITED BY SIZE
002930             " " DELIMITED BY SIZE
002940             IM-DESCRIPTION DELIMITED BY SIZE
002943             " " DELIMITED BY SIZE
002946             WS-CUR-STORE DELIMITED BY SIZE
002950             INTO PO-RPT-RECORD
002960         WRITE PO-RPT-RECORD
002970     ELSE
002990             MOVE IM-ORDER-QTY TO WS-ORDER-QTY
003000             IF WS-ORDER-QTY = 0
003010                 COMPUTE WS-SHORT-QTY =
003020                     WS-CUR-POINT - WS-CUR-ON-HAND + 1
003030                 IF WS-SHORT-QTY < 1
003040                     MOVE 1 TO WS-SHORT-QTY
003050                 END-IF
003110             MOVE IM-ITEM-CODE TO WS-ORD-ITEM (WS-ORD-COUNT)
003120             MOVE IM-DESCRIPTION TO WS-ORD-DESC (WS-ORD-COUNT)
003130             MOVE WS-ORDER-QTY TO WS-ORD-QTY (WS-ORD-COUNT)
003135             MOVE IM-UNIT-COST TO WS-ORD-COST (WS-ORD-COUNT)
003137             MOVE WS-CUR-STORE TO WS-ORD-STORE (WS-ORD-COUNT)
003140             MOVE "N" TO WS-ORD-DONE (WS-ORD-COUNT)
003150         END-IF
003160     END-IF.
003380     EXIT.
003390*----------------------------------------------------------------
003400* 4000-WRITE-ORDERS  -  WRITE ONE NUMBERED PURCHASE ORDER PER
003410*                       VENDOR AND STORE WITH COLLECTED LINES -
003420*                       ORDER LINES APPENDED TO POFILE, THE
003430*                       PRINTABLE ORDER TO THE PORDERS LISTING.
003440*----------------------------------------------------------------
003450 4000-WRITE-ORDERS.
003460     IF WS-ORD-COUNT = 0
003600 4000-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003628* 4100-WRITE-ONE-VENDOR  -  WRITE AN ORDER FOR EACH STORE THIS
003636*                           VENDOR HAS COLLECTED LINES FOR.  THE
003644*                           FIRST LINE NOT YET WRITTEN NAMES THE
003652*                           NEXT STORE.
003660*----------------------------------------------------------------
003670 4100-WRITE-ONE-VENDOR.
003690     PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
003700             UNTIL WS-ORD-IDX > WS-ORD-COUNT
003710         IF WS-ORD-VEND-IDX (WS-ORD-IDX) = WS-VEND-IDX AND
003720                 WS-ORD-DONE (WS-ORD-IDX) = "N"
003721             MOVE WS-ORD-STORE (WS-ORD-IDX) TO WS-PO-STORE
003722             PERFORM 4150-WRITE-ONE-ORDER THRU 4150-EXIT
003723         END-IF
003724     END-PERFORM.
003725 4100-EXIT.
003726     EXIT.
003727*----------------------------------------------------------------
003728* 4150-WRITE-ONE-ORDER  -  DRAW THE NEXT PO NUMBER AND WRITE THE
003729*                          ORDER HEADER AND THE LINES FOR THIS
003730*                          VENDOR AND STORE.
003731*----------------------------------------------------------------
003732 4150-WRITE-ONE-ORDER.
003733     MOVE 0 TO WS-PO-LINE
003734     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
003735             UNTIL WS-LINE-IDX > WS-ORD-COUNT
003736         IF WS-ORD-VEND-IDX (WS-LINE-IDX) = WS-VEND-IDX AND
003737                 WS-ORD-STORE (WS-LINE-IDX) = WS-PO-STORE AND
003738                 WS-ORD-DONE (WS-LINE-IDX) = "N"
003739             IF WS-PO-LINE = 0
003740                 PERFORM 4200-ASSIGN-PO-NO THRU 4200-EXIT
003750                 ADD 1 TO WS-PO-COUNT
003760                 MOVE SPACES TO PO-RPT-RECORD
003860                     DELIMITED BY SIZE
003870                     INTO PO-RPT-RECORD
003880                 WRITE PO-RPT-RECORD
003881                 MOVE SPACES TO PO-RPT-RECORD
003882                 STRING "  SHIP TO " DELIMITED BY SIZE
003883                     WS-PO-STORE DELIMITED BY SIZE
003884                     INTO PO-RPT-RECORD
003885                 WRITE PO-RPT-RECORD
003890             END-IF
003900             ADD 1 TO WS-PO-LINE
003910             ADD 1 TO WS-LINE-COUNT
003920             MOVE "Y" TO WS-ORD-DONE (WS-LINE-IDX)
003930             MOVE WS-PO-NUMBER TO PO-NUMBER
003940             MOVE WS-PO-LINE TO PO-LINE-NO
003950             MOVE WS-VND-ID (WS-VEND-IDX) TO PO-VENDOR-ID
003956             MOVE WS-ORD-ITEM (WS-LINE-IDX) TO PO-ITEM-CODE
003962             MOVE WS-ORD-DESC (WS-LINE-IDX) TO PO-DESCRIPTION
003968             MOVE WS-ORD-QTY (WS-LINE-IDX) TO PO-QTY-ORDERED
003974             MOVE WS-ORD-COST (WS-LINE-IDX) TO PO-UNIT-COST
003980             MOVE WS-PO-STORE TO PO-STORE-NAME
003990             MOVE 0 TO PO-QTY-RECEIVED
004000             MOVE WS-ORDER-DATE TO PO-ORDER-DATE
004010             SET PO-IS-OPEN TO TRUE
004020             WRITE PURCH-ORDER-RECORD
004030             MOVE WS-ORD-QTY (WS-LINE-IDX) TO WS-EDIT-QTY
004040             MOVE SPACES TO PO-RPT-RECORD
004050             STRING "  " WS-ORD-ITEM (WS-LINE-IDX)
004060                 " " WS-ORD-DESC (WS-LINE-IDX)
004070                 " QTY " WS-EDIT-QTY
004080                 DELIMITED BY SIZE INTO PO-RPT-RECORD
004090             WRITE PO-RPT-RECORD
004170             WS-PO-NUMBER DELIMITED BY SIZE
004180             " WRITTEN, VENDOR " DELIMITED BY SIZE
004190             WS-VND-ID (WS-VEND-IDX) DELIMITED BY SIZE
004193             " " DELIMITED BY SIZE
004196             WS-PO-STORE DELIMITED BY SIZE
004200             INTO WS-AUDIT-MESSAGE
004210         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004220             WS-AUDIT-MESSAGE
004230     END-IF.
004240 4150-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 4200-ASSIGN-PO-NO  -  DRAW THE NEXT PO NUMBER FROM THE POCTL
