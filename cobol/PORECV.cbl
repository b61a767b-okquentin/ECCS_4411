000210*                   SHIPMENT LEAVES IT OPEN FOR THE BALANCE.
000220*                   EACH POSTING IS ALSO APPENDED TO THE RCVLOG
000230*                   RECEIVING JOURNAL AND THE SHARED AUDIT LOG.
000231*   10/15/2026  DH  WIDEN THE ORDER WORK RECORD FOR THE UNIT COST
000232*                   NOW CARRIED ON EACH POFILE LINE.
000233*   10/15/2026  DH  RECEIVE INTO THE STORE THE ORDER WAS WRITTEN
000234*                   FOR (THE HOME STORE FOR OLDER LINES WITH NO
000235*                   STORE) - THE RECEIPT IS POSTED TO THAT STORE'S
000236*                   STOCK THROUGH STKPOST AND THE STORE IS WRITTEN
000237*                   ON THE RCVLOG RECORD.
000238*   10/15/2026  DH  WIDEN THE ITEM WORK RECORD FOR THE TAX CLASS
000239*                   NOW ON THE ITEM MASTER.
000240*   10/15/2026  DH  POST THE RECEIVED QUANTITIES TO THE NOW-
000241*                   INDEXED ITEM MASTER THROUGH THE SHARED
000242*                   ITEMPOST ROUTINE, ONE LOCKED RECORD AT A TIME,
000243*                   INSTEAD OF THE ITEMWRK REWRITE AND INDEX
000244*                   REBUILD.
000245*   10/15/2026  DH  POST ON-HAND FIRST; POFILE, RCVLOG AND STORE
000246*                   STOCK TAKE ONLY THE ITEMS ITEMPOST POSTED, AND
000247*                   NOTHING AT ALL WITHOUT AN ITEM MASTER.
000248*                   STORSTK IS NOW KEYED.
000249*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000310     SELECT PO-WRK-FILE ASSIGN TO "POWRK"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-POWRK-STATUS.
000400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BUSDATE-STATUS.
000430     SELECT RECV-LOG-FILE ASSIGN TO "RCVLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RCVLOG-STATUS.
000452     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-STORCFG-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PURCH-ORDER-FILE.
000490     COPY POFILE.
000500 FD  PO-WRK-FILE.
000510 01  PO-WRK-RECORD              PIC X(102).
000560 FD  BUS-DATE-FILE.
000570     COPY BUSDATE.
000580 FD  RECV-LOG-FILE.
000590     COPY RCVLOG.
000593 FD  STORE-CFG-FILE.
000596     COPY STORCFG.
000600 WORKING-STORAGE SECTION.
000610 01  WS-POFILE-STATUS           PIC X(2).
000620 01  WS-POWRK-STATUS            PIC X(2).
000650 01  WS-BUSDATE-STATUS          PIC X(2).
000660 01  WS-RCVLOG-STATUS           PIC X(2).
000665 01  WS-STORCFG-STATUS          PIC X(2).
000670 01  WS-FILE-EOF                PIC X VALUE "N".
000680     88  END-OF-FILE-IN         VALUE "Y".
000690 01  WS-TIMESTAMP               PIC X(21).
000740 01  WS-LINE-COUNT              PIC 9(3) VALUE 0.
000750 01  WS-LINE-TABLE.
000760     05  WS-LINE-ENTRY OCCURS 999 TIMES.
000770         10  WS-TBL-RECORD      PIC X(102).
000780 01  WS-RECV-COUNT              PIC 9(3) VALUE 0.
000790 01  WS-RECV-TABLE.
000800     05  WS-RECV-ENTRY OCCURS 200 TIMES.
000810         10  WS-RCV-ITEM        PIC X(10).
000820         10  WS-RCV-QTY         PIC 9(5).
000821 01  WS-SESS-COUNT              PIC 9(3) VALUE 0.
000822 01  WS-SESS-TABLE.
000823     05  WS-SESS-ENTRY OCCURS 200 TIMES.
000824         10  WS-SES-LINE-IDX    PIC 9(3).
000825         10  WS-SES-RCV-IDX     PIC 9(3).
000826         10  WS-SES-QTY         PIC 9(5).
000827         10  WS-SES-POSTED      PIC X(1).
000828             88  WS-SES-WAS-POSTED  VALUE "Y".
000829 01  WS-SES-IDX                 PIC 9(3) VALUE 0.
000830 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
000840 01  WS-RCV-IDX                 PIC 9(3) VALUE 0.
000850 01  WS-QTY-NOW                 PIC 9(5) VALUE 0.
000870 01  WS-POSTED-COUNT            PIC 9(3) VALUE 0.
000880 01  WS-EDIT-QTY-1              PIC ZZZZ9.
000890 01  WS-EDIT-QTY-2              PIC ZZZZ9.
000891 01  WS-HOME-STORE              PIC X(20) VALUE SPACES.
000892 01  WS-RECV-STORE              PIC X(20) VALUE SPACES.
000893 01  WS-STORE-POST-FIELDS.
000894     05  WS-POST-STORE          PIC X(20).
000895     05  WS-POST-FUNCTION       PIC X(1) VALUE "A".
000896     05  WS-POST-DATE           PIC 9(8) VALUE 0.
000897     05  WS-POST-COUNT          PIC 9(3) VALUE 0.
000898     05  WS-POST-TABLE.
000899         10  WS-POST-ENTRY OCCURS 999 TIMES.
000900             15  WS-PST-ITEM    PIC X(10).
000901             15  WS-PST-QTY     PIC S9(7).
000902             15  WS-PST-RESULT  PIC X(1).
000903                 88  WS-PST-POSTED     VALUE "P".
000904 01  WS-ITEM-POST-FIELDS.
000905     05  WS-ITP-COUNT           PIC 9(3) VALUE 0.
000906     05  WS-ITP-TABLE.
000907         10  WS-ITP-ENTRY OCCURS 999 TIMES.
000908             15  WS-ITP-ITEM    PIC X(10).
000909             15  WS-ITP-QTY     PIC S9(7).
000910             15  WS-ITP-RESULT  PIC X(1).
000911                 88  WS-ITP-POSTED     VALUE "P".
000912                 88  WS-ITP-NO-MASTER  VALUE "M".
000913                 88  WS-ITP-LOCKED     VALUE "L".
000914             15  WS-ITP-ON-HAND PIC S9(7).
000915 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "PORECV".
000916 01  WS-AUDIT-MESSAGE           PIC X(60).
000920 PROCEDURE DIVISION.
000930*----------------------------------------------------------------
000940* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
000980     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
000990     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001000     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
001005     PERFORM 0200-GET-HOME-STORE THRU 0200-EXIT
001010     PERFORM 0500-LOAD-ORDERS THRU 0500-EXIT
001020     IF WS-LINE-COUNT = 0
001030         DISPLAY "No purchase orders on file."
001090             DISPLAY "No open lines for PO " WS-PO-NUMBER "."
001100         ELSE
001110             IF WS-RECV-COUNT > 0
001120                 PERFORM 3000-POST-INVENTORY THRU 3000-EXIT
001130                 IF WS-POSTED-COUNT > 0
001131                     PERFORM 3100-BACK-OUT-REFUSED THRU 3100-EXIT
001132                     PERFORM 2000-REWRITE-ORDERS THRU 2000-EXIT
001133                     PERFORM 3500-LOG-RECEIPTS THRU 3500-EXIT
001135                     PERFORM 3600-POST-STORE-STOCK THRU 3600-EXIT
001136                 END-IF
001140                 DISPLAY "Items posted to stock: "
001150                     WS-POSTED-COUNT
001160             ELSE
001370     END-IF.
001380 0100-EXIT.
001390     EXIT.
001391*----------------------------------------------------------------
001392* 0200-GET-HOME-STORE  -  NOTE THE HOME STORE (THE FIRST STORE ON
001393*                         STORCFG), WHICH RECEIVES ORDER LINES
001394*                         WRITTEN BEFORE ORDERS CARRIED A STORE.
001395*----------------------------------------------------------------
001396 0200-GET-HOME-STORE.
001397     OPEN INPUT STORE-CFG-FILE
001398     IF WS-STORCFG-STATUS NOT = "35"
001399         READ STORE-CFG-FILE
001400             AT END
001401                 CONTINUE
001402             NOT AT END
001403                 MOVE SC-STORE-NAME TO WS-HOME-STORE
001404         END-READ
001405         CLOSE STORE-CFG-FILE
001406     END-IF.
001407 0200-EXIT.
001408     EXIT.
001409*----------------------------------------------------------------
001410* 0500-LOAD-ORDERS  -  READ THE WHOLE ORDER FILE INTO THE WORK
001420*                      TABLE SO IT CAN BE REWRITTEN IN PLACE
001430*                      AFTER THE RECEIPT, THE WAY ITEMMNT HOLDS
001920         MOVE WS-TBL-RECORD (WS-SCAN-IDX)
001930             TO PURCH-ORDER-RECORD
001940         IF PO-NUMBER = WS-PO-NUMBER AND PO-IS-OPEN
001941             IF NOT WS-PO-WAS-FOUND
001942                 IF PO-STORE-NAME = SPACES
001943                     MOVE WS-HOME-STORE TO WS-RECV-STORE
001944                 ELSE
001945                     MOVE PO-STORE-NAME TO WS-RECV-STORE
001946                 END-IF
001947                 DISPLAY "Receiving into store: " WS-RECV-STORE
001948             END-IF
001950             MOVE "Y" TO WS-PO-FOUND
001960             PERFORM 1100-RECEIVE-ONE-LINE THRU 1100-EXIT
001970             MOVE PURCH-ORDER-RECORD
002280             DISPLAY "  Line filled and closed."
002290         END-IF
002300         PERFORM 1200-TALLY-RECEIPT THRU 1200-EXIT
002320     END-IF.
002330 1100-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 1200-TALLY-RECEIPT  -  ROLL THE QUANTITY JUST RECEIVED INTO
002370*                        THE PER-ITEM TABLE THE INVENTORY POST
002380*                        WORKS FROM, AND NOTE THE ORDER LINE FOR
002385*                        THE JOURNAL.
002390*----------------------------------------------------------------
002400 1200-TALLY-RECEIPT.
002410     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
002490         ADD 1 TO WS-RECV-COUNT
002500         MOVE PO-ITEM-CODE TO WS-RCV-ITEM (WS-RECV-COUNT)
002510         MOVE WS-QTY-NOW TO WS-RCV-QTY (WS-RECV-COUNT)
002520     END-IF
002522     IF WS-SESS-COUNT < 200
002523         ADD 1 TO WS-SESS-COUNT
002524         MOVE WS-SCAN-IDX TO WS-SES-LINE-IDX (WS-SESS-COUNT)
002525         MOVE WS-RCV-IDX TO WS-SES-RCV-IDX (WS-SESS-COUNT)
002526         MOVE WS-QTY-NOW TO WS-SES-QTY (WS-SESS-COUNT)
002527     END-IF.
002530 1200-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* 1300-LOG-RECEIPT  -  APPEND THE RECEIVING JOURNAL RECORD FOR
002570*                      SESSION LINE WS-SES-IDX AND NOTE THE
002575*                      POSTING ON THE SHARED AUDIT LOG.
002580*----------------------------------------------------------------
002590 1300-LOG-RECEIPT.
002592     MOVE WS-SES-LINE-IDX (WS-SES-IDX) TO WS-SCAN-IDX
002594     MOVE WS-TBL-RECORD (WS-SCAN-IDX) TO PURCH-ORDER-RECORD
002596     MOVE WS-SES-QTY (WS-SES-IDX) TO WS-QTY-NOW
002600     OPEN EXTEND RECV-LOG-FILE
002610     IF WS-RCVLOG-STATUS = "35"
002620         OPEN OUTPUT RECV-LOG-FILE
002660     MOVE WS-PO-NUMBER TO RV-PO-NUMBER
002670     MOVE PO-ITEM-CODE TO RV-ITEM-CODE
002680     MOVE WS-QTY-NOW TO RV-QTY-RECEIVED
002685     MOVE WS-RECV-STORE TO RV-STORE-NAME
002690     WRITE RECV-LOG-RECORD
002700     CLOSE RECV-LOG-FILE
002710     MOVE SPACES TO WS-AUDIT-MESSAGE
003180*----------------------------------------------------------------
003190* 3000-POST-INVENTORY  -  POST THE RECEIVED QUANTITIES INTO THE
003200*                         ITEM MASTER'S ON-HAND FIGURES THROUGH
003210*                         THE SHARED ITEMPOST ROUTINE, THE SAME
003220*                         WAY THE REGISTER POSTS A RECEIPT.
003230*                         AN ITEM IT REFUSES IS SHOWN AND LEFT
003235*                         UNRECEIVED.
003240*----------------------------------------------------------------
003250 3000-POST-INVENTORY.
003260     MOVE 0 TO WS-ITP-COUNT
003600     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
003610             UNTIL WS-RCV-IDX > WS-RECV-COUNT
003620         ADD 1 TO WS-ITP-COUNT
003630         MOVE WS-RCV-ITEM (WS-RCV-IDX)
003640             TO WS-ITP-ITEM (WS-ITP-COUNT)
003650         MOVE WS-RCV-QTY (WS-RCV-IDX)
003660             TO WS-ITP-QTY (WS-ITP-COUNT)
003670     END-PERFORM
003672     CALL "ITEMPOST" USING WS-AUDIT-PROGRAM WS-ITP-COUNT
003674         WS-ITP-TABLE
003676     IF WS-ITP-NO-MASTER (1)
003678         DISPLAY "No item master file - nothing posted."
003680         GO TO 3000-EXIT
003682     END-IF
003684     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
003685             UNTIL WS-RCV-IDX > WS-ITP-COUNT
003686         IF WS-ITP-POSTED (WS-RCV-IDX)
003687             ADD 1 TO WS-POSTED-COUNT
003688         ELSE
003689             IF WS-ITP-LOCKED (WS-RCV-IDX)
003690                 DISPLAY "  " WS-RCV-ITEM (WS-RCV-IDX)
003691                     " in use at another station - not received."
003692             ELSE
003693                 DISPLAY "  " WS-RCV-ITEM (WS-RCV-IDX)
003694                     " is not on the item master - not received."
003695             END-IF
003696         END-IF
003697     END-PERFORM
003698     PERFORM VARYING WS-SES-IDX FROM 1 BY 1
003699             UNTIL WS-SES-IDX > WS-SESS-COUNT
003700         MOVE "N" TO WS-SES-POSTED (WS-SES-IDX)
003701         MOVE WS-SES-RCV-IDX (WS-SES-IDX) TO WS-RCV-IDX
003702         IF WS-RCV-IDX NOT > WS-ITP-COUNT
003703             IF WS-ITP-POSTED (WS-RCV-IDX)
003704                 MOVE "Y" TO WS-SES-POSTED (WS-SES-IDX)
003705             END-IF
003706         END-IF
003707     END-PERFORM.
003709 3000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 3100-BACK-OUT-REFUSED  -  TAKE THE QUANTITY OF EVERY LINE WHOSE
003740*                           ITEM WAS NOT POSTED BACK OFF ITS ORDER
003750*                           LINE, WHICH STAYS OPEN FOR IT.
003760*----------------------------------------------------------------
003770 3100-BACK-OUT-REFUSED.
003780     PERFORM VARYING WS-SES-IDX FROM 1 BY 1
003790             UNTIL WS-SES-IDX > WS-SESS-COUNT
003800         IF NOT WS-SES-WAS-POSTED (WS-SES-IDX)
003810             MOVE WS-SES-LINE-IDX (WS-SES-IDX) TO WS-SCAN-IDX
003820             MOVE WS-TBL-RECORD (WS-SCAN-IDX)
003830                 TO PURCH-ORDER-RECORD
003840             SUBTRACT WS-SES-QTY (WS-SES-IDX) FROM PO-QTY-RECEIVED
003850             SET PO-IS-OPEN TO TRUE
003860             MOVE PURCH-ORDER-RECORD
003870                 TO WS-TBL-RECORD (WS-SCAN-IDX)
003880         END-IF
003890     END-PERFORM.
003900 3100-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 3500-LOG-RECEIPTS  -  JOURNAL EACH LINE RECEIVED THIS SESSION
003940*                       WHOSE ITEM WAS POSTED TO ON-HAND.
003950*----------------------------------------------------------------
003960 3500-LOG-RECEIPTS.
003965     PERFORM VARYING WS-SES-IDX FROM 1 BY 1
003970             UNTIL WS-SES-IDX > WS-SESS-COUNT
003975         IF WS-SES-WAS-POSTED (WS-SES-IDX)
003980             PERFORM 1300-LOG-RECEIPT THRU 1300-EXIT
003982         END-IF
003984     END-PERFORM.
003986 3500-EXIT.
003988     EXIT.
003991*----------------------------------------------------------------
003992* 3600-POST-STORE-STOCK  -  POST THE RECEIVED QUANTITIES ITEMPOST
003993*                           TOOK INTO THE ORDER'S STORE ON THE
003994*                           STORE STOCK FILE THROUGH THE SHARED
003995*                           STKPOST ROUTINE.
003996*----------------------------------------------------------------
003997 3600-POST-STORE-STOCK.
003998     IF WS-RECV-STORE = SPACES
003999         MOVE SPACES TO WS-AUDIT-MESSAGE
004000         STRING "STORE STOCK NOT POSTED - NO STORE, PO "
004001             DELIMITED BY SIZE
004002             WS-PO-NUMBER DELIMITED BY SIZE
004003             INTO WS-AUDIT-MESSAGE
004004         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004005             WS-AUDIT-MESSAGE
004006         GO TO 3600-EXIT
004007     END-IF
004008     MOVE 0 TO WS-POST-COUNT
004009     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
004010             UNTIL WS-RCV-IDX > WS-RECV-COUNT
004020         IF WS-ITP-POSTED (WS-RCV-IDX)
004030             ADD 1 TO WS-POST-COUNT
004040             MOVE WS-RCV-ITEM (WS-RCV-IDX)
004050                 TO WS-PST-ITEM (WS-POST-COUNT)
004060             MOVE WS-RCV-QTY (WS-RCV-IDX)
004070                 TO WS-PST-QTY (WS-POST-COUNT)
004080         END-IF
004090     END-PERFORM
004100     MOVE WS-RECV-STORE TO WS-POST-STORE
004110     MOVE WS-BUSINESS-DATE TO WS-POST-DATE
004120     CALL "STKPOST" USING WS-AUDIT-PROGRAM WS-POST-STORE
004130         WS-POST-FUNCTION WS-POST-DATE WS-POST-COUNT
004140         WS-POST-TABLE
004150     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
004160             UNTIL WS-RCV-IDX > WS-POST-COUNT
004170         IF NOT WS-PST-POSTED (WS-RCV-IDX)
004180             DISPLAY "Store stock not updated for "
004190                 WS-PST-ITEM (WS-RCV-IDX) " - see the audit log."
004200         END-IF
004210     END-PERFORM.
004220 3600-EXIT.
004230     EXIT.
004240 END PROGRAM PORECV.
