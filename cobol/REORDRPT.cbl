000140*                   BY COUNTING SHELVES.
000142*   08/23/2026  DH  LEAVE ITEMS THE OFFICE HAS DEACTIVATED
000144*                   THROUGH ITEMMNT OFF THE REORDER LISTING.
000145*   10/15/2026  DH  REPORT BY STORE.  EACH STORE CARRYING AN ITEM
000146*                   IS TESTED AGAINST ITS OWN ON-HAND FROM STORSTK
000147*                   AND ITS OWN REORDER POINT (THE MASTER POINT
000148*                   WHEN IT HAS NONE), WITH THE STORE NAMED ON THE
000149*                   LINE.  ITEMS NO STORE CARRIES YET ARE TESTED
000150*                   ON THE COMPANY FIGURES FOR THE HOME STORE.
000151*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000152*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000153*                   CODE.
000154*   10/15/2026  DH  READ THE STORE STOCK FILE THROUGH ITS STORE
000155*                   AND ITEM KEY.
000156*----------------------------------------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000195         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS SEQUENTIAL
000205         RECORD KEY IS IM-ITEM-CODE
000210         FILE STATUS IS WS-ITEMMST-STATUS.
000220     SELECT REORDER-RPT-FILE ASSIGN TO "REORDRPT"
000230         ORGANIZATION IS LINE SEQUENTIAL.
000231     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
000232         ORGANIZATION IS LINE SEQUENTIAL
000233         FILE STATUS IS WS-STORCFG-STATUS.
000234     SELECT STORE-STOCK-FILE ASSIGN TO "STORSTK"
000235         ORGANIZATION IS INDEXED
000236         ACCESS MODE IS SEQUENTIAL
000237         RECORD KEY IS SS-STOCK-KEY
000238         FILE STATUS IS WS-STORSTK-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  ITEM-MST-FILE.
000270     COPY ITEMMST.
000280 FD  REORDER-RPT-FILE.
000290 01  REORDER-RPT-RECORD          PIC X(80).
000292 FD  STORE-CFG-FILE.
000294     COPY STORCFG.
000296 FD  STORE-STOCK-FILE.
000298     COPY STORSTK.
000300 WORKING-STORAGE SECTION.
000310 01  WS-ITEMMST-STATUS           PIC X(2).
000311 01  WS-STORCFG-STATUS           PIC X(2).
000312 01  WS-STORSTK-STATUS           PIC X(2).
000313 01  WS-STORSTK-EOF              PIC X VALUE "N".
000314     88  END-OF-STORSTK          VALUE "Y".
000315 01  WS-HOME-STORE               PIC X(20) VALUE SPACES.
000316 01  WS-STOCK-COUNT              PIC 9(4) VALUE 0.
000317 01  WS-STOCK-TABLE.
000318     05  WS-STOCK-ENTRY OCCURS 3000 TIMES.
000319         10  WS-STK-STORE        PIC X(20).
000320         10  WS-STK-ITEM         PIC X(10).
000321         10  WS-STK-ON-HAND      PIC S9(7).
000322         10  WS-STK-POINT        PIC 9(5).
000323 01  WS-STK-IDX                  PIC 9(4) VALUE 0.
000324 01  WS-ITEM-CARRIED             PIC X VALUE "N".
000325     88  ITEM-IS-CARRIED         VALUE "Y".
000326 01  WS-CUR-STORE                PIC X(20) VALUE SPACES.
000327 01  WS-CUR-ON-HAND              PIC S9(7) VALUE 0.
000328 01  WS-CUR-POINT                PIC 9(5) VALUE 0.
000329 01  WS-ITEMMST-EOF              PIC X VALUE "N".
000330     88  END-OF-ITEMMST          VALUE "Y".
000340 01  WS-TIMESTAMP                PIC X(21).
000350 01  WS-ITEM-COUNT               PIC 9(6) VALUE 0.
000420*----------------------------------------------------------------
000430 0000-MAINLINE.
000440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000445     PERFORM 1500-LOAD-STORES THRU 1500-EXIT
000450     PERFORM 2000-READ-ITEMMST THRU 2000-EXIT
000460     PERFORM 3000-CHECK-ITEM THRU 3000-EXIT
000470         UNTIL END-OF-ITEMMST
000710     MOVE SPACES TO REORDER-RPT-RECORD
000720     WRITE REORDER-RPT-RECORD
000730     MOVE "ITEM CODE  DESCRIPTION                     ON HAND  REO
000740-        "RDER AT  STORE" TO REORDER-RPT-RECORD
000750     WRITE REORDER-RPT-RECORD.
000760 1000-EXIT.
000770     EXIT.
000771*----------------------------------------------------------------
000772* 1500-LOAD-STORES  -  NOTE THE HOME STORE (THE FIRST STORE ON
000773*                      STORCFG) AND LOAD THE STORE STOCK FILE, SO
000774*                      EACH ITEM CAN BE TESTED STORE BY STORE.
000775*----------------------------------------------------------------
000776 1500-LOAD-STORES.
000777     OPEN INPUT STORE-CFG-FILE
000778     IF WS-STORCFG-STATUS NOT = "35"
000779         READ STORE-CFG-FILE
000780             AT END
000781                 CONTINUE
000782             NOT AT END
000783                 MOVE SC-STORE-NAME TO WS-HOME-STORE
000784         END-READ
000785         CLOSE STORE-CFG-FILE
000786     END-IF
000787     OPEN INPUT STORE-STOCK-FILE
000788     IF WS-STORSTK-STATUS NOT = "35"
000789         PERFORM 1510-READ-STORSTK THRU 1510-EXIT
000790         PERFORM UNTIL END-OF-STORSTK
000791             IF WS-STOCK-COUNT < 3000
000792                 ADD 1 TO WS-STOCK-COUNT
000793                 MOVE SS-STORE-NAME
000794                     TO WS-STK-STORE (WS-STOCK-COUNT)
000795                 MOVE SS-ITEM-CODE
000796                     TO WS-STK-ITEM (WS-STOCK-COUNT)
000797                 MOVE SS-QTY-ON-HAND
000798                     TO WS-STK-ON-HAND (WS-STOCK-COUNT)
000799                 MOVE SS-REORDER-POINT
000800                     TO WS-STK-POINT (WS-STOCK-COUNT)
000801             END-IF
000802             PERFORM 1510-READ-STORSTK THRU 1510-EXIT
000803         END-PERFORM
000804         CLOSE STORE-STOCK-FILE
000805     END-IF.
000806 1500-EXIT.
000807     EXIT.
000808*----------------------------------------------------------------
000809* 1510-READ-STORSTK  -  READ THE NEXT STORE STOCK RECORD.
000810*----------------------------------------------------------------
000811 1510-READ-STORSTK.
000812     READ STORE-STOCK-FILE
000813         AT END
000814             SET END-OF-STORSTK TO TRUE
000815     END-READ.
000816 1510-EXIT.
000817     EXIT.
000818*----------------------------------------------------------------
000819* 2000-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
000820*----------------------------------------------------------------
000821 2000-READ-ITEMMST.
000822     IF NOT END-OF-ITEMMST
000830         READ ITEM-MST-FILE
000840             AT END
000850                 SET END-OF-ITEMMST TO TRUE
000880 2000-EXIT.
000890     EXIT.
000900*----------------------------------------------------------------
000905* 3000-CHECK-ITEM  -  TEST ONE ACTIVE ITEM IN EVERY STORE THAT
000910*                     CARRIES IT, AGAINST THE STORE'S OWN REORDER
000915*                     POINT (THE MASTER POINT WHEN THE STORE HAS
000920*                     NONE).  AN ITEM NO STORE CARRIES YET IS
000925*                     TESTED ON THE COMPANY FIGURES FOR THE HOME
000930*                     STORE.  THEN READ THE NEXT RECORD.
000940*----------------------------------------------------------------
000950 3000-CHECK-ITEM.
000960     ADD 1 TO WS-ITEM-COUNT
000966     IF IM-IS-ACTIVE
000972         MOVE "N" TO WS-ITEM-CARRIED
000978         PERFORM VARYING WS-STK-IDX FROM 1 BY 1
000984                 UNTIL WS-STK-IDX > WS-STOCK-COUNT
000990             IF WS-STK-ITEM (WS-STK-IDX) = IM-ITEM-CODE
000996                 MOVE "Y" TO WS-ITEM-CARRIED
001002                 MOVE WS-STK-STORE (WS-STK-IDX) TO WS-CUR-STORE
001008                 MOVE WS-STK-ON-HAND (WS-STK-IDX)
001014                     TO WS-CUR-ON-HAND
001020                 IF WS-STK-POINT (WS-STK-IDX) = 0
001026                     MOVE IM-REORDER-POINT TO WS-CUR-POINT
001032                 ELSE
001038                     MOVE WS-STK-POINT (WS-STK-IDX)
001044                         TO WS-CUR-POINT
001050                 END-IF
001056                 PERFORM 3100-LIST-IF-LOW THRU 3100-EXIT
001062             END-IF
001068         END-PERFORM
001074         IF NOT ITEM-IS-CARRIED
001080             MOVE WS-HOME-STORE TO WS-CUR-STORE
001086             MOVE IM-QTY-ON-HAND TO WS-CUR-ON-HAND
001092             MOVE IM-REORDER-POINT TO WS-CUR-POINT
001098             PERFORM 3100-LIST-IF-LOW THRU 3100-EXIT
001104         END-IF
001120     END-IF
001130     PERFORM 2000-READ-ITEMMST THRU 2000-EXIT.
001140 3000-EXIT.
001150     EXIT.
001151*----------------------------------------------------------------
001152* 3100-LIST-IF-LOW  -  LIST THE ITEM FOR THE CURRENT STORE WHEN
001153*                      ITS ON-HAND IS AT OR BELOW THE POINT.
001154*----------------------------------------------------------------
001155 3100-LIST-IF-LOW.
001156     IF WS-CUR-ON-HAND <= WS-CUR-POINT
001157         ADD 1 TO WS-REORDER-COUNT
001158         MOVE WS-CUR-ON-HAND TO WS-EDIT-QTY
001159         MOVE WS-CUR-POINT TO WS-EDIT-POINT
001160         MOVE SPACES TO REORDER-RPT-RECORD
001161         STRING IM-ITEM-CODE DELIMITED BY SIZE
001162             " " DELIMITED BY SIZE
001163             IM-DESCRIPTION DELIMITED BY SIZE
001164             " " DELIMITED BY SIZE
001165             WS-EDIT-QTY DELIMITED BY SIZE
001166             "    " DELIMITED BY SIZE
001167             WS-EDIT-POINT DELIMITED BY SIZE
001168             "  " DELIMITED BY SIZE
001169             WS-CUR-STORE DELIMITED BY SIZE
001170             INTO REORDER-RPT-RECORD
001171         WRITE REORDER-RPT-RECORD
001172         DISPLAY REORDER-RPT-RECORD
001173     END-IF.
001174 3100-EXIT.
001175     EXIT.
001176*----------------------------------------------------------------
001177* 4000-WRITE-SUMMARY  -  APPEND THE ITEM AND REORDER COUNTS TO
001180*                        THE END OF THE REPORT.
001190*----------------------------------------------------------------
001200 4000-WRITE-SUMMARY.
001260         INTO REORDER-RPT-RECORD
001270     WRITE REORDER-RPT-RECORD
001280     MOVE SPACES TO REORDER-RPT-RECORD
001290     STRING "STORE LINES LOW  : " DELIMITED BY SIZE
001300         WS-REORDER-COUNT DELIMITED BY SIZE
001310         INTO REORDER-RPT-RECORD
001320     WRITE REORDER-RPT-RECORD.
001370*----------------------------------------------------------------
001380 9999-TERMINATE.
001390     DISPLAY "Items on file   : " WS-ITEM-COUNT
001400     DISPLAY "Store lines low : " WS-REORDER-COUNT
001410     IF WS-ITEMMST-STATUS NOT = "35"
001420         CLOSE ITEM-MST-FILE
001430     END-IF
