000570*                   RECORDS - CASH AT AMOUNT LESS CHANGE - SO
000580*                   CASH IN DRAWER AND CARD STAY EXACT NOW THAT
000590*                   ONE RECEIPT CAN CARRY SEVERAL TENDERS.
000591*   10/15/2026  DH  GIVE LAYAWAY MONEY ITS OWN LINES.  DEPOSITS
000592*                   AND PAYMENTS TAKEN ON A LAYAWAY (TYPE L) COUNT
000593*                   IN THE TENDER BUCKETS BUT NOT IN SALES, NET OR
000594*                   TAX; A PAID-OFF LAYAWAY IS A SALE TENDERED BY
000595*                   DEPOSITS APPLIED (LAY APPL); DEPOSITS KEPT ON
000596*                   FORFEITED LAYAWAYS (TYPE F) SHOW ONLY ON THE
000597*                   FORFEIT LINE.
000600*----------------------------------------------------------------
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
001250         10  WS-STR-ACCT-TOTAL     PIC S9(9)V99 VALUE 0.
001260         10  WS-STR-GIFT-TOTAL     PIC S9(9)V99 VALUE 0.
001270         10  WS-STR-OTHER-TOTAL    PIC S9(9)V99 VALUE 0.
001271         10  WS-STR-LAYDEP-COUNT   PIC 9(6) VALUE 0.
001272         10  WS-STR-LAYDEP-TOTAL   PIC S9(9)V99 VALUE 0.
001273         10  WS-STR-LAYAPP-TOTAL   PIC S9(9)V99 VALUE 0.
001274         10  WS-STR-FORF-COUNT     PIC 9(6) VALUE 0.
001275         10  WS-STR-FORF-TOTAL     PIC S9(9)V99 VALUE 0.
001280 01  WS-CASHIER-COUNT            PIC 9(2) VALUE 0.
001290 01  WS-CSH-FOUND-IDX            PIC 9(2) VALUE 0.
001300 01  WS-CASHIER-TABLE.
001490 01  WS-GRAND-ACCT-TOTAL         PIC S9(9)V99 VALUE 0.
001500 01  WS-GRAND-GIFT-TOTAL         PIC S9(9)V99 VALUE 0.
001510 01  WS-GRAND-OTHER-TOTAL        PIC S9(9)V99 VALUE 0.
001511 01  WS-GRAND-LAYDEP-COUNT       PIC 9(6) VALUE 0.
001512 01  WS-GRAND-LAYDEP-TOTAL       PIC S9(9)V99 VALUE 0.
001513 01  WS-GRAND-LAYAPP-TOTAL       PIC S9(9)V99 VALUE 0.
001514 01  WS-GRAND-FORF-COUNT         PIC 9(6) VALUE 0.
001515 01  WS-GRAND-FORF-TOTAL         PIC S9(9)V99 VALUE 0.
001520 01  WS-EDIT-AMOUNT              PIC -(7)9.99.
001530 01  WS-EDIT-COUNT               PIC ZZZZZ9.
001540 01  WS-SALEDETL-STATUS          PIC X(2).
003110 3010-TALLY-RECORD.
003120     PERFORM 3100-FIND-STORE THRU 3100-EXIT
003130     IF WS-FOUND-IDX NOT = 0
003140         IF ST-IS-FORFEIT
003150             ADD 1 TO WS-STR-FORF-COUNT (WS-FOUND-IDX)
003160             ADD ST-TOTAL TO WS-STR-FORF-TOTAL (WS-FOUND-IDX)
003170             ADD 1 TO WS-GRAND-FORF-COUNT
003180             ADD ST-TOTAL TO WS-GRAND-FORF-TOTAL
003190             GO TO 3010-EXIT
003240         END-IF
003242         IF ST-IS-LAYAWAY
003244             ADD 1 TO WS-STR-LAYDEP-COUNT (WS-FOUND-IDX)
003246             ADD ST-TOTAL TO WS-STR-LAYDEP-TOTAL (WS-FOUND-IDX)
003248             ADD 1 TO WS-GRAND-LAYDEP-COUNT
003250             ADD ST-TOTAL TO WS-GRAND-LAYDEP-TOTAL
003252         ELSE
003254             IF ST-IS-RETURN
003256                 ADD 1 TO WS-STR-RETURN-COUNT (WS-FOUND-IDX)
003258                 ADD ST-TOTAL TO WS-STR-RETURN-TOTAL
003260                     (WS-FOUND-IDX)
003262                 ADD 1 TO WS-GRAND-RETURN-COUNT
003264                 ADD ST-TOTAL TO WS-GRAND-RETURN-TOTAL
003266             ELSE
003268                 ADD 1 TO WS-STR-SALE-COUNT (WS-FOUND-IDX)
003270                 ADD ST-TOTAL TO WS-STR-SALE-TOTAL
003272                     (WS-FOUND-IDX)
003274                 ADD 1 TO WS-GRAND-SALE-COUNT
003276                 ADD ST-TOTAL TO WS-GRAND-SALE-TOTAL
003278             END-IF
003280             ADD ST-TOTAL TO WS-STR-NET-TOTAL (WS-FOUND-IDX)
003282             ADD ST-TOTAL TO WS-GRAND-NET-TOTAL
003284             ADD ST-SUBTOTAL TO WS-STR-SUBTOTAL-TOTAL
003286                 (WS-FOUND-IDX)
003288             ADD ST-SUBTOTAL TO WS-GRAND-SUBTOTAL-TOTAL
003290             ADD ST-TAX TO WS-STR-TAX-TOTAL (WS-FOUND-IDX)
003292             ADD ST-TAX TO WS-GRAND-TAX-TOTAL
003294         END-IF
003310         EVALUATE TRUE
003320             WHEN ST-TENDER-CASH
003330                 ADD ST-TOTAL TO WS-STR-CASH-TOTAL (WS-FOUND-IDX)
003470                 ADD ST-TOTAL TO WS-GRAND-GIFT-TOTAL
003480             WHEN ST-TENDER-MIXED
003490                 PERFORM 3060-SPLIT-MIXED THRU 3060-EXIT
003492             WHEN ST-TENDER-LAYAWAY
003494                 ADD ST-TOTAL TO WS-STR-LAYAPP-TOTAL
003496                     (WS-FOUND-IDX)
003498                 ADD ST-TOTAL TO WS-GRAND-LAYAPP-TOTAL
003500             WHEN OTHER
003510                 ADD ST-TOTAL TO WS-STR-OTHER-TOTAL
003520                     (WS-FOUND-IDX)
003530                 ADD ST-TOTAL TO WS-GRAND-OTHER-TOTAL
003540         END-EVALUATE
003545         IF NOT ST-IS-LAYAWAY
003550             PERFORM 3200-TALLY-CASHIER THRU 3200-EXIT
003555         END-IF
003560     END-IF.
003570 3010-EXIT.
003580     EXIT.
007860         WS-EDIT-AMOUNT DELIMITED BY SIZE
007870         INTO ZREPORT-RECORD
007880     WRITE ZREPORT-RECORD
007881     MOVE WS-GRAND-LAYDEP-COUNT TO WS-EDIT-COUNT
007882     MOVE WS-GRAND-LAYDEP-TOTAL TO WS-EDIT-AMOUNT
007883     MOVE SPACES TO ZREPORT-RECORD
007884     STRING "  LAYAWAY : " DELIMITED BY SIZE
007885         WS-EDIT-COUNT DELIMITED BY SIZE
007886         "   $" DELIMITED BY SIZE
007887         WS-EDIT-AMOUNT DELIMITED BY SIZE
007888         INTO ZREPORT-RECORD
007889     WRITE ZREPORT-RECORD
007890     MOVE WS-GRAND-LAYAPP-TOTAL TO WS-EDIT-AMOUNT
007891     MOVE SPACES TO ZREPORT-RECORD
007892     STRING "  LAY APPL:       $" DELIMITED BY SIZE
007893         WS-EDIT-AMOUNT DELIMITED BY SIZE
007894         INTO ZREPORT-RECORD
007895     WRITE ZREPORT-RECORD
007896     MOVE WS-GRAND-FORF-COUNT TO WS-EDIT-COUNT
007897     MOVE WS-GRAND-FORF-TOTAL TO WS-EDIT-AMOUNT
007898     MOVE SPACES TO ZREPORT-RECORD
007899     STRING "  FORFEIT : " DELIMITED BY SIZE
007900         WS-EDIT-COUNT DELIMITED BY SIZE
007901         "   $" DELIMITED BY SIZE
007902         WS-EDIT-AMOUNT DELIMITED BY SIZE
007903         INTO ZREPORT-RECORD
007904     WRITE ZREPORT-RECORD
007905     MOVE WS-GRAND-NET-TOTAL TO WS-EDIT-AMOUNT
007906     MOVE SPACES TO ZREPORT-RECORD
007910     STRING "  NET TOTAL:      $" DELIMITED BY SIZE
007920         WS-EDIT-AMOUNT DELIMITED BY SIZE
007930         INTO ZREPORT-RECORD
008780         WS-EDIT-AMOUNT DELIMITED BY SIZE
008790         INTO ZREPORT-RECORD
008800     WRITE ZREPORT-RECORD
008801     MOVE WS-STR-LAYDEP-COUNT (WS-TBL-IDX) TO WS-EDIT-COUNT
008802     MOVE WS-STR-LAYDEP-TOTAL (WS-TBL-IDX) TO WS-EDIT-AMOUNT
008803     MOVE SPACES TO ZREPORT-RECORD
008804     STRING "  LAYAWAY : " DELIMITED BY SIZE
008805         WS-EDIT-COUNT DELIMITED BY SIZE
008806         "   $" DELIMITED BY SIZE
008807         WS-EDIT-AMOUNT DELIMITED BY SIZE
008808         INTO ZREPORT-RECORD
008809     WRITE ZREPORT-RECORD
008810     MOVE WS-STR-LAYAPP-TOTAL (WS-TBL-IDX) TO WS-EDIT-AMOUNT
008811     MOVE SPACES TO ZREPORT-RECORD
008812     STRING "  LAY APPL:       $" DELIMITED BY SIZE
008813         WS-EDIT-AMOUNT DELIMITED BY SIZE
008814         INTO ZREPORT-RECORD
008815     WRITE ZREPORT-RECORD
008816     MOVE WS-STR-FORF-COUNT (WS-TBL-IDX) TO WS-EDIT-COUNT
008817     MOVE WS-STR-FORF-TOTAL (WS-TBL-IDX) TO WS-EDIT-AMOUNT
008818     MOVE SPACES TO ZREPORT-RECORD
008819     STRING "  FORFEIT : " DELIMITED BY SIZE
008820         WS-EDIT-COUNT DELIMITED BY SIZE
008821         "   $" DELIMITED BY SIZE
008822         WS-EDIT-AMOUNT DELIMITED BY SIZE
008823         INTO ZREPORT-RECORD
008824     WRITE ZREPORT-RECORD
008825
008826     MOVE WS-STR-NET-TOTAL (WS-TBL-IDX) TO WS-EDIT-AMOUNT
008830     MOVE SPACES TO ZREPORT-RECORD
008840     STRING "  NET     :       $" DELIMITED BY SIZE
008850         WS-EDIT-AMOUNT DELIMITED BY SIZE
