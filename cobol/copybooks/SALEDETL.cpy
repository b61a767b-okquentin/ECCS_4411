000060*                  TRANSACTION RECORD, SO ACCOUNTING CAN DO
000070*                  ITEM-LEVEL MARGIN AND MOVEMENT ANALYSIS
000080*                  INSTEAD OF ONLY DAY-LEVEL TOTALS.
000082*                  TYPE L LINES BELONG TO A LAYAWAY PAID OFF AND
000084*                  PICKED UP - A SALE, BUT THE STOCK LEFT THE
000086*                  SHELF WHEN THE LAYAWAY WAS OPENED.
000090*----------------------------------------------------------------
000100 01  SALE-DETAIL-RECORD.
000110     05  SD-RECEIPT-NO          PIC 9(8).
000120     05  SD-LINE-NO             PIC 9(4).
000130     05  SD-STORE-NAME          PIC X(20).
000140     05  SD-TRANS-TYPE          PIC X(1).
000150         88  SD-IS-SALE         VALUES "S" "L".
000160         88  SD-IS-RETURN       VALUE "R".
000165         88  SD-IS-LAYAWAY      VALUE "L".
000170     05  SD-ITEM-CODE           PIC X(10).
000180     05  SD-DESCRIPTION         PIC X(30).
000190     05  SD-QUANTITY            PIC 9(4).
