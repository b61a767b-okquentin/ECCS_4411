000040*                RECEIPT BY THE RECEIVING UTILITY (PORECV) AS THE
000050*                QUANTITY IS POSTED INTO THE ITEM MASTER, SO THE
000060*                MOVEMENT INTO STOCK HAS A JOURNAL THE SAME WAY
000065*                SALES OUT OF STOCK HAVE SALEDETL.  THE STORE
000070*                NAME IS THE STORE THE STOCK WAS RECEIVED INTO
000075*                (BLANK ON OLDER RECORDS).
000080*----------------------------------------------------------------
000090 01  RECV-LOG-RECORD.
000100     05  RV-BUSINESS-DATE       PIC 9(8).
000120     05  RV-PO-NUMBER           PIC 9(6).
000130     05  RV-ITEM-CODE           PIC X(10).
000140     05  RV-QTY-RECEIVED        PIC 9(5).
000150     05  RV-STORE-NAME          PIC X(20).
