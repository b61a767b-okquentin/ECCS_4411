000080*                THE FULL QUANTITY IS IN.  AN OPEN LINE IS THE
000090*                SYSTEM'S RECORD OF STOCK ORDERED BUT NOT YET
000100*                RECEIVED, WHICH IS WHAT STOPS A DOUBLE ORDER.
000102*                THE UNIT COST IS THE ITEM MASTER COST AT THE
000104*                TIME OF ORDER - THE PRICE THE VENDOR'S INVOICE
000106*                IS MATCHED AGAINST (INVMATCH).
000107*                THE STORE NAME IS THE STORCFG STORE THE ORDER
000108*                IS FOR AND THE STORE PORECV RECEIVES INTO.
000109*                BLANK ON OLDER LINES, WHICH MEANS THE HOME STORE
000110*                (THE FIRST STORE ON STORCFG).
000111*----------------------------------------------------------------
000120 01  PURCH-ORDER-RECORD.
000130     05  PO-NUMBER              PIC 9(6).
000140     05  PO-LINE-NO             PIC 9(3).
000210     05  PO-STATUS              PIC X(1).
000220         88  PO-IS-OPEN         VALUE "O".
000230         88  PO-IS-CLOSED       VALUE "C".
000240     05  PO-UNIT-COST           PIC 9(6)V99.
000250     05  PO-STORE-NAME          PIC X(20).
