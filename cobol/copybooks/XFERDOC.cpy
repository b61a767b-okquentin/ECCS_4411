000010*----------------------------------------------------------------
000020* XFERDOC.CPY  -  RECORD LAYOUT FOR THE STORE TRANSFER FILE
000030*                (XFERFILE).  ONE RECORD PER ITEM LINE ON A
000040*                NUMBERED TRANSFER DOCUMENT THAT MOVES STOCK FROM
000050*                ONE STORE TO ANOTHER (STKXFER).  THE SHIPPED
000060*                QUANTITY LEAVES THE SENDING STORE WHEN THE
000070*                TRANSFER IS SHIPPED; THE LINE STAYS IN TRANSIT
000080*                UNTIL THE RECEIVING STORE CONFIRMS WHAT ARRIVED.
000090*                A SHORTFALL ON RECEIPT IS WRITTEN OFF TO ADJLOG.
000100*----------------------------------------------------------------
000110 01  XFER-DOC-RECORD.
000120     05  XF-XFER-NUMBER         PIC 9(6).
000130     05  XF-LINE-NO             PIC 9(3).
000140     05  XF-FROM-STORE          PIC X(20).
000150     05  XF-TO-STORE            PIC X(20).
000160     05  XF-ITEM-CODE           PIC X(10).
000170     05  XF-QTY-SHIPPED         PIC 9(5).
000180     05  XF-QTY-RECEIVED        PIC 9(5).
000190     05  XF-SHIP-DATE           PIC 9(8).
000200     05  XF-RECV-DATE           PIC 9(8).
000210     05  XF-STATUS              PIC X(1).
000220         88  XF-IN-TRANSIT      VALUE "S".
000230         88  XF-IS-RECEIVED     VALUE "R".
