000010*----------------------------------------------------------------
000020* APINVLN.CPY  -  RECORD LAYOUT FOR THE INVOICED LINES JOURNAL
000030*                (APINVLN).  ONE RECORD IS APPENDED PER BILLED
000040*                LINE WHEN INVMATCH POSTS A MATCHED INVOICE TO
000050*                OPEN PAYABLES, SO THE QUANTITY ALREADY BILLED
000060*                AGAINST EACH PO LINE IS KNOWN AND A SECOND BILL
000070*                FOR STOCK ALREADY PAID FOR IS CAUGHT.
000080*----------------------------------------------------------------
000090 01  AP-INV-LINE-RECORD.
000100     05  AL-BUSINESS-DATE       PIC 9(8).
000110     05  AL-VENDOR-ID           PIC X(6).
000120     05  AL-INVOICE-NO          PIC X(12).
000130     05  AL-PO-NUMBER           PIC 9(6).
000140     05  AL-ITEM-CODE           PIC X(10).
000150     05  AL-QTY-BILLED          PIC 9(5).
000160     05  AL-UNIT-COST           PIC 9(6)V99.
