000010*----------------------------------------------------------------
000020* APOPEN.CPY  -  RECORD LAYOUT FOR THE OPEN PAYABLES FILE
000030*                (APOPEN).  ONE RECORD PER VENDOR INVOICE THAT
000040*                HAS PASSED THE THREE-WAY MATCH IN INVMATCH
000050*                AGAINST ITS PURCHASE ORDER (POFILE) AND WHAT
000060*                WAS ACTUALLY RECEIVED (RCVLOG).  THE FILE IS
000070*                KEPT IN VENDOR AND DUE-DATE ORDER SO THE OFFICE
000080*                CAN WORK THE CHECK RUN STRAIGHT DOWN IT.  AN
000090*                INVOICE WITH A VARIANCE OUTSIDE TOLERANCE IS
000100*                HELD ON THE INVEXCP LISTING INSTEAD.
000110*----------------------------------------------------------------
000120 01  AP-OPEN-RECORD.
000130     05  AP-VENDOR-ID           PIC X(6).
000140     05  AP-DUE-DATE            PIC 9(8).
000150     05  AP-INVOICE-NO          PIC X(12).
000160     05  AP-INVOICE-DATE        PIC 9(8).
000170     05  AP-PO-NUMBER           PIC 9(6).
000180     05  AP-AMOUNT              PIC S9(7)V99.
000190     05  AP-ENTRY-DATE          PIC 9(8).
000200     05  AP-STATUS              PIC X(1).
000210         88  AP-IS-OPEN         VALUE "O".
000220         88  AP-IS-PAID         VALUE "P".
