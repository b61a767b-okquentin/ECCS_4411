000010*----------------------------------------------------------------
000020* GCJRNL.CPY  -  RECORD LAYOUT FOR THE GIFT CERTIFICATE ACTIVITY
000030*                JOURNAL (GCJRNL).  ONE RECORD IS APPENDED BY THE
000040*                REGISTER FOR EVERY CHANGE IT MAKES TO THE
000050*                GIFTCERT FILE - AN ISSUE ("I") WHEN A SOLD
000060*                CERTIFICATE IS RECORDED, AND A REDEMPTION ("R")
000070*                WHEN A CERTIFICATE TENDER DRAWS ITS BALANCE DOWN
000080*                - SO THE CERTIFICATE FILE CAN BE ROLLED FORWARD
000090*                FROM A BACKUP GENERATION THE WAY ARJRNL ROLLS
000100*                THE HOUSE ACCOUNTS FORWARD.  WHEN A RECEIPT IS
000102*                BACKED OUT AFTER A REGISTER FAILURE, EACH DRAW
000104*                IT MADE IS PUT BACK ON THE CERTIFICATE AND A
000106*                REVERSAL ("V") OF THE REDEMPTION IS APPENDED.
000110*----------------------------------------------------------------
000120 01  GC-JOURNAL-RECORD.
000130     05  GJ-CERT-NO             PIC 9(6).
000140     05  GJ-BUSINESS-DATE       PIC 9(8).
000150     05  GJ-TIMESTAMP           PIC X(21).
000160     05  GJ-TRANS-TYPE          PIC X(1).
000170         88  GJ-IS-ISSUE        VALUE "I".
000180         88  GJ-IS-REDEMPTION   VALUE "R".
000185         88  GJ-IS-REVERSAL     VALUE "V".
000190     05  GJ-AMOUNT              PIC 9(7)V99.
000200     05  GJ-RECEIPT-NO          PIC 9(8).
000210     05  GJ-CASHIER-ID          PIC X(6).
000220     05  GJ-REGISTER-ID         PIC X(4).
