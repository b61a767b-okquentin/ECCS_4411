000010*----------------------------------------------------------------
000020* TXNJRNL.CPY  -  RECORD LAYOUT FOR THE REGISTER'S RECEIPT
000030*                 COMMIT JOURNAL (TXNJRNL).  EACH TILL KEEPS ITS
000040*                 OWN, HOLDING ONLY THE RECEIPT BEING RECORDED.
000050*                 A BEGIN ("B") ENTRY OPENS THE RECEIPT BEFORE
000060*                 ANY TENDER IS TAKEN.  EVERY ACCOUNT CHARGE AND
000070*                 CERTIFICATE DRAW POSTED AT THE TENDER IS
000080*                 JOURNALED AS IT HAPPENS ("T"), SO IT CAN BE
000090*                 REVERSED.  THE RECEIPT'S OWN RECORDS - SALESTRN,
000100*                 SALEDETL, TENDDETL, GIFTCERT, GCJRNL, LAYAWAY,
000110*                 THE ON-HAND MOVEMENTS AND THE LAYAWAY UPDATE -
000120*                 ARE JOURNALED AS IMAGES ("I") AND A READY ("R")
000130*                 ENTRY IS WRITTEN BEFORE ANY OF THEM IS POSTED.
000140*                 THE IMAGES ARE THEN POSTED FROM THE JOURNAL AND
000150*                 A COMMIT ("C") CLOSES THE RECEIPT.  A DONE ("D")
000160*                 ENTRY MARKS A STEP THAT CANNOT BE SEEN IN ITS
000170*                 OWN FILE.  A RECEIPT FOUND WITHOUT ITS COMMIT AT
000180*                 START-UP IS COMPLETED FROM ITS IMAGES WHEN IT IS
000190*                 READY, OR BACKED OUT WHEN IT IS NOT; A RESOLVED
000200*                 ("X") ENTRY RECORDS WHICH.  TJ-DONE-SEQ ON A
000210*                 DONE ENTRY IS THE SEQUENCE OF THE POSTING IT
000220*                 MARKS (ZERO FOR A WHOLE STEP).
000230*----------------------------------------------------------------
000240 01  TXN-JOURNAL-RECORD.
000250     05  TJ-RECEIPT-NO          PIC 9(8).
000260     05  TJ-REGISTER-ID         PIC X(4).
000270     05  TJ-BUSINESS-DATE       PIC 9(8).
000280     05  TJ-CASHIER-ID          PIC X(6).
000290     05  TJ-SEQ-NO              PIC 9(5).
000300     05  TJ-ENTRY-TYPE          PIC X(1).
000310         88  TJ-IS-BEGIN        VALUE "B".
000320         88  TJ-IS-POSTING      VALUE "T".
000330         88  TJ-IS-IMAGE        VALUE "I".
000340         88  TJ-IS-READY        VALUE "R".
000350         88  TJ-IS-DONE         VALUE "D".
000360         88  TJ-IS-COMMIT       VALUE "C".
000370         88  TJ-IS-RESOLVED     VALUE "X".
000380     05  TJ-TARGET              PIC X(8).
000390     05  TJ-DONE-SEQ            PIC 9(5).
000400     05  TJ-IMAGE               PIC X(300).
000410*    AN ACCOUNT CHARGE (TARGET CUSTMST) - THE AMOUNT ADDED TO
000420*    THE BALANCE.
000430     05  TJ-ACCT-IMAGE REDEFINES TJ-IMAGE.
000440         10  TJA-CUST-ID        PIC X(6).
000450         10  TJA-DELTA          PIC S9(9)V99.
000460         10  FILLER             PIC X(283).
000470*    A CERTIFICATE DRAW (TARGET GIFTCERT).
000480     05  TJ-CERT-IMAGE REDEFINES TJ-IMAGE.
000490         10  TJC-CERT-NO        PIC 9(6).
000500         10  TJC-DRAW           PIC 9(7)V99.
000510         10  FILLER             PIC X(285).
000520*    ONE ITEM'S NET ON-HAND MOVEMENT (TARGET ITEMPOST), WITH THE
000530*    STORE WHOSE STOCK IT ALSO MOVES.
000540     05  TJ-STOCK-IMAGE REDEFINES TJ-IMAGE.
000550         10  TJS-ITEM-CODE      PIC X(10).
000560         10  TJS-QTY            PIC S9(7).
000570         10  TJS-STORE-NAME     PIC X(20).
000580         10  TJS-STORE-KNOWN    PIC X(1).
000590         10  FILLER             PIC X(262).
000600*    A PAYMENT CARRIED ONTO A LAYAWAY (TARGET LAYUPDT).
000610     05  TJ-LAYAWAY-IMAGE REDEFINES TJ-IMAGE.
000620         10  TJL-LAYAWAY-NO     PIC 9(6).
000630         10  TJL-AMT-PAID       PIC 9(7)V99.
000640         10  TJL-PAID-OFF       PIC X(1).
000650         10  TJL-SALE-RECEIPT   PIC 9(8).
000660         10  FILLER             PIC X(276).
