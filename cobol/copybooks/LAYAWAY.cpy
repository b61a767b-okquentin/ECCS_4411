000010*----------------------------------------------------------------
000020* LAYAWAY.CPY  -  RECORD LAYOUT FOR THE LAYAWAY FILE (LAYAWAY).
000030*                ONE RECORD PER ITEM LINE ON A NUMBERED LAYAWAY
000040*                OPENED AT THE REGISTER (PROGRAM3), WITH THE
000050*                LAYAWAY'S HEADER FIGURES REPEATED ON EVERY LINE.
000060*                THE ITEMS ARE TAKEN OUT OF STOCK WHEN THE
000070*                LAYAWAY IS OPENED - RESERVED, NOT SOLD.  EACH
000080*                DEPOSIT OR PAYMENT RAISES THE AMOUNT PAID; WHEN
000090*                IT REACHES THE TOTAL THE LAYAWAY IS COMPLETED AS
000100*                A SALE UNDER ITS OWN RECEIPT NUMBER.  A LAYAWAY
000110*                STILL OPEN PAST ITS DEADLINE IS FORFEITED BY
000120*                LAYMNT - THE STOCK GOES BACK ON THE SHELF AND
000130*                THE MONEY PAID IS KEPT.
000140*                SUBTOTAL IS NET OF THE DISCOUNT; TOTAL IS
000150*                SUBTOTAL PLUS TAX, WHICH IS WHAT THE CUSTOMER
000160*                OWES IN ALL.
000161*                TAXABLE SALES IS THE PART OF THE SUBTOTAL THAT
000162*                WAS TAXED; A LAYAWAY FOR AN EXEMPT CUSTOMER
000163*                CARRIES THE CERTIFICATE AND ACCOUNT FOR THE SALE
000164*                AT PICK-UP.
000170*----------------------------------------------------------------
000180 01  LAYAWAY-RECORD.
000190     05  LY-LAYAWAY-NO          PIC 9(6).
000200     05  LY-LINE-NO             PIC 9(4).
000210     05  LY-STORE-NAME          PIC X(20).
000220     05  LY-CUST-NAME           PIC X(25).
000230     05  LY-CUST-PHONE          PIC X(12).
000240     05  LY-OPEN-DATE           PIC 9(8).
000250     05  LY-DEADLINE            PIC 9(8).
000260     05  LY-STATUS              PIC X(1).
000270         88  LY-IS-OPEN         VALUE "O".
000280         88  LY-IS-COMPLETED    VALUE "C".
000290         88  LY-IS-FORFEITED    VALUE "F".
000300     05  LY-CLOSE-DATE          PIC 9(8).
000310     05  LY-CASHIER-ID          PIC X(6).
000320     05  LY-REGISTER-ID         PIC X(4).
000330     05  LY-OPEN-RECEIPT        PIC 9(8).
000340     05  LY-SALE-RECEIPT        PIC 9(8).
000350     05  LY-SUBTOTAL            PIC 9(7)V99.
000360     05  LY-DISC-TOTAL          PIC 9(7)V99.
000370     05  LY-TAX                 PIC 9(7)V99.
000380     05  LY-TOTAL               PIC 9(7)V99.
000390     05  LY-AMT-PAID            PIC 9(7)V99.
000400     05  LY-ITEM-CODE           PIC X(10).
000410     05  LY-DESCRIPTION         PIC X(30).
000420     05  LY-QUANTITY            PIC 9(4).
000430     05  LY-EXT-PRICE           PIC 9(7)V99.
000440     05  LY-UNIT-COST           PIC 9(6)V99.
000450     05  LY-DEPT-CODE           PIC X(4).
000460     05  LY-PROMO-FLAG          PIC X(1).
000470     05  LY-HAND-KEYED          PIC X(1).
000480     05  LY-APPROVED-BY         PIC X(6).
000490     05  LY-TAXABLE-SALES       PIC 9(7)V99.
000500     05  LY-EXEMPT-CERT         PIC X(15).
000510     05  LY-EXEMPT-CUST         PIC X(6).
