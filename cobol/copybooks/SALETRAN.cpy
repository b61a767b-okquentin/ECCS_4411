000090*                  FROM THE RCPTCTL CONTROL FILE; A RETURN ALSO
000100*                  CARRIES THE RECEIPT NUMBER OF THE ORIGINAL
000110*                  SALE IT WAS VERIFIED AGAINST.
000111*                  TYPE L IS MONEY TAKEN ON A LAYAWAY (DEPOSIT
000112*                  OR LATER PAYMENT) - NOT A SALE, NO ITEMS, NO
000113*                  TAX.  TYPE F IS A DEPOSIT KEPT WHEN LAYMNT
000114*                  FORFEITS A LAYAWAY.  ON BOTH, AND ON THE SALE
000115*                  WRITTEN WHEN A LAYAWAY IS PAID OFF (TENDER L =
000116*                  DEPOSITS APPLIED), ST-ORIG-RECEIPT CARRIES THE
000117*                  LAYAWAY NUMBER.
000118*                  ON A SALE OR RETURN THE NET SUBTOTAL IS SPLIT
000119*                  INTO TAXABLE AND EXEMPT SALES - EXEMPT BEING
000120*                  NON-TAXABLE ITEMS, OR THE WHOLE SALE TO A
000121*                  CUSTOMER WITH AN EXEMPTION CERTIFICATE, WHOSE
000122*                  NUMBER AND ACCOUNT ARE CARRIED.  A GIFT
000123*                  CERTIFICATE SOLD IS NEITHER.  A RECORD WRITTEN
000124*                  BEFORE THE SPLIT HAS SPACES THERE AND IS TAKEN
000125*                  AS ALL TAXABLE.
000126*----------------------------------------------------------------
000130 01  SALETRAN-RECORD.
000140     05  ST-STORE-NAME          PIC X(20).
000150     05  ST-TIMESTAMP           PIC X(21).
000160     05  ST-TRANS-TYPE          PIC X(1).
000170         88  ST-IS-SALE         VALUE "S".
000180         88  ST-IS-RETURN       VALUE "R".
000182         88  ST-IS-LAYAWAY      VALUE "L".
000184         88  ST-IS-FORFEIT      VALUE "F".
000186         88  ST-IS-LAYAWAY-MONEY VALUES "L" "F".
000190     05  ST-ITEM-COUNT          PIC 9(4).
000200     05  ST-SUBTOTAL            PIC S9(9)V99.
000210     05  ST-TAX                 PIC S9(9)V99.
000280         88  ST-TENDER-ACCT     VALUE "A".
000290         88  ST-TENDER-GIFT     VALUE "G".
000300         88  ST-TENDER-MIXED    VALUE "M".
000305         88  ST-TENDER-LAYAWAY  VALUE "L".
000310     05  ST-AMT-TENDERED        PIC S9(9)V99.
000320     05  ST-CHANGE-DUE          PIC S9(9)V99.
000330     05  ST-RECEIPT-NO          PIC 9(8).
000350     05  ST-BUSINESS-DATE       PIC 9(8).
000360     05  ST-DISC-TOTAL          PIC S9(9)V99.
000370     05  ST-REGISTER-ID         PIC X(4).
000380     05  ST-TAXABLE-SALES       PIC S9(9)V99.
000390     05  ST-EXEMPT-SALES        PIC S9(9)V99.
000400     05  ST-EXEMPT-CERT         PIC X(15).
000410     05  ST-EXEMPT-CUST         PIC X(6).
