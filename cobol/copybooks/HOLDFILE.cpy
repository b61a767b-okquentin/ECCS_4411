000100*                  SLIPS STILL HELD AT DAY CLOSE ARE LISTED AND
000110*                  VOIDED BY DAYCTL SO A HOLD NEVER STRADDLES
000120*                  BUSINESS DATES.
000121*                  THE TAX CLASS IS THE LINE'S ITEM CLASS (N = NOT
000122*                  TAXED) SO A RESUMED SALE TAXES THE SAME LINES.
000124*                  THE CASHIER WHO HELD THE SLIP IS CARRIED SO A
000126*                  SLIP VOIDED AT DAY CLOSE IS CHARGED TO THEM ON
000128*                  THE CASHIER EXCEPTION SCORECARD.
000130*----------------------------------------------------------------
000140 01  HOLD-RECORD.
000150     05  HL-SLIP-NO             PIC 9(4).
000280     05  HL-APPROVED-BY         PIC X(6).
000290     05  HL-CERT-FLAG           PIC X(1).
000300     05  HL-CERT-NO             PIC 9(6).
000310     05  HL-TAX-CLASS           PIC X(1).
000320     05  HL-CASHIER-ID          PIC X(6).
