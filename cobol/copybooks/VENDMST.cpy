000070*                 VENDOR'S NAME AND PHONE ON THE ORDER, SO THE
000080*                 MORNING FAX SHEET NO LONGER GETS RETYPED BY
000090*                 HAND.  DEACTIVATED RATHER THAN DELETED, LIKE
000100*                 THE ITEM MASTER.  THE TERMS ARE THE DAYS FROM
000103*                 INVOICE DATE TO PAYMENT DUE; ZERO OR BLANK
000106*                 MEANS NET 30.
000110*----------------------------------------------------------------
000120 01  VENDOR-RECORD.
000130     05  VN-VENDOR-ID           PIC X(6).
000160     05  VN-ACTIVE-FLAG         PIC X(1).
000170         88  VN-IS-ACTIVE       VALUE "A".
000180         88  VN-IS-INACTIVE     VALUE "I".
000190     05  VN-TERMS-DAYS          PIC 9(3).
