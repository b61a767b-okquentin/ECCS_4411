000086*                 SIGN-ON REQUIRES THE PIN; THREE WRONG PINS IN
000087*                 A ROW LOCK THE ID ("L") UNTIL THE OFFICE
000088*                 UNLOCKS IT THROUGH OPERMNT.
000089*                 THE LEVEL ALSO DECIDES WHICH MAIN MENU CHOICES
000090*                 THE OPERATOR MAY RUN - CASHIER, SUPERVISOR, OR
000091*                 MANAGER, IN RISING ORDER OF AUTHORITY.
000092*----------------------------------------------------------------
000100 01  OPERATOR-RECORD.
000110     05  OP-OPERATOR-ID         PIC X(6).
000120     05  OP-NAME                PIC X(20).
000160     05  OP-LEVEL               PIC X(1).
000170         88  OP-IS-MANAGER      VALUE "M".
000180         88  OP-IS-CASHIER      VALUE "C".
000185         88  OP-IS-SUPERVISOR   VALUE "S".
000190     05  OP-PIN                 PIC X(4).
000200     05  OP-FAIL-COUNT          PIC 9(1).
