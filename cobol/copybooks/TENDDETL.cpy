000230         88  TD-TENDER-CARD     VALUE "D".
000240         88  TD-TENDER-ACCT     VALUE "A".
000250         88  TD-TENDER-GIFT     VALUE "G".
000255         88  TD-TENDER-LAYAWAY  VALUE "L".
000260     05  TD-AMOUNT              PIC S9(9)V99.
000270     05  TD-CHANGE-DUE          PIC S9(9)V99.
000280     05  TD-BUSINESS-DATE       PIC 9(8).
