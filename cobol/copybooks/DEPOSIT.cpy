000010*----------------------------------------------------------------
000020* DEPOSIT.CPY  -  RECORD LAYOUT FOR THE BANK DEPOSIT REGISTER
000030*                 (DEPOSIT).  ONE RECORD PER DEPOSIT PREPARED BY
000040*                 THE DEPOSIT PREPARATION UTILITY (DEPPREP) FOR A
000050*                 STORE'S BUSINESS DAY - THE COUNTED CASH FROM
000060*                 THE DRAWER LOG PLUS THE DAY'S CHECK TENDERS.
000070*                 THE DEPOSIT STAYS OUTSTANDING UNTIL THE BANK
000080*                 STATEMENT SHOWS IT CREDITED AND IT IS MARKED
000090*                 CLEARED WITH THE AMOUNT THE BANK ACTUALLY
000100*                 CREDITED.
000110*----------------------------------------------------------------
000120 01  DEPOSIT-RECORD.
000130     05  DS-DEPOSIT-NO          PIC 9(6).
000140     05  DS-BUSINESS-DATE       PIC 9(8).
000150     05  DS-STORE-NAME          PIC X(20).
000160     05  DS-PREPARED-BY         PIC X(6).
000170     05  DS-TIMESTAMP           PIC X(21).
000180     05  DS-CASH-AMOUNT         PIC S9(9)V99.
000190     05  DS-CHECK-COUNT         PIC 9(4).
000200     05  DS-CHECK-AMOUNT        PIC S9(9)V99.
000210     05  DS-DEPOSIT-TOTAL       PIC S9(9)V99.
000220     05  DS-STATUS              PIC X(1).
000230         88  DS-IS-OUTSTANDING  VALUE "O".
000240         88  DS-IS-CLEARED      VALUE "C".
000250     05  DS-CLEARED-DATE        PIC 9(8).
000260     05  DS-BANK-AMOUNT         PIC S9(9)V99.
000270     05  DS-CLEARED-BY          PIC X(6).
