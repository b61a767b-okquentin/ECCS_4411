000070*                CHARGE), AND A PAYMENT ("P", NEGATIVE AMOUNT)
000080*                BY THE ACCTPAY ENTRY.  THE STATEMENT RUN
000090*                (STMTRUN) AND THE AGING REPORT (AGERPT) ARE
000094*                BUILT FROM THIS JOURNAL.  THE MONTH-END FINANCE
000098*                CHARGE RUN (FINCHG) APPENDS A FINANCE CHARGE
000102*                ("F", POSITIVE AMOUNT, NO RECEIPT) AGAINST EACH
000106*                ACCOUNT IT CHARGES; IT AGES LIKE ANY CHARGE.
000107*                A CHARGE WHOSE RECEIPT IS BACKED OUT AFTER A
000108*                REGISTER FAILURE IS CANCELLED BY AN OPPOSITE
000109*                CHARGE UNDER THE SAME RECEIPT AND DATE.
000110*----------------------------------------------------------------
000120 01  AR-JOURNAL-RECORD.
000130     05  AR-CUST-ID             PIC X(6).
000160     05  AR-TRANS-TYPE          PIC X(1).
000170         88  AR-IS-CHARGE       VALUE "C".
000180         88  AR-IS-PAYMENT      VALUE "P".
000185         88  AR-IS-FIN-CHARGE   VALUE "F".
000190     05  AR-AMOUNT              PIC S9(9)V99.
000200     05  AR-RECEIPT-NO          PIC 9(8).
000210     05  AR-CASHIER-ID          PIC X(6).
