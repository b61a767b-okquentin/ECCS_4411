000070*                AND A SIGNED AMOUNT.  THE STEP REFUSES TO
000080*                WRITE AN EXTRACT THAT DOES NOT BALANCE TO THE
000090*                DAY'S TRANSACTIONS.
000092*                ACCOUNTS ARE THE LEDGER NUMBERS FROM THE
000094*                GLACCTS CHART OF ACCOUNTS.  EACH DAY'S LINES
000096*                ARE ALSO KEPT ON THE GLHIST LEDGER HISTORY, IN
000098*                THIS LAYOUT, FOR THE MONTH-END CLOSE (GLCLOSE).
000100*----------------------------------------------------------------
000110 01  GL-EXTRACT-RECORD.
000120     05  GL-BUSINESS-DATE       PIC 9(8).
