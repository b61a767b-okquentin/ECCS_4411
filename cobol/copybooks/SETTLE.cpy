000010*----------------------------------------------------------------
000020* SETTLE.CPY  -  RECORD LAYOUT FOR THE CARD PROCESSOR'S
000030*                SETTLEMENT FILE (SETTLE), LOADED FROM THE
000040*                PROCESSOR'S DAILY SETTLEMENT REPORT.  ONE RECORD
000050*                PER SETTLED TERMINAL BATCH - THE STORE AND
000060*                REGISTER THE TERMINAL IS MAPPED TO, THE BUSINESS
000070*                DATE THE BATCH COVERS, AND THE NUMBER AND NET
000080*                AMOUNT (SALES LESS REFUNDS) OF THE CARD
000090*                TRANSACTIONS SETTLED.  THE CARD SETTLEMENT
000100*                RECONCILIATION (CARDREC) TIES IT BACK TO THE
000110*                CARD TENDERS TAKEN AT EACH REGISTER.
000120*----------------------------------------------------------------
000130 01  SETTLEMENT-RECORD.
000140     05  SE-BUSINESS-DATE       PIC 9(8).
000150     05  SE-STORE-NAME          PIC X(20).
000160     05  SE-REGISTER-ID         PIC X(4).
000170     05  SE-BATCH-NO            PIC X(8).
000180     05  SE-TRANS-COUNT         PIC 9(5).
000190     05  SE-NET-AMOUNT          PIC S9(9)V99.
