000080*                REPORT CAN TOTAL WHAT WALKED OUT, BROKE, OR WAS
000090*                MISCOUNTED, BY REASON AND BY DEPARTMENT.
000100*                REASON CODES: DM DAMAGE, TH THEFT, MC MISCOUNT,
000110*                OT OTHER.  THE STORE NAME IS THE STORE WHOSE
000112*                STOCK WAS ADJUSTED - THE STORE COUNTED BY
000114*                STKCNT, OR THE RECEIVING STORE WHEN A TRANSFER
000116*                (STKXFER) ARRIVES SHORT.  BLANK ON RECORDS
000118*                WRITTEN BEFORE STOCK WAS KEPT BY STORE.
000120*----------------------------------------------------------------
000130 01  ADJ-LOG-RECORD.
000140     05  AJ-BUSINESS-DATE       PIC 9(8).
000250         88  AJ-REASON-MISCOUNT VALUE "MC".
000260         88  AJ-REASON-OTHER    VALUE "OT".
000270     05  AJ-UNIT-COST           PIC 9(6)V99.
000280     05  AJ-STORE-NAME          PIC X(20).
