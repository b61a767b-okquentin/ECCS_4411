000010*----------------------------------------------------------------
000020* RTVLOG.CPY  -  RECORD LAYOUT FOR THE RETURN-TO-VENDOR JOURNAL
000030*                (RTVLOG).  ONE RECORD PER ITEM LINE SHIPPED BACK
000040*                TO A SUPPLIER BY THE RTV UTILITY (RTVPROC) UNDER
000050*                A NUMBERED DEBIT MEMO.  THE QUANTITY IS TAKEN OUT
000060*                OF IM-QTY-ON-HAND WHEN THE LINE IS WRITTEN, SO
000070*                THE RECONCILIATION (INVRECON) COUNTS IT AS
000080*                MOVEMENT OUT OF STOCK - NOT AS SHRINK.  THE LINE
000090*                STAYS OUTSTANDING UNTIL THE VENDOR'S OWN CREDIT
000100*                MEMO COMES BACK AND IS KEYED AGAINST THE DEBIT
000110*                MEMO NUMBER.
000120*                REASON CODES: DM DAMAGED, RC RECALL, OS
000130*                OVERSTOCK, OT OTHER.
000133*                THE STORE NAME IS THE STORCFG STORE THE STOCK
000136*                WAS SHIPPED BACK FROM (BLANK ON OLDER RECORDS).
000140*----------------------------------------------------------------
000150 01  RTV-LOG-RECORD.
000160     05  RT-MEMO-NUMBER         PIC 9(6).
000170     05  RT-VENDOR-ID           PIC X(6).
000180     05  RT-BUSINESS-DATE       PIC 9(8).
000190     05  RT-TIMESTAMP           PIC X(21).
000200     05  RT-ITEM-CODE           PIC X(10).
000210     05  RT-DEPT-CODE           PIC X(4).
000220     05  RT-QTY-RETURNED        PIC 9(5).
000230     05  RT-UNIT-COST           PIC 9(6)V99.
000240     05  RT-REASON-CODE         PIC X(2).
000250         88  RT-REASON-DAMAGED  VALUE "DM".
000260         88  RT-REASON-RECALL   VALUE "RC".
000270         88  RT-REASON-OVERSTK  VALUE "OS".
000280         88  RT-REASON-OTHER    VALUE "OT".
000290         88  RT-REASON-VALID    VALUES "DM" "RC" "OS" "OT".
000300     05  RT-STATUS              PIC X(1).
000310         88  RT-IS-OUTSTANDING  VALUE "O".
000320         88  RT-IS-CREDITED     VALUE "C".
000330     05  RT-CREDIT-DATE         PIC 9(8).
000340     05  RT-CREDIT-MEMO         PIC X(12).
000350     05  RT-STORE-NAME          PIC X(20).
