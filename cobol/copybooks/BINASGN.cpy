000010*----------------------------------------------------------------
000020* BINASGN.CPY  -  RECORD LAYOUT FOR THE BIN ASSIGNMENT FILE
000030*                 (BINASGN).  ONE RECORD PER ITEM PER BIN, SO A
000040*                 BIN CAN HOLD SEVERAL ITEMS AND AN ITEM CAN SIT
000050*                 IN MORE THAN ONE BIN.  THE BIN CODE IS A CODE
000060*                 ISSUED TO THE REGISTRY (CODEREG), NORMALIZED
000070*                 THE SAME WAY - LETTERS AND DIGITS ONLY, UPPER
000080*                 CASE.  THE FILE IS MAINTAINED BY BIN ASSIGNMENT
000090*                 MAINTENANCE (BINMNT) AND KEPT IN BIN CODE THEN
000100*                 ITEM CODE ORDER, WHICH IS THE WALK ORDER THE
000110*                 STOCK COUNT (STKCNT) PRINTS ITS COUNT SHEETS IN.
000120*----------------------------------------------------------------
000130 01  BIN-ASGN-RECORD.
000140     05  BA-BIN-CODE            PIC X(30).
000150     05  BA-ITEM-CODE           PIC X(10).
000160     05  BA-ASSIGN-DATE         PIC 9(8).
