000010*----------------------------------------------------------------
000020* STORSTK.CPY  -  RECORD LAYOUT FOR THE STORE STOCK FILE
000030*                (STORSTK).  ONE RECORD PER STORE PER ITEM THE
000040*                STORE CARRIES, KEYED BY THE STORCFG STORE NAME
000045*                AND THE ITEM CODE.
000050*                IM-QTY-ON-HAND ON THE ITEM MASTER STAYS THE
000060*                COMPANY TOTAL; THIS FILE SAYS WHERE THAT STOCK
000070*                SITS.  EVERY PROGRAM THAT MOVES STOCK IN OR OUT
000080*                OF A STORE POSTS IT HERE THROUGH THE SHARED
000090*                STKPOST SUBPROGRAM.  A ZERO STORE REORDER POINT
000100*                MEANS THE ITEM MASTER REORDER POINT APPLIES.
000110*                THE LAST COUNT DATE IS SET BY THE PHYSICAL
000120*                COUNT UTILITY (STKCNT) FOR THE STORE COUNTED.
000130*----------------------------------------------------------------
000140 01  STORE-STOCK-RECORD.
000145     05  SS-STOCK-KEY.
000150         10  SS-STORE-NAME      PIC X(20).
000160         10  SS-ITEM-CODE       PIC X(10).
000170     05  SS-QTY-ON-HAND         PIC S9(7).
000180     05  SS-REORDER-POINT       PIC 9(5).
000190     05  SS-LAST-COUNT-DATE     PIC 9(8).
