000160*                   REGISTER NEVER PICKS UP A PROMOTION FOR AN
000170*                   ITEM THAT CANNOT RING.  EVERY CHANGE IS
000180*                   LOGGED TO THE SHARED AUDIT LOG.
000182*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000184*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000186*                   CODE.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-PROMO-STATUS.
000260     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000265         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000275         RECORD KEY IS IM-ITEM-CODE
000280         FILE STATUS IS WS-ITEMMST-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
