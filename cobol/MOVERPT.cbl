000160*                   THAT HAD NO MOVEMENT AT ALL IN THE PERIOD -
000170*                   THE SHELF SPACE NOBODY CAN SEE WITHOUT
000180*                   WALKING THE AISLES.
000182*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000184*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000186*                   CODE.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-DETLHIST-STATUS.
000260     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000265         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000275         RECORD KEY IS IM-ITEM-CODE
000280         FILE STATUS IS WS-ITEMMST-STATUS.
000290     SELECT MOVE-RPT-FILE ASSIGN TO "MOVERPT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
