000087*                 PREFERRED VENDOR (A VENDMST ID) AND ORDER
000088*                 QUANTITY DRIVE THE PURCHASE ORDER GENERATOR
000089*                 (POGEN) WHEN THE ITEM HITS ITS REORDER POINT.
000090*                 THE TAX CLASS SAYS WHETHER THE REGISTER TAXES
000091*                 THE ITEM; A BLANK CLASS ON AN OLDER RECORD IS
000092*                 TAXABLE.
000093*                 THE FILE IS KEYED BY ITEM CODE.  PROGRAMS READ
000094*                 IT BY KEY AND CHANGE ONE RECORD AT A TIME, READ
000095*                 WITH A LOCK AND REWRITTEN IN PLACE; ON-HAND IS
000096*                 POSTED THROUGH ITEMPOST.  MSTLOAD LOADS IT FROM,
000097*                 AND EXTRACTS IT TO, THE SEQUENTIAL ITEMSEQ.
000098*                 A SEASONAL ITEM (FLAG Y) IS LEFT OUT OF THE
000099*                 DEMAND-BASED REORDER PLANNING RUN (REORDPLN) -
000100*                 ITS POINT AND QUANTITY ARE SET BY HAND.
000101*                 MSTREST DESCRIBES THE KEYED FILE BY ITS KEY AND
000102*                 RECORD LENGTH ONLY - A CHANGE TO THE LENGTH
000103*                 HERE MUST BE MADE THERE AS WELL.
000104*----------------------------------------------------------------
000105 01  ITEM-MST-RECORD.
000110     05  IM-ITEM-CODE           PIC X(10).
000120     05  IM-DESCRIPTION         PIC X(30).
000130     05  IM-UNIT-PRICE          PIC 9(6)V99.
000200     05  IM-ORDER-QTY           PIC 9(5).
000210     05  IM-UNIT-COST           PIC 9(6)V99.
000220     05  IM-DEPT-CODE           PIC X(4).
000230     05  IM-TAX-CLASS           PIC X(1).
000240         88  IM-IS-TAXABLE      VALUES "T" " ".
000250         88  IM-IS-NONTAXABLE   VALUE "N".
000260     05  IM-SEASONAL-FLAG       PIC X(1).
000270         88  IM-IS-SEASONAL     VALUE "Y".
