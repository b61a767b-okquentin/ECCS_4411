000010*----------------------------------------------------------------
000020* VENDCOST.CPY  -  RECORD LAYOUT FOR A VENDOR'S COST FILE
000030*                  (VENDCOST), THE PRICE LIST A SUPPLIER SENDS IN
000040*                  PLACE OF A PRINTED ONE.  ONE RECORD PER ITEM -
000050*                  THE VENDOR'S OWN ITEM CODE, OUR ITEM CODE, THE
000060*                  NEW UNIT COST, AND THE DATE THE VENDOR BEGINS
000070*                  BILLING IT.  THE COST IMPORT (COSTIMP) POSTS
000080*                  IT TO IM-UNIT-COST FOR THE ITEMS THE VENDOR IS
000090*                  PREFERRED SUPPLIER OF.
000100*----------------------------------------------------------------
000110 01  VENDOR-COST-RECORD.
000120     05  VC-VENDOR-ITEM         PIC X(15).
000130     05  VC-ITEM-CODE           PIC X(10).
000140     05  VC-NEW-COST            PIC 9(6)V99.
000150     05  VC-EFFECTIVE-DATE      PIC 9(8).
