000010*----------------------------------------------------------------
000020* SHELFTAG.CPY  -  RECORD LAYOUT FOR THE SHELF TAG FILE
000030*                  (SHELFTAG) WRITTEN BY THE OVERNIGHT PRICE
000040*                  CHANGE STEP (PRCAPPLY).  ONE RECORD PER ITEM
000050*                  REPRICED THAT NIGHT, FOR THE TAG PRINTER, SO
000060*                  THE NEW TAGS ARE HUNG THE MORNING THE PRICE
000070*                  GOES LIVE AT THE REGISTER.  THE FILE HOLDS
000080*                  ONLY THE LAST RUN'S TAGS.
000090*----------------------------------------------------------------
000100 01  SHELF-TAG-RECORD.
000110     05  TG-ITEM-CODE           PIC X(10).
000120     05  TG-DESCRIPTION         PIC X(30).
000130     05  TG-UNIT-PRICE          PIC 9(6)V99.
000140     05  TG-OLD-PRICE           PIC 9(6)V99.
000150     05  TG-DEPT-CODE           PIC X(4).
000160     05  TG-EFFECTIVE-DATE      PIC 9(8).
000170     05  TG-BATCH-NO            PIC 9(6).
