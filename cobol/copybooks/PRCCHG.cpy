000010*----------------------------------------------------------------
000020* PRCCHG.CPY  -  RECORD LAYOUT FOR THE SCHEDULED PRICE CHANGE
000030*                FILE (PRCCHG).  A BATCH IS KEYED THROUGH THE
000040*                PRICE CHANGE UTILITY (PRCMNT) AS ONE OR MORE
000050*                LINES SHARING A BATCH NUMBER AND EFFECTIVE DATE.
000060*                EACH LINE SELECTS ITEMS BY DEPARTMENT, PREFERRED
000070*                VENDOR, OR SINGLE ITEM CODE, AND CHANGES THEIR
000080*                PRICE BY A PERCENT (NEGATIVE FOR A REDUCTION) OR
000090*                TO A NEW PRICE.  THE OVERNIGHT PRICE CHANGE STEP
000100*                (PRCAPPLY) APPLIES PENDING LINES THE NIGHT BEFORE
000110*                THEY TAKE EFFECT AND MARKS THEM APPLIED WITH THE
000120*                NUMBER OF ITEMS REPRICED.
000130*----------------------------------------------------------------
000140 01  PRICE-CHANGE-RECORD.
000150     05  PC-BATCH-NO            PIC 9(6).
000160     05  PC-LINE-NO             PIC 9(3).
000170     05  PC-EFFECTIVE-DATE      PIC 9(8).
000180     05  PC-SELECT-TYPE         PIC X(1).
000190         88  PC-BY-DEPT         VALUE "D".
000200         88  PC-BY-VENDOR       VALUE "V".
000210         88  PC-BY-ITEM         VALUE "I".
000220     05  PC-SELECT-KEY          PIC X(10).
000230     05  PC-CHANGE-TYPE         PIC X(1).
000240         88  PC-BY-PERCENT      VALUE "P".
000250         88  PC-TO-NEW-PRICE    VALUE "N".
000260     05  PC-PERCENT             PIC S9(3)V99.
000270     05  PC-NEW-PRICE           PIC 9(6)V99.
000280     05  PC-STATUS              PIC X(1).
000290         88  PC-IS-PENDING      VALUE "P".
000300         88  PC-IS-APPLIED      VALUE "A".
000310         88  PC-IS-CANCELLED    VALUE "C".
000320     05  PC-ENTERED-BY          PIC X(6).
000330     05  PC-ENTERED-DATE        PIC 9(8).
000340     05  PC-APPLIED-DATE        PIC 9(8).
000350     05  PC-ITEMS-CHANGED       PIC 9(5).
000360     05  PC-REASON              PIC X(20).
