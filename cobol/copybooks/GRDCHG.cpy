000010*----------------------------------------------------------------
000020* GRDCHG.CPY  -  RECORD LAYOUT FOR THE GRADE CHANGE JOURNAL
000030*                (GRDCHG).  ONE RECORD PER GRADE CHANGED ON THE
000040*                POSTED GRADE HISTORY (GRDHIST) THROUGH THE GRADE
000050*                CHANGE UTILITY (GRDCORR), HOLDING BOTH THE
000060*                ORIGINAL AND THE AMENDED GRADE, THE REGISTRAR WHO
000070*                KEYED THE CHANGE, THE SECOND SUPERVISOR OR
000080*                MANAGER WHO APPROVED IT, AND WHEN.  THE TERM'S
000090*                GRADE-CHANGE LISTING FOR THE DEAN'S OFFICE IS
000100*                PRINTED FROM THIS FILE.
000110*                REASON CODES: KE KEYING ERROR, CE CALCULATION
000120*                ERROR, IC INCOMPLETE COMPLETED, AP APPEAL, OT
000130*                OTHER.
000140*----------------------------------------------------------------
000150 01  GRADE-CHG-RECORD.
000160     05  GX-TERM-ID             PIC X(6).
000170     05  GX-STUDENT-ID          PIC X(6).
000180     05  GX-COURSE-SECTION      PIC X(8).
000190     05  GX-OLD-NUMGRADE        PIC 999V99.
000200     05  GX-OLD-LETTER          PIC X(2).
000210     05  GX-NEW-NUMGRADE        PIC 999V99.
000220     05  GX-NEW-LETTER          PIC X(2).
000230     05  GX-REASON-CODE         PIC X(2).
000240         88  GX-REASON-KEYING   VALUE "KE".
000250         88  GX-REASON-CALC     VALUE "CE".
000260         88  GX-REASON-INCOMPL  VALUE "IC".
000270         88  GX-REASON-APPEAL   VALUE "AP".
000280         88  GX-REASON-OTHER    VALUE "OT".
000290         88  GX-REASON-VALID    VALUES "KE" "CE" "IC" "AP" "OT".
000300     05  GX-CHANGED-BY          PIC X(6).
000310     05  GX-APPROVED-BY         PIC X(6).
000320     05  GX-TIMESTAMP           PIC X(21).
