000080*                 PROGRAM (TRNSCRPT) AND THE HONORS LISTING
000090*                 (HONORRPT) READ THIS FILE, SO A TERM'S
000100*                 RESULTS NO LONGER EVAPORATE WHEN THE REPORT
000110*                 FILE IS OVERWRITTEN.  THE CREDIT HOURS ARE
000111*                 TAKEN FROM THE COURSE CATALOG (CRSMST) WHEN THE
000112*                 GRADE IS POSTED, SO A LATER CATALOG CHANGE DOES
000113*                 NOT REWEIGHT A GPA ALREADY EARNED.  RECORDS
000114*                 POSTED BEFORE THE HOURS WERE CARRIED HOLD
000115*                 SPACES THERE.
000116*                 A GRADE AMENDED AFTER POSTING BY THE GRADE
000117*                 CHANGE UTILITY (GRDCORR) IS FLAGGED "C"; THE
000118*                 ORIGINAL GRADE IS KEPT ON THE GRDCHG JOURNAL.
000120*----------------------------------------------------------------
000130 01  GRADE-HIST-RECORD.
000140     05  GH-TERM-ID             PIC X(6).
000150     05  GH-STUDENT-ID          PIC X(6).
000160     05  GH-COURSE-SECTION      PIC X(8).
000162     05  GH-SECTION-PARTS REDEFINES GH-COURSE-SECTION.
000164         10  GH-COURSE-NO       PIC X(6).
000166         10  GH-SECTION-NO      PIC X(2).
000170     05  GH-NUMGRADE            PIC 999V99.
000180     05  GH-LETTER-GRADE        PIC X(2).
000190     05  GH-CREDIT-HOURS        PIC 9V9.
000200     05  GH-CHANGED-FLAG        PIC X(1).
000210         88  GH-GRADE-CHANGED   VALUE "C".
