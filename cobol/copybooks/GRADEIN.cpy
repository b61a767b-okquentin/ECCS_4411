000090     05  GI-STUDENT-ID          PIC X(6).
000100     05  GI-NUMGRADE            PIC 999V99.
000110     05  GI-COURSE-SECTION      PIC X(8).
000112     05  GI-SECTION-PARTS REDEFINES GI-COURSE-SECTION.
000114         10  GI-COURSE-NO       PIC X(6).
000116         10  GI-SECTION-NO      PIC X(2).
