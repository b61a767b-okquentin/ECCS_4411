000010*----------------------------------------------------------------
000020* SECTMST.CPY  -  RECORD LAYOUT FOR THE SECTION MASTER (SECTMST).
000030*                 ONE RECORD PER COURSE SECTION OFFERED, KEYED BY
000040*                 THE SIX-CHARACTER COURSE NUMBER AND TWO-
000050*                 CHARACTER SECTION NUMBER, MAINTAINED BY THE
000060*                 REGISTRAR THROUGH THE SECTMNT UTILITY.  THE
000070*                 CAPACITY IS THE SEATS IN THE ROOM; ENROLLMENT
000080*                 MAINTENANCE (ENRLMNT) WAITLISTS A STUDENT ADDED
000090*                 PAST IT.  THE MEETING DAYS ARE DAY LETTERS
000100*                 (M T W R F S), AND THE START AND END TIMES ARE
000110*                 24-HOUR HHMM.
000120*----------------------------------------------------------------
000130 01  SECTION-RECORD.
000140     05  SC-COURSE-SECTION      PIC X(8).
000150     05  SC-SECTION-PARTS REDEFINES SC-COURSE-SECTION.
000160         10  SC-COURSE-NO       PIC X(6).
000170         10  SC-SECTION-NO      PIC X(2).
000180     05  SC-CAPACITY            PIC 9(3).
000190     05  SC-INSTRUCTOR          PIC X(20).
000200     05  SC-MEET-DAYS           PIC X(6).
000210     05  SC-START-TIME          PIC 9(4).
000220     05  SC-END-TIME            PIC 9(4).
