000070*                THIS FILE AFTER EVERY CONVERTER RUN - AN
000080*                ENROLLED STUDENT WITH NO GRADE, OR A GRADE FOR
000090*                A STUDENT NOT ENROLLED, IS NO LONGER
000094*                INVISIBLE.  THE ENROLL STATUS SHOWS A STUDENT
000098*                WAITLISTED FOR A FULL SECTION (SEE SECTMST);
000102*                WAITLISTED RECORDS STAY IN REQUEST ORDER, AND A
000106*                BLANK STATUS ON AN OLDER RECORD MEANS ENROLLED.
000110*----------------------------------------------------------------
000120 01  ENROLL-RECORD.
000130     05  EN-STUDENT-ID          PIC X(6).
000140     05  EN-COURSE-SECTION      PIC X(8).
000150     05  EN-ENROLL-STATUS       PIC X(1).
000160         88  EN-IS-ENROLLED     VALUES "E" " ".
000170         88  EN-IS-WAITLISTED   VALUE "W".
