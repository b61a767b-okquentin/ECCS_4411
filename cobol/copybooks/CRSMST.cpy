000010*----------------------------------------------------------------
000020* CRSMST.CPY  -  RECORD LAYOUT FOR THE COURSE CATALOG (CRSMST).
000030*                ONE RECORD PER COURSE NUMBER, MAINTAINED BY THE
000040*                REGISTRAR THROUGH THE CRSMNT UTILITY.  A COURSE
000050*                SECTION ON THE ROSTERS, ENROLLMENTS, AND GRADE
000060*                HISTORY IS THE SIX-CHARACTER COURSE NUMBER
000070*                FOLLOWED BY A TWO-CHARACTER SECTION NUMBER, SO
000080*                "MTH10101" IS SECTION 01 OF COURSE MTH101.  THE
000090*                CREDIT HOURS WEIGHT THE COURSE IN THE GPA.
000100*                DEACTIVATED RATHER THAN DELETED, SO HISTORY FOR
000110*                A RETIRED COURSE STILL FINDS ITS TITLE.
000120*----------------------------------------------------------------
000130 01  COURSE-RECORD.
000140     05  CR-COURSE-NO           PIC X(6).
000150     05  CR-TITLE               PIC X(30).
000160     05  CR-CREDIT-HOURS        PIC 9V9.
000170     05  CR-ACTIVE-FLAG         PIC X(1).
000180         88  CR-IS-ACTIVE       VALUE "A".
000190         88  CR-IS-INACTIVE     VALUE "I".
