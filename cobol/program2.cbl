000640*                   TERM INSTEAD OF THIRTY FILE SWAPS.  THE
000650*                   RESTART CHECKPOINT NOW CARRIES THE SECTION
000660*                   IN FLIGHT AND ITS COUNTERS.
000661*   10/15/2026  DH  POST EACH COURSE'S CREDIT HOURS FROM THE
000662*                   COURSE CATALOG (CRSMST) WITH THE GRADE
000663*                   HISTORY, FOR THE CREDIT-WEIGHTED GPAS.  A
000664*                   COURSE NOT IN THE CATALOG POSTS ZERO HOURS
000665*                   AND IS LOGGED.
000666*   10/15/2026  DH  CLEAR THE GRADE-CHANGED FLAG NOW CARRIED ON
000667*                   GRDHIST WHEN A GRADE IS POSTED.
000670*----------------------------------------------------------------
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000890     SELECT GRDH-WRK-FILE ASSIGN TO "GRDHWRK"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-GRDHWRK-STATUS.
000912     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000914         ORGANIZATION IS LINE SEQUENTIAL
000916         FILE STATUS IS WS-CRSMST-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  GRADE-IN-FILE.
001240 FD  GRD-HIST-FILE.
001250     COPY GRDHIST.
001260 FD  GRDH-WRK-FILE.
001265 01  GRDH-WRK-RECORD            PIC X(30).
001270 FD  COURSE-FILE.
001275     COPY CRSMST.
001280 WORKING-STORAGE SECTION.
001290 01  NUMGRADE                   PIC 999V99.
001300 01  LETTERGRADE                PIC X(2).
001630 01  WS-TERM-ID                 PIC X(6) VALUE "000000".
001640 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "PROGRAM2".
001650 01  WS-AUDIT-MESSAGE           PIC X(60).
001651 01  WS-CRSMST-STATUS           PIC X(2).
001652 01  WS-CRSMST-EOF              PIC X VALUE "N".
001653     88  END-OF-CRSMST          VALUE "Y".
001654 01  WS-CRS-COUNT               PIC 9(3) VALUE 0.
001655 01  WS-CRS-TABLE.
001656     05  WS-CRS-ENTRY OCCURS 500 TIMES.
001657         10  WS-CRS-ID          PIC X(6).
001658         10  WS-CRS-HOURS       PIC 9V9.
001659 01  WS-CRS-IDX                 PIC 9(3) VALUE 0.
001660 01  WS-HOURS-COURSE            PIC X(6) VALUE SPACES.
001661 01  WS-HOURS-FOUND             PIC X VALUE "N".
001662     88  WS-HOURS-WERE-FOUND    VALUE "Y".
001663 01  WS-COURSE-HOURS            PIC 9V9 VALUE 0.
001664 01  WS-CUTOFF-TABLE.
001670     05  WS-CUTOFF-ENTRY OCCURS 20 TIMES
001680                         INDEXED BY WS-CUT-IDX.
001690         10  WS-CUT-MIN-SCORE   PIC 9(3).
002260     OPEN INPUT GRADE-IN-FILE
002270     OPEN INPUT CUTOFF-FILE
002280     PERFORM 1040-LOAD-STUDENTS THRU 1040-EXIT
002285     PERFORM 1080-LOAD-COURSES THRU 1080-EXIT
002290     PERFORM 1050-LOAD-CHECKPOINT THRU 1050-EXIT
002300     PERFORM 1030-GET-TERM THRU 1030-EXIT
002310     IF WS-IS-RESTART
003560             SET END-OF-STUMST TO TRUE
003570     END-READ.
003580 1045-EXIT.
003581     EXIT.
003582*----------------------------------------------------------------
003583* 1080-LOAD-COURSES  -  LOAD EACH COURSE'S CREDIT HOURS FROM THE
003584*                       COURSE CATALOG.  A MISSING CATALOG POSTS
003585*                       ZERO HOURS, WHICH THE TRANSCRIPT AND THE
003586*                       HONORS LISTING LOOK UP AGAIN LATER.
003587*----------------------------------------------------------------
003588 1080-LOAD-COURSES.
003589     OPEN INPUT COURSE-FILE
003590     IF WS-CRSMST-STATUS = "35"
003591         DISPLAY "No course catalog file - hours not posted."
003592         MOVE "NO COURSE CATALOG, CREDIT HOURS NOT POSTED"
003593             TO WS-AUDIT-MESSAGE
003594         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003595             WS-AUDIT-MESSAGE
003596     ELSE
003597         PERFORM 1085-READ-CRSMST THRU 1085-EXIT
003598         PERFORM UNTIL END-OF-CRSMST
003599             IF WS-CRS-COUNT < 500
003600                 ADD 1 TO WS-CRS-COUNT
003601                 MOVE CR-COURSE-NO TO WS-CRS-ID (WS-CRS-COUNT)
003602                 IF CR-CREDIT-HOURS IS NUMERIC
003603                     MOVE CR-CREDIT-HOURS
003604                         TO WS-CRS-HOURS (WS-CRS-COUNT)
003605                 ELSE
003606                     MOVE 0 TO WS-CRS-HOURS (WS-CRS-COUNT)
003607                 END-IF
003608             ELSE
003609                 DISPLAY "Course table full - record skipped: "
003610                     CR-COURSE-NO
003611             END-IF
003612             PERFORM 1085-READ-CRSMST THRU 1085-EXIT
003613         END-PERFORM
003614         CLOSE COURSE-FILE
003615     END-IF.
003616 1080-EXIT.
003617     EXIT.
003618*----------------------------------------------------------------
003619* 1085-READ-CRSMST  -  READ THE NEXT COURSE CATALOG RECORD.
003620*----------------------------------------------------------------
003621 1085-READ-CRSMST.
003622     READ COURSE-FILE
003623         AT END
003624             SET END-OF-CRSMST TO TRUE
003625     END-READ.
003626 1085-EXIT.
003627     EXIT.
003628*----------------------------------------------------------------
003629* 1050-LOAD-CHECKPOINT  -  PICK UP WHERE AN INTERRUPTED RUN
003630*                          STOPPED.  A CHECKPOINT WITH RECORDS
003631*                          ALREADY PROCESSED RESTORES THE
003640*                          SUMMARY COUNTERS AND PUTS THE RUN IN
003650*                          RESTART MODE.
003660*----------------------------------------------------------------
005810*----------------------------------------------------------------
005820* 3600-POST-HISTORY  -  APPEND THIS STUDENT'S GRADE TO THE
005830*                       PERMANENT HISTORY UNDER THE RUN'S TERM.
005833*                       THE COURSE'S CREDIT HOURS ARE LOOKED
005836*                       UP WHENEVER THE COURSE CHANGES.
005840*----------------------------------------------------------------
005850 3600-POST-HISTORY.
005852     IF GI-COURSE-NO NOT = WS-HOURS-COURSE
005854         PERFORM 3650-FIND-HOURS THRU 3650-EXIT
005856     END-IF
005860     OPEN EXTEND GRD-HIST-FILE
005870     IF WS-GRDHIST-STATUS NOT = "00" AND
005880             WS-GRDHIST-STATUS NOT = "05"
005930     MOVE GI-COURSE-SECTION TO GH-COURSE-SECTION
005940     MOVE NUMGRADE TO GH-NUMGRADE
005950     MOVE LETTERGRADE TO GH-LETTER-GRADE
005955     MOVE WS-COURSE-HOURS TO GH-CREDIT-HOURS
005957     MOVE SPACE TO GH-CHANGED-FLAG
005960     WRITE GRADE-HIST-RECORD
005970     CLOSE GRD-HIST-FILE.
005980 3600-EXIT.
005981     EXIT.
005982*----------------------------------------------------------------
005983* 3650-FIND-HOURS  -  LOOK UP THE CREDIT HOURS FOR THE ROSTER
005984*                     LINE'S COURSE.  A COURSE THE CATALOG DOES
005985*                     NOT CARRY IS LOGGED ONCE PER CHANGE OF
005986*                     COURSE.
005987*----------------------------------------------------------------
005988 3650-FIND-HOURS.
005989     MOVE GI-COURSE-NO TO WS-HOURS-COURSE
005990     MOVE "N" TO WS-HOURS-FOUND
005991     MOVE 0 TO WS-COURSE-HOURS
005992     PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
005993             UNTIL WS-CRS-IDX > WS-CRS-COUNT
005994         IF WS-CRS-ID (WS-CRS-IDX) = GI-COURSE-NO
005995             MOVE "Y" TO WS-HOURS-FOUND
005996             MOVE WS-CRS-HOURS (WS-CRS-IDX) TO WS-COURSE-HOURS
005997             EXIT PERFORM
005998         END-IF
005999     END-PERFORM
006000     IF NOT WS-HOURS-WERE-FOUND AND WS-CRS-COUNT > 0
006001         MOVE SPACES TO WS-AUDIT-MESSAGE
006002         STRING "COURSE NOT IN CATALOG, NO HOURS POSTED: "
006003             DELIMITED BY SIZE
006004             GI-COURSE-NO DELIMITED BY SIZE
006005             INTO WS-AUDIT-MESSAGE
006006         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
006007             WS-AUDIT-MESSAGE
006008     END-IF.
006009 3650-EXIT.
006010     EXIT.
006011*----------------------------------------------------------------
006012* 3250-START-SECTION  -  CONTROL BREAK - CLOSE OUT THE SECTION
006020*                        IN FLIGHT (IF ANY), THEN OPEN THE NEW
006030*                        ONE WITH A HEADER LINE AND FRESH
006040*                        COUNTERS.  THE ROSTER ARRIVES SORTED BY
