000130*                   MINUS AT THREE TENTHS) GOES TO THE HONORRPT
000140*                   FILE WITH THEIR NAME FROM THE STUDENT
000150*                   MASTER.
000151*   10/15/2026  DH  WEIGHT THE TERM GPA BY CREDIT HOURS FROM THE
000152*                   GRADE HISTORY AND SHOW EACH STUDENT'S HOURS
000153*                   ATTEMPTED AND EARNED.  AN F EARNS NO HOURS.
000154*                   HISTORY POSTED WITHOUT HOURS TAKES THEM FROM
000155*                   THE COURSE CATALOG (CRSMST), OR ONE HOUR FOR
000156*                   A COURSE THE CATALOG DOES NOT CARRY.
000160*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000250         FILE STATUS IS WS-STUMST-STATUS.
000260     SELECT HONOR-RPT-FILE ASSIGN TO "HONORRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000272     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000274         ORGANIZATION IS LINE SEQUENTIAL
000276         FILE STATUS IS WS-CRSMST-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  GRD-HIST-FILE.
000330     COPY STUMST.
000340 FD  HONOR-RPT-FILE.
000350 01  HONOR-RPT-RECORD           PIC X(80).
000353 FD  COURSE-FILE.
000356     COPY CRSMST.
000360 WORKING-STORAGE SECTION.
000370 01  WS-GRDHIST-STATUS          PIC X(2).
000380 01  WS-STUMST-STATUS           PIC X(2).
000400     88  END-OF-GRDHIST         VALUE "Y".
000410 01  WS-STUMST-EOF              PIC X VALUE "N".
000420     88  END-OF-STUMST          VALUE "Y".
000421 01  WS-CRSMST-STATUS           PIC X(2).
000422 01  WS-CRSMST-EOF              PIC X VALUE "N".
000423     88  END-OF-CRSMST          VALUE "Y".
000424 01  WS-CRS-COUNT               PIC 9(3) VALUE 0.
000425 01  WS-CRS-TABLE.
000426     05  WS-CRS-ENTRY OCCURS 500 TIMES.
000427         10  WS-CRS-ID          PIC X(6).
000428         10  WS-CRS-HOURS       PIC 9V9.
000429 01  WS-CRS-IDX                 PIC 9(3) VALUE 0.
000430 01  WS-HOURS                   PIC 9V9 VALUE 0.
000431 01  WS-WANT-TERM               PIC X(6).
000440 01  WS-STU-COUNT               PIC 9(3) VALUE 0.
000450 01  WS-STU-TABLE.
000460     05  WS-STU-ENTRY OCCURS 500 TIMES.
000470         10  WS-STU-ID          PIC X(6).
000480         10  WS-STU-POINTS      PIC 9(5)V99.
000486         10  WS-STU-ATTEMPTED   PIC 9(3)V9.
000492         10  WS-STU-EARNED      PIC 9(3)V9.
000500 01  WS-FOUND-IDX               PIC 9(3) VALUE 0.
000510 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
000520 01  WS-POINTS                  PIC 9V99 VALUE 0.
000550 01  WS-STUDENT-NAME            PIC X(25).
000560 01  WS-LOOKUP-ID               PIC X(6).
000570 01  WS-EDIT-GPA                PIC 9.99.
000573 01  WS-EDIT-ATTEMPTED          PIC ZZ9.9.
000576 01  WS-EDIT-EARNED             PIC ZZ9.9.
000580 PROCEDURE DIVISION.
000590*----------------------------------------------------------------
000600* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
000650     MOVE SPACES TO WS-WANT-TERM
000660     ACCEPT WS-WANT-TERM
000670     MOVE FUNCTION UPPER-CASE(WS-WANT-TERM) TO WS-WANT-TERM
000675     PERFORM 0500-LOAD-COURSES THRU 0500-EXIT
000680     PERFORM 1000-TALLY-TERM THRU 1000-EXIT
000690     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
000700     DISPLAY "Honors students: " WS-HONOR-COUNT
000710     GOBACK.
000720*----------------------------------------------------------------
000721* 0500-LOAD-COURSES  -  LOAD THE COURSE CATALOG'S HOURS FOR
000722*                       HISTORY POSTED WITHOUT THEM.
000723*----------------------------------------------------------------
000724 0500-LOAD-COURSES.
000725     OPEN INPUT COURSE-FILE
000726     IF WS-CRSMST-STATUS NOT = "35"
000727         PERFORM 0510-READ-CRSMST THRU 0510-EXIT
000728         PERFORM UNTIL END-OF-CRSMST
000729             IF WS-CRS-COUNT < 500
000730                 ADD 1 TO WS-CRS-COUNT
000731                 MOVE CR-COURSE-NO TO WS-CRS-ID (WS-CRS-COUNT)
000732                 IF CR-CREDIT-HOURS IS NUMERIC
000733                     MOVE CR-CREDIT-HOURS
000734                         TO WS-CRS-HOURS (WS-CRS-COUNT)
000735                 ELSE
000736                     MOVE 0 TO WS-CRS-HOURS (WS-CRS-COUNT)
000737                 END-IF
000738             END-IF
000739             PERFORM 0510-READ-CRSMST THRU 0510-EXIT
000740         END-PERFORM
000741         CLOSE COURSE-FILE
000742     END-IF.
000743 0500-EXIT.
000744     EXIT.
000745*----------------------------------------------------------------
000746* 0510-READ-CRSMST  -  READ THE NEXT COURSE CATALOG RECORD.
000747*----------------------------------------------------------------
000748 0510-READ-CRSMST.
000749     READ COURSE-FILE
000750         AT END
000751             SET END-OF-CRSMST TO TRUE
000752     END-READ.
000753 0510-EXIT.
000754     EXIT.
000755*----------------------------------------------------------------
000756* 1000-TALLY-TERM  -  ROLL THE TERM'S HISTORY RECORDS UP BY
000757*                     STUDENT, IN GRADE POINTS WEIGHTED BY
000758*                     CREDIT HOURS.
000759*----------------------------------------------------------------
000760 1000-TALLY-TERM.
000770     MOVE "N" TO WS-GRDHIST-EOF
000780     OPEN INPUT GRD-HIST-FILE
001060*----------------------------------------------------------------
001070 1100-TALLY-ONE.
001080     PERFORM 6000-LETTER-TO-POINTS THRU 6000-EXIT
001085     PERFORM 1200-FIND-HOURS THRU 1200-EXIT
001090     MOVE 0 TO WS-FOUND-IDX
001100     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
001110             UNTIL WS-SCAN-IDX > WS-STU-COUNT
001180         ADD 1 TO WS-STU-COUNT
001190         MOVE GH-STUDENT-ID TO WS-STU-ID (WS-STU-COUNT)
001200         MOVE 0 TO WS-STU-POINTS (WS-STU-COUNT)
001206         MOVE 0 TO WS-STU-ATTEMPTED (WS-STU-COUNT)
001212         MOVE 0 TO WS-STU-EARNED (WS-STU-COUNT)
001220         MOVE WS-STU-COUNT TO WS-FOUND-IDX
001230     END-IF
001240     IF WS-FOUND-IDX NOT = 0
001244         COMPUTE WS-STU-POINTS (WS-FOUND-IDX) =
001248             WS-STU-POINTS (WS-FOUND-IDX) + WS-POINTS * WS-HOURS
001252         ADD WS-HOURS TO WS-STU-ATTEMPTED (WS-FOUND-IDX)
001256         IF WS-POINTS > 0
001260             ADD WS-HOURS TO WS-STU-EARNED (WS-FOUND-IDX)
001264         END-IF
001270     END-IF.
001280 1100-EXIT.
001281     EXIT.
001282*----------------------------------------------------------------
001283* 1200-FIND-HOURS  -  THE CREDIT HOURS POSTED WITH THE GRADE, OR
001284*                     THE CATALOG'S WHEN NONE WERE POSTED, OR ONE
001285*                     HOUR WHEN THE CATALOG DOES NOT CARRY THE
001286*                     COURSE.
001287*----------------------------------------------------------------
001288 1200-FIND-HOURS.
001289     IF GH-CREDIT-HOURS IS NUMERIC AND GH-CREDIT-HOURS > 0
001290         MOVE GH-CREDIT-HOURS TO WS-HOURS
001291         GO TO 1200-EXIT
001292     END-IF
001293     MOVE 1.0 TO WS-HOURS
001294     PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
001295             UNTIL WS-CRS-IDX > WS-CRS-COUNT
001296         IF WS-CRS-ID (WS-CRS-IDX) = GH-COURSE-NO
001297             IF WS-CRS-HOURS (WS-CRS-IDX) > 0
001298                 MOVE WS-CRS-HOURS (WS-CRS-IDX) TO WS-HOURS
001299             END-IF
001300             EXIT PERFORM
001301         END-IF
001302     END-PERFORM.
001303 1200-EXIT.
001304     EXIT.
001305*----------------------------------------------------------------
001310* 4000-WRITE-REPORT  -  LIST EVERY STUDENT AT OR ABOVE 3.50.
001320*----------------------------------------------------------------
001330 4000-WRITE-REPORT.
001430             UNTIL WS-SCAN-IDX > WS-STU-COUNT
001440         COMPUTE WS-GPA ROUNDED =
001450             WS-STU-POINTS (WS-SCAN-IDX) /
001460             WS-STU-ATTEMPTED (WS-SCAN-IDX)
001470         IF WS-GPA >= 3.50
001480             ADD 1 TO WS-HONOR-COUNT
001490             MOVE WS-STU-ID (WS-SCAN-IDX) TO WS-LOOKUP-ID
001500             PERFORM 5000-FIND-NAME THRU 5000-EXIT
001510             MOVE WS-GPA TO WS-EDIT-GPA
001512             MOVE WS-STU-ATTEMPTED (WS-SCAN-IDX)
001514                 TO WS-EDIT-ATTEMPTED
001516             MOVE WS-STU-EARNED (WS-SCAN-IDX) TO WS-EDIT-EARNED
001520             MOVE SPACES TO HONOR-RPT-RECORD
001530             STRING "  " WS-STU-ID (WS-SCAN-IDX)
001540                 "  " WS-STUDENT-NAME
001550                 "  GPA " WS-EDIT-GPA
001553                 "  ATTEMPTED " WS-EDIT-ATTEMPTED
001556                 "  EARNED " WS-EDIT-EARNED
001560                 DELIMITED BY SIZE INTO HONOR-RPT-RECORD
001570             WRITE HONOR-RPT-RECORD
001580         END-IF
