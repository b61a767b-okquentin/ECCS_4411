000150*                   GRADEDIT CATCHES THE MALFORMED LINES; THIS
000160*                   CATCHES THE ABSENT ONES.  EXCEPTIONS GO TO
000170*                   THE ENRLEXCP LISTING.
000171*   10/15/2026  DH  WAITLISTED STUDENTS ARE NOT ON THE ROSTER, SO
000172*                   ONLY ENROLLED RECORDS ARE CHECKED AGAINST THE
000173*                   GRADES.  NEW CHECK LISTS EVERY SECTION WITH
000174*                   MORE STUDENTS ENROLLED THAN ITS SECTMST
000175*                   CAPACITY.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000270         FILE STATUS IS WS-ENROLL-STATUS.
000280     SELECT EXCP-RPT-FILE ASSIGN TO "ENRLEXCP"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000292     SELECT SECTION-FILE ASSIGN TO "SECTMST"
000294         ORGANIZATION IS LINE SEQUENTIAL
000296         FILE STATUS IS WS-SECTMST-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  GRADE-IN-FILE.
000350     COPY ENROLL.
000360 FD  EXCP-RPT-FILE.
000370 01  EXCP-RPT-RECORD            PIC X(80).
000373 FD  SECTION-FILE.
000376     COPY SECTMST.
000380 WORKING-STORAGE SECTION.
000390 01  WS-GRADEIN-STATUS          PIC X(2).
000400 01  WS-ENROLL-STATUS           PIC X(2).
000405 01  WS-SECTMST-STATUS          PIC X(2).
000410 01  WS-GRADEIN-EOF             PIC X VALUE "N".
000420     88  END-OF-GRADEIN         VALUE "Y".
000430 01  WS-ENROLL-EOF              PIC X VALUE "N".
000440     88  END-OF-ENROLL          VALUE "Y".
000443 01  WS-SECTMST-EOF             PIC X VALUE "N".
000446     88  END-OF-SECTMST         VALUE "Y".
000450 01  WS-ENR-COUNT               PIC 9(3) VALUE 0.
000460 01  WS-ENR-TABLE.
000470     05  WS-ENR-ENTRY OCCURS 999 TIMES.
000580 01  WS-MATCHED                 PIC X VALUE "N".
000590 01  WS-MISSING-COUNT           PIC 9(3) VALUE 0.
000600 01  WS-UNEXPECTED-COUNT        PIC 9(3) VALUE 0.
000602 01  WS-OVER-COUNT              PIC 9(3) VALUE 0.
000604 01  WS-SEAT-COUNT              PIC 9(3) VALUE 0.
000606 01  WS-EDIT-SEATS              PIC ZZ9.
000608 01  WS-EDIT-CAPACITY           PIC ZZ9.
000610 PROCEDURE DIVISION.
000620*----------------------------------------------------------------
000626* 0000-MAINLINE  -  LOAD BOTH FILES AND CHECK THEM BOTH WAYS,
000632*                   THEN CHECK EACH SECTION'S CAPACITY.
000640*----------------------------------------------------------------
000650 0000-MAINLINE.
000660     DISPLAY "[ENROLLMENT EXCEPTION REPORT]"
000720     PERFORM 1000-LOAD-ENROLLMENT THRU 1000-EXIT
000730     PERFORM 2000-LOAD-ROSTER THRU 2000-EXIT
000740     PERFORM 3000-CHECK-BOTH-WAYS THRU 3000-EXIT
000745     PERFORM 4000-CHECK-CAPACITY THRU 4000-EXIT
000750     IF WS-MISSING-COUNT = 0 AND WS-UNEXPECTED-COUNT = 0 AND
000755             WS-OVER-COUNT = 0
000760         MOVE "  (ROSTER AND ENROLLMENT AGREE)"
000770             TO EXCP-RPT-RECORD
000780         WRITE EXCP-RPT-RECORD
000800     CLOSE EXCP-RPT-FILE
000810     DISPLAY "Enrolled, no grade : " WS-MISSING-COUNT
000820     DISPLAY "Graded, not enrolled: " WS-UNEXPECTED-COUNT
000825     DISPLAY "Over capacity       : " WS-OVER-COUNT
000830     GOBACK.
000840*----------------------------------------------------------------
000845* 1000-LOAD-ENROLLMENT  -  LOAD THE ENROLLMENT MASTER.  A
000850*                          WAITLISTED STUDENT HAS NO SEAT AND IS
000855*                          NOT EXPECTED ON THE ROSTER.
000860*----------------------------------------------------------------
000870 1000-LOAD-ENROLLMENT.
000880     OPEN INPUT ENROLL-FILE
000910     ELSE
000920         PERFORM 1010-READ-ENROLL THRU 1010-EXIT
000930         PERFORM UNTIL END-OF-ENROLL
000940             IF WS-ENR-COUNT < 999 AND EN-IS-ENROLLED
000950                 ADD 1 TO WS-ENR-COUNT
000960                 MOVE EN-STUDENT-ID
000970                     TO WS-ENR-STUDENT (WS-ENR-COUNT)
001940     END-PERFORM.
001950 3000-EXIT.
001960     EXIT.
001961*----------------------------------------------------------------
001962* 4000-CHECK-CAPACITY  -  LIST EVERY SECTION ON THE SECTION
001963*                         MASTER WITH MORE STUDENTS ENROLLED THAN
001964*                         SEATS.  NO MASTER SKIPS THE CHECK.
001965*----------------------------------------------------------------
001966 4000-CHECK-CAPACITY.
001967     OPEN INPUT SECTION-FILE
001968     IF WS-SECTMST-STATUS = "35"
001969         DISPLAY "No section master - capacity not checked."
001970         GO TO 4000-EXIT
001971     END-IF
001972     PERFORM UNTIL END-OF-SECTMST
001973         READ SECTION-FILE
001974             AT END
001975                 SET END-OF-SECTMST TO TRUE
001976             NOT AT END
001977                 PERFORM 4100-CHECK-ONE-SECTION THRU 4100-EXIT
001978         END-READ
001979     END-PERFORM
001980     CLOSE SECTION-FILE.
001981 4000-EXIT.
001982     EXIT.
001983*----------------------------------------------------------------
001984* 4100-CHECK-ONE-SECTION  -  COUNT THE SECTION'S ENROLLED
001985*                            STUDENTS AGAINST ITS CAPACITY.
001986*----------------------------------------------------------------
001987 4100-CHECK-ONE-SECTION.
001988     MOVE 0 TO WS-SEAT-COUNT
001989     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
001990             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
001991         IF WS-ENR-SECTION (WS-SCAN-IDX) = SC-COURSE-SECTION
001992             ADD 1 TO WS-SEAT-COUNT
001993         END-IF
001994     END-PERFORM
001995     IF WS-SEAT-COUNT > SC-CAPACITY
001996         ADD 1 TO WS-OVER-COUNT
001997         MOVE WS-SEAT-COUNT TO WS-EDIT-SEATS
001998         MOVE SC-CAPACITY TO WS-EDIT-CAPACITY
001999         MOVE SPACES TO EXCP-RPT-RECORD
002000         STRING "OVER CAPACITY       : " SC-COURSE-SECTION
002001             " ENROLLED " WS-EDIT-SEATS
002002             " CAPACITY " WS-EDIT-CAPACITY
002003             DELIMITED BY SIZE INTO EXCP-RPT-RECORD
002004         WRITE EXCP-RPT-RECORD
002005     END-IF.
002006 4100-EXIT.
002007     EXIT.
002008 END PROGRAM ENRLCHK.
