000180*                   GRADE, GRADE OVER 100, AND THE SAME STUDENT
000190*                   LISTED TWICE IN ONE SECTION.  THE REJECT
000200*                   RATE RUNS THROUGH THE SHARED REJCHK CHECK.
000201*   10/15/2026  DH  REJECT A SECTION WHOSE COURSE IS NOT IN THE
000202*                   COURSE CATALOG (CRSMST).  THE FIRST SIX
000203*                   CHARACTERS OF THE SECTION ARE THE COURSE
000204*                   NUMBER.  WITH NO CATALOG ON FILE THE EDIT IS
000205*                   WAIVED AND THE WAIVER IS LOGGED.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT ROSTER-REJ-FILE ASSIGN TO "GRADEREJ"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000312     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS WS-CRSMST-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  RAW-ROSTER-FILE.
000380     05  RR-NUMGRADE-NUM REDEFINES RR-NUMGRADE
000390                                PIC 999V99.
000400     05  RR-SECTION             PIC X(8).
000402     05  RR-SECTION-PARTS REDEFINES RR-SECTION.
000404         10  RR-COURSE-NO       PIC X(6).
000406         10  RR-SECTION-NO      PIC X(2).
000410 FD  GRADE-IN-FILE.
000420     COPY GRADEIN.
000430 FD  ROSTER-REJ-FILE.
000440 01  ROSTER-REJ-RECORD          PIC X(60).
000443 FD  COURSE-FILE.
000446     COPY CRSMST.
000450 WORKING-STORAGE SECTION.
000460 01  WS-GRADERAW-STATUS         PIC X(2).
000470 01  WS-RAW-EOF                 PIC X VALUE "N".
000590     88  WS-IS-DUPLICATE        VALUE "Y".
000600 01  WS-ABORT-FLAG              PIC X VALUE "N".
000610     88  WS-RUN-ABORTED         VALUE "Y".
000611 01  WS-CRSMST-STATUS           PIC X(2).
000612 01  WS-CRSMST-EOF              PIC X VALUE "N".
000613     88  END-OF-CRSMST          VALUE "Y".
000614 01  WS-CATALOG-FLAG            PIC X VALUE "N".
000615     88  WS-CATALOG-WAIVED      VALUE "Y".
000616 01  WS-COURSE-FLAG             PIC X VALUE "N".
000617     88  WS-COURSE-IN-CATALOG   VALUE "Y".
000618 01  WS-CRS-COUNT               PIC 9(3) VALUE 0.
000619 01  WS-CRS-IDS.
000620     05  WS-CRS-ID              PIC X(6) OCCURS 500 TIMES.
000621 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "GRADEDIT".
000630 01  WS-AUDIT-MESSAGE           PIC X(60).
000640 PROCEDURE DIVISION.
000650*----------------------------------------------------------------
000930         SET END-OF-RAW TO TRUE
000940     END-IF
000950     OPEN OUTPUT GRADE-IN-FILE
000956     OPEN OUTPUT ROSTER-REJ-FILE
000962     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
000970 1000-EXIT.
000971     EXIT.
000972*----------------------------------------------------------------
000973* 1100-LOAD-CATALOG  -  LOAD THE COURSE NUMBERS FROM THE COURSE
000974*                       CATALOG.  INACTIVE COURSES ARE LOADED TOO
000975*                       - A RETIRED COURSE'S LAST TERM STILL HAS
000976*                       GRADES TO POST.  NO CATALOG WAIVES THE
000977*                       COURSE EDIT, AND THE WAIVER IS LOGGED.
000978*----------------------------------------------------------------
000979 1100-LOAD-CATALOG.
000980     OPEN INPUT COURSE-FILE
000981     IF WS-CRSMST-STATUS = "35"
000982         DISPLAY "No course catalog (CRSMST) - course edit "
000983             "waived."
000984         SET WS-CATALOG-WAIVED TO TRUE
000985         SET WS-COURSE-IN-CATALOG TO TRUE
000986         MOVE "NO COURSE CATALOG - COURSE EDIT WAIVED"
000987             TO WS-AUDIT-MESSAGE
000988         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
000989             WS-AUDIT-MESSAGE
000990         GO TO 1100-EXIT
000991     END-IF
000992     PERFORM 1110-READ-CRSMST THRU 1110-EXIT
000993     PERFORM UNTIL END-OF-CRSMST
000994         IF WS-CRS-COUNT < 500
000995             ADD 1 TO WS-CRS-COUNT
000996             MOVE CR-COURSE-NO TO WS-CRS-ID (WS-CRS-COUNT)
000997         ELSE
000998             MOVE SPACES TO WS-AUDIT-MESSAGE
000999             STRING "COURSE TABLE FULL, SKIPPED: "
001000                 DELIMITED BY SIZE
001001                 CR-COURSE-NO DELIMITED BY SIZE
001002                 INTO WS-AUDIT-MESSAGE
001003             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001004                 WS-AUDIT-MESSAGE
001005         END-IF
001006         PERFORM 1110-READ-CRSMST THRU 1110-EXIT
001007     END-PERFORM
001008     CLOSE COURSE-FILE.
001009 1100-EXIT.
001010     EXIT.
001011*----------------------------------------------------------------
001012* 1110-READ-CRSMST  -  READ THE NEXT COURSE CATALOG RECORD.
001013*----------------------------------------------------------------
001014 1110-READ-CRSMST.
001015     READ COURSE-FILE
001016         AT END
001017             SET END-OF-CRSMST TO TRUE
001018     END-READ.
001019 1110-EXIT.
001020     EXIT.
001021*----------------------------------------------------------------
001022* 2000-READ-RAW  -  READ THE NEXT RAW ROSTER RECORD.
001023*----------------------------------------------------------------
001024 2000-READ-RAW.
001030     IF NOT END-OF-RAW
001040         READ RAW-ROSTER-FILE
001050             AT END
001170     IF RR-SECTION NOT = WS-CUR-SECTION
001180         MOVE RR-SECTION TO WS-CUR-SECTION
001190         MOVE 0 TO WS-SEEN-COUNT
001195         PERFORM 3200-FIND-COURSE THRU 3200-EXIT
001200     END-IF
001210     MOVE SPACES TO WS-REASON
001220     EVALUATE TRUE
001260             MOVE "NON-NUMERIC GRADE" TO WS-REASON
001270         WHEN RR-NUMGRADE-NUM > 100
001280             MOVE "GRADE OVER 100" TO WS-REASON
001283         WHEN NOT WS-COURSE-IN-CATALOG
001286             MOVE "COURSE NOT CATALOGED" TO WS-REASON
001290         WHEN OTHER
001300             PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
001310             IF WS-IS-DUPLICATE
001810 3100-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------
001831* 3200-FIND-COURSE  -  IS THE NEW SECTION'S COURSE IN THE
001832*                      CATALOG?  ALWAYS YES WHEN THE EDIT IS
001833*                      WAIVED.
001834*----------------------------------------------------------------
001835 3200-FIND-COURSE.
001836     IF WS-CATALOG-WAIVED
001837         MOVE "Y" TO WS-COURSE-FLAG
001838         GO TO 3200-EXIT
001839     END-IF
001840     MOVE "N" TO WS-COURSE-FLAG
001841     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
001842             UNTIL WS-SCAN-IDX > WS-CRS-COUNT
001843         IF WS-CRS-ID (WS-SCAN-IDX) = RR-COURSE-NO
001844             MOVE "Y" TO WS-COURSE-FLAG
001845             EXIT PERFORM
001846         END-IF
001847     END-PERFORM.
001848 3200-EXIT.
001849     EXIT.
001850*----------------------------------------------------------------
001851* 9999-TERMINATE  -  CLOSE FILES AND SHOW THE RUN COUNTS.
001852*----------------------------------------------------------------
001860 9999-TERMINATE.
001870     DISPLAY "Raw records read: " WS-READ-COUNT
001880     DISPLAY "Accepted        : " WS-ACCEPT-COUNT
