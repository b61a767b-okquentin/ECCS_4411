000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SECTMNT.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  SECTION MASTER
000100*                   MAINTENANCE, ON THE CRSMNT PATTERN.  THE
000110*                   REGISTRAR ADDS, CHANGES, AND DELETES THE
000120*                   SECTIONS OFFERED WITH THEIR SEAT CAPACITY,
000130*                   INSTRUCTOR, AND MEETING DAYS AND TIMES.  A NEW
000140*                   SECTION'S COURSE MUST BE IN THE COURSE
000150*                   CATALOG, AND A SECTION WITH STUDENTS ON THE
000160*                   ENROLL FILE CANNOT BE DELETED.  ENROLLMENT
000170*                   MAINTENANCE WAITLISTS ADDS PAST THE CAPACITY.
000180*                   EVERY CHANGE IS LOGGED TO THE SHARED AUDIT
000190*                   LOG.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT SECTION-FILE ASSIGN TO "SECTMST"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-SECTMST-STATUS.
000270     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CRSMST-STATUS.
000300     SELECT ENROLL-FILE ASSIGN TO "ENROLL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ENROLL-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  SECTION-FILE.
000360     COPY SECTMST.
000370 FD  COURSE-FILE.
000380     COPY CRSMST.
000390 FD  ENROLL-FILE.
000400     COPY ENROLL.
000410 WORKING-STORAGE SECTION.
000420 01  WS-SECTMST-STATUS           PIC X(2).
000430 01  WS-CRSMST-STATUS            PIC X(2).
000440 01  WS-ENROLL-STATUS            PIC X(2).
000450 01  WS-SECTMST-EOF              PIC X VALUE "N".
000460     88  END-OF-SECTMST          VALUE "Y".
000470 01  WS-CRSMST-EOF               PIC X VALUE "N".
000480     88  END-OF-CRSMST           VALUE "Y".
000490 01  WS-ENROLL-EOF               PIC X VALUE "N".
000500     88  END-OF-ENROLL           VALUE "Y".
000510 01  WS-ACTION                   PIC X(1).
000520     88  WS-ACTION-ADD           VALUE "A".
000530     88  WS-ACTION-CHANGE        VALUE "C".
000540     88  WS-ACTION-DELETE        VALUE "D".
000550     88  WS-ACTION-LIST          VALUE "L".
000560     88  WS-ACTION-EXIT          VALUE "X".
000570 01  WS-SEC-COUNT                PIC 9(3) VALUE 0.
000580 01  WS-SEC-TABLE.
000590     05  WS-SEC-ENTRY OCCURS 500 TIMES.
000600         10  WS-TBL-SECTION      PIC X(8).
000610         10  WS-TBL-CAPACITY     PIC 9(3).
000620         10  WS-TBL-INSTRUCTOR   PIC X(20).
000630         10  WS-TBL-DAYS         PIC X(6).
000640         10  WS-TBL-START        PIC 9(4).
000650         10  WS-TBL-END          PIC 9(4).
000660 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000670 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000680 01  WS-WORK-SECTION             PIC X(8).
000690 01  WS-WORK-PARTS REDEFINES WS-WORK-SECTION.
000700     05  WS-WORK-COURSE          PIC X(6).
000710     05  WS-WORK-SECT-NO         PIC X(2).
000720 01  WS-WORK-CAPACITY            PIC 9(3).
000730 01  WS-WORK-CAPACITY-X          PIC X(4).
000740 01  WS-CAPACITY-CHECK           PIC 9(5).
000750 01  WS-WORK-INSTRUCTOR          PIC X(20).
000760 01  WS-WORK-DAYS                PIC X(6).
000770 01  WS-WORK-START               PIC 9(4).
000780 01  WS-WORK-END                 PIC 9(4).
000790 01  WS-WORK-TIME-X              PIC X(4).
000800 01  WS-TIME-CHECK REDEFINES WS-WORK-TIME-X.
000810     05  WS-TIME-HH              PIC 9(2).
000820     05  WS-TIME-MM              PIC 9(2).
000830 01  WS-TIME-OK                  PIC X(1).
000840     88  WS-TIME-IS-OK           VALUE "Y".
000850 01  WS-DAY-IDX                  PIC 9(1).
000860 01  WS-DAYS-OK                  PIC X(1).
000870     88  WS-DAYS-ARE-OK          VALUE "Y".
000880 01  WS-COURSE-OK                PIC X(1).
000890     88  WS-COURSE-IS-OK         VALUE "Y".
000900 01  WS-ENROLLED-COUNT           PIC 9(3) VALUE 0.
000910 01  WS-CAP-DISP                 PIC ZZ9.
000920 01  WS-OLD-CAP-DISP             PIC ZZ9.
000930 01  WS-CONFIRM                  PIC X(1).
000940 01  WS-YN-PROMPT                PIC X(40).
000950 01  WS-AUDIT-PROGRAM            PIC X(8) VALUE "SECTMNT".
000960 01  WS-AUDIT-MESSAGE            PIC X(60).
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------------
000990* 0000-MAINLINE  -  LOAD THE SECTION MASTER, TAKE MAINTENANCE
001000*                   ACTIONS UNTIL THE REGISTRAR EXITS, AND
001010*                   RETURN.  THE MASTER IS REWRITTEN AFTER EVERY
001020*                   ACTION SO AN INTERRUPTED SESSION LOSES
001030*                   NOTHING.
001040*----------------------------------------------------------------
001050 0000-MAINLINE.
001060     DISPLAY "[SECTION MASTER MAINTENANCE]"
001070     PERFORM 0500-LOAD-MASTER THRU 0500-EXIT
001080     MOVE SPACE TO WS-ACTION
001090     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001100         UNTIL WS-ACTION-EXIT
001110     GOBACK.
001120*----------------------------------------------------------------
001130* 0500-LOAD-MASTER  -  READ THE WHOLE SECTION MASTER INTO THE
001140*                      WORK TABLE.  A MISSING FILE JUST MEANS WE
001150*                      ARE STARTING A NEW ONE.
001160*----------------------------------------------------------------
001170 0500-LOAD-MASTER.
001180     OPEN INPUT SECTION-FILE
001190     IF WS-SECTMST-STATUS = "35"
001200         DISPLAY "No section master on file - starting a new one."
001210     ELSE
001220         PERFORM 0510-READ-SECTMST THRU 0510-EXIT
001230         PERFORM UNTIL END-OF-SECTMST
001240             IF WS-SEC-COUNT < 500
001250                 ADD 1 TO WS-SEC-COUNT
001260                 MOVE SC-COURSE-SECTION
001270                     TO WS-TBL-SECTION (WS-SEC-COUNT)
001280                 MOVE SC-CAPACITY
001290                     TO WS-TBL-CAPACITY (WS-SEC-COUNT)
001300                 MOVE SC-INSTRUCTOR
001310                     TO WS-TBL-INSTRUCTOR (WS-SEC-COUNT)
001320                 MOVE SC-MEET-DAYS
001330                     TO WS-TBL-DAYS (WS-SEC-COUNT)
001340                 MOVE SC-START-TIME
001350                     TO WS-TBL-START (WS-SEC-COUNT)
001360                 MOVE SC-END-TIME
001370                     TO WS-TBL-END (WS-SEC-COUNT)
001380             ELSE
001390                 DISPLAY "Section table full - record skipped: "
001400                     SC-COURSE-SECTION
001410                 MOVE SPACES TO WS-AUDIT-MESSAGE
001420                 STRING "SECTION TABLE FULL, SKIPPED: "
001430                     DELIMITED BY SIZE
001440                     SC-COURSE-SECTION DELIMITED BY SIZE
001450                     INTO WS-AUDIT-MESSAGE
001460                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001470                     WS-AUDIT-MESSAGE
001480             END-IF
001490             PERFORM 0510-READ-SECTMST THRU 0510-EXIT
001500         END-PERFORM
001510         CLOSE SECTION-FILE
001520     END-IF.
001530 0500-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------
001560* 0510-READ-SECTMST  -  READ THE NEXT SECTION MASTER RECORD.
001570*----------------------------------------------------------------
001580 0510-READ-SECTMST.
001590     READ SECTION-FILE
001600         AT END
001610             SET END-OF-SECTMST TO TRUE
001620     END-READ.
001630 0510-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------
001660* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
001670*                     DISPATCH TO THE MATCHING MAINTENANCE
001680*                     PARAGRAPH.
001690*----------------------------------------------------------------
001700 1000-GET-ACTION.
001710     DISPLAY " "
001720     DISPLAY "Action (A=Add, C=Change, D=Delete, L=List, "
001730         "X=Exit): " WITH NO ADVANCING
001740     ACCEPT WS-ACTION
001750     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
001760     EVALUATE TRUE
001770         WHEN WS-ACTION-ADD
001780             PERFORM 2000-ADD-SECTION THRU 2000-EXIT
001790         WHEN WS-ACTION-CHANGE
001800             PERFORM 3000-CHANGE-SECTION THRU 3000-EXIT
001810         WHEN WS-ACTION-DELETE
001820             PERFORM 4000-DELETE-SECTION THRU 4000-EXIT
001830         WHEN WS-ACTION-LIST
001840             PERFORM 4500-LIST-SECTIONS THRU 4500-EXIT
001850         WHEN WS-ACTION-EXIT
001860             CONTINUE
001870         WHEN OTHER
001880             DISPLAY "Invalid action - enter A, C, D, L, or X."
001890     END-EVALUATE.
001900 1000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930* 2000-ADD-SECTION  -  VALIDATE AND ADD ONE NEW SECTION, LOG THE
001940*                      ADDITION, AND REWRITE THE MASTER.
001950*----------------------------------------------------------------
001960 2000-ADD-SECTION.
001970     PERFORM 6000-GET-SECTION THRU 6000-EXIT
001980     PERFORM 5000-FIND-SECTION THRU 5000-EXIT
001990     IF WS-FOUND-IDX NOT = 0
002000         DISPLAY "That section is already on file: "
002010             WS-WORK-SECTION
002020         GO TO 2000-EXIT
002030     END-IF
002040     IF WS-SEC-COUNT >= 500
002050         DISPLAY "Section table full - cannot add."
002060         GO TO 2000-EXIT
002070     END-IF
002080     PERFORM 5100-CHECK-COURSE THRU 5100-EXIT
002090     IF NOT WS-COURSE-IS-OK
002100         DISPLAY "Course " WS-WORK-COURSE
002110             " is not in the course catalog - section refused."
002120         GO TO 2000-EXIT
002130     END-IF
002140     PERFORM 6100-GET-CAPACITY THRU 6100-EXIT
002150     DISPLAY "Instructor: " WITH NO ADVANCING
002160     MOVE SPACES TO WS-WORK-INSTRUCTOR
002170     ACCEPT WS-WORK-INSTRUCTOR
002180     PERFORM 6200-GET-DAYS THRU 6200-EXIT
002190     PERFORM 6300-GET-TIMES THRU 6300-EXIT
002200     ADD 1 TO WS-SEC-COUNT
002210     MOVE WS-WORK-SECTION TO WS-TBL-SECTION (WS-SEC-COUNT)
002220     MOVE WS-WORK-CAPACITY TO WS-TBL-CAPACITY (WS-SEC-COUNT)
002230     MOVE WS-WORK-INSTRUCTOR TO WS-TBL-INSTRUCTOR (WS-SEC-COUNT)
002240     MOVE WS-WORK-DAYS TO WS-TBL-DAYS (WS-SEC-COUNT)
002250     MOVE WS-WORK-START TO WS-TBL-START (WS-SEC-COUNT)
002260     MOVE WS-WORK-END TO WS-TBL-END (WS-SEC-COUNT)
002270     MOVE WS-WORK-CAPACITY TO WS-CAP-DISP
002280     MOVE SPACES TO WS-AUDIT-MESSAGE
002290     STRING "ADDED SECTION " DELIMITED BY SIZE
002300         WS-WORK-SECTION DELIMITED BY SIZE
002310         " CAP " DELIMITED BY SIZE
002320         WS-CAP-DISP DELIMITED BY SIZE
002330         " " DELIMITED BY SIZE
002340         WS-WORK-INSTRUCTOR DELIMITED BY SIZE
002350         INTO WS-AUDIT-MESSAGE
002360     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
002370     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
002380     DISPLAY "Section added.".
002390 2000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 3000-CHANGE-SECTION  -  CHANGE AN EXISTING SECTION.  A BLANK
002430*                         ENTRY KEEPS THE CURRENT VALUE.  A
002440*                         CAPACITY CUT BELOW THE STUDENTS ALREADY
002450*                         ENROLLED IS TAKEN BUT WARNED, AND THE
002460*                         SECTION SHOWS ON THE ENRLCHK OVER-
002470*                         CAPACITY LIST UNTIL IT IS RESOLVED.
002480*----------------------------------------------------------------
002490 3000-CHANGE-SECTION.
002500     PERFORM 6000-GET-SECTION THRU 6000-EXIT
002510     PERFORM 5000-FIND-SECTION THRU 5000-EXIT
002520     IF WS-FOUND-IDX = 0
002530         DISPLAY "No such section on file: " WS-WORK-SECTION
002540         GO TO 3000-EXIT
002550     END-IF
002560     MOVE WS-TBL-CAPACITY (WS-FOUND-IDX) TO WS-OLD-CAP-DISP
002570     DISPLAY "Current Capacity:   " WS-OLD-CAP-DISP
002580     DISPLAY "Current Instructor: "
002590         WS-TBL-INSTRUCTOR (WS-FOUND-IDX)
002600     DISPLAY "Current Meets:      " WS-TBL-DAYS (WS-FOUND-IDX)
002610         " " WS-TBL-START (WS-FOUND-IDX) "-"
002620         WS-TBL-END (WS-FOUND-IDX)
002630     DISPLAY "New Capacity (blank keeps current): "
002640         WITH NO ADVANCING
002650     MOVE SPACES TO WS-WORK-CAPACITY-X
002660     ACCEPT WS-WORK-CAPACITY-X
002670     IF WS-WORK-CAPACITY-X NOT = SPACES
002680         PERFORM 3100-CHANGE-CAPACITY THRU 3100-EXIT
002690     END-IF
002700     DISPLAY "New Instructor (blank keeps current): "
002710         WITH NO ADVANCING
002720     MOVE SPACES TO WS-WORK-INSTRUCTOR
002730     ACCEPT WS-WORK-INSTRUCTOR
002740     IF WS-WORK-INSTRUCTOR NOT = SPACES AND
002750             WS-WORK-INSTRUCTOR NOT =
002760             WS-TBL-INSTRUCTOR (WS-FOUND-IDX)
002770         MOVE SPACES TO WS-AUDIT-MESSAGE
002780         STRING "CHANGED SECTION " DELIMITED BY SIZE
002790             WS-WORK-SECTION DELIMITED BY SIZE
002800             " INSTR " DELIMITED BY SIZE
002810             WS-TBL-INSTRUCTOR (WS-FOUND-IDX) (1:12)
002820             DELIMITED BY SIZE
002830             " > " DELIMITED BY SIZE
002840             WS-WORK-INSTRUCTOR (1:12) DELIMITED BY SIZE
002850             INTO WS-AUDIT-MESSAGE
002860         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002870             WS-AUDIT-MESSAGE
002880         MOVE WS-WORK-INSTRUCTOR
002890             TO WS-TBL-INSTRUCTOR (WS-FOUND-IDX)
002900     END-IF
002910     MOVE "Change the meeting days and times?" TO WS-YN-PROMPT
002920     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
002930         WS-AUDIT-PROGRAM
002940     IF WS-CONFIRM = "Y"
002950         PERFORM 6200-GET-DAYS THRU 6200-EXIT
002960         PERFORM 6300-GET-TIMES THRU 6300-EXIT
002970         MOVE WS-WORK-DAYS TO WS-TBL-DAYS (WS-FOUND-IDX)
002980         MOVE WS-WORK-START TO WS-TBL-START (WS-FOUND-IDX)
002990         MOVE WS-WORK-END TO WS-TBL-END (WS-FOUND-IDX)
003000         MOVE SPACES TO WS-AUDIT-MESSAGE
003010         STRING "CHANGED SECTION " DELIMITED BY SIZE
003020             WS-WORK-SECTION DELIMITED BY SIZE
003030             " MEETS " DELIMITED BY SIZE
003040             WS-WORK-DAYS DELIMITED BY SIZE
003050             " " DELIMITED BY SIZE
003060             WS-WORK-START DELIMITED BY SIZE
003070             "-" DELIMITED BY SIZE
003080             WS-WORK-END DELIMITED BY SIZE
003090             INTO WS-AUDIT-MESSAGE
003100         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003110             WS-AUDIT-MESSAGE
003120     END-IF
003130     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
003140     DISPLAY "Section updated.".
003150 3000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 3100-CHANGE-CAPACITY  -  TAKE THE KEYED CAPACITY WHEN IT IS 1
003190*                          TO 999, AND LOG THE CHANGE.
003200*----------------------------------------------------------------
003210 3100-CHANGE-CAPACITY.
003220     MOVE FUNCTION NUMVAL(WS-WORK-CAPACITY-X)
003230         TO WS-CAPACITY-CHECK
003240     IF WS-CAPACITY-CHECK = 0 OR WS-CAPACITY-CHECK > 999
003250         DISPLAY "Capacity must be 1 to 999 - not changed."
003260         GO TO 3100-EXIT
003270     END-IF
003280     MOVE WS-CAPACITY-CHECK TO WS-WORK-CAPACITY
003290     IF WS-WORK-CAPACITY = WS-TBL-CAPACITY (WS-FOUND-IDX)
003300         GO TO 3100-EXIT
003310     END-IF
003320     PERFORM 5200-COUNT-ENROLLED THRU 5200-EXIT
003330     IF WS-ENROLLED-COUNT > WS-WORK-CAPACITY
003340         DISPLAY "Warning - more students are enrolled than the "
003350             "new capacity."
003360     END-IF
003370     MOVE WS-WORK-CAPACITY TO WS-CAP-DISP
003380     MOVE SPACES TO WS-AUDIT-MESSAGE
003390     STRING "CHANGED SECTION " DELIMITED BY SIZE
003400         WS-WORK-SECTION DELIMITED BY SIZE
003410         " CAPACITY " DELIMITED BY SIZE
003420         WS-OLD-CAP-DISP DELIMITED BY SIZE
003430         " > " DELIMITED BY SIZE
003440         WS-CAP-DISP DELIMITED BY SIZE
003450         INTO WS-AUDIT-MESSAGE
003460     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
003470     MOVE WS-WORK-CAPACITY TO WS-TBL-CAPACITY (WS-FOUND-IDX).
003480 3100-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 4000-DELETE-SECTION  -  DELETE A SECTION NO LONGER OFFERED.
003520*                         A SECTION WITH ANYONE ENROLLED OR
003530*                         WAITLISTED MUST BE EMPTIED FIRST.
003540*----------------------------------------------------------------
003550 4000-DELETE-SECTION.
003560     PERFORM 6000-GET-SECTION THRU 6000-EXIT
003570     PERFORM 5000-FIND-SECTION THRU 5000-EXIT
003580     IF WS-FOUND-IDX = 0
003590         DISPLAY "No such section on file: " WS-WORK-SECTION
003600         GO TO 4000-EXIT
003610     END-IF
003620     PERFORM 5200-COUNT-ENROLLED THRU 5200-EXIT
003630     IF WS-ENROLLED-COUNT > 0
003640         DISPLAY "Students are still enrolled or waitlisted in "
003650             WS-WORK-SECTION " - not deleted."
003660         GO TO 4000-EXIT
003670     END-IF
003680     MOVE "Delete this section?" TO WS-YN-PROMPT
003690     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003700         WS-AUDIT-PROGRAM
003710     IF WS-CONFIRM NOT = "Y"
003720         GO TO 4000-EXIT
003730     END-IF
003740     PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY 1
003750             UNTIL WS-SCAN-IDX >= WS-SEC-COUNT
003760         MOVE WS-SEC-ENTRY (WS-SCAN-IDX + 1)
003770             TO WS-SEC-ENTRY (WS-SCAN-IDX)
003780     END-PERFORM
003790     SUBTRACT 1 FROM WS-SEC-COUNT
003800     MOVE SPACES TO WS-AUDIT-MESSAGE
003810     STRING "DELETED SECTION " DELIMITED BY SIZE
003820         WS-WORK-SECTION DELIMITED BY SIZE
003830         INTO WS-AUDIT-MESSAGE
003840     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
003850     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
003860     DISPLAY "Section deleted.".
003870 4000-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 4500-LIST-SECTIONS  -  SHOW EVERY SECTION ON THE MASTER.
003910*----------------------------------------------------------------
003920 4500-LIST-SECTIONS.
003930     IF WS-SEC-COUNT = 0
003940         DISPLAY "No sections on file."
003950     ELSE
003960         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003970                 UNTIL WS-SCAN-IDX > WS-SEC-COUNT
003980             MOVE WS-TBL-CAPACITY (WS-SCAN-IDX) TO WS-CAP-DISP
003990             DISPLAY WS-TBL-SECTION (WS-SCAN-IDX) " "
004000                 WS-CAP-DISP " "
004010                 WS-TBL-INSTRUCTOR (WS-SCAN-IDX) " "
004020                 WS-TBL-DAYS (WS-SCAN-IDX) " "
004030                 WS-TBL-START (WS-SCAN-IDX) "-"
004040                 WS-TBL-END (WS-SCAN-IDX)
004050         END-PERFORM
004060     END-IF.
004070 4500-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 5000-FIND-SECTION  -  LOOK UP WS-WORK-SECTION IN THE WORK
004110*                       TABLE.  WS-FOUND-IDX COMES BACK POINTING
004120*                       AT THE ENTRY, OR ZERO WHEN NOT ON FILE.
004130*----------------------------------------------------------------
004140 5000-FIND-SECTION.
004150     MOVE 0 TO WS-FOUND-IDX
004160     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004170             UNTIL WS-SCAN-IDX > WS-SEC-COUNT
004180         IF WS-TBL-SECTION (WS-SCAN-IDX) = WS-WORK-SECTION
004190             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
004200             EXIT PERFORM
004210         END-IF
004220     END-PERFORM.
004230 5000-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 5100-CHECK-COURSE  -  SCAN THE COURSE CATALOG FOR THE
004270*                       SECTION'S COURSE.  A MISSING CATALOG
004280*                       WAIVES THE CHECK.
004290*----------------------------------------------------------------
004300 5100-CHECK-COURSE.
004310     MOVE "N" TO WS-COURSE-OK
004320     MOVE "N" TO WS-CRSMST-EOF
004330     OPEN INPUT COURSE-FILE
004340     IF WS-CRSMST-STATUS = "35"
004350         MOVE "Y" TO WS-COURSE-OK
004360         DISPLAY "No course catalog - check waived."
004370         GO TO 5100-EXIT
004380     END-IF
004390     PERFORM UNTIL END-OF-CRSMST
004400         READ COURSE-FILE
004410             AT END
004420                 SET END-OF-CRSMST TO TRUE
004430             NOT AT END
004440                 IF CR-COURSE-NO = WS-WORK-COURSE
004450                     MOVE "Y" TO WS-COURSE-OK
004460                     SET END-OF-CRSMST TO TRUE
004470                 END-IF
004480         END-READ
004490     END-PERFORM
004500     CLOSE COURSE-FILE.
004510 5100-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540* 5200-COUNT-ENROLLED  -  COUNT THE ENROLL RECORDS, ENROLLED OR
004550*                         WAITLISTED, FOR THE SECTION.
004560*----------------------------------------------------------------
004570 5200-COUNT-ENROLLED.
004580     MOVE 0 TO WS-ENROLLED-COUNT
004590     MOVE "N" TO WS-ENROLL-EOF
004600     OPEN INPUT ENROLL-FILE
004610     IF WS-ENROLL-STATUS = "35"
004620         GO TO 5200-EXIT
004630     END-IF
004640     PERFORM UNTIL END-OF-ENROLL
004650         READ ENROLL-FILE
004660             AT END
004670                 SET END-OF-ENROLL TO TRUE
004680             NOT AT END
004690                 IF EN-COURSE-SECTION = WS-WORK-SECTION AND
004700                         (WS-ACTION-DELETE OR EN-IS-ENROLLED)
004710                     ADD 1 TO WS-ENROLLED-COUNT
004720                 END-IF
004730         END-READ
004740     END-PERFORM
004750     CLOSE ENROLL-FILE.
004760 5200-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 6000-GET-SECTION  -  PROMPT FOR A NON-BLANK COURSE/SECTION,
004800*                      FOLDED TO UPPER CASE.
004810*----------------------------------------------------------------
004820 6000-GET-SECTION.
004830     MOVE SPACES TO WS-WORK-SECTION
004840     PERFORM UNTIL WS-WORK-SECTION NOT = SPACES
004850         DISPLAY "Course/Section: " WITH NO ADVANCING
004860         ACCEPT WS-WORK-SECTION
004870         MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
004880             TO WS-WORK-SECTION
004890         IF WS-WORK-SECTION = SPACES
004900             DISPLAY "Course/Section must not be blank."
004910         END-IF
004920     END-PERFORM.
004930 6000-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 6100-GET-CAPACITY  -  PROMPT FOR THE SEAT CAPACITY, 1 TO 999.
004970*----------------------------------------------------------------
004980 6100-GET-CAPACITY.
004990     MOVE 0 TO WS-WORK-CAPACITY
005000     PERFORM UNTIL WS-WORK-CAPACITY > 0
005010         DISPLAY "Capacity (seats): " WITH NO ADVANCING
005020         MOVE SPACES TO WS-WORK-CAPACITY-X
005030         ACCEPT WS-WORK-CAPACITY-X
005040         MOVE FUNCTION NUMVAL(WS-WORK-CAPACITY-X)
005050             TO WS-CAPACITY-CHECK
005060         IF WS-CAPACITY-CHECK = 0 OR WS-CAPACITY-CHECK > 999
005070             DISPLAY "Capacity must be 1 to 999."
005080         ELSE
005090             MOVE WS-CAPACITY-CHECK TO WS-WORK-CAPACITY
005100         END-IF
005110     END-PERFORM.
005120 6100-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 6200-GET-DAYS  -  PROMPT FOR THE MEETING DAYS AS DAY LETTERS
005160*                   M T W R F S, SUCH AS MWF OR TR.
005170*----------------------------------------------------------------
005180 6200-GET-DAYS.
005190     MOVE "N" TO WS-DAYS-OK
005200     PERFORM UNTIL WS-DAYS-ARE-OK
005210         DISPLAY "Meeting days (M T W R F S, e.g. MWF): "
005220             WITH NO ADVANCING
005230         MOVE SPACES TO WS-WORK-DAYS
005240         ACCEPT WS-WORK-DAYS
005250         MOVE FUNCTION UPPER-CASE(WS-WORK-DAYS) TO WS-WORK-DAYS
005260         MOVE "Y" TO WS-DAYS-OK
005270         IF WS-WORK-DAYS = SPACES
005280             MOVE "N" TO WS-DAYS-OK
005290         END-IF
005300         PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
005310                 UNTIL WS-DAY-IDX > 6
005320             IF WS-WORK-DAYS (WS-DAY-IDX:1) NOT = "M" AND
005330                     NOT = "T" AND NOT = "W" AND NOT = "R" AND
005340                     NOT = "F" AND NOT = "S" AND NOT = SPACE
005350                 MOVE "N" TO WS-DAYS-OK
005360             END-IF
005370         END-PERFORM
005380         IF NOT WS-DAYS-ARE-OK
005390             DISPLAY "Enter the day letters M, T, W, R, F, S."
005400         END-IF
005410     END-PERFORM.
005420 6200-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* 6300-GET-TIMES  -  PROMPT FOR THE START AND END TIMES AS
005460*                    24-HOUR HHMM.  THE END MUST BE AFTER THE
005470*                    START.
005480*----------------------------------------------------------------
005490 6300-GET-TIMES.
005500     MOVE 0 TO WS-WORK-START
005510     MOVE 0 TO WS-WORK-END
005520     PERFORM UNTIL WS-WORK-END > WS-WORK-START
005530         DISPLAY "Start time (HHMM): " WITH NO ADVANCING
005540         PERFORM 6310-GET-ONE-TIME THRU 6310-EXIT
005550         MOVE WS-WORK-TIME-X TO WS-WORK-START
005560         DISPLAY "End time (HHMM): " WITH NO ADVANCING
005570         PERFORM 6310-GET-ONE-TIME THRU 6310-EXIT
005580         MOVE WS-WORK-TIME-X TO WS-WORK-END
005590         IF WS-WORK-END NOT > WS-WORK-START
005600             DISPLAY "The end time must be after the start time."
005610         END-IF
005620     END-PERFORM.
005630 6300-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 6310-GET-ONE-TIME  -  ACCEPT ONE HHMM TIME UNTIL IT IS VALID.
005670*----------------------------------------------------------------
005680 6310-GET-ONE-TIME.
005690     MOVE "N" TO WS-TIME-OK
005700     PERFORM UNTIL WS-TIME-IS-OK
005710         MOVE SPACES TO WS-WORK-TIME-X
005720         ACCEPT WS-WORK-TIME-X
005730         IF WS-WORK-TIME-X IS NUMERIC
005740             IF WS-TIME-HH < 24 AND WS-TIME-MM < 60
005750                 MOVE "Y" TO WS-TIME-OK
005760             END-IF
005770         END-IF
005780         IF NOT WS-TIME-IS-OK
005790             DISPLAY "Enter the time as HHMM, such as 0930 or "
005800                 "1415: " WITH NO ADVANCING
005810         END-IF
005820     END-PERFORM.
005830 6310-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 8000-REWRITE-MASTER  -  REWRITE THE SECTION MASTER FROM THE
005870*                         WORK TABLE.
005880*----------------------------------------------------------------
005890 8000-REWRITE-MASTER.
005900     OPEN OUTPUT SECTION-FILE
005910     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005920             UNTIL WS-SCAN-IDX > WS-SEC-COUNT
005930         MOVE WS-TBL-SECTION (WS-SCAN-IDX) TO SC-COURSE-SECTION
005940         MOVE WS-TBL-CAPACITY (WS-SCAN-IDX) TO SC-CAPACITY
005950         MOVE WS-TBL-INSTRUCTOR (WS-SCAN-IDX) TO SC-INSTRUCTOR
005960         MOVE WS-TBL-DAYS (WS-SCAN-IDX) TO SC-MEET-DAYS
005970         MOVE WS-TBL-START (WS-SCAN-IDX) TO SC-START-TIME
005980         MOVE WS-TBL-END (WS-SCAN-IDX) TO SC-END-TIME
005990         WRITE SECTION-RECORD
006000     END-PERFORM
006010     CLOSE SECTION-FILE.
006020 8000-EXIT.
006030     EXIT.
006040 END PROGRAM SECTMNT.
