000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STNDRUN.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  END-OF-TERM ACADEMIC
000100*                   STANDING RUN, TAKEN FROM THE MENU ONCE THE
000110*                   GRADE CONVERTER HAS POSTED THE TERM IN TERMCTL
000120*                   TO GRDHIST.  EVERY STUDENT GRADED IN THE TERM
000130*                   IS SET TO GOOD STANDING, WARNING, PROBATION,
000140*                   OR SUSPENSION FROM THE TERM GPA, THE
000150*                   CUMULATIVE GPA, AND THE STANDING CARRIED INTO
000160*                   THE TERM, AGAINST THE THRESHOLDS IN STNDTERM.
000170*                   THE STANDING IS POSTED PER TERM TO THE
000180*                   STANDING FILE, LISTED BY MAJOR ON STNDRPT, AND
000190*                   EVERY STUDENT WHOSE STANDING CHANGED GETS A
000200*                   NOTICE ON THE STNDLTR LETTER FILE.  A RERUN OF
000210*                   THE SAME TERM REPLACES THAT TERM'S STANDING.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT GRD-HIST-FILE ASSIGN TO "GRDHIST"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-GRDHIST-STATUS.
000290     SELECT STUDENT-MST-FILE ASSIGN TO "STUMST"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-STUMST-STATUS.
000320     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CRSMST-STATUS.
000350     SELECT TERM-CTL-FILE ASSIGN TO "TERMCTL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TERMCTL-STATUS.
000380     SELECT STND-TERMS-FILE ASSIGN TO "STNDTERM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-STNDTERM-STATUS.
000410     SELECT STANDING-FILE ASSIGN TO "STANDING"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STANDING-STATUS.
000440     SELECT STND-WRK-FILE ASSIGN TO "STNDWRK"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-STNDWRK-STATUS.
000470     SELECT STND-RPT-FILE ASSIGN TO "STNDRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT STND-LTR-FILE ASSIGN TO "STNDLTR"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  GRD-HIST-FILE.
000540     COPY GRDHIST.
000550 FD  STUDENT-MST-FILE.
000560     COPY STUMST.
000570 FD  COURSE-FILE.
000580     COPY CRSMST.
000590 FD  TERM-CTL-FILE.
000600 01  TERM-CTL-RECORD.
000610     05  TC-TERM-ID             PIC X(6).
000620*----------------------------------------------------------------
000630* STNDTERM  -  ONE RECORD: THE TERM GPA BELOW WHICH A STUDENT IN
000640*              GOOD CUMULATIVE STANDING IS WARNED, THE CUMULATIVE
000650*              GPA BELOW WHICH A STUDENT IS ON PROBATION, AND THE
000660*              TERM GPA BELOW WHICH A STUDENT ALREADY ON
000670*              PROBATION (OR BACK FROM SUSPENSION) WHO IS STILL
000680*              UNDER THE PROBATION LINE IS SUSPENDED.  WITH NO
000690*              FILE ALL THREE ARE 2.00.
000700*----------------------------------------------------------------
000710 FD  STND-TERMS-FILE.
000720 01  STND-TERMS-RECORD.
000730     05  STT-WARN-TERM-GPA      PIC 9V99.
000740     05  STT-PROB-CUM-GPA       PIC 9V99.
000750     05  STT-SUSP-TERM-GPA      PIC 9V99.
000760 FD  STANDING-FILE.
000770     COPY STANDING.
000780 FD  STND-WRK-FILE.
000790 01  STND-WRK-RECORD            PIC X(29).
000800 FD  STND-RPT-FILE.
000810 01  STND-RPT-RECORD            PIC X(80).
000820 FD  STND-LTR-FILE.
000830 01  STND-LTR-RECORD            PIC X(80).
000840 WORKING-STORAGE SECTION.
000850 01  WS-GRDHIST-STATUS          PIC X(2).
000860 01  WS-STUMST-STATUS           PIC X(2).
000870 01  WS-CRSMST-STATUS           PIC X(2).
000880 01  WS-TERMCTL-STATUS          PIC X(2).
000890 01  WS-STNDTERM-STATUS         PIC X(2).
000900 01  WS-STANDING-STATUS         PIC X(2).
000910 01  WS-STNDWRK-STATUS          PIC X(2).
000920 01  WS-GRDHIST-EOF             PIC X VALUE "N".
000930     88  END-OF-GRDHIST         VALUE "Y".
000940 01  WS-STUMST-EOF              PIC X VALUE "N".
000950     88  END-OF-STUMST          VALUE "Y".
000960 01  WS-CRSMST-EOF              PIC X VALUE "N".
000970     88  END-OF-CRSMST          VALUE "Y".
000980 01  WS-STANDING-EOF            PIC X VALUE "N".
000990     88  END-OF-STANDING        VALUE "Y".
001000 01  WS-STNDWRK-EOF             PIC X VALUE "N".
001010     88  END-OF-STNDWRK         VALUE "Y".
001020 01  WS-TERM-ID                 PIC X(6) VALUE SPACES.
001030 01  WS-WARN-TERM-GPA           PIC 9V99 VALUE 2.00.
001040 01  WS-PROB-CUM-GPA            PIC 9V99 VALUE 2.00.
001050 01  WS-SUSP-TERM-GPA           PIC 9V99 VALUE 2.00.
001060 01  WS-CRS-COUNT               PIC 9(3) VALUE 0.
001070 01  WS-CRS-TABLE.
001080     05  WS-CRS-ENTRY OCCURS 500 TIMES.
001090         10  WS-CRS-ID          PIC X(6).
001100         10  WS-CRS-HOURS       PIC 9V9.
001110 01  WS-CRS-IDX                 PIC 9(3) VALUE 0.
001120 01  WS-SM-COUNT                PIC 9(3) VALUE 0.
001130 01  WS-SM-TABLE.
001140     05  WS-SM-ENTRY OCCURS 500 TIMES.
001150         10  WS-SM-ID           PIC X(6).
001160         10  WS-SM-NAME         PIC X(25).
001170         10  WS-SM-MAJOR        PIC X(15).
001180 01  WS-SM-IDX                  PIC 9(3) VALUE 0.
001190 01  WS-STU-COUNT               PIC 9(4) VALUE 0.
001200 01  WS-STU-TABLE.
001210     05  WS-STU-ENTRY OCCURS 1000 TIMES.
001220         10  WS-STU-ID          PIC X(6).
001230         10  WS-STU-IN-TERM     PIC X(1).
001240         10  WS-STU-TERM-POINTS PIC 9(4)V99.
001250         10  WS-STU-TERM-HOURS  PIC 9(3)V9.
001260         10  WS-STU-CUM-POINTS  PIC 9(6)V99.
001270         10  WS-STU-CUM-HOURS   PIC 9(4)V9.
001280         10  WS-STU-TERM-GPA    PIC 9V99.
001290         10  WS-STU-CUM-GPA     PIC 9V99.
001300         10  WS-STU-PRIOR       PIC X(1).
001310         10  WS-STU-STANDING    PIC X(1).
001320         10  WS-STU-NAME        PIC X(25).
001330         10  WS-STU-MAJOR       PIC X(15).
001340         10  WS-STU-LISTED      PIC X(1).
001350 01  WS-FOUND-IDX               PIC 9(4) VALUE 0.
001360 01  WS-SCAN-IDX                PIC 9(4) VALUE 0.
001370 01  WS-TERM-STUDENTS           PIC 9(4) VALUE 0.
001380 01  WS-CHANGED-COUNT           PIC 9(4) VALUE 0.
001390 01  WS-GOOD-COUNT              PIC 9(4) VALUE 0.
001400 01  WS-WARN-COUNT              PIC 9(4) VALUE 0.
001410 01  WS-PROB-COUNT              PIC 9(4) VALUE 0.
001420 01  WS-SUSP-COUNT              PIC 9(4) VALUE 0.
001430 01  WS-POINTS                  PIC 9V99 VALUE 0.
001440 01  WS-HOURS                   PIC 9V9 VALUE 0.
001450 01  WS-CUR-MAJOR               PIC X(15).
001460 01  WS-MAJOR-LEFT              PIC X VALUE "N".
001470     88  WS-MAJORS-REMAIN       VALUE "Y".
001480 01  WS-STANDING-CODE           PIC X(1).
001490 01  WS-STANDING-NAME           PIC X(13).
001500 01  WS-PRIOR-NAME              PIC X(13).
001510 01  WS-EDIT-GPA-1              PIC 9.99.
001520 01  WS-EDIT-GPA-2              PIC 9.99.
001530 01  WS-EDIT-HOURS              PIC ZZZ9.9.
001540 01  WS-EDIT-COUNT              PIC ZZZ9.
001550 01  WS-CONFIRM                 PIC X(1).
001560 01  WS-YN-PROMPT               PIC X(40).
001570 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "STNDRUN".
001580 01  WS-AUDIT-MESSAGE           PIC X(60).
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------
001610* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL FOR THE STANDING RUN.
001620*----------------------------------------------------------------
001630 0000-MAINLINE.
001640     DISPLAY "[ACADEMIC STANDING RUN]"
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     DISPLAY "Term from TERMCTL: " WS-TERM-ID
001670     MOVE "Post academic standing for this term?"
001680         TO WS-YN-PROMPT
001690     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
001700         WS-AUDIT-PROGRAM
001710     IF WS-CONFIRM NOT = "Y"
001720         DISPLAY "Standing run cancelled."
001730         GOBACK
001740     END-IF
001750     PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
001760     IF WS-TERM-STUDENTS = 0
001770         DISPLAY "No grades posted for term " WS-TERM-ID
001780             " - nothing to do."
001790         GOBACK
001800     END-IF
001810     PERFORM 3000-LOAD-PRIOR-STANDING THRU 3000-EXIT
001820     PERFORM 4000-ASSIGN-STANDING THRU 4000-EXIT
001830         VARYING WS-SCAN-IDX FROM 1 BY 1
001840         UNTIL WS-SCAN-IDX > WS-STU-COUNT
001850     PERFORM 5000-POST-STANDING THRU 5000-EXIT
001860     PERFORM 6000-WRITE-LISTING THRU 6000-EXIT
001870     PERFORM 7000-WRITE-LETTERS THRU 7000-EXIT
001880     MOVE WS-TERM-STUDENTS TO WS-EDIT-COUNT
001890     DISPLAY "Students given a standing: " WS-EDIT-COUNT
001900     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT
001910     DISPLAY "Standing changed (letters): " WS-EDIT-COUNT
001920     MOVE SPACES TO WS-AUDIT-MESSAGE
001930     STRING "STANDING POSTED TERM " DELIMITED BY SIZE
001940         WS-TERM-ID DELIMITED BY SIZE
001950         " STUDENTS " DELIMITED BY SIZE
001960         WS-TERM-STUDENTS DELIMITED BY SIZE
001970         " CHANGED " DELIMITED BY SIZE
001980         WS-CHANGED-COUNT DELIMITED BY SIZE
001990         INTO WS-AUDIT-MESSAGE
002000     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
002010     GOBACK.
002020*----------------------------------------------------------------
002030* 1000-INITIALIZE  -  PICK UP THE TERM AND THE THRESHOLDS, AND
002040*                     LOAD THE COURSE HOURS AND THE STUDENT
002050*                     NAMES AND MAJORS.
002060*----------------------------------------------------------------
002070 1000-INITIALIZE.
002080     MOVE "000000" TO WS-TERM-ID
002090     OPEN INPUT TERM-CTL-FILE
002100     IF WS-TERMCTL-STATUS NOT = "35"
002110         READ TERM-CTL-FILE
002120             AT END
002130                 CONTINUE
002140             NOT AT END
002150                 MOVE TC-TERM-ID TO WS-TERM-ID
002160         END-READ
002170         CLOSE TERM-CTL-FILE
002180     END-IF
002190     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT
002200     PERFORM 1200-LOAD-COURSES THRU 1200-EXIT
002210     PERFORM 1300-LOAD-STUDENTS THRU 1300-EXIT.
002220 1000-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------
002250* 1100-LOAD-THRESHOLDS  -  LOAD THE GPA THRESHOLDS FROM STNDTERM
002260*                          WHEN IT IS PRESENT.
002270*----------------------------------------------------------------
002280 1100-LOAD-THRESHOLDS.
002290     OPEN INPUT STND-TERMS-FILE
002300     IF WS-STNDTERM-STATUS NOT = "35"
002310         READ STND-TERMS-FILE
002320             AT END
002330                 CONTINUE
002340             NOT AT END
002350                 IF STT-WARN-TERM-GPA NUMERIC
002360                     MOVE STT-WARN-TERM-GPA TO WS-WARN-TERM-GPA
002370                 END-IF
002380                 IF STT-PROB-CUM-GPA NUMERIC
002390                     MOVE STT-PROB-CUM-GPA TO WS-PROB-CUM-GPA
002400                 END-IF
002410                 IF STT-SUSP-TERM-GPA NUMERIC
002420                     MOVE STT-SUSP-TERM-GPA TO WS-SUSP-TERM-GPA
002430                 END-IF
002440         END-READ
002450         CLOSE STND-TERMS-FILE
002460     END-IF.
002470 1100-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500* 1200-LOAD-COURSES  -  LOAD THE COURSE CATALOG'S HOURS FOR
002510*                       HISTORY POSTED WITHOUT THEM.
002520*----------------------------------------------------------------
002530 1200-LOAD-COURSES.
002540     OPEN INPUT COURSE-FILE
002550     IF WS-CRSMST-STATUS NOT = "35"
002560         PERFORM 1210-READ-CRSMST THRU 1210-EXIT
002570         PERFORM UNTIL END-OF-CRSMST
002580             IF WS-CRS-COUNT < 500
002590                 ADD 1 TO WS-CRS-COUNT
002600                 MOVE CR-COURSE-NO TO WS-CRS-ID (WS-CRS-COUNT)
002610                 IF CR-CREDIT-HOURS IS NUMERIC
002620                     MOVE CR-CREDIT-HOURS
002630                         TO WS-CRS-HOURS (WS-CRS-COUNT)
002640                 ELSE
002650                     MOVE 0 TO WS-CRS-HOURS (WS-CRS-COUNT)
002660                 END-IF
002670             END-IF
002680             PERFORM 1210-READ-CRSMST THRU 1210-EXIT
002690         END-PERFORM
002700         CLOSE COURSE-FILE
002710     END-IF.
002720 1200-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* 1210-READ-CRSMST  -  READ THE NEXT COURSE CATALOG RECORD.
002760*----------------------------------------------------------------
002770 1210-READ-CRSMST.
002780     READ COURSE-FILE
002790         AT END
002800             SET END-OF-CRSMST TO TRUE
002810     END-READ.
002820 1210-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850* 1300-LOAD-STUDENTS  -  LOAD THE STUDENT MASTER FOR THE NAMES
002860*                        AND MAJORS.
002870*----------------------------------------------------------------
002880 1300-LOAD-STUDENTS.
002890     OPEN INPUT STUDENT-MST-FILE
002900     IF WS-STUMST-STATUS = "35"
002910         DISPLAY "No student master file - names unavailable."
002920     ELSE
002930         PERFORM 1310-READ-STUMST THRU 1310-EXIT
002940         PERFORM UNTIL END-OF-STUMST
002950             IF WS-SM-COUNT < 500
002960                 ADD 1 TO WS-SM-COUNT
002970                 MOVE SM-STUDENT-ID TO WS-SM-ID (WS-SM-COUNT)
002980                 MOVE SM-NAME TO WS-SM-NAME (WS-SM-COUNT)
002990                 MOVE SM-MAJOR TO WS-SM-MAJOR (WS-SM-COUNT)
003000             ELSE
003010                 DISPLAY "Student table full - record skipped: "
003020                     SM-STUDENT-ID
003030             END-IF
003040             PERFORM 1310-READ-STUMST THRU 1310-EXIT
003050         END-PERFORM
003060         CLOSE STUDENT-MST-FILE
003070     END-IF.
003080 1300-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 1310-READ-STUMST  -  READ THE NEXT STUDENT MASTER RECORD.
003120*----------------------------------------------------------------
003130 1310-READ-STUMST.
003140     READ STUDENT-MST-FILE
003150         AT END
003160             SET END-OF-STUMST TO TRUE
003170     END-READ.
003180 1310-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210* 2000-TALLY-HISTORY  -  ROLL THE WHOLE GRADE HISTORY UP BY
003220*                        STUDENT, CUMULATIVE AND FOR THE TERM, IN
003230*                        GRADE POINTS WEIGHTED BY CREDIT HOURS.
003240*                        THE RUN IS TAKEN AT THE END OF THE TERM
003250*                        IN TERMCTL, SO THE HISTORY ON FILE IS
003260*                        THE HISTORY THROUGH THAT TERM.
003270*----------------------------------------------------------------
003280 2000-TALLY-HISTORY.
003290     MOVE "N" TO WS-GRDHIST-EOF
003300     OPEN INPUT GRD-HIST-FILE
003310     IF WS-GRDHIST-STATUS = "35"
003320         DISPLAY "No grade history file on record."
003330         GO TO 2000-EXIT
003340     END-IF
003350     PERFORM 2010-READ-GRDHIST THRU 2010-EXIT
003360     PERFORM UNTIL END-OF-GRDHIST
003370         PERFORM 2100-TALLY-ONE THRU 2100-EXIT
003380         PERFORM 2010-READ-GRDHIST THRU 2010-EXIT
003390     END-PERFORM
003400     CLOSE GRD-HIST-FILE.
003410 2000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* 2010-READ-GRDHIST  -  READ THE NEXT HISTORY RECORD.
003450*----------------------------------------------------------------
003460 2010-READ-GRDHIST.
003470     READ GRD-HIST-FILE
003480         AT END
003490             SET END-OF-GRDHIST TO TRUE
003500     END-READ.
003510 2010-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 2100-TALLY-ONE  -  ADD ONE GRADED SECTION TO ITS STUDENT.
003550*----------------------------------------------------------------
003560 2100-TALLY-ONE.
003570     PERFORM 8000-LETTER-TO-POINTS THRU 8000-EXIT
003580     PERFORM 8100-FIND-HOURS THRU 8100-EXIT
003590     MOVE 0 TO WS-FOUND-IDX
003600     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003610             UNTIL WS-SCAN-IDX > WS-STU-COUNT
003620         IF WS-STU-ID (WS-SCAN-IDX) = GH-STUDENT-ID
003630             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
003640             EXIT PERFORM
003650         END-IF
003660     END-PERFORM
003670     IF WS-FOUND-IDX = 0
003680         IF WS-STU-COUNT >= 1000
003690             DISPLAY "Student table full - history skipped: "
003700                 GH-STUDENT-ID
003710             GO TO 2100-EXIT
003720         END-IF
003730         ADD 1 TO WS-STU-COUNT
003740         MOVE WS-STU-COUNT TO WS-FOUND-IDX
003750         MOVE GH-STUDENT-ID TO WS-STU-ID (WS-FOUND-IDX)
003760         MOVE "N" TO WS-STU-IN-TERM (WS-FOUND-IDX)
003770         MOVE 0 TO WS-STU-TERM-POINTS (WS-FOUND-IDX)
003780         MOVE 0 TO WS-STU-TERM-HOURS (WS-FOUND-IDX)
003790         MOVE 0 TO WS-STU-CUM-POINTS (WS-FOUND-IDX)
003800         MOVE 0 TO WS-STU-CUM-HOURS (WS-FOUND-IDX)
003810         MOVE "G" TO WS-STU-PRIOR (WS-FOUND-IDX)
003820         MOVE SPACE TO WS-STU-STANDING (WS-FOUND-IDX)
003830         MOVE "N" TO WS-STU-LISTED (WS-FOUND-IDX)
003840     END-IF
003850     COMPUTE WS-STU-CUM-POINTS (WS-FOUND-IDX) =
003860         WS-STU-CUM-POINTS (WS-FOUND-IDX) + WS-POINTS * WS-HOURS
003870     ADD WS-HOURS TO WS-STU-CUM-HOURS (WS-FOUND-IDX)
003880     IF GH-TERM-ID = WS-TERM-ID
003890         IF WS-STU-IN-TERM (WS-FOUND-IDX) = "N"
003900             MOVE "Y" TO WS-STU-IN-TERM (WS-FOUND-IDX)
003910             ADD 1 TO WS-TERM-STUDENTS
003920         END-IF
003930         COMPUTE WS-STU-TERM-POINTS (WS-FOUND-IDX) =
003940             WS-STU-TERM-POINTS (WS-FOUND-IDX) +
003950             WS-POINTS * WS-HOURS
003960         ADD WS-HOURS TO WS-STU-TERM-HOURS (WS-FOUND-IDX)
003970     END-IF.
003980 2100-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 3000-LOAD-PRIOR-STANDING  -  READ THE STANDING FILE.  EACH
004020*                              STUDENT'S PRIOR STANDING IS THE
004030*                              LAST ONE POSTED FOR ANOTHER TERM;
004040*                              A STUDENT WITH NONE STARTS IN GOOD
004050*                              STANDING.  RECORDS ALREADY POSTED
004060*                              FOR THIS TERM ARE DROPPED, SO A
004070*                              RERUN REPLACES THEM INSTEAD OF
004080*                              DOUBLING THEM.
004090*----------------------------------------------------------------
004100 3000-LOAD-PRIOR-STANDING.
004110     MOVE "N" TO WS-STANDING-EOF
004120     OPEN INPUT STANDING-FILE
004130     IF WS-STANDING-STATUS = "35"
004140         GO TO 3000-EXIT
004150     END-IF
004160     OPEN OUTPUT STND-WRK-FILE
004170     PERFORM 3010-READ-STANDING THRU 3010-EXIT
004180     PERFORM UNTIL END-OF-STANDING
004190         IF SD-TERM-ID NOT = WS-TERM-ID
004200             MOVE STANDING-RECORD TO STND-WRK-RECORD
004210             WRITE STND-WRK-RECORD
004220             PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
004230                     UNTIL WS-FOUND-IDX > WS-STU-COUNT
004240                 IF WS-STU-ID (WS-FOUND-IDX) = SD-STUDENT-ID
004250                     MOVE SD-STANDING
004260                         TO WS-STU-PRIOR (WS-FOUND-IDX)
004270                     EXIT PERFORM
004280                 END-IF
004290             END-PERFORM
004300         END-IF
004310         PERFORM 3010-READ-STANDING THRU 3010-EXIT
004320     END-PERFORM
004330     CLOSE STANDING-FILE
004340     CLOSE STND-WRK-FILE
004350     MOVE "N" TO WS-STNDWRK-EOF
004360     OPEN INPUT STND-WRK-FILE
004370     OPEN OUTPUT STANDING-FILE
004380     PERFORM 3020-READ-STNDWRK THRU 3020-EXIT
004390     PERFORM UNTIL END-OF-STNDWRK
004400         MOVE STND-WRK-RECORD TO STANDING-RECORD
004410         WRITE STANDING-RECORD
004420         PERFORM 3020-READ-STNDWRK THRU 3020-EXIT
004430     END-PERFORM
004440     CLOSE STND-WRK-FILE
004450     CLOSE STANDING-FILE.
004460 3000-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 3010-READ-STANDING  -  READ THE NEXT STANDING RECORD.
004500*----------------------------------------------------------------
004510 3010-READ-STANDING.
004520     READ STANDING-FILE
004530         AT END
004540             SET END-OF-STANDING TO TRUE
004550     END-READ.
004560 3010-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 3020-READ-STNDWRK  -  READ THE NEXT STANDING WORK RECORD.
004600*----------------------------------------------------------------
004610 3020-READ-STNDWRK.
004620     READ STND-WRK-FILE
004630         AT END
004640             SET END-OF-STNDWRK TO TRUE
004650     END-READ.
004660 3020-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 4000-ASSIGN-STANDING  -  SET THE STANDING FOR ONE STUDENT
004700*                          GRADED THIS TERM.  A CUMULATIVE GPA
004710*                          UNDER THE PROBATION LINE IS PROBATION,
004720*                          OR SUSPENSION FOR A STUDENT ALREADY ON
004730*                          PROBATION OR BACK FROM SUSPENSION WHOSE
004740*                          TERM GPA IS ALSO UNDER THE SUSPENSION
004750*                          LINE.  OTHERWISE A TERM GPA UNDER THE
004760*                          WARNING LINE IS A WARNING, AND ANYTHING
004770*                          ELSE IS GOOD STANDING.
004780*----------------------------------------------------------------
004790 4000-ASSIGN-STANDING.
004800     IF WS-STU-IN-TERM (WS-SCAN-IDX) NOT = "Y"
004810         GO TO 4000-EXIT
004820     END-IF
004830     IF WS-STU-TERM-HOURS (WS-SCAN-IDX) > 0
004840         COMPUTE WS-STU-TERM-GPA (WS-SCAN-IDX) ROUNDED =
004850             WS-STU-TERM-POINTS (WS-SCAN-IDX) /
004860             WS-STU-TERM-HOURS (WS-SCAN-IDX)
004870     ELSE
004880         MOVE 0 TO WS-STU-TERM-GPA (WS-SCAN-IDX)
004890     END-IF
004900     IF WS-STU-CUM-HOURS (WS-SCAN-IDX) > 0
004910         COMPUTE WS-STU-CUM-GPA (WS-SCAN-IDX) ROUNDED =
004920             WS-STU-CUM-POINTS (WS-SCAN-IDX) /
004930             WS-STU-CUM-HOURS (WS-SCAN-IDX)
004940     ELSE
004950         MOVE 0 TO WS-STU-CUM-GPA (WS-SCAN-IDX)
004960     END-IF
004970     EVALUATE TRUE
004980         WHEN WS-STU-CUM-GPA (WS-SCAN-IDX) < WS-PROB-CUM-GPA
004990                 AND (WS-STU-PRIOR (WS-SCAN-IDX) = "P" OR "S")
005000                 AND WS-STU-TERM-GPA (WS-SCAN-IDX) <
005010                     WS-SUSP-TERM-GPA
005020             MOVE "S" TO WS-STU-STANDING (WS-SCAN-IDX)
005030             ADD 1 TO WS-SUSP-COUNT
005040         WHEN WS-STU-CUM-GPA (WS-SCAN-IDX) < WS-PROB-CUM-GPA
005050             MOVE "P" TO WS-STU-STANDING (WS-SCAN-IDX)
005060             ADD 1 TO WS-PROB-COUNT
005070         WHEN WS-STU-TERM-GPA (WS-SCAN-IDX) < WS-WARN-TERM-GPA
005080             MOVE "W" TO WS-STU-STANDING (WS-SCAN-IDX)
005090             ADD 1 TO WS-WARN-COUNT
005100         WHEN OTHER
005110             MOVE "G" TO WS-STU-STANDING (WS-SCAN-IDX)
005120             ADD 1 TO WS-GOOD-COUNT
005130     END-EVALUATE
005140     IF WS-STU-STANDING (WS-SCAN-IDX) NOT =
005150             WS-STU-PRIOR (WS-SCAN-IDX)
005160         ADD 1 TO WS-CHANGED-COUNT
005170     END-IF
005180     MOVE ALL "?" TO WS-STU-NAME (WS-SCAN-IDX)
005190     MOVE "(NO MAJOR)" TO WS-STU-MAJOR (WS-SCAN-IDX)
005200     PERFORM VARYING WS-SM-IDX FROM 1 BY 1
005210             UNTIL WS-SM-IDX > WS-SM-COUNT
005220         IF WS-SM-ID (WS-SM-IDX) = WS-STU-ID (WS-SCAN-IDX)
005230             MOVE WS-SM-NAME (WS-SM-IDX)
005240                 TO WS-STU-NAME (WS-SCAN-IDX)
005250             IF WS-SM-MAJOR (WS-SM-IDX) NOT = SPACES
005260                 MOVE WS-SM-MAJOR (WS-SM-IDX)
005270                     TO WS-STU-MAJOR (WS-SCAN-IDX)
005280             END-IF
005290             EXIT PERFORM
005300         END-IF
005310     END-PERFORM.
005320 4000-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 5000-POST-STANDING  -  APPEND THE TERM'S STANDING FOR EVERY
005360*                        STUDENT GRADED IN IT.
005370*----------------------------------------------------------------
005380 5000-POST-STANDING.
005390     OPEN EXTEND STANDING-FILE
005400     IF WS-STANDING-STATUS NOT = "00" AND
005410             WS-STANDING-STATUS NOT = "05"
005420         OPEN OUTPUT STANDING-FILE
005430     END-IF
005440     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005450             UNTIL WS-SCAN-IDX > WS-STU-COUNT
005460         IF WS-STU-IN-TERM (WS-SCAN-IDX) = "Y"
005470             MOVE WS-TERM-ID TO SD-TERM-ID
005480             MOVE WS-STU-ID (WS-SCAN-IDX) TO SD-STUDENT-ID
005490             MOVE WS-STU-STANDING (WS-SCAN-IDX) TO SD-STANDING
005500             MOVE WS-STU-PRIOR (WS-SCAN-IDX)
005510                 TO SD-PRIOR-STANDING
005520             MOVE WS-STU-TERM-GPA (WS-SCAN-IDX) TO SD-TERM-GPA
005530             MOVE WS-STU-CUM-GPA (WS-SCAN-IDX) TO SD-CUM-GPA
005540             MOVE WS-STU-TERM-HOURS (WS-SCAN-IDX)
005550                 TO SD-TERM-HOURS
005560             MOVE WS-STU-CUM-HOURS (WS-SCAN-IDX) TO SD-CUM-HOURS
005570             WRITE STANDING-RECORD
005580         END-IF
005590     END-PERFORM
005600     CLOSE STANDING-FILE.
005610 5000-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640* 6000-WRITE-LISTING  -  LIST THE TERM'S STANDING BY MAJOR, THE
005650*                        MAJORS IN ALPHABETICAL ORDER, WITH THE
005660*                        COUNT IN EACH STANDING AT THE END.
005670*----------------------------------------------------------------
005680 6000-WRITE-LISTING.
005690     OPEN OUTPUT STND-RPT-FILE
005700     MOVE SPACES TO STND-RPT-RECORD
005710     STRING "ACADEMIC STANDING - TERM " DELIMITED BY SIZE
005720         WS-TERM-ID DELIMITED BY SIZE
005730         INTO STND-RPT-RECORD
005740     WRITE STND-RPT-RECORD
005750     MOVE SPACES TO STND-RPT-RECORD
005760     STRING "ID      NAME                      TERM  CUM   "
005770         DELIMITED BY SIZE
005780         "HOURS  STANDING      PRIOR" DELIMITED BY SIZE
005790         INTO STND-RPT-RECORD
005800     WRITE STND-RPT-RECORD
005810     MOVE "Y" TO WS-MAJOR-LEFT
005820     PERFORM 6100-LIST-ONE-MAJOR THRU 6100-EXIT
005830         UNTIL NOT WS-MAJORS-REMAIN
005840     MOVE SPACES TO STND-RPT-RECORD
005850     WRITE STND-RPT-RECORD
005860     MOVE WS-GOOD-COUNT TO WS-EDIT-COUNT
005870     MOVE SPACES TO STND-RPT-RECORD
005880     STRING "GOOD STANDING " WS-EDIT-COUNT
005890         DELIMITED BY SIZE INTO STND-RPT-RECORD
005900     WRITE STND-RPT-RECORD
005910     MOVE WS-WARN-COUNT TO WS-EDIT-COUNT
005920     MOVE SPACES TO STND-RPT-RECORD
005930     STRING "WARNING       " WS-EDIT-COUNT
005940         DELIMITED BY SIZE INTO STND-RPT-RECORD
005950     WRITE STND-RPT-RECORD
005960     MOVE WS-PROB-COUNT TO WS-EDIT-COUNT
005970     MOVE SPACES TO STND-RPT-RECORD
005980     STRING "PROBATION     " WS-EDIT-COUNT
005990         DELIMITED BY SIZE INTO STND-RPT-RECORD
006000     WRITE STND-RPT-RECORD
006010     MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT
006020     MOVE SPACES TO STND-RPT-RECORD
006030     STRING "SUSPENSION    " WS-EDIT-COUNT
006040         DELIMITED BY SIZE INTO STND-RPT-RECORD
006050     WRITE STND-RPT-RECORD
006060     CLOSE STND-RPT-FILE.
006070 6000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 6100-LIST-ONE-MAJOR  -  FIND THE LOWEST MAJOR NOT YET LISTED
006110*                         AND LIST ITS STUDENTS UNDER A HEADING.
006120*                         NONE LEFT ENDS THE LISTING.
006130*----------------------------------------------------------------
006140 6100-LIST-ONE-MAJOR.
006150     MOVE "N" TO WS-MAJOR-LEFT
006160     MOVE HIGH-VALUES TO WS-CUR-MAJOR
006170     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006180             UNTIL WS-SCAN-IDX > WS-STU-COUNT
006190         IF WS-STU-IN-TERM (WS-SCAN-IDX) = "Y" AND
006200                 WS-STU-LISTED (WS-SCAN-IDX) = "N" AND
006210                 WS-STU-MAJOR (WS-SCAN-IDX) < WS-CUR-MAJOR
006220             MOVE WS-STU-MAJOR (WS-SCAN-IDX) TO WS-CUR-MAJOR
006230             MOVE "Y" TO WS-MAJOR-LEFT
006240         END-IF
006250     END-PERFORM
006260     IF NOT WS-MAJORS-REMAIN
006270         GO TO 6100-EXIT
006280     END-IF
006290     MOVE SPACES TO STND-RPT-RECORD
006300     WRITE STND-RPT-RECORD
006310     MOVE SPACES TO STND-RPT-RECORD
006320     STRING "MAJOR: " WS-CUR-MAJOR
006330         DELIMITED BY SIZE INTO STND-RPT-RECORD
006340     WRITE STND-RPT-RECORD
006350     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006360             UNTIL WS-SCAN-IDX > WS-STU-COUNT
006370         IF WS-STU-IN-TERM (WS-SCAN-IDX) = "Y" AND
006380                 WS-STU-LISTED (WS-SCAN-IDX) = "N" AND
006390                 WS-STU-MAJOR (WS-SCAN-IDX) = WS-CUR-MAJOR
006400             MOVE "Y" TO WS-STU-LISTED (WS-SCAN-IDX)
006410             PERFORM 6200-LIST-STUDENT THRU 6200-EXIT
006420         END-IF
006430     END-PERFORM.
006440 6100-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470* 6200-LIST-STUDENT  -  ONE STUDENT'S LINE ON THE LISTING.  A
006480*                       CHANGED STANDING SHOWS THE PRIOR ONE.
006490*----------------------------------------------------------------
006500 6200-LIST-STUDENT.
006510     MOVE WS-STU-TERM-GPA (WS-SCAN-IDX) TO WS-EDIT-GPA-1
006520     MOVE WS-STU-CUM-GPA (WS-SCAN-IDX) TO WS-EDIT-GPA-2
006530     MOVE WS-STU-CUM-HOURS (WS-SCAN-IDX) TO WS-EDIT-HOURS
006540     MOVE SPACES TO WS-PRIOR-NAME
006550     IF WS-STU-STANDING (WS-SCAN-IDX) NOT =
006560             WS-STU-PRIOR (WS-SCAN-IDX)
006570         MOVE WS-STU-PRIOR (WS-SCAN-IDX) TO WS-STANDING-CODE
006580         PERFORM 8200-STANDING-NAME THRU 8200-EXIT
006590         MOVE WS-STANDING-NAME TO WS-PRIOR-NAME
006600     END-IF
006610     MOVE WS-STU-STANDING (WS-SCAN-IDX) TO WS-STANDING-CODE
006620     PERFORM 8200-STANDING-NAME THRU 8200-EXIT
006630     MOVE SPACES TO STND-RPT-RECORD
006640     STRING WS-STU-ID (WS-SCAN-IDX) "  "
006650         WS-STU-NAME (WS-SCAN-IDX) " "
006660         WS-EDIT-GPA-1 "  " WS-EDIT-GPA-2 " "
006670         WS-EDIT-HOURS "  " WS-STANDING-NAME " "
006680         WS-PRIOR-NAME
006690         DELIMITED BY SIZE INTO STND-RPT-RECORD
006700     WRITE STND-RPT-RECORD.
006710 6200-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740* 7000-WRITE-LETTERS  -  A NOTICE FOR EVERY STUDENT WHOSE
006750*                        STANDING CHANGED THIS TERM, READY FOR
006760*                        THE REGISTRAR TO PRINT AND MAIL.
006770*----------------------------------------------------------------
006780 7000-WRITE-LETTERS.
006790     OPEN OUTPUT STND-LTR-FILE
006800     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006810             UNTIL WS-SCAN-IDX > WS-STU-COUNT
006820         IF WS-STU-IN-TERM (WS-SCAN-IDX) = "Y" AND
006830                 WS-STU-STANDING (WS-SCAN-IDX) NOT =
006840                 WS-STU-PRIOR (WS-SCAN-IDX)
006850             PERFORM 7100-WRITE-ONE-LETTER THRU 7100-EXIT
006860         END-IF
006870     END-PERFORM
006880     CLOSE STND-LTR-FILE.
006890 7000-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------
006920* 7100-WRITE-ONE-LETTER  -  ONE STUDENT'S STANDING NOTICE.
006930*----------------------------------------------------------------
006940 7100-WRITE-ONE-LETTER.
006950     MOVE "REGISTRAR'S OFFICE - NOTICE OF ACADEMIC STANDING"
006960         TO STND-LTR-RECORD
006970     WRITE STND-LTR-RECORD
006980     MOVE SPACES TO STND-LTR-RECORD
006990     WRITE STND-LTR-RECORD
007000     MOVE SPACES TO STND-LTR-RECORD
007010     STRING "TO:    " WS-STU-NAME (WS-SCAN-IDX)
007020         "  (" WS-STU-ID (WS-SCAN-IDX) ")"
007030         DELIMITED BY SIZE INTO STND-LTR-RECORD
007040     WRITE STND-LTR-RECORD
007050     MOVE SPACES TO STND-LTR-RECORD
007060     STRING "MAJOR: " WS-STU-MAJOR (WS-SCAN-IDX)
007070         DELIMITED BY SIZE INTO STND-LTR-RECORD
007080     WRITE STND-LTR-RECORD
007090     MOVE SPACES TO STND-LTR-RECORD
007100     STRING "TERM:  " WS-TERM-ID
007110         DELIMITED BY SIZE INTO STND-LTR-RECORD
007120     WRITE STND-LTR-RECORD
007130     MOVE SPACES TO STND-LTR-RECORD
007140     WRITE STND-LTR-RECORD
007150     EVALUATE WS-STU-STANDING (WS-SCAN-IDX)
007160         WHEN "G"
007170             MOVE "You have returned to good academic standing."
007180                 TO STND-LTR-RECORD
007190         WHEN "W"
007200             MOVE WS-WARN-TERM-GPA TO WS-EDIT-GPA-1
007210             MOVE SPACES TO STND-LTR-RECORD
007220             STRING "This is an academic warning: your term GPA "
007230                 "fell below " WS-EDIT-GPA-1 "."
007240                 DELIMITED BY SIZE INTO STND-LTR-RECORD
007250         WHEN "P"
007260             MOVE WS-PROB-CUM-GPA TO WS-EDIT-GPA-1
007270             MOVE SPACES TO STND-LTR-RECORD
007280             STRING "You are placed on academic probation: your "
007290                 "cumulative GPA is below " WS-EDIT-GPA-1 "."
007300                 DELIMITED BY SIZE INTO STND-LTR-RECORD
007310         WHEN OTHER
007320             MOVE "You are suspended for failing to raise your "
007330                 & "GPA while on probation."
007340                 TO STND-LTR-RECORD
007350     END-EVALUATE
007360     WRITE STND-LTR-RECORD
007370     MOVE WS-STU-TERM-GPA (WS-SCAN-IDX) TO WS-EDIT-GPA-1
007380     MOVE WS-STU-CUM-GPA (WS-SCAN-IDX) TO WS-EDIT-GPA-2
007390     MOVE SPACES TO STND-LTR-RECORD
007400     STRING "Term GPA " WS-EDIT-GPA-1
007410         "   Cumulative GPA " WS-EDIT-GPA-2
007420         DELIMITED BY SIZE INTO STND-LTR-RECORD
007430     WRITE STND-LTR-RECORD
007440     MOVE WS-STU-PRIOR (WS-SCAN-IDX) TO WS-STANDING-CODE
007450     PERFORM 8200-STANDING-NAME THRU 8200-EXIT
007460     MOVE WS-STANDING-NAME TO WS-PRIOR-NAME
007470     MOVE WS-STU-STANDING (WS-SCAN-IDX) TO WS-STANDING-CODE
007480     PERFORM 8200-STANDING-NAME THRU 8200-EXIT
007490     MOVE SPACES TO STND-LTR-RECORD
007500     STRING "Prior standing " WS-PRIOR-NAME
007510         "   New standing " WS-STANDING-NAME
007520         DELIMITED BY SIZE INTO STND-LTR-RECORD
007530     WRITE STND-LTR-RECORD
007540     MOVE SPACES TO STND-LTR-RECORD
007550     WRITE STND-LTR-RECORD
007560     MOVE ALL "=" TO STND-LTR-RECORD
007570     WRITE STND-LTR-RECORD.
007580 7100-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610* 8000-LETTER-TO-POINTS  -  GRADE POINTS FOR THE LETTER IN
007620*                           GH-LETTER-GRADE - A=4, B=3, C=2,
007630*                           D=1, F=0, PLUS AND MINUS MOVING
007640*                           THE POINTS BY 0.30 INSIDE THE 0-4
007650*                           RANGE.  THE SAME SCALE AS TRNSCRPT.
007660*----------------------------------------------------------------
007670 8000-LETTER-TO-POINTS.
007680     EVALUATE GH-LETTER-GRADE (1:1)
007690         WHEN "A"
007700             MOVE 4.00 TO WS-POINTS
007710         WHEN "B"
007720             MOVE 3.00 TO WS-POINTS
007730         WHEN "C"
007740             MOVE 2.00 TO WS-POINTS
007750         WHEN "D"
007760             MOVE 1.00 TO WS-POINTS
007770         WHEN OTHER
007780             MOVE 0.00 TO WS-POINTS
007790     END-EVALUATE
007800     IF GH-LETTER-GRADE (2:1) = "+" AND WS-POINTS < 4.00
007810         ADD 0.30 TO WS-POINTS
007820     END-IF
007830     IF GH-LETTER-GRADE (2:1) = "-" AND WS-POINTS > 0.00
007840         SUBTRACT 0.30 FROM WS-POINTS
007850     END-IF.
007860 8000-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890* 8100-FIND-HOURS  -  THE CREDIT HOURS POSTED WITH THE GRADE, OR
007900*                     THE CATALOG'S WHEN NONE WERE POSTED, OR ONE
007910*                     HOUR WHEN THE CATALOG DOES NOT CARRY THE
007920*                     COURSE.
007930*----------------------------------------------------------------
007940 8100-FIND-HOURS.
007950     IF GH-CREDIT-HOURS IS NUMERIC AND GH-CREDIT-HOURS > 0
007960         MOVE GH-CREDIT-HOURS TO WS-HOURS
007970         GO TO 8100-EXIT
007980     END-IF
007990     MOVE 1.0 TO WS-HOURS
008000     PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
008010             UNTIL WS-CRS-IDX > WS-CRS-COUNT
008020         IF WS-CRS-ID (WS-CRS-IDX) = GH-COURSE-NO
008030             IF WS-CRS-HOURS (WS-CRS-IDX) > 0
008040                 MOVE WS-CRS-HOURS (WS-CRS-IDX) TO WS-HOURS
008050             END-IF
008060             EXIT PERFORM
008070         END-IF
008080     END-PERFORM.
008090 8100-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120* 8200-STANDING-NAME  -  THE PRINTED NAME OF THE STANDING CODE IN
008130*                        WS-STANDING-CODE.
008140*----------------------------------------------------------------
008150 8200-STANDING-NAME.
008160     EVALUATE WS-STANDING-CODE
008170         WHEN "G"
008180             MOVE "GOOD STANDING" TO WS-STANDING-NAME
008190         WHEN "W"
008200             MOVE "WARNING" TO WS-STANDING-NAME
008210         WHEN "P"
008220             MOVE "PROBATION" TO WS-STANDING-NAME
008230         WHEN "S"
008240             MOVE "SUSPENSION" TO WS-STANDING-NAME
008250         WHEN OTHER
008260             MOVE SPACES TO WS-STANDING-NAME
008270     END-EVALUATE.
008280 8200-EXIT.
008290     EXIT.
008300 END PROGRAM STNDRUN.
