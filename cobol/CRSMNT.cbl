000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CRSMNT.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  COURSE CATALOG
000100*                   MAINTENANCE UTILITY, BUILT ON THE VENDMNT
000110*                   PATTERN, SO THE REGISTRAR ADDS, CHANGES, AND
000120*                   DEACTIVATES COURSES WITH THEIR TITLES AND
000130*                   CREDIT HOURS.  GRADEDIT REJECTS A ROSTER
000140*                   SECTION WHOSE COURSE IS NOT IN THIS CATALOG,
000150*                   AND THE GRADE CONVERTER POSTS THE HOURS TO
000160*                   THE GRADE HISTORY FOR THE WEIGHTED GPAS.
000170*                   EVERY CHANGE IS LOGGED TO THE SHARED AUDIT
000180*                   LOG.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-CRSMST-STATUS.
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  COURSE-FILE.
000290     COPY CRSMST.
000300 WORKING-STORAGE SECTION.
000310 01  WS-CRSMST-STATUS            PIC X(2).
000320 01  WS-CRSMST-EOF               PIC X VALUE "N".
000330     88  END-OF-CRSMST           VALUE "Y".
000340 01  WS-ACTION                   PIC X(1).
000350     88  WS-ACTION-ADD           VALUE "A".
000360     88  WS-ACTION-CHANGE        VALUE "C".
000370     88  WS-ACTION-DEACT         VALUE "D".
000380     88  WS-ACTION-LIST          VALUE "L".
000390     88  WS-ACTION-EXIT          VALUE "X".
000400 01  WS-CRS-COUNT                PIC 9(3) VALUE 0.
000410 01  WS-CRS-TABLE.
000420     05  WS-CRS-ENTRY OCCURS 500 TIMES.
000430         10  WS-TBL-ID           PIC X(6).
000440         10  WS-TBL-TITLE        PIC X(30).
000450         10  WS-TBL-HOURS        PIC 9V9.
000460         10  WS-TBL-FLAG         PIC X(1).
000470 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000480 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000490 01  WS-WORK-ID                  PIC X(6).
000500 01  WS-WORK-TITLE               PIC X(30).
000510 01  WS-WORK-HOURS               PIC 9V9.
000520 01  WS-WORK-HOURS-X             PIC X(4).
000530 01  WS-HOURS-CHECK              PIC 9(3)V9.
000540 01  WS-HOURS-DISP               PIC 9.9.
000550 01  WS-OLD-HOURS-DISP           PIC 9.9.
000560 01  WS-CONFIRM                  PIC X(1).
000570 01  WS-YN-PROMPT                PIC X(40).
000580 01  WS-AUDIT-PROGRAM            PIC X(8) VALUE "CRSMNT".
000590 01  WS-AUDIT-MESSAGE            PIC X(60).
000600 PROCEDURE DIVISION.
000610*----------------------------------------------------------------
000620* 0000-MAINLINE  -  LOAD THE CATALOG, TAKE MAINTENANCE ACTIONS
000630*                   UNTIL THE OPERATOR EXITS, AND RETURN.  THE
000640*                   CATALOG IS REWRITTEN AFTER EVERY ACTION SO
000650*                   AN INTERRUPTED SESSION LOSES NOTHING.
000660*----------------------------------------------------------------
000670 0000-MAINLINE.
000680     DISPLAY "[COURSE CATALOG MAINTENANCE]"
000690     PERFORM 0500-LOAD-MASTER THRU 0500-EXIT
000700     MOVE SPACE TO WS-ACTION
000710     PERFORM 1000-GET-ACTION THRU 1000-EXIT
000720         UNTIL WS-ACTION-EXIT
000730     GOBACK.
000740*----------------------------------------------------------------
000750* 0500-LOAD-MASTER  -  READ THE WHOLE COURSE CATALOG INTO THE
000760*                      WORK TABLE.  A MISSING FILE JUST MEANS WE
000770*                      ARE STARTING A NEW CATALOG.
000780*----------------------------------------------------------------
000790 0500-LOAD-MASTER.
000800     OPEN INPUT COURSE-FILE
000810     IF WS-CRSMST-STATUS = "35"
000820         DISPLAY "No course catalog on file - starting a new one."
000830     ELSE
000840         PERFORM 0510-READ-CRSMST THRU 0510-EXIT
000850         PERFORM UNTIL END-OF-CRSMST
000860             IF WS-CRS-COUNT < 500
000870                 ADD 1 TO WS-CRS-COUNT
000880                 MOVE CR-COURSE-NO
000890                     TO WS-TBL-ID (WS-CRS-COUNT)
000900                 MOVE CR-TITLE
000910                     TO WS-TBL-TITLE (WS-CRS-COUNT)
000920                 IF CR-CREDIT-HOURS IS NUMERIC
000930                     MOVE CR-CREDIT-HOURS
000940                         TO WS-TBL-HOURS (WS-CRS-COUNT)
000950                 ELSE
000960                     MOVE 0 TO WS-TBL-HOURS (WS-CRS-COUNT)
000970                 END-IF
000980                 MOVE CR-ACTIVE-FLAG
000990                     TO WS-TBL-FLAG (WS-CRS-COUNT)
001000             ELSE
001010                 DISPLAY "Course table full - record skipped: "
001020                     CR-COURSE-NO
001030                 MOVE SPACES TO WS-AUDIT-MESSAGE
001040                 STRING "COURSE TABLE FULL, SKIPPED: "
001050                     DELIMITED BY SIZE
001060                     CR-COURSE-NO DELIMITED BY SIZE
001070                     INTO WS-AUDIT-MESSAGE
001080                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001090                     WS-AUDIT-MESSAGE
001100             END-IF
001110             PERFORM 0510-READ-CRSMST THRU 0510-EXIT
001120         END-PERFORM
001130         CLOSE COURSE-FILE
001140     END-IF.
001150 0500-EXIT.
001160     EXIT.
001170*----------------------------------------------------------------
001180* 0510-READ-CRSMST  -  READ THE NEXT COURSE CATALOG RECORD.
001190*----------------------------------------------------------------
001200 0510-READ-CRSMST.
001210     READ COURSE-FILE
001220         AT END
001230             SET END-OF-CRSMST TO TRUE
001240     END-READ.
001250 0510-EXIT.
001260     EXIT.
001270*----------------------------------------------------------------
001280* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
001290*                     DISPATCH TO THE MATCHING MAINTENANCE
001300*                     PARAGRAPH.
001310*----------------------------------------------------------------
001320 1000-GET-ACTION.
001330     DISPLAY " "
001340     DISPLAY "Action (A=Add, C=Change, D=Deactivate, L=List, "
001350         "X=Exit): " WITH NO ADVANCING
001360     ACCEPT WS-ACTION
001370     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
001380     EVALUATE TRUE
001390         WHEN WS-ACTION-ADD
001400             PERFORM 2000-ADD-COURSE THRU 2000-EXIT
001410         WHEN WS-ACTION-CHANGE
001420             PERFORM 3000-CHANGE-COURSE THRU 3000-EXIT
001430         WHEN WS-ACTION-DEACT
001440             PERFORM 4000-DEACTIVATE-COURSE THRU 4000-EXIT
001450         WHEN WS-ACTION-LIST
001460             PERFORM 4500-LIST-COURSES THRU 4500-EXIT
001470         WHEN WS-ACTION-EXIT
001480             CONTINUE
001490         WHEN OTHER
001500             DISPLAY "Invalid action - enter A, C, D, L, or X."
001510     END-EVALUATE.
001520 1000-EXIT.
001530     EXIT.
001540*----------------------------------------------------------------
001550* 2000-ADD-COURSE  -  VALIDATE AND ADD ONE NEW COURSE, LOG THE
001560*                     ADDITION, AND REWRITE THE CATALOG.
001570*----------------------------------------------------------------
001580 2000-ADD-COURSE.
001590     PERFORM 6000-GET-COURSE-NO THRU 6000-EXIT
001600     PERFORM 5000-FIND-COURSE THRU 5000-EXIT
001610     IF WS-FOUND-IDX NOT = 0
001620         DISPLAY "That course is already on file: " WS-WORK-ID
001630     ELSE
001640         IF WS-CRS-COUNT >= 500
001650             DISPLAY "Course table full - cannot add."
001660         ELSE
001670             PERFORM 6100-GET-TITLE THRU 6100-EXIT
001680             PERFORM 6200-GET-HOURS THRU 6200-EXIT
001690             ADD 1 TO WS-CRS-COUNT
001700             MOVE WS-WORK-ID TO WS-TBL-ID (WS-CRS-COUNT)
001710             MOVE WS-WORK-TITLE TO WS-TBL-TITLE (WS-CRS-COUNT)
001720             MOVE WS-WORK-HOURS TO WS-TBL-HOURS (WS-CRS-COUNT)
001730             MOVE "A" TO WS-TBL-FLAG (WS-CRS-COUNT)
001740             MOVE WS-WORK-HOURS TO WS-HOURS-DISP
001750             MOVE SPACES TO WS-AUDIT-MESSAGE
001760             STRING "ADDED COURSE " DELIMITED BY SIZE
001770                 WS-WORK-ID DELIMITED BY SIZE
001780                 " " DELIMITED BY SIZE
001790                 WS-HOURS-DISP DELIMITED BY SIZE
001800                 " HRS " DELIMITED BY SIZE
001810                 WS-WORK-TITLE (1:25) DELIMITED BY SIZE
001820                 INTO WS-AUDIT-MESSAGE
001830             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001840                 WS-AUDIT-MESSAGE
001850             PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
001860             DISPLAY "Course added."
001870         END-IF
001880     END-IF.
001890 2000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920* 3000-CHANGE-COURSE  -  CHANGE AN EXISTING COURSE'S TITLE AND
001930*                        CREDIT HOURS.  A BLANK FIELD KEEPS THE
001940*                        CURRENT VALUE.  EACH FIELD THAT CHANGES
001950*                        IS LOGGED.  GRADES ALREADY POSTED KEEP
001960*                        THE HOURS THEY WERE POSTED WITH.
001970*----------------------------------------------------------------
001980 3000-CHANGE-COURSE.
001990     PERFORM 6000-GET-COURSE-NO THRU 6000-EXIT
002000     PERFORM 5000-FIND-COURSE THRU 5000-EXIT
002010     IF WS-FOUND-IDX = 0
002020         DISPLAY "No such course on file: " WS-WORK-ID
002030     ELSE
002040         MOVE WS-TBL-HOURS (WS-FOUND-IDX) TO WS-OLD-HOURS-DISP
002050         DISPLAY "Current Title: " WS-TBL-TITLE (WS-FOUND-IDX)
002060         DISPLAY "Current Hours: " WS-OLD-HOURS-DISP
002070         DISPLAY "New Title (blank keeps current): "
002080             WITH NO ADVANCING
002090         MOVE SPACES TO WS-WORK-TITLE
002100         ACCEPT WS-WORK-TITLE
002110         DISPLAY "New Credit hours (blank keeps current): "
002120             WITH NO ADVANCING
002130         MOVE SPACES TO WS-WORK-HOURS-X
002140         ACCEPT WS-WORK-HOURS-X
002150         IF WS-WORK-TITLE NOT = SPACES AND
002160                 WS-WORK-TITLE NOT = WS-TBL-TITLE (WS-FOUND-IDX)
002170             MOVE SPACES TO WS-AUDIT-MESSAGE
002180             STRING "CHANGED COURSE " DELIMITED BY SIZE
002190                 WS-WORK-ID DELIMITED BY SIZE
002200                 " TITLE " DELIMITED BY SIZE
002210                 WS-TBL-TITLE (WS-FOUND-IDX) (1:12)
002220                 DELIMITED BY SIZE
002230                 " > " DELIMITED BY SIZE
002240                 WS-WORK-TITLE (1:12) DELIMITED BY SIZE
002250                 INTO WS-AUDIT-MESSAGE
002260             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002270                 WS-AUDIT-MESSAGE
002280             MOVE WS-WORK-TITLE TO WS-TBL-TITLE (WS-FOUND-IDX)
002290         END-IF
002300         IF WS-WORK-HOURS-X NOT = SPACES
002310             PERFORM 3100-CHANGE-HOURS THRU 3100-EXIT
002320         END-IF
002330         PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
002340         DISPLAY "Course updated."
002350     END-IF.
002360 3000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
002390* 3100-CHANGE-HOURS  -  TAKE THE KEYED CREDIT HOURS WHEN THEY ARE
002400*                       A NUMBER FROM 0.1 TO 9.9, AND LOG THE
002410*                       CHANGE.
002420*----------------------------------------------------------------
002430 3100-CHANGE-HOURS.
002440     MOVE FUNCTION NUMVAL(WS-WORK-HOURS-X) TO WS-HOURS-CHECK
002450     IF WS-HOURS-CHECK = 0 OR WS-HOURS-CHECK > 9.9
002460         DISPLAY "Credit hours must be 0.1 to 9.9 - not changed."
002470         GO TO 3100-EXIT
002480     END-IF
002490     MOVE WS-HOURS-CHECK TO WS-WORK-HOURS
002500     IF WS-WORK-HOURS NOT = WS-TBL-HOURS (WS-FOUND-IDX)
002510         MOVE WS-WORK-HOURS TO WS-HOURS-DISP
002520         MOVE SPACES TO WS-AUDIT-MESSAGE
002530         STRING "CHANGED COURSE " DELIMITED BY SIZE
002540             WS-WORK-ID DELIMITED BY SIZE
002550             " HOURS " DELIMITED BY SIZE
002560             WS-OLD-HOURS-DISP DELIMITED BY SIZE
002570             " > " DELIMITED BY SIZE
002580             WS-HOURS-DISP DELIMITED BY SIZE
002590             INTO WS-AUDIT-MESSAGE
002600         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002610             WS-AUDIT-MESSAGE
002620         MOVE WS-WORK-HOURS TO WS-TBL-HOURS (WS-FOUND-IDX)
002630     END-IF.
002640 3100-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* 4000-DEACTIVATE-COURSE  -  MARK AN EXISTING COURSE INACTIVE
002680*                            ONCE IT IS NO LONGER OFFERED.  THE
002690*                            RECORD IS KEPT SO HISTORY AND
002700*                            TRANSCRIPTS STILL FIND IT.
002710*----------------------------------------------------------------
002720 4000-DEACTIVATE-COURSE.
002730     PERFORM 6000-GET-COURSE-NO THRU 6000-EXIT
002740     PERFORM 5000-FIND-COURSE THRU 5000-EXIT
002750     IF WS-FOUND-IDX = 0
002760         DISPLAY "No such course on file: " WS-WORK-ID
002770     ELSE
002780         IF WS-TBL-FLAG (WS-FOUND-IDX) = "I"
002790             DISPLAY "Course is already inactive: " WS-WORK-ID
002800         ELSE
002810             MOVE "Deactivate this course?" TO WS-YN-PROMPT
002820             CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
002830                 WS-AUDIT-PROGRAM
002840             IF WS-CONFIRM = "Y"
002850                 MOVE "I" TO WS-TBL-FLAG (WS-FOUND-IDX)
002860                 MOVE SPACES TO WS-AUDIT-MESSAGE
002870                 STRING "DEACTIVATED COURSE " DELIMITED BY SIZE
002880                     WS-WORK-ID DELIMITED BY SIZE
002890                     " WAS ACTIVE" DELIMITED BY SIZE
002900                     INTO WS-AUDIT-MESSAGE
002910                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002920                     WS-AUDIT-MESSAGE
002930                 PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
002940                 DISPLAY "Course deactivated."
002950             END-IF
002960         END-IF
002970     END-IF.
002980 4000-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010* 4500-LIST-COURSES  -  SHOW EVERY COURSE IN THE CATALOG WITH ITS
003020*                       HOURS AND STATUS.
003030*----------------------------------------------------------------
003040 4500-LIST-COURSES.
003050     IF WS-CRS-COUNT = 0
003060         DISPLAY "No courses on file."
003070     ELSE
003080         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003090                 UNTIL WS-SCAN-IDX > WS-CRS-COUNT
003100             MOVE WS-TBL-HOURS (WS-SCAN-IDX) TO WS-HOURS-DISP
003110             DISPLAY WS-TBL-ID (WS-SCAN-IDX) " "
003120                 WS-TBL-TITLE (WS-SCAN-IDX) " "
003130                 WS-HOURS-DISP " "
003140                 WS-TBL-FLAG (WS-SCAN-IDX)
003150         END-PERFORM
003160     END-IF.
003170 4500-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 5000-FIND-COURSE  -  LOOK UP WS-WORK-ID IN THE WORK TABLE.
003210*                      WS-FOUND-IDX COMES BACK POINTING AT THE
003220*                      COURSE'S ENTRY, OR ZERO WHEN NOT ON FILE.
003230*----------------------------------------------------------------
003240 5000-FIND-COURSE.
003250     MOVE 0 TO WS-FOUND-IDX
003260     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003270             UNTIL WS-SCAN-IDX > WS-CRS-COUNT
003280         IF WS-TBL-ID (WS-SCAN-IDX) = WS-WORK-ID
003290             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
003300             EXIT PERFORM
003310         END-IF
003320     END-PERFORM.
003330 5000-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 6000-GET-COURSE-NO  -  PROMPT FOR A NON-BLANK COURSE NUMBER,
003370*                        FOLDED TO UPPER CASE.
003380*----------------------------------------------------------------
003390 6000-GET-COURSE-NO.
003400     MOVE SPACES TO WS-WORK-ID
003410     PERFORM UNTIL WS-WORK-ID NOT = SPACES
003420         DISPLAY "Course number: " WITH NO ADVANCING
003430         ACCEPT WS-WORK-ID
003440         MOVE FUNCTION UPPER-CASE(WS-WORK-ID) TO WS-WORK-ID
003450         IF WS-WORK-ID = SPACES
003460             DISPLAY "Course number must not be blank."
003470         END-IF
003480     END-PERFORM.
003490 6000-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* 6100-GET-TITLE  -  PROMPT FOR A NON-BLANK COURSE TITLE.
003530*----------------------------------------------------------------
003540 6100-GET-TITLE.
003550     MOVE SPACES TO WS-WORK-TITLE
003560     PERFORM UNTIL WS-WORK-TITLE NOT = SPACES
003570         DISPLAY "Course title: " WITH NO ADVANCING
003580         ACCEPT WS-WORK-TITLE
003590         IF WS-WORK-TITLE = SPACES
003600             DISPLAY "Title must not be blank."
003610         END-IF
003620     END-PERFORM.
003630 6100-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 6200-GET-HOURS  -  PROMPT FOR THE CREDIT HOURS, A NUMBER FROM
003670*                    0.1 TO 9.9, SUCH AS 3 OR 1.5.
003680*----------------------------------------------------------------
003690 6200-GET-HOURS.
003700     MOVE 0 TO WS-WORK-HOURS
003710     PERFORM UNTIL WS-WORK-HOURS > 0
003720         DISPLAY "Credit hours: " WITH NO ADVANCING
003730         MOVE SPACES TO WS-WORK-HOURS-X
003740         ACCEPT WS-WORK-HOURS-X
003750         MOVE FUNCTION NUMVAL(WS-WORK-HOURS-X)
003760             TO WS-HOURS-CHECK
003770         IF WS-HOURS-CHECK = 0 OR WS-HOURS-CHECK > 9.9
003780             DISPLAY "Credit hours must be 0.1 to 9.9."
003790         ELSE
003800             MOVE WS-HOURS-CHECK TO WS-WORK-HOURS
003810         END-IF
003820     END-PERFORM.
003830 6200-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 8000-REWRITE-MASTER  -  REWRITE THE COURSE CATALOG FROM THE
003870*                         WORK TABLE.
003880*----------------------------------------------------------------
003890 8000-REWRITE-MASTER.
003900     OPEN OUTPUT COURSE-FILE
003910     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003920             UNTIL WS-SCAN-IDX > WS-CRS-COUNT
003930         MOVE WS-TBL-ID (WS-SCAN-IDX) TO CR-COURSE-NO
003940         MOVE WS-TBL-TITLE (WS-SCAN-IDX) TO CR-TITLE
003950         MOVE WS-TBL-HOURS (WS-SCAN-IDX) TO CR-CREDIT-HOURS
003960         MOVE WS-TBL-FLAG (WS-SCAN-IDX) TO CR-ACTIVE-FLAG
003970         WRITE COURSE-RECORD
003980     END-PERFORM
003990     CLOSE COURSE-FILE.
004000 8000-EXIT.
004010     EXIT.
004020 END PROGRAM CRSMNT.
