000160*                   CREDIT HOURS - AND PLUS/MINUS GRADES MOVE
000170*                   THE POINTS BY THREE TENTHS.  THE CARD FILE
000180*                   IN THE REGISTRAR'S DRAWER CAN RETIRE.
000181*   10/15/2026  DH  WEIGHT THE GPAS BY CREDIT HOURS NOW THAT THE
000182*                   HISTORY CARRIES THEM, AND SHOW EACH COURSE'S
000183*                   TITLE AND HOURS FROM THE COURSE CATALOG
000184*                   (CRSMST) WITH THE HOURS ATTEMPTED AND EARNED
000185*                   FOR THE TERM AND CUMULATIVE.  AN F EARNS NO
000186*                   HOURS.  HISTORY POSTED WITHOUT HOURS TAKES
000187*                   THE CATALOG'S, OR ONE HOUR FOR A COURSE THE
000188*                   CATALOG DOES NOT CARRY.
000189*   10/15/2026  DH  SHOW THE ACADEMIC STANDING THE STANDING RUN
000190*                   POSTED FOR EACH TERM.
000191*   10/15/2026  DH  MARK A GRADE AMENDED THROUGH THE GRADE CHANGE
000192*                   UTILITY (GRDCORR) AS CHANGED.
000193*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000260     SELECT STUDENT-MST-FILE ASSIGN TO "STUMST"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-STUMST-STATUS.
000282     SELECT COURSE-FILE ASSIGN TO "CRSMST"
000284         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS WS-CRSMST-STATUS.
000287     SELECT STANDING-FILE ASSIGN TO "STANDING"
000288         ORGANIZATION IS LINE SEQUENTIAL
000289         FILE STATUS IS WS-STANDING-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  GRD-HIST-FILE.
000320     COPY GRDHIST.
000330 FD  STUDENT-MST-FILE.
000340     COPY STUMST.
000343 FD  COURSE-FILE.
000346     COPY CRSMST.
000347 FD  STANDING-FILE.
000348     COPY STANDING.
000350 WORKING-STORAGE SECTION.
000360 01  WS-GRDHIST-STATUS          PIC X(2).
000370 01  WS-STUMST-STATUS           PIC X(2).
000390     88  END-OF-GRDHIST         VALUE "Y".
000400 01  WS-STUMST-EOF              PIC X VALUE "N".
000410     88  END-OF-STUMST          VALUE "Y".
000411 01  WS-CRSMST-STATUS           PIC X(2).
000412 01  WS-CRSMST-EOF              PIC X VALUE "N".
000413     88  END-OF-CRSMST          VALUE "Y".
000414 01  WS-CRS-COUNT               PIC 9(3) VALUE 0.
000415 01  WS-CRS-TABLE.
000416     05  WS-CRS-ENTRY OCCURS 500 TIMES.
000417         10  WS-CRS-ID          PIC X(6).
000418         10  WS-CRS-TITLE       PIC X(30).
000419         10  WS-CRS-HOURS       PIC 9V9.
000420 01  WS-CRS-IDX                 PIC 9(3) VALUE 0.
000421 01  WS-STANDING-STATUS         PIC X(2).
000422 01  WS-STANDING-EOF            PIC X VALUE "N".
000423     88  END-OF-STANDING        VALUE "Y".
000424 01  WS-STD-COUNT               PIC 9(3) VALUE 0.
000425 01  WS-STD-TABLE.
000426     05  WS-STD-ENTRY OCCURS 50 TIMES.
000427         10  WS-STD-TERM        PIC X(6).
000428         10  WS-STD-STANDING    PIC X(1).
000429 01  WS-STD-IDX                 PIC 9(3) VALUE 0.
000430 01  WS-STANDING-NAME           PIC X(13).
000431 01  WS-STUDENT-ID              PIC X(6).
000432 01  WS-STUDENT-NAME            PIC X(25).
000440 01  WS-GRADE-COUNT             PIC 9(3) VALUE 0.
000450 01  WS-GRADE-TABLE.
000460     05  WS-GRADE-ENTRY OCCURS 200 TIMES.
000470         10  WS-GRD-TERM        PIC X(6).
000480         10  WS-GRD-SECTION     PIC X(8).
000490         10  WS-GRD-LETTER      PIC X(2).
000493         10  WS-GRD-HOURS       PIC 9V9.
000496         10  WS-GRD-TITLE       PIC X(30).
000498         10  WS-GRD-CHANGED     PIC X(9).
000500 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
000510 01  WS-CUR-TERM                PIC X(6) VALUE SPACES.
000520 01  WS-POINTS                  PIC 9V99 VALUE 0.
000530 01  WS-TERM-POINTS             PIC 9(5)V99 VALUE 0.
000536 01  WS-TERM-ATTEMPTED          PIC 9(3)V9 VALUE 0.
000542 01  WS-TERM-EARNED             PIC 9(3)V9 VALUE 0.
000550 01  WS-CUM-POINTS              PIC 9(6)V99 VALUE 0.
000556 01  WS-CUM-ATTEMPTED           PIC 9(4)V9 VALUE 0.
000562 01  WS-CUM-EARNED              PIC 9(4)V9 VALUE 0.
000570 01  WS-TERM-GPA                PIC 9V99 VALUE 0.
000580 01  WS-CUM-GPA                 PIC 9V99 VALUE 0.
000590 01  WS-EDIT-GPA-1              PIC 9.99.
000600 01  WS-EDIT-GPA-2              PIC 9.99.
000602 01  WS-EDIT-HOURS              PIC 9.9.
000604 01  WS-EDIT-ATTEMPTED          PIC ZZZ9.9.
000606 01  WS-EDIT-EARNED             PIC ZZZ9.9.
000610 01  WS-ANOTHER                 PIC X(1).
000620 01  WS-YN-PROMPT               PIC X(40).
000630 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "TRNSCRPT".
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000700     DISPLAY "[STUDENT TRANSCRIPT]"
000705     PERFORM 0500-LOAD-COURSES THRU 0500-EXIT
000710     MOVE "Y" TO WS-ANOTHER
000720     PERFORM UNTIL WS-ANOTHER = "N"
000730         PERFORM 1000-ONE-TRANSCRIPT THRU 1000-EXIT
000760             WS-AUDIT-PROGRAM
000770     END-PERFORM
000780     GOBACK.
000781*----------------------------------------------------------------
000782* 0500-LOAD-COURSES  -  LOAD THE COURSE CATALOG FOR THE TITLES,
000783*                       AND FOR THE HOURS OF HISTORY POSTED
000784*                       WITHOUT THEM.  NO CATALOG LEAVES THE
000785*                       TITLES BLANK.
000786*----------------------------------------------------------------
000787 0500-LOAD-COURSES.
000788     OPEN INPUT COURSE-FILE
000789     IF WS-CRSMST-STATUS NOT = "35"
000790         PERFORM 0510-READ-CRSMST THRU 0510-EXIT
000791         PERFORM UNTIL END-OF-CRSMST
000792             IF WS-CRS-COUNT < 500
000793                 ADD 1 TO WS-CRS-COUNT
000794                 MOVE CR-COURSE-NO TO WS-CRS-ID (WS-CRS-COUNT)
000795                 MOVE CR-TITLE TO WS-CRS-TITLE (WS-CRS-COUNT)
000796                 IF CR-CREDIT-HOURS IS NUMERIC
000797                     MOVE CR-CREDIT-HOURS
000798                         TO WS-CRS-HOURS (WS-CRS-COUNT)
000799                 ELSE
000800                     MOVE 0 TO WS-CRS-HOURS (WS-CRS-COUNT)
000801                 END-IF
000802             END-IF
000803             PERFORM 0510-READ-CRSMST THRU 0510-EXIT
000804         END-PERFORM
000805         CLOSE COURSE-FILE
000806     END-IF.
000807 0500-EXIT.
000808     EXIT.
000809*----------------------------------------------------------------
000810* 0510-READ-CRSMST  -  READ THE NEXT COURSE CATALOG RECORD.
000811*----------------------------------------------------------------
000812 0510-READ-CRSMST.
000813     READ COURSE-FILE
000814         AT END
000815             SET END-OF-CRSMST TO TRUE
000816     END-READ.
000817 0510-EXIT.
000818     EXIT.
000819*----------------------------------------------------------------
000820* 1000-ONE-TRANSCRIPT  -  COLLECT AND PRINT ONE STUDENT'S
000821*                         TERMS.
000822*----------------------------------------------------------------
000830 1000-ONE-TRANSCRIPT.
000840     DISPLAY "Student ID: " WITH NO ADVANCING
000850     MOVE SPACES TO WS-STUDENT-ID
000880         TO WS-STUDENT-ID
000890     PERFORM 2000-FIND-NAME THRU 2000-EXIT
000900     PERFORM 2500-COLLECT-GRADES THRU 2500-EXIT
000905     PERFORM 2600-COLLECT-STANDING THRU 2600-EXIT
000910     IF WS-GRADE-COUNT = 0
000920         DISPLAY "No grade history for " WS-STUDENT-ID "."
000930     ELSE
001490                     TO WS-GRD-SECTION (WS-GRADE-COUNT)
001500                 MOVE GH-LETTER-GRADE
001510                     TO WS-GRD-LETTER (WS-GRADE-COUNT)
001515                 PERFORM 2520-FIND-COURSE THRU 2520-EXIT
001516                 IF GH-GRADE-CHANGED
001517                     MOVE "(CHANGED)"
001518                         TO WS-GRD-CHANGED (WS-GRADE-COUNT)
001519                 ELSE
001520                     MOVE SPACES
001521                         TO WS-GRD-CHANGED (WS-GRADE-COUNT)
001522                 END-IF
001523             END-IF
001530             PERFORM 2510-READ-GRDHIST THRU 2510-EXIT
001540         END-PERFORM
001550         CLOSE GRD-HIST-FILE
001670 2510-EXIT.
001680     EXIT.
001690*----------------------------------------------------------------
001691* 2520-FIND-COURSE  -  TAKE THE COURSE TITLE FROM THE CATALOG,
001692*                      AND THE HOURS FROM THE HISTORY RECORD.
001693*                      HISTORY POSTED WITHOUT HOURS TAKES THE
001694*                      CATALOG'S, OR ONE HOUR WHEN THE CATALOG
001695*                      DOES NOT CARRY THE COURSE.
001696*----------------------------------------------------------------
001697 2520-FIND-COURSE.
001698     MOVE SPACES TO WS-GRD-TITLE (WS-GRADE-COUNT)
001699     MOVE 1.0 TO WS-GRD-HOURS (WS-GRADE-COUNT)
001700     PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
001701             UNTIL WS-CRS-IDX > WS-CRS-COUNT
001702         IF WS-CRS-ID (WS-CRS-IDX) = GH-COURSE-NO
001703             MOVE WS-CRS-TITLE (WS-CRS-IDX)
001704                 TO WS-GRD-TITLE (WS-GRADE-COUNT)
001705             IF WS-CRS-HOURS (WS-CRS-IDX) > 0
001706                 MOVE WS-CRS-HOURS (WS-CRS-IDX)
001707                     TO WS-GRD-HOURS (WS-GRADE-COUNT)
001708             END-IF
001709             EXIT PERFORM
001710         END-IF
001711     END-PERFORM
001712     IF GH-CREDIT-HOURS IS NUMERIC AND GH-CREDIT-HOURS > 0
001713         MOVE GH-CREDIT-HOURS TO WS-GRD-HOURS (WS-GRADE-COUNT)
001714     END-IF.
001715 2520-EXIT.
001716     EXIT.
001717*----------------------------------------------------------------
001718* 2600-COLLECT-STANDING  -  PULL THE STUDENT'S ACADEMIC STANDING
001719*                           FOR EACH TERM INTO THE TABLE.  A
001720*                           TERM POSTED MORE THAN ONCE KEEPS THE
001721*                           LAST.
001722*----------------------------------------------------------------
001723 2600-COLLECT-STANDING.
001724     MOVE 0 TO WS-STD-COUNT
001725     MOVE "N" TO WS-STANDING-EOF
001726     OPEN INPUT STANDING-FILE
001727     IF WS-STANDING-STATUS = "35"
001728         GO TO 2600-EXIT
001729     END-IF
001730     PERFORM 2610-READ-STANDING THRU 2610-EXIT
001731     PERFORM UNTIL END-OF-STANDING
001732         IF SD-STUDENT-ID = WS-STUDENT-ID
001733             PERFORM VARYING WS-STD-IDX FROM 1 BY 1
001734                     UNTIL WS-STD-IDX > WS-STD-COUNT
001735                 IF WS-STD-TERM (WS-STD-IDX) = SD-TERM-ID
001736                     EXIT PERFORM
001737                 END-IF
001738             END-PERFORM
001739             IF WS-STD-IDX > WS-STD-COUNT AND WS-STD-COUNT < 50
001740                 ADD 1 TO WS-STD-COUNT
001741                 MOVE WS-STD-COUNT TO WS-STD-IDX
001742                 MOVE SD-TERM-ID TO WS-STD-TERM (WS-STD-IDX)
001743             END-IF
001744             IF WS-STD-IDX NOT > WS-STD-COUNT
001745                 MOVE SD-STANDING TO WS-STD-STANDING (WS-STD-IDX)
001746             END-IF
001747         END-IF
001748         PERFORM 2610-READ-STANDING THRU 2610-EXIT
001749     END-PERFORM
001750     CLOSE STANDING-FILE.
001751 2600-EXIT.
001752     EXIT.
001753*----------------------------------------------------------------
001754* 2610-READ-STANDING  -  READ THE NEXT STANDING RECORD.
001755*----------------------------------------------------------------
001756 2610-READ-STANDING.
001757     READ STANDING-FILE
001758         AT END
001759             SET END-OF-STANDING TO TRUE
001760     END-READ.
001761 2610-EXIT.
001762     EXIT.
001763*----------------------------------------------------------------
001764* 3000-PRINT-TRANSCRIPT  -  WALK THE COLLECTED GRADES WITH A
001765*                           CONTROL BREAK ON TERM, SHOWING THE
001766*                           TERM GPA AT EACH BREAK AND THE
001767*                           RUNNING CUMULATIVE GPA.  EACH
001768*                           GRADE'S POINTS ARE WEIGHTED BY ITS
001769*                           CREDIT HOURS.
001770*----------------------------------------------------------------
001771 3000-PRINT-TRANSCRIPT.
001772     DISPLAY " "
001773     DISPLAY "TRANSCRIPT FOR " WS-STUDENT-ID "  "
001780         WS-STUDENT-NAME
001790     MOVE SPACES TO WS-CUR-TERM
001800     MOVE 0 TO WS-CUM-POINTS
001806     MOVE 0 TO WS-CUM-ATTEMPTED
001812     MOVE 0 TO WS-CUM-EARNED
001820     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
001830             UNTIL WS-SCAN-IDX > WS-GRADE-COUNT
001840         IF WS-GRD-TERM (WS-SCAN-IDX) NOT = WS-CUR-TERM
001870             END-IF
001880             MOVE WS-GRD-TERM (WS-SCAN-IDX) TO WS-CUR-TERM
001890             MOVE 0 TO WS-TERM-POINTS
001896             MOVE 0 TO WS-TERM-ATTEMPTED
001902             MOVE 0 TO WS-TERM-EARNED
001910             DISPLAY "TERM " WS-CUR-TERM
001920         END-IF
001930         MOVE WS-GRD-LETTER (WS-SCAN-IDX) TO GH-LETTER-GRADE
001940         PERFORM 6000-LETTER-TO-POINTS THRU 6000-EXIT
001945         MOVE WS-GRD-HOURS (WS-SCAN-IDX) TO WS-EDIT-HOURS
001950         DISPLAY "  " WS-GRD-SECTION (WS-SCAN-IDX)
001953             "  " WS-GRD-TITLE (WS-SCAN-IDX)
001956             "  " WS-EDIT-HOURS
001960             "  " WS-GRD-LETTER (WS-SCAN-IDX)
001962             " " WS-GRD-CHANGED (WS-SCAN-IDX)
001964         COMPUTE WS-TERM-POINTS = WS-TERM-POINTS +
001968             WS-POINTS * WS-GRD-HOURS (WS-SCAN-IDX)
001972         ADD WS-GRD-HOURS (WS-SCAN-IDX) TO WS-TERM-ATTEMPTED
001976         COMPUTE WS-CUM-POINTS = WS-CUM-POINTS +
001980             WS-POINTS * WS-GRD-HOURS (WS-SCAN-IDX)
001984         ADD WS-GRD-HOURS (WS-SCAN-IDX) TO WS-CUM-ATTEMPTED
001988         IF WS-POINTS > 0
001992             ADD WS-GRD-HOURS (WS-SCAN-IDX) TO WS-TERM-EARNED
001996             ADD WS-GRD-HOURS (WS-SCAN-IDX) TO WS-CUM-EARNED
002000         END-IF
002010     END-PERFORM
002020     IF WS-CUR-TERM NOT = SPACES
002030         PERFORM 3100-CLOSE-TERM THRU 3100-EXIT
002050 3000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* 3100-CLOSE-TERM  -  SHOW THE CLOSING TERM'S GPA AND HOURS,
002085*                     AND THE CUMULATIVE GPA AND HOURS SO FAR,
002090*                     THEN THE ACADEMIC STANDING POSTED FOR THE
002095*                     TERM, IF THE STANDING RUN HAS DONE IT.
002100*----------------------------------------------------------------
002110 3100-CLOSE-TERM.
002120     IF WS-TERM-ATTEMPTED > 0
002130         COMPUTE WS-TERM-GPA ROUNDED =
002140             WS-TERM-POINTS / WS-TERM-ATTEMPTED
002150     ELSE
002160         MOVE 0 TO WS-TERM-GPA
002170     END-IF
002180     IF WS-CUM-ATTEMPTED > 0
002190         COMPUTE WS-CUM-GPA ROUNDED =
002200             WS-CUM-POINTS / WS-CUM-ATTEMPTED
002210     ELSE
002220         MOVE 0 TO WS-CUM-GPA
002230     END-IF
002240     MOVE WS-TERM-GPA TO WS-EDIT-GPA-1
002250     MOVE WS-CUM-GPA TO WS-EDIT-GPA-2
002252     MOVE WS-TERM-ATTEMPTED TO WS-EDIT-ATTEMPTED
002254     MOVE WS-TERM-EARNED TO WS-EDIT-EARNED
002256     DISPLAY "  TERM GPA       " WS-EDIT-GPA-1
002258         "  HOURS ATTEMPTED " WS-EDIT-ATTEMPTED
002260         "  EARNED " WS-EDIT-EARNED
002262     MOVE WS-CUM-ATTEMPTED TO WS-EDIT-ATTEMPTED
002264     MOVE WS-CUM-EARNED TO WS-EDIT-EARNED
002266     DISPLAY "  CUMULATIVE GPA " WS-EDIT-GPA-2
002268         "  HOURS ATTEMPTED " WS-EDIT-ATTEMPTED
002269         "  EARNED " WS-EDIT-EARNED
002270     PERFORM VARYING WS-STD-IDX FROM 1 BY 1
002271             UNTIL WS-STD-IDX > WS-STD-COUNT
002272         IF WS-STD-TERM (WS-STD-IDX) = WS-CUR-TERM
002273             EVALUATE WS-STD-STANDING (WS-STD-IDX)
002274                 WHEN "G"
002275                     MOVE "GOOD STANDING" TO WS-STANDING-NAME
002276                 WHEN "W"
002277                     MOVE "WARNING" TO WS-STANDING-NAME
002278                 WHEN "P"
002279                     MOVE "PROBATION" TO WS-STANDING-NAME
002280                 WHEN "S"
002281                     MOVE "SUSPENSION" TO WS-STANDING-NAME
002282                 WHEN OTHER
002283                     MOVE SPACES TO WS-STANDING-NAME
002284             END-EVALUATE
002285             DISPLAY "  ACADEMIC STANDING: " WS-STANDING-NAME
002286             EXIT PERFORM
002287         END-IF
002288     END-PERFORM.
002289 3100-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 6000-LETTER-TO-POINTS  -  GRADE POINTS FOR THE LETTER IN
