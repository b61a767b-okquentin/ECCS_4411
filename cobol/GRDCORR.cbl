000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRDCORR.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  REGISTRAR'S OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  GRADE CHANGE AND
000100*                   CORRECTION FOR A GRADE ALREADY POSTED TO
000110*                   GRDHIST, SO ONE MIS-KEYED GRADE NO LONGER
000120*                   MEANS RERUNNING THE WHOLE TERM THROUGH THE
000130*                   GRADE CONVERTER.  THE REGISTRAR KEYS THE
000140*                   STUDENT, TERM, AND SECTION, THE NEW NUMERIC
000150*                   GRADE, AND A REASON CODE; THE LETTER COMES
000160*                   FROM THE GRDCUT CUTOFFS THE SAME WAY THE
000170*                   CONVERTER ASSIGNS IT.  A SECOND SUPERVISOR OR
000180*                   MANAGER, NOT THE ONE WHO KEYED IT, MUST
000190*                   APPROVE WITH ID AND PIN.  THE HISTORY RECORD
000200*                   IS AMENDED AND FLAGGED CHANGED, AND THE OLD
000210*                   AND NEW GRADES, WHO KEYED AND APPROVED IT,
000220*                   AND WHEN ARE JOURNALED ON GRDCHG.  THE TERM'S
000230*                   GRADE-CHANGE LISTING FOR THE DEAN'S OFFICE
000240*                   PRINTS TO GRDCHRPT.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GRD-HIST-FILE ASSIGN TO "GRDHIST"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-GRDHIST-STATUS.
000320     SELECT GRDH-WRK-FILE ASSIGN TO "GRDHWRK"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-GRDHWRK-STATUS.
000350     SELECT GRADE-CHG-FILE ASSIGN TO "GRDCHG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-GRDCHG-STATUS.
000380     SELECT CUTOFF-FILE ASSIGN TO "GRDCUT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-GRDCUT-STATUS.
000410     SELECT STUDENT-MST-FILE ASSIGN TO "STUMST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STUMST-STATUS.
000440     SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-OPERMST-STATUS.
000470     SELECT TERM-CTL-FILE ASSIGN TO "TERMCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TERMCTL-STATUS.
000500     SELECT GRDCHG-RPT-FILE ASSIGN TO "GRDCHRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  GRD-HIST-FILE.
000550     COPY GRDHIST.
000560 FD  GRDH-WRK-FILE.
000570 01  GRDH-WRK-RECORD            PIC X(30).
000580 FD  GRADE-CHG-FILE.
000590     COPY GRDCHG.
000600 FD  CUTOFF-FILE.
000610     COPY GRDCUT.
000620 FD  STUDENT-MST-FILE.
000630     COPY STUMST.
000640 FD  OPERATOR-FILE.
000650     COPY OPERMST.
000660 FD  TERM-CTL-FILE.
000670 01  TERM-CTL-RECORD.
000680     05  TC-TERM-ID             PIC X(6).
000690 FD  GRDCHG-RPT-FILE.
000700 01  GRDCHG-RPT-RECORD          PIC X(80).
000710 WORKING-STORAGE SECTION.
000720 01  WS-GRDHIST-STATUS          PIC X(2).
000730 01  WS-GRDHWRK-STATUS          PIC X(2).
000740 01  WS-GRDCHG-STATUS           PIC X(2).
000750 01  WS-GRDCUT-STATUS           PIC X(2).
000760 01  WS-STUMST-STATUS           PIC X(2).
000770 01  WS-OPERMST-STATUS          PIC X(2).
000780 01  WS-TERMCTL-STATUS          PIC X(2).
000790 01  WS-GRDHIST-EOF             PIC X VALUE "N".
000800     88  END-OF-GRDHIST         VALUE "Y".
000810 01  WS-GRDHWRK-EOF             PIC X VALUE "N".
000820     88  END-OF-GRDHWRK         VALUE "Y".
000830 01  WS-GRDCHG-EOF              PIC X VALUE "N".
000840     88  END-OF-GRDCHG          VALUE "Y".
000850 01  WS-CUTOFF-EOF              PIC X VALUE "N".
000860     88  END-OF-CUTOFFS         VALUE "Y".
000870 01  WS-STUMST-EOF              PIC X VALUE "N".
000880     88  END-OF-STUMST          VALUE "Y".
000890 01  WS-OPERMST-SWITCH          PIC X(1) VALUE "N".
000900     88  END-OF-OPERMST         VALUE "Y".
000910 01  WS-ACTION                  PIC X(1).
000920     88  WS-ACTION-CHANGE       VALUE "C".
000930     88  WS-ACTION-LIST         VALUE "L".
000940     88  WS-ACTION-EXIT         VALUE "X".
000950 01  WS-TERM-ID                 PIC X(6) VALUE "000000".
000960 01  WS-WORK-TERM               PIC X(6).
000970 01  WS-WORK-STUDENT            PIC X(6).
000980 01  WS-WORK-SECTION            PIC X(8).
000990 01  WS-GRADE-FOUND             PIC X VALUE "N".
001000     88  WS-GRADE-WAS-FOUND     VALUE "Y".
001010 01  WS-WAS-CHANGED             PIC X VALUE "N".
001020     88  WS-CHANGED-BEFORE      VALUE "Y".
001030 01  WS-OLD-NUMGRADE            PIC 999V99 VALUE 0.
001040 01  WS-OLD-LETTER              PIC X(2).
001050 01  WS-NEW-NUMGRADE            PIC 999V99 VALUE 0.
001060 01  WS-NEW-LETTER              PIC X(2).
001070 01  WS-GRADE-X                 PIC X(7).
001080 01  WS-GRADE-CHECK             PIC 9(4)V99 VALUE 0.
001090 01  WS-GRADE-OK                PIC X VALUE "N".
001100     88  WS-GRADE-IS-OK         VALUE "Y".
001110 01  WS-REASON                  PIC X(2).
001120 01  WS-REASON-NAME             PIC X(20).
001130 01  WS-CUTOFF-COUNT            PIC 9(2) VALUE 0.
001140 01  WS-CUTOFF-TABLE.
001150     05  WS-CUTOFF-ENTRY OCCURS 20 TIMES
001160                         INDEXED BY WS-CUT-IDX.
001170         10  WS-CUT-MIN-SCORE   PIC 9(3).
001180         10  WS-CUT-LETTER      PIC X(2).
001190 01  WS-SM-COUNT                PIC 9(3) VALUE 0.
001200 01  WS-SM-TABLE.
001210     05  WS-SM-ENTRY OCCURS 500 TIMES.
001220         10  WS-SM-ID           PIC X(6).
001230         10  WS-SM-NAME         PIC X(25).
001240 01  WS-SM-IDX                  PIC 9(3) VALUE 0.
001250 01  WS-STUDENT-NAME            PIC X(25).
001260 01  WS-APPROVER-ID             PIC X(6) VALUE SPACES.
001270 01  WS-MGR-CODE                PIC X(6).
001280 01  WS-MGR-PIN                 PIC X(4).
001290 01  WS-MGR-OK                  PIC X(1) VALUE "N".
001300     88  WS-MGR-IS-OK           VALUE "Y".
001310 01  WS-CHANGE-OK               PIC X(1) VALUE "N".
001320     88  CHANGE-IS-APPROVED     VALUE "Y".
001330 01  WS-WALK-ANSWER             PIC X(1).
001340 01  WS-LIST-COUNT              PIC 9(4) VALUE 0.
001350 01  WS-EDIT-OLD                PIC ZZ9.99.
001360 01  WS-EDIT-NEW                PIC ZZ9.99.
001370 01  WS-EDIT-COUNT              PIC ZZZ9.
001380 01  WS-CONFIRM                 PIC X(1).
001390 01  WS-YN-PROMPT               PIC X(40).
001400 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "GRDCORR".
001410 01  WS-AUDIT-MESSAGE           PIC X(60).
001420 LINKAGE SECTION.
001430 01  CASHIER-ID                 PIC X(6).
001440 PROCEDURE DIVISION USING CASHIER-ID.
001450*----------------------------------------------------------------
001460* 0000-MAINLINE  -  LOAD THE CUTOFFS AND NAMES, THEN TAKE GRADE
001470*                   CHANGES AND LISTINGS UNTIL THE REGISTRAR
001480*                   EXITS.
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001510     DISPLAY "[GRADE CHANGE]"
001520     PERFORM 0100-GET-TERM THRU 0100-EXIT
001530     PERFORM 0200-LOAD-CUTOFFS THRU 0200-EXIT
001540     PERFORM 0300-LOAD-STUDENTS THRU 0300-EXIT
001550     MOVE SPACE TO WS-ACTION
001560     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001570         UNTIL WS-ACTION-EXIT
001580     GOBACK.
001590*----------------------------------------------------------------
001600* 0100-GET-TERM  -  THE CURRENT TERM FROM TERMCTL IS THE DEFAULT
001610*                   WHEN NO TERM IS KEYED.
001620*----------------------------------------------------------------
001630 0100-GET-TERM.
001640     OPEN INPUT TERM-CTL-FILE
001650     IF WS-TERMCTL-STATUS NOT = "35"
001660         READ TERM-CTL-FILE
001670             AT END
001680                 CONTINUE
001690             NOT AT END
001700                 MOVE TC-TERM-ID TO WS-TERM-ID
001710         END-READ
001720         CLOSE TERM-CTL-FILE
001730     END-IF.
001740 0100-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
001770* 0200-LOAD-CUTOFFS  -  LOAD THE GRADE CUTOFF TABLE, IN THE
001780*                       DESCENDING ORDER THE CONVERTER EXPECTS.
001790*                       WITHOUT IT NO GRADE CAN BE CHANGED.
001800*----------------------------------------------------------------
001810 0200-LOAD-CUTOFFS.
001820     OPEN INPUT CUTOFF-FILE
001830     IF WS-GRDCUT-STATUS = "35"
001840         DISPLAY "No grade cutoff file - grades cannot be "
001850             "changed."
001860         GO TO 0200-EXIT
001870     END-IF
001880     PERFORM UNTIL END-OF-CUTOFFS
001890         READ CUTOFF-FILE
001900             AT END
001910                 SET END-OF-CUTOFFS TO TRUE
001920             NOT AT END
001930                 IF WS-CUTOFF-COUNT < 20
001940                     ADD 1 TO WS-CUTOFF-COUNT
001950                     SET WS-CUT-IDX TO WS-CUTOFF-COUNT
001960                     MOVE GC-MIN-SCORE
001970                         TO WS-CUT-MIN-SCORE (WS-CUT-IDX)
001980                     MOVE GC-LETTER-GRADE
001990                         TO WS-CUT-LETTER (WS-CUT-IDX)
002000                 END-IF
002010         END-READ
002020     END-PERFORM
002030     CLOSE CUTOFF-FILE.
002040 0200-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070* 0300-LOAD-STUDENTS  -  LOAD THE STUDENT NAMES FOR THE SCREEN
002080*                        AND THE LISTING.
002090*----------------------------------------------------------------
002100 0300-LOAD-STUDENTS.
002110     OPEN INPUT STUDENT-MST-FILE
002120     IF WS-STUMST-STATUS NOT = "35"
002130         PERFORM 0310-READ-STUMST THRU 0310-EXIT
002140         PERFORM UNTIL END-OF-STUMST
002150             IF WS-SM-COUNT < 500
002160                 ADD 1 TO WS-SM-COUNT
002170                 MOVE SM-STUDENT-ID TO WS-SM-ID (WS-SM-COUNT)
002180                 MOVE SM-NAME TO WS-SM-NAME (WS-SM-COUNT)
002190             END-IF
002200             PERFORM 0310-READ-STUMST THRU 0310-EXIT
002210         END-PERFORM
002220         CLOSE STUDENT-MST-FILE
002230     END-IF.
002240 0300-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* 0310-READ-STUMST  -  READ THE NEXT STUDENT MASTER RECORD.
002280*----------------------------------------------------------------
002290 0310-READ-STUMST.
002300     READ STUDENT-MST-FILE
002310         AT END
002320             SET END-OF-STUMST TO TRUE
002330     END-READ.
002340 0310-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370* 1000-GET-ACTION  -  PROMPT FOR AND DISPATCH ONE ACTION.
002380*----------------------------------------------------------------
002390 1000-GET-ACTION.
002400     DISPLAY " "
002410     DISPLAY "Action (C=Change a grade, L=List term changes, "
002420         "X=Exit): " WITH NO ADVANCING
002430     ACCEPT WS-ACTION
002440     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002450     EVALUATE TRUE
002460         WHEN WS-ACTION-CHANGE
002470             PERFORM 2000-CHANGE-GRADE THRU 2000-EXIT
002480         WHEN WS-ACTION-LIST
002490             PERFORM 3000-LIST-CHANGES THRU 3000-EXIT
002500         WHEN WS-ACTION-EXIT
002510             CONTINUE
002520         WHEN OTHER
002530             DISPLAY "Invalid action - enter C, L, or X."
002540     END-EVALUATE.
002550 1000-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580* 2000-CHANGE-GRADE  -  TAKE ONE GRADE CHANGE FROM KEYING
002590*                       THROUGH APPROVAL TO POSTING.
002600*----------------------------------------------------------------
002610 2000-CHANGE-GRADE.
002620     IF WS-CUTOFF-COUNT = 0
002630         DISPLAY "No grade cutoffs loaded - grades cannot be "
002640             "changed."
002650         GO TO 2000-EXIT
002660     END-IF
002670     DISPLAY "Student ID: " WITH NO ADVANCING
002680     MOVE SPACES TO WS-WORK-STUDENT
002690     ACCEPT WS-WORK-STUDENT
002700     MOVE FUNCTION UPPER-CASE(WS-WORK-STUDENT)
002710         TO WS-WORK-STUDENT
002720     PERFORM 6000-GET-TERM THRU 6000-EXIT
002730     DISPLAY "Course section: " WITH NO ADVANCING
002740     MOVE SPACES TO WS-WORK-SECTION
002750     ACCEPT WS-WORK-SECTION
002760     MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
002770         TO WS-WORK-SECTION
002780     PERFORM 2100-FIND-GRADE THRU 2100-EXIT
002790     IF NOT WS-GRADE-WAS-FOUND
002800         DISPLAY "No posted grade for " WS-WORK-STUDENT
002810             " in " WS-WORK-SECTION " for term " WS-WORK-TERM
002820         GO TO 2000-EXIT
002830     END-IF
002840     PERFORM 6300-FIND-NAME THRU 6300-EXIT
002850     MOVE WS-OLD-NUMGRADE TO WS-EDIT-OLD
002860     DISPLAY WS-WORK-STUDENT "  " WS-STUDENT-NAME
002870     DISPLAY "Posted grade: " WS-EDIT-OLD "  " WS-OLD-LETTER
002880     IF WS-CHANGED-BEFORE
002890         DISPLAY "(This grade has been changed before.)"
002900     END-IF
002910     PERFORM 6100-GET-GRADE THRU 6100-EXIT
002920     IF WS-NEW-NUMGRADE = WS-OLD-NUMGRADE
002930         DISPLAY "Same as the posted grade - nothing to change."
002940         GO TO 2000-EXIT
002950     END-IF
002960     PERFORM 2150-DETERMINE-LETTER THRU 2150-EXIT
002970     MOVE WS-NEW-NUMGRADE TO WS-EDIT-NEW
002980     DISPLAY "New grade:    " WS-EDIT-NEW "  " WS-NEW-LETTER
002990     PERFORM 6200-GET-REASON THRU 6200-EXIT
003000     PERFORM 2200-GET-APPROVAL THRU 2200-EXIT
003010     IF NOT CHANGE-IS-APPROVED
003020         DISPLAY "Grade change refused - no approval."
003030         GO TO 2000-EXIT
003040     END-IF
003050     MOVE "Post this grade change?" TO WS-YN-PROMPT
003060     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003070         WS-AUDIT-PROGRAM
003080     IF WS-CONFIRM NOT = "Y"
003090         DISPLAY "Grade change cancelled."
003100         GO TO 2000-EXIT
003110     END-IF
003120     PERFORM 2300-AMEND-HISTORY THRU 2300-EXIT
003130     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT
003140     MOVE SPACES TO WS-AUDIT-MESSAGE
003150     STRING "GRADE CHANGED " DELIMITED BY SIZE
003160         WS-WORK-STUDENT DELIMITED BY SIZE
003170         " " DELIMITED BY SIZE
003180         WS-WORK-TERM DELIMITED BY SIZE
003190         " " DELIMITED BY SIZE
003200         WS-WORK-SECTION DELIMITED BY SIZE
003210         " " DELIMITED BY SIZE
003220         WS-OLD-LETTER DELIMITED BY SIZE
003230         " TO " DELIMITED BY SIZE
003240         WS-NEW-LETTER DELIMITED BY SIZE
003250         " APPR " DELIMITED BY SIZE
003260         WS-APPROVER-ID DELIMITED BY SIZE
003270         INTO WS-AUDIT-MESSAGE
003280     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
003290     DISPLAY "Grade change posted."
003300     DISPLAY "Rerun the standing run if this term's standing "
003310         "is already posted.".
003320 2000-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 2100-FIND-GRADE  -  FIND THE POSTED GRADE FOR THE STUDENT,
003360*                     TERM, AND SECTION ON THE GRADE HISTORY.
003370*----------------------------------------------------------------
003380 2100-FIND-GRADE.
003390     MOVE "N" TO WS-GRADE-FOUND
003400     MOVE "N" TO WS-WAS-CHANGED
003410     MOVE "N" TO WS-GRDHIST-EOF
003420     OPEN INPUT GRD-HIST-FILE
003430     IF WS-GRDHIST-STATUS = "35"
003440         GO TO 2100-EXIT
003450     END-IF
003460     PERFORM 2110-READ-GRDHIST THRU 2110-EXIT
003470     PERFORM UNTIL END-OF-GRDHIST
003480         IF GH-STUDENT-ID = WS-WORK-STUDENT AND
003490                 GH-TERM-ID = WS-WORK-TERM AND
003500                 GH-COURSE-SECTION = WS-WORK-SECTION
003510             MOVE "Y" TO WS-GRADE-FOUND
003520             MOVE GH-NUMGRADE TO WS-OLD-NUMGRADE
003530             MOVE GH-LETTER-GRADE TO WS-OLD-LETTER
003540             IF GH-GRADE-CHANGED
003550                 MOVE "Y" TO WS-WAS-CHANGED
003560             END-IF
003570             SET END-OF-GRDHIST TO TRUE
003580         ELSE
003590             PERFORM 2110-READ-GRDHIST THRU 2110-EXIT
003600         END-IF
003610     END-PERFORM
003620     CLOSE GRD-HIST-FILE.
003630 2100-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 2110-READ-GRDHIST  -  READ THE NEXT HISTORY RECORD.
003670*----------------------------------------------------------------
003680 2110-READ-GRDHIST.
003690     READ GRD-HIST-FILE
003700         AT END
003710             SET END-OF-GRDHIST TO TRUE
003720     END-READ.
003730 2110-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 2150-DETERMINE-LETTER  -  SEARCH THE CUTOFF TABLE, TOP DOWN,
003770*                           FOR THE FIRST BAND THE NEW GRADE
003780*                           QUALIFIES FOR, AS THE CONVERTER DOES.
003790*----------------------------------------------------------------
003800 2150-DETERMINE-LETTER.
003810     MOVE "F " TO WS-NEW-LETTER
003820     SET WS-CUT-IDX TO 1
003830     PERFORM UNTIL WS-CUT-IDX > WS-CUTOFF-COUNT
003840         IF WS-NEW-NUMGRADE >= WS-CUT-MIN-SCORE (WS-CUT-IDX)
003850             MOVE WS-CUT-LETTER (WS-CUT-IDX) TO WS-NEW-LETTER
003860             SET WS-CUT-IDX TO WS-CUTOFF-COUNT
003870         END-IF
003880         SET WS-CUT-IDX UP BY 1
003890     END-PERFORM.
003900 2150-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 2200-GET-APPROVAL  -  DEMAND A SECOND SUPERVISOR'S OR
003940*                       MANAGER'S ID AND PIN, THE WAY THE DRAWER
003950*                       EVENT PAID-OUT APPROVAL WORKS.  THE ONE
003960*                       WHO KEYED THE CHANGE CANNOT APPROVE IT.
003970*                       A WALK-AWAY REFUSES THE CHANGE AND IS
003980*                       LOGGED.
003990*----------------------------------------------------------------
004000 2200-GET-APPROVAL.
004010     MOVE "N" TO WS-CHANGE-OK
004020     MOVE SPACES TO WS-APPROVER-ID
004030     MOVE "Y" TO WS-WALK-ANSWER
004040     PERFORM UNTIL CHANGE-IS-APPROVED OR WS-WALK-ANSWER = "N"
004050         DISPLAY "Approver ID: " WITH NO ADVANCING
004060         MOVE SPACES TO WS-MGR-CODE
004070         ACCEPT WS-MGR-CODE
004080         MOVE FUNCTION UPPER-CASE(WS-MGR-CODE) TO WS-MGR-CODE
004090         DISPLAY "Approver PIN: " WITH NO ADVANCING
004100         MOVE SPACES TO WS-MGR-PIN
004110         ACCEPT WS-MGR-PIN
004120         PERFORM 2210-CHECK-APPROVER THRU 2210-EXIT
004130         EVALUATE TRUE
004140             WHEN NOT WS-MGR-IS-OK
004150                 DISPLAY "Not an active supervisor or manager ID "
004160                     "and PIN."
004170             WHEN WS-MGR-CODE = CASHIER-ID
004180                 DISPLAY "Approver must be other than the one "
004190                     "keying the change."
004200             WHEN OTHER
004210                 MOVE "Y" TO WS-CHANGE-OK
004220                 MOVE WS-MGR-CODE TO WS-APPROVER-ID
004230         END-EVALUATE
004240         IF NOT CHANGE-IS-APPROVED
004250             MOVE "Try another approver?" TO WS-YN-PROMPT
004260             CALL "YESNOCHK" USING WS-YN-PROMPT WS-WALK-ANSWER
004270                 WS-AUDIT-PROGRAM
004280         END-IF
004290     END-PERFORM
004300     IF NOT CHANGE-IS-APPROVED
004310         MOVE SPACES TO WS-AUDIT-MESSAGE
004320         STRING "GRADE CHANGE REFUSED, NO APPROVAL: "
004330             DELIMITED BY SIZE
004340             WS-WORK-STUDENT DELIMITED BY SIZE
004350             " " DELIMITED BY SIZE
004360             WS-WORK-SECTION DELIMITED BY SIZE
004370             INTO WS-AUDIT-MESSAGE
004380         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004390             WS-AUDIT-MESSAGE
004400     END-IF.
004410 2200-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 2210-CHECK-APPROVER  -  SCAN THE OPERATOR MASTER FOR AN ACTIVE
004450*                         SUPERVISOR OR MANAGER WITH THE KEYED ID
004460*                         AND PIN.
004470*----------------------------------------------------------------
004480 2210-CHECK-APPROVER.
004490     MOVE "N" TO WS-MGR-OK
004500     MOVE "N" TO WS-OPERMST-SWITCH
004510     OPEN INPUT OPERATOR-FILE
004520     IF WS-OPERMST-STATUS NOT = "35"
004530         PERFORM 2220-READ-OPERMST THRU 2220-EXIT
004540         PERFORM UNTIL END-OF-OPERMST
004550             IF OP-OPERATOR-ID = WS-MGR-CODE AND OP-IS-ACTIVE
004560                     AND (OP-IS-MANAGER OR OP-IS-SUPERVISOR)
004570                     AND OP-PIN = WS-MGR-PIN
004580                 MOVE "Y" TO WS-MGR-OK
004590                 SET END-OF-OPERMST TO TRUE
004600             ELSE
004610                 PERFORM 2220-READ-OPERMST THRU 2220-EXIT
004620             END-IF
004630         END-PERFORM
004640         CLOSE OPERATOR-FILE
004650     END-IF.
004660 2210-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 2220-READ-OPERMST  -  READ THE NEXT OPERATOR RECORD.
004700*----------------------------------------------------------------
004710 2220-READ-OPERMST.
004720     READ OPERATOR-FILE
004730         AT END
004740             SET END-OF-OPERMST TO TRUE
004750     END-READ.
004760 2220-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 2300-AMEND-HISTORY  -  COPY THE GRADE HISTORY THROUGH THE WORK
004800*                        FILE AND BACK, AMENDING THE ONE RECORD
004810*                        AND FLAGGING IT CHANGED.
004820*----------------------------------------------------------------
004830 2300-AMEND-HISTORY.
004840     MOVE "N" TO WS-GRDHIST-EOF
004850     OPEN INPUT GRD-HIST-FILE
004860     OPEN OUTPUT GRDH-WRK-FILE
004870     PERFORM 2110-READ-GRDHIST THRU 2110-EXIT
004880     PERFORM UNTIL END-OF-GRDHIST
004890         IF GH-STUDENT-ID = WS-WORK-STUDENT AND
004900                 GH-TERM-ID = WS-WORK-TERM AND
004910                 GH-COURSE-SECTION = WS-WORK-SECTION
004920             MOVE WS-NEW-NUMGRADE TO GH-NUMGRADE
004930             MOVE WS-NEW-LETTER TO GH-LETTER-GRADE
004940             MOVE "C" TO GH-CHANGED-FLAG
004950         END-IF
004960         MOVE GRADE-HIST-RECORD TO GRDH-WRK-RECORD
004970         WRITE GRDH-WRK-RECORD
004980         PERFORM 2110-READ-GRDHIST THRU 2110-EXIT
004990     END-PERFORM
005000     CLOSE GRD-HIST-FILE
005010     CLOSE GRDH-WRK-FILE
005020     MOVE "N" TO WS-GRDHWRK-EOF
005030     OPEN INPUT GRDH-WRK-FILE
005040     OPEN OUTPUT GRD-HIST-FILE
005050     PERFORM 2310-READ-GRDHWRK THRU 2310-EXIT
005060     PERFORM UNTIL END-OF-GRDHWRK
005070         MOVE GRDH-WRK-RECORD TO GRADE-HIST-RECORD
005080         WRITE GRADE-HIST-RECORD
005090         PERFORM 2310-READ-GRDHWRK THRU 2310-EXIT
005100     END-PERFORM
005110     CLOSE GRDH-WRK-FILE
005120     CLOSE GRD-HIST-FILE.
005130 2300-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160* 2310-READ-GRDHWRK  -  READ THE NEXT HISTORY WORK RECORD.
005170*----------------------------------------------------------------
005180 2310-READ-GRDHWRK.
005190     READ GRDH-WRK-FILE
005200         AT END
005210             SET END-OF-GRDHWRK TO TRUE
005220     END-READ.
005230 2310-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 2400-WRITE-JOURNAL  -  APPEND THE ORIGINAL AND AMENDED GRADE,
005270*                        WHO KEYED AND APPROVED THE CHANGE, AND
005280*                        WHEN, TO THE GRADE CHANGE JOURNAL.
005290*----------------------------------------------------------------
005300 2400-WRITE-JOURNAL.
005310     OPEN EXTEND GRADE-CHG-FILE
005320     IF WS-GRDCHG-STATUS = "35"
005330         OPEN OUTPUT GRADE-CHG-FILE
005340     END-IF
005350     MOVE WS-WORK-TERM TO GX-TERM-ID
005360     MOVE WS-WORK-STUDENT TO GX-STUDENT-ID
005370     MOVE WS-WORK-SECTION TO GX-COURSE-SECTION
005380     MOVE WS-OLD-NUMGRADE TO GX-OLD-NUMGRADE
005390     MOVE WS-OLD-LETTER TO GX-OLD-LETTER
005400     MOVE WS-NEW-NUMGRADE TO GX-NEW-NUMGRADE
005410     MOVE WS-NEW-LETTER TO GX-NEW-LETTER
005420     MOVE WS-REASON TO GX-REASON-CODE
005430     MOVE CASHIER-ID TO GX-CHANGED-BY
005440     MOVE WS-APPROVER-ID TO GX-APPROVED-BY
005450     MOVE FUNCTION CURRENT-DATE TO GX-TIMESTAMP
005460     WRITE GRADE-CHG-RECORD
005470     CLOSE GRADE-CHG-FILE.
005480 2400-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510* 3000-LIST-CHANGES  -  PRINT THE TERM'S GRADE CHANGES FROM THE
005520*                       JOURNAL FOR THE DEAN'S OFFICE.
005530*----------------------------------------------------------------
005540 3000-LIST-CHANGES.
005550     PERFORM 6000-GET-TERM THRU 6000-EXIT
005560     MOVE 0 TO WS-LIST-COUNT
005570     MOVE "N" TO WS-GRDCHG-EOF
005580     OPEN OUTPUT GRDCHG-RPT-FILE
005590     MOVE SPACES TO GRDCHG-RPT-RECORD
005600     STRING "GRADE CHANGES - TERM " WS-WORK-TERM
005610         "  FOR THE DEAN'S OFFICE"
005620         DELIMITED BY SIZE INTO GRDCHG-RPT-RECORD
005630     WRITE GRDCHG-RPT-RECORD
005640     MOVE SPACES TO GRDCHG-RPT-RECORD
005650     STRING "ID      NAME                       "
005660         "SECTION   ORIGINAL       AMENDED"
005670         DELIMITED BY SIZE INTO GRDCHG-RPT-RECORD
005680     WRITE GRDCHG-RPT-RECORD
005690     MOVE SPACES TO GRDCHG-RPT-RECORD
005700     WRITE GRDCHG-RPT-RECORD
005710     OPEN INPUT GRADE-CHG-FILE
005720     IF WS-GRDCHG-STATUS = "35"
005730         SET END-OF-GRDCHG TO TRUE
005740     ELSE
005750         PERFORM 3010-READ-GRDCHG THRU 3010-EXIT
005760     END-IF
005770     PERFORM UNTIL END-OF-GRDCHG
005780         IF GX-TERM-ID = WS-WORK-TERM
005790             PERFORM 3100-LIST-ONE THRU 3100-EXIT
005800         END-IF
005810         PERFORM 3010-READ-GRDCHG THRU 3010-EXIT
005820     END-PERFORM
005830     IF WS-GRDCHG-STATUS NOT = "35"
005840         CLOSE GRADE-CHG-FILE
005850     END-IF
005860     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
005870     MOVE SPACES TO GRDCHG-RPT-RECORD
005880     STRING "GRADE CHANGES THIS TERM: " WS-EDIT-COUNT
005890         DELIMITED BY SIZE INTO GRDCHG-RPT-RECORD
005900     WRITE GRDCHG-RPT-RECORD
005910     CLOSE GRDCHG-RPT-FILE
005920     DISPLAY "Grade changes listed for term " WS-WORK-TERM ": "
005930         WS-EDIT-COUNT " (GRDCHRPT)".
005940 3000-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970* 3010-READ-GRDCHG  -  READ THE NEXT GRADE CHANGE JOURNAL RECORD.
005980*----------------------------------------------------------------
005990 3010-READ-GRDCHG.
006000     READ GRADE-CHG-FILE
006010         AT END
006020             SET END-OF-GRDCHG TO TRUE
006030     END-READ.
006040 3010-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070* 3100-LIST-ONE  -  TWO LINES FOR ONE GRADE CHANGE: THE GRADES,
006080*                   THEN THE REASON, WHO, AND WHEN.
006090*----------------------------------------------------------------
006100 3100-LIST-ONE.
006110     ADD 1 TO WS-LIST-COUNT
006120     MOVE GX-STUDENT-ID TO WS-WORK-STUDENT
006130     PERFORM 6300-FIND-NAME THRU 6300-EXIT
006140     MOVE GX-OLD-NUMGRADE TO WS-EDIT-OLD
006150     MOVE GX-NEW-NUMGRADE TO WS-EDIT-NEW
006160     MOVE SPACES TO GRDCHG-RPT-RECORD
006170     STRING GX-STUDENT-ID "  " WS-STUDENT-NAME "  "
006180         GX-COURSE-SECTION "  " WS-EDIT-OLD " " GX-OLD-LETTER
006190         "  ->  " WS-EDIT-NEW " " GX-NEW-LETTER
006200         DELIMITED BY SIZE INTO GRDCHG-RPT-RECORD
006210     WRITE GRDCHG-RPT-RECORD
006220     MOVE GX-REASON-CODE TO WS-REASON
006230     PERFORM 6400-REASON-NAME THRU 6400-EXIT
006240     MOVE SPACES TO GRDCHG-RPT-RECORD
006250     STRING "        " GX-REASON-CODE " " WS-REASON-NAME
006260         " BY " GX-CHANGED-BY
006270         "  APPROVED " GX-APPROVED-BY "  "
006280         GX-TIMESTAMP (1:4) "-" GX-TIMESTAMP (5:2) "-"
006290         GX-TIMESTAMP (7:2) " " GX-TIMESTAMP (9:2) ":"
006300         GX-TIMESTAMP (11:2)
006310         DELIMITED BY SIZE INTO GRDCHG-RPT-RECORD
006320     WRITE GRDCHG-RPT-RECORD.
006330 3100-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 6000-GET-TERM  -  KEY THE TERM; BLANK TAKES THE CURRENT TERM
006370*                   FROM TERMCTL.
006380*----------------------------------------------------------------
006390 6000-GET-TERM.
006400     DISPLAY "Term (blank = " WS-TERM-ID "): " WITH NO ADVANCING
006410     MOVE SPACES TO WS-WORK-TERM
006420     ACCEPT WS-WORK-TERM
006430     MOVE FUNCTION UPPER-CASE(WS-WORK-TERM) TO WS-WORK-TERM
006440     IF WS-WORK-TERM = SPACES
006450         MOVE WS-TERM-ID TO WS-WORK-TERM
006460     END-IF.
006470 6000-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500* 6100-GET-GRADE  -  KEY THE NEW NUMERIC GRADE, 0 TO 100.
006510*----------------------------------------------------------------
006520 6100-GET-GRADE.
006530     MOVE "N" TO WS-GRADE-OK
006540     PERFORM UNTIL WS-GRADE-IS-OK
006550         DISPLAY "New numeric grade: " WITH NO ADVANCING
006560         MOVE SPACES TO WS-GRADE-X
006570         ACCEPT WS-GRADE-X
006580         MOVE FUNCTION NUMVAL(WS-GRADE-X) TO WS-GRADE-CHECK
006590         IF WS-GRADE-X = SPACES OR WS-GRADE-CHECK > 100
006600             DISPLAY "The grade must be 0 to 100."
006610         ELSE
006620             MOVE WS-GRADE-CHECK TO WS-NEW-NUMGRADE
006630             MOVE "Y" TO WS-GRADE-OK
006640         END-IF
006650     END-PERFORM.
006660 6100-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690* 6200-GET-REASON  -  KEY THE REASON CODE FOR THE CHANGE.
006700*----------------------------------------------------------------
006710 6200-GET-REASON.
006720     MOVE SPACES TO GX-REASON-CODE
006730     PERFORM UNTIL GX-REASON-VALID
006740         DISPLAY "Reason (KE=Keying error, CE=Calculation error, "
006750         DISPLAY "        IC=Incomplete completed, AP=Appeal, "
006760             "OT=Other): " WITH NO ADVANCING
006770         MOVE SPACES TO WS-REASON
006780         ACCEPT WS-REASON
006790         MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
006800         MOVE WS-REASON TO GX-REASON-CODE
006810         IF NOT GX-REASON-VALID
006820             DISPLAY "Invalid reason - enter KE, CE, IC, AP, "
006830                 "or OT."
006840         END-IF
006850     END-PERFORM.
006860 6200-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* 6300-FIND-NAME  -  THE STUDENT'S NAME FROM THE NAME TABLE.
006900*----------------------------------------------------------------
006910 6300-FIND-NAME.
006920     MOVE ALL "?" TO WS-STUDENT-NAME
006930     PERFORM VARYING WS-SM-IDX FROM 1 BY 1
006940             UNTIL WS-SM-IDX > WS-SM-COUNT
006950         IF WS-SM-ID (WS-SM-IDX) = WS-WORK-STUDENT
006960             MOVE WS-SM-NAME (WS-SM-IDX) TO WS-STUDENT-NAME
006970             EXIT PERFORM
006980         END-IF
006990     END-PERFORM.
007000 6300-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030* 6400-REASON-NAME  -  THE PRINTED NAME OF THE REASON CODE.
007040*----------------------------------------------------------------
007050 6400-REASON-NAME.
007060     EVALUATE WS-REASON
007070         WHEN "KE"
007080             MOVE "KEYING ERROR" TO WS-REASON-NAME
007090         WHEN "CE"
007100             MOVE "CALCULATION ERROR" TO WS-REASON-NAME
007110         WHEN "IC"
007120             MOVE "INCOMPLETE COMPLETED" TO WS-REASON-NAME
007130         WHEN "AP"
007140             MOVE "APPEAL" TO WS-REASON-NAME
007150         WHEN OTHER
007160             MOVE "OTHER" TO WS-REASON-NAME
007170     END-EVALUATE.
007180 6400-EXIT.
007190     EXIT.
007200 END PROGRAM GRDCORR.
