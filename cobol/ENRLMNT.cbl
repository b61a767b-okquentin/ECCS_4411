000120*                   PAIRS; THE STUDENT ID IS CHECKED AGAINST
000130*                   THE STUDENT MASTER THE WAY THE CONVERTER
000140*                   CHECKS ROSTER IDS.
000141*   10/15/2026  DH  SECTION CAPACITY AND WAITLISTS.  AN ADD TO
000142*                   A SECTION ALREADY AT ITS SECTMST CAPACITY
000143*                   GOES ON THE SECTION'S WAITLIST IN REQUEST
000144*                   ORDER, AND A DROP PROMOTES THE FIRST
000145*                   WAITLISTED STUDENT INTO THE OPEN SEAT, BOTH
000146*                   AUDITED.  A SECTION NOT ON AN EXISTING
000147*                   SECTION MASTER IS REFUSED; NO MASTER WAIVES
000148*                   THE CAPACITY CHECK.  NEW ACTION R WRITES THE
000149*                   ROSTER BY SECTION (ENRLROST) WITH STUDENT
000150*                   NAMES, ENROLLED AND WAITLISTED.
000151*----------------------------------------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000220     SELECT STUDENT-MST-FILE ASSIGN TO "STUMST"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-STUMST-STATUS.
000241     SELECT SECTION-FILE ASSIGN TO "SECTMST"
000242         ORGANIZATION IS LINE SEQUENTIAL
000243         FILE STATUS IS WS-SECTMST-STATUS.
000244     SELECT ROSTER-FILE ASSIGN TO "ENRLROST"
000245         ORGANIZATION IS LINE SEQUENTIAL
000246         FILE STATUS IS WS-ROSTER-STATUS.
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  ENROLL-FILE.
000280     COPY ENROLL.
000290 FD  STUDENT-MST-FILE.
000300     COPY STUMST.
000302 FD  SECTION-FILE.
000304     COPY SECTMST.
000306 FD  ROSTER-FILE.
000308 01  ROSTER-RECORD              PIC X(80).
000310 WORKING-STORAGE SECTION.
000320 01  WS-ENROLL-STATUS            PIC X(2).
000330 01  WS-STUMST-STATUS            PIC X(2).
000333 01  WS-SECTMST-STATUS           PIC X(2).
000336 01  WS-ROSTER-STATUS            PIC X(2).
000340 01  WS-ENROLL-EOF               PIC X VALUE "N".
000350     88  END-OF-ENROLL           VALUE "Y".
000360 01  WS-STUMST-EOF               PIC X VALUE "N".
000370     88  END-OF-STUMST           VALUE "Y".
000373 01  WS-SECTMST-EOF              PIC X VALUE "N".
000376     88  END-OF-SECTMST          VALUE "Y".
000380 01  WS-ACTION                   PIC X(1).
000390     88  WS-ACTION-ADD           VALUE "A".
000400     88  WS-ACTION-DROP          VALUE "D".
000410     88  WS-ACTION-LIST          VALUE "L".
000415     88  WS-ACTION-ROSTER        VALUE "R".
000420     88  WS-ACTION-EXIT          VALUE "X".
000430 01  WS-ENR-COUNT                PIC 9(3) VALUE 0.
000440 01  WS-ENR-TABLE.
000450     05  WS-ENR-ENTRY OCCURS 999 TIMES.
000460         10  WS-TBL-STUDENT      PIC X(6).
000470         10  WS-TBL-SECTION      PIC X(8).
000471         10  WS-TBL-STATUS       PIC X(1).
000472             88  WS-TBL-ENROLLED     VALUES "E" " ".
000473             88  WS-TBL-WAITLISTED   VALUE "W".
000474         10  WS-TBL-LISTED       PIC X(1).
000475 01  WS-SECTMST-ON-FILE          PIC X(1) VALUE "N".
000476     88  WS-SECTMST-PRESENT      VALUE "Y".
000477 01  WS-SEC-COUNT                PIC 9(3) VALUE 0.
000478 01  WS-SEC-TABLE.
000479     05  WS-SEC-ENTRY OCCURS 500 TIMES.
000480         10  WS-SEC-SECTION      PIC X(8).
000481         10  WS-SEC-CAPACITY     PIC 9(3).
000482         10  WS-SEC-INSTRUCTOR   PIC X(20).
000483         10  WS-SEC-DAYS         PIC X(6).
000484         10  WS-SEC-START        PIC 9(4).
000485         10  WS-SEC-END          PIC 9(4).
000486 01  WS-SEC-IDX                  PIC 9(3) VALUE 0.
000487 01  WS-STU-COUNT                PIC 9(4) VALUE 0.
000488 01  WS-STU-TABLE.
000489     05  WS-STU-ENTRY OCCURS 1000 TIMES.
000490         10  WS-STU-ID           PIC X(6).
000491         10  WS-STU-NAME         PIC X(25).
000492 01  WS-STU-IDX                  PIC 9(4) VALUE 0.
000493 01  WS-SEAT-COUNT               PIC 9(3) VALUE 0.
000494 01  WS-WAIT-COUNT               PIC 9(3) VALUE 0.
000495 01  WS-WAIT-IDX                 PIC 9(3) VALUE 0.
000496 01  WS-PROMOTE-DONE             PIC X(1).
000497     88  WS-NO-MORE-PROMOTES     VALUE "Y".
000498 01  WS-DROPPED-STATUS           PIC X(1).
000499 01  WS-EDIT-COUNT               PIC ZZ9.
000500 01  WS-EDIT-COUNT-2             PIC ZZ9.
000501 01  WS-STATUS-NAME              PIC X(10).
000502 01  WS-ROSTER-NAME              PIC X(25).
000503 01  WS-CUR-SECTION              PIC X(8).
000504 01  WS-SECTION-LEFT             PIC X(1).
000505     88  WS-SECTIONS-REMAIN      VALUE "Y".
000506 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000507 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000508 01  WS-WORK-STUDENT             PIC X(6).
000510 01  WS-WORK-SECTION             PIC X(8).
000520 01  WS-STUDENT-OK               PIC X(1).
000530     88  WS-STUDENT-IS-OK        VALUE "Y".
000830                     TO WS-TBL-STUDENT (WS-ENR-COUNT)
000840                 MOVE EN-COURSE-SECTION
000850                     TO WS-TBL-SECTION (WS-ENR-COUNT)
000853                 MOVE EN-ENROLL-STATUS
000856                     TO WS-TBL-STATUS (WS-ENR-COUNT)
000860             ELSE
000870                 DISPLAY "Enrollment table full - skipped: "
000880                     EN-STUDENT-ID
000900             PERFORM 0510-READ-ENROLL THRU 0510-EXIT
000910         END-PERFORM
000920         CLOSE ENROLL-FILE
000926     END-IF
000932     PERFORM 0600-LOAD-SECTIONS THRU 0600-EXIT.
000940 0500-EXIT.
000941     EXIT.
000942*----------------------------------------------------------------
000943* 0600-LOAD-SECTIONS  -  READ THE SECTION MASTER FOR THE SEAT
000944*                        CAPACITIES.  WITH NO MASTER ON FILE THE
000945*                        CAPACITY CHECK IS WAIVED.
000946*----------------------------------------------------------------
000947 0600-LOAD-SECTIONS.
000948     OPEN INPUT SECTION-FILE
000949     IF WS-SECTMST-STATUS = "35"
000950         DISPLAY "No section master - capacity check waived."
000951         GO TO 0600-EXIT
000952     END-IF
000953     MOVE "Y" TO WS-SECTMST-ON-FILE
000954     PERFORM UNTIL END-OF-SECTMST
000955         READ SECTION-FILE
000956             AT END
000957                 SET END-OF-SECTMST TO TRUE
000958             NOT AT END
000959                 IF WS-SEC-COUNT < 500
000960                     ADD 1 TO WS-SEC-COUNT
000961                     MOVE SC-COURSE-SECTION
000962                         TO WS-SEC-SECTION (WS-SEC-COUNT)
000963                     MOVE SC-CAPACITY
000964                         TO WS-SEC-CAPACITY (WS-SEC-COUNT)
000965                     MOVE SC-INSTRUCTOR
000966                         TO WS-SEC-INSTRUCTOR (WS-SEC-COUNT)
000967                     MOVE SC-MEET-DAYS
000968                         TO WS-SEC-DAYS (WS-SEC-COUNT)
000969                     MOVE SC-START-TIME
000970                         TO WS-SEC-START (WS-SEC-COUNT)
000971                     MOVE SC-END-TIME
000972                         TO WS-SEC-END (WS-SEC-COUNT)
000973                 ELSE
000974                     DISPLAY "Section table full - skipped: "
000975                         SC-COURSE-SECTION
000976                 END-IF
000977         END-READ
000978     END-PERFORM
000979     CLOSE SECTION-FILE.
000980 0600-EXIT.
000981     EXIT.
000982*----------------------------------------------------------------
000983* 0510-READ-ENROLL  -  READ THE NEXT ENROLLMENT RECORD.
000984*----------------------------------------------------------------
000990 0510-READ-ENROLL.
001000     READ ENROLL-FILE
001010         AT END
001080*----------------------------------------------------------------
001090 1000-GET-ACTION.
001100     DISPLAY " "
001110     DISPLAY "Action (A=Add, D=Drop, L=List, R=Roster, "
001120         "X=Exit): " WITH NO ADVANCING
001130     ACCEPT WS-ACTION
001140     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
001150     EVALUATE TRUE
001190             PERFORM 3000-DROP-ENROLLMENT THRU 3000-EXIT
001200         WHEN WS-ACTION-LIST
001210             PERFORM 4000-LIST-ENROLLMENT THRU 4000-EXIT
001213         WHEN WS-ACTION-ROSTER
001216             PERFORM 7000-WRITE-ROSTER THRU 7000-EXIT
001220         WHEN WS-ACTION-EXIT
001230             CONTINUE
001240         WHEN OTHER
001250             DISPLAY "Invalid action - enter A, D, L, R, or X."
001260     END-EVALUATE.
001270 1000-EXIT.
001280     EXIT.
001300* 2000-ADD-ENROLLMENT  -  ADD ONE STUDENT/SECTION PAIR.  THE
001310*                         STUDENT MUST BE ON THE MASTER AND THE
001320*                         PAIR MUST NOT ALREADY BE ENROLLED.
001323*                         A SECTION AT CAPACITY TAKES THE
001326*                         STUDENT ONTO ITS WAITLIST INSTEAD.
001330*----------------------------------------------------------------
001340 2000-ADD-ENROLLMENT.
001350     PERFORM 6000-GET-PAIR THRU 6000-EXIT
001360     PERFORM 5000-FIND-PAIR THRU 5000-EXIT
001370     IF WS-FOUND-IDX NOT = 0
001380         IF WS-TBL-WAITLISTED (WS-FOUND-IDX)
001390             DISPLAY "Already waitlisted: " WS-WORK-STUDENT
001400                 " IN " WS-WORK-SECTION
001430         ELSE
001440             DISPLAY "Already enrolled: " WS-WORK-STUDENT
001450                 " IN " WS-WORK-SECTION
001650         END-IF
001651         GO TO 2000-EXIT
001652     END-IF
001653     IF WS-SECTMST-PRESENT
001654         PERFORM 5100-FIND-SECTION THRU 5100-EXIT
001655         IF WS-SEC-IDX = 0
001656             DISPLAY "No section master record for "
001657                 WS-WORK-SECTION " - enrollment refused."
001658             GO TO 2000-EXIT
001659         END-IF
001660     END-IF
001661     IF WS-ENR-COUNT >= 999
001662         DISPLAY "Enrollment table full - cannot add."
001663         GO TO 2000-EXIT
001664     END-IF
001665     PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT
001666     IF NOT WS-STUDENT-IS-OK
001667         DISPLAY "No master record for "
001668             WS-WORK-STUDENT " - enrollment refused."
001669         GO TO 2000-EXIT
001670     END-IF
001671     IF WS-SECTMST-PRESENT
001672         PERFORM 5200-COUNT-SECTION THRU 5200-EXIT
001673     END-IF
001674     ADD 1 TO WS-ENR-COUNT
001675     MOVE WS-WORK-STUDENT TO WS-TBL-STUDENT (WS-ENR-COUNT)
001676     MOVE WS-WORK-SECTION TO WS-TBL-SECTION (WS-ENR-COUNT)
001677     MOVE "E" TO WS-TBL-STATUS (WS-ENR-COUNT)
001678     IF WS-SECTMST-PRESENT
001679         IF WS-SEAT-COUNT >= WS-SEC-CAPACITY (WS-SEC-IDX)
001680             MOVE "W" TO WS-TBL-STATUS (WS-ENR-COUNT)
001681         END-IF
001682     END-IF
001683     IF WS-TBL-WAITLISTED (WS-ENR-COUNT)
001684         ADD 1 TO WS-WAIT-COUNT
001685         MOVE WS-WAIT-COUNT TO WS-EDIT-COUNT
001686         MOVE SPACES TO WS-AUDIT-MESSAGE
001687         STRING "WAITLISTED " DELIMITED BY SIZE
001688             WS-WORK-STUDENT DELIMITED BY SIZE
001689             " IN " DELIMITED BY SIZE
001690             WS-WORK-SECTION DELIMITED BY SIZE
001691             " POSITION " DELIMITED BY SIZE
001692             WS-EDIT-COUNT DELIMITED BY SIZE
001693             INTO WS-AUDIT-MESSAGE
001694         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
001695         PERFORM 8000-REWRITE-FILE THRU 8000-EXIT
001696         DISPLAY "Section is full - waitlisted at position "
001697             WS-EDIT-COUNT "."
001698         GO TO 2000-EXIT
001699     END-IF
001700     MOVE SPACES TO WS-AUDIT-MESSAGE
001701     STRING "ENROLLED " DELIMITED BY SIZE
001702         WS-WORK-STUDENT DELIMITED BY SIZE
001703         " IN " DELIMITED BY SIZE
001704         WS-WORK-SECTION DELIMITED BY SIZE
001705         INTO WS-AUDIT-MESSAGE
001706     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
001707     PERFORM 8000-REWRITE-FILE THRU 8000-EXIT
001708     DISPLAY "Enrollment added.".
001709 2000-EXIT.
001710     EXIT.
001711*----------------------------------------------------------------
001712* 3000-DROP-ENROLLMENT  -  DROP ONE STUDENT/SECTION PAIR.
001713*                          DROPPING AN ENROLLED STUDENT OPENS A
001714*                          SEAT FOR THE SECTION'S WAITLIST.
001715*----------------------------------------------------------------
001720 3000-DROP-ENROLLMENT.
001730     PERFORM 6000-GET-PAIR THRU 6000-EXIT
001740     PERFORM 5000-FIND-PAIR THRU 5000-EXIT
001760         DISPLAY "Not enrolled: " WS-WORK-STUDENT
001770             " IN " WS-WORK-SECTION
001780     ELSE
001785         MOVE WS-TBL-STATUS (WS-FOUND-IDX) TO WS-DROPPED-STATUS
001790         PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY 1
001800                 UNTIL WS-SCAN-IDX >= WS-ENR-COUNT
001810             MOVE WS-ENR-ENTRY (WS-SCAN-IDX + 1)
001900             INTO WS-AUDIT-MESSAGE
001910         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001920             WS-AUDIT-MESSAGE
001922         IF WS-SECTMST-PRESENT AND WS-DROPPED-STATUS NOT = "W"
001924             PERFORM 3100-PROMOTE-WAITLIST THRU 3100-EXIT
001926         END-IF
001930         PERFORM 8000-REWRITE-FILE THRU 8000-EXIT
001940         DISPLAY "Enrollment dropped."
001950     END-IF.
001960 3000-EXIT.
001961     EXIT.
001962*----------------------------------------------------------------
001963* 3100-PROMOTE-WAITLIST  -  FILL THE SECTION'S OPEN SEATS FROM
001964*                           ITS WAITLIST, FIRST REQUESTED FIRST.
001965*                           EACH PROMOTION IS AUDITED.
001966*----------------------------------------------------------------
001967 3100-PROMOTE-WAITLIST.
001968     PERFORM 5100-FIND-SECTION THRU 5100-EXIT
001969     IF WS-SEC-IDX = 0
001970         GO TO 3100-EXIT
001971     END-IF
001972     MOVE "N" TO WS-PROMOTE-DONE
001973     PERFORM UNTIL WS-NO-MORE-PROMOTES
001974         PERFORM 5200-COUNT-SECTION THRU 5200-EXIT
001975         IF WS-SEAT-COUNT >= WS-SEC-CAPACITY (WS-SEC-IDX) OR
001976                 WS-WAIT-IDX = 0
001977             MOVE "Y" TO WS-PROMOTE-DONE
001978         ELSE
001979             MOVE "E" TO WS-TBL-STATUS (WS-WAIT-IDX)
001980             MOVE SPACES TO WS-AUDIT-MESSAGE
001981             STRING "PROMOTED " DELIMITED BY SIZE
001982                 WS-TBL-STUDENT (WS-WAIT-IDX) DELIMITED BY SIZE
001983                 " IN " DELIMITED BY SIZE
001984                 WS-WORK-SECTION DELIMITED BY SIZE
001985                 " FROM WAITLIST" DELIMITED BY SIZE
001986                 INTO WS-AUDIT-MESSAGE
001987             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001988                 WS-AUDIT-MESSAGE
001989             DISPLAY "Promoted from the waitlist: "
001990                 WS-TBL-STUDENT (WS-WAIT-IDX)
001991         END-IF
001992     END-PERFORM.
001993 3100-EXIT.
001994     EXIT.
001995*----------------------------------------------------------------
001996* 4000-LIST-ENROLLMENT  -  SHOW THE WHOLE FILE.
002000*----------------------------------------------------------------
002010 4000-LIST-ENROLLMENT.
002020     IF WS-ENR-COUNT = 0
002040     ELSE
002050         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002060                 UNTIL WS-SCAN-IDX > WS-ENR-COUNT
002062             MOVE SPACES TO WS-STATUS-NAME
002064             IF WS-TBL-WAITLISTED (WS-SCAN-IDX)
002066                 MOVE "WAITLISTED" TO WS-STATUS-NAME
002068             END-IF
002070             DISPLAY WS-TBL-STUDENT (WS-SCAN-IDX) " "
002076                 WS-TBL-SECTION (WS-SCAN-IDX) " "
002082                 WS-STATUS-NAME
002090         END-PERFORM
002100     END-IF.
002110 4000-EXIT.
002250         END-IF
002260     END-PERFORM.
002270 5000-EXIT.
002271     EXIT.
002272*----------------------------------------------------------------
002273* 5100-FIND-SECTION  -  LOOK THE KEYED SECTION UP IN THE SECTION
002274*                       TABLE.  WS-SEC-IDX IS ZERO WHEN IT IS
002275*                       NOT ON THE MASTER.
002276*----------------------------------------------------------------
002277 5100-FIND-SECTION.
002278     MOVE 0 TO WS-SEC-IDX
002279     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002280             UNTIL WS-SCAN-IDX > WS-SEC-COUNT
002281         IF WS-SEC-SECTION (WS-SCAN-IDX) = WS-WORK-SECTION
002282             MOVE WS-SCAN-IDX TO WS-SEC-IDX
002283             EXIT PERFORM
002284         END-IF
002285     END-PERFORM.
002286 5100-EXIT.
002287     EXIT.
002288*----------------------------------------------------------------
002289* 5200-COUNT-SECTION  -  COUNT THE KEYED SECTION'S ENROLLED
002290*                        SEATS AND WAITLIST.  WS-WAIT-IDX COMES
002291*                        BACK AT THE FIRST WAITLISTED ENTRY, THE
002292*                        EARLIEST REQUEST, OR ZERO FOR NONE.
002293*----------------------------------------------------------------
002294 5200-COUNT-SECTION.
002295     MOVE 0 TO WS-SEAT-COUNT
002296     MOVE 0 TO WS-WAIT-COUNT
002297     MOVE 0 TO WS-WAIT-IDX
002298     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002299             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
002300         IF WS-TBL-SECTION (WS-SCAN-IDX) = WS-WORK-SECTION
002301             IF WS-TBL-WAITLISTED (WS-SCAN-IDX)
002302                 ADD 1 TO WS-WAIT-COUNT
002303                 IF WS-WAIT-IDX = 0
002304                     MOVE WS-SCAN-IDX TO WS-WAIT-IDX
002305                 END-IF
002306             ELSE
002307                 ADD 1 TO WS-SEAT-COUNT
002308             END-IF
002309         END-IF
002310     END-PERFORM.
002311 5200-EXIT.
002312     EXIT.
002313*----------------------------------------------------------------
002314* 6000-GET-PAIR  -  PROMPT FOR A NON-BLANK STUDENT ID AND
002315*                   COURSE/SECTION.
002320*----------------------------------------------------------------
002330 6000-GET-PAIR.
002340     MOVE SPACES TO WS-WORK-STUDENT
002890 6110-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002911* 7000-WRITE-ROSTER  -  WRITE THE ROSTER BY SECTION, SECTIONS IN
002912*                       ORDER, EACH WITH ITS INSTRUCTOR, MEETING
002913*                       TIME AND SEATS, THE ENROLLED STUDENTS
002914*                       AND THEN THE WAITLIST IN REQUEST ORDER.
002915*----------------------------------------------------------------
002916 7000-WRITE-ROSTER.
002917     IF WS-ENR-COUNT = 0
002918         DISPLAY "No enrollments on file."
002919         GO TO 7000-EXIT
002920     END-IF
002921     PERFORM 7100-LOAD-NAMES THRU 7100-EXIT
002922     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002923             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
002924         MOVE "N" TO WS-TBL-LISTED (WS-SCAN-IDX)
002925     END-PERFORM
002926     OPEN OUTPUT ROSTER-FILE
002927     MOVE "CLASS ROSTER BY SECTION" TO ROSTER-RECORD
002928     WRITE ROSTER-RECORD
002929     MOVE "Y" TO WS-SECTION-LEFT
002930     PERFORM 7200-LIST-ONE-SECTION THRU 7200-EXIT
002931         UNTIL NOT WS-SECTIONS-REMAIN
002932     CLOSE ROSTER-FILE
002933     MOVE "ROSTER BY SECTION WRITTEN TO ENRLROST"
002934         TO WS-AUDIT-MESSAGE
002935     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
002936     DISPLAY "Roster written to ENRLROST.".
002937 7000-EXIT.
002938     EXIT.
002939*----------------------------------------------------------------
002940* 7100-LOAD-NAMES  -  LOAD THE STUDENT NAMES FOR THE ROSTER.
002941*----------------------------------------------------------------
002942 7100-LOAD-NAMES.
002943     MOVE 0 TO WS-STU-COUNT
002944     MOVE "N" TO WS-STUMST-EOF
002945     OPEN INPUT STUDENT-MST-FILE
002946     IF WS-STUMST-STATUS = "35"
002947         GO TO 7100-EXIT
002948     END-IF
002949     PERFORM 6110-READ-STUMST THRU 6110-EXIT
002950     PERFORM UNTIL END-OF-STUMST
002951         IF WS-STU-COUNT < 1000
002952             ADD 1 TO WS-STU-COUNT
002953             MOVE SM-STUDENT-ID TO WS-STU-ID (WS-STU-COUNT)
002954             MOVE SM-NAME TO WS-STU-NAME (WS-STU-COUNT)
002955         END-IF
002956         PERFORM 6110-READ-STUMST THRU 6110-EXIT
002957     END-PERFORM
002958     CLOSE STUDENT-MST-FILE.
002959 7100-EXIT.
002960     EXIT.
002961*----------------------------------------------------------------
002962* 7200-LIST-ONE-SECTION  -  FIND THE LOWEST SECTION NOT YET
002963*                           LISTED AND WRITE ITS ROSTER.  NONE
002964*                           LEFT ENDS THE LISTING.
002965*----------------------------------------------------------------
002966 7200-LIST-ONE-SECTION.
002967     MOVE "N" TO WS-SECTION-LEFT
002968     MOVE HIGH-VALUES TO WS-CUR-SECTION
002969     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002970             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
002971         IF WS-TBL-LISTED (WS-SCAN-IDX) = "N" AND
002972                 WS-TBL-SECTION (WS-SCAN-IDX) < WS-CUR-SECTION
002973             MOVE WS-TBL-SECTION (WS-SCAN-IDX) TO WS-CUR-SECTION
002974             MOVE "Y" TO WS-SECTION-LEFT
002975         END-IF
002976     END-PERFORM
002977     IF NOT WS-SECTIONS-REMAIN
002978         GO TO 7200-EXIT
002979     END-IF
002980     MOVE WS-CUR-SECTION TO WS-WORK-SECTION
002981     PERFORM 5100-FIND-SECTION THRU 5100-EXIT
002982     PERFORM 5200-COUNT-SECTION THRU 5200-EXIT
002983     MOVE SPACES TO ROSTER-RECORD
002984     WRITE ROSTER-RECORD
002985     MOVE WS-SEAT-COUNT TO WS-EDIT-COUNT
002986     MOVE SPACES TO ROSTER-RECORD
002987     IF WS-SEC-IDX = 0
002988         STRING "SECTION " WS-CUR-SECTION
002989             "  (NOT ON SECTION MASTER)  ENROLLED "
002990             WS-EDIT-COUNT
002991             DELIMITED BY SIZE INTO ROSTER-RECORD
002992     ELSE
002993         MOVE WS-SEC-CAPACITY (WS-SEC-IDX) TO WS-EDIT-COUNT-2
002994         STRING "SECTION " WS-CUR-SECTION "  "
002995             WS-SEC-INSTRUCTOR (WS-SEC-IDX) " "
002996             WS-SEC-DAYS (WS-SEC-IDX) " "
002997             WS-SEC-START (WS-SEC-IDX) "-"
002998             WS-SEC-END (WS-SEC-IDX) "  SEATS "
002999             WS-EDIT-COUNT "/" WS-EDIT-COUNT-2
003000             DELIMITED BY SIZE INTO ROSTER-RECORD
003001     END-IF
003002     WRITE ROSTER-RECORD
003003     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003004             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
003005         IF WS-TBL-SECTION (WS-SCAN-IDX) = WS-CUR-SECTION AND
003006                 WS-TBL-ENROLLED (WS-SCAN-IDX)
003007             MOVE "Y" TO WS-TBL-LISTED (WS-SCAN-IDX)
003008             MOVE "ENROLLED" TO WS-STATUS-NAME
003009             PERFORM 7300-LIST-STUDENT THRU 7300-EXIT
003010         END-IF
003011     END-PERFORM
003012     MOVE 0 TO WS-WAIT-COUNT
003013     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003014             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
003015         IF WS-TBL-SECTION (WS-SCAN-IDX) = WS-CUR-SECTION AND
003016                 WS-TBL-WAITLISTED (WS-SCAN-IDX)
003017             MOVE "Y" TO WS-TBL-LISTED (WS-SCAN-IDX)
003018             ADD 1 TO WS-WAIT-COUNT
003019             MOVE WS-WAIT-COUNT TO WS-EDIT-COUNT
003020             MOVE SPACES TO WS-STATUS-NAME
003021             STRING "WAIT " WS-EDIT-COUNT
003022                 DELIMITED BY SIZE INTO WS-STATUS-NAME
003023             PERFORM 7300-LIST-STUDENT THRU 7300-EXIT
003024         END-IF
003025     END-PERFORM.
003026 7200-EXIT.
003027     EXIT.
003028*----------------------------------------------------------------
003029* 7300-LIST-STUDENT  -  ONE STUDENT'S ROSTER LINE WITH THE NAME
003030*                       FROM THE STUDENT MASTER.
003031*----------------------------------------------------------------
003032 7300-LIST-STUDENT.
003033     MOVE "(NOT ON STUDENT MASTER)" TO WS-ROSTER-NAME
003034     PERFORM VARYING WS-STU-IDX FROM 1 BY 1
003035             UNTIL WS-STU-IDX > WS-STU-COUNT
003036         IF WS-STU-ID (WS-STU-IDX) = WS-TBL-STUDENT (WS-SCAN-IDX)
003037             MOVE WS-STU-NAME (WS-STU-IDX) TO WS-ROSTER-NAME
003038             EXIT PERFORM
003039         END-IF
003040     END-PERFORM
003041     MOVE SPACES TO ROSTER-RECORD
003042     STRING "    " WS-TBL-STUDENT (WS-SCAN-IDX) "  "
003043         WS-ROSTER-NAME "  " WS-STATUS-NAME
003044         DELIMITED BY SIZE INTO ROSTER-RECORD
003045     WRITE ROSTER-RECORD.
003046 7300-EXIT.
003047     EXIT.
003048*----------------------------------------------------------------
003049* 8000-REWRITE-FILE  -  REWRITE THE ENROLLMENT FILE FROM THE
003050*                       WORK TABLE.
003051*----------------------------------------------------------------
003052 8000-REWRITE-FILE.
003053     OPEN OUTPUT ENROLL-FILE
003054     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003055             UNTIL WS-SCAN-IDX > WS-ENR-COUNT
003056         MOVE WS-TBL-STUDENT (WS-SCAN-IDX) TO EN-STUDENT-ID
003057         MOVE WS-TBL-SECTION (WS-SCAN-IDX)
003058             TO EN-COURSE-SECTION
003059         MOVE WS-TBL-STATUS (WS-SCAN-IDX) TO EN-ENROLL-STATUS
003060         WRITE ENROLL-RECORD
003061     END-PERFORM
003062     CLOSE ENROLL-FILE.
003063 8000-EXIT.
003064     EXIT.
003070 END PROGRAM ENRLMNT.
