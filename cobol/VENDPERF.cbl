000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VENDPERF.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  VENDOR PERFORMANCE
000100*                   REPORT OVER A RANGE OF ORDER DATES (THE LAST
000110*                   90 DAYS BY DEFAULT).  FOR EACH VENDOR ON
000120*                   VENDMST IT TAKES THE POFILE LINES ORDERED IN
000130*                   THE RANGE AND THE RCVLOG RECEIPTS AGAINST
000140*                   THEM, AND SHOWS THE LEAD TIME IN DAYS FROM
000150*                   ORDER TO EACH RECEIPT, THE FILL RATE
000160*                   (RECEIVED AGAINST ORDERED), AND THE SHARE OF
000170*                   LINES THAT CAME COMPLETE IN ONE SHIPMENT.
000180*                   OPEN LINES OLDER THAN THE PODUE OVERDUE AGE
000190*                   ARE COUNTED PER VENDOR AND LISTED.
000193*   10/15/2026  DH  HOLD THE VENDOR MASTER UP TO THE FULL TABLE
000196*                   AND SHOW HOW MANY VENDORS DID NOT FIT.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-VENDMST-STATUS.
000270     SELECT PURCH-ORDER-FILE ASSIGN TO "POFILE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-POFILE-STATUS.
000300     SELECT RECV-LOG-FILE ASSIGN TO "RCVLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RCVLOG-STATUS.
000330     SELECT PO-DUE-FILE ASSIGN TO "PODUE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PODUE-STATUS.
000360     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-BUSDATE-STATUS.
000390     SELECT VPRF-RPT-FILE ASSIGN TO "VENDPERF"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  VENDOR-FILE.
000440     COPY VENDMST.
000450 FD  PURCH-ORDER-FILE.
000460     COPY POFILE.
000470 FD  RECV-LOG-FILE.
000480     COPY RCVLOG.
000490*----------------------------------------------------------------
000500* PODUE HOLDS THE AGE IN DAYS (3 DIGITS) PAST WHICH AN OPEN
000510* ORDER LINE IS OVERDUE.  WITH NO FILE, OR ZERO, IT IS 14 DAYS.
000520*----------------------------------------------------------------
000530 FD  PO-DUE-FILE.
000540 01  PO-DUE-RECORD.
000550     05  PD-OVERDUE-DAYS        PIC 9(3).
000560 FD  BUS-DATE-FILE.
000570     COPY BUSDATE.
000580 FD  VPRF-RPT-FILE.
000590 01  VPRF-RPT-RECORD            PIC X(132).
000600 WORKING-STORAGE SECTION.
000610 01  WS-VENDMST-STATUS          PIC X(2).
000620 01  WS-POFILE-STATUS           PIC X(2).
000630 01  WS-RCVLOG-STATUS           PIC X(2).
000640 01  WS-PODUE-STATUS            PIC X(2).
000650 01  WS-BUSDATE-STATUS          PIC X(2).
000660 01  WS-FILE-EOF                PIC X VALUE "N".
000670     88  END-OF-FILE-IN         VALUE "Y".
000680 01  WS-TIMESTAMP               PIC X(21).
000690 01  WS-FROM-TEXT               PIC X(8).
000700 01  WS-TO-TEXT                 PIC X(8).
000710 01  WS-FROM-DATE               PIC 9(8) VALUE 0.
000720 01  WS-TO-DATE                 PIC 9(8) VALUE 0.
000730 01  WS-FROM-INT                PIC S9(9) COMP VALUE 0.
000740 01  WS-TO-INT                  PIC S9(9) COMP VALUE 0.
000750 01  WS-ASOF-DATE               PIC 9(8) VALUE 0.
000760 01  WS-ASOF-INT                PIC S9(9) COMP VALUE 0.
000770 01  WS-ORDER-INT               PIC S9(9) COMP VALUE 0.
000780 01  WS-BAD-RANGE               PIC X VALUE "N".
000790     88  WS-RANGE-IS-BAD        VALUE "Y".
000800 01  WS-OVERDUE-DAYS            PIC 9(3) VALUE 14.
000810*----------------------------------------------------------------
000820* ONE ENTRY PER VENDOR, IN VENDMST ORDER.  A VENDOR ID FOUND ON
000830* AN ORDER LINE BUT NOT ON VENDMST IS ADDED AT THE END.
000840*----------------------------------------------------------------
000850 01  WS-VEN-COUNT               PIC 9(3) VALUE 0.
000860 01  WS-VEN-TABLE.
000870     05  WS-VEN-ENTRY OCCURS 250 TIMES.
000880         10  WS-VEN-ID          PIC X(6).
000890         10  WS-VEN-NAME        PIC X(25).
000900         10  WS-VEN-LINES       PIC 9(5).
000910         10  WS-VEN-ORDERED     PIC 9(7).
000920         10  WS-VEN-RECEIVED    PIC 9(7).
000930         10  WS-VEN-RECEIPTS    PIC 9(5).
000940         10  WS-VEN-LEAD-DAYS   PIC 9(7).
000950         10  WS-VEN-LEAD-MAX    PIC 9(4).
000960         10  WS-VEN-LINES-RCVD  PIC 9(5).
000970         10  WS-VEN-ONE-SHIP    PIC 9(5).
000980         10  WS-VEN-OPEN        PIC 9(5).
000990         10  WS-VEN-OVERDUE     PIC 9(5).
001000 01  WS-VEN-IDX                 PIC 9(3) VALUE 0.
001010 01  WS-VEN-FULL                PIC 9(5) VALUE 0.
001015 01  WS-VEN-DROPPED             PIC 9(5) VALUE 0.
001020 01  WS-UNKNOWN-NAME            PIC X(25)
001030                                VALUE "(NOT ON VENDOR MASTER)".
001040*----------------------------------------------------------------
001050* EVERY RECEIPT ON RCVLOG.  A RECEIPT BELONGS TO THE ORDER LINE
001060* WITH ITS PO NUMBER AND ITEM - POGEN WRITES AN ITEM ONCE PER
001070* ORDER.
001080*----------------------------------------------------------------
001090 01  WS-RCV-COUNT               PIC 9(4) VALUE 0.
001100 01  WS-RCV-TABLE.
001110     05  WS-RCV-ENTRY OCCURS 5000 TIMES.
001120         10  WS-RCV-PO          PIC 9(6).
001130         10  WS-RCV-ITEM        PIC X(10).
001140         10  WS-RCV-DATE        PIC 9(8).
001150         10  WS-RCV-QTY         PIC 9(5).
001160 01  WS-RCV-IDX                 PIC 9(4) VALUE 0.
001170 01  WS-RCV-DROPPED             PIC 9(6) VALUE 0.
001180 01  WS-LINE-RECEIPTS           PIC 9(4) VALUE 0.
001190 01  WS-FIRST-QTY               PIC 9(5) VALUE 0.
001200 01  WS-LEAD-DAYS               PIC S9(5) VALUE 0.
001210 01  WS-AGE-DAYS                PIC S9(5) VALUE 0.
001220 01  WS-DUE-QTY                 PIC S9(6) VALUE 0.
001230 01  WS-LINES-READ              PIC 9(6) VALUE 0.
001240 01  WS-LINES-USED              PIC 9(6) VALUE 0.
001250 01  WS-OVERDUE-LISTED          PIC 9(5) VALUE 0.
001260 01  WS-VENDORS-SHOWN           PIC 9(3) VALUE 0.
001270 01  WS-ALL-VENDORS.
001280     05  WS-ALL-LINES           PIC 9(6) VALUE 0.
001290     05  WS-ALL-ORDERED         PIC 9(8) VALUE 0.
001300     05  WS-ALL-RECEIVED        PIC 9(8) VALUE 0.
001310     05  WS-ALL-RECEIPTS        PIC 9(6) VALUE 0.
001320     05  WS-ALL-LEAD-DAYS       PIC 9(8) VALUE 0.
001330     05  WS-ALL-LEAD-MAX        PIC 9(4) VALUE 0.
001340     05  WS-ALL-LINES-RCVD      PIC 9(6) VALUE 0.
001350     05  WS-ALL-ONE-SHIP        PIC 9(6) VALUE 0.
001360     05  WS-ALL-OPEN            PIC 9(6) VALUE 0.
001370     05  WS-ALL-OVERDUE         PIC 9(6) VALUE 0.
001380 01  WS-PRT-FIELDS.
001390     05  WS-PRT-ID              PIC X(6).
001400     05  WS-PRT-NAME            PIC X(25).
001410     05  WS-PRT-LINES           PIC 9(6).
001420     05  WS-PRT-ORDERED         PIC 9(8).
001430     05  WS-PRT-RECEIVED        PIC 9(8).
001440     05  WS-PRT-RECEIPTS        PIC 9(6).
001450     05  WS-PRT-LEAD-DAYS       PIC 9(8).
001460     05  WS-PRT-LEAD-MAX        PIC 9(4).
001470     05  WS-PRT-LINES-RCVD      PIC 9(6).
001480     05  WS-PRT-ONE-SHIP        PIC 9(6).
001490     05  WS-PRT-OPEN            PIC 9(6).
001500     05  WS-PRT-OVERDUE         PIC 9(6).
001510 01  WS-PCT                     PIC 9(3)V9 VALUE 0.
001520 01  WS-AVG-LEAD                PIC 9(4)V9 VALUE 0.
001530 01  WS-EDIT-COUNT              PIC ZZZZZ9.
001540 01  WS-EDIT-QTY                PIC ZZZZZZZ9.
001550 01  WS-EDIT-PCT                PIC ZZ9.9.
001560 01  WS-EDIT-AVG                PIC ZZZ9.9.
001570 01  WS-EDIT-DAYS               PIC ZZZ9.
001580 01  WS-EDIT-LINE-QTY           PIC ZZZZ9.
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------
001610* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
001620*----------------------------------------------------------------
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001650     IF NOT WS-RANGE-IS-BAD
001660         PERFORM 2000-LOAD-VENDORS THRU 2000-EXIT
001670         PERFORM 2500-LOAD-RECEIPTS THRU 2500-EXIT
001680         PERFORM 3000-GRADE-ORDER-LINES THRU 3000-EXIT
001690         PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
001700         PERFORM 5000-LIST-OVERDUE THRU 5000-EXIT
001710         PERFORM 9999-TERMINATE THRU 9999-EXIT
001720     END-IF
001730     GOBACK.
001740*----------------------------------------------------------------
001750* 1000-INITIALIZE  -  TAKE THE ORDER DATE RANGE, EDIT IT, FIX
001760*                     THE AS-OF DATE AND THE OVERDUE AGE, AND
001770*                     START THE REPORT.  A BLANK RANGE DEFAULTS
001780*                     TO THE 90 DAYS ENDING AT THE BUSINESS DATE.
001790*----------------------------------------------------------------
001800 1000-INITIALIZE.
001810     DISPLAY "[VENDOR PERFORMANCE REPORT]"
001820     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001830     MOVE WS-TIMESTAMP (1:8) TO WS-ASOF-DATE
001840     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
001850     DISPLAY "Orders From Date (YYYYMMDD): " WITH NO ADVANCING
001860     ACCEPT WS-FROM-TEXT
001870     DISPLAY "Orders To Date   (YYYYMMDD): " WITH NO ADVANCING
001880     ACCEPT WS-TO-TEXT
001890     MOVE FUNCTION NUMVAL(WS-FROM-TEXT) TO WS-FROM-DATE
001900     MOVE FUNCTION NUMVAL(WS-TO-TEXT) TO WS-TO-DATE
001910     COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE)
001920     IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
001930         MOVE WS-ASOF-DATE TO WS-TO-DATE
001940         MOVE FUNCTION DATE-OF-INTEGER (WS-ASOF-INT - 89)
001950             TO WS-FROM-DATE
001960         DISPLAY "No range keyed - defaulting to "
001970             WS-FROM-DATE " thru " WS-TO-DATE
001980     END-IF
001990     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
002000     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
002010     IF WS-FROM-INT = 0 OR WS-TO-INT = 0
002020         DISPLAY "Dates must be keyed as YYYYMMDD - "
002030             "report cancelled."
002040         SET WS-RANGE-IS-BAD TO TRUE
002050         GO TO 1000-EXIT
002060     END-IF
002070     IF WS-TO-INT < WS-FROM-INT
002080         DISPLAY "Date range is out of order - report cancelled."
002090         SET WS-RANGE-IS-BAD TO TRUE
002100         GO TO 1000-EXIT
002110     END-IF
002120     PERFORM 1200-LOAD-OVERDUE-AGE THRU 1200-EXIT
002130     OPEN OUTPUT VPRF-RPT-FILE
002140     MOVE SPACES TO VPRF-RPT-RECORD
002150     STRING "VENDOR PERFORMANCE  ORDERS " DELIMITED BY SIZE
002160         WS-FROM-DATE DELIMITED BY SIZE
002170         " THRU " DELIMITED BY SIZE
002180         WS-TO-DATE DELIMITED BY SIZE
002190         "  AS OF " DELIMITED BY SIZE
002200         WS-ASOF-DATE DELIMITED BY SIZE
002210         "  - " DELIMITED BY SIZE
002220         WS-TIMESTAMP DELIMITED BY SIZE
002230         INTO VPRF-RPT-RECORD
002240     WRITE VPRF-RPT-RECORD
002250     MOVE WS-OVERDUE-DAYS TO WS-EDIT-DAYS
002260     MOVE SPACES TO VPRF-RPT-RECORD
002270     STRING "LEAD TIME IS DAYS FROM ORDER DATE TO EACH RECEIPT."
002280         DELIMITED BY SIZE
002290         "  FILL IS UNITS RECEIVED OF UNITS ORDERED." DELIMITED
002300         BY SIZE
002310         INTO VPRF-RPT-RECORD
002320     WRITE VPRF-RPT-RECORD
002330     MOVE SPACES TO VPRF-RPT-RECORD
002340     STRING "1-SHIP IS THE SHARE OF LINES RECEIVED THAT CAME "
002350         DELIMITED BY SIZE
002360         "COMPLETE IN ONE SHIPMENT." DELIMITED BY SIZE
002370         INTO VPRF-RPT-RECORD
002380     WRITE VPRF-RPT-RECORD
002390     MOVE SPACES TO VPRF-RPT-RECORD
002400     STRING "AN OPEN LINE IS OVERDUE WHEN OVER " DELIMITED BY SIZE
002410         WS-EDIT-DAYS DELIMITED BY SIZE
002420         " DAYS OLD; OVERDUE COUNTS EVERY OPEN LINE ORDERED "
002430         DELIMITED BY SIZE
002440         "ON OR BEFORE THE TO DATE." DELIMITED BY SIZE
002450         INTO VPRF-RPT-RECORD
002460     WRITE VPRF-RPT-RECORD
002470     MOVE SPACES TO VPRF-RPT-RECORD
002480     WRITE VPRF-RPT-RECORD.
002490 1000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520* 1100-GET-BUSINESS-DATE  -  AGE OPEN LINES AS OF THE BUSINESS
002530*                            DATE WHEN THERE IS ONE, ELSE TODAY.
002540*----------------------------------------------------------------
002550 1100-GET-BUSINESS-DATE.
002560     OPEN INPUT BUS-DATE-FILE
002570     IF WS-BUSDATE-STATUS = "35"
002580         GO TO 1100-EXIT
002590     END-IF
002600     READ BUS-DATE-FILE
002610         AT END
002620             CONTINUE
002630         NOT AT END
002640             IF BD-BUSINESS-DATE > 0
002650                 MOVE BD-BUSINESS-DATE TO WS-ASOF-DATE
002660             END-IF
002670     END-READ
002680     CLOSE BUS-DATE-FILE.
002690 1100-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720* 1200-LOAD-OVERDUE-AGE  -  READ THE OVERDUE AGE.  A MISSING,
002730*                           EMPTY, ZERO OR NONSENSE FILE LEAVES
002740*                           THE DEFAULT.
002750*----------------------------------------------------------------
002760 1200-LOAD-OVERDUE-AGE.
002770     OPEN INPUT PO-DUE-FILE
002780     IF WS-PODUE-STATUS NOT = "35"
002790         READ PO-DUE-FILE
002800             AT END
002810                 CONTINUE
002820             NOT AT END
002830                 IF PD-OVERDUE-DAYS IS NUMERIC AND
002840                         PD-OVERDUE-DAYS > 0
002850                     MOVE PD-OVERDUE-DAYS TO WS-OVERDUE-DAYS
002860                 END-IF
002870         END-READ
002880         CLOSE PO-DUE-FILE
002890     END-IF.
002900 1200-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930* 2000-LOAD-VENDORS  -  ONE TABLE ENTRY PER VENDOR MASTER
002940*                       RECORD, ACTIVE OR NOT - AN INACTIVE
002950*                       VENDOR MAY STILL HAVE LINES IN THE RANGE.
002960*----------------------------------------------------------------
002970 2000-LOAD-VENDORS.
002980     MOVE "N" TO WS-FILE-EOF
002990     OPEN INPUT VENDOR-FILE
003000     IF WS-VENDMST-STATUS = "35"
003010         DISPLAY "No vendor master file - vendors shown by ID."
003020         GO TO 2000-EXIT
003030     END-IF
003040     PERFORM 2010-READ-VENDMST THRU 2010-EXIT
003050     PERFORM UNTIL END-OF-FILE-IN
003060         IF WS-VEN-COUNT < 250
003070             ADD 1 TO WS-VEN-COUNT
003080             INITIALIZE WS-VEN-ENTRY (WS-VEN-COUNT)
003090             MOVE VN-VENDOR-ID TO WS-VEN-ID (WS-VEN-COUNT)
003100             MOVE VN-NAME TO WS-VEN-NAME (WS-VEN-COUNT)
003103         ELSE
003106             ADD 1 TO WS-VEN-DROPPED
003110         END-IF
003120         PERFORM 2010-READ-VENDMST THRU 2010-EXIT
003130     END-PERFORM
003140     CLOSE VENDOR-FILE.
003150 2000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 2010-READ-VENDMST  -  READ THE NEXT VENDOR MASTER RECORD.
003190*----------------------------------------------------------------
003200 2010-READ-VENDMST.
003210     READ VENDOR-FILE
003220         AT END
003230             SET END-OF-FILE-IN TO TRUE
003240     END-READ.
003250 2010-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 2500-LOAD-RECEIPTS  -  HOLD EVERY RECEIVING JOURNAL RECORD SO
003290*                        EACH ORDER LINE CAN FIND ITS RECEIPTS.
003300*----------------------------------------------------------------
003310 2500-LOAD-RECEIPTS.
003320     MOVE "N" TO WS-FILE-EOF
003330     OPEN INPUT RECV-LOG-FILE
003340     IF WS-RCVLOG-STATUS = "35"
003350         GO TO 2500-EXIT
003360     END-IF
003370     PERFORM 2510-READ-RCVLOG THRU 2510-EXIT
003380     PERFORM UNTIL END-OF-FILE-IN
003390         IF WS-RCV-COUNT < 5000
003400             ADD 1 TO WS-RCV-COUNT
003410             MOVE RV-PO-NUMBER TO WS-RCV-PO (WS-RCV-COUNT)
003420             MOVE RV-ITEM-CODE TO WS-RCV-ITEM (WS-RCV-COUNT)
003430             MOVE RV-BUSINESS-DATE TO WS-RCV-DATE (WS-RCV-COUNT)
003440             MOVE RV-QTY-RECEIVED TO WS-RCV-QTY (WS-RCV-COUNT)
003450         ELSE
003460             ADD 1 TO WS-RCV-DROPPED
003470         END-IF
003480         PERFORM 2510-READ-RCVLOG THRU 2510-EXIT
003490     END-PERFORM
003500     CLOSE RECV-LOG-FILE.
003510 2500-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 2510-READ-RCVLOG  -  READ THE NEXT RECEIVING JOURNAL RECORD.
003550*----------------------------------------------------------------
003560 2510-READ-RCVLOG.
003570     READ RECV-LOG-FILE
003580         AT END
003590             SET END-OF-FILE-IN TO TRUE
003600     END-READ.
003610 2510-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640* 3000-GRADE-ORDER-LINES  -  PASS THE ORDER FILE, GRADING EACH
003650*                            LINE ORDERED IN THE RANGE AND
003660*                            COUNTING THE OVERDUE OPEN LINES.
003670*----------------------------------------------------------------
003680 3000-GRADE-ORDER-LINES.
003690     MOVE "N" TO WS-FILE-EOF
003700     OPEN INPUT PURCH-ORDER-FILE
003710     IF WS-POFILE-STATUS = "35"
003720         DISPLAY "No purchase orders on file."
003730         GO TO 3000-EXIT
003740     END-IF
003750     PERFORM 3010-READ-POFILE THRU 3010-EXIT
003760     PERFORM UNTIL END-OF-FILE-IN
003770         ADD 1 TO WS-LINES-READ
003780         IF PO-ORDER-DATE <= WS-TO-DATE
003790             PERFORM 3100-FIND-VENDOR THRU 3100-EXIT
003800             IF WS-VEN-IDX > 0
003810                 IF PO-ORDER-DATE >= WS-FROM-DATE
003820                     PERFORM 3200-GRADE-ONE-LINE THRU 3200-EXIT
003830                 END-IF
003840                 PERFORM 3400-CHECK-OVERDUE THRU 3400-EXIT
003850             END-IF
003860         END-IF
003870         PERFORM 3010-READ-POFILE THRU 3010-EXIT
003880     END-PERFORM
003890     CLOSE PURCH-ORDER-FILE.
003900 3000-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 3010-READ-POFILE  -  READ THE NEXT PURCHASE ORDER LINE.
003940*----------------------------------------------------------------
003950 3010-READ-POFILE.
003960     READ PURCH-ORDER-FILE
003970         AT END
003980             SET END-OF-FILE-IN TO TRUE
003990     END-READ.
004000 3010-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 3100-FIND-VENDOR  -  POINT WS-VEN-IDX AT THE LINE'S VENDOR,
004040*                      ADDING A VENDOR NOT ON THE MASTER.  ZERO
004050*                      WHEN THE TABLE IS FULL.
004060*----------------------------------------------------------------
004070 3100-FIND-VENDOR.
004080     PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
004090             UNTIL WS-VEN-IDX > WS-VEN-COUNT
004100         IF WS-VEN-ID (WS-VEN-IDX) = PO-VENDOR-ID
004110             GO TO 3100-EXIT
004120         END-IF
004130     END-PERFORM
004140     IF WS-VEN-COUNT < 250
004150         ADD 1 TO WS-VEN-COUNT
004160         MOVE WS-VEN-COUNT TO WS-VEN-IDX
004170         INITIALIZE WS-VEN-ENTRY (WS-VEN-IDX)
004180         MOVE PO-VENDOR-ID TO WS-VEN-ID (WS-VEN-IDX)
004190         MOVE WS-UNKNOWN-NAME TO WS-VEN-NAME (WS-VEN-IDX)
004200     ELSE
004210         MOVE 0 TO WS-VEN-IDX
004220         ADD 1 TO WS-VEN-FULL
004230     END-IF.
004240 3100-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 3200-GRADE-ONE-LINE  -  ADD ONE LINE'S QUANTITIES TO ITS
004280*                         VENDOR AND TAKE THE LEAD TIME OF EACH
004290*                         RECEIPT AGAINST IT.  A LINE IS COMPLETE
004300*                         IN ONE SHIPMENT WHEN ITS FIRST RECEIPT
004310*                         BROUGHT THE WHOLE ORDERED QUANTITY.
004320*----------------------------------------------------------------
004330 3200-GRADE-ONE-LINE.
004340     ADD 1 TO WS-LINES-USED
004350     ADD 1 TO WS-VEN-LINES (WS-VEN-IDX)
004360     ADD PO-QTY-ORDERED TO WS-VEN-ORDERED (WS-VEN-IDX)
004370     ADD PO-QTY-RECEIVED TO WS-VEN-RECEIVED (WS-VEN-IDX)
004380     IF PO-IS-OPEN
004390         ADD 1 TO WS-VEN-OPEN (WS-VEN-IDX)
004400     END-IF
004410     COMPUTE WS-ORDER-INT =
004420         FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
004430     MOVE 0 TO WS-LINE-RECEIPTS
004440     MOVE 0 TO WS-FIRST-QTY
004450     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
004460             UNTIL WS-RCV-IDX > WS-RCV-COUNT
004470         IF WS-RCV-PO (WS-RCV-IDX) = PO-NUMBER AND
004480                 WS-RCV-ITEM (WS-RCV-IDX) = PO-ITEM-CODE
004490             PERFORM 3300-TAKE-RECEIPT THRU 3300-EXIT
004500         END-IF
004510     END-PERFORM
004520     IF WS-LINE-RECEIPTS > 0
004530         ADD 1 TO WS-VEN-LINES-RCVD (WS-VEN-IDX)
004540         IF WS-FIRST-QTY >= PO-QTY-ORDERED
004550             ADD 1 TO WS-VEN-ONE-SHIP (WS-VEN-IDX)
004560         END-IF
004570     END-IF.
004580 3200-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610* 3300-TAKE-RECEIPT  -  ONE RECEIPT AGAINST THE LINE.  A RECEIPT
004620*                       DATED BEFORE ITS ORDER COUNTS AS DAY 0.
004630*----------------------------------------------------------------
004640 3300-TAKE-RECEIPT.
004650     ADD 1 TO WS-LINE-RECEIPTS
004660     IF WS-LINE-RECEIPTS = 1
004670         MOVE WS-RCV-QTY (WS-RCV-IDX) TO WS-FIRST-QTY
004680     END-IF
004690     COMPUTE WS-LEAD-DAYS =
004700         FUNCTION INTEGER-OF-DATE (WS-RCV-DATE (WS-RCV-IDX))
004710         - WS-ORDER-INT
004720     IF WS-LEAD-DAYS < 0
004730         MOVE 0 TO WS-LEAD-DAYS
004740     END-IF
004750     ADD 1 TO WS-VEN-RECEIPTS (WS-VEN-IDX)
004760     ADD WS-LEAD-DAYS TO WS-VEN-LEAD-DAYS (WS-VEN-IDX)
004770     IF WS-LEAD-DAYS > WS-VEN-LEAD-MAX (WS-VEN-IDX)
004780         MOVE WS-LEAD-DAYS TO WS-VEN-LEAD-MAX (WS-VEN-IDX)
004790     END-IF.
004800 3300-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830* 3400-CHECK-OVERDUE  -  COUNT AN OPEN LINE WITH A BALANCE STILL
004840*                        DUE THAT IS OLDER THAN THE OVERDUE AGE.
004850*----------------------------------------------------------------
004860 3400-CHECK-OVERDUE.
004870     PERFORM 3410-AGE-LINE THRU 3410-EXIT
004880     IF WS-AGE-DAYS > WS-OVERDUE-DAYS
004890         ADD 1 TO WS-VEN-OVERDUE (WS-VEN-IDX)
004900     END-IF.
004910 3400-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 3410-AGE-LINE  -  AGE OF THE CURRENT LINE IN DAYS AS OF THE
004950*                   AS-OF DATE, OR -1 WHEN IT IS NOT OPEN WITH
004960*                   A BALANCE DUE.
004970*----------------------------------------------------------------
004980 3410-AGE-LINE.
004990     MOVE -1 TO WS-AGE-DAYS
005000     COMPUTE WS-DUE-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
005010     IF NOT PO-IS-OPEN OR WS-DUE-QTY <= 0
005020         GO TO 3410-EXIT
005030     END-IF
005040     COMPUTE WS-AGE-DAYS = WS-ASOF-INT -
005050         FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE).
005060 3410-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090* 4000-WRITE-SUMMARY  -  ONE LINE PER VENDOR WITH ANY LINE IN
005100*                        THE RANGE OR ANY OVERDUE LINE, THEN THE
005110*                        ALL-VENDORS TOTAL.
005120*----------------------------------------------------------------
005130 4000-WRITE-SUMMARY.
005140     MOVE SPACES TO VPRF-RPT-RECORD
005150     MOVE "VENDOR" TO VPRF-RPT-RECORD (1:6)
005160     MOVE "NAME" TO VPRF-RPT-RECORD (9:4)
005170     MOVE "LINES" TO VPRF-RPT-RECORD (36:5)
005180     MOVE "ORDERED" TO VPRF-RPT-RECORD (44:7)
005190     MOVE "RECEIVED" TO VPRF-RPT-RECORD (52:8)
005200     MOVE "FILL%" TO VPRF-RPT-RECORD (62:5)
005210     MOVE "RCPTS" TO VPRF-RPT-RECORD (70:5)
005220     MOVE "AVG LEAD" TO VPRF-RPT-RECORD (77:8)
005230     MOVE "MAX" TO VPRF-RPT-RECORD (88:3)
005240     MOVE "1-SHIP%" TO VPRF-RPT-RECORD (93:7)
005250     MOVE "OPEN" TO VPRF-RPT-RECORD (104:4)
005260     MOVE "OVERDUE" TO VPRF-RPT-RECORD (109:7)
005270     WRITE VPRF-RPT-RECORD
005280     PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
005290             UNTIL WS-VEN-IDX > WS-VEN-COUNT
005300         IF WS-VEN-LINES (WS-VEN-IDX) > 0 OR
005310                 WS-VEN-OVERDUE (WS-VEN-IDX) > 0
005320             ADD 1 TO WS-VENDORS-SHOWN
005330             MOVE WS-VEN-ID (WS-VEN-IDX) TO WS-PRT-ID
005340             MOVE WS-VEN-NAME (WS-VEN-IDX) TO WS-PRT-NAME
005350             MOVE WS-VEN-LINES (WS-VEN-IDX) TO WS-PRT-LINES
005360             MOVE WS-VEN-ORDERED (WS-VEN-IDX) TO WS-PRT-ORDERED
005370             MOVE WS-VEN-RECEIVED (WS-VEN-IDX)
005380                 TO WS-PRT-RECEIVED
005390             MOVE WS-VEN-RECEIPTS (WS-VEN-IDX)
005400                 TO WS-PRT-RECEIPTS
005410             MOVE WS-VEN-LEAD-DAYS (WS-VEN-IDX)
005420                 TO WS-PRT-LEAD-DAYS
005430             MOVE WS-VEN-LEAD-MAX (WS-VEN-IDX)
005440                 TO WS-PRT-LEAD-MAX
005450             MOVE WS-VEN-LINES-RCVD (WS-VEN-IDX)
005460                 TO WS-PRT-LINES-RCVD
005470             MOVE WS-VEN-ONE-SHIP (WS-VEN-IDX)
005480                 TO WS-PRT-ONE-SHIP
005490             MOVE WS-VEN-OPEN (WS-VEN-IDX) TO WS-PRT-OPEN
005500             MOVE WS-VEN-OVERDUE (WS-VEN-IDX) TO WS-PRT-OVERDUE
005510             PERFORM 4100-PRINT-VENDOR-LINE THRU 4100-EXIT
005520             ADD WS-VEN-LINES (WS-VEN-IDX) TO WS-ALL-LINES
005530             ADD WS-VEN-ORDERED (WS-VEN-IDX) TO WS-ALL-ORDERED
005540             ADD WS-VEN-RECEIVED (WS-VEN-IDX) TO WS-ALL-RECEIVED
005550             ADD WS-VEN-RECEIPTS (WS-VEN-IDX) TO WS-ALL-RECEIPTS
005560             ADD WS-VEN-LEAD-DAYS (WS-VEN-IDX)
005570                 TO WS-ALL-LEAD-DAYS
005580             IF WS-VEN-LEAD-MAX (WS-VEN-IDX) > WS-ALL-LEAD-MAX
005590                 MOVE WS-VEN-LEAD-MAX (WS-VEN-IDX)
005600                     TO WS-ALL-LEAD-MAX
005610             END-IF
005620             ADD WS-VEN-LINES-RCVD (WS-VEN-IDX)
005630                 TO WS-ALL-LINES-RCVD
005640             ADD WS-VEN-ONE-SHIP (WS-VEN-IDX) TO WS-ALL-ONE-SHIP
005650             ADD WS-VEN-OPEN (WS-VEN-IDX) TO WS-ALL-OPEN
005660             ADD WS-VEN-OVERDUE (WS-VEN-IDX) TO WS-ALL-OVERDUE
005670         END-IF
005680     END-PERFORM
005690     IF WS-VENDORS-SHOWN = 0
005700         MOVE SPACES TO VPRF-RPT-RECORD
005710         MOVE "NO ORDER LINES IN THE RANGE AND NOTHING OVERDUE."
005720             TO VPRF-RPT-RECORD
005730         WRITE VPRF-RPT-RECORD
005740         GO TO 4000-EXIT
005750     END-IF
005760     MOVE SPACES TO VPRF-RPT-RECORD
005770     MOVE ALL "-" TO VPRF-RPT-RECORD (36:80)
005780     WRITE VPRF-RPT-RECORD
005790     MOVE SPACES TO WS-PRT-ID
005800     MOVE "ALL VENDORS" TO WS-PRT-NAME
005810     MOVE WS-ALL-LINES TO WS-PRT-LINES
005820     MOVE WS-ALL-ORDERED TO WS-PRT-ORDERED
005830     MOVE WS-ALL-RECEIVED TO WS-PRT-RECEIVED
005840     MOVE WS-ALL-RECEIPTS TO WS-PRT-RECEIPTS
005850     MOVE WS-ALL-LEAD-DAYS TO WS-PRT-LEAD-DAYS
005860     MOVE WS-ALL-LEAD-MAX TO WS-PRT-LEAD-MAX
005870     MOVE WS-ALL-LINES-RCVD TO WS-PRT-LINES-RCVD
005880     MOVE WS-ALL-ONE-SHIP TO WS-PRT-ONE-SHIP
005890     MOVE WS-ALL-OPEN TO WS-PRT-OPEN
005900     MOVE WS-ALL-OVERDUE TO WS-PRT-OVERDUE
005910     PERFORM 4100-PRINT-VENDOR-LINE THRU 4100-EXIT.
005920 4000-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 4100-PRINT-VENDOR-LINE  -  EDIT AND WRITE ONE SUMMARY LINE
005960*                            FROM WS-PRT-FIELDS.  A RATE WITH
005970*                            NOTHING BEHIND IT PRINTS BLANK.
005980*----------------------------------------------------------------
005990 4100-PRINT-VENDOR-LINE.
006000     MOVE SPACES TO VPRF-RPT-RECORD
006010     MOVE WS-PRT-ID TO VPRF-RPT-RECORD (1:6)
006020     MOVE WS-PRT-NAME TO VPRF-RPT-RECORD (9:25)
006030     MOVE WS-PRT-LINES TO WS-EDIT-COUNT
006040     MOVE WS-EDIT-COUNT TO VPRF-RPT-RECORD (35:6)
006050     MOVE WS-PRT-ORDERED TO WS-EDIT-QTY
006060     MOVE WS-EDIT-QTY TO VPRF-RPT-RECORD (43:8)
006070     MOVE WS-PRT-RECEIVED TO WS-EDIT-QTY
006080     MOVE WS-EDIT-QTY TO VPRF-RPT-RECORD (52:8)
006090     IF WS-PRT-ORDERED > 0
006100         COMPUTE WS-PCT ROUNDED =
006110             WS-PRT-RECEIVED * 100 / WS-PRT-ORDERED
006120         MOVE WS-PCT TO WS-EDIT-PCT
006130         MOVE WS-EDIT-PCT TO VPRF-RPT-RECORD (62:5)
006140     END-IF
006150     MOVE WS-PRT-RECEIPTS TO WS-EDIT-COUNT
006160     MOVE WS-EDIT-COUNT TO VPRF-RPT-RECORD (69:6)
006170     IF WS-PRT-RECEIPTS > 0
006180         COMPUTE WS-AVG-LEAD ROUNDED =
006190             WS-PRT-LEAD-DAYS / WS-PRT-RECEIPTS
006200         MOVE WS-AVG-LEAD TO WS-EDIT-AVG
006210         MOVE WS-EDIT-AVG TO VPRF-RPT-RECORD (79:6)
006220         MOVE WS-PRT-LEAD-MAX TO WS-EDIT-DAYS
006230         MOVE WS-EDIT-DAYS TO VPRF-RPT-RECORD (87:4)
006240     END-IF
006250     IF WS-PRT-LINES-RCVD > 0
006260         COMPUTE WS-PCT ROUNDED =
006270             WS-PRT-ONE-SHIP * 100 / WS-PRT-LINES-RCVD
006280         MOVE WS-PCT TO WS-EDIT-PCT
006290         MOVE WS-EDIT-PCT TO VPRF-RPT-RECORD (95:5)
006300     END-IF
006310     MOVE WS-PRT-OPEN TO WS-EDIT-COUNT
006320     MOVE WS-EDIT-COUNT TO VPRF-RPT-RECORD (102:6)
006330     MOVE WS-PRT-OVERDUE TO WS-EDIT-COUNT
006340     MOVE WS-EDIT-COUNT TO VPRF-RPT-RECORD (110:6)
006350     WRITE VPRF-RPT-RECORD.
006360 4100-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390* 5000-LIST-OVERDUE  -  SECOND PASS OF THE ORDER FILE LISTING
006400*                       EVERY OVERDUE OPEN LINE IN ORDER FILE
006410*                       SEQUENCE.
006420*----------------------------------------------------------------
006430 5000-LIST-OVERDUE.
006440     MOVE SPACES TO VPRF-RPT-RECORD
006450     WRITE VPRF-RPT-RECORD
006460     MOVE WS-OVERDUE-DAYS TO WS-EDIT-DAYS
006470     MOVE SPACES TO VPRF-RPT-RECORD
006480     STRING "OPEN LINES OVER " DELIMITED BY SIZE
006490         WS-EDIT-DAYS DELIMITED BY SIZE
006500         " DAYS OLD AS OF " DELIMITED BY SIZE
006510         WS-ASOF-DATE DELIMITED BY SIZE
006520         INTO VPRF-RPT-RECORD
006530     WRITE VPRF-RPT-RECORD
006540     MOVE SPACES TO VPRF-RPT-RECORD
006550     MOVE "VENDOR" TO VPRF-RPT-RECORD (1:6)
006560     MOVE "PO NO" TO VPRF-RPT-RECORD (9:5)
006570     MOVE "LINE" TO VPRF-RPT-RECORD (16:4)
006580     MOVE "ITEM" TO VPRF-RPT-RECORD (22:4)
006590     MOVE "DESCRIPTION" TO VPRF-RPT-RECORD (34:11)
006600     MOVE "ORDERED" TO VPRF-RPT-RECORD (66:7)
006610     MOVE "AGE" TO VPRF-RPT-RECORD (77:3)
006620     MOVE "ORD" TO VPRF-RPT-RECORD (84:3)
006630     MOVE "RCVD" TO VPRF-RPT-RECORD (90:4)
006640     MOVE "DUE" TO VPRF-RPT-RECORD (98:3)
006650     WRITE VPRF-RPT-RECORD
006660     MOVE "N" TO WS-FILE-EOF
006670     OPEN INPUT PURCH-ORDER-FILE
006680     IF WS-POFILE-STATUS = "35"
006690         GO TO 5000-EXIT
006700     END-IF
006710     PERFORM 3010-READ-POFILE THRU 3010-EXIT
006720     PERFORM UNTIL END-OF-FILE-IN
006730         IF PO-ORDER-DATE <= WS-TO-DATE
006740             PERFORM 3410-AGE-LINE THRU 3410-EXIT
006750             IF WS-AGE-DAYS > WS-OVERDUE-DAYS
006760                 PERFORM 5100-PRINT-OVERDUE-LINE THRU 5100-EXIT
006770             END-IF
006780         END-IF
006790         PERFORM 3010-READ-POFILE THRU 3010-EXIT
006800     END-PERFORM
006810     CLOSE PURCH-ORDER-FILE
006820     IF WS-OVERDUE-LISTED = 0
006830         MOVE SPACES TO VPRF-RPT-RECORD
006840         MOVE "NONE." TO VPRF-RPT-RECORD
006850         WRITE VPRF-RPT-RECORD
006860     END-IF.
006870 5000-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* 5100-PRINT-OVERDUE-LINE  -  ONE OVERDUE ORDER LINE.
006910*----------------------------------------------------------------
006920 5100-PRINT-OVERDUE-LINE.
006930     ADD 1 TO WS-OVERDUE-LISTED
006940     MOVE SPACES TO VPRF-RPT-RECORD
006950     MOVE PO-VENDOR-ID TO VPRF-RPT-RECORD (1:6)
006960     MOVE PO-NUMBER TO VPRF-RPT-RECORD (9:6)
006970     MOVE PO-LINE-NO TO VPRF-RPT-RECORD (17:3)
006980     MOVE PO-ITEM-CODE TO VPRF-RPT-RECORD (22:10)
006990     MOVE PO-DESCRIPTION TO VPRF-RPT-RECORD (34:30)
007000     MOVE PO-ORDER-DATE TO VPRF-RPT-RECORD (65:8)
007010     MOVE WS-AGE-DAYS TO WS-EDIT-DAYS
007020     MOVE WS-EDIT-DAYS TO VPRF-RPT-RECORD (76:4)
007030     MOVE PO-QTY-ORDERED TO WS-EDIT-LINE-QTY
007040     MOVE WS-EDIT-LINE-QTY TO VPRF-RPT-RECORD (82:5)
007050     MOVE PO-QTY-RECEIVED TO WS-EDIT-LINE-QTY
007060     MOVE WS-EDIT-LINE-QTY TO VPRF-RPT-RECORD (89:5)
007070     MOVE WS-DUE-QTY TO WS-EDIT-LINE-QTY
007080     MOVE WS-EDIT-LINE-QTY TO VPRF-RPT-RECORD (96:5)
007090     WRITE VPRF-RPT-RECORD.
007100 5100-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130* 9999-TERMINATE  -  CLOSE THE REPORT AND SHOW THE COUNTS.
007140*----------------------------------------------------------------
007150 9999-TERMINATE.
007160     CLOSE VPRF-RPT-FILE
007170     DISPLAY "Order lines read      : " WS-LINES-READ
007180     DISPLAY "Lines in range        : " WS-LINES-USED
007190     DISPLAY "Vendors reported      : " WS-VENDORS-SHOWN
007200     DISPLAY "Overdue lines listed  : " WS-OVERDUE-LISTED
007210     DISPLAY "Report written to VENDPERF."
007220     IF WS-RCV-DROPPED > 0
007230         DISPLAY "Receipts not held (table full): " WS-RCV-DROPPED
007240     END-IF
007242     IF WS-VEN-DROPPED > 0
007244         DISPLAY "Vendors not held (table full): " WS-VEN-DROPPED
007246     END-IF
007250     IF WS-VEN-FULL > 0
007260         DISPLAY "Lines skipped (vendor table full): "
007270             WS-VEN-FULL
007280     END-IF.
007290 9999-EXIT.
007300     EXIT.
007310 END PROGRAM VENDPERF.
