000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REORDPLN.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  DEMAND-BASED REORDER
000100*                   PLANNING RUN.  FOR EACH ACTIVE ITEM IT TAKES
000110*                   THE UNITS SOLD LESS THE UNITS RETURNED OVER
000120*                   THE RPLNCFG WINDOW (DETLHIST AND SALEDETL)
000130*                   AS THE AVERAGE DAILY DEMAND, MEASURES THE
000140*                   PREFERRED VENDOR'S LEAD TIME FROM POFILE
000150*                   ORDER DATES TO RCVLOG RECEIPTS, AND PROPOSES
000160*                   A REORDER POINT (DEMAND OVER THE LEAD TIME
000170*                   PLUS THE SAFETY DAYS) AND AN ORDER QUANTITY
000180*                   (DEMAND OVER THE COVER DAYS).  THE PROPOSALS
000190*                   PRINT TO REORDPLN BESIDE THE CURRENT VALUES;
000200*                   THE OFFICE THEN APPROVES THEM LINE BY LINE
000210*                   AND ONLY THE APPROVED LINES ARE REWRITTEN TO
000220*                   THE ITEM MASTER, EACH ONE AUDIT-LOGGED.
000230*                   SEASONAL ITEMS AND ITEMS ON A PROMOTION ON
000240*                   THE BUSINESS DATE ARE LEFT ALONE.
000242*   10/15/2026  DH  LIST AND LOG A CHANGE THE ITEM MASTER WOULD
000244*                   NOT TAKE AS A FAILED REWRITE, AND SHOW THE
000246*                   ORDER LINES LEFT OUT OF THE LEAD TIMES BY A
000248*                   FULL TABLE.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS IM-ITEM-CODE
000330         LOCK MODE IS MANUAL
000340         FILE STATUS IS WS-ITEMMST-STATUS.
000350     SELECT DETL-HIST-FILE ASSIGN TO "DETLHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DETLHIST-STATUS.
000380     SELECT SALE-DETL-FILE ASSIGN TO "SALEDETL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SALEDETL-STATUS.
000410     SELECT PURCH-ORDER-FILE ASSIGN TO "POFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-POFILE-STATUS.
000440     SELECT RECV-LOG-FILE ASSIGN TO "RCVLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RCVLOG-STATUS.
000470     SELECT PROMO-FILE ASSIGN TO "PROMO"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PROMO-STATUS.
000500     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BUSDATE-STATUS.
000530     SELECT RPLN-CFG-FILE ASSIGN TO "RPLNCFG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPLNCFG-STATUS.
000560     SELECT RPLN-RPT-FILE ASSIGN TO "REORDPLN"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ITEM-MST-FILE.
000610     COPY ITEMMST.
000620 FD  DETL-HIST-FILE.
000630 01  DETL-HIST-RECORD.
000640     05  DH-SALEDETL-AREA       PIC X(120).
000650 FD  SALE-DETL-FILE.
000660     COPY SALEDETL.
000670 FD  PURCH-ORDER-FILE.
000680     COPY POFILE.
000690 FD  RECV-LOG-FILE.
000700     COPY RCVLOG.
000710 FD  PROMO-FILE.
000720     COPY PROMO.
000730 FD  BUS-DATE-FILE.
000740     COPY BUSDATE.
000750*----------------------------------------------------------------
000760* RPLNCFG HOLDS THE PLANNING RULES, 3 DIGITS EACH: THE DAYS OF
000770* SALES HISTORY THE DEMAND IS AVERAGED OVER, THE SAFETY STOCK
000780* IN DAYS OF DEMAND, THE DAYS OF DEMAND ONE ORDER SHOULD COVER,
000790* AND THE LEAD TIME TAKEN FOR A VENDOR WITH NO RECEIPTS ON FILE.
000800* WITH NO FILE THEY ARE 90, 7, 30 AND 14.
000810*----------------------------------------------------------------
000820 FD  RPLN-CFG-FILE.
000830 01  RPLN-CFG-RECORD.
000840     05  RP-WINDOW-DAYS         PIC 9(3).
000850     05  RP-SAFETY-DAYS         PIC 9(3).
000860     05  RP-COVER-DAYS          PIC 9(3).
000870     05  RP-DEFAULT-LEAD        PIC 9(3).
000880 FD  RPLN-RPT-FILE.
000890 01  RPLN-RPT-RECORD            PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 01  WS-ITEMMST-STATUS          PIC X(2).
000920 01  WS-DETLHIST-STATUS         PIC X(2).
000930 01  WS-SALEDETL-STATUS         PIC X(2).
000940 01  WS-POFILE-STATUS           PIC X(2).
000950 01  WS-RCVLOG-STATUS           PIC X(2).
000960 01  WS-PROMO-STATUS            PIC X(2).
000970 01  WS-BUSDATE-STATUS          PIC X(2).
000980 01  WS-RPLNCFG-STATUS          PIC X(2).
000990 01  WS-FILE-EOF                PIC X VALUE "N".
001000     88  END-OF-FILE-IN         VALUE "Y".
001010 01  WS-TIMESTAMP               PIC X(21).
001020 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
001030 01  WS-BUS-INT                 PIC S9(9) COMP VALUE 0.
001040 01  WS-FROM-DATE               PIC 9(8) VALUE 0.
001050 01  WS-WINDOW-DAYS             PIC 9(3) VALUE 90.
001060 01  WS-SAFETY-DAYS             PIC 9(3) VALUE 7.
001070 01  WS-COVER-DAYS              PIC 9(3) VALUE 30.
001080 01  WS-DEFAULT-LEAD            PIC 9(3) VALUE 14.
001090 01  WS-NO-MASTER               PIC X VALUE "N".
001100     88  WS-MASTER-IS-MISSING   VALUE "Y".
001110*----------------------------------------------------------------
001120* UNITS SOLD AND RETURNED PER ITEM OVER THE WINDOW.
001130*----------------------------------------------------------------
001140 01  WS-DEM-COUNT               PIC 9(4) VALUE 0.
001150 01  WS-DEM-TABLE.
001160     05  WS-DEM-ENTRY OCCURS 3000 TIMES.
001170         10  WS-DEM-ITEM        PIC X(10).
001180         10  WS-DEM-SOLD        PIC 9(7).
001190         10  WS-DEM-RETURNED    PIC 9(7).
001200 01  WS-DEM-IDX                 PIC 9(4) VALUE 0.
001210 01  WS-DEM-DROPPED             PIC 9(6) VALUE 0.
001220*----------------------------------------------------------------
001230* EVERY ORDER LINE ON FILE, SO EACH RECEIPT CAN BE TIED BACK TO
001240* ITS VENDOR AND ORDER DATE, AND THE LEAD TIME MEASURED PER
001250* VENDOR FROM THOSE RECEIPTS.
001260*----------------------------------------------------------------
001270 01  WS-POL-COUNT               PIC 9(4) VALUE 0.
001280 01  WS-POL-TABLE.
001290     05  WS-POL-ENTRY OCCURS 5000 TIMES.
001300         10  WS-POL-PO          PIC 9(6).
001310         10  WS-POL-ITEM        PIC X(10).
001320         10  WS-POL-VENDOR      PIC X(6).
001330         10  WS-POL-ORDER-DATE  PIC 9(8).
001340 01  WS-POL-IDX                 PIC 9(4) VALUE 0.
001345 01  WS-POL-DROPPED             PIC 9(6) VALUE 0.
001350 01  WS-VLD-COUNT               PIC 9(3) VALUE 0.
001360 01  WS-VLD-TABLE.
001370     05  WS-VLD-ENTRY OCCURS 250 TIMES.
001380         10  WS-VLD-VENDOR      PIC X(6).
001390         10  WS-VLD-RECEIPTS    PIC 9(5).
001400         10  WS-VLD-DAYS        PIC 9(7).
001410         10  WS-VLD-AVG         PIC 9(3).
001420 01  WS-VLD-IDX                 PIC 9(3) VALUE 0.
001430 01  WS-LEAD-DAYS               PIC S9(5) VALUE 0.
001440*----------------------------------------------------------------
001450* ITEMS ON A PROMOTION ON THE BUSINESS DATE.
001460*----------------------------------------------------------------
001470 01  WS-PRM-COUNT               PIC 9(4) VALUE 0.
001480 01  WS-PRM-TABLE.
001490     05  WS-PRM-ITEM OCCURS 2000 TIMES PIC X(10).
001500 01  WS-PRM-IDX                 PIC 9(4) VALUE 0.
001510 01  WS-ON-PROMO                PIC X VALUE "N".
001520     88  ITEM-IS-ON-PROMO       VALUE "Y".
001530*----------------------------------------------------------------
001540* ONE ENTRY PER ITEM PLANNED.  THE STATUS SAYS WHETHER A CHANGE
001550* IS PROPOSED; THE RESULT IS WHAT CAME OF IT AT APPROVAL.
001560*----------------------------------------------------------------
001570 01  WS-PLN-COUNT               PIC 9(4) VALUE 0.
001580 01  WS-PLN-TABLE.
001590     05  WS-PLN-ENTRY OCCURS 3000 TIMES.
001600         10  WS-PLN-ITEM        PIC X(10).
001610         10  WS-PLN-DESC        PIC X(30).
001620         10  WS-PLN-CUR-POINT   PIC 9(5).
001630         10  WS-PLN-NEW-POINT   PIC 9(5).
001640         10  WS-PLN-CUR-QTY     PIC 9(5).
001650         10  WS-PLN-NEW-QTY     PIC 9(5).
001660         10  WS-PLN-STATUS      PIC X(1).
001670             88  PLN-IS-CHANGE  VALUE "C".
001680         10  WS-PLN-RESULT      PIC X(1).
001690             88  PLN-APPLIED    VALUE "A".
001700             88  PLN-DECLINED   VALUE "D".
001710             88  PLN-LOCKED     VALUE "L".
001720             88  PLN-MOVED-ON   VALUE "M".
001730             88  PLN-GONE       VALUE "X".
001735             88  PLN-FAILED     VALUE "F".
001740 01  WS-PLN-IDX                 PIC 9(4) VALUE 0.
001750 01  WS-PLN-DROPPED             PIC 9(6) VALUE 0.
001760 01  WS-SKIP-COUNT              PIC 9(4) VALUE 0.
001770 01  WS-SKIP-TABLE.
001780     05  WS-SKIP-ENTRY OCCURS 3000 TIMES.
001790         10  WS-SKIP-ITEM       PIC X(10).
001800         10  WS-SKIP-DESC       PIC X(30).
001810         10  WS-SKIP-REASON     PIC X(20).
001820*----------------------------------------------------------------
001830* WORK FIELDS FOR ONE ITEM'S PROPOSAL.
001840*----------------------------------------------------------------
001850 01  WS-NET-QTY                 PIC S9(7) VALUE 0.
001860 01  WS-AVG-DAILY               PIC 9(5)V99 VALUE 0.
001870 01  WS-ITEM-LEAD               PIC 9(3) VALUE 0.
001880 01  WS-LEAD-SOURCE             PIC X(1) VALUE SPACE.
001890 01  WS-RAW-QTY                 PIC 9(9)V999 VALUE 0.
001900 01  WS-WHOLE-QTY               PIC 9(9) VALUE 0.
001910 01  WS-NEW-POINT               PIC 9(5) VALUE 0.
001920 01  WS-NEW-QTY                 PIC 9(5) VALUE 0.
001930 01  WS-NOTE                    PIC X(30).
001940 01  WS-ITEMS-READ              PIC 9(6) VALUE 0.
001950 01  WS-CHANGE-COUNT            PIC 9(4) VALUE 0.
001960 01  WS-APPLIED-COUNT           PIC 9(4) VALUE 0.
001970 01  WS-DECLINED-COUNT          PIC 9(4) VALUE 0.
001980 01  WS-REFUSED-COUNT           PIC 9(4) VALUE 0.
001990 01  WS-EDIT-QTY                PIC ZZZZZZ9.
002000 01  WS-EDIT-AVG                PIC ZZZ9.99.
002010 01  WS-EDIT-LEAD               PIC ZZ9.
002020 01  WS-EDIT-POINT              PIC ZZZZ9.
002030 01  WS-EDIT-DAYS-1             PIC ZZ9.
002040 01  WS-EDIT-DAYS-2             PIC ZZ9.
002050 01  WS-EDIT-DAYS-3             PIC ZZ9.
002060 01  WS-CONFIRM                 PIC X(1).
002070 01  WS-YN-PROMPT               PIC X(40).
002080 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "REORDPLN".
002090 01  WS-AUDIT-MESSAGE           PIC X(60).
002100 PROCEDURE DIVISION.
002110*----------------------------------------------------------------
002120* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
002130*----------------------------------------------------------------
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002160     PERFORM 2000-LOAD-DEMAND THRU 2000-EXIT
002170     PERFORM 2500-MEASURE-LEAD-TIMES THRU 2500-EXIT
002180     PERFORM 2800-LOAD-PROMOTIONS THRU 2800-EXIT
002190     PERFORM 3000-PLAN-ITEMS THRU 3000-EXIT
002200     IF WS-MASTER-IS-MISSING
002210         CLOSE RPLN-RPT-FILE
002220         GOBACK
002230     END-IF
002240     PERFORM 4000-LIST-SKIPPED THRU 4000-EXIT
002250     PERFORM 5000-APPROVE-CHANGES THRU 5000-EXIT
002260     PERFORM 6000-LIST-RESULTS THRU 6000-EXIT
002270     PERFORM 9999-TERMINATE THRU 9999-EXIT
002280     GOBACK.
002290*----------------------------------------------------------------
002300* 1000-INITIALIZE  -  FIX THE BUSINESS DATE AND THE SALES
002310*                     WINDOW ENDING ON IT, LOAD THE PLANNING
002320*                     RULES, AND START THE REPORT.
002330*----------------------------------------------------------------
002340 1000-INITIALIZE.
002350     DISPLAY "[REORDER POINT PLANNING]"
002360     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002370     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
002380     OPEN INPUT BUS-DATE-FILE
002390     IF WS-BUSDATE-STATUS NOT = "35"
002400         READ BUS-DATE-FILE
002410             AT END
002420                 CONTINUE
002430             NOT AT END
002440                 IF BD-BUSINESS-DATE > 0
002450                     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002460                 END-IF
002470         END-READ
002480         CLOSE BUS-DATE-FILE
002490     END-IF
002500     PERFORM 1100-LOAD-RULES THRU 1100-EXIT
002510     COMPUTE WS-BUS-INT =
002520         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
002530     MOVE FUNCTION DATE-OF-INTEGER
002540         (WS-BUS-INT - WS-WINDOW-DAYS + 1) TO WS-FROM-DATE
002550     OPEN OUTPUT RPLN-RPT-FILE
002560     MOVE SPACES TO RPLN-RPT-RECORD
002570     STRING "REORDER POINT PLANNING  SALES " DELIMITED BY SIZE
002580         WS-FROM-DATE DELIMITED BY SIZE
002590         " THRU " DELIMITED BY SIZE
002600         WS-BUSINESS-DATE DELIMITED BY SIZE
002610         "  - " DELIMITED BY SIZE
002620         WS-TIMESTAMP DELIMITED BY SIZE
002630         INTO RPLN-RPT-RECORD
002640     WRITE RPLN-RPT-RECORD
002650     MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS-1
002660     MOVE WS-SAFETY-DAYS TO WS-EDIT-DAYS-2
002670     MOVE WS-COVER-DAYS TO WS-EDIT-DAYS-3
002680     MOVE SPACES TO RPLN-RPT-RECORD
002690     STRING "DEMAND IS UNITS SOLD LESS RETURNED OVER "
002700         DELIMITED BY SIZE
002710         WS-EDIT-DAYS-1 DELIMITED BY SIZE
002720         " DAYS." DELIMITED BY SIZE
002730         INTO RPLN-RPT-RECORD
002740     WRITE RPLN-RPT-RECORD
002750     MOVE SPACES TO RPLN-RPT-RECORD
002760     STRING "NEW RP = DEMAND OVER THE VENDOR LEAD TIME + "
002770         DELIMITED BY SIZE
002780         WS-EDIT-DAYS-2 DELIMITED BY SIZE
002790         " SAFETY DAYS.  NEW OQ = DEMAND OVER " DELIMITED BY SIZE
002800         WS-EDIT-DAYS-3 DELIMITED BY SIZE
002810         " DAYS." DELIMITED BY SIZE
002820         INTO RPLN-RPT-RECORD
002830     WRITE RPLN-RPT-RECORD
002840     MOVE WS-DEFAULT-LEAD TO WS-EDIT-DAYS-1
002850     MOVE SPACES TO RPLN-RPT-RECORD
002860     STRING "LEAD * = NO RECEIPTS FROM THE VENDOR ON FILE, "
002870         DELIMITED BY SIZE
002880         WS-EDIT-DAYS-1 DELIMITED BY SIZE
002890         " DAYS TAKEN." DELIMITED BY SIZE
002900         INTO RPLN-RPT-RECORD
002910     WRITE RPLN-RPT-RECORD
002920     MOVE SPACES TO RPLN-RPT-RECORD
002930     WRITE RPLN-RPT-RECORD
002940     MOVE SPACES TO RPLN-RPT-RECORD
002950     MOVE "ITEM" TO RPLN-RPT-RECORD (1:4)
002960     MOVE "DESCRIPTION" TO RPLN-RPT-RECORD (12:11)
002970     MOVE "VENDOR" TO RPLN-RPT-RECORD (38:6)
002980     MOVE "NET SOLD" TO RPLN-RPT-RECORD (45:8)
002990     MOVE "AVG/DAY" TO RPLN-RPT-RECORD (55:7)
003000     MOVE "LEAD" TO RPLN-RPT-RECORD (63:4)
003010     MOVE "CUR RP" TO RPLN-RPT-RECORD (69:6)
003020     MOVE "NEW RP" TO RPLN-RPT-RECORD (76:6)
003030     MOVE "CUR OQ" TO RPLN-RPT-RECORD (83:6)
003040     MOVE "NEW OQ" TO RPLN-RPT-RECORD (90:6)
003050     MOVE "NOTE" TO RPLN-RPT-RECORD (98:4)
003060     WRITE RPLN-RPT-RECORD.
003070 1000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 1100-LOAD-RULES  -  READ THE PLANNING RULES.  A MISSING,
003110*                     EMPTY OR NONSENSE FILE LEAVES THE
003120*                     DEFAULTS.
003130*----------------------------------------------------------------
003140 1100-LOAD-RULES.
003150     OPEN INPUT RPLN-CFG-FILE
003160     IF WS-RPLNCFG-STATUS NOT = "35"
003170         READ RPLN-CFG-FILE
003180             AT END
003190                 CONTINUE
003200             NOT AT END
003210                 IF RP-WINDOW-DAYS IS NUMERIC AND
003220                         RP-SAFETY-DAYS IS NUMERIC AND
003230                         RP-COVER-DAYS IS NUMERIC AND
003240                         RP-DEFAULT-LEAD IS NUMERIC AND
003250                         RP-WINDOW-DAYS > 0 AND
003260                         RP-COVER-DAYS > 0 AND
003270                         RP-DEFAULT-LEAD > 0
003280                     MOVE RP-WINDOW-DAYS TO WS-WINDOW-DAYS
003290                     MOVE RP-SAFETY-DAYS TO WS-SAFETY-DAYS
003300                     MOVE RP-COVER-DAYS TO WS-COVER-DAYS
003310                     MOVE RP-DEFAULT-LEAD TO WS-DEFAULT-LEAD
003320                 END-IF
003330         END-READ
003340         CLOSE RPLN-CFG-FILE
003350     END-IF.
003360 1100-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* 2000-LOAD-DEMAND  -  TOTAL THE UNITS SOLD AND RETURNED PER
003400*                      ITEM IN THE WINDOW, FROM THE DETAIL
003410*                      ARCHIVE AND THEN THE LIVE JOURNAL.
003420*----------------------------------------------------------------
003430 2000-LOAD-DEMAND.
003440     MOVE "N" TO WS-FILE-EOF
003450     OPEN INPUT DETL-HIST-FILE
003460     IF WS-DETLHIST-STATUS NOT = "35"
003470         PERFORM 2010-READ-DETLHIST THRU 2010-EXIT
003480         PERFORM UNTIL END-OF-FILE-IN
003490             MOVE DH-SALEDETL-AREA TO SALE-DETAIL-RECORD
003500             PERFORM 2100-TALLY-LINE THRU 2100-EXIT
003510             PERFORM 2010-READ-DETLHIST THRU 2010-EXIT
003520         END-PERFORM
003530         CLOSE DETL-HIST-FILE
003540     END-IF
003550     MOVE "N" TO WS-FILE-EOF
003560     OPEN INPUT SALE-DETL-FILE
003570     IF WS-SALEDETL-STATUS NOT = "35"
003580         PERFORM 2020-READ-SALEDETL THRU 2020-EXIT
003590         PERFORM UNTIL END-OF-FILE-IN
003600             PERFORM 2100-TALLY-LINE THRU 2100-EXIT
003610             PERFORM 2020-READ-SALEDETL THRU 2020-EXIT
003620         END-PERFORM
003630         CLOSE SALE-DETL-FILE
003640     END-IF.
003650 2000-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 2010-READ-DETLHIST  -  READ THE NEXT ARCHIVED DETAIL LINE.
003690*----------------------------------------------------------------
003700 2010-READ-DETLHIST.
003710     READ DETL-HIST-FILE
003720         AT END
003730             SET END-OF-FILE-IN TO TRUE
003740     END-READ.
003750 2010-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2020-READ-SALEDETL  -  READ THE NEXT LIVE DETAIL LINE.
003790*----------------------------------------------------------------
003800 2020-READ-SALEDETL.
003810     READ SALE-DETL-FILE
003820         AT END
003830             SET END-OF-FILE-IN TO TRUE
003840     END-READ.
003850 2020-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* 2100-TALLY-LINE  -  ADD ONE DETAIL LINE IN THE WINDOW TO ITS
003890*                     ITEM.  A LAYAWAY PICKED UP IS A SALE.
003900*----------------------------------------------------------------
003910 2100-TALLY-LINE.
003920     IF SD-BUSINESS-DATE < WS-FROM-DATE OR
003930             SD-BUSINESS-DATE > WS-BUSINESS-DATE
003940         GO TO 2100-EXIT
003950     END-IF
003960     IF NOT SD-IS-SALE AND NOT SD-IS-RETURN
003970         GO TO 2100-EXIT
003980     END-IF
003990     PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
004000             UNTIL WS-DEM-IDX > WS-DEM-COUNT
004010         IF WS-DEM-ITEM (WS-DEM-IDX) = SD-ITEM-CODE
004020             EXIT PERFORM
004030         END-IF
004040     END-PERFORM
004050     IF WS-DEM-IDX > WS-DEM-COUNT
004060         IF WS-DEM-COUNT < 3000
004070             ADD 1 TO WS-DEM-COUNT
004080             MOVE WS-DEM-COUNT TO WS-DEM-IDX
004090             MOVE SD-ITEM-CODE TO WS-DEM-ITEM (WS-DEM-IDX)
004100             MOVE 0 TO WS-DEM-SOLD (WS-DEM-IDX)
004110             MOVE 0 TO WS-DEM-RETURNED (WS-DEM-IDX)
004120         ELSE
004130             ADD 1 TO WS-DEM-DROPPED
004140             GO TO 2100-EXIT
004150         END-IF
004160     END-IF
004170     IF SD-IS-RETURN
004180         ADD SD-QUANTITY TO WS-DEM-RETURNED (WS-DEM-IDX)
004190     ELSE
004200         ADD SD-QUANTITY TO WS-DEM-SOLD (WS-DEM-IDX)
004210     END-IF.
004220 2100-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* 2500-MEASURE-LEAD-TIMES  -  HOLD EVERY ORDER LINE, THEN TIE
004260*                             EACH RECEIPT TO ITS LINE BY PO
004270*                             NUMBER AND ITEM AND ADD THE DAYS
004280*                             FROM ORDER TO RECEIPT TO THE
004290*                             LINE'S VENDOR.  EACH VENDOR'S LEAD
004300*                             TIME IS THE AVERAGE OVER ITS
004310*                             RECEIPTS.
004320*----------------------------------------------------------------
004330 2500-MEASURE-LEAD-TIMES.
004340     MOVE "N" TO WS-FILE-EOF
004350     OPEN INPUT PURCH-ORDER-FILE
004360     IF WS-POFILE-STATUS = "35"
004370         GO TO 2500-EXIT
004380     END-IF
004390     PERFORM 2510-READ-POFILE THRU 2510-EXIT
004400     PERFORM UNTIL END-OF-FILE-IN
004410         IF WS-POL-COUNT < 5000
004420             ADD 1 TO WS-POL-COUNT
004430             MOVE PO-NUMBER TO WS-POL-PO (WS-POL-COUNT)
004440             MOVE PO-ITEM-CODE TO WS-POL-ITEM (WS-POL-COUNT)
004450             MOVE PO-VENDOR-ID TO WS-POL-VENDOR (WS-POL-COUNT)
004460             MOVE PO-ORDER-DATE
004470                 TO WS-POL-ORDER-DATE (WS-POL-COUNT)
004473         ELSE
004476             ADD 1 TO WS-POL-DROPPED
004480         END-IF
004490         PERFORM 2510-READ-POFILE THRU 2510-EXIT
004500     END-PERFORM
004510     CLOSE PURCH-ORDER-FILE
004520     MOVE "N" TO WS-FILE-EOF
004530     OPEN INPUT RECV-LOG-FILE
004540     IF WS-RCVLOG-STATUS = "35"
004550         GO TO 2500-EXIT
004560     END-IF
004570     PERFORM 2520-READ-RCVLOG THRU 2520-EXIT
004580     PERFORM UNTIL END-OF-FILE-IN
004590         PERFORM 2600-TIME-RECEIPT THRU 2600-EXIT
004600         PERFORM 2520-READ-RCVLOG THRU 2520-EXIT
004610     END-PERFORM
004620     CLOSE RECV-LOG-FILE
004630     PERFORM VARYING WS-VLD-IDX FROM 1 BY 1
004640             UNTIL WS-VLD-IDX > WS-VLD-COUNT
004650         COMPUTE WS-VLD-AVG (WS-VLD-IDX) ROUNDED =
004660             WS-VLD-DAYS (WS-VLD-IDX) /
004670             WS-VLD-RECEIPTS (WS-VLD-IDX)
004680     END-PERFORM.
004690 2500-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* 2510-READ-POFILE  -  READ THE NEXT PURCHASE ORDER LINE.
004730*----------------------------------------------------------------
004740 2510-READ-POFILE.
004750     READ PURCH-ORDER-FILE
004760         AT END
004770             SET END-OF-FILE-IN TO TRUE
004780     END-READ.
004790 2510-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820* 2520-READ-RCVLOG  -  READ THE NEXT RECEIVING JOURNAL RECORD.
004830*----------------------------------------------------------------
004840 2520-READ-RCVLOG.
004850     READ RECV-LOG-FILE
004860         AT END
004870             SET END-OF-FILE-IN TO TRUE
004880     END-READ.
004890 2520-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 2600-TIME-RECEIPT  -  ONE RECEIPT'S LEAD TIME, ADDED TO ITS
004930*                       VENDOR.  A RECEIPT WITH NO ORDER LINE ON
004940*                       FILE IS PASSED OVER; ONE DATED BEFORE ITS
004950*                       ORDER COUNTS AS DAY 0.
004960*----------------------------------------------------------------
004970 2600-TIME-RECEIPT.
004980     PERFORM VARYING WS-POL-IDX FROM 1 BY 1
004990             UNTIL WS-POL-IDX > WS-POL-COUNT
005000         IF WS-POL-PO (WS-POL-IDX) = RV-PO-NUMBER AND
005010                 WS-POL-ITEM (WS-POL-IDX) = RV-ITEM-CODE
005020             EXIT PERFORM
005030         END-IF
005040     END-PERFORM
005050     IF WS-POL-IDX > WS-POL-COUNT
005060         GO TO 2600-EXIT
005070     END-IF
005080     PERFORM VARYING WS-VLD-IDX FROM 1 BY 1
005090             UNTIL WS-VLD-IDX > WS-VLD-COUNT
005100         IF WS-VLD-VENDOR (WS-VLD-IDX) =
005110                 WS-POL-VENDOR (WS-POL-IDX)
005120             EXIT PERFORM
005130         END-IF
005140     END-PERFORM
005150     IF WS-VLD-IDX > WS-VLD-COUNT
005160         IF WS-VLD-COUNT < 250
005170             ADD 1 TO WS-VLD-COUNT
005180             MOVE WS-VLD-COUNT TO WS-VLD-IDX
005190             MOVE WS-POL-VENDOR (WS-POL-IDX)
005200                 TO WS-VLD-VENDOR (WS-VLD-IDX)
005210             MOVE 0 TO WS-VLD-RECEIPTS (WS-VLD-IDX)
005220             MOVE 0 TO WS-VLD-DAYS (WS-VLD-IDX)
005230         ELSE
005240             GO TO 2600-EXIT
005250         END-IF
005260     END-IF
005270     COMPUTE WS-LEAD-DAYS =
005280         FUNCTION INTEGER-OF-DATE (RV-BUSINESS-DATE) -
005290         FUNCTION INTEGER-OF-DATE
005300             (WS-POL-ORDER-DATE (WS-POL-IDX))
005310     IF WS-LEAD-DAYS < 0
005320         MOVE 0 TO WS-LEAD-DAYS
005330     END-IF
005340     ADD 1 TO WS-VLD-RECEIPTS (WS-VLD-IDX)
005350     ADD WS-LEAD-DAYS TO WS-VLD-DAYS (WS-VLD-IDX).
005360 2600-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 2800-LOAD-PROMOTIONS  -  NOTE EVERY ITEM WHOSE PROMOTION
005400*                          COVERS THE BUSINESS DATE.
005410*----------------------------------------------------------------
005420 2800-LOAD-PROMOTIONS.
005430     MOVE "N" TO WS-FILE-EOF
005440     OPEN INPUT PROMO-FILE
005450     IF WS-PROMO-STATUS = "35"
005460         GO TO 2800-EXIT
005470     END-IF
005480     PERFORM 2810-READ-PROMO THRU 2810-EXIT
005490     PERFORM UNTIL END-OF-FILE-IN
005500         IF PR-START-DATE <= WS-BUSINESS-DATE AND
005510                 PR-END-DATE >= WS-BUSINESS-DATE AND
005520                 WS-PRM-COUNT < 2000
005530             ADD 1 TO WS-PRM-COUNT
005540             MOVE PR-ITEM-CODE TO WS-PRM-ITEM (WS-PRM-COUNT)
005550         END-IF
005560         PERFORM 2810-READ-PROMO THRU 2810-EXIT
005570     END-PERFORM
005580     CLOSE PROMO-FILE.
005590 2800-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620* 2810-READ-PROMO  -  READ THE NEXT PROMOTION RECORD.
005630*----------------------------------------------------------------
005640 2810-READ-PROMO.
005650     READ PROMO-FILE
005660         AT END
005670             SET END-OF-FILE-IN TO TRUE
005680     END-READ.
005690 2810-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 3000-PLAN-ITEMS  -  PASS THE ITEM MASTER IN KEY ORDER AND
005730*                     PROPOSE NEW FIGURES FOR EACH ACTIVE ITEM
005740*                     NOT SEASONAL AND NOT ON PROMOTION.
005750*----------------------------------------------------------------
005760 3000-PLAN-ITEMS.
005770     MOVE "N" TO WS-FILE-EOF
005780     OPEN INPUT ITEM-MST-FILE
005790     IF WS-ITEMMST-STATUS NOT = "00"
005800         DISPLAY "No item master - nothing to plan."
005810         SET WS-MASTER-IS-MISSING TO TRUE
005820         GO TO 3000-EXIT
005830     END-IF
005840     PERFORM 3010-READ-ITEMMST THRU 3010-EXIT
005850     PERFORM UNTIL END-OF-FILE-IN
005860         ADD 1 TO WS-ITEMS-READ
005870         IF IM-IS-ACTIVE
005880             PERFORM 3100-CHECK-PROMO THRU 3100-EXIT
005890             EVALUATE TRUE
005900                 WHEN IM-IS-SEASONAL
005910                     MOVE "SEASONAL ITEM" TO WS-NOTE
005920                     PERFORM 3900-NOTE-SKIPPED THRU 3900-EXIT
005930                 WHEN ITEM-IS-ON-PROMO
005940                     MOVE "ON PROMOTION" TO WS-NOTE
005950                     PERFORM 3900-NOTE-SKIPPED THRU 3900-EXIT
005960                 WHEN OTHER
005970                     PERFORM 3200-PLAN-ONE-ITEM THRU 3200-EXIT
005980             END-EVALUATE
005990         END-IF
006000         PERFORM 3010-READ-ITEMMST THRU 3010-EXIT
006010     END-PERFORM
006020     CLOSE ITEM-MST-FILE.
006030 3000-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060* 3010-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
006070*----------------------------------------------------------------
006080 3010-READ-ITEMMST.
006090     READ ITEM-MST-FILE NEXT RECORD
006100         AT END
006110             SET END-OF-FILE-IN TO TRUE
006120     END-READ.
006130 3010-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160* 3100-CHECK-PROMO  -  IS THE ITEM ON PROMOTION TODAY?
006170*----------------------------------------------------------------
006180 3100-CHECK-PROMO.
006190     MOVE "N" TO WS-ON-PROMO
006200     PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
006210             UNTIL WS-PRM-IDX > WS-PRM-COUNT
006220         IF WS-PRM-ITEM (WS-PRM-IDX) = IM-ITEM-CODE
006230             MOVE "Y" TO WS-ON-PROMO
006240             EXIT PERFORM
006250         END-IF
006260     END-PERFORM.
006270 3100-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 3200-PLAN-ONE-ITEM  -  WORK OUT AND PRINT ONE ITEM'S PROPOSAL.
006310*                        BOTH FIGURES ARE ROUNDED UP TO WHOLE
006320*                        UNITS.  AN ITEM WITH NO NET SALES IN
006330*                        THE WINDOW IS LEFT AS IT IS - THERE IS
006340*                        NOTHING TO MEASURE IT BY.
006350*----------------------------------------------------------------
006360 3200-PLAN-ONE-ITEM.
006370     MOVE 0 TO WS-NET-QTY
006380     PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
006390             UNTIL WS-DEM-IDX > WS-DEM-COUNT
006400         IF WS-DEM-ITEM (WS-DEM-IDX) = IM-ITEM-CODE
006410             COMPUTE WS-NET-QTY = WS-DEM-SOLD (WS-DEM-IDX) -
006420                 WS-DEM-RETURNED (WS-DEM-IDX)
006430             EXIT PERFORM
006440         END-IF
006450     END-PERFORM
006460     IF WS-NET-QTY < 0
006470         MOVE 0 TO WS-NET-QTY
006480     END-IF
006490     COMPUTE WS-AVG-DAILY ROUNDED = WS-NET-QTY / WS-WINDOW-DAYS
006500     MOVE WS-DEFAULT-LEAD TO WS-ITEM-LEAD
006510     MOVE "*" TO WS-LEAD-SOURCE
006520     PERFORM VARYING WS-VLD-IDX FROM 1 BY 1
006530             UNTIL WS-VLD-IDX > WS-VLD-COUNT
006540         IF WS-VLD-VENDOR (WS-VLD-IDX) = IM-PREF-VENDOR AND
006550                 IM-PREF-VENDOR NOT = SPACES
006560             MOVE WS-VLD-AVG (WS-VLD-IDX) TO WS-ITEM-LEAD
006570             MOVE SPACE TO WS-LEAD-SOURCE
006580             EXIT PERFORM
006590         END-IF
006600     END-PERFORM
006610     MOVE IM-REORDER-POINT TO WS-NEW-POINT
006620     MOVE IM-ORDER-QTY TO WS-NEW-QTY
006630     MOVE SPACES TO WS-NOTE
006640     IF WS-NET-QTY = 0
006650         MOVE "NO NET SALES - LEFT AS IS" TO WS-NOTE
006660     ELSE
006670         COMPUTE WS-RAW-QTY = WS-NET-QTY *
006680             (WS-ITEM-LEAD + WS-SAFETY-DAYS) / WS-WINDOW-DAYS
006690         PERFORM 3300-ROUND-UP THRU 3300-EXIT
006700         MOVE WS-WHOLE-QTY TO WS-NEW-POINT
006710         COMPUTE WS-RAW-QTY = WS-NET-QTY * WS-COVER-DAYS /
006720             WS-WINDOW-DAYS
006730         PERFORM 3300-ROUND-UP THRU 3300-EXIT
006740         MOVE WS-WHOLE-QTY TO WS-NEW-QTY
006750         IF WS-NEW-POINT = IM-REORDER-POINT AND
006760                 WS-NEW-QTY = IM-ORDER-QTY
006770             MOVE "NO CHANGE" TO WS-NOTE
006780         ELSE
006790             MOVE "CHANGE PROPOSED" TO WS-NOTE
006800         END-IF
006810     END-IF
006820     IF WS-NOTE = "CHANGE PROPOSED"
006830         PERFORM 3400-HOLD-PROPOSAL THRU 3400-EXIT
006840     END-IF
006850     MOVE SPACES TO RPLN-RPT-RECORD
006860     MOVE IM-ITEM-CODE TO RPLN-RPT-RECORD (1:10)
006870     MOVE IM-DESCRIPTION TO RPLN-RPT-RECORD (12:25)
006880     MOVE IM-PREF-VENDOR TO RPLN-RPT-RECORD (38:6)
006890     MOVE WS-NET-QTY TO WS-EDIT-QTY
006900     MOVE WS-EDIT-QTY TO RPLN-RPT-RECORD (46:7)
006910     MOVE WS-AVG-DAILY TO WS-EDIT-AVG
006920     MOVE WS-EDIT-AVG TO RPLN-RPT-RECORD (55:7)
006930     MOVE WS-ITEM-LEAD TO WS-EDIT-LEAD
006940     MOVE WS-EDIT-LEAD TO RPLN-RPT-RECORD (63:3)
006950     MOVE WS-LEAD-SOURCE TO RPLN-RPT-RECORD (66:1)
006960     MOVE IM-REORDER-POINT TO WS-EDIT-POINT
006970     MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (70:5)
006980     MOVE WS-NEW-POINT TO WS-EDIT-POINT
006990     MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (77:5)
007000     MOVE IM-ORDER-QTY TO WS-EDIT-POINT
007010     MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (84:5)
007020     MOVE WS-NEW-QTY TO WS-EDIT-POINT
007030     MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (91:5)
007040     MOVE WS-NOTE TO RPLN-RPT-RECORD (98:30)
007050     WRITE RPLN-RPT-RECORD.
007060 3200-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 3300-ROUND-UP  -  WS-WHOLE-QTY = WS-RAW-QTY ROUNDED UP, HELD
007100*                   TO WHAT THE MASTER FIELDS CAN CARRY.
007110*----------------------------------------------------------------
007120 3300-ROUND-UP.
007130     MOVE WS-RAW-QTY TO WS-WHOLE-QTY
007140     IF WS-WHOLE-QTY < WS-RAW-QTY
007150         ADD 1 TO WS-WHOLE-QTY
007160     END-IF
007170     IF WS-WHOLE-QTY > 99999
007180         MOVE 99999 TO WS-WHOLE-QTY
007190     END-IF.
007200 3300-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230* 3400-HOLD-PROPOSAL  -  KEEP A PROPOSED CHANGE FOR APPROVAL.
007240*----------------------------------------------------------------
007250 3400-HOLD-PROPOSAL.
007260     IF WS-PLN-COUNT >= 3000
007270         ADD 1 TO WS-PLN-DROPPED
007280         MOVE "CHANGE - NOT HELD, TABLE FULL" TO WS-NOTE
007290         GO TO 3400-EXIT
007300     END-IF
007310     ADD 1 TO WS-PLN-COUNT
007320     ADD 1 TO WS-CHANGE-COUNT
007330     MOVE IM-ITEM-CODE TO WS-PLN-ITEM (WS-PLN-COUNT)
007340     MOVE IM-DESCRIPTION TO WS-PLN-DESC (WS-PLN-COUNT)
007350     MOVE IM-REORDER-POINT TO WS-PLN-CUR-POINT (WS-PLN-COUNT)
007360     MOVE WS-NEW-POINT TO WS-PLN-NEW-POINT (WS-PLN-COUNT)
007370     MOVE IM-ORDER-QTY TO WS-PLN-CUR-QTY (WS-PLN-COUNT)
007380     MOVE WS-NEW-QTY TO WS-PLN-NEW-QTY (WS-PLN-COUNT)
007390     MOVE "C" TO WS-PLN-STATUS (WS-PLN-COUNT)
007400     MOVE SPACE TO WS-PLN-RESULT (WS-PLN-COUNT).
007410 3400-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440* 3900-NOTE-SKIPPED  -  KEEP AN ITEM LEFT ALONE, WITH THE REASON
007450*                       IN WS-NOTE, FOR THE SKIPPED LISTING.
007460*----------------------------------------------------------------
007470 3900-NOTE-SKIPPED.
007480     IF WS-SKIP-COUNT < 3000
007490         ADD 1 TO WS-SKIP-COUNT
007500         MOVE IM-ITEM-CODE TO WS-SKIP-ITEM (WS-SKIP-COUNT)
007510         MOVE IM-DESCRIPTION TO WS-SKIP-DESC (WS-SKIP-COUNT)
007520         MOVE WS-NOTE TO WS-SKIP-REASON (WS-SKIP-COUNT)
007530     END-IF.
007540 3900-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570* 4000-LIST-SKIPPED  -  THE SEASONAL AND PROMOTED ITEMS THE RUN
007580*                       LEFT ALONE.
007590*----------------------------------------------------------------
007600 4000-LIST-SKIPPED.
007610     MOVE SPACES TO RPLN-RPT-RECORD
007620     WRITE RPLN-RPT-RECORD
007630     MOVE "ITEMS LEFT ALONE" TO RPLN-RPT-RECORD
007640     WRITE RPLN-RPT-RECORD
007650     IF WS-SKIP-COUNT = 0
007660         MOVE "NONE." TO RPLN-RPT-RECORD
007670         WRITE RPLN-RPT-RECORD
007680         GO TO 4000-EXIT
007690     END-IF
007700     PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
007710             UNTIL WS-PLN-IDX > WS-SKIP-COUNT
007720         MOVE SPACES TO RPLN-RPT-RECORD
007730         MOVE WS-SKIP-ITEM (WS-PLN-IDX) TO RPLN-RPT-RECORD (1:10)
007740         MOVE WS-SKIP-DESC (WS-PLN-IDX) TO RPLN-RPT-RECORD (12:30)
007750         MOVE WS-SKIP-REASON (WS-PLN-IDX)
007760             TO RPLN-RPT-RECORD (44:20)
007770         WRITE RPLN-RPT-RECORD
007780     END-PERFORM.
007790 4000-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 5000-APPROVE-CHANGES  -  WALK THE PROPOSED CHANGES WITH THE
007830*                          OFFICE, ONE LINE AT A TIME, APPLYING
007840*                          EACH ONE APPROVED.  DECLINING THE
007850*                          REVIEW LEAVES THE MASTER UNTOUCHED
007860*                          AND THE PRINTED PROPOSALS TO STUDY.
007870*----------------------------------------------------------------
007880 5000-APPROVE-CHANGES.
007890     DISPLAY "Items on master    : " WS-ITEMS-READ
007900     DISPLAY "Changes proposed  : " WS-CHANGE-COUNT
007910     DISPLAY "Proposals written to REORDPLN."
007920     IF WS-PLN-COUNT = 0
007930         DISPLAY "No changes to approve."
007940         GO TO 5000-EXIT
007950     END-IF
007960     MOVE "Review the changes for approval now?" TO WS-YN-PROMPT
007970     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
007980         WS-AUDIT-PROGRAM
007990     IF WS-CONFIRM NOT = "Y"
008000         DISPLAY "Nothing applied."
008010         GO TO 5000-EXIT
008020     END-IF
008030     OPEN I-O ITEM-MST-FILE
008040     IF WS-ITEMMST-STATUS NOT = "00"
008050         DISPLAY "Item master not available - nothing applied."
008060         GO TO 5000-EXIT
008070     END-IF
008080     PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
008090             UNTIL WS-PLN-IDX > WS-PLN-COUNT
008100         PERFORM 5100-REVIEW-ONE THRU 5100-EXIT
008110     END-PERFORM
008120     CLOSE ITEM-MST-FILE
008130     MOVE SPACES TO WS-AUDIT-MESSAGE
008140     STRING "REORDER PLAN: " DELIMITED BY SIZE
008150         WS-CHANGE-COUNT DELIMITED BY SIZE
008160         " PROPOSED, " DELIMITED BY SIZE
008170         WS-APPLIED-COUNT DELIMITED BY SIZE
008180         " APPLIED, " DELIMITED BY SIZE
008190         WS-DECLINED-COUNT DELIMITED BY SIZE
008200         " DECLINED" DELIMITED BY SIZE
008210         INTO WS-AUDIT-MESSAGE
008220     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
008230 5000-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------
008260* 5100-REVIEW-ONE  -  SHOW ONE PROPOSED CHANGE AND APPLY IT IF
008270*                     THE OFFICE APPROVES.
008280*----------------------------------------------------------------
008290 5100-REVIEW-ONE.
008300     DISPLAY " "
008310     DISPLAY WS-PLN-ITEM (WS-PLN-IDX) " " WS-PLN-DESC (WS-PLN-IDX)
008320     MOVE WS-PLN-CUR-POINT (WS-PLN-IDX) TO WS-EDIT-POINT
008330     DISPLAY "  Reorder point " WS-EDIT-POINT WITH NO ADVANCING
008340     MOVE WS-PLN-NEW-POINT (WS-PLN-IDX) TO WS-EDIT-POINT
008350     DISPLAY " > " WS-EDIT-POINT
008360     MOVE WS-PLN-CUR-QTY (WS-PLN-IDX) TO WS-EDIT-POINT
008370     DISPLAY "  Order quantity" WS-EDIT-POINT WITH NO ADVANCING
008380     MOVE WS-PLN-NEW-QTY (WS-PLN-IDX) TO WS-EDIT-POINT
008390     DISPLAY " > " WS-EDIT-POINT
008400     MOVE "Apply this change?" TO WS-YN-PROMPT
008410     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
008420         WS-AUDIT-PROGRAM
008430     IF WS-CONFIRM NOT = "Y"
008440         MOVE "D" TO WS-PLN-RESULT (WS-PLN-IDX)
008450         ADD 1 TO WS-DECLINED-COUNT
008460         GO TO 5100-EXIT
008470     END-IF
008480     PERFORM 5200-APPLY-ONE THRU 5200-EXIT.
008490 5100-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 5200-APPLY-ONE  -  READ THE ITEM WITH A LOCK AND REWRITE ITS
008530*                    REORDER POINT AND ORDER QUANTITY, KEEPING
008540*                    EVERYTHING ELSE AS IT IS ON FILE NOW.  AN
008550*                    ITEM HELD AT ANOTHER STATION, OR WHOSE
008560*                    FIGURES WERE CHANGED SINCE THE PLAN WAS
008570*                    MADE, IS LEFT AS IT IS.
008580*----------------------------------------------------------------
008590 5200-APPLY-ONE.
008600     MOVE WS-PLN-ITEM (WS-PLN-IDX) TO IM-ITEM-CODE
008610     READ ITEM-MST-FILE WITH LOCK
008620         INVALID KEY
008630             MOVE "X" TO WS-PLN-RESULT (WS-PLN-IDX)
008640             ADD 1 TO WS-REFUSED-COUNT
008650             DISPLAY "  Item no longer on file - not applied."
008660             GO TO 5200-EXIT
008670     END-READ
008680     IF WS-ITEMMST-STATUS NOT = "00"
008690         MOVE "L" TO WS-PLN-RESULT (WS-PLN-IDX)
008700         ADD 1 TO WS-REFUSED-COUNT
008710         DISPLAY "  Item in use at another station - "
008720             "not applied."
008730         MOVE SPACES TO WS-AUDIT-MESSAGE
008740         STRING "REPLAN SKIPPED, ITEM LOCKED: " DELIMITED BY SIZE
008750             WS-PLN-ITEM (WS-PLN-IDX) DELIMITED BY SIZE
008760             " STATUS " DELIMITED BY SIZE
008770             WS-ITEMMST-STATUS DELIMITED BY SIZE
008780             INTO WS-AUDIT-MESSAGE
008790         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
008800             WS-AUDIT-MESSAGE
008810         GO TO 5200-EXIT
008820     END-IF
008830     IF IM-REORDER-POINT NOT = WS-PLN-CUR-POINT (WS-PLN-IDX) OR
008840             IM-ORDER-QTY NOT = WS-PLN-CUR-QTY (WS-PLN-IDX)
008850         UNLOCK ITEM-MST-FILE
008860         MOVE "M" TO WS-PLN-RESULT (WS-PLN-IDX)
008870         ADD 1 TO WS-REFUSED-COUNT
008880         DISPLAY "  Item changed since the plan - not applied."
008890         GO TO 5200-EXIT
008900     END-IF
008910     MOVE WS-PLN-NEW-POINT (WS-PLN-IDX) TO IM-REORDER-POINT
008920     MOVE WS-PLN-NEW-QTY (WS-PLN-IDX) TO IM-ORDER-QTY
008930     REWRITE ITEM-MST-RECORD
008940         INVALID KEY
008950             CONTINUE
008960     END-REWRITE
008970     UNLOCK ITEM-MST-FILE
008980     IF WS-ITEMMST-STATUS NOT = "00"
008990         MOVE "F" TO WS-PLN-RESULT (WS-PLN-IDX)
009000         ADD 1 TO WS-REFUSED-COUNT
009010         DISPLAY "  Item master refused the change - status "
009020             WS-ITEMMST-STATUS
009021         MOVE SPACES TO WS-AUDIT-MESSAGE
009022         STRING "REPLAN NOT WRITTEN, REWRITE FAILED: "
009023             DELIMITED BY SIZE
009024             WS-PLN-ITEM (WS-PLN-IDX) DELIMITED BY SIZE
009025             " STATUS " DELIMITED BY SIZE
009026             WS-ITEMMST-STATUS DELIMITED BY SIZE
009027             INTO WS-AUDIT-MESSAGE
009028         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
009029             WS-AUDIT-MESSAGE
009030         GO TO 5200-EXIT
009040     END-IF
009050     MOVE "A" TO WS-PLN-RESULT (WS-PLN-IDX)
009060     ADD 1 TO WS-APPLIED-COUNT
009070     DISPLAY "  Applied."
009080     MOVE SPACES TO WS-AUDIT-MESSAGE
009090     STRING "REPLANNED " DELIMITED BY SIZE
009100         WS-PLN-ITEM (WS-PLN-IDX) DELIMITED BY SIZE
009110         " RP " DELIMITED BY SIZE
009120         WS-PLN-CUR-POINT (WS-PLN-IDX) DELIMITED BY SIZE
009130         " > " DELIMITED BY SIZE
009140         WS-PLN-NEW-POINT (WS-PLN-IDX) DELIMITED BY SIZE
009150         " OQ " DELIMITED BY SIZE
009160         WS-PLN-CUR-QTY (WS-PLN-IDX) DELIMITED BY SIZE
009170         " > " DELIMITED BY SIZE
009180         WS-PLN-NEW-QTY (WS-PLN-IDX) DELIMITED BY SIZE
009190         INTO WS-AUDIT-MESSAGE
009200     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
009210 5200-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------
009240* 6000-LIST-RESULTS  -  WHAT CAME OF EACH PROPOSED CHANGE.
009250*----------------------------------------------------------------
009260 6000-LIST-RESULTS.
009270     MOVE SPACES TO RPLN-RPT-RECORD
009280     WRITE RPLN-RPT-RECORD
009290     MOVE "APPROVAL RESULTS" TO RPLN-RPT-RECORD
009300     WRITE RPLN-RPT-RECORD
009310     IF WS-PLN-COUNT = 0
009320         MOVE "NO CHANGES PROPOSED." TO RPLN-RPT-RECORD
009330         WRITE RPLN-RPT-RECORD
009340         GO TO 6000-EXIT
009350     END-IF
009360     PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
009370             UNTIL WS-PLN-IDX > WS-PLN-COUNT
009380         EVALUATE TRUE
009390             WHEN PLN-APPLIED (WS-PLN-IDX)
009400                 MOVE "APPLIED" TO WS-NOTE
009410             WHEN PLN-DECLINED (WS-PLN-IDX)
009420                 MOVE "DECLINED" TO WS-NOTE
009430             WHEN PLN-LOCKED (WS-PLN-IDX)
009440                 MOVE "NOT APPLIED - ITEM IN USE" TO WS-NOTE
009450             WHEN PLN-MOVED-ON (WS-PLN-IDX)
009460                 MOVE "NOT APPLIED - CHANGED SINCE PLAN"
009470                     TO WS-NOTE
009480             WHEN PLN-GONE (WS-PLN-IDX)
009490                 MOVE "NOT APPLIED - NOT ON FILE" TO WS-NOTE
009493             WHEN PLN-FAILED (WS-PLN-IDX)
009496                 MOVE "NOT APPLIED - REWRITE FAILED" TO WS-NOTE
009500             WHEN OTHER
009510                 MOVE "NOT REVIEWED" TO WS-NOTE
009520         END-EVALUATE
009530         MOVE SPACES TO RPLN-RPT-RECORD
009540         MOVE WS-PLN-ITEM (WS-PLN-IDX) TO RPLN-RPT-RECORD (1:10)
009550         MOVE WS-PLN-DESC (WS-PLN-IDX) TO RPLN-RPT-RECORD (12:25)
009560         MOVE WS-PLN-CUR-POINT (WS-PLN-IDX) TO WS-EDIT-POINT
009570         MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (70:5)
009580         MOVE WS-PLN-NEW-POINT (WS-PLN-IDX) TO WS-EDIT-POINT
009590         MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (77:5)
009600         MOVE WS-PLN-CUR-QTY (WS-PLN-IDX) TO WS-EDIT-POINT
009610         MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (84:5)
009620         MOVE WS-PLN-NEW-QTY (WS-PLN-IDX) TO WS-EDIT-POINT
009630         MOVE WS-EDIT-POINT TO RPLN-RPT-RECORD (91:5)
009640         MOVE WS-NOTE TO RPLN-RPT-RECORD (98:30)
009650         WRITE RPLN-RPT-RECORD
009660     END-PERFORM.
009670 6000-EXIT.
009680     EXIT.
009690*----------------------------------------------------------------
009700* 9999-TERMINATE  -  CLOSE THE REPORT AND SHOW THE COUNTS.
009710*----------------------------------------------------------------
009720 9999-TERMINATE.
009730     CLOSE RPLN-RPT-FILE
009740     DISPLAY "Changes applied   : " WS-APPLIED-COUNT
009750     DISPLAY "Changes declined  : " WS-DECLINED-COUNT
009760     IF WS-REFUSED-COUNT > 0
009770         DISPLAY "Changes not applied (item in use or changed): "
009780             WS-REFUSED-COUNT
009790     END-IF
009800     IF WS-DEM-DROPPED > 0
009810         DISPLAY "Sales lines not counted (table full): "
009820             WS-DEM-DROPPED
009830     END-IF
009840     IF WS-PLN-DROPPED > 0
009850         DISPLAY "Proposals not held (table full): "
009860             WS-PLN-DROPPED
009870     END-IF
009872     IF WS-POL-DROPPED > 0
009874         DISPLAY "Order lines not timed (table full): "
009876             WS-POL-DROPPED
009878     END-IF.
009880 9999-EXIT.
009890     EXIT.
009900 END PROGRAM REORDPLN.
