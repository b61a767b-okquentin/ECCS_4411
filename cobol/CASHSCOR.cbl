000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CASHSCOR.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  CASHIER EXCEPTION
000100*                   SCORECARD FOR LOSS PREVENTION OVER A DATE
000110*                   RANGE (A WEEK BY DEFAULT).  TOTALS PER
000120*                   CASHIER THE NO-SALES (DRAWEVT), DRAWER
000130*                   COUNTS OVER OR SHORT (DRAWLOG), RETURNS AND
000140*                   DISCOUNTED RECEIPTS (SALEHIST/SALESTRN),
000150*                   HAND-KEYED PRICES (SALEDETL/DETLHIST), HELD
000160*                   SLIPS VOIDED AT DAY CLOSE AND WRONG-PIN
000170*                   LOCKOUTS (AUDITLOG).  EACH COUNT IS PUT PER
000180*                   100 TRANSACTIONS RUNG AND SET AGAINST THE
000190*                   STORE AVERAGE; A CASHIER WHO STANDS OUT ON
000200*                   THE MOST MEASURES IS RANKED FIRST, WITH THE
000210*                   RECEIPTS BEHIND EACH FLAGGED COUNT LISTED.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT SALE-HIST-FILE ASSIGN TO "SALEHIST"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-SALEHIST-STATUS.
000290     SELECT SALES-TRAN-FILE ASSIGN TO "SALESTRN"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SALETRAN-STATUS.
000320     SELECT SALE-DETL-FILE ASSIGN TO "SALEDETL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SALEDETL-STATUS.
000350     SELECT DETL-HIST-FILE ASSIGN TO "DETLHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DETLHIST-STATUS.
000380     SELECT DRAW-EVT-FILE ASSIGN TO "DRAWEVT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DRAWEVT-STATUS.
000410     SELECT DRAWER-LOG-FILE ASSIGN TO "DRAWLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DRAWLOG-STATUS.
000440     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUDITLOG-STATUS.
000470     SELECT SCOR-LIM-FILE ASSIGN TO "SCORLIM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SCORLIM-STATUS.
000500     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BUSDATE-STATUS.
000530     SELECT SCOR-RPT-FILE ASSIGN TO "CASHSCOR"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SALE-HIST-FILE.
000580     COPY SALETRAN.
000590 FD  SALES-TRAN-FILE.
000600 01  LIVE-TRAN-RECORD.
000610     05  LT-SALETRAN-AREA       PIC X(190).
000620 FD  SALE-DETL-FILE.
000630     COPY SALEDETL.
000640 FD  DETL-HIST-FILE.
000650 01  DETL-HIST-RECORD.
000660     05  DH-SALEDETL-AREA       PIC X(120).
000670 FD  DRAW-EVT-FILE.
000680     COPY DRAWEVT.
000690 FD  DRAWER-LOG-FILE.
000700     COPY DRAWLOG.
000710 FD  AUDIT-LOG-FILE.
000720     COPY AUDITREC.
000730*----------------------------------------------------------------
000740* SCORLIM HOLDS WHEN A CASHIER STANDS OUT ON A MEASURE - A RATE
000750* PER 100 TRANSACTIONS ABOVE THIS PERCENT OF THE STORE AVERAGE
000760* (3 DIGITS, 150 = HALF AGAIN), WITH AT LEAST THIS MANY
000770* OCCURRENCES (3 DIGITS) - AND THE DRAWER VARIANCE (999V99)
000780* ABOVE WHICH A COUNT IS OVER OR SHORT.  WITH NO FILE THE
000790* LIMITS ARE 150 PERCENT, 2 OCCURRENCES AND 1.00.
000800*----------------------------------------------------------------
000810 FD  SCOR-LIM-FILE.
000820 01  SCOR-LIM-RECORD.
000830     05  SC-FACTOR-PCT          PIC 9(3).
000840     05  SC-MIN-COUNT           PIC 9(3).
000850     05  SC-VARIANCE-TOL        PIC 9(3)V99.
000860 FD  BUS-DATE-FILE.
000870     COPY BUSDATE.
000880 FD  SCOR-RPT-FILE.
000890 01  SCOR-RPT-RECORD            PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 01  WS-SALEHIST-STATUS         PIC X(2).
000920 01  WS-SALETRAN-STATUS         PIC X(2).
000930 01  WS-SALEDETL-STATUS         PIC X(2).
000940 01  WS-DETLHIST-STATUS         PIC X(2).
000950 01  WS-DRAWEVT-STATUS          PIC X(2).
000960 01  WS-DRAWLOG-STATUS          PIC X(2).
000970 01  WS-AUDITLOG-STATUS         PIC X(2).
000980 01  WS-SCORLIM-STATUS          PIC X(2).
000990 01  WS-BUSDATE-STATUS          PIC X(2).
001000 01  WS-FILE-EOF                PIC X VALUE "N".
001010     88  END-OF-FILE-IN         VALUE "Y".
001020 01  WS-TIMESTAMP               PIC X(21).
001030 01  WS-FROM-TEXT               PIC X(8).
001040 01  WS-TO-TEXT                 PIC X(8).
001050 01  WS-FROM-DATE               PIC 9(8) VALUE 0.
001060 01  WS-TO-DATE                 PIC 9(8) VALUE 0.
001070 01  WS-FROM-INT                PIC S9(9) COMP VALUE 0.
001080 01  WS-TO-INT                  PIC S9(9) COMP VALUE 0.
001090 01  WS-BUS-DATE                PIC 9(8) VALUE 0.
001100 01  WS-BUS-INT                 PIC S9(9) COMP VALUE 0.
001110 01  WS-BAD-RANGE               PIC X VALUE "N".
001120     88  WS-RANGE-IS-BAD        VALUE "Y".
001130 01  WS-FACTOR-PCT              PIC 9(3) VALUE 150.
001140 01  WS-MIN-COUNT               PIC 9(3) VALUE 2.
001150 01  WS-VARIANCE-TOL            PIC 9(3)V99 VALUE 1.00.
001160 01  WS-REC-DATE                PIC 9(8) VALUE 0.
001170*----------------------------------------------------------------
001180* THE SEVEN MEASURES, IN REPORT ORDER.  THE NAME IS BOTH THE
001190* COLUMN HEADING AND THE DRILL-DOWN LABEL.
001200*----------------------------------------------------------------
001210 01  WS-MEASURE-NAMES-INIT.
001220     05  FILLER                 PIC X(12) VALUE "  NO-SALES".
001230     05  FILLER                 PIC X(12) VALUE " OVER/SHORT".
001240     05  FILLER                 PIC X(12) VALUE "  RETURNS".
001250     05  FILLER                 PIC X(12) VALUE " HAND-KEYED".
001260     05  FILLER                 PIC X(12) VALUE "  DISCOUNTS".
001270     05  FILLER                 PIC X(12) VALUE " VOID HOLDS".
001280     05  FILLER                 PIC X(12) VALUE "  PIN LOCKS".
001290 01  WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-INIT.
001300     05  WS-MEASURE-NAME        PIC X(12) OCCURS 7 TIMES.
001310 01  WS-MEASURE-COUNT           PIC 9(1) VALUE 7.
001320 01  WS-MEAS-IDX                PIC 9(1) VALUE 0.
001330 01  WS-NO-SALE-M               PIC 9(1) VALUE 1.
001340 01  WS-OVER-SHORT-M            PIC 9(1) VALUE 2.
001350 01  WS-RETURN-M                PIC 9(1) VALUE 3.
001360 01  WS-HAND-KEYED-M            PIC 9(1) VALUE 4.
001370 01  WS-DISCOUNT-M              PIC 9(1) VALUE 5.
001380 01  WS-VOID-HOLD-M             PIC 9(1) VALUE 6.
001390 01  WS-LOCKOUT-M               PIC 9(1) VALUE 7.
001400*----------------------------------------------------------------
001410* ONE ENTRY PER CASHIER.  THE HOME STORE IS WHERE THE CASHIER
001420* FIRST RANG IN THE RANGE (OR COUNTED A DRAWER, FAILING THAT),
001430* AND IS THE STORE WHOSE AVERAGE THE CASHIER IS HELD TO.  A
001440* CASHIER WITH NEITHER IS HELD TO THE ALL-STORES AVERAGE.
001450*----------------------------------------------------------------
001460 01  WS-CASHIER-COUNT           PIC 9(3) VALUE 0.
001470 01  WS-CASHIER-TABLE.
001480     05  WS-CSH-ENTRY OCCURS 300 TIMES.
001490         10  WS-CSH-ID          PIC X(6).
001500         10  WS-CSH-STORE-IDX   PIC 9(2).
001510         10  WS-CSH-TRANS       PIC 9(6).
001520         10  WS-CSH-MEASURE OCCURS 7 TIMES.
001530             15  WS-CSH-COUNT   PIC 9(5).
001540             15  WS-CSH-RATE    PIC 9(5)V9.
001550             15  WS-CSH-FLAG    PIC X(1).
001560         10  WS-CSH-FLAGS       PIC 9(1).
001570         10  WS-CSH-EXCEPTIONS  PIC 9(6).
001580         10  WS-CSH-PRINTED     PIC X(1).
001590 01  WS-CSH-IDX                 PIC 9(3) VALUE 0.
001600 01  WS-BEST-IDX                PIC 9(3) VALUE 0.
001610 01  WS-SCAN-IDX                PIC 9(4) VALUE 0.
001620 01  WS-LOOK-ID                 PIC X(6).
001630*----------------------------------------------------------------
001640* ONE ENTRY PER STORE, SUMMED FROM ITS CASHIERS, AND THE SAME
001650* FOR EVERY CASHIER IN ALL STORES.
001660*----------------------------------------------------------------
001670 01  WS-STORE-COUNT             PIC 9(2) VALUE 0.
001680 01  WS-STORE-TABLE.
001690     05  WS-STR-ENTRY OCCURS 50 TIMES.
001700         10  WS-STR-NAME        PIC X(20).
001710         10  WS-STR-TRANS       PIC 9(7).
001720         10  WS-STR-MEASURE OCCURS 7 TIMES.
001730             15  WS-STR-COUNT   PIC 9(6).
001740             15  WS-STR-RATE    PIC 9(5)V9.
001750 01  WS-ALL-STORES.
001760     05  WS-ALL-TRANS           PIC 9(7) VALUE 0.
001770     05  WS-ALL-MEASURE OCCURS 7 TIMES.
001780         10  WS-ALL-COUNT       PIC 9(6) VALUE 0.
001790         10  WS-ALL-RATE        PIC 9(5)V9 VALUE 0.
001800 01  WS-ALL-STORES-NAME         PIC X(16) VALUE "ALL STORES".
001810 01  WS-STR-IDX                 PIC 9(2) VALUE 0.
001820 01  WS-LOOK-STORE              PIC X(20).
001830 01  WS-NO-STORE-NAME           PIC X(20)
001840                                VALUE "(NO SALES RUNG)".
001850*----------------------------------------------------------------
001860* RECEIPTS CARRYING HAND-KEYED LINES, FROM THE DETAIL JOURNALS.
001870* THE DETAIL LINE CARRIES NO CASHIER, SO EACH IS TIED TO ITS
001880* CASHIER THROUGH THE RECEIPT WHEN THE TRANSACTIONS ARE READ.
001890*----------------------------------------------------------------
001900 01  WS-HK-COUNT                PIC 9(4) VALUE 0.
001910 01  WS-HK-TABLE.
001920     05  WS-HK-ENTRY OCCURS 2000 TIMES.
001930         10  WS-HK-RECEIPT      PIC 9(8).
001940         10  WS-HK-REGISTER     PIC X(4).
001950         10  WS-HK-LINES        PIC 9(4).
001960 01  WS-HK-IDX                  PIC 9(4) VALUE 0.
001970*----------------------------------------------------------------
001980* THE REFERENCE BEHIND EACH COUNTED EXCEPTION, FOR THE DRILL-
001990* DOWN LINES - A RECEIPT NUMBER, OR FOR THE DRAWER AND SIGN-ON
002000* MEASURES THE DATE (AND TIME) IT HAPPENED.
002010*----------------------------------------------------------------
002020 01  WS-REF-COUNT               PIC 9(4) VALUE 0.
002030 01  WS-REF-TABLE.
002040     05  WS-REF-ENTRY OCCURS 5000 TIMES.
002050         10  WS-REF-CSH-IDX     PIC 9(3).
002060         10  WS-REF-MEASURE     PIC 9(1).
002070         10  WS-REF-TEXT        PIC X(10).
002080 01  WS-REF-IDX                 PIC 9(4) VALUE 0.
002090 01  WS-REF-WORK                PIC X(10).
002100 01  WS-REF-DROPPED             PIC 9(6) VALUE 0.
002110 01  WS-REFS-ON-LINE            PIC 9(2) VALUE 0.
002120 01  WS-LINE-PTR                PIC 9(3) VALUE 0.
002130 01  WS-VARIANCE                PIC S9(9)V99 VALUE 0.
002140 01  WS-LIMIT-RATE              PIC 9(7)V99 VALUE 0.
002150 01  WS-DIVISOR                 PIC 9(7) VALUE 0.
002160 01  WS-RANK                    PIC 9(3) VALUE 0.
002170 01  WS-TRAN-USED               PIC 9(6) VALUE 0.
002180 01  WS-EXCP-TOTAL              PIC 9(6) VALUE 0.
002190 01  WS-FLAGGED-CASHIERS        PIC 9(3) VALUE 0.
002200 01  WS-EDIT-RANK               PIC ZZ9.
002210 01  WS-EDIT-TRANS              PIC ZZZZZZ9.
002220 01  WS-EDIT-COUNT              PIC ZZZ9.
002230 01  WS-EDIT-RATE               PIC ZZZ9.9.
002240 01  WS-EDIT-FLAGS              PIC Z9.
002250 01  WS-EDIT-PCT                PIC ZZ9.
002260 01  WS-EDIT-MIN                PIC ZZ9.
002270 01  WS-EDIT-TOL                PIC ZZ9.99.
002280 PROCEDURE DIVISION.
002290*----------------------------------------------------------------
002300* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
002310*----------------------------------------------------------------
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002340     IF NOT WS-RANGE-IS-BAD
002350         PERFORM 2000-LOAD-HAND-KEYED THRU 2000-EXIT
002360         PERFORM 3000-TALLY-SALES THRU 3000-EXIT
002370         PERFORM 4000-TALLY-DRAWERS THRU 4000-EXIT
002380         PERFORM 4500-TALLY-AUDIT-LOG THRU 4500-EXIT
002390         PERFORM 5000-SCORE-CASHIERS THRU 5000-EXIT
002400         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
002410         PERFORM 9999-TERMINATE THRU 9999-EXIT
002420     END-IF
002430     GOBACK.
002440*----------------------------------------------------------------
002450* 1000-INITIALIZE  -  TAKE THE DATE RANGE, EDIT IT, LOAD THE
002460*                     LIMITS, AND START THE REPORT.  A BLANK
002470*                     RANGE DEFAULTS TO THE WEEK ENDING AT THE
002480*                     BUSDATE BUSINESS DATE.
002490*----------------------------------------------------------------
002500 1000-INITIALIZE.
002510     DISPLAY "[CASHIER EXCEPTION SCORECARD]"
002520     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002530     DISPLAY "From Date (YYYYMMDD): " WITH NO ADVANCING
002540     ACCEPT WS-FROM-TEXT
002550     DISPLAY "To Date   (YYYYMMDD): " WITH NO ADVANCING
002560     ACCEPT WS-TO-TEXT
002570     MOVE FUNCTION NUMVAL(WS-FROM-TEXT) TO WS-FROM-DATE
002580     MOVE FUNCTION NUMVAL(WS-TO-TEXT) TO WS-TO-DATE
002590     IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
002600         PERFORM 1100-DEFAULT-RANGE THRU 1100-EXIT
002610     END-IF
002620     IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
002630         DISPLAY "Dates must be keyed as YYYYMMDD - "
002640             "report cancelled."
002650         SET WS-RANGE-IS-BAD TO TRUE
002660         GO TO 1000-EXIT
002670     END-IF
002680     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
002690     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
002700     IF WS-TO-INT < WS-FROM-INT OR WS-FROM-INT = 0
002710         DISPLAY "Date range is out of order - report cancelled."
002720         SET WS-RANGE-IS-BAD TO TRUE
002730         GO TO 1000-EXIT
002740     END-IF
002750     IF WS-TO-INT - WS-FROM-INT + 1 > 62
002760         DISPLAY "Range is over 62 days - report cancelled."
002770         SET WS-RANGE-IS-BAD TO TRUE
002780         GO TO 1000-EXIT
002790     END-IF
002800     PERFORM 1200-LOAD-LIMITS THRU 1200-EXIT
002810     OPEN OUTPUT SCOR-RPT-FILE
002820     MOVE SPACES TO SCOR-RPT-RECORD
002830     STRING "CASHIER EXCEPTION SCORECARD  " DELIMITED BY SIZE
002840         WS-FROM-DATE DELIMITED BY SIZE
002850         " THRU " DELIMITED BY SIZE
002860         WS-TO-DATE DELIMITED BY SIZE
002870         "  - " DELIMITED BY SIZE
002880         WS-TIMESTAMP DELIMITED BY SIZE
002890         INTO SCOR-RPT-RECORD
002900     WRITE SCOR-RPT-RECORD
002910     MOVE WS-FACTOR-PCT TO WS-EDIT-PCT
002920     MOVE WS-MIN-COUNT TO WS-EDIT-MIN
002930     MOVE WS-VARIANCE-TOL TO WS-EDIT-TOL
002940     MOVE SPACES TO SCOR-RPT-RECORD
002950     STRING "EACH MEASURE IS A COUNT AND A RATE PER 100 "
002960         DELIMITED BY SIZE
002970         "TRANSACTIONS RUNG.  * = AT LEAST " DELIMITED BY SIZE
002980         WS-EDIT-MIN DELIMITED BY SIZE
002990         " AND OVER " DELIMITED BY SIZE
003000         WS-EDIT-PCT DELIMITED BY SIZE
003010         " PERCENT OF THE STORE AVERAGE." DELIMITED BY SIZE
003020         INTO SCOR-RPT-RECORD
003030     WRITE SCOR-RPT-RECORD
003040     MOVE SPACES TO SCOR-RPT-RECORD
003050     STRING "A DRAWER COUNT IS OVER/SHORT BEYOND "
003060         DELIMITED BY SIZE
003070         WS-EDIT-TOL DELIMITED BY SIZE
003080         ".  DRILL-DOWN: RECEIPTS, NO-SALES MMDD-HHMM,"
003090         DELIMITED BY SIZE
003100         " DRAWERS/LOCKOUTS BY DATE, HOLDS BY SLIP."
003110         DELIMITED BY SIZE
003120         INTO SCOR-RPT-RECORD
003130     WRITE SCOR-RPT-RECORD
003140     MOVE SPACES TO SCOR-RPT-RECORD
003150     WRITE SCOR-RPT-RECORD.
003160 1000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* 1100-DEFAULT-RANGE  -  NO RANGE WAS KEYED: USE THE SEVEN DAYS
003200*                        ENDING AT THE OPEN BUSINESS DATE.
003210*----------------------------------------------------------------
003220 1100-DEFAULT-RANGE.
003230     OPEN INPUT BUS-DATE-FILE
003240     IF WS-BUSDATE-STATUS = "35"
003250         GO TO 1100-EXIT
003260     END-IF
003270     READ BUS-DATE-FILE
003280         AT END
003290             CONTINUE
003300         NOT AT END
003310             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
003320     END-READ
003330     CLOSE BUS-DATE-FILE
003340     IF WS-BUS-DATE = 0
003350         GO TO 1100-EXIT
003360     END-IF
003370     MOVE WS-BUS-DATE TO WS-TO-DATE
003380     COMPUTE WS-BUS-INT =
003390         FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) - 6
003400     MOVE FUNCTION DATE-OF-INTEGER (WS-BUS-INT)
003410         TO WS-FROM-DATE
003420     DISPLAY "No range keyed - defaulting to "
003430         WS-FROM-DATE " thru " WS-TO-DATE.
003440 1100-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 1200-LOAD-LIMITS  -  READ THE SCORING LIMITS.  A MISSING,
003480*                      EMPTY, OR NONSENSE FILE LEAVES THE
003490*                      DEFAULTS.
003500*----------------------------------------------------------------
003510 1200-LOAD-LIMITS.
003520     OPEN INPUT SCOR-LIM-FILE
003530     IF WS-SCORLIM-STATUS NOT = "35"
003540         READ SCOR-LIM-FILE
003550             AT END
003560                 CONTINUE
003570             NOT AT END
003580                 IF SC-FACTOR-PCT IS NUMERIC AND
003590                         SC-MIN-COUNT IS NUMERIC AND
003600                         SC-VARIANCE-TOL IS NUMERIC AND
003610                         SC-FACTOR-PCT >= 100 AND
003620                         SC-MIN-COUNT > 0
003630                     MOVE SC-FACTOR-PCT TO WS-FACTOR-PCT
003640                     MOVE SC-MIN-COUNT TO WS-MIN-COUNT
003650                     MOVE SC-VARIANCE-TOL TO WS-VARIANCE-TOL
003660                 END-IF
003670         END-READ
003680         CLOSE SCOR-LIM-FILE
003690     END-IF.
003700 1200-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 2000-LOAD-HAND-KEYED  -  NOTE EVERY RECEIPT IN THE RANGE WITH
003740*                          A HAND-KEYED PRICE, FROM THE DETAIL
003750*                          ARCHIVE AND THEN THE LIVE JOURNAL.
003760*----------------------------------------------------------------
003770 2000-LOAD-HAND-KEYED.
003780     MOVE "N" TO WS-FILE-EOF
003790     OPEN INPUT DETL-HIST-FILE
003800     IF WS-DETLHIST-STATUS NOT = "35"
003810         PERFORM 2010-READ-DETLHIST THRU 2010-EXIT
003820         PERFORM UNTIL END-OF-FILE-IN
003830             MOVE DH-SALEDETL-AREA TO SALE-DETAIL-RECORD
003840             PERFORM 2100-NOTE-HAND-KEYED THRU 2100-EXIT
003850             PERFORM 2010-READ-DETLHIST THRU 2010-EXIT
003860         END-PERFORM
003870         CLOSE DETL-HIST-FILE
003880     END-IF
003890     MOVE "N" TO WS-FILE-EOF
003900     OPEN INPUT SALE-DETL-FILE
003910     IF WS-SALEDETL-STATUS NOT = "35"
003920         PERFORM 2020-READ-SALEDETL THRU 2020-EXIT
003930         PERFORM UNTIL END-OF-FILE-IN
003940             PERFORM 2100-NOTE-HAND-KEYED THRU 2100-EXIT
003950             PERFORM 2020-READ-SALEDETL THRU 2020-EXIT
003960         END-PERFORM
003970         CLOSE SALE-DETL-FILE
003980     END-IF.
003990 2000-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 2010-READ-DETLHIST  -  READ THE NEXT ARCHIVED DETAIL LINE.
004030*----------------------------------------------------------------
004040 2010-READ-DETLHIST.
004050     READ DETL-HIST-FILE
004060         AT END
004070             SET END-OF-FILE-IN TO TRUE
004080     END-READ.
004090 2010-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* 2020-READ-SALEDETL  -  READ THE NEXT LIVE DETAIL LINE.
004130*----------------------------------------------------------------
004140 2020-READ-SALEDETL.
004150     READ SALE-DETL-FILE
004160         AT END
004170             SET END-OF-FILE-IN TO TRUE
004180     END-READ.
004190 2020-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 2100-NOTE-HAND-KEYED  -  COUNT ONE IN-RANGE HAND-KEYED LINE
004230*                          AGAINST ITS RECEIPT.
004240*----------------------------------------------------------------
004250 2100-NOTE-HAND-KEYED.
004260     IF NOT SD-WAS-HAND-KEYED OR
004270             SD-BUSINESS-DATE < WS-FROM-DATE OR
004280             SD-BUSINESS-DATE > WS-TO-DATE
004290         GO TO 2100-EXIT
004300     END-IF
004310     PERFORM VARYING WS-HK-IDX FROM 1 BY 1
004320             UNTIL WS-HK-IDX > WS-HK-COUNT
004330         IF WS-HK-RECEIPT (WS-HK-IDX) = SD-RECEIPT-NO AND
004340                 WS-HK-REGISTER (WS-HK-IDX) = SD-REGISTER-ID
004350             ADD 1 TO WS-HK-LINES (WS-HK-IDX)
004360             GO TO 2100-EXIT
004370         END-IF
004380     END-PERFORM
004390     IF WS-HK-COUNT < 2000
004400         ADD 1 TO WS-HK-COUNT
004410         MOVE SD-RECEIPT-NO TO WS-HK-RECEIPT (WS-HK-COUNT)
004420         MOVE SD-REGISTER-ID TO WS-HK-REGISTER (WS-HK-COUNT)
004430         MOVE 1 TO WS-HK-LINES (WS-HK-COUNT)
004440     END-IF.
004450 2100-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* 3000-TALLY-SALES  -  COUNT EACH CASHIER'S TRANSACTIONS,
004490*                      RETURNS, DISCOUNTS AND HAND-KEYED LINES
004500*                      FROM THE ARCHIVE AND THEN THE LIVE FILE.
004510*                      CUTOVER MOVES A DAY FROM ONE TO THE OTHER,
004520*                      SO NONE IS COUNTED TWICE.
004530*----------------------------------------------------------------
004540 3000-TALLY-SALES.
004550     MOVE "N" TO WS-FILE-EOF
004560     OPEN INPUT SALE-HIST-FILE
004570     IF WS-SALEHIST-STATUS NOT = "35"
004580         PERFORM 3010-READ-SALEHIST THRU 3010-EXIT
004590         PERFORM UNTIL END-OF-FILE-IN
004600             PERFORM 3100-TALLY-ONE-TRAN THRU 3100-EXIT
004610             PERFORM 3010-READ-SALEHIST THRU 3010-EXIT
004620         END-PERFORM
004630         CLOSE SALE-HIST-FILE
004640     END-IF
004650     MOVE "N" TO WS-FILE-EOF
004660     OPEN INPUT SALES-TRAN-FILE
004670     IF WS-SALETRAN-STATUS NOT = "35"
004680         PERFORM 3020-READ-SALETRAN THRU 3020-EXIT
004690         PERFORM UNTIL END-OF-FILE-IN
004700             PERFORM 3100-TALLY-ONE-TRAN THRU 3100-EXIT
004710             PERFORM 3020-READ-SALETRAN THRU 3020-EXIT
004720         END-PERFORM
004730         CLOSE SALES-TRAN-FILE
004740     END-IF.
004750 3000-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 3010-READ-SALEHIST  -  READ THE NEXT ARCHIVED TRANSACTION.
004790*----------------------------------------------------------------
004800 3010-READ-SALEHIST.
004810     READ SALE-HIST-FILE
004820         AT END
004830             SET END-OF-FILE-IN TO TRUE
004840     END-READ.
004850 3010-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* 3020-READ-SALETRAN  -  READ THE NEXT LIVE TRANSACTION INTO THE
004890*                        SAME RECORD AREA THE ARCHIVE USES.
004900*----------------------------------------------------------------
004910 3020-READ-SALETRAN.
004920     READ SALES-TRAN-FILE
004930         AT END
004940             SET END-OF-FILE-IN TO TRUE
004950         NOT AT END
004960             MOVE LT-SALETRAN-AREA TO SALETRAN-RECORD
004970     END-READ.
004980 3020-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* 3100-TALLY-ONE-TRAN  -  COUNT ONE IN-RANGE TRANSACTION FOR ITS
005020*                         CASHIER.  LAYAWAY MONEY IS NOT A SALE
005030*                         AND IS LEFT OUT.
005040*----------------------------------------------------------------
005050 3100-TALLY-ONE-TRAN.
005060     IF ST-BUSINESS-DATE < WS-FROM-DATE OR
005070             ST-BUSINESS-DATE > WS-TO-DATE OR
005080             ST-IS-LAYAWAY-MONEY OR
005090             ST-CASHIER-ID = SPACES
005100         GO TO 3100-EXIT
005110     END-IF
005120     MOVE ST-CASHIER-ID TO WS-LOOK-ID
005130     PERFORM 3200-FIND-CASHIER THRU 3200-EXIT
005140     IF WS-CSH-IDX = 0
005150         GO TO 3100-EXIT
005160     END-IF
005170     ADD 1 TO WS-TRAN-USED
005180     ADD 1 TO WS-CSH-TRANS (WS-CSH-IDX)
005190     IF WS-CSH-STORE-IDX (WS-CSH-IDX) = 0
005200         MOVE ST-STORE-NAME TO WS-LOOK-STORE
005210         PERFORM 3300-FIND-STORE THRU 3300-EXIT
005220         MOVE WS-STR-IDX TO WS-CSH-STORE-IDX (WS-CSH-IDX)
005230     END-IF
005240     MOVE ST-RECEIPT-NO TO WS-REF-WORK
005250     IF ST-IS-RETURN
005260         MOVE WS-RETURN-M TO WS-MEAS-IDX
005270         PERFORM 3400-COUNT-EXCEPTION THRU 3400-EXIT
005280     END-IF
005290     IF ST-DISC-TOTAL NOT = 0
005300         MOVE WS-DISCOUNT-M TO WS-MEAS-IDX
005310         PERFORM 3400-COUNT-EXCEPTION THRU 3400-EXIT
005320     END-IF
005330     PERFORM VARYING WS-HK-IDX FROM 1 BY 1
005340             UNTIL WS-HK-IDX > WS-HK-COUNT
005350         IF WS-HK-RECEIPT (WS-HK-IDX) = ST-RECEIPT-NO AND
005360                 WS-HK-REGISTER (WS-HK-IDX) = ST-REGISTER-ID
005370             MOVE WS-HAND-KEYED-M TO WS-MEAS-IDX
005380             PERFORM 3400-COUNT-EXCEPTION THRU 3400-EXIT
005390             COMPUTE WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX) =
005400                 WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX) +
005410                 WS-HK-LINES (WS-HK-IDX) - 1
005420             EXIT PERFORM
005430         END-IF
005440     END-PERFORM.
005450 3100-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 3200-FIND-CASHIER  -  LOOK UP THE CASHIER IN WS-LOOK-ID,
005490*                       ADDING AN ENTRY THE FIRST TIME AN ID IS
005500*                       SEEN.  A 301ST CASHIER COMES BACK AS ZERO.
005510*----------------------------------------------------------------
005520 3200-FIND-CASHIER.
005530     MOVE 0 TO WS-CSH-IDX
005540     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005550             UNTIL WS-SCAN-IDX > WS-CASHIER-COUNT
005560         IF WS-CSH-ID (WS-SCAN-IDX) = WS-LOOK-ID
005570             MOVE WS-SCAN-IDX TO WS-CSH-IDX
005580             EXIT PERFORM
005590         END-IF
005600     END-PERFORM
005610     IF WS-CSH-IDX = 0 AND WS-CASHIER-COUNT < 300
005620         ADD 1 TO WS-CASHIER-COUNT
005630         MOVE WS-CASHIER-COUNT TO WS-CSH-IDX
005640         INITIALIZE WS-CSH-ENTRY (WS-CSH-IDX)
005650         MOVE WS-LOOK-ID TO WS-CSH-ID (WS-CSH-IDX)
005660         MOVE "N" TO WS-CSH-PRINTED (WS-CSH-IDX)
005670     END-IF.
005680 3200-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 3300-FIND-STORE  -  LOOK UP THE STORE IN WS-LOOK-STORE, ADDING
005720*                     AN ENTRY THE FIRST TIME A NAME IS SEEN.  A
005730*                     51ST STORE COMES BACK AS ZERO.
005740*----------------------------------------------------------------
005750 3300-FIND-STORE.
005760     MOVE 0 TO WS-STR-IDX
005770     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005780             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
005790         IF WS-STR-NAME (WS-SCAN-IDX) = WS-LOOK-STORE
005800             MOVE WS-SCAN-IDX TO WS-STR-IDX
005810             EXIT PERFORM
005820         END-IF
005830     END-PERFORM
005840     IF WS-STR-IDX = 0 AND WS-STORE-COUNT < 50
005850         ADD 1 TO WS-STORE-COUNT
005860         MOVE WS-STORE-COUNT TO WS-STR-IDX
005870         INITIALIZE WS-STR-ENTRY (WS-STR-IDX)
005880         MOVE WS-LOOK-STORE TO WS-STR-NAME (WS-STR-IDX)
005890     END-IF.
005900 3300-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 3400-COUNT-EXCEPTION  -  COUNT ONE EXCEPTION OF MEASURE
005940*                          WS-MEAS-IDX FOR CASHIER WS-CSH-IDX AND
005950*                          KEEP WS-REF-WORK FOR THE DRILL-DOWN.
005960*----------------------------------------------------------------
005970 3400-COUNT-EXCEPTION.
005980     ADD 1 TO WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX)
005990     IF WS-REF-COUNT < 5000
006000         ADD 1 TO WS-REF-COUNT
006010         MOVE WS-CSH-IDX TO WS-REF-CSH-IDX (WS-REF-COUNT)
006020         MOVE WS-MEAS-IDX TO WS-REF-MEASURE (WS-REF-COUNT)
006030         MOVE WS-REF-WORK TO WS-REF-TEXT (WS-REF-COUNT)
006040     ELSE
006050         ADD 1 TO WS-REF-DROPPED
006060     END-IF.
006070 3400-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 4000-TALLY-DRAWERS  -  COUNT THE NO-SALE DRAWER OPENINGS AND
006110*                        THE DRAWER COUNTS THAT CAME OUT OVER OR
006120*                        SHORT BEYOND THE TOLERANCE.
006130*----------------------------------------------------------------
006140 4000-TALLY-DRAWERS.
006150     MOVE "N" TO WS-FILE-EOF
006160     OPEN INPUT DRAW-EVT-FILE
006170     IF WS-DRAWEVT-STATUS NOT = "35"
006180         PERFORM 4010-READ-DRAWEVT THRU 4010-EXIT
006190         PERFORM UNTIL END-OF-FILE-IN
006200             PERFORM 4100-TALLY-ONE-EVENT THRU 4100-EXIT
006210             PERFORM 4010-READ-DRAWEVT THRU 4010-EXIT
006220         END-PERFORM
006230         CLOSE DRAW-EVT-FILE
006240     END-IF
006250     MOVE "N" TO WS-FILE-EOF
006260     OPEN INPUT DRAWER-LOG-FILE
006270     IF WS-DRAWLOG-STATUS NOT = "35"
006280         PERFORM 4020-READ-DRAWLOG THRU 4020-EXIT
006290         PERFORM UNTIL END-OF-FILE-IN
006300             PERFORM 4200-TALLY-ONE-COUNT THRU 4200-EXIT
006310             PERFORM 4020-READ-DRAWLOG THRU 4020-EXIT
006320         END-PERFORM
006330         CLOSE DRAWER-LOG-FILE
006340     END-IF.
006350 4000-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 4010-READ-DRAWEVT  -  READ THE NEXT DRAWER EVENT.
006390*----------------------------------------------------------------
006400 4010-READ-DRAWEVT.
006410     READ DRAW-EVT-FILE
006420         AT END
006430             SET END-OF-FILE-IN TO TRUE
006440     END-READ.
006450 4010-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* 4020-READ-DRAWLOG  -  READ THE NEXT DRAWER COUNT.
006490*----------------------------------------------------------------
006500 4020-READ-DRAWLOG.
006510     READ DRAWER-LOG-FILE
006520         AT END
006530             SET END-OF-FILE-IN TO TRUE
006540     END-READ.
006550 4020-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580* 4100-TALLY-ONE-EVENT  -  COUNT AN IN-RANGE NO-SALE AGAINST THE
006590*                          CASHIER WHO OPENED THE DRAWER.
006600*----------------------------------------------------------------
006610 4100-TALLY-ONE-EVENT.
006620     IF NOT DE-IS-NO-SALE OR
006630             DE-BUSINESS-DATE < WS-FROM-DATE OR
006640             DE-BUSINESS-DATE > WS-TO-DATE OR
006650             DE-CASHIER-ID = SPACES
006660         GO TO 4100-EXIT
006670     END-IF
006680     MOVE DE-CASHIER-ID TO WS-LOOK-ID
006690     PERFORM 3200-FIND-CASHIER THRU 3200-EXIT
006700     IF WS-CSH-IDX = 0
006710         GO TO 4100-EXIT
006720     END-IF
006730     MOVE SPACES TO WS-REF-WORK
006740     STRING DE-TIMESTAMP (5:4) "-" DE-TIMESTAMP (9:4)
006750         DELIMITED BY SIZE INTO WS-REF-WORK
006760     MOVE WS-NO-SALE-M TO WS-MEAS-IDX
006770     PERFORM 3400-COUNT-EXCEPTION THRU 3400-EXIT.
006780 4100-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810* 4200-TALLY-ONE-COUNT  -  COUNT AN IN-RANGE DRAWER COUNT THAT
006820*                          CAME OUT OVER OR SHORT BEYOND THE
006830*                          TOLERANCE.  A CASHIER WHO RANG NOTHING
006840*                          TAKES THE DRAWER'S STORE AS HOME.
006850*----------------------------------------------------------------
006860 4200-TALLY-ONE-COUNT.
006870     IF DL-BUSINESS-DATE < WS-FROM-DATE OR
006880             DL-BUSINESS-DATE > WS-TO-DATE OR
006890             DL-CASHIER-ID = SPACES
006900         GO TO 4200-EXIT
006910     END-IF
006920     MOVE DL-VARIANCE TO WS-VARIANCE
006930     IF WS-VARIANCE < 0
006940         COMPUTE WS-VARIANCE = 0 - WS-VARIANCE
006950     END-IF
006960     IF WS-VARIANCE NOT > WS-VARIANCE-TOL
006970         GO TO 4200-EXIT
006980     END-IF
006990     MOVE DL-CASHIER-ID TO WS-LOOK-ID
007000     PERFORM 3200-FIND-CASHIER THRU 3200-EXIT
007010     IF WS-CSH-IDX = 0
007020         GO TO 4200-EXIT
007030     END-IF
007040     IF WS-CSH-STORE-IDX (WS-CSH-IDX) = 0
007050         MOVE DL-STORE-NAME TO WS-LOOK-STORE
007060         PERFORM 3300-FIND-STORE THRU 3300-EXIT
007070         MOVE WS-STR-IDX TO WS-CSH-STORE-IDX (WS-CSH-IDX)
007080     END-IF
007090     MOVE DL-BUSINESS-DATE TO WS-REF-WORK
007100     MOVE WS-OVER-SHORT-M TO WS-MEAS-IDX
007110     PERFORM 3400-COUNT-EXCEPTION THRU 3400-EXIT.
007120 4200-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150* 4500-TALLY-AUDIT-LOG  -  PICK THE VOIDED HELD SLIPS (LOGGED BY
007160*                          THE DAY CLOSE) AND THE WRONG-PIN
007170*                          LOCKOUTS (LOGGED BY THE MAIN MENU) OFF
007180*                          THE SHARED AUDIT LOG.
007190*----------------------------------------------------------------
007200 4500-TALLY-AUDIT-LOG.
007210     MOVE "N" TO WS-FILE-EOF
007220     OPEN INPUT AUDIT-LOG-FILE
007230     IF WS-AUDITLOG-STATUS = "35"
007240         GO TO 4500-EXIT
007250     END-IF
007260     PERFORM 4510-READ-AUDITLOG THRU 4510-EXIT
007270     PERFORM UNTIL END-OF-FILE-IN
007280         PERFORM 4600-TALLY-ONE-AUDIT THRU 4600-EXIT
007290         PERFORM 4510-READ-AUDITLOG THRU 4510-EXIT
007300     END-PERFORM
007310     CLOSE AUDIT-LOG-FILE.
007320 4500-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------
007350* 4510-READ-AUDITLOG  -  READ THE NEXT AUDIT LOG RECORD.
007360*----------------------------------------------------------------
007370 4510-READ-AUDITLOG.
007380     READ AUDIT-LOG-FILE
007390         AT END
007400             SET END-OF-FILE-IN TO TRUE
007410     END-READ.
007420 4510-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------
007450* 4600-TALLY-ONE-AUDIT  -  A VOIDED SLIP IS DATED BY ITS BUSINESS
007460*                          DATE AND CHARGED TO THE CASHIER WHO
007470*                          HELD IT; A LOCKOUT IS DATED BY THE LOG
007480*                          TIMESTAMP AND CHARGED TO THE LOCKED ID.
007490*----------------------------------------------------------------
007500 4600-TALLY-ONE-AUDIT.
007510     MOVE 0 TO WS-REC-DATE
007520     MOVE SPACES TO WS-LOOK-ID
007530     IF AL-PROGRAM-NAME = "DAYCTL" AND
007540             AL-MESSAGE-TEXT (1:10) = "HELD SLIP " AND
007550             AL-MESSAGE-TEXT (15:4) = " OF " AND
007560             AL-MESSAGE-TEXT (19:8) IS NUMERIC
007570         MOVE AL-MESSAGE-TEXT (19:8) TO WS-REC-DATE
007580         MOVE AL-MESSAGE-TEXT (44:6) TO WS-LOOK-ID
007590         MOVE SPACES TO WS-REF-WORK
007600         STRING "SLIP " AL-MESSAGE-TEXT (11:4)
007610             DELIMITED BY SIZE INTO WS-REF-WORK
007620         MOVE WS-VOID-HOLD-M TO WS-MEAS-IDX
007630     END-IF
007640     IF AL-PROGRAM-NAME = "MAINMENU" AND
007650             AL-MESSAGE-TEXT (1:32) =
007660                 "OPERATOR LOCKED ON FAILED PINS: " AND
007670             AL-TIMESTAMP (1:8) IS NUMERIC
007680         MOVE AL-TIMESTAMP (1:8) TO WS-REC-DATE
007690         MOVE AL-MESSAGE-TEXT (33:6) TO WS-LOOK-ID
007700         MOVE AL-TIMESTAMP (1:8) TO WS-REF-WORK
007710         MOVE WS-LOCKOUT-M TO WS-MEAS-IDX
007720     END-IF
007730     IF WS-LOOK-ID = SPACES OR
007740             WS-REC-DATE < WS-FROM-DATE OR
007750             WS-REC-DATE > WS-TO-DATE
007760         GO TO 4600-EXIT
007770     END-IF
007780     PERFORM 3200-FIND-CASHIER THRU 3200-EXIT
007790     IF WS-CSH-IDX = 0
007800         GO TO 4600-EXIT
007810     END-IF
007820     PERFORM 3400-COUNT-EXCEPTION THRU 3400-EXIT.
007830 4600-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------
007860* 5000-SCORE-CASHIERS  -  SUM EACH STORE FROM ITS CASHIERS, PUT
007870*                         EVERY COUNT PER 100 TRANSACTIONS, AND
007880*                         FLAG EACH MEASURE ON WHICH A CASHIER
007890*                         STANDS OUT FROM THE STORE AVERAGE.  A
007900*                         CASHIER WHO RANG NOTHING IS RATED AS IF
007910*                         ONE TRANSACTION HAD BEEN RUNG.
007920*----------------------------------------------------------------
007930 5000-SCORE-CASHIERS.
007940     PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
007950             UNTIL WS-CSH-IDX > WS-CASHIER-COUNT
007960         MOVE WS-CSH-STORE-IDX (WS-CSH-IDX) TO WS-STR-IDX
007970         ADD WS-CSH-TRANS (WS-CSH-IDX) TO WS-ALL-TRANS
007980         IF WS-STR-IDX > 0
007990             ADD WS-CSH-TRANS (WS-CSH-IDX)
008000                 TO WS-STR-TRANS (WS-STR-IDX)
008010         END-IF
008020         PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
008030                 UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
008040             ADD WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX)
008050                 TO WS-ALL-COUNT (WS-MEAS-IDX)
008060             IF WS-STR-IDX > 0
008070                 ADD WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX)
008080                     TO WS-STR-COUNT (WS-STR-IDX, WS-MEAS-IDX)
008090             END-IF
008100         END-PERFORM
008110     END-PERFORM
008120     MOVE WS-ALL-TRANS TO WS-DIVISOR
008130     IF WS-DIVISOR = 0
008140         MOVE 1 TO WS-DIVISOR
008150     END-IF
008160     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
008170             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
008180         COMPUTE WS-ALL-RATE (WS-MEAS-IDX) ROUNDED =
008190             WS-ALL-COUNT (WS-MEAS-IDX) * 100 / WS-DIVISOR
008200     END-PERFORM
008210     PERFORM VARYING WS-STR-IDX FROM 1 BY 1
008220             UNTIL WS-STR-IDX > WS-STORE-COUNT
008230         MOVE WS-STR-TRANS (WS-STR-IDX) TO WS-DIVISOR
008240         IF WS-DIVISOR = 0
008250             MOVE 1 TO WS-DIVISOR
008260         END-IF
008270         PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
008280                 UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
008290             COMPUTE WS-STR-RATE (WS-STR-IDX, WS-MEAS-IDX)
008300                 ROUNDED = WS-STR-COUNT (WS-STR-IDX, WS-MEAS-IDX)
008310                 * 100 / WS-DIVISOR
008320         END-PERFORM
008330     END-PERFORM
008340     PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
008350             UNTIL WS-CSH-IDX > WS-CASHIER-COUNT
008360         PERFORM 5100-SCORE-ONE-CASHIER THRU 5100-EXIT
008370     END-PERFORM.
008380 5000-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410* 5100-SCORE-ONE-CASHIER  -  RATE AND FLAG ONE CASHIER.  A
008420*                            MEASURE IS FLAGGED WHEN IT HAS AT
008430*                            LEAST THE MINIMUM COUNT AND ITS RATE
008440*                            IS OVER THE SET PERCENT OF THE STORE
008450*                            (OR ALL-STORES) AVERAGE.
008460*----------------------------------------------------------------
008470 5100-SCORE-ONE-CASHIER.
008480     MOVE WS-CSH-STORE-IDX (WS-CSH-IDX) TO WS-STR-IDX
008490     MOVE WS-CSH-TRANS (WS-CSH-IDX) TO WS-DIVISOR
008500     IF WS-DIVISOR = 0
008510         MOVE 1 TO WS-DIVISOR
008520     END-IF
008530     MOVE 0 TO WS-CSH-FLAGS (WS-CSH-IDX)
008540     MOVE 0 TO WS-CSH-EXCEPTIONS (WS-CSH-IDX)
008550     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
008560             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
008570         ADD WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX)
008580             TO WS-CSH-EXCEPTIONS (WS-CSH-IDX)
008590         COMPUTE WS-CSH-RATE (WS-CSH-IDX, WS-MEAS-IDX) ROUNDED =
008600             WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX) * 100
008610             / WS-DIVISOR
008620         MOVE SPACE TO WS-CSH-FLAG (WS-CSH-IDX, WS-MEAS-IDX)
008630         IF WS-STR-IDX > 0
008640             COMPUTE WS-LIMIT-RATE =
008650                 WS-STR-RATE (WS-STR-IDX, WS-MEAS-IDX)
008660                 * WS-FACTOR-PCT / 100
008670         ELSE
008680             COMPUTE WS-LIMIT-RATE =
008690                 WS-ALL-RATE (WS-MEAS-IDX) * WS-FACTOR-PCT / 100
008700         END-IF
008710         IF WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX) >= WS-MIN-COUNT
008720                 AND WS-CSH-RATE (WS-CSH-IDX, WS-MEAS-IDX)
008730                     > WS-LIMIT-RATE
008740             MOVE "*" TO WS-CSH-FLAG (WS-CSH-IDX, WS-MEAS-IDX)
008750             ADD 1 TO WS-CSH-FLAGS (WS-CSH-IDX)
008760         END-IF
008770     END-PERFORM
008780     ADD WS-CSH-EXCEPTIONS (WS-CSH-IDX) TO WS-EXCP-TOTAL
008790     IF WS-CSH-FLAGS (WS-CSH-IDX) > 0
008800         ADD 1 TO WS-FLAGGED-CASHIERS
008810     END-IF.
008820 5100-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850* 6000-WRITE-REPORT  -  THE CASHIERS IN RANK ORDER - MOST
008860*                       MEASURES FLAGGED FIRST, THEN MOST
008870*                       EXCEPTIONS - WITH THE DRILL-DOWN UNDER
008880*                       EACH FLAGGED CASHIER, THEN THE STORE
008890*                       AVERAGES THEY WERE HELD TO.
008900*----------------------------------------------------------------
008910 6000-WRITE-REPORT.
008920     IF WS-CASHIER-COUNT = 0
008930         MOVE "  (NO CASHIER ACTIVITY IN THE RANGE)"
008940             TO SCOR-RPT-RECORD
008950         WRITE SCOR-RPT-RECORD
008960         GO TO 6000-EXIT
008970     END-IF
008980     PERFORM 6050-WRITE-HEADINGS THRU 6050-EXIT
008990     MOVE 0 TO WS-RANK
009000     PERFORM WS-CASHIER-COUNT TIMES
009010         PERFORM 6100-PICK-NEXT THRU 6100-EXIT
009020         ADD 1 TO WS-RANK
009030         MOVE "Y" TO WS-CSH-PRINTED (WS-BEST-IDX)
009040         MOVE WS-BEST-IDX TO WS-CSH-IDX
009050         PERFORM 6200-WRITE-CASHIER THRU 6200-EXIT
009060     END-PERFORM
009070     MOVE SPACES TO SCOR-RPT-RECORD
009080     WRITE SCOR-RPT-RECORD
009090     MOVE "STORE AVERAGES PER 100 TRANSACTIONS"
009100         TO SCOR-RPT-RECORD
009110     WRITE SCOR-RPT-RECORD
009120     PERFORM VARYING WS-STR-IDX FROM 1 BY 1
009130             UNTIL WS-STR-IDX > WS-STORE-COUNT
009140         PERFORM 6400-WRITE-STORE THRU 6400-EXIT
009150     END-PERFORM
009160     PERFORM 6500-WRITE-ALL-STORES THRU 6500-EXIT.
009170 6000-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------
009200* 6050-WRITE-HEADINGS  -  THE COLUMN HEADINGS FOR THE CASHIER
009210*                         LINES.
009220*----------------------------------------------------------------
009230 6050-WRITE-HEADINGS.
009240     MOVE SPACES TO SCOR-RPT-RECORD
009250     MOVE "RANK CASHIER STORE              TRANS"
009260         TO SCOR-RPT-RECORD
009270     MOVE 38 TO WS-LINE-PTR
009280     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
009290             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
009300         STRING WS-MEASURE-NAME (WS-MEAS-IDX) DELIMITED BY SIZE
009310             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009320     END-PERFORM
009330     STRING " FLAGS" DELIMITED BY SIZE
009340         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009350     WRITE SCOR-RPT-RECORD
009360     MOVE SPACES TO SCOR-RPT-RECORD
009370     MOVE 38 TO WS-LINE-PTR
009380     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
009390             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
009400         STRING "  CNT  /100 " DELIMITED BY SIZE
009410             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009420     END-PERFORM
009430     WRITE SCOR-RPT-RECORD.
009440 6050-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
009470* 6100-PICK-NEXT  -  FIND THE HIGHEST-RANKING CASHIER NOT YET
009480*                    PRINTED.
009490*----------------------------------------------------------------
009500 6100-PICK-NEXT.
009510     MOVE 0 TO WS-BEST-IDX
009520     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
009530             UNTIL WS-SCAN-IDX > WS-CASHIER-COUNT
009540         IF WS-CSH-PRINTED (WS-SCAN-IDX) = "N"
009550             IF WS-BEST-IDX = 0
009560                 MOVE WS-SCAN-IDX TO WS-BEST-IDX
009570             ELSE
009580                 IF WS-CSH-FLAGS (WS-SCAN-IDX) >
009590                         WS-CSH-FLAGS (WS-BEST-IDX) OR
009600                         (WS-CSH-FLAGS (WS-SCAN-IDX) =
009610                         WS-CSH-FLAGS (WS-BEST-IDX) AND
009620                         WS-CSH-EXCEPTIONS (WS-SCAN-IDX) >
009630                         WS-CSH-EXCEPTIONS (WS-BEST-IDX))
009640                     MOVE WS-SCAN-IDX TO WS-BEST-IDX
009650                 END-IF
009660             END-IF
009670         END-IF
009680     END-PERFORM.
009690 6100-EXIT.
009700     EXIT.
009710*----------------------------------------------------------------
009720* 6200-WRITE-CASHIER  -  ONE CASHIER'S LINE, THEN, WHEN ANY
009730*                        MEASURE IS FLAGGED, THE REFERENCES
009740*                        BEHIND EACH FLAGGED COUNT.
009750*----------------------------------------------------------------
009760 6200-WRITE-CASHIER.
009770     MOVE WS-CSH-STORE-IDX (WS-CSH-IDX) TO WS-STR-IDX
009780     MOVE WS-RANK TO WS-EDIT-RANK
009790     MOVE WS-CSH-TRANS (WS-CSH-IDX) TO WS-EDIT-TRANS
009800     MOVE SPACES TO SCOR-RPT-RECORD
009810     MOVE 1 TO WS-LINE-PTR
009820     STRING WS-EDIT-RANK "  " WS-CSH-ID (WS-CSH-IDX) " "
009830         DELIMITED BY SIZE
009840         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009850     IF WS-STR-IDX > 0
009860         STRING WS-STR-NAME (WS-STR-IDX) (1:16) DELIMITED BY SIZE
009870             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009880     ELSE
009890         STRING WS-NO-STORE-NAME (1:16) DELIMITED BY SIZE
009900             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009910     END-IF
009920     MOVE 31 TO WS-LINE-PTR
009930     STRING WS-EDIT-TRANS DELIMITED BY SIZE
009940         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
009950     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
009960             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
009970         MOVE WS-CSH-COUNT (WS-CSH-IDX, WS-MEAS-IDX)
009980             TO WS-EDIT-COUNT
009990         MOVE WS-CSH-RATE (WS-CSH-IDX, WS-MEAS-IDX)
010000             TO WS-EDIT-RATE
010010         STRING " " WS-EDIT-COUNT WS-EDIT-RATE
010020             WS-CSH-FLAG (WS-CSH-IDX, WS-MEAS-IDX)
010030             DELIMITED BY SIZE
010040             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010050     END-PERFORM
010060     MOVE WS-CSH-FLAGS (WS-CSH-IDX) TO WS-EDIT-FLAGS
010070     STRING "   " WS-EDIT-FLAGS DELIMITED BY SIZE
010080         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010090     WRITE SCOR-RPT-RECORD
010100     IF WS-CSH-FLAGS (WS-CSH-IDX) > 0
010110         PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
010120                 UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
010130             IF WS-CSH-FLAG (WS-CSH-IDX, WS-MEAS-IDX) = "*"
010140                 PERFORM 6300-WRITE-DRILL-DOWN THRU 6300-EXIT
010150             END-IF
010160         END-PERFORM
010170     END-IF.
010180 6200-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210* 6300-WRITE-DRILL-DOWN  -  LIST THE REFERENCES BEHIND ONE
010220*                           FLAGGED MEASURE, EIGHT TO A LINE.
010230*----------------------------------------------------------------
010240 6300-WRITE-DRILL-DOWN.
010250     MOVE SPACES TO SCOR-RPT-RECORD
010260     MOVE 1 TO WS-LINE-PTR
010270     STRING "        " WS-MEASURE-NAME (WS-MEAS-IDX) ": "
010280         DELIMITED BY SIZE
010290         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010300     MOVE 0 TO WS-REFS-ON-LINE
010310     PERFORM VARYING WS-REF-IDX FROM 1 BY 1
010320             UNTIL WS-REF-IDX > WS-REF-COUNT
010330         IF WS-REF-CSH-IDX (WS-REF-IDX) = WS-CSH-IDX AND
010340                 WS-REF-MEASURE (WS-REF-IDX) = WS-MEAS-IDX
010350             IF WS-REFS-ON-LINE = 8
010360                 WRITE SCOR-RPT-RECORD
010370                 MOVE SPACES TO SCOR-RPT-RECORD
010380                 MOVE 26 TO WS-LINE-PTR
010390                 MOVE 0 TO WS-REFS-ON-LINE
010400             END-IF
010410             STRING WS-REF-TEXT (WS-REF-IDX) " " DELIMITED BY SIZE
010420                 INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010430             ADD 1 TO WS-REFS-ON-LINE
010440         END-IF
010450     END-PERFORM
010460     WRITE SCOR-RPT-RECORD.
010470 6300-EXIT.
010480     EXIT.
010490*----------------------------------------------------------------
010500* 6400-WRITE-STORE  -  ONE STORE'S AVERAGE RATES.
010510*----------------------------------------------------------------
010520 6400-WRITE-STORE.
010530     MOVE WS-STR-TRANS (WS-STR-IDX) TO WS-EDIT-TRANS
010540     MOVE SPACES TO SCOR-RPT-RECORD
010550     MOVE 1 TO WS-LINE-PTR
010560     STRING "           " WS-STR-NAME (WS-STR-IDX) (1:16)
010570         DELIMITED BY SIZE
010580         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010590     MOVE 31 TO WS-LINE-PTR
010600     STRING WS-EDIT-TRANS DELIMITED BY SIZE
010610         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010620     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
010630             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
010640         MOVE WS-STR-COUNT (WS-STR-IDX, WS-MEAS-IDX)
010650             TO WS-EDIT-COUNT
010660         MOVE WS-STR-RATE (WS-STR-IDX, WS-MEAS-IDX)
010670             TO WS-EDIT-RATE
010680         STRING " " WS-EDIT-COUNT WS-EDIT-RATE " "
010690             DELIMITED BY SIZE
010700             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010710     END-PERFORM
010720     WRITE SCOR-RPT-RECORD.
010730 6400-EXIT.
010740     EXIT.
010750*----------------------------------------------------------------
010760* 6500-WRITE-ALL-STORES  -  THE ALL-STORES AVERAGE RATES, WHICH
010770*                           A CASHIER WITH NO HOME STORE IS HELD
010780*                           TO.
010790*----------------------------------------------------------------
010800 6500-WRITE-ALL-STORES.
010810     MOVE WS-ALL-TRANS TO WS-EDIT-TRANS
010820     MOVE SPACES TO SCOR-RPT-RECORD
010830     MOVE 1 TO WS-LINE-PTR
010840     STRING "           " WS-ALL-STORES-NAME
010850         DELIMITED BY SIZE
010860         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010870     MOVE 31 TO WS-LINE-PTR
010880     STRING WS-EDIT-TRANS DELIMITED BY SIZE
010890         INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010900     PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
010910             UNTIL WS-MEAS-IDX > WS-MEASURE-COUNT
010920         MOVE WS-ALL-COUNT (WS-MEAS-IDX) TO WS-EDIT-COUNT
010930         MOVE WS-ALL-RATE (WS-MEAS-IDX) TO WS-EDIT-RATE
010940         STRING " " WS-EDIT-COUNT WS-EDIT-RATE " "
010950             DELIMITED BY SIZE
010960             INTO SCOR-RPT-RECORD WITH POINTER WS-LINE-PTR
010970     END-PERFORM
010980     WRITE SCOR-RPT-RECORD.
010990 6500-EXIT.
011000     EXIT.
011010*----------------------------------------------------------------
011020* 9999-TERMINATE  -  CLOSE THE REPORT AND SHOW THE RUN COUNTS.
011030*----------------------------------------------------------------
011040 9999-TERMINATE.
011050     CLOSE SCOR-RPT-FILE
011060     DISPLAY "Transactions rung     : " WS-TRAN-USED
011070     DISPLAY "Cashiers scored       : " WS-CASHIER-COUNT
011080     DISPLAY "Exceptions counted    : " WS-EXCP-TOTAL
011090     DISPLAY "Cashiers flagged      : " WS-FLAGGED-CASHIERS
011100     IF WS-REF-DROPPED > 0
011110         DISPLAY "Drill-down references not listed: "
011120             WS-REF-DROPPED
011130     END-IF.
011140 9999-EXIT.
011150     EXIT.
011160 END PROGRAM CASHSCOR.
