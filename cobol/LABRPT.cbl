000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LABRPT.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  SALES PER LABOR HOUR
000100*                   REPORT FOR A DATE RANGE (UP TO 62 DAYS).
000110*                   EACH SESSLOG SIGN-ON/SIGN-OFF SESSION IS
000120*                   SPREAD ACROSS THE CLOCK HOURS IT COVERS AND
000130*                   LAID, PER STORE AND HOUR OF THE DAY, NEXT TO
000140*                   THE TRANSACTION COUNT AND NET SALES FROM THE
000150*                   SALEHIST ARCHIVE AND THE LIVE SALESTRN FILE
000160*                   - THE TWO HALVES HOURRPT AND HRSRPT PRINT
000170*                   SEPARATELY.  SALES PER LABOR HOUR AND
000180*                   TRANSACTIONS PER REGISTER-HOUR ARE WORKED
000190*                   OUT, AND AN HOUR WHOSE TRANSACTIONS PER
000200*                   OPERATOR HOUR FALL OUTSIDE THE LABTARG
000210*                   TARGETS IS FLAGGED OVER- OR UNDERSTAFFED.
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
000320     SELECT SESS-LOG-FILE ASSIGN TO "SESSLOG"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SESSLOG-STATUS.
000350     SELECT LAB-TARG-FILE ASSIGN TO "LABTARG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-LABTARG-STATUS.
000380     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BUSDATE-STATUS.
000410     SELECT LAB-RPT-FILE ASSIGN TO "LABRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  SALE-HIST-FILE.
000460     COPY SALETRAN.
000470 FD  SALES-TRAN-FILE.
000480 01  LIVE-TRAN-RECORD.
000490     05  LT-SALETRAN-AREA       PIC X(190).
000500 FD  SESS-LOG-FILE.
000510     COPY SESSLOG.
000520*----------------------------------------------------------------
000530* LABTARG HOLDS THE STAFFING TARGETS AS TRANSACTIONS PER OPERATOR
000540* HOUR - THE FEWEST (3 DIGITS) BELOW WHICH AN HOUR IS FLAGGED
000550* OVERSTAFFED AND THE MOST (3 DIGITS) ABOVE WHICH IT IS FLAGGED
000560* UNDERSTAFFED.  WITH NO FILE THE TARGETS ARE 8 AND 25.
000570*----------------------------------------------------------------
000580 FD  LAB-TARG-FILE.
000590 01  LAB-TARG-RECORD.
000600     05  LT-MIN-PER-HOUR        PIC 9(3).
000610     05  LT-MAX-PER-HOUR        PIC 9(3).
000620 FD  BUS-DATE-FILE.
000630     COPY BUSDATE.
000640 FD  LAB-RPT-FILE.
000650 01  LAB-RPT-RECORD             PIC X(120).
000660 WORKING-STORAGE SECTION.
000670 01  WS-SALEHIST-STATUS         PIC X(2).
000680 01  WS-SALETRAN-STATUS         PIC X(2).
000690 01  WS-SESSLOG-STATUS          PIC X(2).
000700 01  WS-LABTARG-STATUS          PIC X(2).
000710 01  WS-BUSDATE-STATUS          PIC X(2).
000720 01  WS-FILE-EOF                PIC X VALUE "N".
000730     88  END-OF-FILE-IN         VALUE "Y".
000740 01  WS-TIMESTAMP               PIC X(21).
000750 01  WS-FROM-TEXT               PIC X(8).
000760 01  WS-TO-TEXT                 PIC X(8).
000770 01  WS-FROM-DATE               PIC 9(8) VALUE 0.
000780 01  WS-TO-DATE                 PIC 9(8) VALUE 0.
000790 01  WS-FROM-INT                PIC S9(9) COMP VALUE 0.
000800 01  WS-TO-INT                  PIC S9(9) COMP VALUE 0.
000810 01  WS-BUS-DATE                PIC 9(8) VALUE 0.
000820 01  WS-BUS-INT                 PIC S9(9) COMP VALUE 0.
000830 01  WS-BAD-RANGE               PIC X VALUE "N".
000840     88  WS-RANGE-IS-BAD        VALUE "Y".
000850 01  WS-MIN-PER-HOUR            PIC 9(3) VALUE 8.
000860 01  WS-MAX-PER-HOUR            PIC 9(3) VALUE 25.
000870*----------------------------------------------------------------
000880* ONE ENTRY PER STORE, BUCKETED BY HOUR OF THE DAY OVER THE
000890* WHOLE RANGE.  OPERATOR TIME IS HELD IN SECONDS AND TURNED INTO
000900* HOURS ONLY FOR PRINTING.  A REGISTER-HOUR IS ONE REGISTER
000910* RINGING AT LEAST ONE TRANSACTION IN ONE CLOCK HOUR OF ONE DAY.
000920*----------------------------------------------------------------
000930 01  WS-STORE-COUNT             PIC 9(2) VALUE 0.
000940 01  WS-STORE-TABLE.
000950     05  WS-STR-ENTRY OCCURS 50 TIMES.
000960         10  WS-STR-NAME        PIC X(20).
000970         10  WS-HOUR-ENTRY OCCURS 24 TIMES.
000980             15  WS-HR-OPER-SECS PIC 9(9) VALUE 0.
000990             15  WS-HR-REG-HOURS PIC 9(5) VALUE 0.
001000             15  WS-HR-COUNT    PIC 9(6) VALUE 0.
001010             15  WS-HR-NET      PIC S9(9)V99 VALUE 0.
001020 01  WS-NO-STORE-NAME           PIC X(20)
001030                                VALUE "(NO SALES RUNG)".
001040*----------------------------------------------------------------
001050* THE STORE EACH OPERATOR RANG AT ON EACH BUSINESS DAY - THE
001060* SESSION LOG CARRIES NO STORE, SO A SESSION IS BOOKED TO THE
001070* STORE WHERE ITS OPERATOR RANG THAT DAY.
001080*----------------------------------------------------------------
001090 01  WS-MAP-COUNT               PIC 9(4) VALUE 0.
001100 01  WS-MAP-TABLE.
001110     05  WS-MAP-ENTRY OCCURS 2000 TIMES.
001120         10  WS-MAP-DATE        PIC 9(8).
001130         10  WS-MAP-OPER        PIC X(6).
001140         10  WS-MAP-STORE-IDX   PIC 9(2).
001150 01  WS-MAP-IDX                 PIC 9(4) VALUE 0.
001160*----------------------------------------------------------------
001170* REGISTER-HOURS ALREADY COUNTED FOR THE BUSINESS DAY IN
001180* WS-SEEN-DATE.  THE ARCHIVE IS APPENDED A DAY AT A TIME, SO THE
001190* TABLE IS CLEARED WHENEVER THE DAY CHANGES.
001200*----------------------------------------------------------------
001210 01  WS-SEEN-DATE               PIC 9(8) VALUE 0.
001220 01  WS-SEEN-COUNT              PIC 9(4) VALUE 0.
001230 01  WS-SEEN-TABLE.
001240     05  WS-SEEN-ENTRY OCCURS 1000 TIMES.
001250         10  WS-SEEN-STORE-IDX  PIC 9(2).
001260         10  WS-SEEN-HOUR-IDX   PIC 9(2).
001270         10  WS-SEEN-REGISTER   PIC X(4).
001280 01  WS-SEEN-IDX                PIC 9(4) VALUE 0.
001290 01  WS-SEEN-FOUND              PIC X VALUE "N".
001300     88  REG-HOUR-WAS-SEEN      VALUE "Y".
001310*----------------------------------------------------------------
001320* THE OPEN SIGN-ON OF EACH OPERATOR WHILE THE LOG IS WALKED.
001330*----------------------------------------------------------------
001340 01  WS-OPER-COUNT              PIC 9(3) VALUE 0.
001350 01  WS-OPER-TABLE.
001360     05  WS-OPER-ENTRY OCCURS 200 TIMES.
001370         10  WS-OPR-ID          PIC X(6).
001380         10  WS-OPR-OPEN        PIC X(1).
001390         10  WS-OPR-ON-DATE     PIC 9(8).
001400         10  WS-OPR-ON-SECS     PIC S9(11) COMP.
001410 01  WS-OPR-IDX                 PIC 9(3) VALUE 0.
001420 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
001430 01  WS-STR-IDX                 PIC 9(2) VALUE 0.
001440 01  WS-HOUR-IDX                PIC 9(2) VALUE 0.
001450 01  WS-HOUR                    PIC 9(2) VALUE 0.
001460 01  WS-HOUR-TEXT               PIC X(2).
001470 01  WS-STAMP-WORK              PIC X(21).
001480 01  WS-TS-DATE                 PIC 9(8) VALUE 0.
001490 01  WS-TS-HH                   PIC 9(2) VALUE 0.
001500 01  WS-TS-MM                   PIC 9(2) VALUE 0.
001510 01  WS-TS-SS                   PIC 9(2) VALUE 0.
001520 01  WS-DATE-INT                PIC S9(9) COMP VALUE 0.
001530 01  WS-EVENT-SECS              PIC S9(11) COMP VALUE 0.
001540 01  WS-SEG-START               PIC S9(11) COMP VALUE 0.
001550 01  WS-SEG-END                 PIC S9(11) COMP VALUE 0.
001560 01  WS-HOUR-END                PIC S9(11) COMP VALUE 0.
001570 01  WS-DAY-SECS                PIC S9(11) COMP VALUE 0.
001580 01  WS-WHOLE-HOURS             PIC S9(11) COMP VALUE 0.
001590 01  WS-STAMP-OK                PIC X VALUE "N".
001600     88  STAMP-IS-VALID         VALUE "Y".
001610 01  WS-TRAN-USED               PIC 9(6) VALUE 0.
001620 01  WS-TRAN-SKIPPED            PIC 9(6) VALUE 0.
001630 01  WS-SESS-USED               PIC 9(6) VALUE 0.
001640 01  WS-SESS-SKIPPED            PIC 9(6) VALUE 0.
001650 01  WS-FLAG-COUNT              PIC 9(4) VALUE 0.
001660 01  WS-OPER-HOURS              PIC 9(7)V99 VALUE 0.
001670 01  WS-PER-LABOR-HOUR          PIC S9(7)V99 VALUE 0.
001680 01  WS-PER-REG-HOUR            PIC 9(5)V9 VALUE 0.
001690 01  WS-TRAN-PER-OPER           PIC 9(5)V9 VALUE 0.
001700 01  WS-FLAG-TEXT               PIC X(20).
001710 01  WS-TOT-OPER-SECS           PIC 9(11) VALUE 0.
001720 01  WS-TOT-REG-HOURS           PIC 9(7) VALUE 0.
001730 01  WS-TOT-COUNT               PIC 9(7) VALUE 0.
001740 01  WS-TOT-NET                 PIC S9(9)V99 VALUE 0.
001750 01  WS-LINE-SECS               PIC 9(11) VALUE 0.
001760 01  WS-LINE-REG-HOURS          PIC 9(7) VALUE 0.
001770 01  WS-LINE-COUNT              PIC 9(7) VALUE 0.
001780 01  WS-LINE-NET                PIC S9(9)V99 VALUE 0.
001790 01  WS-LINE-LABEL              PIC X(13).
001800 01  WS-EDIT-HOURS              PIC ZZZZ9.99.
001810 01  WS-EDIT-REG                PIC ZZZZ9.
001820 01  WS-EDIT-COUNT              PIC ZZZZZ9.
001830 01  WS-EDIT-AMT                PIC -(7)9.99.
001840 01  WS-EDIT-SPLH               PIC -(6)9.99.
001850 01  WS-EDIT-RATE               PIC ZZZZ9.9.
001860 01  WS-EDIT-TARGET             PIC ZZ9.
001870 01  WS-EDIT-TARGET-2           PIC ZZ9.
001880 PROCEDURE DIVISION.
001890*----------------------------------------------------------------
001900* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
001910*----------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     IF NOT WS-RANGE-IS-BAD
001950         PERFORM 2000-TALLY-SALES THRU 2000-EXIT
001960         PERFORM 3000-TALLY-SESSIONS THRU 3000-EXIT
001970         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001980         PERFORM 9999-TERMINATE THRU 9999-EXIT
001990     END-IF
002000     GOBACK.
002010*----------------------------------------------------------------
002020* 1000-INITIALIZE  -  TAKE THE DATE RANGE, EDIT IT, LOAD THE
002030*                     STAFFING TARGETS, AND START THE REPORT.
002040*                     A BLANK RANGE DEFAULTS TO THE SEVEN DAYS
002050*                     ENDING AT THE BUSDATE BUSINESS DATE, AS
002060*                     THE PERIOD SALES REPORT DOES.
002070*----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     DISPLAY "[SALES PER LABOR HOUR REPORT]"
002100     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002110     DISPLAY "From Date (YYYYMMDD): " WITH NO ADVANCING
002120     ACCEPT WS-FROM-TEXT
002130     DISPLAY "To Date   (YYYYMMDD): " WITH NO ADVANCING
002140     ACCEPT WS-TO-TEXT
002150     MOVE FUNCTION NUMVAL(WS-FROM-TEXT) TO WS-FROM-DATE
002160     MOVE FUNCTION NUMVAL(WS-TO-TEXT) TO WS-TO-DATE
002170     IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
002180         PERFORM 1100-DEFAULT-RANGE THRU 1100-EXIT
002190     END-IF
002200     IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
002210         DISPLAY "Dates must be keyed as YYYYMMDD - "
002220             "report cancelled."
002230         SET WS-RANGE-IS-BAD TO TRUE
002240         GO TO 1000-EXIT
002250     END-IF
002260     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
002270     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
002280     IF WS-TO-INT < WS-FROM-INT OR WS-FROM-INT = 0
002290         DISPLAY "Date range is out of order - report cancelled."
002300         SET WS-RANGE-IS-BAD TO TRUE
002310         GO TO 1000-EXIT
002320     END-IF
002330     IF WS-TO-INT - WS-FROM-INT + 1 > 62
002340         DISPLAY "Range is over 62 days - report cancelled."
002350         SET WS-RANGE-IS-BAD TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF
002380     PERFORM 1200-LOAD-TARGETS THRU 1200-EXIT
002390     OPEN OUTPUT LAB-RPT-FILE
002400     MOVE SPACES TO LAB-RPT-RECORD
002410     STRING "SALES PER LABOR HOUR  " DELIMITED BY SIZE
002420         WS-FROM-DATE DELIMITED BY SIZE
002430         " THRU " DELIMITED BY SIZE
002440         WS-TO-DATE DELIMITED BY SIZE
002450         "  - " DELIMITED BY SIZE
002460         WS-TIMESTAMP DELIMITED BY SIZE
002470         INTO LAB-RPT-RECORD
002480     WRITE LAB-RPT-RECORD
002490     MOVE WS-MIN-PER-HOUR TO WS-EDIT-TARGET
002500     MOVE WS-MAX-PER-HOUR TO WS-EDIT-TARGET-2
002510     MOVE SPACES TO LAB-RPT-RECORD
002520     STRING "STAFFING TARGET " DELIMITED BY SIZE
002530         WS-EDIT-TARGET DELIMITED BY SIZE
002540         " TO " DELIMITED BY SIZE
002550         WS-EDIT-TARGET-2 DELIMITED BY SIZE
002560         " TRANSACTIONS PER OPERATOR HOUR.  HOURS ARE TOTALLED"
002570         DELIMITED BY SIZE
002580         " OVER EVERY DAY IN THE RANGE." DELIMITED BY SIZE
002590         INTO LAB-RPT-RECORD
002600     WRITE LAB-RPT-RECORD
002610     MOVE SPACES TO LAB-RPT-RECORD
002620     WRITE LAB-RPT-RECORD.
002630 1000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660* 1100-DEFAULT-RANGE  -  NO RANGE WAS KEYED (AN UNATTENDED RUN
002670*                        OR A QUICK LOOK): USE THE SEVEN DAYS
002680*                        ENDING AT THE OPEN BUSINESS DATE.
002690*----------------------------------------------------------------
002700 1100-DEFAULT-RANGE.
002710     OPEN INPUT BUS-DATE-FILE
002720     IF WS-BUSDATE-STATUS = "35"
002730         GO TO 1100-EXIT
002740     END-IF
002750     READ BUS-DATE-FILE
002760         AT END
002770             CONTINUE
002780         NOT AT END
002790             MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
002800     END-READ
002810     CLOSE BUS-DATE-FILE
002820     IF WS-BUS-DATE = 0
002830         GO TO 1100-EXIT
002840     END-IF
002850     MOVE WS-BUS-DATE TO WS-TO-DATE
002860     COMPUTE WS-BUS-INT =
002870         FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) - 6
002880     MOVE FUNCTION DATE-OF-INTEGER (WS-BUS-INT)
002890         TO WS-FROM-DATE
002900     DISPLAY "No range keyed - defaulting to "
002910         WS-FROM-DATE " thru " WS-TO-DATE.
002920 1100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 1200-LOAD-TARGETS  -  READ THE STAFFING TARGETS.  A MISSING,
002960*                       EMPTY, OR NONSENSE FILE LEAVES THE
002970*                       DEFAULTS.
002980*----------------------------------------------------------------
002990 1200-LOAD-TARGETS.
003000     OPEN INPUT LAB-TARG-FILE
003010     IF WS-LABTARG-STATUS NOT = "35"
003020         READ LAB-TARG-FILE
003030             AT END
003040                 CONTINUE
003050             NOT AT END
003060                 IF LT-MIN-PER-HOUR IS NUMERIC AND
003070                         LT-MAX-PER-HOUR IS NUMERIC AND
003080                         LT-MAX-PER-HOUR > LT-MIN-PER-HOUR
003090                     MOVE LT-MIN-PER-HOUR TO WS-MIN-PER-HOUR
003100                     MOVE LT-MAX-PER-HOUR TO WS-MAX-PER-HOUR
003110                 END-IF
003120         END-READ
003130         CLOSE LAB-TARG-FILE
003140     END-IF.
003150 1200-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 2000-TALLY-SALES  -  BUCKET THE RANGE'S TRANSACTIONS FROM THE
003190*                      ARCHIVE AND THEN THE LIVE FILE (THE DAYS
003200*                      NOT YET CUT OVER).  CUTOVER MOVES A DAY
003210*                      FROM ONE TO THE OTHER, SO NONE IS COUNTED
003220*                      TWICE.
003230*----------------------------------------------------------------
003240 2000-TALLY-SALES.
003250     MOVE "N" TO WS-FILE-EOF
003260     OPEN INPUT SALE-HIST-FILE
003270     IF WS-SALEHIST-STATUS = "35"
003280         DISPLAY "No transaction archive on file."
003290     ELSE
003300         PERFORM 2010-READ-SALEHIST THRU 2010-EXIT
003310         PERFORM UNTIL END-OF-FILE-IN
003320             PERFORM 2100-TALLY-ONE-TRAN THRU 2100-EXIT
003330             PERFORM 2010-READ-SALEHIST THRU 2010-EXIT
003340         END-PERFORM
003350         CLOSE SALE-HIST-FILE
003360     END-IF
003370     MOVE "N" TO WS-FILE-EOF
003380     OPEN INPUT SALES-TRAN-FILE
003390     IF WS-SALETRAN-STATUS NOT = "35"
003400         PERFORM 2020-READ-SALETRAN THRU 2020-EXIT
003410         PERFORM UNTIL END-OF-FILE-IN
003420             PERFORM 2100-TALLY-ONE-TRAN THRU 2100-EXIT
003430             PERFORM 2020-READ-SALETRAN THRU 2020-EXIT
003440         END-PERFORM
003450         CLOSE SALES-TRAN-FILE
003460     END-IF.
003470 2000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 2010-READ-SALEHIST  -  READ THE NEXT ARCHIVED TRANSACTION.
003510*----------------------------------------------------------------
003520 2010-READ-SALEHIST.
003530     READ SALE-HIST-FILE
003540         AT END
003550             SET END-OF-FILE-IN TO TRUE
003560     END-READ.
003570 2010-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600* 2020-READ-SALETRAN  -  READ THE NEXT LIVE TRANSACTION INTO THE
003610*                        SAME RECORD AREA THE ARCHIVE USES.
003620*----------------------------------------------------------------
003630 2020-READ-SALETRAN.
003640     READ SALES-TRAN-FILE
003650         AT END
003660             SET END-OF-FILE-IN TO TRUE
003670         NOT AT END
003680             MOVE LT-SALETRAN-AREA TO SALETRAN-RECORD
003690     END-READ.
003700 2020-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 2100-TALLY-ONE-TRAN  -  BUCKET ONE IN-RANGE TRANSACTION BY ITS
003740*                         STORE AND THE HOUR OF ITS TIMESTAMP,
003750*                         COUNT A REGISTER-HOUR THE FIRST TIME
003760*                         ITS REGISTER RINGS IN THAT HOUR, AND
003770*                         NOTE WHERE ITS CASHIER WORKED THAT DAY.
003780*                         LAYAWAY MONEY IS NOT A SALE AND IS LEFT
003790*                         OUT; NET SALES ARE BEFORE TAX.
003800*----------------------------------------------------------------
003810 2100-TALLY-ONE-TRAN.
003820     IF ST-BUSINESS-DATE < WS-FROM-DATE OR
003830             ST-BUSINESS-DATE > WS-TO-DATE OR
003840             ST-IS-LAYAWAY-MONEY
003850         ADD 1 TO WS-TRAN-SKIPPED
003860         GO TO 2100-EXIT
003870     END-IF
003880     MOVE ST-TIMESTAMP (9:2) TO WS-HOUR-TEXT
003890     IF WS-HOUR-TEXT < "00" OR WS-HOUR-TEXT > "23"
003900         ADD 1 TO WS-TRAN-SKIPPED
003910         GO TO 2100-EXIT
003920     END-IF
003930     MOVE ST-STORE-NAME TO WS-FLAG-TEXT
003940     PERFORM 2200-FIND-STORE THRU 2200-EXIT
003950     IF WS-STR-IDX = 0
003960         ADD 1 TO WS-TRAN-SKIPPED
003970         GO TO 2100-EXIT
003980     END-IF
003990     ADD 1 TO WS-TRAN-USED
004000     MOVE WS-HOUR-TEXT TO WS-HOUR
004010     COMPUTE WS-HOUR-IDX = WS-HOUR + 1
004020     ADD 1 TO WS-HR-COUNT (WS-STR-IDX, WS-HOUR-IDX)
004030     ADD ST-SUBTOTAL TO WS-HR-NET (WS-STR-IDX, WS-HOUR-IDX)
004040     PERFORM 2300-COUNT-REG-HOUR THRU 2300-EXIT
004050     PERFORM 2400-NOTE-OPER-STORE THRU 2400-EXIT.
004060 2100-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* 2200-FIND-STORE  -  LOOK UP THE STORE NAMED IN WS-FLAG-TEXT,
004100*                     ADDING AN ENTRY THE FIRST TIME A NAME IS
004110*                     SEEN.  A 51ST STORE COMES BACK AS ZERO.
004120*----------------------------------------------------------------
004130 2200-FIND-STORE.
004140     MOVE 0 TO WS-STR-IDX
004150     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004160             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
004170         IF WS-STR-NAME (WS-SCAN-IDX) = WS-FLAG-TEXT
004180             MOVE WS-SCAN-IDX TO WS-STR-IDX
004190             EXIT PERFORM
004200         END-IF
004210     END-PERFORM
004220     IF WS-STR-IDX = 0 AND WS-STORE-COUNT < 50
004230         ADD 1 TO WS-STORE-COUNT
004240         MOVE WS-FLAG-TEXT TO WS-STR-NAME (WS-STORE-COUNT)
004250         MOVE WS-STORE-COUNT TO WS-STR-IDX
004260     END-IF.
004270 2200-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 2300-COUNT-REG-HOUR  -  COUNT A REGISTER-HOUR THE FIRST TIME
004310*                         THIS REGISTER RINGS IN THIS STORE AND
004320*                         HOUR ON THIS BUSINESS DAY.
004330*----------------------------------------------------------------
004340 2300-COUNT-REG-HOUR.
004350     IF ST-BUSINESS-DATE NOT = WS-SEEN-DATE
004360         MOVE ST-BUSINESS-DATE TO WS-SEEN-DATE
004370         MOVE 0 TO WS-SEEN-COUNT
004380     END-IF
004390     MOVE "N" TO WS-SEEN-FOUND
004400     PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
004410             UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
004420         IF WS-SEEN-STORE-IDX (WS-SEEN-IDX) = WS-STR-IDX AND
004430                 WS-SEEN-HOUR-IDX (WS-SEEN-IDX) = WS-HOUR-IDX AND
004440                 WS-SEEN-REGISTER (WS-SEEN-IDX) = ST-REGISTER-ID
004450             SET REG-HOUR-WAS-SEEN TO TRUE
004460             EXIT PERFORM
004470         END-IF
004480     END-PERFORM
004490     IF NOT REG-HOUR-WAS-SEEN
004500         ADD 1 TO WS-HR-REG-HOURS (WS-STR-IDX, WS-HOUR-IDX)
004510         IF WS-SEEN-COUNT < 1000
004520             ADD 1 TO WS-SEEN-COUNT
004530             MOVE WS-STR-IDX TO WS-SEEN-STORE-IDX (WS-SEEN-COUNT)
004540             MOVE WS-HOUR-IDX TO WS-SEEN-HOUR-IDX (WS-SEEN-COUNT)
004550             MOVE ST-REGISTER-ID
004560                 TO WS-SEEN-REGISTER (WS-SEEN-COUNT)
004570         END-IF
004580     END-IF.
004590 2300-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 2400-NOTE-OPER-STORE  -  REMEMBER THE STORE THIS CASHIER RANG
004630*                          AT ON THIS BUSINESS DAY.  THE FIRST
004640*                          STORE SEEN FOR THE DAY STANDS.
004650*----------------------------------------------------------------
004660 2400-NOTE-OPER-STORE.
004670     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
004680             UNTIL WS-MAP-IDX > WS-MAP-COUNT
004690         IF WS-MAP-DATE (WS-MAP-IDX) = ST-BUSINESS-DATE AND
004700                 WS-MAP-OPER (WS-MAP-IDX) = ST-CASHIER-ID
004710             GO TO 2400-EXIT
004720         END-IF
004730     END-PERFORM
004740     IF WS-MAP-COUNT < 2000
004750         ADD 1 TO WS-MAP-COUNT
004760         MOVE ST-BUSINESS-DATE TO WS-MAP-DATE (WS-MAP-COUNT)
004770         MOVE ST-CASHIER-ID TO WS-MAP-OPER (WS-MAP-COUNT)
004780         MOVE WS-STR-IDX TO WS-MAP-STORE-IDX (WS-MAP-COUNT)
004790     END-IF.
004800 2400-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830* 3000-TALLY-SESSIONS  -  WALK THE SESSION LOG PAIRING EACH
004840*                         SIGN-ON WITH THE NEXT SIGN-OFF FOR THE
004850*                         SAME OPERATOR, AS THE HOURS REPORT
004860*                         DOES.  A SESSION SIGNED ON WITHIN THE
004870*                         RANGE IS SPREAD OVER ITS HOURS.
004880*----------------------------------------------------------------
004890 3000-TALLY-SESSIONS.
004900     MOVE "N" TO WS-FILE-EOF
004910     OPEN INPUT SESS-LOG-FILE
004920     IF WS-SESSLOG-STATUS = "35"
004930         DISPLAY "No session log on file."
004940         GO TO 3000-EXIT
004950     END-IF
004960     PERFORM 3010-READ-SESSLOG THRU 3010-EXIT
004970     PERFORM UNTIL END-OF-FILE-IN
004980         PERFORM 3100-TALLY-ONE-EVENT THRU 3100-EXIT
004990         PERFORM 3010-READ-SESSLOG THRU 3010-EXIT
005000     END-PERFORM
005010     CLOSE SESS-LOG-FILE.
005020 3000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 3010-READ-SESSLOG  -  READ THE NEXT SESSION RECORD.
005060*----------------------------------------------------------------
005070 3010-READ-SESSLOG.
005080     READ SESS-LOG-FILE
005090         AT END
005100             SET END-OF-FILE-IN TO TRUE
005110     END-READ.
005120 3010-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 3100-TALLY-ONE-EVENT  -  A SIGN-ON OPENS THE OPERATOR'S
005160*                          SESSION; A SIGN-OFF CLOSES IT AND
005170*                          SPREADS IT.  A SECOND SIGN-ON WITH NO
005180*                          SIGN-OFF BETWEEN REPLACES THE FIRST.
005190*----------------------------------------------------------------
005200 3100-TALLY-ONE-EVENT.
005210     PERFORM 3200-FIND-OPERATOR THRU 3200-EXIT
005220     IF WS-OPR-IDX = 0
005230         GO TO 3100-EXIT
005240     END-IF
005250     MOVE SL-TIMESTAMP TO WS-STAMP-WORK
005260     PERFORM 3300-STAMP-TO-SECS THRU 3300-EXIT
005270     IF NOT STAMP-IS-VALID
005280         GO TO 3100-EXIT
005290     END-IF
005300     IF SL-IS-SIGN-ON
005310         MOVE "Y" TO WS-OPR-OPEN (WS-OPR-IDX)
005320         MOVE SL-BUSINESS-DATE TO WS-OPR-ON-DATE (WS-OPR-IDX)
005330         MOVE WS-EVENT-SECS TO WS-OPR-ON-SECS (WS-OPR-IDX)
005340         GO TO 3100-EXIT
005350     END-IF
005360     IF WS-OPR-OPEN (WS-OPR-IDX) NOT = "Y"
005370         GO TO 3100-EXIT
005380     END-IF
005390     MOVE "N" TO WS-OPR-OPEN (WS-OPR-IDX)
005400     IF WS-OPR-ON-DATE (WS-OPR-IDX) < WS-FROM-DATE OR
005410             WS-OPR-ON-DATE (WS-OPR-IDX) > WS-TO-DATE
005420         GO TO 3100-EXIT
005430     END-IF
005440     PERFORM 3400-SPREAD-SESSION THRU 3400-EXIT.
005450 3100-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 3200-FIND-OPERATOR  -  LOOK THE EVENT'S OPERATOR UP, ADDING AN
005490*                        ENTRY THE FIRST TIME AN ID IS SEEN.
005500*----------------------------------------------------------------
005510 3200-FIND-OPERATOR.
005520     MOVE 0 TO WS-OPR-IDX
005530     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005540             UNTIL WS-SCAN-IDX > WS-OPER-COUNT
005550         IF WS-OPR-ID (WS-SCAN-IDX) = SL-OPERATOR-ID
005560             MOVE WS-SCAN-IDX TO WS-OPR-IDX
005570             EXIT PERFORM
005580         END-IF
005590     END-PERFORM
005600     IF WS-OPR-IDX = 0 AND WS-OPER-COUNT < 200
005610         ADD 1 TO WS-OPER-COUNT
005620         MOVE SL-OPERATOR-ID TO WS-OPR-ID (WS-OPER-COUNT)
005630         MOVE "N" TO WS-OPR-OPEN (WS-OPER-COUNT)
005640         MOVE 0 TO WS-OPR-ON-DATE (WS-OPER-COUNT)
005650         MOVE 0 TO WS-OPR-ON-SECS (WS-OPER-COUNT)
005660         MOVE WS-OPER-COUNT TO WS-OPR-IDX
005670     END-IF.
005680 3200-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 3300-STAMP-TO-SECS  -  CONVERT THE CURRENT-DATE STYLE
005720*                        TIMESTAMP IN WS-STAMP-WORK TO SECONDS
005730*                        SINCE THE CALENDAR EPOCH.  A STAMP THAT
005740*                        IS NOT A DATE AND TIME IS REFUSED.
005750*----------------------------------------------------------------
005760 3300-STAMP-TO-SECS.
005770     MOVE "N" TO WS-STAMP-OK
005780     IF WS-STAMP-WORK (1:14) IS NOT NUMERIC
005790         GO TO 3300-EXIT
005800     END-IF
005810     MOVE WS-STAMP-WORK (1:8) TO WS-TS-DATE
005820     MOVE WS-STAMP-WORK (9:2) TO WS-TS-HH
005830     MOVE WS-STAMP-WORK (11:2) TO WS-TS-MM
005840     MOVE WS-STAMP-WORK (13:2) TO WS-TS-SS
005850     IF WS-TS-DATE < 16010101 OR WS-TS-HH > 23
005860         GO TO 3300-EXIT
005870     END-IF
005880     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
005890     IF WS-DATE-INT = 0
005900         GO TO 3300-EXIT
005910     END-IF
005920     COMPUTE WS-EVENT-SECS =
005930         WS-DATE-INT * 86400 + WS-TS-HH * 3600 +
005940         WS-TS-MM * 60 + WS-TS-SS
005950     SET STAMP-IS-VALID TO TRUE.
005960 3300-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990* 3400-SPREAD-SESSION  -  SPREAD THE SESSION FROM ITS SIGN-ON TO
006000*                         THE SIGN-OFF JUST READ ACROSS THE CLOCK
006010*                         HOURS IT COVERS, ONE PIECE PER HOUR,
006020*                         INTO THE STORE ITS OPERATOR RANG AT.  A
006030*                         SESSION OF A DAY OR MORE IS A MISSED
006040*                         SIGN-OFF, NOT A SHIFT, AND IS LEFT OUT.
006050*----------------------------------------------------------------
006060 3400-SPREAD-SESSION.
006070     MOVE WS-OPR-ON-SECS (WS-OPR-IDX) TO WS-SEG-START
006080     IF WS-EVENT-SECS <= WS-SEG-START OR
006090             WS-EVENT-SECS - WS-SEG-START >= 86400
006100         ADD 1 TO WS-SESS-SKIPPED
006110         GO TO 3400-EXIT
006120     END-IF
006130     PERFORM 3500-FIND-OPER-STORE THRU 3500-EXIT
006140     IF WS-STR-IDX = 0
006150         ADD 1 TO WS-SESS-SKIPPED
006160         GO TO 3400-EXIT
006170     END-IF
006180     ADD 1 TO WS-SESS-USED
006190     PERFORM UNTIL WS-SEG-START >= WS-EVENT-SECS
006200         DIVIDE WS-SEG-START BY 3600 GIVING WS-WHOLE-HOURS
006210         COMPUTE WS-HOUR-END = (WS-WHOLE-HOURS + 1) * 3600
006220         IF WS-HOUR-END > WS-EVENT-SECS
006230             MOVE WS-EVENT-SECS TO WS-SEG-END
006240         ELSE
006250             MOVE WS-HOUR-END TO WS-SEG-END
006260         END-IF
006270         DIVIDE WS-SEG-START BY 86400 GIVING WS-WHOLE-HOURS
006280             REMAINDER WS-DAY-SECS
006290         COMPUTE WS-HOUR-IDX = WS-DAY-SECS / 3600 + 1
006300         COMPUTE WS-HR-OPER-SECS (WS-STR-IDX, WS-HOUR-IDX) =
006310             WS-HR-OPER-SECS (WS-STR-IDX, WS-HOUR-IDX) +
006320             WS-SEG-END - WS-SEG-START
006330         MOVE WS-SEG-END TO WS-SEG-START
006340     END-PERFORM.
006350 3400-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* 3500-FIND-OPER-STORE  -  THE STORE THE OPERATOR RANG AT ON THE
006390*                          SESSION'S BUSINESS DAY; FAILING THAT,
006400*                          ANY STORE THEY RANG AT IN THE RANGE;
006410*                          FAILING THAT, THE "(NO SALES RUNG)"
006420*                          LINE, SO NO PAID HOUR GOES MISSING.
006430*----------------------------------------------------------------
006440 3500-FIND-OPER-STORE.
006450     MOVE 0 TO WS-STR-IDX
006460     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
006470             UNTIL WS-MAP-IDX > WS-MAP-COUNT
006480         IF WS-MAP-OPER (WS-MAP-IDX) = WS-OPR-ID (WS-OPR-IDX)
006490             IF WS-MAP-DATE (WS-MAP-IDX) =
006500                     WS-OPR-ON-DATE (WS-OPR-IDX)
006510                 MOVE WS-MAP-STORE-IDX (WS-MAP-IDX) TO WS-STR-IDX
006520                 EXIT PERFORM
006530             END-IF
006540             IF WS-STR-IDX = 0
006550                 MOVE WS-MAP-STORE-IDX (WS-MAP-IDX) TO WS-STR-IDX
006560             END-IF
006570         END-IF
006580     END-PERFORM
006590     IF WS-STR-IDX = 0
006600         MOVE WS-NO-STORE-NAME TO WS-FLAG-TEXT
006610         PERFORM 2200-FIND-STORE THRU 2200-EXIT
006620     END-IF.
006630 3500-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------
006660* 4000-WRITE-REPORT  -  PER STORE, ONE LINE FOR EACH HOUR THAT
006670*                       WAS STAFFED OR RANG A SALE, THEN A STORE
006680*                       TOTAL.
006690*----------------------------------------------------------------
006700 4000-WRITE-REPORT.
006710     IF WS-STORE-COUNT = 0
006720         MOVE "  (NO ACTIVITY IN THE RANGE)" TO LAB-RPT-RECORD
006730         WRITE LAB-RPT-RECORD
006740         GO TO 4000-EXIT
006750     END-IF
006760     PERFORM VARYING WS-STR-IDX FROM 1 BY 1
006770             UNTIL WS-STR-IDX > WS-STORE-COUNT
006780         MOVE SPACES TO LAB-RPT-RECORD
006790         MOVE WS-STR-NAME (WS-STR-IDX) TO LAB-RPT-RECORD
006800         WRITE LAB-RPT-RECORD
006810         MOVE SPACES TO LAB-RPT-RECORD
006820         STRING "  HOUR        OPER HRS  REG HRS   TRANS"
006830             DELIMITED BY SIZE
006840             "    NET SALES  SALES/LAB HR  TRANS/REG HR"
006850             DELIMITED BY SIZE
006860             INTO LAB-RPT-RECORD
006870         WRITE LAB-RPT-RECORD
006880         MOVE 0 TO WS-TOT-OPER-SECS
006890         MOVE 0 TO WS-TOT-REG-HOURS
006900         MOVE 0 TO WS-TOT-COUNT
006910         MOVE 0 TO WS-TOT-NET
006920         PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
006930                 UNTIL WS-HOUR-IDX > 24
006940             IF WS-HR-OPER-SECS (WS-STR-IDX, WS-HOUR-IDX) > 0
006950                     OR WS-HR-COUNT (WS-STR-IDX, WS-HOUR-IDX) > 0
006960                 PERFORM 4100-WRITE-HOUR-LINE THRU 4100-EXIT
006970             END-IF
006980         END-PERFORM
006990         MOVE WS-TOT-OPER-SECS TO WS-LINE-SECS
007000         MOVE WS-TOT-REG-HOURS TO WS-LINE-REG-HOURS
007010         MOVE WS-TOT-COUNT TO WS-LINE-COUNT
007020         MOVE WS-TOT-NET TO WS-LINE-NET
007030         MOVE "  TOTAL" TO WS-LINE-LABEL
007040         MOVE SPACES TO WS-FLAG-TEXT
007050         PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
007060         MOVE SPACES TO LAB-RPT-RECORD
007070         WRITE LAB-RPT-RECORD
007080     END-PERFORM.
007090 4000-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 4100-WRITE-HOUR-LINE  -  WRITE ONE HOUR'S FIGURES AND JUDGE ITS
007130*                          STAFFING.  AN HOUR THAT RANG SALES WITH
007140*                          NO ONE SIGNED ON, OR MORE TRANSACTIONS
007150*                          PER OPERATOR HOUR THAN THE TARGET
007160*                          ALLOWS, IS UNDERSTAFFED; ONE WITH
007170*                          FEWER THAN THE TARGET IS OVERSTAFFED.
007180*----------------------------------------------------------------
007190 4100-WRITE-HOUR-LINE.
007200     MOVE WS-HR-OPER-SECS (WS-STR-IDX, WS-HOUR-IDX)
007210         TO WS-LINE-SECS
007220     MOVE WS-HR-REG-HOURS (WS-STR-IDX, WS-HOUR-IDX)
007230         TO WS-LINE-REG-HOURS
007240     MOVE WS-HR-COUNT (WS-STR-IDX, WS-HOUR-IDX) TO WS-LINE-COUNT
007250     MOVE WS-HR-NET (WS-STR-IDX, WS-HOUR-IDX) TO WS-LINE-NET
007260     ADD WS-LINE-SECS TO WS-TOT-OPER-SECS
007270     ADD WS-LINE-REG-HOURS TO WS-TOT-REG-HOURS
007280     ADD WS-LINE-COUNT TO WS-TOT-COUNT
007290     ADD WS-LINE-NET TO WS-TOT-NET
007300     COMPUTE WS-HOUR = WS-HOUR-IDX - 1
007310     MOVE SPACES TO WS-LINE-LABEL
007320     STRING "  " WS-HOUR ":00-" WS-HOUR ":59"
007330         DELIMITED BY SIZE INTO WS-LINE-LABEL
007340     MOVE SPACES TO WS-FLAG-TEXT
007350     IF WS-LINE-SECS = 0
007360         MOVE "UNDERSTAFFED - NONE" TO WS-FLAG-TEXT
007370     ELSE
007380         COMPUTE WS-TRAN-PER-OPER ROUNDED =
007390             WS-LINE-COUNT * 3600 / WS-LINE-SECS
007400         IF WS-TRAN-PER-OPER > WS-MAX-PER-HOUR
007410             MOVE "UNDERSTAFFED" TO WS-FLAG-TEXT
007420         END-IF
007430         IF WS-TRAN-PER-OPER < WS-MIN-PER-HOUR
007440             MOVE "OVERSTAFFED" TO WS-FLAG-TEXT
007450         END-IF
007460     END-IF
007470     IF WS-FLAG-TEXT NOT = SPACES
007480         ADD 1 TO WS-FLAG-COUNT
007490     END-IF
007500     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
007510 4100-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540* 4200-FORMAT-LINE  -  WORK OUT THE RATES FOR THE WS-LINE-
007550*                      FIGURES AND WRITE THE LINE.  A RATE WITH
007560*                      NOTHING TO DIVIDE BY PRINTS AS ZERO.
007570*----------------------------------------------------------------
007580 4200-FORMAT-LINE.
007590     COMPUTE WS-OPER-HOURS ROUNDED = WS-LINE-SECS / 3600
007600     MOVE 0 TO WS-PER-LABOR-HOUR
007610     IF WS-LINE-SECS > 0
007620         COMPUTE WS-PER-LABOR-HOUR ROUNDED =
007630             WS-LINE-NET * 3600 / WS-LINE-SECS
007640     END-IF
007650     MOVE 0 TO WS-PER-REG-HOUR
007660     IF WS-LINE-REG-HOURS > 0
007670         COMPUTE WS-PER-REG-HOUR ROUNDED =
007680             WS-LINE-COUNT / WS-LINE-REG-HOURS
007690     END-IF
007700     MOVE WS-OPER-HOURS TO WS-EDIT-HOURS
007710     MOVE WS-LINE-REG-HOURS TO WS-EDIT-REG
007720     MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
007730     MOVE WS-LINE-NET TO WS-EDIT-AMT
007740     MOVE WS-PER-LABOR-HOUR TO WS-EDIT-SPLH
007750     MOVE WS-PER-REG-HOUR TO WS-EDIT-RATE
007760     MOVE SPACES TO LAB-RPT-RECORD
007770     STRING WS-LINE-LABEL " " WS-EDIT-HOURS "    " WS-EDIT-REG
007780         "  " WS-EDIT-COUNT "  " WS-EDIT-AMT "    "
007790         WS-EDIT-SPLH "       " WS-EDIT-RATE "  " WS-FLAG-TEXT
007800         DELIMITED BY SIZE INTO LAB-RPT-RECORD
007810     WRITE LAB-RPT-RECORD.
007820 4200-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850* 9999-TERMINATE  -  CLOSE THE REPORT AND SHOW THE RUN COUNTS.
007860*----------------------------------------------------------------
007870 9999-TERMINATE.
007880     CLOSE LAB-RPT-FILE
007890     DISPLAY "Transactions used     : " WS-TRAN-USED
007900     DISPLAY "Transactions skipped  : " WS-TRAN-SKIPPED
007910     DISPLAY "Sessions spread       : " WS-SESS-USED
007920     DISPLAY "Sessions left out     : " WS-SESS-SKIPPED
007930     DISPLAY "Hours flagged         : " WS-FLAG-COUNT.
007940 9999-EXIT.
007950     EXIT.
007960 END PROGRAM LABRPT.
