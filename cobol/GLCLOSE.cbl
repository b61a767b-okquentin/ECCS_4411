000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLCLOSE.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  MONTH-END CLOSE.  THE
000100*                   PERIOD'S DAILY LEDGER ENTRIES ARE SUMMED FROM
000110*                   THE GLHIST LEDGER HISTORY INTO A TRIAL
000120*                   BALANCE BY ACCOUNT (GLTRIAL), NAMED FROM THE
000130*                   GLACCTS CHART OF ACCOUNTS, WITH THE MEMO
000140*                   DEPARTMENT ANALYSIS LISTED APART.  WHEN TOTAL
000150*                   DEBITS EQUAL TOTAL CREDITS AND THE OFFICE
000160*                   CONFIRMS, THE PERIOD IS MARKED CLOSED ON THE
000170*                   PERDCTL CONTROL FILE, AFTER WHICH NOTHING MAY
000180*                   BE POSTED INTO IT (SEE PERDCHK).  A PERIOD
000190*                   STILL TRADING, ONE WITH AN EARLIER PERIOD
000200*                   LEFT OPEN, OR ONE THAT DOES NOT BALANCE IS
000210*                   NOT CLOSED.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-BUSDATE-STATUS.
000290     SELECT PERIOD-CTL-FILE ASSIGN TO "PERDCTL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PERDCTL-STATUS.
000320     SELECT GL-ACCTS-FILE ASSIGN TO "GLACCTS"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-GLACCTS-STATUS.
000350     SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-GLHIST-STATUS.
000380     SELECT GL-TRIAL-FILE ASSIGN TO "GLTRIAL"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  BUS-DATE-FILE.
000430     COPY BUSDATE.
000440 FD  PERIOD-CTL-FILE.
000450     COPY PERDCTL.
000460 FD  GL-ACCTS-FILE.
000470     COPY GLACCTS.
000480 FD  GL-HIST-FILE.
000490     COPY GLFILE.
000500 FD  GL-TRIAL-FILE.
000510 01  GL-TRIAL-RECORD            PIC X(100).
000520 WORKING-STORAGE SECTION.
000530 01  WS-BUSDATE-STATUS          PIC X(2).
000540 01  WS-PERDCTL-STATUS          PIC X(2).
000550 01  WS-GLACCTS-STATUS          PIC X(2).
000560 01  WS-GLHIST-STATUS           PIC X(2).
000570 01  WS-FILE-EOF                PIC X VALUE "N".
000580     88  END-OF-FILE-IN         VALUE "Y".
000590 01  WS-CLOSE-SWITCH            PIC X VALUE "Y".
000600     88  WS-CLOSE-OK            VALUE "Y".
000610 01  WS-TIMESTAMP               PIC X(21).
000620 01  WS-TODAY                   PIC 9(8) VALUE 0.
000630 01  WS-BUS-DATE                PIC 9(8) VALUE 0.
000640 01  WS-BUS-STATUS              PIC X(1) VALUE "C".
000650*----------------------------------------------------------------
000660* THE PERIOD CONTROL FILE, HELD WHILE THE PERIOD IS CHOSEN AND
000670* WRITTEN BACK WHOLE WHEN IT IS CLOSED.
000680*----------------------------------------------------------------
000690 01  WS-PRD-COUNT               PIC 9(3) VALUE 0.
000700 01  WS-PRD-TABLE.
000710     05  WS-PRD-ENTRY OCCURS 120 TIMES.
000720         10  WS-PRD-PERIOD      PIC 9(6).
000730         10  WS-PRD-START       PIC 9(8).
000740         10  WS-PRD-END         PIC 9(8).
000750         10  WS-PRD-STATUS      PIC X(1).
000760         10  WS-PRD-CLOSED-DATE PIC 9(8).
000770 01  WS-PRD-IDX                 PIC 9(3) VALUE 0.
000780*----------------------------------------------------------------
000790* THE PERIOD BEING CLOSED.  WS-CLS-HIT IS ITS PERDCTL ENTRY, OR
000800* ZERO FOR A CALENDAR MONTH NOT ON FILE.
000810*----------------------------------------------------------------
000820 01  WS-CLS-PERIOD              PIC 9(6) VALUE 0.
000830 01  WS-CLS-PERIOD-R REDEFINES WS-CLS-PERIOD.
000840     05  WS-CLS-YEAR            PIC 9(4).
000850     05  WS-CLS-MONTH           PIC 9(2).
000860 01  WS-CLS-START               PIC 9(8) VALUE 0.
000870 01  WS-CLS-END                 PIC 9(8) VALUE 0.
000880 01  WS-CLS-HIT                 PIC 9(3) VALUE 0.
000890 01  WS-FIND-DATE               PIC 9(8) VALUE 0.
000900 01  WS-NEXT-FIRST              PIC 9(8) VALUE 0.
000910 01  WS-DATE-INT                PIC S9(9) COMP VALUE 0.
000920 01  WS-KEYED-PERIOD            PIC X(6).
000930*----------------------------------------------------------------
000940* THE CHART OF ACCOUNTS, FOR ACCOUNT NAMES AND MEMO CLASS.
000950*----------------------------------------------------------------
000960 01  WS-ACT-COUNT               PIC 9(3) VALUE 0.
000970 01  WS-ACT-TABLE.
000980     05  WS-ACT-ENTRY OCCURS 200 TIMES.
000990         10  WS-ACT-ACCOUNT     PIC X(12).
001000         10  WS-ACT-CLASS       PIC X(1).
001010         10  WS-ACT-NAME        PIC X(20).
001020 01  WS-ACT-IDX                 PIC 9(3) VALUE 0.
001030*----------------------------------------------------------------
001040* THE TRIAL BALANCE, ONE ENTRY PER ACCOUNT POSTED IN THE PERIOD.
001050*----------------------------------------------------------------
001060 01  WS-TB-COUNT                PIC 9(3) VALUE 0.
001070 01  WS-TB-TABLE.
001080     05  WS-TB-ENTRY OCCURS 300 TIMES.
001090         10  WS-TB-ACCOUNT      PIC X(12).
001100         10  WS-TB-NAME         PIC X(20).
001110         10  WS-TB-MEMO         PIC X(1).
001120         10  WS-TB-PRINTED      PIC X(1).
001130         10  WS-TB-DEBIT        PIC S9(11)V99.
001140         10  WS-TB-CREDIT       PIC S9(11)V99.
001150 01  WS-TB-IDX                  PIC 9(3) VALUE 0.
001160 01  WS-TB-HIT                  PIC 9(3) VALUE 0.
001170 01  WS-PRINT-MEMO              PIC X(1) VALUE "N".
001180 01  WS-TOT-DEBIT               PIC S9(11)V99 VALUE 0.
001190 01  WS-TOT-CREDIT              PIC S9(11)V99 VALUE 0.
001200 01  WS-NET-DEBIT               PIC S9(11)V99 VALUE 0.
001210 01  WS-NET-CREDIT              PIC S9(11)V99 VALUE 0.
001220 01  WS-BALANCE-DIFF            PIC S9(11)V99 VALUE 0.
001230 01  WS-ACCT-NET                PIC S9(11)V99 VALUE 0.
001240 01  WS-LINE-COUNT              PIC 9(7) VALUE 0.
001250 01  WS-MEMO-COUNT              PIC 9(3) VALUE 0.
001260 01  WS-EDIT-DEBIT              PIC -(10)9.99.
001270 01  WS-EDIT-CREDIT             PIC -(10)9.99.
001280 01  WS-EDIT-AMT                PIC -(10)9.99.
001290 01  WS-EDIT-COUNT              PIC ZZZZZZ9.
001300 01  WS-YN-PROMPT               PIC X(40).
001310 01  WS-CONFIRM                 PIC X(1).
001320 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "GLCLOSE".
001330 01  WS-AUDIT-MESSAGE           PIC X(60).
001340 PROCEDURE DIVISION.
001350*----------------------------------------------------------------
001360* 0000-MAINLINE  -  CHOOSE THE PERIOD, STRIKE ITS TRIAL BALANCE,
001370*                   AND CLOSE IT ONLY IF THE BOOKS BALANCE.
001380*----------------------------------------------------------------
001390 0000-MAINLINE.
001400     DISPLAY "[MONTH-END CLOSE]"
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001420     PERFORM 2000-SELECT-PERIOD THRU 2000-EXIT
001430     IF WS-CLOSE-OK
001440         PERFORM 3000-BUILD-TRIAL THRU 3000-EXIT
001450         PERFORM 4000-WRITE-TRIAL THRU 4000-EXIT
001460         PERFORM 5000-DECIDE-CLOSE THRU 5000-EXIT
001470     END-IF
001480     GOBACK.
001490*----------------------------------------------------------------
001500* 1000-INITIALIZE  -  PICK UP THE BUSINESS DATE AND HOLD THE
001510*                     PERIOD FILE AND CHART OF ACCOUNTS.  WITH
001520*                     NO BUSINESS-DATE FILE THE CALENDAR DATE
001530*                     STANDS IN FOR A CLOSED DAY.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
001560     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001570     MOVE WS-TIMESTAMP (1:8) TO WS-TODAY
001580     MOVE WS-TODAY TO WS-BUS-DATE
001590     OPEN INPUT BUS-DATE-FILE
001600     IF WS-BUSDATE-STATUS NOT = "35"
001610         READ BUS-DATE-FILE
001620             AT END
001630                 CONTINUE
001640             NOT AT END
001650                 MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
001660                 MOVE BD-DAY-STATUS TO WS-BUS-STATUS
001670         END-READ
001680         CLOSE BUS-DATE-FILE
001690     END-IF
001700     PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT
001710     PERFORM 1200-LOAD-CHART THRU 1200-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740*----------------------------------------------------------------
001750* 1100-LOAD-PERIODS  -  HOLD THE PERIOD CONTROL FILE.
001760*----------------------------------------------------------------
001770 1100-LOAD-PERIODS.
001780     MOVE "N" TO WS-FILE-EOF
001790     OPEN INPUT PERIOD-CTL-FILE
001800     IF WS-PERDCTL-STATUS = "35"
001810         GO TO 1100-EXIT
001820     END-IF
001830     PERFORM 1110-READ-PERDCTL THRU 1110-EXIT
001840     PERFORM UNTIL END-OF-FILE-IN
001850         IF PC-PERIOD IS NUMERIC AND WS-PRD-COUNT < 120
001860             ADD 1 TO WS-PRD-COUNT
001870             MOVE PC-PERIOD TO WS-PRD-PERIOD (WS-PRD-COUNT)
001880             MOVE PC-START-DATE TO WS-PRD-START (WS-PRD-COUNT)
001890             MOVE PC-END-DATE TO WS-PRD-END (WS-PRD-COUNT)
001900             MOVE PC-STATUS TO WS-PRD-STATUS (WS-PRD-COUNT)
001910             MOVE PC-CLOSED-DATE
001920                 TO WS-PRD-CLOSED-DATE (WS-PRD-COUNT)
001930         END-IF
001940         PERFORM 1110-READ-PERDCTL THRU 1110-EXIT
001950     END-PERFORM
001960     CLOSE PERIOD-CTL-FILE.
001970 1100-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000* 1110-READ-PERDCTL  -  READ THE NEXT PERIOD RECORD.
002010*----------------------------------------------------------------
002020 1110-READ-PERDCTL.
002030     READ PERIOD-CTL-FILE
002040         AT END
002050             SET END-OF-FILE-IN TO TRUE
002060     END-READ.
002070 1110-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 1200-LOAD-CHART  -  HOLD EACH ACCOUNT ON THE CHART OF ACCOUNTS
002110*                     ONCE, WITH ITS NAME AND CLASS.
002120*----------------------------------------------------------------
002130 1200-LOAD-CHART.
002140     MOVE "N" TO WS-FILE-EOF
002150     OPEN INPUT GL-ACCTS-FILE
002160     IF WS-GLACCTS-STATUS = "35"
002170         GO TO 1200-EXIT
002180     END-IF
002190     PERFORM 1210-READ-GLACCTS THRU 1210-EXIT
002200     PERFORM UNTIL END-OF-FILE-IN
002210         PERFORM 1220-KEEP-ACCOUNT THRU 1220-EXIT
002220         PERFORM 1210-READ-GLACCTS THRU 1210-EXIT
002230     END-PERFORM
002240     CLOSE GL-ACCTS-FILE.
002250 1200-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 1210-READ-GLACCTS  -  READ THE NEXT CHART OF ACCOUNTS RECORD.
002290*----------------------------------------------------------------
002300 1210-READ-GLACCTS.
002310     READ GL-ACCTS-FILE
002320         AT END
002330             SET END-OF-FILE-IN TO TRUE
002340     END-READ.
002350 1210-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------
002380* 1220-KEEP-ACCOUNT  -  ADD A CHART ACCOUNT NOT YET HELD.  THE
002390*                       FIRST RECORD NAMING AN ACCOUNT GIVES ITS
002400*                       NAME AND CLASS.
002410*----------------------------------------------------------------
002420 1220-KEEP-ACCOUNT.
002430     IF GA-ACCOUNT = SPACES
002440         GO TO 1220-EXIT
002450     END-IF
002460     PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
002470             UNTIL WS-ACT-IDX > WS-ACT-COUNT
002480         IF WS-ACT-ACCOUNT (WS-ACT-IDX) = GA-ACCOUNT
002490             GO TO 1220-EXIT
002500         END-IF
002510     END-PERFORM
002520     IF WS-ACT-COUNT < 200
002530         ADD 1 TO WS-ACT-COUNT
002540         MOVE GA-ACCOUNT TO WS-ACT-ACCOUNT (WS-ACT-COUNT)
002550         MOVE GA-ACCT-CLASS TO WS-ACT-CLASS (WS-ACT-COUNT)
002560         MOVE GA-ACCT-NAME TO WS-ACT-NAME (WS-ACT-COUNT)
002570     END-IF.
002580 1220-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 2000-SELECT-PERIOD  -  TAKE THE PERIOD TO CLOSE.  A BLANK
002620*                        ENTRY TAKES THE LAST PERIOD THAT HAS
002630*                        FINISHED TRADING.  THE PERIOD MUST BE
002640*                        OPEN, FINISHED, AND THE OLDEST OPEN
002650*                        PERIOD ON FILE.
002660*----------------------------------------------------------------
002670 2000-SELECT-PERIOD.
002680     DISPLAY "Period to close YYYYMM (blank = last ended): "
002690         WITH NO ADVANCING
002700     MOVE SPACES TO WS-KEYED-PERIOD
002710     ACCEPT WS-KEYED-PERIOD
002720     IF WS-KEYED-PERIOD = SPACES
002730         MOVE WS-BUS-DATE TO WS-FIND-DATE
002740         PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
002750         IF WS-BUS-DATE < WS-CLS-END OR WS-BUS-STATUS = "O"
002760             COMPUTE WS-DATE-INT =
002770                 FUNCTION INTEGER-OF-DATE (WS-CLS-START) - 1
002780             COMPUTE WS-FIND-DATE =
002790                 FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
002800             PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
002810         END-IF
002820     ELSE
002830         IF WS-KEYED-PERIOD IS NOT NUMERIC
002840             DISPLAY "Period must be YYYYMM."
002850             MOVE "N" TO WS-CLOSE-SWITCH
002860             GO TO 2000-EXIT
002870         END-IF
002880         MOVE WS-KEYED-PERIOD TO WS-CLS-PERIOD
002890         PERFORM 2200-KEYED-PERIOD THRU 2200-EXIT
002900         IF NOT WS-CLOSE-OK
002910             GO TO 2000-EXIT
002920         END-IF
002930     END-IF
002940     DISPLAY "Period " WS-CLS-PERIOD " runs " WS-CLS-START
002950         " to " WS-CLS-END "."
002960     IF WS-CLS-HIT NOT = 0
002970         IF WS-PRD-STATUS (WS-CLS-HIT) = "C"
002980             DISPLAY "Period " WS-CLS-PERIOD
002990                 " is already closed."
003000             MOVE "N" TO WS-CLOSE-SWITCH
003010             GO TO 2000-EXIT
003020         END-IF
003030     END-IF
003040     IF WS-BUS-DATE < WS-CLS-END OR
003050             (WS-BUS-DATE = WS-CLS-END AND WS-BUS-STATUS = "O")
003060         DISPLAY "Period " WS-CLS-PERIOD " is still trading - "
003070             "close its last business day first."
003080         MOVE "N" TO WS-CLOSE-SWITCH
003090         GO TO 2000-EXIT
003100     END-IF
003110     PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
003120             UNTIL WS-PRD-IDX > WS-PRD-COUNT
003130         IF WS-PRD-END (WS-PRD-IDX) < WS-CLS-START AND
003140                 WS-PRD-STATUS (WS-PRD-IDX) NOT = "C"
003150             DISPLAY "Period " WS-PRD-PERIOD (WS-PRD-IDX)
003160                 " is still open - close it first."
003170             MOVE "N" TO WS-CLOSE-SWITCH
003180             GO TO 2000-EXIT
003190         END-IF
003200     END-PERFORM.
003210 2000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 2100-FIND-PERIOD  -  SET THE PERIOD HOLDING WS-FIND-DATE - THE
003250*                      PERDCTL PERIOD COVERING IT, ELSE ITS
003260*                      CALENDAR MONTH.
003270*----------------------------------------------------------------
003280 2100-FIND-PERIOD.
003290     MOVE 0 TO WS-CLS-HIT
003300     PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
003310             UNTIL WS-PRD-IDX > WS-PRD-COUNT
003320         IF WS-FIND-DATE >= WS-PRD-START (WS-PRD-IDX) AND
003330                 WS-FIND-DATE <= WS-PRD-END (WS-PRD-IDX)
003340             MOVE WS-PRD-IDX TO WS-CLS-HIT
003350             EXIT PERFORM
003360         END-IF
003370     END-PERFORM
003380     IF WS-CLS-HIT NOT = 0
003390         MOVE WS-PRD-PERIOD (WS-CLS-HIT) TO WS-CLS-PERIOD
003400         MOVE WS-PRD-START (WS-CLS-HIT) TO WS-CLS-START
003410         MOVE WS-PRD-END (WS-CLS-HIT) TO WS-CLS-END
003420     ELSE
003430         MOVE WS-FIND-DATE (1:6) TO WS-CLS-PERIOD
003440         PERFORM 2300-CALENDAR-MONTH THRU 2300-EXIT
003450     END-IF.
003460 2100-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490* 2200-KEYED-PERIOD  -  SET THE KEYED PERIOD FROM PERDCTL, ELSE
003500*                       AS A CALENDAR MONTH.
003510*----------------------------------------------------------------
003520 2200-KEYED-PERIOD.
003530     MOVE 0 TO WS-CLS-HIT
003540     PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
003550             UNTIL WS-PRD-IDX > WS-PRD-COUNT
003560         IF WS-PRD-PERIOD (WS-PRD-IDX) = WS-CLS-PERIOD
003570             MOVE WS-PRD-IDX TO WS-CLS-HIT
003580             EXIT PERFORM
003590         END-IF
003600     END-PERFORM
003610     IF WS-CLS-HIT NOT = 0
003620         MOVE WS-PRD-START (WS-CLS-HIT) TO WS-CLS-START
003630         MOVE WS-PRD-END (WS-CLS-HIT) TO WS-CLS-END
003640     ELSE
003650         IF WS-CLS-MONTH < 1 OR WS-CLS-MONTH > 12 OR
003660                 WS-CLS-YEAR < 1900
003670             DISPLAY "No such period: " WS-KEYED-PERIOD
003680             MOVE "N" TO WS-CLOSE-SWITCH
003690         ELSE
003700             PERFORM 2300-CALENDAR-MONTH THRU 2300-EXIT
003710         END-IF
003720     END-IF.
003730 2200-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 2300-CALENDAR-MONTH  -  FIRST AND LAST DATES OF THE CALENDAR
003770*                         MONTH IN WS-CLS-PERIOD.
003780*----------------------------------------------------------------
003790 2300-CALENDAR-MONTH.
003800     COMPUTE WS-CLS-START = WS-CLS-PERIOD * 100 + 1
003810     IF WS-CLS-MONTH = 12
003820         COMPUTE WS-NEXT-FIRST = (WS-CLS-YEAR + 1) * 10000 + 101
003830     ELSE
003840         COMPUTE WS-NEXT-FIRST = WS-CLS-START + 100
003850     END-IF
003860     COMPUTE WS-DATE-INT =
003870         FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1
003880     COMPUTE WS-CLS-END = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
003890 2300-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 3000-BUILD-TRIAL  -  SUM THE PERIOD'S LEDGER HISTORY LINES BY
003930*                      ACCOUNT.  MEMO ACCOUNTS ARE HELD BUT KEPT
003940*                      OUT OF THE DEBIT AND CREDIT TOTALS.
003950*----------------------------------------------------------------
003960 3000-BUILD-TRIAL.
003970     MOVE "N" TO WS-FILE-EOF
003980     OPEN INPUT GL-HIST-FILE
003990     IF WS-GLHIST-STATUS = "35"
004000         GO TO 3000-EXIT
004010     END-IF
004020     PERFORM 3010-READ-GLHIST THRU 3010-EXIT
004030     PERFORM UNTIL END-OF-FILE-IN
004040         IF GL-BUSINESS-DATE >= WS-CLS-START AND
004050                 GL-BUSINESS-DATE <= WS-CLS-END
004060             ADD 1 TO WS-LINE-COUNT
004070             PERFORM 3100-POST-LINE THRU 3100-EXIT
004080         END-IF
004090         PERFORM 3010-READ-GLHIST THRU 3010-EXIT
004100     END-PERFORM
004110     CLOSE GL-HIST-FILE
004120     COMPUTE WS-BALANCE-DIFF = WS-TOT-DEBIT - WS-TOT-CREDIT.
004130 3000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 3010-READ-GLHIST  -  READ THE NEXT LEDGER HISTORY LINE.
004170*----------------------------------------------------------------
004180 3010-READ-GLHIST.
004190     READ GL-HIST-FILE
004200         AT END
004210             SET END-OF-FILE-IN TO TRUE
004220     END-READ.
004230 3010-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 3100-POST-LINE  -  ADD ONE LEDGER LINE TO ITS ACCOUNT, TAKING
004270*                    ON A NEW ACCOUNT WITH ITS CHART NAME.  THE
004280*                    OLD DEPT-MEMO ACCOUNT AND ANY CLASS M
004290*                    ACCOUNT ARE MEMO.
004300*----------------------------------------------------------------
004310 3100-POST-LINE.
004320     MOVE 0 TO WS-TB-HIT
004330     PERFORM VARYING WS-TB-IDX FROM 1 BY 1
004340             UNTIL WS-TB-IDX > WS-TB-COUNT
004350         IF WS-TB-ACCOUNT (WS-TB-IDX) = GL-ACCOUNT
004360             MOVE WS-TB-IDX TO WS-TB-HIT
004370             EXIT PERFORM
004380         END-IF
004390     END-PERFORM
004400     IF WS-TB-HIT = 0
004410         IF WS-TB-COUNT = 300
004420             DISPLAY "Too many accounts - " GL-ACCOUNT
004430                 " left out."
004440             GO TO 3100-EXIT
004450         END-IF
004460         ADD 1 TO WS-TB-COUNT
004470         MOVE WS-TB-COUNT TO WS-TB-HIT
004480         MOVE GL-ACCOUNT TO WS-TB-ACCOUNT (WS-TB-HIT)
004490         MOVE SPACES TO WS-TB-NAME (WS-TB-HIT)
004500         MOVE "N" TO WS-TB-MEMO (WS-TB-HIT)
004510         MOVE "N" TO WS-TB-PRINTED (WS-TB-HIT)
004520         MOVE 0 TO WS-TB-DEBIT (WS-TB-HIT)
004530         MOVE 0 TO WS-TB-CREDIT (WS-TB-HIT)
004540         IF GL-ACCOUNT = "DEPT-MEMO   "
004550             MOVE "Y" TO WS-TB-MEMO (WS-TB-HIT)
004560         END-IF
004570         PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
004580                 UNTIL WS-ACT-IDX > WS-ACT-COUNT
004590             IF WS-ACT-ACCOUNT (WS-ACT-IDX) = GL-ACCOUNT
004600                 MOVE WS-ACT-NAME (WS-ACT-IDX)
004610                     TO WS-TB-NAME (WS-TB-HIT)
004620                 IF WS-ACT-CLASS (WS-ACT-IDX) = "M"
004630                     MOVE "Y" TO WS-TB-MEMO (WS-TB-HIT)
004640                 END-IF
004650                 EXIT PERFORM
004660             END-IF
004670         END-PERFORM
004680         IF WS-TB-MEMO (WS-TB-HIT) = "Y"
004690             ADD 1 TO WS-MEMO-COUNT
004700         END-IF
004710     END-IF
004720     IF GL-IS-DEBIT
004730         ADD GL-AMOUNT TO WS-TB-DEBIT (WS-TB-HIT)
004740     ELSE
004750         ADD GL-AMOUNT TO WS-TB-CREDIT (WS-TB-HIT)
004760     END-IF
004770     IF WS-TB-MEMO (WS-TB-HIT) = "Y"
004780         GO TO 3100-EXIT
004790     END-IF
004800     IF GL-IS-DEBIT
004810         ADD GL-AMOUNT TO WS-TOT-DEBIT
004820     ELSE
004830         ADD GL-AMOUNT TO WS-TOT-CREDIT
004840     END-IF.
004850 3100-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* 4000-WRITE-TRIAL  -  WRITE THE TRIAL BALANCE IN ACCOUNT ORDER,
004890*                      EACH ACCOUNT'S NET IN ITS DEBIT OR CREDIT
004900*                      COLUMN, THEN THE MEMO ACCOUNTS.
004910*----------------------------------------------------------------
004920 4000-WRITE-TRIAL.
004930     OPEN OUTPUT GL-TRIAL-FILE
004940     MOVE SPACES TO GL-TRIAL-RECORD
004950     STRING "TRIAL BALANCE  PERIOD " DELIMITED BY SIZE
004960         WS-CLS-PERIOD DELIMITED BY SIZE
004970         "  " DELIMITED BY SIZE
004980         WS-CLS-START DELIMITED BY SIZE
004990         " TO " DELIMITED BY SIZE
005000         WS-CLS-END DELIMITED BY SIZE
005010         "   RUN " DELIMITED BY SIZE
005020         WS-TODAY DELIMITED BY SIZE
005030         INTO GL-TRIAL-RECORD
005040     WRITE GL-TRIAL-RECORD
005050     MOVE SPACES TO GL-TRIAL-RECORD
005060     WRITE GL-TRIAL-RECORD
005070     MOVE SPACES TO GL-TRIAL-RECORD
005080     MOVE "ACCOUNT" TO GL-TRIAL-RECORD (1:7)
005090     MOVE "NAME" TO GL-TRIAL-RECORD (14:4)
005100     MOVE "DEBIT" TO GL-TRIAL-RECORD (44:5)
005110     MOVE "CREDIT" TO GL-TRIAL-RECORD (58:6)
005120     WRITE GL-TRIAL-RECORD
005130     IF WS-TB-COUNT = WS-MEMO-COUNT
005140         MOVE "  (NO LEDGER ENTRIES IN THE PERIOD)"
005150             TO GL-TRIAL-RECORD
005160         WRITE GL-TRIAL-RECORD
005170     END-IF
005180     MOVE "N" TO WS-PRINT-MEMO
005190     MOVE 1 TO WS-TB-HIT
005200     PERFORM 4100-PRINT-NEXT THRU 4100-EXIT
005210         UNTIL WS-TB-HIT = 0
005220     MOVE SPACES TO GL-TRIAL-RECORD
005230     MOVE "--------------" TO GL-TRIAL-RECORD (35:14)
005240     MOVE "--------------" TO GL-TRIAL-RECORD (50:14)
005250     WRITE GL-TRIAL-RECORD
005260     MOVE WS-NET-DEBIT TO WS-EDIT-DEBIT
005270     MOVE WS-NET-CREDIT TO WS-EDIT-CREDIT
005280     MOVE SPACES TO GL-TRIAL-RECORD
005290     STRING "TOTALS" DELIMITED BY SIZE
005300         INTO GL-TRIAL-RECORD
005310     MOVE WS-EDIT-DEBIT TO GL-TRIAL-RECORD (35:14)
005320     MOVE WS-EDIT-CREDIT TO GL-TRIAL-RECORD (50:14)
005330     WRITE GL-TRIAL-RECORD
005340     MOVE SPACES TO GL-TRIAL-RECORD
005350     IF WS-BALANCE-DIFF = 0
005360         MOVE "IN BALANCE" TO GL-TRIAL-RECORD
005370     ELSE
005380         MOVE WS-BALANCE-DIFF TO WS-EDIT-AMT
005390         STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
005400             WS-EDIT-AMT DELIMITED BY SIZE
005410             " ***" DELIMITED BY SIZE
005420             INTO GL-TRIAL-RECORD
005430     END-IF
005440     WRITE GL-TRIAL-RECORD
005450     MOVE SPACES TO GL-TRIAL-RECORD
005460     WRITE GL-TRIAL-RECORD
005470     MOVE "MEMO ACCOUNTS (NOT IN THE TRIAL BALANCE)"
005480         TO GL-TRIAL-RECORD
005490     WRITE GL-TRIAL-RECORD
005500     IF WS-MEMO-COUNT = 0
005510         MOVE "  (NONE)" TO GL-TRIAL-RECORD
005520         WRITE GL-TRIAL-RECORD
005530     END-IF
005540     MOVE "Y" TO WS-PRINT-MEMO
005550     MOVE 1 TO WS-TB-HIT
005560     PERFORM 4100-PRINT-NEXT THRU 4100-EXIT
005570         UNTIL WS-TB-HIT = 0
005580     MOVE SPACES TO GL-TRIAL-RECORD
005590     WRITE GL-TRIAL-RECORD
005600     MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
005610     MOVE SPACES TO GL-TRIAL-RECORD
005620     STRING "LEDGER LINES READ: " DELIMITED BY SIZE
005630         WS-EDIT-COUNT DELIMITED BY SIZE
005640         INTO GL-TRIAL-RECORD
005650     WRITE GL-TRIAL-RECORD
005660     CLOSE GL-TRIAL-FILE
005670     DISPLAY "Trial balance written to GLTRIAL."
005680     DISPLAY "  Total debits:  " WS-EDIT-DEBIT
005690     DISPLAY "  Total credits: " WS-EDIT-CREDIT.
005700 4000-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* 4100-PRINT-NEXT  -  PRINT THE LOWEST ACCOUNT NOT YET PRINTED
005740*                     IN THE SECTION BEING WRITTEN (MEMO OR NOT).
005750*                     WS-TB-HIT COMES BACK ZERO WHEN THE SECTION
005760*                     IS DONE.
005770*----------------------------------------------------------------
005780 4100-PRINT-NEXT.
005790     MOVE 0 TO WS-TB-HIT
005800     PERFORM VARYING WS-TB-IDX FROM 1 BY 1
005810             UNTIL WS-TB-IDX > WS-TB-COUNT
005820         IF WS-TB-PRINTED (WS-TB-IDX) = "N" AND
005830                 WS-TB-MEMO (WS-TB-IDX) = WS-PRINT-MEMO
005840             IF WS-TB-HIT = 0
005850                 MOVE WS-TB-IDX TO WS-TB-HIT
005860             ELSE
005870                 IF WS-TB-ACCOUNT (WS-TB-IDX) <
005880                         WS-TB-ACCOUNT (WS-TB-HIT)
005890                     MOVE WS-TB-IDX TO WS-TB-HIT
005900                 END-IF
005910             END-IF
005920         END-IF
005930     END-PERFORM
005940     IF WS-TB-HIT = 0
005950         GO TO 4100-EXIT
005960     END-IF
005970     MOVE "Y" TO WS-TB-PRINTED (WS-TB-HIT)
005980     COMPUTE WS-ACCT-NET =
005990         WS-TB-DEBIT (WS-TB-HIT) - WS-TB-CREDIT (WS-TB-HIT)
006000     MOVE SPACES TO GL-TRIAL-RECORD
006010     MOVE WS-TB-ACCOUNT (WS-TB-HIT) TO GL-TRIAL-RECORD (1:12)
006020     MOVE WS-TB-NAME (WS-TB-HIT) TO GL-TRIAL-RECORD (14:20)
006030     IF WS-ACCT-NET < 0
006040         COMPUTE WS-ACCT-NET = WS-ACCT-NET * -1
006050         MOVE WS-ACCT-NET TO WS-EDIT-AMT
006060         MOVE WS-EDIT-AMT TO GL-TRIAL-RECORD (50:14)
006070         IF WS-PRINT-MEMO = "N"
006080             ADD WS-ACCT-NET TO WS-NET-CREDIT
006090         END-IF
006100     ELSE
006110         MOVE WS-ACCT-NET TO WS-EDIT-AMT
006120         MOVE WS-EDIT-AMT TO GL-TRIAL-RECORD (35:14)
006130         IF WS-PRINT-MEMO = "N"
006140             ADD WS-ACCT-NET TO WS-NET-DEBIT
006150         END-IF
006160     END-IF
006170     WRITE GL-TRIAL-RECORD.
006180 4100-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 5000-DECIDE-CLOSE  -  A PERIOD WITH NO LEDGER ENTRIES OR ONE
006220*                       OUT OF BALANCE IS NOT CLOSED.  OTHERWISE
006230*                       THE OFFICE CONFIRMS THE CLOSE.
006240*----------------------------------------------------------------
006250 5000-DECIDE-CLOSE.
006260     IF WS-LINE-COUNT = 0
006270         DISPLAY "No ledger history for period " WS-CLS-PERIOD
006280             " - not closed."
006290         MOVE 4 TO RETURN-CODE
006300         GO TO 5000-EXIT
006310     END-IF
006320     IF WS-BALANCE-DIFF NOT = 0
006330         MOVE WS-BALANCE-DIFF TO WS-EDIT-AMT
006340         DISPLAY "Trial balance is OUT OF BALANCE by "
006350             WS-EDIT-AMT " - period not closed."
006360         MOVE SPACES TO WS-AUDIT-MESSAGE
006370         STRING "PERIOD " DELIMITED BY SIZE
006380             WS-CLS-PERIOD DELIMITED BY SIZE
006390             " NOT CLOSED, OUT OF BALANCE " DELIMITED BY SIZE
006400             WS-EDIT-AMT DELIMITED BY SIZE
006410             INTO WS-AUDIT-MESSAGE
006420         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
006430             WS-AUDIT-MESSAGE
006440         MOVE 8 TO RETURN-CODE
006450         GO TO 5000-EXIT
006460     END-IF
006470     DISPLAY "Trial balance is in balance."
006480     MOVE SPACES TO WS-YN-PROMPT
006490     STRING "Close period " DELIMITED BY SIZE
006500         WS-CLS-PERIOD DELIMITED BY SIZE
006510         " to all posting?" DELIMITED BY SIZE
006520         INTO WS-YN-PROMPT
006530     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
006540         WS-AUDIT-PROGRAM
006550     IF WS-CONFIRM NOT = "Y"
006560         DISPLAY "Period left open."
006570         GO TO 5000-EXIT
006580     END-IF
006590     PERFORM 5100-MARK-CLOSED THRU 5100-EXIT
006600     DISPLAY "Period " WS-CLS-PERIOD " closed."
006610     MOVE WS-TOT-DEBIT TO WS-EDIT-AMT
006620     MOVE SPACES TO WS-AUDIT-MESSAGE
006630     STRING "PERIOD " DELIMITED BY SIZE
006640         WS-CLS-PERIOD DELIMITED BY SIZE
006650         " CLOSED, DEBITS = CREDITS = " DELIMITED BY SIZE
006660         WS-EDIT-AMT DELIMITED BY SIZE
006670         INTO WS-AUDIT-MESSAGE
006680     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
006690         WS-AUDIT-MESSAGE.
006700 5000-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 5100-MARK-CLOSED  -  MARK THE PERIOD CLOSED, ADDING IT FOR A
006740*                      CALENDAR MONTH NOT ON FILE, AND WRITE THE
006750*                      PERIOD CONTROL FILE BACK.
006760*----------------------------------------------------------------
006770 5100-MARK-CLOSED.
006780     IF WS-CLS-HIT = 0 AND WS-PRD-COUNT < 120
006790         ADD 1 TO WS-PRD-COUNT
006800         MOVE WS-PRD-COUNT TO WS-CLS-HIT
006810         MOVE WS-CLS-PERIOD TO WS-PRD-PERIOD (WS-CLS-HIT)
006820         MOVE WS-CLS-START TO WS-PRD-START (WS-CLS-HIT)
006830         MOVE WS-CLS-END TO WS-PRD-END (WS-CLS-HIT)
006840     END-IF
006850     IF WS-CLS-HIT NOT = 0
006860         MOVE "C" TO WS-PRD-STATUS (WS-CLS-HIT)
006870         MOVE WS-TODAY TO WS-PRD-CLOSED-DATE (WS-CLS-HIT)
006880     END-IF
006890     OPEN OUTPUT PERIOD-CTL-FILE
006900     PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
006910             UNTIL WS-PRD-IDX > WS-PRD-COUNT
006920         MOVE WS-PRD-PERIOD (WS-PRD-IDX) TO PC-PERIOD
006930         MOVE WS-PRD-START (WS-PRD-IDX) TO PC-START-DATE
006940         MOVE WS-PRD-END (WS-PRD-IDX) TO PC-END-DATE
006950         MOVE WS-PRD-STATUS (WS-PRD-IDX) TO PC-STATUS
006960         MOVE WS-PRD-CLOSED-DATE (WS-PRD-IDX) TO PC-CLOSED-DATE
006970         WRITE PERIOD-RECORD
006980     END-PERFORM
006990     CLOSE PERIOD-CTL-FILE.
007000 5100-EXIT.
007010     EXIT.
007020 END PROGRAM GLCLOSE.
