000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRCMNT.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  SCHEDULED PERMANENT
000100*                   PRICE CHANGES.  ACTION A KEYS A PRICE CHANGE
000110*                   BATCH WITH ITS EFFECTIVE DATE - EACH LINE
000120*                   PICKS ITEMS BY DEPARTMENT, PREFERRED VENDOR,
000130*                   OR ITEM CODE AND MOVES THEIR PRICE BY A
000140*                   PERCENT OR TO A NEW PRICE - SO A SUPPLIER
000150*                   INCREASE ACROSS A WHOLE LINE IS ONE ENTRY.
000160*                   THE BATCH SITS PENDING ON PRCCHG UNTIL THE
000170*                   OVERNIGHT STEP (PRCAPPLY) APPLIES IT THE
000180*                   NIGHT BEFORE IT TAKES EFFECT.  ACTION C
000190*                   CANCELS A PENDING BATCH, AND ACTION L LISTS
000200*                   THE BATCHES ON PRCLIST.
000202*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000204*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000206*                   CODE.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PRC-CHG-FILE ASSIGN TO "PRCCHG"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-PRCCHG-STATUS.
000280     SELECT PRC-CTL-FILE ASSIGN TO "PRCCTL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PRCCTL-STATUS.
000310     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000315         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000325         RECORD KEY IS IM-ITEM-CODE
000330         FILE STATUS IS WS-ITEMMST-STATUS.
000340     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-VENDMST-STATUS.
000370     SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEPTMST-STATUS.
000400     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BUSDATE-STATUS.
000430     SELECT LIST-RPT-FILE ASSIGN TO "PRCLIST"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRC-CHG-FILE.
000480     COPY PRCCHG.
000490 FD  PRC-CTL-FILE.
000500 01  PRC-CTL-RECORD.
000510     05  PX-NEXT-BATCH-NO       PIC 9(6).
000520 FD  ITEM-MST-FILE.
000530     COPY ITEMMST.
000540 FD  VENDOR-FILE.
000550     COPY VENDMST.
000560 FD  DEPT-MST-FILE.
000570     COPY DEPTMST.
000580 FD  BUS-DATE-FILE.
000590     COPY BUSDATE.
000600 FD  LIST-RPT-FILE.
000610 01  LIST-RPT-RECORD            PIC X(100).
000620 WORKING-STORAGE SECTION.
000630 01  WS-PRCCHG-STATUS           PIC X(2).
000640 01  WS-PRCCTL-STATUS           PIC X(2).
000650 01  WS-ITEMMST-STATUS          PIC X(2).
000660 01  WS-VENDMST-STATUS          PIC X(2).
000670 01  WS-DEPTMST-STATUS          PIC X(2).
000680 01  WS-BUSDATE-STATUS          PIC X(2).
000690 01  WS-FILE-EOF                PIC X VALUE "N".
000700     88  END-OF-FILE-IN         VALUE "Y".
000710 01  WS-FILE-FULL               PIC X VALUE "N".
000720     88  CHANGES-ARE-FULL       VALUE "Y".
000730 01  WS-ACTION                  PIC X(1).
000740     88  WS-ACTION-ADD          VALUE "A".
000750     88  WS-ACTION-CANCEL       VALUE "C".
000760     88  WS-ACTION-LIST         VALUE "L".
000770     88  WS-ACTION-EXIT         VALUE "X".
000780 01  WS-TIMESTAMP               PIC X(21).
000790 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000800 01  WS-BATCH-NO                PIC 9(6) VALUE 0.
000810 01  WS-EFFECTIVE-DATE          PIC 9(8) VALUE 0.
000820 01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
000830     05  WS-EFF-YEAR            PIC 9(4).
000840     05  WS-EFF-MONTH           PIC 9(2).
000850     05  WS-EFF-DAY             PIC 9(2).
000860 01  WS-REASON                  PIC X(20).
000870 01  WS-CHG-COUNT               PIC 9(3) VALUE 0.
000880 01  WS-CHG-TABLE.
000890     05  WS-CHG-ENTRY OCCURS 999 TIMES.
000900         10  WS-CGT-RECORD      PIC X(90).
000910 01  WS-LINE-COUNT              PIC 9(3) VALUE 0.
000920 01  WS-LINE-TABLE.
000930     05  WS-LINE-ENTRY OCCURS 99 TIMES.
000940         10  WS-LIN-SELECT-TYPE PIC X(1).
000950         10  WS-LIN-SELECT-KEY  PIC X(10).
000960         10  WS-LIN-CHANGE-TYPE PIC X(1).
000970         10  WS-LIN-PERCENT     PIC S9(3)V99.
000980         10  WS-LIN-NEW-PRICE   PIC 9(6)V99.
000990 01  WS-WORK-SELECT-TYPE        PIC X(1).
001000     88  WS-SELECT-DEPT         VALUE "D".
001010     88  WS-SELECT-VENDOR       VALUE "V".
001020     88  WS-SELECT-ITEM         VALUE "I".
001030     88  WS-SELECT-DONE         VALUE " ".
001040 01  WS-WORK-SELECT-KEY         PIC X(10).
001050 01  WS-WORK-CHANGE-TYPE        PIC X(1).
001060     88  WS-CHANGE-PERCENT      VALUE "P".
001070     88  WS-CHANGE-NEW-PRICE    VALUE "N".
001080 01  WS-WORK-PERCENT            PIC S9(3)V99 VALUE 0.
001090 01  WS-WORK-NEW-PRICE          PIC 9(6)V99 VALUE 0.
001100 01  WS-KEY-OK                  PIC X(1).
001110     88  WS-KEY-IS-OK           VALUE "Y".
001120 01  WS-MATCH-COUNT             PIC 9(5) VALUE 0.
001130 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
001140 01  WS-LINE-IDX                PIC 9(3) VALUE 0.
001150 01  WS-CANCEL-LINES            PIC 9(3) VALUE 0.
001160 01  WS-CONFIRM                 PIC X(1).
001170 01  WS-YN-PROMPT               PIC X(40).
001180 01  WS-EDIT-PCT                PIC -(3)9.99.
001190 01  WS-EDIT-PRICE              PIC ZZZZZ9.99.
001200 01  WS-EDIT-ITEMS              PIC ZZZZ9.
001210 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "PRCMNT".
001220 01  WS-AUDIT-MESSAGE           PIC X(60).
001230 LINKAGE SECTION.
001240 01  CASHIER-ID                 PIC X(6).
001250 PROCEDURE DIVISION USING CASHIER-ID.
001260*----------------------------------------------------------------
001270* 0000-MAINLINE  -  LOAD THE PRICE CHANGE FILE, THEN TAKE ACTIONS
001280*                   UNTIL THE OPERATOR EXITS.
001290*----------------------------------------------------------------
001300 0000-MAINLINE.
001310     DISPLAY "[SCHEDULED PRICE CHANGES]"
001320     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001330     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001340     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
001350     PERFORM 0500-LOAD-CHANGES THRU 0500-EXIT
001360     MOVE SPACE TO WS-ACTION
001370     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001380         UNTIL WS-ACTION-EXIT
001390     GOBACK.
001400*----------------------------------------------------------------
001410* 0100-GET-BUSINESS-DATE  -  DATE NEW BATCHES WITH THE OPEN
001420*                            BUSINESS DATE WHEN THERE IS ONE,
001430*                            ELSE THE CALENDAR DATE.
001440*----------------------------------------------------------------
001450 0100-GET-BUSINESS-DATE.
001460     OPEN INPUT BUS-DATE-FILE
001470     IF WS-BUSDATE-STATUS NOT = "35"
001480         READ BUS-DATE-FILE
001490             AT END
001500                 CONTINUE
001510             NOT AT END
001520                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001530         END-READ
001540         CLOSE BUS-DATE-FILE
001550     END-IF.
001560 0100-EXIT.
001570     EXIT.
001580*----------------------------------------------------------------
001590* 0500-LOAD-CHANGES  -  HOLD THE PRICE CHANGE FILE IN THE TABLE
001600*                       SO A BATCH CAN BE ADDED OR CANCELLED AND
001610*                       THE FILE REWRITTEN, THE WAY RTVPROC HOLDS
001620*                       RTVLOG.  A FILE TOO BIG FOR THE TABLE IS
001630*                       NEVER REWRITTEN - UPDATES ARE REFUSED
001640*                       UNTIL IT IS ARCHIVED.
001650*----------------------------------------------------------------
001660 0500-LOAD-CHANGES.
001670     MOVE 0 TO WS-CHG-COUNT
001680     MOVE "N" TO WS-FILE-EOF
001690     OPEN INPUT PRC-CHG-FILE
001700     IF WS-PRCCHG-STATUS NOT = "35"
001710         PERFORM 0510-READ-PRCCHG THRU 0510-EXIT
001720         PERFORM UNTIL END-OF-FILE-IN
001730             IF WS-CHG-COUNT < 999
001740                 ADD 1 TO WS-CHG-COUNT
001750                 MOVE PRICE-CHANGE-RECORD
001760                     TO WS-CGT-RECORD (WS-CHG-COUNT)
001770             ELSE
001780                 SET CHANGES-ARE-FULL TO TRUE
001790             END-IF
001800             PERFORM 0510-READ-PRCCHG THRU 0510-EXIT
001810         END-PERFORM
001820         CLOSE PRC-CHG-FILE
001830     END-IF
001840     IF CHANGES-ARE-FULL
001850         DISPLAY "Price change table full - listing only."
001860         MOVE "PRICE CHANGE TABLE FULL - UPDATES REFUSED"
001870             TO WS-AUDIT-MESSAGE
001880         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001890             WS-AUDIT-MESSAGE
001900     END-IF.
001910 0500-EXIT.
001920     EXIT.
001930*----------------------------------------------------------------
001940* 0510-READ-PRCCHG  -  READ THE NEXT PRICE CHANGE RECORD.
001950*----------------------------------------------------------------
001960 0510-READ-PRCCHG.
001970     READ PRC-CHG-FILE
001980         AT END
001990             SET END-OF-FILE-IN TO TRUE
002000     END-READ.
002010 0510-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
002050*                     DISPATCH TO THE MATCHING PARAGRAPH.
002060*----------------------------------------------------------------
002070 1000-GET-ACTION.
002080     DISPLAY " "
002090     DISPLAY "Action (A=Add batch, C=Cancel batch, L=List, "
002100         "X=Exit): " WITH NO ADVANCING
002110     ACCEPT WS-ACTION
002120     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002130     EVALUATE TRUE
002140         WHEN WS-ACTION-ADD
002150             PERFORM 2000-ADD-BATCH THRU 2000-EXIT
002160         WHEN WS-ACTION-CANCEL
002170             PERFORM 3000-CANCEL-BATCH THRU 3000-EXIT
002180         WHEN WS-ACTION-LIST
002190             PERFORM 4000-LIST-BATCHES THRU 4000-EXIT
002200         WHEN WS-ACTION-EXIT
002210             CONTINUE
002220         WHEN OTHER
002230             DISPLAY "Invalid action - enter A, C, L, or X."
002240     END-EVALUATE.
002250 1000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 2000-ADD-BATCH  -  KEY A PRICE CHANGE BATCH: ITS EFFECTIVE
002290*                   DATE AND REASON, THEN ITS LINES UNTIL A BLANK
002300*                   SELECTION.  THE BATCH IS SAVED PENDING.
002310*----------------------------------------------------------------
002320 2000-ADD-BATCH.
002330     IF CHANGES-ARE-FULL
002340         DISPLAY "Price change table full - archive it first."
002350         GO TO 2000-EXIT
002360     END-IF
002370     DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
002380     MOVE 0 TO WS-EFFECTIVE-DATE
002390     ACCEPT WS-EFFECTIVE-DATE
002400     IF WS-EFFECTIVE-DATE < WS-BUSINESS-DATE
002410             OR WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
002420             OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
002430         DISPLAY "Effective date must be a valid date no "
002440             "earlier than " WS-BUSINESS-DATE "."
002450         GO TO 2000-EXIT
002460     END-IF
002470     DISPLAY "Reason: " WITH NO ADVANCING
002480     MOVE SPACES TO WS-REASON
002490     ACCEPT WS-REASON
002500     MOVE 0 TO WS-LINE-COUNT
002510     MOVE "X" TO WS-WORK-SELECT-TYPE
002520     PERFORM 2100-ENTER-LINE THRU 2100-EXIT
002530         UNTIL WS-SELECT-DONE
002540     IF WS-LINE-COUNT = 0
002550         DISPLAY "No lines keyed - nothing saved."
002560         GO TO 2000-EXIT
002570     END-IF
002580     IF WS-CHG-COUNT + WS-LINE-COUNT > 999
002590         DISPLAY "Price change table would overflow - archive "
002600             "it first."
002610         GO TO 2000-EXIT
002620     END-IF
002630     MOVE "Save this price change batch?" TO WS-YN-PROMPT
002640     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
002650         WS-AUDIT-PROGRAM
002660     IF WS-CONFIRM NOT = "Y"
002670         DISPLAY "Nothing saved."
002680         GO TO 2000-EXIT
002690     END-IF
002700     PERFORM 2400-ASSIGN-BATCH-NO THRU 2400-EXIT
002710     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
002720             UNTIL WS-LINE-IDX > WS-LINE-COUNT
002730         PERFORM 2500-FILE-LINE THRU 2500-EXIT
002740     END-PERFORM
002750     PERFORM 8000-REWRITE-CHANGES THRU 8000-EXIT
002760     MOVE SPACES TO WS-AUDIT-MESSAGE
002770     STRING "PRICE BATCH " DELIMITED BY SIZE
002780         WS-BATCH-NO DELIMITED BY SIZE
002790         " ADDED, " DELIMITED BY SIZE
002800         WS-LINE-COUNT DELIMITED BY SIZE
002810         " LINES, EFFECTIVE " DELIMITED BY SIZE
002820         WS-EFFECTIVE-DATE DELIMITED BY SIZE
002830         INTO WS-AUDIT-MESSAGE
002840     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002850         WS-AUDIT-MESSAGE
002860     DISPLAY "Price change batch " WS-BATCH-NO " saved.".
002870 2000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900* 2100-ENTER-LINE  -  KEY ONE LINE: HOW ITEMS ARE PICKED, THE
002910*                    DEPARTMENT / VENDOR / ITEM, AND THE CHANGE.
002920*                    A BLANK SELECTION ENDS THE BATCH.
002930*----------------------------------------------------------------
002940 2100-ENTER-LINE.
002950     DISPLAY "Select by (D=Department, V=Vendor, I=Item, "
002960         "blank=done): " WITH NO ADVANCING
002970     MOVE SPACE TO WS-WORK-SELECT-TYPE
002980     ACCEPT WS-WORK-SELECT-TYPE
002990     MOVE FUNCTION UPPER-CASE(WS-WORK-SELECT-TYPE)
003000         TO WS-WORK-SELECT-TYPE
003010     IF WS-SELECT-DONE
003020         GO TO 2100-EXIT
003030     END-IF
003040     IF NOT WS-SELECT-DEPT AND NOT WS-SELECT-VENDOR
003050             AND NOT WS-SELECT-ITEM
003060         DISPLAY "Enter D, V, I, or blank."
003070         GO TO 2100-EXIT
003080     END-IF
003090     IF WS-LINE-COUNT NOT < 99
003100         DISPLAY "A batch holds 99 lines - start another batch."
003110         MOVE SPACE TO WS-WORK-SELECT-TYPE
003120         GO TO 2100-EXIT
003130     END-IF
003140     DISPLAY "Code: " WITH NO ADVANCING
003150     MOVE SPACES TO WS-WORK-SELECT-KEY
003160     ACCEPT WS-WORK-SELECT-KEY
003170     MOVE FUNCTION UPPER-CASE(WS-WORK-SELECT-KEY)
003180         TO WS-WORK-SELECT-KEY
003190     PERFORM 2200-CHECK-KEY THRU 2200-EXIT
003200     IF NOT WS-KEY-IS-OK
003210         GO TO 2100-EXIT
003220     END-IF
003230     DISPLAY "Change (P=Percent, N=New price): "
003240         WITH NO ADVANCING
003250     MOVE SPACE TO WS-WORK-CHANGE-TYPE
003260     ACCEPT WS-WORK-CHANGE-TYPE
003270     MOVE FUNCTION UPPER-CASE(WS-WORK-CHANGE-TYPE)
003280         TO WS-WORK-CHANGE-TYPE
003290     MOVE 0 TO WS-WORK-PERCENT
003300     MOVE 0 TO WS-WORK-NEW-PRICE
003310     EVALUATE TRUE
003320         WHEN WS-CHANGE-PERCENT
003330             DISPLAY "Percent (negative to reduce): "
003340                 WITH NO ADVANCING
003350             ACCEPT WS-WORK-PERCENT
003360             IF WS-WORK-PERCENT = 0 OR
003370                     WS-WORK-PERCENT NOT > -100
003380                 DISPLAY "Percent must be non-zero and above "
003390                     "-100 - line dropped."
003400                 GO TO 2100-EXIT
003410             END-IF
003420         WHEN WS-CHANGE-NEW-PRICE
003430             DISPLAY "New price: " WITH NO ADVANCING
003440             ACCEPT WS-WORK-NEW-PRICE
003450             IF WS-WORK-NEW-PRICE = 0
003460                 DISPLAY "New price must be non-zero - line "
003470                     "dropped."
003480                 GO TO 2100-EXIT
003490             END-IF
003500         WHEN OTHER
003510             DISPLAY "Enter P or N - line dropped."
003520             GO TO 2100-EXIT
003530     END-EVALUATE
003540     ADD 1 TO WS-LINE-COUNT
003550     MOVE WS-WORK-SELECT-TYPE
003560         TO WS-LIN-SELECT-TYPE (WS-LINE-COUNT)
003570     MOVE WS-WORK-SELECT-KEY TO WS-LIN-SELECT-KEY (WS-LINE-COUNT)
003580     MOVE WS-WORK-CHANGE-TYPE
003590         TO WS-LIN-CHANGE-TYPE (WS-LINE-COUNT)
003600     MOVE WS-WORK-PERCENT TO WS-LIN-PERCENT (WS-LINE-COUNT)
003610     MOVE WS-WORK-NEW-PRICE TO WS-LIN-NEW-PRICE (WS-LINE-COUNT)
003620     DISPLAY "  Line " WS-LINE-COUNT " - " WS-MATCH-COUNT
003630         " active items selected today.".
003640 2100-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* 2200-CHECK-KEY  -  CHECK THE KEYED DEPARTMENT, VENDOR, OR ITEM
003680*                   AGAINST ITS MASTER AND COUNT THE ACTIVE ITEMS
003690*                   IT SELECTS TODAY.  A SELECTION THAT PICKS NO
003700*                   ITEM IS REFUSED.
003710*----------------------------------------------------------------
003720 2200-CHECK-KEY.
003730     MOVE "N" TO WS-KEY-OK
003740     EVALUATE TRUE
003750         WHEN WS-SELECT-DEPT
003760             PERFORM 2210-CHECK-DEPT THRU 2210-EXIT
003770         WHEN WS-SELECT-VENDOR
003780             PERFORM 2220-CHECK-VENDOR THRU 2220-EXIT
003790         WHEN OTHER
003800             MOVE "Y" TO WS-KEY-OK
003810     END-EVALUATE
003820     IF NOT WS-KEY-IS-OK
003830         DISPLAY "Code " WS-WORK-SELECT-KEY " not on file."
003840         GO TO 2200-EXIT
003850     END-IF
003860     MOVE 0 TO WS-MATCH-COUNT
003870     MOVE "N" TO WS-FILE-EOF
003880     OPEN INPUT ITEM-MST-FILE
003890     IF WS-ITEMMST-STATUS NOT = "35"
003900         PERFORM 2230-READ-ITEMMST THRU 2230-EXIT
003910         PERFORM UNTIL END-OF-FILE-IN
003920             IF IM-IS-ACTIVE
003930                 EVALUATE TRUE
003940                     WHEN WS-SELECT-DEPT
003950                         IF IM-DEPT-CODE = WS-WORK-SELECT-KEY
003960                             ADD 1 TO WS-MATCH-COUNT
003970                         END-IF
003980                     WHEN WS-SELECT-VENDOR
003990                         IF IM-PREF-VENDOR = WS-WORK-SELECT-KEY
004000                             ADD 1 TO WS-MATCH-COUNT
004010                         END-IF
004020                     WHEN OTHER
004030                         IF IM-ITEM-CODE = WS-WORK-SELECT-KEY
004040                             ADD 1 TO WS-MATCH-COUNT
004050                         END-IF
004060                 END-EVALUATE
004070             END-IF
004080             PERFORM 2230-READ-ITEMMST THRU 2230-EXIT
004090         END-PERFORM
004100         CLOSE ITEM-MST-FILE
004110     END-IF
004120     IF WS-MATCH-COUNT = 0
004130         DISPLAY "No active item is selected by "
004140             WS-WORK-SELECT-KEY " - line dropped."
004150         MOVE "N" TO WS-KEY-OK
004160     END-IF.
004170 2200-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2210-CHECK-DEPT  -  IS THE KEYED CODE ON THE DEPARTMENT TABLE?
004210*----------------------------------------------------------------
004220 2210-CHECK-DEPT.
004230     MOVE "N" TO WS-FILE-EOF
004240     OPEN INPUT DEPT-MST-FILE
004250     IF WS-DEPTMST-STATUS = "35"
004260         GO TO 2210-EXIT
004270     END-IF
004280     PERFORM 2211-READ-DEPTMST THRU 2211-EXIT
004290     PERFORM UNTIL END-OF-FILE-IN
004300         IF DP-DEPT-CODE = WS-WORK-SELECT-KEY
004310             MOVE "Y" TO WS-KEY-OK
004320         END-IF
004330         PERFORM 2211-READ-DEPTMST THRU 2211-EXIT
004340     END-PERFORM
004350     CLOSE DEPT-MST-FILE.
004360 2210-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 2211-READ-DEPTMST  -  READ THE NEXT DEPARTMENT RECORD.
004400*----------------------------------------------------------------
004410 2211-READ-DEPTMST.
004420     READ DEPT-MST-FILE
004430         AT END
004440             SET END-OF-FILE-IN TO TRUE
004450     END-READ.
004460 2211-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 2220-CHECK-VENDOR  -  IS THE KEYED CODE ON THE VENDOR MASTER?
004500*----------------------------------------------------------------
004510 2220-CHECK-VENDOR.
004520     MOVE "N" TO WS-FILE-EOF
004530     OPEN INPUT VENDOR-FILE
004540     IF WS-VENDMST-STATUS = "35"
004550         GO TO 2220-EXIT
004560     END-IF
004570     PERFORM 2221-READ-VENDMST THRU 2221-EXIT
004580     PERFORM UNTIL END-OF-FILE-IN
004590         IF VN-VENDOR-ID = WS-WORK-SELECT-KEY
004600             MOVE "Y" TO WS-KEY-OK
004610         END-IF
004620         PERFORM 2221-READ-VENDMST THRU 2221-EXIT
004630     END-PERFORM
004640     CLOSE VENDOR-FILE.
004650 2220-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680* 2221-READ-VENDMST  -  READ THE NEXT VENDOR RECORD.
004690*----------------------------------------------------------------
004700 2221-READ-VENDMST.
004710     READ VENDOR-FILE
004720         AT END
004730             SET END-OF-FILE-IN TO TRUE
004740     END-READ.
004750 2221-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 2230-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
004790*----------------------------------------------------------------
004800 2230-READ-ITEMMST.
004810     READ ITEM-MST-FILE
004820         AT END
004830             SET END-OF-FILE-IN TO TRUE
004840     END-READ.
004850 2230-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* 2400-ASSIGN-BATCH-NO  -  DRAW THE NEXT BATCH NUMBER FROM THE
004890*                         PRCCTL CONTROL FILE AND BUMP THE FILE
004900*                         AT ONCE.  A MISSING CONTROL FILE STARTS
004910*                         THE SEQUENCE AT ONE.
004920*----------------------------------------------------------------
004930 2400-ASSIGN-BATCH-NO.
004940     OPEN INPUT PRC-CTL-FILE
004950     IF WS-PRCCTL-STATUS = "35"
004960         MOVE 1 TO WS-BATCH-NO
004970     ELSE
004980         READ PRC-CTL-FILE
004990             AT END
005000                 MOVE 1 TO WS-BATCH-NO
005010             NOT AT END
005020                 MOVE PX-NEXT-BATCH-NO TO WS-BATCH-NO
005030         END-READ
005040         CLOSE PRC-CTL-FILE
005050     END-IF
005060     OPEN OUTPUT PRC-CTL-FILE
005070     COMPUTE PX-NEXT-BATCH-NO = WS-BATCH-NO + 1
005080     WRITE PRC-CTL-RECORD
005090     CLOSE PRC-CTL-FILE.
005100 2400-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130* 2500-FILE-LINE  -  ADD ONE KEYED LINE TO THE HELD FILE AS A
005140*                   PENDING PRICE CHANGE.
005150*----------------------------------------------------------------
005160 2500-FILE-LINE.
005170     MOVE SPACES TO PRICE-CHANGE-RECORD
005180     MOVE WS-BATCH-NO TO PC-BATCH-NO
005190     MOVE WS-LINE-IDX TO PC-LINE-NO
005200     MOVE WS-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE
005210     MOVE WS-LIN-SELECT-TYPE (WS-LINE-IDX) TO PC-SELECT-TYPE
005220     MOVE WS-LIN-SELECT-KEY (WS-LINE-IDX) TO PC-SELECT-KEY
005230     MOVE WS-LIN-CHANGE-TYPE (WS-LINE-IDX) TO PC-CHANGE-TYPE
005240     MOVE WS-LIN-PERCENT (WS-LINE-IDX) TO PC-PERCENT
005250     MOVE WS-LIN-NEW-PRICE (WS-LINE-IDX) TO PC-NEW-PRICE
005260     SET PC-IS-PENDING TO TRUE
005270     MOVE CASHIER-ID TO PC-ENTERED-BY
005280     MOVE WS-BUSINESS-DATE TO PC-ENTERED-DATE
005290     MOVE 0 TO PC-APPLIED-DATE
005300     MOVE 0 TO PC-ITEMS-CHANGED
005310     MOVE WS-REASON TO PC-REASON
005320     ADD 1 TO WS-CHG-COUNT
005330     MOVE PRICE-CHANGE-RECORD TO WS-CGT-RECORD (WS-CHG-COUNT).
005340 2500-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 3000-CANCEL-BATCH  -  CANCEL EVERY PENDING LINE OF THE KEYED
005380*                      BATCH BEFORE IT IS APPLIED.  AN APPLIED
005390*                      BATCH IS UNDONE WITH A NEW BATCH.
005400*----------------------------------------------------------------
005410 3000-CANCEL-BATCH.
005420     IF CHANGES-ARE-FULL
005430         DISPLAY "Price change table full - archive it first."
005440         GO TO 3000-EXIT
005450     END-IF
005460     DISPLAY "Batch number: " WITH NO ADVANCING
005470     MOVE 0 TO WS-BATCH-NO
005480     ACCEPT WS-BATCH-NO
005490     MOVE 0 TO WS-CANCEL-LINES
005500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005510             UNTIL WS-SCAN-IDX > WS-CHG-COUNT
005520         MOVE WS-CGT-RECORD (WS-SCAN-IDX) TO PRICE-CHANGE-RECORD
005530         IF PC-BATCH-NO = WS-BATCH-NO AND PC-IS-PENDING
005540             ADD 1 TO WS-CANCEL-LINES
005550             MOVE PC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
005560         END-IF
005570     END-PERFORM
005580     IF WS-CANCEL-LINES = 0
005590         DISPLAY "Batch " WS-BATCH-NO " has no pending lines."
005600         GO TO 3000-EXIT
005610     END-IF
005620     DISPLAY "  Lines pending " WS-CANCEL-LINES
005630         "  effective " WS-EFFECTIVE-DATE
005640     MOVE "Cancel this price change batch?" TO WS-YN-PROMPT
005650     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
005660         WS-AUDIT-PROGRAM
005670     IF WS-CONFIRM NOT = "Y"
005680         DISPLAY "Nothing changed."
005690         GO TO 3000-EXIT
005700     END-IF
005710     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005720             UNTIL WS-SCAN-IDX > WS-CHG-COUNT
005730         MOVE WS-CGT-RECORD (WS-SCAN-IDX) TO PRICE-CHANGE-RECORD
005740         IF PC-BATCH-NO = WS-BATCH-NO AND PC-IS-PENDING
005750             SET PC-IS-CANCELLED TO TRUE
005760             MOVE PRICE-CHANGE-RECORD
005770                 TO WS-CGT-RECORD (WS-SCAN-IDX)
005780         END-IF
005790     END-PERFORM
005800     PERFORM 8000-REWRITE-CHANGES THRU 8000-EXIT
005810     MOVE SPACES TO WS-AUDIT-MESSAGE
005820     STRING "PRICE BATCH " DELIMITED BY SIZE
005830         WS-BATCH-NO DELIMITED BY SIZE
005840         " CANCELLED, " DELIMITED BY SIZE
005850         WS-CANCEL-LINES DELIMITED BY SIZE
005860         " LINES" DELIMITED BY SIZE
005870         INTO WS-AUDIT-MESSAGE
005880     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005890         WS-AUDIT-MESSAGE
005900     DISPLAY "Price change batch " WS-BATCH-NO " cancelled.".
005910 3000-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 4000-LIST-BATCHES  -  PRINT EVERY PRICE CHANGE LINE ON THE
005950*                      PRCLIST REPORT IN FILE ORDER WITH ITS
005960*                      STATUS, AND THE ITEMS REPRICED ONCE IT HAS
005970*                      BEEN APPLIED.
005980*----------------------------------------------------------------
005990 4000-LIST-BATCHES.
006000     OPEN OUTPUT LIST-RPT-FILE
006010     MOVE SPACES TO LIST-RPT-RECORD
006020     STRING "SCHEDULED PRICE CHANGES - " DELIMITED BY SIZE
006030         WS-TIMESTAMP DELIMITED BY SIZE
006040         INTO LIST-RPT-RECORD
006050     WRITE LIST-RPT-RECORD
006060     MOVE SPACES TO LIST-RPT-RECORD
006070     WRITE LIST-RPT-RECORD
006080     MOVE "BATCH  LN  EFFECTIVE BY CODE       CHANGE"
006090         TO LIST-RPT-RECORD
006100     MOVE "STATUS     APPLIED  ITEMS REASON"
006110         TO LIST-RPT-RECORD (50:32)
006120     WRITE LIST-RPT-RECORD
006130     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006140             UNTIL WS-SCAN-IDX > WS-CHG-COUNT
006150         MOVE WS-CGT-RECORD (WS-SCAN-IDX) TO PRICE-CHANGE-RECORD
006160         PERFORM 4100-LIST-ONE-LINE THRU 4100-EXIT
006170     END-PERFORM
006180     CLOSE LIST-RPT-FILE
006190     DISPLAY "Price change lines: " WS-CHG-COUNT
006200         " - see PRCLIST.".
006210 4000-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240* 4100-LIST-ONE-LINE  -  PRINT ONE PRICE CHANGE LINE.
006250*----------------------------------------------------------------
006260 4100-LIST-ONE-LINE.
006270     MOVE SPACES TO LIST-RPT-RECORD
006280     STRING PC-BATCH-NO DELIMITED BY SIZE
006290         " " DELIMITED BY SIZE
006300         PC-LINE-NO DELIMITED BY SIZE
006310         " " DELIMITED BY SIZE
006320         PC-EFFECTIVE-DATE DELIMITED BY SIZE
006330         "  " DELIMITED BY SIZE
006340         PC-SELECT-TYPE DELIMITED BY SIZE
006350         "  " DELIMITED BY SIZE
006360         PC-SELECT-KEY DELIMITED BY SIZE
006370         INTO LIST-RPT-RECORD
006380     IF PC-BY-PERCENT
006390         MOVE PC-PERCENT TO WS-EDIT-PCT
006400         MOVE WS-EDIT-PCT TO LIST-RPT-RECORD (38:7)
006410         MOVE "%" TO LIST-RPT-RECORD (45:1)
006420     ELSE
006430         MOVE PC-NEW-PRICE TO WS-EDIT-PRICE
006440         MOVE WS-EDIT-PRICE TO LIST-RPT-RECORD (38:9)
006450     END-IF
006460     EVALUATE TRUE
006470         WHEN PC-IS-PENDING
006480             MOVE "PENDING" TO LIST-RPT-RECORD (50:9)
006490         WHEN PC-IS-APPLIED
006500             MOVE "APPLIED" TO LIST-RPT-RECORD (50:9)
006510             MOVE PC-APPLIED-DATE TO LIST-RPT-RECORD (59:8)
006520             MOVE PC-ITEMS-CHANGED TO WS-EDIT-ITEMS
006530             MOVE WS-EDIT-ITEMS TO LIST-RPT-RECORD (69:5)
006540         WHEN OTHER
006550             MOVE "CANCELLED" TO LIST-RPT-RECORD (50:9)
006560     END-EVALUATE
006570     MOVE PC-REASON TO LIST-RPT-RECORD (75:20)
006580     WRITE LIST-RPT-RECORD.
006590 4100-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620* 8000-REWRITE-CHANGES  -  WRITE THE HELD PRICE CHANGE FILE BACK.
006630*----------------------------------------------------------------
006640 8000-REWRITE-CHANGES.
006650     OPEN OUTPUT PRC-CHG-FILE
006660     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006670             UNTIL WS-SCAN-IDX > WS-CHG-COUNT
006680         MOVE WS-CGT-RECORD (WS-SCAN-IDX) TO PRICE-CHANGE-RECORD
006690         WRITE PRICE-CHANGE-RECORD
006700     END-PERFORM
006710     CLOSE PRC-CHG-FILE.
006720 8000-EXIT.
006730     EXIT.
006740 END PROGRAM PRCMNT.
