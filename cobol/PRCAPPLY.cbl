000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRCAPPLY.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  OVERNIGHT PRICE
000100*                   CHANGE STEP.  APPLIES EVERY PENDING PRCCHG
000110*                   LINE TAKING EFFECT BY THE NEXT TRADING
000120*                   MORNING (THE DAY AFTER THE BUSINESS DATE) TO
000130*                   THE ITEM MASTER THROUGH THE ITEMWRK REWRITE,
000140*                   REBUILDS ITEMIDX THROUGH ITEMLOAD, LOGS EACH
000150*                   ITEM'S BEFORE AND AFTER PRICE TO THE AUDIT
000160*                   LOG, PRINTS THE PRCRPT REGISTER, AND WRITES A
000170*                   SHELFTAG RECORD FOR EVERY ITEM REPRICED SO
000180*                   THE TAGS ARE HUNG BEFORE THE STORE OPENS.
000183*   10/15/2026  DH  WIDEN THE ITEM WORK RECORD FOR THE TAX CLASS
000186*                   NOW ON THE ITEM MASTER.
000187*   10/15/2026  DH  REPRICE THE KEYED ITEM MASTER IN PLACE - EACH
000188*                   ITEM READ AGAIN WITH A LOCK AND REWRITTEN, AN
000189*                   ITEM HELD AT A REGISTER REFUSED AND LOGGED.
000190*                   THE ITEMWRK PASS AND THE ITEMLOAD REBUILD ARE
000191*                   GONE.
000192*   10/15/2026  DH  MARK A LINE APPLIED ONLY FOR WHAT IT REPRICED.
000193*                   A LINE WHOSE ITEMS WERE ALL IN USE STAYS
000194*                   PENDING, AND EACH OTHER ITEM IN USE IS CARRIED
000195*                   AS A PENDING LINE FOR THAT ITEM ALONE.
000196*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT PRC-CHG-FILE ASSIGN TO "PRCCHG"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-PRCCHG-STATUS.
000260     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000264         ORGANIZATION IS INDEXED
000268         ACCESS MODE IS DYNAMIC
000272         RECORD KEY IS IM-ITEM-CODE
000276         LOCK MODE IS MANUAL
000280         FILE STATUS IS WS-ITEMMST-STATUS.
000320     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BUSDATE-STATUS.
000350     SELECT SHELF-TAG-FILE ASSIGN TO "SHELFTAG"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT PRC-RPT-FILE ASSIGN TO "PRCRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PRC-CHG-FILE.
000420     COPY PRCCHG.
000430 FD  ITEM-MST-FILE.
000440     COPY ITEMMST.
000470 FD  BUS-DATE-FILE.
000480     COPY BUSDATE.
000490 FD  SHELF-TAG-FILE.
000500     COPY SHELFTAG.
000510 FD  PRC-RPT-FILE.
000520 01  PRC-RPT-RECORD             PIC X(100).
000530 WORKING-STORAGE SECTION.
000540 01  WS-PRCCHG-STATUS           PIC X(2).
000550 01  WS-ITEMMST-STATUS          PIC X(2).
000560     88  ITEM-IS-LOCKED         VALUE "51".
000570 01  WS-BUSDATE-STATUS          PIC X(2).
000580 01  WS-FILE-EOF                PIC X VALUE "N".
000590     88  END-OF-FILE-IN         VALUE "Y".
000600 01  WS-FILE-FULL               PIC X VALUE "N".
000610     88  CHANGES-ARE-FULL       VALUE "Y".
000620 01  WS-TIMESTAMP               PIC X(21).
000630 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000640 01  WS-CUTOFF-DATE             PIC 9(8) VALUE 0.
000650 01  WS-CHG-COUNT               PIC 9(3) VALUE 0.
000660 01  WS-CHG-TABLE.
000670     05  WS-CHG-ENTRY OCCURS 999 TIMES.
000680         10  WS-CGT-RECORD      PIC X(90).
000690 01  WS-DUE-COUNT               PIC 9(3) VALUE 0.
000700 01  WS-DUE-TABLE.
000710     05  WS-DUE-ENTRY OCCURS 999 TIMES.
000720         10  WS-DUE-CHG-IDX     PIC 9(3).
000730         10  WS-DUE-BATCH-NO    PIC 9(6).
000740         10  WS-DUE-LINE-NO     PIC 9(3).
000750         10  WS-DUE-EFF-DATE    PIC 9(8).
000760         10  WS-DUE-SELECT-TYPE PIC X(1).
000770         10  WS-DUE-SELECT-KEY  PIC X(10).
000780         10  WS-DUE-CHANGE-TYPE PIC X(1).
000790         10  WS-DUE-PERCENT     PIC S9(3)V99.
000800         10  WS-DUE-NEW-PRICE   PIC 9(6)V99.
000810         10  WS-DUE-WEIGHT      PIC 9(1).
000820         10  WS-DUE-ITEMS       PIC 9(5).
000822         10  WS-DUE-REFUSED     PIC 9(5).
000824         10  WS-DUE-APPLY       PIC X(1).
000826             88  DUE-LINE-APPLIED   VALUE "Y".
000828             88  DUE-LINE-HELD      VALUE "N".
000830 01  WS-DUE-IDX                 PIC 9(3) VALUE 0.
000840 01  WS-BEST-IDX                PIC 9(3) VALUE 0.
000850 01  WS-MATCH-FLAG              PIC X(1).
000860     88  LINE-MATCHES-ITEM      VALUE "Y".
000870 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
000880 01  WS-OLD-PRICE               PIC 9(6)V99 VALUE 0.
000890 01  WS-NEW-PRICE               PIC 9(6)V99 VALUE 0.
000900 01  WS-PRICE-OK                PIC X(1).
000910     88  NEW-PRICE-IS-OK        VALUE "Y".
000920 01  WS-ITEMS-REPRICED          PIC 9(5) VALUE 0.
000930 01  WS-ITEMS-REJECTED          PIC 9(5) VALUE 0.
000931 01  WS-RETRY-COUNT             PIC 9(3) VALUE 0.
000932 01  WS-RETRY-TABLE.
000933     05  WS-RETRY-ENTRY OCCURS 999 TIMES.
000934         10  WS-RTY-DUE-IDX     PIC 9(3).
000935         10  WS-RTY-ITEM-CODE   PIC X(10).
000936 01  WS-RETRY-IDX               PIC 9(3) VALUE 0.
000937 01  WS-LINES-APPLIED           PIC 9(3) VALUE 0.
000938 01  WS-LINES-HELD              PIC 9(3) VALUE 0.
000940 01  WS-EDIT-OLD-PRICE          PIC ZZZZZ9.99.
000950 01  WS-EDIT-NEW-PRICE          PIC ZZZZZ9.99.
000960 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "PRCAPPLY".
000970 01  WS-AUDIT-MESSAGE           PIC X(60).
000980 PROCEDURE DIVISION.
000990*----------------------------------------------------------------
001000* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
001010*----------------------------------------------------------------
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     PERFORM 1500-LOAD-CHANGES THRU 1500-EXIT
001050     IF WS-DUE-COUNT > 0
001060         PERFORM 2000-REPRICE-ITEMS THRU 2000-EXIT
001070     END-IF
001080     IF RETURN-CODE = 0 AND WS-DUE-COUNT > 0
001120         PERFORM 4000-MARK-APPLIED THRU 4000-EXIT
001130     END-IF
001140     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001150     CLOSE SHELF-TAG-FILE
001160     CLOSE PRC-RPT-FILE
001170     GOBACK.
001180*----------------------------------------------------------------
001190* 1000-INITIALIZE  -  PICK UP THE BUSINESS DATE AND WORK OUT THE
001200*                     CUTOFF - EVERYTHING EFFECTIVE BY TOMORROW
001210*                     MORNING GOES ON TONIGHT.  THE TAG FILE IS
001220*                     OPENED EVEN ON A QUIET NIGHT SO YESTERDAY'S
001230*                     TAGS ARE NEVER PRINTED TWICE.
001240*----------------------------------------------------------------
001250 1000-INITIALIZE.
001260     DISPLAY "[OVERNIGHT PRICE CHANGES]"
001270     MOVE 0 TO RETURN-CODE
001280     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001290     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001300     OPEN INPUT BUS-DATE-FILE
001310     IF WS-BUSDATE-STATUS NOT = "35"
001320         READ BUS-DATE-FILE
001330             AT END
001340                 CONTINUE
001350             NOT AT END
001360                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001370         END-READ
001380         CLOSE BUS-DATE-FILE
001390     END-IF
001400     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
001410         (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1)
001420     OPEN OUTPUT SHELF-TAG-FILE
001430     OPEN OUTPUT PRC-RPT-FILE
001440     MOVE SPACES TO PRC-RPT-RECORD
001450     STRING "PRICE CHANGES EFFECTIVE THROUGH " DELIMITED BY SIZE
001460         WS-CUTOFF-DATE DELIMITED BY SIZE
001470         "  RUN " DELIMITED BY SIZE
001480         WS-TIMESTAMP DELIMITED BY SIZE
001490         INTO PRC-RPT-RECORD
001500     WRITE PRC-RPT-RECORD
001510     MOVE SPACES TO PRC-RPT-RECORD
001520     WRITE PRC-RPT-RECORD
001530     MOVE "ITEM       DESCRIPTION                    OLD PRICE"
001540         TO PRC-RPT-RECORD
001550     MOVE " NEW PRICE  BATCH  LN   NOTE"
001560         TO PRC-RPT-RECORD (52:28)
001570     WRITE PRC-RPT-RECORD.
001580 1000-EXIT.
001590     EXIT.
001600*----------------------------------------------------------------
001610* 1500-LOAD-CHANGES  -  HOLD THE PRICE CHANGE FILE AND NOTE EVERY
001620*                      PENDING LINE DUE BY THE CUTOFF.  A FILE
001630*                      TOO BIG FOR THE TABLE IS NOT APPLIED AT
001640*                      ALL - THE STEP ENDS WITH A BAD RETURN CODE.
001650*----------------------------------------------------------------
001660 1500-LOAD-CHANGES.
001670     MOVE "N" TO WS-FILE-EOF
001680     OPEN INPUT PRC-CHG-FILE
001690     IF WS-PRCCHG-STATUS = "35"
001700         GO TO 1500-EXIT
001710     END-IF
001720     PERFORM 1510-READ-PRCCHG THRU 1510-EXIT
001730     PERFORM UNTIL END-OF-FILE-IN
001740         IF WS-CHG-COUNT < 999
001750             ADD 1 TO WS-CHG-COUNT
001760             MOVE PRICE-CHANGE-RECORD
001770                 TO WS-CGT-RECORD (WS-CHG-COUNT)
001780             IF PC-IS-PENDING
001790                     AND PC-EFFECTIVE-DATE NOT > WS-CUTOFF-DATE
001800                 PERFORM 1520-NOTE-DUE-LINE THRU 1520-EXIT
001810             END-IF
001820         ELSE
001830             SET CHANGES-ARE-FULL TO TRUE
001840         END-IF
001850         PERFORM 1510-READ-PRCCHG THRU 1510-EXIT
001860     END-PERFORM
001870     CLOSE PRC-CHG-FILE
001880     IF CHANGES-ARE-FULL
001890         DISPLAY "Price change table full - nothing applied."
001900         MOVE "PRICE CHANGE TABLE FULL - NOTHING APPLIED"
001910             TO WS-AUDIT-MESSAGE
001920         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001930             WS-AUDIT-MESSAGE
001940         MOVE 0 TO WS-DUE-COUNT
001950         MOVE 8 TO RETURN-CODE
001960     END-IF.
001970 1500-EXIT.
001980     EXIT.
001990*----------------------------------------------------------------
002000* 1510-READ-PRCCHG  -  READ THE NEXT PRICE CHANGE RECORD.
002010*----------------------------------------------------------------
002020 1510-READ-PRCCHG.
002030     READ PRC-CHG-FILE
002040         AT END
002050             SET END-OF-FILE-IN TO TRUE
002060     END-READ.
002070 1510-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 1520-NOTE-DUE-LINE  -  ADD ONE DUE LINE TO THE WORK TABLE.  AN
002110*                       ITEM LINE OUTRANKS A VENDOR LINE, WHICH
002120*                       OUTRANKS A DEPARTMENT LINE.
002130*----------------------------------------------------------------
002140 1520-NOTE-DUE-LINE.
002150     ADD 1 TO WS-DUE-COUNT
002160     MOVE WS-CHG-COUNT TO WS-DUE-CHG-IDX (WS-DUE-COUNT)
002170     MOVE PC-BATCH-NO TO WS-DUE-BATCH-NO (WS-DUE-COUNT)
002180     MOVE PC-LINE-NO TO WS-DUE-LINE-NO (WS-DUE-COUNT)
002190     MOVE PC-EFFECTIVE-DATE TO WS-DUE-EFF-DATE (WS-DUE-COUNT)
002200     MOVE PC-SELECT-TYPE TO WS-DUE-SELECT-TYPE (WS-DUE-COUNT)
002210     MOVE PC-SELECT-KEY TO WS-DUE-SELECT-KEY (WS-DUE-COUNT)
002220     MOVE PC-CHANGE-TYPE TO WS-DUE-CHANGE-TYPE (WS-DUE-COUNT)
002230     MOVE PC-PERCENT TO WS-DUE-PERCENT (WS-DUE-COUNT)
002240     MOVE PC-NEW-PRICE TO WS-DUE-NEW-PRICE (WS-DUE-COUNT)
002250     MOVE 0 TO WS-DUE-ITEMS (WS-DUE-COUNT)
002253     MOVE 0 TO WS-DUE-REFUSED (WS-DUE-COUNT)
002256     SET DUE-LINE-APPLIED (WS-DUE-COUNT) TO TRUE
002260     EVALUATE TRUE
002270         WHEN PC-BY-ITEM
002280             MOVE 3 TO WS-DUE-WEIGHT (WS-DUE-COUNT)
002290         WHEN PC-BY-VENDOR
002300             MOVE 2 TO WS-DUE-WEIGHT (WS-DUE-COUNT)
002310         WHEN OTHER
002320             MOVE 1 TO WS-DUE-WEIGHT (WS-DUE-COUNT)
002330     END-EVALUATE.
002340 1520-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370* 2000-REPRICE-ITEMS  -  PASS THE ITEM MASTER IN KEY ORDER,
002380*                       REPRICING IN PLACE EACH ACTIVE ITEM A DUE
002390*                       LINE SELECTS.
002400*----------------------------------------------------------------
002410 2000-REPRICE-ITEMS.
002420     MOVE "N" TO WS-FILE-EOF
002430     OPEN I-O ITEM-MST-FILE
002440     IF WS-ITEMMST-STATUS NOT = "00"
002450         DISPLAY "No item master - price changes not applied."
002460         MOVE 8 TO RETURN-CODE
002470         GO TO 2000-EXIT
002480     END-IF
002500     PERFORM 2100-READ-ITEMMST THRU 2100-EXIT
002510     PERFORM UNTIL END-OF-FILE-IN
002520         IF IM-IS-ACTIVE
002530             PERFORM 2200-FIND-BEST-LINE THRU 2200-EXIT
002540             IF WS-BEST-IDX > 0
002550                 PERFORM 2300-REPRICE-ONE-ITEM THRU 2300-EXIT
002560             END-IF
002570         END-IF
002600         PERFORM 2100-READ-ITEMMST THRU 2100-EXIT
002610     END-PERFORM
002620     CLOSE ITEM-MST-FILE.
002640 2000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* 2100-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
002680*----------------------------------------------------------------
002690 2100-READ-ITEMMST.
002700     READ ITEM-MST-FILE NEXT RECORD
002710         AT END
002720             SET END-OF-FILE-IN TO TRUE
002730     END-READ.
002740 2100-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 2200-FIND-BEST-LINE  -  SET WS-BEST-IDX TO THE DUE LINE THAT
002780*                        GOVERNS THIS ITEM: THE MOST SPECIFIC
002790*                        SELECTION, THEN THE LATEST EFFECTIVE
002800*                        DATE, THEN THE LATEST LINE KEYED.  ZERO
002810*                        WHEN NO DUE LINE SELECTS THE ITEM.
002820*----------------------------------------------------------------
002830 2200-FIND-BEST-LINE.
002840     MOVE 0 TO WS-BEST-IDX
002850     PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
002860             UNTIL WS-DUE-IDX > WS-DUE-COUNT
002870         MOVE "N" TO WS-MATCH-FLAG
002880         EVALUATE WS-DUE-SELECT-TYPE (WS-DUE-IDX)
002890             WHEN "I"
002900                 IF IM-ITEM-CODE =
002910                         WS-DUE-SELECT-KEY (WS-DUE-IDX)
002920                     MOVE "Y" TO WS-MATCH-FLAG
002930                 END-IF
002940             WHEN "V"
002950                 IF IM-PREF-VENDOR =
002960                         WS-DUE-SELECT-KEY (WS-DUE-IDX)
002970                     MOVE "Y" TO WS-MATCH-FLAG
002980                 END-IF
002990             WHEN "D"
003000                 IF IM-DEPT-CODE =
003010                         WS-DUE-SELECT-KEY (WS-DUE-IDX)
003020                     MOVE "Y" TO WS-MATCH-FLAG
003030                 END-IF
003040         END-EVALUATE
003050         IF LINE-MATCHES-ITEM
003060             IF WS-BEST-IDX = 0
003070                 MOVE WS-DUE-IDX TO WS-BEST-IDX
003080             ELSE
003090                 IF WS-DUE-WEIGHT (WS-DUE-IDX) >
003100                         WS-DUE-WEIGHT (WS-BEST-IDX)
003110                     OR (WS-DUE-WEIGHT (WS-DUE-IDX) =
003120                         WS-DUE-WEIGHT (WS-BEST-IDX)
003130                     AND WS-DUE-EFF-DATE (WS-DUE-IDX) NOT <
003140                         WS-DUE-EFF-DATE (WS-BEST-IDX))
003150                     MOVE WS-DUE-IDX TO WS-BEST-IDX
003160                 END-IF
003170             END-IF
003180         END-IF
003190     END-PERFORM.
003200 2200-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 2300-REPRICE-ONE-ITEM  -  WORK OUT THE NEW PRICE FROM THE
003240*                          GOVERNING LINE.  A PRICE THAT WOULD
003250*                          ROUND TO ZERO OR OVERFLOW IS REFUSED
003256*                          AND LEFT AS IT WAS, AS IS AN ITEM A
003262*                          REGISTER HAS LOCKED.
003270*----------------------------------------------------------------
003280 2300-REPRICE-ONE-ITEM.
003290     MOVE IM-UNIT-PRICE TO WS-OLD-PRICE
003300     MOVE "Y" TO WS-PRICE-OK
003310     IF WS-DUE-CHANGE-TYPE (WS-BEST-IDX) = "P"
003320         COMPUTE WS-NEW-PRICE ROUNDED = WS-OLD-PRICE *
003330             (100 + WS-DUE-PERCENT (WS-BEST-IDX)) / 100
003340             ON SIZE ERROR
003350                 MOVE "N" TO WS-PRICE-OK
003360         END-COMPUTE
003370     ELSE
003380         MOVE WS-DUE-NEW-PRICE (WS-BEST-IDX) TO WS-NEW-PRICE
003390     END-IF
003400     IF WS-NEW-PRICE = 0
003410         MOVE "N" TO WS-PRICE-OK
003420     END-IF
003430     MOVE WS-OLD-PRICE TO WS-EDIT-OLD-PRICE
003440     MOVE SPACES TO PRC-RPT-RECORD
003450     STRING IM-ITEM-CODE DELIMITED BY SIZE
003460         " " DELIMITED BY SIZE
003470         IM-DESCRIPTION DELIMITED BY SIZE
003480         " " DELIMITED BY SIZE
003490         WS-EDIT-OLD-PRICE DELIMITED BY SIZE
003500         INTO PRC-RPT-RECORD
003510     MOVE WS-DUE-BATCH-NO (WS-BEST-IDX) TO PRC-RPT-RECORD (64:6)
003520     MOVE WS-DUE-LINE-NO (WS-BEST-IDX) TO PRC-RPT-RECORD (71:3)
003530     IF NOT NEW-PRICE-IS-OK
003540         ADD 1 TO WS-ITEMS-REJECTED
003550         MOVE "REFUSED - PRICE OUT OF RANGE"
003560             TO PRC-RPT-RECORD (76:25)
003570         WRITE PRC-RPT-RECORD
003580         GO TO 2300-EXIT
003590     END-IF
003600     IF WS-NEW-PRICE = WS-OLD-PRICE
003610         GO TO 2300-EXIT
003620     END-IF
003621     PERFORM 2400-REWRITE-ITEM THRU 2400-EXIT
003622     IF WS-ITEMMST-STATUS NOT = "00"
003623         ADD 1 TO WS-ITEMS-REJECTED
003624         MOVE "REFUSED - ITEM IN USE"
003625             TO PRC-RPT-RECORD (76:25)
003626         WRITE PRC-RPT-RECORD
003627         PERFORM 2500-HOLD-ITEM THRU 2500-EXIT
003635         GO TO 2300-EXIT
003636     END-IF
003637     MOVE WS-NEW-PRICE TO WS-EDIT-NEW-PRICE
003640     MOVE WS-EDIT-NEW-PRICE TO PRC-RPT-RECORD (53:9)
003650     WRITE PRC-RPT-RECORD
003670     ADD 1 TO WS-ITEMS-REPRICED
003680     ADD 1 TO WS-DUE-ITEMS (WS-BEST-IDX)
003690     MOVE SPACES TO SHELF-TAG-RECORD
003700     MOVE IM-ITEM-CODE TO TG-ITEM-CODE
003710     MOVE IM-DESCRIPTION TO TG-DESCRIPTION
003720     MOVE WS-NEW-PRICE TO TG-UNIT-PRICE
003730     MOVE WS-OLD-PRICE TO TG-OLD-PRICE
003740     MOVE IM-DEPT-CODE TO TG-DEPT-CODE
003750     MOVE WS-DUE-EFF-DATE (WS-BEST-IDX) TO TG-EFFECTIVE-DATE
003760     MOVE WS-DUE-BATCH-NO (WS-BEST-IDX) TO TG-BATCH-NO
003770     WRITE SHELF-TAG-RECORD
003780     MOVE SPACES TO WS-AUDIT-MESSAGE
003790     STRING "REPRICED " DELIMITED BY SIZE
003800         IM-ITEM-CODE DELIMITED BY SIZE
003810         " " DELIMITED BY SIZE
003820         WS-EDIT-OLD-PRICE DELIMITED BY SIZE
003830         " > " DELIMITED BY SIZE
003840         WS-EDIT-NEW-PRICE DELIMITED BY SIZE
003850         " BATCH " DELIMITED BY SIZE
003860         WS-DUE-BATCH-NO (WS-BEST-IDX) DELIMITED BY SIZE
003870         INTO WS-AUDIT-MESSAGE
003880     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003890         WS-AUDIT-MESSAGE.
003900 2300-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003927* 2400-REWRITE-ITEM  -  READ THE ITEM AGAIN WITH A LOCK AND
003934*                      REWRITE IT WITH THE NEW PRICE, SO AN
003941*                      ON-HAND POSTED SINCE THE PASS READ IT IS
003948*                      KEPT.  THE REGISTER RINGS THE NEW PRICE
003955*                      FROM THE NEXT LOOKUP.  A RECORD ANOTHER
003962*                      STATION HOLDS COMES BACK WITH STATUS 51
003969*                      AND IS LEFT AS IT WAS.
003980*----------------------------------------------------------------
003989 2400-REWRITE-ITEM.
003998     READ ITEM-MST-FILE WITH LOCK
004007         INVALID KEY
004016             GO TO 2400-EXIT
004025     END-READ
004034     IF WS-ITEMMST-STATUS NOT = "00"
004043         GO TO 2400-EXIT
004052     END-IF
004061     MOVE WS-NEW-PRICE TO IM-UNIT-PRICE
004070     REWRITE ITEM-MST-RECORD
004079         INVALID KEY
004088             CONTINUE
004097     END-REWRITE
004106     UNLOCK ITEM-MST-FILE.
004115 2400-EXIT.
004130     EXIT.
004134*----------------------------------------------------------------
004138* 2500-HOLD-ITEM  -  LOG AN ITEM THE REWRITE WAS REFUSED FOR AND
004142*                   NOTE IT AGAINST ITS LINE, SO TONIGHT'S PRICE
004146*                   CHANGE IS TRIED AGAIN FOR IT TOMORROW NIGHT.
004150*                   WITH NO ROOM LEFT TO CARRY IT THE WHOLE LINE
004154*                   IS LEFT PENDING.
004158*----------------------------------------------------------------
004162 2500-HOLD-ITEM.
004166     MOVE SPACES TO WS-AUDIT-MESSAGE
004170     STRING "REPRICE SKIPPED, ITEM LOCKED: " DELIMITED BY SIZE
004174         IM-ITEM-CODE DELIMITED BY SIZE
004178         " STATUS " DELIMITED BY SIZE
004182         WS-ITEMMST-STATUS DELIMITED BY SIZE
004186         INTO WS-AUDIT-MESSAGE
004190     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004194         WS-AUDIT-MESSAGE
004198     ADD 1 TO WS-DUE-REFUSED (WS-BEST-IDX)
004202     IF WS-CHG-COUNT + WS-RETRY-COUNT < 999
004206         ADD 1 TO WS-RETRY-COUNT
004210         MOVE WS-BEST-IDX TO WS-RTY-DUE-IDX (WS-RETRY-COUNT)
004214         MOVE IM-ITEM-CODE TO WS-RTY-ITEM-CODE (WS-RETRY-COUNT)
004218     ELSE
004222         SET DUE-LINE-HELD (WS-BEST-IDX) TO TRUE
004226     END-IF.
004230 2500-EXIT.
004234     EXIT.
004240*----------------------------------------------------------------
004250* 4000-MARK-APPLIED  -  MARK EVERY DUE LINE APPLIED WITH THE
004260*                      BUSINESS DATE AND THE ITEMS IT REPRICED,
004270*                      AND WRITE THE PRICE CHANGE FILE BACK.
004271*                      A LINE THAT REPRICED NOTHING BECAUSE ITS
004272*                      ITEMS WERE IN USE, OR HAD NO ROOM TO CARRY
004273*                      ONE, STAYS PENDING.  ANY OTHER ITEM IN USE
004274*                      IS CARRIED AS A PENDING LINE FOR THAT ITEM
004275*                      ALONE, SO A PERCENT CHANGE IS NEVER TAKEN
004276*                      TWICE BY THE ITEMS ALREADY REPRICED.
004280*----------------------------------------------------------------
004290 4000-MARK-APPLIED.
004300     PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
004310             UNTIL WS-DUE-IDX > WS-DUE-COUNT
004312         IF WS-DUE-REFUSED (WS-DUE-IDX) > 0
004314                 AND WS-DUE-ITEMS (WS-DUE-IDX) = 0
004316             SET DUE-LINE-HELD (WS-DUE-IDX) TO TRUE
004318         END-IF
004320         IF DUE-LINE-APPLIED (WS-DUE-IDX)
004322             ADD 1 TO WS-LINES-APPLIED
004324             MOVE WS-DUE-CHG-IDX (WS-DUE-IDX) TO WS-SCAN-IDX
004326             MOVE WS-CGT-RECORD (WS-SCAN-IDX)
004328                 TO PRICE-CHANGE-RECORD
004330             SET PC-IS-APPLIED TO TRUE
004332             MOVE WS-BUSINESS-DATE TO PC-APPLIED-DATE
004334             MOVE WS-DUE-ITEMS (WS-DUE-IDX) TO PC-ITEMS-CHANGED
004336             MOVE PRICE-CHANGE-RECORD
004338                 TO WS-CGT-RECORD (WS-SCAN-IDX)
004340         ELSE
004342             ADD 1 TO WS-LINES-HELD
004344         END-IF
004346     END-PERFORM
004348     PERFORM VARYING WS-RETRY-IDX FROM 1 BY 1
004350             UNTIL WS-RETRY-IDX > WS-RETRY-COUNT
004352         MOVE WS-RTY-DUE-IDX (WS-RETRY-IDX) TO WS-DUE-IDX
004354         IF DUE-LINE-APPLIED (WS-DUE-IDX)
004356             MOVE WS-DUE-CHG-IDX (WS-DUE-IDX) TO WS-SCAN-IDX
004358             MOVE WS-CGT-RECORD (WS-SCAN-IDX)
004360                 TO PRICE-CHANGE-RECORD
004362             SET PC-BY-ITEM TO TRUE
004364             MOVE WS-RTY-ITEM-CODE (WS-RETRY-IDX) TO PC-SELECT-KEY
004366             SET PC-IS-PENDING TO TRUE
004368             MOVE 0 TO PC-APPLIED-DATE
004370             MOVE 0 TO PC-ITEMS-CHANGED
004372             ADD 1 TO WS-CHG-COUNT
004374             MOVE PRICE-CHANGE-RECORD
004376                 TO WS-CGT-RECORD (WS-CHG-COUNT)
004378         END-IF
004380     END-PERFORM
004390     OPEN OUTPUT PRC-CHG-FILE
004400     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004410             UNTIL WS-SCAN-IDX > WS-CHG-COUNT
004420         MOVE WS-CGT-RECORD (WS-SCAN-IDX) TO PRICE-CHANGE-RECORD
004430         WRITE PRICE-CHANGE-RECORD
004440     END-PERFORM
004450     CLOSE PRC-CHG-FILE.
004460 4000-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 5000-WRITE-TOTALS  -  CLOSE THE REGISTER WITH THE NIGHT'S
004500*                      COUNTS AND LOG THE RUN.
004510*----------------------------------------------------------------
004520 5000-WRITE-TOTALS.
004530     MOVE SPACES TO PRC-RPT-RECORD
004540     WRITE PRC-RPT-RECORD
004550     MOVE SPACES TO PRC-RPT-RECORD
004560     STRING "LINES APPLIED : " DELIMITED BY SIZE
004570         WS-LINES-APPLIED DELIMITED BY SIZE
004580         "   ITEMS REPRICED : " DELIMITED BY SIZE
004590         WS-ITEMS-REPRICED DELIMITED BY SIZE
004600         "   REFUSED : " DELIMITED BY SIZE
004610         WS-ITEMS-REJECTED DELIMITED BY SIZE
004620         INTO PRC-RPT-RECORD
004630     WRITE PRC-RPT-RECORD
004631     IF WS-LINES-HELD > 0 OR WS-RETRY-COUNT > 0
004632         MOVE SPACES TO PRC-RPT-RECORD
004633         STRING "LINES LEFT PENDING : " DELIMITED BY SIZE
004634             WS-LINES-HELD DELIMITED BY SIZE
004635             "   ITEMS IN USE : " DELIMITED BY SIZE
004636             WS-RETRY-COUNT DELIMITED BY SIZE
004637             INTO PRC-RPT-RECORD
004638         WRITE PRC-RPT-RECORD
004639     END-IF
004640     IF WS-DUE-COUNT = 0 AND RETURN-CODE = 0
004650         MOVE "NO PRICE CHANGES DUE." TO PRC-RPT-RECORD
004660         WRITE PRC-RPT-RECORD
004670     END-IF
004680     IF RETURN-CODE NOT = 0
004690         MOVE "*** PRICE CHANGES NOT APPLIED ***"
004700             TO PRC-RPT-RECORD
004710         WRITE PRC-RPT-RECORD
004720     END-IF
004730     DISPLAY "Price change lines applied: " WS-LINES-APPLIED
004740         "  items repriced: " WS-ITEMS-REPRICED
004750     MOVE SPACES TO WS-AUDIT-MESSAGE
004760     STRING "PRICE CHANGES THROUGH " DELIMITED BY SIZE
004770         WS-CUTOFF-DATE DELIMITED BY SIZE
004780         " LINES " DELIMITED BY SIZE
004790         WS-LINES-APPLIED DELIMITED BY SIZE
004800         " ITEMS " DELIMITED BY SIZE
004810         WS-ITEMS-REPRICED DELIMITED BY SIZE
004820         INTO WS-AUDIT-MESSAGE
004830     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004840         WS-AUDIT-MESSAGE.
004850 5000-EXIT.
004860     EXIT.
004870 END PROGRAM PRCAPPLY.
