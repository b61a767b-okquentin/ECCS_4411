000190*                   THE DRIFT BY REASON AND DEPARTMENT.  THE
000200*                   MASTER IS REWRITTEN AND THE ITEM INDEX
000210*                   REBUILT THE WAY ITEMMNT DOES IT.
000211*   10/15/2026  DH  COUNT ONE STORE AT A TIME.  THE COUNTER NAMES
000212*                   THE STORE (CHECKED AGAINST STORCFG) AND THE
000213*                   BOOK QUANTITY IS THAT STORE'S ON-HAND FROM
000214*                   STORSTK.  A POSTED VARIANCE MOVES THE STORE
000215*                   AND THE COMPANY ON-HAND ON THE ITEM MASTER,
000216*                   THE ADJLOG RECORD CARRIES THE STORE, AND EVERY
000217*                   COUNTED ITEM GETS THE LAST COUNT DATE, ALL
000218*                   THROUGH THE SHARED STKPOST ROUTINE.
000219*   10/15/2026  DH  CARRY THE ITEM TAX CLASS THROUGH THE MASTER
000220*                   REWRITE.
000221*   10/15/2026  DH  COUNT BY BIN.  THE ITEMS' BINS COME FROM THE
000222*                   BIN ASSIGNMENT FILE (BINASGN) KEPT BY BINMNT.
000223*                   COUNT SHEETS FOR THE STORE ARE PRINTED TO
000224*                   CNTSHEET IN BIN WALK ORDER, WITH THE ACTIVE
000225*                   ITEMS IN NO BIN LISTED AT THE END, AND THE
000226*                   COUNTER MAY KEY A BIN CODE AND A QUANTITY FOR
000227*                   EACH ITEM IN THE BIN INSTEAD OF ITEM CODES.
000228*                   AN ITEM IN SEVERAL BINS COUNTS THE TOTAL.
000229*   10/15/2026  DH  THE ITEM MASTER IS NOW INDEXED. IT IS LOADED
000230*                   BY A SEQUENTIAL READ OF THE KEYED FILE, AND
000231*                   ONLY THE POSTED VARIANCES GO BACK TO IT,
000232*                   THROUGH THE SHARED ITEMPOST ROUTINE, INSTEAD
000233*                   OF REWRITING THE WHOLE MASTER FROM THE COUNT
000234*                   TABLE AND REBUILDING THE INDEX.
000235*   10/15/2026  DH  REFUSE TO START A COUNT WHEN THE BUSINESS DATE
000236*                   FALLS IN A CLOSED ACCOUNTING PERIOD (PERDCHK),
000237*                   SINCE ITS ADJUSTMENTS WOULD POST THERE.
000238*   10/15/2026  DH  LOG AND POST TO STORE STOCK ONLY THE VARIANCES
000239*                   ITEMPOST TOOK; AN ITEM IT REFUSES IS SHOWN FOR
000240*                   A RECOUNT.  STORSTK IS NOW KEYED.
000241*----------------------------------------------------------------
000242 ENVIRONMENT DIVISION.
000243 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000265         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000275         RECORD KEY IS IM-ITEM-CODE
000280         FILE STATUS IS WS-ITEMMST-STATUS.
000281     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS WS-STORCFG-STATUS.
000284     SELECT STORE-STOCK-FILE ASSIGN TO "STORSTK"
000285         ORGANIZATION IS INDEXED
000286         ACCESS MODE IS SEQUENTIAL
000287         RECORD KEY IS SS-STOCK-KEY
000288         FILE STATUS IS WS-STORSTK-STATUS.
000290     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-ADJLOG-STATUS.
000320     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BUSDATE-STATUS.
000341     SELECT BIN-ASGN-FILE ASSIGN TO "BINASGN"
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS WS-BINASGN-STATUS.
000344     SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHEET"
000345         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-CNTSHEET-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ITEM-MST-FILE.
000400     COPY ADJLOG.
000410 FD  BUS-DATE-FILE.
000420     COPY BUSDATE.
000422 FD  STORE-CFG-FILE.
000424     COPY STORCFG.
000426 FD  STORE-STOCK-FILE.
000428     COPY STORSTK.
000429 FD  BIN-ASGN-FILE.
000430     COPY BINASGN.
000431 FD  COUNT-SHEET-FILE.
000432 01  COUNT-SHEET-LINE            PIC X(80).
000433 WORKING-STORAGE SECTION.
000440 01  WS-ITEMMST-STATUS           PIC X(2).
000450 01  WS-ADJLOG-STATUS            PIC X(2).
000460 01  WS-BUSDATE-STATUS           PIC X(2).
000463 01  WS-STORCFG-STATUS           PIC X(2).
000466 01  WS-STORSTK-STATUS           PIC X(2).
000467 01  WS-BINASGN-STATUS           PIC X(2).
000468 01  WS-CNTSHEET-STATUS          PIC X(2).
000470 01  WS-ITEMMST-EOF              PIC X VALUE "N".
000480     88  END-OF-ITEMMST          VALUE "Y".
000481 01  WS-FILE-EOF                 PIC X VALUE "N".
000482     88  END-OF-FILE-IN          VALUE "Y".
000483 01  WS-STORE-FOUND              PIC X VALUE "N".
000484     88  STORE-IS-FOUND          VALUE "Y".
000485 01  WS-STORE-NAME               PIC X(20).
000490 01  WS-TIMESTAMP                PIC X(21).
000500 01  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
000510 01  WS-ITEM-COUNT               PIC 9(3) VALUE 0.
000610         10  WS-TBL-ORDQTY       PIC 9(5).
000620         10  WS-TBL-COST         PIC 9(6)V99.
000630         10  WS-TBL-DEPT         PIC X(4).
000635         10  WS-TBL-TAX          PIC X(1).
000640         10  WS-TBL-COUNTED      PIC S9(7).
000650         10  WS-TBL-WAS-COUNTED  PIC X(1).
000653         10  WS-TBL-STORE-QTY    PIC S9(7).
000656         10  WS-TBL-ADJUSTED     PIC X(1).
000658         10  WS-TBL-REASON       PIC X(2).
000660 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000670 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000675 01  WS-ITP-IDX                  PIC 9(3) VALUE 0.
000680 01  WS-WORK-CODE                PIC X(10).
000690 01  WS-COUNTED-QTY              PIC S9(7) VALUE 0.
000700 01  WS-VARIANCE                 PIC S9(7) VALUE 0.
000740     88  WS-REASON-IS-VALID      VALUES "DM" "TH" "MC" "OT".
000750 01  WS-CONFIRM                  PIC X(1).
000760 01  WS-YN-PROMPT                PIC X(40).
000765 01  WS-PERIOD-CLOSED            PIC X VALUE "N".
000770 01  WS-EDIT-QTY-1               PIC -(6)9.
000780 01  WS-EDIT-QTY-2               PIC -(6)9.
000790 01  WS-EDIT-QTY-3               PIC -(6)9.
000800 01  WS-AUDIT-PROGRAM            PIC X(8) VALUE "STKCNT".
000810 01  WS-AUDIT-MESSAGE            PIC X(60).
000811*    PARAMETERS FOR THE SHARED STORE STOCK POSTING ROUTINE.
000812 01  WS-POST-FUNCTION            PIC X(1) VALUE "C".
000813 01  WS-POST-COUNT               PIC 9(3) VALUE 0.
000814 01  WS-POST-TABLE.
000815     05  WS-POST-ENTRY OCCURS 999 TIMES.
000816         10  WS-PST-ITEM         PIC X(10).
000817         10  WS-PST-QTY          PIC S9(7).
000818         10  WS-PST-RESULT       PIC X(1).
000819             88  WS-PST-POSTED   VALUE "P".
000820*    PARAMETERS FOR THE SHARED ITEM MASTER ON-HAND POSTING
000821*    ROUTINE.
000822 01  WS-ITP-COUNT                PIC 9(3) VALUE 0.
000823 01  WS-ITP-TABLE.
000824     05  WS-ITP-ENTRY OCCURS 999 TIMES.
000825         10  WS-ITP-ITEM         PIC X(10).
000826         10  WS-ITP-QTY          PIC S9(7).
000827         10  WS-ITP-RESULT       PIC X(1).
000828             88  WS-ITP-POSTED   VALUE "P".
000829             88  WS-ITP-NO-MASTER VALUE "M".
000830             88  WS-ITP-LOCKED   VALUE "L".
000831         10  WS-ITP-ON-HAND      PIC S9(7).
000832*    BIN ASSIGNMENTS, IN WALK ORDER, WITH THE COUNT KEYED FOR
000833*    EACH ITEM IN EACH BIN.
000834 01  WS-BIN-COUNT                PIC 9(4) VALUE 0.
000835 01  WS-BIN-TABLE.
000836     05  WS-BIN-ENTRY OCCURS 2000 TIMES.
000837         10  WS-BIN-CODE         PIC X(30).
000838         10  WS-BIN-ITEM-IDX     PIC 9(3).
000839         10  WS-BIN-COUNTED      PIC S9(7).
000840         10  WS-BIN-WAS-COUNTED  PIC X(1).
000841 01  WS-BIN-IDX                  PIC 9(4) VALUE 0.
000842 01  WS-BIN-HITS                 PIC 9(3) VALUE 0.
000843 01  WS-LAST-BIN                 PIC X(30).
000844 01  WS-NO-BIN-COUNT             PIC 9(3) VALUE 0.
000845 01  WS-HAS-BIN                  PIC X(1).
000846     88  WS-ITEM-HAS-BIN         VALUE "Y".
000847 01  WS-RAW-CODE                 PIC X(80).
000848 01  WS-NORMALIZED               PIC X(80).
000849 01  WS-NORM-LEN                 PIC 9(2) VALUE 0.
000850 01  WS-CHAR-POS                 PIC 9(2) VALUE 1.
000851 01  WS-EDIT-DATE                PIC 9999/99/99.
000852 01  WS-SHEET-HEADING.
000853     05  FILLER                  PIC X(20)
000854         VALUE "COUNT SHEET - STORE ".
000855     05  WS-SH-STORE             PIC X(20).
000856     05  FILLER                  PIC X(7) VALUE " DATE  ".
000857     05  WS-SH-DATE              PIC 9999/99/99.
000858 01  WS-SHEET-BIN-LINE.
000859     05  FILLER                  PIC X(5) VALUE "BIN  ".
000860     05  WS-SB-BIN               PIC X(30).
000861 01  WS-SHEET-ITEM-LINE.
000862     05  FILLER                  PIC X(5) VALUE SPACES.
000863     05  WS-SI-ITEM              PIC X(10).
000864     05  FILLER                  PIC X(2) VALUE SPACES.
000865     05  WS-SI-DESC              PIC X(30).
000866     05  FILLER                  PIC X(3) VALUE SPACES.
000867     05  WS-SI-COUNT             PIC X(15)
000868         VALUE "COUNT _________".
000869 LINKAGE SECTION.
000870 01  CASHIER-ID                  PIC X(6).
000871 PROCEDURE DIVISION USING CASHIER-ID.
000872*----------------------------------------------------------------
000873* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
000874*----------------------------------------------------------------
000880 0000-MAINLINE.
000890     DISPLAY "[PHYSICAL INVENTORY COUNT]"
000900     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
000910     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
000920     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
000921     IF WS-PERIOD-CLOSED = "Y"
000922         DISPLAY "Count adjustments cannot be posted into a "
000923             "closed period."
000924         GOBACK
000925     END-IF
000930     PERFORM 0500-LOAD-MASTER THRU 0500-EXIT
000940     IF WS-ITEM-COUNT = 0
000950         DISPLAY "No item master on file - nothing to count."
000960     ELSE
000961         PERFORM 0300-SELECT-STORE THRU 0300-EXIT
000962     END-IF
000963     IF NOT STORE-IS-FOUND
000964         DISPLAY "No store selected - nothing to count."
000965     ELSE
000966         PERFORM 0600-LOAD-STORE-STOCK THRU 0600-EXIT
000967         PERFORM 0700-LOAD-BINS THRU 0700-EXIT
000968         PERFORM 0800-PRINT-COUNT-SHEETS THRU 0800-EXIT
000970         PERFORM 1000-ENTER-COUNTS THRU 1000-EXIT
000975         PERFORM 1900-TOTAL-BIN-COUNTS THRU 1900-EXIT
000980         PERFORM 2000-LIST-VARIANCES THRU 2000-EXIT
000990         IF WS-VAR-COUNT = 0
001000             DISPLAY "Book and counted agree - nothing to post."
001005             PERFORM 8500-POST-STORE-COUNT THRU 8500-EXIT
001010         ELSE
001020             MOVE "Post the approved adjustments?"
001030                 TO WS-YN-PROMPT
001050                 WS-AUDIT-PROGRAM
001060             IF WS-CONFIRM = "Y"
001070                 PERFORM 3000-POST-ADJUSTMENTS THRU 3000-EXIT
001080                 PERFORM 8000-POST-MASTER THRU 8000-EXIT
001082                 PERFORM 3200-LOG-ADJUSTMENTS THRU 3200-EXIT
001085                 PERFORM 8500-POST-STORE-COUNT THRU 8500-EXIT
001090                 DISPLAY "Adjustments posted: " WS-POSTED-COUNT
001100             ELSE
001110                 DISPLAY "Nothing posted."
001160*----------------------------------------------------------------
001170* 0100-GET-BUSINESS-DATE  -  STAMP ADJUSTMENTS WITH THE OPEN
001180*                            BUSINESS DATE WHEN THERE IS ONE,
001185*                            ELSE THE CALENDAR DATE, AND CHECK
001190*                            IT IS NOT IN A CLOSED ACCOUNTING
001195*                            PERIOD.
001200*----------------------------------------------------------------
001210 0100-GET-BUSINESS-DATE.
001220     OPEN INPUT BUS-DATE-FILE
001280                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001290         END-READ
001300         CLOSE BUS-DATE-FILE
001305     END-IF
001310     CALL "PERDCHK" USING WS-AUDIT-PROGRAM WS-BUSINESS-DATE
001315         WS-PERIOD-CLOSED.
001320 0100-EXIT.
001330     EXIT.
001331*----------------------------------------------------------------
001332* 0300-SELECT-STORE  -  TAKE THE NAME OF THE STORE BEING COUNTED
001333*                       AND CHECK IT AGAINST THE STORE
001334*                       CONFIGURATION FILE.  A COUNT COVERS ONE
001335*                       STORE'S SHELVES ONLY.
001336*----------------------------------------------------------------
001337 0300-SELECT-STORE.
001338     DISPLAY "Store being counted: " WITH NO ADVANCING
001339     MOVE SPACES TO WS-STORE-NAME
001340     ACCEPT WS-STORE-NAME
001341     MOVE "N" TO WS-STORE-FOUND
001342     MOVE "N" TO WS-FILE-EOF
001343     OPEN INPUT STORE-CFG-FILE
001344     IF WS-STORCFG-STATUS = "35"
001345         DISPLAY "No store configuration on file."
001346         GO TO 0300-EXIT
001347     END-IF
001348     PERFORM 0310-READ-STORCFG THRU 0310-EXIT
001349     PERFORM UNTIL END-OF-FILE-IN
001350         IF SC-STORE-NAME = WS-STORE-NAME
001351             SET STORE-IS-FOUND TO TRUE
001352         END-IF
001353         PERFORM 0310-READ-STORCFG THRU 0310-EXIT
001354     END-PERFORM
001355     CLOSE STORE-CFG-FILE
001356     IF NOT STORE-IS-FOUND
001357         DISPLAY "Store not in STORCFG: " WS-STORE-NAME
001358         MOVE SPACES TO WS-AUDIT-MESSAGE
001359         STRING "COUNT KEYED FOR UNKNOWN STORE: "
001360             DELIMITED BY SIZE
001361             WS-STORE-NAME DELIMITED BY SIZE
001362             INTO WS-AUDIT-MESSAGE
001363         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001364             WS-AUDIT-MESSAGE
001365     END-IF.
001366 0300-EXIT.
001367     EXIT.
001368*----------------------------------------------------------------
001369* 0310-READ-STORCFG  -  READ THE NEXT STORE CONFIGURATION RECORD.
001370*----------------------------------------------------------------
001371 0310-READ-STORCFG.
001372     READ STORE-CFG-FILE
001373         AT END
001374             SET END-OF-FILE-IN TO TRUE
001375     END-READ.
001376 0310-EXIT.
001377     EXIT.
001378*----------------------------------------------------------------
001379* 0500-LOAD-MASTER  -  READ THE WHOLE ITEM MASTER INTO THE WORK
001380*                      TABLE, THE WAY ITEMMNT DOES.
001381*----------------------------------------------------------------
001382 0500-LOAD-MASTER.
001390     OPEN INPUT ITEM-MST-FILE
001400     IF WS-ITEMMST-STATUS = "35"
001410         DISPLAY "No item master on file."
001640                     TO WS-TBL-COST (WS-ITEM-COUNT)
001650                 MOVE IM-DEPT-CODE
001660                     TO WS-TBL-DEPT (WS-ITEM-COUNT)
001663                 MOVE IM-TAX-CLASS
001666                     TO WS-TBL-TAX (WS-ITEM-COUNT)
001670                 MOVE 0 TO WS-TBL-COUNTED (WS-ITEM-COUNT)
001680                 MOVE "N" TO WS-TBL-WAS-COUNTED (WS-ITEM-COUNT)
001683                 MOVE 0 TO WS-TBL-STORE-QTY (WS-ITEM-COUNT)
001686                 MOVE "N" TO WS-TBL-ADJUSTED (WS-ITEM-COUNT)
001690             ELSE
001700                 DISPLAY "Item table full - record skipped: "
001710                     IM-ITEM-CODE
001860     END-READ.
001870 0510-EXIT.
001880     EXIT.
001881*----------------------------------------------------------------
001882* 0600-LOAD-STORE-STOCK  -  SET EACH ITEM'S BOOK QUANTITY TO THE
001883*                           COUNTED STORE'S ON-HAND FROM STORSTK.
001884*                           AN ITEM THE STORE HAS NO RECORD FOR
001885*                           HAS A BOOK OF ZERO THERE.
001886*----------------------------------------------------------------
001887 0600-LOAD-STORE-STOCK.
001888     MOVE "N" TO WS-FILE-EOF
001889     OPEN INPUT STORE-STOCK-FILE
001890     IF WS-STORSTK-STATUS = "35"
001891         DISPLAY "No store stock on file - every book is zero."
001892         GO TO 0600-EXIT
001893     END-IF
001894     PERFORM 0610-READ-STORSTK THRU 0610-EXIT
001895     PERFORM UNTIL END-OF-FILE-IN
001896         IF SS-STORE-NAME = WS-STORE-NAME
001897             MOVE SS-ITEM-CODE TO WS-WORK-CODE
001898             PERFORM 5000-FIND-ITEM THRU 5000-EXIT
001899             IF WS-FOUND-IDX NOT = 0
001900                 MOVE SS-QTY-ON-HAND
001901                     TO WS-TBL-STORE-QTY (WS-FOUND-IDX)
001902             END-IF
001903         END-IF
001904         PERFORM 0610-READ-STORSTK THRU 0610-EXIT
001905     END-PERFORM
001906     CLOSE STORE-STOCK-FILE.
001907 0600-EXIT.
001908     EXIT.
001909*----------------------------------------------------------------
001910* 0610-READ-STORSTK  -  READ THE NEXT STORE STOCK RECORD.
001911*----------------------------------------------------------------
001912 0610-READ-STORSTK.
001913     READ STORE-STOCK-FILE
001914         AT END
001915             SET END-OF-FILE-IN TO TRUE
001916     END-READ.
001917 0610-EXIT.
001918     EXIT.
001919*----------------------------------------------------------------
001920* 0700-LOAD-BINS  -  LOAD THE BIN ASSIGNMENTS, ALREADY IN WALK
001921*                    ORDER, AGAINST THE ITEM TABLE.  AN
001922*                    ASSIGNMENT FOR AN ITEM NO LONGER ON THE
001923*                    MASTER IS PASSED OVER.  NO FILE MEANS THE
001924*                    COUNT IS KEYED BY ITEM CODE ONLY.
001925*----------------------------------------------------------------
001926 0700-LOAD-BINS.
001927     MOVE "N" TO WS-FILE-EOF
001928     OPEN INPUT BIN-ASGN-FILE
001929     IF WS-BINASGN-STATUS = "35"
001930         DISPLAY "No bin assignments on file - count by item "
001931             "code."
001932         GO TO 0700-EXIT
001933     END-IF
001934     PERFORM 0710-READ-BINASGN THRU 0710-EXIT
001935     PERFORM UNTIL END-OF-FILE-IN
001936         MOVE BA-ITEM-CODE TO WS-WORK-CODE
001937         PERFORM 5000-FIND-ITEM THRU 5000-EXIT
001938         IF WS-FOUND-IDX NOT = 0 AND WS-BIN-COUNT < 2000
001939             ADD 1 TO WS-BIN-COUNT
001940             MOVE BA-BIN-CODE TO WS-BIN-CODE (WS-BIN-COUNT)
001941             MOVE WS-FOUND-IDX TO WS-BIN-ITEM-IDX (WS-BIN-COUNT)
001942             MOVE 0 TO WS-BIN-COUNTED (WS-BIN-COUNT)
001943             MOVE "N" TO WS-BIN-WAS-COUNTED (WS-BIN-COUNT)
001944         END-IF
001945         PERFORM 0710-READ-BINASGN THRU 0710-EXIT
001946     END-PERFORM
001947     CLOSE BIN-ASGN-FILE.
001948 0700-EXIT.
001949     EXIT.
001950*----------------------------------------------------------------
001951* 0710-READ-BINASGN  -  READ THE NEXT BIN ASSIGNMENT RECORD.
001952*----------------------------------------------------------------
001953 0710-READ-BINASGN.
001954     READ BIN-ASGN-FILE
001955         AT END
001956             SET END-OF-FILE-IN TO TRUE
001957     END-READ.
001958 0710-EXIT.
001959     EXIT.
001960*----------------------------------------------------------------
001961* 0800-PRINT-COUNT-SHEETS  -  PRINT THE STORE'S COUNT SHEETS TO
001962*                             CNTSHEET: EACH BIN IN WALK ORDER
001963*                             WITH THE ITEMS IN IT AND A BLANK TO
001964*                             WRITE THE COUNT ON, THEN THE ACTIVE
001965*                             ITEMS THAT ARE IN NO BIN.  THE BOOK
001966*                             QUANTITY IS NOT PRINTED, SO THE
001967*                             COUNT IS BLIND.
001968*----------------------------------------------------------------
001969 0800-PRINT-COUNT-SHEETS.
001970     OPEN OUTPUT COUNT-SHEET-FILE
001971     MOVE WS-STORE-NAME TO WS-SH-STORE
001972     MOVE WS-BUSINESS-DATE TO WS-SH-DATE
001973     WRITE COUNT-SHEET-LINE FROM WS-SHEET-HEADING
001974     MOVE SPACES TO WS-LAST-BIN
001975     PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
001976             UNTIL WS-BIN-IDX > WS-BIN-COUNT
001977         IF WS-BIN-CODE (WS-BIN-IDX) NOT = WS-LAST-BIN
001978             MOVE SPACES TO COUNT-SHEET-LINE
001979             WRITE COUNT-SHEET-LINE
001980             MOVE WS-BIN-CODE (WS-BIN-IDX) TO WS-SB-BIN
001981             WRITE COUNT-SHEET-LINE FROM WS-SHEET-BIN-LINE
001982             MOVE WS-BIN-CODE (WS-BIN-IDX) TO WS-LAST-BIN
001983         END-IF
001984         MOVE WS-BIN-ITEM-IDX (WS-BIN-IDX) TO WS-FOUND-IDX
001985         MOVE WS-TBL-CODE (WS-FOUND-IDX) TO WS-SI-ITEM
001986         MOVE WS-TBL-DESC (WS-FOUND-IDX) TO WS-SI-DESC
001987         WRITE COUNT-SHEET-LINE FROM WS-SHEET-ITEM-LINE
001988     END-PERFORM
001989     MOVE 0 TO WS-NO-BIN-COUNT
001990     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
001991             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
001992         IF WS-TBL-FLAG (WS-SCAN-IDX) = "A"
001993             PERFORM 0810-CHECK-ITEM-BIN THRU 0810-EXIT
001994             IF NOT WS-ITEM-HAS-BIN
001995                 IF WS-NO-BIN-COUNT = 0
001996                     MOVE SPACES TO COUNT-SHEET-LINE
001997                     WRITE COUNT-SHEET-LINE
001998                     MOVE "ITEMS IN NO BIN" TO COUNT-SHEET-LINE
001999                     WRITE COUNT-SHEET-LINE
002000                 END-IF
002001                 ADD 1 TO WS-NO-BIN-COUNT
002002                 MOVE WS-TBL-CODE (WS-SCAN-IDX) TO WS-SI-ITEM
002003                 MOVE WS-TBL-DESC (WS-SCAN-IDX) TO WS-SI-DESC
002004                 WRITE COUNT-SHEET-LINE FROM WS-SHEET-ITEM-LINE
002005             END-IF
002006         END-IF
002007     END-PERFORM
002008     CLOSE COUNT-SHEET-FILE
002009     DISPLAY "Count sheets written to CNTSHEET - "
002010         WS-BIN-COUNT " bin lines, " WS-NO-BIN-COUNT
002011         " items in no bin.".
002012 0800-EXIT.
002013     EXIT.
002014*----------------------------------------------------------------
002015* 0810-CHECK-ITEM-BIN  -  SAY WHETHER THE ITEM AT WS-SCAN-IDX IS
002016*                         IN ANY BIN.
002017*----------------------------------------------------------------
002018 0810-CHECK-ITEM-BIN.
002019     MOVE "N" TO WS-HAS-BIN
002020     PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
002021             UNTIL WS-BIN-IDX > WS-BIN-COUNT
002022         IF WS-BIN-ITEM-IDX (WS-BIN-IDX) = WS-SCAN-IDX
002023             MOVE "Y" TO WS-HAS-BIN
002024             EXIT PERFORM
002025         END-IF
002026     END-PERFORM.
002027 0810-EXIT.
002028     EXIT.
002029*----------------------------------------------------------------
002030* 1000-ENTER-COUNTS  -  TAKE COUNTED QUANTITIES BY BIN CODE OR BY
002031*                       ITEM CODE UNTIL A BLANK CODE ENDS THE
002032*                       SESSION.  A BIN OR AN ITEM COUNTED TWICE
002033*                       TAKES THE LAST COUNT KEYED.
002034*----------------------------------------------------------------
002035 1000-ENTER-COUNTS.
002038     DISPLAY "Key a bin code, or an item code, and the counted"
002041     DISPLAY "quantities.  A blank code ends count entry."
002044     MOVE "X" TO WS-RAW-CODE
002047     PERFORM UNTIL WS-RAW-CODE = SPACES
002050         DISPLAY "Bin or Item Code: " WITH NO ADVANCING
002053         MOVE SPACES TO WS-RAW-CODE
002056         ACCEPT WS-RAW-CODE
002059         IF WS-RAW-CODE NOT = SPACES
002062             PERFORM 1050-TAKE-ONE-CODE THRU 1050-EXIT
002070         END-IF
002080     END-PERFORM.
002090 1000-EXIT.
002091     EXIT.
002092*----------------------------------------------------------------
002093* 1050-TAKE-ONE-CODE  -  A CODE THAT NORMALIZES TO A BIN ON THE
002094*                        ASSIGNMENT FILE TAKES A COUNT FOR EACH
002095*                        ITEM IN THAT BIN; ANY OTHER CODE IS
002096*                        TAKEN AS AN ITEM CODE.
002097*----------------------------------------------------------------
002098 1050-TAKE-ONE-CODE.
002099     MOVE FUNCTION UPPER-CASE(WS-RAW-CODE) TO WS-WORK-CODE
002100     PERFORM 1150-NORMALIZE-CODE THRU 1150-EXIT
002101     MOVE 0 TO WS-BIN-HITS
002102     IF WS-NORM-LEN > 0 AND WS-NORM-LEN NOT > 30
002103         PERFORM 1200-COUNT-BIN THRU 1200-EXIT
002104     END-IF
002105     IF WS-BIN-HITS = 0
002106         PERFORM 1100-TAKE-ONE-COUNT THRU 1100-EXIT
002107     END-IF.
002108 1050-EXIT.
002109     EXIT.
002110*----------------------------------------------------------------
002120* 1100-TAKE-ONE-COUNT  -  FIND THE KEYED ITEM AND RECORD ITS
002130*                         COUNTED QUANTITY.
002310         MOVE "Y" TO WS-TBL-WAS-COUNTED (WS-FOUND-IDX)
002320     END-IF.
002330 1100-EXIT.
002331     EXIT.
002332*----------------------------------------------------------------
002333* 1150-NORMALIZE-CODE  -  FOLD LETTERS TO UPPER CASE AND KEEP
002334*                         ONLY THE LETTERS AND DIGITS, THE WAY
002335*                         THE REGISTRY INQUIRY NORMALIZES A BIN
002336*                         CODE.
002337*----------------------------------------------------------------
002338 1150-NORMALIZE-CODE.
002339     MOVE SPACES TO WS-NORMALIZED
002340     MOVE 0 TO WS-NORM-LEN
002341     INSPECT WS-RAW-CODE CONVERTING
002342         "abcdefghijklmnopqrstuvwxyz"
002343         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002344     PERFORM 1160-KEEP-CHAR THRU 1160-EXIT
002345         VARYING WS-CHAR-POS FROM 1 BY 1
002346         UNTIL WS-CHAR-POS > 80.
002347 1150-EXIT.
002348     EXIT.
002349*----------------------------------------------------------------
002350* 1160-KEEP-CHAR  -  COPY ONE CHARACTER INTO THE NORMALIZED CODE
002351*                    WHEN IT IS A LETTER OR A DIGIT.
002352*----------------------------------------------------------------
002353 1160-KEEP-CHAR.
002354     IF (WS-RAW-CODE (WS-CHAR-POS:1) >= "A" AND
002355             WS-RAW-CODE (WS-CHAR-POS:1) <= "Z") OR
002356         (WS-RAW-CODE (WS-CHAR-POS:1) >= "0" AND
002357             WS-RAW-CODE (WS-CHAR-POS:1) <= "9")
002358         ADD 1 TO WS-NORM-LEN
002359         MOVE WS-RAW-CODE (WS-CHAR-POS:1)
002360             TO WS-NORMALIZED (WS-NORM-LEN:1)
002361     END-IF.
002362 1160-EXIT.
002363     EXIT.
002364*----------------------------------------------------------------
002365* 1200-COUNT-BIN  -  TAKE THE COUNTED QUANTITY OF EACH ITEM IN
002366*                    THE KEYED BIN, IN THE ORDER THE SHEET LISTS
002367*                    THEM.
002368*----------------------------------------------------------------
002369 1200-COUNT-BIN.
002370     PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
002371             UNTIL WS-BIN-IDX > WS-BIN-COUNT
002372         IF WS-BIN-CODE (WS-BIN-IDX) = WS-NORMALIZED
002373             ADD 1 TO WS-BIN-HITS
002374             MOVE WS-BIN-ITEM-IDX (WS-BIN-IDX) TO WS-FOUND-IDX
002375             DISPLAY "  " WS-TBL-CODE (WS-FOUND-IDX) " "
002376                 WS-TBL-DESC (WS-FOUND-IDX)
002377             DISPLAY "  Counted Quantity: " WITH NO ADVANCING
002378             MOVE 0 TO WS-COUNTED-QTY
002379             ACCEPT WS-COUNTED-QTY
002380             MOVE WS-COUNTED-QTY TO WS-BIN-COUNTED (WS-BIN-IDX)
002381             MOVE "Y" TO WS-BIN-WAS-COUNTED (WS-BIN-IDX)
002382         END-IF
002383     END-PERFORM.
002384 1200-EXIT.
002385     EXIT.
002386*----------------------------------------------------------------
002387* 1900-TOTAL-BIN-COUNTS  -  ADD EACH BIN COUNT TO ITS ITEM.  AN
002388*                           ITEM'S COUNT IS THE SUM OF ITS BINS
002389*                           PLUS ANY QUANTITY KEYED BY ITEM CODE.
002390*----------------------------------------------------------------
002391 1900-TOTAL-BIN-COUNTS.
002392     PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
002393             UNTIL WS-BIN-IDX > WS-BIN-COUNT
002394         IF WS-BIN-WAS-COUNTED (WS-BIN-IDX) = "Y"
002395             MOVE WS-BIN-ITEM-IDX (WS-BIN-IDX) TO WS-FOUND-IDX
002396             IF WS-TBL-WAS-COUNTED (WS-FOUND-IDX) NOT = "Y"
002397                 MOVE 0 TO WS-TBL-COUNTED (WS-FOUND-IDX)
002398                 MOVE "Y" TO WS-TBL-WAS-COUNTED (WS-FOUND-IDX)
002399             END-IF
002400             ADD WS-BIN-COUNTED (WS-BIN-IDX)
002401                 TO WS-TBL-COUNTED (WS-FOUND-IDX)
002402         END-IF
002403     END-PERFORM.
002404 1900-EXIT.
002405     EXIT.
002406*----------------------------------------------------------------
002407* 2000-LIST-VARIANCES  -  SHOW THE STORE'S BOOK VERSUS COUNTED
002408*                         FOR EVERY COUNTED ITEM AND COUNT THE
002409*                         ONES THAT DISAGREE.
002410*----------------------------------------------------------------
002411 2000-LIST-VARIANCES.
002412     MOVE 0 TO WS-VAR-COUNT
002420     DISPLAY " "
002425     DISPLAY "VARIANCE LISTING FOR " WS-STORE-NAME
002430     DISPLAY "(STORE BOOK / COUNTED / VARIANCE)"
002440     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002450             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
002460         IF WS-TBL-WAS-COUNTED (WS-SCAN-IDX) = "Y"
002470             COMPUTE WS-VARIANCE =
002480                 WS-TBL-COUNTED (WS-SCAN-IDX) -
002490                 WS-TBL-STORE-QTY (WS-SCAN-IDX)
002500             MOVE WS-TBL-STORE-QTY (WS-SCAN-IDX)
002505                 TO WS-EDIT-QTY-1
002510             MOVE WS-TBL-COUNTED (WS-SCAN-IDX)
002520                 TO WS-EDIT-QTY-2
002530             MOVE WS-VARIANCE TO WS-EDIT-QTY-3
002640     EXIT.
002650*----------------------------------------------------------------
002660* 3000-POST-ADJUSTMENTS  -  FOR EACH COUNTED ITEM WHOSE COUNT
002670*                           DISAGREES WITH THE STORE'S BOOK, TAKE
002680*                           A REASON CODE AND NOTE THE VARIANCE
002690*                           FOR THE ITEM MASTER POSTING.
002700*----------------------------------------------------------------
002710 3000-POST-ADJUSTMENTS.
002720     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002740         IF WS-TBL-WAS-COUNTED (WS-SCAN-IDX) = "Y"
002750             COMPUTE WS-VARIANCE =
002760                 WS-TBL-COUNTED (WS-SCAN-IDX) -
002770                 WS-TBL-STORE-QTY (WS-SCAN-IDX)
002780             IF WS-VARIANCE NOT = 0
002790                 PERFORM 3100-POST-ONE-ITEM THRU 3100-EXIT
002800             END-IF
003000 3000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* 3100-POST-ONE-ITEM  -  TAKE THE REASON CODE FOR ONE VARIANCE
003040*                        AND POST THE COUNT TO THE WORK TABLE.
003050*                        THE ADJUSTMENT IS LOGGED BY 3200 ONCE
003055*                        THE ITEM MASTER HAS TAKEN IT.
003060*----------------------------------------------------------------
003070 3100-POST-ONE-ITEM.
003080     MOVE WS-VARIANCE TO WS-EDIT-QTY-3
003190             DISPLAY "Invalid reason - enter DM, TH, MC, or OT."
003200         END-IF
003210     END-PERFORM
003380     ADD WS-VARIANCE TO WS-TBL-QTY (WS-SCAN-IDX)
003385     MOVE WS-REASON-CODE TO WS-TBL-REASON (WS-SCAN-IDX)
003390     MOVE "Y" TO WS-TBL-ADJUSTED (WS-SCAN-IDX)
003400     ADD 1 TO WS-POSTED-COUNT.
003402 3100-EXIT.
003404     EXIT.
003406*----------------------------------------------------------------
003408* 3200-LOG-ADJUSTMENTS  -  APPEND THE ADJUSTMENT LOG RECORD AND
003410*                          AUDIT EACH ADJUSTMENT THE ITEM MASTER
003412*                          TOOK.
003414*----------------------------------------------------------------
003416 3200-LOG-ADJUSTMENTS.
003418     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003420             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
003422         IF WS-TBL-ADJUSTED (WS-SCAN-IDX) = "Y"
003424             PERFORM 3210-LOG-ONE-ITEM THRU 3210-EXIT
003426         END-IF
003428     END-PERFORM.
003430 3200-EXIT.
003432     EXIT.
003434*----------------------------------------------------------------
003436* 3210-LOG-ONE-ITEM  -  LOG AND AUDIT THE ADJUSTMENT FOR ONE ITEM.
003438*----------------------------------------------------------------
003440 3210-LOG-ONE-ITEM.
003442     COMPUTE WS-VARIANCE =
003444         WS-TBL-COUNTED (WS-SCAN-IDX) -
003446         WS-TBL-STORE-QTY (WS-SCAN-IDX)
003448     MOVE WS-VARIANCE TO WS-EDIT-QTY-3
003450     MOVE WS-TBL-REASON (WS-SCAN-IDX) TO WS-REASON-CODE
003452     OPEN EXTEND ADJ-LOG-FILE
003454     IF WS-ADJLOG-STATUS = "35"
003456         OPEN OUTPUT ADJ-LOG-FILE
003458     END-IF
003460     MOVE WS-BUSINESS-DATE TO AJ-BUSINESS-DATE
003462     MOVE WS-TIMESTAMP TO AJ-TIMESTAMP
003464     MOVE CASHIER-ID TO AJ-CASHIER-ID
003466     MOVE WS-TBL-CODE (WS-SCAN-IDX) TO AJ-ITEM-CODE
003468     MOVE WS-TBL-DEPT (WS-SCAN-IDX) TO AJ-DEPT-CODE
003470     MOVE WS-TBL-STORE-QTY (WS-SCAN-IDX) TO AJ-BOOK-QTY
003472     MOVE WS-TBL-COUNTED (WS-SCAN-IDX) TO AJ-COUNTED-QTY
003474     MOVE WS-VARIANCE TO AJ-VARIANCE
003476     MOVE WS-REASON-CODE TO AJ-REASON-CODE
003478     MOVE WS-TBL-COST (WS-SCAN-IDX) TO AJ-UNIT-COST
003480     MOVE WS-STORE-NAME TO AJ-STORE-NAME
003482     WRITE ADJ-LOG-RECORD
003484     CLOSE ADJ-LOG-FILE
003486     MOVE SPACES TO WS-AUDIT-MESSAGE
003488     STRING "COUNT ADJUSTMENT " DELIMITED BY SIZE
003490         WS-TBL-CODE (WS-SCAN-IDX) DELIMITED BY SIZE
003492         " " DELIMITED BY SIZE
003494         WS-EDIT-QTY-3 DELIMITED BY SIZE
003496         " REASON " DELIMITED BY SIZE
003498         WS-REASON-CODE DELIMITED BY SIZE
003500         INTO WS-AUDIT-MESSAGE
003502     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003504         WS-AUDIT-MESSAGE.
003506 3210-EXIT.
003508     EXIT.
003530*----------------------------------------------------------------
003540* 5000-FIND-ITEM  -  LOOK UP WS-WORK-CODE IN THE WORK TABLE.
003550*----------------------------------------------------------------
003650 5000-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003675* 8000-POST-MASTER  -  MOVE THE COMPANY ON-HAND FOR EACH
003680*                      ADJUSTED ITEM BY ITS VARIANCE THROUGH
003685*                      THE SHARED ITEMPOST ROUTINE.  ONLY THE
003690*                      VARIANCE IS POSTED, SO A SALE RUNG WHILE
003695*                      THE COUNT WAS BEING KEYED STILL STANDS.
003710*----------------------------------------------------------------
003720 8000-POST-MASTER.
003730     MOVE 0 TO WS-ITP-COUNT
003740     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003750             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
003760         IF WS-TBL-ADJUSTED (WS-SCAN-IDX) = "Y"
003770             ADD 1 TO WS-ITP-COUNT
003780             MOVE WS-TBL-CODE (WS-SCAN-IDX)
003790                 TO WS-ITP-ITEM (WS-ITP-COUNT)
003800             COMPUTE WS-ITP-QTY (WS-ITP-COUNT) =
003810                 WS-TBL-COUNTED (WS-SCAN-IDX) -
003820                 WS-TBL-STORE-QTY (WS-SCAN-IDX)
003830         END-IF
003870     END-PERFORM
003871     CALL "ITEMPOST" USING WS-AUDIT-PROGRAM WS-ITP-COUNT
003873         WS-ITP-TABLE
003875     IF WS-ITP-COUNT > 0 AND WS-ITP-NO-MASTER (1)
003877         DISPLAY "No item master file - on-hand not adjusted."
003879     END-IF
003881     MOVE 0 TO WS-ITP-IDX
003883     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003885             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
003887         IF WS-TBL-ADJUSTED (WS-SCAN-IDX) = "Y"
003889             ADD 1 TO WS-ITP-IDX
003891             IF NOT WS-ITP-POSTED (WS-ITP-IDX)
003893                 PERFORM 8100-DROP-ONE-ITEM THRU 8100-EXIT
003895             END-IF
003897         END-IF
003899     END-PERFORM.
003900 8000-EXIT.
003910     EXIT.
003911*----------------------------------------------------------------
003912* 8100-DROP-ONE-ITEM  -  THE ITEM MASTER DID NOT TAKE THIS ITEM'S
003913*                        VARIANCE, SO NEITHER THE ADJUSTMENT LOG
003914*                        NOR THE STORE STOCK GETS IT.  THE ITEM
003915*                        IS LEFT FOR A RECOUNT.
003916*----------------------------------------------------------------
003917 8100-DROP-ONE-ITEM.
003918     MOVE "R" TO WS-TBL-ADJUSTED (WS-SCAN-IDX)
003919     SUBTRACT 1 FROM WS-POSTED-COUNT
003920     EVALUATE TRUE
003921         WHEN WS-ITP-LOCKED (WS-ITP-IDX)
003922             DISPLAY "  " WS-TBL-CODE (WS-SCAN-IDX)
003923                 " in use at another station - not adjusted."
003924         WHEN NOT WS-ITP-NO-MASTER (WS-ITP-IDX)
003925             DISPLAY "  " WS-TBL-CODE (WS-SCAN-IDX)
003926                 " is not on the item master - not adjusted."
003927     END-EVALUATE.
003928 8100-EXIT.
003929     EXIT.
003930*----------------------------------------------------------------
003931* 8500-POST-STORE-COUNT  -  POST THE COUNTED STORE'S STOCK
003932*                           THROUGH THE SHARED STKPOST ROUTINE.
003933*                           EVERY COUNTED ITEM GETS TODAY AS ITS
003934*                           LAST COUNT DATE; AN ADJUSTED ITEM
003935*                           ALSO MOVES BY ITS VARIANCE.  AN
003936*                           ITEM THE ITEM MASTER REFUSED IS LEFT
003937*                           OFF, AND NOTHING IS POSTED WITHOUT AN
003938*                           ITEM MASTER.
003939*----------------------------------------------------------------
003940 8500-POST-STORE-COUNT.
003941     IF WS-ITP-COUNT > 0 AND WS-ITP-NO-MASTER (1)
003942         GO TO 8500-EXIT
003943     END-IF
003944     MOVE 0 TO WS-POST-COUNT
003945     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003946             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
003947         IF WS-TBL-WAS-COUNTED (WS-SCAN-IDX) = "Y"
003948             AND WS-TBL-ADJUSTED (WS-SCAN-IDX) NOT = "R"
003949             ADD 1 TO WS-POST-COUNT
003950             MOVE WS-TBL-CODE (WS-SCAN-IDX)
003951                 TO WS-PST-ITEM (WS-POST-COUNT)
003952             MOVE 0 TO WS-PST-QTY (WS-POST-COUNT)
003953             IF WS-TBL-ADJUSTED (WS-SCAN-IDX) = "Y"
003954                 COMPUTE WS-PST-QTY (WS-POST-COUNT) =
003955                     WS-TBL-COUNTED (WS-SCAN-IDX) -
003956                     WS-TBL-STORE-QTY (WS-SCAN-IDX)
003957             END-IF
003958         END-IF
003959     END-PERFORM
003960     CALL "STKPOST" USING WS-AUDIT-PROGRAM WS-STORE-NAME
003961         WS-POST-FUNCTION WS-BUSINESS-DATE WS-POST-COUNT
003962         WS-POST-TABLE
003963     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003964             UNTIL WS-SCAN-IDX > WS-POST-COUNT
003965         IF NOT WS-PST-POSTED (WS-SCAN-IDX)
003966             DISPLAY "Store stock not updated for "
003967                 WS-PST-ITEM (WS-SCAN-IDX) " - see the audit log."
003968         END-IF
003969     END-PERFORM.
003970 8500-EXIT.
003971     EXIT.
003972 END PROGRAM STKCNT.
