000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSTREST.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  MASTER FILE RESTORE
000100*                   FROM THE DATED BACKUP GENERATIONS KEPT BY THE
000110*                   NIGHTLY BACKUP (MSTBACK).  THE OPERATOR NAMES
000120*                   THE MASTER, PICKS A GENERATION FROM THE
000130*                   BKPGENS CATALOG, AND CONFIRMS; THE DAMAGED
000140*                   LIVE COPY IS SAVED ASIDE AS NAME.DYYYYMMDD
000150*                   BEFORE THE GENERATION IS COPIED BACK AND
000160*                   VERIFIED BY COUNT.  THE ITEM MASTER, THE
000170*                   CUSTOMER MASTER, AND THE GIFT CERTIFICATE FILE
000180*                   CAN THEN BE ROLLED FORWARD FROM THE JOURNALS
000190*                   DATED AFTER THE GENERATION - SALES DETAIL
000200*                   (LIVE AND ARCHIVED), RECEIVING, COUNT
000210*                   ADJUSTMENTS, VENDOR RETURNS, AND LAYAWAYS FOR
000220*                   ON-HAND QUANTITIES; ARJRNL FOR ACCOUNT
000230*                   BALANCES; GCJRNL FOR CERTIFICATES.  THE
000240*                   RECOVERY REPORT (RSTRRPT) LISTS WHAT WAS
000250*                   REPLAYED AND WHAT COULD NOT BE.
000251*   10/15/2026  DH  THE ITEM AND CUSTOMER MASTERS ARE NOW KEYED
000252*                   FILES. THEY ARE SAVED, RESTORED AND ROLLED
000253*                   FORWARD THROUGH THE INDEX THE WAY THE REGISTRY
000254*                   IS, AND THE INDEX REBUILD AFTER AN ITEM
000255*                   RESTORE IS NO LONGER NEEDED.
000256*   10/15/2026  DH  REPLAY A GCJRNL REVERSAL (V) OF A REDEMPTION
000257*                   BACKED OUT AT THE REGISTER - THE AMOUNT GOES
000258*                   BACK ON THE CERTIFICATE.
000259*   10/15/2026  DH  WIDEN THE KEYED ITEM MASTER RECORD TO 86 FOR
000260*                   THE SEASONAL FLAG, SO A SAVE, RESTORE OR ROLL-
000261*                   FORWARD KEEPS IT.
000262*   10/15/2026  DH  THE STORE STOCK FILE IS NOW KEYED ON STORE
000263*                   AND ITEM; IT IS SAVED AND RESTORED THROUGH
000264*                   ITS INDEX WITH THE OTHER KEYED MASTERS.
000265*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SOURCE-FILE ASSIGN USING WS-SRC-NAME
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SOURCE-STATUS.
000330     SELECT BACKUP-FILE ASSIGN USING WS-BKP-NAME
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BACKUP-STATUS.
000360     SELECT SAVE-FILE ASSIGN USING WS-SAVE-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SAVE-STATUS.
000390     SELECT BKP-GEN-FILE ASSIGN TO "BKPGENS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BKPGENS-STATUS.
000420     SELECT REG-FILE ASSIGN TO "CODEREG"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CR-CODE
000460         FILE STATUS IS WS-REG-STATUS.
000461     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS IK-ITEM-CODE
000465         FILE STATUS IS WS-ITEMMST-STATUS.
000466     SELECT CUST-MST-FILE ASSIGN TO "CUSTMST"
000467         ORGANIZATION IS INDEXED
000468         ACCESS MODE IS SEQUENTIAL
000469         RECORD KEY IS CK-CUST-ID
000470         FILE STATUS IS WS-CUSTMST-STATUS.
000472     SELECT STOCK-MST-FILE ASSIGN TO "STORSTK"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS SEQUENTIAL
000475         RECORD KEY IS SS-STOCK-KEY
000476         FILE STATUS IS WS-STORSTK-STATUS.
000477     SELECT SALE-DETL-FILE ASSIGN USING WS-DETL-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SALEDETL-STATUS.
000500     SELECT RECV-LOG-FILE ASSIGN TO "RCVLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RCVLOG-STATUS.
000530     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ADJLOG-STATUS.
000560     SELECT RTV-LOG-FILE ASSIGN TO "RTVLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RTVLOG-STATUS.
000590     SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LAYAWAY-STATUS.
000620     SELECT AR-JOURNAL-FILE ASSIGN TO "ARJRNL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ARJRNL-STATUS.
000650     SELECT GC-JOURNAL-FILE ASSIGN TO "GCJRNL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-GCJRNL-STATUS.
000680     SELECT RESTORE-RPT-FILE ASSIGN TO "RSTRRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RSTRRPT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SOURCE-FILE.
000740 01  SOURCE-RECORD              PIC X(300).
000750 FD  BACKUP-FILE.
000760 01  BACKUP-RECORD              PIC X(300).
000770 FD  SAVE-FILE.
000780 01  SAVE-RECORD                PIC X(300).
000790 FD  BKP-GEN-FILE.
000800 01  BKP-GEN-RECORD.
000810     05  BG-GEN-DATE            PIC 9(8).
000820 FD  REG-FILE.
000830     COPY CODEREG.
000831*    THE ITEM AND CUSTOMER LAYOUTS ARE IN WORKING STORAGE, SO THE
000832*    KEYED MASTERS ARE GIVEN HERE BY KEY AND LENGTH ONLY - ITEMMST
000833*    86 AND CUSTMST 85 BYTES, THE SAME AS THEIR COPYBOOKS.
000834 FD  ITEM-MST-FILE.
000835 01  ITEM-KEYED-RECORD.
000836     05  IK-ITEM-CODE           PIC X(10).
000837     05  FILLER                 PIC X(76).
000838 FD  CUST-MST-FILE.
000839 01  CUST-KEYED-RECORD.
000840     05  CK-CUST-ID             PIC X(6).
000841     05  FILLER                 PIC X(79).
000842 FD  SALE-DETL-FILE.
000850     COPY SALEDETL.
000852 FD  STOCK-MST-FILE.
000854     COPY STORSTK.
000860 FD  RECV-LOG-FILE.
000870     COPY RCVLOG.
000880 FD  ADJ-LOG-FILE.
000890     COPY ADJLOG.
000900 FD  RTV-LOG-FILE.
000910     COPY RTVLOG.
000920 FD  LAYAWAY-FILE.
000930     COPY LAYAWAY.
000940 FD  AR-JOURNAL-FILE.
000950     COPY ARJRNL.
000960 FD  GC-JOURNAL-FILE.
000970     COPY GCJRNL.
000980 FD  RESTORE-RPT-FILE.
000990 01  RESTORE-RPT-RECORD         PIC X(80).
001000 WORKING-STORAGE SECTION.
001010 01  WS-SOURCE-STATUS           PIC X(2).
001020 01  WS-BACKUP-STATUS           PIC X(2).
001030 01  WS-SAVE-STATUS             PIC X(2).
001040 01  WS-BKPGENS-STATUS          PIC X(2).
001050 01  WS-REG-STATUS              PIC X(2).
001053 01  WS-ITEMMST-STATUS          PIC X(2).
001056 01  WS-CUSTMST-STATUS          PIC X(2).
001058 01  WS-STORSTK-STATUS          PIC X(2).
001060 01  WS-SALEDETL-STATUS         PIC X(2).
001070 01  WS-RCVLOG-STATUS           PIC X(2).
001080 01  WS-ADJLOG-STATUS           PIC X(2).
001090 01  WS-RTVLOG-STATUS           PIC X(2).
001100 01  WS-LAYAWAY-STATUS          PIC X(2).
001110 01  WS-ARJRNL-STATUS           PIC X(2).
001120 01  WS-GCJRNL-STATUS           PIC X(2).
001130 01  WS-RSTRRPT-STATUS          PIC X(2).
001140 01  WS-FILE-EOF                PIC X VALUE "N".
001150     88  END-OF-FILE-IN         VALUE "Y".
001160 01  WS-SRC-NAME                PIC X(20).
001170 01  WS-BKP-NAME                PIC X(20).
001180 01  WS-SAVE-NAME               PIC X(20).
001190 01  WS-DETL-NAME               PIC X(20).
001200*----------------------------------------------------------------
001210* THE MASTERS THE NIGHTLY BACKUP COPIES - KEEP IN STEP WITH
001220* MSTBACK.
001230*----------------------------------------------------------------
001240 01  WS-MASTER-COUNT            PIC 9(2) VALUE 24.
001250 01  WS-MASTER-NAMES-INIT.
001260     05  FILLER                 PIC X(8) VALUE "ITEMMST ".
001270     05  FILLER                 PIC X(8) VALUE "OPERMST ".
001280     05  FILLER                 PIC X(8) VALUE "STUMST  ".
001290     05  FILLER                 PIC X(8) VALUE "STORCFG ".
001300     05  FILLER                 PIC X(8) VALUE "GRDCUT  ".
001310     05  FILLER                 PIC X(8) VALUE "RCPTCTL ".
001320     05  FILLER                 PIC X(8) VALUE "BUSDATE ".
001330     05  FILLER                 PIC X(8) VALUE "CUSTMST ".
001340     05  FILLER                 PIC X(8) VALUE "GIFTCERT".
001350     05  FILLER                 PIC X(8) VALUE "VENDMST ".
001360     05  FILLER                 PIC X(8) VALUE "PROMO   ".
001370     05  FILLER                 PIC X(8) VALUE "POFILE  ".
001380     05  FILLER                 PIC X(8) VALUE "ENROLL  ".
001390     05  FILLER                 PIC X(8) VALUE "CODEREG ".
001400     05  FILLER                 PIC X(8) VALUE "APOPEN  ".
001410     05  FILLER                 PIC X(8) VALUE "RTVLOG  ".
001420     05  FILLER                 PIC X(8) VALUE "STORSTK ".
001430     05  FILLER                 PIC X(8) VALUE "XFERFILE".
001440     05  FILLER                 PIC X(8) VALUE "LAYAWAY ".
001450     05  FILLER                 PIC X(8) VALUE "DEPOSIT ".
001460     05  FILLER                 PIC X(8) VALUE "PRCCHG  ".
001470     05  FILLER                 PIC X(8) VALUE "CRSMST  ".
001480     05  FILLER                 PIC X(8) VALUE "SECTMST ".
001490     05  FILLER                 PIC X(8) VALUE "BINASGN ".
001500 01  WS-MASTER-NAMES REDEFINES WS-MASTER-NAMES-INIT.
001510     05  WS-MASTER-NAME         PIC X(8) OCCURS 24 TIMES.
001520 01  WS-MASTER-IN               PIC X(20).
001530 01  WS-MASTER                  PIC X(8).
001540     88  WS-MASTER-IS-ITEMS     VALUE "ITEMMST".
001550     88  WS-MASTER-IS-CUSTOMERS VALUE "CUSTMST".
001560     88  WS-MASTER-IS-CERTS     VALUE "GIFTCERT".
001570     88  WS-MASTER-IS-REGISTRY  VALUE "CODEREG".
001575     88  WS-MASTER-IS-STOCK     VALUE "STORSTK".
001580     88  WS-MASTER-ROLLS        VALUES "ITEMMST" "CUSTMST"
001590                                       "GIFTCERT".
001600 01  WS-FILE-IDX                PIC 9(2) VALUE 0.
001610 01  WS-NAME-END                PIC 9(2) VALUE 0.
001620 01  WS-NAME-POS                PIC 9(2) VALUE 0.
001630 01  WS-GEN-COUNT               PIC 9(3) VALUE 0.
001640 01  WS-GEN-TABLE.
001650     05  WS-GEN-ENTRY OCCURS 200 TIMES.
001660         10  WS-GEN-ENTRY-DATE  PIC 9(8).
001670         10  WS-GEN-ENTRY-RECS  PIC 9(6).
001680         10  WS-GEN-ENTRY-HAS   PIC X(1).
001690 01  WS-GEN-IDX                 PIC 9(3) VALUE 0.
001700 01  WS-GEN-CHOICE              PIC 9(3) VALUE 0.
001710 01  WS-GEN-DATE                PIC 9(8) VALUE 0.
001720 01  WS-GEN-TEXT                PIC X(8).
001730 01  WS-GEN-RECORDS             PIC 9(6) VALUE 0.
001740 01  WS-COPY-COUNT              PIC 9(6) VALUE 0.
001750 01  WS-VERIFY-COUNT            PIC 9(6) VALUE 0.
001760 01  WS-SAVE-COUNT              PIC 9(6) VALUE 0.
001770 01  WS-SAVED                   PIC X VALUE "N".
001780     88  WS-LIVE-WAS-SAVED      VALUE "Y".
001790 01  WS-RESTORED                PIC X VALUE "N".
001800     88  WS-RESTORE-VERIFIED    VALUE "Y".
001810 01  WS-ROLLED                  PIC X VALUE "N".
001820     88  WS-ROLL-WAS-TAKEN      VALUE "Y".
001830 01  WS-STOP                    PIC X VALUE "N".
001840     88  WS-RESTORE-STOPPED     VALUE "Y".
001850 01  WS-TODAY-STAMP             PIC X(21).
001860 01  WS-TODAY-TEXT              PIC X(8).
001870 01  WS-EDIT-DATE               PIC 9999/99/99.
001880 01  WS-EDIT-COUNT              PIC ZZZZZ9.
001890 01  WS-EDIT-SMALL              PIC ZZZZ9.
001900*----------------------------------------------------------------
001910* THE RESTORED MASTER, HELD WHILE THE JOURNALS ARE REPLAYED.
001920* THE KEY IS THE LEADING FIELD OF EACH LAYOUT - ITEM CODE,
001930* CUSTOMER ID, OR CERTIFICATE NUMBER.
001940*----------------------------------------------------------------
001950 01  WS-REC-COUNT               PIC 9(4) VALUE 0.
001960 01  WS-REC-TABLE.
001970     05  WS-REC-ENTRY           PIC X(100) OCCURS 3000 TIMES.
001980 01  WS-REC-IDX                 PIC 9(4) VALUE 0.
001990 01  WS-FOUND-IDX               PIC 9(4) VALUE 0.
002000 01  WS-KEY-LEN                 PIC 9(2) VALUE 0.
002010 01  WS-FIND-KEY                PIC X(10).
002020 01  WS-TABLE-FULL              PIC X VALUE "N".
002030     88  WS-MASTER-TOO-BIG      VALUE "Y".
002040     COPY ITEMMST.
002050     COPY CUSTMST.
002060     COPY GIFTCERT.
002070*----------------------------------------------------------------
002080* ONE JOURNAL ENTRY BEING REPLAYED.
002090*----------------------------------------------------------------
002100 01  WS-JR-SOURCE-IDX           PIC 9(1) VALUE 0.
002110 01  WS-JR-DATE                 PIC 9(8) VALUE 0.
002120 01  WS-JR-KEY                  PIC X(10).
002130 01  WS-JR-REF                  PIC X(10).
002140 01  WS-JR-QTY                  PIC S9(7) VALUE 0.
002150 01  WS-JR-AMOUNT               PIC S9(9)V99 VALUE 0.
002160 01  WS-JR-CERT-TYPE            PIC X(1).
002170 01  WS-JR-REASON               PIC X(30).
002180 01  WS-JR-NON-STOCK            PIC X VALUE "N".
002190     88  WS-JR-IS-NON-STOCK     VALUE "Y".
002200 01  WS-JR-NUMBER               PIC 9(8) VALUE 0.
002210*----------------------------------------------------------------
002220* THE JOURNALS, WITH WHAT EACH REPLAYED AND COULD NOT.
002230*----------------------------------------------------------------
002240 01  WS-SOURCE-NAMES-INIT.
002250     05  FILLER                 PIC X(8) VALUE "SALEDETL".
002260     05  FILLER                 PIC X(8) VALUE "DETLHIST".
002270     05  FILLER                 PIC X(8) VALUE "RCVLOG  ".
002280     05  FILLER                 PIC X(8) VALUE "ADJLOG  ".
002290     05  FILLER                 PIC X(8) VALUE "RTVLOG  ".
002300     05  FILLER                 PIC X(8) VALUE "LAYAWAY ".
002310     05  FILLER                 PIC X(8) VALUE "ARJRNL  ".
002320     05  FILLER                 PIC X(8) VALUE "GCJRNL  ".
002330 01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAMES-INIT.
002340     05  WS-SOURCE-NAME         PIC X(8) OCCURS 8 TIMES.
002350 01  WS-SOURCE-STATS.
002360     05  WS-SOURCE-STAT OCCURS 8 TIMES.
002370         10  WS-SOURCE-USED     PIC X(1).
002380         10  WS-SOURCE-FOUND    PIC X(1).
002390         10  WS-SOURCE-REPLAYED PIC 9(5).
002400         10  WS-SOURCE-REJECTED PIC 9(5).
002410 01  WS-SOURCE-IDX              PIC 9(1) VALUE 0.
002420 01  WS-REPLAY-TOTAL            PIC 9(5) VALUE 0.
002430 01  WS-REJECT-TOTAL            PIC 9(5) VALUE 0.
002440 01  WS-REJECT-COUNT            PIC 9(3) VALUE 0.
002450 01  WS-REJECT-TABLE.
002460     05  WS-REJECT-ENTRY OCCURS 500 TIMES.
002470         10  WS-RJ-SOURCE       PIC X(8).
002480         10  WS-RJ-DATE         PIC 9(8).
002490         10  WS-RJ-KEY          PIC X(10).
002500         10  WS-RJ-REF          PIC X(10).
002510         10  WS-RJ-REASON       PIC X(30).
002520 01  WS-REJECT-IDX              PIC 9(3) VALUE 0.
002530*----------------------------------------------------------------
002540* RECOVERY REPORT LINES.
002550*----------------------------------------------------------------
002560 01  WS-RPT-DETAIL.
002570     05  RD-SOURCE              PIC X(8).
002580     05  FILLER                 PIC X(1) VALUE SPACE.
002590     05  RD-DATE                PIC 9999/99/99.
002600     05  FILLER                 PIC X(1) VALUE SPACE.
002610     05  RD-KEY                 PIC X(10).
002620     05  FILLER                 PIC X(1) VALUE SPACE.
002630     05  RD-REF                 PIC X(10).
002640     05  RD-CHANGE-QTY          PIC -(13)9.
002650     05  RD-CHANGE-AMT REDEFINES RD-CHANGE-QTY
002660                                PIC -(10)9.99.
002670     05  FILLER                 PIC X(1) VALUE SPACE.
002680     05  RD-RESULT-QTY          PIC -(13)9.
002690     05  RD-RESULT-AMT REDEFINES RD-RESULT-QTY
002700                                PIC -(10)9.99.
002710 01  WS-RPT-REJECT.
002720     05  RX-SOURCE              PIC X(8).
002730     05  FILLER                 PIC X(1) VALUE SPACE.
002740     05  RX-DATE                PIC 9999/99/99.
002750     05  FILLER                 PIC X(1) VALUE SPACE.
002760     05  RX-KEY                 PIC X(10).
002770     05  FILLER                 PIC X(1) VALUE SPACE.
002780     05  RX-REF                 PIC X(10).
002790     05  FILLER                 PIC X(1) VALUE SPACE.
002800     05  RX-REASON              PIC X(30).
002810 01  WS-RPT-SOURCE.
002820     05  RS-SOURCE              PIC X(8).
002830     05  FILLER                 PIC X(4) VALUE SPACES.
002840     05  RS-REPLAYED            PIC ZZZZ9.
002850     05  FILLER                 PIC X(9) VALUE SPACES.
002860     05  RS-REJECTED            PIC ZZZZ9.
002870     05  FILLER                 PIC X(3) VALUE SPACES.
002880     05  RS-NOTE                PIC X(20).
002890 01  WS-CONFIRM                 PIC X(1).
002900 01  WS-YN-PROMPT               PIC X(40).
002910 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "MSTREST".
002920 01  WS-AUDIT-MESSAGE           PIC X(60).
002930 PROCEDURE DIVISION.
002940*----------------------------------------------------------------
002950* 0000-MAINLINE  -  NAME THE MASTER AND THE GENERATION, RESTORE
002960*                   IT, OFFER THE ROLL-FORWARD, AND REPORT.
002970*----------------------------------------------------------------
002980 0000-MAINLINE.
002990     DISPLAY "[MASTER FILE RESTORE]"
003000     PERFORM 0100-INITIALIZE THRU 0100-EXIT
003010     PERFORM 1000-GET-MASTER THRU 1000-EXIT
003020     IF WS-RESTORE-STOPPED
003030         GOBACK
003040     END-IF
003050     PERFORM 1100-LOAD-GENERATIONS THRU 1100-EXIT
003060     IF WS-RESTORE-STOPPED
003070         GOBACK
003080     END-IF
003090     PERFORM 1200-LIST-GENERATIONS THRU 1200-EXIT
003100     PERFORM 1300-GET-GENERATION THRU 1300-EXIT
003110     IF WS-RESTORE-STOPPED
003120         GOBACK
003130     END-IF
003140     PERFORM 2000-RESTORE-MASTER THRU 2000-EXIT
003150     IF WS-RESTORE-STOPPED
003160         GOBACK
003170     END-IF
003180     OPEN OUTPUT RESTORE-RPT-FILE
003190     PERFORM 6000-WRITE-HEADING THRU 6000-EXIT
003200     IF WS-RESTORE-VERIFIED
003210         PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
003220     END-IF
003230     PERFORM 6500-WRITE-REJECTS THRU 6500-EXIT
003240     PERFORM 6600-WRITE-SOURCES THRU 6600-EXIT
003250     CLOSE RESTORE-RPT-FILE
003290     DISPLAY "Recovery report written to RSTRRPT."
003300     GOBACK.
003310*----------------------------------------------------------------
003320* 0100-INITIALIZE  -  CLEAR EVERYTHING LEFT FROM AN EARLIER
003330*                     RESTORE IN THIS SESSION AND STAMP THE RUN.
003340*----------------------------------------------------------------
003350 0100-INITIALIZE.
003360     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
003370     MOVE WS-TODAY-STAMP (1:8) TO WS-TODAY-TEXT
003380     MOVE "N" TO WS-STOP
003390     MOVE "N" TO WS-SAVED
003400     MOVE "N" TO WS-RESTORED
003410     MOVE "N" TO WS-ROLLED
003420     MOVE "N" TO WS-TABLE-FULL
003430     MOVE 0 TO WS-GEN-COUNT
003440     MOVE 0 TO WS-REC-COUNT
003450     MOVE 0 TO WS-REJECT-COUNT
003460     MOVE 0 TO WS-REPLAY-TOTAL
003470     MOVE 0 TO WS-REJECT-TOTAL
003480     MOVE 0 TO WS-SAVE-COUNT
003490     PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
003500             UNTIL WS-SOURCE-IDX > 8
003510         MOVE "N" TO WS-SOURCE-USED (WS-SOURCE-IDX)
003520         MOVE "N" TO WS-SOURCE-FOUND (WS-SOURCE-IDX)
003530         MOVE 0 TO WS-SOURCE-REPLAYED (WS-SOURCE-IDX)
003540         MOVE 0 TO WS-SOURCE-REJECTED (WS-SOURCE-IDX)
003550     END-PERFORM.
003560 0100-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590* 1000-GET-MASTER  -  TAKE THE NAME OF THE MASTER TO RESTORE.
003600*                     IT MUST BE ONE THE NIGHTLY BACKUP COPIES.
003610*                     A BLANK NAME CANCELS.
003620*----------------------------------------------------------------
003630 1000-GET-MASTER.
003640     MOVE 0 TO WS-FILE-IDX
003650     PERFORM UNTIL WS-FILE-IDX > 0 OR WS-RESTORE-STOPPED
003660         DISPLAY "Master to restore (e.g. ITEMMST, blank to "
003670             "cancel): " WITH NO ADVANCING
003680         MOVE SPACES TO WS-MASTER-IN
003690         ACCEPT WS-MASTER-IN
003700         MOVE FUNCTION UPPER-CASE(WS-MASTER-IN) TO WS-MASTER-IN
003710         IF WS-MASTER-IN = SPACES
003720             SET WS-RESTORE-STOPPED TO TRUE
003730         ELSE
003740             PERFORM VARYING WS-NAME-POS FROM 1 BY 1
003750                     UNTIL WS-NAME-POS > WS-MASTER-COUNT
003760                 IF WS-MASTER-NAME (WS-NAME-POS) = WS-MASTER-IN
003770                     MOVE WS-NAME-POS TO WS-FILE-IDX
003780                     EXIT PERFORM
003790                 END-IF
003800             END-PERFORM
003810             IF WS-FILE-IDX = 0
003820                 DISPLAY "Not a backed-up master file."
003830             END-IF
003840         END-IF
003850     END-PERFORM
003860     IF WS-RESTORE-STOPPED
003870         DISPLAY "Restore cancelled."
003880         GO TO 1000-EXIT
003890     END-IF
003900     MOVE WS-MASTER-NAME (WS-FILE-IDX) TO WS-MASTER
003910     MOVE WS-MASTER TO WS-SRC-NAME.
003920 1000-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950* 1100-LOAD-GENERATIONS  -  READ THE GENERATION DATES FROM THE
003960*                           BKPGENS CATALOG, OLDEST FIRST.
003970*----------------------------------------------------------------
003980 1100-LOAD-GENERATIONS.
003990     MOVE "N" TO WS-FILE-EOF
004000     OPEN INPUT BKP-GEN-FILE
004010     IF WS-BKPGENS-STATUS = "35"
004020         DISPLAY "No backup generations on file."
004030         SET WS-RESTORE-STOPPED TO TRUE
004040         GO TO 1100-EXIT
004050     END-IF
004060     PERFORM 1110-READ-BKPGENS THRU 1110-EXIT
004070     PERFORM UNTIL END-OF-FILE-IN
004080         IF WS-GEN-COUNT < 200 AND BG-GEN-DATE IS NUMERIC
004090             ADD 1 TO WS-GEN-COUNT
004100             MOVE BG-GEN-DATE TO WS-GEN-ENTRY-DATE (WS-GEN-COUNT)
004110         END-IF
004120         PERFORM 1110-READ-BKPGENS THRU 1110-EXIT
004130     END-PERFORM
004140     CLOSE BKP-GEN-FILE
004150     IF WS-GEN-COUNT = 0
004160         DISPLAY "No backup generations on file."
004170         SET WS-RESTORE-STOPPED TO TRUE
004180     END-IF.
004190 1100-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 1110-READ-BKPGENS  -  READ THE NEXT CATALOG RECORD.
004230*----------------------------------------------------------------
004240 1110-READ-BKPGENS.
004250     READ BKP-GEN-FILE
004260         AT END
004270             SET END-OF-FILE-IN TO TRUE
004280     END-READ.
004290 1110-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320* 1200-LIST-GENERATIONS  -  SHOW EACH GENERATION WITH THE RECORD
004330*                           COUNT OF THE MASTER'S COPY IN IT, OR
004340*                           THAT IT HAS NONE.
004350*----------------------------------------------------------------
004360 1200-LIST-GENERATIONS.
004370     DISPLAY " "
004380     DISPLAY "Backup generations of " FUNCTION TRIM(WS-MASTER) ":"
004390     PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
004400             UNTIL WS-GEN-IDX > WS-GEN-COUNT
004410         MOVE WS-GEN-ENTRY-DATE (WS-GEN-IDX) TO WS-GEN-DATE
004420         PERFORM 1210-COUNT-COPY THRU 1210-EXIT
004430         MOVE WS-GEN-RECORDS TO WS-GEN-ENTRY-RECS (WS-GEN-IDX)
004440         MOVE WS-GEN-DATE TO WS-EDIT-DATE
004450         IF WS-GEN-ENTRY-HAS (WS-GEN-IDX) = "Y"
004460             MOVE WS-GEN-RECORDS TO WS-EDIT-COUNT
004470             DISPLAY "  " WS-GEN-IDX ". " WS-EDIT-DATE "  "
004480                 WS-EDIT-COUNT " records"
004490         ELSE
004500             DISPLAY "  " WS-GEN-IDX ". " WS-EDIT-DATE
004510                 "  (no copy)"
004520         END-IF
004530     END-PERFORM.
004540 1200-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570* 1210-COUNT-COPY  -  COUNT THE RECORDS IN THE MASTER'S COPY FOR
004580*                     THE GENERATION IN WS-GEN-DATE.
004590*----------------------------------------------------------------
004600 1210-COUNT-COPY.
004610     PERFORM 1220-BUILD-BKP-NAME THRU 1220-EXIT
004620     MOVE 0 TO WS-GEN-RECORDS
004630     MOVE "N" TO WS-GEN-ENTRY-HAS (WS-GEN-IDX)
004640     MOVE "N" TO WS-FILE-EOF
004650     OPEN INPUT BACKUP-FILE
004660     IF WS-BACKUP-STATUS NOT = "00"
004670         GO TO 1210-EXIT
004680     END-IF
004690     MOVE "Y" TO WS-GEN-ENTRY-HAS (WS-GEN-IDX)
004700     PERFORM 1230-READ-BACKUP THRU 1230-EXIT
004710     PERFORM UNTIL END-OF-FILE-IN
004720         ADD 1 TO WS-GEN-RECORDS
004730         PERFORM 1230-READ-BACKUP THRU 1230-EXIT
004740     END-PERFORM
004750     CLOSE BACKUP-FILE.
004760 1210-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 1220-BUILD-BKP-NAME  -  BUILD "NAME.BYYYYMMDD" THE WAY THE
004800*                         BACKUP NAMES ITS GENERATIONS, AND THE
004810*                         "NAME.DYYYYMMDD" THE DAMAGED COPY IS
004820*                         SAVED UNDER TODAY.
004830*----------------------------------------------------------------
004840 1220-BUILD-BKP-NAME.
004850     MOVE 0 TO WS-NAME-END
004860     PERFORM VARYING WS-NAME-POS FROM 8 BY -1
004870             UNTIL WS-NAME-POS < 1
004880         IF WS-MASTER (WS-NAME-POS:1) NOT = SPACE
004890             MOVE WS-NAME-POS TO WS-NAME-END
004900             EXIT PERFORM
004910         END-IF
004920     END-PERFORM
004930     MOVE WS-GEN-DATE TO WS-GEN-TEXT
004940     MOVE SPACES TO WS-BKP-NAME
004950     STRING WS-MASTER (1:WS-NAME-END) DELIMITED BY SIZE
004960         ".B" DELIMITED BY SIZE
004970         WS-GEN-TEXT DELIMITED BY SIZE
004980         INTO WS-BKP-NAME
004990     MOVE SPACES TO WS-SAVE-NAME
005000     STRING WS-MASTER (1:WS-NAME-END) DELIMITED BY SIZE
005010         ".D" DELIMITED BY SIZE
005020         WS-TODAY-TEXT DELIMITED BY SIZE
005030         INTO WS-SAVE-NAME.
005040 1220-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 1230-READ-BACKUP  -  READ THE NEXT RECORD OF A GENERATION.
005080*----------------------------------------------------------------
005090 1230-READ-BACKUP.
005100     READ BACKUP-FILE
005110         AT END
005120             SET END-OF-FILE-IN TO TRUE
005130     END-READ.
005140 1230-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* 1300-GET-GENERATION  -  TAKE THE GENERATION TO RESTORE FROM.
005180*                         ZERO CANCELS; A GENERATION WITHOUT A
005190*                         COPY OF THE MASTER IS REFUSED.
005200*----------------------------------------------------------------
005210 1300-GET-GENERATION.
005220     MOVE 0 TO WS-GEN-IDX
005230     PERFORM UNTIL WS-GEN-IDX > 0 OR WS-RESTORE-STOPPED
005240         DISPLAY "Generation number (0 to cancel): "
005250             WITH NO ADVANCING
005260         MOVE 0 TO WS-GEN-CHOICE
005270         ACCEPT WS-GEN-CHOICE
005280         EVALUATE TRUE
005290             WHEN WS-GEN-CHOICE = 0
005300                 SET WS-RESTORE-STOPPED TO TRUE
005310             WHEN WS-GEN-CHOICE > WS-GEN-COUNT
005320                 DISPLAY "No such generation."
005330             WHEN WS-GEN-ENTRY-HAS (WS-GEN-CHOICE) NOT = "Y"
005340                 DISPLAY "That generation has no copy of "
005350                     FUNCTION TRIM(WS-MASTER) "."
005360             WHEN OTHER
005370                 MOVE WS-GEN-CHOICE TO WS-GEN-IDX
005380         END-EVALUATE
005390     END-PERFORM
005400     IF WS-RESTORE-STOPPED
005410         DISPLAY "Restore cancelled."
005420         GO TO 1300-EXIT
005430     END-IF
005440     MOVE WS-GEN-ENTRY-DATE (WS-GEN-IDX) TO WS-GEN-DATE
005450     MOVE WS-GEN-ENTRY-RECS (WS-GEN-IDX) TO WS-GEN-RECORDS
005460     PERFORM 1220-BUILD-BKP-NAME THRU 1220-EXIT.
005470 1300-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* 2000-RESTORE-MASTER  -  CONFIRM, SAVE THE DAMAGED LIVE COPY
005510*                         ASIDE, COPY THE GENERATION BACK OVER
005520*                         THE LIVE NAME, AND VERIFY IT BY COUNT.
005530*                         A SAVED COPY ALREADY ON DISK UNDER
005540*                         TODAY'S NAME IS NEVER OVERWRITTEN - IT
005550*                         MAY BE THE ONLY COPY OF THE DAMAGE.
005560*----------------------------------------------------------------
005570 2000-RESTORE-MASTER.
005580     OPEN INPUT SAVE-FILE
005590     IF WS-SAVE-STATUS NOT = "35"
005600         CLOSE SAVE-FILE
005610         DISPLAY "A copy is already saved as " WS-SAVE-NAME
005620         DISPLAY "Move it aside before restoring again."
005630         SET WS-RESTORE-STOPPED TO TRUE
005640         GO TO 2000-EXIT
005650     END-IF
005660     MOVE WS-GEN-DATE TO WS-EDIT-DATE
005670     DISPLAY " "
005680     DISPLAY "Restore " FUNCTION TRIM(WS-MASTER) " from "
005690         WS-EDIT-DATE
005700     DISPLAY "The live file will be saved as " WS-SAVE-NAME
005710     MOVE "Restore this master from the backup?" TO WS-YN-PROMPT
005720     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
005730         WS-AUDIT-PROGRAM
005740     IF WS-CONFIRM NOT = "Y"
005750         DISPLAY "Restore cancelled."
005760         SET WS-RESTORE-STOPPED TO TRUE
005770         GO TO 2000-EXIT
005780     END-IF
005786     EVALUATE TRUE
005792         WHEN WS-MASTER-IS-REGISTRY
005798             PERFORM 2500-SAVE-REGISTRY THRU 2500-EXIT
005804             PERFORM 2600-RESTORE-REGISTRY THRU 2600-EXIT
005810         WHEN WS-MASTER-IS-ITEMS
005816         WHEN WS-MASTER-IS-CUSTOMERS
005819         WHEN WS-MASTER-IS-STOCK
005822             PERFORM 2700-SAVE-KEYED-MASTER THRU 2700-EXIT
005828             PERFORM 2800-RESTORE-KEYED-MASTER THRU 2800-EXIT
005834         WHEN OTHER
005840             PERFORM 2100-SAVE-LIVE-COPY THRU 2100-EXIT
005846             PERFORM 2200-RESTORE-COPY THRU 2200-EXIT
005852     END-EVALUATE
005860     MOVE SPACES TO WS-AUDIT-MESSAGE
005870     IF WS-VERIFY-COUNT = WS-COPY-COUNT AND
005880             WS-COPY-COUNT = WS-GEN-RECORDS
005890         SET WS-RESTORE-VERIFIED TO TRUE
005900         MOVE WS-COPY-COUNT TO WS-EDIT-COUNT
005910         DISPLAY FUNCTION TRIM(WS-MASTER) " restored - "
005920             WS-EDIT-COUNT " records."
005930         STRING "MASTER RESTORED: " DELIMITED BY SIZE
005940             WS-MASTER DELIMITED BY SPACE
005950             " FROM GEN " DELIMITED BY SIZE
005960             WS-GEN-TEXT DELIMITED BY SIZE
005970             INTO WS-AUDIT-MESSAGE
005980     ELSE
005990         DISPLAY "*** RESTORE OF " FUNCTION TRIM(WS-MASTER)
006000             " FAILED VERIFY ***"
006010         DISPLAY "The damaged copy is saved as " WS-SAVE-NAME
006020         STRING "RESTORE FAILED VERIFY: " DELIMITED BY SIZE
006030             WS-MASTER DELIMITED BY SPACE
006040             " FROM GEN " DELIMITED BY SIZE
006050             WS-GEN-TEXT DELIMITED BY SIZE
006060             INTO WS-AUDIT-MESSAGE
006070     END-IF
006080     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
006090 2000-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120* 2100-SAVE-LIVE-COPY  -  COPY THE LIVE MASTER, AS IT STANDS,
006130*                         TO THE SAVED NAME.  NO LIVE FILE MEANS
006140*                         NOTHING TO SAVE.
006150*----------------------------------------------------------------
006160 2100-SAVE-LIVE-COPY.
006170     MOVE "N" TO WS-FILE-EOF
006180     OPEN INPUT SOURCE-FILE
006190     IF WS-SOURCE-STATUS = "35"
006200         GO TO 2100-EXIT
006210     END-IF
006220     OPEN OUTPUT SAVE-FILE
006230     PERFORM 2110-READ-SOURCE THRU 2110-EXIT
006240     PERFORM UNTIL END-OF-FILE-IN
006250         MOVE SOURCE-RECORD TO SAVE-RECORD
006260         WRITE SAVE-RECORD
006270         ADD 1 TO WS-SAVE-COUNT
006280         PERFORM 2110-READ-SOURCE THRU 2110-EXIT
006290     END-PERFORM
006300     CLOSE SOURCE-FILE
006310     CLOSE SAVE-FILE
006320     SET WS-LIVE-WAS-SAVED TO TRUE.
006330 2100-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 2110-READ-SOURCE  -  READ THE NEXT LIVE MASTER RECORD.
006370*----------------------------------------------------------------
006380 2110-READ-SOURCE.
006390     READ SOURCE-FILE
006400         AT END
006410             SET END-OF-FILE-IN TO TRUE
006420     END-READ.
006430 2110-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 2200-RESTORE-COPY  -  COPY THE GENERATION OVER THE LIVE NAME
006470*                       AND READ IT BACK FOR THE VERIFY COUNT.
006480*----------------------------------------------------------------
006490 2200-RESTORE-COPY.
006500     MOVE 0 TO WS-COPY-COUNT
006510     MOVE 0 TO WS-VERIFY-COUNT
006520     MOVE "N" TO WS-FILE-EOF
006530     OPEN INPUT BACKUP-FILE
006540     OPEN OUTPUT SOURCE-FILE
006550     PERFORM 1230-READ-BACKUP THRU 1230-EXIT
006560     PERFORM UNTIL END-OF-FILE-IN
006570         MOVE BACKUP-RECORD TO SOURCE-RECORD
006580         WRITE SOURCE-RECORD
006590         ADD 1 TO WS-COPY-COUNT
006600         PERFORM 1230-READ-BACKUP THRU 1230-EXIT
006610     END-PERFORM
006620     CLOSE BACKUP-FILE
006630     CLOSE SOURCE-FILE
006640     MOVE "N" TO WS-FILE-EOF
006650     OPEN INPUT SOURCE-FILE
006660     PERFORM 2110-READ-SOURCE THRU 2110-EXIT
006670     PERFORM UNTIL END-OF-FILE-IN
006680         ADD 1 TO WS-VERIFY-COUNT
006690         PERFORM 2110-READ-SOURCE THRU 2110-EXIT
006700     END-PERFORM
006710     CLOSE SOURCE-FILE.
006720 2200-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750* 2500-SAVE-REGISTRY  -  THE ISSUED-CODE REGISTRY IS A KEYED
006760*                        FILE; ITS RECORDS ARE READ THROUGH THE
006770*                        INDEX AND SAVED AS PLAIN RECORDS, THE
006780*                        WAY THE BACKUP COPIES IT.
006790*----------------------------------------------------------------
006800 2500-SAVE-REGISTRY.
006810     MOVE "N" TO WS-FILE-EOF
006820     OPEN INPUT REG-FILE
006830     IF WS-REG-STATUS = "35"
006840         GO TO 2500-EXIT
006850     END-IF
006860     OPEN OUTPUT SAVE-FILE
006870     PERFORM 2510-READ-REGISTRY THRU 2510-EXIT
006880     PERFORM UNTIL END-OF-FILE-IN
006890         MOVE CODE-REG-RECORD TO SAVE-RECORD
006900         WRITE SAVE-RECORD
006910         ADD 1 TO WS-SAVE-COUNT
006920         PERFORM 2510-READ-REGISTRY THRU 2510-EXIT
006930     END-PERFORM
006940     CLOSE REG-FILE
006950     CLOSE SAVE-FILE
006960     SET WS-LIVE-WAS-SAVED TO TRUE.
006970 2500-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* 2510-READ-REGISTRY  -  READ THE NEXT REGISTRY RECORD IN KEY
007010*                        ORDER.
007020*----------------------------------------------------------------
007030 2510-READ-REGISTRY.
007040     READ REG-FILE NEXT RECORD
007050         AT END
007060             SET END-OF-FILE-IN TO TRUE
007070     END-READ.
007080 2510-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------
007110* 2600-RESTORE-REGISTRY  -  RELOAD THE KEYED REGISTRY FROM THE
007120*                           GENERATION, WHICH THE BACKUP WROTE IN
007130*                           KEY ORDER, AND COUNT IT BACK.
007140*----------------------------------------------------------------
007150 2600-RESTORE-REGISTRY.
007160     MOVE 0 TO WS-COPY-COUNT
007170     MOVE 0 TO WS-VERIFY-COUNT
007180     MOVE "N" TO WS-FILE-EOF
007190     OPEN INPUT BACKUP-FILE
007200     OPEN OUTPUT REG-FILE
007210     PERFORM 1230-READ-BACKUP THRU 1230-EXIT
007220     PERFORM UNTIL END-OF-FILE-IN
007230         MOVE BACKUP-RECORD TO CODE-REG-RECORD
007240         WRITE CODE-REG-RECORD
007250             INVALID KEY
007260                 DISPLAY "Registry record out of order: "
007270                     CR-CODE
007280             NOT INVALID KEY
007290                 ADD 1 TO WS-COPY-COUNT
007300         END-WRITE
007310         PERFORM 1230-READ-BACKUP THRU 1230-EXIT
007320     END-PERFORM
007330     CLOSE BACKUP-FILE
007340     CLOSE REG-FILE
007350     MOVE "N" TO WS-FILE-EOF
007360     OPEN INPUT REG-FILE
007370     PERFORM 2510-READ-REGISTRY THRU 2510-EXIT
007380     PERFORM UNTIL END-OF-FILE-IN
007390         ADD 1 TO WS-VERIFY-COUNT
007400         PERFORM 2510-READ-REGISTRY THRU 2510-EXIT
007410     END-PERFORM
007420     CLOSE REG-FILE.
007430 2600-EXIT.
007440     EXIT.
007441*----------------------------------------------------------------
007442* 2700-SAVE-KEYED-MASTER  -  THE ITEM, CUSTOMER AND STORE STOCK
007443*                            MASTERS ARE KEYED FILES; THEIR
007444*                            RECORDS ARE READ IN KEY ORDER AND
007445*                            SAVED AS PLAIN RECORDS, AS THE
007446*                            BACKUP COPIES THEM.
007447*----------------------------------------------------------------
007448 2700-SAVE-KEYED-MASTER.
007449     MOVE "N" TO WS-FILE-EOF
007450     PERFORM 2720-OPEN-KEYED-INPUT THRU 2720-EXIT
007451     IF END-OF-FILE-IN
007452         GO TO 2700-EXIT
007453     END-IF
007454     OPEN OUTPUT SAVE-FILE
007455     PERFORM 2710-READ-KEYED-MASTER THRU 2710-EXIT
007456     PERFORM UNTIL END-OF-FILE-IN
007457         WRITE SAVE-RECORD
007458         ADD 1 TO WS-SAVE-COUNT
007459         PERFORM 2710-READ-KEYED-MASTER THRU 2710-EXIT
007460     END-PERFORM
007461     PERFORM 2730-CLOSE-KEYED THRU 2730-EXIT
007462     CLOSE SAVE-FILE
007463     SET WS-LIVE-WAS-SAVED TO TRUE.
007464 2700-EXIT.
007465     EXIT.
007466*----------------------------------------------------------------
007467* 2710-READ-KEYED-MASTER  -  READ THE NEXT ITEM, ACCOUNT OR STORE
007468*                            STOCK RECORD IN KEY ORDER INTO
007469*                            SAVE-RECORD.
007470*----------------------------------------------------------------
007471 2710-READ-KEYED-MASTER.
007472     MOVE SPACES TO SAVE-RECORD
007473     EVALUATE TRUE
007474         WHEN WS-MASTER-IS-ITEMS
007475             READ ITEM-MST-FILE NEXT RECORD
007476                 AT END
007477                     SET END-OF-FILE-IN TO TRUE
007478                 NOT AT END
007479                     MOVE ITEM-KEYED-RECORD TO SAVE-RECORD
007480             END-READ
007481         WHEN WS-MASTER-IS-STOCK
007482             READ STOCK-MST-FILE NEXT RECORD
007483                 AT END
007484                     SET END-OF-FILE-IN TO TRUE
007485                 NOT AT END
007486                     MOVE STORE-STOCK-RECORD TO SAVE-RECORD
007487             END-READ
007488         WHEN OTHER
007489             READ CUST-MST-FILE NEXT RECORD
007490                 AT END
007491                     SET END-OF-FILE-IN TO TRUE
007492                 NOT AT END
007493                     MOVE CUST-KEYED-RECORD TO SAVE-RECORD
007494             END-READ
007495     END-EVALUATE.
007496 2710-EXIT.
007497     EXIT.
007498*----------------------------------------------------------------
007499* 2720-OPEN-KEYED-INPUT  -  OPEN THE KEYED MASTER FOR READING.  NO
007500*                           LIVE FILE IS TREATED AS AN EMPTY ONE.
007501*----------------------------------------------------------------
007502 2720-OPEN-KEYED-INPUT.
007503     EVALUATE TRUE
007504         WHEN WS-MASTER-IS-ITEMS
007505             OPEN INPUT ITEM-MST-FILE
007506             IF WS-ITEMMST-STATUS = "35"
007507                 SET END-OF-FILE-IN TO TRUE
007508             END-IF
007509         WHEN WS-MASTER-IS-STOCK
007510             OPEN INPUT STOCK-MST-FILE
007511             IF WS-STORSTK-STATUS = "35"
007512                 SET END-OF-FILE-IN TO TRUE
007513             END-IF
007514         WHEN OTHER
007515             OPEN INPUT CUST-MST-FILE
007516             IF WS-CUSTMST-STATUS = "35"
007517                 SET END-OF-FILE-IN TO TRUE
007518             END-IF
007519     END-EVALUATE.
007520 2720-EXIT.
007521     EXIT.
007522*----------------------------------------------------------------
007523* 2730-CLOSE-KEYED  -  CLOSE WHICHEVER KEYED MASTER IS OPEN.
007524*----------------------------------------------------------------
007525 2730-CLOSE-KEYED.
007526     EVALUATE TRUE
007527         WHEN WS-MASTER-IS-ITEMS
007528             CLOSE ITEM-MST-FILE
007529         WHEN WS-MASTER-IS-STOCK
007530             CLOSE STOCK-MST-FILE
007531         WHEN OTHER
007532             CLOSE CUST-MST-FILE
007533     END-EVALUATE.
007534 2730-EXIT.
007535     EXIT.
007536*----------------------------------------------------------------
007537* 2800-RESTORE-KEYED-MASTER  -  RELOAD THE KEYED MASTER FROM THE
007538*                               GENERATION, WHICH THE BACKUP
007539*                               WROTE IN KEY ORDER, AND COUNT IT
007540*                               BACK.
007541*----------------------------------------------------------------
007542 2800-RESTORE-KEYED-MASTER.
007543     MOVE 0 TO WS-COPY-COUNT
007544     MOVE 0 TO WS-VERIFY-COUNT
007545     MOVE "N" TO WS-FILE-EOF
007546     OPEN INPUT BACKUP-FILE
007547     EVALUATE TRUE
007548         WHEN WS-MASTER-IS-ITEMS
007549             OPEN OUTPUT ITEM-MST-FILE
007550         WHEN WS-MASTER-IS-STOCK
007551             OPEN OUTPUT STOCK-MST-FILE
007552         WHEN OTHER
007553             OPEN OUTPUT CUST-MST-FILE
007554     END-EVALUATE
007555     PERFORM 1230-READ-BACKUP THRU 1230-EXIT
007556     PERFORM UNTIL END-OF-FILE-IN
007557         PERFORM 2810-WRITE-KEYED-MASTER THRU 2810-EXIT
007558         PERFORM 1230-READ-BACKUP THRU 1230-EXIT
007559     END-PERFORM
007560     CLOSE BACKUP-FILE
007561     PERFORM 2730-CLOSE-KEYED THRU 2730-EXIT
007562     MOVE "N" TO WS-FILE-EOF
007563     PERFORM 2720-OPEN-KEYED-INPUT THRU 2720-EXIT
007564     IF END-OF-FILE-IN
007565         GO TO 2800-EXIT
007566     END-IF
007567     PERFORM 2710-READ-KEYED-MASTER THRU 2710-EXIT
007568     PERFORM UNTIL END-OF-FILE-IN
007569         ADD 1 TO WS-VERIFY-COUNT
007570         PERFORM 2710-READ-KEYED-MASTER THRU 2710-EXIT
007571     END-PERFORM
007572     PERFORM 2730-CLOSE-KEYED THRU 2730-EXIT.
007573 2800-EXIT.
007574     EXIT.
007575*----------------------------------------------------------------
007576* 2810-WRITE-KEYED-MASTER  -  WRITE BACKUP-RECORD TO THE KEYED
007577*                             MASTER.  A RECORD OUT OF KEY ORDER
007578*                             IS NOT COUNTED, SO THE VERIFY FAILS.
007579*----------------------------------------------------------------
007580 2810-WRITE-KEYED-MASTER.
007581     EVALUATE TRUE
007582         WHEN WS-MASTER-IS-ITEMS
007583             MOVE BACKUP-RECORD TO ITEM-KEYED-RECORD
007584             WRITE ITEM-KEYED-RECORD
007585                 INVALID KEY
007586                     DISPLAY "Item record out of order: "
007587                         IK-ITEM-CODE
007588                 NOT INVALID KEY
007589                     ADD 1 TO WS-COPY-COUNT
007590             END-WRITE
007591         WHEN WS-MASTER-IS-STOCK
007592             MOVE BACKUP-RECORD TO STORE-STOCK-RECORD
007593             WRITE STORE-STOCK-RECORD
007594                 INVALID KEY
007595                     DISPLAY "Store stock record out of order: "
007596                         SS-STORE-NAME " " SS-ITEM-CODE
007597                 NOT INVALID KEY
007598                     ADD 1 TO WS-COPY-COUNT
007599             END-WRITE
007600         WHEN OTHER
007601             MOVE BACKUP-RECORD TO CUST-KEYED-RECORD
007602             WRITE CUST-KEYED-RECORD
007603                 INVALID KEY
007604                     DISPLAY "Customer record out of order: "
007605                         CK-CUST-ID
007606                 NOT INVALID KEY
007607                     ADD 1 TO WS-COPY-COUNT
007608             END-WRITE
007609     END-EVALUATE.
007610 2810-EXIT.
007611     EXIT.
007612*----------------------------------------------------------------
007613* 3000-ROLL-FORWARD  -  OFFER TO REPLAY THE JOURNALS DATED AFTER
007614*                       THE GENERATION ONTO THE RESTORED MASTER.
007615*                       THE BACKUP RUNS AT THE TOP OF THE NIGHT,
007616*                       AFTER ITS BUSINESS DAY HAS CLOSED, SO A
007617*                       GENERATION HOLDS ALL OF ITS OWN DAY.
007618*----------------------------------------------------------------
007619 3000-ROLL-FORWARD.
007620     IF NOT WS-MASTER-ROLLS
007621         MOVE "NO JOURNALS ROLL THIS MASTER FORWARD - IT STANDS AS
007622-            " OF THE GENERATION." TO RESTORE-RPT-RECORD
007623         WRITE RESTORE-RPT-RECORD
007624         GO TO 3000-EXIT
007625     END-IF
007626     MOVE "Roll forward from the journals?"
007627         TO WS-YN-PROMPT
007628     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
007629         WS-AUDIT-PROGRAM
007630     IF WS-CONFIRM NOT = "Y"
007640         MOVE "ROLL FORWARD NOT TAKEN - THE MASTER STANDS AS OF TH
007650-            "E GENERATION." TO RESTORE-RPT-RECORD
007660         WRITE RESTORE-RPT-RECORD
007670         GO TO 3000-EXIT
007680     END-IF
007690     PERFORM 3050-LOAD-MASTER THRU 3050-EXIT
007700     IF WS-MASTER-TOO-BIG
007710         DISPLAY "Master too large to roll forward here."
007720         MOVE "ROLL FORWARD NOT TAKEN - MASTER TOO LARGE FOR THE W
007730-            "ORK TABLE." TO RESTORE-RPT-RECORD
007740         WRITE RESTORE-RPT-RECORD
007750         GO TO 3000-EXIT
007760     END-IF
007770     SET WS-ROLL-WAS-TAKEN TO TRUE
007780     MOVE WS-GEN-DATE TO WS-EDIT-DATE
007790     MOVE SPACES TO RESTORE-RPT-RECORD
007800     STRING "ROLL FORWARD FROM JOURNALS DATED AFTER "
007810         WS-EDIT-DATE DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
007820     WRITE RESTORE-RPT-RECORD
007830     MOVE SPACES TO RESTORE-RPT-RECORD
007840     WRITE RESTORE-RPT-RECORD
007850     MOVE SPACES TO RESTORE-RPT-RECORD
007860     IF WS-MASTER-IS-ITEMS
007870         STRING "SOURCE   DATE       ITEM       REFERENCE"
007880             "         CHANGE        ON HAND"
007890             DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
007900     ELSE
007910         IF WS-MASTER-IS-CUSTOMERS
007920             STRING "SOURCE   DATE       CUSTOMER   RECEIPT"
007930                 "           AMOUNT        BALANCE"
007940                 DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
007950         ELSE
007960             STRING "SOURCE   DATE       CERT NO    RECEIPT"
007970                 "           AMOUNT        BALANCE"
007980                 DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
007990         END-IF
008000     END-IF
008010     WRITE RESTORE-RPT-RECORD
008020     EVALUATE TRUE
008030         WHEN WS-MASTER-IS-ITEMS
008040             MOVE 10 TO WS-KEY-LEN
008050             PERFORM 3100-REPLAY-SALES THRU 3100-EXIT
008060             PERFORM 3200-REPLAY-RECEIVING THRU 3200-EXIT
008070             PERFORM 3300-REPLAY-ADJUSTMENTS THRU 3300-EXIT
008080             PERFORM 3400-REPLAY-VENDOR-RETURNS THRU 3400-EXIT
008090             PERFORM 3500-REPLAY-LAYAWAYS THRU 3500-EXIT
008100         WHEN WS-MASTER-IS-CUSTOMERS
008110             MOVE 6 TO WS-KEY-LEN
008120             PERFORM 3600-REPLAY-ACCOUNTS THRU 3600-EXIT
008130         WHEN WS-MASTER-IS-CERTS
008140             MOVE 6 TO WS-KEY-LEN
008150             PERFORM 3700-REPLAY-CERTS THRU 3700-EXIT
008160     END-EVALUATE
008170     IF WS-REPLAY-TOTAL = 0
008180         MOVE "  (nothing to replay)" TO RESTORE-RPT-RECORD
008190         WRITE RESTORE-RPT-RECORD
008200     END-IF
008210     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT
008220     MOVE SPACES TO WS-AUDIT-MESSAGE
008230     IF WS-REJECT-TOTAL = 0
008240         STRING "ROLL FORWARD " DELIMITED BY SIZE
008250             WS-MASTER DELIMITED BY SPACE
008260             ": " DELIMITED BY SIZE
008270             WS-REPLAY-TOTAL DELIMITED BY SIZE
008280             " REPLAYED" DELIMITED BY SIZE
008290             INTO WS-AUDIT-MESSAGE
008300     ELSE
008310         STRING "ROLL FORWARD " DELIMITED BY SIZE
008320             WS-MASTER DELIMITED BY SPACE
008330             ": " DELIMITED BY SIZE
008340             WS-REPLAY-TOTAL DELIMITED BY SIZE
008350             " REPLAYED, " DELIMITED BY SIZE
008360             WS-REJECT-TOTAL DELIMITED BY SIZE
008370             " SKIPPED" DELIMITED BY SIZE
008380             INTO WS-AUDIT-MESSAGE
008390     END-IF
008400     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
008410     DISPLAY "Journal entries replayed: " WS-REPLAY-TOTAL
008420     DISPLAY "Entries not replayed:     " WS-REJECT-TOTAL.
008430 3000-EXIT.
008440     EXIT.
008450*----------------------------------------------------------------
008460* 3050-LOAD-MASTER  -  READ THE RESTORED MASTER INTO THE WORK
008466*                      TABLE.  THE KEYED MASTERS ARE READ IN KEY
008472*                      ORDER.
008480*----------------------------------------------------------------
008490 3050-LOAD-MASTER.
008500     MOVE 0 TO WS-REC-COUNT
008510     MOVE "N" TO WS-FILE-EOF
008520     IF WS-MASTER-IS-CERTS
008530         OPEN INPUT SOURCE-FILE
008620         PERFORM 2110-READ-SOURCE THRU 2110-EXIT
008621     ELSE
008622         PERFORM 2720-OPEN-KEYED-INPUT THRU 2720-EXIT
008623         IF END-OF-FILE-IN
008624             GO TO 3050-EXIT
008625         END-IF
008626         PERFORM 2710-READ-KEYED-MASTER THRU 2710-EXIT
008627     END-IF
008628     PERFORM UNTIL END-OF-FILE-IN
008629         IF WS-REC-COUNT < 3000
008630             ADD 1 TO WS-REC-COUNT
008631             IF WS-MASTER-IS-CERTS
008632                 MOVE SOURCE-RECORD (1:100)
008633                     TO WS-REC-ENTRY (WS-REC-COUNT)
008634             ELSE
008635                 MOVE SAVE-RECORD (1:100)
008636                     TO WS-REC-ENTRY (WS-REC-COUNT)
008637             END-IF
008638         ELSE
008639             SET WS-MASTER-TOO-BIG TO TRUE
008640         END-IF
008641         IF WS-MASTER-IS-CERTS
008642             PERFORM 2110-READ-SOURCE THRU 2110-EXIT
008643         ELSE
008644             PERFORM 2710-READ-KEYED-MASTER THRU 2710-EXIT
008645         END-IF
008646     END-PERFORM
008647     IF WS-MASTER-IS-CERTS
008648         CLOSE SOURCE-FILE
008649     ELSE
008650         PERFORM 2730-CLOSE-KEYED THRU 2730-EXIT
008651     END-IF.
008652 3050-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------
008680* 3100-REPLAY-SALES  -  REPLAY THE SALES DETAIL LINES, FROM THE
008690*                       LIVE JOURNAL AND FROM THE ARCHIVE THE
008700*                       OVERNIGHT CUTOVER MOVES THEM TO.  A SALE
008710*                       TAKES STOCK OUT, A RETURN PUTS IT BACK.
008720*                       A LAYAWAY PICK-UP (TYPE L) MOVED NO STOCK
008730*                       - THE LAYAWAY'S OPENING DID - AND LINES
008740*                       SUCH AS GIFT CERTIFICATES AND HAND-KEYED
008750*                       ITEMS NOT ON THE MASTER NEVER TOUCHED IT.
008760*----------------------------------------------------------------
008770 3100-REPLAY-SALES.
008780     MOVE "SALEDETL" TO WS-DETL-NAME
008790     MOVE 1 TO WS-JR-SOURCE-IDX
008800     PERFORM 3110-REPLAY-DETAIL-FILE THRU 3110-EXIT
008810     MOVE "DETLHIST" TO WS-DETL-NAME
008820     MOVE 2 TO WS-JR-SOURCE-IDX
008830     PERFORM 3110-REPLAY-DETAIL-FILE THRU 3110-EXIT.
008840 3100-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* 3110-REPLAY-DETAIL-FILE  -  REPLAY ONE SALES DETAIL FILE.
008880*----------------------------------------------------------------
008890 3110-REPLAY-DETAIL-FILE.
008900     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
008910     MOVE "N" TO WS-FILE-EOF
008920     OPEN INPUT SALE-DETL-FILE
008930     IF WS-SALEDETL-STATUS = "35"
008940         GO TO 3110-EXIT
008950     END-IF
008960     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
008970     PERFORM 3120-READ-SALEDETL THRU 3120-EXIT
008980     PERFORM UNTIL END-OF-FILE-IN
008990         IF SD-BUSINESS-DATE IS NUMERIC AND
009000                 SD-BUSINESS-DATE > WS-GEN-DATE AND
009010                 NOT SD-IS-LAYAWAY AND
009020                 SD-ITEM-CODE (1:1) NOT = "*"
009030             MOVE SD-BUSINESS-DATE TO WS-JR-DATE
009040             MOVE SD-ITEM-CODE TO WS-JR-KEY
009050             MOVE SD-RECEIPT-NO TO WS-JR-REF
009060             IF SD-IS-RETURN
009070                 MOVE SD-QUANTITY TO WS-JR-QTY
009080             ELSE
009090                 COMPUTE WS-JR-QTY = 0 - SD-QUANTITY
009100             END-IF
009110             MOVE "N" TO WS-JR-NON-STOCK
009120             IF SD-WAS-HAND-KEYED
009130                 MOVE "Y" TO WS-JR-NON-STOCK
009140             END-IF
009150             PERFORM 5000-POST-QUANTITY THRU 5000-EXIT
009160         END-IF
009170         PERFORM 3120-READ-SALEDETL THRU 3120-EXIT
009180     END-PERFORM
009190     CLOSE SALE-DETL-FILE.
009200 3110-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------
009230* 3120-READ-SALEDETL  -  READ THE NEXT SALES DETAIL LINE.
009240*----------------------------------------------------------------
009250 3120-READ-SALEDETL.
009260     READ SALE-DETL-FILE
009270         AT END
009280             SET END-OF-FILE-IN TO TRUE
009290     END-READ.
009300 3120-EXIT.
009310     EXIT.
009320*----------------------------------------------------------------
009330* 3200-REPLAY-RECEIVING  -  REPLAY THE STOCK RECEIVED AGAINST
009340*                           PURCHASE ORDERS.
009350*----------------------------------------------------------------
009360 3200-REPLAY-RECEIVING.
009370     MOVE 3 TO WS-JR-SOURCE-IDX
009380     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
009390     MOVE "N" TO WS-FILE-EOF
009400     OPEN INPUT RECV-LOG-FILE
009410     IF WS-RCVLOG-STATUS = "35"
009420         GO TO 3200-EXIT
009430     END-IF
009440     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
009450     PERFORM 3210-READ-RCVLOG THRU 3210-EXIT
009460     PERFORM UNTIL END-OF-FILE-IN
009470         IF RV-BUSINESS-DATE IS NUMERIC AND
009480                 RV-BUSINESS-DATE > WS-GEN-DATE
009490             MOVE RV-BUSINESS-DATE TO WS-JR-DATE
009500             MOVE RV-ITEM-CODE TO WS-JR-KEY
009510             MOVE SPACES TO WS-JR-REF
009520             STRING "PO " RV-PO-NUMBER DELIMITED BY SIZE
009530                 INTO WS-JR-REF
009540             MOVE RV-QTY-RECEIVED TO WS-JR-QTY
009550             MOVE "N" TO WS-JR-NON-STOCK
009560             PERFORM 5000-POST-QUANTITY THRU 5000-EXIT
009570         END-IF
009580         PERFORM 3210-READ-RCVLOG THRU 3210-EXIT
009590     END-PERFORM
009600     CLOSE RECV-LOG-FILE.
009610 3200-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------
009640* 3210-READ-RCVLOG  -  READ THE NEXT RECEIVING RECORD.
009650*----------------------------------------------------------------
009660 3210-READ-RCVLOG.
009670     READ RECV-LOG-FILE
009680         AT END
009690             SET END-OF-FILE-IN TO TRUE
009700     END-READ.
009710 3210-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740* 3300-REPLAY-ADJUSTMENTS  -  REPLAY THE COUNT ADJUSTMENTS AND
009750*                             SHORT TRANSFER ARRIVALS AS THE
009760*                             VARIANCE THEY POSTED, SO EVERY
009770*                             OTHER MOVEMENT REPLAYED AROUND THEM
009780*                             STILL COUNTS.
009790*----------------------------------------------------------------
009800 3300-REPLAY-ADJUSTMENTS.
009810     MOVE 4 TO WS-JR-SOURCE-IDX
009820     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
009830     MOVE "N" TO WS-FILE-EOF
009840     OPEN INPUT ADJ-LOG-FILE
009850     IF WS-ADJLOG-STATUS = "35"
009860         GO TO 3300-EXIT
009870     END-IF
009880     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
009890     PERFORM 3310-READ-ADJLOG THRU 3310-EXIT
009900     PERFORM UNTIL END-OF-FILE-IN
009910         IF AJ-BUSINESS-DATE IS NUMERIC AND
009920                 AJ-BUSINESS-DATE > WS-GEN-DATE
009930             MOVE AJ-BUSINESS-DATE TO WS-JR-DATE
009940             MOVE AJ-ITEM-CODE TO WS-JR-KEY
009950             MOVE SPACES TO WS-JR-REF
009960             STRING "ADJ " AJ-REASON-CODE DELIMITED BY SIZE
009970                 INTO WS-JR-REF
009980             MOVE AJ-VARIANCE TO WS-JR-QTY
009990             MOVE "N" TO WS-JR-NON-STOCK
010000             PERFORM 5000-POST-QUANTITY THRU 5000-EXIT
010010         END-IF
010020         PERFORM 3310-READ-ADJLOG THRU 3310-EXIT
010030     END-PERFORM
010040     CLOSE ADJ-LOG-FILE.
010050 3300-EXIT.
010060     EXIT.
010070*----------------------------------------------------------------
010080* 3310-READ-ADJLOG  -  READ THE NEXT ADJUSTMENT RECORD.
010090*----------------------------------------------------------------
010100 3310-READ-ADJLOG.
010110     READ ADJ-LOG-FILE
010120         AT END
010130             SET END-OF-FILE-IN TO TRUE
010140     END-READ.
010150 3310-EXIT.
010160     EXIT.
010170*----------------------------------------------------------------
010180* 3400-REPLAY-VENDOR-RETURNS  -  REPLAY THE STOCK SHIPPED BACK
010190*                                TO VENDORS, WHICH LEFT ON-HAND
010200*                                WHEN THE DEBIT MEMO LINE WAS
010210*                                WRITTEN.
010220*----------------------------------------------------------------
010230 3400-REPLAY-VENDOR-RETURNS.
010240     MOVE 5 TO WS-JR-SOURCE-IDX
010250     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
010260     MOVE "N" TO WS-FILE-EOF
010270     OPEN INPUT RTV-LOG-FILE
010280     IF WS-RTVLOG-STATUS = "35"
010290         GO TO 3400-EXIT
010300     END-IF
010310     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
010320     PERFORM 3410-READ-RTVLOG THRU 3410-EXIT
010330     PERFORM UNTIL END-OF-FILE-IN
010340         IF RT-BUSINESS-DATE IS NUMERIC AND
010350                 RT-BUSINESS-DATE > WS-GEN-DATE
010360             MOVE RT-BUSINESS-DATE TO WS-JR-DATE
010370             MOVE RT-ITEM-CODE TO WS-JR-KEY
010380             MOVE SPACES TO WS-JR-REF
010390             STRING "RTV " RT-MEMO-NUMBER DELIMITED BY SIZE
010400                 INTO WS-JR-REF
010410             COMPUTE WS-JR-QTY = 0 - RT-QTY-RETURNED
010420             MOVE "N" TO WS-JR-NON-STOCK
010430             PERFORM 5000-POST-QUANTITY THRU 5000-EXIT
010440         END-IF
010450         PERFORM 3410-READ-RTVLOG THRU 3410-EXIT
010460     END-PERFORM
010470     CLOSE RTV-LOG-FILE.
010480 3400-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------
010510* 3410-READ-RTVLOG  -  READ THE NEXT VENDOR RETURN LINE.
010520*----------------------------------------------------------------
010530 3410-READ-RTVLOG.
010540     READ RTV-LOG-FILE
010550         AT END
010560             SET END-OF-FILE-IN TO TRUE
010570     END-READ.
010580 3410-EXIT.
010590     EXIT.
010600*----------------------------------------------------------------
010610* 3500-REPLAY-LAYAWAYS  -  A LAYAWAY TAKES ITS ITEMS OUT OF STOCK
010620*                          THE DAY IT IS OPENED, AND A FORFEIT
010630*                          PUTS THEM BACK THE DAY IT IS CLOSED.
010640*                          THE LAYAWAY FILE CARRIES BOTH DATES ON
010650*                          EVERY LINE, SO IT SERVES AS THE
010660*                          JOURNAL FOR BOTH.
010670*----------------------------------------------------------------
010680 3500-REPLAY-LAYAWAYS.
010690     MOVE 6 TO WS-JR-SOURCE-IDX
010700     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
010710     MOVE "N" TO WS-FILE-EOF
010720     OPEN INPUT LAYAWAY-FILE
010730     IF WS-LAYAWAY-STATUS = "35"
010740         GO TO 3500-EXIT
010750     END-IF
010760     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
010770     PERFORM 3510-READ-LAYAWAY THRU 3510-EXIT
010780     PERFORM UNTIL END-OF-FILE-IN
010790         MOVE LY-ITEM-CODE TO WS-JR-KEY
010800         MOVE "N" TO WS-JR-NON-STOCK
010810         IF LY-HAND-KEYED = "Y"
010820             MOVE "Y" TO WS-JR-NON-STOCK
010830         END-IF
010840         IF LY-OPEN-DATE IS NUMERIC AND
010850                 LY-OPEN-DATE > WS-GEN-DATE
010860             MOVE LY-OPEN-DATE TO WS-JR-DATE
010870             MOVE SPACES TO WS-JR-REF
010880             STRING "OPN " LY-LAYAWAY-NO DELIMITED BY SIZE
010890                 INTO WS-JR-REF
010900             COMPUTE WS-JR-QTY = 0 - LY-QUANTITY
010910             PERFORM 5000-POST-QUANTITY THRU 5000-EXIT
010920         END-IF
010930         IF LY-IS-FORFEITED AND LY-CLOSE-DATE IS NUMERIC AND
010940                 LY-CLOSE-DATE > WS-GEN-DATE
010950             MOVE LY-CLOSE-DATE TO WS-JR-DATE
010960             MOVE SPACES TO WS-JR-REF
010970             STRING "FRF " LY-LAYAWAY-NO DELIMITED BY SIZE
010980                 INTO WS-JR-REF
010990             MOVE LY-QUANTITY TO WS-JR-QTY
011000             PERFORM 5000-POST-QUANTITY THRU 5000-EXIT
011010         END-IF
011020         PERFORM 3510-READ-LAYAWAY THRU 3510-EXIT
011030     END-PERFORM
011040     CLOSE LAYAWAY-FILE.
011050 3500-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080* 3510-READ-LAYAWAY  -  READ THE NEXT LAYAWAY LINE.
011090*----------------------------------------------------------------
011100 3510-READ-LAYAWAY.
011110     READ LAYAWAY-FILE
011120         AT END
011130             SET END-OF-FILE-IN TO TRUE
011140     END-READ.
011150 3510-EXIT.
011160     EXIT.
011170*----------------------------------------------------------------
011180* 3600-REPLAY-ACCOUNTS  -  REPLAY THE HOUSE CHARGE JOURNAL -
011190*                          CHARGES, RETURN CREDITS, PAYMENTS, AND
011200*                          FINANCE CHARGES ALL CARRY THE SIGNED
011210*                          AMOUNT THAT WAS POSTED TO THE BALANCE.
011220*----------------------------------------------------------------
011230 3600-REPLAY-ACCOUNTS.
011240     MOVE 7 TO WS-JR-SOURCE-IDX
011250     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
011260     MOVE "N" TO WS-FILE-EOF
011270     OPEN INPUT AR-JOURNAL-FILE
011280     IF WS-ARJRNL-STATUS = "35"
011290         GO TO 3600-EXIT
011300     END-IF
011310     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
011320     PERFORM 3610-READ-ARJRNL THRU 3610-EXIT
011330     PERFORM UNTIL END-OF-FILE-IN
011340         IF AR-BUSINESS-DATE IS NUMERIC AND
011350                 AR-BUSINESS-DATE > WS-GEN-DATE
011360             MOVE AR-BUSINESS-DATE TO WS-JR-DATE
011370             MOVE AR-CUST-ID TO WS-JR-KEY
011380             MOVE SPACES TO WS-JR-REF
011390             IF AR-IS-FIN-CHARGE
011400                 MOVE "FIN CHG" TO WS-JR-REF
011410             ELSE
011420                 IF AR-RECEIPT-NO IS NUMERIC AND
011430                         AR-RECEIPT-NO > 0
011440                     MOVE AR-RECEIPT-NO TO WS-JR-REF
011450                 ELSE
011460                     MOVE "PAYMENT" TO WS-JR-REF
011470                 END-IF
011480             END-IF
011490             MOVE AR-AMOUNT TO WS-JR-AMOUNT
011500             PERFORM 5100-POST-BALANCE THRU 5100-EXIT
011510         END-IF
011520         PERFORM 3610-READ-ARJRNL THRU 3610-EXIT
011530     END-PERFORM
011540     CLOSE AR-JOURNAL-FILE.
011550 3600-EXIT.
011560     EXIT.
011570*----------------------------------------------------------------
011580* 3610-READ-ARJRNL  -  READ THE NEXT HOUSE CHARGE JOURNAL RECORD.
011590*----------------------------------------------------------------
011600 3610-READ-ARJRNL.
011610     READ AR-JOURNAL-FILE
011620         AT END
011630             SET END-OF-FILE-IN TO TRUE
011640     END-READ.
011650 3610-EXIT.
011660     EXIT.
011670*----------------------------------------------------------------
011680* 3700-REPLAY-CERTS  -  REPLAY THE CERTIFICATE ISSUES AND
011690*                       REDEMPTIONS IN THE ORDER THE REGISTERS
011700*                       JOURNALED THEM.
011710*----------------------------------------------------------------
011720 3700-REPLAY-CERTS.
011730     MOVE 8 TO WS-JR-SOURCE-IDX
011740     MOVE "Y" TO WS-SOURCE-USED (WS-JR-SOURCE-IDX)
011750     MOVE "N" TO WS-FILE-EOF
011760     OPEN INPUT GC-JOURNAL-FILE
011770     IF WS-GCJRNL-STATUS = "35"
011780         GO TO 3700-EXIT
011790     END-IF
011800     MOVE "Y" TO WS-SOURCE-FOUND (WS-JR-SOURCE-IDX)
011810     PERFORM 3710-READ-GCJRNL THRU 3710-EXIT
011820     PERFORM UNTIL END-OF-FILE-IN
011830         IF GJ-BUSINESS-DATE IS NUMERIC AND
011840                 GJ-BUSINESS-DATE > WS-GEN-DATE
011850             MOVE GJ-BUSINESS-DATE TO WS-JR-DATE
011860             MOVE GJ-CERT-NO TO WS-JR-KEY
011870             MOVE GJ-RECEIPT-NO TO WS-JR-REF
011880             MOVE GJ-AMOUNT TO WS-JR-AMOUNT
011890             MOVE GJ-TRANS-TYPE TO WS-JR-CERT-TYPE
011900             PERFORM 5300-POST-CERT THRU 5300-EXIT
011910         END-IF
011920         PERFORM 3710-READ-GCJRNL THRU 3710-EXIT
011930     END-PERFORM
011940     CLOSE GC-JOURNAL-FILE.
011950 3700-EXIT.
011960     EXIT.
011970*----------------------------------------------------------------
011980* 3710-READ-GCJRNL  -  READ THE NEXT CERTIFICATE JOURNAL RECORD.
011990*----------------------------------------------------------------
012000 3710-READ-GCJRNL.
012010     READ GC-JOURNAL-FILE
012020         AT END
012030             SET END-OF-FILE-IN TO TRUE
012040     END-READ.
012050 3710-EXIT.
012060     EXIT.
012070*----------------------------------------------------------------
012080* 3800-REWRITE-MASTER  -  WRITE THE ROLLED-FORWARD WORK TABLE
012085*                         BACK OVER THE LIVE MASTER.  THE TABLE
012090*                         OF A KEYED MASTER IS STILL IN KEY ORDER,
012095*                         SO IT RELOADS THE FILE STRAIGHT THROUGH.
012100*----------------------------------------------------------------
012110 3800-REWRITE-MASTER.
012111     IF NOT WS-MASTER-IS-CERTS
012112         IF WS-MASTER-IS-ITEMS
012113             OPEN OUTPUT ITEM-MST-FILE
012114         ELSE
012115             OPEN OUTPUT CUST-MST-FILE
012116         END-IF
012117         PERFORM VARYING WS-REC-IDX FROM 1 BY 1
012118                 UNTIL WS-REC-IDX > WS-REC-COUNT
012119             MOVE WS-REC-ENTRY (WS-REC-IDX) TO BACKUP-RECORD
012120             PERFORM 2810-WRITE-KEYED-MASTER THRU 2810-EXIT
012121         END-PERFORM
012122         PERFORM 2730-CLOSE-KEYED THRU 2730-EXIT
012123         GO TO 3800-EXIT
012124     END-IF
012125     OPEN OUTPUT SOURCE-FILE
012130     PERFORM VARYING WS-REC-IDX FROM 1 BY 1
012140             UNTIL WS-REC-IDX > WS-REC-COUNT
012150         MOVE WS-REC-ENTRY (WS-REC-IDX) TO SOURCE-RECORD
012160         WRITE SOURCE-RECORD
012170     END-PERFORM
012180     CLOSE SOURCE-FILE.
012190 3800-EXIT.
012200     EXIT.
012210*----------------------------------------------------------------
012220* 5000-POST-QUANTITY  -  APPLY ONE STOCK MOVEMENT TO THE ITEM'S
012230*                        ON-HAND QUANTITY.  A LINE FOR AN ITEM
012240*                        NOT ON THE MASTER IS LISTED AS NOT
012250*                        REPLAYED, UNLESS IT WAS HAND KEYED AND
012260*                        SO NEVER POSTED TO STOCK IN THE FIRST
012270*                        PLACE.
012280*----------------------------------------------------------------
012290 5000-POST-QUANTITY.
012300     MOVE WS-JR-KEY TO WS-FIND-KEY
012310     PERFORM 5200-FIND-KEY THRU 5200-EXIT
012320     IF WS-FOUND-IDX = 0
012330         IF WS-JR-IS-NON-STOCK
012340             GO TO 5000-EXIT
012350         END-IF
012360         MOVE "ITEM NOT ON MASTER" TO WS-JR-REASON
012370         PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
012380         GO TO 5000-EXIT
012390     END-IF
012400     MOVE WS-REC-ENTRY (WS-FOUND-IDX) TO ITEM-MST-RECORD
012410     ADD WS-JR-QTY TO IM-QTY-ON-HAND
012420         ON SIZE ERROR
012430             MOVE "ON-HAND WOULD OVERFLOW" TO WS-JR-REASON
012440             PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
012450             GO TO 5000-EXIT
012460     END-ADD
012470     MOVE ITEM-MST-RECORD TO WS-REC-ENTRY (WS-FOUND-IDX)
012480     PERFORM 5800-START-DETAIL THRU 5800-EXIT
012490     MOVE WS-JR-QTY TO RD-CHANGE-QTY
012500     MOVE IM-QTY-ON-HAND TO RD-RESULT-QTY
012510     PERFORM 5850-WRITE-DETAIL THRU 5850-EXIT.
012520 5000-EXIT.
012530     EXIT.
012540*----------------------------------------------------------------
012550* 5100-POST-BALANCE  -  APPLY ONE HOUSE CHARGE JOURNAL AMOUNT TO
012560*                       THE CUSTOMER'S BALANCE.
012570*----------------------------------------------------------------
012580 5100-POST-BALANCE.
012590     MOVE WS-JR-KEY TO WS-FIND-KEY
012600     PERFORM 5200-FIND-KEY THRU 5200-EXIT
012610     IF WS-FOUND-IDX = 0
012620         MOVE "CUSTOMER NOT ON MASTER" TO WS-JR-REASON
012630         PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
012640         GO TO 5100-EXIT
012650     END-IF
012660     MOVE WS-REC-ENTRY (WS-FOUND-IDX) TO CUSTOMER-RECORD
012670     ADD WS-JR-AMOUNT TO CU-BALANCE
012680         ON SIZE ERROR
012690             MOVE "BALANCE WOULD OVERFLOW" TO WS-JR-REASON
012700             PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
012710             GO TO 5100-EXIT
012720     END-ADD
012730     MOVE CUSTOMER-RECORD TO WS-REC-ENTRY (WS-FOUND-IDX)
012740     PERFORM 5800-START-DETAIL THRU 5800-EXIT
012750     MOVE WS-JR-AMOUNT TO RD-CHANGE-AMT
012760     MOVE CU-BALANCE TO RD-RESULT-AMT
012770     PERFORM 5850-WRITE-DETAIL THRU 5850-EXIT.
012780 5100-EXIT.
012790     EXIT.
012800*----------------------------------------------------------------
012810* 5200-FIND-KEY  -  FIND THE WORK TABLE ENTRY WHOSE KEY IS
012820*                   WS-FIND-KEY; WS-FOUND-IDX IS ZERO IF NONE.
012830*----------------------------------------------------------------
012840 5200-FIND-KEY.
012850     MOVE 0 TO WS-FOUND-IDX
012860     PERFORM VARYING WS-REC-IDX FROM 1 BY 1
012870             UNTIL WS-REC-IDX > WS-REC-COUNT
012880         IF WS-REC-ENTRY (WS-REC-IDX) (1:WS-KEY-LEN) =
012890                 WS-FIND-KEY (1:WS-KEY-LEN)
012900             MOVE WS-REC-IDX TO WS-FOUND-IDX
012910             EXIT PERFORM
012920         END-IF
012930     END-PERFORM.
012940 5200-EXIT.
012950     EXIT.
012960*----------------------------------------------------------------
012970* 5300-POST-CERT  -  APPLY ONE CERTIFICATE ISSUE OR REDEMPTION.
012980*                    AN ISSUE ADDS THE CERTIFICATE AS THE
012990*                    REGISTER DID; A REDEMPTION DRAWS THE
013000*                    BALANCE DOWN AND MARKS IT REDEEMED AT ZERO.
013002*                    A REVERSAL OF A REDEMPTION (A RECEIPT
013004*                    BACKED OUT AFTER A REGISTER FAILURE) PUTS
013006*                    THE AMOUNT BACK AND MAKES IT OUTSTANDING.
013010*----------------------------------------------------------------
013020 5300-POST-CERT.
013030     MOVE WS-JR-KEY TO WS-FIND-KEY
013040     PERFORM 5200-FIND-KEY THRU 5200-EXIT
013050     IF WS-JR-CERT-TYPE = "I"
013060         IF WS-FOUND-IDX > 0
013070             MOVE "CERTIFICATE ALREADY ON FILE" TO WS-JR-REASON
013080             PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013090             GO TO 5300-EXIT
013100         END-IF
013110         IF WS-REC-COUNT NOT < 3000
013120             MOVE "CERTIFICATE TABLE FULL" TO WS-JR-REASON
013130             PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013140             GO TO 5300-EXIT
013150         END-IF
013160         MOVE GJ-CERT-NO TO GF-CERT-NO
013170         MOVE WS-JR-DATE TO GF-ISSUE-DATE
013180         MOVE GJ-AMOUNT TO GF-ORIG-AMOUNT
013190         MOVE GJ-AMOUNT TO GF-BALANCE
013200         SET GF-IS-OUTSTANDING TO TRUE
013210         MOVE GJ-RECEIPT-NO TO GF-ISSUE-RECEIPT
013220         ADD 1 TO WS-REC-COUNT
013230         MOVE GIFT-CERT-RECORD TO WS-REC-ENTRY (WS-REC-COUNT)
013240         PERFORM 5800-START-DETAIL THRU 5800-EXIT
013250         MOVE WS-JR-AMOUNT TO RD-CHANGE-AMT
013260         MOVE GF-BALANCE TO RD-RESULT-AMT
013270         PERFORM 5850-WRITE-DETAIL THRU 5850-EXIT
013280         GO TO 5300-EXIT
013290     END-IF
013291     IF WS-JR-CERT-TYPE = "V"
013292         IF WS-FOUND-IDX = 0
013293             MOVE "CERTIFICATE NOT ON FILE" TO WS-JR-REASON
013294             PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013295             GO TO 5300-EXIT
013296         END-IF
013297         MOVE WS-REC-ENTRY (WS-FOUND-IDX) TO GIFT-CERT-RECORD
013298         ADD WS-JR-AMOUNT TO GF-BALANCE
013299         SET GF-IS-OUTSTANDING TO TRUE
013300         MOVE GIFT-CERT-RECORD TO WS-REC-ENTRY (WS-FOUND-IDX)
013301         PERFORM 5800-START-DETAIL THRU 5800-EXIT
013302         MOVE WS-JR-AMOUNT TO RD-CHANGE-AMT
013303         MOVE GF-BALANCE TO RD-RESULT-AMT
013304         PERFORM 5850-WRITE-DETAIL THRU 5850-EXIT
013305         GO TO 5300-EXIT
013306     END-IF
013307     IF WS-JR-CERT-TYPE NOT = "R"
013310         MOVE "UNKNOWN ACTIVITY TYPE" TO WS-JR-REASON
013320         PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013330         GO TO 5300-EXIT
013340     END-IF
013350     IF WS-FOUND-IDX = 0
013360         MOVE "CERTIFICATE NOT ON FILE" TO WS-JR-REASON
013370         PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013380         GO TO 5300-EXIT
013390     END-IF
013400     MOVE WS-REC-ENTRY (WS-FOUND-IDX) TO GIFT-CERT-RECORD
013410     IF NOT GF-IS-OUTSTANDING
013420         MOVE "CERTIFICATE ALREADY REDEEMED" TO WS-JR-REASON
013430         PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013440         GO TO 5300-EXIT
013450     END-IF
013460     IF WS-JR-AMOUNT > GF-BALANCE
013470         MOVE "REDEMPTION OVER THE BALANCE" TO WS-JR-REASON
013480         PERFORM 5900-REJECT-ENTRY THRU 5900-EXIT
013490         GO TO 5300-EXIT
013500     END-IF
013510     SUBTRACT WS-JR-AMOUNT FROM GF-BALANCE
013520     IF GF-BALANCE = 0
013530         SET GF-IS-REDEEMED TO TRUE
013540     END-IF
013550     MOVE GIFT-CERT-RECORD TO WS-REC-ENTRY (WS-FOUND-IDX)
013560     PERFORM 5800-START-DETAIL THRU 5800-EXIT
013570     COMPUTE RD-CHANGE-AMT = 0 - WS-JR-AMOUNT
013580     MOVE GF-BALANCE TO RD-RESULT-AMT
013590     PERFORM 5850-WRITE-DETAIL THRU 5850-EXIT.
013600 5300-EXIT.
013610     EXIT.
013620*----------------------------------------------------------------
013630* 5800-START-DETAIL  -  FILL THE SOURCE, DATE, KEY, AND
013640*                       REFERENCE OF A REPLAYED-ENTRY LINE.
013650*----------------------------------------------------------------
013660 5800-START-DETAIL.
013670     MOVE WS-SOURCE-NAME (WS-JR-SOURCE-IDX) TO RD-SOURCE
013680     MOVE WS-JR-DATE TO RD-DATE
013690     MOVE WS-JR-KEY TO RD-KEY
013700     MOVE WS-JR-REF TO RD-REF.
013710 5800-EXIT.
013720     EXIT.
013730*----------------------------------------------------------------
013740* 5850-WRITE-DETAIL  -  WRITE A REPLAYED-ENTRY LINE AND COUNT IT.
013750*----------------------------------------------------------------
013760 5850-WRITE-DETAIL.
013770     MOVE WS-RPT-DETAIL TO RESTORE-RPT-RECORD
013780     WRITE RESTORE-RPT-RECORD
013790     ADD 1 TO WS-SOURCE-REPLAYED (WS-JR-SOURCE-IDX)
013800     ADD 1 TO WS-REPLAY-TOTAL.
013810 5850-EXIT.
013820     EXIT.
013830*----------------------------------------------------------------
013840* 5900-REJECT-ENTRY  -  HOLD AN ENTRY THAT COULD NOT BE REPLAYED
013850*                       FOR THE NOT-REPLAYED LIST.  PAST THE
013860*                       TABLE'S SIZE IT IS STILL COUNTED.
013870*----------------------------------------------------------------
013880 5900-REJECT-ENTRY.
013890     ADD 1 TO WS-SOURCE-REJECTED (WS-JR-SOURCE-IDX)
013900     ADD 1 TO WS-REJECT-TOTAL
013910     IF WS-REJECT-COUNT < 500
013920         ADD 1 TO WS-REJECT-COUNT
013930         MOVE WS-SOURCE-NAME (WS-JR-SOURCE-IDX)
013940             TO WS-RJ-SOURCE (WS-REJECT-COUNT)
013950         MOVE WS-JR-DATE TO WS-RJ-DATE (WS-REJECT-COUNT)
013960         MOVE WS-JR-KEY TO WS-RJ-KEY (WS-REJECT-COUNT)
013970         MOVE WS-JR-REF TO WS-RJ-REF (WS-REJECT-COUNT)
013980         MOVE WS-JR-REASON TO WS-RJ-REASON (WS-REJECT-COUNT)
013990     END-IF.
014000 5900-EXIT.
014010     EXIT.
014020*----------------------------------------------------------------
014030* 6000-WRITE-HEADING  -  WHAT WAS RESTORED, FROM WHERE, AND WHERE
014040*                        THE DAMAGED COPY WENT.
014050*----------------------------------------------------------------
014060 6000-WRITE-HEADING.
014070     MOVE "MASTER FILE RESTORE AND RECOVERY REPORT"
014080         TO RESTORE-RPT-RECORD
014090     WRITE RESTORE-RPT-RECORD
014100     MOVE WS-TODAY-TEXT TO WS-JR-NUMBER
014110     MOVE WS-JR-NUMBER TO WS-EDIT-DATE
014120     MOVE SPACES TO RESTORE-RPT-RECORD
014130     STRING "RUN        : " WS-EDIT-DATE " "
014140         WS-TODAY-STAMP (9:2) ":" WS-TODAY-STAMP (11:2)
014150         DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014160     WRITE RESTORE-RPT-RECORD
014170     MOVE SPACES TO RESTORE-RPT-RECORD
014180     STRING "MASTER     : " WS-MASTER
014190         DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014200     WRITE RESTORE-RPT-RECORD
014210     MOVE WS-GEN-DATE TO WS-EDIT-DATE
014220     MOVE WS-GEN-RECORDS TO WS-EDIT-COUNT
014230     MOVE SPACES TO RESTORE-RPT-RECORD
014240     STRING "GENERATION : " WS-EDIT-DATE "  " WS-BKP-NAME
014250         " RECORDS " WS-EDIT-COUNT
014260         DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014270     WRITE RESTORE-RPT-RECORD
014280     MOVE SPACES TO RESTORE-RPT-RECORD
014290     IF WS-LIVE-WAS-SAVED
014300         MOVE WS-SAVE-COUNT TO WS-EDIT-COUNT
014310         STRING "SAVED COPY : " WS-SAVE-NAME "  RECORDS "
014320             WS-EDIT-COUNT
014330             DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014340     ELSE
014350         MOVE "SAVED COPY : NONE - THERE WAS NO LIVE FILE"
014360             TO RESTORE-RPT-RECORD
014370     END-IF
014380     WRITE RESTORE-RPT-RECORD
014390     MOVE WS-COPY-COUNT TO WS-EDIT-COUNT
014400     MOVE SPACES TO RESTORE-RPT-RECORD
014410     IF WS-RESTORE-VERIFIED
014420         STRING "RESTORED   : " WS-EDIT-COUNT
014430             " RECORDS, VERIFIED"
014440             DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014450     ELSE
014460         STRING "RESTORED   : " WS-EDIT-COUNT
014470             " RECORDS - *** FAILED VERIFY, NOT ROLLED FORWARD"
014480             DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014490     END-IF
014500     WRITE RESTORE-RPT-RECORD
014510     MOVE SPACES TO RESTORE-RPT-RECORD
014520     WRITE RESTORE-RPT-RECORD.
014530 6000-EXIT.
014540     EXIT.
014550*----------------------------------------------------------------
014560* 6500-WRITE-REJECTS  -  LIST THE JOURNAL ENTRIES THAT COULD NOT
014570*                        BE REPLAYED, FOR HAND CORRECTION.
014580*----------------------------------------------------------------
014590 6500-WRITE-REJECTS.
014600     IF NOT WS-ROLL-WAS-TAKEN
014610         GO TO 6500-EXIT
014620     END-IF
014630     MOVE SPACES TO RESTORE-RPT-RECORD
014640     WRITE RESTORE-RPT-RECORD
014650     MOVE "NOT REPLAYED - CORRECT BY HAND" TO RESTORE-RPT-RECORD
014660     WRITE RESTORE-RPT-RECORD
014670     MOVE "SOURCE   DATE       KEY        REFERENCE  REASON"
014680         TO RESTORE-RPT-RECORD
014690     WRITE RESTORE-RPT-RECORD
014700     IF WS-REJECT-TOTAL = 0
014710         MOVE "  (none)" TO RESTORE-RPT-RECORD
014720         WRITE RESTORE-RPT-RECORD
014730         GO TO 6500-EXIT
014740     END-IF
014750     PERFORM VARYING WS-REJECT-IDX FROM 1 BY 1
014760             UNTIL WS-REJECT-IDX > WS-REJECT-COUNT
014770         MOVE WS-RJ-SOURCE (WS-REJECT-IDX) TO RX-SOURCE
014780         MOVE WS-RJ-DATE (WS-REJECT-IDX) TO RX-DATE
014790         MOVE WS-RJ-KEY (WS-REJECT-IDX) TO RX-KEY
014800         MOVE WS-RJ-REF (WS-REJECT-IDX) TO RX-REF
014810         MOVE WS-RJ-REASON (WS-REJECT-IDX) TO RX-REASON
014820         MOVE WS-RPT-REJECT TO RESTORE-RPT-RECORD
014830         WRITE RESTORE-RPT-RECORD
014840     END-PERFORM
014850     IF WS-REJECT-TOTAL > WS-REJECT-COUNT
014860         MOVE SPACES TO RESTORE-RPT-RECORD
014870         STRING "  ... AND MORE - ONLY THE FIRST 500 ARE LISTED"
014880             DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
014890         WRITE RESTORE-RPT-RECORD
014900     END-IF.
014910 6500-EXIT.
014920     EXIT.
014930*----------------------------------------------------------------
014940* 6600-WRITE-SOURCES  -  SHOW WHAT EACH JOURNAL CONTRIBUTED.
014950*----------------------------------------------------------------
014960 6600-WRITE-SOURCES.
014970     IF NOT WS-ROLL-WAS-TAKEN
014980         GO TO 6600-EXIT
014990     END-IF
015000     MOVE SPACES TO RESTORE-RPT-RECORD
015010     WRITE RESTORE-RPT-RECORD
015020     MOVE "JOURNAL       REPLAYED  NOT REPLAYED"
015030         TO RESTORE-RPT-RECORD
015040     WRITE RESTORE-RPT-RECORD
015050     PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
015060             UNTIL WS-SOURCE-IDX > 8
015070         IF WS-SOURCE-USED (WS-SOURCE-IDX) = "Y"
015080             MOVE WS-SOURCE-NAME (WS-SOURCE-IDX) TO RS-SOURCE
015090             MOVE WS-SOURCE-REPLAYED (WS-SOURCE-IDX)
015100                 TO RS-REPLAYED
015110             MOVE WS-SOURCE-REJECTED (WS-SOURCE-IDX)
015120                 TO RS-REJECTED
015130             IF WS-SOURCE-FOUND (WS-SOURCE-IDX) = "Y"
015140                 MOVE SPACES TO RS-NOTE
015150             ELSE
015160                 MOVE "(NO FILE)" TO RS-NOTE
015170             END-IF
015180             MOVE WS-RPT-SOURCE TO RESTORE-RPT-RECORD
015190             WRITE RESTORE-RPT-RECORD
015200         END-IF
015210     END-PERFORM
015220     MOVE "TOTAL" TO RS-SOURCE
015230     MOVE WS-REPLAY-TOTAL TO RS-REPLAYED
015240     MOVE WS-REJECT-TOTAL TO RS-REJECTED
015250     MOVE SPACES TO RS-NOTE
015260     MOVE WS-RPT-SOURCE TO RESTORE-RPT-RECORD
015270     WRITE RESTORE-RPT-RECORD.
015280 6600-EXIT.
015290     EXIT.
015300 END PROGRAM MSTREST.
