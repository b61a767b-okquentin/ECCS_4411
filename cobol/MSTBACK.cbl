000300*                   WHICH IS READ THROUGH ITS INDEX AND COPIED
000310*                   OUT AS PLAIN RECORDS.  EACH HAD EXACTLY ONE
000320*                   COPY, THE FAILURE THIS JOB EXISTS FOR.
000321*   10/15/2026  DH  BACK UP THE OPEN PAYABLES FILE (APOPEN).
000322*   10/15/2026  DH  BACK UP THE RETURN-TO-VENDOR JOURNAL (RTVLOG),
000323*                   WHICH CARRIES THE OUTSTANDING VENDOR CREDITS.
000324*   10/15/2026  DH  BACK UP THE STORE STOCK FILE (STORSTK) AND
000325*                   THE INTER-STORE TRANSFER FILE (XFERFILE).
000326*   10/15/2026  DH  BACK UP THE LAYAWAY FILE (LAYAWAY), WHICH
000327*                   CARRIES THE DEPOSITS HELD ON OPEN LAYAWAYS.
000328*   10/15/2026  DH  BACK UP THE BANK DEPOSIT REGISTER (DEPOSIT),
000329*                   WHICH CARRIES THE DEPOSITS NOT YET CLEARED.
000330*   10/15/2026  DH  BACK UP THE SCHEDULED PRICE CHANGE FILE
000331*                   (PRCCHG) WITH THE OTHER MASTERS.
000332*   10/15/2026  DH  WIDEN THE COPY RECORD TO 300 BYTES - THE
000333*                   LAYAWAY RECORD HAD OUTGROWN 200 AND WAS BEING
000334*                   CUT SHORT IN THE BACKUP.
000335*   10/15/2026  DH  BACK UP THE COURSE CATALOG (CRSMST) WITH THE
000336*                   OTHER MASTERS.
000337*   10/15/2026  DH  BACK UP THE SECTION MASTER (SECTMST) WITH THE
000338*                   OTHER MASTERS.
000339*   10/15/2026  DH  BACK UP THE BIN ASSIGNMENT FILE (BINASGN) WITH
000340*                   THE OTHER MASTERS.
000341*   10/15/2026  DH  BACK UP THE ITEM AND CUSTOMER MASTERS, NOW
000342*                   KEYED FILES, BY READING THEM IN KEY ORDER AND
000343*                   COPYING THE RECORDS OUT PLAIN, AS THE REGISTRY
000344*                   IS.
000345*   10/15/2026  DH  THE STORE STOCK FILE (STORSTK) IS NOW KEYED
000346*                   TOO AND IS COPIED OUT IN KEY ORDER LIKE THE
000347*                   ITEM MASTER.
000349*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000351 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SOURCE-FILE ASSIGN USING WS-SRC-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CR-CODE
000590         FILE STATUS IS WS-REGSRC-STATUS.
000591     SELECT ITEM-SRC-FILE ASSIGN TO "ITEMMST"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS SEQUENTIAL
000594         RECORD KEY IS IM-ITEM-CODE
000595         FILE STATUS IS WS-ITEMSRC-STATUS.
000596     SELECT CUST-SRC-FILE ASSIGN TO "CUSTMST"
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS SEQUENTIAL
000599         RECORD KEY IS CU-CUST-ID
000600         FILE STATUS IS WS-CUSTSRC-STATUS.
000601     SELECT STOCK-SRC-FILE ASSIGN TO "STORSTK"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS SEQUENTIAL
000604         RECORD KEY IS SS-STOCK-KEY
000605         FILE STATUS IS WS-STOCKSRC-STATUS.
000606 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SOURCE-FILE.
000630 01  SOURCE-RECORD              PIC X(300).
000640 FD  BACKUP-FILE.
000650 01  BACKUP-RECORD              PIC X(300).
000660 FD  BKP-CTL-FILE.
000670 01  BKP-CTL-RECORD.
000680     05  BK-KEEP-GENS           PIC 9(2).
000750 01  RUN-LOG-RECORD             PIC X(100).
000760 FD  REG-SRC-FILE.
000770     COPY CODEREG.
000771 FD  ITEM-SRC-FILE.
000772     COPY ITEMMST.
000773 FD  CUST-SRC-FILE.
000774     COPY CUSTMST.
000775 FD  STOCK-SRC-FILE.
000776     COPY STORSTK.
000780 WORKING-STORAGE SECTION.
000790 01  WS-SOURCE-STATUS           PIC X(2).
000800 01  WS-BACKUP-STATUS           PIC X(2).
000830 01  WS-BUSDATE-STATUS          PIC X(2).
000840 01  WS-LOG-STATUS              PIC X(2).
000850 01  WS-REGSRC-STATUS           PIC X(2).
000853 01  WS-ITEMSRC-STATUS          PIC X(2).
000856 01  WS-CUSTSRC-STATUS          PIC X(2).
000858 01  WS-STOCKSRC-STATUS         PIC X(2).
000860 01  WS-FILE-EOF                PIC X VALUE "N".
000870     88  END-OF-FILE-IN         VALUE "Y".
000880 01  WS-SRC-NAME                PIC X(20).
000940 01  WS-VERIFY-COUNT            PIC 9(6) VALUE 0.
000950 01  WS-FAIL-COUNT              PIC 9(2) VALUE 0.
000960 01  WS-FILE-IDX                PIC 9(2) VALUE 0.
000970 01  WS-MASTER-COUNT            PIC 9(2) VALUE 24.
000980 01  WS-MASTER-NAMES-INIT.
000990     05  FILLER                 PIC X(8) VALUE "ITEMMST ".
001000     05  FILLER                 PIC X(8) VALUE "OPERMST ".
001100     05  FILLER                 PIC X(8) VALUE "POFILE  ".
001110     05  FILLER                 PIC X(8) VALUE "ENROLL  ".
001120     05  FILLER                 PIC X(8) VALUE "CODEREG ".
001125     05  FILLER                 PIC X(8) VALUE "APOPEN  ".
001127     05  FILLER                 PIC X(8) VALUE "RTVLOG  ".
001128     05  FILLER                 PIC X(8) VALUE "STORSTK ".
001129     05  FILLER                 PIC X(8) VALUE "XFERFILE".
001130     05  FILLER                 PIC X(8) VALUE "LAYAWAY ".
001131     05  FILLER                 PIC X(8) VALUE "DEPOSIT ".
001132     05  FILLER                 PIC X(8) VALUE "PRCCHG  ".
001133     05  FILLER                 PIC X(8) VALUE "CRSMST  ".
001134     05  FILLER                 PIC X(8) VALUE "SECTMST ".
001135     05  FILLER                 PIC X(8) VALUE "BINASGN ".
001136 01  WS-MASTER-NAMES REDEFINES WS-MASTER-NAMES-INIT.
001143     05  WS-MASTER-NAME         PIC X(8) OCCURS 24 TIMES.
001150 01  WS-NAME-END                PIC 9(2) VALUE 0.
001160 01  WS-NAME-POS                PIC 9(2) VALUE 0.
001170 01  WS-GEN-COUNT               PIC 9(3) VALUE 0.
001900 1000-BACKUP-ONE-FILE.
001910     MOVE WS-MASTER-NAME (WS-FILE-IDX) TO WS-SRC-NAME
001920     PERFORM 1100-BUILD-BKP-NAME THRU 1100-EXIT
001922     IF WS-SRC-NAME = "STORSTK"
001924         PERFORM 1800-BACKUP-STORE-STOCK THRU 1800-EXIT
001926         GO TO 1000-EXIT
001928     END-IF
001930     IF WS-SRC-NAME = "CODEREG"
001940         PERFORM 1500-BACKUP-REGISTRY THRU 1500-EXIT
001950         GO TO 1000-EXIT
001960     END-IF
001961     IF WS-SRC-NAME = "ITEMMST"
001962         PERFORM 1600-BACKUP-ITEM-MASTER THRU 1600-EXIT
001963         GO TO 1000-EXIT
001964     END-IF
001965     IF WS-SRC-NAME = "CUSTMST"
001966         PERFORM 1700-BACKUP-CUST-MASTER THRU 1700-EXIT
001967         GO TO 1000-EXIT
001968     END-IF
001970     MOVE 0 TO WS-COPY-COUNT
001980     MOVE 0 TO WS-VERIFY-COUNT
001990     MOVE "N" TO WS-FILE-EOF
002620     END-READ.
002630 1520-EXIT.
002640     EXIT.
002641*----------------------------------------------------------------
002642* 1600-BACKUP-ITEM-MASTER  -  THE ITEM MASTER IS A KEYED FILE,
002643*                             SO IT IS COPIED OUT IN KEY ORDER AS
002644*                             PLAIN RECORDS THE WAY THE REGISTRY
002645*                             IS, AND VERIFIED BY COUNT.
002646*----------------------------------------------------------------
002647 1600-BACKUP-ITEM-MASTER.
002648     MOVE 0 TO WS-COPY-COUNT
002649     MOVE 0 TO WS-VERIFY-COUNT
002650     MOVE "N" TO WS-FILE-EOF
002651     OPEN INPUT ITEM-SRC-FILE
002652     IF WS-ITEMSRC-STATUS = "35"
002653         MOVE SPACES TO RUN-LOG-RECORD
002654         STRING "BACKUP " WS-SRC-NAME " SKIPPED - NO FILE"
002655             DELIMITED BY SIZE INTO RUN-LOG-RECORD
002656         PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT
002657     ELSE
002658         OPEN OUTPUT BACKUP-FILE
002659         PERFORM 1620-READ-ITEM-MASTER THRU 1620-EXIT
002660         PERFORM UNTIL END-OF-FILE-IN
002661             MOVE ITEM-MST-RECORD TO BACKUP-RECORD
002662             WRITE BACKUP-RECORD
002663             ADD 1 TO WS-COPY-COUNT
002664             PERFORM 1620-READ-ITEM-MASTER THRU 1620-EXIT
002665         END-PERFORM
002666         CLOSE ITEM-SRC-FILE
002667         CLOSE BACKUP-FILE
002668         PERFORM 1300-VERIFY-BACKUP THRU 1300-EXIT
002669     END-IF.
002670 1600-EXIT.
002671     EXIT.
002672*----------------------------------------------------------------
002673* 1620-READ-ITEM-MASTER  -  READ THE NEXT ITEM IN KEY ORDER.
002674*----------------------------------------------------------------
002675 1620-READ-ITEM-MASTER.
002676     READ ITEM-SRC-FILE NEXT RECORD
002677         AT END
002678             SET END-OF-FILE-IN TO TRUE
002679     END-READ.
002680 1620-EXIT.
002681     EXIT.
002682*----------------------------------------------------------------
002683* 1700-BACKUP-CUST-MASTER  -  THE CUSTOMER MASTER IS A KEYED
002684*                             FILE, COPIED OUT THE SAME WAY.
002685*----------------------------------------------------------------
002686 1700-BACKUP-CUST-MASTER.
002687     MOVE 0 TO WS-COPY-COUNT
002688     MOVE 0 TO WS-VERIFY-COUNT
002689     MOVE "N" TO WS-FILE-EOF
002690     OPEN INPUT CUST-SRC-FILE
002691     IF WS-CUSTSRC-STATUS = "35"
002692         MOVE SPACES TO RUN-LOG-RECORD
002693         STRING "BACKUP " WS-SRC-NAME " SKIPPED - NO FILE"
002694             DELIMITED BY SIZE INTO RUN-LOG-RECORD
002695         PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT
002696     ELSE
002697         OPEN OUTPUT BACKUP-FILE
002698         PERFORM 1720-READ-CUST-MASTER THRU 1720-EXIT
002699         PERFORM UNTIL END-OF-FILE-IN
002700             MOVE CUSTOMER-RECORD TO BACKUP-RECORD
002701             WRITE BACKUP-RECORD
002702             ADD 1 TO WS-COPY-COUNT
002703             PERFORM 1720-READ-CUST-MASTER THRU 1720-EXIT
002704         END-PERFORM
002705         CLOSE CUST-SRC-FILE
002706         CLOSE BACKUP-FILE
002707         PERFORM 1300-VERIFY-BACKUP THRU 1300-EXIT
002708     END-IF.
002709 1700-EXIT.
002710     EXIT.
002711*----------------------------------------------------------------
002712* 1720-READ-CUST-MASTER  -  READ THE NEXT ACCOUNT IN KEY ORDER.
002713*----------------------------------------------------------------
002714 1720-READ-CUST-MASTER.
002715     READ CUST-SRC-FILE NEXT RECORD
002716         AT END
002717             SET END-OF-FILE-IN TO TRUE
002718     END-READ.
002719 1720-EXIT.
002720     EXIT.
002721*----------------------------------------------------------------
002722* 1100-BUILD-BKP-NAME  -  BUILD "NAME.BYYYYMMDD" FROM THE
002723*                         MASTER NAME AND THE GENERATION DATE.
002724*----------------------------------------------------------------
002725 1100-BUILD-BKP-NAME.
002726     MOVE 0 TO WS-NAME-END
002727     PERFORM VARYING WS-NAME-POS FROM 8 BY -1
002728             UNTIL WS-NAME-POS < 1
002730         IF WS-SRC-NAME (WS-NAME-POS:1) NOT = SPACE
002740             MOVE WS-NAME-POS TO WS-NAME-END
002750             EXIT PERFORM
004200     CLOSE RUN-LOG-FILE.
004210 8000-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 1800-BACKUP-STORE-STOCK  -  THE STORE STOCK FILE IS KEYED BY
004250*                             STORE AND ITEM, COPIED OUT THE SAME
004260*                             WAY AS THE ITEM MASTER.
004270*----------------------------------------------------------------
004280 1800-BACKUP-STORE-STOCK.
004290     MOVE 0 TO WS-COPY-COUNT
004300     MOVE 0 TO WS-VERIFY-COUNT
004310     MOVE "N" TO WS-FILE-EOF
004320     OPEN INPUT STOCK-SRC-FILE
004330     IF WS-STOCKSRC-STATUS = "35"
004340         MOVE SPACES TO RUN-LOG-RECORD
004350         STRING "BACKUP " WS-SRC-NAME " SKIPPED - NO FILE"
004360             DELIMITED BY SIZE INTO RUN-LOG-RECORD
004370         PERFORM 8000-WRITE-RUN-LOG THRU 8000-EXIT
004380     ELSE
004390         OPEN OUTPUT BACKUP-FILE
004400         PERFORM 1820-READ-STORE-STOCK THRU 1820-EXIT
004410         PERFORM UNTIL END-OF-FILE-IN
004420             MOVE STORE-STOCK-RECORD TO BACKUP-RECORD
004430             WRITE BACKUP-RECORD
004440             ADD 1 TO WS-COPY-COUNT
004450             PERFORM 1820-READ-STORE-STOCK THRU 1820-EXIT
004460         END-PERFORM
004470         CLOSE STOCK-SRC-FILE
004480         CLOSE BACKUP-FILE
004490         PERFORM 1300-VERIFY-BACKUP THRU 1300-EXIT
004500     END-IF.
004510 1800-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540* 1820-READ-STORE-STOCK  -  READ THE NEXT STORE STOCK RECORD IN
004550*                           KEY ORDER.
004560*----------------------------------------------------------------
004570 1820-READ-STORE-STOCK.
004580     READ STOCK-SRC-FILE NEXT RECORD
004590         AT END
004600             SET END-OF-FILE-IN TO TRUE
004610     END-READ.
004620 1820-EXIT.
004630     EXIT.
004640 END PROGRAM MSTBACK.
