000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INVMATCH.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  VENDOR INVOICE ENTRY
000100*                   WITH A THREE-WAY MATCH.  THE OFFICE KEYS THE
000110*                   VENDOR, INVOICE NUMBER AND DATE, THE PO THE
000120*                   BILL IS FOR, AND EACH BILLED LINE (ITEM,
000130*                   QUANTITY, UNIT COST).  EVERY LINE IS MATCHED
000140*                   TO ITS ORDER LINE ON POFILE AND TO THE
000150*                   QUANTITY ACTUALLY RECEIVED ON RCVLOG.  A
000160*                   QUANTITY BILLED OVER WHAT CAME IN, OR A UNIT
000170*                   COST AWAY FROM THE ORDERED COST, BY MORE
000180*                   THAN THE APTOL TOLERANCES GOES TO THE
000190*                   INVEXCP EXCEPTIONS LISTING AND THE INVOICE IS
000200*                   HELD.  A CLEAN INVOICE IS POSTED TO THE OPEN
000210*                   PAYABLES FILE (APOPEN) IN VENDOR AND DUE-DATE
000220*                   ORDER, DUE ON THE VENDOR'S TERMS.  THE SAME
000230*                   INVOICE NUMBER CANNOT BE POSTED TWICE FOR ONE
000240*                   VENDOR.  REPLACES MATCHING THE BILLS BY HAND
000250*                   AGAINST THE PORDERS FAX SHEET.
000260*   10/15/2026  DH  KEEP THE QUANTITY ALREADY INVOICED PER PO LINE
000270*                   ON A NEW APINVLN JOURNAL AND MATCH A BILL
000280*                   AGAINST WHAT WAS RECEIVED BUT NOT YET BILLED.
000290*                   A WORK TABLE THAT FILLS ON THE LOAD NOW STOPS
000300*                   THE SESSION RATHER THAN MATCHING, OR REWRITING
000310*                   APOPEN, FROM PART OF A FILE; THE TABLES ARE
000320*                   ENLARGED.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-VENDMST-STATUS.
000400     SELECT PURCH-ORDER-FILE ASSIGN TO "POFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-POFILE-STATUS.
000430     SELECT RECV-LOG-FILE ASSIGN TO "RCVLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RCVLOG-STATUS.
000460     SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-APOPEN-STATUS.
000490     SELECT AP-INV-LINE-FILE ASSIGN TO "APINVLN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-APINVLN-STATUS.
000520     SELECT AP-TOL-FILE ASSIGN TO "APTOL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-APTOL-STATUS.
000550     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-BUSDATE-STATUS.
000580     SELECT EXCP-RPT-FILE ASSIGN TO "INVEXCP"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  VENDOR-FILE.
000630     COPY VENDMST.
000640 FD  PURCH-ORDER-FILE.
000650     COPY POFILE.
000660 FD  RECV-LOG-FILE.
000670     COPY RCVLOG.
000680 FD  AP-OPEN-FILE.
000690     COPY APOPEN.
000700 FD  AP-INV-LINE-FILE.
000710     COPY APINVLN.
000720*----------------------------------------------------------------
000730* APTOL - MATCH TOLERANCES.  UNITS A LINE MAY BE BILLED OVER
000740*         WHAT WAS RECEIVED, AND PERCENT A BILLED UNIT COST MAY
000750*         STRAY FROM THE ORDERED COST.  WITH NO FILE THE DEFAULT
000760*         IS NO QUANTITY OVER AND 2.00 PERCENT ON COST.
000770*----------------------------------------------------------------
000780 FD  AP-TOL-FILE.
000790 01  AP-TOL-RECORD.
000800     05  AT-QTY-UNITS           PIC 9(3).
000810     05  AT-COST-PCT            PIC 9(2)V99.
000820 FD  BUS-DATE-FILE.
000830     COPY BUSDATE.
000840 FD  EXCP-RPT-FILE.
000850 01  EXCP-RPT-RECORD            PIC X(100).
000860 WORKING-STORAGE SECTION.
000870 01  WS-VENDMST-STATUS          PIC X(2).
000880 01  WS-POFILE-STATUS           PIC X(2).
000890 01  WS-RCVLOG-STATUS           PIC X(2).
000900 01  WS-APOPEN-STATUS           PIC X(2).
000910 01  WS-APINVLN-STATUS          PIC X(2).
000920 01  WS-APTOL-STATUS            PIC X(2).
000930 01  WS-BUSDATE-STATUS          PIC X(2).
000940 01  WS-FILE-EOF                PIC X VALUE "N".
000950     88  END-OF-FILE-IN         VALUE "Y".
000960 01  WS-ENTRY-DONE              PIC X VALUE "N".
000970     88  ENTRY-IS-DONE          VALUE "Y".
000980 01  WS-LINES-DONE              PIC X VALUE "N".
000990     88  LINES-ARE-DONE         VALUE "Y".
001000 01  WS-TIMESTAMP               PIC X(21).
001010 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
001020 01  WS-TOL-QTY                 PIC 9(3) VALUE 0.
001030 01  WS-TOL-PCT                 PIC 9(2)V99 VALUE 2.00.
001040 01  WS-DEFAULT-TERMS           PIC 9(3) VALUE 30.
001050 01  WS-VEND-COUNT              PIC 9(3) VALUE 0.
001060 01  WS-VEND-TABLE.
001070     05  WS-VEND-ENTRY OCCURS 200 TIMES.
001080         10  WS-VND-ID          PIC X(6).
001090         10  WS-VND-NAME        PIC X(25).
001100         10  WS-VND-FLAG        PIC X(1).
001110         10  WS-VND-TERMS       PIC 9(3).
001120 01  WS-PO-COUNT                PIC 9(4) VALUE 0.
001130 01  WS-PO-TABLE.
001140     05  WS-PO-ENTRY OCCURS 5000 TIMES.
001150         10  WS-POT-NUMBER      PIC 9(6).
001160         10  WS-POT-VENDOR      PIC X(6).
001170         10  WS-POT-ITEM        PIC X(10).
001180         10  WS-POT-QTY         PIC 9(5).
001190         10  WS-POT-COST        PIC 9(6)V99.
001200 01  WS-RCV-COUNT               PIC 9(4) VALUE 0.
001210 01  WS-RCV-TABLE.
001220     05  WS-RCV-ENTRY OCCURS 5000 TIMES.
001230         10  WS-RCT-PO          PIC 9(6).
001240         10  WS-RCT-ITEM        PIC X(10).
001250         10  WS-RCT-QTY         PIC 9(7).
001260         10  WS-RCT-INVOICED    PIC 9(7).
001270 01  WS-AP-COUNT                PIC 9(4) VALUE 0.
001280 01  WS-AP-TABLE.
001290     05  WS-AP-ENTRY OCCURS 5000 TIMES.
001300         10  WS-APT-RECORD      PIC X(58).
001310 01  WS-LINE-TABLE.
001320     05  WS-LINE-ENTRY OCCURS 99 TIMES.
001330         10  WS-LNT-ITEM        PIC X(10).
001340         10  WS-LNT-QTY         PIC 9(5).
001350         10  WS-LNT-COST        PIC 9(6)V99.
001360 01  WS-SCAN-IDX                PIC 9(4) VALUE 0.
001370 01  WS-MOVE-IDX                PIC 9(4) VALUE 0.
001380 01  WS-VEND-IDX                PIC 9(3) VALUE 0.
001390 01  WS-PO-IDX                  PIC 9(4) VALUE 0.
001400 01  WS-INS-IDX                 PIC 9(4) VALUE 0.
001410 01  WS-RCV-IDX                 PIC 9(4) VALUE 0.
001420 01  WS-LINE-IDX                PIC 9(3) VALUE 0.
001430 01  WS-KEY-PO                  PIC 9(6) VALUE 0.
001440 01  WS-KEY-ITEM                PIC X(10).
001450 01  WS-FULL-TABLE              PIC X(8).
001460 01  WS-FULL-MESSAGE            PIC X(60).
001470 01  WS-INVOICE-NO              PIC X(12).
001480 01  WS-INVOICE-DATE            PIC 9(8) VALUE 0.
001490 01  WS-INVOICE-DATE-X REDEFINES WS-INVOICE-DATE.
001500     05  WS-ID-YEAR             PIC 9(4).
001510     05  WS-ID-MONTH            PIC 9(2).
001520     05  WS-ID-DAY              PIC 9(2).
001530 01  WS-DUE-DATE                PIC 9(8) VALUE 0.
001540 01  WS-INT-DATE                PIC S9(9) COMP VALUE 0.
001550 01  WS-PO-NUMBER               PIC 9(6) VALUE 0.
001560 01  WS-WORK-VENDOR             PIC X(6).
001570 01  WS-WORK-ITEM               PIC X(10).
001580 01  WS-BILL-QTY                PIC 9(5) VALUE 0.
001590 01  WS-BILL-COST               PIC 9(6)V99 VALUE 0.
001600 01  WS-RECD-QTY                PIC 9(7) VALUE 0.
001610 01  WS-INVD-QTY                PIC 9(7) VALUE 0.
001620 01  WS-OPEN-QTY                PIC S9(7) VALUE 0.
001630 01  WS-COST-DIFF               PIC S9(6)V99 VALUE 0.
001640 01  WS-COST-PCT                PIC 9(5)V99 VALUE 0.
001650 01  WS-LINE-AMOUNT             PIC S9(9)V99 VALUE 0.
001660 01  WS-INVOICE-TOTAL           PIC S9(9)V99 VALUE 0.
001670 01  WS-INV-LINES               PIC 9(3) VALUE 0.
001680 01  WS-INV-EXCEPTIONS          PIC 9(3) VALUE 0.
001690 01  WS-HEADER-DONE             PIC X VALUE "N".
001700 01  WS-EXCP-REASON             PIC X(20).
001710 01  WS-MATCHED-COUNT           PIC 9(4) VALUE 0.
001720 01  WS-HELD-COUNT              PIC 9(4) VALUE 0.
001730 01  WS-EXCP-LINE-COUNT         PIC 9(4) VALUE 0.
001740 01  WS-EDIT-QTY-1              PIC ZZZZZZ9.
001750 01  WS-EDIT-QTY-2              PIC -ZZZZZ9.
001760 01  WS-EDIT-COST-1             PIC ZZZ,ZZ9.99.
001770 01  WS-EDIT-COST-2             PIC ZZZ,ZZ9.99.
001780 01  WS-EDIT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
001790 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "INVMATCH".
001800 01  WS-AUDIT-MESSAGE           PIC X(60).
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------------
001830* 0000-MAINLINE  -  LOAD THE VENDORS, ORDERS, RECEIPTS, LINES
001840*                   ALREADY INVOICED AND OPEN PAYABLES, THEN TAKE
001850*                   INVOICES UNTIL THE OPERATOR ENTERS A BLANK
001860*                   VENDOR ID.  A WORK TABLE THAT FILLS ON THE
001870*                   LOAD STOPS THE SESSION BEFORE ANY ENTRY.
001880*----------------------------------------------------------------
001890 0000-MAINLINE.
001900     DISPLAY "[VENDOR INVOICE ENTRY / THREE-WAY MATCH]"
001910     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001920     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001930     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
001940     PERFORM 0200-LOAD-TOLERANCES THRU 0200-EXIT
001950     PERFORM 0300-LOAD-VENDORS THRU 0300-EXIT
001960     PERFORM 0400-LOAD-ORDERS THRU 0400-EXIT
001970     PERFORM 0500-LOAD-RECEIPTS THRU 0500-EXIT
001980     PERFORM 0550-LOAD-INVOICED THRU 0550-EXIT
001990     PERFORM 0600-LOAD-PAYABLES THRU 0600-EXIT
002000     PERFORM 0700-OPEN-LISTING THRU 0700-EXIT
002010     PERFORM 1000-ENTER-INVOICE THRU 1000-EXIT
002020         UNTIL ENTRY-IS-DONE
002030     PERFORM 9999-TERMINATE THRU 9999-EXIT
002040     GOBACK.
002050*----------------------------------------------------------------
002060* 0100-GET-BUSINESS-DATE  -  STAMP ENTRIES WITH THE OPEN
002070*                            BUSINESS DATE WHEN THERE IS ONE,
002080*                            ELSE THE CALENDAR DATE.
002090*----------------------------------------------------------------
002100 0100-GET-BUSINESS-DATE.
002110     OPEN INPUT BUS-DATE-FILE
002120     IF WS-BUSDATE-STATUS NOT = "35"
002130         READ BUS-DATE-FILE
002140             AT END
002150                 CONTINUE
002160             NOT AT END
002170                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002180         END-READ
002190         CLOSE BUS-DATE-FILE
002200     END-IF.
002210 0100-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 0200-LOAD-TOLERANCES  -  READ THE MATCH TOLERANCES FROM APTOL.
002250*                          A MISSING OR BAD FILE KEEPS THE
002260*                          DEFAULTS.
002270*----------------------------------------------------------------
002280 0200-LOAD-TOLERANCES.
002290     OPEN INPUT AP-TOL-FILE
002300     IF WS-APTOL-STATUS NOT = "35"
002310         READ AP-TOL-FILE
002320             AT END
002330                 CONTINUE
002340             NOT AT END
002350                 IF AT-QTY-UNITS IS NUMERIC AND
002360                         AT-COST-PCT IS NUMERIC
002370                     MOVE AT-QTY-UNITS TO WS-TOL-QTY
002380                     MOVE AT-COST-PCT TO WS-TOL-PCT
002390                 END-IF
002400         END-READ
002410         CLOSE AP-TOL-FILE
002420     END-IF.
002430 0200-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 0300-LOAD-VENDORS  -  LOAD THE VENDOR MASTER INTO THE WORK
002470*                       TABLE, DEFAULTING BLANK TERMS TO NET 30.
002480*----------------------------------------------------------------
002490 0300-LOAD-VENDORS.
002500     MOVE "N" TO WS-FILE-EOF
002510     OPEN INPUT VENDOR-FILE
002520     IF WS-VENDMST-STATUS = "35"
002530         DISPLAY "No vendor master on file - "
002540             "no invoices can be entered."
002550     ELSE
002560         PERFORM 0310-READ-VENDMST THRU 0310-EXIT
002570         PERFORM UNTIL END-OF-FILE-IN
002580             IF WS-VEND-COUNT < 200
002590                 ADD 1 TO WS-VEND-COUNT
002600                 MOVE VN-VENDOR-ID TO WS-VND-ID (WS-VEND-COUNT)
002610                 MOVE VN-NAME TO WS-VND-NAME (WS-VEND-COUNT)
002620                 MOVE VN-ACTIVE-FLAG
002630                     TO WS-VND-FLAG (WS-VEND-COUNT)
002640                 IF VN-TERMS-DAYS IS NUMERIC AND
002650                         VN-TERMS-DAYS > 0
002660                     MOVE VN-TERMS-DAYS
002670                         TO WS-VND-TERMS (WS-VEND-COUNT)
002680                 ELSE
002690                     MOVE WS-DEFAULT-TERMS
002700                         TO WS-VND-TERMS (WS-VEND-COUNT)
002710                 END-IF
002720             END-IF
002730             PERFORM 0310-READ-VENDMST THRU 0310-EXIT
002740         END-PERFORM
002750         CLOSE VENDOR-FILE
002760     END-IF.
002770 0300-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800* 0310-READ-VENDMST  -  READ THE NEXT VENDOR RECORD.
002810*----------------------------------------------------------------
002820 0310-READ-VENDMST.
002830     READ VENDOR-FILE
002840         AT END
002850             SET END-OF-FILE-IN TO TRUE
002860     END-READ.
002870 0310-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900* 0400-LOAD-ORDERS  -  LOAD EVERY PURCHASE ORDER LINE, OPEN OR
002910*                      CLOSED - A BILL USUALLY ARRIVES AFTER THE
002920*                      LINE HAS BEEN RECEIVED IN FULL AND CLOSED.
002930*----------------------------------------------------------------
002940 0400-LOAD-ORDERS.
002950     MOVE "N" TO WS-FILE-EOF
002960     OPEN INPUT PURCH-ORDER-FILE
002970     IF WS-POFILE-STATUS NOT = "35"
002980         PERFORM 0410-READ-POFILE THRU 0410-EXIT
002990         PERFORM UNTIL END-OF-FILE-IN
003000             IF WS-PO-COUNT < 5000
003010                 ADD 1 TO WS-PO-COUNT
003020                 MOVE PO-NUMBER TO WS-POT-NUMBER (WS-PO-COUNT)
003030                 MOVE PO-VENDOR-ID
003040                     TO WS-POT-VENDOR (WS-PO-COUNT)
003050                 MOVE PO-ITEM-CODE TO WS-POT-ITEM (WS-PO-COUNT)
003060                 MOVE PO-QTY-ORDERED
003070                     TO WS-POT-QTY (WS-PO-COUNT)
003080                 IF PO-UNIT-COST IS NUMERIC
003090                     MOVE PO-UNIT-COST
003100                         TO WS-POT-COST (WS-PO-COUNT)
003110                 ELSE
003120                     MOVE 0 TO WS-POT-COST (WS-PO-COUNT)
003130                 END-IF
003140                 PERFORM 0410-READ-POFILE THRU 0410-EXIT
003150             ELSE
003160                 MOVE "Order" TO WS-FULL-TABLE
003170                 PERFORM 0900-TABLE-FULL THRU 0900-EXIT
003180                 SET END-OF-FILE-IN TO TRUE
003190             END-IF
003200         END-PERFORM
003210         CLOSE PURCH-ORDER-FILE
003220     END-IF.
003230 0400-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 0410-READ-POFILE  -  READ THE NEXT PURCHASE ORDER LINE.
003270*----------------------------------------------------------------
003280 0410-READ-POFILE.
003290     READ PURCH-ORDER-FILE
003300         AT END
003310             SET END-OF-FILE-IN TO TRUE
003320     END-READ.
003330 0410-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 0500-LOAD-RECEIPTS  -  TOTAL THE RECEIVING JOURNAL BY PO AND
003370*                        ITEM - WHAT ACTUALLY CAME IN THE DOOR.
003380*----------------------------------------------------------------
003390 0500-LOAD-RECEIPTS.
003400     MOVE "N" TO WS-FILE-EOF
003410     OPEN INPUT RECV-LOG-FILE
003420     IF WS-RCVLOG-STATUS NOT = "35"
003430         PERFORM 0510-READ-RCVLOG THRU 0510-EXIT
003440         PERFORM UNTIL END-OF-FILE-IN
003450             PERFORM 0520-TALLY-RECEIPT THRU 0520-EXIT
003460             PERFORM 0510-READ-RCVLOG THRU 0510-EXIT
003470         END-PERFORM
003480         CLOSE RECV-LOG-FILE
003490     END-IF.
003500 0500-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530* 0510-READ-RCVLOG  -  READ THE NEXT RECEIVING RECORD.
003540*----------------------------------------------------------------
003550 0510-READ-RCVLOG.
003560     READ RECV-LOG-FILE
003570         AT END
003580             SET END-OF-FILE-IN TO TRUE
003590     END-READ.
003600 0510-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630* 0520-TALLY-RECEIPT  -  ADD ONE RECEIPT TO ITS PO/ITEM TOTAL.
003640*----------------------------------------------------------------
003650 0520-TALLY-RECEIPT.
003660     MOVE RV-PO-NUMBER TO WS-KEY-PO
003670     MOVE RV-ITEM-CODE TO WS-KEY-ITEM
003680     PERFORM 5500-FIND-RCV-ENTRY THRU 5500-EXIT
003690     IF WS-RCV-IDX = 0
003700         MOVE "Receipt" TO WS-FULL-TABLE
003710         PERFORM 0900-TABLE-FULL THRU 0900-EXIT
003720         SET END-OF-FILE-IN TO TRUE
003730     ELSE
003740         ADD RV-QTY-RECEIVED TO WS-RCT-QTY (WS-RCV-IDX)
003750     END-IF.
003760 0520-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790* 0550-LOAD-INVOICED  -  TOTAL THE LINES ALREADY BILLED AND POSTED
003800*                        BY PO AND ITEM FROM THE APINVLN JOURNAL,
003810*                        ALONGSIDE WHAT WAS RECEIVED.
003820*----------------------------------------------------------------
003830 0550-LOAD-INVOICED.
003840     MOVE "N" TO WS-FILE-EOF
003850     IF ENTRY-IS-DONE
003860         GO TO 0550-EXIT
003870     END-IF
003880     OPEN INPUT AP-INV-LINE-FILE
003890     IF WS-APINVLN-STATUS NOT = "35"
003900         PERFORM 0560-READ-APINVLN THRU 0560-EXIT
003910         PERFORM UNTIL END-OF-FILE-IN
003920             PERFORM 0570-TALLY-INVOICED THRU 0570-EXIT
003930             PERFORM 0560-READ-APINVLN THRU 0560-EXIT
003940         END-PERFORM
003950         CLOSE AP-INV-LINE-FILE
003960     END-IF.
003970 0550-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 0560-READ-APINVLN  -  READ THE NEXT INVOICED LINE.
004010*----------------------------------------------------------------
004020 0560-READ-APINVLN.
004030     READ AP-INV-LINE-FILE
004040         AT END
004050             SET END-OF-FILE-IN TO TRUE
004060     END-READ.
004070 0560-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 0570-TALLY-INVOICED  -  ADD ONE INVOICED LINE TO ITS PO/ITEM
004110*                         TOTAL.
004120*----------------------------------------------------------------
004130 0570-TALLY-INVOICED.
004140     MOVE AL-PO-NUMBER TO WS-KEY-PO
004150     MOVE AL-ITEM-CODE TO WS-KEY-ITEM
004160     PERFORM 5500-FIND-RCV-ENTRY THRU 5500-EXIT
004170     IF WS-RCV-IDX = 0
004180         MOVE "Receipt" TO WS-FULL-TABLE
004190         PERFORM 0900-TABLE-FULL THRU 0900-EXIT
004200         SET END-OF-FILE-IN TO TRUE
004210     ELSE
004220         ADD AL-QTY-BILLED TO WS-RCT-INVOICED (WS-RCV-IDX)
004230     END-IF.
004240 0570-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 0600-LOAD-PAYABLES  -  LOAD THE OPEN PAYABLES FILE SO NEW
004280*                        INVOICES CAN BE CHECKED FOR DUPLICATES
004290*                        AND FILED IN VENDOR/DUE-DATE ORDER.
004300*----------------------------------------------------------------
004310 0600-LOAD-PAYABLES.
004320     MOVE "N" TO WS-FILE-EOF
004330     OPEN INPUT AP-OPEN-FILE
004340     IF WS-APOPEN-STATUS NOT = "35"
004350         PERFORM 0610-READ-APOPEN THRU 0610-EXIT
004360         PERFORM UNTIL END-OF-FILE-IN
004370             IF WS-AP-COUNT < 5000
004380                 ADD 1 TO WS-AP-COUNT
004390                 MOVE AP-OPEN-RECORD
004400                     TO WS-APT-RECORD (WS-AP-COUNT)
004410                 PERFORM 0610-READ-APOPEN THRU 0610-EXIT
004420             ELSE
004430                 MOVE "Payables" TO WS-FULL-TABLE
004440                 PERFORM 0900-TABLE-FULL THRU 0900-EXIT
004450                 SET END-OF-FILE-IN TO TRUE
004460             END-IF
004470         END-PERFORM
004480         CLOSE AP-OPEN-FILE
004490     END-IF.
004500 0600-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 0610-READ-APOPEN  -  READ THE NEXT OPEN PAYABLES RECORD.
004540*----------------------------------------------------------------
004550 0610-READ-APOPEN.
004560     READ AP-OPEN-FILE
004570         AT END
004580             SET END-OF-FILE-IN TO TRUE
004590     END-READ.
004600 0610-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* 0700-OPEN-LISTING  -  START THE EXCEPTIONS LISTING FOR THIS
004640*                       SESSION.
004650*----------------------------------------------------------------
004660 0700-OPEN-LISTING.
004670     OPEN OUTPUT EXCP-RPT-FILE
004680     MOVE SPACES TO EXCP-RPT-RECORD
004690     STRING "INVOICE MATCH EXCEPTIONS - " DELIMITED BY SIZE
004700         WS-TIMESTAMP DELIMITED BY SIZE
004710         INTO EXCP-RPT-RECORD
004720     WRITE EXCP-RPT-RECORD
004730     MOVE WS-TOL-PCT TO WS-EDIT-COST-1
004740     MOVE WS-TOL-QTY TO WS-EDIT-QTY-1
004750     MOVE SPACES TO EXCP-RPT-RECORD
004760     STRING "BUSINESS DATE " DELIMITED BY SIZE
004770         WS-BUSINESS-DATE DELIMITED BY SIZE
004780         "  QTY TOLERANCE " DELIMITED BY SIZE
004790         WS-EDIT-QTY-1 DELIMITED BY SIZE
004800         "  COST TOLERANCE % " DELIMITED BY SIZE
004810         WS-EDIT-COST-1 DELIMITED BY SIZE
004820         INTO EXCP-RPT-RECORD
004830     WRITE EXCP-RPT-RECORD
004840     MOVE SPACES TO EXCP-RPT-RECORD
004850     WRITE EXCP-RPT-RECORD.
004860 0700-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* 0900-TABLE-FULL  -  A WORK TABLE FILLED ON THE LOAD.  MATCHING
004900*                     AGAINST PART OF A FILE, OR REWRITING APOPEN
004910*                     FROM PART OF IT, WOULD BE WRONG, SO NO
004920*                     INVOICES ARE TAKEN THIS SESSION.
004930*----------------------------------------------------------------
004940 0900-TABLE-FULL.
004950     MOVE SPACES TO WS-FULL-MESSAGE
004960     STRING WS-FULL-TABLE DELIMITED BY SPACE
004970         " table full - no invoices can be entered."
004980             DELIMITED BY SIZE
004990         INTO WS-FULL-MESSAGE
005000     DISPLAY WS-FULL-MESSAGE
005010     MOVE FUNCTION UPPER-CASE(WS-FULL-MESSAGE)
005020         TO WS-AUDIT-MESSAGE
005030     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005040         WS-AUDIT-MESSAGE
005050     SET ENTRY-IS-DONE TO TRUE.
005060 0900-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090* 1000-ENTER-INVOICE  -  TAKE ONE INVOICE HEADER, ITS LINES, AND
005100*                        EITHER POST IT OR HOLD IT.  A BLANK
005110*                        VENDOR ID ENDS THE SESSION.
005120*----------------------------------------------------------------
005130 1000-ENTER-INVOICE.
005140     DISPLAY " "
005150     DISPLAY "Vendor ID (blank to finish): " WITH NO ADVANCING
005160     MOVE SPACES TO WS-WORK-VENDOR
005170     ACCEPT WS-WORK-VENDOR
005180     MOVE FUNCTION UPPER-CASE(WS-WORK-VENDOR) TO WS-WORK-VENDOR
005190     IF WS-WORK-VENDOR = SPACES
005200         SET ENTRY-IS-DONE TO TRUE
005210         GO TO 1000-EXIT
005220     END-IF
005230     PERFORM 5000-FIND-VENDOR THRU 5000-EXIT
005240     IF WS-VEND-IDX = 0
005250         DISPLAY "Unknown or inactive vendor: " WS-WORK-VENDOR
005260         GO TO 1000-EXIT
005270     END-IF
005280     DISPLAY "  " WS-VND-NAME (WS-VEND-IDX)
005290     DISPLAY "Invoice number: " WITH NO ADVANCING
005300     MOVE SPACES TO WS-INVOICE-NO
005310     ACCEPT WS-INVOICE-NO
005320     MOVE FUNCTION UPPER-CASE(WS-INVOICE-NO) TO WS-INVOICE-NO
005330     IF WS-INVOICE-NO = SPACES
005340         DISPLAY "Invoice number must not be blank."
005350         GO TO 1000-EXIT
005360     END-IF
005370     PERFORM 5100-CHECK-DUPLICATE THRU 5100-EXIT
005380     IF WS-SCAN-IDX NOT > WS-AP-COUNT
005390         DISPLAY "Invoice " WS-INVOICE-NO
005400             " is already posted for this vendor."
005410         GO TO 1000-EXIT
005420     END-IF
005430     DISPLAY "Invoice date YYYYMMDD (0 = today): "
005440         WITH NO ADVANCING
005450     MOVE 0 TO WS-INVOICE-DATE
005460     ACCEPT WS-INVOICE-DATE
005470     IF WS-INVOICE-DATE = 0
005480         MOVE WS-BUSINESS-DATE TO WS-INVOICE-DATE
005490     END-IF
005500     IF WS-ID-MONTH < 1 OR WS-ID-MONTH > 12 OR
005510             WS-ID-DAY < 1 OR WS-ID-DAY > 31 OR
005520             WS-ID-YEAR < 1601
005530         DISPLAY "Invalid invoice date - invoice not taken."
005540         GO TO 1000-EXIT
005550     END-IF
005560     DISPLAY "PO number billed: " WITH NO ADVANCING
005570     MOVE 0 TO WS-PO-NUMBER
005580     ACCEPT WS-PO-NUMBER
005590     PERFORM 5200-CHECK-PO THRU 5200-EXIT
005600     IF WS-PO-IDX = 0
005610         DISPLAY "PO " WS-PO-NUMBER " is not on file for vendor "
005620             WS-WORK-VENDOR "."
005630         GO TO 1000-EXIT
005640     END-IF
005650     MOVE 0 TO WS-INV-LINES
005660     MOVE 0 TO WS-INV-EXCEPTIONS
005670     MOVE 0 TO WS-INVOICE-TOTAL
005680     MOVE "N" TO WS-HEADER-DONE
005690     MOVE "N" TO WS-LINES-DONE
005700     PERFORM 1100-ENTER-LINE THRU 1100-EXIT
005710         UNTIL LINES-ARE-DONE
005720     IF WS-INV-LINES = 0
005730         DISPLAY "No lines keyed - invoice not taken."
005740         GO TO 1000-EXIT
005750     END-IF
005760     IF WS-INV-EXCEPTIONS = 0
005770         PERFORM 2000-POST-PAYABLE THRU 2000-EXIT
005780     ELSE
005790         PERFORM 3000-HOLD-INVOICE THRU 3000-EXIT
005800     END-IF.
005810 1000-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840* 1100-ENTER-LINE  -  TAKE ONE BILLED LINE AND MATCH IT TO THE
005850*                     ORDER LINE AND TO THE QUANTITY RECEIVED BUT
005860*                     NOT YET BILLED - ON EARLIER INVOICES OR ON
005870*                     EARLIER LINES OF THIS ONE.  A BLANK ITEM
005880*                     CODE ENDS THE INVOICE.
005890*----------------------------------------------------------------
005900 1100-ENTER-LINE.
005910     IF WS-INV-LINES = 99
005920         DISPLAY "Invoice line limit reached - end of invoice."
005930         SET LINES-ARE-DONE TO TRUE
005940         GO TO 1100-EXIT
005950     END-IF
005960     DISPLAY "  Item code (blank = end of invoice): "
005970         WITH NO ADVANCING
005980     MOVE SPACES TO WS-WORK-ITEM
005990     ACCEPT WS-WORK-ITEM
006000     MOVE FUNCTION UPPER-CASE(WS-WORK-ITEM) TO WS-WORK-ITEM
006010     IF WS-WORK-ITEM = SPACES
006020         SET LINES-ARE-DONE TO TRUE
006030         GO TO 1100-EXIT
006040     END-IF
006050     DISPLAY "  Quantity billed: " WITH NO ADVANCING
006060     MOVE 0 TO WS-BILL-QTY
006070     ACCEPT WS-BILL-QTY
006080     DISPLAY "  Unit cost billed: " WITH NO ADVANCING
006090     MOVE 0 TO WS-BILL-COST
006100     ACCEPT WS-BILL-COST
006110     ADD 1 TO WS-INV-LINES
006120     MOVE WS-WORK-ITEM TO WS-LNT-ITEM (WS-INV-LINES)
006130     MOVE WS-BILL-QTY TO WS-LNT-QTY (WS-INV-LINES)
006140     MOVE WS-BILL-COST TO WS-LNT-COST (WS-INV-LINES)
006150     COMPUTE WS-LINE-AMOUNT ROUNDED = WS-BILL-QTY * WS-BILL-COST
006160     ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
006170     PERFORM 5300-FIND-PO-LINE THRU 5300-EXIT
006180     IF WS-PO-IDX = 0
006190         MOVE "ITEM NOT ON PO" TO WS-EXCP-REASON
006200         MOVE 0 TO WS-RECD-QTY
006210         MOVE 0 TO WS-OPEN-QTY
006220         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006230         GO TO 1100-EXIT
006240     END-IF
006250     PERFORM 5400-FIND-RECEIVED THRU 5400-EXIT
006260     PERFORM 5600-ADD-EARLIER-LINES THRU 5600-EXIT
006270     COMPUTE WS-OPEN-QTY = WS-RECD-QTY - WS-INVD-QTY
006280     IF WS-BILL-QTY > WS-OPEN-QTY + WS-TOL-QTY
006290         MOVE "BILLED OVER RECEIVED" TO WS-EXCP-REASON
006300         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006310     END-IF
006320     IF WS-POT-COST (WS-PO-IDX) > 0
006330         COMPUTE WS-COST-DIFF =
006340             WS-BILL-COST - WS-POT-COST (WS-PO-IDX)
006350         IF WS-COST-DIFF < 0
006360             COMPUTE WS-COST-DIFF = 0 - WS-COST-DIFF
006370         END-IF
006380         COMPUTE WS-COST-PCT ROUNDED =
006390             WS-COST-DIFF * 100 / WS-POT-COST (WS-PO-IDX)
006400         IF WS-COST-PCT > WS-TOL-PCT
006410             MOVE "COST VARIANCE" TO WS-EXCP-REASON
006420             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006430         END-IF
006440     END-IF.
006450 1100-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* 2000-POST-PAYABLE  -  THE INVOICE MATCHED - FILE IT ON THE
006490*                       OPEN PAYABLES TABLE IN VENDOR AND DUE-
006500*                       DATE ORDER, REWRITE APOPEN, AND JOURNAL
006510*                       ITS LINES AS INVOICED.
006520*----------------------------------------------------------------
006530 2000-POST-PAYABLE.
006540     COMPUTE WS-INT-DATE =
006550         FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE)
006560         + WS-VND-TERMS (WS-VEND-IDX)
006570     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
006580     IF WS-AP-COUNT >= 5000
006590         DISPLAY "Payables table full - invoice not posted."
006600         GO TO 2000-EXIT
006610     END-IF
006620     MOVE WS-WORK-VENDOR TO AP-VENDOR-ID
006630     MOVE WS-DUE-DATE TO AP-DUE-DATE
006640     MOVE WS-INVOICE-NO TO AP-INVOICE-NO
006650     MOVE WS-INVOICE-DATE TO AP-INVOICE-DATE
006660     MOVE WS-PO-NUMBER TO AP-PO-NUMBER
006670     MOVE WS-INVOICE-TOTAL TO AP-AMOUNT
006680     MOVE WS-BUSINESS-DATE TO AP-ENTRY-DATE
006690     SET AP-IS-OPEN TO TRUE
006700     PERFORM 2100-FIND-SLOT THRU 2100-EXIT
006710     PERFORM VARYING WS-MOVE-IDX FROM WS-AP-COUNT BY -1
006720             UNTIL WS-MOVE-IDX < WS-INS-IDX
006730         MOVE WS-APT-RECORD (WS-MOVE-IDX)
006740             TO WS-APT-RECORD (WS-MOVE-IDX + 1)
006750     END-PERFORM
006760     MOVE AP-OPEN-RECORD TO WS-APT-RECORD (WS-INS-IDX)
006770     ADD 1 TO WS-AP-COUNT
006780     PERFORM 8000-REWRITE-PAYABLES THRU 8000-EXIT
006790     PERFORM 2200-JOURNAL-LINES THRU 2200-EXIT
006800     ADD 1 TO WS-MATCHED-COUNT
006810     MOVE WS-INVOICE-TOTAL TO WS-EDIT-AMOUNT
006820     DISPLAY "Invoice matched - posted to payables, due "
006830         WS-DUE-DATE "  amount " WS-EDIT-AMOUNT
006840     MOVE SPACES TO WS-AUDIT-MESSAGE
006850     STRING "INVOICE " DELIMITED BY SIZE
006860         WS-INVOICE-NO DELIMITED BY SPACE
006870         " VENDOR " DELIMITED BY SIZE
006880         WS-WORK-VENDOR DELIMITED BY SIZE
006890         " MATCHED, DUE " DELIMITED BY SIZE
006900         WS-DUE-DATE DELIMITED BY SIZE
006910         INTO WS-AUDIT-MESSAGE
006920     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
006930         WS-AUDIT-MESSAGE.
006940 2000-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970* 2100-FIND-SLOT  -  FIND WHERE THE NEW PAYABLE BELONGS.  THE
006980*                    VENDOR ID AND DUE DATE LEAD THE RECORD, SO
006990*                    THE ORDERING KEY IS ITS FIRST 14 BYTES.
007000*----------------------------------------------------------------
007010 2100-FIND-SLOT.
007020     COMPUTE WS-INS-IDX = WS-AP-COUNT + 1
007030     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
007040             UNTIL WS-SCAN-IDX > WS-AP-COUNT
007050         IF WS-APT-RECORD (WS-SCAN-IDX) (1:14) >
007060                 AP-OPEN-RECORD (1:14)
007070             MOVE WS-SCAN-IDX TO WS-INS-IDX
007080             EXIT PERFORM
007090         END-IF
007100     END-PERFORM.
007110 2100-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* 2200-JOURNAL-LINES  -  APPEND THE POSTED INVOICE'S LINES TO
007150*                        APINVLN AND COUNT THEM AS INVOICED, SO
007160*                        THE SAME RECEIPT CANNOT BE BILLED TWICE.
007170*----------------------------------------------------------------
007180 2200-JOURNAL-LINES.
007190     OPEN EXTEND AP-INV-LINE-FILE
007200     IF WS-APINVLN-STATUS = "35"
007210         OPEN OUTPUT AP-INV-LINE-FILE
007220     END-IF
007230     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
007240             UNTIL WS-LINE-IDX > WS-INV-LINES
007250         MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
007260         MOVE WS-WORK-VENDOR TO AL-VENDOR-ID
007270         MOVE WS-INVOICE-NO TO AL-INVOICE-NO
007280         MOVE WS-PO-NUMBER TO AL-PO-NUMBER
007290         MOVE WS-LNT-ITEM (WS-LINE-IDX) TO AL-ITEM-CODE
007300         MOVE WS-LNT-QTY (WS-LINE-IDX) TO AL-QTY-BILLED
007310         MOVE WS-LNT-COST (WS-LINE-IDX) TO AL-UNIT-COST
007320         WRITE AP-INV-LINE-RECORD
007330         IF NOT ENTRY-IS-DONE
007340             PERFORM 0570-TALLY-INVOICED THRU 0570-EXIT
007350         END-IF
007360     END-PERFORM
007370     CLOSE AP-INV-LINE-FILE.
007380 2200-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410* 3000-HOLD-INVOICE  -  THE INVOICE FAILED THE MATCH - CLOSE ITS
007420*                       SECTION OF THE EXCEPTIONS LISTING AND LOG
007430*                       THE HOLD.  NOTHING IS POSTED TO PAYABLES.
007440*----------------------------------------------------------------
007450 3000-HOLD-INVOICE.
007460     ADD 1 TO WS-HELD-COUNT
007470     MOVE WS-INVOICE-TOTAL TO WS-EDIT-AMOUNT
007480     MOVE SPACES TO EXCP-RPT-RECORD
007490     STRING "  INVOICE HELD - " DELIMITED BY SIZE
007500         WS-INV-EXCEPTIONS DELIMITED BY SIZE
007510         " EXCEPTION(S)  BILLED TOTAL " DELIMITED BY SIZE
007520         WS-EDIT-AMOUNT DELIMITED BY SIZE
007530         INTO EXCP-RPT-RECORD
007540     WRITE EXCP-RPT-RECORD
007550     MOVE SPACES TO EXCP-RPT-RECORD
007560     WRITE EXCP-RPT-RECORD
007570     DISPLAY "Invoice HELD - " WS-INV-EXCEPTIONS
007580         " exception(s) on the INVEXCP listing."
007590     MOVE SPACES TO WS-AUDIT-MESSAGE
007600     STRING "INVOICE " DELIMITED BY SIZE
007610         WS-INVOICE-NO DELIMITED BY SPACE
007620         " VENDOR " DELIMITED BY SIZE
007630         WS-WORK-VENDOR DELIMITED BY SIZE
007640         " HELD ON MATCH EXCEPTIONS" DELIMITED BY SIZE
007650         INTO WS-AUDIT-MESSAGE
007660     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
007670         WS-AUDIT-MESSAGE.
007680 3000-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* 4000-WRITE-EXCEPTION  -  LIST ONE OUT-OF-TOLERANCE LINE, WITH
007720*                          THE INVOICE HEADING AHEAD OF ITS FIRST
007730*                          EXCEPTION.
007740*----------------------------------------------------------------
007750 4000-WRITE-EXCEPTION.
007760     ADD 1 TO WS-INV-EXCEPTIONS
007770     ADD 1 TO WS-EXCP-LINE-COUNT
007780     IF WS-HEADER-DONE = "N"
007790         MOVE "Y" TO WS-HEADER-DONE
007800         MOVE SPACES TO EXCP-RPT-RECORD
007810         STRING "VENDOR " DELIMITED BY SIZE
007820             WS-WORK-VENDOR DELIMITED BY SIZE
007830             " " DELIMITED BY SIZE
007840             WS-VND-NAME (WS-VEND-IDX) DELIMITED BY SIZE
007850             " INVOICE " DELIMITED BY SIZE
007860             WS-INVOICE-NO DELIMITED BY SIZE
007870             " DATED " DELIMITED BY SIZE
007880             WS-INVOICE-DATE DELIMITED BY SIZE
007890             " PO " DELIMITED BY SIZE
007900             WS-PO-NUMBER DELIMITED BY SIZE
007910             INTO EXCP-RPT-RECORD
007920         WRITE EXCP-RPT-RECORD
007930     END-IF
007940     MOVE WS-BILL-QTY TO WS-EDIT-QTY-1
007950     MOVE WS-OPEN-QTY TO WS-EDIT-QTY-2
007960     MOVE WS-BILL-COST TO WS-EDIT-COST-1
007970     IF WS-PO-IDX = 0
007980         MOVE 0 TO WS-EDIT-COST-2
007990     ELSE
008000         MOVE WS-POT-COST (WS-PO-IDX) TO WS-EDIT-COST-2
008010     END-IF
008020     MOVE SPACES TO EXCP-RPT-RECORD
008030     STRING "  " DELIMITED BY SIZE
008040         WS-WORK-ITEM DELIMITED BY SIZE
008050         " " DELIMITED BY SIZE
008060         WS-EXCP-REASON DELIMITED BY SIZE
008070         " BILLED " DELIMITED BY SIZE
008080         WS-EDIT-QTY-1 DELIMITED BY SIZE
008090         " UNBILLED " DELIMITED BY SIZE
008100         WS-EDIT-QTY-2 DELIMITED BY SIZE
008110         " COST " DELIMITED BY SIZE
008120         WS-EDIT-COST-1 DELIMITED BY SIZE
008130         " PO COST " DELIMITED BY SIZE
008140         WS-EDIT-COST-2 DELIMITED BY SIZE
008150         INTO EXCP-RPT-RECORD
008160     WRITE EXCP-RPT-RECORD
008170     DISPLAY "  ** " WS-EXCP-REASON.
008180 4000-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------
008210* 5000-FIND-VENDOR  -  LOOK UP WS-WORK-VENDOR.  ONLY AN ACTIVE
008220*                      VENDOR COUNTS; WS-VEND-IDX COMES BACK
008230*                      ZERO OTHERWISE.
008240*----------------------------------------------------------------
008250 5000-FIND-VENDOR.
008260     MOVE 0 TO WS-VEND-IDX
008270     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008280             UNTIL WS-SCAN-IDX > WS-VEND-COUNT
008290         IF WS-VND-ID (WS-SCAN-IDX) = WS-WORK-VENDOR AND
008300                 WS-VND-FLAG (WS-SCAN-IDX) = "A"
008310             MOVE WS-SCAN-IDX TO WS-VEND-IDX
008320             EXIT PERFORM
008330         END-IF
008340     END-PERFORM.
008350 5000-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 5100-CHECK-DUPLICATE  -  LOOK FOR THIS VENDOR'S INVOICE NUMBER
008390*                          ON THE PAYABLES TABLE.  WS-SCAN-IDX
008400*                          STOPS ON THE MATCH, OR RUNS PAST THE
008410*                          END WHEN THERE IS NONE.
008420*----------------------------------------------------------------
008430 5100-CHECK-DUPLICATE.
008440     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008450             UNTIL WS-SCAN-IDX > WS-AP-COUNT
008460         MOVE WS-APT-RECORD (WS-SCAN-IDX) TO AP-OPEN-RECORD
008470         IF AP-VENDOR-ID = WS-WORK-VENDOR AND
008480                 AP-INVOICE-NO = WS-INVOICE-NO
008490             EXIT PERFORM
008500         END-IF
008510     END-PERFORM.
008520 5100-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550* 5200-CHECK-PO  -  THE PO MUST BE ON FILE FOR THIS VENDOR.
008560*                   WS-PO-IDX POINTS AT ITS FIRST LINE, OR ZERO.
008570*----------------------------------------------------------------
008580 5200-CHECK-PO.
008590     MOVE 0 TO WS-PO-IDX
008600     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008610             UNTIL WS-SCAN-IDX > WS-PO-COUNT
008620         IF WS-POT-NUMBER (WS-SCAN-IDX) = WS-PO-NUMBER AND
008630                 WS-POT-VENDOR (WS-SCAN-IDX) = WS-WORK-VENDOR
008640             MOVE WS-SCAN-IDX TO WS-PO-IDX
008650             EXIT PERFORM
008660         END-IF
008670     END-PERFORM.
008680 5200-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------
008710* 5300-FIND-PO-LINE  -  FIND THE BILLED ITEM'S LINE ON THE PO.
008720*----------------------------------------------------------------
008730 5300-FIND-PO-LINE.
008740     MOVE 0 TO WS-PO-IDX
008750     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008760             UNTIL WS-SCAN-IDX > WS-PO-COUNT
008770         IF WS-POT-NUMBER (WS-SCAN-IDX) = WS-PO-NUMBER AND
008780                 WS-POT-ITEM (WS-SCAN-IDX) = WS-WORK-ITEM
008790             MOVE WS-SCAN-IDX TO WS-PO-IDX
008800             EXIT PERFORM
008810         END-IF
008820     END-PERFORM.
008830 5300-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860* 5400-FIND-RECEIVED  -  TOTAL RECEIVED ON RCVLOG, AND ALREADY
008870*                        INVOICED ON APINVLN, FOR THE PO AND
008880*                        ITEM; ZERO WHEN THERE IS NONE.
008890*----------------------------------------------------------------
008900 5400-FIND-RECEIVED.
008910     MOVE 0 TO WS-RECD-QTY
008920     MOVE 0 TO WS-INVD-QTY
008930     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008940             UNTIL WS-SCAN-IDX > WS-RCV-COUNT
008950         IF WS-RCT-PO (WS-SCAN-IDX) = WS-PO-NUMBER AND
008960                 WS-RCT-ITEM (WS-SCAN-IDX) = WS-WORK-ITEM
008970             MOVE WS-RCT-QTY (WS-SCAN-IDX) TO WS-RECD-QTY
008980             MOVE WS-RCT-INVOICED (WS-SCAN-IDX) TO WS-INVD-QTY
008990             EXIT PERFORM
009000         END-IF
009010     END-PERFORM.
009020 5400-EXIT.
009030     EXIT.
009040*----------------------------------------------------------------
009050* 5500-FIND-RCV-ENTRY  -  FIND THE RECEIPT TABLE ENTRY FOR
009060*                         WS-KEY-PO AND WS-KEY-ITEM, STARTING AN
009070*                         EMPTY ONE WHEN THERE IS NONE.
009080*                         WS-RCV-IDX COMES BACK ZERO WHEN THE
009090*                         TABLE IS FULL.
009100*----------------------------------------------------------------
009110 5500-FIND-RCV-ENTRY.
009120     MOVE 0 TO WS-RCV-IDX
009130     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
009140             UNTIL WS-SCAN-IDX > WS-RCV-COUNT
009150         IF WS-RCT-PO (WS-SCAN-IDX) = WS-KEY-PO AND
009160                 WS-RCT-ITEM (WS-SCAN-IDX) = WS-KEY-ITEM
009170             MOVE WS-SCAN-IDX TO WS-RCV-IDX
009180             EXIT PERFORM
009190         END-IF
009200     END-PERFORM
009210     IF WS-RCV-IDX = 0 AND WS-RCV-COUNT < 5000
009220         ADD 1 TO WS-RCV-COUNT
009230         MOVE WS-RCV-COUNT TO WS-RCV-IDX
009240         MOVE WS-KEY-PO TO WS-RCT-PO (WS-RCV-IDX)
009250         MOVE WS-KEY-ITEM TO WS-RCT-ITEM (WS-RCV-IDX)
009260         MOVE 0 TO WS-RCT-QTY (WS-RCV-IDX)
009270         MOVE 0 TO WS-RCT-INVOICED (WS-RCV-IDX)
009280     END-IF.
009290 5500-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320* 5600-ADD-EARLIER-LINES  -  COUNT THE ITEM'S EARLIER LINES ON
009330*                            THIS INVOICE AS INVOICED TOO.
009340*----------------------------------------------------------------
009350 5600-ADD-EARLIER-LINES.
009360     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
009370             UNTIL WS-LINE-IDX >= WS-INV-LINES
009380         IF WS-LNT-ITEM (WS-LINE-IDX) = WS-WORK-ITEM
009390             ADD WS-LNT-QTY (WS-LINE-IDX) TO WS-INVD-QTY
009400         END-IF
009410     END-PERFORM.
009420 5600-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------
009450* 8000-REWRITE-PAYABLES  -  REWRITE THE OPEN PAYABLES FILE FROM
009460*                           THE WORK TABLE.
009470*----------------------------------------------------------------
009480 8000-REWRITE-PAYABLES.
009490     OPEN OUTPUT AP-OPEN-FILE
009500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
009510             UNTIL WS-SCAN-IDX > WS-AP-COUNT
009520         MOVE WS-APT-RECORD (WS-SCAN-IDX) TO AP-OPEN-RECORD
009530         WRITE AP-OPEN-RECORD
009540     END-PERFORM
009550     CLOSE AP-OPEN-FILE.
009560 8000-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------
009590* 9999-TERMINATE  -  CLOSE THE LISTING AND SHOW THE SESSION
009600*                    COUNTS.
009610*----------------------------------------------------------------
009620 9999-TERMINATE.
009630     MOVE SPACES TO EXCP-RPT-RECORD
009640     STRING "INVOICES MATCHED : " DELIMITED BY SIZE
009650         WS-MATCHED-COUNT DELIMITED BY SIZE
009660         INTO EXCP-RPT-RECORD
009670     WRITE EXCP-RPT-RECORD
009680     MOVE SPACES TO EXCP-RPT-RECORD
009690     STRING "INVOICES HELD    : " DELIMITED BY SIZE
009700         WS-HELD-COUNT DELIMITED BY SIZE
009710         INTO EXCP-RPT-RECORD
009720     WRITE EXCP-RPT-RECORD
009730     MOVE SPACES TO EXCP-RPT-RECORD
009740     STRING "EXCEPTION LINES  : " DELIMITED BY SIZE
009750         WS-EXCP-LINE-COUNT DELIMITED BY SIZE
009760         INTO EXCP-RPT-RECORD
009770     WRITE EXCP-RPT-RECORD
009780     CLOSE EXCP-RPT-FILE
009790     DISPLAY "Invoices matched : " WS-MATCHED-COUNT
009800     DISPLAY "Invoices held    : " WS-HELD-COUNT
009810     DISPLAY "Exception lines  : " WS-EXCP-LINE-COUNT.
009820 9999-EXIT.
009830     EXIT.
009840 END PROGRAM INVMATCH.
