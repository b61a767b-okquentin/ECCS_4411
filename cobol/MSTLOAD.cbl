000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSTLOAD.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  LOADS AND EXTRACTS
000100*                   THE KEYED ITEM AND CUSTOMER MASTERS.  A LOAD
000110*                   BUILDS ITEMMST OR CUSTMST FROM A PLAIN
000120*                   SEQUENTIAL FILE (ITEMSEQ OR CUSTSEQ) - A NEW
000130*                   STORE'S SEED FILE OR AN EXTRACT EDITED BY THE
000140*                   OFFICE - AND REPLACES WHAT IS ON THE KEYED
000150*                   FILE, SO IT IS CONFIRMED FIRST.  A DUPLICATE
000160*                   KEY IS DROPPED AND LOGGED; THE FIRST RECORD
000170*                   FOR A KEY WINS.  AN EXTRACT COPIES BOTH KEYED
000180*                   MASTERS OUT, IN KEY ORDER, TO ITEMSEQ AND
000190*                   CUSTSEQ FOR ANYTHING THAT WANTS A FLAT FILE.
000200*                   REPLACES THE OLD ITEM INDEX REBUILD (ITEMLOAD)
000210*                   NOW THAT THE MASTERS ARE KEYED THEMSELVES.
000220*   10/15/2026  DH  WIDEN THE ITEM SEQUENTIAL RECORD FOR THE
000230*                   SEASONAL FLAG NOW ON THE ITEM MASTER.
000240*   10/15/2026  DH  THE STORE STOCK FILE (STORSTK) IS NOW KEYED
000250*                   BY STORE AND ITEM.  CHOICE 4 LOADS IT FROM
000260*                   STKSEQ THE SAME WAY, DROPPING A DUPLICATE
000270*                   STORE AND ITEM, AND THE EXTRACT WRITES IT TO
000280*                   STKSEQ ALONG WITH THE OTHER TWO MASTERS.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ITEM-SEQ-FILE ASSIGN TO "ITEMSEQ"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ITEMSEQ-STATUS.
000360     SELECT CUST-SEQ-FILE ASSIGN TO "CUSTSEQ"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CUSTSEQ-STATUS.
000390     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS IM-ITEM-CODE
000430         FILE STATUS IS WS-ITEMMST-STATUS.
000440     SELECT CUST-MST-FILE ASSIGN TO "CUSTMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CU-CUST-ID
000480         FILE STATUS IS WS-CUSTMST-STATUS.
000490     SELECT STOCK-SEQ-FILE ASSIGN TO "STKSEQ"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-STKSEQ-STATUS.
000520     SELECT STOCK-MST-FILE ASSIGN TO "STORSTK"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SS-STOCK-KEY
000560         FILE STATUS IS WS-STORSTK-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ITEM-SEQ-FILE.
000600 01  ITEM-SEQ-RECORD            PIC X(86).
000610 FD  CUST-SEQ-FILE.
000620 01  CUST-SEQ-RECORD            PIC X(85).
000630 FD  ITEM-MST-FILE.
000640     COPY ITEMMST.
000650 FD  CUST-MST-FILE.
000660     COPY CUSTMST.
000670 FD  STOCK-SEQ-FILE.
000680 01  STOCK-SEQ-RECORD           PIC X(50).
000690 FD  STOCK-MST-FILE.
000700     COPY STORSTK.
000710 WORKING-STORAGE SECTION.
000720 01  WS-ITEMSEQ-STATUS          PIC X(2).
000730 01  WS-CUSTSEQ-STATUS          PIC X(2).
000740 01  WS-ITEMMST-STATUS          PIC X(2).
000750 01  WS-CUSTMST-STATUS          PIC X(2).
000760 01  WS-STKSEQ-STATUS           PIC X(2).
000770 01  WS-STORSTK-STATUS          PIC X(2).
000780 01  WS-FILE-EOF                PIC X VALUE "N".
000790     88  END-OF-FILE-IN         VALUE "Y".
000800 01  WS-LOAD-CHOICE             PIC X(1).
000810     88  WS-LOAD-ITEMS          VALUE "1".
000820     88  WS-LOAD-CUSTOMERS      VALUE "2".
000830     88  WS-EXTRACT-ALL         VALUE "3".
000840     88  WS-LOAD-STORE-STOCK    VALUE "4".
000850 01  WS-LOAD-COUNT              PIC 9(6) VALUE 0.
000860 01  WS-DROP-COUNT              PIC 9(6) VALUE 0.
000870 01  WS-EXTRACT-COUNT           PIC 9(6) VALUE 0.
000880 01  WS-EDIT-COUNT              PIC ZZZZZ9.
000890 01  WS-CONFIRM                 PIC X(1).
000900 01  WS-YN-PROMPT               PIC X(40).
000910 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "MSTLOAD".
000920 01  WS-AUDIT-MESSAGE           PIC X(60).
000930 PROCEDURE DIVISION.
000940*----------------------------------------------------------------
000950* 0000-MAINLINE  -  TAKE THE OPERATOR'S CHOICE AND RUN IT.
000960*----------------------------------------------------------------
000970 0000-MAINLINE.
000980     DISPLAY "[MASTER FILE LOAD AND EXTRACT]"
000990     DISPLAY "  1. Load the item master from ITEMSEQ"
001000     DISPLAY "  2. Load the customer master from CUSTSEQ"
001010     DISPLAY "  3. Extract the masters to ITEMSEQ, CUSTSEQ and "
001020         "STKSEQ"
001030     DISPLAY "  4. Load the store stock file from STKSEQ"
001040     DISPLAY "Choice (blank to cancel): " WITH NO ADVANCING
001050     MOVE SPACE TO WS-LOAD-CHOICE
001060     ACCEPT WS-LOAD-CHOICE
001070     EVALUATE TRUE
001080         WHEN WS-LOAD-ITEMS
001090             PERFORM 1000-LOAD-ITEMS THRU 1000-EXIT
001100         WHEN WS-LOAD-CUSTOMERS
001110             PERFORM 2000-LOAD-CUSTOMERS THRU 2000-EXIT
001120         WHEN WS-EXTRACT-ALL
001130             PERFORM 3000-EXTRACT-ITEMS THRU 3000-EXIT
001140             PERFORM 4000-EXTRACT-CUSTOMERS THRU 4000-EXIT
001150             PERFORM 6000-EXTRACT-STORE-STOCK THRU 6000-EXIT
001160         WHEN WS-LOAD-STORE-STOCK
001170             PERFORM 5000-LOAD-STORE-STOCK THRU 5000-EXIT
001180         WHEN OTHER
001190             DISPLAY "Nothing done."
001200     END-EVALUATE
001210     GOBACK.
001220*----------------------------------------------------------------
001230* 1000-LOAD-ITEMS  -  BUILD THE KEYED ITEM MASTER FROM ITEMSEQ.
001240*                     EVERYTHING ON THE KEYED FILE IS REPLACED,
001250*                     ON-HAND QUANTITIES INCLUDED.
001260*----------------------------------------------------------------
001270 1000-LOAD-ITEMS.
001280     MOVE "N" TO WS-FILE-EOF
001290     MOVE 0 TO WS-LOAD-COUNT
001300     MOVE 0 TO WS-DROP-COUNT
001310     OPEN INPUT ITEM-SEQ-FILE
001320     IF WS-ITEMSEQ-STATUS = "35"
001330         DISPLAY "No ITEMSEQ file - nothing to load."
001340         MOVE "NO ITEMSEQ FILE, ITEM MASTER NOT LOADED"
001350             TO WS-AUDIT-MESSAGE
001360         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001370             WS-AUDIT-MESSAGE
001380         GO TO 1000-EXIT
001390     END-IF
001400     DISPLAY "The item master will be replaced from ITEMSEQ."
001410     MOVE "Replace the item master?" TO WS-YN-PROMPT
001420     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
001430         WS-AUDIT-PROGRAM
001440     IF WS-CONFIRM NOT = "Y"
001450         CLOSE ITEM-SEQ-FILE
001460         DISPLAY "Load cancelled."
001470         GO TO 1000-EXIT
001480     END-IF
001490     OPEN OUTPUT ITEM-MST-FILE
001500     PERFORM 1100-READ-ITEMSEQ THRU 1100-EXIT
001510     PERFORM 1200-LOAD-ITEM THRU 1200-EXIT
001520         UNTIL END-OF-FILE-IN
001530     CLOSE ITEM-SEQ-FILE
001540     CLOSE ITEM-MST-FILE
001550     DISPLAY "Items loaded : " WS-LOAD-COUNT
001560     DISPLAY "Items dropped: " WS-DROP-COUNT
001570     MOVE WS-LOAD-COUNT TO WS-EDIT-COUNT
001580     MOVE SPACES TO WS-AUDIT-MESSAGE
001590     STRING "ITEM MASTER LOADED FROM ITEMSEQ: " DELIMITED BY SIZE
001600         WS-EDIT-COUNT DELIMITED BY SIZE
001610         " ITEMS" DELIMITED BY SIZE
001620         INTO WS-AUDIT-MESSAGE
001630     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
001640 1000-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670* 1100-READ-ITEMSEQ  -  READ THE NEXT SEQUENTIAL ITEM RECORD.
001680*----------------------------------------------------------------
001690 1100-READ-ITEMSEQ.
001700     READ ITEM-SEQ-FILE
001710         AT END
001720             SET END-OF-FILE-IN TO TRUE
001730     END-READ.
001740 1100-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
001770* 1200-LOAD-ITEM  -  WRITE ONE ITEM TO THE KEYED MASTER.  A
001780*                    DUPLICATE ITEM CODE IS DROPPED AND LOGGED.
001790*----------------------------------------------------------------
001800 1200-LOAD-ITEM.
001810     MOVE ITEM-SEQ-RECORD TO ITEM-MST-RECORD
001820     WRITE ITEM-MST-RECORD
001830         INVALID KEY
001840             ADD 1 TO WS-DROP-COUNT
001850             DISPLAY "Duplicate item code dropped: "
001860                 IM-ITEM-CODE
001870             MOVE SPACES TO WS-AUDIT-MESSAGE
001880             STRING "DUPLICATE ITEM CODE DROPPED: "
001890                 DELIMITED BY SIZE
001900                 IM-ITEM-CODE DELIMITED BY SIZE
001910                 INTO WS-AUDIT-MESSAGE
001920             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001930                 WS-AUDIT-MESSAGE
001940         NOT INVALID KEY
001950             ADD 1 TO WS-LOAD-COUNT
001960     END-WRITE
001970     PERFORM 1100-READ-ITEMSEQ THRU 1100-EXIT.
001980 1200-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010* 2000-LOAD-CUSTOMERS  -  BUILD THE KEYED CUSTOMER MASTER FROM
002020*                         CUSTSEQ.  EVERYTHING ON THE KEYED FILE
002030*                         IS REPLACED, BALANCES INCLUDED.
002040*----------------------------------------------------------------
002050 2000-LOAD-CUSTOMERS.
002060     MOVE "N" TO WS-FILE-EOF
002070     MOVE 0 TO WS-LOAD-COUNT
002080     MOVE 0 TO WS-DROP-COUNT
002090     OPEN INPUT CUST-SEQ-FILE
002100     IF WS-CUSTSEQ-STATUS = "35"
002110         DISPLAY "No CUSTSEQ file - nothing to load."
002120         MOVE "NO CUSTSEQ FILE, CUSTOMER MASTER NOT LOADED"
002130             TO WS-AUDIT-MESSAGE
002140         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002150             WS-AUDIT-MESSAGE
002160         GO TO 2000-EXIT
002170     END-IF
002180     DISPLAY "The customer master will be replaced from CUSTSEQ."
002190     MOVE "Replace the customer master?" TO WS-YN-PROMPT
002200     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
002210         WS-AUDIT-PROGRAM
002220     IF WS-CONFIRM NOT = "Y"
002230         CLOSE CUST-SEQ-FILE
002240         DISPLAY "Load cancelled."
002250         GO TO 2000-EXIT
002260     END-IF
002270     OPEN OUTPUT CUST-MST-FILE
002280     PERFORM 2100-READ-CUSTSEQ THRU 2100-EXIT
002290     PERFORM 2200-LOAD-CUSTOMER THRU 2200-EXIT
002300         UNTIL END-OF-FILE-IN
002310     CLOSE CUST-SEQ-FILE
002320     CLOSE CUST-MST-FILE
002330     DISPLAY "Accounts loaded : " WS-LOAD-COUNT
002340     DISPLAY "Accounts dropped: " WS-DROP-COUNT
002350     MOVE WS-LOAD-COUNT TO WS-EDIT-COUNT
002360     MOVE SPACES TO WS-AUDIT-MESSAGE
002370     STRING "CUSTOMER MASTER LOADED FROM CUSTSEQ: "
002380         DELIMITED BY SIZE
002390         WS-EDIT-COUNT DELIMITED BY SIZE
002400         " ACCOUNTS" DELIMITED BY SIZE
002410         INTO WS-AUDIT-MESSAGE
002420     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
002430 2000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 2100-READ-CUSTSEQ  -  READ THE NEXT SEQUENTIAL CUSTOMER RECORD.
002470*----------------------------------------------------------------
002480 2100-READ-CUSTSEQ.
002490     READ CUST-SEQ-FILE
002500         AT END
002510             SET END-OF-FILE-IN TO TRUE
002520     END-READ.
002530 2100-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* 2200-LOAD-CUSTOMER  -  WRITE ONE ACCOUNT TO THE KEYED MASTER.
002570*                        A DUPLICATE CUSTOMER ID IS DROPPED AND
002580*                        LOGGED.
002590*----------------------------------------------------------------
002600 2200-LOAD-CUSTOMER.
002610     MOVE CUST-SEQ-RECORD TO CUSTOMER-RECORD
002620     WRITE CUSTOMER-RECORD
002630         INVALID KEY
002640             ADD 1 TO WS-DROP-COUNT
002650             DISPLAY "Duplicate customer ID dropped: "
002660                 CU-CUST-ID
002670             MOVE SPACES TO WS-AUDIT-MESSAGE
002680             STRING "DUPLICATE CUSTOMER ID DROPPED: "
002690                 DELIMITED BY SIZE
002700                 CU-CUST-ID DELIMITED BY SIZE
002710                 INTO WS-AUDIT-MESSAGE
002720             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002730                 WS-AUDIT-MESSAGE
002740         NOT INVALID KEY
002750             ADD 1 TO WS-LOAD-COUNT
002760     END-WRITE
002770     PERFORM 2100-READ-CUSTSEQ THRU 2100-EXIT.
002780 2200-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810* 3000-EXTRACT-ITEMS  -  COPY THE KEYED ITEM MASTER, IN ITEM
002820*                        CODE ORDER, TO ITEMSEQ.
002830*----------------------------------------------------------------
002840 3000-EXTRACT-ITEMS.
002850     MOVE "N" TO WS-FILE-EOF
002860     MOVE 0 TO WS-EXTRACT-COUNT
002870     OPEN INPUT ITEM-MST-FILE
002880     IF WS-ITEMMST-STATUS NOT = "00"
002890         DISPLAY "No item master - ITEMSEQ not written."
002900         GO TO 3000-EXIT
002910     END-IF
002920     OPEN OUTPUT ITEM-SEQ-FILE
002930     PERFORM 3100-READ-ITEMMST THRU 3100-EXIT
002940     PERFORM UNTIL END-OF-FILE-IN
002950         MOVE ITEM-MST-RECORD TO ITEM-SEQ-RECORD
002960         WRITE ITEM-SEQ-RECORD
002970         ADD 1 TO WS-EXTRACT-COUNT
002980         PERFORM 3100-READ-ITEMMST THRU 3100-EXIT
002990     END-PERFORM
003000     CLOSE ITEM-MST-FILE
003010     CLOSE ITEM-SEQ-FILE
003020     DISPLAY "Items extracted to ITEMSEQ   : " WS-EXTRACT-COUNT.
003030 3000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* 3100-READ-ITEMMST  -  READ THE NEXT ITEM IN KEY ORDER.
003070*----------------------------------------------------------------
003080 3100-READ-ITEMMST.
003090     READ ITEM-MST-FILE NEXT RECORD
003100         AT END
003110             SET END-OF-FILE-IN TO TRUE
003120     END-READ.
003130 3100-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 4000-EXTRACT-CUSTOMERS  -  COPY THE KEYED CUSTOMER MASTER, IN
003170*                            CUSTOMER ID ORDER, TO CUSTSEQ.
003180*----------------------------------------------------------------
003190 4000-EXTRACT-CUSTOMERS.
003200     MOVE "N" TO WS-FILE-EOF
003210     MOVE 0 TO WS-EXTRACT-COUNT
003220     OPEN INPUT CUST-MST-FILE
003230     IF WS-CUSTMST-STATUS NOT = "00"
003240         DISPLAY "No customer master - CUSTSEQ not written."
003250         GO TO 4000-EXIT
003260     END-IF
003270     OPEN OUTPUT CUST-SEQ-FILE
003280     PERFORM 4100-READ-CUSTMST THRU 4100-EXIT
003290     PERFORM UNTIL END-OF-FILE-IN
003300         MOVE CUSTOMER-RECORD TO CUST-SEQ-RECORD
003310         WRITE CUST-SEQ-RECORD
003320         ADD 1 TO WS-EXTRACT-COUNT
003330         PERFORM 4100-READ-CUSTMST THRU 4100-EXIT
003340     END-PERFORM
003350     CLOSE CUST-MST-FILE
003360     CLOSE CUST-SEQ-FILE
003370     DISPLAY "Accounts extracted to CUSTSEQ: " WS-EXTRACT-COUNT.
003380 4000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 4100-READ-CUSTMST  -  READ THE NEXT ACCOUNT IN KEY ORDER.
003420*----------------------------------------------------------------
003430 4100-READ-CUSTMST.
003440     READ CUST-MST-FILE NEXT RECORD
003450         AT END
003460             SET END-OF-FILE-IN TO TRUE
003470     END-READ.
003480 4100-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* 5000-LOAD-STORE-STOCK  -  BUILD THE KEYED STORE STOCK FILE FROM
003520*                           STKSEQ.  EVERYTHING ON THE KEYED FILE
003530*                           IS REPLACED, ON-HAND QUANTITIES
003540*                           INCLUDED.
003550*----------------------------------------------------------------
003560 5000-LOAD-STORE-STOCK.
003570     MOVE "N" TO WS-FILE-EOF
003580     MOVE 0 TO WS-LOAD-COUNT
003590     MOVE 0 TO WS-DROP-COUNT
003600     OPEN INPUT STOCK-SEQ-FILE
003610     IF WS-STKSEQ-STATUS = "35"
003620         DISPLAY "No STKSEQ file - nothing to load."
003630         MOVE "NO STKSEQ FILE, STORE STOCK NOT LOADED"
003640             TO WS-AUDIT-MESSAGE
003650         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003660             WS-AUDIT-MESSAGE
003670         GO TO 5000-EXIT
003680     END-IF
003690     DISPLAY "The store stock file will be replaced from STKSEQ."
003700     MOVE "Replace the store stock file?" TO WS-YN-PROMPT
003710     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003720         WS-AUDIT-PROGRAM
003730     IF WS-CONFIRM NOT = "Y"
003740         CLOSE STOCK-SEQ-FILE
003750         DISPLAY "Load cancelled."
003760         GO TO 5000-EXIT
003770     END-IF
003780     OPEN OUTPUT STOCK-MST-FILE
003790     PERFORM 5100-READ-STKSEQ THRU 5100-EXIT
003800     PERFORM 5200-LOAD-STOCK THRU 5200-EXIT
003810         UNTIL END-OF-FILE-IN
003820     CLOSE STOCK-SEQ-FILE
003830     CLOSE STOCK-MST-FILE
003840     DISPLAY "Stock records loaded : " WS-LOAD-COUNT
003850     DISPLAY "Stock records dropped: " WS-DROP-COUNT
003860     MOVE WS-LOAD-COUNT TO WS-EDIT-COUNT
003870     MOVE SPACES TO WS-AUDIT-MESSAGE
003880     STRING "STORE STOCK LOADED FROM STKSEQ: " DELIMITED BY SIZE
003890         WS-EDIT-COUNT DELIMITED BY SIZE
003900         " RECORDS" DELIMITED BY SIZE
003910         INTO WS-AUDIT-MESSAGE
003920     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
003930 5000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 5100-READ-STKSEQ  -  READ THE NEXT SEQUENTIAL STOCK RECORD.
003970*----------------------------------------------------------------
003980 5100-READ-STKSEQ.
003990     READ STOCK-SEQ-FILE
004000         AT END
004010             SET END-OF-FILE-IN TO TRUE
004020     END-READ.
004030 5100-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 5200-LOAD-STOCK  -  WRITE ONE STORE STOCK RECORD TO THE KEYED
004070*                     FILE.  A DUPLICATE STORE AND ITEM IS
004080*                     DROPPED AND LOGGED.
004090*----------------------------------------------------------------
004100 5200-LOAD-STOCK.
004110     MOVE STOCK-SEQ-RECORD TO STORE-STOCK-RECORD
004120     WRITE STORE-STOCK-RECORD
004130         INVALID KEY
004140             ADD 1 TO WS-DROP-COUNT
004150             DISPLAY "Duplicate stock record dropped: "
004160                 SS-STORE-NAME " " SS-ITEM-CODE
004170             MOVE SPACES TO WS-AUDIT-MESSAGE
004180             STRING "DUPLICATE STOCK RECORD DROPPED: "
004190                 DELIMITED BY SIZE
004200                 SS-STORE-NAME DELIMITED BY "  "
004210                 " " DELIMITED BY SIZE
004220                 SS-ITEM-CODE DELIMITED BY SIZE
004230                 INTO WS-AUDIT-MESSAGE
004240             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004250                 WS-AUDIT-MESSAGE
004260         NOT INVALID KEY
004270             ADD 1 TO WS-LOAD-COUNT
004280     END-WRITE
004290     PERFORM 5100-READ-STKSEQ THRU 5100-EXIT.
004300 5200-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 6000-EXTRACT-STORE-STOCK  -  COPY THE KEYED STORE STOCK FILE,
004340*                              IN STORE AND ITEM ORDER, TO
004350*                              STKSEQ.
004360*----------------------------------------------------------------
004370 6000-EXTRACT-STORE-STOCK.
004380     MOVE "N" TO WS-FILE-EOF
004390     MOVE 0 TO WS-EXTRACT-COUNT
004400     OPEN INPUT STOCK-MST-FILE
004410     IF WS-STORSTK-STATUS NOT = "00"
004420         DISPLAY "No store stock file - STKSEQ not written."
004430         GO TO 6000-EXIT
004440     END-IF
004450     OPEN OUTPUT STOCK-SEQ-FILE
004460     PERFORM 6100-READ-STORSTK THRU 6100-EXIT
004470     PERFORM UNTIL END-OF-FILE-IN
004480         MOVE STORE-STOCK-RECORD TO STOCK-SEQ-RECORD
004490         WRITE STOCK-SEQ-RECORD
004500         ADD 1 TO WS-EXTRACT-COUNT
004510         PERFORM 6100-READ-STORSTK THRU 6100-EXIT
004520     END-PERFORM
004530     CLOSE STOCK-MST-FILE
004540     CLOSE STOCK-SEQ-FILE
004550     DISPLAY "Stock records extracted to STKSEQ: "
004560         WS-EXTRACT-COUNT.
004570 6000-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 6100-READ-STORSTK  -  READ THE NEXT STOCK RECORD IN KEY ORDER.
004610*----------------------------------------------------------------
004620 6100-READ-STORSTK.
004630     READ STOCK-MST-FILE NEXT RECORD
004640         AT END
004650             SET END-OF-FILE-IN TO TRUE
004660     END-READ.
004670 6100-EXIT.
004680     EXIT.
004690 END PROGRAM MSTLOAD.
