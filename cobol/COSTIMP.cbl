000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COSTIMP.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  VENDOR COST FILE
000100*                   IMPORT.  READS A SUPPLIER'S COST FILE
000110*                   (VENDCOST) FOR THE VENDOR KEYED AND POSTS
000120*                   EACH NEW COST ALREADY IN EFFECT TO
000130*                   IM-UNIT-COST ON THE ITEMS THAT VENDOR IS
000140*                   PREFERRED SUPPLIER OF, THROUGH THE ITEMWRK
000150*                   REWRITE AND ITEMLOAD.  THE COSTRPT REPORT
000160*                   LISTS EVERY COST THAT MOVED MORE THAN THE
000170*                   COSTTERM THRESHOLD OR LEAVES THE MARGIN ON
000180*                   THE CURRENT RETAIL PRICE UNDER THE COSTTERM
000190*                   FLOOR, AND EVERY LINE ON THE FILE THAT WAS
000200*                   NOT POSTED - ITEMS WE DO NOT CARRY, ITEMS
000210*                   BOUGHT FROM ANOTHER VENDOR, BAD COSTS, AND
000220*                   COSTS NOT YET IN EFFECT.  REPLACES KEYING
000230*                   COSTS BY HAND IN ITEM MAINTENANCE, WHICH IS
000240*                   ALL THE MARGIN REPORT HAD TO GO ON.
000243*   10/15/2026  DH  WIDEN THE ITEM WORK RECORD FOR THE TAX CLASS
000246*                   NOW ON THE ITEM MASTER.
000247*   10/15/2026  DH  POST COSTS TO THE KEYED ITEM MASTER IN PLACE -
000248*                   EACH ITEM READ AGAIN WITH A LOCK AND
000249*                   REWRITTEN, AN ITEM LEFT LOCKED AT ANOTHER
000250*                   STATION LISTED AS NOT POSTED.  THE ITEMWRK
000251*                   PASS AND ITEMLOAD ARE GONE.
000252*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT VEND-COST-FILE ASSIGN TO "VENDCOST"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-VENDCOST-STATUS.
000320     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-VENDMST-STATUS.
000350     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000354         ORGANIZATION IS INDEXED
000358         ACCESS MODE IS DYNAMIC
000362         RECORD KEY IS IM-ITEM-CODE
000366         LOCK MODE IS MANUAL
000370         FILE STATUS IS WS-ITEMMST-STATUS.
000410     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-BUSDATE-STATUS.
000440     SELECT COST-TERMS-FILE ASSIGN TO "COSTTERM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-COSTTERM-STATUS.
000470     SELECT COST-RPT-FILE ASSIGN TO "COSTRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  VEND-COST-FILE.
000520     COPY VENDCOST.
000530 FD  VENDOR-FILE.
000540     COPY VENDMST.
000550 FD  ITEM-MST-FILE.
000560     COPY ITEMMST.
000590 FD  BUS-DATE-FILE.
000600     COPY BUSDATE.
000610*----------------------------------------------------------------
000620* COSTTERM  -  ONE RECORD: THE PERCENT A COST MAY MOVE BEFORE IT
000630*              IS REPORTED, AND THE GROSS MARGIN PERCENT ON THE
000640*              RETAIL PRICE BELOW WHICH AN ITEM IS FLAGGED FOR A
000650*              PRICE REVIEW.  WITH NO FILE A MOVE OVER 10.00% IS
000660*              REPORTED AND THE MARGIN FLOOR IS 25.00%.
000670*----------------------------------------------------------------
000680 FD  COST-TERMS-FILE.
000690 01  COST-TERMS-RECORD.
000700     05  CT-CHANGE-PCT          PIC 9(3)V99.
000710     05  CT-MARGIN-FLOOR        PIC 9(3)V99.
000720 FD  COST-RPT-FILE.
000730 01  COST-RPT-RECORD            PIC X(100).
000740 WORKING-STORAGE SECTION.
000750 01  WS-VENDCOST-STATUS         PIC X(2).
000760 01  WS-VENDMST-STATUS          PIC X(2).
000770 01  WS-ITEMMST-STATUS          PIC X(2).
000780     88  ITEM-IS-LOCKED         VALUE "51".
000790 01  WS-BUSDATE-STATUS          PIC X(2).
000800 01  WS-COSTTERM-STATUS         PIC X(2).
000810 01  WS-FILE-EOF                PIC X VALUE "N".
000820     88  END-OF-FILE-IN         VALUE "Y".
000830 01  WS-IMPORT-RUN              PIC X VALUE "Y".
000840     88  IMPORT-IS-RUN          VALUE "Y".
000850 01  WS-TIMESTAMP               PIC X(21).
000860 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000870 01  WS-CHANGE-PCT              PIC 9(3)V99 VALUE 10.00.
000880 01  WS-MARGIN-FLOOR            PIC 9(3)V99 VALUE 25.00.
000890 01  WS-VENDOR-ID               PIC X(6).
000900 01  WS-VENDOR-NAME             PIC X(25).
000910 01  WS-VENDOR-FOUND            PIC X VALUE "N".
000920     88  VENDOR-IS-FOUND        VALUE "Y".
000930 01  WS-LINE-COUNT              PIC 9(3) VALUE 0.
000940 01  WS-DROPPED-LINES           PIC 9(5) VALUE 0.
000950 01  WS-LINE-TABLE.
000960     05  WS-LINE-ENTRY OCCURS 999 TIMES.
000970         10  WS-LN-VENDOR-ITEM  PIC X(15).
000980         10  WS-LN-ITEM-CODE    PIC X(10).
000990         10  WS-LN-COST         PIC 9(6)V99.
001000         10  WS-LN-EFF-DATE     PIC 9(8).
001010         10  WS-LN-RESULT       PIC X(1).
001020             88  LN-IS-OPEN         VALUE " ".
001030             88  LN-IS-POSTED       VALUE "U".
001040             88  LN-NOT-CARRIED     VALUE "N".
001050             88  LN-OTHER-VENDOR    VALUE "O".
001060             88  LN-ITEM-INACTIVE   VALUE "I".
001070             88  LN-BAD-COST        VALUE "B".
001080             88  LN-NOT-EFFECTIVE   VALUE "H".
001090             88  LN-SUPERSEDED      VALUE "S".
001095             88  LN-ITEM-LOCKED     VALUE "L".
001100 01  WS-LINE-IDX                PIC 9(3) VALUE 0.
001110 01  WS-BEST-IDX                PIC 9(3) VALUE 0.
001120 01  WS-OLD-COST                PIC 9(6)V99 VALUE 0.
001130 01  WS-MOVE-PCT                PIC S9(4)V99 VALUE 0.
001140 01  WS-MARGIN-PCT              PIC S9(4)V99 VALUE 0.
001150 01  WS-MOVE-FLAG               PIC X VALUE "N".
001160     88  COST-MOVED-TOO-FAR     VALUE "Y".
001170 01  WS-FLOOR-FLAG              PIC X VALUE "N".
001180     88  MARGIN-UNDER-FLOOR     VALUE "Y".
001183 01  WS-READ-DONE               PIC X VALUE "N".
001186     88  READ-IS-DONE           VALUE "Y".
001190 01  WS-POST-COUNT              PIC 9(5) VALUE 0.
001200 01  WS-UPDATED-COUNT           PIC 9(5) VALUE 0.
001210 01  WS-SAME-COUNT              PIC 9(5) VALUE 0.
001220 01  WS-MOVED-COUNT             PIC 9(5) VALUE 0.
001230 01  WS-FLOOR-COUNT             PIC 9(5) VALUE 0.
001240 01  WS-SKIP-COUNT              PIC 9(5) VALUE 0.
001250 01  WS-EDIT-OLD-COST           PIC 9(6).99.
001260 01  WS-EDIT-NEW-COST           PIC 9(6).99.
001270 01  WS-EDIT-PRICE              PIC ZZZZZ9.99.
001280 01  WS-EDIT-PCT                PIC -(4)9.99.
001290 01  WS-EDIT-MARGIN             PIC -(4)9.99.
001300 01  WS-EDIT-TERM-1             PIC ZZ9.99.
001310 01  WS-EDIT-TERM-2             PIC ZZ9.99.
001320 01  WS-SKIP-REASON             PIC X(20).
001330 01  WS-YN-PROMPT               PIC X(60).
001340 01  WS-CONFIRM                 PIC X(1).
001350 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "COSTIMP".
001360 01  WS-AUDIT-MESSAGE           PIC X(60).
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------
001390* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
001400*----------------------------------------------------------------
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001430     IF IMPORT-IS-RUN
001440         PERFORM 1200-GET-VENDOR THRU 1200-EXIT
001450     END-IF
001460     IF IMPORT-IS-RUN
001470         PERFORM 1500-LOAD-COST-FILE THRU 1500-EXIT
001480     END-IF
001490     IF IMPORT-IS-RUN
001500         PERFORM 2000-MATCH-ITEMS THRU 2000-EXIT
001510     END-IF
001520     IF IMPORT-IS-RUN
001530         PERFORM 2500-CONFIRM-RUN THRU 2500-EXIT
001540     END-IF
001550     IF IMPORT-IS-RUN
001560         PERFORM 3000-START-REPORT THRU 3000-EXIT
001570         PERFORM 4000-POST-COSTS THRU 4000-EXIT
001610         PERFORM 5000-LIST-SKIPPED THRU 5000-EXIT
001620         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
001630     END-IF
001640     GOBACK.
001650*----------------------------------------------------------------
001660* 1000-INITIALIZE  -  PICK UP THE BUSINESS DATE, WHICH DECIDES
001670*                     WHICH COSTS ARE IN EFFECT, AND THE
001680*                     REPORTING TERMS.
001690*----------------------------------------------------------------
001700 1000-INITIALIZE.
001710     DISPLAY "[VENDOR COST FILE IMPORT]"
001720     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001730     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001740     OPEN INPUT BUS-DATE-FILE
001750     IF WS-BUSDATE-STATUS NOT = "35"
001760         READ BUS-DATE-FILE
001770             AT END
001780                 CONTINUE
001790             NOT AT END
001800                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001810         END-READ
001820         CLOSE BUS-DATE-FILE
001830     END-IF
001840     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880* 1100-LOAD-TERMS  -  LOAD THE COST MOVE THRESHOLD AND THE
001890*                     MARGIN FLOOR FROM COSTTERM WHEN PRESENT.
001900*----------------------------------------------------------------
001910 1100-LOAD-TERMS.
001920     OPEN INPUT COST-TERMS-FILE
001930     IF WS-COSTTERM-STATUS NOT = "35"
001940         READ COST-TERMS-FILE
001950             AT END
001960                 CONTINUE
001970             NOT AT END
001980                 IF CT-CHANGE-PCT NUMERIC
001990                     MOVE CT-CHANGE-PCT TO WS-CHANGE-PCT
002000                 END-IF
002010                 IF CT-MARGIN-FLOOR NUMERIC
002020                     MOVE CT-MARGIN-FLOOR TO WS-MARGIN-FLOOR
002030                 END-IF
002040         END-READ
002050         CLOSE COST-TERMS-FILE
002060     END-IF.
002070 1100-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 1200-GET-VENDOR  -  ASK WHOSE COST FILE THIS IS.  THE VENDOR
002110*                     MUST BE ON THE VENDOR MASTER; A BLANK
002120*                     ENTRY LEAVES WITHOUT IMPORTING.
002130*----------------------------------------------------------------
002140 1200-GET-VENDOR.
002150     DISPLAY "Vendor ID for the cost file (blank=exit): "
002160         WITH NO ADVANCING
002170     MOVE SPACES TO WS-VENDOR-ID
002180     ACCEPT WS-VENDOR-ID
002190     MOVE FUNCTION UPPER-CASE (WS-VENDOR-ID) TO WS-VENDOR-ID
002200     IF WS-VENDOR-ID = SPACES
002210         MOVE "N" TO WS-IMPORT-RUN
002220         GO TO 1200-EXIT
002230     END-IF
002240     MOVE "N" TO WS-VENDOR-FOUND
002250     MOVE "N" TO WS-FILE-EOF
002260     OPEN INPUT VENDOR-FILE
002270     IF WS-VENDMST-STATUS = "35"
002280         SET END-OF-FILE-IN TO TRUE
002290     END-IF
002300     PERFORM UNTIL END-OF-FILE-IN OR VENDOR-IS-FOUND
002310         READ VENDOR-FILE
002320             AT END
002330                 SET END-OF-FILE-IN TO TRUE
002340             NOT AT END
002350                 IF VN-VENDOR-ID = WS-VENDOR-ID
002360                     SET VENDOR-IS-FOUND TO TRUE
002370                     MOVE VN-NAME TO WS-VENDOR-NAME
002380                 END-IF
002390         END-READ
002400     END-PERFORM
002410     IF WS-VENDMST-STATUS NOT = "35"
002420         CLOSE VENDOR-FILE
002430     END-IF
002440     IF NOT VENDOR-IS-FOUND
002450         DISPLAY "Vendor " WS-VENDOR-ID " not on file."
002460         MOVE "N" TO WS-IMPORT-RUN
002470         GO TO 1200-EXIT
002480     END-IF
002490     DISPLAY "Vendor: " WS-VENDOR-NAME.
002500 1200-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* 1500-LOAD-COST-FILE  -  HOLD THE VENDOR'S COST FILE.  A COST
002540*                        THAT IS NOT A NUMBER OR IS ZERO, AND A
002550*                        COST NOT IN EFFECT BY THE BUSINESS DATE,
002560*                        IS SET ASIDE AT ONCE.
002570*----------------------------------------------------------------
002580 1500-LOAD-COST-FILE.
002590     MOVE "N" TO WS-FILE-EOF
002600     OPEN INPUT VEND-COST-FILE
002610     IF WS-VENDCOST-STATUS = "35"
002620         DISPLAY "No vendor cost file (VENDCOST) to import."
002630         MOVE "N" TO WS-IMPORT-RUN
002640         GO TO 1500-EXIT
002650     END-IF
002660     PERFORM 1510-READ-VENDCOST THRU 1510-EXIT
002670     PERFORM UNTIL END-OF-FILE-IN
002680         IF WS-LINE-COUNT < 999
002690             ADD 1 TO WS-LINE-COUNT
002700             PERFORM 1520-HOLD-LINE THRU 1520-EXIT
002710         ELSE
002720             ADD 1 TO WS-DROPPED-LINES
002730         END-IF
002740         PERFORM 1510-READ-VENDCOST THRU 1510-EXIT
002750     END-PERFORM
002760     CLOSE VEND-COST-FILE
002770     IF WS-DROPPED-LINES > 0
002780         DISPLAY "Cost file holds over 999 lines - "
002790             WS-DROPPED-LINES " not imported."
002800         MOVE SPACES TO WS-AUDIT-MESSAGE
002810         STRING "COST IMPORT " DELIMITED BY SIZE
002820             WS-VENDOR-ID DELIMITED BY SIZE
002830             " DROPPED " DELIMITED BY SIZE
002840             WS-DROPPED-LINES DELIMITED BY SIZE
002850             " LINES, TABLE FULL" DELIMITED BY SIZE
002860             INTO WS-AUDIT-MESSAGE
002870         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002880             WS-AUDIT-MESSAGE
002890     END-IF
002900     IF WS-LINE-COUNT = 0
002910         DISPLAY "Vendor cost file is empty."
002920         MOVE "N" TO WS-IMPORT-RUN
002930     END-IF.
002940 1500-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 1510-READ-VENDCOST  -  READ THE NEXT VENDOR COST RECORD.
002980*----------------------------------------------------------------
002990 1510-READ-VENDCOST.
003000     READ VEND-COST-FILE
003010         AT END
003020             SET END-OF-FILE-IN TO TRUE
003030     END-READ.
003040 1510-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 1520-HOLD-LINE  -  ADD ONE COST LINE TO THE TABLE.
003080*----------------------------------------------------------------
003090 1520-HOLD-LINE.
003100     MOVE VC-VENDOR-ITEM TO WS-LN-VENDOR-ITEM (WS-LINE-COUNT)
003110     MOVE FUNCTION UPPER-CASE (VC-ITEM-CODE)
003120         TO WS-LN-ITEM-CODE (WS-LINE-COUNT)
003130     MOVE 0 TO WS-LN-COST (WS-LINE-COUNT)
003140     MOVE 0 TO WS-LN-EFF-DATE (WS-LINE-COUNT)
003150     MOVE SPACE TO WS-LN-RESULT (WS-LINE-COUNT)
003160     IF VC-NEW-COST NUMERIC
003170         MOVE VC-NEW-COST TO WS-LN-COST (WS-LINE-COUNT)
003180     END-IF
003190     IF VC-EFFECTIVE-DATE NUMERIC
003200         MOVE VC-EFFECTIVE-DATE TO WS-LN-EFF-DATE (WS-LINE-COUNT)
003210     END-IF
003220     IF WS-LN-COST (WS-LINE-COUNT) = 0
003230         SET LN-BAD-COST (WS-LINE-COUNT) TO TRUE
003240     ELSE
003250         IF WS-LN-EFF-DATE (WS-LINE-COUNT) > WS-BUSINESS-DATE
003260             SET LN-NOT-EFFECTIVE (WS-LINE-COUNT) TO TRUE
003270         END-IF
003280     END-IF.
003290 1520-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 2000-MATCH-ITEMS  -  PASS THE ITEM MASTER ONCE TO SETTLE WHICH
003330*                     LINES WILL BE POSTED, SO THE OPERATOR SEES
003340*                     THE COUNT BEFORE ANYTHING CHANGES.  A LINE
003350*                     FOR NO ITEM ON THE MASTER IS AN ITEM WE DO
003360*                     NOT CARRY.
003370*----------------------------------------------------------------
003380 2000-MATCH-ITEMS.
003390     MOVE "N" TO WS-FILE-EOF
003400     OPEN INPUT ITEM-MST-FILE
003410     IF WS-ITEMMST-STATUS = "35"
003420         DISPLAY "No item master - nothing to import into."
003430         MOVE "N" TO WS-IMPORT-RUN
003440         GO TO 2000-EXIT
003450     END-IF
003460     PERFORM 2100-READ-ITEMMST THRU 2100-EXIT
003470     PERFORM UNTIL END-OF-FILE-IN
003480         PERFORM 2200-MATCH-ONE-ITEM THRU 2200-EXIT
003490         PERFORM 2100-READ-ITEMMST THRU 2100-EXIT
003500     END-PERFORM
003510     CLOSE ITEM-MST-FILE
003520     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
003530             UNTIL WS-LINE-IDX > WS-LINE-COUNT
003540         IF LN-IS-OPEN (WS-LINE-IDX)
003550             SET LN-NOT-CARRIED (WS-LINE-IDX) TO TRUE
003560         END-IF
003570         IF LN-IS-POSTED (WS-LINE-IDX)
003580             ADD 1 TO WS-POST-COUNT
003590         ELSE
003600             ADD 1 TO WS-SKIP-COUNT
003610         END-IF
003620     END-PERFORM.
003630 2000-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 2100-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
003670*----------------------------------------------------------------
003680 2100-READ-ITEMMST.
003690     READ ITEM-MST-FILE NEXT RECORD
003700         AT END
003710             SET END-OF-FILE-IN TO TRUE
003720     END-READ.
003730 2100-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* 2200-MATCH-ONE-ITEM  -  SETTLE EVERY OPEN LINE FOR THIS ITEM.
003770*                        ONLY AN ACTIVE ITEM WHOSE PREFERRED
003780*                        VENDOR IS THIS VENDOR TAKES A COST; IF
003790*                        THE FILE COSTS IT MORE THAN ONCE, THE
003800*                        LATEST EFFECTIVE DATE (THEN THE LAST
003810*                        LINE) WINS AND THE REST ARE SUPERSEDED.
003820*----------------------------------------------------------------
003830 2200-MATCH-ONE-ITEM.
003840     MOVE 0 TO WS-BEST-IDX
003850     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
003860             UNTIL WS-LINE-IDX > WS-LINE-COUNT
003870         IF LN-IS-OPEN (WS-LINE-IDX) AND
003880                 WS-LN-ITEM-CODE (WS-LINE-IDX) = IM-ITEM-CODE
003890             EVALUATE TRUE
003900                 WHEN IM-PREF-VENDOR NOT = WS-VENDOR-ID
003910                     SET LN-OTHER-VENDOR (WS-LINE-IDX) TO TRUE
003920                 WHEN NOT IM-IS-ACTIVE
003930                     SET LN-ITEM-INACTIVE (WS-LINE-IDX) TO TRUE
003940                 WHEN WS-BEST-IDX = 0
003950                     MOVE WS-LINE-IDX TO WS-BEST-IDX
003960                 WHEN WS-LN-EFF-DATE (WS-LINE-IDX) NOT <
003970                         WS-LN-EFF-DATE (WS-BEST-IDX)
003980                     SET LN-SUPERSEDED (WS-BEST-IDX) TO TRUE
003990                     MOVE WS-LINE-IDX TO WS-BEST-IDX
004000                 WHEN OTHER
004010                     SET LN-SUPERSEDED (WS-LINE-IDX) TO TRUE
004020             END-EVALUATE
004030         END-IF
004040     END-PERFORM
004050     IF WS-BEST-IDX > 0
004060         SET LN-IS-POSTED (WS-BEST-IDX) TO TRUE
004070     END-IF.
004080 2200-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 2500-CONFIRM-RUN  -  SHOW WHAT WILL BE POSTED AND ASK BEFORE
004120*                     THE ITEM MASTER IS TOUCHED.
004130*----------------------------------------------------------------
004140 2500-CONFIRM-RUN.
004150     MOVE WS-CHANGE-PCT TO WS-EDIT-TERM-1
004160     MOVE WS-MARGIN-FLOOR TO WS-EDIT-TERM-2
004170     DISPLAY "Cost lines read: " WS-LINE-COUNT
004180         "  to post: " WS-POST-COUNT
004190         "  not posted: " WS-SKIP-COUNT
004200     DISPLAY "Report moves over " WS-EDIT-TERM-1
004210         "%  margin floor " WS-EDIT-TERM-2 "%"
004220     IF WS-POST-COUNT = 0
004230         DISPLAY "No costs to post - see COSTRPT for the lines "
004240             "set aside."
004250         GO TO 2500-EXIT
004260     END-IF
004270     MOVE "Post the new unit costs?" TO WS-YN-PROMPT
004280     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
004290         WS-AUDIT-PROGRAM
004300     IF WS-CONFIRM NOT = "Y"
004310         DISPLAY "Unit costs not posted."
004320         MOVE "N" TO WS-IMPORT-RUN
004330     END-IF.
004340 2500-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 3000-START-REPORT  -  OPEN COSTRPT AND WRITE THE HEADINGS.
004380*----------------------------------------------------------------
004390 3000-START-REPORT.
004400     OPEN OUTPUT COST-RPT-FILE
004410     MOVE SPACES TO COST-RPT-RECORD
004420     STRING "VENDOR COST IMPORT  " DELIMITED BY SIZE
004430         WS-VENDOR-ID DELIMITED BY SIZE
004440         " " DELIMITED BY SIZE
004450         WS-VENDOR-NAME DELIMITED BY SIZE
004460         "  AS OF " DELIMITED BY SIZE
004470         WS-BUSINESS-DATE DELIMITED BY SIZE
004480         INTO COST-RPT-RECORD
004490     WRITE COST-RPT-RECORD
004500     MOVE SPACES TO COST-RPT-RECORD
004510     STRING "COST MOVES OVER " DELIMITED BY SIZE
004520         WS-EDIT-TERM-1 DELIMITED BY SIZE
004530         "%  AND MARGINS UNDER " DELIMITED BY SIZE
004540         WS-EDIT-TERM-2 DELIMITED BY SIZE
004550         "% ARE LISTED" DELIMITED BY SIZE
004560         INTO COST-RPT-RECORD
004570     WRITE COST-RPT-RECORD
004580     MOVE SPACES TO COST-RPT-RECORD
004590     WRITE COST-RPT-RECORD
004600     MOVE "COSTS POSTED THAT NEED A LOOK" TO COST-RPT-RECORD
004610     WRITE COST-RPT-RECORD
004620     MOVE "ITEM       DESCRIPTION           OLD COST  NEW COST"
004630         TO COST-RPT-RECORD
004640     MOVE "   MOVE %     PRICE MARGIN % FLAG"
004650         TO COST-RPT-RECORD (52:33)
004660     WRITE COST-RPT-RECORD.
004670 3000-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* 4000-POST-COSTS  -  PASS THE ITEM MASTER IN KEY ORDER, POSTING
004710*                   EACH MATCHED LINE'S COST IN PLACE.
004720*----------------------------------------------------------------
004730 4000-POST-COSTS.
004740     MOVE "N" TO WS-FILE-EOF
004745     OPEN I-O ITEM-MST-FILE
004750     IF WS-ITEMMST-STATUS NOT = "00"
004755         DISPLAY "Item master not available - costs not posted."
004760         GO TO 4000-EXIT
004765     END-IF
004770     PERFORM 2100-READ-ITEMMST THRU 2100-EXIT
004780     PERFORM UNTIL END-OF-FILE-IN
004790         IF IM-PREF-VENDOR = WS-VENDOR-ID AND IM-IS-ACTIVE
004800             PERFORM 4100-POST-ONE-ITEM THRU 4100-EXIT
004810         END-IF
004840         PERFORM 2100-READ-ITEMMST THRU 2100-EXIT
004850     END-PERFORM
004860     CLOSE ITEM-MST-FILE.
004880 4000-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 4100-POST-ONE-ITEM  -  POST THE ITEM'S NEW COST, LOG THE BEFORE
004920*                       AND AFTER, AND REPORT IT WHEN THE COST
004930*                       MOVED PAST THE THRESHOLD OR THE MARGIN
004940*                       ON TODAY'S RETAIL PRICE FALLS UNDER THE
004950*                       FLOOR.  A COST NEVER KEYED BEFORE COUNTS
004955*                       AS A MOVE PAST THE THRESHOLD.  AN ITEM
004960*                       LEFT LOCKED AT ANOTHER STATION IS SET
004965*                       ASIDE WITH THE LINES NOT POSTED.
004970*----------------------------------------------------------------
004980 4100-POST-ONE-ITEM.
004990     MOVE 0 TO WS-BEST-IDX
005000     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005010             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005020             OR WS-BEST-IDX > 0
005030         IF LN-IS-POSTED (WS-LINE-IDX) AND
005040                 WS-LN-ITEM-CODE (WS-LINE-IDX) = IM-ITEM-CODE
005050             MOVE WS-LINE-IDX TO WS-BEST-IDX
005060         END-IF
005070     END-PERFORM
005080     IF WS-BEST-IDX = 0
005090         GO TO 4100-EXIT
005100     END-IF
005110     MOVE IM-UNIT-COST TO WS-OLD-COST
005120     IF WS-LN-COST (WS-BEST-IDX) = WS-OLD-COST
005130         ADD 1 TO WS-SAME-COUNT
005140     ELSE
005144         PERFORM 4150-REWRITE-ITEM THRU 4150-EXIT
005148         IF LN-ITEM-LOCKED (WS-BEST-IDX)
005152             GO TO 4100-EXIT
005156         END-IF
005160         ADD 1 TO WS-UPDATED-COUNT
005170         MOVE WS-OLD-COST TO WS-EDIT-OLD-COST
005180         MOVE IM-UNIT-COST TO WS-EDIT-NEW-COST
005190         MOVE SPACES TO WS-AUDIT-MESSAGE
005200         STRING "CHANGED " DELIMITED BY SIZE
005210             IM-ITEM-CODE DELIMITED BY SIZE
005220             " COST " DELIMITED BY SIZE
005230             WS-EDIT-OLD-COST DELIMITED BY SIZE
005240             " > " DELIMITED BY SIZE
005250             WS-EDIT-NEW-COST DELIMITED BY SIZE
005260             INTO WS-AUDIT-MESSAGE
005270         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005280             WS-AUDIT-MESSAGE
005290     END-IF
005300     MOVE "N" TO WS-MOVE-FLAG
005310     MOVE "N" TO WS-FLOOR-FLAG
005320     MOVE 0 TO WS-MOVE-PCT
005330     IF WS-OLD-COST = 0
005340         SET COST-MOVED-TOO-FAR TO TRUE
005350     ELSE
005360         COMPUTE WS-MOVE-PCT ROUNDED =
005370             (IM-UNIT-COST - WS-OLD-COST) * 100 / WS-OLD-COST
005380             ON SIZE ERROR
005390                 MOVE 9999.99 TO WS-MOVE-PCT
005400         END-COMPUTE
005410         IF WS-MOVE-PCT > WS-CHANGE-PCT OR
005420                 WS-MOVE-PCT < 0 - WS-CHANGE-PCT
005430             SET COST-MOVED-TOO-FAR TO TRUE
005440         END-IF
005450     END-IF
005460     MOVE 0 TO WS-MARGIN-PCT
005470     IF IM-UNIT-PRICE = 0
005480         SET MARGIN-UNDER-FLOOR TO TRUE
005490     ELSE
005500         COMPUTE WS-MARGIN-PCT ROUNDED =
005510             (IM-UNIT-PRICE - IM-UNIT-COST) * 100 / IM-UNIT-PRICE
005520             ON SIZE ERROR
005530                 MOVE -9999.99 TO WS-MARGIN-PCT
005540         END-COMPUTE
005550         IF WS-MARGIN-PCT < WS-MARGIN-FLOOR
005560             SET MARGIN-UNDER-FLOOR TO TRUE
005570         END-IF
005580     END-IF
005590     IF COST-MOVED-TOO-FAR
005600         ADD 1 TO WS-MOVED-COUNT
005610     END-IF
005620     IF MARGIN-UNDER-FLOOR
005630         ADD 1 TO WS-FLOOR-COUNT
005640     END-IF
005650     IF COST-MOVED-TOO-FAR OR MARGIN-UNDER-FLOOR
005660         PERFORM 4200-WRITE-ITEM-LINE THRU 4200-EXIT
005670     END-IF.
005680 4100-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005701* 4150-REWRITE-ITEM  -  READ THE ITEM AGAIN WITH A LOCK AND
005702*                      REWRITE IT WITH THE LINE'S COST, SO AN
005703*                      ON-HAND POSTED SINCE THE PASS READ IT IS
005704*                      KEPT.  WHILE ANOTHER STATION HOLDS THE
005705*                      RECORD THE OPERATOR IS ASKED WHETHER TO
005706*                      TRY AGAIN; ONE GIVEN UP ON IS LOGGED AND
005707*                      THE LINE SET ASIDE.
005708*----------------------------------------------------------------
005709 4150-REWRITE-ITEM.
005710     MOVE "N" TO WS-READ-DONE
005711     PERFORM UNTIL READ-IS-DONE
005712         READ ITEM-MST-FILE WITH LOCK
005713             INVALID KEY
005714                 CONTINUE
005715         END-READ
005716         IF ITEM-IS-LOCKED
005717             DISPLAY "Item " IM-ITEM-CODE
005718                 " is in use at another station."
005719             MOVE "Try the item again?" TO WS-YN-PROMPT
005720             CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
005721                 WS-AUDIT-PROGRAM
005722             IF WS-CONFIRM NOT = "Y"
005723                 SET READ-IS-DONE TO TRUE
005724             END-IF
005725         ELSE
005726             SET READ-IS-DONE TO TRUE
005727         END-IF
005728     END-PERFORM
005729     IF WS-ITEMMST-STATUS NOT = "00"
005730         SET LN-ITEM-LOCKED (WS-BEST-IDX) TO TRUE
005731         SUBTRACT 1 FROM WS-POST-COUNT
005732         ADD 1 TO WS-SKIP-COUNT
005733         MOVE SPACES TO WS-AUDIT-MESSAGE
005734         STRING "COST SKIPPED, ITEM LOCKED: " DELIMITED BY SIZE
005735             WS-LN-ITEM-CODE (WS-BEST-IDX) DELIMITED BY SIZE
005736             " STATUS " DELIMITED BY SIZE
005737             WS-ITEMMST-STATUS DELIMITED BY SIZE
005738             INTO WS-AUDIT-MESSAGE
005739         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005740             WS-AUDIT-MESSAGE
005741         GO TO 4150-EXIT
005742     END-IF
005743     MOVE IM-UNIT-COST TO WS-OLD-COST
005744     MOVE WS-LN-COST (WS-BEST-IDX) TO IM-UNIT-COST
005745     REWRITE ITEM-MST-RECORD
005746         INVALID KEY
005747             CONTINUE
005748     END-REWRITE
005749     UNLOCK ITEM-MST-FILE.
005750 4150-EXIT.
005751     EXIT.
005752*----------------------------------------------------------------
005753* 4200-WRITE-ITEM-LINE  -  ONE REPORT LINE FOR A POSTED COST.
005754*----------------------------------------------------------------
005755 4200-WRITE-ITEM-LINE.
005756     MOVE WS-OLD-COST TO WS-EDIT-OLD-COST
005757     MOVE IM-UNIT-COST TO WS-EDIT-NEW-COST
005760     MOVE WS-MOVE-PCT TO WS-EDIT-PCT
005770     MOVE IM-UNIT-PRICE TO WS-EDIT-PRICE
005780     MOVE WS-MARGIN-PCT TO WS-EDIT-MARGIN
005790     MOVE SPACES TO COST-RPT-RECORD
005800     STRING IM-ITEM-CODE DELIMITED BY SIZE
005810         " " DELIMITED BY SIZE
005820         IM-DESCRIPTION (1:20) DELIMITED BY SIZE
005830         " " DELIMITED BY SIZE
005840         WS-EDIT-OLD-COST DELIMITED BY SIZE
005850         " " DELIMITED BY SIZE
005860         WS-EDIT-NEW-COST DELIMITED BY SIZE
005870         " " DELIMITED BY SIZE
005880         INTO COST-RPT-RECORD
005890     IF WS-OLD-COST = 0
005900         MOVE "     NEW" TO COST-RPT-RECORD (53:8)
005910     ELSE
005920         MOVE WS-EDIT-PCT TO COST-RPT-RECORD (53:8)
005930     END-IF
005940     MOVE WS-EDIT-PRICE TO COST-RPT-RECORD (62:9)
005950     IF IM-UNIT-PRICE NOT = 0
005960         MOVE WS-EDIT-MARGIN TO COST-RPT-RECORD (72:8)
005970     END-IF
005980     IF COST-MOVED-TOO-FAR
005990         MOVE "MOVE" TO COST-RPT-RECORD (81:4)
006000     END-IF
006010     IF MARGIN-UNDER-FLOOR
006020         MOVE "REPRICE" TO COST-RPT-RECORD (86:7)
006030     END-IF
006040     WRITE COST-RPT-RECORD.
006050 4200-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006380* 5000-LIST-SKIPPED  -  LIST EVERY LINE ON THE FILE THAT WAS NOT
006390*                      POSTED, WITH THE REASON.
006400*----------------------------------------------------------------
006410 5000-LIST-SKIPPED.
006420     MOVE SPACES TO COST-RPT-RECORD
006430     WRITE COST-RPT-RECORD
006440     MOVE "LINES NOT POSTED" TO COST-RPT-RECORD
006450     WRITE COST-RPT-RECORD
006460     MOVE "VENDOR ITEM     OUR ITEM    NEW COST EFFECTIVE REASON"
006470         TO COST-RPT-RECORD
006480     WRITE COST-RPT-RECORD
006490     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
006500             UNTIL WS-LINE-IDX > WS-LINE-COUNT
006510         IF NOT LN-IS-POSTED (WS-LINE-IDX)
006520             PERFORM 5100-WRITE-SKIP-LINE THRU 5100-EXIT
006530         END-IF
006540     END-PERFORM.
006550 5000-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580* 5100-WRITE-SKIP-LINE  -  ONE REPORT LINE FOR A LINE SET ASIDE.
006590*----------------------------------------------------------------
006600 5100-WRITE-SKIP-LINE.
006610     EVALUATE TRUE
006620         WHEN LN-NOT-CARRIED (WS-LINE-IDX)
006630             MOVE "NOT CARRIED" TO WS-SKIP-REASON
006640         WHEN LN-OTHER-VENDOR (WS-LINE-IDX)
006650             MOVE "OTHER VENDOR'S ITEM" TO WS-SKIP-REASON
006660         WHEN LN-ITEM-INACTIVE (WS-LINE-IDX)
006670             MOVE "ITEM INACTIVE" TO WS-SKIP-REASON
006680         WHEN LN-BAD-COST (WS-LINE-IDX)
006690             MOVE "NO VALID COST" TO WS-SKIP-REASON
006700         WHEN LN-NOT-EFFECTIVE (WS-LINE-IDX)
006710             MOVE "NOT YET EFFECTIVE" TO WS-SKIP-REASON
006713         WHEN LN-ITEM-LOCKED (WS-LINE-IDX)
006716             MOVE "ITEM IN USE" TO WS-SKIP-REASON
006720         WHEN OTHER
006730             MOVE "SUPERSEDED" TO WS-SKIP-REASON
006740     END-EVALUATE
006750     MOVE WS-LN-COST (WS-LINE-IDX) TO WS-EDIT-NEW-COST
006760     MOVE SPACES TO COST-RPT-RECORD
006770     STRING WS-LN-VENDOR-ITEM (WS-LINE-IDX) DELIMITED BY SIZE
006780         " " DELIMITED BY SIZE
006790         WS-LN-ITEM-CODE (WS-LINE-IDX) DELIMITED BY SIZE
006800         " " DELIMITED BY SIZE
006810         WS-EDIT-NEW-COST DELIMITED BY SIZE
006820         " " DELIMITED BY SIZE
006830         WS-LN-EFF-DATE (WS-LINE-IDX) DELIMITED BY SIZE
006840         "  " DELIMITED BY SIZE
006850         WS-SKIP-REASON DELIMITED BY SIZE
006860         INTO COST-RPT-RECORD
006870     WRITE COST-RPT-RECORD.
006880 5100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910* 6000-WRITE-TOTALS  -  CLOSE THE REPORT WITH THE RUN'S COUNTS
006920*                      AND LOG THE IMPORT.
006930*----------------------------------------------------------------
006940 6000-WRITE-TOTALS.
006950     MOVE SPACES TO COST-RPT-RECORD
006960     WRITE COST-RPT-RECORD
006970     MOVE SPACES TO COST-RPT-RECORD
006980     STRING "LINES READ: " DELIMITED BY SIZE
006990         WS-LINE-COUNT DELIMITED BY SIZE
007000         "  COSTS CHANGED: " DELIMITED BY SIZE
007010         WS-UPDATED-COUNT DELIMITED BY SIZE
007020         "  UNCHANGED: " DELIMITED BY SIZE
007030         WS-SAME-COUNT DELIMITED BY SIZE
007040         "  NOT POSTED: " DELIMITED BY SIZE
007050         WS-SKIP-COUNT DELIMITED BY SIZE
007060         INTO COST-RPT-RECORD
007070     WRITE COST-RPT-RECORD
007080     MOVE SPACES TO COST-RPT-RECORD
007090     STRING "MOVED PAST THRESHOLD: " DELIMITED BY SIZE
007100         WS-MOVED-COUNT DELIMITED BY SIZE
007110         "  UNDER MARGIN FLOOR: " DELIMITED BY SIZE
007120         WS-FLOOR-COUNT DELIMITED BY SIZE
007130         INTO COST-RPT-RECORD
007140     WRITE COST-RPT-RECORD
007150     CLOSE COST-RPT-FILE
007160     DISPLAY "Costs changed: " WS-UPDATED-COUNT
007170         "  under margin floor: " WS-FLOOR-COUNT
007180         " - see COSTRPT."
007190     MOVE SPACES TO WS-AUDIT-MESSAGE
007200     STRING "COST IMPORT " DELIMITED BY SIZE
007210         WS-VENDOR-ID DELIMITED BY SIZE
007220         " READ " DELIMITED BY SIZE
007230         WS-LINE-COUNT DELIMITED BY SIZE
007240         " CHANGED " DELIMITED BY SIZE
007250         WS-UPDATED-COUNT DELIMITED BY SIZE
007260         " SKIPPED " DELIMITED BY SIZE
007270         WS-SKIP-COUNT DELIMITED BY SIZE
007280         INTO WS-AUDIT-MESSAGE
007290     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
007300         WS-AUDIT-MESSAGE.
007310 6000-EXIT.
007320     EXIT.
007330 END PROGRAM COSTIMP.
