000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BINMNT.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  BIN ASSIGNMENT
000100*                   MAINTENANCE.  TIES THE BIN CODES ISSUED TO
000110*                   THE REGISTRY (CODEREG) TO THE ITEMS ON THE
000120*                   ITEM MASTER THAT LIVE IN THEM, SO THE STOCK
000130*                   COUNT (STKCNT) CAN PRINT COUNT SHEETS IN BIN
000140*                   WALK ORDER AND TAKE COUNTS BY BIN.  A BIN
000150*                   MUST BE AN ACTIVE REGISTRY CODE - AN
000160*                   UNREGISTERED OR RETIRED CODE IS REFUSED - AND
000170*                   THE ITEM AN ACTIVE ITEM.  BIN CODES ARE
000180*                   NORMALIZED THE WAY THE REGISTRY INQUIRY
000190*                   (CODEINQ) DOES IT.  EVERY CHANGE IS LOGGED TO
000200*                   THE SHARED AUDIT LOG.
000202*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000204*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000206*                   CODE.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BIN-ASGN-FILE ASSIGN TO "BINASGN"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-BINASGN-STATUS.
000280     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000285         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000295         RECORD KEY IS IM-ITEM-CODE
000300         FILE STATUS IS WS-ITEMMST-STATUS.
000310     SELECT CODE-REG-FILE ASSIGN TO "CODEREG"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CR-CODE
000350         FILE STATUS IS WS-CODEREG-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  BIN-ASGN-FILE.
000390     COPY BINASGN.
000400 FD  ITEM-MST-FILE.
000410     COPY ITEMMST.
000420 FD  CODE-REG-FILE.
000430     COPY CODEREG.
000440 WORKING-STORAGE SECTION.
000450 01  WS-BINASGN-STATUS           PIC X(2).
000460 01  WS-ITEMMST-STATUS           PIC X(2).
000470 01  WS-CODEREG-STATUS           PIC X(2).
000480 01  WS-BINASGN-EOF              PIC X VALUE "N".
000490     88  END-OF-BINASGN          VALUE "Y".
000500 01  WS-ITEMMST-EOF              PIC X VALUE "N".
000510     88  END-OF-ITEMMST          VALUE "Y".
000520 01  WS-ACTION                   PIC X(1).
000530     88  WS-ACTION-ASSIGN        VALUE "A".
000540     88  WS-ACTION-REMOVE        VALUE "R".
000550     88  WS-ACTION-LIST          VALUE "L".
000560     88  WS-ACTION-EXIT          VALUE "X".
000570 01  WS-BIN-COUNT                PIC 9(4) VALUE 0.
000580 01  WS-BIN-TABLE.
000590     05  WS-BIN-ENTRY OCCURS 2000 TIMES.
000600         10  WS-TBL-BIN          PIC X(30).
000610         10  WS-TBL-ITEM         PIC X(10).
000620         10  WS-TBL-DATE         PIC 9(8).
000630 01  WS-ITEM-COUNT               PIC 9(3) VALUE 0.
000640 01  WS-ITEM-TABLE.
000650     05  WS-ITEM-ENTRY OCCURS 999 TIMES.
000660         10  WS-ITM-CODE         PIC X(10).
000670         10  WS-ITM-DESC         PIC X(30).
000680         10  WS-ITM-FLAG         PIC X(1).
000690 01  WS-FOUND-IDX                PIC 9(4) VALUE 0.
000700 01  WS-SCAN-IDX                 PIC 9(4) VALUE 0.
000710 01  WS-INSERT-IDX               PIC 9(4) VALUE 0.
000720 01  WS-ITEM-IDX                 PIC 9(3) VALUE 0.
000730 01  WS-ITEM-SCAN                PIC 9(3) VALUE 0.
000740 01  WS-RAW-CODE                 PIC X(80).
000750 01  WS-NORMALIZED               PIC X(80).
000760 01  WS-NORM-LEN                 PIC 9(2) VALUE 0.
000770 01  WS-CHAR-POS                 PIC 9(2) VALUE 1.
000780 01  WS-WORK-BIN                 PIC X(30).
000790 01  WS-WORK-ITEM                PIC X(10).
000800 01  WS-BIN-OK                   PIC X(1).
000810     88  WS-BIN-IS-OK            VALUE "Y".
000820 01  WS-LIST-COUNT               PIC 9(4) VALUE 0.
000830 01  WS-NO-BIN-COUNT             PIC 9(3) VALUE 0.
000840 01  WS-HAS-BIN                  PIC X(1).
000850     88  WS-ITEM-HAS-BIN         VALUE "Y".
000860 01  WS-TODAY-STAMP              PIC X(21).
000870 01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
000880 01  WS-EDIT-DATE                PIC 9999/99/99.
000890 01  WS-CONFIRM                  PIC X(1).
000900 01  WS-YN-PROMPT                PIC X(40).
000910 01  WS-AUDIT-PROGRAM            PIC X(8) VALUE "BINMNT".
000920 01  WS-AUDIT-MESSAGE            PIC X(60).
000930 PROCEDURE DIVISION.
000940*----------------------------------------------------------------
000950* 0000-MAINLINE  -  LOAD THE ASSIGNMENTS AND THE ITEM MASTER,
000960*                   TAKE MAINTENANCE ACTIONS UNTIL THE OPERATOR
000970*                   EXITS, AND RETURN.  THE ASSIGNMENT FILE IS
000980*                   REWRITTEN AFTER EVERY ACTION SO AN
000990*                   INTERRUPTED SESSION LOSES NOTHING.
001000*----------------------------------------------------------------
001010 0000-MAINLINE.
001020     DISPLAY "[BIN ASSIGNMENT MAINTENANCE]"
001030     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
001040     MOVE FUNCTION NUMVAL(WS-TODAY-STAMP (1:8))
001050         TO WS-TODAY-DATE
001060     PERFORM 0500-LOAD-ASSIGNMENTS THRU 0500-EXIT
001070     PERFORM 0600-LOAD-ITEMS THRU 0600-EXIT
001080     MOVE SPACE TO WS-ACTION
001090     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001100         UNTIL WS-ACTION-EXIT
001110     GOBACK.
001120*----------------------------------------------------------------
001130* 0500-LOAD-ASSIGNMENTS  -  READ THE WHOLE BIN ASSIGNMENT FILE
001140*                           INTO THE WORK TABLE.  A MISSING FILE
001150*                           JUST MEANS NO BINS ARE ASSIGNED YET.
001160*----------------------------------------------------------------
001170 0500-LOAD-ASSIGNMENTS.
001180     OPEN INPUT BIN-ASGN-FILE
001190     IF WS-BINASGN-STATUS = "35"
001200         DISPLAY "No bin assignments on file - starting a new "
001210             "file."
001220         GO TO 0500-EXIT
001230     END-IF
001240     PERFORM 0510-READ-BINASGN THRU 0510-EXIT
001250     PERFORM UNTIL END-OF-BINASGN
001260         IF WS-BIN-COUNT < 2000
001270             ADD 1 TO WS-BIN-COUNT
001280             MOVE BA-BIN-CODE TO WS-TBL-BIN (WS-BIN-COUNT)
001290             MOVE BA-ITEM-CODE TO WS-TBL-ITEM (WS-BIN-COUNT)
001300             MOVE BA-ASSIGN-DATE TO WS-TBL-DATE (WS-BIN-COUNT)
001310         ELSE
001320             DISPLAY "Bin table full - record skipped: "
001330                 BA-BIN-CODE
001340             MOVE SPACES TO WS-AUDIT-MESSAGE
001350             STRING "BIN TABLE FULL, SKIPPED: " DELIMITED BY SIZE
001360                 BA-BIN-CODE DELIMITED BY SIZE
001370                 INTO WS-AUDIT-MESSAGE
001380             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001390                 WS-AUDIT-MESSAGE
001400         END-IF
001410         PERFORM 0510-READ-BINASGN THRU 0510-EXIT
001420     END-PERFORM
001430     CLOSE BIN-ASGN-FILE.
001440 0500-EXIT.
001450     EXIT.
001460*----------------------------------------------------------------
001470* 0510-READ-BINASGN  -  READ THE NEXT BIN ASSIGNMENT RECORD.
001480*----------------------------------------------------------------
001490 0510-READ-BINASGN.
001500     READ BIN-ASGN-FILE
001510         AT END
001520             SET END-OF-BINASGN TO TRUE
001530     END-READ.
001540 0510-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570* 0600-LOAD-ITEMS  -  READ THE ITEM CODES, DESCRIPTIONS, AND
001580*                     ACTIVE FLAGS FROM THE ITEM MASTER.
001590*----------------------------------------------------------------
001600 0600-LOAD-ITEMS.
001610     OPEN INPUT ITEM-MST-FILE
001620     IF WS-ITEMMST-STATUS = "35"
001630         DISPLAY "No item master on file - nothing can be "
001640             "assigned."
001650         GO TO 0600-EXIT
001660     END-IF
001670     PERFORM 0610-READ-ITEMMST THRU 0610-EXIT
001680     PERFORM UNTIL END-OF-ITEMMST
001690         IF WS-ITEM-COUNT < 999
001700             ADD 1 TO WS-ITEM-COUNT
001710             MOVE IM-ITEM-CODE TO WS-ITM-CODE (WS-ITEM-COUNT)
001720             MOVE IM-DESCRIPTION TO WS-ITM-DESC (WS-ITEM-COUNT)
001730             MOVE IM-ACTIVE-FLAG TO WS-ITM-FLAG (WS-ITEM-COUNT)
001740         END-IF
001750         PERFORM 0610-READ-ITEMMST THRU 0610-EXIT
001760     END-PERFORM
001770     CLOSE ITEM-MST-FILE.
001780 0600-EXIT.
001790     EXIT.
001800*----------------------------------------------------------------
001810* 0610-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
001820*----------------------------------------------------------------
001830 0610-READ-ITEMMST.
001840     READ ITEM-MST-FILE
001850         AT END
001860             SET END-OF-ITEMMST TO TRUE
001870     END-READ.
001880 0610-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------
001910* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
001920*                     DISPATCH TO THE MATCHING MAINTENANCE
001930*                     PARAGRAPH.
001940*----------------------------------------------------------------
001950 1000-GET-ACTION.
001960     DISPLAY " "
001970     DISPLAY "Action (A=Assign, R=Remove, L=List, X=Exit): "
001980         WITH NO ADVANCING
001990     ACCEPT WS-ACTION
002000     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
002010     EVALUATE TRUE
002020         WHEN WS-ACTION-ASSIGN
002030             PERFORM 2000-ASSIGN-ITEM THRU 2000-EXIT
002040         WHEN WS-ACTION-REMOVE
002050             PERFORM 3000-REMOVE-ITEM THRU 3000-EXIT
002060         WHEN WS-ACTION-LIST
002070             PERFORM 4000-LIST-BINS THRU 4000-EXIT
002080         WHEN WS-ACTION-EXIT
002090             CONTINUE
002100         WHEN OTHER
002110             DISPLAY "Invalid action - enter A, R, L, or X."
002120     END-EVALUATE.
002130 1000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 1100-NORMALIZE-CODE  -  FOLD LETTERS TO UPPER CASE AND KEEP
002170*                         ONLY THE LETTERS AND DIGITS, EXACTLY
002180*                         AS THE REGISTRY INQUIRY DOES.
002190*----------------------------------------------------------------
002200 1100-NORMALIZE-CODE.
002210     MOVE SPACES TO WS-NORMALIZED
002220     MOVE 0 TO WS-NORM-LEN
002230     INSPECT WS-RAW-CODE CONVERTING
002240         "abcdefghijklmnopqrstuvwxyz"
002250         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002260     PERFORM 1110-KEEP-CHAR THRU 1110-EXIT
002270         VARYING WS-CHAR-POS FROM 1 BY 1
002280         UNTIL WS-CHAR-POS > 80.
002290 1100-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320* 1110-KEEP-CHAR  -  COPY ONE CHARACTER INTO THE NORMALIZED CODE
002330*                    WHEN IT IS A LETTER OR A DIGIT.
002340*----------------------------------------------------------------
002350 1110-KEEP-CHAR.
002360     IF (WS-RAW-CODE (WS-CHAR-POS:1) >= "A" AND
002370             WS-RAW-CODE (WS-CHAR-POS:1) <= "Z") OR
002380         (WS-RAW-CODE (WS-CHAR-POS:1) >= "0" AND
002390             WS-RAW-CODE (WS-CHAR-POS:1) <= "9")
002400         ADD 1 TO WS-NORM-LEN
002410         MOVE WS-RAW-CODE (WS-CHAR-POS:1)
002420             TO WS-NORMALIZED (WS-NORM-LEN:1)
002430     END-IF.
002440 1110-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470* 2000-ASSIGN-ITEM  -  PUT ONE ITEM IN ONE BIN.  THE BIN MUST BE
002480*                      AN ACTIVE REGISTRY CODE AND THE ITEM AN
002490*                      ACTIVE ITEM NOT ALREADY IN THAT BIN.  THE
002500*                      NEW ASSIGNMENT GOES IN AT ITS PLACE IN
002510*                      BIN CODE ORDER.
002520*----------------------------------------------------------------
002530 2000-ASSIGN-ITEM.
002540     PERFORM 6000-GET-BIN THRU 6000-EXIT
002550     IF NOT WS-BIN-IS-OK
002560         GO TO 2000-EXIT
002570     END-IF
002580     PERFORM 5100-CHECK-REGISTRY THRU 5100-EXIT
002590     IF NOT WS-BIN-IS-OK
002600         GO TO 2000-EXIT
002610     END-IF
002620     PERFORM 6100-GET-ITEM THRU 6100-EXIT
002630     PERFORM 5200-FIND-ITEM THRU 5200-EXIT
002640     IF WS-ITEM-IDX = 0
002650         DISPLAY "No such item on file: " WS-WORK-ITEM
002660         GO TO 2000-EXIT
002670     END-IF
002680     IF WS-ITM-FLAG (WS-ITEM-IDX) NOT = "A"
002690         DISPLAY "Item is inactive - not assigned: " WS-WORK-ITEM
002700         GO TO 2000-EXIT
002710     END-IF
002720     PERFORM 5000-FIND-ASSIGNMENT THRU 5000-EXIT
002730     IF WS-FOUND-IDX NOT = 0
002740         DISPLAY "That item is already in that bin."
002750         GO TO 2000-EXIT
002760     END-IF
002770     IF WS-BIN-COUNT >= 2000
002780         DISPLAY "Bin table full - cannot assign."
002790         GO TO 2000-EXIT
002800     END-IF
002810     PERFORM 2100-INSERT-ASSIGNMENT THRU 2100-EXIT
002820     MOVE SPACES TO WS-AUDIT-MESSAGE
002830     STRING "BIN ASSIGNED: " DELIMITED BY SIZE
002840         WS-WORK-BIN DELIMITED BY SPACE
002850         " ITEM " DELIMITED BY SIZE
002860         WS-WORK-ITEM DELIMITED BY SIZE
002870         INTO WS-AUDIT-MESSAGE
002880     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
002890     PERFORM 8000-REWRITE-ASSIGNMENTS THRU 8000-EXIT
002900     DISPLAY "Item " WS-WORK-ITEM " assigned to bin "
002910         WS-WORK-BIN.
002920 2000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 2100-INSERT-ASSIGNMENT  -  FIND THE FIRST ENTRY THAT SORTS
002960*                            AFTER THE NEW BIN AND ITEM, OPEN A
002970*                            SLOT THERE, AND FILL IT.
002980*----------------------------------------------------------------
002990 2100-INSERT-ASSIGNMENT.
003000     COMPUTE WS-INSERT-IDX = WS-BIN-COUNT + 1
003010     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003020             UNTIL WS-SCAN-IDX > WS-BIN-COUNT
003030         IF WS-TBL-BIN (WS-SCAN-IDX) > WS-WORK-BIN OR
003040             (WS-TBL-BIN (WS-SCAN-IDX) = WS-WORK-BIN AND
003050              WS-TBL-ITEM (WS-SCAN-IDX) > WS-WORK-ITEM)
003060             MOVE WS-SCAN-IDX TO WS-INSERT-IDX
003070             EXIT PERFORM
003080         END-IF
003090     END-PERFORM
003100     PERFORM VARYING WS-SCAN-IDX FROM WS-BIN-COUNT BY -1
003110             UNTIL WS-SCAN-IDX < WS-INSERT-IDX
003120         MOVE WS-BIN-ENTRY (WS-SCAN-IDX)
003130             TO WS-BIN-ENTRY (WS-SCAN-IDX + 1)
003140     END-PERFORM
003150     ADD 1 TO WS-BIN-COUNT
003160     MOVE WS-WORK-BIN TO WS-TBL-BIN (WS-INSERT-IDX)
003170     MOVE WS-WORK-ITEM TO WS-TBL-ITEM (WS-INSERT-IDX)
003180     MOVE WS-TODAY-DATE TO WS-TBL-DATE (WS-INSERT-IDX).
003190 2100-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220* 3000-REMOVE-ITEM  -  TAKE ONE ITEM OUT OF ONE BIN.  THE BIN IS
003230*                      NOT CHECKED AGAINST THE REGISTRY, SO THE
003240*                      ITEMS IN A RETIRED BIN CAN STILL BE MOVED
003250*                      OUT OF IT.
003260*----------------------------------------------------------------
003270 3000-REMOVE-ITEM.
003280     PERFORM 6000-GET-BIN THRU 6000-EXIT
003290     IF NOT WS-BIN-IS-OK
003300         GO TO 3000-EXIT
003310     END-IF
003320     PERFORM 6100-GET-ITEM THRU 6100-EXIT
003330     PERFORM 5000-FIND-ASSIGNMENT THRU 5000-EXIT
003340     IF WS-FOUND-IDX = 0
003350         DISPLAY "That item is not assigned to that bin."
003360         GO TO 3000-EXIT
003370     END-IF
003380     MOVE "Remove this item from the bin?" TO WS-YN-PROMPT
003390     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003400         WS-AUDIT-PROGRAM
003410     IF WS-CONFIRM NOT = "Y"
003420         DISPLAY "Nothing removed."
003430         GO TO 3000-EXIT
003440     END-IF
003450     PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY 1
003460             UNTIL WS-SCAN-IDX >= WS-BIN-COUNT
003470         MOVE WS-BIN-ENTRY (WS-SCAN-IDX + 1)
003480             TO WS-BIN-ENTRY (WS-SCAN-IDX)
003490     END-PERFORM
003500     SUBTRACT 1 FROM WS-BIN-COUNT
003510     MOVE SPACES TO WS-AUDIT-MESSAGE
003520     STRING "BIN REMOVED: " DELIMITED BY SIZE
003530         WS-WORK-BIN DELIMITED BY SPACE
003540         " ITEM " DELIMITED BY SIZE
003550         WS-WORK-ITEM DELIMITED BY SIZE
003560         INTO WS-AUDIT-MESSAGE
003570     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
003580     PERFORM 8000-REWRITE-ASSIGNMENTS THRU 8000-EXIT
003590     DISPLAY "Item " WS-WORK-ITEM " removed from bin "
003600         WS-WORK-BIN.
003610 3000-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640* 4000-LIST-BINS  -  SHOW THE ASSIGNMENTS IN WALK ORDER, FOR ONE
003650*                    BIN OR (BLANK) ALL OF THEM, THEN THE ACTIVE
003660*                    ITEMS THAT ARE IN NO BIN.
003670*----------------------------------------------------------------
003680 4000-LIST-BINS.
003690     DISPLAY "Bin code (blank = all bins): " WITH NO ADVANCING
003700     MOVE SPACES TO WS-RAW-CODE
003710     ACCEPT WS-RAW-CODE
003720     PERFORM 1100-NORMALIZE-CODE THRU 1100-EXIT
003730     MOVE WS-NORMALIZED TO WS-WORK-BIN
003740     MOVE 0 TO WS-LIST-COUNT
003750     DISPLAY " "
003760     DISPLAY "BIN CODE                       ITEM       "
003770         "DESCRIPTION"
003780     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003790             UNTIL WS-SCAN-IDX > WS-BIN-COUNT
003800         IF WS-WORK-BIN = SPACES OR
003810             WS-TBL-BIN (WS-SCAN-IDX) = WS-WORK-BIN
003820             ADD 1 TO WS-LIST-COUNT
003830             MOVE WS-TBL-ITEM (WS-SCAN-IDX) TO WS-WORK-ITEM
003840             PERFORM 5200-FIND-ITEM THRU 5200-EXIT
003850             IF WS-ITEM-IDX = 0
003860                 DISPLAY WS-TBL-BIN (WS-SCAN-IDX) " "
003870                     WS-TBL-ITEM (WS-SCAN-IDX) " "
003880                     "(NOT ON ITEM MASTER)"
003890             ELSE
003900                 DISPLAY WS-TBL-BIN (WS-SCAN-IDX) " "
003910                     WS-TBL-ITEM (WS-SCAN-IDX) " "
003920                     WS-ITM-DESC (WS-ITEM-IDX)
003930             END-IF
003940         END-IF
003950     END-PERFORM
003960     DISPLAY "Assignments listed: " WS-LIST-COUNT
003970     IF WS-WORK-BIN NOT = SPACES
003980         GO TO 4000-EXIT
003990     END-IF
004000     MOVE 0 TO WS-NO-BIN-COUNT
004010     PERFORM VARYING WS-ITEM-SCAN FROM 1 BY 1
004020             UNTIL WS-ITEM-SCAN > WS-ITEM-COUNT
004030         IF WS-ITM-FLAG (WS-ITEM-SCAN) = "A"
004040             PERFORM 4100-CHECK-ITEM-BIN THRU 4100-EXIT
004050             IF NOT WS-ITEM-HAS-BIN
004060                 ADD 1 TO WS-NO-BIN-COUNT
004070                 DISPLAY "NO BIN: " WS-ITM-CODE (WS-ITEM-SCAN)
004080                     " " WS-ITM-DESC (WS-ITEM-SCAN)
004090             END-IF
004100         END-IF
004110     END-PERFORM
004120     DISPLAY "Active items with no bin: " WS-NO-BIN-COUNT.
004130 4000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 4100-CHECK-ITEM-BIN  -  SAY WHETHER THE ITEM AT WS-ITEM-SCAN IS
004170*                         ASSIGNED TO ANY BIN.
004180*----------------------------------------------------------------
004190 4100-CHECK-ITEM-BIN.
004200     MOVE "N" TO WS-HAS-BIN
004210     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004220             UNTIL WS-SCAN-IDX > WS-BIN-COUNT
004230         IF WS-TBL-ITEM (WS-SCAN-IDX) = WS-ITM-CODE (WS-ITEM-SCAN)
004240             MOVE "Y" TO WS-HAS-BIN
004250             EXIT PERFORM
004260         END-IF
004270     END-PERFORM.
004280 4100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 5000-FIND-ASSIGNMENT  -  LOOK UP WS-WORK-BIN / WS-WORK-ITEM IN
004320*                          THE ASSIGNMENT TABLE.
004330*----------------------------------------------------------------
004340 5000-FIND-ASSIGNMENT.
004350     MOVE 0 TO WS-FOUND-IDX
004360     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004370             UNTIL WS-SCAN-IDX > WS-BIN-COUNT
004380         IF WS-TBL-BIN (WS-SCAN-IDX) = WS-WORK-BIN AND
004390             WS-TBL-ITEM (WS-SCAN-IDX) = WS-WORK-ITEM
004400             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
004410             EXIT PERFORM
004420         END-IF
004430     END-PERFORM.
004440 5000-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470* 5100-CHECK-REGISTRY  -  READ THE BIN CODE FROM THE ISSUED-CODE
004480*                         REGISTRY.  A CODE NEVER ISSUED, OR ONE
004490*                         WHOSE BIN HAS BEEN RETIRED, CANNOT TAKE
004500*                         ITEMS.  EACH REFUSAL IS AUDITED.
004510*----------------------------------------------------------------
004520 5100-CHECK-REGISTRY.
004530     MOVE "N" TO WS-BIN-OK
004540     OPEN INPUT CODE-REG-FILE
004550     IF WS-CODEREG-STATUS = "35"
004560         DISPLAY "No code registry on file - no bin can be "
004570             "assigned."
004580         GO TO 5100-EXIT
004590     END-IF
004600     MOVE WS-NORMALIZED TO CR-CODE
004610     READ CODE-REG-FILE
004620         INVALID KEY
004630             MOVE SPACE TO CR-STATUS
004640     END-READ
004650     CLOSE CODE-REG-FILE
004660     MOVE SPACES TO WS-AUDIT-MESSAGE
004670     EVALUATE TRUE
004680         WHEN CR-IS-ACTIVE
004690             SET WS-BIN-IS-OK TO TRUE
004700         WHEN CR-IS-RETIRED
004710             MOVE CR-RETIRE-DATE TO WS-EDIT-DATE
004720             DISPLAY "Bin code was retired " WS-EDIT-DATE
004730                 " - not assigned."
004740             STRING "RETIRED BIN REFUSED: " DELIMITED BY SIZE
004750                 WS-WORK-BIN DELIMITED BY SPACE
004760                 INTO WS-AUDIT-MESSAGE
004770         WHEN OTHER
004780             DISPLAY "Bin code is not in the registry - not "
004790                 "assigned."
004800             STRING "UNREGISTERED BIN REFUSED: " DELIMITED BY SIZE
004810                 WS-WORK-BIN DELIMITED BY SPACE
004820                 INTO WS-AUDIT-MESSAGE
004830     END-EVALUATE
004840     IF NOT WS-BIN-IS-OK
004850         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004860             WS-AUDIT-MESSAGE
004870     END-IF.
004880 5100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 5200-FIND-ITEM  -  LOOK UP WS-WORK-ITEM IN THE ITEM TABLE.
004920*----------------------------------------------------------------
004930 5200-FIND-ITEM.
004940     MOVE 0 TO WS-ITEM-IDX
004950     PERFORM VARYING WS-ITEM-SCAN FROM 1 BY 1
004960             UNTIL WS-ITEM-SCAN > WS-ITEM-COUNT
004970         IF WS-ITM-CODE (WS-ITEM-SCAN) = WS-WORK-ITEM
004980             MOVE WS-ITEM-SCAN TO WS-ITEM-IDX
004990             EXIT PERFORM
005000         END-IF
005010     END-PERFORM.
005020 5200-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 6000-GET-BIN  -  ACCEPT AND NORMALIZE A BIN CODE.  IT MUST HAVE
005060*                  AT LEAST ONE LETTER OR DIGIT AND FIT THE
005070*                  30-CHARACTER BIN CODE ON THE ASSIGNMENT FILE.
005080*----------------------------------------------------------------
005090 6000-GET-BIN.
005100     MOVE "N" TO WS-BIN-OK
005110     DISPLAY "Bin Code: " WITH NO ADVANCING
005120     MOVE SPACES TO WS-RAW-CODE
005130     ACCEPT WS-RAW-CODE
005140     PERFORM 1100-NORMALIZE-CODE THRU 1100-EXIT
005150     IF WS-NORM-LEN = 0
005160         DISPLAY "That entry has no letters or digits."
005170         GO TO 6000-EXIT
005180     END-IF
005190     IF WS-NORM-LEN > 30
005200         DISPLAY "Bin codes are at most 30 letters and digits."
005210         GO TO 6000-EXIT
005220     END-IF
005230     MOVE WS-NORMALIZED TO WS-WORK-BIN
005240     SET WS-BIN-IS-OK TO TRUE.
005250 6000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 6100-GET-ITEM  -  ACCEPT AN ITEM CODE, FOLDED TO UPPER CASE.
005290*----------------------------------------------------------------
005300 6100-GET-ITEM.
005310     DISPLAY "Item Code: " WITH NO ADVANCING
005320     MOVE SPACES TO WS-WORK-ITEM
005330     ACCEPT WS-WORK-ITEM
005340     MOVE FUNCTION UPPER-CASE(WS-WORK-ITEM) TO WS-WORK-ITEM.
005350 6100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380* 8000-REWRITE-ASSIGNMENTS  -  REWRITE THE BIN ASSIGNMENT FILE
005390*                              FROM THE WORK TABLE.
005400*----------------------------------------------------------------
005410 8000-REWRITE-ASSIGNMENTS.
005420     OPEN OUTPUT BIN-ASGN-FILE
005430     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005440             UNTIL WS-SCAN-IDX > WS-BIN-COUNT
005450         MOVE WS-TBL-BIN (WS-SCAN-IDX) TO BA-BIN-CODE
005460         MOVE WS-TBL-ITEM (WS-SCAN-IDX) TO BA-ITEM-CODE
005470         MOVE WS-TBL-DATE (WS-SCAN-IDX) TO BA-ASSIGN-DATE
005480         WRITE BIN-ASGN-RECORD
005490     END-PERFORM
005500     CLOSE BIN-ASGN-FILE.
005510 8000-EXIT.
005520     EXIT.
005530 END PROGRAM BINMNT.
