000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RTVPROC.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  RETURN-TO-VENDOR
000100*                   PROCESSING.  THE OFFICE KEYS THE VENDOR AND
000110*                   EACH ITEM GOING BACK WITH ITS QUANTITY AND
000120*                   REASON (DAMAGED, RECALL, OVERSTOCK, OTHER).
000130*                   ON CONFIRMATION A DEBIT MEMO NUMBER IS DRAWN
000140*                   FROM THE RTVCTL CONTROL FILE, THE QUANTITIES
000150*                   ARE TAKEN OUT OF IM-QTY-ON-HAND THROUGH THE
000160*                   ITEMWRK SEQUENTIAL REWRITE THE SAME WAY
000170*                   PORECV POSTS RECEIVING, EACH LINE IS
000180*                   JOURNALED TO RTVLOG FOR INVRECON, AND THE
000190*                   NUMBERED DEBIT MEMO IS PRINTED ON THE RTVMEMO
000200*                   LISTING TO GO OUT WITH THE CARTON.  THE LINES
000210*                   STAY OUTSTANDING, AND CAN BE LISTED ON
000220*                   RTVOPEN, UNTIL THE VENDOR'S CREDIT MEMO IS
000230*                   KEYED AGAINST THE DEBIT MEMO NUMBER.  STOCK
000240*                   GOING BACK FOR CREDIT NO LONGER HAS TO BE
000250*                   POSTED AS DAMAGE SHRINK THROUGH STKCNT.
000251*   10/15/2026  DH  A RETURN NOW SHIPS FROM A NAMED STORE - THE
000252*                   QUANTITY IS CAPPED AT THAT STORE'S ON-HAND,
000253*                   TAKEN OUT OF ITS STORSTK STOCK THROUGH
000254*                   STKPOST, AND THE STORE IS KEPT ON THE RTVLOG
000255*                   LINE AND PRINTED ON THE MEMO.
000256*   10/15/2026  DH  WIDEN THE ITEM WORK RECORD FOR THE TAX CLASS
000257*                   NOW ON THE ITEM MASTER.
000258*   10/15/2026  DH  THE ITEM MASTER IS NOW INDEXED - IT IS LOADED
000259*                   BY A SEQUENTIAL READ OF THE KEYED FILE, AND
000260*                   THE RETURNED QUANTITIES COME OFF ON-HAND
000261*                   THROUGH THE SHARED ITEMPOST ROUTINE INSTEAD OF
000262*                   THE ITEMWRK REWRITE AND INDEX REBUILD.
000263*   10/15/2026  DH  TAKE THE RETURN OFF ON-HAND THROUGH ITEMPOST
000264*                   FIRST, THEN JOURNAL, POST TO STORE STOCK AND
000265*                   PRINT ONLY THE LINES IT POSTED.  EACH LINE IT
000266*                   REFUSES IS SHOWN AND DROPPED; WITH NO ITEM
000267*                   MASTER THE RETURN IS NOT POSTED AT ALL.
000268*                   STORSTK IS NOW KEYED.
000269*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-VENDMST-STATUS.
000330     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000335         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000345         RECORD KEY IS IM-ITEM-CODE
000350         FILE STATUS IS WS-ITEMMST-STATUS.
000390     SELECT RTV-LOG-FILE ASSIGN TO "RTVLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RTVLOG-STATUS.
000420     SELECT RTV-CTL-FILE ASSIGN TO "RTVCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RTVCTL-STATUS.
000450     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BUSDATE-STATUS.
000480     SELECT MEMO-RPT-FILE ASSIGN TO "RTVMEMO"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT OPEN-RPT-FILE ASSIGN TO "RTVOPEN"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000511     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WS-STORCFG-STATUS.
000514     SELECT STORE-STOCK-FILE ASSIGN TO "STORSTK"
000515         ORGANIZATION IS INDEXED
000516         ACCESS MODE IS SEQUENTIAL
000517         RECORD KEY IS SS-STOCK-KEY
000518         FILE STATUS IS WS-STORSTK-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  VENDOR-FILE.
000550     COPY VENDMST.
000560 FD  ITEM-MST-FILE.
000570     COPY ITEMMST.
000600 FD  RTV-LOG-FILE.
000610     COPY RTVLOG.
000620 FD  RTV-CTL-FILE.
000630 01  RTV-CTL-RECORD.
000640     05  RC-NEXT-MEMO-NO        PIC 9(6).
000650 FD  BUS-DATE-FILE.
000660     COPY BUSDATE.
000670 FD  MEMO-RPT-FILE.
000680 01  MEMO-RPT-RECORD            PIC X(100).
000690 FD  OPEN-RPT-FILE.
000700 01  OPEN-RPT-RECORD            PIC X(100).
000702 FD  STORE-CFG-FILE.
000704     COPY STORCFG.
000706 FD  STORE-STOCK-FILE.
000708     COPY STORSTK.
000710 WORKING-STORAGE SECTION.
000720 01  WS-VENDMST-STATUS          PIC X(2).
000730 01  WS-ITEMMST-STATUS          PIC X(2).
000750 01  WS-RTVLOG-STATUS           PIC X(2).
000760 01  WS-RTVCTL-STATUS           PIC X(2).
000770 01  WS-BUSDATE-STATUS          PIC X(2).
000773 01  WS-STORCFG-STATUS          PIC X(2).
000776 01  WS-STORSTK-STATUS          PIC X(2).
000780 01  WS-FILE-EOF                PIC X VALUE "N".
000790     88  END-OF-FILE-IN         VALUE "Y".
000800 01  WS-LINES-DONE              PIC X VALUE "N".
000810     88  LINES-ARE-DONE         VALUE "Y".
000820 01  WS-JOURNAL-FULL            PIC X VALUE "N".
000830     88  JOURNAL-IS-FULL        VALUE "Y".
000840 01  WS-MEMO-OPENED             PIC X VALUE "N".
000850     88  MEMO-LISTING-OPEN      VALUE "Y".
000860 01  WS-ACTION                  PIC X(1).
000870     88  WS-ACTION-RETURN       VALUE "R".
000880     88  WS-ACTION-LIST         VALUE "L".
000890     88  WS-ACTION-CREDIT       VALUE "C".
000900     88  WS-ACTION-EXIT         VALUE "X".
000910 01  WS-TIMESTAMP               PIC X(21).
000920 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000930 01  WS-VEND-COUNT              PIC 9(3) VALUE 0.
000940 01  WS-VEND-TABLE.
000950     05  WS-VEND-ENTRY OCCURS 200 TIMES.
000960         10  WS-VND-ID          PIC X(6).
000970         10  WS-VND-NAME        PIC X(25).
000980         10  WS-VND-PHONE       PIC X(12).
000990 01  WS-ITEM-COUNT              PIC 9(3) VALUE 0.
001000 01  WS-ITEM-TABLE.
001010     05  WS-ITEM-ENTRY OCCURS 999 TIMES.
001020         10  WS-ITM-CODE        PIC X(10).
001030         10  WS-ITM-DESC        PIC X(30).
001040         10  WS-ITM-ON-HAND     PIC S9(7).
001050         10  WS-ITM-VENDOR      PIC X(6).
001060         10  WS-ITM-COST        PIC 9(6)V99.
001070         10  WS-ITM-DEPT        PIC X(4).
001080 01  WS-RTV-COUNT               PIC 9(3) VALUE 0.
001090 01  WS-RTV-TABLE.
001100     05  WS-RTV-ENTRY OCCURS 999 TIMES.
001101         10  WS-RTT-RECORD      PIC X(111).
001102 01  WS-STORE-COUNT             PIC 9(2) VALUE 0.
001103 01  WS-STORE-TABLE.
001104     05  WS-STR-NAME            PIC X(20) OCCURS 20 TIMES.
001105 01  WS-STOCK-COUNT             PIC 9(4) VALUE 0.
001106 01  WS-STOCK-TABLE.
001107     05  WS-STOCK-ENTRY OCCURS 3000 TIMES.
001108         10  WS-STK-STORE       PIC X(20).
001109         10  WS-STK-ITEM        PIC X(10).
001110         10  WS-STK-ON-HAND     PIC S9(7).
001111 01  WS-STK-IDX                 PIC 9(4) VALUE 0.
001112 01  WS-STORE-IDX               PIC 9(2) VALUE 0.
001113 01  WS-WORK-STORE              PIC X(20) VALUE SPACES.
001114 01  WS-STORE-POST-FIELDS.
001115     05  WS-POST-STORE          PIC X(20).
001116     05  WS-POST-FUNCTION       PIC X(1) VALUE "A".
001117     05  WS-POST-DATE           PIC 9(8) VALUE 0.
001118     05  WS-POST-COUNT          PIC 9(3) VALUE 0.
001119     05  WS-POST-TABLE.
001120         10  WS-POST-ENTRY OCCURS 999 TIMES.
001121             15  WS-PST-ITEM    PIC X(10).
001122             15  WS-PST-QTY     PIC S9(7).
001123             15  WS-PST-RESULT  PIC X(1).
001124                 88  WS-PST-POSTED     VALUE "P".
001125 01  WS-ITEM-POST-FIELDS.
001126     05  WS-ITP-COUNT           PIC 9(3) VALUE 0.
001127     05  WS-ITP-TABLE.
001128         10  WS-ITP-ENTRY OCCURS 999 TIMES.
001129             15  WS-ITP-ITEM    PIC X(10).
001130             15  WS-ITP-QTY     PIC S9(7).
001131             15  WS-ITP-RESULT  PIC X(1).
001132                 88  WS-ITP-POSTED     VALUE "P".
001133                 88  WS-ITP-NO-MASTER  VALUE "M".
001134                 88  WS-ITP-LOCKED     VALUE "L".
001135             15  WS-ITP-ON-HAND PIC S9(7).
001136 01  WS-LINE-COUNT              PIC 9(2) VALUE 0.
001137 01  WS-KEEP-COUNT              PIC 9(2) VALUE 0.
001138 01  WS-LINE-TABLE.
001140     05  WS-LINE-ENTRY OCCURS 50 TIMES.
001150         10  WS-LIN-ITEM-IDX    PIC 9(3).
001160         10  WS-LIN-QTY         PIC 9(5).
001170         10  WS-LIN-REASON      PIC X(2).
001180 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
001190 01  WS-LINE-IDX                PIC 9(2) VALUE 0.
001200 01  WS-VEND-IDX                PIC 9(3) VALUE 0.
001210 01  WS-ITEM-IDX                PIC 9(3) VALUE 0.
001220 01  WS-WORK-VENDOR             PIC X(6).
001230 01  WS-WORK-ITEM               PIC X(10).
001240 01  WS-WORK-QTY                PIC 9(5) VALUE 0.
001250 01  WS-WORK-REASON             PIC X(2).
001260 01  WS-WORK-CREDIT-MEMO        PIC X(12).
001270 01  WS-MEMO-NUMBER             PIC 9(6) VALUE 0.
001280 01  WS-LAST-MEMO               PIC 9(6) VALUE 0.
001290 01  WS-QTY-ALREADY             PIC 9(7) VALUE 0.
001300 01  WS-QTY-AVAIL               PIC S9(7) VALUE 0.
001310 01  WS-LINE-AMOUNT             PIC 9(9)V99 VALUE 0.
001320 01  WS-MEMO-TOTAL              PIC 9(9)V99 VALUE 0.
001330 01  WS-GRAND-TOTAL             PIC 9(9)V99 VALUE 0.
001340 01  WS-MEMO-LINES              PIC 9(3) VALUE 0.
001350 01  WS-OPEN-LINES              PIC 9(4) VALUE 0.
001360 01  WS-OPEN-MEMOS              PIC 9(4) VALUE 0.
001370 01  WS-MEMOS-WRITTEN           PIC 9(4) VALUE 0.
001380 01  WS-CONFIRM                 PIC X(1).
001390 01  WS-YN-PROMPT               PIC X(40).
001400 01  WS-EDIT-QTY                PIC ZZZZ9.
001410 01  WS-EDIT-QTY-2              PIC -(6)9.
001420 01  WS-EDIT-COST               PIC ZZZ,ZZ9.99.
001430 01  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001440 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "RTVPROC".
001450 01  WS-AUDIT-MESSAGE           PIC X(60).
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001480* 0000-MAINLINE  -  LOAD THE VENDORS, ITEMS, AND RTV JOURNAL,
001490*                   THEN TAKE ACTIONS UNTIL THE OPERATOR EXITS.
001500*----------------------------------------------------------------
001510 0000-MAINLINE.
001520     DISPLAY "[RETURN TO VENDOR / DEBIT MEMOS]"
001530     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001540     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
001550     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
001560     PERFORM 0300-LOAD-VENDORS THRU 0300-EXIT
001570     PERFORM 0400-LOAD-ITEMS THRU 0400-EXIT
001580     PERFORM 0500-LOAD-JOURNAL THRU 0500-EXIT
001583     PERFORM 0600-LOAD-STORES THRU 0600-EXIT
001586     PERFORM 0700-LOAD-STOCK THRU 0700-EXIT
001590     MOVE SPACE TO WS-ACTION
001600     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001610         UNTIL WS-ACTION-EXIT
001620     IF MEMO-LISTING-OPEN
001630         CLOSE MEMO-RPT-FILE
001640         DISPLAY "Debit memos printed: " WS-MEMOS-WRITTEN
001650     END-IF
001660     GOBACK.
001670*----------------------------------------------------------------
001680* 0100-GET-BUSINESS-DATE  -  STAMP RETURNS WITH THE OPEN
001690*                            BUSINESS DATE WHEN THERE IS ONE,
001700*                            ELSE THE CALENDAR DATE.
001710*----------------------------------------------------------------
001720 0100-GET-BUSINESS-DATE.
001730     OPEN INPUT BUS-DATE-FILE
001740     IF WS-BUSDATE-STATUS NOT = "35"
001750         READ BUS-DATE-FILE
001760             AT END
001770                 CONTINUE
001780             NOT AT END
001790                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001800         END-READ
001810         CLOSE BUS-DATE-FILE
001820     END-IF.
001830 0100-EXIT.
001840     EXIT.
001850*----------------------------------------------------------------
001860* 0300-LOAD-VENDORS  -  LOAD THE VENDOR MASTER INTO THE WORK
001870*                       TABLE.  AN INACTIVE VENDOR MAY STILL
001880*                       TAKE STOCK BACK, SO EVERY VENDOR LOADS.
001890*----------------------------------------------------------------
001900 0300-LOAD-VENDORS.
001910     MOVE "N" TO WS-FILE-EOF
001920     OPEN INPUT VENDOR-FILE
001930     IF WS-VENDMST-STATUS = "35"
001940         DISPLAY "No vendor master on file - "
001950             "no returns can be entered."
001960     ELSE
001970         PERFORM 0310-READ-VENDMST THRU 0310-EXIT
001980         PERFORM UNTIL END-OF-FILE-IN
001990             IF WS-VEND-COUNT < 200
002000                 ADD 1 TO WS-VEND-COUNT
002010                 MOVE VN-VENDOR-ID TO WS-VND-ID (WS-VEND-COUNT)
002020                 MOVE VN-NAME TO WS-VND-NAME (WS-VEND-COUNT)
002030                 MOVE VN-PHONE TO WS-VND-PHONE (WS-VEND-COUNT)
002040             END-IF
002050             PERFORM 0310-READ-VENDMST THRU 0310-EXIT
002060         END-PERFORM
002070         CLOSE VENDOR-FILE
002080     END-IF.
002090 0300-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------
002120* 0310-READ-VENDMST  -  READ THE NEXT VENDOR RECORD.
002130*----------------------------------------------------------------
002140 0310-READ-VENDMST.
002150     READ VENDOR-FILE
002160         AT END
002170             SET END-OF-FILE-IN TO TRUE
002180     END-READ.
002190 0310-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220* 0400-LOAD-ITEMS  -  LOAD THE ITEM MASTER FIGURES A RETURN LINE
002230*                     IS CHECKED AND COSTED AGAINST.
002240*----------------------------------------------------------------
002250 0400-LOAD-ITEMS.
002260     MOVE "N" TO WS-FILE-EOF
002270     OPEN INPUT ITEM-MST-FILE
002280     IF WS-ITEMMST-STATUS = "35"
002290         DISPLAY "No item master on file - "
002300             "no returns can be entered."
002310     ELSE
002320         PERFORM 0410-READ-ITEMMST THRU 0410-EXIT
002330         PERFORM UNTIL END-OF-FILE-IN
002340             IF WS-ITEM-COUNT < 999
002350                 ADD 1 TO WS-ITEM-COUNT
002360                 MOVE IM-ITEM-CODE TO WS-ITM-CODE (WS-ITEM-COUNT)
002370                 MOVE IM-DESCRIPTION
002380                     TO WS-ITM-DESC (WS-ITEM-COUNT)
002390                 MOVE IM-QTY-ON-HAND
002400                     TO WS-ITM-ON-HAND (WS-ITEM-COUNT)
002410                 MOVE IM-PREF-VENDOR
002420                     TO WS-ITM-VENDOR (WS-ITEM-COUNT)
002430                 MOVE IM-UNIT-COST TO WS-ITM-COST (WS-ITEM-COUNT)
002440                 MOVE IM-DEPT-CODE TO WS-ITM-DEPT (WS-ITEM-COUNT)
002450             END-IF
002460             PERFORM 0410-READ-ITEMMST THRU 0410-EXIT
002470         END-PERFORM
002480         CLOSE ITEM-MST-FILE
002490     END-IF.
002500 0400-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* 0410-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
002540*----------------------------------------------------------------
002550 0410-READ-ITEMMST.
002560     READ ITEM-MST-FILE
002570         AT END
002580             SET END-OF-FILE-IN TO TRUE
002590     END-READ.
002600 0410-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
002630* 0500-LOAD-JOURNAL  -  READ THE WHOLE RTV JOURNAL INTO THE WORK
002640*                       TABLE SO CREDITS CAN BE MARKED IN PLACE
002650*                       AND THE FILE REWRITTEN, THE WAY PORECV
002660*                       HOLDS POFILE.  A JOURNAL TOO BIG FOR THE
002670*                       TABLE IS NEVER REWRITTEN - NEW RETURNS
002680*                       AND CREDITS ARE REFUSED UNTIL IT IS
002690*                       ARCHIVED.
002700*----------------------------------------------------------------
002710 0500-LOAD-JOURNAL.
002720     MOVE "N" TO WS-FILE-EOF
002730     OPEN INPUT RTV-LOG-FILE
002740     IF WS-RTVLOG-STATUS NOT = "35"
002750         PERFORM 0510-READ-RTVLOG THRU 0510-EXIT
002760         PERFORM UNTIL END-OF-FILE-IN
002770             IF WS-RTV-COUNT < 999
002780                 ADD 1 TO WS-RTV-COUNT
002790                 MOVE RTV-LOG-RECORD
002800                     TO WS-RTT-RECORD (WS-RTV-COUNT)
002810             ELSE
002820                 SET JOURNAL-IS-FULL TO TRUE
002830             END-IF
002840             PERFORM 0510-READ-RTVLOG THRU 0510-EXIT
002850         END-PERFORM
002860         CLOSE RTV-LOG-FILE
002870     END-IF
002880     IF JOURNAL-IS-FULL
002890         DISPLAY "RTV journal table full - listing only."
002900         MOVE "RTV JOURNAL TABLE FULL - UPDATES REFUSED"
002910             TO WS-AUDIT-MESSAGE
002920         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002930             WS-AUDIT-MESSAGE
002940     END-IF.
002950 0500-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 0510-READ-RTVLOG  -  READ THE NEXT RTV JOURNAL RECORD.
002990*----------------------------------------------------------------
003000 0510-READ-RTVLOG.
003010     READ RTV-LOG-FILE
003020         AT END
003030             SET END-OF-FILE-IN TO TRUE
003040     END-READ.
003050 0510-EXIT.
003060     EXIT.
003061*----------------------------------------------------------------
003062* 0600-LOAD-STORES  -  LOAD THE STORE NAMES FROM THE STORE
003063*                      CONFIGURATION FILE.  WITH NO STORES SET UP
003064*                      A RETURN COMES OUT OF THE COMPANY ON-HAND
003065*                      ONLY, AS BEFORE.
003066*----------------------------------------------------------------
003067 0600-LOAD-STORES.
003068     MOVE "N" TO WS-FILE-EOF
003069     OPEN INPUT STORE-CFG-FILE
003070     IF WS-STORCFG-STATUS NOT = "35"
003071         PERFORM 0610-READ-STORCFG THRU 0610-EXIT
003072         PERFORM UNTIL END-OF-FILE-IN
003073             IF WS-STORE-COUNT < 20
003074                 ADD 1 TO WS-STORE-COUNT
003075                 MOVE SC-STORE-NAME
003076                     TO WS-STR-NAME (WS-STORE-COUNT)
003077             END-IF
003078             PERFORM 0610-READ-STORCFG THRU 0610-EXIT
003079         END-PERFORM
003080         CLOSE STORE-CFG-FILE
003081     END-IF.
003082 0600-EXIT.
003083     EXIT.
003084*----------------------------------------------------------------
003085* 0610-READ-STORCFG  -  READ THE NEXT STORE CONFIGURATION RECORD.
003086*----------------------------------------------------------------
003087 0610-READ-STORCFG.
003088     READ STORE-CFG-FILE
003089         AT END
003090             SET END-OF-FILE-IN TO TRUE
003091     END-READ.
003092 0610-EXIT.
003093     EXIT.
003094*----------------------------------------------------------------
003095* 0700-LOAD-STOCK  -  LOAD THE STORE ON-HAND FIGURES A RETURN
003096*                     LINE IS CHECKED AGAINST.  CALLED AGAIN
003097*                     AFTER EVERY POSTING SO THE TABLE FOLLOWS
003098*                     THE FILE.
003099*----------------------------------------------------------------
003100 0700-LOAD-STOCK.
003101     MOVE 0 TO WS-STOCK-COUNT
003102     MOVE "N" TO WS-FILE-EOF
003103     OPEN INPUT STORE-STOCK-FILE
003104     IF WS-STORSTK-STATUS NOT = "35"
003105         PERFORM 0710-READ-STORSTK THRU 0710-EXIT
003106         PERFORM UNTIL END-OF-FILE-IN
003107             IF WS-STOCK-COUNT < 3000
003108                 ADD 1 TO WS-STOCK-COUNT
003109                 MOVE SS-STORE-NAME
003110                     TO WS-STK-STORE (WS-STOCK-COUNT)
003111                 MOVE SS-ITEM-CODE
003112                     TO WS-STK-ITEM (WS-STOCK-COUNT)
003113                 MOVE SS-QTY-ON-HAND
003114                     TO WS-STK-ON-HAND (WS-STOCK-COUNT)
003115             END-IF
003116             PERFORM 0710-READ-STORSTK THRU 0710-EXIT
003117         END-PERFORM
003118         CLOSE STORE-STOCK-FILE
003119     END-IF.
003120 0700-EXIT.
003121     EXIT.
003122*----------------------------------------------------------------
003123* 0710-READ-STORSTK  -  READ THE NEXT STORE STOCK RECORD.
003124*----------------------------------------------------------------
003125 0710-READ-STORSTK.
003126     READ STORE-STOCK-FILE
003127         AT END
003128             SET END-OF-FILE-IN TO TRUE
003129     END-READ.
003130 0710-EXIT.
003131     EXIT.
003132*----------------------------------------------------------------
003133* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
003134*                     DISPATCH TO THE MATCHING PARAGRAPH.
003135*----------------------------------------------------------------
003136 1000-GET-ACTION.
003137     DISPLAY " "
003138     DISPLAY "Action (R=Return, L=List open, C=Credit received, "
003140         "X=Exit): " WITH NO ADVANCING
003150     ACCEPT WS-ACTION
003160     MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
003170     EVALUATE TRUE
003180         WHEN WS-ACTION-RETURN
003190             PERFORM 2000-ENTER-RETURN THRU 2000-EXIT
003200         WHEN WS-ACTION-LIST
003210             PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT
003220         WHEN WS-ACTION-CREDIT
003230             PERFORM 4000-CREDIT-RECEIVED THRU 4000-EXIT
003240         WHEN WS-ACTION-EXIT
003250             CONTINUE
003260         WHEN OTHER
003270             DISPLAY "Invalid action - enter R, L, C, or X."
003280     END-EVALUATE.
003290 1000-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 2000-ENTER-RETURN  -  TAKE ONE VENDOR'S RETURN LINES AND, ON
003330*                      CONFIRMATION, POST THEM UNDER A NEW DEBIT
003340*                      MEMO NUMBER.
003350*----------------------------------------------------------------
003360 2000-ENTER-RETURN.
003370     IF JOURNAL-IS-FULL
003380         DISPLAY "RTV journal table full - archive it first."
003390         GO TO 2000-EXIT
003400     END-IF
003410     DISPLAY "Vendor ID: " WITH NO ADVANCING
003420     MOVE SPACES TO WS-WORK-VENDOR
003430     ACCEPT WS-WORK-VENDOR
003440     MOVE FUNCTION UPPER-CASE(WS-WORK-VENDOR) TO WS-WORK-VENDOR
003450     PERFORM 5000-FIND-VENDOR THRU 5000-EXIT
003460     IF WS-VEND-IDX = 0
003470         DISPLAY "Vendor not on file: " WS-WORK-VENDOR
003480         GO TO 2000-EXIT
003490     END-IF
003500     DISPLAY "  " WS-VND-NAME (WS-VEND-IDX)
003501     MOVE SPACES TO WS-WORK-STORE
003502     IF WS-STORE-COUNT > 0
003503         DISPLAY "Store shipping the return: " WITH NO ADVANCING
003504         PERFORM 5200-FIND-STORE THRU 5200-EXIT
003505         IF WS-STORE-IDX = 0
003506             GO TO 2000-EXIT
003507         END-IF
003508     END-IF
003510     MOVE 0 TO WS-LINE-COUNT
003520     MOVE "N" TO WS-LINES-DONE
003530     PERFORM 2100-ENTER-LINE THRU 2100-EXIT
003540         UNTIL LINES-ARE-DONE
003550     IF WS-LINE-COUNT = 0
003560         DISPLAY "No lines entered - nothing posted."
003570         GO TO 2000-EXIT
003580     END-IF
003590     IF WS-RTV-COUNT + WS-LINE-COUNT > 999
003600         DISPLAY "RTV journal table full - archive it first."
003610         GO TO 2000-EXIT
003620     END-IF
003630     MOVE "Post this return and print the memo?"
003640         TO WS-YN-PROMPT
003650     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003660         WS-AUDIT-PROGRAM
003670     IF WS-CONFIRM NOT = "Y"
003680         DISPLAY "Return abandoned - nothing posted."
003690         GO TO 2000-EXIT
003700     END-IF
003702     PERFORM 2500-POST-INVENTORY THRU 2500-EXIT
003704     IF WS-LINE-COUNT = 0
003706         GO TO 2000-EXIT
003708     END-IF
003710     PERFORM 4200-ASSIGN-MEMO-NO THRU 4200-EXIT
003720     PERFORM 2300-JOURNAL-LINES THRU 2300-EXIT
003730     PERFORM 8000-REWRITE-JOURNAL THRU 8000-EXIT
003745     PERFORM 2670-POST-STORE-STOCK THRU 2670-EXIT
003750     PERFORM 2700-PRINT-MEMO THRU 2700-EXIT
003760     MOVE SPACES TO WS-AUDIT-MESSAGE
003770     STRING "DEBIT MEMO " DELIMITED BY SIZE
003780         WS-MEMO-NUMBER DELIMITED BY SIZE
003790         " VENDOR " DELIMITED BY SIZE
003800         WS-WORK-VENDOR DELIMITED BY SIZE
003810         " LINES " DELIMITED BY SIZE
003820         WS-LINE-COUNT DELIMITED BY SIZE
003830         INTO WS-AUDIT-MESSAGE
003840     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003850         WS-AUDIT-MESSAGE
003860     DISPLAY "Debit memo " WS-MEMO-NUMBER " posted.".
003870 2000-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 2100-ENTER-LINE  -  TAKE ONE RETURN LINE.  A BLANK ITEM CODE
003910*                     ENDS THE MEMO.  THE QUANTITY CANNOT RUN
003916*                     THE ITEM'S ON-HAND IN THE SHIPPING STORE
003922*                     (THE COMPANY ON-HAND WHEN NO STORES ARE SET
003928*                     UP), LESS WHAT IS ALREADY KEYED FOR IT ON
003934*                     THIS MEMO, BELOW ZERO.
003940*----------------------------------------------------------------
003950 2100-ENTER-LINE.
003960     IF WS-LINE-COUNT >= 50
003970         DISPLAY "Memo is full at 50 lines."
003980         SET LINES-ARE-DONE TO TRUE
003990         GO TO 2100-EXIT
004000     END-IF
004010     DISPLAY "Item code (blank = end): " WITH NO ADVANCING
004020     MOVE SPACES TO WS-WORK-ITEM
004030     ACCEPT WS-WORK-ITEM
004040     MOVE FUNCTION UPPER-CASE(WS-WORK-ITEM) TO WS-WORK-ITEM
004050     IF WS-WORK-ITEM = SPACES
004060         SET LINES-ARE-DONE TO TRUE
004070         GO TO 2100-EXIT
004080     END-IF
004090     PERFORM 5100-FIND-ITEM THRU 5100-EXIT
004100     IF WS-ITEM-IDX = 0
004110         DISPLAY "  Item not on file: " WS-WORK-ITEM
004120         GO TO 2100-EXIT
004130     END-IF
004140     DISPLAY "  " WS-ITM-DESC (WS-ITEM-IDX)
004150     IF WS-ITM-VENDOR (WS-ITEM-IDX) NOT = WS-WORK-VENDOR
004160         DISPLAY "  Note: preferred vendor is "
004170             WS-ITM-VENDOR (WS-ITEM-IDX)
004180     END-IF
004190     MOVE 0 TO WS-QTY-ALREADY
004200     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
004210             UNTIL WS-LINE-IDX > WS-LINE-COUNT
004220         IF WS-LIN-ITEM-IDX (WS-LINE-IDX) = WS-ITEM-IDX
004230             ADD WS-LIN-QTY (WS-LINE-IDX) TO WS-QTY-ALREADY
004240         END-IF
004250     END-PERFORM
004251     IF WS-STORE-COUNT = 0
004252         COMPUTE WS-QTY-AVAIL =
004253             WS-ITM-ON-HAND (WS-ITEM-IDX) - WS-QTY-ALREADY
004254     ELSE
004255         MOVE 0 TO WS-QTY-AVAIL
004256         PERFORM VARYING WS-STK-IDX FROM 1 BY 1
004257                 UNTIL WS-STK-IDX > WS-STOCK-COUNT
004258             IF WS-STK-STORE (WS-STK-IDX) = WS-WORK-STORE AND
004259                     WS-STK-ITEM (WS-STK-IDX) = WS-WORK-ITEM
004260                 MOVE WS-STK-ON-HAND (WS-STK-IDX) TO WS-QTY-AVAIL
004261                 EXIT PERFORM
004262             END-IF
004263         END-PERFORM
004264         SUBTRACT WS-QTY-ALREADY FROM WS-QTY-AVAIL
004265     END-IF
004280     MOVE WS-QTY-AVAIL TO WS-EDIT-QTY-2
004290     DISPLAY "  On hand available: " WS-EDIT-QTY-2
004300     DISPLAY "  Qty returned: " WITH NO ADVANCING
004310     MOVE 0 TO WS-WORK-QTY
004320     ACCEPT WS-WORK-QTY
004330     IF WS-WORK-QTY = 0
004340         DISPLAY "  Zero quantity - line skipped."
004350         GO TO 2100-EXIT
004360     END-IF
004370     IF WS-WORK-QTY > WS-QTY-AVAIL
004380         DISPLAY "  More than on hand - line refused."
004390         GO TO 2100-EXIT
004400     END-IF
004410     DISPLAY "  Reason (DM=Damaged, RC=Recall, OS=Overstock, "
004420         "OT=Other): " WITH NO ADVANCING
004430     MOVE SPACES TO WS-WORK-REASON
004440     ACCEPT WS-WORK-REASON
004450     MOVE FUNCTION UPPER-CASE(WS-WORK-REASON) TO WS-WORK-REASON
004460     MOVE WS-WORK-REASON TO RT-REASON-CODE
004470     IF NOT RT-REASON-VALID
004480         DISPLAY "  Invalid reason - line refused."
004490         GO TO 2100-EXIT
004500     END-IF
004510     ADD 1 TO WS-LINE-COUNT
004520     MOVE WS-ITEM-IDX TO WS-LIN-ITEM-IDX (WS-LINE-COUNT)
004530     MOVE WS-WORK-QTY TO WS-LIN-QTY (WS-LINE-COUNT)
004540     MOVE WS-WORK-REASON TO WS-LIN-REASON (WS-LINE-COUNT).
004550 2100-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 2300-JOURNAL-LINES  -  ADD ONE OUTSTANDING JOURNAL LINE PER
004590*                       MEMO LINE TO THE WORK TABLE, COSTED AT
004600*                       THE ITEM'S CURRENT UNIT COST.
004610*----------------------------------------------------------------
004620 2300-JOURNAL-LINES.
004630     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
004640             UNTIL WS-LINE-IDX > WS-LINE-COUNT
004650         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
004660         MOVE SPACES TO RTV-LOG-RECORD
004670         MOVE WS-MEMO-NUMBER TO RT-MEMO-NUMBER
004680         MOVE WS-WORK-VENDOR TO RT-VENDOR-ID
004690         MOVE WS-BUSINESS-DATE TO RT-BUSINESS-DATE
004700         MOVE WS-TIMESTAMP TO RT-TIMESTAMP
004710         MOVE WS-ITM-CODE (WS-ITEM-IDX) TO RT-ITEM-CODE
004720         MOVE WS-ITM-DEPT (WS-ITEM-IDX) TO RT-DEPT-CODE
004730         MOVE WS-LIN-QTY (WS-LINE-IDX) TO RT-QTY-RETURNED
004740         MOVE WS-ITM-COST (WS-ITEM-IDX) TO RT-UNIT-COST
004750         MOVE WS-LIN-REASON (WS-LINE-IDX) TO RT-REASON-CODE
004760         SET RT-IS-OUTSTANDING TO TRUE
004770         MOVE 0 TO RT-CREDIT-DATE
004775         MOVE WS-WORK-STORE TO RT-STORE-NAME
004780         ADD 1 TO WS-RTV-COUNT
004790         MOVE RTV-LOG-RECORD TO WS-RTT-RECORD (WS-RTV-COUNT)
004800     END-PERFORM.
004810 2300-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 2500-POST-INVENTORY  -  TAKE THE RETURNED QUANTITIES OUT OF THE
004850*                         ITEM MASTER'S ON-HAND FIGURES THROUGH
004860*                         THE SHARED ITEMPOST ROUTINE, THE SAME
004870*                         WAY PORECV POSTS RECEIVING, AND KEEP
004880*                         THE WORK TABLE IN STEP.  ONLY THE LINES
004882*                         ITEMPOST POSTED STAY ON THE MEMO; EACH
004884*                         ONE IT REFUSED IS SHOWN AND DROPPED.
004886*                         WITH NO ITEM MASTER THE WHOLE RETURN IS
004888*                         DROPPED.
004890*----------------------------------------------------------------
004900 2500-POST-INVENTORY.
004910     MOVE 0 TO WS-ITP-COUNT
005160     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005170             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005180         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
005190         ADD 1 TO WS-ITP-COUNT
005200         MOVE WS-ITM-CODE (WS-ITEM-IDX)
005210             TO WS-ITP-ITEM (WS-ITP-COUNT)
005220         COMPUTE WS-ITP-QTY (WS-ITP-COUNT) =
005230             0 - WS-LIN-QTY (WS-LINE-IDX)
005240     END-PERFORM
005242     CALL "ITEMPOST" USING WS-AUDIT-PROGRAM WS-ITP-COUNT
005244         WS-ITP-TABLE
005246     IF WS-ITP-NO-MASTER (1)
005248         DISPLAY "No item master file - nothing posted."
005249         MOVE 0 TO WS-LINE-COUNT
005250         GO TO 2500-EXIT
005252     END-IF
005253     MOVE 0 TO WS-KEEP-COUNT
005254     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005256             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005257         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
005258         IF WS-ITP-POSTED (WS-LINE-IDX)
005262             MOVE WS-ITP-ON-HAND (WS-LINE-IDX)
005264                 TO WS-ITM-ON-HAND (WS-ITEM-IDX)
005265             ADD 1 TO WS-KEEP-COUNT
005266             MOVE WS-LINE-ENTRY (WS-LINE-IDX)
005267                 TO WS-LINE-ENTRY (WS-KEEP-COUNT)
005268         ELSE
005269             IF WS-ITP-LOCKED (WS-LINE-IDX)
005270                 DISPLAY "  " WS-ITM-CODE (WS-ITEM-IDX)
005271                     " was in use at another station - "
005272                     "line not posted."
005273             ELSE
005274                 DISPLAY "  " WS-ITM-CODE (WS-ITEM-IDX)
005275                     " is no longer on the item master - "
005276                     "line not posted."
005277             END-IF
005278         END-IF
005279     END-PERFORM
005280     MOVE WS-KEEP-COUNT TO WS-LINE-COUNT
005281     IF WS-LINE-COUNT = 0
005282         DISPLAY "No lines could be posted - no memo issued."
005283     END-IF.
005284 2500-EXIT.
005286     EXIT.
005561*----------------------------------------------------------------
005562* 2670-POST-STORE-STOCK  -  TAKE THE RETURNED QUANTITIES OUT OF
005563*                           THE SHIPPING STORE'S STOCK THROUGH THE
005564*                           SHARED STKPOST ROUTINE, THEN RELOAD
005565*                           THE STORE FIGURES.  A LINE STKPOST
005566*                           COULD NOT POST IS SHOWN; STKPOST HAS
005567*                           LOGGED IT FOR POSTING BY HAND.
005568*----------------------------------------------------------------
005569 2670-POST-STORE-STOCK.
005570     IF WS-WORK-STORE = SPACES
005571         GO TO 2670-EXIT
005572     END-IF
005573     MOVE 0 TO WS-POST-COUNT
005574     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005575             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005576         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
005577         ADD 1 TO WS-POST-COUNT
005578         MOVE WS-ITM-CODE (WS-ITEM-IDX)
005579             TO WS-PST-ITEM (WS-POST-COUNT)
005580         COMPUTE WS-PST-QTY (WS-POST-COUNT) =
005581             0 - WS-LIN-QTY (WS-LINE-IDX)
005582     END-PERFORM
005583     MOVE WS-WORK-STORE TO WS-POST-STORE
005584     MOVE WS-BUSINESS-DATE TO WS-POST-DATE
005585     CALL "STKPOST" USING WS-AUDIT-PROGRAM WS-POST-STORE
005586         WS-POST-FUNCTION WS-POST-DATE WS-POST-COUNT WS-POST-TABLE
005587     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005588             UNTIL WS-LINE-IDX > WS-POST-COUNT
005589         IF NOT WS-PST-POSTED (WS-LINE-IDX)
005590             DISPLAY "  Store stock not updated for "
005591                 WS-PST-ITEM (WS-LINE-IDX) " - see the audit log."
005592         END-IF
005593     END-PERFORM
005594     PERFORM 0700-LOAD-STOCK THRU 0700-EXIT.
005595 2670-EXIT.
005596     EXIT.
005597*----------------------------------------------------------------
005598* 2700-PRINT-MEMO  -  PRINT THE NUMBERED DEBIT MEMO ON THE
005599*                     RTVMEMO LISTING, ONE PER VENDOR RETURN.
005600*                     THE LISTING IS OPENED ON THE FIRST MEMO OF
005610*                     THE SESSION.
005620*----------------------------------------------------------------
005630 2700-PRINT-MEMO.
005640     IF NOT MEMO-LISTING-OPEN
005650         OPEN OUTPUT MEMO-RPT-FILE
005660         SET MEMO-LISTING-OPEN TO TRUE
005670     END-IF
005680     ADD 1 TO WS-MEMOS-WRITTEN
005690     MOVE 0 TO WS-MEMO-TOTAL
005700     MOVE SPACES TO MEMO-RPT-RECORD
005710     STRING "DEBIT MEMO " DELIMITED BY SIZE
005720         WS-MEMO-NUMBER DELIMITED BY SIZE
005730         "     DATE " DELIMITED BY SIZE
005740         WS-BUSINESS-DATE DELIMITED BY SIZE
005750         INTO MEMO-RPT-RECORD
005760     WRITE MEMO-RPT-RECORD
005770     MOVE SPACES TO MEMO-RPT-RECORD
005780     STRING "VENDOR " DELIMITED BY SIZE
005790         WS-WORK-VENDOR DELIMITED BY SIZE
005800         " " DELIMITED BY SIZE
005810         WS-VND-NAME (WS-VEND-IDX) DELIMITED BY SIZE
005820         " " DELIMITED BY SIZE
005830         WS-VND-PHONE (WS-VEND-IDX) DELIMITED BY SIZE
005840         INTO MEMO-RPT-RECORD
005850     WRITE MEMO-RPT-RECORD
005851     IF WS-WORK-STORE NOT = SPACES
005852         MOVE SPACES TO MEMO-RPT-RECORD
005853         STRING "SHIPPED FROM " DELIMITED BY SIZE
005854             WS-WORK-STORE DELIMITED BY SIZE
005855             INTO MEMO-RPT-RECORD
005856         WRITE MEMO-RPT-RECORD
005857     END-IF
005860     MOVE SPACES TO MEMO-RPT-RECORD
005870     WRITE MEMO-RPT-RECORD
005880     MOVE "ITEM       DESCRIPTION                       QTY RSN"
005890         TO MEMO-RPT-RECORD
005900     MOVE "UNIT COST        AMOUNT" TO MEMO-RPT-RECORD (55:24)
005910     WRITE MEMO-RPT-RECORD
005920     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
005930             UNTIL WS-LINE-IDX > WS-LINE-COUNT
005940         MOVE WS-LIN-ITEM-IDX (WS-LINE-IDX) TO WS-ITEM-IDX
005950         COMPUTE WS-LINE-AMOUNT =
005960             WS-LIN-QTY (WS-LINE-IDX) * WS-ITM-COST (WS-ITEM-IDX)
005970         ADD WS-LINE-AMOUNT TO WS-MEMO-TOTAL
005980         MOVE WS-LIN-QTY (WS-LINE-IDX) TO WS-EDIT-QTY
005990         MOVE WS-ITM-COST (WS-ITEM-IDX) TO WS-EDIT-COST
006000         MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
006010         MOVE SPACES TO MEMO-RPT-RECORD
006020         STRING WS-ITM-CODE (WS-ITEM-IDX) DELIMITED BY SIZE
006030             " " DELIMITED BY SIZE
006040             WS-ITM-DESC (WS-ITEM-IDX) DELIMITED BY SIZE
006050             "  " DELIMITED BY SIZE
006060             WS-EDIT-QTY DELIMITED BY SIZE
006070             " " DELIMITED BY SIZE
006080             WS-LIN-REASON (WS-LINE-IDX) DELIMITED BY SIZE
006090             "  " DELIMITED BY SIZE
006100             WS-EDIT-COST DELIMITED BY SIZE
006110             " " DELIMITED BY SIZE
006120             WS-EDIT-AMOUNT DELIMITED BY SIZE
006130             INTO MEMO-RPT-RECORD
006140         WRITE MEMO-RPT-RECORD
006150     END-PERFORM
006160     MOVE WS-MEMO-TOTAL TO WS-EDIT-AMOUNT
006170     MOVE SPACES TO MEMO-RPT-RECORD
006180     STRING "TOTAL CREDIT DUE" DELIMITED BY SIZE
006190         INTO MEMO-RPT-RECORD
006200     MOVE WS-EDIT-AMOUNT TO MEMO-RPT-RECORD (65:14)
006210     WRITE MEMO-RPT-RECORD
006220     MOVE SPACES TO MEMO-RPT-RECORD
006230     WRITE MEMO-RPT-RECORD.
006240 2700-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* 3000-LIST-OUTSTANDING  -  LIST EVERY JOURNAL LINE STILL WAITING
006280*                          ON THE VENDOR'S CREDIT ON THE RTVOPEN
006290*                          LISTING, WITH A TOTAL PER DEBIT MEMO
006300*                          AND FOR THE WHOLE LIST.
006310*----------------------------------------------------------------
006320 3000-LIST-OUTSTANDING.
006330     OPEN OUTPUT OPEN-RPT-FILE
006340     MOVE SPACES TO OPEN-RPT-RECORD
006350     STRING "OUTSTANDING RETURN-TO-VENDOR CREDITS - "
006360         DELIMITED BY SIZE
006370         WS-TIMESTAMP DELIMITED BY SIZE
006380         INTO OPEN-RPT-RECORD
006390     WRITE OPEN-RPT-RECORD
006400     MOVE SPACES TO OPEN-RPT-RECORD
006410     WRITE OPEN-RPT-RECORD
006420     MOVE "MEMO   VENDOR DATE     ITEM         QTY RSN"
006430         TO OPEN-RPT-RECORD
006440     MOVE "UNIT COST        AMOUNT" TO OPEN-RPT-RECORD (46:24)
006450     WRITE OPEN-RPT-RECORD
006460     MOVE 0 TO WS-OPEN-LINES
006470     MOVE 0 TO WS-OPEN-MEMOS
006480     MOVE 0 TO WS-LAST-MEMO
006490     MOVE 0 TO WS-MEMO-TOTAL
006500     MOVE 0 TO WS-GRAND-TOTAL
006510     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
006520             UNTIL WS-SCAN-IDX > WS-RTV-COUNT
006530         MOVE WS-RTT-RECORD (WS-SCAN-IDX) TO RTV-LOG-RECORD
006540         IF RT-IS-OUTSTANDING
006550             PERFORM 3100-LIST-ONE-LINE THRU 3100-EXIT
006560         END-IF
006570     END-PERFORM
006580     IF WS-LAST-MEMO NOT = 0
006590         PERFORM 3200-MEMO-TOTAL THRU 3200-EXIT
006600     END-IF
006610     MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT
006620     MOVE SPACES TO OPEN-RPT-RECORD
006630     STRING "MEMOS OUTSTANDING : " DELIMITED BY SIZE
006640         WS-OPEN-MEMOS DELIMITED BY SIZE
006650         "   CREDIT DUE " DELIMITED BY SIZE
006660         WS-EDIT-AMOUNT DELIMITED BY SIZE
006670         INTO OPEN-RPT-RECORD
006680     WRITE OPEN-RPT-RECORD
006690     CLOSE OPEN-RPT-FILE
006700     DISPLAY "Memos outstanding: " WS-OPEN-MEMOS
006710         "  lines: " WS-OPEN-LINES
006720     DISPLAY "Credit due: " WS-EDIT-AMOUNT " - see RTVOPEN.".
006730 3000-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 3100-LIST-ONE-LINE  -  PRINT ONE OUTSTANDING LINE, CLOSING THE
006770*                       PREVIOUS MEMO'S TOTAL WHEN THE MEMO
006780*                       NUMBER CHANGES.
006790*----------------------------------------------------------------
006800 3100-LIST-ONE-LINE.
006810     IF RT-MEMO-NUMBER NOT = WS-LAST-MEMO
006820         IF WS-LAST-MEMO NOT = 0
006830             PERFORM 3200-MEMO-TOTAL THRU 3200-EXIT
006840         END-IF
006850         MOVE RT-MEMO-NUMBER TO WS-LAST-MEMO
006860         MOVE 0 TO WS-MEMO-TOTAL
006870         ADD 1 TO WS-OPEN-MEMOS
006880     END-IF
006890     ADD 1 TO WS-OPEN-LINES
006900     COMPUTE WS-LINE-AMOUNT = RT-QTY-RETURNED * RT-UNIT-COST
006910     ADD WS-LINE-AMOUNT TO WS-MEMO-TOTAL
006920     ADD WS-LINE-AMOUNT TO WS-GRAND-TOTAL
006930     MOVE RT-QTY-RETURNED TO WS-EDIT-QTY
006940     MOVE RT-UNIT-COST TO WS-EDIT-COST
006950     MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
006960     MOVE SPACES TO OPEN-RPT-RECORD
006970     STRING RT-MEMO-NUMBER DELIMITED BY SIZE
006980         " " DELIMITED BY SIZE
006990         RT-VENDOR-ID DELIMITED BY SIZE
007000         " " DELIMITED BY SIZE
007010         RT-BUSINESS-DATE DELIMITED BY SIZE
007020         " " DELIMITED BY SIZE
007030         RT-ITEM-CODE DELIMITED BY SIZE
007040         " " DELIMITED BY SIZE
007050         WS-EDIT-QTY DELIMITED BY SIZE
007060         " " DELIMITED BY SIZE
007070         RT-REASON-CODE DELIMITED BY SIZE
007080         "  " DELIMITED BY SIZE
007090         WS-EDIT-COST DELIMITED BY SIZE
007100         " " DELIMITED BY SIZE
007110         WS-EDIT-AMOUNT DELIMITED BY SIZE
007120         INTO OPEN-RPT-RECORD
007130     WRITE OPEN-RPT-RECORD.
007140 3100-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------
007170* 3200-MEMO-TOTAL  -  PRINT THE CREDIT DUE ON ONE DEBIT MEMO.
007180*----------------------------------------------------------------
007190 3200-MEMO-TOTAL.
007200     MOVE WS-MEMO-TOTAL TO WS-EDIT-AMOUNT
007210     MOVE SPACES TO OPEN-RPT-RECORD
007220     STRING "  MEMO " DELIMITED BY SIZE
007230         WS-LAST-MEMO DELIMITED BY SIZE
007240         " CREDIT DUE" DELIMITED BY SIZE
007250         INTO OPEN-RPT-RECORD
007260     MOVE WS-EDIT-AMOUNT TO OPEN-RPT-RECORD (56:14)
007270     WRITE OPEN-RPT-RECORD
007280     MOVE SPACES TO OPEN-RPT-RECORD
007290     WRITE OPEN-RPT-RECORD.
007300 3200-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330* 4000-CREDIT-RECEIVED  -  THE VENDOR'S CREDIT MEMO HAS COME
007340*                         BACK.  MARK EVERY OUTSTANDING LINE ON
007350*                         THE KEYED DEBIT MEMO CREDITED, WITH THE
007360*                         VENDOR'S MEMO NUMBER AND TODAY'S DATE.
007370*----------------------------------------------------------------
007380 4000-CREDIT-RECEIVED.
007390     IF JOURNAL-IS-FULL
007400         DISPLAY "RTV journal table full - archive it first."
007410         GO TO 4000-EXIT
007420     END-IF
007430     DISPLAY "Debit memo number: " WITH NO ADVANCING
007440     MOVE 0 TO WS-MEMO-NUMBER
007450     ACCEPT WS-MEMO-NUMBER
007460     MOVE 0 TO WS-MEMO-LINES
007470     MOVE 0 TO WS-MEMO-TOTAL
007480     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
007490             UNTIL WS-SCAN-IDX > WS-RTV-COUNT
007500         MOVE WS-RTT-RECORD (WS-SCAN-IDX) TO RTV-LOG-RECORD
007510         IF RT-MEMO-NUMBER = WS-MEMO-NUMBER
007520                 AND RT-IS-OUTSTANDING
007530             ADD 1 TO WS-MEMO-LINES
007540             MOVE RT-VENDOR-ID TO WS-WORK-VENDOR
007550             COMPUTE WS-LINE-AMOUNT =
007560                 RT-QTY-RETURNED * RT-UNIT-COST
007570             ADD WS-LINE-AMOUNT TO WS-MEMO-TOTAL
007580         END-IF
007590     END-PERFORM
007600     IF WS-MEMO-LINES = 0
007610         DISPLAY "No outstanding lines on memo "
007620             WS-MEMO-NUMBER "."
007630         GO TO 4000-EXIT
007640     END-IF
007650     MOVE WS-MEMO-TOTAL TO WS-EDIT-AMOUNT
007660     DISPLAY "  Vendor " WS-WORK-VENDOR "  lines " WS-MEMO-LINES
007670         "  credit due " WS-EDIT-AMOUNT
007680     DISPLAY "Vendor credit memo no: " WITH NO ADVANCING
007690     MOVE SPACES TO WS-WORK-CREDIT-MEMO
007700     ACCEPT WS-WORK-CREDIT-MEMO
007710     IF WS-WORK-CREDIT-MEMO = SPACES
007720         DISPLAY "Credit memo number required - nothing changed."
007730         GO TO 4000-EXIT
007740     END-IF
007750     MOVE "Mark this debit memo credited?" TO WS-YN-PROMPT
007760     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
007770         WS-AUDIT-PROGRAM
007780     IF WS-CONFIRM NOT = "Y"
007790         DISPLAY "Nothing changed."
007800         GO TO 4000-EXIT
007810     END-IF
007820     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
007830             UNTIL WS-SCAN-IDX > WS-RTV-COUNT
007840         MOVE WS-RTT-RECORD (WS-SCAN-IDX) TO RTV-LOG-RECORD
007850         IF RT-MEMO-NUMBER = WS-MEMO-NUMBER
007860                 AND RT-IS-OUTSTANDING
007870             SET RT-IS-CREDITED TO TRUE
007880             MOVE WS-BUSINESS-DATE TO RT-CREDIT-DATE
007890             MOVE WS-WORK-CREDIT-MEMO TO RT-CREDIT-MEMO
007900             MOVE RTV-LOG-RECORD TO WS-RTT-RECORD (WS-SCAN-IDX)
007910         END-IF
007920     END-PERFORM
007930     PERFORM 8000-REWRITE-JOURNAL THRU 8000-EXIT
007940     MOVE SPACES TO WS-AUDIT-MESSAGE
007950     STRING "DEBIT MEMO " DELIMITED BY SIZE
007960         WS-MEMO-NUMBER DELIMITED BY SIZE
007970         " CREDITED BY VENDOR MEMO " DELIMITED BY SIZE
007980         WS-WORK-CREDIT-MEMO DELIMITED BY SIZE
007990         INTO WS-AUDIT-MESSAGE
008000     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
008010         WS-AUDIT-MESSAGE
008020     DISPLAY "Debit memo " WS-MEMO-NUMBER " marked credited.".
008030 4000-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------
008060* 4200-ASSIGN-MEMO-NO  -  DRAW THE NEXT DEBIT MEMO NUMBER FROM
008070*                         THE RTVCTL CONTROL FILE AND BUMP THE
008080*                         FILE AT ONCE, THE WAY POGEN DRAWS A PO
008090*                         NUMBER.  A MISSING CONTROL FILE STARTS
008100*                         THE SEQUENCE AT ONE.
008110*----------------------------------------------------------------
008120 4200-ASSIGN-MEMO-NO.
008130     OPEN INPUT RTV-CTL-FILE
008140     IF WS-RTVCTL-STATUS = "35"
008150         MOVE 1 TO WS-MEMO-NUMBER
008160     ELSE
008170         READ RTV-CTL-FILE
008180             AT END
008190                 MOVE 1 TO WS-MEMO-NUMBER
008200             NOT AT END
008210                 MOVE RC-NEXT-MEMO-NO TO WS-MEMO-NUMBER
008220         END-READ
008230         CLOSE RTV-CTL-FILE
008240     END-IF
008250     OPEN OUTPUT RTV-CTL-FILE
008260     COMPUTE RC-NEXT-MEMO-NO = WS-MEMO-NUMBER + 1
008270     WRITE RTV-CTL-RECORD
008280     CLOSE RTV-CTL-FILE.
008290 4200-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320* 5000-FIND-VENDOR  -  SET WS-VEND-IDX TO THE KEYED VENDOR'S
008330*                      ENTRY, OR ZERO WHEN NOT ON FILE.
008340*----------------------------------------------------------------
008350 5000-FIND-VENDOR.
008360     MOVE 0 TO WS-VEND-IDX
008370     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008380             UNTIL WS-SCAN-IDX > WS-VEND-COUNT
008390         IF WS-VND-ID (WS-SCAN-IDX) = WS-WORK-VENDOR
008400             MOVE WS-SCAN-IDX TO WS-VEND-IDX
008410             EXIT PERFORM
008420         END-IF
008430     END-PERFORM.
008440 5000-EXIT.
008450     EXIT.
008453*----------------------------------------------------------------
008456* 5100-FIND-ITEM  -  SET WS-ITEM-IDX TO THE KEYED ITEM'S ENTRY,
008459*                    OR ZERO WHEN NOT ON FILE.
008462*----------------------------------------------------------------
008465 5100-FIND-ITEM.
008468     MOVE 0 TO WS-ITEM-IDX
008471     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008474             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
008477         IF WS-ITM-CODE (WS-SCAN-IDX) = WS-WORK-ITEM
008480             MOVE WS-SCAN-IDX TO WS-ITEM-IDX
008483             EXIT PERFORM
008486         END-IF
008489     END-PERFORM.
008492 5100-EXIT.
008495     EXIT.
008498*----------------------------------------------------------------
008501* 5200-FIND-STORE  -  ACCEPT A STORE NAME AS SET UP IN STORCFG
008504*                     AND SET WS-STORE-IDX TO ITS ENTRY, OR ZERO
008507*                     (WITH THE VALID NAMES SHOWN) WHEN UNKNOWN.
008510*----------------------------------------------------------------
008513 5200-FIND-STORE.
008516     MOVE SPACES TO WS-WORK-STORE
008519     ACCEPT WS-WORK-STORE
008522     MOVE 0 TO WS-STORE-IDX
008525     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008528             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
008531         IF WS-STR-NAME (WS-SCAN-IDX) = WS-WORK-STORE
008534             MOVE WS-SCAN-IDX TO WS-STORE-IDX
008537             EXIT PERFORM
008540         END-IF
008543     END-PERFORM
008546     IF WS-STORE-IDX = 0
008549         DISPLAY "Store not in STORCFG: " WS-WORK-STORE
008552         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008555                 UNTIL WS-SCAN-IDX > WS-STORE-COUNT
008558             DISPLAY "  " WS-STR-NAME (WS-SCAN-IDX)
008561         END-PERFORM
008564     END-IF.
008567 5200-EXIT.
008570     EXIT.
008610*----------------------------------------------------------------
008620* 8000-REWRITE-JOURNAL  -  REWRITE RTVLOG FROM THE WORK TABLE.
008630*----------------------------------------------------------------
008640 8000-REWRITE-JOURNAL.
008650     OPEN OUTPUT RTV-LOG-FILE
008660     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
008670             UNTIL WS-SCAN-IDX > WS-RTV-COUNT
008680         MOVE WS-RTT-RECORD (WS-SCAN-IDX) TO RTV-LOG-RECORD
008690         WRITE RTV-LOG-RECORD
008700     END-PERFORM
008710     CLOSE RTV-LOG-FILE.
008720 8000-EXIT.
008730     EXIT.
008740 END PROGRAM RTVPROC.
