000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKPOST.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  A SHARED STORE STOCK
000100*                   POSTING SUBPROGRAM SO THE REGISTER, THE
000110*                   COUNT, RECEIVING, RETURN-TO-VENDOR AND THE
000120*                   TRANSFER UTILITY ALL MOVE PER-STORE STOCK
000130*                   (STORSTK) THE SAME WAY.  THE CALLER PASSES
000140*                   ONE STORE AND A TABLE OF ITEM CODES AND
000150*                   QUANTITIES; THE FILE IS REWRITTEN THROUGH A
000160*                   WORK FILE AND A STORE THAT HAS NO RECORD FOR
000170*                   AN ITEM YET GETS ONE.
000180*   10/15/2026  DH  STORSTK IS NOW KEYED BY STORE AND ITEM.  EACH
000190*                   ITEM IS READ WITH A LOCK AND REWRITTEN IN
000200*                   PLACE (OR WRITTEN, THE FIRST TIME A STORE
000210*                   HOLDS IT) THE WAY ITEMPOST POSTS THE ITEM
000220*                   MASTER, IN PLACE OF COPYING THE WHOLE FILE
000230*                   THROUGH STKWRK, SO TWO STATIONS POSTING AT
000240*                   ONCE NO LONGER OVERWRITE EACH OTHER.  THE
000250*                   CALLER NOW PASSES ITS NAME AND GETS BACK A
000260*                   RESULT PER LINE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STORE-STOCK-FILE ASSIGN TO "STORSTK"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS SS-STOCK-KEY
000350         LOCK MODE IS MANUAL
000360         FILE STATUS IS SP-STORSTK-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  STORE-STOCK-FILE.
000400     COPY STORSTK.
000410 WORKING-STORAGE SECTION.
000420 01  SP-STORSTK-STATUS          PIC X(2).
000430     88  SP-RECORD-IS-LOCKED    VALUE "51".
000440     88  SP-RECORD-NOT-FOUND    VALUE "23".
000450 01  SP-SCAN-IDX                PIC 9(3) VALUE 0.
000460 01  SP-MATCH-IDX               PIC 9(3) VALUE 0.
000470 01  SP-NET-QTY                 PIC S9(7) VALUE 0.
000480 01  SP-RETRY                   PIC X(1).
000490 01  SP-READ-DONE               PIC X VALUE "N".
000500     88  SP-READ-IS-DONE        VALUE "Y".
000510 01  SP-NEW-RECORD              PIC X VALUE "N".
000520     88  SP-RECORD-IS-NEW       VALUE "Y".
000530 01  SP-POST-AGAIN              PIC X VALUE "N".
000540     88  SP-MUST-POST-AGAIN     VALUE "Y".
000550 01  SP-EDIT-QTY                PIC -(6)9.
000560 01  SP-YN-PROMPT               PIC X(40).
000570 01  SP-AUDIT-PROGRAM           PIC X(8) VALUE "STKPOST".
000580 01  SP-AUDIT-MESSAGE           PIC X(60).
000590 LINKAGE SECTION.
000600*    FUNCTION A ADDS EACH QUANTITY TO THE STORE ON-HAND (A
000610*    NEGATIVE QUANTITY TAKES STOCK OUT).  FUNCTION C DOES THE
000620*    SAME AND ALSO STAMPS THE POST DATE AS THE LAST COUNT DATE.
000630*    FUNCTION P SETS THE STORE REORDER POINT TO THE QUANTITY.
000640*    SP-RESULT COMES BACK "P" FOR A POSTED LINE, "L" FOR A RECORD
000650*    LEFT UNPOSTED (HELD BY ANOTHER STATION, OR UNREADABLE), AND
000660*    "M" WHEN THE STORE STOCK FILE CANNOT BE OPENED.
000670 01  SP-CALLER                  PIC X(8).
000680 01  SP-STORE-NAME              PIC X(20).
000690 01  SP-POST-FUNCTION           PIC X(1).
000700     88  SP-FUNC-ADJUST         VALUE "A".
000710     88  SP-FUNC-COUNT          VALUE "C".
000720     88  SP-FUNC-SET-POINT      VALUE "P".
000730 01  SP-POST-DATE               PIC 9(8).
000740 01  SP-POST-COUNT              PIC 9(3).
000750 01  SP-POST-TABLE.
000760     05  SP-POST-ENTRY OCCURS 999 TIMES.
000770         10  SP-ITEM-CODE       PIC X(10).
000780         10  SP-QTY-CHANGE      PIC S9(7).
000790         10  SP-RESULT          PIC X(1).
000800             88  SP-WAS-POSTED  VALUE "P".
000810 PROCEDURE DIVISION USING SP-CALLER SP-STORE-NAME SP-POST-FUNCTION
000820     SP-POST-DATE SP-POST-COUNT SP-POST-TABLE.
000830*----------------------------------------------------------------
000840* 0000-MAINLINE  -  POST EACH DISTINCT ITEM ON THE CALLER'S TABLE
000850*                   TO THE STORE'S RECORD WITH ONE LOCKED READ
000860*                   AND ONE REWRITE, OR ONE WRITE FOR AN ITEM
000870*                   THE STORE HAS NO RECORD FOR YET.
000880*----------------------------------------------------------------
000890 0000-MAINLINE.
000900     IF SP-POST-COUNT = 0
000910         GOBACK
000920     END-IF
000930     PERFORM VARYING SP-SCAN-IDX FROM 1 BY 1
000940             UNTIL SP-SCAN-IDX > SP-POST-COUNT
000950         MOVE SPACE TO SP-RESULT (SP-SCAN-IDX)
000960     END-PERFORM
000970     OPEN I-O STORE-STOCK-FILE
000980     IF SP-STORSTK-STATUS = "35"
000990         OPEN OUTPUT STORE-STOCK-FILE
001000         CLOSE STORE-STOCK-FILE
001010         OPEN I-O STORE-STOCK-FILE
001020     END-IF
001030     IF SP-STORSTK-STATUS NOT = "00"
001040         PERFORM VARYING SP-SCAN-IDX FROM 1 BY 1
001050                 UNTIL SP-SCAN-IDX > SP-POST-COUNT
001060             MOVE "M" TO SP-RESULT (SP-SCAN-IDX)
001070         END-PERFORM
001080         MOVE SPACES TO SP-AUDIT-MESSAGE
001090         STRING "STORE STOCK POST FAILED, STORSTK STATUS "
001100             DELIMITED BY SIZE
001110             SP-STORSTK-STATUS DELIMITED BY SIZE
001120             " FOR " DELIMITED BY SIZE
001130             SP-CALLER DELIMITED BY SPACE
001140             INTO SP-AUDIT-MESSAGE
001150         CALL "AUDITLOG" USING SP-AUDIT-PROGRAM SP-AUDIT-MESSAGE
001160         GOBACK
001170     END-IF
001180     PERFORM VARYING SP-MATCH-IDX FROM 1 BY 1
001190             UNTIL SP-MATCH-IDX > SP-POST-COUNT
001200         IF SP-RESULT (SP-MATCH-IDX) = SPACE
001210             PERFORM 1000-POST-RECORD THRU 1000-EXIT
001220         END-IF
001230     END-PERFORM
001240     CLOSE STORE-STOCK-FILE
001250     GOBACK.
001260*----------------------------------------------------------------
001270* 1000-POST-RECORD  -  READ THE STORE'S RECORD FOR THE ITEM ON
001280*                      LINE SP-MATCH-IDX WITH A LOCK (OR START A
001290*                      NEW ONE), APPLY EVERY CALLER LINE FOR THE
001300*                      ITEM AND REWRITE OR WRITE IT.  THE RESULT
001310*                      GOES BACK ON EVERY LINE FOR THE ITEM.
001320*----------------------------------------------------------------
001330 1000-POST-RECORD.
001340     MOVE "Y" TO SP-POST-AGAIN
001350     PERFORM UNTIL NOT SP-MUST-POST-AGAIN
001360         MOVE "N" TO SP-POST-AGAIN
001370         MOVE SP-STORE-NAME TO SS-STORE-NAME
001380         MOVE SP-ITEM-CODE (SP-MATCH-IDX) TO SS-ITEM-CODE
001390         PERFORM 1100-READ-LOCKED THRU 1100-EXIT
001400         IF SP-RESULT (SP-MATCH-IDX) = SPACE
001410             PERFORM VARYING SP-SCAN-IDX FROM SP-MATCH-IDX BY 1
001420                     UNTIL SP-SCAN-IDX > SP-POST-COUNT
001430                 IF SP-ITEM-CODE (SP-SCAN-IDX) =
001440                         SP-ITEM-CODE (SP-MATCH-IDX)
001450                     PERFORM 1200-APPLY-LINE THRU 1200-EXIT
001460                 END-IF
001470             END-PERFORM
001480             PERFORM 1300-STORE-RECORD THRU 1300-EXIT
001490         END-IF
001500     END-PERFORM
001510     PERFORM VARYING SP-SCAN-IDX FROM SP-MATCH-IDX BY 1
001520             UNTIL SP-SCAN-IDX > SP-POST-COUNT
001530         IF SP-ITEM-CODE (SP-SCAN-IDX) =
001540                 SP-ITEM-CODE (SP-MATCH-IDX)
001550             MOVE SP-RESULT (SP-MATCH-IDX)
001560                 TO SP-RESULT (SP-SCAN-IDX)
001570         END-IF
001580     END-PERFORM.
001590 1000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620* 1100-READ-LOCKED  -  READ THE RECORD IN SS-STOCK-KEY WITH A
001630*                      LOCK.  A STORE WITH NO RECORD FOR THE ITEM
001640*                      STARTS FROM A ZERO RECORD.  WHILE ANOTHER
001650*                      STATION HOLDS THE RECORD THE OPERATOR IS
001660*                      ASKED WHETHER TO TRY AGAIN; A RECORD GIVEN
001670*                      UP ON IS LOGGED SO THE QUANTITY CAN BE
001680*                      POSTED BY HAND.
001690*----------------------------------------------------------------
001700 1100-READ-LOCKED.
001710     MOVE "N" TO SP-READ-DONE
001720     MOVE "N" TO SP-NEW-RECORD
001730     PERFORM UNTIL SP-READ-IS-DONE
001740         READ STORE-STOCK-FILE WITH LOCK
001750             INVALID KEY
001760                 CONTINUE
001770         END-READ
001780         EVALUATE TRUE
001790             WHEN SP-STORSTK-STATUS = "00"
001800                 SET SP-READ-IS-DONE TO TRUE
001810             WHEN SP-RECORD-NOT-FOUND
001820                 MOVE SP-STORE-NAME TO SS-STORE-NAME
001830                 MOVE SP-ITEM-CODE (SP-MATCH-IDX) TO SS-ITEM-CODE
001840                 MOVE 0 TO SS-QTY-ON-HAND
001850                 MOVE 0 TO SS-REORDER-POINT
001860                 MOVE 0 TO SS-LAST-COUNT-DATE
001870                 MOVE "Y" TO SP-NEW-RECORD
001880                 SET SP-READ-IS-DONE TO TRUE
001890             WHEN SP-RECORD-IS-LOCKED
001900                 DISPLAY "Store stock for item "
001910                     SP-ITEM-CODE (SP-MATCH-IDX)
001920                     " is in use at another station."
001930                 MOVE "Try the item again?" TO SP-YN-PROMPT
001940                 CALL "YESNOCHK" USING SP-YN-PROMPT SP-RETRY
001950                     SP-CALLER
001960                 IF SP-RETRY NOT = "Y"
001970                     MOVE "L" TO SP-RESULT (SP-MATCH-IDX)
001980                     PERFORM 1400-LOG-NOT-POSTED THRU 1400-EXIT
001990                     SET SP-READ-IS-DONE TO TRUE
002000                 END-IF
002010             WHEN OTHER
002020                 MOVE "L" TO SP-RESULT (SP-MATCH-IDX)
002030                 PERFORM 1400-LOG-NOT-POSTED THRU 1400-EXIT
002040                 SET SP-READ-IS-DONE TO TRUE
002050         END-EVALUATE
002060     END-PERFORM.
002070 1100-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 1200-APPLY-LINE  -  APPLY CALLER LINE SP-SCAN-IDX TO THE
002110*                     RECORD IN THE STORE STOCK BUFFER.
002120*----------------------------------------------------------------
002130 1200-APPLY-LINE.
002140     EVALUATE TRUE
002150         WHEN SP-FUNC-SET-POINT
002160             MOVE SP-QTY-CHANGE (SP-SCAN-IDX)
002170                 TO SS-REORDER-POINT
002180         WHEN SP-FUNC-COUNT
002190             ADD SP-QTY-CHANGE (SP-SCAN-IDX) TO SS-QTY-ON-HAND
002200             MOVE SP-POST-DATE TO SS-LAST-COUNT-DATE
002210         WHEN OTHER
002220             ADD SP-QTY-CHANGE (SP-SCAN-IDX) TO SS-QTY-ON-HAND
002230     END-EVALUATE.
002240 1200-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* 1300-STORE-RECORD  -  REWRITE THE LOCKED RECORD, OR WRITE THE
002280*                       NEW ONE.  A NEW RECORD ANOTHER STATION
002290*                       WROTE FIRST IS READ BACK AND POSTED AGAIN.
002300*----------------------------------------------------------------
002310 1300-STORE-RECORD.
002320     IF SP-RECORD-IS-NEW
002330         WRITE STORE-STOCK-RECORD
002340             INVALID KEY
002350                 CONTINUE
002360         END-WRITE
002370         IF SP-STORSTK-STATUS = "22"
002380             MOVE "Y" TO SP-POST-AGAIN
002390             GO TO 1300-EXIT
002400         END-IF
002410     ELSE
002420         REWRITE STORE-STOCK-RECORD
002430             INVALID KEY
002440                 CONTINUE
002450         END-REWRITE
002460         UNLOCK STORE-STOCK-FILE
002470     END-IF
002480     IF SP-STORSTK-STATUS = "00"
002490         MOVE "P" TO SP-RESULT (SP-MATCH-IDX)
002500     ELSE
002510         MOVE "L" TO SP-RESULT (SP-MATCH-IDX)
002520         PERFORM 1400-LOG-NOT-POSTED THRU 1400-EXIT
002530     END-IF.
002540 1300-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* 1400-LOG-NOT-POSTED  -  LOG THE STORE, ITEM AND NET QUANTITY
002580*                         OF A RECORD THAT COULD NOT BE POSTED.
002590*----------------------------------------------------------------
002600 1400-LOG-NOT-POSTED.
002610     MOVE 0 TO SP-NET-QTY
002620     PERFORM VARYING SP-SCAN-IDX FROM SP-MATCH-IDX BY 1
002630             UNTIL SP-SCAN-IDX > SP-POST-COUNT
002640         IF SP-ITEM-CODE (SP-SCAN-IDX) =
002650                 SP-ITEM-CODE (SP-MATCH-IDX)
002660             ADD SP-QTY-CHANGE (SP-SCAN-IDX) TO SP-NET-QTY
002670         END-IF
002680     END-PERFORM
002690     MOVE SP-NET-QTY TO SP-EDIT-QTY
002700     MOVE SPACES TO SP-AUDIT-MESSAGE
002710     STRING "STORE STOCK NOT POSTED: " DELIMITED BY SIZE
002720         SP-STORE-NAME DELIMITED BY "  "
002730         " " DELIMITED BY SIZE
002740         SP-ITEM-CODE (SP-MATCH-IDX) DELIMITED BY SPACE
002750         " QTY " DELIMITED BY SIZE
002760         SP-EDIT-QTY DELIMITED BY SIZE
002770         " " DELIMITED BY SIZE
002780         SP-POST-FUNCTION DELIMITED BY SIZE
002790         " FOR " DELIMITED BY SIZE
002800         SP-CALLER DELIMITED BY SPACE
002810         INTO SP-AUDIT-MESSAGE
002820     CALL "AUDITLOG" USING SP-AUDIT-PROGRAM SP-AUDIT-MESSAGE.
002830 1400-EXIT.
002840     EXIT.
002850 END PROGRAM STKPOST.
