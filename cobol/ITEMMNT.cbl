000300*                   (POGEN).  THE VENDOR IS CHECKED AGAINST THE
000310*                   VENDMST MASTER; AN UNKNOWN OR INACTIVE ID IS
000320*                   REFUSED SO AN ORDER NEVER GOES NOWHERE.
000321*   10/15/2026  DH  CARRY A TAX CLASS ON EACH ITEM - T TAXABLE, N
000322*                   NOT TAXABLE. ASKED ON AN ADD (BLANK = T) AND
000323*                   CHANGEABLE ON A CHANGE, LOGGED WITH BEFORE AND
000324*                   AFTER VALUES. AN OLDER RECORD WITH NO CLASS
000325*                   LOADS AS TAXABLE.
000326*   10/15/2026  DH  WARN WHEN AN ACTIVE ITEM IS IN NO BIN ON THE
000327*                   BIN ASSIGNMENT FILE (BINASGN) - A COUNT OF
000328*                   THEM AT START-UP, AND FOR THE ITEM ITSELF
000329*                   AFTER AN ADD OR A CHANGE - SO IT IS GIVEN A
000330*                   BIN THROUGH BINMNT BEFORE THE NEXT COUNT.
000331*   10/15/2026  DH  WRITE EACH ADD, CHANGE AND DEACTIVATION TO THE
000332*                   KEYED ITEM MASTER AS ONE RECORD, A CHANGE READ
000333*                   WITH A LOCK SO ON-HAND POSTED MEANWHILE IS
000334*                   KEPT.  THE WHOLE-FILE REWRITE AND ITEMLOAD ARE
000335*                   GONE.
000336*   10/15/2026  DH  MARK AN ITEM SEASONAL (Y/N) - ASKED ON AN ADD
000337*                   (BLANK = N) AND CHANGEABLE ON A CHANGE, LOGGED
000338*                   WITH BEFORE AND AFTER VALUES.  A SEASONAL ITEM
000339*                   IS LEFT OUT OF THE REORDER PLANNING RUN
000340*                   (REORDPLN).
000341*----------------------------------------------------------------
000342 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000374         ORGANIZATION IS INDEXED
000378         ACCESS MODE IS DYNAMIC
000382         RECORD KEY IS IM-ITEM-CODE
000386         LOCK MODE IS MANUAL
000390         FILE STATUS IS WS-ITEMMST-STATUS.
000400     SELECT VENDOR-FILE ASSIGN TO "VENDMST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000430     SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DEPTMST-STATUS.
000452     SELECT BIN-ASGN-FILE ASSIGN TO "BINASGN"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-BINASGN-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ITEM-MST-FILE.
000510     COPY VENDMST.
000520 FD  DEPT-MST-FILE.
000530     COPY DEPTMST.
000533 FD  BIN-ASGN-FILE.
000536     COPY BINASGN.
000540 WORKING-STORAGE SECTION.
000550 01  WS-ITEMMST-STATUS           PIC X(2).
000555     88  WS-ITEM-IS-LOCKED       VALUE "51".
000560 01  WS-ITEMMST-EOF              PIC X VALUE "N".
000570     88  END-OF-ITEMMST          VALUE "Y".
000571 01  WS-POST-MODE                PIC X(1).
000572     88  WS-POST-IS-ADD          VALUE "A".
000573 01  WS-POST-OK                  PIC X(1).
000574     88  WS-POST-IS-OK           VALUE "Y".
000575 01  WS-POST-STATUS              PIC X(2).
000576 01  WS-READ-DONE                PIC X(1).
000577     88  WS-READ-IS-DONE         VALUE "Y".
000580 01  WS-ACTION                   PIC X(1).
000590     88  WS-ACTION-ADD           VALUE "A".
000600     88  WS-ACTION-CHANGE        VALUE "C".
000730         10  WS-TBL-ORDQTY       PIC 9(5).
000740         10  WS-TBL-COST         PIC 9(6)V99.
000750         10  WS-TBL-DEPT         PIC X(4).
000755         10  WS-TBL-TAX          PIC X(1).
000757         10  WS-TBL-SEASON       PIC X(1).
000760 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000770 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000780 01  WS-WORK-CODE                PIC X(10).
000840 01  WS-WORK-ORDQTY              PIC 9(5).
000850 01  WS-WORK-COST                PIC 9(6)V99.
000860 01  WS-WORK-DEPT                PIC X(4).
000863 01  WS-WORK-TAX                 PIC X(1).
000866     88  WS-TAX-IS-VALID         VALUES "T" "N".
000867 01  WS-WORK-SEASON              PIC X(1).
000868     88  WS-SEASON-IS-VALID      VALUES "Y" "N".
000870 01  WS-DEPTMST-STATUS           PIC X(2).
000880 01  WS-DEPTMST-EOF              PIC X VALUE "N".
000890     88  END-OF-DEPTMST          VALUE "Y".
000940     88  END-OF-VENDMST          VALUE "Y".
000950 01  WS-VENDOR-OK                PIC X(1).
000960     88  WS-VENDOR-IS-OK         VALUE "Y".
000961 01  WS-BINASGN-STATUS           PIC X(2).
000962 01  WS-BINASGN-EOF              PIC X VALUE "N".
000963     88  END-OF-BINASGN          VALUE "Y".
000964 01  WS-BIN-COUNT                PIC 9(4) VALUE 0.
000965 01  WS-BIN-TABLE.
000966     05  WS-BIN-ITEM OCCURS 2000 TIMES PIC X(10).
000967 01  WS-BIN-IDX                  PIC 9(4) VALUE 0.
000968 01  WS-NO-BIN-COUNT             PIC 9(3) VALUE 0.
000969 01  WS-HAS-BIN                  PIC X(1).
000970     88  WS-ITEM-HAS-BIN         VALUE "Y".
000971 01  WS-CODE-OK                  PIC X(1).
000980     88  WS-CODE-IS-OK           VALUE "Y".
000990 01  WS-CHAR-IDX                 PIC 9(2).
001000 01  WS-EDIT-OLD-PRICE           PIC 9(6).99.
001090 PROCEDURE DIVISION.
001100*----------------------------------------------------------------
001110* 0000-MAINLINE  -  LOAD THE MASTER, TAKE MAINTENANCE ACTIONS
001118*                   UNTIL THE OPERATOR EXITS, AND RETURN.  EACH
001126*                   ITEM IS WRITTEN TO THE MASTER AS IT IS
001134*                   CHANGED SO AN INTERRUPTED SESSION LOSES
001142*                   NOTHING.
001150*----------------------------------------------------------------
001160 0000-MAINLINE.
001170     DISPLAY "[ITEM MASTER MAINTENANCE]"
001180     PERFORM 0500-LOAD-MASTER THRU 0500-EXIT
001185     PERFORM 0700-LOAD-BINS THRU 0700-EXIT
001190     MOVE SPACE TO WS-ACTION
001200     PERFORM 1000-GET-ACTION THRU 1000-EXIT
001210         UNTIL WS-ACTION-EXIT
001540                     TO WS-TBL-COST (WS-ITEM-COUNT)
001550                 MOVE IM-DEPT-CODE
001560                     TO WS-TBL-DEPT (WS-ITEM-COUNT)
001561                 IF IM-IS-NONTAXABLE
001562                     MOVE "N" TO WS-TBL-TAX (WS-ITEM-COUNT)
001563                 ELSE
001564                     MOVE "T" TO WS-TBL-TAX (WS-ITEM-COUNT)
001565                 END-IF
001566                 IF IM-IS-SEASONAL
001567                     MOVE "Y" TO WS-TBL-SEASON (WS-ITEM-COUNT)
001568                 ELSE
001569                     MOVE "N" TO WS-TBL-SEASON (WS-ITEM-COUNT)
001570                 END-IF
001571             ELSE
001580                 DISPLAY "Item table full - record skipped: "
001590                     IM-ITEM-CODE
001600                 MOVE SPACES TO WS-AUDIT-MESSAGE
001750* 0510-READ-ITEMMST  -  READ THE NEXT ITEM MASTER RECORD.
001760*----------------------------------------------------------------
001770 0510-READ-ITEMMST.
001780     READ ITEM-MST-FILE NEXT RECORD
001790         AT END
001800             SET END-OF-ITEMMST TO TRUE
001810     END-READ.
001820 0510-EXIT.
001821     EXIT.
001822*----------------------------------------------------------------
001823* 0700-LOAD-BINS  -  LOAD THE ITEM CODES THAT HAVE A BIN FROM THE
001824*                    BIN ASSIGNMENT FILE AND SAY HOW MANY ACTIVE
001825*                    ITEMS HAVE NONE.
001826*----------------------------------------------------------------
001827 0700-LOAD-BINS.
001828     OPEN INPUT BIN-ASGN-FILE
001829     IF WS-BINASGN-STATUS NOT = "35"
001830         PERFORM 0710-READ-BINASGN THRU 0710-EXIT
001831         PERFORM UNTIL END-OF-BINASGN
001832             IF WS-BIN-COUNT < 2000
001833                 ADD 1 TO WS-BIN-COUNT
001834                 MOVE BA-ITEM-CODE TO WS-BIN-ITEM (WS-BIN-COUNT)
001835             END-IF
001836             PERFORM 0710-READ-BINASGN THRU 0710-EXIT
001837         END-PERFORM
001838         CLOSE BIN-ASGN-FILE
001839     END-IF
001840     MOVE 0 TO WS-NO-BIN-COUNT
001841     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
001842             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
001843         IF WS-TBL-FLAG (WS-SCAN-IDX) = "A"
001844             MOVE WS-TBL-CODE (WS-SCAN-IDX) TO WS-WORK-CODE
001845             PERFORM 5500-CHECK-BIN THRU 5500-EXIT
001846             IF NOT WS-ITEM-HAS-BIN
001847                 ADD 1 TO WS-NO-BIN-COUNT
001848             END-IF
001849         END-IF
001850     END-PERFORM
001851     IF WS-NO-BIN-COUNT > 0
001852         DISPLAY "WARNING - " WS-NO-BIN-COUNT
001853             " active items have no bin (see BINMNT)."
001854     END-IF.
001855 0700-EXIT.
001856     EXIT.
001857*----------------------------------------------------------------
001858* 0710-READ-BINASGN  -  READ THE NEXT BIN ASSIGNMENT RECORD.
001859*----------------------------------------------------------------
001860 0710-READ-BINASGN.
001861     READ BIN-ASGN-FILE
001862         AT END
001863             SET END-OF-BINASGN TO TRUE
001864     END-READ.
001865 0710-EXIT.
001866     EXIT.
001867*----------------------------------------------------------------
001868* 1000-GET-ACTION  -  SHOW THE ACTION MENU, READ ONE CHOICE, AND
001869*                     DISPATCH TO THE MATCHING MAINTENANCE
001870*                     PARAGRAPH.
001880*----------------------------------------------------------------
001890 1000-GET-ACTION.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 2000-ADD-ITEM  -  VALIDATE AND ADD ONE NEW ITEM RECORD, LOG
002110*                   THE ADDITION, AND WRITE IT TO THE MASTER.
002120*----------------------------------------------------------------
002130 2000-ADD-ITEM.
002140     PERFORM 6000-GET-CODE THRU 6000-EXIT
002300             DISPLAY "Reorder Point: " WITH NO ADVANCING
002310             ACCEPT WS-WORK-POINT
002320             PERFORM 6400-GET-DEPT THRU 6400-EXIT
002325             PERFORM 6500-GET-TAX-CLASS THRU 6500-EXIT
002327             PERFORM 6600-GET-SEASONAL THRU 6600-EXIT
002330             PERFORM 6300-GET-VENDOR THRU 6300-EXIT
002340             DISPLAY "Order Quantity (0 = fill to reorder "
002350                 "point): " WITH NO ADVANCING
002460             MOVE WS-WORK-ORDQTY TO WS-TBL-ORDQTY (WS-ITEM-COUNT)
002470             MOVE WS-WORK-COST TO WS-TBL-COST (WS-ITEM-COUNT)
002480             MOVE WS-WORK-DEPT TO WS-TBL-DEPT (WS-ITEM-COUNT)
002485             MOVE WS-WORK-TAX TO WS-TBL-TAX (WS-ITEM-COUNT)
002486             MOVE WS-WORK-SEASON
002487                 TO WS-TBL-SEASON (WS-ITEM-COUNT)
002490             MOVE WS-WORK-PRICE TO WS-EDIT-NEW-PRICE
002500             MOVE SPACES TO WS-AUDIT-MESSAGE
002510             STRING "ADDED " DELIMITED BY SIZE
002550                 INTO WS-AUDIT-MESSAGE
002560             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002570                 WS-AUDIT-MESSAGE
002573             MOVE WS-ITEM-COUNT TO WS-FOUND-IDX
002576             MOVE "A" TO WS-POST-MODE
002579             PERFORM 8000-POST-ITEM THRU 8000-EXIT
002582             IF WS-POST-IS-OK
002585                 DISPLAY "Item added."
002588                 PERFORM 5600-WARN-NO-BIN THRU 5600-EXIT
002591             END-IF
002600         END-IF
002610     END-IF.
002620 2000-EXIT.
003420             MOVE WS-WORK-COST TO WS-TBL-COST (WS-FOUND-IDX)
003430         END-IF
003440         PERFORM 3050-CHANGE-DEPT THRU 3050-EXIT
003445         PERFORM 3070-CHANGE-TAX-CLASS THRU 3070-EXIT
003447         PERFORM 3080-CHANGE-SEASONAL THRU 3080-EXIT
003450         PERFORM 3100-CHANGE-VENDOR THRU 3100-EXIT
003453         MOVE "C" TO WS-POST-MODE
003456         PERFORM 8000-POST-ITEM THRU 8000-EXIT
003459         IF WS-POST-IS-OK
003462             DISPLAY "Item updated."
003465             IF WS-TBL-FLAG (WS-FOUND-IDX) = "A"
003468                 PERFORM 5600-WARN-NO-BIN THRU 5600-EXIT
003471             END-IF
003476         END-IF
003480     END-IF.
003490 3000-EXIT.
003500     EXIT.
003810         END-IF
003820     END-IF.
003830 3050-EXIT.
003831     EXIT.
003832*----------------------------------------------------------------
003833* 3070-CHANGE-TAX-CLASS  -  CHANGE AN ITEM'S TAX CLASS (T =
003834*                           TAXABLE, N = NOT TAXABLE).  A BLANK
003835*                           KEEPS THE CURRENT CLASS.  A CHANGE IS
003836*                           LOGGED WITH BEFORE AND AFTER VALUES.
003837*----------------------------------------------------------------
003838 3070-CHANGE-TAX-CLASS.
003839     DISPLAY "Current Tax Class  : "
003840         WS-TBL-TAX (WS-FOUND-IDX)
003841     DISPLAY "New Tax Class (T/N, blank keeps current): "
003842         WITH NO ADVANCING
003843     MOVE SPACE TO WS-WORK-TAX
003844     ACCEPT WS-WORK-TAX
003845     MOVE FUNCTION UPPER-CASE(WS-WORK-TAX) TO WS-WORK-TAX
003846     IF WS-WORK-TAX = SPACE OR
003847             WS-WORK-TAX = WS-TBL-TAX (WS-FOUND-IDX)
003848         GO TO 3070-EXIT
003849     END-IF
003850     IF NOT WS-TAX-IS-VALID
003851         DISPLAY "Tax class must be T or N - "
003852             "tax class left unchanged."
003853         GO TO 3070-EXIT
003854     END-IF
003855     MOVE SPACES TO WS-AUDIT-MESSAGE
003856     STRING "CHANGED " DELIMITED BY SIZE
003857         WS-WORK-CODE DELIMITED BY SIZE
003858         " TAX CLASS " DELIMITED BY SIZE
003859         WS-TBL-TAX (WS-FOUND-IDX) DELIMITED BY SIZE
003860         " > " DELIMITED BY SIZE
003861         WS-WORK-TAX DELIMITED BY SIZE
003862         INTO WS-AUDIT-MESSAGE
003863     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003864         WS-AUDIT-MESSAGE
003865     MOVE WS-WORK-TAX TO WS-TBL-TAX (WS-FOUND-IDX).
003866 3070-EXIT.
003867     EXIT.
003868*----------------------------------------------------------------
003869* 3080-CHANGE-SEASONAL  -  MARK AN ITEM SEASONAL OR NOT (Y/N).
003870*                          A SEASONAL ITEM IS LEFT OUT OF THE
003871*                          REORDER PLANNING RUN.  A BLANK KEEPS
003872*                          THE CURRENT SETTING.  A CHANGE IS
003873*                          LOGGED WITH BEFORE AND AFTER VALUES.
003874*----------------------------------------------------------------
003875 3080-CHANGE-SEASONAL.
003876     DISPLAY "Current Seasonal   : "
003877         WS-TBL-SEASON (WS-FOUND-IDX)
003878     DISPLAY "Seasonal (Y/N, blank keeps current): "
003879         WITH NO ADVANCING
003880     MOVE SPACE TO WS-WORK-SEASON
003881     ACCEPT WS-WORK-SEASON
003882     MOVE FUNCTION UPPER-CASE(WS-WORK-SEASON) TO WS-WORK-SEASON
003883     IF WS-WORK-SEASON = SPACE OR
003884             WS-WORK-SEASON = WS-TBL-SEASON (WS-FOUND-IDX)
003885         GO TO 3080-EXIT
003886     END-IF
003887     IF NOT WS-SEASON-IS-VALID
003888         DISPLAY "Seasonal must be Y or N - "
003889             "setting left unchanged."
003890         GO TO 3080-EXIT
003891     END-IF
003892     MOVE SPACES TO WS-AUDIT-MESSAGE
003893     STRING "CHANGED " DELIMITED BY SIZE
003894         WS-WORK-CODE DELIMITED BY SIZE
003895         " SEASONAL " DELIMITED BY SIZE
003896         WS-TBL-SEASON (WS-FOUND-IDX) DELIMITED BY SIZE
003897         " > " DELIMITED BY SIZE
003898         WS-WORK-SEASON DELIMITED BY SIZE
003899         INTO WS-AUDIT-MESSAGE
003900     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003901         WS-AUDIT-MESSAGE
003902     MOVE WS-WORK-SEASON TO WS-TBL-SEASON (WS-FOUND-IDX).
003903 3080-EXIT.
003904     EXIT.
003905*----------------------------------------------------------------
003906* 3100-CHANGE-VENDOR  -  CHANGE AN ITEM'S PREFERRED VENDOR AND
003907*                        ORDER QUANTITY.  A BLANK VENDOR KEEPS
003908*                        THE CURRENT ONE AND "NONE" CLEARS IT;
003909*                        AN ORDER QUANTITY OF ZERO KEEPS THE
003910*                        CURRENT ONE.  A CHANGED VENDOR IS
003911*                        CHECKED AGAINST VENDMST AND LOGGED.
003920*----------------------------------------------------------------
003930 3100-CHANGE-VENDOR.
003940     DISPLAY "Current Vendor     : "
004520                     INTO WS-AUDIT-MESSAGE
004530                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004540                     WS-AUDIT-MESSAGE
004545                 MOVE "C" TO WS-POST-MODE
004550                 PERFORM 8000-POST-ITEM THRU 8000-EXIT
004555                 IF WS-POST-IS-OK
004560                     DISPLAY "Item deactivated."
004565                 END-IF
004570             END-IF
004580         END-IF
004590     END-IF.
004740         END-IF
004750     END-PERFORM.
004760 5000-EXIT.
004761     EXIT.
004762*----------------------------------------------------------------
004763* 5500-CHECK-BIN  -  SAY WHETHER WS-WORK-CODE IS IN ANY BIN.
004764*----------------------------------------------------------------
004765 5500-CHECK-BIN.
004766     MOVE "N" TO WS-HAS-BIN
004767     PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
004768             UNTIL WS-BIN-IDX > WS-BIN-COUNT
004769         IF WS-BIN-ITEM (WS-BIN-IDX) = WS-WORK-CODE
004770             MOVE "Y" TO WS-HAS-BIN
004771             EXIT PERFORM
004772         END-IF
004773     END-PERFORM.
004774 5500-EXIT.
004775     EXIT.
004776*----------------------------------------------------------------
004777* 5600-WARN-NO-BIN  -  WARN WHEN THE ACTIVE ITEM JUST ADDED OR
004778*                      CHANGED IS IN NO BIN.
004779*----------------------------------------------------------------
004780 5600-WARN-NO-BIN.
004781     PERFORM 5500-CHECK-BIN THRU 5500-EXIT
004782     IF NOT WS-ITEM-HAS-BIN
004783         DISPLAY "WARNING - item " WS-WORK-CODE
004784             " has no bin; assign one through BINMNT."
004785     END-IF.
004786 5600-EXIT.
004787     EXIT.
004788*----------------------------------------------------------------
004790* 6000-GET-CODE  -  PROMPT FOR AN ITEM CODE AND VALIDATE ITS
004800*                   FORMAT - NOT BLANK, LETTERS, DIGITS, AND
004810*                   HYPHENS ONLY.  KEEPS ASKING UNTIL A WELL-
007050 6420-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007071* 6500-GET-TAX-CLASS  -  PROMPT FOR THE ITEM'S TAX CLASS ON AN
007072*                        ADD.  A BLANK MEANS TAXABLE, WHICH IS
007073*                        WHAT MOST OF THE STOCK IS.
007100*----------------------------------------------------------------
007101 6500-GET-TAX-CLASS.
007102     MOVE SPACE TO WS-WORK-TAX
007103     PERFORM UNTIL WS-TAX-IS-VALID
007104         DISPLAY "Tax Class (T=Taxable, N=Not taxable, "
007105             "blank = T): " WITH NO ADVANCING
007106         MOVE SPACE TO WS-WORK-TAX
007107         ACCEPT WS-WORK-TAX
007108         MOVE FUNCTION UPPER-CASE(WS-WORK-TAX) TO WS-WORK-TAX
007109         IF WS-WORK-TAX = SPACE
007110             MOVE "T" TO WS-WORK-TAX
007111         END-IF
007112         IF NOT WS-TAX-IS-VALID
007113             DISPLAY "Tax class must be T or N."
007114         END-IF
007115     END-PERFORM.
007116 6500-EXIT.
007117     EXIT.
007118*----------------------------------------------------------------
007119* 6600-GET-SEASONAL  -  ASK WHETHER A NEW ITEM IS SEASONAL.  A
007120*                       BLANK MEANS NO.
007121*----------------------------------------------------------------
007122 6600-GET-SEASONAL.
007123     MOVE SPACE TO WS-WORK-SEASON
007124     PERFORM UNTIL WS-SEASON-IS-VALID
007125         DISPLAY "Seasonal Item (Y/N, blank = N): "
007126             WITH NO ADVANCING
007127         MOVE SPACE TO WS-WORK-SEASON
007128         ACCEPT WS-WORK-SEASON
007129         MOVE FUNCTION UPPER-CASE(WS-WORK-SEASON)
007130             TO WS-WORK-SEASON
007131         IF WS-WORK-SEASON = SPACE
007132             MOVE "N" TO WS-WORK-SEASON
007133         END-IF
007134         IF NOT WS-SEASON-IS-VALID
007135             DISPLAY "Seasonal must be Y or N."
007136         END-IF
007137     END-PERFORM.
007138 6600-EXIT.
007139     EXIT.
007140*----------------------------------------------------------------
007141* 8000-POST-ITEM  -  WRITE THE ITEM AT WS-FOUND-IDX TO THE KEYED
007142*                    MASTER.  A NEW ITEM IS ADDED; A CHANGED ONE
007143*                    IS READ WITH A LOCK AND REWRITTEN WITH THE
007144*                    MAINTAINED FIELDS, KEEPING THE ON-HAND THE
007145*                    REGISTERS AND RECEIVING HAVE POSTED SINCE
007146*                    THE TABLE WAS LOADED.  WHILE ANOTHER
007147*                    STATION HOLDS THE RECORD THE OPERATOR IS
007148*                    ASKED WHETHER TO TRY AGAIN; A CHANGE GIVEN
007149*                    UP ON IS LOGGED AND THE TABLE RELOADED SO
007150*                    IT SHOWS WHAT IS REALLY ON FILE.
007151*----------------------------------------------------------------
007152 8000-POST-ITEM.
007153     MOVE "N" TO WS-POST-OK
007154     OPEN I-O ITEM-MST-FILE
007155     IF WS-ITEMMST-STATUS = "35"
007156         OPEN OUTPUT ITEM-MST-FILE
007163         CLOSE ITEM-MST-FILE
007173         OPEN I-O ITEM-MST-FILE
007183     END-IF
007193     MOVE WS-TBL-CODE (WS-FOUND-IDX) TO IM-ITEM-CODE
007203     IF WS-POST-IS-ADD
007213         MOVE WS-TBL-QTY (WS-FOUND-IDX) TO IM-QTY-ON-HAND
007223         PERFORM 8100-MOVE-FIELDS THRU 8100-EXIT
007240         WRITE ITEM-MST-RECORD
007241             INVALID KEY
007242                 CONTINUE
007243             NOT INVALID KEY
007244                 MOVE "Y" TO WS-POST-OK
007245         END-WRITE
007246         MOVE WS-ITEMMST-STATUS TO WS-POST-STATUS
007247     ELSE
007248         PERFORM 8200-READ-LOCKED THRU 8200-EXIT
007249         MOVE WS-ITEMMST-STATUS TO WS-POST-STATUS
007250         IF WS-ITEMMST-STATUS = "00"
007251             PERFORM 8100-MOVE-FIELDS THRU 8100-EXIT
007252             REWRITE ITEM-MST-RECORD
007253                 INVALID KEY
007254                     CONTINUE
007255                 NOT INVALID KEY
007256                     MOVE "Y" TO WS-POST-OK
007257             END-REWRITE
007258             MOVE WS-ITEMMST-STATUS TO WS-POST-STATUS
007259             UNLOCK ITEM-MST-FILE
007260             MOVE IM-QTY-ON-HAND TO WS-TBL-QTY (WS-FOUND-IDX)
007261         END-IF
007262     END-IF
007263     CLOSE ITEM-MST-FILE
007264     IF WS-POST-IS-OK
007265         GO TO 8000-EXIT
007266     END-IF
007267     DISPLAY "Item " WS-TBL-CODE (WS-FOUND-IDX)
007268         " not saved - item master status " WS-POST-STATUS
007269     MOVE SPACES TO WS-AUDIT-MESSAGE
007270     STRING "ITEM CHANGE NOT SAVED: " DELIMITED BY SIZE
007271         WS-TBL-CODE (WS-FOUND-IDX) DELIMITED BY SIZE
007272         " REFUSED, STATUS " DELIMITED BY SIZE
007273         WS-POST-STATUS DELIMITED BY SIZE
007274         INTO WS-AUDIT-MESSAGE
007275     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
007276         WS-AUDIT-MESSAGE
007277     MOVE 0 TO WS-ITEM-COUNT
007278     MOVE "N" TO WS-ITEMMST-EOF
007279     PERFORM 0500-LOAD-MASTER THRU 0500-EXIT.
007280 8000-EXIT.
007290     EXIT.
007291*----------------------------------------------------------------
007292* 8100-MOVE-FIELDS  -  MOVE THE MAINTAINED FIELDS OF THE TABLE
007293*                      ENTRY AT WS-FOUND-IDX TO THE RECORD.
007294*----------------------------------------------------------------
007295 8100-MOVE-FIELDS.
007296     MOVE WS-TBL-DESC (WS-FOUND-IDX) TO IM-DESCRIPTION
007297     MOVE WS-TBL-PRICE (WS-FOUND-IDX) TO IM-UNIT-PRICE
007298     MOVE WS-TBL-POINT (WS-FOUND-IDX) TO IM-REORDER-POINT
007299     MOVE WS-TBL-FLAG (WS-FOUND-IDX) TO IM-ACTIVE-FLAG
007300     MOVE WS-TBL-VENDOR (WS-FOUND-IDX) TO IM-PREF-VENDOR
007301     MOVE WS-TBL-ORDQTY (WS-FOUND-IDX) TO IM-ORDER-QTY
007302     MOVE WS-TBL-COST (WS-FOUND-IDX) TO IM-UNIT-COST
007303     MOVE WS-TBL-DEPT (WS-FOUND-IDX) TO IM-DEPT-CODE
007304     MOVE WS-TBL-TAX (WS-FOUND-IDX) TO IM-TAX-CLASS
007305     MOVE WS-TBL-SEASON (WS-FOUND-IDX) TO IM-SEASONAL-FLAG.
007306 8100-EXIT.
007307     EXIT.
007308*----------------------------------------------------------------
007309* 8200-READ-LOCKED  -  READ THE ITEM IN IM-ITEM-CODE WITH A LOCK,
007310*                      ASKING WHETHER TO TRY AGAIN WHILE ANOTHER
007311*                      STATION HOLDS IT.
007312*----------------------------------------------------------------
007313 8200-READ-LOCKED.
007314     MOVE "N" TO WS-READ-DONE
007315     PERFORM UNTIL WS-READ-IS-DONE
007316         READ ITEM-MST-FILE WITH LOCK
007317             INVALID KEY
007318                 CONTINUE
007319         END-READ
007320         IF WS-ITEM-IS-LOCKED
007321             DISPLAY "Item " IM-ITEM-CODE
007322                 " is in use at another station."
007323             MOVE "Try the item again?" TO WS-YN-PROMPT
007324             CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
007325                 WS-AUDIT-PROGRAM
007326             IF WS-CONFIRM NOT = "Y"
007327                 SET WS-READ-IS-DONE TO TRUE
007328             END-IF
007329         ELSE
007330             SET WS-READ-IS-DONE TO TRUE
007331         END-IF
007332     END-PERFORM.
007333 8200-EXIT.
007334     EXIT.
007335 END PROGRAM ITEMMNT.
