000200*                   FOR AN ANGRY CUSTOMER TO SURFACE IT.  THE
000210*                   RUN ENDS BY CUTTING A FRESH SNAPSHOT.  THE
000220*                   FIRST RUN, WITH NO SNAPSHOT, JUST BASELINES.
000223*   10/15/2026  DH  STOCK SHIPPED BACK TO VENDORS ON RTVLOG
000226*                   DEBIT MEMOS NOW COUNTS AS MOVEMENT OUT.
000227*   10/15/2026  DH  STOCK RESERVED ON A LAYAWAY COUNTS AS MOVEMENT
000228*                   OUT WHEN THE LAYAWAY OPENS AND BACK IN IF IT
000229*                   IS FORFEITED; THE PICKUP SALE'S DETAIL LINES
000230*                   (TYPE L) ARE NOT COUNTED AGAIN.
000231*   10/15/2026  DH  READ THE ITEM MASTER AS A KEYED FILE IN KEY
000232*                   ORDER, NOW THAT IT IS KEPT INDEXED BY ITEM
000233*                   CODE.
000234*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000275         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000285         RECORD KEY IS IM-ITEM-CODE
000290         FILE STATUS IS WS-ITEMMST-STATUS.
000300     SELECT INV-SNAP-FILE ASSIGN TO "INVSNAP"
000310         ORGANIZATION IS LINE SEQUENTIAL
000420     SELECT ADJ-LOG-FILE ASSIGN TO "ADJLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ADJLOG-STATUS.
000442     SELECT RTV-LOG-FILE ASSIGN TO "RTVLOG"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS WS-RTVLOG-STATUS.
000447     SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY"
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-LAYAWAY-STATUS.
000450     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BUSDATE-STATUS.
000620     COPY RCVLOG.
000630 FD  ADJ-LOG-FILE.
000640     COPY ADJLOG.
000643 FD  RTV-LOG-FILE.
000646     COPY RTVLOG.
000647 FD  LAYAWAY-FILE.
000648     COPY LAYAWAY.
000650 FD  BUS-DATE-FILE.
000660     COPY BUSDATE.
000670 FD  RECON-RPT-FILE.
000730 01  WS-DETLHIST-STATUS         PIC X(2).
000740 01  WS-RCVLOG-STATUS           PIC X(2).
000750 01  WS-ADJLOG-STATUS           PIC X(2).
000755 01  WS-RTVLOG-STATUS           PIC X(2).
000757 01  WS-LAYAWAY-STATUS          PIC X(2).
000760 01  WS-BUSDATE-STATUS          PIC X(2).
000770 01  WS-FILE-EOF                PIC X VALUE "N".
000780     88  END-OF-FILE-IN         VALUE "Y".
001170             PERFORM 2200-TALLY-HIST THRU 2200-EXIT
001180             PERFORM 2400-TALLY-RECEIVING THRU 2400-EXIT
001190             PERFORM 2600-TALLY-ADJUSTMENTS THRU 2600-EXIT
001195             PERFORM 2800-TALLY-RETURNS THRU 2800-EXIT
001197             PERFORM 2950-TALLY-LAYAWAYS THRU 2950-EXIT
001200             PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001210         ELSE
001220             DISPLAY "No snapshot on file - baselining."
002530*----------------------------------------------------------------
002540* 2100-TALLY-ONE-LINE  -  ROLL ONE DETAIL LINE (IN THE SALEDETL
002550*                         RECORD AREA) INTO ITS ITEM'S MOVEMENT
002560*                         WHEN IT FALLS AFTER THE SNAPSHOT.  A
002563*                         LAYAWAY PICKUP LINE IS SKIPPED - ITS
002566*                         STOCK LEFT WHEN THE LAYAWAY OPENED.
002570*----------------------------------------------------------------
002580 2100-TALLY-ONE-LINE.
002590     IF SD-BUSINESS-DATE > WS-SNAP-DATE AND NOT SD-IS-LAYAWAY
002600         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002610                 UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
002620             IF WS-ITM-CODE (WS-SCAN-IDX) = SD-ITEM-CODE
003880     END-PERFORM.
003890 2700-EXIT.
003900     EXIT.
003901*----------------------------------------------------------------
003902* 2800-TALLY-RETURNS  -  STOCK SHIPPED BACK TO VENDORS SINCE THE
003903*                        SNAPSHOT GOES OUT OF STOCK.
003904*----------------------------------------------------------------
003905 2800-TALLY-RETURNS.
003906     MOVE "N" TO WS-FILE-EOF
003907     OPEN INPUT RTV-LOG-FILE
003908     IF WS-RTVLOG-STATUS NOT = "35"
003909         PERFORM 2810-READ-RTVLOG THRU 2810-EXIT
003910         PERFORM UNTIL END-OF-FILE-IN
003911             IF RT-BUSINESS-DATE > WS-SNAP-DATE
003912                 PERFORM 2900-TALLY-RETURN THRU 2900-EXIT
003913             END-IF
003914             PERFORM 2810-READ-RTVLOG THRU 2810-EXIT
003915         END-PERFORM
003916         CLOSE RTV-LOG-FILE
003917     END-IF.
003918 2800-EXIT.
003919     EXIT.
003920*----------------------------------------------------------------
003921* 2810-READ-RTVLOG  -  READ THE NEXT RETURN-TO-VENDOR RECORD.
003922*----------------------------------------------------------------
003923 2810-READ-RTVLOG.
003924     READ RTV-LOG-FILE
003925         AT END
003926             SET END-OF-FILE-IN TO TRUE
003927     END-READ.
003928 2810-EXIT.
003929     EXIT.
003930*----------------------------------------------------------------
003931* 2900-TALLY-RETURN  -  TAKE ONE VENDOR RETURN OFF ITS ITEM.
003932*----------------------------------------------------------------
003933 2900-TALLY-RETURN.
003934     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003935             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
003936         IF WS-ITM-CODE (WS-SCAN-IDX) = RT-ITEM-CODE
003937             SUBTRACT RT-QTY-RETURNED
003938                 FROM WS-ITM-MOVEMENT (WS-SCAN-IDX)
003939             EXIT PERFORM
003940         END-IF
003941     END-PERFORM.
003942 2900-EXIT.
003943     EXIT.
003944*----------------------------------------------------------------
003945* 2950-TALLY-LAYAWAYS  -  STOCK RESERVED ON A LAYAWAY OPENED
003946*                        SINCE THE SNAPSHOT GOES OUT OF STOCK; A
003947*                        LAYAWAY FORFEITED SINCE THE SNAPSHOT
003948*                        PUTS ITS STOCK BACK.
003949*----------------------------------------------------------------
003950 2950-TALLY-LAYAWAYS.
003951     MOVE "N" TO WS-FILE-EOF
003952     OPEN INPUT LAYAWAY-FILE
003953     IF WS-LAYAWAY-STATUS NOT = "35"
003954         PERFORM 2960-READ-LAYAWAY THRU 2960-EXIT
003955         PERFORM UNTIL END-OF-FILE-IN
003956             PERFORM 2970-TALLY-LAYAWAY-LINE THRU 2970-EXIT
003957             PERFORM 2960-READ-LAYAWAY THRU 2960-EXIT
003958         END-PERFORM
003959         CLOSE LAYAWAY-FILE
003960     END-IF.
003961 2950-EXIT.
003962     EXIT.
003963*----------------------------------------------------------------
003964* 2960-READ-LAYAWAY  -  READ THE NEXT LAYAWAY LINE.
003965*----------------------------------------------------------------
003966 2960-READ-LAYAWAY.
003967     READ LAYAWAY-FILE
003968         AT END
003969             SET END-OF-FILE-IN TO TRUE
003970     END-READ.
003971 2960-EXIT.
003972     EXIT.
003973*----------------------------------------------------------------
003974* 2970-TALLY-LAYAWAY-LINE  -  ROLL ONE LAYAWAY LINE INTO ITS
003975*                            ITEM'S MOVEMENT.
003976*----------------------------------------------------------------
003977 2970-TALLY-LAYAWAY-LINE.
003978     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003979             UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
003980         IF WS-ITM-CODE (WS-SCAN-IDX) = LY-ITEM-CODE
003981             IF LY-OPEN-DATE > WS-SNAP-DATE
003982                 SUBTRACT LY-QUANTITY
003983                     FROM WS-ITM-MOVEMENT (WS-SCAN-IDX)
003984             END-IF
003985             IF LY-IS-FORFEITED AND LY-CLOSE-DATE > WS-SNAP-DATE
003986                 ADD LY-QUANTITY
003987                     TO WS-ITM-MOVEMENT (WS-SCAN-IDX)
003988             END-IF
003989             EXIT PERFORM
003990         END-IF
003991     END-PERFORM.
003992 2970-EXIT.
003993     EXIT.
003994*----------------------------------------------------------------
003995* 3000-WRITE-REPORT  -  FLAG EVERY ITEM WHOSE BOOK QUANTITY IS
003996*                       NOT SNAPSHOT PLUS JOURNALED MOVEMENT.
003997*                       AN ITEM NEW SINCE THE SNAPSHOT IS NOTED
003998*                       AND BASELINED, NOT FLAGGED.
003999*----------------------------------------------------------------
004000 3000-WRITE-REPORT.
004001     OPEN OUTPUT RECON-RPT-FILE
004002     MOVE SPACES TO RECON-RPT-RECORD
004003     STRING "INVENTORY RECONCILIATION - " DELIMITED BY SIZE
004010         WS-TIMESTAMP DELIMITED BY SIZE
004020         INTO RECON-RPT-RECORD
004030     WRITE RECON-RPT-RECORD
