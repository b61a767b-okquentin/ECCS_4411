000240*                   OVERNIGHT WINDOW CAN RUN THE REPORT ON ITS
000250*                   QUARTER-END SCHEDULE UNATTENDED INSTEAD OF
000260*                   SOMEONE REMEMBERING TO KEY IT BY HAND.
000262*   10/15/2026  DH  LEAVE LAYAWAY DEPOSITS, PAYMENTS AND FORFEITS
000264*                   (TYPES L AND F) OUT - THEY ARE NOT SALES.  A
000266*                   PAID-OFF LAYAWAY COUNTS AS A SALE ON THE DAY
000268*                   IT IS PICKED UP.
000269*   10/15/2026  DH  REPORT GROSS, EXEMPT AND TAXABLE SALES BY
000270*                   STORE FROM THE SPLIT THE REGISTER NOW RECORDS,
000271*                   CHECK THE TAX AGAINST THE TAXABLE SALES ONLY,
000272*                   AND LIST EXEMPT SALES BY CERTIFICATE AND
000273*                   CUSTOMER FOR THE STATE RETURN. OLDER RECORDS
000274*                   COUNT AS ALL TAXABLE.
000275*   10/15/2026  DH  WIDEN THE SCAN SUBSCRIPT TO REACH EVERY ENTRY
000276*                   OF THE EXEMPTION CERTIFICATE TABLE.
000277*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000810         10  WS-RT-RATE         PIC 9V999.
000820 01  WS-STORE-COUNT             PIC 9(2) VALUE 0.
000830 01  WS-FOUND-IDX               PIC 9(2) VALUE 0.
000840 01  WS-SCAN-IDX                PIC 9(3) VALUE 0.
000850 01  WS-STORE-TABLE.
000860     05  WS-STR-ENTRY OCCURS 50 TIMES.
000870         10  WS-STR-NAME        PIC X(20).
000880         10  WS-STR-TAX-TOTAL   PIC S9(9)V99 VALUE 0.
000890         10  WS-STR-SUB-TOTAL   PIC S9(9)V99 VALUE 0.
000900         10  WS-STR-FLAG-COUNT  PIC 9(6) VALUE 0.
000901         10  WS-STR-GROSS-TOTAL PIC S9(9)V99 VALUE 0.
000902         10  WS-STR-EXEMPT-TOTAL PIC S9(9)V99 VALUE 0.
000903         10  WS-STR-TAXABLE-TOTAL PIC S9(9)V99 VALUE 0.
000904         10  WS-STR-NONTAX-TOTAL PIC S9(9)V99 VALUE 0.
000905 01  WS-CERT-COUNT              PIC 9(3) VALUE 0.
000906 01  WS-CERT-IDX                PIC 9(3) VALUE 0.
000907 01  WS-CERT-TABLE.
000908     05  WS-CERT-ENTRY OCCURS 500 TIMES.
000909         10  WS-CT-STORE        PIC X(20).
000910         10  WS-CT-CERT         PIC X(15).
000911         10  WS-CT-CUST         PIC X(6).
000912         10  WS-CT-SALE-COUNT   PIC 9(6) VALUE 0.
000913         10  WS-CT-EXEMPT       PIC S9(9)V99 VALUE 0.
000914 01  WS-CERT-OVER-COUNT         PIC 9(6) VALUE 0.
000915 01  WS-CERT-OVER-AMT           PIC S9(9)V99 VALUE 0.
000916 01  WS-TRAN-GROSS              PIC S9(9)V99 VALUE 0.
000917 01  WS-TRAN-EXEMPT             PIC S9(9)V99 VALUE 0.
000918 01  WS-TRAN-TAXABLE            PIC S9(9)V99 VALUE 0.
000919 01  WS-USE-RATE                PIC 9V999 VALUE 0.
000920 01  WS-RATE-FOUND              PIC X VALUE "N".
000930     88  WS-RATE-WAS-FOUND      VALUE "Y".
000940 01  WS-EXPECT-TAX              PIC S9(9)V99 VALUE 0.
000980 01  WS-USED-COUNT              PIC 9(6) VALUE 0.
000990 01  WS-FLAG-COUNT              PIC 9(6) VALUE 0.
001000 01  WS-GRAND-TAX               PIC S9(9)V99 VALUE 0.
001002 01  WS-GRAND-GROSS             PIC S9(9)V99 VALUE 0.
001004 01  WS-GRAND-EXEMPT            PIC S9(9)V99 VALUE 0.
001006 01  WS-GRAND-TAXABLE           PIC S9(9)V99 VALUE 0.
001010 01  WS-EDIT-AMT-1              PIC -(7)9.99.
001020 01  WS-EDIT-AMT-2              PIC -(7)9.99.
001023 01  WS-EDIT-AMT-3              PIC -(7)9.99.
001026 01  WS-EDIT-AMT-4              PIC -(7)9.99.
001030 01  WS-EDIT-COUNT              PIC ZZZZZ9.
001040 PROCEDURE DIVISION.
001050*----------------------------------------------------------------
002500*                         STORE'S TAX TOTALS AND CHECK THE
002510*                         RECORDED TAX AGAINST THE RECOMPUTED
002520*                         FIGURE, FLAGGING A DISAGREEMENT OF
002522*                         MORE THAN ONE CENT.  GROSS SALES ARE
002524*                         THE TAXABLE PLUS THE EXEMPT SALES (A
002526*                         GIFT CERTIFICATE SOLD IS NEITHER).  A
002528*                         RECORD WRITTEN BEFORE THE REGISTER SPLIT
002530*                         THE TWO HAS NO FIGURES THERE AND IS
002532*                         TAKEN AS ALL TAXABLE AT ITS SUBTOTAL.
002540*----------------------------------------------------------------
002550 3000-PROCESS-RECORD.
002560     IF ST-BUSINESS-DATE >= WS-FROM-DATE AND
002570             ST-BUSINESS-DATE <= WS-TO-DATE AND
002575             NOT ST-IS-LAYAWAY-MONEY
002580         ADD 1 TO WS-USED-COUNT
002590         PERFORM 3100-FIND-STORE THRU 3100-EXIT
002600         IF WS-FOUND-IDX NOT = 0
002601             IF ST-TAXABLE-SALES IS NUMERIC AND
002602                     ST-EXEMPT-SALES IS NUMERIC
002603                 MOVE ST-TAXABLE-SALES TO WS-TRAN-TAXABLE
002604                 MOVE ST-EXEMPT-SALES TO WS-TRAN-EXEMPT
002605             ELSE
002606                 MOVE ST-SUBTOTAL TO WS-TRAN-TAXABLE
002607                 MOVE 0 TO WS-TRAN-EXEMPT
002608             END-IF
002609             COMPUTE WS-TRAN-GROSS =
002610                 WS-TRAN-TAXABLE + WS-TRAN-EXEMPT
002611             ADD ST-TAX TO WS-STR-TAX-TOTAL (WS-FOUND-IDX)
002620             ADD ST-SUBTOTAL TO WS-STR-SUB-TOTAL (WS-FOUND-IDX)
002621             ADD WS-TRAN-GROSS
002622                 TO WS-STR-GROSS-TOTAL (WS-FOUND-IDX)
002623             ADD WS-TRAN-EXEMPT
002624                 TO WS-STR-EXEMPT-TOTAL (WS-FOUND-IDX)
002625             ADD WS-TRAN-TAXABLE
002626                 TO WS-STR-TAXABLE-TOTAL (WS-FOUND-IDX)
002630             ADD ST-TAX TO WS-GRAND-TAX
002631             ADD WS-TRAN-GROSS TO WS-GRAND-GROSS
002632             ADD WS-TRAN-EXEMPT TO WS-GRAND-EXEMPT
002633             ADD WS-TRAN-TAXABLE TO WS-GRAND-TAXABLE
002634             IF WS-TRAN-EXEMPT NOT = 0
002635                 PERFORM 3150-ADD-EXEMPT THRU 3150-EXIT
002636             END-IF
002640             PERFORM 3200-CHECK-TAX THRU 3200-EXIT
002650         END-IF
002660     END-IF
002880 3100-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002901* 3150-ADD-EXEMPT  -  POST THIS TRANSACTION'S EXEMPT SALES.  A
002902*                     SALE TO A CERTIFICATE HOLDER GOES TO THAT
002903*                     STORE AND CERTIFICATE, ADDING AN ENTRY THE
002904*                     FIRST TIME ONE IS SEEN; OTHERWISE IT IS
002905*                     NON-TAXABLE MERCHANDISE FOR THE STORE.
002906*                     WITH THE TABLE FULL THE AMOUNT IS CARRIED
002907*                     ON ONE UNITEMIZED LINE SO NOTHING IS LOST.
002908*----------------------------------------------------------------
002909 3150-ADD-EXEMPT.
002910     IF ST-EXEMPT-CERT = SPACES
002911         ADD WS-TRAN-EXEMPT TO WS-STR-NONTAX-TOTAL (WS-FOUND-IDX)
002912         GO TO 3150-EXIT
002913     END-IF
002914     MOVE 0 TO WS-CERT-IDX
002915     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
002916             UNTIL WS-SCAN-IDX > WS-CERT-COUNT
002917         IF WS-CT-STORE (WS-SCAN-IDX) = ST-STORE-NAME AND
002918                 WS-CT-CERT (WS-SCAN-IDX) = ST-EXEMPT-CERT
002919             MOVE WS-SCAN-IDX TO WS-CERT-IDX
002920             EXIT PERFORM
002921         END-IF
002922     END-PERFORM
002923     IF WS-CERT-IDX = 0
002924         IF WS-CERT-COUNT < 500
002925             ADD 1 TO WS-CERT-COUNT
002926             MOVE WS-CERT-COUNT TO WS-CERT-IDX
002927             MOVE ST-STORE-NAME TO WS-CT-STORE (WS-CERT-IDX)
002928             MOVE ST-EXEMPT-CERT TO WS-CT-CERT (WS-CERT-IDX)
002929             MOVE ST-EXEMPT-CUST TO WS-CT-CUST (WS-CERT-IDX)
002930         ELSE
002931             ADD 1 TO WS-CERT-OVER-COUNT
002932             ADD WS-TRAN-EXEMPT TO WS-CERT-OVER-AMT
002933             GO TO 3150-EXIT
002934         END-IF
002935     END-IF
002936     ADD 1 TO WS-CT-SALE-COUNT (WS-CERT-IDX)
002937     ADD WS-TRAN-EXEMPT TO WS-CT-EXEMPT (WS-CERT-IDX).
002938 3150-EXIT.
002939     EXIT.
002940*----------------------------------------------------------------
002941* 3200-CHECK-TAX  -  RECOMPUTE THE EXPECTED TAX FOR THE CURRENT
002942*                    TRANSACTION FROM ITS TAXABLE SALES AND THE
002943*                    STORE'S CONFIGURED RATE (OR THE REGISTER
002944*                    DEFAULT WHEN THE STORE HAS NO ENTRY) AND
002950*                    WRITE A FLAG LINE WHEN THE RECORDED TAX
002960*                    DISAGREES BY MORE THAN A CENT.
002970*----------------------------------------------------------------
003070         END-IF
003080     END-PERFORM
003090     COMPUTE WS-EXPECT-TAX ROUNDED =
003100         WS-TRAN-TAXABLE * WS-USE-RATE
003110     COMPUTE WS-TAX-DIFF = ST-TAX - WS-EXPECT-TAX
003120     IF WS-TAX-DIFF > +0.01 OR WS-TAX-DIFF < -0.01
003130         ADD 1 TO WS-FLAG-COUNT
003340 3200-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003366* 4000-WRITE-TOTALS  -  WRITE THE PER-STORE GROSS, EXEMPT, AND
003372*                       TAXABLE SALES AND TAX COLLECTED, THE
003378*                       EXEMPT SALES BY CERTIFICATE, AND THE
003384*                       GRAND TOTALS FOR THE REMITTANCE.
003390*----------------------------------------------------------------
003400 4000-WRITE-TOTALS.
003410     IF WS-FLAG-COUNT = 0
003480     WRITE TAX-RPT-RECORD
003490     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003500             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
003502         MOVE WS-STR-GROSS-TOTAL (WS-SCAN-IDX) TO WS-EDIT-AMT-2
003504         MOVE WS-STR-EXEMPT-TOTAL (WS-SCAN-IDX) TO WS-EDIT-AMT-3
003506         MOVE WS-STR-TAXABLE-TOTAL (WS-SCAN-IDX)
003508             TO WS-EDIT-AMT-4
003510         MOVE WS-STR-TAX-TOTAL (WS-SCAN-IDX) TO WS-EDIT-AMT-1
003520         MOVE WS-STR-FLAG-COUNT (WS-SCAN-IDX) TO WS-EDIT-COUNT
003530         MOVE SPACES TO TAX-RPT-RECORD
003540         STRING "  " WS-STR-NAME (WS-SCAN-IDX)
003542             " GROSS:" WS-EDIT-AMT-2
003544             " EXEMPT:" WS-EDIT-AMT-3
003546             " TAXABLE:" WS-EDIT-AMT-4
003550             " TAX:" WS-EDIT-AMT-1
003560             "  FLAGGED:" WS-EDIT-COUNT
003570             DELIMITED BY SIZE INTO TAX-RPT-RECORD
003580         WRITE TAX-RPT-RECORD
003590     END-PERFORM
003591     PERFORM 4100-WRITE-EXEMPT THRU 4100-EXIT
003592     MOVE SPACES TO TAX-RPT-RECORD
003593     WRITE TAX-RPT-RECORD
003594     MOVE WS-GRAND-GROSS TO WS-EDIT-AMT-1
003595     MOVE SPACES TO TAX-RPT-RECORD
003596     STRING "  TOTAL GROSS SALES :" WS-EDIT-AMT-1
003597         DELIMITED BY SIZE INTO TAX-RPT-RECORD
003598     WRITE TAX-RPT-RECORD
003599     MOVE WS-GRAND-EXEMPT TO WS-EDIT-AMT-1
003600     MOVE SPACES TO TAX-RPT-RECORD
003601     STRING "  TOTAL EXEMPT SALES:" WS-EDIT-AMT-1
003602         DELIMITED BY SIZE INTO TAX-RPT-RECORD
003603     WRITE TAX-RPT-RECORD
003604     MOVE WS-GRAND-TAXABLE TO WS-EDIT-AMT-1
003605     MOVE SPACES TO TAX-RPT-RECORD
003606     STRING "  TOTAL TAXABLE     :" WS-EDIT-AMT-1
003607         DELIMITED BY SIZE INTO TAX-RPT-RECORD
003608     WRITE TAX-RPT-RECORD
003609     MOVE WS-GRAND-TAX TO WS-EDIT-AMT-1
003610     MOVE SPACES TO TAX-RPT-RECORD
003620     STRING "  TOTAL TAX TO REMIT:" WS-EDIT-AMT-1
003630         DELIMITED BY SIZE INTO TAX-RPT-RECORD
003640     WRITE TAX-RPT-RECORD.
003650 4000-EXIT.
003651     EXIT.
003652*----------------------------------------------------------------
003653* 4100-WRITE-EXEMPT  -  LIST THE EXEMPT SALES STORE BY STORE:
003654*                       EACH CERTIFICATE WITH ITS CUSTOMER, SALE
003655*                       COUNT, AND AMOUNT, THEN THE STORE'S
003656*                       NON-TAXABLE MERCHANDISE SOLD WITHOUT A
003657*                       CERTIFICATE.
003658*----------------------------------------------------------------
003659 4100-WRITE-EXEMPT.
003660     MOVE SPACES TO TAX-RPT-RECORD
003661     WRITE TAX-RPT-RECORD
003662     MOVE "EXEMPT SALES BY CERTIFICATE" TO TAX-RPT-RECORD
003663     WRITE TAX-RPT-RECORD
003664     IF WS-GRAND-EXEMPT = 0 AND WS-CERT-COUNT = 0
003665         MOVE "  (NONE)" TO TAX-RPT-RECORD
003666         WRITE TAX-RPT-RECORD
003667         GO TO 4100-EXIT
003668     END-IF
003669     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
003670             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
003671         PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
003672                 UNTIL WS-CERT-IDX > WS-CERT-COUNT
003673             IF WS-CT-STORE (WS-CERT-IDX) =
003674                     WS-STR-NAME (WS-SCAN-IDX)
003675                 MOVE WS-CT-SALE-COUNT (WS-CERT-IDX)
003676                     TO WS-EDIT-COUNT
003677                 MOVE WS-CT-EXEMPT (WS-CERT-IDX) TO WS-EDIT-AMT-1
003678                 MOVE SPACES TO TAX-RPT-RECORD
003679                 STRING "  " WS-STR-NAME (WS-SCAN-IDX)
003680                     " CERT " WS-CT-CERT (WS-CERT-IDX)
003681                     " CUST " WS-CT-CUST (WS-CERT-IDX)
003682                     " SALES:" WS-EDIT-COUNT
003683                     " EXEMPT:" WS-EDIT-AMT-1
003684                     DELIMITED BY SIZE INTO TAX-RPT-RECORD
003685                 WRITE TAX-RPT-RECORD
003686             END-IF
003687         END-PERFORM
003688         IF WS-STR-NONTAX-TOTAL (WS-SCAN-IDX) NOT = 0
003689             MOVE WS-STR-NONTAX-TOTAL (WS-SCAN-IDX)
003690                 TO WS-EDIT-AMT-1
003691             MOVE SPACES TO TAX-RPT-RECORD
003692             STRING "  " WS-STR-NAME (WS-SCAN-IDX)
003693                 " NON-TAXABLE MERCHANDISE, NO CERTIFICATE"
003694                 "      EXEMPT:" WS-EDIT-AMT-1
003695                 DELIMITED BY SIZE INTO TAX-RPT-RECORD
003696             WRITE TAX-RPT-RECORD
003697         END-IF
003698     END-PERFORM
003699     IF WS-CERT-OVER-COUNT NOT = 0
003700         MOVE WS-CERT-OVER-COUNT TO WS-EDIT-COUNT
003701         MOVE WS-CERT-OVER-AMT TO WS-EDIT-AMT-1
003702         MOVE SPACES TO TAX-RPT-RECORD
003703         STRING "  CERTIFICATE TABLE FULL - NOT ITEMIZED"
003704             "   SALES:" WS-EDIT-COUNT
003705             " EXEMPT:" WS-EDIT-AMT-1
003706             DELIMITED BY SIZE INTO TAX-RPT-RECORD
003707         WRITE TAX-RPT-RECORD
003708     END-IF.
003709 4100-EXIT.
003710     EXIT.
003711*----------------------------------------------------------------
003712* 9999-TERMINATE  -  CLOSE FILES AND SHOW THE RUN COUNTS.
003713*----------------------------------------------------------------
003714 9999-TERMINATE.
003715     DISPLAY "Transactions in range: " WS-USED-COUNT
003720     DISPLAY "Flagged              : " WS-FLAG-COUNT
003730     IF WS-SALEHIST-STATUS NOT = "35"
003740         CLOSE SALE-HIST-FILE
