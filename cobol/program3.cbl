002069*                   REFUSED - SO EVERY TENDER TAKEN FITS THE
002070*                   TABLE AND REACHES THE TENDDETL JOURNAL, AND
002071*                   THE TYPE-M SPLITS NEVER LOSE MONEY.
002072*   10/15/2026  DH  DEDUCT A SALE FROM THE REGISTER'S OWN STORE.
002073*                   AFTER THE ITEM MASTER (COMPANY) ON-HAND IS
002074*                   POSTED, THE SAME NET MOVEMENT IS POSTED TO THE
002075*                   STORE'S STOCK IN STORSTK THROUGH THE SHARED
002076*                   STKPOST ROUTINE - A RETURN PUTS IT BACK.  A
002077*                   STORE NAME NOT IN STORCFG IS AUDITED AND LEFT
002078*                   FOR THE OFFICE TO PLACE.
002079*   10/15/2026  DH  ADD LAYAWAYS.  TYPE L RINGS THE ITEMS, TAKES A
002080*                   DEPOSIT OF AT LEAST THE LAYTERMS MINIMUM AND
002081*                   FILES THE LAYAWAY UNDER A LAYCTL NUMBER WITH A
002082*                   PAY-BY DATE; THE STOCK COMES OUT AT ONCE BUT
002083*                   NO SALE IS LOGGED - THE DEPOSIT GOES TO
002084*                   SALESTRN AS TYPE L MONEY.  TYPE P TAKES A
002085*                   PAYMENT AGAINST A LAYAWAY NUMBER, AND THE
002086*                   PAYMENT THAT CLEARS IT LOGS THE SALE UNDER ITS
002087*                   OWN RECEIPT, TENDERED BY DEPOSITS APPLIED.  A
002088*                   LAYAWAY PAST ITS DEADLINE IS REFUSED - LAYMNT
002089*                   FORFEITS IT.
002090*   10/15/2026  DH  TAX ONLY THE TAXABLE LINES. EACH ITEM CARRIES
002091*                   A TAX CLASS (BLANK = TAXABLE); A DISCOUNT OR
002092*                   COUPON IS SPREAD OVER TAXABLE AND NON-TAXABLE
002093*                   LINES ALIKE. A SALE MAY BE MADE TAX EXEMPT FOR
002094*                   A HOUSE ACCOUNT WITH AN UNEXPIRED EXEMPTION
002095*                   CERTIFICATE, AND A RETURN REFUNDS TAX AS ITS
002096*                   SALE CHARGED IT. THE TAXABLE AND EXEMPT SALES
002097*                   AND THE CERTIFICATE ARE LOGGED; A LAYAWAY
002098*                   KEEPS ITS OPENING SPLIT.
002099*   10/15/2026  DH  JOURNAL EVERY CERTIFICATE ISSUED AND EVERY
002100*                   REDEMPTION TO GCJRNL, SO THE CERTIFICATE FILE
002101*                   CAN BE ROLLED FORWARD FROM A BACKUP.
002102*   10/15/2026  DH  ITEMMST AND CUSTMST ARE NOW INDEXED FILES AND
002103*                   THE BOOK OF RECORD. ITEMS ARE LOOKED UP BY KEY
002104*                   ON THE ITEM MASTER ITSELF (THE ITEMIDX COPY IS
002105*                   GONE), ON-HAND IS POSTED THROUGH THE SHARED
002106*                   ITEMPOST ROUTINE ONE LOCKED RECORD AT A TIME,
002107*                   AND AN ON-ACCOUNT CHARGE IS POSTED TO THE
002108*                   ACCOUNT'S RECORD IN PLACE UNDER A LOCK,
002109*                   RECHECKING THE LIMIT AGAINST THE CURRENT
002110*                   BALANCE - NO MORE ITEMWRK/CUSTWRK REWRITES
002111*                   LOSING A SECOND TILL'S POSTINGS.
002112*   10/15/2026  DH  RECEIPT COMMIT JOURNAL (TXNJRNL).  A RECEIPT'S
002113*                   RECORDS ARE JOURNALED WHOLE BEFORE ANY IS
002114*                   POSTED, AND A RECEIPT LEFT UNFINISHED BY A
002115*                   REGISTER FAILURE IS COMPLETED OR BACKED OUT AT
002116*                   START-UP.
002117*   10/15/2026  DH  CARRY THE CASHIER ON EACH HELD LINE (HL-
002118*                   CASHIER-ID) SO A SLIP VOIDED AT DAY CLOSE CAN
002119*                   BE CHARGED TO THE CASHIER WHO HELD IT.
002120*   10/15/2026  DH  REFUSE TO RING WHEN THE OPEN BUSINESS DATE
002121*                   FALLS IN A CLOSED ACCOUNTING PERIOD (PERDCHK).
002122*----------------------------------------------------------------
002123 ENVIRONMENT DIVISION.
002124 INPUT-OUTPUT SECTION.
002125 FILE-CONTROL.
002126     SELECT SALES-TRAN-FILE ASSIGN TO "SALESTRN"
002127         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS WS-SALETRAN-STATUS.
002140     SELECT STORE-CFG-FILE ASSIGN TO "STORCFG"
002150         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS WS-STORCFG-STATUS.
002170     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
002175         ORGANIZATION IS INDEXED
002180         ACCESS MODE IS RANDOM
002185         RECORD KEY IS IM-ITEM-CODE
002190         FILE STATUS IS WS-ITEMMST-STATUS.
002230     SELECT RECEIPT-CTL-FILE ASSIGN TO "RCPTCTL"
002240         ORGANIZATION IS LINE SEQUENTIAL
002250         FILE STATUS IS WS-RCPTCTL-STATUS.
002360         ORGANIZATION IS LINE SEQUENTIAL
002370         FILE STATUS IS WS-BUSDATE-STATUS.
002380     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
002384         ORGANIZATION IS INDEXED
002388         ACCESS MODE IS RANDOM
002392         RECORD KEY IS CU-CUST-ID
002396         LOCK MODE IS MANUAL
002400         FILE STATUS IS WS-CUSTMST-STATUS.
002440     SELECT AR-JOURNAL-FILE ASSIGN TO "ARJRNL"
002450         ORGANIZATION IS LINE SEQUENTIAL
002460         FILE STATUS IS WS-ARJRNL-STATUS.
002620     SELECT GC-WRK-FILE ASSIGN TO "GCWRK"
002630         ORGANIZATION IS LINE SEQUENTIAL
002640         FILE STATUS IS WS-GCWRK-STATUS.
002642     SELECT GC-JOURNAL-FILE ASSIGN TO "GCJRNL"
002644         ORGANIZATION IS LINE SEQUENTIAL
002646         FILE STATUS IS WS-GCJRNL-STATUS.
002650     SELECT PROMO-FILE ASSIGN TO "PROMO"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS WS-PROMO-STATUS.
002680     SELECT TEND-DETL-FILE ASSIGN TO "TENDDETL"
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-TENDDETL-STATUS.
002701     SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAY"
002702         ORGANIZATION IS LINE SEQUENTIAL
002703         FILE STATUS IS WS-LAYAWAY-STATUS.
002704     SELECT LAY-WRK-FILE ASSIGN TO "LAYWRK"
002705         ORGANIZATION IS LINE SEQUENTIAL
002706         FILE STATUS IS WS-LAYWRK-STATUS.
002707     SELECT LAY-CTL-FILE ASSIGN TO "LAYCTL"
002708         ORGANIZATION IS LINE SEQUENTIAL
002709         FILE STATUS IS WS-LAYCTL-STATUS.
002710     SELECT LAY-TERMS-FILE ASSIGN TO "LAYTERMS"
002711         ORGANIZATION IS LINE SEQUENTIAL
002712         FILE STATUS IS WS-LAYTERMS-STATUS.
002722     SELECT TXN-JOURNAL-FILE ASSIGN TO "TXNJRNL"
002732         ORGANIZATION IS LINE SEQUENTIAL
002742         FILE STATUS IS WS-TXNJRNL-STATUS.
002760 DATA DIVISION.
002770 FILE SECTION.
002780 FD  SALES-TRAN-FILE.
002810     COPY STORCFG.
002820 FD  ITEM-MST-FILE.
002830     COPY ITEMMST.
002860 FD  RECEIPT-CTL-FILE.
002870 01  RECEIPT-CTL-RECORD.
002880     05  RC-NEXT-RECEIPT-NO      PIC 9(8).
002970         88  SH-IS-SALE          VALUE "S".
002980     05  FILLER                  PIC X(66).
002990     05  SH-RECEIPT-NO           PIC 9(8).
002995     05  FILLER                  PIC X(53).
003000     05  SH-EXEMPT-CERT          PIC X(15).
003005     05  SH-EXEMPT-CUST          PIC X(6).
003010 FD  BUS-DATE-FILE.
003020     COPY BUSDATE.
003030 FD  CUSTOMER-FILE.
003040     COPY CUSTMST.
003070 FD  AR-JOURNAL-FILE.
003080     COPY ARJRNL.
003090 FD  REG-ID-FILE.
003120 FD  HOLD-FILE.
003130     COPY HOLDFILE.
003140 FD  HOLD-WRK-FILE.
003150 01  HOLD-WRK-RECORD             PIC X(120).
003160 FD  HOLD-CTL-FILE.
003170 01  HOLD-CTL-RECORD.
003180     05  HC-NEXT-SLIP-NO         PIC 9(4).
003200     COPY GIFTCERT.
003210 FD  GC-WRK-FILE.
003220 01  GC-WRK-RECORD               PIC X(41).
003223 FD  GC-JOURNAL-FILE.
003226     COPY GCJRNL.
003230 FD  PROMO-FILE.
003240     COPY PROMO.
003250 FD  TEND-DETL-FILE.
003260     COPY TENDDETL.
003261 FD  LAYAWAY-FILE.
003262     COPY LAYAWAY.
003263 FD  LAY-WRK-FILE.
003264 01  LAY-WRK-RECORD              PIC X(266).
003265 FD  LAY-CTL-FILE.
003266 01  LAY-CTL-RECORD.
003267     05  LC-NEXT-LAYAWAY-NO      PIC 9(6).
003268*----------------------------------------------------------------
003269* LAYTERMS - LAYAWAY TERMS.  MINIMUM DEPOSIT AS A PERCENT OF THE
003270*            LAYAWAY TOTAL, AND DAYS ALLOWED TO PAY IT OFF.  WITH
003271*            NO FILE THE DEFAULT IS 20.00 PERCENT AND 60 DAYS.
003272*----------------------------------------------------------------
003273 FD  LAY-TERMS-FILE.
003274 01  LAY-TERMS-RECORD.
003275     05  LT-DEPOSIT-PCT          PIC 9(2)V99.
003276     05  LT-TERM-DAYS            PIC 9(3).
003286*----------------------------------------------------------------
003296* TXNJRNL  - THE RECEIPT COMMIT JOURNAL.  ITS ENTRIES ARE BUILT
003306*            AND READ IN WORKING STORAGE (TXN-JOURNAL-RECORD).
003316*----------------------------------------------------------------
003326 FD  TXN-JOURNAL-FILE.
003336 01  TXN-JOURNAL-LINE            PIC X(345).
003400 WORKING-STORAGE SECTION.
003410 01  WS-CONSTANTS.
003420     05  WS-MAX-LEN-20         PIC 9(02) VALUE 20.
003830     05  WS-EDIT-REG-PRICE   PIC 9(6).99.
003840     05  WS-EDIT-MARKDOWN    PIC 9(6).99.
003850     05  WS-CUSTMST-STATUS   PIC X(2).
003870     05  WS-ARJRNL-STATUS    PIC X(2).
003880     05  WS-CUSTMST-SWITCH   PIC X(1) VALUE "N".
003890         88  END-OF-CUSTMST  VALUE "Y".
003897     05  WS-CUST-POSTED      PIC X(1) VALUE "N".
003904         88  CUSTOMER-WAS-POSTED VALUE "Y".
003911     05  WS-CUST-DELTA       PIC S9(7)V99 VALUE ZERO.
003920     05  WS-TENDER-DONE      PIC X(1) VALUE "N".
003930         88  TENDER-IS-SETTLED VALUE "Y".
003940     05  WS-ACCT-CUST-ID     PIC X(6) VALUE SPACES.
004030     05  WS-EDIT-BALANCE     PIC -(6)9.99.
004040     05  WS-GIFTCERT-STATUS  PIC X(2).
004050     05  WS-GCWRK-STATUS     PIC X(2).
004052     05  WS-GCJRNL-STATUS    PIC X(2).
004054     05  WS-GJ-CERT-NO       PIC 9(6) VALUE ZERO.
004056     05  WS-GJ-TYPE          PIC X(1) VALUE SPACE.
004058     05  WS-GJ-AMOUNT        PIC 9(7)V99 VALUE ZERO.
004060     05  WS-GIFTCERT-SWITCH  PIC X(1) VALUE "N".
004070         88  END-OF-GIFTCERT VALUE "Y".
004080     05  WS-GCWRK-SWITCH     PIC X(1) VALUE "N".
004110     05  WS-CERT-AMOUNT      PIC 9(6)V99 VALUE ZERO.
004120     05  WS-CERT-LINE-TOTAL  PIC 9(8)V99 VALUE ZERO.
004130     05  WS-TAXABLE-SUB      PIC S9(8)V99 VALUE ZERO.
004131     05  WS-EXEMPT-SUB       PIC S9(8)V99 VALUE ZERO.
004132     05  WS-TAXABLE-LINES    PIC 9(8)V99 VALUE ZERO.
004133     05  WS-MERCH-LINES      PIC S9(8)V99 VALUE ZERO.
004134     05  WS-MERCH-NET        PIC S9(8)V99 VALUE ZERO.
004135     05  WS-LINE-TAX-CLASS   PIC X(1) VALUE "T".
004136     05  WS-EXEMPT-FLAG      PIC X(1) VALUE "N".
004137         88  CUSTOMER-IS-EXEMPT VALUE "Y".
004138     05  WS-EXEMPT-CUST-ID   PIC X(6) VALUE SPACES.
004139     05  WS-EXEMPT-CERT      PIC X(15) VALUE SPACES.
004140     05  WS-CUST-EXEMPT-CERT PIC X(15) VALUE SPACES.
004141     05  WS-CUST-EXEMPT-EXPIRY PIC 9(8) VALUE ZERO.
004142     05  WS-GIFT-OK          PIC X(1) VALUE "N".
004150         88  GIFT-REDEEM-IS-OK VALUE "Y".
004160     05  WS-GC-NEW-BALANCE   PIC 9(7)V99 VALUE ZERO.
004170     05  WS-CERT-FOUND       PIC X(1) VALUE "N".
004340     05  WS-STORCFG-STATUS   PIC X(2).
004350     05  WS-STORCFG-SWITCH   PIC X(1) VALUE "N".
004360         88  END-OF-STORCFG  VALUE "Y".
004363     05  WS-STORE-KNOWN      PIC X(1) VALUE "N".
004366         88  STORE-IS-KNOWN  VALUE "Y".
004370     05  WS-ITEM-CODE        PIC X(10).
004380     05  WS-ITEMMST-STATUS   PIC X(2).
004410     05  WS-ITEM-FOUND       PIC X(1) VALUE "N".
004420         88  ITEM-WAS-FOUND  VALUE "Y".
004430     05  WS-ITEMMST-OPEN     PIC X(1) VALUE "N".
004440         88  ITEM-MASTER-IS-OPEN VALUE "Y".
004490     05  WS-LINE-IDX         PIC 9(4).
004500     05  WS-NET-QTY          PIC S9(7).
004510     05  DISCOUNT-PERCENT    PIC 9(2)V99 VALUE ZERO.
004560     05  WS-TRANS-TYPE       PIC X(1) VALUE "S".
004570         88  WS-IS-RETURN    VALUE "R".
004580         88  WS-IS-SALE      VALUE "S".
004582         88  WS-IS-LAYAWAY   VALUE "L".
004584         88  WS-IS-LAY-PAYMENT VALUE "P".
004586         88  WS-IS-LAY-MONEY VALUES "L" "P".
004590     05  WS-AMT-SIGN         PIC X(1) VALUE SPACE.
004600     05  WS-TENDER-TYPE      PIC X(1) VALUE SPACE.
004610         88  TENDER-IS-CASH  VALUE "C".
004790     05  WS-REG-POS          PIC 9(1) VALUE ZERO.
004800     05  WS-BUSDATE-STATUS   PIC X(2).
004810     05  WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
004815     05  WS-PERIOD-CLOSED    PIC X(1) VALUE "N".
004820     05  WS-RCPTCTL-STATUS   PIC X(2).
004830     05  WS-RECEIPT-NO       PIC 9(8) VALUE ZERO.
004840     05  WS-ORIG-RECEIPT     PIC 9(8) VALUE ZERO.
005050         88  END-OF-SALEHIST VALUE "Y".
005060     05  WS-SALETRAN-SWITCH  PIC X(1) VALUE "N".
005070         88  END-OF-SALETRAN VALUE "Y".
005071     05  WS-LAYAWAY-STATUS   PIC X(2).
005072     05  WS-LAYWRK-STATUS    PIC X(2).
005073     05  WS-LAYCTL-STATUS    PIC X(2).
005074     05  WS-LAYTERMS-STATUS  PIC X(2).
005075     05  WS-LAYAWAY-SWITCH   PIC X(1) VALUE "N".
005076         88  END-OF-LAYAWAY  VALUE "Y".
005077     05  WS-LAYWRK-SWITCH    PIC X(1) VALUE "N".
005078         88  END-OF-LAYWRK   VALUE "Y".
005079     05  WS-LAYAWAY-NO       PIC 9(6) VALUE ZERO.
005080     05  WS-LAY-FOUND        PIC X(1) VALUE "N".
005081         88  LAYAWAY-WAS-FOUND VALUE "Y".
005082     05  WS-LAY-DEPOSIT-OK   PIC X(1) VALUE "N".
005083         88  LAY-DEPOSIT-IS-OK VALUE "Y".
005084     05  WS-LAY-PAID-OFF     PIC X(1) VALUE "N".
005085         88  LAYAWAY-IS-PAID-OFF VALUE "Y".
005086     05  WS-LAY-DEPOSIT-PCT  PIC 9(2)V99 VALUE 20.
005087     05  WS-LAY-TERM-DAYS    PIC 9(3) VALUE 60.
005088     05  WS-LAY-MIN-DEPOSIT  PIC 9(6)V99 VALUE ZERO.
005089     05  WS-LAY-PAYMENT      PIC 9(6)V99 VALUE ZERO.
005090     05  WS-LAY-DEADLINE     PIC 9(8) VALUE ZERO.
005091     05  WS-LAY-STATUS       PIC X(1) VALUE SPACE.
005092     05  WS-LAY-STORE        PIC X(20) VALUE SPACES.
005093     05  WS-LAY-CUST-NAME    PIC X(25) VALUE SPACES.
005094     05  WS-LAY-CUST-PHONE   PIC X(12) VALUE SPACES.
005095     05  WS-LAY-SUBTOTAL     PIC 9(6)V99 VALUE ZERO.
005096     05  WS-LAY-DISC-TOTAL   PIC 9(6)V99 VALUE ZERO.
005097     05  WS-LAY-TAX          PIC 9(6)V99 VALUE ZERO.
005098     05  WS-LAY-TOTAL        PIC 9(6)V99 VALUE ZERO.
005099     05  WS-LAY-PAID         PIC 9(6)V99 VALUE ZERO.
005100     05  WS-LAY-TAXABLE      PIC 9(6)V99 VALUE ZERO.
005101     05  WS-LAY-BALANCE      PIC 9(6)V99 VALUE ZERO.
005102     05  WS-LAY-SALE-RECEIPT PIC 9(8) VALUE ZERO.
005103     05  WS-EDIT-LAY-AMT     PIC ZZZZZ9.99.
005104
005105*    PARAMETERS FOR THE SHARED STORE STOCK POSTING ROUTINE.
005106 01  WS-STORE-POST-FIELDS.
005107     05  WS-POST-STORE       PIC X(20).
005108     05  WS-POST-FUNCTION    PIC X(1) VALUE "A".
005109     05  WS-POST-DATE        PIC 9(8) VALUE ZERO.
005110     05  WS-POST-COUNT       PIC 9(3) VALUE ZERO.
005111     05  WS-POST-TABLE.
005112         10  WS-POST-ENTRY OCCURS 999 TIMES.
005113             15  WS-PST-ITEM PIC X(10).
005114             15  WS-PST-QTY  PIC S9(7).
005115             15  WS-PST-RESULT PIC X(1).
005116*    PARAMETERS FOR THE SHARED ITEM MASTER ON-HAND POSTING
005117*    ROUTINE.
005118 01  WS-ITEM-POST-FIELDS.
005119     05  WS-ITP-COUNT        PIC 9(3) VALUE ZERO.
005120     05  WS-ITP-IDX          PIC 9(3) VALUE ZERO.
005121     05  WS-ITP-TABLE.
005122         10  WS-ITP-ENTRY OCCURS 999 TIMES.
005123             15  WS-ITP-ITEM     PIC X(10).
005124             15  WS-ITP-QTY      PIC S9(7).
005125             15  WS-ITP-RESULT   PIC X(1).
005126                 88  WS-ITP-POSTED VALUE "P".
005127             15  WS-ITP-ON-HAND  PIC S9(7).
005128
005129 01  WS-ITEMLIST.
005130     05  ITEMLIST            PIC X(30) OCCURS 1 TO 999 TIMES
005131                             DEPENDING ON ITEMS.
005132
005133 01  WS-PRICES.
005140     05  PRICES              PIC 9(6)V99 OCCURS 1 TO 999 TIMES
005150                             DEPENDING ON ITEMS.
005160
005580     05  CERTNOS             PIC 9(6) OCCURS 1 TO 999 TIMES
005590                             DEPENDING ON ITEMS.
005600
005602 01  WS-TAXFLAGS.
005604     05  TAXFLAGS            PIC X(1) OCCURS 1 TO 999 TIMES
005606                             DEPENDING ON ITEMS.
005608
005610 01  WS-TENDER-TABLE.
005620     05  WS-TND-ENTRY OCCURS 10 TIMES.
005630         10  WS-TND-TYPE     PIC X(1).
005690         10  WS-PRM-PRICE    PIC 9(6)V99.
005700         10  WS-PRM-START    PIC 9(8).
005710         10  WS-PRM-END      PIC 9(8).
005711
005712*    THE RECEIPT COMMIT JOURNAL - THE RECEIPT IT IS KEEPING, AND
005713*    WHAT THE START-UP CHECK FOUND IN IT.
005714 01  WS-TXN-JOURNAL-FIELDS.
005715     05  WS-TXNJRNL-STATUS   PIC X(2).
005716     05  WS-TXNJRNL-SWITCH   PIC X(1) VALUE "N".
005717         88  END-OF-TXNJRNL  VALUE "Y".
005718     05  WS-TXN-PHASE        PIC X(1) VALUE "N".
005719         88  TXN-IS-TENDERING VALUE "T".
005720         88  TXN-IS-JOURNALING VALUE "I".
005721     05  WS-TXN-RECOVERING   PIC X(1) VALUE "N".
005722         88  TXN-IS-RECOVERING VALUE "Y".
005723     05  WS-TXN-SEQ-NO       PIC 9(5) VALUE ZERO.
005724     05  WS-TXN-RECEIPT-NO   PIC 9(8) VALUE ZERO.
005725     05  WS-TXN-REGISTER-ID  PIC X(4) VALUE SPACES.
005726     05  WS-TXN-DATE         PIC 9(8) VALUE ZERO.
005727     05  WS-TXN-CASHIER-ID   PIC X(6) VALUE SPACES.
005728     05  WS-TXN-BEGUN        PIC X(1) VALUE "N".
005729         88  TXN-WAS-BEGUN   VALUE "Y".
005730     05  WS-TXN-READY        PIC X(1) VALUE "N".
005731         88  TXN-WAS-READY   VALUE "Y".
005732     05  WS-TXN-ENDED        PIC X(1) VALUE "N".
005733         88  TXN-WAS-ENDED   VALUE "Y".
005734     05  WS-TXN-STOCK-DONE   PIC X(1) VALUE "N".
005735         88  TXN-STOCK-WAS-POSTED VALUE "Y".
005736     05  WS-TXN-TARGET       PIC X(8) VALUE SPACES.
005737     05  WS-TXN-TARGET-OPEN  PIC X(1) VALUE "N".
005738         88  TXN-TARGET-IS-OPEN VALUE "Y".
005739     05  WS-TXN-TARGET-SWITCH PIC X(1) VALUE "N".
005740         88  END-OF-TXN-TARGET VALUE "Y".
005741     05  WS-TXN-OPEN-STATUS  PIC X(2).
005742     05  WS-TXN-SKIP         PIC 9(5) VALUE ZERO.
005743     05  WS-TXN-GROUP-IDX    PIC 9(1) VALUE ZERO.
005744     05  WS-TXN-SAVE-DATE    PIC 9(8) VALUE ZERO.
005745     05  WS-TXP-COUNT        PIC 9(2) VALUE ZERO.
005746     05  WS-TXP-IDX          PIC 9(2) VALUE ZERO.
005747
005748*    THE ORDER A RECEIPT'S IMAGES ARE POSTED IN - ONE FILE (OR
005749*    STEP) AT A TIME.
005750 01  WS-TXN-GROUP-LIST.
005751     05  FILLER              PIC X(32)
005752         VALUE "SALESTRNSALEDETLTENDDETLGIFTCERT".
005753     05  FILLER              PIC X(32)
005754         VALUE "GCJRNL  ITEMPOSTLAYAWAY LAYUPDT ".
005755 01  WS-TXN-GROUP-TABLE REDEFINES WS-TXN-GROUP-LIST.
005756     05  WS-TXN-GROUP        PIC X(8) OCCURS 8 TIMES.
005757
005758*    THE TENDER-TIME POSTINGS OF AN INTERRUPTED RECEIPT, HELD
005759*    WHILE THEY ARE REVERSED.  TEN TENDERS POST TWO EACH AT MOST.
005760 01  WS-TXN-POSTING-TABLE.
005761     05  WS-TXP-ENTRY OCCURS 20 TIMES.
005762         10  WS-TXP-SEQ-NO   PIC 9(5).
005763         10  WS-TXP-TARGET   PIC X(8).
005764         10  WS-TXP-IMAGE    PIC X(300).
005765         10  WS-TXP-DONE     PIC X(1).
005766
005767     COPY TXNJRNL.
005768 LINKAGE SECTION.
005769 01  CASHIER-ID              PIC X(6).
005770 PROCEDURE DIVISION USING CASHIER-ID.
005771*----------------------------------------------------------------
005772* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
005773*----------------------------------------------------------------
005780 0000-MAINLINE.
005790     DISPLAY "[RECEIPT FORMATTER]"
005800
005810     PERFORM 0050-GET-BUSINESS-DATE THRU 0050-EXIT
005820     PERFORM 0060-GET-REGISTER-ID THRU 0060-EXIT
005830     IF NOT TRANSACTION-CANCELLED
005835         PERFORM 5400-RECOVER-RECEIPT THRU 5400-EXIT
005840         PERFORM 0100-SELECT-TRANS-TYPE THRU 0100-EXIT
005850         IF WS-IS-RETURN
005860             PERFORM 0300-VERIFY-RETURN THRU 0300-EXIT
005950         ACCEPT STORE-NAME
005960
005970         PERFORM 0500-LOOKUP-TAX-RATE THRU 0500-EXIT
005980         IF WS-IS-LAY-PAYMENT
005990             PERFORM 4000-LAYAWAY-PAYMENT THRU 4000-EXIT
005996         ELSE
006002             PERFORM 0600-OPEN-ITEM-MASTER THRU 0600-EXIT
006008             PERFORM 0650-LOAD-PROMOS THRU 0650-EXIT
006014             IF RESUMED-TRANSACTION
006020                 PERFORM 0900-RESUME-HELD THRU 0900-EXIT
006026             END-IF
006032             IF RESUMED-TRANSACTION AND ITEMS > 0
006038                 MOVE "Add more items?" TO WS-YN-PROMPT
006044                 CALL "YESNOCHK" USING WS-YN-PROMPT WS-ADD-MORE
006050                     WS-AUDIT-PROGRAM
006056                 IF WS-ADD-MORE = "Y"
006062                     PERFORM 1000-RING-UP-ITEMS THRU 1000-EXIT
006068                 END-IF
006074             ELSE
006080                 PERFORM 1000-RING-UP-ITEMS THRU 1000-EXIT
006090             END-IF
006116             IF ITEM-MASTER-IS-OPEN
006117                 CLOSE ITEM-MST-FILE
006118                 MOVE "N" TO WS-ITEMMST-OPEN
006119             END-IF
006120             IF TRANSACTION-SUSPENDED
006121                 DISPLAY "Transaction held under slip "
006122                     WS-SLIP-NO
006123             ELSE
006124                 PERFORM 1500-APPLY-DISCOUNT THRU 1500-EXIT
006125                 IF NOT WS-IS-RETURN
006126                     PERFORM 1700-CHECK-EXEMPTION THRU 1700-EXIT
006127                 END-IF
006128                 PERFORM 2000-PRINT-RECEIPT THRU 2000-EXIT
006129                 IF WS-IS-LAYAWAY
006130                     PERFORM 1600-OPEN-LAYAWAY THRU 1600-EXIT
006131                 END-IF
006132                 IF NOT TRANSACTION-CANCELLED
006133                     PERFORM 5000-BEGIN-JOURNAL THRU 5000-EXIT
006134                 END-IF
006135                 IF TRANSACTION-CANCELLED
006136                     DISPLAY "No transaction recorded."
006137                 ELSE
006138                     PERFORM 2500-TAKE-TENDER THRU 2500-EXIT
006139                     SET TXN-IS-JOURNALING TO TRUE
006140                     PERFORM 3000-LOG-TRANSACTION
006141                         THRU 3000-EXIT
006142                     PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
006143                     PERFORM 3400-WRITE-TENDERS
006144                         THRU 3400-EXIT
006145                     PERFORM 3300-ISSUE-CERTS THRU 3300-EXIT
006146                     PERFORM 3500-UPDATE-INVENTORY
006147                         THRU 3500-EXIT
006148                     IF WS-IS-LAYAWAY
006149                         PERFORM 3700-WRITE-LAYAWAY
006150                             THRU 3700-EXIT
006151                     END-IF
006152                     PERFORM 5100-COMMIT-RECEIPT
006153                         THRU 5100-EXIT
006154                 END-IF
006155             END-IF
006280         END-IF
006290     END-IF
006300
006340*                            THE BUSDATE CONTROL FILE.  WITH NO
006350*                            OPEN DAY THE REGISTER REFUSES TO
006360*                            RING - THE OFFICE OPENS THE DAY
006365*                            THROUGH DAYCTL FIRST.  NOR WILL IT
006370*                            RING INTO A CLOSED ACCOUNTING
006375*                            PERIOD.
006380*----------------------------------------------------------------
006390 0050-GET-BUSINESS-DATE.
006400     OPEN INPUT BUS-DATE-FILE
006500             NOT AT END
006510                 IF BD-DAY-OPEN
006520                     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
006521                     CALL "PERDCHK" USING WS-AUDIT-PROGRAM
006522                         WS-BUSINESS-DATE WS-PERIOD-CLOSED
006523                     IF WS-PERIOD-CLOSED = "Y"
006524                         DISPLAY "Nothing may be rung into a "
006525                             "closed period."
006526                         SET TRANSACTION-CANCELLED TO TRUE
006527                     END-IF
006530                 ELSE
006540                     DISPLAY "Business day " BD-BUSINESS-DATE
006550                         " is closed - open the day first."
006810     EXIT.
006820*----------------------------------------------------------------
006830* 0100-SELECT-TRANS-TYPE  -  ASK WHETHER THIS TRANSACTION IS A
006840*                            SALE OR A RETURN/VOID, A NEW
006845*                            LAYAWAY OR A PAYMENT ON ONE.
006850*----------------------------------------------------------------
006860 0100-SELECT-TRANS-TYPE.
006870     DISPLAY "Transaction Type (S=Sale, R=Return, "
006880         "H=Resume held, L=Layaway, P=Layaway payment): "
006885         WITH NO ADVANCING
006890     ACCEPT WS-TRANS-TYPE
006900     MOVE FUNCTION UPPER-CASE(WS-TRANS-TYPE) TO WS-TRANS-TYPE
006910     EVALUATE WS-TRANS-TYPE
006920         WHEN "S"
006930             CONTINUE
006940         WHEN "R"
006942             CONTINUE
006944         WHEN "L"
006946             CONTINUE
006948         WHEN "P"
006950             CONTINUE
006960         WHEN "H"
006970             MOVE "Y" TO WS-RESUME-FLAG
008210         PERFORM UNTIL END-OF-SALETRAN
008220             IF ST-RECEIPT-NO = WS-ORIG-RECEIPT AND ST-IS-SALE
008230                 MOVE "Y" TO WS-ORIG-FOUND
008232                 MOVE ST-EXEMPT-CERT TO WS-EXEMPT-CERT
008234                 MOVE ST-EXEMPT-CUST TO WS-EXEMPT-CUST-ID
008236                 PERFORM 0350-TAKE-ORIG-EXEMPTION THRU 0350-EXIT
008240                 SET END-OF-SALETRAN TO TRUE
008250             ELSE
008260                 PERFORM 0320-READ-SALETRAN THRU 0320-EXIT
008570         PERFORM UNTIL END-OF-SALEHIST
008580             IF SH-RECEIPT-NO = WS-ORIG-RECEIPT AND SH-IS-SALE
008590                 MOVE "Y" TO WS-ORIG-FOUND
008592                 MOVE SH-EXEMPT-CERT TO WS-EXEMPT-CERT
008594                 MOVE SH-EXEMPT-CUST TO WS-EXEMPT-CUST-ID
008596                 PERFORM 0350-TAKE-ORIG-EXEMPTION THRU 0350-EXIT
008600                 SET END-OF-SALEHIST TO TRUE
008610             ELSE
008620                 PERFORM 0340-READ-SALEHIST THRU 0340-EXIT
008770     END-READ.
008780 0340-EXIT.
008790     EXIT.
008791*----------------------------------------------------------------
008792* 0350-TAKE-ORIG-EXEMPTION  -  A RETURN REFUNDS TAX THE WAY THE
008793*                              ORIGINAL SALE CHARGED IT.  A SALE
008794*                              MADE UNDER AN EXEMPTION CERTIFICATE
008795*                              COMES BACK TAX FREE UNDER THE SAME
008796*                              CERTIFICATE, WHETHER OR NOT IT HAS
008797*                              SINCE EXPIRED.
008798*----------------------------------------------------------------
008799 0350-TAKE-ORIG-EXEMPTION.
008800     IF WS-EXEMPT-CERT = SPACES
008801         MOVE "N" TO WS-EXEMPT-FLAG
008802         MOVE SPACES TO WS-EXEMPT-CUST-ID
008803     ELSE
008804         SET CUSTOMER-IS-EXEMPT TO TRUE
008805     END-IF.
008806 0350-EXIT.
008807     EXIT.
008808*----------------------------------------------------------------
008810* 0500-LOOKUP-TAX-RATE  -  LOOK UP THIS STORE'S SALES TAX RATE IN
008820*                          THE STORE CONFIGURATION FILE.  IF THE
008830*                          STORE HAS NO ENTRY, OR THE FILE IS
008920         PERFORM UNTIL END-OF-STORCFG
008930             IF SC-STORE-NAME = STORE-NAME (1:20)
008940                 MOVE SC-TAX-RATE TO SALES-TAX
008945                 SET STORE-IS-KNOWN TO TRUE
008950                 SET END-OF-STORCFG TO TRUE
008960             ELSE
008970                 PERFORM 0510-READ-STORCFG THRU 0510-EXIT
009120 0510-EXIT.
009130     EXIT.
009140*----------------------------------------------------------------
009148* 0600-OPEN-ITEM-MASTER  -  OPEN THE KEYED ITEM MASTER FOR
009156*                           LOOKUPS FOR THE TRANSACTION.  WHEN
009164*                           IT IS MISSING OR UNREADABLE EVERY
009172*                           ITEM FALLS BACK TO BEING KEYED BY
009180*                           HAND, AND THE CONDITION IS LOGGED SO
009188*                           THE OFFICE KNOWS TO RELOAD IT WITH
009196*                           MSTLOAD.
009210*----------------------------------------------------------------
009220 0600-OPEN-ITEM-MASTER.
009230     OPEN INPUT ITEM-MST-FILE
009240     IF WS-ITEMMST-STATUS = "00"
009250         MOVE "Y" TO WS-ITEMMST-OPEN
009260     ELSE
009270         MOVE "N" TO WS-ITEMMST-OPEN
009280         DISPLAY "Item master not available - "
009290             "items must be keyed by hand."
009300         MOVE SPACES TO WS-AUDIT-MESSAGE
009310         STRING "ITEM MASTER NOT AVAILABLE, STATUS "
009320             DELIMITED BY SIZE
009330             WS-ITEMMST-STATUS DELIMITED BY SIZE
009340             INTO WS-AUDIT-MESSAGE
009350         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
009360             WS-AUDIT-MESSAGE
009990*----------------------------------------------------------------
010000* 0700-LOOKUP-ITEM-PRICE  -  LOOK UP THE ITEM KEYED INTO
010010*                            WS-ITEM-CODE WITH ONE KEYED READ ON
010020*                            THE ITEM MASTER.  IF FOUND AND STILL
010030*                            ACTIVE, ITEM-WAS-FOUND IS TRUE AND
010040*                            IM-DESCRIPTION/IM-UNIT-PRICE HOLD
010050*                            THE MASTER'S VALUES.  OTHERWISE THE
010060*                            CALLER FALLS BACK TO KEYING THE ITEM
010070*                            BY HAND.
010080*----------------------------------------------------------------
010090 0700-LOOKUP-ITEM-PRICE.
010100     MOVE "N" TO WS-ITEM-FOUND
010110     IF ITEM-MASTER-IS-OPEN
010120         MOVE WS-ITEM-CODE TO IM-ITEM-CODE
010130         READ ITEM-MST-FILE
010140             INVALID KEY
010150                 CONTINUE
010160             NOT INVALID KEY
010170                 IF IM-IS-ACTIVE
010180                     MOVE "Y" TO WS-ITEM-FOUND
010190                 END-IF
010200         END-READ
011050 0820-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011180* 0900-RESUME-HELD  -  PULL A HELD SLIP'S LINES BACK INTO THE
011190*                      TRANSACTION TABLES AND REMOVE THEM FROM THE
011200*                      HOLD FILE.  AN UNKNOWN SLIP JUST LEAVES AN
011920         MOVE HL-APPROVED-BY TO APPROVERS(ITEMS)
011930         MOVE HL-CERT-FLAG TO CERTFLAGS(ITEMS)
011940         MOVE HL-CERT-NO TO CERTNOS(ITEMS)
011941         IF HL-TAX-CLASS = "N"
011942             MOVE "N" TO TAXFLAGS(ITEMS)
011943         ELSE
011944             MOVE "T" TO TAXFLAGS(ITEMS)
011945         END-IF
011950         COMPUTE SUBTOTAL = SUBTOTAL + HL-EXT-PRICE
011960         IF HL-CERT-FLAG = "Y"
011970             ADD HL-EXT-PRICE TO WS-CERT-LINE-TOTAL
012512                 WHEN WS-ITEM-CODE = "*HOLD" AND WS-IS-RETURN
012514                     DISPLAY "A return cannot be held - "
012516                         "finish or cancel it."
012517                 WHEN WS-ITEM-CODE = "*HOLD" AND WS-IS-LAYAWAY
012518                     DISPLAY "A layaway cannot be held - "
012519                         "finish or cancel it."
012520                 WHEN WS-ITEM-CODE = "*HOLD"
012530                     PERFORM 1200-SUSPEND-SALE THRU 1200-EXIT
012532                 WHEN WS-ITEM-CODE = "*GC" AND WS-IS-RETURN
012534                     DISPLAY "A certificate cannot be sold on "
012536                         "a return."
012537                 WHEN WS-ITEM-CODE = "*GC" AND WS-IS-LAYAWAY
012538                     DISPLAY "A certificate cannot be put on "
012539                         "layaway."
012540                 WHEN WS-ITEM-CODE = "*GC"
012550                     PERFORM 1100-RING-GIFT-CERT THRU 1100-EXIT
012560                 WHEN OTHER
012750     COMPUTE ITEMS = ITEMS + 1
012760     PERFORM 0700-LOOKUP-ITEM-PRICE THRU 0700-EXIT
012770     IF ITEM-WAS-FOUND
012777         MOVE IM-DESCRIPTION TO ITEM
012784         MOVE IM-UNIT-PRICE TO PRICE
012791         MOVE IM-UNIT-PRICE TO WS-REG-PRICE
012798         MOVE IM-UNIT-COST TO WS-LINE-COST
012805         MOVE IM-DEPT-CODE TO WS-LINE-DEPT
012812         IF IM-IS-NONTAXABLE
012822             MOVE "N" TO WS-LINE-TAX-CLASS
012823         ELSE
012824             MOVE "T" TO WS-LINE-TAX-CLASS
012825         END-IF
012830         PERFORM 0750-CHECK-PROMO THRU 0750-EXIT
012840         IF WS-LINE-PROMO = "Y"
012850             MOVE WS-PRM-PRICE (WS-PROMO-IDX) TO PRICE
012900     ELSE
012910         MOVE ZERO TO WS-LINE-COST
012920         MOVE SPACES TO WS-LINE-DEPT
012925         MOVE "T" TO WS-LINE-TAX-CLASS
012930         MOVE "N" TO WS-LINE-PROMO
012940         DISPLAY "Item code not found in master file."
012950         MOVE SPACES TO WS-AUDIT-MESSAGE
013210         MOVE WS-ITEM-CODE TO ITEMCODES(ITEMS)
013220         MOVE WS-LINE-COST TO UNITCOSTS(ITEMS)
013230         MOVE WS-LINE-DEPT TO DEPTCODES(ITEMS)
013235         MOVE WS-LINE-TAX-CLASS TO TAXFLAGS(ITEMS)
013240         MOVE WS-LINE-PROMO TO PROMOFLAGS(ITEMS)
013250         MOVE WS-REG-PRICE TO REGPRICES(ITEMS)
013260         IF WS-LINE-PROMO = "Y"
013810     MOVE "N" TO HANDKEYED(ITEMS)
013820     MOVE "Y" TO CERTFLAGS(ITEMS)
013830     MOVE WS-CERT-NO TO CERTNOS(ITEMS)
013835     MOVE "N" TO TAXFLAGS(ITEMS)
013840     COMPUTE SUBTOTAL = SUBTOTAL + WS-CERT-AMOUNT
013850     ADD WS-CERT-AMOUNT TO WS-CERT-LINE-TOTAL
013860     MOVE SPACES TO WS-AUDIT-MESSAGE
014250             MOVE APPROVERS (WS-DETAIL-IDX) TO HL-APPROVED-BY
014260             MOVE CERTFLAGS (WS-DETAIL-IDX) TO HL-CERT-FLAG
014270             MOVE CERTNOS (WS-DETAIL-IDX) TO HL-CERT-NO
014275             MOVE TAXFLAGS (WS-DETAIL-IDX) TO HL-TAX-CLASS
014277             MOVE CASHIER-ID TO HL-CASHIER-ID
014280             WRITE HOLD-RECORD
014290         END-PERFORM
014300         CLOSE HOLD-FILE
014860     END-IF.
014870 1500-EXIT.
014880     EXIT.
014881*----------------------------------------------------------------
014882* 1600-OPEN-LAYAWAY  -  TAKE THE CUSTOMER'S NAME AND PHONE AND
014883*                      THE DEPOSIT FOR A NEW LAYAWAY.  THE
014884*                      DEPOSIT MUST MEET THE LAYTERMS MINIMUM
014885*                      PERCENT OF THE TOTAL AND MAY NOT PAY IT
014886*                      ALL - THAT IS A SALE.  A ZERO DEPOSIT
014887*                      CANCELS.  ONCE TAKEN, THE LAYAWAY IS
014888*                      NUMBERED FROM LAYCTL AND GIVEN ITS PAY-BY
014889*                      DATE.
014890*----------------------------------------------------------------
014891 1600-OPEN-LAYAWAY.
014892     IF ITEMS = 0
014893         DISPLAY "Nothing rung - no layaway opened."
014894         SET TRANSACTION-CANCELLED TO TRUE
014895         GO TO 1600-EXIT
014896     END-IF
014897     PERFORM 1610-LOAD-LAY-TERMS THRU 1610-EXIT
014898     COMPUTE WS-LAY-MIN-DEPOSIT ROUNDED =
014899         TOTAL * WS-LAY-DEPOSIT-PCT / 100
014900     DISPLAY "Customer Name: " WITH NO ADVANCING
014901     MOVE SPACES TO WS-LAY-CUST-NAME
014902     ACCEPT WS-LAY-CUST-NAME
014903     DISPLAY "Customer Phone: " WITH NO ADVANCING
014904     MOVE SPACES TO WS-LAY-CUST-PHONE
014905     ACCEPT WS-LAY-CUST-PHONE
014906     MOVE WS-LAY-MIN-DEPOSIT TO WS-EDIT-LAY-AMT
014907     DISPLAY "Minimum Deposit: $" WS-EDIT-LAY-AMT
014908     MOVE "N" TO WS-LAY-DEPOSIT-OK
014909     PERFORM 1620-TAKE-DEPOSIT THRU 1620-EXIT
014910         UNTIL LAY-DEPOSIT-IS-OK OR TRANSACTION-CANCELLED
014911     IF TRANSACTION-CANCELLED
014912         GO TO 1600-EXIT
014913     END-IF
014914     PERFORM 1630-ASSIGN-LAYAWAY-NO THRU 1630-EXIT
014915     COMPUTE WS-LAY-DEADLINE = FUNCTION DATE-OF-INTEGER
014916         (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
014917         + WS-LAY-TERM-DAYS)
014918     DISPLAY "          *** LAYAWAY NO: " WS-LAYAWAY-NO " ***"
014919     DISPLAY "          Pay in full by: " WS-LAY-DEADLINE.
014920 1600-EXIT.
014921     EXIT.
014922*----------------------------------------------------------------
014923* 1610-LOAD-LAY-TERMS  -  READ THE LAYAWAY TERMS FROM LAYTERMS.
014924*                        A MISSING OR BAD FILE KEEPS THE
014925*                        DEFAULTS.
014926*----------------------------------------------------------------
014927 1610-LOAD-LAY-TERMS.
014928     OPEN INPUT LAY-TERMS-FILE
014929     IF WS-LAYTERMS-STATUS NOT = "35"
014930         READ LAY-TERMS-FILE
014931             AT END
014932                 CONTINUE
014933             NOT AT END
014934                 IF LT-DEPOSIT-PCT IS NUMERIC AND
014935                         LT-TERM-DAYS IS NUMERIC
014936                     MOVE LT-DEPOSIT-PCT TO WS-LAY-DEPOSIT-PCT
014937                     MOVE LT-TERM-DAYS TO WS-LAY-TERM-DAYS
014938                 END-IF
014939         END-READ
014940         CLOSE LAY-TERMS-FILE
014941     END-IF.
014942 1610-EXIT.
014943     EXIT.
014944*----------------------------------------------------------------
014945* 1620-TAKE-DEPOSIT  -  ACCEPT ONE DEPOSIT AMOUNT AND CHECK IT
014946*                      AGAINST THE MINIMUM AND THE TOTAL.
014947*----------------------------------------------------------------
014948 1620-TAKE-DEPOSIT.
014949     MOVE ZERO TO WS-LAY-PAYMENT
014950     DISPLAY "Deposit Amount (0 = cancel): " WITH NO ADVANCING
014951     ACCEPT WS-LAY-PAYMENT
014952     EVALUATE TRUE
014953         WHEN WS-LAY-PAYMENT = 0
014954             DISPLAY "Layaway cancelled."
014955             SET TRANSACTION-CANCELLED TO TRUE
014956         WHEN WS-LAY-PAYMENT < WS-LAY-MIN-DEPOSIT
014957             DISPLAY "Below the minimum deposit - refused."
014958         WHEN WS-LAY-PAYMENT >= TOTAL
014959             DISPLAY "That pays it all - ring it as a sale."
014960         WHEN OTHER
014961             SET LAY-DEPOSIT-IS-OK TO TRUE
014962     END-EVALUATE.
014963 1620-EXIT.
014964     EXIT.
014965*----------------------------------------------------------------
014966* 1630-ASSIGN-LAYAWAY-NO  -  DRAW THE NEXT LAYAWAY NUMBER FROM
014967*                           THE LAYCTL CONTROL FILE, THE WAY
014968*                           RECEIPT NUMBERS ARE DRAWN.
014969*----------------------------------------------------------------
014970 1630-ASSIGN-LAYAWAY-NO.
014971     OPEN INPUT LAY-CTL-FILE
014972     IF WS-LAYCTL-STATUS = "35"
014973         MOVE 1 TO WS-LAYAWAY-NO
014974     ELSE
014975         READ LAY-CTL-FILE
014976             AT END
014977                 MOVE 1 TO WS-LAYAWAY-NO
014978             NOT AT END
014979                 MOVE LC-NEXT-LAYAWAY-NO TO WS-LAYAWAY-NO
014980         END-READ
014981         CLOSE LAY-CTL-FILE
014982     END-IF
014983     OPEN OUTPUT LAY-CTL-FILE
014984     COMPUTE LC-NEXT-LAYAWAY-NO = WS-LAYAWAY-NO + 1
014985     WRITE LAY-CTL-RECORD
014986     CLOSE LAY-CTL-FILE.
014987 1630-EXIT.
014988     EXIT.
014989*----------------------------------------------------------------
014990* 1700-CHECK-EXEMPTION  -  ASK FOR THE ACCOUNT OF A TAX-EXEMPT
014991*                         CUSTOMER.  THE SALE GOES TAX FREE ONLY
014992*                         FOR AN ACTIVE HOUSE ACCOUNT WITH AN
014993*                         EXEMPTION CERTIFICATE ON FILE THAT HAS
014994*                         NOT EXPIRED BY THE BUSINESS DATE (A ZERO
014995*                         EXPIRY NEVER LAPSES).  A CLAIM THAT
014996*                         FAILS IS LOGGED AND THE SALE IS TAXED.
014997*----------------------------------------------------------------
014998 1700-CHECK-EXEMPTION.
014999     MOVE "N" TO WS-EXEMPT-FLAG
015000     MOVE SPACES TO WS-EXEMPT-CERT
015001     DISPLAY "Tax-Exempt Customer ID (blank if none): "
015002         WITH NO ADVANCING
015003     MOVE SPACES TO WS-EXEMPT-CUST-ID
015004     ACCEPT WS-EXEMPT-CUST-ID
015005     MOVE FUNCTION UPPER-CASE(WS-EXEMPT-CUST-ID)
015006         TO WS-EXEMPT-CUST-ID
015007     IF WS-EXEMPT-CUST-ID = SPACES
015008         GO TO 1700-EXIT
015009     END-IF
015010     MOVE WS-EXEMPT-CUST-ID TO WS-ACCT-CUST-ID
015011     PERFORM 2610-FIND-CUSTOMER THRU 2610-EXIT
015012     MOVE SPACES TO WS-AUDIT-MESSAGE
015013     EVALUATE TRUE
015014         WHEN NOT CUSTOMER-WAS-FOUND
015015             DISPLAY "Unknown or inactive account - sale taxed."
015016             STRING "TAX EXEMPTION REFUSED, NO ACCOUNT: "
015017                 DELIMITED BY SIZE
015018                 WS-EXEMPT-CUST-ID DELIMITED BY SIZE
015019                 INTO WS-AUDIT-MESSAGE
015020         WHEN WS-CUST-EXEMPT-CERT = SPACES
015021             DISPLAY "No exemption certificate on file - "
015022                 "sale taxed."
015023             STRING "TAX EXEMPTION REFUSED, NO CERTIFICATE: "
015024                 DELIMITED BY SIZE
015025                 WS-EXEMPT-CUST-ID DELIMITED BY SIZE
015026                 INTO WS-AUDIT-MESSAGE
015027         WHEN WS-CUST-EXEMPT-EXPIRY NOT = 0 AND
015028                 WS-CUST-EXEMPT-EXPIRY < WS-BUSINESS-DATE
015029             DISPLAY "Exemption certificate expired "
015030                 WS-CUST-EXEMPT-EXPIRY " - sale taxed."
015031             STRING "TAX EXEMPTION REFUSED, CERT EXPIRED: "
015032                 DELIMITED BY SIZE
015033                 WS-EXEMPT-CUST-ID DELIMITED BY SIZE
015034                 INTO WS-AUDIT-MESSAGE
015035         WHEN OTHER
015036             SET CUSTOMER-IS-EXEMPT TO TRUE
015037             MOVE WS-CUST-EXEMPT-CERT TO WS-EXEMPT-CERT
015038             DISPLAY "Tax exempt: " WS-CUST-NAME
015039             DISPLAY "Certificate: " WS-EXEMPT-CERT
015040             STRING "TAX EXEMPT SALE, CUST " DELIMITED BY SIZE
015041                 WS-EXEMPT-CUST-ID DELIMITED BY SIZE
015042                 " CERT " DELIMITED BY SIZE
015043                 WS-EXEMPT-CERT DELIMITED BY SIZE
015044                 INTO WS-AUDIT-MESSAGE
015045     END-EVALUATE
015046     IF NOT CUSTOMER-IS-EXEMPT
015047         MOVE SPACES TO WS-EXEMPT-CUST-ID
015048     END-IF
015049     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
015050         WS-AUDIT-MESSAGE.
015051 1700-EXIT.
015052     EXIT.
015053*----------------------------------------------------------------
015054* 1750-SPLIT-TAXABLE  -  SPLIT THE NET SUBTOTAL INTO TAXABLE AND
015055*                       EXEMPT SALES.  GIFT CERTIFICATES SOLD ARE
015056*                       NEITHER.  THE DISCOUNT AND COUPON COME OFF
015057*                       THE TAXABLE AND NON-TAXABLE LINES IN
015058*                       PROPORTION TO THEIR VALUE.  A SALE TO AN
015059*                       EXEMPT CUSTOMER IS EXEMPT IN FULL.
015060*----------------------------------------------------------------
015061 1750-SPLIT-TAXABLE.
015062     MOVE ZERO TO WS-TAXABLE-LINES
015063     PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
015064             UNTIL WS-DETAIL-IDX > ITEMS
015065         IF TAXFLAGS (WS-DETAIL-IDX) NOT = "N" AND
015066                 CERTFLAGS (WS-DETAIL-IDX) NOT = "Y"
015067             ADD PRICES (WS-DETAIL-IDX) TO WS-TAXABLE-LINES
015068         END-IF
015069     END-PERFORM
015070     COMPUTE WS-MERCH-LINES = SUBTOTAL - WS-CERT-LINE-TOTAL
015071     COMPUTE WS-MERCH-NET =
015072         WS-NET-SUBTOTAL - WS-CERT-LINE-TOTAL
015073     IF WS-MERCH-NET < 0
015074         MOVE ZERO TO WS-MERCH-NET
015075     END-IF
015076     EVALUATE TRUE
015077         WHEN CUSTOMER-IS-EXEMPT
015078             MOVE ZERO TO WS-TAXABLE-SUB
015079         WHEN WS-MERCH-LINES NOT > 0
015080             MOVE ZERO TO WS-TAXABLE-SUB
015081         WHEN WS-TAXABLE-LINES NOT < WS-MERCH-LINES
015082             MOVE WS-MERCH-NET TO WS-TAXABLE-SUB
015083         WHEN OTHER
015084             COMPUTE WS-TAXABLE-SUB ROUNDED =
015085                 WS-MERCH-NET * WS-TAXABLE-LINES / WS-MERCH-LINES
015086     END-EVALUATE
015087     COMPUTE WS-EXEMPT-SUB = WS-MERCH-NET - WS-TAXABLE-SUB.
015088 1750-EXIT.
015089     EXIT.
015090*----------------------------------------------------------------
015091* 2000-PRINT-RECEIPT  -  DISPLAY THE FORMATTED RECEIPT.
015092*----------------------------------------------------------------
015093 2000-PRINT-RECEIPT.
015094     MOVE WS-MAX-LEN-20 TO WS-TRUE-LENGTH
015095     PERFORM VARYING WS-INDEX FROM WS-MAX-LEN-20 BY -1
015096         UNTIL WS-INDEX IS LESS THAN WS-ONE
015097         IF STORE-NAME (WS-INDEX : 1) NOT EQUAL TO SPACE
015098             MOVE WS-INDEX TO WS-TRUE-LENGTH
015099             EXIT PERFORM
015100         END-IF
015101         MOVE WS-INDEX TO WS-TRUE-LENGTH
015102     END-PERFORM.
015103
015104     PERFORM UNTIL PRINTINDEX = 10
015105         DISPLAY " "
015106         COMPUTE PRINTINDEX = PRINTINDEX + 1
015107     END-PERFORM
015108
015109     IF WS-IS-RETURN
015110         DISPLAY "          *** RETURN / VOID ***"
015111         DISPLAY "          Original Receipt: " WS-ORIG-RECEIPT
015112     END-IF
015113     IF WS-IS-LAYAWAY
015114         DISPLAY "          *** LAYAWAY - NOT A SALE ***"
015115     END-IF
015120     DISPLAY "Receipt No: " WS-RECEIPT-NO
015130     DISPLAY "Thank you for shopping at " *> 26 chars (inc spaces)
015140             STORE-NAME (1:WS-TRUE-LENGTH) "!" *> 1 char
015950         DISPLAY "-$" COUPON-AMOUNT
015960     END-IF
015970
015972     PERFORM 1750-SPLIT-TAXABLE THRU 1750-EXIT
015974     IF CUSTOMER-IS-EXEMPT
015976         DISPLAY "            Tax Exempt Cert: " WS-EXEMPT-CERT
015978     END-IF
015980     DISPLAY "            Tax: "  WITH NO ADVANCING *> 17 chars
015990     MOVE 1 TO SPACEINDEX
016000     PERFORM UNTIL SPACEINDEX = WS-LINE-NUM - 17 - 6
016010         DISPLAY "" WITH NO ADVANCING
016020         COMPUTE SPACEINDEX = SPACEINDEX + 1
016030     END-PERFORM
016090     COMPUTE TAX = WS-TAXABLE-SUB * SALES-TAX
016100     DISPLAY WS-AMT-SIGN "$" TAX
016110
016210     EXIT.
016220*----------------------------------------------------------------
016230* 2500-TAKE-TENDER  -  TAKE TENDERS AGAINST THE REMAINING
016240*                      BALANCE UNTIL IT REACHES ZERO.  ON A
016243*                      LAYAWAY THE BALANCE IS THE DEPOSIT OR
016246*                      PAYMENT, NOT THE TOTAL.  EACH
016250*                      TENDER PRINTS AS IT IS TAKEN AND GOES IN
016260*                      THE TENDER TABLE FOR THE TENDDETL
016270*                      JOURNAL.  ON A RETURN ONLY THE REFUND
016360     MOVE 0 TO WS-TENDER-COUNT
016370     MOVE ZERO TO WS-AMT-TENDERED
016380     MOVE ZERO TO WS-CHANGE-DUE
016383     IF WS-IS-LAY-MONEY
016386         MOVE WS-LAY-PAYMENT TO WS-REMAINING-DUE
016389     ELSE
016392         MOVE TOTAL TO WS-REMAINING-DUE
016395     END-IF
016400     PERFORM 2510-ONE-TENDER THRU 2510-EXIT
016410         UNTIL TENDER-IS-SETTLED.
016420 2500-EXIT.
016630                 "A, or G."
016640         END-IF
016650     END-PERFORM
016652     IF TENDER-IS-ACCT AND WS-IS-LAY-MONEY
016654         DISPLAY "A layaway cannot be paid on account."
016656         GO TO 2510-EXIT
016658     END-IF
016660     EVALUATE TRUE
016670         WHEN TENDER-IS-GIFT
016680             PERFORM 2700-TENDER-GIFT-CERT THRU 2700-EXIT
018040             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
018050                 WS-AUDIT-MESSAGE
018060         ELSE
018100             PERFORM 2620-POST-CUSTOMER THRU 2620-EXIT
018103             IF CUSTOMER-WAS-POSTED
018106                 DISPLAY "Account: " WS-CUST-NAME
018109                 MOVE WS-NEW-BALANCE TO WS-EDIT-BALANCE
018112                 DISPLAY "New balance: " WS-EDIT-BALANCE
018115                 PERFORM 2630-WRITE-ARJRNL THRU 2630-EXIT
018118                 MOVE "Y" TO WS-ACCT-OK
018121             END-IF
018130         END-IF
018140     END-IF.
018150 2600-EXIT.
018160     EXIT.
018170*----------------------------------------------------------------
018176* 2610-FIND-CUSTOMER  -  READ THE CUSTOMER MASTER BY KEY FOR AN
018182*                        ACTIVE ACCOUNT WITH THE KEYED ID AND
018188*                        PICK UP ITS NAME, LIMIT, AND BALANCE,
018194*                        AND ANY TAX EXEMPTION CERTIFICATE ON
018200*                        FILE.
018210*----------------------------------------------------------------
018220 2610-FIND-CUSTOMER.
018230     MOVE "N" TO WS-CUST-FOUND
018250     OPEN INPUT CUSTOMER-FILE
018260     IF WS-CUSTMST-STATUS NOT = "00"
018270         GO TO 2610-EXIT
018280     END-IF
018290     MOVE WS-ACCT-CUST-ID TO CU-CUST-ID
018295     READ CUSTOMER-FILE
018300         INVALID KEY
018305             CONTINUE
018310         NOT INVALID KEY
018315             IF CU-IS-ACTIVE
018320                 MOVE CU-NAME TO WS-CUST-NAME
018330                 MOVE CU-CREDIT-LIMIT TO WS-CUST-LIMIT
018340                 MOVE CU-BALANCE TO WS-CUST-BALANCE
018341                 MOVE CU-EXEMPT-CERT TO WS-CUST-EXEMPT-CERT
018342                 IF CU-EXEMPT-EXPIRY IS NUMERIC
018343                     MOVE CU-EXEMPT-EXPIRY
018344                         TO WS-CUST-EXEMPT-EXPIRY
018345                 ELSE
018346                     MOVE ZERO TO WS-CUST-EXEMPT-EXPIRY
018347                 END-IF
018350                 MOVE "Y" TO WS-CUST-FOUND
018390             END-IF
018400     END-READ
018410     CLOSE CUSTOMER-FILE.
018430 2610-EXIT.
018440     EXIT.
018450*----------------------------------------------------------------
018460* 2620-POST-CUSTOMER  -  POST THE CHARGE (OR RETURN CREDIT) TO
018470*                        THE ACCOUNT'S RECORD IN PLACE.  THE
018480*                        RECORD IS READ AGAIN WITH A LOCK, SO A
018490*                        CHARGE OR PAYMENT POSTED AT ANOTHER
018500*                        STATION SINCE THE LOOKUP IS KEPT, AND
018510*                        THE CREDIT LIMIT IS CHECKED AGAINST
018520*                        THAT CURRENT BALANCE.  WHILE ANOTHER
018530*                        STATION HOLDS THE RECORD THE CASHIER
018540*                        MAY RETRY; GIVING UP REFUSES THE
018550*                        CHARGE.  CUSTOMER-WAS-POSTED SAYS
018560*                        WHETHER THE BALANCE WAS POSTED.  A
018570*                        POSTED CHARGE GOES TO THE COMMIT
018580*                        JOURNAL SO IT CAN BE REVERSED.
018600*----------------------------------------------------------------
018610 2620-POST-CUSTOMER.
018613     MOVE "N" TO WS-CUST-POSTED
018616     COMPUTE WS-CUST-DELTA = WS-NEW-BALANCE - WS-CUST-BALANCE
018619     OPEN I-O CUSTOMER-FILE
018622     IF WS-CUSTMST-STATUS NOT = "00"
018625         DISPLAY "Customer master not available - "
018628             "charge refused."
018631         MOVE SPACES TO WS-AUDIT-MESSAGE
018634         STRING "ACCT CHARGE REFUSED, CUSTMST STATUS "
018637             DELIMITED BY SIZE
018640             WS-CUSTMST-STATUS DELIMITED BY SIZE
018643             INTO WS-AUDIT-MESSAGE
018646         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
018649             WS-AUDIT-MESSAGE
018652         GO TO 2620-EXIT
018655     END-IF
018658     MOVE "N" TO WS-CUSTMST-SWITCH
018661     PERFORM UNTIL END-OF-CUSTMST
018664         MOVE WS-ACCT-CUST-ID TO CU-CUST-ID
018667         READ CUSTOMER-FILE WITH LOCK
018670             INVALID KEY
018673                 CONTINUE
018676         END-READ
018679         IF WS-CUSTMST-STATUS = "51"
018682             DISPLAY "Account in use at another station."
018685             MOVE "Try the account again?" TO WS-YN-PROMPT
018688             CALL "YESNOCHK" USING WS-YN-PROMPT WS-RETRY-ANSWER
018691                 WS-AUDIT-PROGRAM
018694             IF WS-RETRY-ANSWER NOT = "Y"
018697                 SET END-OF-CUSTMST TO TRUE
018700             END-IF
018701         ELSE
018702             SET END-OF-CUSTMST TO TRUE
018703         END-IF
018704     END-PERFORM
018705     MOVE SPACES TO WS-AUDIT-MESSAGE
018706     EVALUATE TRUE
018707         WHEN WS-CUSTMST-STATUS = "51"
018708             DISPLAY "Account in use - charge refused."
018709             STRING "ACCT CHARGE REFUSED, ACCOUNT LOCKED: "
018710                 DELIMITED BY SIZE
018711                 WS-ACCT-CUST-ID DELIMITED BY SIZE
018712                 INTO WS-AUDIT-MESSAGE
018713         WHEN WS-CUSTMST-STATUS NOT = "00"
018714             DISPLAY "Unknown or inactive account - "
018715                 "charge refused."
018716             STRING "ACCT CHARGE REFUSED, NO ACCOUNT: "
018717                 DELIMITED BY SIZE
018718                 WS-ACCT-CUST-ID DELIMITED BY SIZE
018719                 INTO WS-AUDIT-MESSAGE
018720         WHEN NOT WS-IS-RETURN AND
018721                 CU-BALANCE + WS-CUST-DELTA > CU-CREDIT-LIMIT
018722             MOVE CU-BALANCE TO WS-EDIT-BALANCE
018723             DISPLAY "Over credit limit - charge refused.  "
018724                 "Balance " WS-EDIT-BALANCE
018725             STRING "ACCT CHARGE REFUSED, OVER LIMIT: "
018726                 DELIMITED BY SIZE
018727                 WS-ACCT-CUST-ID DELIMITED BY SIZE
018728                 INTO WS-AUDIT-MESSAGE
018729         WHEN OTHER
018730             ADD WS-CUST-DELTA TO CU-BALANCE
018731             REWRITE CUSTOMER-RECORD
018732                 INVALID KEY
018733                     CONTINUE
018734             END-REWRITE
018735             IF WS-CUSTMST-STATUS = "00"
018736                 MOVE CU-BALANCE TO WS-NEW-BALANCE
018737                 MOVE "Y" TO WS-CUST-POSTED
018738             ELSE
018739                 DISPLAY "Account not updated - "
018740                     "charge refused."
018741                 STRING "ACCT CHARGE REFUSED, REWRITE STATUS "
018742                     DELIMITED BY SIZE
018743                     WS-CUSTMST-STATUS DELIMITED BY SIZE
018744                     INTO WS-AUDIT-MESSAGE
018745             END-IF
018746     END-EVALUATE
018747     IF WS-AUDIT-MESSAGE NOT = SPACES
018748         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
018749             WS-AUDIT-MESSAGE
018750     END-IF
018751     UNLOCK CUSTOMER-FILE
018752     CLOSE CUSTOMER-FILE
018753     IF CUSTOMER-WAS-POSTED
018754         MOVE "CUSTMST" TO TJ-TARGET
018755         MOVE SPACES TO TJ-IMAGE
018756         MOVE WS-ACCT-CUST-ID TO TJA-CUST-ID
018757         MOVE WS-CUST-DELTA TO TJA-DELTA
018758         SET TJ-IS-POSTING TO TRUE
018759         PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
018780     END-IF.
018790 2620-EXIT.
018800     EXIT.
018810*----------------------------------------------------------------
019100* 2630-WRITE-ARJRNL  -  APPEND THE CHARGE (OR RETURN CREDIT) TO
019110*                       THE HOUSE CHARGE JOURNAL, AND NOTE IT IN
019115*                       THE COMMIT JOURNAL.
019120*----------------------------------------------------------------
019130 2630-WRITE-ARJRNL.
019140     OPEN EXTEND AR-JOURNAL-FILE
019270     MOVE WS-RECEIPT-NO TO AR-RECEIPT-NO
019280     MOVE CASHIER-ID TO AR-CASHIER-ID
019290     WRITE AR-JOURNAL-RECORD
019293     MOVE AR-JOURNAL-RECORD TO TJ-IMAGE
019296     CLOSE AR-JOURNAL-FILE
019299     MOVE "ARJRNL" TO TJ-TARGET
019302     SET TJ-IS-POSTING TO TRUE
019305     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT.
019310 2630-EXIT.
019320     EXIT.
019330*----------------------------------------------------------------
020170*----------------------------------------------------------------
020180* 2720-POST-CERT  -  REWRITE THE CERTIFICATE FILE THROUGH GCWRK
020190*                    WITH THE REDEEMED CERTIFICATE'S NEW
020195*                    BALANCE, MARKING IT REDEEMED AT ZERO.  THE
020200*                    DRAW GOES TO THE COMMIT JOURNAL SO IT CAN
020205*                    BE REVERSED.
020210*----------------------------------------------------------------
020220 2720-POST-CERT.
020230     MOVE "N" TO WS-GIFTCERT-SWITCH
020370     END-PERFORM
020380     CLOSE GIFT-CERT-FILE
020390     CLOSE GC-WRK-FILE
020393     PERFORM 2725-COPY-BACK-CERTS THRU 2725-EXIT
020394     MOVE "GIFTCERT" TO TJ-TARGET
020395     MOVE SPACES TO TJ-IMAGE
020396     MOVE WS-CERT-NO TO TJC-CERT-NO
020397     MOVE WS-GIFT-DRAW TO TJC-DRAW
020398     SET TJ-IS-POSTING TO TRUE
020399     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
020400     MOVE WS-CERT-NO TO WS-GJ-CERT-NO
020401     MOVE "R" TO WS-GJ-TYPE
020402     MOVE WS-GIFT-DRAW TO WS-GJ-AMOUNT
020405     PERFORM 2730-WRITE-GCJRNL THRU 2730-EXIT.
020410 2720-EXIT.
020420     EXIT.
020430*----------------------------------------------------------------
020680     END-READ.
020690 2727-EXIT.
020700     EXIT.
020701*----------------------------------------------------------------
020702* 2730-WRITE-GCJRNL  -  APPEND ONE ISSUE OR REDEMPTION TO THE
020703*                       GIFT CERTIFICATE ACTIVITY JOURNAL.  A
020704*                       REDEMPTION AT THE TENDER IS WRITTEN AT
020705*                       ONCE AND NOTED IN THE COMMIT JOURNAL; AN
020706*                       ISSUE IS JOURNALED WITH THE REST OF THE
020707*                       RECEIPT AND POSTED WHEN IT COMMITS.
020708*----------------------------------------------------------------
020709 2730-WRITE-GCJRNL.
020710     OPEN EXTEND GC-JOURNAL-FILE
020711     IF WS-GCJRNL-STATUS = "35"
020712         OPEN OUTPUT GC-JOURNAL-FILE
020713     END-IF
020714     MOVE WS-GJ-CERT-NO TO GJ-CERT-NO
020715     MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE
020716     MOVE FUNCTION CURRENT-DATE TO GJ-TIMESTAMP
020717     MOVE WS-GJ-TYPE TO GJ-TRANS-TYPE
020718     MOVE WS-GJ-AMOUNT TO GJ-AMOUNT
020719     MOVE WS-RECEIPT-NO TO GJ-RECEIPT-NO
020720     MOVE CASHIER-ID TO GJ-CASHIER-ID
020721     MOVE WS-REGISTER-ID TO GJ-REGISTER-ID
020722     MOVE GC-JOURNAL-RECORD TO TJ-IMAGE
020723     IF TXN-IS-TENDERING
020724         WRITE GC-JOURNAL-RECORD
020725         SET TJ-IS-POSTING TO TRUE
020726     ELSE
020727         SET TJ-IS-IMAGE TO TRUE
020728     END-IF
020729     CLOSE GC-JOURNAL-FILE
020730     MOVE "GCJRNL" TO TJ-TARGET
020731     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT.
020732 2730-EXIT.
020733     EXIT.
020734*----------------------------------------------------------------
020735* 3000-LOG-TRANSACTION  -  APPEND THIS RECEIPT TO THE SALES
020736*                          TRANSACTION AUDIT FILE.  A LAYAWAY
020737*                          DEPOSIT OR PAYMENT IS LOGGED AS TYPE
020738*                          L - MONEY ONLY, NO ITEMS AND NO TAX -
020739*                          UNDER ITS LAYAWAY NUMBER.  A SALE
020740*                          OR RETURN CARRIES ITS TAXABLE AND
020741*                          EXEMPT SALES AND ANY EXEMPTION
020742*                          CERTIFICATE.  THE RECORD GOES TO THE
020743*                          COMMIT JOURNAL AND IS POSTED WHEN THE
020744*                          RECEIPT COMMITS, AS ARE THOSE BUILT
020745*                          BY THE 3200 TO 3700 PARAGRAPHS.
020746*----------------------------------------------------------------
020750 3000-LOG-TRANSACTION.
020760     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
020770     OPEN EXTEND SALES-TRAN-FILE
020990     ELSE
021000         MOVE ZERO TO ST-ORIG-RECEIPT
021010     END-IF
021016     EVALUATE TRUE
021022         WHEN WS-IS-RETURN
021028             SET ST-IS-RETURN TO TRUE
021034             COMPUTE ST-SUBTOTAL = WS-NET-SUBTOTAL * -1
021040             COMPUTE ST-TAX = TAX * -1
021042             COMPUTE ST-TAXABLE-SALES = WS-TAXABLE-SUB * -1
021044             COMPUTE ST-EXEMPT-SALES = WS-EXEMPT-SUB * -1
021046             COMPUTE ST-TOTAL = TOTAL * -1
021052             COMPUTE ST-AMT-TENDERED = WS-AMT-TENDERED * -1
021058             MOVE ZERO TO ST-CHANGE-DUE
021064             COMPUTE ST-DISC-TOTAL =
021070                 (SUBTOTAL - WS-NET-SUBTOTAL) * -1
021076         WHEN WS-IS-LAY-MONEY
021082             SET ST-IS-LAYAWAY TO TRUE
021083             MOVE 0 TO ST-ITEM-COUNT
021084             MOVE WS-LAYAWAY-NO TO ST-ORIG-RECEIPT
021085             MOVE WS-LAY-PAYMENT TO ST-SUBTOTAL
021086             MOVE ZERO TO ST-TAX
021087             MOVE ZERO TO ST-TAXABLE-SALES
021088             MOVE ZERO TO ST-EXEMPT-SALES
021089             MOVE WS-LAY-PAYMENT TO ST-TOTAL
021090             MOVE WS-AMT-TENDERED TO ST-AMT-TENDERED
021091             MOVE WS-CHANGE-DUE TO ST-CHANGE-DUE
021092             MOVE ZERO TO ST-DISC-TOTAL
021093         WHEN OTHER
021094             SET ST-IS-SALE TO TRUE
021095             MOVE WS-NET-SUBTOTAL TO ST-SUBTOTAL
021096             MOVE TAX TO ST-TAX
021097             MOVE WS-TAXABLE-SUB TO ST-TAXABLE-SALES
021098             MOVE WS-EXEMPT-SUB TO ST-EXEMPT-SALES
021099             MOVE TOTAL TO ST-TOTAL
021100             MOVE WS-AMT-TENDERED TO ST-AMT-TENDERED
021101             MOVE WS-CHANGE-DUE TO ST-CHANGE-DUE
021102             COMPUTE ST-DISC-TOTAL = SUBTOTAL - WS-NET-SUBTOTAL
021103     END-EVALUATE
021104     IF CUSTOMER-IS-EXEMPT AND NOT WS-IS-LAY-MONEY
021105         MOVE WS-EXEMPT-CERT TO ST-EXEMPT-CERT
021106         MOVE WS-EXEMPT-CUST-ID TO ST-EXEMPT-CUST
021110     ELSE
021120         MOVE SPACES TO ST-EXEMPT-CERT
021130         MOVE SPACES TO ST-EXEMPT-CUST
021190     END-IF
021202     MOVE SALETRAN-RECORD TO TJ-IMAGE
021206     CLOSE SALES-TRAN-FILE
021210     MOVE "SALESTRN" TO TJ-TARGET
021214     PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT.
021220 3000-EXIT.
021230     EXIT.
021240*----------------------------------------------------------------
021270*                       ON THE SUMMARY RECORD.  A RETURN'S LINES
021280*                       CARRY NEGATIVE EXTENDED PRICES, THE SAME
021290*                       WAY THE SUMMARY AMOUNTS GO NEGATIVE.
021292*                       A NEW LAYAWAY HAS NO DETAIL UNTIL IT IS
021294*                       PAID OFF; ITS LINES THEN GO OUT AS TYPE
021296*                       L, A SALE WHOSE STOCK HAS ALREADY GONE.
021300*----------------------------------------------------------------
021310 3200-WRITE-DETAIL.
021320     IF ITEMS > 0 AND NOT WS-IS-LAYAWAY
021330         OPEN EXTEND SALE-DETL-FILE
021340         IF WS-SALEDETL-STATUS = "35"
021350             OPEN OUTPUT SALE-DETL-FILE
021390             MOVE WS-RECEIPT-NO TO SD-RECEIPT-NO
021400             MOVE WS-DETAIL-IDX TO SD-LINE-NO
021410             MOVE STORE-NAME (1:20) TO SD-STORE-NAME
021413             IF WS-IS-LAY-PAYMENT
021416                 SET SD-IS-LAYAWAY TO TRUE
021419             ELSE
021422                 MOVE WS-TRANS-TYPE TO SD-TRANS-TYPE
021425             END-IF
021430             MOVE ITEMCODES (WS-DETAIL-IDX) TO SD-ITEM-CODE
021440             MOVE ITEMLIST (WS-DETAIL-IDX) TO SD-DESCRIPTION
021450             MOVE QUANTITIES (WS-DETAIL-IDX) TO SD-QUANTITY
021560             MOVE PROMOFLAGS (WS-DETAIL-IDX) TO SD-PROMO-FLAG
021570             MOVE WS-BUSINESS-DATE TO SD-BUSINESS-DATE
021580             MOVE WS-REGISTER-ID TO SD-REGISTER-ID
021585             MOVE SALE-DETAIL-RECORD TO TJ-IMAGE
021590             MOVE "SALEDETL" TO TJ-TARGET
021595             PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT
021600         END-PERFORM
021610         CLOSE SALE-DETL-FILE
021620     END-IF.
021900             MOVE WS-BUSINESS-DATE TO TD-BUSINESS-DATE
021910             MOVE STORE-NAME (1:20) TO TD-STORE-NAME
021920             MOVE WS-REGISTER-ID TO TD-REGISTER-ID
021925             MOVE TENDER-DETAIL-RECORD TO TJ-IMAGE
021930             MOVE "TENDDETL" TO TJ-TARGET
021935             PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT
021940         END-PERFORM
021950         CLOSE TEND-DETL-FILE
021960     END-IF.
022150             MOVE PRICES (WS-DETAIL-IDX) TO GF-BALANCE
022160             SET GF-IS-OUTSTANDING TO TRUE
022170             MOVE WS-RECEIPT-NO TO GF-ISSUE-RECEIPT
022175             MOVE GIFT-CERT-RECORD TO TJ-IMAGE
022180             MOVE "GIFTCERT" TO TJ-TARGET
022185             PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT
022190             CLOSE GIFT-CERT-FILE
022192             MOVE CERTNOS (WS-DETAIL-IDX) TO WS-GJ-CERT-NO
022194             MOVE "I" TO WS-GJ-TYPE
022196             MOVE PRICES (WS-DETAIL-IDX) TO WS-GJ-AMOUNT
022198             PERFORM 2730-WRITE-GCJRNL THRU 2730-EXIT
022200         END-IF
022210     END-PERFORM.
022220 3300-EXIT.
022230     EXIT.
022240*----------------------------------------------------------------
022250* 3500-UPDATE-INVENTORY  -  JOURNAL THIS RECEIPT'S QUANTITIES FOR
022260*                           THE ITEM MASTER'S ON-HAND FIGURES -
022270*                           THE NET MOVEMENT FOR EACH ITEM CODE,
022280*                           WITH THE STORE WHOSE STOCK IT ALSO
022290*                           MOVES.  5250-POST-STOCK POSTS THEM
022300*                           WHEN THE RECEIPT COMMITS.
022310*----------------------------------------------------------------
022320 3500-UPDATE-INVENTORY.
022330     MOVE 0 TO WS-ITP-COUNT
022340     PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
022350             UNTIL WS-LINE-IDX > ITEMS
022360         PERFORM 3510-ADD-POST-LINE THRU 3510-EXIT
022370     END-PERFORM
022380     PERFORM VARYING WS-ITP-IDX FROM 1 BY 1
022390             UNTIL WS-ITP-IDX > WS-ITP-COUNT
022400         MOVE "ITEMPOST" TO TJ-TARGET
022410         MOVE SPACES TO TJ-IMAGE
022420         MOVE WS-ITP-ITEM (WS-ITP-IDX) TO TJS-ITEM-CODE
022430         MOVE WS-ITP-QTY (WS-ITP-IDX) TO TJS-QTY
022440         MOVE STORE-NAME (1:20) TO TJS-STORE-NAME
022450         MOVE WS-STORE-KNOWN TO TJS-STORE-KNOWN
022460         PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT
022470     END-PERFORM.
022480 3500-EXIT.
022490     EXIT.
022500*----------------------------------------------------------------
022508* 3510-ADD-POST-LINE  -  ADD THE RECEIPT LINE AT WS-LINE-IDX TO
022516*                        THE NET MOVEMENT FOR ITS ITEM CODE.  A
022524*                        SALE DEDUCTS, A RETURN PUTS BACK.  A
022532*                        LINE KEYED WITHOUT AN ITEM CODE HAS NO
022540*                        MASTER RECORD TO POST.
022550*----------------------------------------------------------------
022554 3510-ADD-POST-LINE.
022558     IF ITEMCODES (WS-LINE-IDX) = SPACES
022562         GO TO 3510-EXIT
022566     END-IF
022570     IF WS-IS-RETURN
022574         MOVE QUANTITIES (WS-LINE-IDX) TO WS-NET-QTY
022578     ELSE
022582         COMPUTE WS-NET-QTY = 0 - QUANTITIES (WS-LINE-IDX)
022586     END-IF
022590     PERFORM VARYING WS-ITP-IDX FROM 1 BY 1
022594             UNTIL WS-ITP-IDX > WS-ITP-COUNT
022598         IF WS-ITP-ITEM (WS-ITP-IDX) = ITEMCODES (WS-LINE-IDX)
022602             ADD WS-NET-QTY TO WS-ITP-QTY (WS-ITP-IDX)
022606             GO TO 3510-EXIT
022620         END-IF
022630     END-PERFORM
022640     ADD 1 TO WS-ITP-COUNT
022650     MOVE ITEMCODES (WS-LINE-IDX) TO WS-ITP-ITEM (WS-ITP-COUNT)
022660     MOVE WS-NET-QTY TO WS-ITP-QTY (WS-ITP-COUNT).
022730 3510-EXIT.
022740     EXIT.
022750*----------------------------------------------------------------
022753* 3600-POST-STORE-STOCK  -  POST THE SAME NET MOVEMENT TO THIS
022756*                           STORE'S STOCK THROUGH THE SHARED
022759*                           STKPOST ROUTINE - A SALE TAKES IT
022762*                           OUT OF THE STORE, A RETURN PUTS IT
022765*                           BACK.  A STORE NAME NOT IN STORCFG
022768*                           HAS NO STOCK TO POST TO; THE OFFICE
022771*                           PLACES THAT STOCK THROUGH STKXFER.
022780*----------------------------------------------------------------
022785 3600-POST-STORE-STOCK.
022790     IF WS-POST-COUNT = 0
022795         GO TO 3600-EXIT
022800     END-IF
022805     IF NOT STORE-IS-KNOWN
022810         MOVE SPACES TO WS-AUDIT-MESSAGE
022815         STRING "STORE STOCK NOT POSTED - UNKNOWN STORE "
022820             DELIMITED BY SIZE
022825             STORE-NAME (1:20) DELIMITED BY SIZE
022830             INTO WS-AUDIT-MESSAGE
022835         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
022840             WS-AUDIT-MESSAGE
022845         GO TO 3600-EXIT
022850     END-IF
022855     MOVE STORE-NAME (1:20) TO WS-POST-STORE
022860     MOVE WS-BUSINESS-DATE TO WS-POST-DATE
022865     CALL "STKPOST" USING WS-AUDIT-PROGRAM WS-POST-STORE
022870         WS-POST-FUNCTION WS-POST-DATE WS-POST-COUNT
022875         WS-POST-TABLE
022880     PERFORM VARYING WS-ITP-IDX FROM 1 BY 1
022885             UNTIL WS-ITP-IDX > WS-POST-COUNT
022890         IF WS-PST-RESULT (WS-ITP-IDX) NOT = "P"
022895             DISPLAY "Store stock not updated for "
022900                 WS-PST-ITEM (WS-ITP-IDX) " - see the audit log."
022905         END-IF
022910     END-PERFORM.
022915 3600-EXIT.
022920     EXIT.
022930*----------------------------------------------------------------
022932* 3700-WRITE-LAYAWAY  -  FILE THE NEW LAYAWAY - ONE LAYAWAY
022934*                       RECORD PER LINE RUNG, EACH CARRYING THE
022936*                       CUSTOMER, DEADLINE, TOTALS AND THE
022938*                       DEPOSIT PAID SO FAR.  THE STOCK HAS
022940*                       ALREADY COME OUT OF THE MASTER AND THE
022942*                       STORE; IT STAYS RESERVED ON THE LAYAWAY.
022950*----------------------------------------------------------------
023058 3700-WRITE-LAYAWAY.
023059     OPEN EXTEND LAYAWAY-FILE
023060     IF WS-LAYAWAY-STATUS = "35"
023061         OPEN OUTPUT LAYAWAY-FILE
023062     END-IF
023063     PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
023064             UNTIL WS-DETAIL-IDX > ITEMS
023065         MOVE WS-LAYAWAY-NO TO LY-LAYAWAY-NO
023066         MOVE WS-DETAIL-IDX TO LY-LINE-NO
023067         MOVE STORE-NAME (1:20) TO LY-STORE-NAME
023068         MOVE WS-LAY-CUST-NAME TO LY-CUST-NAME
023069         MOVE WS-LAY-CUST-PHONE TO LY-CUST-PHONE
023070         MOVE WS-BUSINESS-DATE TO LY-OPEN-DATE
023071         MOVE WS-LAY-DEADLINE TO LY-DEADLINE
023072         SET LY-IS-OPEN TO TRUE
023073         MOVE ZERO TO LY-CLOSE-DATE
023074         MOVE CASHIER-ID TO LY-CASHIER-ID
023075         MOVE WS-REGISTER-ID TO LY-REGISTER-ID
023076         MOVE WS-RECEIPT-NO TO LY-OPEN-RECEIPT
023077         MOVE ZERO TO LY-SALE-RECEIPT
023078         MOVE WS-NET-SUBTOTAL TO LY-SUBTOTAL
023079         COMPUTE LY-DISC-TOTAL = SUBTOTAL - WS-NET-SUBTOTAL
023080         MOVE TAX TO LY-TAX
023081         MOVE WS-TAXABLE-SUB TO LY-TAXABLE-SALES
023082         IF CUSTOMER-IS-EXEMPT
023083             MOVE WS-EXEMPT-CERT TO LY-EXEMPT-CERT
023084             MOVE WS-EXEMPT-CUST-ID TO LY-EXEMPT-CUST
023085         ELSE
023086             MOVE SPACES TO LY-EXEMPT-CERT
023087             MOVE SPACES TO LY-EXEMPT-CUST
023088         END-IF
023089         MOVE TOTAL TO LY-TOTAL
023090         MOVE WS-LAY-PAYMENT TO LY-AMT-PAID
023091         MOVE ITEMCODES (WS-DETAIL-IDX) TO LY-ITEM-CODE
023092         MOVE ITEMLIST (WS-DETAIL-IDX) TO LY-DESCRIPTION
023093         MOVE QUANTITIES (WS-DETAIL-IDX) TO LY-QUANTITY
023094         MOVE PRICES (WS-DETAIL-IDX) TO LY-EXT-PRICE
023095         MOVE UNITCOSTS (WS-DETAIL-IDX) TO LY-UNIT-COST
023096         MOVE DEPTCODES (WS-DETAIL-IDX) TO LY-DEPT-CODE
023097         MOVE PROMOFLAGS (WS-DETAIL-IDX) TO LY-PROMO-FLAG
023098         MOVE HANDKEYED (WS-DETAIL-IDX) TO LY-HAND-KEYED
023099         MOVE APPROVERS (WS-DETAIL-IDX) TO LY-APPROVED-BY
023100         MOVE LAYAWAY-RECORD TO TJ-IMAGE
023101         MOVE "LAYAWAY" TO TJ-TARGET
023102         PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT
023103     END-PERFORM
023104     CLOSE LAYAWAY-FILE
023105     MOVE WS-LAY-PAYMENT TO WS-EDIT-LAY-AMT
023106     MOVE SPACES TO WS-AUDIT-MESSAGE
023107     STRING "LAYAWAY " DELIMITED BY SIZE
023108         WS-LAYAWAY-NO DELIMITED BY SIZE
023109         " OPENED, DEPOSIT " DELIMITED BY SIZE
023110         WS-EDIT-LAY-AMT DELIMITED BY SIZE
023111         INTO WS-AUDIT-MESSAGE
023112     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023113         WS-AUDIT-MESSAGE.
023114 3700-EXIT.
023115     EXIT.
023116*----------------------------------------------------------------
023117* 4000-LAYAWAY-PAYMENT  -  TAKE A PAYMENT AGAINST AN OPEN
023118*                         LAYAWAY AT ITS OWN STORE.  A LAYAWAY
023119*                         PAST ITS DEADLINE IS REFUSED - IT IS
023120*                         WAITING TO BE FORFEITED BY LAYMNT.  THE
023121*                         PAYMENT IS LOGGED AS TYPE L MONEY UNDER
023122*                         THIS RECEIPT; THE PAYMENT THAT CLEARS
023123*                         THE BALANCE ALSO COMPLETES THE LAYAWAY
023124*                         AS A SALE.
023125*----------------------------------------------------------------
023126 4000-LAYAWAY-PAYMENT.
023127     DISPLAY "Layaway Number: " WITH NO ADVANCING
023128     MOVE ZERO TO WS-LAYAWAY-NO
023129     ACCEPT WS-LAYAWAY-NO
023130     PERFORM 4100-FIND-LAYAWAY THRU 4100-EXIT
023131     IF NOT LAYAWAY-WAS-FOUND
023132         DISPLAY "Layaway " WS-LAYAWAY-NO " is not on file."
023133         MOVE SPACES TO WS-AUDIT-MESSAGE
023134         STRING "LAYAWAY PAYMENT REFUSED - NO LAYAWAY "
023135             DELIMITED BY SIZE
023136             WS-LAYAWAY-NO DELIMITED BY SIZE
023137             INTO WS-AUDIT-MESSAGE
023138         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023139             WS-AUDIT-MESSAGE
023140         DISPLAY "No transaction recorded."
023141         GO TO 4000-EXIT
023142     END-IF
023143     IF WS-LAY-STATUS NOT = "O"
023144         DISPLAY "Layaway " WS-LAYAWAY-NO " is closed - "
023145             "no payment taken."
023146         DISPLAY "No transaction recorded."
023147         GO TO 4000-EXIT
023148     END-IF
023149     IF WS-LAY-STORE NOT = STORE-NAME (1:20)
023150         DISPLAY "Layaway " WS-LAYAWAY-NO " is held at "
023151             WS-LAY-STORE
023152         DISPLAY "No transaction recorded."
023153         GO TO 4000-EXIT
023154     END-IF
023155     IF WS-BUSINESS-DATE > WS-LAY-DEADLINE
023156         DISPLAY "Layaway " WS-LAYAWAY-NO " is past its "
023157             "deadline - see the office."
023158         MOVE SPACES TO WS-AUDIT-MESSAGE
023159         STRING "LAYAWAY PAYMENT REFUSED - PAST DEADLINE "
023160             DELIMITED BY SIZE
023161             WS-LAYAWAY-NO DELIMITED BY SIZE
023162             INTO WS-AUDIT-MESSAGE
023163         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023164             WS-AUDIT-MESSAGE
023165         DISPLAY "No transaction recorded."
023166         GO TO 4000-EXIT
023167     END-IF
023168     COMPUTE WS-LAY-BALANCE = WS-LAY-TOTAL - WS-LAY-PAID
023169     DISPLAY "Customer: " WS-LAY-CUST-NAME "  " WS-LAY-CUST-PHONE
023170     MOVE WS-LAY-TOTAL TO WS-EDIT-LAY-AMT
023171     DISPLAY "Layaway Total: $" WS-EDIT-LAY-AMT
023172     MOVE WS-LAY-PAID TO WS-EDIT-LAY-AMT
023173     DISPLAY "Paid To Date:  $" WS-EDIT-LAY-AMT
023174     MOVE WS-LAY-BALANCE TO WS-EDIT-LAY-AMT
023175     DISPLAY "Balance Due:   $" WS-EDIT-LAY-AMT
023176     MOVE ZERO TO WS-LAY-PAYMENT
023177     DISPLAY "Payment Amount (0 = balance due): "
023178         WITH NO ADVANCING
023179     ACCEPT WS-LAY-PAYMENT
023180     IF WS-LAY-PAYMENT = 0 OR WS-LAY-PAYMENT > WS-LAY-BALANCE
023181         MOVE WS-LAY-BALANCE TO WS-LAY-PAYMENT
023182     END-IF
023183     DISPLAY " "
023184     DISPLAY "          *** LAYAWAY PAYMENT ***"
023185     DISPLAY "Receipt No: " WS-RECEIPT-NO
023186     DISPLAY "Layaway No: " WS-LAYAWAY-NO
023187     MOVE WS-LAY-PAYMENT TO WS-EDIT-LAY-AMT
023188     DISPLAY "            Payment: $" WS-EDIT-LAY-AMT
023189     PERFORM 5000-BEGIN-JOURNAL THRU 5000-EXIT
023190     IF TRANSACTION-CANCELLED
023191         DISPLAY "No transaction recorded."
023192         GO TO 4000-EXIT
023193     END-IF
023194     PERFORM 2500-TAKE-TENDER THRU 2500-EXIT
023195     SET TXN-IS-JOURNALING TO TRUE
023196     PERFORM 3000-LOG-TRANSACTION THRU 3000-EXIT
023197     PERFORM 3400-WRITE-TENDERS THRU 3400-EXIT
023198     ADD WS-LAY-PAYMENT TO WS-LAY-PAID
023199     MOVE "N" TO WS-LAY-PAID-OFF
023200     IF WS-LAY-PAID >= WS-LAY-TOTAL
023201         SET LAYAWAY-IS-PAID-OFF TO TRUE
023202         PERFORM 0200-ASSIGN-RECEIPT-NO THRU 0200-EXIT
023203     END-IF
023204     PERFORM 4300-UPDATE-LAYAWAY THRU 4300-EXIT
023205     MOVE WS-LAY-PAYMENT TO WS-EDIT-LAY-AMT
023206     MOVE SPACES TO WS-AUDIT-MESSAGE
023207     STRING "LAYAWAY " DELIMITED BY SIZE
023208         WS-LAYAWAY-NO DELIMITED BY SIZE
023209         " PAYMENT " DELIMITED BY SIZE
023210         WS-EDIT-LAY-AMT DELIMITED BY SIZE
023211         INTO WS-AUDIT-MESSAGE
023212     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023213         WS-AUDIT-MESSAGE
023214     IF LAYAWAY-IS-PAID-OFF
023215         PERFORM 4500-COMPLETE-LAYAWAY THRU 4500-EXIT
023216     ELSE
023217         COMPUTE WS-LAY-BALANCE = WS-LAY-TOTAL - WS-LAY-PAID
023218         MOVE WS-LAY-BALANCE TO WS-EDIT-LAY-AMT
023219         DISPLAY "            Balance Remaining: $"
023220             WS-EDIT-LAY-AMT
023221         DISPLAY "            Pay in full by: " WS-LAY-DEADLINE
023222     END-IF
023223     PERFORM 5100-COMMIT-RECEIPT THRU 5100-EXIT.
023224 4000-EXIT.
023225     EXIT.
023226*----------------------------------------------------------------
023227* 4100-FIND-LAYAWAY  -  SCAN THE LAYAWAY FILE FOR THE NUMBER
023228*                      KEYED AND LOAD ITS LINES INTO THE ITEM
023229*                      TABLES AND ITS HEADER INTO WORKING
023230*                      STORAGE.
023231*----------------------------------------------------------------
023232 4100-FIND-LAYAWAY.
023233     MOVE "N" TO WS-LAY-FOUND
023234     MOVE 0 TO ITEMS
023235     MOVE "N" TO WS-LAYAWAY-SWITCH
023236     OPEN INPUT LAYAWAY-FILE
023237     IF WS-LAYAWAY-STATUS = "35"
023238         GO TO 4100-EXIT
023239     END-IF
023240     PERFORM 4110-READ-LAYAWAY THRU 4110-EXIT
023241     PERFORM UNTIL END-OF-LAYAWAY
023242         IF LY-LAYAWAY-NO = WS-LAYAWAY-NO
023243             PERFORM 4120-LOAD-LAY-LINE THRU 4120-EXIT
023244         END-IF
023245         PERFORM 4110-READ-LAYAWAY THRU 4110-EXIT
023246     END-PERFORM
023247     CLOSE LAYAWAY-FILE.
023248 4100-EXIT.
023249     EXIT.
023250*----------------------------------------------------------------
023251* 4110-READ-LAYAWAY  -  READ THE NEXT LAYAWAY FILE RECORD.
023252*----------------------------------------------------------------
023253 4110-READ-LAYAWAY.
023254     READ LAYAWAY-FILE
023255         AT END
023256             SET END-OF-LAYAWAY TO TRUE
023257     END-READ.
023258 4110-EXIT.
023259     EXIT.
023260*----------------------------------------------------------------
023261* 4120-LOAD-LAY-LINE  -  LOAD ONE LAYAWAY LINE INTO THE ITEM
023262*                       TABLES, AND THE HEADER FIGURES IT
023263*                       CARRIES INTO WORKING STORAGE.
023264*----------------------------------------------------------------
023265 4120-LOAD-LAY-LINE.
023266     SET LAYAWAY-WAS-FOUND TO TRUE
023267     MOVE LY-STATUS TO WS-LAY-STATUS
023268     MOVE LY-STORE-NAME TO WS-LAY-STORE
023269     MOVE LY-CUST-NAME TO WS-LAY-CUST-NAME
023270     MOVE LY-CUST-PHONE TO WS-LAY-CUST-PHONE
023271     MOVE LY-DEADLINE TO WS-LAY-DEADLINE
023272     MOVE LY-SUBTOTAL TO WS-LAY-SUBTOTAL
023273     MOVE LY-DISC-TOTAL TO WS-LAY-DISC-TOTAL
023274     MOVE LY-TAX TO WS-LAY-TAX
023275     MOVE LY-TOTAL TO WS-LAY-TOTAL
023276     MOVE LY-AMT-PAID TO WS-LAY-PAID
023277     IF LY-TAXABLE-SALES IS NUMERIC
023278         MOVE LY-TAXABLE-SALES TO WS-LAY-TAXABLE
023279     ELSE
023280         MOVE LY-SUBTOTAL TO WS-LAY-TAXABLE
023281     END-IF
023282     MOVE LY-EXEMPT-CERT TO WS-EXEMPT-CERT
023283     MOVE LY-EXEMPT-CUST TO WS-EXEMPT-CUST-ID
023284     IF ITEMS < WS-MAX-ITEMS
023285         ADD 1 TO ITEMS
023286         MOVE LY-ITEM-CODE TO ITEMCODES (ITEMS)
023287         MOVE LY-DESCRIPTION TO ITEMLIST (ITEMS)
023288         MOVE LY-QUANTITY TO QUANTITIES (ITEMS)
023289         MOVE LY-EXT-PRICE TO PRICES (ITEMS)
023290         MOVE LY-UNIT-COST TO UNITCOSTS (ITEMS)
023291         MOVE LY-DEPT-CODE TO DEPTCODES (ITEMS)
023292         MOVE LY-PROMO-FLAG TO PROMOFLAGS (ITEMS)
023293         MOVE LY-HAND-KEYED TO HANDKEYED (ITEMS)
023294         MOVE LY-APPROVED-BY TO APPROVERS (ITEMS)
023295         MOVE "N" TO CERTFLAGS (ITEMS)
023296         MOVE "T" TO TAXFLAGS (ITEMS)
023297     END-IF.
023298 4120-EXIT.
023299     EXIT.
023300*----------------------------------------------------------------
023301* 4300-UPDATE-LAYAWAY  -  JOURNAL THE NEW AMOUNT PAID ON THIS
023302*                        LAYAWAY, AND WHETHER IT IS PAID OFF
023303*                        AGAINST THE SALE RECEIPT.  4700 CARRIES
023304*                        IT ONTO THE LAYAWAY FILE WHEN THE
023305*                        RECEIPT COMMITS.
023306*----------------------------------------------------------------
023307 4300-UPDATE-LAYAWAY.
023308     MOVE "LAYUPDT" TO TJ-TARGET
023309     MOVE SPACES TO TJ-IMAGE
023310     MOVE WS-LAYAWAY-NO TO TJL-LAYAWAY-NO
023311     MOVE WS-LAY-PAID TO TJL-AMT-PAID
023312     MOVE WS-LAY-PAID-OFF TO TJL-PAID-OFF
023313     MOVE WS-RECEIPT-NO TO TJL-SALE-RECEIPT
023314     PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT.
023319 4300-EXIT.
023320     EXIT.
023321*----------------------------------------------------------------
023322* 4320-COPY-BACK-LAYAWAY  -  COPY THE WORK FILE BACK OVER THE
023323*                           LAYAWAY FILE.
023324*----------------------------------------------------------------
023325 4320-COPY-BACK-LAYAWAY.
023326     OPEN INPUT LAY-WRK-FILE
023327     OPEN OUTPUT LAYAWAY-FILE
023328     MOVE "N" TO WS-LAYWRK-SWITCH
023329     PERFORM 4330-READ-LAYWRK THRU 4330-EXIT
023330     PERFORM UNTIL END-OF-LAYWRK
023331         MOVE LAY-WRK-RECORD TO LAYAWAY-RECORD
023332         WRITE LAYAWAY-RECORD
023333         PERFORM 4330-READ-LAYWRK THRU 4330-EXIT
023334     END-PERFORM
023335     CLOSE LAY-WRK-FILE
023336     CLOSE LAYAWAY-FILE.
023337 4320-EXIT.
023338     EXIT.
023339*----------------------------------------------------------------
023340* 4330-READ-LAYWRK  -  READ THE NEXT LAYAWAY WORK FILE RECORD.
023341*----------------------------------------------------------------
023342 4330-READ-LAYWRK.
023343     READ LAY-WRK-FILE
023344         AT END
023345             SET END-OF-LAYWRK TO TRUE
023346     END-READ.
023347 4330-EXIT.
023348     EXIT.
023349*----------------------------------------------------------------
023350* 4500-COMPLETE-LAYAWAY  -  THE LAYAWAY IS PAID OFF - RING IT AS
023351*                          A SALE UNDER ITS OWN RECEIPT NUMBER.
023352*                          THE SALE IS TENDERED ENTIRELY BY THE
023353*                          DEPOSITS APPLIED (TENDER L); ITS LINES
023354*                          GO TO THE DETAIL JOURNAL AS TYPE L.
023355*                          NOTHING IS POSTED TO STOCK - THE ITEMS
023356*                          LEFT IT WHEN THE LAYAWAY WAS OPENED.
023357*----------------------------------------------------------------
023358 4500-COMPLETE-LAYAWAY.
023359     COMPUTE SUBTOTAL = WS-LAY-SUBTOTAL + WS-LAY-DISC-TOTAL
023360     MOVE WS-LAY-SUBTOTAL TO WS-NET-SUBTOTAL
023361     MOVE WS-LAY-TAX TO TAX
023362     MOVE WS-LAY-TOTAL TO TOTAL
023363     PERFORM 4550-PRINT-PICKUP THRU 4550-EXIT
023364     PERFORM 4600-LOG-PICKUP THRU 4600-EXIT
023365     PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
023366     MOVE 1 TO WS-TENDER-COUNT
023367     MOVE "L" TO WS-TND-TYPE (1)
023368     MOVE WS-LAY-TOTAL TO WS-TND-AMOUNT (1)
023369     MOVE ZERO TO WS-TND-CHANGE (1)
023370     PERFORM 3400-WRITE-TENDERS THRU 3400-EXIT
023371     MOVE SPACES TO WS-AUDIT-MESSAGE
023372     STRING "LAYAWAY " DELIMITED BY SIZE
023373         WS-LAYAWAY-NO DELIMITED BY SIZE
023374         " PAID OFF, SALE RECEIPT " DELIMITED BY SIZE
023375         WS-RECEIPT-NO DELIMITED BY SIZE
023376         INTO WS-AUDIT-MESSAGE
023377     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023378         WS-AUDIT-MESSAGE.
023379 4500-EXIT.
023380     EXIT.
023381*----------------------------------------------------------------
023382* 4550-PRINT-PICKUP  -  DISPLAY THE SALE RECEIPT HANDED OVER
023383*                      WITH THE GOODS.
023384*----------------------------------------------------------------
023385 4550-PRINT-PICKUP.
023386     DISPLAY " "
023387     DISPLAY "          *** LAYAWAY " WS-LAYAWAY-NO
023388         " PAID IN FULL ***"
023389     DISPLAY "Receipt No: " WS-RECEIPT-NO
023390     DISPLAY "Customer: " WS-LAY-CUST-NAME
023391     PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
023392             UNTIL WS-DETAIL-IDX > ITEMS
023393         DISPLAY ITEMLIST (WS-DETAIL-IDX) " x"
023394             QUANTITIES (WS-DETAIL-IDX) "  $"
023395             PRICES (WS-DETAIL-IDX)
023396     END-PERFORM
023397     DISPLAY "            Subtotal: $" SUBTOTAL
023398     IF WS-LAY-DISC-TOTAL > 0
023399         DISPLAY "            Discount: -$" WS-LAY-DISC-TOTAL
023400     END-IF
023401     IF WS-EXEMPT-CERT NOT = SPACES
023402         DISPLAY "            Tax Exempt Cert: " WS-EXEMPT-CERT
023403     END-IF
023404     DISPLAY "            Tax: $" TAX
023405     DISPLAY "            TOTAL: $" TOTAL
023406     DISPLAY "            Deposits Applied: $" TOTAL.
023407 4550-EXIT.
023408     EXIT.
023409*----------------------------------------------------------------
023410* 4600-LOG-PICKUP  -  APPEND THE COMPLETED LAYAWAY TO THE SALES
023411*                    TRANSACTION AUDIT FILE AS A SALE, TENDERED
023412*                    BY DEPOSITS APPLIED AND CARRYING THE
023413*                    LAYAWAY NUMBER, AND THE TAXABLE/EXEMPT
023414*                    SPLIT THE LAYAWAY WAS TAXED ON.  THE RECORD
023415*                    GOES TO THE COMMIT JOURNAL.
023416*----------------------------------------------------------------
023417 4600-LOG-PICKUP.
023418     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
023419     OPEN EXTEND SALES-TRAN-FILE
023420     IF WS-SALETRAN-STATUS = "35"
023421         OPEN OUTPUT SALES-TRAN-FILE
023422     END-IF
023423     MOVE STORE-NAME (1:20) TO ST-STORE-NAME
023424     MOVE WS-TIMESTAMP TO ST-TIMESTAMP
023425     MOVE CASHIER-ID TO ST-CASHIER-ID
023426     SET ST-IS-SALE TO TRUE
023427     MOVE ITEMS TO ST-ITEM-COUNT
023428     SET ST-TENDER-LAYAWAY TO TRUE
023429     MOVE WS-RECEIPT-NO TO ST-RECEIPT-NO
023430     MOVE WS-LAYAWAY-NO TO ST-ORIG-RECEIPT
023431     MOVE WS-BUSINESS-DATE TO ST-BUSINESS-DATE
023432     MOVE WS-REGISTER-ID TO ST-REGISTER-ID
023433     MOVE WS-LAY-SUBTOTAL TO ST-SUBTOTAL
023434     MOVE WS-LAY-TAX TO ST-TAX
023435     MOVE WS-LAY-TAXABLE TO ST-TAXABLE-SALES
023436     COMPUTE ST-EXEMPT-SALES = WS-LAY-SUBTOTAL - WS-LAY-TAXABLE
023437     MOVE WS-EXEMPT-CERT TO ST-EXEMPT-CERT
023438     MOVE WS-EXEMPT-CUST-ID TO ST-EXEMPT-CUST
023439     MOVE WS-LAY-TOTAL TO ST-TOTAL
023440     MOVE WS-LAY-TOTAL TO ST-AMT-TENDERED
023441     MOVE ZERO TO ST-CHANGE-DUE
023442     MOVE WS-LAY-DISC-TOTAL TO ST-DISC-TOTAL
023443     MOVE SALETRAN-RECORD TO TJ-IMAGE
023444     CLOSE SALES-TRAN-FILE
023445     MOVE "SALESTRN" TO TJ-TARGET
023446     PERFORM 5020-JOURNAL-IMAGE THRU 5020-EXIT.
023447 4600-EXIT.
023448     EXIT.
023449*----------------------------------------------------------------
023450* 4700-APPLY-LAYAWAY  -  CARRY THE AMOUNT PAID ONTO EVERY LINE OF
023451*                       LAYAWAY WS-LAYAWAY-NO, AND WHEN IT IS
023452*                       PAID OFF CLOSE IT AGAINST THE SALE
023453*                       RECEIPT.  THE FILE IS COPIED THROUGH
023454*                       THE LAYWRK WORK FILE AND BACK.  THE
023455*                       FIGURES ARE THE FINAL ONES, SO APPLYING
023456*                       THEM A SECOND TIME CHANGES NOTHING.
023457*----------------------------------------------------------------
023458 4700-APPLY-LAYAWAY.
023459     OPEN INPUT LAYAWAY-FILE
023460     OPEN OUTPUT LAY-WRK-FILE
023461     MOVE "N" TO WS-LAYAWAY-SWITCH
023462     PERFORM 4110-READ-LAYAWAY THRU 4110-EXIT
023463     PERFORM UNTIL END-OF-LAYAWAY
023464         IF LY-LAYAWAY-NO = WS-LAYAWAY-NO
023465             MOVE WS-LAY-PAID TO LY-AMT-PAID
023466             IF LAYAWAY-IS-PAID-OFF
023467                 SET LY-IS-COMPLETED TO TRUE
023468                 MOVE WS-BUSINESS-DATE TO LY-CLOSE-DATE
023469                 MOVE WS-LAY-SALE-RECEIPT TO LY-SALE-RECEIPT
023470             END-IF
023471         END-IF
023472         MOVE LAYAWAY-RECORD TO LAY-WRK-RECORD
023473         WRITE LAY-WRK-RECORD
023474         PERFORM 4110-READ-LAYAWAY THRU 4110-EXIT
023475     END-PERFORM
023476     CLOSE LAYAWAY-FILE
023477     CLOSE LAY-WRK-FILE
023478     PERFORM 4320-COPY-BACK-LAYAWAY THRU 4320-EXIT.
023479 4700-EXIT.
023480     EXIT.
023481*----------------------------------------------------------------
023482* 5000-BEGIN-JOURNAL  -  OPEN THE COMMIT JOURNAL FOR THIS
023483*                        RECEIPT BEFORE ANY TENDER IS POSTED.
023484*                        THE LAST RECEIPT'S ENTRIES ARE DROPPED -
023485*                        IT WAS COMMITTED, OR RESOLVED AT
023486*                        START-UP.  A REGISTER THAT CANNOT KEEP
023487*                        ITS JOURNAL TAKES NO TENDER.
023488*----------------------------------------------------------------
023489 5000-BEGIN-JOURNAL.
023490     MOVE WS-RECEIPT-NO TO WS-TXN-RECEIPT-NO
023491     MOVE WS-REGISTER-ID TO WS-TXN-REGISTER-ID
023492     MOVE WS-BUSINESS-DATE TO WS-TXN-DATE
023493     MOVE CASHIER-ID TO WS-TXN-CASHIER-ID
023494     MOVE 0 TO WS-TXN-SEQ-NO
023495     OPEN OUTPUT TXN-JOURNAL-FILE
023496     IF WS-TXNJRNL-STATUS NOT = "00"
023497         DISPLAY "Receipt journal not available - "
023498             "transaction cancelled."
023499         MOVE SPACES TO WS-AUDIT-MESSAGE
023500         STRING "RECEIPT JOURNAL OPEN FAILED, STATUS "
023501             DELIMITED BY SIZE
023502             WS-TXNJRNL-STATUS DELIMITED BY SIZE
023503             INTO WS-AUDIT-MESSAGE
023504         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023505             WS-AUDIT-MESSAGE
023506         SET TRANSACTION-CANCELLED TO TRUE
023507         GO TO 5000-EXIT
023508     END-IF
023509     CLOSE TXN-JOURNAL-FILE
023510     MOVE SPACES TO TJ-TARGET
023511     MOVE SPACES TO TJ-IMAGE
023512     SET TJ-IS-BEGIN TO TRUE
023513     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
023514     SET TXN-IS-TENDERING TO TRUE.
023515 5000-EXIT.
023516     EXIT.
023517*----------------------------------------------------------------
023518* 5010-WRITE-JOURNAL  -  APPEND ONE ENTRY TO THE COMMIT JOURNAL.
023519*                        THE CALLER SETS THE ENTRY TYPE, TARGET
023520*                        AND IMAGE; THE RECEIPT AND THE NEXT
023521*                        SEQUENCE NUMBER ARE FILLED IN HERE.
023522*----------------------------------------------------------------
023523 5010-WRITE-JOURNAL.
023524     ADD 1 TO WS-TXN-SEQ-NO
023525     MOVE WS-TXN-RECEIPT-NO TO TJ-RECEIPT-NO
023526     MOVE WS-TXN-REGISTER-ID TO TJ-REGISTER-ID
023527     MOVE WS-TXN-DATE TO TJ-BUSINESS-DATE
023528     MOVE WS-TXN-CASHIER-ID TO TJ-CASHIER-ID
023529     MOVE WS-TXN-SEQ-NO TO TJ-SEQ-NO
023530     IF NOT TJ-IS-DONE
023531         MOVE 0 TO TJ-DONE-SEQ
023532     END-IF
023533     OPEN EXTEND TXN-JOURNAL-FILE
023534     IF WS-TXNJRNL-STATUS = "35"
023535         OPEN OUTPUT TXN-JOURNAL-FILE
023536     END-IF
023537     WRITE TXN-JOURNAL-LINE FROM TXN-JOURNAL-RECORD
023538     IF WS-TXNJRNL-STATUS NOT = "00"
023539         MOVE SPACES TO WS-AUDIT-MESSAGE
023540         STRING "RECEIPT JOURNAL WRITE FAILED, STATUS "
023541             DELIMITED BY SIZE
023542             WS-TXNJRNL-STATUS DELIMITED BY SIZE
023543             " RECEIPT " DELIMITED BY SIZE
023544             WS-TXN-RECEIPT-NO DELIMITED BY SIZE
023545             INTO WS-AUDIT-MESSAGE
023546         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
023547             WS-AUDIT-MESSAGE
023548     END-IF
023549     CLOSE TXN-JOURNAL-FILE.
023550 5010-EXIT.
023551     EXIT.
023552*----------------------------------------------------------------
023553* 5020-JOURNAL-IMAGE  -  JOURNAL THE RECORD IN TJ-IMAGE, BOUND
023554*                        FOR THE FILE (OR STEP) IN TJ-TARGET.
023555*----------------------------------------------------------------
023556 5020-JOURNAL-IMAGE.
023557     SET TJ-IS-IMAGE TO TRUE
023558     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT.
023559 5020-EXIT.
023560     EXIT.
023561*----------------------------------------------------------------
023562* 5030-READ-TXNJRNL  -  READ THE NEXT COMMIT JOURNAL ENTRY.
023563*----------------------------------------------------------------
023564 5030-READ-TXNJRNL.
023565     READ TXN-JOURNAL-FILE INTO TXN-JOURNAL-RECORD
023566         AT END
023567             SET END-OF-TXNJRNL TO TRUE
023568     END-READ.
023569 5030-EXIT.
023570     EXIT.
023571*----------------------------------------------------------------
023572* 5100-COMMIT-RECEIPT  -  EVERY RECORD OF THE RECEIPT IS NOW IN
023573*                         THE JOURNAL.  MARK IT READY, POST THE
023574*                         IMAGES TO THEIR FILES, AND COMMIT.
023575*----------------------------------------------------------------
023576 5100-COMMIT-RECEIPT.
023577     MOVE SPACES TO TJ-TARGET
023578     MOVE SPACES TO TJ-IMAGE
023579     SET TJ-IS-READY TO TRUE
023580     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
023581     MOVE "N" TO WS-TXN-STOCK-DONE
023582     PERFORM 5200-POST-RECEIPT THRU 5200-EXIT
023583     MOVE SPACES TO TJ-TARGET
023584     MOVE SPACES TO TJ-IMAGE
023585     SET TJ-IS-COMMIT TO TRUE
023586     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
023587     MOVE "N" TO WS-TXN-PHASE.
023588 5100-EXIT.
023589     EXIT.
023590*----------------------------------------------------------------
023591* 5200-POST-RECEIPT  -  POST THE JOURNALED IMAGES ONE FILE (OR
023592*                       STEP) AT A TIME, IN THE ORDER OF
023593*                       WS-TXN-GROUP-LIST.
023594*----------------------------------------------------------------
023595 5200-POST-RECEIPT.
023596     PERFORM VARYING WS-TXN-GROUP-IDX FROM 1 BY 1
023597             UNTIL WS-TXN-GROUP-IDX > 8
023598         MOVE WS-TXN-GROUP (WS-TXN-GROUP-IDX) TO WS-TXN-TARGET
023599         PERFORM 5210-POST-GROUP THRU 5210-EXIT
023600     END-PERFORM.
023601 5200-EXIT.
023602     EXIT.
023603*----------------------------------------------------------------
023604* 5210-POST-GROUP  -  POST EVERY IMAGE BOUND FOR WS-TXN-TARGET.
023605*                     WHEN AN INTERRUPTED RECEIPT IS BEING
023606*                     FINISHED, ITS RECORDS ALREADY IN THE FILE
023607*                     ARE COUNTED FIRST AND THAT MANY IMAGES ARE
023608*                     PASSED OVER - A FILE IS APPENDED IN IMAGE
023609*                     ORDER.  THE ON-HAND MOVEMENTS LEAVE NO
023610*                     RECORD OF THEIR OWN, SO THAT STEP IS MARKED
023611*                     DONE IN THE JOURNAL INSTEAD.
023612*----------------------------------------------------------------
023613 5210-POST-GROUP.
023614     IF WS-TXN-TARGET = "ITEMPOST" AND TXN-STOCK-WAS-POSTED
023615         GO TO 5210-EXIT
023616     END-IF
023617     MOVE 0 TO WS-TXN-SKIP
023618     MOVE 0 TO WS-ITP-COUNT
023619     IF TXN-IS-RECOVERING
023620         PERFORM 5300-COUNT-WRITTEN THRU 5300-EXIT
023621     END-IF
023622     MOVE "N" TO WS-TXN-TARGET-OPEN
023623     OPEN INPUT TXN-JOURNAL-FILE
023624     IF WS-TXNJRNL-STATUS NOT = "00"
023625         GO TO 5210-EXIT
023626     END-IF
023627     MOVE "N" TO WS-TXNJRNL-SWITCH
023628     PERFORM 5030-READ-TXNJRNL THRU 5030-EXIT
023629     PERFORM UNTIL END-OF-TXNJRNL
023630         IF TJ-IS-IMAGE AND TJ-TARGET = WS-TXN-TARGET
023631             IF WS-TXN-SKIP > 0
023632                 SUBTRACT 1 FROM WS-TXN-SKIP
023633             ELSE
023634                 PERFORM 5220-POST-IMAGE THRU 5220-EXIT
023635             END-IF
023636         END-IF
023637         PERFORM 5030-READ-TXNJRNL THRU 5030-EXIT
023638     END-PERFORM
023639     CLOSE TXN-JOURNAL-FILE
023640     IF TXN-TARGET-IS-OPEN
023641         PERFORM 5240-CLOSE-TARGET THRU 5240-EXIT
023642     END-IF
023643     IF WS-TXN-TARGET = "ITEMPOST" AND WS-ITP-COUNT > 0
023644         PERFORM 5250-POST-STOCK THRU 5250-EXIT
023645         MOVE "ITEMPOST" TO TJ-TARGET
023646         MOVE SPACES TO TJ-IMAGE
023647         MOVE 0 TO TJ-DONE-SEQ
023648         SET TJ-IS-DONE TO TRUE
023649         PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
023650     END-IF.
023651 5210-EXIT.
023652     EXIT.
023653*----------------------------------------------------------------
023654* 5220-POST-IMAGE  -  POST THE IMAGE JUST READ.  A RECORD IS
023655*                     WRITTEN TO ITS FILE; AN ON-HAND MOVEMENT IS
023656*                     GATHERED FOR 5250-POST-STOCK; A LAYAWAY
023657*                     PAYMENT IS CARRIED ONTO THE LAYAWAY.
023658*----------------------------------------------------------------
023659 5220-POST-IMAGE.
023660     IF NOT TXN-TARGET-IS-OPEN
023661         PERFORM 5230-OPEN-TARGET THRU 5230-EXIT
023662     END-IF
023663     EVALUATE WS-TXN-TARGET
023664         WHEN "SALESTRN"
023665             MOVE TJ-IMAGE TO SALETRAN-RECORD
023666             WRITE SALETRAN-RECORD
023667         WHEN "SALEDETL"
023668             MOVE TJ-IMAGE TO SALE-DETAIL-RECORD
023669             WRITE SALE-DETAIL-RECORD
023670         WHEN "TENDDETL"
023671             MOVE TJ-IMAGE TO TENDER-DETAIL-RECORD
023672             WRITE TENDER-DETAIL-RECORD
023673         WHEN "GIFTCERT"
023674             MOVE TJ-IMAGE TO GIFT-CERT-RECORD
023675             WRITE GIFT-CERT-RECORD
023676         WHEN "GCJRNL"
023677             MOVE TJ-IMAGE TO GC-JOURNAL-RECORD
023678             WRITE GC-JOURNAL-RECORD
023679         WHEN "LAYAWAY"
023680             MOVE TJ-IMAGE TO LAYAWAY-RECORD
023681             WRITE LAYAWAY-RECORD
023682         WHEN "ITEMPOST"
023683             ADD 1 TO WS-ITP-COUNT
023684             MOVE TJS-ITEM-CODE TO WS-ITP-ITEM (WS-ITP-COUNT)
023685             MOVE TJS-QTY TO WS-ITP-QTY (WS-ITP-COUNT)
023686             MOVE TJS-STORE-NAME TO STORE-NAME
023687             MOVE TJS-STORE-KNOWN TO WS-STORE-KNOWN
023688         WHEN "LAYUPDT"
023689             MOVE TJL-LAYAWAY-NO TO WS-LAYAWAY-NO
023690             MOVE TJL-AMT-PAID TO WS-LAY-PAID
023691             MOVE TJL-PAID-OFF TO WS-LAY-PAID-OFF
023692             MOVE TJL-SALE-RECEIPT TO WS-LAY-SALE-RECEIPT
023693             PERFORM 4700-APPLY-LAYAWAY THRU 4700-EXIT
023694     END-EVALUATE.
023695 5220-EXIT.
023696     EXIT.
023697*----------------------------------------------------------------
023698* 5230-OPEN-TARGET  -  OPEN THE FILE IN WS-TXN-TARGET TO APPEND
023699*                      TO IT.  THE ON-HAND AND LAYAWAY STEPS
023700*                      OPEN THEIR OWN FILES.
023701*----------------------------------------------------------------
023702 5230-OPEN-TARGET.
023703     SET TXN-TARGET-IS-OPEN TO TRUE
023704     EVALUATE WS-TXN-TARGET
023705         WHEN "SALESTRN"
023706             OPEN EXTEND SALES-TRAN-FILE
023707             IF WS-SALETRAN-STATUS = "35"
023708                 OPEN OUTPUT SALES-TRAN-FILE
023709             END-IF
023710         WHEN "SALEDETL"
023711             OPEN EXTEND SALE-DETL-FILE
023712             IF WS-SALEDETL-STATUS = "35"
023713                 OPEN OUTPUT SALE-DETL-FILE
023714             END-IF
023715         WHEN "TENDDETL"
023716             OPEN EXTEND TEND-DETL-FILE
023717             IF WS-TENDDETL-STATUS = "35"
023718                 OPEN OUTPUT TEND-DETL-FILE
023719             END-IF
023720         WHEN "GIFTCERT"
023721             OPEN EXTEND GIFT-CERT-FILE
023722             IF WS-GIFTCERT-STATUS = "35"
023723                 OPEN OUTPUT GIFT-CERT-FILE
023724             END-IF
023725         WHEN "GCJRNL"
023726             OPEN EXTEND GC-JOURNAL-FILE
023727             IF WS-GCJRNL-STATUS = "35"
023728                 OPEN OUTPUT GC-JOURNAL-FILE
023729             END-IF
023730         WHEN "LAYAWAY"
023731             OPEN EXTEND LAYAWAY-FILE
023732             IF WS-LAYAWAY-STATUS = "35"
023733                 OPEN OUTPUT LAYAWAY-FILE
023734             END-IF
023735         WHEN OTHER
023736             MOVE "N" TO WS-TXN-TARGET-OPEN
023737     END-EVALUATE.
023738 5230-EXIT.
023739     EXIT.
023740*----------------------------------------------------------------
023741* 5240-CLOSE-TARGET  -  CLOSE THE FILE IN WS-TXN-TARGET.
023742*----------------------------------------------------------------
023743 5240-CLOSE-TARGET.
023744     EVALUATE WS-TXN-TARGET
023745         WHEN "SALESTRN"
023746             CLOSE SALES-TRAN-FILE
023747         WHEN "SALEDETL"
023748             CLOSE SALE-DETL-FILE
023749         WHEN "TENDDETL"
023750             CLOSE TEND-DETL-FILE
023751         WHEN "GIFTCERT"
023752             CLOSE GIFT-CERT-FILE
023753         WHEN "GCJRNL"
023754             CLOSE GC-JOURNAL-FILE
023755         WHEN "LAYAWAY"
023756             CLOSE LAYAWAY-FILE
023757     END-EVALUATE
023758     MOVE "N" TO WS-TXN-TARGET-OPEN.
023759 5240-EXIT.
023760     EXIT.
023761*----------------------------------------------------------------
023762* 5250-POST-STOCK  -  HAND THE NET MOVEMENTS TO THE SHARED
023763*                     ITEMPOST ROUTINE, WHICH UPDATES EACH ITEM
023764*                     MASTER RECORD IN PLACE UNDER A LOCK.  AN
023765*                     ITEM NOT ON THE MASTER HAS NOTHING TO POST
023766*                     TO.  WHAT WAS POSTED IS THEN POSTED TO THIS
023767*                     STORE'S OWN STOCK.
023768*----------------------------------------------------------------
023769 5250-POST-STOCK.
023770     CALL "ITEMPOST" USING WS-AUDIT-PROGRAM WS-ITP-COUNT
023771         WS-ITP-TABLE
023772     MOVE 0 TO WS-POST-COUNT
023773     PERFORM VARYING WS-ITP-IDX FROM 1 BY 1
023774             UNTIL WS-ITP-IDX > WS-ITP-COUNT
023775         IF WS-ITP-POSTED (WS-ITP-IDX) AND
023776                 WS-ITP-QTY (WS-ITP-IDX) NOT = 0
023777             ADD 1 TO WS-POST-COUNT
023778             MOVE WS-ITP-ITEM (WS-ITP-IDX)
023779                 TO WS-PST-ITEM (WS-POST-COUNT)
023780             MOVE WS-ITP-QTY (WS-ITP-IDX)
023781                 TO WS-PST-QTY (WS-POST-COUNT)
023782         END-IF
023783     END-PERFORM
023784     PERFORM 3600-POST-STORE-STOCK THRU 3600-EXIT.
023785 5250-EXIT.
023786     EXIT.
023787*----------------------------------------------------------------
023788* 5300-COUNT-WRITTEN  -  COUNT THE INTERRUPTED RECEIPT'S RECORDS
023789*                        ALREADY IN THE FILE FOR WS-TXN-TARGET -
023790*                        THIS REGISTER'S RECORDS OF THE SAME
023791*                        BUSINESS DAY FROM THE RECEIPT NUMBER ON
023792*                        (A PAID-OFF LAYAWAY ALSO LOGS A LATER
023793*                        SALE RECEIPT).  NOTHING LATER CAN BE ON
023794*                        FILE - THE REGISTER HAS RUNG NOTHING
023795*                        SINCE.  A CERTIFICATE IS COUNTED BY ITS
023796*                        ISSUING RECEIPT.
023797*----------------------------------------------------------------
023798 5300-COUNT-WRITTEN.
023799     MOVE "N" TO WS-TXN-TARGET-SWITCH
023800     EVALUATE WS-TXN-TARGET
023801         WHEN "SALESTRN"
023802             OPEN INPUT SALES-TRAN-FILE
023803             MOVE WS-SALETRAN-STATUS TO WS-TXN-OPEN-STATUS
023804         WHEN "SALEDETL"
023805             OPEN INPUT SALE-DETL-FILE
023806             MOVE WS-SALEDETL-STATUS TO WS-TXN-OPEN-STATUS
023807         WHEN "TENDDETL"
023808             OPEN INPUT TEND-DETL-FILE
023809             MOVE WS-TENDDETL-STATUS TO WS-TXN-OPEN-STATUS
023810         WHEN "GIFTCERT"
023811             OPEN INPUT GIFT-CERT-FILE
023812             MOVE WS-GIFTCERT-STATUS TO WS-TXN-OPEN-STATUS
023813         WHEN "GCJRNL"
023814             OPEN INPUT GC-JOURNAL-FILE
023815             MOVE WS-GCJRNL-STATUS TO WS-TXN-OPEN-STATUS
023816         WHEN "LAYAWAY"
023817             OPEN INPUT LAYAWAY-FILE
023818             MOVE WS-LAYAWAY-STATUS TO WS-TXN-OPEN-STATUS
023819         WHEN OTHER
023820             GO TO 5300-EXIT
023821     END-EVALUATE
023822     IF WS-TXN-OPEN-STATUS NOT = "00"
023823         GO TO 5300-EXIT
023824     END-IF
023825     PERFORM 5310-READ-TARGET THRU 5310-EXIT
023826     PERFORM UNTIL END-OF-TXN-TARGET
023827         PERFORM 5320-CHECK-WRITTEN THRU 5320-EXIT
023828         PERFORM 5310-READ-TARGET THRU 5310-EXIT
023829     END-PERFORM
023830     PERFORM 5240-CLOSE-TARGET THRU 5240-EXIT.
023831 5300-EXIT.
023832     EXIT.
023833*----------------------------------------------------------------
023834* 5310-READ-TARGET  -  READ THE NEXT RECORD OF THE FILE BEING
023835*                      COUNTED.
023836*----------------------------------------------------------------
023837 5310-READ-TARGET.
023838     EVALUATE WS-TXN-TARGET
023839         WHEN "SALESTRN"
023840             READ SALES-TRAN-FILE
023841                 AT END
023842                     SET END-OF-TXN-TARGET TO TRUE
023843             END-READ
023844         WHEN "SALEDETL"
023845             READ SALE-DETL-FILE
023846                 AT END
023847                     SET END-OF-TXN-TARGET TO TRUE
023848             END-READ
023849         WHEN "TENDDETL"
023850             READ TEND-DETL-FILE
023851                 AT END
023852                     SET END-OF-TXN-TARGET TO TRUE
023853             END-READ
023854         WHEN "GIFTCERT"
023855             READ GIFT-CERT-FILE
023856                 AT END
023857                     SET END-OF-TXN-TARGET TO TRUE
023858             END-READ
023859         WHEN "GCJRNL"
023860             READ GC-JOURNAL-FILE
023861                 AT END
023862                     SET END-OF-TXN-TARGET TO TRUE
023863             END-READ
023864         WHEN "LAYAWAY"
023865             READ LAYAWAY-FILE
023866                 AT END
023867                     SET END-OF-TXN-TARGET TO TRUE
023868             END-READ
023869     END-EVALUATE.
023870 5310-EXIT.
023871     EXIT.
023872*----------------------------------------------------------------
023873* 5320-CHECK-WRITTEN  -  COUNT THE RECORD JUST READ IF IT
023874*                        BELONGS TO THE INTERRUPTED RECEIPT.
023875*----------------------------------------------------------------
023876 5320-CHECK-WRITTEN.
023877     EVALUATE WS-TXN-TARGET
023878         WHEN "SALESTRN"
023879             IF ST-REGISTER-ID = WS-TXN-REGISTER-ID AND
023880                     ST-BUSINESS-DATE = WS-TXN-DATE AND
023881                     ST-RECEIPT-NO NOT < WS-TXN-RECEIPT-NO
023882                 ADD 1 TO WS-TXN-SKIP
023883             END-IF
023884         WHEN "SALEDETL"
023885             IF SD-REGISTER-ID = WS-TXN-REGISTER-ID AND
023886                     SD-BUSINESS-DATE = WS-TXN-DATE AND
023887                     SD-RECEIPT-NO NOT < WS-TXN-RECEIPT-NO
023888                 ADD 1 TO WS-TXN-SKIP
023889             END-IF
023890         WHEN "TENDDETL"
023891             IF TD-REGISTER-ID = WS-TXN-REGISTER-ID AND
023892                     TD-BUSINESS-DATE = WS-TXN-DATE AND
023893                     TD-RECEIPT-NO NOT < WS-TXN-RECEIPT-NO
023894                 ADD 1 TO WS-TXN-SKIP
023895             END-IF
023896         WHEN "GIFTCERT"
023897             IF GF-ISSUE-RECEIPT = WS-TXN-RECEIPT-NO AND
023898                     GF-ISSUE-DATE = WS-TXN-DATE
023899                 ADD 1 TO WS-TXN-SKIP
023900             END-IF
023901         WHEN "GCJRNL"
023902             IF GJ-IS-ISSUE AND
023903                     GJ-REGISTER-ID = WS-TXN-REGISTER-ID AND
023904                     GJ-BUSINESS-DATE = WS-TXN-DATE AND
023905                     GJ-RECEIPT-NO NOT < WS-TXN-RECEIPT-NO
023906                 ADD 1 TO WS-TXN-SKIP
023907             END-IF
023908         WHEN "LAYAWAY"
023909             IF LY-REGISTER-ID = WS-TXN-REGISTER-ID AND
023910                     LY-OPEN-DATE = WS-TXN-DATE AND
023911                     LY-OPEN-RECEIPT NOT < WS-TXN-RECEIPT-NO
023912                 ADD 1 TO WS-TXN-SKIP
023913             END-IF
023914     END-EVALUATE.
023915 5320-EXIT.
023916     EXIT.
023917*----------------------------------------------------------------
023918* 5400-RECOVER-RECEIPT  -  AT START-UP, LOOK FOR A RECEIPT THE
023919*                          REGISTER WAS STILL RECORDING WHEN IT
023920*                          LAST STOPPED - ONE BEGUN IN THE
023921*                          COMMIT JOURNAL WITHOUT A COMMIT OR AN
023922*                          EARLIER RESOLUTION.  ONE THAT REACHED
023923*                          THE JOURNAL WHOLE IS FINISHED FROM ITS
023924*                          IMAGES; ONE THAT DID NOT WROTE NONE
023925*                          OF ITS OWN RECORDS AND IS BACKED OUT.
023926*                          THE DECISION IS JOURNALED AND AUDITED,
023927*                          AND THE CASHIER IS TOLD WHICH PAPER
023928*                          RECEIPT TO CHECK.
023929*----------------------------------------------------------------
023930 5400-RECOVER-RECEIPT.
023931     MOVE "N" TO WS-TXN-BEGUN
023932     MOVE "N" TO WS-TXN-READY
023933     MOVE "N" TO WS-TXN-ENDED
023934     MOVE "N" TO WS-TXN-STOCK-DONE
023935     MOVE 0 TO WS-TXP-COUNT
023936     MOVE 0 TO WS-TXN-SEQ-NO
023937     OPEN INPUT TXN-JOURNAL-FILE
023938     IF WS-TXNJRNL-STATUS NOT = "00"
023939         GO TO 5400-EXIT
023940     END-IF
023941     MOVE "N" TO WS-TXNJRNL-SWITCH
023942     PERFORM 5030-READ-TXNJRNL THRU 5030-EXIT
023943     PERFORM UNTIL END-OF-TXNJRNL
023944         PERFORM 5410-NOTE-ENTRY THRU 5410-EXIT
023945         PERFORM 5030-READ-TXNJRNL THRU 5030-EXIT
023946     END-PERFORM
023947     CLOSE TXN-JOURNAL-FILE
023948     IF NOT TXN-WAS-BEGUN OR TXN-WAS-ENDED
023949         GO TO 5400-EXIT
023950     END-IF
023951     DISPLAY " "
023952     DISPLAY "*** RECEIPT " WS-TXN-RECEIPT-NO
023953         " WAS NOT FINISHED ***"
023954     DISPLAY "The register stopped while recording it."
023955     SET TXN-IS-RECOVERING TO TRUE
023956     MOVE WS-BUSINESS-DATE TO WS-TXN-SAVE-DATE
023957     MOVE WS-TXN-DATE TO WS-BUSINESS-DATE
023958     MOVE SPACES TO WS-AUDIT-MESSAGE
023959     IF TXN-WAS-READY
023960         PERFORM 5200-POST-RECEIPT THRU 5200-EXIT
023961         MOVE "COMPLETE" TO TJ-TARGET
023962         DISPLAY "Its remaining records have now been written."
023963         STRING "REGISTER FAILURE, RECEIPT " DELIMITED BY SIZE
023964             WS-TXN-RECEIPT-NO DELIMITED BY SIZE
023965             " WRITES COMPLETED" DELIMITED BY SIZE
023966             INTO WS-AUDIT-MESSAGE
023967     ELSE
023968         PERFORM 5500-BACK-OUT-RECEIPT THRU 5500-EXIT
023969         MOVE "BACKOUT" TO TJ-TARGET
023970         DISPLAY "It was not recorded.  Any account charge or "
023971             "certificate"
023972         DISPLAY "it drew on has been put back - ring it again "
023973             "if the sale stands."
023974         STRING "REGISTER FAILURE, RECEIPT " DELIMITED BY SIZE
023975             WS-TXN-RECEIPT-NO DELIMITED BY SIZE
023976             " BACKED OUT" DELIMITED BY SIZE
023977             INTO WS-AUDIT-MESSAGE
023978     END-IF
023979     MOVE SPACES TO TJ-IMAGE
023980     SET TJ-IS-RESOLVED TO TRUE
023981     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT
023982     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
023983     MOVE SPACES TO WS-AUDIT-MESSAGE
023984     MOVE WS-TXN-SAVE-DATE TO WS-BUSINESS-DATE
023985     MOVE "N" TO WS-TXN-RECOVERING
023986     DISPLAY "Check the paper copy of receipt "
023987         WS-TXN-RECEIPT-NO "."
023988     DISPLAY " ".
023989 5400-EXIT.
023990     EXIT.
023991*----------------------------------------------------------------
023992* 5410-NOTE-ENTRY  -  NOTE WHAT ONE COMMIT JOURNAL ENTRY SAYS
023993*                     ABOUT THE RECEIPT IT HOLDS.
023994*----------------------------------------------------------------
023995 5410-NOTE-ENTRY.
023996     MOVE TJ-SEQ-NO TO WS-TXN-SEQ-NO
023997     EVALUATE TRUE
023998         WHEN TJ-IS-BEGIN
023999             SET TXN-WAS-BEGUN TO TRUE
024000             MOVE TJ-RECEIPT-NO TO WS-TXN-RECEIPT-NO
024001             MOVE TJ-REGISTER-ID TO WS-TXN-REGISTER-ID
024002             MOVE TJ-BUSINESS-DATE TO WS-TXN-DATE
024003             MOVE TJ-CASHIER-ID TO WS-TXN-CASHIER-ID
024004         WHEN TJ-IS-POSTING
024005             IF WS-TXP-COUNT < 20
024006                 ADD 1 TO WS-TXP-COUNT
024007                 MOVE TJ-SEQ-NO TO WS-TXP-SEQ-NO (WS-TXP-COUNT)
024008                 MOVE TJ-TARGET TO WS-TXP-TARGET (WS-TXP-COUNT)
024009                 MOVE TJ-IMAGE TO WS-TXP-IMAGE (WS-TXP-COUNT)
024010                 MOVE "N" TO WS-TXP-DONE (WS-TXP-COUNT)
024011             END-IF
024012         WHEN TJ-IS-READY
024013             SET TXN-WAS-READY TO TRUE
024014         WHEN TJ-IS-DONE AND TJ-DONE-SEQ = 0
024015             IF TJ-TARGET = "ITEMPOST"
024016                 SET TXN-STOCK-WAS-POSTED TO TRUE
024017             END-IF
024018         WHEN TJ-IS-DONE
024019             PERFORM VARYING WS-TXP-IDX FROM 1 BY 1
024020                     UNTIL WS-TXP-IDX > WS-TXP-COUNT
024021                 IF WS-TXP-SEQ-NO (WS-TXP-IDX) = TJ-DONE-SEQ
024022                     MOVE "Y" TO WS-TXP-DONE (WS-TXP-IDX)
024023                 END-IF
024024             END-PERFORM
024025         WHEN TJ-IS-COMMIT OR TJ-IS-RESOLVED
024026             SET TXN-WAS-ENDED TO TRUE
024027     END-EVALUATE.
024028 5410-EXIT.
024029     EXIT.
024030*----------------------------------------------------------------
024031* 5500-BACK-OUT-RECEIPT  -  THE RECEIPT NEVER REACHED THE JOURNAL
024032*                           WHOLE, SO NONE OF ITS OWN RECORDS WAS
024033*                           WRITTEN.  REVERSE EACH POSTING ITS
024034*                           TENDER MADE THAT IS NOT ALREADY
024035*                           MARKED REVERSED.
024036*----------------------------------------------------------------
024037 5500-BACK-OUT-RECEIPT.
024038     PERFORM VARYING WS-TXP-IDX FROM 1 BY 1
024039             UNTIL WS-TXP-IDX > WS-TXP-COUNT
024040         IF WS-TXP-DONE (WS-TXP-IDX) NOT = "Y"
024041             PERFORM 5510-REVERSE-POSTING THRU 5510-EXIT
024042         END-IF
024043     END-PERFORM.
024044 5500-EXIT.
024045     EXIT.
024046*----------------------------------------------------------------
024047* 5510-REVERSE-POSTING  -  REVERSE THE POSTING AT WS-TXP-IDX AND
024048*                          MARK IT DONE IN THE JOURNAL.  AN
024049*                          ACCOUNT CHARGE COMES OFF THE BALANCE
024050*                          AND IS CANCELLED IN ARJRNL BY AN
024051*                          OPPOSITE CHARGE; A CERTIFICATE DRAW
024052*                          GOES BACK ON THE CERTIFICATE AND IS
024053*                          JOURNALED TO GCJRNL AS A REVERSAL.
024054*----------------------------------------------------------------
024055 5510-REVERSE-POSTING.
024056     MOVE WS-TXP-IMAGE (WS-TXP-IDX) TO TJ-IMAGE
024057     EVALUATE WS-TXP-TARGET (WS-TXP-IDX)
024058         WHEN "CUSTMST"
024059             PERFORM 5520-REVERSE-ACCOUNT THRU 5520-EXIT
024060         WHEN "ARJRNL"
024061             PERFORM 5530-REVERSE-ARJRNL THRU 5530-EXIT
024062         WHEN "GIFTCERT"
024063             PERFORM 5540-RESTORE-CERT THRU 5540-EXIT
024064         WHEN "GCJRNL"
024065             PERFORM 5550-REVERSE-GCJRNL THRU 5550-EXIT
024066     END-EVALUATE
024067     MOVE WS-TXP-TARGET (WS-TXP-IDX) TO TJ-TARGET
024068     MOVE SPACES TO TJ-IMAGE
024069     MOVE WS-TXP-SEQ-NO (WS-TXP-IDX) TO TJ-DONE-SEQ
024070     SET TJ-IS-DONE TO TRUE
024071     PERFORM 5010-WRITE-JOURNAL THRU 5010-EXIT.
024072 5510-EXIT.
024073     EXIT.
024074*----------------------------------------------------------------
024075* 5520-REVERSE-ACCOUNT  -  TAKE THE CHARGE BACK OFF THE ACCOUNT,
024076*                          UNDER A LOCK AS 2620 POSTED IT.  ONE
024077*                          THAT CANNOT BE PUT BACK IS AUDITED
024078*                          FOR THE OFFICE TO ADJUST.
024079*----------------------------------------------------------------
024080 5520-REVERSE-ACCOUNT.
024081     OPEN I-O CUSTOMER-FILE
024082     IF WS-CUSTMST-STATUS NOT = "00"
024083         DISPLAY "Account " TJA-CUST-ID " not put back - "
024084             "see the office."
024085         MOVE SPACES TO WS-AUDIT-MESSAGE
024086         STRING "ACCT BACK-OUT FAILED, CUSTMST STATUS "
024087             DELIMITED BY SIZE
024088             WS-CUSTMST-STATUS DELIMITED BY SIZE
024089             ": " DELIMITED BY SIZE
024090             TJA-CUST-ID DELIMITED BY SIZE
024091             INTO WS-AUDIT-MESSAGE
024092         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
024093             WS-AUDIT-MESSAGE
024094         GO TO 5520-EXIT
024095     END-IF
024096     MOVE "N" TO WS-CUSTMST-SWITCH
024097     PERFORM UNTIL END-OF-CUSTMST
024098         MOVE TJA-CUST-ID TO CU-CUST-ID
024099         READ CUSTOMER-FILE WITH LOCK
024100             INVALID KEY
024101                 CONTINUE
024102         END-READ
024103         IF WS-CUSTMST-STATUS = "51"
024104             DISPLAY "Account " TJA-CUST-ID
024105                 " in use at another station."
024106             MOVE "Try the account again?" TO WS-YN-PROMPT
024107             CALL "YESNOCHK" USING WS-YN-PROMPT WS-RETRY-ANSWER
024108                 WS-AUDIT-PROGRAM
024109             IF WS-RETRY-ANSWER NOT = "Y"
024110                 SET END-OF-CUSTMST TO TRUE
024111             END-IF
024112         ELSE
024113             SET END-OF-CUSTMST TO TRUE
024114         END-IF
024115     END-PERFORM
024116     IF WS-CUSTMST-STATUS = "00"
024117         SUBTRACT TJA-DELTA FROM CU-BALANCE
024118         REWRITE CUSTOMER-RECORD
024119             INVALID KEY
024120                 CONTINUE
024121         END-REWRITE
024122     END-IF
024123     IF WS-CUSTMST-STATUS NOT = "00"
024124         DISPLAY "Account " TJA-CUST-ID " not put back - "
024125             "see the office."
024126         MOVE SPACES TO WS-AUDIT-MESSAGE
024127         STRING "ACCT BACK-OUT FAILED, STATUS " DELIMITED BY SIZE
024128             WS-CUSTMST-STATUS DELIMITED BY SIZE
024129             ": " DELIMITED BY SIZE
024130             TJA-CUST-ID DELIMITED BY SIZE
024131             INTO WS-AUDIT-MESSAGE
024132         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
024133             WS-AUDIT-MESSAGE
024134     END-IF
024135     UNLOCK CUSTOMER-FILE
024136     CLOSE CUSTOMER-FILE.
024137 5520-EXIT.
024138     EXIT.
024139*----------------------------------------------------------------
024140* 5530-REVERSE-ARJRNL  -  CANCEL THE JOURNALED CHARGE WITH AN
024141*                         OPPOSITE ONE UNDER THE SAME RECEIPT AND
024142*                         BUSINESS DATE, SO STATEMENTS AND AGING
024143*                         NET IT TO NOTHING.
024144*----------------------------------------------------------------
024145 5530-REVERSE-ARJRNL.
024146     OPEN EXTEND AR-JOURNAL-FILE
024147     IF WS-ARJRNL-STATUS = "35"
024148         OPEN OUTPUT AR-JOURNAL-FILE
024149     END-IF
024150     MOVE TJ-IMAGE TO AR-JOURNAL-RECORD
024151     COMPUTE AR-AMOUNT = AR-AMOUNT * -1
024152     MOVE FUNCTION CURRENT-DATE TO AR-TIMESTAMP
024153     WRITE AR-JOURNAL-RECORD
024154     CLOSE AR-JOURNAL-FILE.
024155 5530-EXIT.
024156     EXIT.
024157*----------------------------------------------------------------
024158* 5540-RESTORE-CERT  -  PUT THE DRAW BACK ON THE CERTIFICATE AND
024159*                       MAKE IT OUTSTANDING AGAIN, REWRITING THE
024160*                       FILE THROUGH GCWRK AS 2720 DOES.
024161*----------------------------------------------------------------
024162 5540-RESTORE-CERT.
024163     MOVE "N" TO WS-GIFTCERT-SWITCH
024164     OPEN INPUT GIFT-CERT-FILE
024165     IF WS-GIFTCERT-STATUS NOT = "00"
024166         DISPLAY "Certificate " TJC-CERT-NO " not put back - "
024167             "see the office."
024168         MOVE SPACES TO WS-AUDIT-MESSAGE
024169         STRING "CERT BACK-OUT FAILED, GIFTCERT STATUS "
024170             DELIMITED BY SIZE
024171             WS-GIFTCERT-STATUS DELIMITED BY SIZE
024172             ": " DELIMITED BY SIZE
024173             TJC-CERT-NO DELIMITED BY SIZE
024174             INTO WS-AUDIT-MESSAGE
024175         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
024176             WS-AUDIT-MESSAGE
024177         GO TO 5540-EXIT
024178     END-IF
024179     OPEN OUTPUT GC-WRK-FILE
024180     PERFORM 2715-READ-GIFTCERT THRU 2715-EXIT
024181     PERFORM UNTIL END-OF-GIFTCERT
024182         IF GF-CERT-NO = TJC-CERT-NO
024183             ADD TJC-DRAW TO GF-BALANCE
024184             SET GF-IS-OUTSTANDING TO TRUE
024185         END-IF
024186         MOVE GIFT-CERT-RECORD TO GC-WRK-RECORD
024187         WRITE GC-WRK-RECORD
024188         PERFORM 2715-READ-GIFTCERT THRU 2715-EXIT
024189     END-PERFORM
024190     CLOSE GIFT-CERT-FILE
024191     CLOSE GC-WRK-FILE
024192     PERFORM 2725-COPY-BACK-CERTS THRU 2725-EXIT.
024193 5540-EXIT.
024194     EXIT.
024195*----------------------------------------------------------------
024196* 5550-REVERSE-GCJRNL  -  JOURNAL THE RESTORED DRAW TO GCJRNL AS
024197*                         A REVERSAL ("V") OF THE REDEMPTION.
024198*----------------------------------------------------------------
024199 5550-REVERSE-GCJRNL.
024200     OPEN EXTEND GC-JOURNAL-FILE
024201     IF WS-GCJRNL-STATUS = "35"
024202         OPEN OUTPUT GC-JOURNAL-FILE
024203     END-IF
024204     MOVE TJ-IMAGE TO GC-JOURNAL-RECORD
024205     SET GJ-IS-REVERSAL TO TRUE
024206     MOVE FUNCTION CURRENT-DATE TO GJ-TIMESTAMP
024207     WRITE GC-JOURNAL-RECORD
024208     CLOSE GC-JOURNAL-FILE.
024209 5550-EXIT.
024210     EXIT.
024211 END PROGRAM PROGRAM3.
