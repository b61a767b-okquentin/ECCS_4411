000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FINCHG.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  MONTH-END FINANCE
000100*                   CHARGE RUN FOR THE HOUSE CHARGE ACCOUNTS.
000110*                   EACH ACTIVE ACCOUNT IS AGED THE WAY AGERPT
000120*                   AGES IT - PAYMENTS AND CREDITS AGAINST THE
000130*                   OLDEST CHARGES FIRST - AND THE MONTHLY RATE
000140*                   IN FINTERMS IS CHARGED ON WHAT IS STILL OPEN
000150*                   PAST THE GRACE PERIOD, WITH A MINIMUM CHARGE.
000160*                   EARLIER FINANCE CHARGES ARE NOT CHARGED
000170*                   AGAIN.  EACH CHARGE IS POSTED TO CU-BALANCE
000180*                   THROUGH THE CUSTWRK REWRITE AND JOURNALED TO
000190*                   ARJRNL AS TYPE "F", AND LISTED ON FINRPT.
000200*                   THE FINCTL CONTROL FILE HOLDS THE LAST
000210*                   PERIOD CHARGED SO A MONTH IS NEVER CHARGED
000220*                   TWICE.  EVERY RUN ALSO LISTS THE ACTIVE
000230*                   ACCOUNTS OVER THEIR CREDIT LIMIT OR WITH
000240*                   MONEY PAST 90 DAYS ON THE COLLIST COLLECTIONS
000250*                   LISTING FOR THE OFFICE TO CALL.
000252*   10/15/2026  DH  WIDEN THE CUSTOMER WORK RECORD FOR THE TAX
000254*                   EXEMPTION CERTIFICATE AND EXPIRY NOW ON THE
000256*                   MASTER.
000257*   10/15/2026  DH  POST EACH CHARGE TO THE KEYED CUSTOMER MASTER
000258*                   IN PLACE - THE ACCOUNT READ WITH A LOCK AND
000259*                   THE CHARGE ADDED TO ITS CURRENT BALANCE -
000260*                   BEFORE THE REGISTER IS PRINTED.  A CHARGE ON
000261*                   AN ACCOUNT LEFT LOCKED IS DROPPED FROM THE RUN
000262*                   AND LOGGED.  THE CUSTWRK REWRITE IS GONE.
000263*   10/15/2026  DH  A CUSTOMER MASTER THAT WILL NOT OPEN FOR
000264*                   POSTING NOW STOPS THE RUN BEFORE THE
000265*                   REGISTER, JOURNAL AND PERIOD CONTROL ARE
000266*                   WRITTEN, SO THE MONTH CAN BE RUN AGAIN.
000267*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
000304         ORGANIZATION IS INDEXED
000308         ACCESS MODE IS DYNAMIC
000312         RECORD KEY IS CU-CUST-ID
000316         LOCK MODE IS MANUAL
000320         FILE STATUS IS WS-CUSTMST-STATUS.
000360     SELECT AR-JOURNAL-FILE ASSIGN TO "ARJRNL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ARJRNL-STATUS.
000390     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BUSDATE-STATUS.
000420     SELECT FIN-TERMS-FILE ASSIGN TO "FINTERMS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FINTERMS-STATUS.
000450     SELECT FIN-CTL-FILE ASSIGN TO "FINCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FINCTL-STATUS.
000480     SELECT FIN-RPT-FILE ASSIGN TO "FINRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT COLL-RPT-FILE ASSIGN TO "COLLIST"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CUSTOMER-FILE.
000550     COPY CUSTMST.
000580 FD  AR-JOURNAL-FILE.
000590     COPY ARJRNL.
000600 FD  BUS-DATE-FILE.
000610     COPY BUSDATE.
000620*----------------------------------------------------------------
000630* FINTERMS  -  ONE RECORD: THE MONTHLY FINANCE CHARGE RATE AS A
000640*              PERCENT, THE MINIMUM CHARGE, AND THE GRACE PERIOD
000650*              IN DAYS A CHARGE MAY BE OPEN BEFORE IT IS CHARGED
000660*              ON.  WITH NO FILE THE RATE IS 1.50%, THE MINIMUM
000670*              0.50, AND THE GRACE PERIOD 30 DAYS.
000680*----------------------------------------------------------------
000690 FD  FIN-TERMS-FILE.
000700 01  FIN-TERMS-RECORD.
000710     05  FT-MONTHLY-RATE        PIC 9(2)V99.
000720     05  FT-MIN-CHARGE          PIC 9(3)V99.
000730     05  FT-GRACE-DAYS          PIC 9(3).
000740 FD  FIN-CTL-FILE.
000750 01  FIN-CTL-RECORD.
000760     05  FC-LAST-PERIOD         PIC 9(6).
000770 FD  FIN-RPT-FILE.
000780 01  FIN-RPT-RECORD             PIC X(100).
000790 FD  COLL-RPT-FILE.
000800 01  COLL-RPT-RECORD            PIC X(100).
000810 WORKING-STORAGE SECTION.
000820 01  WS-CUSTMST-STATUS          PIC X(2).
000830     88  CUSTOMER-IS-LOCKED     VALUE "51".
000840 01  WS-ARJRNL-STATUS           PIC X(2).
000850 01  WS-BUSDATE-STATUS          PIC X(2).
000860 01  WS-FINTERMS-STATUS         PIC X(2).
000870 01  WS-FINCTL-STATUS           PIC X(2).
000880 01  WS-CUSTMST-EOF             PIC X VALUE "N".
000890     88  END-OF-CUSTMST         VALUE "Y".
000900 01  WS-READ-DONE               PIC X VALUE "N".
000910     88  READ-IS-DONE           VALUE "Y".
000920 01  WS-ARJRNL-EOF              PIC X VALUE "N".
000930     88  END-OF-ARJRNL          VALUE "Y".
000940 01  WS-CHARGE-RUN              PIC X VALUE "Y".
000950     88  CHARGES-ARE-RUN        VALUE "Y".
000960 01  WS-TIMESTAMP               PIC X(21).
000970 01  WS-ASOF-DATE               PIC 9(8) VALUE 0.
000980 01  WS-ASOF-INT                PIC S9(9) COMP VALUE 0.
000990 01  WS-CHG-INT                 PIC S9(9) COMP VALUE 0.
001000 01  WS-AGE-DAYS                PIC S9(5) VALUE 0.
001010 01  WS-PERIOD                  PIC 9(6) VALUE 0.
001020 01  WS-LAST-PERIOD             PIC 9(6) VALUE 0.
001030 01  WS-MONTHLY-RATE            PIC 9(2)V99 VALUE 1.50.
001040 01  WS-MIN-CHARGE              PIC 9(3)V99 VALUE 0.50.
001050 01  WS-GRACE-DAYS              PIC 9(3) VALUE 30.
001060 01  WS-CUST-COUNT              PIC 9(3) VALUE 0.
001070 01  WS-CUST-TABLE.
001080     05  WS-CUST-ENTRY OCCURS 200 TIMES.
001090         10  WS-CST-ID          PIC X(6).
001100         10  WS-CST-NAME        PIC X(25).
001110         10  WS-CST-PHONE       PIC X(12).
001120         10  WS-CST-LIMIT       PIC 9(7)V99.
001130         10  WS-CST-BALANCE     PIC S9(7)V99.
001140         10  WS-CST-FLAG        PIC X(1).
001150         10  WS-CST-PAST-GRACE  PIC S9(9)V99.
001160         10  WS-CST-OVER-90     PIC S9(9)V99.
001170         10  WS-CST-CHARGE      PIC 9(7)V99.
001180 01  WS-CHG-COUNT               PIC 9(3) VALUE 0.
001190 01  WS-CHG-TABLE.
001200     05  WS-CHG-ENTRY OCCURS 999 TIMES.
001210         10  WS-CHG-DATE        PIC 9(8).
001220         10  WS-CHG-TYPE        PIC X(1).
001230         10  WS-CHG-OPEN        PIC S9(9)V99.
001240 01  WS-CREDIT-POOL             PIC S9(9)V99 VALUE 0.
001250 01  WS-CUST-IDX                PIC 9(3) VALUE 0.
001260 01  WS-CHG-IDX                 PIC 9(3) VALUE 0.
001270 01  WS-CHARGE-COUNT            PIC 9(3) VALUE 0.
001280 01  WS-CHARGE-TOTAL            PIC 9(9)V99 VALUE 0.
001290 01  WS-COLL-COUNT              PIC 9(3) VALUE 0.
001300 01  WS-COLL-BALANCE            PIC S9(9)V99 VALUE 0.
001310 01  WS-DROPPED-CUSTS           PIC 9(4) VALUE 0.
001320 01  WS-REASON-TEXT             PIC X(14).
001330 01  WS-CONFIRM                 PIC X(1).
001340 01  WS-YN-PROMPT               PIC X(40).
001350 01  WS-EDIT-RATE               PIC Z9.99.
001360 01  WS-EDIT-AMT-1              PIC -(7)9.99.
001370 01  WS-EDIT-AMT-2              PIC -(7)9.99.
001380 01  WS-EDIT-AMT-3              PIC -(7)9.99.
001390 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "FINCHG".
001400 01  WS-AUDIT-MESSAGE           PIC X(60).
001410 LINKAGE SECTION.
001420 01  CASHIER-ID                 PIC X(6).
001430 PROCEDURE DIVISION USING CASHIER-ID.
001440*----------------------------------------------------------------
001450* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL.
001460*----------------------------------------------------------------
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001490     PERFORM 1500-LOAD-CUSTOMERS THRU 1500-EXIT
001500     PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
001510             UNTIL WS-CUST-IDX > WS-CUST-COUNT
001520         IF WS-CST-FLAG (WS-CUST-IDX) = "A"
001530             PERFORM 3000-AGE-ONE-ACCOUNT THRU 3000-EXIT
001540         END-IF
001550     END-PERFORM
001560     IF CHARGES-ARE-RUN
001570         PERFORM 2000-CONFIRM-RUN THRU 2000-EXIT
001580     END-IF
001590     IF CHARGES-ARE-RUN
001610         IF WS-CHARGE-COUNT > 0
001620             PERFORM 4500-POST-CUSTOMERS THRU 4500-EXIT
001640         END-IF
001641     END-IF
001642     IF CHARGES-ARE-RUN
001643         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
001644         IF WS-CHARGE-COUNT > 0
001646             PERFORM 4700-WRITE-ARJRNL THRU 4700-EXIT
001648         END-IF
001650         PERFORM 4800-UPDATE-CONTROL THRU 4800-EXIT
001660     END-IF
001670     PERFORM 5000-WRITE-COLLECTIONS THRU 5000-EXIT
001680     GOBACK.
001690*----------------------------------------------------------------
001700* 1000-INITIALIZE  -  PICK UP THE AS-OF DATE, THE CHARGE TERMS,
001710*                     AND THE LAST PERIOD CHARGED.  A PERIOD
001720*                     ALREADY CHARGED GETS THE COLLECTIONS
001730*                     LISTING ONLY.
001740*----------------------------------------------------------------
001750 1000-INITIALIZE.
001760     DISPLAY "[HOUSE ACCOUNT FINANCE CHARGES]"
001770     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001780     MOVE WS-TIMESTAMP (1:8) TO WS-ASOF-DATE
001790     OPEN INPUT BUS-DATE-FILE
001800     IF WS-BUSDATE-STATUS NOT = "35"
001810         READ BUS-DATE-FILE
001820             AT END
001830                 CONTINUE
001840             NOT AT END
001850                 MOVE BD-BUSINESS-DATE TO WS-ASOF-DATE
001860         END-READ
001870         CLOSE BUS-DATE-FILE
001880     END-IF
001890     COMPUTE WS-ASOF-INT =
001900         FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE)
001910     MOVE WS-ASOF-DATE (1:6) TO WS-PERIOD
001920     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT
001930     OPEN INPUT FIN-CTL-FILE
001940     IF WS-FINCTL-STATUS NOT = "35"
001950         READ FIN-CTL-FILE
001960             AT END
001970                 CONTINUE
001980             NOT AT END
001990                 IF FC-LAST-PERIOD NUMERIC
002000                     MOVE FC-LAST-PERIOD TO WS-LAST-PERIOD
002010                 END-IF
002020         END-READ
002030         CLOSE FIN-CTL-FILE
002040     END-IF
002050     IF WS-LAST-PERIOD NOT < WS-PERIOD
002060         DISPLAY "Finance charges already run for period "
002070             WS-LAST-PERIOD " - collections listing only."
002080         MOVE "N" TO WS-CHARGE-RUN
002090     END-IF.
002100 1000-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130* 1100-LOAD-TERMS  -  LOAD THE RATE, MINIMUM, AND GRACE PERIOD
002140*                     FROM FINTERMS WHEN IT IS PRESENT.
002150*----------------------------------------------------------------
002160 1100-LOAD-TERMS.
002170     OPEN INPUT FIN-TERMS-FILE
002180     IF WS-FINTERMS-STATUS NOT = "35"
002190         READ FIN-TERMS-FILE
002200             AT END
002210                 CONTINUE
002220             NOT AT END
002230                 IF FT-MONTHLY-RATE NUMERIC
002240                     MOVE FT-MONTHLY-RATE TO WS-MONTHLY-RATE
002250                 END-IF
002260                 IF FT-MIN-CHARGE NUMERIC
002270                     MOVE FT-MIN-CHARGE TO WS-MIN-CHARGE
002280                 END-IF
002290                 IF FT-GRACE-DAYS NUMERIC
002300                     MOVE FT-GRACE-DAYS TO WS-GRACE-DAYS
002310                 END-IF
002320         END-READ
002330         CLOSE FIN-TERMS-FILE
002340     END-IF.
002350 1100-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------
002380* 1500-LOAD-CUSTOMERS  -  LOAD THE CUSTOMER MASTER.
002390*----------------------------------------------------------------
002400 1500-LOAD-CUSTOMERS.
002410     OPEN INPUT CUSTOMER-FILE
002420     IF WS-CUSTMST-STATUS = "35"
002430         DISPLAY "No customer master - nothing to charge."
002440         MOVE "N" TO WS-CHARGE-RUN
002450     ELSE
002460         PERFORM 1510-READ-CUSTMST THRU 1510-EXIT
002470         PERFORM UNTIL END-OF-CUSTMST
002480             IF WS-CUST-COUNT < 200
002490                 ADD 1 TO WS-CUST-COUNT
002500                 MOVE CU-CUST-ID TO WS-CST-ID (WS-CUST-COUNT)
002510                 MOVE CU-NAME TO WS-CST-NAME (WS-CUST-COUNT)
002520                 MOVE CU-PHONE TO WS-CST-PHONE (WS-CUST-COUNT)
002530                 MOVE CU-CREDIT-LIMIT
002540                     TO WS-CST-LIMIT (WS-CUST-COUNT)
002550                 MOVE CU-BALANCE
002560                     TO WS-CST-BALANCE (WS-CUST-COUNT)
002570                 MOVE CU-ACTIVE-FLAG
002580                     TO WS-CST-FLAG (WS-CUST-COUNT)
002590                 MOVE 0 TO WS-CST-PAST-GRACE (WS-CUST-COUNT)
002600                 MOVE 0 TO WS-CST-OVER-90 (WS-CUST-COUNT)
002610                 MOVE 0 TO WS-CST-CHARGE (WS-CUST-COUNT)
002620             ELSE
002630                 ADD 1 TO WS-DROPPED-CUSTS
002640                 DISPLAY "Customer table full - account "
002650                     "not charged: " CU-CUST-ID
002660             END-IF
002670             PERFORM 1510-READ-CUSTMST THRU 1510-EXIT
002680         END-PERFORM
002690         CLOSE CUSTOMER-FILE
002700         IF WS-DROPPED-CUSTS > 0
002710             MOVE SPACES TO WS-AUDIT-MESSAGE
002720             STRING "FINANCE RUN DROPPED " DELIMITED BY SIZE
002730                 WS-DROPPED-CUSTS DELIMITED BY SIZE
002740                 " ACCOUNTS, CUSTOMER TABLE FULL"
002750                 DELIMITED BY SIZE
002760                 INTO WS-AUDIT-MESSAGE
002770             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002780                 WS-AUDIT-MESSAGE
002790         END-IF
002800     END-IF.
002810 1500-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840* 1510-READ-CUSTMST  -  READ THE NEXT CUSTOMER RECORD.
002850*----------------------------------------------------------------
002860 1510-READ-CUSTMST.
002870     READ CUSTOMER-FILE NEXT RECORD
002880         AT END
002890             SET END-OF-CUSTMST TO TRUE
002900     END-READ.
002910 1510-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 2000-CONFIRM-RUN  -  SHOW THE TERMS AND WHAT WILL BE CHARGED
002950*                      AND ASK BEFORE ANYTHING IS POSTED.
002960*----------------------------------------------------------------
002970 2000-CONFIRM-RUN.
002980     MOVE WS-MONTHLY-RATE TO WS-EDIT-RATE
002990     MOVE WS-MIN-CHARGE TO WS-EDIT-AMT-1
003000     DISPLAY "Period " WS-PERIOD "  rate " WS-EDIT-RATE
003010         "%  minimum " WS-EDIT-AMT-1
003020         "  grace " WS-GRACE-DAYS " days"
003030     MOVE WS-CHARGE-TOTAL TO WS-EDIT-AMT-2
003040     DISPLAY "Accounts to charge: " WS-CHARGE-COUNT
003050         "  total " WS-EDIT-AMT-2
003060     MOVE "Post the finance charges?" TO WS-YN-PROMPT
003070     CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003080         WS-AUDIT-PROGRAM
003090     IF WS-CONFIRM NOT = "Y"
003100         DISPLAY "Finance charges not posted."
003110         MOVE "N" TO WS-CHARGE-RUN
003120     END-IF.
003130 2000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 3000-AGE-ONE-ACCOUNT  -  COLLECT THE ACCOUNT'S CHARGES AND
003170*                          CREDITS FROM THE JOURNAL, APPLY
003180*                          CREDITS AGAINST THE OLDEST CHARGES,
003190*                          AND WORK OUT WHAT IS OPEN PAST THE
003200*                          GRACE PERIOD AND PAST 90 DAYS, AND
003210*                          THE FINANCE CHARGE ON IT.
003220*----------------------------------------------------------------
003230 3000-AGE-ONE-ACCOUNT.
003240     MOVE 0 TO WS-CHG-COUNT
003250     MOVE 0 TO WS-CREDIT-POOL
003260     MOVE "N" TO WS-ARJRNL-EOF
003270     OPEN INPUT AR-JOURNAL-FILE
003280     IF WS-ARJRNL-STATUS = "35"
003290         SET END-OF-ARJRNL TO TRUE
003300     ELSE
003310         PERFORM 3010-READ-ARJRNL THRU 3010-EXIT
003320         PERFORM UNTIL END-OF-ARJRNL
003330             IF AR-CUST-ID = WS-CST-ID (WS-CUST-IDX)
003340                 IF AR-AMOUNT > 0
003350                     IF WS-CHG-COUNT < 999
003360                         ADD 1 TO WS-CHG-COUNT
003370                         MOVE AR-BUSINESS-DATE
003380                             TO WS-CHG-DATE (WS-CHG-COUNT)
003390                         MOVE AR-TRANS-TYPE
003400                             TO WS-CHG-TYPE (WS-CHG-COUNT)
003410                         MOVE AR-AMOUNT
003420                             TO WS-CHG-OPEN (WS-CHG-COUNT)
003430                     END-IF
003440                 ELSE
003450                     SUBTRACT AR-AMOUNT FROM WS-CREDIT-POOL
003460                 END-IF
003470             END-IF
003480             PERFORM 3010-READ-ARJRNL THRU 3010-EXIT
003490         END-PERFORM
003500         CLOSE AR-JOURNAL-FILE
003510     END-IF
003520     PERFORM 3100-APPLY-CREDITS THRU 3100-EXIT
003530     PERFORM 3200-SUM-PAST-DUE THRU 3200-EXIT
003540     PERFORM 3300-FIGURE-CHARGE THRU 3300-EXIT.
003550 3000-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 3010-READ-ARJRNL  -  READ THE NEXT JOURNAL RECORD.
003590*----------------------------------------------------------------
003600 3010-READ-ARJRNL.
003610     READ AR-JOURNAL-FILE
003620         AT END
003630             SET END-OF-ARJRNL TO TRUE
003640     END-READ.
003650 3010-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 3100-APPLY-CREDITS  -  WORK THE CREDIT POOL OFF AGAINST THE
003690*                        OLDEST CHARGES FIRST.
003700*----------------------------------------------------------------
003710 3100-APPLY-CREDITS.
003720     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
003730             UNTIL WS-CHG-IDX > WS-CHG-COUNT
003740             OR WS-CREDIT-POOL <= 0
003750         IF WS-CHG-OPEN (WS-CHG-IDX) <= WS-CREDIT-POOL
003760             SUBTRACT WS-CHG-OPEN (WS-CHG-IDX)
003770                 FROM WS-CREDIT-POOL
003780             MOVE 0 TO WS-CHG-OPEN (WS-CHG-IDX)
003790         ELSE
003800             SUBTRACT WS-CREDIT-POOL
003810                 FROM WS-CHG-OPEN (WS-CHG-IDX)
003820             MOVE 0 TO WS-CREDIT-POOL
003830         END-IF
003840     END-PERFORM.
003850 3100-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* 3200-SUM-PAST-DUE  -  ADD UP THE OPEN CHARGE REMAINDERS OLDER
003890*                       THAN THE GRACE PERIOD (LEAVING OUT
003900*                       EARLIER FINANCE CHARGES) AND THOSE OVER
003910*                       90 DAYS OLD.
003920*----------------------------------------------------------------
003930 3200-SUM-PAST-DUE.
003940     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
003950             UNTIL WS-CHG-IDX > WS-CHG-COUNT
003960         IF WS-CHG-OPEN (WS-CHG-IDX) > 0
003970             COMPUTE WS-CHG-INT = FUNCTION INTEGER-OF-DATE
003980                 (WS-CHG-DATE (WS-CHG-IDX))
003990             COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-CHG-INT
004000             IF WS-AGE-DAYS > WS-GRACE-DAYS
004010                     AND WS-CHG-TYPE (WS-CHG-IDX) NOT = "F"
004020                 ADD WS-CHG-OPEN (WS-CHG-IDX)
004030                     TO WS-CST-PAST-GRACE (WS-CUST-IDX)
004040             END-IF
004050             IF WS-AGE-DAYS > 90
004060                 ADD WS-CHG-OPEN (WS-CHG-IDX)
004070                     TO WS-CST-OVER-90 (WS-CUST-IDX)
004080             END-IF
004090         END-IF
004100     END-PERFORM.
004110 3200-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 3300-FIGURE-CHARGE  -  APPLY THE MONTHLY RATE TO THE AMOUNT
004150*                        PAST THE GRACE PERIOD, NO LESS THAN THE
004160*                        MINIMUM CHARGE.
004170*----------------------------------------------------------------
004180 3300-FIGURE-CHARGE.
004190     IF WS-CST-PAST-GRACE (WS-CUST-IDX) <= 0
004200         GO TO 3300-EXIT
004210     END-IF
004220     COMPUTE WS-CST-CHARGE (WS-CUST-IDX) ROUNDED =
004230         WS-CST-PAST-GRACE (WS-CUST-IDX) * WS-MONTHLY-RATE
004240         / 100
004250     IF WS-CST-CHARGE (WS-CUST-IDX) < WS-MIN-CHARGE
004260         MOVE WS-MIN-CHARGE TO WS-CST-CHARGE (WS-CUST-IDX)
004270     END-IF
004280     ADD 1 TO WS-CHARGE-COUNT
004290     ADD WS-CST-CHARGE (WS-CUST-IDX) TO WS-CHARGE-TOTAL.
004300 3300-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 4000-WRITE-REGISTER  -  LIST EVERY CHARGE POSTED ON THE FINRPT
004340*                        REGISTER WITH THE RUN TOTALS.
004350*----------------------------------------------------------------
004360 4000-WRITE-REGISTER.
004370     OPEN OUTPUT FIN-RPT-FILE
004380     MOVE WS-MONTHLY-RATE TO WS-EDIT-RATE
004390     MOVE SPACES TO FIN-RPT-RECORD
004400     STRING "FINANCE CHARGES FOR PERIOD " DELIMITED BY SIZE
004410         WS-PERIOD DELIMITED BY SIZE
004420         "  AS OF " DELIMITED BY SIZE
004430         WS-ASOF-DATE DELIMITED BY SIZE
004440         "  RATE " DELIMITED BY SIZE
004450         WS-EDIT-RATE DELIMITED BY SIZE
004460         "%" DELIMITED BY SIZE
004470         INTO FIN-RPT-RECORD
004480     WRITE FIN-RPT-RECORD
004490     MOVE SPACES TO FIN-RPT-RECORD
004500     WRITE FIN-RPT-RECORD
004510     MOVE "ACCOUNT PAST GRACE /     CHARGE / NEW BALANCE"
004520         TO FIN-RPT-RECORD
004530     WRITE FIN-RPT-RECORD
004540     PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
004550             UNTIL WS-CUST-IDX > WS-CUST-COUNT
004560         IF WS-CST-CHARGE (WS-CUST-IDX) > 0
004570             ADD WS-CST-CHARGE (WS-CUST-IDX)
004580                 TO WS-CST-BALANCE (WS-CUST-IDX)
004590             MOVE WS-CST-PAST-GRACE (WS-CUST-IDX)
004600                 TO WS-EDIT-AMT-1
004610             MOVE WS-CST-CHARGE (WS-CUST-IDX) TO WS-EDIT-AMT-2
004620             MOVE WS-CST-BALANCE (WS-CUST-IDX) TO WS-EDIT-AMT-3
004630             MOVE SPACES TO FIN-RPT-RECORD
004640             STRING WS-CST-ID (WS-CUST-IDX)
004650                 " " WS-EDIT-AMT-1
004660                 " /" WS-EDIT-AMT-2
004670                 " /" WS-EDIT-AMT-3
004680                 "  " WS-CST-NAME (WS-CUST-IDX)
004690                 DELIMITED BY SIZE INTO FIN-RPT-RECORD
004700             WRITE FIN-RPT-RECORD
004710         END-IF
004720     END-PERFORM
004730     MOVE WS-CHARGE-TOTAL TO WS-EDIT-AMT-2
004740     MOVE SPACES TO FIN-RPT-RECORD
004750     WRITE FIN-RPT-RECORD
004760     MOVE SPACES TO FIN-RPT-RECORD
004770     STRING "ACCOUNTS CHARGED: " WS-CHARGE-COUNT
004780         "   TOTAL CHARGED:" WS-EDIT-AMT-2
004790         DELIMITED BY SIZE INTO FIN-RPT-RECORD
004800     WRITE FIN-RPT-RECORD
004810     CLOSE FIN-RPT-FILE
004820     DISPLAY "Finance charges posted: " WS-CHARGE-COUNT
004830         "  total " WS-EDIT-AMT-2 " - see FINRPT.".
004840 4000-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004866* 4500-POST-CUSTOMERS  -  ADD EACH CHARGE TO ITS ACCOUNT ON THE
004872*                         KEYED CUSTOMER MASTER, READ WITH A LOCK
004878*                         AND REWRITTEN IN PLACE.  THE TABLE
004884*                         BALANCE IS REFRESHED FROM THE RECORD SO
004890*                         THE REGISTER SHOWS WHAT WAS POSTED.
004893*                         A MASTER THAT WILL NOT OPEN STOPS THE
004896*                         RUN SO THE MONTH CAN BE RUN AGAIN.
004900*----------------------------------------------------------------
004910 4500-POST-CUSTOMERS.
004920     OPEN I-O CUSTOMER-FILE
004930     IF WS-CUSTMST-STATUS NOT = "00"
004935         DISPLAY "Customer master not available (status "
004940             WS-CUSTMST-STATUS ") - no charges posted."
004945         MOVE "N" TO WS-CHARGE-RUN
004950         GO TO 4500-EXIT
004960     END-IF
004970     PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
004980             UNTIL WS-CUST-IDX > WS-CUST-COUNT
004990         IF WS-CST-CHARGE (WS-CUST-IDX) > 0
005000             PERFORM 4510-POST-ONE-ACCOUNT THRU 4510-EXIT
005010         END-IF
005090     END-PERFORM
005220     CLOSE CUSTOMER-FILE.
005230 4500-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005252* 4510-POST-ONE-ACCOUNT  -  POST THE CHARGE AT WS-CUST-IDX.  WHILE
005254*                           A REGISTER HOLDS THE ACCOUNT THE
005256*                           OPERATOR IS ASKED WHETHER TO TRY
005258*                           AGAIN; A CHARGE GIVEN UP ON IS TAKEN
005260*                           OUT OF THE RUN - NOT REGISTERED OR
005262*                           JOURNALED - AND LOGGED.
005270*----------------------------------------------------------------
005271 4510-POST-ONE-ACCOUNT.
005272     MOVE WS-CST-ID (WS-CUST-IDX) TO CU-CUST-ID
005273     MOVE "N" TO WS-READ-DONE
005274     PERFORM UNTIL READ-IS-DONE
005275         READ CUSTOMER-FILE WITH LOCK
005276             INVALID KEY
005277                 CONTINUE
005278         END-READ
005279         IF CUSTOMER-IS-LOCKED
005280             DISPLAY "Account " WS-CST-ID (WS-CUST-IDX)
005281                 " is in use at a register."
005282             MOVE "Try the account again?" TO WS-YN-PROMPT
005283             CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
005284                 WS-AUDIT-PROGRAM
005285             IF WS-CONFIRM NOT = "Y"
005286                 SET READ-IS-DONE TO TRUE
005287             END-IF
005288         ELSE
005289             SET READ-IS-DONE TO TRUE
005290         END-IF
005291     END-PERFORM
005292     IF WS-CUSTMST-STATUS = "00"
005293         MOVE CU-BALANCE TO WS-CST-BALANCE (WS-CUST-IDX)
005294         ADD WS-CST-CHARGE (WS-CUST-IDX) TO CU-BALANCE
005295         REWRITE CUSTOMER-RECORD
005296             INVALID KEY
005297                 CONTINUE
005298         END-REWRITE
005299         UNLOCK CUSTOMER-FILE
005300     END-IF
005301     IF WS-CUSTMST-STATUS = "00"
005302         GO TO 4510-EXIT
005303     END-IF
005304     MOVE WS-CST-CHARGE (WS-CUST-IDX) TO WS-EDIT-AMT-1
005305     MOVE SPACES TO WS-AUDIT-MESSAGE
005306     STRING "FINANCE CHARGE SKIPPED, ACCOUNT " DELIMITED BY SIZE
005307         WS-CST-ID (WS-CUST-IDX) DELIMITED BY SIZE
005308         " STATUS " DELIMITED BY SIZE
005309         WS-CUSTMST-STATUS DELIMITED BY SIZE
005310         WS-EDIT-AMT-1 DELIMITED BY SIZE
005311         INTO WS-AUDIT-MESSAGE
005312     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005313         WS-AUDIT-MESSAGE
005314     SUBTRACT WS-CST-CHARGE (WS-CUST-IDX) FROM WS-CHARGE-TOTAL
005315     SUBTRACT 1 FROM WS-CHARGE-COUNT
005316     MOVE 0 TO WS-CST-CHARGE (WS-CUST-IDX).
005330 4510-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 4700-WRITE-ARJRNL  -  APPEND ONE TYPE "F" RECORD PER CHARGE TO
005370*                       THE HOUSE CHARGE JOURNAL AND LOG THE RUN.
005380*----------------------------------------------------------------
005390 4700-WRITE-ARJRNL.
005400     OPEN EXTEND AR-JOURNAL-FILE
005410     IF WS-ARJRNL-STATUS = "35"
005420         OPEN OUTPUT AR-JOURNAL-FILE
005430     END-IF
005440     PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
005450             UNTIL WS-CUST-IDX > WS-CUST-COUNT
005460         IF WS-CST-CHARGE (WS-CUST-IDX) > 0
005470             MOVE WS-CST-ID (WS-CUST-IDX) TO AR-CUST-ID
005480             MOVE WS-ASOF-DATE TO AR-BUSINESS-DATE
005490             MOVE WS-TIMESTAMP TO AR-TIMESTAMP
005500             SET AR-IS-FIN-CHARGE TO TRUE
005510             MOVE WS-CST-CHARGE (WS-CUST-IDX) TO AR-AMOUNT
005520             MOVE ZERO TO AR-RECEIPT-NO
005530             MOVE CASHIER-ID TO AR-CASHIER-ID
005540             WRITE AR-JOURNAL-RECORD
005550         END-IF
005560     END-PERFORM
005570     CLOSE AR-JOURNAL-FILE
005580     MOVE WS-CHARGE-TOTAL TO WS-EDIT-AMT-2
005590     MOVE SPACES TO WS-AUDIT-MESSAGE
005600     STRING "FINANCE CHARGES " DELIMITED BY SIZE
005610         WS-PERIOD DELIMITED BY SIZE
005620         " ACCOUNTS " DELIMITED BY SIZE
005630         WS-CHARGE-COUNT DELIMITED BY SIZE
005640         " TOTAL" DELIMITED BY SIZE
005650         WS-EDIT-AMT-2 DELIMITED BY SIZE
005660         INTO WS-AUDIT-MESSAGE
005670     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005680         WS-AUDIT-MESSAGE.
005690 4700-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 4800-UPDATE-CONTROL  -  RECORD THE PERIOD JUST CHARGED IN
005730*                         FINCTL.
005740*----------------------------------------------------------------
005750 4800-UPDATE-CONTROL.
005760     OPEN OUTPUT FIN-CTL-FILE
005770     MOVE WS-PERIOD TO FC-LAST-PERIOD
005780     WRITE FIN-CTL-RECORD
005790     CLOSE FIN-CTL-FILE.
005800 4800-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830* 5000-WRITE-COLLECTIONS  -  LIST EVERY ACTIVE ACCOUNT OVER ITS
005840*                            CREDIT LIMIT OR WITH MONEY OPEN
005850*                            PAST 90 DAYS ON THE COLLIST REPORT.
005860*----------------------------------------------------------------
005870 5000-WRITE-COLLECTIONS.
005880     OPEN OUTPUT COLL-RPT-FILE
005890     MOVE SPACES TO COLL-RPT-RECORD
005900     STRING "HOUSE ACCOUNTS FOR COLLECTION AS OF "
005910         DELIMITED BY SIZE
005920         WS-ASOF-DATE DELIMITED BY SIZE
005930         INTO COLL-RPT-RECORD
005940     WRITE COLL-RPT-RECORD
005950     MOVE SPACES TO COLL-RPT-RECORD
005960     WRITE COLL-RPT-RECORD
005970     MOVE "ACCOUNT PHONE            BALANCE /      LIMIT /  "
005980         TO COLL-RPT-RECORD
005990     MOVE "  OVER 90  REASON         NAME"
006000         TO COLL-RPT-RECORD (50:30)
006010     WRITE COLL-RPT-RECORD
006020     MOVE 0 TO WS-COLL-COUNT
006030     MOVE 0 TO WS-COLL-BALANCE
006040     PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
006050             UNTIL WS-CUST-IDX > WS-CUST-COUNT
006060         IF WS-CST-FLAG (WS-CUST-IDX) = "A"
006070             PERFORM 5100-CHECK-ONE-ACCOUNT THRU 5100-EXIT
006080         END-IF
006090     END-PERFORM
006100     MOVE WS-COLL-BALANCE TO WS-EDIT-AMT-1
006110     MOVE SPACES TO COLL-RPT-RECORD
006120     WRITE COLL-RPT-RECORD
006130     MOVE SPACES TO COLL-RPT-RECORD
006140     STRING "ACCOUNTS TO CALL: " WS-COLL-COUNT
006150         "   BALANCE OWED:" WS-EDIT-AMT-1
006160         DELIMITED BY SIZE INTO COLL-RPT-RECORD
006170     WRITE COLL-RPT-RECORD
006180     CLOSE COLL-RPT-FILE
006190     DISPLAY "Accounts for collection: " WS-COLL-COUNT
006200         " - see COLLIST.".
006210 5000-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240* 5100-CHECK-ONE-ACCOUNT  -  LIST ONE ACCOUNT WHEN IT IS OVER ITS
006250*                            LIMIT OR PAST 90 DAYS.
006260*----------------------------------------------------------------
006270 5100-CHECK-ONE-ACCOUNT.
006280     EVALUATE TRUE
006290         WHEN WS-CST-BALANCE (WS-CUST-IDX) >
006300                 WS-CST-LIMIT (WS-CUST-IDX)
006310                 AND WS-CST-OVER-90 (WS-CUST-IDX) > 0
006320             MOVE "LIMIT + 90 DAY" TO WS-REASON-TEXT
006330         WHEN WS-CST-BALANCE (WS-CUST-IDX) >
006340                 WS-CST-LIMIT (WS-CUST-IDX)
006350             MOVE "OVER LIMIT" TO WS-REASON-TEXT
006360         WHEN WS-CST-OVER-90 (WS-CUST-IDX) > 0
006370             MOVE "PAST 90 DAYS" TO WS-REASON-TEXT
006380         WHEN OTHER
006390             GO TO 5100-EXIT
006400     END-EVALUATE
006410     ADD 1 TO WS-COLL-COUNT
006420     ADD WS-CST-BALANCE (WS-CUST-IDX) TO WS-COLL-BALANCE
006430     MOVE WS-CST-BALANCE (WS-CUST-IDX) TO WS-EDIT-AMT-1
006440     MOVE WS-CST-LIMIT (WS-CUST-IDX) TO WS-EDIT-AMT-2
006450     MOVE WS-CST-OVER-90 (WS-CUST-IDX) TO WS-EDIT-AMT-3
006460     MOVE SPACES TO COLL-RPT-RECORD
006470     STRING WS-CST-ID (WS-CUST-IDX)
006480         "  " WS-CST-PHONE (WS-CUST-IDX)
006490         " " WS-EDIT-AMT-1
006500         " /" WS-EDIT-AMT-2
006510         " /" WS-EDIT-AMT-3
006520         "  " WS-REASON-TEXT
006530         " " WS-CST-NAME (WS-CUST-IDX)
006540         DELIMITED BY SIZE INTO COLL-RPT-RECORD
006550     WRITE COLL-RPT-RECORD.
006560 5100-EXIT.
006570     EXIT.
006580 END PROGRAM FINCHG.
