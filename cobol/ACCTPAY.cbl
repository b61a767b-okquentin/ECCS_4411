000130*                   CUSTWRK SEQUENTIAL REWRITE AND THE PAYMENT
000140*                   IS JOURNALED TO ARJRNL (TYPE "P", NEGATIVE
000150*                   AMOUNT) SO STATEMENTS AND AGING TIE OUT.
000152*   10/15/2026  DH  WIDEN THE CUSTOMER WORK RECORD FOR THE TAX
000154*                   EXEMPTION CERTIFICATE AND EXPIRY NOW ON THE
000156*                   MASTER.
000157*   10/15/2026  DH  POST THE PAYMENT TO THE KEYED CUSTOMER MASTER
000158*                   IN PLACE - THE ACCOUNT READ WITH A LOCK AND
000159*                   THE PAYMENT TAKEN OFF ITS CURRENT BALANCE, SO
000160*                   A CHARGE RUNG MEANWHILE IS KEPT.  THE CUSTWRK
000161*                   REWRITE IS GONE.
000162*   10/15/2026  DH  REFUSE TO TAKE PAYMENTS WHEN THE BUSINESS DATE
000163*                   FALLS IN A CLOSED ACCOUNTING PERIOD (PERDCHK).
000164*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
000204         ORGANIZATION IS INDEXED
000208         ACCESS MODE IS RANDOM
000212         RECORD KEY IS CU-CUST-ID
000216         LOCK MODE IS MANUAL
000220         FILE STATUS IS WS-CUSTMST-STATUS.
000260     SELECT AR-JOURNAL-FILE ASSIGN TO "ARJRNL"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-ARJRNL-STATUS.
000330 FILE SECTION.
000340 FD  CUSTOMER-FILE.
000350     COPY CUSTMST.
000380 FD  AR-JOURNAL-FILE.
000390     COPY ARJRNL.
000400 FD  BUS-DATE-FILE.
000410     COPY BUSDATE.
000420 WORKING-STORAGE SECTION.
000430 01  WS-CUSTMST-STATUS          PIC X(2).
000440     88  CUSTOMER-IS-LOCKED     VALUE "51".
000450 01  WS-ARJRNL-STATUS           PIC X(2).
000460 01  WS-BUSDATE-STATUS          PIC X(2).
000468 01  WS-READ-DONE               PIC X VALUE "N".
000476     88  READ-IS-DONE           VALUE "Y".
000484 01  WS-CUST-POSTED             PIC X VALUE "N".
000492     88  CUSTOMER-WAS-POSTED    VALUE "Y".
000500 01  WS-RETRY                   PIC X(1).
000505 01  WS-POST-STATUS             PIC X(2).
000510 01  WS-TIMESTAMP               PIC X(21).
000520 01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
000530 01  WS-CUST-ID                 PIC X(6).
000620 01  WS-YN-PROMPT               PIC X(40).
000630 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "ACCTPAY".
000640 01  WS-AUDIT-MESSAGE           PIC X(60).
000645 01  WS-PERIOD-CLOSED           PIC X VALUE "N".
000650 LINKAGE SECTION.
000660 01  CASHIER-ID                 PIC X(6).
000670 PROCEDURE DIVISION USING CASHIER-ID.
000730     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
000740     MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
000750     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT
000751     IF WS-PERIOD-CLOSED = "Y"
000752         DISPLAY "Payments cannot be posted into a closed "
000753             "period."
000754         GOBACK
000755     END-IF
000760     MOVE "Y" TO WS-ANOTHER
000770     PERFORM UNTIL WS-ANOTHER = "N"
000780         PERFORM 1000-TAKE-PAYMENT THRU 1000-EXIT
000830     GOBACK.
000840*----------------------------------------------------------------
000850* 0100-GET-BUSINESS-DATE  -  STAMP PAYMENTS WITH THE OPEN
000855*                            BUSINESS DATE WHEN THERE IS ONE,
000860*                            AND CHECK IT IS NOT IN A CLOSED
000865*                            ACCOUNTING PERIOD.
000870*----------------------------------------------------------------
000880 0100-GET-BUSINESS-DATE.
000890     OPEN INPUT BUS-DATE-FILE
000950                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
000960         END-READ
000970         CLOSE BUS-DATE-FILE
000975     END-IF
000980     CALL "PERDCHK" USING WS-AUDIT-PROGRAM WS-BUSINESS-DATE
000985         WS-PERIOD-CLOSED.
000990 0100-EXIT.
001000     EXIT.
001010*----------------------------------------------------------------
001210                 DISPLAY "Payment must not be zero."
001220             END-IF
001230         END-PERFORM
001260         PERFORM 3000-POST-CUSTOMER THRU 3000-EXIT
001261         IF NOT CUSTOMER-WAS-POSTED
001262             DISPLAY "Payment not posted - account "
001263                 WS-CUST-ID " is in use or gone."
001264             MOVE SPACES TO WS-AUDIT-MESSAGE
001265             STRING "PAYMENT REFUSED, ACCOUNT " DELIMITED BY SIZE
001266                 WS-CUST-ID DELIMITED BY SIZE
001267                 " STATUS " DELIMITED BY SIZE
001268                 WS-POST-STATUS DELIMITED BY SIZE
001269                 INTO WS-AUDIT-MESSAGE
001270             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001271                 WS-AUDIT-MESSAGE
001272             GO TO 1000-EXIT
001273         END-IF
001274         PERFORM 4000-WRITE-ARJRNL THRU 4000-EXIT
001280         MOVE WS-NEW-BALANCE TO WS-EDIT-BALANCE
001290         DISPLAY "New balance: " WS-EDIT-BALANCE
001300         MOVE SPACES TO WS-AUDIT-MESSAGE
001370 1000-EXIT.
001380     EXIT.
001390*----------------------------------------------------------------
001400* 2000-FIND-CUSTOMER  -  READ THE KEYED ACCOUNT FROM THE CUSTOMER
001410*                        MASTER; ONLY AN ACTIVE ONE IS FOUND.
001420*----------------------------------------------------------------
001430 2000-FIND-CUSTOMER.
001440     MOVE "N" TO WS-CUST-FOUND
001460     OPEN INPUT CUSTOMER-FILE
001470     IF WS-CUSTMST-STATUS NOT = "00"
001480         GO TO 2000-EXIT
001490     END-IF
001500     MOVE WS-CUST-ID TO CU-CUST-ID
001690     READ CUSTOMER-FILE
001700         INVALID KEY
001710             CONTINUE
001720     END-READ
001730     IF WS-CUSTMST-STATUS = "00" AND CU-IS-ACTIVE
001740         MOVE CU-NAME TO WS-CUST-NAME
001750         MOVE CU-BALANCE TO WS-CUST-BALANCE
001760         MOVE "Y" TO WS-CUST-FOUND
001770     END-IF
002150     CLOSE CUSTOMER-FILE.
002160 2000-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002182* 3000-POST-CUSTOMER  -  READ THE ACCOUNT AGAIN WITH A LOCK, TAKE
002184*                        THE PAYMENT OFF ITS CURRENT BALANCE AND
002186*                        REWRITE IT, SO A CHARGE RUNG AT A
002188*                        REGISTER MEANWHILE IS KEPT.  WHILE A
002190*                        REGISTER HOLDS THE RECORD THE OPERATOR
002192*                        IS ASKED WHETHER TO TRY AGAIN.
002200*----------------------------------------------------------------
002201 3000-POST-CUSTOMER.
002202     MOVE "N" TO WS-CUST-POSTED
002203     OPEN I-O CUSTOMER-FILE
002204     MOVE WS-CUSTMST-STATUS TO WS-POST-STATUS
002205     IF WS-CUSTMST-STATUS NOT = "00"
002206         GO TO 3000-EXIT
002207     END-IF
002208     MOVE WS-CUST-ID TO CU-CUST-ID
002209     MOVE "N" TO WS-READ-DONE
002210     PERFORM UNTIL READ-IS-DONE
002211         READ CUSTOMER-FILE WITH LOCK
002212             INVALID KEY
002213                 CONTINUE
002214         END-READ
002215         IF CUSTOMER-IS-LOCKED
002216             DISPLAY "Account " WS-CUST-ID
002217                 " is in use at a register."
002218             MOVE "Try the account again?" TO WS-YN-PROMPT
002219             CALL "YESNOCHK" USING WS-YN-PROMPT WS-RETRY
002220                 WS-AUDIT-PROGRAM
002221             IF WS-RETRY NOT = "Y"
002222                 SET READ-IS-DONE TO TRUE
002223             END-IF
002224         ELSE
002225             SET READ-IS-DONE TO TRUE
002226         END-IF
002227     END-PERFORM
002228     MOVE WS-CUSTMST-STATUS TO WS-POST-STATUS
002229     IF WS-CUSTMST-STATUS = "00"
002230         SUBTRACT WS-PAY-AMOUNT FROM CU-BALANCE
002231         REWRITE CUSTOMER-RECORD
002232             INVALID KEY
002233                 CONTINUE
002234             NOT INVALID KEY
002235                 MOVE CU-BALANCE TO WS-NEW-BALANCE
002236                 MOVE "Y" TO WS-CUST-POSTED
002237         END-REWRITE
002238         UNLOCK CUSTOMER-FILE
002239     END-IF
002240     CLOSE CUSTOMER-FILE.
002241 3000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* 4000-WRITE-ARJRNL  -  APPEND THE PAYMENT TO THE HOUSE CHARGE
