000150*                   CHARGE AND PAYMENT FROM THE ARJRNL JOURNAL,
000160*                   AND THE CLOSING BALANCE.  AN ACCOUNT WITH NO
000170*                   ACTIVITY AND A ZERO BALANCE IS SKIPPED.
000172*   10/15/2026  DH  PRINT A FINANCE CHARGE FROM THE MONTH-END
000174*                   FINCHG RUN (ARJRNL TYPE F) AS ITS OWN FIN CHG
000176*                   LINE.
000177*   10/15/2026  DH  READ THE CUSTOMER MASTER AS A KEYED FILE IN
000178*                   KEY ORDER, NOW THAT IT IS KEPT INDEXED BY
000179*                   ACCOUNT ID.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
000225         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000235         RECORD KEY IS CU-CUST-ID
000240         FILE STATUS IS WS-CUSTMST-STATUS.
000250     SELECT AR-JOURNAL-FILE ASSIGN TO "ARJRNL"
000260         ORGANIZATION IS LINE SEQUENTIAL
002610 3000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002636* 3100-WRITE-STMT-LINE  -  WRITE ONE CHARGE, PAYMENT, OR FINANCE
002642*                          CHARGE LINE.
002650*----------------------------------------------------------------
002660 3100-WRITE-STMT-LINE.
002667     EVALUATE TRUE
002674         WHEN WS-JRN-TYPE (WS-JRNL-IDX) = "P"
002681             MOVE "PAYMENT" TO WS-TYPE-TEXT
002688         WHEN WS-JRN-TYPE (WS-JRNL-IDX) = "F"
002695             MOVE "FIN CHG" TO WS-TYPE-TEXT
002702         WHEN WS-JRN-AMOUNT (WS-JRNL-IDX) < 0
002710             MOVE "CREDIT" TO WS-TYPE-TEXT
002720         WHEN OTHER
002730             MOVE "CHARGE" TO WS-TYPE-TEXT
002740     END-EVALUATE
002760     MOVE WS-JRN-AMOUNT (WS-JRNL-IDX) TO WS-EDIT-AMT
002770     MOVE SPACES TO STMT-RECORD
002780     IF WS-JRN-RECEIPT (WS-JRNL-IDX) = 0
