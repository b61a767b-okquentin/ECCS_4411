000190*                   TABLE FILLS AND ACCOUNTS ARE DROPPED FROM
000200*                   THE AGING - A FINANCIAL REPORT MUST NOT
000210*                   OMIT ACCOUNTS SILENTLY.
000212*   10/15/2026  DH  READ THE CUSTOMER MASTER AS A KEYED FILE IN
000214*                   KEY ORDER, NOW THAT IT IS KEPT INDEXED BY
000216*                   ACCOUNT ID.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
000265         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000275         RECORD KEY IS CU-CUST-ID
000280         FILE STATUS IS WS-CUSTMST-STATUS.
000290     SELECT AR-JOURNAL-FILE ASSIGN TO "ARJRNL"
000300         ORGANIZATION IS LINE SEQUENTIAL
