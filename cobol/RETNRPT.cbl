000210*                   TABLE IS FULL, THE WAY THE Z-REPORT DOES,
000220*                   INSTEAD OF BOOKING A 21ST CASHIER'S NUMBERS
000230*                   UNDER WHOEVER HOLDS SLOT ONE.
000232*   10/15/2026  DH  LEAVE LAYAWAY DEPOSITS, PAYMENTS AND FORFEITS
000234*                   (TYPES L AND F) OUT - THEY ARE NOT SALES.  A
000236*                   PAID-OFF LAYAWAY COUNTS AS A SALE ON THE DAY
000238*                   IT IS PICKED UP.
000239*   10/15/2026  DH  WIDEN THE TRANSACTION RECORD AREAS FOR THE
000240*                   TAXABLE AND EXEMPT SALES AND THE EXEMPTION
000241*                   CERTIFICATE NOW LOGGED BY THE REGISTER.
000242*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000450     COPY SALETRAN.
000460 FD  SALES-TRAN-FILE.
000470 01  LIVE-TRAN-RECORD.
000480     05  LT-SALETRAN-AREA       PIC X(190).
000490 FD  DETL-HIST-FILE.
000500     COPY SALEDETL.
000510 FD  SESS-LOG-FILE.
002380         PERFORM 2010-READ-SALEHIST THRU 2010-EXIT
002390         PERFORM UNTIL END-OF-FILE-IN
002400             IF ST-BUSINESS-DATE >= WS-FROM-DATE AND
002410                     ST-BUSINESS-DATE <= WS-TO-DATE AND
002415                     NOT ST-IS-LAYAWAY-MONEY
002420                 PERFORM 2100-TALLY-ONE-TRAN THRU 2100-EXIT
002430             END-IF
002440             PERFORM 2010-READ-SALEHIST THRU 2010-EXIT
