000250*                   TENDDETL JOURNAL OR THE TENDHIST ARCHIVE,
000260*                   THE SAME LIVE-THEN-ARCHIVE WAY THE SUMMARY
000270*                   AND DETAIL ARE FOUND.
000272*   10/15/2026  DH  LABEL A LAYAWAY PAYMENT RECEIPT AND A PAID-OFF
000274*                   LAYAWAY'S SALE RECEIPT WITH THE LAYAWAY
000276*                   NUMBER.
000277*   10/15/2026  DH  WIDEN THE TRANSACTION RECORD AREAS FOR THE
000278*                   TAXABLE AND EXEMPT SALES AND THE EXEMPTION
000279*                   CERTIFICATE NOW LOGGED BY THE REGISTER.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000530     COPY SALETRAN.
000540 FD  SALE-HIST-FILE.
000550 01  SALE-HIST-RECORD.
000560     05  SH-SALETRAN-AREA       PIC X(190).
000570 FD  SALE-DETL-FILE.
000580     COPY SALEDETL.
000590 FD  DETL-HIST-FILE.
000770 01  WS-WANT-RECEIPT            PIC 9(8) VALUE 0.
000780 01  WS-SUMMARY-FOUND           PIC X VALUE "N".
000790     88  SUMMARY-WAS-FOUND      VALUE "Y".
000800 01  WS-SAVED-SUMMARY           PIC X(190).
000810 01  WS-LINE-COUNT              PIC 9(4) VALUE 0.
000820 01  WS-RETURN-COUNT            PIC 9(4) VALUE 0.
000830 01  WS-ANOTHER                 PIC X(1).
002000 3000-SHOW-RECEIPT.
002010     DISPLAY " "
002020     DISPLAY "=============================================="
002025     EVALUATE TRUE
002030         WHEN ST-IS-RETURN
002035             DISPLAY "RETURN RECEIPT " ST-RECEIPT-NO
002040                 "  (ORIGINAL " ST-ORIG-RECEIPT ")"
002045         WHEN ST-IS-LAYAWAY
002050             DISPLAY "LAYAWAY PAYMENT " ST-RECEIPT-NO
002055                 "  (LAYAWAY " ST-ORIG-RECEIPT (3:6) ")"
002060         WHEN ST-TENDER-LAYAWAY
002065             DISPLAY "LAYAWAY SALE " ST-RECEIPT-NO
002070                 "  (LAYAWAY " ST-ORIG-RECEIPT (3:6) ")"
002075         WHEN OTHER
002080             DISPLAY "RECEIPT " ST-RECEIPT-NO
002085     END-EVALUATE
002090     DISPLAY "STORE    : " ST-STORE-NAME
002100     DISPLAY "DATE     : " ST-BUSINESS-DATE
002110         "  RUNG " ST-TIMESTAMP
