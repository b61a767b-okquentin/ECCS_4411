000160*                   OPTIONAL OVERNIGHT STEP AFTER THE Z-REPORT,
000170*                   SCOPED TO THE BUSDATE BUSINESS DAY THE SAME
000180*                   WAY THE Z-REPORT IS.
000182*   10/15/2026  DH  LEAVE LAYAWAY DEPOSITS, PAYMENTS AND FORFEITS
000184*                   (TYPES L AND F) OUT - THEY ARE NOT SALES.  A
000186*                   PAID-OFF LAYAWAY COUNTS AS A SALE ON THE DAY
000188*                   IT IS PICKED UP.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
001390*                         STYLE TIMESTAMP.
001400*----------------------------------------------------------------
001410 3000-PROCESS-RECORD.
001420     IF (WS-FILTER-ON AND ST-BUSINESS-DATE NOT = WS-REPORT-DATE)
001425             OR ST-IS-LAYAWAY-MONEY
001430         ADD 1 TO WS-SKIPPED-COUNT
001440     ELSE
001450         MOVE ST-TIMESTAMP (9:2) TO WS-HOUR-TEXT
