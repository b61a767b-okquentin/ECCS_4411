000250*                   OVERNIGHT WINDOW CAN RUN THE REPORT ON ITS
000260*                   WEEKLY SCHEDULE UNATTENDED.  A KEYED RANGE
000270*                   STILL WINS AT THE MENU.
000272*   10/15/2026  DH  LEAVE LAYAWAY DEPOSITS, PAYMENTS AND FORFEITS
000274*                   (TYPES L AND F) OUT - THEY ARE NOT SALES.  A
000276*                   PAID-OFF LAYAWAY COUNTS AS A SALE ON THE DAY
000278*                   IT IS PICKED UP.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
002610         MOVE 0 TO WS-REC-INT
002620     END-IF
002630     IF WS-REC-INT >= WS-FROM-INT AND WS-REC-INT <= WS-TO-INT
002640             AND WS-REC-INT > 0 AND NOT ST-IS-LAYAWAY-MONEY
002650         ADD 1 TO WS-USED-COUNT
002660         COMPUTE WS-DAY-IDX = WS-REC-INT - WS-FROM-INT + 1
002670         PERFORM 3100-FIND-STORE THRU 3100-EXIT
