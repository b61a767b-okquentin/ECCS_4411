000130*                   UNLOCK ACTION THAT CLEARS A LOCKED ID'S
000140*                   FAILED-PIN COUNT.  PIN CHANGES ARE LOGGED
000150*                   WITHOUT THE PIN ITSELF.
000152*   10/15/2026  DH  ADD THE SUPERVISOR LEVEL (S) BETWEEN CASHIER
000154*                   AND MANAGER NOW THAT THE LEVEL GOVERNS WHICH
000156*                   MENU CHOICES AN OPERATOR MAY RUN, AND LOG
000158*                   EVERY LEVEL CHANGE.
000160*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
001940             WITH NO ADVANCING
001950         MOVE SPACES TO WS-WORK-NAME
001960         ACCEPT WS-WORK-NAME
001970         DISPLAY "New Level (M/S/C, blank keeps current): "
001980             WITH NO ADVANCING
001990         MOVE SPACES TO WS-WORK-LEVEL
002000         ACCEPT WS-WORK-LEVEL
002070         IF WS-WORK-NAME NOT = SPACES
002080             MOVE WS-WORK-NAME TO WS-TBL-NAME (WS-FOUND-IDX)
002090         END-IF
002100         IF (WS-WORK-LEVEL = "M" OR WS-WORK-LEVEL = "S" OR
002103                 WS-WORK-LEVEL = "C") AND
002106                 WS-WORK-LEVEL NOT = WS-TBL-LEVEL (WS-FOUND-IDX)
002110             MOVE WS-WORK-LEVEL
002120                 TO WS-TBL-LEVEL (WS-FOUND-IDX)
002121             MOVE SPACES TO WS-AUDIT-MESSAGE
002122             STRING "LEVEL CHANGED FOR " DELIMITED BY SIZE
002123                 WS-WORK-ID DELIMITED BY SIZE
002124                 " TO " DELIMITED BY SIZE
002125                 WS-WORK-LEVEL DELIMITED BY SIZE
002126                 INTO WS-AUDIT-MESSAGE
002127             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002128                 WS-AUDIT-MESSAGE
002130         END-IF
002140         IF WS-WORK-PIN NOT = SPACES
002150             MOVE WS-WORK-PIN TO WS-TBL-PIN (WS-FOUND-IDX)
003310 6000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340* 6100-GET-LEVEL  -  PROMPT FOR THE LEVEL, M, S, OR C.
003350*----------------------------------------------------------------
003360 6100-GET-LEVEL.
003370     MOVE SPACES TO WS-WORK-LEVEL
003380     PERFORM UNTIL WS-WORK-LEVEL = "M" OR
003385             WS-WORK-LEVEL = "S" OR
003390             WS-WORK-LEVEL = "C"
003400         DISPLAY "Level (M=Manager, S=Supervisor, C=Cashier): "
003410             WITH NO ADVANCING
003420         ACCEPT WS-WORK-LEVEL
003430         MOVE FUNCTION UPPER-CASE(WS-WORK-LEVEL)
003440             TO WS-WORK-LEVEL
003450         IF WS-WORK-LEVEL NOT = "M" AND
003455                 WS-WORK-LEVEL NOT = "S" AND
003460                 WS-WORK-LEVEL NOT = "C"
003470             DISPLAY "Enter M, S, or C."
003480         END-IF
003490     END-PERFORM.
003500 6100-EXIT.
