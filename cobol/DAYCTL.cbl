000220*                   THE REGISTER'S HOLDFILE WHEN THE DAY CLOSES,
000230*                   SO A SUSPENDED SALE CAN NEVER STRADDLE
000240*                   BUSINESS DATES.
000242*   10/15/2026  DH  AUDIT-LOG EACH HELD SLIP VOIDED AT DAY CLOSE
000244*                   WITH ITS BUSINESS DATE AND THE CASHIER WHO
000246*                   HELD IT, FOR THE CASHIER EXCEPTION SCORECARD.
000247*   10/15/2026  DH  REFUSE TO OPEN A BUSINESS DAY THAT FALLS IN A
000248*                   CLOSED ACCOUNTING PERIOD (PERDCHK).
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000590     88  END-OF-HOLDFILE         VALUE "Y".
000600 01  WS-VOID-COUNT               PIC 9(4) VALUE 0.
000610 01  WS-LAST-SLIP                PIC 9(4) VALUE 0.
000613 01  WS-OPEN-DATE                PIC 9(8) VALUE 0.
000616 01  WS-PERIOD-CLOSED            PIC X VALUE "N".
000620 PROCEDURE DIVISION.
000630*----------------------------------------------------------------
000640* 0000-MAINLINE  -  SHOW THE CURRENT BUSINESS DAY AND TAKE OPEN/
001350*----------------------------------------------------------------
001360* 3000-OPEN-DAY  -  OPEN A NEW TRADING DAY.  A BLANK DATE TAKES
001370*                   TODAY'S CALENDAR DATE.  AN ALREADY-OPEN DAY
001376*                   MUST BE CLOSED FIRST, AND A DAY IN A CLOSED
001382*                   ACCOUNTING PERIOD IS NEVER OPENED.
001390*----------------------------------------------------------------
001400 3000-OPEN-DAY.
001410     IF WS-RECORD-ON-FILE AND WS-CUR-STATUS = "O"
001470         MOVE SPACES TO WS-KEYED-DATE
001480         ACCEPT WS-KEYED-DATE
001490         IF WS-KEYED-DATE = SPACES
001500             MOVE WS-TODAY (1:8) TO WS-OPEN-DATE
001510         ELSE
001520             MOVE FUNCTION NUMVAL(WS-KEYED-DATE) TO WS-OPEN-DATE
001530         END-IF
001531         CALL "PERDCHK" USING WS-AUDIT-PROGRAM WS-OPEN-DATE
001532             WS-PERIOD-CLOSED
001533         IF WS-PERIOD-CLOSED = "Y"
001534             DISPLAY "Day not opened - its period is closed."
001535             GO TO 3000-EXIT
001536         END-IF
001537         MOVE WS-OPEN-DATE TO WS-CUR-DATE
001540         MOVE "O" TO WS-CUR-STATUS
001550         MOVE "Y" TO WS-HAVE-RECORD
001560         PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
002030                 ADD 1 TO WS-VOID-COUNT
002040                 MOVE HL-SLIP-NO TO WS-LAST-SLIP
002050                 DISPLAY "Voiding held slip " HL-SLIP-NO
002051                 MOVE SPACES TO WS-AUDIT-MESSAGE
002052                 STRING "HELD SLIP " DELIMITED BY SIZE
002053                     HL-SLIP-NO DELIMITED BY SIZE
002054                     " OF " DELIMITED BY SIZE
002055                     HL-BUSINESS-DATE DELIMITED BY SIZE
002056                     " VOIDED, CASHIER " DELIMITED BY SIZE
002057                     HL-CASHIER-ID DELIMITED BY SIZE
002058                     INTO WS-AUDIT-MESSAGE
002059                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002060                     WS-AUDIT-MESSAGE
002061             END-IF
002070             DISPLAY "  " HL-ITEM-CODE " " HL-DESCRIPTION
002080             PERFORM 4210-READ-HOLDFILE THRU 4210-EXIT
002090         END-PERFORM
