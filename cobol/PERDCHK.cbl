000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERDCHK.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  SHARED CLOSED-PERIOD
000100*                   CHECK.  A PROGRAM ABOUT TO POST CALLS THIS
000110*                   WITH THE BUSINESS DATE IT WILL POST UNDER;
000120*                   PK-CLOSED-FLAG COMES BACK "Y" WHEN THAT DATE
000130*                   FALLS ON OR BEFORE THE LAST DATE OF ANY
000140*                   PERIOD MARKED CLOSED ON THE PERDCTL CONTROL
000150*                   FILE, AND THE REFUSAL IS AUDIT-LOGGED UNDER
000160*                   THE CALLER'S NAME.  WITH NO CONTROL FILE
000170*                   NOTHING IS CLOSED.  THE FILE IS READ ON
000180*                   EVERY CALL SO A PERIOD CLOSED WHILE A
000190*                   PROGRAM IS UP IS SEEN AT ONCE.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT PERIOD-CTL-FILE ASSIGN TO "PERDCTL"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-PERDCTL-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  PERIOD-CTL-FILE.
000300     COPY PERDCTL.
000310 WORKING-STORAGE SECTION.
000320 01  WS-PERDCTL-STATUS          PIC X(2).
000330 01  WS-FILE-EOF                PIC X VALUE "N".
000340     88  END-OF-FILE-IN         VALUE "Y".
000350 01  WS-HIT-PERIOD              PIC 9(6) VALUE 0.
000360 01  WS-AUDIT-MESSAGE           PIC X(60).
000370 LINKAGE SECTION.
000380 01  PK-CALLER-PROGRAM          PIC X(8).
000390 01  PK-POST-DATE               PIC 9(8).
000400 01  PK-CLOSED-FLAG             PIC X(1).
000410 PROCEDURE DIVISION USING PK-CALLER-PROGRAM PK-POST-DATE
000420     PK-CLOSED-FLAG.
000430*----------------------------------------------------------------
000440* 0000-MAINLINE  -  JUDGE THE CALLER'S POSTING DATE AGAINST THE
000450*                   CLOSED PERIODS.
000460*----------------------------------------------------------------
000470 0000-MAINLINE.
000480     MOVE "N" TO PK-CLOSED-FLAG
000490     MOVE 0 TO WS-HIT-PERIOD
000500     PERFORM 1000-SCAN-PERIODS THRU 1000-EXIT
000510     IF PK-CLOSED-FLAG = "Y"
000520         IF WS-HIT-PERIOD = 0
000530             MOVE PK-POST-DATE (1:6) TO WS-HIT-PERIOD
000540         END-IF
000550         DISPLAY "Business date " PK-POST-DATE
000560             " is in closed accounting period "
000570             WS-HIT-PERIOD "."
000580         MOVE SPACES TO WS-AUDIT-MESSAGE
000590         STRING "POSTING REFUSED, DATE " DELIMITED BY SIZE
000600             PK-POST-DATE DELIMITED BY SIZE
000610             " IN CLOSED PERIOD " DELIMITED BY SIZE
000620             WS-HIT-PERIOD DELIMITED BY SIZE
000630             INTO WS-AUDIT-MESSAGE
000640         CALL "AUDITLOG" USING PK-CALLER-PROGRAM
000650             WS-AUDIT-MESSAGE
000660     END-IF
000670     GOBACK.
000680*----------------------------------------------------------------
000690* 1000-SCAN-PERIODS  -  A DATE ON OR BEFORE THE END OF ANY
000700*                       CLOSED PERIOD IS CLOSED - A GAP BETWEEN
000710*                       PERIODS ON FILE NEVER REOPENS A DATE
000720*                       THE BOOKS HAVE ALREADY PASSED.
000730*----------------------------------------------------------------
000740 1000-SCAN-PERIODS.
000750     MOVE "N" TO WS-FILE-EOF
000760     OPEN INPUT PERIOD-CTL-FILE
000770     IF WS-PERDCTL-STATUS = "35"
000780         GO TO 1000-EXIT
000790     END-IF
000800     PERFORM 1100-READ-PERDCTL THRU 1100-EXIT
000810     PERFORM UNTIL END-OF-FILE-IN
000820         IF PC-IS-CLOSED AND PK-POST-DATE <= PC-END-DATE
000830             MOVE "Y" TO PK-CLOSED-FLAG
000840             IF PK-POST-DATE >= PC-START-DATE
000850                 MOVE PC-PERIOD TO WS-HIT-PERIOD
000860             END-IF
000870         END-IF
000880         PERFORM 1100-READ-PERDCTL THRU 1100-EXIT
000890     END-PERFORM
000900     CLOSE PERIOD-CTL-FILE.
000910 1000-EXIT.
000920     EXIT.
000930*----------------------------------------------------------------
000940* 1100-READ-PERDCTL  -  READ THE NEXT PERIOD RECORD.
000950*----------------------------------------------------------------
000960 1100-READ-PERDCTL.
000970     READ PERIOD-CTL-FILE
000980         AT END
000990             SET END-OF-FILE-IN TO TRUE
001000     END-READ.
001010 1100-EXIT.
001020     EXIT.
001030 END PROGRAM PERDCHK.
