000140*                   EVERY CHANGE IS LOGGED TO THE SHARED AUDIT
000150*                   LOG.  THE PURCHASE ORDER GENERATOR (POGEN)
000160*                   GROUPS REORDER ITEMS BY THESE VENDOR IDS.
000162*   10/15/2026  DH  CARRY THE VENDOR'S PAYMENT TERMS IN DAYS,
000164*                   WHICH INVMATCH USES TO SET THE DUE DATE OF
000166*                   EACH MATCHED INVOICE ON THE OPEN PAYABLES
000168*                   FILE.  A BLANK OR ZERO TERM IS NET 30.
000170*----------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000420         10  WS-TBL-NAME         PIC X(25).
000430         10  WS-TBL-PHONE        PIC X(12).
000440         10  WS-TBL-FLAG         PIC X(1).
000445         10  WS-TBL-TERMS        PIC 9(3).
000450 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000460 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000470 01  WS-WORK-ID                  PIC X(6).
000480 01  WS-WORK-NAME                PIC X(25).
000490 01  WS-WORK-PHONE               PIC X(12).
000492 01  WS-WORK-TERMS               PIC 9(3).
000494 01  WS-WORK-TERMS-X             PIC X(3).
000496 01  WS-DEFAULT-TERMS            PIC 9(3) VALUE 30.
000500 01  WS-CONFIRM                  PIC X(1).
000510 01  WS-YN-PROMPT                PIC X(40).
000520 01  WS-AUDIT-PROGRAM            PIC X(8) VALUE "VENDMNT".
000870                     TO WS-TBL-PHONE (WS-VEND-COUNT)
000880                 MOVE VN-ACTIVE-FLAG
000890                     TO WS-TBL-FLAG (WS-VEND-COUNT)
000891                 IF VN-TERMS-DAYS IS NUMERIC AND
000892                         VN-TERMS-DAYS > 0
000893                     MOVE VN-TERMS-DAYS
000894                         TO WS-TBL-TERMS (WS-VEND-COUNT)
000895                 ELSE
000896                     MOVE WS-DEFAULT-TERMS
000897                         TO WS-TBL-TERMS (WS-VEND-COUNT)
000898                 END-IF
000900             ELSE
000910                 DISPLAY "Vendor table full - record skipped: "
000920                     VN-VENDOR-ID
001580             DISPLAY "Phone: " WITH NO ADVANCING
001590             MOVE SPACES TO WS-WORK-PHONE
001600             ACCEPT WS-WORK-PHONE
001601             DISPLAY "Terms days (0 = net 30): "
001602                 WITH NO ADVANCING
001603             MOVE 0 TO WS-WORK-TERMS
001604             ACCEPT WS-WORK-TERMS
001605             IF WS-WORK-TERMS = 0
001606                 MOVE WS-DEFAULT-TERMS TO WS-WORK-TERMS
001607             END-IF
001610             ADD 1 TO WS-VEND-COUNT
001620             MOVE WS-WORK-ID TO WS-TBL-ID (WS-VEND-COUNT)
001630             MOVE WS-WORK-NAME TO WS-TBL-NAME (WS-VEND-COUNT)
001640             MOVE WS-WORK-PHONE TO WS-TBL-PHONE (WS-VEND-COUNT)
001650             MOVE "A" TO WS-TBL-FLAG (WS-VEND-COUNT)
001655             MOVE WS-WORK-TERMS TO WS-TBL-TERMS (WS-VEND-COUNT)
001660             MOVE SPACES TO WS-AUDIT-MESSAGE
001670             STRING "ADDED VENDOR " DELIMITED BY SIZE
001680                 WS-WORK-ID DELIMITED BY SIZE
001780 2000-EXIT.
001790     EXIT.
001800*----------------------------------------------------------------
001810* 3000-CHANGE-VENDOR  -  CHANGE AN EXISTING VENDOR'S NAME, PHONE,
001820*                        AND TERMS.  A BLANK FIELD KEEPS THE
001830*                        CURRENT VALUE.  EACH FIELD THAT CHANGES
001840*                        IS LOGGED.
001850*----------------------------------------------------------------
001860 3000-CHANGE-VENDOR.
001870     PERFORM 6000-GET-VENDOR-ID THRU 6000-EXIT
001910     ELSE
001920         DISPLAY "Current Name : " WS-TBL-NAME (WS-FOUND-IDX)
001930         DISPLAY "Current Phone: " WS-TBL-PHONE (WS-FOUND-IDX)
001935         DISPLAY "Current Terms: " WS-TBL-TERMS (WS-FOUND-IDX)
001940         DISPLAY "New Name (blank keeps current): "
001950             WITH NO ADVANCING
001960         MOVE SPACES TO WS-WORK-NAME
001990             WITH NO ADVANCING
002000         MOVE SPACES TO WS-WORK-PHONE
002010         ACCEPT WS-WORK-PHONE
002012         DISPLAY "New Terms days (blank keeps current): "
002014             WITH NO ADVANCING
002016         MOVE SPACES TO WS-WORK-TERMS-X
002018         ACCEPT WS-WORK-TERMS-X
002020         IF WS-WORK-NAME NOT = SPACES AND
002030                 WS-WORK-NAME NOT = WS-TBL-NAME (WS-FOUND-IDX)
002040             MOVE SPACES TO WS-AUDIT-MESSAGE
002260                 WS-AUDIT-MESSAGE
002270             MOVE WS-WORK-PHONE TO WS-TBL-PHONE (WS-FOUND-IDX)
002280         END-IF
002282         IF WS-WORK-TERMS-X NOT = SPACES
002284             PERFORM 3100-CHANGE-TERMS THRU 3100-EXIT
002286         END-IF
002290         PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT
002300         DISPLAY "Vendor updated."
002310     END-IF.
002320 3000-EXIT.
002330     EXIT.
002331*----------------------------------------------------------------
002332* 3100-CHANGE-TERMS  -  TAKE THE KEYED TERMS WHEN THEY ARE A
002333*                       NUMBER OF DAYS OVER ZERO, AND LOG THE
002334*                       CHANGE.
002335*----------------------------------------------------------------
002336 3100-CHANGE-TERMS.
002337     MOVE FUNCTION NUMVAL(WS-WORK-TERMS-X) TO WS-WORK-TERMS
002338     IF WS-WORK-TERMS = 0
002339         DISPLAY "Terms must be a number of days - not changed."
002340         GO TO 3100-EXIT
002341     END-IF
002342     IF WS-WORK-TERMS NOT = WS-TBL-TERMS (WS-FOUND-IDX)
002343         MOVE SPACES TO WS-AUDIT-MESSAGE
002344         STRING "CHANGED VENDOR " DELIMITED BY SIZE
002345             WS-WORK-ID DELIMITED BY SIZE
002346             " TERMS " DELIMITED BY SIZE
002347             WS-TBL-TERMS (WS-FOUND-IDX) DELIMITED BY SIZE
002348             " > " DELIMITED BY SIZE
002349             WS-WORK-TERMS DELIMITED BY SIZE
002350             INTO WS-AUDIT-MESSAGE
002351         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002352             WS-AUDIT-MESSAGE
002353         MOVE WS-WORK-TERMS TO WS-TBL-TERMS (WS-FOUND-IDX)
002354     END-IF.
002355 3100-EXIT.
002356     EXIT.
002357*----------------------------------------------------------------
002358* 4000-DEACTIVATE-VENDOR  -  MARK AN EXISTING VENDOR INACTIVE SO
002360*                            POGEN NO LONGER ORDERS FROM IT.  THE
002370*                            RECORD IS KEPT FOR HISTORY.
002380*----------------------------------------------------------------
002780             DISPLAY WS-TBL-ID (WS-SCAN-IDX) " "
002790                 WS-TBL-NAME (WS-SCAN-IDX) " "
002800                 WS-TBL-PHONE (WS-SCAN-IDX) " "
002810                 WS-TBL-FLAG (WS-SCAN-IDX) " "
002815                 WS-TBL-TERMS (WS-SCAN-IDX)
002820         END-PERFORM
002830     END-IF.
002840 4500-EXIT.
003410         MOVE WS-TBL-NAME (WS-SCAN-IDX) TO VN-NAME
003420         MOVE WS-TBL-PHONE (WS-SCAN-IDX) TO VN-PHONE
003430         MOVE WS-TBL-FLAG (WS-SCAN-IDX) TO VN-ACTIVE-FLAG
003435         MOVE WS-TBL-TERMS (WS-SCAN-IDX) TO VN-TERMS-DAYS
003440         WRITE VENDOR-RECORD
003450     END-PERFORM
003460     CLOSE VENDOR-FILE.
