000520*                   (TRENDRPT) CAN CATCH A MACHINE CREEPING A
000530*                   LITTLE EVERY NIGHT - A DRIFT NO SINGLE RUN'S
000540*                   TWO-STD-DEV TEST EVER TRIPS.
000541*   10/15/2026  DH  JUDGE EACH LIST AGAINST ITS ENGINEERING
000542*                   TOLERANCE FROM THE SPECIFICATION LIMIT FILE
000543*                   (SPECLIM), KEYED BY THE LIST NAME.  EACH LIST
000544*                   SECTION SHOWS THE TARGET AND LIMITS, THE
000545*                   OUT-OF-SPEC COUNT AND PERCENT, CP AND CPK,
000546*                   AND PASS OR FAIL AGAINST THE MINIMUM CPK.  A
000547*                   FAILING LIST IS LOGGED AS "CAPABILITY FAILED",
000548*                   WHICH THE AUDIT REVIEW REPORT GRADES SEVERE,
000549*                   AND THE FIGURES ARE CARRIED ON STATHIST.
000550*----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000630     SELECT STAT-HIST-FILE ASSIGN TO "STATHIST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-STATHIST-STATUS.
000652     SELECT SPEC-LIM-FILE ASSIGN TO "SPECLIM"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-SPECLIM-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  NUM-IN-FILE.
000710 01  NUM-RPT-RECORD             PIC X(80).
000720 FD  STAT-HIST-FILE.
000730     COPY STATHIST.
000733 FD  SPEC-LIM-FILE.
000736     COPY SPECLIM.
000740 WORKING-STORAGE SECTION.
000750 01  NUM-LIST.
000760     05  NUM-ITEM               PIC 9(5)V9(5) OCCURS 999 TIMES.
001270 01  WS-STATHIST-STATUS         PIC X(2).
001280 01  WS-TODAY-STAMP             PIC X(21).
001290 01  WS-RUN-DATE                PIC 9(8) VALUE 0.
001291*----------------------------------------------------------------
001292* SPECIFICATION LIMITS BY LIST NAME, AND THE CAPABILITY OF THE
001293* LIST BEING CLOSED.
001294*----------------------------------------------------------------
001295 01  WS-SPECLIM-STATUS          PIC X(2).
001296 01  WS-SPECLIM-EOF             PIC X VALUE "N".
001297     88  END-OF-SPECLIM         VALUE "Y".
001298 01  WS-SPEC-COUNT              PIC 9(3) VALUE 0.
001299 01  WS-SPEC-TABLE.
001300     05  WS-SPEC-ENTRY OCCURS 99 TIMES.
001301         10  WS-SPEC-NAME       PIC X(30).
001302         10  WS-SPEC-TARGET     PIC 9(5)V9(5).
001303         10  WS-SPEC-LOWER      PIC 9(5)V9(5).
001304         10  WS-SPEC-UPPER      PIC 9(5)V9(5).
001305         10  WS-SPEC-MIN-CPK    PIC 9V99.
001306 01  WS-SPEC-IDX                PIC 9(3) VALUE 0.
001307 01  WS-SPEC-FOUND              PIC 9(3) VALUE 0.
001308 01  WS-SPEC-KEY                PIC X(30).
001309 01  WS-SPEC-STATE              PIC X VALUE "N".
001310     88  WS-SPEC-NONE           VALUE "N".
001311     88  WS-SPEC-INVALID        VALUE "B".
001312     88  WS-SPEC-ON-FILE        VALUE "Y".
001313 01  WS-DEFAULT-MIN-CPK         PIC 9V99 VALUE 1.33.
001314 01  WS-MIN-CPK                 PIC 9V99 VALUE 0.
001315 01  WS-OOS-COUNT               PIC 9(4) VALUE 0.
001316 01  WS-OOS-PCT                 PIC 9(3)V99 VALUE 0.
001317 01  WS-UPPER-GAP               PIC S9(8)V9(5) VALUE 0.
001318 01  WS-LOWER-GAP               PIC S9(8)V9(5) VALUE 0.
001319 01  WS-CP                      PIC S9(3)V99 VALUE 0.
001320 01  WS-CPK                     PIC S9(3)V99 VALUE 0.
001321 01  WS-CAP-RESULT              PIC X VALUE SPACE.
001322     88  WS-CAP-PASSED          VALUE "P".
001323     88  WS-CAP-FAILED          VALUE "F".
001324 01  WS-CAP-FAILURES            PIC 9(4) VALUE 0.
001325 01  WS-EDIT-CAP                PIC -(3)9.99.
001326 01  WS-EDIT-MIN-CPK            PIC 9.99.
001327 01  WS-EDIT-PCT                PIC ZZ9.99.
001328 PROCEDURE DIVISION.
001329*----------------------------------------------------------------
001330* 0000-MAINLINE  -  OVERALL FLOW OF CONTROL FOR THE BATCH RUN.
001331*                   ONE REPORT LINE IS WRITTEN FOR EACH VALUE
001340*                   FOUND ON NUM-IN-FILE, FOLLOWED BY THE
001350*                   CLOSING STATISTICS.
001360*----------------------------------------------------------------
001620     MOVE FUNCTION NUMVAL(WS-TODAY-STAMP (1:8))
001630         TO WS-RUN-DATE
001640     OPEN INPUT NUM-IN-FILE
001646     OPEN OUTPUT NUM-RPT-FILE
001652     PERFORM 1100-LOAD-SPECS THRU 1100-EXIT.
001660 1000-EXIT.
001661     EXIT.
001662*----------------------------------------------------------------
001663* 1100-LOAD-SPECS  -  LOAD THE SPECIFICATION LIMITS BY LIST
001664*                     NAME.  NO FILE MEANS NO LIST IS JUDGED
001665*                     FOR CAPABILITY.
001666*----------------------------------------------------------------
001667 1100-LOAD-SPECS.
001668     OPEN INPUT SPEC-LIM-FILE
001669     IF WS-SPECLIM-STATUS = "35"
001670         DISPLAY "No specification limits on file - capability "
001671             "not judged."
001672         GO TO 1100-EXIT
001673     END-IF
001674     PERFORM 1110-READ-SPECLIM THRU 1110-EXIT
001675     PERFORM UNTIL END-OF-SPECLIM
001676         IF WS-SPEC-COUNT < 99
001677             ADD 1 TO WS-SPEC-COUNT
001678             MOVE FUNCTION TRIM(SL-LIST-NAME LEADING)
001679                 TO WS-SPEC-NAME (WS-SPEC-COUNT)
001680             MOVE SL-TARGET TO WS-SPEC-TARGET (WS-SPEC-COUNT)
001681             MOVE SL-LOWER-LIMIT TO WS-SPEC-LOWER (WS-SPEC-COUNT)
001682             MOVE SL-UPPER-LIMIT TO WS-SPEC-UPPER (WS-SPEC-COUNT)
001683             IF SL-MIN-CPK IS NUMERIC AND SL-MIN-CPK > 0
001684                 MOVE SL-MIN-CPK
001685                     TO WS-SPEC-MIN-CPK (WS-SPEC-COUNT)
001686             ELSE
001687                 MOVE WS-DEFAULT-MIN-CPK
001688                     TO WS-SPEC-MIN-CPK (WS-SPEC-COUNT)
001689             END-IF
001690         ELSE
001691             DISPLAY "Spec limit table full - list skipped: "
001692                 SL-LIST-NAME
001693             MOVE SPACES TO WS-AUDIT-MESSAGE
001694             STRING "SPEC LIMIT TABLE FULL, SKIPPED: "
001695                 DELIMITED BY SIZE
001696                 SL-LIST-NAME DELIMITED BY SIZE
001697                 INTO WS-AUDIT-MESSAGE
001698             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001699                 WS-AUDIT-MESSAGE
001700         END-IF
001701         PERFORM 1110-READ-SPECLIM THRU 1110-EXIT
001702     END-PERFORM
001703     CLOSE SPEC-LIM-FILE
001704     MOVE "VALUE SKIPPED, LIST IS FULL" TO WS-AUDIT-MESSAGE.
001705 1100-EXIT.
001706     EXIT.
001707*----------------------------------------------------------------
001708* 1110-READ-SPECLIM  -  READ THE NEXT SPECIFICATION LIMIT RECORD.
001709*----------------------------------------------------------------
001710 1110-READ-SPECLIM.
001711     READ SPEC-LIM-FILE
001712         AT END
001713             SET END-OF-SPECLIM TO TRUE
001714     END-READ.
001715 1110-EXIT.
001716     EXIT.
001717*----------------------------------------------------------------
001718* 2000-READ-NUMBER  -  READ THE NEXT RECORD OF ONE OR MORE
001719*                      COMMA-SEPARATED VALUES TO BE TALLIED.
001720*----------------------------------------------------------------
001721 2000-READ-NUMBER.
001730     READ NUM-IN-FILE
001740         AT END
001750             SET END-OF-NUMS TO TRUE
002500*----------------------------------------------------------------
002510 3900-CLOSE-LIST.
002520     PERFORM 3500-COMPUTE-STATISTICS THRU 3500-EXIT
002525     PERFORM 3600-COMPUTE-CAPABILITY THRU 3600-EXIT
002530     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002535     PERFORM 4200-WRITE-CAPABILITY THRU 4200-EXIT
002540     PERFORM 4500-FLAG-OUTLIERS THRU 4500-EXIT
002550     ADD WS-OUTLIER-COUNT TO WS-ALL-OUTLIERS
002560     PERFORM 3950-APPEND-HISTORY THRU 3950-EXIT
002830         MOVE 0 TO SH-MIN-VALUE
002840         MOVE 0 TO SH-MAX-VALUE
002850     END-IF
002852     MOVE WS-OOS-COUNT TO SH-OUT-OF-SPEC
002854     MOVE WS-CP TO SH-CP
002856     MOVE WS-CPK TO SH-CPK
002858     MOVE WS-CAP-RESULT TO SH-CAP-RESULT
002860     WRITE STAT-HIST-RECORD
002870     CLOSE STAT-HIST-FILE.
002880 3950-EXIT.
004250 3500-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004271* 3600-COMPUTE-CAPABILITY  -  JUDGE THE LIST AGAINST ITS
004272*                             SPECIFICATION LIMITS: COUNT THE
004273*                             VALUES OUTSIDE THEM, AND COMPUTE
004274*                                CP  = (USL - LSL) / 6 SIGMA
004275*                                CPK = NEAREST LIMIT GAP / 3 SIGMA
004276*                             FROM THE LIST'S OWN MEAN AND STD
004277*                             DEV.  A LIST WITH NO SPREAD HAS THE
004278*                             CAPABILITY FIGURES AT THEIR LIMIT,
004279*                             SIGNED BY WHICH SIDE OF THE NEAREST
004280*                             LIMIT THE MEAN SITS.  A CPK UNDER
004281*                             THE MINIMUM FAILS AND IS LOGGED.
004282*----------------------------------------------------------------
004283 3600-COMPUTE-CAPABILITY.
004284     MOVE "N" TO WS-SPEC-STATE
004285     MOVE SPACE TO WS-CAP-RESULT
004286     MOVE 0 TO WS-OOS-COUNT
004287     MOVE 0 TO WS-OOS-PCT
004288     MOVE 0 TO WS-CP
004289     MOVE 0 TO WS-CPK
004290     MOVE FUNCTION TRIM(WS-LIST-LABEL LEADING) TO WS-SPEC-KEY
004291     MOVE 0 TO WS-SPEC-FOUND
004292     PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
004293             UNTIL WS-SPEC-IDX > WS-SPEC-COUNT
004294         IF WS-SPEC-NAME (WS-SPEC-IDX) = WS-SPEC-KEY
004295             MOVE WS-SPEC-IDX TO WS-SPEC-FOUND
004296             EXIT PERFORM
004297         END-IF
004298     END-PERFORM
004299     IF WS-SPEC-FOUND = 0
004300         GO TO 3600-EXIT
004301     END-IF
004302     IF WS-SPEC-UPPER (WS-SPEC-FOUND) NOT >
004303             WS-SPEC-LOWER (WS-SPEC-FOUND)
004304         SET WS-SPEC-INVALID TO TRUE
004305         MOVE SPACES TO WS-AUDIT-MESSAGE
004306         STRING "SPEC LIMITS INVALID FOR LIST: " DELIMITED BY SIZE
004307             WS-SPEC-KEY DELIMITED BY SIZE
004308             INTO WS-AUDIT-MESSAGE
004309         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
004310         MOVE "VALUE SKIPPED, LIST IS FULL" TO WS-AUDIT-MESSAGE
004311         GO TO 3600-EXIT
004312     END-IF
004313     SET WS-SPEC-ON-FILE TO TRUE
004314     MOVE WS-SPEC-MIN-CPK (WS-SPEC-FOUND) TO WS-MIN-CPK
004315     IF WS-COUNT = 0
004316         GO TO 3600-EXIT
004317     END-IF
004318     PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
004319             UNTIL WS-STAT-IDX > WS-COUNT
004320         IF NUM-ITEM (WS-STAT-IDX) < WS-SPEC-LOWER (WS-SPEC-FOUND)
004321             OR NUM-ITEM (WS-STAT-IDX) >
004322                 WS-SPEC-UPPER (WS-SPEC-FOUND)
004323             ADD 1 TO WS-OOS-COUNT
004324         END-IF
004325     END-PERFORM
004326     COMPUTE WS-OOS-PCT ROUNDED = (WS-OOS-COUNT * 100) / WS-COUNT
004327     COMPUTE WS-UPPER-GAP =
004328         WS-SPEC-UPPER (WS-SPEC-FOUND) - WS-AVERAGE
004329     COMPUTE WS-LOWER-GAP =
004330         WS-AVERAGE - WS-SPEC-LOWER (WS-SPEC-FOUND)
004331     IF WS-LOWER-GAP < WS-UPPER-GAP
004332         MOVE WS-LOWER-GAP TO WS-UPPER-GAP
004333     END-IF
004334     IF WS-STD-DEV = 0
004335         MOVE 999.99 TO WS-CP
004336         IF WS-UPPER-GAP < 0
004337             MOVE -999.99 TO WS-CPK
004338         ELSE
004339             MOVE 999.99 TO WS-CPK
004340         END-IF
004341     ELSE
004342         COMPUTE WS-CP ROUNDED =
004343             (WS-SPEC-UPPER (WS-SPEC-FOUND) -
004344              WS-SPEC-LOWER (WS-SPEC-FOUND)) / (6 * WS-STD-DEV)
004345             ON SIZE ERROR
004346                 MOVE 999.99 TO WS-CP
004347         END-COMPUTE
004348         COMPUTE WS-CPK ROUNDED =
004349             WS-UPPER-GAP / (3 * WS-STD-DEV)
004350             ON SIZE ERROR
004351                 IF WS-UPPER-GAP < 0
004352                     MOVE -999.99 TO WS-CPK
004353                 ELSE
004354                     MOVE 999.99 TO WS-CPK
004355                 END-IF
004356         END-COMPUTE
004357     END-IF
004358     IF WS-CPK < WS-MIN-CPK
004359         SET WS-CAP-FAILED TO TRUE
004360         ADD 1 TO WS-CAP-FAILURES
004361         MOVE WS-CPK TO WS-EDIT-CAP
004362         MOVE WS-MIN-CPK TO WS-EDIT-MIN-CPK
004363         MOVE SPACES TO WS-AUDIT-MESSAGE
004364         STRING "CAPABILITY FAILED: " DELIMITED BY SIZE
004365             WS-SPEC-KEY DELIMITED BY "  "
004366             " CPK " DELIMITED BY SIZE
004367             WS-EDIT-CAP DELIMITED BY SIZE
004368             " MIN " DELIMITED BY SIZE
004369             WS-EDIT-MIN-CPK DELIMITED BY SIZE
004370             INTO WS-AUDIT-MESSAGE
004371         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE
004372         MOVE "VALUE SKIPPED, LIST IS FULL" TO WS-AUDIT-MESSAGE
004373     ELSE
004374         SET WS-CAP-PASSED TO TRUE
004375     END-IF.
004376 3600-EXIT.
004377     EXIT.
004378*----------------------------------------------------------------
004379* 4000-WRITE-SUMMARY  -  APPEND COUNT, SUM, AVERAGE, MINIMUM,
004380*                        MAXIMUM, AND STANDARD DEVIATION TO THE
004381*                        END OF THE REPORT.
004382*----------------------------------------------------------------
004383 4000-WRITE-SUMMARY.
004384     MOVE SPACES TO NUM-RPT-RECORD
004385     WRITE NUM-RPT-RECORD
004386     MOVE SPACES TO NUM-RPT-RECORD
004387     STRING "SUMMARY - " DELIMITED BY SIZE
004388         WS-LIST-LABEL DELIMITED BY SIZE
004389         INTO NUM-RPT-RECORD
004390     WRITE NUM-RPT-RECORD
004400     MOVE WS-COUNT TO WS-EDIT-COUNT
004410     MOVE SPACES TO NUM-RPT-RECORD
004820         INTO NUM-RPT-RECORD
004830     WRITE NUM-RPT-RECORD.
004840 4000-EXIT.
004841     EXIT.
004842*----------------------------------------------------------------
004843* 4200-WRITE-CAPABILITY  -  APPEND THE LIST'S SPECIFICATION
004844*                           LIMITS, OUT-OF-SPEC COUNT, CP, CPK,
004845*                           AND PASS OR FAIL TO ITS SUMMARY.
004846*----------------------------------------------------------------
004847 4200-WRITE-CAPABILITY.
004848     MOVE SPACES TO NUM-RPT-RECORD
004849     IF WS-SPEC-NONE
004850         MOVE "  SPEC    : NO LIMITS ON FILE - NOT JUDGED"
004851             TO NUM-RPT-RECORD
004852         WRITE NUM-RPT-RECORD
004853         GO TO 4200-EXIT
004854     END-IF
004855     IF WS-SPEC-INVALID
004856         MOVE "  SPEC    : LIMITS INVALID - NOT JUDGED"
004857             TO NUM-RPT-RECORD
004858         WRITE NUM-RPT-RECORD
004859         GO TO 4200-EXIT
004860     END-IF
004861     MOVE WS-SPEC-TARGET (WS-SPEC-FOUND) TO WS-EDIT-VALUE
004862     STRING "  TARGET  : " DELIMITED BY SIZE
004863         WS-EDIT-VALUE DELIMITED BY SIZE
004864         INTO NUM-RPT-RECORD
004865     WRITE NUM-RPT-RECORD
004866     MOVE WS-SPEC-LOWER (WS-SPEC-FOUND) TO WS-EDIT-VALUE
004867     MOVE SPACES TO NUM-RPT-RECORD
004868     STRING "  LSL     : " DELIMITED BY SIZE
004869         WS-EDIT-VALUE DELIMITED BY SIZE
004870         INTO NUM-RPT-RECORD
004871     WRITE NUM-RPT-RECORD
004872     MOVE WS-SPEC-UPPER (WS-SPEC-FOUND) TO WS-EDIT-VALUE
004873     MOVE SPACES TO NUM-RPT-RECORD
004874     STRING "  USL     : " DELIMITED BY SIZE
004875         WS-EDIT-VALUE DELIMITED BY SIZE
004876         INTO NUM-RPT-RECORD
004877     WRITE NUM-RPT-RECORD
004878     IF WS-COUNT = 0
004879         MOVE "  CPK     : NO VALUES - NOT JUDGED"
004880             TO NUM-RPT-RECORD
004881         WRITE NUM-RPT-RECORD
004882         GO TO 4200-EXIT
004883     END-IF
004884     MOVE WS-OOS-COUNT TO WS-EDIT-COUNT
004885     MOVE WS-OOS-PCT TO WS-EDIT-PCT
004886     MOVE SPACES TO NUM-RPT-RECORD
004887     STRING "  OUT SPEC: " DELIMITED BY SIZE
004888         WS-EDIT-COUNT DELIMITED BY SIZE
004889         "  (" DELIMITED BY SIZE
004890         WS-EDIT-PCT DELIMITED BY SIZE
004891         "%)" DELIMITED BY SIZE
004892         INTO NUM-RPT-RECORD
004893     WRITE NUM-RPT-RECORD
004894     MOVE WS-CP TO WS-EDIT-CAP
004895     MOVE SPACES TO NUM-RPT-RECORD
004896     STRING "  CP      : " DELIMITED BY SIZE
004897         WS-EDIT-CAP DELIMITED BY SIZE
004898         INTO NUM-RPT-RECORD
004899     WRITE NUM-RPT-RECORD
004900     MOVE WS-CPK TO WS-EDIT-CAP
004901     MOVE WS-MIN-CPK TO WS-EDIT-MIN-CPK
004902     MOVE SPACES TO NUM-RPT-RECORD
004903     IF WS-CAP-PASSED
004904         STRING "  CPK     : " DELIMITED BY SIZE
004905             WS-EDIT-CAP DELIMITED BY SIZE
004906             "   MINIMUM " DELIMITED BY SIZE
004907             WS-EDIT-MIN-CPK DELIMITED BY SIZE
004908             "   PASS" DELIMITED BY SIZE
004909             INTO NUM-RPT-RECORD
004910     ELSE
004911         STRING "  CPK     : " DELIMITED BY SIZE
004912             WS-EDIT-CAP DELIMITED BY SIZE
004913             "   MINIMUM " DELIMITED BY SIZE
004914             WS-EDIT-MIN-CPK DELIMITED BY SIZE
004915             "   *** FAIL ***" DELIMITED BY SIZE
004916             INTO NUM-RPT-RECORD
004917     END-IF
004918     WRITE NUM-RPT-RECORD.
004919 4200-EXIT.
004920     EXIT.
004921*----------------------------------------------------------------
004922* 4500-FLAG-OUTLIERS  -  LIST EVERY VALUE MORE THAN TWO STANDARD
004923*                        DEVIATIONS ABOVE OR BELOW THE AVERAGE.
004924*----------------------------------------------------------------
004925 4500-FLAG-OUTLIERS.
004926     MOVE SPACES TO NUM-RPT-RECORD
004927     WRITE NUM-RPT-RECORD
004930     MOVE "OUTLIERS (BEYOND 2 STD DEV FROM THE AVERAGE)"
004940         TO NUM-RPT-RECORD
004950     WRITE NUM-RPT-RECORD
005880     MOVE SPACES TO NUM-RPT-RECORD
005890     STRING "  OUTLIERS: " WS-EDIT-COUNT
005900         DELIMITED BY SIZE INTO NUM-RPT-RECORD
005901     WRITE NUM-RPT-RECORD
005902     MOVE WS-CAP-FAILURES TO WS-EDIT-COUNT
005903     MOVE SPACES TO NUM-RPT-RECORD
005904     STRING "  CAP FAIL: " WS-EDIT-COUNT
005905         DELIMITED BY SIZE INTO NUM-RPT-RECORD
005910     WRITE NUM-RPT-RECORD.
005920 4800-EXIT.
005930     EXIT.
006000     DISPLAY "Sum    : " WS-ALL-SUM
006010     DISPLAY "Average: " WS-ALL-AVERAGE
006020     DISPLAY "Outliers flagged: " WS-ALL-OUTLIERS
006025     DISPLAY "Lists failing capability: " WS-CAP-FAILURES
006030     CLOSE NUM-IN-FILE
006040     CLOSE NUM-RPT-FILE.
006050 9999-EXIT.
