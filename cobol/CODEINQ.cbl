000170*                   THE CHECKER NORMALIZES THEM - LETTERS AND
000180*                   DIGITS ONLY, FOLDED TO UPPER CASE - SO THE
000190*                   TWO PROGRAMS ALWAYS AGREE ON THE KEY.
000192*   10/15/2026  DH  ON RETIRING A CODE, WARN WHEN ITEMS ARE STILL
000194*                   ASSIGNED TO THE BIN ON THE BIN ASSIGNMENT FILE
000196*                   (BINASGN) SO THEY ARE MOVED THROUGH BINMNT.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS CR-CODE
000280         FILE STATUS IS WS-CODEREG-STATUS.
000282     SELECT BIN-ASGN-FILE ASSIGN TO "BINASGN"
000284         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS WS-BINASGN-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CODE-REG-FILE.
000320     COPY CODEREG.
000323 FD  BIN-ASGN-FILE.
000326     COPY BINASGN.
000330 WORKING-STORAGE SECTION.
000340 01  WS-CODEREG-STATUS          PIC X(2).
000342 01  WS-BINASGN-STATUS          PIC X(2).
000344 01  WS-BINASGN-EOF             PIC X VALUE "N".
000346     88  END-OF-BINASGN         VALUE "Y".
000348 01  WS-BIN-ITEMS               PIC 9(4) VALUE 0.
000350 01  WS-RAW-CODE                PIC X(80).
000360 01  WS-NORMALIZED              PIC X(80).
000370 01  WS-NORM-LEN                PIC 9(2) VALUE 0.
001750             INTO WS-AUDIT-MESSAGE
001760         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001770             WS-AUDIT-MESSAGE
001775         PERFORM 3100-CHECK-BIN-ITEMS THRU 3100-EXIT
001780     END-IF.
001790 3000-EXIT.
001791     EXIT.
001792*----------------------------------------------------------------
001793* 3100-CHECK-BIN-ITEMS  -  COUNT THE ITEMS STILL ASSIGNED TO THE
001794*                          RETIRED CODE'S BIN AND WARN WHEN THERE
001795*                          ARE ANY.
001796*----------------------------------------------------------------
001797 3100-CHECK-BIN-ITEMS.
001798     MOVE 0 TO WS-BIN-ITEMS
001799     MOVE "N" TO WS-BINASGN-EOF
001800     OPEN INPUT BIN-ASGN-FILE
001801     IF WS-BINASGN-STATUS = "35"
001802         GO TO 3100-EXIT
001803     END-IF
001804     PERFORM 3110-READ-BINASGN THRU 3110-EXIT
001805     PERFORM UNTIL END-OF-BINASGN
001806         IF BA-BIN-CODE = WS-NORMALIZED
001807             ADD 1 TO WS-BIN-ITEMS
001808         END-IF
001809         PERFORM 3110-READ-BINASGN THRU 3110-EXIT
001810     END-PERFORM
001811     CLOSE BIN-ASGN-FILE
001812     IF WS-BIN-ITEMS > 0
001813         DISPLAY "WARNING - " WS-BIN-ITEMS
001814             " items are still assigned to this bin."
001815         DISPLAY "Move them to another bin through BINMNT."
001816     END-IF.
001817 3100-EXIT.
001818     EXIT.
001819*----------------------------------------------------------------
001820* 3110-READ-BINASGN  -  READ THE NEXT BIN ASSIGNMENT RECORD.
001821*----------------------------------------------------------------
001822 3110-READ-BINASGN.
001823     READ BIN-ASGN-FILE
001824         AT END
001825             SET END-OF-BINASGN TO TRUE
001826     END-READ.
001827 3110-EXIT.
001828     EXIT.
001829*----------------------------------------------------------------
001830* 4000-OFFER-ISSUE  -  ISSUE A CODE THE REGISTRY HAS NEVER SEEN,
001831*                      SO A HAND-ISSUED BIN CODE IS ON RECORD
001840*                      BEFORE THE NEXT BATCH RUNS.
001850*----------------------------------------------------------------
001860 4000-OFFER-ISSUE.
