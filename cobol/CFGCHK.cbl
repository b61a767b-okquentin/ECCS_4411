000160*                   TO THE CFGERRS LISTING AND THE JOB ENDS WITH
000170*                   RETURN CODE 8 SO THE WINDOW STOPS INSTEAD OF
000180*                   LETTING A BAD CONFIG RIDE THROUGH THE NIGHT.
000181*   10/15/2026  DH  READ THE ITEM MASTER AS THE KEYED FILE IT NOW
000182*                   IS, AND REPORT ONE THAT WILL NOT OPEN AS A
000183*                   KEYED FILE (A FLAT COPY LEFT IN ITS PLACE) SO
000184*                   IT IS RELOADED THROUGH MSTLOAD BEFORE THE
000185*                   WINDOW RUNS.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-STORCFG-STATUS.
000290     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000295         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000305         RECORD KEY IS IM-ITEM-CODE
000310         FILE STATUS IS WS-ITEMMST-STATUS.
000320     SELECT CFG-ERR-FILE ASSIGN TO "CFGERRS"
000330         ORGANIZATION IS LINE SEQUENTIAL.
002420     EXIT.
002430*----------------------------------------------------------------
002440* 3000-CHECK-ITEMMST  -  NO DUPLICATE ITEM CODES AND NO ZERO
002446*                        PRICES IN THE ITEM MASTER, AND A MASTER
002452*                        THAT OPENS AS A KEYED FILE AT ALL.
002460*----------------------------------------------------------------
002470 3000-CHECK-ITEMMST.
002480     MOVE "N" TO WS-FILE-EOF
002520         PERFORM 9100-WRITE-ERROR THRU 9100-EXIT
002530         MOVE "ITEMMST: FILE IS MISSING" TO CFG-ERR-RECORD
002540         WRITE CFG-ERR-RECORD
002541         GO TO 3000-EXIT
002542     END-IF
002543     IF WS-ITEMMST-STATUS NOT = "00"
002544         PERFORM 9100-WRITE-ERROR THRU 9100-EXIT
002545         MOVE SPACES TO CFG-ERR-RECORD
002546         STRING "ITEMMST: NOT A USABLE KEYED FILE, STATUS "
002547             DELIMITED BY SIZE
002548             WS-ITEMMST-STATUS DELIMITED BY SIZE
002549             " - RELOAD IT WITH MSTLOAD" DELIMITED BY SIZE
002550             INTO CFG-ERR-RECORD
002551         WRITE CFG-ERR-RECORD
002552     ELSE
002560         PERFORM 3100-READ-ITEMMST THRU 3100-EXIT
002570         PERFORM UNTIL END-OF-FILE-IN
002580             MOVE "N" TO WS-DUP-FLAG
