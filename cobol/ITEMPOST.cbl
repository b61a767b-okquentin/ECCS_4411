000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ITEMPOST.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  RETAIL SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  A SHARED ON-HAND
000100*                   POSTING SUBPROGRAM FOR THE KEYED ITEM MASTER,
000110*                   SO THE REGISTER, RECEIVING, THE COUNT,
000120*                   RETURN-TO-VENDOR, THE TRANSFER UTILITY AND
000130*                   LAYAWAY MAINTENANCE ALL MOVE COMPANY ON-HAND
000140*                   THE SAME WAY - ONE RECORD AT A TIME, READ
000150*                   WITH A LOCK AND REWRITTEN IN PLACE, SO TWO
000160*                   STATIONS POSTING AT ONCE NEVER LOSE EACH
000170*                   OTHER'S QUANTITIES.  THE CALLER PASSES A
000180*                   TABLE OF ITEM CODES AND QUANTITIES (AN ITEM
000190*                   MAY BE ON MORE THAN ONE LINE) AND GETS BACK A
000200*                   RESULT PER LINE.  A RECORD HELD BY ANOTHER
000210*                   STATION IS RETRIED FOR AS LONG AS THE
000220*                   OPERATOR WANTS; ONE GIVEN UP ON IS LOGGED.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ITEM-MST-FILE ASSIGN TO "ITEMMST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS IM-ITEM-CODE
000310         LOCK MODE IS MANUAL
000320         FILE STATUS IS IP-ITEMMST-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ITEM-MST-FILE.
000360     COPY ITEMMST.
000370 WORKING-STORAGE SECTION.
000380 01  IP-ITEMMST-STATUS          PIC X(2).
000390     88  IP-RECORD-IS-LOCKED    VALUE "51".
000400 01  IP-SCAN-IDX                PIC 9(3) VALUE 0.
000410 01  IP-MATCH-IDX               PIC 9(3) VALUE 0.
000420 01  IP-NET-QTY                 PIC S9(7) VALUE 0.
000430 01  IP-RETRY                   PIC X(1).
000440 01  IP-READ-DONE               PIC X VALUE "N".
000450     88  IP-READ-IS-DONE        VALUE "Y".
000460 01  IP-EDIT-QTY                PIC -(6)9.
000470 01  IP-YN-PROMPT               PIC X(40).
000480 01  IP-AUDIT-PROGRAM           PIC X(8) VALUE "ITEMPOST".
000490 01  IP-AUDIT-MESSAGE           PIC X(60).
000500 LINKAGE SECTION.
000510*    EACH QUANTITY IS ADDED TO THE ITEM'S ON-HAND (A NEGATIVE
000520*    QUANTITY TAKES STOCK OUT).  IP-RESULT COMES BACK "P" FOR A
000530*    POSTED LINE, "N" FOR AN ITEM NOT ON THE MASTER, "L" FOR A
000540*    RECORD LEFT LOCKED BY ANOTHER STATION, AND "M" WHEN THERE IS
000550*    NO ITEM MASTER AT ALL.  IP-NEW-ON-HAND IS THE ITEM'S ON-HAND
000560*    AFTER THE POSTING.
000570 01  IP-CALLER                  PIC X(8).
000580 01  IP-POST-COUNT              PIC 9(3).
000590 01  IP-POST-TABLE.
000600     05  IP-POST-ENTRY OCCURS 999 TIMES.
000610         10  IP-ITEM-CODE       PIC X(10).
000620         10  IP-QTY-CHANGE      PIC S9(7).
000630         10  IP-RESULT          PIC X(1).
000640             88  IP-WAS-POSTED  VALUE "P".
000650         10  IP-NEW-ON-HAND     PIC S9(7).
000660 PROCEDURE DIVISION USING IP-CALLER IP-POST-COUNT IP-POST-TABLE.
000670*----------------------------------------------------------------
000680* 0000-MAINLINE  -  POST EACH DISTINCT ITEM ON THE CALLER'S TABLE
000690*                   WITH ONE LOCKED READ AND ONE REWRITE.
000700*----------------------------------------------------------------
000710 0000-MAINLINE.
000720     IF IP-POST-COUNT = 0
000730         GOBACK
000740     END-IF
000750     PERFORM VARYING IP-SCAN-IDX FROM 1 BY 1
000760             UNTIL IP-SCAN-IDX > IP-POST-COUNT
000770         MOVE SPACE TO IP-RESULT (IP-SCAN-IDX)
000780         MOVE 0 TO IP-NEW-ON-HAND (IP-SCAN-IDX)
000790     END-PERFORM
000800     OPEN I-O ITEM-MST-FILE
000810     IF IP-ITEMMST-STATUS NOT = "00"
000820         PERFORM VARYING IP-SCAN-IDX FROM 1 BY 1
000830                 UNTIL IP-SCAN-IDX > IP-POST-COUNT
000840             MOVE "M" TO IP-RESULT (IP-SCAN-IDX)
000850         END-PERFORM
000860         MOVE SPACES TO IP-AUDIT-MESSAGE
000870         STRING "ON-HAND POST FAILED, ITEM MASTER STATUS "
000880             DELIMITED BY SIZE
000890             IP-ITEMMST-STATUS DELIMITED BY SIZE
000900             " FOR " DELIMITED BY SIZE
000910             IP-CALLER DELIMITED BY SPACE
000920             INTO IP-AUDIT-MESSAGE
000930         CALL "AUDITLOG" USING IP-AUDIT-PROGRAM IP-AUDIT-MESSAGE
000940         GOBACK
000950     END-IF
000960     PERFORM VARYING IP-MATCH-IDX FROM 1 BY 1
000970             UNTIL IP-MATCH-IDX > IP-POST-COUNT
000980         IF IP-RESULT (IP-MATCH-IDX) = SPACE
000990             PERFORM 1000-POST-ITEM THRU 1000-EXIT
001000         END-IF
001010     END-PERFORM
001020     CLOSE ITEM-MST-FILE
001030     GOBACK.
001040*----------------------------------------------------------------
001050* 1000-POST-ITEM  -  NET EVERY LINE FOR THE ITEM ON LINE
001060*                    IP-MATCH-IDX, READ ITS RECORD WITH A LOCK,
001070*                    APPLY THE NET AND REWRITE IT.  THE RESULT
001080*                    GOES BACK ON EVERY LINE FOR THE ITEM.
001090*----------------------------------------------------------------
001100 1000-POST-ITEM.
001110     MOVE 0 TO IP-NET-QTY
001120     PERFORM VARYING IP-SCAN-IDX FROM IP-MATCH-IDX BY 1
001130             UNTIL IP-SCAN-IDX > IP-POST-COUNT
001140         IF IP-ITEM-CODE (IP-SCAN-IDX) =
001150                 IP-ITEM-CODE (IP-MATCH-IDX)
001160             ADD IP-QTY-CHANGE (IP-SCAN-IDX) TO IP-NET-QTY
001170         END-IF
001180     END-PERFORM
001190     MOVE IP-ITEM-CODE (IP-MATCH-IDX) TO IM-ITEM-CODE
001200     PERFORM 1100-READ-LOCKED THRU 1100-EXIT
001210     IF IP-RESULT (IP-MATCH-IDX) = SPACE
001220         ADD IP-NET-QTY TO IM-QTY-ON-HAND
001230         REWRITE ITEM-MST-RECORD
001240             INVALID KEY
001250                 MOVE "N" TO IP-RESULT (IP-MATCH-IDX)
001260             NOT INVALID KEY
001270                 MOVE "P" TO IP-RESULT (IP-MATCH-IDX)
001280         END-REWRITE
001290         UNLOCK ITEM-MST-FILE
001300     END-IF
001310     PERFORM VARYING IP-SCAN-IDX FROM IP-MATCH-IDX BY 1
001320             UNTIL IP-SCAN-IDX > IP-POST-COUNT
001330         IF IP-ITEM-CODE (IP-SCAN-IDX) =
001340                 IP-ITEM-CODE (IP-MATCH-IDX)
001350             MOVE IP-RESULT (IP-MATCH-IDX)
001360                 TO IP-RESULT (IP-SCAN-IDX)
001370             MOVE IM-QTY-ON-HAND TO IP-NEW-ON-HAND (IP-SCAN-IDX)
001380         END-IF
001390     END-PERFORM.
001400 1000-EXIT.
001410     EXIT.
001420*----------------------------------------------------------------
001430* 1100-READ-LOCKED  -  READ THE ITEM IN IM-ITEM-CODE WITH A LOCK.
001440*                      WHILE ANOTHER STATION HOLDS IT THE
001450*                      OPERATOR IS ASKED WHETHER TO TRY AGAIN; A
001460*                      RECORD GIVEN UP ON IS LOGGED SO THE
001470*                      QUANTITY CAN BE POSTED BY HAND.
001480*----------------------------------------------------------------
001490 1100-READ-LOCKED.
001500     MOVE "N" TO IP-READ-DONE
001510     PERFORM UNTIL IP-READ-IS-DONE
001520         READ ITEM-MST-FILE WITH LOCK
001530             INVALID KEY
001540                 CONTINUE
001550         END-READ
001560         EVALUATE TRUE
001570             WHEN IP-ITEMMST-STATUS = "00"
001580                 SET IP-READ-IS-DONE TO TRUE
001590             WHEN IP-RECORD-IS-LOCKED
001600                 DISPLAY "Item " IP-ITEM-CODE (IP-MATCH-IDX)
001610                     " is in use at another station."
001620                 MOVE "Try the item again?" TO IP-YN-PROMPT
001630                 CALL "YESNOCHK" USING IP-YN-PROMPT IP-RETRY
001640                     IP-CALLER
001650                 IF IP-RETRY NOT = "Y"
001660                     MOVE "L" TO IP-RESULT (IP-MATCH-IDX)
001670                     MOVE IP-NET-QTY TO IP-EDIT-QTY
001680                     MOVE SPACES TO IP-AUDIT-MESSAGE
001690                     STRING "ON-HAND POST FAILED, LOCKED: "
001700                         DELIMITED BY SIZE
001710                         IP-ITEM-CODE (IP-MATCH-IDX)
001720                         DELIMITED BY SPACE
001730                         " QTY " DELIMITED BY SIZE
001740                         IP-EDIT-QTY DELIMITED BY SIZE
001750                         " FOR " DELIMITED BY SIZE
001760                         IP-CALLER DELIMITED BY SPACE
001770                         INTO IP-AUDIT-MESSAGE
001780                     CALL "AUDITLOG" USING IP-AUDIT-PROGRAM
001790                         IP-AUDIT-MESSAGE
001800                     SET IP-READ-IS-DONE TO TRUE
001810                 END-IF
001820             WHEN OTHER
001830                 MOVE "N" TO IP-RESULT (IP-MATCH-IDX)
001840                 SET IP-READ-IS-DONE TO TRUE
001850         END-EVALUATE
001860     END-PERFORM.
001870 1100-EXIT.
001880     EXIT.
001890 END PROGRAM ITEMPOST.
