000900*   09/02/2026  DH  ADD THE DRAWER EVENT ENTRY (DRWEVENT) AS MENU
000910*                   CHOICE 37, WITH THE SIGNED-ON CASHIER STAMPED
000920*                   ON EVERY EVENT.
000921*   10/15/2026  DH  CHECK EACH MENU CHOICE AGAINST THE OPERATOR
000922*                   LEVELS ALLOWED TO RUN IT - BUILT-IN DEFAULTS,
000923*                   OVERRIDDEN PER CHOICE FROM MENUAUTH - AND LOG
000924*                   EVERY REFUSAL.
000925*   10/15/2026  DH  MENU CHOICE 9 NOW RUNS THE MASTER
000926*                   LOAD/EXTRACT UTILITY (MSTLOAD) FOR THE KEYED
000927*                   ITEM AND CUSTOMER MASTERS.
000928*   10/15/2026  DH  ADD THE VENDOR INVOICE ENTRY / MATCH
000929*                   (INVMATCH) AS MENU CHOICE 38, MANAGERS ONLY.
000930*   10/15/2026  DH  ADD THE RETURN TO VENDOR / DEBIT MEMOS
000931*                   (RTVPROC) AS MENU CHOICE 39, SUPERVISORS AND
000932*                   MANAGERS.
000933*   10/15/2026  DH  ADD THE STORE STOCK / TRANSFERS (STKXFER) AS
000934*                   MENU CHOICE 40, SUPERVISORS AND MANAGERS.
000935*   10/15/2026  DH  ADD THE LAYAWAY LISTING / FORFEIT RUN
000936*                   (LAYMNT) AS MENU CHOICE 41, SUPERVISORS AND
000937*                   MANAGERS.
000938*   10/15/2026  DH  ADD THE FINANCE CHARGE RUN / COLLECTIONS
000939*                   (FINCHG) AS MENU CHOICE 42, MANAGERS ONLY.
000940*   10/15/2026  DH  ADD THE BANK DEPOSIT PREPARATION (DEPPREP) AS
000941*                   MENU CHOICE 43, SUPERVISORS AND MANAGERS.
000942*   10/15/2026  DH  ADD THE CARD SETTLEMENT RECONCILIATION
000943*                   (CARDREC) AS MENU CHOICE 44, MANAGERS ONLY.
000944*   10/15/2026  DH  ADD THE SCHEDULED PRICE CHANGES (PRCMNT) AS
000945*                   MENU CHOICE 45, MANAGERS ONLY.
000946*   10/15/2026  DH  ADD THE VENDOR COST FILE IMPORT (COSTIMP) AS
000947*                   MENU CHOICE 46, MANAGERS ONLY.
000948*   10/15/2026  DH  ADD THE COURSE CATALOG MAINTENANCE (CRSMNT)
000949*                   AS MENU CHOICE 47, SUPERVISORS AND MANAGERS.
000950*   10/15/2026  DH  ADD THE ACADEMIC STANDING RUN (STNDRUN) AS
000951*                   MENU CHOICE 48, SUPERVISORS AND MANAGERS.
000952*   10/15/2026  DH  ADD THE GRADE CHANGE AND CORRECTION (GRDCORR)
000953*                   AS MENU CHOICE 49, SUPERVISORS AND MANAGERS.
000954*   10/15/2026  DH  ADD THE SECTION MASTER MAINTENANCE (SECTMNT)
000955*                   AS MENU CHOICE 50, SUPERVISORS AND MANAGERS.
000956*   10/15/2026  DH  ADD THE BATCH CODE GENERATOR (CODEGEN) AS
000957*                   MENU CHOICE 51, SUPERVISORS AND MANAGERS.
000958*   10/15/2026  DH  ADD THE BIN ASSIGNMENT MAINTENANCE (BINMNT)
000959*                   AS MENU CHOICE 52, SUPERVISORS AND MANAGERS.
000960*   10/15/2026  DH  ADD THE MASTER FILE RESTORE (MSTREST) AS MENU
000961*                   CHOICE 53, MANAGERS ONLY.
000962*   10/15/2026  DH  ADD THE SALES PER LABOR HOUR REPORT (LABRPT)
000963*                   AS MENU CHOICE 54, SUPERVISORS AND MANAGERS.
000964*   10/15/2026  DH  ADD THE CASHIER EXCEPTION SCORECARD
000965*                   (CASHSCOR) AS MENU CHOICE 55, MANAGERS ONLY.
000966*   10/15/2026  DH  ADD THE MONTH-END CLOSE (GLCLOSE) AS MENU
000967*                   CHOICE 56, MANAGERS ONLY.
000968*   10/15/2026  DH  ADD THE VENDOR PERFORMANCE REPORT (VENDPERF)
000969*                   AS MENU CHOICE 57, SUPERVISORS AND MANAGERS.
000970*   10/15/2026  DH  ADD THE REORDER POINT PLANNING (REORDPLN) AS
000971*                   MENU CHOICE 58, MANAGERS ONLY.
000972*----------------------------------------------------------------
000973 ENVIRONMENT DIVISION.
000974 INPUT-OUTPUT SECTION.
000975 FILE-CONTROL.
000976     SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-OPERMST-STATUS.
001000     SELECT OPER-WRK-FILE ASSIGN TO "OPERWRK"
001060     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-BUSDATE-STATUS.
001082     SELECT MENU-AUTH-FILE ASSIGN TO "MENUAUTH"
001084         ORGANIZATION IS LINE SEQUENTIAL
001086         FILE STATUS IS WS-MENUAUTH-STATUS.
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  OPERATOR-FILE.
001160     COPY SESSLOG.
001170 FD  BUS-DATE-FILE.
001180     COPY BUSDATE.
001181*----------------------------------------------------------------
001182* MENUAUTH - ONE RECORD PER MENU CHOICE WHOSE PERMITTED LEVELS
001183*            DIFFER FROM THE BUILT-IN TABLE BELOW, E.G. "08SM "
001184*            LETS SUPERVISORS AS WELL AS MANAGERS RUN CHOICE 8.
001185*----------------------------------------------------------------
001186 FD  MENU-AUTH-FILE.
001187 01  MENU-AUTH-RECORD.
001188     05  MA-MENU-CHOICE         PIC 9(2).
001189     05  MA-LEVELS              PIC X(3).
001190 WORKING-STORAGE SECTION.
001200 01  WS-MENU-CHOICE             PIC 9(2) VALUE 99.
001210     88  WS-VALID-CHOICE        VALUES 1 THRU 58.
001220     88  WS-EXIT-CHOICE         VALUE 0.
001230 01  WS-OPERMST-STATUS          PIC X(2).
001240 01  WS-OPERMST-EOF             PIC X VALUE "N".
001460 01  WS-TIMESTAMP               PIC X(21).
001470 01  WS-SESS-EVENT              PIC X(3).
001480 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "MAINMENU".
001481 01  WS-AUTH-LEVELS-INIT.
001482     05  FILLER PIC X(30) VALUE "CSMSM CSMCSMCSMSM SM M  M  SM ".
001483     05  FILLER PIC X(30) VALUE "SM M  CSMM  SM SM M  SM M  SM ".
001484     05  FILLER PIC X(30) VALUE "M  M  CSMM  M  M  CSMM  M  M  ".
001485     05  FILLER PIC X(30) VALUE "SM SM SM SM SM SM CSMM  SM SM ".
001486     05  FILLER PIC X(30) VALUE "SM M  SM M  M  M  SM SM SM SM ".
001487     05  FILLER PIC X(24) VALUE "SM SM M  SM M  M  SM M  ".
001488 01  WS-AUTH-LEVELS REDEFINES WS-AUTH-LEVELS-INIT.
001489     05  WS-AUTH-LEVEL-SET      PIC X(3) OCCURS 58 TIMES.
001490 01  WS-AUDIT-MESSAGE           PIC X(60).
001491 01  WS-MENUAUTH-STATUS         PIC X(2).
001492 01  WS-MENUAUTH-EOF            PIC X VALUE "N".
001493     88  END-OF-MENUAUTH        VALUE "Y".
001494 01  WS-OPER-LEVEL              PIC X(1) VALUE SPACE.
001495 01  WS-SIGNON-LEVEL            PIC X(1) VALUE SPACE.
001496 01  WS-CHOICE-OK               PIC X VALUE "N".
001497     88  CHOICE-IS-PERMITTED    VALUE "Y".
001498 01  WS-LEVEL-HITS              PIC 9(2) VALUE 0.
001499 01  WS-MENU-COUNT              PIC 9(2) VALUE 58.
001500 PROCEDURE DIVISION.
001510*----------------------------------------------------------------
001520* 0000-MAINLINE  -  DISPLAY THE MENU AND CALL THE CHOSEN
001940     IF NOT SIGN-ON-WAS-WAIVED
001950         MOVE "ON " TO WS-SESS-EVENT
001960         PERFORM 0150-WRITE-SESSION THRU 0150-EXIT
001970     END-IF
001975     PERFORM 0160-LOAD-MENU-AUTH THRU 0160-EXIT.
001980 0100-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002290         MOVE "NOOPER" TO WS-CASHIER-ID
002300         MOVE "Y" TO WS-SIGNON-OK
002310         MOVE "Y" TO WS-SIGNON-WAIVED
002315         MOVE "M" TO WS-OPER-LEVEL
002320         MOVE "NO OPERATOR FILE, SIGN-ON WAIVED"
002330             TO WS-AUDIT-MESSAGE
002340         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002410                     MOVE "Y" TO WS-OPER-FOUND
002420                     MOVE OP-PIN TO WS-OPER-PIN
002430                     MOVE OP-FAIL-COUNT TO WS-OPER-FAILS
002435                     MOVE OP-LEVEL TO WS-SIGNON-LEVEL
002440                 ELSE
002450                     IF OP-IS-LOCKED
002460                         DISPLAY "That ID is locked - see the "
002690     ACCEPT WS-ENTERED-PIN
002700     IF WS-ENTERED-PIN = WS-OPER-PIN
002710         MOVE WS-ENTERED-ID TO WS-CASHIER-ID
002715         MOVE WS-SIGNON-LEVEL TO WS-OPER-LEVEL
002720         MOVE "Y" TO WS-SIGNON-OK
002730         DISPLAY "Signed on: " WS-ENTERED-ID
002740         IF WS-OPER-FAILS NOT = 0
003670     CLOSE SESS-LOG-FILE.
003680 0150-EXIT.
003690     EXIT.
003691*----------------------------------------------------------------
003692* 0160-LOAD-MENU-AUTH  -  APPLY THE SITE'S MENUAUTH OVERRIDES, IF
003693*                         ANY, TO THE BUILT-IN PERMISSIONS TABLE.
003694*----------------------------------------------------------------
003695 0160-LOAD-MENU-AUTH.
003696     MOVE "N" TO WS-MENUAUTH-EOF
003697     OPEN INPUT MENU-AUTH-FILE
003698     IF WS-MENUAUTH-STATUS = "35"
003699         GO TO 0160-EXIT
003700     END-IF
003701     PERFORM UNTIL END-OF-MENUAUTH
003702         READ MENU-AUTH-FILE
003703             AT END
003704                 SET END-OF-MENUAUTH TO TRUE
003705             NOT AT END
003706                 IF MA-MENU-CHOICE IS NUMERIC AND
003707                         MA-MENU-CHOICE >= 1 AND
003708                         MA-MENU-CHOICE <= WS-MENU-COUNT
003709                     MOVE FUNCTION UPPER-CASE(MA-LEVELS)
003710                         TO WS-AUTH-LEVEL-SET (MA-MENU-CHOICE)
003711                 END-IF
003712         END-READ
003713     END-PERFORM
003714     CLOSE MENU-AUTH-FILE.
003715 0160-EXIT.
003716     EXIT.
003717*----------------------------------------------------------------
003718* 0120-READ-OPERMST  -  READ THE NEXT OPERATOR RECORD.
003720*----------------------------------------------------------------
003730 0120-READ-OPERMST.
003740     READ OPERATOR-FILE
003920     DISPLAY "  6. End-of-day Z-report"
003930     DISPLAY "  7. Inventory reorder report"
003940     DISPLAY "  8. Item master maintenance"
003950     DISPLAY "  9. Load or extract item/customer masters"
003960     DISPLAY " 10. Business day open/close"
003970     DISPLAY " 11. Period sales report"
003980     DISPLAY " 12. Sales tax remittance report"
004210     DISPLAY " 35. Issued-code registry inquiry"
004220     DISPLAY " 36. View / reprint cataloged report"
004230     DISPLAY " 37. Drawer event (paid-in/out, no-sale)"
004235     DISPLAY " 38. Vendor invoice entry / match"
004237     DISPLAY " 39. Return to vendor / debit memos"
004238     DISPLAY " 40. Store stock / transfers"
004239     DISPLAY " 41. Layaway listing / forfeit run"
004240     DISPLAY " 42. Finance charge run / collections"
004241     DISPLAY " 43. Bank deposit preparation"
004242     DISPLAY " 44. Card settlement reconciliation"
004243     DISPLAY " 45. Scheduled price changes"
004244     DISPLAY " 46. Vendor cost file import"
004245     DISPLAY " 47. Course catalog maintenance"
004246     DISPLAY " 48. Academic standing run"
004247     DISPLAY " 49. Grade change and correction"
004248     DISPLAY " 50. Section master maintenance"
004249     DISPLAY " 51. Batch code generator"
004250     DISPLAY " 52. Bin assignment maintenance"
004251     DISPLAY " 53. Master file restore"
004252     DISPLAY " 54. Sales per labor hour report"
004253     DISPLAY " 55. Cashier exception scorecard"
004254     DISPLAY " 56. Month-end close"
004255     DISPLAY " 57. Vendor performance report"
004256     DISPLAY " 58. Reorder point planning"
004257     DISPLAY "  0. Exit"
004258     DISPLAY "Enter choice: " WITH NO ADVANCING
004260     ACCEPT WS-MENU-CHOICE
004262     IF WS-VALID-CHOICE
004264         PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
004266     END-IF
004270
004280     EVALUATE TRUE
004290         WHEN WS-EXIT-CHOICE
004300             CONTINUE
004310         WHEN NOT WS-VALID-CHOICE
004316             DISPLAY "Invalid choice - please enter 0 through 58."
004323         WHEN NOT CHOICE-IS-PERMITTED
004326             PERFORM 1150-REFUSE-CHOICE THRU 1150-EXIT
004330         WHEN OTHER
004340             PERFORM 2000-CALL-UTILITY THRU 2000-EXIT
004350     END-EVALUATE.
004360 1000-EXIT.
004361     EXIT.
004362*----------------------------------------------------------------
004363* 1100-CHECK-AUTHORITY  -  THE CHOICE IS PERMITTED WHEN THE
004364*                          SIGNED-ON OPERATOR'S LEVEL IS ONE OF
004365*                          THE LEVELS LISTED FOR IT.
004366*----------------------------------------------------------------
004367 1100-CHECK-AUTHORITY.
004368     MOVE "N" TO WS-CHOICE-OK
004369     IF WS-OPER-LEVEL = SPACE
004370         GO TO 1100-EXIT
004371     END-IF
004372     MOVE 0 TO WS-LEVEL-HITS
004373     INSPECT WS-AUTH-LEVEL-SET (WS-MENU-CHOICE)
004374         TALLYING WS-LEVEL-HITS FOR ALL WS-OPER-LEVEL
004375     IF WS-LEVEL-HITS > 0
004376         MOVE "Y" TO WS-CHOICE-OK
004377     END-IF.
004378 1100-EXIT.
004379     EXIT.
004380*----------------------------------------------------------------
004381* 1150-REFUSE-CHOICE  -  TELL THE OPERATOR AND LOG THE ATTEMPT.
004382*----------------------------------------------------------------
004383 1150-REFUSE-CHOICE.
004384     DISPLAY "Choice " WS-MENU-CHOICE
004385         " is not permitted at your operator level."
004386     MOVE SPACES TO WS-AUDIT-MESSAGE
004387     STRING "MENU CHOICE " DELIMITED BY SIZE
004388         WS-MENU-CHOICE DELIMITED BY SIZE
004389         " REFUSED FOR OPERATOR " DELIMITED BY SIZE
004390         WS-CASHIER-ID DELIMITED BY SIZE
004391         " LEVEL " DELIMITED BY SIZE
004392         WS-OPER-LEVEL DELIMITED BY SIZE
004393         INTO WS-AUDIT-MESSAGE
004394     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004395         WS-AUDIT-MESSAGE.
004396 1150-EXIT.
004397     EXIT.
004398*----------------------------------------------------------------
004399* 2000-CALL-UTILITY  -  CALL THE PROGRAM MATCHING THE MENU
004400*                       CHOICE AND RETURN CONTROL TO THE MENU
004410*                       WHEN IT ENDS.
004420*----------------------------------------------------------------
004670             CALL "ITEMMNT"
004680             CANCEL "ITEMMNT"
004690         WHEN 9
004700             CALL "MSTLOAD"
004710             CANCEL "MSTLOAD"
004720         WHEN 10
004730             CALL "DAYCTL"
004740             CANCEL "DAYCTL"
005530         WHEN 37
005540             CALL "DRWEVENT" USING WS-CASHIER-ID
005550             CANCEL "DRWEVENT"
005552         WHEN 38
005554             CALL "INVMATCH"
005556             CANCEL "INVMATCH"
005557         WHEN 39
005558             CALL "RTVPROC"
005559             CANCEL "RTVPROC"
005560         WHEN 40
005561             CALL "STKXFER" USING WS-CASHIER-ID
005562             CANCEL "STKXFER"
005563         WHEN 41
005564             CALL "LAYMNT" USING WS-CASHIER-ID
005565             CANCEL "LAYMNT"
005566         WHEN 42
005567             CALL "FINCHG" USING WS-CASHIER-ID
005568             CANCEL "FINCHG"
005569         WHEN 43
005570             CALL "DEPPREP" USING WS-CASHIER-ID
005571             CANCEL "DEPPREP"
005572         WHEN 44
005573             CALL "CARDREC"
005574             CANCEL "CARDREC"
005575         WHEN 45
005576             CALL "PRCMNT" USING WS-CASHIER-ID
005577             CANCEL "PRCMNT"
005578         WHEN 46
005579             CALL "COSTIMP"
005580             CANCEL "COSTIMP"
005581         WHEN 47
005582             CALL "CRSMNT"
005583             CANCEL "CRSMNT"
005584         WHEN 48
005585             CALL "STNDRUN"
005586             CANCEL "STNDRUN"
005587         WHEN 49
005588             CALL "GRDCORR" USING WS-CASHIER-ID
005589             CANCEL "GRDCORR"
005590         WHEN 50
005591             CALL "SECTMNT"
005592             CANCEL "SECTMNT"
005593         WHEN 51
005594             CALL "CODEGEN"
005595             CANCEL "CODEGEN"
005596         WHEN 52
005597             CALL "BINMNT"
005598             CANCEL "BINMNT"
005599         WHEN 53
005600             CALL "MSTREST"
005601             CANCEL "MSTREST"
005602         WHEN 54
005603             CALL "LABRPT"
005604             CANCEL "LABRPT"
005605         WHEN 55
005606             CALL "CASHSCOR"
005607             CANCEL "CASHSCOR"
005608         WHEN 56
005609             CALL "GLCLOSE"
005610             CANCEL "GLCLOSE"
005611         WHEN 57
005612             CALL "VENDPERF"
005613             CANCEL "VENDPERF"
005614         WHEN 58
005615             CALL "REORDPLN"
005616             CANCEL "REORDPLN"
005617     END-EVALUATE.
005618 2000-EXIT.
005619     EXIT.
005620 END PROGRAM MAINMENU.
