000245*                   IS NOT RE-CATALOGED UNDER EVERY LATER
000246*                   NIGHT'S DATE.  THE CATALOG AND THE VIEWER
000247*                   ARE THE ACCESS PATH FROM HERE ON.
000248*   10/15/2026  DH  ARCHIVE THE OVERNIGHT PRICE CHANGE REGISTER
000249*                   (PRCRPT).  THE SHELFTAG FILE IS DELIBERATELY
000250*                   LEFT IN PLACE FOR THE MORNING TAG RUN.
000251*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000910     05  FILLER                 PIC X(8) VALUE "PERDRPT ".
000920     05  FILLER                 PIC X(8) VALUE "DTLERRS ".
000930     05  FILLER                 PIC X(8) VALUE "AUDITRPT".
000935     05  FILLER                 PIC X(8) VALUE "PRCRPT  ".
000940 01  WS-REPORT-NAMES REDEFINES WS-REPORT-NAMES-INIT.
000950     05  WS-REPORT-NAME         PIC X(8) OCCURS 15 TIMES.
000960 01  WS-REPORT-COUNT            PIC 9(2) VALUE 15.
000970 01  WS-NAME-END                PIC 9(2) VALUE 0.
000980 01  WS-NAME-POS                PIC 9(2) VALUE 0.
000990*----------------------------------------------------------------
