000870*                   FAILURE, AND IS NOT CHECKPOINTED, SO A
000880*                   RERUN THE SAME NIGHT SELECTS THE SAME SET.
000890*                   STEPS ABSENT FROM THE SCHEDULE STAY DAILY.
000892*   10/15/2026  DH  APPLY THE SCHEDULED PRICE CHANGES DUE BY THE
000894*                   NEXT MORNING (PRCAPPLY) RIGHT AFTER THE
000896*                   CUTOVER, SO ITEMMST AND THE SHELF TAG FILE
000898*                   ARE READY BEFORE THE STORE OPENS.
000900*----------------------------------------------------------------
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
001330 01  WS-CKP-STATUS              PIC X(2).
001340 01  WS-STEP-IDX                PIC 9(2) VALUE 1.
001350 01  WS-FIND-IDX                PIC 9(2) VALUE 1.
001360 01  WS-STEP-COUNT              PIC 9(2) VALUE 21.
001370 01  WS-WINDOW-STOP             PIC X VALUE "N".
001380     88  WS-WINDOW-STOPPED      VALUE "Y".
001390 01  WS-LOG-STATUS              PIC X(2).
001850 01  WS-STEP-DUE-FLAG           PIC X VALUE "Y".
001860     88  STEP-IS-DUE            VALUE "Y".
001870 01  WS-STEP-SCHEDULE.
001880     05  WS-STEP-SCHED-ENTRY OCCURS 21 TIMES.
001890         10  WS-STEP-FREQ       PIC X(1).
001900         10  WS-STEP-DOW        PIC X(3).
001910         10  WS-STEP-HOL        PIC X(1).
002090     05  FILLER                 PIC X(8) VALUE "EXCPRPT ".
002100     05  FILLER                 PIC X(8) VALUE "DTLCHK  ".
002110     05  FILLER                 PIC X(8) VALUE "TRNARCH ".
002115     05  FILLER                 PIC X(8) VALUE "PRCAPPLY".
002120     05  FILLER                 PIC X(8) VALUE "PERDRPT ".
002130     05  FILLER                 PIC X(8) VALUE "TAXRPT  ".
002140     05  FILLER                 PIC X(8) VALUE "AUDITRPT".
002150     05  FILLER                 PIC X(8) VALUE "RPTARCH ".
002160 01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-INIT.
002170     05  WS-STEP-NAME           PIC X(8) OCCURS 21 TIMES.
002180 01  WS-STEP-DONE-FLAGS.
002190     05  WS-STEP-DONE           PIC X OCCURS 21 TIMES VALUE "N".
002200     88  WS-STEP-IS-DONE        VALUE "Y".
002210 PROCEDURE DIVISION.
002220*----------------------------------------------------------------
