000080*                  TWO-STD-DEV TEST CAN SEE, SHOWS UP WHEN THE
000090*                  TREND REPORT (TRENDRPT) COMPARES TONIGHT'S
000100*                  MEAN AGAINST THE LIST'S ROLLING BASELINE.
000101*                  A LIST WITH SPECIFICATION LIMITS ON SPECLIM
000102*                  ALSO CARRIES ITS OUT-OF-SPEC COUNT, CP, CPK,
000103*                  AND CAPABILITY RESULT (P PASS, F FAIL); A LIST
000104*                  WITH NO LIMITS, AND ANY RECORD WRITTEN BEFORE
000105*                  THESE FIELDS, HAS A BLANK RESULT.
000110*----------------------------------------------------------------
000120 01  STAT-HIST-RECORD.
000130     05  SH-LIST-NAME           PIC X(30).
000170     05  SH-STD-DEV             PIC 9(8)V9(5).
000180     05  SH-MIN-VALUE           PIC S9(5)V9(5).
000190     05  SH-MAX-VALUE           PIC S9(5)V9(5).
000200     05  SH-OUT-OF-SPEC         PIC 9(4).
000210     05  SH-CP                  PIC S9(3)V99.
000220     05  SH-CPK                 PIC S9(3)V99.
000230     05  SH-CAP-RESULT          PIC X(1).
000240         88  SH-CAP-PASSED      VALUE "P".
000250         88  SH-CAP-FAILED      VALUE "F".
