000010*----------------------------------------------------------------
000020* SPECLIM.CPY  -  RECORD LAYOUT FOR THE SPECIFICATION LIMIT FILE
000030*                 (SPECLIM).  ONE RECORD PER SAMPLE LIST, KEYED
000040*                 BY THE NAME ON THE LIST'S "LIST:" HEADER IN THE
000050*                 NUMBER LIST STATISTICS RUN (PROGRAM5) INPUT,
000060*                 HOLDING THE ENGINEERING TARGET AND THE LOWER AND
000070*                 UPPER SPECIFICATION LIMITS.  THE MINIMUM CPK IS
000080*                 THE CAPABILITY THE LIST MUST REACH TO PASS;
000090*                 ZERO OR BLANK TAKES THE HOUSE MINIMUM OF 1.33.
000100*----------------------------------------------------------------
000110 01  SPEC-LIM-RECORD.
000120     05  SL-LIST-NAME           PIC X(30).
000130     05  SL-TARGET              PIC 9(5)V9(5).
000140     05  SL-LOWER-LIMIT         PIC 9(5)V9(5).
000150     05  SL-UPPER-LIMIT         PIC 9(5)V9(5).
000160     05  SL-MIN-CPK             PIC 9V99.
