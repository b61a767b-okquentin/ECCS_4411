000010*----------------------------------------------------------------
000020* PERDCTL.CPY  -  RECORD LAYOUT FOR THE ACCOUNTING PERIOD
000030*                 CONTROL FILE (PERDCTL).  ONE RECORD PER
000040*                 PERIOD, GIVING ITS FIRST AND LAST BUSINESS
000050*                 DATES AND WHETHER IT IS OPEN OR CLOSED.  THE
000060*                 OFFICE ADDS THE PERIODS AHEAD OF TIME; THE
000070*                 MONTH-END CLOSE (GLCLOSE) MARKS ONE CLOSED
000080*                 ONCE ITS TRIAL BALANCE PROVES, AND ADDS THE
000090*                 RECORD ITSELF FOR A CALENDAR MONTH NOT ON
000100*                 FILE.  NOTHING MAY BE POSTED ON OR BEFORE THE
000110*                 LAST DATE OF A CLOSED PERIOD (SEE PERDCHK).
000120*----------------------------------------------------------------
000130 01  PERIOD-RECORD.
000140     05  PC-PERIOD              PIC 9(6).
000150     05  PC-START-DATE          PIC 9(8).
000160     05  PC-END-DATE            PIC 9(8).
000170     05  PC-STATUS              PIC X(1).
000180         88  PC-IS-OPEN         VALUE "O".
000190         88  PC-IS-CLOSED       VALUE "C".
000200     05  PC-CLOSED-DATE         PIC 9(8).
