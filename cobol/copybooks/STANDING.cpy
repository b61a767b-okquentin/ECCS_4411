000010*----------------------------------------------------------------
000020* STANDING.CPY  -  RECORD LAYOUT FOR THE ACADEMIC STANDING FILE
000030*                  (STANDING).  ONE RECORD PER STUDENT PER TERM,
000040*                  POSTED BY THE END-OF-TERM STANDING RUN
000050*                  (STNDRUN) FROM THE GRDHIST GRADE HISTORY.  THE
000060*                  STANDING IS GOOD, WARNING, PROBATION, OR
000070*                  SUSPENSION; THE PRIOR STANDING IS THE ONE THE
000080*                  STUDENT CARRIED INTO THE TERM.  THE GPAS ARE
000090*                  WEIGHTED BY CREDIT HOURS, AND THE HOURS ARE
000100*                  HOURS ATTEMPTED.  THE TRANSCRIPT (TRNSCRPT)
000110*                  PRINTS EACH TERM'S STANDING.
000120*----------------------------------------------------------------
000130 01  STANDING-RECORD.
000140     05  SD-TERM-ID             PIC X(6).
000150     05  SD-STUDENT-ID          PIC X(6).
000160     05  SD-STANDING            PIC X(1).
000170         88  SD-GOOD-STANDING   VALUE "G".
000180         88  SD-WARNING         VALUE "W".
000190         88  SD-PROBATION       VALUE "P".
000200         88  SD-SUSPENSION      VALUE "S".
000210     05  SD-PRIOR-STANDING      PIC X(1).
000220     05  SD-TERM-GPA            PIC 9V99.
000230     05  SD-CUM-GPA             PIC 9V99.
000240     05  SD-TERM-HOURS          PIC 9(3)V9.
000250     05  SD-CUM-HOURS           PIC 9(4)V9.
