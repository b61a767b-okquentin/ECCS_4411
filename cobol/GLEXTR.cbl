000260*                   NOW THAT ONE RECEIPT CAN CARRY SEVERAL
000270*                   TENDERS.  A MIXED RECEIPT WITH NO JOURNAL
000280*                   RECORDS FALLS TO SUSPENSE WHOLE.
000281*   10/15/2026  DH  POST LAYAWAY MONEY.  DEPOSITS AND PAYMENTS
000282*                   TAKEN ARE CREDITED TO THE LAYAWAY-DEP
000283*                   LIABILITY INSTEAD OF SALES; A PAID-OFF
000284*                   LAYAWAY'S SALE IS DEBITED BACK AGAINST IT
000285*                   (DEPOSITS APPLIED), AND A FORFEITED LAYAWAY
000286*                   MOVES ITS DEPOSITS FROM LAYAWAY-DEP TO
000287*                   LAYAWAY-FORF INCOME.
000288*   10/15/2026  DH  POST TO THE LEDGER ACCOUNTS GIVEN BY THE
000289*                   GLACCTS CHART OF ACCOUNTS (TENDER, STORE,
000290*                   STORE TAX, DEPARTMENT, AND THE FIXED POSTINGS)
000291*                   IN PLACE OF THE NAMED ACCOUNTS, WHICH REMAIN
000292*                   THE FALLBACK; TAX PAYABLE IS NOW CREDITED BY
000293*                   STORE.  EACH DAY'S EXTRACT IS ALSO ADDED TO
000294*                   THE GLHIST LEDGER HISTORY FOR THE MONTH-END
000295*                   CLOSE, A RERUN REPLACING THE DAY'S LINES, AND
000296*                   A DAY IN A CLOSED ACCOUNTING PERIOD IS NOT
000297*                   EXTRACTED.
000298*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000480     SELECT TEND-DETL-FILE ASSIGN TO "TENDDETL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TENDDETL-STATUS.
000501     SELECT GL-ACCTS-FILE ASSIGN TO "GLACCTS"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WS-GLACCTS-STATUS.
000504     SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
000505         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-GLHIST-STATUS.
000507     SELECT GL-HWRK-FILE ASSIGN TO "GLHWRK"
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-GLHWRK-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SALES-TRAN-FILE.
000620     COPY GLFILE.
000630 FD  TEND-DETL-FILE.
000640     COPY TENDDETL.
000641 FD  GL-ACCTS-FILE.
000642     COPY GLACCTS.
000643*----------------------------------------------------------------
000644* GLHIST HOLDS EVERY DAY'S EXTRACT LINES, IN THE GLFILE LAYOUT,
000645* FOR THE MONTH-END TRIAL BALANCE.
000646*----------------------------------------------------------------
000647 FD  GL-HIST-FILE.
000648 01  GL-HIST-RECORD.
000649     05  GH-BUSINESS-DATE       PIC 9(8).
000650     05  FILLER                 PIC X(44).
000651 FD  GL-HWRK-FILE.
000652 01  GL-HWRK-RECORD             PIC X(52).
000653 WORKING-STORAGE SECTION.
000660 01  WS-SALETRAN-STATUS         PIC X(2).
000670 01  WS-SALEDETL-STATUS         PIC X(2).
000680 01  WS-DRAWLOG-STATUS          PIC X(2).
000780     05  WS-STR-ENTRY OCCURS 50 TIMES.
000790         10  WS-STR-NAME        PIC X(20).
000800         10  WS-STR-SALES       PIC S9(9)V99.
000805         10  WS-STR-TAX         PIC S9(9)V99.
000810 01  WS-DEPT-COUNT              PIC 9(2) VALUE 0.
000820 01  WS-DEPT-TABLE.
000830     05  WS-DEPT-ENTRY OCCURS 30 TIMES.
000910 01  WS-ACCT-TOTAL              PIC S9(9)V99 VALUE 0.
000920 01  WS-GIFT-TOTAL              PIC S9(9)V99 VALUE 0.
000930 01  WS-OTHER-TOTAL             PIC S9(9)V99 VALUE 0.
000932 01  WS-LAY-DEPOSIT-TOTAL       PIC S9(9)V99 VALUE 0.
000934 01  WS-LAY-APPLIED-TOTAL       PIC S9(9)V99 VALUE 0.
000936 01  WS-LAY-FORFEIT-TOTAL       PIC S9(9)V99 VALUE 0.
000940 01  WS-TAX-TOTAL               PIC S9(9)V99 VALUE 0.
000950 01  WS-SALES-TOTAL             PIC S9(9)V99 VALUE 0.
000960 01  WS-VARIANCE-TOTAL          PIC S9(9)V99 VALUE 0.
001140 01  WS-EDIT-AMT                PIC -(7)9.99.
001150 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "GLEXTR".
001160 01  WS-AUDIT-MESSAGE           PIC X(60).
001161 01  WS-GLACCTS-STATUS          PIC X(2).
001162 01  WS-GLHIST-STATUS           PIC X(2).
001163 01  WS-GLHWRK-STATUS           PIC X(2).
001164 01  WS-PERIOD-CLOSED           PIC X VALUE "N".
001165*----------------------------------------------------------------
001166* THE CHART OF ACCOUNTS, HELD FOR THE RUN.  AN EXTRACT LINE IS
001167* MAPPED BY TYPE AND CODE, THEN BY THE TYPE'S BLANK-CODE
001168* CATCH-ALL, AND FAILING BOTH KEEPS ITS OLD NAMED ACCOUNT.
001169*----------------------------------------------------------------
001170 01  WS-ACT-COUNT               PIC 9(3) VALUE 0.
001171 01  WS-ACT-TABLE.
001172     05  WS-ACT-ENTRY OCCURS 200 TIMES.
001173         10  WS-ACT-TYPE        PIC X(1).
001174         10  WS-ACT-CODE        PIC X(20).
001175         10  WS-ACT-ACCOUNT     PIC X(12).
001176 01  WS-ACT-IDX                 PIC 9(3) VALUE 0.
001177 01  WS-ACT-HIT                 PIC 9(3) VALUE 0.
001178 01  WS-MAP-TYPE                PIC X(1).
001179 01  WS-MAP-CODE                PIC X(20).
001180 01  WS-MAP-DEFAULT             PIC X(12).
001181 01  WS-MEMO-LINE               PIC X VALUE "N".
001182     88  LINE-IS-MEMO           VALUE "Y".
001183 01  WS-REPLACED-COUNT          PIC 9(6) VALUE 0.
001184 PROCEDURE DIVISION.
001185*----------------------------------------------------------------
001190* 0000-MAINLINE  -  TOTAL THE DAY, PROVE THE ENTRY BALANCES,
001200*                   AND ONLY THEN WRITE THE EXTRACT.
001210*----------------------------------------------------------------
001230     DISPLAY "[GENERAL LEDGER EXTRACT]"
001240     PERFORM 1000-GET-CONTROL THRU 1000-EXIT
001250     IF WS-RUN-EXTRACT
001255         PERFORM 1200-LOAD-CHART THRU 1200-EXIT
001260         PERFORM 1500-LOAD-TENDERS THRU 1500-EXIT
001270         PERFORM 2000-TALLY-TRANSACTIONS THRU 2000-EXIT
001280         PERFORM 2500-TALLY-DEPARTMENTS THRU 2500-EXIT
001300         PERFORM 3000-PROVE-BALANCE THRU 3000-EXIT
001310         IF WS-BALANCE-DIFF = 0
001320             PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
001325             PERFORM 4500-POST-LEDGER THRU 4500-EXIT
001330             DISPLAY "Extract written and balanced."
001340         ELSE
001350             MOVE WS-BALANCE-DIFF TO WS-EDIT-AMT
001500* 1000-GET-CONTROL  -  THE EXTRACT COVERS EXACTLY THE BUSDATE
001510*                      BUSINESS DAY.  WITH NO CONTROL FILE
001520*                      THERE IS NO DAY TO FEED, AND THE STEP
001525*                      ENDS NONZERO.  A DAY IN A CLOSED
001530*                      ACCOUNTING PERIOD IS NOT FED EITHER - ITS
001535*                      TRIAL BALANCE HAS ALREADY BEEN STRUCK.
001540*----------------------------------------------------------------
001550 1000-GET-CONTROL.
001560     OPEN INPUT BUS-DATE-FILE
001680                 MOVE BD-BUSINESS-DATE TO WS-REPORT-DATE
001690         END-READ
001700         CLOSE BUS-DATE-FILE
001701     END-IF
001702     IF WS-RUN-EXTRACT
001703         CALL "PERDCHK" USING WS-AUDIT-PROGRAM WS-REPORT-DATE
001704             WS-PERIOD-CLOSED
001705         IF WS-PERIOD-CLOSED = "Y"
001706             DISPLAY "Period is closed - no extract."
001707             MOVE "N" TO WS-RUN-SWITCH
001708             MOVE 8 TO RETURN-CODE
001709         END-IF
001710     END-IF.
001720 1000-EXIT.
001730     EXIT.
001731*----------------------------------------------------------------
001732* 1200-LOAD-CHART  -  HOLD THE CHART OF ACCOUNTS FOR THE RUN.
001733*                     WITH NO GLACCTS FILE EVERY LINE POSTS TO
001734*                     ITS OLD NAMED ACCOUNT.
001735*----------------------------------------------------------------
001736 1200-LOAD-CHART.
001737     MOVE "N" TO WS-FILE-EOF
001738     OPEN INPUT GL-ACCTS-FILE
001739     IF WS-GLACCTS-STATUS = "35"
001740         GO TO 1200-EXIT
001741     END-IF
001742     PERFORM 1210-READ-GLACCTS THRU 1210-EXIT
001743     PERFORM UNTIL END-OF-FILE-IN
001744         IF GA-ACCOUNT NOT = SPACES AND WS-ACT-COUNT < 200
001745             ADD 1 TO WS-ACT-COUNT
001746             MOVE GA-MAP-TYPE TO WS-ACT-TYPE (WS-ACT-COUNT)
001747             MOVE GA-MAP-CODE TO WS-ACT-CODE (WS-ACT-COUNT)
001748             MOVE GA-ACCOUNT TO WS-ACT-ACCOUNT (WS-ACT-COUNT)
001749         END-IF
001750         PERFORM 1210-READ-GLACCTS THRU 1210-EXIT
001751     END-PERFORM
001752     CLOSE GL-ACCTS-FILE.
001753 1200-EXIT.
001754     EXIT.
001755*----------------------------------------------------------------
001756* 1210-READ-GLACCTS  -  READ THE NEXT CHART OF ACCOUNTS RECORD.
001757*----------------------------------------------------------------
001758 1210-READ-GLACCTS.
001759     READ GL-ACCTS-FILE
001760         AT END
001761             SET END-OF-FILE-IN TO TRUE
001762     END-READ.
001763 1210-EXIT.
001764     EXIT.
001765*----------------------------------------------------------------
001766* 1500-LOAD-TENDERS  -  HOLD THE DAY'S TENDER JOURNAL RECORDS
001767*                       FOR SPLITTING MIXED-TENDER RECEIPTS.
001770*----------------------------------------------------------------
001780 1500-LOAD-TENDERS.
001790     MOVE "N" TO WS-TENDDETL-EOF
002470*----------------------------------------------------------------
002480 2100-TALLY-ONE-TRAN.
002490     ADD 1 TO WS-USED-COUNT
002492     IF ST-IS-FORFEIT
002494         ADD ST-TOTAL TO WS-LAY-FORFEIT-TOTAL
002496         GO TO 2100-EXIT
002498     END-IF
002500     EVALUATE TRUE
002510         WHEN ST-TENDER-CASH
002520             ADD ST-TOTAL TO WS-CASH-TOTAL
002600             ADD ST-TOTAL TO WS-GIFT-TOTAL
002610         WHEN ST-TENDER-MIXED
002620             PERFORM 2150-SPLIT-MIXED THRU 2150-EXIT
002623         WHEN ST-TENDER-LAYAWAY
002626             ADD ST-TOTAL TO WS-LAY-APPLIED-TOTAL
002630         WHEN OTHER
002640             ADD ST-TOTAL TO WS-OTHER-TOTAL
002650     END-EVALUATE
002652     IF ST-IS-LAYAWAY
002654         ADD ST-TOTAL TO WS-LAY-DEPOSIT-TOTAL
002656     ELSE
002660         ADD ST-TAX TO WS-TAX-TOTAL
002670         ADD ST-SUBTOTAL TO WS-SALES-TOTAL
002680         PERFORM 2200-TALLY-STORE THRU 2200-EXIT
002685     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
003060 2150-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 2200-TALLY-STORE  -  ROLL THE SUBTOTAL AND TAX INTO ITS
003100*                      STORE'S SALES AND TAX PAYABLE CREDITS.
003110*----------------------------------------------------------------
003120 2200-TALLY-STORE.
003130     MOVE 0 TO WS-FOUND-IDX
003220         ADD 1 TO WS-STORE-COUNT
003230         MOVE ST-STORE-NAME TO WS-STR-NAME (WS-STORE-COUNT)
003240         MOVE 0 TO WS-STR-SALES (WS-STORE-COUNT)
003245         MOVE 0 TO WS-STR-TAX (WS-STORE-COUNT)
003250         MOVE WS-STORE-COUNT TO WS-FOUND-IDX
003260     END-IF
003270     IF WS-FOUND-IDX NOT = 0
003280         ADD ST-SUBTOTAL TO WS-STR-SALES (WS-FOUND-IDX)
003285         ADD ST-TAX TO WS-STR-TAX (WS-FOUND-IDX)
003290     END-IF.
003300 2200-EXIT.
003310     EXIT.
004200     COMPUTE WS-DEBIT-TOTAL =
004210         WS-CASH-TOTAL + WS-VARIANCE-TOTAL +
004220         WS-CHECK-TOTAL + WS-CARD-TOTAL +
004230         WS-ACCT-TOTAL + WS-GIFT-TOTAL + WS-OTHER-TOTAL +
004235         WS-LAY-APPLIED-TOTAL + WS-LAY-FORFEIT-TOTAL
004240     IF WS-VARIANCE-TOTAL < 0
004250         SUBTRACT WS-VARIANCE-TOTAL FROM WS-DEBIT-TOTAL
004260     END-IF
004270     COMPUTE WS-CREDIT-TOTAL =
004280         WS-SALES-TOTAL + WS-TAX-TOTAL +
004285         WS-LAY-DEPOSIT-TOTAL + WS-LAY-FORFEIT-TOTAL
004290     IF WS-VARIANCE-TOTAL > 0
004300         ADD WS-VARIANCE-TOTAL TO WS-CREDIT-TOTAL
004310     END-IF
004350     EXIT.
004360*----------------------------------------------------------------
004370* 4000-WRITE-EXTRACT  -  WRITE THE BALANCED ENTRY AND THE
004376*                        DEPARTMENT ANALYSIS LINES, EACH TO THE
004382*                        ACCOUNT THE CHART OF ACCOUNTS GIVES IT.
004390*----------------------------------------------------------------
004400 4000-WRITE-EXTRACT.
004410     OPEN OUTPUT GL-EXTRACT-FILE
004420     COMPUTE WS-CASH-TOTAL =
004430         WS-CASH-TOTAL + WS-VARIANCE-TOTAL
004434     MOVE "T" TO WS-MAP-TYPE
004438     MOVE "C" TO WS-MAP-CODE
004442     MOVE "CASH-DRAWER " TO WS-MAP-DEFAULT
004446     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004450     MOVE "CASH IN DRAWER" TO GL-DESCRIPTION
004460     SET GL-IS-DEBIT TO TRUE
004470     MOVE WS-CASH-TOTAL TO GL-AMOUNT
004480     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004484     MOVE "T" TO WS-MAP-TYPE
004488     MOVE "K" TO WS-MAP-CODE
004492     MOVE "CHECKS      " TO WS-MAP-DEFAULT
004496     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004500     MOVE "CHECK RECEIPTS" TO GL-DESCRIPTION
004510     SET GL-IS-DEBIT TO TRUE
004520     MOVE WS-CHECK-TOTAL TO GL-AMOUNT
004530     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004534     MOVE "T" TO WS-MAP-TYPE
004538     MOVE "D" TO WS-MAP-CODE
004542     MOVE "CARDS       " TO WS-MAP-DEFAULT
004546     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004550     MOVE "CARD RECEIPTS" TO GL-DESCRIPTION
004560     SET GL-IS-DEBIT TO TRUE
004570     MOVE WS-CARD-TOTAL TO GL-AMOUNT
004580     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004584     MOVE "T" TO WS-MAP-TYPE
004588     MOVE "A" TO WS-MAP-CODE
004592     MOVE "ACCTS-RECV  " TO WS-MAP-DEFAULT
004596     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004600     MOVE "HOUSE CHARGES" TO GL-DESCRIPTION
004610     SET GL-IS-DEBIT TO TRUE
004620     MOVE WS-ACCT-TOTAL TO GL-AMOUNT
004630     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004634     MOVE "T" TO WS-MAP-TYPE
004638     MOVE "G" TO WS-MAP-CODE
004642     MOVE "GC-LIABILITY" TO WS-MAP-DEFAULT
004646     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004650     MOVE "GIFT CERT REDEEMED" TO GL-DESCRIPTION
004660     SET GL-IS-DEBIT TO TRUE
004670     MOVE WS-GIFT-TOTAL TO GL-AMOUNT
004680     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004684     MOVE "F" TO WS-MAP-TYPE
004688     MOVE "SUSPENSE" TO WS-MAP-CODE
004692     MOVE "SUSPENSE    " TO WS-MAP-DEFAULT
004696     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004700     MOVE "UNTYPED TENDER" TO GL-DESCRIPTION
004710     SET GL-IS-DEBIT TO TRUE
004720     MOVE WS-OTHER-TOTAL TO GL-AMOUNT
004730     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004731     MOVE "F" TO WS-MAP-TYPE
004732     MOVE "LAYAWAY-DEP" TO WS-MAP-CODE
004733     MOVE "LAYAWAY-DEP " TO WS-MAP-DEFAULT
004734     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004735     MOVE "DEPOSITS APPLIED" TO GL-DESCRIPTION
004736     SET GL-IS-DEBIT TO TRUE
004737     MOVE WS-LAY-APPLIED-TOTAL TO GL-AMOUNT
004738     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004739     MOVE "DEPOSITS FORFEITED" TO GL-DESCRIPTION
004740     SET GL-IS-DEBIT TO TRUE
004741     MOVE WS-LAY-FORFEIT-TOTAL TO GL-AMOUNT
004742     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004743     IF WS-VARIANCE-TOTAL < 0
004746         MOVE "F" TO WS-MAP-TYPE
004749         MOVE "OVER-SHORT" TO WS-MAP-CODE
004752         MOVE "OVER-SHORT  " TO WS-MAP-DEFAULT
004755         PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004760         MOVE "DRAWER SHORT" TO GL-DESCRIPTION
004770         SET GL-IS-DEBIT TO TRUE
004780         COMPUTE GL-AMOUNT = WS-VARIANCE-TOTAL * -1
004800     END-IF
004810     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
004820             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
004824         MOVE "S" TO WS-MAP-TYPE
004828         MOVE WS-STR-NAME (WS-SCAN-IDX) TO WS-MAP-CODE
004832         MOVE "SALES       " TO WS-MAP-DEFAULT
004836         PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
004840         MOVE WS-STR-NAME (WS-SCAN-IDX) TO GL-DESCRIPTION
004850         SET GL-IS-CREDIT TO TRUE
004860         MOVE WS-STR-SALES (WS-SCAN-IDX) TO GL-AMOUNT
004870         PERFORM 4100-WRITE-LINE THRU 4100-EXIT
004880     END-PERFORM
005010     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005015             UNTIL WS-SCAN-IDX > WS-STORE-COUNT
005020         MOVE "X" TO WS-MAP-TYPE
005025         MOVE WS-STR-NAME (WS-SCAN-IDX) TO WS-MAP-CODE
005030         MOVE "TAX-PAYABLE " TO WS-MAP-DEFAULT
005035         PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
005040         MOVE SPACES TO GL-DESCRIPTION
005050         STRING "TAX " WS-STR-NAME (WS-SCAN-IDX)
005060             DELIMITED BY SIZE INTO GL-DESCRIPTION
005070         SET GL-IS-CREDIT TO TRUE
005080         MOVE WS-STR-TAX (WS-SCAN-IDX) TO GL-AMOUNT
005090         PERFORM 4100-WRITE-LINE THRU 4100-EXIT
005100     END-PERFORM
005101     MOVE "F" TO WS-MAP-TYPE
005102     MOVE "LAYAWAY-DEP" TO WS-MAP-CODE
005103     MOVE "LAYAWAY-DEP " TO WS-MAP-DEFAULT
005104     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
005105     MOVE "LAYAWAY DEPOSITS" TO GL-DESCRIPTION
005106     SET GL-IS-CREDIT TO TRUE
005107     MOVE WS-LAY-DEPOSIT-TOTAL TO GL-AMOUNT
005108     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
005109     MOVE "F" TO WS-MAP-TYPE
005110     MOVE "LAYAWAY-FORF" TO WS-MAP-CODE
005111     MOVE "LAYAWAY-FORF" TO WS-MAP-DEFAULT
005112     PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
005113     MOVE "FORFEITED DEPOSITS" TO GL-DESCRIPTION
005114     SET GL-IS-CREDIT TO TRUE
005115     MOVE WS-LAY-FORFEIT-TOTAL TO GL-AMOUNT
005116     PERFORM 4100-WRITE-LINE THRU 4100-EXIT
005117     IF WS-VARIANCE-TOTAL > 0
005118         MOVE "F" TO WS-MAP-TYPE
005119         MOVE "OVER-SHORT" TO WS-MAP-CODE
005120         MOVE "OVER-SHORT  " TO WS-MAP-DEFAULT
005121         PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
005122         MOVE "DRAWER OVER" TO GL-DESCRIPTION
005123         SET GL-IS-CREDIT TO TRUE
005124         MOVE WS-VARIANCE-TOTAL TO GL-AMOUNT
005125         PERFORM 4100-WRITE-LINE THRU 4100-EXIT
005126     END-IF
005127     MOVE "Y" TO WS-MEMO-LINE
005128     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
005129             UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
005130         MOVE "D" TO WS-MAP-TYPE
005131         MOVE WS-DPT-CODE (WS-SCAN-IDX) TO WS-MAP-CODE
005132         MOVE "DEPT-MEMO   " TO WS-MAP-DEFAULT
005133         PERFORM 4200-MAP-ACCOUNT THRU 4200-EXIT
005134         MOVE SPACES TO GL-DESCRIPTION
005135         STRING "DEPT " WS-DPT-CODE (WS-SCAN-IDX)
005136             DELIMITED BY SIZE INTO GL-DESCRIPTION
005137         SET GL-IS-CREDIT TO TRUE
005138         MOVE WS-DPT-NET (WS-SCAN-IDX) TO GL-AMOUNT
005139         PERFORM 4100-WRITE-LINE THRU 4100-EXIT
005140     END-PERFORM
005141     MOVE "N" TO WS-MEMO-LINE
005142     CLOSE GL-EXTRACT-FILE.
005143 4000-EXIT.
005144     EXIT.
005145*----------------------------------------------------------------
005150* 4100-WRITE-LINE  -  WRITE ONE EXTRACT LINE, SKIPPING A ZERO
005160*                     AMOUNT EXCEPT THE MEMO LINES.
005170*----------------------------------------------------------------
005180 4100-WRITE-LINE.
005190     MOVE WS-REPORT-DATE TO GL-BUSINESS-DATE
005200     IF GL-AMOUNT NOT = 0 OR LINE-IS-MEMO
005210         WRITE GL-EXTRACT-RECORD
005220     END-IF.
005230 4100-EXIT.
005240     EXIT.
005241*----------------------------------------------------------------
005242* 4200-MAP-ACCOUNT  -  SET GL-ACCOUNT FROM THE CHART OF ACCOUNTS
005243*                      FOR WS-MAP-TYPE AND WS-MAP-CODE - THE
005244*                      EXACT CODE, ELSE THE TYPE'S BLANK-CODE
005245*                      CATCH-ALL, ELSE WS-MAP-DEFAULT.
005246*----------------------------------------------------------------
005247 4200-MAP-ACCOUNT.
005248     MOVE WS-MAP-DEFAULT TO GL-ACCOUNT
005249     MOVE 0 TO WS-ACT-HIT
005250     PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
005251             UNTIL WS-ACT-IDX > WS-ACT-COUNT
005252         IF WS-ACT-TYPE (WS-ACT-IDX) = WS-MAP-TYPE
005253             IF WS-ACT-CODE (WS-ACT-IDX) = WS-MAP-CODE
005254                 MOVE WS-ACT-IDX TO WS-ACT-HIT
005255                 EXIT PERFORM
005256             END-IF
005257             IF WS-ACT-CODE (WS-ACT-IDX) = SPACES AND
005258                     WS-ACT-HIT = 0
005259                 MOVE WS-ACT-IDX TO WS-ACT-HIT
005260             END-IF
005261         END-IF
005262     END-PERFORM
005263     IF WS-ACT-HIT NOT = 0
005264         MOVE WS-ACT-ACCOUNT (WS-ACT-HIT) TO GL-ACCOUNT
005265     END-IF.
005266 4200-EXIT.
005267     EXIT.
005268*----------------------------------------------------------------
005269* 4500-POST-LEDGER  -  ADD THE DAY'S EXTRACT TO THE GLHIST
005270*                      LEDGER HISTORY FOR THE MONTH-END CLOSE.
005271*                      A RERUN FOR THE SAME DAY REPLACES THAT
005272*                      DAY'S LINES RATHER THAN DOUBLING THEM.
005273*                      THE NEW HISTORY IS BUILT IN GLHWRK AND
005274*                      COPIED BACK IN PLACE.
005275*----------------------------------------------------------------
005276 4500-POST-LEDGER.
005277     MOVE 0 TO WS-REPLACED-COUNT
005278     OPEN OUTPUT GL-HWRK-FILE
005279     OPEN INPUT GL-HIST-FILE
005280     IF WS-GLHIST-STATUS NOT = "35"
005281         MOVE "N" TO WS-FILE-EOF
005282         PERFORM 4510-READ-GLHIST THRU 4510-EXIT
005283         PERFORM UNTIL END-OF-FILE-IN
005284             IF GH-BUSINESS-DATE = WS-REPORT-DATE
005285                 ADD 1 TO WS-REPLACED-COUNT
005286             ELSE
005287                 MOVE GL-HIST-RECORD TO GL-HWRK-RECORD
005288                 WRITE GL-HWRK-RECORD
005289             END-IF
005290             PERFORM 4510-READ-GLHIST THRU 4510-EXIT
005291         END-PERFORM
005292         CLOSE GL-HIST-FILE
005293     END-IF
005294     MOVE "N" TO WS-FILE-EOF
005295     OPEN INPUT GL-EXTRACT-FILE
005296     PERFORM 4520-READ-GLFILE THRU 4520-EXIT
005297     PERFORM UNTIL END-OF-FILE-IN
005298         MOVE GL-EXTRACT-RECORD TO GL-HWRK-RECORD
005299         WRITE GL-HWRK-RECORD
005300         PERFORM 4520-READ-GLFILE THRU 4520-EXIT
005301     END-PERFORM
005302     CLOSE GL-EXTRACT-FILE
005303     CLOSE GL-HWRK-FILE
005304     OPEN INPUT GL-HWRK-FILE
005305     OPEN OUTPUT GL-HIST-FILE
005306     MOVE "N" TO WS-FILE-EOF
005307     PERFORM 4530-READ-GLHWRK THRU 4530-EXIT
005308     PERFORM UNTIL END-OF-FILE-IN
005309         MOVE GL-HWRK-RECORD TO GL-HIST-RECORD
005310         WRITE GL-HIST-RECORD
005311         PERFORM 4530-READ-GLHWRK THRU 4530-EXIT
005312     END-PERFORM
005313     CLOSE GL-HWRK-FILE
005314     CLOSE GL-HIST-FILE
005315     IF WS-REPLACED-COUNT > 0
005316         DISPLAY "Ledger history for " WS-REPORT-DATE
005317             " replaced."
005318         MOVE SPACES TO WS-AUDIT-MESSAGE
005319         STRING "GL HISTORY REPLACED FOR " DELIMITED BY SIZE
005320             WS-REPORT-DATE DELIMITED BY SIZE
005321             INTO WS-AUDIT-MESSAGE
005322         CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
005323             WS-AUDIT-MESSAGE
005324     END-IF.
005325 4500-EXIT.
005326     EXIT.
005327*----------------------------------------------------------------
005328* 4510-READ-GLHIST  -  READ THE NEXT LEDGER HISTORY LINE.
005329*----------------------------------------------------------------
005330 4510-READ-GLHIST.
005331     READ GL-HIST-FILE
005332         AT END
005333             SET END-OF-FILE-IN TO TRUE
005334     END-READ.
005335 4510-EXIT.
005336     EXIT.
005337*----------------------------------------------------------------
005338* 4520-READ-GLFILE  -  READ THE NEXT LINE OF THE DAY'S EXTRACT.
005339*----------------------------------------------------------------
005340 4520-READ-GLFILE.
005341     READ GL-EXTRACT-FILE
005342         AT END
005343             SET END-OF-FILE-IN TO TRUE
005344     END-READ.
005345 4520-EXIT.
005346     EXIT.
005347*----------------------------------------------------------------
005348* 4530-READ-GLHWRK  -  READ THE NEXT LEDGER HISTORY WORK LINE.
005349*----------------------------------------------------------------
005350 4530-READ-GLHWRK.
005351     READ GL-HWRK-FILE
005352         AT END
005353             SET END-OF-FILE-IN TO TRUE
005354     END-READ.
005355 4530-EXIT.
005356     EXIT.
005357 END PROGRAM GLEXTR.
