000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CODEGEN.
000030 AUTHOR.        D HOLLIS.
000040 INSTALLATION.  SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   10/15/2026  DH  ORIGINAL INSTALLATION.  BATCH CODE GENERATOR
000100*                   FOR THE ISSUED-CODE REGISTRY (CODEREG).  THE
000110*                   OPERATOR KEYS A PREFIX, A STARTING SEQUENCE,
000120*                   AND HOW MANY CODES ARE WANTED; EACH CODE IS
000130*                   THE PREFIX, A SIX-DIGIT SEQUENCE, AND THE
000140*                   MOD-10 CHECK DIGIT THE BATCH CHECKER
000150*                   (PROGRAM4) VALIDATES, BUILT BY THE SAME RULE.
000160*                   A CODE ALREADY ON THE REGISTRY, ACTIVE OR
000170*                   RETIRED, IS SKIPPED AND THE SEQUENCE MOVES ON
000180*                   UNTIL THE COUNT IS MET.  NEW CODES ARE
000190*                   REGISTERED ACTIVE WITH TODAY'S ISSUE DATE AND
000200*                   WRITTEN TO THE LABEL FILE (CODELBL) FOR THE
000210*                   PRINTER, WITH A LISTING ON CODEGRPT.  THE RUN
000220*                   IS CHECKPOINTED CODE BY CODE (CODEGCKP); AN
000230*                   INTERRUPTED RANGE MUST BE FINISHED BEFORE A
000240*                   NEW ONE IS TAKEN, SO NO RANGE IS EVER LEFT
000250*                   HALF REGISTERED.
000252*   10/15/2026  DH  KEEP THE IN-FLIGHT CODE'S ISSUE DATE AND
000253*                   WHETHER ITS LABEL IS WRITTEN ON THE
000254*                   CHECKPOINT, SO A RESTART ON A LATER DAY STILL
000255*                   FINISHES THAT CODE AND A LABEL ALREADY
000256*                   WRITTEN IS NOT PRINTED AGAIN.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CODE-REG-FILE ASSIGN TO "CODEREG"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CR-CODE
000340         FILE STATUS IS WS-CODEREG-STATUS.
000350     SELECT CODE-CKP-FILE ASSIGN TO "CODEGCKP"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CODEGCKP-STATUS.
000380     SELECT CODE-LBL-FILE ASSIGN TO "CODELBL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CODELBL-STATUS.
000410     SELECT CODE-GEN-RPT-FILE ASSIGN TO "CODEGRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CODEGRPT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CODE-REG-FILE.
000470     COPY CODEREG.
000480*----------------------------------------------------------------
000490* CODEGCKP HOLDS ONE RECORD WHILE A RANGE IS BEING GENERATED AND
000500* IS EMPTIED WHEN THE RANGE FINISHES.  CK-NEXT-SEQ IS THE NEXT
000510* SEQUENCE TO TRY; CK-IN-FLIGHT IS "Y" FROM JUST BEFORE A CODE IS
000520* REGISTERED UNTIL ITS LABEL IS WRITTEN, SO A RESTART KNOWS THAT
000530* CODE MAY ALREADY BE ON THE REGISTRY FROM THIS SAME RANGE.
000532* CK-FLIGHT-DATE IS THE ISSUE DATE THAT CODE WAS REGISTERED WITH,
000534* AND CK-LABEL-DONE IS "Y" ONCE ITS LABEL IS WRITTEN, SO A RESTART
000536* NEITHER SKIPS IT NOR PRINTS ITS LABEL TWICE.
000540*----------------------------------------------------------------
000550 FD  CODE-CKP-FILE.
000560 01  CODE-CKP-RECORD.
000570     05  CK-PREFIX              PIC X(20).
000580     05  CK-PREFIX-LEN          PIC 9(2).
000590     05  CK-START-SEQ           PIC 9(6).
000600     05  CK-WANTED              PIC 9(4).
000610     05  CK-NEXT-SEQ            PIC 9(6).
000620     05  CK-ISSUED              PIC 9(4).
000630     05  CK-SKIPPED             PIC 9(6).
000640     05  CK-RUN-DATE            PIC 9(8).
000650     05  CK-IN-FLIGHT           PIC X(1).
000653     05  CK-FLIGHT-DATE         PIC 9(8).
000656     05  CK-LABEL-DONE          PIC X(1).
000660 FD  CODE-LBL-FILE.
000670 01  CODE-LBL-RECORD.
000680     05  LB-CODE                PIC X(27).
000690     05  FILLER                 PIC X(2).
000700     05  LB-ISSUE-DATE          PIC 9999/99/99.
000710 FD  CODE-GEN-RPT-FILE.
000720 01  CODE-GEN-RPT-RECORD        PIC X(80).
000730 WORKING-STORAGE SECTION.
000740 01  WS-CODEREG-STATUS          PIC X(2).
000750 01  WS-CODEGCKP-STATUS         PIC X(2).
000760 01  WS-CODELBL-STATUS          PIC X(2).
000770 01  WS-CODEGRPT-STATUS         PIC X(2).
000780 01  WS-RESTART-FLAG            PIC X VALUE "N".
000790     88  WS-IS-RESTART          VALUE "Y".
000800 01  WS-RANGE-DONE              PIC X VALUE "N".
000810     88  WS-RANGE-FINISHED      VALUE "Y".
000820 01  WS-FAIL-FLAG               PIC X VALUE "N".
000830     88  WS-RUN-FAILED          VALUE "Y".
000840 01  WS-RAW-PREFIX              PIC X(80).
000850 01  WS-PREFIX                  PIC X(20).
000860 01  WS-PREFIX-LEN              PIC 9(2) VALUE 0.
000870 01  WS-CHAR-POS                PIC 9(2) VALUE 1.
000880 01  WS-NUM-ENTRY               PIC X(10).
000890 01  WS-NUM-CHECK               PIC 9(9).
000900 01  WS-START-SEQ               PIC 9(6) VALUE 0.
000910 01  WS-WANTED                  PIC 9(4) VALUE 0.
000920 01  WS-NEXT-SEQ                PIC 9(6) VALUE 0.
000930 01  WS-NEXT-SEQ-X REDEFINES WS-NEXT-SEQ
000940                                PIC X(6).
000950 01  WS-ISSUED                  PIC 9(4) VALUE 0.
000960 01  WS-SKIPPED                 PIC 9(6) VALUE 0.
000970 01  WS-RUN-DATE                PIC 9(8) VALUE 0.
000980 01  WS-IN-FLIGHT               PIC X VALUE "N".
000983 01  WS-FLIGHT-DATE             PIC 9(8) VALUE 0.
000986 01  WS-LABEL-DONE              PIC X VALUE "N".
000990 01  WS-NORMALIZED              PIC X(80).
001000 01  WS-NORM-LEN                PIC 9(2) VALUE 0.
001010 01  WS-ALPHAS                  PIC X(26)
001020     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001030 01  WS-CKD-POS                 PIC S9(3) VALUE 0.
001040 01  WS-CKD-CHAR                PIC X(1).
001050 01  WS-CKD-VAL                 PIC 9(2) VALUE 0.
001060 01  WS-CKD-SUM                 PIC 9(4) VALUE 0.
001070 01  WS-CKD-DOUBLE              PIC X VALUE "N".
001080 01  WS-CKD-EXPECT              PIC 9(1) VALUE 0.
001090 01  WS-ALPHA-IDX               PIC 9(2) VALUE 0.
001100 01  WS-TODAY-STAMP             PIC X(21).
001110 01  WS-TODAY-DATE              PIC 9(8) VALUE 0.
001120 01  WS-EDIT-COUNT              PIC ZZZZZ9.
001130 01  WS-EDIT-SEQ                PIC 9(6).
001140 01  WS-YN-PROMPT               PIC X(40).
001150 01  WS-YN-ANSWER               PIC X(1).
001160 01  WS-AUDIT-PROGRAM           PIC X(8) VALUE "CODEGEN ".
001170 01  WS-AUDIT-MESSAGE           PIC X(60).
001180 PROCEDURE DIVISION.
001190*----------------------------------------------------------------
001200* 0000-MAINLINE  -  RESUME AN INTERRUPTED RANGE OR TAKE A NEW
001210*                   ONE, GENERATE IT, AND CLEAR THE CHECKPOINT
001220*                   ONCE EVERY CODE IN IT IS ISSUED.
001230*----------------------------------------------------------------
001240 0000-MAINLINE.
001250     DISPLAY "[BATCH CODE GENERATOR]"
001260     MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
001270     MOVE FUNCTION NUMVAL(WS-TODAY-STAMP (1:8))
001280         TO WS-TODAY-DATE
001290     PERFORM 1000-LOAD-CHECKPOINT THRU 1000-EXIT
001300     IF WS-IS-RESTART
001310         PERFORM 1100-CONFIRM-RESUME THRU 1100-EXIT
001320     ELSE
001330         PERFORM 2000-GET-RANGE THRU 2000-EXIT
001340     END-IF
001350     IF WS-WANTED = 0
001360         DISPLAY "Nothing generated."
001370         GOBACK
001380     END-IF
001390     PERFORM 2900-OPEN-FILES THRU 2900-EXIT
001400     PERFORM 3000-ISSUE-ONE-CODE THRU 3000-EXIT
001410         UNTIL WS-RANGE-FINISHED
001420     IF WS-RUN-FAILED
001430         CLOSE CODE-REG-FILE
001440         CLOSE CODE-LBL-FILE
001450         CLOSE CODE-GEN-RPT-FILE
001460         DISPLAY "The checkpoint is kept - rerun to finish the "
001470             "range."
001480         MOVE 16 TO RETURN-CODE
001490         GOBACK
001500     END-IF
001510     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
001520     CLOSE CODE-REG-FILE
001530     CLOSE CODE-LBL-FILE
001540     CLOSE CODE-GEN-RPT-FILE
001550     PERFORM 8900-CLEAR-CHECKPOINT THRU 8900-EXIT
001560     GOBACK.
001570*----------------------------------------------------------------
001580* 1000-LOAD-CHECKPOINT  -  A CHECKPOINT RECORD ON FILE MEANS THE
001590*                          LAST RANGE WAS INTERRUPTED; PICK UP
001600*                          ITS PARAMETERS AND PROGRESS.
001610*----------------------------------------------------------------
001620 1000-LOAD-CHECKPOINT.
001630     OPEN INPUT CODE-CKP-FILE
001640     IF WS-CODEGCKP-STATUS = "35"
001650         GO TO 1000-EXIT
001660     END-IF
001670     READ CODE-CKP-FILE
001680         AT END
001690             CONTINUE
001700         NOT AT END
001710             IF CK-WANTED IS NUMERIC AND CK-WANTED > 0
001720                 MOVE "Y" TO WS-RESTART-FLAG
001730                 MOVE CK-PREFIX TO WS-PREFIX
001740                 MOVE CK-PREFIX-LEN TO WS-PREFIX-LEN
001750                 MOVE CK-START-SEQ TO WS-START-SEQ
001760                 MOVE CK-WANTED TO WS-WANTED
001770                 MOVE CK-NEXT-SEQ TO WS-NEXT-SEQ
001780                 MOVE CK-ISSUED TO WS-ISSUED
001790                 MOVE CK-SKIPPED TO WS-SKIPPED
001800                 MOVE CK-RUN-DATE TO WS-RUN-DATE
001810                 MOVE CK-IN-FLIGHT TO WS-IN-FLIGHT
001813                 MOVE CK-FLIGHT-DATE TO WS-FLIGHT-DATE
001816                 MOVE CK-LABEL-DONE TO WS-LABEL-DONE
001820             END-IF
001830     END-READ
001840     CLOSE CODE-CKP-FILE.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880* 1100-CONFIRM-RESUME  -  SHOW THE INTERRUPTED RANGE AND FINISH
001890*                         IT.  A NEW RANGE IS NOT TAKEN UNTIL
001900*                         THIS ONE IS COMPLETE.
001910*----------------------------------------------------------------
001920 1100-CONFIRM-RESUME.
001930     DISPLAY "An interrupted run is pending:"
001940     DISPLAY "  Prefix         : " WS-PREFIX (1:WS-PREFIX-LEN)
001950     DISPLAY "  Starting seq   : " WS-START-SEQ
001960     DISPLAY "  Codes wanted   : " WS-WANTED
001970     DISPLAY "  Issued so far  : " WS-ISSUED
001980     DISPLAY "  Next sequence  : " WS-NEXT-SEQ
001990     MOVE "Finish this run now?" TO WS-YN-PROMPT
002000     CALL "YESNOCHK" USING WS-YN-PROMPT WS-YN-ANSWER
002010         WS-AUDIT-PROGRAM
002020     IF WS-YN-ANSWER NOT = "Y"
002030         DISPLAY "The interrupted run must be finished before "
002040             "a new range can be generated."
002050         MOVE 0 TO WS-WANTED
002060         GO TO 1100-EXIT
002070     END-IF
002080     MOVE SPACES TO WS-AUDIT-MESSAGE
002090     STRING "RESUMED RANGE " DELIMITED BY SIZE
002100         WS-PREFIX (1:WS-PREFIX-LEN) DELIMITED BY SIZE
002110         " AT " DELIMITED BY SIZE
002120         WS-NEXT-SEQ-X DELIMITED BY SIZE
002130         INTO WS-AUDIT-MESSAGE
002140     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
002150 1100-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* 2000-GET-RANGE  -  TAKE THE PREFIX, STARTING SEQUENCE, AND
002190*                    COUNT FOR A NEW RANGE.  THE PREFIX IS
002200*                    NORMALIZED THE WAY THE CHECKER NORMALIZES
002210*                    CODES - LETTERS AND DIGITS ONLY, FOLDED TO
002220*                    UPPER CASE.
002230*----------------------------------------------------------------
002240 2000-GET-RANGE.
002250     MOVE 0 TO WS-WANTED
002260     DISPLAY "Prefix (letters/digits, up to 20, blank to exit): "
002270         WITH NO ADVANCING
002280     MOVE SPACES TO WS-RAW-PREFIX
002290     ACCEPT WS-RAW-PREFIX
002300     IF WS-RAW-PREFIX = SPACES
002310         GO TO 2000-EXIT
002320     END-IF
002330     PERFORM 2100-NORMALIZE-PREFIX THRU 2100-EXIT
002340     IF WS-PREFIX-LEN = 0 OR WS-PREFIX-LEN > 20
002350         DISPLAY "The prefix must have 1 to 20 letters or digits."
002360         GO TO 2000-EXIT
002370     END-IF
002380     DISPLAY "Starting sequence (0-999999): " WITH NO ADVANCING
002390     MOVE SPACES TO WS-NUM-ENTRY
002400     ACCEPT WS-NUM-ENTRY
002410     MOVE FUNCTION NUMVAL(WS-NUM-ENTRY) TO WS-NUM-CHECK
002420     IF WS-NUM-CHECK > 999999
002430         DISPLAY "The sequence must be 0 to 999999."
002440         GO TO 2000-EXIT
002450     END-IF
002460     MOVE WS-NUM-CHECK TO WS-START-SEQ
002470     DISPLAY "Number of codes (1-9999): " WITH NO ADVANCING
002480     MOVE SPACES TO WS-NUM-ENTRY
002490     ACCEPT WS-NUM-ENTRY
002500     MOVE FUNCTION NUMVAL(WS-NUM-ENTRY) TO WS-NUM-CHECK
002510     IF WS-NUM-CHECK = 0 OR WS-NUM-CHECK > 9999
002520         DISPLAY "The count must be 1 to 9999."
002530         GO TO 2000-EXIT
002540     END-IF
002550     IF WS-START-SEQ + WS-NUM-CHECK - 1 > 999999
002560         DISPLAY "That range runs past sequence 999999."
002570         GO TO 2000-EXIT
002580     END-IF
002590     MOVE SPACES TO WS-YN-PROMPT
002600     STRING "Generate " DELIMITED BY SIZE
002610         WS-NUM-ENTRY DELIMITED BY SPACE
002620         " codes for " DELIMITED BY SIZE
002630         WS-PREFIX (1:WS-PREFIX-LEN) DELIMITED BY SIZE
002640         "?" DELIMITED BY SIZE
002650         INTO WS-YN-PROMPT
002660     CALL "YESNOCHK" USING WS-YN-PROMPT WS-YN-ANSWER
002670         WS-AUDIT-PROGRAM
002680     IF WS-YN-ANSWER NOT = "Y"
002690         GO TO 2000-EXIT
002700     END-IF
002710     MOVE WS-NUM-CHECK TO WS-WANTED
002720     MOVE WS-START-SEQ TO WS-NEXT-SEQ
002730     MOVE 0 TO WS-ISSUED
002740     MOVE 0 TO WS-SKIPPED
002750     MOVE WS-TODAY-DATE TO WS-RUN-DATE
002760     MOVE "N" TO WS-IN-FLIGHT
002763     MOVE 0 TO WS-FLIGHT-DATE
002766     MOVE "N" TO WS-LABEL-DONE
002770     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
002780     MOVE SPACES TO WS-AUDIT-MESSAGE
002790     STRING "STARTED RANGE " DELIMITED BY SIZE
002800         WS-PREFIX (1:WS-PREFIX-LEN) DELIMITED BY SIZE
002810         " AT " DELIMITED BY SIZE
002820         WS-NEXT-SEQ-X DELIMITED BY SIZE
002830         " COUNT " DELIMITED BY SIZE
002840         WS-NUM-ENTRY DELIMITED BY SPACE
002850         INTO WS-AUDIT-MESSAGE
002860     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
002870 2000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900* 2100-NORMALIZE-PREFIX  -  FOLD THE KEYED PREFIX TO UPPER CASE
002910*                           AND KEEP ONLY ITS LETTERS AND DIGITS.
002920*----------------------------------------------------------------
002930 2100-NORMALIZE-PREFIX.
002940     MOVE SPACES TO WS-PREFIX
002950     MOVE 0 TO WS-PREFIX-LEN
002960     INSPECT WS-RAW-PREFIX CONVERTING
002970         "abcdefghijklmnopqrstuvwxyz"
002980         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002990     PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
003000             UNTIL WS-CHAR-POS > 80
003010         IF (WS-RAW-PREFIX (WS-CHAR-POS:1) >= "A" AND
003020                 WS-RAW-PREFIX (WS-CHAR-POS:1) <= "Z") OR
003030             (WS-RAW-PREFIX (WS-CHAR-POS:1) >= "0" AND
003040                 WS-RAW-PREFIX (WS-CHAR-POS:1) <= "9")
003050             ADD 1 TO WS-PREFIX-LEN
003060             IF WS-PREFIX-LEN <= 20
003070                 MOVE WS-RAW-PREFIX (WS-CHAR-POS:1)
003080                     TO WS-PREFIX (WS-PREFIX-LEN:1)
003090             END-IF
003100         END-IF
003110     END-PERFORM.
003120 2100-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150* 2900-OPEN-FILES  -  OPEN THE REGISTRY (CREATING IT EMPTY WHEN
003160*                     IT DOES NOT EXIST YET), THE LABEL FILE, AND
003170*                     THE LISTING.  A RESUMED RUN ADDS TO THE
003180*                     LABELS AND LISTING ALREADY WRITTEN.
003190*----------------------------------------------------------------
003200 2900-OPEN-FILES.
003210     OPEN I-O CODE-REG-FILE
003220     IF WS-CODEREG-STATUS = "35"
003230         OPEN OUTPUT CODE-REG-FILE
003240         CLOSE CODE-REG-FILE
003250         OPEN I-O CODE-REG-FILE
003260     END-IF
003270     IF WS-IS-RESTART
003280         OPEN EXTEND CODE-LBL-FILE
003290         IF WS-CODELBL-STATUS = "35"
003300             OPEN OUTPUT CODE-LBL-FILE
003310         END-IF
003320         OPEN EXTEND CODE-GEN-RPT-FILE
003330         IF WS-CODEGRPT-STATUS = "35"
003340             OPEN OUTPUT CODE-GEN-RPT-FILE
003350         END-IF
003360         MOVE SPACES TO CODE-GEN-RPT-RECORD
003370         STRING "RESUMED AT SEQUENCE " WS-NEXT-SEQ-X
003380             DELIMITED BY SIZE INTO CODE-GEN-RPT-RECORD
003390         WRITE CODE-GEN-RPT-RECORD
003400     ELSE
003410         OPEN OUTPUT CODE-LBL-FILE
003420         OPEN OUTPUT CODE-GEN-RPT-FILE
003430         MOVE SPACES TO CODE-GEN-RPT-RECORD
003440         STRING "CODES GENERATED - PREFIX "
003450             WS-PREFIX (1:WS-PREFIX-LEN)
003460             DELIMITED BY SIZE INTO CODE-GEN-RPT-RECORD
003470         WRITE CODE-GEN-RPT-RECORD
003480         MOVE SPACES TO CODE-GEN-RPT-RECORD
003490         WRITE CODE-GEN-RPT-RECORD
003500     END-IF.
003510 2900-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 3000-ISSUE-ONE-CODE  -  BUILD THE CODE FOR THE NEXT SEQUENCE,
003550*                         SKIP IT WHEN THE REGISTRY ALREADY HAS
003560*                         IT, OTHERWISE REGISTER IT AND WRITE ITS
003570*                         LABEL.  THE CHECKPOINT IS MARKED IN
003580*                         FLIGHT BEFORE THE REGISTRY WRITE AND
003590*                         ADVANCED AFTER THE LABEL.
003600*----------------------------------------------------------------
003610 3000-ISSUE-ONE-CODE.
003620     IF WS-ISSUED >= WS-WANTED
003630         MOVE "Y" TO WS-RANGE-DONE
003640         GO TO 3000-EXIT
003650     END-IF
003660     MOVE SPACES TO WS-NORMALIZED
003670     MOVE WS-PREFIX (1:WS-PREFIX-LEN) TO WS-NORMALIZED
003680     MOVE WS-NEXT-SEQ-X
003690         TO WS-NORMALIZED (WS-PREFIX-LEN + 1:6)
003700     COMPUTE WS-NORM-LEN = WS-PREFIX-LEN + 6
003710     PERFORM 3400-COMPUTE-CHECK-DIGIT THRU 3400-EXIT
003720     ADD 1 TO WS-NORM-LEN
003730     MOVE WS-CKD-EXPECT TO WS-NORMALIZED (WS-NORM-LEN:1)
003740     MOVE WS-NORMALIZED TO CR-CODE
003750     READ CODE-REG-FILE
003760         INVALID KEY
003770             CONTINUE
003780         NOT INVALID KEY
003790             IF WS-IN-FLIGHT = "Y" AND
003800                     CR-ISSUE-DATE = WS-FLIGHT-DATE
003805                 IF WS-LABEL-DONE NOT = "Y"
003810                     PERFORM 3200-WRITE-LABEL THRU 3200-EXIT
003815                 END-IF
003820             ELSE
003830                 PERFORM 3100-SKIP-CODE THRU 3100-EXIT
003840             END-IF
003850             PERFORM 3300-NEXT-SEQUENCE THRU 3300-EXIT
003860             GO TO 3000-EXIT
003870     END-READ
003880     MOVE "Y" TO WS-IN-FLIGHT
003883     MOVE WS-TODAY-DATE TO WS-FLIGHT-DATE
003886     MOVE "N" TO WS-LABEL-DONE
003890     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
003900     MOVE WS-NORMALIZED TO CR-CODE
003910     MOVE WS-FLIGHT-DATE TO CR-ISSUE-DATE
003920     MOVE "A" TO CR-STATUS
003930     MOVE 0 TO CR-RETIRE-DATE
003940     WRITE CODE-REG-RECORD
003950         INVALID KEY
003960             DISPLAY "Registry write failed - status "
003970                 WS-CODEREG-STATUS " - run stopped."
003980             MOVE SPACES TO WS-AUDIT-MESSAGE
003990             STRING "REGISTRY WRITE FAILED, STATUS "
004000                 DELIMITED BY SIZE
004010                 WS-CODEREG-STATUS DELIMITED BY SIZE
004020                 ", RANGE LEFT FOR RESTART" DELIMITED BY SIZE
004030                 INTO WS-AUDIT-MESSAGE
004040             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
004050                 WS-AUDIT-MESSAGE
004060             MOVE "Y" TO WS-FAIL-FLAG
004070             MOVE "Y" TO WS-RANGE-DONE
004080             GO TO 3000-EXIT
004090     END-WRITE
004100     PERFORM 3200-WRITE-LABEL THRU 3200-EXIT
004103     MOVE "Y" TO WS-LABEL-DONE
004106     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
004110     PERFORM 3300-NEXT-SEQUENCE THRU 3300-EXIT.
004120 3000-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150* 3100-SKIP-CODE  -  LIST A CODE THE REGISTRY ALREADY HOLDS.
004160*----------------------------------------------------------------
004170 3100-SKIP-CODE.
004180     ADD 1 TO WS-SKIPPED
004190     MOVE SPACES TO CODE-GEN-RPT-RECORD
004200     STRING WS-NORMALIZED (1:WS-NORM-LEN)
004210         "  - SKIPPED, ALREADY IN REGISTRY"
004220         DELIMITED BY SIZE INTO CODE-GEN-RPT-RECORD
004230     WRITE CODE-GEN-RPT-RECORD.
004240 3100-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 3200-WRITE-LABEL  -  WRITE THE NEW CODE'S LABEL AND LIST IT.
004280*----------------------------------------------------------------
004290 3200-WRITE-LABEL.
004300     ADD 1 TO WS-ISSUED
004310     MOVE SPACES TO CODE-LBL-RECORD
004320     MOVE WS-NORMALIZED (1:WS-NORM-LEN) TO LB-CODE
004330     MOVE CR-ISSUE-DATE TO LB-ISSUE-DATE
004340     WRITE CODE-LBL-RECORD
004350     MOVE SPACES TO CODE-GEN-RPT-RECORD
004360     STRING WS-NORMALIZED (1:WS-NORM-LEN)
004370         "  - ISSUED" DELIMITED BY SIZE
004380         INTO CODE-GEN-RPT-RECORD
004390     WRITE CODE-GEN-RPT-RECORD.
004400 3200-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 3300-NEXT-SEQUENCE  -  STEP TO THE NEXT SEQUENCE AND RECORD
004440*                        THE PROGRESS.  THE RANGE ENDS WHEN THE
004450*                        COUNT IS MET, LEAVING WS-NEXT-SEQ ON THE
004460*                        LAST SEQUENCE USED; RUNNING OFF THE END
004470*                        OF THE SEQUENCE ENDS IT SHORT.
004480*----------------------------------------------------------------
004490 3300-NEXT-SEQUENCE.
004500     MOVE "N" TO WS-IN-FLIGHT
004510     IF WS-ISSUED >= WS-WANTED
004520         MOVE "Y" TO WS-RANGE-DONE
004530         GO TO 3300-EXIT
004540     END-IF
004550     IF WS-NEXT-SEQ = 999999
004560         IF WS-ISSUED < WS-WANTED
004570             DISPLAY "Sequence 999999 reached - range ended "
004580                 "short."
004590         END-IF
004600         MOVE "Y" TO WS-RANGE-DONE
004610         GO TO 3300-EXIT
004620     END-IF
004630     ADD 1 TO WS-NEXT-SEQ
004640     PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT.
004650 3300-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680* 3400-COMPUTE-CHECK-DIGIT  -  THE MOD-10 CHECK DIGIT FOR THE
004690*                              FIRST WS-NORM-LEN CHARACTERS OF
004700*                              WS-NORMALIZED, BY THE RULE THE
004710*                              CHECKER VALIDATES - FROM THE
004720*                              RIGHT, DIGITS AT FACE VALUE,
004730*                              LETTERS AS A=1 THROUGH Z=26, EVERY
004740*                              SECOND VALUE DOUBLED WITH NINES
004750*                              CAST OUT, STARTING WITH THE
004760*                              RIGHTMOST.
004770*----------------------------------------------------------------
004780 3400-COMPUTE-CHECK-DIGIT.
004790     MOVE 0 TO WS-CKD-SUM
004800     MOVE "Y" TO WS-CKD-DOUBLE
004810     PERFORM VARYING WS-CKD-POS FROM WS-NORM-LEN BY -1
004820             UNTIL WS-CKD-POS < 1
004830         PERFORM 3410-CHAR-VALUE THRU 3410-EXIT
004840         IF WS-CKD-DOUBLE = "Y"
004850             COMPUTE WS-CKD-VAL = WS-CKD-VAL * 2
004860             IF WS-CKD-VAL > 9
004870                 SUBTRACT 9 FROM WS-CKD-VAL
004880             END-IF
004890             MOVE "N" TO WS-CKD-DOUBLE
004900         ELSE
004910             MOVE "Y" TO WS-CKD-DOUBLE
004920         END-IF
004930         ADD WS-CKD-VAL TO WS-CKD-SUM
004940     END-PERFORM
004950     COMPUTE WS-CKD-EXPECT =
004960         FUNCTION MOD (10 - FUNCTION MOD
004970         (WS-CKD-SUM, 10), 10).
004980 3400-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* 3410-CHAR-VALUE  -  VALUE OF ONE CHARACTER AT WS-CKD-POS -
005020*                     DIGITS AS THEMSELVES, LETTERS AS THEIR
005030*                     POSITION IN THE ALPHABET.
005040*----------------------------------------------------------------
005050 3410-CHAR-VALUE.
005060     MOVE WS-NORMALIZED (WS-CKD-POS:1) TO WS-CKD-CHAR
005070     IF WS-CKD-CHAR >= "0" AND WS-CKD-CHAR <= "9"
005080         COMPUTE WS-CKD-VAL =
005090             FUNCTION NUMVAL (WS-CKD-CHAR)
005100     ELSE
005110         MOVE 0 TO WS-CKD-VAL
005120         PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
005130             UNTIL WS-ALPHA-IDX > 26
005140             IF WS-ALPHAS (WS-ALPHA-IDX:1) = WS-CKD-CHAR
005150                 MOVE WS-ALPHA-IDX TO WS-CKD-VAL
005160                 EXIT PERFORM
005170             END-IF
005180         END-PERFORM
005190     END-IF.
005200 3410-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 4000-WRITE-SUMMARY  -  TOTALS AT THE FOOT OF THE LISTING, AND
005240*                        THE AUDIT ENTRY FOR THE RANGE.
005250*----------------------------------------------------------------
005260 4000-WRITE-SUMMARY.
005270     MOVE SPACES TO CODE-GEN-RPT-RECORD
005280     WRITE CODE-GEN-RPT-RECORD
005290     MOVE WS-ISSUED TO WS-EDIT-COUNT
005300     MOVE SPACES TO CODE-GEN-RPT-RECORD
005310     STRING "  CODES ISSUED       : " WS-EDIT-COUNT
005320         DELIMITED BY SIZE INTO CODE-GEN-RPT-RECORD
005330     WRITE CODE-GEN-RPT-RECORD
005340     DISPLAY CODE-GEN-RPT-RECORD
005350     MOVE WS-SKIPPED TO WS-EDIT-COUNT
005360     MOVE SPACES TO CODE-GEN-RPT-RECORD
005370     STRING "  ALREADY IN REGISTRY: " WS-EDIT-COUNT
005380         DELIMITED BY SIZE INTO CODE-GEN-RPT-RECORD
005390     WRITE CODE-GEN-RPT-RECORD
005400     DISPLAY CODE-GEN-RPT-RECORD
005410     MOVE WS-NEXT-SEQ TO WS-EDIT-SEQ
005420     MOVE SPACES TO CODE-GEN-RPT-RECORD
005430     STRING "  LAST SEQUENCE      : " WS-EDIT-SEQ
005440         DELIMITED BY SIZE INTO CODE-GEN-RPT-RECORD
005450     WRITE CODE-GEN-RPT-RECORD
005460     DISPLAY "Labels written to CODELBL, listing to CODEGRPT."
005470     MOVE WS-ISSUED TO WS-EDIT-COUNT
005480     MOVE SPACES TO WS-AUDIT-MESSAGE
005490     STRING "RANGE " DELIMITED BY SIZE
005500         WS-PREFIX (1:WS-PREFIX-LEN) DELIMITED BY SIZE
005510         " COMPLETE, ISSUED " DELIMITED BY SIZE
005520         WS-EDIT-COUNT DELIMITED BY SIZE
005530         " THRU SEQ " DELIMITED BY SIZE
005540         WS-NEXT-SEQ-X DELIMITED BY SIZE
005550         INTO WS-AUDIT-MESSAGE
005560     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-MESSAGE.
005570 4000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 8000-WRITE-CHECKPOINT  -  REWRITE THE ONE-RECORD CHECKPOINT
005610*                           WITH THE RANGE AND ITS PROGRESS.
005620*----------------------------------------------------------------
005630 8000-WRITE-CHECKPOINT.
005640     OPEN OUTPUT CODE-CKP-FILE
005650     MOVE WS-PREFIX TO CK-PREFIX
005660     MOVE WS-PREFIX-LEN TO CK-PREFIX-LEN
005670     MOVE WS-START-SEQ TO CK-START-SEQ
005680     MOVE WS-WANTED TO CK-WANTED
005690     MOVE WS-NEXT-SEQ TO CK-NEXT-SEQ
005700     MOVE WS-ISSUED TO CK-ISSUED
005710     MOVE WS-SKIPPED TO CK-SKIPPED
005720     MOVE WS-RUN-DATE TO CK-RUN-DATE
005730     MOVE WS-IN-FLIGHT TO CK-IN-FLIGHT
005733     MOVE WS-FLIGHT-DATE TO CK-FLIGHT-DATE
005736     MOVE WS-LABEL-DONE TO CK-LABEL-DONE
005740     WRITE CODE-CKP-RECORD
005750     CLOSE CODE-CKP-FILE.
005760 8000-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 8900-CLEAR-CHECKPOINT  -  THE RANGE FINISHED, SO EMPTY THE
005800*                           CHECKPOINT FOR THE NEXT ONE.
005810*----------------------------------------------------------------
005820 8900-CLEAR-CHECKPOINT.
005830     OPEN OUTPUT CODE-CKP-FILE
005840     CLOSE CODE-CKP-FILE.
005850 8900-EXIT.
005860     EXIT.
005870 END PROGRAM CODEGEN.
