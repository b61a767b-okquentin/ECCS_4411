000160*                   NEVER KEYED HERE - SO THE BALANCE ALWAYS
000170*                   TIES TO THE ARJRNL JOURNAL.  EVERY CHANGE IS
000180*                   LOGGED TO THE SHARED AUDIT LOG.
000182*   10/15/2026  DH  CARRY A TAX EXEMPTION CERTIFICATE AND ITS
000184*                   EXPIRY DATE ON THE ACCOUNT. TAKEN ON AN ADD,
000186*                   CHANGED OR REMOVED ON A CHANGE WITH THE OLD
000188*                   AND NEW VALUES LOGGED, AND SHOWN ON THE LIST.
000189*   10/15/2026  DH  WRITE EACH ADD, CHANGE AND DEACTIVATION TO THE
000190*                   KEYED CUSTOMER MASTER AS ONE RECORD, A CHANGE
000191*                   READ WITH A LOCK SO A BALANCE POSTED MEANWHILE
000192*                   IS KEPT.  THE WHOLE-FILE REWRITE IS GONE.
000193*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST"
000234         ORGANIZATION IS INDEXED
000238         ACCESS MODE IS DYNAMIC
000242         RECORD KEY IS CU-CUST-ID
000246         LOCK MODE IS MANUAL
000250         FILE STATUS IS WS-CUSTMST-STATUS.
000260 DATA DIVISION.
000270 FILE SECTION.
000290     COPY CUSTMST.
000300 WORKING-STORAGE SECTION.
000310 01  WS-CUSTMST-STATUS           PIC X(2).
000315     88  WS-CUST-IS-LOCKED       VALUE "51".
000320 01  WS-CUSTMST-EOF              PIC X VALUE "N".
000330     88  END-OF-CUSTMST          VALUE "Y".
000331 01  WS-POST-MODE                PIC X(1).
000332     88  WS-POST-IS-ADD          VALUE "A".
000333 01  WS-POST-OK                  PIC X(1).
000334     88  WS-POST-IS-OK           VALUE "Y".
000335 01  WS-POST-STATUS              PIC X(2).
000336 01  WS-READ-DONE                PIC X(1).
000337     88  WS-READ-IS-DONE         VALUE "Y".
000340 01  WS-ACTION                   PIC X(1).
000350     88  WS-ACTION-ADD           VALUE "A".
000360     88  WS-ACTION-CHANGE        VALUE "C".
000460         10  WS-TBL-LIMIT        PIC 9(7)V99.
000470         10  WS-TBL-BALANCE      PIC S9(7)V99.
000480         10  WS-TBL-FLAG         PIC X(1).
000483         10  WS-TBL-CERT         PIC X(15).
000486         10  WS-TBL-EXPIRY       PIC 9(8).
000490 01  WS-FOUND-IDX                PIC 9(3) VALUE 0.
000500 01  WS-SCAN-IDX                 PIC 9(3) VALUE 0.
000510 01  WS-WORK-ID                  PIC X(6).
000520 01  WS-WORK-NAME                PIC X(25).
000530 01  WS-WORK-PHONE               PIC X(12).
000540 01  WS-WORK-LIMIT               PIC 9(7)V99.
000541 01  WS-WORK-CERT                PIC X(15).
000542 01  WS-WORK-EXPIRY              PIC 9(8).
000543 01  WS-WORK-EXPIRY-X REDEFINES WS-WORK-EXPIRY.
000544     05  WS-EXP-YEAR             PIC 9(4).
000545     05  WS-EXP-MONTH            PIC 9(2).
000546     05  WS-EXP-DAY              PIC 9(2).
000547 01  WS-EXEMPT-CHANGED           PIC X VALUE "N".
000548     88  EXEMPTION-CHANGED       VALUE "Y".
000550 01  WS-EDIT-LIMIT               PIC 9(7).99.
000560 01  WS-EDIT-BALANCE             PIC -(7)9.99.
000570 01  WS-CONFIRM                  PIC X(1).
000610 PROCEDURE DIVISION.
000620*----------------------------------------------------------------
000630* 0000-MAINLINE  -  LOAD THE MASTER, TAKE MAINTENANCE ACTIONS
000640*                   UNTIL THE OPERATOR EXITS.  EACH ACCOUNT IS
000650*                   WRITTEN TO THE MASTER AS IT IS CHANGED.
000660*----------------------------------------------------------------
000670 0000-MAINLINE.
000680     DISPLAY "[HOUSE CHARGE CUSTOMER MAINTENANCE]"
000930                     TO WS-TBL-BALANCE (WS-CUST-COUNT)
000940                 MOVE CU-ACTIVE-FLAG
000950                     TO WS-TBL-FLAG (WS-CUST-COUNT)
000951                 MOVE CU-EXEMPT-CERT
000952                     TO WS-TBL-CERT (WS-CUST-COUNT)
000953                 IF CU-EXEMPT-EXPIRY IS NUMERIC
000954                     MOVE CU-EXEMPT-EXPIRY
000955                         TO WS-TBL-EXPIRY (WS-CUST-COUNT)
000956                 ELSE
000957                     MOVE 0 TO WS-TBL-EXPIRY (WS-CUST-COUNT)
000958                 END-IF
000960             ELSE
000970                 DISPLAY "Customer table full - skipped: "
000980                     CU-CUST-ID
001070* 0510-READ-CUSTMST  -  READ THE NEXT CUSTOMER RECORD.
001080*----------------------------------------------------------------
001090 0510-READ-CUSTMST.
001100     READ CUSTOMER-FILE NEXT RECORD
001110         AT END
001120             SET END-OF-CUSTMST TO TRUE
001130     END-READ.
001560             MOVE SPACES TO WS-WORK-PHONE
001570             ACCEPT WS-WORK-PHONE
001580             PERFORM 6200-GET-LIMIT THRU 6200-EXIT
001585             PERFORM 6300-GET-EXEMPTION THRU 6300-EXIT
001590             ADD 1 TO WS-CUST-COUNT
001600             MOVE WS-WORK-ID TO WS-TBL-ID (WS-CUST-COUNT)
001610             MOVE WS-WORK-NAME TO WS-TBL-NAME (WS-CUST-COUNT)
001630             MOVE WS-WORK-LIMIT TO WS-TBL-LIMIT (WS-CUST-COUNT)
001640             MOVE ZERO TO WS-TBL-BALANCE (WS-CUST-COUNT)
001650             MOVE "A" TO WS-TBL-FLAG (WS-CUST-COUNT)
001653             MOVE WS-WORK-CERT TO WS-TBL-CERT (WS-CUST-COUNT)
001656             MOVE WS-WORK-EXPIRY TO WS-TBL-EXPIRY (WS-CUST-COUNT)
001660             MOVE WS-WORK-LIMIT TO WS-EDIT-LIMIT
001670             MOVE SPACES TO WS-AUDIT-MESSAGE
001680             STRING "ADDED CUSTOMER " DELIMITED BY SIZE
001720                 INTO WS-AUDIT-MESSAGE
001730             CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001740                 WS-AUDIT-MESSAGE
001741             IF WS-WORK-CERT NOT = SPACES
001742                 MOVE SPACES TO WS-AUDIT-MESSAGE
001743                 STRING "EXEMPT CERT " DELIMITED BY SIZE
001744                     WS-WORK-ID DELIMITED BY SIZE
001745                     " " DELIMITED BY SIZE
001746                     WS-WORK-CERT DELIMITED BY SIZE
001747                     " EXP " DELIMITED BY SIZE
001748                     WS-WORK-EXPIRY DELIMITED BY SIZE
001749                     INTO WS-AUDIT-MESSAGE
001750                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
001751                     WS-AUDIT-MESSAGE
001752             END-IF
001754             MOVE WS-CUST-COUNT TO WS-FOUND-IDX
001756             MOVE "A" TO WS-POST-MODE
001758             PERFORM 8000-POST-CUSTOMER THRU 8000-EXIT
001760             IF WS-POST-IS-OK
001762                 DISPLAY "Customer added."
001764             END-IF
001770         END-IF
001780     END-IF.
001790 2000-EXIT.
001830*                          LIMIT.  A BLANK OR ZERO KEEPS THE
001840*                          CURRENT VALUE.  LIMIT CHANGES ARE
001850*                          LOGGED WITH BEFORE AND AFTER VALUES.
001855*                          THE TAX EXEMPTION IS CHANGED IN 3100.
001860*----------------------------------------------------------------
001870 3000-CHANGE-CUSTOMER.
001880     PERFORM 6000-GET-CUST-ID THRU 6000-EXIT
002280                 WS-AUDIT-MESSAGE
002290             MOVE WS-WORK-LIMIT TO WS-TBL-LIMIT (WS-FOUND-IDX)
002300         END-IF
002305         PERFORM 3100-CHANGE-EXEMPTION THRU 3100-EXIT
002309         MOVE "C" TO WS-POST-MODE
002313         PERFORM 8000-POST-CUSTOMER THRU 8000-EXIT
002317         IF WS-POST-IS-OK
002321             DISPLAY "Customer updated."
002325         END-IF
002330     END-IF.
002340 3000-EXIT.
002341     EXIT.
002342*----------------------------------------------------------------
002343* 3100-CHANGE-EXEMPTION  -  CHANGE THE TAX EXEMPTION CERTIFICATE
002344*                           AND ITS EXPIRY.  A BLANK CERTIFICATE
002345*                           KEEPS THE CURRENT ONE; NONE REMOVES
002346*                           IT.  THE OLD CERTIFICATE AND EXPIRY
002347*                           ARE LOGGED BEFORE THE NEW ONES.
002348*----------------------------------------------------------------
002349 3100-CHANGE-EXEMPTION.
002350     MOVE "N" TO WS-EXEMPT-CHANGED
002351     IF WS-TBL-CERT (WS-FOUND-IDX) = SPACES
002352         DISPLAY "Exempt Cert  : (none)"
002353     ELSE
002354         DISPLAY "Exempt Cert  : " WS-TBL-CERT (WS-FOUND-IDX)
002355             " expires " WS-TBL-EXPIRY (WS-FOUND-IDX)
002356     END-IF
002357     DISPLAY "New Exempt Cert (blank keeps current, NONE "
002358         "removes): " WITH NO ADVANCING
002359     MOVE SPACES TO WS-WORK-CERT
002360     ACCEPT WS-WORK-CERT
002361     MOVE FUNCTION UPPER-CASE(WS-WORK-CERT) TO WS-WORK-CERT
002362     EVALUATE TRUE
002363         WHEN WS-WORK-CERT = SPACES
002364             IF WS-TBL-CERT (WS-FOUND-IDX) NOT = SPACES
002365                 MOVE WS-TBL-CERT (WS-FOUND-IDX) TO WS-WORK-CERT
002366                 PERFORM 6310-GET-EXPIRY THRU 6310-EXIT
002367                 IF WS-WORK-EXPIRY NOT =
002368                         WS-TBL-EXPIRY (WS-FOUND-IDX)
002369                     SET EXEMPTION-CHANGED TO TRUE
002370                 END-IF
002371             END-IF
002372         WHEN WS-WORK-CERT = "NONE"
002373             IF WS-TBL-CERT (WS-FOUND-IDX) NOT = SPACES
002374                 MOVE SPACES TO WS-WORK-CERT
002375                 MOVE 0 TO WS-WORK-EXPIRY
002376                 SET EXEMPTION-CHANGED TO TRUE
002377             END-IF
002378         WHEN OTHER
002379             PERFORM 6310-GET-EXPIRY THRU 6310-EXIT
002380             SET EXEMPTION-CHANGED TO TRUE
002381     END-EVALUATE
002382     IF NOT EXEMPTION-CHANGED
002383         GO TO 3100-EXIT
002384     END-IF
002385     MOVE SPACES TO WS-AUDIT-MESSAGE
002386     STRING "CHANGED " DELIMITED BY SIZE
002387         WS-WORK-ID DELIMITED BY SIZE
002388         " EXEMPT CERT " DELIMITED BY SIZE
002389         WS-TBL-CERT (WS-FOUND-IDX) DELIMITED BY SIZE
002390         " EXP " DELIMITED BY SIZE
002391         WS-TBL-EXPIRY (WS-FOUND-IDX) DELIMITED BY SIZE
002392         INTO WS-AUDIT-MESSAGE
002393     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002394         WS-AUDIT-MESSAGE
002395     MOVE SPACES TO WS-AUDIT-MESSAGE
002396     IF WS-WORK-CERT = SPACES
002397         STRING "REMOVED " DELIMITED BY SIZE
002398             WS-WORK-ID DELIMITED BY SIZE
002399             " EXEMPT CERT" DELIMITED BY SIZE
002400             INTO WS-AUDIT-MESSAGE
002401     ELSE
002402         STRING "EXEMPT CERT " DELIMITED BY SIZE
002403             WS-WORK-ID DELIMITED BY SIZE
002404             " " DELIMITED BY SIZE
002405             WS-WORK-CERT DELIMITED BY SIZE
002406             " EXP " DELIMITED BY SIZE
002407             WS-WORK-EXPIRY DELIMITED BY SIZE
002408             INTO WS-AUDIT-MESSAGE
002409     END-IF
002410     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002411         WS-AUDIT-MESSAGE
002412     MOVE WS-WORK-CERT TO WS-TBL-CERT (WS-FOUND-IDX)
002413     MOVE WS-WORK-EXPIRY TO WS-TBL-EXPIRY (WS-FOUND-IDX).
002414 3100-EXIT.
002415     EXIT.
002416*----------------------------------------------------------------
002417* 4000-DEACTIVATE-CUSTOMER  -  MARK AN ACCOUNT INACTIVE.  AN
002418*                              ACCOUNT STILL CARRYING A BALANCE
002419*                              IS REFUSED - COLLECT IT FIRST.
002420*----------------------------------------------------------------
002421 4000-DEACTIVATE-CUSTOMER.
002422     PERFORM 6000-GET-CUST-ID THRU 6000-EXIT
002430     PERFORM 5000-FIND-CUSTOMER THRU 5000-EXIT
002440     IF WS-FOUND-IDX = 0
002450         DISPLAY "No such customer on file: " WS-WORK-ID
002620                     INTO WS-AUDIT-MESSAGE
002630                 CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
002640                     WS-AUDIT-MESSAGE
002645                 MOVE "C" TO WS-POST-MODE
002650                 PERFORM 8000-POST-CUSTOMER THRU 8000-EXIT
002655                 IF WS-POST-IS-OK
002660                     DISPLAY "Account deactivated."
002665                 END-IF
002670             END-IF
002680         END-IF
002690     END-IF.
002870                 " LIMIT " WS-EDIT-LIMIT
002880                 " BAL " WS-EDIT-BALANCE
002890                 " " WS-TBL-FLAG (WS-SCAN-IDX)
002891             IF WS-TBL-CERT (WS-SCAN-IDX) NOT = SPACES
002892                 DISPLAY "       TAX EXEMPT CERT "
002893                     WS-TBL-CERT (WS-SCAN-IDX)
002894                     " EXPIRES " WS-TBL-EXPIRY (WS-SCAN-IDX)
002895             END-IF
002900         END-PERFORM
002910     END-IF.
002920 4500-EXIT.
003490 6200-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003511* 6300-GET-EXEMPTION  -  PROMPT FOR A TAX EXEMPTION CERTIFICATE.
003512*                        A BLANK MEANS THE CUSTOMER PAYS TAX.
003513*----------------------------------------------------------------
003514 6300-GET-EXEMPTION.
003515     MOVE 0 TO WS-WORK-EXPIRY
003516     DISPLAY "Tax Exempt Cert (blank if none): "
003517         WITH NO ADVANCING
003518     MOVE SPACES TO WS-WORK-CERT
003519     ACCEPT WS-WORK-CERT
003520     MOVE FUNCTION UPPER-CASE(WS-WORK-CERT) TO WS-WORK-CERT
003521     IF WS-WORK-CERT NOT = SPACES
003522         PERFORM 6310-GET-EXPIRY THRU 6310-EXIT
003523     END-IF.
003524 6300-EXIT.
003525     EXIT.
003526*----------------------------------------------------------------
003527* 6310-GET-EXPIRY  -  PROMPT FOR THE CERTIFICATE EXPIRY DATE.
003528*                     ZERO MEANS IT NEVER LAPSES; ANY OTHER
003529*                     ENTRY MUST BE A VALID DATE.
003530*----------------------------------------------------------------
003531 6310-GET-EXPIRY.
003532     MOVE 1 TO WS-EXP-MONTH
003533     MOVE 99 TO WS-EXP-DAY
003534     PERFORM UNTIL WS-WORK-EXPIRY = 0 OR
003535             (WS-EXP-MONTH >= 1 AND WS-EXP-MONTH <= 12
003536             AND WS-EXP-DAY >= 1 AND WS-EXP-DAY <= 31
003537             AND WS-EXP-YEAR >= 2000)
003538         DISPLAY "Cert Expiry (YYYYMMDD, 0 = none): "
003539             WITH NO ADVANCING
003540         MOVE 0 TO WS-WORK-EXPIRY
003541         ACCEPT WS-WORK-EXPIRY
003542         IF WS-WORK-EXPIRY NOT = 0 AND
003543                 (WS-EXP-MONTH < 1 OR WS-EXP-MONTH > 12
003544                 OR WS-EXP-DAY < 1 OR WS-EXP-DAY > 31
003545                 OR WS-EXP-YEAR < 2000)
003546             DISPLAY "Expiry must be a valid date or 0."
003547         END-IF
003548     END-PERFORM.
003549 6310-EXIT.
003550     EXIT.
003551*----------------------------------------------------------------
003552* 8000-POST-CUSTOMER  -  WRITE THE ACCOUNT AT WS-FOUND-IDX TO THE
003553*                        KEYED MASTER.  A NEW ACCOUNT IS ADDED; A
003554*                        CHANGED ONE IS READ WITH A LOCK AND
003555*                        REWRITTEN WITH THE MAINTAINED FIELDS,
003556*                        KEEPING THE BALANCE THE REGISTERS AND
003557*                        THE PAYMENT ENTRY HAVE POSTED SINCE THE
003558*                        TABLE WAS LOADED - AN ACCOUNT THAT HAS
003559*                        PICKED UP A BALANCE MEANWHILE IS NOT
003560*                        CLOSED.  WHILE ANOTHER STATION HOLDS THE
003561*                        RECORD THE OPERATOR IS ASKED WHETHER TO
003562*                        TRY AGAIN; A CHANGE NOT SAVED IS LOGGED
003563*                        AND THE TABLE RELOADED.
003564*----------------------------------------------------------------
003570 8000-POST-CUSTOMER.
003576     MOVE "N" TO WS-POST-OK
003582     OPEN I-O CUSTOMER-FILE
003588     IF WS-CUSTMST-STATUS = "35"
003594         OPEN OUTPUT CUSTOMER-FILE
003600         CLOSE CUSTOMER-FILE
003606         OPEN I-O CUSTOMER-FILE
003612     END-IF
003618     MOVE WS-TBL-ID (WS-FOUND-IDX) TO CU-CUST-ID
003624     IF WS-POST-IS-ADD
003630         MOVE WS-TBL-BALANCE (WS-FOUND-IDX) TO CU-BALANCE
003636         PERFORM 8100-MOVE-FIELDS THRU 8100-EXIT
003650         WRITE CUSTOMER-RECORD
003651             INVALID KEY
003652                 CONTINUE
003653             NOT INVALID KEY
003654                 MOVE "Y" TO WS-POST-OK
003655         END-WRITE
003656         MOVE WS-CUSTMST-STATUS TO WS-POST-STATUS
003657     ELSE
003658         PERFORM 8200-READ-LOCKED THRU 8200-EXIT
003659         MOVE WS-CUSTMST-STATUS TO WS-POST-STATUS
003660         IF WS-CUSTMST-STATUS = "00"
003661             IF WS-TBL-FLAG (WS-FOUND-IDX) = "I" AND
003662                     CU-IS-ACTIVE AND CU-BALANCE NOT = ZERO
003663                 MOVE CU-BALANCE TO WS-EDIT-BALANCE
003664                 DISPLAY "Account now carries " WS-EDIT-BALANCE
003665                     " - settle it before closing."
003666             ELSE
003667                 PERFORM 8100-MOVE-FIELDS THRU 8100-EXIT
003668                 REWRITE CUSTOMER-RECORD
003669                     INVALID KEY
003670                         CONTINUE
003671                     NOT INVALID KEY
003672                         MOVE "Y" TO WS-POST-OK
003673                 END-REWRITE
003674                 MOVE WS-CUSTMST-STATUS TO WS-POST-STATUS
003675             END-IF
003676             UNLOCK CUSTOMER-FILE
003677             MOVE CU-BALANCE TO WS-TBL-BALANCE (WS-FOUND-IDX)
003678         END-IF
003679     END-IF
003680     CLOSE CUSTOMER-FILE
003681     IF WS-POST-IS-OK
003682         GO TO 8000-EXIT
003683     END-IF
003684     DISPLAY "Account " WS-TBL-ID (WS-FOUND-IDX)
003685         " not saved - customer master status " WS-POST-STATUS
003686     MOVE SPACES TO WS-AUDIT-MESSAGE
003687     STRING "CUSTOMER CHANGE NOT SAVED: " DELIMITED BY SIZE
003688         WS-TBL-ID (WS-FOUND-IDX) DELIMITED BY SIZE
003689         " REFUSED, STATUS " DELIMITED BY SIZE
003690         WS-POST-STATUS DELIMITED BY SIZE
003691         INTO WS-AUDIT-MESSAGE
003692     CALL "AUDITLOG" USING WS-AUDIT-PROGRAM
003693         WS-AUDIT-MESSAGE
003694     MOVE 0 TO WS-CUST-COUNT
003695     MOVE "N" TO WS-CUSTMST-EOF
003696     PERFORM 0500-LOAD-MASTER THRU 0500-EXIT.
003697 8000-EXIT.
003698     EXIT.
003699*----------------------------------------------------------------
003700* 8100-MOVE-FIELDS  -  MOVE THE MAINTAINED FIELDS OF THE TABLE
003701*                      ENTRY AT WS-FOUND-IDX TO THE RECORD.
003702*----------------------------------------------------------------
003703 8100-MOVE-FIELDS.
003704     MOVE WS-TBL-NAME (WS-FOUND-IDX) TO CU-NAME
003705     MOVE WS-TBL-PHONE (WS-FOUND-IDX) TO CU-PHONE
003706     MOVE WS-TBL-LIMIT (WS-FOUND-IDX) TO CU-CREDIT-LIMIT
003707     MOVE WS-TBL-FLAG (WS-FOUND-IDX) TO CU-ACTIVE-FLAG
003708     MOVE WS-TBL-CERT (WS-FOUND-IDX) TO CU-EXEMPT-CERT
003709     MOVE WS-TBL-EXPIRY (WS-FOUND-IDX) TO CU-EXEMPT-EXPIRY.
003710 8100-EXIT.
003711     EXIT.
003712*----------------------------------------------------------------
003713* 8200-READ-LOCKED  -  READ THE ACCOUNT IN CU-CUST-ID WITH A LOCK,
003714*                      ASKING WHETHER TO TRY AGAIN WHILE ANOTHER
003715*                      STATION HOLDS IT.
003716*----------------------------------------------------------------
003717 8200-READ-LOCKED.
003718     MOVE "N" TO WS-READ-DONE
003719     PERFORM UNTIL WS-READ-IS-DONE
003720         READ CUSTOMER-FILE WITH LOCK
003721             INVALID KEY
003722                 CONTINUE
003723         END-READ
003724         IF WS-CUST-IS-LOCKED
003725             DISPLAY "Account " CU-CUST-ID
003726                 " is in use at another station."
003727             MOVE "Try the account again?" TO WS-YN-PROMPT
003728             CALL "YESNOCHK" USING WS-YN-PROMPT WS-CONFIRM
003729                 WS-AUDIT-PROGRAM
003730             IF WS-CONFIRM NOT = "Y"
003731                 SET WS-READ-IS-DONE TO TRUE
003732             END-IF
003733         ELSE
003734             SET WS-READ-IS-DONE TO TRUE
003735         END-IF
003736     END-PERFORM.
003737 8200-EXIT.
003738     EXIT.
003739 END PROGRAM CUSTMNT.
