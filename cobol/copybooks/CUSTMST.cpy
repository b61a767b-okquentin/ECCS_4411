000100*                 OFF THROUGH THE ACCTPAY ENTRY.  EVERY CHARGE
000110*                 AND PAYMENT IS ALSO JOURNALED TO ARJRNL FOR
000120*                 THE STATEMENT RUN AND THE AGING REPORT.
000121*                 A TAX-EXEMPT CUSTOMER (A CHURCH, A SCHOOL, A
000122*                 RESELLER) CARRIES ITS STATE EXEMPTION
000123*                 CERTIFICATE NUMBER AND EXPIRY DATE; THE REGISTER
000124*                 SELLS TAX FREE ONLY WHILE THE CERTIFICATE IS
000125*                 UNEXPIRED.  A ZERO EXPIRY NEVER LAPSES.
000126*                 THE FILE IS KEYED BY CUSTOMER ID; AN ACCOUNT IS
000127*                 READ WITH A LOCK AND REWRITTEN IN PLACE.
000128*                 MSTLOAD LOADS IT FROM, AND EXTRACTS IT TO, THE
000129*                 SEQUENTIAL CUSTSEQ.
000130*----------------------------------------------------------------
000140 01  CUSTOMER-RECORD.
000150     05  CU-CUST-ID             PIC X(6).
000200     05  CU-ACTIVE-FLAG         PIC X(1).
000210         88  CU-IS-ACTIVE       VALUE "A".
000220         88  CU-IS-INACTIVE     VALUE "I".
000230     05  CU-EXEMPT-CERT         PIC X(15).
000240     05  CU-EXEMPT-EXPIRY       PIC 9(8).
