000470*                   JOURNAL GETS, INTO TENDHIST AND EVNTHIST -
000480*                   BOTH WERE GROWING WITHOUT BOUND ON THE LIVE
000490*                   NAMES.
000492*   10/15/2026  DH  WIDEN THE TRANSACTION RECORD AREAS FOR THE
000494*                   TAXABLE AND EXEMPT SALES AND THE EXEMPTION
000496*                   CERTIFICATE NOW LOGGED BY THE REGISTER.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
001140 01  SALE-HIST-RECORD.
001150     05  FILLER                 PIC X(124).
001160     05  SH-BUSINESS-DATE       PIC 9(8).
001170     05  FILLER                 PIC X(58).
001180 FD  DETL-HIST-FILE.
001190 01  DETL-HIST-RECORD.
001200     05  FILLER                 PIC X(89).
001210     05  DH-BUSINESS-DATE       PIC 9(8).
001220     05  FILLER                 PIC X(23).
001230 FD  HIST-WRK-FILE.
001240 01  HIST-WRK-RECORD            PIC X(190).
001250 FD  TRAN-WRK-FILE.
001260 01  TRAN-WRK-RECORD            PIC X(190).
001270 FD  DHIST-WRK-FILE.
001280 01  DHIST-WRK-RECORD           PIC X(120).
001290 FD  DETL-WRK-FILE.
