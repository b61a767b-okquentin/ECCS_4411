000010*----------------------------------------------------------------
000020* GLACCTS.CPY  -  RECORD LAYOUT FOR THE CHART OF ACCOUNTS
000030*                 (GLACCTS).  EACH RECORD MAPS ONE THING THE
000040*                 GENERAL LEDGER EXTRACT POSTS TO THE LEDGER
000050*                 ACCOUNT NUMBER IT GOES TO:
000060*                   T  TENDER TYPE (C, K, D, A, G)
000070*                   S  STORE NAME - ITS SALES CREDIT
000080*                   X  STORE NAME - ITS SALES TAX PAYABLE
000090*                   D  DEPARTMENT CODE - ITS MEMO ANALYSIS
000100*                   F  FIXED POSTING (SUSPENSE, LAYAWAY-DEP,
000110*                      LAYAWAY-FORF, OVER-SHORT)
000120*                 A BLANK CODE UNDER S, X OR D IS THAT TYPE'S
000130*                 CATCH-ALL.  THE CLASS IS A(SSET), L(IABILITY),
000140*                 R(EVENUE), E(XPENSE) OR M(EMO); MEMO ACCOUNTS
000150*                 STAY OUT OF THE TRIAL BALANCE.  ANYTHING NOT
000160*                 MAPPED POSTS TO ITS OLD NAMED ACCOUNT.
000170*----------------------------------------------------------------
000180 01  GL-ACCOUNT-MAP-RECORD.
000190     05  GA-MAP-TYPE            PIC X(1).
000200         88  GA-MAPS-TENDER     VALUE "T".
000210         88  GA-MAPS-STORE      VALUE "S".
000220         88  GA-MAPS-TAX        VALUE "X".
000230         88  GA-MAPS-DEPT       VALUE "D".
000240         88  GA-MAPS-FIXED      VALUE "F".
000250     05  GA-MAP-CODE            PIC X(20).
000260     05  GA-ACCOUNT             PIC X(12).
000270     05  GA-ACCT-CLASS          PIC X(1).
000280         88  GA-IS-MEMO         VALUE "M".
000290     05  GA-ACCT-NAME           PIC X(20).
