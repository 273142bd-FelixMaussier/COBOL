000010*================================================================
000020* CUSTREC.CPY
000030* CUSTOMER MASTER FILE RECORD LAYOUT
000040* USED BY    : ACCTMNT (MAINTENANCE), BANK-APP (LOOKUP),
000050*              NOTICE (LETTER NAME AND ADDRESS), CASHMON
000060*              (FLAGGED CUSTOMER NAME), LOANMNT (BORROWER
000070*              CHECK), LOANSVC (DELINQUENCY REPORT NAME),
000080*              INTTAX (TAX FILING NAME AND ADDRESS), ESCHEAT
000090*              (UNCLAIMED PROPERTY OWNER NAME AND ADDRESS)
000100* KEYED BY   : CUST-NUMBER (INDEXED FILE, ASCENDING)
000110* ORGANIZATION: INDEXED.  ONE RECORD PER CUSTOMER - A CUSTOMER
000120*               WITH SEVERAL ACCOUNTS EXISTS HERE ONCE, AND THE
000130*               ACCOUNT MASTER RECORDS CARRY CUST-NUMBER BACK TO
000140*               THIS RECORD.  A NAME OR ADDRESS CHANGE IS ONE
000150*               AMENDMENT HERE INSTEAD OF ONE PER ACCOUNT.
000160*----------------------------------------------------------------
000170* MAINTENANCE HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  ------------------------------------------
000200* 2026-09-02  RLD  ORIGINAL COPYBOOK - CUSTOMER IDENTITY MOVES
000210*                  OFF THE PER-ACCOUNT ACCT-NAME FIELD ONTO A
000220*                  MASTER RECORD OF ITS OWN.
000230*================================================================
000240 01  CUST-RECORD.
000250     05  CUST-NUMBER              PIC 9(6).
000260     05  CUST-NAME                PIC X(30).
000270     05  CUST-ADDRESS             PIC X(30).
000280     05  CUST-CITY                PIC X(20).
000290     05  CUST-STATUS              PIC X(1).
000300         88  CUST-ACTIVE                  VALUE "A".
000310         88  CUST-CLOSED                  VALUE "C".
000320     05  FILLER                   PIC X(9).
