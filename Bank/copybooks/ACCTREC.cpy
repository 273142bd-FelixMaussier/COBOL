000020* ACCTREC.CPY
000030* ACCOUNT MASTER FILE RECORD LAYOUT
000040* USED BY    : BANK-APP, BANKINT, ACCTMNT, BALPROOF, BANKSTMT,
000050*              BCHPOST, ACCTCOPY, ACCTRCV, INTTAX, ESCHEAT
000060* KEYED BY   : ACCT-NUMBER (INDEXED FILE, ASCENDING)
000070*----------------------------------------------------------------
000080* MAINTENANCE HISTORY
000280*                  FEE FROM THE PRODUCT TABLE AT POSTING TIME.
000290*                  SPACES ON ACCOUNTS OPENED BEFORE PRODUCTS,
000300*                  WHICH KEEP POSTING ON THEIR OWN TERMS.
000310* 2026-10-15  RLD  ADDED ESCHEATED STATUS "E" - SET BY THE ESCHEAT
000320*                  RUN WHEN A LONG-DORMANT BALANCE GOES TO THE
000330*                  STATE.  ACCT-CLOSED NOW TAKES IN BOTH CLOSED
000340*                  STATUSES, SO EVERY CLOSED-ACCOUNT TEST ALSO
000350*                  REFUSES AN ESCHEATED ONE.
000360*================================================================
000370 01  ACCT-RECORD.
000380     05  ACCT-NUMBER              PIC 9(10).
000390     05  ACCT-NAME                PIC X(30).
000400     05  ACCT-BALANCE             PIC S9(9)V99 COMP-3.
000410     05  ACCT-OVERDRAFT-LIMIT     PIC 9(7)V99.
000420     05  ACCT-INT-RATE            PIC 9V9(4).
000430*        ANNUAL INTEREST RATE, E.G. 0.0150 = 1.50 PERCENT
000440     05  ACCT-MONTHLY-FEE         PIC 9(5)V99.
000450     05  ACCT-LAST-INT-DATE       PIC 9(8).
000460*        CCYYMMDD OF LAST INTEREST POSTING, ZERO IF NONE YET
000470     05  ACCT-LAST-INT-YR-MO REDEFINES
000480         ACCT-LAST-INT-DATE       PIC 9(6).
000490*        FIRST 6 DIGITS OF ACCT-LAST-INT-DATE (CCYYMM) - LETS
000500*        BANKINT TEST WHETHER THIS PERIOD IS ALREADY POSTED
000510     05  ACCT-STATUS              PIC X(1).
000520         88  ACCT-ACTIVE                  VALUE "A".
000530         88  ACCT-CLOSED                  VALUE "C" "E".
000540*            "C" CLOSED AT THE CUSTOMERS REQUEST, "E" CLOSED BY
000550*            ESCHEATMENT - TEST ACCT-ESCHEATED TO TELL THEM APART
000560         88  ACCT-ESCHEATED               VALUE "E".
000570*            BALANCE TRANSFERRED TO THE STATE AS UNCLAIMED
000580*            PROPERTY - THE OWNER CLAIMS IT BACK FROM THE STATE,
000590*            NOT AT THE COUNTER
000600         88  ACCT-DORMANT                 VALUE "D".
000610*            NO CUSTOMER-INITIATED POSTING FOR THE DORMANCY
000620*            PERIOD - A SUPERVISOR STEP REACTIVATES IT AT THE
000630*            COUNTER AND BANKINT STOPS CHARGING THE MONTHLY FEE
000640     05  ACCT-CUSTOMER-NUMBER     PIC 9(6).
000650*        KEY OF THIS ACCOUNTS CUSTOMER MASTER RECORD (CUSTREC);
000660*        ZERO ON ACCOUNTS OPENED BEFORE THE CUSTOMER FILE
000670     05  ACCT-OPENED-DATE         PIC 9(8).
000680*        CCYYMMDD THE ACCOUNT WAS OPENED; ZERO ON ACCOUNTS
000690*        OPENED BEFORE THIS FIELD EXISTED
000700     05  ACCT-PRODUCT-CODE        PIC X(4).
000710*        PRODUCT THE ACCOUNT OPENED ON (PRODREC) - BANKINT
000720*        TAKES THE CURRENT RATE AND FEE FROM THE PRODUCT TABLE
000730*        AT POSTING TIME.  SPACES ON PRE-PRODUCT ACCOUNTS,
000740*        WHICH POST ON THE ACCOUNT-LEVEL TERMS.
000750     05  FILLER                   PIC X(2).
