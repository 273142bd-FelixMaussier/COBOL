000020* PRODREC.CPY
000030* PRODUCT TABLE FILE RECORD LAYOUT
000040* USED BY    : PRODMNT (MAINTENANCE), ACCTMNT (ACCOUNT OPENING),
000050*              BANKINT (TERMS AT POSTING TIME), CALCULATOR
000060*              (DESK PRODUCT QUOTES)
000070* KEYED BY   : PROD-CODE (INDEXED FILE, ASCENDING)
000080* ORGANIZATION: INDEXED.  ONE RECORD PER PRODUCT - THE RATE,
000090*               FEE AND OVERDRAFT LIMIT FOR EVERY ACCOUNT ON
000100*               THAT PRODUCT LIVE HERE, SO A HEAD-OFFICE RATE
000110*               CHANGE IS ONE RECORD AMENDED ONCE INSTEAD OF
000120*               HUNDREDS OF ACCOUNTS AMENDED BY HAND.
000130*----------------------------------------------------------------
000140* MAINTENANCE HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  ------------------------------------------
000170* 2026-09-02  RLD  ORIGINAL COPYBOOK.
000180*================================================================
000190 01  PROD-RECORD.
000200     05  PROD-CODE                PIC X(4).
000210     05  PROD-DESC                PIC X(20).
000220     05  PROD-INT-RATE            PIC 9V9(4).
000230*        ANNUAL INTEREST RATE, E.G. 0.0150 = 1.50 PERCENT
000240     05  PROD-MONTHLY-FEE         PIC 9(5)V99.
000250     05  PROD-OVERDRAFT-LIMIT     PIC 9(7)V99.
000260*        COPIED ONTO THE ACCOUNT AT OPENING - THE TELLER AND
000270*        FEED POSTINGS TEST THE ACCOUNT-LEVEL FIGURE
000280     05  PROD-STATUS              PIC X(1).
000290         88  PROD-ACTIVE                  VALUE "A".
000300         88  PROD-WITHDRAWN               VALUE "C".
000310*            NO NEW ACCOUNTS MAY OPEN ON A WITHDRAWN PRODUCT;
000320*            EXISTING ACCOUNTS KEEP POSTING ON ITS TERMS
000330     05  FILLER                   PIC X(14).
