000010*================================================================
000020* TXWREC.CPY
000030* INTEREST TAX REPORTING WORK FILE RECORD LAYOUT
000040* USED BY    : INTTAX
000050* KEYED BY   : TXW-KEY - CUSTOMER, ACCOUNT (INDEXED FILE,
000060*              ASCENDING)
000070* ORGANIZATION: INDEXED SCRATCH FILE, EMPTIED AT THE START OF
000080*               EVERY INTTAX RUN.  ONE RECORD PER ACCOUNT THAT
000090*               WAS PAID INTEREST IN THE TAX YEAR, CARRYING THE
000100*               YEARS NET INTEREST FROM THE HISTORY FILE AND THE
000110*               ARCHIVE GENERATIONS TOGETHER, KEYED BY CUSTOMER
000120*               SO ONE CONTROL BREAK GIVES A CUSTOMERS YEAR
000130*               ACROSS ALL THEIR ACCOUNTS.
000140*----------------------------------------------------------------
000150* MAINTENANCE HISTORY
000160* DATE       INIT  DESCRIPTION
000170* ---------- ----  ------------------------------------------
000180* 2026-10-15  RLD  ORIGINAL COPYBOOK.
000190*================================================================
000200 01  TXW-RECORD.
000210     05  TXW-KEY.
000220         10  TXW-CUSTOMER         PIC 9(6).
000230*            ACCT-CUSTOMER-NUMBER OF THE ACCOUNT.  ZERO WHEN THE
000240*            ACCOUNT CARRIES NO CUSTOMER NUMBER OR IS NOT ON THE
000250*            ACCOUNT MASTER - THOSE CANNOT BE REPORTED UNTIL
000260*            PUT RIGHT.
000270         10  TXW-ACCOUNT          PIC 9(10).
000280     05  TXW-ACCT-NAME            PIC X(30).
000290     05  TXW-REASON               PIC X(1).
000300         88  TXW-HAS-CUSTOMER             VALUE SPACE.
000310         88  TXW-NO-CUSTOMER              VALUE "N".
000320         88  TXW-NOT-ON-MASTER            VALUE "M".
000330     05  TXW-INTEREST             PIC S9(9)V99.
000340*        INTEREST POSTED IN THE YEAR LESS ANY REVERSED
000350     05  TXW-POSTINGS             PIC 9(5).
000360     05  FILLER                   PIC X(7).
