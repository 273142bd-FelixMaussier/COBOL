000010*================================================================
000020* NTCEREC.CPY
000030* CUSTOMER NOTICE EVENT RECORD LAYOUT
000040* USED BY    : BANK-APP AND SOPOST (OVERDRAFT FEES), SOPOST
000050*              (STANDING ORDERS FAILED OVER THE OVERDRAFT LIMIT),
000060*              DORMRPT (ACCOUNTS NEWLY MARKED DORMANT) - ALL
000070*              WRITERS - AND NOTICE (LETTER PRODUCTION)
000080* KEYED BY   : NTE-KEY - BUSINESS DATE, CUSTOMER, ACCOUNT, TIME
000090*              AND SEQUENCE (INDEXED FILE, ASCENDING)
000100* ORGANIZATION: INDEXED.  ONE RECORD PER EVENT THE CUSTOMER MUST
000110*               BE TOLD ABOUT, WRITTEN BY THE PROGRAM THAT FINDS
000120*               IT.  DATE-THEN-CUSTOMER KEYING PUTS ONE DAYS
000130*               EVENTS FOR ONE CUSTOMER TOGETHER ACROSS ALL THAT
000140*               CUSTOMERS ACCOUNTS, SO NOTICE BUILDS EACH LETTER
000150*               IN ONE FORWARD PASS.  NTE-SEQ BREAKS KEY TIES THE
000160*               SAME WAY TRANH-SEQ DOES - THE WRITER BUMPS IT
000170*               UNTIL THE WRITE TAKES.
000180*----------------------------------------------------------------
000190* MAINTENANCE HISTORY
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  ------------------------------------------
000220* 2026-10-15  RLD  ORIGINAL COPYBOOK - THE NIGHT RUN RECORDS WHAT
000230*                  THE CUSTOMER MUST BE TOLD, SO THE LETTER IS
000240*                  PRINTED INSTEAD OF TYPED UP FROM THE LISTINGS.
000250*================================================================
000260 01  NTE-RECORD.
000270     05  NTE-KEY.
000280         10  NTE-DATE             PIC 9(8).
000290*            CCYYMMDD - BUSINESS DATE OF THE PROGRAM THAT WROTE IT
000300         10  NTE-CUSTOMER         PIC 9(6).
000310*            ACCT-CUSTOMER-NUMBER OFF THE ACCOUNT - ZERO ON
000320*            ACCOUNTS OPENED BEFORE THE CUSTOMER FILE
000330         10  NTE-ACCOUNT          PIC 9(10).
000340         10  NTE-TIME             PIC 9(8).
000350*            HHMMSSHH THE EVENT WAS WRITTEN
000360         10  NTE-SEQ              PIC 9(2).
000370     05  NTE-TYPE                 PIC X(1).
000380         88  NTE-IS-OVERDRAFT-FEE         VALUE "O".
000390         88  NTE-IS-ORDER-FAILED          VALUE "S".
000400         88  NTE-IS-NOW-DORMANT           VALUE "D".
000410     05  NTE-AMOUNT               PIC S9(9)V99.
000420*        O - THE FEE CHARGED.  S - THE ORDER AMOUNT NOT PAID.
000430*        D - THE BALANCE LEFT ON THE ACCOUNT
000440     05  NTE-BALANCE              PIC S9(9)V99.
000450*        ACCOUNT BALANCE WHEN THE EVENT WAS WRITTEN
000460     05  NTE-ORDER-NUMBER         PIC 9(6).
000470*        S ONLY - THE STANDING ORDER THAT FAILED; ZERO OTHERWISE
000480     05  NTE-TARGET-ACCOUNT       PIC 9(10).
000490*        S ONLY - THE ACCOUNT THE ORDER PAYS; ZERO OTHERWISE
000500     05  NTE-ACCT-NAME            PIC X(30).
000510*        ACCT-NAME AT THE TIME - LETS AN EVENT WITH NO CUSTOMER
000520*        NUMBER BE NAMED ON THE EXCEPTIONS LISTING
000530     05  NTE-SOURCE               PIC X(8).
000540*        PROGRAM THAT WROTE THE EVENT
000550     05  NTE-STATUS               PIC X(1).
000560         88  NTE-IS-PENDING               VALUE " ".
000570         88  NTE-IS-LETTERED              VALUE "P".
000580         88  NTE-IS-SUPPRESSED            VALUE "S".
000590         88  NTE-IS-UNMATCHED             VALUE "U".
000600*        SET BY NOTICE - SPACE UNTIL THE EVENT HAS BEEN THROUGH
000610*        LETTER PRODUCTION
000620     05  FILLER                   PIC X(8).
