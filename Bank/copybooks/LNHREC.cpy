000010*================================================================
000020* LNHREC.CPY
000030* LOAN POSTING HISTORY RECORD LAYOUT
000040* USED BY    : BANK-APP (REPAYMENTS) AND LOANSVC (INTEREST
000050*              ACCRUAL) - THE WRITERS - AND GLEXTR (LOAN LEDGER
000060*              POSTINGS) AND DRWPROOF (CASH REPAYMENTS TAKEN AT
000070*              THE COUNTER)
000080* KEYED BY   : LNH-KEY - BUSINESS DATE, LOAN, TIME AND SEQUENCE
000090*              (INDEXED FILE, ASCENDING)
000100* ORGANIZATION: INDEXED.  ONE RECORD PER MONEY MOVEMENT ON A LOAN.
000110*               DATE-FIRST KEYING LETS THE NIGHT RUN START AT THE
000120*               BUSINESS DATE AND READ ONE DAYS POSTINGS IN ONE
000130*               FORWARD PASS.  LNH-SEQ BREAKS KEY TIES THE SAME
000140*               WAY TRANH-SEQ DOES - THE WRITER BUMPS IT UNTIL
000150*               THE WRITE TAKES.
000160*----------------------------------------------------------------
000170* MAINTENANCE HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  ------------------------------------------
000200* 2026-10-15  RLD  ORIGINAL COPYBOOK - EVERY REPAYMENT AND ACCRUAL
000210*                  ON A LOAN IS RECORDED FOR THE LEDGER AND THE
000220*                  DRAWER PROOF.
000230*================================================================
000240 01  LNH-RECORD.
000250     05  LNH-KEY.
000260         10  LNH-DATE             PIC 9(8).
000270*            CCYYMMDD - BUSINESS DATE OF THE PROGRAM THAT WROTE IT
000280         10  LNH-LOAN             PIC 9(10).
000290         10  LNH-TIME             PIC 9(8).
000300*            HHMMSSHH THE POSTING WAS WRITTEN
000310         10  LNH-SEQ              PIC 9(2).
000320     05  LNH-TYPE                 PIC X(1).
000330         88  LNH-IS-REPAYMENT             VALUE "P".
000340         88  LNH-IS-ACCRUAL               VALUE "A".
000350     05  LNH-METHOD               PIC X(1).
000360         88  LNH-BY-CASH                  VALUE "C".
000370         88  LNH-BY-TRANSFER              VALUE "T".
000380*        REPAYMENTS ONLY - SPACE ON AN ACCRUAL
000390     05  LNH-AMOUNT               PIC S9(9)V99.
000400*        P - THE WHOLE REPAYMENT.  A - THE INTEREST ACCRUED.
000410     05  LNH-INTEREST-PART        PIC S9(9)V99.
000420*        P - THE PART OF THE REPAYMENT TAKEN AGAINST INTEREST
000430     05  LNH-PRINCIPAL-PART       PIC S9(9)V99.
000440*        P - THE PART OF THE REPAYMENT TAKEN AGAINST PRINCIPAL
000450     05  LNH-PRINCIPAL-AFTER      PIC S9(9)V99.
000460*        LOAN-PRINCIPAL ONCE THE POSTING WAS APPLIED
000470     05  LNH-FROM-ACCOUNT         PIC 9(10).
000480*        T ONLY - THE DEPOSIT ACCOUNT DEBITED; ZERO OTHERWISE
000490     05  LNH-REFERENCE            PIC 9(8).
000500*        T ONLY - TRAN-REFERENCE ON THE DEPOSIT ACCOUNTS "X" LEG
000510     05  LNH-TELLER-ID            PIC X(5).
000520*        TELLER WHO TOOK THE REPAYMENT - "*LNS*" ON AN ACCRUAL
000530     05  LNH-BRANCH-ID            PIC X(4).
000540     05  FILLER                   PIC X(9).
