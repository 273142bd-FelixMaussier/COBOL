000010*================================================================
000020* LOANREC.CPY
000030* LOAN MASTER FILE RECORD LAYOUT
000040* USED BY    : LOANMNT (BOARDING AND AMENDMENT), BANK-APP
000050*              (REPAYMENTS AT THE COUNTER), LOANSVC (NIGHTLY
000060*              ACCRUAL, DUE-DATE ROLL AND DELINQUENCY AGING)
000070* KEYED BY   : LOAN-NUMBER (INDEXED FILE, ASCENDING)
000080* ORGANIZATION: INDEXED.  ONE RECORD PER LOAN, LINKED TO ITS
000090*               BORROWER ON THE CUSTOMER MASTER.  THE RECORD IS
000100*               HELD AT 96 BYTES SO LOANMNT CAN CARRY IT WHOLE IN
000110*               THE MAINTENANCE AUDIT IMAGES.
000120*----------------------------------------------------------------
000130* MAINTENANCE HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  ------------------------------------------
000160* 2026-10-15  RLD  ORIGINAL COPYBOOK - LOANS ARE SERVICED ON FILE
000170*                  INSTEAD OF ON THE LEDGER CARDS IN COLLECTIONS.
000180*================================================================
000190 01  LOAN-RECORD.
000200     05  LOAN-NUMBER              PIC 9(10).
000210     05  LOAN-CUSTOMER-NUMBER     PIC 9(6).
000220*        KEY OF THE BORROWERS CUSTOMER MASTER RECORD (CUSTREC)
000230     05  LOAN-STATUS              PIC X(1).
000240         88  LOAN-ACTIVE                  VALUE "A".
000250         88  LOAN-PAID-OFF                VALUE "P".
000260     05  LOAN-ORIG-PRINCIPAL      PIC 9(9)V99 COMP-3.
000270*        AMOUNT ADVANCED WHEN THE LOAN WAS BOARDED
000280     05  LOAN-PRINCIPAL           PIC S9(9)V99 COMP-3.
000290*        PRINCIPAL STILL OUTSTANDING
000300     05  LOAN-INT-RATE            PIC 9V9(4).
000310*        ANNUAL INTEREST RATE, E.G. 0.0725 = 7.25 PERCENT
000320     05  LOAN-TERM-MONTHS         PIC 9(3).
000330     05  LOAN-PAYMENT             PIC 9(7)V99 COMP-3.
000340*        SCHEDULED MONTHLY INSTALMENT
000350     05  LOAN-NEXT-DUE-DATE       PIC 9(8).
000360*        CCYYMMDD OF THE NEXT INSTALMENT NOT YET FALLEN DUE
000370     05  LOAN-DUE-DAY             PIC 9(2).
000380*        DAY OF THE MONTH INSTALMENTS FALL DUE - A SHORT MONTH
000390*        TAKES ITS LAST DAY INSTEAD
000400     05  LOAN-DAYS-PAST-DUE       PIC 9(4).
000410*        DAYS SINCE THE OLDEST INSTALMENT STILL UNPAID FELL DUE,
000420*        AS AT THE LAST LOANSVC RUN - ZERO WHEN UP TO DATE
000430     05  LOAN-ACCRUED-INT         PIC S9(7)V99 COMP-3.
000440*        INTEREST ACCRUED AND NOT YET PAID
000450     05  LOAN-AMOUNT-DUE          PIC S9(9)V99 COMP-3.
000460*        INSTALMENTS FALLEN DUE LESS REPAYMENTS TAKEN - THE
000470*        ARREARS.  NEGATIVE WHEN THE BORROWER HAS PAID AHEAD.
000480     05  LOAN-LAST-ACCR-DATE      PIC 9(8).
000490*        CCYYMMDD INTEREST HAS BEEN ACCRUED TO
000500     05  LOAN-OPENED-DATE         PIC 9(8).
000510     05  LOAN-LAST-PAY-DATE       PIC 9(8).
000520*        CCYYMMDD OF THE LAST REPAYMENT, ZERO IF NONE YET
000530     05  FILLER                   PIC X(5).
