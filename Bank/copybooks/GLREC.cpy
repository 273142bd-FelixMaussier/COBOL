000150* 2026-08-22  RLD  ORIGINAL COPYBOOK - THE DAYS BOOK ENTRIES
000160*                  STOP BEING RE-KEYED INTO THE LEDGER FROM
000170*                  THE PRINTED END-OF-DAY REPORT.
000180* 2026-10-15  RLD  GLX-TRAN-TYPE "A" AND "P" CARRY LOAN INTEREST
000190*                  ACCRUALS AND LOAN REPAYMENTS.
000200*================================================================
000210 01  GLX-RECORD.
000220     05  GLX-REC-TYPE             PIC X(1).
000230         88  GLX-IS-DETAIL                VALUE "D".
000240         88  GLX-IS-CONTROL               VALUE "C".
000250     05  GLX-POST-DATE            PIC 9(8).
000260*        BUSINESS DATE THE SUMMARIZED POSTINGS BELONG TO
000270     05  GLX-GL-ACCOUNT           PIC X(5).
000280*        LEDGER ACCOUNT; SPACES ON THE CONTROL RECORD
000290     05  GLX-DR-CR                PIC X(2).
000300*        "DR" OR "CR"; ON THE CONTROL RECORD "DR" CARRIES THE
000310*        TOTAL DEBITS AND "CR" THE TOTAL CREDITS
000320     05  GLX-TRAN-TYPE            PIC X(1).
000330*        TRAN-TYPE THE LINE SUMMARIZES; SPACE ON CONTROL.  LOAN
000340*        LINES COME FROM THE LOAN HISTORY - "A" INTEREST ACCRUED,
000350*        "P" REPAYMENTS
000360     05  GLX-AMOUNT               PIC S9(11)V99.
000370     05  GLX-DESC                 PIC X(24).
000380     05  FILLER                   PIC X(8).
