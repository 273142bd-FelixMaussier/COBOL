000010*================================================================
000020* CSHWREC.CPY
000030* CASH MONITORING WORK FILE RECORD LAYOUT
000040* USED BY    : CASHMON
000050* KEYED BY   : CSW-KEY - CUSTOMER, HOLDING ACCOUNT, DATE, TIME,
000060*              ACCOUNT, SEQUENCE (INDEXED FILE, ASCENDING)
000070* ORGANIZATION: INDEXED SCRATCH FILE, EMPTIED AT THE START OF
000080*               EVERY CASHMON RUN.  ONE RECORD PER CASH DEPOSIT
000090*               OR WITHDRAWAL IN THE STRUCTURING WINDOW, COPIED
000100*               FROM THE HISTORY FILE AND RE-KEYED BY CUSTOMER
000110*               SO THE SCAN CAN ADD UP EVERY ACCOUNT A CUSTOMER
000120*               HOLDS IN ONE CONTROL BREAK.
000130*----------------------------------------------------------------
000140* MAINTENANCE HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  ------------------------------------------
000170* 2026-10-15  RLD  ORIGINAL COPYBOOK.
000180*================================================================
000190 01  CSW-RECORD.
000200     05  CSW-KEY.
000210         10  CSW-CUSTOMER         PIC 9(6).
000220         10  CSW-HOLDER           PIC 9(10).
000230*            ZERO WHEN THE ACCOUNT CARRIES A CUSTOMER NUMBER.
000240*            AN ACCOUNT WITH NO CUSTOMER NUMBER CANNOT BE ROLLED
000250*            UP WITH ANY OTHER - IT CARRIES ITS OWN ACCOUNT
000260*            NUMBER HERE AND IS REVIEWED ON ITS OWN.
000270         10  CSW-DATE             PIC 9(8).
000280         10  CSW-TIME             PIC 9(8).
000290         10  CSW-ACCOUNT          PIC 9(10).
000300         10  CSW-SEQ              PIC 9(2).
000310     05  CSW-TYPE                 PIC X(1).
000320         88  CSW-IS-CASH-IN               VALUE "D".
000330         88  CSW-IS-CASH-OUT              VALUE "W".
000340     05  CSW-AMOUNT               PIC S9(9)V99.
000350     05  CSW-TELLER-ID            PIC X(5).
000360     05  CSW-BRANCH-ID            PIC X(4).
000370     05  CSW-OVERRIDE-ID          PIC X(5).
000380     05  FILLER                   PIC X(10).
