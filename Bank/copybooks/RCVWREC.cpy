000010*================================================================
000020* RCVWREC.CPY
000030* FORWARD-RECOVERY WORK FILE RECORD LAYOUT
000040* USED BY    : ACCTRCV
000050* KEYED BY   : RCW-ACCOUNT (INDEXED FILE, ASCENDING)
000060* ORGANIZATION: INDEXED SCRATCH FILE, EMPTIED AT THE START OF
000070*               EVERY ACCTRCV RUN.  ONE RECORD PER ACCOUNT THE
000080*               RECOVERY MET ON THE LOG, CARRYING THE LAST
000090*               TRAN-BALANCE THE LOG SHOWED FOR IT, SO EVERY
000100*               ACCOUNT CAN BE PROVED AGAINST THE REBUILT MASTER
000110*               ONCE THE LAST POSTING IS IN.
000120*----------------------------------------------------------------
000130* MAINTENANCE HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  ------------------------------------------
000160* 2026-10-15  RLD  ORIGINAL COPYBOOK.
000170*================================================================
000180 01  RCW-RECORD.
000190     05  RCW-ACCOUNT              PIC 9(10).
000200     05  RCW-STATUS               PIC X(1).
000210         88  RCW-ON-IMAGE                 VALUE "A".
000220         88  RCW-NOT-ON-IMAGE             VALUE "N".
000230*            THE ACCOUNT IS NOT ON THE IMAGE COPY - OPENED AFTER
000240*            IT WAS TAKEN, OR LOST FROM IT.  ITS POSTINGS ARE
000250*            COUNTED BUT CANNOT BE APPLIED.
000260     05  RCW-POSTINGS             PIC 9(7).
000270     05  RCW-LAST-BALANCE         PIC S9(9)V99.
000280*        TRAN-BALANCE OF THE LAST POSTING SEEN FOR THE ACCOUNT
000290     05  RCW-BREAK-SW             PIC X(1).
000300         88  RCW-CHAIN-BROKE              VALUE "Y".
000310     05  RCW-BRK-DATE             PIC 9(8).
000320     05  RCW-BRK-TIME             PIC 9(8).
000330     05  RCW-BRK-TYPE             PIC X(1).
000340     05  RCW-BRK-AMOUNT           PIC S9(9)V99.
000350     05  RCW-BRK-EXPECTED         PIC S9(9)V99.
000360     05  RCW-BRK-ACTUAL           PIC S9(9)V99.
000370*        FIRST POSTING WHERE THE REBUILT BALANCE (EXPECTED) AND
000380*        THE BALANCE THE LOG CARRIES (ACTUAL) PARTED COMPANY
000390     05  FILLER                   PIC X(20).
