000010*================================================================
000020* DRWREC.CPY
000030* TELLER CASH DRAWER RECORD LAYOUT
000040* USED BY    : BANK-APP (OPENING FLOAT AT SIGN-ON, COUNTED CASH
000050*              AT SIGN-OFF), DRWPROOF (END-OF-SHIFT PROOF)
000060* KEYED BY   : DRW-KEY - TELLER ID AND BUSINESS DATE (INDEXED
000070*              FILE, ASCENDING)
000080* ORGANIZATION: INDEXED.  ONE RECORD PER TELLER PER BANKING DAY,
000090*               WRITTEN WHEN THE TELLER FIRST SIGNS ON THAT DAY
000100*               AND REWRITTEN WITH THE CASH COUNT AT SIGN-OFF.
000110*               A SECOND SESSION THE SAME DAY TAKES UP THE SAME
000120*               DRAWER - THE FLOAT IS DECLARED ONCE, AND THE
000130*               LAST COUNT KEYED IS THE ONE THAT IS PROVED.
000140*----------------------------------------------------------------
000150* MAINTENANCE HISTORY
000160* DATE       INIT  DESCRIPTION
000170* ---------- ----  ------------------------------------------
000180* 2026-10-15  RLD  ORIGINAL COPYBOOK - THE CASH IN EACH DRAWER IS
000190*                  DECLARED AND COUNTED ON FILE, SO A SHORT
000200*                  DRAWER IS PROVED THE SAME DAY INSTEAD OF BY
000210*                  HAND-TOTALLING THE TRANSACTION LOG.
000220*================================================================
000230 01  DRW-RECORD.
000240     05  DRW-KEY.
000250         10  DRW-TELLER-ID        PIC X(5).
000260         10  DRW-DATE             PIC 9(8).
000270*            CCYYMMDD - THE BUSINESS DATE OFF THE CONTROL FILE
000280     05  DRW-BRANCH               PIC X(4).
000290*        BRANCH OFF THE TELLER MASTER AT SIGN-ON
000300     05  DRW-OPEN-FLOAT           PIC 9(7)V99.
000310*        CASH IN THE DRAWER WHEN THE TELLER SIGNED ON
000320     05  DRW-OPEN-TIME            PIC 9(8).
000330*        HHMMSSHH THE FLOAT WAS DECLARED
000340     05  DRW-STATUS               PIC X(1).
000350         88  DRW-IS-OPEN                  VALUE "O".
000360         88  DRW-IS-COUNTED               VALUE "C".
000370     05  DRW-CLOSE-TIME           PIC 9(8).
000380*        HHMMSSHH OF THE LAST SIGN-OFF COUNT - ZERO UNTIL THEN
000390     05  DRW-DENOM-COUNTS.
000400         10  DRW-NOTES-100        PIC 9(5).
000410         10  DRW-NOTES-50         PIC 9(5).
000420         10  DRW-NOTES-20         PIC 9(5).
000430         10  DRW-NOTES-10         PIC 9(5).
000440         10  DRW-NOTES-5          PIC 9(5).
000450         10  DRW-NOTES-1          PIC 9(5).
000460     05  DRW-DENOM-TABLE REDEFINES DRW-DENOM-COUNTS.
000470         10  DRW-DENOM-COUNT      PIC 9(5) OCCURS 6 TIMES.
000480*            NUMBER OF NOTES OF EACH DENOMINATION, HIGHEST
000490*            FIRST, AS KEYED AT SIGN-OFF
000500     05  DRW-COIN-AMOUNT          PIC 9(5)V99.
000510*        LOOSE COIN, KEYED AS A VALUE RATHER THAN COUNTED
000520     05  DRW-COUNTED-CASH         PIC 9(7)V99.
000530*        NOTES AT FACE VALUE PLUS COIN - WHAT WAS IN THE DRAWER
000540*        AT SIGN-OFF.  ZERO UNTIL THE FIRST COUNT.
000550     05  FILLER                   PIC X(11).
