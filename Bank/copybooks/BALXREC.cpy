000140* ---------- ----  ------------------------------------------
000150* 2026-09-02  RLD  ORIGINAL COPYBOOK - THE NETWORK STOPS
000160*                  AUTHORIZING WITHDRAWALS BLIND OVERNIGHT.
000170* 2026-10-15  RLD  BX-AVAILABLE NOW NET OF ACTIVE HOLDS AND ZERO
000180*                  ON A FROZEN ACCOUNT.
000190*================================================================
000200 01  BX-RECORD.
000210     05  BX-REC-TYPE              PIC X(1).
000220         88  BX-IS-DETAIL                 VALUE "D".
000230         88  BX-IS-TRAILER                VALUE "T".
000240     05  BX-ACCOUNT               PIC 9(10).
000250     05  BX-STATUS                PIC X(1).
000260*        ACCT-STATUS AS EXTRACTED - A (ACTIVE), C (CLOSED),
000270*        D (DORMANT); THE NETWORK DECLINES AGAINST C AND D
000280     05  BX-AVAILABLE             PIC S9(10)V99.
000290*        ACCT-BALANCE PLUS ACCT-OVERDRAFT-LIMIT LESS THE ACTIVE
000300*        HOLDS, ZERO ON A FROZEN ACCOUNT - THE SAME
000310*        AVAILABLE-FUNDS FIGURE THE TELLER WITHDRAWAL TESTS
000320     05  FILLER                   PIC X(16).
000330
000340*----------------------------------------------------------------
000350* EXTRACT TRAILER - LAST RECORD OF THE FILE
000360*----------------------------------------------------------------
000370 01  BX-TRAILER-RECORD.
000380     05  BX-T-TYPE                PIC X(1).
000390*        "T"
000400     05  BX-T-COUNT               PIC 9(7).
000410*        NUMBER OF DETAIL RECORDS
000420     05  BX-T-HASH                PIC S9(11)V99.
000430*        HASH TOTAL OF BX-AVAILABLE OVER THE DETAILS, HIGH
000440*        ORDER TRUNCATED - THE NETWORK COMPUTES IT THE SAME WAY
000450     05  FILLER                   PIC X(19).
