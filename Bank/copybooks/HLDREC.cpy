000010*================================================================
000020* HLDREC.CPY
000030* ACCOUNT HOLD AND FREEZE RECORD LAYOUT
000040* USED BY    : HLDMNT (PLACE AND RELEASE), HLDEXP (NIGHTLY
000050*              DROP-OFF), BANK-APP, BCHPOST, SOPOST AND BALXTR
000060*              (AVAILABLE-FUNDS TESTS), ESCHEAT (A HELD ACCOUNT IS
000070*              NOT TRANSFERRED TO THE STATE)
000080* KEYED BY   : HLD-KEY - ACCOUNT NUMBER AND HOLD SEQUENCE
000090*              (INDEXED FILE, ASCENDING)
000100* ORGANIZATION: INDEXED.  ANY NUMBER OF HOLDS PER ACCOUNT, EACH
000110*               NUMBERED IN TURN AS IT IS PLACED.  EVERY PROGRAM
000120*               THAT TESTS AVAILABLE FUNDS STARTS AT ACCOUNT
000130*               PLUS SEQUENCE ZERO AND READS FORWARD UNTIL THE
000140*               ACCOUNT CHANGES.  A HOLD IS IN FORCE WHILE IT IS
000150*               ACTIVE AND ITS EXPIRY IS ZERO OR NOT BEFORE THE
000160*               BUSINESS DATE - A HOLD EXPIRING TODAY STILL
000170*               BINDS TODAY, AND HLDEXP DROPS IT TONIGHT.
000180*               SEQUENCE ZERO IS NOT A HOLD - IT IS THE ACCOUNTS
000190*               CONTROL RECORD (STATUS "C") CARRYING THE HIGHEST
000200*               HOLD NUMBER EVER ISSUED, SO A NUMBER IS NEVER
000210*               ISSUED TWICE AFTER HLDEXP DROPS THE HOLD HOLDING
000220*               IT.  IT IS NEVER ACTIVE AND NEVER DROPPED.
000230*----------------------------------------------------------------
000240* MAINTENANCE HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  ------------------------------------------
000270* 2026-10-15  RLD  ORIGINAL COPYBOOK - UNCOLLECTED-FUNDS HOLDS,
000280*                  GARNISHMENTS AND FRAUD FREEZES ON FILE, SO
000290*                  EVERY DEBIT PATH SEES THE SAME AVAILABLE
000300*                  FIGURE INSTEAD OF A NOTE ON THE TELLER SCREEN.
000310* 2026-10-15  RLD  SEQUENCE-ZERO CONTROL RECORD AND HLD-LAST-SEQ,
000320*                  SO HOLD NUMBERS ARE NOT REUSED ONCE DROPPED.
000330*================================================================
000340 01  HLD-RECORD.
000350     05  HLD-KEY.
000360         10  HLD-ACCOUNT          PIC 9(10).
000370         10  HLD-SEQ              PIC 9(3).
000380*            ONE UP PER ACCOUNT, ASSIGNED BY HLDMNT.  ZERO IS THE
000390*            ACCOUNTS CONTROL RECORD
000400     05  HLD-TYPE                 PIC X(1).
000410         88  HLD-UNCOLLECTED              VALUE "U".
000420         88  HLD-GARNISHMENT              VALUE "G".
000430         88  HLD-FRAUD-FREEZE             VALUE "F".
000440         88  HLD-TYPE-VALID               VALUE "U" "G" "F".
000450*        U AND G HOLD BACK HLD-AMOUNT.  F IS A FULL FREEZE -
000460*        NO DEBIT OF ANY KIND WHILE IT STANDS; THE AMOUNT IS
000470*        NOT USED
000480     05  HLD-AMOUNT               PIC 9(9)V99.
000490     05  HLD-PLACED-BY            PIC X(5).
000500*        OPERATOR ID KEYED AT HLDMNT SIGN-ON
000510     05  HLD-PLACED-DATE          PIC 9(8).
000520*        CCYYMMDD - BUSINESS DATE THE HOLD WAS PLACED
000530     05  HLD-EXPIRY-DATE          PIC 9(8).
000540*        CCYYMMDD - LAST BUSINESS DATE THE HOLD BINDS.  ZERO
000550*        MEANS IT STANDS UNTIL RELEASED
000560     05  HLD-STATUS               PIC X(1).
000570         88  HLD-IS-ACTIVE                VALUE "A".
000580         88  HLD-IS-RELEASED              VALUE "R".
000590         88  HLD-IS-SEQ-CONTROL           VALUE "C".
000600     05  HLD-RELEASED-BY          PIC X(5).
000610*        OPERATOR WHO RELEASED THE HOLD - SPACES UNTIL THEN
000620     05  HLD-RELEASED-DATE        PIC 9(8).
000630     05  HLD-REASON               PIC X(30).
000640*        FREE TEXT - CHECK NUMBER, COURT ORDER, CASE NUMBER
000650     05  HLD-LAST-SEQ             PIC 9(3).
000660*        CONTROL RECORD ONLY - HIGHEST HOLD NUMBER EVER ISSUED ON
000670*        THE ACCOUNT.  SPACES ON A HOLD
000680     05  FILLER                   PIC X(3).
