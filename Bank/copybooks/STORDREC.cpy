000010*================================================================
000020* STORDREC.CPY
000030* STANDING ORDER FILE RECORD LAYOUT
000040* USED BY    : SOMAINT (MAINTENANCE), SOPOST (NIGHTLY POSTING),
000050*              NOTICE (FAILED-ORDER LETTER SUPPRESSION)
000060* KEYED BY   : SO-ORDER-NUMBER (INDEXED FILE, ASCENDING)
000070* ORGANIZATION: INDEXED.  ONE RECORD PER STANDING ORDER - A
000080*               RECURRING TRANSFER BETWEEN TWO ACCOUNTS ON THE
000090*               ACCOUNT MASTER, POSTED BY SOPOST ON THE NIGHT
000100*               ITS NEXT-DUE DATE COMES UP INSTEAD OF A TELLER
000110*               REMEMBERING TO KEY THE TRANSFER BY HAND.
000120*----------------------------------------------------------------
000130* MAINTENANCE HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  ------------------------------------------
000160* 2026-09-02  RLD  ORIGINAL COPYBOOK.
000170* 2026-09-02  RLD  ADDED SO-DUE-DAY, CARVED FROM THE FILLER -
000180*                  THE DAY OF THE MONTH A MONTHLY ORDER IS
000190*                  ANCHORED TO.  WITHOUT IT THE FEBRUARY CLAMP
000200*                  WROTE ITSELF BACK INTO THE DUE DATE AND AN
000210*                  ORDER DUE ON THE 31ST DRIFTED TO THE 28TH
000220*                  FOR GOOD.  ZERO/SPACES ON OLDER RECORDS,
000230*                  WHICH KEEP THE CLAMPED-DAY BEHAVIOR.
000240* 2026-10-15  RLD  ADDED SO-NOTICE-DATE, CARVED FROM THE FILLER -
000250*                  A FAILING ORDER IS LETTERED ON ITS FIRST
000260*                  FAILURE AND THEN AT MOST ONCE A MONTH WHILE IT
000270*                  KEEPS FAILING, NOT ON EVERY NIGHTLY RETRY.
000280*================================================================
000290 01  SO-RECORD.
000300     05  SO-ORDER-NUMBER          PIC 9(6).
000310     05  SO-SOURCE-ACCOUNT        PIC 9(10).
000320     05  SO-TARGET-ACCOUNT        PIC 9(10).
000330     05  SO-AMOUNT                PIC 9(9)V99.
000340     05  SO-FREQUENCY             PIC X(1).
000350         88  SO-IS-MONTHLY                VALUE "M".
000360         88  SO-IS-WEEKLY                 VALUE "W".
000370     05  SO-NEXT-DUE-DATE         PIC 9(8).
000380*        CCYYMMDD - FIRST BUSINESS DAY ON OR AFTER THIS DATE
000390*        THE ORDER IS POSTED, THEN ROLLED ONE PERIOD FORWARD
000400     05  SO-STATUS                PIC X(1).
000410         88  SO-ACTIVE                    VALUE "A".
000420         88  SO-CANCELLED                 VALUE "C".
000430     05  SO-DUE-DAY               PIC 9(2).
000440*        DAY OF THE MONTH A MONTHLY ORDER IS ANCHORED TO -
000450*        THE DUE DATE CLAMPS TO A SHORT MONTH BUT SPRINGS
000460*        BACK TO THIS DAY THE MONTH AFTER.  NOT USED FOR
000470*        WEEKLY ORDERS.
000480     05  SO-NOTICE-DATE           PIC 9(8).
000490*        CCYYMMDD NOTICE LAST LETTERED THE CUSTOMER THAT THIS
000500*        ORDER COULD NOT BE PAID.  ZERO MEANS THE NEXT FAILURE IS
000510*        LETTERED AT ONCE.  WHILE THE ORDER KEEPS FAILING, NOTICE
000520*        LETTERS AGAIN ONLY ONCE A MONTH HAS PASSED SINCE THIS
000530*        DATE (A RERUN THE SAME DATE PRODUCES ITS LETTER AGAIN).
000540*        SOPOST ZEROES IT WHEN THE ORDER NEXT POSTS.  ZERO/SPACES
000550*        ON OLDER RECORDS.
000560     05  FILLER                   PIC X(3).
