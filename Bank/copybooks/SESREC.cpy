000010*================================================================
000020* SESREC.CPY
000030* TELLER SESSION REGISTER RECORD LAYOUT
000040* USED BY    : BANK-APP (REGISTERED AT SIGN-ON, STRUCK OFF AT
000050*              SIGN-OFF), BATCHWIN (LISTED AT WINDOW OPEN, CLEARED
000060*              AT WINDOW CLOSE), ACCTCOPY, BANKINT, SOPOST,
000070*              BCHPOST, TRANARCH, LOANSVC, ESCHEAT (REFUSE TO
000080*              START WHILE ANY SESSION IS STILL SIGNED ON)
000090* KEYED BY   : SES-TELLER-ID (INDEXED FILE, ASCENDING)
000100* ORGANIZATION: INDEXED.  ONE RECORD PER TELLER, WRITTEN AT THE
000110*               FIRST SIGN-ON AND REWRITTEN AT EVERY SIGN-ON AND
000120*               SIGN-OFF AFTER THAT.  A TELLER ID SIGNED ON AT TWO
000130*               TERMINALS AT ONCE IS COUNTED TWICE, SO THE ENTRY
000140*               STAYS OPEN UNTIL BOTH HAVE SIGNED OFF.
000150*----------------------------------------------------------------
000160* MAINTENANCE HISTORY
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  ------------------------------------------
000190* 2026-10-15  RLD  ORIGINAL COPYBOOK - THE NIGHT RUN CAN PROVE NO
000200*                  TELLER IS STILL POSTING BEFORE THE BATCH JOBS
000210*                  TOUCH THE ACCOUNT MASTER AND TRANSACTION LOG.
000220*================================================================
000230 01  SES-RECORD.
000240     05  SES-TELLER-ID            PIC X(5).
000250     05  SES-BRANCH               PIC X(4).
000260*        BRANCH OFF THE TELLER MASTER AT THE LAST SIGN-ON
000270     05  SES-STATUS               PIC X(1).
000280         88  SES-SIGNED-ON                VALUE "O".
000290         88  SES-SIGNED-OFF               VALUE "C".
000300     05  SES-OPEN-COUNT           PIC 9(3).
000310*        SESSIONS UNDER THIS TELLER ID NOT YET SIGNED OFF
000320     05  SES-BUSINESS-DATE        PIC 9(8).
000330*        CCYYMMDD - THE BUSINESS DATE OFF THE CONTROL FILE AT THE
000340*        LAST SIGN-ON
000350     05  SES-SIGNON-DATE          PIC 9(8).
000360     05  SES-SIGNON-TIME          PIC 9(8).
000370*        CALENDAR DATE AND HHMMSSHH OF THE LAST SIGN-ON
000380     05  SES-SIGNOFF-DATE         PIC 9(8).
000390     05  SES-SIGNOFF-TIME         PIC 9(8).
000400*        CALENDAR DATE AND HHMMSSHH OF THE LAST SIGN-OFF, OR OF
000410*        THE WINDOW CLOSE THAT CLEARED A SESSION LEFT OPEN
000420     05  FILLER                   PIC X(9).
