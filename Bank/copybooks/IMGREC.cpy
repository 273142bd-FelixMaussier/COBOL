000010*================================================================
000020* IMGREC.CPY
000030* ACCOUNT MASTER IMAGE COPY RECORD LAYOUT
000040* USED BY    : ACCTCOPY (WRITER), ACCTRCV (FORWARD RECOVERY)
000050* ORGANIZATION: SEQUENTIAL, ONE GENERATION PER BUSINESS DAY.  A
000060*               HEADER RECORD, ONE RECORD PER ACCOUNT CARRYING THE
000070*               ACCT-RECORD IMAGE BYTE FOR BYTE, AND A TRAILER.
000080*               THE HEADER NOTES HOW FAR THE TRANSACTION LOG HAD
000090*               GOT WHEN THE COPY WAS TAKEN, SO A RECOVERY KNOWS
000100*               WHICH POSTINGS ARE ALREADY ON THE IMAGE AND WHICH
000110*               MUST BE APPLIED ON TOP OF IT.
000120*----------------------------------------------------------------
000130* MAINTENANCE HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  ------------------------------------------
000160* 2026-10-15  RLD  ORIGINAL COPYBOOK.
000170*================================================================
000180 01  IMG-RECORD.
000190     05  IMG-REC-TYPE             PIC X(1).
000200         88  IMG-IS-HEADER                VALUE "H".
000210         88  IMG-IS-ACCOUNT               VALUE "A".
000220         88  IMG-IS-TRAILER               VALUE "T".
000230     05  IMG-ACCOUNT-IMAGE        PIC X(96).
000240*        THE ACCT-RECORD (ACCTREC) EXACTLY AS IT STOOD ON FILE
000250     05  IMG-HEADER-DATA REDEFINES IMG-ACCOUNT-IMAGE.
000260         10  IMG-BUSINESS-DATE    PIC 9(8).
000270*            BUSINESS DATE OFF THE CONTROL FILE WHEN THE COPY RAN
000280         10  IMG-TAKEN-DATE       PIC 9(8).
000290         10  IMG-TAKEN-TIME       PIC 9(8).
000300*            WALL-CLOCK CCYYMMDD AND HHMMSSHH OF THE COPY
000310         10  IMG-LOG-COUNT        PIC 9(9).
000320*            RECORDS ON THE ONLINE TRANSACTION LOG WHEN THE COPY
000330*            WAS TAKEN - EVERY ONE OF THEM IS ALREADY IN THE IMAGE
000340         10  IMG-LOG-LAST-ACCOUNT PIC 9(10).
000350         10  IMG-LOG-LAST-DATE    PIC 9(8).
000360         10  IMG-LOG-LAST-TIME    PIC 9(8).
000370*            ACCOUNT, DATE AND TIME OF THE LAST OF THOSE RECORDS -
000380*            THE RECOVERY CHECKS IT IS STARTING FROM THE SAME LOG
000390         10  FILLER               PIC X(37).
000400     05  IMG-TRAILER-DATA REDEFINES IMG-ACCOUNT-IMAGE.
000410         10  IMG-ACCOUNT-COUNT    PIC 9(9).
000420         10  IMG-BALANCE-TOTAL    PIC S9(13)V99.
000430*            SUM OF ACCT-BALANCE OVER THE IMAGE - A RECOVERY
000440*            REFUSES AN IMAGE WHOSE COUNT OR TOTAL DOES NOT AGREE
000450         10  FILLER               PIC X(72).
000460     05  FILLER                   PIC X(3).
