000010*================================================================
000020* UPRREC.CPY
000030* UNCLAIMED PROPERTY HOLDER REPORT RECORD LAYOUT
000040* USED BY    : ESCHEAT (WRITER) AND THE STATE UNCLAIMED
000050*              PROPERTY FILING (READER)
000060* ORGANIZATION: SEQUENTIAL, FIXED LENGTH.  ONE DETAIL RECORD PER
000070*               ACCOUNT WHOSE BALANCE WAS TRANSFERRED TO THE
000080*               UNCLAIMED PROPERTY SUSPENSE LEDGER, CLOSED BY ONE
000090*               TRAILER RECORD CARRYING THE DETAIL COUNT AND THE
000100*               TOTAL REMITTED.
000110*----------------------------------------------------------------
000120* MAINTENANCE HISTORY
000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  ------------------------------------------
000150* 2026-10-15  RLD  ORIGINAL COPYBOOK - LONG-DORMANT BALANCES ARE
000160*                  REPORTED TO THE STATE FROM THE BOOKS, WITH THE
000170*                  OWNER DETAILS OFF THE CUSTOMER MASTER.
000180*================================================================
000190 01  UPR-RECORD.
000200     05  UPR-REC-TYPE             PIC X(1).
000210         88  UPR-IS-DETAIL                VALUE "D".
000220         88  UPR-IS-TRAILER               VALUE "T".
000230     05  UPR-REPORT-DATE          PIC 9(8).
000240*        CCYYMMDD - BUSINESS DATE THE BALANCES WERE TRANSFERRED
000250     05  UPR-DETAIL.
000260         10  UPR-ACCOUNT          PIC 9(10).
000270         10  UPR-CUSTOMER         PIC 9(6).
000280*            ZERO WHEN THE ACCOUNT PREDATES THE CUSTOMER FILE
000290         10  UPR-OWNER-NAME       PIC X(30).
000300         10  UPR-OWNER-ADDRESS    PIC X(30).
000310         10  UPR-OWNER-CITY       PIC X(20).
000320*            SPACES WHEN NO CUSTOMER RECORD COULD BE FOUND - THE
000330*            NAME IS THEN THE ACCOUNT TITLE
000340         10  UPR-AMOUNT           PIC 9(9)V99.
000350*            BALANCE TRANSFERRED TO THE SUSPENSE LEDGER
000360         10  UPR-LAST-ACTIVITY    PIC 9(8).
000370*            CCYYMMDD OF THE LAST OWNER-INITIATED POSTING STILL
000380*            ON THE ONLINE HISTORY; ZERO WHEN IT HAS BEEN
000390*            ARCHIVED OFF
000400         10  UPR-OPENED-DATE      PIC 9(8).
000410         10  FILLER               PIC X(8).
000420     05  UPR-TRAILER REDEFINES UPR-DETAIL.
000430         10  UPR-T-COUNT          PIC 9(7).
000440*            NUMBER OF DETAIL RECORDS ON THE FILE
000450         10  UPR-T-AMOUNT         PIC 9(13)V99.
000460*            TOTAL OF UPR-AMOUNT OVER THE DETAIL RECORDS
000470         10  FILLER               PIC X(109).
