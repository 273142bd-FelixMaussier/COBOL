000030* KEYED TRANSACTION-HISTORY FILE RECORD LAYOUT
000040* USED BY    : BANK-APP, BANKINT, BCHPOST, TRANCONV (WRITERS,
000050*              THE CUT-OVER BACKLOAD AND THE COUNTER
000060*              INQUIRIES), CASHMON (CASH ITEMS IN THE
000070*              REVIEW WINDOW), INTTAX (INTEREST FOR THE
000080*              TAX YEAR), ESCHEAT (OWNER ACTIVITY
000090*              AND THE UNCLAIMED PROPERTY TRANSFER)
000100* KEYED BY   : TRANH-KEY - ACCOUNT, DATE, TIME, SEQUENCE
000110*              (INDEXED FILE, ASCENDING)
000120* ORGANIZATION: INDEXED.  MAINTAINED AT WRITE TIME BY THE SAME
000130*               PARAGRAPHS THAT WRITE THE SEQUENTIAL TRANLOG,
000140*               SO A MINI-STATEMENT OR COUNTER HISTORY INQUIRY
000150*               IS A KEYED START/READ NEXT ON ONE ACCOUNT
000160*               INSTEAD OF A FULL PASS OF THE LOG.  POSTINGS
000170*               OLDER THAN CTL-HIST-RETAIN-MONTHS ARE ROLLED
000180*               TO ARCHIVE GENERATIONS BY THE HISTPRG
000190*               RETENTION JOB AND STAY RETRIEVABLE THROUGH
000200*               TRANHINQ - THE ONLINE FILE HOLDS THE CURRENT
000210*               RETENTION WINDOW ONLY.
000220*----------------------------------------------------------------
000230* MAINTENANCE HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  ------------------------------------------
000260* 2026-08-22  RLD  ORIGINAL COPYBOOK.  TRANH-SEQ BREAKS KEY
000270*                  TIES WHEN TWO POSTINGS FOR ONE ACCOUNT LAND
000280*                  ON THE SAME HUNDREDTH OF A SECOND - THE
000290*                  WRITER BUMPS IT UNTIL THE WRITE TAKES.
000300* 2026-09-02  RLD  THE FILE IS NO LONGER PERMANENT - THE HISTPRG
000310*                  RETENTION JOB ROLLS POSTINGS OLDER THAN THE
000320*                  CONTROL-FILE RETENTION PERIOD TO ARCHIVE
000330*                  GENERATIONS AND DELETES THEM ONLINE.
000340* 2026-09-02  RLD  ADDED TRANH-OVERRIDE-ID IN STEP WITH THE
000350*                  SAME CHANGE TO TRANREC.
000360* 2026-09-02  RLD  ADDED REVERSAL TYPES "R" AND "V" AND THE
000370*                  TRANH-ORIG-DATE/TYPE/SEQ FIELDS, IN STEP
000380*                  WITH THE SAME CHANGE TO TRANREC - THE RECORD
000390*                  GROWS FROM 78 TO 90 BYTES.
000400* 2026-10-15  RLD  ADDED TYPE "E", IN STEP WITH THE SAME CHANGE
000410*                  TO TRANREC.
000420*================================================================
000430 01  TRANH-RECORD.
000440     05  TRANH-KEY.
000450         10  TRANH-ACCOUNT        PIC 9(10).
000460         10  TRANH-DATE           PIC 9(8).
000470*            CCYYMMDD
000480         10  TRANH-TIME           PIC 9(8).
000490*            HHMMSSHH
000500         10  TRANH-SEQ            PIC 9(2).
000510     05  TRANH-TYPE               PIC X(1).
000520         88  TRANH-IS-DEPOSIT             VALUE "D".
000530         88  TRANH-IS-WITHDRAWAL          VALUE "W".
000540         88  TRANH-IS-OVERDRAFT-FEE       VALUE "O".
000550         88  TRANH-IS-INTEREST            VALUE "I".
000560         88  TRANH-IS-MONTHLY-FEE         VALUE "F".
000570         88  TRANH-IS-TRANSFER-OUT        VALUE "X".
000580         88  TRANH-IS-TRANSFER-IN         VALUE "Y".
000590         88  TRANH-IS-REVERSAL-DEBIT      VALUE "R".
000600         88  TRANH-IS-REVERSAL-CREDIT     VALUE "V".
000610         88  TRANH-IS-ESCHEATMENT         VALUE "E".
000620     05  TRANH-AMOUNT             PIC S9(9)V99.
000630     05  TRANH-BALANCE            PIC S9(9)V99.
000640*        RESULTING BALANCE AFTER THE TRANSACTION WAS POSTED
000650     05  TRANH-REFERENCE          PIC 9(8).
000660*        ON A REVERSAL, TRANH-TIME OF THE POSTING BACKED OUT
000670     05  TRANH-TELLER-ID          PIC X(5).
000680     05  TRANH-BRANCH-ID          PIC X(4).
000690     05  TRANH-ORIG-DATE          PIC 9(8).
000700*        ON A REVERSAL, TRANH-DATE OF THE ORIGINAL POSTING;
000710*        ZERO OTHERWISE
000720     05  TRANH-ORIG-SEQ           PIC 9(2).
000730     05  TRANH-ORIG-TYPE          PIC X(1).
000740     05  TRANH-OVERRIDE-ID        PIC X(5).
000750*        SUPERVISOR WHO APPROVED THE POSTING; SPACES WHEN NONE
000760     05  FILLER                   PIC X(6).
