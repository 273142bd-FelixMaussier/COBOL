000020* TRANREC.CPY
000030* TRANSACTION LOG RECORD LAYOUT
000040* USED BY    : BANK-APP, BANKINT, EODRPT, BALPROOF, BANKSTMT,
000050*              BCHPOST, GLEXTR, TRANARCH, TRANHINQ, TRANCONV,
000060*              DRWPROOF, ACCTCOPY, ACCTRCV, INTTAX, ESCHEAT
000070* ORGANIZATION: SEQUENTIAL, ONE RECORD WRITTEN PER POSTING
000080*----------------------------------------------------------------
000090* MAINTENANCE HISTORY
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  ------------------------------------------
000120* 2026-08-09  RLD  ORIGINAL COPYBOOK - AUDIT TRAIL BEHIND EVERY
000130*                  DEPOSIT AND WITHDRAWAL.
000140* 2026-08-22  RLD  ADDED TRANSFER-OUT/TRANSFER-IN TYPE CODES AND
000150*                  TRAN-REFERENCE, CARVED FROM THE FILLER - BOTH
000160*                  LEGS OF A TRANSFER CARRY THE SAME REFERENCE SO
000170*                  REPORTS AND AUDITS CAN PAIR THEM.
000180* 2026-08-22  RLD  ADDED TRAN-TELLER-ID AND TRAN-BRANCH-ID SO
000190*                  EVERY POSTING NAMES WHO MADE IT - THE RECORD
000200*                  GROWS FROM 59 TO 76 BYTES.  BATCH JOBS STAMP
000210*                  THEIR OWN IDS ("*INT*" FOR BANKINT).
000220* 2026-09-02  RLD  ADDED TRAN-OVERRIDE-ID, CARVED FROM THE
000230*                  FILLER - A POSTING THAT NEEDED A SUPERVISOR
000240*                  OVERRIDE AT THE COUNTER NAMES THE SUPERVISOR
000250*                  WHO APPROVED IT.  SPACES OTHERWISE.
000260* 2026-09-02  RLD  ADDED REVERSAL TYPES "R" AND "V" AND THE
000270*                  TRAN-ORIG-DATE/TYPE/SEQ FIELDS THAT, WITH
000280*                  TRAN-REFERENCE CARRYING THE ORIGINAL TIME,
000290*                  POINT A REVERSAL AT THE EXACT HISTORY RECORD
000300*                  IT BACKS OUT.  THE RECORD GROWS FROM 76 TO 90
000310*                  BYTES - ARCHIVE GENERATIONS CUT BEFORE THIS
000320*                  CHANGE STAY AT 76 AND MUST BE READ WITH THE
000330*                  PRIOR LAYOUT.
000340* 2026-10-15  RLD  ADDED TYPE "E" - A DORMANT BALANCE TRANSFERRED
000350*                  TO THE UNCLAIMED PROPERTY SUSPENSE LEDGER BY
000360*                  THE ESCHEAT RUN.
000370*================================================================
000380 01  TRAN-RECORD.
000390     05  TRAN-ACCOUNT             PIC 9(10).
000400     05  TRAN-DATE                PIC 9(8).
000410*        CCYYMMDD
000420     05  TRAN-TIME                PIC 9(8).
000430*        HHMMSSHH
000440     05  TRAN-TYPE                PIC X(1).
000450         88  TRAN-IS-DEPOSIT              VALUE "D".
000460         88  TRAN-IS-WITHDRAWAL           VALUE "W".
000470         88  TRAN-IS-OVERDRAFT-FEE        VALUE "O".
000480         88  TRAN-IS-INTEREST             VALUE "I".
000490         88  TRAN-IS-MONTHLY-FEE          VALUE "F".
000500         88  TRAN-IS-TRANSFER-OUT         VALUE "X".
000510         88  TRAN-IS-TRANSFER-IN          VALUE "Y".
000520         88  TRAN-IS-REVERSAL-DEBIT       VALUE "R".
000530*            BACKS OUT A CREDIT POSTING - THE AMOUNT COMES BACK
000540*            OFF THE BALANCE
000550         88  TRAN-IS-REVERSAL-CREDIT      VALUE "V".
000560*            BACKS OUT A DEBIT POSTING - THE AMOUNT GOES BACK
000570*            ONTO THE BALANCE
000580         88  TRAN-IS-ESCHEATMENT          VALUE "E".
000590*            WHOLE BALANCE OF A LONG-DORMANT ACCOUNT PAID AWAY
000600*            TO THE UNCLAIMED PROPERTY SUSPENSE LEDGER - A DEBIT
000610     05  TRAN-AMOUNT              PIC S9(9)V99.
000620     05  TRAN-BALANCE             PIC S9(9)V99.
000630*        RESULTING BALANCE AFTER THE TRANSACTION WAS POSTED
000640     05  TRAN-REFERENCE           PIC 9(8).
000650*        PAIRS THE TWO LEGS OF A TRANSFER - BOTH CARRY THE SAME
000660*        REFERENCE NUMBER.  ON A REVERSAL ("R"/"V") IT CARRIES
000670*        THE TRAN-TIME OF THE POSTING BEING BACKED OUT.  ZERO
000680*        ON EVERY OTHER TRANSACTION TYPE.
000690     05  TRAN-TELLER-ID           PIC X(5).
000700*        TELLER SIGNED ON TO THE SESSION THAT POSTED THIS, OR A
000710*        BATCH JOB ID ("*INT*" FOR THE NIGHTLY INTEREST RUN)
000720     05  TRAN-BRANCH-ID           PIC X(4).
000730     05  TRAN-ORIG-DATE           PIC 9(8).
000740*        ON A REVERSAL, TRAN-DATE OF THE ORIGINAL POSTING -
000750*        WITH TRAN-REFERENCE AND TRAN-ORIG-SEQ THIS IS THE FULL
000760*        HISTORY KEY OF THE RECORD BACKED OUT.  ZERO OTHERWISE.
000770     05  TRAN-ORIG-SEQ            PIC 9(2).
000780*        ON A REVERSAL, TRANH-SEQ OF THE ORIGINAL POSTING
000790     05  TRAN-ORIG-TYPE           PIC X(1).
000800*        ON A REVERSAL, TRAN-TYPE OF THE ORIGINAL POSTING - THE
000810*        REPORTS NET THE REVERSAL AGAINST THE RIGHT TOTAL
000820*        WITHOUT RE-READING THE HISTORY.  SPACE OTHERWISE.
000830     05  TRAN-OVERRIDE-ID         PIC X(5).
000840*        SUPERVISOR WHO APPROVED AN OVER-LIMIT OR RESTRICTED
000850*        POSTING AT THE COUNTER; SPACES WHEN NO OVERRIDE
000860     05  FILLER                   PIC X(8).
