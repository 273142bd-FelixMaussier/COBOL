000020* CTLREC.CPY
000030* BANK RUN-CONTROL AND PARAMETERS RECORD
000040* USED BY    : BANK-APP, BANKINT, EODRPT, BALPROOF, BCHPOST,
000050*              GLEXTR, BANKEOD, DRWPROOF, HLDMNT, HLDEXP,
000060*              NOTICE, CASHMON, ACCTCOPY, ACCTRCV, LOANMNT,
000070*              LOANSVC, INTTAX, ESCHEAT, SOPOST, TRANARCH,
000080*              RUNSHEET, BATCHWIN
000090* ORGANIZATION: INDEXED, TWO FIXED-KEY RECORDS.  THE PARAMETER
000100*               RECORD (KEY "1") IS READ BY EVERY PROGRAM AT
000110*               INITIALIZATION AND ONLY BANKEOD, THE EXPLICIT
000120*               END-OF-DAY STEP, EVER REWRITES IT.  THE BATCH-
000130*               WINDOW RECORD (KEY "W") IS REWRITTEN ONLY BY
000140*               BATCHWIN, AT THE OPEN AND CLOSE OF THE NIGHT
000150*               WINDOW.
000160*----------------------------------------------------------------
000170* MAINTENANCE HISTORY
000180* DATE       INIT  DESCRIPTION
000190* ---------- ----  ------------------------------------------
000200* 2026-08-22  RLD  ORIGINAL COPYBOOK - THE BUSINESS DATE AND
000210*                  OPERATING PARAMETERS COME OFF THIS RECORD
000220*                  INSTEAD OF THE SYSTEM CLOCK AND HARD-CODED
000230*                  WORKING-STORAGE, SO LATE-RUNNING BATCH AND
000240*                  PRIOR-DAY RERUNS USE THE DAY WE MEAN.
000250* 2026-09-02  RLD  ADDED CTL-DORMANT-MONTHS, CARVED FROM THE
000260*                  FILLER - THE DORMANCY PERIOD THE DORMRPT
000270*                  REVIEW BATCH APPLIES.
000280* 2026-09-02  RLD  ADDED CTL-HIST-RETAIN-MONTHS, CARVED FROM
000290*                  THE FILLER - HOW LONG POSTINGS STAY ON THE
000300*                  ONLINE KEYED HISTORY BEFORE THE HISTPRG
000310*                  RETENTION JOB ROLLS THEM TO ARCHIVE.
000320* 2026-10-15  RLD  ADDED CTL-CASH-THRESHOLD AND
000330*                  CTL-CASH-WINDOW-DAYS, CARVED FROM THE FILLER -
000340*                  THE LARGE-CASH REPORTING THRESHOLD AND THE
000350*                  ROLLING WINDOW OF BUSINESS DAYS THE CASHMON
000360*                  STRUCTURING SCAN USES.
000370* 2026-10-15  RLD  ADDED CTL-ESCHEAT-MONTHS, TAKING THE LAST OF
000380*                  THE FILLER - THE STATUTORY PERIOD WITHOUT OWNER
000390*                  ACTIVITY AFTER WHICH THE ESCHEAT RUN TRANSFERS
000400*                  A DORMANT BALANCE TO THE STATE.
000410* 2026-10-15  RLD  ADDED THE BATCH-WINDOW RECORD, KEY "W", AS A
000420*                  SECOND RECORD ON THE FILE RATHER THAN GROWING
000430*                  THE PARAMETER RECORD - TELLER SIGN-ON IS
000440*                  REFUSED WHILE THE WINDOW IS OPEN AND THE
000450*                  POSTING JOBS WILL NOT START UNTIL IT IS.
000460*================================================================
000470 01  CTL-RECORD.
000480     05  CTL-KEY                  PIC X(1).
000490*        FIXED VALUE "1" - THE PARAMETER RECORD
000500     05  CTL-BUSINESS-DATE        PIC 9(8).
000510*        CCYYMMDD - THE BANKING DAY IN EFFECT, ADVANCED ONLY BY
000520*        THE BANKEOD END-OF-DAY STEP
000530     05  CTL-OVERDRAFT-FEE        PIC 9(5)V99.
000540*        FEE CHARGED WHEN A POSTING DRIVES A BALANCE NEGATIVE
000550     05  CTL-CKPT-INTERVAL        PIC 9(5).
000560*        BANKINT TAKES A RESTART CHECKPOINT EVERY N ACCOUNTS
000570     05  CTL-DORMANT-MONTHS       PIC 9(3).
000580*        MONTHS WITHOUT A CUSTOMER-INITIATED POSTING BEFORE
000590*        DORMRPT MARKS AN ACCOUNT DORMANT
000600     05  CTL-HIST-RETAIN-MONTHS   PIC 9(3).
000610*        MONTHS OF POSTINGS KEPT ON THE ONLINE KEYED HISTORY -
000620*        HISTPRG ROLLS ANYTHING OLDER TO ARCHIVE GENERATIONS
000630*        MUST NOT BE SHORTER THAN CTL-DORMANT-MONTHS - DORMRPT
000640*        PROVES LIFE FROM THE ONLINE HISTORY AND REFUSES TO RUN
000650*        WHEN THE RETENTION WINDOW IS THE SHORTER OF THE TWO
000660     05  CTL-CASH-THRESHOLD       PIC 9(7)V99.
000670*        CASH IN OR OUT FOR ONE CUSTOMER IN ONE DAY ABOVE THIS IS
000680*        A REPORTABLE LARGE CASH TRANSACTION
000690     05  CTL-CASH-WINDOW-DAYS     PIC 9(2).
000700*        BUSINESS DAYS, ENDING WITH THE BUSINESS DATE, OVER WHICH
000710*        CASHMON ADDS UP SMALLER CASH ITEMS, LOOKING FOR
000720*        STRUCTURING
000730     05  CTL-ESCHEAT-MONTHS       PIC 9(3).
000740*        STATUTORY PERIOD, IN MONTHS WITHOUT AN OWNER-INITIATED
000750*        POSTING, AFTER WHICH A DORMANT BALANCE IS UNCLAIMED
000760*        PROPERTY.  LIKE THE DORMANCY PERIOD IT MUST NOT BE
000770*        LONGER THAN CTL-HIST-RETAIN-MONTHS - ESCHEAT PROVES THE
000780*        ABSENCE OF ACTIVITY FROM THE ONLINE HISTORY.  THE RECORD
000790*        HAS NO FILLER LEFT - THE NEXT PARAMETER GROWS IT.
000800*----------------------------------------------------------------
000810* BATCH-WINDOW RECORD - SAME LENGTH AS THE PARAMETER RECORD, SO
000820* THE FILE NEEDS NO CONVERSION.  NOT ON FILE UNTIL THE FIRST
000830* WINDOW IS OPENED - A MISSING RECORD READS AS AN ONLINE DAY.
000840*----------------------------------------------------------------
000850 01  CTL-WINDOW-RECORD.
000860     05  CTL-WIN-KEY              PIC X(1).
000870*        FIXED VALUE "W"
000880     05  CTL-WIN-STATE            PIC X(1).
000890         88  CTL-BATCH-WINDOW-OPEN        VALUE "B".
000900         88  CTL-ONLINE-DAY               VALUE "O".
000910     05  CTL-WIN-BUS-DATE         PIC 9(8).
000920*        CCYYMMDD - THE BUSINESS DATE THE WINDOW WAS LAST OPENED
000930*        FOR.  BANKEOD ADVANCES THE DATE INSIDE THE WINDOW, SO
000940*        THIS IS THE DAY THE NIGHT RUN IS CLOSING.
000950     05  CTL-WIN-OPEN-DATE        PIC 9(8).
000960     05  CTL-WIN-OPEN-TIME        PIC 9(6).
000970*        CALENDAR DATE AND HHMMSS THE WINDOW WAS LAST OPENED
000980     05  CTL-WIN-CLOSE-DATE       PIC 9(8).
000990     05  CTL-WIN-CLOSE-TIME       PIC 9(6).
001000*        CALENDAR DATE AND HHMMSS THE WINDOW WAS LAST CLOSED AND
001010*        THE ONLINE DAY BEGAN - ZERO UNTIL THE FIRST CLOSE
001020     05  FILLER                   PIC X(3).
