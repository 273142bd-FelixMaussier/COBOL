001000*                  ACCOUNTS HAVE PASSED THEIR CHECKS, SO A
001010*                  LATER DEPOSIT CAN NEVER CARRY A SUPERVISOR
001020*                  WHO APPROVED NOTHING.
001030* 2026-10-15  RLD  ADDED THE TELLER CASH DRAWER - THE FIRST
001040*                  SIGN-ON OF THE DAY DECLARES AN OPENING FLOAT
001050*                  ON THE NEW DRAWER FILE, AND SIGN-OFF TAKES
001060*                  THE CASH COUNT BY DENOMINATION FOR THE
001070*                  DRWPROOF END-OF-SHIFT PROOF.
001080* 2026-10-15  RLD  WITHDRAWALS AND TRANSFERS NOW TAKE ACTIVE HOLDS
001090*                  OFF THE AVAILABLE FIGURE, AND A FRAUD FREEZE ON
001100*                  THE ACCOUNT REFUSES THEM OUTRIGHT - HOLDS ARE
001110*                  PLACED AND RELEASED THROUGH HLDMNT.
001120* 2026-10-15  RLD  EVERY OVERDRAFT FEE NOW ALSO WRITES A CUSTOMER
001130*                  NOTICE EVENT, SO THE NIGHT RUN LETTERS THE
001140*                  CUSTOMER INSTEAD OF A BRANCH TYPING IT UP.
001150* 2026-10-15  RLD  ADDED LOAN REPAYMENTS - NUMBER 8 AT THE SELECT
001160*                  PROMPT TAKES A LOAN NUMBER AND A REPAYMENT IN
001170*                  CASH OR BY TRANSFER FROM A DEPOSIT ACCOUNT,
001180*                  SPLIT INTEREST FIRST, THEN PRINCIPAL, AND
001190*                  RECORDED ON THE LOAN HISTORY FOR THE LEDGER.
001200* 2026-10-15  RLD  AN ESCHEATED ACCOUNT IS REFUSED AT SELECTION -
001210*                  ITS BALANCE NOW BELONGS TO THE STATE AND THE
001220*                  OWNER IS REFERRED THERE TO CLAIM IT.
001230* 2026-10-15  RLD  SIGN-ON IS REFUSED ONCE THE NIGHT BATCH WINDOW
001240*                  IS OPEN ON THE CONTROL FILE, AND A SESSION
001250*                  ALREADY SIGNED ON IS WARNED TO FINISH.  EVERY
001260*                  SESSION IS RECORDED ON THE NEW SESSION REGISTER
001270*                  AT SIGN-ON AND STRUCK OFF AT SIGN-OFF, SO THE
001280*                  POSTING JOBS CAN SEE WHO IS STILL AT A COUNTER.
001290*================================================================
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. BANK-APP.
001320 AUTHOR. R L DAWSON.
001330 INSTALLATION. MAIN STREET DATA CENTER.
001340 DATE-WRITTEN. 2024-02-10.
001350 DATE-COMPILED.
001360
001370 ENVIRONMENT DIVISION.
001380 INPUT-OUTPUT SECTION.
001390 FILE-CONTROL.
001400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS ACCT-NUMBER
001440         FILE STATUS IS BA-ACCT-FILE-STATUS.
001450
001460     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
001470         ORGANIZATION IS SEQUENTIAL
001480         ACCESS MODE IS SEQUENTIAL
001490         FILE STATUS IS BA-TRAN-FILE-STATUS.
001500
001510     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
001520         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS DYNAMIC
001540         RECORD KEY IS CTL-KEY
001550         FILE STATUS IS BA-CTL-FILE-STATUS.
001560
001570     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS TRANH-KEY
001610         FILE STATUS IS BA-HIST-FILE-STATUS.
001620
001630     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS CUST-NUMBER
001670         FILE STATUS IS BA-CUST-FILE-STATUS.
001680
001690     SELECT TELLER-MASTER ASSIGN TO "TLRMSTR"
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS TLR-ID
001730         FILE STATUS IS BA-TLR-FILE-STATUS.
001740
001750     SELECT DRAWER-FILE ASSIGN TO "TLRDRAWR"
001760         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS DYNAMIC
001780         RECORD KEY IS DRW-KEY
001790         FILE STATUS IS BA-DRW-FILE-STATUS.
001800
001810     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
001820         ORGANIZATION IS INDEXED
001830         ACCESS MODE IS DYNAMIC
001840         RECORD KEY IS HLD-KEY
001850         FILE STATUS IS BA-HLD-FILE-STATUS.
001860
001870     SELECT NOTICE-FILE ASSIGN TO "NTCEVENT"
001880         ORGANIZATION IS INDEXED
001890         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS NTE-KEY
001910         FILE STATUS IS BA-NTC-FILE-STATUS.
001920
001930     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
001940         ORGANIZATION IS INDEXED
001950         ACCESS MODE IS DYNAMIC
001960         RECORD KEY IS LOAN-NUMBER
001970         FILE STATUS IS BA-LOAN-FILE-STATUS.
001980
001990     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
002000         ORGANIZATION IS INDEXED
002010         ACCESS MODE IS DYNAMIC
002020         RECORD KEY IS LNH-KEY
002030         FILE STATUS IS BA-LNH-FILE-STATUS.
002040
002050     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
002060         ORGANIZATION IS INDEXED
002070         ACCESS MODE IS DYNAMIC
002080         RECORD KEY IS SES-TELLER-ID
002090         FILE STATUS IS BA-SES-FILE-STATUS.
002100
002110 DATA DIVISION.
002120 FILE SECTION.
002130*----------------------------------------------------------------
002140* ACCOUNT MASTER - ONE RECORD PER CUSTOMER ACCOUNT
002150*----------------------------------------------------------------
002160 FD  ACCOUNT-MASTER
002170     LABEL RECORDS ARE STANDARD.
002180     COPY ACCTREC.
002190
002200*----------------------------------------------------------------
002210* TRANSACTION LOG - APPEND-ONLY AUDIT TRAIL
002220*----------------------------------------------------------------
002230 FD  TRANSACTION-LOG
002240     LABEL RECORDS ARE STANDARD.
002250     COPY TRANREC.
002260
002270*----------------------------------------------------------------
002280* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
002290*----------------------------------------------------------------
002300 FD  CONTROL-FILE
002310     LABEL RECORDS ARE STANDARD.
002320     COPY CTLREC.
002330
002340*----------------------------------------------------------------
002350* KEYED TRANSACTION HISTORY - SAME POSTINGS AS THE LOG, KEYED
002360* BY ACCOUNT, DATE, TIME AND SEQUENCE FOR COUNTER INQUIRY
002370*----------------------------------------------------------------
002380 FD  TRANSACTION-HISTORY
002390     LABEL RECORDS ARE STANDARD.
002400     COPY TRNHREC.
002410
002420*----------------------------------------------------------------
002430* CUSTOMER MASTER - READ FOR THE COUNTER CUSTOMER LOOKUP
002440*----------------------------------------------------------------
002450 FD  CUSTOMER-MASTER
002460     LABEL RECORDS ARE STANDARD.
002470     COPY CUSTREC.
002480
002490*----------------------------------------------------------------
002500* TELLER MASTER - SIGN-ON VALIDATION AND SUPERVISOR OVERRIDES
002510*----------------------------------------------------------------
002520 FD  TELLER-MASTER
002530     LABEL RECORDS ARE STANDARD.
002540     COPY TLRREC.
002550
002560*----------------------------------------------------------------
002570* TELLER CASH DRAWER - FLOAT AT SIGN-ON, CASH COUNT AT SIGN-OFF
002580*----------------------------------------------------------------
002590 FD  DRAWER-FILE
002600     LABEL RECORDS ARE STANDARD.
002610     COPY DRWREC.
002620
002630*----------------------------------------------------------------
002640* ACCOUNT HOLDS - READ FOR THE AVAILABLE FIGURE ON EVERY DEBIT
002650*----------------------------------------------------------------
002660 FD  HOLD-FILE
002670     LABEL RECORDS ARE STANDARD.
002680     COPY HLDREC.
002690
002700*----------------------------------------------------------------
002710* CUSTOMER NOTICE EVENTS - AN OVERDRAFT FEE IS LETTERED OVERNIGHT
002720*----------------------------------------------------------------
002730 FD  NOTICE-FILE
002740     LABEL RECORDS ARE STANDARD.
002750     COPY NTCEREC.
002760
002770*----------------------------------------------------------------
002780* LOAN MASTER - REPAYMENTS TAKEN AT THE COUNTER
002790*----------------------------------------------------------------
002800 FD  LOAN-MASTER
002810     LABEL RECORDS ARE STANDARD.
002820     COPY LOANREC.
002830
002840*----------------------------------------------------------------
002850* LOAN POSTING HISTORY - EVERY REPAYMENT, FOR THE LEDGER AND THE
002860* DRAWER PROOF
002870*----------------------------------------------------------------
002880 FD  LOAN-HISTORY
002890     LABEL RECORDS ARE STANDARD.
002900     COPY LNHREC.
002910
002920*----------------------------------------------------------------
002930* TELLER SESSION REGISTER - WHO IS SIGNED ON, FOR THE NIGHT RUN
002940*----------------------------------------------------------------
002950 FD  SESSION-REGISTER
002960     LABEL RECORDS ARE STANDARD.
002970     COPY SESREC.
002980
002990 WORKING-STORAGE SECTION.
003000*----------------------------------------------------------------
003010* FILE STATUS AND CONTROL SWITCHES
003020*----------------------------------------------------------------
003030 77  BA-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
003040 77  BA-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
003050 77  BA-CTL-FILE-STATUS       PIC X(02) VALUE "00".
003060 77  BA-HIST-FILE-STATUS      PIC X(02) VALUE "00".
003070 77  BA-CUST-FILE-STATUS      PIC X(02) VALUE "00".
003080 77  BA-TLR-FILE-STATUS       PIC X(02) VALUE "00".
003090 77  BA-DRW-FILE-STATUS       PIC X(02) VALUE "00".
003100 77  BA-HLD-FILE-STATUS       PIC X(02) VALUE "00".
003110 77  BA-NTC-FILE-STATUS       PIC X(02) VALUE "00".
003120 77  BA-LOAN-FILE-STATUS      PIC X(02) VALUE "00".
003130 77  BA-LNH-FILE-STATUS       PIC X(02) VALUE "00".
003140 77  BA-SES-FILE-STATUS       PIC X(02) VALUE "00".
003150
003160 77  BA-BANK-SW               PIC X(01) VALUE "N".
003170     88  BA-END-OF-BANK               VALUE "Y".
003180
003190 77  BA-ACCT-FOUND-SW         PIC X(01) VALUE "N".
003200     88  BA-ACCT-FOUND                VALUE "Y".
003210     88  BA-ACCT-NOT-FOUND            VALUE "N".
003220
003230 77  BA-AMOUNT-VALID-SW       PIC X(01) VALUE "N".
003240     88  BA-AMOUNT-IS-VALID           VALUE "Y".
003250     88  BA-AMOUNT-NOT-VALID          VALUE "N".
003260
003270 77  BA-SIGNON-VALID-SW       PIC X(01) VALUE "N".
003280     88  BA-SIGNON-IS-VALID           VALUE "Y".
003290
003300 77  BA-OVERRIDE-OK-SW        PIC X(01) VALUE "N".
003310     88  BA-OVERRIDE-APPROVED         VALUE "Y".
003320
003330 77  BA-HIST-EOF-SW           PIC X(01) VALUE "N".
003340     88  BA-END-OF-HISTORY            VALUE "Y".
003350
003360 77  BA-HIST-DONE-SW          PIC X(01) VALUE "N".
003370     88  BA-HISTORY-WRITTEN           VALUE "Y".
003380
003390 77  BA-CUST-AVAIL-SW         PIC X(01) VALUE "N".
003400     88  BA-CUST-FILE-AVAILABLE       VALUE "Y".
003410
003420 77  BA-LOOKUP-SW             PIC X(01) VALUE "N".
003430     88  BA-DID-LOOKUP                VALUE "Y".
003440
003450 77  BA-SCAN-EOF-SW           PIC X(01) VALUE "N".
003460     88  BA-END-OF-SCAN               VALUE "Y".
003470
003480 77  BA-DRW-AVAIL-SW          PIC X(01) VALUE "N".
003490     88  BA-DRAWER-IS-OPEN            VALUE "Y".
003500
003510 77  BA-HLD-AVAIL-SW          PIC X(01) VALUE "N".
003520     88  BA-HOLD-FILE-AVAILABLE       VALUE "Y".
003530
003540 77  BA-HLD-EOF-SW            PIC X(01) VALUE "N".
003550     88  BA-END-OF-HOLDS              VALUE "Y".
003560
003570 77  BA-FROZEN-SW             PIC X(01) VALUE "N".
003580     88  BA-ACCOUNT-FROZEN            VALUE "Y".
003590
003600 77  BA-NTC-AVAIL-SW          PIC X(01) VALUE "N".
003610     88  BA-NOTICE-FILE-AVAILABLE     VALUE "Y".
003620
003630 77  BA-NTC-DONE-SW           PIC X(01) VALUE "N".
003640     88  BA-NOTICE-WRITTEN            VALUE "Y".
003650
003660 77  BA-LOAN-AVAIL-SW         PIC X(01) VALUE "N".
003670     88  BA-LOAN-FILES-AVAILABLE      VALUE "Y".
003680
003690 77  BA-LNH-DONE-SW           PIC X(01) VALUE "N".
003700     88  BA-LOAN-HIST-WRITTEN         VALUE "Y".
003710
003720 77  BA-LOAN-DEBIT-SW         PIC X(01) VALUE "N".
003730     88  BA-LOAN-DEBIT-DONE           VALUE "Y".
003740
003750 77  BA-WINDOW-SW             PIC X(01) VALUE "N".
003760     88  BA-BATCH-WINDOW-OPEN         VALUE "Y".
003770
003780 77  BA-SES-REG-SW            PIC X(01) VALUE "N".
003790     88  BA-SESSION-REGISTERED        VALUE "Y".
003800
003810 77  BA-INQ-FROM-DATE         PIC 9(08).
003820 77  BA-INQ-TO-DATE           PIC 9(08).
003830 77  BA-INQ-COUNT             PIC 9(05) COMP VALUE 0.
003840 77  BA-CUST-NUMBER-IN        PIC 9(06).
003850 77  BA-ACCTS-LISTED          PIC 9(05) COMP VALUE 0.
003860
003870*----------------------------------------------------------------
003880* REVERSAL WORK FIELDS - THE ORIGINAL POSTING IS COPIED OUT OF
003890* THE HISTORY RECORD AREA BEFORE THE REVERSAL WRITES OVER IT
003900*----------------------------------------------------------------
003910 77  BA-REV-DATE-IN           PIC 9(08).
003920 77  BA-REV-TIME-IN           PIC 9(08).
003930 77  BA-REV-SEQ-IN            PIC 9(02).
003940 77  BA-REV-ORIG-TYPE         PIC X(01).
003950 77  BA-REV-AMOUNT            PIC S9(09)V99.
003960 77  BA-REV-LISTED            PIC 9(05) COMP VALUE 0.
003970
003980*----------------------------------------------------------------
003990* TELLER INPUT AND WORKING FIELDS
004000*----------------------------------------------------------------
004010 77  BA-ACCT-NUMBER-IN        PIC 9(10).
004020 77  BA-PASSWORD-IN           PIC X(08).
004030 77  BA-SIGNON-TRIES          PIC 9(01) VALUE 0.
004040 77  BA-AUTH-LIMIT            PIC 9(07)V99 VALUE 0.
004050*        TELLERS AUTHORITY LIMIT OFF THE TELLER MASTER - THE
004060*        LARGEST SINGLE WITHDRAWAL OR TRANSFER WITHOUT A
004070*        SUPERVISOR OVERRIDE
004080 77  BA-SUPV-ID-IN            PIC X(05).
004090 77  BA-OVERRIDE-ID           PIC X(05) VALUE SPACES.
004100*        SUPERVISOR WHO APPROVED THE POSTING IN FLIGHT - GOES
004110*        ON THE LOG RECORD, SPACES WHEN NO OVERRIDE
004120 77  BA-TELLER-ID             PIC X(05).
004130 77  BA-BRANCH-ID             PIC X(04).
004140 77  BA-OPTION                PIC 9(01).
004150 77  BA-DEPOSIT-AMOUNT        PIC 9(09)V99.
004160 77  BA-WITHDRAW-AMOUNT       PIC 9(09)V99.
004170 77  BA-AVAILABLE-FUNDS       PIC S9(10)V99.
004180 77  BA-HELD-FUNDS            PIC 9(10)V99 VALUE 0.
004190*        TOTAL OF THE ACTIVE HOLDS ON THE ACCOUNT IN HAND - SET
004200*        BY 7300-TOTAL-HOLDS AHEAD OF EVERY DEBIT
004210 77  BA-OVERDRAFT-FEE         PIC 9(05)V99 VALUE 5.00.
004220 77  BA-TRAN-TYPE-CODE        PIC X(01).
004230 77  BA-TRAN-AMOUNT-OUT       PIC S9(09)V99.
004240 77  BA-BUSINESS-DATE         PIC 9(08) VALUE 0.
004250 77  BA-RETAIN-MONTHS         PIC 9(03) VALUE 0.
004260 77  BA-HIST-CUTOFF           PIC 9(08) VALUE 0.
004270*        OLDEST DATE STILL ON THE ONLINE HISTORY - EARLIER
004280*        POSTINGS LIVE ON THE HISTPRG ARCHIVE GENERATIONS.
004290*        ZERO WHEN THE CONTROL FILE COULD NOT SAY.
004300 01  BA-CUT-DATE.
004310     05  BA-CUT-YEAR          PIC 9(04).
004320     05  BA-CUT-MONTH         PIC 9(02).
004330     05  BA-CUT-DAY           PIC 9(02).
004340 01  BA-CUT-DATE-NUM REDEFINES BA-CUT-DATE
004350                              PIC 9(08).
004360 77  BA-CUT-TOTAL-MONTHS      PIC S9(07) COMP.
004370 77  BA-CUT-QUOTIENT          PIC S9(05) COMP.
004380 77  BA-CUT-REMAINDER         PIC S9(03) COMP.
004390*        BANKING DAY OFF THE CONTROL FILE; FALLS BACK TO THE
004400*        SYSTEM CLOCK WHEN THE CONTROL FILE CANNOT BE READ
004410 77  BA-CURRENT-TIME          PIC 9(08).
004420 77  BA-WIN-OPEN-DATE         PIC 9(08) VALUE 0.
004430 77  BA-WIN-OPEN-TIME         PIC 9(06) VALUE 0.
004440*        WHEN THE NIGHT BATCH WINDOW OPENED, OFF THE CONTROL FILE
004450
004460*----------------------------------------------------------------
004470* TRANSFER WORK FIELDS.  THE HOLD AREAS PARK ONE ACCOUNT RECORD
004480* WHILE THE OTHER SIDE OF THE TRANSFER OCCUPIES THE FD RECORD
004490* AREA; BA-TRAN-REF CARRIES THE COMMON REFERENCE STAMPED ON
004500* BOTH LEGS AND IS ZERO FOR EVERY OTHER TRANSACTION TYPE.
004510*----------------------------------------------------------------
004520 77  BA-XFER-TARGET-IN        PIC 9(10).
004530 77  BA-XFER-AMOUNT           PIC 9(09)V99.
004540 77  BA-TRAN-REF              PIC 9(08) VALUE 0.
004550 77  BA-ORIG-DATE             PIC 9(08) VALUE 0.
004560 77  BA-ORIG-SEQ              PIC 9(02) VALUE 0.
004570 77  BA-ORIG-TYPE             PIC X(01) VALUE SPACE.
004580*        KEY AND TYPE OF THE POSTING A REVERSAL BACKS OUT -
004590*        ZERO/SPACE FOR EVERY OTHER TRANSACTION TYPE
004600 77  BA-XFER-REF              PIC 9(08).
004610*        THE REFERENCE STRUCK FOR THE TRANSFER IN FLIGHT - HELD
004620*        APART FROM BA-CURRENT-TIME, WHICH EVERY LOG WRITE
004630*        RE-ACCEPTS, SO BOTH LEGS RESTORE THE SAME VALUE
004640 77  BA-SOURCE-HOLD           PIC X(96).
004650 77  BA-TARGET-HOLD           PIC X(96).
004660
004670*----------------------------------------------------------------
004680* LOAN REPAYMENT WORK FIELDS.  A REPAYMENT CLEARS ACCRUED
004690* INTEREST FIRST AND ONLY THE REST REDUCES THE PRINCIPAL; THE
004700* PAYOFF FIGURE IS THE MOST ONE REPAYMENT MAY BE.
004710*----------------------------------------------------------------
004720 77  BA-LOAN-NUMBER-IN        PIC 9(10).
004730 77  BA-LOAN-METHOD-IN        PIC 9(01).
004740 77  BA-LOAN-METHOD           PIC X(01).
004750*        C CASH, T TRANSFER FROM A DEPOSIT ACCOUNT
004760 77  BA-LOAN-AMOUNT           PIC 9(09)V99.
004770 77  BA-LOAN-PAYOFF           PIC S9(10)V99.
004780 77  BA-LOAN-INT-PART         PIC S9(09)V99.
004790 77  BA-LOAN-PRIN-PART        PIC S9(09)V99.
004800 77  BA-LOAN-FROM-ACCT        PIC 9(10).
004810
004820*----------------------------------------------------------------
004830* CASH DRAWER WORK FIELDS.  THE DENOMINATION TABLE RUNS IN THE
004840* SAME ORDER AS THE COUNTS ON THE DRAWER RECORD, HIGHEST FIRST.
004850*----------------------------------------------------------------
004860 77  BA-FLOAT-IN              PIC 9(07)V99.
004870 77  BA-DENOM-IN              PIC 9(05).
004880 77  BA-COIN-IN               PIC 9(05)V99.
004890 77  BA-DENOM-IDX             PIC 9(02) COMP VALUE 0.
004900 77  BA-COUNTED-CASH          PIC 9(07)V99 VALUE 0.
004910
004920 01  BA-DENOM-VALUES.
004930     05  FILLER               PIC 9(03) VALUE 100.
004940     05  FILLER               PIC 9(03) VALUE 050.
004950     05  FILLER               PIC 9(03) VALUE 020.
004960     05  FILLER               PIC 9(03) VALUE 010.
004970     05  FILLER               PIC 9(03) VALUE 005.
004980     05  FILLER               PIC 9(03) VALUE 001.
004990 01  BA-DENOM-TABLE REDEFINES BA-DENOM-VALUES.
005000     05  BA-DENOM-VALUE       PIC 9(03) OCCURS 6 TIMES.
005010
005020*----------------------------------------------------------------
005030* MINI-STATEMENT WORK TABLE - HOLDS THE LAST FEW ENTRIES FOR THE
005040* ACCOUNT CURRENTLY BEING SERVICED
005050*----------------------------------------------------------------
005060 77  BA-STMT-MAX              PIC 9(02) COMP VALUE 5.
005070 77  BA-STMT-NEXT             PIC 9(02) COMP VALUE 1.
005080 77  BA-STMT-TOTAL            PIC 9(02) COMP VALUE 0.
005090 77  BA-STMT-IDX              PIC 9(02) COMP VALUE 0.
005100 77  BA-STMT-SLOT             PIC 9(02) COMP VALUE 1.
005110
005120 01  BA-STMT-TABLE.
005130     05  BA-STMT-ENTRY OCCURS 5 TIMES.
005140         10  BA-STMT-DATE         PIC 9(08).
005150         10  BA-STMT-TIME         PIC 9(08).
005160         10  BA-STMT-TYPE         PIC X(01).
005170         10  BA-STMT-AMOUNT       PIC S9(09)V99.
005180         10  BA-STMT-BAL          PIC S9(09)V99.
005190
005200 PROCEDURE DIVISION.
005210*****************************************************************
005220* 0000-MAINLINE
005230*     OPENS THE FILES, SERVICES CUSTOMERS UNTIL THE TELLER KEYS
005240*     ACCOUNT NUMBER ZERO, THEN CLOSES DOWN.
005250*****************************************************************
005260 0000-MAINLINE.
005270     PERFORM 1000-INITIALIZE
005280         THRU 1000-EXIT.
005290     PERFORM 2000-SERVICE-CUSTOMERS
005300         THRU 2000-EXIT
005310         UNTIL BA-END-OF-BANK.
005320     PERFORM 8000-TERMINATE
005330         THRU 8000-EXIT.
005340     STOP RUN.
005350
005360*****************************************************************
005370* 1000-INITIALIZE
005380*     SIGNS THE TELLER ON, THEN OPENS THE ACCOUNT MASTER AND
005390*     TRANSACTION LOG.  THE LOG IS OPENED FOR EXTEND (APPEND);
005400*     IF IT DOES NOT YET EXIST IT IS CREATED FIRST.
005410*****************************************************************
005420 1000-INITIALIZE.
005430     DISPLAY "WELCOME TO THIS SUPER COOL BANK APP!".
005440     PERFORM 1100-READ-CONTROL
005450         THRU 1100-EXIT.
005460     IF BA-END-OF-BANK
005470         GO TO 1000-EXIT
005480     END-IF.
005490     PERFORM 1200-SIGN-ON-TELLER
005500         THRU 1200-EXIT.
005510     OPEN I-O ACCOUNT-MASTER.
005520     IF BA-ACCT-FILE-STATUS NOT = "00"
005530         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
005540             BA-ACCT-FILE-STATUS
005550         MOVE "Y" TO BA-BANK-SW
005560         GO TO 1000-EXIT
005570     END-IF.
005580     OPEN EXTEND TRANSACTION-LOG.
005590     IF BA-TRAN-FILE-STATUS NOT = "00"
005600         OPEN OUTPUT TRANSACTION-LOG
005610         CLOSE TRANSACTION-LOG
005620         OPEN EXTEND TRANSACTION-LOG
005630     END-IF.
005640     OPEN I-O TRANSACTION-HISTORY.
005650     IF BA-HIST-FILE-STATUS NOT = "00"
005660         OPEN OUTPUT TRANSACTION-HISTORY
005670         CLOSE TRANSACTION-HISTORY
005680         OPEN I-O TRANSACTION-HISTORY
005690     END-IF.
005700     IF BA-HIST-FILE-STATUS NOT = "00"
005710         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
005720             BA-HIST-FILE-STATUS
005730         MOVE "Y" TO BA-BANK-SW
005740         GO TO 1000-EXIT
005750     END-IF.
005760*    THE COUNTER STILL RUNS WITHOUT THE CUSTOMER MASTER - ONLY
005770*    THE CUSTOMER LOOKUP IS LOST, AND THE WARNING GOES TO THE
005780*    OPERATOR LOG.
005790     OPEN INPUT CUSTOMER-MASTER.
005800     IF BA-CUST-FILE-STATUS = "00"
005810         MOVE "Y" TO BA-CUST-AVAIL-SW
005820     ELSE
005830         DISPLAY "WARNING - CUSTOMER MASTER NOT AVAILABLE, "
005840             "STATUS " BA-CUST-FILE-STATUS
005850             " - CUSTOMER LOOKUP DISABLED."
005860     END-IF.
005870*    NO HOLD FILE ON DISK (35) MEANS NO HOLD HAS EVER BEEN
005880*    PLACED.  ANY OTHER FAILURE ENDS THE SESSION - A DEBIT
005890*    TESTED WITHOUT THE HOLDS COULD PAY OUT GARNISHED OR
005900*    FROZEN FUNDS.
005910     OPEN INPUT HOLD-FILE.
005920     IF BA-HLD-FILE-STATUS = "00"
005930         MOVE "Y" TO BA-HLD-AVAIL-SW
005940     ELSE
005950         IF BA-HLD-FILE-STATUS NOT = "35"
005960             DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
005970                 BA-HLD-FILE-STATUS
005980             DISPLAY "SESSION CANNOT START WITHOUT THE HOLD FILE."
005990             MOVE "Y" TO BA-BANK-SW
006000             GO TO 1000-EXIT
006010         END-IF
006020     END-IF.
006030*    THE NOTICE FILE ONLY FEEDS THE OVERNIGHT CUSTOMER LETTERS -
006040*    THE COUNTER RUNS WITHOUT IT, WITH A WARNING ON THE LOG.
006050     OPEN I-O NOTICE-FILE.
006060     IF BA-NTC-FILE-STATUS NOT = "00"
006070         OPEN OUTPUT NOTICE-FILE
006080         CLOSE NOTICE-FILE
006090         OPEN I-O NOTICE-FILE
006100     END-IF.
006110     IF BA-NTC-FILE-STATUS = "00"
006120         MOVE "Y" TO BA-NTC-AVAIL-SW
006130     ELSE
006140         DISPLAY "WARNING - NOTICE FILE NOT AVAILABLE, STATUS "
006150             BA-NTC-FILE-STATUS " - FEES WILL NOT BE LETTERED."
006160     END-IF.
006170*    LOANS ARE BOARDED BY LOANMNT, SO A MISSING LOAN MASTER IS
006180*    NOT CREATED HERE.  WITHOUT BOTH LOAN FILES THE COUNTER
006190*    STILL RUNS - ONLY LOAN REPAYMENTS ARE LOST.
006200     OPEN I-O LOAN-MASTER.
006210     IF BA-LOAN-FILE-STATUS NOT = "00"
006220         DISPLAY "WARNING - LOAN MASTER NOT AVAILABLE, STATUS "
006230             BA-LOAN-FILE-STATUS " - LOAN REPAYMENTS DISABLED."
006240         GO TO 1000-EXIT
006250     END-IF.
006260     OPEN I-O LOAN-HISTORY.
006270     IF BA-LNH-FILE-STATUS NOT = "00"
006280         OPEN OUTPUT LOAN-HISTORY
006290         CLOSE LOAN-HISTORY
006300         OPEN I-O LOAN-HISTORY
006310     END-IF.
006320     IF BA-LNH-FILE-STATUS NOT = "00"
006330         DISPLAY "WARNING - LOAN HISTORY NOT AVAILABLE, STATUS "
006340             BA-LNH-FILE-STATUS " - LOAN REPAYMENTS DISABLED."
006350         CLOSE LOAN-MASTER
006360         GO TO 1000-EXIT
006370     END-IF.
006380     MOVE "Y" TO BA-LOAN-AVAIL-SW.
006390 1000-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------
006430* PICKS UP THE BUSINESS DATE AND THE OVERDRAFT FEE FROM THE
006440* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
006450* THE SESSION STILL RUNS, ON THE SYSTEM DATE AND THE STANDARD
006460* FEE, SO THE COUNTER IS NEVER DEAD - BUT THE WARNING GOES TO
006470* THE OPERATOR LOG.  THE ONE THING THAT DOES STOP A SIGN-ON IS
006480* THE NIGHT BATCH WINDOW - ONCE IT IS OPEN THE POSTING JOBS OWN
006490* THE ACCOUNT MASTER AND THE LOG UNTIL THE ONLINE DAY STARTS.
006500*----------------------------------------------------------------
006510 1100-READ-CONTROL.
006520     OPEN INPUT CONTROL-FILE.
006530     IF BA-CTL-FILE-STATUS NOT = "00"
006540         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
006550             BA-CTL-FILE-STATUS " - USING SYSTEM DATE."
006560         ACCEPT BA-BUSINESS-DATE FROM DATE YYYYMMDD
006570         GO TO 1100-EXIT
006580     END-IF.
006590     PERFORM 1160-READ-WINDOW
006600         THRU 1160-EXIT.
006610     IF BA-BATCH-WINDOW-OPEN
006620         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE " BA-WIN-OPEN-DATE
006630             " " BA-WIN-OPEN-TIME " - NO SIGN-ON UNTIL THE "
006640             "ONLINE DAY STARTS."
006650         MOVE "Y" TO BA-BANK-SW
006660         CLOSE CONTROL-FILE
006670         GO TO 1100-EXIT
006680     END-IF.
006690     MOVE "1" TO CTL-KEY.
006700     READ CONTROL-FILE
006710         INVALID KEY
006720             DISPLAY "WARNING - NO CONTROL RECORD - USING "
006730                 "SYSTEM DATE."
006740             ACCEPT BA-BUSINESS-DATE FROM DATE YYYYMMDD
006750             CLOSE CONTROL-FILE
006760             GO TO 1100-EXIT
006770     END-READ.
006780     MOVE CTL-BUSINESS-DATE TO BA-BUSINESS-DATE.
006790     MOVE CTL-OVERDRAFT-FEE TO BA-OVERDRAFT-FEE.
006800*    AN OLDER CONTROL RECORD MAY STILL CARRY FILLER SPACES
006810*    WHERE THE RETENTION PERIOD NOW LIVES - THE CLASS TEST
006820*    KEEPS A SPACE-FILLED FIELD OUT OF THE MOVE.
006830     IF CTL-HIST-RETAIN-MONTHS NUMERIC
006840         MOVE CTL-HIST-RETAIN-MONTHS TO BA-RETAIN-MONTHS
006850     END-IF.
006860     IF BA-RETAIN-MONTHS > ZERO
006870         PERFORM 1150-SET-HIST-CUTOFF THRU 1150-EXIT
006880     END-IF.
006890     CLOSE CONTROL-FILE.
006900 1100-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------
006940* OLDEST DATE STILL ON THE ONLINE HISTORY - THE BUSINESS DATE
006950* LESS THE RETENTION PERIOD, WALKED BACK THROUGH A TOTAL-MONTHS
006960* FIGURE THE SAME WAY THE RETENTION JOB DOES.
006970*----------------------------------------------------------------
006980 1150-SET-HIST-CUTOFF.
006990     MOVE BA-BUSINESS-DATE TO BA-CUT-DATE-NUM.
007000     COMPUTE BA-CUT-TOTAL-MONTHS =
007010         (BA-CUT-YEAR * 12) + BA-CUT-MONTH - 1
007020         - BA-RETAIN-MONTHS.
007030     DIVIDE BA-CUT-TOTAL-MONTHS BY 12 GIVING BA-CUT-QUOTIENT
007040         REMAINDER BA-CUT-REMAINDER.
007050     MOVE BA-CUT-QUOTIENT TO BA-CUT-YEAR.
007060     COMPUTE BA-CUT-MONTH = BA-CUT-REMAINDER + 1.
007070     IF BA-CUT-DAY > 28 AND BA-CUT-MONTH = 2
007080         MOVE 28 TO BA-CUT-DAY
007090     END-IF.
007100     IF BA-CUT-DAY > 30
007110         AND (BA-CUT-MONTH = 4 OR BA-CUT-MONTH = 6
007120         OR BA-CUT-MONTH = 9 OR BA-CUT-MONTH = 11)
007130         MOVE 30 TO BA-CUT-DAY
007140     END-IF.
007150     MOVE BA-CUT-DATE-NUM TO BA-HIST-CUTOFF.
007160 1150-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------
007200* READS THE BATCH-WINDOW RECORD OFF THE CONTROL FILE, WHICH THE
007210* CALLER HAS OPEN.  NO WINDOW RECORD MEANS NO WINDOW HAS EVER
007220* BEEN OPENED - THE ONLINE DAY IS IN EFFECT.
007230*----------------------------------------------------------------
007240 1160-READ-WINDOW.
007250     MOVE "N" TO BA-WINDOW-SW.
007260     MOVE "W" TO CTL-KEY.
007270     READ CONTROL-FILE
007280         INVALID KEY
007290             GO TO 1160-EXIT
007300     END-READ.
007310     IF CTL-BATCH-WINDOW-OPEN
007320         MOVE "Y" TO BA-WINDOW-SW
007330         MOVE CTL-WIN-OPEN-DATE TO BA-WIN-OPEN-DATE
007340         MOVE CTL-WIN-OPEN-TIME TO BA-WIN-OPEN-TIME
007350     END-IF.
007360 1160-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400* LOOKS AT THE BATCH WINDOW AGAIN PART-WAY THROUGH A SESSION.  A
007410* CONTROL FILE THAT CANNOT BE OPENED LEAVES THE LAST ANSWER
007420* STANDING.
007430*----------------------------------------------------------------
007440 1170-RECHECK-WINDOW.
007450     OPEN INPUT CONTROL-FILE.
007460     IF BA-CTL-FILE-STATUS NOT = "00"
007470         GO TO 1170-EXIT
007480     END-IF.
007490     PERFORM 1160-READ-WINDOW
007500         THRU 1160-EXIT.
007510     CLOSE CONTROL-FILE.
007520 1170-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560* EVERY SESSION MUST SIGN ON AGAINST THE TELLER MASTER BEFORE
007570* ANY ACCOUNT CAN BE SELECTED - THE ID AND ITS BRANCH GO ON
007580* EVERY LOG RECORD THE SESSION WRITES.  AN UNKNOWN ID, A
007590* CLOSED TELLER OR A BAD PASSWORD IS REFUSED, AND THREE
007600* FAILURES END THE SESSION.  NO TELLER MASTER, NO SESSION -
007610* THE FREE-TEXT FALLBACK IS EXACTLY WHAT AUDIT FLAGGED.
007620*----------------------------------------------------------------
007630 1200-SIGN-ON-TELLER.
007640     OPEN INPUT TELLER-MASTER.
007650     IF BA-TLR-FILE-STATUS NOT = "00"
007660         DISPLAY "CANNOT OPEN TELLER MASTER, STATUS = "
007670             BA-TLR-FILE-STATUS
007680         DISPLAY "SESSION CANNOT START WITHOUT SIGN-ON "
007690             "VALIDATION."
007700         MOVE "Y" TO BA-BANK-SW
007710         GO TO 1200-EXIT
007720     END-IF.
007730     MOVE "N" TO BA-SIGNON-VALID-SW.
007740     MOVE ZERO TO BA-SIGNON-TRIES.
007750     PERFORM 1210-VALIDATE-SIGN-ON
007760         THRU 1210-EXIT
007770         UNTIL BA-SIGNON-IS-VALID
007780         OR BA-SIGNON-TRIES > 2.
007790     IF NOT BA-SIGNON-IS-VALID
007800         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
007810         MOVE "Y" TO BA-BANK-SW
007820         GO TO 1200-EXIT
007830     END-IF.
007840     MOVE TLR-BRANCH TO BA-BRANCH-ID.
007850     MOVE TLR-AUTH-LIMIT TO BA-AUTH-LIMIT.
007860     PERFORM 1280-REGISTER-SESSION
007870         THRU 1280-EXIT.
007880     IF NOT BA-SESSION-REGISTERED
007890         MOVE "Y" TO BA-BANK-SW
007900         GO TO 1200-EXIT
007910     END-IF.
007920     DISPLAY "SIGNED ON: TELLER " BA-TELLER-ID
007930         " BRANCH " BA-BRANCH-ID.
007940     PERFORM 1250-OPEN-DRAWER
007950         THRU 1250-EXIT.
007960 1200-EXIT.
007970     EXIT.
007980
007990 1210-VALIDATE-SIGN-ON.
008000     ADD 1 TO BA-SIGNON-TRIES.
008010     DISPLAY "ENTER TELLER ID: ".
008020     MOVE SPACES TO BA-TELLER-ID.
008030     ACCEPT BA-TELLER-ID.
008040     IF BA-TELLER-ID = SPACES
008050         DISPLAY "TELLER ID IS REQUIRED - PLEASE RE-ENTER."
008060         GO TO 1210-EXIT
008070     END-IF.
008080     MOVE BA-TELLER-ID TO TLR-ID.
008090     READ TELLER-MASTER
008100         INVALID KEY
008110             DISPLAY "TELLER ID NOT ON FILE."
008120             GO TO 1210-EXIT
008130     END-READ.
008140     IF NOT TLR-ACTIVE
008150         DISPLAY "TELLER ID IS NOT ACTIVE."
008160         GO TO 1210-EXIT
008170     END-IF.
008180     DISPLAY "ENTER PASSWORD: ".
008190     MOVE SPACES TO BA-PASSWORD-IN.
008200     ACCEPT BA-PASSWORD-IN.
008210     IF BA-PASSWORD-IN NOT = TLR-PASSWORD
008220         DISPLAY "PASSWORD DOES NOT MATCH."
008230         GO TO 1210-EXIT
008240     END-IF.
008250     MOVE "Y" TO BA-SIGNON-VALID-SW.
008260 1210-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300* TAKES UP THE TELLERS CASH DRAWER FOR THE BUSINESS DAY.  THE
008310* FIRST SIGN-ON OF THE DAY DECLARES THE OPENING FLOAT; A LATER
008320* SESSION THE SAME DAY PICKS UP THE DRAWER ALREADY ON FILE AND
008330* REOPENS IT, SO THE FLOAT IS NEVER DECLARED TWICE.  NO DRAWER,
008340* NO SESSION - CASH PAID OUT OF AN UNDECLARED DRAWER CANNOT BE
008350* PROVED AT CLOSE.
008360*----------------------------------------------------------------
008370 1250-OPEN-DRAWER.
008380     OPEN I-O DRAWER-FILE.
008390     IF BA-DRW-FILE-STATUS NOT = "00"
008400         OPEN OUTPUT DRAWER-FILE
008410         CLOSE DRAWER-FILE
008420         OPEN I-O DRAWER-FILE
008430     END-IF.
008440     IF BA-DRW-FILE-STATUS NOT = "00"
008450         DISPLAY "CANNOT OPEN CASH DRAWER FILE, STATUS = "
008460             BA-DRW-FILE-STATUS
008470         DISPLAY "SESSION CANNOT START WITHOUT A CASH DRAWER."
008480         MOVE "Y" TO BA-BANK-SW
008490         GO TO 1250-EXIT
008500     END-IF.
008510     MOVE "Y" TO BA-DRW-AVAIL-SW.
008520     MOVE BA-TELLER-ID TO DRW-TELLER-ID.
008530     MOVE BA-BUSINESS-DATE TO DRW-DATE.
008540     READ DRAWER-FILE
008550         INVALID KEY
008560             PERFORM 1260-DECLARE-FLOAT THRU 1260-EXIT
008570             GO TO 1250-EXIT
008580     END-READ.
008590     DISPLAY "DRAWER ALREADY OPEN FOR " BA-BUSINESS-DATE
008600         " - OPENING FLOAT " DRW-OPEN-FLOAT.
008610     IF DRW-IS-COUNTED
008620         MOVE "O" TO DRW-STATUS
008630         REWRITE DRW-RECORD
008640             INVALID KEY
008650                 DISPLAY "ERROR REOPENING DRAWER, STATUS = "
008660                     BA-DRW-FILE-STATUS
008670         END-REWRITE
008680     END-IF.
008690 1250-EXIT.
008700     EXIT.
008710
008720 1260-DECLARE-FLOAT.
008730     MOVE "N" TO BA-AMOUNT-VALID-SW.
008740     PERFORM 1270-PROMPT-FLOAT
008750         THRU 1270-EXIT
008760         UNTIL BA-AMOUNT-IS-VALID.
008770     MOVE SPACES TO DRW-RECORD.
008780     MOVE BA-TELLER-ID TO DRW-TELLER-ID.
008790     MOVE BA-BUSINESS-DATE TO DRW-DATE.
008800     MOVE BA-BRANCH-ID TO DRW-BRANCH.
008810     MOVE BA-FLOAT-IN TO DRW-OPEN-FLOAT.
008820     ACCEPT DRW-OPEN-TIME FROM TIME.
008830     MOVE "O" TO DRW-STATUS.
008840     MOVE ZERO TO DRW-CLOSE-TIME.
008850     MOVE ZERO TO DRW-DENOM-COUNTS.
008860     MOVE ZERO TO DRW-COIN-AMOUNT.
008870     MOVE ZERO TO DRW-COUNTED-CASH.
008880     WRITE DRW-RECORD
008890         INVALID KEY
008900             DISPLAY "ERROR WRITING DRAWER, STATUS = "
008910                 BA-DRW-FILE-STATUS
008920     END-WRITE.
008930     DISPLAY "OPENING FLOAT " DRW-OPEN-FLOAT " DECLARED.".
008940 1260-EXIT.
008950     EXIT.
008960
008970 1270-PROMPT-FLOAT.
008980     DISPLAY "ENTER OPENING FLOAT IN DRAWER: ".
008990     MOVE ZERO TO BA-FLOAT-IN.
009000     ACCEPT BA-FLOAT-IN.
009010     IF BA-FLOAT-IN > ZERO
009020         MOVE "Y" TO BA-AMOUNT-VALID-SW
009030     ELSE
009040         DISPLAY "INVALID FLOAT - PLEASE RE-ENTER."
009050         MOVE "N" TO BA-AMOUNT-VALID-SW
009060     END-IF.
009070 1270-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------------
009110* PUTS THE SESSION ON THE SESSION REGISTER, SO THE NIGHT RUN CAN
009120* SEE WHO IS STILL SIGNED ON.  THE WINDOW IS LOOKED AT AGAIN
009130* FIRST - IT MAY HAVE OPENED WHILE THE SIGN-ON WAS BEING KEYED.
009140* THE SAME TELLER ID AT TWO TERMINALS COUNTS TWICE.  NO REGISTER,
009150* NO SESSION - AN UNREGISTERED SESSION IS INVISIBLE TO THE BATCH
009160* JOBS IT COULD COLLIDE WITH.
009170*----------------------------------------------------------------
009180 1280-REGISTER-SESSION.
009190     PERFORM 1170-RECHECK-WINDOW
009200         THRU 1170-EXIT.
009210     IF BA-BATCH-WINDOW-OPEN
009220         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE " BA-WIN-OPEN-DATE
009230             " " BA-WIN-OPEN-TIME " - NO SIGN-ON UNTIL THE "
009240             "ONLINE DAY STARTS."
009250         GO TO 1280-EXIT
009260     END-IF.
009270     OPEN I-O SESSION-REGISTER.
009280     IF BA-SES-FILE-STATUS NOT = "00"
009290         OPEN OUTPUT SESSION-REGISTER
009300         CLOSE SESSION-REGISTER
009310         OPEN I-O SESSION-REGISTER
009320     END-IF.
009330     IF BA-SES-FILE-STATUS NOT = "00"
009340         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS = "
009350             BA-SES-FILE-STATUS
009360         DISPLAY "SESSION CANNOT START UNREGISTERED."
009370         GO TO 1280-EXIT
009380     END-IF.
009390     MOVE BA-TELLER-ID TO SES-TELLER-ID.
009400     READ SESSION-REGISTER
009410         INVALID KEY
009420             MOVE SPACES TO SES-RECORD
009430             MOVE BA-TELLER-ID TO SES-TELLER-ID
009440             MOVE ZERO TO SES-OPEN-COUNT
009450             MOVE ZERO TO SES-SIGNOFF-DATE
009460             MOVE ZERO TO SES-SIGNOFF-TIME
009470     END-READ.
009480     ADD 1 TO SES-OPEN-COUNT.
009490     MOVE "O" TO SES-STATUS.
009500     MOVE BA-BRANCH-ID TO SES-BRANCH.
009510     MOVE BA-BUSINESS-DATE TO SES-BUSINESS-DATE.
009520     ACCEPT SES-SIGNON-DATE FROM DATE YYYYMMDD.
009530     ACCEPT SES-SIGNON-TIME FROM TIME.
009540     WRITE SES-RECORD
009550         INVALID KEY
009560             REWRITE SES-RECORD
009570     END-WRITE.
009580     IF BA-SES-FILE-STATUS NOT = "00"
009590         DISPLAY "ERROR WRITING SESSION REGISTER, STATUS = "
009600             BA-SES-FILE-STATUS
009610         DISPLAY "SESSION CANNOT START UNREGISTERED."
009620         CLOSE SESSION-REGISTER
009630         GO TO 1280-EXIT
009640     END-IF.
009650     CLOSE SESSION-REGISTER.
009660     MOVE "Y" TO BA-SES-REG-SW.
009670 1280-EXIT.
009680     EXIT.
009690
009700*****************************************************************
009710* 2000-SERVICE-CUSTOMERS
009720*     ONE PASS = ONE CUSTOMER.  LOOKS UP THE ACCOUNT KEYED BY THE
009730*     TELLER AND, IF FOUND, RUNS THE CUSTOMER SESSION.
009740*****************************************************************
009750 2000-SERVICE-CUSTOMERS.
009760*    A SUPERVISOR ID LEFT OVER FROM THE LAST CUSTOMER MUST NOT
009770*    RIDE ONTO ANOTHER ACCOUNTS POSTINGS - WITHIN ONE ACCOUNTS
009780*    SESSION IT STILL NAMES WHO WOKE A DORMANT ACCOUNT UP.
009790     MOVE SPACES TO BA-OVERRIDE-ID.
009800     MOVE "N" TO BA-LOOKUP-SW.
009810     PERFORM 2050-CHECK-BATCH-WINDOW
009820         THRU 2050-EXIT.
009830     PERFORM 2100-SELECT-ACCOUNT
009840         THRU 2100-EXIT.
009850     IF NOT BA-END-OF-BANK
009860         AND NOT BA-DID-LOOKUP
009870         IF BA-ACCT-FOUND
009880             IF ACCT-ESCHEATED
009890                 DISPLAY "ACCOUNT " ACCT-NUMBER
009900                     " WAS TRANSFERRED TO THE STATE AS UNCLAIMED "
009910                     "PROPERTY - REFER THE OWNER TO THE STATE."
009920                 GO TO 2000-EXIT
009930             END-IF
009940             IF ACCT-DORMANT
009950                 PERFORM 2300-DORMANT-OVERRIDE THRU 2300-EXIT
009960             END-IF
009970             IF NOT ACCT-DORMANT
009980                 PERFORM 3000-CUSTOMER-SESSION
009990                     THRU 3000-EXIT
010000             END-IF
010010         ELSE
010020             DISPLAY "ACCOUNT NOT ON FILE, PLEASE TRY AGAIN."
010030         END-IF
010040     END-IF.
010050 2000-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------------
010090* BEFORE EACH CUSTOMER - ONCE THE NIGHT BATCH WINDOW HAS OPENED,
010100* A SESSION STILL SIGNED ON IS TOLD TO FINISH AND SIGN OFF.  THE
010110* POSTING JOBS WILL NOT START UNTIL IT HAS.
010120*----------------------------------------------------------------
010130 2050-CHECK-BATCH-WINDOW.
010140     PERFORM 1170-RECHECK-WINDOW
010150         THRU 1170-EXIT.
010160     IF BA-BATCH-WINDOW-OPEN
010170         DISPLAY "*** NIGHT BATCH WINDOW OPENED " BA-WIN-OPEN-DATE
010180             " " BA-WIN-OPEN-TIME " ***"
010190         DISPLAY "*** FINISH THIS CUSTOMER AND SIGN OFF (ACCOUNT "
010200             "0) - THE NIGHT RUN IS WAITING ON THIS SESSION ***"
010210     END-IF.
010220 2050-EXIT.
010230     EXIT.
010240
010250*****************************************************************
010260* 2300-DORMANT-OVERRIDE
010270*     A DORMANT ACCOUNT MAY NOT BE SERVICED UNTIL A SUPERVISOR
010280*     APPROVES AT THE COUNTER.  APPROVAL REACTIVATES THE
010290*     ACCOUNT ON THE SPOT; THE SUPERVISORS ID STAYS IN
010300*     BA-OVERRIDE-ID SO THE FIRST POSTINGS OF THE SESSION NAME
010310*     WHO WOKE THE ACCOUNT UP.
010320*****************************************************************
010330 2300-DORMANT-OVERRIDE.
010340     DISPLAY "ACCOUNT " ACCT-NUMBER " IS DORMANT - SUPERVISOR "
010350         "APPROVAL REQUIRED TO SERVICE IT.".
010360     MOVE SPACES TO BA-OVERRIDE-ID.
010370     PERFORM 5300-SUPERVISOR-OVERRIDE
010380         THRU 5300-EXIT.
010390     IF NOT BA-OVERRIDE-APPROVED
010400         DISPLAY "ACCOUNT REMAINS DORMANT - NOT SERVICED."
010410         GO TO 2300-EXIT
010420     END-IF.
010430     MOVE "A" TO ACCT-STATUS.
010440     PERFORM 7000-REWRITE-ACCOUNT
010450         THRU 7000-EXIT.
010460     DISPLAY "ACCOUNT " ACCT-NUMBER " REACTIVATED BY "
010470         BA-OVERRIDE-ID ".".
010480 2300-EXIT.
010490     EXIT.
010500
010510*****************************************************************
010520* 2100-SELECT-ACCOUNT
010530*     PROMPTS FOR AN ACCOUNT NUMBER AND READS THE ACCOUNT MASTER.
010540*     ACCOUNT NUMBER ZERO ENDS THE RUN; ACCOUNT NUMBER 9 IS THE
010550*     CUSTOMER LOOKUP AND 8 A LOAN REPAYMENT - NO REAL ACCOUNT
010560*     IS ISSUED BELOW 10.
010570*****************************************************************
010580 2100-SELECT-ACCOUNT.
010590     DISPLAY " ".
010600     DISPLAY "ENTER ACCOUNT NUMBER (0 TO END SESSION, 9 FOR "
010610         "CUSTOMER LOOKUP, 8 FOR LOAN REPAYMENT): ".
010620     ACCEPT BA-ACCT-NUMBER-IN.
010630     IF BA-ACCT-NUMBER-IN = ZERO
010640         MOVE "Y" TO BA-BANK-SW
010650         GO TO 2100-EXIT
010660     END-IF.
010670     IF BA-ACCT-NUMBER-IN = 9
010680         PERFORM 2200-CUSTOMER-LOOKUP THRU 2200-EXIT
010690         MOVE "Y" TO BA-LOOKUP-SW
010700         GO TO 2100-EXIT
010710     END-IF.
010720*    A LOAN REPAYMENT IS SERVICED WHOLE FROM HERE - LIKE THE
010730*    LOOKUP, NO ACCOUNT SESSION FOLLOWS IT.
010740     IF BA-ACCT-NUMBER-IN = 8
010750         PERFORM 5700-LOAN-REPAYMENT THRU 5700-EXIT
010760         MOVE "Y" TO BA-LOOKUP-SW
010770         GO TO 2100-EXIT
010780     END-IF.
010790     MOVE BA-ACCT-NUMBER-IN TO ACCT-NUMBER.
010800     READ ACCOUNT-MASTER
010810         INVALID KEY
010820             MOVE "N" TO BA-ACCT-FOUND-SW
010830         NOT INVALID KEY
010840             MOVE "Y" TO BA-ACCT-FOUND-SW
010850     END-READ.
010860 2100-EXIT.
010870     EXIT.
010880
010890*****************************************************************
010900* 2200-CUSTOMER-LOOKUP
010910*     TAKES A CUSTOMER NUMBER, SHOWS THE CUSTOMER MASTER RECORD
010920*     AND WALKS THE ACCOUNT MASTER FRONT TO BACK LISTING EVERY
010930*     ACCOUNT CARRYING THAT CUSTOMER NUMBER, SO THE TELLER CAN
010940*     SEE EVERYTHING THE CUSTOMER HOLDS BEFORE PICKING ONE.
010950*****************************************************************
010960 2200-CUSTOMER-LOOKUP.
010970     IF NOT BA-CUST-FILE-AVAILABLE
010980         DISPLAY "CUSTOMER MASTER NOT AVAILABLE THIS SESSION."
010990         GO TO 2200-EXIT
011000     END-IF.
011010     DISPLAY "ENTER CUSTOMER NUMBER (0 TO CANCEL): ".
011020     MOVE ZERO TO BA-CUST-NUMBER-IN.
011030     ACCEPT BA-CUST-NUMBER-IN.
011040     IF BA-CUST-NUMBER-IN = ZERO
011050         GO TO 2200-EXIT
011060     END-IF.
011070     MOVE BA-CUST-NUMBER-IN TO CUST-NUMBER.
011080     READ CUSTOMER-MASTER
011090         INVALID KEY
011100             DISPLAY "CUSTOMER NOT ON FILE, PLEASE TRY AGAIN."
011110             GO TO 2200-EXIT
011120     END-READ.
011130     DISPLAY "CUSTOMER " CUST-NUMBER " - " CUST-NAME.
011140     MOVE ZERO TO BA-ACCTS-LISTED.
011150     MOVE "N" TO BA-SCAN-EOF-SW.
011160     MOVE ZERO TO ACCT-NUMBER.
011170     START ACCOUNT-MASTER
011180         KEY IS GREATER THAN OR EQUAL ACCT-NUMBER
011190         INVALID KEY
011200             MOVE "Y" TO BA-SCAN-EOF-SW
011210     END-START.
011220     PERFORM 2210-SCAN-ONE-ACCOUNT
011230         THRU 2210-EXIT
011240         UNTIL BA-END-OF-SCAN.
011250     IF BA-ACCTS-LISTED = ZERO
011260         DISPLAY "NO ACCOUNTS ON FILE FOR THIS CUSTOMER."
011270     END-IF.
011280 2200-EXIT.
011290     EXIT.
011300
011310 2210-SCAN-ONE-ACCOUNT.
011320     READ ACCOUNT-MASTER NEXT RECORD
011330         AT END
011340             MOVE "Y" TO BA-SCAN-EOF-SW
011350             GO TO 2210-EXIT
011360     END-READ.
011370*    A HARD READ ERROR RAISES NEITHER AT END NOR A KEY CHANGE -
011380*    GUARD ON THE STATUS SO THE SCAN CANNOT WEDGE THE SESSION.
011390     IF BA-ACCT-FILE-STATUS NOT = "00"
011400         DISPLAY "ERROR READING ACCOUNT MASTER, STATUS = "
011410             BA-ACCT-FILE-STATUS
011420         MOVE "Y" TO BA-SCAN-EOF-SW
011430         GO TO 2210-EXIT
011440     END-IF.
011450     IF ACCT-CUSTOMER-NUMBER = BA-CUST-NUMBER-IN
011460         DISPLAY "  ACCOUNT " ACCT-NUMBER " STATUS " ACCT-STATUS
011470             " BALANCE " ACCT-BALANCE
011480         ADD 1 TO BA-ACCTS-LISTED
011490     END-IF.
011500 2210-EXIT.
011510     EXIT.
011520
011530*****************************************************************
011540* 3000-CUSTOMER-SESSION
011550*     REPEATS THE MENU FOR THE SELECTED ACCOUNT UNTIL THE TELLER
011560*     CHOOSES OPTION 3 TO EXIT THAT ACCOUNT.
011570*****************************************************************
011580 3000-CUSTOMER-SESSION.
011590     MOVE ZERO TO BA-OPTION.
011600     PERFORM 3100-PROCESS-MENU
011610         THRU 3100-EXIT
011620         UNTIL BA-OPTION = 3.
011630 3000-EXIT.
011640     EXIT.
011650
011660*****************************************************************
011670* 3100-PROCESS-MENU
011680*****************************************************************
011690 3100-PROCESS-MENU.
011700     DISPLAY " ".
011710     DISPLAY "ACCOUNT " ACCT-NUMBER "  BALANCE: " ACCT-BALANCE.
011720     DISPLAY "1: DEPOSIT MONEY".
011730     DISPLAY "2: WITHDRAW MONEY".
011740     DISPLAY "3: EXIT ACCOUNT".
011750     DISPLAY "4: PRINT MINI-STATEMENT".
011760     DISPLAY "5: TRANSFER TO ANOTHER ACCOUNT".
011770     DISPLAY "6: ACCOUNT HISTORY INQUIRY".
011780     DISPLAY "7: REVERSE A POSTING".
011790     DISPLAY "CHOOSE AN OPTION: ".
011800     ACCEPT BA-OPTION.
011810     EVALUATE BA-OPTION
011820         WHEN 1
011830             PERFORM 4000-DEPOSIT THRU 4000-EXIT
011840         WHEN 2
011850             PERFORM 5000-WITHDRAW THRU 5000-EXIT
011860         WHEN 3
011870             DISPLAY "HAVE A NICE DAY!"
011880         WHEN 4
011890             PERFORM 6000-PRINT-STATEMENT THRU 6000-EXIT
011900         WHEN 5
011910             PERFORM 5500-TRANSFER THRU 5500-EXIT
011920         WHEN 6
011930             PERFORM 6500-HISTORY-INQUIRY THRU 6500-EXIT
011940         WHEN 7
011950             PERFORM 6700-REVERSE-POSTING THRU 6700-EXIT
011960         WHEN OTHER
011970             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
011980     END-EVALUATE.
011990 3100-EXIT.
012000     EXIT.
012010
012020*****************************************************************
012030* 4000-DEPOSIT
012040*****************************************************************
012050 4000-DEPOSIT.
012060     PERFORM 4100-GET-DEPOSIT-AMOUNT
012070         THRU 4100-EXIT.
012080     ADD BA-DEPOSIT-AMOUNT TO ACCT-BALANCE.
012090     MOVE "D" TO BA-TRAN-TYPE-CODE.
012100     MOVE BA-DEPOSIT-AMOUNT TO BA-TRAN-AMOUNT-OUT.
012110     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
012120     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
012130     DISPLAY "NEW BALANCE IS: " ACCT-BALANCE.
012140 4000-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------
012180* REJECTS BLANK/ZERO DEPOSIT AMOUNTS AND RE-PROMPTS
012190*----------------------------------------------------------------
012200 4100-GET-DEPOSIT-AMOUNT.
012210     MOVE "N" TO BA-AMOUNT-VALID-SW.
012220     PERFORM 4110-PROMPT-DEPOSIT
012230         THRU 4110-EXIT
012240         UNTIL BA-AMOUNT-IS-VALID.
012250 4100-EXIT.
012260     EXIT.
012270
012280 4110-PROMPT-DEPOSIT.
012290     DISPLAY "ENTER AMOUNT TO DEPOSIT: ".
012300     MOVE ZERO TO BA-DEPOSIT-AMOUNT.
012310     ACCEPT BA-DEPOSIT-AMOUNT.
012320     IF BA-DEPOSIT-AMOUNT > ZERO
012330         MOVE "Y" TO BA-AMOUNT-VALID-SW
012340     ELSE
012350         DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER."
012360         MOVE "N" TO BA-AMOUNT-VALID-SW
012370     END-IF.
012380 4110-EXIT.
012390     EXIT.
012400
012410*****************************************************************
012420* 5000-WITHDRAW
012430*     ALLOWS THE BALANCE TO GO NEGATIVE UP TO THE ACCOUNTS
012440*     OVERDRAFT LIMIT.  A WITHDRAWAL THAT DRIVES THE ACCOUNT
012450*     NEGATIVE INCURS AN OVERDRAFT FEE, DISCLOSED TO THE TELLER.
012460*     ACTIVE HOLDS COME OFF THE AVAILABLE FIGURE, AND A FROZEN
012470*     ACCOUNT TAKES NO WITHDRAWAL AT ALL.
012480*****************************************************************
012490 5000-WITHDRAW.
012500     MOVE SPACES TO BA-OVERRIDE-ID.
012510     PERFORM 7300-TOTAL-HOLDS
012520         THRU 7300-EXIT.
012530     IF BA-ACCOUNT-FROZEN
012540         DISPLAY "ACCOUNT IS FROZEN - NO DEBITS ALLOWED."
012550         GO TO 5000-EXIT
012560     END-IF.
012570     PERFORM 5100-GET-WITHDRAW-AMOUNT
012580         THRU 5100-EXIT.
012590     IF BA-WITHDRAW-AMOUNT > BA-AUTH-LIMIT
012600         DISPLAY "AMOUNT EXCEEDS YOUR AUTHORITY LIMIT OF "
012610             BA-AUTH-LIMIT " - SUPERVISOR OVERRIDE REQUIRED."
012620         PERFORM 5300-SUPERVISOR-OVERRIDE THRU 5300-EXIT
012630         IF NOT BA-OVERRIDE-APPROVED
012640             DISPLAY "AMOUNT OVER TELLER LIMIT - NOT POSTED."
012650             GO TO 5000-EXIT
012660         END-IF
012670     END-IF.
012680     COMPUTE BA-AVAILABLE-FUNDS = ACCT-BALANCE +
012690         ACCT-OVERDRAFT-LIMIT - BA-HELD-FUNDS.
012700     IF BA-WITHDRAW-AMOUNT > BA-AVAILABLE-FUNDS
012710         DISPLAY "NOT ENOUGH FUNDS - EVEN WITH OVERDRAFT!"
012720         IF BA-HELD-FUNDS > ZERO
012730             DISPLAY "FUNDS ON HOLD: " BA-HELD-FUNDS
012740         END-IF
012750     ELSE
012760         SUBTRACT BA-WITHDRAW-AMOUNT FROM ACCT-BALANCE
012770         MOVE "W" TO BA-TRAN-TYPE-CODE
012780         MOVE BA-WITHDRAW-AMOUNT TO BA-TRAN-AMOUNT-OUT
012790         PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT
012800         PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT
012810         DISPLAY "NEW BALANCE IS: " ACCT-BALANCE
012820         IF ACCT-BALANCE < ZERO
012830             PERFORM 5200-APPLY-OVERDRAFT-FEE THRU 5200-EXIT
012840         END-IF
012850     END-IF.
012860*    THE OVERRIDE SPENT ITSELF ON THIS POSTING - IT MUST NOT
012870*    RIDE ONTO WHATEVER THE TELLER KEYS NEXT.
012880     MOVE SPACES TO BA-OVERRIDE-ID.
012890 5000-EXIT.
012900     EXIT.
012910
012920*----------------------------------------------------------------
012930* REJECTS BLANK/ZERO WITHDRAWAL AMOUNTS AND RE-PROMPTS
012940*----------------------------------------------------------------
012950 5100-GET-WITHDRAW-AMOUNT.
012960     MOVE "N" TO BA-AMOUNT-VALID-SW.
012970     PERFORM 5110-PROMPT-WITHDRAW
012980         THRU 5110-EXIT
012990         UNTIL BA-AMOUNT-IS-VALID.
013000 5100-EXIT.
013010     EXIT.
013020
013030 5110-PROMPT-WITHDRAW.
013040     DISPLAY "ENTER AMOUNT TO WITHDRAW: ".
013050     MOVE ZERO TO BA-WITHDRAW-AMOUNT.
013060     ACCEPT BA-WITHDRAW-AMOUNT.
013070     IF BA-WITHDRAW-AMOUNT > ZERO
013080         MOVE "Y" TO BA-AMOUNT-VALID-SW
013090     ELSE
013100         DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER."
013110         MOVE "N" TO BA-AMOUNT-VALID-SW
013120     END-IF.
013130 5110-EXIT.
013140     EXIT.
013150
013160 5200-APPLY-OVERDRAFT-FEE.
013170     DISPLAY "OVERDRAWN - OVERDRAFT FEE OF " BA-OVERDRAFT-FEE
013180         " HAS BEEN APPLIED.".
013190     SUBTRACT BA-OVERDRAFT-FEE FROM ACCT-BALANCE.
013200     MOVE "O" TO BA-TRAN-TYPE-CODE.
013210     MOVE BA-OVERDRAFT-FEE TO BA-TRAN-AMOUNT-OUT.
013220     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
013230     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
013240     PERFORM 7400-WRITE-NOTICE THRU 7400-EXIT.
013250     DISPLAY "BALANCE AFTER FEE: " ACCT-BALANCE.
013260 5200-EXIT.
013270     EXIT.
013280
013290*****************************************************************
013300* 5300-SUPERVISOR-OVERRIDE
013310*     PROMPTS FOR AND PROVES A SUPERVISORS CREDENTIALS AT THE
013320*     COUNTER - THE CALLER SAYS WHY FIRST.  THE SUPERVISOR MUST
013330*     BE ON THE TELLER MASTER, ACTIVE, OF SUPERVISOR CLASS, NOT
013340*     THE SIGNED-ON TELLER, AND MUST KEY A MATCHING PASSWORD.
013350*     THE APPROVING ID LANDS IN BA-OVERRIDE-ID AND GOES ON THE
013360*     LOG RECORD OF THE POSTING IT APPROVED.
013370*****************************************************************
013380 5300-SUPERVISOR-OVERRIDE.
013390     MOVE "N" TO BA-OVERRIDE-OK-SW.
013400     DISPLAY "ENTER SUPERVISOR ID (SPACES TO CANCEL): ".
013410     MOVE SPACES TO BA-SUPV-ID-IN.
013420     ACCEPT BA-SUPV-ID-IN.
013430     IF BA-SUPV-ID-IN = SPACES
013440         GO TO 5300-EXIT
013450     END-IF.
013460     IF BA-SUPV-ID-IN = BA-TELLER-ID
013470         DISPLAY "TELLERS MAY NOT OVERRIDE THEIR OWN POSTINGS."
013480         GO TO 5300-EXIT
013490     END-IF.
013500     MOVE BA-SUPV-ID-IN TO TLR-ID.
013510     READ TELLER-MASTER
013520         INVALID KEY
013530             DISPLAY "SUPERVISOR ID NOT ON FILE."
013540             GO TO 5300-EXIT
013550     END-READ.
013560     IF NOT TLR-ACTIVE
013570         DISPLAY "SUPERVISOR ID IS NOT ACTIVE."
013580         GO TO 5300-EXIT
013590     END-IF.
013600     IF NOT TLR-IS-SUPERVISOR
013610         DISPLAY "THAT ID IS NOT A SUPERVISOR."
013620         GO TO 5300-EXIT
013630     END-IF.
013640     DISPLAY "ENTER SUPERVISOR PASSWORD: ".
013650     MOVE SPACES TO BA-PASSWORD-IN.
013660     ACCEPT BA-PASSWORD-IN.
013670     IF BA-PASSWORD-IN NOT = TLR-PASSWORD
013680         DISPLAY "PASSWORD DOES NOT MATCH."
013690         GO TO 5300-EXIT
013700     END-IF.
013710     MOVE BA-SUPV-ID-IN TO BA-OVERRIDE-ID.
013720     MOVE "Y" TO BA-OVERRIDE-OK-SW.
013730     DISPLAY "OVERRIDE APPROVED BY " BA-OVERRIDE-ID ".".
013740 5300-EXIT.
013750     EXIT.
013760
013770*****************************************************************
013780* 5500-TRANSFER
013790*     MOVES MONEY BETWEEN THE ACCOUNT BEING SERVICED AND A
013800*     SECOND ACCOUNT ON THE MASTER, CHECKING BOTH ACCOUNTS IN
013810*     ONE OPERATION: THE SOURCE GETS THE SAME OVERDRAFT TEST AS
013820*     5000-WITHDRAW AND THE TARGET MUST BE ON FILE AND ACTIVE
013830*     BEFORE EITHER SIDE IS TOUCHED.  BOTH LEGS LOG WITH A
013840*     COMMON REFERENCE SO THEY CAN BE PAIRED AFTERWARD.  THE
013850*     SOURCE ACCOUNTS ACTIVE HOLDS COME OFF ITS AVAILABLE FIGURE
013860*     AND A FROZEN SOURCE IS REFUSED; A FROZEN TARGET MAY STILL
013870*     BE CREDITED.
013880*****************************************************************
013890 5500-TRANSFER.
013900     MOVE SPACES TO BA-OVERRIDE-ID.
013910     PERFORM 7300-TOTAL-HOLDS
013920         THRU 7300-EXIT.
013930     IF BA-ACCOUNT-FROZEN
013940         DISPLAY "ACCOUNT IS FROZEN - NO DEBITS ALLOWED."
013950         GO TO 5500-EXIT
013960     END-IF.
013970     DISPLAY "ENTER TARGET ACCOUNT NUMBER (0 TO CANCEL): ".
013980     MOVE ZERO TO BA-XFER-TARGET-IN.
013990     ACCEPT BA-XFER-TARGET-IN.
014000     IF BA-XFER-TARGET-IN = ZERO
014010         GO TO 5500-EXIT
014020     END-IF.
014030     IF BA-XFER-TARGET-IN = ACCT-NUMBER
014040         DISPLAY "CANNOT TRANSFER AN ACCOUNT TO ITSELF."
014050         GO TO 5500-EXIT
014060     END-IF.
014070     PERFORM 5510-GET-XFER-AMOUNT
014080         THRU 5510-EXIT.
014090     COMPUTE BA-AVAILABLE-FUNDS = ACCT-BALANCE +
014100         ACCT-OVERDRAFT-LIMIT - BA-HELD-FUNDS.
014110     IF BA-XFER-AMOUNT > BA-AVAILABLE-FUNDS
014120         DISPLAY "NOT ENOUGH FUNDS - EVEN WITH OVERDRAFT!"
014130         IF BA-HELD-FUNDS > ZERO
014140             DISPLAY "FUNDS ON HOLD: " BA-HELD-FUNDS
014150         END-IF
014160         GO TO 5500-EXIT
014170     END-IF.
014180*    PARK THE SOURCE AND FETCH THE TARGET - NEITHER ACCOUNT IS
014190*    UPDATED UNTIL BOTH HAVE PASSED THEIR CHECKS.
014200     MOVE ACCT-RECORD TO BA-SOURCE-HOLD.
014210     MOVE BA-XFER-TARGET-IN TO ACCT-NUMBER.
014220     READ ACCOUNT-MASTER
014230         INVALID KEY
014240             DISPLAY "TARGET ACCOUNT NOT ON FILE."
014250             MOVE BA-SOURCE-HOLD TO ACCT-RECORD
014260             GO TO 5500-EXIT
014270     END-READ.
014280     IF NOT ACCT-ACTIVE
014290         DISPLAY "TARGET ACCOUNT IS NOT ACTIVE."
014300         MOVE BA-SOURCE-HOLD TO ACCT-RECORD
014310         GO TO 5500-EXIT
014320     END-IF.
014330     MOVE ACCT-RECORD TO BA-TARGET-HOLD.
014340*    THE AUTHORITY TEST COMES AFTER BOTH ACCOUNTS HAVE PASSED
014350*    THEIR CHECKS - A SUPERVISOR IS NOT CALLED OVER FOR A
014360*    TRANSFER THAT WOULD FAIL ANYWAY, AND NO ABORT PATH CAN
014370*    LEAVE AN APPROVED OVERRIDE HANGING FOR A LATER POSTING.
014380     IF BA-XFER-AMOUNT > BA-AUTH-LIMIT
014390         DISPLAY "AMOUNT EXCEEDS YOUR AUTHORITY LIMIT OF "
014400             BA-AUTH-LIMIT " - SUPERVISOR OVERRIDE REQUIRED."
014410         PERFORM 5300-SUPERVISOR-OVERRIDE THRU 5300-EXIT
014420         IF NOT BA-OVERRIDE-APPROVED
014430             DISPLAY "AMOUNT OVER TELLER LIMIT - NOT POSTED."
014440             MOVE BA-SOURCE-HOLD TO ACCT-RECORD
014450             GO TO 5500-EXIT
014460         END-IF
014470     END-IF.
014480*    BOTH LEGS CARRY THE TIME THE TRANSFER WAS STRUCK AS THEIR
014490*    COMMON REFERENCE.
014500     ACCEPT BA-CURRENT-TIME FROM TIME.
014510     MOVE BA-CURRENT-TIME TO BA-XFER-REF.
014520     MOVE BA-XFER-REF TO BA-TRAN-REF.
014530*    SOURCE LEG - DEBIT, SAME OVERDRAFT FEE RULE AS A
014540*    WITHDRAWAL THAT DRIVES THE BALANCE NEGATIVE.
014550     MOVE BA-SOURCE-HOLD TO ACCT-RECORD.
014560     SUBTRACT BA-XFER-AMOUNT FROM ACCT-BALANCE.
014570     MOVE "X" TO BA-TRAN-TYPE-CODE.
014580     MOVE BA-XFER-AMOUNT TO BA-TRAN-AMOUNT-OUT.
014590     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
014600     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
014610     IF ACCT-BALANCE < ZERO
014620         MOVE ZERO TO BA-TRAN-REF
014630         PERFORM 5200-APPLY-OVERDRAFT-FEE THRU 5200-EXIT
014640         MOVE BA-XFER-REF TO BA-TRAN-REF
014650     END-IF.
014660     MOVE ACCT-RECORD TO BA-SOURCE-HOLD.
014670*    TARGET LEG - CREDIT.
014680     MOVE BA-TARGET-HOLD TO ACCT-RECORD.
014690     ADD BA-XFER-AMOUNT TO ACCT-BALANCE.
014700     MOVE "Y" TO BA-TRAN-TYPE-CODE.
014710     MOVE BA-XFER-AMOUNT TO BA-TRAN-AMOUNT-OUT.
014720     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
014730     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
014740     DISPLAY "TRANSFERRED " BA-XFER-AMOUNT " TO ACCOUNT "
014750         ACCT-NUMBER ", REFERENCE " BA-TRAN-REF.
014760     MOVE ZERO TO BA-TRAN-REF.
014770*    THE OVERRIDE SPENT ITSELF ON THIS TRANSFER - IT MUST NOT
014780*    RIDE ONTO WHATEVER THE TELLER KEYS NEXT.
014790     MOVE SPACES TO BA-OVERRIDE-ID.
014800*    PUT THE ACCOUNT BEING SERVICED BACK IN THE RECORD AREA SO
014810*    THE SESSION CARRIES ON WHERE IT LEFT OFF.
014820     MOVE BA-SOURCE-HOLD TO ACCT-RECORD.
014830     DISPLAY "NEW BALANCE IS: " ACCT-BALANCE.
014840 5500-EXIT.
014850     EXIT.
014860
014870*----------------------------------------------------------------
014880* REJECTS BLANK/ZERO TRANSFER AMOUNTS AND RE-PROMPTS
014890*----------------------------------------------------------------
014900 5510-GET-XFER-AMOUNT.
014910     MOVE "N" TO BA-AMOUNT-VALID-SW.
014920     PERFORM 5520-PROMPT-XFER-AMOUNT
014930         THRU 5520-EXIT
014940         UNTIL BA-AMOUNT-IS-VALID.
014950 5510-EXIT.
014960     EXIT.
014970
014980 5520-PROMPT-XFER-AMOUNT.
014990     DISPLAY "ENTER AMOUNT TO TRANSFER: ".
015000     MOVE ZERO TO BA-XFER-AMOUNT.
015010     ACCEPT BA-XFER-AMOUNT.
015020     IF BA-XFER-AMOUNT > ZERO
015030         MOVE "Y" TO BA-AMOUNT-VALID-SW
015040     ELSE
015050         DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER."
015060         MOVE "N" TO BA-AMOUNT-VALID-SW
015070     END-IF.
015080 5520-EXIT.
015090     EXIT.
015100
015110*****************************************************************
015120* 5700-LOAN-REPAYMENT
015130*     TAKES A REPAYMENT ON A LOAN, IN CASH OVER THE COUNTER OR BY
015140*     TRANSFER FROM A DEPOSIT ACCOUNT.  THE REPAYMENT CLEARS THE
015150*     ACCRUED INTEREST FIRST AND THE REST COMES OFF THE
015160*     PRINCIPAL; IT MAY NOT BE MORE THAN THE PAYOFF FIGURE.  IT
015170*     COMES OFF THE AMOUNT DUE - A REPAYMENT BEYOND THE ARREARS
015180*     IS CARRIED AS PAID AHEAD.  THE LOAN IS MARKED PAID OFF WHEN
015190*     NOTHING IS LEFT OWING.  EVERY REPAYMENT GOES ON THE LOAN
015200*     HISTORY FOR THE LEDGER EXTRACT AND THE DRAWER PROOF.
015210*****************************************************************
015220 5700-LOAN-REPAYMENT.
015230     IF NOT BA-LOAN-FILES-AVAILABLE
015240         DISPLAY "LOAN FILES NOT AVAILABLE THIS SESSION."
015250         GO TO 5700-EXIT
015260     END-IF.
015270     MOVE SPACES TO BA-OVERRIDE-ID.
015280     DISPLAY "ENTER LOAN NUMBER (0 TO CANCEL): ".
015290     MOVE ZERO TO BA-LOAN-NUMBER-IN.
015300     ACCEPT BA-LOAN-NUMBER-IN.
015310     IF BA-LOAN-NUMBER-IN = ZERO
015320         GO TO 5700-EXIT
015330     END-IF.
015340     MOVE BA-LOAN-NUMBER-IN TO LOAN-NUMBER.
015350     READ LOAN-MASTER
015360         INVALID KEY
015370             DISPLAY "LOAN NOT ON FILE, PLEASE TRY AGAIN."
015380             GO TO 5700-EXIT
015390     END-READ.
015400     IF NOT LOAN-ACTIVE
015410         DISPLAY "LOAN " LOAN-NUMBER " IS PAID OFF."
015420         GO TO 5700-EXIT
015430     END-IF.
015440     COMPUTE BA-LOAN-PAYOFF = LOAN-PRINCIPAL + LOAN-ACCRUED-INT.
015450     DISPLAY "LOAN " LOAN-NUMBER " CUSTOMER "
015460         LOAN-CUSTOMER-NUMBER.
015470     DISPLAY "  PRINCIPAL " LOAN-PRINCIPAL " ACCRUED INTEREST "
015480         LOAN-ACCRUED-INT.
015490     DISPLAY "  AMOUNT DUE " LOAN-AMOUNT-DUE " NEXT DUE "
015500         LOAN-NEXT-DUE-DATE " DAYS PAST DUE " LOAN-DAYS-PAST-DUE.
015510     DISPLAY "  PAYOFF " BA-LOAN-PAYOFF.
015520     DISPLAY "1: REPAY IN CASH".
015530     DISPLAY "2: REPAY BY TRANSFER FROM A DEPOSIT ACCOUNT".
015540     DISPLAY "3: CANCEL".
015550     DISPLAY "CHOOSE AN OPTION: ".
015560     MOVE ZERO TO BA-LOAN-METHOD-IN.
015570     ACCEPT BA-LOAN-METHOD-IN.
015580     EVALUATE BA-LOAN-METHOD-IN
015590         WHEN 1
015600             MOVE "C" TO BA-LOAN-METHOD
015610         WHEN 2
015620             MOVE "T" TO BA-LOAN-METHOD
015630         WHEN 3
015640             GO TO 5700-EXIT
015650         WHEN OTHER
015660             DISPLAY "INVALID OPTION - NO REPAYMENT TAKEN."
015670             GO TO 5700-EXIT
015680     END-EVALUATE.
015690     PERFORM 5710-GET-LOAN-AMOUNT
015700         THRU 5710-EXIT.
015710     IF BA-LOAN-AMOUNT > BA-LOAN-PAYOFF
015720         DISPLAY "AMOUNT IS MORE THAN THE PAYOFF OF "
015730             BA-LOAN-PAYOFF " - NO REPAYMENT TAKEN."
015740         GO TO 5700-EXIT
015750     END-IF.
015760     MOVE ZERO TO BA-LOAN-FROM-ACCT.
015770     MOVE ZERO TO BA-TRAN-REF.
015780     IF BA-LOAN-METHOD = "T"
015790         PERFORM 5730-DEBIT-DEPOSIT-ACCOUNT THRU 5730-EXIT
015800         IF NOT BA-LOAN-DEBIT-DONE
015810             MOVE SPACES TO BA-OVERRIDE-ID
015820             GO TO 5700-EXIT
015830         END-IF
015840     END-IF.
015850     PERFORM 5750-APPLY-LOAN-REPAYMENT
015860         THRU 5750-EXIT.
015870     MOVE ZERO TO BA-TRAN-REF.
015880*    THE OVERRIDE SPENT ITSELF ON THIS REPAYMENT - IT MUST NOT
015890*    RIDE ONTO WHATEVER THE TELLER KEYS NEXT.
015900     MOVE SPACES TO BA-OVERRIDE-ID.
015910 5700-EXIT.
015920     EXIT.
015930
015940*----------------------------------------------------------------
015950* REJECTS BLANK/ZERO REPAYMENT AMOUNTS AND RE-PROMPTS
015960*----------------------------------------------------------------
015970 5710-GET-LOAN-AMOUNT.
015980     MOVE "N" TO BA-AMOUNT-VALID-SW.
015990     PERFORM 5720-PROMPT-LOAN-AMOUNT
016000         THRU 5720-EXIT
016010         UNTIL BA-AMOUNT-IS-VALID.
016020 5710-EXIT.
016030     EXIT.
016040
016050 5720-PROMPT-LOAN-AMOUNT.
016060     DISPLAY "ENTER AMOUNT TO REPAY: ".
016070     MOVE ZERO TO BA-LOAN-AMOUNT.
016080     ACCEPT BA-LOAN-AMOUNT.
016090     IF BA-LOAN-AMOUNT > ZERO
016100         MOVE "Y" TO BA-AMOUNT-VALID-SW
016110     ELSE
016120         DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER."
016130         MOVE "N" TO BA-AMOUNT-VALID-SW
016140     END-IF.
016150 5720-EXIT.
016160     EXIT.
016170
016180*****************************************************************
016190* 5730-DEBIT-DEPOSIT-ACCOUNT
016200*     THE DEPOSIT SIDE OF A REPAYMENT BY TRANSFER.  THE ACCOUNT
016210*     GETS THE SAME TESTS AS THE SOURCE OF 5500-TRANSFER - ON
016220*     FILE AND ACTIVE, NOT FROZEN, FUNDS AVAILABLE AFTER HOLDS
016230*     AND OVERDRAFT, AND A SUPERVISOR OVER THE TELLERS LIMIT -
016240*     AND IS DEBITED WITH A TRANSFER-OUT LEG WHOSE REFERENCE THE
016250*     LOAN HISTORY CARRIES, WITH THE USUAL OVERDRAFT FEE RULE.
016260*     BA-LOAN-DEBIT-SW SAYS WHETHER THE DEBIT WAS POSTED.
016270*****************************************************************
016280 5730-DEBIT-DEPOSIT-ACCOUNT.
016290     MOVE "N" TO BA-LOAN-DEBIT-SW.
016300     DISPLAY "ENTER DEPOSIT ACCOUNT TO DEBIT (0 TO CANCEL): ".
016310     MOVE ZERO TO BA-LOAN-FROM-ACCT.
016320     ACCEPT BA-LOAN-FROM-ACCT.
016330     IF BA-LOAN-FROM-ACCT = ZERO
016340         GO TO 5730-EXIT
016350     END-IF.
016360     MOVE BA-LOAN-FROM-ACCT TO ACCT-NUMBER.
016370     READ ACCOUNT-MASTER
016380         INVALID KEY
016390             DISPLAY "ACCOUNT NOT ON FILE - NO REPAYMENT TAKEN."
016400             GO TO 5730-EXIT
016410     END-READ.
016420     IF NOT ACCT-ACTIVE
016430         DISPLAY "ACCOUNT " ACCT-NUMBER " IS NOT ACTIVE - "
016440             "NO REPAYMENT TAKEN."
016450         GO TO 5730-EXIT
016460     END-IF.
016470     PERFORM 7300-TOTAL-HOLDS
016480         THRU 7300-EXIT.
016490     IF BA-ACCOUNT-FROZEN
016500         DISPLAY "ACCOUNT IS FROZEN - NO DEBITS ALLOWED."
016510         GO TO 5730-EXIT
016520     END-IF.
016530     COMPUTE BA-AVAILABLE-FUNDS = ACCT-BALANCE +
016540         ACCT-OVERDRAFT-LIMIT - BA-HELD-FUNDS.
016550     IF BA-LOAN-AMOUNT > BA-AVAILABLE-FUNDS
016560         DISPLAY "NOT ENOUGH FUNDS - EVEN WITH OVERDRAFT!"
016570         IF BA-HELD-FUNDS > ZERO
016580             DISPLAY "FUNDS ON HOLD: " BA-HELD-FUNDS
016590         END-IF
016600         GO TO 5730-EXIT
016610     END-IF.
016620     IF BA-LOAN-AMOUNT > BA-AUTH-LIMIT
016630         DISPLAY "AMOUNT EXCEEDS YOUR AUTHORITY LIMIT OF "
016640             BA-AUTH-LIMIT " - SUPERVISOR OVERRIDE REQUIRED."
016650         PERFORM 5300-SUPERVISOR-OVERRIDE THRU 5300-EXIT
016660         IF NOT BA-OVERRIDE-APPROVED
016670             DISPLAY "AMOUNT OVER TELLER LIMIT - NOT POSTED."
016680             GO TO 5730-EXIT
016690         END-IF
016700     END-IF.
016710*    THE DEBIT AND THE LOAN HISTORY CARRY THE TIME THE
016720*    REPAYMENT WAS STRUCK AS THEIR COMMON REFERENCE.
016730     ACCEPT BA-CURRENT-TIME FROM TIME.
016740     MOVE BA-CURRENT-TIME TO BA-XFER-REF.
016750     MOVE BA-XFER-REF TO BA-TRAN-REF.
016760     SUBTRACT BA-LOAN-AMOUNT FROM ACCT-BALANCE.
016770     MOVE "X" TO BA-TRAN-TYPE-CODE.
016780     MOVE BA-LOAN-AMOUNT TO BA-TRAN-AMOUNT-OUT.
016790     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
016800     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
016810     IF ACCT-BALANCE < ZERO
016820         MOVE ZERO TO BA-TRAN-REF
016830         PERFORM 5200-APPLY-OVERDRAFT-FEE THRU 5200-EXIT
016840         MOVE BA-XFER-REF TO BA-TRAN-REF
016850     END-IF.
016860     DISPLAY "ACCOUNT " ACCT-NUMBER " DEBITED, NEW BALANCE IS: "
016870         ACCT-BALANCE.
016880     MOVE "Y" TO BA-LOAN-DEBIT-SW.
016890 5730-EXIT.
016900     EXIT.
016910
016920*****************************************************************
016930* 5750-APPLY-LOAN-REPAYMENT
016940*     SPLITS BA-LOAN-AMOUNT INTEREST FIRST, THEN PRINCIPAL,
016950*     REWRITES THE LOAN AND WRITES THE LOAN HISTORY RECORD.  THE
016960*     LOAN RECORD AREA STILL HOLDS THE LOAN READ IN 5700.
016970*****************************************************************
016980 5750-APPLY-LOAN-REPAYMENT.
016990     IF BA-LOAN-AMOUNT > LOAN-ACCRUED-INT
017000         MOVE LOAN-ACCRUED-INT TO BA-LOAN-INT-PART
017010     ELSE
017020         MOVE BA-LOAN-AMOUNT TO BA-LOAN-INT-PART
017030     END-IF.
017040     COMPUTE BA-LOAN-PRIN-PART = BA-LOAN-AMOUNT
017050         - BA-LOAN-INT-PART.
017060     SUBTRACT BA-LOAN-INT-PART FROM LOAN-ACCRUED-INT.
017070     SUBTRACT BA-LOAN-PRIN-PART FROM LOAN-PRINCIPAL.
017080     SUBTRACT BA-LOAN-AMOUNT FROM LOAN-AMOUNT-DUE.
017090     MOVE BA-BUSINESS-DATE TO LOAN-LAST-PAY-DATE.
017100     IF LOAN-AMOUNT-DUE NOT > ZERO
017110         MOVE ZERO TO LOAN-DAYS-PAST-DUE
017120     END-IF.
017130     IF LOAN-PRINCIPAL = ZERO
017140         AND LOAN-ACCRUED-INT = ZERO
017150         MOVE "P" TO LOAN-STATUS
017160         MOVE ZERO TO LOAN-AMOUNT-DUE
017170     END-IF.
017180     REWRITE LOAN-RECORD
017190         INVALID KEY
017200             DISPLAY "ERROR REWRITING LOAN " LOAN-NUMBER
017210                 ", STATUS = " BA-LOAN-FILE-STATUS
017220     END-REWRITE.
017230     PERFORM 7500-WRITE-LOAN-HISTORY
017240         THRU 7500-EXIT.
017250     DISPLAY "REPAID " BA-LOAN-AMOUNT " ON LOAN " LOAN-NUMBER
017260         " - INTEREST " BA-LOAN-INT-PART " PRINCIPAL "
017270         BA-LOAN-PRIN-PART.
017280     DISPLAY "PRINCIPAL OUTSTANDING: " LOAN-PRINCIPAL.
017290     IF LOAN-PAID-OFF
017300         DISPLAY "LOAN " LOAN-NUMBER " IS NOW PAID OFF."
017310     END-IF.
017320 5750-EXIT.
017330     EXIT.
017340
017350*****************************************************************
017360* 6000-PRINT-STATEMENT
017370*     LISTS THE LAST BA-STMT-MAX ENTRIES FOR THE CURRENT ACCOUNT
017380*     WITH A KEYED START ON THE TRANSACTION-HISTORY FILE AND
017390*     READ NEXT UNTIL THE ACCOUNT CHANGES - THE LIVE LOG IS NO
017400*     LONGER CLOSED, RE-SCANNED FROM THE TOP AND REOPENED.
017410*****************************************************************
017420 6000-PRINT-STATEMENT.
017430     MOVE 1 TO BA-STMT-NEXT.
017440     MOVE 0 TO BA-STMT-TOTAL.
017450     MOVE "N" TO BA-HIST-EOF-SW.
017460     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
017470     MOVE ZERO TO TRANH-DATE.
017480     MOVE ZERO TO TRANH-TIME.
017490     MOVE ZERO TO TRANH-SEQ.
017500     START TRANSACTION-HISTORY
017510         KEY IS GREATER THAN OR EQUAL TRANH-KEY
017520         INVALID KEY
017530             MOVE "Y" TO BA-HIST-EOF-SW
017540     END-START.
017550     PERFORM 6100-READ-HISTORY
017560         THRU 6100-EXIT
017570         UNTIL BA-END-OF-HISTORY.
017580     DISPLAY " ".
017590     DISPLAY "MINI-STATEMENT FOR ACCOUNT " ACCT-NUMBER.
017600     IF BA-STMT-TOTAL = ZERO
017610         DISPLAY "NO TRANSACTIONS ON RECORD FOR THIS ACCOUNT."
017620     ELSE
017630*        THE BUFFER IS ROUND-ROBIN, SO THE OLDEST ENTRY IS NOT
017640*        ALWAYS SLOT 1 - IF IT HAS WRAPPED, THE OLDEST ENTRY IS
017650*        WHEREVER BA-STMT-NEXT WILL WRITE OVER NEXT.
017660         IF BA-STMT-TOTAL = BA-STMT-MAX
017670             MOVE BA-STMT-NEXT TO BA-STMT-SLOT
017680         ELSE
017690             MOVE 1 TO BA-STMT-SLOT
017700         END-IF
017710         PERFORM 6200-DISPLAY-STMT-LINE
017720             THRU 6200-EXIT
017730             VARYING BA-STMT-IDX FROM 1 BY 1
017740             UNTIL BA-STMT-IDX > BA-STMT-TOTAL
017750     END-IF.
017760 6000-EXIT.
017770     EXIT.
017780
017790 6100-READ-HISTORY.
017800     READ TRANSACTION-HISTORY NEXT RECORD
017810         AT END
017820             MOVE "Y" TO BA-HIST-EOF-SW
017830             GO TO 6100-EXIT
017840     END-READ.
017850*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
017860*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
017870*    STALE RECORD FOREVER.
017880     IF BA-HIST-FILE-STATUS NOT = "00"
017890         DISPLAY "ERROR READING HISTORY, STATUS = "
017900             BA-HIST-FILE-STATUS
017910         MOVE "Y" TO BA-HIST-EOF-SW
017920         GO TO 6100-EXIT
017930     END-IF.
017940     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
017950         MOVE "Y" TO BA-HIST-EOF-SW
017960         GO TO 6100-EXIT
017970     END-IF.
017980     MOVE TRANH-DATE    TO BA-STMT-DATE(BA-STMT-NEXT).
017990     MOVE TRANH-TIME    TO BA-STMT-TIME(BA-STMT-NEXT).
018000     MOVE TRANH-TYPE    TO BA-STMT-TYPE(BA-STMT-NEXT).
018010     MOVE TRANH-AMOUNT  TO BA-STMT-AMOUNT(BA-STMT-NEXT).
018020     MOVE TRANH-BALANCE TO BA-STMT-BAL(BA-STMT-NEXT).
018030     ADD 1 TO BA-STMT-NEXT.
018040     IF BA-STMT-NEXT > BA-STMT-MAX
018050         MOVE 1 TO BA-STMT-NEXT
018060     END-IF.
018070     IF BA-STMT-TOTAL < BA-STMT-MAX
018080         ADD 1 TO BA-STMT-TOTAL
018090     END-IF.
018100 6100-EXIT.
018110     EXIT.
018120
018130*----------------------------------------------------------------
018140* PRINTS THE ENTRY AT BA-STMT-SLOT, THEN ADVANCES THE SLOT
018150* POINTER WITH WRAPAROUND SO THE CALLING PERFORM WALKS THE
018160* TABLE OLDEST-TO-NEWEST REGARDLESS OF PHYSICAL SLOT ORDER.
018170*----------------------------------------------------------------
018180 6200-DISPLAY-STMT-LINE.
018190     DISPLAY BA-STMT-DATE(BA-STMT-SLOT) " "
018200         BA-STMT-TIME(BA-STMT-SLOT) " "
018210         BA-STMT-TYPE(BA-STMT-SLOT) " AMT "
018220         BA-STMT-AMOUNT(BA-STMT-SLOT) " BAL "
018230         BA-STMT-BAL(BA-STMT-SLOT).
018240     ADD 1 TO BA-STMT-SLOT.
018250     IF BA-STMT-SLOT > BA-STMT-MAX
018260         MOVE 1 TO BA-STMT-SLOT
018270     END-IF.
018280 6200-EXIT.
018290     EXIT.
018300
018310*****************************************************************
018320* 6500-HISTORY-INQUIRY
018330*     COUNTER HISTORY INQUIRY - LISTS EVERY POSTING FOR THE
018340*     CURRENT ACCOUNT IN A REQUESTED DATE RANGE, STRAIGHT OFF
018350*     THE KEYED TRANSACTION-HISTORY FILE.
018360*****************************************************************
018370 6500-HISTORY-INQUIRY.
018380     DISPLAY "ENTER FROM-DATE (CCYYMMDD): ".
018390     MOVE ZERO TO BA-INQ-FROM-DATE.
018400     ACCEPT BA-INQ-FROM-DATE.
018410     DISPLAY "ENTER TO-DATE (CCYYMMDD): ".
018420     MOVE ZERO TO BA-INQ-TO-DATE.
018430     ACCEPT BA-INQ-TO-DATE.
018440     IF BA-INQ-TO-DATE < BA-INQ-FROM-DATE
018450         DISPLAY "TO-DATE IS BEFORE FROM-DATE - NO INQUIRY."
018460         GO TO 6500-EXIT
018470     END-IF.
018480*    THE ONLINE FILE ONLY REACHES BACK TO THE RETENTION
018490*    CUT-OFF - AN OLDER RANGE NEEDS THE ARCHIVE GENERATIONS.
018500     IF BA-HIST-CUTOFF > ZERO
018510         AND BA-INQ-FROM-DATE < BA-HIST-CUTOFF
018520         DISPLAY "NOTE - POSTINGS BEFORE " BA-HIST-CUTOFF
018530             " HAVE BEEN ARCHIVED - USE TRANHINQ FOR THE"
018540             " FULL RANGE."
018550     END-IF.
018560     MOVE ZERO TO BA-INQ-COUNT.
018570     MOVE "N" TO BA-HIST-EOF-SW.
018580     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
018590     MOVE BA-INQ-FROM-DATE TO TRANH-DATE.
018600     MOVE ZERO TO TRANH-TIME.
018610     MOVE ZERO TO TRANH-SEQ.
018620     START TRANSACTION-HISTORY
018630         KEY IS GREATER THAN OR EQUAL TRANH-KEY
018640         INVALID KEY
018650             MOVE "Y" TO BA-HIST-EOF-SW
018660     END-START.
018670     DISPLAY " ".
018680     DISPLAY "HISTORY FOR ACCOUNT " ACCT-NUMBER " "
018690         BA-INQ-FROM-DATE " - " BA-INQ-TO-DATE.
018700     PERFORM 6510-READ-INQUIRY
018710         THRU 6510-EXIT
018720         UNTIL BA-END-OF-HISTORY.
018730     IF BA-INQ-COUNT = ZERO
018740         DISPLAY "NO POSTINGS IN THAT RANGE."
018750     END-IF.
018760 6500-EXIT.
018770     EXIT.
018780
018790 6510-READ-INQUIRY.
018800     READ TRANSACTION-HISTORY NEXT RECORD
018810         AT END
018820             MOVE "Y" TO BA-HIST-EOF-SW
018830             GO TO 6510-EXIT
018840     END-READ.
018850*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
018860*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
018870*    STALE RECORD FOREVER.
018880     IF BA-HIST-FILE-STATUS NOT = "00"
018890         DISPLAY "ERROR READING HISTORY, STATUS = "
018900             BA-HIST-FILE-STATUS
018910         MOVE "Y" TO BA-HIST-EOF-SW
018920         GO TO 6510-EXIT
018930     END-IF.
018940     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
018950         OR TRANH-DATE > BA-INQ-TO-DATE
018960         MOVE "Y" TO BA-HIST-EOF-SW
018970         GO TO 6510-EXIT
018980     END-IF.
018990     DISPLAY TRANH-DATE " " TRANH-TIME " " TRANH-TYPE
019000         " AMT " TRANH-AMOUNT " BAL " TRANH-BALANCE
019010         " BY " TRANH-TELLER-ID.
019020     ADD 1 TO BA-INQ-COUNT.
019030 6510-EXIT.
019040     EXIT.
019050
019060*****************************************************************
019070* 6700-REVERSE-POSTING
019080*     BACKS OUT ONE POSTING ON THE CURRENT ACCOUNT.  THE TELLER
019090*     KEYS THE DATE OF THE ORIGINAL, SEES THAT DAYS POSTINGS
019100*     OFF THE KEYED HISTORY FILE, AND KEYS THE TIME AND
019110*     SEQUENCE OF THE ONE TO REVERSE.  A CREDIT COMES BACK OFF
019120*     THE BALANCE AS TYPE "R"; A DEBIT GOES BACK ON AS TYPE
019130*     "V".  THE REVERSAL CARRIES THE ORIGINALS FULL HISTORY
019140*     KEY, SO THE PAIR TIES TOGETHER ON EVERY REPORT.  A
019150*     REVERSAL IS A BOOK CORRECTION - IT POSTS WITHOUT THE
019160*     OVERDRAFT TEST AND WITHOUT AN OVERDRAFT FEE, EVEN WHEN
019170*     BACKING A DEPOSIT OUT DRIVES THE BALANCE NEGATIVE.
019180*****************************************************************
019190 6700-REVERSE-POSTING.
019200     DISPLAY "ENTER DATE OF ORIGINAL POSTING (CCYYMMDD): ".
019210     MOVE ZERO TO BA-REV-DATE-IN.
019220     ACCEPT BA-REV-DATE-IN.
019230     IF BA-REV-DATE-IN = ZERO
019240         GO TO 6700-EXIT
019250     END-IF.
019260*    SHOW THE TELLER THAT DAYS POSTINGS SO THE TIME AND
019270*    SEQUENCE CAN BE READ STRAIGHT OFF THE SCREEN.
019280     MOVE ZERO TO BA-REV-LISTED.
019290     MOVE "N" TO BA-HIST-EOF-SW.
019300     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
019310     MOVE BA-REV-DATE-IN TO TRANH-DATE.
019320     MOVE ZERO TO TRANH-TIME.
019330     MOVE ZERO TO TRANH-SEQ.
019340     START TRANSACTION-HISTORY
019350         KEY IS GREATER THAN OR EQUAL TRANH-KEY
019360         INVALID KEY
019370             MOVE "Y" TO BA-HIST-EOF-SW
019380     END-START.
019390     PERFORM 6710-LIST-DAYS-POSTINGS
019400         THRU 6710-EXIT
019410         UNTIL BA-END-OF-HISTORY.
019420     IF BA-REV-LISTED = ZERO
019430         DISPLAY "NO POSTINGS ON THAT DATE FOR THIS ACCOUNT."
019440         GO TO 6700-EXIT
019450     END-IF.
019460     DISPLAY "ENTER TIME OF POSTING TO REVERSE (HHMMSSHH): ".
019470     MOVE ZERO TO BA-REV-TIME-IN.
019480     ACCEPT BA-REV-TIME-IN.
019490     DISPLAY "ENTER SEQUENCE (USUALLY 00): ".
019500     MOVE ZERO TO BA-REV-SEQ-IN.
019510     ACCEPT BA-REV-SEQ-IN.
019520     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
019530     MOVE BA-REV-DATE-IN TO TRANH-DATE.
019540     MOVE BA-REV-TIME-IN TO TRANH-TIME.
019550     MOVE BA-REV-SEQ-IN TO TRANH-SEQ.
019560     READ TRANSACTION-HISTORY
019570         INVALID KEY
019580             DISPLAY "NO POSTING ON FILE WITH THAT KEY."
019590             GO TO 6700-EXIT
019600     END-READ.
019610     IF TRANH-IS-REVERSAL-DEBIT OR TRANH-IS-REVERSAL-CREDIT
019620         DISPLAY "THAT POSTING IS ITSELF A REVERSAL - "
019630             "REVERSE THE ORIGINAL ERROR INSTEAD."
019640         GO TO 6700-EXIT
019650     END-IF.
019660*    COPY THE ORIGINAL OUT OF THE RECORD AREA - THE HISTORY
019670*    WRITE FOR THE REVERSAL WILL TAKE IT OVER.
019680     MOVE TRANH-TYPE   TO BA-REV-ORIG-TYPE.
019690     MOVE TRANH-AMOUNT TO BA-REV-AMOUNT.
019700     DISPLAY "REVERSING " BA-REV-ORIG-TYPE " OF "
019710         BA-REV-AMOUNT " POSTED " BA-REV-DATE-IN.
019720*    A CREDIT COMES BACK OFF THE BALANCE; A DEBIT GOES BACK ON.
019730     IF BA-REV-ORIG-TYPE = "D" OR BA-REV-ORIG-TYPE = "I"
019740         OR BA-REV-ORIG-TYPE = "Y"
019750         SUBTRACT BA-REV-AMOUNT FROM ACCT-BALANCE
019760         MOVE "R" TO BA-TRAN-TYPE-CODE
019770     ELSE
019780         ADD BA-REV-AMOUNT TO ACCT-BALANCE
019790         MOVE "V" TO BA-TRAN-TYPE-CODE
019800     END-IF.
019810     MOVE BA-REV-AMOUNT TO BA-TRAN-AMOUNT-OUT.
019820     MOVE BA-REV-TIME-IN TO BA-TRAN-REF.
019830     MOVE BA-REV-DATE-IN TO BA-ORIG-DATE.
019840     MOVE BA-REV-SEQ-IN TO BA-ORIG-SEQ.
019850     MOVE BA-REV-ORIG-TYPE TO BA-ORIG-TYPE.
019860     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
019870     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
019880     MOVE ZERO TO BA-TRAN-REF.
019890     MOVE ZERO TO BA-ORIG-DATE.
019900     MOVE ZERO TO BA-ORIG-SEQ.
019910     MOVE SPACE TO BA-ORIG-TYPE.
019920     DISPLAY "REVERSAL POSTED.  NEW BALANCE IS: " ACCT-BALANCE.
019930 6700-EXIT.
019940     EXIT.
019950
019960 6710-LIST-DAYS-POSTINGS.
019970     READ TRANSACTION-HISTORY NEXT RECORD
019980         AT END
019990             MOVE "Y" TO BA-HIST-EOF-SW
020000             GO TO 6710-EXIT
020010     END-READ.
020020*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
020030*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
020040*    STALE RECORD FOREVER.
020050     IF BA-HIST-FILE-STATUS NOT = "00"
020060         DISPLAY "ERROR READING HISTORY, STATUS = "
020070             BA-HIST-FILE-STATUS
020080         MOVE "Y" TO BA-HIST-EOF-SW
020090         GO TO 6710-EXIT
020100     END-IF.
020110     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
020120         OR TRANH-DATE NOT = BA-REV-DATE-IN
020130         MOVE "Y" TO BA-HIST-EOF-SW
020140         GO TO 6710-EXIT
020150     END-IF.
020160     DISPLAY "  TIME " TRANH-TIME " SEQ " TRANH-SEQ " "
020170         TRANH-TYPE " AMT " TRANH-AMOUNT " BAL " TRANH-BALANCE.
020180     ADD 1 TO BA-REV-LISTED.
020190 6710-EXIT.
020200     EXIT.
020210
020220*****************************************************************
020230* 7000-REWRITE-ACCOUNT
020240*****************************************************************
020250 7000-REWRITE-ACCOUNT.
020260     REWRITE ACCT-RECORD
020270         INVALID KEY
020280             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
020290     END-REWRITE.
020300 7000-EXIT.
020310     EXIT.
020320
020330*****************************************************************
020340* 7100-LOG-TRANSACTION
020350*     WRITES ONE DATED, TIMESTAMPED ENTRY TO THE TRANSACTION LOG
020360*     FOR THE POSTING JUST APPLIED TO ACCT-RECORD.
020370*****************************************************************
020380 7100-LOG-TRANSACTION.
020390     ACCEPT BA-CURRENT-TIME FROM TIME.
020400     MOVE ACCT-NUMBER       TO TRAN-ACCOUNT.
020410     MOVE BA-BUSINESS-DATE  TO TRAN-DATE.
020420     MOVE BA-CURRENT-TIME   TO TRAN-TIME.
020430     MOVE BA-TRAN-TYPE-CODE TO TRAN-TYPE.
020440     MOVE BA-TRAN-AMOUNT-OUT TO TRAN-AMOUNT.
020450     MOVE ACCT-BALANCE      TO TRAN-BALANCE.
020460     MOVE BA-TRAN-REF       TO TRAN-REFERENCE.
020470     MOVE BA-TELLER-ID      TO TRAN-TELLER-ID.
020480     MOVE BA-BRANCH-ID      TO TRAN-BRANCH-ID.
020490     MOVE BA-ORIG-DATE      TO TRAN-ORIG-DATE.
020500     MOVE BA-ORIG-SEQ       TO TRAN-ORIG-SEQ.
020510     MOVE BA-ORIG-TYPE      TO TRAN-ORIG-TYPE.
020520     MOVE BA-OVERRIDE-ID    TO TRAN-OVERRIDE-ID.
020530*    THE HISTORY COPY IS TAKEN BEFORE THE WRITE - THE RECORD
020540*    AREA IS NOT GUARANTEED AFTER A WRITE HAS TAKEN IT.
020550     PERFORM 7200-WRITE-HISTORY
020560         THRU 7200-EXIT.
020570     WRITE TRAN-RECORD.
020580 7100-EXIT.
020590     EXIT.
020600
020610*****************************************************************
020620* 7200-WRITE-HISTORY
020630*     MIRRORS THE LOG RECORD JUST BUILT ONTO THE KEYED
020640*     TRANSACTION-HISTORY FILE.  TWO POSTINGS FOR ONE ACCOUNT
020650*     IN THE SAME HUNDREDTH OF A SECOND COLLIDE ON THE KEY, SO
020660*     THE SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES.
020670*****************************************************************
020680 7200-WRITE-HISTORY.
020690     MOVE TRAN-ACCOUNT   TO TRANH-ACCOUNT.
020700     MOVE TRAN-DATE      TO TRANH-DATE.
020710     MOVE TRAN-TIME      TO TRANH-TIME.
020720     MOVE ZERO           TO TRANH-SEQ.
020730     MOVE TRAN-TYPE      TO TRANH-TYPE.
020740     MOVE TRAN-AMOUNT    TO TRANH-AMOUNT.
020750     MOVE TRAN-BALANCE   TO TRANH-BALANCE.
020760     MOVE TRAN-REFERENCE TO TRANH-REFERENCE.
020770     MOVE TRAN-TELLER-ID TO TRANH-TELLER-ID.
020780     MOVE TRAN-BRANCH-ID TO TRANH-BRANCH-ID.
020790     MOVE TRAN-ORIG-DATE TO TRANH-ORIG-DATE.
020800     MOVE TRAN-ORIG-SEQ  TO TRANH-ORIG-SEQ.
020810     MOVE TRAN-ORIG-TYPE TO TRANH-ORIG-TYPE.
020820     MOVE TRAN-OVERRIDE-ID TO TRANH-OVERRIDE-ID.
020830     MOVE "N" TO BA-HIST-DONE-SW.
020840     PERFORM 7210-TRY-HISTORY-WRITE
020850         THRU 7210-EXIT
020860         UNTIL BA-HISTORY-WRITTEN
020870         OR TRANH-SEQ > 98.
020880     IF NOT BA-HISTORY-WRITTEN
020890         DISPLAY "ERROR WRITING HISTORY FOR ACCOUNT "
020900             TRANH-ACCOUNT ", STATUS = " BA-HIST-FILE-STATUS
020910     END-IF.
020920 7200-EXIT.
020930     EXIT.
020940
020950 7210-TRY-HISTORY-WRITE.
020960     WRITE TRANH-RECORD
020970         INVALID KEY
020980             ADD 1 TO TRANH-SEQ
020990         NOT INVALID KEY
021000             MOVE "Y" TO BA-HIST-DONE-SW
021010     END-WRITE.
021020*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING ON
021030*    THE NEXT SEQUENCE NUMBER.  A HARD I/O ERROR (FILE NOT
021040*    OPEN, PERMANENT ERROR) TAKES NEITHER WRITE BRANCH AND
021050*    WOULD SPIN THE RETRY LOOP FOREVER - FORCE THE EXIT SO
021060*    IT FALLS THROUGH TO THE ERROR DISPLAY INSTEAD.
021070     IF NOT BA-HISTORY-WRITTEN
021080         AND BA-HIST-FILE-STATUS NOT = "22"
021090         MOVE 99 TO TRANH-SEQ
021100     END-IF.
021110 7210-EXIT.
021120     EXIT.
021130
021140*****************************************************************
021150* 7300-TOTAL-HOLDS
021160*     TOTALS THE HOLDS IN FORCE ON THE ACCOUNT IN HAND INTO
021170*     BA-HELD-FUNDS AND SETS BA-FROZEN-SW ON A FRAUD FREEZE.  A
021180*     HOLD IS IN FORCE WHILE ACTIVE AND NOT PAST ITS EXPIRY -
021190*     ONE EXPIRING TODAY STILL BINDS TODAY.  ONLY THE HOLD
021200*     RECORD AREA IS USED; THE ACCOUNT RECORD IS UNTOUCHED.
021210*****************************************************************
021220 7300-TOTAL-HOLDS.
021230     MOVE ZERO TO BA-HELD-FUNDS.
021240     MOVE "N" TO BA-FROZEN-SW.
021250     IF NOT BA-HOLD-FILE-AVAILABLE
021260         GO TO 7300-EXIT
021270     END-IF.
021280     MOVE "N" TO BA-HLD-EOF-SW.
021290     MOVE ACCT-NUMBER TO HLD-ACCOUNT.
021300     MOVE ZERO TO HLD-SEQ.
021310     START HOLD-FILE
021320         KEY IS GREATER THAN OR EQUAL HLD-KEY
021330         INVALID KEY
021340             MOVE "Y" TO BA-HLD-EOF-SW
021350     END-START.
021360     PERFORM 7310-ADD-ONE-HOLD
021370         THRU 7310-EXIT
021380         UNTIL BA-END-OF-HOLDS.
021390 7300-EXIT.
021400     EXIT.
021410
021420 7310-ADD-ONE-HOLD.
021430     READ HOLD-FILE NEXT RECORD
021440         AT END
021450             MOVE "Y" TO BA-HLD-EOF-SW
021460             GO TO 7310-EXIT
021470     END-READ.
021480*    A HARD READ ERROR MUST NOT PASS FOR "NO HOLDS" - THE
021490*    ACCOUNT IS TREATED AS FROZEN UNTIL THE FILE CAN BE READ.
021500     IF BA-HLD-FILE-STATUS NOT = "00"
021510         DISPLAY "ERROR READING HOLD FILE, STATUS = "
021520             BA-HLD-FILE-STATUS " - DEBITS REFUSED."
021530         MOVE "Y" TO BA-FROZEN-SW
021540         MOVE "Y" TO BA-HLD-EOF-SW
021550         GO TO 7310-EXIT
021560     END-IF.
021570     IF HLD-ACCOUNT NOT = ACCT-NUMBER
021580         MOVE "Y" TO BA-HLD-EOF-SW
021590         GO TO 7310-EXIT
021600     END-IF.
021610     IF NOT HLD-IS-ACTIVE
021620         GO TO 7310-EXIT
021630     END-IF.
021640     IF HLD-EXPIRY-DATE NOT = ZERO
021650         AND HLD-EXPIRY-DATE < BA-BUSINESS-DATE
021660         GO TO 7310-EXIT
021670     END-IF.
021680     IF HLD-FRAUD-FREEZE
021690         MOVE "Y" TO BA-FROZEN-SW
021700     ELSE
021710         ADD HLD-AMOUNT TO BA-HELD-FUNDS
021720     END-IF.
021730 7310-EXIT.
021740     EXIT.
021750
021760*****************************************************************
021770* 7400-WRITE-NOTICE
021780*     WRITES AN OVERDRAFT-FEE NOTICE EVENT FOR THE ACCOUNT IN THE
021790*     RECORD AREA - THE NIGHT RUN TURNS IT INTO THE CUSTOMER
021800*     LETTER.  TWO EVENTS FOR ONE ACCOUNT IN THE SAME HUNDREDTH
021810*     OF A SECOND COLLIDE ON THE KEY, SO THE SEQUENCE NUMBER IS
021820*     BUMPED UNTIL THE WRITE TAKES, AS FOR THE HISTORY FILE.
021830*****************************************************************
021840 7400-WRITE-NOTICE.
021850     IF NOT BA-NOTICE-FILE-AVAILABLE
021860         GO TO 7400-EXIT
021870     END-IF.
021880     MOVE SPACES               TO NTE-RECORD.
021890     MOVE BA-BUSINESS-DATE     TO NTE-DATE.
021900     MOVE ACCT-CUSTOMER-NUMBER TO NTE-CUSTOMER.
021910     MOVE ACCT-NUMBER          TO NTE-ACCOUNT.
021920     ACCEPT NTE-TIME FROM TIME.
021930     MOVE ZERO                 TO NTE-SEQ.
021940     MOVE "O"                  TO NTE-TYPE.
021950     MOVE BA-OVERDRAFT-FEE     TO NTE-AMOUNT.
021960     MOVE ACCT-BALANCE         TO NTE-BALANCE.
021970     MOVE ZERO                 TO NTE-ORDER-NUMBER.
021980     MOVE ZERO                 TO NTE-TARGET-ACCOUNT.
021990     MOVE ACCT-NAME            TO NTE-ACCT-NAME.
022000     MOVE "BANK-APP"           TO NTE-SOURCE.
022010     MOVE "N" TO BA-NTC-DONE-SW.
022020     PERFORM 7410-TRY-NOTICE-WRITE
022030         THRU 7410-EXIT
022040         UNTIL BA-NOTICE-WRITTEN
022050         OR NTE-SEQ > 98.
022060     IF NOT BA-NOTICE-WRITTEN
022070         DISPLAY "ERROR WRITING NOTICE FOR ACCOUNT "
022080             NTE-ACCOUNT ", STATUS = " BA-NTC-FILE-STATUS
022090     END-IF.
022100 7400-EXIT.
022110     EXIT.
022120
022130 7410-TRY-NOTICE-WRITE.
022140     WRITE NTE-RECORD
022150         INVALID KEY
022160             ADD 1 TO NTE-SEQ
022170         NOT INVALID KEY
022180             MOVE "Y" TO BA-NTC-DONE-SW
022190     END-WRITE.
022200*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING - ANY
022210*    OTHER FAILURE FORCES THE LOOP OUT TO THE ERROR DISPLAY.
022220     IF NOT BA-NOTICE-WRITTEN
022230         AND BA-NTC-FILE-STATUS NOT = "22"
022240         MOVE 99 TO NTE-SEQ
022250     END-IF.
022260 7410-EXIT.
022270     EXIT.
022280
022290*****************************************************************
022300* 7500-WRITE-LOAN-HISTORY
022310*     WRITES THE LOAN HISTORY RECORD FOR THE REPAYMENT JUST
022320*     APPLIED TO LOAN-RECORD.  TWO POSTINGS ON ONE LOAN IN THE
022330*     SAME HUNDREDTH OF A SECOND COLLIDE ON THE KEY, SO THE
022340*     SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES, AS FOR
022350*     THE TRANSACTION HISTORY.
022360*****************************************************************
022370 7500-WRITE-LOAN-HISTORY.
022380     MOVE SPACES               TO LNH-RECORD.
022390     MOVE BA-BUSINESS-DATE     TO LNH-DATE.
022400     MOVE LOAN-NUMBER          TO LNH-LOAN.
022410     ACCEPT LNH-TIME FROM TIME.
022420     MOVE ZERO                 TO LNH-SEQ.
022430     MOVE "P"                  TO LNH-TYPE.
022440     MOVE BA-LOAN-METHOD       TO LNH-METHOD.
022450     MOVE BA-LOAN-AMOUNT       TO LNH-AMOUNT.
022460     MOVE BA-LOAN-INT-PART     TO LNH-INTEREST-PART.
022470     MOVE BA-LOAN-PRIN-PART    TO LNH-PRINCIPAL-PART.
022480     MOVE LOAN-PRINCIPAL       TO LNH-PRINCIPAL-AFTER.
022490     MOVE BA-LOAN-FROM-ACCT    TO LNH-FROM-ACCOUNT.
022500     MOVE BA-TRAN-REF          TO LNH-REFERENCE.
022510     MOVE BA-TELLER-ID         TO LNH-TELLER-ID.
022520     MOVE BA-BRANCH-ID         TO LNH-BRANCH-ID.
022530     MOVE "N" TO BA-LNH-DONE-SW.
022540     PERFORM 7510-TRY-LOAN-HIST-WRITE
022550         THRU 7510-EXIT
022560         UNTIL BA-LOAN-HIST-WRITTEN
022570         OR LNH-SEQ > 98.
022580     IF NOT BA-LOAN-HIST-WRITTEN
022590         DISPLAY "ERROR WRITING LOAN HISTORY FOR LOAN "
022600             LNH-LOAN ", STATUS = " BA-LNH-FILE-STATUS
022610     END-IF.
022620 7500-EXIT.
022630     EXIT.
022640
022650 7510-TRY-LOAN-HIST-WRITE.
022660     WRITE LNH-RECORD
022670         INVALID KEY
022680             ADD 1 TO LNH-SEQ
022690         NOT INVALID KEY
022700             MOVE "Y" TO BA-LNH-DONE-SW
022710     END-WRITE.
022720*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING - ANY
022730*    OTHER FAILURE FORCES THE LOOP OUT TO THE ERROR DISPLAY.
022740     IF NOT BA-LOAN-HIST-WRITTEN
022750         AND BA-LNH-FILE-STATUS NOT = "22"
022760         MOVE 99 TO LNH-SEQ
022770     END-IF.
022780 7510-EXIT.
022790     EXIT.
022800
022810*****************************************************************
022820* 8000-TERMINATE
022830*****************************************************************
022840 8000-TERMINATE.
022850     IF BA-DRAWER-IS-OPEN
022860         PERFORM 8100-COUNT-DRAWER THRU 8100-EXIT
022870         CLOSE DRAWER-FILE
022880     END-IF.
022890     CLOSE ACCOUNT-MASTER.
022900     CLOSE TRANSACTION-LOG.
022910     CLOSE TRANSACTION-HISTORY.
022920     IF BA-CUST-FILE-AVAILABLE
022930         CLOSE CUSTOMER-MASTER
022940     END-IF.
022950     CLOSE TELLER-MASTER.
022960     IF BA-HOLD-FILE-AVAILABLE
022970         CLOSE HOLD-FILE
022980     END-IF.
022990     IF BA-NOTICE-FILE-AVAILABLE
023000         CLOSE NOTICE-FILE
023010     END-IF.
023020     IF BA-LOAN-FILES-AVAILABLE
023030         CLOSE LOAN-MASTER
023040         CLOSE LOAN-HISTORY
023050     END-IF.
023060     IF BA-SESSION-REGISTERED
023070         PERFORM 8300-DEREGISTER-SESSION THRU 8300-EXIT
023080     END-IF.
023090 8000-EXIT.
023100     EXIT.
023110
023120*****************************************************************
023130* 8100-COUNT-DRAWER
023140*     SIGN-OFF CASH COUNT.  THE TELLER KEYS THE NUMBER OF NOTES
023150*     OF EACH DENOMINATION AND THE LOOSE COIN; THE COUNTED TOTAL
023160*     GOES ON THE DRAWER RECORD FOR DRWPROOF.  THE EXPECTED
023170*     FIGURE IS NOT SHOWN - THE COUNT IS TAKEN BLIND.
023180*****************************************************************
023190 8100-COUNT-DRAWER.
023200     MOVE BA-TELLER-ID TO DRW-TELLER-ID.
023210     MOVE BA-BUSINESS-DATE TO DRW-DATE.
023220     READ DRAWER-FILE
023230         INVALID KEY
023240             DISPLAY "DRAWER RECORD NOT FOUND - NO CASH COUNT "
023250                 "TAKEN."
023260             GO TO 8100-EXIT
023270     END-READ.
023280     DISPLAY "SIGN-OFF CASH COUNT FOR TELLER " BA-TELLER-ID.
023290     MOVE ZERO TO BA-COUNTED-CASH.
023300     PERFORM 8110-COUNT-DENOMINATION
023310         THRU 8110-EXIT
023320         VARYING BA-DENOM-IDX FROM 1 BY 1
023330         UNTIL BA-DENOM-IDX > 6.
023340     DISPLAY "ENTER VALUE OF LOOSE COIN: ".
023350     MOVE ZERO TO BA-COIN-IN.
023360     ACCEPT BA-COIN-IN.
023370     MOVE BA-COIN-IN TO DRW-COIN-AMOUNT.
023380     ADD BA-COIN-IN TO BA-COUNTED-CASH.
023390     MOVE BA-COUNTED-CASH TO DRW-COUNTED-CASH.
023400     ACCEPT DRW-CLOSE-TIME FROM TIME.
023410     MOVE "C" TO DRW-STATUS.
023420     REWRITE DRW-RECORD
023430         INVALID KEY
023440             DISPLAY "ERROR REWRITING DRAWER, STATUS = "
023450                 BA-DRW-FILE-STATUS
023460             GO TO 8100-EXIT
023470     END-REWRITE.
023480     DISPLAY "COUNTED CASH " BA-COUNTED-CASH " RECORDED.".
023490 8100-EXIT.
023500     EXIT.
023510
023520 8110-COUNT-DENOMINATION.
023530     DISPLAY "ENTER NUMBER OF " BA-DENOM-VALUE(BA-DENOM-IDX)
023540         " NOTES: ".
023550     MOVE ZERO TO BA-DENOM-IN.
023560     ACCEPT BA-DENOM-IN.
023570     MOVE BA-DENOM-IN TO DRW-DENOM-COUNT(BA-DENOM-IDX).
023580     COMPUTE BA-COUNTED-CASH = BA-COUNTED-CASH
023590         + (BA-DENOM-IN * BA-DENOM-VALUE(BA-DENOM-IDX)).
023600 8110-EXIT.
023610     EXIT.
023620
023630*****************************************************************
023640* 8300-DEREGISTER-SESSION
023650*     STRIKES THIS SESSION OFF THE SESSION REGISTER.  THE ENTRY
023660*     SHOWS SIGNED OFF ONLY WHEN NO OTHER SESSION UNDER THE SAME
023670*     TELLER ID IS STILL OPEN.  A SESSION THE WINDOW CLOSE HAS
023680*     ALREADY CLEARED IS LEFT AT ZERO.
023690*****************************************************************
023700 8300-DEREGISTER-SESSION.
023710     OPEN I-O SESSION-REGISTER.
023720     IF BA-SES-FILE-STATUS NOT = "00"
023730         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS = "
023740             BA-SES-FILE-STATUS " - SIGN-OFF NOT RECORDED."
023750         GO TO 8300-EXIT
023760     END-IF.
023770     MOVE BA-TELLER-ID TO SES-TELLER-ID.
023780     READ SESSION-REGISTER
023790         INVALID KEY
023800             DISPLAY "SESSION NOT ON THE REGISTER - SIGN-OFF NOT "
023810                 "RECORDED."
023820             CLOSE SESSION-REGISTER
023830             GO TO 8300-EXIT
023840     END-READ.
023850     IF SES-OPEN-COUNT > ZERO
023860         SUBTRACT 1 FROM SES-OPEN-COUNT
023870     END-IF.
023880     IF SES-OPEN-COUNT = ZERO
023890         MOVE "C" TO SES-STATUS
023900     END-IF.
023910     ACCEPT SES-SIGNOFF-DATE FROM DATE YYYYMMDD.
023920     ACCEPT SES-SIGNOFF-TIME FROM TIME.
023930     REWRITE SES-RECORD
023940         INVALID KEY
023950             DISPLAY "ERROR REWRITING SESSION REGISTER, STATUS = "
023960                 BA-SES-FILE-STATUS
023970     END-REWRITE.
023980     CLOSE SESSION-REGISTER.
023990     MOVE "N" TO BA-SES-REG-SW.
024000 8300-EXIT.
024010     EXIT.
