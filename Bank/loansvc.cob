000010*================================================================
000020* LOANSVC.COB
000030* PROGRAM-ID: LOANSVC
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     NIGHTLY LOAN SERVICING.  WALKS THE LOAN MASTER AND, FOR
000110*     EVERY ACTIVE LOAN:
000120*       - ACCRUES INTEREST ON THE OUTSTANDING PRINCIPAL FOR THE
000130*         DAYS SINCE IT WAS LAST ACCRUED (ACTUAL/365), POSTING
000140*         THE ACCRUAL TO THE LOAN HISTORY FOR THE LEDGER;
000150*       - ROLLS EVERY INSTALMENT THAT HAS FALLEN DUE INTO THE
000160*         AMOUNT DUE AND MOVES THE NEXT DUE DATE ON A MONTH;
000170*       - AGES THE ARREARS - DAYS PAST DUE COUNT FROM THE OLDEST
000180*         INSTALMENT THE AMOUNT DUE STILL COVERS.
000190*     PRINTS THE DELINQUENCY REPORT FOR COLLECTIONS - EVERY
000200*     LOAN IN ARREARS WITH ITS BORROWER, DAYS PAST DUE AND
000210*     BUCKET (1-29, 30-59, 60-89, 90 AND OVER), THEN A COUNT AND
000220*     AMOUNT BY BUCKET.  A RERUN FOR THE SAME DATE ACCRUES
000230*     NOTHING AND ROLLS NOTHING TWICE.  SCHEDULED AFTER THE LAST
000240*     TELLER SESSION AND BEFORE GLEXTR - SEE JCL/LOANSVC.JCL.
000250*----------------------------------------------------------------
000260* MAINTENANCE HISTORY
000270* DATE       INIT  DESCRIPTION
000280* ---------- ----  ------------------------------------------
000290* 2026-10-15  RLD  ORIGINAL PROGRAM.
000300* 2026-10-15  RLD  THE RUN NOW REFUSES TO START OUTSIDE THE NIGHT
000310*                  BATCH WINDOW OR WHILE THE SESSION REGISTER
000320*                  SHOWS A TELLER STILL SIGNED ON, UNLESS THE
000330*                  OPERATOR KEYS OVERRIDE - A REPAYMENT TAKEN
000340*                  ONLINE DURING THE RUN WOULD BE OVERWRITTEN.
000350*                  TERMINATION NOW CLOSES ONLY THE FILES THAT WERE
000360*                  OPENED.
000370*================================================================
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. LOANSVC.
000400 AUTHOR. R L DAWSON.
000410 INSTALLATION. MAIN STREET DATA CENTER.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS LOAN-NUMBER
000520         FILE STATUS IS LS-LOAN-FILE-STATUS.
000530
000540     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS LNH-KEY
000580         FILE STATUS IS LS-LNH-FILE-STATUS.
000590
000600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CUST-NUMBER
000640         FILE STATUS IS LS-CUST-FILE-STATUS.
000650
000660     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS LS-RPT-FILE-STATUS.
000690
000700     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CTL-KEY
000740         FILE STATUS IS LS-CTL-FILE-STATUS.
000750
000760     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS SES-TELLER-ID
000800         FILE STATUS IS LS-SES-FILE-STATUS.
000810
000820     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RUN-KEY
000860         FILE STATUS IS LS-RUN-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900*----------------------------------------------------------------
000910* LOAN MASTER - WALKED IN FULL, EVERY ACTIVE LOAN REWRITTEN
000920*----------------------------------------------------------------
000930 FD  LOAN-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY LOANREC.
000960
000970*----------------------------------------------------------------
000980* LOAN POSTING HISTORY - ONE ACCRUAL RECORD PER LOAN PER NIGHT
000990*----------------------------------------------------------------
001000 FD  LOAN-HISTORY
001010     LABEL RECORDS ARE STANDARD.
001020     COPY LNHREC.
001030
001040*----------------------------------------------------------------
001050* CUSTOMER MASTER - BORROWER NAME FOR THE DELINQUENCY REPORT
001060*----------------------------------------------------------------
001070 FD  CUSTOMER-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CUSTREC.
001100
001110*----------------------------------------------------------------
001120* PRINTED DELINQUENCY REPORT
001130*----------------------------------------------------------------
001140 FD  REPORT-FILE
001150     LABEL RECORDS ARE OMITTED.
001160 01  REPORT-RECORD                PIC X(80).
001170
001180*----------------------------------------------------------------
001190* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001200*----------------------------------------------------------------
001210 FD  CONTROL-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY CTLREC.
001240
001250*----------------------------------------------------------------
001260* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
001270*----------------------------------------------------------------
001280 FD  SESSION-REGISTER
001290     LABEL RECORDS ARE STANDARD.
001300     COPY SESREC.
001310
001320*----------------------------------------------------------------
001330* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001340*----------------------------------------------------------------
001350 FD  RUN-LOG-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY RUNREC.
001380
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410* FILE STATUS AND CONTROL SWITCHES
001420*----------------------------------------------------------------
001430 77  LS-LOAN-FILE-STATUS      PIC X(02) VALUE "00".
001440 77  LS-LNH-FILE-STATUS       PIC X(02) VALUE "00".
001450 77  LS-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001460 77  LS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001470 77  LS-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001480 77  LS-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001490
001500 77  LS-ABORT-SW              PIC X(01) VALUE "N".
001510     88  LS-RUN-ABORTED               VALUE "Y".
001520
001530 77  LS-LOAN-EOF-SW           PIC X(01) VALUE "N".
001540     88  LS-END-OF-LOANS              VALUE "Y".
001550
001560 77  LS-CUST-AVAIL-SW         PIC X(01) VALUE "N".
001570     88  LS-CUST-FILE-AVAILABLE       VALUE "Y".
001580
001590 77  LS-LOAN-OPEN-SW          PIC X(01) VALUE "N".
001600     88  LS-LOAN-MASTER-IS-OPEN       VALUE "Y".
001610
001620 77  LS-LNH-OPEN-SW           PIC X(01) VALUE "N".
001630     88  LS-LOAN-HIST-IS-OPEN         VALUE "Y".
001640
001650 77  LS-RPT-OPEN-SW           PIC X(01) VALUE "N".
001660     88  LS-REPORT-IS-OPEN            VALUE "Y".
001670
001680 77  LS-LNH-DONE-SW           PIC X(01) VALUE "N".
001690     88  LS-LOAN-HIST-WRITTEN         VALUE "Y".
001700
001710*----------------------------------------------------------------
001720* RUN CONTROLS AND COUNTERS
001730*----------------------------------------------------------------
001740 77  LS-RUN-DATE              PIC 9(08).
001750 77  LS-LOANS-READ            PIC 9(07) COMP VALUE 0.
001760 77  LS-LOANS-SERVICED        PIC 9(07) COMP VALUE 0.
001770 77  LS-LOANS-ACCRUED         PIC 9(07) COMP VALUE 0.
001780 77  LS-INSTALMENTS-DUE       PIC 9(07) COMP VALUE 0.
001790 77  LS-LOANS-DELINQUENT      PIC 9(07) COMP VALUE 0.
001800 77  LS-TOT-ACCRUED           PIC S9(11)V99 VALUE 0.
001810
001820*----------------------------------------------------------------
001830* ONE LOANS WORK FIELDS
001840*----------------------------------------------------------------
001850 77  LS-ACCR-DAYS             PIC S9(07) COMP VALUE 0.
001860 77  LS-ACCR-AMOUNT           PIC S9(07)V99 VALUE 0.
001870 77  LS-PAYOFF                PIC S9(10)V99 VALUE 0.
001880 77  LS-MONTHS-BEHIND         PIC 9(05) COMP VALUE 0.
001890 77  LS-MONTHS-REMAINDER      PIC S9(09)V99 VALUE 0.
001900 77  LS-OLDEST-DAYNUM         PIC S9(09) COMP VALUE 0.
001910 77  LS-RUN-DAYNUM            PIC S9(09) COMP VALUE 0.
001920 77  LS-DPD-WORK              PIC S9(09) COMP VALUE 0.
001930 77  LS-BKT-IDX               PIC 9(02) COMP VALUE 0.
001940
001950*----------------------------------------------------------------
001960* DAY-NUMBER ROUTINE - TURNS LS-DN-DATE INTO A COUNT OF DAYS SO
001970* TWO DATES CAN BE SUBTRACTED.  MARCH-BASED YEAR, SO THE LEAP
001980* DAY FALLS AT THE END OF THE COUNTING YEAR:
001990*     Y*365 + Y/4 - Y/100 + Y/400 + (153*(M-3)+2)/5 + D
002000* WITH JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND 14 OF THE
002010* YEAR BEFORE.  EVERY DIVISION TRUNCATES.
002020*----------------------------------------------------------------
002030 01  LS-DN-DATE.
002040     05  LS-DN-YEAR           PIC 9(04).
002050     05  LS-DN-MONTH          PIC 9(02).
002060     05  LS-DN-DAY            PIC 9(02).
002070 01  LS-DN-DATE-NUM REDEFINES LS-DN-DATE
002080                              PIC 9(08).
002090 77  LS-DN-Y                  PIC S9(05) COMP.
002100 77  LS-DN-M                  PIC S9(03) COMP.
002110 77  LS-DN-Q4                 PIC S9(05) COMP.
002120 77  LS-DN-Q100               PIC S9(05) COMP.
002130 77  LS-DN-Q400               PIC S9(05) COMP.
002140 77  LS-DN-MDAYS              PIC S9(05) COMP.
002150 77  LS-DN-RESULT             PIC S9(09) COMP.
002160
002170*----------------------------------------------------------------
002180* MONTH STEP ROUTINE - MOVES LS-SM-DATE ONE MONTH ON OR BACK
002190* (LS-SM-STEP +1 OR -1) ONTO THE LOANS DUE DAY, TAKING THE LAST
002200* DAY OF A MONTH TOO SHORT TO HAVE IT
002210*----------------------------------------------------------------
002220 01  LS-SM-DATE.
002230     05  LS-SM-YEAR           PIC 9(04).
002240     05  LS-SM-MONTH          PIC 9(02).
002250     05  LS-SM-DAY            PIC 9(02).
002260 01  LS-SM-DATE-NUM REDEFINES LS-SM-DATE
002270                              PIC 9(08).
002280 77  LS-SM-STEP               PIC S9(01) VALUE +1.
002290 77  LS-SM-MONTH-WORK         PIC S9(03) COMP.
002300 77  LS-SM-LAST-DAY           PIC 9(02).
002310 77  LS-LEAP-QUOTIENT         PIC 9(04) COMP.
002320 77  LS-LEAP-REM-4            PIC 9(04) COMP.
002330 77  LS-LEAP-REM-100          PIC 9(04) COMP.
002340 77  LS-LEAP-REM-400          PIC 9(04) COMP.
002350
002360 01  LS-MONTH-DAYS-VALUES.
002370     05  FILLER               PIC X(24) VALUE
002380                              "312831303130313130313031".
002390 01  LS-MONTH-DAYS-TABLE REDEFINES LS-MONTH-DAYS-VALUES.
002400     05  LS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
002410
002420*----------------------------------------------------------------
002430* DELINQUENCY BUCKETS - 1 = 1-29, 2 = 30-59, 3 = 60-89, 4 = 90+
002440*----------------------------------------------------------------
002450 01  LS-BUCKET-NAMES-VALUES.
002460     05  FILLER               PIC X(05) VALUE "1-29 ".
002470     05  FILLER               PIC X(05) VALUE "30-59".
002480     05  FILLER               PIC X(05) VALUE "60-89".
002490     05  FILLER               PIC X(05) VALUE "90+  ".
002500 01  LS-BUCKET-NAMES-TABLE REDEFINES LS-BUCKET-NAMES-VALUES.
002510     05  LS-BUCKET-NAME       PIC X(05) OCCURS 4 TIMES.
002520
002530 01  LS-BUCKET-TOTALS.
002540     05  LS-BUCKET-ENTRY OCCURS 4 TIMES.
002550         10  LS-BKT-COUNT     PIC 9(07) COMP.
002560         10  LS-BKT-AMOUNT    PIC S9(11)V99.
002570         10  LS-BKT-PRINCIPAL PIC S9(11)V99.
002580
002590*----------------------------------------------------------------
002600* REPORT LINE LAYOUTS
002610*----------------------------------------------------------------
002620 01  LS-TITLE-LINE.
002630     05  FILLER           PIC X(30) VALUE
002640                              "LOAN DELINQUENCY REPORT AS AT ".
002650     05  LS-T-DATE            PIC 9(08).
002660     05  FILLER               PIC X(42) VALUE SPACES.
002670
002680 01  LS-COLUMN-LINE.
002690     05  FILLER               PIC X(12) VALUE "LOAN".
002700     05  FILLER               PIC X(07) VALUE "CUST".
002710     05  FILLER               PIC X(19) VALUE "BORROWER".
002720     05  FILLER               PIC X(06) VALUE "  DPD".
002730     05  FILLER               PIC X(15) VALUE "    AMOUNT DUE".
002740     05  FILLER               PIC X(16) VALUE "     PRINCIPAL".
002750     05  FILLER               PIC X(05) VALUE "BKT".
002760
002770 01  LS-DETAIL-LINE.
002780     05  LS-D-LOAN            PIC 9(10).
002790     05  FILLER               PIC X(02) VALUE SPACES.
002800     05  LS-D-CUSTOMER        PIC 9(06).
002810     05  FILLER               PIC X(01) VALUE SPACES.
002820     05  LS-D-NAME            PIC X(18).
002830     05  FILLER               PIC X(01) VALUE SPACES.
002840     05  LS-D-DPD             PIC Z,ZZ9.
002850     05  FILLER               PIC X(01) VALUE SPACES.
002860     05  LS-D-AMOUNT-DUE      PIC ZZZ,ZZZ,ZZ9.99.
002870     05  FILLER               PIC X(01) VALUE SPACES.
002880     05  LS-D-PRINCIPAL       PIC ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER               PIC X(02) VALUE SPACES.
002900     05  LS-D-BUCKET          PIC X(05).
002910
002920 01  LS-BUCKET-LINE.
002930     05  FILLER               PIC X(07) VALUE "BUCKET".
002940     05  LS-B-NAME            PIC X(05).
002950     05  FILLER               PIC X(02) VALUE SPACES.
002960     05  FILLER               PIC X(07) VALUE "LOANS:".
002970     05  LS-B-COUNT           PIC Z(6)9.
002980     05  FILLER               PIC X(02) VALUE SPACES.
002990     05  FILLER               PIC X(05) VALUE "DUE:".
003000     05  LS-B-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  FILLER               PIC X(05) VALUE "PRIN:".
003030     05  LS-B-PRINCIPAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003040     05  FILLER               PIC X(04) VALUE SPACES.
003050
003060 01  LS-COUNT-LINE.
003070     05  FILLER           PIC X(16) VALUE "LOANS SERVICED:".
003080     05  LS-C-SERVICED        PIC Z(6)9.
003090     05  FILLER               PIC X(03) VALUE SPACES.
003100     05  FILLER           PIC X(18) VALUE "INSTALMENTS DUE:".
003110     05  LS-C-INSTALMENTS     PIC Z(6)9.
003120     05  FILLER               PIC X(03) VALUE SPACES.
003130     05  FILLER           PIC X(10) VALUE "ACCRUED:".
003140     05  LS-C-ACCRUED         PIC ZZ,ZZZ,ZZ9.99.
003150     05  FILLER               PIC X(03) VALUE SPACES.
003160
003170*----------------------------------------------------------------
003180* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003190* COMPLETION RECORD WRITTEN AT TERMINATION
003200*----------------------------------------------------------------
003210 77  LS-START-TIME            PIC 9(08) VALUE 0.
003220 77  LS-RUN-OUTCOME           PIC X(01) VALUE "C".
003230
003240*----------------------------------------------------------------
003250* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
003260* AT START-UP
003270*----------------------------------------------------------------
003280 77  LS-SES-FILE-STATUS       PIC X(02) VALUE "00".
003290 77  LS-LOCKOUT-SW            PIC X(01) VALUE "N".
003300     88  LS-LOCKED-OUT                 VALUE "Y".
003310 77  LS-SES-EOF-SW            PIC X(01) VALUE "N".
003320     88  LS-END-OF-REGISTER            VALUE "Y".
003330 77  LS-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
003340 77  LS-OVERRIDE-IN           PIC X(08).
003350 PROCEDURE DIVISION.
003360*****************************************************************
003370* 0000-MAINLINE
003380*****************************************************************
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE
003410         THRU 1000-EXIT.
003420     IF NOT LS-RUN-ABORTED
003430         PERFORM 2000-SERVICE-LOAN
003440             THRU 2000-EXIT
003450             UNTIL LS-END-OF-LOANS
003460         PERFORM 6000-PRINT-TOTALS
003470             THRU 6000-EXIT
003480     END-IF.
003490     PERFORM 8000-TERMINATE
003500         THRU 8000-EXIT.
003510     STOP RUN.
003520
003530*****************************************************************
003540* 1000-INITIALIZE
003550*     A LOAN MASTER THAT HAS NEVER BEEN CREATED MEANS NO LOAN
003560*     HAS EVER BEEN BOARDED - THE RUN REPORTS NOTHING AND
003570*     COMPLETES.  THE CUSTOMER MASTER ONLY NAMES THE BORROWER
003580*     ON THE REPORT AND THE RUN GOES ON WITHOUT IT.
003590*****************************************************************
003600 1000-INITIALIZE.
003610     DISPLAY "LOANSVC - NIGHTLY LOAN SERVICING".
003620     ACCEPT LS-START-TIME FROM TIME.
003630     PERFORM 1050-READ-CONTROL
003640         THRU 1050-EXIT.
003650     PERFORM 1080-CHECK-BATCH-WINDOW
003660         THRU 1080-EXIT.
003670     IF LS-LOCKED-OUT
003680         MOVE "Y" TO LS-ABORT-SW
003690         MOVE "F" TO LS-RUN-OUTCOME
003700         GO TO 1000-EXIT
003710     END-IF.
003720     PERFORM 1010-CLEAR-BUCKET
003730         THRU 1010-EXIT
003740         VARYING LS-BKT-IDX FROM 1 BY 1
003750         UNTIL LS-BKT-IDX > 4.
003760     OPEN OUTPUT REPORT-FILE.
003770     IF LS-RPT-FILE-STATUS NOT = "00"
003780         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
003790             LS-RPT-FILE-STATUS
003800         MOVE "Y" TO LS-ABORT-SW
003810         MOVE "F" TO LS-RUN-OUTCOME
003820         GO TO 1000-EXIT
003830     END-IF.
003840     MOVE "Y" TO LS-RPT-OPEN-SW.
003850     MOVE LS-RUN-DATE TO LS-T-DATE.
003860     WRITE REPORT-RECORD FROM LS-TITLE-LINE.
003870     MOVE SPACES TO REPORT-RECORD.
003880     WRITE REPORT-RECORD.
003890     WRITE REPORT-RECORD FROM LS-COLUMN-LINE.
003900     MOVE LS-RUN-DATE TO LS-DN-DATE-NUM.
003910     PERFORM 7000-DAY-NUMBER
003920         THRU 7000-EXIT.
003930     MOVE LS-DN-RESULT TO LS-RUN-DAYNUM.
003940     OPEN I-O LOAN-MASTER.
003950     IF LS-LOAN-FILE-STATUS = "35"
003960         DISPLAY "NO LOAN MASTER ON DISK - NO LOANS TO SERVICE."
003970         MOVE "Y" TO LS-LOAN-EOF-SW
003980         GO TO 1000-EXIT
003990     END-IF.
004000     IF LS-LOAN-FILE-STATUS NOT = "00"
004010         DISPLAY "CANNOT OPEN LOAN MASTER, STATUS = "
004020             LS-LOAN-FILE-STATUS
004030         MOVE "Y" TO LS-ABORT-SW
004040         MOVE "F" TO LS-RUN-OUTCOME
004050         GO TO 1000-EXIT
004060     END-IF.
004070     MOVE "Y" TO LS-LOAN-OPEN-SW.
004080     OPEN I-O LOAN-HISTORY.
004090     IF LS-LNH-FILE-STATUS NOT = "00"
004100         OPEN OUTPUT LOAN-HISTORY
004110         CLOSE LOAN-HISTORY
004120         OPEN I-O LOAN-HISTORY
004130     END-IF.
004140*    AN ACCRUAL THAT CANNOT BE RECORDED WOULD NEVER REACH THE
004150*    LEDGER - NO LOAN IS TOUCHED WITHOUT THE HISTORY FILE.
004160     IF LS-LNH-FILE-STATUS NOT = "00"
004170         DISPLAY "CANNOT OPEN LOAN HISTORY, STATUS = "
004180             LS-LNH-FILE-STATUS
004190         MOVE "Y" TO LS-ABORT-SW
004200         MOVE "F" TO LS-RUN-OUTCOME
004210         GO TO 1000-EXIT
004220     END-IF.
004230     MOVE "Y" TO LS-LNH-OPEN-SW.
004240     OPEN INPUT CUSTOMER-MASTER.
004250     IF LS-CUST-FILE-STATUS = "00"
004260         MOVE "Y" TO LS-CUST-AVAIL-SW
004270     ELSE
004280         DISPLAY "WARNING - CUSTOMER MASTER NOT AVAILABLE, "
004290             "STATUS " LS-CUST-FILE-STATUS
004300             " - BORROWERS NOT NAMED."
004310     END-IF.
004320     MOVE ZERO TO LOAN-NUMBER.
004330     START LOAN-MASTER
004340         KEY IS GREATER THAN OR EQUAL LOAN-NUMBER
004350         INVALID KEY
004360             MOVE "Y" TO LS-LOAN-EOF-SW
004370     END-START.
004380     IF NOT LS-END-OF-LOANS
004390         PERFORM 2100-READ-LOAN THRU 2100-EXIT
004400     END-IF.
004410 1000-EXIT.
004420     EXIT.
004430
004440 1010-CLEAR-BUCKET.
004450     MOVE ZERO TO LS-BKT-COUNT(LS-BKT-IDX).
004460     MOVE ZERO TO LS-BKT-AMOUNT(LS-BKT-IDX).
004470     MOVE ZERO TO LS-BKT-PRINCIPAL(LS-BKT-IDX).
004480 1010-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
004530* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
004540* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
004550*----------------------------------------------------------------
004560 1050-READ-CONTROL.
004570     OPEN INPUT CONTROL-FILE.
004580     IF LS-CTL-FILE-STATUS NOT = "00"
004590         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
004600             LS-CTL-FILE-STATUS " - USING SYSTEM DATE."
004610         ACCEPT LS-RUN-DATE FROM DATE YYYYMMDD
004620         GO TO 1050-EXIT
004630     END-IF.
004640     MOVE "1" TO CTL-KEY.
004650     READ CONTROL-FILE
004660         INVALID KEY
004670             DISPLAY "WARNING - NO CONTROL RECORD - USING "
004680                 "SYSTEM DATE."
004690             ACCEPT LS-RUN-DATE FROM DATE YYYYMMDD
004700             CLOSE CONTROL-FILE
004710             GO TO 1050-EXIT
004720     END-READ.
004730     MOVE CTL-BUSINESS-DATE TO LS-RUN-DATE.
004740     CLOSE CONTROL-FILE.
004750 1050-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790* LOANSVC REWRITES THE LOANS THE TELLERS TAKE REPAYMENTS ON -
004800* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
004810* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
004820* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
004830* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
004840*----------------------------------------------------------------
004850 1080-CHECK-BATCH-WINDOW.
004860     MOVE "N" TO LS-LOCKOUT-SW.
004870     MOVE ZERO TO LS-SESSIONS-OPEN.
004880     PERFORM 1082-READ-WINDOW
004890         THRU 1082-EXIT.
004900     PERFORM 1084-SCAN-SESSIONS
004910         THRU 1084-EXIT.
004920     IF NOT LS-LOCKED-OUT
004930         GO TO 1080-EXIT
004940     END-IF.
004950     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
004960         "START LOANSVC ANYWAY, ANYTHING ELSE TO STOP.".
004970     MOVE SPACES TO LS-OVERRIDE-IN.
004980     ACCEPT LS-OVERRIDE-IN.
004990     IF LS-OVERRIDE-IN = "OVERRIDE"
005000         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
005010             "THE ONLINE LOCKOUT."
005020         MOVE "N" TO LS-LOCKOUT-SW
005030     ELSE
005040         DISPLAY "LOANSVC NOT STARTED."
005050     END-IF.
005060 1080-EXIT.
005070     EXIT.
005080
005090 1082-READ-WINDOW.
005100     OPEN INPUT CONTROL-FILE.
005110     IF LS-CTL-FILE-STATUS NOT = "00"
005120         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
005130             LS-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
005140         MOVE "Y" TO LS-LOCKOUT-SW
005150         GO TO 1082-EXIT
005160     END-IF.
005170     MOVE "W" TO CTL-KEY.
005180     READ CONTROL-FILE
005190         INVALID KEY
005200             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
005210                 "NEVER BEEN OPENED."
005220             MOVE "Y" TO LS-LOCKOUT-SW
005230             CLOSE CONTROL-FILE
005240             GO TO 1082-EXIT
005250     END-READ.
005260     IF CTL-BATCH-WINDOW-OPEN
005270         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
005280             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
005290     ELSE
005300         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
005310             "STILL SIGN ON."
005320         MOVE "Y" TO LS-LOCKOUT-SW
005330     END-IF.
005340     CLOSE CONTROL-FILE.
005350 1082-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
005400* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
005410*----------------------------------------------------------------
005420 1084-SCAN-SESSIONS.
005430     OPEN INPUT SESSION-REGISTER.
005440     IF LS-SES-FILE-STATUS = "35"
005450         GO TO 1084-EXIT
005460     END-IF.
005470     IF LS-SES-FILE-STATUS NOT = "00"
005480         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
005490             LS-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
005500         MOVE "Y" TO LS-LOCKOUT-SW
005510         GO TO 1084-EXIT
005520     END-IF.
005530     MOVE "N" TO LS-SES-EOF-SW.
005540     MOVE LOW-VALUES TO SES-TELLER-ID.
005550     START SESSION-REGISTER
005560         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
005570         INVALID KEY
005580             MOVE "Y" TO LS-SES-EOF-SW
005590     END-START.
005600     PERFORM 1086-CHECK-ONE-SESSION
005610         THRU 1086-EXIT
005620         UNTIL LS-END-OF-REGISTER.
005630     CLOSE SESSION-REGISTER.
005640     IF LS-SESSIONS-OPEN > ZERO
005650         DISPLAY LS-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
005660         MOVE "Y" TO LS-LOCKOUT-SW
005670     END-IF.
005680 1084-EXIT.
005690     EXIT.
005700
005710 1086-CHECK-ONE-SESSION.
005720     READ SESSION-REGISTER NEXT RECORD
005730         AT END
005740             MOVE "Y" TO LS-SES-EOF-SW
005750             GO TO 1086-EXIT
005760     END-READ.
005770     IF LS-SES-FILE-STATUS NOT = "00"
005780         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
005790             LS-SES-FILE-STATUS
005800         MOVE "Y" TO LS-LOCKOUT-SW
005810         MOVE "Y" TO LS-SES-EOF-SW
005820         GO TO 1086-EXIT
005830     END-IF.
005840     IF SES-OPEN-COUNT > ZERO
005850         ADD 1 TO LS-SESSIONS-OPEN
005860         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
005870             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
005880             SES-SIGNON-TIME
005890     END-IF.
005900 1086-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940* 2000-SERVICE-LOAN
005950*     ONE PASS = ONE LOAN RECORD ALREADY IN THE RECORD AREA.
005960*     A PAID-OFF LOAN IS LEFT ALONE.  AN ACTIVE LOAN IS ACCRUED,
005970*     ROLLED, AGED AND REWRITTEN, AND LISTED IF IN ARREARS.
005980*****************************************************************
005990 2000-SERVICE-LOAN.
006000     ADD 1 TO LS-LOANS-READ.
006010     IF NOT LOAN-ACTIVE
006020         GO TO 2000-READ-NEXT
006030     END-IF.
006040     ADD 1 TO LS-LOANS-SERVICED.
006050     PERFORM 2200-ACCRUE-INTEREST
006060         THRU 2200-EXIT.
006070     IF LOAN-NEXT-DUE-DATE NOT = ZERO
006080         PERFORM 2300-ROLL-INSTALMENT
006090             THRU 2300-EXIT
006100             UNTIL LOAN-NEXT-DUE-DATE > LS-RUN-DATE
006110     END-IF.
006120     PERFORM 2400-AGE-ARREARS
006130         THRU 2400-EXIT.
006140     REWRITE LOAN-RECORD
006150         INVALID KEY
006160             DISPLAY "ERROR REWRITING LOAN " LOAN-NUMBER
006170                 ", STATUS = " LS-LOAN-FILE-STATUS
006180             MOVE "F" TO LS-RUN-OUTCOME
006190     END-REWRITE.
006200     IF LOAN-DAYS-PAST-DUE > ZERO
006210         PERFORM 2500-LIST-DELINQUENT
006220             THRU 2500-EXIT
006230     END-IF.
006240 2000-READ-NEXT.
006250     PERFORM 2100-READ-LOAN
006260         THRU 2100-EXIT.
006270 2000-EXIT.
006280     EXIT.
006290
006300 2100-READ-LOAN.
006310     READ LOAN-MASTER NEXT RECORD
006320         AT END
006330             MOVE "Y" TO LS-LOAN-EOF-SW
006340             GO TO 2100-EXIT
006350     END-READ.
006360     IF LS-LOAN-FILE-STATUS NOT = "00"
006370         DISPLAY "ERROR READING LOAN MASTER, STATUS = "
006380             LS-LOAN-FILE-STATUS
006390         MOVE "F" TO LS-RUN-OUTCOME
006400         MOVE "Y" TO LS-LOAN-EOF-SW
006410     END-IF.
006420 2100-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* ACCRUES INTEREST ON THE OUTSTANDING PRINCIPAL FROM THE LAST
006470* ACCRUAL DATE TO THE BUSINESS DATE - PRINCIPAL * RATE * DAYS /
006480* 365, ROUNDED TO THE CENT - AND RECORDS IT ON THE LOAN HISTORY.
006490* A NIGHT THE RUN MISSED IS PICKED UP BY THE NEXT ONE.
006500*----------------------------------------------------------------
006510 2200-ACCRUE-INTEREST.
006520     IF LOAN-LAST-ACCR-DATE NOT < LS-RUN-DATE
006530         GO TO 2200-EXIT
006540     END-IF.
006550     MOVE LOAN-LAST-ACCR-DATE TO LS-DN-DATE-NUM.
006560     PERFORM 7000-DAY-NUMBER
006570         THRU 7000-EXIT.
006580     COMPUTE LS-ACCR-DAYS = LS-RUN-DAYNUM - LS-DN-RESULT.
006590     MOVE LS-RUN-DATE TO LOAN-LAST-ACCR-DATE.
006600     IF LS-ACCR-DAYS NOT > ZERO
006610         OR LOAN-PRINCIPAL NOT > ZERO
006620         OR LOAN-INT-RATE = ZERO
006630         GO TO 2200-EXIT
006640     END-IF.
006650     COMPUTE LS-ACCR-AMOUNT ROUNDED = LOAN-PRINCIPAL
006660         * LOAN-INT-RATE * LS-ACCR-DAYS / 365.
006670     IF LS-ACCR-AMOUNT NOT > ZERO
006680         GO TO 2200-EXIT
006690     END-IF.
006700     ADD LS-ACCR-AMOUNT TO LOAN-ACCRUED-INT.
006710     ADD LS-ACCR-AMOUNT TO LS-TOT-ACCRUED.
006720     ADD 1 TO LS-LOANS-ACCRUED.
006730     PERFORM 7500-WRITE-LOAN-HISTORY
006740         THRU 7500-EXIT.
006750 2200-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------
006790* ONE INSTALMENT HAS FALLEN DUE - IT GOES ON THE AMOUNT DUE AND
006800* THE NEXT DUE DATE MOVES ON A MONTH.  THE AMOUNT DUE NEVER
006810* GOES PAST WHAT IT WOULD TAKE TO CLEAR THE LOAN, SO THE LAST
006820* INSTALMENT ONLY ASKS FOR WHAT IS LEFT.
006830*----------------------------------------------------------------
006840 2300-ROLL-INSTALMENT.
006850     ADD LOAN-PAYMENT TO LOAN-AMOUNT-DUE.
006860     COMPUTE LS-PAYOFF = LOAN-PRINCIPAL + LOAN-ACCRUED-INT.
006870     IF LOAN-AMOUNT-DUE > LS-PAYOFF
006880         MOVE LS-PAYOFF TO LOAN-AMOUNT-DUE
006890     END-IF.
006900     ADD 1 TO LS-INSTALMENTS-DUE.
006910     MOVE LOAN-NEXT-DUE-DATE TO LS-SM-DATE-NUM.
006920     MOVE +1 TO LS-SM-STEP.
006930     PERFORM 7200-STEP-MONTH
006940         THRU 7200-EXIT.
006950     MOVE LS-SM-DATE-NUM TO LOAN-NEXT-DUE-DATE.
006960 2300-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000* DAYS PAST DUE.  THE AMOUNT DUE COVERS AS MANY INSTALMENTS AS
007010* IT TAKES WHOLE PAYMENTS TO MAKE IT UP, PART OF ONE COUNTING AS
007020* ONE - THE OLDEST OF THEM FELL DUE THAT MANY MONTHS BEFORE THE
007030* NEXT DUE DATE, AND THE LOAN IS PAST DUE FROM THAT DAY.
007040*----------------------------------------------------------------
007050 2400-AGE-ARREARS.
007060     MOVE ZERO TO LOAN-DAYS-PAST-DUE.
007070     IF LOAN-AMOUNT-DUE NOT > ZERO
007080         OR LOAN-PAYMENT = ZERO
007090         OR LOAN-NEXT-DUE-DATE = ZERO
007100         GO TO 2400-EXIT
007110     END-IF.
007120     DIVIDE LOAN-AMOUNT-DUE BY LOAN-PAYMENT
007130         GIVING LS-MONTHS-BEHIND
007140         REMAINDER LS-MONTHS-REMAINDER.
007150     IF LS-MONTHS-REMAINDER > ZERO
007160         ADD 1 TO LS-MONTHS-BEHIND
007170     END-IF.
007180     MOVE LOAN-NEXT-DUE-DATE TO LS-SM-DATE-NUM.
007190     MOVE -1 TO LS-SM-STEP.
007200     PERFORM 7200-STEP-MONTH
007210         THRU 7200-EXIT
007220         LS-MONTHS-BEHIND TIMES.
007230     MOVE LS-SM-DATE-NUM TO LS-DN-DATE-NUM.
007240     PERFORM 7000-DAY-NUMBER
007250         THRU 7000-EXIT.
007260     MOVE LS-DN-RESULT TO LS-OLDEST-DAYNUM.
007270     COMPUTE LS-DPD-WORK = LS-RUN-DAYNUM - LS-OLDEST-DAYNUM.
007280*    A DUE DATE MOVED FORWARD BY HAND CAN LEAVE THE ARREARS
007290*    DATED AFTER TODAY - THEY ARE NOT PAST DUE YET.
007300     IF LS-DPD-WORK > 9999
007310         MOVE 9999 TO LS-DPD-WORK
007320     END-IF.
007330     IF LS-DPD-WORK > ZERO
007340         MOVE LS-DPD-WORK TO LOAN-DAYS-PAST-DUE
007350     END-IF.
007360 2400-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400* LISTS ONE LOAN IN ARREARS AND ADDS IT TO ITS BUCKET
007410*----------------------------------------------------------------
007420 2500-LIST-DELINQUENT.
007430     ADD 1 TO LS-LOANS-DELINQUENT.
007440     EVALUATE TRUE
007450         WHEN LOAN-DAYS-PAST-DUE < 30
007460             MOVE 1 TO LS-BKT-IDX
007470         WHEN LOAN-DAYS-PAST-DUE < 60
007480             MOVE 2 TO LS-BKT-IDX
007490         WHEN LOAN-DAYS-PAST-DUE < 90
007500             MOVE 3 TO LS-BKT-IDX
007510         WHEN OTHER
007520             MOVE 4 TO LS-BKT-IDX
007530     END-EVALUATE.
007540     ADD 1 TO LS-BKT-COUNT(LS-BKT-IDX).
007550     ADD LOAN-AMOUNT-DUE TO LS-BKT-AMOUNT(LS-BKT-IDX).
007560     ADD LOAN-PRINCIPAL TO LS-BKT-PRINCIPAL(LS-BKT-IDX).
007570     MOVE LOAN-NUMBER          TO LS-D-LOAN.
007580     MOVE LOAN-CUSTOMER-NUMBER TO LS-D-CUSTOMER.
007590     MOVE LOAN-DAYS-PAST-DUE   TO LS-D-DPD.
007600     MOVE LOAN-AMOUNT-DUE      TO LS-D-AMOUNT-DUE.
007610     MOVE LOAN-PRINCIPAL       TO LS-D-PRINCIPAL.
007620     MOVE LS-BUCKET-NAME(LS-BKT-IDX) TO LS-D-BUCKET.
007630     MOVE "NOT ON CUSTOMER FILE" TO LS-D-NAME.
007640     IF LS-CUST-FILE-AVAILABLE
007650         MOVE LOAN-CUSTOMER-NUMBER TO CUST-NUMBER
007660         READ CUSTOMER-MASTER
007670             NOT INVALID KEY
007680                 MOVE CUST-NAME TO LS-D-NAME
007690         END-READ
007700     END-IF.
007710     WRITE REPORT-RECORD FROM LS-DETAIL-LINE.
007720 2500-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760* 6000-PRINT-TOTALS
007770*     ONE LINE PER DELINQUENCY BUCKET, THEN THE RUN COUNTS.
007780*****************************************************************
007790 6000-PRINT-TOTALS.
007800     IF LS-LOANS-DELINQUENT = ZERO
007810         MOVE "NO LOANS IN ARREARS FOR THE DATE." TO REPORT-RECORD
007820         WRITE REPORT-RECORD
007830     END-IF.
007840     MOVE SPACES TO REPORT-RECORD.
007850     WRITE REPORT-RECORD.
007860     PERFORM 6100-PRINT-BUCKET
007870         THRU 6100-EXIT
007880         VARYING LS-BKT-IDX FROM 1 BY 1
007890         UNTIL LS-BKT-IDX > 4.
007900     MOVE SPACES TO REPORT-RECORD.
007910     WRITE REPORT-RECORD.
007920     MOVE LS-LOANS-SERVICED  TO LS-C-SERVICED.
007930     MOVE LS-INSTALMENTS-DUE TO LS-C-INSTALMENTS.
007940     MOVE LS-TOT-ACCRUED     TO LS-C-ACCRUED.
007950     WRITE REPORT-RECORD FROM LS-COUNT-LINE.
007960 6000-EXIT.
007970     EXIT.
007980
007990 6100-PRINT-BUCKET.
008000     MOVE LS-BUCKET-NAME(LS-BKT-IDX)   TO LS-B-NAME.
008010     MOVE LS-BKT-COUNT(LS-BKT-IDX)     TO LS-B-COUNT.
008020     MOVE LS-BKT-AMOUNT(LS-BKT-IDX)    TO LS-B-AMOUNT.
008030     MOVE LS-BKT-PRINCIPAL(LS-BKT-IDX) TO LS-B-PRINCIPAL.
008040     WRITE REPORT-RECORD FROM LS-BUCKET-LINE.
008050 6100-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090* 7000-DAY-NUMBER
008100*     LS-DN-DATE IN, LS-DN-RESULT OUT - SEE THE WORKING-STORAGE
008110*     NOTE FOR THE FORMULA.
008120*****************************************************************
008130 7000-DAY-NUMBER.
008140     MOVE LS-DN-YEAR TO LS-DN-Y.
008150     MOVE LS-DN-MONTH TO LS-DN-M.
008160     IF LS-DN-M < 3
008170         SUBTRACT 1 FROM LS-DN-Y
008180         ADD 12 TO LS-DN-M
008190     END-IF.
008200     DIVIDE LS-DN-Y BY 4 GIVING LS-DN-Q4.
008210     DIVIDE LS-DN-Y BY 100 GIVING LS-DN-Q100.
008220     DIVIDE LS-DN-Y BY 400 GIVING LS-DN-Q400.
008230     COMPUTE LS-DN-MDAYS = 153 * (LS-DN-M - 3) + 2.
008240     DIVIDE LS-DN-MDAYS BY 5 GIVING LS-DN-MDAYS.
008250     COMPUTE LS-DN-RESULT = LS-DN-Y * 365 + LS-DN-Q4
008260         - LS-DN-Q100 + LS-DN-Q400 + LS-DN-MDAYS + LS-DN-DAY.
008270 7000-EXIT.
008280     EXIT.
008290
008300*****************************************************************
008310* 7200-STEP-MONTH
008320*     MOVES LS-SM-DATE ONE MONTH IN THE DIRECTION OF LS-SM-STEP
008330*     AND SETS THE DAY TO THE LOANS DUE DAY, OR TO THE LAST DAY
008340*     OF THE MONTH WHEN THE MONTH IS SHORTER.
008350*****************************************************************
008360 7200-STEP-MONTH.
008370     COMPUTE LS-SM-MONTH-WORK = LS-SM-MONTH + LS-SM-STEP.
008380     IF LS-SM-MONTH-WORK > 12
008390         MOVE 1 TO LS-SM-MONTH-WORK
008400         ADD 1 TO LS-SM-YEAR
008410     END-IF.
008420     IF LS-SM-MONTH-WORK < 1
008430         MOVE 12 TO LS-SM-MONTH-WORK
008440         SUBTRACT 1 FROM LS-SM-YEAR
008450     END-IF.
008460     MOVE LS-SM-MONTH-WORK TO LS-SM-MONTH.
008470     MOVE LS-MONTH-DAYS(LS-SM-MONTH) TO LS-SM-LAST-DAY.
008480     IF LS-SM-MONTH = 2
008490         DIVIDE LS-SM-YEAR BY 4 GIVING LS-LEAP-QUOTIENT
008500             REMAINDER LS-LEAP-REM-4
008510         DIVIDE LS-SM-YEAR BY 100 GIVING LS-LEAP-QUOTIENT
008520             REMAINDER LS-LEAP-REM-100
008530         DIVIDE LS-SM-YEAR BY 400 GIVING LS-LEAP-QUOTIENT
008540             REMAINDER LS-LEAP-REM-400
008550         IF LS-LEAP-REM-400 = ZERO
008560             OR (LS-LEAP-REM-4 = ZERO AND LS-LEAP-REM-100 NOT = 0)
008570             MOVE 29 TO LS-SM-LAST-DAY
008580         END-IF
008590     END-IF.
008600     IF LOAN-DUE-DAY > LS-SM-LAST-DAY
008610         OR LOAN-DUE-DAY = ZERO
008620         MOVE LS-SM-LAST-DAY TO LS-SM-DAY
008630     ELSE
008640         MOVE LOAN-DUE-DAY TO LS-SM-DAY
008650     END-IF.
008660 7200-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700* 7500-WRITE-LOAN-HISTORY
008710*     WRITES THE ACCRUAL JUST APPLIED TO LOAN-RECORD TO THE LOAN
008720*     HISTORY FOR THE LEDGER EXTRACT.  THE SEQUENCE NUMBER IS
008730*     BUMPED ON A DUPLICATE KEY UNTIL THE WRITE TAKES, AS THE
008740*     TELLER SESSION DOES FOR A REPAYMENT.
008750*****************************************************************
008760 7500-WRITE-LOAN-HISTORY.
008770     MOVE SPACES               TO LNH-RECORD.
008780     MOVE LS-RUN-DATE          TO LNH-DATE.
008790     MOVE LOAN-NUMBER          TO LNH-LOAN.
008800     ACCEPT LNH-TIME FROM TIME.
008810     MOVE ZERO                 TO LNH-SEQ.
008820     MOVE "A"                  TO LNH-TYPE.
008830     MOVE SPACE                TO LNH-METHOD.
008840     MOVE LS-ACCR-AMOUNT       TO LNH-AMOUNT.
008850     MOVE LS-ACCR-AMOUNT       TO LNH-INTEREST-PART.
008860     MOVE ZERO                 TO LNH-PRINCIPAL-PART.
008870     MOVE LOAN-PRINCIPAL       TO LNH-PRINCIPAL-AFTER.
008880     MOVE ZERO                 TO LNH-FROM-ACCOUNT.
008890     MOVE ZERO                 TO LNH-REFERENCE.
008900     MOVE "*LNS*"              TO LNH-TELLER-ID.
008910     MOVE SPACES               TO LNH-BRANCH-ID.
008920     MOVE "N" TO LS-LNH-DONE-SW.
008930     PERFORM 7510-TRY-LOAN-HIST-WRITE
008940         THRU 7510-EXIT
008950         UNTIL LS-LOAN-HIST-WRITTEN
008960         OR LNH-SEQ > 98.
008970     IF NOT LS-LOAN-HIST-WRITTEN
008980         DISPLAY "ERROR WRITING LOAN HISTORY FOR LOAN "
008990             LNH-LOAN ", STATUS = " LS-LNH-FILE-STATUS
009000         MOVE "F" TO LS-RUN-OUTCOME
009010     END-IF.
009020 7500-EXIT.
009030     EXIT.
009040
009050 7510-TRY-LOAN-HIST-WRITE.
009060     WRITE LNH-RECORD
009070         INVALID KEY
009080             ADD 1 TO LNH-SEQ
009090         NOT INVALID KEY
009100             MOVE "Y" TO LS-LNH-DONE-SW
009110     END-WRITE.
009120*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING - ANY
009130*    OTHER FAILURE FORCES THE LOOP OUT TO THE ERROR DISPLAY.
009140     IF NOT LS-LOAN-HIST-WRITTEN
009150         AND LS-LNH-FILE-STATUS NOT = "22"
009160         MOVE 99 TO LNH-SEQ
009170     END-IF.
009180 7510-EXIT.
009190     EXIT.
009200
009210*****************************************************************
009220* 8000-TERMINATE
009230*****************************************************************
009240 8000-TERMINATE.
009250     PERFORM 8200-WRITE-RUN-LOG
009260         THRU 8200-EXIT.
009270     DISPLAY "LOANSVC COMPLETE - " LS-LOANS-SERVICED
009280         " LOANS SERVICED, " LS-LOANS-ACCRUED " ACCRUED, "
009290         LS-LOANS-DELINQUENT " IN ARREARS.".
009300     IF LS-LOAN-MASTER-IS-OPEN
009310         CLOSE LOAN-MASTER
009320     END-IF.
009330     IF LS-LOAN-HIST-IS-OPEN
009340         CLOSE LOAN-HISTORY
009350     END-IF.
009360     IF LS-CUST-FILE-AVAILABLE
009370         CLOSE CUSTOMER-MASTER
009380     END-IF.
009390     IF LS-REPORT-IS-OPEN
009400         CLOSE REPORT-FILE
009410     END-IF.
009420 8000-EXIT.
009430     EXIT.
009440
009450*****************************************************************
009460* 8200-WRITE-RUN-LOG
009470*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
009480*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
009490*     REWRITES THE RECORD FOR ITS DATE.
009500*****************************************************************
009510 8200-WRITE-RUN-LOG.
009520     OPEN I-O RUN-LOG-FILE.
009530     IF LS-RUN-FILE-STATUS NOT = "00"
009540         OPEN OUTPUT RUN-LOG-FILE
009550         CLOSE RUN-LOG-FILE
009560         OPEN I-O RUN-LOG-FILE
009570     END-IF.
009580     IF LS-RUN-FILE-STATUS NOT = "00"
009590         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
009600             LS-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
009610         GO TO 8200-EXIT
009620     END-IF.
009630     MOVE LS-RUN-DATE          TO RUN-DATE.
009640     MOVE "LOANSVC"            TO RUN-JOB.
009650     MOVE LS-START-TIME        TO RUN-START-TIME.
009660     ACCEPT RUN-END-TIME FROM TIME.
009670     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
009680     MOVE LS-LOANS-SERVICED    TO RUN-RECORDS.
009690     MOVE LS-RUN-OUTCOME       TO RUN-OUTCOME.
009700     WRITE RUN-RECORD
009710         INVALID KEY
009720             REWRITE RUN-RECORD
009730     END-WRITE.
009740     CLOSE RUN-LOG-FILE.
009750 8200-EXIT.
009760     EXIT.
