000690* 2026-09-02  RLD  A FAILED FILE OPEN AT INITIALIZATION NOW
000700*                  LOGS OUTCOME "F" ON THE NIGHT-RUN JOB LOG
000710*                  INSTEAD OF A CLEAN ZERO-RECORD COMPLETION.
000720* 2026-10-15  RLD  THE RUN NOW REFUSES TO START OUTSIDE THE NIGHT
000730*                  BATCH WINDOW OR WHILE THE SESSION REGISTER
000740*                  SHOWS A TELLER STILL SIGNED ON, UNLESS THE
000750*                  OPERATOR KEYS OVERRIDE - A LATE SESSION POSTING
000760*                  ALONGSIDE THE INTEREST RUN BROKE BALPROOF.
000770*================================================================
000780 IDENTIFICATION DIVISION.
000790 PROGRAM-ID. BANKINT.
000800 AUTHOR. R L DAWSON.
000810 INSTALLATION. MAIN STREET DATA CENTER.
000820 DATE-WRITTEN. 2026-08-09.
000830 DATE-COMPILED.
000840
000850 ENVIRONMENT DIVISION.
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS ACCT-NUMBER
000920         FILE STATUS IS BI-ACCT-FILE-STATUS.
000930
000940     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS BI-TRAN-FILE-STATUS.
000980
000990     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CTL-KEY
001030         FILE STATUS IS BI-CTL-FILE-STATUS.
001040
001050     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS SES-TELLER-ID
001090         FILE STATUS IS BI-SES-FILE-STATUS.
001100
001110     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS TRANH-KEY
001150         FILE STATUS IS BI-HIST-FILE-STATUS.
001160
001170     SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS PROD-CODE
001210         FILE STATUS IS BI-PROD-FILE-STATUS.
001220
001230     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS HOL-DATE
001270         FILE STATUS IS BI-HOL-FILE-STATUS.
001280
001290     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS CKPT-KEY
001330         FILE STATUS IS BI-CKPT-FILE-STATUS.
001340
001350     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS RUN-KEY
001390         FILE STATUS IS BI-RUN-FILE-STATUS.
001400
001410 DATA DIVISION.
001420 FILE SECTION.
001430*----------------------------------------------------------------
001440* ACCOUNT MASTER - ONE RECORD PER CUSTOMER ACCOUNT
001450*----------------------------------------------------------------
001460 FD  ACCOUNT-MASTER
001470     LABEL RECORDS ARE STANDARD.
001480     COPY ACCTREC.
001490
001500*----------------------------------------------------------------
001510* TRANSACTION LOG - APPEND-ONLY AUDIT TRAIL
001520*----------------------------------------------------------------
001530 FD  TRANSACTION-LOG
001540     LABEL RECORDS ARE STANDARD.
001550     COPY TRANREC.
001560
001570*----------------------------------------------------------------
001580* PRODUCT TABLE - CURRENT RATE AND FEE PER PRODUCT CODE
001590*----------------------------------------------------------------
001600 FD  PRODUCT-FILE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY PRODREC.
001630
001640*----------------------------------------------------------------
001650* RESTART CHECKPOINT - SINGLE CONTROL RECORD
001660*----------------------------------------------------------------
001670 FD  CHECKPOINT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY CKPTREC.
001700
001710*----------------------------------------------------------------
001720* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001730*----------------------------------------------------------------
001740 FD  CONTROL-FILE
001750     LABEL RECORDS ARE STANDARD.
001760     COPY CTLREC.
001770
001780*----------------------------------------------------------------
001790* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
001800*----------------------------------------------------------------
001810 FD  SESSION-REGISTER
001820     LABEL RECORDS ARE STANDARD.
001830     COPY SESREC.
001840
001850*----------------------------------------------------------------
001860* KEYED TRANSACTION HISTORY - SAME POSTINGS AS THE LOG, KEYED
001870* BY ACCOUNT, DATE, TIME AND SEQUENCE FOR COUNTER INQUIRY
001880*----------------------------------------------------------------
001890 FD  TRANSACTION-HISTORY
001900     LABEL RECORDS ARE STANDARD.
001910     COPY TRNHREC.
001920
001930*----------------------------------------------------------------
001940* BANK HOLIDAY CALENDAR - BUSINESS-DAY CHECK ON THE RUN DATE
001950*----------------------------------------------------------------
001960 FD  HOLIDAY-FILE
001970     LABEL RECORDS ARE STANDARD.
001980     COPY HOLREC.
001990
002000*----------------------------------------------------------------
002010* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
002020*----------------------------------------------------------------
002030 FD  RUN-LOG-FILE
002040     LABEL RECORDS ARE STANDARD.
002050     COPY RUNREC.
002060
002070 WORKING-STORAGE SECTION.
002080*----------------------------------------------------------------
002090* FILE STATUS AND CONTROL SWITCHES
002100*----------------------------------------------------------------
002110 77  BI-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
002120 77  BI-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
002130 77  BI-CKPT-FILE-STATUS      PIC X(02) VALUE "00".
002140 77  BI-CTL-FILE-STATUS       PIC X(02) VALUE "00".
002150 77  BI-HIST-FILE-STATUS      PIC X(02) VALUE "00".
002160 77  BI-PROD-FILE-STATUS      PIC X(02) VALUE "00".
002170
002180 77  BI-EOF-SW                PIC X(01) VALUE "N".
002190     88  BI-END-OF-ACCOUNTS           VALUE "Y".
002200
002210 77  BI-RESTART-SW            PIC X(01) VALUE "N".
002220     88  BI-IS-RESTART                VALUE "Y".
002230
002240 77  BI-HIST-DONE-SW          PIC X(01) VALUE "N".
002250     88  BI-HISTORY-WRITTEN           VALUE "Y".
002260
002270*----------------------------------------------------------------
002280* WORKING FIELDS
002290*----------------------------------------------------------------
002300 77  BI-RUN-DATE              PIC 9(08).
002310 77  BI-RUN-YR-MO REDEFINES
002320         BI-RUN-DATE              PIC 9(06).
002330*        FIRST 6 DIGITS OF BI-RUN-DATE (CCYYMM) - USED TO TEST
002340*        WHETHER INTEREST/FEES FOR THIS PERIOD ARE ALREADY POSTED
002350 77  BI-CURRENT-TIME          PIC 9(08).
002360 77  BI-TELLER-ID             PIC X(05) VALUE "*INT*".
002370*        BATCH JOB ID STAMPED AS THE TELLER ON EVERY POSTING
002380 77  BI-BRANCH-ID             PIC X(04) VALUE "HQ".
002390 77  BI-PROD-AVAIL-SW         PIC X(01) VALUE "N".
002400     88  BI-PROD-FILE-AVAILABLE       VALUE "Y".
002410 77  BI-USE-RATE              PIC 9V9(04).
002420 77  BI-USE-FEE               PIC 9(05)V99.
002430*        TERMS THE ACCOUNT POSTS ON THIS RUN - OFF THE PRODUCT
002440*        TABLE WHEN THE ACCOUNT CARRIES A PRODUCT CODE, ELSE
002450*        THE ACCOUNT-LEVEL FIGURES
002460 77  BI-INTEREST-AMOUNT       PIC S9(09)V99.
002470 77  BI-TRAN-TYPE-CODE        PIC X(01).
002480 77  BI-TRAN-AMOUNT-OUT       PIC S9(09)V99.
002490 77  BI-ACCOUNTS-PROCESSED    PIC 9(07) COMP VALUE 0.
002500 77  BI-ACCOUNTS-WITH-INTEREST PIC 9(07) COMP VALUE 0.
002510 77  BI-ACCOUNTS-ALREADY-POSTED PIC 9(07) COMP VALUE 0.
002520*        COUNTS ACTIVE ACCOUNTS SKIPPED BECAUSE ACCT-LAST-INT-DATE
002530*        SHOWS THIS CALENDAR MONTH WAS ALREADY POSTED - BANKINT IS
002540*        RUN NIGHTLY BUT INTEREST AND THE FEE ARE MONTHLY CHARGES.
002550 77  BI-CHECKPOINT-INTERVAL   PIC 9(05) COMP VALUE 50.
002560*        CHECKPOINT IS TAKEN EVERY N ACCOUNTS PROCESSED
002570*        SINCE THE LAST CHECKPOINT - COUNTED SEPARATELY FROM
002580*        BI-ACCOUNTS-PROCESSED SO A RUN OF INACTIVE ACCOUNTS
002590*        CANNOT HOLD THE TEST AT A CONSTANT ZERO REMAINDER.
002600 77  BI-CKPT-COUNTER          PIC 9(05) COMP VALUE 0.
002610
002620*----------------------------------------------------------------
002630* BUSINESS-DAY CHECK WORK FIELDS - THE RUN DATE IS PROVED
002640* AGAINST THE WEEKEND RULE AND THE HOLIDAY CALENDAR AT START-UP
002650* AND A NON-BUSINESS DAY IS WARNED TO THE OPERATOR LOG.
002660* BI-DAY-OF-WEEK COMES OUT 0 FOR SATURDAY AND 1 FOR SUNDAY.
002670*----------------------------------------------------------------
002680 77  BI-HOL-FILE-STATUS      PIC X(02) VALUE "00".
002690 77  BI-HOL-AVAIL-SW         PIC X(01) VALUE "N".
002700     88  BI-HOL-FILE-AVAILABLE       VALUE "Y".
002710 77  BI-BUSINESS-DAY-SW      PIC X(01) VALUE "N".
002720     88  BI-IS-BUSINESS-DAY          VALUE "Y".
002730 01  BI-DOW-DATE.
002740     05  BI-DOW-YEAR         PIC 9(04).
002750     05  BI-DOW-MONTH        PIC 9(02).
002760     05  BI-DOW-DAY          PIC 9(02).
002770 01  BI-DOW-DATE-NUM REDEFINES BI-DOW-DATE
002780                              PIC 9(08).
002790 77  BI-Z-YEAR               PIC 9(04) COMP.
002800 77  BI-Z-MONTH              PIC 9(02) COMP.
002810 77  BI-Z-CENTURY            PIC 9(02) COMP.
002820 77  BI-Z-YR-OF-CENT         PIC 9(02) COMP.
002830 77  BI-Z-MONTH-TERM         PIC 9(04) COMP.
002840 77  BI-Z-CENT-TERM          PIC 9(04) COMP.
002850 77  BI-Z-YEAR-TERM          PIC 9(04) COMP.
002860 77  BI-Z-SUM                PIC 9(05) COMP.
002870 77  BI-Z-QUOTIENT           PIC 9(05) COMP.
002880 77  BI-DAY-OF-WEEK          PIC 9(01) COMP.
002890*----------------------------------------------------------------
002900* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
002910* COMPLETION RECORD WRITTEN AT TERMINATION
002920*----------------------------------------------------------------
002930 77  BI-RUN-FILE-STATUS      PIC X(02) VALUE "00".
002940 77  BI-START-TIME           PIC 9(08) VALUE 0.
002950 77  BI-RUN-OUTCOME          PIC X(01) VALUE "C".
002960*----------------------------------------------------------------
002970* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
002980* AT START-UP
002990*----------------------------------------------------------------
003000 77  BI-SES-FILE-STATUS       PIC X(02) VALUE "00".
003010 77  BI-LOCKOUT-SW            PIC X(01) VALUE "N".
003020     88  BI-LOCKED-OUT                 VALUE "Y".
003030 77  BI-SES-EOF-SW            PIC X(01) VALUE "N".
003040     88  BI-END-OF-REGISTER            VALUE "Y".
003050 77  BI-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
003060 77  BI-OVERRIDE-IN           PIC X(08).
003070 PROCEDURE DIVISION.
003080*****************************************************************
003090* 0000-MAINLINE
003100*****************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE
003130         THRU 1000-EXIT.
003140     PERFORM 2000-PROCESS-ACCOUNTS
003150         THRU 2000-EXIT
003160         UNTIL BI-END-OF-ACCOUNTS.
003170     PERFORM 8000-TERMINATE
003180         THRU 8000-EXIT.
003190     STOP RUN.
003200
003210*****************************************************************
003220* 1000-INITIALIZE
003230*****************************************************************
003240 1000-INITIALIZE.
003250     DISPLAY "BANKINT - NIGHTLY INTEREST AND FEE POSTING".
003260     ACCEPT BI-START-TIME FROM TIME.
003270     PERFORM 1050-READ-CONTROL
003280         THRU 1050-EXIT.
003290     PERFORM 1080-CHECK-BATCH-WINDOW
003300         THRU 1080-EXIT.
003310     IF BI-LOCKED-OUT
003320         MOVE "Y" TO BI-EOF-SW
003330         MOVE "F" TO BI-RUN-OUTCOME
003340         GO TO 1000-EXIT
003350     END-IF.
003360     PERFORM 1060-CHECK-BUSINESS-DAY
003370         THRU 1060-EXIT.
003380     OPEN I-O ACCOUNT-MASTER.
003390     IF BI-ACCT-FILE-STATUS NOT = "00"
003400         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
003410             BI-ACCT-FILE-STATUS
003420         MOVE "Y" TO BI-EOF-SW
003430         MOVE "F" TO BI-RUN-OUTCOME
003440         GO TO 1000-EXIT
003450     END-IF.
003460     OPEN EXTEND TRANSACTION-LOG.
003470     IF BI-TRAN-FILE-STATUS NOT = "00"
003480         OPEN OUTPUT TRANSACTION-LOG
003490         CLOSE TRANSACTION-LOG
003500         OPEN EXTEND TRANSACTION-LOG
003510     END-IF.
003520     OPEN I-O TRANSACTION-HISTORY.
003530     IF BI-HIST-FILE-STATUS NOT = "00"
003540         OPEN OUTPUT TRANSACTION-HISTORY
003550         CLOSE TRANSACTION-HISTORY
003560         OPEN I-O TRANSACTION-HISTORY
003570     END-IF.
003580     IF BI-HIST-FILE-STATUS NOT = "00"
003590         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
003600             BI-HIST-FILE-STATUS
003610         MOVE "Y" TO BI-EOF-SW
003620         MOVE "F" TO BI-RUN-OUTCOME
003630         GO TO 1000-EXIT
003640     END-IF.
003650*    THE RUN STILL POSTS WITHOUT THE PRODUCT TABLE - ACCOUNTS
003660*    FALL BACK TO THEIR ACCOUNT-LEVEL TERMS, WITH A WARNING.
003670     OPEN INPUT PRODUCT-FILE.
003680     IF BI-PROD-FILE-STATUS = "00"
003690         MOVE "Y" TO BI-PROD-AVAIL-SW
003700     ELSE
003710         DISPLAY "WARNING - PRODUCT TABLE NOT AVAILABLE, "
003720             "STATUS " BI-PROD-FILE-STATUS
003730             " - POSTING ON ACCOUNT-LEVEL TERMS."
003740     END-IF.
003750     PERFORM 1100-OPEN-CHECKPOINT
003760         THRU 1100-EXIT.
003770     PERFORM 1200-POSITION-ACCOUNT-MASTER
003780         THRU 1200-EXIT.
003790 1000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830* PICKS UP THE BUSINESS DATE AND CHECKPOINT INTERVAL FROM THE
003840* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
003850* THE JOB STILL RUNS, ON THE SYSTEM DATE AND THE STANDARD
003860* INTERVAL, WITH A WARNING ON THE OPERATOR LOG.
003870*----------------------------------------------------------------
003880 1050-READ-CONTROL.
003890     OPEN INPUT CONTROL-FILE.
003900     IF BI-CTL-FILE-STATUS NOT = "00"
003910         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
003920             BI-CTL-FILE-STATUS " - USING SYSTEM DATE."
003930         ACCEPT BI-RUN-DATE FROM DATE YYYYMMDD
003940         GO TO 1050-EXIT
003950     END-IF.
003960     MOVE "1" TO CTL-KEY.
003970     READ CONTROL-FILE
003980         INVALID KEY
003990             DISPLAY "WARNING - NO CONTROL RECORD - USING "
004000                 "SYSTEM DATE."
004010             ACCEPT BI-RUN-DATE FROM DATE YYYYMMDD
004020             CLOSE CONTROL-FILE
004030             GO TO 1050-EXIT
004040     END-READ.
004050     MOVE CTL-BUSINESS-DATE TO BI-RUN-DATE.
004060     MOVE CTL-CKPT-INTERVAL TO BI-CHECKPOINT-INTERVAL.
004070     CLOSE CONTROL-FILE.
004080 1050-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* BANKINT POSTS INTEREST AND FEES TO THE ACCOUNTS THE TELLERS
004130* POST TO, AND A LATE SESSION OVERLAPPING IT BREAKS THE PROOF -
004140* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
004150* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
004160* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
004170* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
004180*----------------------------------------------------------------
004190 1080-CHECK-BATCH-WINDOW.
004200     MOVE "N" TO BI-LOCKOUT-SW.
004210     MOVE ZERO TO BI-SESSIONS-OPEN.
004220     PERFORM 1082-READ-WINDOW
004230         THRU 1082-EXIT.
004240     PERFORM 1084-SCAN-SESSIONS
004250         THRU 1084-EXIT.
004260     IF NOT BI-LOCKED-OUT
004270         GO TO 1080-EXIT
004280     END-IF.
004290     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
004300         "START BANKINT ANYWAY, ANYTHING ELSE TO STOP.".
004310     MOVE SPACES TO BI-OVERRIDE-IN.
004320     ACCEPT BI-OVERRIDE-IN.
004330     IF BI-OVERRIDE-IN = "OVERRIDE"
004340         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
004350             "THE ONLINE LOCKOUT."
004360         MOVE "N" TO BI-LOCKOUT-SW
004370     ELSE
004380         DISPLAY "BANKINT NOT STARTED."
004390     END-IF.
004400 1080-EXIT.
004410     EXIT.
004420
004430 1082-READ-WINDOW.
004440     OPEN INPUT CONTROL-FILE.
004450     IF BI-CTL-FILE-STATUS NOT = "00"
004460         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
004470             BI-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
004480         MOVE "Y" TO BI-LOCKOUT-SW
004490         GO TO 1082-EXIT
004500     END-IF.
004510     MOVE "W" TO CTL-KEY.
004520     READ CONTROL-FILE
004530         INVALID KEY
004540             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
004550                 "NEVER BEEN OPENED."
004560             MOVE "Y" TO BI-LOCKOUT-SW
004570             CLOSE CONTROL-FILE
004580             GO TO 1082-EXIT
004590     END-READ.
004600     IF CTL-BATCH-WINDOW-OPEN
004610         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
004620             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
004630     ELSE
004640         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
004650             "STILL SIGN ON."
004660         MOVE "Y" TO BI-LOCKOUT-SW
004670     END-IF.
004680     CLOSE CONTROL-FILE.
004690 1082-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
004740* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
004750*----------------------------------------------------------------
004760 1084-SCAN-SESSIONS.
004770     OPEN INPUT SESSION-REGISTER.
004780     IF BI-SES-FILE-STATUS = "35"
004790         GO TO 1084-EXIT
004800     END-IF.
004810     IF BI-SES-FILE-STATUS NOT = "00"
004820         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
004830             BI-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
004840         MOVE "Y" TO BI-LOCKOUT-SW
004850         GO TO 1084-EXIT
004860     END-IF.
004870     MOVE "N" TO BI-SES-EOF-SW.
004880     MOVE LOW-VALUES TO SES-TELLER-ID.
004890     START SESSION-REGISTER
004900         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
004910         INVALID KEY
004920             MOVE "Y" TO BI-SES-EOF-SW
004930     END-START.
004940     PERFORM 1086-CHECK-ONE-SESSION
004950         THRU 1086-EXIT
004960         UNTIL BI-END-OF-REGISTER.
004970     CLOSE SESSION-REGISTER.
004980     IF BI-SESSIONS-OPEN > ZERO
004990         DISPLAY BI-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
005000         MOVE "Y" TO BI-LOCKOUT-SW
005010     END-IF.
005020 1084-EXIT.
005030     EXIT.
005040
005050 1086-CHECK-ONE-SESSION.
005060     READ SESSION-REGISTER NEXT RECORD
005070         AT END
005080             MOVE "Y" TO BI-SES-EOF-SW
005090             GO TO 1086-EXIT
005100     END-READ.
005110     IF BI-SES-FILE-STATUS NOT = "00"
005120         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
005130             BI-SES-FILE-STATUS
005140         MOVE "Y" TO BI-LOCKOUT-SW
005150         MOVE "Y" TO BI-SES-EOF-SW
005160         GO TO 1086-EXIT
005170     END-IF.
005180     IF SES-OPEN-COUNT > ZERO
005190         ADD 1 TO BI-SESSIONS-OPEN
005200         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
005210             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
005220             SES-SIGNON-TIME
005230     END-IF.
005240 1086-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* PROVES THE RUN DATE IS A BUSINESS DAY - A SATURDAY, SUNDAY
005290* OR CALENDAR HOLIDAY IS WARNED BUT DOES NOT STOP THE RUN.
005300* THE MONTHLY GATE ON ACCT-LAST-INT-YR-MO KEEPS PERIODS RIGHT.
005310*----------------------------------------------------------------
005320 1060-CHECK-BUSINESS-DAY.
005330     MOVE "Y" TO BI-BUSINESS-DAY-SW.
005340     OPEN INPUT HOLIDAY-FILE.
005350     IF BI-HOL-FILE-STATUS = "00"
005360         MOVE "Y" TO BI-HOL-AVAIL-SW
005370     END-IF.
005380     MOVE BI-RUN-DATE TO BI-DOW-DATE-NUM.
005390     PERFORM 1070-DAY-OF-WEEK
005400         THRU 1070-EXIT.
005410     IF BI-DAY-OF-WEEK = 0 OR BI-DAY-OF-WEEK = 1
005420         MOVE "N" TO BI-BUSINESS-DAY-SW
005430     END-IF.
005440     IF BI-IS-BUSINESS-DAY AND BI-HOL-FILE-AVAILABLE
005450         MOVE BI-DOW-DATE-NUM TO HOL-DATE
005460         READ HOLIDAY-FILE
005470             INVALID KEY
005480                 CONTINUE
005490             NOT INVALID KEY
005500                 MOVE "N" TO BI-BUSINESS-DAY-SW
005510         END-READ
005520     END-IF.
005530     IF BI-HOL-FILE-AVAILABLE
005540         CLOSE HOLIDAY-FILE
005550     END-IF.
005560     IF NOT BI-IS-BUSINESS-DAY
005570         DISPLAY "WARNING - RUN DATE " BI-RUN-DATE
005580             " IS NOT A BUSINESS DAY."
005590     END-IF.
005600 1060-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* DAY OF WEEK FOR BI-DOW-DATE BY ZELLERS RULE - JANUARY AND
005650* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.  THE
005660* RESULT IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY.
005670*----------------------------------------------------------------
005680 1070-DAY-OF-WEEK.
005690     MOVE BI-DOW-YEAR TO BI-Z-YEAR.
005700     MOVE BI-DOW-MONTH TO BI-Z-MONTH.
005710     IF BI-Z-MONTH < 3
005720         ADD 12 TO BI-Z-MONTH
005730         SUBTRACT 1 FROM BI-Z-YEAR
005740     END-IF.
005750     DIVIDE BI-Z-YEAR BY 100 GIVING BI-Z-CENTURY
005760         REMAINDER BI-Z-YR-OF-CENT.
005770     COMPUTE BI-Z-MONTH-TERM = (13 * (BI-Z-MONTH + 1)) / 5.
005780     COMPUTE BI-Z-YEAR-TERM = BI-Z-YR-OF-CENT / 4.
005790     COMPUTE BI-Z-CENT-TERM = BI-Z-CENTURY / 4.
005800     COMPUTE BI-Z-SUM = BI-DOW-DAY + BI-Z-MONTH-TERM
005810         + BI-Z-YR-OF-CENT + BI-Z-YEAR-TERM + BI-Z-CENT-TERM
005820         + (5 * BI-Z-CENTURY).
005830     DIVIDE BI-Z-SUM BY 7 GIVING BI-Z-QUOTIENT
005840         REMAINDER BI-DAY-OF-WEEK.
005850 1070-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* OPENS THE CHECKPOINT FILE, CREATING AND SEEDING IT ON THE
005900* VERY FIRST RUN
005910*----------------------------------------------------------------
005920 1100-OPEN-CHECKPOINT.
005930     OPEN I-O CHECKPOINT-FILE.
005940     IF BI-CKPT-FILE-STATUS NOT = "00"
005950         OPEN OUTPUT CHECKPOINT-FILE
005960         CLOSE CHECKPOINT-FILE
005970         OPEN I-O CHECKPOINT-FILE
005980     END-IF.
005990     MOVE "1" TO CKPT-KEY.
006000     READ CHECKPOINT-FILE
006010         INVALID KEY
006020             MOVE "1" TO CKPT-KEY
006030             MOVE ZERO TO CKPT-LAST-ACCOUNT
006040             MOVE BI-RUN-DATE TO CKPT-RUN-DATE
006050             MOVE "C" TO CKPT-RUN-STATUS
006060             WRITE CKPT-RECORD
006070     END-READ.
006080 1100-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* DECIDES WHERE TO START READING THE ACCOUNT MASTER.  A
006130* CHECKPOINT LEFT IN-PROGRESS FROM TODAY MEANS THE PRIOR RUN
006140* ABENDED PARTWAY THROUGH - RESUME JUST AFTER THE LAST ACCOUNT
006150* IT SUCCESSFULLY POSTED.  OTHERWISE START A FRESH PASS.
006160*----------------------------------------------------------------
006170 1200-POSITION-ACCOUNT-MASTER.
006180     IF CKPT-RUN-STATUS = "P" AND CKPT-RUN-DATE = BI-RUN-DATE
006190         MOVE "Y" TO BI-RESTART-SW
006200         DISPLAY "RESTARTING AFTER ACCOUNT " CKPT-LAST-ACCOUNT
006210         MOVE CKPT-LAST-ACCOUNT TO ACCT-NUMBER
006220         START ACCOUNT-MASTER KEY IS GREATER THAN ACCT-NUMBER
006230             INVALID KEY
006240                 MOVE "Y" TO BI-EOF-SW
006250         END-START
006260     ELSE
006270         MOVE "N" TO BI-RESTART-SW
006280         MOVE ZERO TO ACCT-NUMBER
006290         START ACCOUNT-MASTER
006300             KEY IS GREATER THAN OR EQUAL ACCT-NUMBER
006310             INVALID KEY
006320                 MOVE "Y" TO BI-EOF-SW
006330         END-START
006340     END-IF.
006350     MOVE BI-RUN-DATE TO CKPT-RUN-DATE.
006360     MOVE "P" TO CKPT-RUN-STATUS.
006370     REWRITE CKPT-RECORD.
006380     IF NOT BI-END-OF-ACCOUNTS
006390         PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
006400     END-IF.
006410 1200-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450* 2000-PROCESS-ACCOUNTS
006460*     ONE PASS = ONE ACCOUNT RECORD ALREADY IN THE RECORD AREA.
006470*****************************************************************
006480 2000-PROCESS-ACCOUNTS.
006490     IF ACCT-ACTIVE OR ACCT-DORMANT
006500         PERFORM 3000-POST-INTEREST-AND-FEES
006510             THRU 3000-EXIT
006520     END-IF.
006530     IF BI-CKPT-COUNTER >= BI-CHECKPOINT-INTERVAL
006540         PERFORM 3100-WRITE-CHECKPOINT THRU 3100-EXIT
006550         MOVE ZERO TO BI-CKPT-COUNTER
006560     END-IF.
006570     PERFORM 2100-READ-ACCOUNT
006580         THRU 2100-EXIT.
006590 2000-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630* 2100-READ-ACCOUNT
006640*****************************************************************
006650 2100-READ-ACCOUNT.
006660     READ ACCOUNT-MASTER NEXT RECORD
006670         AT END
006680             MOVE "Y" TO BI-EOF-SW
006690     END-READ.
006700 2100-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740* 3000-POST-INTEREST-AND-FEES
006750*     APPLIES THE ACCOUNTS INTEREST RATE TO ITS BALANCE AND
006760*     POSTS THE MONTHLY SERVICE FEE.  EACH POSTING IS LOGGED
006770*     SEPARATELY TO THE TRANSACTION LOG.
006780*****************************************************************
006790 3000-POST-INTEREST-AND-FEES.
006800     IF ACCT-LAST-INT-YR-MO = BI-RUN-YR-MO
006810         ADD 1 TO BI-ACCOUNTS-ALREADY-POSTED
006820         GO TO 3000-COUNT
006830     END-IF.
006840     PERFORM 3050-GET-CURRENT-TERMS
006850         THRU 3050-EXIT.
006860     IF ACCT-BALANCE > ZERO
006870         COMPUTE BI-INTEREST-AMOUNT ROUNDED =
006880             ACCT-BALANCE * BI-USE-RATE / 12
006890         IF BI-INTEREST-AMOUNT > ZERO
006900             ADD BI-INTEREST-AMOUNT TO ACCT-BALANCE
006910             MOVE "I" TO BI-TRAN-TYPE-CODE
006920             MOVE BI-INTEREST-AMOUNT TO BI-TRAN-AMOUNT-OUT
006930             PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT
006940             ADD 1 TO BI-ACCOUNTS-WITH-INTEREST
006950         END-IF
006960     END-IF.
006970*    A DORMANT ACCOUNT EARNS ITS INTEREST BUT PAYS NO FEE - FEE
006980*    CHURN ON A DEAD ACCOUNT ONLY DISGUISES THE DORMANCY.
006990     IF BI-USE-FEE > ZERO AND NOT ACCT-DORMANT
007000         SUBTRACT BI-USE-FEE FROM ACCT-BALANCE
007010         MOVE "F" TO BI-TRAN-TYPE-CODE
007020         MOVE BI-USE-FEE TO BI-TRAN-AMOUNT-OUT
007030         PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT
007040     END-IF.
007050     MOVE BI-RUN-DATE TO ACCT-LAST-INT-DATE.
007060     REWRITE ACCT-RECORD
007070         INVALID KEY
007080             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
007090     END-REWRITE.
007100 3000-COUNT.
007110     ADD 1 TO BI-ACCOUNTS-PROCESSED.
007120     ADD 1 TO BI-CKPT-COUNTER.
007130 3000-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170* THE TERMS THE ACCOUNT POSTS ON THIS RUN.  AN ACCOUNT ON A
007180* PRODUCT TAKES THE TABLES CURRENT RATE AND FEE; A MISSING
007190* PRODUCT RECORD IS WARNED AND THE ACCOUNT-LEVEL TERMS STAND,
007200* SO ONE DROPPED TABLE ENTRY CANNOT STOP THE NIGHTS POSTING.
007210*----------------------------------------------------------------
007220 3050-GET-CURRENT-TERMS.
007230     MOVE ACCT-INT-RATE    TO BI-USE-RATE.
007240     MOVE ACCT-MONTHLY-FEE TO BI-USE-FEE.
007250     IF NOT BI-PROD-FILE-AVAILABLE
007260         OR ACCT-PRODUCT-CODE = SPACES
007270         GO TO 3050-EXIT
007280     END-IF.
007290     MOVE ACCT-PRODUCT-CODE TO PROD-CODE.
007300     READ PRODUCT-FILE
007310         INVALID KEY
007320             DISPLAY "WARNING - ACCOUNT " ACCT-NUMBER
007330                 " NAMES UNKNOWN PRODUCT " ACCT-PRODUCT-CODE
007340                 " - POSTING ON ACCOUNT-LEVEL TERMS."
007350             GO TO 3050-EXIT
007360     END-READ.
007370     MOVE PROD-INT-RATE    TO BI-USE-RATE.
007380     MOVE PROD-MONTHLY-FEE TO BI-USE-FEE.
007390 3050-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------------
007430* RECORDS THE LAST ACCOUNT SUCCESSFULLY POSTED SO A MID-RUN
007440* FAILURE CAN RESUME HERE INSTEAD OF REPROCESSING OR SKIPPING
007450*----------------------------------------------------------------
007460 3100-WRITE-CHECKPOINT.
007470     MOVE ACCT-NUMBER TO CKPT-LAST-ACCOUNT.
007480     MOVE "P" TO CKPT-RUN-STATUS.
007490     REWRITE CKPT-RECORD
007500         INVALID KEY
007510             DISPLAY "ERROR WRITING CHECKPOINT AT ACCOUNT "
007520                 ACCT-NUMBER
007530     END-REWRITE.
007540 3100-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580* 7100-LOG-TRANSACTION
007590*****************************************************************
007600 7100-LOG-TRANSACTION.
007610     ACCEPT BI-CURRENT-TIME FROM TIME.
007620     MOVE ACCT-NUMBER        TO TRAN-ACCOUNT.
007630     MOVE BI-RUN-DATE        TO TRAN-DATE.
007640     MOVE BI-CURRENT-TIME    TO TRAN-TIME.
007650     MOVE BI-TRAN-TYPE-CODE  TO TRAN-TYPE.
007660     MOVE BI-TRAN-AMOUNT-OUT TO TRAN-AMOUNT.
007670     MOVE ACCT-BALANCE       TO TRAN-BALANCE.
007680     MOVE ZERO               TO TRAN-REFERENCE.
007690     MOVE BI-TELLER-ID       TO TRAN-TELLER-ID.
007700     MOVE BI-BRANCH-ID       TO TRAN-BRANCH-ID.
007710     MOVE ZERO               TO TRAN-ORIG-DATE.
007720     MOVE ZERO               TO TRAN-ORIG-SEQ.
007730     MOVE SPACE              TO TRAN-ORIG-TYPE.
007740     MOVE SPACES             TO TRAN-OVERRIDE-ID.
007750*    THE HISTORY COPY IS TAKEN BEFORE THE WRITE - THE RECORD
007760*    AREA IS NOT GUARANTEED AFTER A WRITE HAS TAKEN IT.
007770     PERFORM 7200-WRITE-HISTORY
007780         THRU 7200-EXIT.
007790     WRITE TRAN-RECORD.
007800 7100-EXIT.
007810     EXIT.
007820
007830
007840*****************************************************************
007850* 7200-WRITE-HISTORY
007860*     MIRRORS THE LOG RECORD JUST BUILT ONTO THE KEYED
007870*     TRANSACTION-HISTORY FILE.  TWO POSTINGS FOR ONE ACCOUNT
007880*     IN THE SAME HUNDREDTH OF A SECOND COLLIDE ON THE KEY, SO
007890*     THE SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES.
007900*****************************************************************
007910 7200-WRITE-HISTORY.
007920     MOVE TRAN-ACCOUNT   TO TRANH-ACCOUNT.
007930     MOVE TRAN-DATE      TO TRANH-DATE.
007940     MOVE TRAN-TIME      TO TRANH-TIME.
007950     MOVE ZERO           TO TRANH-SEQ.
007960     MOVE TRAN-TYPE      TO TRANH-TYPE.
007970     MOVE TRAN-AMOUNT    TO TRANH-AMOUNT.
007980     MOVE TRAN-BALANCE   TO TRANH-BALANCE.
007990     MOVE TRAN-REFERENCE TO TRANH-REFERENCE.
008000     MOVE TRAN-TELLER-ID TO TRANH-TELLER-ID.
008010     MOVE TRAN-BRANCH-ID TO TRANH-BRANCH-ID.
008020     MOVE TRAN-ORIG-DATE TO TRANH-ORIG-DATE.
008030     MOVE TRAN-ORIG-SEQ  TO TRANH-ORIG-SEQ.
008040     MOVE TRAN-ORIG-TYPE TO TRANH-ORIG-TYPE.
008050     MOVE TRAN-OVERRIDE-ID TO TRANH-OVERRIDE-ID.
008060     MOVE "N" TO BI-HIST-DONE-SW.
008070     PERFORM 7210-TRY-HISTORY-WRITE
008080         THRU 7210-EXIT
008090         UNTIL BI-HISTORY-WRITTEN
008100         OR TRANH-SEQ > 98.
008110     IF NOT BI-HISTORY-WRITTEN
008120         DISPLAY "ERROR WRITING HISTORY FOR ACCOUNT "
008130             TRANH-ACCOUNT ", STATUS = " BI-HIST-FILE-STATUS
008140     END-IF.
008150 7200-EXIT.
008160     EXIT.
008170
008180 7210-TRY-HISTORY-WRITE.
008190     WRITE TRANH-RECORD
008200         INVALID KEY
008210             ADD 1 TO TRANH-SEQ
008220         NOT INVALID KEY
008230             MOVE "Y" TO BI-HIST-DONE-SW
008240     END-WRITE.
008250*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING ON
008260*    THE NEXT SEQUENCE NUMBER.  A HARD I/O ERROR (FILE NOT
008270*    OPEN, PERMANENT ERROR) TAKES NEITHER WRITE BRANCH AND
008280*    WOULD SPIN THE RETRY LOOP FOREVER - FORCE THE EXIT SO
008290*    IT FALLS THROUGH TO THE ERROR DISPLAY INSTEAD.
008300     IF NOT BI-HISTORY-WRITTEN
008310         AND BI-HIST-FILE-STATUS NOT = "22"
008320         MOVE 99 TO TRANH-SEQ
008330     END-IF.
008340 7210-EXIT.
008350     EXIT.
008360*****************************************************************
008370* 8000-TERMINATE
008380*****************************************************************
008390 8000-TERMINATE.
008400     PERFORM 8200-WRITE-RUN-LOG
008410         THRU 8200-EXIT.
008420     IF BI-IS-RESTART
008430         DISPLAY "THIS RUN RESUMED FROM A CHECKPOINTED RESTART."
008440     END-IF.
008450     DISPLAY "BANKINT COMPLETE - ACCOUNTS PROCESSED: "
008460         BI-ACCOUNTS-PROCESSED.
008470     DISPLAY "ACCOUNTS RECEIVING INTEREST:            "
008480         BI-ACCOUNTS-WITH-INTEREST.
008490     DISPLAY "ACCOUNTS ALREADY POSTED THIS PERIOD:    "
008500         BI-ACCOUNTS-ALREADY-POSTED.
008510     MOVE "C" TO CKPT-RUN-STATUS.
008520     REWRITE CKPT-RECORD.
008530     CLOSE CHECKPOINT-FILE.
008540     IF BI-PROD-FILE-AVAILABLE
008550         CLOSE PRODUCT-FILE
008560     END-IF.
008570     CLOSE ACCOUNT-MASTER.
008580     CLOSE TRANSACTION-LOG.
008590     CLOSE TRANSACTION-HISTORY.
008600 8000-EXIT.
008610     EXIT.
008620
008630*****************************************************************
008640* 8200-WRITE-RUN-LOG
008650*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
008660*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
008670*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
008680*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
008690*****************************************************************
008700 8200-WRITE-RUN-LOG.
008710     OPEN I-O RUN-LOG-FILE.
008720     IF BI-RUN-FILE-STATUS NOT = "00"
008730         OPEN OUTPUT RUN-LOG-FILE
008740         CLOSE RUN-LOG-FILE
008750         OPEN I-O RUN-LOG-FILE
008760     END-IF.
008770     IF BI-RUN-FILE-STATUS NOT = "00"
008780         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
008790             BI-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
008800         GO TO 8200-EXIT
008810     END-IF.
008820     MOVE BI-RUN-DATE          TO RUN-DATE.
008830     MOVE "BANKINT "        TO RUN-JOB.
008840     MOVE BI-START-TIME TO RUN-START-TIME.
008850     ACCEPT RUN-END-TIME FROM TIME.
008860     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
008870     MOVE BI-ACCOUNTS-PROCESSED          TO RUN-RECORDS.
008880     MOVE BI-RUN-OUTCOME TO RUN-OUTCOME.
008890     WRITE RUN-RECORD
008900         INVALID KEY
008910             REWRITE RUN-RECORD
008920     END-WRITE.
008930     CLOSE RUN-LOG-FILE.
008940 8200-EXIT.
008950     EXIT.
