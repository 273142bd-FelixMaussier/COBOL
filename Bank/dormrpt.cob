000400*                  THAN THE DORMANCY WINDOW - THE SCAN WOULD
000410*                  MARK ACCOUNTS DORMANT WHOSE PROOF OF LIFE
000420*                  HISTPRG HAS ALREADY ARCHIVED OFF.
000430* 2026-10-15  RLD  EACH ACCOUNT MARKED DORMANT NOW ALSO WRITES A
000440*                  CUSTOMER NOTICE EVENT, SO THE OWNER IS LETTERED
000450*                  BY THE NOTICE RUN.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DORMRPT.
000490 AUTHOR. R L DAWSON.
000500 INSTALLATION. MAIN STREET DATA CENTER.
000510 DATE-WRITTEN. 2026-09-02.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS ACCT-NUMBER
000610         FILE STATUS IS DR-ACCT-FILE-STATUS.
000620
000630     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS TRANH-KEY
000670         FILE STATUS IS DR-HIST-FILE-STATUS.
000680
000690     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CTL-KEY
000730         FILE STATUS IS DR-CTL-FILE-STATUS.
000740
000750     SELECT NOTICE-FILE ASSIGN TO "NTCEVENT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS NTE-KEY
000790         FILE STATUS IS DR-NTC-FILE-STATUS.
000800
000810     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS DR-RPT-FILE-STATUS.
000840
000850     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS RUN-KEY
000890         FILE STATUS IS DR-RUN-FILE-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930*----------------------------------------------------------------
000940* ACCOUNT MASTER - ONE RECORD PER CUSTOMER ACCOUNT
000950*----------------------------------------------------------------
000960 FD  ACCOUNT-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY ACCTREC.
000990
001000*----------------------------------------------------------------
001010* KEYED TRANSACTION HISTORY - SCANNED PER ACCOUNT FOR ANY
001020* CUSTOMER-INITIATED POSTING SINCE THE CUT-OFF DATE
001030*----------------------------------------------------------------
001040 FD  TRANSACTION-HISTORY
001050     LABEL RECORDS ARE STANDARD.
001060     COPY TRNHREC.
001070
001080*----------------------------------------------------------------
001090* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001100*----------------------------------------------------------------
001110 FD  CONTROL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY CTLREC.
001140
001150*----------------------------------------------------------------
001160* CUSTOMER NOTICE EVENTS - ONE PER ACCOUNT MARKED DORMANT
001170*----------------------------------------------------------------
001180 FD  NOTICE-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY NTCEREC.
001210
001220*----------------------------------------------------------------
001230* PRINTED DORMANCY REPORT
001240*----------------------------------------------------------------
001250 FD  REPORT-FILE
001260     LABEL RECORDS ARE OMITTED.
001270 01  REPORT-RECORD                PIC X(80).
001280
001290*----------------------------------------------------------------
001300* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001310*----------------------------------------------------------------
001320 FD  RUN-LOG-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY RUNREC.
001350
001360 WORKING-STORAGE SECTION.
001370*----------------------------------------------------------------
001380* FILE STATUS AND CONTROL SWITCHES
001390*----------------------------------------------------------------
001400 77  DR-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001410 77  DR-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001420 77  DR-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001430 77  DR-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001440 77  DR-NTC-FILE-STATUS       PIC X(02) VALUE "00".
001450
001460 77  DR-ACCT-EOF-SW           PIC X(01) VALUE "N".
001470     88  DR-END-OF-ACCOUNTS           VALUE "Y".
001480
001490 77  DR-SCAN-DONE-SW          PIC X(01) VALUE "N".
001500     88  DR-SCAN-IS-DONE              VALUE "Y".
001510
001520 77  DR-ACTIVITY-SW           PIC X(01) VALUE "N".
001530     88  DR-ACTIVITY-FOUND            VALUE "Y".
001540
001550 77  DR-RPT-OPEN-SW           PIC X(01) VALUE "N".
001560     88  DR-REPORT-IS-OPEN            VALUE "Y".
001570
001580 77  DR-NTC-AVAIL-SW          PIC X(01) VALUE "N".
001590     88  DR-NOTICE-FILE-AVAILABLE     VALUE "Y".
001600
001610 77  DR-NTC-DONE-SW           PIC X(01) VALUE "N".
001620     88  DR-NOTICE-WRITTEN            VALUE "Y".
001630
001640*----------------------------------------------------------------
001650* RUN PARAMETERS AND CUT-OFF DATE WORK FIELDS
001660*----------------------------------------------------------------
001670 77  DR-RUN-DATE              PIC 9(08).
001680 77  DR-DORMANT-MONTHS        PIC 9(03) VALUE 36.
001690 77  DR-RETAIN-MONTHS         PIC 9(03) VALUE 48.
001700*        ONLINE-HISTORY RETENTION IN EFFECT - THE FALLBACK
001710*        MATCHES THE BANKEOD SEED AND THE HISTPRG DEFAULT
001720 77  DR-RUN-REFUSED-SW        PIC X(01) VALUE "N".
001730     88  DR-RUN-REFUSED               VALUE "Y".
001740 77  DR-CUTOFF-DATE           PIC 9(08).
001750 01  DR-WORK-DATE.
001760     05  DR-WORK-YEAR         PIC 9(04).
001770     05  DR-WORK-MONTH        PIC 9(02).
001780     05  DR-WORK-DAY          PIC 9(02).
001790 01  DR-WORK-DATE-NUM REDEFINES DR-WORK-DATE
001800                              PIC 9(08).
001810 77  DR-TOTAL-MONTHS          PIC S9(07) COMP.
001820 77  DR-MONTH-QUOTIENT        PIC S9(05) COMP.
001830 77  DR-MONTH-REMAINDER       PIC S9(03) COMP.
001840
001850*----------------------------------------------------------------
001860* RUN COUNTERS
001870*----------------------------------------------------------------
001880 77  DR-ACCOUNTS-READ         PIC 9(07) COMP VALUE 0.
001890 77  DR-ACCOUNTS-REVIEWED     PIC 9(07) COMP VALUE 0.
001900 77  DR-MARKED-DORMANT        PIC 9(07) COMP VALUE 0.
001910 77  DR-ALREADY-DORMANT       PIC 9(07) COMP VALUE 0.
001920 77  DR-NOTICES-WRITTEN       PIC 9(07) COMP VALUE 0.
001930
001940*----------------------------------------------------------------
001950* REPORT LINE LAYOUTS
001960*----------------------------------------------------------------
001970 01  DR-TITLE-LINE.
001980     05  FILLER           PIC X(25) VALUE
001990         "DORMANT ACCOUNT REVIEW - ".
002000     05  DR-T-DATE             PIC 9(08).
002010     05  FILLER               PIC X(47) VALUE SPACES.
002020
002030 01  DR-PERIOD-LINE.
002040     05  FILLER               PIC X(21) VALUE
002050         "NO ACTIVITY SINCE:   ".
002060     05  DR-P-CUTOFF           PIC 9(08).
002070     05  FILLER               PIC X(10) VALUE "  PERIOD:".
002080     05  DR-P-MONTHS           PIC Z(2)9.
002090     05  FILLER               PIC X(07) VALUE " MONTHS".
002100     05  FILLER               PIC X(31) VALUE SPACES.
002110
002120 01  DR-COLUMN-LINE.
002130     05  FILLER               PIC X(12) VALUE "ACCOUNT".
002140     05  FILLER               PIC X(32) VALUE "NAME".
002150     05  FILLER               PIC X(36) VALUE "BALANCE".
002160
002170 01  DR-DETAIL-LINE.
002180     05  DR-D-ACCOUNT         PIC 9(10).
002190     05  FILLER               PIC X(02) VALUE SPACES.
002200     05  DR-D-NAME            PIC X(30).
002210     05  FILLER               PIC X(02) VALUE SPACES.
002220     05  DR-D-BALANCE         PIC -(9)9.99.
002230     05  FILLER               PIC X(22) VALUE SPACES.
002240
002250 01  DR-COUNT-LINE.
002260     05  FILLER               PIC X(16) VALUE
002270         "MARKED DORMANT:".
002280     05  DR-C-MARKED           PIC Z(6)9.
002290     05  FILLER               PIC X(19) VALUE
002300         "  ALREADY DORMANT:".
002310     05  DR-C-ALREADY          PIC Z(6)9.
002320     05  FILLER               PIC X(31) VALUE SPACES.
002330
002340*----------------------------------------------------------------
002350* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
002360* COMPLETION RECORD WRITTEN AT TERMINATION
002370*----------------------------------------------------------------
002380 77  DR-RUN-FILE-STATUS      PIC X(02) VALUE "00".
002390 77  DR-START-TIME           PIC 9(08) VALUE 0.
002400 77  DR-RUN-OUTCOME          PIC X(01) VALUE "C".
002410 PROCEDURE DIVISION.
002420*****************************************************************
002430* 0000-MAINLINE
002440*****************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE
002470         THRU 1000-EXIT.
002480     PERFORM 2000-PROCESS-ACCOUNTS
002490         THRU 2000-EXIT
002500         UNTIL DR-END-OF-ACCOUNTS.
002510     PERFORM 6000-PRINT-TOTALS
002520         THRU 6000-EXIT.
002530     PERFORM 8000-TERMINATE
002540         THRU 8000-EXIT.
002550     STOP RUN.
002560
002570*****************************************************************
002580* 1000-INITIALIZE
002590*****************************************************************
002600 1000-INITIALIZE.
002610     DISPLAY "DORMRPT - DORMANT ACCOUNT REVIEW".
002620     ACCEPT DR-START-TIME FROM TIME.
002630     PERFORM 1050-READ-CONTROL
002640         THRU 1050-EXIT.
002650     IF DR-RUN-REFUSED
002660         GO TO 1000-EXIT
002670     END-IF.
002680     PERFORM 1100-SET-CUTOFF-DATE
002690         THRU 1100-EXIT.
002700     OPEN I-O ACCOUNT-MASTER.
002710     IF DR-ACCT-FILE-STATUS NOT = "00"
002720         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
002730             DR-ACCT-FILE-STATUS
002740         MOVE "Y" TO DR-ACCT-EOF-SW
002750         MOVE "F" TO DR-RUN-OUTCOME
002760         GO TO 1000-EXIT
002770     END-IF.
002780     OPEN INPUT TRANSACTION-HISTORY.
002790     IF DR-HIST-FILE-STATUS NOT = "00"
002800         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
002810             DR-HIST-FILE-STATUS
002820         MOVE "Y" TO DR-ACCT-EOF-SW
002830         MOVE "F" TO DR-RUN-OUTCOME
002840         GO TO 1000-EXIT
002850     END-IF.
002860*    THE NOTICE FILE ONLY FEEDS THE CUSTOMER LETTERS - IF IT
002870*    CANNOT BE OPENED THE REVIEW STILL RUNS, AND THE WARNING
002880*    GOES TO THE OPERATOR LOG.
002890     OPEN I-O NOTICE-FILE.
002900     IF DR-NTC-FILE-STATUS NOT = "00"
002910         OPEN OUTPUT NOTICE-FILE
002920         CLOSE NOTICE-FILE
002930         OPEN I-O NOTICE-FILE
002940     END-IF.
002950     IF DR-NTC-FILE-STATUS = "00"
002960         MOVE "Y" TO DR-NTC-AVAIL-SW
002970     ELSE
002980         DISPLAY "WARNING - NOTICE FILE NOT AVAILABLE, STATUS "
002990             DR-NTC-FILE-STATUS " - OWNERS WILL NOT BE LETTERED."
003000     END-IF.
003010     OPEN OUTPUT REPORT-FILE.
003020     IF DR-RPT-FILE-STATUS NOT = "00"
003030         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
003040             DR-RPT-FILE-STATUS
003050         MOVE "Y" TO DR-ACCT-EOF-SW
003060         MOVE "F" TO DR-RUN-OUTCOME
003070         GO TO 1000-EXIT
003080     END-IF.
003090     MOVE "Y" TO DR-RPT-OPEN-SW.
003100     MOVE DR-RUN-DATE TO DR-T-DATE.
003110     WRITE REPORT-RECORD FROM DR-TITLE-LINE.
003120     MOVE DR-CUTOFF-DATE TO DR-P-CUTOFF.
003130     MOVE DR-DORMANT-MONTHS TO DR-P-MONTHS.
003140     WRITE REPORT-RECORD FROM DR-PERIOD-LINE.
003150     MOVE SPACES TO REPORT-RECORD.
003160     WRITE REPORT-RECORD.
003170     WRITE REPORT-RECORD FROM DR-COLUMN-LINE.
003180     MOVE ZERO TO ACCT-NUMBER.
003190     START ACCOUNT-MASTER
003200         KEY IS GREATER THAN OR EQUAL ACCT-NUMBER
003210         INVALID KEY
003220             MOVE "Y" TO DR-ACCT-EOF-SW
003230     END-START.
003240     IF NOT DR-END-OF-ACCOUNTS
003250         PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310* PICKS UP THE BUSINESS DATE AND THE DORMANCY PERIOD FROM THE
003320* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
003330* THE RUN FALLS BACK TO THE SYSTEM DATE AND THE STANDARD
003340* PERIOD, WITH A WARNING ON THE OPERATOR LOG.
003350*----------------------------------------------------------------
003360 1050-READ-CONTROL.
003370     OPEN INPUT CONTROL-FILE.
003380     IF DR-CTL-FILE-STATUS NOT = "00"
003390         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
003400             DR-CTL-FILE-STATUS " - USING SYSTEM DATE."
003410         ACCEPT DR-RUN-DATE FROM DATE YYYYMMDD
003420         GO TO 1050-EXIT
003430     END-IF.
003440     MOVE "1" TO CTL-KEY.
003450     READ CONTROL-FILE
003460         INVALID KEY
003470             DISPLAY "WARNING - NO CONTROL RECORD - USING "
003480                 "SYSTEM DATE."
003490             ACCEPT DR-RUN-DATE FROM DATE YYYYMMDD
003500             CLOSE CONTROL-FILE
003510             GO TO 1050-EXIT
003520     END-READ.
003530     MOVE CTL-BUSINESS-DATE TO DR-RUN-DATE.
003540*    AN OLDER CONTROL RECORD MAY STILL CARRY FILLER SPACES
003550*    WHERE THE DORMANCY PERIOD NOW LIVES - THE CLASS TEST KEEPS
003560*    A SPACE-FILLED FIELD OUT OF THE COMPARE.
003570     IF CTL-DORMANT-MONTHS NUMERIC
003580         AND CTL-DORMANT-MONTHS > ZERO
003590         MOVE CTL-DORMANT-MONTHS TO DR-DORMANT-MONTHS
003600     END-IF.
003610     IF CTL-HIST-RETAIN-MONTHS NUMERIC
003620         AND CTL-HIST-RETAIN-MONTHS > ZERO
003630         MOVE CTL-HIST-RETAIN-MONTHS TO DR-RETAIN-MONTHS
003640     END-IF.
003650*    THE SCAN PROVES LIFE FROM THE ONLINE HISTORY ONLY - IF
003660*    HISTPRG ARCHIVES POSTINGS OFF BEFORE THE DORMANCY WINDOW
003670*    CLOSES, AN ACCOUNT LAST USED BETWEEN THE TWO CUT-OFFS HAS
003680*    ITS PROOF ARCHIVED AWAY AND WOULD BE MARKED DORMANT IN
003690*    ERROR.  REFUSE THE RUN RATHER THAN FILE A WRONG LISTING.
003700     IF DR-RETAIN-MONTHS < DR-DORMANT-MONTHS
003710         DISPLAY "HISTORY RETENTION (" DR-RETAIN-MONTHS
003720             " MONTHS) IS SHORTER THAN THE DORMANCY PERIOD ("
003730             DR-DORMANT-MONTHS " MONTHS) - REVIEW REFUSED."
003740         DISPLAY "RAISE CTL-HIST-RETAIN-MONTHS OR LOWER "
003750             "CTL-DORMANT-MONTHS AND RERUN."
003760         MOVE "Y" TO DR-RUN-REFUSED-SW
003770         MOVE "F" TO DR-RUN-OUTCOME
003780         MOVE "Y" TO DR-ACCT-EOF-SW
003790     END-IF.
003800     CLOSE CONTROL-FILE.
003810 1050-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------------
003850* SETS DR-CUTOFF-DATE TO THE RUN DATE LESS THE DORMANCY PERIOD.
003860* YEAR AND MONTH ARE WALKED BACK THROUGH A TOTAL-MONTHS FIGURE;
003870* THE DAY IS KEPT, WHICH IS CLOSE ENOUGH FOR A MONTHS-SCALE
003880* REVIEW - A DAY OR TWO EITHER SIDE MOVES NO ACCOUNT IN OR OUT
003890* OF DORMANCY THAT A BRANCH WOULD ARGUE ABOUT.
003900*----------------------------------------------------------------
003910 1100-SET-CUTOFF-DATE.
003920     MOVE DR-RUN-DATE TO DR-WORK-DATE-NUM.
003930     COMPUTE DR-TOTAL-MONTHS =
003940         (DR-WORK-YEAR * 12) + DR-WORK-MONTH - 1
003950         - DR-DORMANT-MONTHS.
003960     DIVIDE DR-TOTAL-MONTHS BY 12 GIVING DR-MONTH-QUOTIENT
003970         REMAINDER DR-MONTH-REMAINDER.
003980     MOVE DR-MONTH-QUOTIENT TO DR-WORK-YEAR.
003990     COMPUTE DR-WORK-MONTH = DR-MONTH-REMAINDER + 1.
004000     IF DR-WORK-DAY > 28 AND DR-WORK-MONTH = 2
004010         MOVE 28 TO DR-WORK-DAY
004020     END-IF.
004030     IF DR-WORK-DAY > 30
004040         AND (DR-WORK-MONTH = 4 OR DR-WORK-MONTH = 6
004050         OR DR-WORK-MONTH = 9 OR DR-WORK-MONTH = 11)
004060         MOVE 30 TO DR-WORK-DAY
004070     END-IF.
004080     MOVE DR-WORK-DATE-NUM TO DR-CUTOFF-DATE.
004090 1100-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130* 2000-PROCESS-ACCOUNTS
004140*     ONE PASS = ONE ACCOUNT RECORD ALREADY IN THE RECORD AREA.
004150*     ONLY ACTIVE ACCOUNTS OPENED BEFORE THE CUT-OFF ARE
004160*     REVIEWED - CLOSED ACCOUNTS ARE DEAD BY CHOICE AND NEW
004170*     ACCOUNTS HAVE NOT HAD A FULL PERIOD TO MOVE.
004180*****************************************************************
004190 2000-PROCESS-ACCOUNTS.
004200     ADD 1 TO DR-ACCOUNTS-READ.
004210     IF ACCT-DORMANT
004220         ADD 1 TO DR-ALREADY-DORMANT
004230     END-IF.
004240     IF ACCT-ACTIVE AND ACCT-OPENED-DATE < DR-CUTOFF-DATE
004250         ADD 1 TO DR-ACCOUNTS-REVIEWED
004260         PERFORM 3000-REVIEW-ACCOUNT
004270             THRU 3000-EXIT
004280     END-IF.
004290     PERFORM 2100-READ-ACCOUNT
004300         THRU 2100-EXIT.
004310 2000-EXIT.
004320     EXIT.
004330
004340 2100-READ-ACCOUNT.
004350     READ ACCOUNT-MASTER NEXT RECORD
004360         AT END
004370             MOVE "Y" TO DR-ACCT-EOF-SW
004380     END-READ.
004390 2100-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 3000-REVIEW-ACCOUNT
004440*     KEYED SCAN OF THE HISTORY FILE FROM THE CUT-OFF DATE
004450*     FORWARD.  THE FIRST CUSTOMER-INITIATED POSTING PROVES THE
004460*     ACCOUNT ALIVE AND ENDS THE SCAN; RUNNING OFF THE ACCOUNT
004470*     OR THE FILE WITHOUT ONE MARKS THE ACCOUNT DORMANT.
004480*****************************************************************
004490 3000-REVIEW-ACCOUNT.
004500     MOVE "N" TO DR-SCAN-DONE-SW.
004510     MOVE "N" TO DR-ACTIVITY-SW.
004520     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
004530     MOVE DR-CUTOFF-DATE TO TRANH-DATE.
004540     MOVE ZERO TO TRANH-TIME.
004550     MOVE ZERO TO TRANH-SEQ.
004560     START TRANSACTION-HISTORY
004570         KEY IS GREATER THAN OR EQUAL TRANH-KEY
004580         INVALID KEY
004590             MOVE "Y" TO DR-SCAN-DONE-SW
004600     END-START.
004610     PERFORM 3100-SCAN-ONE-POSTING
004620         THRU 3100-EXIT
004630         UNTIL DR-SCAN-IS-DONE.
004640     IF NOT DR-ACTIVITY-FOUND
004650         PERFORM 3200-MARK-DORMANT
004660             THRU 3200-EXIT
004670     END-IF.
004680 3000-EXIT.
004690     EXIT.
004700
004710 3100-SCAN-ONE-POSTING.
004720     READ TRANSACTION-HISTORY NEXT RECORD
004730         AT END
004740             MOVE "Y" TO DR-SCAN-DONE-SW
004750             GO TO 3100-EXIT
004760     END-READ.
004770*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
004780*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
004790*    STALE RECORD FOREVER.
004800     IF DR-HIST-FILE-STATUS NOT = "00"
004810         DISPLAY "ERROR READING HISTORY, STATUS = "
004820             DR-HIST-FILE-STATUS
004830         MOVE "Y" TO DR-SCAN-DONE-SW
004840         GO TO 3100-EXIT
004850     END-IF.
004860     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
004870         MOVE "Y" TO DR-SCAN-DONE-SW
004880         GO TO 3100-EXIT
004890     END-IF.
004900*    ONLY A POSTING THE CUSTOMER ASKED FOR COUNTS AS LIFE -
004910*    THE INTEREST AND FEE ENTRIES BANKINT WRITES EVERY PERIOD
004920*    ARE EXACTLY THE CHURN THAT HID DORMANCY UNTIL NOW.
004930     IF TRANH-IS-DEPOSIT OR TRANH-IS-WITHDRAWAL
004940         OR TRANH-IS-TRANSFER-OUT OR TRANH-IS-TRANSFER-IN
004950         OR TRANH-IS-REVERSAL-DEBIT OR TRANH-IS-REVERSAL-CREDIT
004960         MOVE "Y" TO DR-ACTIVITY-SW
004970         MOVE "Y" TO DR-SCAN-DONE-SW
004980     END-IF.
004990 3100-EXIT.
005000     EXIT.
005010
005020 3200-MARK-DORMANT.
005030     MOVE "D" TO ACCT-STATUS.
005040     REWRITE ACCT-RECORD
005050         INVALID KEY
005060             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
005070             GO TO 3200-EXIT
005080     END-REWRITE.
005090     ADD 1 TO DR-MARKED-DORMANT.
005100     MOVE ACCT-NUMBER  TO DR-D-ACCOUNT.
005110     MOVE ACCT-NAME    TO DR-D-NAME.
005120     MOVE ACCT-BALANCE TO DR-D-BALANCE.
005130     WRITE REPORT-RECORD FROM DR-DETAIL-LINE.
005140     PERFORM 3300-WRITE-NOTICE
005150         THRU 3300-EXIT.
005160 3200-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* WRITES THE NOW-DORMANT NOTICE EVENT FOR THE ACCOUNT JUST
005210* MARKED.  TWO EVENTS FOR ONE ACCOUNT IN THE SAME HUNDREDTH OF A
005220* SECOND COLLIDE ON THE KEY, SO THE SEQUENCE NUMBER IS BUMPED
005230* UNTIL THE WRITE TAKES.
005240*----------------------------------------------------------------
005250 3300-WRITE-NOTICE.
005260     IF NOT DR-NOTICE-FILE-AVAILABLE
005270         GO TO 3300-EXIT
005280     END-IF.
005290     MOVE SPACES               TO NTE-RECORD.
005300     MOVE DR-RUN-DATE          TO NTE-DATE.
005310     MOVE ACCT-CUSTOMER-NUMBER TO NTE-CUSTOMER.
005320     MOVE ACCT-NUMBER          TO NTE-ACCOUNT.
005330     ACCEPT NTE-TIME FROM TIME.
005340     MOVE ZERO                 TO NTE-SEQ.
005350     MOVE "D"                  TO NTE-TYPE.
005360     MOVE ACCT-BALANCE         TO NTE-AMOUNT.
005370     MOVE ACCT-BALANCE         TO NTE-BALANCE.
005380     MOVE ZERO                 TO NTE-ORDER-NUMBER.
005390     MOVE ZERO                 TO NTE-TARGET-ACCOUNT.
005400     MOVE ACCT-NAME            TO NTE-ACCT-NAME.
005410     MOVE "DORMRPT"            TO NTE-SOURCE.
005420     MOVE "N" TO DR-NTC-DONE-SW.
005430     PERFORM 3310-TRY-NOTICE-WRITE
005440         THRU 3310-EXIT
005450         UNTIL DR-NOTICE-WRITTEN
005460         OR NTE-SEQ > 98.
005470     IF DR-NOTICE-WRITTEN
005480         ADD 1 TO DR-NOTICES-WRITTEN
005490     ELSE
005500         DISPLAY "ERROR WRITING NOTICE FOR ACCOUNT "
005510             NTE-ACCOUNT ", STATUS = " DR-NTC-FILE-STATUS
005520     END-IF.
005530 3300-EXIT.
005540     EXIT.
005550
005560 3310-TRY-NOTICE-WRITE.
005570     WRITE NTE-RECORD
005580         INVALID KEY
005590             ADD 1 TO NTE-SEQ
005600         NOT INVALID KEY
005610             MOVE "Y" TO DR-NTC-DONE-SW
005620     END-WRITE.
005630*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING - ANY
005640*    OTHER FAILURE FORCES THE LOOP OUT TO THE ERROR DISPLAY.
005650     IF NOT DR-NOTICE-WRITTEN
005660         AND DR-NTC-FILE-STATUS NOT = "22"
005670         MOVE 99 TO NTE-SEQ
005680     END-IF.
005690 3310-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730* 6000-PRINT-TOTALS
005740*****************************************************************
005750 6000-PRINT-TOTALS.
005760     IF DR-REPORT-IS-OPEN
005770         MOVE SPACES TO REPORT-RECORD
005780         WRITE REPORT-RECORD
005790         MOVE DR-MARKED-DORMANT TO DR-C-MARKED
005800         MOVE DR-ALREADY-DORMANT TO DR-C-ALREADY
005810         WRITE REPORT-RECORD FROM DR-COUNT-LINE
005820     END-IF.
005830 6000-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870* 8000-TERMINATE
005880*****************************************************************
005890 8000-TERMINATE.
005900     PERFORM 8200-WRITE-RUN-LOG
005910         THRU 8200-EXIT.
005920     DISPLAY "DORMRPT COMPLETE - ACCOUNTS READ: "
005930         DR-ACCOUNTS-READ.
005940     DISPLAY "ACCOUNTS REVIEWED:                "
005950         DR-ACCOUNTS-REVIEWED.
005960     DISPLAY "MARKED DORMANT THIS RUN:          "
005970         DR-MARKED-DORMANT.
005980     DISPLAY "ALREADY DORMANT:                  "
005990         DR-ALREADY-DORMANT.
006000     DISPLAY "CUSTOMER NOTICES WRITTEN:         "
006010         DR-NOTICES-WRITTEN.
006020     CLOSE ACCOUNT-MASTER.
006030     CLOSE TRANSACTION-HISTORY.
006040     CLOSE REPORT-FILE.
006050     IF DR-NOTICE-FILE-AVAILABLE
006060         CLOSE NOTICE-FILE
006070     END-IF.
006080 8000-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* 8200-WRITE-RUN-LOG
006130*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
006140*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
006150*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
006160*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
006170*****************************************************************
006180 8200-WRITE-RUN-LOG.
006190     OPEN I-O RUN-LOG-FILE.
006200     IF DR-RUN-FILE-STATUS NOT = "00"
006210         OPEN OUTPUT RUN-LOG-FILE
006220         CLOSE RUN-LOG-FILE
006230         OPEN I-O RUN-LOG-FILE
006240     END-IF.
006250     IF DR-RUN-FILE-STATUS NOT = "00"
006260         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
006270             DR-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
006280         GO TO 8200-EXIT
006290     END-IF.
006300     MOVE DR-RUN-DATE          TO RUN-DATE.
006310     MOVE "DORMRPT "        TO RUN-JOB.
006320     MOVE DR-START-TIME TO RUN-START-TIME.
006330     ACCEPT RUN-END-TIME FROM TIME.
006340     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
006350     MOVE DR-ACCOUNTS-READ          TO RUN-RECORDS.
006360     MOVE DR-RUN-OUTCOME TO RUN-OUTCOME.
006370     WRITE RUN-RECORD
006380         INVALID KEY
006390             REWRITE RUN-RECORD
006400     END-WRITE.
006410     CLOSE RUN-LOG-FILE.
006420 8200-EXIT.
006430     EXIT.
