000010*================================================================
000020* CASHMON.COB
000030* PROGRAM-ID: CASHMON
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     NIGHTLY LARGE CASH AND STRUCTURING REVIEW FOR COMPLIANCE.
000110*     TAKES THE CASH DEPOSITS ("D") AND CASH WITHDRAWALS ("W")
000120*     POSTED AT THE COUNTER BY BANK-APP AND IN THE BATCH FEED BY
000130*     BCHPOST, AS THEY STAND ON THE KEYED HISTORY FILE, AND
000140*     ROLLS THEM UP TO THE CUSTOMER THROUGH ACCT-CUSTOMER-NUMBER
000150*     SO EVERY ACCOUNT ONE CUSTOMER HOLDS COUNTS TOGETHER.
000160*
000170*     A CUSTOMER IS FLAGGED FOR -
000180*         LARGE CASH   CASH IN, OR CASH OUT, FOR THE BUSINESS
000190*                      DATE ABOVE CTL-CASH-THRESHOLD.
000200*         STRUCTURING  TWO OR MORE CASH ITEMS EACH AT OR BELOW
000210*                      THE THRESHOLD, IN THE SAME DIRECTION,
000220*                      OVER THE LAST CTL-CASH-WINDOW-DAYS
000230*                      BUSINESS DAYS, THAT TOGETHER COME TO
000240*                      MORE THAN THE THRESHOLD.  ONE OF THE
000250*                      ITEMS MUST FALL ON THE BUSINESS DATE, SO
000260*                      A PATTERN IS REPORTED THE NIGHT IT FORMS
000270*                      OR GROWS AND NOT AGAIN EVERY NIGHT AFTER.
000280*     EACH FLAGGED CUSTOMER IS LISTED WITH EVERY CASH ITEM IN
000290*     THE WINDOW - TELLER, BRANCH AND SUPERVISOR OVERRIDE ID.
000300*     AN ACCOUNT WITH NO CUSTOMER NUMBER IS REVIEWED ON ITS OWN.
000310*
000320*     THE WINDOW COUNTS BACK OVER BUSINESS DAYS ONLY - WEEKENDS
000330*     AND THE DATES ON THE HOLIDAY CALENDAR ARE STEPPED OVER THE
000340*     SAME WAY BANKEOD STEPS OVER THEM GOING FORWARD.  THE
000350*     HISTORY IS RE-KEYED BY CUSTOMER THROUGH THE CASHWORK
000360*     SCRATCH FILE, EMPTIED AT THE START OF EVERY RUN.
000370*     SCHEDULED AFTER THE DAYS POSTING AND BEFORE THE BANKEOD
000380*     DATE ADVANCE - SEE JCL/CASHMON.JCL.
000390*----------------------------------------------------------------
000400* MAINTENANCE HISTORY
000410* DATE       INIT  DESCRIPTION
000420* ---------- ----  ------------------------------------------
000430* 2026-10-15  RLD  ORIGINAL PROGRAM.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. CASHMON.
000470 AUTHOR. R L DAWSON.
000480 INSTALLATION. MAIN STREET DATA CENTER.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ACCT-NUMBER
000590         FILE STATUS IS CM-ACCT-FILE-STATUS.
000600
000610     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS TRANH-KEY
000650         FILE STATUS IS CM-HIST-FILE-STATUS.
000660
000670     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CUST-NUMBER
000710         FILE STATUS IS CM-CUST-FILE-STATUS.
000720
000730     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HOL-DATE
000770         FILE STATUS IS CM-HOL-FILE-STATUS.
000780
000790     SELECT CASH-WORK-FILE ASSIGN TO "CASHWORK"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS CSW-KEY
000830         FILE STATUS IS CM-WORK-FILE-STATUS.
000840
000850     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CM-RPT-FILE-STATUS.
000880
000890     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CTL-KEY
000930         FILE STATUS IS CM-CTL-FILE-STATUS.
000940
000950     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS RUN-KEY
000990         FILE STATUS IS CM-RUN-FILE-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030*----------------------------------------------------------------
001040* ACCOUNT MASTER - WALKED FOR THE CUSTOMER NUMBER OF EACH
001050* ACCOUNT, THEN READ BY KEY FOR THE NAME ON AN ACCOUNT THAT HAS
001060* NO CUSTOMER NUMBER
001070*----------------------------------------------------------------
001080 FD  ACCOUNT-MASTER
001090     LABEL RECORDS ARE STANDARD.
001100     COPY ACCTREC.
001110
001120*----------------------------------------------------------------
001130* KEYED TRANSACTION HISTORY - ONE ACCOUNT AT A TIME FROM THE
001140* START OF THE WINDOW
001150*----------------------------------------------------------------
001160 FD  TRANSACTION-HISTORY
001170     LABEL RECORDS ARE STANDARD.
001180     COPY TRNHREC.
001190
001200*----------------------------------------------------------------
001210* CUSTOMER MASTER - NAME FOR A FLAGGED CUSTOMER
001220*----------------------------------------------------------------
001230 FD  CUSTOMER-MASTER
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CUSTREC.
001260
001270*----------------------------------------------------------------
001280* BANK HOLIDAY CALENDAR - NON-BUSINESS DAYS IN THE WINDOW
001290*----------------------------------------------------------------
001300 FD  HOLIDAY-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY HOLREC.
001330
001340*----------------------------------------------------------------
001350* SCRATCH FILE - THE WINDOWS CASH ITEMS RE-KEYED BY CUSTOMER
001360*----------------------------------------------------------------
001370 FD  CASH-WORK-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY CSHWREC.
001400
001410*----------------------------------------------------------------
001420* PRINTED COMPLIANCE REVIEW LISTING
001430*----------------------------------------------------------------
001440 FD  REPORT-FILE
001450     LABEL RECORDS ARE OMITTED.
001460 01  REPORT-RECORD                PIC X(80).
001470
001480*----------------------------------------------------------------
001490* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001500*----------------------------------------------------------------
001510 FD  CONTROL-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY CTLREC.
001540
001550*----------------------------------------------------------------
001560* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001570*----------------------------------------------------------------
001580 FD  RUN-LOG-FILE
001590     LABEL RECORDS ARE STANDARD.
001600     COPY RUNREC.
001610
001620 WORKING-STORAGE SECTION.
001630*----------------------------------------------------------------
001640* FILE STATUS AND CONTROL SWITCHES
001650*----------------------------------------------------------------
001660 77  CM-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001670 77  CM-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001680 77  CM-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001690 77  CM-HOL-FILE-STATUS       PIC X(02) VALUE "00".
001700 77  CM-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001710 77  CM-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001720 77  CM-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001730 77  CM-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001740
001750 77  CM-ABORT-SW              PIC X(01) VALUE "N".
001760     88  CM-RUN-ABORTED               VALUE "Y".
001770
001780 77  CM-ACCT-EOF-SW           PIC X(01) VALUE "N".
001790     88  CM-END-OF-ACCOUNTS           VALUE "Y".
001800
001810 77  CM-SCAN-DONE-SW          PIC X(01) VALUE "N".
001820     88  CM-SCAN-IS-DONE              VALUE "Y".
001830
001840 77  CM-WORK-EOF-SW           PIC X(01) VALUE "N".
001850     88  CM-END-OF-WORK               VALUE "Y".
001860
001870 77  CM-CUST-AVAIL-SW         PIC X(01) VALUE "N".
001880     88  CM-CUST-FILE-AVAILABLE       VALUE "Y".
001890
001900 77  CM-HOL-AVAIL-SW          PIC X(01) VALUE "N".
001910     88  CM-HOL-FILE-AVAILABLE        VALUE "Y".
001920
001930 77  CM-BUSINESS-DAY-SW       PIC X(01) VALUE "N".
001940     88  CM-IS-BUSINESS-DAY           VALUE "Y".
001950
001960*----------------------------------------------------------------
001970* FLAGS RAISED FOR THE CUSTOMER BEING REVIEWED
001980*----------------------------------------------------------------
001990 77  CM-LARGE-IN-SW           PIC X(01) VALUE "N".
002000     88  CM-LARGE-CASH-IN             VALUE "Y".
002010
002020 77  CM-LARGE-OUT-SW          PIC X(01) VALUE "N".
002030     88  CM-LARGE-CASH-OUT            VALUE "Y".
002040
002050 77  CM-STRUCT-IN-SW          PIC X(01) VALUE "N".
002060     88  CM-STRUCTURED-IN             VALUE "Y".
002070
002080 77  CM-STRUCT-OUT-SW         PIC X(01) VALUE "N".
002090     88  CM-STRUCTURED-OUT            VALUE "Y".
002100
002110*----------------------------------------------------------------
002120* RUN CONTROLS AND COUNTERS.  THE THRESHOLD AND WINDOW DEFAULT
002130* TO THE VALUES BANKEOD SEEDS WHEN THE CONTROL RECORD DOES NOT
002140* CARRY THEM.
002150*----------------------------------------------------------------
002160 77  CM-RUN-DATE              PIC 9(08).
002170 77  CM-THRESHOLD             PIC 9(07)V99 VALUE 10000.00.
002180 77  CM-WINDOW-DAYS           PIC 9(02) VALUE 5.
002190 77  CM-WINDOW-START          PIC 9(08).
002200 77  CM-MIN-ITEMS             PIC 9(03) COMP VALUE 2.
002210 77  CM-NOT-CASH-TELLER       PIC X(05) VALUE "*CNV*".
002220 77  CM-ACCOUNTS-READ         PIC 9(07) COMP VALUE 0.
002230 77  CM-CASH-ITEMS            PIC 9(07) COMP VALUE 0.
002240 77  CM-GROUPS-REVIEWED       PIC 9(07) COMP VALUE 0.
002250 77  CM-GROUPS-FLAGGED        PIC 9(07) COMP VALUE 0.
002260 77  CM-LARGE-FLAGS           PIC 9(07) COMP VALUE 0.
002270 77  CM-STRUCT-FLAGS          PIC 9(07) COMP VALUE 0.
002280
002290*----------------------------------------------------------------
002300* ONE CUSTOMER (OR ONE ACCOUNT WITH NO CUSTOMER NUMBER) AT A
002310* TIME - THE DAYS CASH EACH WAY, AND THE SMALLER ITEMS EACH WAY
002320* ACROSS THE WINDOW
002330*----------------------------------------------------------------
002340 77  CM-GRP-CUSTOMER          PIC 9(06).
002350 77  CM-GRP-HOLDER            PIC 9(10).
002360 77  CM-DAY-IN-COUNT          PIC 9(03) COMP.
002370 77  CM-DAY-IN-TOTAL          PIC 9(11)V99.
002380 77  CM-DAY-OUT-COUNT         PIC 9(03) COMP.
002390 77  CM-DAY-OUT-TOTAL         PIC 9(11)V99.
002400 77  CM-SUB-IN-COUNT          PIC 9(03) COMP.
002410 77  CM-SUB-IN-TODAY          PIC 9(03) COMP.
002420 77  CM-SUB-IN-TOTAL          PIC 9(11)V99.
002430 77  CM-SUB-OUT-COUNT         PIC 9(03) COMP.
002440 77  CM-SUB-OUT-TODAY         PIC 9(03) COMP.
002450 77  CM-SUB-OUT-TOTAL         PIC 9(11)V99.
002460
002470*----------------------------------------------------------------
002480* CALENDAR WORK FOR COUNTING BACK OVER BUSINESS DAYS - THE SAME
002490* LEAP-YEAR AND ZELLERS-RULE ARITHMETIC BANKEOD USES
002500*----------------------------------------------------------------
002510 01  CM-WORK-DATE.
002520     05  CM-WORK-YEAR         PIC 9(04).
002530     05  CM-WORK-MONTH        PIC 9(02).
002540     05  CM-WORK-DAY          PIC 9(02).
002550 01  CM-WORK-DATE-NUM REDEFINES CM-WORK-DATE
002560                              PIC 9(08).
002570 77  CM-DAYS-IN-MONTH         PIC 9(02).
002580 77  CM-LEAP-REMAINDER        PIC 9(04).
002590 77  CM-LEAP-QUOTIENT         PIC 9(04).
002600 77  CM-DAYS-COUNTED          PIC 9(02) COMP VALUE 0.
002610 77  CM-DAYS-STEPPED          PIC 9(03) COMP VALUE 0.
002620
002630 77  CM-Z-YEAR                PIC 9(04) COMP.
002640 77  CM-Z-MONTH               PIC 9(02) COMP.
002650 77  CM-Z-CENTURY             PIC 9(02) COMP.
002660 77  CM-Z-YR-OF-CENT          PIC 9(02) COMP.
002670 77  CM-Z-MONTH-TERM          PIC 9(04) COMP.
002680 77  CM-Z-CENT-TERM           PIC 9(04) COMP.
002690 77  CM-Z-YEAR-TERM           PIC 9(04) COMP.
002700 77  CM-Z-SUM                 PIC 9(05) COMP.
002710 77  CM-Z-QUOTIENT            PIC 9(05) COMP.
002720 77  CM-DAY-OF-WEEK           PIC 9(01) COMP.
002730
002740*----------------------------------------------------------------
002750* REPORT LINE LAYOUTS
002760*----------------------------------------------------------------
002770 01  CM-TITLE-LINE.
002780     05  FILLER           PIC X(37) VALUE
002790                         "LARGE CASH AND STRUCTURING REVIEW - ".
002800     05  CM-T-DATE            PIC 9(08).
002810     05  FILLER               PIC X(35) VALUE SPACES.
002820
002830 01  CM-PARM-LINE.
002840     05  FILLER               PIC X(10) VALUE "THRESHOLD ".
002850     05  CM-P-THRESHOLD       PIC Z,ZZZ,ZZ9.99.
002860     05  FILLER               PIC X(10) VALUE "   WINDOW ".
002870     05  CM-P-DAYS            PIC Z9.
002880     05  FILLER               PIC X(20) VALUE
002890                                  " BUSINESS DAYS FROM ".
002900     05  CM-P-START           PIC 9(08).
002910     05  FILLER               PIC X(18) VALUE SPACES.
002920
002930 01  CM-HEAD-LINE.
002940     05  FILLER               PIC X(09) VALUE "CUSTOMER ".
002950     05  CM-H-CUSTOMER        PIC 9(06).
002960     05  FILLER               PIC X(02) VALUE SPACES.
002970     05  CM-H-NAME            PIC X(30).
002980     05  FILLER               PIC X(33) VALUE SPACES.
002990
003000 01  CM-HOLDER-LINE.
003010     05  FILLER               PIC X(04) VALUE SPACES.
003020     05  FILLER               PIC X(29) VALUE
003030                                  "NO CUSTOMER NUMBER - ACCOUNT ".
003040     05  CM-N-ACCOUNT         PIC 9(10).
003050     05  FILLER               PIC X(20) VALUE
003060                                  " REVIEWED ON ITS OWN".
003070     05  FILLER               PIC X(17) VALUE SPACES.
003080
003090 01  CM-FLAG-LINE.
003100     05  FILLER               PIC X(04) VALUE SPACES.
003110     05  FILLER               PIC X(03) VALUE "** ".
003120     05  CM-F-REASON          PIC X(24).
003130     05  CM-F-COUNT           PIC ZZ9.
003140     05  FILLER               PIC X(14) VALUE " ITEMS, TOTAL ".
003150     05  CM-F-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003160     05  FILLER               PIC X(15) VALUE SPACES.
003170
003180 01  CM-COLUMN-LINE.
003190     05  FILLER               PIC X(06) VALUE SPACES.
003200     05  FILLER               PIC X(10) VALUE "DATE".
003210     05  FILLER               PIC X(12) VALUE "ACCOUNT".
003220     05  FILLER               PIC X(03) VALUE "T".
003230     05  FILLER               PIC X(16) VALUE "        AMOUNT".
003240     05  FILLER               PIC X(07) VALUE "TELLER".
003250     05  FILLER               PIC X(06) VALUE "BRCH".
003260     05  FILLER               PIC X(20) VALUE "OVERRIDE".
003270
003280 01  CM-ITEM-LINE.
003290     05  FILLER               PIC X(06) VALUE SPACES.
003300     05  CM-I-DATE            PIC 9(08).
003310     05  FILLER               PIC X(02) VALUE SPACES.
003320     05  CM-I-ACCOUNT         PIC 9(10).
003330     05  FILLER               PIC X(02) VALUE SPACES.
003340     05  CM-I-TYPE            PIC X(01).
003350     05  FILLER               PIC X(02) VALUE SPACES.
003360     05  CM-I-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
003370     05  FILLER               PIC X(02) VALUE SPACES.
003380     05  CM-I-TELLER          PIC X(05).
003390     05  FILLER               PIC X(02) VALUE SPACES.
003400     05  CM-I-BRANCH          PIC X(04).
003410     05  FILLER               PIC X(02) VALUE SPACES.
003420     05  CM-I-OVERRIDE        PIC X(05).
003430     05  FILLER               PIC X(15) VALUE SPACES.
003440
003450 01  CM-COUNT-LINE-1.
003460     05  FILLER           PIC X(18) VALUE "ACCOUNTS SCANNED:".
003470     05  CM-C-ACCOUNTS        PIC Z(6)9.
003480     05  FILLER               PIC X(04) VALUE SPACES.
003490     05  FILLER           PIC X(12) VALUE "CASH ITEMS:".
003500     05  CM-C-ITEMS           PIC Z(6)9.
003510     05  FILLER               PIC X(32) VALUE SPACES.
003520
003530 01  CM-COUNT-LINE-2.
003540     05  FILLER           PIC X(20) VALUE "CUSTOMERS REVIEWED:".
003550     05  CM-C-REVIEWED        PIC Z(6)9.
003560     05  FILLER               PIC X(04) VALUE SPACES.
003570     05  FILLER           PIC X(09) VALUE "FLAGGED:".
003580     05  CM-C-FLAGGED         PIC Z(6)9.
003590     05  FILLER               PIC X(33) VALUE SPACES.
003600
003610 01  CM-COUNT-LINE-3.
003620     05  FILLER           PIC X(18) VALUE "LARGE CASH FLAGS:".
003630     05  CM-C-LARGE           PIC Z(6)9.
003640     05  FILLER               PIC X(04) VALUE SPACES.
003650     05  FILLER           PIC X(19) VALUE "STRUCTURING FLAGS:".
003660     05  CM-C-STRUCT          PIC Z(6)9.
003670     05  FILLER               PIC X(25) VALUE SPACES.
003680
003690*----------------------------------------------------------------
003700* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003710* COMPLETION RECORD WRITTEN AT TERMINATION
003720*----------------------------------------------------------------
003730 77  CM-START-TIME            PIC 9(08) VALUE 0.
003740 77  CM-RUN-OUTCOME           PIC X(01) VALUE "C".
003750
003760 PROCEDURE DIVISION.
003770*****************************************************************
003780* 0000-MAINLINE
003790*     PASS ONE COPIES THE WINDOWS CASH ITEMS ACCOUNT BY ACCOUNT
003800*     ONTO THE WORK FILE KEYED BY CUSTOMER; PASS TWO READS THE
003810*     WORK FILE BACK ONE CUSTOMER AT A TIME.
003820*****************************************************************
003830 0000-MAINLINE.
003840     PERFORM 1000-INITIALIZE
003850         THRU 1000-EXIT.
003860     IF NOT CM-RUN-ABORTED
003870         PERFORM 2000-SCAN-ACCOUNT
003880             THRU 2000-EXIT
003890             UNTIL CM-END-OF-ACCOUNTS
003900         PERFORM 2900-START-REVIEW
003910             THRU 2900-EXIT
003920         PERFORM 3000-REVIEW-CUSTOMER
003930             THRU 3000-EXIT
003940             UNTIL CM-END-OF-WORK
003950         PERFORM 6000-PRINT-TOTALS
003960             THRU 6000-EXIT
003970     END-IF.
003980     PERFORM 8000-TERMINATE
003990         THRU 8000-EXIT.
004000     STOP RUN.
004010
004020*****************************************************************
004030* 1000-INITIALIZE
004040*     WITHOUT THE CUSTOMER MASTER THE SCAN STILL RUNS - THE
004050*     ROLL-UP NEEDS ONLY THE ACCOUNT MASTER - BUT THE FLAGGED
004060*     LINES PRINT WITHOUT NAMES.  WITHOUT THE HOLIDAY CALENDAR
004070*     THE WINDOW STEPS OVER WEEKENDS ONLY.
004080*****************************************************************
004090 1000-INITIALIZE.
004100     DISPLAY "CASHMON - LARGE CASH AND STRUCTURING REVIEW".
004110     ACCEPT CM-START-TIME FROM TIME.
004120     PERFORM 1050-READ-CONTROL
004130         THRU 1050-EXIT.
004140     OPEN INPUT HOLIDAY-FILE.
004150     IF CM-HOL-FILE-STATUS = "00"
004160         MOVE "Y" TO CM-HOL-AVAIL-SW
004170     ELSE
004180         DISPLAY "WARNING - HOLIDAY CALENDAR NOT AVAILABLE, "
004190             "STATUS " CM-HOL-FILE-STATUS
004200             " - SKIPPING WEEKENDS ONLY."
004210     END-IF.
004220     PERFORM 1100-SET-WINDOW-START
004230         THRU 1100-EXIT.
004240     OPEN INPUT ACCOUNT-MASTER.
004250     IF CM-ACCT-FILE-STATUS NOT = "00"
004260         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
004270             CM-ACCT-FILE-STATUS
004280         MOVE "Y" TO CM-ABORT-SW
004290         MOVE "F" TO CM-RUN-OUTCOME
004300         GO TO 1000-EXIT
004310     END-IF.
004320     OPEN INPUT TRANSACTION-HISTORY.
004330     IF CM-HIST-FILE-STATUS NOT = "00"
004340         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
004350             CM-HIST-FILE-STATUS
004360         MOVE "Y" TO CM-ABORT-SW
004370         MOVE "F" TO CM-RUN-OUTCOME
004380         GO TO 1000-EXIT
004390     END-IF.
004400     OPEN INPUT CUSTOMER-MASTER.
004410     IF CM-CUST-FILE-STATUS = "00"
004420         MOVE "Y" TO CM-CUST-AVAIL-SW
004430     ELSE
004440         DISPLAY "WARNING - CUSTOMER MASTER NOT AVAILABLE, "
004450             "STATUS " CM-CUST-FILE-STATUS
004460             " - FLAGGED CUSTOMERS PRINT WITHOUT NAMES."
004470     END-IF.
004480*    THE WORK FILE IS SCRATCH - OPENING IT OUTPUT EMPTIES
004490*    WHATEVER THE LAST RUN LEFT THERE.
004500     OPEN OUTPUT CASH-WORK-FILE.
004510     CLOSE CASH-WORK-FILE.
004520     OPEN I-O CASH-WORK-FILE.
004530     IF CM-WORK-FILE-STATUS NOT = "00"
004540         DISPLAY "CANNOT OPEN CASH WORK FILE, STATUS = "
004550             CM-WORK-FILE-STATUS
004560         MOVE "Y" TO CM-ABORT-SW
004570         MOVE "F" TO CM-RUN-OUTCOME
004580         GO TO 1000-EXIT
004590     END-IF.
004600     OPEN OUTPUT REPORT-FILE.
004610     IF CM-RPT-FILE-STATUS NOT = "00"
004620         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
004630             CM-RPT-FILE-STATUS
004640         MOVE "Y" TO CM-ABORT-SW
004650         MOVE "F" TO CM-RUN-OUTCOME
004660         GO TO 1000-EXIT
004670     END-IF.
004680     MOVE CM-RUN-DATE TO CM-T-DATE.
004690     WRITE REPORT-RECORD FROM CM-TITLE-LINE.
004700     MOVE CM-THRESHOLD TO CM-P-THRESHOLD.
004710     MOVE CM-WINDOW-DAYS TO CM-P-DAYS.
004720     MOVE CM-WINDOW-START TO CM-P-START.
004730     WRITE REPORT-RECORD FROM CM-PARM-LINE.
004740     MOVE SPACES TO REPORT-RECORD.
004750     WRITE REPORT-RECORD.
004760     MOVE ZERO TO ACCT-NUMBER.
004770     START ACCOUNT-MASTER
004780         KEY IS GREATER THAN OR EQUAL ACCT-NUMBER
004790         INVALID KEY
004800             MOVE "Y" TO CM-ACCT-EOF-SW
004810     END-START.
004820     IF NOT CM-END-OF-ACCOUNTS
004830         PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
004840     END-IF.
004850 1000-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* PICKS UP THE BUSINESS DATE, THE CASH THRESHOLD AND THE WINDOW
004900* FROM THE BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT
004910* THERE THE RUN FALLS BACK TO THE SYSTEM DATE AND THE STANDARD
004920* THRESHOLD, WITH A WARNING ON THE OPERATOR LOG.
004930*----------------------------------------------------------------
004940 1050-READ-CONTROL.
004950     OPEN INPUT CONTROL-FILE.
004960     IF CM-CTL-FILE-STATUS NOT = "00"
004970         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
004980             CM-CTL-FILE-STATUS " - USING SYSTEM DATE."
004990         ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
005000         GO TO 1050-EXIT
005010     END-IF.
005020     MOVE "1" TO CTL-KEY.
005030     READ CONTROL-FILE
005040         INVALID KEY
005050             DISPLAY "WARNING - NO CONTROL RECORD - USING "
005060                 "SYSTEM DATE."
005070             ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
005080             CLOSE CONTROL-FILE
005090             GO TO 1050-EXIT
005100     END-READ.
005110     MOVE CTL-BUSINESS-DATE TO CM-RUN-DATE.
005120     IF CTL-CASH-THRESHOLD NUMERIC
005130         AND CTL-CASH-THRESHOLD > ZERO
005140         MOVE CTL-CASH-THRESHOLD TO CM-THRESHOLD
005150     END-IF.
005160     IF CTL-CASH-WINDOW-DAYS NUMERIC
005170         AND CTL-CASH-WINDOW-DAYS > ZERO
005180         MOVE CTL-CASH-WINDOW-DAYS TO CM-WINDOW-DAYS
005190     END-IF.
005200     CLOSE CONTROL-FILE.
005210 1050-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250* THE WINDOW ENDS ON THE BUSINESS DATE AND REACHES BACK UNTIL
005260* IT HOLDS CM-WINDOW-DAYS BUSINESS DAYS.  A RUNAWAY (A CORRUPT
005270* CALENDAR LISTING EVERY DAY) STOPS AFTER 100 CALENDAR DAYS.
005280*----------------------------------------------------------------
005290 1100-SET-WINDOW-START.
005300     MOVE CM-RUN-DATE TO CM-WORK-DATE-NUM.
005310     MOVE 1 TO CM-DAYS-COUNTED.
005320     MOVE ZERO TO CM-DAYS-STEPPED.
005330     PERFORM 1110-STEP-BACK-ONE-DAY
005340         THRU 1110-EXIT
005350         UNTIL CM-DAYS-COUNTED NOT < CM-WINDOW-DAYS
005360            OR CM-DAYS-STEPPED > 100.
005370     MOVE CM-WORK-DATE-NUM TO CM-WINDOW-START.
005380 1100-EXIT.
005390     EXIT.
005400
005410 1110-STEP-BACK-ONE-DAY.
005420     ADD 1 TO CM-DAYS-STEPPED.
005430     IF CM-WORK-DAY > 1
005440         SUBTRACT 1 FROM CM-WORK-DAY
005450     ELSE
005460         IF CM-WORK-MONTH > 1
005470             SUBTRACT 1 FROM CM-WORK-MONTH
005480         ELSE
005490             MOVE 12 TO CM-WORK-MONTH
005500             SUBTRACT 1 FROM CM-WORK-YEAR
005510         END-IF
005520         PERFORM 1120-SET-DAYS-IN-MONTH
005530             THRU 1120-EXIT
005540         MOVE CM-DAYS-IN-MONTH TO CM-WORK-DAY
005550     END-IF.
005560     PERFORM 1130-CHECK-BUSINESS-DAY
005570         THRU 1130-EXIT.
005580     IF CM-IS-BUSINESS-DAY
005590         ADD 1 TO CM-DAYS-COUNTED
005600     END-IF.
005610 1110-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650* 30-DAY AND 31-DAY MONTHS FROM A SIMPLE TABLE OF TESTS;
005660* FEBRUARY GETS 29 WHEN THE YEAR DIVIDES BY 4 BUT NOT BY 100,
005670* OR DIVIDES BY 400.
005680*----------------------------------------------------------------
005690 1120-SET-DAYS-IN-MONTH.
005700     EVALUATE CM-WORK-MONTH
005710         WHEN 01
005720         WHEN 03
005730         WHEN 05
005740         WHEN 07
005750         WHEN 08
005760         WHEN 10
005770         WHEN 12
005780             MOVE 31 TO CM-DAYS-IN-MONTH
005790         WHEN 04
005800         WHEN 06
005810         WHEN 09
005820         WHEN 11
005830             MOVE 30 TO CM-DAYS-IN-MONTH
005840         WHEN 02
005850             PERFORM 1125-SET-FEBRUARY THRU 1125-EXIT
005860         WHEN OTHER
005870             MOVE 31 TO CM-DAYS-IN-MONTH
005880     END-EVALUATE.
005890 1120-EXIT.
005900     EXIT.
005910
005920 1125-SET-FEBRUARY.
005930     MOVE 28 TO CM-DAYS-IN-MONTH.
005940     DIVIDE CM-WORK-YEAR BY 4 GIVING CM-LEAP-QUOTIENT
005950         REMAINDER CM-LEAP-REMAINDER.
005960     IF CM-LEAP-REMAINDER = ZERO
005970         MOVE 29 TO CM-DAYS-IN-MONTH
005980         DIVIDE CM-WORK-YEAR BY 100 GIVING CM-LEAP-QUOTIENT
005990             REMAINDER CM-LEAP-REMAINDER
006000         IF CM-LEAP-REMAINDER = ZERO
006010             MOVE 28 TO CM-DAYS-IN-MONTH
006020             DIVIDE CM-WORK-YEAR BY 400 GIVING CM-LEAP-QUOTIENT
006030                 REMAINDER CM-LEAP-REMAINDER
006040             IF CM-LEAP-REMAINDER = ZERO
006050                 MOVE 29 TO CM-DAYS-IN-MONTH
006060             END-IF
006070         END-IF
006080     END-IF.
006090 1125-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130* A BUSINESS DAY IS ANY DAY THAT IS NOT A SATURDAY, A SUNDAY
006140* OR A DATE ON THE HOLIDAY CALENDAR.
006150*----------------------------------------------------------------
006160 1130-CHECK-BUSINESS-DAY.
006170     MOVE "Y" TO CM-BUSINESS-DAY-SW.
006180     PERFORM 1135-DAY-OF-WEEK
006190         THRU 1135-EXIT.
006200     IF CM-DAY-OF-WEEK = 0 OR CM-DAY-OF-WEEK = 1
006210         MOVE "N" TO CM-BUSINESS-DAY-SW
006220         GO TO 1130-EXIT
006230     END-IF.
006240     IF CM-HOL-FILE-AVAILABLE
006250         MOVE CM-WORK-DATE-NUM TO HOL-DATE
006260         READ HOLIDAY-FILE
006270             INVALID KEY
006280                 CONTINUE
006290             NOT INVALID KEY
006300                 MOVE "N" TO CM-BUSINESS-DAY-SW
006310         END-READ
006320     END-IF.
006330 1130-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------
006370* DAY OF WEEK FOR CM-WORK-DATE BY ZELLERS RULE - JANUARY AND
006380* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.  THE
006390* RESULT IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY.
006400*----------------------------------------------------------------
006410 1135-DAY-OF-WEEK.
006420     MOVE CM-WORK-YEAR TO CM-Z-YEAR.
006430     MOVE CM-WORK-MONTH TO CM-Z-MONTH.
006440     IF CM-Z-MONTH < 3
006450         ADD 12 TO CM-Z-MONTH
006460         SUBTRACT 1 FROM CM-Z-YEAR
006470     END-IF.
006480     DIVIDE CM-Z-YEAR BY 100 GIVING CM-Z-CENTURY
006490         REMAINDER CM-Z-YR-OF-CENT.
006500     COMPUTE CM-Z-MONTH-TERM = (13 * (CM-Z-MONTH + 1)) / 5.
006510     COMPUTE CM-Z-YEAR-TERM = CM-Z-YR-OF-CENT / 4.
006520     COMPUTE CM-Z-CENT-TERM = CM-Z-CENTURY / 4.
006530     COMPUTE CM-Z-SUM = CM-WORK-DAY + CM-Z-MONTH-TERM
006540         + CM-Z-YR-OF-CENT + CM-Z-YEAR-TERM + CM-Z-CENT-TERM
006550         + (5 * CM-Z-CENTURY).
006560     DIVIDE CM-Z-SUM BY 7 GIVING CM-Z-QUOTIENT
006570         REMAINDER CM-DAY-OF-WEEK.
006580 1135-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620* 2000-SCAN-ACCOUNT
006630*     ONE PASS = ONE ACCOUNT RECORD ALREADY IN THE RECORD AREA.
006640*     EVERY ACCOUNT IS SCANNED, WHATEVER ITS STATUS - CASH TAKEN
006650*     OUT OF AN ACCOUNT ON THE DAY IT CLOSES STILL COUNTS.
006660*****************************************************************
006670 2000-SCAN-ACCOUNT.
006680     ADD 1 TO CM-ACCOUNTS-READ.
006690     PERFORM 2200-COPY-CASH-ITEMS
006700         THRU 2200-EXIT.
006710     PERFORM 2100-READ-ACCOUNT
006720         THRU 2100-EXIT.
006730 2000-EXIT.
006740     EXIT.
006750
006760 2100-READ-ACCOUNT.
006770     READ ACCOUNT-MASTER NEXT RECORD
006780         AT END
006790             MOVE "Y" TO CM-ACCT-EOF-SW
006800     END-READ.
006810 2100-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* KEYED SCAN OF THE HISTORY FILE FOR THIS ACCOUNT FROM THE
006860* START OF THE WINDOW TO THE BUSINESS DATE.
006870*----------------------------------------------------------------
006880 2200-COPY-CASH-ITEMS.
006890     MOVE "N" TO CM-SCAN-DONE-SW.
006900     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
006910     MOVE CM-WINDOW-START TO TRANH-DATE.
006920     MOVE ZERO TO TRANH-TIME.
006930     MOVE ZERO TO TRANH-SEQ.
006940     START TRANSACTION-HISTORY
006950         KEY IS GREATER THAN OR EQUAL TRANH-KEY
006960         INVALID KEY
006970             MOVE "Y" TO CM-SCAN-DONE-SW
006980     END-START.
006990     PERFORM 2210-COPY-ONE-POSTING
007000         THRU 2210-EXIT
007010         UNTIL CM-SCAN-IS-DONE.
007020 2200-EXIT.
007030     EXIT.
007040
007050 2210-COPY-ONE-POSTING.
007060     READ TRANSACTION-HISTORY NEXT RECORD
007070         AT END
007080             MOVE "Y" TO CM-SCAN-DONE-SW
007090             GO TO 2210-EXIT
007100     END-READ.
007110*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
007120*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
007130*    STALE RECORD FOREVER.
007140     IF CM-HIST-FILE-STATUS NOT = "00"
007150         DISPLAY "ERROR READING HISTORY, STATUS = "
007160             CM-HIST-FILE-STATUS
007170         MOVE "F" TO CM-RUN-OUTCOME
007180         MOVE "Y" TO CM-SCAN-DONE-SW
007190         GO TO 2210-EXIT
007200     END-IF.
007210     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
007220         OR TRANH-DATE > CM-RUN-DATE
007230         MOVE "Y" TO CM-SCAN-DONE-SW
007240         GO TO 2210-EXIT
007250     END-IF.
007260*    ONLY COUNTER AND BATCH-FEED CASH COUNTS.  THE BACKLOADED
007270*    HISTORY TRANCONV BROUGHT OVER FROM THE OLD LOG IS NOT A
007280*    CASH ITEM ANYONE HANDLED.
007290     IF NOT TRANH-IS-DEPOSIT AND NOT TRANH-IS-WITHDRAWAL
007300         GO TO 2210-EXIT
007310     END-IF.
007320     IF TRANH-TELLER-ID = CM-NOT-CASH-TELLER
007330         GO TO 2210-EXIT
007340     END-IF.
007350     MOVE ACCT-CUSTOMER-NUMBER TO CSW-CUSTOMER.
007360     IF ACCT-CUSTOMER-NUMBER = ZERO
007370         MOVE ACCT-NUMBER TO CSW-HOLDER
007380     ELSE
007390         MOVE ZERO TO CSW-HOLDER
007400     END-IF.
007410     MOVE TRANH-DATE        TO CSW-DATE.
007420     MOVE TRANH-TIME        TO CSW-TIME.
007430     MOVE TRANH-ACCOUNT     TO CSW-ACCOUNT.
007440     MOVE TRANH-SEQ         TO CSW-SEQ.
007450     MOVE TRANH-TYPE        TO CSW-TYPE.
007460     MOVE TRANH-AMOUNT      TO CSW-AMOUNT.
007470     MOVE TRANH-TELLER-ID   TO CSW-TELLER-ID.
007480     MOVE TRANH-BRANCH-ID   TO CSW-BRANCH-ID.
007490     MOVE TRANH-OVERRIDE-ID TO CSW-OVERRIDE-ID.
007500     WRITE CSW-RECORD
007510         INVALID KEY
007520             DISPLAY "ERROR WRITING CASH WORK FILE, STATUS = "
007530                 CM-WORK-FILE-STATUS
007540             MOVE "F" TO CM-RUN-OUTCOME
007550             GO TO 2210-EXIT
007560     END-WRITE.
007570     ADD 1 TO CM-CASH-ITEMS.
007580 2210-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* POSITIONS THE WORK FILE ON ITS FIRST RECORD FOR PASS TWO.
007630*----------------------------------------------------------------
007640 2900-START-REVIEW.
007650     MOVE ZERO TO CSW-CUSTOMER.
007660     MOVE ZERO TO CSW-HOLDER.
007670     MOVE ZERO TO CSW-DATE.
007680     MOVE ZERO TO CSW-TIME.
007690     MOVE ZERO TO CSW-ACCOUNT.
007700     MOVE ZERO TO CSW-SEQ.
007710     START CASH-WORK-FILE
007720         KEY IS GREATER THAN OR EQUAL CSW-KEY
007730         INVALID KEY
007740             MOVE "Y" TO CM-WORK-EOF-SW
007750             GO TO 2900-EXIT
007760     END-START.
007770     PERFORM 3900-READ-WORK
007780         THRU 3900-EXIT.
007790 2900-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830* 3000-REVIEW-CUSTOMER
007840*     ONE PASS = ALL THE CASH ITEMS FOR ONE CUSTOMER (OR ONE
007850*     ACCOUNT WITH NO CUSTOMER NUMBER).  THE FIRST ITEM IS
007860*     ALREADY IN THE RECORD AREA.
007870*****************************************************************
007880 3000-REVIEW-CUSTOMER.
007890     ADD 1 TO CM-GROUPS-REVIEWED.
007900     MOVE CSW-CUSTOMER TO CM-GRP-CUSTOMER.
007910     MOVE CSW-HOLDER   TO CM-GRP-HOLDER.
007920     MOVE ZERO TO CM-DAY-IN-COUNT.
007930     MOVE ZERO TO CM-DAY-IN-TOTAL.
007940     MOVE ZERO TO CM-DAY-OUT-COUNT.
007950     MOVE ZERO TO CM-DAY-OUT-TOTAL.
007960     MOVE ZERO TO CM-SUB-IN-COUNT.
007970     MOVE ZERO TO CM-SUB-IN-TODAY.
007980     MOVE ZERO TO CM-SUB-IN-TOTAL.
007990     MOVE ZERO TO CM-SUB-OUT-COUNT.
008000     MOVE ZERO TO CM-SUB-OUT-TODAY.
008010     MOVE ZERO TO CM-SUB-OUT-TOTAL.
008020     PERFORM 3100-ADD-CASH-ITEM
008030         THRU 3100-EXIT
008040         UNTIL CM-END-OF-WORK
008050            OR CSW-CUSTOMER NOT = CM-GRP-CUSTOMER
008060            OR CSW-HOLDER NOT = CM-GRP-HOLDER.
008070     PERFORM 3200-SET-FLAGS
008080         THRU 3200-EXIT.
008090     IF CM-LARGE-CASH-IN OR CM-LARGE-CASH-OUT
008100         OR CM-STRUCTURED-IN OR CM-STRUCTURED-OUT
008110         ADD 1 TO CM-GROUPS-FLAGGED
008120         PERFORM 4000-PRINT-CUSTOMER
008130             THRU 4000-EXIT
008140     END-IF.
008150 3000-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190* ADDS ONE CASH ITEM INTO THE DAY TOTAL FOR ITS DIRECTION WHEN
008200* IT FALLS ON THE BUSINESS DATE, AND INTO THE WINDOW TOTAL OF
008210* SMALLER ITEMS WHEN IT IS NOT ABOVE THE THRESHOLD ON ITS OWN.
008220*----------------------------------------------------------------
008230 3100-ADD-CASH-ITEM.
008240     IF CSW-IS-CASH-IN
008250         IF CSW-DATE = CM-RUN-DATE
008260             ADD 1 TO CM-DAY-IN-COUNT
008270             ADD CSW-AMOUNT TO CM-DAY-IN-TOTAL
008280         END-IF
008290         IF CSW-AMOUNT NOT > CM-THRESHOLD
008300             ADD 1 TO CM-SUB-IN-COUNT
008310             ADD CSW-AMOUNT TO CM-SUB-IN-TOTAL
008320             IF CSW-DATE = CM-RUN-DATE
008330                 ADD 1 TO CM-SUB-IN-TODAY
008340             END-IF
008350         END-IF
008360     ELSE
008370         IF CSW-DATE = CM-RUN-DATE
008380             ADD 1 TO CM-DAY-OUT-COUNT
008390             ADD CSW-AMOUNT TO CM-DAY-OUT-TOTAL
008400         END-IF
008410         IF CSW-AMOUNT NOT > CM-THRESHOLD
008420             ADD 1 TO CM-SUB-OUT-COUNT
008430             ADD CSW-AMOUNT TO CM-SUB-OUT-TOTAL
008440             IF CSW-DATE = CM-RUN-DATE
008450                 ADD 1 TO CM-SUB-OUT-TODAY
008460             END-IF
008470         END-IF
008480     END-IF.
008490     PERFORM 3900-READ-WORK
008500         THRU 3900-EXIT.
008510 3100-EXIT.
008520     EXIT.
008530
008540 3200-SET-FLAGS.
008550     MOVE "N" TO CM-LARGE-IN-SW.
008560     MOVE "N" TO CM-LARGE-OUT-SW.
008570     MOVE "N" TO CM-STRUCT-IN-SW.
008580     MOVE "N" TO CM-STRUCT-OUT-SW.
008590     IF CM-DAY-IN-TOTAL > CM-THRESHOLD
008600         MOVE "Y" TO CM-LARGE-IN-SW
008610         ADD 1 TO CM-LARGE-FLAGS
008620     END-IF.
008630     IF CM-DAY-OUT-TOTAL > CM-THRESHOLD
008640         MOVE "Y" TO CM-LARGE-OUT-SW
008650         ADD 1 TO CM-LARGE-FLAGS
008660     END-IF.
008670     IF CM-SUB-IN-COUNT NOT < CM-MIN-ITEMS
008680         AND CM-SUB-IN-TOTAL > CM-THRESHOLD
008690         AND CM-SUB-IN-TODAY > ZERO
008700         MOVE "Y" TO CM-STRUCT-IN-SW
008710         ADD 1 TO CM-STRUCT-FLAGS
008720     END-IF.
008730     IF CM-SUB-OUT-COUNT NOT < CM-MIN-ITEMS
008740         AND CM-SUB-OUT-TOTAL > CM-THRESHOLD
008750         AND CM-SUB-OUT-TODAY > ZERO
008760         MOVE "Y" TO CM-STRUCT-OUT-SW
008770         ADD 1 TO CM-STRUCT-FLAGS
008780     END-IF.
008790 3200-EXIT.
008800     EXIT.
008810
008820 3900-READ-WORK.
008830     READ CASH-WORK-FILE NEXT RECORD
008840         AT END
008850             MOVE "Y" TO CM-WORK-EOF-SW
008860             GO TO 3900-EXIT
008870     END-READ.
008880     IF CM-WORK-FILE-STATUS NOT = "00"
008890         DISPLAY "ERROR READING CASH WORK FILE, STATUS = "
008900             CM-WORK-FILE-STATUS
008910         MOVE "F" TO CM-RUN-OUTCOME
008920         MOVE "Y" TO CM-WORK-EOF-SW
008930     END-IF.
008940 3900-EXIT.
008950     EXIT.
008960
008970*****************************************************************
008980* 4000-PRINT-CUSTOMER
008990*     THE CUSTOMER, EACH FLAG RAISED, THEN EVERY CASH ITEM IN
009000*     THE WINDOW.  THE ITEMS ARE READ BACK FROM THE START OF THE
009010*     CUSTOMERS KEY RANGE; THE READ THAT RUNS OFF THE END OF IT
009020*     LEAVES THE NEXT CUSTOMERS FIRST ITEM IN THE RECORD AREA,
009030*     JUST AS THE REVIEW LOOP EXPECTS.
009040*****************************************************************
009050 4000-PRINT-CUSTOMER.
009060     PERFORM 4100-SET-NAME
009070         THRU 4100-EXIT.
009080     MOVE CM-GRP-CUSTOMER TO CM-H-CUSTOMER.
009090     WRITE REPORT-RECORD FROM CM-HEAD-LINE.
009100     IF CM-GRP-HOLDER NOT = ZERO
009110         MOVE CM-GRP-HOLDER TO CM-N-ACCOUNT
009120         WRITE REPORT-RECORD FROM CM-HOLDER-LINE
009130     END-IF.
009140     IF CM-LARGE-CASH-IN
009150         MOVE "LARGE CASH IN" TO CM-F-REASON
009160         MOVE CM-DAY-IN-COUNT TO CM-F-COUNT
009170         MOVE CM-DAY-IN-TOTAL TO CM-F-AMOUNT
009180         WRITE REPORT-RECORD FROM CM-FLAG-LINE
009190     END-IF.
009200     IF CM-LARGE-CASH-OUT
009210         MOVE "LARGE CASH OUT" TO CM-F-REASON
009220         MOVE CM-DAY-OUT-COUNT TO CM-F-COUNT
009230         MOVE CM-DAY-OUT-TOTAL TO CM-F-AMOUNT
009240         WRITE REPORT-RECORD FROM CM-FLAG-LINE
009250     END-IF.
009260     IF CM-STRUCTURED-IN
009270         MOVE "STRUCTURING - CASH IN" TO CM-F-REASON
009280         MOVE CM-SUB-IN-COUNT TO CM-F-COUNT
009290         MOVE CM-SUB-IN-TOTAL TO CM-F-AMOUNT
009300         WRITE REPORT-RECORD FROM CM-FLAG-LINE
009310     END-IF.
009320     IF CM-STRUCTURED-OUT
009330         MOVE "STRUCTURING - CASH OUT" TO CM-F-REASON
009340         MOVE CM-SUB-OUT-COUNT TO CM-F-COUNT
009350         MOVE CM-SUB-OUT-TOTAL TO CM-F-AMOUNT
009360         WRITE REPORT-RECORD FROM CM-FLAG-LINE
009370     END-IF.
009380     WRITE REPORT-RECORD FROM CM-COLUMN-LINE.
009390     MOVE CM-GRP-CUSTOMER TO CSW-CUSTOMER.
009400     MOVE CM-GRP-HOLDER   TO CSW-HOLDER.
009410     MOVE ZERO TO CSW-DATE.
009420     MOVE ZERO TO CSW-TIME.
009430     MOVE ZERO TO CSW-ACCOUNT.
009440     MOVE ZERO TO CSW-SEQ.
009450     MOVE "N" TO CM-WORK-EOF-SW.
009460     START CASH-WORK-FILE
009470         KEY IS GREATER THAN OR EQUAL CSW-KEY
009480         INVALID KEY
009490             MOVE "Y" TO CM-WORK-EOF-SW
009500             GO TO 4000-EXIT
009510     END-START.
009520     PERFORM 3900-READ-WORK
009530         THRU 3900-EXIT.
009540     PERFORM 4200-PRINT-ITEM
009550         THRU 4200-EXIT
009560         UNTIL CM-END-OF-WORK
009570            OR CSW-CUSTOMER NOT = CM-GRP-CUSTOMER
009580            OR CSW-HOLDER NOT = CM-GRP-HOLDER.
009590     MOVE SPACES TO REPORT-RECORD.
009600     WRITE REPORT-RECORD.
009610 4000-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------
009650* NAME FROM THE CUSTOMER MASTER, OR FROM THE ACCOUNT ITSELF WHEN
009660* THE ACCOUNT HAS NO CUSTOMER NUMBER.
009670*----------------------------------------------------------------
009680 4100-SET-NAME.
009690     MOVE SPACES TO CM-H-NAME.
009700     IF CM-GRP-HOLDER NOT = ZERO
009710         MOVE CM-GRP-HOLDER TO ACCT-NUMBER
009720         READ ACCOUNT-MASTER
009730             INVALID KEY
009740                 MOVE "*ACCOUNT NOT ON FILE*" TO CM-H-NAME
009750             NOT INVALID KEY
009760                 MOVE ACCT-NAME TO CM-H-NAME
009770         END-READ
009780         GO TO 4100-EXIT
009790     END-IF.
009800     IF NOT CM-CUST-FILE-AVAILABLE
009810         GO TO 4100-EXIT
009820     END-IF.
009830     MOVE CM-GRP-CUSTOMER TO CUST-NUMBER.
009840     READ CUSTOMER-MASTER
009850         INVALID KEY
009860             MOVE "*NOT ON CUSTOMER MASTER*" TO CM-H-NAME
009870         NOT INVALID KEY
009880             MOVE CUST-NAME TO CM-H-NAME
009890     END-READ.
009900 4100-EXIT.
009910     EXIT.
009920
009930 4200-PRINT-ITEM.
009940     MOVE CSW-DATE        TO CM-I-DATE.
009950     MOVE CSW-ACCOUNT     TO CM-I-ACCOUNT.
009960     MOVE CSW-TYPE        TO CM-I-TYPE.
009970     MOVE CSW-AMOUNT      TO CM-I-AMOUNT.
009980     MOVE CSW-TELLER-ID   TO CM-I-TELLER.
009990     MOVE CSW-BRANCH-ID   TO CM-I-BRANCH.
010000     MOVE CSW-OVERRIDE-ID TO CM-I-OVERRIDE.
010010     WRITE REPORT-RECORD FROM CM-ITEM-LINE.
010020     PERFORM 3900-READ-WORK
010030         THRU 3900-EXIT.
010040 4200-EXIT.
010050     EXIT.
010060
010070*****************************************************************
010080* 6000-PRINT-TOTALS
010090*****************************************************************
010100 6000-PRINT-TOTALS.
010110     IF CM-GROUPS-FLAGGED = ZERO
010120         MOVE "NO CUSTOMER CROSSED THE THRESHOLD OR SHOWED "
010130             TO REPORT-RECORD
010140         WRITE REPORT-RECORD
010150         MOVE "STRUCTURING FOR THE DATE." TO REPORT-RECORD
010160         WRITE REPORT-RECORD
010170         MOVE SPACES TO REPORT-RECORD
010180         WRITE REPORT-RECORD
010190     END-IF.
010200     MOVE CM-ACCOUNTS-READ   TO CM-C-ACCOUNTS.
010210     MOVE CM-CASH-ITEMS      TO CM-C-ITEMS.
010220     WRITE REPORT-RECORD FROM CM-COUNT-LINE-1.
010230     MOVE CM-GROUPS-REVIEWED TO CM-C-REVIEWED.
010240     MOVE CM-GROUPS-FLAGGED  TO CM-C-FLAGGED.
010250     WRITE REPORT-RECORD FROM CM-COUNT-LINE-2.
010260     MOVE CM-LARGE-FLAGS     TO CM-C-LARGE.
010270     MOVE CM-STRUCT-FLAGS    TO CM-C-STRUCT.
010280     WRITE REPORT-RECORD FROM CM-COUNT-LINE-3.
010290 6000-EXIT.
010300     EXIT.
010310
010320*****************************************************************
010330* 8000-TERMINATE
010340*****************************************************************
010350 8000-TERMINATE.
010360     PERFORM 8200-WRITE-RUN-LOG
010370         THRU 8200-EXIT.
010380     DISPLAY "CASHMON COMPLETE - " CM-CASH-ITEMS " CASH ITEMS, "
010390         CM-GROUPS-FLAGGED " CUSTOMERS FLAGGED.".
010400     IF CM-HOL-FILE-AVAILABLE
010410         CLOSE HOLIDAY-FILE
010420     END-IF.
010430     IF CM-CUST-FILE-AVAILABLE
010440         CLOSE CUSTOMER-MASTER
010450     END-IF.
010460     CLOSE ACCOUNT-MASTER.
010470     CLOSE TRANSACTION-HISTORY.
010480     CLOSE CASH-WORK-FILE.
010490     CLOSE REPORT-FILE.
010500 8000-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540* 8200-WRITE-RUN-LOG
010550*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
010560*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
010570*     REWRITES THE RECORD FOR ITS DATE.
010580*****************************************************************
010590 8200-WRITE-RUN-LOG.
010600     OPEN I-O RUN-LOG-FILE.
010610     IF CM-RUN-FILE-STATUS NOT = "00"
010620         OPEN OUTPUT RUN-LOG-FILE
010630         CLOSE RUN-LOG-FILE
010640         OPEN I-O RUN-LOG-FILE
010650     END-IF.
010660     IF CM-RUN-FILE-STATUS NOT = "00"
010670         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
010680             CM-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
010690         GO TO 8200-EXIT
010700     END-IF.
010710     MOVE CM-RUN-DATE          TO RUN-DATE.
010720     MOVE "CASHMON"            TO RUN-JOB.
010730     MOVE CM-START-TIME        TO RUN-START-TIME.
010740     ACCEPT RUN-END-TIME FROM TIME.
010750     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
010760     MOVE CM-GROUPS-FLAGGED    TO RUN-RECORDS.
010770     MOVE CM-RUN-OUTCOME       TO RUN-OUTCOME.
010780     WRITE RUN-RECORD
010790         INVALID KEY
010800             REWRITE RUN-RECORD
010810     END-WRITE.
010820     CLOSE RUN-LOG-FILE.
010830 8200-EXIT.
010840     EXIT.
