000010*================================================================
000020* ESCHEAT.COB
000030* PROGRAM-ID: ESCHEAT
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     ANNUAL UNCLAIMED PROPERTY (ESCHEATMENT) RUN.  WALKS THE
000110*     ACCOUNT MASTER AND, FOR EACH DORMANT ACCOUNT, SCANS THE
000120*     KEYED TRANSACTION HISTORY FOR ANY OWNER-INITIATED POSTING
000130*     (D/W/X/Y AND THE R/V REVERSALS - THE SAME TEST DORMRPT
000140*     USES) SINCE THE BUSINESS DATE LESS THE STATUTORY PERIOD,
000150*     CTL-ESCHEAT-MONTHS ON THE CONTROL FILE.  AN ACCOUNT WITH
000160*     NOTHING IN THE PERIOD IS PAST THE STATUTORY PERIOD AND ITS
000170*     BALANCE IS DUE TO THE STATE.  THE RUN HAS TWO STAGES -
000180*       DUE DILIGENCE - UP TO AND INCLUDING THE CUT-OFF DATE ON
000190*       SYSIN, OR WHEN NO CUT-OFF IS GIVEN, THE RUN ONLY LISTS
000200*       THE ACCOUNTS WITH THEIR OWNERS NAME AND ADDRESS OFF THE
000210*       CUSTOMER MASTER, SO THE BRANCHES CAN TRY TO REACH THE
000220*       OWNER.  AN OWNER WHO COMES IN HAS THE ACCOUNT WOKEN UP
000230*       AT THE COUNTER, AND IT DROPS OFF THE NEXT RUN.
000240*       TRANSFER - AFTER THE CUT-OFF DATE THE SAME SELECTION IS
000250*       MADE AGAIN, AND EACH REMAINING BALANCE IS POSTED OUT TO
000260*       THE UNCLAIMED PROPERTY SUSPENSE LEDGER AS AN "E"
000270*       POSTING, THE ACCOUNT IS CLOSED WITH STATUS "E", AND THE
000280*       OWNER AND AMOUNT GO ON THE STATE HOLDER REPORT FILE.
000290*     AN ACCOUNT UNDER AN ACTIVE HOLD OR FREEZE, OR WITH NOTHING
000300*     TO REMIT (A NIL OR OVERDRAWN BALANCE), IS LISTED BUT NEVER
000310*     TRANSFERRED - THOSE GO TO THE BRANCH OR LEGAL BY HAND.
000320*     RUN ON REQUEST FROM JCL - SEE JCL/ESCHEAT.JCL.
000330*----------------------------------------------------------------
000340* MAINTENANCE HISTORY
000350* DATE       INIT  DESCRIPTION
000360* ---------- ----  ------------------------------------------
000370* 2026-10-15  RLD  ORIGINAL PROGRAM.
000380* 2026-10-15  RLD  A TRANSFER RUN NOW REFUSES TO START OUTSIDE THE
000390*                  NIGHT BATCH WINDOW OR WHILE THE SESSION
000400*                  REGISTER SHOWS A TELLER STILL SIGNED ON, UNLESS
000410*                  THE OPERATOR KEYS OVERRIDE ON THE SYSIN CARD
000420*                  AFTER THE CUT-OFF DATE.
000430* 2026-10-15  RLD  A RUN REFUSED AT START-UP NO LONGER GOES ON TO
000440*                  THE ACCOUNT PASS, AND TERMINATION CLOSES ONLY
000450*                  THE FILES THAT WERE OPENED.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. ESCHEAT.
000490 AUTHOR. R L DAWSON.
000500 INSTALLATION. MAIN STREET DATA CENTER.
000510 DATE-WRITTEN. 2026-10-15.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS ACCT-NUMBER
000610         FILE STATUS IS ES-ACCT-FILE-STATUS.
000620
000630     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS TRANH-KEY
000670         FILE STATUS IS ES-HIST-FILE-STATUS.
000680
000690     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS ES-TRAN-FILE-STATUS.
000730
000740     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CUST-NUMBER
000780         FILE STATUS IS ES-CUST-FILE-STATUS.
000790
000800     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HLD-KEY
000840         FILE STATUS IS ES-HLD-FILE-STATUS.
000850
000860     SELECT HOLDER-REPORT-FILE ASSIGN TO "UPRFILE"
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS ES-UPR-FILE-STATUS.
000900
000910     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS CTL-KEY
000950         FILE STATUS IS ES-CTL-FILE-STATUS.
000960
000970     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SES-TELLER-ID
001010         FILE STATUS IS ES-SES-FILE-STATUS.
001020
001030     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS ES-RPT-FILE-STATUS.
001060
001070     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS RUN-KEY
001110         FILE STATUS IS ES-RUN-FILE-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150*----------------------------------------------------------------
001160* ACCOUNT MASTER - ONE RECORD PER CUSTOMER ACCOUNT
001170*----------------------------------------------------------------
001180 FD  ACCOUNT-MASTER
001190     LABEL RECORDS ARE STANDARD.
001200     COPY ACCTREC.
001210
001220*----------------------------------------------------------------
001230* KEYED TRANSACTION HISTORY - SCANNED PER ACCOUNT FOR OWNER
001240* ACTIVITY, AND CARRIES THE TRANSFER POSTINGS
001250*----------------------------------------------------------------
001260 FD  TRANSACTION-HISTORY
001270     LABEL RECORDS ARE STANDARD.
001280     COPY TRNHREC.
001290
001300*----------------------------------------------------------------
001310* TRANSACTION LOG - THE TRANSFER POSTINGS, EXTENDED
001320*----------------------------------------------------------------
001330 FD  TRANSACTION-LOG
001340     LABEL RECORDS ARE STANDARD.
001350     COPY TRANREC.
001360
001370*----------------------------------------------------------------
001380* CUSTOMER MASTER - THE OWNERS NAME AND ADDRESS
001390*----------------------------------------------------------------
001400 FD  CUSTOMER-MASTER
001410     LABEL RECORDS ARE STANDARD.
001420     COPY CUSTREC.
001430
001440*----------------------------------------------------------------
001450* ACCOUNT HOLDS AND FREEZES - A HELD ACCOUNT IS NOT TRANSFERRED
001460*----------------------------------------------------------------
001470 FD  HOLD-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY HLDREC.
001500
001510*----------------------------------------------------------------
001520* STATE HOLDER REPORT - WRITTEN ON A TRANSFER RUN ONLY
001530*----------------------------------------------------------------
001540 FD  HOLDER-REPORT-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY UPRREC.
001570
001580*----------------------------------------------------------------
001590* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001600*----------------------------------------------------------------
001610 FD  CONTROL-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY CTLREC.
001640
001650*----------------------------------------------------------------
001660* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
001670*----------------------------------------------------------------
001680 FD  SESSION-REGISTER
001690     LABEL RECORDS ARE STANDARD.
001700     COPY SESREC.
001710
001720*----------------------------------------------------------------
001730* PRINTED DUE-DILIGENCE LIST / TRANSFER REGISTER
001740*----------------------------------------------------------------
001750 FD  REPORT-FILE
001760     LABEL RECORDS ARE OMITTED.
001770 01  REPORT-RECORD                PIC X(80).
001780
001790*----------------------------------------------------------------
001800* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001810*----------------------------------------------------------------
001820 FD  RUN-LOG-FILE
001830     LABEL RECORDS ARE STANDARD.
001840     COPY RUNREC.
001850
001860 WORKING-STORAGE SECTION.
001870*----------------------------------------------------------------
001880* FILE STATUS AND CONTROL SWITCHES
001890*----------------------------------------------------------------
001900 77  ES-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001910 77  ES-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001920 77  ES-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
001930 77  ES-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001940 77  ES-HLD-FILE-STATUS       PIC X(02) VALUE "00".
001950 77  ES-UPR-FILE-STATUS       PIC X(02) VALUE "00".
001960 77  ES-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001970 77  ES-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001980 77  ES-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001990
002000 77  ES-ABORT-SW              PIC X(01) VALUE "N".
002010     88  ES-RUN-ABORTED               VALUE "Y".
002020
002030 77  ES-ACCT-EOF-SW           PIC X(01) VALUE "N".
002040     88  ES-END-OF-ACCOUNTS           VALUE "Y".
002050
002060 77  ES-SCAN-DONE-SW          PIC X(01) VALUE "N".
002070     88  ES-SCAN-IS-DONE              VALUE "Y".
002080
002090 77  ES-ACTIVITY-SW           PIC X(01) VALUE "N".
002100     88  ES-ACTIVITY-FOUND            VALUE "Y".
002110
002120 77  ES-HLD-AVAIL-SW          PIC X(01) VALUE "N".
002130     88  ES-HOLD-FILE-AVAILABLE       VALUE "Y".
002140
002150 77  ES-HLD-EOF-SW            PIC X(01) VALUE "N".
002160     88  ES-END-OF-HOLDS              VALUE "Y".
002170
002180 77  ES-HELD-SW               PIC X(01) VALUE "N".
002190     88  ES-ACCOUNT-HELD              VALUE "Y".
002200
002210 77  ES-OWNER-SW              PIC X(01) VALUE "N".
002220     88  ES-OWNER-FOUND               VALUE "Y".
002230
002240 77  ES-HIST-DONE-SW          PIC X(01) VALUE "N".
002250     88  ES-HISTORY-WRITTEN           VALUE "Y".
002260
002270 77  ES-RPT-OPEN-SW           PIC X(01) VALUE "N".
002280     88  ES-REPORT-IS-OPEN            VALUE "Y".
002290
002300 77  ES-ACCT-OPEN-SW          PIC X(01) VALUE "N".
002310     88  ES-ACCT-MASTER-IS-OPEN       VALUE "Y".
002320
002330 77  ES-HIST-OPEN-SW          PIC X(01) VALUE "N".
002340     88  ES-HISTORY-IS-OPEN           VALUE "Y".
002350
002360 77  ES-CUST-OPEN-SW          PIC X(01) VALUE "N".
002370     88  ES-CUST-MASTER-IS-OPEN       VALUE "Y".
002380
002390 77  ES-TRAN-OPEN-SW          PIC X(01) VALUE "N".
002400     88  ES-TRAN-LOG-IS-OPEN          VALUE "Y".
002410
002420 77  ES-UPR-OPEN-SW           PIC X(01) VALUE "N".
002430     88  ES-HOLDER-RPT-IS-OPEN        VALUE "Y".
002440
002450*    "L" LISTS ONLY - THE DUE-DILIGENCE STAGE.  "T" POSTS THE
002460*    TRANSFERS AND WRITES THE HOLDER REPORT.
002470 77  ES-MODE-SW               PIC X(01) VALUE "L".
002480     88  ES-LIST-ONLY                 VALUE "L".
002490     88  ES-TRANSFER-RUN              VALUE "T".
002500
002510*----------------------------------------------------------------
002520* RUN PARAMETERS AND PERIOD DATE WORK FIELDS
002530*----------------------------------------------------------------
002540 77  ES-RUN-DATE              PIC 9(08).
002550 77  ES-ESCHEAT-MONTHS        PIC 9(03) VALUE 36.
002560*        FALLBACK MATCHES THE BANKEOD SEED
002570 77  ES-RETAIN-MONTHS         PIC 9(03) VALUE 48.
002580*        ONLINE-HISTORY RETENTION IN EFFECT - THE FALLBACK
002590*        MATCHES THE BANKEOD SEED AND THE HISTPRG DEFAULT
002600 77  ES-SYSIN-CUTOFF          PIC X(08) VALUE SPACES.
002610 77  ES-CUTOFF-DATE           PIC 9(08) VALUE 0.
002620 77  ES-PERIOD-DATE           PIC 9(08).
002630 01  ES-WORK-DATE.
002640     05  ES-WORK-YEAR         PIC 9(04).
002650     05  ES-WORK-MONTH        PIC 9(02).
002660     05  ES-WORK-DAY          PIC 9(02).
002670 01  ES-WORK-DATE-NUM REDEFINES ES-WORK-DATE
002680                              PIC 9(08).
002690 77  ES-TOTAL-MONTHS          PIC S9(07) COMP.
002700 77  ES-MONTH-QUOTIENT        PIC S9(05) COMP.
002710 77  ES-MONTH-REMAINDER       PIC S9(03) COMP.
002720
002730*----------------------------------------------------------------
002740* THE ACCOUNT IN HAND - LAST OWNER ACTIVITY FOUND, THE AMOUNT
002750* TRANSFERRED, AND THE POSTING IDS THE RUN STAMPS
002760*----------------------------------------------------------------
002770 77  ES-LAST-ACTIVITY         PIC 9(08) VALUE 0.
002780 77  ES-TRANSFER-AMOUNT       PIC S9(09)V99 VALUE 0.
002790 77  ES-CURRENT-TIME          PIC 9(08).
002800 77  ES-TELLER-ID             PIC X(05) VALUE "*ESC*".
002810 77  ES-BRANCH-ID             PIC X(04) VALUE "HQ".
002820
002830*----------------------------------------------------------------
002840* RUN COUNTERS AND TOTALS
002850*----------------------------------------------------------------
002860 77  ES-ACCOUNTS-READ         PIC 9(07) COMP VALUE 0.
002870 77  ES-DORMANT-REVIEWED      PIC 9(07) COMP VALUE 0.
002880 77  ES-NOT-YET-DUE           PIC 9(07) COMP VALUE 0.
002890 77  ES-PAST-PERIOD           PIC 9(07) COMP VALUE 0.
002900 77  ES-EXCL-HELD             PIC 9(07) COMP VALUE 0.
002910 77  ES-EXCL-NIL              PIC 9(07) COMP VALUE 0.
002920 77  ES-NO-OWNER              PIC 9(07) COMP VALUE 0.
002930 77  ES-DUE-COUNT             PIC 9(07) COMP VALUE 0.
002940 77  ES-DUE-AMOUNT            PIC S9(13)V99 VALUE 0.
002950 77  ES-TRANSFER-COUNT        PIC 9(07) COMP VALUE 0.
002960 77  ES-TRANSFER-TOTAL        PIC S9(13)V99 VALUE 0.
002970 77  ES-ALREADY-ESCHEATED     PIC 9(07) COMP VALUE 0.
002980
002990*----------------------------------------------------------------
003000* REPORT LINE LAYOUTS
003010*----------------------------------------------------------------
003020 01  ES-TITLE-LINE.
003030     05  ES-T-TEXT            PIC X(42).
003040     05  ES-T-DATE            PIC 9(08).
003050     05  FILLER               PIC X(30) VALUE SPACES.
003060
003070 01  ES-PERIOD-LINE.
003080     05  FILLER               PIC X(25) VALUE
003090         "NO OWNER ACTIVITY SINCE: ".
003100     05  ES-P-DATE            PIC 9(08).
003110     05  FILLER               PIC X(10) VALUE "  PERIOD:".
003120     05  ES-P-MONTHS          PIC Z(2)9.
003130     05  FILLER               PIC X(07) VALUE " MONTHS".
003140     05  FILLER               PIC X(27) VALUE SPACES.
003150
003160 01  ES-CUTOFF-LINE.
003170     05  FILLER               PIC X(25) VALUE
003180         "TRANSFER CUT-OFF DATE:   ".
003190     05  ES-C-DATE            PIC 9(08).
003200     05  FILLER               PIC X(02) VALUE SPACES.
003210     05  ES-C-TEXT            PIC X(45).
003220
003230 01  ES-COLUMN-LINE-1.
003240     05  FILLER               PIC X(12) VALUE "ACCOUNT".
003250     05  FILLER               PIC X(31) VALUE "OWNER".
003260     05  FILLER               PIC X(09) VALUE "LAST ACT".
003270     05  FILLER               PIC X(14) VALUE "      BALANCE".
003280     05  FILLER               PIC X(14) VALUE "ACTION".
003290
003300 01  ES-COLUMN-LINE-2.
003310     05  FILLER               PIC X(12) VALUE SPACES.
003320     05  FILLER               PIC X(31) VALUE "ADDRESS".
003330     05  FILLER               PIC X(37) VALUE "CITY".
003340
003350 01  ES-DETAIL-LINE.
003360     05  ES-D-ACCOUNT         PIC 9(10).
003370     05  FILLER               PIC X(02) VALUE SPACES.
003380     05  ES-D-NAME            PIC X(30).
003390     05  FILLER               PIC X(01) VALUE SPACES.
003400     05  ES-D-LAST            PIC X(08).
003410     05  FILLER               PIC X(01) VALUE SPACES.
003420     05  ES-D-BALANCE         PIC -(9)9.99.
003430     05  FILLER               PIC X(01) VALUE SPACES.
003440     05  ES-D-ACTION          PIC X(14).
003450
003460 01  ES-ADDRESS-LINE.
003470     05  FILLER               PIC X(12) VALUE SPACES.
003480     05  ES-A-ADDRESS         PIC X(30).
003490     05  FILLER               PIC X(01) VALUE SPACES.
003500     05  ES-A-CITY            PIC X(20).
003510     05  FILLER               PIC X(01) VALUE SPACES.
003520     05  ES-A-CUSTOMER        PIC X(16).
003530
003540 01  ES-CUST-TEXT.
003550     05  FILLER               PIC X(09) VALUE "CUSTOMER ".
003560     05  ES-CT-NUMBER         PIC 9(06).
003570     05  FILLER               PIC X(01) VALUE SPACES.
003580
003590 01  ES-EXCEPTION-LINE.
003600     05  FILLER               PIC X(12) VALUE SPACES.
003610     05  FILLER               PIC X(04) VALUE "*** ".
003620     05  ES-X-TEXT            PIC X(64).
003630
003640 01  ES-TOTAL-LINE.
003650     05  ES-TL-TEXT           PIC X(40).
003660     05  ES-TL-COUNT          PIC Z(6)9.
003670     05  FILLER               PIC X(02) VALUE SPACES.
003680     05  ES-TL-AMOUNT         PIC Z(12)9.99-.
003690     05  FILLER               PIC X(14) VALUE SPACES.
003700
003710*----------------------------------------------------------------
003720* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003730* COMPLETION RECORD WRITTEN AT TERMINATION
003740*----------------------------------------------------------------
003750 77  ES-START-TIME            PIC 9(08) VALUE 0.
003760 77  ES-RUN-OUTCOME           PIC X(01) VALUE "C".
003770
003780*----------------------------------------------------------------
003790* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
003800* AT START-UP
003810*----------------------------------------------------------------
003820 77  ES-SES-FILE-STATUS       PIC X(02) VALUE "00".
003830 77  ES-LOCKOUT-SW            PIC X(01) VALUE "N".
003840     88  ES-LOCKED-OUT                 VALUE "Y".
003850 77  ES-SES-EOF-SW            PIC X(01) VALUE "N".
003860     88  ES-END-OF-REGISTER            VALUE "Y".
003870 77  ES-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
003880 77  ES-OVERRIDE-IN           PIC X(08).
003890 PROCEDURE DIVISION.
003900*****************************************************************
003910* 0000-MAINLINE
003920*****************************************************************
003930 0000-MAINLINE.
003940     PERFORM 1000-INITIALIZE
003950         THRU 1000-EXIT.
003960     IF NOT ES-RUN-ABORTED
003970         PERFORM 2000-PROCESS-ACCOUNTS
003980             THRU 2000-EXIT
003990             UNTIL ES-END-OF-ACCOUNTS
004000         PERFORM 6000-PRINT-TOTALS
004010             THRU 6000-EXIT
004020     END-IF.
004030     PERFORM 8000-TERMINATE
004040         THRU 8000-EXIT.
004050     STOP RUN.
004060
004070*****************************************************************
004080* 1000-INITIALIZE
004090*     A TRANSFER RUN NEEDS THE LOG AND THE HOLDER REPORT FILE AS
004100*     WELL AS THE MASTERS - ANY OF THEM MISSING STOPS THE RUN
004110*     BEFORE A SINGLE BALANCE IS MOVED.  NO HOLD FILE ON DISK
004120*     (35) MEANS NO HOLD HAS EVER BEEN PLACED.
004130*****************************************************************
004140 1000-INITIALIZE.
004150     DISPLAY "ESCHEAT - UNCLAIMED PROPERTY RUN".
004160     ACCEPT ES-START-TIME FROM TIME.
004170     PERFORM 1050-READ-CONTROL
004180         THRU 1050-EXIT.
004190     IF ES-RUN-ABORTED
004200         GO TO 1000-EXIT
004210     END-IF.
004220     PERFORM 1100-SET-CUTOFF-DATE
004230         THRU 1100-EXIT.
004240     PERFORM 1150-SET-PERIOD-DATE
004250         THRU 1150-EXIT.
004260     IF ES-TRANSFER-RUN
004270         PERFORM 1080-CHECK-BATCH-WINDOW
004280             THRU 1080-EXIT
004290         IF ES-LOCKED-OUT
004300             MOVE "Y" TO ES-ABORT-SW
004310             MOVE "F" TO ES-RUN-OUTCOME
004320             GO TO 1000-EXIT
004330         END-IF
004340     END-IF.
004350     OPEN I-O ACCOUNT-MASTER.
004360     IF ES-ACCT-FILE-STATUS NOT = "00"
004370         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
004380             ES-ACCT-FILE-STATUS
004390         MOVE "Y" TO ES-ABORT-SW
004400         MOVE "F" TO ES-RUN-OUTCOME
004410         GO TO 1000-EXIT
004420     END-IF.
004430     MOVE "Y" TO ES-ACCT-OPEN-SW.
004440     IF ES-TRANSFER-RUN
004450         OPEN I-O TRANSACTION-HISTORY
004460     ELSE
004470         OPEN INPUT TRANSACTION-HISTORY
004480     END-IF.
004490     IF ES-HIST-FILE-STATUS NOT = "00"
004500         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
004510             ES-HIST-FILE-STATUS
004520         MOVE "Y" TO ES-ABORT-SW
004530         MOVE "F" TO ES-RUN-OUTCOME
004540         GO TO 1000-EXIT
004550     END-IF.
004560     MOVE "Y" TO ES-HIST-OPEN-SW.
004570     OPEN INPUT CUSTOMER-MASTER.
004580     IF ES-CUST-FILE-STATUS NOT = "00"
004590         DISPLAY "CANNOT OPEN CUSTOMER MASTER, STATUS = "
004600             ES-CUST-FILE-STATUS
004610         MOVE "Y" TO ES-ABORT-SW
004620         MOVE "F" TO ES-RUN-OUTCOME
004630         GO TO 1000-EXIT
004640     END-IF.
004650     MOVE "Y" TO ES-CUST-OPEN-SW.
004660     OPEN INPUT HOLD-FILE.
004670     IF ES-HLD-FILE-STATUS = "00"
004680         MOVE "Y" TO ES-HLD-AVAIL-SW
004690     ELSE
004700         IF ES-HLD-FILE-STATUS NOT = "35"
004710             DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
004720                 ES-HLD-FILE-STATUS
004730             MOVE "Y" TO ES-ABORT-SW
004740             MOVE "F" TO ES-RUN-OUTCOME
004750             GO TO 1000-EXIT
004760         END-IF
004770     END-IF.
004780     IF ES-TRANSFER-RUN
004790         PERFORM 1200-OPEN-TRANSFER-FILES
004800             THRU 1200-EXIT
004810         IF ES-RUN-ABORTED
004820             GO TO 1000-EXIT
004830         END-IF
004840     END-IF.
004850     OPEN OUTPUT REPORT-FILE.
004860     IF ES-RPT-FILE-STATUS NOT = "00"
004870         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
004880             ES-RPT-FILE-STATUS
004890         MOVE "Y" TO ES-ABORT-SW
004900         MOVE "F" TO ES-RUN-OUTCOME
004910         GO TO 1000-EXIT
004920     END-IF.
004930     MOVE "Y" TO ES-RPT-OPEN-SW.
004940     PERFORM 1300-PRINT-HEADINGS
004950         THRU 1300-EXIT.
004960     MOVE ZERO TO ACCT-NUMBER.
004970     START ACCOUNT-MASTER
004980         KEY IS GREATER THAN OR EQUAL ACCT-NUMBER
004990         INVALID KEY
005000             MOVE "Y" TO ES-ACCT-EOF-SW
005010     END-START.
005020     IF NOT ES-END-OF-ACCOUNTS
005030         PERFORM 2100-READ-ACCOUNT
005040             THRU 2100-EXIT
005050     END-IF.
005060 1000-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* PICKS UP THE BUSINESS DATE AND THE STATUTORY PERIOD FROM THE
005110* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
005120* THE RUN FALLS BACK TO THE SYSTEM DATE AND THE STANDARD
005130* PERIOD, WITH A WARNING ON THE OPERATOR LOG.
005140*----------------------------------------------------------------
005150 1050-READ-CONTROL.
005160     OPEN INPUT CONTROL-FILE.
005170     IF ES-CTL-FILE-STATUS NOT = "00"
005180         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
005190             ES-CTL-FILE-STATUS " - USING SYSTEM DATE."
005200         ACCEPT ES-RUN-DATE FROM DATE YYYYMMDD
005210         GO TO 1050-EXIT
005220     END-IF.
005230     MOVE "1" TO CTL-KEY.
005240     READ CONTROL-FILE
005250         INVALID KEY
005260             DISPLAY "WARNING - NO CONTROL RECORD - USING "
005270                 "SYSTEM DATE."
005280             ACCEPT ES-RUN-DATE FROM DATE YYYYMMDD
005290             CLOSE CONTROL-FILE
005300             GO TO 1050-EXIT
005310     END-READ.
005320     MOVE CTL-BUSINESS-DATE TO ES-RUN-DATE.
005330*    AN OLDER CONTROL RECORD MAY STILL CARRY FILLER SPACES
005340*    WHERE THE STATUTORY PERIOD NOW LIVES - THE CLASS TEST KEEPS
005350*    A SPACE-FILLED FIELD OUT OF THE COMPARE.
005360     IF CTL-ESCHEAT-MONTHS NUMERIC
005370         AND CTL-ESCHEAT-MONTHS > ZERO
005380         MOVE CTL-ESCHEAT-MONTHS TO ES-ESCHEAT-MONTHS
005390     END-IF.
005400     IF CTL-HIST-RETAIN-MONTHS NUMERIC
005410         AND CTL-HIST-RETAIN-MONTHS > ZERO
005420         MOVE CTL-HIST-RETAIN-MONTHS TO ES-RETAIN-MONTHS
005430     END-IF.
005440*    THE SCAN PROVES OWNER ACTIVITY FROM THE ONLINE HISTORY
005450*    ONLY - IF HISTPRG ARCHIVES POSTINGS OFF BEFORE THE
005460*    STATUTORY PERIOD CLOSES, AN OWNER WHO LAST USED THE ACCOUNT
005470*    BETWEEN THE TWO CUT-OFFS WOULD HAVE THEIR MONEY SENT TO THE
005480*    STATE IN ERROR.  REFUSE THE RUN RATHER THAN RISK IT.
005490     IF ES-RETAIN-MONTHS < ES-ESCHEAT-MONTHS
005500         DISPLAY "HISTORY RETENTION (" ES-RETAIN-MONTHS
005510             " MONTHS) IS SHORTER THAN THE STATUTORY PERIOD ("
005520             ES-ESCHEAT-MONTHS " MONTHS) - RUN REFUSED."
005530         DISPLAY "RAISE CTL-HIST-RETAIN-MONTHS AND RERUN."
005540         MOVE "Y" TO ES-ABORT-SW
005550         MOVE "F" TO ES-RUN-OUTCOME
005560     END-IF.
005570     CLOSE CONTROL-FILE.
005580 1050-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620* A TRANSFER RUN POSTS OUT AND CLOSES ACCOUNTS A TELLER COULD
005630* STILL HAVE IN HAND - THE LISTING RUN IS NOT CHECKED -
005640* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
005650* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
005660* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
005670* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
005680*----------------------------------------------------------------
005690 1080-CHECK-BATCH-WINDOW.
005700     MOVE "N" TO ES-LOCKOUT-SW.
005710     MOVE ZERO TO ES-SESSIONS-OPEN.
005720     PERFORM 1082-READ-WINDOW
005730         THRU 1082-EXIT.
005740     PERFORM 1084-SCAN-SESSIONS
005750         THRU 1084-EXIT.
005760     IF NOT ES-LOCKED-OUT
005770         GO TO 1080-EXIT
005780     END-IF.
005790     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
005800         "START ESCHEAT ANYWAY, ANYTHING ELSE TO STOP.".
005810     MOVE SPACES TO ES-OVERRIDE-IN.
005820     ACCEPT ES-OVERRIDE-IN.
005830     IF ES-OVERRIDE-IN = "OVERRIDE"
005840         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
005850             "THE ONLINE LOCKOUT."
005860         MOVE "N" TO ES-LOCKOUT-SW
005870     ELSE
005880         DISPLAY "ESCHEAT NOT STARTED."
005890     END-IF.
005900 1080-EXIT.
005910     EXIT.
005920
005930 1082-READ-WINDOW.
005940     OPEN INPUT CONTROL-FILE.
005950     IF ES-CTL-FILE-STATUS NOT = "00"
005960         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
005970             ES-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
005980         MOVE "Y" TO ES-LOCKOUT-SW
005990         GO TO 1082-EXIT
006000     END-IF.
006010     MOVE "W" TO CTL-KEY.
006020     READ CONTROL-FILE
006030         INVALID KEY
006040             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
006050                 "NEVER BEEN OPENED."
006060             MOVE "Y" TO ES-LOCKOUT-SW
006070             CLOSE CONTROL-FILE
006080             GO TO 1082-EXIT
006090     END-READ.
006100     IF CTL-BATCH-WINDOW-OPEN
006110         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
006120             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
006130     ELSE
006140         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
006150             "STILL SIGN ON."
006160         MOVE "Y" TO ES-LOCKOUT-SW
006170     END-IF.
006180     CLOSE CONTROL-FILE.
006190 1082-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
006240* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
006250*----------------------------------------------------------------
006260 1084-SCAN-SESSIONS.
006270     OPEN INPUT SESSION-REGISTER.
006280     IF ES-SES-FILE-STATUS = "35"
006290         GO TO 1084-EXIT
006300     END-IF.
006310     IF ES-SES-FILE-STATUS NOT = "00"
006320         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
006330             ES-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
006340         MOVE "Y" TO ES-LOCKOUT-SW
006350         GO TO 1084-EXIT
006360     END-IF.
006370     MOVE "N" TO ES-SES-EOF-SW.
006380     MOVE LOW-VALUES TO SES-TELLER-ID.
006390     START SESSION-REGISTER
006400         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
006410         INVALID KEY
006420             MOVE "Y" TO ES-SES-EOF-SW
006430     END-START.
006440     PERFORM 1086-CHECK-ONE-SESSION
006450         THRU 1086-EXIT
006460         UNTIL ES-END-OF-REGISTER.
006470     CLOSE SESSION-REGISTER.
006480     IF ES-SESSIONS-OPEN > ZERO
006490         DISPLAY ES-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
006500         MOVE "Y" TO ES-LOCKOUT-SW
006510     END-IF.
006520 1084-EXIT.
006530     EXIT.
006540
006550 1086-CHECK-ONE-SESSION.
006560     READ SESSION-REGISTER NEXT RECORD
006570         AT END
006580             MOVE "Y" TO ES-SES-EOF-SW
006590             GO TO 1086-EXIT
006600     END-READ.
006610     IF ES-SES-FILE-STATUS NOT = "00"
006620         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
006630             ES-SES-FILE-STATUS
006640         MOVE "Y" TO ES-LOCKOUT-SW
006650         MOVE "Y" TO ES-SES-EOF-SW
006660         GO TO 1086-EXIT
006670     END-IF.
006680     IF SES-OPEN-COUNT > ZERO
006690         ADD 1 TO ES-SESSIONS-OPEN
006700         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
006710             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
006720             SES-SIGNON-TIME
006730     END-IF.
006740 1086-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* THE TRANSFER CUT-OFF DATE IS READ FROM SYSIN.  A MISSING OR
006790* NON-NUMERIC CARD MEANS NO CUT-OFF HAS BEEN SET YET - THE RUN
006800* ONLY LISTS.  BALANCES MOVE ONLY ON A RUN AFTER THE CUT-OFF.
006810*----------------------------------------------------------------
006820 1100-SET-CUTOFF-DATE.
006830     ACCEPT ES-SYSIN-CUTOFF.
006840     IF ES-SYSIN-CUTOFF IS NUMERIC
006850         AND ES-SYSIN-CUTOFF NOT = "00000000"
006860         MOVE ES-SYSIN-CUTOFF TO ES-CUTOFF-DATE
006870     END-IF.
006880     IF ES-CUTOFF-DATE > ZERO
006890         AND ES-RUN-DATE > ES-CUTOFF-DATE
006900         MOVE "T" TO ES-MODE-SW
006910         DISPLAY "TRANSFER RUN - CUT-OFF DATE " ES-CUTOFF-DATE
006920             " HAS PASSED."
006930     ELSE
006940         DISPLAY "DUE-DILIGENCE LIST ONLY - NO BALANCE WILL "
006950             "BE MOVED."
006960     END-IF.
006970 1100-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010* SETS ES-PERIOD-DATE TO THE RUN DATE LESS THE STATUTORY PERIOD,
007020* THE SAME WAY DORMRPT SETS ITS CUT-OFF - YEAR AND MONTH ARE
007030* WALKED BACK THROUGH A TOTAL-MONTHS FIGURE AND THE DAY IS KEPT,
007040* PULLED BACK TO THE END OF A SHORT MONTH.
007050*----------------------------------------------------------------
007060 1150-SET-PERIOD-DATE.
007070     MOVE ES-RUN-DATE TO ES-WORK-DATE-NUM.
007080     COMPUTE ES-TOTAL-MONTHS =
007090         (ES-WORK-YEAR * 12) + ES-WORK-MONTH - 1
007100         - ES-ESCHEAT-MONTHS.
007110     DIVIDE ES-TOTAL-MONTHS BY 12 GIVING ES-MONTH-QUOTIENT
007120         REMAINDER ES-MONTH-REMAINDER.
007130     MOVE ES-MONTH-QUOTIENT TO ES-WORK-YEAR.
007140     COMPUTE ES-WORK-MONTH = ES-MONTH-REMAINDER + 1.
007150     IF ES-WORK-DAY > 28 AND ES-WORK-MONTH = 2
007160         MOVE 28 TO ES-WORK-DAY
007170     END-IF.
007180     IF ES-WORK-DAY > 30
007190         AND (ES-WORK-MONTH = 4 OR ES-WORK-MONTH = 6
007200         OR ES-WORK-MONTH = 9 OR ES-WORK-MONTH = 11)
007210         MOVE 30 TO ES-WORK-DAY
007220     END-IF.
007230     MOVE ES-WORK-DATE-NUM TO ES-PERIOD-DATE.
007240 1150-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------
007280* THE TRANSFER POSTINGS GO ON THE END OF THE DAYS LOG, SO EODRPT
007290* AND GLEXTR PICK THEM UP TONIGHT.  THE HOLDER REPORT IS A NEW
007300* FILE EVERY TRANSFER RUN.
007310*----------------------------------------------------------------
007320 1200-OPEN-TRANSFER-FILES.
007330     OPEN EXTEND TRANSACTION-LOG.
007340     IF ES-TRAN-FILE-STATUS NOT = "00"
007350         OPEN OUTPUT TRANSACTION-LOG
007360         CLOSE TRANSACTION-LOG
007370         OPEN EXTEND TRANSACTION-LOG
007380     END-IF.
007390     IF ES-TRAN-FILE-STATUS NOT = "00"
007400         DISPLAY "CANNOT OPEN TRANSACTION LOG, STATUS = "
007410             ES-TRAN-FILE-STATUS
007420         MOVE "Y" TO ES-ABORT-SW
007430         MOVE "F" TO ES-RUN-OUTCOME
007440         GO TO 1200-EXIT
007450     END-IF.
007460     MOVE "Y" TO ES-TRAN-OPEN-SW.
007470     OPEN OUTPUT HOLDER-REPORT-FILE.
007480     IF ES-UPR-FILE-STATUS NOT = "00"
007490         DISPLAY "CANNOT OPEN HOLDER REPORT FILE, STATUS = "
007500             ES-UPR-FILE-STATUS
007510         MOVE "Y" TO ES-ABORT-SW
007520         MOVE "F" TO ES-RUN-OUTCOME
007530         GO TO 1200-EXIT
007540     END-IF.
007550     MOVE "Y" TO ES-UPR-OPEN-SW.
007560 1200-EXIT.
007570     EXIT.
007580
007590 1300-PRINT-HEADINGS.
007600     IF ES-TRANSFER-RUN
007610         MOVE "UNCLAIMED PROPERTY TRANSFER REGISTER - "
007620             TO ES-T-TEXT
007630     ELSE
007640         MOVE "UNCLAIMED PROPERTY DUE-DILIGENCE LIST - "
007650             TO ES-T-TEXT
007660     END-IF.
007670     MOVE ES-RUN-DATE TO ES-T-DATE.
007680     WRITE REPORT-RECORD FROM ES-TITLE-LINE.
007690     MOVE ES-PERIOD-DATE TO ES-P-DATE.
007700     MOVE ES-ESCHEAT-MONTHS TO ES-P-MONTHS.
007710     WRITE REPORT-RECORD FROM ES-PERIOD-LINE.
007720     IF ES-CUTOFF-DATE = ZERO
007730         MOVE "NO CUT-OFF DATE GIVEN - LIST ONLY"
007740             TO REPORT-RECORD
007750         WRITE REPORT-RECORD
007760     ELSE
007770         MOVE ES-CUTOFF-DATE TO ES-C-DATE
007780         IF ES-TRANSFER-RUN
007790             MOVE "PASSED - BALANCES TRANSFERRED"
007800                 TO ES-C-TEXT
007810         ELSE
007820             MOVE "OWNERS MAY RESPOND UNTIL THIS DATE"
007830                 TO ES-C-TEXT
007840         END-IF
007850         WRITE REPORT-RECORD FROM ES-CUTOFF-LINE
007860     END-IF.
007870     MOVE SPACES TO REPORT-RECORD.
007880     WRITE REPORT-RECORD.
007890     WRITE REPORT-RECORD FROM ES-COLUMN-LINE-1.
007900     WRITE REPORT-RECORD FROM ES-COLUMN-LINE-2.
007910 1300-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950* 2000-PROCESS-ACCOUNTS
007960*     ONE PASS = ONE ACCOUNT RECORD ALREADY IN THE RECORD AREA.
007970*     ONLY DORMANT ACCOUNTS OPENED BEFORE THE PERIOD DATE ARE
007980*     REVIEWED - AN ACTIVE ACCOUNT HAS AN OWNER USING IT, AND A
007990*     CLOSED ONE HAS NOTHING LEFT TO CLAIM.
008000*****************************************************************
008010 2000-PROCESS-ACCOUNTS.
008020     ADD 1 TO ES-ACCOUNTS-READ.
008030     IF ACCT-ESCHEATED
008040         ADD 1 TO ES-ALREADY-ESCHEATED
008050     END-IF.
008060     IF ACCT-DORMANT AND ACCT-OPENED-DATE < ES-PERIOD-DATE
008070         ADD 1 TO ES-DORMANT-REVIEWED
008080         PERFORM 3000-REVIEW-ACCOUNT
008090             THRU 3000-EXIT
008100     END-IF.
008110     PERFORM 2100-READ-ACCOUNT
008120         THRU 2100-EXIT.
008130 2000-EXIT.
008140     EXIT.
008150
008160 2100-READ-ACCOUNT.
008170     READ ACCOUNT-MASTER NEXT RECORD
008180         AT END
008190             MOVE "Y" TO ES-ACCT-EOF-SW
008200     END-READ.
008210 2100-EXIT.
008220     EXIT.
008230
008240*****************************************************************
008250* 3000-REVIEW-ACCOUNT
008260*     KEYED SCAN OF THE ACCOUNTS WHOLE ONLINE HISTORY.  AN OWNER
008270*     POSTING ON OR AFTER THE PERIOD DATE MEANS THE ACCOUNT IS
008280*     NOT YET DUE; OTHERWISE THE LATEST ONE BEFORE IT IS THE LAST
008290*     OWNER ACTIVITY THE HOLDER REPORT ASKS FOR.
008300*****************************************************************
008310 3000-REVIEW-ACCOUNT.
008320     MOVE "N" TO ES-SCAN-DONE-SW.
008330     MOVE "N" TO ES-ACTIVITY-SW.
008340     MOVE ZERO TO ES-LAST-ACTIVITY.
008350     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
008360     MOVE ZERO TO TRANH-DATE.
008370     MOVE ZERO TO TRANH-TIME.
008380     MOVE ZERO TO TRANH-SEQ.
008390     START TRANSACTION-HISTORY
008400         KEY IS GREATER THAN OR EQUAL TRANH-KEY
008410         INVALID KEY
008420             MOVE "Y" TO ES-SCAN-DONE-SW
008430     END-START.
008440     PERFORM 3100-SCAN-ONE-POSTING
008450         THRU 3100-EXIT
008460         UNTIL ES-SCAN-IS-DONE.
008470     IF ES-ACTIVITY-FOUND
008480         ADD 1 TO ES-NOT-YET-DUE
008490         GO TO 3000-EXIT
008500     END-IF.
008510     ADD 1 TO ES-PAST-PERIOD.
008520     PERFORM 3200-GET-OWNER
008530         THRU 3200-EXIT.
008540     PERFORM 3300-CHECK-HOLDS
008550         THRU 3300-EXIT.
008560     PERFORM 3400-LIST-ACCOUNT
008570         THRU 3400-EXIT.
008580 3000-EXIT.
008590     EXIT.
008600
008610 3100-SCAN-ONE-POSTING.
008620     READ TRANSACTION-HISTORY NEXT RECORD
008630         AT END
008640             MOVE "Y" TO ES-SCAN-DONE-SW
008650             GO TO 3100-EXIT
008660     END-READ.
008670*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
008680*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
008690*    STALE RECORD FOREVER.  THE ACCOUNT IS LEFT ALONE, AS IF
008700*    ACTIVITY HAD BEEN FOUND - NO BALANCE MOVES ON A GUESS.
008710     IF ES-HIST-FILE-STATUS NOT = "00"
008720         DISPLAY "ERROR READING HISTORY FOR ACCOUNT "
008730             ACCT-NUMBER ", STATUS = " ES-HIST-FILE-STATUS
008740         MOVE "F" TO ES-RUN-OUTCOME
008750         MOVE "Y" TO ES-ACTIVITY-SW
008760         MOVE "Y" TO ES-SCAN-DONE-SW
008770         GO TO 3100-EXIT
008780     END-IF.
008790     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
008800         MOVE "Y" TO ES-SCAN-DONE-SW
008810         GO TO 3100-EXIT
008820     END-IF.
008830     IF TRANH-IS-DEPOSIT OR TRANH-IS-WITHDRAWAL
008840         OR TRANH-IS-TRANSFER-OUT OR TRANH-IS-TRANSFER-IN
008850         OR TRANH-IS-REVERSAL-DEBIT OR TRANH-IS-REVERSAL-CREDIT
008860         IF TRANH-DATE NOT < ES-PERIOD-DATE
008870             MOVE "Y" TO ES-ACTIVITY-SW
008880             MOVE "Y" TO ES-SCAN-DONE-SW
008890         ELSE
008900             MOVE TRANH-DATE TO ES-LAST-ACTIVITY
008910         END-IF
008920     END-IF.
008930 3100-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------
008970* THE OWNERS NAME AND ADDRESS.  AN ACCOUNT FROM BEFORE THE
008980* CUSTOMER FILE, OR ONE WHOSE CUSTOMER RECORD IS GONE, IS
008990* REPORTED UNDER ITS ACCOUNT TITLE WITH NO ADDRESS - THE STATE
009000* TAKES THE PROPERTY ALL THE SAME.
009010*----------------------------------------------------------------
009020 3200-GET-OWNER.
009030     MOVE "N" TO ES-OWNER-SW.
009040     IF ACCT-CUSTOMER-NUMBER = ZERO
009050         GO TO 3200-NOT-FOUND
009060     END-IF.
009070     MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER.
009080     READ CUSTOMER-MASTER
009090         INVALID KEY
009100             GO TO 3200-NOT-FOUND
009110     END-READ.
009120     MOVE "Y" TO ES-OWNER-SW.
009130     GO TO 3200-EXIT.
009140 3200-NOT-FOUND.
009150     ADD 1 TO ES-NO-OWNER.
009160     MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER.
009170     MOVE ACCT-NAME            TO CUST-NAME.
009180     MOVE SPACES               TO CUST-ADDRESS.
009190     MOVE SPACES               TO CUST-CITY.
009200 3200-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------
009240* ANY ACTIVE, UNEXPIRED HOLD - UNCOLLECTED, GARNISHMENT OR
009250* FREEZE - KEEPS THE BALANCE HERE.  SOMEONE HAS A CLAIM ON IT,
009260* AND THE BRANCH OR LEGAL MUST SETTLE THAT FIRST.
009270*----------------------------------------------------------------
009280 3300-CHECK-HOLDS.
009290     MOVE "N" TO ES-HELD-SW.
009300     IF NOT ES-HOLD-FILE-AVAILABLE
009310         GO TO 3300-EXIT
009320     END-IF.
009330     MOVE "N" TO ES-HLD-EOF-SW.
009340     MOVE ACCT-NUMBER TO HLD-ACCOUNT.
009350     MOVE ZERO TO HLD-SEQ.
009360     START HOLD-FILE
009370         KEY IS GREATER THAN OR EQUAL HLD-KEY
009380         INVALID KEY
009390             MOVE "Y" TO ES-HLD-EOF-SW
009400     END-START.
009410     PERFORM 3310-CHECK-ONE-HOLD
009420         THRU 3310-EXIT
009430         UNTIL ES-END-OF-HOLDS.
009440 3300-EXIT.
009450     EXIT.
009460
009470 3310-CHECK-ONE-HOLD.
009480     READ HOLD-FILE NEXT RECORD
009490         AT END
009500             MOVE "Y" TO ES-HLD-EOF-SW
009510             GO TO 3310-EXIT
009520     END-READ.
009530*    A HARD READ ERROR MUST NOT PASS FOR "NO HOLDS" - THE
009540*    ACCOUNT IS TREATED AS HELD AND NOT TRANSFERRED.
009550     IF ES-HLD-FILE-STATUS NOT = "00"
009560         DISPLAY "ERROR READING HOLD FILE, STATUS = "
009570             ES-HLD-FILE-STATUS
009580         MOVE "Y" TO ES-HELD-SW
009590         MOVE "Y" TO ES-HLD-EOF-SW
009600         GO TO 3310-EXIT
009610     END-IF.
009620     IF HLD-ACCOUNT NOT = ACCT-NUMBER
009630         MOVE "Y" TO ES-HLD-EOF-SW
009640         GO TO 3310-EXIT
009650     END-IF.
009660     IF NOT HLD-IS-ACTIVE
009670         GO TO 3310-EXIT
009680     END-IF.
009690     IF HLD-EXPIRY-DATE NOT = ZERO
009700         AND HLD-EXPIRY-DATE < ES-RUN-DATE
009710         GO TO 3310-EXIT
009720     END-IF.
009730     MOVE "Y" TO ES-HELD-SW.
009740     MOVE "Y" TO ES-HLD-EOF-SW.
009750 3310-EXIT.
009760     EXIT.
009770
009780*****************************************************************
009790* 3400-LIST-ACCOUNT
009800*     PRINTS THE ACCOUNT AND ITS OWNER.  A HELD ACCOUNT, OR ONE
009810*     WITH NOTHING TO REMIT, IS LISTED WITH THE REASON IT STAYS;
009820*     ANY OTHER IS DUE, AND ON A TRANSFER RUN IS TRANSFERRED.
009830*****************************************************************
009840 3400-LIST-ACCOUNT.
009850     MOVE ACCT-NUMBER  TO ES-D-ACCOUNT.
009860     MOVE CUST-NAME    TO ES-D-NAME.
009870     IF ES-LAST-ACTIVITY = ZERO
009880         MOVE "UNKNOWN" TO ES-D-LAST
009890     ELSE
009900         MOVE ES-LAST-ACTIVITY TO ES-D-LAST
009910     END-IF.
009920     MOVE ACCT-BALANCE TO ES-D-BALANCE.
009930     MOVE CUST-ADDRESS TO ES-A-ADDRESS.
009940     MOVE CUST-CITY    TO ES-A-CITY.
009950     IF ES-OWNER-FOUND
009960         MOVE CUST-NUMBER TO ES-CT-NUMBER
009970         MOVE ES-CUST-TEXT TO ES-A-CUSTOMER
009980     ELSE
009990         MOVE "NO CUSTOMER REC" TO ES-A-CUSTOMER
010000     END-IF.
010010     MOVE SPACES TO ES-X-TEXT.
010020     EVALUATE TRUE
010030         WHEN ES-ACCOUNT-HELD
010040             ADD 1 TO ES-EXCL-HELD
010050             MOVE "EXCLUDED" TO ES-D-ACTION
010060             MOVE "ACTIVE HOLD OR FREEZE - REFER TO BRANCH/LEGAL"
010070                 TO ES-X-TEXT
010080         WHEN ACCT-BALANCE NOT > ZERO
010090             ADD 1 TO ES-EXCL-NIL
010100             MOVE "EXCLUDED" TO ES-D-ACTION
010110             MOVE "NIL OR OVERDRAWN BALANCE - NOTHING TO REMIT"
010120                 TO ES-X-TEXT
010130         WHEN ES-TRANSFER-RUN
010140             MOVE "TRANSFERRED" TO ES-D-ACTION
010150         WHEN OTHER
010160             ADD 1 TO ES-DUE-COUNT
010170             ADD ACCT-BALANCE TO ES-DUE-AMOUNT
010180             MOVE "DUE - CONTACT" TO ES-D-ACTION
010190     END-EVALUATE.
010200     IF ES-TRANSFER-RUN AND ES-X-TEXT = SPACES
010210         PERFORM 4000-TRANSFER-BALANCE
010220             THRU 4000-EXIT
010230     END-IF.
010240     MOVE SPACES TO REPORT-RECORD.
010250     WRITE REPORT-RECORD.
010260     WRITE REPORT-RECORD FROM ES-DETAIL-LINE.
010270     WRITE REPORT-RECORD FROM ES-ADDRESS-LINE.
010280     IF ES-X-TEXT NOT = SPACES
010290         WRITE REPORT-RECORD FROM ES-EXCEPTION-LINE
010300     END-IF.
010310 3400-EXIT.
010320     EXIT.
010330
010340*****************************************************************
010350* 4000-TRANSFER-BALANCE
010360*     POSTS THE WHOLE BALANCE OUT AS AN "E" ITEM, CLOSES THE
010370*     ACCOUNT AS ESCHEATED, AND WRITES THE HOLDER REPORT DETAIL.
010380*     GLEXTR CARRIES THE "E" POSTINGS TO THE UNCLAIMED PROPERTY
010390*     SUSPENSE LEDGER.  A FAILED REWRITE IS REPORTED AND THE
010400*     ACCOUNT LEFT OFF THE HOLDER REPORT - THE LOG RECORD IS
010410*     ALREADY WRITTEN, SO THE BALANCE PROOF WILL SHOW IT.
010420*****************************************************************
010430 4000-TRANSFER-BALANCE.
010440     MOVE ACCT-BALANCE TO ES-TRANSFER-AMOUNT.
010450     MOVE ZERO TO ACCT-BALANCE.
010460     MOVE "E" TO ACCT-STATUS.
010470     PERFORM 7100-LOG-TRANSACTION
010480         THRU 7100-EXIT.
010490     REWRITE ACCT-RECORD
010500         INVALID KEY
010510             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
010520                 ", STATUS = " ES-ACCT-FILE-STATUS
010530             MOVE "F" TO ES-RUN-OUTCOME
010540             MOVE "REWRITE FAILED - CHECK THE BALANCE PROOF"
010550                 TO ES-X-TEXT
010560             MOVE "ERROR" TO ES-D-ACTION
010570             GO TO 4000-EXIT
010580     END-REWRITE.
010590     ADD 1 TO ES-TRANSFER-COUNT.
010600     ADD ES-TRANSFER-AMOUNT TO ES-TRANSFER-TOTAL.
010610     MOVE ES-TRANSFER-AMOUNT TO ES-D-BALANCE.
010620     MOVE SPACES               TO UPR-RECORD.
010630     MOVE "D"                  TO UPR-REC-TYPE.
010640     MOVE ES-RUN-DATE          TO UPR-REPORT-DATE.
010650     MOVE ACCT-NUMBER          TO UPR-ACCOUNT.
010660     MOVE ACCT-CUSTOMER-NUMBER TO UPR-CUSTOMER.
010670     MOVE CUST-NAME            TO UPR-OWNER-NAME.
010680     MOVE CUST-ADDRESS         TO UPR-OWNER-ADDRESS.
010690     MOVE CUST-CITY            TO UPR-OWNER-CITY.
010700     MOVE ES-TRANSFER-AMOUNT   TO UPR-AMOUNT.
010710     MOVE ES-LAST-ACTIVITY     TO UPR-LAST-ACTIVITY.
010720     MOVE ACCT-OPENED-DATE     TO UPR-OPENED-DATE.
010730     WRITE UPR-RECORD.
010740     IF ES-UPR-FILE-STATUS NOT = "00"
010750         DISPLAY "ERROR WRITING HOLDER REPORT FOR ACCOUNT "
010760             ACCT-NUMBER ", STATUS = " ES-UPR-FILE-STATUS
010770         MOVE "F" TO ES-RUN-OUTCOME
010780     END-IF.
010790 4000-EXIT.
010800     EXIT.
010810
010820*****************************************************************
010830* 6000-PRINT-TOTALS
010840*     THE RUN TOTALS, AND ON A TRANSFER RUN THE HOLDER REPORT
010850*     TRAILER - ITS COUNT AND AMOUNT MUST AGREE WITH THE
010860*     "E" LINE GLEXTR WRITES TONIGHT.
010870*****************************************************************
010880 6000-PRINT-TOTALS.
010890     IF NOT ES-REPORT-IS-OPEN
010900         GO TO 6000-EXIT
010910     END-IF.
010920     MOVE SPACES TO REPORT-RECORD.
010930     WRITE REPORT-RECORD.
010940     MOVE ZERO TO ES-TL-AMOUNT.
010950     MOVE "ACCOUNTS READ:" TO ES-TL-TEXT.
010960     MOVE ES-ACCOUNTS-READ TO ES-TL-COUNT.
010970     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
010980     MOVE "DORMANT ACCOUNTS REVIEWED:" TO ES-TL-TEXT.
010990     MOVE ES-DORMANT-REVIEWED TO ES-TL-COUNT.
011000     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011010     MOVE "OWNER ACTIVITY INSIDE THE PERIOD:" TO ES-TL-TEXT.
011020     MOVE ES-NOT-YET-DUE TO ES-TL-COUNT.
011030     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011040     MOVE "PAST THE STATUTORY PERIOD:" TO ES-TL-TEXT.
011050     MOVE ES-PAST-PERIOD TO ES-TL-COUNT.
011060     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011070     MOVE "  EXCLUDED - HOLD OR FREEZE:" TO ES-TL-TEXT.
011080     MOVE ES-EXCL-HELD TO ES-TL-COUNT.
011090     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011100     MOVE "  EXCLUDED - NIL OR OVERDRAWN:" TO ES-TL-TEXT.
011110     MOVE ES-EXCL-NIL TO ES-TL-COUNT.
011120     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011130     MOVE "  OWNER NOT ON CUSTOMER FILE:" TO ES-TL-TEXT.
011140     MOVE ES-NO-OWNER TO ES-TL-COUNT.
011150     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011160     IF ES-TRANSFER-RUN
011170         MOVE "TRANSFERRED TO UNCLAIMED PROPERTY:"
011180             TO ES-TL-TEXT
011190         MOVE ES-TRANSFER-COUNT TO ES-TL-COUNT
011200         MOVE ES-TRANSFER-TOTAL TO ES-TL-AMOUNT
011210     ELSE
011220         MOVE "DUE - TO TRANSFER AFTER CUT-OFF:" TO ES-TL-TEXT
011230         MOVE ES-DUE-COUNT TO ES-TL-COUNT
011240         MOVE ES-DUE-AMOUNT TO ES-TL-AMOUNT
011250     END-IF.
011260     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011270     MOVE ZERO TO ES-TL-AMOUNT.
011280     MOVE "ACCOUNTS ALREADY ESCHEATED:" TO ES-TL-TEXT.
011290     MOVE ES-ALREADY-ESCHEATED TO ES-TL-COUNT.
011300     WRITE REPORT-RECORD FROM ES-TOTAL-LINE.
011310     IF ES-TRANSFER-RUN
011320         MOVE SPACES            TO UPR-RECORD
011330         MOVE "T"               TO UPR-REC-TYPE
011340         MOVE ES-RUN-DATE       TO UPR-REPORT-DATE
011350         MOVE ES-TRANSFER-COUNT TO UPR-T-COUNT
011360         MOVE ES-TRANSFER-TOTAL TO UPR-T-AMOUNT
011370         WRITE UPR-RECORD
011380     END-IF.
011390 6000-EXIT.
011400     EXIT.
011410
011420*****************************************************************
011430* 7100-LOG-TRANSACTION
011440*     THE TRANSFER POSTING, BUILT THE WAY BANKINT BUILDS ITS OWN
011450*     - THE AMOUNT IS THE BALANCE PAID AWAY, THE RESULTING
011460*     BALANCE ZERO.
011470*****************************************************************
011480 7100-LOG-TRANSACTION.
011490     ACCEPT ES-CURRENT-TIME FROM TIME.
011500     MOVE ACCT-NUMBER        TO TRAN-ACCOUNT.
011510     MOVE ES-RUN-DATE        TO TRAN-DATE.
011520     MOVE ES-CURRENT-TIME    TO TRAN-TIME.
011530     MOVE "E"                TO TRAN-TYPE.
011540     MOVE ES-TRANSFER-AMOUNT TO TRAN-AMOUNT.
011550     MOVE ACCT-BALANCE       TO TRAN-BALANCE.
011560     MOVE ZERO               TO TRAN-REFERENCE.
011570     MOVE ES-TELLER-ID       TO TRAN-TELLER-ID.
011580     MOVE ES-BRANCH-ID       TO TRAN-BRANCH-ID.
011590     MOVE ZERO               TO TRAN-ORIG-DATE.
011600     MOVE ZERO               TO TRAN-ORIG-SEQ.
011610     MOVE SPACE              TO TRAN-ORIG-TYPE.
011620     MOVE SPACES             TO TRAN-OVERRIDE-ID.
011630*    THE HISTORY COPY IS TAKEN BEFORE THE WRITE - THE RECORD
011640*    AREA IS NOT GUARANTEED AFTER A WRITE HAS TAKEN IT.
011650     PERFORM 7200-WRITE-HISTORY
011660         THRU 7200-EXIT.
011670     WRITE TRAN-RECORD.
011680     IF ES-TRAN-FILE-STATUS NOT = "00"
011690         DISPLAY "ERROR WRITING TRANSACTION LOG FOR ACCOUNT "
011700             ACCT-NUMBER ", STATUS = " ES-TRAN-FILE-STATUS
011710         MOVE "F" TO ES-RUN-OUTCOME
011720     END-IF.
011730 7100-EXIT.
011740     EXIT.
011750
011760*****************************************************************
011770* 7200-WRITE-HISTORY
011780*     MIRRORS THE LOG RECORD JUST BUILT ONTO THE KEYED
011790*     TRANSACTION-HISTORY FILE.  TWO POSTINGS FOR ONE ACCOUNT
011800*     IN THE SAME HUNDREDTH OF A SECOND COLLIDE ON THE KEY, SO
011810*     THE SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES.
011820*****************************************************************
011830 7200-WRITE-HISTORY.
011840     MOVE TRAN-ACCOUNT   TO TRANH-ACCOUNT.
011850     MOVE TRAN-DATE      TO TRANH-DATE.
011860     MOVE TRAN-TIME      TO TRANH-TIME.
011870     MOVE ZERO           TO TRANH-SEQ.
011880     MOVE TRAN-TYPE      TO TRANH-TYPE.
011890     MOVE TRAN-AMOUNT    TO TRANH-AMOUNT.
011900     MOVE TRAN-BALANCE   TO TRANH-BALANCE.
011910     MOVE TRAN-REFERENCE TO TRANH-REFERENCE.
011920     MOVE TRAN-TELLER-ID TO TRANH-TELLER-ID.
011930     MOVE TRAN-BRANCH-ID TO TRANH-BRANCH-ID.
011940     MOVE TRAN-ORIG-DATE TO TRANH-ORIG-DATE.
011950     MOVE TRAN-ORIG-SEQ  TO TRANH-ORIG-SEQ.
011960     MOVE TRAN-ORIG-TYPE TO TRANH-ORIG-TYPE.
011970     MOVE TRAN-OVERRIDE-ID TO TRANH-OVERRIDE-ID.
011980     MOVE "N" TO ES-HIST-DONE-SW.
011990     PERFORM 7210-TRY-HISTORY-WRITE
012000         THRU 7210-EXIT
012010         UNTIL ES-HISTORY-WRITTEN
012020         OR TRANH-SEQ > 98.
012030     IF NOT ES-HISTORY-WRITTEN
012040         DISPLAY "ERROR WRITING HISTORY FOR ACCOUNT "
012050             TRANH-ACCOUNT ", STATUS = " ES-HIST-FILE-STATUS
012060         MOVE "F" TO ES-RUN-OUTCOME
012070     END-IF.
012080 7200-EXIT.
012090     EXIT.
012100
012110 7210-TRY-HISTORY-WRITE.
012120     WRITE TRANH-RECORD
012130         INVALID KEY
012140             ADD 1 TO TRANH-SEQ
012150         NOT INVALID KEY
012160             MOVE "Y" TO ES-HIST-DONE-SW
012170     END-WRITE.
012180*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING ON
012190*    THE NEXT SEQUENCE NUMBER - ANY OTHER FAILURE FORCES THE
012200*    LOOP OUT TO THE ERROR DISPLAY.
012210     IF NOT ES-HISTORY-WRITTEN
012220         AND ES-HIST-FILE-STATUS NOT = "22"
012230         MOVE 99 TO TRANH-SEQ
012240     END-IF.
012250 7210-EXIT.
012260     EXIT.
012270
012280*****************************************************************
012290* 8000-TERMINATE
012300*****************************************************************
012310 8000-TERMINATE.
012320     PERFORM 8200-WRITE-RUN-LOG
012330         THRU 8200-EXIT.
012340     DISPLAY "ESCHEAT COMPLETE - ACCOUNTS READ: "
012350         ES-ACCOUNTS-READ.
012360     DISPLAY "PAST THE STATUTORY PERIOD:      "
012370         ES-PAST-PERIOD.
012380     IF ES-TRANSFER-RUN
012390         DISPLAY "BALANCES TRANSFERRED:           "
012400             ES-TRANSFER-COUNT " TOTAL " ES-TRANSFER-TOTAL
012410     ELSE
012420         DISPLAY "DUE AFTER THE CUT-OFF:          "
012430             ES-DUE-COUNT " TOTAL " ES-DUE-AMOUNT
012440     END-IF.
012450     IF ES-TRAN-LOG-IS-OPEN
012460         CLOSE TRANSACTION-LOG
012470     END-IF.
012480     IF ES-HOLDER-RPT-IS-OPEN
012490         CLOSE HOLDER-REPORT-FILE
012500     END-IF.
012510     IF ES-ACCT-MASTER-IS-OPEN
012520         CLOSE ACCOUNT-MASTER
012530     END-IF.
012540     IF ES-HISTORY-IS-OPEN
012550         CLOSE TRANSACTION-HISTORY
012560     END-IF.
012570     IF ES-CUST-MASTER-IS-OPEN
012580         CLOSE CUSTOMER-MASTER
012590     END-IF.
012600     IF ES-HOLD-FILE-AVAILABLE
012610         CLOSE HOLD-FILE
012620     END-IF.
012630     IF ES-REPORT-IS-OPEN
012640         CLOSE REPORT-FILE
012650     END-IF.
012660 8000-EXIT.
012670     EXIT.
012680
012690*****************************************************************
012700* 8200-WRITE-RUN-LOG
012710*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
012720*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
012730*     REWRITES THE RECORD FOR ITS DATE.
012740*****************************************************************
012750 8200-WRITE-RUN-LOG.
012760     OPEN I-O RUN-LOG-FILE.
012770     IF ES-RUN-FILE-STATUS NOT = "00"
012780         OPEN OUTPUT RUN-LOG-FILE
012790         CLOSE RUN-LOG-FILE
012800         OPEN I-O RUN-LOG-FILE
012810     END-IF.
012820     IF ES-RUN-FILE-STATUS NOT = "00"
012830         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
012840             ES-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
012850         GO TO 8200-EXIT
012860     END-IF.
012870     MOVE ES-RUN-DATE          TO RUN-DATE.
012880     MOVE "ESCHEAT"            TO RUN-JOB.
012890     MOVE ES-START-TIME        TO RUN-START-TIME.
012900     ACCEPT RUN-END-TIME FROM TIME.
012910     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
012920     MOVE ES-ACCOUNTS-READ     TO RUN-RECORDS.
012930     MOVE ES-RUN-OUTCOME       TO RUN-OUTCOME.
012940     WRITE RUN-RECORD
012950         INVALID KEY
012960             REWRITE RUN-RECORD
012970     END-WRITE.
012980     CLOSE RUN-LOG-FILE.
012990 8200-EXIT.
013000     EXIT.
