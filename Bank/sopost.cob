000350* 2026-09-02  RLD  A FAILED FILE OPEN AT INITIALIZATION NOW
000360*                  LOGS OUTCOME "F" ON THE NIGHT-RUN JOB LOG
000370*                  INSTEAD OF A CLEAN ZERO-RECORD COMPLETION.
000380* 2026-10-15  RLD  THE SOURCE ACCOUNT IS TESTED NET OF ITS ACTIVE
000390*                  HOLDS - A FROZEN SOURCE, OR ONE SHORT ONLY
000400*                  BECAUSE OF FUNDS ON HOLD, FAILS THE ORDER AND
000410*                  IT RETRIES NIGHTLY LIKE ANY OTHER FAILED ORDER.
000420* 2026-10-15  RLD  OVERDRAFT FEES AND ORDERS FAILED OVER THE
000430*                  OVERDRAFT LIMIT NOW GO TO THE NOTICE-EVENT FILE
000440*                  FOR THE CUSTOMER LETTER, AND A POSTED ORDER
000450*                  CLEARS SO-NOTICE-DATE SO ITS NEXT FAILURE IS
000460*                  LETTERED AT ONCE RATHER THAN WAITING FOR THE
000470*                  MONTHLY REMINDER.
000480* 2026-10-15  RLD  THE RUN NOW REFUSES TO START OUTSIDE THE NIGHT
000490*                  BATCH WINDOW OR WHILE THE SESSION REGISTER
000500*                  SHOWS A TELLER STILL SIGNED ON, UNLESS THE
000510*                  OPERATOR KEYS OVERRIDE.
000520*================================================================
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. SOPOST.
000550 AUTHOR. R L DAWSON.
000560 INSTALLATION. MAIN STREET DATA CENTER.
000570 DATE-WRITTEN. 2026-09-02.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SO-ORDER-NUMBER
000670         FILE STATUS IS SP-ORD-FILE-STATUS.
000680
000690     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ACCT-NUMBER
000730         FILE STATUS IS SP-ACCT-FILE-STATUS.
000740
000750     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS SP-TRAN-FILE-STATUS.
000790
000800     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS TRANH-KEY
000840         FILE STATUS IS SP-HIST-FILE-STATUS.
000850
000860     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS CTL-KEY
000900         FILE STATUS IS SP-CTL-FILE-STATUS.
000910
000920     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS SES-TELLER-ID
000960         FILE STATUS IS SP-SES-FILE-STATUS.
000970
000980     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS HLD-KEY
001020         FILE STATUS IS SP-HLD-FILE-STATUS.
001030
001040     SELECT NOTICE-FILE ASSIGN TO "NTCEVENT"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS NTE-KEY
001080         FILE STATUS IS SP-NTC-FILE-STATUS.
001090
001100     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS SP-RPT-FILE-STATUS.
001130
001140     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS RUN-KEY
001180         FILE STATUS IS SP-RUN-FILE-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220*----------------------------------------------------------------
001230* STANDING ORDER FILE - ONE RECORD PER RECURRING TRANSFER
001240*----------------------------------------------------------------
001250 FD  STANDING-ORDER-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY STORDREC.
001280
001290*----------------------------------------------------------------
001300* ACCOUNT MASTER - ONE RECORD PER CUSTOMER ACCOUNT
001310*----------------------------------------------------------------
001320 FD  ACCOUNT-MASTER
001330     LABEL RECORDS ARE STANDARD.
001340     COPY ACCTREC.
001350
001360*----------------------------------------------------------------
001370* TRANSACTION LOG - APPEND-ONLY AUDIT TRAIL
001380*----------------------------------------------------------------
001390 FD  TRANSACTION-LOG
001400     LABEL RECORDS ARE STANDARD.
001410     COPY TRANREC.
001420
001430*----------------------------------------------------------------
001440* KEYED TRANSACTION HISTORY - SAME POSTINGS AS THE LOG, KEYED
001450* BY ACCOUNT, DATE, TIME AND SEQUENCE FOR COUNTER INQUIRY
001460*----------------------------------------------------------------
001470 FD  TRANSACTION-HISTORY
001480     LABEL RECORDS ARE STANDARD.
001490     COPY TRNHREC.
001500
001510*----------------------------------------------------------------
001520* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001530*----------------------------------------------------------------
001540 FD  CONTROL-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY CTLREC.
001570
001580*----------------------------------------------------------------
001590* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
001600*----------------------------------------------------------------
001610 FD  SESSION-REGISTER
001620     LABEL RECORDS ARE STANDARD.
001630     COPY SESREC.
001640
001650*----------------------------------------------------------------
001660* ACCOUNT HOLDS - NETTED OFF THE SOURCE ACCOUNTS AVAILABLE FIGURE
001670*----------------------------------------------------------------
001680 FD  HOLD-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY HLDREC.
001710
001720*----------------------------------------------------------------
001730* CUSTOMER NOTICE EVENTS - ONE PER THING THE CUSTOMER MUST BE
001740* TOLD ABOUT, PICKED UP BY THE NOTICE LETTER RUN
001750*----------------------------------------------------------------
001760 FD  NOTICE-FILE
001770     LABEL RECORDS ARE STANDARD.
001780     COPY NTCEREC.
001790
001800*----------------------------------------------------------------
001810* PRINTED STANDING ORDER REPORT
001820*----------------------------------------------------------------
001830 FD  REPORT-FILE
001840     LABEL RECORDS ARE OMITTED.
001850 01  REPORT-RECORD                PIC X(80).
001860
001870*----------------------------------------------------------------
001880* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001890*----------------------------------------------------------------
001900 FD  RUN-LOG-FILE
001910     LABEL RECORDS ARE STANDARD.
001920     COPY RUNREC.
001930
001940 WORKING-STORAGE SECTION.
001950*----------------------------------------------------------------
001960* FILE STATUS AND CONTROL SWITCHES
001970*----------------------------------------------------------------
001980 77  SP-ORD-FILE-STATUS       PIC X(02) VALUE "00".
001990 77  SP-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
002000 77  SP-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
002010 77  SP-HIST-FILE-STATUS      PIC X(02) VALUE "00".
002020 77  SP-CTL-FILE-STATUS       PIC X(02) VALUE "00".
002030 77  SP-RPT-FILE-STATUS       PIC X(02) VALUE "00".
002040 77  SP-HLD-FILE-STATUS       PIC X(02) VALUE "00".
002050 77  SP-NTC-FILE-STATUS       PIC X(02) VALUE "00".
002060
002070 77  SP-ORD-EOF-SW            PIC X(01) VALUE "N".
002080     88  SP-END-OF-ORDERS             VALUE "Y".
002090
002100 77  SP-POST-OK-SW            PIC X(01) VALUE "N".
002110     88  SP-ORDER-POSTED              VALUE "Y".
002120
002130 77  SP-HIST-DONE-SW          PIC X(01) VALUE "N".
002140     88  SP-HISTORY-WRITTEN           VALUE "Y".
002150
002160 77  SP-RPT-OPEN-SW           PIC X(01) VALUE "N".
002170     88  SP-REPORT-IS-OPEN            VALUE "Y".
002180
002190 77  SP-HLD-AVAIL-SW          PIC X(01) VALUE "N".
002200     88  SP-HOLD-FILE-AVAILABLE       VALUE "Y".
002210
002220 77  SP-HLD-EOF-SW            PIC X(01) VALUE "N".
002230     88  SP-END-OF-HOLDS              VALUE "Y".
002240
002250 77  SP-FROZEN-SW             PIC X(01) VALUE "N".
002260     88  SP-ACCOUNT-FROZEN            VALUE "Y".
002270
002280 77  SP-NTC-AVAIL-SW          PIC X(01) VALUE "N".
002290     88  SP-NOTICE-FILE-AVAILABLE     VALUE "Y".
002300
002310 77  SP-NTC-DONE-SW           PIC X(01) VALUE "N".
002320     88  SP-NOTICE-WRITTEN            VALUE "Y".
002330
002340*----------------------------------------------------------------
002350* POSTING CONSTANTS AND WORK FIELDS - THE OVERDRAFT FEE MATCHES
002360* THE TELLER SESSIONS SO A STANDING ORDER COSTS THE CUSTOMER
002370* THE SAME AS THE IDENTICAL COUNTER TRANSFER
002380*----------------------------------------------------------------
002390 77  SP-OVERDRAFT-FEE         PIC 9(05)V99 VALUE 5.00.
002400 77  SP-AVAILABLE-FUNDS       PIC S9(10)V99.
002410 77  SP-HELD-FUNDS            PIC 9(10)V99 VALUE 0.
002420 77  SP-TRAN-TYPE-CODE        PIC X(01).
002430 77  SP-TRAN-AMOUNT-OUT       PIC S9(09)V99.
002440 77  SP-TRAN-REF              PIC 9(08) VALUE 0.
002450 77  SP-XFER-REF              PIC 9(08).
002460 77  SP-RUN-DATE              PIC 9(08).
002470 77  SP-CURRENT-TIME          PIC 9(08).
002480 77  SP-TELLER-ID             PIC X(05) VALUE "*STO*".
002490*        BATCH JOB ID STAMPED AS THE TELLER ON EVERY POSTING
002500 77  SP-BRANCH-ID             PIC X(04) VALUE "HQ".
002510 77  SP-FAIL-REASON           PIC X(25).
002520
002530*----------------------------------------------------------------
002540* NOTICE EVENT IN FLIGHT - SET BY THE CALLER OF 7400
002550*----------------------------------------------------------------
002560 77  SP-NTC-TYPE              PIC X(01).
002570 77  SP-NTC-AMOUNT            PIC S9(09)V99.
002580 77  SP-NTC-ORDER             PIC 9(06).
002590 77  SP-NTC-TARGET            PIC 9(10).
002600 77  SP-NOTICES-WRITTEN       PIC 9(07) COMP VALUE 0.
002610
002620*----------------------------------------------------------------
002630* THE HOLD AREAS PARK ONE ACCOUNT RECORD WHILE THE OTHER SIDE
002640* OF THE TRANSFER OCCUPIES THE FD RECORD AREA, EXACTLY AS THE
002650* TELLER TRANSFER DOES
002660*----------------------------------------------------------------
002670 77  SP-SOURCE-HOLD           PIC X(96).
002680 77  SP-TARGET-HOLD           PIC X(96).
002690
002700*----------------------------------------------------------------
002710* DUE-DATE ROLL-FORWARD WORK FIELDS
002720*----------------------------------------------------------------
002730 01  SP-WORK-DATE.
002740     05  SP-WORK-YEAR         PIC 9(04).
002750     05  SP-WORK-MONTH        PIC 9(02).
002760     05  SP-WORK-DAY          PIC 9(02).
002770 01  SP-WORK-DATE-NUM REDEFINES SP-WORK-DATE
002780                              PIC 9(08).
002790 77  SP-DAYS-IN-MONTH         PIC 9(02).
002800 77  SP-LEAP-REMAINDER        PIC 9(04).
002810 77  SP-LEAP-QUOTIENT         PIC 9(04).
002820 77  SP-DAY-COUNTER           PIC 9(02) COMP VALUE 0.
002830
002840*----------------------------------------------------------------
002850* RUN COUNTERS
002860*----------------------------------------------------------------
002870 77  SP-ORDERS-READ           PIC 9(07) COMP VALUE 0.
002880 77  SP-ORDERS-DUE            PIC 9(07) COMP VALUE 0.
002890 77  SP-ORDERS-POSTED         PIC 9(07) COMP VALUE 0.
002900 77  SP-ORDERS-FAILED         PIC 9(07) COMP VALUE 0.
002910
002920*----------------------------------------------------------------
002930* REPORT LINE LAYOUTS
002940*----------------------------------------------------------------
002950 01  SP-TITLE-LINE.
002960     05  FILLER           PIC X(25) VALUE
002970         "STANDING ORDER POSTING - ".
002980     05  SP-T-DATE             PIC 9(08).
002990     05  FILLER               PIC X(47) VALUE SPACES.
003000
003010 01  SP-COLUMN-LINE.
003020     05  FILLER               PIC X(08) VALUE "ORDER".
003030     05  FILLER               PIC X(12) VALUE "SOURCE".
003040     05  FILLER               PIC X(12) VALUE "TARGET".
003050     05  FILLER               PIC X(15) VALUE "AMOUNT".
003060     05  FILLER               PIC X(33) VALUE "RESULT".
003070
003080 01  SP-DETAIL-LINE.
003090     05  SP-D-ORDER           PIC 9(06).
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  SP-D-SOURCE          PIC 9(10).
003120     05  FILLER               PIC X(02) VALUE SPACES.
003130     05  SP-D-TARGET          PIC 9(10).
003140     05  FILLER               PIC X(02) VALUE SPACES.
003150     05  SP-D-AMOUNT          PIC -(9)9.99.
003160     05  FILLER               PIC X(02) VALUE SPACES.
003170     05  SP-D-RESULT          PIC X(25).
003180     05  FILLER               PIC X(08) VALUE SPACES.
003190
003200 01  SP-TOTALS-LINE.
003210     05  FILLER               PIC X(12) VALUE "ORDERS DUE:".
003220     05  SP-S-DUE              PIC Z(6)9.
003230     05  FILLER               PIC X(10) VALUE "  POSTED:".
003240     05  SP-S-POSTED           PIC Z(6)9.
003250     05  FILLER               PIC X(10) VALUE "  FAILED:".
003260     05  SP-S-FAILED           PIC Z(6)9.
003270     05  FILLER               PIC X(27) VALUE SPACES.
003280
003290*----------------------------------------------------------------
003300* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003310* COMPLETION RECORD WRITTEN AT TERMINATION
003320*----------------------------------------------------------------
003330 77  SP-RUN-FILE-STATUS      PIC X(02) VALUE "00".
003340 77  SP-START-TIME           PIC 9(08) VALUE 0.
003350 77  SP-RUN-OUTCOME          PIC X(01) VALUE "C".
003360*----------------------------------------------------------------
003370* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
003380* AT START-UP
003390*----------------------------------------------------------------
003400 77  SP-SES-FILE-STATUS       PIC X(02) VALUE "00".
003410 77  SP-LOCKOUT-SW            PIC X(01) VALUE "N".
003420     88  SP-LOCKED-OUT                 VALUE "Y".
003430 77  SP-SES-EOF-SW            PIC X(01) VALUE "N".
003440     88  SP-END-OF-REGISTER            VALUE "Y".
003450 77  SP-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
003460 77  SP-OVERRIDE-IN           PIC X(08).
003470 PROCEDURE DIVISION.
003480*****************************************************************
003490* 0000-MAINLINE
003500*****************************************************************
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE
003530         THRU 1000-EXIT.
003540     PERFORM 2000-PROCESS-ORDERS
003550         THRU 2000-EXIT
003560         UNTIL SP-END-OF-ORDERS.
003570     PERFORM 6000-PRINT-TOTALS
003580         THRU 6000-EXIT.
003590     PERFORM 8000-TERMINATE
003600         THRU 8000-EXIT.
003610     STOP RUN.
003620
003630*****************************************************************
003640* 1000-INITIALIZE
003650*****************************************************************
003660 1000-INITIALIZE.
003670     DISPLAY "SOPOST - NIGHTLY STANDING ORDER POSTING".
003680     ACCEPT SP-START-TIME FROM TIME.
003690     PERFORM 1050-READ-CONTROL
003700         THRU 1050-EXIT.
003710     PERFORM 1080-CHECK-BATCH-WINDOW
003720         THRU 1080-EXIT.
003730     IF SP-LOCKED-OUT
003740         MOVE "Y" TO SP-ORD-EOF-SW
003750         MOVE "F" TO SP-RUN-OUTCOME
003760         GO TO 1000-EXIT
003770     END-IF.
003780     OPEN I-O STANDING-ORDER-FILE.
003790     IF SP-ORD-FILE-STATUS NOT = "00"
003800         DISPLAY "CANNOT OPEN STANDING ORDER FILE, STATUS = "
003810             SP-ORD-FILE-STATUS
003820         MOVE "Y" TO SP-ORD-EOF-SW
003830         MOVE "F" TO SP-RUN-OUTCOME
003840         GO TO 1000-EXIT
003850     END-IF.
003860     OPEN I-O ACCOUNT-MASTER.
003870     IF SP-ACCT-FILE-STATUS NOT = "00"
003880         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
003890             SP-ACCT-FILE-STATUS
003900         MOVE "Y" TO SP-ORD-EOF-SW
003910         MOVE "F" TO SP-RUN-OUTCOME
003920         GO TO 1000-EXIT
003930     END-IF.
003940     OPEN EXTEND TRANSACTION-LOG.
003950     IF SP-TRAN-FILE-STATUS NOT = "00"
003960         OPEN OUTPUT TRANSACTION-LOG
003970         CLOSE TRANSACTION-LOG
003980         OPEN EXTEND TRANSACTION-LOG
003990     END-IF.
004000     OPEN I-O TRANSACTION-HISTORY.
004010     IF SP-HIST-FILE-STATUS NOT = "00"
004020         OPEN OUTPUT TRANSACTION-HISTORY
004030         CLOSE TRANSACTION-HISTORY
004040         OPEN I-O TRANSACTION-HISTORY
004050     END-IF.
004060     IF SP-HIST-FILE-STATUS NOT = "00"
004070         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
004080             SP-HIST-FILE-STATUS
004090         MOVE "Y" TO SP-ORD-EOF-SW
004100         MOVE "F" TO SP-RUN-OUTCOME
004110         GO TO 1000-EXIT
004120     END-IF.
004130*    NO HOLD FILE ON DISK (35) MEANS NO HOLD HAS EVER BEEN
004140*    PLACED.  ANY OTHER FAILURE STOPS THE RUN - ORDERS POSTED
004150*    BLIND TO THE HOLDS COULD PAY OUT FROZEN FUNDS.
004160     OPEN INPUT HOLD-FILE.
004170     IF SP-HLD-FILE-STATUS = "00"
004180         MOVE "Y" TO SP-HLD-AVAIL-SW
004190     ELSE
004200         IF SP-HLD-FILE-STATUS NOT = "35"
004210             DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
004220                 SP-HLD-FILE-STATUS
004230             MOVE "Y" TO SP-ORD-EOF-SW
004240             MOVE "F" TO SP-RUN-OUTCOME
004250             GO TO 1000-EXIT
004260         END-IF
004270     END-IF.
004280*    THE NOTICE FILE ONLY FEEDS THE CUSTOMER LETTERS - IF IT
004290*    CANNOT BE OPENED THE ORDERS STILL POST, AND THE WARNING
004300*    GOES TO THE OPERATOR LOG.
004310     OPEN I-O NOTICE-FILE.
004320     IF SP-NTC-FILE-STATUS NOT = "00"
004330         OPEN OUTPUT NOTICE-FILE
004340         CLOSE NOTICE-FILE
004350         OPEN I-O NOTICE-FILE
004360     END-IF.
004370     IF SP-NTC-FILE-STATUS = "00"
004380         MOVE "Y" TO SP-NTC-AVAIL-SW
004390     ELSE
004400         DISPLAY "WARNING - NOTICE FILE NOT AVAILABLE, STATUS "
004410             SP-NTC-FILE-STATUS " - NO CUSTOMER NOTICES TONIGHT."
004420     END-IF.
004430     OPEN OUTPUT REPORT-FILE.
004440     IF SP-RPT-FILE-STATUS NOT = "00"
004450         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
004460             SP-RPT-FILE-STATUS
004470         MOVE "Y" TO SP-ORD-EOF-SW
004480         MOVE "F" TO SP-RUN-OUTCOME
004490         GO TO 1000-EXIT
004500     END-IF.
004510     MOVE "Y" TO SP-RPT-OPEN-SW.
004520     MOVE SP-RUN-DATE TO SP-T-DATE.
004530     WRITE REPORT-RECORD FROM SP-TITLE-LINE.
004540     MOVE SPACES TO REPORT-RECORD.
004550     WRITE REPORT-RECORD.
004560     WRITE REPORT-RECORD FROM SP-COLUMN-LINE.
004570     MOVE ZERO TO SO-ORDER-NUMBER.
004580     START STANDING-ORDER-FILE
004590         KEY IS GREATER THAN OR EQUAL SO-ORDER-NUMBER
004600         INVALID KEY
004610             MOVE "Y" TO SP-ORD-EOF-SW
004620     END-START.
004630     IF NOT SP-END-OF-ORDERS
004640         PERFORM 2100-READ-ORDER THRU 2100-EXIT
004650     END-IF.
004660 1000-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700* PICKS UP THE BUSINESS DATE AND THE OVERDRAFT FEE FROM THE
004710* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
004720* THE RUN FALLS BACK TO THE SYSTEM DATE AND THE STANDARD FEE,
004730* WITH A WARNING ON THE OPERATOR LOG.
004740*----------------------------------------------------------------
004750 1050-READ-CONTROL.
004760     OPEN INPUT CONTROL-FILE.
004770     IF SP-CTL-FILE-STATUS NOT = "00"
004780         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
004790             SP-CTL-FILE-STATUS " - USING SYSTEM DATE."
004800         ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD
004810         GO TO 1050-EXIT
004820     END-IF.
004830     MOVE "1" TO CTL-KEY.
004840     READ CONTROL-FILE
004850         INVALID KEY
004860             DISPLAY "WARNING - NO CONTROL RECORD - USING "
004870                 "SYSTEM DATE."
004880             ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD
004890             CLOSE CONTROL-FILE
004900             GO TO 1050-EXIT
004910     END-READ.
004920     MOVE CTL-BUSINESS-DATE TO SP-RUN-DATE.
004930     MOVE CTL-OVERDRAFT-FEE TO SP-OVERDRAFT-FEE.
004940     CLOSE CONTROL-FILE.
004950 1050-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------
004990* SOPOST DEBITS AND CREDITS THE ACCOUNTS THE TELLERS POST TO -
005000* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
005010* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
005020* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
005030* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
005040*----------------------------------------------------------------
005050 1080-CHECK-BATCH-WINDOW.
005060     MOVE "N" TO SP-LOCKOUT-SW.
005070     MOVE ZERO TO SP-SESSIONS-OPEN.
005080     PERFORM 1082-READ-WINDOW
005090         THRU 1082-EXIT.
005100     PERFORM 1084-SCAN-SESSIONS
005110         THRU 1084-EXIT.
005120     IF NOT SP-LOCKED-OUT
005130         GO TO 1080-EXIT
005140     END-IF.
005150     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
005160         "START SOPOST ANYWAY, ANYTHING ELSE TO STOP.".
005170     MOVE SPACES TO SP-OVERRIDE-IN.
005180     ACCEPT SP-OVERRIDE-IN.
005190     IF SP-OVERRIDE-IN = "OVERRIDE"
005200         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
005210             "THE ONLINE LOCKOUT."
005220         MOVE "N" TO SP-LOCKOUT-SW
005230     ELSE
005240         DISPLAY "SOPOST NOT STARTED."
005250     END-IF.
005260 1080-EXIT.
005270     EXIT.
005280
005290 1082-READ-WINDOW.
005300     OPEN INPUT CONTROL-FILE.
005310     IF SP-CTL-FILE-STATUS NOT = "00"
005320         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
005330             SP-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
005340         MOVE "Y" TO SP-LOCKOUT-SW
005350         GO TO 1082-EXIT
005360     END-IF.
005370     MOVE "W" TO CTL-KEY.
005380     READ CONTROL-FILE
005390         INVALID KEY
005400             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
005410                 "NEVER BEEN OPENED."
005420             MOVE "Y" TO SP-LOCKOUT-SW
005430             CLOSE CONTROL-FILE
005440             GO TO 1082-EXIT
005450     END-READ.
005460     IF CTL-BATCH-WINDOW-OPEN
005470         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
005480             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
005490     ELSE
005500         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
005510             "STILL SIGN ON."
005520         MOVE "Y" TO SP-LOCKOUT-SW
005530     END-IF.
005540     CLOSE CONTROL-FILE.
005550 1082-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
005600* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
005610*----------------------------------------------------------------
005620 1084-SCAN-SESSIONS.
005630     OPEN INPUT SESSION-REGISTER.
005640     IF SP-SES-FILE-STATUS = "35"
005650         GO TO 1084-EXIT
005660     END-IF.
005670     IF SP-SES-FILE-STATUS NOT = "00"
005680         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
005690             SP-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
005700         MOVE "Y" TO SP-LOCKOUT-SW
005710         GO TO 1084-EXIT
005720     END-IF.
005730     MOVE "N" TO SP-SES-EOF-SW.
005740     MOVE LOW-VALUES TO SES-TELLER-ID.
005750     START SESSION-REGISTER
005760         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
005770         INVALID KEY
005780             MOVE "Y" TO SP-SES-EOF-SW
005790     END-START.
005800     PERFORM 1086-CHECK-ONE-SESSION
005810         THRU 1086-EXIT
005820         UNTIL SP-END-OF-REGISTER.
005830     CLOSE SESSION-REGISTER.
005840     IF SP-SESSIONS-OPEN > ZERO
005850         DISPLAY SP-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
005860         MOVE "Y" TO SP-LOCKOUT-SW
005870     END-IF.
005880 1084-EXIT.
005890     EXIT.
005900
005910 1086-CHECK-ONE-SESSION.
005920     READ SESSION-REGISTER NEXT RECORD
005930         AT END
005940             MOVE "Y" TO SP-SES-EOF-SW
005950             GO TO 1086-EXIT
005960     END-READ.
005970     IF SP-SES-FILE-STATUS NOT = "00"
005980         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
005990             SP-SES-FILE-STATUS
006000         MOVE "Y" TO SP-LOCKOUT-SW
006010         MOVE "Y" TO SP-SES-EOF-SW
006020         GO TO 1086-EXIT
006030     END-IF.
006040     IF SES-OPEN-COUNT > ZERO
006050         ADD 1 TO SP-SESSIONS-OPEN
006060         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
006070             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
006080             SES-SIGNON-TIME
006090     END-IF.
006100 1086-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140* 2000-PROCESS-ORDERS
006150*     ONE PASS = ONE ORDER RECORD ALREADY IN THE RECORD AREA.
006160*     ONLY ACTIVE ORDERS WHOSE NEXT-DUE DATE HAS COME UP POST.
006170*****************************************************************
006180 2000-PROCESS-ORDERS.
006190     ADD 1 TO SP-ORDERS-READ.
006200     IF SO-ACTIVE AND SO-NEXT-DUE-DATE NOT > SP-RUN-DATE
006210         ADD 1 TO SP-ORDERS-DUE
006220         PERFORM 3000-POST-ORDER
006230             THRU 3000-EXIT
006240     END-IF.
006250     PERFORM 2100-READ-ORDER
006260         THRU 2100-EXIT.
006270 2000-EXIT.
006280     EXIT.
006290
006300 2100-READ-ORDER.
006310     READ STANDING-ORDER-FILE NEXT RECORD
006320         AT END
006330             MOVE "Y" TO SP-ORD-EOF-SW
006340     END-READ.
006350 2100-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390* 3000-POST-ORDER
006400*     BOTH ACCOUNTS ARE CHECKED BEFORE EITHER SIDE IS TOUCHED,
006410*     EXACTLY AS 5500-TRANSFER IN BANK-APP DOES AT THE COUNTER -
006420*     INCLUDING A FREEZE OR FUNDS ON HOLD AGAINST THE SOURCE.
006430*     AN ORDER THAT POSTS ROLLS ITS DUE DATE ONE PERIOD
006440*     FORWARD; AN ORDER THAT FAILS KEEPS ITS DUE DATE AND
006450*     RETRIES ON THE NEXT NIGHTLY RUN, PRINTING ON THE REPORT
006460*     EACH NIGHT UNTIL IT POSTS OR THE BRANCH CANCELS IT.
006470*****************************************************************
006480 3000-POST-ORDER.
006490     MOVE "N" TO SP-POST-OK-SW.
006500     MOVE SPACES TO SP-FAIL-REASON.
006510     MOVE SO-SOURCE-ACCOUNT TO ACCT-NUMBER.
006520     READ ACCOUNT-MASTER
006530         INVALID KEY
006540             MOVE "SOURCE ACCT NOT ON FILE" TO SP-FAIL-REASON
006550             GO TO 3000-REPORT
006560     END-READ.
006570     IF NOT ACCT-ACTIVE
006580         MOVE "SOURCE ACCT NOT ACTIVE" TO SP-FAIL-REASON
006590         GO TO 3000-REPORT
006600     END-IF.
006610     PERFORM 7300-TOTAL-HOLDS
006620         THRU 7300-EXIT.
006630     IF SP-ACCOUNT-FROZEN
006640         MOVE "SOURCE ACCOUNT FROZEN" TO SP-FAIL-REASON
006650         GO TO 3000-REPORT
006660     END-IF.
006670     COMPUTE SP-AVAILABLE-FUNDS = ACCT-BALANCE +
006680         ACCT-OVERDRAFT-LIMIT.
006690     IF SO-AMOUNT > SP-AVAILABLE-FUNDS
006700         MOVE "OVER OVERDRAFT LIMIT" TO SP-FAIL-REASON
006710         MOVE "S" TO SP-NTC-TYPE
006720         MOVE SO-AMOUNT TO SP-NTC-AMOUNT
006730         MOVE SO-ORDER-NUMBER TO SP-NTC-ORDER
006740         MOVE SO-TARGET-ACCOUNT TO SP-NTC-TARGET
006750         PERFORM 7400-WRITE-NOTICE THRU 7400-EXIT
006760         GO TO 3000-REPORT
006770     END-IF.
006780     SUBTRACT SP-HELD-FUNDS FROM SP-AVAILABLE-FUNDS.
006790     IF SO-AMOUNT > SP-AVAILABLE-FUNDS
006800         MOVE "FUNDS ON HOLD" TO SP-FAIL-REASON
006810         GO TO 3000-REPORT
006820     END-IF.
006830     MOVE ACCT-RECORD TO SP-SOURCE-HOLD.
006840     MOVE SO-TARGET-ACCOUNT TO ACCT-NUMBER.
006850     READ ACCOUNT-MASTER
006860         INVALID KEY
006870             MOVE "TARGET ACCT NOT ON FILE" TO SP-FAIL-REASON
006880             GO TO 3000-REPORT
006890     END-READ.
006900     IF NOT ACCT-ACTIVE
006910         MOVE "TARGET ACCT NOT ACTIVE" TO SP-FAIL-REASON
006920         GO TO 3000-REPORT
006930     END-IF.
006940     MOVE ACCT-RECORD TO SP-TARGET-HOLD.
006950*    BOTH LEGS CARRY THE TIME THE TRANSFER WAS STRUCK AS THEIR
006960*    COMMON REFERENCE, THE SAME AS THE TELLER TRANSFER.
006970     ACCEPT SP-CURRENT-TIME FROM TIME.
006980     MOVE SP-CURRENT-TIME TO SP-XFER-REF.
006990     MOVE SP-XFER-REF TO SP-TRAN-REF.
007000*    SOURCE LEG - DEBIT, SAME OVERDRAFT FEE RULE AS A
007010*    WITHDRAWAL THAT DRIVES THE BALANCE NEGATIVE.
007020     MOVE SP-SOURCE-HOLD TO ACCT-RECORD.
007030     SUBTRACT SO-AMOUNT FROM ACCT-BALANCE.
007040     MOVE "X" TO SP-TRAN-TYPE-CODE.
007050     MOVE SO-AMOUNT TO SP-TRAN-AMOUNT-OUT.
007060     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
007070     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
007080     IF ACCT-BALANCE < ZERO
007090         MOVE ZERO TO SP-TRAN-REF
007100         PERFORM 3200-APPLY-OVERDRAFT-FEE THRU 3200-EXIT
007110         MOVE SP-XFER-REF TO SP-TRAN-REF
007120     END-IF.
007130*    TARGET LEG - CREDIT.
007140     MOVE SP-TARGET-HOLD TO ACCT-RECORD.
007150     ADD SO-AMOUNT TO ACCT-BALANCE.
007160     MOVE "Y" TO SP-TRAN-TYPE-CODE.
007170     MOVE SO-AMOUNT TO SP-TRAN-AMOUNT-OUT.
007180     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
007190     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
007200     MOVE ZERO TO SP-TRAN-REF.
007210     MOVE "Y" TO SP-POST-OK-SW.
007220     PERFORM 3100-ADVANCE-DUE-DATE
007230         THRU 3100-EXIT.
007240*    THE ORDER HAS PAID - ANY FAILURE FROM HERE ON STARTS A NEW
007250*    RUN OF FAILURES AND IS LETTERED AT ONCE, NOT HELD TO THE
007260*    MONTHLY REMINDER.
007270     MOVE ZERO TO SO-NOTICE-DATE.
007280     REWRITE SO-RECORD
007290         INVALID KEY
007300             DISPLAY "ERROR REWRITING ORDER " SO-ORDER-NUMBER
007310     END-REWRITE.
007320 3000-REPORT.
007330     MOVE SO-ORDER-NUMBER   TO SP-D-ORDER.
007340     MOVE SO-SOURCE-ACCOUNT TO SP-D-SOURCE.
007350     MOVE SO-TARGET-ACCOUNT TO SP-D-TARGET.
007360     MOVE SO-AMOUNT         TO SP-D-AMOUNT.
007370     IF SP-ORDER-POSTED
007380         MOVE "POSTED" TO SP-D-RESULT
007390         ADD 1 TO SP-ORDERS-POSTED
007400     ELSE
007410         MOVE SP-FAIL-REASON TO SP-D-RESULT
007420         ADD 1 TO SP-ORDERS-FAILED
007430     END-IF.
007440     WRITE REPORT-RECORD FROM SP-DETAIL-LINE.
007450 3000-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490* 3100-ADVANCE-DUE-DATE
007500*     ROLLS SO-NEXT-DUE-DATE ONE PERIOD FORWARD.  A MONTHLY
007510*     ORDER KEEPS THE DAY OF THE MONTH ANCHORED IN SO-DUE-DAY,
007520*     CLAMPED TO THE LAST DAY WHEN THE NEXT MONTH IS SHORTER
007530*     AND RESTORED THE MONTH AFTER; A WEEKLY ORDER MOVES
007540*     SEVEN CALENDAR DAYS.
007550*****************************************************************
007560 3100-ADVANCE-DUE-DATE.
007570     MOVE SO-NEXT-DUE-DATE TO SP-WORK-DATE-NUM.
007580     IF SO-IS-WEEKLY
007590         PERFORM 3130-ADD-ONE-DAY
007600             THRU 3130-EXIT
007610             VARYING SP-DAY-COUNTER FROM 1 BY 1
007620             UNTIL SP-DAY-COUNTER > 7
007630     ELSE
007640         IF SP-WORK-MONTH < 12
007650             ADD 1 TO SP-WORK-MONTH
007660         ELSE
007670             MOVE 1 TO SP-WORK-MONTH
007680             ADD 1 TO SP-WORK-YEAR
007690         END-IF
007700*        THE ORDER IS ANCHORED TO SO-DUE-DAY, NOT TO WHATEVER
007710*        DAY LAST MONTHS CLAMP LEFT BEHIND - AN ORDER DUE ON
007720*        THE 31ST SPRINGS BACK AFTER FEBRUARY INSTEAD OF
007730*        DRIFTING TO THE 28TH FOR GOOD.  OLDER RECORDS WITHOUT
007740*        AN ANCHOR KEEP THE DAY THEY CARRY.
007750         IF SO-DUE-DAY NUMERIC AND SO-DUE-DAY > ZERO
007760             MOVE SO-DUE-DAY TO SP-WORK-DAY
007770         END-IF
007780         PERFORM 3110-SET-DAYS-IN-MONTH
007790             THRU 3110-EXIT
007800         IF SP-WORK-DAY > SP-DAYS-IN-MONTH
007810             MOVE SP-DAYS-IN-MONTH TO SP-WORK-DAY
007820         END-IF
007830     END-IF.
007840     MOVE SP-WORK-DATE-NUM TO SO-NEXT-DUE-DATE.
007850 3100-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890* 30-DAY AND 31-DAY MONTHS FROM A SIMPLE TABLE OF TESTS;
007900* FEBRUARY GETS 29 WHEN THE YEAR DIVIDES BY 4 BUT NOT BY 100,
007910* OR DIVIDES BY 400 - THE SAME RULE BANKEOD USES.
007920*----------------------------------------------------------------
007930 3110-SET-DAYS-IN-MONTH.
007940     EVALUATE SP-WORK-MONTH
007950         WHEN 01
007960         WHEN 03
007970         WHEN 05
007980         WHEN 07
007990         WHEN 08
008000         WHEN 10
008010         WHEN 12
008020             MOVE 31 TO SP-DAYS-IN-MONTH
008030         WHEN 04
008040         WHEN 06
008050         WHEN 09
008060         WHEN 11
008070             MOVE 30 TO SP-DAYS-IN-MONTH
008080         WHEN 02
008090             PERFORM 3120-SET-FEBRUARY THRU 3120-EXIT
008100         WHEN OTHER
008110             MOVE 31 TO SP-DAYS-IN-MONTH
008120     END-EVALUATE.
008130 3110-EXIT.
008140     EXIT.
008150
008160 3120-SET-FEBRUARY.
008170     MOVE 28 TO SP-DAYS-IN-MONTH.
008180     DIVIDE SP-WORK-YEAR BY 4 GIVING SP-LEAP-QUOTIENT
008190         REMAINDER SP-LEAP-REMAINDER.
008200     IF SP-LEAP-REMAINDER = ZERO
008210         MOVE 29 TO SP-DAYS-IN-MONTH
008220         DIVIDE SP-WORK-YEAR BY 100 GIVING SP-LEAP-QUOTIENT
008230             REMAINDER SP-LEAP-REMAINDER
008240         IF SP-LEAP-REMAINDER = ZERO
008250             MOVE 28 TO SP-DAYS-IN-MONTH
008260             DIVIDE SP-WORK-YEAR BY 400 GIVING SP-LEAP-QUOTIENT
008270                 REMAINDER SP-LEAP-REMAINDER
008280             IF SP-LEAP-REMAINDER = ZERO
008290                 MOVE 29 TO SP-DAYS-IN-MONTH
008300             END-IF
008310         END-IF
008320     END-IF.
008330 3120-EXIT.
008340     EXIT.
008350
008360 3130-ADD-ONE-DAY.
008370     PERFORM 3110-SET-DAYS-IN-MONTH
008380         THRU 3110-EXIT.
008390     IF SP-WORK-DAY < SP-DAYS-IN-MONTH
008400         ADD 1 TO SP-WORK-DAY
008410     ELSE
008420         MOVE 1 TO SP-WORK-DAY
008430         IF SP-WORK-MONTH < 12
008440             ADD 1 TO SP-WORK-MONTH
008450         ELSE
008460             MOVE 1 TO SP-WORK-MONTH
008470             ADD 1 TO SP-WORK-YEAR
008480         END-IF
008490     END-IF.
008500 3130-EXIT.
008510     EXIT.
008520
008530 3200-APPLY-OVERDRAFT-FEE.
008540     SUBTRACT SP-OVERDRAFT-FEE FROM ACCT-BALANCE.
008550     MOVE "O" TO SP-TRAN-TYPE-CODE.
008560     MOVE SP-OVERDRAFT-FEE TO SP-TRAN-AMOUNT-OUT.
008570     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
008580     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
008590     MOVE "O" TO SP-NTC-TYPE.
008600     MOVE SP-OVERDRAFT-FEE TO SP-NTC-AMOUNT.
008610     MOVE ZERO TO SP-NTC-ORDER.
008620     MOVE ZERO TO SP-NTC-TARGET.
008630     PERFORM 7400-WRITE-NOTICE THRU 7400-EXIT.
008640 3200-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680* 6000-PRINT-TOTALS
008690*****************************************************************
008700 6000-PRINT-TOTALS.
008710     IF SP-REPORT-IS-OPEN
008720         MOVE SPACES TO REPORT-RECORD
008730         WRITE REPORT-RECORD
008740         MOVE SP-ORDERS-DUE TO SP-S-DUE
008750         MOVE SP-ORDERS-POSTED TO SP-S-POSTED
008760         MOVE SP-ORDERS-FAILED TO SP-S-FAILED
008770         WRITE REPORT-RECORD FROM SP-TOTALS-LINE
008780     END-IF.
008790 6000-EXIT.
008800     EXIT.
008810
008820*****************************************************************
008830* 7000-REWRITE-ACCOUNT
008840*****************************************************************
008850 7000-REWRITE-ACCOUNT.
008860     REWRITE ACCT-RECORD
008870         INVALID KEY
008880             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
008890     END-REWRITE.
008900 7000-EXIT.
008910     EXIT.
008920
008930*****************************************************************
008940* 7100-LOG-TRANSACTION
008950*     WRITES ONE DATED, TIMESTAMPED ENTRY TO THE TRANSACTION LOG
008960*     FOR THE POSTING JUST APPLIED TO ACCT-RECORD.
008970*****************************************************************
008980 7100-LOG-TRANSACTION.
008990     ACCEPT SP-CURRENT-TIME FROM TIME.
009000     MOVE ACCT-NUMBER        TO TRAN-ACCOUNT.
009010     MOVE SP-RUN-DATE        TO TRAN-DATE.
009020     MOVE SP-CURRENT-TIME    TO TRAN-TIME.
009030     MOVE SP-TRAN-TYPE-CODE  TO TRAN-TYPE.
009040     MOVE SP-TRAN-AMOUNT-OUT TO TRAN-AMOUNT.
009050     MOVE ACCT-BALANCE       TO TRAN-BALANCE.
009060     MOVE SP-TRAN-REF        TO TRAN-REFERENCE.
009070     MOVE SP-TELLER-ID       TO TRAN-TELLER-ID.
009080     MOVE SP-BRANCH-ID       TO TRAN-BRANCH-ID.
009090     MOVE ZERO               TO TRAN-ORIG-DATE.
009100     MOVE ZERO               TO TRAN-ORIG-SEQ.
009110     MOVE SPACE              TO TRAN-ORIG-TYPE.
009120     MOVE SPACES             TO TRAN-OVERRIDE-ID.
009130*    THE HISTORY COPY IS TAKEN BEFORE THE WRITE - THE RECORD
009140*    AREA IS NOT GUARANTEED AFTER A WRITE HAS TAKEN IT.
009150     PERFORM 7200-WRITE-HISTORY
009160         THRU 7200-EXIT.
009170     WRITE TRAN-RECORD.
009180 7100-EXIT.
009190     EXIT.
009200
009210*****************************************************************
009220* 7200-WRITE-HISTORY
009230*     MIRRORS THE LOG RECORD JUST BUILT ONTO THE KEYED
009240*     TRANSACTION-HISTORY FILE.  TWO POSTINGS FOR ONE ACCOUNT
009250*     IN THE SAME HUNDREDTH OF A SECOND COLLIDE ON THE KEY, SO
009260*     THE SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES.
009270*****************************************************************
009280 7200-WRITE-HISTORY.
009290     MOVE TRAN-ACCOUNT   TO TRANH-ACCOUNT.
009300     MOVE TRAN-DATE      TO TRANH-DATE.
009310     MOVE TRAN-TIME      TO TRANH-TIME.
009320     MOVE ZERO           TO TRANH-SEQ.
009330     MOVE TRAN-TYPE      TO TRANH-TYPE.
009340     MOVE TRAN-AMOUNT    TO TRANH-AMOUNT.
009350     MOVE TRAN-BALANCE   TO TRANH-BALANCE.
009360     MOVE TRAN-REFERENCE TO TRANH-REFERENCE.
009370     MOVE TRAN-TELLER-ID TO TRANH-TELLER-ID.
009380     MOVE TRAN-BRANCH-ID TO TRANH-BRANCH-ID.
009390     MOVE TRAN-ORIG-DATE TO TRANH-ORIG-DATE.
009400     MOVE TRAN-ORIG-SEQ  TO TRANH-ORIG-SEQ.
009410     MOVE TRAN-ORIG-TYPE TO TRANH-ORIG-TYPE.
009420     MOVE TRAN-OVERRIDE-ID TO TRANH-OVERRIDE-ID.
009430     MOVE "N" TO SP-HIST-DONE-SW.
009440     PERFORM 7210-TRY-HISTORY-WRITE
009450         THRU 7210-EXIT
009460         UNTIL SP-HISTORY-WRITTEN
009470         OR TRANH-SEQ > 98.
009480     IF NOT SP-HISTORY-WRITTEN
009490         DISPLAY "ERROR WRITING HISTORY FOR ACCOUNT "
009500             TRANH-ACCOUNT ", STATUS = " SP-HIST-FILE-STATUS
009510     END-IF.
009520 7200-EXIT.
009530     EXIT.
009540
009550 7210-TRY-HISTORY-WRITE.
009560     WRITE TRANH-RECORD
009570         INVALID KEY
009580             ADD 1 TO TRANH-SEQ
009590         NOT INVALID KEY
009600             MOVE "Y" TO SP-HIST-DONE-SW
009610     END-WRITE.
009620*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING ON
009630*    THE NEXT SEQUENCE NUMBER.  A HARD I/O ERROR (FILE NOT
009640*    OPEN, PERMANENT ERROR) TAKES NEITHER WRITE BRANCH AND
009650*    WOULD SPIN THE RETRY LOOP FOREVER - FORCE THE EXIT SO
009660*    IT FALLS THROUGH TO THE ERROR DISPLAY INSTEAD.
009670     IF NOT SP-HISTORY-WRITTEN
009680         AND SP-HIST-FILE-STATUS NOT = "22"
009690         MOVE 99 TO TRANH-SEQ
009700     END-IF.
009710 7210-EXIT.
009720     EXIT.
009730
009740*****************************************************************
009750* 7300-TOTAL-HOLDS
009760*     TOTALS THE HOLDS IN FORCE ON THE ACCOUNT IN HAND INTO
009770*     SP-HELD-FUNDS AND SETS SP-FROZEN-SW ON A FRAUD FREEZE.  A
009780*     HOLD IS IN FORCE WHILE ACTIVE AND NOT PAST ITS EXPIRY -
009790*     ONE EXPIRING ON THE RUN DATE STILL BINDS.  ONLY THE HOLD
009800*     RECORD AREA IS USED; THE ACCOUNT RECORD IS UNTOUCHED.
009810*****************************************************************
009820 7300-TOTAL-HOLDS.
009830     MOVE ZERO TO SP-HELD-FUNDS.
009840     MOVE "N" TO SP-FROZEN-SW.
009850     IF NOT SP-HOLD-FILE-AVAILABLE
009860         GO TO 7300-EXIT
009870     END-IF.
009880     MOVE "N" TO SP-HLD-EOF-SW.
009890     MOVE ACCT-NUMBER TO HLD-ACCOUNT.
009900     MOVE ZERO TO HLD-SEQ.
009910     START HOLD-FILE
009920         KEY IS GREATER THAN OR EQUAL HLD-KEY
009930         INVALID KEY
009940             MOVE "Y" TO SP-HLD-EOF-SW
009950     END-START.
009960     PERFORM 7310-ADD-ONE-HOLD
009970         THRU 7310-EXIT
009980         UNTIL SP-END-OF-HOLDS.
009990 7300-EXIT.
010000     EXIT.
010010
010020 7310-ADD-ONE-HOLD.
010030     READ HOLD-FILE NEXT RECORD
010040         AT END
010050             MOVE "Y" TO SP-HLD-EOF-SW
010060             GO TO 7310-EXIT
010070     END-READ.
010080*    A HARD READ ERROR MUST NOT PASS FOR "NO HOLDS" - THE ORDER
010090*    FAILS AS FROZEN AND RETRIES ON THE NEXT NIGHTLY RUN.
010100     IF SP-HLD-FILE-STATUS NOT = "00"
010110         DISPLAY "ERROR READING HOLD FILE, STATUS = "
010120             SP-HLD-FILE-STATUS
010130         MOVE "Y" TO SP-FROZEN-SW
010140         MOVE "Y" TO SP-HLD-EOF-SW
010150         GO TO 7310-EXIT
010160     END-IF.
010170     IF HLD-ACCOUNT NOT = ACCT-NUMBER
010180         MOVE "Y" TO SP-HLD-EOF-SW
010190         GO TO 7310-EXIT
010200     END-IF.
010210     IF NOT HLD-IS-ACTIVE
010220         GO TO 7310-EXIT
010230     END-IF.
010240     IF HLD-EXPIRY-DATE NOT = ZERO
010250         AND HLD-EXPIRY-DATE < SP-RUN-DATE
010260         GO TO 7310-EXIT
010270     END-IF.
010280     IF HLD-FRAUD-FREEZE
010290         MOVE "Y" TO SP-FROZEN-SW
010300     ELSE
010310         ADD HLD-AMOUNT TO SP-HELD-FUNDS
010320     END-IF.
010330 7310-EXIT.
010340     EXIT.
010350
010360*****************************************************************
010370* 7400-WRITE-NOTICE
010380*     WRITES ONE CUSTOMER NOTICE EVENT FOR THE ACCOUNT IN THE
010390*     RECORD AREA, OF THE TYPE AND AMOUNT THE CALLER SET UP.
010400*     TWO EVENTS FOR ONE ACCOUNT IN THE SAME HUNDREDTH OF A
010410*     SECOND COLLIDE ON THE KEY, SO THE SEQUENCE NUMBER IS
010420*     BUMPED UNTIL THE WRITE TAKES, AS FOR THE HISTORY FILE.
010430*****************************************************************
010440 7400-WRITE-NOTICE.
010450     IF NOT SP-NOTICE-FILE-AVAILABLE
010460         GO TO 7400-EXIT
010470     END-IF.
010480     MOVE SPACES               TO NTE-RECORD.
010490     MOVE SP-RUN-DATE          TO NTE-DATE.
010500     MOVE ACCT-CUSTOMER-NUMBER TO NTE-CUSTOMER.
010510     MOVE ACCT-NUMBER          TO NTE-ACCOUNT.
010520     ACCEPT NTE-TIME FROM TIME.
010530     MOVE ZERO                 TO NTE-SEQ.
010540     MOVE SP-NTC-TYPE          TO NTE-TYPE.
010550     MOVE SP-NTC-AMOUNT        TO NTE-AMOUNT.
010560     MOVE ACCT-BALANCE         TO NTE-BALANCE.
010570     MOVE SP-NTC-ORDER         TO NTE-ORDER-NUMBER.
010580     MOVE SP-NTC-TARGET        TO NTE-TARGET-ACCOUNT.
010590     MOVE ACCT-NAME            TO NTE-ACCT-NAME.
010600     MOVE "SOPOST"             TO NTE-SOURCE.
010610     MOVE "N" TO SP-NTC-DONE-SW.
010620     PERFORM 7410-TRY-NOTICE-WRITE
010630         THRU 7410-EXIT
010640         UNTIL SP-NOTICE-WRITTEN
010650         OR NTE-SEQ > 98.
010660     IF SP-NOTICE-WRITTEN
010670         ADD 1 TO SP-NOTICES-WRITTEN
010680     ELSE
010690         DISPLAY "ERROR WRITING NOTICE FOR ACCOUNT "
010700             NTE-ACCOUNT ", STATUS = " SP-NTC-FILE-STATUS
010710     END-IF.
010720 7400-EXIT.
010730     EXIT.
010740
010750 7410-TRY-NOTICE-WRITE.
010760     WRITE NTE-RECORD
010770         INVALID KEY
010780             ADD 1 TO NTE-SEQ
010790         NOT INVALID KEY
010800             MOVE "Y" TO SP-NTC-DONE-SW
010810     END-WRITE.
010820*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING - ANY
010830*    OTHER FAILURE FORCES THE LOOP OUT TO THE ERROR DISPLAY.
010840     IF NOT SP-NOTICE-WRITTEN
010850         AND SP-NTC-FILE-STATUS NOT = "22"
010860         MOVE 99 TO NTE-SEQ
010870     END-IF.
010880 7410-EXIT.
010890     EXIT.
010900
010910*****************************************************************
010920* 8000-TERMINATE
010930*****************************************************************
010940 8000-TERMINATE.
010950     PERFORM 8200-WRITE-RUN-LOG
010960         THRU 8200-EXIT.
010970     DISPLAY "SOPOST COMPLETE - ORDERS READ: " SP-ORDERS-READ
010980         " DUE: " SP-ORDERS-DUE
010990         " POSTED: " SP-ORDERS-POSTED
011000         " FAILED: " SP-ORDERS-FAILED
011010         " NOTICES: " SP-NOTICES-WRITTEN.
011020     CLOSE STANDING-ORDER-FILE.
011030     CLOSE ACCOUNT-MASTER.
011040     CLOSE TRANSACTION-LOG.
011050     CLOSE TRANSACTION-HISTORY.
011060     CLOSE REPORT-FILE.
011070     IF SP-HOLD-FILE-AVAILABLE
011080         CLOSE HOLD-FILE
011090     END-IF.
011100     IF SP-NOTICE-FILE-AVAILABLE
011110         CLOSE NOTICE-FILE
011120     END-IF.
011130 8000-EXIT.
011140     EXIT.
011150
011160*****************************************************************
011170* 8200-WRITE-RUN-LOG
011180*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
011190*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
011200*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
011210*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
011220*****************************************************************
011230 8200-WRITE-RUN-LOG.
011240     OPEN I-O RUN-LOG-FILE.
011250     IF SP-RUN-FILE-STATUS NOT = "00"
011260         OPEN OUTPUT RUN-LOG-FILE
011270         CLOSE RUN-LOG-FILE
011280         OPEN I-O RUN-LOG-FILE
011290     END-IF.
011300     IF SP-RUN-FILE-STATUS NOT = "00"
011310         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
011320             SP-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
011330         GO TO 8200-EXIT
011340     END-IF.
011350     MOVE SP-RUN-DATE          TO RUN-DATE.
011360     MOVE "SOPOST  "        TO RUN-JOB.
011370     MOVE SP-START-TIME TO RUN-START-TIME.
011380     ACCEPT RUN-END-TIME FROM TIME.
011390     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
011400     MOVE SP-ORDERS-POSTED          TO RUN-RECORDS.
011410     MOVE SP-RUN-OUTCOME TO RUN-OUTCOME.
011420     WRITE RUN-RECORD
011430         INVALID KEY
011440             REWRITE RUN-RECORD
011450     END-WRITE.
011460     CLOSE RUN-LOG-FILE.
011470 8200-EXIT.
011480     EXIT.
