000630*                  NIGHT-RUN JOB LOG AT TERMINATION - RUNSHEET
000640*                  PROVES THE SCHEDULE FROM IT AND BANKEOD
000650*                  GATES THE DATE ADVANCE ON IT.
000660* 2026-10-15  RLD  WITHDRAWAL ITEMS NOW TEST AVAILABLE FUNDS NET
000670*                  OF THE ACCOUNTS ACTIVE HOLDS - NEW REASON 08
000680*                  FOR A FROZEN ACCOUNT AND 09 WHERE THE ITEM
000690*                  WOULD HAVE CLEARED BUT FOR FUNDS ON HOLD.
000700* 2026-10-15  RLD  THE RUN NOW REFUSES TO START OUTSIDE THE NIGHT
000710*                  BATCH WINDOW OR WHILE THE SESSION REGISTER
000720*                  SHOWS A TELLER STILL SIGNED ON, UNLESS THE
000730*                  OPERATOR KEYS OVERRIDE.
000740*================================================================
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. BCHPOST.
000770 AUTHOR. R L DAWSON.
000780 INSTALLATION. MAIN STREET DATA CENTER.
000790 DATE-WRITTEN. 2026-08-22.
000800 DATE-COMPILED.
000810
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT TRANSACTION-IN ASSIGN TO "TRANIN"
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS BC-TRANIN-FILE-STATUS.
000890
000900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS ACCT-NUMBER
000940         FILE STATUS IS BC-ACCT-FILE-STATUS.
000950
000960     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000970         ORGANIZATION IS SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS BC-TRAN-FILE-STATUS.
001000
001010     SELECT REJECT-FILE ASSIGN TO "REJFILE"
001020         ORGANIZATION IS SEQUENTIAL
001030         ACCESS MODE IS SEQUENTIAL
001040         FILE STATUS IS BC-REJ-FILE-STATUS.
001050
001060     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS BC-RPT-FILE-STATUS.
001090
001100     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS CTL-KEY
001140         FILE STATUS IS BC-CTL-FILE-STATUS.
001150
001160     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS SES-TELLER-ID
001200         FILE STATUS IS BC-SES-FILE-STATUS.
001210
001220     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS FDC-KEY
001260         FILE STATUS IS BC-FDC-FILE-STATUS.
001270
001280     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS TRANH-KEY
001320         FILE STATUS IS BC-HIST-FILE-STATUS.
001330
001340     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS HOL-DATE
001380         FILE STATUS IS BC-HOL-FILE-STATUS.
001390
001400     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS HLD-KEY
001440         FILE STATUS IS BC-HLD-FILE-STATUS.
001450
001460     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS RUN-KEY
001500         FILE STATUS IS BC-RUN-FILE-STATUS.
001510
001520 DATA DIVISION.
001530 FILE SECTION.
001540*----------------------------------------------------------------
001550* BATCH TRANSACTION INPUT - ATM AND BRANCH FEED ITEMS
001560*----------------------------------------------------------------
001570 FD  TRANSACTION-IN
001580     LABEL RECORDS ARE STANDARD.
001590     COPY BCHTRAN.
001600
001610*----------------------------------------------------------------
001620* ACCOUNT MASTER - ONE RECORD PER CUSTOMER ACCOUNT
001630*----------------------------------------------------------------
001640 FD  ACCOUNT-MASTER
001650     LABEL RECORDS ARE STANDARD.
001660     COPY ACCTREC.
001670
001680*----------------------------------------------------------------
001690* TRANSACTION LOG - APPEND-ONLY AUDIT TRAIL
001700*----------------------------------------------------------------
001710 FD  TRANSACTION-LOG
001720     LABEL RECORDS ARE STANDARD.
001730     COPY TRANREC.
001740
001750*----------------------------------------------------------------
001760* REJECTS - INPUT IMAGE PLUS REASON CODE, FOR MORNING FOLLOW-UP
001770*----------------------------------------------------------------
001780 FD  REJECT-FILE
001790     LABEL RECORDS ARE STANDARD.
001800 01  REJ-RECORD.
001810     05  REJ-TRAN-IMAGE           PIC X(34).
001820     05  REJ-REASON-CODE          PIC X(2).
001830     05  FILLER                   PIC X(4).
001840
001850*----------------------------------------------------------------
001860* PRINTED REJECTS REPORT
001870*----------------------------------------------------------------
001880 FD  REPORT-FILE
001890     LABEL RECORDS ARE OMITTED.
001900 01  REPORT-RECORD                PIC X(80).
001910
001920*----------------------------------------------------------------
001930* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001940*----------------------------------------------------------------
001950 FD  CONTROL-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY CTLREC.
001980
001990*----------------------------------------------------------------
002000* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
002010*----------------------------------------------------------------
002020 FD  SESSION-REGISTER
002030     LABEL RECORDS ARE STANDARD.
002040     COPY SESREC.
002050
002060*----------------------------------------------------------------
002070* FEED CONTROL - ONE RECORD PER FEED FILE ALREADY POSTED
002080*----------------------------------------------------------------
002090 FD  FEED-CONTROL-FILE
002100     LABEL RECORDS ARE STANDARD.
002110     COPY FDCREC.
002120
002130*----------------------------------------------------------------
002140* KEYED TRANSACTION HISTORY - SAME POSTINGS AS THE LOG, KEYED
002150* BY ACCOUNT, DATE, TIME AND SEQUENCE FOR COUNTER INQUIRY
002160*----------------------------------------------------------------
002170 FD  TRANSACTION-HISTORY
002180     LABEL RECORDS ARE STANDARD.
002190     COPY TRNHREC.
002200
002210*----------------------------------------------------------------
002220* BANK HOLIDAY CALENDAR - BUSINESS-DAY CHECK ON THE RUN DATE
002230*----------------------------------------------------------------
002240 FD  HOLIDAY-FILE
002250     LABEL RECORDS ARE STANDARD.
002260     COPY HOLREC.
002270
002280*----------------------------------------------------------------
002290* ACCOUNT HOLDS - NETTED OFF THE AVAILABLE FIGURE ON WITHDRAWALS
002300*----------------------------------------------------------------
002310 FD  HOLD-FILE
002320     LABEL RECORDS ARE STANDARD.
002330     COPY HLDREC.
002340
002350*----------------------------------------------------------------
002360* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
002370*----------------------------------------------------------------
002380 FD  RUN-LOG-FILE
002390     LABEL RECORDS ARE STANDARD.
002400     COPY RUNREC.
002410
002420 WORKING-STORAGE SECTION.
002430*----------------------------------------------------------------
002440* FILE STATUS AND CONTROL SWITCHES
002450*----------------------------------------------------------------
002460 77  BC-TRANIN-FILE-STATUS    PIC X(02) VALUE "00".
002470 77  BC-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
002480 77  BC-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
002490 77  BC-REJ-FILE-STATUS       PIC X(02) VALUE "00".
002500 77  BC-RPT-FILE-STATUS       PIC X(02) VALUE "00".
002510 77  BC-CTL-FILE-STATUS       PIC X(02) VALUE "00".
002520 77  BC-HIST-FILE-STATUS      PIC X(02) VALUE "00".
002530 77  BC-HLD-FILE-STATUS       PIC X(02) VALUE "00".
002540
002550 77  BC-TRANIN-EOF-SW         PIC X(01) VALUE "N".
002560     88  BC-END-OF-TRANIN             VALUE "Y".
002570
002580 77  BC-ITEM-OK-SW            PIC X(01) VALUE "Y".
002590     88  BC-ITEM-IS-OK                VALUE "Y".
002600
002610 77  BC-ACCT-FOUND-SW         PIC X(01) VALUE "N".
002620     88  BC-ACCT-FOUND                VALUE "Y".
002630
002640 77  BC-RPT-OPEN-SW           PIC X(01) VALUE "N".
002650     88  BC-REPORT-IS-OPEN            VALUE "Y".
002660
002670 77  BC-HIST-DONE-SW          PIC X(01) VALUE "N".
002680     88  BC-HISTORY-WRITTEN           VALUE "Y".
002690
002700 77  BC-HLD-AVAIL-SW          PIC X(01) VALUE "N".
002710     88  BC-HOLD-FILE-AVAILABLE       VALUE "Y".
002720
002730 77  BC-HLD-EOF-SW            PIC X(01) VALUE "N".
002740     88  BC-END-OF-HOLDS              VALUE "Y".
002750
002760 77  BC-FROZEN-SW             PIC X(01) VALUE "N".
002770     88  BC-ACCOUNT-FROZEN            VALUE "Y".
002780
002790*----------------------------------------------------------------
002800* POSTING CONSTANTS AND WORK FIELDS - THE OVERDRAFT FEE MATCHES
002810* THE TELLER SESSIONS BA-OVERDRAFT-FEE SO A BATCH ITEM COSTS
002820* THE CUSTOMER THE SAME AS THE IDENTICAL COUNTER ITEM
002830*----------------------------------------------------------------
002840 77  BC-OVERDRAFT-FEE         PIC 9(05)V99 VALUE 5.00.
002850 77  BC-AVAILABLE-FUNDS       PIC S9(10)V99.
002860 77  BC-HELD-FUNDS            PIC 9(10)V99 VALUE 0.
002870 77  BC-TRAN-TYPE-CODE        PIC X(01).
002880 77  BC-TRAN-AMOUNT-OUT       PIC S9(09)V99.
002890 77  BC-RUN-DATE              PIC 9(08).
002900 77  BC-CURRENT-TIME          PIC 9(08).
002910 77  BC-TELLER-ID             PIC X(05) VALUE "*BCH*".
002920*        BATCH JOB ID STAMPED AS THE TELLER ON EVERY POSTING;
002930*        THE FEED CODE FROM THE INPUT ITEM RIDES AS THE BRANCH
002940 77  BC-REASON-CODE           PIC X(02).
002950
002960*----------------------------------------------------------------
002970* RUN COUNTERS
002980*----------------------------------------------------------------
002990 77  BC-ITEMS-READ            PIC 9(07) COMP VALUE 0.
003000 77  BC-ITEMS-POSTED          PIC 9(07) COMP VALUE 0.
003010 77  BC-ITEMS-REJECTED        PIC 9(07) COMP VALUE 0.
003020 77  BC-FEES-CHARGED          PIC 9(07) COMP VALUE 0.
003030
003040*----------------------------------------------------------------
003050* REPORT LINE LAYOUTS
003060*----------------------------------------------------------------
003070 01  BC-TITLE-LINE.
003080     05  FILLER           PIC X(24) VALUE
003090         "BATCH POSTING REJECTS - ".
003100     05  BC-T-DATE             PIC 9(08).
003110     05  FILLER               PIC X(48) VALUE SPACES.
003120
003130 01  BC-COLUMN-LINE.
003140     05  FILLER               PIC X(12) VALUE "ACCOUNT".
003150     05  FILLER               PIC X(06) VALUE "TYPE".
003160     05  FILLER               PIC X(15) VALUE "AMOUNT".
003170     05  FILLER               PIC X(06) VALUE "FEED".
003180     05  FILLER               PIC X(41) VALUE "REASON".
003190
003200 01  BC-REJECT-LINE.
003210     05  BC-R-ACCOUNT         PIC 9(10).
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  BC-R-TYPE            PIC X(01).
003240     05  FILLER               PIC X(05) VALUE SPACES.
003250     05  BC-R-AMOUNT          PIC -(9)9.99.
003260     05  FILLER               PIC X(02) VALUE SPACES.
003270     05  BC-R-SOURCE          PIC X(04).
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  BC-R-REASON-CODE     PIC X(02).
003300     05  FILLER               PIC X(01) VALUE SPACE.
003310     05  BC-R-REASON-TEXT     PIC X(25).
003320     05  FILLER               PIC X(13) VALUE SPACES.
003330
003340 01  BC-TOTALS-LINE.
003350     05  FILLER               PIC X(13) VALUE "ITEMS READ:".
003360     05  BC-S-READ             PIC Z(6)9.
003370     05  FILLER               PIC X(10) VALUE "  POSTED:".
003380     05  BC-S-POSTED           PIC Z(6)9.
003390     05  FILLER               PIC X(12) VALUE "  REJECTED:".
003400     05  BC-S-REJECTED         PIC Z(6)9.
003410     05  FILLER               PIC X(24) VALUE SPACES.
003420
003430*----------------------------------------------------------------
003440* BUSINESS-DAY CHECK WORK FIELDS - THE RUN DATE IS PROVED
003450* AGAINST THE WEEKEND RULE AND THE HOLIDAY CALENDAR AT START-UP
003460* AND A NON-BUSINESS DAY IS WARNED TO THE OPERATOR LOG.
003470* BC-DAY-OF-WEEK COMES OUT 0 FOR SATURDAY AND 1 FOR SUNDAY.
003480*----------------------------------------------------------------
003490 77  BC-HOL-FILE-STATUS      PIC X(02) VALUE "00".
003500 77  BC-HOL-AVAIL-SW         PIC X(01) VALUE "N".
003510     88  BC-HOL-FILE-AVAILABLE       VALUE "Y".
003520 77  BC-BUSINESS-DAY-SW      PIC X(01) VALUE "N".
003530     88  BC-IS-BUSINESS-DAY          VALUE "Y".
003540 01  BC-DOW-DATE.
003550     05  BC-DOW-YEAR         PIC 9(04).
003560     05  BC-DOW-MONTH        PIC 9(02).
003570     05  BC-DOW-DAY          PIC 9(02).
003580 01  BC-DOW-DATE-NUM REDEFINES BC-DOW-DATE
003590                              PIC 9(08).
003600 77  BC-Z-YEAR               PIC 9(04) COMP.
003610 77  BC-Z-MONTH              PIC 9(02) COMP.
003620 77  BC-Z-CENTURY            PIC 9(02) COMP.
003630 77  BC-Z-YR-OF-CENT         PIC 9(02) COMP.
003640 77  BC-Z-MONTH-TERM         PIC 9(04) COMP.
003650 77  BC-Z-CENT-TERM          PIC 9(04) COMP.
003660 77  BC-Z-YEAR-TERM          PIC 9(04) COMP.
003670 77  BC-Z-SUM                PIC 9(05) COMP.
003680 77  BC-Z-QUOTIENT           PIC 9(05) COMP.
003690 77  BC-DAY-OF-WEEK          PIC 9(01) COMP.
003700*----------------------------------------------------------------
003710* FEED PROOF AND DUPLICATE-PROTECTION WORK FIELDS.  THE FEED IS
003720* READ ONCE TO PROVE THE HEADER, TRAILER COUNT AND HASH TOTAL
003730* AND THE FEED-CONTROL FILE, THEN REOPENED FOR THE POSTING PASS.
003740*----------------------------------------------------------------
003750 77  BC-FDC-FILE-STATUS       PIC X(02) VALUE "00".
003760 77  BC-FDC-OPEN-SW           PIC X(01) VALUE "N".
003770     88  BC-FDC-FILE-IS-OPEN          VALUE "Y".
003780 77  BC-FEED-OK-SW            PIC X(01) VALUE "N".
003790     88  BC-FEED-IS-OK                VALUE "Y".
003800 77  BC-PROOF-EOF-SW          PIC X(01) VALUE "N".
003810     88  BC-END-OF-PROOF              VALUE "Y".
003820 77  BC-TRL-SEEN-SW           PIC X(01) VALUE "N".
003830     88  BC-TRAILER-SEEN              VALUE "Y".
003840 77  BC-FEED-SOURCE           PIC X(04).
003850 77  BC-FEED-DATE             PIC 9(08).
003860 77  BC-PROOF-COUNT           PIC 9(07) VALUE 0.
003870 77  BC-PROOF-HASH            PIC 9(11)V99 VALUE 0.
003880 77  BC-TRL-COUNT             PIC 9(07).
003890 77  BC-TRL-HASH              PIC 9(11)V99.
003900 77  BC-REFUSE-REASON         PIC X(40).
003910
003920 01  BC-REFUSE-LINE.
003930     05  FILLER               PIC X(15) VALUE "FEED REFUSED - ".
003940     05  BC-RF-REASON         PIC X(40).
003950     05  FILLER               PIC X(25) VALUE SPACES.
003960*----------------------------------------------------------------
003970* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003980* COMPLETION RECORD WRITTEN AT TERMINATION
003990*----------------------------------------------------------------
004000 77  BC-RUN-FILE-STATUS      PIC X(02) VALUE "00".
004010 77  BC-START-TIME           PIC 9(08) VALUE 0.
004020 77  BC-RUN-OUTCOME          PIC X(01) VALUE "C".
004030*----------------------------------------------------------------
004040* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
004050* AT START-UP
004060*----------------------------------------------------------------
004070 77  BC-SES-FILE-STATUS       PIC X(02) VALUE "00".
004080 77  BC-LOCKOUT-SW            PIC X(01) VALUE "N".
004090     88  BC-LOCKED-OUT                 VALUE "Y".
004100 77  BC-SES-EOF-SW            PIC X(01) VALUE "N".
004110     88  BC-END-OF-REGISTER            VALUE "Y".
004120 77  BC-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
004130 77  BC-OVERRIDE-IN           PIC X(08).
004140 PROCEDURE DIVISION.
004150*****************************************************************
004160* 0000-MAINLINE
004170*****************************************************************
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE
004200         THRU 1000-EXIT.
004210     PERFORM 2000-PROCESS-ITEMS
004220         THRU 2000-EXIT
004230         UNTIL BC-END-OF-TRANIN.
004240     PERFORM 6000-PRINT-TOTALS
004250         THRU 6000-EXIT.
004260     PERFORM 8000-TERMINATE
004270         THRU 8000-EXIT.
004280     STOP RUN.
004290
004300*****************************************************************
004310* 1000-INITIALIZE
004320*****************************************************************
004330 1000-INITIALIZE.
004340     DISPLAY "BCHPOST - BATCH POSTING OF EXTERNAL FEEDS".
004350     ACCEPT BC-START-TIME FROM TIME.
004360     PERFORM 1050-READ-CONTROL
004370         THRU 1050-EXIT.
004380     PERFORM 1080-CHECK-BATCH-WINDOW
004390         THRU 1080-EXIT.
004400     IF BC-LOCKED-OUT
004410         MOVE "Y" TO BC-TRANIN-EOF-SW
004420         MOVE "F" TO BC-RUN-OUTCOME
004430         GO TO 1000-EXIT
004440     END-IF.
004450     PERFORM 1060-CHECK-BUSINESS-DAY
004460         THRU 1060-EXIT.
004470     OPEN INPUT TRANSACTION-IN.
004480     IF BC-TRANIN-FILE-STATUS NOT = "00"
004490         DISPLAY "CANNOT OPEN TRANSACTION INPUT, STATUS = "
004500             BC-TRANIN-FILE-STATUS
004510         MOVE "Y" TO BC-TRANIN-EOF-SW
004520         MOVE "F" TO BC-RUN-OUTCOME
004530         GO TO 1000-EXIT
004540     END-IF.
004550     OPEN I-O ACCOUNT-MASTER.
004560     IF BC-ACCT-FILE-STATUS NOT = "00"
004570         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
004580             BC-ACCT-FILE-STATUS
004590         MOVE "Y" TO BC-TRANIN-EOF-SW
004600         MOVE "F" TO BC-RUN-OUTCOME
004610         GO TO 1000-EXIT
004620     END-IF.
004630     OPEN EXTEND TRANSACTION-LOG.
004640     IF BC-TRAN-FILE-STATUS NOT = "00"
004650         OPEN OUTPUT TRANSACTION-LOG
004660         CLOSE TRANSACTION-LOG
004670         OPEN EXTEND TRANSACTION-LOG
004680     END-IF.
004690     OPEN I-O TRANSACTION-HISTORY.
004700     IF BC-HIST-FILE-STATUS NOT = "00"
004710         OPEN OUTPUT TRANSACTION-HISTORY
004720         CLOSE TRANSACTION-HISTORY
004730         OPEN I-O TRANSACTION-HISTORY
004740     END-IF.
004750     IF BC-HIST-FILE-STATUS NOT = "00"
004760         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
004770             BC-HIST-FILE-STATUS
004780         MOVE "Y" TO BC-TRANIN-EOF-SW
004790         MOVE "F" TO BC-RUN-OUTCOME
004800         GO TO 1000-EXIT
004810     END-IF.
004820*    NO HOLD FILE ON DISK (35) MEANS NO HOLD HAS EVER BEEN
004830*    PLACED.  ANY OTHER FAILURE STOPS THE RUN - WITHDRAWALS
004840*    POSTED BLIND TO THE HOLDS COULD PAY OUT FROZEN FUNDS.
004850     OPEN INPUT HOLD-FILE.
004860     IF BC-HLD-FILE-STATUS = "00"
004870         MOVE "Y" TO BC-HLD-AVAIL-SW
004880     ELSE
004890         IF BC-HLD-FILE-STATUS NOT = "35"
004900             DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
004910                 BC-HLD-FILE-STATUS
004920             MOVE "Y" TO BC-TRANIN-EOF-SW
004930             MOVE "F" TO BC-RUN-OUTCOME
004940             GO TO 1000-EXIT
004950         END-IF
004960     END-IF.
004970     OPEN OUTPUT REJECT-FILE.
004980     IF BC-REJ-FILE-STATUS NOT = "00"
004990         DISPLAY "CANNOT OPEN REJECTS FILE, STATUS = "
005000             BC-REJ-FILE-STATUS
005010         MOVE "Y" TO BC-TRANIN-EOF-SW
005020         MOVE "F" TO BC-RUN-OUTCOME
005030         GO TO 1000-EXIT
005040     END-IF.
005050     OPEN OUTPUT REPORT-FILE.
005060     IF BC-RPT-FILE-STATUS NOT = "00"
005070         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
005080             BC-RPT-FILE-STATUS
005090         MOVE "Y" TO BC-TRANIN-EOF-SW
005100         MOVE "F" TO BC-RUN-OUTCOME
005110         GO TO 1000-EXIT
005120     END-IF.
005130     MOVE "Y" TO BC-RPT-OPEN-SW.
005140     MOVE BC-RUN-DATE TO BC-T-DATE.
005150     WRITE REPORT-RECORD FROM BC-TITLE-LINE.
005160     MOVE SPACES TO REPORT-RECORD.
005170     WRITE REPORT-RECORD.
005180     WRITE REPORT-RECORD FROM BC-COLUMN-LINE.
005190*    NOT ONE ITEM POSTS UNTIL THE WHOLE FEED HAS PROVED - A
005200*    TRUNCATED OR RESENT FILE IS REFUSED OUTRIGHT.
005210     PERFORM 1200-PROVE-FEED
005220         THRU 1200-EXIT.
005230     IF NOT BC-FEED-IS-OK
005240         MOVE BC-REFUSE-REASON TO BC-RF-REASON
005250         WRITE REPORT-RECORD FROM BC-REFUSE-LINE
005260         DISPLAY "FEED REFUSED - " BC-REFUSE-REASON
005270         MOVE "F" TO BC-RUN-OUTCOME
005280         MOVE "Y" TO BC-TRANIN-EOF-SW
005290         GO TO 1000-EXIT
005300     END-IF.
005310*    REWIND FOR THE POSTING PASS.
005320     CLOSE TRANSACTION-IN.
005330     OPEN INPUT TRANSACTION-IN.
005340     IF BC-TRANIN-FILE-STATUS NOT = "00"
005350         DISPLAY "CANNOT REOPEN TRANSACTION INPUT, STATUS = "
005360             BC-TRANIN-FILE-STATUS
005370         MOVE "Y" TO BC-TRANIN-EOF-SW
005380         MOVE "F" TO BC-RUN-OUTCOME
005390         GO TO 1000-EXIT
005400     END-IF.
005410     PERFORM 2100-READ-ITEM
005420         THRU 2100-EXIT.
005430 1000-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* PICKS UP THE BUSINESS DATE AND OPERATING PARAMETERS FROM THE
005480* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
005490* THE RUN FALLS BACK TO THE SYSTEM DATE AND THE STANDARD
005500* PARAMETERS, WITH A WARNING ON THE OPERATOR LOG.
005510*----------------------------------------------------------------
005520 1050-READ-CONTROL.
005530     OPEN INPUT CONTROL-FILE.
005540     IF BC-CTL-FILE-STATUS NOT = "00"
005550         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
005560             BC-CTL-FILE-STATUS " - USING SYSTEM DATE."
005570         ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
005580         GO TO 1050-EXIT
005590     END-IF.
005600     MOVE "1" TO CTL-KEY.
005610     READ CONTROL-FILE
005620         INVALID KEY
005630             DISPLAY "WARNING - NO CONTROL RECORD - USING "
005640                 "SYSTEM DATE."
005650             ACCEPT BC-RUN-DATE FROM DATE YYYYMMDD
005660             CLOSE CONTROL-FILE
005670             GO TO 1050-EXIT
005680     END-READ.
005690     MOVE CTL-BUSINESS-DATE TO BC-RUN-DATE.
005700     MOVE CTL-OVERDRAFT-FEE TO BC-OVERDRAFT-FEE.
005710     CLOSE CONTROL-FILE.
005720 1050-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------
005760* BCHPOST POSTS THE FEEDS TO THE ACCOUNTS THE TELLERS POST TO -
005770* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
005780* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
005790* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
005800* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
005810*----------------------------------------------------------------
005820 1080-CHECK-BATCH-WINDOW.
005830     MOVE "N" TO BC-LOCKOUT-SW.
005840     MOVE ZERO TO BC-SESSIONS-OPEN.
005850     PERFORM 1082-READ-WINDOW
005860         THRU 1082-EXIT.
005870     PERFORM 1084-SCAN-SESSIONS
005880         THRU 1084-EXIT.
005890     IF NOT BC-LOCKED-OUT
005900         GO TO 1080-EXIT
005910     END-IF.
005920     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
005930         "START BCHPOST ANYWAY, ANYTHING ELSE TO STOP.".
005940     MOVE SPACES TO BC-OVERRIDE-IN.
005950     ACCEPT BC-OVERRIDE-IN.
005960     IF BC-OVERRIDE-IN = "OVERRIDE"
005970         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
005980             "THE ONLINE LOCKOUT."
005990         MOVE "N" TO BC-LOCKOUT-SW
006000     ELSE
006010         DISPLAY "BCHPOST NOT STARTED."
006020     END-IF.
006030 1080-EXIT.
006040     EXIT.
006050
006060 1082-READ-WINDOW.
006070     OPEN INPUT CONTROL-FILE.
006080     IF BC-CTL-FILE-STATUS NOT = "00"
006090         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
006100             BC-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
006110         MOVE "Y" TO BC-LOCKOUT-SW
006120         GO TO 1082-EXIT
006130     END-IF.
006140     MOVE "W" TO CTL-KEY.
006150     READ CONTROL-FILE
006160         INVALID KEY
006170             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
006180                 "NEVER BEEN OPENED."
006190             MOVE "Y" TO BC-LOCKOUT-SW
006200             CLOSE CONTROL-FILE
006210             GO TO 1082-EXIT
006220     END-READ.
006230     IF CTL-BATCH-WINDOW-OPEN
006240         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
006250             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
006260     ELSE
006270         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
006280             "STILL SIGN ON."
006290         MOVE "Y" TO BC-LOCKOUT-SW
006300     END-IF.
006310     CLOSE CONTROL-FILE.
006320 1082-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------
006360* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
006370* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
006380*----------------------------------------------------------------
006390 1084-SCAN-SESSIONS.
006400     OPEN INPUT SESSION-REGISTER.
006410     IF BC-SES-FILE-STATUS = "35"
006420         GO TO 1084-EXIT
006430     END-IF.
006440     IF BC-SES-FILE-STATUS NOT = "00"
006450         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
006460             BC-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
006470         MOVE "Y" TO BC-LOCKOUT-SW
006480         GO TO 1084-EXIT
006490     END-IF.
006500     MOVE "N" TO BC-SES-EOF-SW.
006510     MOVE LOW-VALUES TO SES-TELLER-ID.
006520     START SESSION-REGISTER
006530         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
006540         INVALID KEY
006550             MOVE "Y" TO BC-SES-EOF-SW
006560     END-START.
006570     PERFORM 1086-CHECK-ONE-SESSION
006580         THRU 1086-EXIT
006590         UNTIL BC-END-OF-REGISTER.
006600     CLOSE SESSION-REGISTER.
006610     IF BC-SESSIONS-OPEN > ZERO
006620         DISPLAY BC-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
006630         MOVE "Y" TO BC-LOCKOUT-SW
006640     END-IF.
006650 1084-EXIT.
006660     EXIT.
006670
006680 1086-CHECK-ONE-SESSION.
006690     READ SESSION-REGISTER NEXT RECORD
006700         AT END
006710             MOVE "Y" TO BC-SES-EOF-SW
006720             GO TO 1086-EXIT
006730     END-READ.
006740     IF BC-SES-FILE-STATUS NOT = "00"
006750         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
006760             BC-SES-FILE-STATUS
006770         MOVE "Y" TO BC-LOCKOUT-SW
006780         MOVE "Y" TO BC-SES-EOF-SW
006790         GO TO 1086-EXIT
006800     END-IF.
006810     IF SES-OPEN-COUNT > ZERO
006820         ADD 1 TO BC-SESSIONS-OPEN
006830         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
006840             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
006850             SES-SIGNON-TIME
006860     END-IF.
006870 1086-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910* PROVES THE RUN DATE IS A BUSINESS DAY - A SATURDAY, SUNDAY
006920* OR CALENDAR HOLIDAY IS WARNED BUT DOES NOT STOP THE RUN.
006930* AN ATM FILE DATED ON ONE IS HOW WE CATCH A RESENT OLD FILE.
006940*----------------------------------------------------------------
006950 1060-CHECK-BUSINESS-DAY.
006960     MOVE "Y" TO BC-BUSINESS-DAY-SW.
006970     OPEN INPUT HOLIDAY-FILE.
006980     IF BC-HOL-FILE-STATUS = "00"
006990         MOVE "Y" TO BC-HOL-AVAIL-SW
007000     END-IF.
007010     MOVE BC-RUN-DATE TO BC-DOW-DATE-NUM.
007020     PERFORM 1070-DAY-OF-WEEK
007030         THRU 1070-EXIT.
007040     IF BC-DAY-OF-WEEK = 0 OR BC-DAY-OF-WEEK = 1
007050         MOVE "N" TO BC-BUSINESS-DAY-SW
007060     END-IF.
007070     IF BC-IS-BUSINESS-DAY AND BC-HOL-FILE-AVAILABLE
007080         MOVE BC-DOW-DATE-NUM TO HOL-DATE
007090         READ HOLIDAY-FILE
007100             INVALID KEY
007110                 CONTINUE
007120             NOT INVALID KEY
007130                 MOVE "N" TO BC-BUSINESS-DAY-SW
007140         END-READ
007150     END-IF.
007160     IF BC-HOL-FILE-AVAILABLE
007170         CLOSE HOLIDAY-FILE
007180     END-IF.
007190     IF NOT BC-IS-BUSINESS-DAY
007200         DISPLAY "WARNING - RUN DATE " BC-RUN-DATE
007210             " IS NOT A BUSINESS DAY."
007220     END-IF.
007230 1060-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270* DAY OF WEEK FOR BC-DOW-DATE BY ZELLERS RULE - JANUARY AND
007280* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.  THE
007290* RESULT IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY.
007300*----------------------------------------------------------------
007310 1070-DAY-OF-WEEK.
007320     MOVE BC-DOW-YEAR TO BC-Z-YEAR.
007330     MOVE BC-DOW-MONTH TO BC-Z-MONTH.
007340     IF BC-Z-MONTH < 3
007350         ADD 12 TO BC-Z-MONTH
007360         SUBTRACT 1 FROM BC-Z-YEAR
007370     END-IF.
007380     DIVIDE BC-Z-YEAR BY 100 GIVING BC-Z-CENTURY
007390         REMAINDER BC-Z-YR-OF-CENT.
007400     COMPUTE BC-Z-MONTH-TERM = (13 * (BC-Z-MONTH + 1)) / 5.
007410     COMPUTE BC-Z-YEAR-TERM = BC-Z-YR-OF-CENT / 4.
007420     COMPUTE BC-Z-CENT-TERM = BC-Z-CENTURY / 4.
007430     COMPUTE BC-Z-SUM = BC-DOW-DAY + BC-Z-MONTH-TERM
007440         + BC-Z-YR-OF-CENT + BC-Z-YEAR-TERM + BC-Z-CENT-TERM
007450         + (5 * BC-Z-CENTURY).
007460     DIVIDE BC-Z-SUM BY 7 GIVING BC-Z-QUOTIENT
007470         REMAINDER BC-DAY-OF-WEEK.
007480 1070-EXIT.
007490     EXIT.
007500
007510*****************************************************************
007520* 1200-PROVE-FEED
007530*     FIRST PASS OVER THE FEED.  THE FILE MUST OPEN WITH AN HDR
007540*     RECORD, CLOSE WITH A TRL RECORD WHOSE ITEM COUNT AND
007550*     BT-AMOUNT HASH TOTAL MATCH WHAT WAS READ, AND MUST NOT
007560*     ALREADY BE ON THE FEED-CONTROL FILE FOR ITS SOURCE AND
007570*     DATE.  ANY MISS REFUSES THE WHOLE FILE - HALF A DAY
007580*     SILENTLY POSTED IS WORSE THAN NO DAY AT ALL.
007590*****************************************************************
007600 1200-PROVE-FEED.
007610     MOVE "N" TO BC-FEED-OK-SW.
007620     MOVE SPACES TO BC-REFUSE-REASON.
007630     MOVE ZERO TO BC-PROOF-COUNT.
007640     MOVE ZERO TO BC-PROOF-HASH.
007650     MOVE "N" TO BC-PROOF-EOF-SW.
007660     MOVE "N" TO BC-TRL-SEEN-SW.
007670     READ TRANSACTION-IN
007680         AT END
007690             MOVE "FEED FILE IS EMPTY" TO BC-REFUSE-REASON
007700             GO TO 1200-EXIT
007710     END-READ.
007720     IF NOT BT-IS-HEADER
007730         MOVE "NO HDR RECORD AT START OF FEED"
007740             TO BC-REFUSE-REASON
007750         GO TO 1200-EXIT
007760     END-IF.
007770     MOVE BT-H-SOURCE TO BC-FEED-SOURCE.
007780     MOVE BT-H-DATE   TO BC-FEED-DATE.
007790     PERFORM 1230-CHECK-DUPLICATE
007800         THRU 1230-EXIT.
007810     IF BC-REFUSE-REASON NOT = SPACES
007820         GO TO 1200-EXIT
007830     END-IF.
007840     PERFORM 1240-CHECK-FEED-DATE
007850         THRU 1240-EXIT.
007860*    THE PROOF RUNS TO END OF FILE, NOT JUST TO THE TRAILER -
007870*    A CONCATENATED RESEND (HDR...TRL HDR...TRL) OR ANY STRAY
007880*    RECORD AFTER THE TRL WOULD OTHERWISE POST WITH NO COUNT
007890*    OR HASH PROTECTION AT ALL.
007900     PERFORM 1210-PROVE-ONE-RECORD
007910         THRU 1210-EXIT
007920         UNTIL BC-END-OF-PROOF.
007930     IF NOT BC-TRAILER-SEEN
007940         IF BC-REFUSE-REASON = SPACES
007950             MOVE "NO TRL RECORD - FILE MAY BE TRUNCATED"
007960                 TO BC-REFUSE-REASON
007970         END-IF
007980         GO TO 1200-EXIT
007990     END-IF.
008000     IF BC-REFUSE-REASON NOT = SPACES
008010         GO TO 1200-EXIT
008020     END-IF.
008030     IF BC-TRL-COUNT NOT = BC-PROOF-COUNT
008040         MOVE "TRAILER ITEM COUNT DOES NOT MATCH"
008050             TO BC-REFUSE-REASON
008060         DISPLAY "TRAILER COUNT " BC-TRL-COUNT
008070             " BUT " BC-PROOF-COUNT " ITEMS READ."
008080         GO TO 1200-EXIT
008090     END-IF.
008100     IF BC-TRL-HASH NOT = BC-PROOF-HASH
008110         MOVE "TRAILER HASH TOTAL DOES NOT MATCH"
008120             TO BC-REFUSE-REASON
008130         DISPLAY "TRAILER HASH " BC-TRL-HASH
008140             " BUT " BC-PROOF-HASH " COMPUTED."
008150         GO TO 1200-EXIT
008160     END-IF.
008170     MOVE "Y" TO BC-FEED-OK-SW.
008180     DISPLAY "FEED " BC-FEED-SOURCE " " BC-FEED-DATE
008190         " PROVED - " BC-PROOF-COUNT " ITEMS.".
008200 1200-EXIT.
008210     EXIT.
008220
008230 1210-PROVE-ONE-RECORD.
008240     READ TRANSACTION-IN
008250         AT END
008260             MOVE "Y" TO BC-PROOF-EOF-SW
008270             GO TO 1210-EXIT
008280     END-READ.
008290*    NOTHING MAY FOLLOW THE TRAILER - A SECOND FILE STUCK ON
008300*    THE END IS A RESEND, NOT MORE BUSINESS.
008310     IF BC-TRAILER-SEEN
008320         MOVE "RECORDS FOLLOW THE TRL RECORD"
008330             TO BC-REFUSE-REASON
008340         MOVE "Y" TO BC-PROOF-EOF-SW
008350         GO TO 1210-EXIT
008360     END-IF.
008370     IF BT-IS-TRAILER
008380         MOVE BT-T-COUNT TO BC-TRL-COUNT
008390         MOVE BT-T-HASH  TO BC-TRL-HASH
008400         MOVE "Y" TO BC-TRL-SEEN-SW
008410         GO TO 1210-EXIT
008420     END-IF.
008430     IF BT-IS-HEADER
008440         MOVE "SECOND HDR RECORD IN FEED" TO BC-REFUSE-REASON
008450         MOVE "Y" TO BC-PROOF-EOF-SW
008460         GO TO 1210-EXIT
008470     END-IF.
008480     ADD 1 TO BC-PROOF-COUNT.
008490*    A CORRUPT AMOUNT STILL DROPS TO REJECTS ON THE POSTING
008500*    PASS - HERE IT ONLY HAS TO STAY OUT OF THE HASH.
008510     IF BT-AMOUNT NUMERIC
008520         ADD BT-AMOUNT TO BC-PROOF-HASH
008530     END-IF.
008540 1210-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580* OPENS THE FEED-CONTROL FILE (CREATED ON THE VERY FIRST RUN)
008590* AND REFUSES THE FEED IF ITS SOURCE AND DATE HAVE ALREADY
008600* POSTED.  THE FILE STAYS OPEN - THE RUN WRITES ITS OWN RECORD
008610* AT TERMINATION.  NO FEED-CONTROL FILE, NO RUN - WITHOUT IT
008620* THE DUPLICATE PROTECTION IS GONE.
008630*----------------------------------------------------------------
008640 1230-CHECK-DUPLICATE.
008650     OPEN I-O FEED-CONTROL-FILE.
008660     IF BC-FDC-FILE-STATUS NOT = "00"
008670         OPEN OUTPUT FEED-CONTROL-FILE
008680         CLOSE FEED-CONTROL-FILE
008690         OPEN I-O FEED-CONTROL-FILE
008700     END-IF.
008710     IF BC-FDC-FILE-STATUS NOT = "00"
008720         MOVE "FEED-CONTROL FILE NOT AVAILABLE"
008730             TO BC-REFUSE-REASON
008740         GO TO 1230-EXIT
008750     END-IF.
008760     MOVE "Y" TO BC-FDC-OPEN-SW.
008770     MOVE BC-FEED-SOURCE TO FDC-SOURCE.
008780     MOVE BC-FEED-DATE   TO FDC-DATE.
008790     READ FEED-CONTROL-FILE
008800         INVALID KEY
008810             CONTINUE
008820         NOT INVALID KEY
008830             MOVE "ALREADY POSTED - DUPLICATE FEED"
008840                 TO BC-REFUSE-REASON
008850             DISPLAY "FEED " BC-FEED-SOURCE " " BC-FEED-DATE
008860                 " WAS POSTED ON " FDC-POSTED-DATE "."
008870     END-READ.
008880 1230-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920* THE HEADER DATE GETS THE SAME BUSINESS-DAY TEST AS THE RUN
008930* DATE - AN ATM SETTLEMENT FILE CREATED ON A NON-BUSINESS DAY
008940* IS HOW THE NETWORK RESENDING AN OLD FILE SHOWS ITSELF.
008950*----------------------------------------------------------------
008960 1240-CHECK-FEED-DATE.
008970     MOVE "Y" TO BC-BUSINESS-DAY-SW.
008980     MOVE BC-FEED-DATE TO BC-DOW-DATE-NUM.
008990     PERFORM 1070-DAY-OF-WEEK
009000         THRU 1070-EXIT.
009010     IF BC-DAY-OF-WEEK = 0 OR BC-DAY-OF-WEEK = 1
009020         MOVE "N" TO BC-BUSINESS-DAY-SW
009030     END-IF.
009040     IF BC-IS-BUSINESS-DAY
009050         OPEN INPUT HOLIDAY-FILE
009060         IF BC-HOL-FILE-STATUS = "00"
009070             MOVE BC-FEED-DATE TO HOL-DATE
009080             READ HOLIDAY-FILE
009090                 INVALID KEY
009100                     CONTINUE
009110                 NOT INVALID KEY
009120                     MOVE "N" TO BC-BUSINESS-DAY-SW
009130             END-READ
009140             CLOSE HOLIDAY-FILE
009150         END-IF
009160     END-IF.
009170     IF NOT BC-IS-BUSINESS-DAY
009180         DISPLAY "WARNING - FEED " BC-FEED-SOURCE " IS DATED "
009190             BC-FEED-DATE " WHICH IS NOT A BUSINESS DAY - "
009200             "CHECK FOR A RESENT FILE."
009210     END-IF.
009220 1240-EXIT.
009230     EXIT.
009240
009250*****************************************************************
009260* 2000-PROCESS-ITEMS
009270*     ONE PASS = ONE FEED ITEM ALREADY IN THE RECORD AREA.
009280*     VALIDATES THE ITEM, POSTS IT IF CLEAN, REJECTS IT IF NOT.
009290*****************************************************************
009300 2000-PROCESS-ITEMS.
009310*    THE HEADER AND TRAILER WERE PROVED ON THE FIRST PASS -
009320*    ONLY THE DETAIL ITEMS BETWEEN THEM POST.
009330     IF BT-IS-HEADER OR BT-IS-TRAILER
009340         GO TO 2000-READ-NEXT
009350     END-IF.
009360     ADD 1 TO BC-ITEMS-READ.
009370     PERFORM 3000-VALIDATE-ITEM
009380         THRU 3000-EXIT.
009390     IF BC-ITEM-IS-OK
009400         PERFORM 4000-POST-ITEM
009410             THRU 4000-EXIT
009420     ELSE
009430         PERFORM 5000-REJECT-ITEM
009440             THRU 5000-EXIT
009450     END-IF.
009460 2000-READ-NEXT.
009470     PERFORM 2100-READ-ITEM
009480         THRU 2100-EXIT.
009490 2000-EXIT.
009500     EXIT.
009510
009520 2100-READ-ITEM.
009530     READ TRANSACTION-IN
009540         AT END
009550             MOVE "Y" TO BC-TRANIN-EOF-SW
009560     END-READ.
009570 2100-EXIT.
009580     EXIT.
009590
009600*****************************************************************
009610* 3000-VALIDATE-ITEM
009620*     THE SAME RULES THE TELLER SESSION ENFORCES, IN THE SAME
009630*     ORDER A TELLER WOULD HIT THEM: A REAL AMOUNT AND TYPE, AN
009640*     ACCOUNT ON FILE AND STILL OPEN, AND FOR A WITHDRAWAL THE
009650*     TIERED OVERDRAFT TEST FROM 5000-WITHDRAW IN BANK-APP, NET
009660*     OF THE ACCOUNTS ACTIVE HOLDS.  A FROZEN ACCOUNT TAKES NO
009670*     WITHDRAWAL; DEPOSITS STILL POST TO IT.
009680*     REASON CODES:
009690*       01 - ACCOUNT NOT ON FILE
009700*       02 - ACCOUNT CLOSED
009710*       03 - AMOUNT NOT GREATER THAN ZERO
009720*       04 - OVER OVERDRAFT LIMIT
009730*       05 - TRAN TYPE NOT D OR W
009740*       06 - ACCOUNT OR AMOUNT NOT NUMERIC
009750*       07 - ACCOUNT DORMANT
009760*       08 - ACCOUNT FROZEN
009770*       09 - FUNDS ON HOLD - WOULD CLEAR BUT FOR THE HOLDS
009780*****************************************************************
009790 3000-VALIDATE-ITEM.
009800     MOVE "Y" TO BC-ITEM-OK-SW.
009810     MOVE SPACES TO BC-REASON-CODE.
009820*    A FEED RECORD IS UNTRUSTED - A CORRUPT TAPE FIELD MUST
009830*    DROP TO REJECTS, NOT POST GARBAGE OR TAKE THE JOB DOWN.
009840     IF BT-ACCOUNT NOT NUMERIC OR BT-AMOUNT NOT NUMERIC
009850         MOVE "N" TO BC-ITEM-OK-SW
009860         MOVE "06" TO BC-REASON-CODE
009870         GO TO 3000-EXIT
009880     END-IF.
009890     IF BT-AMOUNT NOT > ZERO
009900         MOVE "N" TO BC-ITEM-OK-SW
009910         MOVE "03" TO BC-REASON-CODE
009920         GO TO 3000-EXIT
009930     END-IF.
009940     IF NOT BT-IS-DEPOSIT AND NOT BT-IS-WITHDRAWAL
009950         MOVE "N" TO BC-ITEM-OK-SW
009960         MOVE "05" TO BC-REASON-CODE
009970         GO TO 3000-EXIT
009980     END-IF.
009990     MOVE BT-ACCOUNT TO ACCT-NUMBER.
010000     READ ACCOUNT-MASTER
010010         INVALID KEY
010020             MOVE "N" TO BC-ACCT-FOUND-SW
010030         NOT INVALID KEY
010040             MOVE "Y" TO BC-ACCT-FOUND-SW
010050     END-READ.
010060     IF NOT BC-ACCT-FOUND
010070         MOVE "N" TO BC-ITEM-OK-SW
010080         MOVE "01" TO BC-REASON-CODE
010090         GO TO 3000-EXIT
010100     END-IF.
010110     IF ACCT-CLOSED
010120         MOVE "N" TO BC-ITEM-OK-SW
010130         MOVE "02" TO BC-REASON-CODE
010140         GO TO 3000-EXIT
010150     END-IF.
010160     IF ACCT-DORMANT
010170         MOVE "N" TO BC-ITEM-OK-SW
010180         MOVE "07" TO BC-REASON-CODE
010190         GO TO 3000-EXIT
010200     END-IF.
010210     IF NOT BT-IS-WITHDRAWAL
010220         GO TO 3000-EXIT
010230     END-IF.
010240     PERFORM 7300-TOTAL-HOLDS
010250         THRU 7300-EXIT.
010260     IF BC-ACCOUNT-FROZEN
010270         MOVE "N" TO BC-ITEM-OK-SW
010280         MOVE "08" TO BC-REASON-CODE
010290         GO TO 3000-EXIT
010300     END-IF.
010310     COMPUTE BC-AVAILABLE-FUNDS = ACCT-BALANCE +
010320         ACCT-OVERDRAFT-LIMIT.
010330     IF BT-AMOUNT > BC-AVAILABLE-FUNDS
010340         MOVE "N" TO BC-ITEM-OK-SW
010350         MOVE "04" TO BC-REASON-CODE
010360         GO TO 3000-EXIT
010370     END-IF.
010380     SUBTRACT BC-HELD-FUNDS FROM BC-AVAILABLE-FUNDS.
010390     IF BT-AMOUNT > BC-AVAILABLE-FUNDS
010400         MOVE "N" TO BC-ITEM-OK-SW
010410         MOVE "09" TO BC-REASON-CODE
010420         GO TO 3000-EXIT
010430     END-IF.
010440 3000-EXIT.
010450     EXIT.
010460
010470*****************************************************************
010480* 4000-POST-ITEM
010490*     THE ACCOUNT RECORD IS ALREADY IN THE RECORD AREA FROM THE
010500*     VALIDATION READ.  A WITHDRAWAL THAT DRIVES THE BALANCE
010510*     NEGATIVE INCURS THE SAME OVERDRAFT FEE AS AT THE COUNTER.
010520*****************************************************************
010530 4000-POST-ITEM.
010540     IF BT-IS-DEPOSIT
010550         ADD BT-AMOUNT TO ACCT-BALANCE
010560         MOVE "D" TO BC-TRAN-TYPE-CODE
010570     ELSE
010580         SUBTRACT BT-AMOUNT FROM ACCT-BALANCE
010590         MOVE "W" TO BC-TRAN-TYPE-CODE
010600     END-IF.
010610     MOVE BT-AMOUNT TO BC-TRAN-AMOUNT-OUT.
010620     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
010630     PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT.
010640     IF BC-TRAN-TYPE-CODE = "W" AND ACCT-BALANCE < ZERO
010650         SUBTRACT BC-OVERDRAFT-FEE FROM ACCT-BALANCE
010660         MOVE "O" TO BC-TRAN-TYPE-CODE
010670         MOVE BC-OVERDRAFT-FEE TO BC-TRAN-AMOUNT-OUT
010680         PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT
010690         PERFORM 7100-LOG-TRANSACTION THRU 7100-EXIT
010700         ADD 1 TO BC-FEES-CHARGED
010710     END-IF.
010720     ADD 1 TO BC-ITEMS-POSTED.
010730 4000-EXIT.
010740     EXIT.
010750
010760*****************************************************************
010770* 5000-REJECT-ITEM
010780*     DROPS THE ITEM, UNCHANGED, TO THE REJECTS FILE WITH ITS
010790*     REASON CODE AND PRINTS IT ON THE MORNING REJECTS REPORT.
010800*****************************************************************
010810 5000-REJECT-ITEM.
010820     MOVE BT-RECORD TO REJ-TRAN-IMAGE.
010830     MOVE BC-REASON-CODE TO REJ-REASON-CODE.
010840     WRITE REJ-RECORD.
010850     MOVE BT-ACCOUNT TO BC-R-ACCOUNT.
010860     MOVE BT-TYPE TO BC-R-TYPE.
010870     MOVE BT-AMOUNT TO BC-R-AMOUNT.
010880     MOVE BT-SOURCE TO BC-R-SOURCE.
010890     MOVE BC-REASON-CODE TO BC-R-REASON-CODE.
010900     EVALUATE BC-REASON-CODE
010910         WHEN "01"
010920             MOVE "ACCOUNT NOT ON FILE" TO BC-R-REASON-TEXT
010930         WHEN "02"
010940             MOVE "ACCOUNT CLOSED" TO BC-R-REASON-TEXT
010950         WHEN "03"
010960             MOVE "AMOUNT NOT POSITIVE" TO BC-R-REASON-TEXT
010970         WHEN "04"
010980             MOVE "OVER OVERDRAFT LIMIT" TO BC-R-REASON-TEXT
010990         WHEN "05"
011000             MOVE "INVALID TRAN TYPE" TO BC-R-REASON-TEXT
011010         WHEN "06"
011020             MOVE "ACCT/AMOUNT NOT NUMERIC" TO BC-R-REASON-TEXT
011030         WHEN "07"
011040             MOVE "ACCOUNT DORMANT" TO BC-R-REASON-TEXT
011050         WHEN "08"
011060             MOVE "ACCOUNT FROZEN" TO BC-R-REASON-TEXT
011070         WHEN "09"
011080             MOVE "FUNDS ON HOLD" TO BC-R-REASON-TEXT
011090         WHEN OTHER
011100             MOVE "UNKNOWN REASON" TO BC-R-REASON-TEXT
011110     END-EVALUATE.
011120     WRITE REPORT-RECORD FROM BC-REJECT-LINE.
011130     ADD 1 TO BC-ITEMS-REJECTED.
011140 5000-EXIT.
011150     EXIT.
011160
011170*****************************************************************
011180* 6000-PRINT-TOTALS
011190*****************************************************************
011200 6000-PRINT-TOTALS.
011210     IF BC-REPORT-IS-OPEN
011220         MOVE SPACES TO REPORT-RECORD
011230         WRITE REPORT-RECORD
011240         MOVE BC-ITEMS-READ TO BC-S-READ
011250         MOVE BC-ITEMS-POSTED TO BC-S-POSTED
011260         MOVE BC-ITEMS-REJECTED TO BC-S-REJECTED
011270         WRITE REPORT-RECORD FROM BC-TOTALS-LINE
011280     END-IF.
011290 6000-EXIT.
011300     EXIT.
011310
011320*****************************************************************
011330* 7000-REWRITE-ACCOUNT
011340*****************************************************************
011350 7000-REWRITE-ACCOUNT.
011360     REWRITE ACCT-RECORD
011370         INVALID KEY
011380             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
011390     END-REWRITE.
011400 7000-EXIT.
011410     EXIT.
011420
011430*****************************************************************
011440* 7100-LOG-TRANSACTION
011450*     WRITES ONE DATED, TIMESTAMPED ENTRY TO THE TRANSACTION LOG
011460*     FOR THE POSTING JUST APPLIED TO ACCT-RECORD.  THE FEED
011470*     CODE FROM THE INPUT ITEM RIDES AS THE BRANCH ID.
011480*****************************************************************
011490 7100-LOG-TRANSACTION.
011500     ACCEPT BC-CURRENT-TIME FROM TIME.
011510     MOVE ACCT-NUMBER        TO TRAN-ACCOUNT.
011520     MOVE BC-RUN-DATE        TO TRAN-DATE.
011530     MOVE BC-CURRENT-TIME    TO TRAN-TIME.
011540     MOVE BC-TRAN-TYPE-CODE  TO TRAN-TYPE.
011550     MOVE BC-TRAN-AMOUNT-OUT TO TRAN-AMOUNT.
011560     MOVE ACCT-BALANCE       TO TRAN-BALANCE.
011570     MOVE ZERO               TO TRAN-REFERENCE.
011580     MOVE BC-TELLER-ID       TO TRAN-TELLER-ID.
011590     MOVE BT-SOURCE          TO TRAN-BRANCH-ID.
011600     MOVE ZERO               TO TRAN-ORIG-DATE.
011610     MOVE ZERO               TO TRAN-ORIG-SEQ.
011620     MOVE SPACE              TO TRAN-ORIG-TYPE.
011630     MOVE SPACES             TO TRAN-OVERRIDE-ID.
011640*    THE HISTORY COPY IS TAKEN BEFORE THE WRITE - THE RECORD
011650*    AREA IS NOT GUARANTEED AFTER A WRITE HAS TAKEN IT.
011660     PERFORM 7200-WRITE-HISTORY
011670         THRU 7200-EXIT.
011680     WRITE TRAN-RECORD.
011690 7100-EXIT.
011700     EXIT.
011710
011720
011730*****************************************************************
011740* 7200-WRITE-HISTORY
011750*     MIRRORS THE LOG RECORD JUST BUILT ONTO THE KEYED
011760*     TRANSACTION-HISTORY FILE.  TWO POSTINGS FOR ONE ACCOUNT
011770*     IN THE SAME HUNDREDTH OF A SECOND COLLIDE ON THE KEY, SO
011780*     THE SEQUENCE NUMBER IS BUMPED UNTIL THE WRITE TAKES.
011790*****************************************************************
011800 7200-WRITE-HISTORY.
011810     MOVE TRAN-ACCOUNT   TO TRANH-ACCOUNT.
011820     MOVE TRAN-DATE      TO TRANH-DATE.
011830     MOVE TRAN-TIME      TO TRANH-TIME.
011840     MOVE ZERO           TO TRANH-SEQ.
011850     MOVE TRAN-TYPE      TO TRANH-TYPE.
011860     MOVE TRAN-AMOUNT    TO TRANH-AMOUNT.
011870     MOVE TRAN-BALANCE   TO TRANH-BALANCE.
011880     MOVE TRAN-REFERENCE TO TRANH-REFERENCE.
011890     MOVE TRAN-TELLER-ID TO TRANH-TELLER-ID.
011900     MOVE TRAN-BRANCH-ID TO TRANH-BRANCH-ID.
011910     MOVE TRAN-ORIG-DATE TO TRANH-ORIG-DATE.
011920     MOVE TRAN-ORIG-SEQ  TO TRANH-ORIG-SEQ.
011930     MOVE TRAN-ORIG-TYPE TO TRANH-ORIG-TYPE.
011940     MOVE TRAN-OVERRIDE-ID TO TRANH-OVERRIDE-ID.
011950     MOVE "N" TO BC-HIST-DONE-SW.
011960     PERFORM 7210-TRY-HISTORY-WRITE
011970         THRU 7210-EXIT
011980         UNTIL BC-HISTORY-WRITTEN
011990         OR TRANH-SEQ > 98.
012000     IF NOT BC-HISTORY-WRITTEN
012010         DISPLAY "ERROR WRITING HISTORY FOR ACCOUNT "
012020             TRANH-ACCOUNT ", STATUS = " BC-HIST-FILE-STATUS
012030     END-IF.
012040 7200-EXIT.
012050     EXIT.
012060
012070 7210-TRY-HISTORY-WRITE.
012080     WRITE TRANH-RECORD
012090         INVALID KEY
012100             ADD 1 TO TRANH-SEQ
012110         NOT INVALID KEY
012120             MOVE "Y" TO BC-HIST-DONE-SW
012130     END-WRITE.
012140*    ONLY A DUPLICATE KEY (STATUS 22) IS WORTH RETRYING ON
012150*    THE NEXT SEQUENCE NUMBER.  A HARD I/O ERROR (FILE NOT
012160*    OPEN, PERMANENT ERROR) TAKES NEITHER WRITE BRANCH AND
012170*    WOULD SPIN THE RETRY LOOP FOREVER - FORCE THE EXIT SO
012180*    IT FALLS THROUGH TO THE ERROR DISPLAY INSTEAD.
012190     IF NOT BC-HISTORY-WRITTEN
012200         AND BC-HIST-FILE-STATUS NOT = "22"
012210         MOVE 99 TO TRANH-SEQ
012220     END-IF.
012230 7210-EXIT.
012240     EXIT.
012250*****************************************************************
012260* 7300-TOTAL-HOLDS
012270*     TOTALS THE HOLDS IN FORCE ON THE ACCOUNT IN HAND INTO
012280*     BC-HELD-FUNDS AND SETS BC-FROZEN-SW ON A FRAUD FREEZE.  A
012290*     HOLD IS IN FORCE WHILE ACTIVE AND NOT PAST ITS EXPIRY -
012300*     ONE EXPIRING ON THE RUN DATE STILL BINDS.  ONLY THE HOLD
012310*     RECORD AREA IS USED; THE ACCOUNT RECORD IS UNTOUCHED.
012320*****************************************************************
012330 7300-TOTAL-HOLDS.
012340     MOVE ZERO TO BC-HELD-FUNDS.
012350     MOVE "N" TO BC-FROZEN-SW.
012360     IF NOT BC-HOLD-FILE-AVAILABLE
012370         GO TO 7300-EXIT
012380     END-IF.
012390     MOVE "N" TO BC-HLD-EOF-SW.
012400     MOVE ACCT-NUMBER TO HLD-ACCOUNT.
012410     MOVE ZERO TO HLD-SEQ.
012420     START HOLD-FILE
012430         KEY IS GREATER THAN OR EQUAL HLD-KEY
012440         INVALID KEY
012450             MOVE "Y" TO BC-HLD-EOF-SW
012460     END-START.
012470     PERFORM 7310-ADD-ONE-HOLD
012480         THRU 7310-EXIT
012490         UNTIL BC-END-OF-HOLDS.
012500 7300-EXIT.
012510     EXIT.
012520
012530 7310-ADD-ONE-HOLD.
012540     READ HOLD-FILE NEXT RECORD
012550         AT END
012560             MOVE "Y" TO BC-HLD-EOF-SW
012570             GO TO 7310-EXIT
012580     END-READ.
012590*    A HARD READ ERROR MUST NOT PASS FOR "NO HOLDS" - THE ITEM
012600*    REJECTS AS FROZEN AND COMES BACK ON THE MORNING REPORT.
012610     IF BC-HLD-FILE-STATUS NOT = "00"
012620         DISPLAY "ERROR READING HOLD FILE, STATUS = "
012630             BC-HLD-FILE-STATUS
012640         MOVE "Y" TO BC-FROZEN-SW
012650         MOVE "Y" TO BC-HLD-EOF-SW
012660         GO TO 7310-EXIT
012670     END-IF.
012680     IF HLD-ACCOUNT NOT = ACCT-NUMBER
012690         MOVE "Y" TO BC-HLD-EOF-SW
012700         GO TO 7310-EXIT
012710     END-IF.
012720     IF NOT HLD-IS-ACTIVE
012730         GO TO 7310-EXIT
012740     END-IF.
012750     IF HLD-EXPIRY-DATE NOT = ZERO
012760         AND HLD-EXPIRY-DATE < BC-RUN-DATE
012770         GO TO 7310-EXIT
012780     END-IF.
012790     IF HLD-FRAUD-FREEZE
012800         MOVE "Y" TO BC-FROZEN-SW
012810     ELSE
012820         ADD HLD-AMOUNT TO BC-HELD-FUNDS
012830     END-IF.
012840 7310-EXIT.
012850     EXIT.
012860
012870*****************************************************************
012880* 8000-TERMINATE
012890*****************************************************************
012900 8000-TERMINATE.
012910     PERFORM 8200-WRITE-RUN-LOG
012920         THRU 8200-EXIT.
012930*    ONLY A RUN THAT BOTH PROVED THE FEED AND COMPLETED THE
012940*    POSTING PASS MAY MARK THE FEED POSTED - A PROVED FEED
012950*    WHOSE POSTING PASS DIED MUST STAY RERUNNABLE.
012960     IF BC-FEED-IS-OK AND BC-RUN-OUTCOME = "C"
012970         PERFORM 8100-WRITE-FEED-CONTROL
012980             THRU 8100-EXIT
012990     END-IF.
013000     DISPLAY "BCHPOST COMPLETE - ITEMS READ: " BC-ITEMS-READ
013010         " POSTED: " BC-ITEMS-POSTED
013020         " REJECTED: " BC-ITEMS-REJECTED
013030         " OD FEES: " BC-FEES-CHARGED.
013040     CLOSE TRANSACTION-IN.
013050     CLOSE ACCOUNT-MASTER.
013060     CLOSE TRANSACTION-LOG.
013070     CLOSE TRANSACTION-HISTORY.
013080     CLOSE REJECT-FILE.
013090     CLOSE REPORT-FILE.
013100     IF BC-FDC-FILE-IS-OPEN
013110         CLOSE FEED-CONTROL-FILE
013120     END-IF.
013130     IF BC-HOLD-FILE-AVAILABLE
013140         CLOSE HOLD-FILE
013150     END-IF.
013160 8000-EXIT.
013170     EXIT.
013180
013190*****************************************************************
013200* 8200-WRITE-RUN-LOG
013210*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
013220*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
013230*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
013240*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
013250*****************************************************************
013260 8200-WRITE-RUN-LOG.
013270     OPEN I-O RUN-LOG-FILE.
013280     IF BC-RUN-FILE-STATUS NOT = "00"
013290         OPEN OUTPUT RUN-LOG-FILE
013300         CLOSE RUN-LOG-FILE
013310         OPEN I-O RUN-LOG-FILE
013320     END-IF.
013330     IF BC-RUN-FILE-STATUS NOT = "00"
013340         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
013350             BC-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
013360         GO TO 8200-EXIT
013370     END-IF.
013380     MOVE BC-RUN-DATE          TO RUN-DATE.
013390     MOVE "BCHPOST "        TO RUN-JOB.
013400     MOVE BC-START-TIME TO RUN-START-TIME.
013410     ACCEPT RUN-END-TIME FROM TIME.
013420     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
013430     MOVE BC-ITEMS-POSTED          TO RUN-RECORDS.
013440     MOVE BC-RUN-OUTCOME TO RUN-OUTCOME.
013450     WRITE RUN-RECORD
013460         INVALID KEY
013470             REWRITE RUN-RECORD
013480     END-WRITE.
013490     CLOSE RUN-LOG-FILE.
013500 8200-EXIT.
013510     EXIT.
013520
013530*****************************************************************
013540* 8100-WRITE-FEED-CONTROL
013550*     MARKS THIS FEEDS SOURCE AND DATE AS POSTED SO A SECOND
013560*     COPY OF THE SAME FILE IS REFUSED AS A DUPLICATE.
013570*****************************************************************
013580 8100-WRITE-FEED-CONTROL.
013590     MOVE BC-FEED-SOURCE TO FDC-SOURCE.
013600     MOVE BC-FEED-DATE   TO FDC-DATE.
013610     MOVE BC-RUN-DATE    TO FDC-POSTED-DATE.
013620     MOVE BC-PROOF-COUNT TO FDC-ITEM-COUNT.
013630     MOVE BC-PROOF-HASH  TO FDC-HASH-TOTAL.
013640     MOVE SPACES         TO FDC-RECORD(41:).
013650     WRITE FDC-RECORD
013660         INVALID KEY
013670             DISPLAY "ERROR WRITING FEED-CONTROL RECORD, "
013680                 "STATUS = " BC-FDC-FILE-STATUS
013690     END-WRITE.
013700 8100-EXIT.
013710     EXIT.
