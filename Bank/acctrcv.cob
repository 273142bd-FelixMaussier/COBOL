000010*================================================================
000020* ACCTRCV.COB
000030* PROGRAM-ID: ACCTRCV
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     ACCOUNT MASTER FORWARD RECOVERY.  RUN ON REQUEST WHEN THE
000110*     ACCOUNT MASTER IS DAMAGED OR HAS BEEN RESTORED FROM AN OLD
000120*     BACKUP.  LOADS A FRESH MASTER FROM A CHOSEN ACCTCOPY IMAGE
000130*     GENERATION, THEN RE-APPLIES EVERY POSTING MADE SINCE THAT
000140*     IMAGE WAS TAKEN - FROM THE TRANARCH ARCHIVE GENERATIONS AND
000150*     THE CURRENT TRANSACTION LOG, CONCATENATED OLDEST FIRST ON
000160*     THE LOGIN DD, IN THE ORDER THEY WERE POSTED.  THE POSTINGS
000170*     ALREADY ON THE IMAGE ARE SKIPPED BY THE LOG POSITION THE
000180*     IMAGE HEADER CARRIES.
000190*     EACH POSTING MOVES THE BALANCE BY THE BALPROOF CHAIN RULE -
000200*     DEPOSITS, INTEREST, TRANSFERS IN AND "V" REVERSALS RAISE IT,
000210*     EVERYTHING ELSE LOWERS IT.  AN INTEREST OR FEE POSTING FROM
000220*     THE BANKINT RUN ALSO CARRIES ACCT-LAST-INT-DATE FORWARD SO
000230*     THE NEXT INTEREST RUN DOES NOT POST THE MONTH TWICE.
000240*     ONCE THE LAST POSTING IS IN, EVERY ACCOUNT THE LOG TOUCHED
000250*     IS PROVED - THE LAST TRAN-BALANCE THE LOG CARRIES MUST
000260*     EQUAL THE REBUILT ACCT-BALANCE.  ANY ACCOUNT OUT OF PROOF,
000270*     OR WITH POSTINGS BUT NO RECORD ON THE IMAGE, IS REPORTED AS
000280*     NOT BROUGHT FORWARD.  MAINTENANCE MADE THROUGH ACCTMNT
000290*     SINCE THE IMAGE (NEW ACCOUNTS, CLOSURES, LIMIT CHANGES) IS
000300*     NOT ON THE LOG AND MUST BE RE-KEYED FROM THE MNTAUDIT
000310*     TRAIL.  THE REBUILT MASTER IS WRITTEN TO ITS OWN CLUSTER -
000320*     THE DAMAGED ONE IS NEVER TOUCHED.  SEE JCL/ACCTRCV.JCL.
000330*----------------------------------------------------------------
000340* MAINTENANCE HISTORY
000350* DATE       INIT  DESCRIPTION
000360* ---------- ----  ------------------------------------------
000370* 2026-10-15  RLD  ORIGINAL PROGRAM.
000380* 2026-10-15  RLD  AN ESCHEATMENT POSTING ON THE LOG ALSO BRINGS
000390*                  THE ESCHEATED STATUS FORWARD - THE ESCHEAT RUN
000400*                  CLOSES THE ACCOUNT IN THE SAME STEP.
000410* 2026-10-15  RLD  TERMINATION CLOSES ONLY THE FILES THAT WERE
000420*                  OPENED, SO A RUN REFUSED AT START-UP ENDS
000430*                  CLEAN.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. ACCTRCV.
000470 AUTHOR. R L DAWSON.
000480 INSTALLATION. MAIN STREET DATA CENTER.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT IMAGE-FILE ASSIGN TO "IMAGEIN"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS AR-IMG-FILE-STATUS.
000590
000600     SELECT TRANSACTION-LOG ASSIGN TO "LOGIN"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS AR-TRAN-FILE-STATUS.
000640
000650     SELECT ACCOUNT-MASTER ASSIGN TO "NEWMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS ACCT-NUMBER
000690         FILE STATUS IS AR-ACCT-FILE-STATUS.
000700
000710     SELECT RECOVERY-WORK-FILE ASSIGN TO "RCVWORK"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RCW-ACCOUNT
000750         FILE STATUS IS AR-WORK-FILE-STATUS.
000760
000770     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS AR-RPT-FILE-STATUS.
000800
000810     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS CTL-KEY
000850         FILE STATUS IS AR-CTL-FILE-STATUS.
000860
000870     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS RUN-KEY
000910         FILE STATUS IS AR-RUN-FILE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*----------------------------------------------------------------
000960* ACCTCOPY IMAGE GENERATION THE RECOVERY STARTS FROM
000970*----------------------------------------------------------------
000980 FD  IMAGE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY IMGREC.
001010
001020*----------------------------------------------------------------
001030* TRANSACTION LOG - THE ARCHIVE GENERATIONS FROM THE ONE CUT THE
001040* NIGHT OF THE IMAGE ONWARD, THEN THE CURRENT ONLINE LOG
001050*----------------------------------------------------------------
001060 FD  TRANSACTION-LOG
001070     LABEL RECORDS ARE STANDARD.
001080     COPY TRANREC.
001090
001100*----------------------------------------------------------------
001110* REBUILT ACCOUNT MASTER - LOADED FROM THE IMAGE, THEN UPDATED
001120*----------------------------------------------------------------
001130 FD  ACCOUNT-MASTER
001140     LABEL RECORDS ARE STANDARD.
001150     COPY ACCTREC.
001160
001170*----------------------------------------------------------------
001180* SCRATCH FILE - LAST LOG BALANCE PER ACCOUNT FOR THE PROOF
001190*----------------------------------------------------------------
001200 FD  RECOVERY-WORK-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY RCVWREC.
001230
001240*----------------------------------------------------------------
001250* PRINTED RECOVERY AND PROOF REPORT
001260*----------------------------------------------------------------
001270 FD  REPORT-FILE
001280     LABEL RECORDS ARE OMITTED.
001290 01  REPORT-RECORD                PIC X(80).
001300
001310*----------------------------------------------------------------
001320* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001330*----------------------------------------------------------------
001340 FD  CONTROL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY CTLREC.
001370
001380*----------------------------------------------------------------
001390* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001400*----------------------------------------------------------------
001410 FD  RUN-LOG-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY RUNREC.
001440
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------------
001470* FILE STATUS AND CONTROL SWITCHES
001480*----------------------------------------------------------------
001490 77  AR-IMG-FILE-STATUS       PIC X(02) VALUE "00".
001500 77  AR-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
001510 77  AR-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001520 77  AR-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001530 77  AR-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001540 77  AR-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001550 77  AR-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001560
001570 77  AR-ABORT-SW              PIC X(01) VALUE "N".
001580     88  AR-RUN-ABORTED               VALUE "Y".
001590
001600 77  AR-IMG-EOF-SW            PIC X(01) VALUE "N".
001610     88  AR-END-OF-IMAGE              VALUE "Y".
001620
001630 77  AR-TRAILER-SW            PIC X(01) VALUE "N".
001640     88  AR-TRAILER-SEEN              VALUE "Y".
001650
001660 77  AR-TRAN-EOF-SW           PIC X(01) VALUE "N".
001670     88  AR-END-OF-LOG                VALUE "Y".
001680
001690 77  AR-WORK-EOF-SW           PIC X(01) VALUE "N".
001700     88  AR-END-OF-WORK               VALUE "Y".
001710
001720 77  AR-ACCT-FOUND-SW         PIC X(01) VALUE "N".
001730     88  AR-ACCT-WAS-FOUND            VALUE "Y".
001740
001750 77  AR-WORK-NEW-SW           PIC X(01) VALUE "N".
001760     88  AR-WORK-IS-NEW               VALUE "Y".
001770
001780 77  AR-RPT-OPEN-SW           PIC X(01) VALUE "N".
001790     88  AR-REPORT-IS-OPEN            VALUE "Y".
001800
001810 77  AR-IMG-OPEN-SW           PIC X(01) VALUE "N".
001820     88  AR-IMAGE-IS-OPEN             VALUE "Y".
001830
001840 77  AR-TRAN-OPEN-SW          PIC X(01) VALUE "N".
001850     88  AR-TRAN-LOG-IS-OPEN          VALUE "Y".
001860
001870 77  AR-ACCT-OPEN-SW          PIC X(01) VALUE "N".
001880     88  AR-ACCT-MASTER-IS-OPEN       VALUE "Y".
001890
001900 77  AR-WORK-OPEN-SW          PIC X(01) VALUE "N".
001910     88  AR-WORK-IS-OPEN              VALUE "Y".
001920
001930*----------------------------------------------------------------
001940* THE IMAGE HEADER, KEPT ONCE THE RECORD AREA MOVES ON
001950*----------------------------------------------------------------
001960 77  AR-IMG-BUSINESS-DATE     PIC 9(08) VALUE 0.
001970 77  AR-IMG-TAKEN-DATE        PIC 9(08) VALUE 0.
001980 77  AR-IMG-TAKEN-TIME        PIC 9(08) VALUE 0.
001990 77  AR-IMG-LOG-COUNT         PIC 9(09) VALUE 0.
002000 77  AR-IMG-LAST-ACCOUNT      PIC 9(10) VALUE 0.
002010 77  AR-IMG-LAST-DATE         PIC 9(08) VALUE 0.
002020 77  AR-IMG-LAST-TIME         PIC 9(08) VALUE 0.
002030
002040*----------------------------------------------------------------
002050* RUN CONTROLS AND COUNTERS
002060*----------------------------------------------------------------
002070 77  AR-RUN-DATE              PIC 9(08).
002080 77  AR-BATCH-INT-TELLER      PIC X(05) VALUE "*INT*".
002090 77  AR-PREV-DATE             PIC 9(08) VALUE 0.
002100 77  AR-ACCOUNTS-LOADED       PIC 9(09) COMP VALUE 0.
002110 77  AR-BALANCE-TOTAL         PIC S9(13)V99 VALUE 0.
002120 77  AR-POSTINGS-SKIPPED      PIC 9(09) COMP VALUE 0.
002130 77  AR-POSTINGS-APPLIED      PIC 9(09) COMP VALUE 0.
002140 77  AR-POSTINGS-NOT-APPLIED  PIC 9(09) COMP VALUE 0.
002150 77  AR-ACCOUNTS-PROVED       PIC 9(07) COMP VALUE 0.
002160 77  AR-ACCOUNTS-FAILED       PIC 9(07) COMP VALUE 0.
002170
002180*----------------------------------------------------------------
002190* REPORT LINE LAYOUTS
002200*----------------------------------------------------------------
002210 01  AR-TITLE-LINE.
002220     05  FILLER           PIC X(34) VALUE
002230          "ACCOUNT MASTER FORWARD RECOVERY - ".
002240     05  AR-T-DATE            PIC 9(08).
002250     05  FILLER               PIC X(38) VALUE SPACES.
002260
002270 01  AR-IMAGE-LINE.
002280     05  FILLER           PIC X(30) VALUE
002290                               "IMAGE COPY OF BUSINESS DATE ".
002300     05  AR-M-BUSINESS-DATE   PIC 9(08).
002310     05  FILLER               PIC X(07) VALUE " TAKEN ".
002320     05  AR-M-TAKEN-DATE      PIC 9(08).
002330     05  FILLER               PIC X(01) VALUE SPACE.
002340     05  AR-M-TAKEN-TIME      PIC 9(08).
002350     05  FILLER               PIC X(18) VALUE SPACES.
002360
002370 01  AR-POSITION-LINE.
002380     05  FILLER           PIC X(30) VALUE
002390                               "LOG RECORDS ALREADY ON IMAGE: ".
002400     05  AR-P-COUNT           PIC Z(8)9.
002410     05  FILLER               PIC X(41) VALUE SPACES.
002420
002430 01  AR-COLUMN-LINE.
002440     05  FILLER               PIC X(12) VALUE "ACCOUNT".
002450     05  FILLER               PIC X(16) VALUE "REBUILT BALANCE".
002460     05  FILLER               PIC X(15) VALUE "LOG BALANCE".
002470     05  FILLER               PIC X(09) VALUE "POSTINGS".
002480     05  FILLER               PIC X(28) VALUE SPACES.
002490
002500 01  AR-DETAIL-LINE.
002510     05  AR-D-ACCOUNT         PIC Z(9)9.
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  AR-D-REBUILT-BAL     PIC -(9)9.99.
002540     05  FILLER               PIC X(03) VALUE SPACES.
002550     05  AR-D-LOG-BAL         PIC -(9)9.99.
002560     05  FILLER               PIC X(02) VALUE SPACES.
002570     05  AR-D-POSTINGS        PIC Z(6)9.
002580     05  FILLER               PIC X(02) VALUE SPACES.
002590     05  FILLER               PIC X(28) VALUE "OUT OF PROOF".
002600
002610 01  AR-NO-IMAGE-LINE.
002620     05  AR-N-ACCOUNT         PIC Z(9)9.
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  FILLER               PIC X(41) VALUE
002650             "NOT ON IMAGE COPY - POSTINGS NOT APPLIED:".
002660     05  AR-N-POSTINGS        PIC Z(6)9.
002670     05  FILLER               PIC X(20) VALUE SPACES.
002680
002690 01  AR-BREAK-LINE.
002700     05  FILLER               PIC X(12) VALUE " FIRST BREAK".
002710     05  FILLER               PIC X(01) VALUE SPACE.
002720     05  AR-B-DATE            PIC 9(08).
002730     05  FILLER               PIC X(01) VALUE SPACE.
002740     05  AR-B-TIME            PIC 9(08).
002750     05  FILLER               PIC X(01) VALUE SPACE.
002760     05  AR-B-TYPE            PIC X(01).
002770     05  FILLER               PIC X(04) VALUE " AMT".
002780     05  AR-B-AMOUNT          PIC -(7)9.99.
002790     05  FILLER               PIC X(04) VALUE " EXP".
002800     05  AR-B-EXPECTED        PIC -(7)9.99.
002810     05  FILLER               PIC X(04) VALUE " GOT".
002820     05  AR-B-ACTUAL          PIC -(7)9.99.
002830     05  FILLER               PIC X(03) VALUE SPACES.
002840
002850 01  AR-COUNT-LINE-1.
002860     05  FILLER           PIC X(19) VALUE "ACCOUNTS ON IMAGE:".
002870     05  AR-C-LOADED          PIC Z(8)9.
002880     05  FILLER               PIC X(04) VALUE SPACES.
002890     05  FILLER           PIC X(19) VALUE "POSTINGS APPLIED:".
002900     05  AR-C-APPLIED         PIC Z(8)9.
002910     05  FILLER               PIC X(20) VALUE SPACES.
002920
002930 01  AR-COUNT-LINE-2.
002940     05  FILLER           PIC X(19) VALUE "ACCOUNTS PROVED:".
002950     05  AR-C-PROVED          PIC Z(8)9.
002960     05  FILLER               PIC X(04) VALUE SPACES.
002970     05  FILLER           PIC X(19) VALUE "NOT BROUGHT FORWARD".
002980     05  AR-C-FAILED          PIC Z(8)9.
002990     05  FILLER               PIC X(20) VALUE SPACES.
003000
003010 01  AR-COUNT-LINE-3.
003020     05  FILLER           PIC X(19) VALUE "POSTINGS SKIPPED:".
003030     05  AR-C-SKIPPED         PIC Z(8)9.
003040     05  FILLER               PIC X(04) VALUE SPACES.
003050     05  FILLER           PIC X(19) VALUE "NOT APPLIED:".
003060     05  AR-C-NOT-APPLIED     PIC Z(8)9.
003070     05  FILLER               PIC X(20) VALUE SPACES.
003080
003090 01  AR-CLEAN-LINE.
003100     05  FILLER               PIC X(80) VALUE
003110         "REBUILT MASTER IN PROOF - ALL ACCOUNTS FORWARD.".
003120
003130 01  AR-FAILED-LINE.
003140     05  FILLER               PIC X(80) VALUE
003150         "ACCOUNTS ABOVE NOT BROUGHT FORWARD - CORRECT BY HAND.".
003160
003170 01  AR-ABANDON-LINE.
003180     05  FILLER               PIC X(80) VALUE
003190         "RECOVERY ABANDONED - THE REBUILT MASTER IS NOT USABLE.".
003200
003210*----------------------------------------------------------------
003220* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003230* COMPLETION RECORD WRITTEN AT TERMINATION
003240*----------------------------------------------------------------
003250 77  AR-START-TIME            PIC 9(08) VALUE 0.
003260 77  AR-RUN-OUTCOME           PIC X(01) VALUE "C".
003270
003280 PROCEDURE DIVISION.
003290*****************************************************************
003300* 0000-MAINLINE
003310*     LOAD THE IMAGE, FIND THE IMAGES PLACE IN THE LOG, APPLY
003320*     EVERYTHING AFTER IT, THEN PROVE.  ANY STEP THAT ABANDONS
003330*     THE RUN SKIPS THE REST.
003340*****************************************************************
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-EXIT.
003380     IF NOT AR-RUN-ABORTED
003390         PERFORM 2000-LOAD-IMAGE
003400             THRU 2000-EXIT
003410     END-IF.
003420     IF NOT AR-RUN-ABORTED
003430         PERFORM 3000-POSITION-LOG
003440             THRU 3000-EXIT
003450     END-IF.
003460     IF NOT AR-RUN-ABORTED
003470         PERFORM 4000-APPLY-POSTING
003480             THRU 4000-EXIT
003490             UNTIL AR-END-OF-LOG
003500     END-IF.
003510     IF NOT AR-RUN-ABORTED
003520         PERFORM 5000-PROVE-ACCOUNTS
003530             THRU 5000-EXIT
003540     END-IF.
003550     PERFORM 6000-PRINT-TOTALS
003560         THRU 6000-EXIT.
003570     PERFORM 8000-TERMINATE
003580         THRU 8000-EXIT.
003590     STOP RUN.
003600
003610*****************************************************************
003620* 1000-INITIALIZE
003630*     EVERY OPEN IS CHECKED - A RECOVERY THAT RUNS WITH HALF ITS
003640*     FILES IS WORSE THAN ONE THAT DOES NOT RUN AT ALL.
003650*****************************************************************
003660 1000-INITIALIZE.
003670     DISPLAY "ACCTRCV - ACCOUNT MASTER FORWARD RECOVERY".
003680     ACCEPT AR-START-TIME FROM TIME.
003690     PERFORM 1050-READ-CONTROL
003700         THRU 1050-EXIT.
003710     OPEN OUTPUT REPORT-FILE.
003720     IF AR-RPT-FILE-STATUS NOT = "00"
003730         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
003740             AR-RPT-FILE-STATUS
003750         MOVE "Y" TO AR-ABORT-SW
003760         MOVE "F" TO AR-RUN-OUTCOME
003770         GO TO 1000-EXIT
003780     END-IF.
003790     MOVE "Y" TO AR-RPT-OPEN-SW.
003800     MOVE AR-RUN-DATE TO AR-T-DATE.
003810     WRITE REPORT-RECORD FROM AR-TITLE-LINE.
003820     OPEN INPUT IMAGE-FILE.
003830     IF AR-IMG-FILE-STATUS NOT = "00"
003840         DISPLAY "CANNOT OPEN IMAGE COPY, STATUS = "
003850             AR-IMG-FILE-STATUS
003860         MOVE "Y" TO AR-ABORT-SW
003870         MOVE "F" TO AR-RUN-OUTCOME
003880         GO TO 1000-EXIT
003890     END-IF.
003900     MOVE "Y" TO AR-IMG-OPEN-SW.
003910     OPEN INPUT TRANSACTION-LOG.
003920     IF AR-TRAN-FILE-STATUS NOT = "00"
003930         DISPLAY "CANNOT OPEN TRANSACTION LOG INPUT, STATUS = "
003940             AR-TRAN-FILE-STATUS
003950         MOVE "Y" TO AR-ABORT-SW
003960         MOVE "F" TO AR-RUN-OUTCOME
003970         GO TO 1000-EXIT
003980     END-IF.
003990     MOVE "Y" TO AR-TRAN-OPEN-SW.
004000     OPEN OUTPUT ACCOUNT-MASTER.
004010     IF AR-ACCT-FILE-STATUS NOT = "00"
004020         DISPLAY "CANNOT OPEN REBUILT MASTER, STATUS = "
004030             AR-ACCT-FILE-STATUS
004040         MOVE "Y" TO AR-ABORT-SW
004050         MOVE "F" TO AR-RUN-OUTCOME
004060         GO TO 1000-EXIT
004070     END-IF.
004080     MOVE "Y" TO AR-ACCT-OPEN-SW.
004090*    THE WORK FILE IS SCRATCH - OPENING IT OUTPUT EMPTIES
004100*    WHATEVER THE LAST RUN LEFT THERE.
004110     OPEN OUTPUT RECOVERY-WORK-FILE.
004120     CLOSE RECOVERY-WORK-FILE.
004130     OPEN I-O RECOVERY-WORK-FILE.
004140     IF AR-WORK-FILE-STATUS NOT = "00"
004150         DISPLAY "CANNOT OPEN RECOVERY WORK FILE, STATUS = "
004160             AR-WORK-FILE-STATUS
004170         MOVE "Y" TO AR-ABORT-SW
004180         MOVE "F" TO AR-RUN-OUTCOME
004190         GO TO 1000-EXIT
004200     END-IF.
004210     MOVE "Y" TO AR-WORK-OPEN-SW.
004220     READ IMAGE-FILE
004230         AT END
004240             MOVE SPACES TO IMG-REC-TYPE
004250     END-READ.
004260     IF NOT IMG-IS-HEADER
004270         DISPLAY "IMAGE COPY HAS NO HEADER RECORD - NOT AN "
004280             "ACCTCOPY GENERATION."
004290         MOVE "Y" TO AR-ABORT-SW
004300         MOVE "F" TO AR-RUN-OUTCOME
004310         GO TO 1000-EXIT
004320     END-IF.
004330     MOVE IMG-BUSINESS-DATE    TO AR-IMG-BUSINESS-DATE.
004340     MOVE IMG-TAKEN-DATE       TO AR-IMG-TAKEN-DATE.
004350     MOVE IMG-TAKEN-TIME       TO AR-IMG-TAKEN-TIME.
004360     MOVE IMG-LOG-COUNT        TO AR-IMG-LOG-COUNT.
004370     MOVE IMG-LOG-LAST-ACCOUNT TO AR-IMG-LAST-ACCOUNT.
004380     MOVE IMG-LOG-LAST-DATE    TO AR-IMG-LAST-DATE.
004390     MOVE IMG-LOG-LAST-TIME    TO AR-IMG-LAST-TIME.
004400     MOVE AR-IMG-BUSINESS-DATE TO AR-M-BUSINESS-DATE.
004410     MOVE AR-IMG-TAKEN-DATE    TO AR-M-TAKEN-DATE.
004420     MOVE AR-IMG-TAKEN-TIME    TO AR-M-TAKEN-TIME.
004430     WRITE REPORT-RECORD FROM AR-IMAGE-LINE.
004440     MOVE AR-IMG-LOG-COUNT     TO AR-P-COUNT.
004450     WRITE REPORT-RECORD FROM AR-POSITION-LINE.
004460     MOVE SPACES TO REPORT-RECORD.
004470     WRITE REPORT-RECORD.
004480 1000-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
004530* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
004540* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
004550*----------------------------------------------------------------
004560 1050-READ-CONTROL.
004570     OPEN INPUT CONTROL-FILE.
004580     IF AR-CTL-FILE-STATUS NOT = "00"
004590         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
004600             AR-CTL-FILE-STATUS " - USING SYSTEM DATE."
004610         ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD
004620         GO TO 1050-EXIT
004630     END-IF.
004640     MOVE "1" TO CTL-KEY.
004650     READ CONTROL-FILE
004660         INVALID KEY
004670             DISPLAY "WARNING - NO CONTROL RECORD - USING "
004680                 "SYSTEM DATE."
004690             ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD
004700             CLOSE CONTROL-FILE
004710             GO TO 1050-EXIT
004720     END-READ.
004730     MOVE CTL-BUSINESS-DATE TO AR-RUN-DATE.
004740     CLOSE CONTROL-FILE.
004750 1050-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 2000-LOAD-IMAGE
004800*     WRITES EVERY ACCOUNT ON THE IMAGE TO THE REBUILT MASTER,
004810*     THEN HOLDS THE RESULT UP AGAINST THE TRAILER.  A MISSING
004820*     TRAILER, OR A COUNT OR BALANCE TOTAL THAT DOES NOT AGREE,
004830*     MEANS THE IMAGE IS INCOMPLETE AND THE RUN IS ABANDONED.
004840*****************************************************************
004850 2000-LOAD-IMAGE.
004860     PERFORM 2100-LOAD-ONE-RECORD
004870         THRU 2100-EXIT
004880         UNTIL AR-END-OF-IMAGE.
004890     IF AR-RUN-ABORTED
004900         GO TO 2000-EXIT
004910     END-IF.
004920     IF NOT AR-TRAILER-SEEN
004930         DISPLAY "IMAGE COPY HAS NO TRAILER - THE COPY IS "
004940             "INCOMPLETE."
004950         MOVE "Y" TO AR-ABORT-SW
004960         MOVE "F" TO AR-RUN-OUTCOME
004970         GO TO 2000-EXIT
004980     END-IF.
004990     IF IMG-ACCOUNT-COUNT NOT = AR-ACCOUNTS-LOADED
005000         OR IMG-BALANCE-TOTAL NOT = AR-BALANCE-TOTAL
005010         DISPLAY "IMAGE COPY DOES NOT AGREE WITH ITS TRAILER - "
005020             IMG-ACCOUNT-COUNT " ACCOUNTS EXPECTED, "
005030             AR-ACCOUNTS-LOADED " LOADED."
005040         MOVE "Y" TO AR-ABORT-SW
005050         MOVE "F" TO AR-RUN-OUTCOME
005060         GO TO 2000-EXIT
005070     END-IF.
005080     CLOSE ACCOUNT-MASTER.
005090     MOVE "N" TO AR-ACCT-OPEN-SW.
005100     OPEN I-O ACCOUNT-MASTER.
005110     IF AR-ACCT-FILE-STATUS NOT = "00"
005120         DISPLAY "CANNOT REOPEN REBUILT MASTER, STATUS = "
005130             AR-ACCT-FILE-STATUS
005140         MOVE "Y" TO AR-ABORT-SW
005150         MOVE "F" TO AR-RUN-OUTCOME
005160         GO TO 2000-EXIT
005170     END-IF.
005180     MOVE "Y" TO AR-ACCT-OPEN-SW.
005190 2000-EXIT.
005200     EXIT.
005210
005220 2100-LOAD-ONE-RECORD.
005230     READ IMAGE-FILE
005240         AT END
005250             MOVE "Y" TO AR-IMG-EOF-SW
005260             GO TO 2100-EXIT
005270     END-READ.
005280     IF IMG-IS-TRAILER
005290         MOVE "Y" TO AR-TRAILER-SW
005300         MOVE "Y" TO AR-IMG-EOF-SW
005310         GO TO 2100-EXIT
005320     END-IF.
005330     IF NOT IMG-IS-ACCOUNT
005340         GO TO 2100-EXIT
005350     END-IF.
005360     MOVE IMG-ACCOUNT-IMAGE TO ACCT-RECORD.
005370     WRITE ACCT-RECORD
005380         INVALID KEY
005390             DISPLAY "ERROR LOADING ACCOUNT " ACCT-NUMBER
005400                 ", STATUS = " AR-ACCT-FILE-STATUS
005410             MOVE "Y" TO AR-ABORT-SW
005420             MOVE "Y" TO AR-IMG-EOF-SW
005430             MOVE "F" TO AR-RUN-OUTCOME
005440             GO TO 2100-EXIT
005450     END-WRITE.
005460     ADD 1 TO AR-ACCOUNTS-LOADED.
005470     ADD ACCT-BALANCE TO AR-BALANCE-TOTAL.
005480 2100-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520* 3000-POSITION-LOG
005530*     THE FIRST IMG-LOG-COUNT RECORDS ON THE LOG INPUT WERE
005540*     ALREADY POSTED WHEN THE IMAGE WAS TAKEN.  THEY ARE SKIPPED,
005550*     AND THE LAST OF THEM MUST BE THE RECORD THE HEADER NAMES -
005560*     OTHERWISE THE LOG INPUT DOES NOT START WITH THE LOG THE
005570*     IMAGE WAS TAKEN AGAINST, AND NOTHING AFTER IT CAN BE
005580*     TRUSTED.
005590*****************************************************************
005600 3000-POSITION-LOG.
005610     PERFORM 3100-SKIP-ONE-RECORD
005620         THRU 3100-EXIT
005630         UNTIL AR-POSTINGS-SKIPPED NOT < AR-IMG-LOG-COUNT
005640            OR AR-END-OF-LOG.
005650     IF AR-POSTINGS-SKIPPED < AR-IMG-LOG-COUNT
005660         DISPLAY "LOG INPUT ENDS BEFORE THE IMAGE POSITION - "
005670             AR-POSTINGS-SKIPPED " OF " AR-IMG-LOG-COUNT
005680             " RECORDS FOUND."
005690         MOVE "Y" TO AR-ABORT-SW
005700         MOVE "F" TO AR-RUN-OUTCOME
005710         GO TO 3000-EXIT
005720     END-IF.
005730     IF AR-IMG-LOG-COUNT > ZERO
005740         IF TRAN-ACCOUNT NOT = AR-IMG-LAST-ACCOUNT
005750             OR TRAN-DATE NOT = AR-IMG-LAST-DATE
005760             OR TRAN-TIME NOT = AR-IMG-LAST-TIME
005770             DISPLAY "LOG INPUT DOES NOT MATCH THE IMAGE - "
005780                 "RECORD " AR-IMG-LOG-COUNT
005790                 " IS NOT ITS LAST POSTING."
005800             MOVE "Y" TO AR-ABORT-SW
005810             MOVE "F" TO AR-RUN-OUTCOME
005820             GO TO 3000-EXIT
005830         END-IF
005840         MOVE AR-IMG-LAST-DATE TO AR-PREV-DATE
005850     ELSE
005860         MOVE AR-IMG-BUSINESS-DATE TO AR-PREV-DATE
005870     END-IF.
005880     PERFORM 3200-READ-TRAN-LOG
005890         THRU 3200-EXIT.
005900 3000-EXIT.
005910     EXIT.
005920
005930 3100-SKIP-ONE-RECORD.
005940     PERFORM 3200-READ-TRAN-LOG
005950         THRU 3200-EXIT.
005960     IF NOT AR-END-OF-LOG
005970         ADD 1 TO AR-POSTINGS-SKIPPED
005980     END-IF.
005990 3100-EXIT.
006000     EXIT.
006010
006020 3200-READ-TRAN-LOG.
006030     READ TRANSACTION-LOG
006040         AT END
006050             MOVE "Y" TO AR-TRAN-EOF-SW
006060     END-READ.
006070 3200-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110* 4000-APPLY-POSTING
006120*     ONE PASS = ONE LOG RECORD ALREADY IN THE RECORD AREA.  THE
006130*     GENERATIONS MUST COME OLDEST FIRST - A POSTING DATED BEFORE
006140*     THE ONE AHEAD OF IT MEANS THE LOGIN CONCATENATION IS OUT
006150*     OF ORDER, AND THE RUN IS ABANDONED RATHER THAN APPLY
006160*     POSTINGS OUT OF SEQUENCE.
006170*****************************************************************
006180 4000-APPLY-POSTING.
006190     IF TRAN-DATE < AR-PREV-DATE
006200         DISPLAY "LOG INPUT OUT OF DATE ORDER AT ACCOUNT "
006210             TRAN-ACCOUNT " DATE " TRAN-DATE " - CHECK THE LOGIN "
006220             "CONCATENATION."
006230         MOVE "Y" TO AR-ABORT-SW
006240         MOVE "Y" TO AR-TRAN-EOF-SW
006250         MOVE "F" TO AR-RUN-OUTCOME
006260         GO TO 4000-EXIT
006270     END-IF.
006280     MOVE TRAN-DATE TO AR-PREV-DATE.
006290     MOVE TRAN-ACCOUNT TO ACCT-NUMBER.
006300     READ ACCOUNT-MASTER
006310         INVALID KEY
006320             MOVE "N" TO AR-ACCT-FOUND-SW
006330         NOT INVALID KEY
006340             MOVE "Y" TO AR-ACCT-FOUND-SW
006350     END-READ.
006360     PERFORM 4100-GET-WORK-RECORD
006370         THRU 4100-EXIT.
006380     IF AR-ACCT-WAS-FOUND
006390         PERFORM 4200-APPLY-TO-ACCOUNT
006400             THRU 4200-EXIT
006410     ELSE
006420         ADD 1 TO AR-POSTINGS-NOT-APPLIED
006430     END-IF.
006440     ADD 1 TO RCW-POSTINGS.
006450     MOVE TRAN-BALANCE TO RCW-LAST-BALANCE.
006460     PERFORM 4300-SAVE-WORK-RECORD
006470         THRU 4300-EXIT.
006480     PERFORM 3200-READ-TRAN-LOG
006490         THRU 3200-EXIT.
006500 4000-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------------
006540* THE ACCOUNTS PROOF RECORD - STARTED ON ITS FIRST POSTING
006550*----------------------------------------------------------------
006560 4100-GET-WORK-RECORD.
006570     MOVE "N" TO AR-WORK-NEW-SW.
006580     MOVE TRAN-ACCOUNT TO RCW-ACCOUNT.
006590     READ RECOVERY-WORK-FILE
006600         INVALID KEY
006610             MOVE "Y" TO AR-WORK-NEW-SW
006620     END-READ.
006630     IF AR-WORK-IS-NEW
006640         MOVE SPACES TO RCW-RECORD
006650         MOVE TRAN-ACCOUNT TO RCW-ACCOUNT
006660         IF AR-ACCT-WAS-FOUND
006670             MOVE "A" TO RCW-STATUS
006680         ELSE
006690             MOVE "N" TO RCW-STATUS
006700         END-IF
006710         MOVE ZERO TO RCW-POSTINGS
006720         MOVE ZERO TO RCW-LAST-BALANCE
006730         MOVE "N" TO RCW-BREAK-SW
006740         MOVE ZERO TO RCW-BRK-DATE
006750         MOVE ZERO TO RCW-BRK-TIME
006760         MOVE ZERO TO RCW-BRK-AMOUNT
006770         MOVE ZERO TO RCW-BRK-EXPECTED
006780         MOVE ZERO TO RCW-BRK-ACTUAL
006790     END-IF.
006800 4100-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* MOVES THE REBUILT BALANCE BY THE POSTING.  WHERE THE RESULT
006850* FIRST DISAGREES WITH THE BALANCE THE LOG RECORDED, THE POSTING
006860* IS REMEMBERED FOR THE PROOF REPORT.  THE REBUILT BALANCE IS
006870* NOT RESET TO THE LOGS FIGURE - THE PROOF MUST SEE THE GAP.
006880*----------------------------------------------------------------
006890 4200-APPLY-TO-ACCOUNT.
006900     IF TRAN-IS-DEPOSIT OR TRAN-IS-INTEREST
006910         OR TRAN-IS-TRANSFER-IN OR TRAN-IS-REVERSAL-CREDIT
006920         ADD TRAN-AMOUNT TO ACCT-BALANCE
006930     ELSE
006940         SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
006950     END-IF.
006960     IF TRAN-TELLER-ID = AR-BATCH-INT-TELLER
006970         AND (TRAN-IS-INTEREST OR TRAN-IS-MONTHLY-FEE)
006980         AND TRAN-DATE > ACCT-LAST-INT-DATE
006990         MOVE TRAN-DATE TO ACCT-LAST-INT-DATE
007000     END-IF.
007010     IF TRAN-IS-ESCHEATMENT
007020         MOVE "E" TO ACCT-STATUS
007030     END-IF.
007040     REWRITE ACCT-RECORD
007050         INVALID KEY
007060             DISPLAY "ERROR REWRITING ACCOUNT " ACCT-NUMBER
007070                 ", STATUS = " AR-ACCT-FILE-STATUS
007080             MOVE "F" TO AR-RUN-OUTCOME
007090     END-REWRITE.
007100     ADD 1 TO AR-POSTINGS-APPLIED.
007110     IF ACCT-BALANCE NOT = TRAN-BALANCE
007120         AND NOT RCW-CHAIN-BROKE
007130         MOVE "Y" TO RCW-BREAK-SW
007140         MOVE TRAN-DATE    TO RCW-BRK-DATE
007150         MOVE TRAN-TIME    TO RCW-BRK-TIME
007160         MOVE TRAN-TYPE    TO RCW-BRK-TYPE
007170         MOVE TRAN-AMOUNT  TO RCW-BRK-AMOUNT
007180         MOVE ACCT-BALANCE TO RCW-BRK-EXPECTED
007190         MOVE TRAN-BALANCE TO RCW-BRK-ACTUAL
007200     END-IF.
007210 4200-EXIT.
007220     EXIT.
007230
007240 4300-SAVE-WORK-RECORD.
007250     IF AR-WORK-IS-NEW
007260         WRITE RCW-RECORD
007270             INVALID KEY
007280                 DISPLAY "ERROR WRITING RECOVERY WORK FILE, "
007290                     "STATUS = " AR-WORK-FILE-STATUS
007300                 MOVE "F" TO AR-RUN-OUTCOME
007310         END-WRITE
007320     ELSE
007330         REWRITE RCW-RECORD
007340             INVALID KEY
007350                 DISPLAY "ERROR REWRITING RECOVERY WORK FILE, "
007360                     "STATUS = " AR-WORK-FILE-STATUS
007370                 MOVE "F" TO AR-RUN-OUTCOME
007380         END-REWRITE
007390     END-IF.
007400 4300-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440* 5000-PROVE-ACCOUNTS
007450*     EVERY ACCOUNT THE LOG TOUCHED, IN ACCOUNT ORDER.  AN
007460*     ACCOUNT THE LOG NEVER TOUCHED IS EXACTLY AS THE IMAGE HAD
007470*     IT AND NEEDS NO PROOF.
007480*****************************************************************
007490 5000-PROVE-ACCOUNTS.
007500     WRITE REPORT-RECORD FROM AR-COLUMN-LINE.
007510     MOVE ZERO TO RCW-ACCOUNT.
007520     START RECOVERY-WORK-FILE
007530         KEY IS GREATER THAN OR EQUAL RCW-ACCOUNT
007540         INVALID KEY
007550             MOVE "Y" TO AR-WORK-EOF-SW
007560     END-START.
007570     PERFORM 5100-PROVE-ONE-ACCOUNT
007580         THRU 5100-EXIT
007590         UNTIL AR-END-OF-WORK.
007600     MOVE SPACES TO REPORT-RECORD.
007610     WRITE REPORT-RECORD.
007620 5000-EXIT.
007630     EXIT.
007640
007650 5100-PROVE-ONE-ACCOUNT.
007660     READ RECOVERY-WORK-FILE NEXT RECORD
007670         AT END
007680             MOVE "Y" TO AR-WORK-EOF-SW
007690             GO TO 5100-EXIT
007700     END-READ.
007710     IF AR-WORK-FILE-STATUS NOT = "00"
007720         DISPLAY "ERROR READING RECOVERY WORK FILE, STATUS = "
007730             AR-WORK-FILE-STATUS
007740         MOVE "Y" TO AR-WORK-EOF-SW
007750         MOVE "F" TO AR-RUN-OUTCOME
007760         GO TO 5100-EXIT
007770     END-IF.
007780     IF RCW-NOT-ON-IMAGE
007790         ADD 1 TO AR-ACCOUNTS-FAILED
007800         MOVE RCW-ACCOUNT TO AR-N-ACCOUNT
007810         MOVE RCW-POSTINGS TO AR-N-POSTINGS
007820         WRITE REPORT-RECORD FROM AR-NO-IMAGE-LINE
007830         GO TO 5100-EXIT
007840     END-IF.
007850     MOVE RCW-ACCOUNT TO ACCT-NUMBER.
007860     READ ACCOUNT-MASTER
007870         INVALID KEY
007880             MOVE ZERO TO ACCT-BALANCE
007890     END-READ.
007900     IF ACCT-BALANCE = RCW-LAST-BALANCE
007910         ADD 1 TO AR-ACCOUNTS-PROVED
007920         GO TO 5100-EXIT
007930     END-IF.
007940     ADD 1 TO AR-ACCOUNTS-FAILED.
007950     MOVE RCW-ACCOUNT      TO AR-D-ACCOUNT.
007960     MOVE ACCT-BALANCE     TO AR-D-REBUILT-BAL.
007970     MOVE RCW-LAST-BALANCE TO AR-D-LOG-BAL.
007980     MOVE RCW-POSTINGS     TO AR-D-POSTINGS.
007990     WRITE REPORT-RECORD FROM AR-DETAIL-LINE.
008000     IF RCW-CHAIN-BROKE
008010         MOVE RCW-BRK-DATE     TO AR-B-DATE
008020         MOVE RCW-BRK-TIME     TO AR-B-TIME
008030         MOVE RCW-BRK-TYPE     TO AR-B-TYPE
008040         MOVE RCW-BRK-AMOUNT   TO AR-B-AMOUNT
008050         MOVE RCW-BRK-EXPECTED TO AR-B-EXPECTED
008060         MOVE RCW-BRK-ACTUAL   TO AR-B-ACTUAL
008070         WRITE REPORT-RECORD FROM AR-BREAK-LINE
008080     END-IF.
008090 5100-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130* 6000-PRINT-TOTALS
008140*     A RUN WITH ANY ACCOUNT NOT BROUGHT FORWARD LOGS AS FAILED -
008150*     THE REBUILT MASTER IS NOT READY TO SWAP IN UNTIL THOSE
008160*     ACCOUNTS HAVE BEEN PUT RIGHT.
008170*****************************************************************
008180 6000-PRINT-TOTALS.
008190     IF NOT AR-REPORT-IS-OPEN
008200         GO TO 6000-EXIT
008210     END-IF.
008220     MOVE AR-ACCOUNTS-LOADED      TO AR-C-LOADED.
008230     MOVE AR-POSTINGS-APPLIED     TO AR-C-APPLIED.
008240     WRITE REPORT-RECORD FROM AR-COUNT-LINE-1.
008250     MOVE AR-ACCOUNTS-PROVED      TO AR-C-PROVED.
008260     MOVE AR-ACCOUNTS-FAILED      TO AR-C-FAILED.
008270     WRITE REPORT-RECORD FROM AR-COUNT-LINE-2.
008280     MOVE AR-POSTINGS-SKIPPED     TO AR-C-SKIPPED.
008290     MOVE AR-POSTINGS-NOT-APPLIED TO AR-C-NOT-APPLIED.
008300     WRITE REPORT-RECORD FROM AR-COUNT-LINE-3.
008310     MOVE SPACES TO REPORT-RECORD.
008320     WRITE REPORT-RECORD.
008330     IF AR-RUN-ABORTED
008340         WRITE REPORT-RECORD FROM AR-ABANDON-LINE
008350         GO TO 6000-EXIT
008360     END-IF.
008370     IF AR-ACCOUNTS-FAILED = ZERO
008380         WRITE REPORT-RECORD FROM AR-CLEAN-LINE
008390     ELSE
008400         MOVE "F" TO AR-RUN-OUTCOME
008410         WRITE REPORT-RECORD FROM AR-FAILED-LINE
008420     END-IF.
008430 6000-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470* 8000-TERMINATE
008480*****************************************************************
008490 8000-TERMINATE.
008500     PERFORM 8200-WRITE-RUN-LOG
008510         THRU 8200-EXIT.
008520     DISPLAY "ACCTRCV COMPLETE - " AR-POSTINGS-APPLIED
008530         " POSTINGS APPLIED, " AR-ACCOUNTS-FAILED
008540         " ACCOUNTS NOT BROUGHT FORWARD.".
008550     IF AR-IMAGE-IS-OPEN
008560         CLOSE IMAGE-FILE
008570     END-IF.
008580     IF AR-TRAN-LOG-IS-OPEN
008590         CLOSE TRANSACTION-LOG
008600     END-IF.
008610     IF AR-ACCT-MASTER-IS-OPEN
008620         CLOSE ACCOUNT-MASTER
008630     END-IF.
008640     IF AR-WORK-IS-OPEN
008650         CLOSE RECOVERY-WORK-FILE
008660     END-IF.
008670     IF AR-REPORT-IS-OPEN
008680         CLOSE REPORT-FILE
008690     END-IF.
008700 8000-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740* 8200-WRITE-RUN-LOG
008750*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
008760*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
008770*     REWRITES THE RECORD FOR ITS DATE.
008780*****************************************************************
008790 8200-WRITE-RUN-LOG.
008800     OPEN I-O RUN-LOG-FILE.
008810     IF AR-RUN-FILE-STATUS NOT = "00"
008820         OPEN OUTPUT RUN-LOG-FILE
008830         CLOSE RUN-LOG-FILE
008840         OPEN I-O RUN-LOG-FILE
008850     END-IF.
008860     IF AR-RUN-FILE-STATUS NOT = "00"
008870         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
008880             AR-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
008890         GO TO 8200-EXIT
008900     END-IF.
008910     MOVE AR-RUN-DATE          TO RUN-DATE.
008920     MOVE "ACCTRCV"            TO RUN-JOB.
008930     MOVE AR-START-TIME        TO RUN-START-TIME.
008940     ACCEPT RUN-END-TIME FROM TIME.
008950     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
008960     MOVE AR-POSTINGS-APPLIED  TO RUN-RECORDS.
008970     MOVE AR-RUN-OUTCOME       TO RUN-OUTCOME.
008980     WRITE RUN-RECORD
008990         INVALID KEY
009000             REWRITE RUN-RECORD
009010     END-WRITE.
009020     CLOSE RUN-LOG-FILE.
009030 8200-EXIT.
009040     EXIT.
