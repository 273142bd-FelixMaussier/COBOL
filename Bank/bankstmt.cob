000310* 2026-09-02  RLD  REVERSAL TYPES "R"/"V" NOW PRINT WITH THEIR
000320*                  OWN DESCRIPTIONS AND FOLLOW THE CREDIT/DEBIT
000330*                  RULE IN THE OPENING-BALANCE BACK-OUT.
000340* 2026-10-15  RLD  ESCHEATMENT POSTINGS ("E") PRINT AS UNCLAIMED
000350*                  PROPERTY ("UNCLAIMED PROP").
000360*================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. BANKSTMT.
000390 AUTHOR. R L DAWSON.
000400 INSTALLATION. MAIN STREET DATA CENTER.
000410 DATE-WRITTEN. 2026-08-22.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS ACCT-NUMBER
000510         FILE STATUS IS BS-ACCT-FILE-STATUS.
000520
000530     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS BS-TRAN-FILE-STATUS.
000570
000580     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS BS-RPT-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* ACCOUNT MASTER - READ FRONT TO BACK, ONE STATEMENT PER
000660* ACCOUNT WITH ACTIVITY
000670*----------------------------------------------------------------
000680 FD  ACCOUNT-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY ACCTREC.
000710
000720*----------------------------------------------------------------
000730* PERIOD TRANSACTIONS - ARCHIVE GENERATIONS ON THE TRANFILE DD
000740*----------------------------------------------------------------
000750 FD  TRANSACTION-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY TRANREC.
000780
000790*----------------------------------------------------------------
000800* PRINTED STATEMENTS
000810*----------------------------------------------------------------
000820 FD  REPORT-FILE
000830     LABEL RECORDS ARE OMITTED.
000840 01  REPORT-RECORD                PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* FILE STATUS AND CONTROL SWITCHES
000890*----------------------------------------------------------------
000900 77  BS-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
000910 77  BS-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
000920 77  BS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
000930
000940 77  BS-ACCT-EOF-SW           PIC X(01) VALUE "N".
000950     88  BS-END-OF-ACCOUNTS           VALUE "Y".
000960
000970 77  BS-TRAN-EOF-SW           PIC X(01) VALUE "N".
000980     88  BS-END-OF-TRAN-FILE          VALUE "Y".
000990
001000*----------------------------------------------------------------
001010* STATEMENT PERIOD AND PER-ACCOUNT WORK FIELDS
001020*----------------------------------------------------------------
001030 77  BS-STMT-YR-MO            PIC 9(06).
001040*        STATEMENT PERIOD CCYYMM, READ FROM SYSIN
001050 01  BS-TRAN-DATE-WORK.
001060     05  BS-TRAN-YR-MO        PIC 9(06).
001070     05  BS-TRAN-DAY          PIC 9(02).
001080 77  BS-POSTING-COUNT         PIC 9(05) COMP VALUE 0.
001090 77  BS-OPENING-BALANCE       PIC S9(09)V99.
001100 77  BS-CLOSING-BALANCE       PIC S9(09)V99.
001110 77  BS-INTEREST-TOTAL        PIC S9(09)V99 VALUE 0.
001120 77  BS-FEES-TOTAL            PIC S9(09)V99 VALUE 0.
001130
001140*----------------------------------------------------------------
001150* RUN COUNTERS
001160*----------------------------------------------------------------
001170 77  BS-ACCOUNTS-READ         PIC 9(07) COMP VALUE 0.
001180 77  BS-STATEMENTS-PRINTED    PIC 9(07) COMP VALUE 0.
001190 77  BS-NO-ACTIVITY-COUNT     PIC 9(07) COMP VALUE 0.
001200
001210*----------------------------------------------------------------
001220* STATEMENT LINE LAYOUTS
001230*----------------------------------------------------------------
001240 01  BS-RULE-LINE.
001250     05  FILLER               PIC X(80) VALUE ALL "-".
001260
001270 01  BS-HEAD1-LINE.
001280     05  FILLER           PIC X(32) VALUE
001290         "STATEMENT OF ACCOUNT FOR PERIOD ".
001300     05  BS-H1-YR-MO           PIC 9(06).
001310     05  FILLER               PIC X(42) VALUE SPACES.
001320
001330 01  BS-HEAD2-LINE.
001340     05  FILLER               PIC X(08) VALUE "ACCOUNT ".
001350     05  BS-H2-ACCOUNT        PIC 9(10).
001360     05  FILLER               PIC X(02) VALUE SPACES.
001370     05  BS-H2-NAME           PIC X(30).
001380     05  FILLER               PIC X(30) VALUE SPACES.
001390
001400 01  BS-OPENING-LINE.
001410     05  FILLER               PIC X(24) VALUE "OPENING BALANCE".
001420     05  BS-O-BALANCE         PIC -(9)9.99.
001430     05  FILLER               PIC X(43) VALUE SPACES.
001440
001450 01  BS-COLUMN-LINE.
001460     05  FILLER               PIC X(10) VALUE "DATE".
001470     05  FILLER               PIC X(16) VALUE "DESCRIPTION".
001480     05  FILLER               PIC X(15) VALUE "AMOUNT".
001490     05  FILLER               PIC X(39) VALUE "BALANCE".
001500
001510 01  BS-DETAIL-LINE.
001520     05  BS-D-DATE            PIC 9(08).
001530     05  FILLER               PIC X(02) VALUE SPACES.
001540     05  BS-D-DESC            PIC X(14).
001550     05  FILLER               PIC X(02) VALUE SPACES.
001560     05  BS-D-AMOUNT          PIC -(9)9.99.
001570     05  FILLER               PIC X(02) VALUE SPACES.
001580     05  BS-D-BALANCE         PIC -(9)9.99.
001590     05  FILLER               PIC X(26) VALUE SPACES.
001600
001610 01  BS-INTEREST-LINE.
001620     05  FILLER               PIC X(24) VALUE
001630         "INTEREST THIS PERIOD".
001640     05  BS-I-AMOUNT          PIC -(9)9.99.
001650     05  FILLER               PIC X(43) VALUE SPACES.
001660
001670 01  BS-FEES-LINE.
001680     05  FILLER               PIC X(24) VALUE
001690         "FEES THIS PERIOD".
001700     05  BS-F-AMOUNT          PIC -(9)9.99.
001710     05  FILLER               PIC X(43) VALUE SPACES.
001720
001730 01  BS-CLOSING-LINE.
001740     05  FILLER               PIC X(24) VALUE "CLOSING BALANCE".
001750     05  BS-C-BALANCE         PIC -(9)9.99.
001760     05  FILLER               PIC X(43) VALUE SPACES.
001770
001780 PROCEDURE DIVISION.
001790*****************************************************************
001800* 0000-MAINLINE
001810*****************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE
001840         THRU 1000-EXIT.
001850     PERFORM 2000-PROCESS-ACCOUNTS
001860         THRU 2000-EXIT
001870         UNTIL BS-END-OF-ACCOUNTS.
001880     PERFORM 8000-TERMINATE
001890         THRU 8000-EXIT.
001900     STOP RUN.
001910
001920*****************************************************************
001930* 1000-INITIALIZE
001940*     READS THE STATEMENT PERIOD FROM SYSIN AND OPENS THE
001950*     MASTER AND THE PRINT FILE.  THE TRANSACTION FILE IS
001960*     OPENED AND CLOSED PER ACCOUNT BY 3000-BUILD-STATEMENT.
001970*****************************************************************
001980 1000-INITIALIZE.
001990     DISPLAY "BANKSTMT - MONTHLY STATEMENT PRODUCTION".
002000     ACCEPT BS-STMT-YR-MO.
002010     IF BS-STMT-YR-MO = ZERO
002020         DISPLAY "NO STATEMENT PERIOD SUPPLIED - NOTHING TO DO."
002030         MOVE "Y" TO BS-ACCT-EOF-SW
002040         GO TO 1000-EXIT
002050     END-IF.
002060     DISPLAY "STATEMENT PERIOD " BS-STMT-YR-MO.
002070     OPEN INPUT ACCOUNT-MASTER.
002080     IF BS-ACCT-FILE-STATUS NOT = "00"
002090         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
002100             BS-ACCT-FILE-STATUS
002110         MOVE "Y" TO BS-ACCT-EOF-SW
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN OUTPUT REPORT-FILE.
002150     IF BS-RPT-FILE-STATUS NOT = "00"
002160         DISPLAY "CANNOT OPEN PRINT FILE, STATUS = "
002170             BS-RPT-FILE-STATUS
002180         MOVE "Y" TO BS-ACCT-EOF-SW
002190         GO TO 1000-EXIT
002200     END-IF.
002210     PERFORM 2100-READ-ACCOUNT
002220         THRU 2100-EXIT.
002230 1000-EXIT.
002240     EXIT.
002250
002260*****************************************************************
002270* 2000-PROCESS-ACCOUNTS
002280*     ONE PASS = ONE MASTER RECORD ALREADY IN THE RECORD AREA.
002290*****************************************************************
002300 2000-PROCESS-ACCOUNTS.
002310     ADD 1 TO BS-ACCOUNTS-READ.
002320     PERFORM 3000-BUILD-STATEMENT
002330         THRU 3000-EXIT.
002340     PERFORM 2100-READ-ACCOUNT
002350         THRU 2100-EXIT.
002360 2000-EXIT.
002370     EXIT.
002380
002390 2100-READ-ACCOUNT.
002400     READ ACCOUNT-MASTER
002410         AT END
002420             MOVE "Y" TO BS-ACCT-EOF-SW
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460
002470*****************************************************************
002480* 3000-BUILD-STATEMENT
002490*     SCANS THE PERIOD TRANSACTION FILE FROM THE TOP FOR THE
002500*     ACCOUNT IN THE RECORD AREA.  THE FIRST POSTING FOUND
002510*     BACKS OUT TO THE OPENING BALANCE AND PRINTS THE
002520*     STATEMENT HEADING; EVERY POSTING PRINTS A DETAIL LINE;
002530*     THE TRAILER ITEMIZES INTEREST AND FEES AND CLOSES ON
002540*     THE LAST POSTINGS BALANCE.
002550*****************************************************************
002560 3000-BUILD-STATEMENT.
002570     MOVE 0 TO BS-POSTING-COUNT.
002580     MOVE 0 TO BS-INTEREST-TOTAL.
002590     MOVE 0 TO BS-FEES-TOTAL.
002600     MOVE "N" TO BS-TRAN-EOF-SW.
002610     OPEN INPUT TRANSACTION-FILE.
002620     IF BS-TRAN-FILE-STATUS NOT = "00"
002630         DISPLAY "CANNOT OPEN TRANSACTION FILE, STATUS = "
002640             BS-TRAN-FILE-STATUS
002650         MOVE "Y" TO BS-ACCT-EOF-SW
002660         GO TO 3000-EXIT
002670     END-IF.
002680     PERFORM 3100-SCAN-TRAN-FILE
002690         THRU 3100-EXIT
002700         UNTIL BS-END-OF-TRAN-FILE.
002710     CLOSE TRANSACTION-FILE.
002720     IF BS-POSTING-COUNT > ZERO
002730         PERFORM 3300-PRINT-TRAILER
002740             THRU 3300-EXIT
002750         ADD 1 TO BS-STATEMENTS-PRINTED
002760     ELSE
002770         ADD 1 TO BS-NO-ACTIVITY-COUNT
002780     END-IF.
002790 3000-EXIT.
002800     EXIT.
002810
002820 3100-SCAN-TRAN-FILE.
002830     READ TRANSACTION-FILE
002840         AT END
002850             MOVE "Y" TO BS-TRAN-EOF-SW
002860             GO TO 3100-EXIT
002870     END-READ.
002880     MOVE TRAN-DATE TO BS-TRAN-DATE-WORK.
002890     IF TRAN-ACCOUNT = ACCT-NUMBER
002900         AND BS-TRAN-YR-MO = BS-STMT-YR-MO
002910         PERFORM 3200-PROCESS-POSTING
002920             THRU 3200-EXIT
002930     END-IF.
002940 3100-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980* 3200-PROCESS-POSTING
002990*****************************************************************
003000 3200-PROCESS-POSTING.
003010     IF BS-POSTING-COUNT = ZERO
003020         PERFORM 3210-PRINT-HEADING
003030             THRU 3210-EXIT
003040     END-IF.
003050     ADD 1 TO BS-POSTING-COUNT.
003060     MOVE TRAN-DATE TO BS-D-DATE.
003070     PERFORM 3220-SET-DESCRIPTION
003080         THRU 3220-EXIT.
003090     MOVE TRAN-AMOUNT TO BS-D-AMOUNT.
003100     MOVE TRAN-BALANCE TO BS-D-BALANCE.
003110     WRITE REPORT-RECORD FROM BS-DETAIL-LINE.
003120     MOVE TRAN-BALANCE TO BS-CLOSING-BALANCE.
003130     IF TRAN-IS-INTEREST
003140         ADD TRAN-AMOUNT TO BS-INTEREST-TOTAL
003150     END-IF.
003160     IF TRAN-IS-MONTHLY-FEE OR TRAN-IS-OVERDRAFT-FEE
003170         ADD TRAN-AMOUNT TO BS-FEES-TOTAL
003180     END-IF.
003190 3200-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------
003230* THE FIRST POSTING OF THE PERIOD CARRIES THE BALANCE IT LEFT
003240* BEHIND - BACKING ITS AMOUNT OUT GIVES THE BALANCE THE
003250* ACCOUNT OPENED THE PERIOD WITH.
003260*----------------------------------------------------------------
003270 3210-PRINT-HEADING.
003280     IF TRAN-IS-DEPOSIT OR TRAN-IS-INTEREST
003290         OR TRAN-IS-TRANSFER-IN OR TRAN-IS-REVERSAL-CREDIT
003300         COMPUTE BS-OPENING-BALANCE =
003310             TRAN-BALANCE - TRAN-AMOUNT
003320     ELSE
003330         COMPUTE BS-OPENING-BALANCE =
003340             TRAN-BALANCE + TRAN-AMOUNT
003350     END-IF.
003360     MOVE SPACES TO REPORT-RECORD.
003370     WRITE REPORT-RECORD.
003380     WRITE REPORT-RECORD FROM BS-RULE-LINE.
003390     MOVE BS-STMT-YR-MO TO BS-H1-YR-MO.
003400     WRITE REPORT-RECORD FROM BS-HEAD1-LINE.
003410     MOVE ACCT-NUMBER TO BS-H2-ACCOUNT.
003420     MOVE ACCT-NAME TO BS-H2-NAME.
003430     WRITE REPORT-RECORD FROM BS-HEAD2-LINE.
003440     MOVE BS-OPENING-BALANCE TO BS-O-BALANCE.
003450     WRITE REPORT-RECORD FROM BS-OPENING-LINE.
003460     WRITE REPORT-RECORD FROM BS-COLUMN-LINE.
003470 3210-EXIT.
003480     EXIT.
003490
003500 3220-SET-DESCRIPTION.
003510     EVALUATE TRUE
003520         WHEN TRAN-IS-DEPOSIT
003530             MOVE "DEPOSIT" TO BS-D-DESC
003540         WHEN TRAN-IS-WITHDRAWAL
003550             MOVE "WITHDRAWAL" TO BS-D-DESC
003560         WHEN TRAN-IS-OVERDRAFT-FEE
003570             MOVE "OVERDRAFT FEE" TO BS-D-DESC
003580         WHEN TRAN-IS-INTEREST
003590             MOVE "INTEREST" TO BS-D-DESC
003600         WHEN TRAN-IS-MONTHLY-FEE
003610             MOVE "MONTHLY FEE" TO BS-D-DESC
003620         WHEN TRAN-IS-TRANSFER-OUT
003630             MOVE "TRANSFER OUT" TO BS-D-DESC
003640         WHEN TRAN-IS-TRANSFER-IN
003650             MOVE "TRANSFER IN" TO BS-D-DESC
003660         WHEN TRAN-IS-REVERSAL-DEBIT
003670             MOVE "REVERSAL (DR)" TO BS-D-DESC
003680         WHEN TRAN-IS-REVERSAL-CREDIT
003690             MOVE "REVERSAL (CR)" TO BS-D-DESC
003700         WHEN TRAN-IS-ESCHEATMENT
003710             MOVE "UNCLAIMED PROP" TO BS-D-DESC
003720         WHEN OTHER
003730             MOVE "POSTING" TO BS-D-DESC
003740     END-EVALUATE.
003750 3220-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790* 3300-PRINT-TRAILER
003800*****************************************************************
003810 3300-PRINT-TRAILER.
003820     MOVE SPACES TO REPORT-RECORD.
003830     WRITE REPORT-RECORD.
003840     MOVE BS-INTEREST-TOTAL TO BS-I-AMOUNT.
003850     WRITE REPORT-RECORD FROM BS-INTEREST-LINE.
003860     MOVE BS-FEES-TOTAL TO BS-F-AMOUNT.
003870     WRITE REPORT-RECORD FROM BS-FEES-LINE.
003880     MOVE BS-CLOSING-BALANCE TO BS-C-BALANCE.
003890     WRITE REPORT-RECORD FROM BS-CLOSING-LINE.
003900 3300-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940* 8000-TERMINATE
003950*****************************************************************
003960 8000-TERMINATE.
003970     DISPLAY "BANKSTMT COMPLETE - ACCOUNTS READ: "
003980         BS-ACCOUNTS-READ.
003990     DISPLAY "STATEMENTS PRINTED:                "
004000         BS-STATEMENTS-PRINTED.
004010     DISPLAY "NO ACTIVITY IN PERIOD:             "
004020         BS-NO-ACTIVITY-COUNT.
004030     CLOSE ACCOUNT-MASTER.
004040     CLOSE REPORT-FILE.
004050 8000-EXIT.
004060     EXIT.
