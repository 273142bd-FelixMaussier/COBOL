000010*================================================================
000020* INTTAX.COB
000030* PROGRAM-ID: INTTAX
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     YEAR-END INTEREST TAX REPORTING.  TOTALS EVERY INTEREST
000110*     POSTING ("I") DATED IN THE TAX YEAR, LESS ANY INTEREST
000120*     REVERSED ("R" BACKING OUT AN "I"), BY CUSTOMER ACROSS ALL
000130*     THEIR ACCOUNTS.  THE POSTINGS COME FROM THE KEYED HISTORY
000140*     FILE AND FROM THE HISTPRG ARCHIVE GENERATIONS CONCATENATED
000150*     ON HARCIN, SO A YEAR THE RETENTION PURGE HAS ALREADY
000160*     PARTLY ROLLED OFF IS STILL REPORTED WHOLE.  HISTPRG
000170*     DELETES WHAT IT ARCHIVES, SO NO POSTING IS IN BOTH.
000180*     OUTPUTS -
000190*         TAXFILE   FIXED-FORMAT FILE FOR THE TAX AUTHORITY, ONE
000200*                   RECORD PER CUSTOMER PAID INTEREST, CLOSED BY
000210*                   A TRAILER WITH THE COUNT AND TOTAL (TAXREC).
000220*         SUMFILE   PRINT-READY ANNUAL INTEREST SUMMARY FOR EACH
000230*                   OF THOSE CUSTOMERS, ADDRESSED FROM CUSTMSTR,
000240*                   FOR THE MAILING HOUSE.
000250*         RPTFILE   CONTROL LISTING - EVERY CUSTOMER AND WHAT WAS
000260*                   DONE WITH THEM, AND THE ACCOUNTS THAT COULD
000270*                   NOT BE REPORTED: INTEREST ON AN ACCOUNT WITH
000280*                   NO CUSTOMER NUMBER, OR A CUSTOMER NUMBER NOT
000290*                   ON CUSTMSTR.  THOSE ARE PUT RIGHT THROUGH
000300*                   ACCTMNT AND THE JOB RERUN BEFORE FILING.
000310*     THE TAX YEAR (CCYY) COMES FROM SYSIN.  WITHOUT ONE THE
000320*     YEAR BEFORE THE BUSINESS DATE IS TAKEN.  THE POSTINGS ARE
000330*     RE-KEYED BY CUSTOMER THROUGH THE TAXWORK SCRATCH FILE,
000340*     EMPTIED AT THE START OF EVERY RUN.  RUN ON REQUEST AFTER
000350*     THE LAST BANKINT POSTING OF THE YEAR - SEE JCL/INTTAX.JCL.
000360*----------------------------------------------------------------
000370* MAINTENANCE HISTORY
000380* DATE       INIT  DESCRIPTION
000390* ---------- ----  ------------------------------------------
000400* 2026-10-15  RLD  ORIGINAL PROGRAM.
000410* 2026-10-15  RLD  A HARD READ ERROR ON THE WORK FILE NOW STOPS
000420*                  THE REPORT AND FAILS THE RUN INSTEAD OF
000430*                  REPORTING A STALE RECORD.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. INTTAX.
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
000590         FILE STATUS IS IT-ACCT-FILE-STATUS.
000600
000610     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS TRANH-KEY
000650         FILE STATUS IS IT-HIST-FILE-STATUS.
000660
000670     SELECT ARCHIVE-FILE ASSIGN TO "HARCIN"
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS IT-ARCH-FILE-STATUS.
000710
000720     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CUST-NUMBER
000760         FILE STATUS IS IT-CUST-FILE-STATUS.
000770
000780     SELECT TAX-WORK-FILE ASSIGN TO "TAXWORK"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TXW-KEY
000820         FILE STATUS IS IT-WORK-FILE-STATUS.
000830
000840     SELECT TAX-FILE ASSIGN TO "TAXFILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS IT-TAX-FILE-STATUS.
000880
000890     SELECT SUMMARY-FILE ASSIGN TO "SUMFILE"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS IT-SUM-FILE-STATUS.
000920
000930     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS IT-RPT-FILE-STATUS.
000960
000970     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS CTL-KEY
001010         FILE STATUS IS IT-CTL-FILE-STATUS.
001020
001030     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS RUN-KEY
001070         FILE STATUS IS IT-RUN-FILE-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110*----------------------------------------------------------------
001120* ACCOUNT MASTER - WALKED FOR THE HISTORY PASS, READ BY KEY FOR
001130* THE ARCHIVE PASS
001140*----------------------------------------------------------------
001150 FD  ACCOUNT-MASTER
001160     LABEL RECORDS ARE STANDARD.
001170     COPY ACCTREC.
001180
001190*----------------------------------------------------------------
001200* KEYED TRANSACTION HISTORY - THE PART OF THE YEAR STILL ONLINE
001210*----------------------------------------------------------------
001220 FD  TRANSACTION-HISTORY
001230     LABEL RECORDS ARE STANDARD.
001240     COPY TRNHREC.
001250
001260*----------------------------------------------------------------
001270* HISTPRG ARCHIVE GENERATIONS - THE PART OF THE YEAR PURGED
001280*----------------------------------------------------------------
001290 FD  ARCHIVE-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY TRANREC.
001320
001330*----------------------------------------------------------------
001340* CUSTOMER MASTER - NAME AND ADDRESS FOR THE FILING AND SUMMARY
001350*----------------------------------------------------------------
001360 FD  CUSTOMER-MASTER
001370     LABEL RECORDS ARE STANDARD.
001380     COPY CUSTREC.
001390
001400*----------------------------------------------------------------
001410* SCRATCH WORK FILE - THE YEARS INTEREST BY CUSTOMER AND ACCOUNT
001420*----------------------------------------------------------------
001430 FD  TAX-WORK-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY TXWREC.
001460
001470*----------------------------------------------------------------
001480* TAX AUTHORITY REPORTING FILE
001490*----------------------------------------------------------------
001500 FD  TAX-FILE
001510     LABEL RECORDS ARE STANDARD.
001520     COPY TAXREC.
001530
001540*----------------------------------------------------------------
001550* PRINT-READY CUSTOMER ANNUAL INTEREST SUMMARIES
001560*----------------------------------------------------------------
001570 FD  SUMMARY-FILE
001580     LABEL RECORDS ARE OMITTED.
001590 01  SUMMARY-RECORD               PIC X(80).
001600
001610*----------------------------------------------------------------
001620* PRINTED CONTROL LISTING
001630*----------------------------------------------------------------
001640 FD  REPORT-FILE
001650     LABEL RECORDS ARE OMITTED.
001660 01  REPORT-RECORD                PIC X(80).
001670
001680*----------------------------------------------------------------
001690* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001700*----------------------------------------------------------------
001710 FD  CONTROL-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY CTLREC.
001740
001750*----------------------------------------------------------------
001760* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001770*----------------------------------------------------------------
001780 FD  RUN-LOG-FILE
001790     LABEL RECORDS ARE STANDARD.
001800     COPY RUNREC.
001810
001820 WORKING-STORAGE SECTION.
001830*----------------------------------------------------------------
001840* FILE STATUS AND CONTROL SWITCHES
001850*----------------------------------------------------------------
001860 77  IT-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001870 77  IT-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001880 77  IT-ARCH-FILE-STATUS      PIC X(02) VALUE "00".
001890 77  IT-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001900 77  IT-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001910 77  IT-TAX-FILE-STATUS       PIC X(02) VALUE "00".
001920 77  IT-SUM-FILE-STATUS       PIC X(02) VALUE "00".
001930 77  IT-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001940 77  IT-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001950 77  IT-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001960
001970 77  IT-ABORT-SW              PIC X(01) VALUE "N".
001980     88  IT-RUN-ABORTED               VALUE "Y".
001990
002000 77  IT-ACCT-EOF-SW           PIC X(01) VALUE "N".
002010     88  IT-END-OF-ACCOUNTS           VALUE "Y".
002020
002030 77  IT-HIST-DONE-SW          PIC X(01) VALUE "N".
002040     88  IT-HIST-SCAN-DONE            VALUE "Y".
002050
002060 77  IT-ARCH-EOF-SW           PIC X(01) VALUE "N".
002070     88  IT-END-OF-ARCHIVE            VALUE "Y".
002080
002090 77  IT-WORK-EOF-SW           PIC X(01) VALUE "N".
002100     88  IT-END-OF-WORK               VALUE "Y".
002110
002120 77  IT-ACCT-FOUND-SW         PIC X(01) VALUE "N".
002130     88  IT-ACCT-WAS-FOUND            VALUE "Y".
002140
002150 77  IT-WORK-FOUND-SW         PIC X(01) VALUE "N".
002160     88  IT-WORK-WAS-FOUND            VALUE "Y".
002170
002180 77  IT-ARCH-OPEN-SW          PIC X(01) VALUE "N".
002190     88  IT-ARCHIVE-IS-OPEN           VALUE "Y".
002200
002210*----------------------------------------------------------------
002220* TAX YEAR - CCYY OFF SYSIN, CLASS-TESTED BEFORE USE - AND THE
002230* FIRST AND LAST DATES OF IT
002240*----------------------------------------------------------------
002250 77  IT-SYSIN-YEAR            PIC X(04) VALUE SPACES.
002260 01  IT-RUN-DATE              PIC 9(08).
002270 01  IT-RUN-DATE-PARTS REDEFINES IT-RUN-DATE.
002280     05  IT-RUN-CCYY          PIC 9(04).
002290     05  IT-RUN-MMDD          PIC 9(04).
002300 77  IT-TAX-YEAR              PIC 9(04) VALUE 0.
002310 01  IT-YEAR-START.
002320     05  IT-YS-CCYY           PIC 9(04).
002330     05  FILLER               PIC 9(04) VALUE 0101.
002340 01  IT-YEAR-START-NUM REDEFINES IT-YEAR-START
002350                              PIC 9(08).
002360 01  IT-YEAR-END.
002370     05  IT-YE-CCYY           PIC 9(04).
002380     05  FILLER               PIC 9(04) VALUE 1231.
002390 01  IT-YEAR-END-NUM REDEFINES IT-YEAR-END
002400                              PIC 9(08).
002410
002420*----------------------------------------------------------------
002430* THE POSTING IN HAND, FROM EITHER SOURCE, AS IT GOES TO THE
002440* WORK FILE
002450*----------------------------------------------------------------
002460 77  IT-POST-ACCOUNT          PIC 9(10).
002470 77  IT-POST-AMOUNT           PIC S9(9)V99.
002480 77  IT-LAST-ACCOUNT          PIC 9(10) VALUE 0.
002490
002500*----------------------------------------------------------------
002510* RUN COUNTERS AND TOTALS
002520*----------------------------------------------------------------
002530 77  IT-HIST-POSTINGS         PIC 9(07) COMP VALUE 0.
002540 77  IT-ARCH-POSTINGS         PIC 9(07) COMP VALUE 0.
002550 77  IT-ARCH-READ             PIC 9(07) COMP VALUE 0.
002560 77  IT-CUST-REPORTED         PIC 9(07) COMP VALUE 0.
002570 77  IT-CUST-NIL              PIC 9(07) COMP VALUE 0.
002580 77  IT-EXCEPTIONS            PIC 9(07) COMP VALUE 0.
002590 77  IT-TOT-REPORTED          PIC S9(13)V99 VALUE 0.
002600 77  IT-TOT-EXCEPTED          PIC S9(13)V99 VALUE 0.
002610
002620*----------------------------------------------------------------
002630* THE CUSTOMER BEING GATHERED FROM THE WORK FILE.  A SUMMARY
002640* LISTS AT MOST IT-ACC-MAX ACCOUNTS - ANY MORE ARE COVERED BY
002650* ONE LINE WITH THEIR COUNT AND COMBINED INTEREST.
002660*----------------------------------------------------------------
002670 77  IT-GRP-CUSTOMER          PIC 9(06).
002680 77  IT-GRP-TOTAL             PIC S9(11)V99.
002690 77  IT-GRP-ACCOUNTS          PIC 9(05) COMP.
002700 77  IT-ACC-COUNT             PIC 9(03) COMP VALUE 0.
002710 77  IT-ACC-MAX               PIC 9(03) COMP VALUE 30.
002720 77  IT-ACC-IDX               PIC 9(03) COMP VALUE 0.
002730 77  IT-OVER-COUNT            PIC 9(05) COMP VALUE 0.
002740 77  IT-OVER-AMOUNT           PIC S9(11)V99 VALUE 0.
002750
002760 01  IT-ACC-TABLE.
002770     05  IT-ACC-ENTRY OCCURS 30 TIMES.
002780         10  IT-A-ACCOUNT     PIC 9(10).
002790         10  IT-A-INTEREST    PIC S9(9)V99.
002800
002810*----------------------------------------------------------------
002820* BUSINESS DATE AS PRINTED ON THE SUMMARY - CCYY-MM-DD
002830*----------------------------------------------------------------
002840 01  IT-DATE-PARTS.
002850     05  IT-D-CCYY            PIC 9(04).
002860     05  IT-D-MM              PIC 9(02).
002870     05  IT-D-DD              PIC 9(02).
002880 01  IT-DATE-PARTS-N REDEFINES IT-DATE-PARTS
002890                              PIC 9(08).
002900
002910 01  IT-PRINT-DATE.
002920     05  IT-P-CCYY            PIC 9(04).
002930     05  FILLER               PIC X(01) VALUE "-".
002940     05  IT-P-MM              PIC 9(02).
002950     05  FILLER               PIC X(01) VALUE "-".
002960     05  IT-P-DD              PIC 9(02).
002970
002980*----------------------------------------------------------------
002990* CUSTOMER SUMMARY LINE LAYOUTS
003000*----------------------------------------------------------------
003010 01  IT-S-RULE-LINE           PIC X(80) VALUE ALL "-".
003020
003030 01  IT-S-BANK-LINE.
003040     05  FILLER               PIC X(58) VALUE
003050                                  "MAIN STREET BANK".
003060     05  FILLER               PIC X(06) VALUE "DATE: ".
003070     05  IT-S-DATE            PIC X(10).
003080     05  FILLER               PIC X(06) VALUE SPACES.
003090
003100 01  IT-S-DEPT-LINE.
003110     05  FILLER               PIC X(40) VALUE
003120                                  "CUSTOMER SERVICES".
003130     05  FILLER               PIC X(40) VALUE SPACES.
003140
003150 01  IT-S-CUSTNO-LINE.
003160     05  FILLER               PIC X(22) VALUE
003170                                  "YOUR CUSTOMER NUMBER: ".
003180     05  IT-S-CUSTNO          PIC 9(06).
003190     05  FILLER               PIC X(52) VALUE SPACES.
003200
003210 01  IT-S-HEADING-LINE.
003220     05  FILLER               PIC X(36) VALUE
003230         "ANNUAL INTEREST SUMMARY - TAX YEAR ".
003240     05  IT-S-YEAR            PIC 9(04).
003250     05  FILLER               PIC X(40) VALUE SPACES.
003260
003270 01  IT-S-COLUMN-LINE.
003280     05  FILLER               PIC X(12) VALUE "ACCOUNT".
003290     05  FILLER               PIC X(42) VALUE SPACES.
003300     05  FILLER               PIC X(15) VALUE
003310                                  "  INTEREST PAID".
003320     05  FILLER               PIC X(11) VALUE SPACES.
003330
003340 01  IT-S-ACCOUNT-LINE.
003350     05  IT-S-ACCOUNT         PIC 9(10).
003360     05  FILLER               PIC X(44) VALUE SPACES.
003370     05  IT-S-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
003380     05  FILLER               PIC X(11) VALUE SPACES.
003390
003400 01  IT-S-OVERFLOW-LINE.
003410     05  FILLER               PIC X(04) VALUE "AND ".
003420     05  IT-S-OVER-COUNT      PIC ZZZZ9.
003430     05  FILLER               PIC X(45) VALUE
003440                                  " FURTHER ACCOUNTS".
003450     05  IT-S-OVER-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
003460     05  FILLER               PIC X(11) VALUE SPACES.
003470
003480 01  IT-S-TOTAL-LINE.
003490     05  FILLER               PIC X(54) VALUE
003500                                  "TOTAL INTEREST PAID".
003510     05  IT-S-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
003520     05  FILLER               PIC X(11) VALUE SPACES.
003530
003540*----------------------------------------------------------------
003550* CONTROL LISTING LINE LAYOUTS
003560*----------------------------------------------------------------
003570 01  IT-TITLE-LINE.
003580     05  FILLER               PIC X(36) VALUE
003590         "INTEREST TAX REPORTING - TAX YEAR ".
003600     05  IT-T-YEAR            PIC 9(04).
003610     05  FILLER               PIC X(10) VALUE "  RUN ON ".
003620     05  IT-T-DATE            PIC 9(08).
003630     05  FILLER               PIC X(22) VALUE SPACES.
003640
003650 01  IT-COLUMN-LINE.
003660     05  FILLER               PIC X(08) VALUE "CUST".
003670     05  FILLER               PIC X(12) VALUE "ACCOUNT".
003680     05  FILLER               PIC X(21) VALUE "NAME".
003690     05  FILLER               PIC X(15) VALUE
003700                                  "       INTEREST".
003710     05  FILLER               PIC X(02) VALUE SPACES.
003720     05  FILLER               PIC X(22) VALUE "RESULT".
003730
003740 01  IT-DETAIL-LINE.
003750     05  IT-R-CUSTOMER        PIC 9(06).
003760     05  FILLER               PIC X(02) VALUE SPACES.
003770     05  IT-R-ACCOUNT         PIC X(10).
003780     05  FILLER               PIC X(02) VALUE SPACES.
003790     05  IT-R-NAME            PIC X(20).
003800     05  FILLER               PIC X(01) VALUE SPACES.
003810     05  IT-R-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
003820     05  FILLER               PIC X(02) VALUE SPACES.
003830     05  IT-R-RESULT          PIC X(22).
003840
003850 01  IT-POSTINGS-LINE.
003860     05  FILLER           PIC X(32) VALUE
003870                              "INTEREST POSTINGS - HISTORY:".
003880     05  IT-C-HIST            PIC Z(6)9.
003890     05  FILLER               PIC X(03) VALUE SPACES.
003900     05  FILLER           PIC X(10) VALUE "ARCHIVE:".
003910     05  IT-C-ARCH            PIC Z(6)9.
003920     05  FILLER               PIC X(21) VALUE SPACES.
003930
003940 01  IT-REPORTED-LINE.
003950     05  FILLER           PIC X(32) VALUE
003960                              "CUSTOMERS REPORTED:".
003970     05  IT-C-REPORTED        PIC Z(6)9.
003980     05  FILLER               PIC X(03) VALUE SPACES.
003990     05  FILLER           PIC X(10) VALUE "INTEREST:".
004000     05  IT-C-REP-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004010     05  FILLER               PIC X(10) VALUE SPACES.
004020
004030 01  IT-NIL-LINE.
004040     05  FILLER           PIC X(32) VALUE
004050                              "CUSTOMERS WITH NO NET INTEREST:".
004060     05  IT-C-NIL             PIC Z(6)9.
004070     05  FILLER               PIC X(41) VALUE SPACES.
004080
004090 01  IT-EXCEPTION-LINE.
004100     05  FILLER           PIC X(32) VALUE
004110                              "EXCEPTIONS NOT REPORTED:".
004120     05  IT-C-EXCEPTIONS      PIC Z(6)9.
004130     05  FILLER               PIC X(03) VALUE SPACES.
004140     05  FILLER           PIC X(10) VALUE "INTEREST:".
004150     05  IT-C-EXC-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
004160     05  FILLER               PIC X(10) VALUE SPACES.
004170
004180*----------------------------------------------------------------
004190* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
004200* COMPLETION RECORD WRITTEN AT TERMINATION
004210*----------------------------------------------------------------
004220 77  IT-START-TIME            PIC 9(08) VALUE 0.
004230 77  IT-RUN-OUTCOME           PIC X(01) VALUE "C".
004240
004250 PROCEDURE DIVISION.
004260*****************************************************************
004270* 0000-MAINLINE
004280*     GATHERS THE YEARS INTEREST FROM BOTH SOURCES ONTO THE
004290*     WORK FILE, THEN REPORTS IT CUSTOMER BY CUSTOMER.
004300*****************************************************************
004310 0000-MAINLINE.
004320     PERFORM 1000-INITIALIZE
004330         THRU 1000-EXIT.
004340     IF NOT IT-RUN-ABORTED
004350         PERFORM 2000-SCAN-ACCOUNT
004360             THRU 2000-EXIT
004370             UNTIL IT-END-OF-ACCOUNTS
004380         PERFORM 3000-SCAN-ARCHIVE
004390             THRU 3000-EXIT
004400             UNTIL IT-END-OF-ARCHIVE
004410         PERFORM 4000-REPORT-CUSTOMERS
004420             THRU 4000-EXIT
004430         PERFORM 6000-PRINT-TOTALS
004440             THRU 6000-EXIT
004450     END-IF.
004460     PERFORM 8000-TERMINATE
004470         THRU 8000-EXIT.
004480     STOP RUN.
004490
004500*****************************************************************
004510* 1000-INITIALIZE
004520*     NO ARCHIVE ON HARCIN MEANS NOTHING OF THE YEAR HAS BEEN
004530*     PURGED YET - THE ONLINE HISTORY HOLDS ALL OF IT.  EVERY
004540*     OTHER FILE IS NEEDED FOR A COMPLETE FILING.
004550*****************************************************************
004560 1000-INITIALIZE.
004570     DISPLAY "INTTAX - YEAR-END INTEREST TAX REPORTING".
004580     ACCEPT IT-START-TIME FROM TIME.
004590     PERFORM 1050-READ-CONTROL
004600         THRU 1050-EXIT.
004610     PERFORM 1100-SET-TAX-YEAR
004620         THRU 1100-EXIT.
004630     OPEN INPUT ACCOUNT-MASTER.
004640     IF IT-ACCT-FILE-STATUS NOT = "00"
004650         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
004660             IT-ACCT-FILE-STATUS
004670         MOVE "Y" TO IT-ABORT-SW
004680         MOVE "F" TO IT-RUN-OUTCOME
004690         GO TO 1000-EXIT
004700     END-IF.
004710     OPEN INPUT TRANSACTION-HISTORY.
004720     IF IT-HIST-FILE-STATUS NOT = "00"
004730         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
004740             IT-HIST-FILE-STATUS
004750         MOVE "Y" TO IT-ABORT-SW
004760         MOVE "F" TO IT-RUN-OUTCOME
004770         GO TO 1000-EXIT
004780     END-IF.
004790     OPEN INPUT ARCHIVE-FILE.
004800     IF IT-ARCH-FILE-STATUS = "35"
004810         DISPLAY "NO ARCHIVE GENERATIONS ON HARCIN - ONLINE "
004820             "HISTORY ONLY."
004830         MOVE "Y" TO IT-ARCH-EOF-SW
004840     ELSE
004850         IF IT-ARCH-FILE-STATUS NOT = "00"
004860             DISPLAY "CANNOT OPEN ARCHIVE INPUT, STATUS = "
004870                 IT-ARCH-FILE-STATUS
004880             MOVE "Y" TO IT-ABORT-SW
004890             MOVE "F" TO IT-RUN-OUTCOME
004900             GO TO 1000-EXIT
004910         END-IF
004920         MOVE "Y" TO IT-ARCH-OPEN-SW
004930     END-IF.
004940     OPEN INPUT CUSTOMER-MASTER.
004950     IF IT-CUST-FILE-STATUS NOT = "00"
004960         DISPLAY "CANNOT OPEN CUSTOMER MASTER, STATUS = "
004970             IT-CUST-FILE-STATUS
004980         MOVE "Y" TO IT-ABORT-SW
004990         MOVE "F" TO IT-RUN-OUTCOME
005000         GO TO 1000-EXIT
005010     END-IF.
005020*    THE WORK FILE IS SCRATCH - OPENING IT OUTPUT EMPTIES
005030*    WHATEVER THE LAST RUN LEFT THERE.
005040     OPEN OUTPUT TAX-WORK-FILE.
005050     CLOSE TAX-WORK-FILE.
005060     OPEN I-O TAX-WORK-FILE.
005070     IF IT-WORK-FILE-STATUS NOT = "00"
005080         DISPLAY "CANNOT OPEN TAX WORK FILE, STATUS = "
005090             IT-WORK-FILE-STATUS
005100         MOVE "Y" TO IT-ABORT-SW
005110         MOVE "F" TO IT-RUN-OUTCOME
005120         GO TO 1000-EXIT
005130     END-IF.
005140     OPEN OUTPUT TAX-FILE.
005150     IF IT-TAX-FILE-STATUS NOT = "00"
005160         DISPLAY "CANNOT OPEN TAX REPORTING FILE, STATUS = "
005170             IT-TAX-FILE-STATUS
005180         MOVE "Y" TO IT-ABORT-SW
005190         MOVE "F" TO IT-RUN-OUTCOME
005200         GO TO 1000-EXIT
005210     END-IF.
005220     OPEN OUTPUT SUMMARY-FILE.
005230     IF IT-SUM-FILE-STATUS NOT = "00"
005240         DISPLAY "CANNOT OPEN SUMMARY FILE, STATUS = "
005250             IT-SUM-FILE-STATUS
005260         MOVE "Y" TO IT-ABORT-SW
005270         MOVE "F" TO IT-RUN-OUTCOME
005280         GO TO 1000-EXIT
005290     END-IF.
005300     OPEN OUTPUT REPORT-FILE.
005310     IF IT-RPT-FILE-STATUS NOT = "00"
005320         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
005330             IT-RPT-FILE-STATUS
005340         MOVE "Y" TO IT-ABORT-SW
005350         MOVE "F" TO IT-RUN-OUTCOME
005360         GO TO 1000-EXIT
005370     END-IF.
005380     MOVE IT-TAX-YEAR TO IT-T-YEAR.
005390     MOVE IT-RUN-DATE TO IT-T-DATE.
005400     WRITE REPORT-RECORD FROM IT-TITLE-LINE.
005410     IF IT-TAX-YEAR > IT-RUN-CCYY
005420         OR (IT-TAX-YEAR = IT-RUN-CCYY AND IT-RUN-MMDD < 1231)
005430         MOVE "*** TAX YEAR NOT YET ENDED - FIGURES ARE TO DATE"
005440             TO REPORT-RECORD
005450         WRITE REPORT-RECORD
005460     END-IF.
005470     MOVE SPACES TO REPORT-RECORD.
005480     WRITE REPORT-RECORD.
005490     WRITE REPORT-RECORD FROM IT-COLUMN-LINE.
005500     MOVE IT-RUN-DATE TO IT-DATE-PARTS-N.
005510     MOVE IT-D-CCYY TO IT-P-CCYY.
005520     MOVE IT-D-MM TO IT-P-MM.
005530     MOVE IT-D-DD TO IT-P-DD.
005540     PERFORM 2050-READ-ACCOUNT
005550         THRU 2050-EXIT.
005560     IF IT-ARCHIVE-IS-OPEN
005570         PERFORM 3100-READ-ARCHIVE
005580             THRU 3100-EXIT
005590     END-IF.
005600 1000-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
005650* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
005660* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
005670*----------------------------------------------------------------
005680 1050-READ-CONTROL.
005690     OPEN INPUT CONTROL-FILE.
005700     IF IT-CTL-FILE-STATUS NOT = "00"
005710         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
005720             IT-CTL-FILE-STATUS " - USING SYSTEM DATE."
005730         ACCEPT IT-RUN-DATE FROM DATE YYYYMMDD
005740         GO TO 1050-EXIT
005750     END-IF.
005760     MOVE "1" TO CTL-KEY.
005770     READ CONTROL-FILE
005780         INVALID KEY
005790             DISPLAY "WARNING - NO CONTROL RECORD - USING "
005800                 "SYSTEM DATE."
005810             ACCEPT IT-RUN-DATE FROM DATE YYYYMMDD
005820             CLOSE CONTROL-FILE
005830             GO TO 1050-EXIT
005840     END-READ.
005850     MOVE CTL-BUSINESS-DATE TO IT-RUN-DATE.
005860     CLOSE CONTROL-FILE.
005870 1050-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910* THE TAX YEAR IS READ FROM SYSIN.  A MISSING OR NON-NUMERIC
005920* CARD TAKES THE YEAR BEFORE THE BUSINESS DATE - THE JOB IS
005930* NORMALLY RUN IN JANUARY FOR THE YEAR JUST CLOSED.
005940*----------------------------------------------------------------
005950 1100-SET-TAX-YEAR.
005960     ACCEPT IT-SYSIN-YEAR.
005970     IF IT-SYSIN-YEAR IS NUMERIC
005980         AND IT-SYSIN-YEAR NOT = "0000"
005990         MOVE IT-SYSIN-YEAR TO IT-TAX-YEAR
006000     ELSE
006010         COMPUTE IT-TAX-YEAR = IT-RUN-CCYY - 1
006020         DISPLAY "NO TAX YEAR SUPPLIED - USING " IT-TAX-YEAR
006030     END-IF.
006040     MOVE IT-TAX-YEAR TO IT-YS-CCYY.
006050     MOVE IT-TAX-YEAR TO IT-YE-CCYY.
006060     DISPLAY "TAX YEAR " IT-TAX-YEAR ", POSTINGS "
006070         IT-YEAR-START-NUM " TO " IT-YEAR-END-NUM.
006080 1100-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120* 2000-SCAN-ACCOUNT
006130*     ONE PASS = ONE ACCOUNT MASTER RECORD ALREADY IN THE
006140*     RECORD AREA.  ITS HISTORY FOR THE TAX YEAR IS READ BY KEY
006150*     FROM THE FIRST OF JANUARY TO THE END OF DECEMBER.
006160*****************************************************************
006170 2000-SCAN-ACCOUNT.
006180     MOVE "Y" TO IT-ACCT-FOUND-SW.
006190     MOVE ACCT-NUMBER TO TRANH-ACCOUNT.
006200     MOVE IT-YEAR-START-NUM TO TRANH-DATE.
006210     MOVE ZERO TO TRANH-TIME.
006220     MOVE ZERO TO TRANH-SEQ.
006230     MOVE "N" TO IT-HIST-DONE-SW.
006240     START TRANSACTION-HISTORY
006250         KEY IS GREATER THAN OR EQUAL TRANH-KEY
006260         INVALID KEY
006270             MOVE "Y" TO IT-HIST-DONE-SW
006280     END-START.
006290     PERFORM 2100-TAKE-HIST-POSTING
006300         THRU 2100-EXIT
006310         UNTIL IT-HIST-SCAN-DONE.
006320     PERFORM 2050-READ-ACCOUNT
006330         THRU 2050-EXIT.
006340 2000-EXIT.
006350     EXIT.
006360
006370 2050-READ-ACCOUNT.
006380     READ ACCOUNT-MASTER NEXT RECORD
006390         AT END
006400             MOVE "Y" TO IT-ACCT-EOF-SW
006410             GO TO 2050-EXIT
006420     END-READ.
006430     IF IT-ACCT-FILE-STATUS NOT = "00"
006440         DISPLAY "ERROR READING ACCOUNT MASTER, STATUS = "
006450             IT-ACCT-FILE-STATUS
006460         MOVE "F" TO IT-RUN-OUTCOME
006470         MOVE "Y" TO IT-ACCT-EOF-SW
006480     END-IF.
006490 2050-EXIT.
006500     EXIT.
006510
006520 2100-TAKE-HIST-POSTING.
006530     READ TRANSACTION-HISTORY NEXT RECORD
006540         AT END
006550             MOVE "Y" TO IT-HIST-DONE-SW
006560             GO TO 2100-EXIT
006570     END-READ.
006580*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
006590*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
006600*    STALE RECORD FOREVER.
006610     IF IT-HIST-FILE-STATUS NOT = "00"
006620         DISPLAY "ERROR READING HISTORY, STATUS = "
006630             IT-HIST-FILE-STATUS
006640         MOVE "F" TO IT-RUN-OUTCOME
006650         MOVE "Y" TO IT-HIST-DONE-SW
006660         GO TO 2100-EXIT
006670     END-IF.
006680     IF TRANH-ACCOUNT NOT = ACCT-NUMBER
006690         OR TRANH-DATE > IT-YEAR-END-NUM
006700         MOVE "Y" TO IT-HIST-DONE-SW
006710         GO TO 2100-EXIT
006720     END-IF.
006730     EVALUATE TRUE
006740         WHEN TRANH-IS-INTEREST
006750             MOVE TRANH-AMOUNT TO IT-POST-AMOUNT
006760         WHEN TRANH-IS-REVERSAL-DEBIT AND TRANH-ORIG-TYPE = "I"
006770             COMPUTE IT-POST-AMOUNT = ZERO - TRANH-AMOUNT
006780         WHEN OTHER
006790             GO TO 2100-EXIT
006800     END-EVALUATE.
006810     ADD 1 TO IT-HIST-POSTINGS.
006820     MOVE TRANH-ACCOUNT TO IT-POST-ACCOUNT.
006830     PERFORM 5000-ADD-TO-WORK
006840         THRU 5000-EXIT.
006850 2100-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890* 3000-SCAN-ARCHIVE
006900*     ONE PASS = ONE ARCHIVED POSTING ALREADY IN THE RECORD
006910*     AREA.  THE GENERATIONS ARE IN DATE ORDER, NOT ACCOUNT
006920*     ORDER, SO EACH POSTING LOOKS ITS ACCOUNT UP BY KEY - THE
006930*     LAST ONE LOOKED UP IS KEPT.
006940*****************************************************************
006950 3000-SCAN-ARCHIVE.
006960     ADD 1 TO IT-ARCH-READ.
006970     IF TRAN-DATE < IT-YEAR-START-NUM
006980         OR TRAN-DATE > IT-YEAR-END-NUM
006990         GO TO 3000-READ-NEXT
007000     END-IF.
007010     EVALUATE TRUE
007020         WHEN TRAN-IS-INTEREST
007030             MOVE TRAN-AMOUNT TO IT-POST-AMOUNT
007040         WHEN TRAN-IS-REVERSAL-DEBIT AND TRAN-ORIG-TYPE = "I"
007050             COMPUTE IT-POST-AMOUNT = ZERO - TRAN-AMOUNT
007060         WHEN OTHER
007070             GO TO 3000-READ-NEXT
007080     END-EVALUATE.
007090     ADD 1 TO IT-ARCH-POSTINGS.
007100     MOVE TRAN-ACCOUNT TO IT-POST-ACCOUNT.
007110     IF TRAN-ACCOUNT NOT = IT-LAST-ACCOUNT
007120         MOVE TRAN-ACCOUNT TO IT-LAST-ACCOUNT
007130         MOVE TRAN-ACCOUNT TO ACCT-NUMBER
007140         MOVE "Y" TO IT-ACCT-FOUND-SW
007150         READ ACCOUNT-MASTER
007160             INVALID KEY
007170                 MOVE "N" TO IT-ACCT-FOUND-SW
007180         END-READ
007190     END-IF.
007200     PERFORM 5000-ADD-TO-WORK
007210         THRU 5000-EXIT.
007220 3000-READ-NEXT.
007230     PERFORM 3100-READ-ARCHIVE
007240         THRU 3100-EXIT.
007250 3000-EXIT.
007260     EXIT.
007270
007280 3100-READ-ARCHIVE.
007290     READ ARCHIVE-FILE
007300         AT END
007310             MOVE "Y" TO IT-ARCH-EOF-SW
007320             GO TO 3100-EXIT
007330     END-READ.
007340     IF IT-ARCH-FILE-STATUS NOT = "00"
007350         DISPLAY "ERROR READING ARCHIVE INPUT, STATUS = "
007360             IT-ARCH-FILE-STATUS
007370         MOVE "F" TO IT-RUN-OUTCOME
007380         MOVE "Y" TO IT-ARCH-EOF-SW
007390     END-IF.
007400 3100-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440* 4000-REPORT-CUSTOMERS
007450*     WALKS THE WORK FILE ONE CUSTOMER AT A TIME.  CUSTOMER
007460*     ZERO - ACCOUNTS THAT NAME NO CUSTOMER - SORTS FIRST.
007470*****************************************************************
007480 4000-REPORT-CUSTOMERS.
007490     MOVE ZERO TO TXW-CUSTOMER.
007500     MOVE ZERO TO TXW-ACCOUNT.
007510     START TAX-WORK-FILE
007520         KEY IS GREATER THAN OR EQUAL TXW-KEY
007530         INVALID KEY
007540             MOVE "Y" TO IT-WORK-EOF-SW
007550     END-START.
007560     IF NOT IT-END-OF-WORK
007570         PERFORM 4900-READ-WORK
007580             THRU 4900-EXIT
007590     END-IF.
007600     PERFORM 4100-CUSTOMER-GROUP
007610         THRU 4100-EXIT
007620         UNTIL IT-END-OF-WORK.
007630 4000-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670* ONE PASS = ONE CUSTOMER.  THE ACCOUNTS ARE GATHERED UNTIL THE
007680* CUSTOMER NUMBER CHANGES, THEN THE CUSTOMER IS REPORTED,
007690* PASSED OVER AS NIL, OR LISTED AS AN EXCEPTION.
007700*----------------------------------------------------------------
007710 4100-CUSTOMER-GROUP.
007720     MOVE TXW-CUSTOMER TO IT-GRP-CUSTOMER.
007730     IF IT-GRP-CUSTOMER = ZERO
007740         PERFORM 4200-LIST-NO-CUSTOMER
007750             THRU 4200-EXIT
007760             UNTIL IT-END-OF-WORK
007770             OR TXW-CUSTOMER NOT = IT-GRP-CUSTOMER
007780         GO TO 4100-EXIT
007790     END-IF.
007800     MOVE ZERO TO IT-GRP-TOTAL.
007810     MOVE ZERO TO IT-GRP-ACCOUNTS.
007820     MOVE ZERO TO IT-ACC-COUNT.
007830     MOVE ZERO TO IT-OVER-COUNT.
007840     MOVE ZERO TO IT-OVER-AMOUNT.
007850     PERFORM 4300-GATHER-ACCOUNT
007860         THRU 4300-EXIT
007870         UNTIL IT-END-OF-WORK
007880         OR TXW-CUSTOMER NOT = IT-GRP-CUSTOMER.
007890     MOVE IT-GRP-CUSTOMER TO CUST-NUMBER.
007900     READ CUSTOMER-MASTER
007910         INVALID KEY
007920             PERFORM 4400-LIST-CUST-NOT-ON-FILE
007930                 THRU 4400-EXIT
007940             GO TO 4100-EXIT
007950     END-READ.
007960     MOVE IT-GRP-CUSTOMER TO IT-R-CUSTOMER.
007970     MOVE SPACES          TO IT-R-ACCOUNT.
007980     MOVE CUST-NAME       TO IT-R-NAME.
007990     MOVE IT-GRP-TOTAL    TO IT-R-AMOUNT.
008000     IF IT-GRP-TOTAL NOT > ZERO
008010         ADD 1 TO IT-CUST-NIL
008020         MOVE "NIL - NOT REPORTED" TO IT-R-RESULT
008030         WRITE REPORT-RECORD FROM IT-DETAIL-LINE
008040         GO TO 4100-EXIT
008050     END-IF.
008060     ADD 1 TO IT-CUST-REPORTED.
008070     ADD IT-GRP-TOTAL TO IT-TOT-REPORTED.
008080     MOVE "REPORTED" TO IT-R-RESULT.
008090     WRITE REPORT-RECORD FROM IT-DETAIL-LINE.
008100     PERFORM 4500-WRITE-TAX-RECORD
008110         THRU 4500-EXIT.
008120     PERFORM 4600-PRINT-SUMMARY
008130         THRU 4600-EXIT.
008140 4100-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* AN ACCOUNT THAT CANNOT BE TIED TO A CUSTOMER IS LISTED ON ITS
008190* OWN FOR ACCTMNT TO PUT RIGHT
008200*----------------------------------------------------------------
008210 4200-LIST-NO-CUSTOMER.
008220     ADD 1 TO IT-EXCEPTIONS.
008230     ADD TXW-INTEREST TO IT-TOT-EXCEPTED.
008240     MOVE ZERO          TO IT-R-CUSTOMER.
008250     MOVE TXW-ACCOUNT   TO IT-R-ACCOUNT.
008260     MOVE TXW-ACCT-NAME TO IT-R-NAME.
008270     MOVE TXW-INTEREST  TO IT-R-AMOUNT.
008280     IF TXW-NOT-ON-MASTER
008290         MOVE "*** NOT ON ACCT MASTER" TO IT-R-RESULT
008300     ELSE
008310         MOVE "*** NO CUSTOMER NUMBER" TO IT-R-RESULT
008320     END-IF.
008330     WRITE REPORT-RECORD FROM IT-DETAIL-LINE.
008340     PERFORM 4900-READ-WORK
008350         THRU 4900-EXIT.
008360 4200-EXIT.
008370     EXIT.
008380
008390 4300-GATHER-ACCOUNT.
008400     ADD 1 TO IT-GRP-ACCOUNTS.
008410     ADD TXW-INTEREST TO IT-GRP-TOTAL.
008420     IF IT-ACC-COUNT < IT-ACC-MAX
008430         ADD 1 TO IT-ACC-COUNT
008440         MOVE TXW-ACCOUNT  TO IT-A-ACCOUNT (IT-ACC-COUNT)
008450         MOVE TXW-INTEREST TO IT-A-INTEREST (IT-ACC-COUNT)
008460     ELSE
008470         ADD 1 TO IT-OVER-COUNT
008480         ADD TXW-INTEREST TO IT-OVER-AMOUNT
008490     END-IF.
008500     PERFORM 4900-READ-WORK
008510         THRU 4900-EXIT.
008520 4300-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560* A CUSTOMER NUMBER WITH NO CUSTOMER MASTER RECORD HAS NO NAME
008570* OR ADDRESS TO FILE - ONE EXCEPTION LINE FOR THE CUSTOMER
008580*----------------------------------------------------------------
008590 4400-LIST-CUST-NOT-ON-FILE.
008600     ADD 1 TO IT-EXCEPTIONS.
008610     ADD IT-GRP-TOTAL TO IT-TOT-EXCEPTED.
008620     MOVE IT-GRP-CUSTOMER TO IT-R-CUSTOMER.
008630     MOVE SPACES          TO IT-R-ACCOUNT.
008640     MOVE SPACES          TO IT-R-NAME.
008650     MOVE IT-GRP-TOTAL    TO IT-R-AMOUNT.
008660     MOVE "*** CUST NOT ON FILE" TO IT-R-RESULT.
008670     WRITE REPORT-RECORD FROM IT-DETAIL-LINE.
008680 4400-EXIT.
008690     EXIT.
008700
008710 4500-WRITE-TAX-RECORD.
008720     MOVE SPACES          TO TAX-RECORD.
008730     MOVE "D"             TO TAX-REC-TYPE.
008740     MOVE IT-TAX-YEAR     TO TAX-YEAR.
008750     MOVE CUST-NUMBER     TO TAX-CUSTOMER.
008760     MOVE CUST-NAME       TO TAX-NAME.
008770     MOVE CUST-ADDRESS    TO TAX-ADDRESS.
008780     MOVE CUST-CITY       TO TAX-CITY.
008790     MOVE IT-GRP-TOTAL    TO TAX-INTEREST.
008800     IF IT-GRP-ACCOUNTS > 999
008810         MOVE 999 TO TAX-ACCOUNTS
008820     ELSE
008830         MOVE IT-GRP-ACCOUNTS TO TAX-ACCOUNTS
008840     END-IF.
008850     WRITE TAX-RECORD.
008860     IF IT-TAX-FILE-STATUS NOT = "00"
008870         DISPLAY "ERROR WRITING TAX FILE FOR CUSTOMER "
008880             CUST-NUMBER ", STATUS = " IT-TAX-FILE-STATUS
008890         MOVE "F" TO IT-RUN-OUTCOME
008900     END-IF.
008910 4500-EXIT.
008920     EXIT.
008930
008940*----------------------------------------------------------------
008950* ONE ANNUAL SUMMARY FOR THE CUSTOMER JUST REPORTED - HEADING,
008960* ADDRESS BLOCK, ONE LINE PER ACCOUNT AND THE YEARS TOTAL, THE
008970* SAME SHAPE AS THE NOTICE LETTERS.  A RULE LINE SEPARATES ONE
008980* SUMMARY FROM THE NEXT.
008990*----------------------------------------------------------------
009000 4600-PRINT-SUMMARY.
009010     WRITE SUMMARY-RECORD FROM IT-S-RULE-LINE.
009020     MOVE IT-PRINT-DATE TO IT-S-DATE.
009030     WRITE SUMMARY-RECORD FROM IT-S-BANK-LINE.
009040     WRITE SUMMARY-RECORD FROM IT-S-DEPT-LINE.
009050     MOVE SPACES TO SUMMARY-RECORD.
009060     WRITE SUMMARY-RECORD.
009070     MOVE CUST-NAME TO SUMMARY-RECORD.
009080     WRITE SUMMARY-RECORD.
009090     MOVE CUST-ADDRESS TO SUMMARY-RECORD.
009100     WRITE SUMMARY-RECORD.
009110     MOVE CUST-CITY TO SUMMARY-RECORD.
009120     WRITE SUMMARY-RECORD.
009130     MOVE SPACES TO SUMMARY-RECORD.
009140     WRITE SUMMARY-RECORD.
009150     MOVE CUST-NUMBER TO IT-S-CUSTNO.
009160     WRITE SUMMARY-RECORD FROM IT-S-CUSTNO-LINE.
009170     MOVE SPACES TO SUMMARY-RECORD.
009180     WRITE SUMMARY-RECORD.
009190     MOVE IT-TAX-YEAR TO IT-S-YEAR.
009200     WRITE SUMMARY-RECORD FROM IT-S-HEADING-LINE.
009210     MOVE SPACES TO SUMMARY-RECORD.
009220     WRITE SUMMARY-RECORD.
009230     MOVE "THE INTEREST BELOW WAS PAID ON YOUR ACCOUNTS WITH US"
009240         TO SUMMARY-RECORD.
009250     WRITE SUMMARY-RECORD.
009260     MOVE "DURING THE TAX YEAR AND HAS BEEN REPORTED TO THE TAX"
009270         TO SUMMARY-RECORD.
009280     WRITE SUMMARY-RECORD.
009290     MOVE "AUTHORITY." TO SUMMARY-RECORD.
009300     WRITE SUMMARY-RECORD.
009310     MOVE SPACES TO SUMMARY-RECORD.
009320     WRITE SUMMARY-RECORD.
009330     WRITE SUMMARY-RECORD FROM IT-S-COLUMN-LINE.
009340     MOVE SPACES TO SUMMARY-RECORD.
009350     WRITE SUMMARY-RECORD.
009360     PERFORM 4610-PRINT-SUMMARY-ACCOUNT
009370         THRU 4610-EXIT
009380         VARYING IT-ACC-IDX FROM 1 BY 1
009390         UNTIL IT-ACC-IDX > IT-ACC-COUNT.
009400     IF IT-OVER-COUNT > ZERO
009410         MOVE IT-OVER-COUNT  TO IT-S-OVER-COUNT
009420         MOVE IT-OVER-AMOUNT TO IT-S-OVER-AMOUNT
009430         WRITE SUMMARY-RECORD FROM IT-S-OVERFLOW-LINE
009440     END-IF.
009450     MOVE SPACES TO SUMMARY-RECORD.
009460     WRITE SUMMARY-RECORD.
009470     MOVE IT-GRP-TOTAL TO IT-S-TOTAL.
009480     WRITE SUMMARY-RECORD FROM IT-S-TOTAL-LINE.
009490     MOVE SPACES TO SUMMARY-RECORD.
009500     WRITE SUMMARY-RECORD.
009510     MOVE "PLEASE KEEP THIS SUMMARY WITH YOUR TAX RECORDS.  IF"
009520         TO SUMMARY-RECORD.
009530     WRITE SUMMARY-RECORD.
009540     MOVE "ANY DETAIL IS WRONG PLEASE CONTACT YOUR BRANCH."
009550         TO SUMMARY-RECORD.
009560     WRITE SUMMARY-RECORD.
009570     MOVE SPACES TO SUMMARY-RECORD.
009580     WRITE SUMMARY-RECORD.
009590     MOVE "YOURS FAITHFULLY," TO SUMMARY-RECORD.
009600     WRITE SUMMARY-RECORD.
009610     MOVE SPACES TO SUMMARY-RECORD.
009620     WRITE SUMMARY-RECORD.
009630     WRITE SUMMARY-RECORD FROM IT-S-DEPT-LINE.
009640     MOVE "MAIN STREET BANK" TO SUMMARY-RECORD.
009650     WRITE SUMMARY-RECORD.
009660 4600-EXIT.
009670     EXIT.
009680
009690 4610-PRINT-SUMMARY-ACCOUNT.
009700     MOVE IT-A-ACCOUNT (IT-ACC-IDX)  TO IT-S-ACCOUNT.
009710     MOVE IT-A-INTEREST (IT-ACC-IDX) TO IT-S-AMOUNT.
009720     WRITE SUMMARY-RECORD FROM IT-S-ACCOUNT-LINE.
009730 4610-EXIT.
009740     EXIT.
009750
009760 4900-READ-WORK.
009770     READ TAX-WORK-FILE NEXT RECORD
009780         AT END
009790             MOVE "Y" TO IT-WORK-EOF-SW
009800             GO TO 4900-EXIT
009810     END-READ.
009820     IF IT-WORK-FILE-STATUS NOT = "00"
009830         DISPLAY "ERROR READING TAX WORK FILE, STATUS = "
009840             IT-WORK-FILE-STATUS
009850         MOVE "Y" TO IT-ABORT-SW
009860         MOVE "F" TO IT-RUN-OUTCOME
009870         MOVE "Y" TO IT-WORK-EOF-SW
009880     END-IF.
009890 4900-EXIT.
009900     EXIT.
009910
009920*****************************************************************
009930* 5000-ADD-TO-WORK
009940*     ADDS THE POSTING IN HAND TO ITS ACCOUNTS WORK RECORD,
009950*     KEYED BY THE CUSTOMER THE ACCOUNT MASTER NAMES.  AN
009960*     ACCOUNT WITH NO CUSTOMER NUMBER, OR NOT ON THE MASTER AT
009970*     ALL, GOES UNDER CUSTOMER ZERO WITH THE REASON.
009980*****************************************************************
009990 5000-ADD-TO-WORK.
010000     IF IT-ACCT-WAS-FOUND
010010         MOVE ACCT-CUSTOMER-NUMBER TO TXW-CUSTOMER
010020     ELSE
010030         MOVE ZERO TO TXW-CUSTOMER
010040     END-IF.
010050     MOVE IT-POST-ACCOUNT TO TXW-ACCOUNT.
010060     MOVE "Y" TO IT-WORK-FOUND-SW.
010070     READ TAX-WORK-FILE
010080         INVALID KEY
010090             MOVE "N" TO IT-WORK-FOUND-SW
010100     END-READ.
010110     IF IT-WORK-WAS-FOUND
010120         ADD IT-POST-AMOUNT TO TXW-INTEREST
010130         ADD 1 TO TXW-POSTINGS
010140         REWRITE TXW-RECORD
010150             INVALID KEY
010160                 DISPLAY "ERROR REWRITING TAX WORK FILE, "
010170                     "STATUS = " IT-WORK-FILE-STATUS
010180                 MOVE "F" TO IT-RUN-OUTCOME
010190         END-REWRITE
010200         GO TO 5000-EXIT
010210     END-IF.
010220     MOVE SPACES TO TXW-RECORD.
010230     MOVE IT-POST-ACCOUNT TO TXW-ACCOUNT.
010240     EVALUATE TRUE
010250         WHEN NOT IT-ACCT-WAS-FOUND
010260             MOVE ZERO TO TXW-CUSTOMER
010270             MOVE "NOT ON ACCOUNT MASTER" TO TXW-ACCT-NAME
010280             MOVE "M" TO TXW-REASON
010290         WHEN ACCT-CUSTOMER-NUMBER = ZERO
010300             MOVE ZERO TO TXW-CUSTOMER
010310             MOVE ACCT-NAME TO TXW-ACCT-NAME
010320             MOVE "N" TO TXW-REASON
010330         WHEN OTHER
010340             MOVE ACCT-CUSTOMER-NUMBER TO TXW-CUSTOMER
010350             MOVE ACCT-NAME TO TXW-ACCT-NAME
010360             MOVE SPACE TO TXW-REASON
010370     END-EVALUATE.
010380     MOVE IT-POST-AMOUNT TO TXW-INTEREST.
010390     MOVE 1 TO TXW-POSTINGS.
010400     WRITE TXW-RECORD
010410         INVALID KEY
010420             DISPLAY "ERROR WRITING TAX WORK FILE, STATUS = "
010430                 IT-WORK-FILE-STATUS
010440             MOVE "F" TO IT-RUN-OUTCOME
010450     END-WRITE.
010460 5000-EXIT.
010470     EXIT.
010480
010490*****************************************************************
010500* 6000-PRINT-TOTALS
010510*     CLOSES THE TAX FILE WITH ITS TRAILER AND PRINTS THE RUN
010520*     TOTALS.  THE TRAILER AMOUNT IS THE SUM OF THE DETAILS.
010530*****************************************************************
010540 6000-PRINT-TOTALS.
010550     MOVE SPACES           TO TAX-RECORD.
010560     MOVE "T"              TO TAX-REC-TYPE.
010570     MOVE IT-TAX-YEAR      TO TAX-YEAR.
010580     MOVE IT-CUST-REPORTED TO TAX-T-COUNT.
010590     MOVE IT-TOT-REPORTED  TO TAX-T-AMOUNT.
010600     WRITE TAX-RECORD.
010610     IF IT-TAX-FILE-STATUS NOT = "00"
010620         DISPLAY "ERROR WRITING TAX FILE TRAILER, STATUS = "
010630             IT-TAX-FILE-STATUS
010640         MOVE "F" TO IT-RUN-OUTCOME
010650     END-IF.
010660     IF IT-CUST-REPORTED = ZERO AND IT-EXCEPTIONS = ZERO
010670         AND IT-CUST-NIL = ZERO
010680         MOVE "NO INTEREST POSTED IN THE TAX YEAR."
010690             TO REPORT-RECORD
010700         WRITE REPORT-RECORD
010710     END-IF.
010720     MOVE SPACES TO REPORT-RECORD.
010730     WRITE REPORT-RECORD.
010740     MOVE IT-HIST-POSTINGS TO IT-C-HIST.
010750     MOVE IT-ARCH-POSTINGS TO IT-C-ARCH.
010760     WRITE REPORT-RECORD FROM IT-POSTINGS-LINE.
010770     MOVE IT-CUST-REPORTED TO IT-C-REPORTED.
010780     MOVE IT-TOT-REPORTED  TO IT-C-REP-AMOUNT.
010790     WRITE REPORT-RECORD FROM IT-REPORTED-LINE.
010800     MOVE IT-CUST-NIL TO IT-C-NIL.
010810     WRITE REPORT-RECORD FROM IT-NIL-LINE.
010820     MOVE IT-EXCEPTIONS   TO IT-C-EXCEPTIONS.
010830     MOVE IT-TOT-EXCEPTED TO IT-C-EXC-AMOUNT.
010840     WRITE REPORT-RECORD FROM IT-EXCEPTION-LINE.
010850     IF IT-EXCEPTIONS > ZERO
010860         MOVE SPACES TO REPORT-RECORD
010870         WRITE REPORT-RECORD
010880         MOVE "*** PUT THE EXCEPTIONS RIGHT, THEN RERUN TO FILE"
010890             TO REPORT-RECORD
010900         WRITE REPORT-RECORD
010910     END-IF.
010920 6000-EXIT.
010930     EXIT.
010940
010950*****************************************************************
010960* 8000-TERMINATE
010970*****************************************************************
010980 8000-TERMINATE.
010990     PERFORM 8200-WRITE-RUN-LOG
011000         THRU 8200-EXIT.
011010     DISPLAY "INTTAX COMPLETE - " IT-CUST-REPORTED
011020         " CUSTOMERS REPORTED, " IT-EXCEPTIONS " EXCEPTIONS.".
011030     CLOSE ACCOUNT-MASTER.
011040     CLOSE TRANSACTION-HISTORY.
011050     IF IT-ARCHIVE-IS-OPEN
011060         CLOSE ARCHIVE-FILE
011070     END-IF.
011080     CLOSE CUSTOMER-MASTER.
011090     CLOSE TAX-WORK-FILE.
011100     CLOSE TAX-FILE.
011110     CLOSE SUMMARY-FILE.
011120     CLOSE REPORT-FILE.
011130 8000-EXIT.
011140     EXIT.
011150
011160*****************************************************************
011170* 8200-WRITE-RUN-LOG
011180*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
011190*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
011200*     REWRITES THE RECORD FOR ITS DATE.
011210*****************************************************************
011220 8200-WRITE-RUN-LOG.
011230     OPEN I-O RUN-LOG-FILE.
011240     IF IT-RUN-FILE-STATUS NOT = "00"
011250         OPEN OUTPUT RUN-LOG-FILE
011260         CLOSE RUN-LOG-FILE
011270         OPEN I-O RUN-LOG-FILE
011280     END-IF.
011290     IF IT-RUN-FILE-STATUS NOT = "00"
011300         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
011310             IT-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
011320         GO TO 8200-EXIT
011330     END-IF.
011340     MOVE IT-RUN-DATE          TO RUN-DATE.
011350     MOVE "INTTAX"             TO RUN-JOB.
011360     MOVE IT-START-TIME        TO RUN-START-TIME.
011370     ACCEPT RUN-END-TIME FROM TIME.
011380     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
011390     MOVE IT-CUST-REPORTED     TO RUN-RECORDS.
011400     MOVE IT-RUN-OUTCOME       TO RUN-OUTCOME.
011410     WRITE RUN-RECORD
011420         INVALID KEY
011430             REWRITE RUN-RECORD
011440     END-WRITE.
011450     CLOSE RUN-LOG-FILE.
011460 8200-EXIT.
011470     EXIT.
