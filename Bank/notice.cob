000010*================================================================
000020* NOTICE.COB
000030* PROGRAM-ID: NOTICE
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     NIGHTLY CUSTOMER NOTICE RUN.  THE NIGHT JOBS AND THE
000110*     TELLER SYSTEM LEAVE A NOTICE EVENT ON NTCEVENT WHEN
000120*     SOMETHING HAPPENS TO AN ACCOUNT THAT THE CUSTOMER MUST BE
000130*     TOLD ABOUT IN WRITING -
000140*         O  OVERDRAFT FEE CHARGED      (BANK-APP, SOPOST)
000150*         S  STANDING ORDER NOT PAID    (SOPOST)
000160*         D  ACCOUNT MARKED DORMANT     (DORMRPT)
000170*     THIS PROGRAM PICKS UP THE EVENTS FOR THE BUSINESS DATE,
000180*     GROUPS THEM BY CUSTOMER AND PRODUCES ONE PRINT-READY
000190*     LETTER PER CUSTOMER ON LTRFILE, ADDRESSED FROM THE
000200*     CUSTOMER MASTER, WITH A CONTROL LISTING OF EVERY EVENT ON
000210*     RPTFILE.  EACH EVENT IS MARKED LETTERED, SUPPRESSED OR
000220*     UNMATCHED SO THE BACK OFFICE CAN SEE WHAT WENT OUT.
000230*
000240*     A STANDING ORDER THAT KEEPS FAILING IS RETRIED EVERY
000250*     NIGHT.  THE CUSTOMER IS WRITTEN TO ON THE FIRST FAILURE
000260*     AND THEN NO MORE THAN ONCE A MONTH WHILE IT GOES ON
000270*     FAILING - THE DATE OF THE LAST LETTER IS KEPT ON THE
000280*     STANDING ORDER, AND SOPOST CLEARS IT WHEN THE ORDER PAYS.
000290*     A RERUN FOR THE SAME DATE PRODUCES THE SAME LETTERS.
000300*
000310*     AN EVENT ON AN ACCOUNT WITH NO CUSTOMER NUMBER, OR ONE NOT
000320*     ON THE CUSTOMER MASTER, CANNOT BE ADDRESSED - IT IS LISTED
000330*     AS UNMATCHED FOR THE BRANCH TO FOLLOW UP.
000340*
000350*     SCHEDULED AFTER SOPOST AND THE LAST TELLER SESSION AND
000360*     BEFORE THE BANKEOD DATE ADVANCE - SEE JCL/NOTICE.JCL.  THE
000370*     MONTHLY DORMRPT RUNS AFTER THE ADVANCE, SO ITS EVENTS CARRY
000380*     THE NEW BUSINESS DATE AND GO OUT WITH THAT NIGHTS LETTERS.
000390*----------------------------------------------------------------
000400* MAINTENANCE HISTORY
000410* DATE       INIT  DESCRIPTION
000420* ---------- ----  ------------------------------------------
000430* 2026-10-15  RLD  ORIGINAL PROGRAM.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. NOTICE.
000470 AUTHOR. R L DAWSON.
000480 INSTALLATION. MAIN STREET DATA CENTER.
000490 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT NOTICE-FILE ASSIGN TO "NTCEVENT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS NTE-KEY
000590         FILE STATUS IS NT-NTC-FILE-STATUS.
000600
000610     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CUST-NUMBER
000650         FILE STATUS IS NT-CUST-FILE-STATUS.
000660
000670     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SO-ORDER-NUMBER
000710         FILE STATUS IS NT-ORD-FILE-STATUS.
000720
000730     SELECT LETTER-FILE ASSIGN TO "LTRFILE"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS NT-LTR-FILE-STATUS.
000760
000770     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS NT-RPT-FILE-STATUS.
000800
000810     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS CTL-KEY
000850         FILE STATUS IS NT-CTL-FILE-STATUS.
000860
000870     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS RUN-KEY
000910         FILE STATUS IS NT-RUN-FILE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*----------------------------------------------------------------
000960* NOTICE EVENTS - READ FOR THE BUSINESS DATE, EACH ONE REWRITTEN
000970* WITH THE OUTCOME
000980*----------------------------------------------------------------
000990 FD  NOTICE-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY NTCEREC.
001020
001030*----------------------------------------------------------------
001040* CUSTOMER MASTER - NAME AND ADDRESS FOR THE LETTER
001050*----------------------------------------------------------------
001060 FD  CUSTOMER-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080     COPY CUSTREC.
001090
001100*----------------------------------------------------------------
001110* STANDING ORDERS - DATE OF THE LAST FAILED-ORDER LETTER
001120*----------------------------------------------------------------
001130 FD  STANDING-ORDER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY STORDREC.
001160
001170*----------------------------------------------------------------
001180* PRINT-READY CUSTOMER LETTERS FOR THE MAILING HOUSE
001190*----------------------------------------------------------------
001200 FD  LETTER-FILE
001210     LABEL RECORDS ARE OMITTED.
001220 01  LETTER-RECORD                PIC X(80).
001230
001240*----------------------------------------------------------------
001250* PRINTED CONTROL LISTING OF EVERY EVENT AND ITS OUTCOME
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
001490 77  NT-NTC-FILE-STATUS       PIC X(02) VALUE "00".
001500 77  NT-CUST-FILE-STATUS      PIC X(02) VALUE "00".
001510 77  NT-ORD-FILE-STATUS       PIC X(02) VALUE "00".
001520 77  NT-LTR-FILE-STATUS       PIC X(02) VALUE "00".
001530 77  NT-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001540 77  NT-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001550 77  NT-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001560
001570 77  NT-ABORT-SW              PIC X(01) VALUE "N".
001580     88  NT-RUN-ABORTED               VALUE "Y".
001590
001600 77  NT-NTC-EOF-SW            PIC X(01) VALUE "N".
001610     88  NT-END-OF-EVENTS             VALUE "Y".
001620
001630 77  NT-NTC-OPEN-SW           PIC X(01) VALUE "N".
001640     88  NT-NOTICE-FILE-OPEN          VALUE "Y".
001650
001660 77  NT-ORD-AVAIL-SW          PIC X(01) VALUE "N".
001670     88  NT-ORDER-FILE-AVAILABLE      VALUE "Y".
001680
001690 77  NT-CUST-FOUND-SW         PIC X(01) VALUE "N".
001700     88  NT-CUSTOMER-FOUND            VALUE "Y".
001710
001720 77  NT-SUPPRESS-SW           PIC X(01) VALUE "N".
001730     88  NT-SUPPRESS-EVENT            VALUE "Y".
001740
001750*----------------------------------------------------------------
001760* WHICH KINDS OF EVENT THE CURRENT LETTER CARRIES - EACH KIND
001770* ADDS ITS OWN EXPLANATORY PARAGRAPH AFTER THE ITEM LINES
001780*----------------------------------------------------------------
001790 77  NT-HAS-FEE-SW            PIC X(01) VALUE "N".
001800     88  NT-LETTER-HAS-FEE            VALUE "Y".
001810
001820 77  NT-HAS-ORDER-SW          PIC X(01) VALUE "N".
001830     88  NT-LETTER-HAS-ORDER          VALUE "Y".
001840
001850 77  NT-HAS-DORMANT-SW        PIC X(01) VALUE "N".
001860     88  NT-LETTER-HAS-DORMANT        VALUE "Y".
001870
001880*----------------------------------------------------------------
001890* RUN CONTROLS AND COUNTERS
001900*----------------------------------------------------------------
001910 77  NT-RUN-DATE              PIC 9(08).
001920 77  NT-CURR-CUSTOMER         PIC 9(06) VALUE 0.
001930 77  NT-EVENTS-READ           PIC 9(07) COMP VALUE 0.
001940 77  NT-EVENTS-LETTERED       PIC 9(07) COMP VALUE 0.
001950 77  NT-EVENTS-SUPPRESSED     PIC 9(07) COMP VALUE 0.
001960 77  NT-EVENTS-UNMATCHED      PIC 9(07) COMP VALUE 0.
001970 77  NT-LETTERS-WRITTEN       PIC 9(07) COMP VALUE 0.
001980 77  NT-ITEM-MAX              PIC 9(03) COMP VALUE 30.
001990 77  NT-ITEM-COUNT            PIC 9(03) COMP VALUE 0.
002000 77  NT-ITEM-OVERFLOW         PIC 9(05) COMP VALUE 0.
002010 77  NT-IDX                   PIC 9(03) COMP VALUE 0.
002020
002030*----------------------------------------------------------------
002040* ITEMS GATHERED FOR THE CURRENT CUSTOMERS LETTER.  A LETTER
002050* LISTS AT MOST NT-ITEM-MAX ITEMS - ANY MORE ARE COVERED BY A
002060* CLOSING LINE POINTING THE CUSTOMER TO THE NEXT STATEMENT.
002070*----------------------------------------------------------------
002080 01  NT-ITEM-TABLE.
002090     05  NT-ITEM OCCURS 30 TIMES.
002100         10  NT-I-TYPE        PIC X(01).
002110         10  NT-I-ACCOUNT     PIC 9(10).
002120         10  NT-I-AMOUNT      PIC S9(9)V99.
002130         10  NT-I-BALANCE     PIC S9(9)V99.
002140         10  NT-I-ORDER       PIC 9(06).
002150         10  NT-I-TARGET      PIC 9(10).
002160
002170*----------------------------------------------------------------
002180* REMINDER DATE FOR A FAILED STANDING ORDER - ONE MONTH ON FROM
002190* THE LAST LETTER.  THE DAY IS NOT CLAMPED TO THE MONTH END; AS
002200* A CCYYMMDD COMPARAND 20261131 STILL FALLS BETWEEN 30 NOVEMBER
002210* AND 1 DECEMBER, WHICH IS ALL THE TEST NEEDS.
002220*----------------------------------------------------------------
002230 01  NT-REMIND-DATE.
002240     05  NT-REMIND-CCYY       PIC 9(04).
002250     05  NT-REMIND-MM         PIC 9(02).
002260     05  NT-REMIND-DD         PIC 9(02).
002270 01  NT-REMIND-DATE-N REDEFINES NT-REMIND-DATE
002280                              PIC 9(08).
002290
002300*----------------------------------------------------------------
002310* BUSINESS DATE AS PRINTED ON THE LETTER - CCYY-MM-DD
002320*----------------------------------------------------------------
002330 01  NT-RUN-DATE-PARTS.
002340     05  NT-RUN-CCYY          PIC 9(04).
002350     05  NT-RUN-MM            PIC 9(02).
002360     05  NT-RUN-DD            PIC 9(02).
002370 01  NT-RUN-DATE-N REDEFINES NT-RUN-DATE-PARTS
002380                              PIC 9(08).
002390
002400 01  NT-PRINT-DATE.
002410     05  NT-P-CCYY            PIC 9(04).
002420     05  FILLER               PIC X(01) VALUE "-".
002430     05  NT-P-MM              PIC 9(02).
002440     05  FILLER               PIC X(01) VALUE "-".
002450     05  NT-P-DD              PIC 9(02).
002460
002470*----------------------------------------------------------------
002480* LETTER LINE LAYOUTS
002490*----------------------------------------------------------------
002500 01  NT-L-RULE-LINE           PIC X(80) VALUE ALL "-".
002510
002520 01  NT-L-BANK-LINE.
002530     05  FILLER               PIC X(58) VALUE
002540                                  "MAIN STREET BANK".
002550     05  FILLER               PIC X(06) VALUE "DATE: ".
002560     05  NT-L-DATE            PIC X(10).
002570     05  FILLER               PIC X(06) VALUE SPACES.
002580
002590 01  NT-L-DEPT-LINE.
002600     05  FILLER               PIC X(40) VALUE
002610                                  "CUSTOMER SERVICES".
002620     05  FILLER               PIC X(40) VALUE SPACES.
002630
002640 01  NT-L-CUSTNO-LINE.
002650     05  FILLER               PIC X(22) VALUE
002660                                  "YOUR CUSTOMER NUMBER: ".
002670     05  NT-L-CUSTNO          PIC 9(06).
002680     05  FILLER               PIC X(52) VALUE SPACES.
002690
002700 01  NT-L-COLUMN-LINE.
002710     05  FILLER               PIC X(12) VALUE "ACCOUNT".
002720     05  FILLER               PIC X(42) VALUE "DETAIL".
002730     05  FILLER               PIC X(15) VALUE
002740                                  "         AMOUNT".
002750     05  FILLER               PIC X(11) VALUE SPACES.
002760
002770 01  NT-L-ITEM-LINE.
002780     05  NT-L-ACCOUNT         PIC 9(10).
002790     05  FILLER               PIC X(02) VALUE SPACES.
002800     05  NT-L-DETAIL          PIC X(40).
002810     05  FILLER               PIC X(02) VALUE SPACES.
002820     05  NT-L-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002830     05  FILLER               PIC X(11) VALUE SPACES.
002840
002850 01  NT-L-ITEM-MORE-LINE.
002860     05  FILLER               PIC X(12) VALUE SPACES.
002870     05  NT-L-MORE-DETAIL     PIC X(40).
002880     05  FILLER               PIC X(02) VALUE SPACES.
002890     05  NT-L-MORE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
002900     05  FILLER               PIC X(11) VALUE SPACES.
002910
002920 01  NT-L-ITEM-NOTE-LINE.
002930     05  FILLER               PIC X(12) VALUE SPACES.
002940     05  NT-L-NOTE            PIC X(60).
002950     05  FILLER               PIC X(08) VALUE SPACES.
002960
002970 01  NT-L-ORDER-NOTE.
002980     05  FILLER               PIC X(06) VALUE "ORDER ".
002990     05  NT-L-ORDER           PIC 9(06).
003000     05  FILLER               PIC X(12) VALUE " TO ACCOUNT ".
003010     05  NT-L-TARGET          PIC 9(10).
003020     05  FILLER               PIC X(26) VALUE
003030                                  " - INSUFFICIENT FUNDS".
003040
003050 01  NT-L-OVERFLOW-LINE.
003060     05  FILLER               PIC X(12) VALUE SPACES.
003070     05  FILLER               PIC X(04) VALUE "AND ".
003080     05  NT-L-OVERFLOW        PIC ZZZZ9.
003090     05  FILLER               PIC X(40) VALUE
003100                        " FURTHER ITEMS - SEE YOUR STATEMENT".
003110     05  FILLER               PIC X(19) VALUE ".".
003120
003130*----------------------------------------------------------------
003140* CONTROL LISTING LINE LAYOUTS
003150*----------------------------------------------------------------
003160 01  NT-TITLE-LINE.
003170     05  FILLER           PIC X(30) VALUE
003180                              "CUSTOMER NOTICE PRODUCTION - ".
003190     05  NT-T-DATE            PIC 9(08).
003200     05  FILLER               PIC X(42) VALUE SPACES.
003210
003220 01  NT-COLUMN-LINE.
003230     05  FILLER               PIC X(08) VALUE "CUST".
003240     05  FILLER               PIC X(12) VALUE "ACCOUNT".
003250     05  FILLER               PIC X(03) VALUE "T".
003260     05  FILLER               PIC X(17) VALUE
003270                                  "         AMOUNT".
003280     05  FILLER               PIC X(10) VALUE "SOURCE".
003290     05  FILLER               PIC X(30) VALUE "RESULT".
003300
003310 01  NT-DETAIL-LINE.
003320     05  NT-D-CUSTOMER        PIC 9(06).
003330     05  FILLER               PIC X(02) VALUE SPACES.
003340     05  NT-D-ACCOUNT         PIC 9(10).
003350     05  FILLER               PIC X(02) VALUE SPACES.
003360     05  NT-D-TYPE            PIC X(01).
003370     05  FILLER               PIC X(02) VALUE SPACES.
003380     05  NT-D-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
003390     05  FILLER               PIC X(02) VALUE SPACES.
003400     05  NT-D-SOURCE          PIC X(08).
003410     05  FILLER               PIC X(02) VALUE SPACES.
003420     05  NT-D-RESULT          PIC X(30).
003430
003440 01  NT-SUPPRESSED-TEXT.
003450     05  FILLER               PIC X(22) VALUE
003460                                  "SUPPRESSED - LETTERED ".
003470     05  NT-S-LAST-DATE       PIC 9(08).
003480
003490 01  NT-COUNT-LINE.
003500     05  FILLER           PIC X(08) VALUE "EVENTS:".
003510     05  NT-C-EVENTS          PIC Z(6)9.
003520     05  FILLER               PIC X(03) VALUE SPACES.
003530     05  FILLER           PIC X(09) VALUE "LETTERS:".
003540     05  NT-C-LETTERS         PIC Z(6)9.
003550     05  FILLER               PIC X(03) VALUE SPACES.
003560     05  FILLER           PIC X(12) VALUE "SUPPRESSED:".
003570     05  NT-C-SUPPRESSED      PIC Z(6)9.
003580     05  FILLER               PIC X(03) VALUE SPACES.
003590     05  FILLER           PIC X(11) VALUE "UNMATCHED:".
003600     05  NT-C-UNMATCHED       PIC Z(6)9.
003610     05  FILLER               PIC X(03) VALUE SPACES.
003620
003630*----------------------------------------------------------------
003640* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003650* COMPLETION RECORD WRITTEN AT TERMINATION
003660*----------------------------------------------------------------
003670 77  NT-START-TIME            PIC 9(08) VALUE 0.
003680 77  NT-RUN-OUTCOME           PIC X(01) VALUE "C".
003690
003700 PROCEDURE DIVISION.
003710*****************************************************************
003720* 0000-MAINLINE
003730*****************************************************************
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE
003760         THRU 1000-EXIT.
003770     IF NOT NT-RUN-ABORTED
003780         PERFORM 2000-PROCESS-CUSTOMER
003790             THRU 2000-EXIT
003800             UNTIL NT-END-OF-EVENTS
003810         PERFORM 6000-PRINT-TOTALS
003820             THRU 6000-EXIT
003830     END-IF.
003840     PERFORM 8000-TERMINATE
003850         THRU 8000-EXIT.
003860     STOP RUN.
003870
003880*****************************************************************
003890* 1000-INITIALIZE
003900*     AN EVENT FILE THAT HAS NEVER BEEN CREATED MEANS NOTHING
003910*     HAS YET NEEDED A LETTER - THE RUN LISTS NOTHING AND
003920*     COMPLETES.  WITHOUT THE CUSTOMER MASTER NO LETTER CAN BE
003930*     ADDRESSED, SO THE RUN STOPS BEFORE ANY EVENT IS MARKED.
003940*****************************************************************
003950 1000-INITIALIZE.
003960     DISPLAY "NOTICE - NIGHTLY CUSTOMER NOTICE RUN".
003970     ACCEPT NT-START-TIME FROM TIME.
003980     PERFORM 1050-READ-CONTROL
003990         THRU 1050-EXIT.
004000     MOVE NT-RUN-DATE TO NT-RUN-DATE-N.
004010     MOVE NT-RUN-CCYY TO NT-P-CCYY.
004020     MOVE NT-RUN-MM   TO NT-P-MM.
004030     MOVE NT-RUN-DD   TO NT-P-DD.
004040     OPEN OUTPUT REPORT-FILE.
004050     IF NT-RPT-FILE-STATUS NOT = "00"
004060         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
004070             NT-RPT-FILE-STATUS
004080         MOVE "Y" TO NT-ABORT-SW
004090         MOVE "F" TO NT-RUN-OUTCOME
004100         GO TO 1000-EXIT
004110     END-IF.
004120     MOVE NT-RUN-DATE TO NT-T-DATE.
004130     WRITE REPORT-RECORD FROM NT-TITLE-LINE.
004140     MOVE SPACES TO REPORT-RECORD.
004150     WRITE REPORT-RECORD.
004160     WRITE REPORT-RECORD FROM NT-COLUMN-LINE.
004170     OPEN OUTPUT LETTER-FILE.
004180     IF NT-LTR-FILE-STATUS NOT = "00"
004190         DISPLAY "CANNOT OPEN LETTER FILE, STATUS = "
004200             NT-LTR-FILE-STATUS
004210         MOVE "Y" TO NT-ABORT-SW
004220         MOVE "F" TO NT-RUN-OUTCOME
004230         GO TO 1000-EXIT
004240     END-IF.
004250     OPEN INPUT CUSTOMER-MASTER.
004260     IF NT-CUST-FILE-STATUS NOT = "00"
004270         DISPLAY "CANNOT OPEN CUSTOMER MASTER, STATUS = "
004280             NT-CUST-FILE-STATUS
004290         MOVE "Y" TO NT-ABORT-SW
004300         MOVE "F" TO NT-RUN-OUTCOME
004310         GO TO 1000-EXIT
004320     END-IF.
004330     OPEN I-O STANDING-ORDER-FILE.
004340     IF NT-ORD-FILE-STATUS = "00"
004350         MOVE "Y" TO NT-ORD-AVAIL-SW
004360     ELSE
004370         IF NT-ORD-FILE-STATUS NOT = "35"
004380             DISPLAY "CANNOT OPEN STANDING ORDER FILE, STATUS = "
004390                 NT-ORD-FILE-STATUS
004400             MOVE "Y" TO NT-ABORT-SW
004410             MOVE "F" TO NT-RUN-OUTCOME
004420             GO TO 1000-EXIT
004430         END-IF
004440     END-IF.
004450     OPEN I-O NOTICE-FILE.
004460     IF NT-NTC-FILE-STATUS = "35"
004470         DISPLAY "NO NOTICE FILE ON DISK - NO NOTICES TO PRODUCE."
004480         MOVE "Y" TO NT-NTC-EOF-SW
004490         GO TO 1000-EXIT
004500     END-IF.
004510     IF NT-NTC-FILE-STATUS NOT = "00"
004520         DISPLAY "CANNOT OPEN NOTICE FILE, STATUS = "
004530             NT-NTC-FILE-STATUS
004540         MOVE "Y" TO NT-ABORT-SW
004550         MOVE "F" TO NT-RUN-OUTCOME
004560         GO TO 1000-EXIT
004570     END-IF.
004580     MOVE "Y" TO NT-NTC-OPEN-SW.
004590     MOVE NT-RUN-DATE TO NTE-DATE.
004600     MOVE ZERO        TO NTE-CUSTOMER.
004610     MOVE ZERO        TO NTE-ACCOUNT.
004620     MOVE ZERO        TO NTE-TIME.
004630     MOVE ZERO        TO NTE-SEQ.
004640     START NOTICE-FILE
004650         KEY IS GREATER THAN OR EQUAL NTE-KEY
004660         INVALID KEY
004670             MOVE "Y" TO NT-NTC-EOF-SW
004680     END-START.
004690     IF NOT NT-END-OF-EVENTS
004700         PERFORM 2100-READ-EVENT THRU 2100-EXIT
004710     END-IF.
004720 1000-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
004770* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
004780* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
004790*----------------------------------------------------------------
004800 1050-READ-CONTROL.
004810     OPEN INPUT CONTROL-FILE.
004820     IF NT-CTL-FILE-STATUS NOT = "00"
004830         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
004840             NT-CTL-FILE-STATUS " - USING SYSTEM DATE."
004850         ACCEPT NT-RUN-DATE FROM DATE YYYYMMDD
004860         GO TO 1050-EXIT
004870     END-IF.
004880     MOVE "1" TO CTL-KEY.
004890     READ CONTROL-FILE
004900         INVALID KEY
004910             DISPLAY "WARNING - NO CONTROL RECORD - USING "
004920                 "SYSTEM DATE."
004930             ACCEPT NT-RUN-DATE FROM DATE YYYYMMDD
004940             CLOSE CONTROL-FILE
004950             GO TO 1050-EXIT
004960     END-READ.
004970     MOVE CTL-BUSINESS-DATE TO NT-RUN-DATE.
004980     CLOSE CONTROL-FILE.
004990 1050-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030* 2000-PROCESS-CUSTOMER
005040*     ONE PASS = ALL THE EVENTS FOR ONE CUSTOMER ON THE DATE.
005050*     THE FILE IS KEYED DATE THEN CUSTOMER, SO A CUSTOMERS
005060*     EVENTS ARRIVE TOGETHER.  THE FIRST IS ALREADY IN THE
005070*     RECORD AREA; THE LETTER GOES OUT AT THE CONTROL BREAK.
005080*****************************************************************
005090 2000-PROCESS-CUSTOMER.
005100     MOVE NTE-CUSTOMER TO NT-CURR-CUSTOMER.
005110     MOVE ZERO TO NT-ITEM-COUNT.
005120     MOVE ZERO TO NT-ITEM-OVERFLOW.
005130     MOVE "N" TO NT-HAS-FEE-SW.
005140     MOVE "N" TO NT-HAS-ORDER-SW.
005150     MOVE "N" TO NT-HAS-DORMANT-SW.
005160     PERFORM 2200-LOOKUP-CUSTOMER
005170         THRU 2200-EXIT.
005180     PERFORM 3000-TAKE-EVENT
005190         THRU 3000-EXIT
005200         UNTIL NT-END-OF-EVENTS
005210            OR NTE-CUSTOMER NOT = NT-CURR-CUSTOMER.
005220     IF NT-ITEM-COUNT > ZERO
005230         PERFORM 4000-PRINT-LETTER
005240             THRU 4000-EXIT
005250     END-IF.
005260 2000-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300* NEXT EVENT.  THE RUN STOPS AT THE FIRST EVENT FOR A LATER
005310* DATE - THOSE BELONG TO A RUN NOT YET MADE.
005320*----------------------------------------------------------------
005330 2100-READ-EVENT.
005340     READ NOTICE-FILE NEXT RECORD
005350         AT END
005360             MOVE "Y" TO NT-NTC-EOF-SW
005370             GO TO 2100-EXIT
005380     END-READ.
005390     IF NT-NTC-FILE-STATUS NOT = "00"
005400         DISPLAY "ERROR READING NOTICE FILE, STATUS = "
005410             NT-NTC-FILE-STATUS
005420         MOVE "F" TO NT-RUN-OUTCOME
005430         MOVE "Y" TO NT-NTC-EOF-SW
005440         GO TO 2100-EXIT
005450     END-IF.
005460     IF NTE-DATE NOT = NT-RUN-DATE
005470         MOVE "Y" TO NT-NTC-EOF-SW
005480     END-IF.
005490 2100-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* CUSTOMER NUMBER ZERO IS AN ACCOUNT OPENED WITHOUT ONE - THERE
005540* IS NO ADDRESS TO WRITE TO.
005550*----------------------------------------------------------------
005560 2200-LOOKUP-CUSTOMER.
005570     MOVE "N" TO NT-CUST-FOUND-SW.
005580     IF NT-CURR-CUSTOMER = ZERO
005590         GO TO 2200-EXIT
005600     END-IF.
005610     MOVE NT-CURR-CUSTOMER TO CUST-NUMBER.
005620     READ CUSTOMER-MASTER
005630         INVALID KEY
005640             GO TO 2200-EXIT
005650     END-READ.
005660     MOVE "Y" TO NT-CUST-FOUND-SW.
005670 2200-EXIT.
005680     EXIT.
005690
005700*****************************************************************
005710* 3000-TAKE-EVENT
005720*     DECIDES THE OUTCOME OF THE EVENT IN THE RECORD AREA,
005730*     REWRITES IT WITH THAT OUTCOME, LISTS IT AND READS THE
005740*     NEXT.  A LETTERED EVENT IS ADDED TO THE CUSTOMERS LETTER.
005750*****************************************************************
005760 3000-TAKE-EVENT.
005770     ADD 1 TO NT-EVENTS-READ.
005780     IF NOT NT-CUSTOMER-FOUND
005790         MOVE "U" TO NTE-STATUS
005800         ADD 1 TO NT-EVENTS-UNMATCHED
005810         IF NT-CURR-CUSTOMER = ZERO
005820             MOVE "UNMATCHED - NO CUSTOMER NO"
005830                 TO NT-D-RESULT
005840         ELSE
005850             MOVE "UNMATCHED - CUSTOMER NOT FOUND"
005860                 TO NT-D-RESULT
005870         END-IF
005880         GO TO 3000-UPDATE
005890     END-IF.
005900     IF NTE-IS-ORDER-FAILED
005910         PERFORM 3100-CHECK-SUPPRESSION
005920             THRU 3100-EXIT
005930         IF NT-SUPPRESS-EVENT
005940             MOVE "S" TO NTE-STATUS
005950             ADD 1 TO NT-EVENTS-SUPPRESSED
005960             MOVE NT-SUPPRESSED-TEXT TO NT-D-RESULT
005970             GO TO 3000-UPDATE
005980         END-IF
005990     END-IF.
006000     PERFORM 3200-ADD-TO-LETTER
006010         THRU 3200-EXIT.
006020     MOVE "P" TO NTE-STATUS.
006030     ADD 1 TO NT-EVENTS-LETTERED.
006040     MOVE "LETTERED" TO NT-D-RESULT.
006050 3000-UPDATE.
006060     REWRITE NTE-RECORD
006070         INVALID KEY
006080             DISPLAY "ERROR UPDATING NOTICE EVENT " NTE-CUSTOMER
006090                 "/" NTE-ACCOUNT ", STATUS = " NT-NTC-FILE-STATUS
006100             MOVE "F" TO NT-RUN-OUTCOME
006110     END-REWRITE.
006120     MOVE NTE-CUSTOMER TO NT-D-CUSTOMER.
006130     MOVE NTE-ACCOUNT  TO NT-D-ACCOUNT.
006140     MOVE NTE-TYPE     TO NT-D-TYPE.
006150     MOVE NTE-AMOUNT   TO NT-D-AMOUNT.
006160     MOVE NTE-SOURCE   TO NT-D-SOURCE.
006170     WRITE REPORT-RECORD FROM NT-DETAIL-LINE.
006180     PERFORM 2100-READ-EVENT
006190         THRU 2100-EXIT.
006200 3000-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* A FAILED STANDING ORDER IS LETTERED ON ITS FIRST FAILURE AND
006250* THEN ONLY WHEN A MONTH HAS GONE BY SINCE THE LAST LETTER.
006260* THE LETTER DATE IS STAMPED ON THE ORDER WHEN IT GOES OUT.  A
006270* LETTER DATED TODAY MEANS THIS IS A RERUN - IT IS PRODUCED
006280* AGAIN.  AN ORDER NO LONGER ON FILE IS STILL LETTERED.
006290*----------------------------------------------------------------
006300 3100-CHECK-SUPPRESSION.
006310     MOVE "N" TO NT-SUPPRESS-SW.
006320     IF NOT NT-ORDER-FILE-AVAILABLE
006330         GO TO 3100-EXIT
006340     END-IF.
006350     MOVE NTE-ORDER-NUMBER TO SO-ORDER-NUMBER.
006360     READ STANDING-ORDER-FILE
006370         INVALID KEY
006380             GO TO 3100-EXIT
006390     END-READ.
006400     IF SO-NOTICE-DATE IS NUMERIC
006410         AND SO-NOTICE-DATE > ZERO
006420         AND SO-NOTICE-DATE < NT-RUN-DATE
006430         MOVE SO-NOTICE-DATE TO NT-REMIND-DATE-N
006440         IF NT-REMIND-MM < 12
006450             ADD 1 TO NT-REMIND-MM
006460         ELSE
006470             MOVE 1 TO NT-REMIND-MM
006480             ADD 1 TO NT-REMIND-CCYY
006490         END-IF
006500         IF NT-RUN-DATE < NT-REMIND-DATE-N
006510             MOVE "Y" TO NT-SUPPRESS-SW
006520             MOVE SO-NOTICE-DATE TO NT-S-LAST-DATE
006530             GO TO 3100-EXIT
006540         END-IF
006550     END-IF.
006560     MOVE NT-RUN-DATE TO SO-NOTICE-DATE.
006570     REWRITE SO-RECORD
006580         INVALID KEY
006590             DISPLAY "ERROR UPDATING STANDING ORDER "
006600                 SO-ORDER-NUMBER ", STATUS = " NT-ORD-FILE-STATUS
006610     END-REWRITE.
006620 3100-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------
006660* ADDS THE EVENT TO THE CURRENT LETTERS ITEM TABLE, OR COUNTS
006670* IT AS OVERFLOW ONCE THE TABLE IS FULL.
006680*----------------------------------------------------------------
006690 3200-ADD-TO-LETTER.
006700     EVALUATE TRUE
006710         WHEN NTE-IS-OVERDRAFT-FEE
006720             MOVE "Y" TO NT-HAS-FEE-SW
006730         WHEN NTE-IS-ORDER-FAILED
006740             MOVE "Y" TO NT-HAS-ORDER-SW
006750         WHEN NTE-IS-NOW-DORMANT
006760             MOVE "Y" TO NT-HAS-DORMANT-SW
006770     END-EVALUATE.
006780     IF NT-ITEM-COUNT NOT < NT-ITEM-MAX
006790         ADD 1 TO NT-ITEM-OVERFLOW
006800         GO TO 3200-EXIT
006810     END-IF.
006820     ADD 1 TO NT-ITEM-COUNT.
006830     MOVE NTE-TYPE           TO NT-I-TYPE (NT-ITEM-COUNT).
006840     MOVE NTE-ACCOUNT        TO NT-I-ACCOUNT (NT-ITEM-COUNT).
006850     MOVE NTE-AMOUNT         TO NT-I-AMOUNT (NT-ITEM-COUNT).
006860     MOVE NTE-BALANCE        TO NT-I-BALANCE (NT-ITEM-COUNT).
006870     MOVE NTE-ORDER-NUMBER   TO NT-I-ORDER (NT-ITEM-COUNT).
006880     MOVE NTE-TARGET-ACCOUNT TO NT-I-TARGET (NT-ITEM-COUNT).
006890 3200-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930* 4000-PRINT-LETTER
006940*     ONE LETTER FOR THE CUSTOMER JUST FINISHED - HEADING,
006950*     ADDRESS BLOCK, ONE ITEM PER EVENT, THEN A PARAGRAPH FOR
006960*     EACH KIND OF EVENT THE LETTER CARRIES.  A RULE LINE
006970*     SEPARATES ONE LETTER FROM THE NEXT.
006980*****************************************************************
006990 4000-PRINT-LETTER.
007000     ADD 1 TO NT-LETTERS-WRITTEN.
007010     WRITE LETTER-RECORD FROM NT-L-RULE-LINE.
007020     MOVE NT-PRINT-DATE TO NT-L-DATE.
007030     WRITE LETTER-RECORD FROM NT-L-BANK-LINE.
007040     WRITE LETTER-RECORD FROM NT-L-DEPT-LINE.
007050     MOVE SPACES TO LETTER-RECORD.
007060     WRITE LETTER-RECORD.
007070     MOVE CUST-NAME TO LETTER-RECORD.
007080     WRITE LETTER-RECORD.
007090     MOVE CUST-ADDRESS TO LETTER-RECORD.
007100     WRITE LETTER-RECORD.
007110     MOVE CUST-CITY TO LETTER-RECORD.
007120     WRITE LETTER-RECORD.
007130     MOVE SPACES TO LETTER-RECORD.
007140     WRITE LETTER-RECORD.
007150     MOVE CUST-NUMBER TO NT-L-CUSTNO.
007160     WRITE LETTER-RECORD FROM NT-L-CUSTNO-LINE.
007170     MOVE SPACES TO LETTER-RECORD.
007180     WRITE LETTER-RECORD.
007190     MOVE "DEAR CUSTOMER," TO LETTER-RECORD.
007200     WRITE LETTER-RECORD.
007210     MOVE SPACES TO LETTER-RECORD.
007220     WRITE LETTER-RECORD.
007230     MOVE "WE ARE WRITING TO LET YOU KNOW ABOUT THE FOLLOWING ON"
007240         TO LETTER-RECORD.
007250     WRITE LETTER-RECORD.
007260     MOVE "YOUR ACCOUNTS WITH US ON THE DATE SHOWN ABOVE."
007270         TO LETTER-RECORD.
007280     WRITE LETTER-RECORD.
007290     MOVE SPACES TO LETTER-RECORD.
007300     WRITE LETTER-RECORD.
007310     WRITE LETTER-RECORD FROM NT-L-COLUMN-LINE.
007320     MOVE SPACES TO LETTER-RECORD.
007330     WRITE LETTER-RECORD.
007340     PERFORM 4100-PRINT-ITEM
007350         THRU 4100-EXIT
007360         VARYING NT-IDX FROM 1 BY 1
007370         UNTIL NT-IDX > NT-ITEM-COUNT.
007380     IF NT-ITEM-OVERFLOW > ZERO
007390         MOVE NT-ITEM-OVERFLOW TO NT-L-OVERFLOW
007400         WRITE LETTER-RECORD FROM NT-L-OVERFLOW-LINE
007410     END-IF.
007420     PERFORM 4200-PRINT-CLOSING
007430         THRU 4200-EXIT.
007440 4000-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* TWO LINES PER ITEM - WHAT HAPPENED AND ITS AMOUNT, THEN THE
007490* SUPPORTING DETAIL.
007500*----------------------------------------------------------------
007510 4100-PRINT-ITEM.
007520     MOVE NT-I-ACCOUNT (NT-IDX) TO NT-L-ACCOUNT.
007530     EVALUATE NT-I-TYPE (NT-IDX)
007540         WHEN "O"
007550             MOVE "OVERDRAFT FEE CHARGED" TO NT-L-DETAIL
007560             MOVE NT-I-AMOUNT (NT-IDX) TO NT-L-AMOUNT
007570             WRITE LETTER-RECORD FROM NT-L-ITEM-LINE
007580             MOVE "BALANCE AFTER THE FEE" TO NT-L-MORE-DETAIL
007590             MOVE NT-I-BALANCE (NT-IDX) TO NT-L-MORE-AMOUNT
007600             WRITE LETTER-RECORD FROM NT-L-ITEM-MORE-LINE
007610         WHEN "S"
007620             MOVE "STANDING ORDER NOT PAID" TO NT-L-DETAIL
007630             MOVE NT-I-AMOUNT (NT-IDX) TO NT-L-AMOUNT
007640             WRITE LETTER-RECORD FROM NT-L-ITEM-LINE
007650             MOVE NT-I-ORDER (NT-IDX)  TO NT-L-ORDER
007660             MOVE NT-I-TARGET (NT-IDX) TO NT-L-TARGET
007670             MOVE NT-L-ORDER-NOTE TO NT-L-NOTE
007680             WRITE LETTER-RECORD FROM NT-L-ITEM-NOTE-LINE
007690         WHEN "D"
007700             MOVE "ACCOUNT NOW DORMANT - BALANCE" TO NT-L-DETAIL
007710             MOVE NT-I-BALANCE (NT-IDX) TO NT-L-AMOUNT
007720             WRITE LETTER-RECORD FROM NT-L-ITEM-LINE
007730             MOVE "NO CUSTOMER ACTIVITY FOR THE DORMANCY PERIOD"
007740                 TO NT-L-NOTE
007750             WRITE LETTER-RECORD FROM NT-L-ITEM-NOTE-LINE
007760     END-EVALUATE.
007770 4100-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810* EXPLANATORY PARAGRAPHS FOR THE KINDS OF EVENT ON THE LETTER,
007820* THEN THE SIGN-OFF.
007830*----------------------------------------------------------------
007840 4200-PRINT-CLOSING.
007850     IF NT-LETTER-HAS-FEE
007860         MOVE SPACES TO LETTER-RECORD
007870         WRITE LETTER-RECORD
007880         MOVE "A FEE IS CHARGED EACH TIME A PAYMENT TAKES AN"
007890             TO LETTER-RECORD
007900         WRITE LETTER-RECORD
007910         MOVE "ACCOUNT OVER ITS AGREED LIMIT.  PLEASE PAY IN"
007920             TO LETTER-RECORD
007930         WRITE LETTER-RECORD
007940         MOVE "ENOUGH TO BRING THE ACCOUNT BACK WITHIN ITS LIMIT."
007950             TO LETTER-RECORD
007960         WRITE LETTER-RECORD
007970     END-IF.
007980     IF NT-LETTER-HAS-ORDER
007990         MOVE SPACES TO LETTER-RECORD
008000         WRITE LETTER-RECORD
008010         MOVE "A STANDING ORDER THAT CANNOT BE PAID IS TRIED"
008020             TO LETTER-RECORD
008030         WRITE LETTER-RECORD
008040         MOVE "AGAIN EACH NIGHT UNTIL THERE ARE FUNDS TO MEET IT"
008050             TO LETTER-RECORD
008060         WRITE LETTER-RECORD
008070         MOVE "OR YOU ASK US TO CANCEL IT."
008080             TO LETTER-RECORD
008090         WRITE LETTER-RECORD
008100     END-IF.
008110     IF NT-LETTER-HAS-DORMANT
008120         MOVE SPACES TO LETTER-RECORD
008130         WRITE LETTER-RECORD
008140         MOVE "A DORMANT ACCOUNT CAN BE BROUGHT BACK INTO USE"
008150             TO LETTER-RECORD
008160         WRITE LETTER-RECORD
008170         MOVE "AT ANY BRANCH ON PRODUCTION OF IDENTIFICATION."
008180             TO LETTER-RECORD
008190         WRITE LETTER-RECORD
008200     END-IF.
008210     MOVE SPACES TO LETTER-RECORD.
008220     WRITE LETTER-RECORD.
008230     MOVE "IF YOU HAVE ANY QUESTIONS ABOUT THIS LETTER PLEASE"
008240         TO LETTER-RECORD.
008250     WRITE LETTER-RECORD.
008260     MOVE "CONTACT YOUR BRANCH." TO LETTER-RECORD.
008270     WRITE LETTER-RECORD.
008280     MOVE SPACES TO LETTER-RECORD.
008290     WRITE LETTER-RECORD.
008300     MOVE "YOURS FAITHFULLY," TO LETTER-RECORD.
008310     WRITE LETTER-RECORD.
008320     MOVE SPACES TO LETTER-RECORD.
008330     WRITE LETTER-RECORD.
008340     WRITE LETTER-RECORD FROM NT-L-DEPT-LINE.
008350     MOVE "MAIN STREET BANK" TO LETTER-RECORD.
008360     WRITE LETTER-RECORD.
008370 4200-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410* 6000-PRINT-TOTALS
008420*****************************************************************
008430 6000-PRINT-TOTALS.
008440     IF NT-EVENTS-READ = ZERO
008450         MOVE "NO NOTICE EVENTS FOR THE DATE."
008460             TO REPORT-RECORD
008470         WRITE REPORT-RECORD
008480     END-IF.
008490     MOVE SPACES TO REPORT-RECORD.
008500     WRITE REPORT-RECORD.
008510     MOVE NT-EVENTS-READ       TO NT-C-EVENTS.
008520     MOVE NT-LETTERS-WRITTEN   TO NT-C-LETTERS.
008530     MOVE NT-EVENTS-SUPPRESSED TO NT-C-SUPPRESSED.
008540     MOVE NT-EVENTS-UNMATCHED  TO NT-C-UNMATCHED.
008550     WRITE REPORT-RECORD FROM NT-COUNT-LINE.
008560     IF NT-EVENTS-UNMATCHED > ZERO
008570         MOVE "UNMATCHED EVENTS HAVE NO ADDRESS - SET THE"
008580             TO REPORT-RECORD
008590         WRITE REPORT-RECORD
008600         MOVE "CUSTOMER NUMBER AND WRITE TO THE HOLDER BY HAND."
008610             TO REPORT-RECORD
008620         WRITE REPORT-RECORD
008630     END-IF.
008640 6000-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680* 8000-TERMINATE
008690*****************************************************************
008700 8000-TERMINATE.
008710     PERFORM 8200-WRITE-RUN-LOG
008720         THRU 8200-EXIT.
008730     DISPLAY "NOTICE COMPLETE - " NT-EVENTS-READ " EVENTS, "
008740         NT-LETTERS-WRITTEN " LETTERS, " NT-EVENTS-UNMATCHED
008750         " UNMATCHED.".
008760     IF NT-NOTICE-FILE-OPEN
008770         CLOSE NOTICE-FILE
008780     END-IF.
008790     IF NT-ORDER-FILE-AVAILABLE
008800         CLOSE STANDING-ORDER-FILE
008810     END-IF.
008820     CLOSE CUSTOMER-MASTER.
008830     CLOSE LETTER-FILE.
008840     CLOSE REPORT-FILE.
008850 8000-EXIT.
008860     EXIT.
008870
008880*****************************************************************
008890* 8200-WRITE-RUN-LOG
008900*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
008910*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
008920*     REWRITES THE RECORD FOR ITS DATE.
008930*****************************************************************
008940 8200-WRITE-RUN-LOG.
008950     OPEN I-O RUN-LOG-FILE.
008960     IF NT-RUN-FILE-STATUS NOT = "00"
008970         OPEN OUTPUT RUN-LOG-FILE
008980         CLOSE RUN-LOG-FILE
008990         OPEN I-O RUN-LOG-FILE
009000     END-IF.
009010     IF NT-RUN-FILE-STATUS NOT = "00"
009020         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
009030             NT-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
009040         GO TO 8200-EXIT
009050     END-IF.
009060     MOVE NT-RUN-DATE          TO RUN-DATE.
009070     MOVE "NOTICE"             TO RUN-JOB.
009080     MOVE NT-START-TIME        TO RUN-START-TIME.
009090     ACCEPT RUN-END-TIME FROM TIME.
009100     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
009110     MOVE NT-LETTERS-WRITTEN   TO RUN-RECORDS.
009120     MOVE NT-RUN-OUTCOME       TO RUN-OUTCOME.
009130     WRITE RUN-RECORD
009140         INVALID KEY
009150             REWRITE RUN-RECORD
009160     END-WRITE.
009170     CLOSE RUN-LOG-FILE.
009180 8200-EXIT.
009190     EXIT.
