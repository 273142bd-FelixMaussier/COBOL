000010*================================================================
000020* MNTREVW.COB
000030* PROGRAM-ID: MNTREVW
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     DAILY MAINTENANCE AUDIT REVIEW.  READS THE DAYS RECORDS
000110*     OFF MNTAUDIT - ACCOUNT, CUSTOMER, PRODUCT, HOLD, LOAN,
000120*     TELLER, HOLIDAY AND STANDING ORDER MAINTENANCE - AND
000130*     PRINTS THEM BY OPERATOR, IN THE ORDER THEY WERE KEYED.
000140*     EACH BEFORE AND AFTER IMAGE IS BROKEN DOWN INTO ITS NAMED
000150*     FIELDS AND ONLY THE FIELDS THAT CHANGED ARE PRINTED, WAS
000160*     AND NOW.  THREE KINDS OF CHANGE ARE FLAGGED FOR A
000170*     SUPERVISOR TO SIGN OFF -
000180*         AN OVERDRAFT LIMIT RAISED, ON AN ACCOUNT OR A PRODUCT;
000190*         AN ACCOUNT RATE CHANGED TO ONE ITS PRODUCT DOES NOT
000200*         CARRY;
000210*         AN ACCOUNT OPENED, AMENDED OR CLOSED BY AN OPERATOR
000220*         WHO THEN TOOK A POSTING ON IT THE SAME DAY, MATCHED ON
000230*         THE TELLER ID OF THE POSTINGS IN THE HISTORY FILE.
000240*     THE DAY REVIEWED IS THE BUSINESS DATE, OR A CCYYMMDD DATE
000250*     ON SYSIN TO REVIEW AN EARLIER DAY.  THE RECORDS ARE
000260*     RE-KEYED BY OPERATOR THROUGH THE REVWORK SCRATCH FILE,
000270*     EMPTIED AT THE START OF EVERY RUN.
000280*----------------------------------------------------------------
000290* MAINTENANCE HISTORY
000300* DATE       INIT  DESCRIPTION
000310* ---------- ----  ------------------------------------------
000320* 2026-10-15  RLD  ORIGINAL PROGRAM.
000330* 2026-10-15  RLD  THE SUBJECT COLUMN WIDENED SO A HOLD ACTION
000340*                  SHOWS ITS HOLD NUMBER.  A HARD READ ERROR ON
000350*                  THE WORK FILE NOW STOPS THE REPORT AND FAILS
000360*                  THE RUN INSTEAD OF REPORTING A STALE RECORD.
000370*================================================================
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. MNTREVW.
000400 AUTHOR. R L DAWSON.
000410 INSTALLATION. MAIN STREET DATA CENTER.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS MR-AUDIT-FILE-STATUS.
000520
000530     SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PROD-CODE
000570         FILE STATUS IS MR-PROD-FILE-STATUS.
000580
000590     SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS TRANH-KEY
000630         FILE STATUS IS MR-HIST-FILE-STATUS.
000640
000650     SELECT REVIEW-WORK-FILE ASSIGN TO "REVWORK"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS MRW-KEY
000690         FILE STATUS IS MR-WORK-FILE-STATUS.
000700
000710     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS MR-RPT-FILE-STATUS.
000740
000750     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CTL-KEY
000790         FILE STATUS IS MR-CTL-FILE-STATUS.
000800
000810     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS RUN-KEY
000850         FILE STATUS IS MR-RUN-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*----------------------------------------------------------------
000900* MAINTENANCE AUDIT - BEFORE/AFTER IMAGE TRAIL, READ ONLY.  HELD
000910* OPEN FOR THE WHOLE RUN - THE REPORT PASS DECODES EACH WORK
000920* RECORD BACK THROUGH THIS RECORD AREA.
000930*----------------------------------------------------------------
000940 FD  MAINT-AUDIT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY AUDITREC.
000970
000980*----------------------------------------------------------------
000990* PRODUCT TABLE - THE RATE AN ACCOUNTS PRODUCT CARRIES
001000*----------------------------------------------------------------
001010 FD  PRODUCT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PRODREC.
001040
001050*----------------------------------------------------------------
001060* KEYED TRANSACTION HISTORY - POSTINGS ON A MAINTAINED ACCOUNT
001070*----------------------------------------------------------------
001080 FD  TRANSACTION-HISTORY
001090     LABEL RECORDS ARE STANDARD.
001100     COPY TRNHREC.
001110
001120*----------------------------------------------------------------
001130* SCRATCH WORK FILE - THE DAYS AUDIT RECORDS BY OPERATOR
001140*----------------------------------------------------------------
001150 FD  REVIEW-WORK-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY MRWREC.
001180
001190*----------------------------------------------------------------
001200* PRINTED REVIEW REPORT
001210*----------------------------------------------------------------
001220 FD  REPORT-FILE
001230     LABEL RECORDS ARE OMITTED.
001240 01  REPORT-RECORD                PIC X(80).
001250
001260*----------------------------------------------------------------
001270* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001280*----------------------------------------------------------------
001290 FD  CONTROL-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CTLREC.
001320
001330*----------------------------------------------------------------
001340* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001350*----------------------------------------------------------------
001360 FD  RUN-LOG-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RUNREC.
001390
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001420* FILE STATUS AND CONTROL SWITCHES
001430*----------------------------------------------------------------
001440 77  MR-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001450 77  MR-PROD-FILE-STATUS      PIC X(02) VALUE "00".
001460 77  MR-HIST-FILE-STATUS      PIC X(02) VALUE "00".
001470 77  MR-WORK-FILE-STATUS      PIC X(02) VALUE "00".
001480 77  MR-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001490 77  MR-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001500 77  MR-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001510
001520 77  MR-ABORT-SW              PIC X(01) VALUE "N".
001530     88  MR-RUN-ABORTED               VALUE "Y".
001540
001550 77  MR-AUDIT-EOF-SW          PIC X(01) VALUE "N".
001560     88  MR-END-OF-AUDIT              VALUE "Y".
001570
001580 77  MR-AUDIT-OPEN-SW         PIC X(01) VALUE "N".
001590     88  MR-AUDIT-IS-OPEN             VALUE "Y".
001600
001610 77  MR-WORK-EOF-SW           PIC X(01) VALUE "N".
001620     88  MR-END-OF-WORK               VALUE "Y".
001630
001640 77  MR-PROD-AVAIL-SW         PIC X(01) VALUE "N".
001650     88  MR-PROD-FILE-AVAILABLE       VALUE "Y".
001660
001670 77  MR-HIST-DONE-SW          PIC X(01) VALUE "N".
001680     88  MR-HIST-SCAN-DONE            VALUE "Y".
001690
001700*----------------------------------------------------------------
001710* REVIEW DATE - CCYYMMDD OFF SYSIN, CLASS-TESTED BEFORE USE
001720*----------------------------------------------------------------
001730 77  MR-SYSIN-DATE            PIC X(08) VALUE SPACES.
001740 77  MR-RUN-DATE              PIC 9(08).
001750 77  MR-REVIEW-DATE           PIC 9(08).
001760
001770*----------------------------------------------------------------
001780* RUN COUNTERS
001790*----------------------------------------------------------------
001800 77  MR-AUDIT-READ            PIC 9(07) COMP VALUE 0.
001810 77  MR-ACTIONS               PIC 9(07) COMP VALUE 0.
001820 77  MR-OPERATORS             PIC 9(07) COMP VALUE 0.
001830 77  MR-FLAGGED               PIC 9(07) COMP VALUE 0.
001840 77  MR-OPR-ACTIONS           PIC 9(07) COMP VALUE 0.
001850 77  MR-OPR-FLAGGED           PIC 9(07) COMP VALUE 0.
001860 77  MR-FIELDS-PRINTED        PIC 9(05) COMP VALUE 0.
001870
001880*----------------------------------------------------------------
001890* THE OPERATOR AND ACTION BEING REPORTED.  MR-REC-TYPE SAYS WHICH
001900* RECORD LAYOUT THE IMAGES CARRY - THE FIRST BYTE OF EACH ENTRY
001910* IN THE FIELD TABLE BELOW.
001920*----------------------------------------------------------------
001930 77  MR-GRP-OPERATOR          PIC X(05).
001940 77  MR-REC-TYPE              PIC X(01).
001950     88  MR-REC-IS-ACCOUNT            VALUE "A".
001960     88  MR-REC-IS-PRODUCT            VALUE "P".
001970 77  MR-SUBJ-6                PIC 9(06).
001980 77  MR-SUBJ-8                PIC 9(08).
001990
002000*----------------------------------------------------------------
002010* FIELD TABLE - ONE ENTRY PER NAMED FIELD OF EACH RECORD LAYOUT
002020* THE AUDIT FILE CARRIES: RECORD TYPE, PRINTED NAME, OFFSET AND
002030* LENGTH IN THE IMAGE, FORM (X TEXT, N ZONED, P PACKED) AND
002040* DECIMAL PLACES.  KEY FIELDS ARE LEFT OUT - THEY CANNOT CHANGE
002050* AND THE ACTION LINE ALREADY NAMES THE RECORD.  A CHANGE TO A
002060* COPYBOOK LAYOUT MUST BE MADE HERE TOO.
002070*----------------------------------------------------------------
002080 01  MR-FIELD-VALUES.
002090*    ACCOUNT MASTER - ACCT-RECORD
002100     05  FILLER               PIC X(22) VALUE
002110                              "ANAME          01130X0".
002120     05  FILLER               PIC X(22) VALUE
002130                              "ABALANCE       04106P2".
002140     05  FILLER               PIC X(22) VALUE
002150                              "AOVERDRAFT LIM 04709N2".
002160     05  FILLER               PIC X(22) VALUE
002170                              "AINT RATE      05605N4".
002180     05  FILLER               PIC X(22) VALUE
002190                              "AMONTHLY FEE   06107N2".
002200     05  FILLER               PIC X(22) VALUE
002210                              "ALAST INT DATE 06808N0".
002220     05  FILLER               PIC X(22) VALUE
002230                              "ASTATUS        07601X0".
002240     05  FILLER               PIC X(22) VALUE
002250                              "ACUSTOMER NO   07706N0".
002260     05  FILLER               PIC X(22) VALUE
002270                              "AOPENED DATE   08308N0".
002280     05  FILLER               PIC X(22) VALUE
002290                              "APRODUCT       09104X0".
002300*    CUSTOMER MASTER - CUST-RECORD
002310     05  FILLER               PIC X(22) VALUE
002320                              "CNAME          00730X0".
002330     05  FILLER               PIC X(22) VALUE
002340                              "CADDRESS       03730X0".
002350     05  FILLER               PIC X(22) VALUE
002360                              "CCITY          06720X0".
002370     05  FILLER               PIC X(22) VALUE
002380                              "CSTATUS        08701X0".
002390*    PRODUCT TABLE - PROD-RECORD
002400     05  FILLER               PIC X(22) VALUE
002410                              "PDESCRIPTION   00520X0".
002420     05  FILLER               PIC X(22) VALUE
002430                              "PINT RATE      02505N4".
002440     05  FILLER               PIC X(22) VALUE
002450                              "PMONTHLY FEE   03007N2".
002460     05  FILLER               PIC X(22) VALUE
002470                              "POVERDRAFT LIM 03709N2".
002480     05  FILLER               PIC X(22) VALUE
002490                              "PSTATUS        04601X0".
002500*    ACCOUNT HOLDS - HLD-RECORD
002510     05  FILLER               PIC X(22) VALUE
002520                              "HHOLD NO       01103N0".
002530     05  FILLER               PIC X(22) VALUE
002540                              "HTYPE          01401X0".
002550     05  FILLER               PIC X(22) VALUE
002560                              "HAMOUNT        01511N2".
002570     05  FILLER               PIC X(22) VALUE
002580                              "HPLACED BY     02605X0".
002590     05  FILLER               PIC X(22) VALUE
002600                              "HPLACED DATE   03108N0".
002610     05  FILLER               PIC X(22) VALUE
002620                              "HEXPIRY DATE   03908N0".
002630     05  FILLER               PIC X(22) VALUE
002640                              "HSTATUS        04701X0".
002650     05  FILLER               PIC X(22) VALUE
002660                              "HRELEASED BY   04805X0".
002670     05  FILLER               PIC X(22) VALUE
002680                              "HRELEASED DATE 05308N0".
002690     05  FILLER               PIC X(22) VALUE
002700                              "HREASON        06130X0".
002710*    LOAN MASTER - LOAN-RECORD
002720     05  FILLER               PIC X(22) VALUE
002730                              "LCUSTOMER NO   01106N0".
002740     05  FILLER               PIC X(22) VALUE
002750                              "LSTATUS        01701X0".
002760     05  FILLER               PIC X(22) VALUE
002770                              "LORIG PRINCIPAL01806P2".
002780     05  FILLER               PIC X(22) VALUE
002790                              "LPRINCIPAL     02406P2".
002800     05  FILLER               PIC X(22) VALUE
002810                              "LINT RATE      03005N4".
002820     05  FILLER               PIC X(22) VALUE
002830                              "LTERM MONTHS   03503N0".
002840     05  FILLER               PIC X(22) VALUE
002850                              "LINSTALMENT    03805P2".
002860     05  FILLER               PIC X(22) VALUE
002870                              "LNEXT DUE DATE 04308N0".
002880     05  FILLER               PIC X(22) VALUE
002890                              "LDUE DAY       05102N0".
002900     05  FILLER               PIC X(22) VALUE
002910                              "LDAYS PAST DUE 05304N0".
002920     05  FILLER               PIC X(22) VALUE
002930                              "LACCRUED INT   05705P2".
002940     05  FILLER               PIC X(22) VALUE
002950                              "LAMOUNT DUE    06206P2".
002960     05  FILLER               PIC X(22) VALUE
002970                              "LLAST ACCRUAL  06808N0".
002980     05  FILLER               PIC X(22) VALUE
002990                              "LOPENED DATE   07608N0".
003000     05  FILLER               PIC X(22) VALUE
003010                              "LLAST PAY DATE 08408N0".
003020*    TELLER MASTER - TLR-RECORD
003030     05  FILLER               PIC X(22) VALUE
003040                              "TNAME          00620X0".
003050     05  FILLER               PIC X(22) VALUE
003060                              "TBRANCH        02604X0".
003070     05  FILLER               PIC X(22) VALUE
003080                              "TPASSWORD      03008X0".
003090     05  FILLER               PIC X(22) VALUE
003100                              "TAUTH LIMIT    03809N2".
003110     05  FILLER               PIC X(22) VALUE
003120                              "TCLASS         04701X0".
003130     05  FILLER               PIC X(22) VALUE
003140                              "TSTATUS        04801X0".
003150*    HOLIDAY CALENDAR - HOL-RECORD
003160     05  FILLER               PIC X(22) VALUE
003170                              "YDESCRIPTION   00920X0".
003180*    STANDING ORDERS - SO-RECORD
003190     05  FILLER               PIC X(22) VALUE
003200                              "SSOURCE ACCOUNT00710N0".
003210     05  FILLER               PIC X(22) VALUE
003220                              "STARGET ACCOUNT01710N0".
003230     05  FILLER               PIC X(22) VALUE
003240                              "SAMOUNT        02711N2".
003250     05  FILLER               PIC X(22) VALUE
003260                              "SFREQUENCY     03801X0".
003270     05  FILLER               PIC X(22) VALUE
003280                              "SNEXT DUE DATE 03908N0".
003290     05  FILLER               PIC X(22) VALUE
003300                              "SSTATUS        04701X0".
003310     05  FILLER               PIC X(22) VALUE
003320                              "SDUE DAY       04802N0".
003330     05  FILLER               PIC X(22) VALUE
003340                              "SNOTICE DATE   05008N0".
003350 01  MR-FIELD-TABLE REDEFINES MR-FIELD-VALUES.
003360     05  MR-FIELD-ENTRY OCCURS 59 TIMES.
003370         10  MR-F-TYPE            PIC X(01).
003380         10  MR-F-NAME            PIC X(14).
003390         10  MR-F-OFFSET          PIC 9(03).
003400         10  MR-F-LENGTH          PIC 9(02).
003410         10  MR-F-FORM            PIC X(01).
003420         10  MR-F-DECIMALS        PIC 9(01).
003430 77  MR-FLD-MAX               PIC 9(03) COMP VALUE 59.
003440 77  MR-FLD-IDX               PIC 9(03) COMP VALUE 0.
003450 77  MR-OFF                   PIC 9(03) COMP VALUE 0.
003460 77  MR-LEN                   PIC 9(03) COMP VALUE 0.
003470
003480*----------------------------------------------------------------
003490* VALUE DECODING - ONE SIDE OF ONE FIELD AT A TIME.  A ZONED
003500* FIELD IS RIGHT-ALIGNED INTO MR-ZONED, A PACKED ONE INTO
003510* MR-PACKED OVER LEADING ZERO BYTES, THEN SCALED BY ITS
003520* DECIMAL PLACES.
003530*----------------------------------------------------------------
003540 77  MR-IMAGE                 PIC X(96).
003550 77  MR-VALUE-TEXT            PIC X(30).
003560 01  MR-ZONED                 PIC 9(18).
003570 01  MR-ZONED-X REDEFINES MR-ZONED
003580                              PIC X(18).
003590 01  MR-PACKED                PIC S9(17) COMP-3.
003600 01  MR-PACKED-X REDEFINES MR-PACKED
003610                              PIC X(09).
003620 77  MR-DIVISOR               PIC 9(05) COMP VALUE 1.
003630 77  MR-AMOUNT                PIC S9(13)V9(04).
003640 77  MR-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99-.
003650 77  MR-RATE-EDIT             PIC Z9.9999.
003660
003670*----------------------------------------------------------------
003680* THE FIELDS THE SIGN-OFF CHECKS TEST, OVERLAID ON THE ACCOUNT
003690* AND PRODUCT IMAGES
003700*----------------------------------------------------------------
003710 01  MR-OLD-ACCT.
003720     05  FILLER               PIC X(46).
003730     05  MR-OA-OD-LIMIT       PIC 9(07)V99.
003740     05  MR-OA-INT-RATE       PIC 9V9(04).
003750     05  FILLER               PIC X(30).
003760     05  MR-OA-PRODUCT        PIC X(04).
003770     05  FILLER               PIC X(02).
003780 01  MR-NEW-ACCT.
003790     05  MR-NA-NUMBER         PIC 9(10).
003800     05  FILLER               PIC X(36).
003810     05  MR-NA-OD-LIMIT       PIC 9(07)V99.
003820     05  MR-NA-INT-RATE       PIC 9V9(04).
003830     05  FILLER               PIC X(30).
003840     05  MR-NA-PRODUCT        PIC X(04).
003850     05  FILLER               PIC X(02).
003860 01  MR-OLD-PROD.
003870     05  FILLER               PIC X(36).
003880     05  MR-OP-OD-LIMIT       PIC 9(07)V99.
003890     05  FILLER               PIC X(51).
003900 01  MR-NEW-PROD.
003910     05  FILLER               PIC X(36).
003920     05  MR-NP-OD-LIMIT       PIC 9(07)V99.
003930     05  FILLER               PIC X(51).
003940
003950*----------------------------------------------------------------
003960* TIMES AS PRINTED - HH:MM:SS
003970*----------------------------------------------------------------
003980 01  MR-TIME-IN               PIC 9(08).
003990 01  MR-TIME-PARTS REDEFINES MR-TIME-IN.
004000     05  MR-TI-HH             PIC 9(02).
004010     05  MR-TI-MM             PIC 9(02).
004020     05  MR-TI-SS             PIC 9(02).
004030     05  FILLER               PIC 9(02).
004040 01  MR-TIME-OUT.
004050     05  MR-TO-HH             PIC 9(02).
004060     05  FILLER               PIC X(01) VALUE ":".
004070     05  MR-TO-MM             PIC 9(02).
004080     05  FILLER               PIC X(01) VALUE ":".
004090     05  MR-TO-SS             PIC 9(02).
004100
004110*----------------------------------------------------------------
004120* REPORT LINE LAYOUTS
004130*----------------------------------------------------------------
004140 01  MR-TITLE-LINE.
004150     05  FILLER               PIC X(30) VALUE
004160         "MAINTENANCE AUDIT REVIEW FOR ".
004170     05  MR-T-DATE            PIC 9(08).
004180     05  FILLER               PIC X(10) VALUE "  RUN ON ".
004190     05  MR-T-RUN-DATE        PIC 9(08).
004200     05  FILLER               PIC X(24) VALUE SPACES.
004210
004220 01  MR-COLUMN-LINE-1.
004230     05  FILLER               PIC X(10) VALUE "TIME".
004240     05  FILLER               PIC X(24) VALUE "ACTION".
004250     05  FILLER               PIC X(46) VALUE "RECORD".
004260
004270 01  MR-COLUMN-LINE-2.
004280     05  FILLER               PIC X(04) VALUE SPACES.
004290     05  FILLER               PIC X(15) VALUE "FIELD".
004300     05  FILLER               PIC X(31) VALUE "WAS".
004310     05  FILLER               PIC X(30) VALUE "NOW".
004320
004330 01  MR-OPERATOR-LINE.
004340     05  FILLER               PIC X(10) VALUE "OPERATOR: ".
004350     05  MR-O-OPERATOR        PIC X(05).
004360     05  FILLER               PIC X(65) VALUE SPACES.
004370
004380 01  MR-ACTION-LINE.
004390     05  MR-A-TIME            PIC X(08).
004400     05  FILLER               PIC X(02) VALUE SPACES.
004410     05  MR-A-ACTION          PIC X(22).
004420     05  FILLER               PIC X(02) VALUE SPACES.
004430     05  MR-A-LABEL           PIC X(09).
004440     05  MR-A-SUBJECT         PIC X(19).
004450     05  FILLER               PIC X(18) VALUE SPACES.
004460
004470 01  MR-FIELD-LINE.
004480     05  FILLER               PIC X(04) VALUE SPACES.
004490     05  MR-D-NAME            PIC X(14).
004500     05  FILLER               PIC X(01) VALUE SPACES.
004510     05  MR-D-OLD             PIC X(30).
004520     05  FILLER               PIC X(01) VALUE SPACES.
004530     05  MR-D-NEW             PIC X(30).
004540
004550 01  MR-FLAG-LINE.
004560     05  FILLER               PIC X(04) VALUE SPACES.
004570     05  FILLER               PIC X(14) VALUE "*** SIGN-OFF: ".
004580     05  MR-G-TEXT            PIC X(62).
004590
004600 01  MR-OPR-TOTAL-LINE.
004610     05  FILLER               PIC X(14) VALUE "  ACTIONS:".
004620     05  MR-OT-ACTIONS        PIC Z(6)9.
004630     05  FILLER               PIC X(25) VALUE
004640         "   FLAGGED FOR SIGN-OFF:".
004650     05  MR-OT-FLAGGED        PIC Z(6)9.
004660     05  FILLER               PIC X(27) VALUE SPACES.
004670
004680 01  MR-SIGN-LINE.
004690     05  FILLER               PIC X(40) VALUE
004700         "  SUPERVISOR: ____________________".
004710     05  FILLER               PIC X(40) VALUE
004720         "DATE: __________".
004730
004740 01  MR-TOTAL-LINE.
004750     05  MR-TL-TEXT           PIC X(32).
004760     05  MR-TL-COUNT          PIC Z(6)9.
004770     05  FILLER               PIC X(41) VALUE SPACES.
004780
004790*----------------------------------------------------------------
004800* FLAG TEXT WORK FIELDS
004810*----------------------------------------------------------------
004820 77  MR-FLAG-RATE             PIC Z9.9999.
004830 77  MR-FLAG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
004840
004850*----------------------------------------------------------------
004860* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
004870* COMPLETION RECORD WRITTEN AT TERMINATION
004880*----------------------------------------------------------------
004890 77  MR-START-TIME            PIC 9(08) VALUE 0.
004900 77  MR-RUN-OUTCOME           PIC X(01) VALUE "C".
004910
004920 PROCEDURE DIVISION.
004930*****************************************************************
004940* 0000-MAINLINE
004950*     COPIES THE DAYS AUDIT RECORDS TO THE WORK FILE, THEN
004960*     REPORTS THEM OPERATOR BY OPERATOR.
004970*****************************************************************
004980 0000-MAINLINE.
004990     PERFORM 1000-INITIALIZE
005000         THRU 1000-EXIT.
005010     IF NOT MR-RUN-ABORTED
005020         PERFORM 2000-LOAD-AUDIT
005030             THRU 2000-EXIT
005040             UNTIL MR-END-OF-AUDIT
005050         PERFORM 3000-REPORT-OPERATORS
005060             THRU 3000-EXIT
005070         PERFORM 6000-PRINT-TOTALS
005080             THRU 6000-EXIT
005090     END-IF.
005100     PERFORM 8000-TERMINATE
005110         THRU 8000-EXIT.
005120     STOP RUN.
005130
005140*****************************************************************
005150* 1000-INITIALIZE
005160*     NO AUDIT FILE MEANS NO MAINTENANCE HAS EVER BEEN KEYED -
005170*     THE REPORT SAYS SO.  WITHOUT THE PRODUCT TABLE EVERY
005180*     ACCOUNT RATE CHANGE IS FLAGGED, SINCE NONE CAN BE SHOWN
005190*     TO MATCH ITS PRODUCT.
005200*****************************************************************
005210 1000-INITIALIZE.
005220     DISPLAY "MNTREVW - MAINTENANCE AUDIT REVIEW".
005230     ACCEPT MR-START-TIME FROM TIME.
005240     PERFORM 1050-READ-CONTROL
005250         THRU 1050-EXIT.
005260     PERFORM 1100-SET-REVIEW-DATE
005270         THRU 1100-EXIT.
005280     OPEN OUTPUT REPORT-FILE.
005290     IF MR-RPT-FILE-STATUS NOT = "00"
005300         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
005310             MR-RPT-FILE-STATUS
005320         MOVE "Y" TO MR-ABORT-SW
005330         MOVE "F" TO MR-RUN-OUTCOME
005340         GO TO 1000-EXIT
005350     END-IF.
005360     MOVE MR-REVIEW-DATE TO MR-T-DATE.
005370     MOVE MR-RUN-DATE    TO MR-T-RUN-DATE.
005380     WRITE REPORT-RECORD FROM MR-TITLE-LINE.
005390     MOVE SPACES TO REPORT-RECORD.
005400     WRITE REPORT-RECORD.
005410     OPEN INPUT MAINT-AUDIT-FILE.
005420     IF MR-AUDIT-FILE-STATUS = "35"
005430         DISPLAY "NO MAINTENANCE AUDIT FILE - NOTHING TO REVIEW."
005440         MOVE "Y" TO MR-AUDIT-EOF-SW
005450     ELSE
005460         IF MR-AUDIT-FILE-STATUS NOT = "00"
005470             DISPLAY "CANNOT OPEN MAINTENANCE AUDIT FILE, "
005480                 "STATUS = " MR-AUDIT-FILE-STATUS
005490             MOVE "Y" TO MR-ABORT-SW
005500             MOVE "F" TO MR-RUN-OUTCOME
005510             GO TO 1000-EXIT
005520         END-IF
005530         MOVE "Y" TO MR-AUDIT-OPEN-SW
005540     END-IF.
005550     OPEN INPUT PRODUCT-FILE.
005560     IF MR-PROD-FILE-STATUS = "00"
005570         MOVE "Y" TO MR-PROD-AVAIL-SW
005580     ELSE
005590         DISPLAY "WARNING - PRODUCT TABLE NOT AVAILABLE, STATUS "
005600             MR-PROD-FILE-STATUS " - EVERY RATE CHANGE FLAGGED."
005610     END-IF.
005620     OPEN INPUT TRANSACTION-HISTORY.
005630     IF MR-HIST-FILE-STATUS NOT = "00"
005640         DISPLAY "CANNOT OPEN TRANSACTION HISTORY, STATUS = "
005650             MR-HIST-FILE-STATUS
005660         MOVE "Y" TO MR-ABORT-SW
005670         MOVE "F" TO MR-RUN-OUTCOME
005680         GO TO 1000-EXIT
005690     END-IF.
005700*    THE WORK FILE IS SCRATCH - OPENING IT OUTPUT EMPTIES
005710*    WHATEVER THE LAST RUN LEFT THERE.
005720     OPEN OUTPUT REVIEW-WORK-FILE.
005730     CLOSE REVIEW-WORK-FILE.
005740     OPEN I-O REVIEW-WORK-FILE.
005750     IF MR-WORK-FILE-STATUS NOT = "00"
005760         DISPLAY "CANNOT OPEN REVIEW WORK FILE, STATUS = "
005770             MR-WORK-FILE-STATUS
005780         MOVE "Y" TO MR-ABORT-SW
005790         MOVE "F" TO MR-RUN-OUTCOME
005800         GO TO 1000-EXIT
005810     END-IF.
005820     IF MR-AUDIT-IS-OPEN
005830         PERFORM 2100-READ-AUDIT
005840             THRU 2100-EXIT
005850     END-IF.
005860 1000-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
005910* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
005920* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
005930*----------------------------------------------------------------
005940 1050-READ-CONTROL.
005950     OPEN INPUT CONTROL-FILE.
005960     IF MR-CTL-FILE-STATUS NOT = "00"
005970         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
005980             MR-CTL-FILE-STATUS " - USING SYSTEM DATE."
005990         ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD
006000         GO TO 1050-EXIT
006010     END-IF.
006020     MOVE "1" TO CTL-KEY.
006030     READ CONTROL-FILE
006040         INVALID KEY
006050             DISPLAY "WARNING - NO CONTROL RECORD - USING "
006060                 "SYSTEM DATE."
006070             ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD
006080             CLOSE CONTROL-FILE
006090             GO TO 1050-EXIT
006100     END-READ.
006110     MOVE CTL-BUSINESS-DATE TO MR-RUN-DATE.
006120     CLOSE CONTROL-FILE.
006130 1050-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------------
006170* THE DAY TO REVIEW IS READ FROM SYSIN.  A MISSING OR NON-
006180* NUMERIC CARD TAKES THE BUSINESS DATE - THE NORMAL NIGHTLY RUN.
006190*----------------------------------------------------------------
006200 1100-SET-REVIEW-DATE.
006210     ACCEPT MR-SYSIN-DATE.
006220     IF MR-SYSIN-DATE IS NUMERIC
006230         AND MR-SYSIN-DATE NOT = "00000000"
006240         MOVE MR-SYSIN-DATE TO MR-REVIEW-DATE
006250     ELSE
006260         MOVE MR-RUN-DATE TO MR-REVIEW-DATE
006270     END-IF.
006280     DISPLAY "REVIEWING MAINTENANCE KEYED ON " MR-REVIEW-DATE.
006290 1100-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 2000-LOAD-AUDIT
006340*     ONE PASS = ONE AUDIT RECORD ALREADY IN THE RECORD AREA.
006350*     THOSE KEYED ON THE REVIEW DATE GO TO THE WORK FILE UNDER
006360*     THEIR OPERATOR.
006370*****************************************************************
006380 2000-LOAD-AUDIT.
006390     IF AUDIT-DATE NOT = MR-REVIEW-DATE
006400         GO TO 2000-READ-NEXT
006410     END-IF.
006420     MOVE SPACES         TO MRW-RECORD.
006430     MOVE AUDIT-OPERATOR TO MRW-OPERATOR.
006440     MOVE AUDIT-TIME     TO MRW-TIME.
006450     MOVE MR-AUDIT-READ  TO MRW-SEQ.
006460     MOVE AUDIT-RECORD   TO MRW-AUDIT.
006470     WRITE MRW-RECORD
006480         INVALID KEY
006490             DISPLAY "ERROR WRITING REVIEW WORK FILE, STATUS = "
006500                 MR-WORK-FILE-STATUS
006510             MOVE "F" TO MR-RUN-OUTCOME
006520             GO TO 2000-READ-NEXT
006530     END-WRITE.
006540     ADD 1 TO MR-ACTIONS.
006550 2000-READ-NEXT.
006560     PERFORM 2100-READ-AUDIT
006570         THRU 2100-EXIT.
006580 2000-EXIT.
006590     EXIT.
006600
006610 2100-READ-AUDIT.
006620     READ MAINT-AUDIT-FILE
006630         AT END
006640             MOVE "Y" TO MR-AUDIT-EOF-SW
006650             GO TO 2100-EXIT
006660     END-READ.
006670     IF MR-AUDIT-FILE-STATUS NOT = "00"
006680         DISPLAY "ERROR READING MAINTENANCE AUDIT FILE, STATUS = "
006690             MR-AUDIT-FILE-STATUS
006700         MOVE "F" TO MR-RUN-OUTCOME
006710         MOVE "Y" TO MR-AUDIT-EOF-SW
006720         GO TO 2100-EXIT
006730     END-IF.
006740     ADD 1 TO MR-AUDIT-READ.
006750 2100-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790* 3000-REPORT-OPERATORS
006800*     WALKS THE WORK FILE ONE OPERATOR AT A TIME
006810*****************************************************************
006820 3000-REPORT-OPERATORS.
006830     IF MR-ACTIONS = ZERO
006840         MOVE "NO MAINTENANCE WAS KEYED ON THE REVIEW DATE."
006850             TO REPORT-RECORD
006860         WRITE REPORT-RECORD
006870         GO TO 3000-EXIT
006880     END-IF.
006890     WRITE REPORT-RECORD FROM MR-COLUMN-LINE-1.
006900     WRITE REPORT-RECORD FROM MR-COLUMN-LINE-2.
006910     MOVE LOW-VALUES TO MRW-KEY.
006920     START REVIEW-WORK-FILE
006930         KEY IS GREATER THAN OR EQUAL MRW-KEY
006940         INVALID KEY
006950             MOVE "Y" TO MR-WORK-EOF-SW
006960     END-START.
006970     IF NOT MR-END-OF-WORK
006980         PERFORM 3900-READ-WORK
006990             THRU 3900-EXIT
007000     END-IF.
007010     PERFORM 3100-OPERATOR-GROUP
007020         THRU 3100-EXIT
007030         UNTIL MR-END-OF-WORK.
007040 3000-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* ONE PASS = ONE OPERATOR - A HEADING, EVERY ACTION THEY KEYED,
007090* THEIR COUNTS, AND A SIGN-OFF LINE WHEN ANY WAS FLAGGED
007100*----------------------------------------------------------------
007110 3100-OPERATOR-GROUP.
007120     MOVE MRW-OPERATOR TO MR-GRP-OPERATOR.
007130     ADD 1 TO MR-OPERATORS.
007140     MOVE ZERO TO MR-OPR-ACTIONS.
007150     MOVE ZERO TO MR-OPR-FLAGGED.
007160     MOVE SPACES TO REPORT-RECORD.
007170     WRITE REPORT-RECORD.
007180     MOVE MR-GRP-OPERATOR TO MR-O-OPERATOR.
007190     WRITE REPORT-RECORD FROM MR-OPERATOR-LINE.
007200     PERFORM 3200-REPORT-ACTION
007210         THRU 3200-EXIT
007220         UNTIL MR-END-OF-WORK
007230         OR MRW-OPERATOR NOT = MR-GRP-OPERATOR.
007240     MOVE MR-OPR-ACTIONS TO MR-OT-ACTIONS.
007250     MOVE MR-OPR-FLAGGED TO MR-OT-FLAGGED.
007260     WRITE REPORT-RECORD FROM MR-OPR-TOTAL-LINE.
007270     IF MR-OPR-FLAGGED > ZERO
007280         MOVE SPACES TO REPORT-RECORD
007290         WRITE REPORT-RECORD
007300         WRITE REPORT-RECORD FROM MR-SIGN-LINE
007310     END-IF.
007320 3100-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* ONE PASS = ONE AUDIT RECORD.  THE ACTION CODE SAYS WHAT WAS
007370* DONE AND WHICH RECORD LAYOUT THE IMAGES CARRY.
007380*----------------------------------------------------------------
007390 3200-REPORT-ACTION.
007400     ADD 1 TO MR-OPR-ACTIONS.
007410     MOVE MRW-AUDIT TO AUDIT-RECORD.
007420     MOVE AUDIT-TIME TO MR-TIME-IN.
007430     MOVE MR-TI-HH TO MR-TO-HH.
007440     MOVE MR-TI-MM TO MR-TO-MM.
007450     MOVE MR-TI-SS TO MR-TO-SS.
007460     MOVE MR-TIME-OUT TO MR-A-TIME.
007470     MOVE SPACES TO MR-A-SUBJECT.
007480     MOVE AUDIT-ACCOUNT TO MR-A-SUBJECT.
007490     MOVE AUDIT-ACCOUNT TO MR-SUBJ-6.
007500     MOVE AUDIT-ACCOUNT TO MR-SUBJ-8.
007510     EVALUATE TRUE
007520         WHEN AUDIT-IS-ADD
007530             MOVE "ACCOUNT OPENED"   TO MR-A-ACTION
007540             MOVE "A"                TO MR-REC-TYPE
007550         WHEN AUDIT-IS-CLOSE
007560             MOVE "ACCOUNT CLOSED"   TO MR-A-ACTION
007570             MOVE "A"                TO MR-REC-TYPE
007580         WHEN AUDIT-IS-AMEND
007590             MOVE "ACCOUNT AMENDED"  TO MR-A-ACTION
007600             MOVE "A"                TO MR-REC-TYPE
007610         WHEN AUDIT-IS-CUST-ADD
007620             MOVE "CUSTOMER ADDED"   TO MR-A-ACTION
007630             MOVE "C"                TO MR-REC-TYPE
007640         WHEN AUDIT-IS-CUST-AMEND
007650             MOVE "CUSTOMER AMENDED" TO MR-A-ACTION
007660             MOVE "C"                TO MR-REC-TYPE
007670         WHEN AUDIT-IS-PROD-ADD
007680             MOVE "PRODUCT ADDED"    TO MR-A-ACTION
007690             MOVE "P"                TO MR-REC-TYPE
007700         WHEN AUDIT-IS-PROD-AMEND
007710             MOVE "PRODUCT AMENDED"  TO MR-A-ACTION
007720             MOVE "P"                TO MR-REC-TYPE
007730         WHEN AUDIT-IS-HOLD-PLACE
007740             MOVE "HOLD PLACED"      TO MR-A-ACTION
007750             MOVE "H"                TO MR-REC-TYPE
007760         WHEN AUDIT-IS-HOLD-RELEASE
007770             MOVE "HOLD RELEASED"    TO MR-A-ACTION
007780             MOVE "H"                TO MR-REC-TYPE
007790         WHEN AUDIT-IS-LOAN-ADD
007800             MOVE "LOAN BOARDED"     TO MR-A-ACTION
007810             MOVE "L"                TO MR-REC-TYPE
007820         WHEN AUDIT-IS-LOAN-AMEND
007830             MOVE "LOAN AMENDED"     TO MR-A-ACTION
007840             MOVE "L"                TO MR-REC-TYPE
007850         WHEN AUDIT-IS-TLR-ADD
007860             MOVE "TELLER ADDED"     TO MR-A-ACTION
007870             MOVE "T"                TO MR-REC-TYPE
007880         WHEN AUDIT-IS-TLR-AMEND
007890             MOVE "TELLER AMENDED"   TO MR-A-ACTION
007900             MOVE "T"                TO MR-REC-TYPE
007910         WHEN AUDIT-IS-HOL-ADD
007920             MOVE "HOLIDAY ADDED"    TO MR-A-ACTION
007930             MOVE "Y"                TO MR-REC-TYPE
007940         WHEN AUDIT-IS-HOL-DELETE
007950             MOVE "HOLIDAY DELETED"  TO MR-A-ACTION
007960             MOVE "Y"                TO MR-REC-TYPE
007970         WHEN AUDIT-IS-SO-ADD
007980             MOVE "ORDER SET UP"     TO MR-A-ACTION
007990             MOVE "S"                TO MR-REC-TYPE
008000         WHEN AUDIT-IS-SO-AMEND
008010             MOVE "ORDER AMENDED"    TO MR-A-ACTION
008020             MOVE "S"                TO MR-REC-TYPE
008030         WHEN OTHER
008040             MOVE SPACES             TO MR-A-ACTION
008050             STRING "UNKNOWN ACTION " AUDIT-ACTION
008060                 DELIMITED BY SIZE INTO MR-A-ACTION
008070             MOVE SPACE              TO MR-REC-TYPE
008080     END-EVALUATE.
008090     EVALUATE MR-REC-TYPE
008100         WHEN "A"
008110             MOVE "ACCOUNT"  TO MR-A-LABEL
008120         WHEN "C"
008130             MOVE "CUSTOMER" TO MR-A-LABEL
008140             MOVE MR-SUBJ-6  TO MR-A-SUBJECT
008150         WHEN "P"
008160             MOVE "PRODUCT"  TO MR-A-LABEL
008170             MOVE AUDIT-PRODUCT TO MR-A-SUBJECT
008180         WHEN "H"
008190             MOVE "ACCOUNT"  TO MR-A-LABEL
008200             STRING AUDIT-ACCOUNT "/HOLD "
008210                 AUDIT-AFTER-IMAGE (11:3)
008220                 DELIMITED BY SIZE INTO MR-A-SUBJECT
008230         WHEN "L"
008240             MOVE "LOAN"     TO MR-A-LABEL
008250         WHEN "T"
008260             MOVE "TELLER"   TO MR-A-LABEL
008270             MOVE AUDIT-AFTER-IMAGE (1:5) TO MR-A-SUBJECT
008280         WHEN "Y"
008290             MOVE "HOLIDAY"  TO MR-A-LABEL
008300             MOVE MR-SUBJ-8  TO MR-A-SUBJECT
008310         WHEN "S"
008320             MOVE "ORDER"    TO MR-A-LABEL
008330             MOVE MR-SUBJ-6  TO MR-A-SUBJECT
008340         WHEN OTHER
008350             MOVE SPACES     TO MR-A-LABEL
008360     END-EVALUATE.
008370     WRITE REPORT-RECORD FROM MR-ACTION-LINE.
008380     MOVE ZERO TO MR-FIELDS-PRINTED.
008390     IF MR-REC-TYPE NOT = SPACE
008400         PERFORM 3300-COMPARE-FIELD
008410             THRU 3300-EXIT
008420             VARYING MR-FLD-IDX FROM 1 BY 1
008430             UNTIL MR-FLD-IDX > MR-FLD-MAX
008440     END-IF.
008450     IF MR-FIELDS-PRINTED = ZERO
008460         MOVE "    (NO FIELD CHANGED)" TO REPORT-RECORD
008470         WRITE REPORT-RECORD
008480     END-IF.
008490     IF AUDIT-IS-AMEND
008500         PERFORM 4000-CHECK-OD-LIMIT
008510             THRU 4000-EXIT
008520         PERFORM 4100-CHECK-RATE
008530             THRU 4100-EXIT
008540     END-IF.
008550     IF AUDIT-IS-PROD-AMEND
008560         PERFORM 4200-CHECK-PROD-OD-LIMIT
008570             THRU 4200-EXIT
008580     END-IF.
008590     IF AUDIT-IS-ADD OR AUDIT-IS-AMEND OR AUDIT-IS-CLOSE
008600         PERFORM 4300-CHECK-OWN-POSTING
008610             THRU 4300-EXIT
008620     END-IF.
008630     PERFORM 3900-READ-WORK
008640         THRU 3900-EXIT.
008650 3200-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------
008690* ONE PASS = ONE FIELD TABLE ENTRY.  ENTRIES FOR OTHER RECORD
008700* TYPES, AND FIELDS THE SAME BOTH SIDES, PRINT NOTHING.
008710*----------------------------------------------------------------
008720 3300-COMPARE-FIELD.
008730     IF MR-F-TYPE (MR-FLD-IDX) NOT = MR-REC-TYPE
008740         GO TO 3300-EXIT
008750     END-IF.
008760     MOVE MR-F-OFFSET (MR-FLD-IDX) TO MR-OFF.
008770     MOVE MR-F-LENGTH (MR-FLD-IDX) TO MR-LEN.
008780     IF AUDIT-BEFORE-IMAGE (MR-OFF:MR-LEN)
008790         = AUDIT-AFTER-IMAGE (MR-OFF:MR-LEN)
008800         GO TO 3300-EXIT
008810     END-IF.
008820     MOVE MR-F-NAME (MR-FLD-IDX) TO MR-D-NAME.
008830     MOVE AUDIT-BEFORE-IMAGE TO MR-IMAGE.
008840     PERFORM 3310-FORMAT-VALUE
008850         THRU 3310-EXIT.
008860     MOVE MR-VALUE-TEXT TO MR-D-OLD.
008870     MOVE AUDIT-AFTER-IMAGE TO MR-IMAGE.
008880     PERFORM 3310-FORMAT-VALUE
008890         THRU 3310-EXIT.
008900     MOVE MR-VALUE-TEXT TO MR-D-NEW.
008910     WRITE REPORT-RECORD FROM MR-FIELD-LINE.
008920     ADD 1 TO MR-FIELDS-PRINTED.
008930 3300-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------
008970* TURNS ONE FIELD OF MR-IMAGE INTO PRINTABLE TEXT.  TEXT, WHOLE
008980* NUMBERS AND DATES PRINT AS THEY STAND; AMOUNTS AND RATES ARE
008990* SCALED AND EDITED.  A BLANK SIDE (THE BEFORE IMAGE OF AN ADD)
009000* PRINTS BLANK, AND ANYTHING THAT WILL NOT DECODE PRINTS RAW.
009010*----------------------------------------------------------------
009020 3310-FORMAT-VALUE.
009030     MOVE SPACES TO MR-VALUE-TEXT.
009040     IF MR-IMAGE (MR-OFF:MR-LEN) = SPACES
009050         GO TO 3310-EXIT
009060     END-IF.
009070     IF MR-F-FORM (MR-FLD-IDX) = "X"
009080         OR MR-F-DECIMALS (MR-FLD-IDX) = ZERO
009090         MOVE MR-IMAGE (MR-OFF:MR-LEN) TO MR-VALUE-TEXT
009100         GO TO 3310-EXIT
009110     END-IF.
009120     IF MR-F-DECIMALS (MR-FLD-IDX) = 4
009130         MOVE 10000 TO MR-DIVISOR
009140     ELSE
009150         MOVE 100 TO MR-DIVISOR
009160     END-IF.
009170     IF MR-F-FORM (MR-FLD-IDX) = "P"
009180         MOVE LOW-VALUES TO MR-PACKED-X
009190         MOVE MR-IMAGE (MR-OFF:MR-LEN)
009200             TO MR-PACKED-X (10 - MR-LEN:MR-LEN)
009210         IF MR-PACKED IS NOT NUMERIC
009220             MOVE "(NOT NUMERIC)" TO MR-VALUE-TEXT
009230             GO TO 3310-EXIT
009240         END-IF
009250         COMPUTE MR-AMOUNT = MR-PACKED / MR-DIVISOR
009260     ELSE
009270         IF MR-IMAGE (MR-OFF:MR-LEN) IS NOT NUMERIC
009280             MOVE MR-IMAGE (MR-OFF:MR-LEN) TO MR-VALUE-TEXT
009290             GO TO 3310-EXIT
009300         END-IF
009310         MOVE ZERO TO MR-ZONED
009320         MOVE MR-IMAGE (MR-OFF:MR-LEN)
009330             TO MR-ZONED-X (19 - MR-LEN:MR-LEN)
009340         COMPUTE MR-AMOUNT = MR-ZONED / MR-DIVISOR
009350     END-IF.
009360     IF MR-F-DECIMALS (MR-FLD-IDX) = 4
009370         MOVE MR-AMOUNT TO MR-RATE-EDIT
009380         MOVE MR-RATE-EDIT TO MR-VALUE-TEXT
009390     ELSE
009400         MOVE MR-AMOUNT TO MR-AMOUNT-EDIT
009410         MOVE MR-AMOUNT-EDIT TO MR-VALUE-TEXT
009420     END-IF.
009430 3310-EXIT.
009440     EXIT.
009450
009460 3900-READ-WORK.
009470     READ REVIEW-WORK-FILE NEXT RECORD
009480         AT END
009490             MOVE "Y" TO MR-WORK-EOF-SW
009500             GO TO 3900-EXIT
009510     END-READ.
009520     IF MR-WORK-FILE-STATUS NOT = "00"
009530         DISPLAY "ERROR READING REVIEW WORK FILE, STATUS = "
009540             MR-WORK-FILE-STATUS
009550         MOVE "Y" TO MR-ABORT-SW
009560         MOVE "F" TO MR-RUN-OUTCOME
009570         MOVE "Y" TO MR-WORK-EOF-SW
009580     END-IF.
009590 3900-EXIT.
009600     EXIT.
009610
009620*****************************************************************
009630* 4000-CHECK-OD-LIMIT
009640*     AN ACCOUNT OVERDRAFT LIMIT RAISED ON AMENDMENT - WHETHER
009650*     KEYED DIRECTLY OR BROUGHT IN BY A MOVE TO A PRODUCT WITH
009660*     A HIGHER ONE.
009670*****************************************************************
009680 4000-CHECK-OD-LIMIT.
009690     MOVE AUDIT-BEFORE-IMAGE TO MR-OLD-ACCT.
009700     MOVE AUDIT-AFTER-IMAGE  TO MR-NEW-ACCT.
009710     IF MR-OA-OD-LIMIT IS NOT NUMERIC
009720         OR MR-NA-OD-LIMIT IS NOT NUMERIC
009730         GO TO 4000-EXIT
009740     END-IF.
009750     IF MR-NA-OD-LIMIT > MR-OA-OD-LIMIT
009760         MOVE MR-NA-OD-LIMIT TO MR-FLAG-AMOUNT
009770         MOVE SPACES TO MR-G-TEXT
009780         STRING "OVERDRAFT LIMIT RAISED TO " MR-FLAG-AMOUNT
009790             DELIMITED BY SIZE INTO MR-G-TEXT
009800         PERFORM 4900-WRITE-FLAG
009810             THRU 4900-EXIT
009820     END-IF.
009830 4000-EXIT.
009840     EXIT.
009850
009860*****************************************************************
009870* 4100-CHECK-RATE
009880*     AN ACCOUNT RATE CHANGED TO ONE ITS PRODUCT DOES NOT CARRY
009890*     - A PERSONAL RATE FOR ONE CUSTOMER.  A MOVE TO ANOTHER
009900*     PRODUCT BRINGS THAT PRODUCTS RATE AND IS NOT FLAGGED.  AN
009910*     ACCOUNT WITH NO PRODUCT, OR A PRODUCT NOT ON THE TABLE,
009920*     HAS NOTHING TO MATCH AND IS ALWAYS FLAGGED.
009930*****************************************************************
009940 4100-CHECK-RATE.
009950     MOVE AUDIT-BEFORE-IMAGE TO MR-OLD-ACCT.
009960     MOVE AUDIT-AFTER-IMAGE  TO MR-NEW-ACCT.
009970     IF MR-OA-INT-RATE IS NOT NUMERIC
009980         OR MR-NA-INT-RATE IS NOT NUMERIC
009990         GO TO 4100-EXIT
010000     END-IF.
010010     IF MR-NA-INT-RATE = MR-OA-INT-RATE
010020         GO TO 4100-EXIT
010030     END-IF.
010040     MOVE MR-NA-INT-RATE TO MR-FLAG-RATE.
010050     MOVE SPACES TO MR-G-TEXT.
010060     IF NOT MR-PROD-FILE-AVAILABLE
010070         OR MR-NA-PRODUCT = SPACES
010080         STRING "RATE SET TO " MR-FLAG-RATE
010090             " - NO PRODUCT RATE TO CHECK"
010100             DELIMITED BY SIZE INTO MR-G-TEXT
010110         PERFORM 4900-WRITE-FLAG
010120             THRU 4900-EXIT
010130         GO TO 4100-EXIT
010140     END-IF.
010150     MOVE MR-NA-PRODUCT TO PROD-CODE.
010160     READ PRODUCT-FILE
010170         INVALID KEY
010180             STRING "RATE SET TO " MR-FLAG-RATE
010190                 " - PRODUCT " MR-NA-PRODUCT " NOT ON FILE"
010200                 DELIMITED BY SIZE INTO MR-G-TEXT
010210             PERFORM 4900-WRITE-FLAG
010220                 THRU 4900-EXIT
010230             GO TO 4100-EXIT
010240     END-READ.
010250     IF MR-NA-INT-RATE NOT = PROD-INT-RATE
010260         STRING "RATE SET TO " MR-FLAG-RATE
010270             " OVERRIDES PRODUCT " PROD-CODE
010280             DELIMITED BY SIZE INTO MR-G-TEXT
010290         PERFORM 4900-WRITE-FLAG
010300             THRU 4900-EXIT
010310     END-IF.
010320 4100-EXIT.
010330     EXIT.
010340
010350*****************************************************************
010360* 4200-CHECK-PROD-OD-LIMIT
010370*     A PRODUCT OVERDRAFT LIMIT RAISED - EVERY ACCOUNT OPENED
010380*     OR MOVED ONTO THE PRODUCT FROM NOW ON TAKES IT.
010390*****************************************************************
010400 4200-CHECK-PROD-OD-LIMIT.
010410     MOVE AUDIT-BEFORE-IMAGE TO MR-OLD-PROD.
010420     MOVE AUDIT-AFTER-IMAGE  TO MR-NEW-PROD.
010430     IF MR-OP-OD-LIMIT IS NOT NUMERIC
010440         OR MR-NP-OD-LIMIT IS NOT NUMERIC
010450         GO TO 4200-EXIT
010460     END-IF.
010470     IF MR-NP-OD-LIMIT > MR-OP-OD-LIMIT
010480         MOVE MR-NP-OD-LIMIT TO MR-FLAG-AMOUNT
010490         MOVE SPACES TO MR-G-TEXT
010500         STRING "PRODUCT OVERDRAFT LIMIT RAISED TO "
010510             MR-FLAG-AMOUNT
010520             DELIMITED BY SIZE INTO MR-G-TEXT
010530         PERFORM 4900-WRITE-FLAG
010540             THRU 4900-EXIT
010550     END-IF.
010560 4200-EXIT.
010570     EXIT.
010580
010590*****************************************************************
010600* 4300-CHECK-OWN-POSTING
010610*     AN OPERATOR WHO OPENED, AMENDED OR CLOSED AN ACCOUNT AND
010620*     THEN TOOK A POSTING ON IT THE SAME DAY - THE ACCOUNTS
010630*     HISTORY IS READ FROM THE TIME OF THE CHANGE TO THE END OF
010640*     THE DAY, LOOKING FOR THE OPERATOR ID AS THE TELLER.  ONLY
010650*     THE FIRST SUCH POSTING IS FLAGGED.
010660*****************************************************************
010670 4300-CHECK-OWN-POSTING.
010680     MOVE AUDIT-ACCOUNT  TO TRANH-ACCOUNT.
010690     MOVE MR-REVIEW-DATE TO TRANH-DATE.
010700     MOVE AUDIT-TIME     TO TRANH-TIME.
010710     MOVE ZERO           TO TRANH-SEQ.
010720     MOVE "N" TO MR-HIST-DONE-SW.
010730     START TRANSACTION-HISTORY
010740         KEY IS GREATER THAN OR EQUAL TRANH-KEY
010750         INVALID KEY
010760             MOVE "Y" TO MR-HIST-DONE-SW
010770     END-START.
010780     PERFORM 4310-READ-POSTING
010790         THRU 4310-EXIT
010800         UNTIL MR-HIST-SCAN-DONE.
010810 4300-EXIT.
010820     EXIT.
010830
010840 4310-READ-POSTING.
010850     READ TRANSACTION-HISTORY NEXT RECORD
010860         AT END
010870             MOVE "Y" TO MR-HIST-DONE-SW
010880             GO TO 4310-EXIT
010890     END-READ.
010900*    A HARD READ ERROR RAISES NEITHER AT END NOR AN ACCOUNT
010910*    CHANGE - WITHOUT THIS TEST IT WOULD LOOP ON THE SAME
010920*    STALE RECORD FOREVER.
010930     IF MR-HIST-FILE-STATUS NOT = "00"
010940         DISPLAY "ERROR READING HISTORY, STATUS = "
010950             MR-HIST-FILE-STATUS
010960         MOVE "F" TO MR-RUN-OUTCOME
010970         MOVE "Y" TO MR-HIST-DONE-SW
010980         GO TO 4310-EXIT
010990     END-IF.
011000     IF TRANH-ACCOUNT NOT = AUDIT-ACCOUNT
011010         OR TRANH-DATE NOT = MR-REVIEW-DATE
011020         MOVE "Y" TO MR-HIST-DONE-SW
011030         GO TO 4310-EXIT
011040     END-IF.
011050     IF TRANH-TELLER-ID NOT = AUDIT-OPERATOR
011060         GO TO 4310-EXIT
011070     END-IF.
011080     MOVE TRANH-TIME TO MR-TIME-IN.
011090     MOVE MR-TI-HH TO MR-TO-HH.
011100     MOVE MR-TI-MM TO MR-TO-MM.
011110     MOVE MR-TI-SS TO MR-TO-SS.
011120     MOVE TRANH-AMOUNT TO MR-FLAG-AMOUNT.
011130     MOVE SPACES TO MR-G-TEXT.
011140     STRING "OWN POSTING " TRANH-TYPE " " MR-FLAG-AMOUNT
011150         " AT " MR-TIME-OUT
011160         DELIMITED BY SIZE INTO MR-G-TEXT.
011170     PERFORM 4900-WRITE-FLAG
011180         THRU 4900-EXIT.
011190     MOVE "Y" TO MR-HIST-DONE-SW.
011200 4310-EXIT.
011210     EXIT.
011220
011230*----------------------------------------------------------------
011240* PRINTS ONE SIGN-OFF FLAG FROM MR-G-TEXT AND COUNTS IT
011250*----------------------------------------------------------------
011260 4900-WRITE-FLAG.
011270     WRITE REPORT-RECORD FROM MR-FLAG-LINE.
011280     ADD 1 TO MR-OPR-FLAGGED.
011290     ADD 1 TO MR-FLAGGED.
011300 4900-EXIT.
011310     EXIT.
011320
011330*****************************************************************
011340* 6000-PRINT-TOTALS
011350*****************************************************************
011360 6000-PRINT-TOTALS.
011370     MOVE SPACES TO REPORT-RECORD.
011380     WRITE REPORT-RECORD.
011390     MOVE "AUDIT RECORDS READ:" TO MR-TL-TEXT.
011400     MOVE MR-AUDIT-READ TO MR-TL-COUNT.
011410     WRITE REPORT-RECORD FROM MR-TOTAL-LINE.
011420     MOVE "ACTIONS ON THE REVIEW DATE:" TO MR-TL-TEXT.
011430     MOVE MR-ACTIONS TO MR-TL-COUNT.
011440     WRITE REPORT-RECORD FROM MR-TOTAL-LINE.
011450     MOVE "OPERATORS:" TO MR-TL-TEXT.
011460     MOVE MR-OPERATORS TO MR-TL-COUNT.
011470     WRITE REPORT-RECORD FROM MR-TOTAL-LINE.
011480     MOVE "CHANGES FLAGGED FOR SIGN-OFF:" TO MR-TL-TEXT.
011490     MOVE MR-FLAGGED TO MR-TL-COUNT.
011500     WRITE REPORT-RECORD FROM MR-TOTAL-LINE.
011510 6000-EXIT.
011520     EXIT.
011530
011540*****************************************************************
011550* 8000-TERMINATE
011560*****************************************************************
011570 8000-TERMINATE.
011580     PERFORM 8200-WRITE-RUN-LOG
011590         THRU 8200-EXIT.
011600     DISPLAY "MNTREVW COMPLETE - " MR-ACTIONS " ACTIONS, "
011610         MR-FLAGGED " FLAGGED.".
011620     IF MR-AUDIT-IS-OPEN
011630         CLOSE MAINT-AUDIT-FILE
011640     END-IF.
011650     IF MR-PROD-FILE-AVAILABLE
011660         CLOSE PRODUCT-FILE
011670     END-IF.
011680     CLOSE TRANSACTION-HISTORY.
011690     CLOSE REVIEW-WORK-FILE.
011700     CLOSE REPORT-FILE.
011710 8000-EXIT.
011720     EXIT.
011730
011740*****************************************************************
011750* 8200-WRITE-RUN-LOG
011760*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
011770*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
011780*     REWRITES THE RECORD FOR ITS DATE.
011790*****************************************************************
011800 8200-WRITE-RUN-LOG.
011810     OPEN I-O RUN-LOG-FILE.
011820     IF MR-RUN-FILE-STATUS NOT = "00"
011830         OPEN OUTPUT RUN-LOG-FILE
011840         CLOSE RUN-LOG-FILE
011850         OPEN I-O RUN-LOG-FILE
011860     END-IF.
011870     IF MR-RUN-FILE-STATUS NOT = "00"
011880         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
011890             MR-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
011900         GO TO 8200-EXIT
011910     END-IF.
011920     MOVE MR-RUN-DATE          TO RUN-DATE.
011930     MOVE "MNTREVW"            TO RUN-JOB.
011940     MOVE MR-START-TIME        TO RUN-START-TIME.
011950     ACCEPT RUN-END-TIME FROM TIME.
011960     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
011970     MOVE MR-ACTIONS           TO RUN-RECORDS.
011980     MOVE MR-RUN-OUTCOME       TO RUN-OUTCOME.
011990     WRITE RUN-RECORD
012000         INVALID KEY
012010             REWRITE RUN-RECORD
012020     END-WRITE.
012030     CLOSE RUN-LOG-FILE.
012040 8200-EXIT.
012050     EXIT.
