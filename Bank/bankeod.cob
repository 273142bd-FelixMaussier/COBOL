000490* 2026-09-02  RLD  BALXTR, THE ATM NETWORK BALANCE EXTRACT,
000500*                  JOINS THE REQUIRED SCHEDULE THE ADVANCE IS
000510*                  GATED ON.
000520* 2026-10-15  RLD  SEEDS AND BACKFILLS THE LARGE-CASH THRESHOLD
000530*                  AND THE STRUCTURING WINDOW FOR CASHMON.
000540* 2026-10-15  RLD  ACCTCOPY, THE ACCOUNT MASTER IMAGE COPY TAKEN
000550*                  AHEAD OF BANKINT, JOINS THE REQUIRED SCHEDULE
000560*                  THE ADVANCE IS GATED ON.
000570* 2026-10-15  RLD  SEEDS AND BACKFILLS THE UNCLAIMED PROPERTY
000580*                  STATUTORY PERIOD FOR THE ESCHEAT RUN.
000590*================================================================
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. BANKEOD.
000620 AUTHOR. R L DAWSON.
000630 INSTALLATION. MAIN STREET DATA CENTER.
000640 DATE-WRITTEN. 2026-08-22.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CTL-KEY
000740         FILE STATUS IS BE-CTL-FILE-STATUS.
000750
000760     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HOL-DATE
000800         FILE STATUS IS BE-HOL-FILE-STATUS.
000810
000820     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RUN-KEY
000860         FILE STATUS IS BE-RUN-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900*----------------------------------------------------------------
000910* BANK RUN-CONTROL - SINGLE PARAMETER RECORD
000920*----------------------------------------------------------------
000930 FD  CONTROL-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CTLREC.
000960
000970*----------------------------------------------------------------
000980* BANK HOLIDAY CALENDAR - DATES THE ADVANCE MUST SKIP
000990*----------------------------------------------------------------
001000 FD  HOLIDAY-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY HOLREC.
001030
001040*----------------------------------------------------------------
001050* NIGHT-RUN JOB LOG - THE ADVANCE IS GATED ON IT
001060*----------------------------------------------------------------
001070 FD  RUN-LOG-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY RUNREC.
001100
001110 WORKING-STORAGE SECTION.
001120*----------------------------------------------------------------
001130* FILE STATUS AND CONTROL SWITCHES
001140*----------------------------------------------------------------
001150 77  BE-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001160 77  BE-HOL-FILE-STATUS       PIC X(02) VALUE "00".
001170 77  BE-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001180
001190 77  BE-HOL-AVAIL-SW          PIC X(01) VALUE "N".
001200     88  BE-HOL-FILE-AVAILABLE        VALUE "Y".
001210
001220 77  BE-BUSINESS-DAY-SW       PIC X(01) VALUE "N".
001230     88  BE-IS-BUSINESS-DAY           VALUE "Y".
001240
001250 77  BE-JOBS-OK-SW            PIC X(01) VALUE "N".
001260     88  BE-JOBS-ARE-OK               VALUE "Y".
001270
001280 77  BE-ADVANCED-SW           PIC X(01) VALUE "N".
001290     88  BE-DATE-ADVANCED             VALUE "Y".
001300
001310 77  BE-BACKFILL-SW           PIC X(01) VALUE "N".
001320     88  BE-NEEDS-BACKFILL            VALUE "Y".
001330
001340 77  BE-ABORT-SW              PIC X(01) VALUE "N".
001350     88  BE-RUN-ABORTED               VALUE "Y".
001360
001370*----------------------------------------------------------------
001380* DEFAULT OPERATING PARAMETERS, USED ONLY WHEN SEEDING A BRAND
001390* NEW CONTROL FILE - THEY MATCH THE VALUES THE PROGRAMS CARRIED
001400* IN WORKING-STORAGE BEFORE THE CONTROL FILE EXISTED
001410*----------------------------------------------------------------
001420 77  BE-DEFAULT-OD-FEE        PIC 9(05)V99 VALUE 5.00.
001430 77  BE-DEFAULT-CKPT-INT      PIC 9(05) VALUE 50.
001440 77  BE-DEFAULT-DORM-MONTHS   PIC 9(03) VALUE 36.
001450 77  BE-DEFAULT-RETAIN-MONTHS PIC 9(03) VALUE 48.
001460*        MUST NOT BE SHORTER THAN THE DORMANCY PERIOD - THE
001470*        DORMANCY REVIEW PROVES LIFE FROM THE ONLINE HISTORY,
001480*        SO A SHORTER RETENTION WOULD ARCHIVE THE PROOF AWAY
001490*        AND MARK LIVE ACCOUNTS DORMANT
001500 77  BE-DEFAULT-ESCH-MONTHS   PIC 9(03) VALUE 36.
001510*        STATUTORY PERIOD FOR UNCLAIMED DEPOSITS - SET TO THE
001520*        PERIOD OF THE STATE THE BANK REPORTS TO.  THE SAME
001530*        RETENTION RULE APPLIES AS FOR THE DORMANCY PERIOD.
001540 77  BE-DEFAULT-CASH-LIMIT    PIC 9(07)V99 VALUE 10000.00.
001550 77  BE-DEFAULT-CASH-DAYS     PIC 9(02) VALUE 5.
001560
001570*----------------------------------------------------------------
001580* DATE-ADVANCE WORK FIELDS
001590*----------------------------------------------------------------
001600 77  BE-SYSTEM-DATE           PIC 9(08).
001610 01  BE-WORK-DATE.
001620     05  BE-WORK-YEAR         PIC 9(04).
001630     05  BE-WORK-MONTH        PIC 9(02).
001640     05  BE-WORK-DAY          PIC 9(02).
001650 01  BE-WORK-DATE-NUM REDEFINES BE-WORK-DATE
001660                              PIC 9(08).
001670 77  BE-DAYS-IN-MONTH         PIC 9(02).
001680 77  BE-LEAP-REMAINDER        PIC 9(04).
001690 77  BE-LEAP-QUOTIENT         PIC 9(04).
001700 77  BE-DAYS-SKIPPED          PIC 9(02) COMP VALUE 0.
001710
001720*----------------------------------------------------------------
001730* DAY-OF-WEEK WORK FIELDS (ZELLER) - BE-DAY-OF-WEEK COMES OUT
001740* 0 FOR SATURDAY AND 1 FOR SUNDAY
001750*----------------------------------------------------------------
001760 77  BE-Z-YEAR                PIC 9(04) COMP.
001770 77  BE-Z-MONTH               PIC 9(02) COMP.
001780 77  BE-Z-CENTURY             PIC 9(02) COMP.
001790 77  BE-Z-YR-OF-CENT          PIC 9(02) COMP.
001800 77  BE-Z-MONTH-TERM          PIC 9(04) COMP.
001810 77  BE-Z-CENT-TERM           PIC 9(04) COMP.
001820 77  BE-Z-YEAR-TERM           PIC 9(04) COMP.
001830 77  BE-Z-SUM                 PIC 9(05) COMP.
001840 77  BE-Z-QUOTIENT            PIC 9(05) COMP.
001850 77  BE-DAY-OF-WEEK           PIC 9(01) COMP.
001860
001870*----------------------------------------------------------------
001880* RUN-LOG GATE WORK FIELDS.  THE REQUIRED OVERNIGHT SCHEDULE
001890* MATCHES THE LIST IN RUNSHEET - A JOB ADDED TO THE SCHEDULE
001900* GOES IN BOTH PLACES.
001910*----------------------------------------------------------------
001920 01  BE-REQUIRED-JOBS-DATA.
001930     05  FILLER               PIC X(08) VALUE "ACCTCOPY".
001940     05  FILLER               PIC X(08) VALUE "BANKINT".
001950     05  FILLER               PIC X(08) VALUE "EODRPT".
001960     05  FILLER               PIC X(08) VALUE "BALPROOF".
001970     05  FILLER               PIC X(08) VALUE "GLEXTR".
001980     05  FILLER               PIC X(08) VALUE "TRANARCH".
001990     05  FILLER               PIC X(08) VALUE "BALXTR".
002000 01  BE-REQUIRED-JOBS REDEFINES BE-REQUIRED-JOBS-DATA.
002010     05  BE-REQ-JOB OCCURS 7 TIMES
002020                              PIC X(08).
002030 77  BE-REQ-MAX               PIC 9(02) COMP VALUE 7.
002040 77  BE-JOB-IDX               PIC 9(02) COMP VALUE 0.
002050 77  BE-JOBS-NOT-READY        PIC 9(02) COMP VALUE 0.
002060 77  BE-OVERRIDE-IN           PIC X(08).
002070 77  BE-CLOSED-DATE           PIC 9(08) VALUE 0.
002080*        THE BUSINESS DATE BEING CLOSED - BANKEODS OWN RUN-LOG
002090*        RECORD FILES UNDER IT
002100 77  BE-START-TIME            PIC 9(08) VALUE 0.
002110
002120 PROCEDURE DIVISION.
002130*****************************************************************
002140* 0000-MAINLINE
002150*****************************************************************
002160 0000-MAINLINE.
002170     PERFORM 1000-OPEN-CONTROL
002180         THRU 1000-EXIT.
002190     IF NOT BE-RUN-ABORTED
002200         PERFORM 1500-CHECK-RUN-LOG
002210             THRU 1500-EXIT
002220     END-IF.
002230     IF NOT BE-RUN-ABORTED
002240         PERFORM 2000-ADVANCE-DATE
002250             THRU 2000-EXIT
002260     END-IF.
002270     PERFORM 8000-TERMINATE
002280         THRU 8000-EXIT.
002290     STOP RUN.
002300
002310*****************************************************************
002320* 1000-OPEN-CONTROL
002330*     OPENS THE CONTROL FILE, CREATING AND SEEDING IT FROM THE
002340*     SYSTEM CLOCK AND THE STANDARD PARAMETERS ON THE VERY
002350*     FIRST RUN.
002360*****************************************************************
002370 1000-OPEN-CONTROL.
002380     DISPLAY "BANKEOD - BUSINESS DATE END-OF-DAY ADVANCE".
002390     ACCEPT BE-START-TIME FROM TIME.
002400     OPEN I-O CONTROL-FILE.
002410     IF BE-CTL-FILE-STATUS NOT = "00"
002420         OPEN OUTPUT CONTROL-FILE
002430         CLOSE CONTROL-FILE
002440         OPEN I-O CONTROL-FILE
002450     END-IF.
002460     IF BE-CTL-FILE-STATUS NOT = "00"
002470         DISPLAY "CANNOT OPEN CONTROL FILE, STATUS = "
002480             BE-CTL-FILE-STATUS
002490         MOVE "Y" TO BE-ABORT-SW
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE "1" TO CTL-KEY.
002530     READ CONTROL-FILE
002540         INVALID KEY
002550             ACCEPT BE-SYSTEM-DATE FROM DATE YYYYMMDD
002560             MOVE "1" TO CTL-KEY
002570             MOVE BE-SYSTEM-DATE TO CTL-BUSINESS-DATE
002580             MOVE BE-DEFAULT-OD-FEE TO CTL-OVERDRAFT-FEE
002590             MOVE BE-DEFAULT-CKPT-INT TO CTL-CKPT-INTERVAL
002600             MOVE BE-DEFAULT-DORM-MONTHS TO CTL-DORMANT-MONTHS
002610             MOVE BE-DEFAULT-RETAIN-MONTHS
002620                 TO CTL-HIST-RETAIN-MONTHS
002630             MOVE BE-DEFAULT-CASH-LIMIT TO CTL-CASH-THRESHOLD
002640             MOVE BE-DEFAULT-CASH-DAYS TO CTL-CASH-WINDOW-DAYS
002650             MOVE BE-DEFAULT-ESCH-MONTHS TO CTL-ESCHEAT-MONTHS
002660             WRITE CTL-RECORD
002670             DISPLAY "CONTROL FILE SEEDED, BUSINESS DATE "
002680                 CTL-BUSINESS-DATE
002690     END-READ.
002700*    AN EXISTING CONTROL RECORD PREDATES THE NEWER PARAMETER
002710*    FIELDS AND STILL CARRIES THE OLD FILLERS SPACES THERE -
002720*    BACKFILL THE STANDARD DEFAULTS ONCE SO EVERY READER SEES
002730*    REAL NUMBERS INSTEAD OF GUARDING A SPACE-FILLED FIELD
002740*    FOREVER.
002750     IF CTL-DORMANT-MONTHS NOT NUMERIC
002760         MOVE BE-DEFAULT-DORM-MONTHS TO CTL-DORMANT-MONTHS
002770         MOVE "Y" TO BE-BACKFILL-SW
002780     END-IF.
002790     IF CTL-HIST-RETAIN-MONTHS NOT NUMERIC
002800         MOVE BE-DEFAULT-RETAIN-MONTHS
002810             TO CTL-HIST-RETAIN-MONTHS
002820         MOVE "Y" TO BE-BACKFILL-SW
002830     END-IF.
002840     IF CTL-CASH-THRESHOLD NOT NUMERIC
002850         MOVE BE-DEFAULT-CASH-LIMIT TO CTL-CASH-THRESHOLD
002860         MOVE "Y" TO BE-BACKFILL-SW
002870     END-IF.
002880     IF CTL-CASH-WINDOW-DAYS NOT NUMERIC
002890         MOVE BE-DEFAULT-CASH-DAYS TO CTL-CASH-WINDOW-DAYS
002900         MOVE "Y" TO BE-BACKFILL-SW
002910     END-IF.
002920     IF CTL-ESCHEAT-MONTHS NOT NUMERIC
002930         MOVE BE-DEFAULT-ESCH-MONTHS TO CTL-ESCHEAT-MONTHS
002940         MOVE "Y" TO BE-BACKFILL-SW
002950     END-IF.
002960     IF BE-NEEDS-BACKFILL
002970         REWRITE CTL-RECORD
002980             INVALID KEY
002990                 DISPLAY "ERROR BACKFILLING CONTROL RECORD, "
003000                     "STATUS = " BE-CTL-FILE-STATUS
003010         END-REWRITE
003020         DISPLAY "CONTROL RECORD BACKFILLED WITH DEFAULT "
003030             "OPERATING PARAMETERS."
003040     END-IF.
003050*    WITHOUT THE CALENDAR THE ADVANCE STILL SKIPS WEEKENDS -
003060*    ONLY THE LISTED HOLIDAYS ARE LOST, AND THE WARNING GOES
003070*    TO THE OPERATOR LOG.
003080     OPEN INPUT HOLIDAY-FILE.
003090     IF BE-HOL-FILE-STATUS = "00"
003100         MOVE "Y" TO BE-HOL-AVAIL-SW
003110     ELSE
003120         DISPLAY "WARNING - HOLIDAY CALENDAR NOT AVAILABLE, "
003130             "STATUS " BE-HOL-FILE-STATUS
003140             " - SKIPPING WEEKENDS ONLY."
003150     END-IF.
003160 1000-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 1500-CHECK-RUN-LOG
003210*     THE DATE MAY NOT ADVANCE UNTIL EVERY REQUIRED OVERNIGHT
003220*     JOB SHOWS COMPLETE ON THE RUN LOG FOR THE CURRENT
003230*     BUSINESS DATE.  A MISSING OR FAILED STEP LISTS ON THE
003240*     OPERATOR LOG AND THE OPERATOR MUST KEY THE WORD OVERRIDE
003250*     TO ADVANCE ANYWAY - ANYTHING ELSE LEAVES THE DATE WHERE
003260*     IT IS, BECAUSE A DATE ADVANCED OVER A MISSING GL EXTRACT
003270*     IS A GAP WE CANNOT GO BACK AND FILL.
003280*****************************************************************
003290 1500-CHECK-RUN-LOG.
003300     MOVE "Y" TO BE-JOBS-OK-SW.
003310     MOVE ZERO TO BE-JOBS-NOT-READY.
003320     OPEN INPUT RUN-LOG-FILE.
003330     IF BE-RUN-FILE-STATUS NOT = "00"
003340         DISPLAY "RUN LOG NOT AVAILABLE, STATUS = "
003350             BE-RUN-FILE-STATUS
003360             " - NO JOB CAN BE PROVED COMPLETE."
003370         MOVE "N" TO BE-JOBS-OK-SW
003380         PERFORM 1530-ASK-OVERRIDE THRU 1530-EXIT
003390         GO TO 1500-EXIT
003400     END-IF.
003410     PERFORM 1510-CHECK-ONE-JOB
003420         THRU 1510-EXIT
003430         VARYING BE-JOB-IDX FROM 1 BY 1
003440         UNTIL BE-JOB-IDX > BE-REQ-MAX.
003450     CLOSE RUN-LOG-FILE.
003460     IF BE-JOBS-NOT-READY > ZERO
003470         MOVE "N" TO BE-JOBS-OK-SW
003480         PERFORM 1530-ASK-OVERRIDE THRU 1530-EXIT
003490     END-IF.
003500 1500-EXIT.
003510     EXIT.
003520
003530 1510-CHECK-ONE-JOB.
003540     MOVE CTL-BUSINESS-DATE TO RUN-DATE.
003550     MOVE BE-REQ-JOB(BE-JOB-IDX) TO RUN-JOB.
003560     READ RUN-LOG-FILE
003570         INVALID KEY
003580             DISPLAY "REQUIRED JOB " BE-REQ-JOB(BE-JOB-IDX)
003590                 " HAS NOT LOGGED FOR " CTL-BUSINESS-DATE "."
003600             ADD 1 TO BE-JOBS-NOT-READY
003610             GO TO 1510-EXIT
003620     END-READ.
003630     IF NOT RUN-COMPLETE
003640         DISPLAY "REQUIRED JOB " BE-REQ-JOB(BE-JOB-IDX)
003650             " LOGGED OUTCOME " RUN-OUTCOME " FOR "
003660             CTL-BUSINESS-DATE "."
003670         ADD 1 TO BE-JOBS-NOT-READY
003680     END-IF.
003690 1510-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730* ONLY THE FULL WORD OVERRIDE, KEYED BY THE OPERATOR, ADVANCES
003740* THE DATE OVER AN INCOMPLETE SCHEDULE - AND IT GOES TO THE
003750* OPERATOR LOG.
003760*----------------------------------------------------------------
003770 1530-ASK-OVERRIDE.
003780     DISPLAY "SCHEDULE NOT COMPLETE FOR " CTL-BUSINESS-DATE
003790         " - KEY OVERRIDE TO ADVANCE ANYWAY, ANYTHING ELSE"
003800         " TO LEAVE THE DATE.".
003810     MOVE SPACES TO BE-OVERRIDE-IN.
003820     ACCEPT BE-OVERRIDE-IN.
003830     IF BE-OVERRIDE-IN = "OVERRIDE"
003840         DISPLAY "OPERATOR OVERRIDE ACCEPTED - ADVANCING OVER"
003850             " AN INCOMPLETE SCHEDULE."
003860         MOVE "Y" TO BE-JOBS-OK-SW
003870     ELSE
003880         DISPLAY "DATE NOT ADVANCED."
003890         MOVE "Y" TO BE-ABORT-SW
003900     END-IF.
003910 1530-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950* 2000-ADVANCE-DATE
003960*     MOVES THE BUSINESS DATE FORWARD TO THE NEXT BUSINESS DAY
003970*     IN ONE RUN - SATURDAYS, SUNDAYS AND THE DATES ON THE
003980*     HOLIDAY CALENDAR ARE SKIPPED AND LOGGED.  A RUNAWAY SKIP
003990*     (A CORRUPT CALENDAR LISTING EVERY DAY) STOPS AFTER 30
004000*     DAYS WITH THE DATE LEFT UNTOUCHED.
004010*****************************************************************
004020 2000-ADVANCE-DATE.
004030     MOVE CTL-BUSINESS-DATE TO BE-CLOSED-DATE.
004040     MOVE CTL-BUSINESS-DATE TO BE-WORK-DATE-NUM.
004050     MOVE ZERO TO BE-DAYS-SKIPPED.
004060     PERFORM 2050-ADD-ONE-DAY
004070         THRU 2050-EXIT.
004080     PERFORM 2200-CHECK-BUSINESS-DAY
004090         THRU 2200-EXIT.
004100     PERFORM 2300-SKIP-NON-BUSINESS
004110         THRU 2300-EXIT
004120         UNTIL BE-IS-BUSINESS-DAY
004130         OR BE-DAYS-SKIPPED > 30.
004140     IF NOT BE-IS-BUSINESS-DAY
004150         DISPLAY "MORE THAN 30 NON-BUSINESS DAYS IN A ROW - "
004160             "CHECK THE CALENDAR.  DATE NOT ADVANCED."
004170         GO TO 2000-EXIT
004180     END-IF.
004190     DISPLAY "BUSINESS DATE " CTL-BUSINESS-DATE
004200         " ADVANCED TO " BE-WORK-DATE-NUM.
004210     MOVE BE-WORK-DATE-NUM TO CTL-BUSINESS-DATE.
004220     MOVE "Y" TO BE-ADVANCED-SW.
004230     REWRITE CTL-RECORD
004240         INVALID KEY
004250             DISPLAY "ERROR REWRITING CONTROL RECORD, STATUS = "
004260                 BE-CTL-FILE-STATUS
004270     END-REWRITE.
004280 2000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* MOVES BE-WORK-DATE FORWARD ONE CALENDAR DAY, CARRYING MONTH
004330* AND YEAR AND ALLOWING FOR LEAP FEBRUARY.
004340*----------------------------------------------------------------
004350 2050-ADD-ONE-DAY.
004360     PERFORM 2100-SET-DAYS-IN-MONTH
004370         THRU 2100-EXIT.
004380     IF BE-WORK-DAY < BE-DAYS-IN-MONTH
004390         ADD 1 TO BE-WORK-DAY
004400     ELSE
004410         MOVE 1 TO BE-WORK-DAY
004420         IF BE-WORK-MONTH < 12
004430             ADD 1 TO BE-WORK-MONTH
004440         ELSE
004450             MOVE 1 TO BE-WORK-MONTH
004460             ADD 1 TO BE-WORK-YEAR
004470         END-IF
004480     END-IF.
004490 2050-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 30-DAY AND 31-DAY MONTHS FROM A SIMPLE TABLE OF TESTS;
004540* FEBRUARY GETS 29 WHEN THE YEAR DIVIDES BY 4 BUT NOT BY 100,
004550* OR DIVIDES BY 400.
004560*----------------------------------------------------------------
004570 2100-SET-DAYS-IN-MONTH.
004580     EVALUATE BE-WORK-MONTH
004590         WHEN 01
004600         WHEN 03
004610         WHEN 05
004620         WHEN 07
004630         WHEN 08
004640         WHEN 10
004650         WHEN 12
004660             MOVE 31 TO BE-DAYS-IN-MONTH
004670         WHEN 04
004680         WHEN 06
004690         WHEN 09
004700         WHEN 11
004710             MOVE 30 TO BE-DAYS-IN-MONTH
004720         WHEN 02
004730             PERFORM 2110-SET-FEBRUARY THRU 2110-EXIT
004740         WHEN OTHER
004750             MOVE 31 TO BE-DAYS-IN-MONTH
004760     END-EVALUATE.
004770 2100-EXIT.
004780     EXIT.
004790
004800 2110-SET-FEBRUARY.
004810     MOVE 28 TO BE-DAYS-IN-MONTH.
004820     DIVIDE BE-WORK-YEAR BY 4 GIVING BE-LEAP-QUOTIENT
004830         REMAINDER BE-LEAP-REMAINDER.
004840     IF BE-LEAP-REMAINDER = ZERO
004850         MOVE 29 TO BE-DAYS-IN-MONTH
004860         DIVIDE BE-WORK-YEAR BY 100 GIVING BE-LEAP-QUOTIENT
004870             REMAINDER BE-LEAP-REMAINDER
004880         IF BE-LEAP-REMAINDER = ZERO
004890             MOVE 28 TO BE-DAYS-IN-MONTH
004900             DIVIDE BE-WORK-YEAR BY 400 GIVING BE-LEAP-QUOTIENT
004910                 REMAINDER BE-LEAP-REMAINDER
004920             IF BE-LEAP-REMAINDER = ZERO
004930                 MOVE 29 TO BE-DAYS-IN-MONTH
004940             END-IF
004950         END-IF
004960     END-IF.
004970 2110-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------
005010* A BUSINESS DAY IS ANY DAY THAT IS NOT A SATURDAY, A SUNDAY
005020* OR A DATE ON THE HOLIDAY CALENDAR.
005030*----------------------------------------------------------------
005040 2200-CHECK-BUSINESS-DAY.
005050     MOVE "Y" TO BE-BUSINESS-DAY-SW.
005060     PERFORM 2210-DAY-OF-WEEK
005070         THRU 2210-EXIT.
005080     IF BE-DAY-OF-WEEK = 0 OR BE-DAY-OF-WEEK = 1
005090         MOVE "N" TO BE-BUSINESS-DAY-SW
005100         GO TO 2200-EXIT
005110     END-IF.
005120     IF BE-HOL-FILE-AVAILABLE
005130         MOVE BE-WORK-DATE-NUM TO HOL-DATE
005140         READ HOLIDAY-FILE
005150             INVALID KEY
005160                 CONTINUE
005170             NOT INVALID KEY
005180                 MOVE "N" TO BE-BUSINESS-DAY-SW
005190         END-READ
005200     END-IF.
005210 2200-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250* DAY OF WEEK FOR BE-WORK-DATE BY ZELLERS RULE - JANUARY AND
005260* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR.  THE
005270* RESULT IS 0 FOR SATURDAY THROUGH 6 FOR FRIDAY.
005280*----------------------------------------------------------------
005290 2210-DAY-OF-WEEK.
005300     MOVE BE-WORK-YEAR TO BE-Z-YEAR.
005310     MOVE BE-WORK-MONTH TO BE-Z-MONTH.
005320     IF BE-Z-MONTH < 3
005330         ADD 12 TO BE-Z-MONTH
005340         SUBTRACT 1 FROM BE-Z-YEAR
005350     END-IF.
005360     DIVIDE BE-Z-YEAR BY 100 GIVING BE-Z-CENTURY
005370         REMAINDER BE-Z-YR-OF-CENT.
005380     COMPUTE BE-Z-MONTH-TERM = (13 * (BE-Z-MONTH + 1)) / 5.
005390     COMPUTE BE-Z-YEAR-TERM = BE-Z-YR-OF-CENT / 4.
005400     COMPUTE BE-Z-CENT-TERM = BE-Z-CENTURY / 4.
005410     COMPUTE BE-Z-SUM = BE-WORK-DAY + BE-Z-MONTH-TERM
005420         + BE-Z-YR-OF-CENT + BE-Z-YEAR-TERM + BE-Z-CENT-TERM
005430         + (5 * BE-Z-CENTURY).
005440     DIVIDE BE-Z-SUM BY 7 GIVING BE-Z-QUOTIENT
005450         REMAINDER BE-DAY-OF-WEEK.
005460 2210-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------
005500* LOGS AND STEPS OVER ONE NON-BUSINESS DAY
005510*----------------------------------------------------------------
005520 2300-SKIP-NON-BUSINESS.
005530     DISPLAY "SKIPPING NON-BUSINESS DAY " BE-WORK-DATE-NUM.
005540     ADD 1 TO BE-DAYS-SKIPPED.
005550     PERFORM 2050-ADD-ONE-DAY
005560         THRU 2050-EXIT.
005570     PERFORM 2200-CHECK-BUSINESS-DAY
005580         THRU 2200-EXIT.
005590 2300-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630* 8000-TERMINATE
005640*****************************************************************
005650 8000-TERMINATE.
005660     IF BE-DATE-ADVANCED
005670         PERFORM 8200-WRITE-RUN-LOG
005680             THRU 8200-EXIT
005690     END-IF.
005700     CLOSE CONTROL-FILE.
005710     IF BE-HOL-FILE-AVAILABLE
005720         CLOSE HOLIDAY-FILE
005730     END-IF.
005740     DISPLAY "BANKEOD COMPLETE.".
005750 8000-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790* 8200-WRITE-RUN-LOG
005800*     LOGS BANKEODS OWN COMPLETION UNDER THE DATE IT CLOSED -
005810*     THE RUN SHEET FOR THAT NIGHT THEN SHOWS THE ADVANCE.
005820*****************************************************************
005830 8200-WRITE-RUN-LOG.
005840     OPEN I-O RUN-LOG-FILE.
005850     IF BE-RUN-FILE-STATUS NOT = "00"
005860         OPEN OUTPUT RUN-LOG-FILE
005870         CLOSE RUN-LOG-FILE
005880         OPEN I-O RUN-LOG-FILE
005890     END-IF.
005900     IF BE-RUN-FILE-STATUS NOT = "00"
005910         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
005920             BE-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
005930         GO TO 8200-EXIT
005940     END-IF.
005950     MOVE BE-CLOSED-DATE TO RUN-DATE.
005960     MOVE "BANKEOD"      TO RUN-JOB.
005970     MOVE BE-START-TIME  TO RUN-START-TIME.
005980     ACCEPT RUN-END-TIME FROM TIME.
005990     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
006000     MOVE 1              TO RUN-RECORDS.
006010     MOVE "C"            TO RUN-OUTCOME.
006020     WRITE RUN-RECORD
006030         INVALID KEY
006040             REWRITE RUN-RECORD
006050     END-WRITE.
006060     CLOSE RUN-LOG-FILE.
006070 8200-EXIT.
006080     EXIT.
