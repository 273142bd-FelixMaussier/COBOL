000100*     MENU-DRIVEN FOUR-FUNCTION DESK CALCULATOR.  ACCEPTS TWO
000110*     SIGNED NUMBERS AND ADDS, SUBTRACTS, MULTIPLIES OR DIVIDES
000120*     THEM, GUARDING AGAINST DIVISION BY ZERO, AND LOGS EVERY
000130*     COMPUTATION PERFORMED TO A COMPUTATION LOG FILE.  THE
000140*     PRODUCT QUOTE OPTION READS THE LIVE PRODUCT TABLE (PRODMSTR)
000150*     AND PROJECTS A CUSTOMERS STARTING DEPOSIT AND MONTHLY
000160*     CONTRIBUTION ON EVERY ACTIVE PRODUCT, MONTH BY MONTH, AT THE
000170*     RATE AND FEE BANKINT POSTS, THEN SHOWS THE PRODUCTS SIDE BY
000180*     SIDE.
000190*----------------------------------------------------------------
000200* MAINTENANCE HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  ------------------------------------------
000230* 2026-08-09  RLD  ORIGINAL PROGRAM ADDED ONE, PLUS ONLY.
000240* 2026-08-09  RLD  REBUILT AS A MENU-DRIVEN FOUR-FUNCTION TOOL
000250*                  WITH SIGNED OPERANDS, DIVIDE-BY-ZERO CHECKING
000260*                  AND A COMPUTATION LOG.
000270* 2026-08-09  RLD  WIDENED CA-RESULT AND CALC-LOG-RESULT TO 14
000280*                  INTEGER DIGITS SO A LARGE MULTIPLY NO LONGER
000290*                  SILENTLY TRUNCATES THE LOGGED RESULT.
000300* 2026-10-15  RLD  ADDED THE PRODUCT QUOTE OPTION, DRIVEN BY THE
000310*                  PRODUCT TABLE SO THE DESK NEVER QUOTES A
000320*                  WITHDRAWN PRODUCT OR A STALE RATE.  EACH
000330*                  PRODUCT QUOTED IS LOGGED AS A "Q" RECORD.
000340*================================================================
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALCULATOR.
000370 AUTHOR. R L DAWSON.
000380 INSTALLATION. MAIN STREET DATA CENTER.
000390 DATE-WRITTEN. 2026-08-09.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT COMPUTATION-LOG ASSIGN TO "CALCLOG"
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS CA-LOG-FILE-STATUS.
000490
000500     SELECT PRODUCT-FILE ASSIGN TO "PRODMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PROD-CODE
000540         FILE STATUS IS CA-PROD-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------
000590* COMPUTATION LOG - APPEND-ONLY RECORD OF EVERY CALCULATION MADE
000600*----------------------------------------------------------------
000610 FD  COMPUTATION-LOG
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CALCLOG.
000640
000650*----------------------------------------------------------------
000660* PRODUCT TABLE - THE SAME RATES AND FEES BANKINT POSTS FROM
000670*----------------------------------------------------------------
000680 FD  PRODUCT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY PRODREC.
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* FILE STATUS AND CONTROL SWITCHES
000750*----------------------------------------------------------------
000760 77  CA-LOG-FILE-STATUS       PIC X(02) VALUE "00".
000770 77  CA-PROD-FILE-STATUS      PIC X(02) VALUE "00".
000780
000790 77  CA-MENU-SW               PIC X(01) VALUE "N".
000800     88  CA-DONE-WITH-MENU            VALUE "Y".
000810
000820 77  CA-INPUT-VALID-SW        PIC X(01) VALUE "N".
000830     88  CA-INPUT-IS-VALID            VALUE "Y".
000840
000850 77  CA-PROD-EOF-SW           PIC X(01) VALUE "N".
000860     88  CA-END-OF-PRODUCTS           VALUE "Y".
000870
000880*----------------------------------------------------------------
000890* MENU SELECTION AND OPERANDS
000900*----------------------------------------------------------------
000910 77  CA-OPTION                PIC 9(01).
000920     88  CA-OPTION-ADD                VALUE 1.
000930     88  CA-OPTION-SUBTRACT           VALUE 2.
000940     88  CA-OPTION-MULTIPLY           VALUE 3.
000950     88  CA-OPTION-DIVIDE             VALUE 4.
000960     88  CA-OPTION-QUOTE              VALUE 5.
000970     88  CA-OPTION-EXIT               VALUE 6.
000980     88  CA-OPTION-VALID              VALUES 1 THRU 6.
000990
001000 77  CA-NUM1                  PIC S9(07)V99.
001010 77  CA-NUM2                  PIC S9(07)V99.
001020*        WIDE ENOUGH TO HOLD THE LARGEST PRODUCT OF TWO
001030*        CA-NUM1/CA-NUM2 VALUES WITHOUT TRUNCATING.
001040 77  CA-RESULT                PIC S9(14)V9999.
001050
001060 77  CA-CURRENT-DATE          PIC 9(08).
001070 77  CA-CURRENT-TIME          PIC 9(08).
001080
001090*----------------------------------------------------------------
001100* PRODUCT QUOTE - WHAT THE CUSTOMER PAYS IN, AND ONE TABLE ENTRY
001110* PER ACTIVE PRODUCT CARRYING ITS TERMS AND PROJECTED FIGURES
001120*----------------------------------------------------------------
001130 77  CA-QT-DEPOSIT            PIC 9(07)V99.
001140 77  CA-QT-CONTRIB            PIC 9(07)V99.
001150 77  CA-QT-MONTHS             PIC 9(03).
001160     88  CA-QT-MONTHS-VALID           VALUES 1 THRU 360.
001170 77  CA-QT-PAID-IN            PIC 9(11)V99.
001180 77  CA-QT-INTEREST           PIC S9(11)V99.
001190
001200 01  CA-QUOTE-TABLE.
001210     05  CA-QT-ENTRY OCCURS 50 TIMES.
001220         10  CA-QT-PROD-CODE  PIC X(04).
001230         10  CA-QT-PROD-DESC  PIC X(20).
001240         10  CA-QT-RATE       PIC 9V9(4).
001250         10  CA-QT-FEE        PIC 9(05)V99.
001260         10  CA-QT-BALANCE    PIC S9(11)V99.
001270         10  CA-QT-TOT-INT    PIC S9(11)V99.
001280         10  CA-QT-TOT-FEES   PIC S9(11)V99.
001290 77  CA-QT-MAX                PIC 9(02) COMP VALUE 50.
001300 77  CA-QT-COUNT              PIC 9(02) COMP VALUE 0.
001310 77  CA-QT-IDX                PIC 9(02) COMP VALUE 0.
001320 77  CA-QT-MONTH              PIC 9(03) COMP VALUE 0.
001330 77  CA-QT-WITHDRAWN          PIC 9(03) COMP VALUE 0.
001340 77  CA-QT-OVERFLOW           PIC 9(03) COMP VALUE 0.
001350
001360*        PRODUCT AND TERM CARRIED ONTO THE LOG RECORD - LEFT AT
001370*        SPACES AND ZERO FOR THE ARITHMETIC OPERATIONS.
001380 77  CA-LOG-PROD-CODE         PIC X(04) VALUE SPACES.
001390 77  CA-LOG-TERM-MONTHS       PIC 9(03) VALUE 0.
001400
001410*----------------------------------------------------------------
001420* EDITED FIELDS FOR SCREEN DISPLAY
001430*----------------------------------------------------------------
001440 77  CA-NUM1-EDIT             PIC -(7)9.99.
001450 77  CA-NUM2-EDIT             PIC -(7)9.99.
001460 77  CA-RESULT-EDIT           PIC -(14)9.9999.
001470 77  CA-QT-AMOUNT-EDIT        PIC Z(10)9.99.
001480 77  CA-QT-COUNT-EDIT         PIC Z9.
001490
001500 01  CA-QUOTE-HEAD-LINE.
001510     05  FILLER               PIC X(06) VALUE "PROD".
001520     05  FILLER               PIC X(21) VALUE "DESCRIPTION".
001530     05  FILLER               PIC X(07) VALUE " RATE%".
001540     05  FILLER               PIC X(15) VALUE
001550         " ENDING BALANCE".
001560     05  FILLER               PIC X(13) VALUE "  TOTAL INT".
001570     05  FILLER               PIC X(13) VALUE "   TOTAL FEES".
001580
001590 01  CA-QUOTE-LINE.
001600     05  CA-QL-PROD-CODE      PIC X(04).
001610     05  FILLER               PIC X(02) VALUE SPACES.
001620     05  CA-QL-PROD-DESC      PIC X(20).
001630     05  FILLER               PIC X(01) VALUE SPACES.
001640     05  CA-QL-RATE           PIC ZZ9.99.
001650     05  FILLER               PIC X(01) VALUE SPACES.
001660     05  CA-QL-BALANCE        PIC -(10)9.99.
001670     05  FILLER               PIC X(01) VALUE SPACES.
001680     05  CA-QL-TOT-INT        PIC Z(8)9.99.
001690     05  FILLER               PIC X(01) VALUE SPACES.
001700     05  CA-QL-TOT-FEES       PIC Z(8)9.99.
001710
001720 PROCEDURE DIVISION.
001730*****************************************************************
001740* 0000-MAINLINE
001750*****************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-EXIT.
001790     PERFORM 2000-PROCESS-MENU
001800         THRU 2000-EXIT
001810         UNTIL CA-DONE-WITH-MENU.
001820     PERFORM 8000-TERMINATE
001830         THRU 8000-EXIT.
001840     STOP RUN.
001850
001860*****************************************************************
001870* 1000-INITIALIZE
001880*****************************************************************
001890 1000-INITIALIZE.
001900     DISPLAY "CALCULATOR - FOUR-FUNCTION DESK CALCULATOR".
001910     OPEN EXTEND COMPUTATION-LOG.
001920     IF CA-LOG-FILE-STATUS NOT = "00"
001930         OPEN OUTPUT COMPUTATION-LOG
001940         CLOSE COMPUTATION-LOG
001950         OPEN EXTEND COMPUTATION-LOG
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010* 2000-PROCESS-MENU
002020*****************************************************************
002030 2000-PROCESS-MENU.
002040     PERFORM 2100-DISPLAY-MENU
002050         THRU 2100-EXIT.
002060     EVALUATE TRUE
002070         WHEN CA-OPTION-ADD
002080             PERFORM 3000-DO-ADD THRU 3000-EXIT
002090         WHEN CA-OPTION-SUBTRACT
002100             PERFORM 3100-DO-SUBTRACT THRU 3100-EXIT
002110         WHEN CA-OPTION-MULTIPLY
002120             PERFORM 3200-DO-MULTIPLY THRU 3200-EXIT
002130         WHEN CA-OPTION-DIVIDE
002140             PERFORM 3300-DO-DIVIDE THRU 3300-EXIT
002150         WHEN CA-OPTION-QUOTE
002160             PERFORM 3400-DO-QUOTE THRU 3400-EXIT
002170         WHEN CA-OPTION-EXIT
002180             MOVE "Y" TO CA-MENU-SW
002190         WHEN OTHER
002200             DISPLAY "INVALID CHOICE - PLEASE RE-ENTER."
002210     END-EVALUATE.
002220 2000-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------------
002260* DISPLAYS THE MENU AND RE-PROMPTS UNTIL A VALID CHOICE IS MADE
002270*----------------------------------------------------------------
002280 2100-DISPLAY-MENU.
002290     MOVE "N" TO CA-INPUT-VALID-SW.
002300     PERFORM 2110-PROMPT-OPTION
002310         THRU 2110-EXIT
002320         UNTIL CA-INPUT-IS-VALID.
002330 2100-EXIT.
002340     EXIT.
002350
002360 2110-PROMPT-OPTION.
002370     DISPLAY " ".
002380     DISPLAY "1. ADD".
002390     DISPLAY "2. SUBTRACT".
002400     DISPLAY "3. MULTIPLY".
002410     DISPLAY "4. DIVIDE".
002420     DISPLAY "5. PRODUCT QUOTE".
002430     DISPLAY "6. EXIT".
002440     DISPLAY "ENTER CHOICE: ".
002450     ACCEPT CA-OPTION.
002460     IF CA-OPTION-VALID
002470         MOVE "Y" TO CA-INPUT-VALID-SW
002480     ELSE
002490         DISPLAY "INVALID CHOICE - PLEASE RE-ENTER."
002500     END-IF.
002510 2110-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* PROMPTS FOR AND ACCEPTS THE TWO SIGNED OPERANDS COMMON TO
002560* EVERY OPERATION
002570*----------------------------------------------------------------
002580 2200-GET-OPERANDS.
002590     DISPLAY "ENTER FIRST NUMBER: ".
002600     ACCEPT CA-NUM1.
002610     DISPLAY "ENTER SECOND NUMBER: ".
002620     ACCEPT CA-NUM2.
002630     MOVE CA-NUM1 TO CA-NUM1-EDIT.
002640     MOVE CA-NUM2 TO CA-NUM2-EDIT.
002650 2200-EXIT.
002660     EXIT.
002670
002680*****************************************************************
002690* 3000-DO-ADD
002700*****************************************************************
002710 3000-DO-ADD.
002720     PERFORM 2200-GET-OPERANDS
002730         THRU 2200-EXIT.
002740     COMPUTE CA-RESULT = CA-NUM1 + CA-NUM2.
002750     MOVE CA-RESULT TO CA-RESULT-EDIT.
002760     DISPLAY CA-NUM1-EDIT " + " CA-NUM2-EDIT " = " CA-RESULT-EDIT.
002770     PERFORM 7100-LOG-COMPUTATION
002780         THRU 7100-EXIT.
002790 3000-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830* 3100-DO-SUBTRACT
002840*****************************************************************
002850 3100-DO-SUBTRACT.
002860     PERFORM 2200-GET-OPERANDS
002870         THRU 2200-EXIT.
002880     COMPUTE CA-RESULT = CA-NUM1 - CA-NUM2.
002890     MOVE CA-RESULT TO CA-RESULT-EDIT.
002900     DISPLAY CA-NUM1-EDIT " - " CA-NUM2-EDIT " = " CA-RESULT-EDIT.
002910     PERFORM 7110-LOG-SUBTRACT
002920         THRU 7110-EXIT.
002930 3100-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 3200-DO-MULTIPLY
002980*****************************************************************
002990 3200-DO-MULTIPLY.
003000     PERFORM 2200-GET-OPERANDS
003010         THRU 2200-EXIT.
003020     COMPUTE CA-RESULT = CA-NUM1 * CA-NUM2.
003030     MOVE CA-RESULT TO CA-RESULT-EDIT.
003040     DISPLAY CA-NUM1-EDIT " * " CA-NUM2-EDIT " = " CA-RESULT-EDIT.
003050     PERFORM 7120-LOG-MULTIPLY
003060         THRU 7120-EXIT.
003070 3200-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110* DIVISION GUARDS AGAINST A ZERO DIVISOR - THE OPERATOR IS SENT
003120* BACK TO RE-ENTER BOTH OPERANDS RATHER THAN ABENDING OR LOGGING
003130* A BAD COMPUTATION
003140*----------------------------------------------------------------
003150*****************************************************************
003160* 3300-DO-DIVIDE
003170*****************************************************************
003180 3300-DO-DIVIDE.
003190     MOVE "N" TO CA-INPUT-VALID-SW.
003200     PERFORM 3310-GET-DIVIDE-OPERANDS
003210         THRU 3310-EXIT
003220         UNTIL CA-INPUT-IS-VALID.
003230     COMPUTE CA-RESULT = CA-NUM1 / CA-NUM2.
003240     MOVE CA-RESULT TO CA-RESULT-EDIT.
003250     DISPLAY CA-NUM1-EDIT " / " CA-NUM2-EDIT " = " CA-RESULT-EDIT.
003260     PERFORM 7130-LOG-DIVIDE
003270         THRU 7130-EXIT.
003280 3300-EXIT.
003290     EXIT.
003300
003310 3310-GET-DIVIDE-OPERANDS.
003320     PERFORM 2200-GET-OPERANDS
003330         THRU 2200-EXIT.
003340     IF CA-NUM2 = ZERO
003350         DISPLAY "CANNOT DIVIDE BY ZERO - PLEASE RE-ENTER."
003360     ELSE
003370         MOVE "Y" TO CA-INPUT-VALID-SW
003380     END-IF.
003390 3310-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430* PRODUCT QUOTE.  THE PRODUCT TABLE IS OPENED FRESH FOR EVERY
003440* QUOTE, SO A RATE CHANGE MADE THROUGH PRODMNT DURING THE DAY IS
003450* QUOTED AT ONCE.  WITHDRAWN PRODUCTS ARE NEVER QUOTED.
003460*----------------------------------------------------------------
003470*****************************************************************
003480* 3400-DO-QUOTE
003490*****************************************************************
003500 3400-DO-QUOTE.
003510     PERFORM 3410-LOAD-PRODUCTS
003520         THRU 3410-EXIT.
003530     IF CA-QT-COUNT = ZERO
003540         DISPLAY "NO ACTIVE PRODUCTS ON THE PRODUCT TABLE - "
003550             "NOTHING TO QUOTE."
003560         GO TO 3400-EXIT
003570     END-IF.
003580     PERFORM 3430-GET-QUOTE-TERMS
003590         THRU 3430-EXIT.
003600     PERFORM 3450-PROJECT-PRODUCT
003610         THRU 3450-EXIT
003620         VARYING CA-QT-IDX FROM 1 BY 1
003630         UNTIL CA-QT-IDX > CA-QT-COUNT.
003640     PERFORM 3470-SHOW-COMPARISON
003650         THRU 3470-EXIT.
003660     PERFORM 7140-LOG-QUOTE
003670         THRU 7140-EXIT
003680         VARYING CA-QT-IDX FROM 1 BY 1
003690         UNTIL CA-QT-IDX > CA-QT-COUNT.
003700 3400-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------
003740* LOADS EVERY ACTIVE PRODUCT INTO THE QUOTE TABLE, IN PRODUCT
003750* CODE ORDER
003760*----------------------------------------------------------------
003770 3410-LOAD-PRODUCTS.
003780     MOVE ZERO TO CA-QT-COUNT.
003790     MOVE ZERO TO CA-QT-WITHDRAWN.
003800     MOVE ZERO TO CA-QT-OVERFLOW.
003810     OPEN INPUT PRODUCT-FILE.
003820     IF CA-PROD-FILE-STATUS NOT = "00"
003830         DISPLAY "PRODUCT TABLE NOT AVAILABLE, STATUS = "
003840             CA-PROD-FILE-STATUS
003850         GO TO 3410-EXIT
003860     END-IF.
003870     MOVE "N" TO CA-PROD-EOF-SW.
003880     PERFORM 3420-LOAD-ONE-PRODUCT
003890         THRU 3420-EXIT
003900         UNTIL CA-END-OF-PRODUCTS.
003910     CLOSE PRODUCT-FILE.
003920     IF CA-QT-WITHDRAWN > ZERO
003930         DISPLAY "WITHDRAWN PRODUCTS NOT QUOTED: " CA-QT-WITHDRAWN
003940     END-IF.
003950     IF CA-QT-OVERFLOW > ZERO
003960         DISPLAY "ONLY THE FIRST " CA-QT-MAX
003970             " ACTIVE PRODUCTS ARE QUOTED - " CA-QT-OVERFLOW
003980             " LEFT OUT."
003990     END-IF.
004000 3410-EXIT.
004010     EXIT.
004020
004030 3420-LOAD-ONE-PRODUCT.
004040     READ PRODUCT-FILE NEXT RECORD
004050         AT END
004060             MOVE "Y" TO CA-PROD-EOF-SW
004070             GO TO 3420-EXIT
004080     END-READ.
004090     IF CA-PROD-FILE-STATUS NOT = "00"
004100         DISPLAY "ERROR READING PRODUCT TABLE, STATUS = "
004110             CA-PROD-FILE-STATUS
004120         MOVE "Y" TO CA-PROD-EOF-SW
004130         GO TO 3420-EXIT
004140     END-IF.
004150     IF NOT PROD-ACTIVE
004160         ADD 1 TO CA-QT-WITHDRAWN
004170         GO TO 3420-EXIT
004180     END-IF.
004190     IF CA-QT-COUNT NOT < CA-QT-MAX
004200         ADD 1 TO CA-QT-OVERFLOW
004210         GO TO 3420-EXIT
004220     END-IF.
004230     ADD 1 TO CA-QT-COUNT.
004240     MOVE PROD-CODE        TO CA-QT-PROD-CODE(CA-QT-COUNT).
004250     MOVE PROD-DESC        TO CA-QT-PROD-DESC(CA-QT-COUNT).
004260     MOVE PROD-INT-RATE    TO CA-QT-RATE(CA-QT-COUNT).
004270     MOVE PROD-MONTHLY-FEE TO CA-QT-FEE(CA-QT-COUNT).
004280 3420-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* PROMPTS FOR WHAT THE CUSTOMER WILL PAY IN AND FOR HOW LONG.
004330* THE TERM IS RE-PROMPTED UNTIL IT IS 1 TO 360 MONTHS.
004340*----------------------------------------------------------------
004350 3430-GET-QUOTE-TERMS.
004360     DISPLAY "ENTER STARTING DEPOSIT: ".
004370     ACCEPT CA-QT-DEPOSIT.
004380     DISPLAY "ENTER MONTHLY CONTRIBUTION: ".
004390     ACCEPT CA-QT-CONTRIB.
004400     MOVE "N" TO CA-INPUT-VALID-SW.
004410     PERFORM 3440-GET-QUOTE-MONTHS
004420         THRU 3440-EXIT
004430         UNTIL CA-INPUT-IS-VALID.
004440     COMPUTE CA-QT-PAID-IN =
004450         CA-QT-DEPOSIT + CA-QT-CONTRIB * CA-QT-MONTHS.
004460 3430-EXIT.
004470     EXIT.
004480
004490 3440-GET-QUOTE-MONTHS.
004500     DISPLAY "ENTER NUMBER OF MONTHS (1-360): ".
004510     ACCEPT CA-QT-MONTHS.
004520     IF CA-QT-MONTHS-VALID
004530         MOVE "Y" TO CA-INPUT-VALID-SW
004540     ELSE
004550         DISPLAY "INVALID NUMBER OF MONTHS - PLEASE RE-ENTER."
004560     END-IF.
004570 3440-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* PROJECTS ONE PRODUCT MONTH BY MONTH FROM THE STARTING DEPOSIT
004620*----------------------------------------------------------------
004630 3450-PROJECT-PRODUCT.
004640     MOVE CA-QT-DEPOSIT TO CA-QT-BALANCE(CA-QT-IDX).
004650     MOVE ZERO TO CA-QT-TOT-INT(CA-QT-IDX).
004660     MOVE ZERO TO CA-QT-TOT-FEES(CA-QT-IDX).
004670     PERFORM 3460-PROJECT-ONE-MONTH
004680         THRU 3460-EXIT
004690         VARYING CA-QT-MONTH FROM 1 BY 1
004700         UNTIL CA-QT-MONTH > CA-QT-MONTHS.
004710 3450-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* ONE MONTH: THE CONTRIBUTION IS PAID IN DURING THE MONTH, THEN
004760* THE MONTH END IS POSTED THE WAY BANKINT POSTS IT - ONE TWELFTH
004770* OF THE ANNUAL RATE ON A BALANCE ABOVE ZERO, ROUNDED, THEN THE
004780* MONTHLY FEE.
004790*----------------------------------------------------------------
004800 3460-PROJECT-ONE-MONTH.
004810     ADD CA-QT-CONTRIB TO CA-QT-BALANCE(CA-QT-IDX).
004820     IF CA-QT-BALANCE(CA-QT-IDX) > ZERO
004830         COMPUTE CA-QT-INTEREST ROUNDED =
004840             CA-QT-BALANCE(CA-QT-IDX) * CA-QT-RATE(CA-QT-IDX) / 12
004850         ADD CA-QT-INTEREST TO CA-QT-BALANCE(CA-QT-IDX)
004860         ADD CA-QT-INTEREST TO CA-QT-TOT-INT(CA-QT-IDX)
004870     END-IF.
004880     IF CA-QT-FEE(CA-QT-IDX) > ZERO
004890         SUBTRACT CA-QT-FEE(CA-QT-IDX)
004900             FROM CA-QT-BALANCE(CA-QT-IDX)
004910         ADD CA-QT-FEE(CA-QT-IDX) TO CA-QT-TOT-FEES(CA-QT-IDX)
004920     END-IF.
004930 3460-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970* SIDE-BY-SIDE COMPARISON - ONE LINE PER PRODUCT
004980*----------------------------------------------------------------
004990 3470-SHOW-COMPARISON.
005000     DISPLAY " ".
005010     MOVE CA-QT-PAID-IN TO CA-QT-AMOUNT-EDIT.
005020     DISPLAY "PRODUCT QUOTE - " CA-QT-MONTHS
005030         " MONTHS, TOTAL PAID IN " CA-QT-AMOUNT-EDIT.
005040     DISPLAY CA-QUOTE-HEAD-LINE.
005050     PERFORM 3480-SHOW-ONE-PRODUCT
005060         THRU 3480-EXIT
005070         VARYING CA-QT-IDX FROM 1 BY 1
005080         UNTIL CA-QT-IDX > CA-QT-COUNT.
005090     MOVE CA-QT-COUNT TO CA-QT-COUNT-EDIT.
005100     DISPLAY CA-QT-COUNT-EDIT
005110         " ACTIVE PRODUCTS COMPARED AT TODAYS PRODUCT TABLE "
005120         "RATES AND FEES.".
005130 3470-EXIT.
005140     EXIT.
005150
005160 3480-SHOW-ONE-PRODUCT.
005170     MOVE CA-QT-PROD-CODE(CA-QT-IDX) TO CA-QL-PROD-CODE.
005180     MOVE CA-QT-PROD-DESC(CA-QT-IDX) TO CA-QL-PROD-DESC.
005190     COMPUTE CA-QL-RATE = CA-QT-RATE(CA-QT-IDX) * 100.
005200     MOVE CA-QT-BALANCE(CA-QT-IDX)   TO CA-QL-BALANCE.
005210     MOVE CA-QT-TOT-INT(CA-QT-IDX)   TO CA-QL-TOT-INT.
005220     MOVE CA-QT-TOT-FEES(CA-QT-IDX)  TO CA-QL-TOT-FEES.
005230     DISPLAY CA-QUOTE-LINE.
005240 3480-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280* 7100-LOG-COMPUTATION AND ITS OPERATION-SPECIFIC CALLERS
005290*     EACH CALLER SETS CALC-LOG-OPERATION BEFORE FALLING INTO
005300*     THE COMMON LOGGING LOGIC.
005310*****************************************************************
005320 7100-LOG-COMPUTATION.
005330     MOVE "A" TO CALC-LOG-OPERATION.
005340     PERFORM 7190-WRITE-LOG-RECORD
005350         THRU 7190-EXIT.
005360 7100-EXIT.
005370     EXIT.
005380
005390 7110-LOG-SUBTRACT.
005400     MOVE "S" TO CALC-LOG-OPERATION.
005410     PERFORM 7190-WRITE-LOG-RECORD
005420         THRU 7190-EXIT.
005430 7110-EXIT.
005440     EXIT.
005450
005460 7120-LOG-MULTIPLY.
005470     MOVE "M" TO CALC-LOG-OPERATION.
005480     PERFORM 7190-WRITE-LOG-RECORD
005490         THRU 7190-EXIT.
005500 7120-EXIT.
005510     EXIT.
005520
005530 7130-LOG-DIVIDE.
005540     MOVE "D" TO CALC-LOG-OPERATION.
005550     PERFORM 7190-WRITE-LOG-RECORD
005560         THRU 7190-EXIT.
005570 7130-EXIT.
005580     EXIT.
005590
005600 7140-LOG-QUOTE.
005610     MOVE "Q" TO CALC-LOG-OPERATION.
005620     MOVE CA-QT-DEPOSIT              TO CA-NUM1.
005630     MOVE CA-QT-CONTRIB              TO CA-NUM2.
005640     MOVE CA-QT-BALANCE(CA-QT-IDX)   TO CA-RESULT.
005650     MOVE CA-QT-PROD-CODE(CA-QT-IDX) TO CA-LOG-PROD-CODE.
005660     MOVE CA-QT-MONTHS               TO CA-LOG-TERM-MONTHS.
005670     PERFORM 7190-WRITE-LOG-RECORD
005680         THRU 7190-EXIT.
005690     MOVE SPACES TO CA-LOG-PROD-CODE.
005700     MOVE ZERO   TO CA-LOG-TERM-MONTHS.
005710 7140-EXIT.
005720     EXIT.
005730
005740 7190-WRITE-LOG-RECORD.
005750     ACCEPT CA-CURRENT-DATE FROM DATE YYYYMMDD.
005760     ACCEPT CA-CURRENT-TIME FROM TIME.
005770     MOVE CA-CURRENT-DATE  TO CALC-LOG-DATE.
005780     MOVE CA-CURRENT-TIME  TO CALC-LOG-TIME.
005790     MOVE CA-NUM1          TO CALC-LOG-OPERAND-1.
005800     MOVE CA-NUM2          TO CALC-LOG-OPERAND-2.
005810     MOVE CA-RESULT        TO CALC-LOG-RESULT.
005820     MOVE CA-LOG-PROD-CODE TO CALC-LOG-PROD-CODE.
005830     MOVE CA-LOG-TERM-MONTHS TO CALC-LOG-TERM-MONTHS.
005840     WRITE CALC-LOG-RECORD.
005850 7190-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890* 8000-TERMINATE
005900*****************************************************************
005910 8000-TERMINATE.
005920     DISPLAY "CALCULATOR SESSION ENDED.".
005930     CLOSE COMPUTATION-LOG.
005940 8000-EXIT.
005950     EXIT.
