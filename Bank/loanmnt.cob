000010*================================================================
000020* LOANMNT.COB
000030* PROGRAM-ID: LOANMNT
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     LOAN MASTER MAINTENANCE.  BOARDS NEW LOANS AGAINST AN
000110*     ACTIVE CUSTOMER ON THE CUSTOMER MASTER - PRINCIPAL, RATE,
000120*     TERM AND FIRST DUE DATE ARE KEYED AND THE LEVEL MONTHLY
000130*     INSTALMENT IS WORKED OUT FROM THEM, WITH A KEYED FIGURE
000140*     ALLOWED IN ITS PLACE.  AMENDS THE RATE, THE INSTALMENT
000150*     AND THE NEXT DUE DATE ON A LOAN ALREADY BOARDED, AND
000160*     SHOWS A LOAN ON REQUEST.  EVERY ACTION WRITES A BEFORE-
000170*     AND-AFTER IMAGE OF THE LOAN RECORD TO THE MAINTENANCE
000180*     AUDIT FILE UNDER THE OPERATOR WHO KEYED IT.  REPAYMENTS
000190*     ARE TAKEN AT THE COUNTER (BANK-APP) AND INTEREST AND
000200*     ARREARS ARE WORKED NIGHTLY BY LOANSVC - NEITHER IS KEYED
000210*     HERE.  THE ADVANCE ITSELF IS PAID OUT AND JOURNALLED BY
000220*     THE LENDING DEPARTMENT AS BEFORE.
000230*----------------------------------------------------------------
000240* MAINTENANCE HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  ------------------------------------------
000270* 2026-10-15  RLD  ORIGINAL PROGRAM.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. LOANMNT.
000310 AUTHOR. R L DAWSON.
000320 INSTALLATION. MAIN STREET DATA CENTER.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LOAN-NUMBER
000430         FILE STATUS IS LM-LOAN-FILE-STATUS.
000440
000450     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CUST-NUMBER
000490         FILE STATUS IS LM-CUST-FILE-STATUS.
000500
000510     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CTL-KEY
000550         FILE STATUS IS LM-CTL-FILE-STATUS.
000560
000570     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS LM-AUDIT-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* LOAN MASTER - ONE RECORD PER LOAN
000660*----------------------------------------------------------------
000670 FD  LOAN-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690     COPY LOANREC.
000700
000710*----------------------------------------------------------------
000720* CUSTOMER MASTER - READ ONLY, TO PROVE THE BORROWER
000730*----------------------------------------------------------------
000740 FD  CUSTOMER-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CUSTREC.
000770
000780*----------------------------------------------------------------
000790* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
000800*----------------------------------------------------------------
000810 FD  CONTROL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CTLREC.
000840
000850*----------------------------------------------------------------
000860* MAINTENANCE AUDIT - APPEND-ONLY BEFORE/AFTER IMAGE TRAIL
000870*----------------------------------------------------------------
000880 FD  MAINT-AUDIT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY AUDITREC.
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000940* FILE STATUS AND CONTROL SWITCHES
000950*----------------------------------------------------------------
000960 77  LM-LOAN-FILE-STATUS      PIC X(02) VALUE "00".
000970 77  LM-CUST-FILE-STATUS      PIC X(02) VALUE "00".
000980 77  LM-CTL-FILE-STATUS       PIC X(02) VALUE "00".
000990 77  LM-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001000
001010 77  LM-MENU-SW               PIC X(01) VALUE "N".
001020     88  LM-DONE-WITH-MENU            VALUE "Y".
001030
001040 77  LM-LOAN-FOUND-SW         PIC X(01) VALUE "N".
001050     88  LM-LOAN-FOUND                VALUE "Y".
001060     88  LM-LOAN-NOT-FOUND            VALUE "N".
001070
001080 77  LM-INPUT-VALID-SW        PIC X(01) VALUE "N".
001090     88  LM-INPUT-IS-VALID            VALUE "Y".
001100
001110 77  LM-DATE-OK-SW            PIC X(01) VALUE "N".
001120     88  LM-DATE-IS-OK                VALUE "Y".
001130
001140*----------------------------------------------------------------
001150* OPERATOR INPUT AND WORKING FIELDS
001160*----------------------------------------------------------------
001170 77  LM-OPERATOR-ID           PIC X(05).
001180 77  LM-OPTION                PIC 9(01).
001190     88  LM-OPTION-BOARD              VALUE 1.
001200     88  LM-OPTION-AMEND              VALUE 2.
001210     88  LM-OPTION-SHOW               VALUE 3.
001220     88  LM-OPTION-EXIT               VALUE 4.
001230 77  LM-AMEND-OPTION          PIC 9(01).
001240     88  LM-AMEND-RATE                VALUE 1.
001250     88  LM-AMEND-PAYMENT             VALUE 2.
001260     88  LM-AMEND-DUE-DATE            VALUE 3.
001270     88  LM-AMEND-CANCEL              VALUE 4.
001280 77  LM-LOAN-NUMBER-IN        PIC 9(10).
001290 77  LM-CUST-NUMBER-IN        PIC 9(06).
001300 77  LM-PRINCIPAL-IN          PIC 9(09)V99.
001310 77  LM-RATE-IN               PIC 9V9(04).
001320 77  LM-TERM-IN               PIC 9(03).
001330 77  LM-PAYMENT-IN            PIC 9(07)V99.
001340 77  LM-BUSINESS-DATE         PIC 9(08) VALUE 0.
001350 77  LM-ACTION-CODE           PIC X(01).
001360 77  LM-CURRENT-DATE          PIC 9(08).
001370 77  LM-CURRENT-TIME          PIC 9(08).
001380 77  LM-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.
001390
001400*----------------------------------------------------------------
001410* A KEYED DUE DATE IS PROVED THROUGH THIS VIEW BEFORE IT GOES
001420* ON THE LOAN - THE DAY BECOMES THE LOANS DUE DAY
001430*----------------------------------------------------------------
001440 01  LM-DATE-IN.
001450     05  LM-DATE-IN-YEAR      PIC 9(04).
001460     05  LM-DATE-IN-MONTH     PIC 9(02).
001470     05  LM-DATE-IN-DAY       PIC 9(02).
001480 01  LM-DATE-IN-NUM REDEFINES LM-DATE-IN
001490                              PIC 9(08).
001500
001510*----------------------------------------------------------------
001520* INSTALMENT WORK FIELDS - THE LEVEL PAYMENT THAT CLEARS THE
001530* PRINCIPAL AND INTEREST OVER THE TERM:
001540*     PAYMENT = P * R * F / (F - 1),  F = (1 + R) ** N
001550* WITH R THE MONTHLY RATE AND N THE TERM IN MONTHS.  AN
001560* INTEREST-FREE LOAN IS SIMPLY P / N.
001570*----------------------------------------------------------------
001580 77  LM-MONTH-RATE            PIC 9V9(09).
001590 77  LM-GROWTH                PIC 9(05)V9(09).
001600 77  LM-CALC-PAYMENT          PIC 9(07)V99.
001610
001620*----------------------------------------------------------------
001630* BEFORE IMAGE OF THE LOAN RECORD, CAPTURED AHEAD OF EVERY
001640* CHANGE SO THE AUDIT RECORD CAN CARRY BOTH SIDES
001650*----------------------------------------------------------------
001660 77  LM-BEFORE-IMAGE          PIC X(96).
001670
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700* 0000-MAINLINE
001710*     SIGNS THE OPERATOR ON, OPENS THE FILES, REPEATS THE
001720*     MAINTENANCE MENU UNTIL THE OPERATOR EXITS, THEN CLOSES.
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-EXIT.
001770     PERFORM 2000-PROCESS-MENU
001780         THRU 2000-EXIT
001790         UNTIL LM-DONE-WITH-MENU.
001800     PERFORM 8000-TERMINATE
001810         THRU 8000-EXIT.
001820     STOP RUN.
001830
001840*****************************************************************
001850* 1000-INITIALIZE
001860*     REQUIRES AN OPERATOR ID BEFORE ANY LOAN CAN BE KEYED.
001870*     OPENS THE LOAN MASTER, CREATING IT ON THE VERY FIRST
001880*     RUN, THE CUSTOMER MASTER FOR LOOKUP AND THE AUDIT FILE
001890*     FOR EXTEND.
001900*****************************************************************
001910 1000-INITIALIZE.
001920     DISPLAY "LOANMNT - LOAN MASTER MAINTENANCE".
001930     PERFORM 1100-SIGN-ON-OPERATOR
001940         THRU 1100-EXIT.
001950     PERFORM 1050-READ-CONTROL
001960         THRU 1050-EXIT.
001970     OPEN I-O LOAN-MASTER.
001980     IF LM-LOAN-FILE-STATUS NOT = "00"
001990         OPEN OUTPUT LOAN-MASTER
002000         CLOSE LOAN-MASTER
002010         OPEN I-O LOAN-MASTER
002020     END-IF.
002030     IF LM-LOAN-FILE-STATUS NOT = "00"
002040         DISPLAY "CANNOT OPEN LOAN MASTER, STATUS = "
002050             LM-LOAN-FILE-STATUS
002060         MOVE "Y" TO LM-MENU-SW
002070         GO TO 1000-EXIT
002080     END-IF.
002090     OPEN INPUT CUSTOMER-MASTER.
002100     IF LM-CUST-FILE-STATUS NOT = "00"
002110         DISPLAY "CANNOT OPEN CUSTOMER MASTER, STATUS = "
002120             LM-CUST-FILE-STATUS
002130         MOVE "Y" TO LM-MENU-SW
002140         GO TO 1000-EXIT
002150     END-IF.
002160     OPEN EXTEND MAINT-AUDIT-FILE.
002170     IF LM-AUDIT-FILE-STATUS NOT = "00"
002180         OPEN OUTPUT MAINT-AUDIT-FILE
002190         CLOSE MAINT-AUDIT-FILE
002200         OPEN EXTEND MAINT-AUDIT-FILE
002210     END-IF.
002220*    A LOAN IS MONEY OWED TO THE BANK - NONE MAY BE BOARDED OR
002230*    CHANGED WITHOUT A LIVE AUDIT FILE.
002240     IF LM-AUDIT-FILE-STATUS NOT = "00"
002250         DISPLAY "CANNOT OPEN MAINTENANCE AUDIT FILE, STATUS = "
002260             LM-AUDIT-FILE-STATUS
002270         MOVE "Y" TO LM-MENU-SW
002280         GO TO 1000-EXIT
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------------
002340* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE - A LOAN
002350* IS OPENED AND STARTS ACCRUING ON THE BANKING DAY, NOT THE
002360* CLOCK.  IF THE FILE OR ITS RECORD IS NOT THERE THE SESSION
002370* FALLS BACK TO THE SYSTEM DATE, WITH A WARNING.
002380*----------------------------------------------------------------
002390 1050-READ-CONTROL.
002400     OPEN INPUT CONTROL-FILE.
002410     IF LM-CTL-FILE-STATUS NOT = "00"
002420         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002430             LM-CTL-FILE-STATUS " - USING SYSTEM DATE."
002440         ACCEPT LM-BUSINESS-DATE FROM DATE YYYYMMDD
002450         GO TO 1050-EXIT
002460     END-IF.
002470     MOVE "1" TO CTL-KEY.
002480     READ CONTROL-FILE
002490         INVALID KEY
002500             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002510                 "SYSTEM DATE."
002520             ACCEPT LM-BUSINESS-DATE FROM DATE YYYYMMDD
002530             CLOSE CONTROL-FILE
002540             GO TO 1050-EXIT
002550     END-READ.
002560     MOVE CTL-BUSINESS-DATE TO LM-BUSINESS-DATE.
002570     CLOSE CONTROL-FILE.
002580 1050-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620* RE-PROMPTS UNTIL A NON-BLANK OPERATOR ID IS KEYED
002630*----------------------------------------------------------------
002640 1100-SIGN-ON-OPERATOR.
002650     MOVE "N" TO LM-INPUT-VALID-SW.
002660     PERFORM 1110-PROMPT-OPERATOR
002670         THRU 1110-EXIT
002680         UNTIL LM-INPUT-IS-VALID.
002690 1100-EXIT.
002700     EXIT.
002710
002720 1110-PROMPT-OPERATOR.
002730     DISPLAY "ENTER OPERATOR ID: ".
002740     MOVE SPACES TO LM-OPERATOR-ID.
002750     ACCEPT LM-OPERATOR-ID.
002760     IF LM-OPERATOR-ID = SPACES
002770         DISPLAY "OPERATOR ID IS REQUIRED - PLEASE RE-ENTER."
002780     ELSE
002790         MOVE "Y" TO LM-INPUT-VALID-SW
002800     END-IF.
002810 1110-EXIT.
002820     EXIT.
002830
002840*****************************************************************
002850* 2000-PROCESS-MENU
002860*****************************************************************
002870 2000-PROCESS-MENU.
002880     DISPLAY " ".
002890     DISPLAY "1: BOARD NEW LOAN".
002900     DISPLAY "2: AMEND LOAN".
002910     DISPLAY "3: SHOW LOAN".
002920     DISPLAY "4: EXIT".
002930     DISPLAY "CHOOSE AN OPTION: ".
002940     ACCEPT LM-OPTION.
002950     EVALUATE TRUE
002960         WHEN LM-OPTION-BOARD
002970             PERFORM 3000-BOARD-LOAN THRU 3000-EXIT
002980         WHEN LM-OPTION-AMEND
002990             PERFORM 4000-AMEND-LOAN THRU 4000-EXIT
003000         WHEN LM-OPTION-SHOW
003010             PERFORM 5000-SHOW-LOAN THRU 5000-EXIT
003020         WHEN LM-OPTION-EXIT
003030             MOVE "Y" TO LM-MENU-SW
003040         WHEN OTHER
003050             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
003060     END-EVALUATE.
003070 2000-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110* PROMPTS FOR A LOAN NUMBER AND READS THE MASTER.  ZERO CANCELS
003120* THE ACTION IN PROGRESS.
003130*----------------------------------------------------------------
003140 2100-SELECT-LOAN.
003150     DISPLAY "ENTER LOAN NUMBER (0 TO CANCEL): ".
003160     MOVE ZERO TO LM-LOAN-NUMBER-IN.
003170     ACCEPT LM-LOAN-NUMBER-IN.
003180     IF LM-LOAN-NUMBER-IN = ZERO
003190         MOVE "N" TO LM-LOAN-FOUND-SW
003200         GO TO 2100-EXIT
003210     END-IF.
003220     MOVE LM-LOAN-NUMBER-IN TO LOAN-NUMBER.
003230     READ LOAN-MASTER
003240         INVALID KEY
003250             MOVE "N" TO LM-LOAN-FOUND-SW
003260         NOT INVALID KEY
003270             MOVE "Y" TO LM-LOAN-FOUND-SW
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330* PROVES LM-DATE-IN A REAL CALENDAR DATE AFTER THE BUSINESS
003340* DATE - AN INSTALMENT CANNOT FALL DUE IN THE PAST.  A DAY PAST
003350* THE END OF A SHORT MONTH IS LEFT TO THE NIGHTLY ROLL, WHICH
003360* TAKES THE LAST DAY OF THE MONTH INSTEAD.
003370*----------------------------------------------------------------
003380 2200-CHECK-DUE-DATE.
003390     MOVE "N" TO LM-DATE-OK-SW.
003400     IF LM-DATE-IN-MONTH < 1 OR LM-DATE-IN-MONTH > 12
003410         OR LM-DATE-IN-DAY < 1 OR LM-DATE-IN-DAY > 31
003420         DISPLAY "NOT A VALID DATE (CCYYMMDD)."
003430         GO TO 2200-EXIT
003440     END-IF.
003450     IF LM-DATE-IN-NUM NOT > LM-BUSINESS-DATE
003460         DISPLAY "DUE DATE MUST BE AFTER THE BUSINESS DATE "
003470             LM-BUSINESS-DATE "."
003480         GO TO 2200-EXIT
003490     END-IF.
003500     MOVE "Y" TO LM-DATE-OK-SW.
003510 2200-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550* 3000-BOARD-LOAN
003560*     BOARDS A NEW LOAN.  THE LOAN NUMBER MUST NOT ALREADY BE ON
003570*     FILE AND THE BORROWER MUST BE AN ACTIVE CUSTOMER.  THE
003580*     LOAN STARTS ACTIVE, ACCRUING FROM THE BUSINESS DATE, WITH
003590*     NOTHING YET DUE - THE FIRST INSTALMENT FALLS DUE ON THE
003600*     DATE KEYED AND ON THE SAME DAY OF EACH MONTH AFTER.
003610*****************************************************************
003620 3000-BOARD-LOAN.
003630     PERFORM 2100-SELECT-LOAN
003640         THRU 2100-EXIT.
003650     IF LM-LOAN-NUMBER-IN = ZERO
003660         GO TO 3000-EXIT
003670     END-IF.
003680*    BANK-APP RESERVES THE SINGLE-DIGIT NUMBERS AS SELECT-
003690*    PROMPT SENTINELS - KEEP LOAN NUMBERS CLEAR OF THEM TOO SO
003700*    NO LOAN IS EVER MISTAKEN FOR ONE AT THE COUNTER.
003710     IF LM-LOAN-NUMBER-IN < 10
003720         DISPLAY "LOAN NUMBERS BELOW 10 ARE RESERVED - "
003730             "LOAN NOT BOARDED."
003740         GO TO 3000-EXIT
003750     END-IF.
003760     IF LM-LOAN-FOUND
003770         DISPLAY "LOAN " LM-LOAN-NUMBER-IN " IS ALREADY ON FILE."
003780         GO TO 3000-EXIT
003790     END-IF.
003800     DISPLAY "ENTER BORROWER CUSTOMER NUMBER (0 TO CANCEL): ".
003810     MOVE ZERO TO LM-CUST-NUMBER-IN.
003820     ACCEPT LM-CUST-NUMBER-IN.
003830     IF LM-CUST-NUMBER-IN = ZERO
003840         GO TO 3000-EXIT
003850     END-IF.
003860     MOVE LM-CUST-NUMBER-IN TO CUST-NUMBER.
003870     READ CUSTOMER-MASTER
003880         INVALID KEY
003890             DISPLAY "CUSTOMER " LM-CUST-NUMBER-IN " NOT ON FILE "
003900                 "- ADD THE CUSTOMER FIRST (ACCTMNT)."
003910             GO TO 3000-EXIT
003920     END-READ.
003930     IF NOT CUST-ACTIVE
003940         DISPLAY "CUSTOMER " LM-CUST-NUMBER-IN " IS NOT ACTIVE."
003950         GO TO 3000-EXIT
003960     END-IF.
003970     DISPLAY "BORROWER " CUST-NUMBER " - " CUST-NAME.
003980     DISPLAY "ENTER PRINCIPAL ADVANCED: ".
003990     MOVE ZERO TO LM-PRINCIPAL-IN.
004000     ACCEPT LM-PRINCIPAL-IN.
004010     IF LM-PRINCIPAL-IN NOT > ZERO
004020         DISPLAY "PRINCIPAL MUST BE MORE THAN ZERO - "
004030             "LOAN NOT BOARDED."
004040         GO TO 3000-EXIT
004050     END-IF.
004060     DISPLAY "ENTER ANNUAL INTEREST RATE (0.NNNN): ".
004070     MOVE ZERO TO LM-RATE-IN.
004080     ACCEPT LM-RATE-IN.
004090     DISPLAY "ENTER TERM IN MONTHS: ".
004100     MOVE ZERO TO LM-TERM-IN.
004110     ACCEPT LM-TERM-IN.
004120     IF LM-TERM-IN = ZERO
004130         DISPLAY "TERM MUST BE AT LEAST ONE MONTH - "
004140             "LOAN NOT BOARDED."
004150         GO TO 3000-EXIT
004160     END-IF.
004170     DISPLAY "ENTER FIRST INSTALMENT DUE DATE (CCYYMMDD): ".
004180     MOVE ZERO TO LM-DATE-IN-NUM.
004190     ACCEPT LM-DATE-IN-NUM.
004200     PERFORM 2200-CHECK-DUE-DATE
004210         THRU 2200-EXIT.
004220     IF NOT LM-DATE-IS-OK
004230         DISPLAY "LOAN NOT BOARDED."
004240         GO TO 3000-EXIT
004250     END-IF.
004260     PERFORM 3100-CALC-PAYMENT
004270         THRU 3100-EXIT.
004280     MOVE LM-CALC-PAYMENT TO LM-AMOUNT-DISPLAY.
004290     DISPLAY "CALCULATED MONTHLY INSTALMENT: " LM-AMOUNT-DISPLAY.
004300     DISPLAY "ENTER AGREED INSTALMENT (0 TO USE CALCULATED): ".
004310     MOVE ZERO TO LM-PAYMENT-IN.
004320     ACCEPT LM-PAYMENT-IN.
004330     IF LM-PAYMENT-IN = ZERO
004340         MOVE LM-CALC-PAYMENT TO LM-PAYMENT-IN
004350     END-IF.
004360     IF LM-PAYMENT-IN = ZERO
004370         DISPLAY "INSTALMENT MAY NOT BE ZERO - LOAN NOT BOARDED."
004380         GO TO 3000-EXIT
004390     END-IF.
004400     MOVE SPACES               TO LOAN-RECORD.
004410     MOVE LM-LOAN-NUMBER-IN    TO LOAN-NUMBER.
004420     MOVE LM-CUST-NUMBER-IN    TO LOAN-CUSTOMER-NUMBER.
004430     MOVE "A"                  TO LOAN-STATUS.
004440     MOVE LM-PRINCIPAL-IN      TO LOAN-ORIG-PRINCIPAL.
004450     MOVE LM-PRINCIPAL-IN      TO LOAN-PRINCIPAL.
004460     MOVE LM-RATE-IN           TO LOAN-INT-RATE.
004470     MOVE LM-TERM-IN           TO LOAN-TERM-MONTHS.
004480     MOVE LM-PAYMENT-IN        TO LOAN-PAYMENT.
004490     MOVE LM-DATE-IN-NUM       TO LOAN-NEXT-DUE-DATE.
004500     MOVE LM-DATE-IN-DAY       TO LOAN-DUE-DAY.
004510     MOVE ZERO                 TO LOAN-DAYS-PAST-DUE.
004520     MOVE ZERO                 TO LOAN-ACCRUED-INT.
004530     MOVE ZERO                 TO LOAN-AMOUNT-DUE.
004540     MOVE LM-BUSINESS-DATE     TO LOAN-LAST-ACCR-DATE.
004550     MOVE LM-BUSINESS-DATE     TO LOAN-OPENED-DATE.
004560     MOVE ZERO                 TO LOAN-LAST-PAY-DATE.
004570     WRITE LOAN-RECORD
004580         INVALID KEY
004590             DISPLAY "ERROR WRITING LOAN " LOAN-NUMBER
004600                 ", STATUS = " LM-LOAN-FILE-STATUS
004610             GO TO 3000-EXIT
004620     END-WRITE.
004630     MOVE SPACES TO LM-BEFORE-IMAGE.
004640     MOVE "L" TO LM-ACTION-CODE.
004650     PERFORM 7100-WRITE-AUDIT
004660         THRU 7100-EXIT.
004670     DISPLAY "LOAN " LOAN-NUMBER " BOARDED.".
004680 3000-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720* WORKS THE LEVEL MONTHLY INSTALMENT FOR LM-PRINCIPAL-IN AT
004730* LM-RATE-IN OVER LM-TERM-IN MONTHS, ROUNDED TO THE CENT.
004740*----------------------------------------------------------------
004750 3100-CALC-PAYMENT.
004760     IF LM-RATE-IN = ZERO
004770         COMPUTE LM-CALC-PAYMENT ROUNDED =
004780             LM-PRINCIPAL-IN / LM-TERM-IN
004790         GO TO 3100-EXIT
004800     END-IF.
004810     COMPUTE LM-MONTH-RATE ROUNDED = LM-RATE-IN / 12.
004820     COMPUTE LM-GROWTH ROUNDED =
004830         (1 + LM-MONTH-RATE) ** LM-TERM-IN.
004840     COMPUTE LM-CALC-PAYMENT ROUNDED =
004850         LM-PRINCIPAL-IN * LM-MONTH-RATE * LM-GROWTH
004860             / (LM-GROWTH - 1).
004870 3100-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910* 4000-AMEND-LOAN
004920*     AMENDS THE RATE, THE INSTALMENT OR THE NEXT DUE DATE ON A
004930*     LOAN STILL ACTIVE.  ONE FIELD PER PASS; THE AUDIT RECORD
004940*     CARRIES THE WHOLE RECORD EITHER SIDE OF THE CHANGE.  A NEW
004950*     DUE DATE ALSO MOVES THE DAY OF THE MONTH LATER INSTALMENTS
004960*     FALL DUE.  ARREARS ALREADY FALLEN DUE ARE NOT TOUCHED.
004970*****************************************************************
004980 4000-AMEND-LOAN.
004990     PERFORM 2100-SELECT-LOAN
005000         THRU 2100-EXIT.
005010     IF LM-LOAN-NUMBER-IN = ZERO
005020         GO TO 4000-EXIT
005030     END-IF.
005040     IF LM-LOAN-NOT-FOUND
005050         DISPLAY "LOAN NOT ON FILE, PLEASE TRY AGAIN."
005060         GO TO 4000-EXIT
005070     END-IF.
005080     IF NOT LOAN-ACTIVE
005090         DISPLAY "LOAN " LOAN-NUMBER " IS PAID OFF - NOT AMENDED."
005100         GO TO 4000-EXIT
005110     END-IF.
005120     DISPLAY "LOAN " LOAN-NUMBER " - CUSTOMER "
005130         LOAN-CUSTOMER-NUMBER.
005140     DISPLAY "1: AMEND INT RATE    (NOW " LOAN-INT-RATE ")".
005150     MOVE LOAN-PAYMENT TO LM-AMOUNT-DISPLAY.
005160     DISPLAY "2: AMEND INSTALMENT  (NOW " LM-AMOUNT-DISPLAY ")".
005170     DISPLAY "3: AMEND NEXT DUE DATE (NOW " LOAN-NEXT-DUE-DATE
005180         ")".
005190     DISPLAY "4: CANCEL".
005200     DISPLAY "CHOOSE AN OPTION: ".
005210     ACCEPT LM-AMEND-OPTION.
005220     IF LM-AMEND-CANCEL
005230         GO TO 4000-EXIT
005240     END-IF.
005250     MOVE LOAN-RECORD TO LM-BEFORE-IMAGE.
005260     EVALUATE TRUE
005270         WHEN LM-AMEND-RATE
005280             DISPLAY "ENTER NEW ANNUAL INTEREST RATE (0.NNNN): "
005290             MOVE ZERO TO LM-RATE-IN
005300             ACCEPT LM-RATE-IN
005310             MOVE LM-RATE-IN TO LOAN-INT-RATE
005320         WHEN LM-AMEND-PAYMENT
005330             DISPLAY "ENTER NEW MONTHLY INSTALMENT: "
005340             MOVE ZERO TO LM-PAYMENT-IN
005350             ACCEPT LM-PAYMENT-IN
005360             IF LM-PAYMENT-IN = ZERO
005370                 DISPLAY "INSTALMENT MAY NOT BE ZERO."
005380                 GO TO 4000-EXIT
005390             END-IF
005400             MOVE LM-PAYMENT-IN TO LOAN-PAYMENT
005410         WHEN LM-AMEND-DUE-DATE
005420             DISPLAY "ENTER NEW NEXT DUE DATE (CCYYMMDD): "
005430             MOVE ZERO TO LM-DATE-IN-NUM
005440             ACCEPT LM-DATE-IN-NUM
005450             PERFORM 2200-CHECK-DUE-DATE THRU 2200-EXIT
005460             IF NOT LM-DATE-IS-OK
005470                 GO TO 4000-EXIT
005480             END-IF
005490             MOVE LM-DATE-IN-NUM TO LOAN-NEXT-DUE-DATE
005500             MOVE LM-DATE-IN-DAY TO LOAN-DUE-DAY
005510         WHEN OTHER
005520             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
005530             GO TO 4000-EXIT
005540     END-EVALUATE.
005550     PERFORM 7000-REWRITE-LOAN
005560         THRU 7000-EXIT.
005570     MOVE "K" TO LM-ACTION-CODE.
005580     PERFORM 7100-WRITE-AUDIT
005590         THRU 7100-EXIT.
005600     DISPLAY "LOAN " LOAN-NUMBER " AMENDED.".
005610 4000-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650* 5000-SHOW-LOAN
005660*     DISPLAYS ONE LOAN AS IT STANDS AFTER THE LAST NIGHT RUN.
005670*****************************************************************
005680 5000-SHOW-LOAN.
005690     PERFORM 2100-SELECT-LOAN
005700         THRU 2100-EXIT.
005710     IF LM-LOAN-NUMBER-IN = ZERO
005720         GO TO 5000-EXIT
005730     END-IF.
005740     IF LM-LOAN-NOT-FOUND
005750         DISPLAY "LOAN NOT ON FILE, PLEASE TRY AGAIN."
005760         GO TO 5000-EXIT
005770     END-IF.
005780     DISPLAY "LOAN " LOAN-NUMBER " CUSTOMER " LOAN-CUSTOMER-NUMBER
005790         " STATUS " LOAN-STATUS " OPENED " LOAN-OPENED-DATE.
005800     MOVE LOAN-ORIG-PRINCIPAL TO LM-AMOUNT-DISPLAY.
005810     DISPLAY "  ADVANCED      " LM-AMOUNT-DISPLAY
005820         "  RATE " LOAN-INT-RATE " TERM " LOAN-TERM-MONTHS.
005830     MOVE LOAN-PRINCIPAL TO LM-AMOUNT-DISPLAY.
005840     DISPLAY "  PRINCIPAL     " LM-AMOUNT-DISPLAY.
005850     MOVE LOAN-ACCRUED-INT TO LM-AMOUNT-DISPLAY.
005860     DISPLAY "  ACCRUED INT   " LM-AMOUNT-DISPLAY
005870         "  TO " LOAN-LAST-ACCR-DATE.
005880     MOVE LOAN-PAYMENT TO LM-AMOUNT-DISPLAY.
005890     DISPLAY "  INSTALMENT    " LM-AMOUNT-DISPLAY
005900         "  NEXT DUE " LOAN-NEXT-DUE-DATE.
005910     MOVE LOAN-AMOUNT-DUE TO LM-AMOUNT-DISPLAY.
005920     DISPLAY "  AMOUNT DUE    " LM-AMOUNT-DISPLAY
005930         "  DAYS PAST DUE " LOAN-DAYS-PAST-DUE.
005940     DISPLAY "  LAST REPAID   " LOAN-LAST-PAY-DATE.
005950 5000-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990* 7000-REWRITE-LOAN
006000*****************************************************************
006010 7000-REWRITE-LOAN.
006020     REWRITE LOAN-RECORD
006030         INVALID KEY
006040             DISPLAY "ERROR REWRITING LOAN " LOAN-NUMBER
006050     END-REWRITE.
006060 7000-EXIT.
006070     EXIT.
006080
006090*****************************************************************
006100* 7100-WRITE-AUDIT
006110*     WRITES ONE DATED, TIMESTAMPED AUDIT RECORD CARRYING THE
006120*     OPERATOR, THE ACTION, AND THE LOAN RECORD BEFORE AND AFTER
006130*     THE CHANGE - THE LOAN NUMBER RIDES IN AUDIT-ACCOUNT.  THE
006140*     CALLER SETS LM-ACTION-CODE AND LM-BEFORE-IMAGE; THE AFTER
006150*     IMAGE IS THE RECORD AREA AS JUST WRITTEN OR REWRITTEN.
006160*****************************************************************
006170 7100-WRITE-AUDIT.
006180     ACCEPT LM-CURRENT-DATE FROM DATE YYYYMMDD.
006190     ACCEPT LM-CURRENT-TIME FROM TIME.
006200     MOVE LM-CURRENT-DATE   TO AUDIT-DATE.
006210     MOVE LM-CURRENT-TIME   TO AUDIT-TIME.
006220     MOVE LM-OPERATOR-ID    TO AUDIT-OPERATOR.
006230     MOVE LM-ACTION-CODE    TO AUDIT-ACTION.
006240     MOVE LOAN-NUMBER       TO AUDIT-ACCOUNT.
006250     MOVE SPACES            TO AUDIT-PRODUCT.
006260     MOVE LM-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE.
006270     MOVE LOAN-RECORD       TO AUDIT-AFTER-IMAGE.
006280     WRITE AUDIT-RECORD.
006290 7100-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 8000-TERMINATE
006340*****************************************************************
006350 8000-TERMINATE.
006360     DISPLAY "LOANMNT SESSION ENDED.".
006370     CLOSE LOAN-MASTER.
006380     CLOSE CUSTOMER-MASTER.
006390     CLOSE MAINT-AUDIT-FILE.
006400 8000-EXIT.
006410     EXIT.
