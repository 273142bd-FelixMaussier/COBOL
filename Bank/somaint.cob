000120*     POSTS ON THEIR DUE DATES.  BOTH ACCOUNTS ON A NEW ORDER
000130*     MUST BE ON THE ACCOUNT MASTER AND ACTIVE, AND AN ORDER
000140*     CANNOT NAME THE SAME ACCOUNT ON BOTH SIDES - THE SAME
000150*     CHECKS THE TELLER TRANSFER MAKES BEFORE IT POSTS.  EVERY
000160*     ADD, AMENDMENT AND CANCELLATION WRITES A BEFORE-AND-AFTER
000170*     IMAGE OF THE ORDER TO THE MAINTENANCE AUDIT FILE UNDER
000180*     THE OPERATOR WHO KEYED IT.
000190*----------------------------------------------------------------
000200* MAINTENANCE HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  ------------------------------------------
000230* 2026-09-02  RLD  ORIGINAL PROGRAM.
000240* 2026-09-02  RLD  FIXED ADD-ORDER - THE RECORD CLEAR WIPED THE
000250*                  SOURCE ACCOUNT ALREADY MOVED IN, SO EVERY
000260*                  NEW ORDER WROTE WITH A BLANK SOURCE AND
000270*                  FAILED NIGHTLY IN SOPOST.  THE SOURCE NOW
000280*                  HOLDS IN ITS OWN FIELD UNTIL THE BUILD.
000290* 2026-09-02  RLD  NEW AND AMENDED ORDERS NOW CARRY THEIR
000300*                  ANCHOR DAY IN SO-DUE-DAY, SO A MONTHLY
000310*                  ORDER DUE ON THE 31ST SPRINGS BACK AFTER A
000320*                  SHORT MONTH INSTEAD OF DRIFTING.
000330* 2026-10-15  RLD  ADDS, AMENDMENTS AND CANCELLATIONS NOW WRITE
000340*                  BEFORE/AFTER IMAGES TO MNTAUDIT - ACTION
000350*                  CODES "S" AND "O" - AND THE SESSION NOW
000360*                  REQUIRES AN OPERATOR ID.
000370*================================================================
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. SOMAINT.
000400 AUTHOR. R L DAWSON.
000410 INSTALLATION. MAIN STREET DATA CENTER.
000420 DATE-WRITTEN. 2026-09-02.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SO-ORDER-NUMBER
000520         FILE STATUS IS SM-ORD-FILE-STATUS.
000530
000540     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ACCT-NUMBER
000580         FILE STATUS IS SM-ACCT-FILE-STATUS.
000590
000600     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS SM-AUDIT-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*----------------------------------------------------------------
000680* STANDING ORDER FILE - ONE RECORD PER RECURRING TRANSFER
000690*----------------------------------------------------------------
000700 FD  STANDING-ORDER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY STORDREC.
000730
000740*----------------------------------------------------------------
000750* ACCOUNT MASTER - READ TO VALIDATE THE ACCOUNTS ON AN ORDER
000760*----------------------------------------------------------------
000770 FD  ACCOUNT-MASTER
000780     LABEL RECORDS ARE STANDARD.
000790     COPY ACCTREC.
000800
000810*----------------------------------------------------------------
000820* MAINTENANCE AUDIT - APPEND-ONLY BEFORE/AFTER IMAGE TRAIL
000830*----------------------------------------------------------------
000840 FD  MAINT-AUDIT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY AUDITREC.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* FILE STATUS AND CONTROL SWITCHES
000910*----------------------------------------------------------------
000920 77  SM-ORD-FILE-STATUS       PIC X(02) VALUE "00".
000930 77  SM-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
000940 77  SM-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000950
000960 77  SM-MENU-SW               PIC X(01) VALUE "N".
000970     88  SM-DONE-WITH-MENU            VALUE "Y".
000980
000990 77  SM-ORDER-FOUND-SW        PIC X(01) VALUE "N".
001000     88  SM-ORDER-FOUND               VALUE "Y".
001010     88  SM-ORDER-NOT-FOUND           VALUE "N".
001020
001030 77  SM-ACCT-OK-SW            PIC X(01) VALUE "N".
001040     88  SM-ACCT-IS-OK                VALUE "Y".
001050
001060 77  SM-INPUT-VALID-SW        PIC X(01) VALUE "N".
001070     88  SM-INPUT-IS-VALID            VALUE "Y".
001080
001090*----------------------------------------------------------------
001100* OPERATOR INPUT AND WORKING FIELDS
001110*----------------------------------------------------------------
001120 77  SM-OPERATOR-ID           PIC X(05).
001130 77  SM-OPTION                PIC 9(01).
001140     88  SM-OPTION-ADD                VALUE 1.
001150     88  SM-OPTION-CANCEL             VALUE 2.
001160     88  SM-OPTION-AMEND              VALUE 3.
001170     88  SM-OPTION-EXIT               VALUE 4.
001180 77  SM-AMEND-OPTION          PIC 9(01).
001190     88  SM-AMEND-AMOUNT              VALUE 1.
001200     88  SM-AMEND-DUE-DATE            VALUE 2.
001210     88  SM-AMEND-FREQUENCY           VALUE 3.
001220     88  SM-AMEND-CANCEL              VALUE 4.
001230 77  SM-ORDER-NUMBER-IN       PIC 9(06).
001240 77  SM-SOURCE-ACCT-IN        PIC 9(10).
001250 77  SM-ACCT-NUMBER-IN        PIC 9(10).
001260 77  SM-AMOUNT-IN             PIC 9(09)V99.
001270 77  SM-FREQUENCY-IN          PIC X(01).
001280 01  SM-DUE-DATE-IN           PIC 9(08).
001290 01  SM-DUE-DATE-PARTS REDEFINES SM-DUE-DATE-IN.
001300     05  FILLER               PIC 9(06).
001310     05  SM-DUE-DAY-IN        PIC 9(02).
001320 77  SM-ACTION-CODE           PIC X(01).
001330 77  SM-CURRENT-DATE          PIC 9(08).
001340 77  SM-CURRENT-TIME          PIC 9(08).
001350
001360*----------------------------------------------------------------
001370* BEFORE IMAGE OF THE ORDER, CAPTURED AHEAD OF EVERY CHANGE SO
001380* THE AUDIT RECORD CAN CARRY BOTH SIDES
001390*----------------------------------------------------------------
001400 77  SM-BEFORE-IMAGE          PIC X(96).
001410
001420 PROCEDURE DIVISION.
001430*****************************************************************
001440* 0000-MAINLINE
001450*     OPENS THE FILES, REPEATS THE MAINTENANCE MENU UNTIL THE
001460*     OPERATOR EXITS, THEN CLOSES DOWN.
001470*****************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE
001500         THRU 1000-EXIT.
001510     PERFORM 2000-PROCESS-MENU
001520         THRU 2000-EXIT
001530         UNTIL SM-DONE-WITH-MENU.
001540     PERFORM 8000-TERMINATE
001550         THRU 8000-EXIT.
001560     STOP RUN.
001570
001580*****************************************************************
001590* 1000-INITIALIZE
001600*     REQUIRES AN OPERATOR ID BEFORE ANY ORDER CAN BE KEYED,
001610*     OPENS THE STANDING ORDER FILE, CREATING IT ON THE VERY
001620*     FIRST RUN, THE ACCOUNT MASTER FOR THE VALIDATION READS,
001630*     AND THE AUDIT FILE FOR EXTEND.
001640*****************************************************************
001650 1000-INITIALIZE.
001660     DISPLAY "SOMAINT - STANDING ORDER MAINTENANCE".
001670     PERFORM 1100-SIGN-ON-OPERATOR
001680         THRU 1100-EXIT.
001690     OPEN I-O STANDING-ORDER-FILE.
001700     IF SM-ORD-FILE-STATUS NOT = "00"
001710         OPEN OUTPUT STANDING-ORDER-FILE
001720         CLOSE STANDING-ORDER-FILE
001730         OPEN I-O STANDING-ORDER-FILE
001740     END-IF.
001750     IF SM-ORD-FILE-STATUS NOT = "00"
001760         DISPLAY "CANNOT OPEN STANDING ORDER FILE, STATUS = "
001770             SM-ORD-FILE-STATUS
001780         MOVE "Y" TO SM-MENU-SW
001790         GO TO 1000-EXIT
001800     END-IF.
001810     OPEN INPUT ACCOUNT-MASTER.
001820     IF SM-ACCT-FILE-STATUS NOT = "00"
001830         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
001840             SM-ACCT-FILE-STATUS
001850         MOVE "Y" TO SM-MENU-SW
001860         GO TO 1000-EXIT
001870     END-IF.
001880     OPEN EXTEND MAINT-AUDIT-FILE.
001890     IF SM-AUDIT-FILE-STATUS NOT = "00"
001900         OPEN OUTPUT MAINT-AUDIT-FILE
001910         CLOSE MAINT-AUDIT-FILE
001920         OPEN EXTEND MAINT-AUDIT-FILE
001930     END-IF.
001940*    AN ORDER MOVES MONEY EVERY MONTH WITH NO ONE AT THE
001950*    COUNTER - NONE MAY BE KEYED WITHOUT A LIVE AUDIT FILE.
001960     IF SM-AUDIT-FILE-STATUS NOT = "00"
001970         DISPLAY "CANNOT OPEN MAINTENANCE AUDIT FILE, STATUS = "
001980             SM-AUDIT-FILE-STATUS
001990         MOVE "Y" TO SM-MENU-SW
002000         GO TO 1000-EXIT
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------------
002060* RE-PROMPTS UNTIL A NON-BLANK OPERATOR ID IS KEYED
002070*----------------------------------------------------------------
002080 1100-SIGN-ON-OPERATOR.
002090     MOVE "N" TO SM-INPUT-VALID-SW.
002100     PERFORM 1110-PROMPT-OPERATOR
002110         THRU 1110-EXIT
002120         UNTIL SM-INPUT-IS-VALID.
002130 1100-EXIT.
002140     EXIT.
002150
002160 1110-PROMPT-OPERATOR.
002170     DISPLAY "ENTER OPERATOR ID: ".
002180     MOVE SPACES TO SM-OPERATOR-ID.
002190     ACCEPT SM-OPERATOR-ID.
002200     IF SM-OPERATOR-ID = SPACES
002210         DISPLAY "OPERATOR ID IS REQUIRED - PLEASE RE-ENTER."
002220     ELSE
002230         MOVE "Y" TO SM-INPUT-VALID-SW
002240     END-IF.
002250 1110-EXIT.
002260     EXIT.
002270
002280*****************************************************************
002290* 2000-PROCESS-MENU
002300*****************************************************************
002310 2000-PROCESS-MENU.
002320     DISPLAY " ".
002330     DISPLAY "1: ADD STANDING ORDER".
002340     DISPLAY "2: CANCEL STANDING ORDER".
002350     DISPLAY "3: AMEND STANDING ORDER".
002360     DISPLAY "4: EXIT".
002370     DISPLAY "CHOOSE AN OPTION: ".
002380     ACCEPT SM-OPTION.
002390     EVALUATE TRUE
002400         WHEN SM-OPTION-ADD
002410             PERFORM 3000-ADD-ORDER THRU 3000-EXIT
002420         WHEN SM-OPTION-CANCEL
002430             PERFORM 4000-CANCEL-ORDER THRU 4000-EXIT
002440         WHEN SM-OPTION-AMEND
002450             PERFORM 5000-AMEND-ORDER THRU 5000-EXIT
002460         WHEN SM-OPTION-EXIT
002470             MOVE "Y" TO SM-MENU-SW
002480         WHEN OTHER
002490             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
002500     END-EVALUATE.
002510 2000-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* PROMPTS FOR AN ORDER NUMBER AND READS THE STANDING ORDER
002560* FILE.  ZERO CANCELS THE ACTION IN PROGRESS.
002570*----------------------------------------------------------------
002580 2100-SELECT-ORDER.
002590     DISPLAY "ENTER ORDER NUMBER (0 TO CANCEL): ".
002600     MOVE ZERO TO SM-ORDER-NUMBER-IN.
002610     ACCEPT SM-ORDER-NUMBER-IN.
002620     IF SM-ORDER-NUMBER-IN = ZERO
002630         MOVE "N" TO SM-ORDER-FOUND-SW
002640         GO TO 2100-EXIT
002650     END-IF.
002660     MOVE SM-ORDER-NUMBER-IN TO SO-ORDER-NUMBER.
002670     READ STANDING-ORDER-FILE
002680         INVALID KEY
002690             MOVE "N" TO SM-ORDER-FOUND-SW
002700         NOT INVALID KEY
002710             MOVE "Y" TO SM-ORDER-FOUND-SW
002720     END-READ.
002730 2100-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------
002770* READS SM-ACCT-NUMBER-IN OFF THE ACCOUNT MASTER AND PROVES IT
002780* IS ON FILE AND ACTIVE - AN ORDER AGAINST A CLOSED OR UNKNOWN
002790* ACCOUNT WOULD FAIL EVERY NIGHT UNTIL SOMEONE NOTICED.
002800*----------------------------------------------------------------
002810 2200-CHECK-ACCOUNT.
002820     MOVE "N" TO SM-ACCT-OK-SW.
002830     MOVE SM-ACCT-NUMBER-IN TO ACCT-NUMBER.
002840     READ ACCOUNT-MASTER
002850         INVALID KEY
002860             DISPLAY "ACCOUNT " SM-ACCT-NUMBER-IN " NOT ON FILE."
002870             GO TO 2200-EXIT
002880     END-READ.
002890     IF NOT ACCT-ACTIVE
002900         DISPLAY "ACCOUNT " SM-ACCT-NUMBER-IN " IS NOT ACTIVE."
002910         GO TO 2200-EXIT
002920     END-IF.
002930     MOVE "Y" TO SM-ACCT-OK-SW.
002940 2200-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980* 3000-ADD-ORDER
002990*     SETS UP A NEW STANDING ORDER.  THE ORDER NUMBER MUST NOT
003000*     ALREADY BE ON FILE, BOTH ACCOUNTS MUST BE ON THE MASTER
003010*     AND ACTIVE, AND THE AMOUNT MUST BE GREATER THAN ZERO.
003020*****************************************************************
003030 3000-ADD-ORDER.
003040     PERFORM 2100-SELECT-ORDER
003050         THRU 2100-EXIT.
003060     IF SM-ORDER-NUMBER-IN = ZERO
003070         GO TO 3000-EXIT
003080     END-IF.
003090     IF SM-ORDER-FOUND
003100         DISPLAY "ORDER " SM-ORDER-NUMBER-IN
003110             " IS ALREADY ON FILE."
003120         GO TO 3000-EXIT
003130     END-IF.
003140     DISPLAY "ENTER SOURCE ACCOUNT NUMBER: ".
003150     MOVE ZERO TO SM-ACCT-NUMBER-IN.
003160     ACCEPT SM-ACCT-NUMBER-IN.
003170     PERFORM 2200-CHECK-ACCOUNT
003180         THRU 2200-EXIT.
003190     IF NOT SM-ACCT-IS-OK
003200         GO TO 3000-EXIT
003210     END-IF.
003220     MOVE SM-ACCT-NUMBER-IN TO SM-SOURCE-ACCT-IN.
003230     DISPLAY "ENTER TARGET ACCOUNT NUMBER: ".
003240     MOVE ZERO TO SM-ACCT-NUMBER-IN.
003250     ACCEPT SM-ACCT-NUMBER-IN.
003260     IF SM-ACCT-NUMBER-IN = SM-SOURCE-ACCT-IN
003270         DISPLAY "AN ORDER CANNOT NAME THE SAME ACCOUNT ON "
003280             "BOTH SIDES."
003290         GO TO 3000-EXIT
003300     END-IF.
003310     PERFORM 2200-CHECK-ACCOUNT
003320         THRU 2200-EXIT.
003330     IF NOT SM-ACCT-IS-OK
003340         GO TO 3000-EXIT
003350     END-IF.
003360     PERFORM 3100-GET-AMOUNT
003370         THRU 3100-EXIT.
003380     PERFORM 3200-GET-FREQUENCY
003390         THRU 3200-EXIT.
003400     DISPLAY "ENTER FIRST DUE DATE (CCYYMMDD): ".
003410     MOVE ZERO TO SM-DUE-DATE-IN.
003420     ACCEPT SM-DUE-DATE-IN.
003430     IF SM-DUE-DATE-IN = ZERO
003440         DISPLAY "A DUE DATE IS REQUIRED - ORDER NOT ADDED."
003450         GO TO 3000-EXIT
003460     END-IF.
003470     MOVE SPACES TO SO-RECORD.
003480     MOVE SM-ORDER-NUMBER-IN TO SO-ORDER-NUMBER.
003490     MOVE SM-SOURCE-ACCT-IN  TO SO-SOURCE-ACCOUNT.
003500     MOVE SM-ACCT-NUMBER-IN  TO SO-TARGET-ACCOUNT.
003510     MOVE SM-AMOUNT-IN       TO SO-AMOUNT.
003520     MOVE SM-FREQUENCY-IN    TO SO-FREQUENCY.
003530     MOVE SM-DUE-DATE-IN     TO SO-NEXT-DUE-DATE.
003540     MOVE SM-DUE-DAY-IN      TO SO-DUE-DAY.
003550     MOVE "A"                TO SO-STATUS.
003560     WRITE SO-RECORD
003570         INVALID KEY
003580             DISPLAY "ERROR WRITING ORDER " SO-ORDER-NUMBER
003590                 ", STATUS = " SM-ORD-FILE-STATUS
003600             GO TO 3000-EXIT
003610     END-WRITE.
003620     MOVE "S"    TO SM-ACTION-CODE.
003630     MOVE SPACES TO SM-BEFORE-IMAGE.
003640     PERFORM 7100-WRITE-AUDIT
003650         THRU 7100-EXIT.
003660     DISPLAY "ORDER " SO-ORDER-NUMBER " ADDED - NEXT DUE "
003670         SO-NEXT-DUE-DATE.
003680 3000-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------------
003720* REJECTS BLANK/ZERO ORDER AMOUNTS AND RE-PROMPTS
003730*----------------------------------------------------------------
003740 3100-GET-AMOUNT.
003750     MOVE "N" TO SM-INPUT-VALID-SW.
003760     PERFORM 3110-PROMPT-AMOUNT
003770         THRU 3110-EXIT
003780         UNTIL SM-INPUT-IS-VALID.
003790 3100-EXIT.
003800     EXIT.
003810
003820 3110-PROMPT-AMOUNT.
003830     DISPLAY "ENTER ORDER AMOUNT: ".
003840     MOVE ZERO TO SM-AMOUNT-IN.
003850     ACCEPT SM-AMOUNT-IN.
003860     IF SM-AMOUNT-IN > ZERO
003870         MOVE "Y" TO SM-INPUT-VALID-SW
003880     ELSE
003890         DISPLAY "INVALID AMOUNT - PLEASE RE-ENTER."
003900         MOVE "N" TO SM-INPUT-VALID-SW
003910     END-IF.
003920 3110-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------
003960* REJECTS ANY FREQUENCY OTHER THAN M OR W AND RE-PROMPTS
003970*----------------------------------------------------------------
003980 3200-GET-FREQUENCY.
003990     MOVE "N" TO SM-INPUT-VALID-SW.
004000     PERFORM 3210-PROMPT-FREQUENCY
004010         THRU 3210-EXIT
004020         UNTIL SM-INPUT-IS-VALID.
004030 3200-EXIT.
004040     EXIT.
004050
004060 3210-PROMPT-FREQUENCY.
004070     DISPLAY "ENTER FREQUENCY (M=MONTHLY, W=WEEKLY): ".
004080     MOVE SPACES TO SM-FREQUENCY-IN.
004090     ACCEPT SM-FREQUENCY-IN.
004100     IF SM-FREQUENCY-IN = "M" OR SM-FREQUENCY-IN = "W"
004110         MOVE "Y" TO SM-INPUT-VALID-SW
004120     ELSE
004130         DISPLAY "FREQUENCY MUST BE M OR W - PLEASE RE-ENTER."
004140         MOVE "N" TO SM-INPUT-VALID-SW
004150     END-IF.
004160 3210-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200* 4000-CANCEL-ORDER
004210*     SETS SO-STATUS TO "C".  THE RECORD STAYS ON FILE AS THE
004220*     RECORD OF WHAT WAS SET UP - SOPOST SKIPS CANCELLED ORDERS.
004230*****************************************************************
004240 4000-CANCEL-ORDER.
004250     PERFORM 2100-SELECT-ORDER
004260         THRU 2100-EXIT.
004270     IF SM-ORDER-NUMBER-IN = ZERO
004280         GO TO 4000-EXIT
004290     END-IF.
004300     IF SM-ORDER-NOT-FOUND
004310         DISPLAY "ORDER NOT ON FILE, PLEASE TRY AGAIN."
004320         GO TO 4000-EXIT
004330     END-IF.
004340     IF SO-CANCELLED
004350         DISPLAY "ORDER " SO-ORDER-NUMBER " IS ALREADY "
004360             "CANCELLED."
004370         GO TO 4000-EXIT
004380     END-IF.
004390     MOVE SO-RECORD TO SM-BEFORE-IMAGE.
004400     MOVE "C" TO SO-STATUS.
004410     PERFORM 7000-REWRITE-ORDER
004420         THRU 7000-EXIT.
004430     MOVE "O" TO SM-ACTION-CODE.
004440     PERFORM 7100-WRITE-AUDIT
004450         THRU 7100-EXIT.
004460     DISPLAY "ORDER " SO-ORDER-NUMBER " CANCELLED.".
004470 4000-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510* 5000-AMEND-ORDER
004520*     AMENDS THE AMOUNT, NEXT-DUE DATE OR FREQUENCY ON AN
004530*     EXISTING ORDER.  ONE FIELD PER PASS.
004540*****************************************************************
004550 5000-AMEND-ORDER.
004560     PERFORM 2100-SELECT-ORDER
004570         THRU 2100-EXIT.
004580     IF SM-ORDER-NUMBER-IN = ZERO
004590         GO TO 5000-EXIT
004600     END-IF.
004610     IF SM-ORDER-NOT-FOUND
004620         DISPLAY "ORDER NOT ON FILE, PLEASE TRY AGAIN."
004630         GO TO 5000-EXIT
004640     END-IF.
004650     MOVE SO-RECORD TO SM-BEFORE-IMAGE.
004660     DISPLAY "ORDER " SO-ORDER-NUMBER " - "
004670         SO-SOURCE-ACCOUNT " TO " SO-TARGET-ACCOUNT.
004680     DISPLAY "1: AMEND AMOUNT        (NOW " SO-AMOUNT ")".
004690     DISPLAY "2: AMEND NEXT DUE DATE (NOW "
004700         SO-NEXT-DUE-DATE ")".
004710     DISPLAY "3: AMEND FREQUENCY     (NOW " SO-FREQUENCY ")".
004720     DISPLAY "4: CANCEL".
004730     DISPLAY "CHOOSE AN OPTION: ".
004740     ACCEPT SM-AMEND-OPTION.
004750     EVALUATE TRUE
004760         WHEN SM-AMEND-AMOUNT
004770             PERFORM 3100-GET-AMOUNT THRU 3100-EXIT
004780             MOVE SM-AMOUNT-IN TO SO-AMOUNT
004790         WHEN SM-AMEND-DUE-DATE
004800             DISPLAY "ENTER NEW NEXT DUE DATE (CCYYMMDD): "
004810             MOVE ZERO TO SM-DUE-DATE-IN
004820             ACCEPT SM-DUE-DATE-IN
004830             IF SM-DUE-DATE-IN = ZERO
004840                 DISPLAY "A DUE DATE IS REQUIRED - NOT AMENDED."
004850                 GO TO 5000-EXIT
004860             END-IF
004870             MOVE SM-DUE-DATE-IN TO SO-NEXT-DUE-DATE
004880             MOVE SM-DUE-DAY-IN TO SO-DUE-DAY
004890         WHEN SM-AMEND-FREQUENCY
004900             PERFORM 3200-GET-FREQUENCY THRU 3200-EXIT
004910             MOVE SM-FREQUENCY-IN TO SO-FREQUENCY
004920         WHEN SM-AMEND-CANCEL
004930             GO TO 5000-EXIT
004940         WHEN OTHER
004950             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
004960             GO TO 5000-EXIT
004970     END-EVALUATE.
004980     PERFORM 7000-REWRITE-ORDER
004990         THRU 7000-EXIT.
005000     MOVE "O" TO SM-ACTION-CODE.
005010     PERFORM 7100-WRITE-AUDIT
005020         THRU 7100-EXIT.
005030     DISPLAY "ORDER " SO-ORDER-NUMBER " AMENDED.".
005040 5000-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080* 7000-REWRITE-ORDER
005090*****************************************************************
005100 7000-REWRITE-ORDER.
005110     REWRITE SO-RECORD
005120         INVALID KEY
005130             DISPLAY "ERROR REWRITING ORDER " SO-ORDER-NUMBER
005140     END-REWRITE.
005150 7000-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 7100-WRITE-AUDIT
005200*     WRITES ONE DATED, TIMESTAMPED AUDIT RECORD CARRYING THE
005210*     OPERATOR, THE ACTION, AND THE ORDER BEFORE AND AFTER THE
005220*     CHANGE - "S" FOR AN ORDER SET UP, "O" FOR AN AMENDMENT OR
005230*     CANCELLATION.  THE ORDER NUMBER RIDES IN AUDIT-ACCOUNT.
005240*     THE CALLER SETS SM-ACTION-CODE AND SM-BEFORE-IMAGE.
005250*****************************************************************
005260 7100-WRITE-AUDIT.
005270     ACCEPT SM-CURRENT-DATE FROM DATE YYYYMMDD.
005280     ACCEPT SM-CURRENT-TIME FROM TIME.
005290     MOVE SM-CURRENT-DATE   TO AUDIT-DATE.
005300     MOVE SM-CURRENT-TIME   TO AUDIT-TIME.
005310     MOVE SM-OPERATOR-ID    TO AUDIT-OPERATOR.
005320     MOVE SM-ACTION-CODE    TO AUDIT-ACTION.
005330     MOVE SO-ORDER-NUMBER   TO AUDIT-ACCOUNT.
005340     MOVE SPACES            TO AUDIT-PRODUCT.
005350     MOVE SM-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE.
005360     MOVE SO-RECORD         TO AUDIT-AFTER-IMAGE.
005370     WRITE AUDIT-RECORD.
005380 7100-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420* 8000-TERMINATE
005430*****************************************************************
005440 8000-TERMINATE.
005450     DISPLAY "SOMAINT SESSION ENDED.".
005460     CLOSE STANDING-ORDER-FILE.
005470     CLOSE ACCOUNT-MASTER.
005480     CLOSE MAINT-AUDIT-FILE.
005490 8000-EXIT.
005500     EXIT.
