000010*================================================================
000020* HLDMNT.COB
000030* PROGRAM-ID: HLDMNT
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     ACCOUNT HOLD AND FREEZE MAINTENANCE.  PLACES UNCOLLECTED-
000110*     FUNDS HOLDS, GARNISHMENTS AND FRAUD FREEZES AGAINST AN
000120*     ACCOUNT, RELEASES THEM, AND LISTS THE HOLDS ON AN
000130*     ACCOUNT.  THE TELLER SESSION, BCHPOST, SOPOST AND BALXTR
000140*     ALL TAKE ACTIVE HOLDS OFF THE AVAILABLE FIGURE, AND A
000150*     FREEZE REFUSES EVERY DEBIT.  EACH PLACEMENT AND RELEASE
000160*     WRITES A BEFORE-AND-AFTER IMAGE OF THE HOLD RECORD TO
000170*     THE MAINTENANCE AUDIT FILE UNDER THE OPERATOR WHO KEYED
000180*     IT.  EXPIRED AND RELEASED HOLDS ARE DROPPED FROM THE
000190*     FILE BY THE NIGHTLY HLDEXP RUN.
000200*----------------------------------------------------------------
000210* MAINTENANCE HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  ------------------------------------------
000240* 2026-10-15  RLD  ORIGINAL PROGRAM.
000250* 2026-10-15  RLD  THE CLOSED-ACCOUNT TEST NOW USES ACCT-CLOSED,
000260*                  SO AN ESCHEATED ACCOUNT TAKES NO HOLD EITHER.
000270* 2026-10-15  RLD  THE NEXT HOLD NUMBER COMES FROM THE ACCOUNTS
000280*                  SEQUENCE-ZERO CONTROL RECORD, SO A NUMBER IS
000290*                  NOT REUSED AFTER HLDEXP DROPS THE HOLD.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. HLDMNT.
000330 AUTHOR. R L DAWSON.
000340 INSTALLATION. MAIN STREET DATA CENTER.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HLD-KEY
000450         FILE STATUS IS HD-HLD-FILE-STATUS.
000460
000470     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ACCT-NUMBER
000510         FILE STATUS IS HD-ACCT-FILE-STATUS.
000520
000530     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CTL-KEY
000570         FILE STATUS IS HD-CTL-FILE-STATUS.
000580
000590     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS HD-AUDIT-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------------
000670* ACCOUNT HOLDS - ANY NUMBER PER ACCOUNT, KEYED ACCOUNT + SEQ
000680*----------------------------------------------------------------
000690 FD  HOLD-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY HLDREC.
000720
000730*----------------------------------------------------------------
000740* ACCOUNT MASTER - READ ONLY, TO CONFIRM THE ACCOUNT EXISTS
000750*----------------------------------------------------------------
000760 FD  ACCOUNT-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY ACCTREC.
000790
000800*----------------------------------------------------------------
000810* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
000820*----------------------------------------------------------------
000830 FD  CONTROL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CTLREC.
000860
000870*----------------------------------------------------------------
000880* MAINTENANCE AUDIT - APPEND-ONLY BEFORE/AFTER IMAGE TRAIL
000890*----------------------------------------------------------------
000900 FD  MAINT-AUDIT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY AUDITREC.
000930
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* FILE STATUS AND CONTROL SWITCHES
000970*----------------------------------------------------------------
000980 77  HD-HLD-FILE-STATUS       PIC X(02) VALUE "00".
000990 77  HD-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001000 77  HD-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001010 77  HD-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
001020
001030 77  HD-MENU-SW               PIC X(01) VALUE "N".
001040     88  HD-DONE-WITH-MENU            VALUE "Y".
001050
001060 77  HD-LIST-EOF-SW           PIC X(01) VALUE "N".
001070     88  HD-END-OF-LIST               VALUE "Y".
001080
001090 77  HD-ACCT-FOUND-SW         PIC X(01) VALUE "N".
001100     88  HD-ACCT-FOUND                VALUE "Y".
001110
001120 77  HD-INPUT-VALID-SW        PIC X(01) VALUE "N".
001130     88  HD-INPUT-IS-VALID            VALUE "Y".
001140
001150 77  HD-SEQ-CTL-SW            PIC X(01) VALUE "N".
001160     88  HD-SEQ-CTL-ON-FILE           VALUE "Y".
001170
001180*----------------------------------------------------------------
001190* OPERATOR INPUT AND WORKING FIELDS
001200*----------------------------------------------------------------
001210 77  HD-OPERATOR-ID           PIC X(05).
001220 77  HD-OPTION                PIC 9(01).
001230     88  HD-OPTION-PLACE              VALUE 1.
001240     88  HD-OPTION-RELEASE            VALUE 2.
001250     88  HD-OPTION-LIST               VALUE 3.
001260     88  HD-OPTION-EXIT               VALUE 4.
001270 77  HD-ACCT-NUMBER-IN        PIC 9(10).
001280 77  HD-SEQ-IN                PIC 9(03).
001290 77  HD-TYPE-IN               PIC X(01).
001300 77  HD-AMOUNT-IN             PIC 9(09)V99.
001310 77  HD-EXPIRY-IN             PIC 9(08).
001320 77  HD-REASON-IN             PIC X(30).
001330 77  HD-NEXT-SEQ              PIC 9(03).
001340 77  HD-BUSINESS-DATE         PIC 9(08) VALUE 0.
001350 77  HD-ACTION-CODE           PIC X(01).
001360 77  HD-CURRENT-DATE          PIC 9(08).
001370 77  HD-CURRENT-TIME          PIC 9(08).
001380 77  HD-LISTED-COUNT          PIC 9(05) COMP VALUE 0.
001390 77  HD-STATE-TEXT            PIC X(08).
001400 77  HD-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
001410
001420*----------------------------------------------------------------
001430* BEFORE IMAGE OF THE HOLD RECORD, CAPTURED AHEAD OF EVERY
001440* CHANGE SO THE AUDIT RECORD CAN CARRY BOTH SIDES
001450*----------------------------------------------------------------
001460 77  HD-BEFORE-IMAGE          PIC X(96).
001470
001480 PROCEDURE DIVISION.
001490*****************************************************************
001500* 0000-MAINLINE
001510*     SIGNS THE OPERATOR ON, OPENS THE FILES, REPEATS THE
001520*     MAINTENANCE MENU UNTIL THE OPERATOR EXITS, THEN CLOSES.
001530*****************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE
001560         THRU 1000-EXIT.
001570     PERFORM 2000-PROCESS-MENU
001580         THRU 2000-EXIT
001590         UNTIL HD-DONE-WITH-MENU.
001600     PERFORM 8000-TERMINATE
001610         THRU 8000-EXIT.
001620     STOP RUN.
001630
001640*****************************************************************
001650* 1000-INITIALIZE
001660*     REQUIRES AN OPERATOR ID BEFORE ANY HOLD CAN BE KEYED -
001670*     EVERY HOLD NAMES WHO PLACED IT AND WHO RELEASED IT.
001680*     OPENS THE HOLD FILE, CREATING IT ON THE VERY FIRST RUN,
001690*     THE ACCOUNT MASTER FOR LOOKUP AND THE AUDIT FILE FOR
001700*     EXTEND.
001710*****************************************************************
001720 1000-INITIALIZE.
001730     DISPLAY "HLDMNT - ACCOUNT HOLD AND FREEZE MAINTENANCE".
001740     PERFORM 1100-SIGN-ON-OPERATOR
001750         THRU 1100-EXIT.
001760     PERFORM 1050-READ-CONTROL
001770         THRU 1050-EXIT.
001780     OPEN I-O HOLD-FILE.
001790     IF HD-HLD-FILE-STATUS NOT = "00"
001800         OPEN OUTPUT HOLD-FILE
001810         CLOSE HOLD-FILE
001820         OPEN I-O HOLD-FILE
001830     END-IF.
001840     IF HD-HLD-FILE-STATUS NOT = "00"
001850         DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
001860             HD-HLD-FILE-STATUS
001870         MOVE "Y" TO HD-MENU-SW
001880         GO TO 1000-EXIT
001890     END-IF.
001900     OPEN INPUT ACCOUNT-MASTER.
001910     IF HD-ACCT-FILE-STATUS NOT = "00"
001920         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
001930             HD-ACCT-FILE-STATUS
001940         MOVE "Y" TO HD-MENU-SW
001950         GO TO 1000-EXIT
001960     END-IF.
001970     OPEN EXTEND MAINT-AUDIT-FILE.
001980     IF HD-AUDIT-FILE-STATUS NOT = "00"
001990         OPEN OUTPUT MAINT-AUDIT-FILE
002000         CLOSE MAINT-AUDIT-FILE
002010         OPEN EXTEND MAINT-AUDIT-FILE
002020     END-IF.
002030*    A HOLD OR FREEZE MOVES A CUSTOMERS MONEY OUT OF REACH -
002040*    NONE MAY BE KEYED WITHOUT A LIVE AUDIT FILE.
002050     IF HD-AUDIT-FILE-STATUS NOT = "00"
002060         DISPLAY "CANNOT OPEN MAINTENANCE AUDIT FILE, STATUS = "
002070             HD-AUDIT-FILE-STATUS
002080         MOVE "Y" TO HD-MENU-SW
002090         GO TO 1000-EXIT
002100     END-IF.
002110 1000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------
002150* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE - HOLDS
002160* ARE DATED AND EXPIRED AGAINST THE BANKING DAY, NOT THE CLOCK.
002170* IF THE FILE OR ITS RECORD IS NOT THERE THE SESSION FALLS BACK
002180* TO THE SYSTEM DATE, WITH A WARNING.
002190*----------------------------------------------------------------
002200 1050-READ-CONTROL.
002210     OPEN INPUT CONTROL-FILE.
002220     IF HD-CTL-FILE-STATUS NOT = "00"
002230         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002240             HD-CTL-FILE-STATUS " - USING SYSTEM DATE."
002250         ACCEPT HD-BUSINESS-DATE FROM DATE YYYYMMDD
002260         GO TO 1050-EXIT
002270     END-IF.
002280     MOVE "1" TO CTL-KEY.
002290     READ CONTROL-FILE
002300         INVALID KEY
002310             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002320                 "SYSTEM DATE."
002330             ACCEPT HD-BUSINESS-DATE FROM DATE YYYYMMDD
002340             CLOSE CONTROL-FILE
002350             GO TO 1050-EXIT
002360     END-READ.
002370     MOVE CTL-BUSINESS-DATE TO HD-BUSINESS-DATE.
002380     CLOSE CONTROL-FILE.
002390 1050-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430* RE-PROMPTS UNTIL A NON-BLANK OPERATOR ID IS KEYED
002440*----------------------------------------------------------------
002450 1100-SIGN-ON-OPERATOR.
002460     MOVE "N" TO HD-INPUT-VALID-SW.
002470     PERFORM 1110-PROMPT-OPERATOR
002480         THRU 1110-EXIT
002490         UNTIL HD-INPUT-IS-VALID.
002500 1100-EXIT.
002510     EXIT.
002520
002530 1110-PROMPT-OPERATOR.
002540     DISPLAY "ENTER OPERATOR ID: ".
002550     MOVE SPACES TO HD-OPERATOR-ID.
002560     ACCEPT HD-OPERATOR-ID.
002570     IF HD-OPERATOR-ID = SPACES
002580         DISPLAY "OPERATOR ID IS REQUIRED - PLEASE RE-ENTER."
002590     ELSE
002600         MOVE "Y" TO HD-INPUT-VALID-SW
002610     END-IF.
002620 1110-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660* 2000-PROCESS-MENU
002670*****************************************************************
002680 2000-PROCESS-MENU.
002690     DISPLAY " ".
002700     DISPLAY "1: PLACE HOLD OR FREEZE".
002710     DISPLAY "2: RELEASE HOLD OR FREEZE".
002720     DISPLAY "3: LIST HOLDS ON AN ACCOUNT".
002730     DISPLAY "4: EXIT".
002740     DISPLAY "CHOOSE AN OPTION: ".
002750     ACCEPT HD-OPTION.
002760     EVALUATE TRUE
002770         WHEN HD-OPTION-PLACE
002780             PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
002790         WHEN HD-OPTION-RELEASE
002800             PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
002810         WHEN HD-OPTION-LIST
002820             PERFORM 5000-LIST-HOLDS THRU 5000-EXIT
002830         WHEN HD-OPTION-EXIT
002840             MOVE "Y" TO HD-MENU-SW
002850         WHEN OTHER
002860             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
002870     END-EVALUATE.
002880 2000-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------
002920* PROMPTS FOR AN ACCOUNT NUMBER AND READS THE MASTER.  ZERO
002930* CANCELS THE ACTION IN PROGRESS.
002940*----------------------------------------------------------------
002950 2100-SELECT-ACCOUNT.
002960     DISPLAY "ENTER ACCOUNT NUMBER (0 TO CANCEL): ".
002970     MOVE ZERO TO HD-ACCT-NUMBER-IN.
002980     ACCEPT HD-ACCT-NUMBER-IN.
002990     IF HD-ACCT-NUMBER-IN = ZERO
003000         MOVE "N" TO HD-ACCT-FOUND-SW
003010         GO TO 2100-EXIT
003020     END-IF.
003030     MOVE HD-ACCT-NUMBER-IN TO ACCT-NUMBER.
003040     READ ACCOUNT-MASTER
003050         INVALID KEY
003060             MOVE "N" TO HD-ACCT-FOUND-SW
003070         NOT INVALID KEY
003080             MOVE "Y" TO HD-ACCT-FOUND-SW
003090     END-READ.
003100 2100-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140* 3000-PLACE-HOLD
003150*     PLACES A NEW HOLD ON AN ACCOUNT THAT IS ON THE MASTER AND
003160*     NOT CLOSED.  U (UNCOLLECTED) AND G (GARNISHMENT) NEED AN
003170*     AMOUNT; F (FRAUD FREEZE) STOPS EVERY DEBIT AND TAKES NO
003180*     AMOUNT.  THE EXPIRY IS THE LAST BANKING DAY THE HOLD
003190*     BINDS, OR ZERO TO HOLD UNTIL RELEASED.  THE HOLD TAKES
003200*     THE NEXT SEQUENCE NUMBER FOR THE ACCOUNT.
003210*****************************************************************
003220 3000-PLACE-HOLD.
003230     PERFORM 2100-SELECT-ACCOUNT
003240         THRU 2100-EXIT.
003250     IF HD-ACCT-NUMBER-IN = ZERO
003260         GO TO 3000-EXIT
003270     END-IF.
003280     IF NOT HD-ACCT-FOUND
003290         DISPLAY "ACCOUNT " HD-ACCT-NUMBER-IN " NOT ON FILE."
003300         GO TO 3000-EXIT
003310     END-IF.
003320     IF ACCT-CLOSED
003330         DISPLAY "ACCOUNT " HD-ACCT-NUMBER-IN " IS CLOSED - "
003340             "NO HOLD PLACED."
003350         GO TO 3000-EXIT
003360     END-IF.
003370     DISPLAY "HOLD TYPE - U UNCOLLECTED, G GARNISHMENT, "
003380         "F FRAUD FREEZE: ".
003390     MOVE SPACES TO HD-TYPE-IN.
003400     ACCEPT HD-TYPE-IN.
003410     MOVE HD-TYPE-IN TO HLD-TYPE.
003420     IF NOT HLD-TYPE-VALID
003430         DISPLAY "INVALID HOLD TYPE - NO HOLD PLACED."
003440         GO TO 3000-EXIT
003450     END-IF.
003460     MOVE ZERO TO HD-AMOUNT-IN.
003470     IF NOT HLD-FRAUD-FREEZE
003480         DISPLAY "ENTER AMOUNT TO HOLD: "
003490         ACCEPT HD-AMOUNT-IN
003500         IF HD-AMOUNT-IN NOT > ZERO
003510             DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - "
003520                 "NO HOLD PLACED."
003530             GO TO 3000-EXIT
003540         END-IF
003550     END-IF.
003560     DISPLAY "ENTER EXPIRY DATE (CCYYMMDD, 0 UNTIL RELEASED): ".
003570     MOVE ZERO TO HD-EXPIRY-IN.
003580     ACCEPT HD-EXPIRY-IN.
003590     IF HD-EXPIRY-IN NOT = ZERO
003600         AND HD-EXPIRY-IN < HD-BUSINESS-DATE
003610         DISPLAY "EXPIRY IS BEFORE THE BUSINESS DATE "
003620             HD-BUSINESS-DATE " - NO HOLD PLACED."
003630         GO TO 3000-EXIT
003640     END-IF.
003650     DISPLAY "ENTER REASON: ".
003660     MOVE SPACES TO HD-REASON-IN.
003670     ACCEPT HD-REASON-IN.
003680     PERFORM 3100-FIND-NEXT-SEQ
003690         THRU 3100-EXIT.
003700     IF HD-NEXT-SEQ = ZERO
003710         DISPLAY "ACCOUNT " HD-ACCT-NUMBER-IN " HAS NO HOLD "
003720             "NUMBERS LEFT - NO HOLD PLACED."
003730         GO TO 3000-EXIT
003740     END-IF.
003750     MOVE SPACES            TO HLD-RECORD.
003760     MOVE HD-ACCT-NUMBER-IN TO HLD-ACCOUNT.
003770     MOVE HD-NEXT-SEQ       TO HLD-SEQ.
003780     MOVE HD-TYPE-IN        TO HLD-TYPE.
003790     MOVE HD-AMOUNT-IN      TO HLD-AMOUNT.
003800     MOVE HD-OPERATOR-ID    TO HLD-PLACED-BY.
003810     MOVE HD-BUSINESS-DATE  TO HLD-PLACED-DATE.
003820     MOVE HD-EXPIRY-IN      TO HLD-EXPIRY-DATE.
003830     MOVE "A"               TO HLD-STATUS.
003840     MOVE ZERO              TO HLD-RELEASED-DATE.
003850     MOVE HD-REASON-IN      TO HLD-REASON.
003860     WRITE HLD-RECORD
003870         INVALID KEY
003880             DISPLAY "ERROR WRITING HOLD " HLD-ACCOUNT "/"
003890                 HLD-SEQ ", STATUS = " HD-HLD-FILE-STATUS
003900             GO TO 3000-EXIT
003910     END-WRITE.
003920     MOVE "H"    TO HD-ACTION-CODE.
003930     MOVE SPACES TO HD-BEFORE-IMAGE.
003940     PERFORM 7100-WRITE-AUDIT
003950         THRU 7100-EXIT.
003960     IF HLD-FRAUD-FREEZE
003970         DISPLAY "FREEZE " HLD-SEQ " PLACED ON ACCOUNT "
003980             HLD-ACCOUNT " - ALL DEBITS REFUSED."
003990     ELSE
004000         MOVE HLD-AMOUNT TO HD-AMOUNT-DISPLAY
004010         DISPLAY "HOLD " HLD-SEQ " PLACED ON ACCOUNT "
004020             HLD-ACCOUNT " FOR " HD-AMOUNT-DISPLAY
004030     END-IF.
004040     PERFORM 3200-SAVE-LAST-SEQ
004050         THRU 3200-EXIT.
004060 3000-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* SETS HD-NEXT-SEQ ONE PAST THE HIGHEST HOLD NUMBER EVER ISSUED
004110* ON THE ACCOUNT, TAKEN FROM ITS SEQUENCE-ZERO CONTROL RECORD.
004120* HLDEXP DROPS SPENT HOLDS, SO THE HOLDS STILL ON FILE CANNOT
004130* SAY WHICH NUMBERS HAVE BEEN USED.  AN ACCOUNT WITH NO CONTROL
004140* RECORD YET FALLS BACK TO READING ITS HOLDS TO THE LAST ONE.
004150* ZERO BACK MEANS ALL 999 NUMBERS ARE TAKEN.
004160*----------------------------------------------------------------
004170 3100-FIND-NEXT-SEQ.
004180     MOVE "N" TO HD-SEQ-CTL-SW.
004190     MOVE HD-ACCT-NUMBER-IN TO HLD-ACCOUNT.
004200     MOVE ZERO TO HLD-SEQ.
004210     READ HOLD-FILE
004220         INVALID KEY
004230             GO TO 3100-SCAN-HOLDS
004240     END-READ.
004250     MOVE "Y" TO HD-SEQ-CTL-SW.
004260     IF HLD-LAST-SEQ = 999
004270         MOVE ZERO TO HD-NEXT-SEQ
004280     ELSE
004290         COMPUTE HD-NEXT-SEQ = HLD-LAST-SEQ + 1
004300     END-IF.
004310     GO TO 3100-EXIT.
004320 3100-SCAN-HOLDS.
004330     MOVE 1 TO HD-NEXT-SEQ.
004340     MOVE "N" TO HD-LIST-EOF-SW.
004350     MOVE HD-ACCT-NUMBER-IN TO HLD-ACCOUNT.
004360     MOVE ZERO TO HLD-SEQ.
004370     START HOLD-FILE
004380         KEY IS GREATER THAN OR EQUAL HLD-KEY
004390         INVALID KEY
004400             MOVE "Y" TO HD-LIST-EOF-SW
004410     END-START.
004420     PERFORM 3110-CHECK-ONE-SEQ
004430         THRU 3110-EXIT
004440         UNTIL HD-END-OF-LIST.
004450 3100-EXIT.
004460     EXIT.
004470
004480 3110-CHECK-ONE-SEQ.
004490     READ HOLD-FILE NEXT RECORD
004500         AT END
004510             MOVE "Y" TO HD-LIST-EOF-SW
004520             GO TO 3110-EXIT
004530     END-READ.
004540     IF HLD-ACCOUNT NOT = HD-ACCT-NUMBER-IN
004550         MOVE "Y" TO HD-LIST-EOF-SW
004560         GO TO 3110-EXIT
004570     END-IF.
004580     IF HLD-SEQ = 999
004590         MOVE ZERO TO HD-NEXT-SEQ
004600         MOVE "Y" TO HD-LIST-EOF-SW
004610         GO TO 3110-EXIT
004620     END-IF.
004630     COMPUTE HD-NEXT-SEQ = HLD-SEQ + 1.
004640 3110-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* RECORDS THE HOLD NUMBER JUST ISSUED ON THE ACCOUNTS CONTROL
004690* RECORD, ADDING THE RECORD THE FIRST TIME.  A FAILURE HERE DOES
004700* NOT UNDO THE HOLD - THE NEXT PLACEMENT FINDS THE NUMBER TAKEN
004710* AND IS REFUSED, SO NOTHING IS EVER NUMBERED TWICE.
004720*----------------------------------------------------------------
004730 3200-SAVE-LAST-SEQ.
004740     MOVE SPACES            TO HLD-RECORD.
004750     MOVE HD-ACCT-NUMBER-IN TO HLD-ACCOUNT.
004760     MOVE ZERO              TO HLD-SEQ.
004770     MOVE ZERO              TO HLD-AMOUNT.
004780     MOVE HD-OPERATOR-ID    TO HLD-PLACED-BY.
004790     MOVE HD-BUSINESS-DATE  TO HLD-PLACED-DATE.
004800     MOVE ZERO              TO HLD-EXPIRY-DATE.
004810     MOVE "C"               TO HLD-STATUS.
004820     MOVE ZERO              TO HLD-RELEASED-DATE.
004830     MOVE HD-NEXT-SEQ       TO HLD-LAST-SEQ.
004840     IF HD-SEQ-CTL-ON-FILE
004850         REWRITE HLD-RECORD
004860             INVALID KEY
004870                 DISPLAY "ERROR REWRITING HOLD CONTROL RECORD "
004880                     "FOR ACCOUNT " HLD-ACCOUNT ", STATUS = "
004890                     HD-HLD-FILE-STATUS
004900         END-REWRITE
004910     ELSE
004920         WRITE HLD-RECORD
004930             INVALID KEY
004940                 DISPLAY "ERROR WRITING HOLD CONTROL RECORD FOR "
004950                     "ACCOUNT " HLD-ACCOUNT ", STATUS = "
004960                     HD-HLD-FILE-STATUS
004970         END-WRITE
004980     END-IF.
004990 3200-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030* 4000-RELEASE-HOLD
005040*     RELEASES ONE ACTIVE HOLD BY ACCOUNT AND SEQUENCE NUMBER.
005050*     THE RECORD STAYS ON FILE, MARKED RELEASED WITH THE
005060*     OPERATOR AND DATE, UNTIL THE NIGHTLY HLDEXP RUN LISTS
005070*     AND DROPS IT.
005080*****************************************************************
005090 4000-RELEASE-HOLD.
005100     DISPLAY "ENTER ACCOUNT NUMBER (0 TO CANCEL): ".
005110     MOVE ZERO TO HD-ACCT-NUMBER-IN.
005120     ACCEPT HD-ACCT-NUMBER-IN.
005130     IF HD-ACCT-NUMBER-IN = ZERO
005140         GO TO 4000-EXIT
005150     END-IF.
005160     DISPLAY "ENTER HOLD NUMBER (0 TO CANCEL): ".
005170     MOVE ZERO TO HD-SEQ-IN.
005180     ACCEPT HD-SEQ-IN.
005190     IF HD-SEQ-IN = ZERO
005200         GO TO 4000-EXIT
005210     END-IF.
005220     MOVE HD-ACCT-NUMBER-IN TO HLD-ACCOUNT.
005230     MOVE HD-SEQ-IN TO HLD-SEQ.
005240     READ HOLD-FILE
005250         INVALID KEY
005260             DISPLAY "HOLD " HD-SEQ-IN " IS NOT ON FILE FOR "
005270                 "ACCOUNT " HD-ACCT-NUMBER-IN "."
005280             GO TO 4000-EXIT
005290     END-READ.
005300     IF NOT HLD-IS-ACTIVE
005310         DISPLAY "HOLD " HD-SEQ-IN " IS ALREADY RELEASED."
005320         GO TO 4000-EXIT
005330     END-IF.
005340     MOVE HLD-RECORD TO HD-BEFORE-IMAGE.
005350     MOVE "R"              TO HLD-STATUS.
005360     MOVE HD-OPERATOR-ID   TO HLD-RELEASED-BY.
005370     MOVE HD-BUSINESS-DATE TO HLD-RELEASED-DATE.
005380     REWRITE HLD-RECORD
005390         INVALID KEY
005400             DISPLAY "ERROR REWRITING HOLD " HLD-ACCOUNT "/"
005410                 HLD-SEQ ", STATUS = " HD-HLD-FILE-STATUS
005420             GO TO 4000-EXIT
005430     END-REWRITE.
005440     MOVE "R" TO HD-ACTION-CODE.
005450     PERFORM 7100-WRITE-AUDIT
005460         THRU 7100-EXIT.
005470     DISPLAY "HOLD " HLD-SEQ " ON ACCOUNT " HLD-ACCOUNT
005480         " RELEASED.".
005490 4000-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530* 5000-LIST-HOLDS
005540*     LISTS EVERY HOLD ON FILE FOR ONE ACCOUNT, SHOWING WHETHER
005550*     EACH IS IN FORCE, EXPIRED (WAITING FOR HLDEXP) OR
005560*     RELEASED.
005570*****************************************************************
005580 5000-LIST-HOLDS.
005590     DISPLAY "ENTER ACCOUNT NUMBER (0 TO CANCEL): ".
005600     MOVE ZERO TO HD-ACCT-NUMBER-IN.
005610     ACCEPT HD-ACCT-NUMBER-IN.
005620     IF HD-ACCT-NUMBER-IN = ZERO
005630         GO TO 5000-EXIT
005640     END-IF.
005650     MOVE ZERO TO HD-LISTED-COUNT.
005660     MOVE "N" TO HD-LIST-EOF-SW.
005670     MOVE HD-ACCT-NUMBER-IN TO HLD-ACCOUNT.
005680     MOVE ZERO TO HLD-SEQ.
005690     START HOLD-FILE
005700         KEY IS GREATER THAN OR EQUAL HLD-KEY
005710         INVALID KEY
005720             MOVE "Y" TO HD-LIST-EOF-SW
005730     END-START.
005740     PERFORM 5100-LIST-ONE-HOLD
005750         THRU 5100-EXIT
005760         UNTIL HD-END-OF-LIST.
005770     IF HD-LISTED-COUNT = ZERO
005780         DISPLAY "NO HOLDS ON FILE FOR ACCOUNT "
005790             HD-ACCT-NUMBER-IN "."
005800     END-IF.
005810 5000-EXIT.
005820     EXIT.
005830
005840 5100-LIST-ONE-HOLD.
005850     READ HOLD-FILE NEXT RECORD
005860         AT END
005870             MOVE "Y" TO HD-LIST-EOF-SW
005880             GO TO 5100-EXIT
005890     END-READ.
005900     IF HD-HLD-FILE-STATUS NOT = "00"
005910         DISPLAY "ERROR READING HOLD FILE, STATUS = "
005920             HD-HLD-FILE-STATUS
005930         MOVE "Y" TO HD-LIST-EOF-SW
005940         GO TO 5100-EXIT
005950     END-IF.
005960     IF HLD-ACCOUNT NOT = HD-ACCT-NUMBER-IN
005970         MOVE "Y" TO HD-LIST-EOF-SW
005980         GO TO 5100-EXIT
005990     END-IF.
006000     IF HLD-IS-SEQ-CONTROL
006010         GO TO 5100-EXIT
006020     END-IF.
006030     EVALUATE TRUE
006040         WHEN HLD-IS-RELEASED
006050             MOVE "RELEASED" TO HD-STATE-TEXT
006060         WHEN HLD-EXPIRY-DATE NOT = ZERO
006070             AND HLD-EXPIRY-DATE < HD-BUSINESS-DATE
006080             MOVE "EXPIRED"  TO HD-STATE-TEXT
006090         WHEN OTHER
006100             MOVE "IN FORCE" TO HD-STATE-TEXT
006110     END-EVALUATE.
006120     MOVE HLD-AMOUNT TO HD-AMOUNT-DISPLAY.
006130     DISPLAY "  " HLD-SEQ " " HLD-TYPE " " HD-AMOUNT-DISPLAY
006140         " EXP " HLD-EXPIRY-DATE " " HD-STATE-TEXT " BY "
006150         HLD-PLACED-BY " " HLD-REASON.
006160     ADD 1 TO HD-LISTED-COUNT.
006170 5100-EXIT.
006180     EXIT.
006190
006200*****************************************************************
006210* 7100-WRITE-AUDIT
006220*     WRITES ONE DATED, TIMESTAMPED AUDIT RECORD CARRYING THE
006230*     OPERATOR, THE ACTION, AND THE HOLD RECORD BEFORE AND
006240*     AFTER THE CHANGE - "H" FOR A HOLD PLACED, "R" FOR A HOLD
006250*     RELEASED.  THE ACCOUNT NUMBER RIDES IN AUDIT-ACCOUNT.
006260*     THE CALLER SETS HD-ACTION-CODE AND HD-BEFORE-IMAGE.
006270*****************************************************************
006280 7100-WRITE-AUDIT.
006290     ACCEPT HD-CURRENT-DATE FROM DATE YYYYMMDD.
006300     ACCEPT HD-CURRENT-TIME FROM TIME.
006310     MOVE HD-CURRENT-DATE   TO AUDIT-DATE.
006320     MOVE HD-CURRENT-TIME   TO AUDIT-TIME.
006330     MOVE HD-OPERATOR-ID    TO AUDIT-OPERATOR.
006340     MOVE HD-ACTION-CODE    TO AUDIT-ACTION.
006350     MOVE HLD-ACCOUNT       TO AUDIT-ACCOUNT.
006360     MOVE SPACES            TO AUDIT-PRODUCT.
006370     MOVE HD-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE.
006380     MOVE HLD-RECORD        TO AUDIT-AFTER-IMAGE.
006390     WRITE AUDIT-RECORD.
006400 7100-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440* 8000-TERMINATE
006450*****************************************************************
006460 8000-TERMINATE.
006470     DISPLAY "HLDMNT SESSION ENDED.".
006480     CLOSE HOLD-FILE.
006490     CLOSE ACCOUNT-MASTER.
006500     CLOSE MAINT-AUDIT-FILE.
006510 8000-EXIT.
006520     EXIT.
