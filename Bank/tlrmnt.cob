000120*     EXISTING ONES, AND DEACTIVATES TELLERS WHO LEAVE - THE
000130*     RECORD STAYS ON FILE SO OLD LOG ENTRIES STILL TRACE TO A
000140*     NAME.  BANK-APP REFUSES SIGN-ON FOR ANY ID NOT ACTIVE
000150*     HERE.  EVERY ADD AND AMENDMENT WRITES A BEFORE-AND-AFTER
000160*     IMAGE OF THE TELLER RECORD TO THE MAINTENANCE AUDIT FILE
000170*     UNDER THE OPERATOR WHO KEYED IT, SO A RAISED AUTHORITY
000180*     LIMIT TRACES TO A NAME AND A TIME.  THE PASSWORD NEVER
000190*     GOES TO THE AUDIT FILE - ONLY THE FACT THAT IT CHANGED.
000200*----------------------------------------------------------------
000210* MAINTENANCE HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  ------------------------------------------
000240* 2026-09-02  RLD  ORIGINAL PROGRAM.
000250* 2026-10-15  RLD  ADDS AND AMENDMENTS NOW WRITE BEFORE/AFTER
000260*                  IMAGES TO MNTAUDIT - ACTION CODES "T" AND
000270*                  "E" - AND THE SESSION NOW REQUIRES AN
000280*                  OPERATOR ID.  THE PASSWORD IS BLANKED IN
000290*                  BOTH IMAGES.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. TLRMNT.
000330 AUTHOR. R L DAWSON.
000340 INSTALLATION. MAIN STREET DATA CENTER.
000350 DATE-WRITTEN. 2026-09-02.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TELLER-MASTER ASSIGN TO "TLRMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TLR-ID
000450         FILE STATUS IS TM-TLR-FILE-STATUS.
000460
000470     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS TM-AUDIT-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------------
000550* TELLER MASTER - ONE RECORD PER TELLER
000560*----------------------------------------------------------------
000570 FD  TELLER-MASTER
000580     LABEL RECORDS ARE STANDARD.
000590     COPY TLRREC.
000600
000610*----------------------------------------------------------------
000620* MAINTENANCE AUDIT - APPEND-ONLY BEFORE/AFTER IMAGE TRAIL
000630*----------------------------------------------------------------
000640 FD  MAINT-AUDIT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY AUDITREC.
000670
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------
000700* FILE STATUS AND CONTROL SWITCHES
000710*----------------------------------------------------------------
000720 77  TM-TLR-FILE-STATUS       PIC X(02) VALUE "00".
000730 77  TM-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000740
000750 77  TM-MENU-SW               PIC X(01) VALUE "N".
000760     88  TM-DONE-WITH-MENU            VALUE "Y".
000770
000780 77  TM-TLR-FOUND-SW          PIC X(01) VALUE "N".
000790     88  TM-TLR-FOUND                 VALUE "Y".
000800     88  TM-TLR-NOT-FOUND             VALUE "N".
000810
000820 77  TM-INPUT-VALID-SW        PIC X(01) VALUE "N".
000830     88  TM-INPUT-IS-VALID            VALUE "Y".
000840
000850*----------------------------------------------------------------
000860* OPERATOR INPUT AND WORKING FIELDS
000870*----------------------------------------------------------------
000880 77  TM-OPERATOR-ID           PIC X(05).
000890 77  TM-OPTION                PIC 9(01).
000900     88  TM-OPTION-ADD                VALUE 1.
000910     88  TM-OPTION-AMEND              VALUE 2.
000920     88  TM-OPTION-DEACTIVATE         VALUE 3.
000930     88  TM-OPTION-EXIT               VALUE 4.
000940 77  TM-AMEND-OPTION          PIC 9(01).
000950     88  TM-AMEND-PASSWORD            VALUE 1.
000960     88  TM-AMEND-BRANCH              VALUE 2.
000970     88  TM-AMEND-LIMIT               VALUE 3.
000980     88  TM-AMEND-CLASS               VALUE 4.
000990     88  TM-AMEND-REACTIVATE          VALUE 5.
001000     88  TM-AMEND-CANCEL              VALUE 6.
001010 77  TM-TLR-ID-IN             PIC X(05).
001020 77  TM-NAME-IN               PIC X(20).
001030 77  TM-BRANCH-IN             PIC X(04).
001040 77  TM-PASSWORD-IN           PIC X(08).
001050 77  TM-LIMIT-IN              PIC 9(07)V99.
001060 77  TM-CLASS-IN              PIC X(01).
001070 77  TM-ACTION-CODE           PIC X(01).
001080 77  TM-CURRENT-DATE          PIC 9(08).
001090 77  TM-CURRENT-TIME          PIC 9(08).
001100
001110*----------------------------------------------------------------
001120* BEFORE IMAGE OF THE TELLER RECORD, CAPTURED AHEAD OF EVERY
001130* CHANGE SO THE AUDIT RECORD CAN CARRY BOTH SIDES
001140*----------------------------------------------------------------
001150 77  TM-BEFORE-IMAGE          PIC X(96).
001160
001170 PROCEDURE DIVISION.
001180*****************************************************************
001190* 0000-MAINLINE
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE
001230         THRU 1000-EXIT.
001240     PERFORM 2000-PROCESS-MENU
001250         THRU 2000-EXIT
001260         UNTIL TM-DONE-WITH-MENU.
001270     PERFORM 8000-TERMINATE
001280         THRU 8000-EXIT.
001290     STOP RUN.
001300
001310*****************************************************************
001320* 1000-INITIALIZE
001330*     REQUIRES AN OPERATOR ID BEFORE ANY TELLER CAN BE KEYED,
001340*     OPENS THE TELLER MASTER, CREATING IT ON THE VERY FIRST
001350*     RUN, AND THE AUDIT FILE FOR EXTEND.
001360*****************************************************************
001370 1000-INITIALIZE.
001380     DISPLAY "TLRMNT - TELLER MASTER MAINTENANCE".
001390     PERFORM 1100-SIGN-ON-OPERATOR
001400         THRU 1100-EXIT.
001410     OPEN I-O TELLER-MASTER.
001420     IF TM-TLR-FILE-STATUS NOT = "00"
001430         OPEN OUTPUT TELLER-MASTER
001440         CLOSE TELLER-MASTER
001450         OPEN I-O TELLER-MASTER
001460     END-IF.
001470     IF TM-TLR-FILE-STATUS NOT = "00"
001480         DISPLAY "CANNOT OPEN TELLER MASTER, STATUS = "
001490             TM-TLR-FILE-STATUS
001500         MOVE "Y" TO TM-MENU-SW
001510         GO TO 1000-EXIT
001520     END-IF.
001530     OPEN EXTEND MAINT-AUDIT-FILE.
001540     IF TM-AUDIT-FILE-STATUS NOT = "00"
001550         OPEN OUTPUT MAINT-AUDIT-FILE
001560         CLOSE MAINT-AUDIT-FILE
001570         OPEN EXTEND MAINT-AUDIT-FILE
001580     END-IF.
001590*    A TELLERS AUTHORITY DECIDES WHAT THEY MAY POST UNAIDED -
001600*    NONE MAY BE KEYED WITHOUT A LIVE AUDIT FILE.
001610     IF TM-AUDIT-FILE-STATUS NOT = "00"
001620         DISPLAY "CANNOT OPEN MAINTENANCE AUDIT FILE, STATUS = "
001630             TM-AUDIT-FILE-STATUS
001640         MOVE "Y" TO TM-MENU-SW
001650         GO TO 1000-EXIT
001660     END-IF.
001670 1000-EXIT.
001680     EXIT.
001690
001700*----------------------------------------------------------------
001710* RE-PROMPTS UNTIL A NON-BLANK OPERATOR ID IS KEYED
001720*----------------------------------------------------------------
001730 1100-SIGN-ON-OPERATOR.
001740     MOVE "N" TO TM-INPUT-VALID-SW.
001750     PERFORM 1110-PROMPT-OPERATOR
001760         THRU 1110-EXIT
001770         UNTIL TM-INPUT-IS-VALID.
001780 1100-EXIT.
001790     EXIT.
001800
001810 1110-PROMPT-OPERATOR.
001820     DISPLAY "ENTER OPERATOR ID: ".
001830     MOVE SPACES TO TM-OPERATOR-ID.
001840     ACCEPT TM-OPERATOR-ID.
001850     IF TM-OPERATOR-ID = SPACES
001860         DISPLAY "OPERATOR ID IS REQUIRED - PLEASE RE-ENTER."
001870     ELSE
001880         MOVE "Y" TO TM-INPUT-VALID-SW
001890     END-IF.
001900 1110-EXIT.
001910     EXIT.
001920
001930*****************************************************************
001940* 2000-PROCESS-MENU
001950*****************************************************************
001960 2000-PROCESS-MENU.
001970     DISPLAY " ".
001980     DISPLAY "1: ADD TELLER".
001990     DISPLAY "2: AMEND TELLER".
002000     DISPLAY "3: DEACTIVATE TELLER".
002010     DISPLAY "4: EXIT".
002020     DISPLAY "CHOOSE AN OPTION: ".
002030     ACCEPT TM-OPTION.
002040     EVALUATE TRUE
002050         WHEN TM-OPTION-ADD
002060             PERFORM 3000-ADD-TELLER THRU 3000-EXIT
002070         WHEN TM-OPTION-AMEND
002080             PERFORM 5000-AMEND-TELLER THRU 5000-EXIT
002090         WHEN TM-OPTION-DEACTIVATE
002100             PERFORM 4000-DEACTIVATE-TELLER THRU 4000-EXIT
002110         WHEN TM-OPTION-EXIT
002120             MOVE "Y" TO TM-MENU-SW
002130         WHEN OTHER
002140             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
002150     END-EVALUATE.
002160 2000-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------------
002200* PROMPTS FOR A TELLER ID AND READS THE TELLER MASTER.  SPACES
002210* CANCEL THE ACTION IN PROGRESS.
002220*----------------------------------------------------------------
002230 2100-SELECT-TELLER.
002240     DISPLAY "ENTER TELLER ID (SPACES TO CANCEL): ".
002250     MOVE SPACES TO TM-TLR-ID-IN.
002260     ACCEPT TM-TLR-ID-IN.
002270     IF TM-TLR-ID-IN = SPACES
002280         MOVE "N" TO TM-TLR-FOUND-SW
002290         GO TO 2100-EXIT
002300     END-IF.
002310     MOVE TM-TLR-ID-IN TO TLR-ID.
002320     READ TELLER-MASTER
002330         INVALID KEY
002340             MOVE "N" TO TM-TLR-FOUND-SW
002350         NOT INVALID KEY
002360             MOVE "Y" TO TM-TLR-FOUND-SW
002370     END-READ.
002380 2100-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420* 3000-ADD-TELLER
002430*     THE ID MUST NOT ALREADY BE ON FILE, THE NAME AND PASSWORD
002440*     MAY NOT BE BLANK, AND THE CLASS MUST BE T OR S.  NEW
002450*     TELLERS START ACTIVE.
002460*****************************************************************
002470 3000-ADD-TELLER.
002480     PERFORM 2100-SELECT-TELLER
002490         THRU 2100-EXIT.
002500     IF TM-TLR-ID-IN = SPACES
002510         GO TO 3000-EXIT
002520     END-IF.
002530     IF TM-TLR-FOUND
002540         DISPLAY "TELLER " TM-TLR-ID-IN " IS ALREADY ON FILE."
002550         GO TO 3000-EXIT
002560     END-IF.
002570     DISPLAY "ENTER TELLER NAME: ".
002580     MOVE SPACES TO TM-NAME-IN.
002590     ACCEPT TM-NAME-IN.
002600     IF TM-NAME-IN = SPACES
002610         DISPLAY "NAME MAY NOT BE BLANK - TELLER NOT ADDED."
002620         GO TO 3000-EXIT
002630     END-IF.
002640     DISPLAY "ENTER BRANCH CODE: ".
002650     MOVE SPACES TO TM-BRANCH-IN.
002660     ACCEPT TM-BRANCH-IN.
002670     PERFORM 3100-GET-PASSWORD
002680         THRU 3100-EXIT.
002690     DISPLAY "ENTER AUTHORITY LIMIT: ".
002700     MOVE ZERO TO TM-LIMIT-IN.
002710     ACCEPT TM-LIMIT-IN.
002720     PERFORM 3200-GET-CLASS
002730         THRU 3200-EXIT.
002740     MOVE SPACES TO TLR-RECORD.
002750     MOVE TM-TLR-ID-IN    TO TLR-ID.
002760     MOVE TM-NAME-IN      TO TLR-NAME.
002770     MOVE TM-BRANCH-IN    TO TLR-BRANCH.
002780     MOVE TM-PASSWORD-IN  TO TLR-PASSWORD.
002790     MOVE TM-LIMIT-IN     TO TLR-AUTH-LIMIT.
002800     MOVE TM-CLASS-IN     TO TLR-CLASS.
002810     MOVE "A"             TO TLR-STATUS.
002820     WRITE TLR-RECORD
002830         INVALID KEY
002840             DISPLAY "ERROR WRITING TELLER " TLR-ID
002850                 ", STATUS = " TM-TLR-FILE-STATUS
002860             GO TO 3000-EXIT
002870     END-WRITE.
002880     MOVE "T"    TO TM-ACTION-CODE.
002890     MOVE SPACES TO TM-BEFORE-IMAGE.
002900     PERFORM 7100-WRITE-AUDIT
002910         THRU 7100-EXIT.
002920     DISPLAY "TELLER " TLR-ID " ADDED.".
002930 3000-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------------
002970* RE-PROMPTS UNTIL A NON-BLANK PASSWORD IS KEYED
002980*----------------------------------------------------------------
002990 3100-GET-PASSWORD.
003000     MOVE "N" TO TM-INPUT-VALID-SW.
003010     PERFORM 3110-PROMPT-PASSWORD
003020         THRU 3110-EXIT
003030         UNTIL TM-INPUT-IS-VALID.
003040 3100-EXIT.
003050     EXIT.
003060
003070 3110-PROMPT-PASSWORD.
003080     DISPLAY "ENTER PASSWORD (UP TO 8 CHARACTERS): ".
003090     MOVE SPACES TO TM-PASSWORD-IN.
003100     ACCEPT TM-PASSWORD-IN.
003110     IF TM-PASSWORD-IN = SPACES
003120         DISPLAY "PASSWORD MAY NOT BE BLANK - PLEASE RE-ENTER."
003130     ELSE
003140         MOVE "Y" TO TM-INPUT-VALID-SW
003150     END-IF.
003160 3110-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------
003200* RE-PROMPTS UNTIL CLASS T (TELLER) OR S (SUPERVISOR) IS KEYED
003210*----------------------------------------------------------------
003220 3200-GET-CLASS.
003230     MOVE "N" TO TM-INPUT-VALID-SW.
003240     PERFORM 3210-PROMPT-CLASS
003250         THRU 3210-EXIT
003260         UNTIL TM-INPUT-IS-VALID.
003270 3200-EXIT.
003280     EXIT.
003290
003300 3210-PROMPT-CLASS.
003310     DISPLAY "ENTER CLASS (T=TELLER, S=SUPERVISOR): ".
003320     MOVE SPACES TO TM-CLASS-IN.
003330     ACCEPT TM-CLASS-IN.
003340     IF TM-CLASS-IN = "T" OR TM-CLASS-IN = "S"
003350         MOVE "Y" TO TM-INPUT-VALID-SW
003360     ELSE
003370         DISPLAY "CLASS MUST BE T OR S - PLEASE RE-ENTER."
003380         MOVE "N" TO TM-INPUT-VALID-SW
003390     END-IF.
003400 3210-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440* 4000-DEACTIVATE-TELLER
003450*     SETS TLR-STATUS TO "C".  THE RECORD STAYS ON FILE SO OLD
003460*     LOG ENTRIES STILL TRACE TO A NAME.
003470*****************************************************************
003480 4000-DEACTIVATE-TELLER.
003490     PERFORM 2100-SELECT-TELLER
003500         THRU 2100-EXIT.
003510     IF TM-TLR-ID-IN = SPACES
003520         GO TO 4000-EXIT
003530     END-IF.
003540     IF TM-TLR-NOT-FOUND
003550         DISPLAY "TELLER NOT ON FILE, PLEASE TRY AGAIN."
003560         GO TO 4000-EXIT
003570     END-IF.
003580     IF TLR-CLOSED
003590         DISPLAY "TELLER " TLR-ID " IS ALREADY DEACTIVATED."
003600         GO TO 4000-EXIT
003610     END-IF.
003620     MOVE TLR-RECORD TO TM-BEFORE-IMAGE.
003630     MOVE "C" TO TLR-STATUS.
003640     PERFORM 7000-REWRITE-TELLER
003650         THRU 7000-EXIT.
003660     MOVE "E" TO TM-ACTION-CODE.
003670     PERFORM 7100-WRITE-AUDIT
003680         THRU 7100-EXIT.
003690     DISPLAY "TELLER " TLR-ID " DEACTIVATED.".
003700 4000-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740* 5000-AMEND-TELLER
003750*     AMENDS ONE FIELD PER PASS ON AN EXISTING TELLER, OR
003760*     REACTIVATES A DEACTIVATED ONE.
003770*****************************************************************
003780 5000-AMEND-TELLER.
003790     PERFORM 2100-SELECT-TELLER
003800         THRU 2100-EXIT.
003810     IF TM-TLR-ID-IN = SPACES
003820         GO TO 5000-EXIT
003830     END-IF.
003840     IF TM-TLR-NOT-FOUND
003850         DISPLAY "TELLER NOT ON FILE, PLEASE TRY AGAIN."
003860         GO TO 5000-EXIT
003870     END-IF.
003880     MOVE TLR-RECORD TO TM-BEFORE-IMAGE.
003890     DISPLAY "TELLER " TLR-ID " - " TLR-NAME.
003900     DISPLAY "1: AMEND PASSWORD".
003910     DISPLAY "2: AMEND BRANCH    (NOW " TLR-BRANCH ")".
003920     DISPLAY "3: AMEND AUTHORITY LIMIT (NOW "
003930         TLR-AUTH-LIMIT ")".
003940     DISPLAY "4: AMEND CLASS     (NOW " TLR-CLASS ")".
003950     DISPLAY "5: REACTIVATE TELLER".
003960     DISPLAY "6: CANCEL".
003970     DISPLAY "CHOOSE AN OPTION: ".
003980     ACCEPT TM-AMEND-OPTION.
003990     EVALUATE TRUE
004000         WHEN TM-AMEND-PASSWORD
004010             PERFORM 3100-GET-PASSWORD THRU 3100-EXIT
004020             MOVE TM-PASSWORD-IN TO TLR-PASSWORD
004030         WHEN TM-AMEND-BRANCH
004040             DISPLAY "ENTER NEW BRANCH CODE: "
004050             MOVE SPACES TO TM-BRANCH-IN
004060             ACCEPT TM-BRANCH-IN
004070             MOVE TM-BRANCH-IN TO TLR-BRANCH
004080         WHEN TM-AMEND-LIMIT
004090             DISPLAY "ENTER NEW AUTHORITY LIMIT: "
004100             MOVE ZERO TO TM-LIMIT-IN
004110             ACCEPT TM-LIMIT-IN
004120             MOVE TM-LIMIT-IN TO TLR-AUTH-LIMIT
004130         WHEN TM-AMEND-CLASS
004140             PERFORM 3200-GET-CLASS THRU 3200-EXIT
004150             MOVE TM-CLASS-IN TO TLR-CLASS
004160         WHEN TM-AMEND-REACTIVATE
004170             MOVE "A" TO TLR-STATUS
004180         WHEN TM-AMEND-CANCEL
004190             GO TO 5000-EXIT
004200         WHEN OTHER
004210             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
004220             GO TO 5000-EXIT
004230     END-EVALUATE.
004240     PERFORM 7000-REWRITE-TELLER
004250         THRU 7000-EXIT.
004260     MOVE "E" TO TM-ACTION-CODE.
004270     PERFORM 7100-WRITE-AUDIT
004280         THRU 7100-EXIT.
004290     DISPLAY "TELLER " TLR-ID " AMENDED.".
004300 5000-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340* 7000-REWRITE-TELLER
004350*****************************************************************
004360 7000-REWRITE-TELLER.
004370     REWRITE TLR-RECORD
004380         INVALID KEY
004390             DISPLAY "ERROR REWRITING TELLER " TLR-ID
004400     END-REWRITE.
004410 7000-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450* 7100-WRITE-AUDIT
004460*     WRITES ONE DATED, TIMESTAMPED AUDIT RECORD CARRYING THE
004470*     OPERATOR, THE ACTION, AND THE TELLER RECORD BEFORE AND
004480*     AFTER THE CHANGE - "T" FOR A TELLER ADDED, "E" FOR ANY
004490*     AMENDMENT, DEACTIVATION OR REACTIVATION.  THE TELLER ID IS
004500*     IN THE IMAGES; AUDIT-ACCOUNT IS ZERO.  THE PASSWORD IS
004510*     BLANKED IN BOTH IMAGES, AND A CHANGED ONE SHOWS ONLY AS
004520*     "*CHANGED" IN THE AFTER IMAGE.  THE CALLER SETS
004530*     TM-ACTION-CODE AND TM-BEFORE-IMAGE.
004540*****************************************************************
004550 7100-WRITE-AUDIT.
004560     ACCEPT TM-CURRENT-DATE FROM DATE YYYYMMDD.
004570     ACCEPT TM-CURRENT-TIME FROM TIME.
004580     MOVE TM-CURRENT-DATE   TO AUDIT-DATE.
004590     MOVE TM-CURRENT-TIME   TO AUDIT-TIME.
004600     MOVE TM-OPERATOR-ID    TO AUDIT-OPERATOR.
004610     MOVE TM-ACTION-CODE    TO AUDIT-ACTION.
004620     MOVE ZERO              TO AUDIT-ACCOUNT.
004630     MOVE SPACES            TO AUDIT-PRODUCT.
004640     MOVE TM-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE.
004650     MOVE TLR-RECORD        TO AUDIT-AFTER-IMAGE.
004660     IF TM-ACTION-CODE = "E"
004670         AND TM-BEFORE-IMAGE (30:8) = TLR-PASSWORD
004680         MOVE SPACES TO AUDIT-AFTER-IMAGE (30:8)
004690     ELSE
004700         MOVE "*CHANGED" TO AUDIT-AFTER-IMAGE (30:8)
004710     END-IF.
004720     MOVE SPACES TO AUDIT-BEFORE-IMAGE (30:8).
004730     WRITE AUDIT-RECORD.
004740 7100-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780* 8000-TERMINATE
004790*****************************************************************
004800 8000-TERMINATE.
004810     DISPLAY "TLRMNT SESSION ENDED.".
004820     CLOSE TELLER-MASTER.
004830     CLOSE MAINT-AUDIT-FILE.
004840 8000-EXIT.
004850     EXIT.
