000010*================================================================
000020* ACCTCOPY.COB
000030* PROGRAM-ID: ACCTCOPY
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     NIGHTLY IMAGE COPY OF THE ACCOUNT MASTER.  WRITES EVERY
000110*     ACCOUNT RECORD, BYTE FOR BYTE, TO A NEW DATED GENERATION,
000120*     BETWEEN A HEADER AND A TRAILER.  THE HEADER RECORDS HOW
000130*     MANY RECORDS THE ONLINE TRANSACTION LOG HELD AT THE MOMENT
000140*     OF THE COPY, AND THE LAST OF THEM, SO THE ACCTRCV FORWARD
000150*     RECOVERY CAN START FROM THIS IMAGE AND RE-APPLY EXACTLY THE
000160*     POSTINGS THAT CAME AFTER IT.  THE TRAILER CARRIES THE
000170*     ACCOUNT COUNT AND THE BALANCE TOTAL SO A TRUNCATED COPY IS
000180*     REFUSED.
000190*     THE COPY IS ONLY GOOD IF NOTHING POSTS WHILE IT RUNS -
000200*     SCHEDULED AFTER THE LAST TELLER SESSION OF THE DAY AND
000210*     BEFORE BANKINT, THE FIRST POSTING JOB OF THE NIGHT.  SEE
000220*     JCL/ACCTCOPY.JCL.
000230*----------------------------------------------------------------
000240* MAINTENANCE HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  ------------------------------------------
000270* 2026-10-15  RLD  ORIGINAL PROGRAM.
000280* 2026-10-15  RLD  THE COPY NOW REFUSES TO START OUTSIDE THE NIGHT
000290*                  BATCH WINDOW OR WHILE THE SESSION REGISTER
000300*                  SHOWS A TELLER STILL SIGNED ON, UNLESS THE
000310*                  OPERATOR KEYS OVERRIDE - A POSTING MADE BETWEEN
000320*                  THE LOG COUNT AND THE COPY WOULD BE RECOVERED
000330*                  TWICE.  TERMINATION NOW CLOSES THE ACCOUNT
000340*                  MASTER ONLY IF IT WAS OPENED.
000350*================================================================
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ACCTCOPY.
000380 AUTHOR. R L DAWSON.
000390 INSTALLATION. MAIN STREET DATA CENTER.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ACCT-NUMBER
000500         FILE STATUS IS AC-ACCT-FILE-STATUS.
000510
000520     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS AC-TRAN-FILE-STATUS.
000560
000570     SELECT IMAGE-FILE ASSIGN TO "IMAGEOUT"
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS AC-IMG-FILE-STATUS.
000610
000620     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CTL-KEY
000660         FILE STATUS IS AC-CTL-FILE-STATUS.
000670
000680     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SES-TELLER-ID
000720         FILE STATUS IS AC-SES-FILE-STATUS.
000730
000740     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS RUN-KEY
000780         FILE STATUS IS AC-RUN-FILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820*----------------------------------------------------------------
000830* ACCOUNT MASTER - READ IN KEY ORDER, START TO FINISH
000840*----------------------------------------------------------------
000850 FD  ACCOUNT-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ACCTREC.
000880
000890*----------------------------------------------------------------
000900* ONLINE TRANSACTION LOG - COUNTED ONLY, TO MARK THE POINT IN
000910* THE LOG THE IMAGE STANDS AT
000920*----------------------------------------------------------------
000930 FD  TRANSACTION-LOG
000940     LABEL RECORDS ARE STANDARD.
000950     COPY TRANREC.
000960
000970*----------------------------------------------------------------
000980* IMAGE COPY GENERATION - HEADER, ACCOUNTS, TRAILER
000990*----------------------------------------------------------------
001000 FD  IMAGE-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY IMGREC.
001030
001040*----------------------------------------------------------------
001050* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001060*----------------------------------------------------------------
001070 FD  CONTROL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CTLREC.
001100
001110*----------------------------------------------------------------
001120* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
001130*----------------------------------------------------------------
001140 FD  SESSION-REGISTER
001150     LABEL RECORDS ARE STANDARD.
001160     COPY SESREC.
001170
001180*----------------------------------------------------------------
001190* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001200*----------------------------------------------------------------
001210 FD  RUN-LOG-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY RUNREC.
001240
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
001270* FILE STATUS AND CONTROL SWITCHES
001280*----------------------------------------------------------------
001290 77  AC-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001300 77  AC-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
001310 77  AC-IMG-FILE-STATUS       PIC X(02) VALUE "00".
001320 77  AC-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001330 77  AC-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001340
001350 77  AC-ABORT-SW              PIC X(01) VALUE "N".
001360     88  AC-RUN-ABORTED               VALUE "Y".
001370
001380 77  AC-ACCT-EOF-SW           PIC X(01) VALUE "N".
001390     88  AC-END-OF-ACCOUNTS           VALUE "Y".
001400
001410 77  AC-TRAN-EOF-SW           PIC X(01) VALUE "N".
001420     88  AC-END-OF-TRAN-LOG           VALUE "Y".
001430
001440 77  AC-IMG-OPEN-SW           PIC X(01) VALUE "N".
001450     88  AC-IMAGE-IS-OPEN             VALUE "Y".
001460
001470 77  AC-ACCT-OPEN-SW          PIC X(01) VALUE "N".
001480     88  AC-ACCT-MASTER-IS-OPEN       VALUE "Y".
001490
001500*----------------------------------------------------------------
001510* RUN COUNTERS AND THE LOG POSITION THE IMAGE STANDS AT
001520*----------------------------------------------------------------
001530 77  AC-RUN-DATE              PIC 9(08).
001540 77  AC-ACCOUNTS-COPIED       PIC 9(09) COMP VALUE 0.
001550 77  AC-BALANCE-TOTAL         PIC S9(13)V99 VALUE 0.
001560 77  AC-LOG-COUNT             PIC 9(09) COMP VALUE 0.
001570 77  AC-LOG-LAST-ACCOUNT      PIC 9(10) VALUE 0.
001580 77  AC-LOG-LAST-DATE         PIC 9(08) VALUE 0.
001590 77  AC-LOG-LAST-TIME         PIC 9(08) VALUE 0.
001600
001610*----------------------------------------------------------------
001620* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
001630* COMPLETION RECORD WRITTEN AT TERMINATION
001640*----------------------------------------------------------------
001650 77  AC-START-TIME            PIC 9(08) VALUE 0.
001660 77  AC-RUN-OUTCOME           PIC X(01) VALUE "C".
001670
001680*----------------------------------------------------------------
001690* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
001700* AT START-UP
001710*----------------------------------------------------------------
001720 77  AC-SES-FILE-STATUS       PIC X(02) VALUE "00".
001730 77  AC-LOCKOUT-SW            PIC X(01) VALUE "N".
001740     88  AC-LOCKED-OUT                 VALUE "Y".
001750 77  AC-SES-EOF-SW            PIC X(01) VALUE "N".
001760     88  AC-END-OF-REGISTER            VALUE "Y".
001770 77  AC-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
001780 77  AC-OVERRIDE-IN           PIC X(08).
001790 PROCEDURE DIVISION.
001800*****************************************************************
001810* 0000-MAINLINE
001820*****************************************************************
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE
001850         THRU 1000-EXIT.
001860     IF NOT AC-RUN-ABORTED
001870         PERFORM 2000-COPY-ACCOUNT
001880             THRU 2000-EXIT
001890             UNTIL AC-END-OF-ACCOUNTS
001900         PERFORM 3000-WRITE-TRAILER
001910             THRU 3000-EXIT
001920     END-IF.
001930     PERFORM 8000-TERMINATE
001940         THRU 8000-EXIT.
001950     STOP RUN.
001960
001970*****************************************************************
001980* 1000-INITIALIZE
001990*     THE LOG IS COUNTED BEFORE THE MASTER IS OPENED - WITH
002000*     NOTHING POSTING, THE COUNT AND THE IMAGE STAND AT THE SAME
002010*     POINT.
002020*****************************************************************
002030 1000-INITIALIZE.
002040     DISPLAY "ACCTCOPY - ACCOUNT MASTER IMAGE COPY".
002050     ACCEPT AC-START-TIME FROM TIME.
002060     PERFORM 1050-READ-CONTROL
002070         THRU 1050-EXIT.
002080     PERFORM 1080-CHECK-BATCH-WINDOW
002090         THRU 1080-EXIT.
002100     IF AC-LOCKED-OUT
002110         MOVE "Y" TO AC-ABORT-SW
002120         MOVE "F" TO AC-RUN-OUTCOME
002130         GO TO 1000-EXIT
002140     END-IF.
002150     PERFORM 1100-COUNT-TRAN-LOG
002160         THRU 1100-EXIT.
002170     IF AC-RUN-ABORTED
002180         GO TO 1000-EXIT
002190     END-IF.
002200     OPEN INPUT ACCOUNT-MASTER.
002210     IF AC-ACCT-FILE-STATUS NOT = "00"
002220         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
002230             AC-ACCT-FILE-STATUS
002240         MOVE "Y" TO AC-ABORT-SW
002250         MOVE "F" TO AC-RUN-OUTCOME
002260         GO TO 1000-EXIT
002270     END-IF.
002280     MOVE "Y" TO AC-ACCT-OPEN-SW.
002290     OPEN OUTPUT IMAGE-FILE.
002300     IF AC-IMG-FILE-STATUS NOT = "00"
002310         DISPLAY "CANNOT OPEN IMAGE COPY FILE, STATUS = "
002320             AC-IMG-FILE-STATUS
002330         MOVE "Y" TO AC-ABORT-SW
002340         MOVE "F" TO AC-RUN-OUTCOME
002350         GO TO 1000-EXIT
002360     END-IF.
002370     MOVE "Y" TO AC-IMG-OPEN-SW.
002380     MOVE SPACES TO IMG-RECORD.
002390     MOVE "H" TO IMG-REC-TYPE.
002400     MOVE AC-RUN-DATE TO IMG-BUSINESS-DATE.
002410     ACCEPT IMG-TAKEN-DATE FROM DATE YYYYMMDD.
002420     ACCEPT IMG-TAKEN-TIME FROM TIME.
002430     MOVE AC-LOG-COUNT TO IMG-LOG-COUNT.
002440     MOVE AC-LOG-LAST-ACCOUNT TO IMG-LOG-LAST-ACCOUNT.
002450     MOVE AC-LOG-LAST-DATE TO IMG-LOG-LAST-DATE.
002460     MOVE AC-LOG-LAST-TIME TO IMG-LOG-LAST-TIME.
002470     WRITE IMG-RECORD.
002480     IF AC-IMG-FILE-STATUS NOT = "00"
002490         DISPLAY "ERROR WRITING IMAGE HEADER, STATUS = "
002500             AC-IMG-FILE-STATUS
002510         MOVE "Y" TO AC-ABORT-SW
002520         MOVE "F" TO AC-RUN-OUTCOME
002530         GO TO 1000-EXIT
002540     END-IF.
002550     MOVE ZERO TO ACCT-NUMBER.
002560     START ACCOUNT-MASTER
002570         KEY IS GREATER THAN OR EQUAL ACCT-NUMBER
002580         INVALID KEY
002590             MOVE "Y" TO AC-ACCT-EOF-SW
002600     END-START.
002610     IF NOT AC-END-OF-ACCOUNTS
002620         PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
002690* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
002700* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
002710*----------------------------------------------------------------
002720 1050-READ-CONTROL.
002730     OPEN INPUT CONTROL-FILE.
002740     IF AC-CTL-FILE-STATUS NOT = "00"
002750         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002760             AC-CTL-FILE-STATUS " - USING SYSTEM DATE."
002770         ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD
002780         GO TO 1050-EXIT
002790     END-IF.
002800     MOVE "1" TO CTL-KEY.
002810     READ CONTROL-FILE
002820         INVALID KEY
002830             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002840                 "SYSTEM DATE."
002850             ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD
002860             CLOSE CONTROL-FILE
002870             GO TO 1050-EXIT
002880     END-READ.
002890     MOVE CTL-BUSINESS-DATE TO AC-RUN-DATE.
002900     CLOSE CONTROL-FILE.
002910 1050-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950* THE IMAGE IS ONLY GOOD IF NOTHING POSTS WHILE IT IS TAKEN -
002960* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
002970* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
002980* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
002990* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
003000*----------------------------------------------------------------
003010 1080-CHECK-BATCH-WINDOW.
003020     MOVE "N" TO AC-LOCKOUT-SW.
003030     MOVE ZERO TO AC-SESSIONS-OPEN.
003040     PERFORM 1082-READ-WINDOW
003050         THRU 1082-EXIT.
003060     PERFORM 1084-SCAN-SESSIONS
003070         THRU 1084-EXIT.
003080     IF NOT AC-LOCKED-OUT
003090         GO TO 1080-EXIT
003100     END-IF.
003110     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
003120         "START ACCTCOPY ANYWAY, ANYTHING ELSE TO STOP.".
003130     MOVE SPACES TO AC-OVERRIDE-IN.
003140     ACCEPT AC-OVERRIDE-IN.
003150     IF AC-OVERRIDE-IN = "OVERRIDE"
003160         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
003170             "THE ONLINE LOCKOUT."
003180         MOVE "N" TO AC-LOCKOUT-SW
003190     ELSE
003200         DISPLAY "ACCTCOPY NOT STARTED."
003210     END-IF.
003220 1080-EXIT.
003230     EXIT.
003240
003250 1082-READ-WINDOW.
003260     OPEN INPUT CONTROL-FILE.
003270     IF AC-CTL-FILE-STATUS NOT = "00"
003280         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
003290             AC-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
003300         MOVE "Y" TO AC-LOCKOUT-SW
003310         GO TO 1082-EXIT
003320     END-IF.
003330     MOVE "W" TO CTL-KEY.
003340     READ CONTROL-FILE
003350         INVALID KEY
003360             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
003370                 "NEVER BEEN OPENED."
003380             MOVE "Y" TO AC-LOCKOUT-SW
003390             CLOSE CONTROL-FILE
003400             GO TO 1082-EXIT
003410     END-READ.
003420     IF CTL-BATCH-WINDOW-OPEN
003430         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
003440             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
003450     ELSE
003460         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
003470             "STILL SIGN ON."
003480         MOVE "Y" TO AC-LOCKOUT-SW
003490     END-IF.
003500     CLOSE CONTROL-FILE.
003510 1082-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
003560* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
003570*----------------------------------------------------------------
003580 1084-SCAN-SESSIONS.
003590     OPEN INPUT SESSION-REGISTER.
003600     IF AC-SES-FILE-STATUS = "35"
003610         GO TO 1084-EXIT
003620     END-IF.
003630     IF AC-SES-FILE-STATUS NOT = "00"
003640         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
003650             AC-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
003660         MOVE "Y" TO AC-LOCKOUT-SW
003670         GO TO 1084-EXIT
003680     END-IF.
003690     MOVE "N" TO AC-SES-EOF-SW.
003700     MOVE LOW-VALUES TO SES-TELLER-ID.
003710     START SESSION-REGISTER
003720         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
003730         INVALID KEY
003740             MOVE "Y" TO AC-SES-EOF-SW
003750     END-START.
003760     PERFORM 1086-CHECK-ONE-SESSION
003770         THRU 1086-EXIT
003780         UNTIL AC-END-OF-REGISTER.
003790     CLOSE SESSION-REGISTER.
003800     IF AC-SESSIONS-OPEN > ZERO
003810         DISPLAY AC-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
003820         MOVE "Y" TO AC-LOCKOUT-SW
003830     END-IF.
003840 1084-EXIT.
003850     EXIT.
003860
003870 1086-CHECK-ONE-SESSION.
003880     READ SESSION-REGISTER NEXT RECORD
003890         AT END
003900             MOVE "Y" TO AC-SES-EOF-SW
003910             GO TO 1086-EXIT
003920     END-READ.
003930     IF AC-SES-FILE-STATUS NOT = "00"
003940         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
003950             AC-SES-FILE-STATUS
003960         MOVE "Y" TO AC-LOCKOUT-SW
003970         MOVE "Y" TO AC-SES-EOF-SW
003980         GO TO 1086-EXIT
003990     END-IF.
004000     IF SES-OPEN-COUNT > ZERO
004010         ADD 1 TO AC-SESSIONS-OPEN
004020         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
004030             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
004040             SES-SIGNON-TIME
004050     END-IF.
004060 1086-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* COUNTS THE ONLINE LOG AND KEEPS ITS LAST RECORD.  A LOG THAT
004110* IS NOT THERE AT ALL (STATUS 35) HAS NO POSTINGS ON IT YET; ANY
004120* OTHER FAILURE MEANS THE IMAGE COULD NOT BE PLACED IN THE LOG
004130* AND THE COPY IS NOT TAKEN.
004140*----------------------------------------------------------------
004150 1100-COUNT-TRAN-LOG.
004160     OPEN INPUT TRANSACTION-LOG.
004170     IF AC-TRAN-FILE-STATUS = "35"
004180         DISPLAY "WARNING - NO TRANSACTION LOG - IMAGE TAKEN AT "
004190             "LOG POSITION ZERO."
004200         GO TO 1100-EXIT
004210     END-IF.
004220     IF AC-TRAN-FILE-STATUS NOT = "00"
004230         DISPLAY "CANNOT OPEN TRANSACTION LOG, STATUS = "
004240             AC-TRAN-FILE-STATUS
004250         MOVE "Y" TO AC-ABORT-SW
004260         MOVE "F" TO AC-RUN-OUTCOME
004270         GO TO 1100-EXIT
004280     END-IF.
004290     PERFORM 1110-COUNT-ONE-RECORD
004300         THRU 1110-EXIT
004310         UNTIL AC-END-OF-TRAN-LOG.
004320     CLOSE TRANSACTION-LOG.
004330 1100-EXIT.
004340     EXIT.
004350
004360 1110-COUNT-ONE-RECORD.
004370     READ TRANSACTION-LOG
004380         AT END
004390             MOVE "Y" TO AC-TRAN-EOF-SW
004400             GO TO 1110-EXIT
004410     END-READ.
004420     ADD 1 TO AC-LOG-COUNT.
004430     MOVE TRAN-ACCOUNT TO AC-LOG-LAST-ACCOUNT.
004440     MOVE TRAN-DATE    TO AC-LOG-LAST-DATE.
004450     MOVE TRAN-TIME    TO AC-LOG-LAST-TIME.
004460 1110-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 2000-COPY-ACCOUNT
004510*     ONE PASS = ONE ACCOUNT RECORD ALREADY IN THE RECORD AREA.
004520*     EVERY ACCOUNT IS COPIED, WHATEVER ITS STATUS.
004530*****************************************************************
004540 2000-COPY-ACCOUNT.
004550     MOVE SPACES TO IMG-RECORD.
004560     MOVE "A" TO IMG-REC-TYPE.
004570     MOVE ACCT-RECORD TO IMG-ACCOUNT-IMAGE.
004580     WRITE IMG-RECORD.
004590     IF AC-IMG-FILE-STATUS NOT = "00"
004600         DISPLAY "ERROR WRITING IMAGE RECORD, STATUS = "
004610             AC-IMG-FILE-STATUS
004620         MOVE "Y" TO AC-ABORT-SW
004630         MOVE "Y" TO AC-ACCT-EOF-SW
004640         MOVE "F" TO AC-RUN-OUTCOME
004650         GO TO 2000-EXIT
004660     END-IF.
004670     ADD 1 TO AC-ACCOUNTS-COPIED.
004680     ADD ACCT-BALANCE TO AC-BALANCE-TOTAL.
004690     PERFORM 2100-READ-ACCOUNT
004700         THRU 2100-EXIT.
004710 2000-EXIT.
004720     EXIT.
004730
004740 2100-READ-ACCOUNT.
004750     READ ACCOUNT-MASTER NEXT RECORD
004760         AT END
004770             MOVE "Y" TO AC-ACCT-EOF-SW
004780     END-READ.
004790 2100-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830* 3000-WRITE-TRAILER
004840*     NOT WRITTEN AFTER A FAILED RECORD WRITE - A GENERATION WITH
004850*     NO TRAILER IS REFUSED BY THE RECOVERY.
004860*****************************************************************
004870 3000-WRITE-TRAILER.
004880     IF AC-RUN-ABORTED
004890         GO TO 3000-EXIT
004900     END-IF.
004910     MOVE SPACES TO IMG-RECORD.
004920     MOVE "T" TO IMG-REC-TYPE.
004930     MOVE AC-ACCOUNTS-COPIED TO IMG-ACCOUNT-COUNT.
004940     MOVE AC-BALANCE-TOTAL TO IMG-BALANCE-TOTAL.
004950     WRITE IMG-RECORD.
004960     IF AC-IMG-FILE-STATUS NOT = "00"
004970         DISPLAY "ERROR WRITING IMAGE TRAILER, STATUS = "
004980             AC-IMG-FILE-STATUS
004990         MOVE "F" TO AC-RUN-OUTCOME
005000     END-IF.
005010 3000-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050* 8000-TERMINATE
005060*     A CLOSE FAILURE ON THE IMAGE COUNTS AS A FAILED COPY.
005070*****************************************************************
005080 8000-TERMINATE.
005090     IF AC-IMAGE-IS-OPEN
005100         CLOSE IMAGE-FILE
005110         IF AC-IMG-FILE-STATUS NOT = "00"
005120             DISPLAY "ERROR CLOSING IMAGE COPY FILE, STATUS = "
005130                 AC-IMG-FILE-STATUS
005140             MOVE "F" TO AC-RUN-OUTCOME
005150         END-IF
005160     END-IF.
005170     IF AC-ACCT-MASTER-IS-OPEN
005180         CLOSE ACCOUNT-MASTER
005190     END-IF.
005200     PERFORM 8200-WRITE-RUN-LOG
005210         THRU 8200-EXIT.
005220     DISPLAY "ACCTCOPY COMPLETE - ACCOUNTS COPIED: "
005230         AC-ACCOUNTS-COPIED ", LOG POSITION: " AC-LOG-COUNT.
005240 8000-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280* 8200-WRITE-RUN-LOG
005290*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
005300*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
005310*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
005320*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
005330*****************************************************************
005340 8200-WRITE-RUN-LOG.
005350     OPEN I-O RUN-LOG-FILE.
005360     IF AC-RUN-FILE-STATUS NOT = "00"
005370         OPEN OUTPUT RUN-LOG-FILE
005380         CLOSE RUN-LOG-FILE
005390         OPEN I-O RUN-LOG-FILE
005400     END-IF.
005410     IF AC-RUN-FILE-STATUS NOT = "00"
005420         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
005430             AC-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
005440         GO TO 8200-EXIT
005450     END-IF.
005460     MOVE AC-RUN-DATE          TO RUN-DATE.
005470     MOVE "ACCTCOPY"           TO RUN-JOB.
005480     MOVE AC-START-TIME        TO RUN-START-TIME.
005490     ACCEPT RUN-END-TIME FROM TIME.
005500     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
005510     MOVE AC-ACCOUNTS-COPIED   TO RUN-RECORDS.
005520     MOVE AC-RUN-OUTCOME       TO RUN-OUTCOME.
005530     WRITE RUN-RECORD
005540         INVALID KEY
005550             REWRITE RUN-RECORD
005560     END-WRITE.
005570     CLOSE RUN-LOG-FILE.
005580 8200-EXIT.
005590     EXIT.
