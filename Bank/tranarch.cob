000230* 2026-08-22  RLD  ORIGINAL PROGRAM.
000240* 2026-09-02  RLD  ARCHIVE RECORD WIDENED TO 90 BYTES IN STEP
000250*                  WITH THE TRANREC REVERSAL-FIELD CHANGE.
000260* 2026-10-15  RLD  THE CUT-OFF NOW REFUSES TO START OUTSIDE THE
000270*                  NIGHT BATCH WINDOW OR WHILE THE SESSION
000280*                  REGISTER SHOWS A TELLER STILL SIGNED ON, UNLESS
000290*                  THE OPERATOR KEYS OVERRIDE - A SESSION STILL
000300*                  WRITING WOULD LOSE ITS POSTINGS WITH THE
000310*                  TRUNCATE.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. TRANARCH.
000350 AUTHOR. R L DAWSON.
000360 INSTALLATION. MAIN STREET DATA CENTER.
000370 DATE-WRITTEN. 2026-08-22.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS SEQUENTIAL
000460         FILE STATUS IS TA-TRAN-FILE-STATUS.
000470
000480     SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS TA-ARCH-FILE-STATUS.
000520
000530     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CTL-KEY
000570         FILE STATUS IS TA-CTL-FILE-STATUS.
000580
000590     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SES-TELLER-ID
000630         FILE STATUS IS TA-SES-FILE-STATUS.
000640
000650     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RUN-KEY
000690         FILE STATUS IS TA-RUN-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------
000740* ONLINE TRANSACTION LOG - READ IN FULL, THEN STARTED EMPTY
000750*----------------------------------------------------------------
000760 FD  TRANSACTION-LOG
000770     LABEL RECORDS ARE STANDARD.
000780     COPY TRANREC.
000790
000800*----------------------------------------------------------------
000810* ARCHIVE GENERATION - BYTE-FOR-BYTE COPY OF THE LOG RECORDS
000820*----------------------------------------------------------------
000830 FD  ARCHIVE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  ARCH-RECORD                  PIC X(90).
000860
000870*----------------------------------------------------------------
000880* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
000890*----------------------------------------------------------------
000900 FD  CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CTLREC.
000930
000940*----------------------------------------------------------------
000950* TELLER SESSION REGISTER - READ AT START-UP FOR THE LOCKOUT
000960*----------------------------------------------------------------
000970 FD  SESSION-REGISTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY SESREC.
001000
001010*----------------------------------------------------------------
001020* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001030*----------------------------------------------------------------
001040 FD  RUN-LOG-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY RUNREC.
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* FILE STATUS AND CONTROL SWITCHES
001110*----------------------------------------------------------------
001120 77  TA-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
001130 77  TA-ARCH-FILE-STATUS      PIC X(02) VALUE "00".
001140
001150 77  TA-TRAN-EOF-SW           PIC X(01) VALUE "N".
001160     88  TA-END-OF-TRAN-LOG           VALUE "Y".
001170
001180 77  TA-ARCH-OK-SW            PIC X(01) VALUE "Y".
001190     88  TA-ARCHIVE-CLEAN             VALUE "Y".
001200
001210*----------------------------------------------------------------
001220* RUN COUNTERS
001230*----------------------------------------------------------------
001240 77  TA-RECORDS-ARCHIVED      PIC 9(07) COMP VALUE 0.
001250
001260*----------------------------------------------------------------
001270* RUN DATE AND RUN-LOG FIELDS
001280*----------------------------------------------------------------
001290 77  TA-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001300 77  TA-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001310 77  TA-RUN-DATE              PIC 9(08).
001320 77  TA-START-TIME            PIC 9(08) VALUE 0.
001330 77  TA-RUN-OUTCOME           PIC X(01) VALUE "C".
001340*----------------------------------------------------------------
001350* ONLINE/BATCH LOCKOUT - BATCH WINDOW AND SESSION REGISTER CHECK
001360* AT START-UP
001370*----------------------------------------------------------------
001380 77  TA-SES-FILE-STATUS       PIC X(02) VALUE "00".
001390 77  TA-LOCKOUT-SW            PIC X(01) VALUE "N".
001400     88  TA-LOCKED-OUT                 VALUE "Y".
001410 77  TA-SES-EOF-SW            PIC X(01) VALUE "N".
001420     88  TA-END-OF-REGISTER            VALUE "Y".
001430 77  TA-SESSIONS-OPEN         PIC 9(05) COMP VALUE 0.
001440 77  TA-OVERRIDE-IN           PIC X(08).
001450 PROCEDURE DIVISION.
001460*****************************************************************
001470* 0000-MAINLINE
001480*     COPIES THE LOG TO THE ARCHIVE, AND ONLY IF EVERY RECORD
001490*     WROTE CLEAN DOES IT START THE ONLINE LOG EMPTY.
001500*****************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE
001530         THRU 1000-EXIT.
001540     PERFORM 2000-COPY-LOG-TO-ARCHIVE
001550         THRU 2000-EXIT
001560         UNTIL TA-END-OF-TRAN-LOG.
001570     PERFORM 3000-CLOSE-COPY-FILES
001580         THRU 3000-EXIT.
001590     IF TA-ARCHIVE-CLEAN
001600         PERFORM 4000-START-LOG-EMPTY
001610             THRU 4000-EXIT
001620     ELSE
001630         MOVE "F" TO TA-RUN-OUTCOME
001640         DISPLAY "ARCHIVE DID NOT WRITE CLEAN - ONLINE LOG LEFT"
001650             " UNTOUCHED FOR RERUN."
001660     END-IF.
001670     PERFORM 8000-TERMINATE
001680         THRU 8000-EXIT.
001690     STOP RUN.
001700
001710*****************************************************************
001720* 1000-INITIALIZE
001730*****************************************************************
001740 1000-INITIALIZE.
001750     DISPLAY "TRANARCH - NIGHTLY TRANSACTION LOG CUT-OFF".
001760     ACCEPT TA-START-TIME FROM TIME.
001770     PERFORM 1050-READ-CONTROL
001780         THRU 1050-EXIT.
001790     PERFORM 1080-CHECK-BATCH-WINDOW
001800         THRU 1080-EXIT.
001810     IF TA-LOCKED-OUT
001820         MOVE "Y" TO TA-TRAN-EOF-SW
001830         MOVE "N" TO TA-ARCH-OK-SW
001840         GO TO 1000-EXIT
001850     END-IF.
001860     OPEN INPUT TRANSACTION-LOG.
001870     IF TA-TRAN-FILE-STATUS NOT = "00"
001880         DISPLAY "CANNOT OPEN TRANSACTION LOG, STATUS = "
001890             TA-TRAN-FILE-STATUS
001900         MOVE "Y" TO TA-TRAN-EOF-SW
001910         MOVE "N" TO TA-ARCH-OK-SW
001920         GO TO 1000-EXIT
001930     END-IF.
001940     OPEN OUTPUT ARCHIVE-FILE.
001950     IF TA-ARCH-FILE-STATUS NOT = "00"
001960         DISPLAY "CANNOT OPEN ARCHIVE FILE, STATUS = "
001970             TA-ARCH-FILE-STATUS
001980         MOVE "Y" TO TA-TRAN-EOF-SW
001990         MOVE "N" TO TA-ARCH-OK-SW
002000         GO TO 1000-EXIT
002010     END-IF.
002020     PERFORM 2100-READ-TRAN-LOG
002030         THRU 2100-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------------
002080* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
002090* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
002100* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
002110*----------------------------------------------------------------
002120 1050-READ-CONTROL.
002130     OPEN INPUT CONTROL-FILE.
002140     IF TA-CTL-FILE-STATUS NOT = "00"
002150         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002160             TA-CTL-FILE-STATUS " - USING SYSTEM DATE."
002170         ACCEPT TA-RUN-DATE FROM DATE YYYYMMDD
002180         GO TO 1050-EXIT
002190     END-IF.
002200     MOVE "1" TO CTL-KEY.
002210     READ CONTROL-FILE
002220         INVALID KEY
002230             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002240                 "SYSTEM DATE."
002250             ACCEPT TA-RUN-DATE FROM DATE YYYYMMDD
002260             CLOSE CONTROL-FILE
002270             GO TO 1050-EXIT
002280     END-READ.
002290     MOVE CTL-BUSINESS-DATE TO TA-RUN-DATE.
002300     CLOSE CONTROL-FILE.
002310 1050-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
002350* TRANARCH EMPTIES THE LOG THE TELLER SESSIONS APPEND TO - A
002360* POSTING WRITTEN AFTER THE COPY IS LOST WITH THE TRUNCATE -
002370* IT ONLY STARTS INSIDE THE NIGHT BATCH WINDOW, AND WITH NO
002380* TELLER STILL SIGNED ON.  WHAT CANNOT BE PROVED COUNTS AGAINST
002390* THE START.  THE OPERATOR MAY KEY OVERRIDE TO START ANYWAY, AS
002400* AT BANKEOD - THE COUNTERS ARE THEN STOPPED BY HAND.
002410*----------------------------------------------------------------
002420 1080-CHECK-BATCH-WINDOW.
002430     MOVE "N" TO TA-LOCKOUT-SW.
002440     MOVE ZERO TO TA-SESSIONS-OPEN.
002450     PERFORM 1082-READ-WINDOW
002460         THRU 1082-EXIT.
002470     PERFORM 1084-SCAN-SESSIONS
002480         THRU 1084-EXIT.
002490     IF NOT TA-LOCKED-OUT
002500         GO TO 1080-EXIT
002510     END-IF.
002520     DISPLAY "ONLINE DAY NOT PROVED CLOSED - KEY OVERRIDE TO "
002530         "START TRANARCH ANYWAY, ANYTHING ELSE TO STOP.".
002540     MOVE SPACES TO TA-OVERRIDE-IN.
002550     ACCEPT TA-OVERRIDE-IN.
002560     IF TA-OVERRIDE-IN = "OVERRIDE"
002570         DISPLAY "OPERATOR OVERRIDE ACCEPTED - STARTING WITHOUT "
002580             "THE ONLINE LOCKOUT."
002590         MOVE "N" TO TA-LOCKOUT-SW
002600     ELSE
002610         DISPLAY "TRANARCH NOT STARTED."
002620     END-IF.
002630 1080-EXIT.
002640     EXIT.
002650
002660 1082-READ-WINDOW.
002670     OPEN INPUT CONTROL-FILE.
002680     IF TA-CTL-FILE-STATUS NOT = "00"
002690         DISPLAY "CONTROL FILE NOT AVAILABLE, STATUS "
002700             TA-CTL-FILE-STATUS " - BATCH WINDOW NOT PROVED."
002710         MOVE "Y" TO TA-LOCKOUT-SW
002720         GO TO 1082-EXIT
002730     END-IF.
002740     MOVE "W" TO CTL-KEY.
002750     READ CONTROL-FILE
002760         INVALID KEY
002770             DISPLAY "NO BATCH WINDOW RECORD - THE WINDOW HAS "
002780                 "NEVER BEEN OPENED."
002790             MOVE "Y" TO TA-LOCKOUT-SW
002800             CLOSE CONTROL-FILE
002810             GO TO 1082-EXIT
002820     END-READ.
002830     IF CTL-BATCH-WINDOW-OPEN
002840         DISPLAY "NIGHT BATCH WINDOW OPEN SINCE "
002850             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME "."
002860     ELSE
002870         DISPLAY "NIGHT BATCH WINDOW NOT OPEN - TELLERS CAN "
002880             "STILL SIGN ON."
002890         MOVE "Y" TO TA-LOCKOUT-SW
002900     END-IF.
002910     CLOSE CONTROL-FILE.
002920 1082-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960* NO SESSION REGISTER ON DISK (35) MEANS NO TELLER HAS EVER
002970* SIGNED ON.  EVERY TELLER STILL SIGNED ON IS LISTED.
002980*----------------------------------------------------------------
002990 1084-SCAN-SESSIONS.
003000     OPEN INPUT SESSION-REGISTER.
003010     IF TA-SES-FILE-STATUS = "35"
003020         GO TO 1084-EXIT
003030     END-IF.
003040     IF TA-SES-FILE-STATUS NOT = "00"
003050         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS "
003060             TA-SES-FILE-STATUS " - SIGNED-ON TELLERS NOT PROVED."
003070         MOVE "Y" TO TA-LOCKOUT-SW
003080         GO TO 1084-EXIT
003090     END-IF.
003100     MOVE "N" TO TA-SES-EOF-SW.
003110     MOVE LOW-VALUES TO SES-TELLER-ID.
003120     START SESSION-REGISTER
003130         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
003140         INVALID KEY
003150             MOVE "Y" TO TA-SES-EOF-SW
003160     END-START.
003170     PERFORM 1086-CHECK-ONE-SESSION
003180         THRU 1086-EXIT
003190         UNTIL TA-END-OF-REGISTER.
003200     CLOSE SESSION-REGISTER.
003210     IF TA-SESSIONS-OPEN > ZERO
003220         DISPLAY TA-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON."
003230         MOVE "Y" TO TA-LOCKOUT-SW
003240     END-IF.
003250 1084-EXIT.
003260     EXIT.
003270
003280 1086-CHECK-ONE-SESSION.
003290     READ SESSION-REGISTER NEXT RECORD
003300         AT END
003310             MOVE "Y" TO TA-SES-EOF-SW
003320             GO TO 1086-EXIT
003330     END-READ.
003340     IF TA-SES-FILE-STATUS NOT = "00"
003350         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
003360             TA-SES-FILE-STATUS
003370         MOVE "Y" TO TA-LOCKOUT-SW
003380         MOVE "Y" TO TA-SES-EOF-SW
003390         GO TO 1086-EXIT
003400     END-IF.
003410     IF SES-OPEN-COUNT > ZERO
003420         ADD 1 TO TA-SESSIONS-OPEN
003430         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
003440             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
003450             SES-SIGNON-TIME
003460     END-IF.
003470 1086-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510* 2000-COPY-LOG-TO-ARCHIVE
003520*     ONE PASS = ONE LOG RECORD ALREADY IN THE RECORD AREA.
003530*****************************************************************
003540 2000-COPY-LOG-TO-ARCHIVE.
003550     WRITE ARCH-RECORD FROM TRAN-RECORD.
003560     IF TA-ARCH-FILE-STATUS NOT = "00"
003570         DISPLAY "ERROR WRITING ARCHIVE RECORD, STATUS = "
003580             TA-ARCH-FILE-STATUS
003590         MOVE "N" TO TA-ARCH-OK-SW
003600         MOVE "Y" TO TA-TRAN-EOF-SW
003610         GO TO 2000-EXIT
003620     END-IF.
003630     ADD 1 TO TA-RECORDS-ARCHIVED.
003640     PERFORM 2100-READ-TRAN-LOG
003650         THRU 2100-EXIT.
003660 2000-EXIT.
003670     EXIT.
003680
003690 2100-READ-TRAN-LOG.
003700     READ TRANSACTION-LOG
003710         AT END
003720             MOVE "Y" TO TA-TRAN-EOF-SW
003730     END-READ.
003740 2100-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780* 3000-CLOSE-COPY-FILES
003790*     A CLOSE FAILURE ON THE ARCHIVE COUNTS AS A DIRTY ARCHIVE -
003800*     THE ONLINE LOG MUST NOT BE EMPTIED ON TOP OF IT.
003810*****************************************************************
003820 3000-CLOSE-COPY-FILES.
003830     CLOSE TRANSACTION-LOG.
003840     CLOSE ARCHIVE-FILE.
003850     IF TA-ARCH-FILE-STATUS NOT = "00"
003860         MOVE "N" TO TA-ARCH-OK-SW
003870     END-IF.
003880 3000-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920* 4000-START-LOG-EMPTY
003930*     REOPENS THE ONLINE LOG FOR OUTPUT AND CLOSES IT AGAIN -
003940*     TOMORROWS SESSIONS START ON AN EMPTY LOG.
003950*****************************************************************
003960 4000-START-LOG-EMPTY.
003970     OPEN OUTPUT TRANSACTION-LOG.
003980     IF TA-TRAN-FILE-STATUS NOT = "00"
003990         DISPLAY "CANNOT RESET TRANSACTION LOG, STATUS = "
004000             TA-TRAN-FILE-STATUS
004010         GO TO 4000-EXIT
004020     END-IF.
004030     CLOSE TRANSACTION-LOG.
004040     DISPLAY "ONLINE TRANSACTION LOG STARTED EMPTY.".
004050 4000-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090* 8000-TERMINATE
004100*****************************************************************
004110 8000-TERMINATE.
004120     PERFORM 8200-WRITE-RUN-LOG
004130         THRU 8200-EXIT.
004140     DISPLAY "TRANARCH COMPLETE - RECORDS ARCHIVED: "
004150         TA-RECORDS-ARCHIVED.
004160 8000-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200* 8200-WRITE-RUN-LOG
004210*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
004220*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
004230*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
004240*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
004250*****************************************************************
004260 8200-WRITE-RUN-LOG.
004270     OPEN I-O RUN-LOG-FILE.
004280     IF TA-RUN-FILE-STATUS NOT = "00"
004290         OPEN OUTPUT RUN-LOG-FILE
004300         CLOSE RUN-LOG-FILE
004310         OPEN I-O RUN-LOG-FILE
004320     END-IF.
004330     IF TA-RUN-FILE-STATUS NOT = "00"
004340         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
004350             TA-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
004360         GO TO 8200-EXIT
004370     END-IF.
004380     MOVE TA-RUN-DATE  TO RUN-DATE.
004390     MOVE "TRANARCH"   TO RUN-JOB.
004400     MOVE TA-START-TIME TO RUN-START-TIME.
004410     ACCEPT RUN-END-TIME FROM TIME.
004420     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
004430     MOVE TA-RECORDS-ARCHIVED TO RUN-RECORDS.
004440     MOVE TA-RUN-OUTCOME TO RUN-OUTCOME.
004450     WRITE RUN-RECORD
004460         INVALID KEY
004470             REWRITE RUN-RECORD
004480     END-WRITE.
004490     CLOSE RUN-LOG-FILE.
004500 8200-EXIT.
004510     EXIT.
