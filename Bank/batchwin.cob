000010*================================================================
000020* BATCHWIN.COB
000030* PROGRAM-ID: BATCHWIN
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     OPENS AND CLOSES THE NIGHT BATCH WINDOW ON THE BANK CONTROL
000110*     FILE.  THE FUNCTION CARD ON SYSIN IS OPEN OR CLOSE.
000120*     OPEN - STAMPS THE WINDOW RECORD OPEN FOR THE BUSINESS
000130*     DATE.  FROM THEN ON BANK-APP REFUSES A NEW SIGN-ON AND
000140*     WARNS THE SESSIONS STILL SIGNED ON TO FINISH.  EVERY
000150*     TELLER STILL ON THE SESSION REGISTER IS LISTED, SO THE
000160*     OPERATOR KNOWS WHO THE POSTING JOBS ARE WAITING ON.
000170*     CLOSE - CLEARS ANY SESSION STILL LEFT ON THE REGISTER AND
000180*     STAMPS THE WINDOW CLOSED - THE ONLINE DAY STARTS.
000190*     THE IMAGE COPY AND THE POSTING JOBS (ACCTCOPY, BANKINT,
000200*     SOPOST, BCHPOST, TRANARCH, LOANSVC AND THE ESCHEAT
000210*     TRANSFER) WILL NOT START OUTSIDE AN OPEN WINDOW OR
000220*     WHILE A SESSION IS SIGNED ON, UNLESS THE OPERATOR KEYS AN
000230*     OVERRIDE.  RUN FROM JCL - SEE JCL/WINOPEN.JCL AND
000240*     JCL/WINCLOSE.JCL.
000250*----------------------------------------------------------------
000260* MAINTENANCE HISTORY
000270* DATE       INIT  DESCRIPTION
000280* ---------- ----  ------------------------------------------
000290* 2026-10-15  RLD  ORIGINAL PROGRAM.
000300* 2026-10-15  RLD  TERMINATION CLOSES THE CONTROL FILE ONLY IF IT
000310*                  WAS OPENED - A BAD FUNCTION CARD NEVER OPENS
000320*                  IT.
000330*================================================================
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. BATCHWIN.
000360 AUTHOR. R L DAWSON.
000370 INSTALLATION. MAIN STREET DATA CENTER.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CTL-KEY
000480         FILE STATUS IS BW-CTL-FILE-STATUS.
000490
000500     SELECT SESSION-REGISTER ASSIGN TO "SESSREG"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SES-TELLER-ID
000540         FILE STATUS IS BW-SES-FILE-STATUS.
000550
000560     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RUN-KEY
000600         FILE STATUS IS BW-RUN-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------
000650* BANK RUN-CONTROL - PARAMETER RECORD READ, WINDOW RECORD
000660* REWRITTEN
000670*----------------------------------------------------------------
000680 FD  CONTROL-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CTLREC.
000710
000720*----------------------------------------------------------------
000730* TELLER SESSION REGISTER - LISTED AT OPEN, CLEARED AT CLOSE
000740*----------------------------------------------------------------
000750 FD  SESSION-REGISTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY SESREC.
000780
000790*----------------------------------------------------------------
000800* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
000810*----------------------------------------------------------------
000820 FD  RUN-LOG-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY RUNREC.
000850
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* FILE STATUS AND CONTROL SWITCHES
000890*----------------------------------------------------------------
000900 77  BW-CTL-FILE-STATUS       PIC X(02) VALUE "00".
000910 77  BW-SES-FILE-STATUS       PIC X(02) VALUE "00".
000920 77  BW-RUN-FILE-STATUS       PIC X(02) VALUE "00".
000930
000940 77  BW-ABORT-SW              PIC X(01) VALUE "N".
000950     88  BW-RUN-ABORTED               VALUE "Y".
000960
000970 77  BW-SES-EOF-SW            PIC X(01) VALUE "N".
000980     88  BW-END-OF-REGISTER           VALUE "Y".
000990
001000 77  BW-WIN-ON-FILE-SW        PIC X(01) VALUE "N".
001010     88  BW-WINDOW-ON-FILE            VALUE "Y".
001020
001030 77  BW-CTL-OPEN-SW           PIC X(01) VALUE "N".
001040     88  BW-CONTROL-IS-OPEN           VALUE "Y".
001050
001060 77  BW-FUNCTION-SW           PIC X(01) VALUE SPACE.
001070     88  BW-OPEN-WINDOW               VALUE "O".
001080     88  BW-CLOSE-WINDOW              VALUE "C".
001090
001100*----------------------------------------------------------------
001110* RUN CONTROLS AND COUNTERS
001120*----------------------------------------------------------------
001130 77  BW-FUNCTION-IN           PIC X(08).
001140 77  BW-RUN-DATE              PIC 9(08) VALUE 0.
001150 77  BW-LOG-DATE              PIC 9(08) VALUE 0.
001160*        DATE THE COMPLETION IS LOGGED UNDER - THE BUSINESS DATE
001170*        AT OPEN, THE DATE THE WINDOW WAS OPENED FOR AT CLOSE
001180 77  BW-CURRENT-DATE          PIC 9(08) VALUE 0.
001190 01  BW-TIME-NOW.
001200     05  BW-NOW-HHMMSS        PIC 9(06).
001210     05  FILLER               PIC 9(02).
001220 77  BW-SESSIONS-OPEN         PIC 9(07) COMP VALUE 0.
001230 77  BW-SESSIONS-CLEARED      PIC 9(07) COMP VALUE 0.
001240
001250*----------------------------------------------------------------
001260* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
001270* COMPLETION RECORD WRITTEN AT TERMINATION
001280*----------------------------------------------------------------
001290 77  BW-START-TIME            PIC 9(08) VALUE 0.
001300 77  BW-RUN-OUTCOME           PIC X(01) VALUE "C".
001310 77  BW-RUN-JOB               PIC X(08) VALUE SPACES.
001320
001330 PROCEDURE DIVISION.
001340*****************************************************************
001350* 0000-MAINLINE
001360*****************************************************************
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE
001390         THRU 1000-EXIT.
001400     IF NOT BW-RUN-ABORTED
001410         IF BW-OPEN-WINDOW
001420             PERFORM 2000-OPEN-WINDOW
001430                 THRU 2000-EXIT
001440         ELSE
001450             PERFORM 3000-CLOSE-WINDOW
001460                 THRU 3000-EXIT
001470         END-IF
001480     END-IF.
001490     PERFORM 8000-TERMINATE
001500         THRU 8000-EXIT.
001510     STOP RUN.
001520
001530*****************************************************************
001540* 1000-INITIALIZE
001550*     TAKES THE FUNCTION CARD, THEN OPENS THE CONTROL FILE FOR
001560*     UPDATE.  THE CONTROL FILE IS SEEDED BY BANKEOD - THIS JOB
001570*     NEVER CREATES IT.
001580*****************************************************************
001590 1000-INITIALIZE.
001600     DISPLAY "BATCHWIN - ONLINE/BATCH WINDOW CONTROL".
001610     ACCEPT BW-START-TIME FROM TIME.
001620     MOVE SPACES TO BW-FUNCTION-IN.
001630     ACCEPT BW-FUNCTION-IN.
001640     IF BW-FUNCTION-IN = "OPEN"
001650         MOVE "O" TO BW-FUNCTION-SW
001660         MOVE "WINOPEN" TO BW-RUN-JOB
001670     END-IF.
001680     IF BW-FUNCTION-IN = "CLOSE"
001690         MOVE "C" TO BW-FUNCTION-SW
001700         MOVE "WINCLOSE" TO BW-RUN-JOB
001710     END-IF.
001720     IF BW-FUNCTION-SW = SPACE
001730         DISPLAY "FUNCTION CARD MUST BE OPEN OR CLOSE, NOT "
001740             BW-FUNCTION-IN " - WINDOW NOT CHANGED."
001750         MOVE "Y" TO BW-ABORT-SW
001760         GO TO 1000-EXIT
001770     END-IF.
001780     ACCEPT BW-CURRENT-DATE FROM DATE YYYYMMDD.
001790     ACCEPT BW-TIME-NOW FROM TIME.
001800     OPEN I-O CONTROL-FILE.
001810     IF BW-CTL-FILE-STATUS NOT = "00"
001820         DISPLAY "CANNOT OPEN CONTROL FILE, STATUS = "
001830             BW-CTL-FILE-STATUS " - WINDOW NOT CHANGED."
001840         MOVE BW-CURRENT-DATE TO BW-RUN-DATE
001850         MOVE BW-CURRENT-DATE TO BW-LOG-DATE
001860         MOVE "Y" TO BW-ABORT-SW
001870         MOVE "F" TO BW-RUN-OUTCOME
001880         GO TO 1000-EXIT
001890     END-IF.
001900     MOVE "Y" TO BW-CTL-OPEN-SW.
001910     MOVE "1" TO CTL-KEY.
001920     READ CONTROL-FILE
001930         INVALID KEY
001940             DISPLAY "WARNING - NO CONTROL RECORD - USING "
001950                 "SYSTEM DATE."
001960             MOVE BW-CURRENT-DATE TO CTL-BUSINESS-DATE
001970     END-READ.
001980     MOVE CTL-BUSINESS-DATE TO BW-RUN-DATE.
001990     MOVE BW-RUN-DATE TO BW-LOG-DATE.
002000     PERFORM 1100-READ-WINDOW
002010         THRU 1100-EXIT.
002020 1000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------------
002060* READS THE WINDOW RECORD.  THE FIRST RUN FINDS NONE AND STARTS
002070* ONE IN THE ONLINE-DAY STATE, WITH NO OPEN OR CLOSE YET.
002080*----------------------------------------------------------------
002090 1100-READ-WINDOW.
002100     MOVE "W" TO CTL-KEY.
002110     READ CONTROL-FILE
002120         INVALID KEY
002130             MOVE "N" TO BW-WIN-ON-FILE-SW
002140             MOVE SPACES TO CTL-WINDOW-RECORD
002150             MOVE "W" TO CTL-WIN-KEY
002160             MOVE "O" TO CTL-WIN-STATE
002170             MOVE ZERO TO CTL-WIN-BUS-DATE
002180             MOVE ZERO TO CTL-WIN-OPEN-DATE
002190             MOVE ZERO TO CTL-WIN-OPEN-TIME
002200             MOVE ZERO TO CTL-WIN-CLOSE-DATE
002210             MOVE ZERO TO CTL-WIN-CLOSE-TIME
002220             GO TO 1100-EXIT
002230     END-READ.
002240     MOVE "Y" TO BW-WIN-ON-FILE-SW.
002250 1100-EXIT.
002260     EXIT.
002270
002280*****************************************************************
002290* 2000-OPEN-WINDOW
002300*     A WINDOW ALREADY OPEN FOR THIS BUSINESS DATE IS LEFT AS IT
002310*     IS, SO A RERUN DOES NOT MOVE THE OPENING TIME.  ONE LEFT
002320*     OPEN FROM AN EARLIER DATE WAS NEVER CLOSED - IT IS OPENED
002330*     AFRESH FOR THIS DATE.  THE LAST CLOSE IS KEPT ON THE RECORD
002340*     - IT IS WHEN THE ONLINE DAY NOW ENDING BEGAN.
002350*****************************************************************
002360 2000-OPEN-WINDOW.
002370     IF CTL-BATCH-WINDOW-OPEN
002380         AND CTL-WIN-BUS-DATE = BW-RUN-DATE
002390         DISPLAY "BATCH WINDOW ALREADY OPEN SINCE "
002400             CTL-WIN-OPEN-DATE " " CTL-WIN-OPEN-TIME
002410             " - LEFT AS IT IS."
002420         GO TO 2000-LIST
002430     END-IF.
002440     IF CTL-BATCH-WINDOW-OPEN
002450         DISPLAY "WARNING - WINDOW LEFT OPEN FROM BUSINESS DATE "
002460             CTL-WIN-BUS-DATE " WAS NEVER CLOSED."
002470     END-IF.
002480     MOVE "B" TO CTL-WIN-STATE.
002490     MOVE BW-RUN-DATE TO CTL-WIN-BUS-DATE.
002500     MOVE BW-CURRENT-DATE TO CTL-WIN-OPEN-DATE.
002510     MOVE BW-NOW-HHMMSS TO CTL-WIN-OPEN-TIME.
002520     PERFORM 7000-SAVE-WINDOW
002530         THRU 7000-EXIT.
002540     IF BW-RUN-ABORTED
002550         GO TO 2000-EXIT
002560     END-IF.
002570     DISPLAY "BATCH WINDOW OPENED " CTL-WIN-OPEN-DATE " "
002580         CTL-WIN-OPEN-TIME " FOR BUSINESS DATE " BW-RUN-DATE.
002590     DISPLAY "NO NEW TELLER SIGN-ON UNTIL THE WINDOW CLOSES.".
002600 2000-LIST.
002610     PERFORM 2100-LIST-SESSIONS
002620         THRU 2100-EXIT.
002630     IF BW-SESSIONS-OPEN = ZERO
002640         DISPLAY "NO TELLER SESSION SIGNED ON - THE POSTING JOBS "
002650             "MAY START."
002660     ELSE
002670         DISPLAY BW-SESSIONS-OPEN " TELLER(S) STILL SIGNED ON - "
002680             "THE POSTING JOBS WILL NOT START UNTIL THEY SIGN "
002690             "OFF."
002700     END-IF.
002710 2000-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------------
002750* LISTS EVERY TELLER THE REGISTER SHOWS STILL SIGNED ON.  NO
002760* REGISTER ON DISK (35) MEANS NO TELLER HAS EVER SIGNED ON.
002770*----------------------------------------------------------------
002780 2100-LIST-SESSIONS.
002790     OPEN INPUT SESSION-REGISTER.
002800     IF BW-SES-FILE-STATUS = "35"
002810         DISPLAY "NO SESSION REGISTER ON DISK - NO TELLER HAS "
002820             "SIGNED ON."
002830         GO TO 2100-EXIT
002840     END-IF.
002850     IF BW-SES-FILE-STATUS NOT = "00"
002860         DISPLAY "WARNING - CANNOT OPEN SESSION REGISTER, STATUS "
002870             BW-SES-FILE-STATUS " - SESSIONS NOT LISTED."
002880         GO TO 2100-EXIT
002890     END-IF.
002900     MOVE "N" TO BW-SES-EOF-SW.
002910     MOVE LOW-VALUES TO SES-TELLER-ID.
002920     START SESSION-REGISTER
002930         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
002940         INVALID KEY
002950             MOVE "Y" TO BW-SES-EOF-SW
002960     END-START.
002970     PERFORM 2110-LIST-ONE-SESSION
002980         THRU 2110-EXIT
002990         UNTIL BW-END-OF-REGISTER.
003000     CLOSE SESSION-REGISTER.
003010 2100-EXIT.
003020     EXIT.
003030
003040 2110-LIST-ONE-SESSION.
003050     READ SESSION-REGISTER NEXT RECORD
003060         AT END
003070             MOVE "Y" TO BW-SES-EOF-SW
003080             GO TO 2110-EXIT
003090     END-READ.
003100     IF BW-SES-FILE-STATUS NOT = "00"
003110         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
003120             BW-SES-FILE-STATUS
003130         MOVE "Y" TO BW-SES-EOF-SW
003140         GO TO 2110-EXIT
003150     END-IF.
003160     IF SES-OPEN-COUNT > ZERO
003170         ADD 1 TO BW-SESSIONS-OPEN
003180         DISPLAY "STILL SIGNED ON: TELLER " SES-TELLER-ID
003190             " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
003200             SES-SIGNON-TIME " SESSIONS " SES-OPEN-COUNT
003210     END-IF.
003220 2110-EXIT.
003230     EXIT.
003240
003250*****************************************************************
003260* 3000-CLOSE-WINDOW
003270*     CLEARS THE SESSION REGISTER, THEN STAMPS THE WINDOW CLOSED.
003280*     THE COMPLETION IS LOGGED UNDER THE DATE THE WINDOW WAS
003290*     OPENED FOR - BANKEOD HAS ADVANCED THE BUSINESS DATE BY NOW.
003300*****************************************************************
003310 3000-CLOSE-WINDOW.
003320     IF NOT CTL-BATCH-WINDOW-OPEN
003330         DISPLAY "BATCH WINDOW IS NOT OPEN - LAST CLOSED "
003340             CTL-WIN-CLOSE-DATE " " CTL-WIN-CLOSE-TIME
003350             " - LEFT AS IT IS."
003360         GO TO 3000-EXIT
003370     END-IF.
003380     MOVE CTL-WIN-BUS-DATE TO BW-LOG-DATE.
003390     PERFORM 3100-CLEAR-SESSIONS
003400         THRU 3100-EXIT.
003410     MOVE "O" TO CTL-WIN-STATE.
003420     MOVE BW-CURRENT-DATE TO CTL-WIN-CLOSE-DATE.
003430     MOVE BW-NOW-HHMMSS TO CTL-WIN-CLOSE-TIME.
003440     PERFORM 7000-SAVE-WINDOW
003450         THRU 7000-EXIT.
003460     IF BW-RUN-ABORTED
003470         GO TO 3000-EXIT
003480     END-IF.
003490     DISPLAY "BATCH WINDOW CLOSED " CTL-WIN-CLOSE-DATE " "
003500         CTL-WIN-CLOSE-TIME " - ONLINE DAY STARTED FOR BUSINESS "
003510         "DATE " BW-RUN-DATE.
003520 3000-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------
003560* NO SESSION CAN HAVE SIGNED ON WHILE THE WINDOW WAS OPEN, SO AN
003570* ENTRY STILL COUNTED NOW BELONGS TO A SESSION THAT NEVER SIGNED
003580* OFF - A DROPPED TERMINAL, OR ONE THE POSTING JOBS WERE FORCED
003590* PAST BY OVERRIDE.  LEFT ON THE REGISTER IT WOULD HOLD UP EVERY
003600* NIGHT RUN AFTER THIS ONE, SO IT IS CLEARED AND LISTED FOR THE
003610* BRANCH TO FOLLOW UP.
003620*----------------------------------------------------------------
003630 3100-CLEAR-SESSIONS.
003640     OPEN I-O SESSION-REGISTER.
003650     IF BW-SES-FILE-STATUS = "35"
003660         GO TO 3100-EXIT
003670     END-IF.
003680     IF BW-SES-FILE-STATUS NOT = "00"
003690         DISPLAY "CANNOT OPEN SESSION REGISTER, STATUS = "
003700             BW-SES-FILE-STATUS " - SESSIONS NOT CLEARED."
003710         MOVE "F" TO BW-RUN-OUTCOME
003720         GO TO 3100-EXIT
003730     END-IF.
003740     MOVE "N" TO BW-SES-EOF-SW.
003750     MOVE LOW-VALUES TO SES-TELLER-ID.
003760     START SESSION-REGISTER
003770         KEY IS GREATER THAN OR EQUAL SES-TELLER-ID
003780         INVALID KEY
003790             MOVE "Y" TO BW-SES-EOF-SW
003800     END-START.
003810     PERFORM 3110-CLEAR-ONE-SESSION
003820         THRU 3110-EXIT
003830         UNTIL BW-END-OF-REGISTER.
003840     CLOSE SESSION-REGISTER.
003850     IF BW-SESSIONS-CLEARED > ZERO
003860         DISPLAY BW-SESSIONS-CLEARED " TELLER(S) NEVER SIGNED "
003870             "OFF - CLEARED FROM THE REGISTER."
003880     END-IF.
003890 3100-EXIT.
003900     EXIT.
003910
003920 3110-CLEAR-ONE-SESSION.
003930     READ SESSION-REGISTER NEXT RECORD
003940         AT END
003950             MOVE "Y" TO BW-SES-EOF-SW
003960             GO TO 3110-EXIT
003970     END-READ.
003980     IF BW-SES-FILE-STATUS NOT = "00"
003990         DISPLAY "ERROR READING SESSION REGISTER, STATUS = "
004000             BW-SES-FILE-STATUS
004010         MOVE "F" TO BW-RUN-OUTCOME
004020         MOVE "Y" TO BW-SES-EOF-SW
004030         GO TO 3110-EXIT
004040     END-IF.
004050     IF SES-OPEN-COUNT = ZERO
004060         GO TO 3110-EXIT
004070     END-IF.
004080     DISPLAY "NEVER SIGNED OFF: TELLER " SES-TELLER-ID
004090         " BRANCH " SES-BRANCH " SINCE " SES-SIGNON-DATE " "
004100         SES-SIGNON-TIME " SESSIONS " SES-OPEN-COUNT.
004110     MOVE ZERO TO SES-OPEN-COUNT.
004120     MOVE "C" TO SES-STATUS.
004130     MOVE BW-CURRENT-DATE TO SES-SIGNOFF-DATE.
004140     MOVE BW-TIME-NOW TO SES-SIGNOFF-TIME.
004150     REWRITE SES-RECORD
004160         INVALID KEY
004170             DISPLAY "ERROR CLEARING SESSION " SES-TELLER-ID
004180                 ", STATUS = " BW-SES-FILE-STATUS
004190             MOVE "F" TO BW-RUN-OUTCOME
004200             GO TO 3110-EXIT
004210     END-REWRITE.
004220     ADD 1 TO BW-SESSIONS-CLEARED.
004230 3110-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* WRITES THE WINDOW RECORD BACK - REWRITTEN WHEN IT WAS ON FILE,
004280* WRITTEN THE FIRST TIME.
004290*----------------------------------------------------------------
004300 7000-SAVE-WINDOW.
004310     IF BW-WINDOW-ON-FILE
004320         REWRITE CTL-WINDOW-RECORD
004330             INVALID KEY
004340                 CONTINUE
004350         END-REWRITE
004360     ELSE
004370         WRITE CTL-WINDOW-RECORD
004380             INVALID KEY
004390                 CONTINUE
004400         END-WRITE
004410     END-IF.
004420     IF BW-CTL-FILE-STATUS NOT = "00"
004430         DISPLAY "ERROR WRITING WINDOW RECORD, STATUS = "
004440             BW-CTL-FILE-STATUS " - WINDOW NOT CHANGED."
004450         MOVE "Y" TO BW-ABORT-SW
004460         MOVE "F" TO BW-RUN-OUTCOME
004470         GO TO 7000-EXIT
004480     END-IF.
004490     MOVE "Y" TO BW-WIN-ON-FILE-SW.
004500 7000-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540* 8000-TERMINATE
004550*****************************************************************
004560 8000-TERMINATE.
004570     IF BW-CONTROL-IS-OPEN
004580         CLOSE CONTROL-FILE
004590     END-IF.
004600     IF BW-RUN-JOB NOT = SPACES
004610         PERFORM 8200-WRITE-RUN-LOG
004620             THRU 8200-EXIT
004630     END-IF.
004640     IF BW-OPEN-WINDOW
004650         DISPLAY "BATCHWIN COMPLETE - SESSIONS STILL SIGNED ON: "
004660             BW-SESSIONS-OPEN
004670     ELSE
004680         DISPLAY "BATCHWIN COMPLETE - SESSIONS CLEARED: "
004690             BW-SESSIONS-CLEARED
004700     END-IF.
004710 8000-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750* 8200-WRITE-RUN-LOG
004760*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
004770*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
004780*     REWRITES THE RECORD FOR ITS DATE.
004790*****************************************************************
004800 8200-WRITE-RUN-LOG.
004810     OPEN I-O RUN-LOG-FILE.
004820     IF BW-RUN-FILE-STATUS NOT = "00"
004830         OPEN OUTPUT RUN-LOG-FILE
004840         CLOSE RUN-LOG-FILE
004850         OPEN I-O RUN-LOG-FILE
004860     END-IF.
004870     IF BW-RUN-FILE-STATUS NOT = "00"
004880         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
004890             BW-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
004900         GO TO 8200-EXIT
004910     END-IF.
004920     MOVE BW-LOG-DATE          TO RUN-DATE.
004930     MOVE BW-RUN-JOB           TO RUN-JOB.
004940     MOVE BW-START-TIME        TO RUN-START-TIME.
004950     ACCEPT RUN-END-TIME FROM TIME.
004960     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
004970     IF BW-OPEN-WINDOW
004980         MOVE BW-SESSIONS-OPEN    TO RUN-RECORDS
004990     ELSE
005000         MOVE BW-SESSIONS-CLEARED TO RUN-RECORDS
005010     END-IF.
005020     MOVE BW-RUN-OUTCOME       TO RUN-OUTCOME.
005030     WRITE RUN-RECORD
005040         INVALID KEY
005050             REWRITE RUN-RECORD
005060     END-WRITE.
005070     CLOSE RUN-LOG-FILE.
005080 8200-EXIT.
005090     EXIT.
