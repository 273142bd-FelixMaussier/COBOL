000090* REMARKS.
000100*     NIGHT-RUN SCHEDULE PROOF REPORT.  READS THE SHARED RUN
000110*     LOG FOR THE CURRENT BUSINESS DATE AND PRINTS THE NIGHTS
000120*     RUN SHEET - ONE LINE PER REQUIRED JOB (ACCTCOPY, BANKINT,
000130*     EODRPT, BALPROOF, GLEXTR, TRANARCH, BALXTR) WITH ITS START,
000140*     END, RECORD COUNT AND OUTCOME, FLAGGING JOBS MISSING, FAILED
000150*     OR FINISHED OUT OF SEQUENCE, PLUS EVERY OTHER JOB THAT
000160*     LOGGED FOR THE DATE.  RUN BEFORE BANKEOD; BANKEOD MAKES
000170*     THE SAME CHECK ITSELF AND REFUSES TO ADVANCE THE DATE
000180*     OVER A MISSING OR FAILED STEP WITHOUT AN OPERATOR
000190*     OVERRIDE.  THE NIGHT BATCH WINDOW OFF THE CONTROL FILE IS
000200*     PRINTED UNDER THE TITLE - A NIGHT WHOSE WINDOW WAS NEVER
000210*     OPENED FOR THE DATE COUNTS AS A PROBLEM.  SYSIN MAY CARRY
000220*     A CCYYMMDD DATE TO PRINT THE SHEET FOR AN EARLIER NIGHT -
000230*     RUN THE MORNING AFTER, IT SHOWS WHEN THAT WINDOW CLOSED.
000240*     SEE JCL/RUNSHEET.JCL.
000250*----------------------------------------------------------------
000260* MAINTENANCE HISTORY
000270* DATE       INIT  DESCRIPTION
000280* ---------- ----  ------------------------------------------
000290* 2026-09-02  RLD  ORIGINAL PROGRAM.
000300* 2026-09-02  RLD  BALXTR, THE ATM NETWORK BALANCE EXTRACT,
000310*                  JOINS THE REQUIRED SCHEDULE.
000320* 2026-09-02  RLD  THE SEQUENCE TEST NOW ORDERS ON THE NEW
000330*                  END DATE AND TIME TOGETHER - A SCHEDULE
000340*                  CROSSING MIDNIGHT NO LONGER FALSE-FLAGS
000350*                  EVERY POST-MIDNIGHT STEP.
000360* 2026-10-15  RLD  ACCTCOPY, THE ACCOUNT MASTER IMAGE COPY, JOINS
000370*                  THE REQUIRED SCHEDULE AHEAD OF BANKINT.
000380* 2026-10-15  RLD  PRINTS WHEN THE NIGHT BATCH WINDOW OPENED AND
000390*                  CLOSED FOR THE DATE, AND FLAGS A NIGHT THAT RAN
000400*                  WITHOUT THE WINDOW BEING OPENED.
000410* 2026-10-15  RLD  OPTIONAL CCYYMMDD REPORT DATE ON SYSIN, SO A
000420*                  MORNING-AFTER RUN FOR THE PRIOR BUSINESS DATE
000430*                  SHOWS THE WINDOW CLOSE AS WELL AS THE OPEN.
000440*================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. RUNSHEET.
000470 AUTHOR. R L DAWSON.
000480 INSTALLATION. MAIN STREET DATA CENTER.
000490 DATE-WRITTEN. 2026-09-02.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CTL-KEY
000590         FILE STATUS IS RS-CTL-FILE-STATUS.
000600
000610     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RUN-KEY
000650         FILE STATUS IS RS-RUN-FILE-STATUS.
000660
000670     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS RS-RPT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------
000740* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
000750*----------------------------------------------------------------
000760 FD  CONTROL-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CTLREC.
000790
000800*----------------------------------------------------------------
000810* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
000820*----------------------------------------------------------------
000830 FD  RUN-LOG-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY RUNREC.
000860
000870*----------------------------------------------------------------
000880* PRINTED RUN SHEET
000890*----------------------------------------------------------------
000900 FD  REPORT-FILE
000910     LABEL RECORDS ARE OMITTED.
000920 01  REPORT-RECORD                PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* FILE STATUS AND CONTROL SWITCHES
000970*----------------------------------------------------------------
000980 77  RS-CTL-FILE-STATUS       PIC X(02) VALUE "00".
000990 77  RS-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001000 77  RS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001010
001020 77  RS-ABORT-SW              PIC X(01) VALUE "N".
001030     88  RS-RUN-ABORTED               VALUE "Y".
001040
001050 77  RS-SCAN-EOF-SW           PIC X(01) VALUE "N".
001060     88  RS-END-OF-SCAN               VALUE "Y".
001070
001080 77  RS-REQ-FOUND-SW          PIC X(01) VALUE "N".
001090     88  RS-IS-REQUIRED-JOB           VALUE "Y".
001100
001110 77  RS-WIN-SW                PIC X(01) VALUE "N".
001120     88  RS-WINDOW-ON-FILE            VALUE "Y".
001130
001140*----------------------------------------------------------------
001150* THE REQUIRED OVERNIGHT SCHEDULE, IN THE ORDER THE JOBS MUST
001160* FINISH.  BANKEOD CARRIES THE SAME LIST - A JOB ADDED TO THE
001170* SCHEDULE GOES IN BOTH PLACES.
001180*----------------------------------------------------------------
001190 01  RS-REQUIRED-JOBS-DATA.
001200     05  FILLER               PIC X(08) VALUE "ACCTCOPY".
001210     05  FILLER               PIC X(08) VALUE "BANKINT".
001220     05  FILLER               PIC X(08) VALUE "EODRPT".
001230     05  FILLER               PIC X(08) VALUE "BALPROOF".
001240     05  FILLER               PIC X(08) VALUE "GLEXTR".
001250     05  FILLER               PIC X(08) VALUE "TRANARCH".
001260     05  FILLER               PIC X(08) VALUE "BALXTR".
001270 01  RS-REQUIRED-JOBS REDEFINES RS-REQUIRED-JOBS-DATA.
001280     05  RS-REQ-JOB OCCURS 7 TIMES
001290                              PIC X(08).
001300 77  RS-REQ-MAX               PIC 9(02) COMP VALUE 7.
001310 77  RS-JOB-IDX               PIC 9(02) COMP VALUE 0.
001320 77  RS-CHK-IDX               PIC 9(02) COMP VALUE 0.
001330
001340*----------------------------------------------------------------
001350* RUN CONTROLS AND COUNTERS
001360*----------------------------------------------------------------
001370 77  RS-RUN-DATE              PIC 9(08).
001380*        BUSINESS DATE THE SHEET IS FOR - THE CONTROL FILE DATE
001390*        UNLESS SYSIN NAMES ANOTHER
001400 77  RS-SYSIN-DATE            PIC X(08) VALUE SPACES.
001410*----------------------------------------------------------------
001420* END-OF-JOB STAMPS - DATE AND TIME TOGETHER, SO A SCHEDULE
001430* THAT RUNS PAST MIDNIGHT STILL ORDERS CORRECTLY.  A RECORD
001440* WRITTEN BEFORE RUN-END-DATE EXISTED CANNOT BE ORDERED AND
001450* IS LEFT OUT OF THE SEQUENCE TEST.
001460*----------------------------------------------------------------
001470 01  RS-END-STAMP.
001480     05  RS-ES-DATE           PIC 9(08).
001490     05  RS-ES-TIME           PIC 9(08).
001500 01  RS-END-STAMP-NUM REDEFINES RS-END-STAMP
001510                              PIC 9(16).
001520 01  RS-PREV-STAMP.
001530     05  RS-PS-DATE           PIC 9(08).
001540     05  RS-PS-TIME           PIC 9(08).
001550 01  RS-PREV-STAMP-NUM REDEFINES RS-PREV-STAMP
001560                              PIC 9(16).
001570 77  RS-PROBLEM-COUNT         PIC 9(03) COMP VALUE 0.
001580 77  RS-OTHERS-LISTED         PIC 9(03) COMP VALUE 0.
001590*----------------------------------------------------------------
001600* NIGHT BATCH WINDOW AS LAST SET BY BATCHWIN
001610*----------------------------------------------------------------
001620 77  RS-WIN-STATE             PIC X(01) VALUE SPACE.
001630     88  RS-WIN-IS-OPEN               VALUE "B".
001640 77  RS-WIN-BUS-DATE          PIC 9(08) VALUE 0.
001650 77  RS-WIN-OPEN-DATE         PIC 9(08) VALUE 0.
001660 77  RS-WIN-OPEN-TIME         PIC 9(06) VALUE 0.
001670 77  RS-WIN-CLOSE-DATE        PIC 9(08) VALUE 0.
001680 77  RS-WIN-CLOSE-TIME        PIC 9(06) VALUE 0.
001690
001700*----------------------------------------------------------------
001710* REPORT LINE LAYOUTS
001720*----------------------------------------------------------------
001730 01  RS-TITLE-LINE.
001740     05  FILLER           PIC X(18) VALUE "NIGHT RUN SHEET - ".
001750     05  RS-T-DATE             PIC 9(08).
001760     05  FILLER               PIC X(54) VALUE SPACES.
001770
001780 01  RS-WINDOW-LINE.
001790     05  FILLER               PIC X(20) VALUE
001800         "BATCH WINDOW OPENED ".
001810     05  RS-W-OPEN-DATE       PIC 9(08).
001820     05  FILLER               PIC X(01) VALUE SPACE.
001830     05  RS-W-OPEN-TIME       PIC 9(06).
001840     05  FILLER               PIC X(03) VALUE " - ".
001850     05  RS-W-STATUS          PIC X(42).
001860     05  RS-W-CLOSED-VIEW REDEFINES RS-W-STATUS.
001870         10  RS-W-CLOSED-LIT  PIC X(07).
001880         10  RS-W-CLOSE-DATE  PIC X(08).
001890         10  FILLER           PIC X(01).
001900         10  RS-W-CLOSE-TIME  PIC X(06).
001910         10  FILLER           PIC X(20).
001920
001930 01  RS-NO-WINDOW-LINE.
001940     05  FILLER               PIC X(16) VALUE "** BATCH WINDOW ".
001950     05  RS-NW-TEXT           PIC X(64).
001960
001970 01  RS-COLUMN-LINE.
001980     05  FILLER               PIC X(10) VALUE "JOB".
001990     05  FILLER               PIC X(10) VALUE "START".
002000     05  FILLER               PIC X(10) VALUE "END".
002010     05  FILLER               PIC X(09) VALUE "RECORDS".
002020     05  FILLER               PIC X(41) VALUE "STATUS".
002030
002040 01  RS-DETAIL-LINE.
002050     05  RS-D-JOB             PIC X(08).
002060     05  FILLER               PIC X(02) VALUE SPACES.
002070     05  RS-D-START           PIC 9(08).
002080     05  FILLER               PIC X(02) VALUE SPACES.
002090     05  RS-D-END             PIC 9(08).
002100     05  FILLER               PIC X(02) VALUE SPACES.
002110     05  RS-D-RECORDS         PIC Z(6)9.
002120     05  FILLER               PIC X(02) VALUE SPACES.
002130     05  RS-D-STATUS          PIC X(30).
002140     05  FILLER               PIC X(11) VALUE SPACES.
002150
002160 01  RS-MISSING-LINE.
002170     05  RS-M-JOB             PIC X(08).
002180     05  FILLER               PIC X(02) VALUE SPACES.
002190     05  FILLER               PIC X(70) VALUE
002200         "** MISSING - DID NOT LOG FOR THIS DATE **".
002210
002220 01  RS-CLEAN-LINE.
002230     05  FILLER               PIC X(80) VALUE
002240         "SCHEDULE CLEAN - ALL REQUIRED JOBS COMPLETE IN ORDER.".
002250
002260 01  RS-PROBLEM-LINE.
002270     05  FILLER               PIC X(10) VALUE "PROBLEMS:".
002280     05  RS-P-COUNT            PIC Z(2)9.
002290     05  FILLER               PIC X(67) VALUE
002300         "  - DO NOT RUN BANKEOD WITHOUT REVIEW."  .
002310
002320 PROCEDURE DIVISION.
002330*****************************************************************
002340* 0000-MAINLINE
002350*****************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE
002380         THRU 1000-EXIT.
002390     IF NOT RS-RUN-ABORTED
002400         PERFORM 2000-CHECK-REQUIRED-JOBS
002410             THRU 2000-EXIT
002420         PERFORM 3000-LIST-OTHER-JOBS
002430             THRU 3000-EXIT
002440         PERFORM 6000-PRINT-VERDICT
002450             THRU 6000-EXIT
002460     END-IF.
002470     PERFORM 8000-TERMINATE
002480         THRU 8000-EXIT.
002490     STOP RUN.
002500
002510*****************************************************************
002520* 1000-INITIALIZE
002530*****************************************************************
002540 1000-INITIALIZE.
002550     DISPLAY "RUNSHEET - NIGHT RUN SCHEDULE PROOF".
002560     PERFORM 1050-READ-CONTROL
002570         THRU 1050-EXIT.
002580     PERFORM 1100-SET-REPORT-DATE
002590         THRU 1100-EXIT.
002600     OPEN INPUT RUN-LOG-FILE.
002610     IF RS-RUN-FILE-STATUS NOT = "00"
002620         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
002630             RS-RUN-FILE-STATUS
002640         MOVE "Y" TO RS-ABORT-SW
002650         GO TO 1000-EXIT
002660     END-IF.
002670     OPEN OUTPUT REPORT-FILE.
002680     IF RS-RPT-FILE-STATUS NOT = "00"
002690         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
002700             RS-RPT-FILE-STATUS
002710         MOVE "Y" TO RS-ABORT-SW
002720         GO TO 1000-EXIT
002730     END-IF.
002740     MOVE RS-RUN-DATE TO RS-T-DATE.
002750     WRITE REPORT-RECORD FROM RS-TITLE-LINE.
002760     PERFORM 1500-PRINT-WINDOW
002770         THRU 1500-EXIT.
002780     MOVE SPACES TO REPORT-RECORD.
002790     WRITE REPORT-RECORD.
002800     WRITE REPORT-RECORD FROM RS-COLUMN-LINE.
002810 1000-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------------
002850* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
002860* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
002870* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
002880*----------------------------------------------------------------
002890 1050-READ-CONTROL.
002900     OPEN INPUT CONTROL-FILE.
002910     IF RS-CTL-FILE-STATUS NOT = "00"
002920         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002930             RS-CTL-FILE-STATUS " - USING SYSTEM DATE."
002940         ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
002950         GO TO 1050-EXIT
002960     END-IF.
002970     MOVE "1" TO CTL-KEY.
002980     READ CONTROL-FILE
002990         INVALID KEY
003000             DISPLAY "WARNING - NO CONTROL RECORD - USING "
003010                 "SYSTEM DATE."
003020             ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
003030             CLOSE CONTROL-FILE
003040             GO TO 1050-EXIT
003050     END-READ.
003060     MOVE CTL-BUSINESS-DATE TO RS-RUN-DATE.
003070     PERFORM 1060-READ-WINDOW
003080         THRU 1060-EXIT.
003090     CLOSE CONTROL-FILE.
003100 1050-EXIT.
003110     EXIT.
003120
003130 1060-READ-WINDOW.
003140     MOVE "W" TO CTL-KEY.
003150     READ CONTROL-FILE
003160         INVALID KEY
003170             GO TO 1060-EXIT
003180     END-READ.
003190     MOVE "Y"                TO RS-WIN-SW.
003200     MOVE CTL-WIN-STATE      TO RS-WIN-STATE.
003210     MOVE CTL-WIN-BUS-DATE   TO RS-WIN-BUS-DATE.
003220     MOVE CTL-WIN-OPEN-DATE  TO RS-WIN-OPEN-DATE.
003230     MOVE CTL-WIN-OPEN-TIME  TO RS-WIN-OPEN-TIME.
003240     MOVE CTL-WIN-CLOSE-DATE TO RS-WIN-CLOSE-DATE.
003250     MOVE CTL-WIN-CLOSE-TIME TO RS-WIN-CLOSE-TIME.
003260 1060-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* THE NIGHT TO REPORT IS READ FROM SYSIN.  A MISSING OR NON-
003310* NUMERIC CARD TAKES THE BUSINESS DATE - THE NORMAL NIGHTLY RUN,
003320* WHICH COMES BEFORE WINCLOSE AND SO SHOWS THE WINDOW STILL
003330* OPEN.  THE MORNING AFTER, WITH THE PRIOR BUSINESS DATE ON THE
003340* CARD, THE SAME SHEET SHOWS WHEN THE WINDOW CLOSED.
003350*----------------------------------------------------------------
003360 1100-SET-REPORT-DATE.
003370     ACCEPT RS-SYSIN-DATE.
003380     IF RS-SYSIN-DATE IS NUMERIC
003390         AND RS-SYSIN-DATE NOT = "00000000"
003400         MOVE RS-SYSIN-DATE TO RS-RUN-DATE
003410     END-IF.
003420     DISPLAY "RUN SHEET FOR BUSINESS DATE " RS-RUN-DATE.
003430 1100-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* ONE LINE UNDER THE TITLE FOR THE NIGHT BATCH WINDOW.  THE
003480* POSTING JOBS ONLY START UNPROMPTED INSIDE THE WINDOW, SO A
003490* NIGHT WITH NO WINDOW OPENED FOR THE DATE WAS EITHER RUN ON
003500* OPERATOR OVERRIDES OR NOT RUN AT ALL - EITHER WAY IT IS
003510* COUNTED AS A PROBLEM FOR REVIEW BEFORE BANKEOD.  THE CONTROL
003520* FILE HOLDS ONLY THE LATEST WINDOW, SO A SHEET FOR A DATE WHOSE
003530* WINDOW HAS SINCE BEEN REOPENED FOR A LATER ONE CANNOT SHOW ITS
003540* TIMES - THAT IS NOTED BUT NOT COUNTED.
003550*----------------------------------------------------------------
003560 1500-PRINT-WINDOW.
003570     IF NOT RS-WINDOW-ON-FILE
003580         MOVE "STATE NOT ON THE CONTROL FILE **" TO RS-NW-TEXT
003590         WRITE REPORT-RECORD FROM RS-NO-WINDOW-LINE
003600         ADD 1 TO RS-PROBLEM-COUNT
003610         GO TO 1500-EXIT
003620     END-IF.
003630     IF RS-WIN-BUS-DATE > RS-RUN-DATE
003640         MOVE "REOPENED SINCE FOR A LATER DATE - NOT HELD **"
003650             TO RS-NW-TEXT
003660         WRITE REPORT-RECORD FROM RS-NO-WINDOW-LINE
003670         GO TO 1500-EXIT
003680     END-IF.
003690     IF RS-WIN-BUS-DATE NOT = RS-RUN-DATE
003700         MOVE "NOT OPENED FOR THIS DATE **" TO RS-NW-TEXT
003710         WRITE REPORT-RECORD FROM RS-NO-WINDOW-LINE
003720         ADD 1 TO RS-PROBLEM-COUNT
003730         GO TO 1500-EXIT
003740     END-IF.
003750     MOVE RS-WIN-OPEN-DATE TO RS-W-OPEN-DATE.
003760     MOVE RS-WIN-OPEN-TIME TO RS-W-OPEN-TIME.
003770     MOVE SPACES TO RS-W-STATUS.
003780     IF RS-WIN-IS-OPEN
003790         MOVE "STILL OPEN" TO RS-W-STATUS
003800     ELSE
003810         MOVE "CLOSED "         TO RS-W-CLOSED-LIT
003820         MOVE RS-WIN-CLOSE-DATE TO RS-W-CLOSE-DATE
003830         MOVE RS-WIN-CLOSE-TIME TO RS-W-CLOSE-TIME
003840     END-IF.
003850     WRITE REPORT-RECORD FROM RS-WINDOW-LINE.
003860 1500-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900* 2000-CHECK-REQUIRED-JOBS
003910*     ONE KEYED READ PER REQUIRED JOB, IN SCHEDULE ORDER.  A
003920*     JOB WITH NO RECORD IS MISSING; A RECORD MARKED "F" IS
003930*     FAILED; A COMPLETE JOB THAT ENDED BEFORE THE PRIOR STEP
003940*     ENDED RAN OUT OF SEQUENCE.
003950*****************************************************************
003960 2000-CHECK-REQUIRED-JOBS.
003970     MOVE ZERO TO RS-PREV-STAMP-NUM.
003980     PERFORM 2100-CHECK-ONE-JOB
003990         THRU 2100-EXIT
004000         VARYING RS-JOB-IDX FROM 1 BY 1
004010         UNTIL RS-JOB-IDX > RS-REQ-MAX.
004020 2000-EXIT.
004030     EXIT.
004040
004050 2100-CHECK-ONE-JOB.
004060     MOVE RS-RUN-DATE TO RUN-DATE.
004070     MOVE RS-REQ-JOB(RS-JOB-IDX) TO RUN-JOB.
004080     READ RUN-LOG-FILE
004090         INVALID KEY
004100             MOVE RS-REQ-JOB(RS-JOB-IDX) TO RS-M-JOB
004110             WRITE REPORT-RECORD FROM RS-MISSING-LINE
004120             ADD 1 TO RS-PROBLEM-COUNT
004130             GO TO 2100-EXIT
004140     END-READ.
004150     MOVE RUN-JOB        TO RS-D-JOB.
004160     MOVE RUN-START-TIME TO RS-D-START.
004170     MOVE RUN-END-TIME   TO RS-D-END.
004180     MOVE RUN-RECORDS    TO RS-D-RECORDS.
004190     MOVE ZERO TO RS-END-STAMP-NUM.
004200     IF RUN-END-DATE NUMERIC
004210         MOVE RUN-END-DATE TO RS-ES-DATE
004220         MOVE RUN-END-TIME TO RS-ES-TIME
004230     END-IF.
004240     EVALUATE TRUE
004250         WHEN RUN-FAILED
004260             MOVE "** FAILED **" TO RS-D-STATUS
004270             ADD 1 TO RS-PROBLEM-COUNT
004280         WHEN RS-END-STAMP-NUM > ZERO
004290             AND RS-END-STAMP-NUM < RS-PREV-STAMP-NUM
004300             MOVE "** OUT OF SEQUENCE **" TO RS-D-STATUS
004310             ADD 1 TO RS-PROBLEM-COUNT
004320         WHEN OTHER
004330             MOVE "COMPLETE" TO RS-D-STATUS
004340     END-EVALUATE.
004350     IF RS-END-STAMP-NUM > RS-PREV-STAMP-NUM
004360         MOVE RS-END-STAMP-NUM TO RS-PREV-STAMP-NUM
004370     END-IF.
004380     WRITE REPORT-RECORD FROM RS-DETAIL-LINE.
004390 2100-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 3000-LIST-OTHER-JOBS
004440*     KEYED SCAN OF THE DATES RUN-LOG RECORDS - EVERY JOB THAT
004450*     LOGGED BUT IS NOT ON THE REQUIRED LIST PRINTS TOO, SO
004460*     THE SHEET SHOWS THE WHOLE NIGHT.
004470*****************************************************************
004480 3000-LIST-OTHER-JOBS.
004490     MOVE SPACES TO REPORT-RECORD.
004500     WRITE REPORT-RECORD.
004510     MOVE "N" TO RS-SCAN-EOF-SW.
004520     MOVE RS-RUN-DATE TO RUN-DATE.
004530     MOVE SPACES TO RUN-JOB.
004540     START RUN-LOG-FILE
004550         KEY IS GREATER THAN OR EQUAL RUN-KEY
004560         INVALID KEY
004570             MOVE "Y" TO RS-SCAN-EOF-SW
004580     END-START.
004590     PERFORM 3100-LIST-ONE-JOB
004600         THRU 3100-EXIT
004610         UNTIL RS-END-OF-SCAN.
004620 3000-EXIT.
004630     EXIT.
004640
004650 3100-LIST-ONE-JOB.
004660     READ RUN-LOG-FILE NEXT RECORD
004670         AT END
004680             MOVE "Y" TO RS-SCAN-EOF-SW
004690             GO TO 3100-EXIT
004700     END-READ.
004710     IF RS-RUN-FILE-STATUS NOT = "00"
004720         DISPLAY "ERROR READING RUN LOG, STATUS = "
004730             RS-RUN-FILE-STATUS
004740         MOVE "Y" TO RS-SCAN-EOF-SW
004750         GO TO 3100-EXIT
004760     END-IF.
004770     IF RUN-DATE NOT = RS-RUN-DATE
004780         MOVE "Y" TO RS-SCAN-EOF-SW
004790         GO TO 3100-EXIT
004800     END-IF.
004810     MOVE "N" TO RS-REQ-FOUND-SW.
004820     PERFORM 3110-MATCH-REQUIRED
004830         THRU 3110-EXIT
004840         VARYING RS-CHK-IDX FROM 1 BY 1
004850         UNTIL RS-CHK-IDX > RS-REQ-MAX
004860         OR RS-IS-REQUIRED-JOB.
004870     IF RS-IS-REQUIRED-JOB
004880         GO TO 3100-EXIT
004890     END-IF.
004900     MOVE RUN-JOB        TO RS-D-JOB.
004910     MOVE RUN-START-TIME TO RS-D-START.
004920     MOVE RUN-END-TIME   TO RS-D-END.
004930     MOVE RUN-RECORDS    TO RS-D-RECORDS.
004940     IF RUN-FAILED
004950         MOVE "** FAILED ** (NOT REQUIRED)" TO RS-D-STATUS
004960     ELSE
004970         MOVE "ALSO RAN" TO RS-D-STATUS
004980     END-IF.
004990     WRITE REPORT-RECORD FROM RS-DETAIL-LINE.
005000     ADD 1 TO RS-OTHERS-LISTED.
005010 3100-EXIT.
005020     EXIT.
005030
005040 3110-MATCH-REQUIRED.
005050     IF RUN-JOB = RS-REQ-JOB(RS-CHK-IDX)
005060         MOVE "Y" TO RS-REQ-FOUND-SW
005070     END-IF.
005080 3110-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120* 6000-PRINT-VERDICT
005130*****************************************************************
005140 6000-PRINT-VERDICT.
005150     MOVE SPACES TO REPORT-RECORD.
005160     WRITE REPORT-RECORD.
005170     IF RS-PROBLEM-COUNT = ZERO
005180         WRITE REPORT-RECORD FROM RS-CLEAN-LINE
005190     ELSE
005200         MOVE RS-PROBLEM-COUNT TO RS-P-COUNT
005210         WRITE REPORT-RECORD FROM RS-PROBLEM-LINE
005220     END-IF.
005230 6000-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270* 8000-TERMINATE
005280*****************************************************************
005290 8000-TERMINATE.
005300     DISPLAY "RUNSHEET COMPLETE - PROBLEMS: " RS-PROBLEM-COUNT.
005310     IF NOT RS-RUN-ABORTED
005320         CLOSE RUN-LOG-FILE
005330         CLOSE REPORT-FILE
005340     END-IF.
005350 8000-EXIT.
005360     EXIT.
