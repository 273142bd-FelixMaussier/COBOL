000010*================================================================
000020* DRWPROOF.COB
000030* PROGRAM-ID: DRWPROOF
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     END-OF-SHIFT TELLER DRAWER PROOF.  READS EVERY DRAWER
000110*     DECLARED FOR THE BUSINESS DATE, WORKS OUT WHAT EACH
000120*     DRAWER SHOULD HOLD - OPENING FLOAT PLUS THAT TELLERS CASH
000130*     DEPOSITS LESS CASH WITHDRAWALS, EACH NET OF ITS
000140*     REVERSALS, OFF THE TRANSACTION LOG - AND PRINTS IT
000150*     AGAINST THE CASH COUNTED AT SIGN-OFF, OVER/SHORT BY
000160*     TELLER AND BY BRANCH.  A TELLER WHO TOOK CASH WITHOUT
000170*     DECLARING A DRAWER, OR SIGNED OFF WITHOUT A COUNT, IS
000180*     FLAGGED.  LOAN REPAYMENTS TAKEN IN CASH ARE NOT ON THE
000190*     TRANSACTION LOG - THEY ARE READ OFF THE DAYS LOAN HISTORY
000200*     AND COUNT AS CASH IN.  RUN AFTER THE LAST TELLER SESSION
000210*     AND BEFORE TRANARCH EMPTIES THE LOG - SEE JCL/DRWPROOF.JCL.
000220*----------------------------------------------------------------
000230* MAINTENANCE HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  ------------------------------------------
000260* 2026-10-15  RLD  ORIGINAL PROGRAM.
000270* 2026-10-15  RLD  CASH LOAN REPAYMENTS OFF THE LOAN HISTORY ARE
000280*                  ADDED TO THE TELLERS CASH IN - THE DEPOSITS
000290*                  COLUMN IS NOW HEADED CASH IN.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. DRWPROOF.
000330 AUTHOR. R L DAWSON.
000340 INSTALLATION. MAIN STREET DATA CENTER.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DRAWER-FILE ASSIGN TO "TLRDRAWR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DRW-KEY
000450         FILE STATUS IS DP-DRW-FILE-STATUS.
000460
000470     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS DP-TRAN-FILE-STATUS.
000510
000520     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LNH-KEY
000560         FILE STATUS IS DP-LNH-FILE-STATUS.
000570
000580     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS DP-RPT-FILE-STATUS.
000610
000620     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CTL-KEY
000660         FILE STATUS IS DP-CTL-FILE-STATUS.
000670
000680     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RUN-KEY
000720         FILE STATUS IS DP-RUN-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*----------------------------------------------------------------
000770* TELLER CASH DRAWER - FLOAT AT SIGN-ON, CASH COUNT AT SIGN-OFF
000780*----------------------------------------------------------------
000790 FD  DRAWER-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DRWREC.
000820
000830*----------------------------------------------------------------
000840* TRANSACTION LOG - APPEND-ONLY AUDIT TRAIL, READ FOR THE DAY
000850*----------------------------------------------------------------
000860 FD  TRANSACTION-LOG
000870     LABEL RECORDS ARE STANDARD.
000880     COPY TRANREC.
000890
000900*----------------------------------------------------------------
000910* LOAN POSTING HISTORY - CASH REPAYMENTS, READ FOR THE DAY
000920*----------------------------------------------------------------
000930 FD  LOAN-HISTORY
000940     LABEL RECORDS ARE STANDARD.
000950     COPY LNHREC.
000960
000970*----------------------------------------------------------------
000980* PRINTED DRAWER PROOF
000990*----------------------------------------------------------------
001000 FD  REPORT-FILE
001010     LABEL RECORDS ARE OMITTED.
001020 01  REPORT-RECORD                PIC X(80).
001030
001040*----------------------------------------------------------------
001050* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001060*----------------------------------------------------------------
001070 FD  CONTROL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CTLREC.
001100
001110*----------------------------------------------------------------
001120* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001130*----------------------------------------------------------------
001140 FD  RUN-LOG-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY RUNREC.
001170
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200* FILE STATUS AND CONTROL SWITCHES
001210*----------------------------------------------------------------
001220 77  DP-DRW-FILE-STATUS       PIC X(02) VALUE "00".
001230 77  DP-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
001240 77  DP-LNH-FILE-STATUS       PIC X(02) VALUE "00".
001250 77  DP-RPT-FILE-STATUS       PIC X(02) VALUE "00".
001260 77  DP-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001270 77  DP-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001280
001290 77  DP-ABORT-SW              PIC X(01) VALUE "N".
001300     88  DP-RUN-ABORTED               VALUE "Y".
001310
001320 77  DP-DRW-EOF-SW            PIC X(01) VALUE "N".
001330     88  DP-END-OF-DRAWERS            VALUE "Y".
001340
001350 77  DP-TRAN-EOF-SW           PIC X(01) VALUE "N".
001360     88  DP-END-OF-TRAN-LOG           VALUE "Y".
001370
001380 77  DP-LNH-EOF-SW            PIC X(01) VALUE "N".
001390     88  DP-END-OF-LOAN-HIST          VALUE "Y".
001400
001410 77  DP-LNH-OPEN-SW           PIC X(01) VALUE "N".
001420     88  DP-LOAN-HIST-IS-OPEN         VALUE "Y".
001430
001440 77  DP-TLR-FOUND-SW          PIC X(01) VALUE "N".
001450     88  DP-TLR-WAS-FOUND             VALUE "Y".
001460
001470 77  DP-BR-FOUND-SW           PIC X(01) VALUE "N".
001480     88  DP-BR-WAS-FOUND              VALUE "Y".
001490
001500*----------------------------------------------------------------
001510* TELLER ID STAMPED ON THE LOG RECORD IN HAND - A BATCH JOB
001520* STAMPS AN ID STARTING "*" ("*INT*", "*BCH*", "*STO*")
001530*----------------------------------------------------------------
001540 01  DP-TELLER-CHECK.
001550     05  DP-TELLER-FIRST      PIC X(01).
001560         88  DP-BATCH-JOB-ID          VALUE "*".
001570     05  FILLER               PIC X(04).
001580
001590*----------------------------------------------------------------
001600* TELLER AND BRANCH OF THE CASH MOVEMENT IN HAND - OFF THE LOG
001610* RECORD OR THE LOAN HISTORY RECORD
001620*----------------------------------------------------------------
001630 77  DP-CASH-TELLER           PIC X(05).
001640 77  DP-CASH-BRANCH           PIC X(04).
001650
001660*----------------------------------------------------------------
001670* RUN CONTROLS AND ACCUMULATORS
001680*----------------------------------------------------------------
001690 77  DP-RUN-DATE              PIC 9(08).
001700 77  DP-DRAWER-COUNT          PIC 9(07) COMP VALUE 0.
001710 77  DP-TRAN-COUNT            PIC 9(07) COMP VALUE 0.
001720 77  DP-EXCEPTION-COUNT       PIC 9(07) COMP VALUE 0.
001730 77  DP-EXPECTED              PIC S9(11)V99 VALUE 0.
001740 77  DP-OVER-SHORT            PIC S9(11)V99 VALUE 0.
001750 77  DP-TOTAL-EXPECTED        PIC S9(11)V99 VALUE 0.
001760 77  DP-TOTAL-COUNTED         PIC S9(11)V99 VALUE 0.
001770 77  DP-TOTAL-OVER-SHORT      PIC S9(11)V99 VALUE 0.
001780
001790*----------------------------------------------------------------
001800* ONE ENTRY PER TELLER FOR THE DAY - LOADED FROM THE DRAWER
001810* FILE, THEN ADDED TO FROM THE LOG FOR ANY TELLER WHO TOOK
001820* CASH WITHOUT A DRAWER ON FILE.  DP-TLR-STATUS CARRIES THE
001830* DRAWER STATUS, OR "N" WHEN NO DRAWER WAS DECLARED.
001840* DP-TLR-DEPOSITS IS ALL CASH IN - DEPOSITS AND CASH LOAN
001850* REPAYMENTS.
001860*----------------------------------------------------------------
001870 77  DP-TLR-COUNT             PIC 9(03) COMP VALUE 0.
001880 77  DP-TLR-MAX               PIC 9(03) COMP VALUE 50.
001890 77  DP-TLR-IDX               PIC 9(03) COMP VALUE 0.
001900 77  DP-TLR-FOUND-IDX         PIC 9(03) COMP VALUE 0.
001910
001920 01  DP-TLR-TABLE.
001930     05  DP-TLR-ENTRY OCCURS 50 TIMES.
001940         10  DP-TLR-ID            PIC X(05).
001950         10  DP-TLR-BRANCH        PIC X(04).
001960         10  DP-TLR-STATUS        PIC X(01).
001970             88  DP-TLR-NO-DRAWER         VALUE "N".
001980             88  DP-TLR-NOT-COUNTED       VALUE "O".
001990         10  DP-TLR-FLOAT         PIC S9(09)V99.
002000         10  DP-TLR-DEPOSITS      PIC S9(11)V99.
002010         10  DP-TLR-WITHDRAWALS   PIC S9(11)V99.
002020         10  DP-TLR-COUNTED       PIC S9(09)V99.
002030
002040*----------------------------------------------------------------
002050* BRANCH ROLL-UP OF THE TELLER LINES
002060*----------------------------------------------------------------
002070 77  DP-BR-COUNT              PIC 9(03) COMP VALUE 0.
002080 77  DP-BR-MAX                PIC 9(03) COMP VALUE 20.
002090 77  DP-BR-IDX                PIC 9(03) COMP VALUE 0.
002100 77  DP-BR-FOUND-IDX          PIC 9(03) COMP VALUE 0.
002110
002120 01  DP-BR-TABLE.
002130     05  DP-BR-ENTRY OCCURS 20 TIMES.
002140         10  DP-BR-ID             PIC X(04).
002150         10  DP-BR-EXPECTED       PIC S9(11)V99.
002160         10  DP-BR-COUNTED        PIC S9(11)V99.
002170         10  DP-BR-OVER-SHORT     PIC S9(11)V99.
002180
002190*----------------------------------------------------------------
002200* REPORT LINE LAYOUTS
002210*----------------------------------------------------------------
002220 01  DP-TITLE-LINE.
002230     05  FILLER           PIC X(26) VALUE
002240                              "TELLER DRAWER PROOF FOR ".
002250     05  DP-T-DATE            PIC 9(08).
002260     05  FILLER               PIC X(46) VALUE SPACES.
002270
002280 01  DP-COLUMN-LINE.
002290     05  FILLER               PIC X(06) VALUE "TELLR".
002300     05  FILLER               PIC X(05) VALUE "BRCH".
002310     05  FILLER               PIC X(11) VALUE "     FLOAT".
002320     05  FILLER               PIC X(11) VALUE "   CASH IN".
002330     05  FILLER               PIC X(11) VALUE " WITHDRAWN".
002340     05  FILLER               PIC X(11) VALUE "  EXPECTED".
002350     05  FILLER               PIC X(11) VALUE "   COUNTED".
002360     05  FILLER               PIC X(11) VALUE "OVER/SHORT".
002370     05  FILLER               PIC X(03) VALUE SPACES.
002380
002390 01  DP-DETAIL-LINE.
002400     05  DP-D-TELLER          PIC X(05).
002410     05  FILLER               PIC X(01) VALUE SPACES.
002420     05  DP-D-BRANCH          PIC X(04).
002430     05  FILLER               PIC X(01) VALUE SPACES.
002440     05  DP-D-FLOAT           PIC -(6)9.99.
002450     05  FILLER               PIC X(01) VALUE SPACES.
002460     05  DP-D-DEPOSITS        PIC -(6)9.99.
002470     05  FILLER               PIC X(01) VALUE SPACES.
002480     05  DP-D-WITHDRAWALS     PIC -(6)9.99.
002490     05  FILLER               PIC X(01) VALUE SPACES.
002500     05  DP-D-EXPECTED        PIC -(6)9.99.
002510     05  FILLER               PIC X(01) VALUE SPACES.
002520     05  DP-D-COUNTED         PIC -(6)9.99.
002530     05  FILLER               PIC X(01) VALUE SPACES.
002540     05  DP-D-OVER-SHORT      PIC -(6)9.99.
002550     05  FILLER               PIC X(04) VALUE SPACES.
002560
002570 01  DP-FLAG-LINE.
002580     05  FILLER               PIC X(11) VALUE SPACES.
002590     05  DP-F-TEXT            PIC X(69).
002600
002610 01  DP-BR-HEADER-LINE.
002620     05  FILLER               PIC X(80) VALUE
002630                              "OVER/SHORT BY BRANCH".
002640
002650 01  DP-BR-COLUMN-LINE.
002660     05  FILLER               PIC X(08) VALUE "BRANCH".
002670     05  FILLER               PIC X(18) VALUE "     EXPECTED".
002680     05  FILLER               PIC X(18) VALUE "      COUNTED".
002690     05  FILLER               PIC X(18) VALUE "   OVER/SHORT".
002700     05  FILLER               PIC X(18) VALUE SPACES.
002710
002720 01  DP-BR-DETAIL-LINE.
002730     05  DP-BD-BRANCH         PIC X(04).
002740     05  FILLER               PIC X(04) VALUE SPACES.
002750     05  DP-BD-EXPECTED       PIC -(9)9.99.
002760     05  FILLER               PIC X(05) VALUE SPACES.
002770     05  DP-BD-COUNTED        PIC -(9)9.99.
002780     05  FILLER               PIC X(05) VALUE SPACES.
002790     05  DP-BD-OVER-SHORT     PIC -(9)9.99.
002800     05  FILLER               PIC X(23) VALUE SPACES.
002810
002820 01  DP-BR-TOTAL-LINE.
002830     05  FILLER               PIC X(08) VALUE "TOTAL".
002840     05  DP-BT-EXPECTED       PIC -(9)9.99.
002850     05  FILLER               PIC X(05) VALUE SPACES.
002860     05  DP-BT-COUNTED        PIC -(9)9.99.
002870     05  FILLER               PIC X(05) VALUE SPACES.
002880     05  DP-BT-OVER-SHORT     PIC -(9)9.99.
002890     05  FILLER               PIC X(23) VALUE SPACES.
002900
002910 01  DP-COUNT-LINE.
002920     05  FILLER           PIC X(24) VALUE "DRAWERS PROVED:".
002930     05  DP-C-DRAWERS         PIC Z(6)9.
002940     05  FILLER               PIC X(04) VALUE SPACES.
002950     05  FILLER           PIC X(14) VALUE "EXCEPTIONS:".
002960     05  DP-C-EXCEPTIONS      PIC Z(6)9.
002970     05  FILLER               PIC X(24) VALUE SPACES.
002980
002990*----------------------------------------------------------------
003000* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
003010* COMPLETION RECORD WRITTEN AT TERMINATION
003020*----------------------------------------------------------------
003030 77  DP-START-TIME            PIC 9(08) VALUE 0.
003040 77  DP-RUN-OUTCOME           PIC X(01) VALUE "C".
003050
003060 PROCEDURE DIVISION.
003070*****************************************************************
003080* 0000-MAINLINE
003090*****************************************************************
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE
003120         THRU 1000-EXIT.
003130     IF NOT DP-RUN-ABORTED
003140         PERFORM 2000-LOAD-DRAWERS
003150             THRU 2000-EXIT
003160             UNTIL DP-END-OF-DRAWERS
003170         PERFORM 3000-PROCESS-TRAN-LOG
003180             THRU 3000-EXIT
003190             UNTIL DP-END-OF-TRAN-LOG
003200         PERFORM 4000-PROCESS-LOAN-HIST
003210             THRU 4000-EXIT
003220             UNTIL DP-END-OF-LOAN-HIST
003230         PERFORM 6000-PRINT-REPORT
003240             THRU 6000-EXIT
003250     END-IF.
003260     PERFORM 8000-TERMINATE
003270         THRU 8000-EXIT.
003280     STOP RUN.
003290
003300*****************************************************************
003310* 1000-INITIALIZE
003320*****************************************************************
003330 1000-INITIALIZE.
003340     DISPLAY "DRWPROOF - TELLER DRAWER PROOF".
003350     ACCEPT DP-START-TIME FROM TIME.
003360     PERFORM 1050-READ-CONTROL
003370         THRU 1050-EXIT.
003380     OPEN INPUT DRAWER-FILE.
003390     IF DP-DRW-FILE-STATUS NOT = "00"
003400         DISPLAY "CANNOT OPEN CASH DRAWER FILE, STATUS = "
003410             DP-DRW-FILE-STATUS
003420         MOVE "Y" TO DP-ABORT-SW
003430         MOVE "F" TO DP-RUN-OUTCOME
003440         GO TO 1000-EXIT
003450     END-IF.
003460     OPEN INPUT TRANSACTION-LOG.
003470     IF DP-TRAN-FILE-STATUS NOT = "00"
003480         DISPLAY "CANNOT OPEN TRANSACTION LOG, STATUS = "
003490             DP-TRAN-FILE-STATUS
003500         MOVE "Y" TO DP-ABORT-SW
003510         MOVE "F" TO DP-RUN-OUTCOME
003520         GO TO 1000-EXIT
003530     END-IF.
003540*    NO LOAN HISTORY ON DISK MEANS NO LOAN REPAYMENT HAS EVER
003550*    BEEN TAKEN - THE PROOF RUNS OFF THE LOG ALONE.
003560     OPEN INPUT LOAN-HISTORY.
003570     IF DP-LNH-FILE-STATUS = "35"
003580         MOVE "Y" TO DP-LNH-EOF-SW
003590     ELSE
003600         IF DP-LNH-FILE-STATUS NOT = "00"
003610             DISPLAY "CANNOT OPEN LOAN HISTORY, STATUS = "
003620                 DP-LNH-FILE-STATUS
003630             MOVE "Y" TO DP-ABORT-SW
003640             MOVE "F" TO DP-RUN-OUTCOME
003650             GO TO 1000-EXIT
003660         END-IF
003670         MOVE "Y" TO DP-LNH-OPEN-SW
003680     END-IF.
003690     OPEN OUTPUT REPORT-FILE.
003700     IF DP-RPT-FILE-STATUS NOT = "00"
003710         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
003720             DP-RPT-FILE-STATUS
003730         MOVE "Y" TO DP-ABORT-SW
003740         MOVE "F" TO DP-RUN-OUTCOME
003750         GO TO 1000-EXIT
003760     END-IF.
003770     PERFORM 2100-READ-DRAWER
003780         THRU 2100-EXIT.
003790     PERFORM 3100-READ-TRAN-LOG
003800         THRU 3100-EXIT.
003810     IF DP-LOAN-HIST-IS-OPEN
003820         MOVE DP-RUN-DATE TO LNH-DATE
003830         MOVE ZERO TO LNH-LOAN
003840         MOVE ZERO TO LNH-TIME
003850         MOVE ZERO TO LNH-SEQ
003860         START LOAN-HISTORY
003870             KEY IS GREATER THAN OR EQUAL LNH-KEY
003880             INVALID KEY
003890                 MOVE "Y" TO DP-LNH-EOF-SW
003900         END-START
003910         IF NOT DP-END-OF-LOAN-HIST
003920             PERFORM 4100-READ-LOAN-HIST
003930                 THRU 4100-EXIT
003940         END-IF
003950     END-IF.
003960 1000-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------
004000* PICKS UP THE BUSINESS DATE FROM THE
004010* BANK CONTROL FILE.  IF THE FILE OR ITS RECORD IS NOT THERE
004020* THE RUN FALLS BACK TO THE SYSTEM DATE,
004030* WITH A WARNING ON THE OPERATOR LOG.
004040*----------------------------------------------------------------
004050 1050-READ-CONTROL.
004060     OPEN INPUT CONTROL-FILE.
004070     IF DP-CTL-FILE-STATUS NOT = "00"
004080         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
004090             DP-CTL-FILE-STATUS " - USING SYSTEM DATE."
004100         ACCEPT DP-RUN-DATE FROM DATE YYYYMMDD
004110         GO TO 1050-EXIT
004120     END-IF.
004130     MOVE "1" TO CTL-KEY.
004140     READ CONTROL-FILE
004150         INVALID KEY
004160             DISPLAY "WARNING - NO CONTROL RECORD - USING "
004170                 "SYSTEM DATE."
004180             ACCEPT DP-RUN-DATE FROM DATE YYYYMMDD
004190             CLOSE CONTROL-FILE
004200             GO TO 1050-EXIT
004210     END-READ.
004220     MOVE CTL-BUSINESS-DATE TO DP-RUN-DATE.
004230     CLOSE CONTROL-FILE.
004240 1050-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280* 2000-LOAD-DRAWERS
004290*     ONE TABLE ENTRY PER DRAWER DECLARED FOR THE RUN DATE.  THE
004300*     FILE IS KEYED TELLER-FIRST, SO EVERY DAY ON FILE IS READ
004310*     AND THE OTHER DAYS PASSED OVER.
004320*****************************************************************
004330 2000-LOAD-DRAWERS.
004340     IF DRW-DATE NOT = DP-RUN-DATE
004350         GO TO 2000-READ-NEXT
004360     END-IF.
004370     IF DP-TLR-COUNT NOT < DP-TLR-MAX
004380         DISPLAY "WARNING - TELLER TABLE FULL, DRAWER "
004390             DRW-TELLER-ID " OMITTED FROM THE PROOF"
004400         GO TO 2000-READ-NEXT
004410     END-IF.
004420     ADD 1 TO DP-TLR-COUNT.
004430     MOVE DP-TLR-COUNT TO DP-TLR-FOUND-IDX.
004440     MOVE DRW-TELLER-ID TO DP-TLR-ID(DP-TLR-FOUND-IDX).
004450     MOVE DRW-BRANCH TO DP-TLR-BRANCH(DP-TLR-FOUND-IDX).
004460     MOVE DRW-STATUS TO DP-TLR-STATUS(DP-TLR-FOUND-IDX).
004470     MOVE DRW-OPEN-FLOAT TO DP-TLR-FLOAT(DP-TLR-FOUND-IDX).
004480     MOVE DRW-COUNTED-CASH TO DP-TLR-COUNTED(DP-TLR-FOUND-IDX).
004490     MOVE ZERO TO DP-TLR-DEPOSITS(DP-TLR-FOUND-IDX).
004500     MOVE ZERO TO DP-TLR-WITHDRAWALS(DP-TLR-FOUND-IDX).
004510 2000-READ-NEXT.
004520     PERFORM 2100-READ-DRAWER
004530         THRU 2100-EXIT.
004540 2000-EXIT.
004550     EXIT.
004560
004570 2100-READ-DRAWER.
004580     READ DRAWER-FILE NEXT RECORD
004590         AT END
004600             MOVE "Y" TO DP-DRW-EOF-SW
004610     END-READ.
004620     IF NOT DP-END-OF-DRAWERS
004630         AND DP-DRW-FILE-STATUS NOT = "00"
004640         DISPLAY "ERROR READING DRAWER FILE, STATUS = "
004650             DP-DRW-FILE-STATUS
004660         MOVE "Y" TO DP-DRW-EOF-SW
004670     END-IF.
004680 2100-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720* 3000-PROCESS-TRAN-LOG
004730*     ROLLS THE DAYS CASH POSTINGS INTO EACH TELLERS DRAWER.
004740*     ONLY COUNTER CASH COUNTS - DEPOSITS AND WITHDRAWALS, AND
004750*     REVERSALS OF THEM NETTED AGAINST THE TOTAL THEY BACK OUT,
004760*     EXACTLY AS EODRPT NETS ITS CASH BY TELLER.  BATCH JOBS
004770*     STAMP AN ID STARTING "*" AND HAVE NO DRAWER.
004780*****************************************************************
004790 3000-PROCESS-TRAN-LOG.
004800     MOVE TRAN-TELLER-ID TO DP-TELLER-CHECK.
004810     IF TRAN-DATE NOT = DP-RUN-DATE
004820         OR DP-BATCH-JOB-ID
004830         GO TO 3000-READ-NEXT
004840     END-IF.
004850     IF NOT TRAN-IS-DEPOSIT AND NOT TRAN-IS-WITHDRAWAL
004860         AND NOT ((TRAN-IS-REVERSAL-DEBIT
004870                  OR TRAN-IS-REVERSAL-CREDIT)
004880             AND (TRAN-ORIG-TYPE = "D" OR TRAN-ORIG-TYPE = "W"))
004890         GO TO 3000-READ-NEXT
004900     END-IF.
004910     ADD 1 TO DP-TRAN-COUNT.
004920     MOVE TRAN-TELLER-ID TO DP-CASH-TELLER.
004930     MOVE TRAN-BRANCH-ID TO DP-CASH-BRANCH.
004940     PERFORM 3200-FIND-DRAWER THRU 3200-EXIT.
004950     IF NOT DP-TLR-WAS-FOUND
004960         GO TO 3000-READ-NEXT
004970     END-IF.
004980     EVALUATE TRUE
004990         WHEN TRAN-IS-DEPOSIT
005000             ADD TRAN-AMOUNT TO
005010                 DP-TLR-DEPOSITS(DP-TLR-FOUND-IDX)
005020         WHEN TRAN-IS-WITHDRAWAL
005030             ADD TRAN-AMOUNT TO
005040                 DP-TLR-WITHDRAWALS(DP-TLR-FOUND-IDX)
005050         WHEN TRAN-ORIG-TYPE = "D"
005060             SUBTRACT TRAN-AMOUNT FROM
005070                 DP-TLR-DEPOSITS(DP-TLR-FOUND-IDX)
005080         WHEN TRAN-ORIG-TYPE = "W"
005090             SUBTRACT TRAN-AMOUNT FROM
005100                 DP-TLR-WITHDRAWALS(DP-TLR-FOUND-IDX)
005110         WHEN OTHER
005120             CONTINUE
005130     END-EVALUATE.
005140 3000-READ-NEXT.
005150     PERFORM 3100-READ-TRAN-LOG
005160         THRU 3100-EXIT.
005170 3000-EXIT.
005180     EXIT.
005190
005200 3100-READ-TRAN-LOG.
005210     READ TRANSACTION-LOG
005220         AT END
005230             MOVE "Y" TO DP-TRAN-EOF-SW
005240     END-READ.
005250 3100-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------------
005290* FINDS THE DRAWER OF DP-CASH-TELLER IN THE TABLE AND LEAVES
005300* ITS INDEX IN DP-TLR-FOUND-IDX.  A TELLER WITH CASH POSTINGS
005310* BUT NO DRAWER ON FILE IS ADDED WITH STATUS "N" SO THE PROOF
005320* SHOWS THE CASH THAT NO DRAWER ACCOUNTS FOR.  DP-TLR-FOUND-SW
005330* IS LEFT "N" ONLY WHEN THE TABLE IS FULL.
005340*----------------------------------------------------------------
005350 3200-FIND-DRAWER.
005360     MOVE "N" TO DP-TLR-FOUND-SW.
005370     PERFORM 3210-SEARCH-ONE-TELLER
005380         THRU 3210-EXIT
005390         VARYING DP-TLR-IDX FROM 1 BY 1
005400         UNTIL DP-TLR-IDX > DP-TLR-COUNT
005410         OR DP-TLR-WAS-FOUND.
005420     IF NOT DP-TLR-WAS-FOUND
005430         IF DP-TLR-COUNT < DP-TLR-MAX
005440             ADD 1 TO DP-TLR-COUNT
005450             MOVE DP-TLR-COUNT TO DP-TLR-FOUND-IDX
005460             MOVE DP-CASH-TELLER TO DP-TLR-ID(DP-TLR-FOUND-IDX)
005470             MOVE DP-CASH-BRANCH TO
005480                 DP-TLR-BRANCH(DP-TLR-FOUND-IDX)
005490             MOVE "N" TO DP-TLR-STATUS(DP-TLR-FOUND-IDX)
005500             MOVE ZERO TO DP-TLR-FLOAT(DP-TLR-FOUND-IDX)
005510             MOVE ZERO TO DP-TLR-COUNTED(DP-TLR-FOUND-IDX)
005520             MOVE ZERO TO DP-TLR-DEPOSITS(DP-TLR-FOUND-IDX)
005530             MOVE ZERO TO DP-TLR-WITHDRAWALS(DP-TLR-FOUND-IDX)
005540             MOVE "Y" TO DP-TLR-FOUND-SW
005550         ELSE
005560             DISPLAY "WARNING - TELLER TABLE FULL, TELLER "
005570                 DP-CASH-TELLER " OMITTED FROM THE PROOF"
005580         END-IF
005590     END-IF.
005600 3200-EXIT.
005610     EXIT.
005620
005630 3210-SEARCH-ONE-TELLER.
005640     IF DP-TLR-ID(DP-TLR-IDX) = DP-CASH-TELLER
005650         MOVE "Y" TO DP-TLR-FOUND-SW
005660         MOVE DP-TLR-IDX TO DP-TLR-FOUND-IDX
005670     END-IF.
005680 3210-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720* 4000-PROCESS-LOAN-HIST
005730*     ROLLS THE DAYS CASH LOAN REPAYMENTS INTO EACH TELLERS
005740*     CASH IN.  THE HISTORY IS KEYED DATE FIRST, SO THE READ
005750*     STOPS WHEN THE DATE CHANGES.  ACCRUALS AND REPAYMENTS BY
005760*     TRANSFER MOVE NO CASH.
005770*****************************************************************
005780 4000-PROCESS-LOAN-HIST.
005790     MOVE LNH-TELLER-ID TO DP-TELLER-CHECK.
005800     IF NOT LNH-IS-REPAYMENT
005810         OR NOT LNH-BY-CASH
005820         OR DP-BATCH-JOB-ID
005830         GO TO 4000-READ-NEXT
005840     END-IF.
005850     ADD 1 TO DP-TRAN-COUNT.
005860     MOVE LNH-TELLER-ID TO DP-CASH-TELLER.
005870     MOVE LNH-BRANCH-ID TO DP-CASH-BRANCH.
005880     PERFORM 3200-FIND-DRAWER THRU 3200-EXIT.
005890     IF DP-TLR-WAS-FOUND
005900         ADD LNH-AMOUNT TO DP-TLR-DEPOSITS(DP-TLR-FOUND-IDX)
005910     END-IF.
005920 4000-READ-NEXT.
005930     PERFORM 4100-READ-LOAN-HIST
005940         THRU 4100-EXIT.
005950 4000-EXIT.
005960     EXIT.
005970
005980 4100-READ-LOAN-HIST.
005990     READ LOAN-HISTORY NEXT RECORD
006000         AT END
006010             MOVE "Y" TO DP-LNH-EOF-SW
006020             GO TO 4100-EXIT
006030     END-READ.
006040     IF LNH-DATE NOT = DP-RUN-DATE
006050         MOVE "Y" TO DP-LNH-EOF-SW
006060     END-IF.
006070 4100-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110* 6000-PRINT-REPORT
006120*****************************************************************
006130 6000-PRINT-REPORT.
006140     MOVE DP-RUN-DATE TO DP-T-DATE.
006150     WRITE REPORT-RECORD FROM DP-TITLE-LINE.
006160     MOVE SPACES TO REPORT-RECORD.
006170     WRITE REPORT-RECORD.
006180     WRITE REPORT-RECORD FROM DP-COLUMN-LINE.
006190     IF DP-TLR-COUNT = ZERO
006200         MOVE "NO DRAWERS OR COUNTER CASH FOR THE DATE."
006210             TO REPORT-RECORD
006220         WRITE REPORT-RECORD
006230     ELSE
006240         PERFORM 6100-PRINT-TELLER-LINE
006250             THRU 6100-EXIT
006260             VARYING DP-TLR-IDX FROM 1 BY 1
006270             UNTIL DP-TLR-IDX > DP-TLR-COUNT
006280     END-IF.
006290     MOVE SPACES TO REPORT-RECORD.
006300     WRITE REPORT-RECORD.
006310     WRITE REPORT-RECORD FROM DP-BR-HEADER-LINE.
006320     WRITE REPORT-RECORD FROM DP-BR-COLUMN-LINE.
006330     PERFORM 6300-PRINT-BRANCH-LINE
006340         THRU 6300-EXIT
006350         VARYING DP-BR-IDX FROM 1 BY 1
006360         UNTIL DP-BR-IDX > DP-BR-COUNT.
006370     MOVE DP-TOTAL-EXPECTED TO DP-BT-EXPECTED.
006380     MOVE DP-TOTAL-COUNTED TO DP-BT-COUNTED.
006390     MOVE DP-TOTAL-OVER-SHORT TO DP-BT-OVER-SHORT.
006400     WRITE REPORT-RECORD FROM DP-BR-TOTAL-LINE.
006410     MOVE SPACES TO REPORT-RECORD.
006420     WRITE REPORT-RECORD.
006430     MOVE DP-DRAWER-COUNT TO DP-C-DRAWERS.
006440     MOVE DP-EXCEPTION-COUNT TO DP-C-EXCEPTIONS.
006450     WRITE REPORT-RECORD FROM DP-COUNT-LINE.
006460 6000-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* ONE PROOF LINE PER TELLER.  EXPECTED IS THE FLOAT PLUS NET
006510* CASH IN LESS NET CASH OUT; OVER/SHORT IS COUNTED LESS
006520* EXPECTED, SO A SHORT DRAWER PRINTS NEGATIVE.  A DRAWER NOT
006530* YET COUNTED, OR NEVER DECLARED, IS FLAGGED UNDER ITS LINE
006540* AND LEFT OUT OF THE BRANCH OVER/SHORT.
006550*----------------------------------------------------------------
006560 6100-PRINT-TELLER-LINE.
006570     COMPUTE DP-EXPECTED = DP-TLR-FLOAT(DP-TLR-IDX)
006580         + DP-TLR-DEPOSITS(DP-TLR-IDX)
006590         - DP-TLR-WITHDRAWALS(DP-TLR-IDX).
006600     MOVE SPACES TO DP-F-TEXT.
006610     EVALUATE TRUE
006620         WHEN DP-TLR-NO-DRAWER(DP-TLR-IDX)
006630             MOVE ZERO TO DP-OVER-SHORT
006640             MOVE "*** NO DRAWER DECLARED FOR THIS CASH ***"
006650                 TO DP-F-TEXT
006660         WHEN DP-TLR-NOT-COUNTED(DP-TLR-IDX)
006670             MOVE ZERO TO DP-OVER-SHORT
006680             MOVE "*** DRAWER NOT COUNTED AT SIGN-OFF ***"
006690                 TO DP-F-TEXT
006700         WHEN OTHER
006710             ADD 1 TO DP-DRAWER-COUNT
006720             COMPUTE DP-OVER-SHORT =
006730                 DP-TLR-COUNTED(DP-TLR-IDX) - DP-EXPECTED
006740             IF DP-OVER-SHORT < ZERO
006750                 MOVE "*** DRAWER SHORT ***" TO DP-F-TEXT
006760             END-IF
006770             IF DP-OVER-SHORT > ZERO
006780                 MOVE "*** DRAWER OVER ***" TO DP-F-TEXT
006790             END-IF
006800     END-EVALUATE.
006810     MOVE DP-TLR-ID(DP-TLR-IDX)          TO DP-D-TELLER.
006820     MOVE DP-TLR-BRANCH(DP-TLR-IDX)      TO DP-D-BRANCH.
006830     MOVE DP-TLR-FLOAT(DP-TLR-IDX)       TO DP-D-FLOAT.
006840     MOVE DP-TLR-DEPOSITS(DP-TLR-IDX)    TO DP-D-DEPOSITS.
006850     MOVE DP-TLR-WITHDRAWALS(DP-TLR-IDX) TO DP-D-WITHDRAWALS.
006860     MOVE DP-EXPECTED                    TO DP-D-EXPECTED.
006870     MOVE DP-TLR-COUNTED(DP-TLR-IDX)     TO DP-D-COUNTED.
006880     MOVE DP-OVER-SHORT                  TO DP-D-OVER-SHORT.
006890     WRITE REPORT-RECORD FROM DP-DETAIL-LINE.
006900     IF DP-F-TEXT NOT = SPACES
006910         ADD 1 TO DP-EXCEPTION-COUNT
006920         WRITE REPORT-RECORD FROM DP-FLAG-LINE
006930     END-IF.
006940     PERFORM 6200-ADD-TO-BRANCH
006950         THRU 6200-EXIT.
006960 6100-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000* ROLLS THE TELLER LINE JUST PRINTED INTO ITS BRANCH TOTALS.
007010*----------------------------------------------------------------
007020 6200-ADD-TO-BRANCH.
007030     MOVE "N" TO DP-BR-FOUND-SW.
007040     PERFORM 6210-SEARCH-ONE-BRANCH
007050         THRU 6210-EXIT
007060         VARYING DP-BR-IDX FROM 1 BY 1
007070         UNTIL DP-BR-IDX > DP-BR-COUNT
007080         OR DP-BR-WAS-FOUND.
007090     IF NOT DP-BR-WAS-FOUND
007100         IF DP-BR-COUNT < DP-BR-MAX
007110             ADD 1 TO DP-BR-COUNT
007120             MOVE DP-BR-COUNT TO DP-BR-FOUND-IDX
007130             MOVE DP-TLR-BRANCH(DP-TLR-IDX) TO
007140                 DP-BR-ID(DP-BR-FOUND-IDX)
007150             MOVE ZERO TO DP-BR-EXPECTED(DP-BR-FOUND-IDX)
007160             MOVE ZERO TO DP-BR-COUNTED(DP-BR-FOUND-IDX)
007170             MOVE ZERO TO DP-BR-OVER-SHORT(DP-BR-FOUND-IDX)
007180         ELSE
007190             DISPLAY "WARNING - BRANCH TABLE FULL, BRANCH "
007200                 DP-TLR-BRANCH(DP-TLR-IDX)
007210                 " OMITTED FROM BRANCH TOTALS"
007220             GO TO 6200-EXIT
007230         END-IF
007240     END-IF.
007250     ADD DP-EXPECTED TO DP-BR-EXPECTED(DP-BR-FOUND-IDX).
007260     ADD DP-TLR-COUNTED(DP-TLR-IDX) TO
007270         DP-BR-COUNTED(DP-BR-FOUND-IDX).
007280     ADD DP-OVER-SHORT TO DP-BR-OVER-SHORT(DP-BR-FOUND-IDX).
007290     ADD DP-EXPECTED TO DP-TOTAL-EXPECTED.
007300     ADD DP-TLR-COUNTED(DP-TLR-IDX) TO DP-TOTAL-COUNTED.
007310     ADD DP-OVER-SHORT TO DP-TOTAL-OVER-SHORT.
007320 6200-EXIT.
007330     EXIT.
007340
007350 6210-SEARCH-ONE-BRANCH.
007360     IF DP-BR-ID(DP-BR-IDX) = DP-TLR-BRANCH(DP-TLR-IDX)
007370         MOVE "Y" TO DP-BR-FOUND-SW
007380         MOVE DP-BR-IDX TO DP-BR-FOUND-IDX
007390     END-IF.
007400 6210-EXIT.
007410     EXIT.
007420
007430 6300-PRINT-BRANCH-LINE.
007440     MOVE DP-BR-ID(DP-BR-IDX)         TO DP-BD-BRANCH.
007450     MOVE DP-BR-EXPECTED(DP-BR-IDX)   TO DP-BD-EXPECTED.
007460     MOVE DP-BR-COUNTED(DP-BR-IDX)    TO DP-BD-COUNTED.
007470     MOVE DP-BR-OVER-SHORT(DP-BR-IDX) TO DP-BD-OVER-SHORT.
007480     WRITE REPORT-RECORD FROM DP-BR-DETAIL-LINE.
007490 6300-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530* 8000-TERMINATE
007540*****************************************************************
007550 8000-TERMINATE.
007560     PERFORM 8200-WRITE-RUN-LOG
007570         THRU 8200-EXIT.
007580     DISPLAY "DRWPROOF COMPLETE - " DP-DRAWER-COUNT
007590         " DRAWERS PROVED, " DP-EXCEPTION-COUNT " EXCEPTIONS.".
007600     CLOSE DRAWER-FILE.
007610     CLOSE TRANSACTION-LOG.
007620     IF DP-LOAN-HIST-IS-OPEN
007630         CLOSE LOAN-HISTORY
007640     END-IF.
007650     CLOSE REPORT-FILE.
007660 8000-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700* 8200-WRITE-RUN-LOG
007710*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
007720*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
007730*     REWRITES THE RECORD FOR ITS DATE.
007740*****************************************************************
007750 8200-WRITE-RUN-LOG.
007760     OPEN I-O RUN-LOG-FILE.
007770     IF DP-RUN-FILE-STATUS NOT = "00"
007780         OPEN OUTPUT RUN-LOG-FILE
007790         CLOSE RUN-LOG-FILE
007800         OPEN I-O RUN-LOG-FILE
007810     END-IF.
007820     IF DP-RUN-FILE-STATUS NOT = "00"
007830         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
007840             DP-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
007850         GO TO 8200-EXIT
007860     END-IF.
007870     MOVE DP-RUN-DATE          TO RUN-DATE.
007880     MOVE "DRWPROOF"           TO RUN-JOB.
007890     MOVE DP-START-TIME        TO RUN-START-TIME.
007900     ACCEPT RUN-END-TIME FROM TIME.
007910     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
007920     MOVE DP-DRAWER-COUNT      TO RUN-RECORDS.
007930     MOVE DP-RUN-OUTCOME       TO RUN-OUTCOME.
007940     WRITE RUN-RECORD
007950         INVALID KEY
007960             REWRITE RUN-RECORD
007970     END-WRITE.
007980     CLOSE RUN-LOG-FILE.
007990 8200-EXIT.
008000     EXIT.
