000120*     FIXED-FORMAT DETAIL RECORD PER ACCOUNT - NUMBER, STATUS
000130*     AND THE AVAILABLE FIGURE COMPUTED EXACTLY AS THE TELLER
000140*     WITHDRAWAL COMPUTES IT (ACCT-BALANCE PLUS
000150*     ACCT-OVERDRAFT-LIMIT LESS THE ACTIVE HOLDS, ZERO ON A
000160*     FROZEN ACCOUNT) - CLOSED BY A TRAILER WITH THE
000170*     RECORD COUNT AND THE HASH TOTAL OF THE AVAILABLE FIGURE
000180*     FOR THE NETWORK TO PROVE ON RECEIPT.  THE NETWORK STOPS
000190*     AUTHORIZING OVERNIGHT WITHDRAWALS BLIND AGAINST CLOSED
000200*     OR OVERDRAWN ACCOUNTS.  SCHEDULED AFTER BANKINT AND
000210*     BEFORE THE BANKEOD DATE ADVANCE - SEE JCL/BALXTR.JCL.
000220*----------------------------------------------------------------
000230* MAINTENANCE HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  ------------------------------------------
000260* 2026-09-02  RLD  ORIGINAL PROGRAM.
000270* 2026-10-15  RLD  THE AVAILABLE FIGURE IS NOW NET OF THE ACCOUNTS
000280*                  ACTIVE HOLDS AND GOES OUT AS ZERO ON A FROZEN
000290*                  ACCOUNT, SO THE NETWORK CANNOT PAY OUT HELD OR
000300*                  FROZEN FUNDS OVERNIGHT.
000310*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. BALXTR.
000340 AUTHOR. R L DAWSON.
000350 INSTALLATION. MAIN STREET DATA CENTER.
000360 DATE-WRITTEN. 2026-09-02.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ACCT-NUMBER
000460         FILE STATUS IS BX-ACCT-FILE-STATUS.
000470
000480     SELECT EXTRACT-FILE ASSIGN TO "BALXFILE"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS BX-XTR-FILE-STATUS.
000520
000530     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CTL-KEY
000570         FILE STATUS IS BX-CTL-FILE-STATUS.
000580
000590     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS HLD-KEY
000630         FILE STATUS IS BX-HLD-FILE-STATUS.
000640
000650     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RUN-KEY
000690         FILE STATUS IS BX-RUN-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------
000740* ACCOUNT MASTER - READ FRONT TO BACK, ONE DETAIL PER ACCOUNT
000750*----------------------------------------------------------------
000760 FD  ACCOUNT-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY ACCTREC.
000790
000800*----------------------------------------------------------------
000810* BALANCE EXTRACT - DETAILS PLUS A PROVING TRAILER
000820*----------------------------------------------------------------
000830 FD  EXTRACT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY BALXREC.
000860
000870*----------------------------------------------------------------
000880* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
000890*----------------------------------------------------------------
000900 FD  CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CTLREC.
000930
000940*----------------------------------------------------------------
000950* ACCOUNT HOLDS - NETTED OFF THE AVAILABLE FIGURE
000960*----------------------------------------------------------------
000970 FD  HOLD-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY HLDREC.
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
001120 77  BX-ACCT-FILE-STATUS      PIC X(02) VALUE "00".
001130 77  BX-XTR-FILE-STATUS       PIC X(02) VALUE "00".
001140 77  BX-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001150 77  BX-RUN-FILE-STATUS       PIC X(02) VALUE "00".
001160 77  BX-HLD-FILE-STATUS       PIC X(02) VALUE "00".
001170
001180 77  BX-ACCT-EOF-SW           PIC X(01) VALUE "N".
001190     88  BX-END-OF-ACCOUNTS           VALUE "Y".
001200
001210 77  BX-HLD-AVAIL-SW          PIC X(01) VALUE "N".
001220     88  BX-HOLD-FILE-AVAILABLE       VALUE "Y".
001230
001240 77  BX-HLD-EOF-SW            PIC X(01) VALUE "N".
001250     88  BX-END-OF-HOLDS              VALUE "Y".
001260
001270 77  BX-FROZEN-SW             PIC X(01) VALUE "N".
001280     88  BX-ACCOUNT-FROZEN            VALUE "Y".
001290
001300*----------------------------------------------------------------
001310* RUN CONTROLS, COUNTERS AND RUN-LOG FIELDS
001320*----------------------------------------------------------------
001330 77  BX-RUN-DATE              PIC 9(08).
001340 77  BX-AVAILABLE-FUNDS       PIC S9(10)V99.
001350 77  BX-HELD-FUNDS            PIC 9(10)V99 VALUE 0.
001360 77  BX-RECORD-COUNT          PIC 9(07) VALUE 0.
001370 77  BX-HASH-TOTAL            PIC S9(11)V99 VALUE 0.
001380 77  BX-START-TIME            PIC 9(08) VALUE 0.
001390 77  BX-RUN-OUTCOME           PIC X(01) VALUE "C".
001400
001410 PROCEDURE DIVISION.
001420*****************************************************************
001430* 0000-MAINLINE
001440*****************************************************************
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE
001470         THRU 1000-EXIT.
001480     PERFORM 2000-EXTRACT-ACCOUNTS
001490         THRU 2000-EXIT
001500         UNTIL BX-END-OF-ACCOUNTS.
001510     PERFORM 6000-WRITE-TRAILER
001520         THRU 6000-EXIT.
001530     PERFORM 8000-TERMINATE
001540         THRU 8000-EXIT.
001550     STOP RUN.
001560
001570*****************************************************************
001580* 1000-INITIALIZE
001590*****************************************************************
001600 1000-INITIALIZE.
001610     DISPLAY "BALXTR - ATM NETWORK BALANCE EXTRACT".
001620     ACCEPT BX-START-TIME FROM TIME.
001630     PERFORM 1050-READ-CONTROL
001640         THRU 1050-EXIT.
001650     OPEN INPUT ACCOUNT-MASTER.
001660     IF BX-ACCT-FILE-STATUS NOT = "00"
001670         DISPLAY "CANNOT OPEN ACCOUNT MASTER, STATUS = "
001680             BX-ACCT-FILE-STATUS
001690         MOVE "Y" TO BX-ACCT-EOF-SW
001700         MOVE "F" TO BX-RUN-OUTCOME
001710         GO TO 1000-EXIT
001720     END-IF.
001730*    NO HOLD FILE ON DISK (35) MEANS NO HOLD HAS EVER BEEN
001740*    PLACED.  ANY OTHER FAILURE STOPS THE RUN - AN EXTRACT BLIND
001750*    TO THE HOLDS WOULD LET THE NETWORK PAY OUT FROZEN FUNDS.
001760     OPEN INPUT HOLD-FILE.
001770     IF BX-HLD-FILE-STATUS = "00"
001780         MOVE "Y" TO BX-HLD-AVAIL-SW
001790     ELSE
001800         IF BX-HLD-FILE-STATUS NOT = "35"
001810             DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
001820                 BX-HLD-FILE-STATUS
001830             MOVE "Y" TO BX-ACCT-EOF-SW
001840             MOVE "F" TO BX-RUN-OUTCOME
001850             GO TO 1000-EXIT
001860         END-IF
001870     END-IF.
001880     OPEN OUTPUT EXTRACT-FILE.
001890     IF BX-XTR-FILE-STATUS NOT = "00"
001900         DISPLAY "CANNOT OPEN EXTRACT FILE, STATUS = "
001910             BX-XTR-FILE-STATUS
001920         MOVE "Y" TO BX-ACCT-EOF-SW
001930         MOVE "F" TO BX-RUN-OUTCOME
001940         GO TO 1000-EXIT
001950     END-IF.
001960     PERFORM 2100-READ-ACCOUNT
001970         THRU 2100-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000
002010*----------------------------------------------------------------
002020* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
002030* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
002040* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
002050*----------------------------------------------------------------
002060 1050-READ-CONTROL.
002070     OPEN INPUT CONTROL-FILE.
002080     IF BX-CTL-FILE-STATUS NOT = "00"
002090         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002100             BX-CTL-FILE-STATUS " - USING SYSTEM DATE."
002110         ACCEPT BX-RUN-DATE FROM DATE YYYYMMDD
002120         GO TO 1050-EXIT
002130     END-IF.
002140     MOVE "1" TO CTL-KEY.
002150     READ CONTROL-FILE
002160         INVALID KEY
002170             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002180                 "SYSTEM DATE."
002190             ACCEPT BX-RUN-DATE FROM DATE YYYYMMDD
002200             CLOSE CONTROL-FILE
002210             GO TO 1050-EXIT
002220     END-READ.
002230     MOVE CTL-BUSINESS-DATE TO BX-RUN-DATE.
002240     CLOSE CONTROL-FILE.
002250 1050-EXIT.
002260     EXIT.
002270
002280*****************************************************************
002290* 2000-EXTRACT-ACCOUNTS
002300*     ONE PASS = ONE ACCOUNT RECORD ALREADY IN THE RECORD AREA.
002310*     EVERY ACCOUNT GOES OUT WITH ITS STATUS - THE NETWORK
002320*     DECLINES AGAINST CLOSED AND DORMANT STATUS ITSELF, SO A
002330*     CARD ON A CLOSED ACCOUNT IS REFUSED AT THE MACHINE
002340*     INSTEAD OF EATEN AS AN OVERNIGHT LOSS HERE.
002350*****************************************************************
002360 2000-EXTRACT-ACCOUNTS.
002370     MOVE SPACES TO BX-RECORD.
002380     MOVE "D" TO BX-REC-TYPE.
002390     MOVE ACCT-NUMBER TO BX-ACCOUNT.
002400     MOVE ACCT-STATUS TO BX-STATUS.
002410*    THE SAME AVAILABLE-FUNDS FIGURE 5000-WITHDRAW IN BANK-APP
002420*    TESTS AT THE COUNTER - NET OF HOLDS, AND NOTHING AT ALL
002430*    AGAINST A FROZEN ACCOUNT.
002440     PERFORM 7300-TOTAL-HOLDS
002450         THRU 7300-EXIT.
002460     COMPUTE BX-AVAILABLE-FUNDS = ACCT-BALANCE +
002470         ACCT-OVERDRAFT-LIMIT - BX-HELD-FUNDS.
002480     IF BX-ACCOUNT-FROZEN
002490         MOVE ZERO TO BX-AVAILABLE-FUNDS
002500     END-IF.
002510     MOVE BX-AVAILABLE-FUNDS TO BX-AVAILABLE.
002520     WRITE BX-RECORD.
002530     IF BX-XTR-FILE-STATUS NOT = "00"
002540         DISPLAY "ERROR WRITING EXTRACT RECORD, STATUS = "
002550             BX-XTR-FILE-STATUS
002560         MOVE "F" TO BX-RUN-OUTCOME
002570         MOVE "Y" TO BX-ACCT-EOF-SW
002580         GO TO 2000-EXIT
002590     END-IF.
002600     ADD 1 TO BX-RECORD-COUNT.
002610     ADD BX-AVAILABLE-FUNDS TO BX-HASH-TOTAL.
002620     PERFORM 2100-READ-ACCOUNT
002630         THRU 2100-EXIT.
002640 2000-EXIT.
002650     EXIT.
002660
002670 2100-READ-ACCOUNT.
002680     READ ACCOUNT-MASTER
002690         AT END
002700             MOVE "Y" TO BX-ACCT-EOF-SW
002710     END-READ.
002720 2100-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* 6000-WRITE-TRAILER
002770*     CLOSES THE FILE WITH THE RECORD COUNT AND THE HASH TOTAL
002780*     OF THE AVAILABLE FIGURE - THE NETWORK PROVES BOTH ON
002790*     RECEIPT AND REFUSES A TRUNCATED TRANSFER.
002800*****************************************************************
002810 6000-WRITE-TRAILER.
002820     IF BX-RUN-OUTCOME = "F"
002830         GO TO 6000-EXIT
002840     END-IF.
002850     MOVE SPACES TO BX-TRAILER-RECORD.
002860     MOVE "T" TO BX-T-TYPE.
002870     MOVE BX-RECORD-COUNT TO BX-T-COUNT.
002880     MOVE BX-HASH-TOTAL TO BX-T-HASH.
002890     WRITE BX-TRAILER-RECORD.
002900     IF BX-XTR-FILE-STATUS NOT = "00"
002910         DISPLAY "ERROR WRITING EXTRACT TRAILER, STATUS = "
002920             BX-XTR-FILE-STATUS
002930         MOVE "F" TO BX-RUN-OUTCOME
002940     END-IF.
002950 6000-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990* 7300-TOTAL-HOLDS
003000*     TOTALS THE HOLDS IN FORCE ON THE ACCOUNT IN HAND INTO
003010*     BX-HELD-FUNDS AND SETS BX-FROZEN-SW ON A FRAUD FREEZE.  A
003020*     HOLD IS IN FORCE WHILE ACTIVE AND NOT PAST ITS EXPIRY -
003030*     ONE EXPIRING ON THE RUN DATE STILL BINDS.  ONLY THE HOLD
003040*     RECORD AREA IS USED; THE ACCOUNT RECORD IS UNTOUCHED.
003050*****************************************************************
003060 7300-TOTAL-HOLDS.
003070     MOVE ZERO TO BX-HELD-FUNDS.
003080     MOVE "N" TO BX-FROZEN-SW.
003090     IF NOT BX-HOLD-FILE-AVAILABLE
003100         GO TO 7300-EXIT
003110     END-IF.
003120     MOVE "N" TO BX-HLD-EOF-SW.
003130     MOVE ACCT-NUMBER TO HLD-ACCOUNT.
003140     MOVE ZERO TO HLD-SEQ.
003150     START HOLD-FILE
003160         KEY IS GREATER THAN OR EQUAL HLD-KEY
003170         INVALID KEY
003180             MOVE "Y" TO BX-HLD-EOF-SW
003190     END-START.
003200     PERFORM 7310-ADD-ONE-HOLD
003210         THRU 7310-EXIT
003220         UNTIL BX-END-OF-HOLDS.
003230 7300-EXIT.
003240     EXIT.
003250
003260 7310-ADD-ONE-HOLD.
003270     READ HOLD-FILE NEXT RECORD
003280         AT END
003290             MOVE "Y" TO BX-HLD-EOF-SW
003300             GO TO 7310-EXIT
003310     END-READ.
003320*    A HARD READ ERROR MUST NOT PASS FOR "NO HOLDS" - THE
003330*    ACCOUNT GOES OUT WITH NOTHING AVAILABLE, AS IF FROZEN.
003340     IF BX-HLD-FILE-STATUS NOT = "00"
003350         DISPLAY "ERROR READING HOLD FILE, STATUS = "
003360             BX-HLD-FILE-STATUS
003370         MOVE "Y" TO BX-FROZEN-SW
003380         MOVE "Y" TO BX-HLD-EOF-SW
003390         GO TO 7310-EXIT
003400     END-IF.
003410     IF HLD-ACCOUNT NOT = ACCT-NUMBER
003420         MOVE "Y" TO BX-HLD-EOF-SW
003430         GO TO 7310-EXIT
003440     END-IF.
003450     IF NOT HLD-IS-ACTIVE
003460         GO TO 7310-EXIT
003470     END-IF.
003480     IF HLD-EXPIRY-DATE NOT = ZERO
003490         AND HLD-EXPIRY-DATE < BX-RUN-DATE
003500         GO TO 7310-EXIT
003510     END-IF.
003520     IF HLD-FRAUD-FREEZE
003530         MOVE "Y" TO BX-FROZEN-SW
003540     ELSE
003550         ADD HLD-AMOUNT TO BX-HELD-FUNDS
003560     END-IF.
003570 7310-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610* 8000-TERMINATE
003620*****************************************************************
003630 8000-TERMINATE.
003640     PERFORM 8200-WRITE-RUN-LOG
003650         THRU 8200-EXIT.
003660     DISPLAY "BALXTR COMPLETE - ACCOUNTS EXTRACTED: "
003670         BX-RECORD-COUNT.
003680     CLOSE ACCOUNT-MASTER.
003690     CLOSE EXTRACT-FILE.
003700     IF BX-HOLD-FILE-AVAILABLE
003710         CLOSE HOLD-FILE
003720     END-IF.
003730 8000-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770* 8200-WRITE-RUN-LOG
003780*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
003790*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
003800*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
003810*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
003820*****************************************************************
003830 8200-WRITE-RUN-LOG.
003840     OPEN I-O RUN-LOG-FILE.
003850     IF BX-RUN-FILE-STATUS NOT = "00"
003860         OPEN OUTPUT RUN-LOG-FILE
003870         CLOSE RUN-LOG-FILE
003880         OPEN I-O RUN-LOG-FILE
003890     END-IF.
003900     IF BX-RUN-FILE-STATUS NOT = "00"
003910         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
003920             BX-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
003930         GO TO 8200-EXIT
003940     END-IF.
003950     MOVE BX-RUN-DATE   TO RUN-DATE.
003960     MOVE "BALXTR"      TO RUN-JOB.
003970     MOVE BX-START-TIME TO RUN-START-TIME.
003980     ACCEPT RUN-END-TIME FROM TIME.
003990     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
004000     MOVE BX-RECORD-COUNT TO RUN-RECORDS.
004010     MOVE BX-RUN-OUTCOME TO RUN-OUTCOME.
004020     WRITE RUN-RECORD
004030         INVALID KEY
004040             REWRITE RUN-RECORD
004050     END-WRITE.
004060     CLOSE RUN-LOG-FILE.
004070 8200-EXIT.
004080     EXIT.
