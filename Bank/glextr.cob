000190*     LEDGER ACCOUNTS USED:
000200*       10100 CASH IN VAULT        20100 CUSTOMER DEPOSITS
000210*       28000 TRANSFER CLEARING    40100 FEE INCOME
000220*       50100 INTEREST EXPENSE     12100 LOANS RECEIVABLE
000230*       12200 LOAN INTEREST RECEIVABLE
000240*       41100 LOAN INTEREST INCOME
000250*       28500 UNCLAIMED PROPERTY SUSPENSE
000260*     LOAN INTEREST ACCRUALS AND LOAN REPAYMENTS ARE TAKEN FROM
000270*     THE DAYS LOAN HISTORY, NOT THE TRANSACTION LOG.
000280*     SCHEDULED AFTER EODRPT AND BANKINT, BEFORE THE TRANARCH
000290*     CUT-OFF - SEE JCL/GLEXTR.JCL.
000300*----------------------------------------------------------------
000310* MAINTENANCE HISTORY
000320* DATE       INIT  DESCRIPTION
000330* ---------- ----  ------------------------------------------
000340* 2026-08-22  RLD  ORIGINAL PROGRAM.
000350* 2026-09-02  RLD  REVERSALS ("R"/"V") NOW NET AGAINST THE
000360*                  ACCUMULATOR OF THE TYPE THEY BACK OUT, USING
000370*                  THE TRAN-ORIG-TYPE STAMP - A REVERSED DEPOSIT
000380*                  NO LONGER INFLATES THE LEDGER EXTRACT.
000390* 2026-09-02  RLD  WRITES A COMPLETION RECORD TO THE SHARED
000400*                  NIGHT-RUN JOB LOG AT TERMINATION - RUNSHEET
000410*                  PROVES THE SCHEDULE FROM IT AND BANKEOD
000420*                  GATES THE DATE ADVANCE ON IT.
000430* 2026-09-02  RLD  A FAILED FILE OPEN AT INITIALIZATION NOW
000440*                  LOGS OUTCOME "F" ON THE NIGHT-RUN JOB LOG
000450*                  INSTEAD OF A CLEAN ZERO-RECORD COMPLETION.
000460* 2026-10-15  RLD  LOAN INTEREST ACCRUED BY LOANSVC AND LOAN
000470*                  REPAYMENTS TAKEN AT THE COUNTER ARE CARRIED
000480*                  TO THE LEDGER FROM THE DAYS LOAN HISTORY -
000490*                  INTEREST SPLIT FROM PRINCIPAL, CASH FROM
000500*                  TRANSFER.
000510* 2026-10-15  RLD  DORMANT BALANCES TRANSFERRED BY THE ESCHEAT RUN
000520*                  ("E") ARE CARRIED TO THE UNCLAIMED PROPERTY
000530*                  SUSPENSE LEDGER ACCOUNT, WHERE THEY SIT UNTIL
000540*                  ACCOUNTING REMITS THEM TO THE STATE.
000550*================================================================
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. GLEXTR.
000580 AUTHOR. R L DAWSON.
000590 INSTALLATION. MAIN STREET DATA CENTER.
000600 DATE-WRITTEN. 2026-08-22.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS GE-TRAN-FILE-STATUS.
000700
000710     SELECT GL-INTERFACE-FILE ASSIGN TO "GLFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS GE-GL-FILE-STATUS.
000750
000760     SELECT LOAN-HISTORY ASSIGN TO "LOANHIST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LNH-KEY
000800         FILE STATUS IS GE-LNH-FILE-STATUS.
000810
000820     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CTL-KEY
000860         FILE STATUS IS GE-CTL-FILE-STATUS.
000870
000880     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS RUN-KEY
000920         FILE STATUS IS GE-RUN-FILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960*----------------------------------------------------------------
000970* TRANSACTION LOG - THE DAYS POSTINGS, READ FOR THE DAY
000980*----------------------------------------------------------------
000990 FD  TRANSACTION-LOG
001000     LABEL RECORDS ARE STANDARD.
001010     COPY TRANREC.
001020
001030*----------------------------------------------------------------
001040* GL INTERFACE - BALANCED POSTING RECORDS PLUS CONTROL TOTALS
001050*----------------------------------------------------------------
001060 FD  GL-INTERFACE-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY GLREC.
001090
001100*----------------------------------------------------------------
001110* LOAN POSTING HISTORY - ACCRUALS AND REPAYMENTS, READ FOR THE DAY
001120*----------------------------------------------------------------
001130 FD  LOAN-HISTORY
001140     LABEL RECORDS ARE STANDARD.
001150     COPY LNHREC.
001160
001170*----------------------------------------------------------------
001180* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
001190*----------------------------------------------------------------
001200 FD  CONTROL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CTLREC.
001230
001240*----------------------------------------------------------------
001250* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
001260*----------------------------------------------------------------
001270 FD  RUN-LOG-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY RUNREC.
001300
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001330* FILE STATUS AND CONTROL SWITCHES
001340*----------------------------------------------------------------
001350 77  GE-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
001360 77  GE-GL-FILE-STATUS        PIC X(02) VALUE "00".
001370 77  GE-CTL-FILE-STATUS       PIC X(02) VALUE "00".
001380 77  GE-LNH-FILE-STATUS       PIC X(02) VALUE "00".
001390
001400 77  GE-TRAN-EOF-SW           PIC X(01) VALUE "N".
001410     88  GE-END-OF-TRAN-LOG           VALUE "Y".
001420
001430 77  GE-LNH-EOF-SW            PIC X(01) VALUE "N".
001440     88  GE-END-OF-LOAN-HIST          VALUE "Y".
001450
001460 77  GE-GL-OPEN-SW            PIC X(01) VALUE "N".
001470     88  GE-GL-FILE-IS-OPEN           VALUE "Y".
001480
001490*----------------------------------------------------------------
001500* RUN DATE AND PER-TYPE ACCUMULATORS - ONE TOTAL PER TRAN-TYPE
001510* SEEN ON TODAYS LOG
001520*----------------------------------------------------------------
001530 77  GE-RUN-DATE              PIC 9(08).
001540 77  GE-TRAN-COUNT            PIC 9(07) COMP VALUE 0.
001550 77  GE-TOT-DEPOSITS          PIC S9(11)V99 VALUE 0.
001560 77  GE-TOT-WITHDRAWALS       PIC S9(11)V99 VALUE 0.
001570 77  GE-TOT-OD-FEES           PIC S9(11)V99 VALUE 0.
001580 77  GE-TOT-INTEREST          PIC S9(11)V99 VALUE 0.
001590 77  GE-TOT-MONTHLY-FEES      PIC S9(11)V99 VALUE 0.
001600 77  GE-TOT-TRANSFERS-OUT     PIC S9(11)V99 VALUE 0.
001610 77  GE-TOT-TRANSFERS-IN      PIC S9(11)V99 VALUE 0.
001620 77  GE-TOT-ESCHEATED         PIC S9(11)V99 VALUE 0.
001630
001640*----------------------------------------------------------------
001650* LOAN ACCUMULATORS - FROM TODAYS LOAN HISTORY, REPAYMENTS SPLIT
001660* BY WHAT THEY PAID OFF AND HOW THE MONEY CAME IN
001670*----------------------------------------------------------------
001680 77  GE-LNH-COUNT             PIC 9(07) COMP VALUE 0.
001690 77  GE-TOT-LOAN-ACCRUED      PIC S9(11)V99 VALUE 0.
001700 77  GE-TOT-LOAN-CASH-INT     PIC S9(11)V99 VALUE 0.
001710 77  GE-TOT-LOAN-CASH-PRIN    PIC S9(11)V99 VALUE 0.
001720 77  GE-TOT-LOAN-XFER-INT     PIC S9(11)V99 VALUE 0.
001730 77  GE-TOT-LOAN-XFER-PRIN    PIC S9(11)V99 VALUE 0.
001740
001750*----------------------------------------------------------------
001760* INTERFACE TOTALS AND THE WORK FIELDS ONE DETAIL PAIR IS
001770* BUILT FROM
001780*----------------------------------------------------------------
001790 77  GE-TOTAL-DEBITS          PIC S9(11)V99 VALUE 0.
001800 77  GE-TOTAL-CREDITS         PIC S9(11)V99 VALUE 0.
001810 77  GE-RECORDS-WRITTEN       PIC 9(05) COMP VALUE 0.
001820 77  GE-PAIR-AMOUNT           PIC S9(11)V99.
001830 77  GE-PAIR-TYPE             PIC X(01).
001840 77  GE-PAIR-DR-ACCOUNT       PIC X(05).
001850 77  GE-PAIR-CR-ACCOUNT       PIC X(05).
001860 77  GE-PAIR-DESC             PIC X(24).
001870
001880*----------------------------------------------------------------
001890* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
001900* COMPLETION RECORD WRITTEN AT TERMINATION
001910*----------------------------------------------------------------
001920 77  GE-RUN-FILE-STATUS      PIC X(02) VALUE "00".
001930 77  GE-START-TIME           PIC 9(08) VALUE 0.
001940 77  GE-RUN-OUTCOME          PIC X(01) VALUE "C".
001950 PROCEDURE DIVISION.
001960*****************************************************************
001970* 0000-MAINLINE
001980*****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-EXIT.
002020     PERFORM 2000-ACCUMULATE-LOG
002030         THRU 2000-EXIT
002040         UNTIL GE-END-OF-TRAN-LOG.
002050     PERFORM 3000-ACCUMULATE-LOANS
002060         THRU 3000-EXIT.
002070     PERFORM 5000-WRITE-INTERFACE
002080         THRU 5000-EXIT.
002090     PERFORM 8000-TERMINATE
002100         THRU 8000-EXIT.
002110     STOP RUN.
002120
002130*****************************************************************
002140* 1000-INITIALIZE
002150*****************************************************************
002160 1000-INITIALIZE.
002170     DISPLAY "GLEXTR - NIGHTLY GENERAL-LEDGER EXTRACT".
002180     ACCEPT GE-START-TIME FROM TIME.
002190     PERFORM 1050-READ-CONTROL
002200         THRU 1050-EXIT.
002210     OPEN INPUT TRANSACTION-LOG.
002220     IF GE-TRAN-FILE-STATUS NOT = "00"
002230         DISPLAY "CANNOT OPEN TRANSACTION LOG, STATUS = "
002240             GE-TRAN-FILE-STATUS
002250         MOVE "Y" TO GE-TRAN-EOF-SW
002260         MOVE "F" TO GE-RUN-OUTCOME
002270         GO TO 1000-EXIT
002280     END-IF.
002290     OPEN OUTPUT GL-INTERFACE-FILE.
002300     IF GE-GL-FILE-STATUS NOT = "00"
002310         DISPLAY "CANNOT OPEN GL INTERFACE FILE, STATUS = "
002320             GE-GL-FILE-STATUS
002330         MOVE "Y" TO GE-TRAN-EOF-SW
002340         MOVE "F" TO GE-RUN-OUTCOME
002350         GO TO 1000-EXIT
002360     END-IF.
002370     MOVE "Y" TO GE-GL-OPEN-SW.
002380     PERFORM 2100-READ-TRAN-LOG
002390         THRU 2100-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------------
002440* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
002450* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
002460* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
002470*----------------------------------------------------------------
002480 1050-READ-CONTROL.
002490     OPEN INPUT CONTROL-FILE.
002500     IF GE-CTL-FILE-STATUS NOT = "00"
002510         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002520             GE-CTL-FILE-STATUS " - USING SYSTEM DATE."
002530         ACCEPT GE-RUN-DATE FROM DATE YYYYMMDD
002540         GO TO 1050-EXIT
002550     END-IF.
002560     MOVE "1" TO CTL-KEY.
002570     READ CONTROL-FILE
002580         INVALID KEY
002590             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002600                 "SYSTEM DATE."
002610             ACCEPT GE-RUN-DATE FROM DATE YYYYMMDD
002620             CLOSE CONTROL-FILE
002630             GO TO 1050-EXIT
002640     END-READ.
002650     MOVE CTL-BUSINESS-DATE TO GE-RUN-DATE.
002660     CLOSE CONTROL-FILE.
002670 1050-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 2000-ACCUMULATE-LOG
002720*     ONE PASS = ONE LOG RECORD ALREADY IN THE RECORD AREA.
002730*     ONLY THE BUSINESS DAYS POSTINGS COUNT.
002740*****************************************************************
002750 2000-ACCUMULATE-LOG.
002760     IF TRAN-DATE = GE-RUN-DATE
002770         ADD 1 TO GE-TRAN-COUNT
002780         EVALUATE TRUE
002790             WHEN TRAN-IS-DEPOSIT
002800                 ADD TRAN-AMOUNT TO GE-TOT-DEPOSITS
002810             WHEN TRAN-IS-WITHDRAWAL
002820                 ADD TRAN-AMOUNT TO GE-TOT-WITHDRAWALS
002830             WHEN TRAN-IS-OVERDRAFT-FEE
002840                 ADD TRAN-AMOUNT TO GE-TOT-OD-FEES
002850             WHEN TRAN-IS-INTEREST
002860                 ADD TRAN-AMOUNT TO GE-TOT-INTEREST
002870             WHEN TRAN-IS-MONTHLY-FEE
002880                 ADD TRAN-AMOUNT TO GE-TOT-MONTHLY-FEES
002890             WHEN TRAN-IS-TRANSFER-OUT
002900                 ADD TRAN-AMOUNT TO GE-TOT-TRANSFERS-OUT
002910             WHEN TRAN-IS-TRANSFER-IN
002920                 ADD TRAN-AMOUNT TO GE-TOT-TRANSFERS-IN
002930             WHEN TRAN-IS-ESCHEATMENT
002940                 ADD TRAN-AMOUNT TO GE-TOT-ESCHEATED
002950             WHEN TRAN-IS-REVERSAL-DEBIT
002960             WHEN TRAN-IS-REVERSAL-CREDIT
002970                 PERFORM 2200-NET-REVERSAL
002980                     THRU 2200-EXIT
002990             WHEN OTHER
003000                 DISPLAY "WARNING - UNKNOWN TRAN TYPE "
003010                     TRAN-TYPE " ON ACCOUNT " TRAN-ACCOUNT
003020                     " NOT CARRIED TO THE LEDGER"
003030         END-EVALUATE
003040     END-IF.
003050     PERFORM 2100-READ-TRAN-LOG
003060         THRU 2100-EXIT.
003070 2000-EXIT.
003080     EXIT.
003090
003100 2100-READ-TRAN-LOG.
003110     READ TRANSACTION-LOG
003120         AT END
003130             MOVE "Y" TO GE-TRAN-EOF-SW
003140     END-READ.
003150 2100-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190* A REVERSAL CARRIES THE TYPE OF THE POSTING IT BACKS OUT IN
003200* TRAN-ORIG-TYPE - NETTING IT AGAINST THAT TYPES ACCUMULATOR
003210* MAKES THE DAYS SUMMARY PAIRS, AND SO THE LEDGER, COME OUT AS
003220* IF THE MIS-KEYED POSTING HAD NEVER HAPPENED.
003230*----------------------------------------------------------------
003240 2200-NET-REVERSAL.
003250     EVALUATE TRAN-ORIG-TYPE
003260         WHEN "D"
003270             SUBTRACT TRAN-AMOUNT FROM GE-TOT-DEPOSITS
003280         WHEN "W"
003290             SUBTRACT TRAN-AMOUNT FROM GE-TOT-WITHDRAWALS
003300         WHEN "O"
003310             SUBTRACT TRAN-AMOUNT FROM GE-TOT-OD-FEES
003320         WHEN "I"
003330             SUBTRACT TRAN-AMOUNT FROM GE-TOT-INTEREST
003340         WHEN "F"
003350             SUBTRACT TRAN-AMOUNT FROM GE-TOT-MONTHLY-FEES
003360         WHEN "X"
003370             SUBTRACT TRAN-AMOUNT FROM GE-TOT-TRANSFERS-OUT
003380         WHEN "Y"
003390             SUBTRACT TRAN-AMOUNT FROM GE-TOT-TRANSFERS-IN
003400         WHEN "E"
003410             SUBTRACT TRAN-AMOUNT FROM GE-TOT-ESCHEATED
003420         WHEN OTHER
003430             DISPLAY "WARNING - REVERSAL ON ACCOUNT "
003440                 TRAN-ACCOUNT " NAMES UNKNOWN ORIGINAL TYPE "
003450                 TRAN-ORIG-TYPE " - NOT NETTED"
003460     END-EVALUATE.
003470 2200-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510* 3000-ACCUMULATE-LOANS
003520*     READS THE BUSINESS DAYS LOAN HISTORY - THE FILE IS KEYED
003530*     DATE FIRST, SO ONE START AND A READ UNTIL THE DATE CHANGES
003540*     PICKS UP THE DAY.  NO LOAN HISTORY ON DISK MEANS NO LOAN
003550*     HAS EVER BEEN POSTED AND THERE IS NOTHING TO CARRY.
003560*****************************************************************
003570 3000-ACCUMULATE-LOANS.
003580     IF NOT GE-GL-FILE-IS-OPEN
003590         GO TO 3000-EXIT
003600     END-IF.
003610     OPEN INPUT LOAN-HISTORY.
003620     IF GE-LNH-FILE-STATUS = "35"
003630         GO TO 3000-EXIT
003640     END-IF.
003650     IF GE-LNH-FILE-STATUS NOT = "00"
003660         DISPLAY "CANNOT OPEN LOAN HISTORY, STATUS = "
003670             GE-LNH-FILE-STATUS " - LOANS NOT CARRIED."
003680         MOVE "F" TO GE-RUN-OUTCOME
003690         GO TO 3000-EXIT
003700     END-IF.
003710     MOVE GE-RUN-DATE TO LNH-DATE.
003720     MOVE ZERO TO LNH-LOAN.
003730     MOVE ZERO TO LNH-TIME.
003740     MOVE ZERO TO LNH-SEQ.
003750     START LOAN-HISTORY
003760         KEY IS GREATER THAN OR EQUAL LNH-KEY
003770         INVALID KEY
003780             MOVE "Y" TO GE-LNH-EOF-SW
003790     END-START.
003800     IF NOT GE-END-OF-LOAN-HIST
003810         PERFORM 3200-READ-LOAN-HIST
003820             THRU 3200-EXIT
003830     END-IF.
003840     PERFORM 3100-ACCUMULATE-LOAN-ITEM
003850         THRU 3100-EXIT
003860         UNTIL GE-END-OF-LOAN-HIST.
003870     CLOSE LOAN-HISTORY.
003880 3000-EXIT.
003890     EXIT.
003900
003910 3100-ACCUMULATE-LOAN-ITEM.
003920     ADD 1 TO GE-LNH-COUNT.
003930     EVALUATE TRUE
003940         WHEN LNH-IS-ACCRUAL
003950             ADD LNH-INTEREST-PART TO GE-TOT-LOAN-ACCRUED
003960         WHEN LNH-IS-REPAYMENT AND LNH-BY-CASH
003970             ADD LNH-INTEREST-PART TO GE-TOT-LOAN-CASH-INT
003980             ADD LNH-PRINCIPAL-PART TO GE-TOT-LOAN-CASH-PRIN
003990         WHEN LNH-IS-REPAYMENT AND LNH-BY-TRANSFER
004000             ADD LNH-INTEREST-PART TO GE-TOT-LOAN-XFER-INT
004010             ADD LNH-PRINCIPAL-PART TO GE-TOT-LOAN-XFER-PRIN
004020         WHEN OTHER
004030             DISPLAY "WARNING - UNKNOWN LOAN HISTORY TYPE "
004040                 LNH-TYPE LNH-METHOD " ON LOAN " LNH-LOAN
004050                 " NOT CARRIED TO THE LEDGER"
004060     END-EVALUATE.
004070     PERFORM 3200-READ-LOAN-HIST
004080         THRU 3200-EXIT.
004090 3100-EXIT.
004100     EXIT.
004110
004120 3200-READ-LOAN-HIST.
004130     READ LOAN-HISTORY NEXT RECORD
004140         AT END
004150             MOVE "Y" TO GE-LNH-EOF-SW
004160             GO TO 3200-EXIT
004170     END-READ.
004180     IF LNH-DATE NOT = GE-RUN-DATE
004190         MOVE "Y" TO GE-LNH-EOF-SW
004200     END-IF.
004210 3200-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 5000-WRITE-INTERFACE
004260*     ONE BALANCED DEBIT/CREDIT PAIR PER TRAN-TYPE WITH A
004270*     NON-ZERO TOTAL, THEN THE CONTROL RECORDS.  THE LEDGER
004280*     VIEW OF EACH TYPE:
004290*       D  CASH TAKEN IN        DR CASH      CR DEPOSITS
004300*       W  CASH PAID OUT        DR DEPOSITS  CR CASH
004310*       O  OVERDRAFT FEE        DR DEPOSITS  CR FEE INCOME
004320*       I  INTEREST CREDITED    DR INT EXP   CR DEPOSITS
004330*       F  MONTHLY FEE          DR DEPOSITS  CR FEE INCOME
004340*       X  TRANSFER OUT         DR DEPOSITS  CR CLEARING
004350*       Y  TRANSFER IN          DR CLEARING  CR DEPOSITS
004360*       E  ESCHEATED BALANCE    DR DEPOSITS  CR UNCLAIMED PROP
004370*     AND OF THE LOAN HISTORY:
004380*       A  LOAN INTEREST ACCRUED DR LOAN INT RECEIVABLE
004390*                                CR LOAN INT INCOME
004400*       P  REPAID IN CASH       DR CASH      CR LOAN INT RECV
004410*                               DR CASH      CR LOANS RECV
004420*       P  REPAID BY TRANSFER   DR CLEARING  CR LOAN INT RECV
004430*                               DR CLEARING  CR LOANS RECV
004440*     THE TRANSFER LEG OUT OF THE DEPOSIT ACCOUNT IS AN "X" ON
004450*     THE LOG, SO CLEARING NETS TO NIL ACROSS THE TWO.
004460*****************************************************************
004470 5000-WRITE-INTERFACE.
004480     IF NOT GE-GL-FILE-IS-OPEN
004490         GO TO 5000-EXIT
004500     END-IF.
004510     IF GE-TOT-DEPOSITS NOT = ZERO
004520         MOVE "D" TO GE-PAIR-TYPE
004530         MOVE GE-TOT-DEPOSITS TO GE-PAIR-AMOUNT
004540         MOVE "10100" TO GE-PAIR-DR-ACCOUNT
004550         MOVE "20100" TO GE-PAIR-CR-ACCOUNT
004560         MOVE "DEPOSITS TAKEN" TO GE-PAIR-DESC
004570         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
004580     END-IF.
004590     IF GE-TOT-WITHDRAWALS NOT = ZERO
004600         MOVE "W" TO GE-PAIR-TYPE
004610         MOVE GE-TOT-WITHDRAWALS TO GE-PAIR-AMOUNT
004620         MOVE "20100" TO GE-PAIR-DR-ACCOUNT
004630         MOVE "10100" TO GE-PAIR-CR-ACCOUNT
004640         MOVE "WITHDRAWALS PAID" TO GE-PAIR-DESC
004650         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
004660     END-IF.
004670     IF GE-TOT-OD-FEES NOT = ZERO
004680         MOVE "O" TO GE-PAIR-TYPE
004690         MOVE GE-TOT-OD-FEES TO GE-PAIR-AMOUNT
004700         MOVE "20100" TO GE-PAIR-DR-ACCOUNT
004710         MOVE "40100" TO GE-PAIR-CR-ACCOUNT
004720         MOVE "OVERDRAFT FEES" TO GE-PAIR-DESC
004730         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
004740     END-IF.
004750     IF GE-TOT-INTEREST NOT = ZERO
004760         MOVE "I" TO GE-PAIR-TYPE
004770         MOVE GE-TOT-INTEREST TO GE-PAIR-AMOUNT
004780         MOVE "50100" TO GE-PAIR-DR-ACCOUNT
004790         MOVE "20100" TO GE-PAIR-CR-ACCOUNT
004800         MOVE "INTEREST CREDITED" TO GE-PAIR-DESC
004810         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
004820     END-IF.
004830     IF GE-TOT-MONTHLY-FEES NOT = ZERO
004840         MOVE "F" TO GE-PAIR-TYPE
004850         MOVE GE-TOT-MONTHLY-FEES TO GE-PAIR-AMOUNT
004860         MOVE "20100" TO GE-PAIR-DR-ACCOUNT
004870         MOVE "40100" TO GE-PAIR-CR-ACCOUNT
004880         MOVE "MONTHLY FEES" TO GE-PAIR-DESC
004890         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
004900     END-IF.
004910     IF GE-TOT-TRANSFERS-OUT NOT = ZERO
004920         MOVE "X" TO GE-PAIR-TYPE
004930         MOVE GE-TOT-TRANSFERS-OUT TO GE-PAIR-AMOUNT
004940         MOVE "20100" TO GE-PAIR-DR-ACCOUNT
004950         MOVE "28000" TO GE-PAIR-CR-ACCOUNT
004960         MOVE "TRANSFERS OUT" TO GE-PAIR-DESC
004970         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
004980     END-IF.
004990     IF GE-TOT-TRANSFERS-IN NOT = ZERO
005000         MOVE "Y" TO GE-PAIR-TYPE
005010         MOVE GE-TOT-TRANSFERS-IN TO GE-PAIR-AMOUNT
005020         MOVE "28000" TO GE-PAIR-DR-ACCOUNT
005030         MOVE "20100" TO GE-PAIR-CR-ACCOUNT
005040         MOVE "TRANSFERS IN" TO GE-PAIR-DESC
005050         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005060     END-IF.
005070     IF GE-TOT-ESCHEATED NOT = ZERO
005080         MOVE "E" TO GE-PAIR-TYPE
005090         MOVE GE-TOT-ESCHEATED TO GE-PAIR-AMOUNT
005100         MOVE "20100" TO GE-PAIR-DR-ACCOUNT
005110         MOVE "28500" TO GE-PAIR-CR-ACCOUNT
005120         MOVE "UNCLAIMED PROPERTY" TO GE-PAIR-DESC
005130         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005140     END-IF.
005150     IF GE-TOT-LOAN-ACCRUED NOT = ZERO
005160         MOVE "A" TO GE-PAIR-TYPE
005170         MOVE GE-TOT-LOAN-ACCRUED TO GE-PAIR-AMOUNT
005180         MOVE "12200" TO GE-PAIR-DR-ACCOUNT
005190         MOVE "41100" TO GE-PAIR-CR-ACCOUNT
005200         MOVE "LOAN INTEREST ACCRUED" TO GE-PAIR-DESC
005210         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005220     END-IF.
005230     IF GE-TOT-LOAN-CASH-INT NOT = ZERO
005240         MOVE "P" TO GE-PAIR-TYPE
005250         MOVE GE-TOT-LOAN-CASH-INT TO GE-PAIR-AMOUNT
005260         MOVE "10100" TO GE-PAIR-DR-ACCOUNT
005270         MOVE "12200" TO GE-PAIR-CR-ACCOUNT
005280         MOVE "LOAN INTEREST PAID CASH" TO GE-PAIR-DESC
005290         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005300     END-IF.
005310     IF GE-TOT-LOAN-CASH-PRIN NOT = ZERO
005320         MOVE "P" TO GE-PAIR-TYPE
005330         MOVE GE-TOT-LOAN-CASH-PRIN TO GE-PAIR-AMOUNT
005340         MOVE "10100" TO GE-PAIR-DR-ACCOUNT
005350         MOVE "12100" TO GE-PAIR-CR-ACCOUNT
005360         MOVE "LOAN PRINCIPAL PAID CASH" TO GE-PAIR-DESC
005370         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005380     END-IF.
005390     IF GE-TOT-LOAN-XFER-INT NOT = ZERO
005400         MOVE "P" TO GE-PAIR-TYPE
005410         MOVE GE-TOT-LOAN-XFER-INT TO GE-PAIR-AMOUNT
005420         MOVE "28000" TO GE-PAIR-DR-ACCOUNT
005430         MOVE "12200" TO GE-PAIR-CR-ACCOUNT
005440         MOVE "LOAN INTEREST PAID XFER" TO GE-PAIR-DESC
005450         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005460     END-IF.
005470     IF GE-TOT-LOAN-XFER-PRIN NOT = ZERO
005480         MOVE "P" TO GE-PAIR-TYPE
005490         MOVE GE-TOT-LOAN-XFER-PRIN TO GE-PAIR-AMOUNT
005500         MOVE "28000" TO GE-PAIR-DR-ACCOUNT
005510         MOVE "12100" TO GE-PAIR-CR-ACCOUNT
005520         MOVE "LOAN PRINCIPAL PAID XFER" TO GE-PAIR-DESC
005530         PERFORM 5100-WRITE-PAIR THRU 5100-EXIT
005540     END-IF.
005550     PERFORM 5200-WRITE-CONTROL THRU 5200-EXIT.
005560     CLOSE GL-INTERFACE-FILE.
005570 5000-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* WRITES THE DEBIT AND CREDIT SIDES OF ONE SUMMARY ENTRY.  BY
005620* CONSTRUCTION EVERY PAIR IS BALANCED, SO THE FILE AS A WHOLE
005630* BALANCES.
005640*----------------------------------------------------------------
005650 5100-WRITE-PAIR.
005660     MOVE "D" TO GLX-REC-TYPE.
005670     MOVE GE-RUN-DATE TO GLX-POST-DATE.
005680     MOVE GE-PAIR-TYPE TO GLX-TRAN-TYPE.
005690     MOVE GE-PAIR-DESC TO GLX-DESC.
005700     MOVE GE-PAIR-AMOUNT TO GLX-AMOUNT.
005710     MOVE GE-PAIR-DR-ACCOUNT TO GLX-GL-ACCOUNT.
005720     MOVE "DR" TO GLX-DR-CR.
005730     WRITE GLX-RECORD.
005740     ADD 1 TO GE-RECORDS-WRITTEN.
005750     ADD GE-PAIR-AMOUNT TO GE-TOTAL-DEBITS.
005760     MOVE GE-PAIR-CR-ACCOUNT TO GLX-GL-ACCOUNT.
005770     MOVE "CR" TO GLX-DR-CR.
005780     WRITE GLX-RECORD.
005790     ADD 1 TO GE-RECORDS-WRITTEN.
005800     ADD GE-PAIR-AMOUNT TO GE-TOTAL-CREDITS.
005810 5100-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------
005850* CONTROL RECORDS CLOSE THE FILE - TOTAL DEBITS ON A "DR" LINE
005860* AND TOTAL CREDITS ON A "CR" LINE, FOR THE GL TEAM TO TICK.
005870*----------------------------------------------------------------
005880 5200-WRITE-CONTROL.
005890     MOVE "C" TO GLX-REC-TYPE.
005900     MOVE GE-RUN-DATE TO GLX-POST-DATE.
005910     MOVE SPACES TO GLX-GL-ACCOUNT.
005920     MOVE SPACE TO GLX-TRAN-TYPE.
005930     MOVE "CONTROL TOTAL" TO GLX-DESC.
005940     MOVE "DR" TO GLX-DR-CR.
005950     MOVE GE-TOTAL-DEBITS TO GLX-AMOUNT.
005960     WRITE GLX-RECORD.
005970     MOVE "CR" TO GLX-DR-CR.
005980     MOVE GE-TOTAL-CREDITS TO GLX-AMOUNT.
005990     WRITE GLX-RECORD.
006000     IF GE-TOTAL-DEBITS NOT = GE-TOTAL-CREDITS
006010         MOVE "F" TO GE-RUN-OUTCOME
006020         DISPLAY "WARNING - EXTRACT DOES NOT BALANCE, DR "
006030             GE-TOTAL-DEBITS " CR " GE-TOTAL-CREDITS
006040     END-IF.
006050 5200-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090* 8000-TERMINATE
006100*****************************************************************
006110 8000-TERMINATE.
006120     PERFORM 8200-WRITE-RUN-LOG
006130         THRU 8200-EXIT.
006140     DISPLAY "GLEXTR COMPLETE - " GE-TRAN-COUNT
006150         " TRANSACTIONS AND " GE-LNH-COUNT
006160         " LOAN POSTINGS SUMMARIZED, " GE-RECORDS-WRITTEN
006170         " LEDGER RECORDS, DEBITS " GE-TOTAL-DEBITS
006180         " CREDITS " GE-TOTAL-CREDITS.
006190     CLOSE TRANSACTION-LOG.
006200 8000-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240* 8200-WRITE-RUN-LOG
006250*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
006260*     - RUNSHEET PRINTS THE NIGHTS SCHEDULE FROM IT AND BANKEOD
006270*     WILL NOT ADVANCE THE DATE UNTIL THE REQUIRED JOBS SHOW
006280*     COMPLETE.  A RERUN REWRITES THE RECORD FOR ITS DATE.
006290*****************************************************************
006300 8200-WRITE-RUN-LOG.
006310     OPEN I-O RUN-LOG-FILE.
006320     IF GE-RUN-FILE-STATUS NOT = "00"
006330         OPEN OUTPUT RUN-LOG-FILE
006340         CLOSE RUN-LOG-FILE
006350         OPEN I-O RUN-LOG-FILE
006360     END-IF.
006370     IF GE-RUN-FILE-STATUS NOT = "00"
006380         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
006390             GE-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
006400         GO TO 8200-EXIT
006410     END-IF.
006420     MOVE GE-RUN-DATE          TO RUN-DATE.
006430     MOVE "GLEXTR  "        TO RUN-JOB.
006440     MOVE GE-START-TIME TO RUN-START-TIME.
006450     ACCEPT RUN-END-TIME FROM TIME.
006460     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
006470     MOVE GE-TRAN-COUNT          TO RUN-RECORDS.
006480     MOVE GE-RUN-OUTCOME TO RUN-OUTCOME.
006490     WRITE RUN-RECORD
006500         INVALID KEY
006510             REWRITE RUN-RECORD
006520     END-WRITE.
006530     CLOSE RUN-LOG-FILE.
006540 8200-EXIT.
006550     EXIT.
