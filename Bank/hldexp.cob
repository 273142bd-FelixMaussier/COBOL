000010*================================================================
000020* HLDEXP.COB
000030* PROGRAM-ID: HLDEXP
000040* AUTHOR    : R L DAWSON, RETAIL BANKING SYSTEMS
000050* INSTALLATION: MAIN STREET DATA CENTER
000060* DATE-WRITTEN: 2026-10-15
000070* DATE-COMPILED:
000080*----------------------------------------------------------------
000090* REMARKS.
000100*     NIGHTLY HOLD DROP-OFF.  WALKS THE ACCOUNT HOLD FILE AND
000110*     DELETES EVERY HOLD THAT HAS RUN ITS COURSE - RELEASED
000120*     THROUGH HLDMNT, OR CARRYING AN EXPIRY DATE THAT IS NOT
000130*     AFTER THE BUSINESS DATE BEING CLOSED - AND LISTS EACH ONE
000140*     DROPPED, SO THE BACK OFFICE SEES WHICH FUNDS CAME FREE
000150*     OVERNIGHT.  HOLDS WITH NO EXPIRY STAY UNTIL RELEASED.
000160*     SCHEDULED AFTER THE DAYS POSTING AND BEFORE THE BANKEOD
000170*     DATE ADVANCE - SEE JCL/HLDEXP.JCL.  THE PLACE AND RELEASE
000180*     TRAIL STAYS ON THE MAINTENANCE AUDIT FILE.
000190*----------------------------------------------------------------
000200* MAINTENANCE HISTORY
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  ------------------------------------------
000230* 2026-10-15  RLD  ORIGINAL PROGRAM.
000240* 2026-10-15  RLD  PASSES OVER THE ACCOUNTS SEQUENCE-ZERO HOLD
000250*                  CONTROL RECORD - IT IS NOT A HOLD AND IS KEPT.
000260*================================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. HLDEXP.
000290 AUTHOR. R L DAWSON.
000300 INSTALLATION. MAIN STREET DATA CENTER.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS HLD-KEY
000410         FILE STATUS IS HX-HLD-FILE-STATUS.
000420
000430     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS HX-RPT-FILE-STATUS.
000460
000470     SELECT CONTROL-FILE ASSIGN TO "BANKCTL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CTL-KEY
000510         FILE STATUS IS HX-CTL-FILE-STATUS.
000520
000530     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RUN-KEY
000570         FILE STATUS IS HX-RUN-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620* ACCOUNT HOLDS - WALKED IN FULL, SPENT HOLDS DELETED
000630*----------------------------------------------------------------
000640 FD  HOLD-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY HLDREC.
000670
000680*----------------------------------------------------------------
000690* PRINTED LISTING OF THE HOLDS DROPPED
000700*----------------------------------------------------------------
000710 FD  REPORT-FILE
000720     LABEL RECORDS ARE OMITTED.
000730 01  REPORT-RECORD                PIC X(80).
000740
000750*----------------------------------------------------------------
000760* BANK RUN-CONTROL - SINGLE PARAMETER RECORD, READ AT START-UP
000770*----------------------------------------------------------------
000780 FD  CONTROL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CTLREC.
000810
000820*----------------------------------------------------------------
000830* NIGHT-RUN JOB LOG - ONE COMPLETION RECORD PER JOB PER DATE
000840*----------------------------------------------------------------
000850 FD  RUN-LOG-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY RUNREC.
000880
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000910* FILE STATUS AND CONTROL SWITCHES
000920*----------------------------------------------------------------
000930 77  HX-HLD-FILE-STATUS       PIC X(02) VALUE "00".
000940 77  HX-RPT-FILE-STATUS       PIC X(02) VALUE "00".
000950 77  HX-CTL-FILE-STATUS       PIC X(02) VALUE "00".
000960 77  HX-RUN-FILE-STATUS       PIC X(02) VALUE "00".
000970
000980 77  HX-ABORT-SW              PIC X(01) VALUE "N".
000990     88  HX-RUN-ABORTED               VALUE "Y".
001000
001010 77  HX-HLD-EOF-SW            PIC X(01) VALUE "N".
001020     88  HX-END-OF-HOLDS              VALUE "Y".
001030
001040*----------------------------------------------------------------
001050* RUN CONTROLS AND COUNTERS
001060*----------------------------------------------------------------
001070 77  HX-RUN-DATE              PIC 9(08).
001080 77  HX-HOLDS-READ            PIC 9(07) COMP VALUE 0.
001090 77  HX-HOLDS-EXPIRED         PIC 9(07) COMP VALUE 0.
001100 77  HX-HOLDS-RELEASED        PIC 9(07) COMP VALUE 0.
001110 77  HX-HOLDS-KEPT            PIC 9(07) COMP VALUE 0.
001120 77  HX-HOLDS-DROPPED         PIC 9(07) COMP VALUE 0.
001130
001140*----------------------------------------------------------------
001150* REPORT LINE LAYOUTS
001160*----------------------------------------------------------------
001170 01  HX-TITLE-LINE.
001180     05  FILLER           PIC X(30) VALUE
001190                              "HOLDS DROPPED AT CLOSE OF DAY ".
001200     05  HX-T-DATE            PIC 9(08).
001210     05  FILLER               PIC X(42) VALUE SPACES.
001220
001230 01  HX-COLUMN-LINE.
001240     05  FILLER               PIC X(12) VALUE "ACCOUNT".
001250     05  FILLER               PIC X(05) VALUE "HOLD".
001260     05  FILLER               PIC X(03) VALUE "T".
001270     05  FILLER               PIC X(16) VALUE "        AMOUNT".
001280     05  FILLER               PIC X(10) VALUE "EXPIRY".
001290     05  FILLER               PIC X(15) VALUE "DROPPED".
001300     05  FILLER               PIC X(19) VALUE "REASON".
001310
001320 01  HX-DETAIL-LINE.
001330     05  HX-D-ACCOUNT         PIC 9(10).
001340     05  FILLER               PIC X(02) VALUE SPACES.
001350     05  HX-D-SEQ             PIC 9(03).
001360     05  FILLER               PIC X(02) VALUE SPACES.
001370     05  HX-D-TYPE            PIC X(01).
001380     05  FILLER               PIC X(02) VALUE SPACES.
001390     05  HX-D-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
001400     05  FILLER               PIC X(02) VALUE SPACES.
001410     05  HX-D-EXPIRY          PIC 9(08).
001420     05  FILLER               PIC X(02) VALUE SPACES.
001430     05  HX-D-DROPPED         PIC X(08).
001440     05  FILLER               PIC X(01) VALUE SPACES.
001450     05  HX-D-BY              PIC X(05).
001460     05  FILLER               PIC X(01) VALUE SPACES.
001470     05  HX-D-REASON          PIC X(19).
001480
001490 01  HX-COUNT-LINE.
001500     05  FILLER           PIC X(09) VALUE "EXPIRED:".
001510     05  HX-C-EXPIRED         PIC Z(6)9.
001520     05  FILLER               PIC X(04) VALUE SPACES.
001530     05  FILLER           PIC X(10) VALUE "RELEASED:".
001540     05  HX-C-RELEASED        PIC Z(6)9.
001550     05  FILLER               PIC X(04) VALUE SPACES.
001560     05  FILLER           PIC X(17) VALUE "STILL IN FORCE:".
001570     05  HX-C-KEPT            PIC Z(6)9.
001580     05  FILLER               PIC X(15) VALUE SPACES.
001590
001600*----------------------------------------------------------------
001610* RUN-LOG FIELDS - START TIME CAPTURED AT INITIALIZATION, THE
001620* COMPLETION RECORD WRITTEN AT TERMINATION
001630*----------------------------------------------------------------
001640 77  HX-START-TIME            PIC 9(08) VALUE 0.
001650 77  HX-RUN-OUTCOME           PIC X(01) VALUE "C".
001660
001670 PROCEDURE DIVISION.
001680*****************************************************************
001690* 0000-MAINLINE
001700*****************************************************************
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE
001730         THRU 1000-EXIT.
001740     IF NOT HX-RUN-ABORTED
001750         PERFORM 2000-CHECK-HOLD
001760             THRU 2000-EXIT
001770             UNTIL HX-END-OF-HOLDS
001780         PERFORM 6000-PRINT-TOTALS
001790             THRU 6000-EXIT
001800     END-IF.
001810     PERFORM 8000-TERMINATE
001820         THRU 8000-EXIT.
001830     STOP RUN.
001840
001850*****************************************************************
001860* 1000-INITIALIZE
001870*     A HOLD FILE THAT HAS NEVER BEEN CREATED MEANS NO HOLD HAS
001880*     EVER BEEN PLACED - THE RUN LISTS NOTHING AND COMPLETES.
001890*****************************************************************
001900 1000-INITIALIZE.
001910     DISPLAY "HLDEXP - NIGHTLY HOLD DROP-OFF".
001920     ACCEPT HX-START-TIME FROM TIME.
001930     PERFORM 1050-READ-CONTROL
001940         THRU 1050-EXIT.
001950     OPEN OUTPUT REPORT-FILE.
001960     IF HX-RPT-FILE-STATUS NOT = "00"
001970         DISPLAY "CANNOT OPEN REPORT FILE, STATUS = "
001980             HX-RPT-FILE-STATUS
001990         MOVE "Y" TO HX-ABORT-SW
002000         MOVE "F" TO HX-RUN-OUTCOME
002010         GO TO 1000-EXIT
002020     END-IF.
002030     MOVE HX-RUN-DATE TO HX-T-DATE.
002040     WRITE REPORT-RECORD FROM HX-TITLE-LINE.
002050     MOVE SPACES TO REPORT-RECORD.
002060     WRITE REPORT-RECORD.
002070     WRITE REPORT-RECORD FROM HX-COLUMN-LINE.
002080     OPEN I-O HOLD-FILE.
002090     IF HX-HLD-FILE-STATUS = "35"
002100         DISPLAY "NO HOLD FILE ON DISK - NO HOLDS TO DROP."
002110         MOVE "Y" TO HX-HLD-EOF-SW
002120         GO TO 1000-EXIT
002130     END-IF.
002140     IF HX-HLD-FILE-STATUS NOT = "00"
002150         DISPLAY "CANNOT OPEN HOLD FILE, STATUS = "
002160             HX-HLD-FILE-STATUS
002170         MOVE "Y" TO HX-ABORT-SW
002180         MOVE "F" TO HX-RUN-OUTCOME
002190         GO TO 1000-EXIT
002200     END-IF.
002210     MOVE ZERO TO HLD-ACCOUNT.
002220     MOVE ZERO TO HLD-SEQ.
002230     START HOLD-FILE
002240         KEY IS GREATER THAN OR EQUAL HLD-KEY
002250         INVALID KEY
002260             MOVE "Y" TO HX-HLD-EOF-SW
002270     END-START.
002280     IF NOT HX-END-OF-HOLDS
002290         PERFORM 2100-READ-HOLD THRU 2100-EXIT
002300     END-IF.
002310 1000-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
002350* PICKS UP THE BUSINESS DATE FROM THE BANK CONTROL FILE.  IF
002360* THE FILE OR ITS RECORD IS NOT THERE THE RUN FALLS BACK TO
002370* THE SYSTEM DATE, WITH A WARNING ON THE OPERATOR LOG.
002380*----------------------------------------------------------------
002390 1050-READ-CONTROL.
002400     OPEN INPUT CONTROL-FILE.
002410     IF HX-CTL-FILE-STATUS NOT = "00"
002420         DISPLAY "WARNING - CONTROL FILE NOT AVAILABLE, STATUS "
002430             HX-CTL-FILE-STATUS " - USING SYSTEM DATE."
002440         ACCEPT HX-RUN-DATE FROM DATE YYYYMMDD
002450         GO TO 1050-EXIT
002460     END-IF.
002470     MOVE "1" TO CTL-KEY.
002480     READ CONTROL-FILE
002490         INVALID KEY
002500             DISPLAY "WARNING - NO CONTROL RECORD - USING "
002510                 "SYSTEM DATE."
002520             ACCEPT HX-RUN-DATE FROM DATE YYYYMMDD
002530             CLOSE CONTROL-FILE
002540             GO TO 1050-EXIT
002550     END-READ.
002560     MOVE CTL-BUSINESS-DATE TO HX-RUN-DATE.
002570     CLOSE CONTROL-FILE.
002580 1050-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620* 2000-CHECK-HOLD
002630*     ONE PASS = ONE HOLD RECORD ALREADY IN THE RECORD AREA.
002640*     A RELEASED HOLD, OR ONE WHOSE EXPIRY IS NOT AFTER THE
002650*     DATE BEING CLOSED, HAS BOUND ITS LAST DAY AND IS LISTED
002660*     AND DELETED.  EVERYTHING ELSE STAYS ON FILE.
002670*****************************************************************
002680 2000-CHECK-HOLD.
002690     IF HLD-IS-SEQ-CONTROL
002700         GO TO 2000-READ-NEXT
002710     END-IF.
002720     ADD 1 TO HX-HOLDS-READ.
002730     IF HLD-IS-RELEASED
002740         MOVE "RELEASED"      TO HX-D-DROPPED
002750         MOVE HLD-RELEASED-BY TO HX-D-BY
002760         PERFORM 2200-DROP-HOLD
002770             THRU 2200-EXIT
002780         IF HX-HLD-FILE-STATUS = "00"
002790             ADD 1 TO HX-HOLDS-RELEASED
002800         END-IF
002810         GO TO 2000-READ-NEXT
002820     END-IF.
002830     IF HLD-EXPIRY-DATE NOT = ZERO
002840         AND HLD-EXPIRY-DATE NOT > HX-RUN-DATE
002850         MOVE "EXPIRED"       TO HX-D-DROPPED
002860         MOVE HLD-PLACED-BY   TO HX-D-BY
002870         PERFORM 2200-DROP-HOLD
002880             THRU 2200-EXIT
002890         IF HX-HLD-FILE-STATUS = "00"
002900             ADD 1 TO HX-HOLDS-EXPIRED
002910         END-IF
002920         GO TO 2000-READ-NEXT
002930     END-IF.
002940     ADD 1 TO HX-HOLDS-KEPT.
002950 2000-READ-NEXT.
002960     PERFORM 2100-READ-HOLD
002970         THRU 2100-EXIT.
002980 2000-EXIT.
002990     EXIT.
003000
003010 2100-READ-HOLD.
003020     READ HOLD-FILE NEXT RECORD
003030         AT END
003040             MOVE "Y" TO HX-HLD-EOF-SW
003050             GO TO 2100-EXIT
003060     END-READ.
003070     IF HX-HLD-FILE-STATUS NOT = "00"
003080         DISPLAY "ERROR READING HOLD FILE, STATUS = "
003090             HX-HLD-FILE-STATUS
003100         MOVE "F" TO HX-RUN-OUTCOME
003110         MOVE "Y" TO HX-HLD-EOF-SW
003120     END-IF.
003130 2100-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------
003170* DELETES THE HOLD IN THE RECORD AREA AND LISTS IT.  THE CALLER
003180* SETS THE DROPPED-AS TEXT AND THE OPERATOR TO SHOW.
003190*----------------------------------------------------------------
003200 2200-DROP-HOLD.
003210     DELETE HOLD-FILE
003220         INVALID KEY
003230             DISPLAY "ERROR DELETING HOLD " HLD-ACCOUNT "/"
003240                 HLD-SEQ ", STATUS = " HX-HLD-FILE-STATUS
003250             MOVE "F" TO HX-RUN-OUTCOME
003260             GO TO 2200-EXIT
003270     END-DELETE.
003280     ADD 1 TO HX-HOLDS-DROPPED.
003290     MOVE HLD-ACCOUNT     TO HX-D-ACCOUNT.
003300     MOVE HLD-SEQ         TO HX-D-SEQ.
003310     MOVE HLD-TYPE        TO HX-D-TYPE.
003320     MOVE HLD-AMOUNT      TO HX-D-AMOUNT.
003330     MOVE HLD-EXPIRY-DATE TO HX-D-EXPIRY.
003340     MOVE HLD-REASON      TO HX-D-REASON.
003350     WRITE REPORT-RECORD FROM HX-DETAIL-LINE.
003360 2200-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400* 6000-PRINT-TOTALS
003410*****************************************************************
003420 6000-PRINT-TOTALS.
003430     IF HX-HOLDS-DROPPED = ZERO
003440         MOVE "NO HOLDS EXPIRED OR RELEASED FOR THE DATE."
003450             TO REPORT-RECORD
003460         WRITE REPORT-RECORD
003470     END-IF.
003480     MOVE SPACES TO REPORT-RECORD.
003490     WRITE REPORT-RECORD.
003500     MOVE HX-HOLDS-EXPIRED  TO HX-C-EXPIRED.
003510     MOVE HX-HOLDS-RELEASED TO HX-C-RELEASED.
003520     MOVE HX-HOLDS-KEPT     TO HX-C-KEPT.
003530     WRITE REPORT-RECORD FROM HX-COUNT-LINE.
003540 6000-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580* 8000-TERMINATE
003590*****************************************************************
003600 8000-TERMINATE.
003610     PERFORM 8200-WRITE-RUN-LOG
003620         THRU 8200-EXIT.
003630     DISPLAY "HLDEXP COMPLETE - " HX-HOLDS-DROPPED
003640         " HOLDS DROPPED, " HX-HOLDS-KEPT " STILL IN FORCE.".
003650     CLOSE HOLD-FILE.
003660     CLOSE REPORT-FILE.
003670 8000-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* 8200-WRITE-RUN-LOG
003720*     RECORDS THIS JOBS COMPLETION ON THE SHARED NIGHT-RUN LOG
003730*     - RUNSHEET LISTS IT WITH THE NIGHTS OTHER JOBS.  A RERUN
003740*     REWRITES THE RECORD FOR ITS DATE.
003750*****************************************************************
003760 8200-WRITE-RUN-LOG.
003770     OPEN I-O RUN-LOG-FILE.
003780     IF HX-RUN-FILE-STATUS NOT = "00"
003790         OPEN OUTPUT RUN-LOG-FILE
003800         CLOSE RUN-LOG-FILE
003810         OPEN I-O RUN-LOG-FILE
003820     END-IF.
003830     IF HX-RUN-FILE-STATUS NOT = "00"
003840         DISPLAY "CANNOT OPEN RUN LOG, STATUS = "
003850             HX-RUN-FILE-STATUS " - COMPLETION NOT RECORDED."
003860         GO TO 8200-EXIT
003870     END-IF.
003880     MOVE HX-RUN-DATE          TO RUN-DATE.
003890     MOVE "HLDEXP"             TO RUN-JOB.
003900     MOVE HX-START-TIME        TO RUN-START-TIME.
003910     ACCEPT RUN-END-TIME FROM TIME.
003920     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
003930     MOVE HX-HOLDS-DROPPED     TO RUN-RECORDS.
003940     MOVE HX-RUN-OUTCOME       TO RUN-OUTCOME.
003950     WRITE RUN-RECORD
003960         INVALID KEY
003970             REWRITE RUN-RECORD
003980     END-WRITE.
003990     CLOSE RUN-LOG-FILE.
004000 8200-EXIT.
004010     EXIT.
