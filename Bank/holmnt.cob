000110*     HOLIDAY DATES AND LISTS THE CALENDAR, SO THE YEAR AHEAD
000120*     CAN BE LOADED BEFORE BANKEOD NEEDS IT.  WEEKENDS ARE NOT
000130*     KEYED HERE - THE PROGRAMS KNOW SATURDAY AND SUNDAY FROM
000140*     THE DATE ITSELF.  EVERY ADD AND DELETE WRITES A BEFORE-
000150*     AND-AFTER IMAGE OF THE HOLIDAY RECORD TO THE MAINTENANCE
000160*     AUDIT FILE UNDER THE OPERATOR WHO KEYED IT - A WRONG DATE
000170*     ON THE CALENDAR MOVES EVERY DUE DATE AND DATE ADVANCE.
000180*----------------------------------------------------------------
000190* MAINTENANCE HISTORY
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  ------------------------------------------
000220* 2026-09-02  RLD  ORIGINAL PROGRAM.
000230* 2026-10-15  RLD  ADDS AND DELETES NOW WRITE BEFORE/AFTER IMAGES
000240*                  TO MNTAUDIT - ACTION CODES "Y" AND "Z" - AND
000250*                  THE SESSION NOW REQUIRES AN OPERATOR ID.  A
000260*                  DELETE READS THE DATE FIRST SO ITS
000270*                  DESCRIPTION GOES TO THE AUDIT FILE.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. HOLMNT.
000310 AUTHOR. R L DAWSON.
000320 INSTALLATION. MAIN STREET DATA CENTER.
000330 DATE-WRITTEN. 2026-09-02.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS HOL-DATE
000430         FILE STATUS IS HM-HOL-FILE-STATUS.
000440
000450     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS HM-AUDIT-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000530* HOLIDAY CALENDAR - ONE RECORD PER BANK HOLIDAY
000540*----------------------------------------------------------------
000550 FD  HOLIDAY-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY HOLREC.
000580
000590*----------------------------------------------------------------
000600* MAINTENANCE AUDIT - APPEND-ONLY BEFORE/AFTER IMAGE TRAIL
000610*----------------------------------------------------------------
000620 FD  MAINT-AUDIT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY AUDITREC.
000650
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* FILE STATUS AND CONTROL SWITCHES
000690*----------------------------------------------------------------
000700 77  HM-HOL-FILE-STATUS       PIC X(02) VALUE "00".
000710 77  HM-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000720
000730 77  HM-MENU-SW               PIC X(01) VALUE "N".
000740     88  HM-DONE-WITH-MENU            VALUE "Y".
000750
000760 77  HM-LIST-EOF-SW           PIC X(01) VALUE "N".
000770     88  HM-END-OF-LIST               VALUE "Y".
000780
000790 77  HM-INPUT-VALID-SW        PIC X(01) VALUE "N".
000800     88  HM-INPUT-IS-VALID            VALUE "Y".
000810
000820*----------------------------------------------------------------
000830* OPERATOR INPUT AND WORKING FIELDS
000840*----------------------------------------------------------------
000850 77  HM-OPERATOR-ID           PIC X(05).
000860 77  HM-OPTION                PIC 9(01).
000870     88  HM-OPTION-ADD                VALUE 1.
000880     88  HM-OPTION-DELETE             VALUE 2.
000890     88  HM-OPTION-LIST               VALUE 3.
000900     88  HM-OPTION-EXIT               VALUE 4.
000910 77  HM-DATE-IN               PIC 9(08).
000920 77  HM-DESC-IN               PIC X(20).
000930 77  HM-LISTED-COUNT          PIC 9(05) COMP VALUE 0.
000940 77  HM-ACTION-CODE           PIC X(01).
000950 77  HM-CURRENT-DATE          PIC 9(08).
000960 77  HM-CURRENT-TIME          PIC 9(08).
000970
000980*----------------------------------------------------------------
000990* BEFORE AND AFTER IMAGES OF THE HOLIDAY RECORD FOR THE AUDIT
001000* RECORD - A DELETE LEAVES NO RECORD BEHIND TO TAKE THE AFTER
001010* IMAGE FROM
001020*----------------------------------------------------------------
001030 77  HM-BEFORE-IMAGE          PIC X(96).
001040 77  HM-AFTER-IMAGE           PIC X(96).
001050
001060 PROCEDURE DIVISION.
001070*****************************************************************
001080* 0000-MAINLINE
001090*****************************************************************
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE
001120         THRU 1000-EXIT.
001130     PERFORM 2000-PROCESS-MENU
001140         THRU 2000-EXIT
001150         UNTIL HM-DONE-WITH-MENU.
001160     PERFORM 8000-TERMINATE
001170         THRU 8000-EXIT.
001180     STOP RUN.
001190
001200*****************************************************************
001210* 1000-INITIALIZE
001220*     REQUIRES AN OPERATOR ID BEFORE ANY DATE CAN BE KEYED,
001230*     OPENS THE CALENDAR, CREATING IT ON THE VERY FIRST RUN,
001240*     AND THE AUDIT FILE FOR EXTEND.
001250*****************************************************************
001260 1000-INITIALIZE.
001270     DISPLAY "HOLMNT - BANK HOLIDAY CALENDAR MAINTENANCE".
001280     PERFORM 1100-SIGN-ON-OPERATOR
001290         THRU 1100-EXIT.
001300     OPEN I-O HOLIDAY-FILE.
001310     IF HM-HOL-FILE-STATUS NOT = "00"
001320         OPEN OUTPUT HOLIDAY-FILE
001330         CLOSE HOLIDAY-FILE
001340         OPEN I-O HOLIDAY-FILE
001350     END-IF.
001360     IF HM-HOL-FILE-STATUS NOT = "00"
001370         DISPLAY "CANNOT OPEN HOLIDAY CALENDAR, STATUS = "
001380             HM-HOL-FILE-STATUS
001390         MOVE "Y" TO HM-MENU-SW
001400         GO TO 1000-EXIT
001410     END-IF.
001420     OPEN EXTEND MAINT-AUDIT-FILE.
001430     IF HM-AUDIT-FILE-STATUS NOT = "00"
001440         OPEN OUTPUT MAINT-AUDIT-FILE
001450         CLOSE MAINT-AUDIT-FILE
001460         OPEN EXTEND MAINT-AUDIT-FILE
001470     END-IF.
001480     IF HM-AUDIT-FILE-STATUS NOT = "00"
001490         DISPLAY "CANNOT OPEN MAINTENANCE AUDIT FILE, STATUS = "
001500             HM-AUDIT-FILE-STATUS
001510         MOVE "Y" TO HM-MENU-SW
001520         GO TO 1000-EXIT
001530     END-IF.
001540 1000-EXIT.
001550     EXIT.
001560
001570*----------------------------------------------------------------
001580* RE-PROMPTS UNTIL A NON-BLANK OPERATOR ID IS KEYED
001590*----------------------------------------------------------------
001600 1100-SIGN-ON-OPERATOR.
001610     MOVE "N" TO HM-INPUT-VALID-SW.
001620     PERFORM 1110-PROMPT-OPERATOR
001630         THRU 1110-EXIT
001640         UNTIL HM-INPUT-IS-VALID.
001650 1100-EXIT.
001660     EXIT.
001670
001680 1110-PROMPT-OPERATOR.
001690     DISPLAY "ENTER OPERATOR ID: ".
001700     MOVE SPACES TO HM-OPERATOR-ID.
001710     ACCEPT HM-OPERATOR-ID.
001720     IF HM-OPERATOR-ID = SPACES
001730         DISPLAY "OPERATOR ID IS REQUIRED - PLEASE RE-ENTER."
001740     ELSE
001750         MOVE "Y" TO HM-INPUT-VALID-SW
001760     END-IF.
001770 1110-EXIT.
001780     EXIT.
001790
001800*****************************************************************
001810* 2000-PROCESS-MENU
001820*****************************************************************
001830 2000-PROCESS-MENU.
001840     DISPLAY " ".
001850     DISPLAY "1: ADD HOLIDAY".
001860     DISPLAY "2: DELETE HOLIDAY".
001870     DISPLAY "3: LIST CALENDAR".
001880     DISPLAY "4: EXIT".
001890     DISPLAY "CHOOSE AN OPTION: ".
001900     ACCEPT HM-OPTION.
001910     EVALUATE TRUE
001920         WHEN HM-OPTION-ADD
001930             PERFORM 3000-ADD-HOLIDAY THRU 3000-EXIT
001940         WHEN HM-OPTION-DELETE
001950             PERFORM 4000-DELETE-HOLIDAY THRU 4000-EXIT
001960         WHEN HM-OPTION-LIST
001970             PERFORM 5000-LIST-CALENDAR THRU 5000-EXIT
001980         WHEN HM-OPTION-EXIT
001990             MOVE "Y" TO HM-MENU-SW
002000         WHEN OTHER
002010             DISPLAY "INVALID OPTION, PLEASE TRY AGAIN!"
002020     END-EVALUATE.
002030 2000-EXIT.
002040     EXIT.
002050
002060*****************************************************************
002070* 3000-ADD-HOLIDAY
002080*****************************************************************
002090 3000-ADD-HOLIDAY.
002100     DISPLAY "ENTER HOLIDAY DATE (CCYYMMDD, 0 TO CANCEL): ".
002110     MOVE ZERO TO HM-DATE-IN.
002120     ACCEPT HM-DATE-IN.
002130     IF HM-DATE-IN = ZERO
002140         GO TO 3000-EXIT
002150     END-IF.
002160     DISPLAY "ENTER DESCRIPTION: ".
002170     MOVE SPACES TO HM-DESC-IN.
002180     ACCEPT HM-DESC-IN.
002190     MOVE SPACES TO HOL-RECORD.
002200     MOVE HM-DATE-IN TO HOL-DATE.
002210     MOVE HM-DESC-IN TO HOL-DESC.
002220     WRITE HOL-RECORD
002230         INVALID KEY
002240             DISPLAY "DATE " HM-DATE-IN " IS ALREADY ON THE "
002250                 "CALENDAR."
002260             GO TO 3000-EXIT
002270     END-WRITE.
002280     MOVE "Y"        TO HM-ACTION-CODE.
002290     MOVE SPACES     TO HM-BEFORE-IMAGE.
002300     MOVE HOL-RECORD TO HM-AFTER-IMAGE.
002310     PERFORM 7100-WRITE-AUDIT
002320         THRU 7100-EXIT.
002330     DISPLAY "HOLIDAY " HOL-DATE " ADDED.".
002340 3000-EXIT.
002350     EXIT.
002360
002370*****************************************************************
002380* 4000-DELETE-HOLIDAY
002390*****************************************************************
002400 4000-DELETE-HOLIDAY.
002410     DISPLAY "ENTER HOLIDAY DATE TO DELETE (0 TO CANCEL): ".
002420     MOVE ZERO TO HM-DATE-IN.
002430     ACCEPT HM-DATE-IN.
002440     IF HM-DATE-IN = ZERO
002450         GO TO 4000-EXIT
002460     END-IF.
002470     MOVE HM-DATE-IN TO HOL-DATE.
002480     READ HOLIDAY-FILE
002490         INVALID KEY
002500             DISPLAY "DATE " HM-DATE-IN " IS NOT ON THE "
002510                 "CALENDAR."
002520             GO TO 4000-EXIT
002530     END-READ.
002540     MOVE HOL-RECORD TO HM-BEFORE-IMAGE.
002550     DELETE HOLIDAY-FILE
002560         INVALID KEY
002570             DISPLAY "ERROR DELETING " HM-DATE-IN ", STATUS = "
002580                 HM-HOL-FILE-STATUS
002590             GO TO 4000-EXIT
002600     END-DELETE.
002610     MOVE "Z"    TO HM-ACTION-CODE.
002620     MOVE SPACES TO HM-AFTER-IMAGE.
002630     PERFORM 7100-WRITE-AUDIT
002640         THRU 7100-EXIT.
002650     DISPLAY "HOLIDAY " HM-DATE-IN " DELETED.".
002660 4000-EXIT.
002670     EXIT.
002680
002690*****************************************************************
002700* 5000-LIST-CALENDAR
002710*****************************************************************
002720 5000-LIST-CALENDAR.
002730     MOVE ZERO TO HM-LISTED-COUNT.
002740     MOVE "N" TO HM-LIST-EOF-SW.
002750     MOVE ZERO TO HOL-DATE.
002760     START HOLIDAY-FILE
002770         KEY IS GREATER THAN OR EQUAL HOL-DATE
002780         INVALID KEY
002790             MOVE "Y" TO HM-LIST-EOF-SW
002800     END-START.
002810     PERFORM 5100-LIST-ONE-HOLIDAY
002820         THRU 5100-EXIT
002830         UNTIL HM-END-OF-LIST.
002840     IF HM-LISTED-COUNT = ZERO
002850         DISPLAY "THE CALENDAR IS EMPTY."
002860     END-IF.
002870 5000-EXIT.
002880     EXIT.
002890
002900 5100-LIST-ONE-HOLIDAY.
002910     READ HOLIDAY-FILE NEXT RECORD
002920         AT END
002930             MOVE "Y" TO HM-LIST-EOF-SW
002940             GO TO 5100-EXIT
002950     END-READ.
002960     IF HM-HOL-FILE-STATUS NOT = "00"
002970         DISPLAY "ERROR READING CALENDAR, STATUS = "
002980             HM-HOL-FILE-STATUS
002990         MOVE "Y" TO HM-LIST-EOF-SW
003000         GO TO 5100-EXIT
003010     END-IF.
003020     DISPLAY "  " HOL-DATE " " HOL-DESC.
003030     ADD 1 TO HM-LISTED-COUNT.
003040 5100-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080* 7100-WRITE-AUDIT
003090*     WRITES ONE DATED, TIMESTAMPED AUDIT RECORD CARRYING THE
003100*     OPERATOR, THE ACTION, AND THE HOLIDAY RECORD BEFORE AND
003110*     AFTER THE CHANGE - "Y" FOR A DATE ADDED (NO BEFORE
003120*     IMAGE), "Z" FOR A DATE DELETED (NO AFTER IMAGE).  THE
003130*     HOLIDAY DATE RIDES IN AUDIT-ACCOUNT.  THE CALLER SETS
003140*     HM-ACTION-CODE AND BOTH IMAGES.
003150*****************************************************************
003160 7100-WRITE-AUDIT.
003170     ACCEPT HM-CURRENT-DATE FROM DATE YYYYMMDD.
003180     ACCEPT HM-CURRENT-TIME FROM TIME.
003190     MOVE HM-CURRENT-DATE   TO AUDIT-DATE.
003200     MOVE HM-CURRENT-TIME   TO AUDIT-TIME.
003210     MOVE HM-OPERATOR-ID    TO AUDIT-OPERATOR.
003220     MOVE HM-ACTION-CODE    TO AUDIT-ACTION.
003230     MOVE HM-DATE-IN        TO AUDIT-ACCOUNT.
003240     MOVE SPACES            TO AUDIT-PRODUCT.
003250     MOVE HM-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE.
003260     MOVE HM-AFTER-IMAGE    TO AUDIT-AFTER-IMAGE.
003270     WRITE AUDIT-RECORD.
003280 7100-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320* 8000-TERMINATE
003330*****************************************************************
003340 8000-TERMINATE.
003350     DISPLAY "HOLMNT SESSION ENDED.".
003360     CLOSE HOLIDAY-FILE.
003370     CLOSE MAINT-AUDIT-FILE.
003380 8000-EXIT.
003390     EXIT.
