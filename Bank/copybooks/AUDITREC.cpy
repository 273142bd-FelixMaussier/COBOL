000010*================================================================
000020* AUDITREC.CPY
000030* ACCOUNT MAINTENANCE AUDIT FILE RECORD LAYOUT
000040* USED BY    : ACCTMNT, PRODMNT, HLDMNT, LOANMNT, TLRMNT,
000050*              HOLMNT, SOMAINT (WRITERS), MNTREVW (DAILY
000060*              REVIEW REPORT)
000070* ORGANIZATION: SEQUENTIAL, ONE RECORD WRITTEN PER MAINTENANCE
000080*               ACTION, CARRYING THE FULL ACCOUNT RECORD AS IT
000090*               STOOD BEFORE AND AFTER THE CHANGE
000100*----------------------------------------------------------------
000110* MAINTENANCE HISTORY
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-08-22  RLD  ORIGINAL COPYBOOK - BEFORE/AFTER IMAGES OF
000150*                  EVERY ACCOUNT MASTER MAINTENANCE ACTION SO
000160*                  CHANGES CAN BE TRACED TO AN OPERATOR AND TIME.
000170* 2026-09-02  RLD  CUSTOMER MASTER MAINTENANCE NOW AUDITS HERE
000180*                  TOO - NEW ACTION CODES "N" AND "U", WITH THE
000190*                  CUSTOMER NUMBER IN AUDIT-ACCOUNT AND THE
000200*                  CUST-RECORD IMAGES IN THE BEFORE/AFTER FIELDS.
000210* 2026-09-02  RLD  PRODUCT TABLE MAINTENANCE AUDITS HERE TOO -
000220*                  ACTION CODES "P"/"Q", THE PRODUCT CODE IN NEW
000230*                  AUDIT-PRODUCT (CARVED FROM THE FILLER) AND
000240*                  THE PROD-RECORD IMAGES IN THE IMAGE FIELDS.
000250* 2026-10-15  RLD  HOLD MAINTENANCE AUDITS HERE TOO - ACTION CODES
000260*                  "H" (HOLD PLACED) AND "R" (HOLD RELEASED), WITH
000270*                  THE ACCOUNT NUMBER IN AUDIT-ACCOUNT AND THE
000280*                  HLD-RECORD IMAGES IN THE BEFORE/AFTER FIELDS.
000290* 2026-10-15  RLD  LOAN MAINTENANCE AUDITS HERE TOO - ACTION CODES
000300*                  "L" (LOAN BOARDED) AND "K" (LOAN AMENDED), WITH
000310*                  THE LOAN NUMBER IN AUDIT-ACCOUNT AND THE
000320*                  LOAN-RECORD IMAGES IN THE BEFORE/AFTER FIELDS.
000330* 2026-10-15  RLD  TELLER, HOLIDAY AND STANDING ORDER MAINTENANCE
000340*                  AUDIT HERE TOO - ACTION CODES "T"/"E" (TELLER
000350*                  ADDED/AMENDED, TLR-RECORD IMAGES, PASSWORD
000360*                  BLANKED), "Y"/"Z" (HOLIDAY ADDED/DELETED,
000370*                  HOL-RECORD IMAGES, THE DATE IN AUDIT-ACCOUNT)
000380*                  AND "S"/"O" (ORDER SET UP/AMENDED, SO-RECORD
000390*                  IMAGES, THE ORDER NUMBER IN AUDIT-ACCOUNT).
000400*================================================================
000410 01  AUDIT-RECORD.
000420     05  AUDIT-DATE               PIC 9(8).
000430*        CCYYMMDD
000440     05  AUDIT-TIME               PIC 9(8).
000450*        HHMMSSHH
000460     05  AUDIT-OPERATOR           PIC X(5).
000470     05  AUDIT-ACTION             PIC X(1).
000480         88  AUDIT-IS-ADD                 VALUE "A".
000490         88  AUDIT-IS-CLOSE               VALUE "C".
000500         88  AUDIT-IS-AMEND               VALUE "M".
000510         88  AUDIT-IS-CUST-ADD            VALUE "N".
000520         88  AUDIT-IS-CUST-AMEND          VALUE "U".
000530         88  AUDIT-IS-PROD-ADD            VALUE "P".
000540         88  AUDIT-IS-PROD-AMEND          VALUE "Q".
000550         88  AUDIT-IS-HOLD-PLACE          VALUE "H".
000560         88  AUDIT-IS-HOLD-RELEASE        VALUE "R".
000570         88  AUDIT-IS-LOAN-ADD            VALUE "L".
000580         88  AUDIT-IS-LOAN-AMEND          VALUE "K".
000590         88  AUDIT-IS-TLR-ADD             VALUE "T".
000600         88  AUDIT-IS-TLR-AMEND           VALUE "E".
000610         88  AUDIT-IS-HOL-ADD             VALUE "Y".
000620         88  AUDIT-IS-HOL-DELETE          VALUE "Z".
000630         88  AUDIT-IS-SO-ADD              VALUE "S".
000640         88  AUDIT-IS-SO-AMEND            VALUE "O".
000650     05  AUDIT-ACCOUNT            PIC 9(10).
000660*        ACCOUNT NUMBER OF THE RECORD MAINTAINED; ON A CUSTOMER
000670*        ACTION ("N"/"U") THIS CARRIES THE CUSTOMER NUMBER, ON A
000680*        LOAN ACTION ("L"/"K") THE LOAN NUMBER, ON A HOLIDAY
000690*        ACTION ("Y"/"Z") THE HOLIDAY DATE AND ON A STANDING
000700*        ORDER ACTION ("S"/"O") THE ORDER NUMBER.  ZERO ON A
000710*        TELLER ACTION ("T"/"E") - THE TELLER ID IS IN THE IMAGES.
000720     05  AUDIT-BEFORE-IMAGE       PIC X(96).
000730*        ACCT-RECORD AS IT STOOD BEFORE THE CHANGE; SPACES ON AN
000740*        ADD, WHERE NO PRIOR RECORD EXISTED
000750     05  AUDIT-AFTER-IMAGE        PIC X(96).
000760*        ACCT-RECORD AS REWRITTEN OR FIRST WRITTEN; SPACES ON A
000770*        HOLIDAY DELETE, WHERE NO RECORD REMAINS
000780     05  AUDIT-PRODUCT            PIC X(4).
000790*        PRODUCT CODE ON A PRODUCT ACTION ("P"/"Q"); SPACES
000800*        OTHERWISE
000810     05  FILLER                   PIC X(6).
