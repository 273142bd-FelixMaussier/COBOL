000010*================================================================
000020* TAXREC.CPY
000030* INTEREST TAX REPORTING FILE RECORD LAYOUT
000040* USED BY    : INTTAX (WRITER) AND THE TAX AUTHORITY FILING
000050*              (READER)
000060* ORGANIZATION: SEQUENTIAL, FIXED LENGTH.  ONE DETAIL RECORD PER
000070*               CUSTOMER PAID INTEREST IN THE TAX YEAR, CLOSED BY
000080*               ONE TRAILER RECORD CARRYING THE DETAIL COUNT AND
000090*               THE TOTAL INTEREST REPORTED.
000100*----------------------------------------------------------------
000110* MAINTENANCE HISTORY
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15  RLD  ORIGINAL COPYBOOK - YEAR-END INTEREST IS
000150*                  REPORTED FROM THE BOOKS INSTEAD OF BEING
000160*                  ASSEMBLED BY HAND FROM THE DECEMBER STATEMENTS.
000170*================================================================
000180 01  TAX-RECORD.
000190     05  TAX-REC-TYPE             PIC X(1).
000200         88  TAX-IS-DETAIL                VALUE "D".
000210         88  TAX-IS-TRAILER               VALUE "T".
000220     05  TAX-YEAR                 PIC 9(4).
000230*        CCYY OF THE TAX YEAR REPORTED
000240     05  TAX-DETAIL.
000250         10  TAX-CUSTOMER         PIC 9(6).
000260         10  TAX-NAME             PIC X(30).
000270         10  TAX-ADDRESS          PIC X(30).
000280         10  TAX-CITY             PIC X(20).
000290         10  TAX-INTEREST         PIC 9(9)V99.
000300*            NET INTEREST PAID IN THE YEAR ACROSS ALL ACCOUNTS
000310         10  TAX-ACCOUNTS         PIC 9(3).
000320*            NUMBER OF ACCOUNTS THE INTEREST WAS PAID ON
000330         10  FILLER               PIC X(5).
000340     05  TAX-TRAILER REDEFINES TAX-DETAIL.
000350         10  TAX-T-COUNT          PIC 9(7).
000360*            NUMBER OF DETAIL RECORDS ON THE FILE
000370         10  TAX-T-AMOUNT         PIC 9(13)V99.
000380*            TOTAL OF TAX-INTEREST OVER THE DETAIL RECORDS
000390         10  FILLER               PIC X(83).
