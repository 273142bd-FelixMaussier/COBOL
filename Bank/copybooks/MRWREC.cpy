000010*================================================================
000020* MRWREC.CPY
000030* MAINTENANCE REVIEW WORK FILE RECORD LAYOUT
000040* USED BY    : MNTREVW
000050* KEYED BY   : MRW-KEY - OPERATOR, TIME, SEQUENCE (INDEXED FILE,
000060*              ASCENDING)
000070* ORGANIZATION: INDEXED SCRATCH FILE, EMPTIED AT THE START OF
000080*               EVERY MNTREVW RUN.  ONE RECORD PER AUDIT RECORD
000090*               OF THE REVIEW DATE, COPIED WHOLE FROM MNTAUDIT
000100*               AND RE-KEYED BY OPERATOR SO THE REPORT CAN LIST
000110*               EACH OPERATORS CHANGES TOGETHER, IN THE ORDER
000120*               THEY WERE MADE.
000130*----------------------------------------------------------------
000140* MAINTENANCE HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  ------------------------------------------
000170* 2026-10-15  RLD  ORIGINAL COPYBOOK.
000180*================================================================
000190 01  MRW-RECORD.
000200     05  MRW-KEY.
000210         10  MRW-OPERATOR         PIC X(5).
000220         10  MRW-TIME             PIC 9(8).
000230*            HHMMSSHH OF THE AUDIT RECORD
000240         10  MRW-SEQ              PIC 9(7).
000250*            POSITION OF THE RECORD ON MNTAUDIT - BREAKS TIES
000260*            BETWEEN TWO ACTIONS IN THE SAME HUNDREDTH OF A
000270*            SECOND
000280     05  MRW-AUDIT                PIC X(234).
000290*        THE AUDIT-RECORD AS READ
000300     05  FILLER                   PIC X(6).
