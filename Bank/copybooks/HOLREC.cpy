000030* BANK HOLIDAY CALENDAR RECORD LAYOUT
000040* USED BY    : HOLMNT (MAINTENANCE), BANKEOD (BUSINESS-DAY
000050*              ADVANCE), BANKINT AND BCHPOST (BUSINESS-DAY
000060*              CHECKS), CASHMON (REVIEW WINDOW)
000070* KEYED BY   : HOL-DATE (INDEXED FILE, ASCENDING)
000080* ORGANIZATION: INDEXED.  ONE RECORD PER BANK HOLIDAY,
000090*               MAINTAINED FOR THE YEAR AHEAD.  SATURDAYS AND
