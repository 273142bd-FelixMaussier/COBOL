000020* CALCLOG.CPY
000030* RECORD LAYOUT FOR THE CALCULATOR COMPUTATION LOG.  ONE RECORD
000040* IS WRITTEN FOR EVERY COMPUTATION THE OPERATOR CARRIES OUT.
000041* A PRODUCT QUOTE WRITES ONE RECORD PER PRODUCT COMPARED -
000042* OPERAND-1 IS THE STARTING DEPOSIT, OPERAND-2 THE MONTHLY
000043* CONTRIBUTION AND RESULT THE PROJECTED ENDING BALANCE.
000050*----------------------------------------------------------------
000060 01  CALC-LOG-RECORD.
000070     05  CALC-LOG-DATE            PIC 9(08).
000110         88  CALC-LOG-IS-SUBTRACT         VALUE "S".
000120         88  CALC-LOG-IS-MULTIPLY         VALUE "M".
000130         88  CALC-LOG-IS-DIVIDE           VALUE "D".
000135         88  CALC-LOG-IS-QUOTE            VALUE "Q".
000140     05  CALC-LOG-OPERAND-1       PIC S9(07)V99.
000150     05  CALC-LOG-OPERAND-2       PIC S9(07)V99.
000155*        WIDE ENOUGH FOR THE LARGEST OPERAND-1 * OPERAND-2 CAN
000156*        PRODUCE (7 INTEGER DIGITS EACH = UP TO 14 IN A PRODUCT).
000160     05  CALC-LOG-RESULT          PIC S9(14)V9999.
000170     05  CALC-LOG-PROD-CODE       PIC X(04).
000171     05  CALC-LOG-TERM-MONTHS     PIC 9(03).
000172*        PRODUCT QUOTED AND THE TERM PROJECTED OVER - SPACES AND
000173*        ZERO ON AN ARITHMETIC RECORD.
000174     05  FILLER                   PIC X(03).
