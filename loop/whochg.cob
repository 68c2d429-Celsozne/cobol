001600*                     DATE - AND CLOSES WITH A PER-USER CHANGE
001700*                     COUNT, SO THE AUDITORS' QUESTION HAS AN
001800*                     ANSWER.
001850*    2026-10-15 JPL   EMPAUD LINE WIDENED TO 130 FOR THE GRADE
001870*                     AND RANGE-OVERRIDE USER COLUMNS EMPMNT ADDS.
001880*    2026-10-15 JPL   EMPAUD LINE WIDENED TO 140 FOR THE BEFORE
001890*                     AND AFTER MANAGER COLUMNS EMPMNT ADDS.
001895*    2026-10-15 JPL   EMPAUD LINE WIDENED TO 156 FOR THE BEFORE
001897*                     AND AFTER BASE PAY COLUMNS EMPMNT ADDS.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003900 FILE SECTION.
004000 FD  EMP-AUDIT
004100     RECORDING MODE IS F.
004200 01  EMP-AUDIT-LINE              PIC X(156).
004300
004400 FD  ADDR-AUDIT
004500     RECORDING MODE IS F.
