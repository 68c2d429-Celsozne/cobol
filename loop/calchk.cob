001700*                     SO THE ROSTER DATE, THE AUDIT DATE AND THE
001800*                     REJECT TIMESTAMPS ALL CARRY THE OFFICIAL
001900*                     BUSINESS DATE.
001910*    2026-10-15 JPL   THE CALENDAR NOW MARKS WHICH PAY GROUPS
001920*                     (WEEKLY, MONTHLY) ARE PAID ON EACH DATE;
001930*                     THE LIST IS CARRIED ONTO THE BUSDATE CARD
001940*                     SO EACH PAYRUN GROUP STEP KNOWS WHETHER
001950*                     TONIGHT IS ITS PAY DATE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
010000     ELSE
010100         MOVE 'N'                TO BD-PERIOD-END-SW
010200     END-IF.
010250     MOVE CAL-PAY-GROUPS         TO BD-PAY-GROUPS.
010300     WRITE BUS-DATE-RECORD.
010400     CLOSE BUS-DATE-FILE.
010500     DISPLAY "BUSINESS DATE ESTABLISHED: " BD-BUS-DATE.
010520     IF BD-PAY-GROUPS NOT EQUAL SPACES
010540         DISPLAY "PAY DATE FOR PAY GROUPS  : " BD-PAY-GROUPS
010560     END-IF.
010600 3000-EXIT.
010700     EXIT.
010800
