001800*                     WHEN PRESENT), CLOSED BY A RANKING OF
001900*                     SUBJECTS BY FAILURE RATE SO THE PROBLEM
002000*                     COURSE IS OBVIOUS.
002020*    2026-10-15 JPL   SUBJECTS BARRED FOR LOW ATTENDANCE CARRY
002040*                     NO MARKS AND ARE LEFT OUT OF THE SUBJECT
002060*                     STATISTICS.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
017100******************************************************************
017200 2000-TALLY-ONE-RESULT.
017300     IF NOT RS-SUBJECT-REC
017350      OR RS-BARRED
017400         GO TO 2000-READ-NEXT
017500     END-IF.
017600     ADD 1                       TO WS-RESULT-COUNT.
