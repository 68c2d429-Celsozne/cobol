      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE PAY-GROUP LIST - EACH PAY GROUP
      *                     (EMP-PAY-GROUP) WHOSE PAY DATE FALLS ON
      *                     THIS DATE, LEFT-JUSTIFIED, SPACE-FILLED.
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(08).
               88  CAL-PROCESSING-DAY              VALUE 'P' 'E'.
               88  CAL-HOLIDAY                     VALUE 'H'.
               88  CAL-PERIOD-END                  VALUE 'E'.
           05  CAL-PAY-GROUPS              PIC X(04).
