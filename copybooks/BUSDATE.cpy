      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE PAY GROUPS WHOSE PAY DATE IS
      *                     TONIGHT, COPIED FROM THE CALENDAR.
      ******************************************************************
       01  BUS-DATE-RECORD.
           05  BD-BUS-DATE                 PIC 9(08).
           05  BD-PERIOD-END-SW            PIC X(01).
               88  BD-PERIOD-END                   VALUE 'Y'.
           05  BD-PAY-GROUPS               PIC X(04).
