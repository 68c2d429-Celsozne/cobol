      ******************************************************************
      *    COPYBOOK.....: SHIFTSCH.cpy
      *    DESCRIPTION...: SHIFT SCHEDULE MASTER RECORD - ONE RECORD
      *                    PER EMPLOYEE PER SCHEDULED WORK DATE WITH
      *                    THE SHIFT START AND END TIMES (HHMM, 24-
      *                    HOUR CLOCK).  AN END TIME EARLIER THAN THE
      *                    START IS AN OVERNIGHT SHIFT ENDING THE
      *                    NEXT MORNING.  A DATE WITH NO RECORD IS
      *                    NOT A WORKING DAY FOR THE EMPLOYEE.
      *                    MAINTAINED BY SHFTMNT; ATTNRPT MATCHES THE
      *                    DAY'S PUNCHES AGAINST IT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  SHIFT-SCHED-RECORD.
           05  SS-KEY.
               10  SS-EMP-ID               PIC 9(05).
               10  SS-WORK-DATE            PIC 9(08).
           05  SS-START-TIME               PIC 9(04).
           05  SS-END-TIME                 PIC 9(04).
           05  SS-LAST-CHANGED             PIC 9(08).
