      ******************************************************************
      *    COPYBOOK.....: ABSNFEED.cpy
      *    DESCRIPTION...: UNEXCUSED ABSENCE FEED RECORD - ONE RECORD
      *                    PER EMPLOYEE SCHEDULED TO WORK WHO NEITHER
      *                    PUNCHED IN NOR HAD AN APPROVED LEAVTRAN
      *                    DRAW COVERING THE DATE.  WRITTEN BY ATTNRPT
      *                    IN DEPARTMENT ORDER INSIDE THE STANDARD
      *                    HDR/TRL ENVELOPE (THE TRAILER HASH IS THE
      *                    SCHEDULED HOURS), CARRYING THE REPORTING
      *                    MANAGER FOR SUPERVISOR REVIEW.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  ABSENCE-FEED-RECORD.
           05  AB-EMP-ID                   PIC 9(05).
           05  AB-WORK-DATE                PIC 9(08).
           05  AB-DEPT-CODE                PIC X(03).
           05  AB-MANAGER-ID               PIC 9(05).
           05  AB-START-TIME               PIC 9(04).
           05  AB-END-TIME                 PIC 9(04).
           05  AB-SCHED-HOURS              PIC 9(02)V9(02).
