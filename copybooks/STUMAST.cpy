      *    2026-09-02 JPL   ADDED THE CLASS YEAR, ADVANCED BY THE
      *                     PROMOTE END-OF-YEAR RUN FOR STUDENTS WHO
      *                     MEET THE PROMOTION RULE.
      *    2026-10-15 JPL   ADDED STATUS 'G' - A FINAL-YEAR STUDENT
      *                     PROMOTE HAS CLEARED TO GRADUATE; CERTRUN
      *                     ISSUES THE GRADUATION CERTIFICATE.
      ******************************************************************
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID               PIC 9(05).
           05  SM-STATUS                   PIC X(01).
               88  SM-ENROLLED                     VALUE 'E'.
               88  SM-WITHDRAWN                    VALUE 'W'.
               88  SM-GRADUATED                    VALUE 'G'.
           05  SM-CLASS-YEAR               PIC 9(02).
