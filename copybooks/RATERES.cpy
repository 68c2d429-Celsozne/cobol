      ******************************************************************
      *    COPYBOOK.....: RATERES.cpy
      *    DESCRIPTION...: RATE-CODE RESOLUTION AREA PASSED TO
      *                    RATELKUP - THE CALLER FILLS IN THE CODE AND
      *                    THE AS-OF DATE, RATELKUP RETURNS THE RAW
      *                    MILLIONTHS RATE IN FORCE AND A STATUS.  A
      *                    BLANK CODE RESOLVES TO A ZERO RATE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  RATE-RESOLVE-AREA.
           05  RR-RATE-CODE                PIC X(02).
           05  RR-AS-OF-DATE               PIC 9(08).
           05  RR-RAW-RATE                 PIC 9(03).
           05  RR-STATUS                   PIC X(01).
               88  RR-RESOLVED                     VALUE 'Y'.
               88  RR-UNKNOWN                      VALUE 'U'.
               88  RR-NOT-YET-EFFECTIVE            VALUE 'F'.
               88  RR-EXPIRED                      VALUE 'E'.
               88  RR-BAD-VALUE                    VALUE 'V'.
