      ******************************************************************
      *    COPYBOOK.....: ROOMREF.cpy
      *    DESCRIPTION...: EXAMINATION ROOM MASTER - ONE RECORD PER
      *                    ROOM WITH ITS SEATING LAID OUT AS A NUMBER
      *                    OF ROWS OF A FIXED NUMBER OF SEATS.  USED
      *                    BY THE SEATPLAN SEATING ALLOCATION RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  ROOM-REF-RECORD.
           05  RR-ROOM-CODE                PIC X(04).
           05  RR-ROOM-NAME                PIC X(20).
           05  RR-ROWS                     PIC 9(02).
           05  RR-SEATS-PER-ROW            PIC 9(02).
