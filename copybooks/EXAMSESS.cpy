      ******************************************************************
      *    COPYBOOK.....: EXAMSESS.cpy
      *    DESCRIPTION...: EXAMINATION SESSION - ONE RECORD PER
      *                    SUBJECT SITTING (SUBJECT, EXAM DATE AND
      *                    MORNING OR AFTERNOON SESSION) TO BE SEATED
      *                    BY THE SEATPLAN SEATING ALLOCATION RUN.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXAM-SESSION-RECORD.
           05  ES-SUBJECT-CODE             PIC X(03).
           05  ES-EXAM-DATE                PIC 9(08).
           05  ES-SESSION                  PIC X(02).
               88  ES-VALID-SESSION                VALUES "AM" "PM".
