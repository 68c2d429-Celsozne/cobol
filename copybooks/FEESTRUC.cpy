      ******************************************************************
      *    COPYBOOK.....: FEESTRUC.cpy
      *    DESCRIPTION...: STUDENT FEE STRUCTURE - ONE RECORD PER
      *                    CLASS YEAR GIVING THE FEES BILLED TO EVERY
      *                    ENROLLED STUDENT OF THAT YEAR EACH TERM.
      *                    THE TERM FEE IS THE SUM OF THE THREE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  FEE-STRUCTURE-RECORD.
           05  FS-CLASS-YEAR               PIC 9(02).
           05  FS-TUITION-FEE              PIC 9(05)V9(02).
           05  FS-EXAM-FEE                 PIC 9(05)V9(02).
           05  FS-OTHER-FEE                PIC 9(05)V9(02).
