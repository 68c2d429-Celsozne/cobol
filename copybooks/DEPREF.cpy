      ******************************************************************
      *    COPYBOOK.....: DEPREF.cpy
      *    DESCRIPTION...: NIGHTLY STREAM DEPENDENCY REFERENCE - THE
      *                    CBLBATCH STEPS IN STREAM ORDER, EACH STEP
      *                    RECORD ('S') FOLLOWED BY ONE FILE RECORD
      *                    ('F') FOR EVERY DATASET THE STEP READS
      *                    ('R'), WRITES OR APPENDS TO ('W') OR
      *                    UPDATES IN PLACE ('U'), NAMED BY ITS
      *                    DATASET NAME BELOW BATCH.PROD (WITHOUT THE
      *                    GENERATION).  THE FILE CLASS MARKS THE
      *                    OUTBOUND INTERFACES ('I') AND THE SHARED
      *                    CONTROL AND LOG FILES ('C') THAT CARRY NO
      *                    BUSINESS DATA FROM STEP TO STEP.
      *                    A STEP RUN WITH COND=EVEN IS MARKED 'E';
      *                    A STEP THAT LOGS TO JOBHIST IS TRACKED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  DEP-STEP-RECORD.
           05  DS-REC-TYPE                 PIC X(01).
               88  DS-STEP-REC                     VALUE 'S'.
               88  DS-FILE-REC                     VALUE 'F'.
           05  DS-STEP-NAME                PIC X(08).
           05  DS-PROGRAM-ID               PIC X(08).
           05  DS-RUN-SW                   PIC X(01).
               88  DS-RUNS-ALWAYS                  VALUE 'E'.
           05  DS-TRACK-SW                 PIC X(01).
               88  DS-TRACKED                      VALUE 'Y'.
           05  FILLER                      PIC X(21).

       01  DEP-FILE-RECORD.
           05  DF-REC-TYPE                 PIC X(01).
           05  DF-STEP-NAME                PIC X(08).
           05  DF-DD-NAME                  PIC X(08).
           05  DF-FILE-NAME                PIC X(20).
           05  DF-ACCESS                   PIC X(01).
               88  DF-READS                        VALUE 'R' 'U'.
               88  DF-WRITES                       VALUE 'W' 'U'.
           05  DF-FILE-CLASS               PIC X(01).
               88  DF-INTERFACE                    VALUE 'I'.
               88  DF-CONTROL                      VALUE 'C'.
           05  FILLER                      PIC X(01).
