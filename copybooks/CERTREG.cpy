      ******************************************************************
      *    COPYBOOK.....: CERTREG.cpy
      *    DESCRIPTION...: GRADUATION CERTIFICATE REGISTER RECORD -
      *                    ONE RECORD PER CERTIFICATE SERIAL PRINTED,
      *                    KEYED BY SERIAL WITH THE STUDENT AS AN
      *                    ALTERNATE KEY.  CERTRUN ISSUES THE
      *                    ORIGINALS AND THE REISSUES (A REISSUE
      *                    SUPERSEDES THE LIVE CERTIFICATE AND EACH
      *                    CARRIES THE OTHER'S SERIAL); CERTVFY
      *                    VERIFIES A SERIAL.  SERIAL ZERO IS THE
      *                    CONTROL RECORD HOLDING THE NEXT SERIAL TO
      *                    BE ISSUED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CERT-REG-RECORD.
           05  CG-SERIAL                   PIC 9(07).
           05  CG-STUDENT-ID               PIC 9(05).
           05  CG-STUDENT-NAME             PIC X(20).
           05  CG-TERM-CODE                PIC X(05).
           05  CG-CUM-AVERAGE              PIC 9(03).
           05  CG-RESULT-CLASS             PIC X(15).
           05  CG-ISSUE-DATE               PIC 9(08).
           05  CG-STATUS                   PIC X(01).
               88  CG-ISSUED                       VALUE 'I'.
               88  CG-REISSUED                     VALUE 'R'.
               88  CG-SUPERSEDED                   VALUE 'S'.
               88  CG-LIVE                         VALUE 'I' 'R'.
           05  CG-STATUS-DATE              PIC 9(08).
           05  CG-LINKED-SERIAL            PIC 9(07).
           05  CG-REASON                   PIC X(20).

       01  CERT-REG-CONTROL-RECORD.
           05  CGC-SERIAL                  PIC 9(07).
           05  CGC-STUDENT-ID              PIC 9(05).
           05  CGC-NEXT-SERIAL             PIC 9(07).
           05  CGC-LAST-ISSUE-DATE         PIC 9(08).
           05  FILLER                      PIC X(72).
