      ******************************************************************
      *    COPYBOOK.....: CERTREQ.cpy
      *    DESCRIPTION...: GRADUATION CERTIFICATE REISSUE REQUEST -
      *                    THE STUDENT WHOSE LIVE CERTIFICATE IS TO
      *                    BE REPLACED AND WHY (LOST, DAMAGED, NAME
      *                    CORRECTED).
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CERT-REQ-RECORD.
           05  CQ-STUDENT-ID               PIC 9(05).
           05  CQ-REASON                   PIC X(20).
