      ******************************************************************
      *    COPYBOOK.....: RPRTREQ.cpy
      *    DESCRIPTION...: REPORT REPRINT REQUEST - THE ARCHIVED
      *                    REPORT AND BUSINESS DATE WANTED, AN OPTIONAL
      *                    PAGE RANGE (ZERO FROM-PAGE = FIRST PAGE,
      *                    ZERO TO-PAGE = LAST PAGE), AND WHO ASKED FOR
      *                    IT AND WHY.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  RPRT-REQ-RECORD.
           05  RQ-REPORT-ID                PIC X(08).
           05  RQ-BUS-DATE                 PIC 9(08).
           05  RQ-FROM-PAGE                PIC 9(05).
           05  RQ-TO-PAGE                  PIC 9(05).
           05  RQ-REQUESTED-BY             PIC X(08).
           05  RQ-REASON                   PIC X(30).
