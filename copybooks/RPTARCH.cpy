      ******************************************************************
      *    COPYBOOK.....: RPTARCH.cpy
      *    DESCRIPTION...: REPORT ARCHIVE LINE - ONE RECORD PER PRINT
      *                    LINE OF A NIGHTLY REPORT, KEYED BY REPORT
      *                    ID, BUSINESS DATE AND LINE NUMBER, WITH THE
      *                    PAGE THE LINE FELL ON (60 PRINT LINES TO A
      *                    PAGE, AS IN THE RPTBNDL BUNDLE).  THE
      *                    RPTINDX INDEX HOLDS ONE RECORD PER REPORT
      *                    PER DATE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  RPT-ARCHIVE-RECORD.
           05  RA-KEY.
               10  RA-REPORT-ID            PIC X(08).
               10  RA-BUS-DATE             PIC 9(08).
               10  RA-LINE-NO              PIC 9(07).
           05  RA-PAGE-NO                  PIC 9(05).
           05  RA-LINE                     PIC X(132).
