      ******************************************************************
      *    COPYBOOK.....: RPTINDX.cpy
      *    DESCRIPTION...: REPORT ARCHIVE INDEX - ONE RECORD PER
      *                    REPORT PER BUSINESS DATE ON THE RPTARCH
      *                    ARCHIVE, WITH ITS PAGE AND LINE COUNTS.  A
      *                    NIGHT RERUN REPLACES THE DAY'S COPY AND
      *                    ADDS TO THE ARCHIVE COUNT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  RPT-INDEX-RECORD.
           05  RI-KEY.
               10  RI-REPORT-ID            PIC X(08).
               10  RI-BUS-DATE             PIC 9(08).
           05  RI-REPORT-TITLE             PIC X(30).
           05  RI-PAGE-COUNT               PIC 9(05).
           05  RI-LINE-COUNT               PIC 9(07).
           05  RI-ARCHIVE-COUNT            PIC 9(02).
           05  FILLER                      PIC X(20).
