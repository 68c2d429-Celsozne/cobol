      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-09-02 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED YTD-TAX - THE STATUTORY TAX WITHHELD
      *                     YEAR TO DATE (ALSO STILL INSIDE
      *                     YTD-DEDUCTIONS), SO QTRRTN CAN RECONCILE
      *                     THE QUARTERLY RETURN TO THE MASTER.
      ******************************************************************
       01  YTD-MASTER-RECORD.
           05  YTD-EMP-ID                  PIC 9(05).
           05  YTD-ADJUSTMENTS             PIC S9(9)V9(2).
           05  YTD-DEDUCTIONS              PIC S9(9)V9(2).
           05  YTD-NET                     PIC S9(9)V9(2).
           05  YTD-TAX                     PIC S9(9)V9(2).
