      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-08-21 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE APPROVING USER ID, CARRIED ONTO
      *                     THE APPRAUD APPROVAL TRAIL.
      ******************************************************************
       01  APPR-TRAN-RECORD.
           05  AP-EMP-ID                   PIC 9(05).
           05  AP-ACTION                   PIC X(01).
               88  AP-APPROVE                      VALUE 'A'.
               88  AP-DENY                         VALUE 'D'.
           05  AP-USER-ID                  PIC X(08).
