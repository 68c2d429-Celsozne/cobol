      ******************************************************************
      *    COPYBOOK.....: RTNMAIL.cpy
      *    DESCRIPTION...: RETURNED-MAIL INTAKE RECORD - ONE ITEM THE
      *                    POST OFFICE SENT BACK, BY CUSTOMER AND
      *                    ADDRESS TYPE, WITH THE DATE IT CAME BACK
      *                    (ZERO MEANS THE BUSINESS DATE), THE RETURN
      *                    REASON AND THE MAILROOM USER KEYING IT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  RETURN-MAIL-RECORD.
           05  RM-CUST-ID                  PIC 9(05).
           05  RM-ADDR-TYPE                PIC X(01).
               88  RM-TYPE-VALID                   VALUE 'B' 'S' 'M'.
           05  RM-RETURN-DATE              PIC 9(08).
           05  RM-REASON                   PIC X(02).
               88  RM-REASON-MOVED                 VALUE 'MV'.
               88  RM-REASON-NOT-KNOWN             VALUE 'NK'.
               88  RM-REASON-INSUFFICIENT          VALUE 'IA'.
               88  RM-REASON-REFUSED               VALUE 'RF'.
               88  RM-REASON-UNCLAIMED             VALUE 'UC'.
               88  RM-REASON-DECEASED              VALUE 'DC'.
               88  RM-REASON-VALID                 VALUE 'MV' 'NK'
                                                         'IA' 'RF'
                                                         'UC' 'DC'.
           05  RM-USER-ID                  PIC X(08).
