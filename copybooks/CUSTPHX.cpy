      ******************************************************************
      *    COPYBOOK.....: CUSTPHX.cpy
      *    DESCRIPTION...: CUSTOMER PHONETIC NAME INDEX - ONE RECORD
      *                    PER CUSTNMM CUSTOMER, KEYED ON THE CUSTOMER
      *                    ID, CARRYING THE PHONKEY SOUND CODES OF THE
      *                    LAST AND FIRST NAMES AS AN ALTERNATE KEY
      *                    (WITH DUPLICATES) SO A SPOKEN NAME CAN BE
      *                    FOUND WHATEVER ITS SPELLING.  THE NAMES ARE
      *                    CARRIED AS WRITTEN ON CUSTNMM FOR DISPLAY.
      *                    LOADED FROM THE WHOLE NAME MASTER BY THE
      *                    ONE-OFF PHXLOAD JOB, THEN MAINTAINED BY
      *                    CUSTNM, DUPRREV AND CRMIN; CUSTPRG DROPS
      *                    PURGED CUSTOMERS.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CUST-PHONETIC-RECORD.
           05  CPX-CUST-ID                 PIC 9(05).
           05  CPX-SOUND-KEY.
               10  CPX-LAST-CODE           PIC X(04).
               10  CPX-FIRST-CODE          PIC X(04).
           05  CPX-LAST-NAME               PIC X(15).
           05  CPX-FIRST-NAME              PIC X(15).
           05  CPX-CHANGE-DATE             PIC 9(08).
