      ******************************************************************
      *    COPYBOOK.....: CUSTPREF.cpy
      *    DESCRIPTION...: CUSTOMER CONTACT PREFERENCE MASTER - ONE
      *                    RECORD PER CUSTOMER, KEYED ON THE CUSTNMM
      *                    CUSTOMER ID, HOLDING AN OPT-IN ('I') OR
      *                    OPT-OUT ('O') FLAG FOR EACH CONTACT
      *                    CHANNEL WITH THE DATE IT TAKES EFFECT.
      *                    UNTIL THAT DATE THE PRIOR FLAG STANDS.  A
      *                    BLANK FLAG, OR NO RECORD AT ALL, MEANS THE
      *                    CUSTOMER HAS NOT OPTED OUT.  THE CHANNEL
      *                    TABLE REDEFINES THE NAMED CHANNELS IN THE
      *                    ORDER MAIL, CRM, EMAIL, PHONE.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  CUST-PREF-RECORD.
           05  CPF-CUST-ID                 PIC 9(05).
           05  CPF-CHANNELS.
               10  CPF-MAIL.
                   15  CPF-MAIL-FLAG       PIC X(01).
                   15  CPF-MAIL-EFF-DATE   PIC 9(08).
                   15  CPF-MAIL-PRIOR-FLAG PIC X(01).
               10  CPF-CRM.
                   15  CPF-CRM-FLAG        PIC X(01).
                   15  CPF-CRM-EFF-DATE    PIC 9(08).
                   15  CPF-CRM-PRIOR-FLAG  PIC X(01).
               10  CPF-EMAIL.
                   15  CPF-EMAIL-FLAG      PIC X(01).
                   15  CPF-EMAIL-EFF-DATE  PIC 9(08).
                   15  CPF-EMAIL-PRIOR-FLAG PIC X(01).
               10  CPF-PHONE.
                   15  CPF-PHONE-FLAG      PIC X(01).
                   15  CPF-PHONE-EFF-DATE  PIC 9(08).
                   15  CPF-PHONE-PRIOR-FLAG PIC X(01).
           05  CPF-CHANNEL-TABLE REDEFINES CPF-CHANNELS.
               10  CPF-CH-ENTRY            OCCURS 4 TIMES.
                   15  CPF-CH-FLAG         PIC X(01).
                       88  CPF-CH-OPTED-OUT        VALUE 'O'.
                   15  CPF-CH-EFF-DATE     PIC 9(08).
                   15  CPF-CH-PRIOR-FLAG   PIC X(01).
                       88  CPF-CH-PRIOR-OUT        VALUE 'O'.
           05  CPF-LAST-CHANGE-DATE        PIC 9(08).
           05  CPF-LAST-USER-ID            PIC X(08).
