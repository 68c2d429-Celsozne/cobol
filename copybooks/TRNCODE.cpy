      *                     TRN-ACCT-NO, TRN-ACCT-TO (TRANSFERS) AND
      *                     TRN-AMOUNT - SO THE CLASSIFIER CAN POST
      *                     ACTUAL BALANCES.
      *    2026-10-15 JPL   TRN-INVOICE-NO ADDED - A BILLING-RUN CHARGE
      *                     (WD) CARRIES THE INVOICE IT RAISES AND A
      *                     CUSTOMER PAYMENT (DR) THE INVOICE IT
      *                     SETTLES.  ZERO OR BLANK (THE SHORTER
      *                     RECORDS OF EVERY OTHER FEED) MEANS NO
      *                     INVOICE.
      *    2026-10-15 JPL   TRN-ORIGIN ADDED - 'S' MARKS A POSTING
      *                     RAISED BY THE SYSTEM (INTEREST, BILLING
      *                     CHARGES); BLANK, AS ON EVERY SHORTER
      *                     FEED, IS A CUSTOMER-INITIATED POSTING.
      *                     THE DORMANCY RULES ONLY COUNT AND ONLY
      *                     REFUSE CUSTOMER POSTINGS.
      *    2026-10-15 JPL   ADDED THE 'RV' REVERSAL.  IT NAMES THE
      *                     ORIGINAL POSTING BY ITS TRN-ID AND POSTING
      *                     DATE IN TRN-REV-TRN-ID/TRN-REV-POST-DATE,
      *                     WITH THE ORIGINAL'S ACCOUNT (A TRANSFER'S
      *                     FROM-ACCOUNT) IN TRN-ACCT-NO AND ITS
      *                     AMOUNT IN TRN-AMOUNT.
      ******************************************************************
       01  TRN-RECORD.
           05  TRN-ID                      PIC 9(05).
               88  TRN-DEPOSIT                     VALUE 'DR'.
               88  TRN-WITHDRAWAL                  VALUE 'WD'.
               88  TRN-TRANSFER                    VALUE 'TR'.
               88  TRN-REVERSAL                    VALUE 'RV'.
           05  TRN-ACCT-NO                 PIC 9(06).
           05  TRN-ACCT-TO                 PIC 9(06).
           05  TRN-AMOUNT                  PIC 9(05)V9(02).
           05  TRN-INVOICE-NO              PIC 9(07).
           05  TRN-ORIGIN                  PIC X(01).
               88  TRN-SYSTEM-ORIGIN               VALUE 'S'.
           05  TRN-REV-TRN-ID              PIC 9(05).
           05  TRN-REV-POST-DATE           PIC 9(08).
