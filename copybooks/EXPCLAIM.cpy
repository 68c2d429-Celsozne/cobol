      ******************************************************************
      *    COPYBOOK.....: EXPCLAIM.cpy
      *    DESCRIPTION...: EXPENSE CLAIM MASTER RECORD - ONE RECORD
      *                    PER REIMBURSEMENT CLAIM, KEYED BY CLAIM
      *                    NUMBER, CARRYING THE CLAIM THROUGH ITS
      *                    LIFE: SUBMITTED (AWAITING APPROVAL ABOVE
      *                    THE CATEGORY CEILING), APPROVED (SENT TO
      *                    PAYROLL ON THE EXPCLMFD FEED AS A NON-
      *                    TAXABLE ADDITION), PAID (A PAYHIST RESULT
      *                    FOR THE EMPLOYEE ON OR AFTER THE APPROVAL
      *                    DATE) OR REJECTED.  EXPCLM WRITES AND
      *                    APPROVES CLAIMS; EXPRPT MARKS THEM PAID.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  EXPENSE-CLAIM-RECORD.
           05  XC-CLAIM-ID                 PIC X(08).
           05  XC-EMP-ID                   PIC 9(05).
           05  XC-CAT-CODE                 PIC X(04).
           05  XC-EXPENSE-DATE             PIC 9(08).
           05  XC-AMOUNT                   PIC 9(05)V9(02).
           05  XC-DESCRIPTION              PIC X(20).
           05  XC-STATUS                   PIC X(01).
               88  XC-SUBMITTED                    VALUE 'S'.
               88  XC-APPROVED                     VALUE 'A'.
               88  XC-PAID                         VALUE 'P'.
               88  XC-REJECTED                     VALUE 'R'.
           05  XC-SUBMITTED-BY             PIC X(08).
           05  XC-SUBMIT-DATE              PIC 9(08).
           05  XC-APPROVED-BY              PIC X(08).
           05  XC-APPROVED-DATE            PIC 9(08).
           05  XC-PAID-DATE                PIC 9(08).
           05  XC-REJECT-REASON            PIC X(30).
