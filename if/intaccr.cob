002430*                     ACCRUES THE SAME DAY'S INTEREST TWICE;
002440*                     THE STEP EXITS RC 0 WHEN ALREADY MARKED
002450*                     COMPLETE FOR THE BUSINESS DATE.
002458*    2026-10-15 JPL   THE INTPOST FEED NOW CARRIES THE FULL
002466*                     TRNCODE RECORD WITH ORIGIN 'S' - INTEREST
002474*                     IS A SYSTEM POSTING AND NEITHER COUNTS AS
002482*                     CUSTOMER ACTIVITY NOR IS REFUSED ON A
002490*                     DORMANT ACCOUNT.
002492*    2026-10-15 JPL   THE INTACCUM LAYOUT MOVES TO ITS OWN
002494*                     COPYBOOK, SHARED WITH THE ACCTCLS CLOSURE
002496*                     RUN THAT CAPITALIZES A CLOSING ACCOUNT'S
002498*                     ACCRUAL AND RESETS IT.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006300     05  IR-ANNUAL-PCT           PIC 9(02)V9(04).
006400
006500 FD  INTEREST-ACCUM.
006600     COPY INTACCUM.
006900
007000 FD  INTEREST-POST
007100     RECORDING MODE IS F.
007200 01  INTEREST-POST-RECORD        PIC X(34).
007300
007400 FD  BUS-DATE-FILE
007500     RECORDING MODE IS F.
037200     MOVE IA-ACCT-NO             TO TRN-ACCT-NO.
037300     MOVE ZERO                   TO TRN-ACCT-TO.
037400     MOVE WS-CAP-AMOUNT          TO TRN-AMOUNT.
037460     MOVE ZERO                   TO TRN-INVOICE-NO.
037520     SET TRN-SYSTEM-ORIGIN       TO TRUE.
037600     MOVE TRN-RECORD             TO INTEREST-POST-RECORD.
037700     WRITE INTEREST-POST-RECORD.
037800     ADD WS-CAP-AMOUNT           TO WS-AMOUNT-HASH.
037900     MOVE ZERO                   TO IA-ACCRUED.
