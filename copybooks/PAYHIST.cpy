      ******************************************************************
      *    COPYBOOK.....: PAYHIST.cpy
      *    DESCRIPTION...: PAY-RESULT HISTORY MASTER RECORD - ONE
      *                    RECORD PER EMPLOYEE PER PAY DATE PER RUN
      *                    TYPE, WRITTEN BY THE PAY RUN AS EACH
      *                    EMPLOYEE IS PAID (BASE, ADJUSTMENTS, GROSS,
      *                    TAX, BENEFITS, GARNISHMENTS AND NET).
      *                    PAYVAR COMPARES EACH PERIOD TO THE
      *                    EMPLOYEE'S PREVIOUS ONE BEFORE BANKPAY IS
      *                    RELEASED.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      *    2026-10-15 JPL   ADDED THE 'O' OFF-CYCLE RUN TYPE - OFFPAY
      *                     RECORDS ITS ONE-OFF PAYMENTS HERE UNDER
      *                     THE PAY DATE THEY WERE MADE, ALONGSIDE
      *                     (NOT IN PLACE OF) THE REGULAR RESULT.
      *    2026-10-15 JPL   ADDED PH-BENEFIT - THE EMPLOYEE'S BENEFIT
      *                     PLAN DEDUCTIONS (PRE- AND POST-TAX) FOR
      *                     THE PERIOD, SO GROSS LESS TAX, BENEFITS
      *                     AND GARNISHMENTS STILL TIES TO NET.
      *    2026-10-15 JPL   ADDED PH-ADJ-COUNT AND PH-ADJ-BASE - HOW
      *                     MANY ADJUSTMENTS WENT INTO PH-ADJ-TOTAL
      *                     AND THEIR SIGNED AMOUNTS BEFORE THE
      *                     RATESCAL RATE-BASED PORTION, FOR THE
      *                     PAYBAL BALANCING LEDGER.
      ******************************************************************
       01  PAY-HIST-RECORD.
           05  PH-KEY.
               10  PH-EMP-ID               PIC 9(05).
               10  PH-PAY-DATE             PIC 9(08).
               10  PH-RUN-TYPE             PIC X(01).
                   88  PH-RUN-REGULAR              VALUE 'R'.
                   88  PH-RUN-OFF-CYCLE            VALUE 'O'.
           05  PH-PAY-GROUP                PIC X(01).
           05  PH-PERIOD-START             PIC 9(08).
           05  PH-PERIOD-END               PIC 9(08).
           05  PH-BASE-PAY                 PIC S9(7)V9(2).
           05  PH-ADJ-TOTAL                PIC S9(7)V9(2).
           05  PH-GROSS                    PIC S9(7)V9(2).
           05  PH-TAX                      PIC S9(7)V9(2).
           05  PH-GARN                     PIC S9(7)V9(2).
           05  PH-NET                      PIC S9(7)V9(2).
           05  PH-BENEFIT                  PIC S9(7)V9(2).
           05  PH-ADJ-COUNT                PIC 9(03).
           05  PH-ADJ-BASE                 PIC S9(7)V9(2).
