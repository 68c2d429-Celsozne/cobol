001700*                     THE EARNSTMT ANNUAL STATEMENT MUST RUN
001800*                     BEFORE THIS STEP - THE FIGURES ARE GONE
001900*                     AFTERWARDS.
001910*    2026-10-15 JPL   ALSO ZEROES THE NEW YTD-TAX ACCUMULATOR.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
013100     MOVE ZERO                   TO YTD-GROSS
013200                                    YTD-ADJUSTMENTS
013300                                    YTD-DEDUCTIONS
013400                                    YTD-NET
013450                                    YTD-TAX.
013500     REWRITE YTD-MASTER-RECORD.
013600     ADD 1                       TO WS-RESET-COUNT.
013700     PERFORM 2900-READ-YTD THRU 2900-EXIT.
