001900*                     HISTORY IS INCOMPLETE AND ENDS THE RUN
002000*                     RC 8.  THE HISTORY IS RE-SCANNED PER
002100*                     ACCOUNT THE WAY CUSTINQ RE-SCANS ADDRAUD.
002110*    2026-10-15 JPL   EVERY POSTING LINE NOW CARRIES A
002120*                     DESCRIPTION, THE SVCCHG SERVICE CHARGES
002130*                     (FM, FB, FW) ARE NAMED ON THEIR LINES, AND
002140*                     A STATEMENT WITH CHARGES CLOSES WITH THE
002150*                     MONTH'S SERVICE-CHARGE TOTAL.
002160*    2026-10-15 JPL   A REVERSAL POSTING IS NAMED WITH THE TRN-ID
002170*                     AND DATE OF THE POSTING IT REVERSES, AND A
002180*                     POSTING SINCE REVERSED IS FLAGGED.
002185*    2026-10-15 JPL   THE ACCTCLS CLOSING FEE (FC) IS NAMED ON
002190*                     ITS LINE AND COUNTS IN THE SERVICE-CHARGE
002195*                     TOTAL.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
008900 77  WS-ACCT-POSTINGS            PIC 9(05)   COMP    VALUE ZERO.
009000 01  WS-OPENING-BALANCE          PIC S9(9)V9(02) VALUE ZERO.
009100 01  WS-CLOSING-BALANCE          PIC S9(9)V9(02) VALUE ZERO.
009150 01  WS-FEE-TOTAL                PIC 9(07)V9(02) VALUE ZERO.
009200
009300 01  WS-STMT-HEADING.
009400     05  FILLER                  PIC X(20)   VALUE
011200     05  WS-SP-AMOUNT            PIC ZZZZ9.99.
011300     05  FILLER                  PIC X(06)   VALUE "  BAL ".
011400     05  WS-SP-BALANCE           PIC -Z(8)9.99.
011410     05  FILLER                  PIC X(02)   VALUE SPACES.
011420     05  WS-SP-DESC              PIC X(18).
011421     05  WS-SP-REV-DESC          REDEFINES WS-SP-DESC.
011422         10  WS-SP-REV-LIT       PIC X(12).
011423         10  WS-SP-REV-TRN-ID    PIC 9(05).
011424         10  FILLER              PIC X(01).
011425     05  FILLER                  PIC X(01)   VALUE SPACE.
011426     05  WS-SP-NOTE              PIC X(15).
011427     05  WS-SP-REV-NOTE          REDEFINES WS-SP-NOTE.
011428         10  WS-SP-NOTE-LIT      PIC X(03).
011429         10  WS-SP-NOTE-DATE     PIC 9(08).
011430         10  FILLER              PIC X(04).
011431
011440 01  WS-STMT-FEE-LINE.
011450     05  FILLER                  PIC X(18)   VALUE
011460         "SERVICE CHARGES : ".
011470     05  WS-SF-TOTAL             PIC Z(8)9.99.
011500
011600 01  WS-STMT-CLOSE-LINE.
011700     05  FILLER                  PIC X(18)   VALUE
020300     MOVE AB-BALANCE             TO WS-OPENING-BALANCE
020400                                    WS-CLOSING-BALANCE.
020500     MOVE ZERO                   TO WS-ACCT-POSTINGS.
020550     MOVE ZERO                   TO WS-FEE-TOTAL.
020600     OPEN INPUT ACCT-HISTORY.
020700     IF NOT WS-HIST-OK
020800         SET WS-HIST-EOF         TO TRUE
021400     MOVE WS-OPENING-BALANCE     TO WS-SO-BALANCE.
021500     WRITE STATEMENT-LINE        FROM WS-STMT-OPEN-LINE.
021600     PERFORM 2200-PRINT-POSTINGS THRU 2200-EXIT.
021620     IF WS-FEE-TOTAL GREATER THAN ZERO
021640         MOVE WS-FEE-TOTAL       TO WS-SF-TOTAL
021660         WRITE STATEMENT-LINE    FROM WS-STMT-FEE-LINE
021680     END-IF.
021700     MOVE WS-CLOSING-BALANCE     TO WS-SC-BALANCE.
021800     IF WS-CLOSING-BALANCE EQUAL AB-BALANCE
021900         MOVE "AGREES TO MASTER" TO WS-SC-VERDICT
029300     MOVE TH-SIGN                TO WS-SP-SIGN.
029400     MOVE TH-AMOUNT              TO WS-SP-AMOUNT.
029500     MOVE TH-NEW-BALANCE         TO WS-SP-BALANCE.
029502     MOVE SPACES                 TO WS-SP-NOTE.
029505     EVALUATE TRUE
029506         WHEN TH-REVERSAL-ENTRY
029507             MOVE SPACES             TO WS-SP-DESC
029508             MOVE "REVERSAL OF "     TO WS-SP-REV-LIT
029509             MOVE TH-REV-TRN-ID      TO WS-SP-REV-TRN-ID
029510             MOVE "ON "              TO WS-SP-NOTE-LIT
029511             MOVE TH-REV-POST-DATE   TO WS-SP-NOTE-DATE
029512         WHEN TH-MAINT-FEE
029515             MOVE "MAINTENANCE FEE"  TO WS-SP-DESC
029520         WHEN TH-MIN-BAL-FEE
029525             MOVE "BELOW MINIMUM FEE" TO WS-SP-DESC
029530         WHEN TH-WDL-FEE
029535             MOVE "WITHDRAWAL FEES"  TO WS-SP-DESC
029536         WHEN TH-CLOSE-FEE
029537             MOVE "CLOSING FEE"      TO WS-SP-DESC
029540         WHEN TH-TRN-CODE EQUAL "DR"
029545             MOVE "DEPOSIT"          TO WS-SP-DESC
029550         WHEN TH-TRN-CODE EQUAL "WD"
029555             MOVE "WITHDRAWAL"       TO WS-SP-DESC
029560         WHEN TH-TRN-CODE EQUAL "TR"
029565             MOVE "TRANSFER"         TO WS-SP-DESC
029570         WHEN OTHER
029575             MOVE SPACES             TO WS-SP-DESC
029580     END-EVALUATE.
029581     IF TH-REVERSED
029582         MOVE "*REVERSED*"       TO WS-SP-NOTE
029583     END-IF.
029585     IF TH-SERVICE-CHARGE
029590         ADD TH-AMOUNT           TO WS-FEE-TOTAL
029595     END-IF.
029600     WRITE STATEMENT-LINE        FROM WS-STMT-POST-LINE.
029700 2250-READ-NEXT.
029800     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
