004153*                     CLOCK-CALCULATED OVERTIME FLOWS THROUGH
004154*                     THE SAME CONTROLS AS EVERY OTHER
004155*                     ADJUSTMENT.
004156*    2026-10-15 JPL   THE FINSETL LEAVER SETTLEMENT FILE
004157*                     (FINPAYFD, FEED '08') JOINS AS A FURTHER
004158*                     OPTIONAL FEED SO A LEAVER'S VACATION
004159*                     PAYOUT REACHES HIS FINAL PAY THROUGH THE
004160*                     SAME CONTROLS AS EVERY OTHER ADJUSTMENT.
004161*    2026-10-15 JPL   THE LEAVUPD UNPAID-LEAVE FILE (UNPDLVFD,
004162*                     FEED '09') JOINS AS A FURTHER OPTIONAL FEED
004163*                     SO LEAVE TAKEN BEYOND THE BALANCE REDUCES
004164*                     THE NEXT PAY THROUGH THE SAME CONTROLS.
004165*    2026-10-15 JPL   THE EXPCLM EXPENSE CLAIM FILE (EXPCLMFD,
004166*                     FEED '10') JOINS AS A FURTHER OPTIONAL FEED
004167*                     SO APPROVED REIMBURSEMENTS ARE PAID WITH
004168*                     SALARY INSTEAD OF BY ACCOUNTS PAYABLE
004169*                     CHEQUE.  THE FEED NUMBER IS NOW TWO DIGITS.
004170******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.            IBM-370.
006240     SELECT OPTIONAL FEED-FILE-7 ASSIGN TO "OVERTMFD"
006250                             ORGANIZATION IS LINE SEQUENTIAL
006260                             FILE STATUS IS WS-FEED7-STATUS.
006270     SELECT OPTIONAL FEED-FILE-8 ASSIGN TO "FINPAYFD"
006280                             ORGANIZATION IS LINE SEQUENTIAL
006290                             FILE STATUS IS WS-FEED8-STATUS.
006292     SELECT OPTIONAL FEED-FILE-9 ASSIGN TO "UNPDLVFD"
006294                             ORGANIZATION IS LINE SEQUENTIAL
006296                             FILE STATUS IS WS-FEED9-STATUS.
006297     SELECT OPTIONAL FEED-FILE-10 ASSIGN TO "EXPCLMFD"
006298                             ORGANIZATION IS LINE SEQUENTIAL
006299                             FILE STATUS IS WS-FEED10-STATUS.
006300     SELECT MERGED-TRANS     ASSIGN TO "ADJTRANS"
006400                             ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT MERGE-REPORT     ASSIGN TO "ADJMRPT"
008860 FD  FEED-FILE-7
008870     RECORDING MODE IS F.
008880 01  FEED-7-RECORD               PIC X(30).
008884
008888 FD  FEED-FILE-8
008892     RECORDING MODE IS F.
008896 01  FEED-8-RECORD               PIC X(30).
008900
008920 FD  FEED-FILE-9
008940     RECORDING MODE IS F.
008960 01  FEED-9-RECORD               PIC X(30).
008970
008972 FD  FEED-FILE-10
008974     RECORDING MODE IS F.
008976 01  FEED-10-RECORD              PIC X(30).
008980
009000 FD  MERGED-TRANS
009100     RECORDING MODE IS F.
009200 01  MERGED-TRANS-RECORD         PIC X(30).
011220     88  WS-FEED6-OK                     VALUE "00".
011230 01  WS-FEED7-STATUS             PIC X(02).
011240     88  WS-FEED7-OK                     VALUE "00".
011260 01  WS-FEED8-STATUS             PIC X(02).
011280     88  WS-FEED8-OK                     VALUE "00".
011286 01  WS-FEED9-STATUS             PIC X(02).
011292     88  WS-FEED9-OK                     VALUE "00".
011294 01  WS-FEED10-STATUS            PIC X(02).
011296     88  WS-FEED10-OK                    VALUE "00".
011300
011400     COPY FILEHDTR.
011500     COPY ADJTRANS.
012400     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
012500         88  WS-RUN-IN-ERROR                 VALUE 'Y'.
012600
012700 77  WS-FEED-NO                  PIC 9(02)   COMP.
012800 01  WS-FEED-CODE                PIC X(02).
012900 01  WS-FEED-COUNT               PIC 9(07)   VALUE ZERO.
013000 01  WS-FEED-HASH                PIC 9(11)V9(02) VALUE ZERO.
016600     PERFORM 2400-MERGE-FEED-5       THRU 2400-EXIT.
016610     PERFORM 2450-MERGE-FEED-6       THRU 2450-EXIT.
016620     PERFORM 2460-MERGE-FEED-7       THRU 2460-EXIT.
016660     PERFORM 2470-MERGE-FEED-8       THRU 2470-EXIT.
016680     PERFORM 2480-MERGE-FEED-9       THRU 2480-EXIT.
016690     PERFORM 2490-MERGE-FEED-10      THRU 2490-EXIT.
016700     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
016800     GO TO 9999-EXIT.
016900
030351     END-IF.
030352 2460-EXIT.
030353     EXIT.
030355
030357 2470-MERGE-FEED-8.
030359     MOVE 8                      TO WS-FEED-NO.
030361     MOVE "08"                   TO WS-FEED-CODE.
030363     PERFORM 2500-START-FEED THRU 2500-EXIT.
030365     OPEN INPUT FEED-FILE-8.
030367     IF NOT WS-FEED8-OK
030369         MOVE "NO SETTLEMENT FEED" TO WS-FL-NOTE
030371         MOVE WS-FEED-CODE       TO WS-FL-CODE
030373         MOVE ZERO               TO WS-FL-COUNT
030375                                    WS-FL-VALUE
030377         WRITE MERGE-RPT-LINE    FROM WS-FEED-LINE
030379         CLOSE FEED-FILE-8
030381     ELSE
030383         PERFORM 2980-READ-FEED-8 THRU 2980-EXIT
030385         PERFORM 3000-TAKE-ONE-RECORD THRU 3000-EXIT
030387                 UNTIL WS-FEED-EOF
030389         CLOSE FEED-FILE-8
030391         PERFORM 2600-END-FEED THRU 2600-EXIT
030393     END-IF.
030395 2470-EXIT.
030397     EXIT.
030400
030402 2480-MERGE-FEED-9.
030404     MOVE 9                      TO WS-FEED-NO.
030406     MOVE "09"                   TO WS-FEED-CODE.
030408     PERFORM 2500-START-FEED THRU 2500-EXIT.
030410     OPEN INPUT FEED-FILE-9.
030412     IF NOT WS-FEED9-OK
030414         MOVE "NO UNPAID LEAVE FEED" TO WS-FL-NOTE
030416         MOVE WS-FEED-CODE       TO WS-FL-CODE
030418         MOVE ZERO               TO WS-FL-COUNT
030420                                    WS-FL-VALUE
030422         WRITE MERGE-RPT-LINE    FROM WS-FEED-LINE
030424         CLOSE FEED-FILE-9
030426     ELSE
030428         PERFORM 2990-READ-FEED-9 THRU 2990-EXIT
030430         PERFORM 3000-TAKE-ONE-RECORD THRU 3000-EXIT
030432                 UNTIL WS-FEED-EOF
030434         CLOSE FEED-FILE-9
030436         PERFORM 2600-END-FEED THRU 2600-EXIT
030438     END-IF.
030440 2480-EXIT.
030442     EXIT.
030444
030446 2490-MERGE-FEED-10.
030448     MOVE 10                     TO WS-FEED-NO.
030450     MOVE "10"                   TO WS-FEED-CODE.
030452     PERFORM 2500-START-FEED THRU 2500-EXIT.
030454     OPEN INPUT FEED-FILE-10.
030456     IF NOT WS-FEED10-OK
030458         MOVE "NO EXPENSE CLAIM FEED" TO WS-FL-NOTE
030460         MOVE WS-FEED-CODE       TO WS-FL-CODE
030462         MOVE ZERO               TO WS-FL-COUNT
030464                                    WS-FL-VALUE
030466         WRITE MERGE-RPT-LINE    FROM WS-FEED-LINE
030468         CLOSE FEED-FILE-10
030470     ELSE
030472         PERFORM 2995-READ-FEED-10 THRU 2995-EXIT
030474         PERFORM 3000-TAKE-ONE-RECORD THRU 3000-EXIT
030476                 UNTIL WS-FEED-EOF
030478         CLOSE FEED-FILE-10
030480         PERFORM 2600-END-FEED THRU 2600-EXIT
030482     END-IF.
030484 2490-EXIT.
030486     EXIT.
030488
030500 2500-START-FEED.
030600     MOVE 'N'                    TO WS-FEED-EOF-SW
030700                                    WS-FEED-TRAILER-SW.
038620             PERFORM 2950-READ-FEED-5 THRU 2950-EXIT
038630         WHEN 6
038640             PERFORM 2960-READ-FEED-6 THRU 2960-EXIT
038660         WHEN 7
038680             PERFORM 2970-READ-FEED-7 THRU 2970-EXIT
038686         WHEN 8
038692             PERFORM 2980-READ-FEED-8 THRU 2980-EXIT
038694         WHEN 9
038696             PERFORM 2990-READ-FEED-9 THRU 2990-EXIT
038700         WHEN OTHER
038800             PERFORM 2995-READ-FEED-10 THRU 2995-EXIT
038900     END-EVALUATE.
039000 3000-EXIT.
039100     EXIT.
044199     END-READ.
044200 2970-EXIT.
044201     EXIT.
044202
044203 2980-READ-FEED-8.
044204     READ FEED-FILE-8
044205         AT END
044206             SET WS-FEED-EOF TO TRUE
044207         NOT AT END
044208             MOVE FEED-8-RECORD  TO WS-FEED-RECORD
044209     END-READ.
044210 2980-EXIT.
044211     EXIT.
044212
044220 2990-READ-FEED-9.
044228     READ FEED-FILE-9
044236         AT END
044244             SET WS-FEED-EOF TO TRUE
044252         NOT AT END
044260             MOVE FEED-9-RECORD  TO WS-FEED-RECORD
044268     END-READ.
044276 2990-EXIT.
044284     EXIT.
044285
044286 2995-READ-FEED-10.
044287     READ FEED-FILE-10
044288         AT END
044289             SET WS-FEED-EOF TO TRUE
044290         NOT AT END
044291             MOVE FEED-10-RECORD TO WS-FEED-RECORD
044292     END-READ.
044293 2995-EXIT.
044294     EXIT.
044295
044300******************************************************************
044400*    9000-TERMINATE - WRITE THE MERGED TRAILER AND THE TOTALS
044500******************************************************************
