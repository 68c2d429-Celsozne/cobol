004500*                     APPLIED COUNTS THE ATV2-R1..R4 STEPS
004600*                     REPORTED TO JOBHIST - INSTEAD OF A COUNT
004700*                     THIS RUN ACCUMULATED ON BOTH SIDES.
004710*    2026-10-15 JPL   ALSO MERGES THE RANGE BENREM BENEFIT
004720*                     REMITTANCE FILES (BENRMR1-4) INTO ONE
004730*                     BENREM UNDER A RECOMPUTED TRAILER, PROVED
004740*                     AGAINST THE RANGE TRAILERS AND REGISTERED
004750*                     ON THE MANIFEST WITH THE OTHER INTERFACES.
004760*    2026-10-15 JPL   YTDFLAT IMAGE LINES WIDENED TO 65 BYTES
004770*                     (NEW YTD-TAX ACCUMULATOR ON YTDMAST).
004780*    2026-10-15 JPL   ADJHIST IMAGE LINES WIDENED TO 34 BYTES
004790*                     FOR THE APPLIED RATE CODE.
004791*    2026-10-15 JPL   THE COMBINED BANKPAY IS NO LONGER REGISTERED
004792*                     ON THE MANIFEST HERE - THE ADJPARAL PAYBAL
004793*                     AND PAYVAR STEPS BALANCE AND REVIEW IT, AND
004794*                     PAYVAR (OR THE PAYRLSE SIGN-OFF) REGISTERS
004795*                     IT WHEN IT IS RELEASED FOR TRANSMISSION.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
012900     SELECT OPTIONAL GARN-IN-4 ASSIGN TO "GARNRMR4"
013000                             ORGANIZATION IS LINE SEQUENTIAL
013100                             FILE STATUS IS WS-PART-STATUS.
013107     SELECT OPTIONAL BEN-IN-1 ASSIGN TO "BENRMR1"
013114                             ORGANIZATION IS LINE SEQUENTIAL
013121                             FILE STATUS IS WS-PART-STATUS.
013128     SELECT OPTIONAL BEN-IN-2 ASSIGN TO "BENRMR2"
013135                             ORGANIZATION IS LINE SEQUENTIAL
013142                             FILE STATUS IS WS-PART-STATUS.
013149     SELECT OPTIONAL BEN-IN-3 ASSIGN TO "BENRMR3"
013156                             ORGANIZATION IS LINE SEQUENTIAL
013163                             FILE STATUS IS WS-PART-STATUS.
013170     SELECT OPTIONAL BEN-IN-4 ASSIGN TO "BENRMR4"
013177                             ORGANIZATION IS LINE SEQUENTIAL
013184                             FILE STATUS IS WS-PART-STATUS.
013200     SELECT OPTIONAL YTDF-IN-1 ASSIGN TO "YTDFLR1"
013300                             ORGANIZATION IS LINE SEQUENTIAL
013400                             FILE STATUS IS WS-PART-STATUS.
016700                             ORGANIZATION IS LINE SEQUENTIAL.
016800     SELECT GARN-OUT         ASSIGN TO "GARNREM"
016900                             ORGANIZATION IS LINE SEQUENTIAL.
016930     SELECT BEN-OUT          ASSIGN TO "BENREM"
016960                             ORGANIZATION IS LINE SEQUENTIAL.
017000     SELECT OPTIONAL JOB-HISTORY ASSIGN TO "JOBHIST"
017100                             ORGANIZATION IS LINE SEQUENTIAL
017200                             FILE STATUS IS WS-JH-STATUS.
019700
019800 FD  HIST-IN-1
019900     RECORDING MODE IS F.
020000 01  HIST-IN-1-LINE              PIC X(34).
020100
020200 FD  HIST-IN-2
020300     RECORDING MODE IS F.
020400 01  HIST-IN-2-LINE              PIC X(34).
020500
020600 FD  HIST-IN-3
020700     RECORDING MODE IS F.
020800 01  HIST-IN-3-LINE              PIC X(34).
020900
021000 FD  HIST-IN-4
021100     RECORDING MODE IS F.
021200 01  HIST-IN-4-LINE              PIC X(34).
021300
021400 FD  ADJRPT-IN-1
021500     RECORDING MODE IS F.
027400 FD  GARN-IN-4
027500     RECORDING MODE IS F.
027600 01  GARN-IN-4-LINE              PIC X(60).
027605
027610 FD  BEN-IN-1
027615     RECORDING MODE IS F.
027620 01  BEN-IN-1-LINE               PIC X(60).
027625
027630 FD  BEN-IN-2
027635     RECORDING MODE IS F.
027640 01  BEN-IN-2-LINE               PIC X(60).
027645
027650 FD  BEN-IN-3
027655     RECORDING MODE IS F.
027660 01  BEN-IN-3-LINE               PIC X(60).
027665
027670 FD  BEN-IN-4
027675     RECORDING MODE IS F.
027680 01  BEN-IN-4-LINE               PIC X(60).
027700
027800 FD  ADJRPT-OUT
027900     RECORDING MODE IS F.
028500
028600 FD  HIST-OUT
028700     RECORDING MODE IS F.
028800 01  HIST-OUT-LINE               PIC X(34).
028900
029000 FD  BANK-OUT
029100     RECORDING MODE IS F.
029400 FD  GARN-OUT
029500     RECORDING MODE IS F.
029600 01  GARN-OUT-LINE               PIC X(60).
029620
029640 FD  BEN-OUT
029660     RECORDING MODE IS F.
029680 01  BEN-OUT-LINE                PIC X(60).
029700
029800 FD  YTDF-IN-1
029900     RECORDING MODE IS F.
030000 01  YTDF-IN-1-LINE              PIC X(65).
030100
030200 FD  YTDF-IN-2
030300     RECORDING MODE IS F.
030400 01  YTDF-IN-2-LINE              PIC X(65).
030500
030600 FD  YTDF-IN-3
030700     RECORDING MODE IS F.
030800 01  YTDF-IN-3-LINE              PIC X(65).
030900
031000 FD  YTDF-IN-4
031100     RECORDING MODE IS F.
031200 01  YTDF-IN-4-LINE              PIC X(65).
031300
031400 FD  GRNF-IN-1
031500     RECORDING MODE IS F.
032900
033000 FD  YTDF-OUT
033100     RECORDING MODE IS F.
033200 01  YTDF-OUT-LINE               PIC X(65).
033300
033400 FD  GRNF-OUT
033500     RECORDING MODE IS F.
038200         10  WS-RG-BANK-HASH     PIC 9(11)V9(02).
038300         10  WS-RG-GARN-COUNT    PIC 9(07).
038400         10  WS-RG-GARN-HASH     PIC 9(11)V9(02).
038430         10  WS-RG-BEN-COUNT     PIC 9(07).
038460         10  WS-RG-BEN-HASH      PIC 9(11)V9(02).
038500
038600 01  WS-WORK-LINE                PIC X(100).
038700 01  WS-WORK-DETAIL-COUNT        PIC 9(07)   VALUE ZERO.
042000 01  WS-GARN-OUT-HASH            PIC 9(11)V9(02) VALUE ZERO.
042100 01  WS-GARN-SUM-COUNT           PIC 9(07)   VALUE ZERO.
042200 01  WS-GARN-SUM-HASH            PIC 9(11)V9(02) VALUE ZERO.
042220 01  WS-BEN-OUT-COUNT            PIC 9(07)   VALUE ZERO.
042240 01  WS-BEN-OUT-HASH             PIC 9(11)V9(02) VALUE ZERO.
042260 01  WS-BEN-SUM-COUNT            PIC 9(07)   VALUE ZERO.
042280 01  WS-BEN-SUM-HASH             PIC 9(11)V9(02) VALUE ZERO.
042300
042400 01  WS-PAY-DETAIL-REC.
042500     05  WS-PD-REC-TYPE          PIC X(01).
043800     05  WS-GD-PAYEE-NAME        PIC X(20).
043900     05  WS-GD-EMP-ID            PIC 9(05).
044000     05  WS-GD-AMOUNT            PIC 9(07)V9(02).
044010
044020 01  WS-BEN-DETAIL-REC.
044030     05  WS-BD-REC-TYPE          PIC X(01).
044040     05  WS-BD-PROVIDER-ID       PIC X(06).
044050     05  WS-BD-PROVIDER-NAME     PIC X(20).
044060     05  WS-BD-PLAN-CODE         PIC X(04).
044070     05  WS-BD-EMP-ID            PIC 9(05).
044080     05  WS-BD-EE-AMOUNT         PIC 9(07)V9(02).
044090     05  WS-BD-ER-AMOUNT         PIC 9(07)V9(02).
044100
044200     COPY FILEHDTR.
044300
046200     05  WS-RR-BANK-COUNT        PIC ZZZZZZ9.
046300     05  FILLER                  PIC X(07)   VALUE "  GARN ".
046400     05  WS-RR-GARN-COUNT        PIC ZZZZZZ9.
046430     05  FILLER                  PIC X(06)   VALUE "  BEN ".
046460     05  WS-RR-BEN-COUNT         PIC ZZZZZZ9.
046500
046600 01  WS-RPT-PROOF-LINE.
046700     05  WS-RP-LABEL             PIC X(30).
048700     PERFORM 4000-MERGE-HISTORY      THRU 4000-EXIT.
048800     PERFORM 5000-MERGE-BANK         THRU 5000-EXIT.
048900     PERFORM 6000-MERGE-GARN         THRU 6000-EXIT.
048950     PERFORM 6960-MERGE-BEN          THRU 6960-EXIT.
049000     PERFORM 6500-MERGE-YTD-IMAGE    THRU 6500-EXIT.
049100     PERFORM 6600-MERGE-GRN-IMAGE    THRU 6600-EXIT.
049200     PERFORM 7000-PROVE-AND-REGISTER THRU 7000-EXIT.
050800     OPEN OUTPUT HIST-OUT.
050900     OPEN OUTPUT BANK-OUT.
051000     OPEN OUTPUT GARN-OUT.
051050     OPEN OUTPUT BEN-OUT.
051100     OPEN OUTPUT YTDF-OUT.
051200     OPEN OUTPUT GRNF-OUT.
051300     OPEN OUTPUT MERGE-REPORT.
053200         WS-RG-BANK-COUNT (WS-RANGE-SUB)
053300         WS-RG-BANK-HASH (WS-RANGE-SUB)
053400         WS-RG-GARN-COUNT (WS-RANGE-SUB)
053500         WS-RG-GARN-HASH (WS-RANGE-SUB)
053530         WS-RG-BEN-COUNT (WS-RANGE-SUB)
053560         WS-RG-BEN-HASH (WS-RANGE-SUB).
053600 1100-EXIT.
053700     EXIT.
053800
153200     END-IF.
153300 6950-EXIT.
153400     EXIT.
153401
153402******************************************************************
153403*    6960-MERGE-BEN - SAME TREATMENT AGAIN FOR THE BENEFIT
153404*                     REMITTANCE INTERFACE; THE HASH IS THE
153405*                     EMPLOYEE PLUS EMPLOYER AMOUNTS
153406******************************************************************
153407 6960-MERGE-BEN.
153408     IF WS-RG-PRESENT (1)
153409         MOVE 1                  TO WS-RANGE-SUB
153410         PERFORM 6961-COPY-BEN-1 THRU 6961-EXIT
153411     END-IF.
153412     IF WS-RG-PRESENT (2)
153413         MOVE 2                  TO WS-RANGE-SUB
153414         PERFORM 6963-COPY-BEN-2 THRU 6963-EXIT
153415     END-IF.
153416     IF WS-RG-PRESENT (3)
153417         MOVE 3                  TO WS-RANGE-SUB
153418         PERFORM 6965-COPY-BEN-3 THRU 6965-EXIT
153419     END-IF.
153420     IF WS-RG-PRESENT (4)
153421         MOVE 4                  TO WS-RANGE-SUB
153422         PERFORM 6967-COPY-BEN-4 THRU 6967-EXIT
153423     END-IF.
153424     MOVE SPACES                 TO WS-PAY-TRAILER-REC.
153425     MOVE 'T'                    TO WS-PT-REC-TYPE.
153426     MOVE WS-BEN-OUT-COUNT       TO WS-PT-COUNT.
153427     MOVE WS-BEN-OUT-HASH        TO WS-PT-HASH.
153428     MOVE SPACES                 TO BEN-OUT-LINE.
153429     MOVE WS-PAY-TRAILER-REC     TO BEN-OUT-LINE (1:21).
153430     WRITE BEN-OUT-LINE.
153431     MOVE "BEN COUNT VS RANGE TRLS     :" TO WS-RP-LABEL.
153432     MOVE WS-BEN-SUM-COUNT       TO WS-RP-EXPECTED.
153433     MOVE WS-BEN-OUT-COUNT       TO WS-RP-ACTUAL.
153434     PERFORM 8200-JUDGE-PROOF THRU 8200-EXIT.
153435     IF WS-BEN-OUT-COUNT NOT EQUAL WS-BEN-SUM-COUNT
153436         SET WS-RUN-IN-ERROR     TO TRUE
153437     END-IF.
153438     MOVE "BEN HASH VS RANGE TRLS      :" TO WS-RP-LABEL.
153439     MOVE WS-BEN-SUM-HASH        TO WS-RP-EXPECTED.
153440     MOVE WS-BEN-OUT-HASH        TO WS-RP-ACTUAL.
153441     PERFORM 8200-JUDGE-PROOF THRU 8200-EXIT.
153442     IF WS-BEN-OUT-HASH NOT EQUAL WS-BEN-SUM-HASH
153443         SET WS-RUN-IN-ERROR     TO TRUE
153444     END-IF.
153445 6960-EXIT.
153446     EXIT.
153447
153448 6961-COPY-BEN-1.
153449     MOVE 'N'                    TO WS-EOF-SW.
153450     OPEN INPUT BEN-IN-1.
153451     PERFORM 6962-COPY-ONE-BEN-1 THRU 6962-EXIT
153452             UNTIL WS-EOF.
153453     CLOSE BEN-IN-1.
153454 6961-EXIT.
153455     EXIT.
153456
153457 6962-COPY-ONE-BEN-1.
153458     READ BEN-IN-1
153459         AT END
153460             SET WS-EOF TO TRUE
153461     END-READ.
153462     IF WS-EOF
153463         GO TO 6962-EXIT
153464     END-IF.
153465     MOVE BEN-IN-1-LINE (1:54)   TO WS-BEN-DETAIL-REC.
153466     PERFORM 6990-TALLY-BEN-LINE THRU 6990-EXIT.
153467     IF WS-BD-REC-TYPE EQUAL 'D'
153468         WRITE BEN-OUT-LINE      FROM BEN-IN-1-LINE
153469     END-IF.
153470 6962-EXIT.
153471     EXIT.
153472
153473 6963-COPY-BEN-2.
153474     MOVE 'N'                    TO WS-EOF-SW.
153475     OPEN INPUT BEN-IN-2.
153476     PERFORM 6964-COPY-ONE-BEN-2 THRU 6964-EXIT
153477             UNTIL WS-EOF.
153478     CLOSE BEN-IN-2.
153479 6963-EXIT.
153480     EXIT.
153481
153482 6964-COPY-ONE-BEN-2.
153483     READ BEN-IN-2
153484         AT END
153485             SET WS-EOF TO TRUE
153486     END-READ.
153487     IF WS-EOF
153488         GO TO 6964-EXIT
153489     END-IF.
153490     MOVE BEN-IN-2-LINE (1:54)   TO WS-BEN-DETAIL-REC.
153491     PERFORM 6990-TALLY-BEN-LINE THRU 6990-EXIT.
153492     IF WS-BD-REC-TYPE EQUAL 'D'
153493         WRITE BEN-OUT-LINE      FROM BEN-IN-2-LINE
153494     END-IF.
153495 6964-EXIT.
153496     EXIT.
153500
153501 6965-COPY-BEN-3.
153502     MOVE 'N'                    TO WS-EOF-SW.
153503     OPEN INPUT BEN-IN-3.
153504     PERFORM 6966-COPY-ONE-BEN-3 THRU 6966-EXIT
153505             UNTIL WS-EOF.
153506     CLOSE BEN-IN-3.
153507 6965-EXIT.
153508     EXIT.
153509
153510 6966-COPY-ONE-BEN-3.
153511     READ BEN-IN-3
153512         AT END
153513             SET WS-EOF TO TRUE
153514     END-READ.
153515     IF WS-EOF
153516         GO TO 6966-EXIT
153517     END-IF.
153518     MOVE BEN-IN-3-LINE (1:54)   TO WS-BEN-DETAIL-REC.
153519     PERFORM 6990-TALLY-BEN-LINE THRU 6990-EXIT.
153520     IF WS-BD-REC-TYPE EQUAL 'D'
153521         WRITE BEN-OUT-LINE      FROM BEN-IN-3-LINE
153522     END-IF.
153523 6966-EXIT.
153524     EXIT.
153525
153526 6967-COPY-BEN-4.
153527     MOVE 'N'                    TO WS-EOF-SW.
153528     OPEN INPUT BEN-IN-4.
153529     PERFORM 6968-COPY-ONE-BEN-4 THRU 6968-EXIT
153530             UNTIL WS-EOF.
153531     CLOSE BEN-IN-4.
153532 6967-EXIT.
153533     EXIT.
153534
153535 6968-COPY-ONE-BEN-4.
153536     READ BEN-IN-4
153537         AT END
153538             SET WS-EOF TO TRUE
153539     END-READ.
153540     IF WS-EOF
153541         GO TO 6968-EXIT
153542     END-IF.
153543     MOVE BEN-IN-4-LINE (1:54)   TO WS-BEN-DETAIL-REC.
153544     PERFORM 6990-TALLY-BEN-LINE THRU 6990-EXIT.
153545     IF WS-BD-REC-TYPE EQUAL 'D'
153546         WRITE BEN-OUT-LINE      FROM BEN-IN-4-LINE
153547     END-IF.
153548 6968-EXIT.
153549     EXIT.
153550
153551 6990-TALLY-BEN-LINE.
153552     IF WS-BD-REC-TYPE EQUAL 'D'
153553         ADD 1                   TO WS-BEN-OUT-COUNT
153554         ADD WS-BD-EE-AMOUNT     TO WS-BEN-OUT-HASH
153555         ADD WS-BD-ER-AMOUNT     TO WS-BEN-OUT-HASH
153556         ADD 1                   TO
153557             WS-RG-BEN-COUNT (WS-RANGE-SUB)
153558         GO TO 6990-EXIT
153559     END-IF.
153560     IF WS-BD-REC-TYPE EQUAL 'T'
153561         MOVE WS-BEN-DETAIL-REC (1:21) TO WS-PAY-TRAILER-REC
153562         ADD WS-PT-COUNT         TO WS-BEN-SUM-COUNT
153563         ADD WS-PT-HASH          TO WS-BEN-SUM-HASH
153564         MOVE WS-PT-HASH         TO
153565             WS-RG-BEN-HASH (WS-RANGE-SUB)
153566     END-IF.
153567 6990-EXIT.
153568     EXIT.
153569
153600******************************************************************
153700*    6500-MERGE-YTD-IMAGE - THE RANGE YTDFLAT UNLOAD IMAGES
153800*                            LOSE THEIR SLICE TRAILERS; DETAILS

182000******************************************************************
182100*    7000-PROVE-AND-REGISTER - PER-RANGE SUMMARY LINES, AND THE
182200*                              COMBINED REMITTANCES GO ON THE
182300*                              TRANSMISSION MANIFEST ONLY WHEN
182400*                              EVERY PROOF HELD
182500******************************************************************
183200                 "REGISTERED FOR TRANSMISSION"
183300         GO TO 7000-EXIT
183400     END-IF.
183500*    BANKPAY GOES ON THE MANIFEST ONLY WHEN PAYVAR'S VARIANCE
183600*    REVIEW (OR THE PAYRLSE SIGN-OFF) RELEASES IT
184200     MOVE "GARNREM"              TO WS-MAN-FILE-ID.
184300     MOVE WS-GARN-OUT-COUNT      TO WS-MAN-COUNT.
184400     MOVE WS-GARN-OUT-HASH       TO WS-MAN-HASH.
184600                                       WS-BUSINESS-DATE
184700                                       WS-MAN-COUNT
184800                                       WS-MAN-HASH.
184810     MOVE "BENREM"               TO WS-MAN-FILE-ID.
184820     MOVE WS-BEN-OUT-COUNT       TO WS-MAN-COUNT.
184830     MOVE WS-BEN-OUT-HASH        TO WS-MAN-HASH.
184840     CALL "MANIFEST"             USING WS-MAN-FILE-ID
184850                                       WS-BUSINESS-DATE
184860                                       WS-MAN-COUNT
184870                                       WS-MAN-HASH.
184900 7000-EXIT.
185000     EXIT.
185100
186200                                 TO WS-RR-BANK-COUNT.
186300     MOVE WS-RG-GARN-COUNT (WS-RANGE-SUB)
186400                                 TO WS-RR-GARN-COUNT.
186430     MOVE WS-RG-BEN-COUNT (WS-RANGE-SUB)
186460                                 TO WS-RR-BEN-COUNT.
186500     WRITE MERGE-RPT-LINE        FROM WS-RPT-RANGE-LINE.
186600 7100-EXIT.
186700     EXIT.
188800     DISPLAY "TONIGHT'S HIST ROWS: " WS-NEW-HIST-COUNT.
188900     DISPLAY "BANK PAYMENTS      : " WS-BANK-OUT-COUNT.
189000     DISPLAY "GARN REMITTANCES   : " WS-GARN-OUT-COUNT.
189050     DISPLAY "BEN REMITTANCES    : " WS-BEN-OUT-COUNT.
189100     DISPLAY "YTD IMAGE RECORDS  : " WS-YTDF-OUT-COUNT.
189200     DISPLAY "GARN IMAGE RECORDS : " WS-GRNF-OUT-COUNT.
189300     CLOSE ADJRPT-OUT.
189500     CLOSE HIST-OUT.
189600     CLOSE BANK-OUT.
189700     CLOSE GARN-OUT.
189750     CLOSE BEN-OUT.
189800     CLOSE YTDF-OUT.
189900     CLOSE GRNF-OUT.
190000     CLOSE MERGE-REPORT.
