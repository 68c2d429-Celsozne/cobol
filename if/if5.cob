010800*                     TONIGHT'S COUNT AND HASH ARE COMPARED
010900*                     AGAINST THE RECENT VOLHIST NIGHTS AND A
011000*                     WILD SWING WARNS OR REFUSES THE FILE.
011002*    2026-10-15 JPL   CUSTOMER INVOICING: A WD CARRYING AN
011004*                     INVOICE NUMBER IS A BILLRUN INVOICE CHARGE
011006*                     AND ALWAYS POSTS - THE FUNDS CHECK IS NOT
011008*                     APPLIED AND A CHARGE THAT TAKES THE
011010*                     ACCOUNT INTO OVERDRAFT IS FLAGGED AS
011012*                     USUAL.  A DR CARRYING AN INVOICE NUMBER IS
011014*                     A CUSTOMER PAYMENT AND IS MATCHED AGAINST
011016*                     THAT INVOICE ON THE OPENINV OPEN-INVOICE
011018*                     MASTER, WHICH GOES PART-PAID OR PAID; A
011020*                     PAYMENT THAT CANNOT BE MATCHED STILL POSTS
011022*                     AND IS FLAGGED ON THE REPORT.  REJECTS
011024*                     CARRY THE WHOLE LONGER TRNCODE RECORD.
011026*    2026-10-15 JPL   DORMANT ACCOUNTS: AN ACCOUNT FROZEN BY
011028*                     THE DORMRUN DORMANCY RUN REFUSES A
011030*                     CUSTOMER DEBIT (WD, OR A TR FROM-LEG) BUT
011032*                     TAKES CREDITS AND SYSTEM POSTINGS (ORIGIN
011034*                     'S').  THE ORIGIN IS CARRIED ONTO ACCTHIST
011036*                     SO DORMRUN SEES CUSTOMER ACTIVITY.
011038*    2026-10-15 JPL   REVERSALS: AN 'RV' TRANSACTION NAMES AN
011040*                     EARLIER POSTING BY TRN-ID, POSTING DATE,
011042*                     ACCOUNT AND AMOUNT.  THE ORIGINAL IS FOUND
011044*                     ON ACCTHIST BEFORE POSTING STARTS, THE
011046*                     OPPOSITE IS POSTED TO EVERY ACCOUNT IT
011048*                     TOUCHED (BOTH LEGS OF A TR) WITH A LINK
011050*                     BACK TO THE ORIGINAL, AND AT END OF RUN THE
011052*                     ORIGINAL LEGS ARE MARKED REVERSED IN PLACE.
011054*                     A SECOND REVERSAL OF THE SAME POSTING IS
011056*                     REJECTED.  REVERSALS GO TO THE GL AS
011058*                     CLASSES RD, RW AND RT.
011060*    2026-10-15 JPL   FOREIGN-CURRENCY ACCOUNTS: TODAY'S RATES ARE
011062*                     LOADED FROM THE EXCHRATE FILE.  A POSTING
011064*                     TO A FOREIGN ACCOUNT WITH NO RATE FOR TODAY
011066*                     IS REJECTED.  A TRANSFER BETWEEN ACCOUNTS
011068*                     IN DIFFERENT CURRENCIES PAYS THE TO-ACCOUNT
011070*                     THE AMOUNT CONVERTED AT TODAY'S RATES AND
011072*                     WRITES THE CONVERSION DETAIL TO FXCONV.
011074*                     GLSUMM AMOUNTS ARE NOW THE BASE-CURRENCY
011076*                     VALUE, AND THE RECONCILIATION ALLOWS FOR THE
011078*                     TWO LEGS OF A CONVERTED TRANSFER DIFFERING.
011080*                     A REVERSAL PUTS BACK EACH ORIGINAL LEG'S OWN
011082*                     AMOUNT.  INVOICE CHARGES AND PAYMENTS STAY
011084*                     IN THE BASE CURRENCY ONLY.
011100******************************************************************
011200 ENVIRONMENT DIVISION.
011300 CONFIGURATION SECTION.
013200                             RECORD KEY IS AB-ACCT-NO
013300                             FILE STATUS IS WS-ACCT-STATUS.
013400     SELECT ACCT-HISTORY     ASSIGN TO "ACCTHIST"
013500                             ORGANIZATION IS LINE SEQUENTIAL
013550                             FILE STATUS IS WS-HIST-STATUS.
013600     SELECT OPTIONAL ACCT-MASTER ASSIGN TO "ACCTMST"
013700                             ORGANIZATION IS INDEXED
013800                             ACCESS MODE IS DYNAMIC
013900                             RECORD KEY IS AM-ACCT-NO
014000                             FILE STATUS IS WS-AMST-STATUS.
014010     SELECT OPTIONAL OPEN-INVOICE ASSIGN TO "OPENINV"
014020                             ORGANIZATION IS INDEXED
014030                             ACCESS MODE IS RANDOM
014040                             RECORD KEY IS OI-INVOICE-NO
014050                             FILE STATUS IS WS-OINV-STATUS.
014058     SELECT OPTIONAL EXCH-RATE-FILE ASSIGN TO "EXCHRATE"
014066                             ORGANIZATION IS LINE SEQUENTIAL
014074                             FILE STATUS IS WS-ERAT-STATUS.
014082     SELECT FX-CONV-FILE     ASSIGN TO "FXCONV"
014090                             ORGANIZATION IS LINE SEQUENTIAL.
014100
014200 DATA DIVISION.
014300 FILE SECTION.
016000 FD  ACCT-MASTER.
016100     COPY ACCTMST.
016200
016210 FD  OPEN-INVOICE.
016220     COPY OPENINV.
016230
016300 FD  ACCT-HISTORY
016400     RECORDING MODE IS F.
016500     COPY ACCTHIST.
017200     RECORDING MODE IS F.
017300     COPY BUSDATE.
017400
017410 FD  EXCH-RATE-FILE
017420     RECORDING MODE IS F.
017430     COPY EXCHRATE.
017440
017450 FD  FX-CONV-FILE
017460     RECORDING MODE IS F.
017470     COPY FXCONV.
017480
017500 WORKING-STORAGE SECTION.
017600     COPY RPTCTL.
017700 01  WS-RPT-DETAIL               PIC X(80).
018900     88  WS-AMST-OK                      VALUE "00".
019000 01  WS-AMST-SW                  PIC X(01)   VALUE 'N'.
019100     88  WS-AMST-PRESENT                 VALUE 'Y'.
019110 01  WS-OINV-STATUS              PIC X(02).
019120     88  WS-OINV-USABLE                  VALUE "00", "05".
019130 01  WS-OINV-SW                  PIC X(01)   VALUE 'N'.
019140     88  WS-OINV-PRESENT                 VALUE 'Y'.
019160 01  WS-HIST-STATUS              PIC X(02).
019180     88  WS-HIST-OK                      VALUE "00".
019200 01  WS-OD-LIMIT                 PIC 9(07)V9(02) VALUE ZERO.
019300 01  WS-TH-SIGN                  PIC X(01).
019400 01  WS-MAN-FILE-ID              PIC X(08).
022900         88  WS-RULE-INVALID                 VALUE 'N'.
023000     05  WS-ACCT-FOUND-SW        PIC X(01)   VALUE 'N'.
023100         88  WS-ACCT-FOUND                   VALUE 'Y'.
023110     05  WS-INVOICE-TRAN-SW      PIC X(01)   VALUE 'N'.
023120         88  WS-INVOICE-TRAN                 VALUE 'Y'.
023130     05  WS-INVOICE-MATCH-SW     PIC X(01)   VALUE 'N'.
023140         88  WS-INVOICE-MATCHED              VALUE 'Y'.
023150     05  WS-DEBIT-LEG-SW         PIC X(01)   VALUE 'N'.
023160         88  WS-DEBIT-LEG                    VALUE 'Y'.
023170         88  WS-CREDIT-LEG                   VALUE 'N'.
023200
023300 77  WS-TRANS-COUNT              PIC 9(05)   COMP    VALUE ZERO.
023400 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
024000 77  WS-DEP-POSTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024100 77  WS-WDL-POSTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024200 77  WS-TRF-POSTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024205 77  WS-FUNDS-REJECT-COUNT       PIC 9(05)   COMP    VALUE ZERO.
024210 77  WS-ACCT-REJECT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
024215 77  WS-INV-CHARGE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024220 77  WS-INV-PAYMENT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
024225 77  WS-INV-SETTLED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
024230 77  WS-INV-UNMATCHED-COUNT      PIC 9(05)   COMP    VALUE ZERO.
024235 77  WS-REVERSAL-COUNT           PIC 9(05)   COMP    VALUE ZERO.
024240 77  WS-REV-MARKED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024245
024250*    TONIGHT'S REVERSAL REQUESTS, TABLED DURING THE ENVELOPE
024255*    PRE-SCAN, WITH THE ORIGINAL LEGS FOUND FOR EACH ON ACCTHIST
024260 77  WS-RQ-MAX                   PIC 9(03)   COMP    VALUE 200.
024265 77  WS-RQ-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
024270 77  WS-RQ-SUB                   PIC 9(03)   COMP.
024275 77  WS-RQ-HIT                   PIC 9(03)   COMP    VALUE ZERO.
024280 77  WS-RQ-PEND-TR               PIC 9(03)   COMP    VALUE ZERO.
024285 77  WS-LEG-SUB                  PIC 9(01)   COMP.
024290 01  WS-REVERSAL-TABLE.
024295     05  WS-RQ-ENTRY             OCCURS 200 TIMES.
024300         10  WS-RQ-TRN-ID        PIC 9(05).
024305         10  WS-RQ-POST-DATE     PIC 9(08).
024310         10  WS-RQ-ACCT-NO       PIC 9(06).
024315         10  WS-RQ-AMOUNT        PIC 9(05)V9(02).
024320         10  WS-RQ-MATCH-COUNT   PIC 9(03).
024325         10  WS-RQ-STATE-SW      PIC X(01).
024330             88  WS-RQ-ALREADY-REVERSED      VALUE 'R' 'P'.
024335             88  WS-RQ-ON-HISTORY            VALUE 'R'.
024340             88  WS-RQ-POSTED                VALUE 'P'.
024345         10  WS-RQ-LEG-COUNT     PIC 9(01).
024350         10  WS-RQ-LEG           OCCURS 2 TIMES.
024355             15  WS-RQ-LEG-ACCT  PIC 9(06).
024360             15  WS-RQ-LEG-CODE  PIC X(02).
024365             15  WS-RQ-LEG-SIGN  PIC X(01).
024370             15  WS-RQ-LEG-AMOUNT PIC 9(05)V9(02).
024375 01  WS-RQ-OVERFLOW-SW           PIC X(01)   VALUE 'N'.
024380     88  WS-RQ-OVERFLOW                  VALUE 'Y'.
024385 01  WS-WANT-TRN-ID              PIC 9(05).
024390 01  WS-WANT-POST-DATE           PIC 9(08).
024395 01  WS-WANT-ACCT-NO             PIC 9(06).
024400 01  WS-WANT-AMOUNT              PIC 9(05)V9(02).
024405 01  WS-HIST-EOF-SW              PIC X(01)   VALUE 'N'.
024410     88  WS-HIST-EOF                     VALUE 'Y'.
024415
024420*    TODAY'S EXCHANGE RATES FROM EXCHRATE; A BLANK CURRENCY IS
024425*    THE BASE CURRENCY AT RATE 1
024430 01  WS-ERAT-STATUS              PIC X(02).
024435     88  WS-ERAT-OK                      VALUE "00".
024440 01  WS-ERAT-EOF-SW              PIC X(01)   VALUE 'N'.
024445     88  WS-ERAT-EOF                     VALUE 'Y'.
024450 77  WS-RATE-MAX                 PIC 9(03)   COMP    VALUE 50.
024455 77  WS-RATE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
024460 77  WS-RATE-SUB                 PIC 9(03)   COMP.
024465 77  WS-RATE-HIT                 PIC 9(03)   COMP    VALUE ZERO.
024470 01  WS-RATE-TABLE.
024475     05  WS-RT-ENTRY             OCCURS 50 TIMES.
024480         10  WS-RT-CURRENCY      PIC X(03).
024485         10  WS-RT-RATE          PIC 9(05)V9(06).
024490 01  WS-WANT-CURRENCY            PIC X(03).
024495 01  WS-FOUND-RATE               PIC 9(05)V9(06).
024500 01  WS-FROM-CURRENCY            PIC X(03).
024505 01  WS-TO-CURRENCY              PIC X(03).
024510 01  WS-FROM-RATE                PIC 9(05)V9(06).
024515 01  WS-TO-RATE                  PIC 9(05)V9(06).
024520 01  WS-TO-AMOUNT                PIC 9(07)V9(02).
024525 01  WS-BASE-AMOUNT              PIC 9(09)V9(02).
024530 01  WS-TH-AMOUNT                PIC 9(05)V9(02).
024535 01  WS-TR-UNITS-NET             PIC S9(11)V9(02) VALUE ZERO.
024540 77  WS-FX-TRF-COUNT             PIC 9(05)   COMP    VALUE ZERO.
024545
024600 01  WS-DEPOSIT-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
024700 01  WS-WITHDRAWAL-AMOUNT        PIC 9(09)V9(02) VALUE ZERO.
024800 01  WS-TRANSFER-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
024810 77  WS-RVD-POSTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024820 77  WS-RVW-POSTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024830 77  WS-RVT-POSTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024840 01  WS-RVD-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
024850 01  WS-RVW-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
024860 01  WS-RVT-AMOUNT               PIC 9(09)V9(02) VALUE ZERO.
024865*    THE SAME TOTALS AT THEIR BASE-CURRENCY VALUE, FOR THE GL
024870 01  WS-DEPOSIT-BASE             PIC 9(09)V9(02) VALUE ZERO.
024875 01  WS-WITHDRAWAL-BASE          PIC 9(09)V9(02) VALUE ZERO.
024880 01  WS-TRANSFER-BASE            PIC 9(09)V9(02) VALUE ZERO.
024885 01  WS-RVD-BASE                 PIC 9(09)V9(02) VALUE ZERO.
024890 01  WS-RVW-BASE                 PIC 9(09)V9(02) VALUE ZERO.
024895 01  WS-RVT-BASE                 PIC 9(09)V9(02) VALUE ZERO.
024900
025000 01  WS-GL-DETAIL-RECORD.
025100     05  WS-GL-REC-TYPE          PIC X(01)   VALUE 'D'.
034200     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
034300     MOVE WS-BUSINESS-DATE       TO WS-GL-RUN-DATE
034400                                    WS-HT-RUN-DATE.
034450     PERFORM 1300-LOAD-RATES     THRU 1300-EXIT.
034500     PERFORM 1050-VERIFY-TRANS-FILE THRU 1050-EXIT.
034600     IF WS-FILE-ERROR
034700         SET WS-EOF TO TRUE
034800     END-IF.
034820     IF WS-RQ-COUNT GREATER THAN ZERO AND NOT WS-FILE-ERROR
034840         PERFORM 1100-FIND-ORIGINALS THRU 1100-EXIT
034860     END-IF.
034900     OPEN INPUT  TRANSACTION-TRANS.
035000     OPEN OUTPUT TRANSACTION-RPT.
035100     OPEN OUTPUT TRANSACTION-REJECT.
035800     ELSE
035900         DISPLAY "NO ACCOUNT MASTER - STATUS GATE SKIPPED"
036000     END-IF.
036010     OPEN I-O    OPEN-INVOICE.
036020     IF WS-OINV-USABLE
036030         SET WS-OINV-PRESENT     TO TRUE
036040     ELSE
036050         DISPLAY "NO OPEN-INVOICE MASTER - PAYMENTS NOT MATCHED"
036060     END-IF.
036100     OPEN OUTPUT GL-SUMMARY.
036150     OPEN OUTPUT FX-CONV-FILE.
036200     MOVE "TRANSACTION CLASSIFICATION REPORT"
036300                                 TO RPT-TITLE.
036400     MOVE "TRN ID   CODE  CLASS"
039900 8100-EXIT.
040000     EXIT.
040100
040101******************************************************************
040102*    1300-LOAD-RATES - TABLE TODAY'S EXCHRATE RATES; A LATER
040103*                      RECORD FOR A CURRENCY IS A CORRECTION AND
040104*                      REPLACES THE EARLIER RATE
040105******************************************************************
040106 1300-LOAD-RATES.
040107     OPEN INPUT EXCH-RATE-FILE.
040108     IF NOT WS-ERAT-OK
040109         DISPLAY "NO EXCHRATE FILE - FOREIGN POSTINGS REJECTED"
040110         SET WS-ERAT-EOF         TO TRUE
040111     ELSE
040112         PERFORM 1390-READ-RATE  THRU 1390-EXIT
040113     END-IF.
040114     PERFORM 1350-TABLE-ONE-RATE THRU 1350-EXIT
040115             UNTIL WS-ERAT-EOF.
040116     CLOSE EXCH-RATE-FILE.
040117     DISPLAY "EXCHANGE RATES TODAY : " WS-RATE-COUNT.
040118 1300-EXIT.
040119     EXIT.
040120
040121 1350-TABLE-ONE-RATE.
040122     IF ER-RATE-DATE NOT EQUAL WS-BUSINESS-DATE
040123      OR ER-CURRENCY EQUAL SPACES
040124      OR ER-RATE NOT NUMERIC OR ER-RATE EQUAL ZERO
040125         GO TO 1350-READ-NEXT
040126     END-IF.
040127     MOVE ER-CURRENCY            TO WS-WANT-CURRENCY.
040128     PERFORM 2190-FIND-RATE      THRU 2190-EXIT.
040129     IF WS-RATE-HIT GREATER THAN ZERO
040130         MOVE ER-RATE            TO WS-RT-RATE (WS-RATE-HIT)
040131         GO TO 1350-READ-NEXT
040132     END-IF.
040133     IF WS-RATE-COUNT NOT LESS THAN WS-RATE-MAX
040134         DISPLAY "RATE TABLE FULL - " ER-CURRENCY " IGNORED"
040135         GO TO 1350-READ-NEXT
040136     END-IF.
040137     ADD 1                       TO WS-RATE-COUNT.
040138     MOVE ER-CURRENCY        TO WS-RT-CURRENCY (WS-RATE-COUNT).
040139     MOVE ER-RATE            TO WS-RT-RATE (WS-RATE-COUNT).
040140 1350-READ-NEXT.
040141     PERFORM 1390-READ-RATE      THRU 1390-EXIT.
040142 1350-EXIT.
040143     EXIT.
040144
040145 1390-READ-RATE.
040146     READ EXCH-RATE-FILE
040147         AT END
040148             SET WS-ERAT-EOF     TO TRUE
040149     END-READ.
040150 1390-EXIT.
040151     EXIT.
040152
040200******************************************************************
040300*    1050-VERIFY-TRANS-FILE - PRE-SCAN OF THE TRNCODE ENVELOPE -
040400*                             HEADER FILE ID AND BUSINESS DATE,
048600         COMPUTE WS-HT-WORK-AMT = TRN-AMOUNT * -1
048700     END-IF.
048800     ADD WS-HT-WORK-AMT          TO WS-HT-AMOUNT-HASH.
048820     IF TRN-REVERSAL
048840         PERFORM 1070-TABLE-REVERSAL THRU 1070-EXIT
048860     END-IF.
048900 1060-EXIT.
049000     EXIT.
049006
049012******************************************************************
049018*    1070-TABLE-REVERSAL - ONE TABLE ENTRY PER ORIGINAL POSTING
049024*                          NAMED; A SECOND REVERSAL OF THE SAME
049030*                          POSTING SHARES THE ENTRY
049036******************************************************************
049042 1070-TABLE-REVERSAL.
049048     IF TRN-REV-TRN-ID NOT NUMERIC
049054        OR TRN-REV-POST-DATE NOT NUMERIC
049060        OR TRN-ACCT-NO NOT NUMERIC
049066        OR TRN-AMOUNT NOT NUMERIC
049072         GO TO 1070-EXIT
049078     END-IF.
049084     MOVE TRN-REV-TRN-ID         TO WS-WANT-TRN-ID.
049090     MOVE TRN-REV-POST-DATE      TO WS-WANT-POST-DATE.
049096     MOVE TRN-ACCT-NO            TO WS-WANT-ACCT-NO.
049102     MOVE TRN-AMOUNT             TO WS-WANT-AMOUNT.
049108     PERFORM 1080-FIND-REQUEST   THRU 1080-EXIT.
049114     IF WS-RQ-HIT GREATER THAN ZERO
049120         GO TO 1070-EXIT
049126     END-IF.
049132     IF WS-RQ-COUNT NOT LESS THAN WS-RQ-MAX
049138         SET WS-RQ-OVERFLOW      TO TRUE
049144         GO TO 1070-EXIT
049150     END-IF.
049156     ADD 1                       TO WS-RQ-COUNT.
049162     MOVE WS-WANT-TRN-ID         TO WS-RQ-TRN-ID (WS-RQ-COUNT).
049168     MOVE WS-WANT-POST-DATE      TO WS-RQ-POST-DATE (WS-RQ-COUNT).
049174     MOVE WS-WANT-ACCT-NO        TO WS-RQ-ACCT-NO (WS-RQ-COUNT).
049180     MOVE WS-WANT-AMOUNT         TO WS-RQ-AMOUNT (WS-RQ-COUNT).
049186     MOVE ZERO
049192                     TO WS-RQ-MATCH-COUNT (WS-RQ-COUNT)
049198                        WS-RQ-LEG-COUNT (WS-RQ-COUNT).
049204     MOVE 'O'                    TO WS-RQ-STATE-SW (WS-RQ-COUNT).
049210 1070-EXIT.
049216     EXIT.
049222
049228 1080-FIND-REQUEST.
049234     MOVE ZERO                   TO WS-RQ-HIT.
049240     PERFORM 1085-SCAN-ONE-REQUEST THRU 1085-EXIT
049246             VARYING WS-RQ-SUB FROM 1 BY 1
049252             UNTIL WS-RQ-SUB GREATER THAN WS-RQ-COUNT
049258                OR WS-RQ-HIT GREATER THAN ZERO.
049264 1080-EXIT.
049270     EXIT.
049276
049282 1085-SCAN-ONE-REQUEST.
049288     IF WS-RQ-TRN-ID (WS-RQ-SUB)    EQUAL WS-WANT-TRN-ID
049294        AND WS-RQ-POST-DATE (WS-RQ-SUB) EQUAL WS-WANT-POST-DATE
049300        AND WS-RQ-ACCT-NO (WS-RQ-SUB)   EQUAL WS-WANT-ACCT-NO
049306        AND WS-RQ-AMOUNT (WS-RQ-SUB)    EQUAL WS-WANT-AMOUNT
049312         MOVE WS-RQ-SUB          TO WS-RQ-HIT
049318     END-IF.
049324 1085-EXIT.
049330     EXIT.
049336
049342******************************************************************
049348*    1100-FIND-ORIGINALS - ONE PASS OF ACCTHIST BEFORE IT IS
049354*                          OPENED FOR TONIGHT'S POSTINGS: THE
049360*                          LEG POSTED TO THE NAMED ACCOUNT (A
049366*                          TRANSFER'S CREDIT LEG IS THE RECORD
049372*                          WRITTEN STRAIGHT AFTER ITS DEBIT LEG),
049378*                          AND ANY EARLIER REVERSAL OF IT
049384******************************************************************
049390 1100-FIND-ORIGINALS.
049396     OPEN INPUT ACCT-HISTORY.
049402     IF NOT WS-HIST-OK
049408         DISPLAY "ACCTHIST NOT READABLE - REVERSALS REJECTED"
049414         SET WS-HIST-EOF         TO TRUE
049420     ELSE
049426         PERFORM 1190-READ-HISTORY THRU 1190-EXIT
049432     END-IF.
049438     PERFORM 1150-MATCH-ONE-HISTORY THRU 1150-EXIT
049444             UNTIL WS-HIST-EOF.
049450     CLOSE ACCT-HISTORY.
049456     MOVE 'N'                    TO WS-HIST-EOF-SW.
049462 1100-EXIT.
049468     EXIT.
049474
049476*    THE CREDIT LEG OF A TRANSFER BETWEEN CURRENCIES CARRIES
049478*    THE CONVERTED AMOUNT, SO IT IS MATCHED WITHOUT THE AMOUNT
049480 1150-MATCH-ONE-HISTORY.
049486     IF WS-RQ-PEND-TR GREATER THAN ZERO
049492         MOVE WS-RQ-PEND-TR      TO WS-RQ-HIT
049498         MOVE ZERO               TO WS-RQ-PEND-TR
049504         IF TH-TRN-CODE EQUAL "TR" AND TH-CREDIT
049510            AND TH-TRN-ID EQUAL WS-RQ-TRN-ID (WS-RQ-HIT)
049516            AND TH-POST-DATE EQUAL WS-RQ-POST-DATE (WS-RQ-HIT)
049528             MOVE 2              TO WS-LEG-SUB
049534             PERFORM 1170-TAKE-LEG THRU 1170-EXIT
049540             GO TO 1150-READ-NEXT
049546         END-IF
049552     END-IF.
049558     IF TH-REVERSAL-ENTRY
049564         MOVE TH-REV-TRN-ID      TO WS-WANT-TRN-ID
049570         MOVE TH-REV-POST-DATE   TO WS-WANT-POST-DATE
049576     ELSE
049582         MOVE TH-TRN-ID          TO WS-WANT-TRN-ID
049588         MOVE TH-POST-DATE       TO WS-WANT-POST-DATE
049594     END-IF.
049600     MOVE TH-ACCT-NO             TO WS-WANT-ACCT-NO.
049606     MOVE TH-AMOUNT              TO WS-WANT-AMOUNT.
049612     PERFORM 1080-FIND-REQUEST   THRU 1080-EXIT.
049618     IF WS-RQ-HIT EQUAL ZERO
049624         GO TO 1150-READ-NEXT
049630     END-IF.
049636     IF TH-REVERSAL-ENTRY
049642         MOVE 'R'                TO WS-RQ-STATE-SW (WS-RQ-HIT)
049648         GO TO 1150-READ-NEXT
049654     END-IF.
049660*    A TRANSFER IS NAMED BY ITS FROM-ACCOUNT
049666     IF TH-TRN-CODE EQUAL "TR" AND TH-CREDIT
049672         GO TO 1150-READ-NEXT
049678     END-IF.
049684     ADD 1                       TO WS-RQ-MATCH-COUNT (WS-RQ-HIT).
049690     IF TH-REVERSED
049696         MOVE 'R'                TO WS-RQ-STATE-SW (WS-RQ-HIT)
049702     END-IF.
049708     IF WS-RQ-MATCH-COUNT (WS-RQ-HIT) GREATER THAN 1
049714         GO TO 1150-READ-NEXT
049720     END-IF.
049726     MOVE 1                      TO WS-LEG-SUB.
049732     PERFORM 1170-TAKE-LEG       THRU 1170-EXIT.
049738     IF TH-TRN-CODE EQUAL "TR"
049744         MOVE WS-RQ-HIT          TO WS-RQ-PEND-TR
049750     END-IF.
049756 1150-READ-NEXT.
049762     PERFORM 1190-READ-HISTORY   THRU 1190-EXIT.
049768 1150-EXIT.
049774     EXIT.
049780
049786 1170-TAKE-LEG.
049792     MOVE WS-LEG-SUB             TO WS-RQ-LEG-COUNT (WS-RQ-HIT).
049798     MOVE TH-ACCT-NO
049804                 TO WS-RQ-LEG-ACCT (WS-RQ-HIT WS-LEG-SUB).
049810     MOVE TH-TRN-CODE
049816                 TO WS-RQ-LEG-CODE (WS-RQ-HIT WS-LEG-SUB).
049822     MOVE TH-SIGN
049828                 TO WS-RQ-LEG-SIGN (WS-RQ-HIT WS-LEG-SUB).
049830     MOVE TH-AMOUNT
049832                 TO WS-RQ-LEG-AMOUNT (WS-RQ-HIT WS-LEG-SUB).
049834 1170-EXIT.
049840     EXIT.
049846
049852 1190-READ-HISTORY.
049858     READ ACCT-HISTORY
049864         AT END
049870             SET WS-HIST-EOF TO TRUE
049876     END-READ.
049882 1190-EXIT.
049888     EXIT.
049894
049900
049906******************************************************************
049912*    2000-PROCESS-TRANS - VALIDATE THE BUSINESS RULES, THEN
049918*                         CLASSIFY THE TRANSACTION CODE
049924******************************************************************
049930 2000-PROCESS-TRANS.
049936     ADD 1                       TO WS-TRANS-COUNT.
049942     MOVE 'N'                    TO WS-INVOICE-TRAN-SW.
049948     IF TRN-INVOICE-NO NUMERIC AND TRN-INVOICE-NO > ZERO
049954         SET WS-INVOICE-TRAN     TO TRUE
049960     END-IF.
049966     PERFORM 2100-VALIDATE-RULES THRU 2100-EXIT.
050000     IF WS-RULE-INVALID
050100         PERFORM 2150-WRITE-RULE-REJECT THRU 2150-EXIT
050200     ELSE
051400******************************************************************
051500 2100-VALIDATE-RULES.
051600     SET WS-RULE-VALID           TO TRUE.
051620     IF TRN-REVERSAL
051640         PERFORM 2170-VALIDATE-REVERSAL THRU 2170-EXIT
051660         GO TO 2100-EXIT
051680     END-IF.
051700     IF TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO
051800         SET WS-RULE-INVALID     TO TRUE
051900         MOVE "AMOUNT MUST BE GREATER THAN 0"
054400*                             TRANSFER'S TO-ACCOUNT) MUST BE ON
054500*                             THE ACCOUNT MASTER AND OPEN; THE
054600*                             FROM-ACCOUNT'S OVERDRAFT LIMIT IS
054700*                             KEPT FOR THE FUNDS CHECK, AND
054730*                             EACH ACCOUNT'S CURRENCY FOR THE
054760*                             RATE CHECK
054800******************************************************************
054900 2120-CHECK-ACCT-MASTER.
055000     MOVE ZERO                   TO WS-OD-LIMIT.
055030     MOVE SPACES                 TO WS-FROM-CURRENCY
055060                                    WS-TO-CURRENCY.
055100     IF NOT WS-AMST-PRESENT
055200         GO TO 2120-RATES
055300     END-IF.
055400     MOVE TRN-ACCT-NO            TO AM-ACCT-NO.
055410     IF TRN-DEPOSIT
055420         SET WS-CREDIT-LEG       TO TRUE
055430     ELSE
055440         SET WS-DEBIT-LEG        TO TRUE
055450     END-IF.
055500     PERFORM 2130-CHECK-ONE-ACCOUNT THRU 2130-EXIT.
055600     IF WS-RULE-VALID
055700         MOVE AM-OD-LIMIT        TO WS-OD-LIMIT
055750         MOVE AM-CURRENCY        TO WS-FROM-CURRENCY
055800     END-IF.
055900     IF WS-RULE-VALID AND TRN-TRANSFER
056000         MOVE TRN-ACCT-TO        TO AM-ACCT-NO
056050         SET WS-CREDIT-LEG       TO TRUE
056100         PERFORM 2130-CHECK-ONE-ACCOUNT THRU 2130-EXIT
056150         MOVE AM-CURRENCY        TO WS-TO-CURRENCY
056200     END-IF.
056220 2120-RATES.
056240     IF WS-RULE-VALID
056260         PERFORM 2180-CHECK-RATES THRU 2180-EXIT
056280     END-IF.
056300 2120-EXIT.
056400     EXIT.
056500
057600                                 TO WS-RULE-REASON
057700             END-IF
057800             IF AM-FROZEN
058000                 PERFORM 2140-CHECK-FROZEN THRU 2140-EXIT
058200             END-IF
058300     END-READ.
058400 2130-EXIT.
058500     EXIT.
058504
058507******************************************************************
058510*    2140-CHECK-FROZEN - A FROZEN ACCOUNT TAKES NOTHING, EXCEPT
058513*                        THAT A DORMANT FREEZE ONLY REFUSES A
058516*                        CUSTOMER DEBIT
058519******************************************************************
058522 2140-CHECK-FROZEN.
058525     IF NOT AM-DORMANT-FREEZE
058528         SET WS-RULE-INVALID     TO TRUE
058531         MOVE "ACCOUNT FROZEN"   TO WS-RULE-REASON
058534         GO TO 2140-EXIT
058537     END-IF.
058540     IF WS-DEBIT-LEG AND NOT TRN-SYSTEM-ORIGIN
058543         SET WS-RULE-INVALID     TO TRUE
058546         MOVE "DORMANT ACCOUNT - NO DEBITS"
058549                                 TO WS-RULE-REASON
058552     END-IF.
058555 2140-EXIT.
058558     EXIT.
058561
058564******************************************************************
058567*    2180-CHECK-RATES - A FOREIGN ACCOUNT NEEDS TODAY'S RATE; THE
058570*                       BASE VALUE IS TAKEN FOR THE GL, AND A
058573*                       TRANSFER BETWEEN CURRENCIES IS CONVERTED
058576*                       NOW SO AN AMOUNT TOO BIG FOR THE TO-LEG
058579*                       IS REJECTED BEFORE ANYTHING MOVES
058582******************************************************************
058585 2180-CHECK-RATES.
058588     IF WS-INVOICE-TRAN AND WS-FROM-CURRENCY NOT EQUAL SPACES
058591         SET WS-RULE-INVALID     TO TRUE
058594         MOVE "INVOICE ITEMS ARE BASE CCY ONLY"
058597                                 TO WS-RULE-REASON
058600         GO TO 2180-EXIT
058603     END-IF.
058606     MOVE WS-FROM-CURRENCY       TO WS-WANT-CURRENCY.
058609     PERFORM 2190-FIND-RATE      THRU 2190-EXIT.
058612     IF WS-FOUND-RATE EQUAL ZERO
058615         SET WS-RULE-INVALID     TO TRUE
058618         MOVE "NO EXCHANGE RATE FOR TODAY" TO WS-RULE-REASON
058621         GO TO 2180-EXIT
058624     END-IF.
058627     MOVE WS-FOUND-RATE          TO WS-FROM-RATE
058630                                    WS-TO-RATE.
058633     COMPUTE WS-BASE-AMOUNT ROUNDED = TRN-AMOUNT * WS-FROM-RATE.
058636     MOVE TRN-AMOUNT             TO WS-TO-AMOUNT.
058639     IF NOT TRN-TRANSFER
058642      OR WS-TO-CURRENCY EQUAL WS-FROM-CURRENCY
058645         GO TO 2180-EXIT
058648     END-IF.
058651     MOVE WS-TO-CURRENCY         TO WS-WANT-CURRENCY.
058654     PERFORM 2190-FIND-RATE      THRU 2190-EXIT.
058657     IF WS-FOUND-RATE EQUAL ZERO
058660         SET WS-RULE-INVALID     TO TRUE
058663         MOVE "NO EXCHANGE RATE FOR TODAY" TO WS-RULE-REASON
058666         GO TO 2180-EXIT
058669     END-IF.
058672     MOVE WS-FOUND-RATE          TO WS-TO-RATE.
058675     COMPUTE WS-TO-AMOUNT ROUNDED =
058678             TRN-AMOUNT * WS-FROM-RATE / WS-TO-RATE
058681         ON SIZE ERROR
058684             MOVE ZERO           TO WS-TO-AMOUNT
058687     END-COMPUTE.
058690     IF WS-TO-AMOUNT EQUAL ZERO OR WS-TO-AMOUNT > 99999.99
058693         SET WS-RULE-INVALID     TO TRUE
058696         MOVE "CONVERTED AMOUNT OUT OF RANGE"
058699                                 TO WS-RULE-REASON
058702     END-IF.
058705 2180-EXIT.
058708     EXIT.
058711
058714 2190-FIND-RATE.
058717     MOVE ZERO                   TO WS-RATE-HIT
058720                                    WS-FOUND-RATE.
058723     IF WS-WANT-CURRENCY EQUAL SPACES
058726         MOVE 1                  TO WS-FOUND-RATE
058729         GO TO 2190-EXIT
058732     END-IF.
058735     PERFORM 2195-SCAN-ONE-RATE  THRU 2195-EXIT
058738             VARYING WS-RATE-SUB FROM 1 BY 1
058741             UNTIL WS-RATE-SUB GREATER THAN WS-RATE-COUNT
058744                OR WS-RATE-HIT GREATER THAN ZERO.
058747     IF WS-RATE-HIT GREATER THAN ZERO
058750         MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-FOUND-RATE
058753     END-IF.
058756 2190-EXIT.
058759     EXIT.
058762
058765 2195-SCAN-ONE-RATE.
058768     IF WS-RT-CURRENCY (WS-RATE-SUB) EQUAL WS-WANT-CURRENCY
058771         MOVE WS-RATE-SUB        TO WS-RATE-HIT
058774     END-IF.
058777 2195-EXIT.
058780     EXIT.
058783
058786******************************************************************
058800*    2150-WRITE-RULE-REJECT - LOG A TRANSACTION THAT FAILED THE
058900*                             BUSINESS-RULE VALIDATION
059000******************************************************************
059500     MOVE WS-RULE-REASON         TO REJ-REASON.
059600     MOVE ZERO                   TO REJ-RESUB-COUNT.
059700     MOVE SPACES                 TO REJ-ORIGINAL-RECORD.
059800     MOVE TRN-RECORD             TO REJ-ORIGINAL-RECORD (1:47).
059900     WRITE TRANSACTION-REJECT-LINE
060000             FROM REJECT-ENVELOPE-RECORD.
060100 2150-EXIT.
060200     EXIT.
060201
060202******************************************************************
060203*    2170-VALIDATE-REVERSAL - THE ORIGINAL MUST BE ON ACCTHIST,
060204*                             UNIQUE AND NOT ALREADY REVERSED,
060205*                             AND EVERY ACCOUNT IT TOUCHED STILL
060206*                             ON FILE AND NOT CLOSED
060207******************************************************************
060208 2170-VALIDATE-REVERSAL.
060209     MOVE SPACES                 TO WS-FROM-CURRENCY.
060210     IF TRN-REV-TRN-ID NOT NUMERIC OR TRN-REV-TRN-ID = ZERO
060211        OR TRN-REV-POST-DATE NOT NUMERIC
060212        OR TRN-REV-POST-DATE = ZERO
060213         SET WS-RULE-INVALID     TO TRUE
060214         MOVE "REVERSAL NAMES NO ORIGINAL" TO WS-RULE-REASON
060215         GO TO 2170-EXIT
060216     END-IF.
060217     IF TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = ZERO
060218         SET WS-RULE-INVALID     TO TRUE
060219         MOVE "AMOUNT MUST BE GREATER THAN 0"
060220                                 TO WS-RULE-REASON
060221         GO TO 2170-EXIT
060222     END-IF.
060223     MOVE TRN-REV-TRN-ID         TO WS-WANT-TRN-ID.
060224     MOVE TRN-REV-POST-DATE      TO WS-WANT-POST-DATE.
060225     MOVE TRN-ACCT-NO            TO WS-WANT-ACCT-NO.
060226     MOVE TRN-AMOUNT             TO WS-WANT-AMOUNT.
060227     PERFORM 1080-FIND-REQUEST   THRU 1080-EXIT.
060228     IF WS-RQ-HIT EQUAL ZERO
060229         SET WS-RULE-INVALID     TO TRUE
060230         MOVE "TOO MANY REVERSALS TONIGHT" TO WS-RULE-REASON
060231         GO TO 2170-EXIT
060232     END-IF.
060233     IF WS-RQ-LEG-COUNT (WS-RQ-HIT) EQUAL ZERO
060234         SET WS-RULE-INVALID     TO TRUE
060235         MOVE "ORIGINAL NOT ON HISTORY" TO WS-RULE-REASON
060236         GO TO 2170-EXIT
060237     END-IF.
060238     IF WS-RQ-MATCH-COUNT (WS-RQ-HIT) GREATER THAN 1
060239         SET WS-RULE-INVALID     TO TRUE
060240         MOVE "ORIGINAL NOT UNIQUE" TO WS-RULE-REASON
060241         GO TO 2170-EXIT
060242     END-IF.
060243     IF WS-RQ-ALREADY-REVERSED (WS-RQ-HIT)
060244         SET WS-RULE-INVALID     TO TRUE
060245         MOVE "ALREADY REVERSED" TO WS-RULE-REASON
060246         GO TO 2170-EXIT
060247     END-IF.
060248     PERFORM 2175-CHECK-REV-LEG  THRU 2175-EXIT
060249             VARYING WS-LEG-SUB FROM 1 BY 1
060250             UNTIL WS-LEG-SUB GREATER THAN
060251                   WS-RQ-LEG-COUNT (WS-RQ-HIT)
060252                OR WS-RULE-INVALID.
060253     IF WS-RULE-INVALID
060254         GO TO 2170-EXIT
060255     END-IF.
060256     MOVE WS-FROM-CURRENCY       TO WS-WANT-CURRENCY.
060257     PERFORM 2190-FIND-RATE      THRU 2190-EXIT.
060258     IF WS-FOUND-RATE EQUAL ZERO
060259         SET WS-RULE-INVALID     TO TRUE
060260         MOVE "NO EXCHANGE RATE FOR TODAY" TO WS-RULE-REASON
060261         GO TO 2170-EXIT
060262     END-IF.
060263     COMPUTE WS-BASE-AMOUNT ROUNDED = TRN-AMOUNT * WS-FOUND-RATE.
060264 2170-EXIT.
060265     EXIT.
060266
060267 2175-CHECK-REV-LEG.
060268     MOVE WS-RQ-LEG-ACCT (WS-RQ-HIT WS-LEG-SUB) TO AB-ACCT-NO.
060269     READ ACCOUNT-BALANCE
060270         INVALID KEY
060271             SET WS-RULE-INVALID TO TRUE
060272             MOVE "ACCOUNT NOT ON BALANCE MASTER"
060273                                 TO WS-RULE-REASON
060274             GO TO 2175-EXIT
060275     END-READ.
060276     IF NOT WS-AMST-PRESENT
060277         GO TO 2175-EXIT
060278     END-IF.
060279     MOVE WS-RQ-LEG-ACCT (WS-RQ-HIT WS-LEG-SUB) TO AM-ACCT-NO.
060280     READ ACCT-MASTER
060281         INVALID KEY
060282             SET WS-RULE-INVALID TO TRUE
060283             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
060284                                 TO WS-RULE-REASON
060285         NOT INVALID KEY
060286             IF WS-LEG-SUB EQUAL 1
060287                 MOVE AM-CURRENCY TO WS-FROM-CURRENCY
060288             END-IF
060289             IF AM-CLOSED
060290                 SET WS-RULE-INVALID TO TRUE
060291                 MOVE "ACCOUNT CLOSED"
060292                                 TO WS-RULE-REASON
060293             END-IF
060294     END-READ.
060295 2175-EXIT.
060296     EXIT.
060300
060400******************************************************************
060500*    2200-CLASSIFY-TRANS - CLASSIFY THE TRANSACTION CODE;
062300             ADD 1                   TO WS-TRANSFER-COUNT
062400             PERFORM 2600-POST-TRANSFER THRU 2600-EXIT
062500             PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
062510         WHEN TRN-REVERSAL
062520             MOVE "REVERSAL"         TO WS-DET-CLASS
062530             ADD 1                   TO WS-REVERSAL-COUNT
062540             PERFORM 2700-POST-REVERSAL THRU 2700-EXIT
062550             PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
062600         WHEN OTHER
062700             ADD 1                   TO WS-UNKNOWN-COUNT
062800             MOVE "UNKNOWN TRANSACTION CODE" TO WS-RULE-REASON
066300         ADD 1                   TO WS-POSTED-COUNT
066400                                    WS-DEP-POSTED-COUNT
066500         ADD TRN-AMOUNT          TO WS-DEPOSIT-AMOUNT
066550         ADD WS-BASE-AMOUNT      TO WS-DEPOSIT-BASE
066600         MOVE '+'                TO WS-TH-SIGN
066650         MOVE TRN-AMOUNT         TO WS-TH-AMOUNT
066700         PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT
066800         PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
066850         IF WS-INVOICE-TRAN
066860             PERFORM 2420-APPLY-PAYMENT THRU 2420-EXIT
066870         END-IF
066900     END-IF.
067000 2400-EXIT.
067100     EXIT.
067102
067104******************************************************************
067106*    2420-APPLY-PAYMENT - A POSTED DEPOSIT CARRYING AN INVOICE
067108*                         NUMBER PAYS THAT OPEN INVOICE DOWN; AN
067110*                         UNKNOWN, ALREADY-PAID OR OTHER-ACCOUNT
067112*                         INVOICE LEAVES THE DEPOSIT UNMATCHED
067114******************************************************************
067116 2420-APPLY-PAYMENT.
067118     ADD 1                       TO WS-INV-PAYMENT-COUNT.
067120     MOVE 'N'                    TO WS-INVOICE-MATCH-SW.
067122     IF WS-OINV-PRESENT
067124         MOVE TRN-INVOICE-NO     TO OI-INVOICE-NO
067126         READ OPEN-INVOICE
067128             INVALID KEY
067130                 CONTINUE
067132             NOT INVALID KEY
067134                 IF OI-OUTSTANDING
067136                    AND (OI-ACCT-NO EQUAL TRN-ACCT-NO
067138                         OR NOT OI-CHARGE-RAISED)
067140                     SET WS-INVOICE-MATCHED TO TRUE
067142                 END-IF
067144         END-READ
067146     END-IF.
067148     IF NOT WS-INVOICE-MATCHED
067150         ADD 1                   TO WS-INV-UNMATCHED-COUNT
067152         MOVE "PAYMENT UNMATCH"  TO WS-DET-CLASS
067154         GO TO 2420-EXIT
067156     END-IF.
067158     ADD TRN-AMOUNT              TO OI-PAID-AMOUNT.
067160     MOVE WS-BUSINESS-DATE       TO OI-LAST-PAY-DATE.
067162     IF OI-PAID-AMOUNT NOT LESS THAN OI-INVOICE-AMOUNT
067164         SET OI-PAID             TO TRUE
067166         ADD 1                   TO WS-INV-SETTLED-COUNT
067168     ELSE
067170         SET OI-PART-PAID        TO TRUE
067172     END-IF.
067174     REWRITE OPEN-INVOICE-RECORD.
067176     MOVE "INVOICE PAYMENT"      TO WS-DET-CLASS.
067178 2420-EXIT.
067180     EXIT.
067200
067300******************************************************************
067400*    2500-POST-WITHDRAWAL - SUBTRACT THE AMOUNT; A BALANCE
068000     PERFORM 2350-READ-ACCOUNT THRU 2350-EXIT.
068100     IF WS-ACCT-FOUND
068200         IF AB-BALANCE + WS-OD-LIMIT < TRN-AMOUNT
068250            AND NOT WS-INVOICE-TRAN
068300             ADD 1               TO WS-FUNDS-REJECT-COUNT
068400             MOVE "INSUFFICIENT FUNDS"
068500                                 TO WS-RULE-REASON
069000             ADD 1               TO WS-POSTED-COUNT
069100                                    WS-WDL-POSTED-COUNT
069200             ADD TRN-AMOUNT      TO WS-WITHDRAWAL-AMOUNT
069250             ADD WS-BASE-AMOUNT  TO WS-WITHDRAWAL-BASE
069300             MOVE '-'            TO WS-TH-SIGN
069350             MOVE TRN-AMOUNT     TO WS-TH-AMOUNT
069400             PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT
069500             PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
069550             IF WS-INVOICE-TRAN
069560                 ADD 1           TO WS-INV-CHARGE-COUNT
069570                 MOVE "INVOICE CHARGE" TO WS-DET-CLASS
069580             END-IF
069600             IF AB-BALANCE < ZERO
069700                 ADD 1           TO WS-OD-POST-COUNT
069800                 MOVE "WITHDRAWAL *OD" TO WS-DET-CLASS
069850                 IF WS-INVOICE-TRAN
069860                     MOVE "INV CHARGE *OD" TO WS-DET-CLASS
069870                 END-IF
069900             END-IF
070000         END-IF
070100     END-IF.
070500******************************************************************
070600*    2600-POST-TRANSFER - MOVE VALUE FROM THE FROM-ACCOUNT TO
070700*                         THE TO-ACCOUNT; BOTH MUST EXIST AND
070800*                         THE FROM-ACCOUNT MUST COVER IT;
070830*                         THE TO-ACCOUNT IS PAID THE AMOUNT
070860*                         CONVERTED TO ITS OWN CURRENCY
070900******************************************************************
071000 2600-POST-TRANSFER.
071100     MOVE TRN-ACCT-TO            TO AB-ACCT-NO.
072800     SUBTRACT TRN-AMOUNT         FROM AB-BALANCE.
072900     REWRITE ACCT-BALANCE-RECORD.
073000     MOVE '-'                    TO WS-TH-SIGN.
073030     MOVE TRN-AMOUNT             TO WS-TH-AMOUNT.
073060     SUBTRACT TRN-AMOUNT         FROM WS-TR-UNITS-NET.
073100     PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT.
073200     PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT.
073300     IF AB-BALANCE < ZERO
074100         NOT INVALID KEY
074200             MOVE SPACES         TO WS-JRN-BEFORE
074300             MOVE ACCT-BALANCE-RECORD TO WS-JRN-BEFORE
074400             ADD WS-TO-AMOUNT    TO AB-BALANCE
074500             REWRITE ACCT-BALANCE-RECORD
074600             ADD 1               TO WS-POSTED-COUNT
074700                                    WS-TRF-POSTED-COUNT
074800             ADD TRN-AMOUNT      TO WS-TRANSFER-AMOUNT
074830             ADD WS-BASE-AMOUNT  TO WS-TRANSFER-BASE
074860             ADD WS-TO-AMOUNT    TO WS-TR-UNITS-NET
074900             MOVE '+'            TO WS-TH-SIGN
074950             MOVE WS-TO-AMOUNT   TO WS-TH-AMOUNT
075000             PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT
075100             PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT
075200     END-READ.
075220     IF WS-TO-CURRENCY NOT EQUAL WS-FROM-CURRENCY
075240         PERFORM 2650-WRITE-CONVERSION THRU 2650-EXIT
075260     END-IF.
075300 2600-EXIT.
075400     EXIT.
075404
075408******************************************************************
075412*    2650-WRITE-CONVERSION - THE CONVERSION DETAIL OF A TRANSFER
075416*                            BETWEEN CURRENCIES
075420******************************************************************
075424 2650-WRITE-CONVERSION.
075428     ADD 1                       TO WS-FX-TRF-COUNT.
075432     MOVE WS-BUSINESS-DATE       TO FC-POST-DATE.
075436     MOVE TRN-ID                 TO FC-TRN-ID.
075440     MOVE TRN-ACCT-NO            TO FC-FROM-ACCT-NO.
075444     MOVE WS-FROM-CURRENCY       TO FC-FROM-CURRENCY.
075448     MOVE TRN-AMOUNT             TO FC-FROM-AMOUNT.
075452     MOVE WS-FROM-RATE           TO FC-FROM-RATE.
075456     MOVE TRN-ACCT-TO            TO FC-TO-ACCT-NO.
075460     MOVE WS-TO-CURRENCY         TO FC-TO-CURRENCY.
075464     MOVE WS-TO-AMOUNT           TO FC-TO-AMOUNT.
075468     MOVE WS-TO-RATE             TO FC-TO-RATE.
075472     MOVE WS-BASE-AMOUNT         TO FC-BASE-AMOUNT.
075476     WRITE FX-CONV-RECORD.
075480     IF WS-DET-CLASS EQUAL "TRANSFER"
075484         MOVE "TRANSFER FX"      TO WS-DET-CLASS
075488     END-IF.
075492 2650-EXIT.
075496     EXIT.
075500
075600******************************************************************
075700*    2450-WRITE-HISTORY - ONE HISTORY RECORD PER APPLIED LEG,
076300     MOVE TRN-ID                 TO TH-TRN-ID.
076400     MOVE TRN-CODE               TO TH-TRN-CODE.
076500     MOVE WS-TH-SIGN             TO TH-SIGN.
076600     MOVE WS-TH-AMOUNT           TO TH-AMOUNT.
076700     MOVE AB-BALANCE             TO TH-NEW-BALANCE.
076750     MOVE TRN-ORIGIN             TO TH-ORIGIN.
076755     MOVE SPACES                 TO TH-REVERSAL-SW.
076760     MOVE ZERO                   TO TH-REV-TRN-ID
076765                                    TH-REV-POST-DATE.
076770     IF TRN-REVERSAL
076775         SET TH-REVERSAL-ENTRY   TO TRUE
076780         MOVE TRN-REV-TRN-ID     TO TH-REV-TRN-ID
076785         MOVE TRN-REV-POST-DATE  TO TH-REV-POST-DATE
076790     END-IF.
076800     WRITE ACCT-HIST-RECORD.
076900 2450-EXIT.
077000     EXIT.
078300                                       WS-JRN-AFTER.
078400 2460-EXIT.
078500     EXIT.
078501
078502******************************************************************
078503*    2700-POST-REVERSAL - THE OPPOSITE OF EVERY ORIGINAL LEG,
078504*                         THEN THE ORIGINAL COUNTS AS REVERSED
078505*                         FOR THE REST OF THE RUN
078506******************************************************************
078507 2700-POST-REVERSAL.
078508     PERFORM 2750-REVERSE-ONE-LEG THRU 2750-EXIT
078509             VARYING WS-LEG-SUB FROM 1 BY 1
078510             UNTIL WS-LEG-SUB GREATER THAN
078511                   WS-RQ-LEG-COUNT (WS-RQ-HIT).
078512     MOVE 'P'                    TO WS-RQ-STATE-SW (WS-RQ-HIT).
078513     EVALUATE TRUE
078514         WHEN WS-RQ-LEG-CODE (WS-RQ-HIT 1) EQUAL "TR"
078515             ADD 1               TO WS-RVT-POSTED-COUNT
078516             ADD TRN-AMOUNT      TO WS-RVT-AMOUNT
078517             ADD WS-BASE-AMOUNT  TO WS-RVT-BASE
078518         WHEN WS-RQ-LEG-SIGN (WS-RQ-HIT 1) EQUAL '+'
078519             ADD 1               TO WS-RVD-POSTED-COUNT
078520             ADD TRN-AMOUNT      TO WS-RVD-AMOUNT
078521             ADD WS-BASE-AMOUNT  TO WS-RVD-BASE
078522         WHEN OTHER
078523             ADD 1               TO WS-RVW-POSTED-COUNT
078524             ADD TRN-AMOUNT      TO WS-RVW-AMOUNT
078525             ADD WS-BASE-AMOUNT  TO WS-RVW-BASE
078526     END-EVALUATE.
078527 2700-EXIT.
078528     EXIT.
078529
078530 2750-REVERSE-ONE-LEG.
078531     MOVE WS-RQ-LEG-ACCT (WS-RQ-HIT WS-LEG-SUB) TO AB-ACCT-NO.
078532     PERFORM 2350-READ-ACCOUNT THRU 2350-EXIT.
078533     IF NOT WS-ACCT-FOUND
078534         GO TO 2750-EXIT
078535     END-IF.
078536     MOVE WS-RQ-LEG-AMOUNT (WS-RQ-HIT WS-LEG-SUB)
078537                                 TO WS-TH-AMOUNT.
078538     IF WS-RQ-LEG-SIGN (WS-RQ-HIT WS-LEG-SUB) EQUAL '+'
078539         SUBTRACT WS-TH-AMOUNT   FROM AB-BALANCE
078540         MOVE '-'                TO WS-TH-SIGN
078541     ELSE
078542         ADD WS-TH-AMOUNT        TO AB-BALANCE
078543         MOVE '+'                TO WS-TH-SIGN
078544     END-IF.
078545     IF WS-RQ-LEG-CODE (WS-RQ-HIT WS-LEG-SUB) EQUAL "TR"
078546         IF WS-TH-SIGN EQUAL '+'
078547             ADD WS-TH-AMOUNT    TO WS-TR-UNITS-NET
078548         ELSE
078549             SUBTRACT WS-TH-AMOUNT FROM WS-TR-UNITS-NET
078550         END-IF
078551     END-IF.
078552     REWRITE ACCT-BALANCE-RECORD.
078553     ADD 1                       TO WS-POSTED-COUNT.
078554     PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT.
078555     PERFORM 2460-WRITE-JOURNAL THRU 2460-EXIT.
078556     IF AB-BALANCE < ZERO AND WS-TH-SIGN EQUAL '-'
078557         ADD 1                   TO WS-OD-POST-COUNT
078558         MOVE "REVERSAL *OD"     TO WS-DET-CLASS
078559     END-IF.
078560 2750-EXIT.
078561     EXIT.
078600
078700******************************************************************
078800*    2300-PRINT-DETAIL - WRITE ONE CLASSIFIED TRANSACTION LINE
082300                                    WS-GLT-BUS-DATE.
082400     MOVE "DR"                   TO WS-GL-CLASS.
082500     MOVE WS-DEP-POSTED-COUNT    TO WS-GL-COUNT.
082600     MOVE WS-DEPOSIT-BASE        TO WS-GL-AMOUNT.
082700     WRITE GL-SUMMARY-LINE       FROM WS-GL-DETAIL-RECORD.
082800     MOVE "WD"                   TO WS-GL-CLASS.
082900     MOVE WS-WDL-POSTED-COUNT    TO WS-GL-COUNT.
083000     MOVE WS-WITHDRAWAL-BASE     TO WS-GL-AMOUNT.
083100     WRITE GL-SUMMARY-LINE       FROM WS-GL-DETAIL-RECORD.
083200     MOVE "TR"                   TO WS-GL-CLASS.
083300     MOVE WS-TRF-POSTED-COUNT    TO WS-GL-COUNT.
083400     MOVE WS-TRANSFER-BASE       TO WS-GL-AMOUNT.
083500     WRITE GL-SUMMARY-LINE       FROM WS-GL-DETAIL-RECORD.
083507     MOVE "RD"                   TO WS-GL-CLASS.
083514     MOVE WS-RVD-POSTED-COUNT    TO WS-GL-COUNT.
083521     MOVE WS-RVD-BASE            TO WS-GL-AMOUNT.
083528     WRITE GL-SUMMARY-LINE       FROM WS-GL-DETAIL-RECORD.
083535     MOVE "RW"                   TO WS-GL-CLASS.
083542     MOVE WS-RVW-POSTED-COUNT    TO WS-GL-COUNT.
083549     MOVE WS-RVW-BASE            TO WS-GL-AMOUNT.
083556     WRITE GL-SUMMARY-LINE       FROM WS-GL-DETAIL-RECORD.
083563     MOVE "RT"                   TO WS-GL-CLASS.
083570     MOVE WS-RVT-POSTED-COUNT    TO WS-GL-COUNT.
083577     MOVE WS-RVT-BASE            TO WS-GL-AMOUNT.
083584     WRITE GL-SUMMARY-LINE       FROM WS-GL-DETAIL-RECORD.
083600     COMPUTE WS-GLT-COUNT = WS-DEP-POSTED-COUNT
083700                          + WS-WDL-POSTED-COUNT
083800                          + WS-TRF-POSTED-COUNT
083820                          + WS-RVD-POSTED-COUNT
083840                          + WS-RVW-POSTED-COUNT
083860                          + WS-RVT-POSTED-COUNT.
083900     COMPUTE WS-GLT-AMOUNT = WS-DEPOSIT-BASE
084000                           + WS-WITHDRAWAL-BASE
084100                           + WS-TRANSFER-BASE
084120                           + WS-RVD-BASE
084140                           + WS-RVW-BASE
084160                           + WS-RVT-BASE.
084200     WRITE GL-SUMMARY-LINE       FROM WS-GL-TRAILER-RECORD.
084300     MOVE "GLSUMM"               TO WS-MAN-FILE-ID.
084400     MOVE 6                      TO WS-MAN-COUNT.
084500     CALL "MANIFEST"             USING WS-MAN-FILE-ID
084600                                       WS-GL-RUN-DATE
084700                                       WS-MAN-COUNT
086700     DISPLAY "ACCOUNTS NOT ON FILE : " WS-ACCT-REJECT-COUNT.
086800     DISPLAY "POSTINGS INTO OD     : " WS-OD-POST-COUNT.
086900     DISPLAY "ACCOUNTS IN OD       : " WS-OD-ACCT-COUNT.
086910     DISPLAY "INVOICE CHARGES      : " WS-INV-CHARGE-COUNT.
086920     DISPLAY "INVOICE PAYMENTS     : " WS-INV-PAYMENT-COUNT.
086930     DISPLAY "  INVOICES SETTLED   : " WS-INV-SETTLED-COUNT.
086940     DISPLAY "  UNMATCHED PAYMENTS : " WS-INV-UNMATCHED-COUNT.
086970     DISPLAY "REVERSALS            : " WS-REVERSAL-COUNT.
086980     DISPLAY "CONVERTED TRANSFERS  : " WS-FX-TRF-COUNT.
087000     CLOSE TRANSACTION-TRANS.
087100     CLOSE TRANSACTION-RPT.
087200     CLOSE TRANSACTION-REJECT.
087300     CLOSE ACCOUNT-BALANCE.
087400     CLOSE ACCT-MASTER.
087450     CLOSE OPEN-INVOICE.
087500     CLOSE ACCT-HISTORY.
087520     IF WS-RVD-POSTED-COUNT + WS-RVW-POSTED-COUNT
087540      + WS-RVT-POSTED-COUNT GREATER THAN ZERO
087560         PERFORM 8700-MARK-REVERSED THRU 8700-EXIT
087580     END-IF.
087600     CLOSE GL-SUMMARY.
087650     CLOSE FX-CONV-FILE.
087700     IF WS-REJECT-COUNT > ZERO
087800         MOVE 4              TO RETURN-CODE
087900     END-IF.
093600
093700******************************************************************
093800*    8600-RECONCILE-MOVEMENT - CLOSING MINUS OPENING MUST EQUAL
093900*                              THE NET OF THE CLASS TOTALS IN
093920*                              ACCOUNT-CURRENCY UNITS, PLUS THE
093940*                              DIFFERENCE BETWEEN THE TWO LEGS OF
093960*                              ANY CONVERTED TRANSFER
094000******************************************************************
094100 8600-RECONCILE-MOVEMENT.
094200     MOVE ZERO                   TO WS-CLOSING-TOTAL.
095100     COMPUTE WS-NET-MOVEMENT = WS-CLOSING-TOTAL
095200                             - WS-OPENING-TOTAL.
095300     COMPUTE WS-GL-NET = WS-DEPOSIT-AMOUNT
095400                       - WS-WITHDRAWAL-AMOUNT
095430                       - WS-RVD-AMOUNT
095460                       + WS-RVW-AMOUNT
095480                       + WS-TR-UNITS-NET.
095500     MOVE WS-NET-MOVEMENT        TO WS-RC-MOVEMENT.
095600     MOVE WS-GL-NET              TO WS-RC-GL-NET.
095700     IF WS-NET-MOVEMENT EQUAL WS-GL-NET
096900     DISPLAY "GL NET (DEP-WDL)     : " WS-GL-NET.
097000 8600-EXIT.
097100     EXIT.
097101
097102******************************************************************
097103*    8700-MARK-REVERSED - ONE PASS OF ACCTHIST REWRITING EVERY
097104*                         ORIGINAL LEG REVERSED TONIGHT WITH
097105*                         ITS REVERSED MARK
097106******************************************************************
097107 8700-MARK-REVERSED.
097108     OPEN I-O ACCT-HISTORY.
097109     IF NOT WS-HIST-OK
097110         DISPLAY "ACCTHIST NOT UPDATABLE - ORIGINALS NOT MARKED"
097111         MOVE 8                  TO RETURN-CODE
097112         GO TO 8700-EXIT
097113     END-IF.
097114     MOVE 'N'                    TO WS-HIST-EOF-SW.
097115     PERFORM 1190-READ-HISTORY   THRU 1190-EXIT.
097116     PERFORM 8750-MARK-ONE-HISTORY THRU 8750-EXIT
097117             UNTIL WS-HIST-EOF.
097118     CLOSE ACCT-HISTORY.
097119     DISPLAY "ORIGINAL LEGS MARKED : " WS-REV-MARKED-COUNT.
097120 8700-EXIT.
097121     EXIT.
097122
097123 8750-MARK-ONE-HISTORY.
097124     IF TH-REVERSAL-ENTRY OR TH-REVERSED
097125         GO TO 8750-READ-NEXT
097126     END-IF.
097127     MOVE ZERO                   TO WS-RQ-HIT.
097128     PERFORM 8760-SCAN-ONE-POSTED THRU 8760-EXIT
097129             VARYING WS-RQ-SUB FROM 1 BY 1
097130             UNTIL WS-RQ-SUB GREATER THAN WS-RQ-COUNT
097131                OR WS-RQ-HIT GREATER THAN ZERO.
097132     IF WS-RQ-HIT GREATER THAN ZERO
097133         SET TH-REVERSED         TO TRUE
097134         REWRITE ACCT-HIST-RECORD
097135         ADD 1                   TO WS-REV-MARKED-COUNT
097136     END-IF.
097137 8750-READ-NEXT.
097138     PERFORM 1190-READ-HISTORY   THRU 1190-EXIT.
097139 8750-EXIT.
097140     EXIT.
097141
097142 8760-SCAN-ONE-POSTED.
097143     IF NOT WS-RQ-POSTED (WS-RQ-SUB)
097144        OR TH-TRN-ID NOT EQUAL WS-RQ-TRN-ID (WS-RQ-SUB)
097145        OR TH-POST-DATE NOT EQUAL WS-RQ-POST-DATE (WS-RQ-SUB)
097146        OR TH-AMOUNT NOT EQUAL WS-RQ-AMOUNT (WS-RQ-SUB)
097147         GO TO 8760-EXIT
097148     END-IF.
097149     PERFORM 8770-MATCH-ONE-LEG  THRU 8770-EXIT
097150             VARYING WS-LEG-SUB FROM 1 BY 1
097151             UNTIL WS-LEG-SUB GREATER THAN
097152                   WS-RQ-LEG-COUNT (WS-RQ-SUB)
097153                OR WS-RQ-HIT GREATER THAN ZERO.
097154 8760-EXIT.
097155     EXIT.
097156
097157 8770-MATCH-ONE-LEG.
097158     IF TH-ACCT-NO EQUAL WS-RQ-LEG-ACCT (WS-RQ-SUB WS-LEG-SUB)
097159        AND TH-TRN-CODE
097160                   EQUAL WS-RQ-LEG-CODE (WS-RQ-SUB WS-LEG-SUB)
097161        AND TH-SIGN EQUAL WS-RQ-LEG-SIGN (WS-RQ-SUB WS-LEG-SUB)
097162         MOVE WS-RQ-SUB          TO WS-RQ-HIT
097163     END-IF.
097164 8770-EXIT.
097165     EXIT.
097166
097300******************************************************************
097400*    8500-LIST-OVERDRAFTS - EVERY ACCOUNT CURRENTLY SITTING IN
097500*                           ITS OVERDRAFT, WITH THE AGREED
