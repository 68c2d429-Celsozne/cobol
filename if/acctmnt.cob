001500*                     STATUS MUST BE OPEN, CLOSED OR FROZEN,
001600*                     AND EVERY APPLIED TRANSACTION WRITES A
001700*                     BEFORE/AFTER AUDIT RECORD TO ACCTAUD.
001706*    2026-10-15 JPL   THE ACCOUNT TYPE (WHICH PICKS THE SVCFEE
001712*                     SERVICE-CHARGE SCHEDULE ROW) IS CARRIED
001718*                     ONTO THE MASTER AND INTO THE AUDIT IMAGE.
001724*    2026-10-15 JPL   DORMANT ACCOUNTS: THE NEW 'F' TRANSACTION
001730*                     FROM THE DORMRUN DORMANCY RUN FREEZES AN
001736*                     OPEN ACCOUNT WITH FREEZE REASON 'D'.  A
001742*                     CHANGE THAT TAKES A DORMANT-FROZEN
001748*                     ACCOUNT OUT OF FROZEN IS A REACTIVATION -
001754*                     THE SHARED AUTHCHK ROUTINE MUST AUTHORIZE
001760*                     THE TRANSACTION'S USER FOR ACCTREAC, AND
001766*                     THE REACTIVATION DATE IS STAMPED ON THE
001772*                     MASTER.  THE AUDIT IMAGE CARRIES THE
001778*                     FREEZE REASONS AND THE USER.
001784*    2026-10-15 JPL   ACCOUNT CLOSURE: AN ACCOUNT IS NOW CLOSED
001790*                     ONLY BY THE NEW 'X' TRANSACTION FROM THE
001796*                     ACCTCLS CLOSURE RUN, WHICH HAS ALREADY
001802*                     TAKEN THE FINAL INTEREST AND CLOSING FEE
001808*                     AND PAID OUT THE BALANCE; IT STAMPS THE
001814*                     CLOSED DATE.  A CHANGE TO STATUS 'C' IS
001820*                     REJECTED, AND REOPENING A CLOSED ACCOUNT
001826*                     CLEARS THE CLOSED DATE.
001832*    2026-10-15 JPL   FOREIGN-CURRENCY ACCOUNTS: AN ADD CARRIES
001838*                     THE ACCOUNT CURRENCY (BLANK FOR BASE, ELSE
001844*                     A THREE-LETTER CODE).  IT CANNOT BE CHANGED
001850*                     AFTERWARDS, AND A LOAN ACCOUNT MUST BE IN
001856*                     THE BASE CURRENCY.  THE AUDIT IMAGE CARRIES
001862*                     THE CURRENCY.
001868******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.            IBM-370.
007600     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
007700         88  WS-TRAN-VALID                   VALUE 'Y'.
007800         88  WS-TRAN-INVALID                 VALUE 'N'.
007830     05  WS-REACTIVATE-SW        PIC X(01)   VALUE 'N'.
007860         88  WS-REACTIVATING                 VALUE 'Y'.
007900
008000 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
008100 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008200 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008230 77 WS-FREEZE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008260 77 WS-REACTIVATE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
008280 77  WS-CLOSE-COUNT              PIC 9(05)   COMP    VALUE ZERO.
008300 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008400
008500 77  WS-CUST-MAX                 PIC 9(03)   COMP    VALUE 500.
009100 01  WS-OLD-STATUS               PIC X(01).
009200 01  WS-OLD-CUST-ID              PIC 9(05).
009300 01  WS-OLD-OD-LIMIT             PIC 9(07)V9(02).
009350 01  WS-OLD-ACCT-TYPE            PIC X(02).
009370 01  WS-OLD-FREEZE-REASON        PIC X(01).
009380 01  WS-OLD-CURRENCY             PIC X(03).
009400 01  WS-AUDIT-DATE               PIC 9(08).
009420 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "ACCTREAC".
009440 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
009460 01  WS-AUTH-SW                  PIC X(01)   VALUE 'N'.
009480     88  WS-AUTHORIZED                   VALUE 'Y'.
009500
009600 01  WS-TRANS-REJECT-LINE.
009700     05  WS-TREJ-TRAN-CODE       PIC X(01).
011800     05  WS-AUD-NEW-LIMIT        PIC 9(07)V9(02).
011900     05  FILLER                  PIC X(02)   VALUE SPACES.
012000     05  WS-AUD-DATE             PIC 9(08).
012020     05  FILLER                  PIC X(02)   VALUE SPACES.
012040     05  WS-AUD-OLD-TYPE         PIC X(02).
012060     05  FILLER                  PIC X(01)   VALUE SPACES.
012080     05  WS-AUD-NEW-TYPE         PIC X(02).
012082     05  FILLER                  PIC X(02)   VALUE SPACES.
012084     05  WS-AUD-OLD-REASON       PIC X(01).
012086     05  FILLER                  PIC X(01)   VALUE SPACES.
012088     05  WS-AUD-NEW-REASON       PIC X(01).
012090     05  FILLER                  PIC X(02)   VALUE SPACES.
012092     05  WS-AUD-USER-ID          PIC X(08).
012093     05  FILLER                  PIC X(02)   VALUE SPACES.
012094     05  WS-AUD-OLD-CURRENCY     PIC X(03).
012095     05  FILLER                  PIC X(01)   VALUE SPACES.
012096     05  WS-AUD-NEW-CURRENCY     PIC X(03).
012100
012200     COPY RUNSTAT.
012300
019400                 PERFORM 2200-CHANGE-ACCOUNT THRU 2200-EXIT
019500             WHEN ACT-DELETE
019600                 PERFORM 2300-DELETE-ACCOUNT THRU 2300-EXIT
019630             WHEN ACT-DORMANCY-FREEZE
019660                 PERFORM 2400-DORMANCY-FREEZE THRU 2400-EXIT
019670             WHEN ACT-ACCOUNT-CLOSURE
019680                 PERFORM 2500-CLOSE-ACCOUNT  THRU 2500-EXIT
019700             WHEN OTHER
019800                 MOVE "UNKNOWN TRANSACTION CODE"
019900                                 TO WS-TREJ-REASON
020800******************************************************************
020900*    2050-EDIT-TRANSACTION - THE ACCOUNT NUMBER MUST BE PRESENT,
021000*                            THE STATUS KNOWN AND THE OWNING
021100*                            CUSTOMER ON CUSTNMM (A DORMANCY
021150*                            FREEZE OR A CLOSURE CARRIES ONLY
021170*                            THE ACCOUNT)
021200******************************************************************
021300 2050-EDIT-TRANSACTION.
021400     SET WS-TRAN-VALID           TO TRUE.
021700         MOVE "ACCOUNT NUMBER ZERO OR BLANK" TO WS-TREJ-REASON
021800         GO TO 2050-EXIT
021900     END-IF.
022000     IF NOT ACT-DELETE AND NOT ACT-DORMANCY-FREEZE
022050        AND NOT ACT-ACCOUNT-CLOSURE
022100         IF ACT-STATUS NOT EQUAL 'O'
022200          AND ACT-STATUS NOT EQUAL 'C'
022300          AND ACT-STATUS NOT EQUAL 'F'
022900         IF NOT WS-CUST-FOUND
023000             SET WS-TRAN-INVALID TO TRUE
023100             MOVE "CUSTOMER NOT ON CUSTNMM" TO WS-TREJ-REASON
023150             GO TO 2050-EXIT
023200         END-IF
023207         IF ACT-CURRENCY NOT EQUAL SPACES
023214          AND ACT-CURRENCY NOT ALPHABETIC-UPPER
023221             SET WS-TRAN-INVALID TO TRUE
023228             MOVE "INVALID CURRENCY CODE" TO WS-TREJ-REASON
023235             GO TO 2050-EXIT
023242         END-IF
023249         IF ACT-CURRENCY NOT EQUAL SPACES
023256          AND ACT-ACCT-TYPE EQUAL "LN"
023263             SET WS-TRAN-INVALID TO TRUE
023270             MOVE "LOAN ACCOUNT MUST BE BASE CCY"
023277                                 TO WS-TREJ-REASON
023284         END-IF
023300     END-IF.
023400 2050-EXIT.
023500     EXIT.
025900     MOVE ACT-STATUS             TO AM-STATUS.
026000     MOVE ACT-CUST-ID            TO AM-CUST-ID.
026100     MOVE ACT-OD-LIMIT           TO AM-OD-LIMIT.
026150     MOVE ACT-ACCT-TYPE          TO AM-ACCT-TYPE.
026158     MOVE SPACES                 TO AM-FREEZE-REASON.
026166     IF AM-FROZEN
026174         MOVE ACT-FREEZE-REASON  TO AM-FREEZE-REASON
026182     END-IF.
026190     MOVE ZERO                   TO AM-REACTIVATE-DATE
026195                                    AM-CLOSE-DATE.
026197     MOVE ACT-CURRENCY           TO AM-CURRENCY.
026200     WRITE ACCT-MASTER-RECORD
026300       INVALID KEY
026400         MOVE "DUPLICATE ACCOUNT NUMBER" TO WS-TREJ-REASON
026800         MOVE SPACES             TO WS-OLD-STATUS
026900         MOVE ZERO               TO WS-OLD-CUST-ID
027000                                    WS-OLD-OD-LIMIT
027050         MOVE SPACES             TO WS-OLD-ACCT-TYPE
027070                                    WS-OLD-FREEZE-REASON
027080                                    WS-OLD-CURRENCY
027100         PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
027200     END-WRITE.
027300 2100-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    2200-CHANGE-ACCOUNT - REWRITE AN EXISTING ACCOUNT RECORD;
027730*                          TAKING A DORMANT-FROZEN ACCOUNT OUT
027760*                          OF FROZEN NEEDS AN AUTHORIZED USER;
027770*                          AN OPEN ACCOUNT IS CLOSED ONLY BY
027780*                          THE CLOSURE RUN
027800******************************************************************
027900 2200-CHANGE-ACCOUNT.
028000     MOVE ACT-ACCT-NO            TO AM-ACCT-NO.
028050     MOVE 'N'                    TO WS-REACTIVATE-SW.
028100     READ ACCT-MASTER
028200       INVALID KEY
028300         MOVE "ACCOUNT NOT ON FILE" TO WS-TREJ-REASON
028400         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
028500     END-READ.
028501     IF WS-MASTER-OK AND NOT AM-CLOSED
028502        AND ACT-STATUS EQUAL 'C'
028503         MOVE "CLOSURE ONLY THROUGH ACCTCLS" TO WS-TREJ-REASON
028504         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
028505         GO TO 2200-EXIT
028506     END-IF.
028507     IF WS-MASTER-OK AND ACT-CURRENCY NOT EQUAL AM-CURRENCY
028508         MOVE "CURRENCY CANNOT BE CHANGED" TO WS-TREJ-REASON
028509         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
028510         GO TO 2200-EXIT
028511     END-IF.
028512     IF WS-MASTER-OK AND AM-FROZEN AND AM-DORMANT-FREEZE
028513        AND ACT-STATUS NOT EQUAL 'F'
028518         CALL "AUTHCHK"          USING ACT-USER-ID
028524                                       WS-AUTH-MASTER-ID
028530                                       WS-AUTH-AMOUNT
028536                                       WS-AUTH-SW
028542         IF NOT WS-AUTHORIZED
028548             MOVE "REACTIVATION NOT AUTHORIZED"
028554                                 TO WS-TREJ-REASON
028560             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
028566             GO TO 2200-EXIT
028572         END-IF
028578         SET WS-REACTIVATING     TO TRUE
028584     END-IF.
028600     IF WS-MASTER-OK
028700         MOVE AM-STATUS          TO WS-OLD-STATUS
028800         MOVE AM-CUST-ID         TO WS-OLD-CUST-ID
028900         MOVE AM-OD-LIMIT        TO WS-OLD-OD-LIMIT
028950         MOVE AM-ACCT-TYPE       TO WS-OLD-ACCT-TYPE
028970         MOVE AM-FREEZE-REASON   TO WS-OLD-FREEZE-REASON
028980         MOVE AM-CURRENCY        TO WS-OLD-CURRENCY
029000         MOVE ACT-OPEN-DATE      TO AM-OPEN-DATE
029100         MOVE ACT-STATUS         TO AM-STATUS
029200         MOVE ACT-CUST-ID        TO AM-CUST-ID
029300         MOVE ACT-OD-LIMIT       TO AM-OD-LIMIT
029350         MOVE ACT-ACCT-TYPE      TO AM-ACCT-TYPE
029354         IF NOT AM-FROZEN
029358             MOVE SPACES         TO AM-FREEZE-REASON
029362         END-IF
029366         IF AM-FROZEN AND ACT-FREEZE-REASON NOT EQUAL SPACES
029370             MOVE ACT-FREEZE-REASON TO AM-FREEZE-REASON
029374         END-IF
029375         IF NOT AM-CLOSED
029376             MOVE ZERO           TO AM-CLOSE-DATE
029377         END-IF
029378         IF WS-REACTIVATING
029382             MOVE WS-AUDIT-DATE  TO AM-REACTIVATE-DATE
029386             ADD 1               TO WS-REACTIVATE-COUNT
029390         END-IF
029400         REWRITE ACCT-MASTER-RECORD
029500         ADD 1 TO WS-CHANGE-COUNT
029600         PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
031200         MOVE AM-STATUS          TO WS-OLD-STATUS
031300         MOVE AM-CUST-ID         TO WS-OLD-CUST-ID
031400         MOVE AM-OD-LIMIT        TO WS-OLD-OD-LIMIT
031450         MOVE AM-ACCT-TYPE       TO WS-OLD-ACCT-TYPE
031470         MOVE AM-FREEZE-REASON   TO WS-OLD-FREEZE-REASON
031480         MOVE AM-CURRENCY        TO WS-OLD-CURRENCY
031500         DELETE ACCT-MASTER
031600             INVALID KEY
031700             MOVE "ACCOUNT NOT ON FILE" TO WS-TREJ-REASON
032100                 MOVE SPACES     TO AM-STATUS
032200                 MOVE ZERO       TO AM-CUST-ID
032300                                    AM-OD-LIMIT
032350                 MOVE SPACES     TO AM-ACCT-TYPE
032370                                    AM-FREEZE-REASON
032380                                    AM-CURRENCY
032400                 PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
032500         END-DELETE
032600     END-IF.
032700 2300-EXIT.
032800     EXIT.
032803
032806******************************************************************
032809*    2400-DORMANCY-FREEZE - FREEZE AN OPEN ACCOUNT THE DORMANCY
032812*                           RUN HAS FOUND IDLE PAST ITS LIMIT
032815******************************************************************
032818 2400-DORMANCY-FREEZE.
032821     MOVE ACT-ACCT-NO            TO AM-ACCT-NO.
032824     READ ACCT-MASTER
032827         INVALID KEY
032830             MOVE "ACCOUNT NOT ON FILE" TO WS-TREJ-REASON
032833             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
032836             GO TO 2400-EXIT
032839     END-READ.
032842     IF NOT AM-OPEN
032845         MOVE "ACCOUNT NO LONGER OPEN" TO WS-TREJ-REASON
032848         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
032851         GO TO 2400-EXIT
032854     END-IF.
032857     MOVE AM-STATUS              TO WS-OLD-STATUS.
032860     MOVE AM-CUST-ID             TO WS-OLD-CUST-ID.
032863     MOVE AM-OD-LIMIT            TO WS-OLD-OD-LIMIT.
032866     MOVE AM-ACCT-TYPE           TO WS-OLD-ACCT-TYPE.
032869     MOVE AM-FREEZE-REASON       TO WS-OLD-FREEZE-REASON.
032870     MOVE AM-CURRENCY            TO WS-OLD-CURRENCY.
032872     SET AM-FROZEN               TO TRUE.
032875     SET AM-DORMANT-FREEZE       TO TRUE.
032878     REWRITE ACCT-MASTER-RECORD.
032881     ADD 1                       TO WS-FREEZE-COUNT.
032884     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
032887 2400-EXIT.
032890     EXIT.
032892
032894******************************************************************
032896*    2500-CLOSE-ACCOUNT - CLOSE AN ACCOUNT THE CLOSURE RUN HAS
032898*                         SETTLED AND STAMP THE DATE IT CLOSED
032900******************************************************************
032902 2500-CLOSE-ACCOUNT.
032904     MOVE ACT-ACCT-NO            TO AM-ACCT-NO.
032906     READ ACCT-MASTER
032908         INVALID KEY
032910             MOVE "ACCOUNT NOT ON FILE" TO WS-TREJ-REASON
032912             PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
032914             GO TO 2500-EXIT
032916     END-READ.
032918     IF AM-CLOSED
032920         MOVE "ACCOUNT ALREADY CLOSED" TO WS-TREJ-REASON
032922         PERFORM 2800-WRITE-TRANS-REJECT THRU 2800-EXIT
032924         GO TO 2500-EXIT
032926     END-IF.
032928     MOVE AM-STATUS              TO WS-OLD-STATUS.
032930     MOVE AM-CUST-ID             TO WS-OLD-CUST-ID.
032932     MOVE AM-OD-LIMIT            TO WS-OLD-OD-LIMIT.
032934     MOVE AM-ACCT-TYPE           TO WS-OLD-ACCT-TYPE.
032936     MOVE AM-FREEZE-REASON       TO WS-OLD-FREEZE-REASON.
032937     MOVE AM-CURRENCY            TO WS-OLD-CURRENCY.
032938     SET AM-CLOSED               TO TRUE.
032940     MOVE SPACES                 TO AM-FREEZE-REASON.
032942     IF ACT-CLOSE-DATE NUMERIC AND ACT-CLOSE-DATE > ZERO
032944         MOVE ACT-CLOSE-DATE     TO AM-CLOSE-DATE
032946     ELSE
032948         MOVE WS-AUDIT-DATE      TO AM-CLOSE-DATE
032950     END-IF.
032952     REWRITE ACCT-MASTER-RECORD.
032954     ADD 1                       TO WS-CLOSE-COUNT.
032956     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
032958 2500-EXIT.
032960     EXIT.
032962
033000******************************************************************
033100*    2700-WRITE-AUDIT - LOG THE BEFORE/AFTER ACCOUNT IMAGE
033200******************************************************************
033900     MOVE AM-STATUS              TO WS-AUD-NEW-STATUS.
034000     MOVE AM-CUST-ID             TO WS-AUD-NEW-CUST.
034100     MOVE AM-OD-LIMIT            TO WS-AUD-NEW-LIMIT.
034130     MOVE WS-OLD-ACCT-TYPE       TO WS-AUD-OLD-TYPE.
034160     MOVE AM-ACCT-TYPE           TO WS-AUD-NEW-TYPE.
034170     MOVE WS-OLD-FREEZE-REASON   TO WS-AUD-OLD-REASON.
034180     MOVE AM-FREEZE-REASON       TO WS-AUD-NEW-REASON.
034190     MOVE ACT-USER-ID            TO WS-AUD-USER-ID.
034193     MOVE WS-OLD-CURRENCY        TO WS-AUD-OLD-CURRENCY.
034196     MOVE AM-CURRENCY            TO WS-AUD-NEW-CURRENCY.
034200     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
034300     WRITE ACCT-AUDIT-LINE       FROM WS-AUDIT-LINE.
034400 2700-EXIT.
036700     DISPLAY "ACCOUNTS ADDED        : " WS-ADD-COUNT.
036800     DISPLAY "ACCOUNTS CHANGED      : " WS-CHANGE-COUNT.
036900     DISPLAY "ACCOUNTS DELETED      : " WS-DELETE-COUNT.
036930     DISPLAY "DORMANCY FREEZES      : " WS-FREEZE-COUNT.
036960     DISPLAY "DORMANT REACTIVATIONS : " WS-REACTIVATE-COUNT.
036980     DISPLAY "ACCOUNTS CLOSED       : " WS-CLOSE-COUNT.
037000     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
037100     CLOSE ACCT-MASTER.
037200     CLOSE ACCT-TRANS.
037700     END-IF.
037800     MOVE 'E'                    TO RSA-FUNCTION.
037900     COMPUTE RSA-READ-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
038000                          + WS-DELETE-COUNT + WS-REJECT-COUNT
038050                          + WS-FREEZE-COUNT + WS-CLOSE-COUNT.
038100     COMPUTE RSA-WRITTEN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
038200                               + WS-DELETE-COUNT
038250                               + WS-FREEZE-COUNT
038270                               + WS-CLOSE-COUNT.
038300     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
038400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
038500     CALL "RUNSTAT"              USING RUN-STAT-AREA.
