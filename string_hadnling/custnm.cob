005700*                     TONIGHT'S COUNT AND HASH ARE COMPARED
005800*                     AGAINST THE RECENT VOLHIST NIGHTS AND A
005900*                     WILD SWING WARNS OR REFUSES THE FILE.
005920*    2026-10-15 JPL   EVERY NAME WRITTEN TO THE MASTER IS ALSO
005940*                     INDEXED ON CUSTPHX UNDER THE PHONKEY SOUND
005960*                     CODES OF ITS LAST AND FIRST NAMES FOR THE
005980*                     CUSTSRCH NAME SEARCH.
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
007600                             ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT NAME-AUDIT       ASSIGN TO "NAMEAUD"
007800                             ORGANIZATION IS LINE SEQUENTIAL.
007812     SELECT CUST-PHONETIC-INDEX ASSIGN TO "CUSTPHX"
007825                             ORGANIZATION IS INDEXED
007837                             ACCESS MODE IS RANDOM
007850                             RECORD KEY IS CPX-CUST-ID
007862                             ALTERNATE RECORD KEY IS CPX-SOUND-KEY
007875                                 WITH DUPLICATES
007887                             FILE STATUS IS WS-PHX-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
009500     RECORDING MODE IS F.
009600     COPY NAMEAUD.
009700
009733 FD  CUST-PHONETIC-INDEX.
009766     COPY CUSTPHX.
009783
009800 FD  BUS-DATE-FILE
009900     RECORDING MODE IS F.
010000     COPY BUSDATE.
010900 01  WS-DU-VALID-SW              PIC X(01).
011000 01  WS-MASTER-STATUS            PIC X(02).
011100     88  WS-MASTER-OK                    VALUE "00".
011133 01  WS-PHX-STATUS               PIC X(02).
011166     88  WS-PHX-OK                       VALUE "00".
011200
011300 01  WS-SWITCHES.
011400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011700         88  WS-LOAD-EOF                     VALUE 'Y'.
011800     05  WS-DUP-FOUND-SW         PIC X(01)   VALUE 'N'.
011900         88  WS-DUP-FOUND                    VALUE 'Y'.
011933     05  WS-PHX-PRESENT-SW       PIC X(01)   VALUE 'N'.
011966         88  WS-PHX-PRESENT                  VALUE 'Y'.
012000
012100 01  WS-NAME-TABLE.
012200     05  WS-NAME-ENTRY       OCCURS 0 TO 500 TIMES
013200                                                     ZERO.
013300 77  WS-WRITTEN-COUNT            PIC 9(05)   COMP    VALUE
013400                                                     ZERO.
013433 77  WS-INDEXED-COUNT            PIC 9(05)   COMP    VALUE
013466                                                     ZERO.
013500
013600 01  WS-DUP-REVIEW-DETAIL.
013700     05  FILLER                  PIC X(15)   VALUE
023400     OPEN EXTEND CUST-NAME-MASTER.
023500     OPEN OUTPUT DUPLICATE-REVIEW.
023600     OPEN EXTEND NAME-AUDIT.
023614     OPEN I-O    CUST-PHONETIC-INDEX.
023628     IF WS-PHX-OK
023642         SET WS-PHX-PRESENT      TO TRUE
023657     ELSE
023671         DISPLAY "CUSTPHX NOT AVAILABLE - NAMES NOT INDEXED"
023685     END-IF.
023700     MOVE 'R'                    TO WS-CHKPT-FUNCTION.
023800     CALL "CHKPOINT"             USING WS-CHKPT-FUNCTION
023900                                       WS-CHKPT-PROGRAM
052800         ADD 1                   TO WS-WRITTEN-COUNT
052900         WRITE CUST-NAME-MASTER-RECORD
053000         PERFORM 2280-WRITE-NAME-AUDIT THRU 2280-EXIT
053050         PERFORM 2290-INDEX-NAME THRU 2290-EXIT
053100         PERFORM 2270-ADD-NEW-NAME THRU 2270-EXIT
053200     END-IF.
053300 2200-EXIT.
060700 2280-EXIT.
060800     EXIT.
060900
060904******************************************************************
060908*    2290-INDEX-NAME - FILE THE WRITTEN NAME ON THE CUSTPHX
060912*                      PHONETIC INDEX (A RERUN AFTER A RESTART
060916*                      REPLACES THE ENTRY IT ALREADY MADE)
060920******************************************************************
060924 2290-INDEX-NAME.
060928     IF NOT WS-PHX-PRESENT
060932         GO TO 2290-EXIT
060936     END-IF.
060940     MOVE CNM-CUST-ID            TO CPX-CUST-ID.
060944     CALL "PHONKEY"              USING CNM-LAST-NAME
060948                                       CPX-LAST-CODE.
060952     CALL "PHONKEY"              USING CNM-FIRST-NAME
060956                                       CPX-FIRST-CODE.
060960     MOVE CNM-LAST-NAME          TO CPX-LAST-NAME.
060964     MOVE CNM-FIRST-NAME         TO CPX-FIRST-NAME.
060968     MOVE WS-BUSINESS-DATE       TO CPX-CHANGE-DATE.
060972     WRITE CUST-PHONETIC-RECORD
060976         INVALID KEY
060980             REWRITE CUST-PHONETIC-RECORD
060984     END-WRITE.
060988     ADD 1                       TO WS-INDEXED-COUNT.
060992 2290-EXIT.
060996     EXIT.
061000******************************************************************
061100*    2900-READ-RAW-NAME - READ THE NEXT RAW NAME RECORD
061200******************************************************************
063000     DISPLAY "RECORDS PROCESSED: " WS-RECORD-COUNT.
063100     DISPLAY "NAMES WRITTEN    : " WS-WRITTEN-COUNT.
063200     DISPLAY "HELD FOR REVIEW  : " WS-DUP-COUNT.
063250     DISPLAY "NAMES INDEXED    : " WS-INDEXED-COUNT.
063300     DISPLAY "SKIPPED ON RESTART: " WS-SKIPPED-COUNT.
063400     MOVE 'W'                    TO WS-CHKPT-FUNCTION.
063500     MOVE ZERO                   TO WS-RECORD-SEQ.
064100     CLOSE CUST-NAME-MASTER.
064200     CLOSE DUPLICATE-REVIEW.
064300     CLOSE NAME-AUDIT.
064350     CLOSE CUST-PHONETIC-INDEX.
064400     IF WS-DUP-COUNT > ZERO
064500         MOVE 4              TO RETURN-CODE
064600     END-IF.
064625     IF NOT WS-PHX-PRESENT
064650         MOVE 4              TO RETURN-CODE
064675     END-IF.
064700     IF WS-FILE-ERROR
064800         MOVE 8              TO RETURN-CODE
064900     END-IF.
