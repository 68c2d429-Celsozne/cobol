010900*                     TONIGHT'S COUNT AND HASH ARE COMPARED
011000*                     AGAINST THE RECENT VOLHIST NIGHTS AND A
011100*                     WILD SWING WARNS OR REFUSES THE FILE.
011110*    2026-10-15 JPL   A NEW ADDRESS STARTS DELIVERABLE, AND A
011120*                     CHANGE CLEARS ANY RETURNED-MAIL MARKER
011130*                     RTNMAIL SET - THE CORRECTED ADDRESS IS
011140*                     MAILED AGAIN FROM THE NEXT RUN.
011150*    2026-10-15 JPL   A TRANSACTION EFFECTIVE IN A CLOSED
011160*                     ACCOUNTING PERIOD (SHARED PERDCHK AGAINST
011170*                     PERDCTL) IS NOT APPLIED - IT IS WRITTEN TO
011180*                     THE BACKDTD EXCEPTIONS FILE FOR FINANCE, AND
011190*                     THE RUN ENDS RC 4.
011200******************************************************************
011300 ENVIRONMENT DIVISION.
011400 CONFIGURATION SECTION.
015300                             FILE STATUS IS WS-PEND-STATUS.
015400     SELECT PENDING-OUT      ASSIGN TO "ADDRPNEW"
015500                             ORGANIZATION IS LINE SEQUENTIAL.
015533     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
015566                             ORGANIZATION IS LINE SEQUENTIAL.
015600
015700 DATA DIVISION.
015800 FILE SECTION.
019900 FD  BUS-DATE-FILE
020000     RECORDING MODE IS F.
020100     COPY BUSDATE.
020120
020140 FD  BACK-DATED-FILE
020160     RECORDING MODE IS F.
020180     COPY BACKDTD.
020200
020300 WORKING-STORAGE SECTION.
020400     COPY REJENV.
023500         88  WS-PIN-INVALID                   VALUE 'N'.
023600     05  WS-PEND-EOF-SW          PIC X(01)   VALUE 'N'.
023700         88  WS-PEND-EOF                     VALUE 'Y'.
023733     05  WS-DIVERTED-SW          PIC X(01)   VALUE 'N'.
023766         88  WS-DIVERTED                     VALUE 'Y'.
023800
023900 77  WS-ADD-COUNT                PIC 9(05)   COMP    VALUE ZERO.
024000 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
024300 77  WS-HELD-COUNT               PIC 9(05)   COMP    VALUE ZERO.
024400 77  WS-PEND-APPLIED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
024500 77  WS-SKIPPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
024550 77  WS-DIVERT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
024600
024700 01  WS-CHKPT-FUNCTION           PIC X(01).
024800 01  WS-CHKPT-PROGRAM            PIC X(08)   VALUE "ATV3".
030600         88  WS-OVERRIDE-ON              VALUE 'Y'.
030700
030800     COPY RUNSTAT.
030850     COPY PERDREQ.
030900
031000 PROCEDURE DIVISION.
031100 0000-MAINLINE.
034600         DISPLAY "NO COUNTRY REFERENCE - COUNTRY EDIT SKIPPED"
034700     END-IF.
034800     OPEN OUTPUT PENDING-OUT.
034850     OPEN EXTEND BACK-DATED-FILE.
034900     MOVE 'R'                    TO WS-CHKPT-FUNCTION.
035000     CALL "CHKPOINT"             USING WS-CHKPT-FUNCTION
035100                                       WS-CHKPT-PROGRAM
065500*    2010-APPLY-TRANSACTION - APPLY ONE DUE TRANSACTION
065600******************************************************************
065700 2010-APPLY-TRANSACTION.
065720     PERFORM 2020-CHECK-CLOSED-PERIOD THRU 2020-EXIT.
065740     IF WS-DIVERTED
065760         GO TO 2010-EXIT
065780     END-IF.
065800     CALL "AUTHCHK"              USING AT-USER-ID
065900                                       WS-AUTH-MASTER-ID
066000                                       WS-AUTH-AMOUNT
069000     END-EVALUATE.
069100 2010-EXIT.
069200     EXIT.
069203
069206******************************************************************
069209*    2020-CHECK-CLOSED-PERIOD - A TRANSACTION DATED IN A CLOSED
069212*                               ACCOUNTING PERIOD IS NOT APPLIED;
069216*                               IT GOES TO THE BACKDTD EXCEPTIONS
069219*                               FILE FOR FINANCE TO RELEASE
069222******************************************************************
069225 2020-CHECK-CLOSED-PERIOD.
069229     MOVE 'N'                    TO WS-DIVERTED-SW.
069232     IF AT-EFF-DATE NOT NUMERIC
069235      OR AT-EFF-DATE EQUAL ZERO
069238         GO TO 2020-EXIT
069241     END-IF.
069245     MOVE AT-EFF-DATE            TO PK-EFF-DATE.
069248     CALL "PERDCHK"              USING PERIOD-CHECK-AREA.
069251     IF NOT PK-CLOSED
069254         GO TO 2020-EXIT
069258     END-IF.
069261     SET WS-DIVERTED             TO TRUE.
069264     ADD 1                       TO WS-DIVERT-COUNT.
069267     MOVE "ATV3"                 TO BKD-ORIGIN-PROGRAM.
069270     MOVE WS-RUN-DATE-8          TO BKD-RUN-DATE.
069274     MOVE AT-EFF-DATE            TO BKD-EFF-DATE.
069277     MOVE PK-PERIOD              TO BKD-PERIOD.
069280     MOVE AT-USER-ID             TO BKD-USER-ID.
069283     MOVE SPACES                 TO BKD-ORIGINAL-RECORD.
069287     MOVE ADDR-TRAN-RECORD       TO BKD-ORIGINAL-RECORD (1:37).
069290     WRITE BACK-DATED-RECORD.
069293 2020-EXIT.
069296     EXIT.
069300
069400******************************************************************
069500*    2050-HOLD-PENDING - PARK A FUTURE-DATED TRANSACTION ON
072100         MOVE AT-HOUSE-NUMBER        TO CA-HOUSE-NUMBER
072200         MOVE AT-COUNTRY             TO CA-COUNTRY
072300         MOVE AT-PIN-CODE            TO CA-PIN-CODE
072310         MOVE 'N'                    TO CA-UNDELIV-SW
072320         MOVE ZERO                   TO CA-RETURN-DATE
072330         MOVE SPACES                 TO CA-RETURN-REASON
072400         WRITE CUST-ADDR-RECORD
072500           INVALID KEY
072600             MOVE "DUPLICATE ADDRESS KEY" TO WS-TREJ-REASON
083700             MOVE AT-HOUSE-NUMBER    TO CA-HOUSE-NUMBER
083800             MOVE AT-COUNTRY         TO CA-COUNTRY
083900             MOVE AT-PIN-CODE        TO CA-PIN-CODE
083910             MOVE 'N'                TO CA-UNDELIV-SW
083920             MOVE ZERO               TO CA-RETURN-DATE
083930             MOVE SPACES             TO CA-RETURN-REASON
084000             REWRITE CUST-ADDR-RECORD
084100             MOVE 'R'            TO WS-JRN-ACTION
084200             MOVE CUST-ADDR-RECORD TO WS-JRN-AFTER
092400     DISPLAY "HELD FOR FUTURE DATE  : " WS-HELD-COUNT.
092500     DISPLAY "PENDING ITEMS APPLIED : " WS-PEND-APPLIED-COUNT.
092600     DISPLAY "SKIPPED ON RESTART    : " WS-SKIPPED-COUNT.
092650     DISPLAY "BACK-DATED - DIVERTED : " WS-DIVERT-COUNT.
092700     MOVE 'W'                    TO WS-CHKPT-FUNCTION.
092800     MOVE ZERO                   TO WS-TRANS-SEQ.
092900     CALL "CHKPOINT"             USING WS-CHKPT-FUNCTION
093700     CLOSE PIN-CODE-REF.
093800     CLOSE COUNTRY-REF.
093900     CLOSE PENDING-OUT.
093950     CLOSE BACK-DATED-FILE.
094000     IF WS-REJECT-COUNT > ZERO
094100         MOVE 4              TO RETURN-CODE
094200     END-IF.
094225     IF WS-DIVERT-COUNT > ZERO
094250         MOVE 4              TO RETURN-CODE
094275     END-IF.
094300     IF NOT WS-FILE-ERROR
094400         PERFORM 9100-REGISTER-RUN THRU 9100-EXIT
094500     END-IF.
