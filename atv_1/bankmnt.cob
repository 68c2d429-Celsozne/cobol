001600*                     A BLANK ACCOUNT NUMBER IS REFUSED, AND
001700*                     EVERY APPLIED TRANSACTION WRITES A
001800*                     BEFORE/AFTER AUDIT RECORD TO BNKAUD.
001810*    2026-10-15 JPL   TRANSACTIONS NOW CARRY THE SUBMITTING
001820*                     USER - THE SHARED AUTHCHK ROUTINE REFUSES
001830*                     A USER NOT AUTHORIZED FOR EMPBANK - AND
001840*                     THE BNKAUD AUDIT CARRIES THE USER AT THE
001850*                     END OF THE LINE FOR THE SODRPT SEGREGATION
001860*                     OF DUTIES REPORT.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
008700     05  FILLER                  PIC X(02)   VALUE SPACES.
008800     05  WS-TREJ-REASON          PIC X(30).
008900
008910 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "EMPBANK".
008920 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
008930 01  WS-AUTH-SW                  PIC X(01).
008940     88  WS-AUTHORIZED                   VALUE 'Y'.
008950
009000 01  WS-OLD-BANK-CODE            PIC X(04).
009100 01  WS-OLD-BRANCH-CODE          PIC X(06).
009200 01  WS-OLD-ACCOUNT-NO           PIC X(12).
011100     05  WS-AUD-NEW-ACCOUNT      PIC X(12).
011200     05  FILLER                  PIC X(02)   VALUE SPACES.
011300     05  WS-AUD-DATE             PIC 9(08).
011310     05  FILLER                  PIC X(01)   VALUE SPACES.
011320     05  WS-AUD-USER-ID          PIC X(08).
011400
011500     COPY RUNSTAT.
011600
017000******************************************************************
017100*    2050-EDIT-TRANSACTION - THE EMPLOYEE MUST EXIST ON EMPMAST
017200*                            AND AN ADD OR CHANGE MUST CARRY AN
017300*                            ACCOUNT NUMBER; THE SUBMITTING USER
017350*                            MUST BE AUTHORIZED FOR EMPBANK
017400******************************************************************
017500 2050-EDIT-TRANSACTION.
017600     SET WS-TRAN-VALID           TO TRUE.
017900         MOVE "ID IS ZERO OR BLANK" TO WS-TREJ-REASON
018000         GO TO 2050-EXIT
018100     END-IF.
018110     CALL "AUTHCHK"              USING BT-USER-ID
018120                                       WS-AUTH-MASTER-ID
018130                                       WS-AUTH-AMOUNT
018140                                       WS-AUTH-SW.
018150     IF NOT WS-AUTHORIZED
018160         SET WS-TRAN-INVALID     TO TRUE
018170         MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
018180         GO TO 2050-EXIT
018190     END-IF.
018200     MOVE BT-EMP-ID              TO EMP-ID.
018300     READ EMPLOYEE-MASTER
018400         INVALID KEY
025300     MOVE EB-BRANCH-CODE         TO WS-AUD-NEW-BRANCH.
025400     MOVE EB-ACCOUNT-NO          TO WS-AUD-NEW-ACCOUNT.
025500     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
025550     MOVE BT-USER-ID             TO WS-AUD-USER-ID.
025600     WRITE BANK-AUDIT-LINE       FROM WS-AUDIT-LINE.
025700 2250-EXIT.
025800     EXIT.
