001900*                     ON EMPMAST, AND EVERY APPLIED TRANSACTION
002000*                     WRITES A BEFORE/AFTER AUDIT RECORD TO
002100*                     BADGAUD THE WAY ATV3 WRITES ADDRAUD.
002110*    2026-10-15 JPL   TRANSACTIONS NOW CARRY THE SUBMITTING
002120*                     USER.  AN ISSUE OR REASSIGN NEEDS A USER
002130*                     THE SHARED AUTHCHK ROUTINE AUTHORIZES FOR
002140*                     BADGMAST; A REVOKE ONLY TAKES ACCESS AWAY
002150*                     AND IS NOT CHECKED.  THE BADGAUD AUDIT
002160*                     CARRIES THE USER AT THE END OF THE LINE
002170*                     FOR THE SODRPT SEGREGATION OF DUTIES
002180*                     REPORT.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
009700 01  WS-OLD-EMP-ID               PIC 9(05).
009800 01  WS-OLD-STATUS               PIC X(01).
009900 01  WS-AUDIT-DATE               PIC 9(08).
009910 01  WS-AUTH-MASTER-ID           PIC X(08)   VALUE "BADGMAST".
009920 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
009930 01  WS-AUTH-SW                  PIC X(01).
009940     88  WS-AUTHORIZED                   VALUE 'Y'.
010000
010100 01  WS-TRANS-REJECT-LINE.
010200     05  WS-TREJ-TRAN-CODE       PIC X(01).
011900     05  WS-AUD-NEW-STATUS       PIC X(01).
012000     05  FILLER                  PIC X(02)   VALUE SPACES.
012100     05  WS-AUD-DATE             PIC 9(08).
012110     05  FILLER                  PIC X(01)   VALUE SPACES.
012120     05  WS-AUD-USER-ID          PIC X(08).
012200
012300     COPY RUNSTAT.
012400
022300******************************************************************
022400*    2050-EDIT-TRANSACTION - THE BADGE ID MUST BE PRESENT AND,
022500*                            FOR ISSUE AND REASSIGN, THE
022600*                            EMPLOYEE MUST EXIST ON EMPMAST AND
022650*                            THE USER BE AUTHORIZED FOR BADGMAST
022700******************************************************************
022800 2050-EDIT-TRANSACTION.
022900     SET WS-TRAN-VALID           TO TRUE.
023200         MOVE "BADGE ID BLANK" TO WS-TREJ-REASON
023300         GO TO 2050-EXIT
023400     END-IF.
023410     IF BGT-ISSUE OR BGT-REASSIGN
023420         CALL "AUTHCHK"          USING BGT-USER-ID
023430                                       WS-AUTH-MASTER-ID
023440                                       WS-AUTH-AMOUNT
023450                                       WS-AUTH-SW
023460         IF NOT WS-AUTHORIZED
023470             SET WS-TRAN-INVALID TO TRUE
023480             MOVE "USER NOT AUTHORIZED" TO WS-TREJ-REASON
023490             GO TO 2050-EXIT
023495         END-IF
023497     END-IF.
023500     IF BGT-ISSUE OR BGT-REASSIGN
023600         MOVE BGT-EMP-ID         TO EMP-ID
023700         READ EMPLOYEE-MASTER
035000     MOVE WS-BT-EMP-ID (WS-BADGE-HIT) TO WS-AUD-NEW-EMP.
035100     MOVE WS-BT-STATUS (WS-BADGE-HIT) TO WS-AUD-NEW-STATUS.
035200     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
035250     MOVE BGT-USER-ID            TO WS-AUD-USER-ID.
035300     WRITE BADGE-AUDIT-LINE      FROM WS-AUDIT-LINE.
035400 2700-EXIT.
035500     EXIT.
