001991*                     THE USERAUTH REFERENCE BY THE SHARED
001992*                     AUTHCHK ROUTINE - AN UNAUTHORIZED
001993*                     CORRECTION IS REJECTED.
001995*    2026-10-15 JPL   A RESULT BARRED FOR LOW ATTENDANCE HAS NO
001997*                     MARK TO CORRECT - THE RE-MARK IS REJECTED.
001998*    2026-10-15 JPL   EXAMINER MUST BE ACTIVE ON EXAMMAST AND
001999*                     ALLOWED THE SUBJECT, ELSE REJECTED.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003710     SELECT OPTIONAL TERM-PARM ASSIGN TO "TERMPARM"
003720                             ORGANIZATION IS LINE SEQUENTIAL
003730                             FILE STATUS IS WS-TERM-STATUS.
003740     SELECT EXAMINER-MASTER  ASSIGN TO "EXAMMAST"
003750                             ORGANIZATION IS INDEXED
003760                             ACCESS MODE IS RANDOM
003770                             RECORD KEY IS EX-EXAMINER-ID
003780                             FILE STATUS IS WS-EXAM-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
005430     RECORDING MODE IS F.
005440 01  TERM-PARM-RECORD.
005450     05  TP-TERM-CODE            PIC X(05).
005460
005470 FD  EXAMINER-MASTER.
005480     COPY EXAMMAST.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-RSLT-STATUS              PIC X(02).
005800     88  WS-RSLT-OK                      VALUE "00".
005810 01  WS-TERM-STATUS              PIC X(02).
005820     88  WS-TERM-OK                      VALUE "00".
005821 01  WS-EXAM-STATUS              PIC X(02).
005822     88  WS-EXAM-OK                      VALUE "00".
005830 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
005840 01  WS-JRN-FILE-ID              PIC X(08)   VALUE "RSLTMAST".
005850 01  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
006000 01  WS-SWITCHES.
006100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006200         88  WS-EOF                          VALUE 'Y'.
006210     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
006220         88  WS-FILE-ERROR                   VALUE 'Y'.
006230     05  WS-EXAMINER-SW          PIC X(01)   VALUE 'Y'.
006240         88  WS-EXAMINER-VALID               VALUE 'Y'.
006250         88  WS-EXAMINER-INVALID             VALUE 'N'.
006260     05  WS-SUBJ-ALLOWED-SW      PIC X(01)   VALUE 'N'.
006270         88  WS-SUBJ-ALLOWED                 VALUE 'Y'.
006300
006400 01  WS-NUM                      PIC 9(03).
006500     88  PASS                            VALUES ARE 041 THRU 100.
007200
007300 77  WS-CORRECTED-COUNT          PIC 9(05)   COMP    VALUE ZERO.
007400 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007410 77  WS-SUBJ-SUB                 PIC 9(02)   COMP.
007500
007600 01  WS-AUDIT-DATE               PIC 9(08).
007700
011600     OPEN INPUT  REMARK-TRANS.
011700     OPEN OUTPUT REMARK-REJECT.
011800     OPEN EXTEND RESULT-AUDIT.
011810     OPEN INPUT  EXAMINER-MASTER.
011820     IF NOT WS-EXAM-OK
011830         DISPLAY "EXAMMAST OPEN FAILED - STATUS " WS-EXAM-STATUS
011840         SET WS-FILE-ERROR       TO TRUE
011850         SET WS-EOF              TO TRUE
011860     END-IF.
011900     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
011910     PERFORM 1300-READ-TERM-PARM THRU 1300-EXIT.
012000     PERFORM 2900-READ-REMARK THRU 2900-EXIT.
012970         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
012980         GO TO 2000-READ-NEXT
012990     END-IF.
012991     PERFORM 2050-CHECK-EXAMINER THRU 2050-EXIT.
012992     IF WS-EXAMINER-INVALID
012993         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
012994         GO TO 2000-READ-NEXT
012995     END-IF.
013000     IF RMK-NEW-MARKS NOT NUMERIC OR RMK-NEW-MARKS > 100
013100         MOVE "MARKS NOT IN RANGE 0 - 100" TO WS-REJ-REASON
013200         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
014000             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
014100             GO TO 2000-READ-NEXT
014200     END-READ.
014210     IF RM-BARRED
014220         MOVE "RESULT BARRED - ATTENDANCE" TO WS-REJ-REASON
014230         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
014240         GO TO 2000-READ-NEXT
014250     END-IF.
014290     MOVE SPACES                 TO WS-JRN-BEFORE.
014295     MOVE RESULT-MASTER-RECORD   TO WS-JRN-BEFORE.
014300     MOVE RM-MARKS               TO WS-OLD-MARKS.
015300     PERFORM 2900-READ-REMARK THRU 2900-EXIT.
015400 2000-EXIT.
015500     EXIT.
015510
015520******************************************************************
015530*    2050-CHECK-EXAMINER - THE EXAMINER MUST BE ON THE EXAMINER
015540*                          MASTER, ACTIVE, AND CARRY THE
015550*                          SUBJECT AMONG THOSE THEY MAY MARK
015560******************************************************************
015570 2050-CHECK-EXAMINER.
015571     SET WS-EXAMINER-VALID       TO TRUE.
015572     MOVE RMK-EXAMINER-ID        TO EX-EXAMINER-ID.
015573     READ EXAMINER-MASTER
015574         INVALID KEY
015575             SET WS-EXAMINER-INVALID TO TRUE
015576             MOVE "EXAMINER NOT ON MASTER" TO WS-REJ-REASON
015577             GO TO 2050-EXIT
015578     END-READ.
015579     IF NOT EX-ACTIVE
015580         SET WS-EXAMINER-INVALID TO TRUE
015581         MOVE "EXAMINER INACTIVE" TO WS-REJ-REASON
015582         GO TO 2050-EXIT
015583     END-IF.
015584     MOVE 'N'                    TO WS-SUBJ-ALLOWED-SW.
015585     PERFORM 2060-MATCH-SUBJECT  THRU 2060-EXIT
015586             VARYING WS-SUBJ-SUB FROM 1 BY 1
015587             UNTIL WS-SUBJ-SUB > 10 OR WS-SUBJ-ALLOWED.
015588     IF NOT WS-SUBJ-ALLOWED
015589         SET WS-EXAMINER-INVALID TO TRUE
015590         MOVE "EXAMINER NOT FOR SUBJECT" TO WS-REJ-REASON
015591     END-IF.
015592 2050-EXIT.
015593     EXIT.
015594 2060-MATCH-SUBJECT.
015595     IF EX-SUBJECT-CODE (WS-SUBJ-SUB) EQUAL RMK-SUBJECT-CODE
015596         SET WS-SUBJ-ALLOWED     TO TRUE
015597     END-IF.
015598 2060-EXIT.
015599     EXIT.
015600
015700******************************************************************
015800*    2300-BAND-NAME - THE SAME GRADE BANDS IF4 APPLIES, SO A
021000     CLOSE REMARK-TRANS.
021100     CLOSE REMARK-REJECT.
021200     CLOSE RESULT-AUDIT.
021210     CLOSE EXAMINER-MASTER.
021300     IF WS-REJECT-COUNT > ZERO
021400         MOVE 4              TO RETURN-CODE
021500     END-IF.
021510     IF WS-FILE-ERROR
021520         MOVE 8              TO RETURN-CODE
021530     END-IF.
021600 9000-EXIT.
021700     EXIT.
021800
