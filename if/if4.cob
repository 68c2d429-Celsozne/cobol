006900*                     TONIGHT'S COUNT AND HASH ARE COMPARED
007000*                     AGAINST THE RECENT VOLHIST NIGHTS AND A
007100*                     WILD SWING WARNS OR REFUSES THE FILE.
007110*    2026-10-15 JPL   MINIMUM-ATTENDANCE EXAM ELIGIBILITY - A
007120*                     SUBJECT THE ATTELIG RUN BARRED ON THE
007130*                     ATTMAST ATTENDANCE MASTER FOR THIS TERM
007140*                     IS NOT GRADED: IT PRINTS AND GOES TO
007150*                     IF4RES AND RSLTMAST AS "BARRED" (FLAGGED
007160*                     ON RSLTMAST), STAYS OUT OF THE PASS/FAIL
007170*                     COUNTS, THE STUDENT TOTAL AND SUPELIG,
007180*                     AND IS COUNTED ON THE SUMMARY.
007200******************************************************************
007300 ENVIRONMENT DIVISION.
007400 CONFIGURATION SECTION.
010700                             ACCESS MODE IS DYNAMIC
010800                             RECORD KEY IS SB-SUBJECT-CODE
010900                             FILE STATUS IS WS-SUBJ-REF-STATUS.
010910     SELECT OPTIONAL ATTEND-MASTER ASSIGN TO "ATTMAST"
010920                             ORGANIZATION IS INDEXED
010930                             ACCESS MODE IS RANDOM
010940                             RECORD KEY IS AM-ATTEND-KEY
010950                             FILE STATUS IS WS-ATT-STATUS.
011000     SELECT MARKS-SORT       ASSIGN TO "SORTWK".
011100
011200 DATA DIVISION.
013600
013700 FD  SUBJECT-REF.
013800     COPY SUBJREF.
013820
013840 FD  ATTEND-MASTER.
013860     COPY ATTMAST.
013900
014000 FD  SUP-ELIGIBILITY
014100     RECORDING MODE IS F.
015200     05  SR-SUBJECT-CODE         PIC X(03).
015300     05  SR-MARKS                PIC 9(03).
015400     05  SR-STUDENT-NAME         PIC X(20).
015430     05  SR-ATTEND-SW            PIC X(01).
015460         88  SR-BARRED                       VALUE 'B'.
015500
015600 FD  BUS-DATE-FILE
015700     RECORDING MODE IS F.
018100     88  WS-SUBJ-VALID                   VALUE 'Y'.
018200     88  WS-SUBJ-INVALID                 VALUE 'N'.
018300 01  WS-MAX-MARKS                PIC 9(03)   VALUE 100.
018320 01  WS-ATT-STATUS               PIC X(02).
018340     88  WS-ATT-OK                       VALUE "00".
018360 01  WS-ATT-SW                   PIC X(01)   VALUE 'N'.
018380     88  WS-ATT-PRESENT                  VALUE 'Y'.
018400 01  WS-TERM-STATUS              PIC X(02).
018500     88  WS-TERM-OK                      VALUE "00".
018600 01  WS-TERM-CODE                PIC X(05)   VALUE SPACES.
021800 77  WS-DISTINCTION-COUNT        PIC 9(05)   COMP    VALUE ZERO.
021900 77  WS-FIRST-CLASS-COUNT        PIC 9(05)   COMP    VALUE ZERO.
022000 77  WS-SECOND-CLASS-COUNT       PIC 9(05)   COMP    VALUE ZERO.
022050 77  WS-BARRED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
022100
022200 01  WS-PREV-STUDENT-ID          PIC 9(05).
022300 01  WS-PREV-STUDENT-NAME        PIC X(20).
036900     ELSE
037000         DISPLAY "NO SUBJECT REFERENCE - SUBJECT EDIT SKIPPED"
037100     END-IF.
037110     OPEN INPUT  ATTEND-MASTER.
037120     IF WS-ATT-OK
037130         SET WS-ATT-PRESENT      TO TRUE
037140     ELSE
037150         DISPLAY "NO ATTENDANCE MASTER - ELIGIBILITY NOT APPLIED"
037160     END-IF.
037200     MOVE "STUDENT RESULT REPORT"
037300                                 TO RPT-TITLE.
037400     MOVE "STUDENT  NAME                  SUBJ MARKS GRADE"
055500         MOVE ST-SUBJECT-CODE    TO SR-SUBJECT-CODE
055600         MOVE ST-MARKS           TO SR-MARKS
055700         MOVE SM-STUDENT-NAME    TO SR-STUDENT-NAME
055750         PERFORM 2080-CHECK-ATTENDANCE THRU 2080-EXIT
055800         RELEASE SORT-RECORD
055900     END-IF.
056000 2010-READ-NEXT.
060500     END-READ.
060600 2075-EXIT.
060700     EXIT.
060703
060706******************************************************************
060709*    2080-CHECK-ATTENDANCE - A SUBJECT THE ATTELIG RUN BARRED FOR
060712*                            THIS TERM ON THE ATTENDANCE MASTER
060715*                            GOES THROUGH THE SORT MARKED SO IT
060718*                            IS RECORDED, NOT GRADED.  WITH NO
060721*                            MASTER (OR NO ENTRY) THE SUBJECT
060724*                            GRADES AS BEFORE
060727******************************************************************
060730 2080-CHECK-ATTENDANCE.
060733     MOVE SPACE                  TO SR-ATTEND-SW.
060736     IF NOT WS-ATT-PRESENT
060739         GO TO 2080-EXIT
060742     END-IF.
060745     MOVE ST-STUDENT-ID          TO AM-STUDENT-ID.
060748     MOVE WS-TERM-CODE           TO AM-TERM-CODE.
060751     MOVE ST-SUBJECT-CODE        TO AM-SUBJECT-CODE.
060754     READ ATTEND-MASTER
060757         INVALID KEY
060760             CONTINUE
060763         NOT INVALID KEY
060766             IF AM-BARRED
060769                 MOVE 'B'        TO SR-ATTEND-SW
060772             END-IF
060775     END-READ.
060778 2080-EXIT.
060781     EXIT.
060800
060900******************************************************************
061000*    2100-EDIT-MARKS - MARKS MUST BE NUMERIC AND IN THE RANGE
070200*                         IT INTO THE STUDENT AND SUBJECT TOTALS
070300******************************************************************
070400 3200-GRADE-SUBJECT.
070420     IF SR-BARRED
070440         PERFORM 3400-BAR-SUBJECT THRU 3400-EXIT
070460         GO TO 3200-EXIT
070480     END-IF.
070500     MOVE SR-MARKS               TO WS-NUM.
070600     ADD SR-MARKS                TO WS-STU-TOTAL.
070700     ADD 1                       TO WS-STU-SUBJ-COUNT.
076200     MOVE SR-MARKS               TO RM-MARKS.
076300     MOVE WS-DET-GRADE           TO RM-GRADE.
076400     MOVE 'N'                    TO RM-SUPP-SW.
076410     MOVE SPACE                  TO RM-ATTEND-SW.
076420     IF SR-BARRED
076430         MOVE ZERO               TO RM-MARKS
076440         MOVE 'B'                TO RM-ATTEND-SW
076450     END-IF.
076500     IF WS-JRN-ACTION EQUAL 'R'
076600         REWRITE RESULT-MASTER-RECORD
076700     ELSE
082000******************************************************************
082100 3300-CLOSE-STUDENT.
082200     ADD 1                       TO WS-STUDENT-COUNT.
082240*    A STUDENT BARRED FROM EVERY SUBJECT HAS NOTHING TO AVERAGE
082280     IF WS-STU-SUBJ-COUNT EQUAL ZERO
082320         MOVE ZERO               TO WS-STU-AVERAGE
082360         MOVE "BARRED"           TO WS-DET-GRADE
082400     ELSE
082440         COMPUTE WS-STU-AVERAGE ROUNDED =
082480                 WS-STU-TOTAL / WS-STU-SUBJ-COUNT
082520         MOVE WS-STU-AVERAGE     TO WS-NUM
082560         PERFORM 2350-BAND-NAME  THRU 2350-EXIT
082600     END-IF.
082700     MOVE WS-PREV-STUDENT-ID     TO WS-STL-STUDENT-ID.
082800     MOVE WS-STU-TOTAL           TO WS-STL-TOTAL.
082900     MOVE WS-STU-AVERAGE         TO WS-STL-AVERAGE.
084300     WRITE IF4-RESULT-RECORD.
084400 3300-EXIT.
084500     EXIT.
084503
084506******************************************************************
084509*    3400-BAR-SUBJECT - A SUBJECT BARRED FOR LOW ATTENDANCE IS
084512*                       PRINTED AND RECORDED AS "BARRED" WITH NO
084515*                       MARKS; IT IS NOT GRADED, NOT TALLIED AS
084518*                       A PASS OR FAIL, NOT IN THE STUDENT TOTAL
084521*                       AND NOT ELIGIBLE FOR A SUPPLEMENTARY
084524******************************************************************
084527 3400-BAR-SUBJECT.
084530     ADD 1                       TO WS-BARRED-COUNT.
084533     MOVE "BARRED"               TO WS-DET-GRADE.
084536     MOVE SR-STUDENT-ID          TO WS-DET-STUDENT-ID.
084539     MOVE SR-STUDENT-NAME        TO WS-DET-STUDENT-NAME.
084542     MOVE SR-SUBJECT-CODE        TO WS-DET-SUBJECT.
084545     MOVE ZERO                   TO WS-DET-MARKS.
084548     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
084551     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
084554     MOVE 'D'                    TO RS-REC-TYPE.
084557     MOVE SR-STUDENT-ID          TO RS-STUDENT-ID.
084560     MOVE SR-STUDENT-NAME        TO RS-STUDENT-NAME.
084563     MOVE SR-SUBJECT-CODE        TO RS-SUBJECT-CODE.
084566     MOVE ZERO                   TO RS-MARKS
084569                                    RS-TOTAL
084572                                    RS-AVERAGE.
084575     MOVE WS-DET-GRADE           TO RS-GRADE.
084578     WRITE IF4-RESULT-RECORD.
084581     PERFORM 3280-KEEP-RESULT-MASTER THRU 3280-EXIT.
084584 3400-EXIT.
084587     EXIT.
084600
084700******************************************************************
084800*    2300-GRADE-STUDENT - CLASSIFY ONE MARK INTO A PASS/FAIL
093500     MOVE WS-SECOND-CLASS-COUNT  TO WS-SUM-COUNT.
093600     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL.
093700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
093720     MOVE "BARRED - ATTENDANCE:" TO WS-SUM-LABEL.
093740     MOVE WS-BARRED-COUNT        TO WS-SUM-COUNT.
093760     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL.
093780     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
093800     PERFORM 9100-PRINT-SUBJECT-SUMMARY THRU 9100-EXIT
093900             VARYING WS-SUBJ-PRINT-IDX FROM 1 BY 1
094000             UNTIL WS-SUBJ-PRINT-IDX > WS-SUBJ-COUNT.
094400     DISPLAY "UNKNOWN STUDENT IDS: " WS-UNKNOWN-STUDENT-COUNT.
094500     DISPLAY "SUBJECTS PASSED    : " WS-PASS-COUNT.
094600     DISPLAY "SUBJECTS FAILED    : " WS-FAIL-COUNT.
094650     DISPLAY "SUBJECTS BARRED    : " WS-BARRED-COUNT.
094700     CLOSE STUDENT-TRANS.
094800     CLOSE RESULT-RPT.
094900     CLOSE STUDENT-REJECT.
095200     CLOSE SUP-ELIGIBILITY.
095300     CLOSE RESULT-MASTER.
095400     CLOSE SUBJECT-REF.
095450     CLOSE ATTEND-MASTER.
095500     IF WS-REJECT-COUNT > ZERO
095600         MOVE 4              TO RETURN-CODE
095700     END-IF.
