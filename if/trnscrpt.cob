001800*                     THE PAGE WITH THE CUMULATIVE AVERAGE
001900*                     ACROSS EVERY TERM ON FILE.  THE STUDENT
002000*                     NAME COMES FROM STUMAST.
002020*    2026-10-15 JPL   A STUDENT WITH A FEE BALANCE OUTSTANDING ON
002040*                     STUFEE HAS THE TRANSCRIPT WITHHELD; THE
002060*                     STUDENT IS LISTED ON THE TRNHOLD WITHHELD
002080*                     LIST INSTEAD.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003700                             FILE STATUS IS WS-STU-STATUS.
003800     SELECT TRANSCRIPT-FILE  ASSIGN TO "TRNSCRPT"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
003910     SELECT OPTIONAL STUDENT-FEE ASSIGN TO "STUFEE"
003920                             ORGANIZATION IS INDEXED
003930                             ACCESS MODE IS RANDOM
003940                             RECORD KEY IS SF-STUDENT-ID
003950                             FILE STATUS IS WS-SFEE-STATUS.
003960     SELECT WITHHELD-LIST    ASSIGN TO "TRNHOLD"
003970                             ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005000     RECORDING MODE IS F.
005100 01  TRANSCRIPT-LINE             PIC X(80).
005200
005210 FD  STUDENT-FEE.
005220     COPY STUFEE.
005230
005240 FD  WITHHELD-LIST
005250     RECORDING MODE IS F.
005260 01  WITHHELD-LINE               PIC X(80).
005270
005300 WORKING-STORAGE SECTION.
005400 01  WS-RSLT-STATUS              PIC X(02).
005500     88  WS-RSLT-OK                      VALUE "00".
005600 01  WS-STU-STATUS               PIC X(02).
005700     88  WS-STU-OK                       VALUE "00".
005720 01  WS-SFEE-STATUS              PIC X(02).
005740     88  WS-SFEE-OK                      VALUE "00".
005760 01  WS-SFEE-SW                  PIC X(01)   VALUE 'N'.
005780     88  WS-SFEE-PRESENT                 VALUE 'Y'.
005800
005900 01  WS-SWITCHES.
006000     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006500         88  WS-TERM-STARTED                 VALUE 'Y'.
006600     05  WS-FIRST-PAGE-SW        PIC X(01)   VALUE 'Y'.
006700         88  WS-FIRST-PAGE                   VALUE 'Y'.
006730     05  WS-WITHHELD-SW          PIC X(01)   VALUE 'N'.
006760         88  WS-WITHHELD                     VALUE 'Y'.
006800
006900 01  WS-PREV-STUDENT-ID          PIC 9(05).
007000 01  WS-PREV-TERM-CODE           PIC X(05).
007700
007800 77  WS-STUDENT-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007900 77  WS-RESULT-COUNT             PIC 9(07)   COMP    VALUE ZERO.
007950 77  WS-WITHHELD-COUNT           PIC 9(05)   COMP    VALUE ZERO.
008000
008100 01  WS-HEADING-1.
008200     05  FILLER                  PIC X(40)   VALUE
011000     05  FILLER                  PIC X(20)   VALUE
011100         "CUMULATIVE AVERAGE: ".
011200     05  WS-CL-AVERAGE           PIC ZZ9.
011204
011208 01  WS-HOLD-HEADING-1.
011212     05  FILLER                  PIC X(40)   VALUE
011216         "TRANSCRIPTS WITHHELD - FEES OUTSTANDING".
011220
011224 01  WS-HOLD-HEADING-2.
011228     05  FILLER                  PIC X(41)   VALUE
011232         "STUDENT NAME                         OWED".
011236
011240 01  WS-HOLD-LINE.
011244     05  WS-HL-STUDENT-ID        PIC 9(05).
011248     05  FILLER                  PIC X(03)   VALUE SPACES.
011252     05  WS-HL-STUDENT-NAME      PIC X(20).
011256     05  FILLER                  PIC X(01)   VALUE SPACES.
011260     05  WS-HL-OWED              PIC Z,ZZZ,ZZ9.99.
011264
011268 01  WS-HOLD-TOTAL-LINE.
011272     05  FILLER                  PIC X(24)   VALUE
011276         "TRANSCRIPTS WITHHELD  : ".
011280     05  WS-HT-COUNT             PIC ZZZZ9.
011300
011400     COPY RUNSTAT.
011500
013600     OPEN INPUT  RESULT-MASTER.
013700     OPEN INPUT  STUDENT-MASTER.
013800     OPEN OUTPUT TRANSCRIPT-FILE.
013810     OPEN INPUT  STUDENT-FEE.
013820     IF WS-SFEE-OK
013830         SET WS-SFEE-PRESENT     TO TRUE
013840     END-IF.
013850     OPEN OUTPUT WITHHELD-LIST.
013860     WRITE WITHHELD-LINE         FROM WS-HOLD-HEADING-1.
013870     WRITE WITHHELD-LINE         FROM WS-HOLD-HEADING-2.
013880     WRITE WITHHELD-LINE         FROM SPACES.
013900     IF NOT WS-RSLT-OK
014000         DISPLAY "RESULT MASTER OPEN FAILED - STATUS "
014100                 WS-RSLT-STATUS
015000******************************************************************
015100*    2000-PROCESS-ONE-RESULT - CONTROL BREAKS ON STUDENT (PAGE)
015200*                              AND TERM (SECTION), THEN ONE
015300*                              SUBJECT LINE.  NOTHING IS
015330*                              PRINTED FOR A STUDENT WHOSE
015360*                              TRANSCRIPT IS WITHHELD
015400******************************************************************
015500 2000-PROCESS-ONE-RESULT.
015600     ADD 1                       TO WS-RESULT-COUNT.
017000             END-IF
017100         END-IF
017200     END-IF.
017220     IF WS-WITHHELD
017240         GO TO 2000-READ-NEXT
017260     END-IF.
017300     MOVE RM-SUBJECT-CODE        TO WS-SUB-CODE.
017400     MOVE RM-MARKS               TO WS-SUB-MARKS.
017500     MOVE RM-GRADE               TO WS-SUB-GRADE.
017800                                    WS-CUM-TOTAL.
017900     ADD 1                       TO WS-TERM-SUBJ-COUNT
018000                                    WS-CUM-SUBJ-COUNT.
018050 2000-READ-NEXT.
018100     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
018200 2000-EXIT.
018300     EXIT.
018700     MOVE RM-STUDENT-ID          TO WS-PREV-STUDENT-ID.
018800     MOVE ZERO                   TO WS-CUM-TOTAL
018900                                    WS-CUM-SUBJ-COUNT.
018980     MOVE RM-STUDENT-ID          TO WS-SL-STUDENT-ID.
019060     MOVE SPACES                 TO WS-SL-STUDENT-NAME.
019140     MOVE RM-STUDENT-ID          TO SM-STUDENT-ID.
019220     READ STUDENT-MASTER
019300         INVALID KEY
019380             MOVE "*NOT ON MASTER*" TO WS-SL-STUDENT-NAME
019460         NOT INVALID KEY
019540             MOVE SM-STUDENT-NAME TO WS-SL-STUDENT-NAME
019620     END-READ.
019700     PERFORM 3050-CHECK-FEES THRU 3050-EXIT.
019780     IF WS-WITHHELD
019860         GO TO 3100-EXIT
019940     END-IF.
020020     IF WS-FIRST-PAGE
020100         MOVE 'N'                TO WS-FIRST-PAGE-SW
020180         WRITE TRANSCRIPT-LINE   FROM WS-HEADING-1
020260     ELSE
020340         WRITE TRANSCRIPT-LINE   FROM WS-HEADING-1
020420             AFTER ADVANCING PAGE
020500     END-IF.
020600     WRITE TRANSCRIPT-LINE       FROM WS-STUDENT-LINE.
020700     ADD 1                       TO WS-STUDENT-COUNT.
020800 3100-EXIT.
020900     EXIT.
021000
021003******************************************************************
021006*    3050-CHECK-FEES - WITHHOLD THE TRANSCRIPT WHEN THE STUDENT'S
021009*                      STUFEE ACCOUNT SHOWS A BALANCE OWED
021012******************************************************************
021015 3050-CHECK-FEES.
021018     MOVE 'N'                    TO WS-WITHHELD-SW.
021021     IF NOT WS-SFEE-PRESENT
021024         GO TO 3050-EXIT
021027     END-IF.
021030     MOVE RM-STUDENT-ID          TO SF-STUDENT-ID.
021033     READ STUDENT-FEE
021036         INVALID KEY
021039             GO TO 3050-EXIT
021042     END-READ.
021045     IF SF-BALANCE NOT > ZERO
021048         GO TO 3050-EXIT
021051     END-IF.
021054     SET WS-WITHHELD             TO TRUE.
021057     ADD 1                       TO WS-WITHHELD-COUNT.
021060     MOVE RM-STUDENT-ID          TO WS-HL-STUDENT-ID.
021063     MOVE WS-SL-STUDENT-NAME     TO WS-HL-STUDENT-NAME.
021066     MOVE SF-BALANCE             TO WS-HL-OWED.
021069     WRITE WITHHELD-LINE         FROM WS-HOLD-LINE.
021072 3050-EXIT.
021075     EXIT.
021078
021100 3150-OPEN-TERM.
021200     SET WS-TERM-STARTED         TO TRUE.
021300     MOVE RM-TERM-CODE           TO WS-PREV-TERM-CODE.
021400     MOVE ZERO                   TO WS-TERM-TOTAL
021500                                    WS-TERM-SUBJ-COUNT.
021520     IF WS-WITHHELD
021540         GO TO 3150-EXIT
021560     END-IF.
021600     MOVE SPACES                 TO TRANSCRIPT-LINE.
021700     WRITE TRANSCRIPT-LINE.
021800     MOVE RM-TERM-CODE           TO WS-TL-TERM-CODE.
022200
022300 3200-CLOSE-TERM.
022400     IF WS-TERM-SUBJ-COUNT EQUAL ZERO
022450      OR WS-WITHHELD
022500         GO TO 3200-EXIT
022600     END-IF.
022700     COMPUTE WS-TERM-AVERAGE ROUNDED =
023400
023500 3300-CLOSE-STUDENT.
023600     IF WS-CUM-SUBJ-COUNT EQUAL ZERO
023650      OR WS-WITHHELD
023700         GO TO 3300-EXIT
023800     END-IF.
023900     COMPUTE WS-CUM-AVERAGE ROUNDED =
025900 9000-TERMINATE.
026000     DISPLAY "RESULTS READ       : " WS-RESULT-COUNT.
026100     DISPLAY "TRANSCRIPTS PRINTED: " WS-STUDENT-COUNT.
026120     DISPLAY "TRANSCRIPTS WITHHELD: " WS-WITHHELD-COUNT.
026140     WRITE WITHHELD-LINE         FROM SPACES.
026160     MOVE WS-WITHHELD-COUNT      TO WS-HT-COUNT.
026180     WRITE WITHHELD-LINE         FROM WS-HOLD-TOTAL-LINE.
026200     CLOSE RESULT-MASTER.
026300     CLOSE STUDENT-MASTER.
026400     CLOSE TRANSCRIPT-FILE.
026430     CLOSE STUDENT-FEE.
026460     CLOSE WITHHELD-LIST.
026500     MOVE 'E'                    TO RSA-FUNCTION.
026600     MOVE WS-RESULT-COUNT        TO RSA-READ-COUNT.
026700     MOVE WS-STUDENT-COUNT       TO RSA-WRITTEN-COUNT.
