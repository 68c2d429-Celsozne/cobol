001810*    2026-09-02 JPL   EACH SUBJECT LINE NOW PRINTS THE SUBJECT
001820*                     NAME FROM THE SUBJREF REFERENCE NEXT TO
001830*                     THE CODE.
001840*    2026-10-15 JPL   A STUDENT WITH A FEE BALANCE OUTSTANDING ON
001850*                     STUFEE HAS THE MARK SHEET WITHHELD; THE
001860*                     STUDENT IS LISTED ON THE MARKHOLD
001870*                     WITHHELD LIST INSTEAD.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003230                             ACCESS MODE IS DYNAMIC
003240                             RECORD KEY IS SB-SUBJECT-CODE
003250                             FILE STATUS IS WS-SUBJ-REF-STATUS.
003251     SELECT OPTIONAL STUDENT-FEE ASSIGN TO "STUFEE"
003252                             ORGANIZATION IS INDEXED
003253                             ACCESS MODE IS RANDOM
003254                             RECORD KEY IS SF-STUDENT-ID
003255                             FILE STATUS IS WS-SFEE-STATUS.
003256     SELECT WITHHELD-LIST    ASSIGN TO "MARKHOLD"
003257                             ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
004410 FD  SUBJECT-REF.
004420     COPY SUBJREF.
004430
004431 FD  STUDENT-FEE.
004432     COPY STUFEE.
004433
004434 FD  WITHHELD-LIST
004435     RECORDING MODE IS F.
004436 01  WITHHELD-LINE               PIC X(80).
004437
004100 WORKING-STORAGE SECTION.
004510 01  WS-SUBJ-REF-STATUS          PIC X(02).
004520     88  WS-SUBJ-REF-OK                  VALUE "00".
004530 01  WS-SUBJ-REF-SW              PIC X(01)   VALUE 'N'.
004540     88  WS-SUBJ-REF-PRESENT             VALUE 'Y'.
004541 01  WS-SFEE-STATUS              PIC X(02).
004542     88  WS-SFEE-OK                      VALUE "00".
004543 01  WS-SFEE-SW                  PIC X(01)   VALUE 'N'.
004544     88  WS-SFEE-PRESENT                 VALUE 'Y'.
004200 01  WS-SWITCHES.
004300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
004400         88  WS-EOF                          VALUE 'Y'.
004500     05  WS-PAGE-OPEN-SW         PIC X(01)   VALUE 'N'.
004600         88  WS-PAGE-OPEN                    VALUE 'Y'.
004630     05  WS-WITHHELD-SW          PIC X(01)   VALUE 'N'.
004660         88  WS-WITHHELD                     VALUE 'Y'.
004700
004800 77  WS-SHEET-COUNT              PIC 9(05)   COMP    VALUE ZERO.
004850 77  WS-WITHHELD-COUNT           PIC 9(05)   COMP    VALUE ZERO.
004900
005000 01  WS-RUN-DATE                 PIC 9(08).
005100
008400     05  WS-RL-AVERAGE           PIC ZZ9.
008500     05  FILLER                  PIC X(10)   VALUE "  RESULT: ".
008600     05  WS-RL-RESULT            PIC X(15).
008604
008608 01  WS-HOLD-HEADING-1.
008612     05  FILLER                  PIC X(40)   VALUE
008616         "MARK SHEETS WITHHELD - FEES OUTSTANDING".
008620     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
008624     05  WS-HH-DATE              PIC 9(08).
008628
008632 01  WS-HOLD-HEADING-2.
008636     05  FILLER                  PIC X(41)   VALUE
008640         "STUDENT NAME                         OWED".
008644
008648 01  WS-HOLD-LINE.
008652     05  WS-HL-STUDENT-ID        PIC 9(05).
008656     05  FILLER                  PIC X(03)   VALUE SPACES.
008660     05  WS-HL-STUDENT-NAME      PIC X(20).
008664     05  FILLER                  PIC X(01)   VALUE SPACES.
008668     05  WS-HL-OWED              PIC Z,ZZZ,ZZ9.99.
008672
008676 01  WS-HOLD-TOTAL-LINE.
008680     05  FILLER                  PIC X(24)   VALUE
008684         "MARK SHEETS WITHHELD  : ".
008688     05  WS-HT-COUNT             PIC ZZZZ9.
008700
008800     COPY RUNSTAT.
008900
010710     IF WS-SUBJ-REF-OK
010720         SET WS-SUBJ-REF-PRESENT TO TRUE
010730     END-IF.
010731     OPEN INPUT STUDENT-FEE.
010732     IF WS-SFEE-OK
010733         SET WS-SFEE-PRESENT     TO TRUE
010734     END-IF.
010735     OPEN OUTPUT WITHHELD-LIST.
010736     MOVE WS-RUN-DATE            TO WS-HH-DATE.
010737     WRITE WITHHELD-LINE         FROM WS-HOLD-HEADING-1.
010738     WRITE WITHHELD-LINE         FROM WS-HOLD-HEADING-2.
010739     WRITE WITHHELD-LINE         FROM SPACES.
010740     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
010800 1000-EXIT.
010900     EXIT.
011200*    2000-PROCESS-RESULT - A SUBJECT RECORD PRINTS A MARKS LINE
011300*                          (OPENING THE STUDENT'S PAGE IF NEED
011400*                          BE); THE STUDENT TOTAL RECORD CLOSES
011500*                          THE PAGE.  A STUDENT WITH FEES
011520*                          OUTSTANDING GETS NO PAGE - THEIR
011540*                          RECORDS ARE PASSED OVER UP TO THE
011560*                          STUDENT TOTAL RECORD
011600******************************************************************
011700 2000-PROCESS-RESULT.
011708     IF NOT WS-PAGE-OPEN
011716      AND NOT WS-WITHHELD
011724      AND (RS-SUBJECT-REC OR RS-STUDENT-REC)
011732         PERFORM 2050-CHECK-FEES THRU 2050-EXIT
011740     END-IF.
011748     IF WS-WITHHELD
011756         IF RS-STUDENT-REC
011764             MOVE 'N'            TO WS-WITHHELD-SW
011772         END-IF
011780         GO TO 2000-READ-NEXT
011788     END-IF.
011800     EVALUATE TRUE
011900         WHEN RS-SUBJECT-REC
012000             IF NOT WS-PAGE-OPEN
013700         WHEN OTHER
013800             CONTINUE
013900     END-EVALUATE.
013950 2000-READ-NEXT.
014000     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
014100 2000-EXIT.
014200     EXIT.
014300
014303******************************************************************
014306*    2050-CHECK-FEES - WITHHOLD THE SHEET WHEN THE STUDENT'S
014309*                      STUFEE ACCOUNT SHOWS A BALANCE OWED
014312******************************************************************
014315 2050-CHECK-FEES.
014318     IF NOT WS-SFEE-PRESENT
014321         GO TO 2050-EXIT
014324     END-IF.
014327     MOVE RS-STUDENT-ID          TO SF-STUDENT-ID.
014330     READ STUDENT-FEE
014333         INVALID KEY
014336             GO TO 2050-EXIT
014339     END-READ.
014342     IF SF-BALANCE NOT > ZERO
014345         GO TO 2050-EXIT
014348     END-IF.
014351     SET WS-WITHHELD             TO TRUE.
014354     ADD 1                       TO WS-WITHHELD-COUNT.
014357     MOVE RS-STUDENT-ID          TO WS-HL-STUDENT-ID.
014360     MOVE RS-STUDENT-NAME        TO WS-HL-STUDENT-NAME.
014363     MOVE SF-BALANCE             TO WS-HL-OWED.
014366     WRITE WITHHELD-LINE         FROM WS-HOLD-LINE.
014369 2050-EXIT.
014372     EXIT.
014375
014400******************************************************************
014500*    2100-OPEN-PAGE - NEW PAGE WITH THE INSTITUTE HEADING AND
014600*                     THE STUDENT'S IDENTITY
017300
017400 9000-TERMINATE.
017500     DISPLAY "MARK SHEETS PRINTED: " WS-SHEET-COUNT.
017520     DISPLAY "MARK SHEETS WITHHELD: " WS-WITHHELD-COUNT.
017540     WRITE WITHHELD-LINE         FROM SPACES.
017560     MOVE WS-WITHHELD-COUNT      TO WS-HT-COUNT.
017580     WRITE WITHHELD-LINE         FROM WS-HOLD-TOTAL-LINE.
017600     CLOSE RESULT-FILE.
017700     CLOSE SUBJECT-REF.
017701     CLOSE STUDENT-FEE.
017702     CLOSE WITHHELD-LIST.
016610     CLOSE MARK-SHEET.
017800     MOVE 'E'                    TO RSA-FUNCTION.
017900     MOVE WS-SHEET-COUNT
