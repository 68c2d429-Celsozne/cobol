001600*                     CUT-LINE CARD ('N'+COUNT FOR TOP N, 'M'+
001700*                     MARKS FOR A THRESHOLD) TRIMS THE LIST SO
001800*                     THE SCHOLARSHIP SET FALLS STRAIGHT OUT.
001820*    2026-10-15 JPL   A STUDENT WHOSE OVERALL RESULT IS BARRED
001840*                     (BARRED FROM EVERY SUBJECT FOR LOW
001860*                     ATTENDANCE) IS EXCLUDED LIKE A FAIL.
001865*    2026-10-15 JPL   THE CUT LINE NOW COMES FROM THE PARMMAST
001870*                     CONTROLLED PARAMETER MASTER (PARAMETER
001875*                     MERITPRM) AS OF THE BUSINESS DATE THROUGH
001880*                     THE SHARED PARMGET ROUTINE; THE MERITPRM
001885*                     CARD IS READ ONLY WHEN THE MASTER HOLDS NO
001890*                     VALUE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
008100 77  WS-PREV-AVERAGE             PIC 9(03)   COMP    VALUE ZERO.
008200
008300 01  WS-CUT-VALUE                PIC 9(05)   VALUE ZERO.
008310 01  WS-MERIT-CARD.
008320     05  WS-MC-CUT-TYPE          PIC X(01).
008330         88  WS-MC-CUT-TOP-N             VALUE 'N'.
008340         88  WS-MC-CUT-MARKS             VALUE 'M'.
008350     05  WS-MC-CUT-VALUE         PIC 9(05).
008360     05  FILLER                  PIC X(34).
008370
008380     COPY PARMREQ.
008400
008500 01  WS-HEADING-1.
008600     05  FILLER                  PIC X(22)   VALUE
012800     DISPLAY "MERIT - MERIT RANK LIST STARTING".
012900     OPEN INPUT  RESULT-FILE.
013000     OPEN OUTPUT MERIT-REPORT.
013100     PERFORM 1100-READ-MERIT-PARM THRU 1100-EXIT.
014400     WRITE MERIT-RPT-LINE        FROM WS-HEADING-1.
014500     WRITE MERIT-RPT-LINE        FROM WS-HEADING-2.
014600 1000-EXIT.
014700     EXIT.
014702
014704******************************************************************
014706*    1100-READ-MERIT-PARM - THE CUT LINE IN FORCE ON THE
014708*                           PARAMETER MASTER, ELSE THE CARD;
014710*                           WITH NEITHER THE WHOLE LIST PRINTS
014712******************************************************************
014714 1100-READ-MERIT-PARM.
014716     MOVE SPACES                 TO WS-MERIT-CARD.
014718     MOVE "MERITPRM"             TO PQ-PARM-ID.
014720     MOVE SPACES                 TO PQ-PARM-QUAL.
014722     MOVE ZERO                   TO PQ-AS-OF-DATE.
014724     CALL "PARMGET"              USING PARM-REQUEST-AREA.
014726     IF PQ-FOUND
014728         MOVE PQ-VALUE           TO WS-MERIT-CARD
014730     ELSE
014732         PERFORM 1110-READ-MERIT-CARD THRU 1110-EXIT
014734     END-IF.
014736     IF WS-MC-CUT-TOP-N OR WS-MC-CUT-MARKS
014738         MOVE WS-MC-CUT-TYPE     TO WS-CUT-MODE-SW
014740         MOVE WS-MC-CUT-VALUE    TO WS-CUT-VALUE
014742     END-IF.
014744 1100-EXIT.
014746     EXIT.
014748
014750 1110-READ-MERIT-CARD.
014752     OPEN INPUT MERIT-PARM.
014754     IF WS-PARM-OK
014756         READ MERIT-PARM INTO WS-MERIT-CARD
014758             AT END
014760                 CONTINUE
014762         END-READ
014764         CLOSE MERIT-PARM
014766     END-IF.
014768 1110-EXIT.
014770     EXIT.
014800
014900******************************************************************
015000*    2000-SELECT-STUDENTS - RELEASE THE PASSING STUDENT-TOTAL
016200     IF RS-STUDENT-REC
016300         ADD 1                   TO WS-CANDIDATE-COUNT
016400         IF RS-GRADE EQUAL "FAIL"
016450          OR RS-BARRED
016500             ADD 1               TO WS-EXCLUDED-COUNT
016600         ELSE
016700             MOVE RS-AVERAGE     TO SM-AVERAGE
