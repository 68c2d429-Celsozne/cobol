004300*                     PRODUCES EVERY VARIANT OF THE REPORT.
004400*                     WITH NO RULE THE OLD BEHAVIOR STANDS -
004500*                     TAX ID FULLY MASKED, NAME IN THE CLEAR.
004510*    2026-10-15 JPL   THE DISTRIBUTION CLASS NOW COMES FROM THE
004520*                     PARMMAST CONTROLLED PARAMETER MASTER
004530*                     (PARAMETER MASKPRM) AS OF THE BUSINESS DATE
004540*                     THROUGH THE SHARED PARMGET ROUTINE; THE
004550*                     MASKPRM CARD IS READ ONLY WHEN THE MASTER
004560*                     HOLDS NO VALUE.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
008900
009000 01  WS-DIST-CLASS               PIC X(08)   VALUE "INTERNAL".
009100
009120 01  WS-MASK-CARD.
009140     05  WS-MC-DIST-CLASS        PIC X(08).
009160     05  FILLER                  PIC X(32).
009180
009200 01  WS-POLICY-FIELDS.
009300     05  WS-TAXID-POLICY         PIC X(01)   VALUE 'F'.
009400     05  WS-TAXID-KEEP           PIC 9(02)   VALUE ZERO.
013100                                                     ZERO.
013200
013300     COPY RUNSTAT.
013320
013340     COPY PARMREQ.
013400
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
016800*                            CLASS AND ITS FIELD RULES
016900******************************************************************
017000 1300-LOAD-MASK-POLICY.
017050     MOVE SPACES                 TO WS-MASK-CARD.
017100     MOVE "MASKPRM"              TO PQ-PARM-ID.
017150     MOVE SPACES                 TO PQ-PARM-QUAL.
017200     MOVE ZERO                   TO PQ-AS-OF-DATE.
017250     CALL "PARMGET"              USING PARM-REQUEST-AREA.
017300     IF PQ-FOUND
017350         MOVE PQ-VALUE           TO WS-MASK-CARD
017400     ELSE
017450         PERFORM 1310-READ-MASK-CARD THRU 1310-EXIT
017500     END-IF.
017550     IF WS-MC-DIST-CLASS NOT EQUAL SPACES
017600         MOVE WS-MC-DIST-CLASS   TO WS-DIST-CLASS
017650     END-IF.
018300     DISPLAY "DISTRIBUTION CLASS: " WS-DIST-CLASS.
018400     OPEN INPUT MASK-POLICY.
018500     PERFORM 1350-READ-ONE-RULE THRU 1350-EXIT
018800     DISPLAY "MASK RULES APPLIED: " WS-POLICY-COUNT.
018900 1300-EXIT.
019000     EXIT.
019005
019010 1310-READ-MASK-CARD.
019015     OPEN INPUT MASK-PARM.
019020     IF WS-MPRM-OK
019025         READ MASK-PARM INTO WS-MASK-CARD
019030             AT END
019035                 CONTINUE
019040         END-READ
019045     END-IF.
019050     CLOSE MASK-PARM.
019055 1310-EXIT.
019060     EXIT.
019100
019200 1350-READ-ONE-RULE.
019300     READ MASK-POLICY
