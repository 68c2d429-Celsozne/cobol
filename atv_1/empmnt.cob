002899*                     REFUSES A USER NOT AUTHORIZED FOR
002901*                     EMPMAST OR OVER THEIR PAY-RATE CEILING,
002902*                     AND THE AUDIT CARRIES THE USER.
002903*    2026-10-15 JPL   CARRIES THE PAY GROUP (WEEKLY 'W' OR
002904*                     MONTHLY 'M') ON ADD AND CHANGE WITH A
002905*                     VALUE EDIT - A BLANK GROUP ON AN ADD
002906*                     DEFAULTS TO MONTHLY, ON A CHANGE LEAVES
002907*                     THE GROUP AS IT WAS - AND THE AUDIT
002908*                     SHOWS THE BEFORE AND AFTER GROUP.
002909*    2026-10-15 JPL   CARRIES THE PAY GRADE ON ADD AND CHANGE,
002910*                     CHECKED AGAINST THE NEW PAYGRADE REFERENCE
002911*                     MASTER (A BLANK GRADE ON A CHANGE LEAVES IT
002912*                     AS IT WAS).  AN ADD, OR A CHANGE TO BASE
002913*                     PAY, GRADE OR GROUP, WHOSE BASE PAY
002914*                     ANNUALISED FOR THE GROUP FALLS OUTSIDE THE
002915*                     GRADE'S MINIMUM TO MAXIMUM IS REJECTED
002916*                     UNLESS THE TRANSACTION'S OVERRIDE USER - A
002917*                     SUPERVISOR OTHER THAN THE SUBMITTER - IS
002918*                     AUTHORIZED FOR GRADEOVR IN USERAUTH.  THE
002919*                     AUDIT SHOWS THE BEFORE AND AFTER GRADE AND
002920*                     THE OVERRIDE USER.
002921*    2026-10-15 JPL   CARRIES THE MANAGER (REPORTS-TO) EMPLOYEE
002922*                     ID ON ADD AND CHANGE - ZERO FOR THE TOP OF
002923*                     THE ORGANISATION, BLANK ON A CHANGE LEAVES
002924*                     IT AS IT WAS.  THE MANAGER MUST BE ON THE
002925*                     MASTER AND ACTIVE, AND MAY NOT BE THE
002926*                     EMPLOYEE OR ANYONE REPORTING TO THE
002927*                     EMPLOYEE - THE CHAIN ABOVE THE MANAGER IS
002928*                     WALKED TO THE TOP AND A CIRCULAR CHAIN IS
002929*                     REJECTED.  THE AUDIT SHOWS THE BEFORE AND
002930*                     AFTER MANAGER.
002931*    2026-10-15 JPL   THE AUDIT SHOWS THE BEFORE AND AFTER BASE
002932*                     PAY, SO A PAY CHANGE CAN BE TOLD FROM THE
002933*                     TRAIL ALONE; EMPAUD LINE WIDENED TO 156.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004630                             ACCESS MODE IS DYNAMIC
004640                             RECORD KEY IS DP-DEPT-CODE
004650                             FILE STATUS IS WS-DEPT-STATUS.
004658     SELECT OPTIONAL GRADE-MASTER ASSIGN TO "PAYGRADE"
004666                             ORGANIZATION IS INDEXED
004674                             ACCESS MODE IS DYNAMIC
004682                             RECORD KEY IS PG-GRADE-CODE
004690                             FILE STATUS IS WS-GRADE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
006000
006100 FD  EMPLOYEE-AUDIT
006200     RECORDING MODE IS F.
006300 01  EMP-AUDIT-LINE              PIC X(156).
006310
006312 FD  EMPLOYEE-EVENTS
006314     RECORDING MODE IS F.
006318
006320 FD  DEPT-MASTER.
006330     COPY DEPTMAST.
006340
006350 FD  GRADE-MASTER.
006360     COPY PAYGRADE.
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-MASTER-STATUS            PIC X(02).
006920     88  WS-DEPT-OK                      VALUE "00".
006930 01  WS-DEPT-REF-SW              PIC X(01)   VALUE 'N'.
006940     88  WS-DEPT-REF-PRESENT             VALUE 'Y'.
006950 01  WS-GRADE-STATUS             PIC X(02).
006960     88  WS-GRADE-OK                     VALUE "00".
006970 01  WS-GRADE-REF-SW             PIC X(01)   VALUE 'N'.
006980     88  WS-GRADE-REF-PRESENT            VALUE 'Y'.
007000
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007900 77  WS-CHANGE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008000 77  WS-DELETE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008100 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
008150 77  WS-OVERRIDE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
008160 77  WS-CHAIN-DEPTH              PIC 9(03)   COMP    VALUE ZERO.
008170 77  WS-MAX-CHAIN-DEPTH          PIC 9(03)   COMP    VALUE 50.
008200
008300 01  WS-TRANS-REJECT-LINE.
008400     05  WS-TREJ-TRAN-CODE       PIC X(01).
009000 01  WS-OLD-EMP-NAME             PIC X(30).
009100 01  WS-OLD-DEPT-CODE            PIC X(03).
009200 01  WS-OLD-STATUS               PIC X(01).
009250 01  WS-OLD-PAY-GROUP            PIC X(01).
009300
009400 01  WS-AUDIT-DATE               PIC 9(08).
009410 01  WS-EVENT-TYPE               PIC X(01).
009470 01  WS-AUTH-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
009480 01  WS-AUTH-SW                  PIC X(01).
009490     88  WS-AUTHORIZED                   VALUE 'Y'.
009491 01  WS-GRADE-AUTH-ID            PIC X(08)   VALUE "GRADEOVR".
009492 01  WS-OLD-BASE-PAY             PIC 9(05)V9(02).
009493 01  WS-OLD-GRADE-CODE           PIC X(03).
009494 01  WS-ANNUAL-PAY               PIC 9(07)V9(02).
009495 01  WS-OVERRIDE-USER            PIC X(08).
009496 01  WS-OLD-MANAGER-ID           PIC 9(05).
009497 01  WS-CHAIN-EMP-ID             PIC 9(05).
009500
009600 01  WS-AUDIT-LINE.
009700     05  WS-AUD-TRAN-CODE        PIC X(01).
011400     05  WS-AUD-DATE             PIC 9(08).
011410     05  FILLER                  PIC X(01)   VALUE SPACES.
011420     05  WS-AUD-USER-ID          PIC X(08).
011430     05  FILLER                  PIC X(01)   VALUE SPACES.
011440     05  WS-AUD-OLD-PAY-GROUP    PIC X(01).
011450     05  FILLER                  PIC X(01)   VALUE SPACES.
011460     05  WS-AUD-NEW-PAY-GROUP    PIC X(01).
011465     05  FILLER                  PIC X(01)   VALUE SPACES.
011470     05  WS-AUD-OLD-GRADE        PIC X(03).
011475     05  FILLER                  PIC X(01)   VALUE SPACES.
011480     05  WS-AUD-NEW-GRADE        PIC X(03).
011485     05  FILLER                  PIC X(01)   VALUE SPACES.
011490     05  WS-AUD-OVERRIDE-USER    PIC X(08).
011491     05  FILLER                  PIC X(01)   VALUE SPACES.
011492     05  WS-AUD-OLD-MANAGER      PIC 9(05).
011493     05  FILLER                  PIC X(01)   VALUE SPACES.
011494     05  WS-AUD-NEW-MANAGER      PIC 9(05).
011495     05  FILLER                  PIC X(01)   VALUE SPACES.
011496     05  WS-AUD-OLD-BASE-PAY     PIC 9(05)V9(02).
011497     05  FILLER                  PIC X(01)   VALUE SPACES.
011498     05  WS-AUD-NEW-BASE-PAY     PIC 9(05)V9(02).
011500
011600     COPY RUNSTAT.
011700
013740     ELSE
013750         DISPLAY "NO DEPARTMENT REFERENCE - DEPT EDIT SKIPPED"
013760     END-IF.
013765     OPEN INPUT  GRADE-MASTER.
013770     IF WS-GRADE-OK
013775         SET WS-GRADE-REF-PRESENT TO TRUE
013780     ELSE
013785         DISPLAY "NO PAY GRADE REFERENCE - GRADE EDIT SKIPPED"
013790     END-IF.
013800     ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
013900     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
014000 1000-EXIT.
017500******************************************************************
017600 2050-EDIT-EMPLOYEE-ID.
017700     SET WS-ID-VALID             TO TRUE.
017750     MOVE SPACES                 TO WS-OVERRIDE-USER.
017800     IF ET-EMP-ID EQUAL SPACES OR ET-EMP-ID EQUAL ZERO
017900         SET WS-ID-INVALID       TO TRUE
018000         MOVE "ID IS ZERO OR BLANK" TO WS-TREJ-REASON
018600                                 TO WS-TREJ-REASON
018700         END-IF
018800     END-IF.
018801     IF WS-ID-VALID AND NOT ET-DELETE
018802      AND ET-PAY-GROUP NOT EQUAL SPACE
018803      AND NOT ET-PAY-GROUP-VALID
018804         SET WS-ID-INVALID       TO TRUE
018805         MOVE "INVALID PAY GROUP" TO WS-TREJ-REASON
018806     END-IF.
018810     IF WS-ID-VALID AND NOT ET-DELETE
018820      AND WS-DEPT-REF-PRESENT
018830         MOVE ET-DEPT-CODE       TO DP-DEPT-CODE
018895                 END-IF
018896         END-READ
018897     END-IF.
018898     PERFORM 2060-EDIT-GRADE-CODE THRU 2060-EXIT.
018899     PERFORM 2070-EDIT-MANAGER THRU 2070-EXIT.
018900 2050-EXIT.
019000     EXIT.
019004
019008******************************************************************
019012*    2060-EDIT-GRADE-CODE - A GRADE CODE ON AN ADD OR CHANGE
019016*                           MUST BE ON THE PAYGRADE REFERENCE
019018*                           AND ACTIVE
019020******************************************************************
019024 2060-EDIT-GRADE-CODE.
019028     IF WS-ID-INVALID OR ET-DELETE
019032      OR ET-GRADE-CODE EQUAL SPACES
019036      OR NOT WS-GRADE-REF-PRESENT
019040         GO TO 2060-EXIT
019044     END-IF.
019048     MOVE ET-GRADE-CODE          TO PG-GRADE-CODE.
019052     READ GRADE-MASTER
019056         INVALID KEY
019060             SET WS-ID-INVALID   TO TRUE
019064             MOVE "GRADE NOT ON REFERENCE" TO WS-TREJ-REASON
019068         NOT INVALID KEY
019072             IF PG-INACTIVE
019076                 SET WS-ID-INVALID TO TRUE
019080                 MOVE "GRADE NOT ACTIVE" TO WS-TREJ-REASON
019084             END-IF
019088     END-READ.
019092 2060-EXIT.
019096     EXIT.
019100
019200******************************************************************
019300*    2100-ADD-EMPLOYEE - WRITE A NEW EMPLOYEE MASTER RECORD
019900     MOVE ET-HIRE-DATE           TO EMP-HIRE-DATE.
020000     MOVE ET-STATUS              TO EMP-STATUS.
020100     MOVE ET-BASE-PAY            TO EMP-BASE-PAY.
020101     IF ET-PAY-GROUP EQUAL SPACE
020102         SET EMP-PAY-MONTHLY     TO TRUE
020103     ELSE
020104         MOVE ET-PAY-GROUP       TO EMP-PAY-GROUP
020105     END-IF.
020110     IF ET-STATUS-TERMINATED
020120         MOVE WS-AUDIT-DATE      TO EMP-TERM-DATE
020130     ELSE
020140         MOVE ZERO               TO EMP-TERM-DATE
020150     END-IF.
020156     MOVE ET-GRADE-CODE          TO EMP-GRADE-CODE.
020157     IF ET-MANAGER-ID EQUAL SPACES
020158         MOVE ZERO               TO EMP-MANAGER-ID
020159     ELSE
020160         MOVE ET-MANAGER-ID      TO EMP-MANAGER-ID
020161     END-IF.
020162     MOVE SPACES                 TO WS-OLD-GRADE-CODE.
020168     PERFORM 2150-EDIT-PAY-RANGE THRU 2150-EXIT.
020174     IF WS-ID-INVALID
020180         PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
020186         GO TO 2100-EXIT
020192     END-IF.
020200     WRITE EMP-RECORD
020300       INVALID KEY
020400         MOVE "DUPLICATE EMPLOYEE ID" TO WS-TREJ-REASON
020800         MOVE SPACES             TO WS-OLD-EMP-NAME
020900                                        WS-OLD-DEPT-CODE
021000                                        WS-OLD-STATUS
021050                                        WS-OLD-PAY-GROUP
021070         MOVE ZERO               TO WS-OLD-MANAGER-ID
021080                                        WS-OLD-BASE-PAY
021100         PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
021110         MOVE 'H'                TO WS-EVENT-TYPE
021120         PERFORM 2260-WRITE-EVENT-RECORD THRU 2260-EXIT
021200     END-WRITE.
021300 2100-EXIT.
021400     EXIT.
021401
021402******************************************************************
021403*    2150-EDIT-PAY-RANGE - THE BASE PAY, ANNUALISED FOR THE PAY
021404*                          GROUP, MUST FALL WITHIN THE GRADE'S
021405*                          MINIMUM TO MAXIMUM.  OUTSIDE IT THE
021406*                          TRANSACTION NEEDS AN OVERRIDE USER, NOT
021407*                          THE SUBMITTER, WHOM USERAUTH AUTHORIZES
021408*                          FOR GRADEOVR UP TO THE ANNUALISED PAY
021409******************************************************************
021410 2150-EDIT-PAY-RANGE.
021411     IF EMP-GRADE-CODE EQUAL SPACES
021412      OR NOT WS-GRADE-REF-PRESENT
021413         GO TO 2150-EXIT
021414     END-IF.
021415     MOVE EMP-GRADE-CODE         TO PG-GRADE-CODE.
021416     READ GRADE-MASTER
021417         INVALID KEY
021418             SET WS-ID-INVALID   TO TRUE
021419             MOVE "GRADE NOT ON REFERENCE" TO WS-TREJ-REASON
021420     END-READ.
021421     IF WS-ID-INVALID
021422         GO TO 2150-EXIT
021423     END-IF.
021424     IF EMP-PAY-WEEKLY
021425         COMPUTE WS-ANNUAL-PAY = EMP-BASE-PAY * 52
021426     ELSE
021427         COMPUTE WS-ANNUAL-PAY = EMP-BASE-PAY * 12
021428     END-IF.
021429     IF WS-ANNUAL-PAY NOT LESS THAN PG-MIN-PAY
021430      AND WS-ANNUAL-PAY NOT GREATER THAN PG-MAX-PAY
021431         GO TO 2150-EXIT
021432     END-IF.
021433     IF ET-OVERRIDE-USER EQUAL SPACES
021434         SET WS-ID-INVALID       TO TRUE
021435         MOVE "BASE PAY OUTSIDE GRADE RANGE" TO WS-TREJ-REASON
021436         GO TO 2150-EXIT
021437     END-IF.
021438     IF ET-OVERRIDE-USER EQUAL ET-USER-ID
021439         SET WS-ID-INVALID       TO TRUE
021440         MOVE "OVERRIDE BY SUBMITTING USER" TO WS-TREJ-REASON
021441         GO TO 2150-EXIT
021442     END-IF.
021443     CALL "AUTHCHK"              USING ET-OVERRIDE-USER
021444                                       WS-GRADE-AUTH-ID
021445                                       WS-ANNUAL-PAY
021446                                       WS-AUTH-SW.
021447     IF NOT WS-AUTHORIZED
021448         SET WS-ID-INVALID       TO TRUE
021449         MOVE "RANGE OVERRIDE NOT AUTHORIZED" TO WS-TREJ-REASON
021450         GO TO 2150-EXIT
021451     END-IF.
021452     MOVE ET-OVERRIDE-USER       TO WS-OVERRIDE-USER.
021453 2150-EXIT.
021454     EXIT.
021500
021600******************************************************************
021700*    2200-CHANGE-EMPLOYEE - REWRITE AN EXISTING EMPLOYEE RECORD
022700         MOVE EMP-NAME           TO WS-OLD-EMP-NAME
022800         MOVE EMP-DEPT-CODE      TO WS-OLD-DEPT-CODE
022900         MOVE EMP-STATUS         TO WS-OLD-STATUS
022950         MOVE EMP-PAY-GROUP      TO WS-OLD-PAY-GROUP
022960         MOVE EMP-BASE-PAY       TO WS-OLD-BASE-PAY
022970         MOVE EMP-GRADE-CODE     TO WS-OLD-GRADE-CODE
022980         MOVE EMP-MANAGER-ID     TO WS-OLD-MANAGER-ID
023000         MOVE ET-EMP-NAME        TO EMP-NAME
023100         MOVE ET-DEPT-CODE       TO EMP-DEPT-CODE
023200         MOVE ET-HIRE-DATE       TO EMP-HIRE-DATE
023300         MOVE ET-STATUS          TO EMP-STATUS
023320         IF ET-MANAGER-ID NOT EQUAL SPACES
023340             MOVE ET-MANAGER-ID  TO EMP-MANAGER-ID
023360         END-IF
023400         MOVE ET-BASE-PAY        TO EMP-BASE-PAY
023402         IF ET-PAY-GROUP NOT EQUAL SPACE
023404             MOVE ET-PAY-GROUP   TO EMP-PAY-GROUP
023406         END-IF
023407         IF ET-GRADE-CODE NOT EQUAL SPACES
023408             MOVE ET-GRADE-CODE  TO EMP-GRADE-CODE
023409         END-IF
023410         IF WS-OLD-STATUS EQUAL 'A'
023420          AND ET-STATUS-TERMINATED
023430             MOVE WS-AUDIT-DATE  TO EMP-TERM-DATE
023460          AND ET-STATUS-ACTIVE
023470             MOVE ZERO           TO EMP-TERM-DATE
023480         END-IF
023482         IF EMP-BASE-PAY NOT EQUAL WS-OLD-BASE-PAY
023484          OR EMP-GRADE-CODE NOT EQUAL WS-OLD-GRADE-CODE
023485          OR EMP-PAY-GROUP NOT EQUAL WS-OLD-PAY-GROUP
023486             PERFORM 2150-EDIT-PAY-RANGE THRU 2150-EXIT
023488         END-IF
023490         IF WS-ID-INVALID
023492             PERFORM 2900-WRITE-TRANS-REJECT THRU 2900-WRJ-EXIT
023494             GO TO 2200-EXIT
023496         END-IF
023500         REWRITE EMP-RECORD
023510         MOVE 'R'                TO WS-JRN-ACTION
023520         MOVE EMP-RECORD         TO WS-JRN-AFTER
023800     END-IF.
023900 2200-EXIT.
024000     EXIT.
024001
024002******************************************************************
024003*    2070-EDIT-MANAGER - A MANAGER ON AN ADD OR CHANGE MUST BE
024004*                        ON THE MASTER AND ACTIVE, AND MUST NOT
024005*                        BE THE EMPLOYEE OR SIT BELOW THE
024006*                        EMPLOYEE - THE CHAIN ABOVE THE MANAGER IS
024007*                        WALKED TO THE TOP AND MAY NOT COME BACK
024008*                        TO THE EMPLOYEE.  THE WALK READS THE
024009*                        MASTER, SO ADD AND CHANGE BUILD THEIR
024010*                        RECORD AFTER THIS EDIT
024011******************************************************************
024012 2070-EDIT-MANAGER.
024013     IF WS-ID-INVALID OR ET-DELETE
024014      OR ET-MANAGER-ID EQUAL SPACES
024015      OR ET-MANAGER-ID EQUAL ZERO
024016         GO TO 2070-EXIT
024017     END-IF.
024018     IF ET-MANAGER-ID NOT NUMERIC
024019         SET WS-ID-INVALID       TO TRUE
024020         MOVE "INVALID MANAGER ID" TO WS-TREJ-REASON
024021         GO TO 2070-EXIT
024022     END-IF.
024023     IF ET-MANAGER-ID EQUAL ET-EMP-ID
024024         SET WS-ID-INVALID       TO TRUE
024025         MOVE "EMPLOYEE CANNOT MANAGE SELF" TO WS-TREJ-REASON
024026         GO TO 2070-EXIT
024027     END-IF.
024028     MOVE ET-MANAGER-ID          TO EMP-ID.
024029     READ EMPLOYEE-MASTER
024030         INVALID KEY
024031             SET WS-ID-INVALID   TO TRUE
024032             MOVE "MANAGER NOT ON FILE" TO WS-TREJ-REASON
024033     END-READ.
024034     IF WS-ID-INVALID
024035         GO TO 2070-EXIT
024036     END-IF.
024037     IF EMP-TERMINATED
024038         SET WS-ID-INVALID       TO TRUE
024039         MOVE "MANAGER IS TERMINATED" TO WS-TREJ-REASON
024040         GO TO 2070-EXIT
024041     END-IF.
024042     MOVE ZERO                   TO WS-CHAIN-DEPTH.
024043     MOVE EMP-MANAGER-ID         TO WS-CHAIN-EMP-ID.
024044     PERFORM 2075-CLIMB-CHAIN THRU 2075-EXIT
024045             UNTIL WS-CHAIN-EMP-ID EQUAL ZERO
024046                OR WS-ID-INVALID.
024047 2070-EXIT.
024048     EXIT.
024049
024050******************************************************************
024051*    2075-CLIMB-CHAIN - ONE STEP UP THE REPORTING CHAIN.  MEETING
024052*                       THE EMPLOYEE AGAIN MEANS THE NEW MANAGER
024053*                       REPORTS (DIRECTLY OR NOT) TO THE EMPLOYEE;
024054*                       A CHAIN LONGER THAN THE LIMIT IS ALREADY
024055*                       LOOPING ABOVE THE MANAGER AND IS REFUSED
024056*                       RATHER THAN WALKED FOR EVER.  A MANAGER
024057*                       HIGHER UP WHO IS NO LONGER ON FILE ENDS
024058*                       THE CHAIN
024059******************************************************************
024060 2075-CLIMB-CHAIN.
024061     IF WS-CHAIN-EMP-ID EQUAL ET-EMP-ID
024062         SET WS-ID-INVALID       TO TRUE
024063         MOVE "CIRCULAR REPORTING CHAIN" TO WS-TREJ-REASON
024064         GO TO 2075-EXIT
024065     END-IF.
024066     ADD 1                       TO WS-CHAIN-DEPTH.
024067     IF WS-CHAIN-DEPTH GREATER THAN WS-MAX-CHAIN-DEPTH
024068         SET WS-ID-INVALID       TO TRUE
024069         MOVE "REPORTING CHAIN TOO DEEP" TO WS-TREJ-REASON
024070         GO TO 2075-EXIT
024071     END-IF.
024072     MOVE WS-CHAIN-EMP-ID        TO EMP-ID.
024073     READ EMPLOYEE-MASTER
024074         INVALID KEY
024075             MOVE ZERO           TO EMP-MANAGER-ID
024076     END-READ.
024077     MOVE EMP-MANAGER-ID         TO WS-CHAIN-EMP-ID.
024078 2075-EXIT.
024079     EXIT.
024100
024200******************************************************************
024300*    2250-WRITE-AUDIT-RECORD - LOG THE BEFORE/AFTER EMPLOYEE
025400     MOVE EMP-STATUS             TO WS-AUD-NEW-STATUS.
025500     MOVE WS-AUDIT-DATE          TO WS-AUD-DATE.
025510     MOVE ET-USER-ID             TO WS-AUD-USER-ID.
025540     MOVE WS-OLD-PAY-GROUP       TO WS-AUD-OLD-PAY-GROUP.
025570     MOVE EMP-PAY-GROUP          TO WS-AUD-NEW-PAY-GROUP.
025574     MOVE WS-OLD-GRADE-CODE      TO WS-AUD-OLD-GRADE.
025578     MOVE EMP-GRADE-CODE         TO WS-AUD-NEW-GRADE.
025582     MOVE WS-OVERRIDE-USER       TO WS-AUD-OVERRIDE-USER.
025583     MOVE WS-OLD-MANAGER-ID      TO WS-AUD-OLD-MANAGER.
025584     MOVE EMP-MANAGER-ID         TO WS-AUD-NEW-MANAGER.
025586     MOVE WS-OLD-BASE-PAY        TO WS-AUD-OLD-BASE-PAY.
025589     MOVE EMP-BASE-PAY           TO WS-AUD-NEW-BASE-PAY.
025592     IF WS-OVERRIDE-USER NOT EQUAL SPACES
025594         ADD 1                   TO WS-OVERRIDE-COUNT
025597     END-IF.
025600     WRITE EMP-AUDIT-LINE        FROM WS-AUDIT-LINE.
025700 2250-EXIT.
025800     EXIT.
027100         MOVE EMP-NAME           TO WS-OLD-EMP-NAME
027200         MOVE EMP-DEPT-CODE      TO WS-OLD-DEPT-CODE
027300         MOVE EMP-STATUS         TO WS-OLD-STATUS
027350         MOVE EMP-PAY-GROUP      TO WS-OLD-PAY-GROUP
027370         MOVE EMP-GRADE-CODE     TO WS-OLD-GRADE-CODE
027380         MOVE EMP-MANAGER-ID     TO WS-OLD-MANAGER-ID
027390         MOVE EMP-BASE-PAY       TO WS-OLD-BASE-PAY
027400         DELETE EMPLOYEE-MASTER
027500             INVALID KEY
027600             MOVE "EMPLOYEE ID NOT ON FILE" TO WS-TREJ-REASON
028000                 MOVE SPACES         TO EMP-NAME
028100                                        EMP-DEPT-CODE
028200                                        EMP-STATUS
028250                                        EMP-PAY-GROUP
028270                                       EMP-GRADE-CODE
028280                 MOVE ZERO           TO EMP-BASE-PAY
028300                 PERFORM 2250-WRITE-AUDIT-RECORD THRU 2250-EXIT
028400         END-DELETE
028500     END-IF.
031600     DISPLAY "EMPLOYEES CHANGED  : " WS-CHANGE-COUNT.
031700     DISPLAY "EMPLOYEES DELETED  : " WS-DELETE-COUNT.
031800     DISPLAY "TRANSACTIONS REJECTED : " WS-REJECT-COUNT.
031850     DISPLAY "GRADE RANGE OVERRIDES : " WS-OVERRIDE-COUNT.
031900     CLOSE EMPLOYEE-MASTER.
032000     CLOSE EMPLOYEE-TRANS.
032100     CLOSE EMPLOYEE-TRANS-REJECT.
032200     CLOSE EMPLOYEE-AUDIT.
032210     CLOSE DEPT-MASTER.
032220     CLOSE EMPLOYEE-EVENTS.
032260     CLOSE GRADE-MASTER.
032300     IF WS-REJECT-COUNT > ZERO
032400         MOVE 4              TO RETURN-CODE
032500     END-IF.
