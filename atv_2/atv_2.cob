012500*                     EFFECT INCLUDING THE RATE-BASED PORTION
012600*                     (ROUNDED TO THE CENT) - BOTH MATCH THE
012700*                     ORIGINAL ON THE HISTORY.
012720*    2026-10-15 JPL   EXPCLM EXPENSE REIMBURSEMENTS (SOURCE FEED
012740*                     '10') ARE APPROVED AT INTAKE AND BYPASS
012760*                     THE THRESHOLD HOLD LIKE FEED '04'.
012764*    2026-10-15 JPL   ADJUSTMENTS CARRY A RATE CODE INSTEAD OF A
012768*                     RAW RATE.  THE SHARED RATELKUP ROUTINE
012772*                     RESOLVES IT AGAINST THE TB4-MAINTAINED
012776*                     RATECODE MASTER AS OF THE BUSINESS DATE; AN
012780*                     UNKNOWN, NOT-YET-EFFECTIVE OR EXPIRED CODE
012784*                     GOES TO ADJREJ BEFORE ANY MONEY MOVES.  THE
012788*                     REGISTER PRINTS THE CODE AND ADJHIST KEEPS
012792*                     IT FOR THE RATEUSE USAGE REPORT.
012793*    2026-10-15 JPL   THE APPROVAL THRESHOLD NOW COMES FROM THE
012794*                     PARMMAST CONTROLLED PARAMETER MASTER
012795*                     (PARAMETER ADJTHRSH) AS OF THE BUSINESS
012796*                     DATE THROUGH THE SHARED PARMGET ROUTINE;
012797*                     THE ADJTHRSH CARD IS READ ONLY WHEN THE
012798*                     MASTER HOLDS NO VALUE.
012800******************************************************************
012900 ENVIRONMENT DIVISION.
013000 CONFIGURATION SECTION.
023500         88  SA-TYPE-REVERSAL                VALUE 'R'.
023600     05  SA-AMOUNT           PIC S9(3)V9(2).
023700     05  SA-BADGE-ID         PIC X(06).
023800     05  SA-RATE-CODE        PIC X(02).
023850     05  FILLER              PIC X(01).
023900     05  SA-SOURCE-FEED      PIC X(02).
024000     05  SA-ORIG-RUN-DATE    PIC 9(08).
024100
030200 77  WS-APPLIED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
030300 77  WS-BADGE-REJECT-COUNT   PIC 9(05)   COMP    VALUE ZERO.
030400 77  WS-EMP-REJECT-COUNT     PIC 9(05)   COMP    VALUE ZERO.
030450 77  WS-RATE-REJECT-COUNT    PIC 9(05)   COMP    VALUE ZERO.
030500
030600 01  WS-BADGE-REJECT-LINE.
030700     05  WS-BREJ-EMP-ID      PIC 9(05).
031600     88  WS-PENDI-OK                     VALUE "00".
031700
031800 01  WS-RATE-ADJUSTMENT      PIC S9(3)V9(6)  VALUE ZERO.
031850     COPY RATERES.
031870     COPY PARMREQ.
031900
032000 01  WS-RUN-DATE             PIC 9(08).
032100
033100 77  WS-CARRIED-PEND-COUNT   PIC 9(05)   COMP    VALUE ZERO.
033200
033300 01  WS-APPROVAL-THRESHOLD   PIC 9(03)V9(02) VALUE 999.99.
033320 01  WS-THRESHOLD-CARD.
033340     05  WS-TC-THRESHOLD     PIC 9(03)V9(02).
033360     05  FILLER              PIC X(35).
033400 01  WS-ABS-AMOUNT           PIC 9(03)V9(02).
033500
033600 01  WS-PENDING-RECORD.
033800     05  WS-PEND-TYPE        PIC X(01).
033900     05  WS-PEND-AMOUNT      PIC S9(3)V9(2).
034000     05  WS-PEND-BADGE-ID    PIC X(06).
034100     05  WS-PEND-RATE-CODE   PIC X(02).
034150     05  FILLER              PIC X(01)   VALUE SPACE.
034200     05  WS-PEND-SOURCE-FEED PIC X(02).
034300     05  WS-PEND-ORIG-DATE   PIC 9(08).
034400
035500     05  FILLER              PIC X(02)   VALUE SPACES.
035600     05  FILLER              PIC X(08)   VALUE "AMOUNT".
035700     05  FILLER              PIC X(02)   VALUE SPACES.
035750     05  FILLER              PIC X(04)   VALUE "RC".
035800     05  FILLER              PIC X(11)   VALUE "RATE ADJ".
035900     05  FILLER              PIC X(02)   VALUE SPACES.
036000     05  FILLER              PIC X(05)   VALUE "DEPT ".
036800     05  FILLER              PIC X(02)   VALUE SPACES.
036900     05  WS-REG-AMOUNT       PIC -ZZ9.99.
037000     05  FILLER              PIC X(02)   VALUE SPACES.
037030     05  WS-REG-RATE-CODE    PIC X(02).
037060     05  FILLER              PIC X(02)   VALUE SPACES.
037100     05  WS-REG-RATE-ADJ     PIC -ZZ9.9(6).
037200     05  FILLER              PIC X(02)   VALUE SPACES.
037300     05  WS-REG-DEPT         PIC X(03).
043100         10  WS-HI-SCALED-RATE   PIC PPP999.
043200         10  WS-HI-RATE-ADJ      PIC S9(3)V9(6).
043300         10  WS-HI-REVERSED-SW   PIC X(01).
043350         10  WS-HI-RATE-CODE     PIC X(02).
043400 01  WS-RPRM-STATUS              PIC X(02).
043500     88  WS-RPRM-OK                      VALUE "00".
043600 01  WS-REG-SWITCHES.
063900     EXIT.
064000
064100******************************************************************
064200*    1200-READ-THRESHOLD - THE APPROVAL THRESHOLD IN FORCE ON
064300*                          THE PARAMETER MASTER, ELSE THE OLD
064400*                          ONE-CARD FILE; WITH NEITHER THE
064500*                          DEFAULT LETS EVERYTHING THROUGH
064550*                          SINGLE-PASS
064600******************************************************************
064700 1200-READ-THRESHOLD.
064790     MOVE SPACES                 TO WS-THRESHOLD-CARD.
064880     MOVE "ADJTHRSH"             TO PQ-PARM-ID.
064970     MOVE SPACES                 TO PQ-PARM-QUAL.
065060     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
065150     CALL "PARMGET"              USING PARM-REQUEST-AREA.
065240     IF PQ-FOUND
065330         MOVE PQ-VALUE           TO WS-THRESHOLD-CARD
065420     ELSE
065510         PERFORM 1210-READ-THRESHOLD-CARD THRU 1210-EXIT
065600     END-IF.
065690     IF WS-TC-THRESHOLD NUMERIC AND WS-TC-THRESHOLD > ZERO
065780         MOVE WS-TC-THRESHOLD    TO WS-APPROVAL-THRESHOLD
065870     END-IF.
066000     DISPLAY "APPROVAL THRESHOLD: " WS-APPROVAL-THRESHOLD.
066100 1200-EXIT.
066200     EXIT.
066207
066214 1210-READ-THRESHOLD-CARD.
066221     OPEN INPUT THRESHOLD-PARM.
066228     IF WS-PARM-OK
066235         READ THRESHOLD-PARM INTO WS-THRESHOLD-CARD
066242             AT END
066249                 CONTINUE
066256         END-READ
066263         CLOSE THRESHOLD-PARM
066270     END-IF.
066277 1210-EXIT.
066284     EXIT.
066300
066400******************************************************************
066500*    1300-LOAD-HISTORY-TABLE - TABLE THE ADJUSTMENT HISTORY SO A
070400         MOVE 'N'            TO
070500             WS-HI-REVERSED-SW (WS-HIST-COUNT)
070600     END-IF.
070650     MOVE AH-RATE-CODE       TO WS-HI-RATE-CODE (WS-HIST-COUNT).
070700     PERFORM 1390-READ-HISTORY THRU 1390-EXIT.
070800 1350-EXIT.
070900     EXIT.
094500         ADD 1               TO WS-RANGE-SKIP-COUNT
094600         GO TO 1550-READ-NEXT
094700     END-IF.
094750     MOVE SPACES             TO SORT-RECORD.
094800     MOVE ADJ-EMP-ID         TO SA-EMP-ID.
094900     MOVE ADJ-TYPE           TO SA-TYPE.
095000     MOVE ADJ-AMOUNT         TO SA-AMOUNT.
095100     MOVE ADJ-BADGE-ID       TO SA-BADGE-ID.
095200     MOVE ADJ-RATE-CODE      TO SA-RATE-CODE.
095300     MOVE ADJ-SOURCE-FEED    TO SA-SOURCE-FEED.
095400     MOVE ADJ-ORIG-RUN-DATE  TO SA-ORIG-RUN-DATE.
095500     RELEASE SORT-RECORD.
102700         PERFORM 2200-WRITE-BADGE-REJECT THRU 2200-EXIT
102800         GO TO 2010-READ-NEXT
102900     END-IF.
102909*    THE RATE CODE IS RESOLVED AS OF THE BUSINESS DATE BEFORE
102918*    ANY MONEY MOVES OR ANYTHING IS HELD; A REVERSAL CARRIES NO
102927*    RATE-BASED PORTION SO ITS CODE IS NOT LOOKED AT
102936     IF NOT SA-TYPE-REVERSAL
102945         PERFORM 2060-RESOLVE-RATE-CODE THRU 2060-EXIT
102954         IF NOT RR-RESOLVED
102963             PERFORM 2065-WRITE-RATE-REJECT THRU 2065-EXIT
102972             GO TO 2010-READ-NEXT
102981         END-IF
102990     END-IF.
103000     MOVE WS-NUM1            TO WS-ABS-AMOUNT.
103100     IF WS-NUM1 < ZERO
103200         COMPUTE WS-ABS-AMOUNT = WS-NUM1 * -1
104000     END-IF.
104100     IF WS-ABS-AMOUNT > WS-APPROVAL-THRESHOLD
104200      AND SA-SOURCE-FEED NOT EQUAL "04"
104250      AND SA-SOURCE-FEED NOT EQUAL "10"
104300      AND NOT SA-TYPE-REVERSAL
104400         PERFORM 2085-WRITE-PENDING THRU 2085-EXIT
104500         GO TO 2010-READ-NEXT
110800
110900******************************************************************
111000*    2050-SCALE-RATE - CALL THE SHARED RATESCAL SUBPROGRAM TO
111100*                      SCALE THE RESOLVED RATE INTO WS-NUM2 AND TO
111200*                      COMPUTE THE RATE-BASED ADJUSTMENT AMOUNT
111300******************************************************************
111400 2050-SCALE-RATE.
111500     CALL "RATESCAL" USING RR-RAW-RATE
111600                           WS-NUM2
111700                           WS-NUM1
111800                           WS-RATE-ADJUSTMENT
112100                                WS-EMP-DELTA.
112200 2050-EXIT.
112300     EXIT.
112302
112304******************************************************************
112306*    2060-RESOLVE-RATE-CODE - LOOK THE TRANSACTION'S RATE CODE UP
112308*                             ON RATECODE AS OF THE BUSINESS
112310*                             DATE; A BLANK CODE RESOLVES TO A
112312*                             ZERO RATE
112314******************************************************************
112316 2060-RESOLVE-RATE-CODE.
112318     MOVE SA-RATE-CODE       TO RR-RATE-CODE.
112320     MOVE WS-RUN-DATE        TO RR-AS-OF-DATE.
112322     CALL "RATELKUP"         USING RATE-RESOLVE-AREA.
112324     EVALUATE TRUE
112326         WHEN RR-RESOLVED
112328             CONTINUE
112330         WHEN RR-NOT-YET-EFFECTIVE
112332             MOVE "RATE CODE NOT YET IN FORCE"
112334                                 TO WS-BREJ-REASON
112336         WHEN RR-EXPIRED
112338             MOVE "RATE CODE EXPIRED" TO WS-BREJ-REASON
112340         WHEN RR-BAD-VALUE
112342             MOVE "RATE CODE VALUE NOT NUMERIC"
112344                                 TO WS-BREJ-REASON
112346         WHEN OTHER
112348             MOVE "RATE CODE NOT ON RATECODE"
112350                                 TO WS-BREJ-REASON
112352     END-EVALUATE.
112354 2060-EXIT.
112356     EXIT.
112358
112360******************************************************************
112362*    2065-WRITE-RATE-REJECT - LOG AN ADJUSTMENT WHOSE RATE CODE
112364*                             CANNOT BE USED ON THE BUSINESS DATE
112366******************************************************************
112368 2065-WRITE-RATE-REJECT.
112370     ADD 1                   TO WS-RATE-REJECT-COUNT.
112372     PERFORM 2090-WRITE-REJECT-ENVELOPE THRU 2090-EXIT.
112374 2065-EXIT.
112376     EXIT.
112400
112500******************************************************************
112600*    2075-WRITE-EMP-REJECT - LOG AN ADJUSTMENT WHOSE EMPLOYEE
114400     MOVE SA-TYPE            TO WS-PEND-TYPE.
114500     MOVE SA-AMOUNT          TO WS-PEND-AMOUNT.
114600     MOVE SA-BADGE-ID        TO WS-PEND-BADGE-ID.
114700     MOVE SA-RATE-CODE       TO WS-PEND-RATE-CODE.
114800     MOVE SA-SOURCE-FEED     TO WS-PEND-SOURCE-FEED.
114900     MOVE SA-ORIG-RUN-DATE   TO WS-PEND-ORIG-DATE.
115000     WRITE PENDING-ADJUST-LINE FROM WS-PENDING-RECORD.
121300         WS-HI-RATE-ADJ (WS-HIST-COUNT).
121400     MOVE 'N'                TO
121500         WS-HI-REVERSED-SW (WS-HIST-COUNT).
121510     IF SA-TYPE-REVERSAL
121520         MOVE SPACES         TO WS-HI-RATE-CODE (WS-HIST-COUNT)
121530     ELSE
121540         MOVE SA-RATE-CODE   TO WS-HI-RATE-CODE (WS-HIST-COUNT)
121550     END-IF.
121600 2275-EXIT.
121700     EXIT.
121800
132200     MOVE WS-RATE-ADJUSTMENT TO WS-REG-RATE-ADJ.
132300     IF SA-TYPE-REVERSAL
132400         MOVE "*REVERSAL*"   TO WS-REG-REV-MARK
132450         MOVE SPACES         TO WS-REG-RATE-CODE
132500     ELSE
132600         MOVE SPACES         TO WS-REG-REV-MARK
132650         MOVE SA-RATE-CODE   TO WS-REG-RATE-CODE
132700     END-IF.
132800     MOVE EMP-DEPT-CODE      TO WS-REG-DEPT.
132900     MOVE SPACES             TO WS-REG-DEPT-NAME.
137000     DISPLAY "TRANSACTIONS APPLIED: "   WS-APPLIED-COUNT.
137100     DISPLAY "BADGE IDS REJECTED: "     WS-BADGE-REJECT-COUNT.
137200     DISPLAY "NOT ON EMPLOYEE MASTER: " WS-EMP-REJECT-COUNT.
137250     DISPLAY "RATE CODES REJECTED: "    WS-RATE-REJECT-COUNT.
137300     DISPLAY "HELD FOR APPROVAL: "      WS-PENDING-COUNT.
137400     IF WS-RANGE-MODE
137500         DISPLAY "OUT-OF-RANGE SKIPPED: " WS-RANGE-SKIP-COUNT
139100     CLOSE PENDING-ADJUST.
139200     IF WS-BADGE-REJECT-COUNT > ZERO
139300        OR WS-EMP-REJECT-COUNT > ZERO
139350        OR WS-RATE-REJECT-COUNT > ZERO
139400        OR WS-REV-REJECT-COUNT > ZERO
139500         MOVE 4              TO RETURN-CODE
139600     END-IF.
141000                                 TO RSA-WRITTEN-COUNT.
141100     COMPUTE RSA-REJECT-COUNT = WS-BADGE-REJECT-COUNT
141200                               + WS-EMP-REJECT-COUNT
141250                               + WS-RATE-REJECT-COUNT
141300                               + WS-REV-REJECT-COUNT.
141400     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
141500     CALL "REJCHECK"             USING RSA-PROGRAM-ID
145000     MOVE WS-HI-SCALED-RATE (WS-HIST-SUB) TO AH-SCALED-RATE.
145100     MOVE WS-HI-RATE-ADJ (WS-HIST-SUB)   TO AH-RATE-ADJUSTMENT.
145200     MOVE WS-HI-REVERSED-SW (WS-HIST-SUB) TO AH-REVERSED-SW.
145250     MOVE WS-HI-RATE-CODE (WS-HIST-SUB)  TO AH-RATE-CODE.
145300     WRITE ADJ-HIST-RECORD.
145400 8250-EXIT.
145500     EXIT.
