001600*                     NEGATIVE IS REJECTED, NOT PARTIALLY
001700*                     APPLIED.  REJECTS GO TO LEAVREJ WITH A
001800*                     REASON IN THE EMPMNT REJECT-LINE STYLE.
001807*    2026-10-15 JPL   A DRAW BEYOND THE AVAILABLE BALANCE IS NO
001814*                     LONGER REJECTED.  THE BALANCE IS DRAWN TO
001821*                     ZERO AND THE EXCESS DAYS ARE TAKEN AS
001828*                     UNPAID LEAVE, VALUED AT THE DAILY RATE OF
001835*                     THE EMPLOYEE'S PAY GROUP (THE FINSETL
001842*                     BASIS - PERIOD BASE PAY ANNUALISED OVER 260
001849*                     WORKING DAYS) AND EMITTED AS DEDUCTIONS ON
001856*                     THE UNPDLVFD FEED (SOURCE '09') IN 999.99
001863*                     PIECES FOR THE NEXT NIGHT'S ADJMERGE, SO THE
001870*                     NEXT PAY RUN REDUCES GROSS PAY.  EACH UNPAID
001877*                     DRAW IS LISTED ON THE UNPDLRPT REGISTER BY
001884*                     DEPARTMENT WITH DEPARTMENT AND RUN TOTALS.
001887*    2026-10-15 JPL   ADJUSTMENTS NOW CARRY A RATE CODE FROM
001890*                     THE RATECODE MASTER IN PLACE OF A RAW
001893*                     RATE; THESE ARE PLAIN AMOUNTS AND CARRY
001896*                     NO CODE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003700                             FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT LEAVE-REJECT     ASSIGN TO "LEAVREJ"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
003909     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003918                             ORGANIZATION IS LINE SEQUENTIAL
003927                             FILE STATUS IS WS-BDAT-STATUS.
003936     SELECT BADGE-MASTER     ASSIGN TO "BADGMAST"
003945                             ORGANIZATION IS LINE SEQUENTIAL.
003954     SELECT UNPAID-LEAVE-FEED ASSIGN TO "UNPDLVFD"
003963                             ORGANIZATION IS LINE SEQUENTIAL.
003972     SELECT UNPAID-REGISTER  ASSIGN TO "UNPDLRPT"
003981                             ORGANIZATION IS LINE SEQUENTIAL.
003990     SELECT UNPAID-SORT      ASSIGN TO "SORTWK".
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005300 FD  LEAVE-REJECT
005400     RECORDING MODE IS F.
005500 01  LEAVE-REJ-LINE              PIC X(80).
005503
005506 FD  BADGE-MASTER
005509     RECORDING MODE IS F.
005512     COPY BADGMAST.
005515
005518 FD  UNPAID-LEAVE-FEED
005521     RECORDING MODE IS F.
005524 01  UNPAID-LEAVE-FEED-RECORD    PIC X(30).
005527
005530 FD  UNPAID-REGISTER
005533     RECORDING MODE IS F.
005536 01  UNPAID-REG-LINE             PIC X(100).
005539
005542 FD  BUS-DATE-FILE
005545     RECORDING MODE IS F.
005548     COPY BUSDATE.
005551
005554 SD  UNPAID-SORT.
005557 01  UNPAID-SORT-RECORD.
005560     05  US-DEPT-CODE            PIC X(03).
005563     05  US-EMP-ID               PIC 9(05).
005566     05  US-EMP-NAME             PIC X(20).
005569     05  US-LEAVE-TYPE           PIC X(01).
005572     05  US-FROM-DATE            PIC 9(08).
005575     05  US-DAYS-DRAWN           PIC 9(02)V9(01).
005578     05  US-UNPAID-DAYS          PIC 9(03)V9(02).
005581     05  US-DAILY-RATE           PIC 9(05)V9(02).
005584     05  US-DEDUCTION            PIC 9(07)V9(02).
005587     05  US-BADGE-ID             PIC X(06).
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-LEAVE-STATUS             PIC X(02).
005900     88  WS-LEAVE-OK                     VALUE "00".
006000 01  WS-MASTER-STATUS            PIC X(02).
006100     88  WS-MASTER-OK                    VALUE "00".
006108
006116 01  WS-BDAT-STATUS              PIC X(02).
006124     88  WS-BDAT-OK                      VALUE "00".
006132 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006140 01  WS-DU-FUNCTION              PIC X(01).
006148 01  WS-DU-DATE-2                PIC 9(08).
006156 01  WS-DU-DAYS                  PIC S9(05).
006164 01  WS-DU-VALID-SW              PIC X(01).
006172
006180     COPY FILEHDTR.
006188     COPY ADJTRANS.
006200
006300 01  WS-SWITCHES.
006400     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006600     05  WS-TRAN-VALID-SW        PIC X(01)   VALUE 'Y'.
006700         88  WS-TRAN-VALID                   VALUE 'Y'.
006800         88  WS-TRAN-INVALID                 VALUE 'N'.
006810     05  WS-BADGE-EOF-SW         PIC X(01)   VALUE 'N'.
006820         88  WS-BADGE-EOF                    VALUE 'Y'.
006830     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
006840         88  WS-SORT-EOF                     VALUE 'Y'.
006850     05  WS-FIRST-DEPT-SW        PIC X(01)   VALUE 'Y'.
006860         88  WS-FIRST-DEPT                   VALUE 'Y'.
006900
007000 77  WS-APPLIED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007100 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007104 77  WS-UNPAID-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007108 77  WS-DEPT-COUNT               PIC 9(05)   COMP    VALUE ZERO.
007112 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
007116 77  WS-WORK-DAYS-PER-YEAR       PIC 9(03)   COMP    VALUE 260.
007120 77  WS-BADGE-MAX                PIC 9(03)   COMP    VALUE 500.
007124 77  WS-BADGE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
007128 77  WS-BADGE-SUB                PIC 9(03)   COMP.
007132 01  WS-BADGE-TABLE.
007136     05  WS-BADGE-ENTRY          OCCURS 500 TIMES.
007140         10  WS-BT-BADGE-ID      PIC X(06).
007144         10  WS-BT-EMP-ID        PIC 9(05).
007148
007152 01  WS-BALANCE                  PIC S9(3)V9(2)  VALUE ZERO.
007156 01  WS-UNPAID-DAYS              PIC 9(03)V9(02) VALUE ZERO.
007160 01  WS-DAILY-RATE               PIC 9(05)V9(02) VALUE ZERO.
007164 01  WS-DEDUCTION                PIC 9(07)V9(02) VALUE ZERO.
007168 01  WS-REMAINING                PIC 9(07)V9(02) VALUE ZERO.
007172 01  WS-PIECE                    PIC 9(03)V9(02) VALUE ZERO.
007176 01  WS-AMOUNT-HASH              PIC 9(11)V9(02) VALUE ZERO.
007180 01  WS-PREV-DEPT                PIC X(03)   VALUE SPACES.
007184 01  WS-DEPT-DAYS                PIC 9(05)V9(02) VALUE ZERO.
007188 01  WS-DEPT-DEDUCTION           PIC 9(09)V9(02) VALUE ZERO.
007192 01  WS-TOTAL-UNPAID-DAYS        PIC 9(05)V9(02) VALUE ZERO.
007196 01  WS-TOTAL-DEDUCTION          PIC 9(09)V9(02) VALUE ZERO.
007200
007300 01  WS-TRANS-REJECT-LINE.
007400     05  WS-TREJ-EMP-ID          PIC 9(05).
007800     05  WS-TREJ-DAYS            PIC Z9.9.
007900     05  FILLER                  PIC X(02)   VALUE SPACES.
008000     05  WS-TREJ-REASON          PIC X(30).
008002
008004 01  WS-REG-HEADING-1.
008006     05  FILLER                  PIC X(40)   VALUE
008008         "UNPAID LEAVE REGISTER".
008010     05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
008012     05  WS-RH1-DATE             PIC 9(08).
008014
008016 01  WS-REG-HEADING-2.
008018     05  FILLER                  PIC X(38)   VALUE
008020         "EMP   EMPLOYEE NAME        T FROM     ".
008022     05  FILLER                  PIC X(38)   VALUE
008024         "DAYS  UNPD      RATE   DEDUCTION BADGE".
008026
008028 01  WS-REG-DEPT-LINE.
008030     05  FILLER                  PIC X(12)   VALUE "DEPARTMENT: ".
008032     05  WS-RDH-DEPT-CODE        PIC X(03).
008034
008036 01  WS-REG-DETAIL.
008038     05  WS-RD-EMP-ID            PIC 9(05).
008040     05  FILLER                  PIC X(01)   VALUE SPACE.
008042     05  WS-RD-NAME              PIC X(20).
008044     05  FILLER                  PIC X(01)   VALUE SPACE.
008046     05  WS-RD-TYPE              PIC X(01).
008048     05  FILLER                  PIC X(01)   VALUE SPACE.
008050     05  WS-RD-FROM-DATE         PIC 9(08).
008052     05  FILLER                  PIC X(01)   VALUE SPACE.
008054     05  WS-RD-DRAWN             PIC Z9.9.
008056     05  FILLER                  PIC X(02)   VALUE SPACES.
008058     05  WS-RD-UNPAID            PIC Z9.99.
008060     05  FILLER                  PIC X(01)   VALUE SPACE.
008062     05  WS-RD-RATE              PIC ZZZZ9.99.
008064     05  FILLER                  PIC X(02)   VALUE SPACES.
008066     05  WS-RD-DEDUCTION         PIC ZZZZZZ9.99.
008068     05  FILLER                  PIC X(01)   VALUE SPACE.
008070     05  WS-RD-BADGE-ID          PIC X(06).
008072     05  FILLER                  PIC X(01)   VALUE SPACE.
008074     05  WS-RD-NOTE              PIC X(16).
008076
008078 01  WS-REG-TOTAL-LINE.
008080     05  FILLER                  PIC X(02)   VALUE SPACES.
008082     05  WS-RT-LABEL             PIC X(18).
008084     05  FILLER                  PIC X(07)   VALUE "DRAWS: ".
008086     05  WS-RT-COUNT             PIC ZZZZ9.
008088     05  FILLER                  PIC X(15)   VALUE
008090         "  UNPAID DAYS: ".
008092     05  WS-RT-DAYS              PIC ZZZZ9.99.
008094     05  FILLER                  PIC X(13)   VALUE
008096         "  DEDUCTION: ".
008098     05  WS-RT-AMOUNT            PIC ZZZZZZZZ9.99.
008100
008200     COPY RUNSTAT.
008300
008400 PROCEDURE DIVISION.
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
008700     SORT UNPAID-SORT
008800         ON ASCENDING KEY US-DEPT-CODE
008810                          US-EMP-ID
008820         INPUT PROCEDURE IS 1500-APPLY-DRAWS
008830                       THRU 1500-EXIT
008840         OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
008850                        THRU 3000-EXIT.
008900     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
009000     GO TO 9999-EXIT.
009100
009200******************************************************************
009300*    1000-INITIALIZE - OPEN THE MASTERS AND TRANSACTION FILES,
009330*                      LOAD THE ACTIVE BADGES, AND START THE
009360*                      UNPAID-LEAVE FEED ENVELOPE AND REGISTER
009400******************************************************************
009500 1000-INITIALIZE.
009600     DISPLAY "LEAVUPD - LEAVE-TAKEN APPLY STARTING".
009700     MOVE "LEAVUPD"              TO RSA-PROGRAM-ID.
009800     MOVE 'S'                    TO RSA-FUNCTION.
009900     CALL "RUNSTAT"              USING RUN-STAT-AREA.
009930     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
009960     PERFORM 1200-LOAD-BADGE-MASTER THRU 1200-EXIT.
010000     OPEN INPUT  LEAVE-TRANS.
010100     OPEN I-O    LEAVE-MASTER.
010200     OPEN INPUT  EMPLOYEE-MASTER.
010300     OPEN OUTPUT LEAVE-REJECT.
010307     OPEN OUTPUT UNPAID-LEAVE-FEED.
010314     OPEN OUTPUT UNPAID-REGISTER.
010321     MOVE WS-BUSINESS-DATE       TO WS-RH1-DATE.
010328     WRITE UNPAID-REG-LINE       FROM WS-REG-HEADING-1.
010335     WRITE UNPAID-REG-LINE       FROM WS-REG-HEADING-2.
010342     MOVE SPACES                 TO FILE-HEADER-RECORD.
010349     MOVE 'HDR'                  TO FH-REC-ID.
010356     MOVE "UNPDLVFD"             TO FH-FILE-ID.
010363     MOVE WS-BUSINESS-DATE       TO FH-BUS-DATE.
010370     MOVE SPACES                 TO UNPAID-LEAVE-FEED-RECORD.
010377     MOVE FILE-HEADER-RECORD
010384                 TO UNPAID-LEAVE-FEED-RECORD (1:19).
010391     WRITE UNPAID-LEAVE-FEED-RECORD.
010400     PERFORM 2900-READ-TRANS THRU 2900-EXIT.
010500 1000-EXIT.
010600     EXIT.
010700
010701******************************************************************
010702*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
010703*                             SHARED DATEUTIL FALLBACK
010704******************************************************************
010705 8100-GET-BUSINESS-DATE.
010706     OPEN INPUT BUS-DATE-FILE.
010707     IF WS-BDAT-OK
010708         READ BUS-DATE-FILE
010709             AT END
010710                 CONTINUE
010711             NOT AT END
010712                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
010713                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
010714                 END-IF
010715         END-READ
010716     END-IF.
010717     CLOSE BUS-DATE-FILE.
010718     IF WS-BUSINESS-DATE EQUAL ZERO
010719         MOVE 'C'                TO WS-DU-FUNCTION
010720         CALL "DATEUTIL"         USING WS-DU-FUNCTION
010721                                       WS-BUSINESS-DATE
010722                                       WS-DU-DATE-2
010723                                       WS-DU-DAYS
010724                                       WS-DU-VALID-SW
010725     END-IF.
010726 8100-EXIT.
010727     EXIT.
010728
010729******************************************************************
010730*    1200-LOAD-BADGE-MASTER - TABLE THE ACTIVE BADGES; EACH
010731*                             DEDUCTION CARRIES THE EMPLOYEE'S
010732*                             BADGE TO PASS THE ATV2 OWNER CHECK
010733******************************************************************
010734 1200-LOAD-BADGE-MASTER.
010735     OPEN INPUT BADGE-MASTER.
010736     PERFORM 1290-READ-BADGE THRU 1290-EXIT.
010737     PERFORM 1250-TABLE-ONE-BADGE THRU 1250-EXIT
010738             UNTIL WS-BADGE-EOF.
010739     CLOSE BADGE-MASTER.
010740 1200-EXIT.
010741     EXIT.
010742
010743 1250-TABLE-ONE-BADGE.
010744     IF WS-BADGE-COUNT LESS THAN WS-BADGE-MAX
010745      AND NOT BM-REVOKED
010746         ADD 1                   TO WS-BADGE-COUNT
010747         MOVE BM-BADGE-ID
010748                 TO WS-BT-BADGE-ID (WS-BADGE-COUNT)
010749         MOVE BM-EMP-ID
010750                 TO WS-BT-EMP-ID (WS-BADGE-COUNT)
010751     END-IF.
010752     PERFORM 1290-READ-BADGE THRU 1290-EXIT.
010753 1250-EXIT.
010754     EXIT.
010755
010756 1290-READ-BADGE.
010757     READ BADGE-MASTER
010758         AT END
010759             SET WS-BADGE-EOF TO TRUE
010760     END-READ.
010761 1290-EXIT.
010762     EXIT.
010763
010764******************************************************************
010765*    1500-APPLY-DRAWS - SORT INPUT PROCEDURE; APPLY EVERY DRAW,
010766*                       RELEASING THE UNPAID PART OF EACH TO THE
010767*                       SORT FOR THE DEPARTMENT REGISTER
010768******************************************************************
010769 1500-APPLY-DRAWS.
010770     PERFORM 2000-PROCESS-TRANS      THRU 2000-EXIT
010771             UNTIL WS-EOF.
010772 1500-EXIT.
010773     EXIT.
010783
010800******************************************************************
010900*    2000-PROCESS-TRANS - VALIDATE ONE DRAW AND APPLY IT AGAINST
011000*                         THE BALANCE FOR ITS LEAVE TYPE
015600     EXIT.
015700
015800******************************************************************
015900*    2100-APPLY-DRAW - DRAW THE BALANCE FOR THE LEAVE TYPE.
016000*                      DAYS BEYOND THE AVAILABLE BALANCE ARE
016030*                      TAKEN AS UNPAID LEAVE AND RELEASED FOR
016060*                      THE DEDUCTION FEED AND REGISTER
016100******************************************************************
016200 2100-APPLY-DRAW.
016300     MOVE LT-EMP-ID              TO LV-EMP-ID.
016700             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
016800             GO TO 2100-EXIT
016900     END-READ.
016950     MOVE ZERO                   TO WS-UNPAID-DAYS.
017000     IF LT-TYPE-VACATION
017100         IF LT-DAYS GREATER THAN LV-VAC-BALANCE
017200             MOVE LV-VAC-BALANCE TO WS-BALANCE
017300             PERFORM 2150-SPLIT-DRAW THRU 2150-EXIT
017400             MOVE WS-BALANCE     TO LV-VAC-BALANCE
017600         ELSE
017700             SUBTRACT LT-DAYS    FROM LV-VAC-BALANCE
017800         END-IF
017900     ELSE
018000         IF LT-DAYS GREATER THAN LV-SICK-BALANCE
018100             MOVE LV-SICK-BALANCE TO WS-BALANCE
018200             PERFORM 2150-SPLIT-DRAW THRU 2150-EXIT
018300             MOVE WS-BALANCE     TO LV-SICK-BALANCE
018500         ELSE
018600             SUBTRACT LT-DAYS    FROM LV-SICK-BALANCE
018700         END-IF
018800     END-IF.
018900     REWRITE LEAVE-MASTER-RECORD.
019000     ADD 1                       TO WS-APPLIED-COUNT.
019020     IF WS-UNPAID-DAYS GREATER THAN ZERO
019040         PERFORM 2200-RELEASE-UNPAID THRU 2200-EXIT
019060     END-IF.
019100 2100-EXIT.
019200     EXIT.
019201
019202******************************************************************
019203*    2150-SPLIT-DRAW - WHAT IS LEFT OF WS-BALANCE IS TAKEN AS
019204*                      PAID LEAVE AND THE REST OF THE DRAW AS
019205*                      UNPAID.  A BALANCE ALREADY BELOW ZERO IS
019206*                      LEFT AS IT IS AND THE WHOLE DRAW IS UNPAID
019207******************************************************************
019208 2150-SPLIT-DRAW.
019209     IF WS-BALANCE GREATER THAN ZERO
019210         COMPUTE WS-UNPAID-DAYS = LT-DAYS - WS-BALANCE
019211         MOVE ZERO               TO WS-BALANCE
019212     ELSE
019213         MOVE LT-DAYS            TO WS-UNPAID-DAYS
019214     END-IF.
019215 2150-EXIT.
019216     EXIT.
019217
019218******************************************************************
019219*    2200-RELEASE-UNPAID - VALUE THE UNPAID DAYS AT THE DAILY RATE
019220*                          (PERIOD BASE PAY ANNUALISED BY THE PAY
019221*                          GROUP, OVER 260 WORKING DAYS) AND
019222*                          RELEASE THE DRAW TO THE REGISTER SORT
019223******************************************************************
019224 2200-RELEASE-UNPAID.
019225     ADD 1                       TO WS-UNPAID-COUNT.
019226     IF EMP-PAY-WEEKLY
019227         COMPUTE WS-DAILY-RATE ROUNDED =
019228                 EMP-BASE-PAY * 52 / WS-WORK-DAYS-PER-YEAR
019229     ELSE
019230         COMPUTE WS-DAILY-RATE ROUNDED =
019231                 EMP-BASE-PAY * 12 / WS-WORK-DAYS-PER-YEAR
019232     END-IF.
019233     COMPUTE WS-DEDUCTION ROUNDED =
019234             WS-UNPAID-DAYS * WS-DAILY-RATE.
019235     MOVE EMP-DEPT-CODE          TO US-DEPT-CODE.
019236     MOVE EMP-ID                 TO US-EMP-ID.
019237     MOVE EMP-NAME               TO US-EMP-NAME.
019238     MOVE LT-LEAVE-TYPE          TO US-LEAVE-TYPE.
019239     MOVE LT-FROM-DATE           TO US-FROM-DATE.
019240     MOVE LT-DAYS                TO US-DAYS-DRAWN.
019241     MOVE WS-UNPAID-DAYS         TO US-UNPAID-DAYS.
019242     MOVE WS-DAILY-RATE          TO US-DAILY-RATE.
019243     MOVE WS-DEDUCTION           TO US-DEDUCTION.
019244     MOVE SPACES                 TO US-BADGE-ID.
019245     PERFORM 2250-MATCH-BADGE THRU 2250-EXIT
019246             VARYING WS-BADGE-SUB FROM 1 BY 1
019247             UNTIL WS-BADGE-SUB GREATER THAN WS-BADGE-COUNT
019248                OR US-BADGE-ID NOT EQUAL SPACES.
019249     RELEASE UNPAID-SORT-RECORD.
019250 2200-EXIT.
019251     EXIT.
019252
019253 2250-MATCH-BADGE.
019254     IF WS-BT-EMP-ID (WS-BADGE-SUB) EQUAL EMP-ID
019255         MOVE WS-BT-BADGE-ID (WS-BADGE-SUB) TO US-BADGE-ID
019256     END-IF.
019257 2250-EXIT.
019258     EXIT.
019300
019400 2800-WRITE-REJECT.
019500     ADD 1                       TO WS-REJECT-COUNT.
020700     END-READ.
020800 2900-EXIT.
020900     EXIT.
020901
020902******************************************************************
020903*    3000-PRINT-REGISTER - SORT OUTPUT PROCEDURE; LIST THE UNPAID
020904*                          DRAWS BY DEPARTMENT WITH DEPARTMENT AND
020905*                          RUN TOTALS, AND FEED EACH DEDUCTION TO
020906*                          UNPDLVFD
020907******************************************************************
020908 3000-PRINT-REGISTER.
020909     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
020910     PERFORM 3100-REGISTER-ONE-DRAW THRU 3100-EXIT
020911             UNTIL WS-SORT-EOF.
020912     IF NOT WS-FIRST-DEPT
020913         PERFORM 3300-PRINT-DEPT-TOTAL THRU 3300-EXIT
020914     END-IF.
020915     PERFORM 3400-PRINT-RUN-TOTALS THRU 3400-EXIT.
020916 3000-EXIT.
020917     EXIT.
020918
020919 3100-REGISTER-ONE-DRAW.
020920     IF WS-FIRST-DEPT
020921         MOVE 'N'                TO WS-FIRST-DEPT-SW
020922         MOVE US-DEPT-CODE       TO WS-PREV-DEPT
020923         PERFORM 3200-PRINT-DEPT-HEADER THRU 3200-EXIT
020924     ELSE
020925         IF US-DEPT-CODE NOT EQUAL WS-PREV-DEPT
020926             PERFORM 3300-PRINT-DEPT-TOTAL THRU 3300-EXIT
020927             MOVE US-DEPT-CODE   TO WS-PREV-DEPT
020928             PERFORM 3200-PRINT-DEPT-HEADER THRU 3200-EXIT
020929         END-IF
020930     END-IF.
020931     MOVE US-EMP-ID              TO WS-RD-EMP-ID.
020932     MOVE US-EMP-NAME            TO WS-RD-NAME.
020933     MOVE US-LEAVE-TYPE          TO WS-RD-TYPE.
020934     MOVE US-FROM-DATE           TO WS-RD-FROM-DATE.
020935     MOVE US-DAYS-DRAWN          TO WS-RD-DRAWN.
020936     MOVE US-UNPAID-DAYS         TO WS-RD-UNPAID.
020937     MOVE US-DAILY-RATE          TO WS-RD-RATE.
020938     MOVE US-DEDUCTION           TO WS-RD-DEDUCTION.
020939     MOVE US-BADGE-ID            TO WS-RD-BADGE-ID.
020940     MOVE SPACES                 TO WS-RD-NOTE.
020941     IF US-BADGE-ID EQUAL SPACES
020942         MOVE "NO ACTIVE BADGE" TO WS-RD-NOTE
020943     END-IF.
020944     WRITE UNPAID-REG-LINE       FROM WS-REG-DETAIL.
020945     ADD 1                       TO WS-DEPT-COUNT.
020946     ADD US-UNPAID-DAYS          TO WS-DEPT-DAYS
020947                                    WS-TOTAL-UNPAID-DAYS.
020948     ADD US-DEDUCTION            TO WS-DEPT-DEDUCTION
020949                                    WS-TOTAL-DEDUCTION.
020950     MOVE US-DEDUCTION           TO WS-REMAINING.
020951     PERFORM 3150-WRITE-FEED-PIECE THRU 3150-EXIT
020952             UNTIL WS-REMAINING EQUAL ZERO.
020953     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
020954 3100-EXIT.
020955     EXIT.
020956
020957******************************************************************
020958*    3150-WRITE-FEED-PIECE - ONE UNPDLVFD DEDUCTION OF AT MOST
020959*                            999.99, THE LARGEST AMOUNT AN
020960*                            ADJUSTMENT RECORD CAN CARRY
020961******************************************************************
020962 3150-WRITE-FEED-PIECE.
020963     MOVE 999.99                 TO WS-PIECE.
020964     IF WS-REMAINING LESS THAN WS-PIECE
020965         MOVE WS-REMAINING       TO WS-PIECE
020966     END-IF.
020967     SUBTRACT WS-PIECE           FROM WS-REMAINING.
020968     MOVE SPACES                 TO ADJ-RECORD.
020969     MOVE US-EMP-ID              TO ADJ-EMP-ID.
020970     SET ADJ-TYPE-DEDUCT         TO TRUE.
020971     MOVE WS-PIECE               TO ADJ-AMOUNT.
020972     MOVE US-BADGE-ID            TO ADJ-BADGE-ID.
020973     MOVE SPACES                 TO ADJ-RATE-CODE.
020974     MOVE "09"                   TO ADJ-SOURCE-FEED.
020975     MOVE ZERO                   TO ADJ-ORIG-RUN-DATE.
020976     MOVE SPACES                 TO UNPAID-LEAVE-FEED-RECORD.
020977     MOVE ADJ-RECORD
020978                 TO UNPAID-LEAVE-FEED-RECORD (1:30).
020979     WRITE UNPAID-LEAVE-FEED-RECORD.
020980     ADD 1                       TO WS-DETAIL-COUNT.
020981     ADD WS-PIECE                TO WS-AMOUNT-HASH.
020982 3150-EXIT.
020983     EXIT.
021000
021002 3200-PRINT-DEPT-HEADER.
021004     MOVE ZERO                   TO WS-DEPT-COUNT
021006                                    WS-DEPT-DAYS
021008                                    WS-DEPT-DEDUCTION.
021010     MOVE WS-PREV-DEPT           TO WS-RDH-DEPT-CODE.
021012     WRITE UNPAID-REG-LINE       FROM SPACES.
021014     WRITE UNPAID-REG-LINE       FROM WS-REG-DEPT-LINE.
021016 3200-EXIT.
021018     EXIT.
021020
021022 3300-PRINT-DEPT-TOTAL.
021024     MOVE "DEPARTMENT TOTAL"     TO WS-RT-LABEL.
021026     MOVE WS-DEPT-COUNT          TO WS-RT-COUNT.
021028     MOVE WS-DEPT-DAYS           TO WS-RT-DAYS.
021030     MOVE WS-DEPT-DEDUCTION      TO WS-RT-AMOUNT.
021032     WRITE UNPAID-REG-LINE       FROM WS-REG-TOTAL-LINE.
021034 3300-EXIT.
021036     EXIT.
021038
021040 3400-PRINT-RUN-TOTALS.
021042     WRITE UNPAID-REG-LINE       FROM SPACES.
021044     MOVE "RUN TOTAL"            TO WS-RT-LABEL.
021046     MOVE WS-UNPAID-COUNT        TO WS-RT-COUNT.
021048     MOVE WS-TOTAL-UNPAID-DAYS   TO WS-RT-DAYS.
021050     MOVE WS-TOTAL-DEDUCTION     TO WS-RT-AMOUNT.
021052     WRITE UNPAID-REG-LINE       FROM WS-REG-TOTAL-LINE.
021054 3400-EXIT.
021056     EXIT.
021058
021060 3900-RETURN-SORTED.
021062     RETURN UNPAID-SORT
021064         AT END
021066             SET WS-SORT-EOF     TO TRUE
021068     END-RETURN.
021070 3900-EXIT.
021072     EXIT.
021074
021100******************************************************************
021200*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
021300******************************************************************
021400 9000-TERMINATE.
021410     MOVE SPACES                 TO FILE-TRAILER-RECORD.
021420     MOVE 'TRL'                  TO FT-REC-ID.
021430     MOVE WS-DETAIL-COUNT        TO FT-REC-COUNT.
021440     MOVE WS-AMOUNT-HASH         TO FT-AMOUNT-HASH.
021450     MOVE FILE-TRAILER-RECORD    TO UNPAID-LEAVE-FEED-RECORD.
021460     WRITE UNPAID-LEAVE-FEED-RECORD.
021500     DISPLAY "DRAWS APPLIED      : " WS-APPLIED-COUNT.
021600     DISPLAY "DRAWS REJECTED     : " WS-REJECT-COUNT.
021630     DISPLAY "UNPAID DRAWS       : " WS-UNPAID-COUNT.
021660     DISPLAY "DEDUCTION PIECES   : " WS-DETAIL-COUNT.
021700     CLOSE LEAVE-TRANS.
021800     CLOSE LEAVE-MASTER.
021900     CLOSE EMPLOYEE-MASTER.
022000     CLOSE LEAVE-REJECT.
022030     CLOSE UNPAID-LEAVE-FEED.
022060     CLOSE UNPAID-REGISTER.
022100     IF WS-REJECT-COUNT > ZERO
022200         MOVE 4                  TO RETURN-CODE
022300     END-IF.
