000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 HHLDBLD.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - CUSTOMER HOUSEHOLDING.
001200*                     EVERY CUSTNMM CUSTOMER WITH A MAILING
001300*                     ADDRESS ON CUSTADDR IS SORTED BY PIN, HOUSE
001400*                     NUMBER AND COUNTRY; CUSTOMERS SHARING ALL
001500*                     THREE FORM ONE HOUSEHOLD.  THE HEAD OF
001600*                     HOUSEHOLD IS THE LOWEST CUSTOMER ID (THE
001700*                     LONGEST-STANDING CUSTOMER) AMONG THE MEMBERS
001800*                     WHO COULD RECEIVE A LABEL - A LAST NAME ON
001900*                     FILE, NOT OPTED OUT OF MAIL ON CUSTPREF AND
002000*                     THE ADDRESS NOT MARKED UNDELIVERABLE - OR
002100*                     THE LOWEST CUSTOMER ID WHEN NONE COULD (SO
002200*                     FLAGGED, AND NO COMBINED LABEL GOES).  THE
002300*                     HOUSEHLD CROSS-REFERENCE IS REBUILT FOR
002400*                     CUSTLBL'S ONE-LABEL-PER-HOUSEHOLD MODE AND
002500*                     THE HHLDRPT COMPOSITION REPORT LISTS EVERY
002600*                     HOUSEHOLD OF TWO OR MORE FOR MARKETING.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-370.
003100 OBJECT-COMPUTER.            IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
003500                             ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
003700                             ORGANIZATION IS INDEXED
003800                             ACCESS MODE IS RANDOM
003900                             RECORD KEY IS CA-ADDR-KEY
004000                             ALTERNATE RECORD KEY IS CA-PIN-CODE
004100                                 WITH DUPLICATES
004200                             FILE STATUS IS WS-MASTER-STATUS.
004300     SELECT OPTIONAL CUST-PREF-MASTER ASSIGN TO "CUSTPREF"
004400                             ORGANIZATION IS INDEXED
004500                             ACCESS MODE IS RANDOM
004600                             RECORD KEY IS CPF-CUST-ID
004700                             FILE STATUS IS WS-PREF-STATUS.
004800     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
004900                             ORGANIZATION IS LINE SEQUENTIAL
005000                             FILE STATUS IS WS-BDAT-STATUS.
005100     SELECT HOUSEHOLD-MASTER ASSIGN TO "HOUSEHLD"
005200                             ORGANIZATION IS INDEXED
005300                             ACCESS MODE IS RANDOM
005400                             RECORD KEY IS HH-CUST-ID
005500                             FILE STATUS IS WS-HHLD-STATUS.
005600     SELECT HOUSEHOLD-REPORT ASSIGN TO "HHLDRPT"
005700                             ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT HOUSEHOLD-SORT   ASSIGN TO "SORTWK".
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CUST-NAME-MASTER
006300     RECORDING MODE IS F.
006400     COPY CUSTNMM.
006500
006600 FD  CUSTOMER-ADDR-MASTER.
006700     COPY ADDRMAST.
006800
006900 FD  CUST-PREF-MASTER.
007000     COPY CUSTPREF.
007100
007200 FD  BUS-DATE-FILE
007300     RECORDING MODE IS F.
007400     COPY BUSDATE.
007500
007600 FD  HOUSEHOLD-MASTER.
007700     COPY HOUSEHLD.
007800
007900 FD  HOUSEHOLD-REPORT
008000     RECORDING MODE IS F.
008100 01  RPT-LINE                    PIC X(132).
008200
008300 SD  HOUSEHOLD-SORT.
008400 01  SORT-RECORD.
008500     05  SHH-ADDR-KEY.
008600         10  SHH-PIN-CODE        PIC 9(06).
008700         10  SHH-HOUSE-NUMBER    PIC 9(03).
008800         10  SHH-COUNTRY         PIC X(05).
008900     05  SHH-CUST-ID             PIC 9(05).
009000     05  SHH-LAST-NAME           PIC X(15).
009100     05  SHH-FIRST-NAME          PIC X(15).
009200     05  SHH-ELIGIBLE-SW         PIC X(01).
009300         88  SHH-ELIGIBLE                    VALUE 'Y'.
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-MASTER-STATUS            PIC X(02).
009700     88  WS-MASTER-OK                    VALUE "00".
009800 01  WS-PREF-STATUS              PIC X(02).
009900     88  WS-PREF-OK                      VALUE "00".
010000 01  WS-HHLD-STATUS              PIC X(02).
010100     88  WS-HHLD-OK                      VALUE "00".
010200 01  WS-BDAT-STATUS              PIC X(02).
010300     88  WS-BDAT-OK                      VALUE "00".
010400 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
010500 01  WS-DU-FUNCTION              PIC X(01).
010600 01  WS-DU-DATE-2                PIC 9(08).
010700 01  WS-DU-DAYS                  PIC S9(05).
010800 01  WS-DU-VALID-SW              PIC X(01).
010900 01  WS-MAIL-FLAG                PIC X(01).
011000     88  WS-MAIL-OPTED-OUT               VALUE 'O'.
011100
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
011400         88  WS-EOF                          VALUE 'Y'.
011500     05  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
011600         88  WS-SORT-EOF                     VALUE 'Y'.
011700     05  WS-PREF-PRESENT-SW      PIC X(01)   VALUE 'N'.
011800         88  WS-PREF-PRESENT                 VALUE 'Y'.
011900     05  WS-HEAD-MAIL-SW         PIC X(01)   VALUE 'N'.
012000         88  WS-HEAD-MAILABLE                VALUE 'Y'.
012100
012200 77  WS-NAME-COUNT               PIC 9(05)   COMP    VALUE ZERO.
012300 77  WS-NO-MAIL-ADDR-COUNT       PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-GROUPED-COUNT            PIC 9(05)   COMP    VALUE ZERO.
012500 77  WS-HOUSEHOLD-COUNT          PIC 9(05)   COMP    VALUE ZERO.
012600 77  WS-SINGLE-COUNT             PIC 9(05)   COMP    VALUE ZERO.
012700 77  WS-MULTI-COUNT              PIC 9(05)   COMP    VALUE ZERO.
012800 77  WS-MULTI-MEMBER-COUNT       PIC 9(05)   COMP    VALUE ZERO.
012900 77  WS-LARGEST-COUNT            PIC 9(03)   COMP    VALUE ZERO.
013000 77  WS-OVERFLOW-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013100 77  WS-MEMBER-COUNT             PIC 9(03)   COMP    VALUE ZERO.
013200 77  WS-MEMBER-MAX               PIC 9(03)   COMP    VALUE 99.
013300 77  WS-MEMBER-SUB               PIC 9(03)   COMP    VALUE ZERO.
013400 77  WS-HEAD-SUB                 PIC 9(03)   COMP    VALUE ZERO.
013500 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013600 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
013700 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
013800
013900 01  WS-CURRENT-ADDR-KEY         PIC X(14).
014000
014100*    THE MEMBERS OF THE HOUSEHOLD BEING ASSEMBLED, IN CUSTOMER ID
014200*    ORDER AS THE SORT RETURNS THEM
014300 01  WS-MEMBER-TABLE.
014400     05  WS-MEMBER-ENTRY         OCCURS 99 TIMES.
014500         10  WS-MB-CUST-ID       PIC 9(05).
014600         10  WS-MB-LAST-NAME     PIC X(15).
014700         10  WS-MB-FIRST-NAME    PIC X(15).
014800         10  WS-MB-ELIGIBLE-SW   PIC X(01).
014900             88  WS-MB-ELIGIBLE              VALUE 'Y'.
015000
015100 01  WS-RUN-DATE.
015200     05  WS-RUN-YYYY             PIC 9(04).
015300     05  WS-RUN-MM               PIC 9(02).
015400     05  WS-RUN-DD               PIC 9(02).
015500
015600 01  WS-RUN-DATE-EDIT.
015700     05  WS-RUN-MM-EDIT          PIC 9(02).
015800     05  FILLER                  PIC X(01)   VALUE '/'.
015900     05  WS-RUN-DD-EDIT          PIC 9(02).
016000     05  FILLER                  PIC X(01)   VALUE '/'.
016100     05  WS-RUN-YYYY-EDIT        PIC 9(04).
016200
016300 01  WS-HEADING-1.
016400     05  FILLER                  PIC X(40)   VALUE SPACES.
016500     05  FILLER                  PIC X(40)
016600             VALUE "HOUSEHOLD COMPOSITION REPORT".
016700     05  FILLER                  PIC X(30)   VALUE SPACES.
016800     05  FILLER                  PIC X(05)   VALUE "PAGE ".
016900     05  WS-H1-PAGE              PIC ZZZ9.
017000
017100 01  WS-HEADING-2.
017200     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
017300     05  FILLER                  PIC X(02)   VALUE ": ".
017400     05  WS-H2-DATE              PIC X(10).
017500
017600 01  WS-HEADING-3.
017700     05  FILLER                  PIC X(11)   VALUE "HOUSEHOLD".
017800     05  FILLER                  PIC X(09)   VALUE "PIN".
017900     05  FILLER                  PIC X(07)   VALUE "HOUSE".
018000     05  FILLER                  PIC X(08)   VALUE "CNTRY".
018100     05  FILLER                  PIC X(09)   VALUE "MEMBERS".
018200     05  FILLER                  PIC X(07)   VALUE "CUST".
018300     05  FILLER                  PIC X(17)   VALUE "LAST NAME".
018400     05  FILLER                  PIC X(17)   VALUE "FIRST NAME".
018500     05  FILLER                  PIC X(04)   VALUE "ROLE".
018600
018700 01  WS-HOUSEHOLD-LINE.
018800     05  WS-HL-HOUSEHOLD-ID      PIC 9(05).
018900     05  FILLER                  PIC X(06)   VALUE SPACES.
019000     05  WS-HL-PIN-CODE          PIC 9(06).
019100     05  FILLER                  PIC X(03)   VALUE SPACES.
019200     05  WS-HL-HOUSE-NUMBER      PIC 9(03).
019300     05  FILLER                  PIC X(04)   VALUE SPACES.
019400     05  WS-HL-COUNTRY           PIC X(05).
019500     05  FILLER                  PIC X(03)   VALUE SPACES.
019600     05  WS-HL-MEMBERS           PIC ZZ9.
019700
019800 01  WS-MEMBER-LINE.
019900     05  FILLER                  PIC X(44)   VALUE SPACES.
020000     05  WS-ML-CUST-ID           PIC 9(05).
020100     05  FILLER                  PIC X(02)   VALUE SPACES.
020200     05  WS-ML-LAST-NAME         PIC X(15).
020300     05  FILLER                  PIC X(02)   VALUE SPACES.
020400     05  WS-ML-FIRST-NAME        PIC X(15).
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  WS-ML-ROLE              PIC X(06).
020700
020800 01  WS-TOTAL-LINE.
020900     05  FILLER                  PIC X(02)   VALUE SPACES.
021000     05  WS-TL-LABEL             PIC X(36).
021100     05  WS-TL-COUNT             PIC ZZ,ZZ9.
021200
021300     COPY RUNSTAT.
021400
021500 PROCEDURE DIVISION.
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
021800     SORT HOUSEHOLD-SORT
021900         ON ASCENDING KEY SHH-ADDR-KEY
022000                          SHH-CUST-ID
022100         INPUT PROCEDURE IS 2000-SELECT-CUSTOMERS
022200                       THRU 2000-SEL-EXIT
022300         OUTPUT PROCEDURE IS 3000-BUILD-HOUSEHOLDS
022400                        THRU 3000-EXIT.
022500     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
022600     GO TO 9999-EXIT.
022700
022800******************************************************************
022900*    1000-INITIALIZE - OPEN FILES, SET THE RUN DATE AND PRINT THE
023000*                      FIRST PAGE HEADING
023100******************************************************************
023200 1000-INITIALIZE.
023300     DISPLAY "HHLDBLD - CUSTOMER HOUSEHOLDING STARTING".
023400     MOVE "HHLDBLD"              TO RSA-PROGRAM-ID.
023500     MOVE 'S'                    TO RSA-FUNCTION.
023600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
023700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
023800     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
023900     MOVE WS-RUN-MM              TO WS-RUN-MM-EDIT.
024000     MOVE WS-RUN-DD              TO WS-RUN-DD-EDIT.
024100     MOVE WS-RUN-YYYY            TO WS-RUN-YYYY-EDIT.
024200     MOVE WS-RUN-DATE-EDIT       TO WS-H2-DATE.
024300     OPEN INPUT  CUST-NAME-MASTER.
024400     OPEN INPUT  CUSTOMER-ADDR-MASTER.
024500     OPEN INPUT  CUST-PREF-MASTER.
024600     IF WS-PREF-OK
024700         SET WS-PREF-PRESENT     TO TRUE
024800     ELSE
024900         DISPLAY "NO CUSTPREF MASTER - ALL CUSTOMERS OPTED IN"
025000     END-IF.
025100     OPEN OUTPUT HOUSEHOLD-MASTER.
025200     OPEN OUTPUT HOUSEHOLD-REPORT.
025300     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
025400 1000-EXIT.
025500     EXIT.
025600
025700******************************************************************
025800*    2000-SELECT-CUSTOMERS - SORT INPUT PROCEDURE; RELEASE EVERY
025900*                            CUSTOMER WITH A MAILING ADDRESS,
026000*                            KEYED BY THAT ADDRESS
026100******************************************************************
026200 2000-SELECT-CUSTOMERS.
026300     PERFORM 2900-READ-NAME THRU 2900-EXIT.
026400     PERFORM 2100-RELEASE-CUSTOMER THRU 2100-EXIT
026500             UNTIL WS-EOF.
026600 2000-SEL-EXIT.
026700     EXIT.
026800
026900 2100-RELEASE-CUSTOMER.
027000     ADD 1                       TO WS-NAME-COUNT.
027100     MOVE CNM-CUST-ID            TO CA-CUST-ID.
027200     SET CA-TYPE-MAILING         TO TRUE.
027300     READ CUSTOMER-ADDR-MASTER
027400         INVALID KEY
027500             ADD 1               TO WS-NO-MAIL-ADDR-COUNT
027600             GO TO 2100-READ-NEXT
027700     END-READ.
027800     MOVE CA-PIN-CODE            TO SHH-PIN-CODE.
027900     MOVE CA-HOUSE-NUMBER        TO SHH-HOUSE-NUMBER.
028000     MOVE CA-COUNTRY             TO SHH-COUNTRY.
028100     MOVE CNM-CUST-ID            TO SHH-CUST-ID.
028200     MOVE CNM-LAST-NAME          TO SHH-LAST-NAME.
028300     MOVE CNM-FIRST-NAME         TO SHH-FIRST-NAME.
028400     MOVE 'Y'                    TO SHH-ELIGIBLE-SW.
028500     IF CNM-LAST-NAME EQUAL SPACES
028600      OR CA-UNDELIVERABLE
028700         MOVE 'N'                TO SHH-ELIGIBLE-SW
028800     ELSE
028900         PERFORM 2150-CHECK-MAIL-OPT-OUT THRU 2150-EXIT
029000         IF WS-MAIL-OPTED-OUT
029100             MOVE 'N'            TO SHH-ELIGIBLE-SW
029200         END-IF
029300     END-IF.
029400     RELEASE SORT-RECORD.
029500 2100-READ-NEXT.
029600     PERFORM 2900-READ-NAME THRU 2900-EXIT.
029700 2100-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100*    2150-CHECK-MAIL-OPT-OUT - THE MAIL-CHANNEL FLAG IN FORCE ON
030200*                              THE BUSINESS DATE, AS CUSTLBL
030300*                              READS IT
030400******************************************************************
030500 2150-CHECK-MAIL-OPT-OUT.
030600     MOVE 'I'                    TO WS-MAIL-FLAG.
030700     IF NOT WS-PREF-PRESENT
030800         GO TO 2150-EXIT
030900     END-IF.
031000     MOVE CNM-CUST-ID            TO CPF-CUST-ID.
031100     READ CUST-PREF-MASTER
031200         INVALID KEY
031300             GO TO 2150-EXIT
031400     END-READ.
031500     IF CPF-MAIL-EFF-DATE > WS-BUSINESS-DATE
031600         MOVE CPF-MAIL-PRIOR-FLAG TO WS-MAIL-FLAG
031700     ELSE
031800         MOVE CPF-MAIL-FLAG      TO WS-MAIL-FLAG
031900     END-IF.
032000 2150-EXIT.
032100     EXIT.
032200
032300 2900-READ-NAME.
032400     READ CUST-NAME-MASTER
032500         AT END
032600             SET WS-EOF TO TRUE
032700     END-READ.
032800 2900-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    3000-BUILD-HOUSEHOLDS - SORT OUTPUT PROCEDURE; COLLECT THE
033300*                            CUSTOMERS AT EACH ADDRESS AND CLOSE
033400*                            THE HOUSEHOLD ON A CHANGE OF ADDRESS
033500******************************************************************
033600 3000-BUILD-HOUSEHOLDS.
033700     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
033800     PERFORM 3100-COLLECT-MEMBER THRU 3100-EXIT
033900             UNTIL WS-SORT-EOF.
034000     IF WS-MEMBER-COUNT > ZERO
034100         PERFORM 3200-CLOSE-HOUSEHOLD THRU 3200-EXIT
034200     END-IF.
034300     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
034400 3000-EXIT.
034500     EXIT.
034600
034700 3100-COLLECT-MEMBER.
034800     IF WS-MEMBER-COUNT > ZERO
034900      AND SHH-ADDR-KEY NOT EQUAL WS-CURRENT-ADDR-KEY
035000         PERFORM 3200-CLOSE-HOUSEHOLD THRU 3200-EXIT
035100     END-IF.
035200     IF WS-MEMBER-COUNT NOT LESS THAN WS-MEMBER-MAX
035300         PERFORM 3300-WRITE-OVERFLOW THRU 3300-EXIT
035400         GO TO 3100-RETURN-NEXT
035500     END-IF.
035600     MOVE SHH-ADDR-KEY           TO WS-CURRENT-ADDR-KEY.
035700     ADD 1                       TO WS-MEMBER-COUNT.
035800     MOVE SHH-CUST-ID
035900                 TO WS-MB-CUST-ID (WS-MEMBER-COUNT).
036000     MOVE SHH-LAST-NAME
036100                 TO WS-MB-LAST-NAME (WS-MEMBER-COUNT).
036200     MOVE SHH-FIRST-NAME
036300                 TO WS-MB-FIRST-NAME (WS-MEMBER-COUNT).
036400     MOVE SHH-ELIGIBLE-SW
036500                 TO WS-MB-ELIGIBLE-SW (WS-MEMBER-COUNT).
036600 3100-RETURN-NEXT.
036700     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
036800 3100-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*    3200-CLOSE-HOUSEHOLD - PICK THE HEAD, WRITE ONE HOUSEHLD
037300*                           RECORD PER MEMBER AND REPORT THE
037400*                           HOUSEHOLD WHEN IT HAS TWO OR MORE
037500******************************************************************
037600 3200-CLOSE-HOUSEHOLD.
037700     ADD 1                       TO WS-HOUSEHOLD-COUNT.
037800     ADD WS-MEMBER-COUNT         TO WS-GROUPED-COUNT.
037900     IF WS-MEMBER-COUNT > WS-LARGEST-COUNT
038000         MOVE WS-MEMBER-COUNT    TO WS-LARGEST-COUNT
038100     END-IF.
038200     MOVE ZERO                   TO WS-HEAD-SUB.
038300     PERFORM 3210-FIND-HEAD THRU 3210-EXIT
038400             VARYING WS-MEMBER-SUB FROM 1 BY 1
038500             UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
038600                OR WS-HEAD-SUB > ZERO.
038700     IF WS-HEAD-SUB EQUAL ZERO
038800         MOVE 1                  TO WS-HEAD-SUB
038900         MOVE 'N'                TO WS-HEAD-MAIL-SW
039000     ELSE
039100         MOVE 'Y'                TO WS-HEAD-MAIL-SW
039200     END-IF.
039300     IF WS-MEMBER-COUNT EQUAL 1
039400         ADD 1                   TO WS-SINGLE-COUNT
039500     ELSE
039600         ADD 1                   TO WS-MULTI-COUNT
039700         ADD WS-MEMBER-COUNT     TO WS-MULTI-MEMBER-COUNT
039800         PERFORM 3250-PRINT-HOUSEHOLD THRU 3250-EXIT
039900     END-IF.
040000     PERFORM 3220-WRITE-MEMBER THRU 3220-EXIT
040100             VARYING WS-MEMBER-SUB FROM 1 BY 1
040200             UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
040300     MOVE ZERO                   TO WS-MEMBER-COUNT.
040400 3200-EXIT.
040500     EXIT.
040600
040700 3210-FIND-HEAD.
040800     IF WS-MB-ELIGIBLE (WS-MEMBER-SUB)
040900         MOVE WS-MEMBER-SUB      TO WS-HEAD-SUB
041000     END-IF.
041100 3210-EXIT.
041200     EXIT.
041300
041400 3220-WRITE-MEMBER.
041500     MOVE WS-MB-CUST-ID (WS-MEMBER-SUB) TO HH-CUST-ID.
041600     MOVE WS-MB-CUST-ID (WS-HEAD-SUB)   TO HH-HOUSEHOLD-ID.
041700     MOVE WS-MB-LAST-NAME (WS-HEAD-SUB) TO HH-HEAD-LAST-NAME.
041800     MOVE WS-MEMBER-COUNT        TO HH-MEMBER-COUNT.
041900     MOVE WS-BUSINESS-DATE       TO HH-BUILD-DATE.
042000     MOVE WS-HEAD-MAIL-SW        TO HH-HEAD-MAIL-SW.
042100     IF WS-MEMBER-SUB EQUAL WS-HEAD-SUB
042200         MOVE 'Y'                TO HH-HEAD-SW
042300     ELSE
042400         MOVE 'N'                TO HH-HEAD-SW
042500     END-IF.
042600     WRITE HOUSEHOLD-RECORD
042700         INVALID KEY
042800             DISPLAY "DUPLICATE HOUSEHOLD CUSTOMER: " HH-CUST-ID
042900     END-WRITE.
043000 3220-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400*    3250-PRINT-HOUSEHOLD - HOUSEHOLD LINE FOLLOWED BY ONE LINE
043500*                           PER MEMBER, THE HEAD MARKED
043600******************************************************************
043700 3250-PRINT-HOUSEHOLD.
043800     IF WS-LINE-COUNT + WS-MEMBER-COUNT + 2
043900             > WS-MAX-LINES-PER-PAGE
044000         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
044100     END-IF.
044200     MOVE WS-MB-CUST-ID (WS-HEAD-SUB) TO WS-HL-HOUSEHOLD-ID.
044300     MOVE WS-CURRENT-ADDR-KEY (1:6)   TO WS-HL-PIN-CODE.
044400     MOVE WS-CURRENT-ADDR-KEY (7:3)   TO WS-HL-HOUSE-NUMBER.
044500     MOVE WS-CURRENT-ADDR-KEY (10:5)  TO WS-HL-COUNTRY.
044600     MOVE WS-MEMBER-COUNT        TO WS-HL-MEMBERS.
044700     WRITE RPT-LINE              FROM SPACES.
044800     WRITE RPT-LINE              FROM WS-HOUSEHOLD-LINE.
044900     ADD 2                       TO WS-LINE-COUNT.
045000     PERFORM 3260-PRINT-MEMBER THRU 3260-EXIT
045100             VARYING WS-MEMBER-SUB FROM 1 BY 1
045200             UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
045300 3250-EXIT.
045400     EXIT.
045500
045600 3260-PRINT-MEMBER.
045700     MOVE WS-MB-CUST-ID (WS-MEMBER-SUB)    TO WS-ML-CUST-ID.
045800     MOVE WS-MB-LAST-NAME (WS-MEMBER-SUB)  TO WS-ML-LAST-NAME.
045900     MOVE WS-MB-FIRST-NAME (WS-MEMBER-SUB) TO WS-ML-FIRST-NAME.
046000     IF WS-MEMBER-SUB EQUAL WS-HEAD-SUB
046100         MOVE "HEAD"             TO WS-ML-ROLE
046200     ELSE
046300         MOVE "MEMBER"           TO WS-ML-ROLE
046400     END-IF.
046500     WRITE RPT-LINE              FROM WS-MEMBER-LINE.
046600     ADD 1                       TO WS-LINE-COUNT.
046700 3260-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    3300-WRITE-OVERFLOW - A CUSTOMER BEYOND THE MEMBER TABLE'S
047200*                          BOUND STANDS AS A HOUSEHOLD OF ONE
047300*                          RATHER THAN BEING LOST
047400******************************************************************
047500 3300-WRITE-OVERFLOW.
047600     ADD 1                       TO WS-OVERFLOW-COUNT
047700                                    WS-HOUSEHOLD-COUNT
047800                                    WS-SINGLE-COUNT
047900                                    WS-GROUPED-COUNT.
048000     DISPLAY "HOUSEHOLD TABLE FULL - CUSTOMER STANDS ALONE: "
048100             SHH-CUST-ID.
048200     MOVE SHH-CUST-ID            TO HH-CUST-ID
048300                                    HH-HOUSEHOLD-ID.
048400     MOVE SHH-LAST-NAME          TO HH-HEAD-LAST-NAME.
048500     MOVE 1                      TO HH-MEMBER-COUNT.
048600     MOVE WS-BUSINESS-DATE       TO HH-BUILD-DATE.
048700     MOVE 'Y'                    TO HH-HEAD-SW
048800                                    HH-HEAD-MAIL-SW.
048900     WRITE HOUSEHOLD-RECORD
049000         INVALID KEY
049100             DISPLAY "DUPLICATE HOUSEHOLD CUSTOMER: " HH-CUST-ID
049200     END-WRITE.
049300 3300-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*    3500-PRINT-TOTALS - HOUSEHOLD COUNTS FOR MARKETING
049800******************************************************************
049900 3500-PRINT-TOTALS.
050000     WRITE RPT-LINE              FROM SPACES.
050100     MOVE "CUSTOMERS WITH A MAILING ADDRESS"   TO WS-TL-LABEL.
050200     MOVE WS-GROUPED-COUNT       TO WS-TL-COUNT.
050300     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
050400     MOVE "HOUSEHOLDS"                         TO WS-TL-LABEL.
050500     MOVE WS-HOUSEHOLD-COUNT     TO WS-TL-COUNT.
050600     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
050700     MOVE "  SINGLE-CUSTOMER HOUSEHOLDS"       TO WS-TL-LABEL.
050800     MOVE WS-SINGLE-COUNT        TO WS-TL-COUNT.
050900     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
051000     MOVE "  HOUSEHOLDS OF TWO OR MORE"        TO WS-TL-LABEL.
051100     MOVE WS-MULTI-COUNT         TO WS-TL-COUNT.
051200     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
051300     MOVE "  CUSTOMERS IN THOSE HOUSEHOLDS"    TO WS-TL-LABEL.
051400     MOVE WS-MULTI-MEMBER-COUNT  TO WS-TL-COUNT.
051500     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
051600     MOVE "LARGEST HOUSEHOLD"                  TO WS-TL-LABEL.
051700     MOVE WS-LARGEST-COUNT       TO WS-TL-COUNT.
051800     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
051900     MOVE "LABELS SAVED PER HOUSEHOLD MAILING" TO WS-TL-LABEL.
052000     COMPUTE WS-TL-COUNT = WS-GROUPED-COUNT - WS-HOUSEHOLD-COUNT.
052100     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
052200     MOVE "CUSTOMERS WITH NO MAILING ADDRESS"  TO WS-TL-LABEL.
052300     MOVE WS-NO-MAIL-ADDR-COUNT  TO WS-TL-COUNT.
052400     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
052500 3500-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
053000******************************************************************
053100 3600-PRINT-HEADERS.
053200     ADD 1                       TO WS-PAGE-COUNT.
053300     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
053400     IF WS-PAGE-COUNT IS GREATER THAN 1
053500         WRITE RPT-LINE          FROM SPACES
053600             AFTER ADVANCING PAGE
053700     END-IF.
053800     WRITE RPT-LINE              FROM WS-HEADING-1.
053900     WRITE RPT-LINE              FROM WS-HEADING-2.
054000     WRITE RPT-LINE              FROM SPACES.
054100     WRITE RPT-LINE              FROM WS-HEADING-3.
054200     MOVE ZERO                   TO WS-LINE-COUNT.
054300 3600-EXIT.
054400     EXIT.
054500
054600 3900-RETURN-SORTED.
054700     RETURN HOUSEHOLD-SORT
054800         AT END
054900             SET WS-SORT-EOF TO TRUE
055000     END-RETURN.
055100 3900-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
055600*                             FROM THE CALCHK BUSDATE CARD; FALL
055700*                             BACK TO THE MACHINE DATE WHEN THE
055800*                             CARD IS ABSENT
055900******************************************************************
056000 8100-GET-BUSINESS-DATE.
056100     OPEN INPUT BUS-DATE-FILE.
056200     IF WS-BDAT-OK
056300         READ BUS-DATE-FILE
056400             AT END
056500                 CONTINUE
056600             NOT AT END
056700                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
056800                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
056900                 END-IF
057000         END-READ
057100     END-IF.
057200     CLOSE BUS-DATE-FILE.
057300     IF WS-BUSINESS-DATE EQUAL ZERO
057400         MOVE 'C'                TO WS-DU-FUNCTION
057500         CALL "DATEUTIL"         USING WS-DU-FUNCTION
057600                                       WS-BUSINESS-DATE
057700                                       WS-DU-DATE-2
057800                                       WS-DU-DAYS
057900                                       WS-DU-VALID-SW
058000     END-IF.
058100 8100-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS
058600******************************************************************
058700 9000-TERMINATE.
058800     DISPLAY "CUSTOMERS READ        : " WS-NAME-COUNT.
058900     DISPLAY "NO MAILING ADDRESS    : " WS-NO-MAIL-ADDR-COUNT.
059000     DISPLAY "HOUSEHOLDS BUILT      : " WS-HOUSEHOLD-COUNT.
059100     DISPLAY "HOUSEHOLDS OF 2+      : " WS-MULTI-COUNT.
059200     DISPLAY "TABLE OVERFLOWS       : " WS-OVERFLOW-COUNT.
059300     CLOSE CUST-NAME-MASTER.
059400     CLOSE CUSTOMER-ADDR-MASTER.
059500     CLOSE CUST-PREF-MASTER.
059600     CLOSE HOUSEHOLD-MASTER.
059700     CLOSE HOUSEHOLD-REPORT.
059800     IF WS-OVERFLOW-COUNT > ZERO
059900         MOVE 4                  TO RETURN-CODE
060000     END-IF.
060100     MOVE 'E'                    TO RSA-FUNCTION.
060200     MOVE WS-NAME-COUNT          TO RSA-READ-COUNT.
060300     MOVE WS-GROUPED-COUNT       TO RSA-WRITTEN-COUNT.
060400     MOVE ZERO                   TO RSA-REJECT-COUNT.
060500     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
060600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
060700     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
060800 9000-EXIT.
060900     EXIT.
061000
061100 9999-EXIT.
061200     STOP RUN.
