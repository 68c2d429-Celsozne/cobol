000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 UNDLRPT.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               CUSTOMER SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - WEEKLY LIST OF CUSTOMERS
001200*                     STILL NEEDING A NEW ADDRESS.  WALKS CUSTNMM
001300*                     AND PULLS EACH CUSTOMER'S BILLING, SHIPPING
001400*                     AND MAILING ADDRESS FROM CUSTADDR; EVERY
001500*                     ADDRESS RTNMAIL HAS MARKED UNDELIVERABLE AND
001600*                     ATV3 HAS NOT YET CHANGED PRINTS WITH ITS
001700*                     RETURN DATE, REASON AND DAYS OUTSTANDING
001800*                     FROM THE SHARED DATEUTIL SERVICE.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-370.
002300 OBJECT-COMPUTER.            IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
002700                             ORGANIZATION IS LINE SEQUENTIAL.
002800     SELECT CUSTOMER-ADDR-MASTER ASSIGN TO "CUSTADDR"
002900                             ORGANIZATION IS INDEXED
003000                             ACCESS MODE IS RANDOM
003100                             RECORD KEY IS CA-ADDR-KEY
003200                             ALTERNATE RECORD KEY IS CA-PIN-CODE
003300                                 WITH DUPLICATES
003400                             FILE STATUS IS WS-MASTER-STATUS.
003500     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003600                             ORGANIZATION IS LINE SEQUENTIAL
003700                             FILE STATUS IS WS-BDAT-STATUS.
003800     SELECT UNDELIV-REPORT   ASSIGN TO "UNDLRPT"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUST-NAME-MASTER
004400     RECORDING MODE IS F.
004500     COPY CUSTNMM.
004600
004700 FD  CUSTOMER-ADDR-MASTER.
004800     COPY ADDRMAST.
004900
005000 FD  BUS-DATE-FILE
005100     RECORDING MODE IS F.
005200     COPY BUSDATE.
005300
005400 FD  UNDELIV-REPORT
005500     RECORDING MODE IS F.
005600 01  RPT-LINE                    PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-MASTER-STATUS            PIC X(02).
006000     88  WS-MASTER-OK                    VALUE "00".
006100 01  WS-BDAT-STATUS              PIC X(02).
006200     88  WS-BDAT-OK                      VALUE "00".
006300 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
006400 01  WS-DU-FUNCTION              PIC X(01).
006500 01  WS-DU-DATE-2                PIC 9(08).
006600 01  WS-DU-DAYS                  PIC S9(05).
006700 01  WS-DU-VALID-SW              PIC X(01).
006800     88  WS-DU-VALID                     VALUE 'Y'.
006900
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
007200         88  WS-EOF                          VALUE 'Y'.
007300     05  WS-CUST-LISTED-SW       PIC X(01)   VALUE 'N'.
007400         88  WS-CUST-LISTED                  VALUE 'Y'.
007500
007600 77  WS-CUST-COUNT               PIC 9(05)   COMP    VALUE ZERO.
007700 77  WS-ADDR-COUNT               PIC 9(05)   COMP    VALUE ZERO.
007800 77  WS-OVER-30-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007900 77  WS-TYPE-SUB                 PIC 9(01)   COMP    VALUE ZERO.
008000 77  WS-LINE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
008100 77  WS-PAGE-COUNT               PIC 9(03)   COMP    VALUE ZERO.
008200 77  WS-MAX-LINES-PER-PAGE       PIC 9(03)   COMP    VALUE 55.
008300
008400*    ADDRESS TYPES IN THE ORDER THEY PRINT FOR A CUSTOMER
008500 01  WS-ADDR-TYPE-VALUES.
008600     05  FILLER                  PIC X(09)   VALUE "BBILLING".
008700     05  FILLER                  PIC X(09)   VALUE "SSHIPPING".
008800     05  FILLER                  PIC X(09)   VALUE "MMAILING".
008900 01  WS-ADDR-TYPE-TABLE REDEFINES WS-ADDR-TYPE-VALUES.
009000     05  WS-ADDR-TYPE-ENTRY      OCCURS 3 TIMES.
009100         10  WS-AT-CODE          PIC X(01).
009200         10  WS-AT-NAME          PIC X(08).
009300
009400 01  WS-RUN-DATE.
009500     05  WS-RUN-YYYY             PIC 9(04).
009600     05  WS-RUN-MM               PIC 9(02).
009700     05  WS-RUN-DD               PIC 9(02).
009800
009900 01  WS-DATE-EDIT.
010000     05  WS-DE-MM                PIC 9(02).
010100     05  FILLER                  PIC X(01)   VALUE '/'.
010200     05  WS-DE-DD                PIC 9(02).
010300     05  FILLER                  PIC X(01)   VALUE '/'.
010400     05  WS-DE-YYYY              PIC 9(04).
010500
010600 01  WS-HEADING-1.
010700     05  FILLER                  PIC X(40)   VALUE SPACES.
010800     05  FILLER                  PIC X(40)
010900             VALUE "UNDELIVERABLE ADDRESS FOLLOW-UP LIST".
011000     05  FILLER                  PIC X(30)   VALUE SPACES.
011100     05  FILLER                  PIC X(05)   VALUE "PAGE ".
011200     05  WS-H1-PAGE              PIC ZZZ9.
011300
011400 01  WS-HEADING-2.
011500     05  FILLER                  PIC X(08)   VALUE "RUN DATE".
011600     05  FILLER                  PIC X(02)   VALUE ": ".
011700     05  WS-H2-DATE              PIC X(10).
011800
011900 01  WS-HEADING-3.
012000     05  FILLER                  PIC X(07)   VALUE "CUST".
012100     05  FILLER                  PIC X(17)   VALUE "LAST NAME".
012200     05  FILLER                  PIC X(17)   VALUE "FIRST NAME".
012300     05  FILLER                  PIC X(10)   VALUE "TYPE".
012400     05  FILLER                  PIC X(07)   VALUE "HOUSE".
012500     05  FILLER                  PIC X(07)   VALUE "CNTRY".
012600     05  FILLER                  PIC X(08)   VALUE "PIN".
012700     05  FILLER                  PIC X(12)   VALUE "RETURNED".
012800     05  FILLER                  PIC X(23)   VALUE "REASON".
012900     05  FILLER                  PIC X(05)   VALUE " DAYS".
013000
013100 01  WS-DETAIL-LINE.
013200     05  WS-DL-CUST-ID           PIC 9(05).
013300     05  FILLER                  PIC X(02)   VALUE SPACES.
013400     05  WS-DL-LAST-NAME         PIC X(15).
013500     05  FILLER                  PIC X(02)   VALUE SPACES.
013600     05  WS-DL-FIRST-NAME        PIC X(15).
013700     05  FILLER                  PIC X(02)   VALUE SPACES.
013800     05  WS-DL-TYPE              PIC X(08).
013900     05  FILLER                  PIC X(02)   VALUE SPACES.
014000     05  WS-DL-HOUSE             PIC 9(03).
014100     05  FILLER                  PIC X(04)   VALUE SPACES.
014200     05  WS-DL-COUNTRY           PIC X(05).
014300     05  FILLER                  PIC X(02)   VALUE SPACES.
014400     05  WS-DL-PIN               PIC 9(06).
014500     05  FILLER                  PIC X(02)   VALUE SPACES.
014600     05  WS-DL-RETURN-DATE       PIC X(10).
014700     05  FILLER                  PIC X(02)   VALUE SPACES.
014800     05  WS-DL-REASON            PIC X(21).
014900     05  FILLER                  PIC X(02)   VALUE SPACES.
015000     05  WS-DL-DAYS              PIC ZZZZ9.
015100
015200 01  WS-TOTAL-LINE.
015300     05  FILLER                  PIC X(02)   VALUE SPACES.
015400     05  WS-TL-LABEL             PIC X(30).
015500     05  WS-TL-COUNT             PIC ZZ,ZZ9.
015600
015700     COPY RUNSTAT.
015800
015900 PROCEDURE DIVISION.
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
016200     PERFORM 2000-PROCESS-CUSTOMER   THRU 2000-EXIT
016300             UNTIL WS-EOF.
016400     PERFORM 3000-PRINT-TOTALS       THRU 3000-EXIT.
016500     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
016600     GO TO 9999-EXIT.
016700
016800******************************************************************
016900*    1000-INITIALIZE - OPEN FILES, SET THE RUN DATE AND PRINT THE
017000*                      FIRST PAGE HEADING
017100******************************************************************
017200 1000-INITIALIZE.
017300     DISPLAY "UNDLRPT - UNDELIVERABLE ADDRESS LIST STARTING".
017400     MOVE "UNDLRPT"              TO RSA-PROGRAM-ID.
017500     MOVE 'S'                    TO RSA-FUNCTION.
017600     CALL "RUNSTAT"              USING RUN-STAT-AREA.
017700     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
017800     MOVE WS-BUSINESS-DATE       TO WS-RUN-DATE.
017900     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
018000     MOVE WS-DATE-EDIT           TO WS-H2-DATE.
018100     OPEN INPUT  CUST-NAME-MASTER.
018200     OPEN INPUT  CUSTOMER-ADDR-MASTER.
018300     OPEN OUTPUT UNDELIV-REPORT.
018400     PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT.
018500     PERFORM 2900-READ-NAME THRU 2900-EXIT.
018600 1000-EXIT.
018700     EXIT.
018800
018900******************************************************************
019000*    2000-PROCESS-CUSTOMER - LOOK AT EACH OF THE CUSTOMER'S
019100*                            ADDRESS TYPES IN TURN
019200******************************************************************
019300 2000-PROCESS-CUSTOMER.
019400     MOVE 'N'                    TO WS-CUST-LISTED-SW.
019500     PERFORM 2100-CHECK-ONE-TYPE THRU 2100-EXIT
019600             VARYING WS-TYPE-SUB FROM 1 BY 1
019700             UNTIL WS-TYPE-SUB GREATER THAN 3.
019800     IF WS-CUST-LISTED
019900         ADD 1                   TO WS-CUST-COUNT
020000     END-IF.
020100     PERFORM 2900-READ-NAME THRU 2900-EXIT.
020200 2000-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    2100-CHECK-ONE-TYPE - KEYED READ OF ONE ADDRESS TYPE; LIST
020700*                          IT WHEN IT CARRIES THE RETURNED-MAIL
020800*                          MARKER
020900******************************************************************
021000 2100-CHECK-ONE-TYPE.
021100     MOVE CNM-CUST-ID            TO CA-CUST-ID.
021200     MOVE WS-AT-CODE (WS-TYPE-SUB) TO CA-ADDR-TYPE.
021300     READ CUSTOMER-ADDR-MASTER
021400         INVALID KEY
021500             GO TO 2100-EXIT
021600     END-READ.
021700     IF NOT CA-UNDELIVERABLE
021800         GO TO 2100-EXIT
021900     END-IF.
022000     PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT.
022100 2100-EXIT.
022200     EXIT.
022300
022400******************************************************************
022500*    2200-PRINT-DETAIL - ONE LINE PER UNDELIVERABLE ADDRESS, AGED
022600*                        FROM THE RETURN DATE TO THE BUSINESS DATE
022700******************************************************************
022800 2200-PRINT-DETAIL.
022900     SET WS-CUST-LISTED          TO TRUE.
023000     ADD 1                       TO WS-ADDR-COUNT.
023100     MOVE CNM-CUST-ID            TO WS-DL-CUST-ID.
023200     MOVE CNM-LAST-NAME          TO WS-DL-LAST-NAME.
023300     MOVE CNM-FIRST-NAME         TO WS-DL-FIRST-NAME.
023400     MOVE WS-AT-NAME (WS-TYPE-SUB) TO WS-DL-TYPE.
023500     MOVE CA-HOUSE-NUMBER        TO WS-DL-HOUSE.
023600     MOVE CA-COUNTRY             TO WS-DL-COUNTRY.
023700     MOVE CA-PIN-CODE            TO WS-DL-PIN.
023800     MOVE CA-RETURN-DATE         TO WS-RUN-DATE.
023900     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
024000     MOVE WS-DATE-EDIT           TO WS-DL-RETURN-DATE.
024100     EVALUATE CA-RETURN-REASON
024200         WHEN "MV"
024300             MOVE "MOVED, LEFT NO ADDR"  TO WS-DL-REASON
024400         WHEN "NK"
024500             MOVE "NOT KNOWN AT ADDRESS" TO WS-DL-REASON
024600         WHEN "IA"
024700             MOVE "INSUFFICIENT ADDRESS" TO WS-DL-REASON
024800         WHEN "RF"
024900             MOVE "REFUSED"              TO WS-DL-REASON
025000         WHEN "UC"
025100             MOVE "UNCLAIMED"            TO WS-DL-REASON
025200         WHEN "DC"
025300             MOVE "DECEASED"             TO WS-DL-REASON
025400         WHEN OTHER
025500             MOVE CA-RETURN-REASON       TO WS-DL-REASON
025600     END-EVALUATE.
025700     MOVE 'D'                    TO WS-DU-FUNCTION.
025800     MOVE CA-RETURN-DATE         TO WS-DU-DATE-2.
025900     CALL "DATEUTIL"             USING WS-DU-FUNCTION
026000                                       WS-BUSINESS-DATE
026100                                       WS-DU-DATE-2
026200                                       WS-DU-DAYS
026300                                       WS-DU-VALID-SW.
026400     IF NOT WS-DU-VALID
026500      OR WS-DU-DAYS < ZERO
026600         MOVE ZERO               TO WS-DU-DAYS
026700     END-IF.
026800     MOVE WS-DU-DAYS             TO WS-DL-DAYS.
026900     IF WS-DU-DAYS > 30
027000         ADD 1                   TO WS-OVER-30-COUNT
027100     END-IF.
027200     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
027300             WS-MAX-LINES-PER-PAGE
027400         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
027500     END-IF.
027600     WRITE RPT-LINE              FROM WS-DETAIL-LINE.
027700     ADD 1                       TO WS-LINE-COUNT.
027800 2200-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    2500-EDIT-DATE - WS-RUN-DATE (CCYYMMDD) TO MM/DD/CCYY
028300******************************************************************
028400 2500-EDIT-DATE.
028500     MOVE WS-RUN-MM              TO WS-DE-MM.
028600     MOVE WS-RUN-DD              TO WS-DE-DD.
028700     MOVE WS-RUN-YYYY            TO WS-DE-YYYY.
028800 2500-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*    2900-READ-NAME - READ THE NEXT CUSTOMER NAME RECORD
029300******************************************************************
029400 2900-READ-NAME.
029500     READ CUST-NAME-MASTER
029600         AT END
029700             SET WS-EOF TO TRUE
029800     END-READ.
029900 2900-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300*    3000-PRINT-TOTALS - CUSTOMER AND ADDRESS COUNTS
030400******************************************************************
030500 3000-PRINT-TOTALS.
030600     WRITE RPT-LINE              FROM SPACES.
030700     MOVE "CUSTOMERS NEEDING AN ADDRESS" TO WS-TL-LABEL.
030800     MOVE WS-CUST-COUNT          TO WS-TL-COUNT.
030900     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
031000     MOVE "UNDELIVERABLE ADDRESSES"      TO WS-TL-LABEL.
031100     MOVE WS-ADDR-COUNT          TO WS-TL-COUNT.
031200     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
031300     MOVE "OUTSTANDING OVER 30 DAYS"     TO WS-TL-LABEL.
031400     MOVE WS-OVER-30-COUNT       TO WS-TL-COUNT.
031500     WRITE RPT-LINE              FROM WS-TOTAL-LINE.
031600 3000-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    3600-PRINT-HEADERS - START A NEW PAGE OF THE REPORT
032100******************************************************************
032200 3600-PRINT-HEADERS.
032300     ADD 1                       TO WS-PAGE-COUNT.
032400     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE.
032500     IF WS-PAGE-COUNT IS GREATER THAN 1
032600         WRITE RPT-LINE          FROM SPACES
032700             AFTER ADVANCING PAGE
032800     END-IF.
032900     WRITE RPT-LINE              FROM WS-HEADING-1.
033000     WRITE RPT-LINE              FROM WS-HEADING-2.
033100     WRITE RPT-LINE              FROM SPACES.
033200     WRITE RPT-LINE              FROM WS-HEADING-3.
033300     MOVE ZERO                   TO WS-LINE-COUNT.
033400 3600-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
033900*                             FROM THE CALCHK BUSDATE CARD; FALL
034000*                             BACK TO THE MACHINE DATE WHEN THE
034100*                             CARD IS ABSENT
034200******************************************************************
034300 8100-GET-BUSINESS-DATE.
034400     OPEN INPUT BUS-DATE-FILE.
034500     IF WS-BDAT-OK
034600         READ BUS-DATE-FILE
034700             AT END
034800                 CONTINUE
034900             NOT AT END
035000                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
035100                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
035200                 END-IF
035300         END-READ
035400     END-IF.
035500     CLOSE BUS-DATE-FILE.
035600     IF WS-BUSINESS-DATE EQUAL ZERO
035700         MOVE 'C'                TO WS-DU-FUNCTION
035800         CALL "DATEUTIL"         USING WS-DU-FUNCTION
035900                                       WS-BUSINESS-DATE
036000                                       WS-DU-DATE-2
036100                                       WS-DU-DAYS
036200                                       WS-DU-VALID-SW
036300     END-IF.
036400 8100-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    9000-TERMINATE - CLOSE FILES AND REPORT THE RUN COUNTS
036900******************************************************************
037000 9000-TERMINATE.
037100     DISPLAY "CUSTOMERS LISTED      : " WS-CUST-COUNT.
037200     DISPLAY "ADDRESSES LISTED      : " WS-ADDR-COUNT.
037300     CLOSE CUST-NAME-MASTER.
037400     CLOSE CUSTOMER-ADDR-MASTER.
037500     CLOSE UNDELIV-REPORT.
037600     MOVE 'E'                    TO RSA-FUNCTION.
037700     MOVE WS-ADDR-COUNT          TO RSA-READ-COUNT
037800                                    RSA-WRITTEN-COUNT.
037900     MOVE ZERO                   TO RSA-REJECT-COUNT.
038000     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
038100     CALL "RUNSTAT"              USING RUN-STAT-AREA.
038200     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
038300 9000-EXIT.
038400     EXIT.
038500
038600 9999-EXIT.
038700     STOP RUN.
