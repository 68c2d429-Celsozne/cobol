003200*                     UPDATES ARE NOW JOURNALED THROUGH UPDJRNL
003300*                     LIKE THE ATV3 PATH, SO FORWARD RECOVERY
003400*                     REPLAYS CRM CORRECTIONS TOO.
003410*    2026-10-15 JPL   NEW 'P' CONTACT PREFERENCE CORRECTION - SETS
003420*                     ONE CHANNEL'S OPT-IN/OPT-OUT FLAG ON THE
003430*                     CUSTPREF MASTER FROM AN EFFECTIVE DATE THE
003440*                     SAME WAY PREFMNT DOES, WITH A PREFAUD TRAIL
003450*                     AND AN UPDJRNL JOURNAL ENTRY.  THE CUSTOMER
003460*                     MUST BE ON THE NAME MASTER.
003470*    2026-10-15 JPL   A NEW ADDRESS STARTS WITHOUT A RETURNED-
003480*                     MAIL MARKER; A CORRECTION LEAVES ANY
003490*                     MARKER IN PLACE FOR ATV3 TO CLEAR.
003492*    2026-10-15 JPL   A CORRECTED NAME IS RE-FILED ON THE CUSTPHX
003494*                     PHONETIC INDEX UNDER ITS NEW PHONKEY SOUND
003496*                     CODES SO CUSTSRCH FINDS IT BY THE NEW
003498*                     SPELLING.
003508*    2026-10-15 JPL   A PREFERENCE CORRECTION DATED IN A CLOSED
003518*                     ACCOUNTING PERIOD (SHARED PERDCHK AGAINST
003528*                     PERDCTL) IS NOT APPLIED - IT IS WRITTEN TO
003538*                     THE BACKDTD EXCEPTIONS FILE FOR FINANCE, AS
003548*                     PREFMNT DOES, AND THE RUN ENDS RC 4.
003558******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.            IBM-370.
006700                             ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT CRM-IN-REJECT    ASSIGN TO "CRMINREJ"
006900                             ORGANIZATION IS LINE SEQUENTIAL.
006910     SELECT CUST-PREF-MASTER ASSIGN TO "CUSTPREF"
006920                             ORGANIZATION IS INDEXED
006930                             ACCESS MODE IS RANDOM
006940                             RECORD KEY IS CPF-CUST-ID
006950                             FILE STATUS IS WS-PREF-STATUS.
006960     SELECT PREF-AUDIT       ASSIGN TO "PREFAUD"
006970                             ORGANIZATION IS LINE SEQUENTIAL.
006973     SELECT CUST-PHONETIC-INDEX ASSIGN TO "CUSTPHX"
006977                             ORGANIZATION IS INDEXED
006981                             ACCESS MODE IS RANDOM
006985                             RECORD KEY IS CPX-CUST-ID
006988                             ALTERNATE RECORD KEY IS CPX-SOUND-KEY
006992                                 WITH DUPLICATES
006996                             FILE STATUS IS WS-PHX-STATUS.
006997     SELECT OPTIONAL BACK-DATED-FILE ASSIGN TO "BACKDTD"
006998                             ORGANIZATION IS LINE SEQUENTIAL.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007600     05  CI-KIND                 PIC X(01).
007700         88  CI-NAME-FIX                     VALUE 'N'.
007800         88  CI-ADDR-FIX                     VALUE 'A'.
007850         88  CI-PREF-FIX                     VALUE 'P'.
007900     05  CI-CUST-ID              PIC 9(05).
008000     05  CI-ADDR-TYPE            PIC X(01).
008100     05  CI-HOUSE-NUMBER         PIC 9(03).
008200     05  CI-COUNTRY              PIC X(05).
008300     05  CI-PIN-CODE             PIC 9(06).
008400     05  CI-RAW-NAME             PIC X(40).
008408 01  CRM-IN-PREF-RECORD.
008416     05  FILLER                  PIC X(06).
008424     05  CIP-CHANNEL             PIC X(01).
008432         88  CIP-CH-MAIL                     VALUE 'M'.
008440         88  CIP-CH-CRM                      VALUE 'C'.
008448         88  CIP-CH-EMAIL                    VALUE 'E'.
008456         88  CIP-CH-PHONE                    VALUE 'P'.
008464     05  CIP-FLAG                PIC X(01).
008472         88  CIP-FLAG-VALID                  VALUE 'I' 'O'.
008480     05  CIP-EFF-DATE            PIC 9(08).
008488     05  FILLER                  PIC X(45).
008500
008600 FD  CUST-NAME-MASTER
008700     RECORDING MODE IS F.
010800 FD  CRM-IN-REJECT
010900     RECORDING MODE IS F.
011000 01  CRM-REJ-LINE                PIC X(128).
011010
011020 FD  CUST-PREF-MASTER.
011030     COPY CUSTPREF.
011040
011050 FD  PREF-AUDIT
011060     RECORDING MODE IS F.
011070 01  PREF-AUDIT-LINE             PIC X(80).
011077
011085 FD  CUST-PHONETIC-INDEX.
011092     COPY CUSTPHX.
011100
011120 FD  BACK-DATED-FILE
011140     RECORDING MODE IS F.
011160     COPY BACKDTD.
011180
011200 FD  BUS-DATE-FILE
011300     RECORDING MODE IS F.
011400     COPY BUSDATE.
012400     88  WS-ADDR-OK                      VALUE "00".
012500 01  WS-CNTRY-STATUS             PIC X(02).
012600     88  WS-CNTRY-OK                     VALUE "00".
012630 01  WS-PREF-STATUS              PIC X(02).
012660     88  WS-PREF-OK                      VALUE "00".
012673 01  WS-PHX-STATUS               PIC X(02).
012686     88  WS-PHX-OK                       VALUE "00".
012700 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012800 01  WS-DU-FUNCTION              PIC X(01).
012900 01  WS-DU-DATE-2                PIC 9(08).
015400         88  WS-FILE-ERROR                   VALUE 'Y'.
015500     05  WS-LOAD-FAILED-SW       PIC X(01)   VALUE 'N'.
015600         88  WS-LOAD-FAILED                  VALUE 'Y'.
015620     05  WS-PREF-PRESENT-SW      PIC X(01)   VALUE 'N'.
015640         88  WS-PREF-PRESENT                 VALUE 'Y'.
015660     05  WS-NEW-PREF-SW          PIC X(01)   VALUE 'N'.
015680         88  WS-NEW-PREF                     VALUE 'Y'.
015684     05  WS-PHX-PRESENT-SW       PIC X(01)   VALUE 'N'.
015688         88  WS-PHX-PRESENT                  VALUE 'Y'.
015692     05  WS-PHX-FOUND-SW         PIC X(01)   VALUE 'N'.
015696         88  WS-PHX-FOUND                    VALUE 'Y'.
015697     05  WS-DIVERTED-SW          PIC X(01)   VALUE 'N'.
015698         88  WS-DIVERTED                     VALUE 'Y'.
015700
015800 01  WS-SCAN-FIELDS.
015900     05  WS-SCAN-COUNT           PIC 9(07)   VALUE ZERO.
016800 77  WS-NAME-COUNT               PIC 9(03)   COMP    VALUE ZERO.
016900 77  WS-NAME-SUB                 PIC 9(03)   COMP.
017000 77  WS-NAME-HIT                 PIC 9(03)   COMP    VALUE ZERO.
017050 77  WS-PHX-COUNT                PIC 9(05)   COMP    VALUE ZERO.
017070 77  WS-DIVERT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
017100 01  WS-NAME-TABLE.
017200     05  WS-NAME-ENTRY           OCCURS 500 TIMES.
017300         10  WS-NT-RECORD        PIC X(62).
020000 77  WS-DETAIL-COUNT             PIC 9(07)   COMP    VALUE ZERO.
020100 77  WS-NAME-APPLIED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
020200 77  WS-ADDR-APPLIED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
020230 77  WS-PREF-APPLIED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
020260 77  WS-PREF-SUB                 PIC 9(02)   COMP    VALUE ZERO.
020300 77  WS-REJECT-COUNT             PIC 9(05)   COMP    VALUE ZERO.
020400 01  WS-TREJ-REASON              PIC X(30).
020500 01  WS-OLD-HOUSE-NUMBER         PIC 9(03).
020600 01  WS-OLD-COUNTRY              PIC X(05).
020700 01  WS-OLD-PIN-CODE             PIC 9(06).
020730 01  WS-PREF-EFF-DATE            PIC 9(08).
020760 01  WS-PREF-OLD-FLAG            PIC X(01).
020800
020900     COPY FILEHDTR.
021000
021400 01  WS-JRN-ACTION               PIC X(01).
021500 01  WS-JRN-BEFORE               PIC X(80).
021600 01  WS-JRN-AFTER                PIC X(80).
021620 01  WS-PREF-JRN-FILE-ID         PIC X(08)   VALUE "CUSTPREF".
021640
021660     COPY PREFAUD.
021700
021800     COPY RUNSTAT.
021900
021920     COPY PERDREQ.
021940
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
025300     OPEN EXTEND ADDRESS-AUDIT.
025400     OPEN EXTEND NAME-AUDIT.
025500     OPEN OUTPUT CRM-IN-REJECT.
025510     OPEN I-O    CUST-PREF-MASTER.
025520     IF WS-PREF-OK
025530         SET WS-PREF-PRESENT     TO TRUE
025540     ELSE
025550         DISPLAY "CUSTPREF NOT AVAILABLE - PREFERENCES REJECTED"
025560     END-IF.
025570     OPEN EXTEND PREF-AUDIT.
025574     OPEN I-O    CUST-PHONETIC-INDEX.
025578     IF WS-PHX-OK
025582         SET WS-PHX-PRESENT      TO TRUE
025587     ELSE
025591         DISPLAY "CUSTPHX NOT AVAILABLE - NAMES NOT RE-INDEXED"
025595     END-IF.
025597     OPEN EXTEND BACK-DATED-FILE.
025600     PERFORM 2900-READ-CORRECTION THRU 2900-EXIT.
025700 1000-EXIT.
025800     EXIT.
042300             PERFORM 3000-APPLY-NAME-FIX THRU 3000-EXIT
042400         WHEN CI-ADDR-FIX
042500             PERFORM 4000-APPLY-ADDR-FIX THRU 4000-EXIT
042530         WHEN CI-PREF-FIX
042560             PERFORM 5000-APPLY-PREF-FIX THRU 5000-EXIT
042600         WHEN OTHER
042700             MOVE "UNKNOWN CORRECTION KIND" TO WS-TREJ-REASON
042800             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
046300     MOVE CNM-FIRST-NAME         TO NA-NEW-FIRST-NAME.
046400     MOVE WS-BUSINESS-DATE       TO NA-DATE.
046500     WRITE NAME-AUDIT-RECORD.
046550     PERFORM 3400-INDEX-NAME THRU 3400-EXIT.
046600 3000-EXIT.
046700     EXIT.
046800
057300 3320-EXIT.
057400     EXIT.
057500
057503******************************************************************
057506*    3400-INDEX-NAME - RE-FILE THE CORRECTED NAME ON THE CUSTPHX
057509*                      PHONETIC INDEX (ADDED IF THE CUSTOMER WAS
057512*                      NEVER INDEXED)
057516******************************************************************
057519 3400-INDEX-NAME.
057522     IF NOT WS-PHX-PRESENT
057525         GO TO 3400-EXIT
057529     END-IF.
057532     MOVE CNM-CUST-ID            TO CPX-CUST-ID.
057535     MOVE 'Y'                    TO WS-PHX-FOUND-SW.
057538     READ CUST-PHONETIC-INDEX
057541         INVALID KEY
057545             MOVE 'N'            TO WS-PHX-FOUND-SW
057548     END-READ.
057551     MOVE CNM-CUST-ID            TO CPX-CUST-ID.
057554     CALL "PHONKEY"              USING CNM-LAST-NAME
057558                                       CPX-LAST-CODE.
057561     CALL "PHONKEY"              USING CNM-FIRST-NAME
057564                                       CPX-FIRST-CODE.
057567     MOVE CNM-LAST-NAME          TO CPX-LAST-NAME.
057570     MOVE CNM-FIRST-NAME         TO CPX-FIRST-NAME.
057574     MOVE WS-BUSINESS-DATE       TO CPX-CHANGE-DATE.
057577     IF WS-PHX-FOUND
057580         REWRITE CUST-PHONETIC-RECORD
057583     ELSE
057587         WRITE CUST-PHONETIC-RECORD
057590     END-IF.
057591     ADD 1                       TO WS-PHX-COUNT.
057593 3400-EXIT.
057596     EXIT.
057598
057600******************************************************************
057700*    4000-APPLY-ADDR-FIX - PINLOOK AND CNTRYREF EDITS LIKE ATV3,
057800*                          THEN REWRITE (OR WRITE) THE TYPED
063600         MOVE CI-HOUSE-NUMBER    TO CA-HOUSE-NUMBER
063700         MOVE CI-COUNTRY         TO CA-COUNTRY
063800         MOVE CI-PIN-CODE        TO CA-PIN-CODE
063810         MOVE 'N'                TO CA-UNDELIV-SW
063820         MOVE ZERO               TO CA-RETURN-DATE
063830         MOVE SPACES             TO CA-RETURN-REASON
063900         WRITE CUST-ADDR-RECORD
064000         MOVE 'A'                TO WS-AUD-TRAN-CODE
064100     END-IF.
066000     WRITE ADDR-AUDIT-LINE       FROM WS-AUDIT-LINE.
066100 4000-EXIT.
066200     EXIT.
066201
066202******************************************************************
066203*    5000-APPLY-PREF-FIX - SET ONE CHANNEL'S FLAG ON CUSTPREF AS
066204*                          PREFMNT DOES - THE FLAG IN FORCE TODAY
066205*                          BECOMES THE PRIOR FLAG AND THE NEW ONE
066206*                          TAKES EFFECT ON THE CORRECTION'S DATE
066207*                          (ZERO MEANS THE BUSINESS DATE)
066208******************************************************************
066209 5000-APPLY-PREF-FIX.
066210     IF NOT WS-PREF-PRESENT
066211         MOVE "PREFERENCE MASTER UNAVAILABLE" TO WS-TREJ-REASON
066212         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066213         GO TO 5000-EXIT
066214     END-IF.
066215     PERFORM 3100-FIND-NAME THRU 3100-EXIT.
066216     IF NOT WS-NAME-FOUND
066217         MOVE "CUSTOMER NOT ON NAME MASTER" TO WS-TREJ-REASON
066218         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066219         GO TO 5000-EXIT
066220     END-IF.
066221     EVALUATE TRUE
066222         WHEN CIP-CH-MAIL
066223             MOVE 1              TO WS-PREF-SUB
066224         WHEN CIP-CH-CRM
066225             MOVE 2              TO WS-PREF-SUB
066226         WHEN CIP-CH-EMAIL
066227             MOVE 3              TO WS-PREF-SUB
066228         WHEN CIP-CH-PHONE
066229             MOVE 4              TO WS-PREF-SUB
066230         WHEN OTHER
066231             MOVE "UNKNOWN CONTACT CHANNEL" TO WS-TREJ-REASON
066232             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066233             GO TO 5000-EXIT
066234     END-EVALUATE.
066235     IF NOT CIP-FLAG-VALID
066236         MOVE "FLAG NOT I OR O"  TO WS-TREJ-REASON
066237         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066238         GO TO 5000-EXIT
066239     END-IF.
066240     IF CIP-EFF-DATE NOT NUMERIC
066241         MOVE "INVALID EFFECTIVE DATE" TO WS-TREJ-REASON
066242         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066243         GO TO 5000-EXIT
066244     END-IF.
066245     IF CIP-EFF-DATE EQUAL ZERO
066246         MOVE WS-BUSINESS-DATE   TO WS-PREF-EFF-DATE
066247     ELSE
066248         MOVE CIP-EFF-DATE       TO WS-PREF-EFF-DATE
066249         MOVE 'V'                TO WS-DU-FUNCTION
066250         CALL "DATEUTIL"         USING WS-DU-FUNCTION
066251                                       WS-PREF-EFF-DATE
066252                                       WS-DU-DATE-2
066253                                       WS-DU-DAYS
066254                                       WS-DU-VALID-SW
066255         IF WS-DU-VALID-SW NOT EQUAL 'Y'
066256             MOVE "INVALID EFFECTIVE DATE" TO WS-TREJ-REASON
066257             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
066258             GO TO 5000-EXIT
066259         END-IF
066260     END-IF.
066262     PERFORM 5100-CHECK-CLOSED-PERIOD THRU 5100-EXIT.
066264     IF WS-DIVERTED
066266         GO TO 5000-EXIT
066268     END-IF.
066270     MOVE 'N'                    TO WS-NEW-PREF-SW.
066272     MOVE CI-CUST-ID             TO CPF-CUST-ID.
066274     READ CUST-PREF-MASTER
066276         INVALID KEY
066278             SET WS-NEW-PREF     TO TRUE
066280     END-READ.
066282     IF WS-NEW-PREF
066284         MOVE SPACES             TO CUST-PREF-RECORD
066286         MOVE CI-CUST-ID         TO CPF-CUST-ID
066288         MOVE ZERO               TO CPF-MAIL-EFF-DATE
066290                                    CPF-CRM-EFF-DATE
066292                                    CPF-EMAIL-EFF-DATE
066294                                    CPF-PHONE-EFF-DATE
066296                                    CPF-LAST-CHANGE-DATE
066298         MOVE SPACES             TO WS-JRN-BEFORE
066300         MOVE 'W'                TO WS-JRN-ACTION
066302     ELSE
066304         MOVE CUST-PREF-RECORD   TO WS-JRN-BEFORE
066306         MOVE 'R'                TO WS-JRN-ACTION
066308     END-IF.
066310     IF CPF-CH-EFF-DATE (WS-PREF-SUB) > WS-BUSINESS-DATE
066312         MOVE CPF-CH-PRIOR-FLAG (WS-PREF-SUB) TO WS-PREF-OLD-FLAG
066314     ELSE
066316         MOVE CPF-CH-FLAG (WS-PREF-SUB) TO WS-PREF-OLD-FLAG
066318     END-IF.
066320     IF WS-PREF-OLD-FLAG EQUAL SPACE
066322         MOVE 'I'                TO WS-PREF-OLD-FLAG
066324     END-IF.
066326     MOVE WS-PREF-OLD-FLAG   TO CPF-CH-PRIOR-FLAG (WS-PREF-SUB).
066328     MOVE CIP-FLAG               TO CPF-CH-FLAG (WS-PREF-SUB).
066330     MOVE WS-PREF-EFF-DATE   TO CPF-CH-EFF-DATE (WS-PREF-SUB).
066332     MOVE WS-BUSINESS-DATE       TO CPF-LAST-CHANGE-DATE.
066334     MOVE "CRMIN"                TO CPF-LAST-USER-ID.
066336     IF WS-NEW-PREF
066338         WRITE CUST-PREF-RECORD
066340     ELSE
066342         REWRITE CUST-PREF-RECORD
066344     END-IF.
066346     MOVE CUST-PREF-RECORD       TO WS-JRN-AFTER.
066348     CALL "UPDJRNL"              USING WS-PREF-JRN-FILE-ID
066350                                       WS-JRN-ACTION
066352                                       WS-BUSINESS-DATE
066354                                       WS-JRN-BEFORE
066356                                       WS-JRN-AFTER.
066358     ADD 1                       TO WS-PREF-APPLIED-COUNT.
066360     MOVE CI-CUST-ID             TO CPA-CUST-ID.
066362     MOVE CIP-CHANNEL            TO CPA-CHANNEL.
066364     MOVE WS-PREF-OLD-FLAG       TO CPA-OLD-FLAG.
066366     MOVE CIP-FLAG               TO CPA-NEW-FLAG.
066368     MOVE WS-PREF-EFF-DATE       TO CPA-EFF-DATE.
066370     MOVE WS-BUSINESS-DATE       TO CPA-AUDIT-DATE.
066372     MOVE "CRMIN"                TO CPA-USER-ID
066374                                    CPA-SOURCE-PROGRAM.
066376     WRITE PREF-AUDIT-LINE       FROM PREF-AUDIT-RECORD.
066378 5000-EXIT.
066380     EXIT.
066382
066400******************************************************************
066402*    5100-CHECK-CLOSED-PERIOD - A PREFERENCE CORRECTION DATED IN A
066404*                               CLOSED ACCOUNTING PERIOD IS NOT
066406*                               APPLIED; IT GOES TO THE BACKDTD
066408*                               EXCEPTIONS FILE FOR FINANCE TO
066410*                               RELEASE, AS IN PREFMNT
066412******************************************************************
066414 5100-CHECK-CLOSED-PERIOD.
066416     MOVE 'N'                    TO WS-DIVERTED-SW.
066418     IF CIP-EFF-DATE EQUAL ZERO
066420         GO TO 5100-EXIT
066422     END-IF.
066424     MOVE CIP-EFF-DATE           TO PK-EFF-DATE.
066426     CALL "PERDCHK"              USING PERIOD-CHECK-AREA.
066428     IF NOT PK-CLOSED
066430         GO TO 5100-EXIT
066432     END-IF.
066434     SET WS-DIVERTED             TO TRUE.
066436     ADD 1                       TO WS-DIVERT-COUNT.
066438     MOVE "CRMIN"                TO BKD-ORIGIN-PROGRAM
066440                                    BKD-USER-ID.
066442     MOVE WS-BUSINESS-DATE       TO BKD-RUN-DATE.
066444     MOVE CIP-EFF-DATE           TO BKD-EFF-DATE.
066446     MOVE PK-PERIOD              TO BKD-PERIOD.
066448     MOVE SPACES                 TO BKD-ORIGINAL-RECORD.
066450     MOVE CRM-IN-RECORD          TO BKD-ORIGINAL-RECORD (1:61).
066452     WRITE BACK-DATED-RECORD.
066454 5100-EXIT.
066456     EXIT.
066458******************************************************************
066500*    2800-WRITE-REJECT - THE COMMON ENVELOPE, SO RECYCLE CAN
066600*                        BRING CORRECTED ONES BACK
066700******************************************************************
071600     DISPLAY "CORRECTIONS READ   : " WS-DETAIL-COUNT.
071700     DISPLAY "NAMES APPLIED      : " WS-NAME-APPLIED-COUNT.
071800     DISPLAY "ADDRESSES APPLIED  : " WS-ADDR-APPLIED-COUNT.
071850     DISPLAY "PREFERENCES APPLIED: " WS-PREF-APPLIED-COUNT.
071900     DISPLAY "REJECTED           : " WS-REJECT-COUNT.
071950     DISPLAY "NAMES RE-INDEXED   : " WS-PHX-COUNT.
071970     DISPLAY "BACK-DATED DIVERTED: " WS-DIVERT-COUNT.
072000     CLOSE CRM-INBOUND.
072100     CLOSE CUSTOMER-ADDR-MASTER.
072200     CLOSE COUNTRY-REF.
072300     CLOSE ADDRESS-AUDIT.
072400     CLOSE NAME-AUDIT.
072500     CLOSE CRM-IN-REJECT.
072530     CLOSE CUST-PREF-MASTER.
072560     CLOSE PREF-AUDIT.
072580     CLOSE CUST-PHONETIC-INDEX.
072590     CLOSE BACK-DATED-FILE.
072600     IF WS-REJECT-COUNT > ZERO
072700         MOVE 4                  TO RETURN-CODE
072800     END-IF.
072825     IF NOT WS-PHX-PRESENT
072830         MOVE 4                  TO RETURN-CODE
072835     END-IF.
072840     IF WS-DIVERT-COUNT > ZERO
072850         MOVE 4                  TO RETURN-CODE
072875     END-IF.
072900     IF WS-FILE-ERROR
073000         MOVE 8                  TO RETURN-CODE
073100     END-IF.
073200     MOVE 'E'                    TO RSA-FUNCTION.
073300     MOVE WS-DETAIL-COUNT        TO RSA-READ-COUNT.
073400     COMPUTE RSA-WRITTEN-COUNT = WS-NAME-APPLIED-COUNT
073500                               + WS-ADDR-APPLIED-COUNT
073550                               + WS-PREF-APPLIED-COUNT.
073600     MOVE WS-REJECT-COUNT        TO RSA-REJECT-COUNT.
073700     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
073800     CALL "RUNSTAT"              USING RUN-STAT-AREA.
