004400*                     OF THE MACHINE DATE, SO A POST-MIDNIGHT
004500*                     EXTRACT STILL VERIFIES UNDER ITS BUSINESS
004600*                     DATE IN MANVRFY.
004610*    2026-10-15 JPL   CUSTOMERS OPTED OUT OF THE CRM CHANNEL ON
004620*                     THE CUSTPREF CONTACT PREFERENCE MASTER AS
004630*                     AT THE BUSINESS DATE ARE LEFT OFF THE
004640*                     EXTRACT AND COUNTED.  IN DELTA MODE A
004650*                     SUPPRESSED CUSTOMER STILL COUNTS AS SEEN,
004660*                     SO IT DOES NOT GO OUT AS A DELETE ROW.
004670*    2026-10-15 JPL   AN ADDRESS RTNMAIL HAS MARKED UNDELIVERABLE
004680*                     GOES OUT AS EMPTY COLUMNS UNTIL ATV3
004690*                     CHANGES IT.  IT IS COUNTED, BUT THE
004692*                     CUSTOMER IS NOT REPORTED AS HAVING NO
004694*                     ADDRESS ON FILE.
004695*    2026-10-15 JPL   EACH ROW NOW ENDS WITH A SEGMENT COLUMN -
004696*                     THE CUSTOMER'S VALUE SEGMENT FROM THE
004697*                     MONTHLY SEGBLD CUSTSEG MASTER, EMPTY WHEN
004698*                     THE CUSTOMER HAS NOT BEEN SCORED.
004708*    2026-10-15 JPL   THE EXTRACT MODE AND SINCE DATE NOW COME
004718*                     FROM THE PARMMAST CONTROLLED PARAMETER
004728*                     MASTER (PARAMETER CRMPARM) AS OF THE
004738*                     BUSINESS DATE THROUGH THE SHARED PARMGET
004748*                     ROUTINE; THE CRMPARM CARD IS READ ONLY WHEN
004758*                     THE MASTER HOLDS NO VALUE.
004768******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.            IBM-370.
007900     SELECT OPTIONAL NAME-AUDIT ASSIGN TO "NAMEAUD"
008000                             ORGANIZATION IS LINE SEQUENTIAL
008100                             FILE STATUS IS WS-NAUD-STATUS.
008110     SELECT OPTIONAL CUST-PREF-MASTER ASSIGN TO "CUSTPREF"
008120                             ORGANIZATION IS INDEXED
008130                             ACCESS MODE IS RANDOM
008140                             RECORD KEY IS CPF-CUST-ID
008150                             FILE STATUS IS WS-PREF-STATUS.
008155     SELECT OPTIONAL SEGMENT-MASTER ASSIGN TO "CUSTSEG"
008160                             ORGANIZATION IS INDEXED
008165                             ACCESS MODE IS RANDOM
008170                             RECORD KEY IS CSG-CUST-ID
008175                             FILE STATUS IS WS-SEG-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
010800 FD  NAME-AUDIT
010900     RECORDING MODE IS F.
011000     COPY NAMEAUD.
011020
011040 FD  CUST-PREF-MASTER.
011060     COPY CUSTPREF.
011070
011080 FD  SEGMENT-MASTER.
011090     COPY CUSTSEG.
011100
011200 FD  CRM-EXTRACT
011300     RECORDING MODE IS F.
016100
016200 77  WS-EXTRACT-COUNT            PIC 9(07)   COMP    VALUE ZERO.
016300 77  WS-NO-ADDR-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016350 77  WS-SUPPRESS-COUNT           PIC 9(05)   COMP    VALUE ZERO.
016360 77  WS-UNDELIV-COUNT            PIC 9(05)   COMP    VALUE ZERO.
016370 77  WS-NO-SEG-COUNT             PIC 9(05)   COMP    VALUE ZERO.
016400
016500 01  WS-CUST-ID-X                PIC 9(05).
016600 01  WS-HOUSE-X                  PIC 9(03).
017400 01  WS-ANY-ADDR-SW              PIC X(01).
017500     88  WS-ANY-ADDR                     VALUE 'Y'.
017600
017700 01  WS-HEADER-ROW               PIC X(133)  VALUE
017800     "ACTION,CUST_ID,LAST_NAME,FIRST_NAME,MIDDLE_NAME,B_HOUSE,B_CO
017900-    "UNTRY,B_PIN,S_HOUSE,S_COUNTRY,S_PIN,M_HOUSE,M_COUNTRY,M_PI
018000-    "N,SEGMENT".
018100
018200 01  WS-TRAILER-COUNT-9          PIC 9(07).
018300 01  WS-MAN-FILE-ID              PIC X(08).
018900 01  WS-DU-DATE-2                PIC 9(08).
019000 01  WS-DU-DAYS                  PIC S9(05).
019100 01  WS-DU-VALID-SW              PIC X(01).
019110 01  WS-PREF-STATUS              PIC X(02).
019120     88  WS-PREF-OK                      VALUE "00".
019130 01  WS-PREF-PRESENT-SW          PIC X(01)   VALUE 'N'.
019140     88  WS-PREF-PRESENT                 VALUE 'Y'.
019150 01  WS-CRM-FLAG                 PIC X(01).
019160     88  WS-CRM-OPTED-OUT                VALUE 'O'.
019170 01  WS-SEG-STATUS               PIC X(02).
019172     88  WS-SEG-OK                       VALUE "00".
019174 01  WS-SEG-PRESENT-SW           PIC X(01)   VALUE 'N'.
019176     88  WS-SEG-PRESENT                  VALUE 'Y'.
019178 01  WS-SEG-SHOW                 PIC X(02).
019180
019182 01  WS-CRM-CARD.
019184     05  WS-CC-MODE              PIC X(01).
019185         88  WS-CC-DELTA-MODE            VALUE 'D'.
019186     05  WS-CC-SINCE-DATE        PIC 9(08).
019188     05  FILLER                  PIC X(31).
019190
019192     COPY PARMREQ.
019200
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
020700     IF WS-CNTRY-OK
020800         SET WS-CNTRY-REF-PRESENT TO TRUE
020900     END-IF.
020910     OPEN INPUT  CUST-PREF-MASTER.
020920     IF WS-PREF-OK
020930         SET WS-PREF-PRESENT     TO TRUE
020940     ELSE
020950         DISPLAY "NO CUSTPREF MASTER - NO CRM SUPPRESSION"
020960     END-IF.
020970     OPEN INPUT  SEGMENT-MASTER.
020975     IF WS-SEG-OK
020980         SET WS-SEG-PRESENT      TO TRUE
020985     ELSE
020990         DISPLAY "NO CUSTSEG MASTER - SEGMENT COLUMN EMPTY"
020995     END-IF.
021000     PERFORM 1100-READ-PARM THRU 1100-EXIT.
021100     IF WS-DELTA-MODE
021200         PERFORM 1200-LOAD-CHANGED-SET THRU 1200-EXIT
026700         MOVE WS-CH-ACTION (WS-CHG-HIT) TO WS-ROW-ACTION
026800         MOVE 'Y'                TO WS-CH-SEEN-SW (WS-CHG-HIT)
026900     END-IF.
026910     PERFORM 2070-CHECK-CRM-OPT-OUT THRU 2070-EXIT.
026920     IF WS-CRM-OPTED-OUT
026930         ADD 1                   TO WS-SUPPRESS-COUNT
026940         PERFORM 2900-READ-NAME THRU 2900-EXIT
026950         GO TO 2000-EXIT
026960     END-IF.
027000     MOVE 'N'                    TO WS-ANY-ADDR-SW.
027100     MOVE 'B'                    TO WS-TYPE-WANTED.
027200     PERFORM 2100-READ-ADDRESS THRU 2100-EXIT.
028000     IF NOT WS-ANY-ADDR
028100         ADD 1                   TO WS-NO-ADDR-COUNT
028200     END-IF.
028250     PERFORM 2250-GET-SEGMENT THRU 2250-EXIT.
028300     PERFORM 2200-BUILD-ROW THRU 2200-EXIT.
028400     ADD 1                       TO WS-EXTRACT-COUNT.
028500     WRITE CRM-EXTRACT-LINE      FROM WS-BUILD-LINE.
029700         NOT INVALID KEY
029800             SET WS-ADDR-FOUND   TO TRUE
029900     END-READ.
029910     IF WS-ADDR-FOUND
029920        AND CA-UNDELIVERABLE
029930         ADD 1                   TO WS-UNDELIV-COUNT
029940         SET WS-ANY-ADDR         TO TRUE
029950         MOVE 'N'                TO WS-ADDR-FOUND-SW
029960     END-IF.
030000     MOVE SPACES                 TO WS-COLS-WORK.
030100     IF WS-ADDR-FOUND
030200         SET WS-ANY-ADDR         TO TRUE
034900            WS-COLS-SHIPPING     DELIMITED BY "  "
035000            ","                  DELIMITED BY SIZE
035100            WS-COLS-MAILING      DELIMITED BY "  "
035110            ","                  DELIMITED BY SIZE
035120            WS-SEG-SHOW          DELIMITED BY SPACE
035200            INTO WS-BUILD-LINE
035300     END-STRING.
035400 2200-EXIT.
035500     EXIT.
035502
035507******************************************************************
035512*    2250-GET-SEGMENT - THE CUSTOMER'S VALUE SEGMENT FROM THE
035517*                       LAST SEGBLD RUN, BLANK WHEN UNSCORED
035522******************************************************************
035527 2250-GET-SEGMENT.
035532     MOVE SPACES                 TO WS-SEG-SHOW.
035537     IF NOT WS-SEG-PRESENT
035542         GO TO 2250-EXIT
035547     END-IF.
035552     MOVE CNM-CUST-ID            TO CSG-CUST-ID.
035557     READ SEGMENT-MASTER
035562         INVALID KEY
035567             ADD 1               TO WS-NO-SEG-COUNT
035572         NOT INVALID KEY
035577             MOVE CSG-SEGMENT-CODE TO WS-SEG-SHOW
035582     END-READ.
035587 2250-EXIT.
035592     EXIT.
035600
035700 2900-READ-NAME.
035800     READ CUST-NAME-MASTER
038600                                       WS-MAN-HASH.
038700     DISPLAY "CUSTOMERS EXTRACTED : " WS-EXTRACT-COUNT.
038800     DISPLAY "NO ADDRESS ON FILE  : " WS-NO-ADDR-COUNT.
038850     DISPLAY "SUPPRESSED (OPT-OUT): " WS-SUPPRESS-COUNT.
038860     DISPLAY "UNDELIVERABLE ADDRS : " WS-UNDELIV-COUNT.
038870     DISPLAY "NO SEGMENT ON FILE  : " WS-NO-SEG-COUNT.
038900     CLOSE CUST-NAME-MASTER.
039000     CLOSE CUSTOMER-ADDR-MASTER.
039100     CLOSE COUNTRY-REF.
039150     CLOSE CUST-PREF-MASTER.
039160     CLOSE SEGMENT-MASTER.
039200     CLOSE CRM-EXTRACT.
039300     IF WS-NO-ADDR-COUNT > ZERO
039400      OR WS-CHG-OVERFLOW
040300*                     REFRESH
040400******************************************************************
040500 1100-READ-PARM.
040550     MOVE SPACES                 TO WS-CRM-CARD.
040600     MOVE "CRMPARM"              TO PQ-PARM-ID.
040650     MOVE SPACES                 TO PQ-PARM-QUAL.
040700     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
040750     CALL "PARMGET"              USING PARM-REQUEST-AREA.
040800     IF PQ-FOUND
040850         MOVE PQ-VALUE           TO WS-CRM-CARD
040900     ELSE
040950         PERFORM 1110-READ-CRM-CARD THRU 1110-EXIT
041000     END-IF.
041050     IF WS-CC-DELTA-MODE
041100      AND WS-CC-SINCE-DATE NUMERIC
041150         SET WS-DELTA-MODE       TO TRUE
041200         MOVE WS-CC-SINCE-DATE   TO WS-SINCE-DATE
041250     END-IF.
042000     IF WS-DELTA-MODE
042100         DISPLAY "DELTA MODE - CHANGES SINCE " WS-SINCE-DATE
042200     ELSE
042400     END-IF.
042500 1100-EXIT.
042600     EXIT.
042605
042610 1110-READ-CRM-CARD.
042615     OPEN INPUT CRM-PARM.
042620     IF WS-PARM-OK
042625         READ CRM-PARM INTO WS-CRM-CARD
042630             AT END
042635                 CONTINUE
042640         END-READ
042645     END-IF.
042650     CLOSE CRM-PARM.
042655 1110-EXIT.
042660     EXIT.
042700
042800******************************************************************
042900*    1200-LOAD-CHANGED-SET - CUSTOMERS TOUCHED SINCE THE LAST
053000     END-IF.
053100 2060-EXIT.
053200     EXIT.
053204
053208******************************************************************
053212*    2070-CHECK-CRM-OPT-OUT - THE CRM-CHANNEL FLAG IN FORCE ON
053216*                             THE BUSINESS DATE; A CHANGE NOT
053220*                             YET EFFECTIVE LEAVES THE PRIOR FLAG
053224*                             STANDING
053228******************************************************************
053232 2070-CHECK-CRM-OPT-OUT.
053236     MOVE 'I'                    TO WS-CRM-FLAG.
053240     IF NOT WS-PREF-PRESENT
053244         GO TO 2070-EXIT
053248     END-IF.
053252     MOVE CNM-CUST-ID            TO CPF-CUST-ID.
053256     READ CUST-PREF-MASTER
053260         INVALID KEY
053264             GO TO 2070-EXIT
053268     END-READ.
053272     IF CPF-CRM-EFF-DATE > WS-BUSINESS-DATE
053276         MOVE CPF-CRM-PRIOR-FLAG TO WS-CRM-FLAG
053280     ELSE
053284         MOVE CPF-CRM-FLAG       TO WS-CRM-FLAG
053288     END-IF.
053292 2070-EXIT.
053296     EXIT.
053300
053400******************************************************************
053500*    8000-EMIT-DELETE-ROWS - A CHANGED CUSTOMER NEVER SEEN ON
055200         STRING "D"              DELIMITED BY SIZE
055300                ","              DELIMITED BY SIZE
055400                WS-CUST-ID-X     DELIMITED BY SIZE
055500                ",,,,,,,,,,,,,"  DELIMITED BY SIZE
055600                INTO WS-BUILD-LINE
055700         END-STRING
055800         WRITE CRM-EXTRACT-LINE  FROM WS-BUILD-LINE
