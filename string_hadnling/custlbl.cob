001700*                     PRINT THREE ACROSS; CUSTOMERS MISSING THE
001800*                     NAME OR THE ADDRESS HALF ARE SKIPPED AND
001900*                     REPORTED TO CUSTLERR.
001905*    2026-10-15 JPL   CUSTOMERS OPTED OUT OF THE MAIL CHANNEL ON
001910*                     THE CUSTPREF CONTACT PREFERENCE MASTER AS
001915*                     AT THE BUSDATE BUSINESS DATE ARE NO LONGER
001920*                     LABELLED; THEY ARE COUNTED AND THE COUNT
001925*                     DISPLAYED AT END OF RUN.  WITHOUT CUSTPREF
001930*                     EVERY CUSTOMER IS TREATED AS OPTED IN.
001935*    2026-10-15 JPL   A MAILING ADDRESS RTNMAIL HAS MARKED
001940*                     UNDELIVERABLE IS NOT LABELLED UNTIL ATV3
001945*                     CHANGES IT; SUCH CUSTOMERS ARE COUNTED
001950*                     APART FROM THE SKIPS AND LEAVE THE RC ALONE
001955*                     - UNDLRPT CARRIES THEM FOR FOLLOW-UP.
001960*    2026-10-15 JPL   HOUSEHOLD MODE - AN LBLPARM CARD OF 'H'
001965*                     PRINTS ONE LABEL PER HOUSEHOLD OF TWO OR
001970*                     MORE ON THE HHLDBLD HOUSEHLD FILE, TO THE
001975*                     HEAD OF HOUSEHOLD AS "THE <LAST NAME>
001980*                     HOUSEHOLD"; THE OTHER MEMBERS ARE COUNTED
001985*                     AS MERGED.  NO CARD, ANY OTHER MODE OR NO
001990*                     HOUSEHLD FILE KEEPS ONE LABEL PER CUSTOMER.
001991*    2026-10-15 JPL   THE LABEL MODE NOW COMES FROM THE PARMMAST
001992*                     CONTROLLED PARAMETER MASTER (PARAMETER
001993*                     LBLPARM) AS OF THE BUSINESS DATE THROUGH THE
001994*                     SHARED PARMGET ROUTINE; THE LBLPARM CARD IS
001995*                     READ ONLY WHEN THE MASTER HOLDS NO VALUE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003730                             ACCESS MODE IS DYNAMIC
003740                             RECORD KEY IS CN-COUNTRY-CODE
003750                             FILE STATUS IS WS-CNTRY-STATUS.
003755     SELECT OPTIONAL CUST-PREF-MASTER ASSIGN TO "CUSTPREF"
003760                             ORGANIZATION IS INDEXED
003765                             ACCESS MODE IS RANDOM
003770                             RECORD KEY IS CPF-CUST-ID
003775                             FILE STATUS IS WS-PREF-STATUS.
003780     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003785                             ORGANIZATION IS LINE SEQUENTIAL
003790                             FILE STATUS IS WS-BDAT-STATUS.
003791     SELECT OPTIONAL LABEL-PARM ASSIGN TO "LBLPARM"
003792                             ORGANIZATION IS LINE SEQUENTIAL
003793                             FILE STATUS IS WS-PARM-STATUS.
003794     SELECT OPTIONAL HOUSEHOLD-MASTER ASSIGN TO "HOUSEHLD"
003795                             ORGANIZATION IS INDEXED
003796                             ACCESS MODE IS RANDOM
003797                             RECORD KEY IS HH-CUST-ID
003798                             FILE STATUS IS WS-HHLD-STATUS.
003800     SELECT LABEL-ERROR-LOG  ASSIGN TO "CUSTLERR"
003900                             ORGANIZATION IS LINE SEQUENTIAL.
004000

004810 FD  COUNTRY-REF.
004820     COPY CNTRYREF.
004830
004840 FD  CUST-PREF-MASTER.
004850     COPY CUSTPREF.
004860
004870 FD  BUS-DATE-FILE
004880     RECORDING MODE IS F.
004890     COPY BUSDATE.
004891
004892 FD  LABEL-PARM
004893     RECORDING MODE IS F.
004894 01  LABEL-PARM-RECORD.
004895     05  LP-MODE                 PIC X(01).
004896         88  LP-HOUSEHOLD-MODE           VALUE 'H'.
004897
004898 FD  HOUSEHOLD-MASTER.
004899     COPY HOUSEHLD.
004900
005000 FD  LABEL-PRINT
005100     RECORDING MODE IS F.
005820     88  WS-CNTRY-OK                     VALUE "00".
005830 01  WS-CNTRY-REF-SW             PIC X(01)   VALUE 'N'.
005840     88  WS-CNTRY-REF-PRESENT            VALUE 'Y'.
005844 01  WS-PREF-STATUS              PIC X(02).
005848     88  WS-PREF-OK                      VALUE "00".
005852 01  WS-PREF-PRESENT-SW          PIC X(01)   VALUE 'N'.
005856     88  WS-PREF-PRESENT                 VALUE 'Y'.
005860 01  WS-MAIL-FLAG                PIC X(01).
005864     88  WS-MAIL-OPTED-OUT               VALUE 'O'.
005868 01  WS-BDAT-STATUS              PIC X(02).
005872     88  WS-BDAT-OK                      VALUE "00".
005876 01  WS-DU-FUNCTION              PIC X(01).
005880 01  WS-DU-DATE-2                PIC 9(08).
005884 01  WS-DU-DAYS                  PIC S9(05).
005888 01  WS-DU-VALID-SW              PIC X(01).
005892 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
005893 01  WS-PARM-STATUS              PIC X(02).
005894     88  WS-PARM-OK                      VALUE "00".
005895 01  WS-HHLD-STATUS              PIC X(02).
005896     88  WS-HHLD-OK                      VALUE "00".
005900 01  WS-MASTER-STATUS            PIC X(02).
006000     88  WS-MASTER-OK                    VALUE "00".
006010
006020 01  WS-LABEL-CARD.
006030     05  WS-LC-MODE              PIC X(01).
006031         88  WS-LC-HOUSEHOLD-MODE        VALUE 'H'.
006040     05  FILLER                  PIC X(39).
006050
006060     COPY PARMREQ.
006100
006200 01  WS-SWITCHES.
006300     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
006600         88  WS-ADDR-FOUND                   VALUE 'Y'.
006700     05  WS-NAME-STARTED-SW      PIC X(01)   VALUE 'N'.
006800         88  WS-NAME-STARTED                 VALUE 'Y'.
006810     05  WS-HOUSEHOLD-MODE-SW    PIC X(01)   VALUE 'N'.
006820         88  WS-HOUSEHOLD-MODE               VALUE 'Y'.
006830     05  WS-HHLD-ROLE-SW         PIC X(01)   VALUE 'I'.
006840         88  WS-HHLD-INDIVIDUAL              VALUE 'I'.
006850         88  WS-HHLD-HEAD-LABEL              VALUE 'H'.
006860         88  WS-HHLD-MERGED                  VALUE 'M'.
006870     05  WS-HHLD-NAME-SW         PIC X(01)   VALUE 'N'.
006880         88  WS-HHLD-NAME-OVERFLOW           VALUE 'Y'.
006900
007000 77  WS-LABEL-COUNT              PIC 9(05)   COMP    VALUE ZERO.
007100 77  WS-SKIP-COUNT               PIC 9(05)   COMP    VALUE ZERO.
007150 77  WS-SUPPRESS-COUNT           PIC 9(05)   COMP    VALUE ZERO.
007160 77  WS-UNDELIV-COUNT            PIC 9(05)   COMP    VALUE ZERO.
007170 77  WS-HOUSEHOLD-COUNT          PIC 9(05)   COMP    VALUE ZERO.
007180 77  WS-MERGED-COUNT             PIC 9(05)   COMP    VALUE ZERO.
007200 77  WS-SLOT-COUNT               PIC 9(01)   COMP    VALUE ZERO.
007300 77  WS-SLOT-IDX                 PIC 9(01)   COMP.
007400 77  WS-NAME-POINTER             PIC 9(02)   COMP.
011600
011700 1000-INITIALIZE.
011800     DISPLAY "CUSTLBL - MAILING LABEL PRINT STARTING".
011850     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
011870     PERFORM 1100-READ-PARM THRU 1100-EXIT.
011900     OPEN INPUT  CUST-NAME-MASTER.
012000     OPEN INPUT  CUSTOMER-ADDR-MASTER.
012100     OPEN OUTPUT LABEL-PRINT.
012220     IF WS-CNTRY-OK
012230         SET WS-CNTRY-REF-PRESENT TO TRUE
012240     END-IF.
012248     OPEN INPUT  CUST-PREF-MASTER.
012256     IF WS-PREF-OK
012264         SET WS-PREF-PRESENT     TO TRUE
012272     ELSE
012280         DISPLAY "NO CUSTPREF MASTER - NO MAIL SUPPRESSION"
012288     END-IF.
012300     PERFORM 2900-READ-NAME THRU 2900-EXIT.
012400 1000-EXIT.
012500     EXIT.
012502
012504******************************************************************
012506*    1100-READ-PARM - 'H' ASKS FOR ONE LABEL PER HOUSEHOLD; IT
012508*                     NEEDS THE HOUSEHLD FILE, WITHOUT WHICH
012510*                     THE RUN FALLS BACK TO ONE LABEL PER
012512*                     CUSTOMER
012514******************************************************************
012516 1100-READ-PARM.
012517     MOVE SPACES                 TO WS-LABEL-CARD.
012518     MOVE "LBLPARM"              TO PQ-PARM-ID.
012519     MOVE SPACES                 TO PQ-PARM-QUAL.
012520     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
012521     CALL "PARMGET"              USING PARM-REQUEST-AREA.
012522     IF PQ-FOUND
012523         MOVE PQ-VALUE           TO WS-LABEL-CARD
012524     ELSE
012525         PERFORM 1110-READ-LABEL-CARD THRU 1110-EXIT
012526     END-IF.
012527     IF WS-LC-HOUSEHOLD-MODE
012528         SET WS-HOUSEHOLD-MODE   TO TRUE
012529     END-IF.
012542     OPEN INPUT  HOUSEHOLD-MASTER.
012544     IF WS-HOUSEHOLD-MODE
012546      AND NOT WS-HHLD-OK
012548         DISPLAY "NO HOUSEHLD FILE - ONE LABEL PER CUSTOMER"
012550         MOVE 'N'                TO WS-HOUSEHOLD-MODE-SW
012552     END-IF.
012554     IF WS-HOUSEHOLD-MODE
012556         DISPLAY "HOUSEHOLD MODE - ONE LABEL PER HOUSEHOLD"
012558     ELSE
012560         DISPLAY "INDIVIDUAL MODE - ONE LABEL PER CUSTOMER"
012562     END-IF.
012564 1100-EXIT.
012566     EXIT.
012568
012570 1110-READ-LABEL-CARD.
012572     OPEN INPUT LABEL-PARM.
012574     IF WS-PARM-OK
012576         READ LABEL-PARM INTO WS-LABEL-CARD
012578             AT END
012580                 CONTINUE
012582         END-READ
012584     END-IF.
012586     CLOSE LABEL-PARM.
012588 1110-EXIT.
012590     EXIT.
012600
012700******************************************************************
012800*    2000-PROCESS-CUSTOMER - COMPOSE ONE LABEL OR REPORT THE
012900*                            CUSTOMER AS UNPRINTABLE
013000******************************************************************
013100 2000-PROCESS-CUSTOMER.
013110     PERFORM 2050-CHECK-MAIL-OPT-OUT THRU 2050-EXIT.
013120     IF WS-MAIL-OPTED-OUT
013130         ADD 1                   TO WS-SUPPRESS-COUNT
013140         GO TO 2000-READ-NEXT
013150     END-IF.
013200     IF CNM-LAST-NAME EQUAL SPACES
013300        AND CNM-FIRST-NAME EQUAL SPACES
013400         ADD 1                   TO WS-SKIP-COUNT
015200         WRITE LABEL-ERROR-LINE  FROM WS-ERROR-DETAIL
015300         GO TO 2000-READ-NEXT
015400     END-IF.
015410     IF CA-UNDELIVERABLE
015420         ADD 1                   TO WS-UNDELIV-COUNT
015430         GO TO 2000-READ-NEXT
015440     END-IF.
015444     MOVE 'I'                    TO WS-HHLD-ROLE-SW.
015448     IF WS-HOUSEHOLD-MODE
015452         PERFORM 2200-CHECK-HOUSEHOLD THRU 2200-EXIT
015456     END-IF.
015460     IF WS-HHLD-MERGED
015464         ADD 1                   TO WS-MERGED-COUNT
015468         GO TO 2000-READ-NEXT
015472     END-IF.
015476     IF WS-HHLD-HEAD-LABEL
015480         ADD 1                   TO WS-HOUSEHOLD-COUNT
015484         PERFORM 2250-BUILD-HOUSEHOLD-NAME THRU 2250-EXIT
015488     ELSE
015500         PERFORM 2100-BUILD-FULL-NAME THRU 2100-EXIT
015550     END-IF.
015600     PERFORM 2300-FILL-LABEL-SLOT THRU 2300-EXIT.
015700 2000-READ-NEXT.
015800     PERFORM 2900-READ-NAME THRU 2900-EXIT.
015900 2000-EXIT.
016000     EXIT.
016004
016008******************************************************************
016012*    2050-CHECK-MAIL-OPT-OUT - THE MAIL-CHANNEL FLAG IN FORCE ON
016016*                              THE BUSINESS DATE; A CHANGE NOT
016020*                              YET EFFECTIVE LEAVES THE PRIOR
016024*                              FLAG STANDING
016028******************************************************************
016032 2050-CHECK-MAIL-OPT-OUT.
016036     MOVE 'I'                    TO WS-MAIL-FLAG.
016040     IF NOT WS-PREF-PRESENT
016044         GO TO 2050-EXIT
016048     END-IF.
016052     MOVE CNM-CUST-ID            TO CPF-CUST-ID.
016056     READ CUST-PREF-MASTER
016060         INVALID KEY
016064             GO TO 2050-EXIT
016068     END-READ.
016072     IF CPF-MAIL-EFF-DATE > WS-BUSINESS-DATE
016076         MOVE CPF-MAIL-PRIOR-FLAG TO WS-MAIL-FLAG
016080     ELSE
016084         MOVE CPF-MAIL-FLAG      TO WS-MAIL-FLAG
016088     END-IF.
016092 2050-EXIT.
016096     EXIT.
016100
016200******************************************************************
016300*    2100-BUILD-FULL-NAME - FIRST, MIDDLE AND LAST NAME STRUNG
020000     END-IF.
020100 2110-EXIT.
020200     EXIT.
020201
020202******************************************************************
020203*    2200-CHECK-HOUSEHOLD - A CUSTOMER IN A HOUSEHOLD OF TWO OR
020204*                           MORE WITH A MAILABLE HEAD IS EITHER
020205*                           THE HEAD, WHO GETS THE HOUSEHOLD'S
020206*                           LABEL, OR A MERGED MEMBER, WHO GETS
020207*                           NONE; EVERYONE ELSE IS LABELLED ON
020208*                           THEIR OWN
020209******************************************************************
020210 2200-CHECK-HOUSEHOLD.
020211     MOVE CNM-CUST-ID            TO HH-CUST-ID.
020212     READ HOUSEHOLD-MASTER
020213         INVALID KEY
020214             GO TO 2200-EXIT
020215     END-READ.
020216     IF HH-MEMBER-COUNT NOT > 1
020217      OR NOT HH-HEAD-MAILABLE
020218         GO TO 2200-EXIT
020219     END-IF.
020220     IF HH-IS-HEAD
020221         SET WS-HHLD-HEAD-LABEL  TO TRUE
020222     ELSE
020223         SET WS-HHLD-MERGED      TO TRUE
020224     END-IF.
020225 2200-EXIT.
020226     EXIT.
020227
020228******************************************************************
020229*    2250-BUILD-HOUSEHOLD-NAME - "THE <LAST NAME> HOUSEHOLD";
020230*                                A SURNAME TOO LONG FOR THE
020231*                                LABEL LOSES THE LEADING "THE"
020232******************************************************************
020233 2250-BUILD-HOUSEHOLD-NAME.
020234     MOVE SPACES                 TO WS-FULL-NAME.
020235     MOVE 'N'                    TO WS-HHLD-NAME-SW.
020236     STRING "THE "               DELIMITED BY SIZE
020237            CNM-LAST-NAME        DELIMITED BY "  "
020238            " HOUSEHOLD"         DELIMITED BY SIZE
020239            INTO WS-FULL-NAME
020240            ON OVERFLOW
020241                SET WS-HHLD-NAME-OVERFLOW TO TRUE
020242     END-STRING.
020243     IF WS-HHLD-NAME-OVERFLOW
020244         MOVE SPACES             TO WS-FULL-NAME
020245         STRING CNM-LAST-NAME    DELIMITED BY "  "
020246                " HOUSEHOLD"     DELIMITED BY SIZE
020247                INTO WS-FULL-NAME
020248                ON OVERFLOW
020249                    CONTINUE
020250         END-STRING
020251     END-IF.
020252 2250-EXIT.
020253     EXIT.
020300
020400******************************************************************
020500*    2300-FILL-LABEL-SLOT - BUFFER THE LABEL; A FULL ROW OF
026200     END-READ.
026300 2900-EXIT.
026400     EXIT.
026403
026406******************************************************************
026409*    8100-GET-BUSINESS-DATE - PICK UP THE OFFICIAL BUSINESS DATE
026412*                             FROM THE CALCHK BUSDATE CARD; FALL
026415*                             BACK TO THE MACHINE DATE WHEN THE
026418*                             CARD IS ABSENT
026421******************************************************************
026424 8100-GET-BUSINESS-DATE.
026427     OPEN INPUT BUS-DATE-FILE.
026430     IF WS-BDAT-OK
026433         READ BUS-DATE-FILE
026436             AT END
026439                 CONTINUE
026442             NOT AT END
026445                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
026448                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
026451                 END-IF
026454         END-READ
026457     END-IF.
026460     CLOSE BUS-DATE-FILE.
026463     IF WS-BUSINESS-DATE EQUAL ZERO
026466         MOVE 'C'                TO WS-DU-FUNCTION
026469         CALL "DATEUTIL"         USING WS-DU-FUNCTION
026472                                       WS-BUSINESS-DATE
026475                                       WS-DU-DATE-2
026478                                       WS-DU-DAYS
026481                                       WS-DU-VALID-SW
026484     END-IF.
026487 8100-EXIT.
026490     EXIT.
026500
026600******************************************************************
026700*    9000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS
026900 9000-TERMINATE.
027000     DISPLAY "LABELS PRINTED : " WS-LABEL-COUNT.
027100     DISPLAY "SKIPPED        : " WS-SKIP-COUNT.
027150     DISPLAY "SUPPRESSED     : " WS-SUPPRESS-COUNT.
027160     DISPLAY "UNDELIVERABLE  : " WS-UNDELIV-COUNT.
027170     DISPLAY "HOUSEHOLD LBLS : " WS-HOUSEHOLD-COUNT.
027180     DISPLAY "MERGED MEMBERS : " WS-MERGED-COUNT.
027200     CLOSE CUST-NAME-MASTER.
027300     CLOSE CUSTOMER-ADDR-MASTER.
027400     CLOSE LABEL-PRINT.
027500     CLOSE LABEL-ERROR-LOG.
027510     CLOSE COUNTRY-REF.
027550     CLOSE CUST-PREF-MASTER.
027570     CLOSE HOUSEHOLD-MASTER.
027600     IF WS-SKIP-COUNT > ZERO
027700         MOVE 4              TO RETURN-CODE
027800     END-IF.
