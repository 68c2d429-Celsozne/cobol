002200*                     SPLITS A LIVE FILE.  THE CERTIFICATE
002300*                     REPORT RECONCILES EVERY COUNT AND THE
002400*                     JOB FAILS SAFE (RC 8) IF THEY DO NOT.
002420*    2026-10-15 JPL   EXCPMAST IS NOW KEYED BY ORDER AND LINE;
002440*                     AN OPEN EXCEPTION ON ANY LINE OF THE
002460*                     CUSTOMER'S ORDERS STILL BLOCKS THE PURGE.
002470*    2026-10-15 JPL   A PURGED CUSTOMER'S CUSTPHX PHONETIC INDEX
002480*                     ENTRY IS DELETED WITH THEIR ADDRESS ROWS SO
002490*                     CUSTSRCH NO LONGER OFFERS THEM.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003700     SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
003800                             ORGANIZATION IS INDEXED
003900                             ACCESS MODE IS SEQUENTIAL
004000                             RECORD KEY IS EX-EXCP-KEY
004100                             FILE STATUS IS WS-EXCP-STATUS.
004200     SELECT CUST-NAME-MASTER ASSIGN TO "CUSTNMM"
004300                             ORGANIZATION IS LINE SEQUENTIAL.
005000                             ALTERNATE RECORD KEY IS CA-PIN-CODE
005100                                 WITH DUPLICATES
005200                             FILE STATUS IS WS-ADDR-STATUS.
005212     SELECT CUST-PHONETIC-INDEX ASSIGN TO "CUSTPHX"
005225                             ORGANIZATION IS INDEXED
005237                             ACCESS MODE IS RANDOM
005250                             RECORD KEY IS CPX-CUST-ID
005262                             ALTERNATE RECORD KEY IS CPX-SOUND-KEY
005275                                 WITH DUPLICATES
005287                             FILE STATUS IS WS-PHX-STATUS.
005300     SELECT ADDRESS-AUDIT    ASSIGN TO "ADDRAUD"
005400                             ORGANIZATION IS LINE SEQUENTIAL
005500                             FILE STATUS IS WS-AUD-STATUS.
008800 FD  CUSTOMER-ADDR-MASTER.
008900     COPY ADDRMAST.
009000
009033 FD  CUST-PHONETIC-INDEX.
009066     COPY CUSTPHX.
009083
009100 FD  ADDRESS-AUDIT
009200     RECORDING MODE IS F.
009300 01  ADDR-AUDIT-LINE             PIC X(80).
011900     88  WS-ADDR-OK                      VALUE "00".
012000 01  WS-AUD-STATUS               PIC X(02).
012100     88  WS-AUD-OK                       VALUE "00".
012133 01  WS-PHX-STATUS               PIC X(02).
012166     88  WS-PHX-OK                       VALUE "00".
012200 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
012300 01  WS-DU-FUNCTION              PIC X(01).
012400 01  WS-DU-DATE-2                PIC 9(08).
014200         88  WS-FOUND                        VALUE 'Y'.
014300     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
014400         88  WS-RUN-IN-ERROR                 VALUE 'Y'.
014425     05  WS-PHX-SW               PIC X(01)   VALUE 'N'.
014450         88  WS-PHX-PRESENT                  VALUE 'Y'.
014475         88  WS-PHX-MISSING                  VALUE 'M'.
014500
014600 77  WS-PURGE-MAX                PIC 9(03)   COMP    VALUE 200.
014700 77  WS-PURGE-COUNT              PIC 9(03)   COMP    VALUE ZERO.
016600 77  WS-NAME-KEPT-COUNT          PIC 9(07)   COMP    VALUE ZERO.
016700 77  WS-NAME-REMOVED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
016800 77  WS-ADDR-REMOVED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
016850 77  WS-INDEX-REMOVED-COUNT      PIC 9(05)   COMP    VALUE ZERO.
016900 77  WS-AUDIT-READ-COUNT         PIC 9(07)   COMP    VALUE ZERO.
017000 77  WS-AUDIT-KEPT-COUNT         PIC 9(07)   COMP    VALUE ZERO.
017100 77  WS-AUDIT-ARCH-COUNT         PIC 9(07)   COMP    VALUE ZERO.
045000******************************************************************
045100 4000-PURGE-ADDRESSES.
045200     OPEN I-O CUSTOMER-ADDR-MASTER.
045212     OPEN I-O CUST-PHONETIC-INDEX.
045225     IF WS-PHX-OK
045237         SET WS-PHX-PRESENT      TO TRUE
045250     ELSE
045262         SET WS-PHX-MISSING      TO TRUE
045275         DISPLAY "CUSTPHX NOT AVAILABLE - ENTRIES NOT DELETED"
045287     END-IF.
045300     PERFORM 4100-DELETE-ONE-ADDRESS THRU 4100-EXIT
045400             VARYING WS-PURGE-SUB FROM 1 BY 1
045500             UNTIL WS-PURGE-SUB GREATER THAN WS-PURGE-COUNT.
045600     CLOSE CUSTOMER-ADDR-MASTER.
045650     CLOSE CUST-PHONETIC-INDEX.
045700 4000-EXIT.
045800     EXIT.
045900
046320     PERFORM 4150-DELETE-ONE-TYPE THRU 4150-EXIT
046330             VARYING WS-TYPE-SUB FROM 1 BY 1
046340             UNTIL WS-TYPE-SUB GREATER THAN 3.
046770     PERFORM 4200-DROP-INDEX-ENTRY THRU 4200-EXIT.
047200 4100-EXIT.
047300     EXIT.
047310
047420 4150-EXIT.
047430     EXIT.
047400
047407 4200-DROP-INDEX-ENTRY.
047414     IF NOT WS-PHX-PRESENT
047421         GO TO 4200-EXIT
047428     END-IF.
047435     MOVE WS-PG-CUST-ID (WS-PURGE-SUB) TO CPX-CUST-ID.
047442     DELETE CUST-PHONETIC-INDEX
047450         INVALID KEY
047457             GO TO 4200-EXIT
047464     END-DELETE.
047471     ADD 1                       TO WS-INDEX-REMOVED-COUNT.
047478 4200-EXIT.
047485     EXIT.
047492
047500******************************************************************
047600*    5000-ARCHIVE-AUDIT - PURGED CUSTOMERS' AUDIT ROWS GO TO THE
047700*                         DATED ARCHIVE, THE REST TO THE KEEP
058500 9000-TERMINATE.
058600     DISPLAY "NAMES REMOVED      : " WS-NAME-REMOVED-COUNT.
058700     DISPLAY "ADDRESSES REMOVED  : " WS-ADDR-REMOVED-COUNT.
058750     DISPLAY "INDEX ENTRIES GONE : " WS-INDEX-REMOVED-COUNT.
058800     DISPLAY "AUDIT ROWS ARCHIVED: " WS-AUDIT-ARCH-COUNT.
058900     DISPLAY "PURGES BLOCKED     : " WS-BLOCKED-COUNT.
059000     CLOSE PURGE-REPORT.
059100     IF WS-BLOCKED-COUNT > ZERO
059200         MOVE 4                  TO RETURN-CODE
059300     END-IF.
059325     IF WS-PHX-MISSING
059350         MOVE 4                  TO RETURN-CODE
059375     END-IF.
059400     IF WS-RUN-IN-ERROR
059500         MOVE 8                  TO RETURN-CODE
059600     END-IF.
