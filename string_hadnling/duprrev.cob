002400*                     FORWARD TO THE CUSTDUPN GENERATION AND
002500*                     PRINT ON THE WORKLIST WITH THEIR AGE IN
002600*                     DAYS FROM THE SHARED DATEUTIL SERVICE.
002610*    2026-10-15 JPL   A REPOINTED ADDRESS KEEPS ITS RETURNED-MAIL
002620*                     MARKER, RETURN DATE AND REASON.
002640*    2026-10-15 JPL   A RELEASED NAME RECORD IS ALSO FILED ON THE
002660*                     CUSTPHX PHONETIC INDEX, AS CUSTNM FILES THE
002680*                     NAMES IT WRITES, SO CUSTSRCH CAN FIND IT.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005700                             ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT NAME-AUDIT       ASSIGN TO "NAMEAUD"
005900                             ORGANIZATION IS LINE SEQUENTIAL.
005912     SELECT CUST-PHONETIC-INDEX ASSIGN TO "CUSTPHX"
005925                             ORGANIZATION IS INDEXED
005937                             ACCESS MODE IS RANDOM
005950                             RECORD KEY IS CPX-CUST-ID
005962                             ALTERNATE RECORD KEY IS CPX-SOUND-KEY
005975                                 WITH DUPLICATES
005987                             FILE STATUS IS WS-PHX-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
009500     RECORDING MODE IS F.
009600     COPY NAMEAUD.
009700
009733 FD  CUST-PHONETIC-INDEX.
009766     COPY CUSTPHX.
009783
009800 FD  BUS-DATE-FILE
009900     RECORDING MODE IS F.
010000     COPY BUSDATE.
010800     88  WS-DEC-OK                       VALUE "00".
010900 01  WS-ADDR-STATUS              PIC X(02).
011000     88  WS-ADDR-OK                      VALUE "00".
011033 01  WS-PHX-STATUS               PIC X(02).
011066     88  WS-PHX-OK                       VALUE "00".
011100 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
011200 01  WS-DU-FUNCTION              PIC X(01).
011300 01  WS-DU-DATE-2                PIC 9(08).
014700         88  WS-LOSER-FOUND                  VALUE 'Y'.
014800     05  WS-SURV-FOUND-SW        PIC X(01)   VALUE 'N'.
014900         88  WS-SURV-FOUND                   VALUE 'Y'.
014925     05  WS-PHX-SW               PIC X(01)   VALUE 'N'.
014950         88  WS-PHX-PRESENT                  VALUE 'Y'.
014975         88  WS-PHX-MISSING                  VALUE 'M'.
015000
015100 77  WS-DEC-MAX                  PIC 9(03)   COMP    VALUE 500.
015200 77  WS-DEC-COUNT                PIC 9(03)   COMP    VALUE ZERO.
017000 01  WS-LOSER-HOUSE              PIC 9(03).
017100 01  WS-LOSER-COUNTRY            PIC X(05).
017200 01  WS-LOSER-PIN                PIC 9(06).
017210 01  WS-LOSER-UNDELIV-SW         PIC X(01).
017220 01  WS-LOSER-RETURN-DATE        PIC 9(08).
017230 01  WS-LOSER-RETURN-REASON      PIC X(02).
017300
017400 01  WS-WORK-HEADING.
017500     05  FILLER                  PIC X(30)   VALUE
023300     OPEN OUTPUT DUPLICATE-NEW.
023400     OPEN OUTPUT WORKLIST-REPORT.
023500     OPEN EXTEND NAME-AUDIT.
023512     OPEN I-O    CUST-PHONETIC-INDEX.
023525     IF WS-PHX-OK
023537         SET WS-PHX-PRESENT      TO TRUE
023550     ELSE
023562         SET WS-PHX-MISSING      TO TRUE
023575         DISPLAY "CUSTPHX NOT AVAILABLE - NAMES NOT INDEXED"
023587     END-IF.
023600     MOVE WS-BUSINESS-DATE       TO WS-WH-DATE.
023700     WRITE WORKLIST-LINE         FROM WS-WORK-HEADING.
023800     PERFORM 2900-READ-REVIEW THRU 2900-EXIT.
036900     MOVE WS-BUSINESS-DATE       TO NA-DATE.
037000     WRITE NAME-AUDIT-RECORD.
037100     ADD 1                       TO WS-RELEASED-COUNT.
037150     PERFORM 2250-INDEX-NAME THRU 2250-EXIT.
037200 2200-EXIT.
037300     EXIT.
037400
037404******************************************************************
037408*    2250-INDEX-NAME - FILE THE RELEASED NAME ON THE CUSTPHX
037413*                      PHONETIC INDEX
037417******************************************************************
037421 2250-INDEX-NAME.
037426     IF NOT WS-PHX-PRESENT
037430         GO TO 2250-EXIT
037434     END-IF.
037439     MOVE CNM-CUST-ID            TO CPX-CUST-ID.
037443     CALL "PHONKEY"              USING CNM-LAST-NAME
037447                                       CPX-LAST-CODE.
037452     CALL "PHONKEY"              USING CNM-FIRST-NAME
037456                                       CPX-FIRST-CODE.
037460     MOVE CNM-LAST-NAME          TO CPX-LAST-NAME.
037465     MOVE CNM-FIRST-NAME         TO CPX-FIRST-NAME.
037469     MOVE WS-BUSINESS-DATE       TO CPX-CHANGE-DATE.
037473     WRITE CUST-PHONETIC-RECORD
037478         INVALID KEY
037482             REWRITE CUST-PHONETIC-RECORD
037486     END-WRITE.
037491 2250-EXIT.
037495     EXIT.
037497
037500******************************************************************
037600*    2300-MERGE-RECORD - THE LOSER'S ADDRESS ROW MOVES TO THE
037700*                        SURVIVING CUSTOMER (OR IS DROPPED WHEN
040800     MOVE CA-HOUSE-NUMBER        TO WS-LOSER-HOUSE.
040900     MOVE CA-COUNTRY             TO WS-LOSER-COUNTRY.
041000     MOVE CA-PIN-CODE            TO WS-LOSER-PIN.
041010     MOVE CA-UNDELIV-SW          TO WS-LOSER-UNDELIV-SW.
041020     MOVE CA-RETURN-DATE         TO WS-LOSER-RETURN-DATE.
041030     MOVE CA-RETURN-REASON       TO WS-LOSER-RETURN-REASON.
041100*    CUSTADDR IS A JOURNALED MASTER - THE MERGE'S DELETE AND
041200*    REPOINT CARRY IMAGES LIKE THE ATV3 PATH SO FORWARD
041300*    RECOVERY REPLAYS THEM
045300     MOVE WS-LOSER-HOUSE         TO CA-HOUSE-NUMBER.
045400     MOVE WS-LOSER-COUNTRY       TO CA-COUNTRY.
045500     MOVE WS-LOSER-PIN           TO CA-PIN-CODE.
045510     MOVE WS-LOSER-UNDELIV-SW    TO CA-UNDELIV-SW.
045520     MOVE WS-LOSER-RETURN-DATE   TO CA-RETURN-DATE.
045530     MOVE WS-LOSER-RETURN-REASON TO CA-RETURN-REASON.
045600     WRITE CUST-ADDR-RECORD.
045700     MOVE SPACES                 TO WS-JRN-BEFORE.
045800     MOVE CUST-ADDR-RECORD       TO WS-JRN-AFTER.
054800     CLOSE DUPLICATE-NEW.
054900     CLOSE WORKLIST-REPORT.
055000     CLOSE NAME-AUDIT.
055050     CLOSE CUST-PHONETIC-INDEX.
055100     IF WS-UNUSED-DEC-COUNT > ZERO
055200         MOVE 4                  TO RETURN-CODE
055300     END-IF.
055325     IF WS-PHX-MISSING
055350         MOVE 4                  TO RETURN-CODE
055375     END-IF.
055400     MOVE 'E'                    TO RSA-FUNCTION.
055500     MOVE WS-REVIEW-COUNT        TO RSA-READ-COUNT.
055600     COMPUTE RSA-WRITTEN-COUNT = WS-RELEASED-COUNT
