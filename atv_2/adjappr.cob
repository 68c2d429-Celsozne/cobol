003200*                     THE CALCHK BUSDATE CARD (DATEUTIL AS THE
003300*                     FALLBACK) SO A MIDNIGHT-CROSSING RUN DOES
003400*                     NOT PRODUCE A FILE THE READERS REFUSE.
003410*    2026-10-15 JPL   APPROVAL TRANSACTIONS NOW CARRY THE
003420*                     DECIDING USER, AND EVERY APPROVAL OR DENIAL
003430*                     IS LOGGED WITH THAT USER ON THE APPRAUD
003440*                     TRAIL FOR THE SODRPT SEGREGATION OF DUTIES
003450*                     REPORT.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005200                             ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT PENDING-NEW      ASSIGN TO "ADJPNEW"
005400                             ORGANIZATION IS LINE SEQUENTIAL.
005410     SELECT APPROVAL-AUDIT   ASSIGN TO "APPRAUD"
005420                             ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
007400 FD  PENDING-NEW
007500     RECORDING MODE IS F.
007600 01  PENDING-NEW-LINE        PIC X(30).
007610
007620 FD  APPROVAL-AUDIT
007630     RECORDING MODE IS F.
007640 01  APPROVAL-AUDIT-LINE     PIC X(80).
007700
007800 FD  BUS-DATE-FILE
007900     RECORDING MODE IS F.
011000         10  WS-AP-ACTION        PIC X(01).
011100         10  WS-AP-USED-SW       PIC X(01).
011200             88  WS-AP-USED              VALUE 'Y'.
011220         10  WS-AP-USER-ID       PIC X(08).
011240
011260 01  WS-DECISION-USER        PIC X(08).
011280     COPY APPRAUD.
011300
011400 77  WS-APPR-COUNT           PIC 9(03)   COMP    VALUE ZERO.
011500 77  WS-PENDING-COUNT        PIC 9(05)   COMP    VALUE ZERO.
014600     WRITE APPROVED-ADJUST-LINE  FROM FILE-HEADER-RECORD.
014700     OPEN OUTPUT DENIED-LIST.
014800     OPEN OUTPUT PENDING-NEW.
014850     OPEN OUTPUT APPROVAL-AUDIT.
014900     PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT.
015000     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
015100 1000-EXIT.
021600         MOVE AP-AMOUNT      TO WS-AP-AMOUNT (WS-APPR-COUNT)
021700         MOVE AP-ACTION      TO WS-AP-ACTION (WS-APPR-COUNT)
021800         MOVE 'N'            TO WS-AP-USED-SW (WS-APPR-COUNT)
021850         MOVE AP-USER-ID     TO WS-AP-USER-ID (WS-APPR-COUNT)
021900         PERFORM 1150-READ-APPROVAL THRU 1150-EXIT
022000     END-IF.
022100 1160-EXIT.
023000     PERFORM 2100-FIND-DECISION THRU 2100-EXIT.
023100     EVALUATE TRUE
023200         WHEN WS-DECIDED-APPROVE
023250             PERFORM 2500-WRITE-APPR-AUDIT THRU 2500-EXIT
023300             ADD 1           TO WS-APPROVED-COUNT
023400             MOVE ADJ-AMOUNT TO WS-WORK-AMT
023500             IF ADJ-AMOUNT < ZERO
023900             MOVE "04"       TO ADJ-SOURCE-FEED
024000             WRITE APPROVED-ADJUST-LINE FROM ADJ-RECORD
024100         WHEN WS-DECIDED-DENY
024150             PERFORM 2500-WRITE-APPR-AUDIT THRU 2500-EXIT
024200             ADD 1           TO WS-DENIED-COUNT
024300             MOVE ADJ-EMP-ID TO DN-EMP-ID
024400             MOVE ADJ-AMOUNT TO DN-AMOUNT
025900******************************************************************
026000 2100-FIND-DECISION.
026100     MOVE 'N'                TO WS-DECISION-SW.
026150     MOVE SPACES             TO WS-DECISION-USER.
026200     SET WS-APPR-IDX         TO 1.
026300     SEARCH WS-APPR-ENTRY
026400         AT END
026900             MOVE WS-AP-ACTION (WS-APPR-IDX)
027000                             TO WS-DECISION-SW
027100             MOVE 'Y'        TO WS-AP-USED-SW (WS-APPR-IDX)
027150             MOVE WS-AP-USER-ID (WS-APPR-IDX)
027160                             TO WS-DECISION-USER
027200     END-SEARCH.
027300 2100-EXIT.
027400     EXIT.
027500
027506******************************************************************
027512*    2500-WRITE-APPR-AUDIT - LOG THE DECISION AND WHO MADE IT,
027518*                            WITH THE FEED THE ITEM CAME IN ON
027525******************************************************************
027531 2500-WRITE-APPR-AUDIT.
027537     MOVE WS-DECISION-SW     TO WS-APA-ACTION.
027543     MOVE ADJ-EMP-ID         TO WS-APA-EMP-ID.
027550     MOVE ADJ-AMOUNT         TO WS-APA-AMOUNT.
027556     MOVE ADJ-SOURCE-FEED    TO WS-APA-SOURCE-FEED.
027562     MOVE WS-RUN-DATE        TO WS-APA-DATE.
027568     MOVE WS-DECISION-USER   TO WS-APA-USER-ID.
027575     WRITE APPROVAL-AUDIT-LINE FROM WS-APPR-AUDIT-LINE.
027581 2500-EXIT.
027587     EXIT.
027593
027600******************************************************************
027700*    2900-READ-PENDING - READ THE NEXT PENDING ADJUSTMENT
027800******************************************************************
030100     CLOSE APPROVED-ADJUST.
030200     CLOSE DENIED-LIST.
030300     CLOSE PENDING-NEW.
030350     CLOSE APPROVAL-AUDIT.
030400 9000-EXIT.
030500     EXIT.
030600
