002780*                     BEHAVIOR REMAINS FOR THE COPY-OVER
002790*                     PAIRINGS (ATV3/IF4/IF5), WHERE OLDTRAN IS
002795*                     THE NOT-YET-APPLIED INCOMING FILE.
002805*    2026-09-02 JPL   ADDED THE CRMIN PAIRING - CORRECTED
002815*                     CRMINREJ REJECTS (61-BYTE ORIGINALS) GO
002825*                     BACK AS A FRESH REJECTS-ONLY CRMINB
002835*                     ENVELOPE WITH A ZERO AMOUNT HASH, SINCE
002845*                     THE APPLIED INBOUND FILE MUST NOT BE
002855*                     COPIED BEHIND THEM AND RE-APPLIED.
002865*    2026-10-15 JPL   THE IF5 PAIRING TAKES THE WHOLE 33-BYTE
002875*                     TRNCODE RECORD, INVOICE NUMBER INCLUDED.
002878*    2026-10-15 JPL   THE TRNCODE RECORD IS NOW 47 BYTES, WITH
002881*                     ORIGIN AND REVERSAL LINK.
002882*    2026-10-15 JPL   ORIGIN FROM PARMMAST PARAMETER RCYPARM VIA
002883*                     PARMGET; THE RCYPARM CARD IS READ ONLY WHEN
002884*                     THE MASTER HOLDS NO VALUE.
002885******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.            IBM-370.
013940     88  WS-MODE-COPY-OVER               VALUE 'C'.
013950 01  WS-FEED-FILE-ID         PIC X(08)   VALUE "ADJRCYCL".
014000
014010 01  WS-RECYCLE-CARD.
014020     05  WS-RY-ORIGIN            PIC X(08).
014030     05  FILLER                  PIC X(32).
014040
014050     COPY PARMREQ.
014060
014100 PROCEDURE DIVISION.
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
015600 1000-INITIALIZE.
015700     DISPLAY "RECYCLE - REJECT RECYCLE RUN STARTING".
015800     PERFORM 1400-GET-BUSINESS-DATE THRU 1400-EXIT.
016200     PERFORM 1300-GET-ORIGIN     THRU 1300-EXIT.
016700     DISPLAY "RECYCLING REJECTS OF: " WS-TARGET-ORIGIN.
016710     IF WS-TARGET-ORIGIN EQUAL "ATV2"
016720         MOVE 'F'            TO WS-MODE-SW
017500 1000-EXIT.
017600     EXIT.
017700
017702******************************************************************
017704*    1300-GET-ORIGIN - THE MASTER'S ORIGIN WINS; THE RCYPARM CARD
017706*                      IS READ ONLY WHEN THE MASTER HAS NONE
017708******************************************************************
017710 1300-GET-ORIGIN.
017712     MOVE SPACES                 TO WS-RECYCLE-CARD.
017714     MOVE "RCYPARM"              TO PQ-PARM-ID.
017716     MOVE SPACES                 TO PQ-PARM-QUAL.
017718     MOVE WS-RUN-DATE            TO PQ-AS-OF-DATE.
017720     CALL "PARMGET"              USING PARM-REQUEST-AREA.
017722     IF PQ-FOUND
017724         MOVE PQ-VALUE           TO WS-RECYCLE-CARD
017726     ELSE
017728         PERFORM 1310-READ-ORIGIN-CARD THRU 1310-EXIT
017730     END-IF.
017732     IF WS-RY-ORIGIN NOT EQUAL SPACES
017734         MOVE WS-RY-ORIGIN       TO WS-TARGET-ORIGIN
017736     END-IF.
017738 1300-EXIT.
017740     EXIT.
017742
017744 1310-READ-ORIGIN-CARD.
017746     OPEN INPUT RECYCLE-PARM.
017748     READ RECYCLE-PARM INTO WS-RECYCLE-CARD
017750         AT END
017752             CONTINUE
017754     END-READ.
017756     CLOSE RECYCLE-PARM.
017758 1310-EXIT.
017760     EXIT.
017762
017800******************************************************************
017900*    1400-GET-BUSINESS-DATE - THE REBUILT HEADER MUST CARRY THE
018000*                             DATE THE APPLYING PROGRAM'S
029100             END-IF
029200             ADD WS-WORK-AMT     TO WS-AMOUNT-HASH
029300         WHEN "IF5"
029400             MOVE NEW-TRANS-RECORD (1:47) TO TRN-RECORD
029500             ADD TRN-AMOUNT      TO WS-AMOUNT-HASH
029510         WHEN "CRMIN"
029520*    THE 61-BYTE CRMINB CORRECTION CARRIES NO AMOUNTS - THE
