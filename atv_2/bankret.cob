002100*                     EQUALS THE TRAILER COUNT WE SENT.  A
002200*                     RETURN THAT MATCHES NO PAYMENT IS AN
002300*                     ERROR (RC 8).
002320*    2026-10-15 JPL   THE WEEKLY AND MONTHLY PAY GROUPS EACH SEND
002340*                     THEIR OWN BANKPAY FILE, CONCATENATED ON
002360*                     THE BANKPAY DD - THE TRAILER COUNTS ARE
002380*                     NOW SUMMED SO THE PROOF COVERS BOTH.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
025400     IF BANK-PAYMENT-LINE (1:1) EQUAL 'T'
025500         MOVE BANK-PAYMENT-LINE (1:21)
025600                                 TO WS-BANK-TRAILER-RECORD
025700         ADD WS-BNK-TRL-COUNT    TO WS-TRAILER-COUNT
025800         GO TO 3100-READ-NEXT
025900     END-IF.
026000     IF BANK-PAYMENT-LINE (1:1) NOT EQUAL 'D'
