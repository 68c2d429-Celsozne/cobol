000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 PHONKEY.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               SHARED UTILITIES.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - FOUR-CHARACTER SOUND CODE
001200*                     (SOUNDEX RULES) FOR A NAME WORD, SO THE
001300*                     CUSTPHX PHONETIC INDEX AND THE CUSTSRCH NAME
001400*                     SEARCH BUILD THEIR KEYS THE SAME WAY.
001500******************************************************************
001600*    FUNCTION: GIVEN A NAME WORD, RETURNS ITS FIRST LETTER
001700*              FOLLOWED BY THREE DIGITS FOR THE CONSONANT SOUNDS
001800*              THAT FOLLOW IT:
001900*                  1 = B F P V          4 = L
002000*                  2 = C G J K Q S X Z  5 = M N
002100*                  3 = D T              6 = R
002200*              VOWELS AND Y ARE DROPPED BUT SEPARATE TWO LIKE
002300*              SOUNDS; H AND W ARE DROPPED AND DO NOT.  A RUN
002400*              OF LIKE SOUNDS (THE FIRST LETTER'S OWN INCLUDED)
002500*              CODES ONCE, AND A SHORT CODE IS FILLED OUT WITH
002600*              ZEROS - SMITH AND SMYTH ARE BOTH S530, MOHAMMED
002700*              AND MUHAMMAD BOTH M530.  PUNCTUATION IS SKIPPED.
002800*              A NAME THAT DOES NOT START WITH A LETTER RETURNS
002900*              SPACES.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.            IBM-370.
003400 OBJECT-COMPUTER.            IBM-370.
003500
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 01  WS-LOWER-ALPHABET           PIC X(26)   VALUE
003900     "abcdefghijklmnopqrstuvwxyz".
004000 01  WS-UPPER-ALPHABET           PIC X(26)   VALUE
004100     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004200*    ONE SOUND DIGIT PER LETTER A-Z; 0 = VOWEL, 9 = H OR W
004300 01  WS-SOUND-ALPHABET           PIC X(26)   VALUE
004400     "01230129022455012623019202".
004500
004600 01  WS-NAME-UPPER               PIC X(15).
004700 01  WS-NAME-SOUNDS              PIC X(15).
004800 01  WS-NAME-SOUND-TABLE REDEFINES WS-NAME-SOUNDS.
004900     05  WS-NAME-SOUND           PIC X(01)   OCCURS 15 TIMES.
005000
005100 01  WS-CODE-BUILD.
005200     05  WS-CODE-CHAR            PIC X(01)   OCCURS 4 TIMES.
005300 01  WS-PRIOR-SOUND              PIC X(01).
005400
005500 77  WS-POS                      PIC 9(02)   COMP.
005600 77  WS-CODE-LEN                 PIC 9(02)   COMP.
005700
005800 LINKAGE SECTION.
005900 01  LK-NAME                     PIC X(15).
006000 01  LK-SOUND-CODE               PIC X(04).
006100
006200 PROCEDURE DIVISION USING LK-NAME
006300                          LK-SOUND-CODE.
006400 0000-MAINLINE.
006500     MOVE SPACES                 TO LK-SOUND-CODE.
006600     MOVE LK-NAME                TO WS-NAME-UPPER.
006700     INSPECT WS-NAME-UPPER
006800         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
006900     IF WS-NAME-UPPER (1:1) NOT ALPHABETIC-UPPER
007000        OR WS-NAME-UPPER (1:1) EQUAL SPACE
007100         GO TO 0000-EXIT
007200     END-IF.
007300     MOVE WS-NAME-UPPER          TO WS-NAME-SOUNDS.
007400     INSPECT WS-NAME-SOUNDS
007500         CONVERTING WS-UPPER-ALPHABET TO WS-SOUND-ALPHABET.
007600     MOVE "0000"                 TO WS-CODE-BUILD.
007700     MOVE WS-NAME-UPPER (1:1)    TO WS-CODE-CHAR (1).
007800     MOVE WS-NAME-SOUND (1)      TO WS-PRIOR-SOUND.
007900     MOVE 1                      TO WS-CODE-LEN.
008000     PERFORM 1000-CODE-ONE-LETTER THRU 1000-EXIT
008100             VARYING WS-POS FROM 2 BY 1
008200             UNTIL WS-POS GREATER THAN 15
008300                OR WS-CODE-LEN EQUAL 4.
008400     MOVE WS-CODE-BUILD          TO LK-SOUND-CODE.
008500 0000-EXIT.
008600     GOBACK.
008700
008800******************************************************************
008900*    1000-CODE-ONE-LETTER - A VOWEL BREAKS A RUN OF LIKE SOUNDS,
009000*                           H/W AND PUNCTUATION ARE PASSED OVER,
009100*                           A NEW CONSONANT SOUND IS APPENDED
009200******************************************************************
009300 1000-CODE-ONE-LETTER.
009400     IF WS-NAME-SOUND (WS-POS) EQUAL '0'
009500         MOVE '0'                TO WS-PRIOR-SOUND
009600         GO TO 1000-EXIT
009700     END-IF.
009800     IF WS-NAME-SOUND (WS-POS) LESS THAN '1'
009900        OR WS-NAME-SOUND (WS-POS) GREATER THAN '6'
010000         GO TO 1000-EXIT
010100     END-IF.
010200     IF WS-NAME-SOUND (WS-POS) EQUAL WS-PRIOR-SOUND
010300         GO TO 1000-EXIT
010400     END-IF.
010500     ADD 1                       TO WS-CODE-LEN.
010600     MOVE WS-NAME-SOUND (WS-POS) TO WS-CODE-CHAR (WS-CODE-LEN).
010700     MOVE WS-NAME-SOUND (WS-POS) TO WS-PRIOR-SOUND.
010800 1000-EXIT.
010900     EXIT.
