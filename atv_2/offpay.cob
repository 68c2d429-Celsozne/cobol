000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                 OFFPAY.
000300 AUTHOR.                     J PATTERSON.
000400 INSTALLATION.               PAYROLL SYSTEMS.
000500 DATE-WRITTEN.               2026-10-15.
000600 DATE-COMPILED.              2026-10-15.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ------------------------------------------------------------
001000*    DATE       INIT  DESCRIPTION
001100*    2026-10-15 JPL   INITIAL VERSION - OFF-CYCLE PAYMENT RUN FOR
001200*                     A MISSED, UNDERPAID OR ONE-OFF PAYMENT
001300*                     OUTSIDE THE REGULAR PAYRUN CYCLE.  EACH
001400*                     OFFTRAN REQUEST CARRIES THE EMPLOYEE AND A
001500*                     GROSS AMOUNT; TAX IS WITHHELD WITH THE
001600*                     SAME TAXBRKT BANDED MARGINAL LOGIC AS THE
001700*                     PAY RUN AND THE NET IS PAID THROUGH ITS
001800*                     OWN BANKPAY INTERFACE (CHQLIST FALLBACK
001900*                     WHEN THERE IS NO EMPBANK RECORD).  EVERY
002000*                     PAYMENT PRINTS A PAYSLIP AND A DEDREG
002100*                     LINE, ROLLS INTO YTDMAST, IS RECORDED ON
002200*                     PAYHIST AS RUN TYPE 'O' AND FEEDS THE
002300*                     LABDIST DISTRIBUTION (GROUP 'O') SO THE
002400*                     LEDGER SEES IT.  OFFTRAN ARRIVES INSIDE
002500*                     THE STANDARD HDR/TRL ENVELOPE AND IS
002600*                     LOGGED ON FILEREG - THE SAME FILE FOR THE
002700*                     SAME BUSINESS DATE IS REFUSED UNLESS THE
002800*                     REPROPRM OVERRIDE CARD SAYS 'Y'.
002820*    2026-10-15 JPL   DEDREG CARRIES THE PAY RUN'S NEW BENEFITS
002840*                     COLUMN (ALWAYS ZERO HERE - AN OFF-CYCLE
002860*                     PAYMENT TAKES NO BENEFIT PLAN DEDUCTIONS)
002880*                     AND THE PAYHIST RESULT ZEROES PH-BENEFIT.
002882*    2026-10-15 JPL   A CHQLIST FALLBACK CHEQUE TAKES ITS SERIAL
002884*                     NUMBER FROM THE CHQREG CHEQUE STOCK
002886*                     REGISTER THROUGH CHQISSUE, THE SAME AS IN
002888*                     THE PAY RUN, AND PRINTS IT ON THE LIST.
002890*    2026-10-15 JPL   THE TAX WITHHELD IS ALSO ROLLED INTO THE NEW
002892*                     YTD-TAX ACCUMULATOR, AS IN THE PAY RUN.
002894*    2026-10-15 JPL   A NEW PAYHIST RESULT ZEROES THE NEW
002896*                     PH-ADJ-COUNT AND PH-ADJ-BASE (NO ADJUSTMENTS
002898*                     ARE PAID OFF-CYCLE).
002918*    2026-10-15 JPL   THE CHQREG REGISTER IS CLOSED AT END OF JOB
002938*                     WITH A CHQISSUE FUNCTION 'T'; CHQISSUE NOW
002958*                     KEEPS IT OPEN BETWEEN CHEQUES.
002978******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.            IBM-370.
003300 OBJECT-COMPUTER.            IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL BUS-DATE-FILE ASSIGN TO "BUSDATE"
003700                             ORGANIZATION IS LINE SEQUENTIAL
003800                             FILE STATUS IS WS-BDAT-STATUS.
003900     SELECT OFF-PAY-TRANS    ASSIGN TO "OFFTRAN"
004000                             ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
004200                             ORGANIZATION IS INDEXED
004300                             ACCESS MODE IS DYNAMIC
004400                             RECORD KEY IS EMP-ID
004500                             FILE STATUS IS WS-MASTER-STATUS.
004600     SELECT OPTIONAL TAX-BRACKET-REF ASSIGN TO "TAXBRKT"
004700                             ORGANIZATION IS LINE SEQUENTIAL
004800                             FILE STATUS IS WS-TXB-STATUS.
004900     SELECT OPTIONAL YTD-MASTER ASSIGN TO "YTDMAST"
005000                             ORGANIZATION IS INDEXED
005100                             ACCESS MODE IS DYNAMIC
005200                             RECORD KEY IS YTD-EMP-ID
005300                             FILE STATUS IS WS-YTD-STATUS.
005400     SELECT OPTIONAL PAY-HISTORY ASSIGN TO "PAYHIST"
005500                             ORGANIZATION IS INDEXED
005600                             ACCESS MODE IS DYNAMIC
005700                             RECORD KEY IS PH-KEY
005800                             FILE STATUS IS WS-PHIST-STATUS.
005900     SELECT OPTIONAL EMP-BANK-MASTER ASSIGN TO "EMPBANK"
006000                             ORGANIZATION IS INDEXED
006100                             ACCESS MODE IS DYNAMIC
006200                             RECORD KEY IS EB-EMP-ID
006300                             FILE STATUS IS WS-BANK-MAST-STATUS.
006400     SELECT OPTIONAL DEPT-MASTER ASSIGN TO "DEPTMAST"
006500                             ORGANIZATION IS INDEXED
006600                             ACCESS MODE IS DYNAMIC
006700                             RECORD KEY IS DP-DEPT-CODE
006800                             FILE STATUS IS WS-DEPT-STATUS.
006900     SELECT PAYSLIP-FILE     ASSIGN TO "PAYSLIP"
007000                             ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT BANK-PAYMENT     ASSIGN TO "BANKPAY"
007200                             ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT CHEQUE-LIST      ASSIGN TO "CHQLIST"
007400                             ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT DEDUCTION-REG    ASSIGN TO "DEDREG"
007600                             ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT LABOR-DIST       ASSIGN TO "LABDIST"
007800                             ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT OFF-PAY-REPORT   ASSIGN TO "OFFRPT"
008000                             ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT OPTIONAL FILE-REGISTER ASSIGN TO "FILEREG"
008200                             ORGANIZATION IS LINE SEQUENTIAL
008300                             FILE STATUS IS WS-FREG-STATUS.
008400     SELECT OPTIONAL REPROCESS-PARM ASSIGN TO "REPROPRM"
008500                             ORGANIZATION IS LINE SEQUENTIAL
008600                             FILE STATUS IS WS-RPRM-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  OFF-PAY-TRANS
009100     RECORDING MODE IS F.
009200     COPY OFFTRAN.
009300 01  OFF-ENVELOPE-RECORD         PIC X(43).
009400
009500 FD  EMPLOYEE-MASTER.
009600     COPY EMPREC.
009700
009800 FD  TAX-BRACKET-REF
009900     RECORDING MODE IS F.
010000     COPY TAXBRKT.
010100
010200 FD  YTD-MASTER.
010300     COPY YTDMAST.
010400
010500 FD  PAY-HISTORY.
010600     COPY PAYHIST.
010700
010800 FD  EMP-BANK-MASTER.
010900     COPY EMPBANK.
011000
011100 FD  DEPT-MASTER.
011200     COPY DEPTMAST.
011300
011400 FD  PAYSLIP-FILE
011500     RECORDING MODE IS F.
011600 01  PAYSLIP-LINE            PIC X(100).
011700
011800 FD  BANK-PAYMENT
011900     RECORDING MODE IS F.
012000 01  BANK-PAYMENT-LINE       PIC X(70).
012100
012200 FD  CHEQUE-LIST
012300     RECORDING MODE IS F.
012400 01  CHEQUE-LIST-LINE        PIC X(70).
012500
012600 FD  DEDUCTION-REG
012700     RECORDING MODE IS F.
012800 01  DEDUCTION-REG-LINE      PIC X(100).
012900
013000 FD  LABOR-DIST
013100     RECORDING MODE IS F.
013200 01  LABOR-DIST-LINE         PIC X(70).
013300
013400 FD  OFF-PAY-REPORT
013500     RECORDING MODE IS F.
013600 01  OFF-PAY-RPT-LINE        PIC X(100).
013700
013800 FD  FILE-REGISTER
013900     RECORDING MODE IS F.
014000     COPY FILEREG.
014100
014200 FD  REPROCESS-PARM
014300     RECORDING MODE IS F.
014400 01  REPROCESS-PARM-RECORD.
014500     05  RP-OVERRIDE             PIC X(01).
014600         88  RP-OVERRIDE-YES             VALUE 'Y'.
014700
014800 FD  BUS-DATE-FILE
014900     RECORDING MODE IS F.
015000     COPY BUSDATE.
015100
015200 WORKING-STORAGE SECTION.
015300 01  WS-BDAT-STATUS              PIC X(02).
015400     88  WS-BDAT-OK                      VALUE "00".
015500 01  WS-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
015600 01  WS-DU-FUNCTION              PIC X(01).
015700 01  WS-DU-DATE-2                PIC 9(08).
015800 01  WS-DU-DAYS                  PIC S9(05).
015900 01  WS-DU-VALID-SW              PIC X(01).
016000 01  WS-MASTER-STATUS        PIC X(02).
016100     88  WS-MASTER-OK                    VALUE "00".
016200 01  WS-FREG-STATUS          PIC X(02).
016300     88  WS-FREG-OK                      VALUE "00".
016400 01  WS-RPRM-STATUS          PIC X(02).
016500     88  WS-RPRM-OK                      VALUE "00".
016600
016700 01  WS-SWITCHES.
016800     05  WS-EOF-SW           PIC X(01)   VALUE 'N'.
016900         88  WS-EOF                      VALUE 'Y'.
017000     05  WS-REJECT-SW        PIC X(01)   VALUE 'N'.
017100         88  WS-REQUEST-REJECTED         VALUE 'Y'.
017200
017300 01  WS-REG-SWITCHES.
017400     05  WS-REG-EOF-SW           PIC X(01)   VALUE 'N'.
017500         88  WS-REG-EOF                  VALUE 'Y'.
017600     05  WS-ALREADY-RUN-SW       PIC X(01)   VALUE 'N'.
017700         88  WS-ALREADY-RUN              VALUE 'Y'.
017800     05  WS-OVERRIDE-SW          PIC X(01)   VALUE 'N'.
017900         88  WS-OVERRIDE-ON              VALUE 'Y'.
018000
018100 77  WS-REQUEST-COUNT        PIC 9(05)   COMP    VALUE ZERO.
018200 77  WS-PAID-COUNT           PIC 9(05)   COMP    VALUE ZERO.
018300 77  WS-REJECT-COUNT         PIC 9(05)   COMP    VALUE ZERO.
018400 01  WS-REJECT-REASON        PIC X(30)   VALUE SPACES.
018500
018600 01  WS-TXB-STATUS           PIC X(02).
018700     88  WS-TXB-OK                       VALUE "00".
018800 01  WS-TXB-EOF-SW           PIC X(01)   VALUE 'N'.
018900     88  WS-TXB-EOF                      VALUE 'Y'.
019000 01  WS-TXB-SELECTED-DATE    PIC 9(08)   VALUE ZERO.
019100 77  WS-TXB-COUNT            PIC 9(02)   COMP    VALUE ZERO.
019200 77  WS-TXB-SUB              PIC 9(02)   COMP.
019300 01  WS-TAX-BRACKET-TABLE.
019400     05  WS-TXB-ENTRY        OCCURS 20 TIMES.
019500         10  WS-TXB-FLOOR    PIC 9(07)V9(02).
019600         10  WS-TXB-RATE     PIC 9(02)V9(02).
019700
019800 01  WS-GROSS-PAY            PIC S9(7)V9(2)  VALUE ZERO.
019900 01  WS-TAX-AMOUNT           PIC S9(7)V9(2)  VALUE ZERO.
020000 01  WS-NET-PAY              PIC S9(7)V9(2)  VALUE ZERO.
020100 01  WS-BAND-CEILING         PIC 9(07)V9(02).
020200 01  WS-BAND-TOP             PIC 9(07)V9(02).
020300 01  WS-TOTAL-GROSS          PIC S9(9)V9(2)  VALUE ZERO.
020400 01  WS-TOTAL-TAX            PIC S9(9)V9(2)  VALUE ZERO.
020500 01  WS-TOTAL-NET-PAY        PIC S9(9)V9(2)  VALUE ZERO.
020600
020700 01  WS-YTD-STATUS           PIC X(02).
020800     88  WS-YTD-USABLE               VALUE "00", "05".
020900 01  WS-YTD-FILE-SW          PIC X(01)   VALUE 'N'.
021000     88  WS-YTD-FILE-PRESENT         VALUE 'Y'.
021100 01  WS-YTD-FOUND-SW         PIC X(01)   VALUE 'N'.
021200     88  WS-YTD-FOUND                VALUE 'Y'.
021300 77  WS-YTD-ROLL-COUNT       PIC 9(05)   COMP    VALUE ZERO.
021400 01  WS-PHIST-STATUS         PIC X(02).
021500     88  WS-PHIST-USABLE             VALUE "00", "05".
021600 01  WS-PHIST-FILE-SW        PIC X(01)   VALUE 'N'.
021700     88  WS-PHIST-FILE-PRESENT       VALUE 'Y'.
021800 77  WS-PHIST-WRITE-COUNT    PIC 9(05)   COMP    VALUE ZERO.
021900
022000 77  WS-BANK-PAY-COUNT       PIC 9(07)   COMP    VALUE ZERO.
022100 77  WS-NO-PAY-COUNT         PIC 9(05)   COMP    VALUE ZERO.
022200 01  WS-BANK-HASH-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
022300 01  WS-BANK-MAST-STATUS     PIC X(02).
022400     88  WS-BANK-MAST-OK             VALUE "00".
022500 01  WS-BANK-MAST-SW         PIC X(01)   VALUE 'N'.
022600     88  WS-BANK-MAST-PRESENT        VALUE 'Y'.
022700 01  WS-BANK-FOUND-SW        PIC X(01)   VALUE 'N'.
022800     88  WS-BANK-FOUND               VALUE 'Y'.
022900 77  WS-CHEQUE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
022950 77  WS-CHQ-UNREG-COUNT      PIC 9(05)   COMP    VALUE ZERO.
023000
023100 01  WS-BANK-DETAIL-RECORD.
023200     05  WS-BNK-REC-TYPE     PIC X(01)   VALUE 'D'.
023300     05  WS-BNK-EMP-ID       PIC 9(05).
023400     05  WS-BNK-EMP-NAME     PIC X(30).
023500     05  WS-BNK-NET-AMOUNT   PIC 9(07)V9(02).
023600     05  WS-BNK-BANK-CODE    PIC X(04).
023700     05  WS-BNK-BRANCH-CODE  PIC X(06).
023800     05  WS-BNK-ACCOUNT-NO   PIC X(12).
023900
024000 01  WS-BANK-TRAILER-RECORD.
024100     05  WS-BNK-TRL-TYPE     PIC X(01)   VALUE 'T'.
024200     05  WS-BNK-TRL-COUNT    PIC 9(07).
024300     05  WS-BNK-TRL-HASH     PIC 9(11)V9(02).
024400
024500 01  WS-CHEQUE-DETAIL-LINE.
024600     05  FILLER              PIC X(07)   VALUE "CHEQUE ".
024650     05  WS-CHQ-SERIAL       PIC 9(08).
024660     05  FILLER              PIC X(01)   VALUE SPACE.
024700     05  WS-CHQ-EMP-ID       PIC 9(05).
024800     05  FILLER              PIC X(01)   VALUE SPACE.
024900     05  WS-CHQ-EMP-NAME     PIC X(30).
025000     05  FILLER              PIC X(01)   VALUE SPACE.
025100     05  WS-CHQ-NET-AMOUNT   PIC ZZZZZZ9.99.
025200
025300 01  WS-DEPT-STATUS          PIC X(02).
025400     88  WS-DEPT-OK                  VALUE "00".
025500 01  WS-DEPT-REF-SW          PIC X(01)   VALUE 'N'.
025600     88  WS-DEPT-REF-PRESENT         VALUE 'Y'.
025700
025800 77  WS-LAB-MAX              PIC 9(03)   COMP    VALUE 50.
025900 77  WS-LAB-COUNT            PIC 9(03)   COMP    VALUE ZERO.
026000 77  WS-LAB-SUB              PIC 9(03)   COMP.
026100 77  WS-LAB-HIT              PIC 9(03)   COMP    VALUE ZERO.
026200 01  WS-LAB-FOUND-SW         PIC X(01)   VALUE 'N'.
026300     88  WS-LAB-FOUND                VALUE 'Y'.
026400 01  WS-LABOR-TABLE.
026500     05  WS-LAB-ENTRY        OCCURS 50 TIMES.
026600         10  WS-LB-DEPT-CODE PIC X(03).
026700         10  WS-LB-EMP-COUNT PIC 9(05)   COMP.
026800         10  WS-LB-GROSS     PIC S9(9)V9(2).
026900         10  WS-LB-DEDUCT    PIC S9(9)V9(2).
027000         10  WS-LB-NET       PIC S9(9)V9(2).
027100
027200*    THE LABDIST LAYOUT IS THE PAY RUN'S - OFF-CYCLE RECORDS
027300*    CARRY PAY GROUP 'O' SO THE LEDGER CAN TELL THEM APART
027400 01  WS-LAB-DETAIL-RECORD.
027500     05  WS-LD-REC-TYPE      PIC X(01)   VALUE 'D'.
027600     05  WS-LD-BUS-DATE      PIC 9(08).
027700     05  WS-LD-DEPT-CODE     PIC X(03).
027800     05  WS-LD-COST-CENTER   PIC X(06).
027900     05  WS-LD-EMP-COUNT     PIC 9(05).
028000     05  WS-LD-GROSS         PIC 9(11)V9(02).
028100     05  WS-LD-DEDUCT        PIC 9(11)V9(02).
028200     05  WS-LD-NET           PIC 9(11)V9(02).
028300     05  WS-LD-PAY-GROUP     PIC X(01)   VALUE 'O'.
028400
028500 01  WS-LAB-TRAILER-RECORD.
028600     05  WS-LT-REC-TYPE      PIC X(01)   VALUE 'T'.
028700     05  WS-LT-BUS-DATE      PIC 9(08).
028800     05  FILLER              PIC X(09)   VALUE SPACES.
028900     05  WS-LT-EMP-COUNT     PIC 9(05).
029000     05  WS-LT-GROSS         PIC 9(11)V9(02).
029100     05  WS-LT-DEDUCT        PIC 9(11)V9(02).
029200     05  WS-LT-NET           PIC 9(11)V9(02).
029300     05  WS-LT-PAY-GROUP     PIC X(01)   VALUE 'O'.
029400
029500 01  WS-MAN-FILE-ID          PIC X(08).
029600 01  WS-MAN-COUNT            PIC 9(07)   VALUE ZERO.
029700 01  WS-MAN-HASH             PIC 9(11)V9(02) VALUE ZERO.
029800
029900 01  WS-PAYSLIP-HEADING.
030000     05  FILLER              PIC X(08)   VALUE "PAYSLIP ".
030100     05  FILLER              PIC X(26)   VALUE
030200         "     OFF-CYCLE PAYMENT OF ".
030300     05  WS-PS-DATE          PIC 9(08).
030400
030500 01  WS-PAYSLIP-RULE.
030600     05  FILLER              PIC X(60)   VALUE ALL "-".
030700
030800 01  WS-PAYSLIP-EMP-LINE.
030900     05  FILLER              PIC X(09)   VALUE "EMPLOYEE ".
031000     05  WS-PS-EMP-ID        PIC 9(05).
031100     05  FILLER              PIC X(02)   VALUE SPACES.
031200     05  WS-PS-NAME          PIC X(30).
031300     05  FILLER              PIC X(06)   VALUE " DEPT ".
031400     05  WS-PS-DEPT          PIC X(03).
031500
031600 01  WS-PAYSLIP-REASON-LINE.
031700     05  FILLER              PIC X(22)   VALUE
031800         "PAYMENT TYPE        :".
031900     05  WS-PS-PAY-TYPE      PIC X(01).
032000     05  FILLER              PIC X(02)   VALUE SPACES.
032100     05  WS-PS-REASON        PIC X(20).
032200
032300 01  WS-PAYSLIP-AMT-LINE.
032400     05  WS-PS-LABEL         PIC X(22).
032500     05  WS-PS-AMOUNT        PIC -Z(6)9.99.
032600
032700 01  WS-PAYSLIP-YTD-LINE.
032800     05  FILLER              PIC X(10)   VALUE "YTD GROSS ".
032900     05  WS-PS-YTD-GROSS     PIC -Z(8)9.99.
033000     05  FILLER              PIC X(09)   VALUE "  YTD DED".
033100     05  WS-PS-YTD-DED       PIC -Z(8)9.99.
033200     05  FILLER              PIC X(09)   VALUE "  YTD NET".
033300     05  WS-PS-YTD-NET       PIC -Z(8)9.99.
033400
033500 01  WS-SLIP-FIRST-SW        PIC X(01)   VALUE 'Y'.
033600     88  WS-SLIP-FIRST               VALUE 'Y'.
033700
033800 01  WS-DED-HEADING-1.
033900     05  FILLER              PIC X(12)   VALUE SPACES.
034000     05  FILLER              PIC X(38)   VALUE
034100         "OFF-CYCLE DEDUCTION REGISTER REPORT".
034200     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
034300     05  WS-DH1-DATE         PIC 9(08).
034400
034500 01  WS-DED-HEADING-2.
034600     05  FILLER              PIC X(07)   VALUE "EMP ID".
034700     05  FILLER              PIC X(22)   VALUE "EMPLOYEE NAME".
034800     05  FILLER              PIC X(13)   VALUE "       GROSS".
034900     05  FILLER              PIC X(13)   VALUE "         TAX".
034950     05  FILLER              PIC X(13)   VALUE "    BENEFITS".
035000     05  FILLER              PIC X(13)   VALUE "     GARNISH".
035100     05  FILLER              PIC X(13)   VALUE "     NET PAY".
035200
035300 01  WS-DED-DETAIL-LINE.
035400     05  WS-DED-EMP-ID       PIC 9(05).
035500     05  FILLER              PIC X(02)   VALUE SPACES.
035600     05  WS-DED-NAME         PIC X(20).
035700     05  FILLER              PIC X(02)   VALUE SPACES.
035800     05  WS-DED-GROSS        PIC -ZZZZZZ9.99.
035900     05  FILLER              PIC X(02)   VALUE SPACES.
036000     05  WS-DED-TAX          PIC -ZZZZZZ9.99.
036030     05  FILLER              PIC X(02)   VALUE SPACES.
036060     05  WS-DED-BEN          PIC -ZZZZZZ9.99.
036100     05  FILLER              PIC X(02)   VALUE SPACES.
036200     05  WS-DED-GARN         PIC -ZZZZZZ9.99.
036300     05  FILLER              PIC X(02)   VALUE SPACES.
036400     05  WS-DED-NET          PIC -ZZZZZZ9.99.
036500
036600 01  WS-DED-TOTAL-LINE.
036700     05  FILLER              PIC X(08)   VALUE "TOTALS  ".
036800     05  FILLER              PIC X(19)   VALUE SPACES.
036900     05  WS-DED-TOT-GROSS    PIC -ZZZZZZZZ9.99.
037000     05  FILLER              PIC X(02)   VALUE SPACES.
037100     05  WS-DED-TOT-TAX      PIC -ZZZZZZZZ9.99.
037130     05  FILLER              PIC X(02)   VALUE SPACES.
037160     05  WS-DED-TOT-BEN      PIC -ZZZZZZZZ9.99.
037200     05  FILLER              PIC X(02)   VALUE SPACES.
037300     05  WS-DED-TOT-GARN     PIC -ZZZZZZZZ9.99.
037400     05  FILLER              PIC X(02)   VALUE SPACES.
037500     05  WS-DED-TOT-NET      PIC -ZZZZZZZZ9.99.
037600
037700 01  WS-RPT-HEADING-1.
037800     05  FILLER              PIC X(12)   VALUE SPACES.
037900     05  FILLER              PIC X(30)   VALUE
038000         "OFF-CYCLE PAYMENT RUN".
038100     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
038200     05  WS-RH1-DATE         PIC 9(08).
038300
038400 01  WS-RPT-HEADING-2.
038500     05  FILLER              PIC X(07)   VALUE "EMP ID".
038600     05  FILLER              PIC X(05)   VALUE "TYPE".
038700     05  FILLER              PIC X(13)   VALUE "       GROSS".
038800     05  FILLER              PIC X(22)   VALUE "  REASON".
038900     05  FILLER              PIC X(10)   VALUE "REQUESTED".
039000     05  FILLER              PIC X(30)   VALUE "DISPOSITION".
039100
039200 01  WS-RPT-DETAIL-LINE.
039300     05  WS-RD-EMP-ID        PIC 9(05).
039400     05  FILLER              PIC X(02)   VALUE SPACES.
039500     05  WS-RD-PAY-TYPE      PIC X(01).
039600     05  FILLER              PIC X(04)   VALUE SPACES.
039700     05  WS-RD-GROSS         PIC ZZZZZZZZ9.99.
039800     05  FILLER              PIC X(02)   VALUE SPACES.
039900     05  WS-RD-REASON        PIC X(20).
040000     05  FILLER              PIC X(02)   VALUE SPACES.
040100     05  WS-RD-USER          PIC X(08).
040200     05  FILLER              PIC X(02)   VALUE SPACES.
040300     05  WS-RD-DISPOSITION   PIC X(30).
040400
040500 01  WS-RPT-TOTAL-LINE.
040600     05  FILLER              PIC X(10)   VALUE "REQUESTS: ".
040700     05  WS-RT-REQUESTS      PIC ZZZZ9.
040800     05  FILLER              PIC X(08)   VALUE "  PAID: ".
040900     05  WS-RT-PAID          PIC ZZZZ9.
041000     05  FILLER              PIC X(12)   VALUE "  REJECTED: ".
041100     05  WS-RT-REJECTED      PIC ZZZZ9.
041200     05  FILLER              PIC X(13)   VALUE "  TOTAL NET: ".
041300     05  WS-RT-NET           PIC -ZZZZZZZZ9.99.
041400
041500     COPY FILEHDTR.
041600
041700 01  WS-HT-FIELDS.
041800     05  WS-HT-EXPECTED-ID       PIC X(08)   VALUE "OFFTRAN".
041900     05  WS-HT-RUN-DATE          PIC 9(08).
042000     05  WS-HT-DETAIL-COUNT      PIC 9(07)   VALUE ZERO.
042100     05  WS-HT-AMOUNT-HASH       PIC 9(11)V9(02) VALUE ZERO.
042200     05  WS-HT-SCAN-EOF-SW       PIC X(01)   VALUE 'N'.
042300         88  WS-HT-SCAN-EOF              VALUE 'Y'.
042400     05  WS-HT-FIRST-SW          PIC X(01)   VALUE 'Y'.
042500         88  WS-HT-FIRST-RECORD          VALUE 'Y'.
042600     05  WS-HT-TRAILER-SW        PIC X(01)   VALUE 'N'.
042700         88  WS-HT-TRAILER-SEEN          VALUE 'Y'.
042800     05  WS-FILE-ERROR-SW        PIC X(01)   VALUE 'N'.
042900         88  WS-FILE-ERROR               VALUE 'Y'.
043000
043100     COPY RUNSTAT.
043150
043160     COPY CHQISS.
043200
043300 01  WS-SC-PROGRAM               PIC X(08)   VALUE "OFFPAY".
043400
043500 PROCEDURE DIVISION.
043600 0000-MAINLINE.
043700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
043800     PERFORM 2000-PAY-ONE-REQUEST    THRU 2000-EXIT
043900             UNTIL WS-EOF.
044000     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
044100     GO TO 9999-EXIT.
044200
044300******************************************************************
044400*    1000-INITIALIZE - VERIFY THE OFFTRAN ENVELOPE AND ITS
044500*                      FILEREG REGISTRATION BEFORE A SINGLE
044600*                      PAYMENT IS MADE, THEN OPEN THE MASTERS
044700*                      AND OUTPUTS AND LOAD THE TAX BANDS
044800******************************************************************
044900 1000-INITIALIZE.
045000     DISPLAY "OFFPAY - OFF-CYCLE PAYMENT RUN STARTING".
045100     MOVE WS-SC-PROGRAM          TO RSA-PROGRAM-ID.
045200     MOVE 'S'                    TO RSA-FUNCTION.
045300     CALL "RUNSTAT"              USING RUN-STAT-AREA.
045400     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
045500     MOVE WS-BUSINESS-DATE       TO WS-HT-RUN-DATE.
045600     PERFORM 1050-VERIFY-TRANS-FILE THRU 1050-EXIT.
045700     IF NOT WS-FILE-ERROR
045800         PERFORM 1080-CHECK-REGISTRATION THRU 1080-EXIT
045900     END-IF.
046000     OPEN INPUT  EMPLOYEE-MASTER.
046100     OPEN I-O    YTD-MASTER.
046200     IF WS-YTD-USABLE
046300         SET WS-YTD-FILE-PRESENT TO TRUE
046400     ELSE
046500         DISPLAY "NO YTD MASTER - ACCUMULATORS NOT ROLLED"
046600     END-IF.
046700     OPEN I-O    PAY-HISTORY.
046800     IF WS-PHIST-USABLE
046900         SET WS-PHIST-FILE-PRESENT TO TRUE
047000     ELSE
047100         DISPLAY "NO PAY HISTORY MASTER - RESULTS NOT RECORDED"
047200     END-IF.
047300     OPEN INPUT  EMP-BANK-MASTER.
047400     IF WS-BANK-MAST-OK
047500         SET WS-BANK-MAST-PRESENT TO TRUE
047600     ELSE
047700         DISPLAY "NO BANK-DETAILS MASTER - ALL PAY BY CHEQUE"
047800     END-IF.
047900     OPEN INPUT  DEPT-MASTER.
048000     IF WS-DEPT-OK
048100         SET WS-DEPT-REF-PRESENT TO TRUE
048200     END-IF.
048300     OPEN OUTPUT PAYSLIP-FILE.
048400     OPEN OUTPUT BANK-PAYMENT.
048500     OPEN OUTPUT CHEQUE-LIST.
048600     OPEN OUTPUT DEDUCTION-REG.
048700     OPEN OUTPUT LABOR-DIST.
048800     OPEN OUTPUT OFF-PAY-REPORT.
048900     PERFORM 1300-LOAD-TAX-BRACKETS THRU 1300-EXIT.
049000     MOVE WS-BUSINESS-DATE       TO WS-DH1-DATE
049100                                    WS-RH1-DATE.
049200     WRITE DEDUCTION-REG-LINE    FROM WS-DED-HEADING-1.
049300     WRITE DEDUCTION-REG-LINE    FROM WS-DED-HEADING-2.
049400     WRITE OFF-PAY-RPT-LINE      FROM WS-RPT-HEADING-1.
049500     WRITE OFF-PAY-RPT-LINE      FROM WS-RPT-HEADING-2.
049600*    A FILE THAT FAILED THE ENVELOPE OR REGISTRATION CHECK IS
049700*    NEVER OPENED FOR PAYMENT - THE OUTPUTS CLOSE EMPTY
049800     IF WS-FILE-ERROR
049900         SET WS-EOF              TO TRUE
050000         GO TO 1000-EXIT
050100     END-IF.
050200     OPEN INPUT  OFF-PAY-TRANS.
050300     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
050400 1000-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    8100-GET-BUSINESS-DATE - THE CALCHK BUSDATE CARD WITH THE
050900*                             SHARED DATEUTIL FALLBACK
051000******************************************************************
051100 8100-GET-BUSINESS-DATE.
051200     OPEN INPUT BUS-DATE-FILE.
051300     IF WS-BDAT-OK
051400         READ BUS-DATE-FILE
051500             AT END
051600                 CONTINUE
051700             NOT AT END
051800                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
051900                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
052000                 END-IF
052100         END-READ
052200     END-IF.
052300     CLOSE BUS-DATE-FILE.
052400     IF WS-BUSINESS-DATE EQUAL ZERO
052500         MOVE 'C'                TO WS-DU-FUNCTION
052600         CALL "DATEUTIL"         USING WS-DU-FUNCTION
052700                                       WS-BUSINESS-DATE
052800                                       WS-DU-DATE-2
052900                                       WS-DU-DAYS
053000                                       WS-DU-VALID-SW
053100     END-IF.
053200 8100-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    1050-VERIFY-TRANS-FILE - PRE-SCAN OF THE OFFTRAN ENVELOPE -
053700*                             HEADER FILE ID AND BUSINESS DATE,
053800*                             TRAILER COUNT AND AMOUNT HASH -
053900*                             BEFORE A SINGLE PAYMENT IS MADE
054000******************************************************************
054100 1050-VERIFY-TRANS-FILE.
054200     OPEN INPUT OFF-PAY-TRANS.
054300     PERFORM 1060-SCAN-ONE-RECORD THRU 1060-EXIT
054400             UNTIL WS-HT-SCAN-EOF OR WS-FILE-ERROR.
054500     CLOSE OFF-PAY-TRANS.
054600     IF NOT WS-FILE-ERROR
054700         IF NOT WS-HT-TRAILER-SEEN
054800             SET WS-FILE-ERROR   TO TRUE
054900             DISPLAY "OFFTRAN TRAILER MISSING"
055000         ELSE
055100             IF FT-REC-COUNT NOT EQUAL WS-HT-DETAIL-COUNT
055200                 SET WS-FILE-ERROR TO TRUE
055300                 DISPLAY "OFFTRAN RECORD COUNT MISMATCH"
055400             END-IF
055500             IF FT-AMOUNT-HASH NOT EQUAL WS-HT-AMOUNT-HASH
055600                 SET WS-FILE-ERROR TO TRUE
055700                 DISPLAY "OFFTRAN AMOUNT HASH MISMATCH"
055800             END-IF
055900         END-IF
056000     END-IF.
056100     IF WS-FILE-ERROR
056200         DISPLAY "OFFTRAN FAILED ENVELOPE CHECK - NOT APPLIED"
056300     END-IF.
056400 1050-EXIT.
056500     EXIT.
056600
056700 1060-SCAN-ONE-RECORD.
056800     READ OFF-PAY-TRANS
056900         AT END
057000             SET WS-HT-SCAN-EOF  TO TRUE
057100     END-READ.
057200     IF WS-HT-SCAN-EOF
057300         GO TO 1060-EXIT
057400     END-IF.
057500     IF WS-HT-FIRST-RECORD
057600         MOVE 'N'                TO WS-HT-FIRST-SW
057700         MOVE OFF-ENVELOPE-RECORD (1:19)
057800                                 TO FILE-HEADER-RECORD
057900         IF NOT FH-HEADER
058000             SET WS-FILE-ERROR   TO TRUE
058100             DISPLAY "OFFTRAN HEADER MISSING"
058200         ELSE
058300             IF FH-FILE-ID NOT EQUAL WS-HT-EXPECTED-ID
058400                 SET WS-FILE-ERROR TO TRUE
058500                 DISPLAY "OFFTRAN HEADER FILE ID WRONG"
058600             END-IF
058700             IF FH-BUS-DATE NOT EQUAL WS-HT-RUN-DATE
058800                 SET WS-FILE-ERROR TO TRUE
058900                 DISPLAY "OFFTRAN BUSINESS DATE WRONG"
059000             END-IF
059100         END-IF
059200         GO TO 1060-EXIT
059300     END-IF.
059400     IF OFF-ENVELOPE-RECORD (1:3) EQUAL 'TRL'
059500         SET WS-HT-TRAILER-SEEN  TO TRUE
059600         MOVE OFF-ENVELOPE-RECORD (1:23)
059700                                 TO FILE-TRAILER-RECORD
059800         GO TO 1060-EXIT
059900     END-IF.
060000     ADD 1                       TO WS-HT-DETAIL-COUNT.
060100     IF OT-GROSS-AMOUNT NUMERIC
060200         ADD OT-GROSS-AMOUNT     TO WS-HT-AMOUNT-HASH
060300     END-IF.
060400 1060-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    1080-CHECK-REGISTRATION - REFUSE A FILE THIS PROGRAM HAS
060900*                              ALREADY APPLIED FOR THIS BUSINESS
061000*                              DATE, UNLESS THE REPROCESS
061100*                              OVERRIDE CARD SAYS 'Y'
061200******************************************************************
061300 1080-CHECK-REGISTRATION.
061400     OPEN INPUT FILE-REGISTER.
061500     IF WS-FREG-OK
061600         PERFORM 1090-SCAN-REGISTER THRU 1090-EXIT
061700                 UNTIL WS-REG-EOF OR WS-ALREADY-RUN
061800     END-IF.
061900     CLOSE FILE-REGISTER.
062000     IF WS-ALREADY-RUN
062100         PERFORM 1095-READ-OVERRIDE THRU 1095-EXIT
062200         IF WS-OVERRIDE-ON
062300             DISPLAY "FILE ALREADY APPLIED - REPROCESS "
062400                     "OVERRIDE IN EFFECT"
062500         ELSE
062600             SET WS-FILE-ERROR   TO TRUE
062700             DISPLAY "FILE ALREADY APPLIED FOR BUSINESS DATE "
062800                     FH-BUS-DATE " - RUN REFUSED"
062900         END-IF
063000     END-IF.
063100 1080-EXIT.
063200     EXIT.
063300
063400 1090-SCAN-REGISTER.
063500     READ FILE-REGISTER
063600         AT END
063700             SET WS-REG-EOF      TO TRUE
063800         NOT AT END
063900             IF FR-PROGRAM-ID EQUAL WS-SC-PROGRAM
064000              AND FR-FILE-ID EQUAL WS-HT-EXPECTED-ID
064100              AND FR-BUS-DATE EQUAL FH-BUS-DATE
064200                 SET WS-ALREADY-RUN TO TRUE
064300             END-IF
064400     END-READ.
064500 1090-EXIT.
064600     EXIT.
064700
064800 1095-READ-OVERRIDE.
064900     OPEN INPUT REPROCESS-PARM.
065000     IF WS-RPRM-OK
065100         READ REPROCESS-PARM
065200             AT END
065300                 CONTINUE
065400             NOT AT END
065500                 IF RP-OVERRIDE-YES
065600                     SET WS-OVERRIDE-ON TO TRUE
065700                 END-IF
065800         END-READ
065900         CLOSE REPROCESS-PARM
066000     END-IF.
066100 1095-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    1300-LOAD-TAX-BRACKETS - LOAD THE TAXBRKT BAND SET WITH THE
066600*                             LATEST EFFECTIVE DATE ON OR BEFORE
066700*                             THE BUSINESS DATE - THE SAME BAND
066800*                             SET THE PAY RUN APPLIES; WITH NO
066900*                             FILE OR NO IN-FORCE SET, NO TAX IS
067000*                             WITHHELD
067100******************************************************************
067200 1300-LOAD-TAX-BRACKETS.
067300     OPEN INPUT TAX-BRACKET-REF.
067400     IF WS-TXB-OK
067500         PERFORM 1390-READ-BRACKET THRU 1390-EXIT
067600         PERFORM 1350-SELECT-BRACKET THRU 1350-EXIT
067700                 UNTIL WS-TXB-EOF
067800     END-IF.
067900     CLOSE TAX-BRACKET-REF.
068000     IF WS-TXB-COUNT EQUAL ZERO
068100         DISPLAY "NO TAX BRACKETS IN FORCE - NO TAX WITHHELD"
068200     ELSE
068300         DISPLAY "TAX BRACKETS LOADED: " WS-TXB-COUNT
068400                 " EFFECTIVE " WS-TXB-SELECTED-DATE
068500     END-IF.
068600 1300-EXIT.
068700     EXIT.
068800
068900 1350-SELECT-BRACKET.
069000     IF TXB-EFF-DATE NOT GREATER THAN WS-BUSINESS-DATE
069100         IF TXB-EFF-DATE GREATER THAN WS-TXB-SELECTED-DATE
069200             MOVE TXB-EFF-DATE   TO WS-TXB-SELECTED-DATE
069300             MOVE ZERO           TO WS-TXB-COUNT
069400         END-IF
069500         IF TXB-EFF-DATE EQUAL WS-TXB-SELECTED-DATE
069600          AND WS-TXB-COUNT LESS THAN 20
069700             ADD 1               TO WS-TXB-COUNT
069800             MOVE TXB-BAND-FLOOR
069900                     TO WS-TXB-FLOOR (WS-TXB-COUNT)
070000             MOVE TXB-RATE-PCT
070100                     TO WS-TXB-RATE (WS-TXB-COUNT)
070200         END-IF
070300     END-IF.
070400     PERFORM 1390-READ-BRACKET THRU 1390-EXIT.
070500 1350-EXIT.
070600     EXIT.
070700
070800 1390-READ-BRACKET.
070900     READ TAX-BRACKET-REF
071000         AT END
071100             SET WS-TXB-EOF      TO TRUE
071200     END-READ.
071300 1390-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700*    2000-PAY-ONE-REQUEST - EDIT ONE REQUEST, THEN TAX, PAY,
071800*                           RECORD AND REPORT IT
071900******************************************************************
072000 2000-PAY-ONE-REQUEST.
072100     ADD 1                       TO WS-REQUEST-COUNT.
072200     MOVE OT-EMP-ID              TO WS-RD-EMP-ID.
072300     MOVE OT-PAY-TYPE            TO WS-RD-PAY-TYPE.
072400     MOVE ZERO                   TO WS-RD-GROSS.
072500     IF OT-GROSS-AMOUNT NUMERIC
072600         MOVE OT-GROSS-AMOUNT    TO WS-RD-GROSS
072700     END-IF.
072800     MOVE OT-REASON              TO WS-RD-REASON.
072900     MOVE OT-REQUEST-USER        TO WS-RD-USER.
073000     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
073100     IF WS-REQUEST-REJECTED
073200         ADD 1                   TO WS-REJECT-COUNT
073300         MOVE WS-REJECT-REASON   TO WS-RD-DISPOSITION
073400         WRITE OFF-PAY-RPT-LINE  FROM WS-RPT-DETAIL-LINE
073500         GO TO 2000-READ-NEXT
073600     END-IF.
073700     MOVE OT-GROSS-AMOUNT        TO WS-GROSS-PAY.
073800     PERFORM 3170-COMPUTE-TAX THRU 3170-EXIT.
073900     COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TAX-AMOUNT.
074000     ADD WS-GROSS-PAY            TO WS-TOTAL-GROSS.
074100     ADD WS-TAX-AMOUNT           TO WS-TOTAL-TAX.
074200     ADD WS-NET-PAY              TO WS-TOTAL-NET-PAY.
074300     ADD 1                       TO WS-PAID-COUNT.
074400     PERFORM 3195-ROLL-YTD-MASTER THRU 3195-EXIT.
074500     PERFORM 3196-WRITE-PAY-HISTORY THRU 3196-EXIT.
074600     PERFORM 3198-ROLL-LABOR-DIST THRU 3198-EXIT.
074700     PERFORM 3250-PRINT-DEDUCTION-REG THRU 3250-EXIT.
074800     PERFORM 3300-PRINT-PAYSLIP THRU 3300-EXIT.
074900     PERFORM 3400-WRITE-BANK-PAYMENT THRU 3400-EXIT.
075000     MOVE "PAID"                 TO WS-RD-DISPOSITION.
075100     IF NOT WS-BANK-FOUND
075200         MOVE "PAID - CHEQUE"    TO WS-RD-DISPOSITION
075300     END-IF.
075400     WRITE OFF-PAY-RPT-LINE      FROM WS-RPT-DETAIL-LINE.
075500 2000-READ-NEXT.
075600     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
075700 2000-EXIT.
075800     EXIT.
075900
076000******************************************************************
076100*    2100-EDIT-REQUEST - A REQUEST MUST NAME A KNOWN PAYMENT
076200*                        TYPE, A POSITIVE AMOUNT AND AN EMPLOYEE
076300*                        ON THE MASTER; A LEAVER MAY STILL BE
076400*                        PAID WHAT WAS MISSED OR UNDERPAID
076500******************************************************************
076600 2100-EDIT-REQUEST.
076700     MOVE 'N'                    TO WS-REJECT-SW.
076800     IF NOT OT-TYPE-VALID
076900         SET WS-REQUEST-REJECTED TO TRUE
077000         MOVE "REJECTED - INVALID PAY TYPE" TO WS-REJECT-REASON
077100         GO TO 2100-EXIT
077200     END-IF.
077300     IF OT-GROSS-AMOUNT NOT NUMERIC
077400      OR OT-GROSS-AMOUNT EQUAL ZERO
077500         SET WS-REQUEST-REJECTED TO TRUE
077600         MOVE "REJECTED - NO AMOUNT"  TO WS-REJECT-REASON
077700         GO TO 2100-EXIT
077800     END-IF.
077900     MOVE OT-EMP-ID              TO EMP-ID.
078000     READ EMPLOYEE-MASTER
078100         INVALID KEY
078200             SET WS-REQUEST-REJECTED TO TRUE
078300             MOVE "REJECTED - NOT ON MASTER"
078400                                 TO WS-REJECT-REASON
078500     END-READ.
078600 2100-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000*    2900-READ-REQUEST - NEXT DETAIL; THE HEADER IS STEPPED OVER
079100*                        AND THE TRAILER ENDS THE FILE
079200******************************************************************
079300 2900-READ-REQUEST.
079400     READ OFF-PAY-TRANS
079500         AT END
079600             SET WS-EOF          TO TRUE
079700     END-READ.
079800     IF WS-EOF
079900         GO TO 2900-EXIT
080000     END-IF.
080100     IF OFF-ENVELOPE-RECORD (1:3) EQUAL 'HDR'
080200         GO TO 2900-READ-REQUEST
080300     END-IF.
080400     IF OFF-ENVELOPE-RECORD (1:3) EQUAL 'TRL'
080500         SET WS-EOF              TO TRUE
080600     END-IF.
080700 2900-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100*    3170-COMPUTE-TAX - BANDED MARGINAL WITHHOLDING, AS IN THE
081200*                       PAY RUN - EACH SLICE OF THE GROSS ABOVE
081300*                       A BAND FLOOR IS TAXED AT THAT BAND'S
081400*                       RATE
081500******************************************************************
081600 3170-COMPUTE-TAX.
081700     MOVE ZERO               TO WS-TAX-AMOUNT.
081800     IF WS-GROSS-PAY NOT GREATER THAN ZERO
081900      OR WS-TXB-COUNT EQUAL ZERO
082000         GO TO 3170-EXIT
082100     END-IF.
082200     PERFORM 3175-TAX-ONE-BAND THRU 3175-EXIT
082300             VARYING WS-TXB-SUB FROM 1 BY 1
082400             UNTIL WS-TXB-SUB GREATER THAN WS-TXB-COUNT.
082500 3170-EXIT.
082600     EXIT.
082700
082800 3175-TAX-ONE-BAND.
082900     IF WS-TXB-SUB LESS THAN WS-TXB-COUNT
083000         MOVE WS-TXB-FLOOR (WS-TXB-SUB + 1)
083100                             TO WS-BAND-CEILING
083200     ELSE
083300         MOVE 9999999.99     TO WS-BAND-CEILING
083400     END-IF.
083500     IF WS-GROSS-PAY GREATER THAN WS-TXB-FLOOR (WS-TXB-SUB)
083600         MOVE WS-GROSS-PAY   TO WS-BAND-TOP
083700         IF WS-BAND-TOP GREATER THAN WS-BAND-CEILING
083800             MOVE WS-BAND-CEILING TO WS-BAND-TOP
083900         END-IF
084000         COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT
084100             + ((WS-BAND-TOP - WS-TXB-FLOOR (WS-TXB-SUB))
084200                * WS-TXB-RATE (WS-TXB-SUB) / 100)
084300     END-IF.
084400 3175-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    3195-ROLL-YTD-MASTER - THE PAYMENT ADDS TO YEAR-TO-DATE
084900*                           GROSS, DEDUCTIONS AND NET; IT IS NOT
085000*                           AN ADJUSTMENT
085100******************************************************************
085200 3195-ROLL-YTD-MASTER.
085300     IF NOT WS-YTD-FILE-PRESENT
085400         GO TO 3195-EXIT
085500     END-IF.
085600     MOVE EMP-ID             TO YTD-EMP-ID.
085700     READ YTD-MASTER
085800         INVALID KEY
085900             MOVE 'N'        TO WS-YTD-FOUND-SW
086000             MOVE EMP-ID     TO YTD-EMP-ID
086100             MOVE WS-BUSINESS-DATE (1:4) TO YTD-YEAR
086200             MOVE ZERO       TO YTD-GROSS
086300                                YTD-ADJUSTMENTS
086400                                YTD-DEDUCTIONS
086500                                YTD-NET
086550                                YTD-TAX
086600         NOT INVALID KEY
086700             MOVE 'Y'        TO WS-YTD-FOUND-SW
086800     END-READ.
086900     ADD WS-GROSS-PAY        TO YTD-GROSS.
087000     ADD WS-TAX-AMOUNT       TO YTD-DEDUCTIONS.
087100     ADD WS-NET-PAY          TO YTD-NET.
087150     ADD WS-TAX-AMOUNT       TO YTD-TAX.
087200     IF WS-YTD-FOUND
087300         REWRITE YTD-MASTER-RECORD
087400     ELSE
087500         WRITE YTD-MASTER-RECORD
087600     END-IF.
087700     ADD 1                   TO WS-YTD-ROLL-COUNT.
087800 3195-EXIT.
087900     EXIT.
088000
088100******************************************************************
088200*    3196-WRITE-PAY-HISTORY - RECORD THE PAYMENT ON THE PAY-
088300*                             RESULT MASTER AS RUN TYPE 'O'; A
088400*                             SECOND PAYMENT TO THE SAME
088500*                             EMPLOYEE ON THE SAME DATE ADDS TO
088600*                             THE DAY'S OFF-CYCLE RESULT
088700******************************************************************
088800 3196-WRITE-PAY-HISTORY.
088900     IF NOT WS-PHIST-FILE-PRESENT
089000         GO TO 3196-EXIT
089100     END-IF.
089200     MOVE EMP-ID             TO PH-EMP-ID.
089300     MOVE WS-BUSINESS-DATE   TO PH-PAY-DATE.
089400     SET PH-RUN-OFF-CYCLE    TO TRUE.
089500     READ PAY-HISTORY
089600         INVALID KEY
089700             MOVE EMP-PAY-GROUP    TO PH-PAY-GROUP
089800             MOVE WS-BUSINESS-DATE TO PH-PERIOD-START
089900                                      PH-PERIOD-END
090000             MOVE ZERO             TO PH-BASE-PAY
090100                                      PH-ADJ-TOTAL
090200                                      PH-GROSS
090300                                      PH-TAX
090400                                      PH-GARN
090500                                      PH-NET
090550                                      PH-BENEFIT
090566                                      PH-ADJ-COUNT
090583                                      PH-ADJ-BASE
090600             ADD WS-GROSS-PAY      TO PH-GROSS
090700             ADD WS-TAX-AMOUNT     TO PH-TAX
090800             ADD WS-NET-PAY        TO PH-NET
090900             WRITE PAY-HIST-RECORD
091000         NOT INVALID KEY
091100             ADD WS-GROSS-PAY      TO PH-GROSS
091200             ADD WS-TAX-AMOUNT     TO PH-TAX
091300             ADD WS-NET-PAY        TO PH-NET
091400             REWRITE PAY-HIST-RECORD
091500     END-READ.
091600     ADD 1                   TO WS-PHIST-WRITE-COUNT.
091700 3196-EXIT.
091800     EXIT.
091900
092000******************************************************************
092100*    3198-ROLL-LABOR-DIST - FOLD THE PAYMENT INTO THE EMPLOYEE'S
092200*                           DEPARTMENT ROW OF THE LABOR
092300*                           DISTRIBUTION TABLE
092400******************************************************************
092500 3198-ROLL-LABOR-DIST.
092600     MOVE 'N'                TO WS-LAB-FOUND-SW.
092700     PERFORM 3199-SCAN-ONE-LAB-DEPT THRU 3199-EXIT
092800             VARYING WS-LAB-SUB FROM 1 BY 1
092900             UNTIL WS-LAB-SUB GREATER THAN WS-LAB-COUNT
093000                OR WS-LAB-FOUND.
093100     IF NOT WS-LAB-FOUND
093200         IF WS-LAB-COUNT LESS THAN WS-LAB-MAX
093300             ADD 1           TO WS-LAB-COUNT
093400             MOVE WS-LAB-COUNT TO WS-LAB-HIT
093500             MOVE EMP-DEPT-CODE
093600                     TO WS-LB-DEPT-CODE (WS-LAB-HIT)
093700             MOVE ZERO       TO WS-LB-EMP-COUNT (WS-LAB-HIT)
093800             MOVE ZERO       TO WS-LB-GROSS (WS-LAB-HIT)
093900             MOVE ZERO       TO WS-LB-DEDUCT (WS-LAB-HIT)
094000             MOVE ZERO       TO WS-LB-NET (WS-LAB-HIT)
094100         ELSE
094200             GO TO 3198-EXIT
094300         END-IF
094400     END-IF.
094500     ADD 1                   TO WS-LB-EMP-COUNT (WS-LAB-HIT).
094600     ADD WS-GROSS-PAY        TO WS-LB-GROSS (WS-LAB-HIT).
094700     ADD WS-TAX-AMOUNT       TO WS-LB-DEDUCT (WS-LAB-HIT).
094800     ADD WS-NET-PAY          TO WS-LB-NET (WS-LAB-HIT).
094900 3198-EXIT.
095000     EXIT.
095100
095200 3199-SCAN-ONE-LAB-DEPT.
095300     IF WS-LB-DEPT-CODE (WS-LAB-SUB) EQUAL EMP-DEPT-CODE
095400         SET WS-LAB-FOUND    TO TRUE
095500         MOVE WS-LAB-SUB     TO WS-LAB-HIT
095600     END-IF.
095700 3199-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100*    3250-PRINT-DEDUCTION-REG - ONE DEDUCTION REGISTER LINE PER
096200*                               PAYMENT - GROSS, WITHHELD TAX
096300*                               AND NET; NO GARNISHMENT IS TAKEN
096400*                               OFF-CYCLE
096500******************************************************************
096600 3250-PRINT-DEDUCTION-REG.
096700     MOVE EMP-ID             TO WS-DED-EMP-ID.
096800     MOVE EMP-NAME           TO WS-DED-NAME.
096900     MOVE WS-GROSS-PAY       TO WS-DED-GROSS.
097000     MOVE WS-TAX-AMOUNT      TO WS-DED-TAX.
097100     MOVE ZERO               TO WS-DED-GARN.
097150     MOVE ZERO               TO WS-DED-BEN.
097200     MOVE WS-NET-PAY         TO WS-DED-NET.
097300     WRITE DEDUCTION-REG-LINE FROM WS-DED-DETAIL-LINE.
097400 3250-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    3300-PRINT-PAYSLIP - ONE PAYSLIP PER PAYMENT, A PAGE EACH
097900*                         FOR THE BURSTING MACHINE
098000******************************************************************
098100 3300-PRINT-PAYSLIP.
098200     MOVE WS-BUSINESS-DATE   TO WS-PS-DATE.
098300     IF WS-SLIP-FIRST
098400         MOVE 'N'            TO WS-SLIP-FIRST-SW
098500         WRITE PAYSLIP-LINE  FROM WS-PAYSLIP-HEADING
098600     ELSE
098700         WRITE PAYSLIP-LINE  FROM WS-PAYSLIP-HEADING
098800             AFTER ADVANCING PAGE
098900     END-IF.
099000     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-RULE.
099100     MOVE EMP-ID             TO WS-PS-EMP-ID.
099200     MOVE EMP-NAME           TO WS-PS-NAME.
099300     MOVE EMP-DEPT-CODE      TO WS-PS-DEPT.
099400     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-EMP-LINE.
099500     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-RULE.
099600     MOVE OT-PAY-TYPE        TO WS-PS-PAY-TYPE.
099700     MOVE OT-REASON          TO WS-PS-REASON.
099800     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-REASON-LINE.
099900     MOVE "GROSS PAY           :" TO WS-PS-LABEL.
100000     MOVE WS-GROSS-PAY       TO WS-PS-AMOUNT.
100100     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
100200     MOVE "TAX WITHHELD        :" TO WS-PS-LABEL.
100300     MOVE WS-TAX-AMOUNT      TO WS-PS-AMOUNT.
100400     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
100500     MOVE "NET PAY             :" TO WS-PS-LABEL.
100600     MOVE WS-NET-PAY         TO WS-PS-AMOUNT.
100700     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
100800     IF WS-YTD-FILE-PRESENT
100900         MOVE YTD-GROSS      TO WS-PS-YTD-GROSS
101000         MOVE YTD-DEDUCTIONS TO WS-PS-YTD-DED
101100         MOVE YTD-NET        TO WS-PS-YTD-NET
101200         WRITE PAYSLIP-LINE  FROM WS-PAYSLIP-YTD-LINE
101300     END-IF.
101400     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-RULE.
101500 3300-EXIT.
101600     EXIT.
101700
101800******************************************************************
101900*    3400-WRITE-BANK-PAYMENT - ONE PAYMENT RECORD PER PAYMENT
102000*                              WITH A POSITIVE NET TO THE
102100*                              EMPLOYEE'S EMPBANK ACCOUNT, OR
102200*                              THE CHQLIST FALLBACK WITHOUT ONE
102300******************************************************************
102400 3400-WRITE-BANK-PAYMENT.
102500     MOVE 'N'                TO WS-BANK-FOUND-SW.
102600     IF WS-NET-PAY NOT GREATER THAN ZERO
102700         ADD 1               TO WS-NO-PAY-COUNT
102800         GO TO 3400-EXIT
102900     END-IF.
103000     IF WS-BANK-MAST-PRESENT
103100         MOVE EMP-ID         TO EB-EMP-ID
103200         READ EMP-BANK-MASTER
103300             INVALID KEY
103400                 CONTINUE
103500             NOT INVALID KEY
103600                 SET WS-BANK-FOUND TO TRUE
103700         END-READ
103800     END-IF.
103900     IF WS-BANK-FOUND
104000         ADD 1               TO WS-BANK-PAY-COUNT
104100         ADD WS-NET-PAY      TO WS-BANK-HASH-TOTAL
104200         MOVE EMP-ID         TO WS-BNK-EMP-ID
104300         MOVE EMP-NAME       TO WS-BNK-EMP-NAME
104400         MOVE WS-NET-PAY     TO WS-BNK-NET-AMOUNT
104500         MOVE EB-BANK-CODE   TO WS-BNK-BANK-CODE
104600         MOVE EB-BRANCH-CODE TO WS-BNK-BRANCH-CODE
104700         MOVE EB-ACCOUNT-NO  TO WS-BNK-ACCOUNT-NO
104800         WRITE BANK-PAYMENT-LINE FROM WS-BANK-DETAIL-RECORD
104900     ELSE
105000         ADD 1               TO WS-CHEQUE-COUNT
105100         MOVE EMP-ID         TO WS-CHQ-EMP-ID
105200         MOVE EMP-NAME       TO WS-CHQ-EMP-NAME
105300         MOVE WS-NET-PAY     TO WS-CHQ-NET-AMOUNT
105350         PERFORM 3450-ISSUE-CHEQUE THRU 3450-EXIT
105400         WRITE CHEQUE-LIST-LINE FROM WS-CHEQUE-DETAIL-LINE
105500     END-IF.
105600 3400-EXIT.
105700     EXIT.
105704
105708******************************************************************
105712*    3450-ISSUE-CHEQUE - NUMBER THE CHEQUE FROM THE CHQREG STOCK
105716*                        REGISTER; AN UNRECORDED CHEQUE STILL
105720*                        PRINTS, WITH A ZERO SERIAL, AND IS
105724*                        COUNTED FOR THE RC 4 WARNING
105728******************************************************************
105732 3450-ISSUE-CHEQUE.
105734     MOVE 'I'                    TO CIA-FUNCTION.
105736     MOVE EMP-ID                 TO CIA-EMP-ID.
105740     MOVE EMP-NAME               TO CIA-PAYEE-NAME.
105744     MOVE WS-NET-PAY             TO CIA-AMOUNT.
105748     MOVE WS-BUSINESS-DATE       TO CIA-ISSUE-DATE.
105752     MOVE 'O'                    TO CIA-SOURCE.
105756     CALL "CHQISSUE"             USING CHQ-ISSUE-AREA.
105760     MOVE CIA-SERIAL             TO WS-CHQ-SERIAL.
105764     IF NOT CIA-ISSUED
105768         ADD 1                   TO WS-CHQ-UNREG-COUNT
105772         DISPLAY "CHEQUE REGISTER NOT UPDATED - EMPLOYEE "
105776                 EMP-ID " LISTED WITHOUT A SERIAL"
105780     END-IF.
105784 3450-EXIT.
105788     EXIT.
105800
105900******************************************************************
106000*    9000-TERMINATE - CLOSE OUT THE INTERFACES, REGISTER THE
106100*                     APPLIED FILE AND REPORT RUN TOTALS
106200******************************************************************
106300 9000-TERMINATE.
106400     MOVE WS-BANK-PAY-COUNT      TO WS-BNK-TRL-COUNT.
106500     MOVE WS-BANK-HASH-TOTAL     TO WS-BNK-TRL-HASH.
106600     WRITE BANK-PAYMENT-LINE     FROM WS-BANK-TRAILER-RECORD.
106700     PERFORM 8000-WRITE-LABOR-DIST THRU 8000-EXIT.
106800     MOVE WS-TOTAL-GROSS         TO WS-DED-TOT-GROSS.
106900     MOVE WS-TOTAL-TAX           TO WS-DED-TOT-TAX.
107000     MOVE ZERO                   TO WS-DED-TOT-GARN
107050                                    WS-DED-TOT-BEN.
107100     MOVE WS-TOTAL-NET-PAY       TO WS-DED-TOT-NET.
107200     WRITE DEDUCTION-REG-LINE    FROM WS-DED-TOTAL-LINE.
107300     MOVE WS-REQUEST-COUNT       TO WS-RT-REQUESTS.
107400     MOVE WS-PAID-COUNT          TO WS-RT-PAID.
107500     MOVE WS-REJECT-COUNT        TO WS-RT-REJECTED.
107600     MOVE WS-TOTAL-NET-PAY       TO WS-RT-NET.
107700     WRITE OFF-PAY-RPT-LINE      FROM WS-RPT-TOTAL-LINE.
107800*    THE OFF-CYCLE BANK FILE IS MANIFESTED UNDER ITS OWN ID
107900*    SO IT NEVER COLLIDES WITH THE NIGHT'S REGULAR BANKPAY
108000     IF NOT WS-FILE-ERROR
108100         MOVE "BANKPAYO"         TO WS-MAN-FILE-ID
108200         MOVE WS-BANK-PAY-COUNT  TO WS-MAN-COUNT
108300         MOVE WS-BANK-HASH-TOTAL TO WS-MAN-HASH
108400         CALL "MANIFEST"         USING WS-MAN-FILE-ID
108500                                       WS-BUSINESS-DATE
108600                                       WS-MAN-COUNT
108700                                       WS-MAN-HASH
108800     END-IF.
108900     DISPLAY "REQUESTS READ        : " WS-REQUEST-COUNT.
109000     DISPLAY "PAYMENTS MADE        : " WS-PAID-COUNT.
109100     DISPLAY "REQUESTS REJECTED    : " WS-REJECT-COUNT.
109200     DISPLAY "TOTAL GROSS PAY      : " WS-TOTAL-GROSS.
109300     DISPLAY "TOTAL TAX WITHHELD   : " WS-TOTAL-TAX.
109400     DISPLAY "TOTAL NET PAY        : " WS-TOTAL-NET-PAY.
109500     DISPLAY "YTD RECORDS ROLLED   : " WS-YTD-ROLL-COUNT.
109600     DISPLAY "PAY RESULTS RECORDED : " WS-PHIST-WRITE-COUNT.
109700     DISPLAY "BANK PAYMENTS WRITTEN: " WS-BANK-PAY-COUNT.
109800     DISPLAY "NO-PAYMENT NETS      : " WS-NO-PAY-COUNT.
109900     DISPLAY "CHEQUE FALLBACKS     : " WS-CHEQUE-COUNT.
109950     DISPLAY "CHEQUES NOT NUMBERED : " WS-CHQ-UNREG-COUNT.
110000     DISPLAY "BANK HASH TOTAL      : " WS-BANK-HASH-TOTAL.
110100     IF NOT WS-FILE-ERROR
110200         CLOSE OFF-PAY-TRANS
110300     END-IF.
110400     CLOSE EMPLOYEE-MASTER.
110500     CLOSE YTD-MASTER.
110600     CLOSE PAY-HISTORY.
110700     CLOSE EMP-BANK-MASTER.
110800     CLOSE DEPT-MASTER.
110900     CLOSE PAYSLIP-FILE.
111000     CLOSE BANK-PAYMENT.
111100     CLOSE CHEQUE-LIST.
111120     MOVE 'T'                    TO CIA-FUNCTION.
111140     CALL "CHQISSUE"             USING CHQ-ISSUE-AREA.
111200     CLOSE DEDUCTION-REG.
111300     CLOSE LABOR-DIST.
111400     CLOSE OFF-PAY-REPORT.
111500     IF WS-REJECT-COUNT > ZERO
111550      OR WS-CHQ-UNREG-COUNT > ZERO
111600         MOVE 4              TO RETURN-CODE
111700     END-IF.
111800     IF NOT WS-FILE-ERROR
111900         PERFORM 9100-REGISTER-RUN THRU 9100-EXIT
112000     END-IF.
112100     IF WS-FILE-ERROR
112200         MOVE 8              TO RETURN-CODE
112300     END-IF.
112400     MOVE 'E'                    TO RSA-FUNCTION.
112500     MOVE WS-REQUEST-COUNT
112600                                 TO RSA-READ-COUNT.
112700     MOVE WS-PAID-COUNT
112800                                 TO RSA-WRITTEN-COUNT.
112900     MOVE WS-REJECT-COUNT
113000                                 TO RSA-REJECT-COUNT.
113100     MOVE RETURN-CODE            TO RSA-RETURN-CODE.
113200     CALL "RUNSTAT"              USING RUN-STAT-AREA.
113300     MOVE RSA-RETURN-CODE        TO RETURN-CODE.
113400 9000-EXIT.
113500     EXIT.
113600
113700******************************************************************
113800*    8000-WRITE-LABOR-DIST - ONE FEED RECORD PER DEPARTMENT WITH
113900*                            THE DEPTMAST COST CENTER, CLOSED BY
114000*                            A BALANCING TRAILER; MANIFESTED AS
114100*                            THE OFF-CYCLE LABDIST
114200******************************************************************
114300 8000-WRITE-LABOR-DIST.
114400     MOVE ZERO                   TO WS-LT-EMP-COUNT
114500                                    WS-LT-GROSS
114600                                    WS-LT-DEDUCT
114700                                    WS-LT-NET.
114800     PERFORM 8050-WRITE-ONE-DEPT THRU 8050-EXIT
114900             VARYING WS-LAB-SUB FROM 1 BY 1
115000             UNTIL WS-LAB-SUB GREATER THAN WS-LAB-COUNT.
115100     MOVE WS-BUSINESS-DATE       TO WS-LT-BUS-DATE.
115200     WRITE LABOR-DIST-LINE       FROM WS-LAB-TRAILER-RECORD.
115300     IF NOT WS-FILE-ERROR
115400         MOVE "LABDISTO"         TO WS-MAN-FILE-ID
115500         MOVE WS-LAB-COUNT       TO WS-MAN-COUNT
115600         MOVE WS-LT-NET          TO WS-MAN-HASH
115700         CALL "MANIFEST"         USING WS-MAN-FILE-ID
115800                                       WS-BUSINESS-DATE
115900                                       WS-MAN-COUNT
116000                                       WS-MAN-HASH
116100     END-IF.
116200 8000-EXIT.
116300     EXIT.
116400
116500 8050-WRITE-ONE-DEPT.
116600     MOVE WS-BUSINESS-DATE       TO WS-LD-BUS-DATE.
116700     MOVE WS-LB-DEPT-CODE (WS-LAB-SUB) TO WS-LD-DEPT-CODE.
116800     MOVE SPACES                 TO WS-LD-COST-CENTER.
116900     IF WS-DEPT-REF-PRESENT
117000         MOVE WS-LB-DEPT-CODE (WS-LAB-SUB) TO DP-DEPT-CODE
117100         READ DEPT-MASTER
117200             INVALID KEY
117300                 CONTINUE
117400             NOT INVALID KEY
117500                 MOVE DP-COST-CENTER TO WS-LD-COST-CENTER
117600         END-READ
117700     END-IF.
117800     MOVE WS-LB-EMP-COUNT (WS-LAB-SUB) TO WS-LD-EMP-COUNT.
117900     MOVE WS-LB-GROSS (WS-LAB-SUB)     TO WS-LD-GROSS.
118000     MOVE WS-LB-DEDUCT (WS-LAB-SUB)    TO WS-LD-DEDUCT.
118100     MOVE WS-LB-NET (WS-LAB-SUB)       TO WS-LD-NET.
118200     WRITE LABOR-DIST-LINE       FROM WS-LAB-DETAIL-RECORD.
118300     ADD WS-LB-EMP-COUNT (WS-LAB-SUB)  TO WS-LT-EMP-COUNT.
118400     ADD WS-LB-GROSS (WS-LAB-SUB)      TO WS-LT-GROSS.
118500     ADD WS-LB-DEDUCT (WS-LAB-SUB)     TO WS-LT-DEDUCT.
118600     ADD WS-LB-NET (WS-LAB-SUB)        TO WS-LT-NET.
118700 8050-EXIT.
118800     EXIT.
118900
119000******************************************************************
119100*    9100-REGISTER-RUN - RECORD THE APPLIED FILE AT END OF RUN
119200******************************************************************
119300 9100-REGISTER-RUN.
119400     OPEN EXTEND FILE-REGISTER.
119500     MOVE WS-SC-PROGRAM          TO FR-PROGRAM-ID.
119600     MOVE WS-HT-EXPECTED-ID      TO FR-FILE-ID.
119700     MOVE FH-BUS-DATE            TO FR-BUS-DATE.
119800     MOVE WS-HT-RUN-DATE         TO FR-RUN-DATE.
119900     WRITE FILE-REG-RECORD.
120000     CLOSE FILE-REGISTER.
120100 9100-EXIT.
120200     EXIT.
120300
120400 9999-EXIT.
120500     STOP RUN.
