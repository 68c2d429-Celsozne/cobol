012300*                     TABLE OVERFLOW NOTHING IS DROPPED - EXTRA
012400*                     DETAILS GO OUT UNGROUPED AND THE RUN ENDS
012500*                     RC 4.
012504*    2026-10-15 JPL   PAY GROUPS - THE OPTIONAL PAYGRP CARD
012508*                     NAMES THE GROUP BEING PAID (WEEKLY 'W' OR
012512*                     MONTHLY 'M') AND THE RUN PAYS ONLY THAT
012516*                     GROUP'S EMPLOYEES, AND ONLY ON A DATE THE
012520*                     CALENDAR MARKS AS THE GROUP'S PAY DATE.
012524*                     EMP-BASE-PAY IS PRORATED BY CALENDAR DAYS
012528*                     FOR A HIRE OR A TERMINATION INSIDE THE
012532*                     PERIOD - A LEAVER TERMINATED INSIDE THE
012536*                     PERIOD NOW RECEIVES THE FINAL PRORATED
012540*                     PAY.  ON ANY OTHER NIGHT THE GROUP'S
012544*                     ADJUSTMENTS ARE CARRIED FORWARD (ADJCARNX,
012548*                     READ BACK AS ADJCARRY) TO ITS NEXT PAY
012552*                     DATE INSTEAD OF BEING LOST.  EACH GROUP
012556*                     COMPLETES UNDER ITS OWN STEPCTL NAME
012560*                     (PAYRUN-W, OR PAYRW-R1 IN THE RANGE
012564*                     STREAM), ITS BANKPAY, GARNREM AND LABDIST
012568*                     ARE MANIFESTED UNDER GROUP-SUFFIXED IDS
012572*                     AND THE LABDIST RECORDS CARRY THE GROUP,
012576*                     SO TWO GROUPS PAID IN ONE MONTH NEVER
012580*                     OVERLAY ONE ANOTHER.  WITHOUT THE CARD
012584*                     THE RUN PAYS EVERY EMPLOYEE AS BEFORE.
012585*    2026-10-15 JPL   EACH PAID EMPLOYEE'S RESULT (BASE,
012586*                     ADJUSTMENTS, GROSS, TAX, GARNISHMENTS AND
012587*                     NET) IS WRITTEN TO THE PAYHIST PAY-RESULT
012588*                     MASTER FOR THE PAYVAR VARIANCE REVIEW.
012589*                     BANKPAY IS NO LONGER REGISTERED ON THE
012590*                     MANIFEST HERE - PAYVAR (OR THE PAYRLSE
012591*                     SIGN-OFF) REGISTERS IT WHEN IT IS
012592*                     RELEASED FOR TRANSMISSION.
012593*    2026-10-15 JPL   A GROUP LEAVER TERMINATED BEFORE THE
012594*                     PERIOD IS NO LONGER SKIPPED WHILE
012595*                     ADJUSTMENTS ARE STILL WAITING FOR HIM (THE
012596*                     FINSETL VACATION PAYOUT ARRIVES AFTER HIS
012597*                     LAST PERIOD) - ON THE GROUP'S PAY DATE HE
012598*                     IS PAID THOSE ADJUSTMENTS WITH NO BASE PAY
012599*                     AS A SETTLEMENT PAY.
012600*    2026-10-15 JPL   VOLUNTARY BENEFIT DEDUCTIONS - EACH ACTIVE
012601*                     BENMAST PLAN (PENSION, MEDICAL INSURANCE,
012602*                     UNION DUES) IS DEDUCTED AT A FIXED AMOUNT
012603*                     OR A PERCENT OF GROSS WITHIN ITS PERIOD AND
012604*                     ANNUAL CAPS, WITH THE EMPLOYER CONTRIBUTION
012605*                     WORKED OUT ALONGSIDE.  PRE-TAX PLANS COME
012606*                     OFF BEFORE 3170-COMPUTE-TAX AND REDUCE THE
012607*                     TAXABLE PAY; POST-TAX PLANS COME OFF THE
012608*                     NET AFTER TAX, AHEAD OF THE GARNISHMENTS.
012609*                     DEDREG GAINS A BENEFITS COLUMN, THE PAYSLIP
012610*                     ITEMIZES EACH PLAN, BENEFITS JOIN THE YTD,
012611*                     PAYHIST AND LABDIST DEDUCTIONS, AND THE NEW
012612*                     BENREM REMITTANCE INTERFACE CARRIES ONE
012613*                     RECORD PER PLAN TAKEN (EMPLOYEE AND
012614*                     EMPLOYER AMOUNTS) GROUPED BY PROVIDER UNDER
012615*                     A COUNT-AND-HASH TRAILER, MANIFESTED THE
012616*                     WAY GARNREM IS.
012617*    2026-10-15 JPL   CHEQUE NUMBER CONTROL - EVERY CHQLIST
012618*                     FALLBACK CHEQUE NOW TAKES THE NEXT SERIAL
012619*                     NUMBER FROM THE CHQREG CHEQUE STOCK
012620*                     REGISTER THROUGH THE SHARED CHQISSUE
012621*                     ROUTINE AND PRINTS IT ON THE LIST LINE;
012622*                     CHQMNT LATER SENDS THE ISSUE TO THE BANK
012623*                     ON THE POSPAY POSITIVE-PAY FILE.  A CHEQUE
012624*                     THE REGISTER COULD NOT RECORD IS STILL
012625*                     LISTED, UNNUMBERED, AND THE STEP ENDS RC 4.
012630*    2026-10-15 JPL   THE PERIOD'S TAX IS ALSO ROLLED INTO THE NEW
012635*                     YTD-TAX ACCUMULATOR FOR THE QTRRTN
012640*                     QUARTERLY WITHHOLDING RETURN.
012642*    2026-10-15 JPL   EXPENSE REIMBURSEMENTS (SOURCE FEED '10',
012644*                     FROM EXPCLM) ARE PAID IN GROSS AND NET BUT
012646*                     KEPT OUT OF TAXABLE PAY; BEING APPROVED AT
012648*                     INTAKE THEY ALSO BYPASS THE THRESHOLD HOLD.
012651*    2026-10-15 JPL   ADJUSTMENTS CARRY A RATE CODE INSTEAD OF A
012654*                     RAW RATE - RESOLVED THROUGH THE SHARED
012657*                     RATELKUP ROUTINE AS OF THE BUSINESS DATE,
012660*                     AS ATV2 DOES.  AN ADJUSTMENT WHOSE CODE
012663*                     CANNOT BE USED IS NOT PAID (ATV2 REJECTS
012666*                     IT TO ADJREJ) AND IS COUNTED AS SKIPPED.
012669*    2026-10-15 JPL   THE APPROVAL THRESHOLD AND THE GARNISHMENT
012670*                     NET FLOOR NOW COME FROM THE PARMMAST
012672*                     CONTROLLED PARAMETER MASTER (PARAMETERS
012674*                     ADJTHRSH AND GARNFLR) AS OF THE BUSINESS
012676*                     DATE THROUGH THE SHARED PARMGET ROUTINE;
012678*                     EACH CARD IS READ ONLY WHEN THE MASTER
012680*                     HOLDS NO VALUE.
012681*    2026-10-15 JPL   EACH PAYHIST RESULT ALSO CARRIES HOW MANY
012683*                     ADJUSTMENTS WERE PAID IN IT AND THEIR SIGNED
012685*                     AMOUNTS BEFORE THE RATE-BASED PORTION, SO
012687*                     THE PAYBAL LEDGER CAN PROVE EVERY ADJUSTMENT
012689*                     ATV2 APPLIED REACHED NET PAY.
012690*    2026-10-15 JPL   AN EXPENSE REIMBURSEMENT (FEED 10) LEFT
012692*                     TAXABLE PAY BUT WAS ALSO BEING TAKEN OUT OF
012694*                     NET PAY - IT IS NOW ADDED BACK AFTER TAX SO
012695*                     IT IS PAID.
012696*    2026-10-15 JPL   THE CHQREG REGISTER IS CLOSED AT END OF JOB
012697*                     WITH A CHQISSUE FUNCTION 'T'; CHQISSUE NOW
012698*                     KEEPS IT OPEN BETWEEN CHEQUES.
012699******************************************************************
012700 ENVIRONMENT DIVISION.
012800 CONFIGURATION SECTION.
012900 SOURCE-COMPUTER.            IBM-370.
016100     SELECT OPTIONAL GARN-FLOOR-PARM ASSIGN TO "GARNFLR"
016200                             ORGANIZATION IS LINE SEQUENTIAL
016300                             FILE STATUS IS WS-GFLR-STATUS.
016301     SELECT OPTIONAL BENEFIT-MASTER ASSIGN TO "BENMAST"
016302                             ORGANIZATION IS INDEXED
016303                             ACCESS MODE IS DYNAMIC
016304                             RECORD KEY IS BN-KEY
016305                             FILE STATUS IS WS-BEN-STATUS.
016306     SELECT BENEFIT-REMIT    ASSIGN TO "BENREM"
016307                             ORGANIZATION IS LINE SEQUENTIAL.
016310     SELECT OPTIONAL PAY-HISTORY ASSIGN TO "PAYHIST"
016320                             ORGANIZATION IS INDEXED
016330                             ACCESS MODE IS DYNAMIC
016340                             RECORD KEY IS PH-KEY
016350                             FILE STATUS IS WS-PHIST-STATUS.
016400     SELECT OPTIONAL YTD-MASTER ASSIGN TO "YTDMAST"
016500                             ORGANIZATION IS INDEXED
016600                             ACCESS MODE IS DYNAMIC
018900     SELECT OPTIONAL THRESHOLD-PARM ASSIGN TO "ADJTHRSH"
019000                             ORGANIZATION IS LINE SEQUENTIAL
019100                             FILE STATUS IS WS-PARM-STATUS.
019110     SELECT OPTIONAL PAY-GROUP-PARM ASSIGN TO "PAYGRP"
019120                             ORGANIZATION IS LINE SEQUENTIAL
019130                             FILE STATUS IS WS-PGRP-STATUS.
019140     SELECT OPTIONAL ADJ-CARRY-IN ASSIGN TO "ADJCARRY"
019150                             ORGANIZATION IS LINE SEQUENTIAL
019160                             FILE STATUS IS WS-CRYI-STATUS.
019170     SELECT ADJ-CARRY-OUT    ASSIGN TO "ADJCARNX"
019180                             ORGANIZATION IS LINE SEQUENTIAL.
019200     SELECT ADJ-SORT         ASSIGN TO "SORTWK".
019300
019400 DATA DIVISION.
023200     RECORDING MODE IS F.
023300 01  GARN-FLOOR-PARM-RECORD.
023400     05  GF-NET-FLOOR        PIC 9(05)V9(02).
023410
023420 FD  BENEFIT-MASTER.
023430     COPY BENMAST.
023440
023450 FD  BENEFIT-REMIT
023460     RECORDING MODE IS F.
023470 01  BENEFIT-REMIT-LINE      PIC X(60).
023500
023600 FD  YTD-MASTER.
023700     COPY YTDMAST.
023720
023740 FD  PAY-HISTORY.
023760     COPY PAYHIST.
023800
023900 FD  EMP-BANK-MASTER.
024000     COPY EMPBANK.
024100
024200 FD  CHEQUE-LIST
024300     RECORDING MODE IS F.
024400 01  CHEQUE-LIST-LINE        PIC X(70).
024500
024600 FD  DEPT-MASTER.
024700     COPY DEPTMAST.
026800 01  THRESHOLD-PARM-RECORD.
026900     05  TP-THRESHOLD        PIC 9(03)V9(02).
027000
027003 FD  PAY-GROUP-PARM
027006     RECORDING MODE IS F.
027009 01  PAY-GROUP-PARM-RECORD.
027012     05  PG-PAY-GROUP            PIC X(01).
027015     05  FILLER                  PIC X(01).
027018     05  PG-PERIOD-START         PIC 9(08).
027021     05  FILLER                  PIC X(01).
027024     05  PG-PERIOD-END           PIC 9(08).
027027
027030 FD  ADJ-CARRY-IN
027033     RECORDING MODE IS F.
027036 01  ADJ-CARRY-IN-RECORD.
027039     05  CRI-EMP-ID              PIC 9(05).
027042     05  CRI-TYPE                PIC X(01).
027045     05  CRI-AMOUNT              PIC S9(3)V9(2).
027048     05  CRI-BADGE-ID            PIC X(06).
027051     05  CRI-RATE-CODE           PIC X(02).
027052     05  FILLER                  PIC X(01).
027054     05  CRI-SOURCE-FEED         PIC X(02).
027057     05  CRI-ORIG-RUN-DATE       PIC 9(08).
027060     05  CRI-ARRIVED-DATE        PIC 9(08).
027063
027066 FD  ADJ-CARRY-OUT
027069     RECORDING MODE IS F.
027072 01  ADJ-CARRY-OUT-LINE          PIC X(38).
027075
027100 SD  ADJ-SORT.
027200 01  SORT-RECORD.
027300     05  SA-EMP-ID           PIC 9(05).
027700         88  SA-TYPE-REVERSAL                VALUE 'R'.
027800     05  SA-AMOUNT           PIC S9(3)V9(2).
027900     05  SA-BADGE-ID         PIC X(06).
028000     05  SA-RATE-CODE        PIC X(02).
028050     05  FILLER              PIC X(01).
028100     05  SA-SOURCE-FEED      PIC X(02).
028200     05  SA-ORIG-RUN-DATE    PIC 9(08).
028220     05  SA-ARRIVED-DATE     PIC 9(08).
028240     05  SA-CARRIED-SW       PIC X(01).
028260         88  SA-CARRIED                  VALUE 'Y'.
028300
028400 FD  BUS-DATE-FILE
028500     RECORDING MODE IS F.
029800 01  WS-PARM-STATUS          PIC X(02).
029900     88  WS-PARM-OK                      VALUE "00".
030000 01  WS-APPROVAL-THRESHOLD   PIC 9(03)V9(02) VALUE 999.99.
030020 01  WS-THRESHOLD-CARD.
030040     05  WS-TC-THRESHOLD     PIC 9(03)V9(02).
030060     05  FILLER              PIC X(35).
030100 01  WS-ABS-AMOUNT           PIC 9(03)V9(02).
030200
030300 01  WS-SWITCHES.
031800 01  WS-ADJ-AMOUNT           PIC S9(3)V9(2).
031900 01  WS-SCALED-RATE          PIC PPP999.
032000 01  WS-RATE-ADJUSTMENT      PIC S9(3)V9(6)  VALUE ZERO.
032050     COPY RATERES.
032070     COPY PARMREQ.
032100 01  WS-ADJ-TOTAL            PIC S9(5)V9(2)  VALUE ZERO.
032133 01  WS-ADJ-BASE-TOTAL       PIC S9(7)V9(2)  VALUE ZERO.
032166 77  WS-EMP-ADJ-COUNT        PIC 9(03)   COMP    VALUE ZERO.
032200 01  WS-NET-PAY              PIC S9(7)V9(2)  VALUE ZERO.
032300 01  WS-TOTAL-NET-PAY        PIC S9(9)V9(2)  VALUE ZERO.
032400
034900 01  WS-GARN-EOF-SW          PIC X(01)   VALUE 'N'.
035000     88  WS-GARN-EOF                     VALUE 'Y'.
035100 01  WS-NET-FLOOR            PIC 9(05)V9(02) VALUE ZERO.
035120 01  WS-GARN-FLOOR-CARD.
035140     05  WS-GC-NET-FLOOR     PIC 9(05)V9(02).
035160     05  FILLER              PIC X(33).
035200 77  WS-GARN-ORDER-COUNT     PIC 9(02)   COMP    VALUE ZERO.
035300 77  WS-GARN-SUB             PIC 9(02)   COMP.
035400 77  WS-GARN-PICK            PIC 9(02)   COMP    VALUE ZERO.
039100     05  WS-GRN-TRL-TYPE     PIC X(01)   VALUE 'T'.
039200     05  WS-GRN-TRL-COUNT    PIC 9(07).
039300     05  WS-GRN-TRL-HASH     PIC 9(11)V9(02).
039302
039304 01  WS-BEN-STATUS           PIC X(02).
039306     88  WS-BEN-OK                       VALUE "00".
039308 01  WS-BEN-FILE-SW          PIC X(01)   VALUE 'N'.
039310     88  WS-BEN-FILE-PRESENT             VALUE 'Y'.
039312 01  WS-BEN-EOF-SW           PIC X(01)   VALUE 'N'.
039314     88  WS-BEN-EOF                      VALUE 'Y'.
039316 01  WS-BEN-PASS             PIC X(01).
039318 01  WS-TAXABLE-PAY          PIC S9(7)V9(2)  VALUE ZERO.
039319 01  WS-EMP-NONTAX-TOTAL     PIC S9(7)V9(2)  VALUE ZERO.
039320 01  WS-BEN-EE-AMOUNT        PIC S9(7)V9(2)  VALUE ZERO.
039322 01  WS-BEN-ER-AMOUNT        PIC S9(7)V9(2)  VALUE ZERO.
039324 01  WS-BEN-ROOM             PIC S9(7)V9(2)  VALUE ZERO.
039326 01  WS-EMP-BEN-PRE-TOTAL    PIC S9(7)V9(2)  VALUE ZERO.
039328 01  WS-EMP-BEN-POST-TOTAL   PIC S9(7)V9(2)  VALUE ZERO.
039330 01  WS-EMP-BEN-TOTAL        PIC S9(7)V9(2)  VALUE ZERO.
039332 01  WS-EMP-BEN-ER-TOTAL     PIC S9(7)V9(2)  VALUE ZERO.
039334 01  WS-TOTAL-BEN            PIC S9(9)V9(2)  VALUE ZERO.
039336 01  WS-TOTAL-BEN-ER         PIC S9(9)V9(2)  VALUE ZERO.
039338 77  WS-BEN-REMIT-COUNT      PIC 9(07)   COMP    VALUE ZERO.
039340 01  WS-BEN-HASH-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
039342
039344 77  WS-BEN-RMT-MAX          PIC 9(04)   COMP    VALUE 1000.
039346 77  WS-BEN-RMT-COUNT        PIC 9(04)   COMP    VALUE ZERO.
039348 01  WS-CURR-PROVIDER        PIC X(06).
039350 01  WS-BEN-OVERFLOW-SW      PIC X(01)   VALUE 'N'.
039352     88  WS-BEN-OVERFLOW                 VALUE 'Y'.
039354 01  WS-BEN-REMIT-TABLE.
039356     05  WS-BEN-REMIT-ENTRY  OCCURS 1000 TIMES.
039358         10  WS-BR-PROVIDER-ID   PIC X(06).
039360         10  WS-BR-PROVIDER-NAME PIC X(20).
039362         10  WS-BR-PLAN-CODE     PIC X(04).
039364         10  WS-BR-EMP-ID        PIC 9(05).
039366         10  WS-BR-EE-AMOUNT     PIC 9(07)V9(02).
039368         10  WS-BR-ER-AMOUNT     PIC 9(07)V9(02).
039370         10  WS-BR-WRITTEN-SW    PIC X(01).
039372
039374 01  WS-BEN-DETAIL-RECORD.
039376     05  WS-BNR-REC-TYPE     PIC X(01)   VALUE 'D'.
039378     05  WS-BNR-PROVIDER-ID  PIC X(06).
039380     05  WS-BNR-PROVIDER-NAME PIC X(20).
039382     05  WS-BNR-PLAN-CODE    PIC X(04).
039384     05  WS-BNR-EMP-ID       PIC 9(05).
039386     05  WS-BNR-EE-AMOUNT    PIC 9(07)V9(02).
039388     05  WS-BNR-ER-AMOUNT    PIC 9(07)V9(02).
039390
039392 01  WS-BEN-TRAILER-RECORD.
039394     05  WS-BNR-TRL-TYPE     PIC X(01)   VALUE 'T'.
039396     05  WS-BNR-TRL-COUNT    PIC 9(07).
039398     05  WS-BNR-TRL-HASH     PIC 9(11)V9(02).
039400 01  WS-MAN-FILE-ID          PIC X(08).
039500 01  WS-MAN-COUNT            PIC 9(07)   VALUE ZERO.
039600 01  WS-MAN-HASH             PIC 9(11)V9(02) VALUE ZERO.
040100 01  WS-YTD-FOUND-SW         PIC X(01)   VALUE 'N'.
040200     88  WS-YTD-FOUND                VALUE 'Y'.
040300 77  WS-YTD-ROLL-COUNT       PIC 9(05)   COMP    VALUE ZERO.
040310 01  WS-PHIST-STATUS         PIC X(02).
040320     88  WS-PHIST-USABLE             VALUE "00", "05".
040330 01  WS-PHIST-FILE-SW        PIC X(01)   VALUE 'N'.
040340     88  WS-PHIST-FILE-PRESENT       VALUE 'Y'.
040350 77  WS-PHIST-WRITE-COUNT    PIC 9(05)   COMP    VALUE ZERO.
040400 01  WS-RUN-DATE             PIC 9(08).
040500
040600 77  WS-BANK-PAY-COUNT       PIC 9(07)   COMP    VALUE ZERO.
042300 01  WS-BANK-FOUND-SW        PIC X(01)   VALUE 'N'.
042400     88  WS-BANK-FOUND               VALUE 'Y'.
042500 77  WS-CHEQUE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
042550 77  WS-CHQ-UNREG-COUNT      PIC 9(05)   COMP    VALUE ZERO.
042600
042700 01  WS-DEPT-STATUS          PIC X(02).
042800     88  WS-DEPT-OK                  VALUE "00".
045200     05  WS-LD-GROSS         PIC 9(11)V9(02).
045300     05  WS-LD-DEDUCT        PIC 9(11)V9(02).
045400     05  WS-LD-NET           PIC 9(11)V9(02).
045450     05  WS-LD-PAY-GROUP     PIC X(01)   VALUE SPACE.
045500
045600 01  WS-LAB-TRAILER-RECORD.
045700     05  WS-LT-REC-TYPE      PIC X(01)   VALUE 'T'.
046100     05  WS-LT-GROSS         PIC 9(11)V9(02).
046200     05  WS-LT-DEDUCT        PIC 9(11)V9(02).
046300     05  WS-LT-NET           PIC 9(11)V9(02).
046350     05  WS-LT-PAY-GROUP     PIC X(01)   VALUE SPACE.
046400
046500 01  WS-CHEQUE-DETAIL-LINE.
046600     05  FILLER              PIC X(07)   VALUE "CHEQUE ".
046650     05  WS-CHQ-SERIAL       PIC 9(08).
046660     05  FILLER              PIC X(01)   VALUE SPACE.
046700     05  WS-CHQ-EMP-ID       PIC 9(05).
046800     05  FILLER              PIC X(01)   VALUE SPACE.
046900     05  WS-CHQ-EMP-NAME     PIC X(30).
048100         "PAY REGISTER REPORT".
048200     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
048300     05  WS-H1-DATE          PIC 9(08).
048310     05  FILLER              PIC X(08)   VALUE "  GROUP ".
048320     05  WS-H1-GROUP         PIC X(01)   VALUE SPACE.
048330     05  FILLER              PIC X(08)   VALUE " PERIOD ".
048340     05  WS-H1-PERIOD-START  PIC 9(08)   VALUE ZERO.
048350     05  FILLER              PIC X(01)   VALUE "-".
048360     05  WS-H1-PERIOD-END    PIC 9(08)   VALUE ZERO.
048400
048500 01  WS-REG-HEADING-2.
048600     05  FILLER              PIC X(07)   VALUE "EMP ID".
051100     05  FILLER              PIC X(08)   VALUE "PAYSLIP ".
051200     05  FILLER              PIC X(12)   VALUE "     PERIOD ".
051300     05  WS-PS-DATE          PIC 9(08).
051320     05  FILLER              PIC X(06)   VALUE " FROM ".
051340     05  WS-PS-PERIOD-START  PIC 9(08)   VALUE ZERO.
051360     05  FILLER              PIC X(04)   VALUE " TO ".
051380     05  WS-PS-PERIOD-END    PIC 9(08)   VALUE ZERO.
051400
051500 01  WS-PAYSLIP-RULE.
051600     05  FILLER              PIC X(60)   VALUE ALL "-".
055300         10  WS-SL-TYPE      PIC X(01).
055400         10  WS-SL-AMOUNT    PIC S9(3)V9(2).
055500         10  WS-SL-RATE-AMT  PIC S9(3)V9(6).
055504
055508 77  WS-BSLIP-MAX            PIC 9(02)   COMP    VALUE 10.
055512 77  WS-BSLIP-COUNT          PIC 9(02)   COMP    VALUE ZERO.
055516 77  WS-BSLIP-SUB            PIC 9(02)   COMP.
055520 01  WS-BEN-SLIP-TABLE.
055524     05  WS-BEN-SLIP-ENTRY   OCCURS 10 TIMES.
055528         10  WS-BS-PLAN-CODE PIC X(04).
055532         10  WS-BS-TREATMENT PIC X(01).
055536         10  WS-BS-EE-AMOUNT PIC 9(07)V9(02).
055540         10  WS-BS-ER-AMOUNT PIC 9(07)V9(02).
055544
055548 01  WS-PAYSLIP-BEN-LINE.
055552     05  FILLER              PIC X(08)   VALUE "BENEFIT ".
055556     05  WS-PS-BEN-PLAN      PIC X(04).
055560     05  FILLER              PIC X(01)   VALUE SPACE.
055564     05  WS-PS-BEN-TAX       PIC X(08).
055568     05  FILLER              PIC X(05)   VALUE "  EE ".
055572     05  WS-PS-BEN-EE        PIC Z(6)9.99.
055576     05  FILLER              PIC X(14)   VALUE
055580         "  EMPLOYER ER ".
055584     05  WS-PS-BEN-ER        PIC Z(6)9.99.
055600
055700 01  WS-DED-HEADING-1.
055800     05  FILLER              PIC X(12)   VALUE SPACES.
056600     05  FILLER              PIC X(22)   VALUE "EMPLOYEE NAME".
056700     05  FILLER              PIC X(13)   VALUE "       GROSS".
056800     05  FILLER              PIC X(13)   VALUE "         TAX".
056850     05  FILLER              PIC X(13)   VALUE "    BENEFITS".
056900     05  FILLER              PIC X(13)   VALUE "     GARNISH".
057000     05  FILLER              PIC X(13)   VALUE "     NET PAY".
057100
057700     05  WS-DED-GROSS        PIC -ZZZZZZ9.99.
057800     05  FILLER              PIC X(02)   VALUE SPACES.
057900     05  WS-DED-TAX          PIC -ZZZZZZ9.99.
057930     05  FILLER              PIC X(02)   VALUE SPACES.
057960     05  WS-DED-BEN          PIC -ZZZZZZ9.99.
058000     05  FILLER              PIC X(02)   VALUE SPACES.
058100     05  WS-DED-GARN         PIC -ZZZZZZ9.99.
058200     05  FILLER              PIC X(02)   VALUE SPACES.
058400
058500 01  WS-DED-TOTAL-LINE.
058600     05  FILLER              PIC X(08)   VALUE "TOTALS  ".
058700     05  FILLER              PIC X(19)   VALUE SPACES.
058800     05  WS-DED-TOT-GROSS    PIC -ZZZZZZZZ9.99.
058900     05  FILLER              PIC X(02)   VALUE SPACES.
059000     05  WS-DED-TOT-TAX      PIC -ZZZZZZZZ9.99.
059030     05  FILLER              PIC X(02)   VALUE SPACES.
059060     05  WS-DED-TOT-BEN      PIC -ZZZZZZZZ9.99.
059100     05  FILLER              PIC X(02)   VALUE SPACES.
059200     05  WS-DED-TOT-GARN     PIC -ZZZZZZZZ9.99.
059300     05  FILLER              PIC X(02)   VALUE SPACES.
061300
061400
061500     COPY RUNSTAT.
061550
061560     COPY CHQISS.
061600
061700 01  WS-SC-FUNCTION              PIC X(01).
061800 01  WS-SC-PROGRAM               PIC X(08)   VALUE "PAYRUN".
064100 77  WS-REV-SUB                  PIC 9(04)   COMP.
064200 77  WS-REV-HIT                  PIC 9(04)   COMP    VALUE ZERO.
064300 77  WS-REV-SKIP-COUNT           PIC 9(05)   COMP    VALUE ZERO.
064350 77  WS-RATE-SKIP-COUNT          PIC 9(05)   COMP    VALUE ZERO.
064400 01  WS-REV-TABLE.
064500     05  WS-REV-ENTRY            OCCURS 1000 TIMES.
064600         10  WS-RV-EMP-ID        PIC 9(05).
064700         10  WS-RV-AMOUNT        PIC S9(3)V9(2).
064800         10  WS-RV-USED-SW       PIC X(01).
064801         10  WS-RV-RUN-DATE      PIC 9(08).
064802
064803 01  WS-PGRP-STATUS              PIC X(02).
064804     88  WS-PGRP-OK                      VALUE "00".
064805 01  WS-CRYI-STATUS              PIC X(02).
064806     88  WS-CRYI-OK                      VALUE "00".
064807 01  WS-BD-PAY-GROUPS            PIC X(04)   VALUE SPACES.
064808 01  WS-BD-CARD-SW               PIC X(01)   VALUE 'N'.
064809     88  WS-BD-CARD-READ                 VALUE 'Y'.
064810 01  WS-PAY-GROUP-FIELDS.
064811     05  WS-GROUP-MODE-SW        PIC X(01)   VALUE 'N'.
064812         88  WS-GROUP-MODE               VALUE 'Y'.
064813     05  WS-PAY-GROUP            PIC X(01)   VALUE SPACE.
064814         88  WS-PAY-GROUP-WEEKLY         VALUE 'W'.
064815         88  WS-PAY-GROUP-MONTHLY        VALUE 'M'.
064816         88  WS-PAY-GROUP-VALID          VALUE 'W' 'M'.
064817     05  WS-PAY-DATE-SW          PIC X(01)   VALUE 'Y'.
064818         88  WS-PAY-DATE                 VALUE 'Y'.
064819     05  WS-EMP-GROUP            PIC X(01).
064820     05  WS-EMP-ACTION           PIC X(01).
064821         88  WS-ACTION-PAY               VALUE 'P'.
064822         88  WS-ACTION-CARRY             VALUE 'C'.
064823         88  WS-ACTION-OTHER-GROUP       VALUE 'O'.
064824         88  WS-ACTION-SKIP              VALUE 'S'.
064825     05  WS-PRORATED-SW          PIC X(01)   VALUE 'N'.
064826         88  WS-PRORATED                 VALUE 'Y'.
064827     05  WS-SETTLE-ONLY-SW       PIC X(01)   VALUE 'N'.
064828         88  WS-SETTLE-ONLY              VALUE 'Y'.
064829     05  WS-CARRY-EOF-SW         PIC X(01)   VALUE 'N'.
064830         88  WS-CARRY-EOF                VALUE 'Y'.
064831     05  WS-GROUP-PARM-SW        PIC X(01)   VALUE 'Y'.
064832         88  WS-GROUP-PARM-BAD           VALUE 'N'.
064833     05  WS-CARD-PERIOD-START    PIC 9(08)   VALUE ZERO.
064834     05  WS-CARD-PERIOD-END      PIC 9(08)   VALUE ZERO.
064835 77  WS-GROUP-HITS               PIC 9(02)   COMP    VALUE ZERO.
064836 01  WS-PERIOD-START             PIC 9(08)   VALUE ZERO.
064837 01  WS-PERIOD-END               PIC 9(08)   VALUE ZERO.
064838 01  WS-PERIOD-DAYS              PIC S9(05)  VALUE ZERO.
064839 01  WS-EMP-DAYS                 PIC S9(05)  VALUE ZERO.
064840 01  WS-EMP-FROM-DATE            PIC 9(08).
064841 01  WS-EMP-TO-DATE              PIC 9(08).
064842 01  WS-PERIOD-BASE-PAY          PIC 9(05)V9(02) VALUE ZERO.
064843 01  WS-CARRY-LOW-DATE           PIC 9(08)   VALUE ZERO.
064844 01  WS-MONTH-WORK.
064845     05  WS-MW-DATE              PIC 9(08).
064846     05  WS-MW-PARTS REDEFINES WS-MW-DATE.
064847         10  WS-MW-YYYY          PIC 9(04).
064848         10  WS-MW-MM            PIC 9(02).
064849         10  WS-MW-DD            PIC 9(02).
064850 77  WS-GROUP-SKIP-COUNT         PIC 9(05)   COMP    VALUE ZERO.
064851 77  WS-PRORATED-COUNT           PIC 9(05)   COMP    VALUE ZERO.
064852 77  WS-FINAL-PAY-COUNT          PIC 9(05)   COMP    VALUE ZERO.
064853 77  WS-SETTLE-PAY-COUNT         PIC 9(05)   COMP    VALUE ZERO.
064854 77  WS-CARRY-IN-COUNT           PIC 9(05)   COMP    VALUE ZERO.
064855 77  WS-CARRY-OUT-COUNT          PIC 9(05)   COMP    VALUE ZERO.
064856 77  WS-CARRY-STRAY-COUNT        PIC 9(05)   COMP    VALUE ZERO.
064857
064858 01  WS-CARRY-OUT-RECORD.
064859     05  WS-CRO-EMP-ID           PIC 9(05).
064860     05  WS-CRO-TYPE             PIC X(01).
064861     05  WS-CRO-AMOUNT           PIC S9(3)V9(2).
064862     05  WS-CRO-BADGE-ID         PIC X(06).
064863     05  WS-CRO-RATE-CODE        PIC X(02).
064870     05  FILLER                  PIC X(01)   VALUE SPACE.
064877     05  WS-CRO-SOURCE-FEED      PIC X(02).
064884     05  WS-CRO-ORIG-RUN-DATE    PIC 9(08).
064891     05  WS-CRO-ARRIVED-DATE     PIC 9(08).
064900
065000 PROCEDURE DIVISION.
065100 0000-MAINLINE.
065300     IF WS-SC-DONE
065400         GO TO 9999-EXIT
065500     END-IF.
065520     IF WS-GROUP-PARM-BAD
065540         MOVE 8                  TO RETURN-CODE
065560         GO TO 9999-EXIT
065580     END-IF.
065600     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
065700     SORT ADJ-SORT
065800         ON ASCENDING KEY SA-EMP-ID
067200******************************************************************
067300 0500-CHECK-STREAM-CONTROL.
067400     PERFORM 8100-GET-BUSINESS-DATE THRU 8100-EXIT.
067450     PERFORM 0400-READ-PAY-GROUP-PARM THRU 0400-EXIT.
067500     PERFORM 0450-READ-RANGE-PARM THRU 0450-EXIT.
067600     MOVE 'C'                    TO WS-SC-FUNCTION.
067700     CALL "STEPCTL"              USING WS-SC-FUNCTION
070700                     MOVE RG-HIGH-EMP-ID TO WS-RANGE-HIGH
070800                     MOVE "PAYRN-"       TO WS-SC-PROGRAM (1:6)
070900                     MOVE RG-RANGE-ID    TO WS-SC-PROGRAM (7:2)
070920                     IF WS-GROUP-MODE
070940                         MOVE WS-PAY-GROUP TO WS-SC-PROGRAM (5:1)
070960                     END-IF
071000                 END-IF
071100         END-READ
071200     END-IF.
071700     END-IF.
071800 0450-EXIT.
071900     EXIT.
071901
071902******************************************************************
071903*    0400-READ-PAY-GROUP-PARM - THE OPTIONAL PAYGRP CARD NAMES THE
071904*                               PAY GROUP THIS STEP PAYS; THE
071905*                               CALCHK BUSDATE CARD SAYS WHETHER
071906*                               TONIGHT IS THAT GROUP'S PAY DATE.
071907*                               WITH NO BUSDATE CARD THE
071908*                               OPERATOR'S PAYGRP CARD IS TAKEN
071909*                               AS THE AUTHORITY TO PAY
071910******************************************************************
071911 0400-READ-PAY-GROUP-PARM.
071912     OPEN INPUT PAY-GROUP-PARM.
071913     IF WS-PGRP-OK
071914         READ PAY-GROUP-PARM
071915             AT END
071916                 CONTINUE
071917             NOT AT END
071918                 IF PG-PAY-GROUP NOT EQUAL SPACE
071919                     SET WS-GROUP-MODE TO TRUE
071920                     MOVE PG-PAY-GROUP   TO WS-PAY-GROUP
071921                 END-IF
071922                 IF PG-PERIOD-START NUMERIC
071923                     MOVE PG-PERIOD-START TO WS-CARD-PERIOD-START
071924                 END-IF
071925                 IF PG-PERIOD-END NUMERIC
071926                     MOVE PG-PERIOD-END  TO WS-CARD-PERIOD-END
071927                 END-IF
071928         END-READ
071929     END-IF.
071930     CLOSE PAY-GROUP-PARM.
071931     IF NOT WS-GROUP-MODE
071932         GO TO 0400-EXIT
071933     END-IF.
071934     IF NOT WS-PAY-GROUP-VALID
071935         DISPLAY "PAYGRP CARD NAMES UNKNOWN PAY GROUP '"
071936                 WS-PAY-GROUP "' - RUN STOPPED"
071937         SET WS-GROUP-PARM-BAD   TO TRUE
071938         GO TO 0400-EXIT
071939     END-IF.
071940     MOVE "PAYRUN-"              TO WS-SC-PROGRAM (1:7).
071941     MOVE WS-PAY-GROUP           TO WS-SC-PROGRAM (8:1).
071942     IF WS-BD-CARD-READ
071943         MOVE ZERO               TO WS-GROUP-HITS
071944         INSPECT WS-BD-PAY-GROUPS TALLYING WS-GROUP-HITS
071945                 FOR ALL WS-PAY-GROUP
071946         IF WS-GROUP-HITS EQUAL ZERO
071947             MOVE 'N'            TO WS-PAY-DATE-SW
071948         END-IF
071949     END-IF.
071950     IF WS-PAY-DATE
071951         DISPLAY "PAY GROUP " WS-PAY-GROUP " - PAY DATE TONIGHT"
071952     ELSE
071953         DISPLAY "PAY GROUP " WS-PAY-GROUP " - NOT A PAY DATE, "
071954                 "ADJUSTMENTS CARRIED FORWARD"
071955     END-IF.
071956 0400-EXIT.
071957     EXIT.
071958
071959******************************************************************
071960*    0420-SET-PAY-PERIOD - THE PERIOD BEING PAID: A WEEKLY GROUP
071961*                          PAYS THE SEVEN DAYS ENDING ON THE PAY
071962*                          DATE, A MONTHLY GROUP THE WHOLE
071963*                          CALENDAR MONTH OF THE PAY DATE; THE
071964*                          PAYGRP CARD MAY OVERRIDE EITHER END.
071965*                          WITHOUT A GROUP THE PERIOD IS THE
071966*                          BUSINESS DATE AND NOTHING PRORATES
071967******************************************************************
071968 0420-SET-PAY-PERIOD.
071969     MOVE WS-BUSINESS-DATE       TO WS-PERIOD-START
071970                                    WS-PERIOD-END.
071971     MOVE 1                      TO WS-PERIOD-DAYS.
071972     IF NOT WS-GROUP-MODE
071973         GO TO 0420-EXIT
071974     END-IF.
071975     IF WS-PAY-GROUP-MONTHLY
071976         MOVE WS-BUSINESS-DATE   TO WS-MW-DATE
071977         MOVE 01                 TO WS-MW-DD
071978         MOVE WS-MW-DATE         TO WS-PERIOD-START
071979         IF WS-MW-MM EQUAL 12
071980             ADD 1               TO WS-MW-YYYY
071981             MOVE 01             TO WS-MW-MM
071982         ELSE
071983             ADD 1               TO WS-MW-MM
071984         END-IF
071985         MOVE 'S'                TO WS-DU-FUNCTION
071986         MOVE 1                  TO WS-DU-DAYS
071987         CALL "DATEUTIL"         USING WS-DU-FUNCTION
071988                                       WS-MW-DATE
071989                                       WS-PERIOD-END
071990                                       WS-DU-DAYS
071991                                       WS-DU-VALID-SW
071992     ELSE
071993         MOVE 'S'                TO WS-DU-FUNCTION
071994         MOVE 6                  TO WS-DU-DAYS
071995         CALL "DATEUTIL"         USING WS-DU-FUNCTION
071996                                       WS-BUSINESS-DATE
071997                                       WS-PERIOD-START
071998                                       WS-DU-DAYS
071999                                       WS-DU-VALID-SW
072000     END-IF.
072001     IF WS-CARD-PERIOD-START GREATER THAN ZERO
072002         MOVE WS-CARD-PERIOD-START TO WS-PERIOD-START
072003     END-IF.
072004     IF WS-CARD-PERIOD-END GREATER THAN ZERO
072005         MOVE WS-CARD-PERIOD-END TO WS-PERIOD-END
072006     END-IF.
072007     IF WS-PERIOD-START GREATER THAN WS-PERIOD-END
072008         DISPLAY "PAY PERIOD " WS-PERIOD-START " TO "
072009                 WS-PERIOD-END " INVALID - RUN STOPPED"
072010         SET WS-FILE-ERROR       TO TRUE
072011         SET WS-EOF              TO TRUE
072012         GO TO 0420-EXIT
072013     END-IF.
072014     MOVE 'D'                    TO WS-DU-FUNCTION.
072015     CALL "DATEUTIL"             USING WS-DU-FUNCTION
072016                                       WS-PERIOD-END
072017                                       WS-PERIOD-START
072018                                       WS-DU-DAYS
072019                                       WS-DU-VALID-SW.
072020     COMPUTE WS-PERIOD-DAYS = WS-DU-DAYS + 1.
072021     DISPLAY "PAY PERIOD " WS-PERIOD-START " TO " WS-PERIOD-END
072022             " (" WS-PERIOD-DAYS " DAYS)".
072023 0420-EXIT.
072024     EXIT.
072054
072100******************************************************************
072200*    1000-INITIALIZE - OPEN FILES AND PRINT REGISTER HEADINGS
072300******************************************************************
073400     IF WS-FILE-ERROR
073500         SET WS-EOF TO TRUE
073600     END-IF.
073650     PERFORM 0420-SET-PAY-PERIOD THRU 0420-EXIT.
073700     OPEN INPUT  EMPLOYEE-MASTER.
073800     OPEN OUTPUT PAY-REGISTER.
073900     OPEN OUTPUT PAYSLIP-FILE.
074600     ELSE
074700         DISPLAY "NO GARNISHMENT MASTER - NO ORDERS DEDUCTED"
074800     END-IF.
074810     OPEN OUTPUT BENEFIT-REMIT.
074820     OPEN I-O    BENEFIT-MASTER.
074830     IF WS-BEN-OK
074840         SET WS-BEN-FILE-PRESENT TO TRUE
074850     ELSE
074860         DISPLAY "NO BENEFIT MASTER - NO BENEFITS DEDUCTED"
074870     END-IF.
074900     OPEN I-O    YTD-MASTER.
075000     IF WS-YTD-USABLE
075100         SET WS-YTD-FILE-PRESENT TO TRUE
075200     ELSE
075300         DISPLAY "NO YTD MASTER - ACCUMULATORS NOT ROLLED"
075400     END-IF.
075410     OPEN I-O    PAY-HISTORY.
075420     IF WS-PHIST-USABLE
075430         SET WS-PHIST-FILE-PRESENT TO TRUE
075440     ELSE
075450         DISPLAY "NO PAY HISTORY MASTER - RESULTS NOT RECORDED"
075460     END-IF.
075500     OPEN INPUT  EMP-BANK-MASTER.
075600     IF WS-BANK-MAST-OK
075700         SET WS-BANK-MAST-PRESENT TO TRUE
076400         SET WS-DEPT-REF-PRESENT TO TRUE
076500     END-IF.
076600     OPEN OUTPUT LABOR-DIST.
076620     IF WS-GROUP-MODE
076640         OPEN OUTPUT ADJ-CARRY-OUT
076660     END-IF.
076700     PERFORM 1200-READ-THRESHOLD THRU 1200-EXIT.
076800     PERFORM 1250-READ-GARN-FLOOR THRU 1250-EXIT.
076900     PERFORM 1300-LOAD-TAX-BRACKETS THRU 1300-EXIT.
077100     MOVE WS-BUSINESS-DATE   TO WS-RUN-DATE.
077200     MOVE WS-RUN-DATE        TO WS-H1-DATE.
077300     MOVE WS-RUN-DATE        TO WS-DH1-DATE.
077310     MOVE WS-PAY-GROUP       TO WS-H1-GROUP.
077320     MOVE WS-PERIOD-START    TO WS-H1-PERIOD-START
077330                                WS-PS-PERIOD-START.
077340     MOVE WS-PERIOD-END      TO WS-H1-PERIOD-END
077350                                WS-PS-PERIOD-END.
077400     WRITE PAY-REGISTER-LINE FROM WS-REG-HEADING-1.
077500     WRITE PAY-REGISTER-LINE FROM WS-REG-HEADING-2.
077600     WRITE DEDUCTION-REG-LINE FROM WS-DED-HEADING-1.
079400             NOT AT END
079500                 IF BD-BUS-DATE NUMERIC AND BD-BUS-DATE > ZERO
079600                     MOVE BD-BUS-DATE TO WS-BUSINESS-DATE
079630                     MOVE BD-PAY-GROUPS TO WS-BD-PAY-GROUPS
079660                     SET WS-BD-CARD-READ TO TRUE
079700                 END-IF
079800         END-READ
079900     END-IF.
081100
081200******************************************************************
081300*    1200-READ-THRESHOLD - THE SAME APPROVAL THRESHOLD ATV2
081400*                          USES, FROM THE PARAMETER MASTER ELSE
081460*                          THE CARD; WITH NEITHER THE DEFAULT
081520*                          LETS EVERYTHING THROUGH SINGLE-PASS
081600******************************************************************
081700 1200-READ-THRESHOLD.
081790     MOVE SPACES                 TO WS-THRESHOLD-CARD.
081880     MOVE "ADJTHRSH"             TO PQ-PARM-ID.
081970     MOVE SPACES                 TO PQ-PARM-QUAL.
082060     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
082150     CALL "PARMGET"              USING PARM-REQUEST-AREA.
082240     IF PQ-FOUND
082330         MOVE PQ-VALUE           TO WS-THRESHOLD-CARD
082420     ELSE
082510         PERFORM 1210-READ-THRESHOLD-CARD THRU 1210-EXIT
082600     END-IF.
082690     IF WS-TC-THRESHOLD NUMERIC AND WS-TC-THRESHOLD > ZERO
082780         MOVE WS-TC-THRESHOLD    TO WS-APPROVAL-THRESHOLD
082870     END-IF.
083000 1200-EXIT.
083100     EXIT.
083107
083114 1210-READ-THRESHOLD-CARD.
083121     OPEN INPUT THRESHOLD-PARM.
083128     IF WS-PARM-OK
083135         READ THRESHOLD-PARM INTO WS-THRESHOLD-CARD
083142             AT END
083149                 CONTINUE
083156         END-READ
083163     END-IF.
083170     CLOSE THRESHOLD-PARM.
083177 1210-EXIT.
083184     EXIT.
083200
083300******************************************************************
083400*    1250-READ-GARN-FLOOR - THE PROTECTED-NET FLOOR BELOW WHICH
083500*                           NO GARNISHMENT MAY TAKE AN EMPLOYEE'S
083600*                           NET, FROM THE PARAMETER MASTER ELSE
083650*                           THE CARD; WITH NEITHER IT IS ZERO
083700******************************************************************
083800 1250-READ-GARN-FLOOR.
083890     MOVE SPACES                 TO WS-GARN-FLOOR-CARD.
083980     MOVE "GARNFLR"              TO PQ-PARM-ID.
084070     MOVE SPACES                 TO PQ-PARM-QUAL.
084160     MOVE WS-BUSINESS-DATE       TO PQ-AS-OF-DATE.
084250     CALL "PARMGET"              USING PARM-REQUEST-AREA.
084340     IF PQ-FOUND
084430         MOVE PQ-VALUE           TO WS-GARN-FLOOR-CARD
084520     ELSE
084610         PERFORM 1260-READ-GARN-FLOOR-CARD THRU 1260-EXIT
084700     END-IF.
084790     IF WS-GC-NET-FLOOR NUMERIC
084880         MOVE WS-GC-NET-FLOOR    TO WS-NET-FLOOR
084970     END-IF.
085100 1250-EXIT.
085200     EXIT.
085207
085214 1260-READ-GARN-FLOOR-CARD.
085221     OPEN INPUT GARN-FLOOR-PARM.
085228     IF WS-GFLR-OK
085235         READ GARN-FLOOR-PARM INTO WS-GARN-FLOOR-CARD
085242             AT END
085249                 CONTINUE
085256         END-READ
085263     END-IF.
085270     CLOSE GARN-FLOOR-PARM.
085277 1260-EXIT.
085284     EXIT.
085300
085400******************************************************************
085500*    1300-LOAD-TAX-BRACKETS - LOAD THE TAXBRKT BAND SET WITH THE
091100*                          DUPLICATE) NEVER MOVES MONEY HERE
091200******************************************************************
091300 1400-LOAD-REVERSALS.
091310*    A CARRIED-FORWARD REVERSAL IS VERIFIED AGAINST THE 'R' ROW
091320*    ATV2 WROTE ON THE NIGHT IT ARRIVED, SO A GROUP RUN TABLES
091330*    THE ROWS BACK TO ITS OLDEST CARRIED ITEM
091340     MOVE WS-BUSINESS-DATE       TO WS-CARRY-LOW-DATE.
091350     IF WS-GROUP-MODE
091360         PERFORM 1410-SCAN-CARRY-DATES THRU 1410-EXIT
091370     END-IF.
091400     OPEN INPUT ADJ-HISTORY.
091500     IF NOT WS-AHIST-OK
091600         SET WS-HIST-EOF         TO TRUE
092200     DISPLAY "TONIGHT'S REVERSALS TABLED: " WS-REV-COUNT.
092300 1400-EXIT.
092400     EXIT.
092403
092406 1410-SCAN-CARRY-DATES.
092409     OPEN INPUT ADJ-CARRY-IN.
092412     IF WS-CRYI-OK
092415         PERFORM 1415-SCAN-ONE-CARRIED THRU 1415-EXIT
092418                 UNTIL WS-CARRY-EOF
092421     END-IF.
092424     CLOSE ADJ-CARRY-IN.
092427     MOVE 'N'                    TO WS-CARRY-EOF-SW.
092430 1410-EXIT.
092433     EXIT.
092436
092439 1415-SCAN-ONE-CARRIED.
092442     READ ADJ-CARRY-IN
092445         AT END
092448             SET WS-CARRY-EOF    TO TRUE
092451         NOT AT END
092454             IF CRI-ARRIVED-DATE NUMERIC
092457              AND CRI-ARRIVED-DATE GREATER THAN ZERO
092460              AND CRI-ARRIVED-DATE LESS THAN WS-CARRY-LOW-DATE
092463                 MOVE CRI-ARRIVED-DATE TO WS-CARRY-LOW-DATE
092466             END-IF
092469     END-READ.
092472 1415-EXIT.
092475     EXIT.
092500
092600 1450-TABLE-ONE-REVERSAL.
092700     IF AH-TYPE EQUAL 'R'
092800      AND AH-RUN-DATE NOT LESS THAN WS-CARRY-LOW-DATE
092850      AND AH-RUN-DATE NOT GREATER THAN WS-BUSINESS-DATE
092900         IF WS-REV-COUNT NOT LESS THAN WS-REV-MAX
093000             DISPLAY "REVERSAL TABLE FULL - RUN STOPPED"
093100             SET WS-FILE-ERROR   TO TRUE
093700         MOVE AH-EMP-ID          TO WS-RV-EMP-ID (WS-REV-COUNT)
093800         MOVE AH-AMOUNT          TO WS-RV-AMOUNT (WS-REV-COUNT)
093900         MOVE 'N'                TO WS-RV-USED-SW (WS-REV-COUNT)
093950         MOVE AH-RUN-DATE        TO WS-RV-RUN-DATE (WS-REV-COUNT)
094000     END-IF.
094100     PERFORM 1490-READ-HISTORY THRU 1490-EXIT.
094200 1450-EXIT.
104200     PERFORM 1550-RELEASE-ONE THRU 1550-EXIT
104300             UNTIL WS-TRANS-EOF.
104400     CLOSE ADJUSTMENT-TRANS.
104420     IF WS-GROUP-MODE
104440         PERFORM 1560-RELEASE-CARRIED THRU 1560-EXIT
104460     END-IF.
104500 1500-EXIT.
104600     EXIT.
104700
105800     MOVE ADJ-TYPE           TO SA-TYPE.
105900     MOVE ADJ-AMOUNT         TO SA-AMOUNT.
106000     MOVE ADJ-BADGE-ID       TO SA-BADGE-ID.
106100     MOVE ADJ-RATE-CODE      TO SA-RATE-CODE.
106200     MOVE ADJ-SOURCE-FEED    TO SA-SOURCE-FEED.
106300     MOVE ADJ-ORIG-RUN-DATE  TO SA-ORIG-RUN-DATE.
106330     MOVE WS-BUSINESS-DATE   TO SA-ARRIVED-DATE.
106360     MOVE 'N'                TO SA-CARRIED-SW.
106400     RELEASE SORT-RECORD.
106500 1550-READ-NEXT.
106600     PERFORM 1590-READ-TRANS THRU 1590-EXIT.
107900     END-IF.
108000 1590-EXIT.
108100     EXIT.
108101
108102******************************************************************
108103*    1560-RELEASE-CARRIED - A GROUP RUN ALSO RELEASES THE
108104*                           ADJUSTMENTS ITS EARLIER NON-PAY
108105*                           NIGHTS CARRIED FORWARD, EACH STILL
108106*                           MARKED WITH THE NIGHT IT ARRIVED
108107******************************************************************
108108 1560-RELEASE-CARRIED.
108109     OPEN INPUT ADJ-CARRY-IN.
108110     IF NOT WS-CRYI-OK
108111         CLOSE ADJ-CARRY-IN
108112         GO TO 1560-EXIT
108113     END-IF.
108114     PERFORM 1580-READ-CARRIED THRU 1580-EXIT.
108115     PERFORM 1570-RELEASE-ONE-CARRIED THRU 1570-EXIT
108116             UNTIL WS-CARRY-EOF.
108117     CLOSE ADJ-CARRY-IN.
108118 1560-EXIT.
108119     EXIT.
108120
108121 1570-RELEASE-ONE-CARRIED.
108122     IF WS-RANGE-MODE
108123      AND (CRI-EMP-ID LESS THAN WS-RANGE-LOW
108124           OR CRI-EMP-ID GREATER THAN WS-RANGE-HIGH)
108125         ADD 1               TO WS-RANGE-SKIP-COUNT
108126         GO TO 1570-READ-NEXT
108127     END-IF.
108128     ADD 1                   TO WS-CARRY-IN-COUNT.
108129     MOVE CRI-EMP-ID         TO SA-EMP-ID.
108130     MOVE CRI-TYPE           TO SA-TYPE.
108131     MOVE CRI-AMOUNT         TO SA-AMOUNT.
108132     MOVE CRI-BADGE-ID       TO SA-BADGE-ID.
108133     MOVE CRI-RATE-CODE      TO SA-RATE-CODE.
108134     MOVE CRI-SOURCE-FEED    TO SA-SOURCE-FEED.
108135     MOVE CRI-ORIG-RUN-DATE  TO SA-ORIG-RUN-DATE.
108136     MOVE CRI-ARRIVED-DATE   TO SA-ARRIVED-DATE.
108137     IF CRI-ARRIVED-DATE NOT NUMERIC
108138         MOVE WS-BUSINESS-DATE TO SA-ARRIVED-DATE
108139     END-IF.
108140     MOVE 'Y'                TO SA-CARRIED-SW.
108141     RELEASE SORT-RECORD.
108142 1570-READ-NEXT.
108143     PERFORM 1580-READ-CARRIED THRU 1580-EXIT.
108144 1570-EXIT.
108145     EXIT.
108146
108147 1580-READ-CARRIED.
108148     READ ADJ-CARRY-IN
108149         AT END
108150             SET WS-CARRY-EOF TO TRUE
108151     END-READ.
108152 1580-EXIT.
108153     EXIT.
108200
108300
108400******************************************************************
109800     WRITE PAY-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
109900     MOVE WS-TOTAL-GROSS     TO WS-DED-TOT-GROSS.
110000     MOVE WS-TOTAL-TAX       TO WS-DED-TOT-TAX.
110050     MOVE WS-TOTAL-BEN       TO WS-DED-TOT-BEN.
110100     MOVE WS-TOTAL-GARN      TO WS-DED-TOT-GARN.
110200     MOVE WS-TOTAL-NET-PAY   TO WS-DED-TOT-NET.
110300     WRITE DEDUCTION-REG-LINE FROM WS-DED-TOTAL-LINE.
110800     MOVE WS-GARN-REMIT-COUNT TO WS-GRN-TRL-COUNT.
110900     MOVE WS-GARN-HASH-TOTAL TO WS-GRN-TRL-HASH.
111000     WRITE GARN-REMIT-LINE   FROM WS-GARN-TRAILER-RECORD.
111020     PERFORM 3970-WRITE-BEN-REMIT-GROUPED THRU 3970-EXIT.
111040     MOVE WS-BEN-REMIT-COUNT TO WS-BNR-TRL-COUNT.
111060     MOVE WS-BEN-HASH-TOTAL  TO WS-BNR-TRL-HASH.
111080     WRITE BENEFIT-REMIT-LINE FROM WS-BEN-TRAILER-RECORD.
111100*    A RANGE STEP'S FILES ARE PARTIAL - RNGMERGE REGISTERS THE
111200*    COMBINED FILES ON THE MANIFEST AFTER THE BALANCING PROOF
111300     IF WS-RANGE-MODE
111400         GO TO 3000-EXIT
111500     END-IF.
111510*    A GROUP STEP ON ANOTHER GROUP'S PAY DATE RELEASES NO MONEY -
111520*    ITS EMPTY FILES ARE NOT REGISTERED FOR TRANSMISSION
111530     IF NOT WS-PAY-DATE
111540         GO TO 3000-EXIT
111550     END-IF.
111730*    BANKPAY GOES ON THE MANIFEST ONLY WHEN PAYVAR'S VARIANCE
111910*    REVIEW (OR THE PAYRLSE SIGN-OFF) RELEASES IT
112100     MOVE "GARNREM"          TO WS-MAN-FILE-ID.
112120     IF WS-GROUP-MODE
112140         MOVE WS-PAY-GROUP   TO WS-MAN-FILE-ID (8:1)
112160     END-IF.
112200     CALL "MANIFEST"         USING WS-MAN-FILE-ID
112300                                   WS-RUN-DATE
112400                                   WS-GRN-TRL-COUNT
112500                                   WS-GRN-TRL-HASH.
112510     MOVE "BENREM"           TO WS-MAN-FILE-ID.
112520     IF WS-GROUP-MODE
112530         MOVE WS-PAY-GROUP   TO WS-MAN-FILE-ID (8:1)
112540     END-IF.
112550     CALL "MANIFEST"         USING WS-MAN-FILE-ID
112560                                   WS-RUN-DATE
112570                                   WS-BNR-TRL-COUNT
112580                                   WS-BNR-TRL-HASH.
112600 3000-EXIT.
112700     EXIT.
112800
113400 3100-PAY-ONE-EMPLOYEE.
113500     ADD 1                   TO WS-EMP-COUNT.
113600     MOVE ZERO               TO WS-ADJ-TOTAL.
113616     MOVE ZERO               TO WS-ADJ-BASE-TOTAL.
113633     MOVE ZERO               TO WS-EMP-ADJ-COUNT.
113650     MOVE ZERO               TO WS-EMP-NONTAX-TOTAL.
113700     MOVE ZERO               TO WS-SLIP-COUNT.
113800     PERFORM 3850-COUNT-ORPHAN THRU 3850-EXIT
113900             UNTIL WS-SORT-EOF
114000                OR SA-EMP-ID NOT LESS THAN EMP-ID.
114005     PERFORM 3110-SET-EMPLOYEE-ACTION THRU 3110-EXIT.
114010*    ANOTHER GROUP'S EMPLOYEE IS PAID BY THAT GROUP'S OWN STEP -
114015*    HIS ADJUSTMENTS ARE PASSED OVER HERE, NOT PAID TWICE
114020     IF WS-ACTION-OTHER-GROUP
114025         ADD 1               TO WS-GROUP-SKIP-COUNT
114030         PERFORM 3140-PASS-ADJUSTMENT THRU 3140-EXIT
114035                 UNTIL WS-SORT-EOF
114040                    OR SA-EMP-ID NOT EQUAL EMP-ID
114045         GO TO 3100-READ-NEXT
114050     END-IF.
114055*    NOT HIS PAY DATE, OR NOT YET STARTED - HIS ADJUSTMENTS WAIT
114060*    ON THE CARRY-FORWARD FILE FOR THE RUN THAT PAYS HIM
114065     IF WS-ACTION-CARRY
114070         PERFORM 3145-CARRY-ADJUSTMENT THRU 3145-EXIT
114075                 UNTIL WS-SORT-EOF
114080                    OR SA-EMP-ID NOT EQUAL EMP-ID
114085         GO TO 3100-READ-NEXT
114090     END-IF.
114100     PERFORM 3150-APPLY-ADJUSTMENT THRU 3150-EXIT
114200             UNTIL WS-SORT-EOF
114300                OR SA-EMP-ID NOT EQUAL EMP-ID.
114400     IF WS-ACTION-SKIP
114500         ADD 1               TO WS-TERM-SKIP-COUNT
114600     ELSE
114700         ADD 1               TO WS-PAID-COUNT
114750         PERFORM 3120-PRORATE-BASE-PAY THRU 3120-EXIT
114800         COMPUTE WS-GROSS-PAY = WS-PERIOD-BASE-PAY + WS-ADJ-TOTAL
114810         MOVE ZERO           TO WS-EMP-BEN-PRE-TOTAL
114820                                WS-EMP-BEN-POST-TOTAL
114830                                WS-EMP-BEN-ER-TOTAL
114840                                WS-BSLIP-COUNT
114850         MOVE WS-GROSS-PAY   TO WS-NET-PAY
114860         MOVE 'P'            TO WS-BEN-PASS
114870         PERFORM 3130-APPLY-BENEFITS THRU 3130-EXIT
114880         COMPUTE WS-TAXABLE-PAY =
114890             WS-GROSS-PAY - WS-EMP-BEN-PRE-TOTAL
114895                          - WS-EMP-NONTAX-TOTAL
114900         PERFORM 3170-COMPUTE-TAX THRU 3170-EXIT
115000         COMPUTE WS-NET-PAY = WS-TAXABLE-PAY - WS-TAX-AMOUNT
115010                            + WS-EMP-NONTAX-TOTAL
115020         MOVE 'A'            TO WS-BEN-PASS
115040         PERFORM 3130-APPLY-BENEFITS THRU 3130-EXIT
115060         COMPUTE WS-EMP-BEN-TOTAL =
115080             WS-EMP-BEN-PRE-TOTAL + WS-EMP-BEN-POST-TOTAL
115100         MOVE ZERO           TO WS-EMP-GARN-TOTAL
115200         PERFORM 3180-APPLY-GARNISHMENTS THRU 3180-EXIT
115300         ADD WS-GROSS-PAY    TO WS-TOTAL-GROSS
115400         ADD WS-TAX-AMOUNT   TO WS-TOTAL-TAX
115430         ADD WS-EMP-BEN-TOTAL TO WS-TOTAL-BEN
115460         ADD WS-EMP-BEN-ER-TOTAL TO WS-TOTAL-BEN-ER
115500         ADD WS-EMP-GARN-TOTAL TO WS-TOTAL-GARN
115600         PERFORM 3195-ROLL-YTD-MASTER THRU 3195-EXIT
115650         PERFORM 3196-WRITE-PAY-HISTORY THRU 3196-EXIT
115700         PERFORM 3198-ROLL-LABOR-DIST THRU 3198-EXIT
115800         ADD WS-NET-PAY      TO WS-TOTAL-NET-PAY
115900         PERFORM 3200-PRINT-REGISTER THRU 3200-EXIT
116100         PERFORM 3300-PRINT-PAYSLIP  THRU 3300-EXIT
116200         PERFORM 3400-WRITE-BANK-PAYMENT THRU 3400-EXIT
116300     END-IF.
116350 3100-READ-NEXT.
116400     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
116500 3100-EXIT.
116600     EXIT.
116603
116606******************************************************************
116609*    3110-SET-EMPLOYEE-ACTION - WHAT TONIGHT'S RUN DOES WITH THIS
116612*                               EMPLOYEE: PAY HIM, SKIP HIM AS
116615*                               LONG TERMINATED, CARRY HIS
116618*                               ADJUSTMENTS FORWARD, OR LEAVE HIM
116621*                               TO HIS OWN GROUP'S STEP. A
116624*                               TERMINATION INSIDE THE PERIOD IS
116627*                               PAID AS FINAL PAY, AND A
116630*                               LONGER-GONE LEAVER WITH
116633*                               ADJUSTMENTS STILL WAITING IS
116636*                               PAID THEM AS A SETTLEMENT PAY
116639******************************************************************
116642 3110-SET-EMPLOYEE-ACTION.
116645     MOVE 'P'                TO WS-EMP-ACTION.
116648     MOVE 'N'                TO WS-SETTLE-ONLY-SW.
116651     IF NOT WS-GROUP-MODE
116654         IF EMP-TERMINATED
116657             MOVE 'S'        TO WS-EMP-ACTION
116660         END-IF
116663         GO TO 3110-EXIT
116666     END-IF.
116669     MOVE EMP-PAY-GROUP      TO WS-EMP-GROUP.
116672     IF WS-EMP-GROUP EQUAL SPACE
116675         MOVE 'M'            TO WS-EMP-GROUP
116678     END-IF.
116681     IF WS-EMP-GROUP NOT EQUAL WS-PAY-GROUP
116684         MOVE 'O'            TO WS-EMP-ACTION
116687         GO TO 3110-EXIT
116690     END-IF.
116693     IF EMP-TERMINATED
116696      AND EMP-TERM-DATE LESS THAN WS-PERIOD-START
116699         IF WS-SORT-EOF
116702          OR SA-EMP-ID NOT EQUAL EMP-ID
116705             MOVE 'S'        TO WS-EMP-ACTION
116708             GO TO 3110-EXIT
116711         END-IF
116714         MOVE 'Y'            TO WS-SETTLE-ONLY-SW
116717     END-IF.
116720     IF NOT WS-PAY-DATE
116723      OR EMP-HIRE-DATE GREATER THAN WS-PERIOD-END
116726         MOVE 'C'            TO WS-EMP-ACTION
116729     END-IF.
116732 3110-EXIT.
116735     EXIT.
116738
116741******************************************************************
116744*    3120-PRORATE-BASE-PAY - A GROUP EMPLOYEE HIRED OR TERMINATED
116747*                            INSIDE THE PERIOD IS PAID THE BASE
116750*                            RATE FOR THE DAYS HE WAS EMPLOYED
116753******************************************************************
116756 3120-PRORATE-BASE-PAY.
116759     MOVE EMP-BASE-PAY       TO WS-PERIOD-BASE-PAY.
116762     MOVE 'N'                TO WS-PRORATED-SW.
116765     IF NOT WS-GROUP-MODE
116768         GO TO 3120-EXIT
116771     END-IF.
116774*    A SETTLEMENT PAY CARRIES ONLY THE LEAVER'S WAITING
116777*    ADJUSTMENTS - HIS BASE PAY ENDED WITH HIS FINAL PAY
116780     IF WS-SETTLE-ONLY
116783         MOVE ZERO           TO WS-PERIOD-BASE-PAY
116786         ADD 1               TO WS-SETTLE-PAY-COUNT
116789         GO TO 3120-EXIT
116792     END-IF.
116795     MOVE WS-PERIOD-START    TO WS-EMP-FROM-DATE.
116798     IF EMP-HIRE-DATE GREATER THAN WS-PERIOD-START
116801         MOVE EMP-HIRE-DATE  TO WS-EMP-FROM-DATE
116804     END-IF.
116807     MOVE WS-PERIOD-END      TO WS-EMP-TO-DATE.
116810     IF EMP-TERMINATED
116813         ADD 1               TO WS-FINAL-PAY-COUNT
116816         IF EMP-TERM-DATE LESS THAN WS-PERIOD-END
116819             MOVE EMP-TERM-DATE TO WS-EMP-TO-DATE
116822         END-IF
116825     END-IF.
116828     IF WS-EMP-FROM-DATE EQUAL WS-PERIOD-START
116831      AND WS-EMP-TO-DATE EQUAL WS-PERIOD-END
116834         GO TO 3120-EXIT
116837     END-IF.
116840     MOVE 'D'                TO WS-DU-FUNCTION.
116843     CALL "DATEUTIL"         USING WS-DU-FUNCTION
116846                                   WS-EMP-TO-DATE
116849                                   WS-EMP-FROM-DATE
116852                                   WS-DU-DAYS
116855                                   WS-DU-VALID-SW.
116858     COMPUTE WS-EMP-DAYS = WS-DU-DAYS + 1.
116861     COMPUTE WS-PERIOD-BASE-PAY ROUNDED =
116864             EMP-BASE-PAY * WS-EMP-DAYS / WS-PERIOD-DAYS.
116867     MOVE 'Y'                TO WS-PRORATED-SW.
116870     ADD 1                   TO WS-PRORATED-COUNT.
116873 3120-EXIT.
116876     EXIT.
116879
116882******************************************************************
116885*    3140-PASS-ADJUSTMENT - AN ADJUSTMENT FOR ANOTHER GROUP'S
116888*                           EMPLOYEE. A CARRIED ITEM SHOULD NEVER
116891*                           LAND HERE - IT MEANS THE EMPLOYEE
116894*                           CHANGED GROUP WHILE IT WAITED, AND IS
116897*                           REPORTED FOR PAYROLL TO KEY AGAIN
116900******************************************************************
116903 3140-PASS-ADJUSTMENT.
116906     IF SA-CARRIED
116909         ADD 1               TO WS-CARRY-STRAY-COUNT
116912         DISPLAY "CARRIED ADJUSTMENT FOR EMPLOYEE " SA-EMP-ID
116915                 " NOW IN PAY GROUP " WS-EMP-GROUP
116918                 " - NOT PAID, RE-KEY IT"
116921     END-IF.
116924     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
116927 3140-EXIT.
116930     EXIT.
116933
116936******************************************************************
116939*    3145-CARRY-ADJUSTMENT - WRITE ONE ADJUSTMENT TO THE CARRY-
116942*                            FORWARD FILE FOR THE NEXT RUN THAT
116945*                            PAYS THIS EMPLOYEE. AN ITEM HELD FOR
116948*                            APPROVAL IS NOT CARRIED - IT COMES
116951*                            BACK THROUGH APPROVAL LIKE ANY OTHER
116954******************************************************************
116957 3145-CARRY-ADJUSTMENT.
116960     MOVE SA-AMOUNT          TO WS-ABS-AMOUNT.
116963     IF SA-AMOUNT < ZERO
116966         COMPUTE WS-ABS-AMOUNT = SA-AMOUNT * -1
116969     END-IF.
116972     IF WS-ABS-AMOUNT > WS-APPROVAL-THRESHOLD
116975      AND SA-SOURCE-FEED NOT EQUAL "04"
116976      AND SA-SOURCE-FEED NOT EQUAL "10"
116978      AND NOT SA-TYPE-REVERSAL
116981         ADD 1               TO WS-HELD-SKIP-COUNT
116984         GO TO 3145-READ-NEXT
116987     END-IF.
116990     MOVE SA-EMP-ID          TO WS-CRO-EMP-ID.
116993     MOVE SA-TYPE            TO WS-CRO-TYPE.
116996     MOVE SA-AMOUNT          TO WS-CRO-AMOUNT.
116999     MOVE SA-BADGE-ID        TO WS-CRO-BADGE-ID.
117002     MOVE SA-RATE-CODE       TO WS-CRO-RATE-CODE.
117005     MOVE SA-SOURCE-FEED     TO WS-CRO-SOURCE-FEED.
117008     MOVE SA-ORIG-RUN-DATE   TO WS-CRO-ORIG-RUN-DATE.
117011     MOVE SA-ARRIVED-DATE    TO WS-CRO-ARRIVED-DATE.
117014     WRITE ADJ-CARRY-OUT-LINE FROM WS-CARRY-OUT-RECORD.
117017     ADD 1                   TO WS-CARRY-OUT-COUNT.
117020 3145-READ-NEXT.
117023     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
117026 3145-EXIT.
117029     EXIT.
117032
117035******************************************************************
117038*    3130-APPLY-BENEFITS - TAKE THE EMPLOYEE'S ACTIVE BENEFIT
117041*                          PLANS OF ONE TAX TREATMENT ('P' BEFORE
117044*                          TAX, 'A' AFTER IT) OUT OF NET PAY
117047******************************************************************
117050 3130-APPLY-BENEFITS.
117053     IF NOT WS-BEN-FILE-PRESENT
117056         GO TO 3130-EXIT
117059     END-IF.
117062     MOVE EMP-ID             TO BN-EMP-ID.
117065     MOVE LOW-VALUES         TO BN-PLAN-CODE.
117068     START BENEFIT-MASTER KEY NOT LESS THAN BN-KEY
117071         INVALID KEY
117074             GO TO 3130-EXIT
117077     END-START.
117080     MOVE 'N'                TO WS-BEN-EOF-SW.
117083     PERFORM 3135-APPLY-ONE-PLAN THRU 3135-EXIT
117086             UNTIL WS-BEN-EOF.
117089 3130-EXIT.
117092     EXIT.
117095
117098******************************************************************
117101*    3135-APPLY-ONE-PLAN - ONE PLAN'S DEDUCTION COMES OFF NET AND
117104*                          IS ROLLED WITH THE EMPLOYER SHARE INTO
117107*                          THE PLAN'S YEAR-TO-DATE FIGURES
117110******************************************************************
117113 3135-APPLY-ONE-PLAN.
117116     READ BENEFIT-MASTER NEXT RECORD
117119         AT END
117122             SET WS-BEN-EOF TO TRUE
117125     END-READ.
117128     IF WS-BEN-EOF
117131         GO TO 3135-EXIT
117134     END-IF.
117137     IF BN-EMP-ID NOT EQUAL EMP-ID
117140         SET WS-BEN-EOF      TO TRUE
117143         GO TO 3135-EXIT
117146     END-IF.
117149     IF NOT BN-STATUS-ACTIVE
117152      OR BN-TAX-TREATMENT NOT EQUAL WS-BEN-PASS
117155         GO TO 3135-EXIT
117158     END-IF.
117161     PERFORM 3136-COMPUTE-EE-AMOUNT THRU 3136-EXIT.
117164     PERFORM 3137-COMPUTE-ER-AMOUNT THRU 3137-EXIT.
117167     SUBTRACT WS-BEN-EE-AMOUNT FROM WS-NET-PAY.
117170     ADD WS-BEN-EE-AMOUNT    TO BN-YTD-EE.
117173     ADD WS-BEN-ER-AMOUNT    TO BN-YTD-ER.
117176     MOVE WS-BUSINESS-DATE   TO BN-LAST-PAY-DATE.
117179     MOVE WS-BEN-EE-AMOUNT   TO BN-LAST-EE.
117182     MOVE WS-BEN-ER-AMOUNT   TO BN-LAST-ER.
117185     REWRITE BEN-PLAN-RECORD.
117188     IF BN-PRE-TAX
117191         ADD WS-BEN-EE-AMOUNT TO WS-EMP-BEN-PRE-TOTAL
117194     ELSE
117197         ADD WS-BEN-EE-AMOUNT TO WS-EMP-BEN-POST-TOTAL
117200     END-IF.
117203     ADD WS-BEN-ER-AMOUNT    TO WS-EMP-BEN-ER-TOTAL.
117206     IF WS-BEN-EE-AMOUNT GREATER THAN ZERO
117209      OR WS-BEN-ER-AMOUNT GREATER THAN ZERO
117212         PERFORM 3138-TABLE-BEN-SLIP THRU 3138-EXIT
117215         PERFORM 3192-WRITE-BEN-REMIT-DETAIL THRU 3192-EXIT
117218     END-IF.
117221 3135-EXIT.
117224     EXIT.
117227
117230******************************************************************
117233*    3150-APPLY-ADJUSTMENT - FOLD ONE SORTED ADJUSTMENT INTO THE
117236*                            EMPLOYEE'S PERIOD TOTAL, INCLUDING
117239*                            THE RATESCAL RATE-BASED AMOUNT
117242******************************************************************
117300 3150-APPLY-ADJUSTMENT.
117400     MOVE SA-AMOUNT          TO WS-ABS-AMOUNT.
117500     IF SA-AMOUNT < ZERO
117700     END-IF.
117800     IF WS-ABS-AMOUNT > WS-APPROVAL-THRESHOLD
117900      AND SA-SOURCE-FEED NOT EQUAL "04"
117950      AND SA-SOURCE-FEED NOT EQUAL "10"
118000      AND NOT SA-TYPE-REVERSAL
118100         ADD 1               TO WS-HELD-SKIP-COUNT
118200         GO TO 3150-READ-NEXT
119200         END-IF
119300         MOVE 'Y'            TO WS-RV-USED-SW (WS-REV-HIT)
119400     END-IF.
119408*    THE RATE CODE RESOLVES AS OF THE BUSINESS DATE AS IN ATV2 -
119416*    ONE ATV2 REJECTED FOR ITS CODE NEVER HITS NET PAY
119424     IF NOT SA-TYPE-REVERSAL
119432         MOVE SA-RATE-CODE   TO RR-RATE-CODE
119440         MOVE WS-BUSINESS-DATE TO RR-AS-OF-DATE
119448         CALL "RATELKUP"     USING RATE-RESOLVE-AREA
119456         IF NOT RR-RESOLVED
119464             ADD 1           TO WS-RATE-SKIP-COUNT
119472             GO TO 3150-READ-NEXT
119480         END-IF
119488     END-IF.
119500     ADD 1                   TO WS-ADJ-APPLIED-COUNT.
119600     MOVE SA-AMOUNT          TO WS-ADJ-AMOUNT.
119610*    THE SIGNED AMOUNT BEFORE ANY RATE-BASED PORTION IS KEPT
119620*    APART FOR THE PAYHIST RESULT AND THE PAYBAL LEDGER
119630     ADD 1                   TO WS-EMP-ADJ-COUNT.
119640     IF SA-TYPE-ADD
119650      OR SA-TYPE-REVERSAL
119660         ADD WS-ADJ-AMOUNT   TO WS-ADJ-BASE-TOTAL
119670     ELSE
119680         SUBTRACT WS-ADJ-AMOUNT FROM WS-ADJ-BASE-TOTAL
119690     END-IF.
119700*    A VERIFIED REVERSAL CARRIES ITS SIGNED NET EFFECT - IT
119800*    FOLDS STRAIGHT INTO THE PERIOD TOTAL WITH NO RATE CALL
119900     IF SA-TYPE-REVERSAL
120300     END-IF.
120400     IF SA-TYPE-ADD
120500         ADD WS-ADJ-AMOUNT   TO WS-ADJ-TOTAL
120510*        A REIMBURSEMENT IS REPAID EXPENSE, NOT EARNINGS
120520         IF SA-SOURCE-FEED EQUAL "10"
120530             ADD WS-ADJ-AMOUNT TO WS-EMP-NONTAX-TOTAL
120540         END-IF
120600     ELSE
120700         SUBTRACT WS-ADJ-AMOUNT FROM WS-ADJ-TOTAL
120800     END-IF.
120900     CALL "RATESCAL" USING RR-RAW-RATE
121000                           WS-SCALED-RATE
121100                           WS-ADJ-AMOUNT
121200                           WS-RATE-ADJUSTMENT
124000     IF WS-RV-USED-SW (WS-REV-SUB) EQUAL 'N'
124100      AND WS-RV-EMP-ID (WS-REV-SUB) EQUAL SA-EMP-ID
124200      AND WS-REV-WORK-ABS EQUAL WS-ABS-AMOUNT
124250      AND WS-RV-RUN-DATE (WS-REV-SUB) EQUAL SA-ARRIVED-DATE
124300         SET WS-REV-VALID    TO TRUE
124400         MOVE WS-REV-SUB     TO WS-REV-HIT
124500     END-IF.
124600 3165-EXIT.
124700     EXIT.
124800
124801******************************************************************
124802*    3136-COMPUTE-EE-AMOUNT - THE EMPLOYEE DEDUCTION, HELD TO THE
124803*                             PERIOD AND ANNUAL CAPS AND NEVER
124804*                             TAKING THE PAY BELOW ZERO.  A NEW
124805*                             YEAR RESTARTS THE ANNUAL FIGURES AND
124806*                             A RERUN OF THE SAME PAY DATE BACKS
124807*                             OUT WHAT THE EARLIER RUN ROLLED IN
124808******************************************************************
124809 3136-COMPUTE-EE-AMOUNT.
124810     IF BN-YTD-YEAR NOT EQUAL WS-BUSINESS-DATE (1:4)
124811         MOVE WS-BUSINESS-DATE (1:4) TO BN-YTD-YEAR
124812         MOVE ZERO           TO BN-YTD-EE
124813                                BN-YTD-ER
124814     ELSE
124815         IF BN-LAST-PAY-DATE EQUAL WS-BUSINESS-DATE
124816             SUBTRACT BN-LAST-EE FROM BN-YTD-EE
124817             SUBTRACT BN-LAST-ER FROM BN-YTD-ER
124818         END-IF
124819     END-IF.
124820     IF BN-EE-METHOD-PERCENT
124821         COMPUTE WS-BEN-EE-AMOUNT ROUNDED =
124822             WS-GROSS-PAY * BN-EE-PERCENT / 100
124823     ELSE
124824         MOVE BN-EE-AMOUNT   TO WS-BEN-EE-AMOUNT
124825     END-IF.
124826     IF BN-EE-PERIOD-CAP GREATER THAN ZERO
124827      AND WS-BEN-EE-AMOUNT GREATER THAN BN-EE-PERIOD-CAP
124828         MOVE BN-EE-PERIOD-CAP TO WS-BEN-EE-AMOUNT
124829     END-IF.
124830     IF BN-EE-ANNUAL-CAP GREATER THAN ZERO
124831         COMPUTE WS-BEN-ROOM = BN-EE-ANNUAL-CAP - BN-YTD-EE
124832         IF WS-BEN-EE-AMOUNT GREATER THAN WS-BEN-ROOM
124833             MOVE WS-BEN-ROOM TO WS-BEN-EE-AMOUNT
124834         END-IF
124835     END-IF.
124836     IF WS-BEN-EE-AMOUNT GREATER THAN WS-NET-PAY
124837         MOVE WS-NET-PAY     TO WS-BEN-EE-AMOUNT
124838     END-IF.
124839     IF WS-BEN-EE-AMOUNT LESS THAN ZERO
124840         MOVE ZERO           TO WS-BEN-EE-AMOUNT
124841     END-IF.
124842 3136-EXIT.
124843     EXIT.
124844
124845 3137-COMPUTE-ER-AMOUNT.
124846     IF BN-ER-METHOD-PERCENT
124847         COMPUTE WS-BEN-ER-AMOUNT ROUNDED =
124848             WS-GROSS-PAY * BN-ER-PERCENT / 100
124849     ELSE
124850         MOVE BN-ER-AMOUNT   TO WS-BEN-ER-AMOUNT
124851     END-IF.
124852     IF BN-ER-PERIOD-CAP GREATER THAN ZERO
124853      AND WS-BEN-ER-AMOUNT GREATER THAN BN-ER-PERIOD-CAP
124854         MOVE BN-ER-PERIOD-CAP TO WS-BEN-ER-AMOUNT
124855     END-IF.
124856     IF BN-ER-ANNUAL-CAP GREATER THAN ZERO
124857         COMPUTE WS-BEN-ROOM = BN-ER-ANNUAL-CAP - BN-YTD-ER
124858         IF WS-BEN-ER-AMOUNT GREATER THAN WS-BEN-ROOM
124859             MOVE WS-BEN-ROOM TO WS-BEN-ER-AMOUNT
124860         END-IF
124861     END-IF.
124862     IF WS-BEN-ER-AMOUNT LESS THAN ZERO
124863         MOVE ZERO           TO WS-BEN-ER-AMOUNT
124864     END-IF.
124865 3137-EXIT.
124866     EXIT.
124867
124868 3138-TABLE-BEN-SLIP.
124869     IF WS-BSLIP-COUNT NOT LESS THAN WS-BSLIP-MAX
124870         GO TO 3138-EXIT
124871     END-IF.
124872     ADD 1                   TO WS-BSLIP-COUNT.
124873     MOVE BN-PLAN-CODE       TO WS-BS-PLAN-CODE (WS-BSLIP-COUNT).
124874     MOVE BN-TAX-TREATMENT   TO WS-BS-TREATMENT (WS-BSLIP-COUNT).
124875     MOVE WS-BEN-EE-AMOUNT   TO WS-BS-EE-AMOUNT (WS-BSLIP-COUNT).
124876     MOVE WS-BEN-ER-AMOUNT   TO WS-BS-ER-AMOUNT (WS-BSLIP-COUNT).
124877 3138-EXIT.
124878     EXIT.
124879
124900******************************************************************
125000*    3170-COMPUTE-TAX - BANDED MARGINAL WITHHOLDING - EACH SLICE
125100*                       OF THE TAXABLE PAY (GROSS LESS PRE-TAX
125150*                       BENEFITS) ABOVE A BAND FLOOR IS TAXED
125200*                       AT THAT BAND'S RATE; A ZERO OR NEGATIVE
125300*                       TAXABLE PAY WITHHOLDS NOTHING
125400******************************************************************
125500 3170-COMPUTE-TAX.
125600     MOVE ZERO               TO WS-TAX-AMOUNT.
125700     IF WS-TAXABLE-PAY NOT GREATER THAN ZERO
125800      OR WS-TXB-COUNT EQUAL ZERO
125900         GO TO 3170-EXIT
126000     END-IF.
127100     ELSE
127200         MOVE 9999999.99     TO WS-BAND-CEILING
127300     END-IF.
127400     IF WS-TAXABLE-PAY GREATER THAN WS-TXB-FLOOR (WS-TXB-SUB)
127500         MOVE WS-TAXABLE-PAY TO WS-BAND-TOP
127600         IF WS-BAND-TOP GREATER THAN WS-BAND-CEILING
127700             MOVE WS-BAND-CEILING TO WS-BAND-TOP
127800         END-IF
143200         WS-RM-WRITTEN-SW (WS-REMIT-COUNT).
143300 3190-EXIT.
143400     EXIT.
143402
143404*    BENEFIT REMITTANCES ARE TABLED AND WRITTEN GROUPED BY
143406*    PROVIDER THE SAME WAY, WITH THE SAME OVERFLOW RULE
143408 3192-WRITE-BEN-REMIT-DETAIL.
143410     ADD 1                   TO WS-BEN-REMIT-COUNT.
143412     ADD WS-BEN-EE-AMOUNT    TO WS-BEN-HASH-TOTAL.
143414     ADD WS-BEN-ER-AMOUNT    TO WS-BEN-HASH-TOTAL.
143416     IF WS-BEN-RMT-COUNT NOT LESS THAN WS-BEN-RMT-MAX
143418         IF NOT WS-BEN-OVERFLOW
143420             DISPLAY "BENEFIT REMIT TABLE FULL - FURTHER "
143422                     "DETAILS WRITTEN UNGROUPED"
143424             SET WS-BEN-OVERFLOW TO TRUE
143426         END-IF
143428         MOVE BN-PROVIDER-ID TO WS-BNR-PROVIDER-ID
143430         MOVE BN-PROVIDER-NAME TO WS-BNR-PROVIDER-NAME
143432         MOVE BN-PLAN-CODE   TO WS-BNR-PLAN-CODE
143434         MOVE EMP-ID         TO WS-BNR-EMP-ID
143436         MOVE WS-BEN-EE-AMOUNT TO WS-BNR-EE-AMOUNT
143438         MOVE WS-BEN-ER-AMOUNT TO WS-BNR-ER-AMOUNT
143440         WRITE BENEFIT-REMIT-LINE FROM WS-BEN-DETAIL-RECORD
143442         GO TO 3192-EXIT
143444     END-IF.
143446     ADD 1                   TO WS-BEN-RMT-COUNT.
143448     MOVE BN-PROVIDER-ID     TO
143450         WS-BR-PROVIDER-ID (WS-BEN-RMT-COUNT).
143452     MOVE BN-PROVIDER-NAME   TO
143454         WS-BR-PROVIDER-NAME (WS-BEN-RMT-COUNT).
143456     MOVE BN-PLAN-CODE       TO
143457         WS-BR-PLAN-CODE (WS-BEN-RMT-COUNT).
143458     MOVE EMP-ID             TO WS-BR-EMP-ID (WS-BEN-RMT-COUNT).
143460     MOVE WS-BEN-EE-AMOUNT   TO
143462         WS-BR-EE-AMOUNT (WS-BEN-RMT-COUNT).
143464     MOVE WS-BEN-ER-AMOUNT   TO
143466         WS-BR-ER-AMOUNT (WS-BEN-RMT-COUNT).
143468     MOVE 'N'                TO
143470         WS-BR-WRITTEN-SW (WS-BEN-RMT-COUNT).
143472 3192-EXIT.
143474     EXIT.
143500
143600******************************************************************
143700*    3950-WRITE-REMIT-GROUPED - ONE PAYEE'S DETAILS TOGETHER,
147100     END-IF.
147200 3960-EXIT.
147300     EXIT.
147302
147304******************************************************************
147306*    3970-WRITE-BEN-REMIT-GROUPED - ONE PROVIDER'S DETAILS
147308*                                   TOGETHER, EACH PROVIDER IN
147310*                                   FIRST-SEEN ORDER
147312******************************************************************
147314 3970-WRITE-BEN-REMIT-GROUPED.
147316     PERFORM 3975-GROUP-ONE-BEN-ENTRY THRU 3975-EXIT
147318             VARYING WS-RMT-SUB FROM 1 BY 1
147320             UNTIL WS-RMT-SUB GREATER THAN WS-BEN-RMT-COUNT.
147322 3970-EXIT.
147324     EXIT.
147326
147328 3975-GROUP-ONE-BEN-ENTRY.
147330     IF WS-BR-WRITTEN-SW (WS-RMT-SUB) EQUAL 'Y'
147332         GO TO 3975-EXIT
147334     END-IF.
147336     MOVE WS-BR-PROVIDER-ID (WS-RMT-SUB) TO WS-CURR-PROVIDER.
147338     PERFORM 3980-WRITE-ONE-PROVIDER THRU 3980-EXIT
147340             VARYING WS-RMT-INNER FROM WS-RMT-SUB BY 1
147342             UNTIL WS-RMT-INNER GREATER THAN WS-BEN-RMT-COUNT.
147344 3975-EXIT.
147346     EXIT.
147348
147350 3980-WRITE-ONE-PROVIDER.
147352     IF WS-BR-WRITTEN-SW (WS-RMT-INNER) EQUAL 'N'
147354      AND WS-BR-PROVIDER-ID (WS-RMT-INNER) EQUAL WS-CURR-PROVIDER
147356         MOVE WS-BR-PROVIDER-ID (WS-RMT-INNER)
147358                             TO WS-BNR-PROVIDER-ID
147360         MOVE WS-BR-PROVIDER-NAME (WS-RMT-INNER)
147362                             TO WS-BNR-PROVIDER-NAME
147364         MOVE WS-BR-PLAN-CODE (WS-RMT-INNER)
147366                             TO WS-BNR-PLAN-CODE
147368         MOVE WS-BR-EMP-ID (WS-RMT-INNER)
147370                             TO WS-BNR-EMP-ID
147372         MOVE WS-BR-EE-AMOUNT (WS-RMT-INNER)
147374                             TO WS-BNR-EE-AMOUNT
147376         MOVE WS-BR-ER-AMOUNT (WS-RMT-INNER)
147378                             TO WS-BNR-ER-AMOUNT
147380         WRITE BENEFIT-REMIT-LINE FROM WS-BEN-DETAIL-RECORD
147382         MOVE 'Y'            TO WS-BR-WRITTEN-SW (WS-RMT-INNER)
147384     END-IF.
147386 3980-EXIT.
147388     EXIT.
147400
147500******************************************************************
147600*    3195-ROLL-YTD-MASTER - FOLD THIS PERIOD'S GROSS, ADJUSTMENT,
149300                                YTD-ADJUSTMENTS
149400                                YTD-DEDUCTIONS
149500                                YTD-NET
149550                                YTD-TAX
149600         NOT INVALID KEY
149700             MOVE 'Y'        TO WS-YTD-FOUND-SW
149800     END-READ.
149900     ADD WS-GROSS-PAY        TO YTD-GROSS.
150000     ADD WS-ADJ-TOTAL        TO YTD-ADJUSTMENTS.
150100     COMPUTE YTD-DEDUCTIONS = YTD-DEDUCTIONS
150200         + WS-TAX-AMOUNT + WS-EMP-BEN-TOTAL + WS-EMP-GARN-TOTAL.
150300     ADD WS-NET-PAY          TO YTD-NET.
150350     ADD WS-TAX-AMOUNT       TO YTD-TAX.
150400     IF WS-YTD-FOUND
150500         REWRITE YTD-MASTER-RECORD
150600     ELSE
150900     ADD 1                   TO WS-YTD-ROLL-COUNT.
151000 3195-EXIT.
151100     EXIT.
151103
151106******************************************************************
151109*    3196-WRITE-PAY-HISTORY - RECORD THIS EMPLOYEE'S RESULT FOR
151112*                             THE PAY DATE ON THE PAY-RESULT
151115*                             MASTER; A RERUN OF THE SAME NIGHT
151118*                             REPLACES ITS EARLIER RESULT
151121******************************************************************
151124 3196-WRITE-PAY-HISTORY.
151127     IF NOT WS-PHIST-FILE-PRESENT
151130         GO TO 3196-EXIT
151133     END-IF.
151136     MOVE EMP-ID             TO PH-EMP-ID.
151139     MOVE WS-BUSINESS-DATE   TO PH-PAY-DATE.
151142     SET PH-RUN-REGULAR      TO TRUE.
151145     MOVE WS-PAY-GROUP       TO PH-PAY-GROUP.
151148     MOVE WS-PERIOD-START    TO PH-PERIOD-START.
151151     MOVE WS-PERIOD-END      TO PH-PERIOD-END.
151154     MOVE WS-PERIOD-BASE-PAY TO PH-BASE-PAY.
151157     MOVE WS-ADJ-TOTAL       TO PH-ADJ-TOTAL.
151160     MOVE WS-GROSS-PAY       TO PH-GROSS.
151163     MOVE WS-TAX-AMOUNT      TO PH-TAX.
151166     MOVE WS-EMP-GARN-TOTAL  TO PH-GARN.
151167     MOVE WS-EMP-BEN-TOTAL   TO PH-BENEFIT.
151168     MOVE WS-EMP-ADJ-COUNT   TO PH-ADJ-COUNT.
151169     MOVE WS-NET-PAY         TO PH-NET.
151170     MOVE WS-ADJ-BASE-TOTAL  TO PH-ADJ-BASE.
151172     WRITE PAY-HIST-RECORD
151175         INVALID KEY
151178             REWRITE PAY-HIST-RECORD
151181     END-WRITE.
151184     ADD 1                   TO WS-PHIST-WRITE-COUNT.
151187 3196-EXIT.
151190     EXIT.
151200
151300******************************************************************
151400*    3198-ROLL-LABOR-DIST - FOLD THIS EMPLOYEE'S GROSS,
154000     ADD WS-GROSS-PAY        TO WS-LB-GROSS (WS-LAB-HIT).
154100     COMPUTE WS-LB-DEDUCT (WS-LAB-HIT) =
154200         WS-LB-DEDUCT (WS-LAB-HIT)
154300         + WS-TAX-AMOUNT + WS-EMP-BEN-TOTAL
154350         + WS-EMP-GARN-TOTAL.
154400     ADD WS-NET-PAY          TO WS-LB-NET (WS-LAB-HIT).
154500 3198-EXIT.
154600     EXIT.
155600 3200-PRINT-REGISTER.
155700     MOVE EMP-ID             TO WS-REG-EMP-ID.
155800     MOVE EMP-NAME           TO WS-REG-NAME.
155900     MOVE WS-PERIOD-BASE-PAY TO WS-REG-BASE-PAY.
156000     MOVE WS-ADJ-TOTAL       TO WS-REG-ADJ-TOTAL.
156100     MOVE WS-NET-PAY         TO WS-REG-NET-PAY.
156200     WRITE PAY-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
156600******************************************************************
156700*    3250-PRINT-DEDUCTION-REG - ONE DEDUCTION REGISTER LINE PER
156800*                               PAID EMPLOYEE - GROSS, WITHHELD
156900*                               TAX, BENEFITS, GARNISHMENTS
156950*                               AND NET
157000******************************************************************
157100 3250-PRINT-DEDUCTION-REG.
157200     MOVE EMP-ID             TO WS-DED-EMP-ID.
157300     MOVE EMP-NAME           TO WS-DED-NAME.
157400     MOVE WS-GROSS-PAY       TO WS-DED-GROSS.
157500     MOVE WS-TAX-AMOUNT      TO WS-DED-TAX.
157550     MOVE WS-EMP-BEN-TOTAL   TO WS-DED-BEN.
157600     MOVE WS-EMP-GARN-TOTAL  TO WS-DED-GARN.
157700     MOVE WS-NET-PAY         TO WS-DED-NET.
157800     WRITE DEDUCTION-REG-LINE FROM WS-DED-DETAIL-LINE.
159500     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-EMP-LINE.
159600     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-RULE.
159700     MOVE "BASE PAY            :" TO WS-PS-LABEL.
159720     IF WS-PRORATED
159740         MOVE "BASE PAY (PRORATED) :" TO WS-PS-LABEL
159760     END-IF.
159800     MOVE WS-PERIOD-BASE-PAY TO WS-PS-AMOUNT.
159900     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
160000     PERFORM 3350-PRINT-ONE-ADJ THRU 3350-EXIT
160100             VARYING WS-SLIP-SUB FROM 1 BY 1
160600     MOVE "GROSS PAY           :" TO WS-PS-LABEL.
160700     MOVE WS-GROSS-PAY       TO WS-PS-AMOUNT.
160800     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
160808     IF WS-BSLIP-COUNT GREATER THAN ZERO
160816         PERFORM 3360-PRINT-ONE-BENEFIT THRU 3360-EXIT
160824                 VARYING WS-BSLIP-SUB FROM 1 BY 1
160832                 UNTIL WS-BSLIP-SUB GREATER THAN WS-BSLIP-COUNT
160840         MOVE "PRE-TAX BENEFITS    :" TO WS-PS-LABEL
160848         MOVE WS-EMP-BEN-PRE-TOTAL TO WS-PS-AMOUNT
160856         WRITE PAYSLIP-LINE  FROM WS-PAYSLIP-AMT-LINE
160864         MOVE "TAXABLE PAY         :" TO WS-PS-LABEL
160872         MOVE WS-TAXABLE-PAY TO WS-PS-AMOUNT
160880         WRITE PAYSLIP-LINE  FROM WS-PAYSLIP-AMT-LINE
160888     END-IF.
160900     MOVE "TAX WITHHELD        :" TO WS-PS-LABEL.
161000     MOVE WS-TAX-AMOUNT      TO WS-PS-AMOUNT.
161100     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
161110     IF WS-BSLIP-COUNT GREATER THAN ZERO
161120         MOVE "POST-TAX BENEFITS   :" TO WS-PS-LABEL
161130         MOVE WS-EMP-BEN-POST-TOTAL TO WS-PS-AMOUNT
161140         WRITE PAYSLIP-LINE  FROM WS-PAYSLIP-AMT-LINE
161150     END-IF.
161200     MOVE "GARNISHMENTS        :" TO WS-PS-LABEL.
161300     MOVE WS-EMP-GARN-TOTAL  TO WS-PS-AMOUNT.
161400     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-AMT-LINE.
163700     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-ADJ-LINE.
163800 3350-EXIT.
163900     EXIT.
163905
163910******************************************************************
163915*    3360-PRINT-ONE-BENEFIT - ONE ITEMIZED LINE PER BENEFIT PLAN
163920*                             TAKEN, WITH THE EMPLOYER'S
163925*                             CONTRIBUTION SHOWN ALONGSIDE
163930******************************************************************
163935 3360-PRINT-ONE-BENEFIT.
163940     MOVE WS-BS-PLAN-CODE (WS-BSLIP-SUB) TO WS-PS-BEN-PLAN.
163945     IF WS-BS-TREATMENT (WS-BSLIP-SUB) EQUAL 'P'
163950         MOVE "PRE-TAX "     TO WS-PS-BEN-TAX
163955     ELSE
163960         MOVE "POST-TAX"     TO WS-PS-BEN-TAX
163965     END-IF.
163970     MOVE WS-BS-EE-AMOUNT (WS-BSLIP-SUB) TO WS-PS-BEN-EE.
163975     MOVE WS-BS-ER-AMOUNT (WS-BSLIP-SUB) TO WS-PS-BEN-ER.
163980     WRITE PAYSLIP-LINE      FROM WS-PAYSLIP-BEN-LINE.
163985 3360-EXIT.
163990     EXIT.
164000
164100******************************************************************
164200*    3400-WRITE-BANK-PAYMENT - ONE PAYMENT RECORD PER EMPLOYEE
167400         MOVE EMP-ID         TO WS-CHQ-EMP-ID
167500         MOVE EMP-NAME       TO WS-CHQ-EMP-NAME
167600         MOVE WS-NET-PAY     TO WS-CHQ-NET-AMOUNT
167650         PERFORM 3450-ISSUE-CHEQUE THRU 3450-EXIT
167700         WRITE CHEQUE-LIST-LINE FROM WS-CHEQUE-DETAIL-LINE
167800     END-IF.
167900 3400-EXIT.
168000     EXIT.
168004
168008******************************************************************
168012*    3450-ISSUE-CHEQUE - NUMBER THE CHEQUE FROM THE CHQREG STOCK
168016*                        REGISTER; AN UNRECORDED CHEQUE STILL
168020*                        PRINTS, WITH A ZERO SERIAL, AND IS
168024*                        COUNTED FOR THE RC 4 WARNING
168028******************************************************************
168032 3450-ISSUE-CHEQUE.
168034     MOVE 'I'                    TO CIA-FUNCTION.
168036     MOVE EMP-ID                 TO CIA-EMP-ID.
168040     MOVE EMP-NAME               TO CIA-PAYEE-NAME.
168044     MOVE WS-NET-PAY             TO CIA-AMOUNT.
168048     MOVE WS-BUSINESS-DATE       TO CIA-ISSUE-DATE.
168052     MOVE 'P'                    TO CIA-SOURCE.
168056     CALL "CHQISSUE"             USING CHQ-ISSUE-AREA.
168060     MOVE CIA-SERIAL             TO WS-CHQ-SERIAL.
168064     IF NOT CIA-ISSUED
168068         ADD 1                   TO WS-CHQ-UNREG-COUNT
168072         DISPLAY "CHEQUE REGISTER NOT UPDATED - EMPLOYEE "
168076                 EMP-ID " LISTED WITHOUT A SERIAL"
168080     END-IF.
168084 3450-EXIT.
168088     EXIT.
168100
168200******************************************************************
168300*    3850-COUNT-ORPHAN - AN ADJUSTMENT WITH NO MASTER EMPLOYEE
172500         DISPLAY "OUT-OF-RANGE EMPS    : " WS-RANGE-EMP-SKIPPED
172600         DISPLAY "OUT-OF-RANGE TRANS   : " WS-RANGE-SKIP-COUNT
172700     END-IF.
172708     IF WS-GROUP-MODE
172716         DISPLAY "PAY GROUP            : " WS-PAY-GROUP
172724         DISPLAY "PAY PERIOD           : " WS-PERIOD-START
172732                 " TO " WS-PERIOD-END
172740         DISPLAY "OTHER GROUP SKIPPED  : " WS-GROUP-SKIP-COUNT
172748         DISPLAY "PRORATED BASE PAYS   : " WS-PRORATED-COUNT
172756         DISPLAY "FINAL PAYS           : " WS-FINAL-PAY-COUNT
172760         DISPLAY "SETTLEMENT PAYS      : " WS-SETTLE-PAY-COUNT
172764         DISPLAY "CARRIED IN           : " WS-CARRY-IN-COUNT
172772         DISPLAY "CARRIED FORWARD      : " WS-CARRY-OUT-COUNT
172780         DISPLAY "CARRIED, GROUP MOVED : " WS-CARRY-STRAY-COUNT
172788     END-IF.
172800     DISPLAY "EMPLOYEES PAID       : " WS-PAID-COUNT.
172900     DISPLAY "TERMINATED SKIPPED   : " WS-TERM-SKIP-COUNT.
173000     DISPLAY "ADJUSTMENTS APPLIED  : " WS-ADJ-APPLIED-COUNT.
173100     DISPLAY "HELD FOR APPROVAL    : " WS-HELD-SKIP-COUNT.
173200     DISPLAY "REVERSALS SKIPPED    : " WS-REV-SKIP-COUNT.
173250     DISPLAY "RATE CODES SKIPPED   : " WS-RATE-SKIP-COUNT.
173300     DISPLAY "ORPHAN ADJUSTMENTS   : " WS-ORPHAN-COUNT.
173400     DISPLAY "TOTAL GROSS PAY      : " WS-TOTAL-GROSS.
173500     DISPLAY "TOTAL TAX WITHHELD   : " WS-TOTAL-TAX.
173600     DISPLAY "TOTAL GARNISHED      : " WS-TOTAL-GARN.
173620     DISPLAY "TOTAL BENEFITS (EE)  : " WS-TOTAL-BEN.
173640     DISPLAY "TOTAL BENEFITS (ER)  : " WS-TOTAL-BEN-ER.
173660     DISPLAY "BEN REMIT RECORDS    : " WS-BEN-REMIT-COUNT.
173700     DISPLAY "GARN REMIT RECORDS   : " WS-GARN-REMIT-COUNT.
173800     DISPLAY "YTD RECORDS ROLLED   : " WS-YTD-ROLL-COUNT.
173850     DISPLAY "PAY RESULTS RECORDED : " WS-PHIST-WRITE-COUNT.
173900     DISPLAY "TOTAL NET PAY        : " WS-TOTAL-NET-PAY.
174000     DISPLAY "BANK PAYMENTS WRITTEN: " WS-BANK-PAY-COUNT.
174100     DISPLAY "NO-PAYMENT NETS      : " WS-NO-PAY-COUNT.
174200     DISPLAY "CHEQUE FALLBACKS     : " WS-CHEQUE-COUNT.
174250     DISPLAY "CHEQUES NOT NUMBERED : " WS-CHQ-UNREG-COUNT.
174300     DISPLAY "BANK HASH TOTAL      : " WS-BANK-HASH-TOTAL.
174400     CLOSE EMPLOYEE-MASTER.
174500     CLOSE PAY-REGISTER.
174800     CLOSE DEDUCTION-REG.
174900     CLOSE GARN-REMIT.
175000     CLOSE GARN-ORDER-MASTER.
175030     CLOSE BENEFIT-REMIT.
175060     CLOSE BENEFIT-MASTER.
175100     CLOSE YTD-MASTER.
175150     CLOSE PAY-HISTORY.
175200     CLOSE EMP-BANK-MASTER.
175300     CLOSE CHEQUE-LIST.
175320     MOVE 'T'                    TO CIA-FUNCTION.
175340     CALL "CHQISSUE"             USING CHQ-ISSUE-AREA.
175400     CLOSE DEPT-MASTER.
175500     CLOSE LABOR-DIST.
175520     IF WS-GROUP-MODE
175540         CLOSE ADJ-CARRY-OUT
175560     END-IF.
175600     IF WS-ORPHAN-COUNT > ZERO
175700      OR WS-REMIT-OVERFLOW
175720      OR WS-BEN-OVERFLOW
175750      OR WS-CARRY-STRAY-COUNT > ZERO
175775      OR WS-CHQ-UNREG-COUNT > ZERO
175800         MOVE 4              TO RETURN-CODE
175900     END-IF.
176000     IF WS-FILE-ERROR
179500             VARYING WS-LAB-SUB FROM 1 BY 1
179600             UNTIL WS-LAB-SUB GREATER THAN WS-LAB-COUNT.
179700     MOVE WS-RUN-DATE            TO WS-LT-BUS-DATE.
179750     MOVE WS-PAY-GROUP           TO WS-LT-PAY-GROUP.
179800     WRITE LABOR-DIST-LINE       FROM WS-LAB-TRAILER-RECORD.
179900     IF NOT WS-RANGE-MODE
179950      AND WS-PAY-DATE
180000         MOVE "LABDIST"          TO WS-MAN-FILE-ID
180020         IF WS-GROUP-MODE
180040             MOVE WS-PAY-GROUP   TO WS-MAN-FILE-ID (8:1)
180060         END-IF
180100         MOVE WS-LAB-COUNT       TO WS-MAN-COUNT
180200         MOVE WS-LT-NET          TO WS-MAN-HASH
180300         CALL "MANIFEST"         USING WS-MAN-FILE-ID
181000
181100 8050-WRITE-ONE-DEPT.
181200     MOVE WS-RUN-DATE            TO WS-LD-BUS-DATE.
181250     MOVE WS-PAY-GROUP           TO WS-LD-PAY-GROUP.
181300     MOVE WS-LB-DEPT-CODE (WS-LAB-SUB) TO WS-LD-DEPT-CODE.
181400     MOVE SPACES                 TO WS-LD-COST-CENTER.
181500     IF WS-DEPT-REF-PRESENT
