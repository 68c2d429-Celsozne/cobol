001600*                     REGISTER PRINTS PER BRANCH WITH SUBTOTALS,
001700*                     AND NOT-FOUND BRANCH CODES GO TO TAXEXC THE
001800*                     WAY TB6 ROUTES THEM TO TB6EXC.
001802*    2026-09-02 JPL   THE REGISTER NOW BREAKS BY REGION ABOVE
001804*                     THE BRANCH BREAK, USING THE BRREGION
001806*                     BRANCH-TO-REGION REFERENCE - EACH REGION
001808*                     CLOSES WITH A SUMMARY OF TAXABLE AMOUNT
001810*                     AND TAX, AND A BRANCH WITH NO REGION
001812*                     ASSIGNMENT SURFACES IN ITS OWN EXCEPTION
001814*                     SECTION INSTEAD OF FOLDING INTO ONE.
001816*    2026-09-02 JPL   THE RUN ALSO WRITES THE TAXREMIT
001818*                     REMITTANCE INTERFACE - ONE RECORD PER
001820*                     BRANCH WITH TAXABLE AMOUNT AND TAX,
001822*                     GROUPED BY THE AUTHORITY FROM BRREGION,
001824*                     INSIDE THE STANDARD HDR/TRL ENVELOPE
001826*                     WITH A TAX AMOUNT HASH THE WAY BANKPAY
001828*                     CLOSES OUT.
001830*    2026-09-02 JPL   THE REMITTANCE FILE IS REGISTERED ON THE
001832*                     XMITMAN TRANSMISSION MANIFEST (SHARED
001834*                     MANIFEST ROUTINE) AS IT IS CREATED.
001836*    2026-10-15 JPL   BRLOOKUP NOW READS THE BRMAST BRANCH MASTER
001838*                     AS OF A DATE - EACH SALE IS TAXED AT THE
001840*                     RATE IN FORCE ON ITS SALE DATE (THE BUSINESS
001842*                     DATE WHEN THE FEED LEAVES IT BLANK), AND A
001844*                     SALE AT A BRANCH NOT OPEN THAT DAY GOES TO
001846*                     TAXEXC.
001848*    2026-10-15 JPL   TAX COMPONENTS - A BRANCH'S RATE MAY BE
001850*                     SPLIT (STATE, LOCAL, ...) WITH EACH PART
001852*                     REMITTED TO ITS OWN AUTHORITY.  EACH
001854*                     COMPONENT IS TAXED SEPARATELY, THE REGISTER
001856*                     BREAKS EACH BRANCH AND REGION DOWN BY
001858*                     COMPONENT, AND TAXREMIT CARRIES ONE LINE
001860*                     PER AUTHORITY AND COMPONENT INSTEAD OF ONE
001862*                     PER BRANCH.  AN UNSPLIT RATE IS THE SINGLE
001864*                     COMPONENT "SALES" FOR THE REGION'S
001866*                     AUTHORITY.  THE REGISTER CLOSES WITH
001868*                     CONTROL TOTALS PROVING THE TAXED AND
001870*                     EXCEPTION AMOUNTS TO THE BRSALES TAXABLE
001872*                     AMOUNT AND THE REMITTED TAX TO THE TAX
001874*                     CHARGED; OUT OF BALANCE IS RC 8.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004920     05  SS-REGION-CODE          PIC X(03).
005000     05  SS-BRANCH-CODE          PIC X(03).
005100     05  SS-TAXABLE-AMOUNT       PIC 9(07)V9(02).
005150     05  SS-SALE-DATE            PIC 9(08).
005200
005300 WORKING-STORAGE SECTION.
005310 01  WS-BDAT-STATUS              PIC X(02).
006000         88  WS-FOUND                        VALUE 'Y'.
006100     05  WS-BRANCH-STARTED-SW    PIC X(01)   VALUE 'N'.
006200         88  WS-BRANCH-STARTED               VALUE 'Y'.
006210     05  WS-CMP-FOUND-SW         PIC X(01)   VALUE 'N'.
006220         88  WS-CMP-FOUND                    VALUE 'Y'.
006230     05  WS-CMP-FULL-SW          PIC X(01)   VALUE 'N'.
006240         88  WS-CMP-FULL                     VALUE 'Y'.
006250     05  WS-BALANCE-SW           PIC X(01)   VALUE 'Y'.
006260         88  WS-IN-BALANCE                   VALUE 'Y'.
006270         88  WS-OUT-OF-BALANCE               VALUE 'N'.
006300
006400 01  WS-TAX-RATE                 PIC 9(02)V9(02).
006500 01  WS-TAX-AMOUNT               PIC 9(09)V9(02).
006510     COPY BRCOMP.
006520 01  WS-CMP-TAX                  PIC 9(09)V9(02).
006530 01  WS-CMP-NEW-CODE             PIC X(05).
006540 01  WS-CMP-NEW-AUTHORITY        PIC X(06).
006550 77  WS-CMP-SUB                  PIC 9(03)   COMP.
006560 77  WS-CMP-POS                  PIC 9(03)   COMP.
006580 77  WS-CMP-SHIFT                PIC 9(03)   COMP.
006600
006700 77  WS-SALES-COUNT              PIC 9(05)   COMP    VALUE ZERO.
006800 77  WS-EXCEPTION-COUNT          PIC 9(05)   COMP    VALUE ZERO.
007210 01  WS-REGION-SALES-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
007220 01  WS-REGION-TAX-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
007300 01  WS-GRAND-TAX-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
007302 01  WS-INPUT-SALES-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
007304 01  WS-GRAND-SALES-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
007306 01  WS-EXC-SALES-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
007308 01  WS-UNREMITTED-TAX           PIC 9(11)V9(02) VALUE ZERO.
007310 01  WS-CONTROL-CHECK            PIC 9(11)V9(02).
007312
007314*    COMPONENT TOTALS FOR THE CURRENT BRANCH, THE CURRENT REGION
007316*    AND THE WHOLE RUN (THE LAST KEPT IN AUTHORITY/COMPONENT
007318*    ORDER FOR TAXREMIT)
007320 77  WS-BK-MAX                   PIC 9(03)   COMP    VALUE 9.
007322 77  WS-BK-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
007324 01  WS-BRANCH-CMP-TABLE.
007326     05  WS-BK-ENTRY             OCCURS 9 TIMES.
007328         10  WS-BK-CODE          PIC X(05).
007330         10  WS-BK-AUTHORITY     PIC X(06).
007332         10  WS-BK-TAXABLE       PIC 9(11)V9(02).
007334         10  WS-BK-TAX           PIC 9(11)V9(02).
007336 77  WS-RK-MAX                   PIC 9(03)   COMP    VALUE 30.
007338 77  WS-RK-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
007340 01  WS-REGION-CMP-TABLE.
007342     05  WS-RK-ENTRY             OCCURS 30 TIMES.
007344         10  WS-RK-CODE          PIC X(05).
007346         10  WS-RK-AUTHORITY     PIC X(06).
007348         10  WS-RK-TAXABLE       PIC 9(11)V9(02).
007350         10  WS-RK-TAX           PIC 9(11)V9(02).
007352 77  WS-AK-MAX                   PIC 9(03)   COMP    VALUE 100.
007354 77  WS-AK-COUNT                 PIC 9(03)   COMP    VALUE ZERO.
007356 01  WS-REMIT-CMP-TABLE.
007358     05  WS-AK-ENTRY             OCCURS 100 TIMES.
007360         10  WS-AK-KEY.
007362             15  WS-AK-AUTHORITY PIC X(06).
007364             15  WS-AK-CODE      PIC X(05).
007366         10  WS-AK-TAXABLE       PIC 9(11)V9(02).
007368         10  WS-AK-TAX           PIC 9(11)V9(02).
007370 01  WS-AK-NEW-KEY.
007372     05  WS-AK-NEW-AUTHORITY     PIC X(06).
007374     05  WS-AK-NEW-CODE          PIC X(05).
007376
007378 77  WS-MAP-MAX                  PIC 9(03)   COMP    VALUE 100.
007380 77  WS-MAP-COUNT                PIC 9(03)   COMP    VALUE ZERO.
007382 77  WS-MAP-SUB                  PIC 9(03)   COMP.
007384 01  WS-REGION-MAP.
007386     05  WS-MAP-ENTRY            OCCURS 100 TIMES.
007388         10  WS-MP-BRANCH        PIC X(03).
007390         10  WS-MP-REGION        PIC X(03).
007392         10  WS-MP-REGION-NAME   PIC X(20).
007394         10  WS-MP-AUTHORITY     PIC X(06).
007396 01  WS-REGION-NAME-SHOW         PIC X(20).
007398 77  WS-REMIT-COUNT              PIC 9(07)   COMP    VALUE ZERO.
007402 01  WS-MAN-FILE-ID              PIC X(08).
007403 01  WS-MAN-COUNT                PIC 9(07)   VALUE ZERO.
007394 01  WS-REMIT-HASH               PIC 9(11)V9(02) VALUE ZERO.
007396 01  WS-REMIT-DETAIL-RECORD.
007397     05  WS-RM-REC-TYPE          PIC X(01)   VALUE 'D'.
007398     05  WS-RM-AUTHORITY-ID      PIC X(06).
007399     05  WS-RM-COMPONENT         PIC X(05).
007400     05  WS-RM-TAXABLE           PIC 9(09)V9(02).
007401     05  WS-RM-TAX               PIC 9(09)V9(02).
007400
009992     05  WS-RT-SALES             PIC Z(10)9.99.
009993     05  FILLER                  PIC X(07)   VALUE "  TAX: ".
009994     05  WS-RT-TAX               PIC Z(10)9.99.
009997
010000 01  WS-COMPONENT-LINE.
010003     05  FILLER                  PIC X(04)   VALUE SPACES.
010006     05  FILLER                  PIC X(10)   VALUE "COMPONENT ".
010009     05  WS-CL-CODE              PIC X(05).
010012     05  FILLER                  PIC X(02)   VALUE SPACES.
010015     05  WS-CL-AUTHORITY         PIC X(06).
010018     05  FILLER                  PIC X(02)   VALUE SPACES.
010021     05  WS-CL-TAXABLE           PIC Z(10)9.99.
010024     05  FILLER                  PIC X(02)   VALUE SPACES.
010027     05  WS-CL-TAX               PIC Z(10)9.99.
010030
010033 01  WS-REMIT-HEADER.
010036     05  FILLER                  PIC X(40)   VALUE
010039         "REMITTANCE BY AUTHORITY AND COMPONENT".
010042
010045 01  WS-CONTROL-LINE.
010048     05  WS-CT-LABEL             PIC X(30).
010051     05  WS-CT-AMOUNT            PIC Z(10)9.99.
010054     05  FILLER                  PIC X(02)   VALUE SPACES.
010057     05  WS-CT-VERDICT           PIC X(16).
010060
010063 01  WS-UNASSIGNED-HEADER.
010066     05  FILLER                  PIC X(30)   VALUE
010069         "UNASSIGNED BRANCH CODES".
010072
010100 01  WS-GRAND-LINE.
010200     05  FILLER                  PIC X(17)   VALUE
010300         "GRAND TOTAL TAX: ".
013349     END-IF.
013350     MOVE BS-BRANCH-CODE         TO SS-BRANCH-CODE.
013351     MOVE BS-TAXABLE-AMOUNT      TO SS-TAXABLE-AMOUNT.
013352     ADD BS-TAXABLE-AMOUNT       TO WS-INPUT-SALES-TOTAL.
013353     IF BS-SALE-DATE NUMERIC AND BS-SALE-DATE > ZERO
013354         MOVE BS-SALE-DATE       TO SS-SALE-DATE
013355     ELSE
013356         MOVE WS-BUSINESS-DATE   TO SS-SALE-DATE
013357     END-IF.
013358     RELEASE SORT-RECORD.
013359     PERFORM 2090-READ-SALE THRU 2090-EXIT.
013360 2010-EXIT.
013361     EXIT.
013362
013363 2050-SCAN-ONE-MAP.
013364     IF WS-MP-BRANCH (WS-MAP-SUB) EQUAL BS-BRANCH-CODE
013365         SET WS-MAP-FOUND        TO TRUE
013366         MOVE WS-MP-AUTHORITY (WS-MAP-SUB) TO SS-AUTHORITY-ID
013367         MOVE WS-MP-REGION (WS-MAP-SUB)    TO SS-REGION-CODE
013368     END-IF.
013369 2050-EXIT.
013370     EXIT.
013371
013372 2090-READ-SALE.
013373     READ BRANCH-SALES
013374         AT END
013375             SET WS-EOF TO TRUE
013376     END-READ.
013377 2090-EXIT.
013378     EXIT.
013300
013400******************************************************************
013500*    3000-TAX-BRANCHES - SORT OUTPUT PROCEDURE; TAX EACH SALE AT
013600*                        ITS BRANCH'S RATE WITH A SUBTOTAL PER
013700*                        BRANCH, THEN THE REMITTANCE BY AUTHORITY
013750*                        AND COMPONENT AND THE CONTROL TOTALS
013800******************************************************************
013900 3000-TAX-BRANCHES.
014000     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
014500     END-IF.
014600     MOVE WS-GRAND-TAX-TOTAL     TO WS-GRAND-TAX.
014700     WRITE TAX-REGISTER-LINE     FROM WS-GRAND-LINE.
014703     PERFORM 3500-WRITE-REMITTANCE THRU 3500-EXIT.
014706     PERFORM 3600-PRINT-CONTROLS THRU 3600-EXIT.
014710     MOVE SPACES                 TO FILE-TRAILER-RECORD.
014720     MOVE 'TRL'                  TO FT-REC-ID.
014730     MOVE WS-REMIT-COUNT         TO FT-REC-COUNT.
015300     MOVE 'N'                    TO WS-FOUND-SW.
015400     CALL "BRLOOKUP"             USING SS-BRANCH-CODE
015500                                       WS-TAX-RATE
015600                                       WS-FOUND-SW
015650                                       SS-SALE-DATE
015670                                       BRANCH-COMPONENT-AREA.
015700     IF NOT WS-FOUND
015800         ADD 1                   TO WS-EXCEPTION-COUNT
015900         MOVE SS-BRANCH-CODE     TO WS-EXC-BRANCH-CODE
016000         MOVE SS-TAXABLE-AMOUNT  TO WS-EXC-AMOUNT
016050         ADD SS-TAXABLE-AMOUNT   TO WS-EXC-SALES-TOTAL
016100         WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
016200         GO TO 3100-READ-NEXT
016300     END-IF.
017500         END-IF
017510         END-IF
017600     END-IF.
017620     IF BC-COMPONENT-COUNT EQUAL ZERO
017640         MOVE 1                  TO BC-COMPONENT-COUNT
017660         MOVE "SALES"            TO BC-CODE (1)
017680         MOVE SS-AUTHORITY-ID    TO BC-AUTHORITY (1)
017700         MOVE WS-TAX-RATE        TO BC-RATE (1)
017720     END-IF.
017740     MOVE ZERO                   TO WS-TAX-AMOUNT.
017760     PERFORM 3120-TAX-ONE-COMPONENT THRU 3120-EXIT
017780             VARYING WS-CMP-SUB FROM 1 BY 1
017800             UNTIL WS-CMP-SUB GREATER THAN BC-COMPONENT-COUNT.
017900     ADD SS-TAXABLE-AMOUNT       TO WS-BRANCH-SALES-TOTAL
017910                                    WS-REGION-SALES-TOTAL
017950                                    WS-GRAND-SALES-TOTAL.
018000     ADD WS-TAX-AMOUNT           TO WS-BRANCH-TAX-TOTAL
018010                                    WS-REGION-TAX-TOTAL
018100                                    WS-GRAND-TAX-TOTAL.
018900 3100-EXIT.
019000     EXIT.
019100
019102******************************************************************
019104*    3120-TAX-ONE-COMPONENT - TAX THE SALE AT ONE COMPONENT'S
019106*                             RATE AND ADD IT TO THE BRANCH,
019108*                             REGION AND REMITTANCE TOTALS.  TAX
019110*                             FOR AN UNASSIGNED BRANCH'S UNSPLIT
019112*                             RATE HAS NO AUTHORITY TO GO TO
019114******************************************************************
019116 3120-TAX-ONE-COMPONENT.
019118     COMPUTE WS-CMP-TAX ROUNDED =
019120             SS-TAXABLE-AMOUNT * BC-RATE (WS-CMP-SUB) / 100.
019122     ADD WS-CMP-TAX              TO WS-TAX-AMOUNT.
019124     MOVE BC-CODE (WS-CMP-SUB)   TO WS-CMP-NEW-CODE.
019126     MOVE BC-AUTHORITY (WS-CMP-SUB) TO WS-CMP-NEW-AUTHORITY.
019128     PERFORM 3130-ADD-BRANCH-CMP THRU 3130-EXIT.
019130     PERFORM 3140-ADD-REGION-CMP THRU 3140-EXIT.
019132     IF WS-CMP-NEW-AUTHORITY EQUAL "ZZZZZZ"
019134         ADD WS-CMP-TAX          TO WS-UNREMITTED-TAX
019136     ELSE
019138         PERFORM 3150-ADD-REMIT-CMP THRU 3150-EXIT
019140     END-IF.
019142 3120-EXIT.
019144     EXIT.
019146
019148 3130-ADD-BRANCH-CMP.
019150     MOVE 'N'                    TO WS-CMP-FOUND-SW.
019152     PERFORM 3135-SCAN-BRANCH-CMP THRU 3135-EXIT
019154             VARYING WS-CMP-POS FROM 1 BY 1
019156             UNTIL WS-CMP-POS GREATER THAN WS-BK-COUNT
019158                OR WS-CMP-FOUND.
019160     IF WS-CMP-FOUND
019162         GO TO 3130-EXIT
019164     END-IF.
019166     IF WS-BK-COUNT NOT LESS THAN WS-BK-MAX
019168         SET WS-CMP-FULL         TO TRUE
019170         DISPLAY "BRANCH COMPONENT TABLE FULL - BRANCH "
019172                 SS-BRANCH-CODE
019174         GO TO 3130-EXIT
019176     END-IF.
019178     ADD 1                       TO WS-BK-COUNT.
019180     MOVE WS-CMP-NEW-CODE        TO WS-BK-CODE (WS-BK-COUNT).
019182     MOVE WS-CMP-NEW-AUTHORITY   TO WS-BK-AUTHORITY (WS-BK-COUNT).
019184     MOVE SS-TAXABLE-AMOUNT      TO WS-BK-TAXABLE (WS-BK-COUNT).
019186     MOVE WS-CMP-TAX             TO WS-BK-TAX (WS-BK-COUNT).
019188 3130-EXIT.
019190     EXIT.
019192
019194 3135-SCAN-BRANCH-CMP.
019196     IF WS-BK-CODE (WS-CMP-POS) EQUAL WS-CMP-NEW-CODE
019198      AND WS-BK-AUTHORITY (WS-CMP-POS) EQUAL WS-CMP-NEW-AUTHORITY
019200         SET WS-CMP-FOUND        TO TRUE
019202         ADD SS-TAXABLE-AMOUNT   TO WS-BK-TAXABLE (WS-CMP-POS)
019204         ADD WS-CMP-TAX          TO WS-BK-TAX (WS-CMP-POS)
019206     END-IF.
019208 3135-EXIT.
019210     EXIT.
019212
019214 3140-ADD-REGION-CMP.
019216     MOVE 'N'                    TO WS-CMP-FOUND-SW.
019218     PERFORM 3145-SCAN-REGION-CMP THRU 3145-EXIT
019220             VARYING WS-CMP-POS FROM 1 BY 1
019222             UNTIL WS-CMP-POS GREATER THAN WS-RK-COUNT
019224                OR WS-CMP-FOUND.
019226     IF WS-CMP-FOUND
019228         GO TO 3140-EXIT
019230     END-IF.
019232     IF WS-RK-COUNT NOT LESS THAN WS-RK-MAX
019234         SET WS-CMP-FULL         TO TRUE
019236         DISPLAY "REGION COMPONENT TABLE FULL - REGION "
019238                 SS-REGION-CODE
019240         GO TO 3140-EXIT
019242     END-IF.
019244     ADD 1                       TO WS-RK-COUNT.
019246     MOVE WS-CMP-NEW-CODE        TO WS-RK-CODE (WS-RK-COUNT).
019248     MOVE WS-CMP-NEW-AUTHORITY   TO WS-RK-AUTHORITY (WS-RK-COUNT).
019250     MOVE SS-TAXABLE-AMOUNT      TO WS-RK-TAXABLE (WS-RK-COUNT).
019252     MOVE WS-CMP-TAX             TO WS-RK-TAX (WS-RK-COUNT).
019254 3140-EXIT.
019256     EXIT.
019258
019260 3145-SCAN-REGION-CMP.
019262     IF WS-RK-CODE (WS-CMP-POS) EQUAL WS-CMP-NEW-CODE
019264      AND WS-RK-AUTHORITY (WS-CMP-POS) EQUAL WS-CMP-NEW-AUTHORITY
019266         SET WS-CMP-FOUND        TO TRUE
019268         ADD SS-TAXABLE-AMOUNT   TO WS-RK-TAXABLE (WS-CMP-POS)
019270         ADD WS-CMP-TAX          TO WS-RK-TAX (WS-CMP-POS)
019272     END-IF.
019274 3145-EXIT.
019276     EXIT.
019278
019280******************************************************************
019282*    3150-ADD-REMIT-CMP - RUN TOTALS PER AUTHORITY AND COMPONENT,
019284*                         A NEW PAIR SLOTTED IN KEY ORDER SO THE
019286*                         REMITTANCE COMES OUT GROUPED BY
019288*                         AUTHORITY
019290******************************************************************
019292 3150-ADD-REMIT-CMP.
019294     MOVE WS-CMP-NEW-AUTHORITY   TO WS-AK-NEW-AUTHORITY.
019296     MOVE WS-CMP-NEW-CODE        TO WS-AK-NEW-CODE.
019298     MOVE 'N'                    TO WS-CMP-FOUND-SW.
019300     PERFORM 3155-SCAN-REMIT-CMP THRU 3155-EXIT
019302             VARYING WS-CMP-POS FROM 1 BY 1
019304             UNTIL WS-CMP-POS GREATER THAN WS-AK-COUNT
019306                OR WS-CMP-FOUND.
019308     IF WS-CMP-FOUND
019310         GO TO 3150-EXIT
019312     END-IF.
019314     IF WS-AK-COUNT NOT LESS THAN WS-AK-MAX
019316         SET WS-CMP-FULL         TO TRUE
019318         DISPLAY "REMITTANCE TABLE FULL - AUTHORITY "
019320                 WS-AK-NEW-AUTHORITY " " WS-AK-NEW-CODE
019322         ADD WS-CMP-TAX          TO WS-UNREMITTED-TAX
019324         GO TO 3150-EXIT
019326     END-IF.
019328     PERFORM 3160-FIND-REMIT-SLOT THRU 3160-EXIT
019330             VARYING WS-CMP-POS FROM 1 BY 1
019332             UNTIL WS-CMP-POS GREATER THAN WS-AK-COUNT
019334                OR WS-AK-KEY (WS-CMP-POS) GREATER THAN
019336                   WS-AK-NEW-KEY.
019338     PERFORM 3165-SHIFT-ONE-REMIT THRU 3165-EXIT
019340             VARYING WS-CMP-SHIFT FROM WS-AK-COUNT BY -1
019342             UNTIL WS-CMP-SHIFT LESS THAN WS-CMP-POS.
019344     ADD 1                       TO WS-AK-COUNT.
019346     MOVE WS-AK-NEW-KEY          TO WS-AK-KEY (WS-CMP-POS).
019348     MOVE SS-TAXABLE-AMOUNT      TO WS-AK-TAXABLE (WS-CMP-POS).
019350     MOVE WS-CMP-TAX             TO WS-AK-TAX (WS-CMP-POS).
019352 3150-EXIT.
019354     EXIT.
019356
019358 3155-SCAN-REMIT-CMP.
019360     IF WS-AK-KEY (WS-CMP-POS) EQUAL WS-AK-NEW-KEY
019362         SET WS-CMP-FOUND        TO TRUE
019364         ADD SS-TAXABLE-AMOUNT   TO WS-AK-TAXABLE (WS-CMP-POS)
019366         ADD WS-CMP-TAX          TO WS-AK-TAX (WS-CMP-POS)
019368     END-IF.
019370 3155-EXIT.
019372     EXIT.
019374
019376 3160-FIND-REMIT-SLOT.
019378     CONTINUE.
019380 3160-EXIT.
019382     EXIT.
019384
019386 3165-SHIFT-ONE-REMIT.
019388     MOVE WS-AK-ENTRY (WS-CMP-SHIFT)
019390                 TO WS-AK-ENTRY (WS-CMP-SHIFT + 1).
019392 3165-EXIT.
019394     EXIT.
019396
019398 3300-PRINT-SUBTOTAL.
019400     MOVE WS-PREV-BRANCH-CODE    TO WS-SUB-BRANCH.
019402     MOVE WS-BRANCH-SALES-TOTAL  TO WS-SUB-SALES.
019404     MOVE WS-BRANCH-TAX-TOTAL    TO WS-SUB-TAX.
019406     WRITE TAX-REGISTER-LINE     FROM WS-SUBTOTAL-LINE.
019408     PERFORM 3310-PRINT-BRANCH-CMP THRU 3310-EXIT
019410             VARYING WS-CMP-POS FROM 1 BY 1
019412             UNTIL WS-CMP-POS GREATER THAN WS-BK-COUNT.
019414     MOVE ZERO                   TO WS-BK-COUNT.
019416 3300-EXIT.
019418     EXIT.
019420
019422 3310-PRINT-BRANCH-CMP.
019424     MOVE WS-BK-CODE (WS-CMP-POS) TO WS-CL-CODE.
019426     MOVE WS-BK-AUTHORITY (WS-CMP-POS) TO WS-CL-AUTHORITY.
019428     MOVE WS-BK-TAXABLE (WS-CMP-POS) TO WS-CL-TAXABLE.
019430     MOVE WS-BK-TAX (WS-CMP-POS)  TO WS-CL-TAX.
019432     WRITE TAX-REGISTER-LINE     FROM WS-COMPONENT-LINE.
019434 3310-EXIT.
019436     EXIT.
019438
019440******************************************************************
019442*    3200-OPEN-REGION - START A NEW REGION SECTION; THE 'ZZZ'
019444*                       SECTION IS THE UNASSIGNED-BRANCH
019446*                       EXCEPTION SECTION
019448******************************************************************
019450 3200-OPEN-REGION.
019452     SET WS-REGION-STARTED       TO TRUE.
019454     MOVE SS-REGION-CODE         TO WS-PREV-REGION-CODE.
019456     MOVE SS-AUTHORITY-ID        TO WS-PREV-AUTHORITY-ID.
019458     MOVE ZERO                   TO WS-REGION-SALES-TOTAL
019460                                    WS-REGION-TAX-TOTAL.
019462     MOVE SPACES                 TO TAX-REGISTER-LINE.
019464     WRITE TAX-REGISTER-LINE.
019466     IF SS-REGION-CODE EQUAL "ZZZ"
019468         WRITE TAX-REGISTER-LINE FROM WS-UNASSIGNED-HEADER
019470     ELSE
019472         MOVE SS-REGION-CODE     TO WS-RH-REGION
019474         PERFORM 3250-FIND-REGION-NAME THRU 3250-EXIT
019476         MOVE WS-REGION-NAME-SHOW TO WS-RH-REGION-NAME
019478         WRITE TAX-REGISTER-LINE FROM WS-REGION-HEADER-LINE
019480     END-IF.
019482 3200-EXIT.
019484     EXIT.
019486
019488 3250-FIND-REGION-NAME.
019490     MOVE SPACES                 TO WS-REGION-NAME-SHOW.
019492     PERFORM 3260-SCAN-REGION-NAME THRU 3260-EXIT
019494             VARYING WS-MAP-SUB FROM 1 BY 1
019496             UNTIL WS-MAP-SUB GREATER THAN WS-MAP-COUNT.
019498 3250-EXIT.
019500     EXIT.
019502
019504 3260-SCAN-REGION-NAME.
019506     IF WS-MP-REGION (WS-MAP-SUB) EQUAL SS-REGION-CODE
019508         MOVE WS-MP-REGION-NAME (WS-MAP-SUB)
019510                 TO WS-REGION-NAME-SHOW
019512     END-IF.
019514 3260-EXIT.
019516     EXIT.
019518
019520******************************************************************
019522*    3400-PRINT-REGION-TOTAL - CLOSE A REGION SECTION WITH ITS
019524*                              TAXABLE-AMOUNT AND TAX TOTALS
019526*                              AND ITS COMPONENT BREAKDOWN
019528******************************************************************
019530 3400-PRINT-REGION-TOTAL.
019532     MOVE WS-PREV-REGION-CODE    TO WS-RT-REGION.
019534     MOVE WS-REGION-SALES-TOTAL  TO WS-RT-SALES.
019536     MOVE WS-REGION-TAX-TOTAL    TO WS-RT-TAX.
019538     WRITE TAX-REGISTER-LINE     FROM WS-REGION-TOTAL-LINE.
019540     PERFORM 3410-PRINT-REGION-CMP THRU 3410-EXIT
019542             VARYING WS-CMP-POS FROM 1 BY 1
019544             UNTIL WS-CMP-POS GREATER THAN WS-RK-COUNT.
019546     MOVE ZERO                   TO WS-RK-COUNT.
019548 3400-EXIT.
019550     EXIT.
019552
019554 3410-PRINT-REGION-CMP.
019556     MOVE WS-RK-CODE (WS-CMP-POS) TO WS-CL-CODE.
019558     MOVE WS-RK-AUTHORITY (WS-CMP-POS) TO WS-CL-AUTHORITY.
019560     MOVE WS-RK-TAXABLE (WS-CMP-POS) TO WS-CL-TAXABLE.
019562     MOVE WS-RK-TAX (WS-CMP-POS)  TO WS-CL-TAX.
019564     WRITE TAX-REGISTER-LINE     FROM WS-COMPONENT-LINE.
019566 3410-EXIT.
019568     EXIT.
019570
019572******************************************************************
019574*    3350-WRITE-REMIT-DETAIL - ONE REMITTANCE RECORD PER
019576*                              AUTHORITY AND COMPONENT, ALSO
019578*                              LISTED ON THE REGISTER
019580******************************************************************
019582 3350-WRITE-REMIT-DETAIL.
019584     ADD 1                       TO WS-REMIT-COUNT.
019586     ADD WS-AK-TAX (WS-CMP-POS)  TO WS-REMIT-HASH.
019588     MOVE WS-AK-AUTHORITY (WS-CMP-POS) TO WS-RM-AUTHORITY-ID.
019590     MOVE WS-AK-CODE (WS-CMP-POS) TO WS-RM-COMPONENT.
019592     MOVE WS-AK-TAXABLE (WS-CMP-POS) TO WS-RM-TAXABLE.
019594     MOVE WS-AK-TAX (WS-CMP-POS)  TO WS-RM-TAX.
019596     MOVE SPACES                 TO TAX-REMIT-RECORD.
019598     MOVE WS-REMIT-DETAIL-RECORD TO TAX-REMIT-RECORD (1:34).
019600     WRITE TAX-REMIT-RECORD.
019602     MOVE WS-AK-CODE (WS-CMP-POS) TO WS-CL-CODE.
019604     MOVE WS-AK-AUTHORITY (WS-CMP-POS) TO WS-CL-AUTHORITY.
019606     MOVE WS-AK-TAXABLE (WS-CMP-POS) TO WS-CL-TAXABLE.
019608     MOVE WS-AK-TAX (WS-CMP-POS)  TO WS-CL-TAX.
019610     WRITE TAX-REGISTER-LINE     FROM WS-COMPONENT-LINE.
019612 3350-EXIT.
019614     EXIT.
019616
019618******************************************************************
019620*    3500-WRITE-REMITTANCE - THE TAXREMIT DETAIL, IN AUTHORITY
019622*                            AND COMPONENT ORDER
019624******************************************************************
019626 3500-WRITE-REMITTANCE.
019628     MOVE SPACES                 TO TAX-REGISTER-LINE.
019630     WRITE TAX-REGISTER-LINE.
019632     WRITE TAX-REGISTER-LINE     FROM WS-REMIT-HEADER.
019634     PERFORM 3350-WRITE-REMIT-DETAIL THRU 3350-EXIT
019636             VARYING WS-CMP-POS FROM 1 BY 1
019638             UNTIL WS-CMP-POS GREATER THAN WS-AK-COUNT.
019640 3500-EXIT.
019642     EXIT.
019644
019646******************************************************************
019648*    3600-PRINT-CONTROLS - PROVE THE TAXED AND EXCEPTION SALES
019650*                          TO THE BRSALES TAXABLE AMOUNT, AND THE
019652*                          REMITTED AND UNREMITTED TAX TO THE TAX
019654*                          CHARGED
019656******************************************************************
019658 3600-PRINT-CONTROLS.
019660     MOVE SPACES                 TO TAX-REGISTER-LINE.
019662     WRITE TAX-REGISTER-LINE.
019664     MOVE SPACES                 TO WS-CT-VERDICT.
019666     MOVE "BRSALES TAXABLE AMOUNT" TO WS-CT-LABEL.
019668     MOVE WS-INPUT-SALES-TOTAL   TO WS-CT-AMOUNT.
019670     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019672     MOVE "TAXED SALES"          TO WS-CT-LABEL.
019674     MOVE WS-GRAND-SALES-TOTAL   TO WS-CT-AMOUNT.
019676     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019678     MOVE "EXCEPTION SALES"      TO WS-CT-LABEL.
019680     MOVE WS-EXC-SALES-TOTAL     TO WS-CT-AMOUNT.
019682     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019684     COMPUTE WS-CONTROL-CHECK = WS-GRAND-SALES-TOTAL
019686                              + WS-EXC-SALES-TOTAL.
019688     MOVE "TAXED PLUS EXCEPTIONS" TO WS-CT-LABEL.
019690     MOVE WS-CONTROL-CHECK       TO WS-CT-AMOUNT.
019692     IF WS-CONTROL-CHECK EQUAL WS-INPUT-SALES-TOTAL
019694         MOVE "BALANCED"         TO WS-CT-VERDICT
019696     ELSE
019698         MOVE "OUT OF BALANCE"   TO WS-CT-VERDICT
019700         SET WS-OUT-OF-BALANCE   TO TRUE
019702     END-IF.
019704     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019706     MOVE SPACES                 TO WS-CT-VERDICT.
019708     MOVE "TAX CHARGED"          TO WS-CT-LABEL.
019710     MOVE WS-GRAND-TAX-TOTAL     TO WS-CT-AMOUNT.
019712     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019714     MOVE "TAX REMITTED"         TO WS-CT-LABEL.
019716     MOVE WS-REMIT-HASH          TO WS-CT-AMOUNT.
019718     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019720     MOVE "TAX NOT REMITTED"     TO WS-CT-LABEL.
019722     MOVE WS-UNREMITTED-TAX      TO WS-CT-AMOUNT.
019724     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019726     COMPUTE WS-CONTROL-CHECK = WS-REMIT-HASH
019728                              + WS-UNREMITTED-TAX.
019730     MOVE "REMITTED PLUS NOT REMITTED" TO WS-CT-LABEL.
019732     MOVE WS-CONTROL-CHECK       TO WS-CT-AMOUNT.
019734     IF WS-CONTROL-CHECK EQUAL WS-GRAND-TAX-TOTAL
019736      AND NOT WS-CMP-FULL
019738         MOVE "BALANCED"         TO WS-CT-VERDICT
019740     ELSE
019742         MOVE "OUT OF BALANCE"   TO WS-CT-VERDICT
019744         SET WS-OUT-OF-BALANCE   TO TRUE
019746     END-IF.
019748     WRITE TAX-REGISTER-LINE     FROM WS-CONTROL-LINE.
019750     IF WS-OUT-OF-BALANCE
019752         DISPLAY "TAX REGISTER CONTROL TOTALS OUT OF BALANCE"
019754     END-IF.
019756 3600-EXIT.
019758     EXIT.
019760
020000 3900-RETURN-SORTED.
020100     RETURN SALES-SORT
020200         AT END
021200     CLOSE TAX-REGISTER.
021300     CLOSE TAX-EXCEPTION.
021310     CLOSE TAX-REMIT.
021400     IF WS-OUT-OF-BALANCE
021420         MOVE 8              TO RETURN-CODE
021440     ELSE
021460     IF WS-EXCEPTION-COUNT > ZERO
021500         MOVE 4              TO RETURN-CODE
021600     END-IF
021650     END-IF.
021700 9000-EXIT.
021800     EXIT.
021900
