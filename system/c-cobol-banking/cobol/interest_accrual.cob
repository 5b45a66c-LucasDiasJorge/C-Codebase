002326*                   id, and the run-control totals are
002327*                   also written per branch under INTACCbb
002328*                   for DAILY-RECON's per-branch proof.
002329*   2026-10-15 JFM  Postings are stamped with INTACCRL as
002330*                   the operator id, the job's own run-control
002331*                   id, so no teller is credited with them.
002332*   2026-10-15 JFM  Interest tiers and the maintenance fee now
002333*                   come from the account's product on the
002334*                   PRODUCT-PARAMS catalogue; an account with
002335*                   no product, or with a code no longer in
002336*                   the catalogue, keeps the house pricing
002337*                   this job has always charged.
002338************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003982             RECORD KEY IS SCT-CONTROL-ID
003983             FILE STATUS IS WS-SCT-STATUS.
003984
003985         SELECT PRODUCT-PARAMS-FILE
003986             ASSIGN TO "runtime/products.txt"
003987             ORGANIZATION IS LINE SEQUENTIAL
003988             FILE STATUS IS WS-PRD-STATUS.
003989
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ACCOUNT-MASTER-FILE.
004670
004680 FD  SYSTEM-CONTROL-FILE.
004690     COPY "copybooks/sysctl.cpy".
004693
004696 FD  PRODUCT-PARAMS-FILE.
004699 01  PRODUCT-PARAMS-RECORD        PIC X(200).
004700
004800 WORKING-STORAGE SECTION.
004900 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
005010 77  WS-HLD-STATUS                PIC X(02) VALUE "00".
005020 77  WS-RCT-STATUS                PIC X(02) VALUE "00".
005030 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
005040 77  WS-PRD-STATUS                PIC X(02) VALUE "00".
005100
005200 01  WS-SWITCHES.
005300         05  WS-MORE-ACCOUNTS-SW  PIC X(01) VALUE "Y".
005440             88  WS-RCT-ON-FILE       VALUE "Y".
005450         05  WS-SCT-FOUND-SW      PIC X(01) VALUE "N".
005460             88  WS-SCT-ON-FILE       VALUE "Y".
005470         05  WS-MORE-PRD-LINES-SW PIC X(01) VALUE "Y".
005480             88  WS-MORE-PRD-LINES    VALUE "Y".
005500
005600 01  WS-RUN-TIMESTAMP.
005700         05  WS-RUN-DATE              PIC X(08).
006900 01  WS-POSTING-AMOUNT            PIC S9(9)V99 VALUE 0.
007000 01  WS-POSTING-MESSAGE           PIC X(40).
007100
007110*
007120* Tiered annual interest rate table: a balance at or
007130* below WS-TIER1-CEILING earns WS-TIER1-RATE, at or
007140* below WS-TIER2-CEILING earns WS-TIER2-RATE, above
007150* that earns WS-TIER3-RATE.  Monthly interest is the
007160* annual rate divided by 12.  The table and the monthly
007170* fee are set for each account from its product by
007180* 2050-SET-ACCOUNT-PRICING.
007190 01  WS-INTEREST-PARAMETERS.
007200         05  WS-TIER1-CEILING   PIC 9(9)V99.
007210         05  WS-TIER1-RATE      PIC 9V9(4).
007220         05  WS-TIER2-CEILING   PIC 9(9)V99.
007230         05  WS-TIER2-RATE      PIC 9V9(4).
007240         05  WS-TIER3-RATE      PIC 9V9(4).
007250
007260 01  WS-MONTHLY-FEE                PIC 9(9)V99.
007270
007280*
007290* The house pricing, laid out as the table above: what an
007300* account with no product, or a product no longer in the
007310* catalogue, is accrued and charged on.
007320 01  WS-HOUSE-PARAMETERS.
007330         05  WS-HOUSE-TIER1-CEILING PIC 9(9)V99 VALUE 1000.00.
007340         05  WS-HOUSE-TIER1-RATE    PIC 9V9(4) VALUE 0.0100.
007350         05  WS-HOUSE-TIER2-CEILING PIC 9(9)V99 VALUE 10000.00.
007360         05  WS-HOUSE-TIER2-RATE    PIC 9V9(4) VALUE 0.0175.
007370         05  WS-HOUSE-TIER3-RATE    PIC 9V9(4) VALUE 0.0250.
007380
007390 01  WS-HOUSE-MONTHLY-FEE          PIC 9(9)V99 VALUE 5.00.
007400
007410*
007420* The product catalogue - see PRODTBL.CPY.
007430     COPY "copybooks/prodtbl.cpy".
008510
008520*
008530* This run's control totals, written to RUN-CONTROL at end
010500 1000-INITIALIZE.
010600         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
010650         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
010660         PERFORM 1070-LOAD-PRODUCTS THRU 1070-EXIT.
010700
010800         OPEN I-O ACCOUNT-MASTER-FILE.
010900         IF WS-ACM-STATUS = "35"
012333         END-IF.
012334 1050-EXIT.
012335         EXIT.
012336
012337************************************************************
012338* 1070-LOAD-PRODUCTS - the product catalogue into its
012339* working-storage table, the same pipe-delimited way the
012340* engine loads its fee schedule.  With no catalogue on file
012341* every account is priced on the house figures.  Rows past
012342* the table's 20 slots are dropped.
012343************************************************************
012344 1070-LOAD-PRODUCTS.
012345         OPEN INPUT PRODUCT-PARAMS-FILE.
012346         IF WS-PRD-STATUS NOT = "00"
012347             GO TO 1070-EXIT
012348         END-IF.
012349         MOVE "Y" TO WS-MORE-PRD-LINES-SW.
012350         PERFORM 1075-LOAD-ONE-PRODUCT THRU 1075-EXIT
012351             UNTIL NOT WS-MORE-PRD-LINES.
012352         CLOSE PRODUCT-PARAMS-FILE.
012353 1070-EXIT.
012354         EXIT.
012355
012356 1075-LOAD-ONE-PRODUCT.
012357         READ PRODUCT-PARAMS-FILE INTO PRODUCT-LINE
012358             AT END
012359                 MOVE "N" TO WS-MORE-PRD-LINES-SW
012360                 GO TO 1075-EXIT
012361         END-READ.
012362         IF FUNCTION TRIM(PRODUCT-LINE) = SPACES
012363             OR PRD-ROW-COUNT >= 20
012364             GO TO 1075-EXIT
012365         END-IF.
012366         MOVE SPACES TO PRODUCT-LINE-FIELDS.
012367         UNSTRING PRODUCT-LINE DELIMITED BY "|"
012368             INTO PRL-CODE-TXT PRL-NAME-TXT
012369                  PRL-TIER1-CEILING-TXT PRL-TIER1-RATE-TXT
012370                  PRL-TIER2-CEILING-TXT PRL-TIER2-RATE-TXT
012371                  PRL-TIER3-RATE-TXT PRL-MONTHLY-FEE-TXT
012372                  PRL-FREE-WD-TXT PRL-FREE-TR-TXT
012373                  PRL-FREE-CD-TXT PRL-OVERDRAFT-TXT
012374                  PRL-DAILY-CAP-TXT
012375         END-UNSTRING.
012376         IF FUNCTION TRIM(PRL-CODE-TXT) = SPACES
012377             GO TO 1075-EXIT
012378         END-IF.
012379         ADD 1 TO PRD-ROW-COUNT.
012380         MOVE PRD-ROW-COUNT TO PRD-ROW-SUB.
012381         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRL-CODE-TXT))
012382             TO PRD-CODE(PRD-ROW-SUB).
012383         MOVE FUNCTION TRIM(PRL-NAME-TXT)
012384             TO PRD-NAME(PRD-ROW-SUB).
012385         MOVE 0 TO PRD-TIER1-CEILING(PRD-ROW-SUB)
012386             PRD-TIER1-RATE(PRD-ROW-SUB)
012387             PRD-TIER2-CEILING(PRD-ROW-SUB)
012388             PRD-TIER2-RATE(PRD-ROW-SUB)
012389             PRD-TIER3-RATE(PRD-ROW-SUB)
012390             PRD-MONTHLY-FEE(PRD-ROW-SUB)
012391             PRD-FREE-WD-COUNT(PRD-ROW-SUB)
012392             PRD-FREE-TR-COUNT(PRD-ROW-SUB)
012393             PRD-FREE-CD-COUNT(PRD-ROW-SUB)
012394             PRD-OVERDRAFT-LIMIT(PRD-ROW-SUB)
012395             PRD-DAILY-CAP(PRD-ROW-SUB).
012396         IF FUNCTION TRIM(PRL-TIER1-CEILING-TXT) NOT = SPACES
012397             COMPUTE PRD-TIER1-CEILING(PRD-ROW-SUB) =
012398                 FUNCTION NUMVAL(PRL-TIER1-CEILING-TXT)
012399         END-IF.
012400         IF FUNCTION TRIM(PRL-TIER1-RATE-TXT) NOT = SPACES
012401             COMPUTE PRD-TIER1-RATE(PRD-ROW-SUB) =
012402                 FUNCTION NUMVAL(PRL-TIER1-RATE-TXT)
012403         END-IF.
012404         IF FUNCTION TRIM(PRL-TIER2-CEILING-TXT) NOT = SPACES
012405             COMPUTE PRD-TIER2-CEILING(PRD-ROW-SUB) =
012406                 FUNCTION NUMVAL(PRL-TIER2-CEILING-TXT)
012407         END-IF.
012408         IF FUNCTION TRIM(PRL-TIER2-RATE-TXT) NOT = SPACES
012409             COMPUTE PRD-TIER2-RATE(PRD-ROW-SUB) =
012410                 FUNCTION NUMVAL(PRL-TIER2-RATE-TXT)
012411         END-IF.
012412         IF FUNCTION TRIM(PRL-TIER3-RATE-TXT) NOT = SPACES
012413             COMPUTE PRD-TIER3-RATE(PRD-ROW-SUB) =
012414                 FUNCTION NUMVAL(PRL-TIER3-RATE-TXT)
012415         END-IF.
012416         IF FUNCTION TRIM(PRL-MONTHLY-FEE-TXT) NOT = SPACES
012417             COMPUTE PRD-MONTHLY-FEE(PRD-ROW-SUB) =
012418                 FUNCTION NUMVAL(PRL-MONTHLY-FEE-TXT)
012419         END-IF.
012420         IF FUNCTION TRIM(PRL-FREE-WD-TXT) NOT = SPACES
012421             COMPUTE PRD-FREE-WD-COUNT(PRD-ROW-SUB) =
012422                 FUNCTION NUMVAL(PRL-FREE-WD-TXT)
012423         END-IF.
012424         IF FUNCTION TRIM(PRL-FREE-TR-TXT) NOT = SPACES
012425             COMPUTE PRD-FREE-TR-COUNT(PRD-ROW-SUB) =
012426                 FUNCTION NUMVAL(PRL-FREE-TR-TXT)
012427         END-IF.
012428         IF FUNCTION TRIM(PRL-FREE-CD-TXT) NOT = SPACES
012429             COMPUTE PRD-FREE-CD-COUNT(PRD-ROW-SUB) =
012430                 FUNCTION NUMVAL(PRL-FREE-CD-TXT)
012431         END-IF.
012432         IF FUNCTION TRIM(PRL-OVERDRAFT-TXT) NOT = SPACES
012433             COMPUTE PRD-OVERDRAFT-LIMIT(PRD-ROW-SUB) =
012434                 FUNCTION NUMVAL(PRL-OVERDRAFT-TXT)
012435         END-IF.
012436         IF FUNCTION TRIM(PRL-DAILY-CAP-TXT) NOT = SPACES
012437             COMPUTE PRD-DAILY-CAP(PRD-ROW-SUB) =
012438                 FUNCTION NUMVAL(PRL-DAILY-CAP-TXT)
012439         END-IF.
012440 1075-EXIT.
012441         EXIT.
012442
012500************************************************************
012600* 2000-PROCESS-ACCOUNT - reads the master sequentially; an
012700* active account not yet stamped with today's accrual
013600
013650         IF (ACM-ACTIVE OR ACM-DORMANT)
013660             AND ACM-LAST-ACCRUAL-DATE NOT = WS-RUN-DATE
013670             PERFORM 2050-SET-ACCOUNT-PRICING THRU 2050-EXIT
013700             PERFORM 2100-ACCRUE-INTEREST THRU 2100-EXIT
013800             IF NOT ACM-DORMANT
013900                 PERFORM 2200-APPLY-MAINTENANCE-FEE
014000         END-IF.
014100 2000-EXIT.
014200         EXIT.
014202
014204************************************************************
014206* 2050-SET-ACCOUNT-PRICING - the rate table and monthly fee
014208* this account is accrued and charged on: its product's, or
014210* the house figures when it has no product or its code has
014212* left the catalogue.
014214************************************************************
014216 2050-SET-ACCOUNT-PRICING.
014218         MOVE WS-HOUSE-PARAMETERS TO WS-INTEREST-PARAMETERS.
014220         MOVE WS-HOUSE-MONTHLY-FEE TO WS-MONTHLY-FEE.
014222         MOVE 0 TO PRD-ROW-SUB.
014224         MOVE ACM-PRODUCT-CODE TO PRD-CODE-WORK.
014226         IF PRD-CODE-WORK NOT = SPACES AND PRD-ROW-COUNT > 0
014228             PERFORM 2055-CHECK-ONE-PRODUCT THRU 2055-EXIT
014230                 VARYING PRD-SCAN-SUB FROM 1 BY 1
014232                 UNTIL PRD-SCAN-SUB > PRD-ROW-COUNT
014234                 OR PRD-ROW-SUB > 0
014236         END-IF.
014238         IF PRD-ROW-SUB = 0
014240             GO TO 2050-EXIT
014242         END-IF.
014244         MOVE PRD-TIER1-CEILING(PRD-ROW-SUB) TO WS-TIER1-CEILING.
014246         MOVE PRD-TIER1-RATE(PRD-ROW-SUB) TO WS-TIER1-RATE.
014248         MOVE PRD-TIER2-CEILING(PRD-ROW-SUB) TO WS-TIER2-CEILING.
014250         MOVE PRD-TIER2-RATE(PRD-ROW-SUB) TO WS-TIER2-RATE.
014252         MOVE PRD-TIER3-RATE(PRD-ROW-SUB) TO WS-TIER3-RATE.
014254         MOVE PRD-MONTHLY-FEE(PRD-ROW-SUB) TO WS-MONTHLY-FEE.
014256 2050-EXIT.
014258         EXIT.
014260
014262 2055-CHECK-ONE-PRODUCT.
014264         IF PRD-CODE(PRD-SCAN-SUB) = PRD-CODE-WORK
014266             MOVE PRD-SCAN-SUB TO PRD-ROW-SUB
014268         END-IF.
014270 2055-EXIT.
014272         EXIT.
014300
014400************************************************************
014500* 2100-ACCRUE-INTEREST - a zero or negative balance
018600         EXIT.
018700
018800************************************************************
018810* 2200-APPLY-MAINTENANCE-FEE - the flat monthly fee of the
018820* account's product; a product priced at zero, such as a
018830* fee-free salary account, is not charged.
019200************************************************************
019300 2200-APPLY-MAINTENANCE-FEE.
019400         MOVE ACM-BALANCE TO WS-OLD-BALANCE.
022030         ELSE
022040             MOVE SPACES TO TLG-BRANCH-ID
022050         END-IF.
022060         MOVE "INTACCRL"           TO TLG-OPERATOR-ID.
022100         MOVE WS-POSTING-OP        TO TLG-OPERATION.
022200         MOVE SPACES               TO TLG-DEST-ACCOUNT-ID.
022300         MOVE WS-POSTING-AMOUNT    TO TLG-AMOUNT.
