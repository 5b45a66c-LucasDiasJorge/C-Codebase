006644*                   run, the suspense file is not, and
006645*                   SUS-REPAIR requeues from it exactly
006646*                   once per reject.
006647*   2026-10-15 JFM  Added REVERSE: names an original
006648*                   DEPOSIT, WITHDRAW or TRANSFER by its
006649*                   business date and sequence number,
006650*                   finds it on that date's log or, once
006651*                   consolidated, on TRANSACTION-HISTORY,
006652*                   and posts the exact opposite - both
006653*                   legs of a transfer and any event fee
006654*                   it drew - under REV-DEP, REV-WD,
006655*                   REV-XFER/REV-XFRIN and REV-FEE.  The
006656*                   new REVERSAL-CONTROL file records each
006657*                   reversed original so a second REVERSE
006658*                   of it is refused.
006659*   2026-10-15 JFM  Added OPEN_LOAN: books an installment
006660*                   loan on the new LOAN-MASTER file -
006661*                   principal, rate, term in months and
006662*                   payment day, with the level installment
006663*                   worked out here - and credits the
006664*                   principal to the demand account, logged
006665*                   as LOAN-DISB.  Collection is the nightly
006666*                   LOAN-COLLECT job's.
006667*   2026-10-15 JFM  Added overdraft protection: SET_BACKUP
006668*                   nominates a backup account of the same
006669*                   owner on the new OVERDRAFT-LINK file, and
006670*                   a WITHDRAW or transfer debit the account
006671*                   cannot fund first sweeps the shortfall
006672*                   plus the OD-SWEEP fee across from the
006673*                   backup, logged as its own ODP-XFER/
006674*                   ODP-XFRIN pair and ODP-FEE.
006675*   2026-10-15 JFM  Added STOP_PAYMENT, MANDATE,
006676*                   CANCEL_STOP and MANDATE_ONLY, which keep
006677*                   the customer's instructions about inbound
006678*                   collected debits on the new STOP-PAYMENT
006679*                   file for CLG-IMPORT to apply.
006680*   2026-10-15 JFM  OPEN_ACCOUNT now screens the holder's
006681*                   name and document id against the
006682*                   WATCH-LIST file WATCH-SCREEN loads from
006683*                   the regulator; a hit is rejected
006684*                   WATCHLIST_HIT, which parks it on
006685*                   REJECT-SUSPENSE for the compliance
006686*                   officer, and nothing is written.
006687*   2026-10-15 JFM  Every request now carries the operator
006688*                   who keyed it, as a twelfth field, and
006689*                   is refused unless that operator is on
006690*                   the new OPERATOR-MASTER file, active and
006691*                   within their authority limit; only a
006692*                   supervisor may APPROVE or DENY.  The
006693*                   operator is stamped on every log record
006694*                   for TELLER-PROOF.
006695*   2026-10-15 JFM  Product catalogue: OPEN_ACCOUNT opens the
006696*                   account on a product from the new
006697*                   PRODUCT-PARAMS file, named in the
006698*                   destination field, and takes its default
006699*                   overdraft limit and daily cap; the
006700*                   product's free event counts replace the
006701*                   fee schedule's; the new CHANGE_PRODUCT
006702*                   converts an account, logged CHG-PROD.
006703*   2026-10-15 JFM  A REVERSE is held to the operator's
006704*                   authority limit on the original's amount.
006705************************************************************
006706
006707 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000         SELECT REQUEST-FILE
009650             RECORD KEY IS PAU-AUTH-ID
009660             FILE STATUS IS WS-PAU-STATUS.
009670
009671         SELECT OPERATOR-MASTER-FILE
009672             ASSIGN TO "runtime/opermast.dat"
009673             ORGANIZATION IS INDEXED
009674             ACCESS MODE IS DYNAMIC
009675             RECORD KEY IS OPM-OPERATOR-ID
009676             FILE STATUS IS WS-OPM-STATUS.
009677
009680         SELECT AUTH-PARAMS-FILE
009682             ASSIGN TO "runtime/auth_params.txt"
009684             ORGANIZATION IS LINE SEQUENTIAL
009719             RECORD KEY IS SUS-SUSPENSE-ID
009720             FILE STATUS IS WS-SUS-STATUS.
009721
009722         SELECT REVERSAL-CONTROL-FILE
009723             ASSIGN TO "runtime/revctl.dat"
009724             ORGANIZATION IS INDEXED
009725             ACCESS MODE IS DYNAMIC
009726             RECORD KEY IS RVC-ORIG-KEY
009727             FILE STATUS IS WS-RVC-STATUS.
009728
009729         SELECT TRANSACTION-HISTORY-FILE
009730             ASSIGN TO "runtime/txnhist.dat"
009731             ORGANIZATION IS INDEXED
009732             ACCESS MODE IS DYNAMIC
009733             RECORD KEY IS THS-HISTORY-KEY
009734             FILE STATUS IS WS-THS-STATUS.
009735
009736         SELECT LOAN-MASTER-FILE
009737             ASSIGN TO "runtime/loanmast.dat"
009738             ORGANIZATION IS INDEXED
009739             ACCESS MODE IS DYNAMIC
009740             RECORD KEY IS LON-LOAN-KEY
009741             FILE STATUS IS WS-LON-STATUS.
009742
009743         SELECT OVERDRAFT-LINK-FILE
009744             ASSIGN TO "runtime/odplink.dat"
009745             ORGANIZATION IS INDEXED
009746             ACCESS MODE IS DYNAMIC
009747             RECORD KEY IS OPL-ACCOUNT-ID
009748             FILE STATUS IS WS-OPL-STATUS.
009749
009750         SELECT STOP-PAYMENT-FILE
009751             ASSIGN TO "runtime/stoppay.dat"
009752             ORGANIZATION IS INDEXED
009753             ACCESS MODE IS DYNAMIC
009754             RECORD KEY IS STP-STOP-KEY
009755             FILE STATUS IS WS-STP-STATUS.
009756
009757         SELECT WATCH-LIST-FILE
009758             ASSIGN TO "runtime/watchlst.dat"
009759             ORGANIZATION IS INDEXED
009760             ACCESS MODE IS DYNAMIC
009761             RECORD KEY IS WLS-MATCH-KEY
009762             FILE STATUS IS WS-WLS-STATUS.
009763
009764         SELECT PRODUCT-PARAMS-FILE
009765             ASSIGN TO "runtime/products.txt"
009766             ORGANIZATION IS LINE SEQUENTIAL
009767             FILE STATUS IS WS-PRD-STATUS.
009768
009769 DATA DIVISION.
009800 FILE SECTION.
009900 FD  REQUEST-FILE.
010000 01  REQUEST-RECORD               PIC X(200).
011310 FD  PENDING-AUTH-FILE.
011320     COPY "copybooks/pendauth.cpy".
011330
011334 FD  OPERATOR-MASTER-FILE.
011338     COPY "copybooks/opermast.cpy".
011339
011340 FD  AUTH-PARAMS-FILE.
011350 01  AUTH-PARAMS-RECORD           PIC X(60).
011352
011368 FD  REJECT-SUSPENSE-FILE.
011369     COPY "copybooks/suspense.cpy".
011370
011374 FD  REVERSAL-CONTROL-FILE.
011378     COPY "copybooks/revctl.cpy".
011382
011386 FD  TRANSACTION-HISTORY-FILE.
011390     COPY "copybooks/txnhist.cpy".
011394
011395 FD  LOAN-MASTER-FILE.
011396     COPY "copybooks/loanmast.cpy".
011397
011398 FD  OVERDRAFT-LINK-FILE.
011399     COPY "copybooks/odplink.cpy".
011400
011401 FD  STOP-PAYMENT-FILE.
011402     COPY "copybooks/stoppay.cpy".
011403
011404 FD  WATCH-LIST-FILE.
011405     COPY "copybooks/watchlst.cpy".
011406
011407 FD  PRODUCT-PARAMS-FILE.
011408 01  PRODUCT-PARAMS-RECORD        PIC X(200).
011409
011410 WORKING-STORAGE SECTION.
011500 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
011600 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
011700 77  WS-CKP-STATUS                PIC X(02) VALUE "00".
011797 77  WS-PRM-STATUS                PIC X(02) VALUE "00".
011798 77  WS-FEE-STATUS                PIC X(02) VALUE "00".
011799 77  WS-CDM-STATUS                PIC X(02) VALUE "00".
011800 77  WS-OPM-STATUS                PIC X(02) VALUE "00".
011801 77  WS-CXR-STATUS                PIC X(02) VALUE "00".
011802 77  WS-TDP-STATUS                PIC X(02) VALUE "00".
011803 77  WS-SUS-STATUS                PIC X(02) VALUE "00".
011804 77  WS-RVC-STATUS                PIC X(02) VALUE "00".
011805 77  WS-THS-STATUS                PIC X(02) VALUE "00".
011806 77  WS-LON-STATUS                PIC X(02) VALUE "00".
011807 77  WS-OPL-STATUS                PIC X(02) VALUE "00".
011808 77  WS-STP-STATUS                PIC X(02) VALUE "00".
011809 77  WS-WLS-STATUS                PIC X(02) VALUE "00".
011810 77  WS-PRD-STATUS                PIC X(02) VALUE "00".
011811
011900 01  WS-SWITCHES.
012000         05  WS-ACCOUNT-FOUND-SW  PIC X(01) VALUE "N".
012100             88  WS-ACCOUNT-ON-FILE   VALUE "Y".
013011             88  WS-FEE-ASSESSED       VALUE "Y".
013012         05  WS-MORE-FEE-LINES-SW  PIC X(01) VALUE "Y".
013013             88  WS-MORE-FEE-LINES     VALUE "Y".
013014         05  WS-HIST-OPEN-SW       PIC X(01) VALUE "N".
013015             88  WS-HIST-OPEN          VALUE "Y".
013016         05  WS-RVC-FOUND-SW       PIC X(01) VALUE "N".
013017             88  WS-RVC-ON-FILE        VALUE "Y".
013018         05  WS-ORIG-FOUND-SW      PIC X(01) VALUE "N".
013019             88  WS-ORIG-ON-FILE       VALUE "Y".
013020         05  WS-ORIG-SCAN-DONE-SW  PIC X(01) VALUE "N".
013021             88  WS-ORIG-SCAN-DONE     VALUE "Y".
013022         05  WS-REV-DEST-LEG-SW    PIC X(01) VALUE "N".
013023             88  WS-REV-DEST-LEG       VALUE "Y".
013024         05  WS-REV-FEE-SW         PIC X(01) VALUE "N".
013025             88  WS-REV-FEE-DUE        VALUE "Y".
013026         05  WS-LON-FOUND-SW       PIC X(01) VALUE "N".
013027             88  WS-LON-ON-FILE        VALUE "Y".
013028         05  WS-OPL-FOUND-SW       PIC X(01) VALUE "N".
013029             88  WS-OPL-ON-FILE        VALUE "Y".
013030         05  WS-ODP-SWEPT-SW       PIC X(01) VALUE "N".
013031             88  WS-ODP-SWEPT          VALUE "Y".
013032         05  WS-ODP-OWNER-SW       PIC X(01) VALUE "N".
013033             88  WS-ODP-SAME-OWNER     VALUE "Y".
013034         05  WS-STP-FOUND-SW       PIC X(01) VALUE "N".
013035             88  WS-STP-ON-FILE        VALUE "Y".
013036         05  WS-WLS-OPEN-SW        PIC X(01) VALUE "N".
013037             88  WS-WLS-OPEN           VALUE "Y".
013038         05  WS-WATCH-HIT-SW       PIC X(01) VALUE "N".
013039             88  WS-WATCH-HIT          VALUE "Y".
013040         05  WS-OPM-OPEN-SW        PIC X(01) VALUE "N".
013041             88  WS-OPM-OPEN           VALUE "Y".
013042         05  WS-OPM-FOUND-SW       PIC X(01) VALUE "N".
013043             88  WS-OPM-ON-FILE        VALUE "Y".
013044         05  WS-MORE-PRD-LINES-SW  PIC X(01) VALUE "Y".
013045             88  WS-MORE-PRD-LINES     VALUE "Y".
013046
013100 01  WS-RUN-TIMESTAMP.
013200         05  WS-RUN-DATE              PIC X(08).
013300         05  WS-RUN-TIME-FULL         PIC X(08).
014855* Operation-specific trailing fields; their meaning depends
014860* on WS-OP the same way the limit fields above belong only
014865* to SET_LIMITS:
014866*   OPEN_ACCOUNT   1=name  2=document id  3=phone
014867*                   4=pricing tier (S or P); the product
014868*                   code rides in the destination field
014869*                   (blank = the catalogue's first line)
014870*   CHANGE_PRODUCT 1=product code
014871*   SET_ORDER      1=order id  2=frequency (D/W/M)
014872*                   3=first due date  4=expiry date
014873*                   (blank expiry = runs until cancelled)
014875*   HOLD           1=hold id  2=expiry date
014876*   RELEASE        1=hold id
014877*   DEPOSIT, WITHDRAW and TRANSFER
014878*                   1=operator id (older queues only; the
014879*                   operator field below now carries it)
014880*                   2=channel (CLEARING on entries queued
014881*                   by the clearing import, which bypass
014882*                   the dual-control park and price as
014890*                   fraction)  3=maturity date  4=rollover
014891*                   (R roll over, C credit back; blank = C)
014892*   REDEEM_TD      1=deposit id
014893*   REVERSE        1=business date of the original
014894*                   2=its sequence number (the account
014895*                   is the one the original was keyed
014896*                   to - the source for a transfer)
014897*   OPEN_LOAN      1=loan id  2=annual rate (decimal
014898*                   fraction)  3=term in months (1-360)
014899*                   4=payment day of the month (1-28)
014900*   SET_BACKUP     no detail fields - the backup account
014901*                   rides in the destination field (blank =
014902*                   remove the account's nomination)
014903*   STOP_PAYMENT   1=originator name  2=trace number
014904*                   (blank = any)  3=amount range low-high
014905*                   (either side blank = open)  4=expiry
014906*                   date (blank = until cancelled)
014907*   MANDATE        1=originator name  2=expiry date
014908*                   (blank = until cancelled)
014909*   CANCEL_STOP    1=originator name (stop or mandate)
014910*   MANDATE_ONLY   1=Y accept only mandated originators,
014911*                   N accept any
014912         05  WS-DETAIL-1-TXT           PIC X(40).
014913         05  WS-DETAIL-2-TXT           PIC X(40).
014914         05  WS-DETAIL-3-TXT           PIC X(40).
014915         05  WS-DETAIL-4-TXT           PIC X(40).
014916*
014917* The twelfth field, after the four detail fields, is the
014918* operator who keyed the request, on every operation
014919* INQUIRY included - see 2150-RESOLVE-OPERATOR.
014920         05  WS-OPERATOR-TXT           PIC X(40).
014921
014922 01  WS-OPERATOR-ID               PIC X(08).
014923 01  WS-OP-UPPER                  PIC X(20).
014924 01  WS-OPM-CHECK-AMOUNT          PIC S9(9)V99 VALUE 0.
014925
015000 01  WS-AMOUNT                    PIC S9(9)V99 VALUE 0.
015100 01  WS-EXPECTED-BALANCE          PIC S9(9)V99 VALUE 0.
015200 01  WS-OLD-BALANCE               PIC S9(9)V99 VALUE 0.
015740 01  WS-HASH-WORK                 PIC 9(09).
015741
015742*
015743* The product catalogue (see PRODTBL.CPY), loaded from
015744* PRODUCT-PARAMS-FILE at start of run; the product code an
015745* OPEN_ACCOUNT or CHANGE_PRODUCT keyed, before it is edited;
015746* the code a conversion replaces, for its log message; and
015747* the free events a month the account's product, or else
015748* the fee schedule row, allows.
015749     COPY "copybooks/prodtbl.cpy".
015750 01  WS-PRODUCT-CODE-TXT          PIC X(10).
015751 01  WS-PRODUCT-OLD-TXT           PIC X(06).
015752 01  WS-FEE-FREE-WORK             PIC 9(04) VALUE 0.
015753
015754*
015800* Daily-withdrawn-amount mirrors: seeded from the master
015900* when the account is loaded, rolled forward by
016000* 3600-CHECK-WITHDRAW-LIMITS, applied back to the master
016200 01  WS-NEW-DAILY-WITHDRAWN-AMT     PIC S9(9)V99 VALUE 0.
016300 01  WS-NEW-DAILY-WITHDRAW-DATE     PIC X(08) VALUE SPACES.
016400
016404*
016408* REVERSE work areas: the original quoted on the request,
016412* what 3962-LOCATE-ORIGINAL found for it - the posting
016416* record itself and any SVC-FEE it drew under the same
016420* sequence number - and the operation code the reversal
016424* logs under, which depends on what it reverses.  The
016428* scan fields take one log or history record at a time
016432* so both sources are judged by the same paragraph.
016436 01  WS-REV-ORIG-DATE             PIC X(08).
016440 01  WS-REV-ORIG-SEQUENCE         PIC 9(08) VALUE 0.
016444 01  WS-REV-ORIG-OPERATION        PIC X(10).
016448 01  WS-REV-ORIG-STATUS           PIC X(08).
016452 01  WS-REV-ORIG-DEST             PIC X(10).
016456 01  WS-REV-ORIG-AMOUNT           PIC S9(9)V99 VALUE 0.
016460 01  WS-REV-FEE-AMOUNT            PIC S9(9)V99 VALUE 0.
016464 01  WS-REV-FEE-OLD-BALANCE       PIC S9(9)V99 VALUE 0.
016468 01  WS-REV-FEE-NEW-BALANCE       PIC S9(9)V99 VALUE 0.
016472 01  WS-REV-LOG-CODE              PIC X(10) VALUE "REVERSE".
016476 01  WS-REV-SCAN-OPERATION        PIC X(10).
016480 01  WS-REV-SCAN-STATUS           PIC X(08).
016484 01  WS-REV-SCAN-DEST             PIC X(10).
016488 01  WS-REV-SCAN-AMOUNT           PIC X(14).
016492
016493*
016494* Installment-loan edit work areas: the contract under
016495* edit, the monthly rate and compounding factor behind the
016496* level installment, and the first due date - the payment
016497* day of the month after disbursement.
016498 01  WS-LN-RATE-WORK              PIC S9(3)V9(4) VALUE 0.
016499 01  WS-LN-TERM-WORK              PIC S9(05) VALUE 0.
016500 01  WS-LN-PAY-DAY-WORK           PIC S9(03) VALUE 0.
016501 01  WS-LN-MONTHLY-RATE           PIC 9V9(8) VALUE 0.
016502 01  WS-LN-FACTOR                 PIC 9(05)V9(10) VALUE 0.
016503 01  WS-LN-INSTALLMENT            PIC S9(9)V99 VALUE 0.
016504 01  WS-LN-FIRST-DUE.
016505         05  WS-LN-DUE-YYYY           PIC 9(04).
016506         05  WS-LN-DUE-MM             PIC 9(02).
016507         05  WS-LN-DUE-DD             PIC 9(02).
016508
016509*
016510* Overdraft-protection sweep work areas: the backup account
016511* and the shortfall the protected account cannot fund, the
016512* OD-SWEEP fee and the total moved across, the backup's own
016513* held funds, and the before/after balances of both
016514* accounts for the records 3924-LOG-PROTECTION-SWEEP
016515* writes.  The rejection a transfer's debit drew is parked
016516* while its destination is checked ahead of a sweep.
016517 01  WS-ODP-BACKUP-ID             PIC X(10).
016518 01  WS-ODP-SHORTFALL             PIC S9(9)V99 VALUE 0.
016519 01  WS-ODP-FEE                   PIC S9(9)V99 VALUE 0.
016520 01  WS-ODP-SWEEP-AMOUNT          PIC S9(9)V99 VALUE 0.
016521 01  WS-ODP-BACKUP-HELD           PIC S9(9)V99 VALUE 0.
016522 01  WS-ODP-BKP-OLD-BALANCE       PIC S9(9)V99 VALUE 0.
016523 01  WS-ODP-BKP-NEW-BALANCE       PIC S9(9)V99 VALUE 0.
016524 01  WS-ODP-PRI-OLD-BALANCE       PIC S9(9)V99 VALUE 0.
016525 01  WS-ODP-PRI-MID-BALANCE       PIC S9(9)V99 VALUE 0.
016526 01  WS-ODP-PRI-NEW-BALANCE       PIC S9(9)V99 VALUE 0.
016527 01  WS-ODP-SAVE-STATUS           PIC X(20).
016528 01  WS-ODP-SAVE-CODE             PIC X(30).
016529 01  WS-ODP-SAVE-MESSAGE          PIC X(80).
016530 01  WS-ODP-DEST-STATUS           PIC X(20).
016531*
016532* Stop-payment and mandate maintenance: the originator
016533* name as keyed, upper case, the expiry under edit and the
016534* amount range of a stop, split out of detail 3.
016535 01  WS-STP-ORIGINATOR            PIC X(30).
016536 01  WS-STP-EXPIRY                PIC X(08).
016537 01  WS-STP-LOW-TXT               PIC X(20).
016538 01  WS-STP-HIGH-TXT              PIC X(20).
016539 01  WS-STP-LOW                   PIC S9(9)V99 VALUE 0.
016540 01  WS-STP-HIGH                  PIC S9(9)V99 VALUE 0.
016541
016542 01  WS-NEW-BALANCE-TXT           PIC -Z(9)9.99.
016600 01  WS-STATUS                    PIC X(20).
016700 01  WS-CODE                      PIC X(30).
016800 01  WS-MESSAGE                   PIC X(80).
016900
016909*
016918* Name normalization work area for the watch-list screen:
016927* upper case, letters and digits only, the rule
016936* WATCH-SCREEN keyed the list with.
016945 01  WS-NAME-RAW                  PIC X(40).
016954 01  WS-NAME-UPPER                PIC X(40).
016963 01  WS-NAME-NORMAL               PIC X(40).
016972 01  WS-NAME-IN-SUB               PIC 9(02) COMP.
016981 01  WS-NAME-OUT-SUB              PIC 9(02) COMP.
016990 01  WS-NAME-CHAR                 PIC X(01).
016999
017000*
017100* Account-number check-digit work area (MOD-11 over the
017200* first 9 digits, tenth position is the check digit).
021960             CLOSE PENDING-AUTH-FILE
021961             OPEN I-O PENDING-AUTH-FILE
021962         END-IF.
021963
021964         OPEN I-O REVERSAL-CONTROL-FILE.
021965         IF WS-RVC-STATUS = "35"
021966             OPEN OUTPUT REVERSAL-CONTROL-FILE
021967             CLOSE REVERSAL-CONTROL-FILE
021968             OPEN I-O REVERSAL-CONTROL-FILE
021969         END-IF.
021970
021971         OPEN I-O LOAN-MASTER-FILE.
021972         IF WS-LON-STATUS = "35"
021973             OPEN OUTPUT LOAN-MASTER-FILE
021974             CLOSE LOAN-MASTER-FILE
021975             OPEN I-O LOAN-MASTER-FILE
021976         END-IF.
021977
021978         OPEN I-O OVERDRAFT-LINK-FILE.
021979         IF WS-OPL-STATUS = "35"
021980             OPEN OUTPUT OVERDRAFT-LINK-FILE
021981             CLOSE OVERDRAFT-LINK-FILE
021982             OPEN I-O OVERDRAFT-LINK-FILE
021983         END-IF.
021984
021985         OPEN I-O STOP-PAYMENT-FILE.
021986         IF WS-STP-STATUS = "35"
021987             OPEN OUTPUT STOP-PAYMENT-FILE
021988             CLOSE STOP-PAYMENT-FILE
021989             OPEN I-O STOP-PAYMENT-FILE
021990         END-IF.
021991
021992*
021993* History is only read, by REVERSE, to find an original
021994* whose date has already been consolidated; a site that
021995* has never consolidated simply has none.
021996         OPEN INPUT TRANSACTION-HISTORY-FILE.
021997         IF WS-THS-STATUS = "00"
021998             MOVE "Y" TO WS-HIST-OPEN-SW
021999         END-IF.
022000         PERFORM 1060-READ-AUTH-PARAMS THRU 1060-EXIT.
022001         PERFORM 1070-LOAD-FEE-SCHEDULE THRU 1070-EXIT.
022002         PERFORM 1080-LOAD-PRODUCTS THRU 1080-EXIT.
022003
022004         OPEN I-O CHECKPOINT-FILE.
022100         IF WS-CKP-STATUS = "35"
022200             OPEN OUTPUT CHECKPOINT-FILE
022300             CLOSE CHECKPOINT-FILE
023200         IF WS-TLG-STATUS = "35"
023300             OPEN OUTPUT TRANSACTION-LOG-FILE
023400         END-IF.
023410*
023420* The watch list is only read, by OPEN_ACCOUNT; a site
023430* that has not loaded one yet has nothing to screen
023440* against.
023450         OPEN INPUT WATCH-LIST-FILE.
023460         IF WS-WLS-STATUS = "00"
023470             MOVE "Y" TO WS-WLS-OPEN-SW
023480         END-IF.
023482*
023484* OPERATOR-MASTER is only read; a site that has not built
023486* one yet validates no operator.
023488         OPEN INPUT OPERATOR-MASTER-FILE.
023490         IF WS-OPM-STATUS = "00"
023492             MOVE "Y" TO WS-OPM-OPEN-SW
023494         END-IF.
023500 1000-EXIT.
023600         EXIT.
023610
023721 1075-EXIT.
023722         EXIT.
023723
023724************************************************************
023725* 1080-LOAD-PRODUCTS - the product catalogue into its
023726* working-storage table, pipe-delimited the same way as the
023727* fee schedule, one line per product in the layout
023728* PRODTBL.CPY documents; the first line is the house default
023729* product.  A site with no catalogue opens accounts with no
023730* product and prices every account the way it did before
023731* there was one.  Rows past the table's 20 slots are
023732* dropped.
023733************************************************************
023734 1080-LOAD-PRODUCTS.
023735         OPEN INPUT PRODUCT-PARAMS-FILE.
023736         IF WS-PRD-STATUS NOT = "00"
023737             GO TO 1080-EXIT
023738         END-IF.
023739         MOVE "Y" TO WS-MORE-PRD-LINES-SW.
023740         PERFORM 1085-LOAD-ONE-PRODUCT THRU 1085-EXIT
023741             UNTIL NOT WS-MORE-PRD-LINES.
023742         CLOSE PRODUCT-PARAMS-FILE.
023743 1080-EXIT.
023744         EXIT.
023745
023746 1085-LOAD-ONE-PRODUCT.
023747         READ PRODUCT-PARAMS-FILE INTO PRODUCT-LINE
023748             AT END
023749                 MOVE "N" TO WS-MORE-PRD-LINES-SW
023750                 GO TO 1085-EXIT
023751         END-READ.
023752         IF FUNCTION TRIM(PRODUCT-LINE) = SPACES
023753             OR PRD-ROW-COUNT >= 20
023754             GO TO 1085-EXIT
023755         END-IF.
023756         MOVE SPACES TO PRODUCT-LINE-FIELDS.
023757         UNSTRING PRODUCT-LINE DELIMITED BY "|"
023758             INTO PRL-CODE-TXT PRL-NAME-TXT
023759                  PRL-TIER1-CEILING-TXT PRL-TIER1-RATE-TXT
023760                  PRL-TIER2-CEILING-TXT PRL-TIER2-RATE-TXT
023761                  PRL-TIER3-RATE-TXT PRL-MONTHLY-FEE-TXT
023762                  PRL-FREE-WD-TXT PRL-FREE-TR-TXT
023763                  PRL-FREE-CD-TXT PRL-OVERDRAFT-TXT
023764                  PRL-DAILY-CAP-TXT
023765         END-UNSTRING.
023766         IF FUNCTION TRIM(PRL-CODE-TXT) = SPACES
023767             GO TO 1085-EXIT
023768         END-IF.
023769         ADD 1 TO PRD-ROW-COUNT.
023770         MOVE PRD-ROW-COUNT TO PRD-ROW-SUB.
023771         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRL-CODE-TXT))
023772             TO PRD-CODE(PRD-ROW-SUB).
023773         MOVE FUNCTION TRIM(PRL-NAME-TXT)
023774             TO PRD-NAME(PRD-ROW-SUB).
023775         MOVE 0 TO PRD-TIER1-CEILING(PRD-ROW-SUB)
023776             PRD-TIER1-RATE(PRD-ROW-SUB)
023777             PRD-TIER2-CEILING(PRD-ROW-SUB)
023778             PRD-TIER2-RATE(PRD-ROW-SUB)
023779             PRD-TIER3-RATE(PRD-ROW-SUB)
023780             PRD-MONTHLY-FEE(PRD-ROW-SUB)
023781             PRD-FREE-WD-COUNT(PRD-ROW-SUB)
023782             PRD-FREE-TR-COUNT(PRD-ROW-SUB)
023783             PRD-FREE-CD-COUNT(PRD-ROW-SUB)
023784             PRD-OVERDRAFT-LIMIT(PRD-ROW-SUB)
023785             PRD-DAILY-CAP(PRD-ROW-SUB).
023786         IF FUNCTION TRIM(PRL-TIER1-CEILING-TXT) NOT = SPACES
023787             COMPUTE PRD-TIER1-CEILING(PRD-ROW-SUB) =
023788                 FUNCTION NUMVAL(PRL-TIER1-CEILING-TXT)
023789         END-IF.
023790         IF FUNCTION TRIM(PRL-TIER1-RATE-TXT) NOT = SPACES
023791             COMPUTE PRD-TIER1-RATE(PRD-ROW-SUB) =
023792                 FUNCTION NUMVAL(PRL-TIER1-RATE-TXT)
023793         END-IF.
023794         IF FUNCTION TRIM(PRL-TIER2-CEILING-TXT) NOT = SPACES
023795             COMPUTE PRD-TIER2-CEILING(PRD-ROW-SUB) =
023796                 FUNCTION NUMVAL(PRL-TIER2-CEILING-TXT)
023797         END-IF.
023798         IF FUNCTION TRIM(PRL-TIER2-RATE-TXT) NOT = SPACES
023799             COMPUTE PRD-TIER2-RATE(PRD-ROW-SUB) =
023800                 FUNCTION NUMVAL(PRL-TIER2-RATE-TXT)
023801         END-IF.
023802         IF FUNCTION TRIM(PRL-TIER3-RATE-TXT) NOT = SPACES
023803             COMPUTE PRD-TIER3-RATE(PRD-ROW-SUB) =
023804                 FUNCTION NUMVAL(PRL-TIER3-RATE-TXT)
023805         END-IF.
023806         IF FUNCTION TRIM(PRL-MONTHLY-FEE-TXT) NOT = SPACES
023807             COMPUTE PRD-MONTHLY-FEE(PRD-ROW-SUB) =
023808                 FUNCTION NUMVAL(PRL-MONTHLY-FEE-TXT)
023809         END-IF.
023810         IF FUNCTION TRIM(PRL-FREE-WD-TXT) NOT = SPACES
023811             COMPUTE PRD-FREE-WD-COUNT(PRD-ROW-SUB) =
023812                 FUNCTION NUMVAL(PRL-FREE-WD-TXT)
023813         END-IF.
023814         IF FUNCTION TRIM(PRL-FREE-TR-TXT) NOT = SPACES
023815             COMPUTE PRD-FREE-TR-COUNT(PRD-ROW-SUB) =
023816                 FUNCTION NUMVAL(PRL-FREE-TR-TXT)
023817         END-IF.
023818         IF FUNCTION TRIM(PRL-FREE-CD-TXT) NOT = SPACES
023819             COMPUTE PRD-FREE-CD-COUNT(PRD-ROW-SUB) =
023820                 FUNCTION NUMVAL(PRL-FREE-CD-TXT)
023821         END-IF.
023822         IF FUNCTION TRIM(PRL-OVERDRAFT-TXT) NOT = SPACES
023823             COMPUTE PRD-OVERDRAFT-LIMIT(PRD-ROW-SUB) =
023824                 FUNCTION NUMVAL(PRL-OVERDRAFT-TXT)
023825         END-IF.
023826         IF FUNCTION TRIM(PRL-DAILY-CAP-TXT) NOT = SPACES
023827             COMPUTE PRD-DAILY-CAP(PRD-ROW-SUB) =
023828                 FUNCTION NUMVAL(PRL-DAILY-CAP-TXT)
023829         END-IF.
023830 1085-EXIT.
023831         EXIT.
023832
023833************************************************************
023900* 1100-ESTABLISH-CHECKPOINT - the wall-clock date is not
023910* trustworthy as the business date across an overnight
023920* restart: if the prior run abended after midnight, today's
027500             AND WS-SEQUENCE-NO > WS-RESTART-SEQUENCE-NO
027510             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
027520                 = "INQUIRY"
027523                 PERFORM 2160-VALIDATE-OPERATOR THRU 2160-EXIT
027526                 IF WS-STATUS = "REJECTED"
027529                     PERFORM 4000-WRITE-RESPONSE THRU 4000-EXIT
027532                 ELSE
027535                     PERFORM 3860-PROCESS-INQUIRY THRU 3860-EXIT
027538                 END-IF
027540             ELSE
027600                 PERFORM 3000-VALIDATE-AND-POST THRU 3000-EXIT
027650                 PERFORM 2200-COMMIT-CHECKPOINT THRU 2200-EXIT
030180         MOVE "N" TO WS-FEE-ASSESSED-SW.
030190         MOVE 0 TO WS-FEE-CHARGED.
030191         MOVE "N" TO WS-TD-PENINT-SW.
030193         MOVE "N" TO WS-REV-DEST-LEG-SW WS-REV-FEE-SW.
030195         MOVE "REVERSE" TO WS-REV-LOG-CODE.
030197         MOVE 0 TO WS-REV-FEE-AMOUNT.
030198         MOVE "N" TO WS-ODP-SWEPT-SW.
030199         MOVE 0 TO WS-ODP-FEE WS-ODP-SWEEP-AMOUNT.
030200
030300         UNSTRING WS-REQUEST-LINE DELIMITED BY "|"
030400             INTO WS-OP
030860                  WS-DETAIL-2-TXT
030870                  WS-DETAIL-3-TXT
030880                  WS-DETAIL-4-TXT
030890                  WS-OPERATOR-TXT
030900         END-UNSTRING.
031000
031100         IF FUNCTION TRIM(WS-EXPECTED-BALANCE-TXT) NOT = SPACES
031300                 FUNCTION NUMVAL(WS-EXPECTED-BALANCE-TXT)
031400         END-IF.
031500         COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TXT).
031510         PERFORM 2150-RESOLVE-OPERATOR THRU 2150-EXIT.
031520         IF FUNCTION TRIM(WS-LIMIT-OVERDRAFT-TXT) NOT = SPACES
031540             COMPUTE WS-LIMIT-OVERDRAFT-AMT =
031560                 FUNCTION NUMVAL(WS-LIMIT-OVERDRAFT-TXT)
031680         END-IF.
031681 2100-EXIT.
031700         EXIT.
031701
031702************************************************************
031704* 2150-RESOLVE-OPERATOR - the operator of record is the
031706* twelfth field of the request, upper case.  A line queued
031708* before that field existed still names its operator where
031710* dual control always looked for one - detail 1 on a money
031712* movement, detail 2 on APPROVE and DENY - and that is
031714* taken instead.  Once resolved, the operator of record is
031716* the one dual control parks and compares, so nobody can be
031718* validated under one name and park or decide under
031720* another.
031722************************************************************
031724 2150-RESOLVE-OPERATOR.
031726         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
031728             TO WS-OP-UPPER.
031730         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-TXT))
031732             TO WS-OPERATOR-ID.
031734         IF WS-OPERATOR-ID = SPACES
031736             IF WS-OP-UPPER = "DEPOSIT" OR "WITHDRAW"
031738                 OR "TRANSFER"
031740                 MOVE FUNCTION UPPER-CASE
031742                     (FUNCTION TRIM(WS-DETAIL-1-TXT))
031744                     TO WS-OPERATOR-ID
031746             END-IF
031748             IF WS-OP-UPPER = "APPROVE" OR "DENY"
031750                 MOVE FUNCTION UPPER-CASE
031752                     (FUNCTION TRIM(WS-DETAIL-2-TXT))
031754                     TO WS-OPERATOR-ID
031756             END-IF
031758         END-IF.
031760         IF WS-OPERATOR-ID = SPACES
031762             GO TO 2150-EXIT
031764         END-IF.
031766
031768         IF WS-OP-UPPER = "DEPOSIT" OR "WITHDRAW" OR "TRANSFER"
031770             MOVE WS-OPERATOR-ID TO WS-DETAIL-1-TXT
031772         END-IF.
031774         IF WS-OP-UPPER = "APPROVE" OR "DENY"
031776             MOVE WS-OPERATOR-ID TO WS-DETAIL-2-TXT
031778         END-IF.
031780 2150-EXIT.
031782         EXIT.
031800
031801************************************************************
031802* 2160-VALIDATE-OPERATOR - no request is looked at until
031803* its operator is: a blank, unknown or suspended operator
031804* is refused, only a supervisor may APPROVE or DENY, and
031805* the amount may not pass the operator's authority limit.
031806* A site that has not built OPERATOR-MASTER yet validates
031807* nobody, the same way a site with no AUTH-PARAMS file
031808* has no dual control.
031809************************************************************
031810 2160-VALIDATE-OPERATOR.
031811         MOVE "N" TO WS-OPM-FOUND-SW.
031812         IF NOT WS-OPM-OPEN
031813             GO TO 2160-EXIT
031814         END-IF.
031815
031816         IF WS-OPERATOR-ID = SPACES
031817             MOVE "REJECTED" TO WS-STATUS
031818             MOVE "MISSING_OPERATOR" TO WS-CODE
031819             MOVE "Operador obrigatorio" TO WS-MESSAGE
031820             GO TO 2160-EXIT
031821         END-IF.
031822
031823         MOVE WS-OPERATOR-ID TO OPM-OPERATOR-ID.
031824         READ OPERATOR-MASTER-FILE
031825             INVALID KEY
031826                 MOVE "N" TO WS-OPM-FOUND-SW
031827             NOT INVALID KEY
031828                 MOVE "Y" TO WS-OPM-FOUND-SW
031829         END-READ.
031830         IF NOT WS-OPM-ON-FILE
031831             MOVE "REJECTED" TO WS-STATUS
031832             MOVE "UNKNOWN_OPERATOR" TO WS-CODE
031833             MOVE "Operador nao cadastrado" TO WS-MESSAGE
031834             GO TO 2160-EXIT
031835         END-IF.
031836
031837         IF NOT OPM-ACTIVE
031838             MOVE "REJECTED" TO WS-STATUS
031839             MOVE "OPERATOR_SUSPENDED" TO WS-CODE
031840             MOVE "Operador suspenso" TO WS-MESSAGE
031841             GO TO 2160-EXIT
031842         END-IF.
031843
031844         IF (WS-OP-UPPER = "APPROVE" OR "DENY")
031845             AND NOT OPM-SUPERVISOR
031846             MOVE "REJECTED" TO WS-STATUS
031847             MOVE "NOT_SUPERVISOR" TO WS-CODE
031848             MOVE "Decisao exige operador supervisor"
031849                 TO WS-MESSAGE
031850             GO TO 2160-EXIT
031851         END-IF.
031852
031853         PERFORM 2170-CHECK-AUTHORITY-LIMIT THRU 2170-EXIT.
031854 2160-EXIT.
031855         EXIT.
031856
031857************************************************************
031858* 2170-CHECK-AUTHORITY-LIMIT - the amount against the
031859* validated operator's authority limit; a batch feed is
031860* not limited.  On APPROVE the amount is the parked one,
031861* so a supervisor releases nothing larger than they could
031862* have keyed themselves; an authorization id that names no
031863* item is left for 3810-EDIT-DECISION to refuse.  A REVERSE
031864* carries no amount and is checked in 3960-PROCESS-REVERSE.
031865************************************************************
031866 2170-CHECK-AUTHORITY-LIMIT.
031867         IF OPM-BATCH
031868             GO TO 2170-EXIT
031869         END-IF.
031870
031871         MOVE WS-AMOUNT TO WS-OPM-CHECK-AMOUNT.
031872         IF WS-OP-UPPER = "APPROVE"
031873             MOVE FUNCTION TRIM(WS-DETAIL-1-TXT) TO PAU-AUTH-ID
031874             READ PENDING-AUTH-FILE
031875                 INVALID KEY
031876                     CONTINUE
031877                 NOT INVALID KEY
031878                     MOVE PAU-AMOUNT TO WS-OPM-CHECK-AMOUNT
031879             END-READ
031880         END-IF.
031881
031882         IF WS-OPM-CHECK-AMOUNT > OPM-AUTHORITY-LIMIT
031883             MOVE "REJECTED" TO WS-STATUS
031884             MOVE "OVER_OPERATOR_LIMIT" TO WS-CODE
031885             MOVE "Valor acima da alcada do operador"
031886                 TO WS-MESSAGE
031887         END-IF.
031888 2170-EXIT.
031889         EXIT.
031890
031900************************************************************
032000* 2200-COMMIT-CHECKPOINT - committed as soon as a request
032050* has been posted to ACCOUNT-MASTER, ahead of logging and
033030* control totals.  Only an approved request moves money,
033040* so only it contributes to the amount and the account
033050* hash; a TRANSFER hashes both legs, matching what
033060* DAILY-RECON recounts off the log; so does a REVERSE.
033070************************************************************
033080 2300-COUNT-REQUEST.
033081         ADD 1 TO WS-RUN-RECORDS-READ.
033092                 ADD WS-HASH-WORK TO WS-BR-HASH(WS-BR-SUB)
033093             END-IF
033094             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033095                 = "TRANSFER" OR WS-REV-DEST-LEG
033096                 MOVE WS-DEST-ACCOUNT-ID(1:9)
033097                     TO WS-HASH-WORK
033098                 ADD WS-HASH-WORK TO WS-RUN-ACCOUNT-HASH
033500* opening balance for an account that was simply rejected.
033520************************************************************
033600 3000-VALIDATE-AND-POST.
033603         PERFORM 2160-VALIDATE-OPERATOR THRU 2160-EXIT.
033606         IF WS-STATUS = "REJECTED"
033609             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
033612             GO TO 3000-EXIT
033615         END-IF.
033617
033620         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033640             = "SET_LIMITS"
033660             PERFORM 3080-PROCESS-SET-LIMITS THRU 3080-EXIT
033702
033704         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033706             = "OPEN_ACCOUNT"
033707             PERFORM 3570-SCREEN-WATCH-LIST THRU 3570-EXIT
033708             IF NOT WS-WATCH-HIT
033709                 PERFORM 3705-OPEN-ON-PRODUCT THRU 3705-EXIT
033710             END-IF
033711             GO TO 3000-EXIT
033712         END-IF.
033714
033716         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033751         END-IF.
033752
033753         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033754             = "SET_BACKUP"
033755             PERFORM 3490-PROCESS-SET-BACKUP THRU 3490-EXIT
033756             GO TO 3000-EXIT
033757         END-IF.
033758
033759         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033760             = "STOP_PAYMENT"
033761             OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033762             = "MANDATE"
033763             OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033764             = "CANCEL_STOP"
033765             OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033766             = "MANDATE_ONLY"
033767             PERFORM 3500-PROCESS-STOP-CONTROL THRU 3500-EXIT
033768             GO TO 3000-EXIT
033769         END-IF.
033770
033771         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033772             = "REACTIVATE"
033773             PERFORM 3890-PROCESS-REACTIVATE THRU 3890-EXIT
033774             GO TO 3000-EXIT
033775         END-IF.
033776
033777         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033778             = "REDEEM_TD"
033779             PERFORM 3940-PROCESS-REDEEM-TD THRU 3940-EXIT
033780             GO TO 3000-EXIT
033781         END-IF.
033782
033783         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033784             = "REVERSE"
033785             PERFORM 3960-PROCESS-REVERSE THRU 3960-EXIT
033786             GO TO 3000-EXIT
033787         END-IF.
033788
033789         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
033790             = "CHANGE_PRODUCT"
033791             PERFORM 3895-PROCESS-CHANGE-PRODUCT THRU 3895-EXIT
033792             GO TO 3000-EXIT
033793         END-IF.
033794
033795         IF WS-AMOUNT <= 0
033800             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
033810             MOVE "REJECTED" TO WS-STATUS
033900             MOVE "INVALID_AMOUNT" TO WS-CODE
039370                 PERFORM 3300-SAVE-ACCOUNT THRU 3300-EXIT
039380             WHEN "WITHDRAW"
039390                 PERFORM 3600-CHECK-WITHDRAW-LIMITS THRU 3600-EXIT
039392                 IF WS-STATUS = "REJECTED"
039394                     PERFORM 3450-TRY-PROTECTION-SWEEP
039396                         THRU 3450-EXIT
039398                 END-IF
039400                 IF WS-STATUS NOT = "REJECTED"
039410                     COMPUTE WS-NEW-BALANCE =
039420                         WS-OLD-BALANCE - WS-AMOUNT
039530                 PERFORM 3770-PROCESS-HOLD THRU 3770-EXIT
039531             WHEN "OPEN_TD"
039532                 PERFORM 3930-PROCESS-OPEN-TD THRU 3930-EXIT
039535             WHEN "OPEN_LOAN"
039538                 PERFORM 3990-PROCESS-OPEN-LOAN THRU 3990-EXIT
039540             WHEN OTHER
039550                 MOVE "REJECTED" TO WS-STATUS
039560                 MOVE "UNKNOWN_OPERATION" TO WS-CODE
048292                 MOVE WS-RUN-DATE TO ACM-LAST-ACTIVITY-DATE
048294                 MOVE SPACES TO ACM-DORMANT-DATE
048296                 MOVE WS-ACCOUNT-ID(1:2) TO ACM-BRANCH-ID
048299                 MOVE SPACES TO ACM-PRODUCT-CODE
048300             ELSE
048400                 MOVE "REJECTED" TO WS-STATUS
048500                 MOVE "INVALID_ACCOUNT" TO WS-CODE
057300
057400         PERFORM 3600-CHECK-WITHDRAW-LIMITS THRU 3600-EXIT.
057500         IF WS-STATUS = "REJECTED"
057510             PERFORM 3445-SWEEP-FOR-TRANSFER THRU 3445-EXIT
057520         END-IF.
057530         IF WS-STATUS = "REJECTED"
057600             GO TO 3400-EXIT
057700         END-IF.
057800
065290                 CONTINUE
065300         END-READ.
065310 3440-EXIT.
065311         EXIT.
065312
065313************************************************************
065314* 3445-SWEEP-FOR-TRANSFER - a transfer whose debit leg was
065315* refused for funds is only worth a protection sweep if
065316* its destination would then take the money, so the
065317* destination is checked first; when it would not, the
065318* funds rejection stands exactly as it was, and the
065319* destination's own edit reports nothing new here since
065320* 3400-PROCESS-TRANSFER has always answered funds first.
065321************************************************************
065322 3445-SWEEP-FOR-TRANSFER.
065323         IF WS-CODE NOT = "INSUFFICIENT_FUNDS"
065324             AND WS-CODE NOT = "OVER_OVERDRAFT_LIMIT"
065325             AND WS-CODE NOT = "FUNDS_ON_HOLD"
065326             GO TO 3445-EXIT
065327         END-IF.
065328
065329         MOVE WS-STATUS TO WS-ODP-SAVE-STATUS.
065330         MOVE WS-CODE TO WS-ODP-SAVE-CODE.
065331         MOVE WS-MESSAGE TO WS-ODP-SAVE-MESSAGE.
065332         MOVE SPACES TO WS-STATUS.
065333         PERFORM 3410-LOAD-DEST-ACCOUNT THRU 3410-EXIT.
065334         PERFORM 3430-RELOAD-SOURCE-RECORD THRU 3430-EXIT.
065335         MOVE WS-STATUS TO WS-ODP-DEST-STATUS.
065336         MOVE WS-ODP-SAVE-STATUS TO WS-STATUS.
065337         MOVE WS-ODP-SAVE-CODE TO WS-CODE.
065338         MOVE WS-ODP-SAVE-MESSAGE TO WS-MESSAGE.
065339         IF WS-ODP-DEST-STATUS = "REJECTED"
065340             GO TO 3445-EXIT
065341         END-IF.
065342
065343         PERFORM 3450-TRY-PROTECTION-SWEEP THRU 3450-EXIT.
065344 3445-EXIT.
065345         EXIT.
065346
065347************************************************************
065348* 3450-TRY-PROTECTION-SWEEP - 3600-CHECK-WITHDRAW-LIMITS
065349* has refused a debit for funds.  When the account has an
065350* active backup on OVERDRAFT-LINK, just the shortfall plus
065351* the OD-SWEEP fee is moved across from the backup and the
065352* limits are checked again against the swept balance.  A
065353* backup that is itself short, dormant or closed moves
065354* nothing and the original rejection stands; so does one
065355* that is the transfer's own destination.  A daily-cap or
065356* dormancy refusal is not a shortage and is never swept.
065357************************************************************
065358 3450-TRY-PROTECTION-SWEEP.
065359         IF WS-CODE NOT = "INSUFFICIENT_FUNDS"
065360             AND WS-CODE NOT = "OVER_OVERDRAFT_LIMIT"
065361             AND WS-CODE NOT = "FUNDS_ON_HOLD"
065362             GO TO 3450-EXIT
065363         END-IF.
065364
065365         MOVE WS-ACCOUNT-ID TO OPL-ACCOUNT-ID.
065366         READ OVERDRAFT-LINK-FILE
065367             INVALID KEY
065368                 GO TO 3450-EXIT
065369         END-READ.
065370         IF NOT OPL-ACTIVE
065371             OR OPL-BACKUP-ACCOUNT-ID = WS-DEST-ACCOUNT-ID
065372             GO TO 3450-EXIT
065373         END-IF.
065374         MOVE OPL-BACKUP-ACCOUNT-ID TO WS-ODP-BACKUP-ID.
065375
065376         COMPUTE WS-ODP-SHORTFALL = WS-AMOUNT
065377             - (WS-OLD-BALANCE - WS-HELD-TOTAL
065378                 + ACM-OVERDRAFT-LIMIT).
065379         PERFORM 3460-PRICE-SWEEP-FEE THRU 3460-EXIT.
065380         COMPUTE WS-ODP-SWEEP-AMOUNT =
065381             WS-ODP-SHORTFALL + WS-ODP-FEE.
065382
065383         PERFORM 3470-DEBIT-BACKUP-ACCOUNT THRU 3470-EXIT.
065384         PERFORM 3430-RELOAD-SOURCE-RECORD THRU 3430-EXIT.
065385         IF NOT WS-ODP-SWEPT
065386             GO TO 3450-EXIT
065387         END-IF.
065388
065389         MOVE ACM-BALANCE TO WS-ODP-PRI-OLD-BALANCE.
065390         ADD WS-ODP-SWEEP-AMOUNT TO ACM-BALANCE.
065391         MOVE ACM-BALANCE TO WS-ODP-PRI-MID-BALANCE.
065392         SUBTRACT WS-ODP-FEE FROM ACM-BALANCE.
065393         MOVE ACM-BALANCE TO WS-ODP-PRI-NEW-BALANCE.
065394         REWRITE ACCOUNT-MASTER-RECORD.
065395
065396         MOVE ACM-BALANCE TO WS-OLD-BALANCE WS-NEW-BALANCE.
065397         MOVE SPACES TO WS-STATUS WS-CODE WS-MESSAGE.
065398         PERFORM 3600-CHECK-WITHDRAW-LIMITS THRU 3600-EXIT.
065399 3450-EXIT.
065400         EXIT.
065401
065402************************************************************
065403* 3460-PRICE-SWEEP-FEE - the protection fee is the
065404* OD-SWEEP row of the fee schedule for the protected
065405* account's pricing tier, charged on every sweep; no row
065406* means the sweep is free.
065407************************************************************
065408 3460-PRICE-SWEEP-FEE.
065409         MOVE 0 TO WS-ODP-FEE.
065410         MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
065411         READ CUSTOMER-MASTER-FILE
065412             INVALID KEY
065413                 MOVE "S" TO WS-FEE-TIER-WORK
065414             NOT INVALID KEY
065415                 MOVE CUS-PRICING-TIER TO WS-FEE-TIER-WORK
065416         END-READ.
065417         IF WS-FEE-TIER-WORK NOT = "P"
065418             MOVE "S" TO WS-FEE-TIER-WORK
065419         END-IF.
065420
065421         MOVE "OD-SWEEP" TO WS-FEE-EVENT-WORK.
065422         PERFORM 3660-FIND-SCHEDULE-ROW THRU 3660-EXIT.
065423         IF WS-FEE-ROW-SUB > 0
065424             AND WS-FEE-AMOUNT(WS-FEE-ROW-SUB) > 0
065425             MOVE WS-FEE-AMOUNT(WS-FEE-ROW-SUB) TO WS-ODP-FEE
065426         END-IF.
065427 3460-EXIT.
065428         EXIT.
065429
065430************************************************************
065431* 3470-DEBIT-BACKUP-ACCOUNT - takes the sweep off the
065432* backup when it is active and its own available balance
065433* - ledger less its active holds, without any overdraft
065434* of its own - covers it.  The backup's daily withdrawal
065435* total and last-activity date are left alone: the owner
065436* did not draw on it.
065437************************************************************
065438 3470-DEBIT-BACKUP-ACCOUNT.
065439         MOVE WS-ODP-BACKUP-ID TO ACM-ACCOUNT-ID.
065440         READ ACCOUNT-MASTER-FILE
065441             INVALID KEY
065442                 GO TO 3470-EXIT
065443         END-READ.
065444         IF NOT ACM-ACTIVE
065445             GO TO 3470-EXIT
065446         END-IF.
065447
065448         PERFORM 3480-SUM-BACKUP-HOLDS THRU 3480-EXIT.
065449         IF WS-ODP-SWEEP-AMOUNT
065450             > ACM-BALANCE - WS-ODP-BACKUP-HELD
065451             GO TO 3470-EXIT
065452         END-IF.
065453
065454         MOVE ACM-BALANCE TO WS-ODP-BKP-OLD-BALANCE.
065455         SUBTRACT WS-ODP-SWEEP-AMOUNT FROM ACM-BALANCE.
065456         MOVE ACM-BALANCE TO WS-ODP-BKP-NEW-BALANCE.
065457         REWRITE ACCOUNT-MASTER-RECORD.
065458         MOVE "Y" TO WS-ODP-SWEPT-SW.
065459 3470-EXIT.
065460         EXIT.
065461
065462************************************************************
065463* 3480-SUM-BACKUP-HOLDS - the backup account's active,
065464* unexpired holds, totalled the same way
065465* 3790-SUM-ACTIVE-HOLDS totals the account's own.
065466************************************************************
065467 3480-SUM-BACKUP-HOLDS.
065468         MOVE 0 TO WS-ODP-BACKUP-HELD.
065469         MOVE "N" TO WS-HOLD-SCAN-DONE-SW.
065470         MOVE WS-ODP-BACKUP-ID TO HLD-ACCOUNT-ID.
065471         MOVE LOW-VALUES TO HLD-HOLD-ID.
065472         START HOLD-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
065473             INVALID KEY
065474                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
065475         END-START.
065476         PERFORM 3485-SUM-NEXT-BACKUP-HOLD THRU 3485-EXIT
065477             UNTIL WS-HOLD-SCAN-DONE.
065478 3480-EXIT.
065479         EXIT.
065480
065481 3485-SUM-NEXT-BACKUP-HOLD.
065482         READ HOLD-FILE NEXT RECORD
065483             AT END
065484                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
065485                 GO TO 3485-EXIT
065486         END-READ.
065487         IF HLD-ACCOUNT-ID NOT = WS-ODP-BACKUP-ID
065488             MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
065489             GO TO 3485-EXIT
065490         END-IF.
065491         IF HLD-ACTIVE
065492             AND HLD-EXPIRY-DATE >= WS-RUN-DATE
065493             ADD HLD-AMOUNT TO WS-ODP-BACKUP-HELD
065494         END-IF.
065495 3485-EXIT.
065496         EXIT.
065497
065498************************************************************
065499* 3490-PROCESS-SET-BACKUP - back-office maintenance of the
065500* account's overdraft-protection backup on OVERDRAFT-LINK;
065501* carries no amount, so it is routed ahead of the amount
065502* edit the way SET_TIER is.  The backup must be another
065503* open, non-dormant account held by the same person - the
065504* protected account's owner document must have both
065505* accounts open on CUSTOMER-XREF.  A blank backup removes
065506* the nomination, logging the backup it retires.
065507************************************************************
065508 3490-PROCESS-SET-BACKUP.
065509         PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT.
065510
065511         MOVE WS-ACCOUNT-ID TO WS-ACCOUNT-ID-TO-CHECK.
065512         PERFORM 3050-VALIDATE-ACCOUNT-FORMAT THRU 3050-EXIT.
065513         IF NOT WS-FORMAT-VALID
065514             MOVE "REJECTED" TO WS-STATUS
065515             MOVE "INVALID_ACCOUNT" TO WS-CODE
065516             MOVE "Numero de conta invalido"
065517                 TO WS-MESSAGE
065518             GO TO 3490-EXIT
065519         END-IF.
065520
065521         MOVE WS-ACCOUNT-ID TO ACM-ACCOUNT-ID.
065522         READ ACCOUNT-MASTER-FILE
065523             INVALID KEY
065524                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
065525             NOT INVALID KEY
065526                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
065527         END-READ.
065528         IF NOT WS-ACCOUNT-ON-FILE
065529             MOVE "REJECTED" TO WS-STATUS
065530             MOVE "INVALID_ACCOUNT" TO WS-CODE
065531             MOVE "Conta nao encontrada" TO WS-MESSAGE
065532             GO TO 3490-EXIT
065533         END-IF.
065534         IF ACM-CLOSED
065535             MOVE "REJECTED" TO WS-STATUS
065536             MOVE "ACCOUNT_CLOSED" TO WS-CODE
065537             MOVE "Conta encerrada" TO WS-MESSAGE
065538             GO TO 3490-EXIT
065539         END-IF.
065540
065541         IF WS-DEST-ACCOUNT-ID = SPACES
065542             PERFORM 3496-REMOVE-BACKUP-LINK THRU 3496-EXIT
065543             GO TO 3490-EXIT
065544         END-IF.
065545
065546         MOVE WS-DEST-ACCOUNT-ID TO WS-ACCOUNT-ID-TO-CHECK.
065547         PERFORM 3050-VALIDATE-ACCOUNT-FORMAT THRU 3050-EXIT.
065548         IF NOT WS-FORMAT-VALID
065549             MOVE "REJECTED" TO WS-STATUS
065550             MOVE "INVALID_ACCOUNT" TO WS-CODE
065551             MOVE "Numero da conta reserva invalido"
065552                 TO WS-MESSAGE
065553             GO TO 3490-EXIT
065554         END-IF.
065555         IF WS-DEST-ACCOUNT-ID = WS-ACCOUNT-ID
065556             MOVE "REJECTED" TO WS-STATUS
065557             MOVE "INVALID_BACKUP" TO WS-CODE
065558             MOVE "Conta reserva deve ser outra conta"
065559                 TO WS-MESSAGE
065560             GO TO 3490-EXIT
065561         END-IF.
065562
065563         MOVE WS-DEST-ACCOUNT-ID TO ACM-ACCOUNT-ID.
065564         READ ACCOUNT-MASTER-FILE
065565             INVALID KEY
065566                 MOVE "REJECTED" TO WS-STATUS
065567                 MOVE "INVALID_ACCOUNT" TO WS-CODE
065568                 MOVE "Conta reserva nao encontrada"
065569                     TO WS-MESSAGE
065570                 GO TO 3490-EXIT
065571         END-READ.
065572         IF ACM-CLOSED
065573             MOVE "REJECTED" TO WS-STATUS
065574             MOVE "ACCOUNT_CLOSED" TO WS-CODE
065575             MOVE "Conta reserva encerrada" TO WS-MESSAGE
065576             GO TO 3490-EXIT
065577         END-IF.
065578         IF ACM-DORMANT
065579             MOVE "REJECTED" TO WS-STATUS
065580             MOVE "DORMANT_ACCOUNT" TO WS-CODE
065581             MOVE "Conta reserva dormente" TO WS-MESSAGE
065582             GO TO 3490-EXIT
065583         END-IF.
065584
065585         PERFORM 3495-CHECK-SAME-OWNER THRU 3495-EXIT.
065586         IF NOT WS-ODP-SAME-OWNER
065587             MOVE "REJECTED" TO WS-STATUS
065588             MOVE "BACKUP_NOT_OWNED" TO WS-CODE
065589             MOVE "Conta reserva de outro titular"
065590                 TO WS-MESSAGE
065591             GO TO 3490-EXIT
065592         END-IF.
065593
065594         MOVE WS-ACCOUNT-ID TO OPL-ACCOUNT-ID.
065595         MOVE WS-DEST-ACCOUNT-ID TO OPL-BACKUP-ACCOUNT-ID.
065596         MOVE WS-DOCUMENT-NORMAL TO OPL-DOCUMENT-ID.
065597         MOVE WS-RUN-DATE TO OPL-LINKED-DATE.
065598         MOVE "A" TO OPL-STATUS.
065599         MOVE SPACES TO OPL-REMOVED-DATE.
065600         WRITE OVERDRAFT-LINK-RECORD
065601             INVALID KEY
065602                 REWRITE OVERDRAFT-LINK-RECORD
065603         END-WRITE.
065604         MOVE "APPROVED" TO WS-STATUS.
065605         MOVE "OK" TO WS-CODE.
065606         MOVE "Conta reserva cadastrada" TO WS-MESSAGE.
065607 3490-EXIT.
065608         EXIT.
065609
065610************************************************************
065611* 3495-CHECK-SAME-OWNER - the protected account's owner
065612* document, normalized, must key an open CUSTOMER-XREF
065613* relationship to both the account and the backup.
065614************************************************************
065615 3495-CHECK-SAME-OWNER.
065616         MOVE "N" TO WS-ODP-OWNER-SW.
065617         MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
065618         READ CUSTOMER-MASTER-FILE
065619             INVALID KEY
065620                 GO TO 3495-EXIT
065621         END-READ.
065622         MOVE CUS-DOCUMENT-ID TO WS-DOCUMENT-RAW.
065623         PERFORM 3720-NORMALIZE-DOCUMENT THRU 3720-EXIT.
065624         IF WS-DOCUMENT-NORMAL = SPACES
065625             GO TO 3495-EXIT
065626         END-IF.
065627
065628         MOVE WS-DOCUMENT-NORMAL TO CXR-DOCUMENT-ID.
065629         MOVE WS-ACCOUNT-ID TO CXR-ACCOUNT-ID.
065630         READ CUSTOMER-XREF-FILE
065631             INVALID KEY
065632                 GO TO 3495-EXIT
065633         END-READ.
065634         IF CXR-CLOSED-DATE NOT = SPACES
065635             GO TO 3495-EXIT
065636         END-IF.
065637
065638         MOVE WS-DOCUMENT-NORMAL TO CXR-DOCUMENT-ID.
065639         MOVE WS-DEST-ACCOUNT-ID TO CXR-ACCOUNT-ID.
065640         READ CUSTOMER-XREF-FILE
065641             INVALID KEY
065642                 GO TO 3495-EXIT
065643         END-READ.
065644         IF CXR-CLOSED-DATE NOT = SPACES
065645             GO TO 3495-EXIT
065646         END-IF.
065647         MOVE "Y" TO WS-ODP-OWNER-SW.
065648 3495-EXIT.
065649         EXIT.
065650
065651************************************************************
065652* 3496-REMOVE-BACKUP-LINK - marks the account's active
065653* nomination removed; the record stays as its history.
065654************************************************************
065655 3496-REMOVE-BACKUP-LINK.
065656         MOVE WS-ACCOUNT-ID TO OPL-ACCOUNT-ID.
065657         READ OVERDRAFT-LINK-FILE
065658             INVALID KEY
065659                 MOVE "N" TO WS-OPL-FOUND-SW
065660             NOT INVALID KEY
065661                 MOVE "Y" TO WS-OPL-FOUND-SW
065662         END-READ.
065663         IF NOT WS-OPL-ON-FILE
065664             OR NOT OPL-ACTIVE
065665             MOVE "REJECTED" TO WS-STATUS
065666             MOVE "NO_BACKUP_LINK" TO WS-CODE
065667             MOVE "Conta sem conta reserva cadastrada"
065668                 TO WS-MESSAGE
065669             GO TO 3496-EXIT
065670         END-IF.
065671
065672         MOVE OPL-BACKUP-ACCOUNT-ID TO WS-DEST-ACCOUNT-ID.
065673         MOVE "X" TO OPL-STATUS.
065674         MOVE WS-RUN-DATE TO OPL-REMOVED-DATE.
065675         REWRITE OVERDRAFT-LINK-RECORD.
065676         MOVE "APPROVED" TO WS-STATUS.
065677         MOVE "OK" TO WS-CODE.
065678         MOVE "Conta reserva removida" TO WS-MESSAGE.
065679 3496-EXIT.
065680         EXIT.
065681
065682************************************************************
065683* 3500-PROCESS-STOP-CONTROL - back-office maintenance of the
065684* account's instructions on STOP-PAYMENT about inbound
065685* collected debits; carries no amount, so it is routed
065686* ahead of the amount edit the way SET_BACKUP is.
065687* STOP_PAYMENT, MANDATE and CANCEL_STOP key on the
065688* originator name in detail 1, upper case, exactly as
065689* CLG-IMPORT matches it against the network's field;
065690* MANDATE_ONLY works the account-level record.
065691************************************************************
065692 3500-PROCESS-STOP-CONTROL.
065693         PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT.
065694
065695         MOVE WS-ACCOUNT-ID TO WS-ACCOUNT-ID-TO-CHECK.
065696         PERFORM 3050-VALIDATE-ACCOUNT-FORMAT THRU 3050-EXIT.
065697         IF NOT WS-FORMAT-VALID
065698             MOVE "REJECTED" TO WS-STATUS
065699             MOVE "INVALID_ACCOUNT" TO WS-CODE
065700             MOVE "Numero de conta invalido"
065701                 TO WS-MESSAGE
065702             GO TO 3500-EXIT
065703         END-IF.
065704
065705         MOVE WS-ACCOUNT-ID TO ACM-ACCOUNT-ID.
065706         READ ACCOUNT-MASTER-FILE
065707             INVALID KEY
065708                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
065709             NOT INVALID KEY
065710                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
065711         END-READ.
065712         IF NOT WS-ACCOUNT-ON-FILE
065713             MOVE "REJECTED" TO WS-STATUS
065714             MOVE "INVALID_ACCOUNT" TO WS-CODE
065715             MOVE "Conta nao encontrada" TO WS-MESSAGE
065716             GO TO 3500-EXIT
065717         END-IF.
065718         IF ACM-CLOSED
065719             MOVE "REJECTED" TO WS-STATUS
065720             MOVE "ACCOUNT_CLOSED" TO WS-CODE
065721             MOVE "Conta encerrada" TO WS-MESSAGE
065722             GO TO 3500-EXIT
065723         END-IF.
065724
065725         MOVE WS-ACCOUNT-ID TO STP-ACCOUNT-ID.
065726         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
065727             = "MANDATE_ONLY"
065728             PERFORM 3540-PROCESS-MANDATE-ONLY THRU 3540-EXIT
065729             GO TO 3500-EXIT
065730         END-IF.
065731
065732         IF FUNCTION TRIM(WS-DETAIL-1-TXT) = SPACES
065733             MOVE "REJECTED" TO WS-STATUS
065734             MOVE "MISSING_ORIGINATOR" TO WS-CODE
065735             MOVE "Nome do originador obrigatorio"
065736                 TO WS-MESSAGE
065737             GO TO 3500-EXIT
065738         END-IF.
065739         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DETAIL-1-TXT))
065740             TO WS-STP-ORIGINATOR.
065741         MOVE WS-STP-ORIGINATOR TO STP-ORIGINATOR.
065742
065743         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
065744             WHEN "STOP_PAYMENT"
065745                 PERFORM 3510-PROCESS-STOP-PAYMENT THRU 3510-EXIT
065746             WHEN "MANDATE"
065747                 PERFORM 3520-PROCESS-MANDATE THRU 3520-EXIT
065748             WHEN OTHER
065749                 PERFORM 3530-PROCESS-CANCEL-STOP THRU 3530-EXIT
065750         END-EVALUATE.
065751 3500-EXIT.
065752         EXIT.
065753
065754************************************************************
065755* 3510-PROCESS-STOP-PAYMENT - a stop on the originator,
065756* narrowed to one trace number (detail 2) and/or an amount
065757* range "low-high" (detail 3, either side may be left
065758* blank), until the expiry date in detail 4.  A stop keyed
065759* over an existing mandate for the same originator
065760* replaces it - the customer has withdrawn the authority.
065761************************************************************
065762 3510-PROCESS-STOP-PAYMENT.
065763         MOVE FUNCTION TRIM(WS-DETAIL-4-TXT) TO WS-STP-EXPIRY.
065764         PERFORM 3550-EDIT-STOP-EXPIRY THRU 3550-EXIT.
065765         IF WS-STATUS = "REJECTED"
065766             GO TO 3510-EXIT
065767         END-IF.
065768
065769         MOVE 0 TO WS-STP-LOW WS-STP-HIGH.
065770         IF FUNCTION TRIM(WS-DETAIL-3-TXT) NOT = SPACES
065771             MOVE SPACES TO WS-STP-LOW-TXT WS-STP-HIGH-TXT
065772             UNSTRING WS-DETAIL-3-TXT DELIMITED BY "-"
065773                 INTO WS-STP-LOW-TXT
065774                      WS-STP-HIGH-TXT
065775             END-UNSTRING
065776             IF FUNCTION TRIM(WS-STP-LOW-TXT) NOT = SPACES
065777                 COMPUTE WS-STP-LOW =
065778                     FUNCTION NUMVAL(WS-STP-LOW-TXT)
065779             END-IF
065780             IF FUNCTION TRIM(WS-STP-HIGH-TXT) NOT = SPACES
065781                 COMPUTE WS-STP-HIGH =
065782                     FUNCTION NUMVAL(WS-STP-HIGH-TXT)
065783             END-IF
065784         END-IF.
065785         IF WS-STP-LOW < 0
065786             OR WS-STP-HIGH < 0
065787             OR (WS-STP-HIGH > 0 AND WS-STP-LOW > WS-STP-HIGH)
065788             MOVE "REJECTED" TO WS-STATUS
065789             MOVE "INVALID_AMOUNT_RANGE" TO WS-CODE
065790             MOVE "Faixa de valores da sustacao invalida"
065791                 TO WS-MESSAGE
065792             GO TO 3510-EXIT
065793         END-IF.
065794
065795         MOVE "S" TO STP-ENTRY-TYPE.
065796         MOVE FUNCTION TRIM(WS-DETAIL-2-TXT) TO STP-TRACE-NUMBER.
065797         MOVE WS-STP-LOW TO STP-AMOUNT-LOW.
065798         MOVE WS-STP-HIGH TO STP-AMOUNT-HIGH.
065799         PERFORM 3560-WRITE-STOP-RECORD THRU 3560-EXIT.
065800         MOVE "APPROVED" TO WS-STATUS.
065801         MOVE "OK" TO WS-CODE.
065802         MOVE SPACES TO WS-MESSAGE.
065803         STRING "Sustacao: " WS-STP-ORIGINATOR
065804             DELIMITED BY SIZE INTO WS-MESSAGE.
065805 3510-EXIT.
065806         EXIT.
065807
065808************************************************************
065809* 3520-PROCESS-MANDATE - authorises the originator to
065810* collect from the account until the expiry in detail 2.
065811* Only consulted for an account opted into mandate-only;
065812* keyed over a stop for the same originator, it lifts it.
065813************************************************************
065814 3520-PROCESS-MANDATE.
065815         MOVE FUNCTION TRIM(WS-DETAIL-2-TXT) TO WS-STP-EXPIRY.
065816         PERFORM 3550-EDIT-STOP-EXPIRY THRU 3550-EXIT.
065817         IF WS-STATUS = "REJECTED"
065818             GO TO 3520-EXIT
065819         END-IF.
065820
065821         MOVE "M" TO STP-ENTRY-TYPE.
065822         MOVE SPACES TO STP-TRACE-NUMBER.
065823         MOVE 0 TO STP-AMOUNT-LOW STP-AMOUNT-HIGH.
065824         PERFORM 3560-WRITE-STOP-RECORD THRU 3560-EXIT.
065825         MOVE "APPROVED" TO WS-STATUS.
065826         MOVE "OK" TO WS-CODE.
065827         MOVE SPACES TO WS-MESSAGE.
065828         STRING "Mandato: " WS-STP-ORIGINATOR
065829             DELIMITED BY SIZE INTO WS-MESSAGE.
065830 3520-EXIT.
065831         EXIT.
065832
065833************************************************************
065834* 3530-PROCESS-CANCEL-STOP - cancels the active stop or
065835* mandate held for the originator; the record stays as the
065836* history of the instruction.
065837************************************************************
065838 3530-PROCESS-CANCEL-STOP.
065839         READ STOP-PAYMENT-FILE
065840             INVALID KEY
065841                 MOVE "N" TO WS-STP-FOUND-SW
065842             NOT INVALID KEY
065843                 MOVE "Y" TO WS-STP-FOUND-SW
065844         END-READ.
065845         IF NOT WS-STP-ON-FILE
065846             OR NOT STP-ACTIVE
065847             MOVE "REJECTED" TO WS-STATUS
065848             MOVE "NO_STOP_ON_FILE" TO WS-CODE
065849             MOVE "Sustacao ou mandato nao encontrado"
065850                 TO WS-MESSAGE
065851             GO TO 3530-EXIT
065852         END-IF.
065853
065854         MOVE "X" TO STP-STATUS.
065855         MOVE WS-RUN-DATE TO STP-CANCELLED-DATE.
065856         REWRITE STOP-PAYMENT-RECORD.
065857         MOVE "APPROVED" TO WS-STATUS.
065858         MOVE "OK" TO WS-CODE.
065859         MOVE SPACES TO WS-MESSAGE.
065860         STRING "Cancelado: " WS-STP-ORIGINATOR
065861             DELIMITED BY SIZE INTO WS-MESSAGE.
065862 3530-EXIT.
065863         EXIT.
065864
065865************************************************************
065866* 3540-PROCESS-MANDATE-ONLY - detail 1 Y opts the account
065867* into mandate-only collection, N takes it back out.  The
065868* opt-in is the account-level record, blank originator.
065869************************************************************
065870 3540-PROCESS-MANDATE-ONLY.
065871         MOVE SPACES TO STP-ORIGINATOR.
065872         EVALUATE FUNCTION UPPER-CASE(
065873             FUNCTION TRIM(WS-DETAIL-1-TXT))
065874             WHEN "Y"
065875                 CONTINUE
065876             WHEN "N"
065877                 PERFORM 3545-MANDATE-ONLY-OFF THRU 3545-EXIT
065878                 GO TO 3540-EXIT
065879             WHEN OTHER
065880                 MOVE "REJECTED" TO WS-STATUS
065881                 MOVE "INVALID_OPTION" TO WS-CODE
065882                 MOVE "Indicador de mandato deve ser Y ou N"
065883                     TO WS-MESSAGE
065884                 GO TO 3540-EXIT
065885         END-EVALUATE.
065886         MOVE "O" TO STP-ENTRY-TYPE.
065887         MOVE SPACES TO STP-TRACE-NUMBER.
065888         MOVE 0 TO STP-AMOUNT-LOW STP-AMOUNT-HIGH.
065889         MOVE SPACES TO WS-STP-EXPIRY.
065890         PERFORM 3560-WRITE-STOP-RECORD THRU 3560-EXIT.
065891         MOVE "APPROVED" TO WS-STATUS.
065892         MOVE "OK" TO WS-CODE.
065893         MOVE "Conta restrita a debitos com mandato"
065894             TO WS-MESSAGE.
065895 3540-EXIT.
065896         EXIT.
065897
065898 3545-MANDATE-ONLY-OFF.
065899         READ STOP-PAYMENT-FILE
065900             INVALID KEY
065901                 MOVE "N" TO WS-STP-FOUND-SW
065902             NOT INVALID KEY
065903                 MOVE "Y" TO WS-STP-FOUND-SW
065904         END-READ.
065905         IF NOT WS-STP-ON-FILE
065906             OR NOT STP-ACTIVE
065907             MOVE "REJECTED" TO WS-STATUS
065908             MOVE "NOT_MANDATE_ONLY" TO WS-CODE
065909             MOVE "Conta nao restrita a mandatos" TO WS-MESSAGE
065910             GO TO 3545-EXIT
065911         END-IF.
065912         MOVE "X" TO STP-STATUS.
065913         MOVE WS-RUN-DATE TO STP-CANCELLED-DATE.
065914         REWRITE STOP-PAYMENT-RECORD.
065915         MOVE "APPROVED" TO WS-STATUS.
065916         MOVE "OK" TO WS-CODE.
065917         MOVE "Restricao a mandatos removida" TO WS-MESSAGE.
065918 3545-EXIT.
065919         EXIT.
065920
065921************************************************************
065922* 3550-EDIT-STOP-EXPIRY - a blank expiry runs until
065923* cancelled; any other must be a real date not already
065924* past.
065925************************************************************
065926 3550-EDIT-STOP-EXPIRY.
065927         IF WS-STP-EXPIRY = SPACES
065928             GO TO 3550-EXIT
065929         END-IF.
065930         MOVE WS-STP-EXPIRY TO WS-DATE-TO-CHECK.
065931         PERFORM 3055-VALIDATE-DATE THRU 3055-EXIT.
065932         IF NOT WS-DATE-VALID
065933             OR WS-STP-EXPIRY < WS-RUN-DATE
065934             MOVE "REJECTED" TO WS-STATUS
065935             MOVE "INVALID_DATE" TO WS-CODE
065936             MOVE "Data de expiracao invalida" TO WS-MESSAGE
065937         END-IF.
065938 3550-EXIT.
065939         EXIT.
065940
065941************************************************************
065942* 3560-WRITE-STOP-RECORD - the key and the kind-specific
065943* fields are already set; a record already on file under
065944* the key, live or cancelled, is replaced.
065945************************************************************
065946 3560-WRITE-STOP-RECORD.
065947         MOVE WS-STP-EXPIRY TO STP-EXPIRY-DATE.
065948         MOVE WS-RUN-DATE TO STP-CREATED-DATE.
065949         MOVE "A" TO STP-STATUS.
065950         MOVE SPACES TO STP-CANCELLED-DATE.
065951         WRITE STOP-PAYMENT-RECORD
065952             INVALID KEY
065953                 REWRITE STOP-PAYMENT-RECORD
065954         END-WRITE.
065955 3560-EXIT.
065956         EXIT.
065957
065958************************************************************
065959* 3570-SCREEN-WATCH-LIST - an OPEN_ACCOUNT is screened
065960* before anything else is edited: the holder's document
065961* and then name, each normalized the way WATCH-SCREEN
065962* keyed the regulator's list.  A hit rejects the opening
065963* WATCHLIST_HIT - the code the compliance officer works
065964* off REJECT-SUSPENSE - with a message that does not tell
065965* the counter why; nothing is written.
065966************************************************************
065967 3570-SCREEN-WATCH-LIST.
065968         MOVE "N" TO WS-WATCH-HIT-SW.
065969         IF NOT WS-WLS-OPEN
065970             GO TO 3570-EXIT
065971         END-IF.
065972
065973         MOVE WS-DETAIL-2-TXT TO WS-DOCUMENT-RAW.
065974         PERFORM 3720-NORMALIZE-DOCUMENT THRU 3720-EXIT.
065975         IF WS-DOCUMENT-NORMAL NOT = SPACES
065976             MOVE "D" TO WLS-KEY-TYPE
065977             MOVE WS-DOCUMENT-NORMAL TO WLS-KEY-VALUE
065978             PERFORM 3578-READ-WATCH-KEY THRU 3578-EXIT
065979         END-IF.
065980
065981         IF NOT WS-WATCH-HIT
065982             MOVE WS-DETAIL-1-TXT TO WS-NAME-RAW
065983             PERFORM 3575-NORMALIZE-NAME THRU 3575-EXIT
065984             IF WS-NAME-NORMAL NOT = SPACES
065985                 MOVE "N" TO WLS-KEY-TYPE
065986                 MOVE WS-NAME-NORMAL TO WLS-KEY-VALUE
065987                 PERFORM 3578-READ-WATCH-KEY THRU 3578-EXIT
065988             END-IF
065989         END-IF.
065990
065991         IF WS-WATCH-HIT
065992             MOVE 0 TO WS-OLD-BALANCE WS-NEW-BALANCE
065993             MOVE "REJECTED" TO WS-STATUS
065994             MOVE "WATCHLIST_HIT" TO WS-CODE
065995             MOVE "Abertura retida para analise de conformidade"
065996                 TO WS-MESSAGE
065997         END-IF.
065998 3570-EXIT.
065999         EXIT.
066000
066001************************************************************
066002* 3575-NORMALIZE-NAME - upper case, then only the letters
066003* and digits of WS-NAME-RAW, left-justified into
066004* WS-NAME-NORMAL.
066005************************************************************
066006 3575-NORMALIZE-NAME.
066007         MOVE FUNCTION UPPER-CASE(WS-NAME-RAW) TO WS-NAME-UPPER.
066008         MOVE SPACES TO WS-NAME-NORMAL.
066009         MOVE 0 TO WS-NAME-OUT-SUB.
066010         PERFORM 3576-NORMALIZE-ONE-LETTER THRU 3576-EXIT
066011             VARYING WS-NAME-IN-SUB FROM 1 BY 1
066012             UNTIL WS-NAME-IN-SUB > 40.
066013 3575-EXIT.
066014         EXIT.
066015
066016 3576-NORMALIZE-ONE-LETTER.
066017         MOVE WS-NAME-UPPER(WS-NAME-IN-SUB:1) TO WS-NAME-CHAR.
066018         IF (WS-NAME-CHAR >= "A" AND WS-NAME-CHAR <= "Z")
066019             OR (WS-NAME-CHAR >= "0" AND WS-NAME-CHAR <= "9")
066020             ADD 1 TO WS-NAME-OUT-SUB
066021             MOVE WS-NAME-CHAR
066022                 TO WS-NAME-NORMAL(WS-NAME-OUT-SUB:1)
066023         END-IF.
066024 3576-EXIT.
066025         EXIT.
066026
066027 3578-READ-WATCH-KEY.
066028         READ WATCH-LIST-FILE
066029             INVALID KEY
066030                 CONTINUE
066031             NOT INVALID KEY
066032                 MOVE "Y" TO WS-WATCH-HIT-SW
066033         END-READ.
066034 3578-EXIT.
066035         EXIT.
066036
066037************************************************************
066038* 3600-CHECK-WITHDRAW-LIMITS - shared by WITHDRAW and
066039* the debit leg of TRANSFER.  The daily withdrawal cap
066040* is checked first; an account with no cap configured
066041* (zero) is not limited.  The funds test is then made
066042* against the available balance - the ledger balance
066043* less this account's active unexpired holds - extended
066044* by the overdraft limit; money already promised to a
066045* cheque hold or a card authorization cannot be drawn a
066046* second time, and that case rejects with its own
066047* FUNDS_ON_HOLD code.
066048************************************************************
066100 3600-CHECK-WITHDRAW-LIMITS.
066110*
066120* No debit leaves a dormant account until its owner
069301
069302************************************************************
069303* 3650-ASSESS-EVENT-FEE - prices one just-posted event
069304* (WS-FEE-EVENT-WORK).  The month's event counter on the
069305* master always rolls, fee or no fee; a fee is charged only
069306* past the free count of the account's product (of the
069307* schedule row, for an account with no product) at the
069308* schedule row for the owner's pricing tier, and an
069309* event/tier pair with no row charges nothing - which is
069310* how premium customers are waived.  The master is re-read
069311* first because a TRANSFER leaves the destination account
069312* in the record area.  The charge itself is logged by
069313* 3920-LOG-EVENT-FEE behind the request's own log record,
069314* so the per-account balance chain on the log stays unbroken.
069315************************************************************
069316 3650-ASSESS-EVENT-FEE.
069317         MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
069350                 MOVE ACM-FEE-CD-COUNT TO WS-FEE-COUNT-WORK
069351         END-EVALUATE.
069352
069353         PERFORM 3655-FIND-FREE-COUNT THRU 3655-EXIT.
069354         IF WS-FEE-ROW-SUB = 0
069355             OR WS-FEE-COUNT-WORK
069356                 <= WS-FEE-FREE-WORK
069357             OR WS-FEE-AMOUNT(WS-FEE-ROW-SUB) <= 0
069358             REWRITE ACCOUNT-MASTER-RECORD
069359             GO TO 3650-EXIT
069455             ACM-FEE-TR-COUNT
069456             ACM-FEE-CD-COUNT.
069457         MOVE WS-RUN-DATE TO ACM-LAST-ACTIVITY-DATE.
069458         MOVE SPACES TO ACM-DORMANT-DATE ACM-PRODUCT-CODE.
069459         MOVE WS-ACCOUNT-ID(1:2) TO ACM-BRANCH-ID.
069460         WRITE ACCOUNT-MASTER-RECORD.
069461         MOVE "Y" TO WS-ACCOUNT-FOUND-SW.
070428         IF WS-STATUS = "APPROVED" AND WS-TD-PENINT-DUE
070429             PERFORM 3925-LOG-PENALTY-INTEREST THRU 3925-EXIT
070430         END-IF.
070431*
070432* A protection sweep has already been booked ahead of the
070433* debit it covered, so its transfer pair and fee go on the
070434* log first - whether or not the debit then posted - and
070435* the balance chain of both accounts stays unbroken.
070436         IF WS-ODP-SWEPT
070437             PERFORM 3924-LOG-PROTECTION-SWEEP THRU 3924-EXIT
070438         END-IF.
070439         MOVE WS-RUN-DATE          TO TLG-RUN-DATE.
070440         MOVE WS-RUN-TIME-FULL     TO TLG-RUN-TIME.
070500         MOVE WS-SEQUENCE-NO       TO TLG-SEQUENCE-NO.
070600         MOVE WS-ACCOUNT-ID        TO TLG-ACCOUNT-ID.
070605         PERFORM 3905-STAMP-LOG-BRANCH THRU 3905-EXIT.
070746                 MOVE "TD-OPEN" TO TLG-OPERATION
070747             WHEN "REDEEM_TD"
070748                 MOVE "TD-REDEEM" TO TLG-OPERATION
070749             WHEN "OPEN_LOAN"
070750                 MOVE "LOAN-DISB" TO TLG-OPERATION
070751             WHEN "REVERSE"
070752                 MOVE WS-REV-LOG-CODE TO TLG-OPERATION
070753             WHEN "STOP_PAYMENT"
070754                 MOVE "STOP-PAY" TO TLG-OPERATION
070755             WHEN "CANCEL_STOP"
070756                 MOVE "CANCEL-STP" TO TLG-OPERATION
070757             WHEN "MANDATE_ONLY"
070758                 MOVE "MANDT-ONLY" TO TLG-OPERATION
070759             WHEN "CHANGE_PRODUCT"
070760                 MOVE "CHG-PROD" TO TLG-OPERATION
070761             WHEN OTHER
070762                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OP))
070770                     TO TLG-OPERATION
070780         END-EVALUATE.
070800         MOVE WS-DEST-ACCOUNT-ID   TO TLG-DEST-ACCOUNT-ID.
072020         IF WS-FEE-ASSESSED
072030             PERFORM 3920-LOG-EVENT-FEE THRU 3920-EXIT
072040         END-IF.
072047
072054         IF WS-REV-DEST-LEG AND WS-STATUS = "APPROVED"
072061             PERFORM 3915-LOG-REVERSAL-DEST-LEG THRU 3915-EXIT
072068         END-IF.
072075
072082         IF WS-REV-FEE-DUE AND WS-STATUS = "APPROVED"
072089             PERFORM 3922-LOG-FEE-REVERSAL THRU 3922-EXIT
072096         END-IF.
072100 3900-EXIT.
072101         EXIT.
072102
072103************************************************************
072104* 3915-LOG-REVERSAL-DEST-LEG - the other half of a
072105* reversed transfer: a REV-XFRIN record under the
072106* original destination, debiting back what its XFER-IN
072107* credited, the way 3910-LOG-TRANSFER-CREDIT logs the
072108* credit half of a transfer.
072109************************************************************
072110 3915-LOG-REVERSAL-DEST-LEG.
072111         MOVE WS-RUN-DATE          TO TLG-RUN-DATE.
072112         MOVE WS-RUN-TIME-FULL     TO TLG-RUN-TIME.
072113         MOVE WS-SEQUENCE-NO       TO TLG-SEQUENCE-NO.
072114         MOVE WS-DEST-ACCOUNT-ID   TO TLG-ACCOUNT-ID.
072115         PERFORM 3905-STAMP-LOG-BRANCH THRU 3905-EXIT.
072116         MOVE "REV-XFRIN"          TO TLG-OPERATION.
072117         MOVE WS-ACCOUNT-ID        TO TLG-DEST-ACCOUNT-ID.
072118         MOVE WS-AMOUNT            TO TLG-AMOUNT.
072119         MOVE WS-DEST-OLD-BALANCE  TO TLG-OLD-BALANCE.
072120         MOVE WS-DEST-NEW-BALANCE  TO TLG-NEW-BALANCE.
072121         MOVE WS-STATUS            TO TLG-STATUS.
072122         MOVE WS-CODE              TO TLG-CODE.
072123         MOVE WS-MESSAGE           TO TLG-MESSAGE.
072124         WRITE TRANSACTION-LOG-RECORD.
072125 3915-EXIT.
072126         EXIT.
072127
072128************************************************************
072129* 3922-LOG-FEE-REVERSAL - the REV-FEE record refunding the
072130* SVC-FEE the reversed original drew, behind the reversal's
072131* own record so the account's balance chain stays
072132* unbroken.  It rolls into this run's control totals the
072133* way 3920-LOG-EVENT-FEE does.
072134************************************************************
072135 3922-LOG-FEE-REVERSAL.
072136         MOVE WS-RUN-DATE          TO TLG-RUN-DATE.
072137         MOVE WS-RUN-TIME-FULL     TO TLG-RUN-TIME.
072138         MOVE WS-SEQUENCE-NO       TO TLG-SEQUENCE-NO.
072139         MOVE WS-ACCOUNT-ID        TO TLG-ACCOUNT-ID.
072140         PERFORM 3905-STAMP-LOG-BRANCH THRU 3905-EXIT.
072141         MOVE "REV-FEE"            TO TLG-OPERATION.
072142         MOVE SPACES               TO TLG-DEST-ACCOUNT-ID.
072143         MOVE WS-REV-FEE-AMOUNT    TO TLG-AMOUNT.
072144         MOVE WS-REV-FEE-OLD-BALANCE TO TLG-OLD-BALANCE.
072145         MOVE WS-REV-FEE-NEW-BALANCE TO TLG-NEW-BALANCE.
072146         MOVE "APPROVED"           TO TLG-STATUS.
072147         MOVE "OK"                 TO TLG-CODE.
072148         MOVE WS-MESSAGE           TO TLG-MESSAGE.
072149         WRITE TRANSACTION-LOG-RECORD.
072150
072151         ADD 1 TO WS-RUN-APPROVED-COUNT.
072152         ADD WS-REV-FEE-AMOUNT TO WS-RUN-AMOUNT-POSTED.
072153         MOVE WS-ACCOUNT-ID(1:9) TO WS-HASH-WORK.
072154         ADD WS-HASH-WORK TO WS-RUN-ACCOUNT-HASH.
072155         MOVE WS-ACCOUNT-ID TO WS-BR-ACCOUNT-WORK.
072156         PERFORM 2350-SET-BRANCH-SUB THRU 2350-EXIT.
072157         IF WS-BR-SUB > 0
072158             ADD 1 TO WS-BR-APPROVED(WS-BR-SUB)
072159             ADD WS-REV-FEE-AMOUNT TO WS-BR-AMOUNT(WS-BR-SUB)
072160             ADD WS-HASH-WORK TO WS-BR-HASH(WS-BR-SUB)
072161         END-IF.
072162 3922-EXIT.
072163         EXIT.
072164
072165************************************************************
072166* 3924-LOG-PROTECTION-SWEEP - the sweep as its own linked
072167* transfer pair under the request's sequence number: an
072168* ODP-XFER debit under the backup naming the protected
072169* account, and the ODP-XFRIN credit under the protected
072170* account naming the backup, then the ODP-FEE the sweep
072171* drew.  ODP-XFER counts into this run's control totals
072172* with both accounts hashed, the way a TRANSFER does, and
072173* ODP-FEE the way an SVC-FEE does; ODP-XFRIN, like
072174* XFER-IN, is not counted on its own.
072175************************************************************
072176 3924-LOG-PROTECTION-SWEEP.
072177         MOVE WS-RUN-DATE          TO TLG-RUN-DATE.
072178         MOVE WS-RUN-TIME-FULL     TO TLG-RUN-TIME.
072179         MOVE WS-SEQUENCE-NO       TO TLG-SEQUENCE-NO.
072180         MOVE WS-ODP-BACKUP-ID     TO TLG-ACCOUNT-ID.
072181         PERFORM 3905-STAMP-LOG-BRANCH THRU 3905-EXIT.
072182         MOVE "ODP-XFER"           TO TLG-OPERATION.
072183         MOVE WS-ACCOUNT-ID        TO TLG-DEST-ACCOUNT-ID.
072184         MOVE WS-ODP-SWEEP-AMOUNT  TO TLG-AMOUNT.
072185         MOVE WS-ODP-BKP-OLD-BALANCE TO TLG-OLD-BALANCE.
072186         MOVE WS-ODP-BKP-NEW-BALANCE TO TLG-NEW-BALANCE.
072187         MOVE "APPROVED"           TO TLG-STATUS.
072188         MOVE "OK"                 TO TLG-CODE.
072189         MOVE SPACES               TO TLG-MESSAGE.
072190         STRING "Cobertura para a conta " WS-ACCOUNT-ID
072191             DELIMITED BY SIZE INTO TLG-MESSAGE.
072192         WRITE TRANSACTION-LOG-RECORD.
072193
072194         ADD 1 TO WS-RUN-APPROVED-COUNT.
072195         ADD WS-ODP-SWEEP-AMOUNT TO WS-RUN-AMOUNT-POSTED.
072196         MOVE WS-ODP-BACKUP-ID(1:9) TO WS-HASH-WORK.
072197         ADD WS-HASH-WORK TO WS-RUN-ACCOUNT-HASH.
072198         MOVE WS-ODP-BACKUP-ID TO WS-BR-ACCOUNT-WORK.
072199         PERFORM 2350-SET-BRANCH-SUB THRU 2350-EXIT.
072200         IF WS-BR-SUB > 0
072201             ADD 1 TO WS-BR-APPROVED(WS-BR-SUB)
072202             ADD WS-ODP-SWEEP-AMOUNT TO WS-BR-AMOUNT(WS-BR-SUB)
072203             ADD WS-HASH-WORK TO WS-BR-HASH(WS-BR-SUB)
072204         END-IF.
072205         MOVE WS-ACCOUNT-ID(1:9) TO WS-HASH-WORK.
072206         ADD WS-HASH-WORK TO WS-RUN-ACCOUNT-HASH.
072207         MOVE WS-ACCOUNT-ID TO WS-BR-ACCOUNT-WORK.
072208         PERFORM 2350-SET-BRANCH-SUB THRU 2350-EXIT.
072209         IF WS-BR-SUB > 0
072210             ADD WS-HASH-WORK TO WS-BR-HASH(WS-BR-SUB)
072211         END-IF.
072212
072213         MOVE WS-ACCOUNT-ID        TO TLG-ACCOUNT-ID.
072214         PERFORM 3905-STAMP-LOG-BRANCH THRU 3905-EXIT.
072215         MOVE "ODP-XFRIN"          TO TLG-OPERATION.
072216         MOVE WS-ODP-BACKUP-ID     TO TLG-DEST-ACCOUNT-ID.
072217         MOVE WS-ODP-SWEEP-AMOUNT  TO TLG-AMOUNT.
072218         MOVE WS-ODP-PRI-OLD-BALANCE TO TLG-OLD-BALANCE.
072219         MOVE WS-ODP-PRI-MID-BALANCE TO TLG-NEW-BALANCE.
072220         MOVE SPACES               TO TLG-MESSAGE.
072221         STRING "Cobertura vinda da conta " WS-ODP-BACKUP-ID
072222             DELIMITED BY SIZE INTO TLG-MESSAGE.
072223         WRITE TRANSACTION-LOG-RECORD.
072224
072225         IF WS-ODP-FEE = 0
072226             GO TO 3924-EXIT
072227         END-IF.
072228         MOVE "ODP-FEE"            TO TLG-OPERATION.
072229         MOVE SPACES               TO TLG-DEST-ACCOUNT-ID.
072230         MOVE WS-ODP-FEE           TO TLG-AMOUNT.
072231         MOVE WS-ODP-PRI-MID-BALANCE TO TLG-OLD-BALANCE.
072232         MOVE WS-ODP-PRI-NEW-BALANCE TO TLG-NEW-BALANCE.
072233         MOVE "Tarifa de cobertura automatica"
072234                                   TO TLG-MESSAGE.
072235         WRITE TRANSACTION-LOG-RECORD.
072236
072237         ADD 1 TO WS-RUN-APPROVED-COUNT.
072238         ADD WS-ODP-FEE TO WS-RUN-AMOUNT-POSTED.
072239         ADD WS-HASH-WORK TO WS-RUN-ACCOUNT-HASH.
072240         PERFORM 2350-SET-BRANCH-SUB THRU 2350-EXIT.
072241         IF WS-BR-SUB > 0
072242             ADD 1 TO WS-BR-APPROVED(WS-BR-SUB)
072243             ADD WS-ODP-FEE TO WS-BR-AMOUNT(WS-BR-SUB)
072244             ADD WS-HASH-WORK TO WS-BR-HASH(WS-BR-SUB)
072245         END-IF.
072246 3924-EXIT.
072247         EXIT.
072300
072400************************************************************
072500* 3910-LOG-TRANSFER-CREDIT - the other half of an
074401
074402************************************************************
074403* 3905-STAMP-LOG-BRANCH - the branch of the account the
074404* record is keyed to, derived from its first two digits
074405* (a non-numeric, rejected account number logs with a
074406* blank branch), and the operator of record.  A movement
074407* released by APPROVE is stamped with the teller who
074408* keyed it, since the cash passed through that teller's
074409* drawer; the approver is kept on PENDING-AUTH.
074410************************************************************
074411 3905-STAMP-LOG-BRANCH.
074412         IF TLG-ACCOUNT-ID(1:2) NUMERIC
074413             MOVE TLG-ACCOUNT-ID(1:2) TO TLG-BRANCH-ID
074414         ELSE
074415             MOVE SPACES TO TLG-BRANCH-ID
074416         END-IF.
074417         IF WS-AUTH-RELEASING AND WS-STATUS = "APPROVED"
074418             MOVE PAU-ORIGIN-OPERATOR TO TLG-OPERATOR-ID
074419         ELSE
074420             MOVE WS-OPERATOR-ID TO TLG-OPERATOR-ID
074421         END-IF.
074422 3905-EXIT.
074423         EXIT.
074424
074425************************************************************
074430* 3920-LOG-EVENT-FEE - the SVC-FEE record behind the
074440* request it prices, under the same sequence number the
074450* way XFER-IN rides its transfer.  The fee posting also
074995         EXIT.
074996
074997************************************************************
074998* 3960-PROCESS-REVERSE - posts the exact opposite of an
074999* original DEPOSIT, WITHDRAW or TRANSFER quoted by its
075000* business date and sequence number: a REV-DEP debit, a
075001* REV-WD credit, or a REV-XFER credit to the source with
075002* a REV-XFRIN debit to the destination, and a REV-FEE
075003* refund of any event fee the original drew.  A reversal
075004* is a bank correction, so it is not held back by the
075005* withdrawal edits, holds, dormancy or the dual-control
075006* park the original went through; it only refuses an
075007* original it cannot find, one that never posted, one
075008* already reversed, or a closed account on either side.
075009* Carries no amount on the request - the original
075010* defines it - so it is routed ahead of the amount edit
075011* the way REDEEM_TD is; the operator's authority limit is
075012* checked against the original once it has been found.
075013************************************************************
075014 3960-PROCESS-REVERSE.
075015         MOVE WS-ACCOUNT-ID TO WS-ACCOUNT-ID-TO-CHECK.
075016         PERFORM 3050-VALIDATE-ACCOUNT-FORMAT THRU 3050-EXIT.
075017         IF NOT WS-FORMAT-VALID
075018             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075019             MOVE "REJECTED" TO WS-STATUS
075020             MOVE "INVALID_ACCOUNT" TO WS-CODE
075021             MOVE "Numero de conta invalido"
075022                 TO WS-MESSAGE
075023             GO TO 3960-EXIT
075024         END-IF.
075025
075026         MOVE FUNCTION TRIM(WS-DETAIL-1-TXT)
075027             TO WS-REV-ORIG-DATE.
075028         MOVE WS-REV-ORIG-DATE TO WS-DATE-TO-CHECK.
075029         PERFORM 3055-VALIDATE-DATE THRU 3055-EXIT.
075030         IF NOT WS-DATE-VALID
075031             OR WS-REV-ORIG-DATE > WS-RUN-DATE
075032             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075033             MOVE "REJECTED" TO WS-STATUS
075034             MOVE "INVALID_DATE" TO WS-CODE
075035             MOVE "Data do lancamento original invalida"
075036                 TO WS-MESSAGE
075037             GO TO 3960-EXIT
075038         END-IF.
075039
075040         MOVE 0 TO WS-REV-ORIG-SEQUENCE.
075041         IF FUNCTION TRIM(WS-DETAIL-2-TXT) NOT = SPACES
075042             COMPUTE WS-REV-ORIG-SEQUENCE =
075043                 FUNCTION NUMVAL(WS-DETAIL-2-TXT)
075044         END-IF.
075045         IF WS-REV-ORIG-SEQUENCE = 0
075046             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075047             MOVE "REJECTED" TO WS-STATUS
075048             MOVE "INVALID_SEQUENCE" TO WS-CODE
075049             MOVE "Sequencia do lancamento original invalida"
075050                 TO WS-MESSAGE
075051             GO TO 3960-EXIT
075052         END-IF.
075053
075054         MOVE WS-REV-ORIG-DATE TO RVC-ORIG-DATE.
075055         MOVE WS-REV-ORIG-SEQUENCE TO RVC-ORIG-SEQUENCE.
075056         READ REVERSAL-CONTROL-FILE
075057             INVALID KEY
075058                 MOVE "N" TO WS-RVC-FOUND-SW
075059             NOT INVALID KEY
075060                 MOVE "Y" TO WS-RVC-FOUND-SW
075061         END-READ.
075062         IF WS-RVC-ON-FILE
075063             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075064             MOVE "REJECTED" TO WS-STATUS
075065             MOVE "ALREADY_REVERSED" TO WS-CODE
075066             MOVE "Lancamento original ja estornado"
075067                 TO WS-MESSAGE
075068             GO TO 3960-EXIT
075069         END-IF.
075070
075071         PERFORM 3962-LOCATE-ORIGINAL THRU 3962-EXIT.
075072         IF NOT WS-ORIG-ON-FILE
075073             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075074             MOVE "REJECTED" TO WS-STATUS
075075             MOVE "ORIGINAL_NOT_FOUND" TO WS-CODE
075076             MOVE "Lancamento original nao encontrado"
075077                 TO WS-MESSAGE
075078             GO TO 3960-EXIT
075079         END-IF.
075080         IF WS-REV-ORIG-STATUS NOT = "APPROVED"
075081             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075082             MOVE "REJECTED" TO WS-STATUS
075083             MOVE "ORIGINAL_NOT_APPROVED" TO WS-CODE
075084             MOVE "Lancamento original nao foi efetivado"
075085                 TO WS-MESSAGE
075086             GO TO 3960-EXIT
075087         END-IF.
075088*
075089* The operator's authority limit could not be checked when
075090* the request was validated, as it carries no amount; it is
075091* checked here against the original, as 2170 would have.
075092         IF WS-OPM-ON-FILE AND NOT OPM-BATCH
075093             AND WS-REV-ORIG-AMOUNT > OPM-AUTHORITY-LIMIT
075094             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
075095             MOVE "REJECTED" TO WS-STATUS
075096             MOVE "OVER_OPERATOR_LIMIT" TO WS-CODE
075097             MOVE "Valor acima da alcada do operador"
075098                 TO WS-MESSAGE
075099             GO TO 3960-EXIT
075100         END-IF.
075101
075102         MOVE WS-REV-ORIG-AMOUNT TO WS-AMOUNT.
075103         MOVE WS-REV-ORIG-DEST TO WS-DEST-ACCOUNT-ID.
075104
075105         MOVE WS-ACCOUNT-ID TO ACM-ACCOUNT-ID.
075106         READ ACCOUNT-MASTER-FILE
075107             INVALID KEY
075108                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
075109             NOT INVALID KEY
075110                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
075111         END-READ.
075112         IF NOT WS-ACCOUNT-ON-FILE
075113             MOVE "REJECTED" TO WS-STATUS
075114             MOVE "INVALID_ACCOUNT" TO WS-CODE
075115             MOVE "Conta nao encontrada" TO WS-MESSAGE
075116             GO TO 3960-EXIT
075117         END-IF.
075118         MOVE ACM-BALANCE TO WS-OLD-BALANCE.
075119         MOVE ACM-BALANCE TO WS-NEW-BALANCE.
075120         IF ACM-CLOSED
075121             MOVE "REJECTED" TO WS-STATUS
075122             MOVE "ACCOUNT_CLOSED" TO WS-CODE
075123             MOVE "Conta encerrada" TO WS-MESSAGE
075124             GO TO 3960-EXIT
075125         END-IF.
075126
075127*
075128* Mirror the daily fields the way 3100-LOAD-ACCOUNT does,
075129* so 3300-SAVE-ACCOUNT writes back what the account
075130* already had rather than zeros.
075131         MOVE ACM-DAILY-WITHDRAWN-AMT
075132             TO WS-NEW-DAILY-WITHDRAWN-AMT.
075133         MOVE ACM-DAILY-WITHDRAW-DATE
075134             TO WS-NEW-DAILY-WITHDRAW-DATE.
075135
075136         MOVE SPACES TO WS-MESSAGE.
075137         STRING "Estorno do lancamento "
075138             WS-REV-ORIG-DATE "/" WS-REV-ORIG-SEQUENCE
075139             DELIMITED BY SIZE INTO WS-MESSAGE
075140         END-STRING.
075141
075142         EVALUATE WS-REV-ORIG-OPERATION
075143             WHEN "DEPOSIT"
075144                 MOVE "REV-DEP" TO WS-REV-LOG-CODE
075145                 COMPUTE WS-NEW-BALANCE =
075146                     WS-OLD-BALANCE - WS-AMOUNT
075147                 PERFORM 3300-SAVE-ACCOUNT THRU 3300-EXIT
075148             WHEN "WITHDRAW"
075149                 MOVE "REV-WD" TO WS-REV-LOG-CODE
075150                 COMPUTE WS-NEW-BALANCE =
075151                     WS-OLD-BALANCE + WS-AMOUNT
075152                 PERFORM 3975-RESTORE-DAILY-WITHDRAWN
075153                     THRU 3975-EXIT
075154                 PERFORM 3300-SAVE-ACCOUNT THRU 3300-EXIT
075155             WHEN OTHER
075156                 PERFORM 3970-REVERSE-TRANSFER THRU 3970-EXIT
075157         END-EVALUATE.
075158         IF WS-STATUS = "REJECTED"
075159             GO TO 3960-EXIT
075160         END-IF.
075161
075162         IF WS-REV-FEE-AMOUNT > 0
075163             PERFORM 3980-REFUND-ORIGINAL-FEE THRU 3980-EXIT
075164         END-IF.
075165
075166         MOVE WS-REV-ORIG-DATE TO RVC-ORIG-DATE.
075167         MOVE WS-REV-ORIG-SEQUENCE TO RVC-ORIG-SEQUENCE.
075168         MOVE WS-ACCOUNT-ID TO RVC-ACCOUNT-ID.
075169         MOVE WS-REV-ORIG-DEST TO RVC-DEST-ACCOUNT-ID.
075170         MOVE WS-REV-ORIG-OPERATION TO RVC-ORIG-OPERATION.
075171         MOVE WS-AMOUNT TO RVC-AMOUNT.
075172         MOVE WS-REV-FEE-AMOUNT TO RVC-FEE-AMOUNT.
075173         MOVE WS-RUN-DATE TO RVC-REVERSAL-DATE.
075174         MOVE WS-SEQUENCE-NO TO RVC-REVERSAL-SEQUENCE.
075175         WRITE REVERSAL-CONTROL-RECORD
075176             INVALID KEY
075177                 REWRITE REVERSAL-CONTROL-RECORD
075178         END-WRITE.
075179
075180         MOVE "APPROVED" TO WS-STATUS.
075181         MOVE "OK" TO WS-CODE.
075182 3960-EXIT.
075183         EXIT.
075184
075185************************************************************
075186* 3962-LOCATE-ORIGINAL - finds the quoted original under
075187* this account: on its date's flat log while that date is
075188* still unconsolidated, otherwise on TRANSACTION-HISTORY,
075189* where HIST-CONSOL left it when it retired the flat file.
075190* Only the engine's own money records count - INTEREST-
075191* ACCRUAL numbers its postings from one on the same date,
075192* so a matching sequence number under INTEREST or any
075193* other operation is not the original.  The log file is
075194* borrowed for the scan and reopened EXTEND on this run's
075195* date afterwards; today's own log is closed first, so
075196* what this run has already written is there to be read.
075197************************************************************
075198 3962-LOCATE-ORIGINAL.
075199         MOVE "N" TO WS-ORIG-FOUND-SW.
075200         MOVE SPACES TO WS-REV-ORIG-OPERATION
075201             WS-REV-ORIG-STATUS WS-REV-ORIG-DEST.
075202         MOVE 0 TO WS-REV-ORIG-AMOUNT WS-REV-FEE-AMOUNT.
075203
075204         CLOSE TRANSACTION-LOG-FILE.
075205         MOVE SPACES TO WS-LOG-FILENAME.
075206         STRING "runtime/txnlog_" WS-REV-ORIG-DATE ".txt"
075207             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
075208         OPEN INPUT TRANSACTION-LOG-FILE.
075209         IF WS-TLG-STATUS = "00"
075210             MOVE "N" TO WS-ORIG-SCAN-DONE-SW
075211             PERFORM 3964-SCAN-ORIGINAL-LOG THRU 3964-EXIT
075212                 UNTIL WS-ORIG-SCAN-DONE
075213             CLOSE TRANSACTION-LOG-FILE
075214         ELSE
075215             PERFORM 3966-SEARCH-HISTORY THRU 3966-EXIT
075216         END-IF.
075217
075218         MOVE SPACES TO WS-LOG-FILENAME.
075219         STRING "runtime/txnlog_" WS-RUN-DATE ".txt"
075220             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
075221         OPEN EXTEND TRANSACTION-LOG-FILE.
075222         IF WS-TLG-STATUS = "35"
075223             OPEN OUTPUT TRANSACTION-LOG-FILE
075224         END-IF.
075225 3962-EXIT.
075226         EXIT.
075227
075228************************************************************
075229* 3964-SCAN-ORIGINAL-LOG - one record of the original's
075230* dated log per pass.
075231************************************************************
075232 3964-SCAN-ORIGINAL-LOG.
075233         READ TRANSACTION-LOG-FILE
075234             AT END
075235                 MOVE "Y" TO WS-ORIG-SCAN-DONE-SW
075236                 GO TO 3964-EXIT
075237         END-READ.
075238         IF TLG-SEQUENCE-NO NOT = WS-REV-ORIG-SEQUENCE
075239             OR TLG-ACCOUNT-ID NOT = WS-ACCOUNT-ID
075240             GO TO 3964-EXIT
075241         END-IF.
075242         MOVE TLG-OPERATION TO WS-REV-SCAN-OPERATION.
075243         MOVE TLG-STATUS TO WS-REV-SCAN-STATUS.
075244         MOVE TLG-DEST-ACCOUNT-ID TO WS-REV-SCAN-DEST.
075245         MOVE TLG-AMOUNT TO WS-REV-SCAN-AMOUNT.
075246         PERFORM 3968-TAKE-SCANNED-RECORD THRU 3968-EXIT.
075247 3964-EXIT.
075248         EXIT.
075249
075250************************************************************
075251* 3966-SEARCH-HISTORY - the original's date has no flat
075252* log left, so its records are read back off
075253* TRANSACTION-HISTORY: a keyed START on the account and
075254* date, then READ NEXT while both still match.
075255************************************************************
075256 3966-SEARCH-HISTORY.
075257         IF NOT WS-HIST-OPEN
075258             GO TO 3966-EXIT
075259         END-IF.
075260         MOVE "N" TO WS-ORIG-SCAN-DONE-SW.
075261         MOVE WS-ACCOUNT-ID TO THS-ACCOUNT-ID.
075262         MOVE WS-REV-ORIG-DATE TO THS-RUN-DATE.
075263         MOVE LOW-VALUES TO THS-RUN-TIME.
075264         MOVE 0 TO THS-SEQUENCE-NO.
075265         START TRANSACTION-HISTORY-FILE
075266             KEY IS NOT LESS THAN THS-HISTORY-KEY
075267             INVALID KEY
075268                 MOVE "Y" TO WS-ORIG-SCAN-DONE-SW
075269         END-START.
075270         PERFORM 3967-SCAN-NEXT-HISTORY THRU 3967-EXIT
075271             UNTIL WS-ORIG-SCAN-DONE.
075272 3966-EXIT.
075273         EXIT.
075274
075275 3967-SCAN-NEXT-HISTORY.
075276         READ TRANSACTION-HISTORY-FILE NEXT RECORD
075277             AT END
075278                 MOVE "Y" TO WS-ORIG-SCAN-DONE-SW
075279                 GO TO 3967-EXIT
075280         END-READ.
075281         IF THS-ACCOUNT-ID NOT = WS-ACCOUNT-ID
075282             OR THS-RUN-DATE NOT = WS-REV-ORIG-DATE
075283             MOVE "Y" TO WS-ORIG-SCAN-DONE-SW
075284             GO TO 3967-EXIT
075285         END-IF.
075286         IF THS-SEQUENCE-NO NOT = WS-REV-ORIG-SEQUENCE
075287             GO TO 3967-EXIT
075288         END-IF.
075289         MOVE THS-OPERATION TO WS-REV-SCAN-OPERATION.
075290         MOVE THS-STATUS TO WS-REV-SCAN-STATUS.
075291         MOVE THS-DEST-ACCOUNT-ID TO WS-REV-SCAN-DEST.
075292         MOVE THS-AMOUNT TO WS-REV-SCAN-AMOUNT.
075293         PERFORM 3968-TAKE-SCANNED-RECORD THRU 3968-EXIT.
075294 3967-EXIT.
075295         EXIT.
075296
075297************************************************************
075298* 3968-TAKE-SCANNED-RECORD - a record under the quoted
075299* sequence number is either the original posting itself
075300* or the SVC-FEE it drew; anything else under the number
075301* belongs to another program and is passed over.
075302************************************************************
075303 3968-TAKE-SCANNED-RECORD.
075304         EVALUATE WS-REV-SCAN-OPERATION
075305             WHEN "DEPOSIT"
075306             WHEN "WITHDRAW"
075307             WHEN "TRANSFER"
075308                 MOVE "Y" TO WS-ORIG-FOUND-SW
075309                 MOVE WS-REV-SCAN-OPERATION
075310                     TO WS-REV-ORIG-OPERATION
075311                 MOVE WS-REV-SCAN-STATUS TO WS-REV-ORIG-STATUS
075312                 MOVE WS-REV-SCAN-DEST TO WS-REV-ORIG-DEST
075313                 COMPUTE WS-REV-ORIG-AMOUNT = FUNCTION NUMVAL(
075314                     FUNCTION TRIM(WS-REV-SCAN-AMOUNT))
075315             WHEN "SVC-FEE"
075316                 COMPUTE WS-REV-FEE-AMOUNT = FUNCTION NUMVAL(
075317                     FUNCTION TRIM(WS-REV-SCAN-AMOUNT))
075318             WHEN OTHER
075319                 CONTINUE
075320         END-EVALUATE.
075321 3968-EXIT.
075322         EXIT.
075323
075324************************************************************
075325* 3970-REVERSE-TRANSFER - credits the source back and
075326* debits the original destination, saving both legs with
075327* the same reload-then-save sequence 3400-PROCESS-TRANSFER
075328* uses, since the record area is shared.  A destination
075329* closed since the transfer refuses the reversal through
075330* 3410-LOAD-DEST-ACCOUNT's own edit.
075331************************************************************
075332 3970-REVERSE-TRANSFER.
075333         PERFORM 3410-LOAD-DEST-ACCOUNT THRU 3410-EXIT.
075334         IF WS-STATUS = "REJECTED"
075335             GO TO 3970-EXIT
075336         END-IF.
075337
075338         MOVE "REV-XFER" TO WS-REV-LOG-CODE.
075339         MOVE "Y" TO WS-REV-DEST-LEG-SW.
075340         COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-AMOUNT.
075341         COMPUTE WS-DEST-NEW-BALANCE =
075342             WS-DEST-OLD-BALANCE - WS-AMOUNT.
075343
075344         PERFORM 3430-RELOAD-SOURCE-RECORD THRU 3430-EXIT.
075345         PERFORM 3975-RESTORE-DAILY-WITHDRAWN THRU 3975-EXIT.
075346         PERFORM 3300-SAVE-ACCOUNT THRU 3300-EXIT.
075347         PERFORM 3440-RELOAD-DEST-RECORD THRU 3440-EXIT.
075348         PERFORM 3420-SAVE-DEST-ACCOUNT THRU 3420-EXIT.
075349 3970-EXIT.
075350         EXIT.
075351
075352************************************************************
075353* 3975-RESTORE-DAILY-WITHDRAWN - a debit reversed on the
075354* same business date it posted gives its amount back to
075355* the day's withdrawal cap; an older one has already
075356* fallen out of the daily total.
075357************************************************************
075358 3975-RESTORE-DAILY-WITHDRAWN.
075359         IF WS-REV-ORIG-DATE NOT = WS-RUN-DATE
075360             OR WS-NEW-DAILY-WITHDRAW-DATE NOT = WS-RUN-DATE
075361             GO TO 3975-EXIT
075362         END-IF.
075363         IF WS-NEW-DAILY-WITHDRAWN-AMT > WS-AMOUNT
075364             SUBTRACT WS-AMOUNT FROM WS-NEW-DAILY-WITHDRAWN-AMT
075365         ELSE
075366             MOVE 0 TO WS-NEW-DAILY-WITHDRAWN-AMT
075367         END-IF.
075368 3975-EXIT.
075369         EXIT.
075370
075371************************************************************
075372* 3980-REFUND-ORIGINAL-FEE - credits back the event fee the
075373* original drew, re-reading the master first the way
075374* 3650-ASSESS-EVENT-FEE does, since a reversed transfer
075375* leaves the destination in the record area.  The refund
075376* is logged as REV-FEE by 3922-LOG-FEE-REVERSAL.
075377************************************************************
075378 3980-REFUND-ORIGINAL-FEE.
075379         MOVE WS-ACCOUNT-ID TO ACM-ACCOUNT-ID.
075380         READ ACCOUNT-MASTER-FILE
075381             INVALID KEY
075382                 GO TO 3980-EXIT
075383         END-READ.
075384         MOVE ACM-BALANCE TO WS-REV-FEE-OLD-BALANCE.
075385         ADD WS-REV-FEE-AMOUNT TO ACM-BALANCE.
075386         MOVE ACM-BALANCE TO WS-REV-FEE-NEW-BALANCE.
075387         REWRITE ACCOUNT-MASTER-RECORD.
075388         MOVE "Y" TO WS-REV-FEE-SW.
075389 3980-EXIT.
075390         EXIT.
075391
075392************************************************************
075393* 4000-WRITE-RESPONSE
075394************************************************************
075395 4000-WRITE-RESPONSE.
075396         MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-TXT.
075397         STRING
075398             FUNCTION TRIM(WS-STATUS)
075399             "|"
075400             FUNCTION TRIM(WS-NEW-BALANCE-TXT)
075500             "|"
075600             FUNCTION TRIM(WS-CODE)
076500         EXIT.
076600
076700************************************************************
076701* 3990-PROCESS-OPEN-LOAN - books an installment loan and
076702* disburses it: the contract - rate, term in months,
076703* payment day - goes on the LOAN-MASTER file with its level
076704* installment, and the principal is credited to the demand
076705* account the loan will be collected from.  The account has
076706* already been validated, loaded and lock-checked by the
076707* ordinary posting path; a dormant account is refused,
076708* since nothing could be collected from it.
076709************************************************************
076710 3990-PROCESS-OPEN-LOAN.
076711         IF FUNCTION TRIM(WS-DETAIL-1-TXT) = SPACES
076712             MOVE "REJECTED" TO WS-STATUS
076713             MOVE "MISSING_LOAN_ID" TO WS-CODE
076714             MOVE "Identificador do emprestimo obrigatorio"
076715                 TO WS-MESSAGE
076716             GO TO 3990-EXIT
076717         END-IF.
076718
076719         MOVE 0 TO WS-LN-RATE-WORK.
076720         IF FUNCTION TRIM(WS-DETAIL-2-TXT) NOT = SPACES
076721             COMPUTE WS-LN-RATE-WORK =
076722                 FUNCTION NUMVAL(WS-DETAIL-2-TXT)
076723         END-IF.
076724         IF WS-LN-RATE-WORK < 0 OR WS-LN-RATE-WORK >= 1
076725             MOVE "REJECTED" TO WS-STATUS
076726             MOVE "INVALID_RATE" TO WS-CODE
076727             MOVE "Taxa anual deve ser fracao decimal"
076728                 TO WS-MESSAGE
076729             GO TO 3990-EXIT
076730         END-IF.
076731
076732         MOVE 0 TO WS-LN-TERM-WORK.
076733         IF FUNCTION TRIM(WS-DETAIL-3-TXT) NOT = SPACES
076734             COMPUTE WS-LN-TERM-WORK =
076735                 FUNCTION NUMVAL(WS-DETAIL-3-TXT)
076736         END-IF.
076737         IF WS-LN-TERM-WORK < 1 OR WS-LN-TERM-WORK > 360
076738             MOVE "REJECTED" TO WS-STATUS
076739             MOVE "INVALID_TERM" TO WS-CODE
076740             MOVE "Prazo deve ser de 1 a 360 meses"
076741                 TO WS-MESSAGE
076742             GO TO 3990-EXIT
076743         END-IF.
076744
076745         MOVE 0 TO WS-LN-PAY-DAY-WORK.
076746         IF FUNCTION TRIM(WS-DETAIL-4-TXT) NOT = SPACES
076747             COMPUTE WS-LN-PAY-DAY-WORK =
076748                 FUNCTION NUMVAL(WS-DETAIL-4-TXT)
076749         END-IF.
076750         IF WS-LN-PAY-DAY-WORK < 1 OR WS-LN-PAY-DAY-WORK > 28
076751             MOVE "REJECTED" TO WS-STATUS
076752             MOVE "INVALID_PAY_DAY" TO WS-CODE
076753             MOVE "Dia de pagamento deve ser de 1 a 28"
076754                 TO WS-MESSAGE
076755             GO TO 3990-EXIT
076756         END-IF.
076757
076758         IF ACM-DORMANT
076759             MOVE "REJECTED" TO WS-STATUS
076760             MOVE "DORMANT_ACCOUNT" TO WS-CODE
076761             MOVE "Conta dormente - reativar presencialmente"
076762                 TO WS-MESSAGE
076763             GO TO 3990-EXIT
076764         END-IF.
076765
076766         MOVE WS-ACCOUNT-ID TO LON-ACCOUNT-ID.
076767         MOVE FUNCTION TRIM(WS-DETAIL-1-TXT) TO LON-LOAN-ID.
076768         READ LOAN-MASTER-FILE
076769             INVALID KEY
076770                 MOVE "N" TO WS-LON-FOUND-SW
076771             NOT INVALID KEY
076772                 MOVE "Y" TO WS-LON-FOUND-SW
076773         END-READ.
076774         IF WS-LON-ON-FILE
076775             MOVE "REJECTED" TO WS-STATUS
076776             MOVE "DUPLICATE_LOAN" TO WS-CODE
076777             MOVE "Emprestimo ja existe com este identificador"
076778                 TO WS-MESSAGE
076779             GO TO 3990-EXIT
076780         END-IF.
076781
076782         PERFORM 3995-COMPUTE-INSTALLMENT THRU 3995-EXIT.
076783
076784         COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-AMOUNT.
076785         PERFORM 3300-SAVE-ACCOUNT THRU 3300-EXIT.
076786
076787         MOVE WS-ACCOUNT-ID TO LON-ACCOUNT-ID.
076788         MOVE FUNCTION TRIM(WS-DETAIL-1-TXT) TO LON-LOAN-ID.
076789         MOVE WS-AMOUNT TO LON-PRINCIPAL LON-OUTSTANDING.
076790         MOVE WS-LN-RATE-WORK TO LON-RATE.
076791         MOVE WS-LN-TERM-WORK TO LON-TERM-MONTHS.
076792         MOVE WS-LN-PAY-DAY-WORK TO LON-PAYMENT-DAY.
076793         MOVE WS-LN-INSTALLMENT TO LON-INSTALLMENT-AMT.
076794         MOVE WS-RUN-DATE TO LON-DISBURSED-DATE.
076795         MOVE WS-LN-FIRST-DUE TO LON-NEXT-DUE-DATE.
076796         MOVE 0 TO LON-INSTALLMENTS-PAID.
076797         MOVE "A" TO LON-STATUS.
076798         MOVE SPACES TO LON-CLOSED-DATE.
076799         WRITE LOAN-MASTER-RECORD.
076800
076801         MOVE "APPROVED" TO WS-STATUS.
076802         MOVE "OK" TO WS-CODE.
076803         MOVE SPACES TO WS-MESSAGE.
076804         STRING "Emprestimo " FUNCTION TRIM(LON-LOAN-ID)
076805             " liberado" DELIMITED BY SIZE INTO WS-MESSAGE.
076806 3990-EXIT.
076807         EXIT.
076808
076809************************************************************
076810* 3995-COMPUTE-INSTALLMENT - the level monthly installment
076811* that retires the principal over the term at the monthly
076812* rate, P * r / (1 - (1 + r) ** -n), carried as
076813* P * r * f / (f - 1) with f = (1 + r) ** n; an
076814* interest-free loan simply divides the principal.  The
076815* first installment falls due on the payment day of the
076816* month after disbursement.
076817************************************************************
076818 3995-COMPUTE-INSTALLMENT.
076819         COMPUTE WS-LN-MONTHLY-RATE ROUNDED =
076820             WS-LN-RATE-WORK / 12.
076821         IF WS-LN-MONTHLY-RATE = 0
076822             COMPUTE WS-LN-INSTALLMENT ROUNDED =
076823                 WS-AMOUNT / WS-LN-TERM-WORK
076824         ELSE
076825             COMPUTE WS-LN-FACTOR ROUNDED =
076826                 (1 + WS-LN-MONTHLY-RATE) ** WS-LN-TERM-WORK
076827             COMPUTE WS-LN-INSTALLMENT ROUNDED =
076828                 WS-AMOUNT * WS-LN-MONTHLY-RATE * WS-LN-FACTOR
076829                 / (WS-LN-FACTOR - 1)
076830         END-IF.
076831
076832         MOVE WS-RUN-DATE TO WS-LN-FIRST-DUE.
076833         ADD 1 TO WS-LN-DUE-MM.
076834         IF WS-LN-DUE-MM > 12
076835             MOVE 1 TO WS-LN-DUE-MM
076836             ADD 1 TO WS-LN-DUE-YYYY
076837         END-IF.
076838         MOVE WS-LN-PAY-DAY-WORK TO WS-LN-DUE-DD.
076839 3995-EXIT.
076840         EXIT.
076841
076842************************************************************
076843* 3655-FIND-FREE-COUNT - the schedule row for this event
076844* and tier, and how many such events a month are free: the
076845* allowance of the account's product when it has one in
076846* the catalogue, else the schedule row's free count.
076847************************************************************
076848 3655-FIND-FREE-COUNT.
076849         PERFORM 3660-FIND-SCHEDULE-ROW THRU 3660-EXIT.
076850         MOVE 0 TO WS-FEE-FREE-WORK.
076851         IF WS-FEE-ROW-SUB > 0
076852             MOVE WS-FEE-FREE-COUNT(WS-FEE-ROW-SUB)
076853                 TO WS-FEE-FREE-WORK
076854         END-IF.
076855         MOVE ACM-PRODUCT-CODE TO PRD-CODE-WORK.
076856         PERFORM 3896-FIND-PRODUCT THRU 3896-EXIT.
076857         IF PRD-ROW-SUB = 0
076858             GO TO 3655-EXIT
076859         END-IF.
076860         EVALUATE WS-FEE-EVENT-WORK
076861             WHEN "WITHDRAW"
076862                 MOVE PRD-FREE-WD-COUNT(PRD-ROW-SUB)
076863                     TO WS-FEE-FREE-WORK
076864             WHEN "TRANSFER"
076865                 MOVE PRD-FREE-TR-COUNT(PRD-ROW-SUB)
076866                     TO WS-FEE-FREE-WORK
076867             WHEN OTHER
076868                 MOVE PRD-FREE-CD-COUNT(PRD-ROW-SUB)
076869                     TO WS-FEE-FREE-WORK
076870         END-EVALUATE.
076871 3655-EXIT.
076872         EXIT.
076873
076874************************************************************
076875* 3705-OPEN-ON-PRODUCT - OPEN_ACCOUNT on a product.  The
076876* code rides in the destination field; blank takes the
076877* catalogue's first line, the house default, and a code
076878* not in the catalogue is rejected before anything is
076879* written.  Once 3700-PROCESS-OPEN-ACCOUNT has written the
076880* account it is stamped with the product and given the
076881* product's default overdraft limit and daily cap.  With
076882* no catalogue on file only a blank code is accepted and
076883* the account opens with no product and no limits, as it
076884* did before there was a catalogue.
076885************************************************************
076886 3705-OPEN-ON-PRODUCT.
076887         MOVE FUNCTION UPPER-CASE(
076888             FUNCTION TRIM(WS-DEST-ACCOUNT-ID))
076889             TO WS-PRODUCT-CODE-TXT.
076890         MOVE WS-PRODUCT-CODE-TXT TO PRD-CODE-WORK.
076891         IF PRD-CODE-WORK = SPACES AND PRD-ROW-COUNT > 0
076892             MOVE PRD-CODE(1) TO PRD-CODE-WORK
076893         END-IF.
076894         PERFORM 3896-FIND-PRODUCT THRU 3896-EXIT.
076895         IF WS-PRODUCT-CODE-TXT(5:6) NOT = SPACES
076896             OR (PRD-CODE-WORK NOT = SPACES AND PRD-ROW-SUB = 0)
076897             PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT
076898             MOVE "REJECTED" TO WS-STATUS
076899             MOVE "INVALID_PRODUCT" TO WS-CODE
076900             MOVE "Produto nao cadastrado" TO WS-MESSAGE
076901             GO TO 3705-EXIT
076902         END-IF.
076903
076904         PERFORM 3700-PROCESS-OPEN-ACCOUNT THRU 3700-EXIT.
076905         IF WS-STATUS NOT = "APPROVED" OR PRD-ROW-SUB = 0
076906             GO TO 3705-EXIT
076907         END-IF.
076908         MOVE PRD-CODE-WORK TO ACM-PRODUCT-CODE.
076909         MOVE PRD-OVERDRAFT-LIMIT(PRD-ROW-SUB)
076910             TO ACM-OVERDRAFT-LIMIT.
076911         MOVE PRD-DAILY-CAP(PRD-ROW-SUB)
076912             TO ACM-DAILY-WITHDRAW-CAP.
076913         REWRITE ACCOUNT-MASTER-RECORD.
076914 3705-EXIT.
076915         EXIT.
076916
076917************************************************************
076918* 3895-PROCESS-CHANGE-PRODUCT - converts an account to
076919* another product in the catalogue (detail 1).  The new
076920* code is stamped on the master and the account takes the
076921* new product's default overdraft limit and daily cap,
076922* which SET_LIMITS may then override as on any account.
076923* The month's event counters carry over, so free events
076924* already used this month count against the new allowance.
076925* The conversion is logged CHG-PROD with the old and new
076926* codes in the message.  Carries no amount, so it is
076927* routed ahead of the amount edit the way SET_LIMITS is.
076928************************************************************
076929 3895-PROCESS-CHANGE-PRODUCT.
076930         PERFORM 3090-LOAD-BALANCE-FOR-LOG THRU 3090-EXIT.
076931
076932         MOVE WS-ACCOUNT-ID TO WS-ACCOUNT-ID-TO-CHECK.
076933         PERFORM 3050-VALIDATE-ACCOUNT-FORMAT THRU 3050-EXIT.
076934         IF NOT WS-FORMAT-VALID
076935             MOVE "REJECTED" TO WS-STATUS
076936             MOVE "INVALID_ACCOUNT" TO WS-CODE
076937             MOVE "Numero de conta invalido"
076938                 TO WS-MESSAGE
076939             GO TO 3895-EXIT
076940         END-IF.
076941
076942         MOVE FUNCTION UPPER-CASE(
076943             FUNCTION TRIM(WS-DETAIL-1-TXT))
076944             TO WS-PRODUCT-CODE-TXT.
076945         MOVE WS-PRODUCT-CODE-TXT TO PRD-CODE-WORK.
076946         PERFORM 3896-FIND-PRODUCT THRU 3896-EXIT.
076947         IF WS-PRODUCT-CODE-TXT(5:6) NOT = SPACES
076948             OR PRD-ROW-SUB = 0
076949             MOVE "REJECTED" TO WS-STATUS
076950             MOVE "INVALID_PRODUCT" TO WS-CODE
076951             MOVE "Produto nao cadastrado" TO WS-MESSAGE
076952             GO TO 3895-EXIT
076953         END-IF.
076954
076955         MOVE WS-ACCOUNT-ID TO ACM-ACCOUNT-ID.
076956         READ ACCOUNT-MASTER-FILE
076957             INVALID KEY
076958                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
076959             NOT INVALID KEY
076960                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
076961         END-READ.
076962         IF NOT WS-ACCOUNT-ON-FILE
076963             MOVE "REJECTED" TO WS-STATUS
076964             MOVE "INVALID_ACCOUNT" TO WS-CODE
076965             MOVE "Conta nao encontrada" TO WS-MESSAGE
076966             GO TO 3895-EXIT
076967         END-IF.
076968         IF ACM-CLOSED
076969             MOVE "REJECTED" TO WS-STATUS
076970             MOVE "ACCOUNT_CLOSED" TO WS-CODE
076971             MOVE "Conta encerrada" TO WS-MESSAGE
076972             GO TO 3895-EXIT
076973         END-IF.
076974         IF ACM-PRODUCT-CODE = PRD-CODE-WORK
076975             MOVE "REJECTED" TO WS-STATUS
076976             MOVE "SAME_PRODUCT" TO WS-CODE
076977             MOVE "Conta ja esta neste produto" TO WS-MESSAGE
076978             GO TO 3895-EXIT
076979         END-IF.
076980
076981         IF ACM-PRODUCT-CODE = SPACES
076982             MOVE "PADRAO" TO WS-PRODUCT-OLD-TXT
076983         ELSE
076984             MOVE ACM-PRODUCT-CODE TO WS-PRODUCT-OLD-TXT
076985         END-IF.
076986         MOVE PRD-CODE-WORK TO ACM-PRODUCT-CODE.
076987         MOVE PRD-OVERDRAFT-LIMIT(PRD-ROW-SUB)
076988             TO ACM-OVERDRAFT-LIMIT.
076989         MOVE PRD-DAILY-CAP(PRD-ROW-SUB)
076990             TO ACM-DAILY-WITHDRAW-CAP.
076991         REWRITE ACCOUNT-MASTER-RECORD.
076992         MOVE "APPROVED" TO WS-STATUS.
076993         MOVE "OK" TO WS-CODE.
076994         MOVE SPACES TO WS-MESSAGE.
076995         STRING "Produto alterado de "
076996             FUNCTION TRIM(WS-PRODUCT-OLD-TXT)
076997             " para " PRD-CODE-WORK
076998             DELIMITED BY SIZE INTO WS-MESSAGE.
076999 3895-EXIT.
077000         EXIT.
077001
077002************************************************************
077003* 3896-FIND-PRODUCT - the catalogue row for PRD-CODE-WORK,
077004* or zero when the code is blank or not in the catalogue.
077005************************************************************
077006 3896-FIND-PRODUCT.
077007         MOVE 0 TO PRD-ROW-SUB.
077008         IF PRD-CODE-WORK NOT = SPACES AND PRD-ROW-COUNT > 0
077009             PERFORM 3897-CHECK-ONE-PRODUCT THRU 3897-EXIT
077010                 VARYING PRD-SCAN-SUB FROM 1 BY 1
077011                 UNTIL PRD-SCAN-SUB > PRD-ROW-COUNT
077012                 OR PRD-ROW-SUB > 0
077013         END-IF.
077014 3896-EXIT.
077015         EXIT.
077016
077017 3897-CHECK-ONE-PRODUCT.
077018         IF PRD-CODE(PRD-SCAN-SUB) = PRD-CODE-WORK
077019             MOVE PRD-SCAN-SUB TO PRD-ROW-SUB
077020         END-IF.
077021 3897-EXIT.
077022         EXIT.
077023
077024************************************************************
077025* 9000-TERMINATE - the whole REQUEST-FILE queue has been
077026* processed, so this run's checkpoint is marked CKP-CLOSED;
077027* only an open checkpoint is ever picked up again by
077028* 1120-FIND-OPEN-CHECKPOINT, so a later run with a new
077029* wall-clock date starts a fresh business date instead of
077030* resuming one that already finished.
077031************************************************************
077032 9000-TERMINATE.
077033         MOVE "C" TO CKP-STATUS.
077034         REWRITE CHECKPOINT-RECORD.
077035         PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT.
077100         CLOSE REQUEST-FILE RESPONSE-FILE ACCOUNT-MASTER-FILE
077200             CUSTOMER-MASTER-FILE STANDING-ORDER-FILE
077250             HOLD-FILE CHECKPOINT-FILE TRANSACTION-LOG-FILE
077260             RUN-CONTROL-FILE PENDING-AUTH-FILE
077270             CUSTOMER-DOC-FILE CUSTOMER-XREF-FILE
077275             TERM-DEPOSIT-FILE REJECT-SUSPENSE-FILE
077280             REVERSAL-CONTROL-FILE LOAN-MASTER-FILE
077284             OVERDRAFT-LINK-FILE STOP-PAYMENT-FILE.
077285         IF WS-HIST-OPEN
077290             CLOSE TRANSACTION-HISTORY-FILE
077295         END-IF.
077296         IF WS-WLS-OPEN
077297             CLOSE WATCH-LIST-FILE
077298         END-IF.
077299         IF WS-OPM-OPEN
077300             CLOSE OPERATOR-MASTER-FILE
077301         END-IF.
077302 9000-EXIT.
077400         EXIT.
077410
077420************************************************************
