000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROD-SUMMARY.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* PROD-SUMMARY
001000*
001100* Product summary for marketing.  One line per product in
001200* the PRODUCT-PARAMS catalogue, plus one for the accounts
001300* still on the house pricing (no product code, or a code no
001400* longer in the catalogue), with a total line:
001500*
001600*   ACCOUNTS     accounts on the product, closed ones aside
001700*   BALANCES     their balances on ACCOUNT-MASTER
001800*   INTEREST     INTEREST postings (INTEREST-ACCRUAL) in
001900*                the period
002000*   FEES         MAINT-FEE, SVC-FEE and ODP-FEE postings in
002100*                the period, less the REV-FEE refunds - the
002200*                same postings GL-POST books to 4010
002300*
002400* The period is the month of the business date, unless
002500* runtime/product_summary_request.txt names another one
002600* (one line, CCYYMM).  The postings are read from the
002700* TRANSACTION-HISTORY file and every dated TRANSACTION-LOG
002800* not yet consolidated, the same two sources TAX-STMT reads,
002900* and are counted under the product the account is on now.
003000* The master only holds today's figures, so the account
003100* counts and balances are as at the run whatever the period.
003200*
003300* Mod history:
003400*   2026-10-15 JFM  Original program.
003500************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000         SELECT SUMMARY-REQUEST-FILE
004100             ASSIGN TO "runtime/product_summary_request.txt"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-PRQ-STATUS.
004400
004500         SELECT PRODUCT-PARAMS-FILE
004600             ASSIGN TO "runtime/products.txt"
004700             ORGANIZATION IS LINE SEQUENTIAL
004800             FILE STATUS IS WS-PRD-STATUS.
004900
005000         SELECT TRANSACTION-LOG-FILE
005100             ASSIGN TO WS-LOG-FILENAME
005200             ORGANIZATION IS LINE SEQUENTIAL
005300             FILE STATUS IS WS-TLG-STATUS.
005400
005500         SELECT TRANSACTION-HISTORY-FILE
005600             ASSIGN TO "runtime/txnhist.dat"
005700             ORGANIZATION IS INDEXED
005800             ACCESS MODE IS DYNAMIC
005900             RECORD KEY IS THS-HISTORY-KEY
006000             FILE STATUS IS WS-THS-STATUS.
006100
006200         SELECT ACCOUNT-MASTER-FILE
006300             ASSIGN TO "runtime/acctmast.dat"
006400             ORGANIZATION IS INDEXED
006500             ACCESS MODE IS DYNAMIC
006600             RECORD KEY IS ACM-ACCOUNT-ID
006700             FILE STATUS IS WS-ACM-STATUS.
006800
006900         SELECT SUMMARY-REPORT-FILE
007000             ASSIGN TO "runtime/product_summary_report.txt"
007100             ORGANIZATION IS LINE SEQUENTIAL.
007200
007300         SELECT SYSTEM-CONTROL-FILE
007400             ASSIGN TO "runtime/sysctl.dat"
007500             ORGANIZATION IS INDEXED
007600             ACCESS MODE IS DYNAMIC
007700             RECORD KEY IS SCT-CONTROL-ID
007800             FILE STATUS IS WS-SCT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  SUMMARY-REQUEST-FILE.
008300 01  SUMMARY-REQUEST-RECORD       PIC X(60).
008400
008500 FD  PRODUCT-PARAMS-FILE.
008600 01  PRODUCT-PARAMS-RECORD        PIC X(200).
008700
008800 FD  TRANSACTION-LOG-FILE.
008900     COPY "copybooks/txnlog.cpy".
009000
009100 FD  TRANSACTION-HISTORY-FILE.
009200     COPY "copybooks/txnhist.cpy".
009300
009400 FD  ACCOUNT-MASTER-FILE.
009500     COPY "copybooks/acctmast.cpy".
009600
009700 FD  SUMMARY-REPORT-FILE.
009800 01  SUMMARY-REPORT-RECORD        PIC X(132).
009900
010000 FD  SYSTEM-CONTROL-FILE.
010100     COPY "copybooks/sysctl.cpy".
010200
010300 WORKING-STORAGE SECTION.
010400 77  WS-PRQ-STATUS                PIC X(02) VALUE "00".
010500 77  WS-PRD-STATUS                PIC X(02) VALUE "00".
010600 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
010700 77  WS-THS-STATUS                PIC X(02) VALUE "00".
010800 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
010900 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
011000
011100 01  WS-SWITCHES.
011200         05  WS-HAVE-PERIOD-SW    PIC X(01) VALUE "N".
011300             88  WS-HAVE-PERIOD       VALUE "Y".
011400         05  WS-ACM-OPEN-SW       PIC X(01) VALUE "N".
011500             88  WS-ACM-OPEN          VALUE "Y".
011600         05  WS-HIST-OPEN-SW      PIC X(01) VALUE "N".
011700             88  WS-HIST-OPEN         VALUE "Y".
011800         05  WS-HIST-SCAN-DONE-SW PIC X(01) VALUE "N".
011900             88  WS-HIST-SCAN-DONE    VALUE "Y".
012000         05  WS-MORE-ACCOUNTS-SW  PIC X(01) VALUE "Y".
012100             88  WS-MORE-ACCOUNTS     VALUE "Y".
012200         05  WS-MORE-LOG-SW       PIC X(01) VALUE "Y".
012300             88  WS-MORE-LOG-RECORDS  VALUE "Y".
012400         05  WS-MORE-PRD-LINES-SW PIC X(01) VALUE "Y".
012500             88  WS-MORE-PRD-LINES    VALUE "Y".
012600
012700 01  WS-RUN-TIMESTAMP.
012800         05  WS-RUN-DATE              PIC X(08).
012900         05  FILLER                   PIC X(13).
013000
013100*
013200* The period and the dates that bound it.  A date string
013300* compares in calendar order, so CCYYMM31 closes any month;
013400* the day walk over the logs stops at the business date.
013500 01  WS-REQUEST-LINE              PIC X(60).
013600 01  WS-PERIOD.
013700         05  WS-PERIOD-YEAR           PIC X(04).
013800         05  WS-PERIOD-MONTH          PIC X(02).
013900 01  WS-PERIOD-MONTH-NUM          PIC 9(02).
014000 01  WS-MONTH-START               PIC X(08).
014100 01  WS-MONTH-END                 PIC X(08).
014200 01  WS-LAST-DATE                 PIC X(08).
014300
014400 01  WS-LOG-FILENAME              PIC X(40).
014500
014600*
014700* Calendar-date arithmetic for the day walk over the dated
014800* logs, the same intrinsics ACCT-STMT steps its range with.
014900 01  WS-CURRENT-DATE              PIC X(08).
015000 01  WS-DATE-INTEGER              PIC 9(9) COMP.
015100 01  WS-DATE-NUMERIC              PIC 9(8).
015200
015300*
015400* The log's amounts are numeric-edited; they are de-edited
015500* here before any arithmetic, the same as DAILY-RECON does.
015600 01  WS-AMOUNT-NUM                PIC S9(9)V99 VALUE 0.
015700
015800*
015900* The product catalogue and the figures gathered for it.
016000* Row n of the totals is catalogue row n; the last row holds
016100* the accounts on no product, or on one since withdrawn.
016200     COPY "copybooks/prodtbl.cpy".
016300 01  WS-NO-PRODUCT-ROW            PIC 9(02) COMP VALUE 21.
016400 01  WS-PRODUCT-TOTALS.
016500         05  WS-PST-ROW OCCURS 21 TIMES.
016600             10  WS-PST-ACCOUNTS          PIC 9(07) COMP.
016700             10  WS-PST-BALANCE           PIC S9(13)V99.
016800             10  WS-PST-INTEREST          PIC S9(13)V99.
016900             10  WS-PST-FEES              PIC S9(13)V99.
017000 01  WS-TOTAL-ACCOUNTS            PIC 9(07) COMP VALUE 0.
017100 01  WS-TOTAL-BALANCE             PIC S9(13)V99 VALUE 0.
017200 01  WS-TOTAL-INTEREST            PIC S9(13)V99 VALUE 0.
017300 01  WS-TOTAL-FEES                PIC S9(13)V99 VALUE 0.
017400 01  WS-POSTINGS-COUNTED          PIC 9(07) COMP VALUE 0.
017500 01  WS-PRODUCT-LABEL             PIC X(30).
017600
017700 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
017800 01  WS-BALANCE-TXT               PIC -Z(11)9.99.
017900 01  WS-INTEREST-TXT              PIC -Z(11)9.99.
018000 01  WS-FEES-TXT                  PIC -Z(11)9.99.
018100 01  WS-REPORT-LINE               PIC X(132).
018200
018300 PROCEDURE DIVISION.
018400
018500************************************************************
018600* 0000-MAINLINE
018700************************************************************
018800 0000-MAINLINE.
018900         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000         IF WS-HAVE-PERIOD
019100             PERFORM 2000-COUNT-ACCOUNTS THRU 2000-EXIT
019200             PERFORM 3000-GATHER-POSTINGS THRU 3000-EXIT
019300             PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
019400         END-IF.
019500         PERFORM 9000-TERMINATE THRU 9000-EXIT.
019600         STOP RUN.
019700
019800************************************************************
019900* 1000-INITIALIZE - the period, the catalogue and the
020000* files.  A malformed period on the request file is
020100* reported and nothing else is produced.
020200************************************************************
020300 1000-INITIALIZE.
020400         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
020500         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
020600         PERFORM 1070-LOAD-PRODUCTS THRU 1070-EXIT.
020700         PERFORM 1100-READ-PERIOD THRU 1100-EXIT.
020800         INITIALIZE WS-PRODUCT-TOTALS.
020900
021000         OPEN OUTPUT SUMMARY-REPORT-FILE.
021100         MOVE SPACES TO WS-REPORT-LINE.
021200         STRING "PRODUCT SUMMARY - PERIOD " WS-PERIOD
021300             " - RUN " WS-RUN-DATE
021400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
021500         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
021600         MOVE SPACES TO WS-REPORT-LINE.
021700         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
021800
021900         IF NOT WS-HAVE-PERIOD
022000             MOVE SPACES TO WS-REPORT-LINE
022100             STRING "NO VALID PERIOD REQUESTED - NOTHING "
022200                 "PRODUCED"
022300                 DELIMITED BY SIZE INTO WS-REPORT-LINE
022400             WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
022500             GO TO 1000-EXIT
022600         END-IF.
022700
022800         IF PRD-ROW-COUNT = 0
022900             MOVE SPACES TO WS-REPORT-LINE
023000             STRING "NO PRODUCT CATALOGUE ON FILE - EVERY "
023100                 "ACCOUNT IS ON THE HOUSE PRICING"
023200                 DELIMITED BY SIZE INTO WS-REPORT-LINE
023300             WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
023400         END-IF.
023500
023600         IF WS-MONTH-END > WS-RUN-DATE
023700             MOVE WS-RUN-DATE TO WS-LAST-DATE
023800             MOVE SPACES TO WS-REPORT-LINE
023900             STRING "MONTH NOT YET ENDED - FIGURES ARE "
024000                 "MONTH TO DATE " WS-RUN-DATE
024100                 DELIMITED BY SIZE INTO WS-REPORT-LINE
024200             WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
024300         ELSE
024400             MOVE WS-MONTH-END TO WS-LAST-DATE
024500         END-IF.
024600
024700         OPEN INPUT ACCOUNT-MASTER-FILE.
024800         IF WS-ACM-STATUS = "00"
024900             MOVE "Y" TO WS-ACM-OPEN-SW
025000         END-IF.
025100         OPEN INPUT TRANSACTION-HISTORY-FILE.
025200         IF WS-THS-STATUS = "00"
025300             MOVE "Y" TO WS-HIST-OPEN-SW
025400         END-IF.
025500 1000-EXIT.
025600         EXIT.
025700
025800************************************************************
025900* 1050-READ-SYSTEM-CONTROL - the official business date,
026000* when the site has cut over to SYSTEM-CONTROL; the
026100* wall-clock date stays only as the fallback.
026200************************************************************
026300 1050-READ-SYSTEM-CONTROL.
026400         OPEN INPUT SYSTEM-CONTROL-FILE.
026500         IF WS-SCT-STATUS NOT = "00"
026600             GO TO 1050-EXIT
026700         END-IF.
026800         MOVE "SYSTEM" TO SCT-CONTROL-ID.
026900         READ SYSTEM-CONTROL-FILE
027000             INVALID KEY
027100                 CONTINUE
027200             NOT INVALID KEY
027300                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
027400         END-READ.
027500         CLOSE SYSTEM-CONTROL-FILE.
027600 1050-EXIT.
027700         EXIT.
027800
027900************************************************************
028000* 1070-LOAD-PRODUCTS - the product catalogue into its
028100* working-storage table, the same way INTEREST-ACCRUAL and
028200* the engine load it.  Only the code and the name are
028300* wanted here.  Rows past the table's 20 slots are dropped.
028400************************************************************
028500 1070-LOAD-PRODUCTS.
028600         OPEN INPUT PRODUCT-PARAMS-FILE.
028700         IF WS-PRD-STATUS NOT = "00"
028800             GO TO 1070-EXIT
028900         END-IF.
029000         MOVE "Y" TO WS-MORE-PRD-LINES-SW.
029100         PERFORM 1075-LOAD-ONE-PRODUCT THRU 1075-EXIT
029200             UNTIL NOT WS-MORE-PRD-LINES.
029300         CLOSE PRODUCT-PARAMS-FILE.
029400 1070-EXIT.
029500         EXIT.
029600
029700 1075-LOAD-ONE-PRODUCT.
029800         READ PRODUCT-PARAMS-FILE INTO PRODUCT-LINE
029900             AT END
030000                 MOVE "N" TO WS-MORE-PRD-LINES-SW
030100                 GO TO 1075-EXIT
030200         END-READ.
030300         IF FUNCTION TRIM(PRODUCT-LINE) = SPACES
030400             OR PRD-ROW-COUNT >= 20
030500             GO TO 1075-EXIT
030600         END-IF.
030700         MOVE SPACES TO PRODUCT-LINE-FIELDS.
030800         UNSTRING PRODUCT-LINE DELIMITED BY "|"
030900             INTO PRL-CODE-TXT PRL-NAME-TXT
031000         END-UNSTRING.
031100         IF FUNCTION TRIM(PRL-CODE-TXT) = SPACES
031200             GO TO 1075-EXIT
031300         END-IF.
031400         ADD 1 TO PRD-ROW-COUNT.
031500         MOVE PRD-ROW-COUNT TO PRD-ROW-SUB.
031600         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRL-CODE-TXT))
031700             TO PRD-CODE(PRD-ROW-SUB).
031800         MOVE FUNCTION TRIM(PRL-NAME-TXT)
031900             TO PRD-NAME(PRD-ROW-SUB).
032000 1075-EXIT.
032100         EXIT.
032200
032300************************************************************
032400* 1100-READ-PERIOD - CCYYMM off the request file when there
032500* is one, else the month of the business date.
032600************************************************************
032700 1100-READ-PERIOD.
032800         MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.
032900         OPEN INPUT SUMMARY-REQUEST-FILE.
033000         IF WS-PRQ-STATUS = "00"
033100             READ SUMMARY-REQUEST-FILE INTO WS-REQUEST-LINE
033200                 AT END
033300                     MOVE SPACES TO WS-REQUEST-LINE
033400             END-READ
033500             CLOSE SUMMARY-REQUEST-FILE
033600             IF WS-REQUEST-LINE NOT = SPACES
033700                 MOVE FUNCTION TRIM(WS-REQUEST-LINE) TO WS-PERIOD
033800             END-IF
033900         END-IF.
034000
034100         IF WS-PERIOD NOT NUMERIC
034200             GO TO 1100-EXIT
034300         END-IF.
034400         MOVE WS-PERIOD-MONTH TO WS-PERIOD-MONTH-NUM.
034500         IF WS-PERIOD-MONTH-NUM < 1 OR WS-PERIOD-MONTH-NUM > 12
034600             GO TO 1100-EXIT
034700         END-IF.
034800         STRING WS-PERIOD "01"
034900             DELIMITED BY SIZE INTO WS-MONTH-START.
035000         STRING WS-PERIOD "31"
035100             DELIMITED BY SIZE INTO WS-MONTH-END.
035200         MOVE "Y" TO WS-HAVE-PERIOD-SW.
035300 1100-EXIT.
035400         EXIT.
035500
035600************************************************************
035700* 2000-COUNT-ACCOUNTS - one pass over the master: every
035800* account not closed counts, with its balance, under its
035900* product.
036000************************************************************
036100 2000-COUNT-ACCOUNTS.
036200         IF NOT WS-ACM-OPEN
036300             GO TO 2000-EXIT
036400         END-IF.
036500         MOVE "Y" TO WS-MORE-ACCOUNTS-SW.
036600         MOVE LOW-VALUES TO ACM-ACCOUNT-ID.
036700         START ACCOUNT-MASTER-FILE
036800             KEY IS NOT LESS THAN ACM-ACCOUNT-ID
036900             INVALID KEY
037000                 MOVE "N" TO WS-MORE-ACCOUNTS-SW
037100         END-START.
037200         PERFORM 2100-COUNT-ONE-ACCOUNT THRU 2100-EXIT
037300             UNTIL NOT WS-MORE-ACCOUNTS.
037400 2000-EXIT.
037500         EXIT.
037600
037700 2100-COUNT-ONE-ACCOUNT.
037800         READ ACCOUNT-MASTER-FILE NEXT RECORD
037900             AT END
038000                 MOVE "N" TO WS-MORE-ACCOUNTS-SW
038100                 GO TO 2100-EXIT
038200         END-READ.
038300         IF ACM-CLOSED
038400             GO TO 2100-EXIT
038500         END-IF.
038600         PERFORM 2500-FIND-PRODUCT-ROW THRU 2500-EXIT.
038700         ADD 1 TO WS-PST-ACCOUNTS(PRD-ROW-SUB).
038800         ADD ACM-BALANCE TO WS-PST-BALANCE(PRD-ROW-SUB).
038900 2100-EXIT.
039000         EXIT.
039100
039200************************************************************
039300* 2500-FIND-PRODUCT-ROW - the totals row for the account on
039400* ACCOUNT-MASTER: its catalogue row, else the no-product
039500* row.
039600************************************************************
039700 2500-FIND-PRODUCT-ROW.
039800         MOVE WS-NO-PRODUCT-ROW TO PRD-ROW-SUB.
039900         IF ACM-PRODUCT-CODE = SPACES
040000             GO TO 2500-EXIT
040100         END-IF.
040200         MOVE ACM-PRODUCT-CODE TO PRD-CODE-WORK.
040300         PERFORM 2550-CHECK-ONE-PRODUCT THRU 2550-EXIT
040400             VARYING PRD-SCAN-SUB FROM 1 BY 1
040500             UNTIL PRD-SCAN-SUB > PRD-ROW-COUNT
040600                 OR PRD-ROW-SUB NOT = WS-NO-PRODUCT-ROW.
040700 2500-EXIT.
040800         EXIT.
040900
041000 2550-CHECK-ONE-PRODUCT.
041100         IF PRD-CODE(PRD-SCAN-SUB) = PRD-CODE-WORK
041200             MOVE PRD-SCAN-SUB TO PRD-ROW-SUB
041300         END-IF.
041400 2550-EXIT.
041500         EXIT.
041600
041700************************************************************
041800* 3000-GATHER-POSTINGS - the consolidated history first,
041900* then the dated logs one day at a time from the 1st of the
042000* month to its last day or the business date, whichever
042100* comes first; a date HIST-CONSOL has retired has no flat
042200* file left, so nothing is counted twice.
042300************************************************************
042400 3000-GATHER-POSTINGS.
042500         PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT.
042600         MOVE WS-MONTH-START TO WS-CURRENT-DATE.
042700         PERFORM 3200-SCAN-ONE-DATE THRU 3200-EXIT
042800             UNTIL WS-CURRENT-DATE > WS-LAST-DATE.
042900 3000-EXIT.
043000         EXIT.
043100
043200************************************************************
043300* 3100-SCAN-HISTORY - the whole history file in key order;
043400* only postings dated inside the period are kept.  A site
043500* that has never consolidated has no history file.
043600************************************************************
043700 3100-SCAN-HISTORY.
043800         IF NOT WS-HIST-OPEN
043900             GO TO 3100-EXIT
044000         END-IF.
044100         MOVE "N" TO WS-HIST-SCAN-DONE-SW.
044200         MOVE LOW-VALUES TO THS-HISTORY-KEY.
044300         START TRANSACTION-HISTORY-FILE
044400             KEY IS NOT LESS THAN THS-HISTORY-KEY
044500             INVALID KEY
044600                 MOVE "Y" TO WS-HIST-SCAN-DONE-SW
044700         END-START.
044800         PERFORM 3150-SCAN-NEXT-HISTORY THRU 3150-EXIT
044900             UNTIL WS-HIST-SCAN-DONE.
045000 3100-EXIT.
045100         EXIT.
045200
045300************************************************************
045400* 3150-SCAN-NEXT-HISTORY - the history record is echoed
045500* into the log record area so one paragraph counts both.
045600************************************************************
045700 3150-SCAN-NEXT-HISTORY.
045800         READ TRANSACTION-HISTORY-FILE NEXT RECORD
045900             AT END
046000                 MOVE "Y" TO WS-HIST-SCAN-DONE-SW
046100                 GO TO 3150-EXIT
046200         END-READ.
046300         IF THS-RUN-DATE < WS-MONTH-START
046400             OR THS-RUN-DATE > WS-LAST-DATE
046500             GO TO 3150-EXIT
046600         END-IF.
046700         MOVE THS-ACCOUNT-ID TO TLG-ACCOUNT-ID.
046800         MOVE THS-RUN-DATE TO TLG-RUN-DATE.
046900         MOVE THS-OPERATION TO TLG-OPERATION.
047000         MOVE THS-AMOUNT TO TLG-AMOUNT.
047100         MOVE THS-STATUS TO TLG-STATUS.
047200         PERFORM 3300-COUNT-POSTING THRU 3300-EXIT.
047300 3150-EXIT.
047400         EXIT.
047500
047600************************************************************
047700* 3200-SCAN-ONE-DATE - a business date with no log file
047800* (nothing ran, or it is already consolidated) is skipped.
047900************************************************************
048000 3200-SCAN-ONE-DATE.
048100         MOVE SPACES TO WS-LOG-FILENAME.
048200         STRING "runtime/txnlog_" WS-CURRENT-DATE ".txt"
048300             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
048400         OPEN INPUT TRANSACTION-LOG-FILE.
048500         IF WS-TLG-STATUS = "00"
048600             MOVE "Y" TO WS-MORE-LOG-SW
048700             PERFORM 3250-SCAN-NEXT-LOG THRU 3250-EXIT
048800                 UNTIL NOT WS-MORE-LOG-RECORDS
048900             CLOSE TRANSACTION-LOG-FILE
049000         END-IF.
049100         PERFORM 3900-ADVANCE-DATE THRU 3900-EXIT.
049200 3200-EXIT.
049300         EXIT.
049400
049500 3250-SCAN-NEXT-LOG.
049600         READ TRANSACTION-LOG-FILE
049700             AT END
049800                 MOVE "N" TO WS-MORE-LOG-SW
049900                 GO TO 3250-EXIT
050000         END-READ.
050100         PERFORM 3300-COUNT-POSTING THRU 3300-EXIT.
050200 3250-EXIT.
050300         EXIT.
050400
050500************************************************************
050600* 3300-COUNT-POSTING - an APPROVED interest or fee posting
050700* is added to the row of the product the account is on.
050800* Anything else is passed over without a master read.
050900************************************************************
051000 3300-COUNT-POSTING.
051100         IF TLG-STATUS NOT = "APPROVED"
051200             OR TLG-ACCOUNT-ID = SPACES
051300             GO TO 3300-EXIT
051400         END-IF.
051500         EVALUATE FUNCTION TRIM(TLG-OPERATION)
051600             WHEN "INTEREST"
051700             WHEN "MAINT-FEE"
051800             WHEN "SVC-FEE"
051900             WHEN "ODP-FEE"
052000             WHEN "REV-FEE"
052100                 CONTINUE
052200             WHEN OTHER
052300                 GO TO 3300-EXIT
052400         END-EVALUATE.
052500
052600         MOVE SPACES TO ACM-PRODUCT-CODE.
052700         IF WS-ACM-OPEN
052800             MOVE TLG-ACCOUNT-ID TO ACM-ACCOUNT-ID
052900             READ ACCOUNT-MASTER-FILE
053000                 INVALID KEY
053100                     MOVE SPACES TO ACM-PRODUCT-CODE
053200             END-READ
053300         END-IF.
053400         PERFORM 2500-FIND-PRODUCT-ROW THRU 2500-EXIT.
053500
053600         COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(
053700             FUNCTION TRIM(TLG-AMOUNT)).
053800         EVALUATE FUNCTION TRIM(TLG-OPERATION)
053900             WHEN "INTEREST"
054000                 ADD WS-AMOUNT-NUM TO WS-PST-INTEREST(PRD-ROW-SUB)
054100             WHEN "REV-FEE"
054200                 SUBTRACT WS-AMOUNT-NUM
054300                     FROM WS-PST-FEES(PRD-ROW-SUB)
054400             WHEN OTHER
054500                 ADD WS-AMOUNT-NUM TO WS-PST-FEES(PRD-ROW-SUB)
054600         END-EVALUATE.
054700         ADD 1 TO WS-POSTINGS-COUNTED.
054800 3300-EXIT.
054900         EXIT.
055000
055100************************************************************
055200* 3900-ADVANCE-DATE - steps WS-CURRENT-DATE forward one
055300* calendar day.
055400************************************************************
055500 3900-ADVANCE-DATE.
055600         COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
055700             FUNCTION NUMVAL(WS-CURRENT-DATE)).
055800         ADD 1 TO WS-DATE-INTEGER.
055900         COMPUTE WS-DATE-NUMERIC =
056000             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
056100         MOVE WS-DATE-NUMERIC TO WS-CURRENT-DATE.
056200 3900-EXIT.
056300         EXIT.
056400
056500************************************************************
056600* 4000-WRITE-REPORT - a line per catalogue product, in
056700* catalogue order, then the no-product line when anything
056800* fell to it, then the totals.
056900************************************************************
057000 4000-WRITE-REPORT.
057100         MOVE SPACES TO WS-REPORT-LINE.
057200         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
057300         MOVE SPACES TO WS-REPORT-LINE.
057400         STRING "  CODE  PRODUCT                        "
057500             "ACCOUNTS        BALANCES   INTEREST PAID"
057600             "     FEES EARNED"
057700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
057800         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
057900         MOVE SPACES TO WS-REPORT-LINE.
058000         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
058100
058200         PERFORM 4100-WRITE-PRODUCT-LINE THRU 4100-EXIT
058300             VARYING PRD-ROW-SUB FROM 1 BY 1
058400             UNTIL PRD-ROW-SUB > PRD-ROW-COUNT.
058500
058600         MOVE WS-NO-PRODUCT-ROW TO PRD-ROW-SUB.
058700         IF WS-PST-ACCOUNTS(PRD-ROW-SUB) > 0
058800             OR WS-PST-BALANCE(PRD-ROW-SUB) NOT = 0
058900             OR WS-PST-INTEREST(PRD-ROW-SUB) NOT = 0
059000             OR WS-PST-FEES(PRD-ROW-SUB) NOT = 0
059100             PERFORM 4100-WRITE-PRODUCT-LINE THRU 4100-EXIT
059200         END-IF.
059300
059400         MOVE SPACES TO WS-REPORT-LINE.
059500         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
059600         MOVE WS-TOTAL-ACCOUNTS TO WS-COUNT-TXT.
059700         MOVE WS-TOTAL-BALANCE TO WS-BALANCE-TXT.
059800         MOVE WS-TOTAL-INTEREST TO WS-INTEREST-TXT.
059900         MOVE WS-TOTAL-FEES TO WS-FEES-TXT.
060000         MOVE SPACES TO WS-REPORT-LINE.
060100         STRING "  TOTAL                                 "
060200             WS-COUNT-TXT
060300             WS-BALANCE-TXT
060400             WS-INTEREST-TXT
060500             WS-FEES-TXT
060600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
060700         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
060800
060900         MOVE SPACES TO WS-REPORT-LINE.
061000         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
061100         MOVE WS-POSTINGS-COUNTED TO WS-COUNT-TXT.
061200         MOVE SPACES TO WS-REPORT-LINE.
061300         STRING "INTEREST AND FEE POSTINGS COUNTED "
061400             WS-COUNT-TXT
061500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
061600         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
061700 4000-EXIT.
061800         EXIT.
061900
062000************************************************************
062100* 4100-WRITE-PRODUCT-LINE - one product's figures, added
062200* into the totals.
062300************************************************************
062400 4100-WRITE-PRODUCT-LINE.
062500         IF PRD-ROW-SUB = WS-NO-PRODUCT-ROW
062600             MOVE SPACES TO PRD-CODE-WORK
062700             MOVE "NO PRODUCT - HOUSE PRICING" TO WS-PRODUCT-LABEL
062800         ELSE
062900             MOVE PRD-CODE(PRD-ROW-SUB) TO PRD-CODE-WORK
063000             MOVE PRD-NAME(PRD-ROW-SUB) TO WS-PRODUCT-LABEL
063100         END-IF.
063200         ADD WS-PST-ACCOUNTS(PRD-ROW-SUB) TO WS-TOTAL-ACCOUNTS.
063300         ADD WS-PST-BALANCE(PRD-ROW-SUB) TO WS-TOTAL-BALANCE.
063400         ADD WS-PST-INTEREST(PRD-ROW-SUB) TO WS-TOTAL-INTEREST.
063500         ADD WS-PST-FEES(PRD-ROW-SUB) TO WS-TOTAL-FEES.
063600
063700         MOVE WS-PST-ACCOUNTS(PRD-ROW-SUB) TO WS-COUNT-TXT.
063800         MOVE WS-PST-BALANCE(PRD-ROW-SUB) TO WS-BALANCE-TXT.
063900         MOVE WS-PST-INTEREST(PRD-ROW-SUB) TO WS-INTEREST-TXT.
064000         MOVE WS-PST-FEES(PRD-ROW-SUB) TO WS-FEES-TXT.
064100         MOVE SPACES TO WS-REPORT-LINE.
064200         STRING "  " PRD-CODE-WORK
064300             "  " WS-PRODUCT-LABEL
064400             "  " WS-COUNT-TXT
064500             WS-BALANCE-TXT
064600             WS-INTEREST-TXT
064700             WS-FEES-TXT
064800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
064900         WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
065000 4100-EXIT.
065100         EXIT.
065200
065300************************************************************
065400* 9000-TERMINATE
065500************************************************************
065600 9000-TERMINATE.
065700         IF WS-ACM-OPEN
065800             CLOSE ACCOUNT-MASTER-FILE
065900         END-IF.
066000         IF WS-HIST-OPEN
066100             CLOSE TRANSACTION-HISTORY-FILE
066200         END-IF.
066300         CLOSE SUMMARY-REPORT-FILE.
066400 9000-EXIT.
066500         EXIT.
