000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAX-STMT.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* TAX-STMT
001000*
001100* Year-end interest income statement for the tax authority.
001200* Reads the tax year (CCYY) from TAX-REQUEST-FILE, then
001300* walks the TRANSACTION-HISTORY file and every dated
001400* TRANSACTION-LOG not yet consolidated, from 1 January of
001500* that year up to the business date, the same two sources
001600* ACCT-STMT reads.  For each account it totals the
001700* APPROVED interest postings dated inside the year:
001800*
001900*   INTEREST    demand-account interest (INTEREST-ACCRUAL)
002000*   TD-INT      contracted term-deposit interest (TD-MATURE)
002100*   TD-PENINT   penalty-rate interest on an early
002200*               redemption (TRANSACTION-ENGINE)
002300*
002400* and takes the balance at 31 December: the new balance of
002500* the last posting inside the year, failing that the old
002600* balance of the first posting after it, failing that the
002700* balance on ACCOUNT-MASTER, which nothing has moved since.
002800* The account figures are kept on the TAX-ACCOUNT work file.
002900*
003000* The figures are then rolled up to the person: CUSTOMER-DOC
003100* is read in normalized document order and CUSTOMER-XREF
003200* lists every account behind the document - closed accounts
003300* too, as long as they were open at some point in the year.
003400* Each person gets a printed statement and one detail line
003500* on the fixed-format regulatory extract, which closes with
003600* a trailer of control totals.  An account with interest in
003700* the year that no CUSTOMER-XREF record claims (one opened
003800* before the customer-level files existed) is stated on its
003900* own from CUSTOMER-MASTER and listed on the control report.
004000*
004100* The control report proves the year: the interest stated
004200* must agree with GL account 5010 INTEREST EXPENSE ON
004300* DEPOSITS summed over the year's GL-SUMMARY records.
004400*
004500* Mod history:
004600*   2026-10-15 JFM  Original program.
004700************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200         SELECT TAX-REQUEST-FILE
005300             ASSIGN TO "runtime/tax_request.txt"
005400             ORGANIZATION IS LINE SEQUENTIAL
005500             FILE STATUS IS WS-TRQ-STATUS.
005600
005700         SELECT TRANSACTION-LOG-FILE
005800             ASSIGN TO WS-LOG-FILENAME
005900             ORGANIZATION IS LINE SEQUENTIAL
006000             FILE STATUS IS WS-TLG-STATUS.
006100
006200         SELECT TRANSACTION-HISTORY-FILE
006300             ASSIGN TO "runtime/txnhist.dat"
006400             ORGANIZATION IS INDEXED
006500             ACCESS MODE IS DYNAMIC
006600             RECORD KEY IS THS-HISTORY-KEY
006700             FILE STATUS IS WS-THS-STATUS.
006800
006900         SELECT SORT-FILE
007000             ASSIGN TO "runtime/taxstmt.srt".
007100
007200         SELECT TAX-ACCOUNT-FILE
007300             ASSIGN TO "runtime/taxacct.wrk"
007400             ORGANIZATION IS INDEXED
007500             ACCESS MODE IS DYNAMIC
007600             RECORD KEY IS TXA-ACCOUNT-ID
007700             FILE STATUS IS WS-TXA-STATUS.
007800
007900         SELECT CUSTOMER-DOC-FILE
008000             ASSIGN TO "runtime/custdoc.dat"
008100             ORGANIZATION IS INDEXED
008200             ACCESS MODE IS SEQUENTIAL
008300             RECORD KEY IS CDM-DOCUMENT-ID
008400             FILE STATUS IS WS-CDM-STATUS.
008500
008600         SELECT CUSTOMER-XREF-FILE
008700             ASSIGN TO "runtime/custxref.dat"
008800             ORGANIZATION IS INDEXED
008900             ACCESS MODE IS DYNAMIC
009000             RECORD KEY IS CXR-XREF-KEY
009100             FILE STATUS IS WS-CXR-STATUS.
009200
009300         SELECT CUSTOMER-MASTER-FILE
009400             ASSIGN TO "runtime/custmast.dat"
009500             ORGANIZATION IS INDEXED
009600             ACCESS MODE IS DYNAMIC
009700             RECORD KEY IS CUS-ACCOUNT-ID
009800             FILE STATUS IS WS-CUS-STATUS.
009900
010000         SELECT ACCOUNT-MASTER-FILE
010100             ASSIGN TO "runtime/acctmast.dat"
010200             ORGANIZATION IS INDEXED
010300             ACCESS MODE IS DYNAMIC
010400             RECORD KEY IS ACM-ACCOUNT-ID
010500             FILE STATUS IS WS-ACM-STATUS.
010600
010700         SELECT GL-SUMMARY-FILE
010800             ASSIGN TO "runtime/glsumm.dat"
010900             ORGANIZATION IS INDEXED
011000             ACCESS MODE IS DYNAMIC
011100             RECORD KEY IS GLS-SUMMARY-KEY
011200             FILE STATUS IS WS-GLS-STATUS.
011300
011400         SELECT TAX-STATEMENT-FILE
011500             ASSIGN TO WS-STATEMENT-FILENAME
011600             ORGANIZATION IS LINE SEQUENTIAL.
011700
011800         SELECT TAX-EXTRACT-FILE
011900             ASSIGN TO WS-EXTRACT-FILENAME
012000             ORGANIZATION IS LINE SEQUENTIAL.
012100
012200         SELECT TAX-CONTROL-FILE
012300             ASSIGN TO "runtime/tax_control_report.txt"
012400             ORGANIZATION IS LINE SEQUENTIAL.
012500
012600         SELECT SYSTEM-CONTROL-FILE
012700             ASSIGN TO "runtime/sysctl.dat"
012800             ORGANIZATION IS INDEXED
012900             ACCESS MODE IS DYNAMIC
013000             RECORD KEY IS SCT-CONTROL-ID
013100             FILE STATUS IS WS-SCT-STATUS.
013200
013300 DATA DIVISION.
013400 FILE SECTION.
013500 FD  TAX-REQUEST-FILE.
013600 01  TAX-REQUEST-RECORD           PIC X(60).
013700
013800 FD  TRANSACTION-LOG-FILE.
013900     COPY "copybooks/txnlog.cpy".
014000
014100 FD  TRANSACTION-HISTORY-FILE.
014200     COPY "copybooks/txnhist.cpy".
014300
014400 SD  SORT-FILE.
014500*
014600* Every APPROVED posting from 1 January on, in account and
014700* posting order, so the output procedure sees each
014800* account's year and the first posting after it together.
014900 01  SORT-RECORD.
015000         05  SRT-ACCOUNT-ID       PIC X(10).
015100         05  SRT-RUN-DATE         PIC X(08).
015200         05  SRT-RUN-TIME         PIC X(08).
015300         05  SRT-SEQUENCE-NO      PIC 9(08).
015400         05  SRT-OPERATION        PIC X(10).
015500         05  SRT-AMOUNT           PIC X(14).
015600         05  SRT-OLD-BALANCE      PIC X(14).
015700         05  SRT-NEW-BALANCE      PIC X(14).
015800
015900*
016000* One account's figures for the tax year.  TXA-CLAIMED is
016100* set when a CUSTOMER-XREF record states the account, so
016200* whatever is left unclaimed can be stated on its own.
016300 FD  TAX-ACCOUNT-FILE.
016400 01  TAX-ACCOUNT-RECORD.
016500         05  TXA-ACCOUNT-ID           PIC X(10).
016600         05  TXA-DEPOSIT-INTEREST     PIC S9(9)V99 COMP-3.
016700         05  TXA-TERM-INTEREST        PIC S9(9)V99 COMP-3.
016800         05  TXA-YEAR-END-BALANCE     PIC S9(9)V99 COMP-3.
016900         05  TXA-IN-YEAR-SW           PIC X(01).
017000             88  TXA-IN-YEAR              VALUE "Y".
017100         05  TXA-CLAIMED-SW           PIC X(01).
017200             88  TXA-CLAIMED              VALUE "Y".
017300         05  FILLER                   PIC X(10).
017400
017500 FD  CUSTOMER-DOC-FILE.
017600     COPY "copybooks/custdoc.cpy".
017700
017800 FD  CUSTOMER-XREF-FILE.
017900     COPY "copybooks/custxref.cpy".
018000
018100 FD  CUSTOMER-MASTER-FILE.
018200     COPY "copybooks/custmast.cpy".
018300
018400 FD  ACCOUNT-MASTER-FILE.
018500     COPY "copybooks/acctmast.cpy".
018600
018700 FD  GL-SUMMARY-FILE.
018800     COPY "copybooks/glsumm.cpy".
018900
019000 FD  TAX-STATEMENT-FILE.
019100 01  TAX-STATEMENT-RECORD         PIC X(132).
019200
019300 FD  TAX-EXTRACT-FILE.
019400 01  TAX-EXTRACT-RECORD           PIC X(120).
019500
019600 FD  TAX-CONTROL-FILE.
019700 01  TAX-CONTROL-RECORD           PIC X(132).
019800
019900 FD  SYSTEM-CONTROL-FILE.
020000     COPY "copybooks/sysctl.cpy".
020100
020200 WORKING-STORAGE SECTION.
020300 77  WS-TRQ-STATUS                PIC X(02) VALUE "00".
020400 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
020500 77  WS-THS-STATUS                PIC X(02) VALUE "00".
020600 77  WS-TXA-STATUS                PIC X(02) VALUE "00".
020700 77  WS-CDM-STATUS                PIC X(02) VALUE "00".
020800 77  WS-CXR-STATUS                PIC X(02) VALUE "00".
020900 77  WS-CUS-STATUS                PIC X(02) VALUE "00".
021000 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
021100 77  WS-GLS-STATUS                PIC X(02) VALUE "00".
021200 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
021300
021400 01  WS-SWITCHES.
021500         05  WS-HAVE-YEAR-SW      PIC X(01) VALUE "N".
021600             88  WS-HAVE-YEAR         VALUE "Y".
021700         05  WS-HIST-OPEN-SW      PIC X(01) VALUE "N".
021800             88  WS-HIST-OPEN         VALUE "Y".
021900         05  WS-HIST-SCAN-DONE-SW PIC X(01) VALUE "N".
022000             88  WS-HIST-SCAN-DONE    VALUE "Y".
022100         05  WS-DAY-LOG-OPEN-SW   PIC X(01) VALUE "N".
022200             88  WS-DAY-LOG-OPEN      VALUE "Y".
022300         05  WS-MORE-LOG-SW       PIC X(01) VALUE "Y".
022400             88  WS-MORE-LOG-RECORDS  VALUE "Y".
022500         05  WS-MORE-SORTED-SW    PIC X(01) VALUE "Y".
022600             88  WS-MORE-SORTED-RECS  VALUE "Y".
022700         05  WS-HAVE-ACCOUNT-SW   PIC X(01) VALUE "N".
022800             88  WS-HAVE-ACCOUNT      VALUE "Y".
022900         05  WS-HAVE-AFTER-SW     PIC X(01) VALUE "N".
023000             88  WS-HAVE-AFTER        VALUE "Y".
023100         05  WS-CDM-OPEN-SW       PIC X(01) VALUE "N".
023200             88  WS-CDM-OPEN          VALUE "Y".
023300         05  WS-MORE-CUSTOMERS-SW PIC X(01) VALUE "Y".
023400             88  WS-MORE-CUSTOMERS    VALUE "Y".
023500         05  WS-XREF-SCAN-DONE-SW PIC X(01) VALUE "N".
023600             88  WS-XREF-SCAN-DONE    VALUE "Y".
023700         05  WS-CUSTOMER-STARTED-SW PIC X(01) VALUE "N".
023800             88  WS-CUSTOMER-STARTED  VALUE "Y".
023900         05  WS-ACCOUNT-FOUND-SW  PIC X(01) VALUE "N".
024000             88  WS-ACCOUNT-ON-FILE   VALUE "Y".
024100         05  WS-TXA-FOUND-SW      PIC X(01) VALUE "N".
024200             88  WS-TXA-ON-FILE       VALUE "Y".
024300         05  WS-TXA-SCAN-DONE-SW  PIC X(01) VALUE "N".
024400             88  WS-TXA-SCAN-DONE     VALUE "Y".
024500         05  WS-GLS-OPEN-SW       PIC X(01) VALUE "N".
024600             88  WS-GLS-OPEN          VALUE "Y".
024700         05  WS-GLS-SCAN-DONE-SW  PIC X(01) VALUE "N".
024800             88  WS-GLS-SCAN-DONE     VALUE "Y".
024900
025000 01  WS-RUN-TIMESTAMP.
025100         05  WS-RUN-DATE              PIC X(08).
025200         05  FILLER                   PIC X(13).
025300
025400*
025500* The tax year and its first and last calendar dates.
025600 01  WS-REQUEST-LINE              PIC X(60).
025700 01  WS-TAX-YEAR                  PIC X(04).
025800 01  WS-YEAR-START                PIC X(08).
025900 01  WS-YEAR-END                  PIC X(08).
026000
026100 01  WS-LOG-FILENAME              PIC X(40).
026200 01  WS-STATEMENT-FILENAME        PIC X(40).
026300 01  WS-EXTRACT-FILENAME          PIC X(40).
026400
026500*
026600* Calendar-date arithmetic for the day walk over the dated
026700* logs, the same intrinsics ACCT-STMT steps its range with.
026800 01  WS-CURRENT-DATE              PIC X(08).
026900 01  WS-DATE-INTEGER              PIC 9(9) COMP.
027000 01  WS-DATE-NUMERIC              PIC 9(8).
027100
027200*
027300* The log's amounts and balances are numeric-edited; they
027400* are de-edited here before any arithmetic, the same as
027500* DAILY-RECON does.
027600 01  WS-AMOUNT-NUM                PIC S9(9)V99 VALUE 0.
027700 01  WS-BALANCE-NUM               PIC S9(9)V99 VALUE 0.
027800
027900*
028000* The account being summarized in the sort output
028100* procedure.
028200 01  WS-CURRENT-ACCOUNT           PIC X(10) VALUE SPACES.
028300 01  WS-ACCT-DEPOSIT-INTEREST     PIC S9(9)V99 VALUE 0.
028400 01  WS-ACCT-TERM-INTEREST        PIC S9(9)V99 VALUE 0.
028500 01  WS-ACCT-YEAR-END-BALANCE     PIC S9(9)V99 VALUE 0.
028600 01  WS-ACCT-IN-YEAR-SW           PIC X(01) VALUE "N".
028700             88  WS-ACCT-IN-YEAR              VALUE "Y".
028800
028900*
029000* The person being stated.
029100 01  WS-CUST-DEPOSIT-INTEREST     PIC S9(11)V99 VALUE 0.
029200 01  WS-CUST-TERM-INTEREST        PIC S9(11)V99 VALUE 0.
029300 01  WS-CUST-BALANCE              PIC S9(11)V99 VALUE 0.
029400 01  WS-CUST-ACCOUNT-COUNT        PIC 9(03) COMP VALUE 0.
029500 01  WS-CUST-DOCUMENT-ID          PIC X(20).
029600 01  WS-CUST-NAME                 PIC X(40).
029700 01  WS-LINE-DEPOSIT-INTEREST     PIC S9(9)V99 VALUE 0.
029800 01  WS-LINE-TERM-INTEREST        PIC S9(9)V99 VALUE 0.
029900 01  WS-LINE-BALANCE              PIC S9(9)V99 VALUE 0.
030000 01  WS-ACCOUNT-STATUS-TXT        PIC X(08).
030100
030200*
030300* Document-id normalization work area - the same
030400* digits-only rule the engine keys CUSTOMER-DOC with, for
030500* an unclaimed account's CUSTOMER-MASTER document.
030600 01  WS-DOCUMENT-RAW              PIC X(40).
030700 01  WS-DOCUMENT-NORMAL           PIC X(20).
030800 01  WS-DOC-IN-SUB                PIC 9(02) COMP.
030900 01  WS-DOC-OUT-SUB               PIC 9(02) COMP.
031000 01  WS-DOC-CHAR                  PIC X(01).
031100
031200*
031300* Control totals.  The interest on the logs is everything
031400* the postings show for the year; the interest stated is
031500* what reached a statement; GL 5010 is what GL-POST booked.
031600 01  WS-POSTINGS-READ             PIC 9(07) COMP VALUE 0.
031700 01  WS-ACCOUNTS-SUMMARIZED       PIC 9(07) COMP VALUE 0.
031800 01  WS-CUSTOMERS-STATED          PIC 9(07) COMP VALUE 0.
031900 01  WS-UNCLAIMED-COUNT           PIC 9(07) COMP VALUE 0.
032000 01  WS-LOG-INTEREST-TOTAL        PIC S9(13)V99 VALUE 0.
032100 01  WS-TOTAL-DEPOSIT-INTEREST    PIC S9(13)V99 VALUE 0.
032200 01  WS-TOTAL-TERM-INTEREST       PIC S9(13)V99 VALUE 0.
032300 01  WS-TOTAL-INTEREST-STATED     PIC S9(13)V99 VALUE 0.
032400 01  WS-TOTAL-BALANCE             PIC S9(13)V99 VALUE 0.
032500 01  WS-GL-5010-TOTAL             PIC S9(13)V99 VALUE 0.
032600 01  WS-GL-DIFFERENCE             PIC S9(13)V99 VALUE 0.
032700
032800*
032900* The regulatory extract, fixed format, 120 bytes: one
033000* header, one detail per person, one trailer of control
033100* totals.  Amounts carry no decimal point; the balance
033200* carries a leading separate sign.
033300 01  WS-EXTRACT-HEADER.
033400         05  XTH-RECORD-TYPE          PIC X(01) VALUE "H".
033500         05  XTH-TAX-YEAR             PIC X(04).
033600         05  XTH-RUN-DATE             PIC X(08).
033700         05  XTH-DESCRIPTION          PIC X(30)
033800             VALUE "INTEREST INCOME PAID".
033900         05  FILLER                   PIC X(77) VALUE SPACES.
034000 01  WS-EXTRACT-DETAIL.
034100         05  XTD-RECORD-TYPE          PIC X(01) VALUE "D".
034200         05  XTD-TAX-YEAR             PIC X(04).
034300         05  XTD-DOCUMENT-ID          PIC X(20).
034400         05  XTD-NAME                 PIC X(40).
034500         05  XTD-DEPOSIT-INTEREST     PIC 9(11)V99.
034600         05  XTD-TERM-INTEREST        PIC 9(11)V99.
034700         05  XTD-YEAR-END-BALANCE     PIC S9(11)V99
034800             SIGN IS LEADING SEPARATE.
034900         05  XTD-ACCOUNT-COUNT        PIC 9(03).
035000         05  FILLER                   PIC X(12) VALUE SPACES.
035100 01  WS-EXTRACT-TRAILER.
035200         05  XTT-RECORD-TYPE          PIC X(01) VALUE "T".
035300         05  XTT-TAX-YEAR             PIC X(04).
035400         05  XTT-DETAIL-COUNT         PIC 9(07).
035500         05  XTT-DEPOSIT-INTEREST     PIC 9(13)V99.
035600         05  XTT-TERM-INTEREST        PIC 9(13)V99.
035700         05  XTT-YEAR-END-BALANCE     PIC S9(13)V99
035800             SIGN IS LEADING SEPARATE.
035900         05  FILLER                   PIC X(62) VALUE SPACES.
036000
036100 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
036200 01  WS-AMOUNT-TXT                PIC -Z(11)9.99.
036300 01  WS-AMOUNT-TXT-2              PIC -Z(11)9.99.
036400 01  WS-BALANCE-TXT               PIC -Z(11)9.99.
036500 01  WS-REPORT-LINE               PIC X(132).
036600
036700 PROCEDURE DIVISION.
036800
036900************************************************************
037000* 0000-MAINLINE
037100************************************************************
037200 0000-MAINLINE.
037300         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037400         IF WS-HAVE-YEAR
037500             SORT SORT-FILE
037600                 ON ASCENDING KEY SRT-ACCOUNT-ID
037700                     SRT-RUN-DATE
037800                     SRT-RUN-TIME
037900                     SRT-SEQUENCE-NO
038000                 INPUT PROCEDURE IS 2000-RELEASE-RECORDS
038100                 OUTPUT PROCEDURE IS 3000-SUMMARIZE-ACCOUNTS
038200             PERFORM 4000-OPEN-CUSTOMER-FILES THRU 4000-EXIT
038300             IF WS-CDM-OPEN
038400                 PERFORM 4100-STATE-CUSTOMER THRU 4100-EXIT
038500                     UNTIL NOT WS-MORE-CUSTOMERS
038600             END-IF
038700             PERFORM 5000-STATE-UNCLAIMED THRU 5000-EXIT
038800             PERFORM 6000-PROVE-GL THRU 6000-EXIT
038900             PERFORM 7000-WRITE-TRAILERS THRU 7000-EXIT
039000         END-IF.
039100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
039200         STOP RUN.
039300
039400************************************************************
039500* 1000-INITIALIZE - the tax year comes from the one request
039600* line; a missing or malformed year is reported on the
039700* control report and nothing else is produced.
039800************************************************************
039900 1000-INITIALIZE.
040000         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
040100         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
040200
040300         OPEN OUTPUT TAX-CONTROL-FILE.
040400         PERFORM 1100-READ-TAX-YEAR THRU 1100-EXIT.
040500
040600         MOVE SPACES TO WS-REPORT-LINE.
040700         STRING "INTEREST INCOME FOR TAX - YEAR " WS-TAX-YEAR
040800             " - RUN " WS-RUN-DATE
040900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
041000         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
041100         MOVE SPACES TO WS-REPORT-LINE.
041200         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
041300
041400         IF NOT WS-HAVE-YEAR
041500             MOVE SPACES TO WS-REPORT-LINE
041600             STRING "NO VALID TAX YEAR REQUESTED - NOTHING "
041700                 "PRODUCED"
041800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
041900             WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE
042000             GO TO 1000-EXIT
042100         END-IF.
042200
042300         IF WS-YEAR-END NOT < WS-RUN-DATE
042400             MOVE SPACES TO WS-REPORT-LINE
042500             STRING "TAX YEAR NOT YET CLOSED - FIGURES ARE "
042600                 "PROVISIONAL"
042700                 DELIMITED BY SIZE INTO WS-REPORT-LINE
042800             WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE
042900         END-IF.
043000
043100         STRING "runtime/tax_statement_" WS-TAX-YEAR ".txt"
043200             DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME.
043300         STRING "runtime/tax_extract_" WS-TAX-YEAR ".txt"
043400             DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME.
043500         OPEN OUTPUT TAX-STATEMENT-FILE.
043600         OPEN OUTPUT TAX-EXTRACT-FILE.
043700         MOVE WS-TAX-YEAR TO XTH-TAX-YEAR.
043800         MOVE WS-RUN-DATE TO XTH-RUN-DATE.
043900         WRITE TAX-EXTRACT-RECORD FROM WS-EXTRACT-HEADER.
044000
044100         OPEN INPUT TRANSACTION-HISTORY-FILE.
044200         IF WS-THS-STATUS = "00"
044300             MOVE "Y" TO WS-HIST-OPEN-SW
044400         END-IF.
044500
044600         OPEN INPUT ACCOUNT-MASTER-FILE.
044700         OPEN INPUT CUSTOMER-MASTER-FILE.
044800 1000-EXIT.
044900         EXIT.
045000
045100************************************************************
045200* 1050-READ-SYSTEM-CONTROL - the official business date,
045300* when the site has cut over to SYSTEM-CONTROL; the
045400* wall-clock date stays only as the fallback.
045500************************************************************
045600 1050-READ-SYSTEM-CONTROL.
045700         OPEN INPUT SYSTEM-CONTROL-FILE.
045800         IF WS-SCT-STATUS NOT = "00"
045900             GO TO 1050-EXIT
046000         END-IF.
046100         MOVE "SYSTEM" TO SCT-CONTROL-ID.
046200         READ SYSTEM-CONTROL-FILE
046300             INVALID KEY
046400                 CONTINUE
046500             NOT INVALID KEY
046600                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
046700         END-READ.
046800         CLOSE SYSTEM-CONTROL-FILE.
046900 1050-EXIT.
047000         EXIT.
047100
047200************************************************************
047300* 1100-READ-TAX-YEAR - one line, the four-digit year.
047400************************************************************
047500 1100-READ-TAX-YEAR.
047600         MOVE SPACES TO WS-TAX-YEAR.
047700         OPEN INPUT TAX-REQUEST-FILE.
047800         IF WS-TRQ-STATUS NOT = "00"
047900             GO TO 1100-EXIT
048000         END-IF.
048100         READ TAX-REQUEST-FILE INTO WS-REQUEST-LINE
048200             AT END
048300                 MOVE SPACES TO WS-REQUEST-LINE
048400         END-READ.
048500         CLOSE TAX-REQUEST-FILE.
048600
048700         MOVE FUNCTION TRIM(WS-REQUEST-LINE) TO WS-TAX-YEAR.
048800         IF WS-TAX-YEAR NOT NUMERIC
048900             GO TO 1100-EXIT
049000         END-IF.
049100         STRING WS-TAX-YEAR "0101"
049200             DELIMITED BY SIZE INTO WS-YEAR-START.
049300         STRING WS-TAX-YEAR "1231"
049400             DELIMITED BY SIZE INTO WS-YEAR-END.
049500         MOVE "Y" TO WS-HAVE-YEAR-SW.
049600 1100-EXIT.
049700         EXIT.
049800
049900************************************************************
050000* 2000-RELEASE-RECORDS - the SORT input procedure.  The
050100* consolidated history first, then the dated logs one day
050200* at a time from 1 January to the business date; a date
050300* HIST-CONSOL has retired has no flat file left, so nothing
050400* is released twice.
050500************************************************************
050600 2000-RELEASE-RECORDS.
050700         PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT.
050800         MOVE WS-YEAR-START TO WS-CURRENT-DATE.
050900         PERFORM 2200-RELEASE-ONE-DATE THRU 2200-EXIT
051000             UNTIL WS-CURRENT-DATE > WS-RUN-DATE.
051100 2000-EXIT.
051200         EXIT.
051300
051400************************************************************
051500* 2100-RELEASE-HISTORY - the whole history file in key
051600* order; only postings dated from 1 January on are kept.
051700* A site that has never consolidated has no history file.
051800************************************************************
051900 2100-RELEASE-HISTORY.
052000         IF NOT WS-HIST-OPEN
052100             GO TO 2100-EXIT
052200         END-IF.
052300         MOVE "N" TO WS-HIST-SCAN-DONE-SW.
052400         MOVE LOW-VALUES TO THS-HISTORY-KEY.
052500         START TRANSACTION-HISTORY-FILE
052600             KEY IS NOT LESS THAN THS-HISTORY-KEY
052700             INVALID KEY
052800                 MOVE "Y" TO WS-HIST-SCAN-DONE-SW
052900         END-START.
053000         PERFORM 2150-RELEASE-NEXT-HISTORY THRU 2150-EXIT
053100             UNTIL WS-HIST-SCAN-DONE.
053200 2100-EXIT.
053300         EXIT.
053400
053500************************************************************
053600* 2150-RELEASE-NEXT-HISTORY - the history record is echoed
053700* into the log record area so one paragraph releases both.
053800************************************************************
053900 2150-RELEASE-NEXT-HISTORY.
054000         READ TRANSACTION-HISTORY-FILE NEXT RECORD
054100             AT END
054200                 MOVE "Y" TO WS-HIST-SCAN-DONE-SW
054300                 GO TO 2150-EXIT
054400         END-READ.
054500         IF THS-RUN-DATE < WS-YEAR-START
054600             GO TO 2150-EXIT
054700         END-IF.
054800         MOVE THS-ACCOUNT-ID TO TLG-ACCOUNT-ID.
054900         MOVE THS-RUN-DATE TO TLG-RUN-DATE.
055000         MOVE THS-RUN-TIME TO TLG-RUN-TIME.
055100         MOVE THS-SEQUENCE-NO TO TLG-SEQUENCE-NO.
055200         MOVE THS-OPERATION TO TLG-OPERATION.
055300         MOVE THS-AMOUNT TO TLG-AMOUNT.
055400         MOVE THS-OLD-BALANCE TO TLG-OLD-BALANCE.
055500         MOVE THS-NEW-BALANCE TO TLG-NEW-BALANCE.
055600         MOVE THS-STATUS TO TLG-STATUS.
055700         PERFORM 2300-RELEASE-POSTING THRU 2300-EXIT.
055800 2150-EXIT.
055900         EXIT.
056000
056100************************************************************
056200* 2200-RELEASE-ONE-DATE - a business date with no log file
056300* (nothing ran, or it is already consolidated) is skipped.
056400************************************************************
056500 2200-RELEASE-ONE-DATE.
056600         MOVE SPACES TO WS-LOG-FILENAME.
056700         STRING "runtime/txnlog_" WS-CURRENT-DATE ".txt"
056800             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
056900         OPEN INPUT TRANSACTION-LOG-FILE.
057000         IF WS-TLG-STATUS = "00"
057100             MOVE "Y" TO WS-MORE-LOG-SW
057200             PERFORM 2250-RELEASE-NEXT-LOG THRU 2250-EXIT
057300                 UNTIL NOT WS-MORE-LOG-RECORDS
057400             CLOSE TRANSACTION-LOG-FILE
057500         END-IF.
057600         PERFORM 2900-ADVANCE-DATE THRU 2900-EXIT.
057700 2200-EXIT.
057800         EXIT.
057900
058000 2250-RELEASE-NEXT-LOG.
058100         READ TRANSACTION-LOG-FILE
058200             AT END
058300                 MOVE "N" TO WS-MORE-LOG-SW
058400                 GO TO 2250-EXIT
058500         END-READ.
058600         PERFORM 2300-RELEASE-POSTING THRU 2300-EXIT.
058700 2250-EXIT.
058800         EXIT.
058900
059000************************************************************
059100* 2300-RELEASE-POSTING - every APPROVED posting is released,
059200* not only the interest: the postings after 31 December are
059300* what put the year-end balance back together.
059400************************************************************
059500 2300-RELEASE-POSTING.
059600         IF TLG-STATUS NOT = "APPROVED"
059700             OR TLG-ACCOUNT-ID = SPACES
059800             GO TO 2300-EXIT
059900         END-IF.
060000         MOVE TLG-ACCOUNT-ID TO SRT-ACCOUNT-ID.
060100         MOVE TLG-RUN-DATE TO SRT-RUN-DATE.
060200         MOVE TLG-RUN-TIME TO SRT-RUN-TIME.
060300         MOVE TLG-SEQUENCE-NO TO SRT-SEQUENCE-NO.
060400         MOVE TLG-OPERATION TO SRT-OPERATION.
060500         MOVE TLG-AMOUNT TO SRT-AMOUNT.
060600         MOVE TLG-OLD-BALANCE TO SRT-OLD-BALANCE.
060700         MOVE TLG-NEW-BALANCE TO SRT-NEW-BALANCE.
060800         RELEASE SORT-RECORD.
060900         ADD 1 TO WS-POSTINGS-READ.
061000 2300-EXIT.
061100         EXIT.
061200
061300************************************************************
061400* 2900-ADVANCE-DATE - steps WS-CURRENT-DATE forward one
061500* calendar day.
061600************************************************************
061700 2900-ADVANCE-DATE.
061800         COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
061900             FUNCTION NUMVAL(WS-CURRENT-DATE)).
062000         ADD 1 TO WS-DATE-INTEGER.
062100         COMPUTE WS-DATE-NUMERIC =
062200             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
062300         MOVE WS-DATE-NUMERIC TO WS-CURRENT-DATE.
062400 2900-EXIT.
062500         EXIT.
062600
062700************************************************************
062800* 3000-SUMMARIZE-ACCOUNTS - the SORT output procedure;
062900* breaks on the account and writes its year to the
063000* TAX-ACCOUNT work file, which is rebuilt every run.
063100************************************************************
063200 3000-SUMMARIZE-ACCOUNTS.
063300         OPEN OUTPUT TAX-ACCOUNT-FILE.
063400         PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
063500         PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
063600             UNTIL NOT WS-MORE-SORTED-RECS.
063700         IF WS-HAVE-ACCOUNT
063800             PERFORM 3500-WRITE-ACCOUNT-SUMMARY THRU 3500-EXIT
063900         END-IF.
064000         CLOSE TAX-ACCOUNT-FILE.
064100 3000-EXIT.
064200         EXIT.
064300
064400 3100-RETURN-RECORD.
064500         RETURN SORT-FILE
064600             AT END
064700                 MOVE "N" TO WS-MORE-SORTED-SW
064800         END-RETURN.
064900 3100-EXIT.
065000         EXIT.
065100
065200 3200-PROCESS-RECORD.
065300         IF SRT-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
065400             IF WS-HAVE-ACCOUNT
065500                 PERFORM 3500-WRITE-ACCOUNT-SUMMARY THRU 3500-EXIT
065600             END-IF
065700             PERFORM 3300-START-NEW-ACCOUNT THRU 3300-EXIT
065800         END-IF.
065900         PERFORM 3400-EXAMINE-POSTING THRU 3400-EXIT.
066000         PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
066100 3200-EXIT.
066200         EXIT.
066300
066400 3300-START-NEW-ACCOUNT.
066500         MOVE SRT-ACCOUNT-ID TO WS-CURRENT-ACCOUNT.
066600         MOVE 0 TO WS-ACCT-DEPOSIT-INTEREST.
066700         MOVE 0 TO WS-ACCT-TERM-INTEREST.
066800         MOVE 0 TO WS-ACCT-YEAR-END-BALANCE.
066900         MOVE "N" TO WS-ACCT-IN-YEAR-SW.
067000         MOVE "N" TO WS-HAVE-AFTER-SW.
067100         MOVE "Y" TO WS-HAVE-ACCOUNT-SW.
067200 3300-EXIT.
067300         EXIT.
067400
067500************************************************************
067600* 3400-EXAMINE-POSTING - inside the year the interest is
067700* totalled and the running new balance kept; the first
067800* posting after the year only matters when the year itself
067900* had none, and then its old balance is the 31 December
068000* figure.
068100************************************************************
068200 3400-EXAMINE-POSTING.
068300         IF SRT-RUN-DATE > WS-YEAR-END
068400             IF NOT WS-ACCT-IN-YEAR AND NOT WS-HAVE-AFTER
068500                 COMPUTE WS-BALANCE-NUM = FUNCTION NUMVAL(
068600                     FUNCTION TRIM(SRT-OLD-BALANCE))
068700                 MOVE WS-BALANCE-NUM TO WS-ACCT-YEAR-END-BALANCE
068800                 MOVE "Y" TO WS-HAVE-AFTER-SW
068900             END-IF
069000             GO TO 3400-EXIT
069100         END-IF.
069200
069300         MOVE "Y" TO WS-ACCT-IN-YEAR-SW.
069400         COMPUTE WS-BALANCE-NUM = FUNCTION NUMVAL(
069500             FUNCTION TRIM(SRT-NEW-BALANCE)).
069600         MOVE WS-BALANCE-NUM TO WS-ACCT-YEAR-END-BALANCE.
069700
069800         COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(
069900             FUNCTION TRIM(SRT-AMOUNT)).
070000         EVALUATE FUNCTION TRIM(SRT-OPERATION)
070100             WHEN "INTEREST"
070200                 ADD WS-AMOUNT-NUM TO WS-ACCT-DEPOSIT-INTEREST
070300                 ADD WS-AMOUNT-NUM TO WS-LOG-INTEREST-TOTAL
070400             WHEN "TD-INT"
070500             WHEN "TD-PENINT"
070600                 ADD WS-AMOUNT-NUM TO WS-ACCT-TERM-INTEREST
070700                 ADD WS-AMOUNT-NUM TO WS-LOG-INTEREST-TOTAL
070800         END-EVALUATE.
070900 3400-EXIT.
071000         EXIT.
071100
071200 3500-WRITE-ACCOUNT-SUMMARY.
071300         MOVE WS-CURRENT-ACCOUNT TO TXA-ACCOUNT-ID.
071400         MOVE WS-ACCT-DEPOSIT-INTEREST TO TXA-DEPOSIT-INTEREST.
071500         MOVE WS-ACCT-TERM-INTEREST TO TXA-TERM-INTEREST.
071600         MOVE WS-ACCT-YEAR-END-BALANCE TO TXA-YEAR-END-BALANCE.
071700         MOVE WS-ACCT-IN-YEAR-SW TO TXA-IN-YEAR-SW.
071800         MOVE "N" TO TXA-CLAIMED-SW.
071900         WRITE TAX-ACCOUNT-RECORD
072000             INVALID KEY
072100                 CONTINUE
072200         END-WRITE.
072300         ADD 1 TO WS-ACCOUNTS-SUMMARIZED.
072400 3500-EXIT.
072500         EXIT.
072600
072700************************************************************
072800* 4000-OPEN-CUSTOMER-FILES - the work file is reopened for
072900* update so each account can be marked as stated.  A site
073000* with no customer file yet states every account on its
073100* own in 5000-STATE-UNCLAIMED.
073200************************************************************
073300 4000-OPEN-CUSTOMER-FILES.
073400         OPEN I-O TAX-ACCOUNT-FILE.
073500         IF WS-TXA-STATUS = "35"
073600             OPEN OUTPUT TAX-ACCOUNT-FILE
073700             CLOSE TAX-ACCOUNT-FILE
073800             OPEN I-O TAX-ACCOUNT-FILE
073900         END-IF.
074000
074100         OPEN INPUT CUSTOMER-DOC-FILE.
074200         IF WS-CDM-STATUS = "00"
074300             MOVE "Y" TO WS-CDM-OPEN-SW
074400             OPEN INPUT CUSTOMER-XREF-FILE
074500         ELSE
074600             MOVE SPACES TO WS-REPORT-LINE
074700             STRING "NO CUSTOMER FILE ON THIS SITE YET - "
074800                 "ACCOUNTS STATED ONE BY ONE"
074900                 DELIMITED BY SIZE INTO WS-REPORT-LINE
075000             WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE
075100         END-IF.
075200 4000-EXIT.
075300         EXIT.
075400
075500************************************************************
075600* 4100-STATE-CUSTOMER - one person per read.  The statement
075700* header is only written once an account of theirs turns
075800* out to have been open during the year; a person whose
075900* accounts all closed before it, or opened after it, gets
076000* no statement.
076100************************************************************
076200 4100-STATE-CUSTOMER.
076300         READ CUSTOMER-DOC-FILE
076400             AT END
076500                 MOVE "N" TO WS-MORE-CUSTOMERS-SW
076600                 GO TO 4100-EXIT
076700         END-READ.
076800
076900         MOVE CDM-DOCUMENT-ID TO WS-CUST-DOCUMENT-ID.
077000         MOVE CDM-NAME TO WS-CUST-NAME.
077100         PERFORM 4500-RESET-CUSTOMER THRU 4500-EXIT.
077200
077300         MOVE "N" TO WS-XREF-SCAN-DONE-SW.
077400         MOVE CDM-DOCUMENT-ID TO CXR-DOCUMENT-ID.
077500         MOVE LOW-VALUES TO CXR-ACCOUNT-ID.
077600         START CUSTOMER-XREF-FILE
077700             KEY IS NOT LESS THAN CXR-XREF-KEY
077800             INVALID KEY
077900                 MOVE "Y" TO WS-XREF-SCAN-DONE-SW
078000         END-START.
078100         PERFORM 4150-STATE-NEXT-ACCOUNT THRU 4150-EXIT
078200             UNTIL WS-XREF-SCAN-DONE.
078300
078400         IF WS-CUSTOMER-STARTED
078500             PERFORM 4700-CLOSE-CUSTOMER THRU 4700-EXIT
078600         END-IF.
078700 4100-EXIT.
078800         EXIT.
078900
079000 4150-STATE-NEXT-ACCOUNT.
079100         READ CUSTOMER-XREF-FILE NEXT RECORD
079200             AT END
079300                 MOVE "Y" TO WS-XREF-SCAN-DONE-SW
079400                 GO TO 4150-EXIT
079500         END-READ.
079600         IF CXR-DOCUMENT-ID NOT = CDM-DOCUMENT-ID
079700             MOVE "Y" TO WS-XREF-SCAN-DONE-SW
079800             GO TO 4150-EXIT
079900         END-IF.
080000         IF CXR-OPENED-DATE > WS-YEAR-END
080100             GO TO 4150-EXIT
080200         END-IF.
080300         IF CXR-CLOSED-DATE NOT = SPACES
080400             AND CXR-CLOSED-DATE < WS-YEAR-START
080500             GO TO 4150-EXIT
080600         END-IF.
080700
080800         MOVE CXR-ACCOUNT-ID TO ACM-ACCOUNT-ID.
080900         PERFORM 4200-LOAD-ACCOUNT-FIGURES THRU 4200-EXIT.
081000         IF WS-TXA-ON-FILE
081100             MOVE "Y" TO TXA-CLAIMED-SW
081200             REWRITE TAX-ACCOUNT-RECORD
081300         END-IF.
081400         PERFORM 4300-WRITE-ACCOUNT-LINE THRU 4300-EXIT.
081500 4150-EXIT.
081600         EXIT.
081700
081800************************************************************
081900* 4200-LOAD-ACCOUNT-FIGURES - the account's year off the
082000* work file; an account no posting touched since 1 January
082100* kept the balance ACCOUNT-MASTER still shows.
082200************************************************************
082300 4200-LOAD-ACCOUNT-FIGURES.
082400         READ ACCOUNT-MASTER-FILE
082500             INVALID KEY
082600                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
082700             NOT INVALID KEY
082800                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
082900         END-READ.
083000         EVALUATE TRUE
083100             WHEN NOT WS-ACCOUNT-ON-FILE
083200                 MOVE "UNKNOWN" TO WS-ACCOUNT-STATUS-TXT
083300             WHEN ACM-ACTIVE
083400                 MOVE "ACTIVE" TO WS-ACCOUNT-STATUS-TXT
083500             WHEN ACM-DORMANT
083600                 MOVE "DORMANT" TO WS-ACCOUNT-STATUS-TXT
083700             WHEN ACM-CLOSED
083800                 MOVE "CLOSED" TO WS-ACCOUNT-STATUS-TXT
083900             WHEN OTHER
084000                 MOVE "UNKNOWN" TO WS-ACCOUNT-STATUS-TXT
084100         END-EVALUATE.
084200
084300         MOVE ACM-ACCOUNT-ID TO TXA-ACCOUNT-ID.
084400         READ TAX-ACCOUNT-FILE
084500             INVALID KEY
084600                 MOVE "N" TO WS-TXA-FOUND-SW
084700             NOT INVALID KEY
084800                 MOVE "Y" TO WS-TXA-FOUND-SW
084900         END-READ.
085000         IF WS-TXA-ON-FILE
085100             MOVE TXA-DEPOSIT-INTEREST TO WS-LINE-DEPOSIT-INTEREST
085200             MOVE TXA-TERM-INTEREST TO WS-LINE-TERM-INTEREST
085300             MOVE TXA-YEAR-END-BALANCE TO WS-LINE-BALANCE
085400             GO TO 4200-EXIT
085500         END-IF.
085600         MOVE 0 TO WS-LINE-DEPOSIT-INTEREST.
085700         MOVE 0 TO WS-LINE-TERM-INTEREST.
085800         MOVE 0 TO WS-LINE-BALANCE.
085900         IF WS-ACCOUNT-ON-FILE
086000             MOVE ACM-BALANCE TO WS-LINE-BALANCE
086100         END-IF.
086200 4200-EXIT.
086300         EXIT.
086400
086500************************************************************
086600* 4300-WRITE-ACCOUNT-LINE - one statement line per account,
086700* adding into the person's totals.
086800************************************************************
086900 4300-WRITE-ACCOUNT-LINE.
087000         IF NOT WS-CUSTOMER-STARTED
087100             PERFORM 4600-WRITE-CUSTOMER-HEADER THRU 4600-EXIT
087200         END-IF.
087300         ADD 1 TO WS-CUST-ACCOUNT-COUNT.
087400         ADD WS-LINE-DEPOSIT-INTEREST TO WS-CUST-DEPOSIT-INTEREST.
087500         ADD WS-LINE-TERM-INTEREST TO WS-CUST-TERM-INTEREST.
087600         ADD WS-LINE-BALANCE TO WS-CUST-BALANCE.
087700
087800         MOVE WS-LINE-DEPOSIT-INTEREST TO WS-AMOUNT-TXT.
087900         MOVE WS-LINE-TERM-INTEREST TO WS-AMOUNT-TXT-2.
088000         MOVE WS-LINE-BALANCE TO WS-BALANCE-TXT.
088100         MOVE SPACES TO WS-REPORT-LINE.
088200         STRING "  " ACM-ACCOUNT-ID
088300             " " WS-ACCOUNT-STATUS-TXT
088400             WS-AMOUNT-TXT
088500             WS-AMOUNT-TXT-2
088600             WS-BALANCE-TXT
088700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
088800         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
088900 4300-EXIT.
089000         EXIT.
089100
089200 4500-RESET-CUSTOMER.
089300         MOVE 0 TO WS-CUST-DEPOSIT-INTEREST.
089400         MOVE 0 TO WS-CUST-TERM-INTEREST.
089500         MOVE 0 TO WS-CUST-BALANCE.
089600         MOVE 0 TO WS-CUST-ACCOUNT-COUNT.
089700         MOVE "N" TO WS-CUSTOMER-STARTED-SW.
089800 4500-EXIT.
089900         EXIT.
090000
090100 4600-WRITE-CUSTOMER-HEADER.
090200         MOVE "Y" TO WS-CUSTOMER-STARTED-SW.
090300         MOVE SPACES TO WS-REPORT-LINE.
090400         STRING "INTEREST INCOME STATEMENT - TAX YEAR "
090500             WS-TAX-YEAR
090600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
090700         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
090800         MOVE SPACES TO WS-REPORT-LINE.
090900         STRING "CUSTOMER " WS-CUST-DOCUMENT-ID
091000             " " WS-CUST-NAME
091100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
091200         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
091300         MOVE SPACES TO WS-REPORT-LINE.
091400         STRING "  ACCOUNT    STATUS   "
091500             "DEPOSIT INTEREST   TERM DEP INTEREST"
091600             "   BALANCE 31 DEC"
091700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
091800         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
091900 4600-EXIT.
092000         EXIT.
092100
092200************************************************************
092300* 4700-CLOSE-CUSTOMER - the person's totals on the
092400* statement, their detail line on the extract, and the
092500* run's control totals.
092600************************************************************
092700 4700-CLOSE-CUSTOMER.
092800         MOVE WS-CUST-DEPOSIT-INTEREST TO WS-AMOUNT-TXT.
092900         MOVE WS-CUST-TERM-INTEREST TO WS-AMOUNT-TXT-2.
093000         MOVE WS-CUST-BALANCE TO WS-BALANCE-TXT.
093100         MOVE SPACES TO WS-REPORT-LINE.
093200         STRING "  TOTAL              "
093300             WS-AMOUNT-TXT
093400             WS-AMOUNT-TXT-2
093500             WS-BALANCE-TXT
093600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
093700         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
093800         COMPUTE WS-AMOUNT-NUM =
093900             WS-CUST-DEPOSIT-INTEREST + WS-CUST-TERM-INTEREST.
094000         MOVE WS-AMOUNT-NUM TO WS-AMOUNT-TXT.
094100         MOVE SPACES TO WS-REPORT-LINE.
094200         STRING "  TOTAL INTEREST PAID IN THE YEAR"
094300             WS-AMOUNT-TXT
094400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
094500         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
094600         MOVE SPACES TO WS-REPORT-LINE.
094700         WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE.
094800
094900         MOVE WS-TAX-YEAR TO XTD-TAX-YEAR.
095000         MOVE WS-CUST-DOCUMENT-ID TO XTD-DOCUMENT-ID.
095100         MOVE WS-CUST-NAME TO XTD-NAME.
095200         MOVE WS-CUST-DEPOSIT-INTEREST TO XTD-DEPOSIT-INTEREST.
095300         MOVE WS-CUST-TERM-INTEREST TO XTD-TERM-INTEREST.
095400         MOVE WS-CUST-BALANCE TO XTD-YEAR-END-BALANCE.
095500         MOVE WS-CUST-ACCOUNT-COUNT TO XTD-ACCOUNT-COUNT.
095600         WRITE TAX-EXTRACT-RECORD FROM WS-EXTRACT-DETAIL.
095700
095800         ADD 1 TO WS-CUSTOMERS-STATED.
095900         ADD WS-CUST-DEPOSIT-INTEREST
096000             TO WS-TOTAL-DEPOSIT-INTEREST.
096100         ADD WS-CUST-TERM-INTEREST TO WS-TOTAL-TERM-INTEREST.
096200         ADD WS-CUST-BALANCE TO WS-TOTAL-BALANCE.
096300 4700-EXIT.
096400         EXIT.
096500
096600************************************************************
096700* 5000-STATE-UNCLAIMED - an account with postings in the
096800* year that no CUSTOMER-XREF record stated (opened before
096900* the customer-level files existed) is stated on its own,
097000* under the normalized document CUSTOMER-MASTER holds for
097100* it, and listed on the control report, so no interest
097200* paid is left off the extract.
097300************************************************************
097400 5000-STATE-UNCLAIMED.
097500         MOVE "N" TO WS-TXA-SCAN-DONE-SW.
097600         MOVE LOW-VALUES TO TXA-ACCOUNT-ID.
097700         START TAX-ACCOUNT-FILE
097800             KEY IS NOT LESS THAN TXA-ACCOUNT-ID
097900             INVALID KEY
098000                 MOVE "Y" TO WS-TXA-SCAN-DONE-SW
098100         END-START.
098200         PERFORM 5100-STATE-NEXT-UNCLAIMED THRU 5100-EXIT
098300             UNTIL WS-TXA-SCAN-DONE.
098400 5000-EXIT.
098500         EXIT.
098600
098700 5100-STATE-NEXT-UNCLAIMED.
098800         READ TAX-ACCOUNT-FILE NEXT RECORD
098900             AT END
099000                 MOVE "Y" TO WS-TXA-SCAN-DONE-SW
099100                 GO TO 5100-EXIT
099200         END-READ.
099300         IF TXA-CLAIMED OR NOT TXA-IN-YEAR
099400             GO TO 5100-EXIT
099500         END-IF.
099600
099700         MOVE SPACES TO WS-CUST-DOCUMENT-ID.
099800         MOVE SPACES TO WS-CUST-NAME.
099900         MOVE TXA-ACCOUNT-ID TO CUS-ACCOUNT-ID.
100000         READ CUSTOMER-MASTER-FILE
100100             INVALID KEY
100200                 MOVE "NOT ON CUSTOMER-MASTER" TO WS-CUST-NAME
100300             NOT INVALID KEY
100400                 MOVE CUS-NAME TO WS-CUST-NAME
100500                 MOVE CUS-DOCUMENT-ID TO WS-DOCUMENT-RAW
100600                 PERFORM 5200-NORMALIZE-DOCUMENT THRU 5200-EXIT
100700                 MOVE WS-DOCUMENT-NORMAL TO WS-CUST-DOCUMENT-ID
100800         END-READ.
100900
101000         ADD 1 TO WS-UNCLAIMED-COUNT.
101100         MOVE SPACES TO WS-REPORT-LINE.
101200         STRING "ACCOUNT " TXA-ACCOUNT-ID
101300             " NOT ON CUSTOMER-XREF - STATED ON ITS OWN UNDER "
101400             "DOCUMENT " WS-CUST-DOCUMENT-ID
101500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
101600         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
101700
101800         PERFORM 4500-RESET-CUSTOMER THRU 4500-EXIT.
101900         MOVE TXA-ACCOUNT-ID TO ACM-ACCOUNT-ID.
102000         PERFORM 4200-LOAD-ACCOUNT-FIGURES THRU 4200-EXIT.
102100         MOVE "Y" TO TXA-CLAIMED-SW.
102200         REWRITE TAX-ACCOUNT-RECORD.
102300         PERFORM 4300-WRITE-ACCOUNT-LINE THRU 4300-EXIT.
102400         PERFORM 4700-CLOSE-CUSTOMER THRU 4700-EXIT.
102500 5100-EXIT.
102600         EXIT.
102700
102800************************************************************
102900* 5200-NORMALIZE-DOCUMENT - keeps only the digits of
103000* WS-DOCUMENT-RAW, left-justified, the same rule the
103100* engine applies before keying CUSTOMER-DOC.
103200************************************************************
103300 5200-NORMALIZE-DOCUMENT.
103400         MOVE SPACES TO WS-DOCUMENT-NORMAL.
103500         MOVE 0 TO WS-DOC-OUT-SUB.
103600         PERFORM 5210-NORMALIZE-ONE-CHAR THRU 5210-EXIT
103700             VARYING WS-DOC-IN-SUB FROM 1 BY 1
103800             UNTIL WS-DOC-IN-SUB > 40
103900             OR WS-DOC-OUT-SUB >= 20.
104000 5200-EXIT.
104100         EXIT.
104200
104300 5210-NORMALIZE-ONE-CHAR.
104400         MOVE WS-DOCUMENT-RAW(WS-DOC-IN-SUB:1) TO WS-DOC-CHAR.
104500         IF WS-DOC-CHAR >= "0" AND WS-DOC-CHAR <= "9"
104600             ADD 1 TO WS-DOC-OUT-SUB
104700             MOVE WS-DOC-CHAR
104800                 TO WS-DOCUMENT-NORMAL(WS-DOC-OUT-SUB:1)
104900         END-IF.
105000 5210-EXIT.
105100         EXIT.
105200
105300************************************************************
105400* 6000-PROVE-GL - GL account 5010 over every business date
105500* of the year on GL-SUMMARY, debits less credits, against
105600* the interest stated.  The interest the postings show is
105700* printed too, so a difference can be placed: postings
105800* GL-POST never booked, or interest that reached no
105900* statement.
106000************************************************************
106100 6000-PROVE-GL.
106200         OPEN INPUT GL-SUMMARY-FILE.
106300         IF WS-GLS-STATUS = "00"
106400             MOVE "Y" TO WS-GLS-OPEN-SW
106500             MOVE "N" TO WS-GLS-SCAN-DONE-SW
106600             MOVE WS-YEAR-START TO GLS-BUSINESS-DATE
106700             MOVE LOW-VALUES TO GLS-GL-ACCOUNT
106800             START GL-SUMMARY-FILE
106900                 KEY IS NOT LESS THAN GLS-SUMMARY-KEY
107000                 INVALID KEY
107100                     MOVE "Y" TO WS-GLS-SCAN-DONE-SW
107200             END-START
107300             PERFORM 6100-ADD-GL-DAY THRU 6100-EXIT
107400                 UNTIL WS-GLS-SCAN-DONE
107500             CLOSE GL-SUMMARY-FILE
107600         END-IF.
107700
107800         COMPUTE WS-TOTAL-INTEREST-STATED =
107900             WS-TOTAL-DEPOSIT-INTEREST + WS-TOTAL-TERM-INTEREST.
108000         COMPUTE WS-GL-DIFFERENCE =
108100             WS-TOTAL-INTEREST-STATED - WS-GL-5010-TOTAL.
108200 6000-EXIT.
108300         EXIT.
108400
108500 6100-ADD-GL-DAY.
108600         READ GL-SUMMARY-FILE NEXT RECORD
108700             AT END
108800                 MOVE "Y" TO WS-GLS-SCAN-DONE-SW
108900                 GO TO 6100-EXIT
109000         END-READ.
109100         IF GLS-BUSINESS-DATE > WS-YEAR-END
109200             MOVE "Y" TO WS-GLS-SCAN-DONE-SW
109300             GO TO 6100-EXIT
109400         END-IF.
109500         IF GLS-GL-ACCOUNT = "5010"
109600             COMPUTE WS-GL-5010-TOTAL = WS-GL-5010-TOTAL
109700                 + GLS-DEBIT-TOTAL - GLS-CREDIT-TOTAL
109800         END-IF.
109900 6100-EXIT.
110000         EXIT.
110100
110200************************************************************
110300* 7000-WRITE-TRAILERS - the extract's control-total trailer
110400* and the control report the operators sign off before
110500* the extract goes to the tax authority.
110600************************************************************
110700 7000-WRITE-TRAILERS.
110800         MOVE WS-TAX-YEAR TO XTT-TAX-YEAR.
110900         MOVE WS-CUSTOMERS-STATED TO XTT-DETAIL-COUNT.
111000         MOVE WS-TOTAL-DEPOSIT-INTEREST TO XTT-DEPOSIT-INTEREST.
111100         MOVE WS-TOTAL-TERM-INTEREST TO XTT-TERM-INTEREST.
111200         MOVE WS-TOTAL-BALANCE TO XTT-YEAR-END-BALANCE.
111300         WRITE TAX-EXTRACT-RECORD FROM WS-EXTRACT-TRAILER.
111400
111500         MOVE SPACES TO WS-REPORT-LINE.
111600         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
111700
111800         MOVE WS-POSTINGS-READ TO WS-COUNT-TXT.
111900         MOVE SPACES TO WS-REPORT-LINE.
112000         STRING "POSTINGS READ          " WS-COUNT-TXT
112100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
112200         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
112300
112400         MOVE WS-ACCOUNTS-SUMMARIZED TO WS-COUNT-TXT.
112500         MOVE SPACES TO WS-REPORT-LINE.
112600         STRING "ACCOUNTS SUMMARIZED    " WS-COUNT-TXT
112700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
112800         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
112900
113000         MOVE WS-CUSTOMERS-STATED TO WS-COUNT-TXT.
113100         MOVE SPACES TO WS-REPORT-LINE.
113200         STRING "CUSTOMERS STATED       " WS-COUNT-TXT
113300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
113400         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
113500
113600         MOVE WS-UNCLAIMED-COUNT TO WS-COUNT-TXT.
113700         MOVE SPACES TO WS-REPORT-LINE.
113800         STRING "  OF WHICH UNCLAIMED   " WS-COUNT-TXT
113900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
114000         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
114100
114200         MOVE WS-TOTAL-DEPOSIT-INTEREST TO WS-AMOUNT-TXT.
114300         MOVE SPACES TO WS-REPORT-LINE.
114400         STRING "DEPOSIT INTEREST       " WS-AMOUNT-TXT
114500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
114600         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
114700
114800         MOVE WS-TOTAL-TERM-INTEREST TO WS-AMOUNT-TXT.
114900         MOVE SPACES TO WS-REPORT-LINE.
115000         STRING "TERM DEPOSIT INTEREST  " WS-AMOUNT-TXT
115100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
115200         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
115300
115400         MOVE WS-TOTAL-INTEREST-STATED TO WS-AMOUNT-TXT.
115500         MOVE SPACES TO WS-REPORT-LINE.
115600         STRING "INTEREST STATED        " WS-AMOUNT-TXT
115700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
115800         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
115900
116000         MOVE WS-LOG-INTEREST-TOTAL TO WS-AMOUNT-TXT.
116100         MOVE SPACES TO WS-REPORT-LINE.
116200         STRING "INTEREST ON POSTINGS   " WS-AMOUNT-TXT
116300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
116400         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
116500
116600         MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-TXT.
116700         MOVE SPACES TO WS-REPORT-LINE.
116800         STRING "BALANCES AT 31 DEC     " WS-AMOUNT-TXT
116900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
117000         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
117100
117200         MOVE WS-GL-5010-TOTAL TO WS-AMOUNT-TXT.
117300         MOVE SPACES TO WS-REPORT-LINE.
117400         STRING "GL 5010 FOR THE YEAR   " WS-AMOUNT-TXT
117500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
117600         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
117700
117800         MOVE SPACES TO WS-REPORT-LINE.
117900         IF NOT WS-GLS-OPEN
118000             STRING "NO GL-SUMMARY FILE - INTEREST NOT PROVED"
118100                 DELIMITED BY SIZE INTO WS-REPORT-LINE
118200         ELSE
118300             IF WS-GL-DIFFERENCE = 0
118400                 STRING "INTEREST STATED AGREES WITH GL 5010"
118500                     DELIMITED BY SIZE INTO WS-REPORT-LINE
118600             ELSE
118700                 MOVE WS-GL-DIFFERENCE TO WS-AMOUNT-TXT
118800                 STRING "INTEREST STATED DOES NOT AGREE WITH "
118900                     "GL 5010 - DIFFERENCE" WS-AMOUNT-TXT
119000                     " - INVESTIGATE"
119100                     DELIMITED BY SIZE INTO WS-REPORT-LINE
119200             END-IF
119300         END-IF.
119400         WRITE TAX-CONTROL-RECORD FROM WS-REPORT-LINE.
119500 7000-EXIT.
119600         EXIT.
119700
119800************************************************************
119900* 9000-TERMINATE
120000************************************************************
120100 9000-TERMINATE.
120200         IF WS-HAVE-YEAR
120300             CLOSE TAX-STATEMENT-FILE TAX-EXTRACT-FILE
120400                 TAX-ACCOUNT-FILE ACCOUNT-MASTER-FILE
120500                 CUSTOMER-MASTER-FILE
120600             IF WS-HIST-OPEN
120700                 CLOSE TRANSACTION-HISTORY-FILE
120800             END-IF
120900             IF WS-CDM-OPEN
121000                 CLOSE CUSTOMER-DOC-FILE CUSTOMER-XREF-FILE
121100             END-IF
121200         END-IF.
121300         CLOSE TAX-CONTROL-FILE.
121400 9000-EXIT.
121500         EXIT.
