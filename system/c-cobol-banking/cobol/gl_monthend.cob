000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-MONTHEND.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* GL-MONTHEND
001000*
001100* Month-end general-ledger close and subledger proof.  Run
001200* after GL-POST has posted the last business date of the
001300* month.  The period is the month of the business date,
001400* unless runtime/gl_month_request.txt names another one
001500* (one line, CCYYMM) for a rerun.
001600*
001700* GL-SUMMARY and GL-BRANCH-SUMMARY only carry each day's
001800* activity.  This job sums them from the first posting on
001900* into cumulative balances and writes the GL-BALANCE file:
002000* per account, bank-wide and per branch, the balance at the
002100* opening of the month, the month-to-date and year-to-date
002200* debits and credits, and the closing balance.
002300*
002400* It then proves the ledger against the accounts it stands
002500* for, branch by branch, and prints every difference as an
002600* exception with the accounts behind it:
002700*
002800*   2010  CUSTOMER DEPOSIT LIABILITY  against the sum of
002900*         ACM-BALANCE over the branch's accounts
003000*   2020  TERM DEPOSIT LIABILITY      against the sum of
003100*         TDP-PRINCIPAL over the branch's active deposits
003200*   1020  DUE FROM OTHER BRANCHES and
003300*   2080  DUE TO OTHER BRANCHES       must net to zero
003400*         across the bank
003500*
003600* The masters only hold today's figures, so the subledger
003700* proof is made for the current month only; a rerun of a
003800* past month rebuilds its balances and statements alone.
003805*
003810* GL-BRANCH-SUMMARY may start later than GL-SUMMARY, where a
003820* site posted bank-wide before it posted by branch.  The
003830* proof report then names the date the branch ledger
003840* starts; the branch figures omit everything posted before
003850* it, so the branch lines are shown as not provable and
003860* only the bank-wide proofs can raise an exception.
003900*
004000* Last, the balance sheet and the income statement (month
004100* and year to date) are printed from the bank-wide
004200* balances, so finance takes the figures as they stand in
004300* the ledger.
004400*
004500* Mod history:
004600*   2026-10-15 JFM  Original job.
004610*   2026-10-15 JFM  A branch ledger that starts after the
004620*                   bank-wide one is reported, and its
004630*                   branch lines are not proved.
004700************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200         SELECT MONTH-REQUEST-FILE
005300             ASSIGN TO "runtime/gl_month_request.txt"
005400             ORGANIZATION IS LINE SEQUENTIAL
005500             FILE STATUS IS WS-MRQ-STATUS.
005600
005700         SELECT GL-SUMMARY-FILE
005800             ASSIGN TO "runtime/glsumm.dat"
005900             ORGANIZATION IS INDEXED
006000             ACCESS MODE IS DYNAMIC
006100             RECORD KEY IS GLS-SUMMARY-KEY
006200             FILE STATUS IS WS-GLS-STATUS.
006300
006400         SELECT GL-BRANCH-SUMMARY-FILE
006500             ASSIGN TO "runtime/glbrsumm.dat"
006600             ORGANIZATION IS INDEXED
006700             ACCESS MODE IS DYNAMIC
006800             RECORD KEY IS GBS-SUMMARY-KEY
006900             FILE STATUS IS WS-GBS-STATUS.
007000
007100         SELECT GL-BALANCE-FILE
007200             ASSIGN TO "runtime/glbal.dat"
007300             ORGANIZATION IS INDEXED
007400             ACCESS MODE IS DYNAMIC
007500             RECORD KEY IS GBL-BALANCE-KEY
007600             FILE STATUS IS WS-GBL-STATUS.
007700
007800         SELECT ACCOUNT-MASTER-FILE
007900             ASSIGN TO "runtime/acctmast.dat"
008000             ORGANIZATION IS INDEXED
008100             ACCESS MODE IS DYNAMIC
008200             RECORD KEY IS ACM-ACCOUNT-ID
008300             FILE STATUS IS WS-ACM-STATUS.
008400
008500         SELECT TERM-DEPOSIT-FILE
008600             ASSIGN TO "runtime/termdep.dat"
008700             ORGANIZATION IS INDEXED
008800             ACCESS MODE IS DYNAMIC
008900             RECORD KEY IS TDP-TD-KEY
009000             FILE STATUS IS WS-TDP-STATUS.
009100
009200         SELECT PROOF-REPORT-FILE
009300             ASSIGN TO "runtime/gl_proof_report.txt"
009400             ORGANIZATION IS LINE SEQUENTIAL.
009500
009600         SELECT STATEMENTS-FILE
009700             ASSIGN TO "runtime/financial_statements.txt"
009800             ORGANIZATION IS LINE SEQUENTIAL.
009900
010000         SELECT SYSTEM-CONTROL-FILE
010100             ASSIGN TO "runtime/sysctl.dat"
010200             ORGANIZATION IS INDEXED
010300             ACCESS MODE IS DYNAMIC
010400             RECORD KEY IS SCT-CONTROL-ID
010500             FILE STATUS IS WS-SCT-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  MONTH-REQUEST-FILE.
011000 01  MONTH-REQUEST-RECORD         PIC X(60).
011100
011200 FD  GL-SUMMARY-FILE.
011300     COPY "copybooks/glsumm.cpy".
011400
011500 FD  GL-BRANCH-SUMMARY-FILE.
011600     COPY "copybooks/glbrsumm.cpy".
011700
011800 FD  GL-BALANCE-FILE.
011900     COPY "copybooks/glbal.cpy".
012000
012100 FD  ACCOUNT-MASTER-FILE.
012200     COPY "copybooks/acctmast.cpy".
012300
012400 FD  TERM-DEPOSIT-FILE.
012500     COPY "copybooks/termdep.cpy".
012600
012700 FD  PROOF-REPORT-FILE.
012800 01  PROOF-REPORT-RECORD          PIC X(132).
012900
013000 FD  STATEMENTS-FILE.
013100 01  STATEMENTS-RECORD            PIC X(132).
013200
013300 FD  SYSTEM-CONTROL-FILE.
013400     COPY "copybooks/sysctl.cpy".
013500
013600 WORKING-STORAGE SECTION.
013700 77  WS-MRQ-STATUS                PIC X(02) VALUE "00".
013800 77  WS-GLS-STATUS                PIC X(02) VALUE "00".
013900 77  WS-GBS-STATUS                PIC X(02) VALUE "00".
014000 77  WS-GBL-STATUS                PIC X(02) VALUE "00".
014100 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
014200 77  WS-TDP-STATUS                PIC X(02) VALUE "00".
014300 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
014400
014500*
014600* Chart subscripts - the same chart, in the same order, as
014700* GL-POST's 1100-LOAD-CHART.
014800 77  WS-CASH-SUB                  PIC 9(01) COMP VALUE 1.
014900 77  WS-LIAB-SUB                  PIC 9(01) COMP VALUE 2.
015000 77  WS-FEE-SUB                   PIC 9(01) COMP VALUE 3.
015100 77  WS-INT-SUB                   PIC 9(01) COMP VALUE 4.
015200 77  WS-TDL-SUB                   PIC 9(01) COMP VALUE 5.
015300 77  WS-DUEFR-SUB                 PIC 9(01) COMP VALUE 6.
015400 77  WS-DUETO-SUB                 PIC 9(01) COMP VALUE 7.
015500 77  WS-LOAN-SUB                  PIC 9(01) COMP VALUE 8.
015600 77  WS-LNINC-SUB                 PIC 9(01) COMP VALUE 9.
015700
015800 01  WS-SWITCHES.
015900         05  WS-HAVE-PERIOD-SW    PIC X(01) VALUE "N".
016000             88  WS-HAVE-PERIOD       VALUE "Y".
016100         05  WS-CURRENT-MONTH-SW  PIC X(01) VALUE "N".
016200             88  WS-CURRENT-MONTH     VALUE "Y".
016300         05  WS-GLS-OPEN-SW       PIC X(01) VALUE "N".
016400             88  WS-GLS-OPEN          VALUE "Y".
016500         05  WS-GBS-OPEN-SW       PIC X(01) VALUE "N".
016600             88  WS-GBS-OPEN          VALUE "Y".
016700         05  WS-ACM-OPEN-SW       PIC X(01) VALUE "N".
016800             88  WS-ACM-OPEN          VALUE "Y".
016900         05  WS-TDP-OPEN-SW       PIC X(01) VALUE "N".
017000             88  WS-TDP-OPEN          VALUE "Y".
017100         05  WS-SCAN-DONE-SW      PIC X(01) VALUE "N".
017200             88  WS-SCAN-DONE         VALUE "Y".
017300         05  WS-BRANCH-USED-SW    PIC X(01) VALUE "N".
017400             88  WS-BRANCH-USED       VALUE "Y".
017410         05  WS-BRANCH-PROOF-SW   PIC X(01) VALUE "Y".
017420             88  WS-BRANCH-PROOF-FULL    VALUE "Y".
017430             88  WS-BRANCH-PROOF-PARTIAL VALUE "P".
017440             88  WS-BRANCH-PROOF-NONE    VALUE "N".
017500
017600 01  WS-RUN-TIMESTAMP.
017700         05  WS-RUN-DATE              PIC X(08).
017800         05  FILLER                   PIC X(13).
017900
018000*
018100* The period and the dates that bound it.  A date string
018200* compares in calendar order, so CCYYMM31 closes any month.
018300 01  WS-REQUEST-LINE              PIC X(60).
018400 01  WS-PERIOD.
018500         05  WS-PERIOD-YEAR           PIC X(04).
018600         05  WS-PERIOD-MONTH          PIC X(02).
018700 01  WS-PERIOD-MONTH-NUM          PIC 9(02).
018800 01  WS-MONTH-START               PIC X(08).
018900 01  WS-MONTH-END                 PIC X(08).
019000 01  WS-YEAR-START                PIC X(08).
019100 01  WS-LAST-POSTED-DATE          PIC X(08) VALUE SPACES.
019110 01  WS-BANK-LEDGER-START         PIC X(08) VALUE SPACES.
019120 01  WS-BRANCH-LEDGER-START       PIC X(08) VALUE SPACES.
019200 01  WS-NEXT-DATE                 PIC X(08).
019300 01  WS-DATE-INTEGER              PIC 9(9) COMP.
019400 01  WS-DATE-NUMERIC              PIC 9(8).
019500
019600*
019700* The chart with its bank-wide figures.  WS-GL-TYPE is the
019800* statement the account belongs to: A asset, L liability,
019900* I income, E expense.  Every figure is debit-positive.
020000 01  WS-CHART-TABLE.
020100         05  WS-CHART-ENTRY OCCURS 9 TIMES.
020200             10  WS-GL-ACCOUNT    PIC X(04).
020300             10  WS-GL-TITLE      PIC X(30).
020400             10  WS-GL-TYPE       PIC X(01).
020500             10  WS-GL-OPENING    PIC S9(11)V99 VALUE 0.
020600             10  WS-GL-MTD-DR     PIC S9(11)V99 VALUE 0.
020700             10  WS-GL-MTD-CR     PIC S9(11)V99 VALUE 0.
020800             10  WS-GL-YTD-DR     PIC S9(11)V99 VALUE 0.
020900             10  WS-GL-YTD-CR     PIC S9(11)V99 VALUE 0.
021000             10  WS-GL-CLOSING    PIC S9(11)V99 VALUE 0.
021100
021200*
021300* Per-branch mirror of the chart, slot 1 holding branch 00
021400* up to slot 100 holding branch 99, the same slotting
021500* GL-POST uses; with the subledger totals of the branch.
021600 01  WS-BRANCH-TABLE.
021700         05  WS-BRN-BRANCH OCCURS 100 TIMES.
021800             10  WS-BRN-ENTRY OCCURS 9 TIMES.
021900                 15  WS-BRN-OPENING   PIC S9(11)V99 VALUE 0.
022000                 15  WS-BRN-MTD-DR    PIC S9(11)V99 VALUE 0.
022100                 15  WS-BRN-MTD-CR    PIC S9(11)V99 VALUE 0.
022200                 15  WS-BRN-YTD-DR    PIC S9(11)V99 VALUE 0.
022300                 15  WS-BRN-YTD-CR    PIC S9(11)V99 VALUE 0.
022400                 15  WS-BRN-CLOSING   PIC S9(11)V99 VALUE 0.
022500             10  WS-BRN-ACM-TOTAL     PIC S9(11)V99 VALUE 0.
022600             10  WS-BRN-ACM-COUNT     PIC 9(07) COMP VALUE 0.
022700             10  WS-BRN-TDP-TOTAL     PIC S9(11)V99 VALUE 0.
022800             10  WS-BRN-TDP-COUNT     PIC 9(07) COMP VALUE 0.
022900
023000 01  WS-CHART-SUB                 PIC 9(02) COMP.
023100 01  WS-FOUND-SUB                 PIC 9(02) COMP.
023200 01  WS-BR-SUB                    PIC 9(03) COMP.
023300 01  WS-LIST-SUB                  PIC 9(03) COMP.
023400 01  WS-BR-DIGITS                 PIC 9(02).
023500 01  WS-BR-DIGITS-TXT             PIC 9(02).
023600 01  WS-LOOKUP-ACCOUNT            PIC X(04).
023700 01  WS-PROOF-BRANCH              PIC X(02).
023800 01  WS-PROOF-ACCOUNT             PIC X(04).
023900 01  WS-DAY-NET                   PIC S9(11)V99 VALUE 0.
024000
024100*
024200* Proof figures.  A liability is shown on its normal,
024300* credit side here, the way ACM-BALANCE and TDP-PRINCIPAL
024400* are kept.
024500 01  WS-GL-FIGURE                 PIC S9(11)V99 VALUE 0.
024600 01  WS-SUB-FIGURE                PIC S9(11)V99 VALUE 0.
024700 01  WS-DIFFERENCE                PIC S9(11)V99 VALUE 0.
024800 01  WS-DUE-FROM                  PIC S9(11)V99 VALUE 0.
024900 01  WS-DUE-TO                    PIC S9(11)V99 VALUE 0.
025000 01  WS-INTERBRANCH-NET           PIC S9(11)V99 VALUE 0.
025100 01  WS-NOBR-ACM-TOTAL            PIC S9(11)V99 VALUE 0.
025200 01  WS-NOBR-ACM-COUNT            PIC 9(07) COMP VALUE 0.
025300 01  WS-BANK-ACM-TOTAL            PIC S9(11)V99 VALUE 0.
025400 01  WS-BANK-TDP-TOTAL            PIC S9(11)V99 VALUE 0.
025500 01  WS-EXCEPTION-COUNT           PIC 9(05) COMP VALUE 0.
025600
025700*
025800* Statement totals, on each statement's normal side.
025900 01  WS-TOTAL-ASSETS              PIC S9(11)V99 VALUE 0.
026000 01  WS-TOTAL-LIABILITIES         PIC S9(11)V99 VALUE 0.
026100 01  WS-PRIOR-EARNINGS            PIC S9(11)V99 VALUE 0.
026200 01  WS-YEAR-EARNINGS             PIC S9(11)V99 VALUE 0.
026300 01  WS-TOTAL-EQUITY              PIC S9(11)V99 VALUE 0.
026400 01  WS-TOTAL-LIAB-EQUITY         PIC S9(11)V99 VALUE 0.
026500 01  WS-MTD-FIGURE                PIC S9(11)V99 VALUE 0.
026600 01  WS-YTD-FIGURE                PIC S9(11)V99 VALUE 0.
026700 01  WS-MTD-INCOME                PIC S9(11)V99 VALUE 0.
026800 01  WS-YTD-INCOME                PIC S9(11)V99 VALUE 0.
026900 01  WS-MTD-EXPENSE               PIC S9(11)V99 VALUE 0.
027000 01  WS-YTD-EXPENSE               PIC S9(11)V99 VALUE 0.
027100 01  WS-MTD-NET                   PIC S9(11)V99 VALUE 0.
027200 01  WS-YTD-NET                   PIC S9(11)V99 VALUE 0.
027300 01  WS-STATEMENT-TYPE            PIC X(01).
027400
027500 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
027600 01  WS-AMOUNT-TXT                PIC -Z(11)9.99.
027700 01  WS-AMOUNT-TXT-2              PIC -Z(11)9.99.
027800 01  WS-AMOUNT-TXT-3              PIC -Z(11)9.99.
027900 01  WS-REPORT-LINE               PIC X(132).
028000
028100 PROCEDURE DIVISION.
028200
028300************************************************************
028400* 0000-MAINLINE
028500************************************************************
028600 0000-MAINLINE.
028700         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800         IF WS-HAVE-PERIOD
028900             PERFORM 2000-ACCUMULATE-BANK THRU 2000-EXIT
029000             PERFORM 2500-ACCUMULATE-BRANCHES THRU 2500-EXIT
029100             PERFORM 4000-PROVE-SUBLEDGERS THRU 4000-EXIT
029200             PERFORM 3000-WRITE-BALANCES THRU 3000-EXIT
029300             PERFORM 6000-PRINT-BALANCE-SHEET THRU 6000-EXIT
029400             PERFORM 7000-PRINT-INCOME-STATEMENT THRU 7000-EXIT
029500         END-IF.
029600         PERFORM 9000-TERMINATE THRU 9000-EXIT.
029700         STOP RUN.
029800
029900************************************************************
030000* 1000-INITIALIZE - the period, the chart and the files.  A
030100* malformed period on the request file is reported and
030200* nothing is written.
030300************************************************************
030400 1000-INITIALIZE.
030500         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
030600         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
030700         PERFORM 1100-LOAD-CHART THRU 1100-EXIT.
030800         PERFORM 1200-READ-PERIOD THRU 1200-EXIT.
030900
031000         OPEN OUTPUT PROOF-REPORT-FILE.
031100         MOVE SPACES TO WS-REPORT-LINE.
031200         STRING "GL TO SUBLEDGER PROOF - PERIOD " WS-PERIOD
031300             " - RUN " WS-RUN-DATE
031400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
031500         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
031600         MOVE SPACES TO WS-REPORT-LINE.
031700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
031800
031900         IF NOT WS-HAVE-PERIOD
032000             MOVE SPACES TO WS-REPORT-LINE
032100             STRING "NO VALID PERIOD REQUESTED - NOTHING "
032200                 "PRODUCED"
032300                 DELIMITED BY SIZE INTO WS-REPORT-LINE
032400             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
032500             GO TO 1000-EXIT
032600         END-IF.
032700
032800         IF WS-CURRENT-MONTH
032900             COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
033000                 FUNCTION NUMVAL(WS-RUN-DATE))
033100             ADD 1 TO WS-DATE-INTEGER
033200             COMPUTE WS-DATE-NUMERIC =
033300                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
033400             MOVE WS-DATE-NUMERIC TO WS-NEXT-DATE
033500             IF WS-NEXT-DATE(1:6) = WS-PERIOD
033600                 MOVE SPACES TO WS-REPORT-LINE
033700                 STRING "MONTH NOT YET ENDED - FIGURES ARE "
033800                     "MONTH TO DATE " WS-RUN-DATE
033900                     DELIMITED BY SIZE INTO WS-REPORT-LINE
034000                 WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
034100             END-IF
034200         END-IF.
034300
034400         OPEN OUTPUT STATEMENTS-FILE.
034500
034600         OPEN INPUT GL-SUMMARY-FILE.
034700         IF WS-GLS-STATUS = "00"
034800             MOVE "Y" TO WS-GLS-OPEN-SW
034900         END-IF.
035000         OPEN INPUT GL-BRANCH-SUMMARY-FILE.
035100         IF WS-GBS-STATUS = "00"
035200             MOVE "Y" TO WS-GBS-OPEN-SW
035300         END-IF.
035400
035500         OPEN I-O GL-BALANCE-FILE.
035600         IF WS-GBL-STATUS = "35"
035700             OPEN OUTPUT GL-BALANCE-FILE
035800             CLOSE GL-BALANCE-FILE
035900             OPEN I-O GL-BALANCE-FILE
036000         END-IF.
036100 1000-EXIT.
036200         EXIT.
036300
036400************************************************************
036500* 1050-READ-SYSTEM-CONTROL - the official business date,
036600* when the site has cut over to SYSTEM-CONTROL; the
036700* wall-clock date stays only as the fallback.
036800************************************************************
036900 1050-READ-SYSTEM-CONTROL.
037000         OPEN INPUT SYSTEM-CONTROL-FILE.
037100         IF WS-SCT-STATUS NOT = "00"
037200             GO TO 1050-EXIT
037300         END-IF.
037400         MOVE "SYSTEM" TO SCT-CONTROL-ID.
037500         READ SYSTEM-CONTROL-FILE
037600             INVALID KEY
037700                 CONTINUE
037800             NOT INVALID KEY
037900                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
038000         END-READ.
038100         CLOSE SYSTEM-CONTROL-FILE.
038200 1050-EXIT.
038300         EXIT.
038400
038500************************************************************
038600* 1100-LOAD-CHART - GL-POST's chart of accounts, in the
038700* order the chart subscripts above name, with the
038800* statement each account reports on.
038900************************************************************
039000 1100-LOAD-CHART.
039100         MOVE "1010" TO WS-GL-ACCOUNT(WS-CASH-SUB).
039200         MOVE "CASH AND DUE FROM BANKS"
039300             TO WS-GL-TITLE(WS-CASH-SUB).
039400         MOVE "A" TO WS-GL-TYPE(WS-CASH-SUB).
039500         MOVE "2010" TO WS-GL-ACCOUNT(WS-LIAB-SUB).
039600         MOVE "CUSTOMER DEPOSIT LIABILITY"
039700             TO WS-GL-TITLE(WS-LIAB-SUB).
039800         MOVE "L" TO WS-GL-TYPE(WS-LIAB-SUB).
039900         MOVE "4010" TO WS-GL-ACCOUNT(WS-FEE-SUB).
040000         MOVE "SERVICE FEE INCOME"
040100             TO WS-GL-TITLE(WS-FEE-SUB).
040200         MOVE "I" TO WS-GL-TYPE(WS-FEE-SUB).
040300         MOVE "5010" TO WS-GL-ACCOUNT(WS-INT-SUB).
040400         MOVE "INTEREST EXPENSE ON DEPOSITS"
040500             TO WS-GL-TITLE(WS-INT-SUB).
040600         MOVE "E" TO WS-GL-TYPE(WS-INT-SUB).
040700         MOVE "2020" TO WS-GL-ACCOUNT(WS-TDL-SUB).
040800         MOVE "TERM DEPOSIT LIABILITY"
040900             TO WS-GL-TITLE(WS-TDL-SUB).
041000         MOVE "L" TO WS-GL-TYPE(WS-TDL-SUB).
041100         MOVE "1020" TO WS-GL-ACCOUNT(WS-DUEFR-SUB).
041200         MOVE "DUE FROM OTHER BRANCHES"
041300             TO WS-GL-TITLE(WS-DUEFR-SUB).
041400         MOVE "A" TO WS-GL-TYPE(WS-DUEFR-SUB).
041500         MOVE "2080" TO WS-GL-ACCOUNT(WS-DUETO-SUB).
041600         MOVE "DUE TO OTHER BRANCHES"
041700             TO WS-GL-TITLE(WS-DUETO-SUB).
041800         MOVE "L" TO WS-GL-TYPE(WS-DUETO-SUB).
041900         MOVE "1030" TO WS-GL-ACCOUNT(WS-LOAN-SUB).
042000         MOVE "INSTALLMENT LOANS RECEIVABLE"
042100             TO WS-GL-TITLE(WS-LOAN-SUB).
042200         MOVE "A" TO WS-GL-TYPE(WS-LOAN-SUB).
042300         MOVE "4020" TO WS-GL-ACCOUNT(WS-LNINC-SUB).
042400         MOVE "LOAN INTEREST INCOME"
042500             TO WS-GL-TITLE(WS-LNINC-SUB).
042600         MOVE "I" TO WS-GL-TYPE(WS-LNINC-SUB).
042700 1100-EXIT.
042800         EXIT.
042900
043000************************************************************
043100* 1200-READ-PERIOD - CCYYMM off the request file when there
043200* is one, else the month of the business date.
043300************************************************************
043400 1200-READ-PERIOD.
043500         MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.
043600         OPEN INPUT MONTH-REQUEST-FILE.
043700         IF WS-MRQ-STATUS = "00"
043800             READ MONTH-REQUEST-FILE INTO WS-REQUEST-LINE
043900                 AT END
044000                     MOVE SPACES TO WS-REQUEST-LINE
044100             END-READ
044200             CLOSE MONTH-REQUEST-FILE
044300             IF WS-REQUEST-LINE NOT = SPACES
044400                 MOVE FUNCTION TRIM(WS-REQUEST-LINE) TO WS-PERIOD
044500             END-IF
044600         END-IF.
044700
044800         IF WS-PERIOD NOT NUMERIC
044900             GO TO 1200-EXIT
045000         END-IF.
045100         MOVE WS-PERIOD-MONTH TO WS-PERIOD-MONTH-NUM.
045200         IF WS-PERIOD-MONTH-NUM < 1 OR WS-PERIOD-MONTH-NUM > 12
045300             GO TO 1200-EXIT
045400         END-IF.
045500         STRING WS-PERIOD "01"
045600             DELIMITED BY SIZE INTO WS-MONTH-START.
045700         STRING WS-PERIOD "31"
045800             DELIMITED BY SIZE INTO WS-MONTH-END.
045900         STRING WS-PERIOD-YEAR "0101"
046000             DELIMITED BY SIZE INTO WS-YEAR-START.
046100         IF WS-PERIOD = WS-RUN-DATE(1:6)
046200             MOVE "Y" TO WS-CURRENT-MONTH-SW
046300         END-IF.
046400         MOVE "Y" TO WS-HAVE-PERIOD-SW.
046500 1200-EXIT.
046600         EXIT.
046700
046800************************************************************
046900* 2000-ACCUMULATE-BANK - every GL-SUMMARY day up to the end
047000* of the period, from the first posting the site ever made,
047100* so the balances are cumulative, noting the first date.
047200************************************************************
047300 2000-ACCUMULATE-BANK.
047400         IF NOT WS-GLS-OPEN
047500             GO TO 2000-EXIT
047600         END-IF.
047700         MOVE "N" TO WS-SCAN-DONE-SW.
047800         MOVE LOW-VALUES TO GLS-SUMMARY-KEY.
047900         START GL-SUMMARY-FILE
048000             KEY IS NOT LESS THAN GLS-SUMMARY-KEY
048100             INVALID KEY
048200                 MOVE "Y" TO WS-SCAN-DONE-SW
048300         END-START.
048400         PERFORM 2100-ADD-BANK-DAY THRU 2100-EXIT
048500             UNTIL WS-SCAN-DONE.
048600         PERFORM 2900-CLOSE-BANK-ACCOUNT THRU 2900-EXIT
048700             VARYING WS-CHART-SUB FROM 1 BY 1
048800             UNTIL WS-CHART-SUB > 9.
048900 2000-EXIT.
049000         EXIT.
049100
049200 2100-ADD-BANK-DAY.
049300         READ GL-SUMMARY-FILE NEXT RECORD
049400             AT END
049500                 MOVE "Y" TO WS-SCAN-DONE-SW
049600                 GO TO 2100-EXIT
049700         END-READ.
049710         IF WS-BANK-LEDGER-START = SPACES
049720             MOVE GLS-BUSINESS-DATE TO WS-BANK-LEDGER-START
049730         END-IF.
049800         IF GLS-BUSINESS-DATE > WS-MONTH-END
049900             MOVE "Y" TO WS-SCAN-DONE-SW
050000             GO TO 2100-EXIT
050100         END-IF.
050200         MOVE GLS-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT.
050300         PERFORM 2150-FIND-CHART-ACCOUNT THRU 2150-EXIT.
050400         IF WS-FOUND-SUB = 0
050500             GO TO 2100-EXIT
050600         END-IF.
050700         IF GLS-BUSINESS-DATE > WS-LAST-POSTED-DATE
050800             OR WS-LAST-POSTED-DATE = SPACES
050900             MOVE GLS-BUSINESS-DATE TO WS-LAST-POSTED-DATE
051000         END-IF.
051100
051200         IF GLS-BUSINESS-DATE < WS-MONTH-START
051300             COMPUTE WS-GL-OPENING(WS-FOUND-SUB) =
051400                 WS-GL-OPENING(WS-FOUND-SUB)
051500                 + GLS-DEBIT-TOTAL - GLS-CREDIT-TOTAL
051600         ELSE
051700             ADD GLS-DEBIT-TOTAL TO WS-GL-MTD-DR(WS-FOUND-SUB)
051800             ADD GLS-CREDIT-TOTAL TO WS-GL-MTD-CR(WS-FOUND-SUB)
051900         END-IF.
052000         IF GLS-BUSINESS-DATE NOT < WS-YEAR-START
052100             ADD GLS-DEBIT-TOTAL TO WS-GL-YTD-DR(WS-FOUND-SUB)
052200             ADD GLS-CREDIT-TOTAL TO WS-GL-YTD-CR(WS-FOUND-SUB)
052300         END-IF.
052400 2100-EXIT.
052500         EXIT.
052600
052700************************************************************
052800* 2150-FIND-CHART-ACCOUNT - the chart slot of the account in
052900* WS-LOOKUP-ACCOUNT; zero when it is not on the chart.
053000************************************************************
053100 2150-FIND-CHART-ACCOUNT.
053200         MOVE 0 TO WS-FOUND-SUB.
053300         PERFORM 2160-TEST-CHART-ACCOUNT THRU 2160-EXIT
053400             VARYING WS-CHART-SUB FROM 1 BY 1
053500             UNTIL WS-CHART-SUB > 9 OR WS-FOUND-SUB > 0.
053600 2150-EXIT.
053700         EXIT.
053800
053900 2160-TEST-CHART-ACCOUNT.
054000         IF WS-GL-ACCOUNT(WS-CHART-SUB) = WS-LOOKUP-ACCOUNT
054100             MOVE WS-CHART-SUB TO WS-FOUND-SUB
054200         END-IF.
054300 2160-EXIT.
054400         EXIT.
054500
054600 2900-CLOSE-BANK-ACCOUNT.
054700         COMPUTE WS-GL-CLOSING(WS-CHART-SUB) =
054800             WS-GL-OPENING(WS-CHART-SUB)
054900             + WS-GL-MTD-DR(WS-CHART-SUB)
055000             - WS-GL-MTD-CR(WS-CHART-SUB).
055100 2900-EXIT.
055200         EXIT.
055300
055400************************************************************
055500* 2500-ACCUMULATE-BRANCHES - the same walk over the branch
055600* breakdown GL-POST writes alongside GL-SUMMARY, noting the
055650* first date it holds.
055700************************************************************
055800 2500-ACCUMULATE-BRANCHES.
055900         IF NOT WS-GBS-OPEN
056000             GO TO 2500-EXIT
056100         END-IF.
056200         MOVE "N" TO WS-SCAN-DONE-SW.
056300         MOVE LOW-VALUES TO GBS-SUMMARY-KEY.
056400         START GL-BRANCH-SUMMARY-FILE
056500             KEY IS NOT LESS THAN GBS-SUMMARY-KEY
056600             INVALID KEY
056700                 MOVE "Y" TO WS-SCAN-DONE-SW
056800         END-START.
056900         PERFORM 2600-ADD-BRANCH-DAY THRU 2600-EXIT
057000             UNTIL WS-SCAN-DONE.
057100         PERFORM 2800-CLOSE-ONE-BRANCH THRU 2800-EXIT
057200             VARYING WS-BR-SUB FROM 1 BY 1
057300             UNTIL WS-BR-SUB > 100.
057400 2500-EXIT.
057500         EXIT.
057600
057700 2600-ADD-BRANCH-DAY.
057800         READ GL-BRANCH-SUMMARY-FILE NEXT RECORD
057900             AT END
058000                 MOVE "Y" TO WS-SCAN-DONE-SW
058100                 GO TO 2600-EXIT
058200         END-READ.
058210         IF WS-BRANCH-LEDGER-START = SPACES
058220             MOVE GBS-BUSINESS-DATE TO WS-BRANCH-LEDGER-START
058230         END-IF.
058300         IF GBS-BUSINESS-DATE > WS-MONTH-END
058400             MOVE "Y" TO WS-SCAN-DONE-SW
058500             GO TO 2600-EXIT
058600         END-IF.
058700         IF GBS-BRANCH-ID NOT NUMERIC
058800             GO TO 2600-EXIT
058900         END-IF.
059000         MOVE GBS-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT.
059100         PERFORM 2150-FIND-CHART-ACCOUNT THRU 2150-EXIT.
059200         IF WS-FOUND-SUB = 0
059300             GO TO 2600-EXIT
059400         END-IF.
059500         MOVE GBS-BRANCH-ID TO WS-BR-DIGITS.
059600         COMPUTE WS-BR-SUB = WS-BR-DIGITS + 1.
059700
059800         IF GBS-BUSINESS-DATE < WS-MONTH-START
059900             COMPUTE WS-BRN-OPENING(WS-BR-SUB, WS-FOUND-SUB) =
060000                 WS-BRN-OPENING(WS-BR-SUB, WS-FOUND-SUB)
060100                 + GBS-DEBIT-TOTAL - GBS-CREDIT-TOTAL
060200         ELSE
060300             ADD GBS-DEBIT-TOTAL
060400                 TO WS-BRN-MTD-DR(WS-BR-SUB, WS-FOUND-SUB)
060500             ADD GBS-CREDIT-TOTAL
060600                 TO WS-BRN-MTD-CR(WS-BR-SUB, WS-FOUND-SUB)
060700         END-IF.
060800         IF GBS-BUSINESS-DATE NOT < WS-YEAR-START
060900             ADD GBS-DEBIT-TOTAL
061000                 TO WS-BRN-YTD-DR(WS-BR-SUB, WS-FOUND-SUB)
061100             ADD GBS-CREDIT-TOTAL
061200                 TO WS-BRN-YTD-CR(WS-BR-SUB, WS-FOUND-SUB)
061300         END-IF.
061400 2600-EXIT.
061500         EXIT.
061600
061700 2800-CLOSE-ONE-BRANCH.
061800         PERFORM 2810-CLOSE-BRANCH-ACCOUNT THRU 2810-EXIT
061900             VARYING WS-CHART-SUB FROM 1 BY 1
062000             UNTIL WS-CHART-SUB > 9.
062100 2800-EXIT.
062200         EXIT.
062300
062400 2810-CLOSE-BRANCH-ACCOUNT.
062500         COMPUTE WS-BRN-CLOSING(WS-BR-SUB, WS-CHART-SUB) =
062600             WS-BRN-OPENING(WS-BR-SUB, WS-CHART-SUB)
062700             + WS-BRN-MTD-DR(WS-BR-SUB, WS-CHART-SUB)
062800             - WS-BRN-MTD-CR(WS-BR-SUB, WS-CHART-SUB).
062900 2810-EXIT.
063000         EXIT.
063100
063200************************************************************
063300* 3000-WRITE-BALANCES - the bank-wide records under a blank
063400* branch, then every branch that has ever posted; a rerun
063500* of the period rewrites what the last run wrote.
063600************************************************************
063700 3000-WRITE-BALANCES.
063800         PERFORM 3100-WRITE-BANK-ACCOUNT THRU 3100-EXIT
063900             VARYING WS-CHART-SUB FROM 1 BY 1
064000             UNTIL WS-CHART-SUB > 9.
064100         PERFORM 3200-WRITE-ONE-BRANCH THRU 3200-EXIT
064200             VARYING WS-BR-SUB FROM 1 BY 1
064300             UNTIL WS-BR-SUB > 100.
064400 3000-EXIT.
064500         EXIT.
064600
064700 3100-WRITE-BANK-ACCOUNT.
064800         MOVE WS-PERIOD TO GBL-PERIOD.
064900         MOVE SPACES TO GBL-BRANCH-ID.
065000         MOVE WS-GL-ACCOUNT(WS-CHART-SUB) TO GBL-GL-ACCOUNT.
065100         MOVE WS-GL-TITLE(WS-CHART-SUB) TO GBL-GL-TITLE.
065200         MOVE WS-GL-OPENING(WS-CHART-SUB) TO GBL-OPENING-BALANCE.
065300         MOVE WS-GL-MTD-DR(WS-CHART-SUB) TO GBL-MTD-DEBITS.
065400         MOVE WS-GL-MTD-CR(WS-CHART-SUB) TO GBL-MTD-CREDITS.
065500         MOVE WS-GL-YTD-DR(WS-CHART-SUB) TO GBL-YTD-DEBITS.
065600         MOVE WS-GL-YTD-CR(WS-CHART-SUB) TO GBL-YTD-CREDITS.
065700         MOVE WS-GL-CLOSING(WS-CHART-SUB) TO GBL-CLOSING-BALANCE.
065800         PERFORM 3300-PUT-BALANCE THRU 3300-EXIT.
065900 3100-EXIT.
066000         EXIT.
066100
066200 3200-WRITE-ONE-BRANCH.
066300         PERFORM 3250-TEST-BRANCH-USED THRU 3250-EXIT.
066400         IF NOT WS-BRANCH-USED
066500             GO TO 3200-EXIT
066600         END-IF.
066700         PERFORM 3210-WRITE-BRANCH-ACCOUNT THRU 3210-EXIT
066800             VARYING WS-CHART-SUB FROM 1 BY 1
066900             UNTIL WS-CHART-SUB > 9.
067000 3200-EXIT.
067100         EXIT.
067200
067300 3210-WRITE-BRANCH-ACCOUNT.
067400         MOVE WS-PERIOD TO GBL-PERIOD.
067500         COMPUTE WS-BR-DIGITS-TXT = WS-BR-SUB - 1.
067600         MOVE WS-BR-DIGITS-TXT TO GBL-BRANCH-ID.
067700         MOVE WS-GL-ACCOUNT(WS-CHART-SUB) TO GBL-GL-ACCOUNT.
067800         MOVE WS-GL-TITLE(WS-CHART-SUB) TO GBL-GL-TITLE.
067900         MOVE WS-BRN-OPENING(WS-BR-SUB, WS-CHART-SUB)
068000             TO GBL-OPENING-BALANCE.
068100         MOVE WS-BRN-MTD-DR(WS-BR-SUB, WS-CHART-SUB)
068200             TO GBL-MTD-DEBITS.
068300         MOVE WS-BRN-MTD-CR(WS-BR-SUB, WS-CHART-SUB)
068400             TO GBL-MTD-CREDITS.
068500         MOVE WS-BRN-YTD-DR(WS-BR-SUB, WS-CHART-SUB)
068600             TO GBL-YTD-DEBITS.
068700         MOVE WS-BRN-YTD-CR(WS-BR-SUB, WS-CHART-SUB)
068800             TO GBL-YTD-CREDITS.
068900         MOVE WS-BRN-CLOSING(WS-BR-SUB, WS-CHART-SUB)
069000             TO GBL-CLOSING-BALANCE.
069100         PERFORM 3300-PUT-BALANCE THRU 3300-EXIT.
069200 3210-EXIT.
069300         EXIT.
069400
069500************************************************************
069600* 3250-TEST-BRANCH-USED - a branch is reported when its
069700* ledger or its accounts hold anything at all.
069800************************************************************
069900 3250-TEST-BRANCH-USED.
070000         MOVE "N" TO WS-BRANCH-USED-SW.
070100         IF WS-BRN-ACM-COUNT(WS-BR-SUB) > 0
070200             OR WS-BRN-TDP-COUNT(WS-BR-SUB) > 0
070300             MOVE "Y" TO WS-BRANCH-USED-SW
070400             GO TO 3250-EXIT
070500         END-IF.
070600         PERFORM 3260-TEST-BRANCH-ACCOUNT THRU 3260-EXIT
070700             VARYING WS-CHART-SUB FROM 1 BY 1
070800             UNTIL WS-CHART-SUB > 9 OR WS-BRANCH-USED.
070900 3250-EXIT.
071000         EXIT.
071100
071200 3260-TEST-BRANCH-ACCOUNT.
071300         IF WS-BRN-OPENING(WS-BR-SUB, WS-CHART-SUB) NOT = 0
071400             OR WS-BRN-YTD-DR(WS-BR-SUB, WS-CHART-SUB) NOT = 0
071500             OR WS-BRN-YTD-CR(WS-BR-SUB, WS-CHART-SUB) NOT = 0
071600             OR WS-BRN-MTD-DR(WS-BR-SUB, WS-CHART-SUB) NOT = 0
071700             OR WS-BRN-MTD-CR(WS-BR-SUB, WS-CHART-SUB) NOT = 0
071800             MOVE "Y" TO WS-BRANCH-USED-SW
071900         END-IF.
072000 3260-EXIT.
072100         EXIT.
072200
072300 3300-PUT-BALANCE.
072400         MOVE WS-LAST-POSTED-DATE TO GBL-LAST-POSTED-DATE.
072500         WRITE GL-BALANCE-RECORD
072600             INVALID KEY
072700                 REWRITE GL-BALANCE-RECORD
072800         END-WRITE.
072900 3300-EXIT.
073000         EXIT.
073100
073200************************************************************
073300* 4000-PROVE-SUBLEDGERS - the masters are totalled by
073400* branch, then each branch's 2010 and 2020 are proved
073500* against them and the interbranch pair is proved across
073600* the bank.  Only the current month can be proved: the
073700* masters hold today's balances, not a past month-end's.
073800************************************************************
073900 4000-PROVE-SUBLEDGERS.
074000         IF NOT WS-CURRENT-MONTH
074100             MOVE SPACES TO WS-REPORT-LINE
074200             STRING "PERIOD IS NOT THE CURRENT MONTH - "
074300                 "SUBLEDGER PROOF NOT MADE"
074400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
074500             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
074600             GO TO 4000-EXIT
074700         END-IF.
074800
074900         IF WS-LAST-POSTED-DATE NOT = WS-RUN-DATE
075000             MOVE SPACES TO WS-REPORT-LINE
075100             STRING "GL POSTED THROUGH " WS-LAST-POSTED-DATE
075200                 " ONLY - RUN GL-POST FOR " WS-RUN-DATE
075300                 " BEFORE RELYING ON THIS PROOF"
075400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
075500             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
075600             MOVE SPACES TO WS-REPORT-LINE
075700             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
075800         END-IF.
075900
076000         PERFORM 4100-TOTAL-ACCOUNTS THRU 4100-EXIT.
076100         PERFORM 4200-TOTAL-TERM-DEPOSITS THRU 4200-EXIT.
076200
076210         PERFORM 4250-CHECK-BRANCH-LEDGER THRU 4250-EXIT.
076220
076230         IF NOT WS-BRANCH-PROOF-NONE
076300             MOVE SPACES TO WS-REPORT-LINE
076400             STRING "BR ACCT           GL BALANCE      SUBLEDGER"
076500                 "     DIFFERENCE"
076600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
076700             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
076800             PERFORM 4300-PROVE-ONE-BRANCH THRU 4300-EXIT
076900                 VARYING WS-BR-SUB FROM 1 BY 1
077000                 UNTIL WS-BR-SUB > 100
077010         END-IF.
077100
077200         IF WS-NOBR-ACM-COUNT > 0
077300             PERFORM 4600-LIST-UNBRANCHED THRU 4600-EXIT
077400         END-IF.
077500
077600         PERFORM 4700-PROVE-BANK-WIDE THRU 4700-EXIT.
077700         PERFORM 4800-PROVE-INTERBRANCH THRU 4800-EXIT.
077800
077900         MOVE SPACES TO WS-REPORT-LINE.
078000         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
078100         MOVE WS-EXCEPTION-COUNT TO WS-COUNT-TXT.
078200         MOVE SPACES TO WS-REPORT-LINE.
078300         IF WS-EXCEPTION-COUNT = 0
078400             STRING "LEDGER AGREES WITH SUBLEDGERS"
078500                 DELIMITED BY SIZE INTO WS-REPORT-LINE
078600         ELSE
078700             STRING "EXCEPTIONS " WS-COUNT-TXT
078800                 " - LEDGER DOES NOT AGREE, INVESTIGATE"
078900                 DELIMITED BY SIZE INTO WS-REPORT-LINE
079000         END-IF.
079100         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
079200 4000-EXIT.
079300         EXIT.
079400
079500************************************************************
079600* 4100-TOTAL-ACCOUNTS - ACM-BALANCE by branch: the branch
079700* the account carries, else its first two digits, the rule
079800* the engine stamps the log with.  Closed accounts hold a
079900* zero balance and are counted like any other.
080000************************************************************
080100 4100-TOTAL-ACCOUNTS.
080200         OPEN INPUT ACCOUNT-MASTER-FILE.
080300         IF WS-ACM-STATUS NOT = "00"
080400             GO TO 4100-EXIT
080500         END-IF.
080600         MOVE "Y" TO WS-ACM-OPEN-SW.
080700         MOVE "N" TO WS-SCAN-DONE-SW.
080800         MOVE LOW-VALUES TO ACM-ACCOUNT-ID.
080900         START ACCOUNT-MASTER-FILE
081000             KEY IS NOT LESS THAN ACM-ACCOUNT-ID
081100             INVALID KEY
081200                 MOVE "Y" TO WS-SCAN-DONE-SW
081300         END-START.
081400         PERFORM 4110-TOTAL-NEXT-ACCOUNT THRU 4110-EXIT
081500             UNTIL WS-SCAN-DONE.
081600 4100-EXIT.
081700         EXIT.
081800
081900 4110-TOTAL-NEXT-ACCOUNT.
082000         READ ACCOUNT-MASTER-FILE NEXT RECORD
082100             AT END
082200                 MOVE "Y" TO WS-SCAN-DONE-SW
082300                 GO TO 4110-EXIT
082400         END-READ.
082500         ADD ACM-BALANCE TO WS-BANK-ACM-TOTAL.
082600         PERFORM 4150-SET-ACCOUNT-BRANCH THRU 4150-EXIT.
082700         IF WS-BR-SUB = 0
082800             ADD ACM-BALANCE TO WS-NOBR-ACM-TOTAL
082900             ADD 1 TO WS-NOBR-ACM-COUNT
083000             GO TO 4110-EXIT
083100         END-IF.
083200         ADD ACM-BALANCE TO WS-BRN-ACM-TOTAL(WS-BR-SUB).
083300         ADD 1 TO WS-BRN-ACM-COUNT(WS-BR-SUB).
083400 4110-EXIT.
083500         EXIT.
083600
083700 4150-SET-ACCOUNT-BRANCH.
083800         MOVE 0 TO WS-BR-SUB.
083900         IF ACM-BRANCH-ID NUMERIC
084000             MOVE ACM-BRANCH-ID TO WS-BR-DIGITS
084100             COMPUTE WS-BR-SUB = WS-BR-DIGITS + 1
084200         ELSE
084300             IF ACM-ACCOUNT-ID(1:2) NUMERIC
084400                 MOVE ACM-ACCOUNT-ID(1:2) TO WS-BR-DIGITS
084500                 COMPUTE WS-BR-SUB = WS-BR-DIGITS + 1
084600             END-IF
084700         END-IF.
084800 4150-EXIT.
084900         EXIT.
085000
085100************************************************************
085200* 4200-TOTAL-TERM-DEPOSITS - active TDP-PRINCIPAL by the
085300* branch of the demand account that funded the deposit,
085400* which is the account TD-OPEN was logged against.
085500************************************************************
085600 4200-TOTAL-TERM-DEPOSITS.
085700         OPEN INPUT TERM-DEPOSIT-FILE.
085800         IF WS-TDP-STATUS NOT = "00"
085900             GO TO 4200-EXIT
086000         END-IF.
086100         MOVE "Y" TO WS-TDP-OPEN-SW.
086200         MOVE "N" TO WS-SCAN-DONE-SW.
086300         MOVE LOW-VALUES TO TDP-TD-KEY.
086400         START TERM-DEPOSIT-FILE
086500             KEY IS NOT LESS THAN TDP-TD-KEY
086600             INVALID KEY
086700                 MOVE "Y" TO WS-SCAN-DONE-SW
086800         END-START.
086900         PERFORM 4210-TOTAL-NEXT-DEPOSIT THRU 4210-EXIT
087000             UNTIL WS-SCAN-DONE.
087100 4200-EXIT.
087200         EXIT.
087300
087400 4210-TOTAL-NEXT-DEPOSIT.
087500         READ TERM-DEPOSIT-FILE NEXT RECORD
087600             AT END
087700                 MOVE "Y" TO WS-SCAN-DONE-SW
087800                 GO TO 4210-EXIT
087900         END-READ.
088000         IF NOT TDP-ACTIVE
088100             GO TO 4210-EXIT
088200         END-IF.
088300         ADD TDP-PRINCIPAL TO WS-BANK-TDP-TOTAL.
088400         IF NOT TDP-ACCOUNT-ID(1:2) NUMERIC
088500             GO TO 4210-EXIT
088600         END-IF.
088700         MOVE TDP-ACCOUNT-ID(1:2) TO WS-BR-DIGITS.
088800         COMPUTE WS-BR-SUB = WS-BR-DIGITS + 1.
088900         ADD TDP-PRINCIPAL TO WS-BRN-TDP-TOTAL(WS-BR-SUB).
089000         ADD 1 TO WS-BRN-TDP-COUNT(WS-BR-SUB).
089100 4210-EXIT.
089200         EXIT.
089300
089302************************************************************
089304* 4250-CHECK-BRANCH-LEDGER - whether the branch figures can
089306* be proved.  With no branch ledger for the period there is
089308* nothing to prove; with one that starts after the bank-wide
089310* ledger the branch balances leave out every posting made
089312* before it, and a branch line cannot be an exception.
089314************************************************************
089316 4250-CHECK-BRANCH-LEDGER.
089318         MOVE "Y" TO WS-BRANCH-PROOF-SW.
089320         MOVE SPACES TO WS-REPORT-LINE.
089322         IF WS-BRANCH-LEDGER-START = SPACES
089324             MOVE "N" TO WS-BRANCH-PROOF-SW
089326             STRING "NO BRANCH LEDGER ON FILE - BRANCH PROOF "
089328                 "NOT MADE"
089330                 DELIMITED BY SIZE INTO WS-REPORT-LINE
089332             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
089334             GO TO 4250-EXIT
089336         END-IF.
089338         IF WS-BRANCH-LEDGER-START > WS-MONTH-END
089340             MOVE "N" TO WS-BRANCH-PROOF-SW
089342             STRING "BRANCH LEDGER STARTS " WS-BRANCH-LEDGER-START
089344                 " - BRANCH PROOF NOT MADE FOR THIS PERIOD"
089346                 DELIMITED BY SIZE INTO WS-REPORT-LINE
089348             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
089350             GO TO 4250-EXIT
089352         END-IF.
089354         IF WS-BANK-LEDGER-START = SPACES
089356             OR WS-BRANCH-LEDGER-START NOT > WS-BANK-LEDGER-START
089358             GO TO 4250-EXIT
089360         END-IF.
089362         MOVE "P" TO WS-BRANCH-PROOF-SW.
089364         STRING "BRANCH LEDGER STARTS " WS-BRANCH-LEDGER-START
089366             ", BANK LEDGER " WS-BANK-LEDGER-START
089368             " - BRANCH LINES NOT PROVABLE"
089370             DELIMITED BY SIZE INTO WS-REPORT-LINE.
089372         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
089374         MOVE SPACES TO WS-REPORT-LINE.
089376         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
089378 4250-EXIT.
089380         EXIT.
089382
089400************************************************************
089500* 4300-PROVE-ONE-BRANCH - 2010 and 2020 against the
089600* branch's accounts, with the branch's interbranch
089700* position shown for the 4800 proof.  A difference lists
089800* the accounts behind the figure.
089900************************************************************
090000 4300-PROVE-ONE-BRANCH.
090100         PERFORM 3250-TEST-BRANCH-USED THRU 3250-EXIT.
090200         IF NOT WS-BRANCH-USED
090300             GO TO 4300-EXIT
090400         END-IF.
090500         COMPUTE WS-BR-DIGITS-TXT = WS-BR-SUB - 1.
090600         MOVE WS-BR-DIGITS-TXT TO WS-PROOF-BRANCH.
090700
090800         COMPUTE WS-GL-FIGURE =
090900             0 - WS-BRN-CLOSING(WS-BR-SUB, WS-LIAB-SUB).
091000         MOVE WS-BRN-ACM-TOTAL(WS-BR-SUB) TO WS-SUB-FIGURE.
091100         MOVE "2010" TO WS-PROOF-ACCOUNT.
091200         PERFORM 4500-PRINT-PROOF-LINE THRU 4500-EXIT.
091300         IF WS-DIFFERENCE NOT = 0
091350             AND NOT WS-BRANCH-PROOF-PARTIAL
091400             PERFORM 5000-LIST-BRANCH-ACCOUNTS THRU 5000-EXIT
091500         END-IF.
091600
091700         COMPUTE WS-GL-FIGURE =
091800             0 - WS-BRN-CLOSING(WS-BR-SUB, WS-TDL-SUB).
091900         MOVE WS-BRN-TDP-TOTAL(WS-BR-SUB) TO WS-SUB-FIGURE.
092000         MOVE "2020" TO WS-PROOF-ACCOUNT.
092100         PERFORM 4500-PRINT-PROOF-LINE THRU 4500-EXIT.
092200         IF WS-DIFFERENCE NOT = 0
092250             AND NOT WS-BRANCH-PROOF-PARTIAL
092300             PERFORM 5200-LIST-BRANCH-DEPOSITS THRU 5200-EXIT
092400         END-IF.
092500
092600         MOVE WS-BRN-CLOSING(WS-BR-SUB, WS-DUEFR-SUB)
092700             TO WS-AMOUNT-TXT.
092800         COMPUTE WS-DUE-TO =
092900             0 - WS-BRN-CLOSING(WS-BR-SUB, WS-DUETO-SUB).
093000         MOVE WS-DUE-TO TO WS-AMOUNT-TXT-2.
093100         MOVE SPACES TO WS-REPORT-LINE.
093200         STRING WS-PROOF-BRANCH " 1020/2080 DUE FROM"
093300             WS-AMOUNT-TXT "  DUE TO" WS-AMOUNT-TXT-2
093400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
093500         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
093600 4300-EXIT.
093700         EXIT.
093800
093900************************************************************
094000* 4500-PRINT-PROOF-LINE - one GL account against its
094100* subledger for the branch in WS-PROOF-BRANCH.
094200************************************************************
094300 4500-PRINT-PROOF-LINE.
094400         COMPUTE WS-DIFFERENCE = WS-GL-FIGURE - WS-SUB-FIGURE.
094500         MOVE WS-GL-FIGURE TO WS-AMOUNT-TXT.
094600         MOVE WS-SUB-FIGURE TO WS-AMOUNT-TXT-2.
094700         MOVE WS-DIFFERENCE TO WS-AMOUNT-TXT-3.
094800         MOVE SPACES TO WS-REPORT-LINE.
094900         EVALUATE TRUE
095000             WHEN WS-DIFFERENCE = 0
095010                 STRING WS-PROOF-BRANCH " " WS-PROOF-ACCOUNT
095100                     WS-AMOUNT-TXT WS-AMOUNT-TXT-2 WS-AMOUNT-TXT-3
095200                     "  AGREES"
095300                     DELIMITED BY SIZE INTO WS-REPORT-LINE
095310             WHEN WS-BRANCH-PROOF-PARTIAL
095320                 AND WS-PROOF-BRANCH NOT = "**"
095330                 STRING WS-PROOF-BRANCH " " WS-PROOF-ACCOUNT
095340                     WS-AMOUNT-TXT WS-AMOUNT-TXT-2 WS-AMOUNT-TXT-3
095350                     "  NOT PROVABLE"
095360                     DELIMITED BY SIZE INTO WS-REPORT-LINE
095400             WHEN OTHER
095500                 ADD 1 TO WS-EXCEPTION-COUNT
095600                 STRING WS-PROOF-BRANCH " " WS-PROOF-ACCOUNT
095700                     WS-AMOUNT-TXT WS-AMOUNT-TXT-2 WS-AMOUNT-TXT-3
095800                     "  EXCEPTION"
095900                     DELIMITED BY SIZE INTO WS-REPORT-LINE
096000         END-EVALUATE.
096100         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
096200 4500-EXIT.
096300         EXIT.
096400
096500************************************************************
096600* 4600-LIST-UNBRANCHED - an account no branch can be told
096700* for is in no branch's proof; it is an exception on its
096800* own.
096900************************************************************
097000 4600-LIST-UNBRANCHED.
097100         ADD 1 TO WS-EXCEPTION-COUNT.
097200         MOVE WS-NOBR-ACM-COUNT TO WS-COUNT-TXT.
097300         MOVE WS-NOBR-ACM-TOTAL TO WS-AMOUNT-TXT.
097400         MOVE SPACES TO WS-REPORT-LINE.
097500         STRING "EXCEPTION - " WS-COUNT-TXT
097600             " ACCOUNTS WITH NO BRANCH, BALANCE" WS-AMOUNT-TXT
097700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
097800         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
097900         MOVE 0 TO WS-BR-SUB.
098000         PERFORM 5000-LIST-BRANCH-ACCOUNTS THRU 5000-EXIT.
098100 4600-EXIT.
098200         EXIT.
098300
098400************************************************************
098500* 4700-PROVE-BANK-WIDE - the same two proofs on the
098600* bank-wide ledger, which also catches a posting no branch
098700* could be told for.
098800************************************************************
098900 4700-PROVE-BANK-WIDE.
099000         MOVE SPACES TO WS-REPORT-LINE.
099100         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
099200         MOVE "**" TO WS-PROOF-BRANCH.
099300         COMPUTE WS-GL-FIGURE = 0 - WS-GL-CLOSING(WS-LIAB-SUB).
099400         MOVE WS-BANK-ACM-TOTAL TO WS-SUB-FIGURE.
099500         MOVE "2010" TO WS-PROOF-ACCOUNT.
099600         PERFORM 4500-PRINT-PROOF-LINE THRU 4500-EXIT.
099700         COMPUTE WS-GL-FIGURE = 0 - WS-GL-CLOSING(WS-TDL-SUB).
099800         MOVE WS-BANK-TDP-TOTAL TO WS-SUB-FIGURE.
099900         MOVE "2020" TO WS-PROOF-ACCOUNT.
100000         PERFORM 4500-PRINT-PROOF-LINE THRU 4500-EXIT.
100100 4700-EXIT.
100200         EXIT.
100300
100400************************************************************
100500* 4800-PROVE-INTERBRANCH - every due-from one branch books
100600* is a due-to in another, so across the bank 1020 and 2080
100700* must net to zero.
100800************************************************************
100900 4800-PROVE-INTERBRANCH.
101000         MOVE WS-GL-CLOSING(WS-DUEFR-SUB) TO WS-DUE-FROM.
101100         COMPUTE WS-DUE-TO = 0 - WS-GL-CLOSING(WS-DUETO-SUB).
101200         COMPUTE WS-INTERBRANCH-NET = WS-DUE-FROM - WS-DUE-TO.
101300         MOVE WS-DUE-FROM TO WS-AMOUNT-TXT.
101400         MOVE WS-DUE-TO TO WS-AMOUNT-TXT-2.
101500         MOVE WS-INTERBRANCH-NET TO WS-AMOUNT-TXT-3.
101600         MOVE SPACES TO WS-REPORT-LINE.
101700         IF WS-INTERBRANCH-NET = 0
101800             STRING "** 1020/2080" WS-AMOUNT-TXT WS-AMOUNT-TXT-2
101900                 WS-AMOUNT-TXT-3 "  NETS TO ZERO"
102000                 DELIMITED BY SIZE INTO WS-REPORT-LINE
102100         ELSE
102200             ADD 1 TO WS-EXCEPTION-COUNT
102300             STRING "** 1020/2080" WS-AMOUNT-TXT WS-AMOUNT-TXT-2
102400                 WS-AMOUNT-TXT-3 "  EXCEPTION - DOES NOT NET"
102500                 DELIMITED BY SIZE INTO WS-REPORT-LINE
102600         END-IF.
102700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
102800 4800-EXIT.
102900         EXIT.
103000
103100************************************************************
103200* 5000-LIST-BRANCH-ACCOUNTS - the accounts behind a 2010
103300* exception: every account of the branch in WS-BR-SUB (or,
103400* with WS-BR-SUB zero, every account with no branch), with
103500* its status and balance.
103600************************************************************
103700 5000-LIST-BRANCH-ACCOUNTS.
103800         IF NOT WS-ACM-OPEN
103900             GO TO 5000-EXIT
104000         END-IF.
104100         MOVE WS-BR-SUB TO WS-LIST-SUB.
104200         MOVE "N" TO WS-SCAN-DONE-SW.
104300         MOVE LOW-VALUES TO ACM-ACCOUNT-ID.
104400         START ACCOUNT-MASTER-FILE
104500             KEY IS NOT LESS THAN ACM-ACCOUNT-ID
104600             INVALID KEY
104700                 MOVE "Y" TO WS-SCAN-DONE-SW
104800         END-START.
104900         PERFORM 5100-LIST-NEXT-ACCOUNT THRU 5100-EXIT
105000             UNTIL WS-SCAN-DONE.
105100         MOVE WS-LIST-SUB TO WS-BR-SUB.
105200 5000-EXIT.
105300         EXIT.
105400
105500 5100-LIST-NEXT-ACCOUNT.
105600         READ ACCOUNT-MASTER-FILE NEXT RECORD
105700             AT END
105800                 MOVE "Y" TO WS-SCAN-DONE-SW
105900                 GO TO 5100-EXIT
106000         END-READ.
106100         PERFORM 4150-SET-ACCOUNT-BRANCH THRU 4150-EXIT.
106200         IF WS-BR-SUB NOT = WS-LIST-SUB
106300             GO TO 5100-EXIT
106400         END-IF.
106500         MOVE ACM-BALANCE TO WS-AMOUNT-TXT.
106600         MOVE SPACES TO WS-REPORT-LINE.
106700         STRING "     ACCOUNT " ACM-ACCOUNT-ID
106800             " STATUS " ACM-STATUS
106900             " BALANCE" WS-AMOUNT-TXT
107000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
107100         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
107200 5100-EXIT.
107300         EXIT.
107400
107500************************************************************
107600* 5200-LIST-BRANCH-DEPOSITS - the deposits behind a 2020
107700* exception: every active deposit of the branch.
107800************************************************************
107900 5200-LIST-BRANCH-DEPOSITS.
108000         IF NOT WS-TDP-OPEN
108100             GO TO 5200-EXIT
108200         END-IF.
108300         MOVE "N" TO WS-SCAN-DONE-SW.
108400         MOVE LOW-VALUES TO TDP-TD-KEY.
108500         START TERM-DEPOSIT-FILE
108600             KEY IS NOT LESS THAN TDP-TD-KEY
108700             INVALID KEY
108800                 MOVE "Y" TO WS-SCAN-DONE-SW
108900         END-START.
109000         PERFORM 5300-LIST-NEXT-DEPOSIT THRU 5300-EXIT
109100             UNTIL WS-SCAN-DONE.
109200 5200-EXIT.
109300         EXIT.
109400
109500 5300-LIST-NEXT-DEPOSIT.
109600         READ TERM-DEPOSIT-FILE NEXT RECORD
109700             AT END
109800                 MOVE "Y" TO WS-SCAN-DONE-SW
109900                 GO TO 5300-EXIT
110000         END-READ.
110100         IF NOT TDP-ACTIVE
110200             OR TDP-ACCOUNT-ID(1:2) NOT = WS-PROOF-BRANCH
110300             GO TO 5300-EXIT
110400         END-IF.
110500         MOVE TDP-PRINCIPAL TO WS-AMOUNT-TXT.
110600         MOVE SPACES TO WS-REPORT-LINE.
110700         STRING "     DEPOSIT " TDP-ACCOUNT-ID "/" TDP-DEPOSIT-ID
110800             " MATURES " TDP-MATURITY-DATE
110900             " PRINCIPAL" WS-AMOUNT-TXT
111000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
111100         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
111200 5300-EXIT.
111300         EXIT.
111400
111500************************************************************
111600* 6000-PRINT-BALANCE-SHEET - bank-wide closing balances.
111700* The income and expense accounts are never closed out, so
111800* equity is what they hold: the years before this one as
111900* retained earnings, this year's as current earnings.
112000************************************************************
112100 6000-PRINT-BALANCE-SHEET.
112200         MOVE SPACES TO WS-REPORT-LINE.
112300         STRING "BALANCE SHEET AT END OF PERIOD " WS-PERIOD
112400             " - GL POSTED THROUGH " WS-LAST-POSTED-DATE
112500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
112600         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
112700         MOVE SPACES TO WS-REPORT-LINE.
112800         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
112900
113000         MOVE SPACES TO WS-REPORT-LINE.
113100         STRING "ASSETS" DELIMITED BY SIZE INTO WS-REPORT-LINE.
113200         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
113300         MOVE "A" TO WS-STATEMENT-TYPE.
113400         PERFORM 6100-PRINT-BALANCE-LINE THRU 6100-EXIT
113500             VARYING WS-CHART-SUB FROM 1 BY 1
113600             UNTIL WS-CHART-SUB > 9.
113700         MOVE WS-TOTAL-ASSETS TO WS-AMOUNT-TXT.
113800         MOVE SPACES TO WS-REPORT-LINE.
113900         STRING "  TOTAL ASSETS                       "
114000             WS-AMOUNT-TXT
114100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
114200         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
114300         MOVE SPACES TO WS-REPORT-LINE.
114400         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
114500
114600         MOVE SPACES TO WS-REPORT-LINE.
114700         STRING "LIABILITIES" DELIMITED BY SIZE
114800             INTO WS-REPORT-LINE.
114900         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
115000         MOVE "L" TO WS-STATEMENT-TYPE.
115100         PERFORM 6100-PRINT-BALANCE-LINE THRU 6100-EXIT
115200             VARYING WS-CHART-SUB FROM 1 BY 1
115300             UNTIL WS-CHART-SUB > 9.
115400         MOVE WS-TOTAL-LIABILITIES TO WS-AMOUNT-TXT.
115500         MOVE SPACES TO WS-REPORT-LINE.
115600         STRING "  TOTAL LIABILITIES                  "
115700             WS-AMOUNT-TXT
115800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
115900         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
116000         MOVE SPACES TO WS-REPORT-LINE.
116100         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
116200
116300         PERFORM 6200-SUM-EARNINGS THRU 6200-EXIT
116400             VARYING WS-CHART-SUB FROM 1 BY 1
116500             UNTIL WS-CHART-SUB > 9.
116600         COMPUTE WS-TOTAL-EQUITY =
116700             WS-PRIOR-EARNINGS + WS-YEAR-EARNINGS.
116800         COMPUTE WS-TOTAL-LIAB-EQUITY =
116900             WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY.
117000
117100         MOVE SPACES TO WS-REPORT-LINE.
117200         STRING "EQUITY" DELIMITED BY SIZE INTO WS-REPORT-LINE.
117300         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
117400         MOVE WS-PRIOR-EARNINGS TO WS-AMOUNT-TXT.
117500         MOVE SPACES TO WS-REPORT-LINE.
117600         STRING "       RETAINED EARNINGS             "
117700             WS-AMOUNT-TXT
117800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
117900         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
118000         MOVE WS-YEAR-EARNINGS TO WS-AMOUNT-TXT.
118100         MOVE SPACES TO WS-REPORT-LINE.
118200         STRING "       CURRENT YEAR EARNINGS         "
118300             WS-AMOUNT-TXT
118400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
118500         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
118600         MOVE WS-TOTAL-EQUITY TO WS-AMOUNT-TXT.
118700         MOVE SPACES TO WS-REPORT-LINE.
118800         STRING "  TOTAL EQUITY                       "
118900             WS-AMOUNT-TXT
119000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
119100         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
119200         MOVE SPACES TO WS-REPORT-LINE.
119300         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
119400
119500         MOVE WS-TOTAL-LIAB-EQUITY TO WS-AMOUNT-TXT.
119600         MOVE SPACES TO WS-REPORT-LINE.
119700         STRING "TOTAL LIABILITIES AND EQUITY         "
119800             WS-AMOUNT-TXT
119900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
120000         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
120100         MOVE SPACES TO WS-REPORT-LINE.
120200         IF WS-TOTAL-ASSETS = WS-TOTAL-LIAB-EQUITY
120300             STRING "BALANCE SHEET BALANCES"
120400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
120500         ELSE
120600             STRING "BALANCE SHEET DOES NOT BALANCE - "
120700                 "INVESTIGATE"
120800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
120900         END-IF.
121000         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
121100 6000-EXIT.
121200         EXIT.
121300
121400************************************************************
121500* 6100-PRINT-BALANCE-LINE - one account of the section in
121600* WS-STATEMENT-TYPE, on its normal side.
121700************************************************************
121800 6100-PRINT-BALANCE-LINE.
121900         IF WS-GL-TYPE(WS-CHART-SUB) NOT = WS-STATEMENT-TYPE
122000             GO TO 6100-EXIT
122100         END-IF.
122200         IF WS-STATEMENT-TYPE = "A"
122300             MOVE WS-GL-CLOSING(WS-CHART-SUB) TO WS-GL-FIGURE
122400             ADD WS-GL-FIGURE TO WS-TOTAL-ASSETS
122500         ELSE
122600             COMPUTE WS-GL-FIGURE =
122700                 0 - WS-GL-CLOSING(WS-CHART-SUB)
122800             ADD WS-GL-FIGURE TO WS-TOTAL-LIABILITIES
122900         END-IF.
123000         MOVE WS-GL-FIGURE TO WS-AMOUNT-TXT.
123100         MOVE SPACES TO WS-REPORT-LINE.
123200         STRING "  " WS-GL-ACCOUNT(WS-CHART-SUB) " "
123300             WS-GL-TITLE(WS-CHART-SUB) WS-AMOUNT-TXT
123400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
123500         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
123600 6100-EXIT.
123700         EXIT.
123800
123900************************************************************
124000* 6200-SUM-EARNINGS - the income and expense accounts, on
124100* the credit side: this year's movement is current
124200* earnings, whatever they held before 1 January retained.
124300************************************************************
124400 6200-SUM-EARNINGS.
124500         IF WS-GL-TYPE(WS-CHART-SUB) NOT = "I"
124600             AND WS-GL-TYPE(WS-CHART-SUB) NOT = "E"
124700             GO TO 6200-EXIT
124800         END-IF.
124900         COMPUTE WS-YTD-FIGURE = WS-GL-YTD-CR(WS-CHART-SUB)
125000             - WS-GL-YTD-DR(WS-CHART-SUB).
125100         ADD WS-YTD-FIGURE TO WS-YEAR-EARNINGS.
125200         COMPUTE WS-PRIOR-EARNINGS = WS-PRIOR-EARNINGS
125300             - WS-GL-CLOSING(WS-CHART-SUB) - WS-YTD-FIGURE.
125400 6200-EXIT.
125500         EXIT.
125600
125700************************************************************
125800* 7000-PRINT-INCOME-STATEMENT - income and expense for the
125900* month and the year to date.
126000************************************************************
126100 7000-PRINT-INCOME-STATEMENT.
126200         MOVE SPACES TO WS-REPORT-LINE.
126300         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
126400         MOVE SPACES TO WS-REPORT-LINE.
126500         STRING "INCOME STATEMENT FOR PERIOD " WS-PERIOD
126600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
126700         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
126800         MOVE SPACES TO WS-REPORT-LINE.
126900         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
127000         MOVE SPACES TO WS-REPORT-LINE.
127100         STRING "                                     "
127200             "        MONTH   YEAR TO DATE"
127300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
127400         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
127500
127600         MOVE SPACES TO WS-REPORT-LINE.
127700         STRING "INCOME" DELIMITED BY SIZE INTO WS-REPORT-LINE.
127800         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
127900         MOVE "I" TO WS-STATEMENT-TYPE.
128000         PERFORM 7100-PRINT-INCOME-LINE THRU 7100-EXIT
128100             VARYING WS-CHART-SUB FROM 1 BY 1
128200             UNTIL WS-CHART-SUB > 9.
128300         MOVE WS-MTD-INCOME TO WS-AMOUNT-TXT.
128400         MOVE WS-YTD-INCOME TO WS-AMOUNT-TXT-2.
128500         MOVE SPACES TO WS-REPORT-LINE.
128600         STRING "  TOTAL INCOME                       "
128700             WS-AMOUNT-TXT WS-AMOUNT-TXT-2
128800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
128900         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
129000         MOVE SPACES TO WS-REPORT-LINE.
129100         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
129200
129300         MOVE SPACES TO WS-REPORT-LINE.
129400         STRING "EXPENSES" DELIMITED BY SIZE INTO WS-REPORT-LINE.
129500         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
129600         MOVE "E" TO WS-STATEMENT-TYPE.
129700         PERFORM 7100-PRINT-INCOME-LINE THRU 7100-EXIT
129800             VARYING WS-CHART-SUB FROM 1 BY 1
129900             UNTIL WS-CHART-SUB > 9.
130000         MOVE WS-MTD-EXPENSE TO WS-AMOUNT-TXT.
130100         MOVE WS-YTD-EXPENSE TO WS-AMOUNT-TXT-2.
130200         MOVE SPACES TO WS-REPORT-LINE.
130300         STRING "  TOTAL EXPENSES                     "
130400             WS-AMOUNT-TXT WS-AMOUNT-TXT-2
130500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
130600         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
130700         MOVE SPACES TO WS-REPORT-LINE.
130800         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
130900
131000         COMPUTE WS-MTD-NET = WS-MTD-INCOME - WS-MTD-EXPENSE.
131100         COMPUTE WS-YTD-NET = WS-YTD-INCOME - WS-YTD-EXPENSE.
131200         MOVE WS-MTD-NET TO WS-AMOUNT-TXT.
131300         MOVE WS-YTD-NET TO WS-AMOUNT-TXT-2.
131400         MOVE SPACES TO WS-REPORT-LINE.
131500         STRING "NET INCOME                           "
131600             WS-AMOUNT-TXT WS-AMOUNT-TXT-2
131700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
131800         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
131900 7000-EXIT.
132000         EXIT.
132100
132200************************************************************
132300* 7100-PRINT-INCOME-LINE - one account of the section in
132400* WS-STATEMENT-TYPE: income on its credit side, expense on
132500* its debit side.
132600************************************************************
132700 7100-PRINT-INCOME-LINE.
132800         IF WS-GL-TYPE(WS-CHART-SUB) NOT = WS-STATEMENT-TYPE
132900             GO TO 7100-EXIT
133000         END-IF.
133100         IF WS-STATEMENT-TYPE = "I"
133200             COMPUTE WS-MTD-FIGURE = WS-GL-MTD-CR(WS-CHART-SUB)
133300                 - WS-GL-MTD-DR(WS-CHART-SUB)
133400             COMPUTE WS-YTD-FIGURE = WS-GL-YTD-CR(WS-CHART-SUB)
133500                 - WS-GL-YTD-DR(WS-CHART-SUB)
133600             ADD WS-MTD-FIGURE TO WS-MTD-INCOME
133700             ADD WS-YTD-FIGURE TO WS-YTD-INCOME
133800         ELSE
133900             COMPUTE WS-MTD-FIGURE = WS-GL-MTD-DR(WS-CHART-SUB)
134000                 - WS-GL-MTD-CR(WS-CHART-SUB)
134100             COMPUTE WS-YTD-FIGURE = WS-GL-YTD-DR(WS-CHART-SUB)
134200                 - WS-GL-YTD-CR(WS-CHART-SUB)
134300             ADD WS-MTD-FIGURE TO WS-MTD-EXPENSE
134400             ADD WS-YTD-FIGURE TO WS-YTD-EXPENSE
134500         END-IF.
134600         MOVE WS-MTD-FIGURE TO WS-AMOUNT-TXT.
134700         MOVE WS-YTD-FIGURE TO WS-AMOUNT-TXT-2.
134800         MOVE SPACES TO WS-REPORT-LINE.
134900         STRING "  " WS-GL-ACCOUNT(WS-CHART-SUB) " "
135000             WS-GL-TITLE(WS-CHART-SUB)
135100             WS-AMOUNT-TXT WS-AMOUNT-TXT-2
135200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
135300         WRITE STATEMENTS-RECORD FROM WS-REPORT-LINE.
135400 7100-EXIT.
135500         EXIT.
135600
135700************************************************************
135800* 9000-TERMINATE
135900************************************************************
136000 9000-TERMINATE.
136100         IF WS-HAVE-PERIOD
136200             CLOSE STATEMENTS-FILE GL-BALANCE-FILE
136300             IF WS-GLS-OPEN
136400                 CLOSE GL-SUMMARY-FILE
136500             END-IF
136600             IF WS-GBS-OPEN
136700                 CLOSE GL-BRANCH-SUMMARY-FILE
136800             END-IF
136900             IF WS-ACM-OPEN
137000                 CLOSE ACCOUNT-MASTER-FILE
137100             END-IF
137200             IF WS-TDP-OPEN
137300                 CLOSE TERM-DEPOSIT-FILE
137400             END-IF
137500         END-IF.
137600         CLOSE PROOF-REPORT-FILE.
137700 9000-EXIT.
137800         EXIT.
