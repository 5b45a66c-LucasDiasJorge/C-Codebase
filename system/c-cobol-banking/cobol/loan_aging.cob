000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-AGING.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* LOAN-AGING
001000*
001100* Installment-loan delinquency aging report, run by
001200* EOD-DRIVER straight after LOAN-COLLECT so it ages the
001300* night's collection result.  Every past-due loan on the
001400* LOAN-MASTER file is listed with its oldest missed due
001500* date, days past due (the business date less that date),
001600* installments in arrears, the amount in arrears and the
001700* outstanding principal, under the bucket its days fall
001800* in - under 30, 30-59, 60-89, 90 and over - and each
001900* bucket closes with its count and totals.  Read-only:
002000* nothing is posted or rewritten.
002100*
002200* Mod history:
002300*   2026-10-15 JFM  Original report.
002400************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900         SELECT LOAN-MASTER-FILE
003000             ASSIGN TO "runtime/loanmast.dat"
003100             ORGANIZATION IS INDEXED
003200             ACCESS MODE IS SEQUENTIAL
003300             RECORD KEY IS LON-LOAN-KEY
003400             FILE STATUS IS WS-LON-STATUS.
003500
003600         SELECT AGING-REPORT-FILE
003700             ASSIGN TO "runtime/loan_aging.txt"
003800             ORGANIZATION IS LINE SEQUENTIAL.
003900
004000         SELECT SYSTEM-CONTROL-FILE
004100             ASSIGN TO "runtime/sysctl.dat"
004200             ORGANIZATION IS INDEXED
004300             ACCESS MODE IS DYNAMIC
004400             RECORD KEY IS SCT-CONTROL-ID
004500             FILE STATUS IS WS-SCT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOAN-MASTER-FILE.
005000     COPY "copybooks/loanmast.cpy".
005100
005200 FD  AGING-REPORT-FILE.
005300 01  AGING-REPORT-RECORD          PIC X(132).
005400
005500 FD  SYSTEM-CONTROL-FILE.
005600     COPY "copybooks/sysctl.cpy".
005700
005800 WORKING-STORAGE SECTION.
005900 77  WS-LON-STATUS                PIC X(02) VALUE "00".
006000 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
006100
006200 01  WS-SWITCHES.
006300         05  WS-MORE-LOANS-SW     PIC X(01) VALUE "Y".
006400             88  WS-MORE-LOANS        VALUE "Y".
006500         05  WS-LOANS-OPEN-SW     PIC X(01) VALUE "N".
006600             88  WS-LOANS-OPEN        VALUE "Y".
006700
006800 01  WS-RUN-TIMESTAMP.
006900         05  WS-RUN-DATE              PIC X(08).
007000         05  FILLER                   PIC X(13).
007100
007200*
007300* The ageing of one loan: days past its oldest missed due
007400* date, and the installments that have fallen due since -
007500* one per month boundary crossed, counting the missed one,
007600* never more than the term has left.
007700 01  WS-DATE-INT-RUN              PIC 9(09) COMP.
007800 01  WS-DATE-INT-DUE              PIC 9(09) COMP.
007900 01  WS-DAYS-PAST-DUE             PIC 9(05) COMP.
008000 01  WS-ARREARS-COUNT             PIC S9(05) COMP.
008100 01  WS-ARREARS-LEFT              PIC S9(05) COMP.
008200 01  WS-ARREARS-AMOUNT            PIC S9(9)V99 VALUE 0.
008300 01  WS-RUN-DATE-PARTS.
008400         05  WS-RUN-YYYY              PIC 9(04).
008500         05  WS-RUN-MM                PIC 9(02).
008600         05  WS-RUN-DD                PIC 9(02).
008700 01  WS-DUE-DATE-PARTS.
008800         05  WS-DUE-YYYY              PIC 9(04).
008900         05  WS-DUE-MM                PIC 9(02).
009000         05  WS-DUE-DD                PIC 9(02).
009100
009200*
009300* The four aging buckets, in report order.  Each past-due
009400* loan is listed as it is read into the detail table, then
009500* the report is written bucket by bucket.
009600 01  WS-BUCKET-NAMES.
009700         05  FILLER PIC X(20) VALUE "UNDER 30 DAYS".
009800         05  FILLER PIC X(20) VALUE "30 TO 59 DAYS".
009900         05  FILLER PIC X(20) VALUE "60 TO 89 DAYS".
010000         05  FILLER PIC X(20) VALUE "90 DAYS AND OVER".
010100 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
010200         05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(20).
010300 01  WS-BUCKET-TOTALS-TABLE.
010400         05  WS-BKT-ENTRY OCCURS 4 TIMES.
010500             10  WS-BKT-COUNT         PIC 9(05) COMP VALUE 0.
010600             10  WS-BKT-ARREARS       PIC S9(11)V99 VALUE 0.
010700             10  WS-BKT-OUTSTANDING   PIC S9(11)V99 VALUE 0.
010800 01  WS-BKT-SUB                   PIC 9(01) COMP.
010900
011000 01  WS-DETAIL-TABLE.
011100         05  WS-DTL-COUNT             PIC 9(05) COMP VALUE 0.
011200         05  WS-DTL-ENTRY OCCURS 5000 TIMES.
011300             10  WS-DTL-BUCKET        PIC 9(01).
011400             10  WS-DTL-LINE          PIC X(100).
011500 01  WS-DTL-SUB                   PIC 9(05) COMP.
011600 01  WS-DTL-OVERFLOW              PIC 9(05) COMP VALUE 0.
011700
011800 01  WS-TOTAL-COUNT               PIC 9(05) COMP VALUE 0.
011900 01  WS-TOTAL-ARREARS             PIC S9(11)V99 VALUE 0.
012000 01  WS-TOTAL-OUTSTANDING         PIC S9(11)V99 VALUE 0.
012100
012200 01  WS-DAYS-TXT                  PIC ZZZZ9.
012300 01  WS-COUNT-TXT                 PIC ZZZZ9.
012400 01  WS-ARREARS-COUNT-TXT         PIC ZZ9.
012500 01  WS-AMOUNT-TXT                PIC -Z(9)9.99.
012600 01  WS-AMOUNT-TXT-2              PIC -Z(9)9.99.
012700 01  WS-TOTAL-TXT                 PIC -Z(11)9.99.
012800 01  WS-TOTAL-TXT-2               PIC -Z(11)9.99.
012900 01  WS-REPORT-LINE               PIC X(132).
013000
013100 PROCEDURE DIVISION.
013200
013300************************************************************
013400* 0000-MAINLINE
013500************************************************************
013600 0000-MAINLINE.
013700         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800         IF WS-LOANS-OPEN
013900             PERFORM 2000-AGE-LOAN THRU 2000-EXIT
014000                 UNTIL NOT WS-MORE-LOANS
014100         END-IF.
014200         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
014300         PERFORM 9000-TERMINATE THRU 9000-EXIT.
014400         GOBACK.
014500
014600************************************************************
014700* 1000-INITIALIZE - a site that has never booked a loan
014800* has no loan file, and gets a report saying so.
014900************************************************************
015000 1000-INITIALIZE.
015100         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
015200         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
015300         MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
015400         COMPUTE WS-DATE-INT-RUN = FUNCTION INTEGER-OF-DATE(
015500             FUNCTION NUMVAL(WS-RUN-DATE)).
015600
015700         OPEN INPUT LOAN-MASTER-FILE.
015800         IF WS-LON-STATUS = "00"
015900             MOVE "Y" TO WS-LOANS-OPEN-SW
016000         END-IF.
016100
016200         OPEN OUTPUT AGING-REPORT-FILE.
016300         MOVE SPACES TO WS-REPORT-LINE.
016400         STRING "LOAN DELINQUENCY AGING REPORT - " WS-RUN-DATE
016500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
016600         WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
016700         MOVE SPACES TO WS-REPORT-LINE.
016800         WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
016900 1000-EXIT.
017000         EXIT.
017100
017200************************************************************
017300* 1050-READ-SYSTEM-CONTROL - the official business date,
017400* when the site has cut over to SYSTEM-CONTROL; the
017500* wall-clock date stays only as the fallback.
017600************************************************************
017700 1050-READ-SYSTEM-CONTROL.
017800         OPEN INPUT SYSTEM-CONTROL-FILE.
017900         IF WS-SCT-STATUS NOT = "00"
018000             GO TO 1050-EXIT
018100         END-IF.
018200         MOVE "SYSTEM" TO SCT-CONTROL-ID.
018300         READ SYSTEM-CONTROL-FILE
018400             INVALID KEY
018500                 CONTINUE
018600             NOT INVALID KEY
018700                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
018800         END-READ.
018900         CLOSE SYSTEM-CONTROL-FILE.
019000 1050-EXIT.
019100         EXIT.
019200
019300************************************************************
019400* 2000-AGE-LOAN - one loan per read; only past-due loans
019500* are aged.
019600************************************************************
019700 2000-AGE-LOAN.
019800         READ LOAN-MASTER-FILE
019900             AT END
020000                 MOVE "N" TO WS-MORE-LOANS-SW
020100                 GO TO 2000-EXIT
020200         END-READ.
020300
020400         IF NOT LON-PAST-DUE
020500             GO TO 2000-EXIT
020600         END-IF.
020700
020800         COMPUTE WS-DATE-INT-DUE = FUNCTION INTEGER-OF-DATE(
020900             FUNCTION NUMVAL(LON-NEXT-DUE-DATE)).
021000         IF WS-DATE-INT-DUE < WS-DATE-INT-RUN
021100             COMPUTE WS-DAYS-PAST-DUE =
021200                 WS-DATE-INT-RUN - WS-DATE-INT-DUE
021300         ELSE
021400             MOVE 0 TO WS-DAYS-PAST-DUE
021500         END-IF.
021600
021700         EVALUATE TRUE
021800             WHEN WS-DAYS-PAST-DUE < 30
021900                 MOVE 1 TO WS-BKT-SUB
022000             WHEN WS-DAYS-PAST-DUE < 60
022100                 MOVE 2 TO WS-BKT-SUB
022200             WHEN WS-DAYS-PAST-DUE < 90
022300                 MOVE 3 TO WS-BKT-SUB
022400             WHEN OTHER
022500                 MOVE 4 TO WS-BKT-SUB
022600         END-EVALUATE.
022700
022800         PERFORM 2100-COUNT-ARREARS THRU 2100-EXIT.
022900
023000         ADD 1 TO WS-BKT-COUNT(WS-BKT-SUB).
023100         ADD WS-ARREARS-AMOUNT TO WS-BKT-ARREARS(WS-BKT-SUB).
023200         ADD LON-OUTSTANDING TO WS-BKT-OUTSTANDING(WS-BKT-SUB).
023300         ADD 1 TO WS-TOTAL-COUNT.
023400         ADD WS-ARREARS-AMOUNT TO WS-TOTAL-ARREARS.
023500         ADD LON-OUTSTANDING TO WS-TOTAL-OUTSTANDING.
023600
023700         IF WS-DTL-COUNT >= 5000
023800             ADD 1 TO WS-DTL-OVERFLOW
023900             GO TO 2000-EXIT
024000         END-IF.
024100         ADD 1 TO WS-DTL-COUNT.
024200         MOVE WS-BKT-SUB TO WS-DTL-BUCKET(WS-DTL-COUNT).
024300         MOVE WS-DAYS-PAST-DUE TO WS-DAYS-TXT.
024400         MOVE WS-ARREARS-COUNT TO WS-ARREARS-COUNT-TXT.
024500         MOVE WS-ARREARS-AMOUNT TO WS-AMOUNT-TXT.
024600         MOVE LON-OUTSTANDING TO WS-AMOUNT-TXT-2.
024700         MOVE SPACES TO WS-DTL-LINE(WS-DTL-COUNT).
024800         STRING "  " LON-ACCOUNT-ID
024900             " " LON-LOAN-ID
025000             " DUE " LON-NEXT-DUE-DATE
025100             " DAYS" WS-DAYS-TXT
025200             " INST" WS-ARREARS-COUNT-TXT
025300             " ARREARS" WS-AMOUNT-TXT
025400             " OUTSTANDING" WS-AMOUNT-TXT-2
025500             DELIMITED BY SIZE
025600             INTO WS-DTL-LINE(WS-DTL-COUNT).
025700 2000-EXIT.
025800         EXIT.
025900
026000************************************************************
026100* 2100-COUNT-ARREARS - installments fallen due and not
026200* collected: the missed one plus one for every month
026300* since whose payment day the business date has reached,
026400* capped at the installments the term still has.
026500************************************************************
026600 2100-COUNT-ARREARS.
026700         MOVE LON-NEXT-DUE-DATE TO WS-DUE-DATE-PARTS.
026800         COMPUTE WS-ARREARS-COUNT =
026900             (WS-RUN-YYYY * 12 + WS-RUN-MM)
027000             - (WS-DUE-YYYY * 12 + WS-DUE-MM).
027100         IF WS-RUN-DD >= WS-DUE-DD
027200             ADD 1 TO WS-ARREARS-COUNT
027300         END-IF.
027400         IF WS-ARREARS-COUNT < 1
027500             MOVE 1 TO WS-ARREARS-COUNT
027600         END-IF.
027700         COMPUTE WS-ARREARS-LEFT =
027800             LON-TERM-MONTHS - LON-INSTALLMENTS-PAID.
027900         IF WS-ARREARS-COUNT > WS-ARREARS-LEFT
028000             MOVE WS-ARREARS-LEFT TO WS-ARREARS-COUNT
028100         END-IF.
028200         COMPUTE WS-ARREARS-AMOUNT =
028300             WS-ARREARS-COUNT * LON-INSTALLMENT-AMT.
028400 2100-EXIT.
028500         EXIT.
028600
028700************************************************************
028800* 3000-WRITE-REPORT - the detail lines bucket by bucket,
028900* each bucket closing with its count and totals, then the
029000* grand totals.
029100************************************************************
029200 3000-WRITE-REPORT.
029300         IF NOT WS-LOANS-OPEN
029400             MOVE "NO LOAN FILE ON RECORD" TO WS-REPORT-LINE
029500             WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
029600             GO TO 3000-EXIT
029700         END-IF.
029800
029900         PERFORM 3100-WRITE-BUCKET THRU 3100-EXIT
030000             VARYING WS-BKT-SUB FROM 1 BY 1
030100             UNTIL WS-BKT-SUB > 4.
030200
030300         MOVE WS-TOTAL-COUNT TO WS-COUNT-TXT.
030400         MOVE WS-TOTAL-ARREARS TO WS-TOTAL-TXT.
030500         MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-TXT-2.
030600         MOVE SPACES TO WS-REPORT-LINE.
030700         STRING "TOTAL PAST DUE LOANS " WS-COUNT-TXT
030800             " ARREARS" WS-TOTAL-TXT
030900             " OUTSTANDING" WS-TOTAL-TXT-2
031000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
031100         WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
031200
031300         IF WS-DTL-OVERFLOW > 0
031400             MOVE WS-DTL-OVERFLOW TO WS-COUNT-TXT
031500             MOVE SPACES TO WS-REPORT-LINE
031600             STRING "DETAIL LINES NOT LISTED " WS-COUNT-TXT
031700                 " (IN TOTALS ABOVE)"
031800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
031900             WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
032000         END-IF.
032100 3000-EXIT.
032200         EXIT.
032300
032400 3100-WRITE-BUCKET.
032500         MOVE SPACES TO WS-REPORT-LINE.
032600         STRING "PAST DUE " WS-BUCKET-NAME(WS-BKT-SUB)
032700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
032800         WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
032900
033000         PERFORM 3150-WRITE-DETAIL THRU 3150-EXIT
033100             VARYING WS-DTL-SUB FROM 1 BY 1
033200             UNTIL WS-DTL-SUB > WS-DTL-COUNT.
033300
033400         MOVE WS-BKT-COUNT(WS-BKT-SUB) TO WS-COUNT-TXT.
033500         MOVE WS-BKT-ARREARS(WS-BKT-SUB) TO WS-TOTAL-TXT.
033600         MOVE WS-BKT-OUTSTANDING(WS-BKT-SUB) TO WS-TOTAL-TXT-2.
033700         MOVE SPACES TO WS-REPORT-LINE.
033800         STRING "  BUCKET LOANS " WS-COUNT-TXT
033900             " ARREARS" WS-TOTAL-TXT
034000             " OUTSTANDING" WS-TOTAL-TXT-2
034100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
034200         WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
034300         MOVE SPACES TO WS-REPORT-LINE.
034400         WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
034500 3100-EXIT.
034600         EXIT.
034700
034800 3150-WRITE-DETAIL.
034900         IF WS-DTL-BUCKET(WS-DTL-SUB) = WS-BKT-SUB
035000             MOVE WS-DTL-LINE(WS-DTL-SUB) TO WS-REPORT-LINE
035100             WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
035200         END-IF.
035300 3150-EXIT.
035400         EXIT.
035500
035600************************************************************
035700* 9000-TERMINATE
035800************************************************************
035900 9000-TERMINATE.
036000         IF WS-LOANS-OPEN
036100             CLOSE LOAN-MASTER-FILE
036200         END-IF.
036300         CLOSE AGING-REPORT-FILE.
036400 9000-EXIT.
036500         EXIT.
