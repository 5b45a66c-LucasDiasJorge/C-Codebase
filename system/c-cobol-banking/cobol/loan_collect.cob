000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOAN-COLLECT.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* LOAN-COLLECT
001000*
001100* Installment-loan collection, run by EOD-DRIVER after
001200* term-deposit maturities and ahead of reconciliation so
001300* the night's postings land on the same dated log the
001400* recount proves.  Scans the LOAN-MASTER file; every
001500* installment due on or before the business date is
001600* collected from the demand account the loan was
001700* disbursed into, split into its interest (the month's
001800* rate on the outstanding balance) and the principal it
001900* retires.  Each collected installment logs two demand
002000* debits - LOAN-INT for the interest, LOAN-PRIN for the
002100* principal - with the loan id in the message, and the
002200* run writes its control totals under LOANCOLL for
002300* DAILY-RECON to prove.
002400*
002500* An installment the account cannot cover - available
002600* balance net of holds plus the overdraft line, the same
002700* test the engine applies to a withdrawal - or one due
002800* from a dormant or closed account, is not collected at
002900* all: the loan is marked past due and keeps the missed
003000* due date, so LOAN-AGING can age it and the next night
003100* tries again.  A missed night is caught up the same
003200* way, installment by installment, until the loan is
003300* current, paid off or short.
003400*
003500* Mod history:
003600*   2026-10-15 JFM  Original job.
003610*   2026-10-15 JFM  Postings are stamped with LOANCOLL as
003620*                   the operator id, the job's own run-control
003630*                   id, so no teller is credited with them.
003700************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200         SELECT LOAN-MASTER-FILE
004300             ASSIGN TO "runtime/loanmast.dat"
004400             ORGANIZATION IS INDEXED
004500             ACCESS MODE IS SEQUENTIAL
004600             RECORD KEY IS LON-LOAN-KEY
004700             FILE STATUS IS WS-LON-STATUS.
004800
004900         SELECT ACCOUNT-MASTER-FILE
005000             ASSIGN TO "runtime/acctmast.dat"
005100             ORGANIZATION IS INDEXED
005200             ACCESS MODE IS DYNAMIC
005300             RECORD KEY IS ACM-ACCOUNT-ID
005400             FILE STATUS IS WS-ACM-STATUS.
005500
005600         SELECT HOLD-FILE
005700             ASSIGN TO "runtime/holdfile.dat"
005800             ORGANIZATION IS INDEXED
005900             ACCESS MODE IS DYNAMIC
006000             RECORD KEY IS HLD-HOLD-KEY
006100             FILE STATUS IS WS-HLD-STATUS.
006200
006300         SELECT TRANSACTION-LOG-FILE
006400             ASSIGN TO WS-LOG-FILENAME
006500             ORGANIZATION IS LINE SEQUENTIAL
006600             FILE STATUS IS WS-TLG-STATUS.
006700
006800         SELECT RUN-CONTROL-FILE
006900             ASSIGN TO "runtime/runctl.dat"
007000             ORGANIZATION IS INDEXED
007100             ACCESS MODE IS DYNAMIC
007200             RECORD KEY IS RCT-CONTROL-KEY
007300             FILE STATUS IS WS-RCT-STATUS.
007400
007500         SELECT LOAN-REPORT-FILE
007600             ASSIGN TO "runtime/loan_report.txt"
007700             ORGANIZATION IS LINE SEQUENTIAL.
007800
007900         SELECT SYSTEM-CONTROL-FILE
008000             ASSIGN TO "runtime/sysctl.dat"
008100             ORGANIZATION IS INDEXED
008200             ACCESS MODE IS DYNAMIC
008300             RECORD KEY IS SCT-CONTROL-ID
008400             FILE STATUS IS WS-SCT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  LOAN-MASTER-FILE.
008900     COPY "copybooks/loanmast.cpy".
009000
009100 FD  ACCOUNT-MASTER-FILE.
009200     COPY "copybooks/acctmast.cpy".
009300
009400 FD  HOLD-FILE.
009500     COPY "copybooks/holdrec.cpy".
009600
009700 FD  TRANSACTION-LOG-FILE.
009800     COPY "copybooks/txnlog.cpy".
009900
010000 FD  RUN-CONTROL-FILE.
010100     COPY "copybooks/runctl.cpy".
010200
010300 FD  LOAN-REPORT-FILE.
010400 01  LOAN-REPORT-RECORD           PIC X(132).
010500
010600 FD  SYSTEM-CONTROL-FILE.
010700     COPY "copybooks/sysctl.cpy".
010800
010900 WORKING-STORAGE SECTION.
011000 77  WS-LON-STATUS                PIC X(02) VALUE "00".
011100 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
011200 77  WS-HLD-STATUS                PIC X(02) VALUE "00".
011300 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
011400 77  WS-RCT-STATUS                PIC X(02) VALUE "00".
011500 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
011600
011700 01  WS-SWITCHES.
011800         05  WS-MORE-LOANS-SW     PIC X(01) VALUE "Y".
011900             88  WS-MORE-LOANS        VALUE "Y".
012000         05  WS-LON-CHANGED-SW    PIC X(01) VALUE "N".
012100             88  WS-LON-CHANGED       VALUE "Y".
012200         05  WS-LOAN-SHORT-SW     PIC X(01) VALUE "N".
012300             88  WS-LOAN-SHORT        VALUE "Y".
012400         05  WS-ACCOUNT-FOUND-SW  PIC X(01) VALUE "N".
012500             88  WS-ACCOUNT-ON-FILE   VALUE "Y".
012600         05  WS-HOLDS-OPEN-SW     PIC X(01) VALUE "N".
012700             88  WS-HOLDS-OPEN        VALUE "Y".
012800         05  WS-HOLD-SCAN-DONE-SW PIC X(01) VALUE "N".
012900             88  WS-HOLD-SCAN-DONE    VALUE "Y".
013000         05  WS-RCT-FOUND-SW      PIC X(01) VALUE "N".
013100             88  WS-RCT-ON-FILE       VALUE "Y".
013200
013300 01  WS-RUN-TIMESTAMP.
013400         05  WS-RUN-DATE              PIC X(08).
013500         05  WS-RUN-TIME-FULL         PIC X(08).
013600         05  FILLER                   PIC X(05).
013700
013800 01  WS-LOG-FILENAME             PIC X(40).
013900 01  WS-SEQUENCE-NO              PIC 9(08) VALUE 0.
014000
014100*
014200* One installment under collection: the month's interest
014300* on the outstanding balance, the principal it retires
014400* (the whole outstanding on the last installment, so the
014500* rounding of the level payment never leaves a residue),
014600* and what the demand account has available to meet it.
014700 01  WS-LN-INTEREST               PIC S9(9)V99 VALUE 0.
014800 01  WS-LN-PRINCIPAL              PIC S9(9)V99 VALUE 0.
014900 01  WS-LN-DUE-TOTAL              PIC S9(9)V99 VALUE 0.
015000 01  WS-HELD-TOTAL                PIC S9(9)V99 VALUE 0.
015100 01  WS-AVAILABLE                 PIC S9(9)V99 VALUE 0.
015200 01  WS-OLD-BALANCE               PIC S9(9)V99 VALUE 0.
015300 01  WS-NEW-BALANCE               PIC S9(9)V99 VALUE 0.
015400 01  WS-SHORT-REASON              PIC X(20).
015500
015600 01  WS-POSTING-OP                PIC X(10).
015700 01  WS-POSTING-AMOUNT            PIC S9(9)V99 VALUE 0.
015800 01  WS-POSTING-MESSAGE           PIC X(40).
015900
016000*
016100* Calendar arithmetic for stepping a loan's due date on to
016200* the payment day of the following month.
016300 01  WS-DUE-DATE-WORK.
016400         05  WS-DUE-YYYY              PIC 9(04).
016500         05  WS-DUE-MM                PIC 9(02).
016600         05  WS-DUE-DD                PIC 9(02).
016700
016800*
016900* This run's control totals, written to RUN-CONTROL under
017000* LOANCOLL at end of job: loans read, postings logged,
017100* amount posted and the account hash, the same proof
017200* trail TD-MATURE leaves.
017300 01  WS-RUN-RECORDS-READ          PIC 9(08) VALUE 0.
017400 01  WS-RUN-APPROVED-COUNT        PIC 9(08) VALUE 0.
017500 01  WS-RUN-AMOUNT-POSTED         PIC S9(11)V99 VALUE 0.
017600 01  WS-RUN-ACCOUNT-HASH          PIC 9(15) VALUE 0.
017700 01  WS-HASH-WORK                 PIC 9(09).
017800
017900*
018000* Per-branch run totals, slot 1 holding branch 00 up to
018100* slot 100 holding branch 99, written to RUN-CONTROL as
018200* LOANCObb records alongside the bank-wide one.
018300 01  WS-BRANCH-TOTALS-TABLE.
018400         05  WS-BR-ENTRY OCCURS 100 TIMES.
018500             10  WS-BR-APPROVED       PIC 9(08) VALUE 0.
018600             10  WS-BR-AMOUNT         PIC S9(11)V99 VALUE 0.
018700             10  WS-BR-HASH           PIC 9(15) VALUE 0.
018800 01  WS-BR-SUB                    PIC 9(03) COMP.
018900 01  WS-BR-DIGITS                 PIC 9(02).
019000 01  WS-BR-DIGITS-TXT             PIC 9(02).
019100 01  WS-BR-PROGRAM-ID             PIC X(08).
019200
019300 01  WS-COLLECTED-COUNT           PIC 9(05) COMP VALUE 0.
019400 01  WS-PAID-OFF-COUNT            PIC 9(05) COMP VALUE 0.
019500 01  WS-PAST-DUE-COUNT            PIC 9(05) COMP VALUE 0.
019600 01  WS-COUNT-TXT                 PIC ZZZZ9.
019700 01  WS-AMOUNT-TXT                PIC -Z(9)9.99.
019800 01  WS-AMOUNT-TXT-2              PIC -Z(9)9.99.
019900 01  WS-REPORT-LINE               PIC X(132).
020000
020100 PROCEDURE DIVISION.
020200
020300************************************************************
020400* 0000-MAINLINE
020500************************************************************
020600 0000-MAINLINE.
020700         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800         PERFORM 2000-PROCESS-LOAN THRU 2000-EXIT
020900             UNTIL NOT WS-MORE-LOANS.
021000         PERFORM 9000-TERMINATE THRU 9000-EXIT.
021100         GOBACK.
021200
021300************************************************************
021400* 1000-INITIALIZE - opens the loan file for a sequential
021500* scan/rewrite the way TD-MATURE scans the term deposits,
021600* and appends to the same dated TRANSACTION-LOG every
021700* other posting program writes.  A site with no holds
021800* yet simply has nothing held.
021900************************************************************
022000 1000-INITIALIZE.
022100         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
022200         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
022300
022400         OPEN I-O LOAN-MASTER-FILE.
022500         IF WS-LON-STATUS = "35"
022600             OPEN OUTPUT LOAN-MASTER-FILE
022700             CLOSE LOAN-MASTER-FILE
022800             OPEN I-O LOAN-MASTER-FILE
022900         END-IF.
023000
023100         OPEN I-O ACCOUNT-MASTER-FILE.
023200         IF WS-ACM-STATUS = "35"
023300             OPEN OUTPUT ACCOUNT-MASTER-FILE
023400             CLOSE ACCOUNT-MASTER-FILE
023500             OPEN I-O ACCOUNT-MASTER-FILE
023600         END-IF.
023700
023800         OPEN INPUT HOLD-FILE.
023900         IF WS-HLD-STATUS = "00"
024000             MOVE "Y" TO WS-HOLDS-OPEN-SW
024100         END-IF.
024200
024300         OPEN I-O RUN-CONTROL-FILE.
024400         IF WS-RCT-STATUS = "35"
024500             OPEN OUTPUT RUN-CONTROL-FILE
024600             CLOSE RUN-CONTROL-FILE
024700             OPEN I-O RUN-CONTROL-FILE
024800         END-IF.
024900
025000         STRING "runtime/txnlog_" WS-RUN-DATE ".txt"
025100             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
025200         OPEN EXTEND TRANSACTION-LOG-FILE.
025300         IF WS-TLG-STATUS = "35"
025400             OPEN OUTPUT TRANSACTION-LOG-FILE
025500         END-IF.
025600
025700         OPEN OUTPUT LOAN-REPORT-FILE.
025800         MOVE SPACES TO WS-REPORT-LINE.
025900         STRING "LOAN INSTALLMENT COLLECTION - " WS-RUN-DATE
026000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
026100         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
026200         MOVE SPACES TO WS-REPORT-LINE.
026300         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
026400 1000-EXIT.
026500         EXIT.
026600
026700************************************************************
026800* 1050-READ-SYSTEM-CONTROL - the official business date,
026900* when the site has cut over to SYSTEM-CONTROL; the
027000* wall-clock date stays only as the fallback.
027100************************************************************
027200 1050-READ-SYSTEM-CONTROL.
027300         OPEN INPUT SYSTEM-CONTROL-FILE.
027400         IF WS-SCT-STATUS NOT = "00"
027500             GO TO 1050-EXIT
027600         END-IF.
027700         MOVE "SYSTEM" TO SCT-CONTROL-ID.
027800         READ SYSTEM-CONTROL-FILE
027900             INVALID KEY
028000                 CONTINUE
028100             NOT INVALID KEY
028200                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
028300         END-READ.
028400         CLOSE SYSTEM-CONTROL-FILE.
028500 1050-EXIT.
028600         EXIT.
028700
028800************************************************************
028900* 2000-PROCESS-LOAN - one loan per read; every installment
029000* due on or before the business date is collected in turn
029100* until the loan is current, paid off, or the account
029200* comes up short.
029300************************************************************
029400 2000-PROCESS-LOAN.
029500         READ LOAN-MASTER-FILE
029600             AT END
029700                 MOVE "N" TO WS-MORE-LOANS-SW
029800                 GO TO 2000-EXIT
029900         END-READ.
030000         ADD 1 TO WS-RUN-RECORDS-READ.
030100
030200         IF LON-PAID-OFF
030300             GO TO 2000-EXIT
030400         END-IF.
030500
030600         MOVE "N" TO WS-LON-CHANGED-SW.
030700         MOVE "N" TO WS-LOAN-SHORT-SW.
030800         PERFORM 2100-COLLECT-INSTALLMENT THRU 2100-EXIT
030900             UNTIL LON-PAID-OFF
031000             OR WS-LOAN-SHORT
031100             OR LON-NEXT-DUE-DATE > WS-RUN-DATE.
031200
031300         IF WS-LOAN-SHORT
031400             PERFORM 2500-MARK-PAST-DUE THRU 2500-EXIT
031500         ELSE
031600             IF LON-PAST-DUE
031700                 MOVE "A" TO LON-STATUS
031800                 MOVE "Y" TO WS-LON-CHANGED-SW
031900             END-IF
032000         END-IF.
032100
032200         IF WS-LON-CHANGED
032300             REWRITE LOAN-MASTER-RECORD
032400         END-IF.
032500 2000-EXIT.
032600         EXIT.
032700
032800************************************************************
032900* 2100-COLLECT-INSTALLMENT - one installment: the month's
033000* interest at the contracted annual rate over twelve on
033100* the outstanding balance, the rest of the level payment
033200* to principal.  The final installment takes whatever
033300* principal is left.
033400************************************************************
033500 2100-COLLECT-INSTALLMENT.
033600         COMPUTE WS-LN-INTEREST ROUNDED =
033700             LON-OUTSTANDING * LON-RATE / 12.
033800         COMPUTE WS-LN-PRINCIPAL =
033900             LON-INSTALLMENT-AMT - WS-LN-INTEREST.
034000         IF WS-LN-PRINCIPAL > LON-OUTSTANDING
034100             OR LON-INSTALLMENTS-PAID + 1 >= LON-TERM-MONTHS
034200             MOVE LON-OUTSTANDING TO WS-LN-PRINCIPAL
034300         END-IF.
034400         IF WS-LN-PRINCIPAL < 0
034500             MOVE 0 TO WS-LN-PRINCIPAL
034600         END-IF.
034700         COMPUTE WS-LN-DUE-TOTAL =
034800             WS-LN-INTEREST + WS-LN-PRINCIPAL.
034900
035000         PERFORM 2200-CHECK-AVAILABLE THRU 2200-EXIT.
035100         IF WS-LOAN-SHORT
035200             GO TO 2100-EXIT
035300         END-IF.
035400
035500         MOVE ACM-BALANCE TO WS-OLD-BALANCE.
035600         IF WS-LN-INTEREST > 0
035700             COMPUTE WS-NEW-BALANCE =
035800                 WS-OLD-BALANCE - WS-LN-INTEREST
035900             MOVE "LOAN-INT" TO WS-POSTING-OP
036000             MOVE WS-LN-INTEREST TO WS-POSTING-AMOUNT
036100             MOVE SPACES TO WS-POSTING-MESSAGE
036200             STRING "Juros emprestimo " LON-LOAN-ID
036300                 DELIMITED BY SIZE INTO WS-POSTING-MESSAGE
036400             PERFORM 2900-LOG-POSTING THRU 2900-EXIT
036500             MOVE WS-NEW-BALANCE TO WS-OLD-BALANCE
036600         END-IF.
036700         IF WS-LN-PRINCIPAL > 0
036800             COMPUTE WS-NEW-BALANCE =
036900                 WS-OLD-BALANCE - WS-LN-PRINCIPAL
037000             MOVE "LOAN-PRIN" TO WS-POSTING-OP
037100             MOVE WS-LN-PRINCIPAL TO WS-POSTING-AMOUNT
037200             MOVE SPACES TO WS-POSTING-MESSAGE
037300             STRING "Amortizacao emprestimo " LON-LOAN-ID
037400                 DELIMITED BY SIZE INTO WS-POSTING-MESSAGE
037500             PERFORM 2900-LOG-POSTING THRU 2900-EXIT
037600         END-IF.
037700
037800         COMPUTE ACM-BALANCE = ACM-BALANCE - WS-LN-DUE-TOTAL.
037900         REWRITE ACCOUNT-MASTER-RECORD.
038000
038100         SUBTRACT WS-LN-PRINCIPAL FROM LON-OUTSTANDING.
038200         ADD 1 TO LON-INSTALLMENTS-PAID.
038300         MOVE "Y" TO WS-LON-CHANGED-SW.
038400         ADD 1 TO WS-COLLECTED-COUNT.
038500
038600         MOVE WS-LN-INTEREST TO WS-AMOUNT-TXT.
038700         MOVE WS-LN-PRINCIPAL TO WS-AMOUNT-TXT-2.
038800         MOVE SPACES TO WS-REPORT-LINE.
038900         STRING "COLLECTED " LON-ACCOUNT-ID
039000             " " LON-LOAN-ID
039100             " DUE " LON-NEXT-DUE-DATE
039200             " INTEREST" WS-AMOUNT-TXT
039300             " PRINCIPAL" WS-AMOUNT-TXT-2
039400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
039500         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
039600
039700         IF LON-OUTSTANDING = 0
039800             PERFORM 2400-CLOSE-LOAN THRU 2400-EXIT
039900         ELSE
040000             PERFORM 2300-ADVANCE-DUE-DATE THRU 2300-EXIT
040100         END-IF.
040200 2100-EXIT.
040300         EXIT.
040400
040500************************************************************
040600* 2200-CHECK-AVAILABLE - can the demand account meet this
040700* installment?  Available is the balance net of active
040800* unexpired holds plus the overdraft line, the engine's
040900* own withdrawal test; a dormant, closed or vanished
041000* account pays nothing, since no debit may leave it.
041100************************************************************
041200 2200-CHECK-AVAILABLE.
041300         MOVE LON-ACCOUNT-ID TO ACM-ACCOUNT-ID.
041400         READ ACCOUNT-MASTER-FILE
041500             INVALID KEY
041600                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
041700             NOT INVALID KEY
041800                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
041900         END-READ.
042000
042100         IF NOT WS-ACCOUNT-ON-FILE
042200             MOVE "Y" TO WS-LOAN-SHORT-SW
042300             MOVE "NO ACCOUNT" TO WS-SHORT-REASON
042400             GO TO 2200-EXIT
042500         END-IF.
042600         IF ACM-CLOSED
042700             MOVE "Y" TO WS-LOAN-SHORT-SW
042800             MOVE "ACCOUNT CLOSED" TO WS-SHORT-REASON
042900             GO TO 2200-EXIT
043000         END-IF.
043100         IF ACM-DORMANT
043200             MOVE "Y" TO WS-LOAN-SHORT-SW
043300             MOVE "ACCOUNT DORMANT" TO WS-SHORT-REASON
043400             GO TO 2200-EXIT
043500         END-IF.
043600
043700         PERFORM 2250-SUM-ACTIVE-HOLDS THRU 2250-EXIT.
043800         COMPUTE WS-AVAILABLE = ACM-BALANCE - WS-HELD-TOTAL
043900             + ACM-OVERDRAFT-LIMIT.
044000         IF WS-LN-DUE-TOTAL > WS-AVAILABLE
044100             MOVE "Y" TO WS-LOAN-SHORT-SW
044200             MOVE "INSUFFICIENT FUNDS" TO WS-SHORT-REASON
044300         END-IF.
044400 2200-EXIT.
044500         EXIT.
044600
044700************************************************************
044800* 2250-SUM-ACTIVE-HOLDS - totals the account's active,
044900* unexpired holds, scanning forward from its lowest hold
045000* key the way the engine's 3790-SUM-ACTIVE-HOLDS does.
045100************************************************************
045200 2250-SUM-ACTIVE-HOLDS.
045300         MOVE 0 TO WS-HELD-TOTAL.
045400         IF NOT WS-HOLDS-OPEN
045500             GO TO 2250-EXIT
045600         END-IF.
045700         MOVE "N" TO WS-HOLD-SCAN-DONE-SW.
045800         MOVE LON-ACCOUNT-ID TO HLD-ACCOUNT-ID.
045900         MOVE LOW-VALUES TO HLD-HOLD-ID.
046000         START HOLD-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
046100             INVALID KEY
046200                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
046300         END-START.
046400         PERFORM 2260-SUM-NEXT-HOLD THRU 2260-EXIT
046500             UNTIL WS-HOLD-SCAN-DONE.
046600 2250-EXIT.
046700         EXIT.
046800
046900 2260-SUM-NEXT-HOLD.
047000         READ HOLD-FILE NEXT RECORD
047100             AT END
047200                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
047300                 GO TO 2260-EXIT
047400         END-READ.
047500         IF HLD-ACCOUNT-ID NOT = LON-ACCOUNT-ID
047600             MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
047700             GO TO 2260-EXIT
047800         END-IF.
047900         IF HLD-ACTIVE
048000             AND HLD-EXPIRY-DATE >= WS-RUN-DATE
048100             ADD HLD-AMOUNT TO WS-HELD-TOTAL
048200         END-IF.
048300 2260-EXIT.
048400         EXIT.
048500
048600************************************************************
048700* 2300-ADVANCE-DUE-DATE - the next installment falls due
048800* on the loan's payment day of the following month.
048900************************************************************
049000 2300-ADVANCE-DUE-DATE.
049100         MOVE LON-NEXT-DUE-DATE TO WS-DUE-DATE-WORK.
049200         ADD 1 TO WS-DUE-MM.
049300         IF WS-DUE-MM > 12
049400             MOVE 1 TO WS-DUE-MM
049500             ADD 1 TO WS-DUE-YYYY
049600         END-IF.
049700         MOVE LON-PAYMENT-DAY TO WS-DUE-DD.
049800         MOVE WS-DUE-DATE-WORK TO LON-NEXT-DUE-DATE.
049900 2300-EXIT.
050000         EXIT.
050100
050200************************************************************
050300* 2400-CLOSE-LOAN - the last of the principal is in; the
050400* record stays on file, closed, as the loan's audit record.
050500************************************************************
050600 2400-CLOSE-LOAN.
050700         MOVE "C" TO LON-STATUS.
050800         MOVE WS-RUN-DATE TO LON-CLOSED-DATE.
050900         ADD 1 TO WS-PAID-OFF-COUNT.
051000
051100         MOVE LON-PRINCIPAL TO WS-AMOUNT-TXT.
051200         MOVE SPACES TO WS-REPORT-LINE.
051300         STRING "PAID OFF  " LON-ACCOUNT-ID
051400             " " LON-LOAN-ID
051500             " PRINCIPAL" WS-AMOUNT-TXT
051600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
051700         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
051800 2400-EXIT.
051900         EXIT.
052000
052100************************************************************
052200* 2500-MARK-PAST-DUE - the installment could not be
052300* collected.  Nothing posts; the loan keeps its missed due
052400* date, so its days past due are the business date less
052500* that date, and goes past due until an installment is
052600* next collected in full.
052700************************************************************
052800 2500-MARK-PAST-DUE.
052900         IF NOT LON-PAST-DUE
053000             MOVE "D" TO LON-STATUS
053100             MOVE "Y" TO WS-LON-CHANGED-SW
053200         END-IF.
053300         ADD 1 TO WS-PAST-DUE-COUNT.
053400
053500         MOVE WS-LN-DUE-TOTAL TO WS-AMOUNT-TXT.
053600         MOVE SPACES TO WS-REPORT-LINE.
053700         STRING "PAST DUE  " LON-ACCOUNT-ID
053800             " " LON-LOAN-ID
053900             " DUE " LON-NEXT-DUE-DATE
054000             " INSTALLMENT" WS-AMOUNT-TXT
054100             " " WS-SHORT-REASON
054200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
054300         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
054400 2500-EXIT.
054500         EXIT.
054600
054700************************************************************
054800* 2900-LOG-POSTING - one TRANSACTION-LOG record in the
054900* same layout and dated file every posting program uses,
055000* plus this run's control totals, the pattern
055100* INTEREST-ACCRUAL set.
055200************************************************************
055300 2900-LOG-POSTING.
055400         ADD 1 TO WS-SEQUENCE-NO.
055500         MOVE WS-RUN-DATE          TO TLG-RUN-DATE.
055600         MOVE WS-RUN-TIME-FULL     TO TLG-RUN-TIME.
055700         MOVE WS-SEQUENCE-NO       TO TLG-SEQUENCE-NO.
055800         MOVE LON-ACCOUNT-ID       TO TLG-ACCOUNT-ID.
055900         IF TLG-ACCOUNT-ID(1:2) NUMERIC
056000             MOVE TLG-ACCOUNT-ID(1:2) TO TLG-BRANCH-ID
056100         ELSE
056200             MOVE SPACES TO TLG-BRANCH-ID
056300         END-IF.
056310         MOVE "LOANCOLL"           TO TLG-OPERATOR-ID.
056400         MOVE WS-POSTING-OP        TO TLG-OPERATION.
056500         MOVE SPACES               TO TLG-DEST-ACCOUNT-ID.
056600         MOVE WS-POSTING-AMOUNT    TO TLG-AMOUNT.
056700         MOVE WS-OLD-BALANCE       TO TLG-OLD-BALANCE.
056800         MOVE WS-NEW-BALANCE       TO TLG-NEW-BALANCE.
056900         MOVE "APPROVED"           TO TLG-STATUS.
057000         MOVE "OK"                 TO TLG-CODE.
057100         MOVE WS-POSTING-MESSAGE   TO TLG-MESSAGE.
057200         WRITE TRANSACTION-LOG-RECORD.
057300         ADD 1 TO WS-RUN-APPROVED-COUNT.
057400         ADD WS-POSTING-AMOUNT TO WS-RUN-AMOUNT-POSTED.
057500         IF LON-ACCOUNT-ID(1:9) NUMERIC
057600             MOVE LON-ACCOUNT-ID(1:9) TO WS-HASH-WORK
057700             ADD WS-HASH-WORK TO WS-RUN-ACCOUNT-HASH
057800             MOVE LON-ACCOUNT-ID(1:2) TO WS-BR-DIGITS
057900             COMPUTE WS-BR-SUB = WS-BR-DIGITS + 1
058000             ADD 1 TO WS-BR-APPROVED(WS-BR-SUB)
058100             ADD WS-POSTING-AMOUNT TO WS-BR-AMOUNT(WS-BR-SUB)
058200             ADD WS-HASH-WORK TO WS-BR-HASH(WS-BR-SUB)
058300         END-IF.
058400 2900-EXIT.
058500         EXIT.
058600
058700************************************************************
058800* 9000-TERMINATE - totals, run control, close.
058900************************************************************
059000 9000-TERMINATE.
059100         MOVE SPACES TO WS-REPORT-LINE.
059200         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
059300
059400         MOVE WS-COLLECTED-COUNT TO WS-COUNT-TXT.
059500         MOVE SPACES TO WS-REPORT-LINE.
059600         STRING "INSTALLMENTS COLLECTED " WS-COUNT-TXT
059700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
059800         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
059900
060000         MOVE WS-PAID-OFF-COUNT TO WS-COUNT-TXT.
060100         MOVE SPACES TO WS-REPORT-LINE.
060200         STRING "LOANS PAID OFF         " WS-COUNT-TXT
060300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
060400         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
060500
060600         MOVE WS-PAST-DUE-COUNT TO WS-COUNT-TXT.
060700         MOVE SPACES TO WS-REPORT-LINE.
060800         STRING "LOANS LEFT PAST DUE    " WS-COUNT-TXT
060900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
061000         WRITE LOAN-REPORT-RECORD FROM WS-REPORT-LINE.
061100
061200         PERFORM 9100-WRITE-RUN-CONTROL THRU 9100-EXIT.
061300         CLOSE LOAN-MASTER-FILE ACCOUNT-MASTER-FILE
061400             TRANSACTION-LOG-FILE RUN-CONTROL-FILE
061500             LOAN-REPORT-FILE.
061600         IF WS-HOLDS-OPEN
061700             CLOSE HOLD-FILE
061800         END-IF.
061900 9000-EXIT.
062000         EXIT.
062100
062200************************************************************
062300* 9100-WRITE-RUN-CONTROL - a rerun of the same business
062400* date adds this run's work onto the date's record, the
062500* same way the engine and TD-MATURE do.
062600************************************************************
062700 9100-WRITE-RUN-CONTROL.
062800         MOVE WS-RUN-DATE TO RCT-RUN-DATE.
062900         MOVE "LOANCOLL" TO RCT-PROGRAM-ID.
063000         READ RUN-CONTROL-FILE
063100             INVALID KEY
063200                 MOVE "N" TO WS-RCT-FOUND-SW
063300             NOT INVALID KEY
063400                 MOVE "Y" TO WS-RCT-FOUND-SW
063500         END-READ.
063600
063700         IF NOT WS-RCT-ON-FILE
063800             MOVE WS-RUN-DATE TO RCT-RUN-DATE
063900             MOVE "LOANCOLL" TO RCT-PROGRAM-ID
064000             MOVE 0 TO RCT-RECORDS-READ
064100                 RCT-APPROVED-COUNT
064200                 RCT-REJECTED-COUNT
064300                 RCT-AMOUNT-POSTED
064400                 RCT-ACCOUNT-HASH
064500         END-IF.
064600
064700         ADD WS-RUN-RECORDS-READ TO RCT-RECORDS-READ.
064800         ADD WS-RUN-APPROVED-COUNT TO RCT-APPROVED-COUNT.
064900         ADD WS-RUN-AMOUNT-POSTED TO RCT-AMOUNT-POSTED.
065000         ADD WS-RUN-ACCOUNT-HASH TO RCT-ACCOUNT-HASH.
065100
065200         IF WS-RCT-ON-FILE
065300             REWRITE RUN-CONTROL-RECORD
065400         ELSE
065500             WRITE RUN-CONTROL-RECORD
065600         END-IF.
065700
065800         PERFORM 9150-WRITE-BRANCH-CONTROLS THRU 9150-EXIT.
065900 9100-EXIT.
066000         EXIT.
066100
066200************************************************************
066300* 9150-WRITE-BRANCH-CONTROLS - one LOANCObb record per
066400* branch this run posted to, added onto the date's record
066500* the same way the bank-wide record is.
066600************************************************************
066700 9150-WRITE-BRANCH-CONTROLS.
066800         PERFORM 9160-WRITE-ONE-BRANCH THRU 9160-EXIT
066900             VARYING WS-BR-SUB FROM 1 BY 1
067000             UNTIL WS-BR-SUB > 100.
067100 9150-EXIT.
067200         EXIT.
067300
067400 9160-WRITE-ONE-BRANCH.
067500         IF WS-BR-APPROVED(WS-BR-SUB) = 0
067600             AND WS-BR-AMOUNT(WS-BR-SUB) = 0
067700             AND WS-BR-HASH(WS-BR-SUB) = 0
067800             GO TO 9160-EXIT
067900         END-IF.
068000         COMPUTE WS-BR-DIGITS-TXT = WS-BR-SUB - 1.
068100         MOVE SPACES TO WS-BR-PROGRAM-ID.
068200         STRING "LOANCO" WS-BR-DIGITS-TXT
068300             DELIMITED BY SIZE INTO WS-BR-PROGRAM-ID.
068400         MOVE WS-RUN-DATE TO RCT-RUN-DATE.
068500         MOVE WS-BR-PROGRAM-ID TO RCT-PROGRAM-ID.
068600         READ RUN-CONTROL-FILE
068700             INVALID KEY
068800                 MOVE "N" TO WS-RCT-FOUND-SW
068900             NOT INVALID KEY
069000                 MOVE "Y" TO WS-RCT-FOUND-SW
069100         END-READ.
069200         IF NOT WS-RCT-ON-FILE
069300             MOVE WS-RUN-DATE TO RCT-RUN-DATE
069400             MOVE WS-BR-PROGRAM-ID TO RCT-PROGRAM-ID
069500             MOVE 0 TO RCT-RECORDS-READ
069600                 RCT-APPROVED-COUNT
069700                 RCT-REJECTED-COUNT
069800                 RCT-AMOUNT-POSTED
069900                 RCT-ACCOUNT-HASH
070000         END-IF.
070100         ADD WS-BR-APPROVED(WS-BR-SUB) TO RCT-APPROVED-COUNT.
070200         ADD WS-BR-AMOUNT(WS-BR-SUB) TO RCT-AMOUNT-POSTED.
070300         ADD WS-BR-HASH(WS-BR-SUB) TO RCT-ACCOUNT-HASH.
070400         IF WS-RCT-ON-FILE
070500             REWRITE RUN-CONTROL-RECORD
070600         ELSE
070700             WRITE RUN-CONTROL-RECORD
070800         END-IF.
070900 9160-EXIT.
071000         EXIT.
