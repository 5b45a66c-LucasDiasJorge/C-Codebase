001900*   5010  INTEREST EXPENSE ON DEPOSITS   (expense)
001910*   1020  DUE FROM OTHER BRANCHES        (asset)
001920*   2080  DUE TO OTHER BRANCHES          (liability)
001930*   1030  INSTALLMENT LOANS RECEIVABLE   (asset)
001940*   4020  LOAN INTEREST INCOME           (income)
002000*
002100*   DEPOSIT    DR 1010 cash         CR 2010 liability
002200*   WITHDRAW   DR 2010 liability    CR 1010 cash
002640*   TD-CLOSE   DR 2020 term liab    CR 2010 liability
002650*   TD-REDEEM  DR 2020 term liab    CR 2010 liability
002660*   TD-ROLL    stays in 2020 - no entry
002664*   REV-DEP    DR 2010 liability    CR 1010 cash
002668*   REV-WD     DR 1010 cash         CR 2010 liability
002672*   REV-XFER   CR 2010 liability    (source leg of a
002676*              reversed transfer; across branches also
002680*              DR 2080)
002684*   REV-XFRIN  DR 2010 liability    (destination leg;
002688*              across branches also CR 1020)
002692*   REV-FEE    DR 4010 income       CR 2010 liability
002694*   LOAN-DISB  DR 1030 loans        CR 2010 liability
002696*   LOAN-INT   DR 2010 liability    CR 4020 income
002698*   LOAN-PRIN  DR 2010 liability    CR 1030 loans
002699*   ODP-XFER   as TRANSFER  (backup leg of an overdraft-
002700*              protection sweep)
002701*   ODP-XFRIN  as XFER-IN   (protected account's leg)
002702*   ODP-FEE    DR 2010 liability    CR 4010 income
002703*
002800* Lifecycle and maintenance records (OPEN-ACCT, CLOSE-ACCT,
002900* SET_LIMITS, SET_ORDER, CANCEL-ORD, HOLD, RELEASE) move no
003000* money and post nothing.  The day's totals are written to
003300* rewrites, never doubles - and a trial balance proving
003400* total debits equal total credits is printed for the
003500* auditors.
003510* Every posting also lands under the record's branch; the
003520* day's branch totals go to GL-BRANCH-SUMMARY, where
003530* GL-MONTHEND proves each branch's ledger against its
003540* accounts.
003600*
003700* Mod history:
003800*   2026-08-21 JFM  Original job.
003922*                   different branches books the
003923*                   1020/2080 due-from/due-to pair so each
003924*                   branch balances alone.
003925*   2026-10-15 JFM  The engine's new REVERSE postings book
003926*                   the mirror image of what they undo:
003927*                   REV-DEP, REV-WD, the REV-XFER/REV-XFRIN
003928*                   pair (with the interbranch pair turned
003929*                   round) and the REV-FEE refund out of
003930*                   4010.
003931*   2026-10-15 JFM  Added 1030 INSTALLMENT LOANS RECEIVABLE
003932*                   and 4020 LOAN INTEREST INCOME for the
003933*                   installment-loan product: LOAN-DISB
003934*                   books the new asset against the demand
003935*                   credit, and each collected installment
003936*                   splits into LOAN-INT income and the
003937*                   LOAN-PRIN relief of the asset.
003938*   2026-10-15 JFM  Overdraft-protection sweeps: the
003939*                   ODP-XFER/ODP-XFRIN pair books like a
003940*                   TRANSFER and its XFER-IN, interbranch
003941*                   pair included, and the ODP-FEE
003942*                   protection fee to 4010 like SVC-FEE.
003943*   2026-10-15 JFM  The day's per-branch totals are now
003944*                   written to the new GL-BRANCH-SUMMARY file
003945*                   as well as printed, so the month-end
003946*                   subledger proof can work branch by
003947*                   branch.
003948************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
005200             ACCESS MODE IS DYNAMIC
005300             RECORD KEY IS GLS-SUMMARY-KEY
005400             FILE STATUS IS WS-GLS-STATUS.
005410         SELECT GL-BRANCH-SUMMARY-FILE
005420             ASSIGN TO "runtime/glbrsumm.dat"
005430             ORGANIZATION IS INDEXED
005440             ACCESS MODE IS DYNAMIC
005450             RECORD KEY IS GBS-SUMMARY-KEY
005460             FILE STATUS IS WS-GBS-STATUS.
005500
005600         SELECT TRIAL-BALANCE-FILE
005700             ASSIGN TO "runtime/trial_balance.txt"
006400
006500 FD  GL-SUMMARY-FILE.
006600     COPY "copybooks/glsumm.cpy".
006610 FD  GL-BRANCH-SUMMARY-FILE.
006620     COPY "copybooks/glbrsumm.cpy".
006700
006800 FD  TRIAL-BALANCE-FILE.
006900 01  TRIAL-BALANCE-RECORD         PIC X(132).
007200 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
007300 77  WS-GLS-STATUS                PIC X(02) VALUE "00".
007301 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
007311 77  WS-GBS-STATUS                PIC X(02) VALUE "00".
007400
007500*
007600* Chart subscripts - the table below is loaded in this
008110 77  WS-TDL-SUB                   PIC 9(01) COMP VALUE 5.
008120 77  WS-DUEFR-SUB                 PIC 9(01) COMP VALUE 6.
008130 77  WS-DUETO-SUB                 PIC 9(01) COMP VALUE 7.
008140 77  WS-LOAN-SUB                  PIC 9(01) COMP VALUE 8.
008150 77  WS-LNINC-SUB                 PIC 9(01) COMP VALUE 9.
008200
008300 01  WS-SWITCHES.
008400         05  WS-LOG-OPEN-SW       PIC X(01) VALUE "N".
009900 01  WS-TLG-AMOUNT-NUM            PIC S9(9)V99 VALUE 0.
010000
010100 01  WS-CHART-TABLE.
010200         05  WS-CHART-ENTRY OCCURS 9 TIMES.
010300             10  WS-GL-ACCOUNT    PIC X(04).
010400             10  WS-GL-TITLE      PIC X(30).
010500             10  WS-GL-DEBITS     PIC S9(11)V99 VALUE 0.
010750* the trial balance can prove every branch alone.
010760 01  WS-BRANCH-CHART-TABLE.
010770         05  WS-BRC-BRANCH OCCURS 100 TIMES.
010780             10  WS-BRC-ENTRY OCCURS 9 TIMES.
010790                 15  WS-BRC-DEBITS    PIC S9(11)V99 VALUE 0.
010791                 15  WS-BRC-CREDITS   PIC S9(11)V99 VALUE 0.
010792
010800 01  WS-CHART-SUB                 PIC 9(02) COMP.
010900 01  WS-DR-SUB                    PIC 9(01) COMP.
011000 01  WS-CR-SUB                    PIC 9(01) COMP.
011010 01  WS-GLB-SUB                   PIC 9(03) COMP VALUE 0.
015700             CLOSE GL-SUMMARY-FILE
015800             OPEN I-O GL-SUMMARY-FILE
015900         END-IF.
015910         OPEN I-O GL-BRANCH-SUMMARY-FILE.
015920         IF WS-GBS-STATUS = "35"
015930             OPEN OUTPUT GL-BRANCH-SUMMARY-FILE
015940             CLOSE GL-BRANCH-SUMMARY-FILE
015950             OPEN I-O GL-BRANCH-SUMMARY-FILE
015960         END-IF.
016000
016100         OPEN OUTPUT TRIAL-BALANCE-FILE.
016200 1000-EXIT.
018170         MOVE "2080" TO WS-GL-ACCOUNT(WS-DUETO-SUB).
018180         MOVE "DUE TO OTHER BRANCHES"
018190             TO WS-GL-TITLE(WS-DUETO-SUB).
018191         MOVE "1030" TO WS-GL-ACCOUNT(WS-LOAN-SUB).
018192         MOVE "INSTALLMENT LOANS RECEIVABLE"
018193             TO WS-GL-TITLE(WS-LOAN-SUB).
018194         MOVE "4020" TO WS-GL-ACCOUNT(WS-LNINC-SUB).
018195         MOVE "LOAN INTEREST INCOME"
018196             TO WS-GL-TITLE(WS-LNINC-SUB).
018200 1100-EXIT.
018300         EXIT.
018400
022000                 MOVE WS-CASH-SUB TO WS-CR-SUB
022100                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
022200             WHEN "TRANSFER"
022209             WHEN "ODP-XFER"
022210                 IF WS-GLB-SUB > 0 AND WS-GLB-DEST-SUB > 0
022220                     AND WS-GLB-DEST-SUB NOT = WS-GLB-SUB
022230                     MOVE WS-LIAB-SUB TO WS-DR-SUB
022280                     PERFORM 2300-ADD-DEBIT THRU 2300-EXIT
022290                 END-IF
022500             WHEN "XFER-IN"
022509             WHEN "ODP-XFRIN"
022510                 IF WS-GLB-SUB > 0 AND WS-GLB-DEST-SUB > 0
022520                     AND WS-GLB-DEST-SUB NOT = WS-GLB-SUB
022530                     MOVE WS-DUEFR-SUB TO WS-DR-SUB
023400                 MOVE WS-FEE-SUB TO WS-CR-SUB
023500                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023510             WHEN "SVC-FEE"
023519             WHEN "ODP-FEE"
023520                 MOVE WS-LIAB-SUB TO WS-DR-SUB
023530                 MOVE WS-FEE-SUB TO WS-CR-SUB
023540                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023567                 MOVE WS-TDL-SUB TO WS-DR-SUB
023568                 MOVE WS-LIAB-SUB TO WS-CR-SUB
023569                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023570             WHEN "REV-DEP"
023571                 MOVE WS-LIAB-SUB TO WS-DR-SUB
023572                 MOVE WS-CASH-SUB TO WS-CR-SUB
023573                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023574             WHEN "REV-WD"
023575                 MOVE WS-CASH-SUB TO WS-DR-SUB
023576                 MOVE WS-LIAB-SUB TO WS-CR-SUB
023577                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023578             WHEN "REV-XFER"
023579                 IF WS-GLB-SUB > 0 AND WS-GLB-DEST-SUB > 0
023580                     AND WS-GLB-DEST-SUB NOT = WS-GLB-SUB
023581                     MOVE WS-DUETO-SUB TO WS-DR-SUB
023582                     MOVE WS-LIAB-SUB TO WS-CR-SUB
023583                     PERFORM 2200-POST-PAIR THRU 2200-EXIT
023584                 ELSE
023585                     MOVE WS-LIAB-SUB TO WS-CR-SUB
023586                     PERFORM 2310-ADD-CREDIT THRU 2310-EXIT
023587                 END-IF
023588             WHEN "REV-XFRIN"
023589                 IF WS-GLB-SUB > 0 AND WS-GLB-DEST-SUB > 0
023590                     AND WS-GLB-DEST-SUB NOT = WS-GLB-SUB
023591                     MOVE WS-LIAB-SUB TO WS-DR-SUB
023592                     MOVE WS-DUEFR-SUB TO WS-CR-SUB
023593                     PERFORM 2200-POST-PAIR THRU 2200-EXIT
023594                 ELSE
023595                     MOVE WS-LIAB-SUB TO WS-DR-SUB
023596                     PERFORM 2300-ADD-DEBIT THRU 2300-EXIT
023597                 END-IF
023598             WHEN "REV-FEE"
023599                 MOVE WS-FEE-SUB TO WS-DR-SUB
023600                 MOVE WS-LIAB-SUB TO WS-CR-SUB
023601                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023602             WHEN "LOAN-DISB"
023603                 MOVE WS-LOAN-SUB TO WS-DR-SUB
023604                 MOVE WS-LIAB-SUB TO WS-CR-SUB
023605                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023606             WHEN "LOAN-INT"
023607                 MOVE WS-LIAB-SUB TO WS-DR-SUB
023608                 MOVE WS-LNINC-SUB TO WS-CR-SUB
023609                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023610             WHEN "LOAN-PRIN"
023611                 MOVE WS-LIAB-SUB TO WS-DR-SUB
023612                 MOVE WS-LOAN-SUB TO WS-CR-SUB
023613                 PERFORM 2200-POST-PAIR THRU 2200-EXIT
023614         END-EVALUATE.
023700 2100-EXIT.
023800         EXIT.
023900
025300 3000-WRITE-SUMMARY.
025400         PERFORM 3100-WRITE-ONE-ACCOUNT THRU 3100-EXIT
025500             VARYING WS-CHART-SUB FROM 1 BY 1
025600             UNTIL WS-CHART-SUB > 9.
025610         PERFORM 3200-WRITE-ONE-BRANCH THRU 3200-EXIT
025620             VARYING WS-GLB-SUB FROM 1 BY 1
025630             UNTIL WS-GLB-SUB > 100.
025700 3000-EXIT.
025800         EXIT.
025900
026900         END-WRITE.
027000 3100-EXIT.
027100         EXIT.
027103************************************************************
027106* 3200-WRITE-ONE-BRANCH - the branch's mirror of the chart
027109* to GL-BRANCH-SUMMARY, one record per account the branch
027112* moved; rewritten on a rerun the same way as GL-SUMMARY.
027115************************************************************
027118 3200-WRITE-ONE-BRANCH.
027121         COMPUTE WS-GLB-DIGITS-TXT = WS-GLB-SUB - 1.
027124         PERFORM 3210-WRITE-BRANCH-ACCOUNT THRU 3210-EXIT
027127             VARYING WS-CHART-SUB FROM 1 BY 1
027130             UNTIL WS-CHART-SUB > 9.
027133 3200-EXIT.
027136         EXIT.
027139
027142 3210-WRITE-BRANCH-ACCOUNT.
027145         IF WS-BRC-DEBITS(WS-GLB-SUB, WS-CHART-SUB) = 0
027148             AND WS-BRC-CREDITS(WS-GLB-SUB, WS-CHART-SUB) = 0
027151             GO TO 3210-EXIT
027154         END-IF.
027157         MOVE WS-RUN-DATE TO GBS-BUSINESS-DATE.
027160         MOVE WS-GLB-DIGITS-TXT TO GBS-BRANCH-ID.
027163         MOVE WS-GL-ACCOUNT(WS-CHART-SUB) TO GBS-GL-ACCOUNT.
027166         MOVE WS-BRC-DEBITS(WS-GLB-SUB, WS-CHART-SUB)
027169             TO GBS-DEBIT-TOTAL.
027172         MOVE WS-BRC-CREDITS(WS-GLB-SUB, WS-CHART-SUB)
027175             TO GBS-CREDIT-TOTAL.
027178         WRITE GL-BRANCH-SUMMARY-RECORD
027181             INVALID KEY
027184                 REWRITE GL-BRANCH-SUMMARY-RECORD
027187         END-WRITE.
027190 3210-EXIT.
027193         EXIT.
027200
027300************************************************************
027400* 4000-PRINT-TRIAL-BALANCE - one line per chart account,
029100
029200         PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
029300             VARYING WS-CHART-SUB FROM 1 BY 1
029400             UNTIL WS-CHART-SUB > 9.
029500
029600         MOVE SPACES TO WS-REPORT-LINE.
029700         WRITE TRIAL-BALANCE-RECORD FROM WS-REPORT-LINE.
031870         MOVE 0 TO WS-BR-TOTAL-CREDITS.
031871         PERFORM 4520-SUM-ONE-ACCOUNT THRU 4520-EXIT
031872             VARYING WS-CHART-SUB FROM 1 BY 1
031873             UNTIL WS-CHART-SUB > 9.
031874         IF WS-BR-TOTAL-DEBITS = 0
031875             AND WS-BR-TOTAL-CREDITS = 0
031876             GO TO 4510-EXIT
031886
031887         PERFORM 4530-PRINT-BRANCH-ACCOUNT THRU 4530-EXIT
031888             VARYING WS-CHART-SUB FROM 1 BY 1
031889             UNTIL WS-CHART-SUB > 9.
031890
031891         MOVE WS-BR-TOTAL-DEBITS TO WS-AMOUNT-TXT.
031892         MOVE WS-BR-TOTAL-CREDITS TO WS-AMOUNT-TXT-2.
033400* 9000-TERMINATE
033500************************************************************
033600 9000-TERMINATE.
033610         CLOSE GL-SUMMARY-FILE GL-BRANCH-SUMMARY-FILE
033620             TRIAL-BALANCE-FILE.
033800 9000-EXIT.
033900         EXIT.
