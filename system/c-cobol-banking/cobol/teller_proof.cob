000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TELLER-PROOF.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* TELLER-PROOF
001000*
001100* Teller cash proof, run by branch operations once the
001200* drawers have been counted at close of business.  Each
001300* teller's cash for the business date is rebuilt from the
001400* dated TRANSACTION-LOG: every approved DEPOSIT is cash
001500* in, every approved WITHDRAW cash out, under the operator
001600* the engine stamped on the log record.  Batch operators
001700* (the clearing and scheduler feeds) handle no cash and
001800* are left out, as are the transfers, fees and interest
001900* that never pass through a drawer.
002000*
002100* At close each teller declares the drawer, one line per
002200* teller in runtime/teller_cash_CCYYMMDD.txt, pipe-
002300* delimited:
002400*
002500*   operator id | opening float | counted cash
002600*
002700* The drawer should hold the opening float plus the cash
002800* taken in less the cash paid out; the counted cash less
002900* that expected figure is the teller's over (positive) or
003000* short (negative).  A teller with activity and no
003100* declaration is reported NOT DECLARED; a declaration with
003200* no activity proves the float alone.  Tellers are
003300* reported under the branch OPERATOR-MASTER gives them,
003400* with totals per branch and for the bank.  The business
003500* date comes from SYSTEM-CONTROL; a proof of an earlier
003600* day names the date (CCYYMMDD) in
003700* runtime/teller_proof_request.txt.
003800*
003900* A reversal is not counted: it may undo a clearing
004000* entry as easily as a cash one, so cash handed back on a
004100* reversed deposit is the teller's to explain on the
004200* report.
004300*
004400* Mod history:
004500*   2026-10-15 JFM  Original job.
004600************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100         SELECT PROOF-REQUEST-FILE
005200             ASSIGN TO "runtime/teller_proof_request.txt"
005300             ORGANIZATION IS LINE SEQUENTIAL
005400             FILE STATUS IS WS-PRQ-STATUS.
005500
005600         SELECT TRANSACTION-LOG-FILE
005700             ASSIGN TO WS-LOG-FILENAME
005800             ORGANIZATION IS LINE SEQUENTIAL
005900             FILE STATUS IS WS-TLG-STATUS.
006000
006100         SELECT CASH-DECLARATION-FILE
006200             ASSIGN TO WS-DECLARE-FILENAME
006300             ORGANIZATION IS LINE SEQUENTIAL
006400             FILE STATUS IS WS-DCL-STATUS.
006500
006600         SELECT OPERATOR-MASTER-FILE
006700             ASSIGN TO "runtime/opermast.dat"
006800             ORGANIZATION IS INDEXED
006900             ACCESS MODE IS DYNAMIC
007000             RECORD KEY IS OPM-OPERATOR-ID
007100             FILE STATUS IS WS-OPM-STATUS.
007200
007300         SELECT SORT-FILE
007400             ASSIGN TO "runtime/tellerpf.srt".
007500
007600         SELECT PROOF-REPORT-FILE
007700             ASSIGN TO "runtime/teller_proof_report.txt"
007800             ORGANIZATION IS LINE SEQUENTIAL.
007900
008000         SELECT SYSTEM-CONTROL-FILE
008100             ASSIGN TO "runtime/sysctl.dat"
008200             ORGANIZATION IS INDEXED
008300             ACCESS MODE IS DYNAMIC
008400             RECORD KEY IS SCT-CONTROL-ID
008500             FILE STATUS IS WS-SCT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  PROOF-REQUEST-FILE.
009000 01  PROOF-REQUEST-RECORD         PIC X(80).
009100
009200 FD  TRANSACTION-LOG-FILE.
009300 01  TRANSACTION-LOG-RECORD-IN    PIC X(174).
009400
009500 FD  CASH-DECLARATION-FILE.
009600 01  CASH-DECLARATION-RECORD      PIC X(80).
009700
009800 FD  OPERATOR-MASTER-FILE.
009900     COPY "copybooks/opermast.cpy".
010000
010100 SD  SORT-FILE.
010200*
010300* One record per cash movement (T) or declaration (D),
010400* keyed by the teller's branch and operator id; the
010500* declaration sorts ahead of the teller's movements.  A
010600* teller with no branch on file sorts last under
010700* HIGH-VALUES.
010800 01  SORT-RECORD.
010900         05  SRT-BRANCH-ID        PIC X(02).
011000         05  SRT-OPERATOR-ID      PIC X(08).
011100         05  SRT-RECORD-TYPE      PIC X(01).
011200             88  SRT-DECLARATION      VALUE "D".
011300             88  SRT-MOVEMENT         VALUE "T".
011400         05  SRT-OPERATION        PIC X(10).
011500         05  SRT-AMOUNT           PIC S9(11)V99 COMP-3.
011600         05  SRT-FLOAT            PIC S9(11)V99 COMP-3.
011700
011800 FD  PROOF-REPORT-FILE.
011900 01  PROOF-REPORT-RECORD          PIC X(132).
012000
012100 FD  SYSTEM-CONTROL-FILE.
012200     COPY "copybooks/sysctl.cpy".
012300
012400 WORKING-STORAGE SECTION.
012500 77  WS-PRQ-STATUS                PIC X(02) VALUE "00".
012600 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
012700 77  WS-DCL-STATUS                PIC X(02) VALUE "00".
012800 77  WS-OPM-STATUS                PIC X(02) VALUE "00".
012900 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
013000
013100 01  WS-SWITCHES.
013200         05  WS-OPM-OPEN-SW       PIC X(01) VALUE "N".
013300             88  WS-OPM-OPEN          VALUE "Y".
013400         05  WS-OPM-FOUND-SW      PIC X(01) VALUE "N".
013500             88  WS-OPM-ON-FILE       VALUE "Y".
013600         05  WS-MORE-LOG-SW       PIC X(01) VALUE "Y".
013700             88  WS-MORE-LOG-RECORDS  VALUE "Y".
013800         05  WS-MORE-DECLARE-SW   PIC X(01) VALUE "Y".
013900             88  WS-MORE-DECLARATIONS VALUE "Y".
014000         05  WS-MORE-SORTED-SW    PIC X(01) VALUE "Y".
014100             88  WS-MORE-SORTED-RECS  VALUE "Y".
014200         05  WS-HAVE-TELLER-SW    PIC X(01) VALUE "N".
014300             88  WS-HAVE-TELLER       VALUE "Y".
014400         05  WS-HAVE-BRANCH-SW    PIC X(01) VALUE "N".
014500             88  WS-HAVE-BRANCH       VALUE "Y".
014600
014700 01  WS-RUN-TIMESTAMP.
014800         05  WS-RUN-DATE              PIC X(08).
014900         05  FILLER                   PIC X(13).
015000
015100 01  WS-LOG-FILENAME              PIC X(40).
015200 01  WS-DECLARE-FILENAME          PIC X(40).
015300 01  WS-REQUEST-LINE              PIC X(80).
015400 01  WS-REQUEST-DATE              PIC X(08).
015500
015600     COPY "copybooks/txnlog.cpy".
015700
015800*
015900* One declaration line, split on the pipes.
016000 01  WS-DECLARE-LINE              PIC X(80).
016100 01  WS-DECLARE-FIELDS.
016200         05  WS-DCL-OPERATOR-TXT      PIC X(20).
016300         05  WS-DCL-FLOAT-TXT         PIC X(30).
016400         05  WS-DCL-COUNTED-TXT       PIC X(30).
016500 01  WS-DCL-OPERATOR-ID           PIC X(08).
016600 01  WS-DCL-REASON                PIC X(40).
016700
016800*
016900* The teller being proved, accumulated off the sorted
017000* records until the operator id changes.
017100 01  WS-TELLER.
017200         05  WS-TLR-BRANCH-ID         PIC X(02).
017300         05  WS-TLR-OPERATOR-ID       PIC X(08).
017400         05  WS-TLR-DEPOSIT-COUNT     PIC 9(05) COMP.
017500         05  WS-TLR-DEPOSIT-TOTAL     PIC S9(11)V99 COMP-3.
017600         05  WS-TLR-WITHDRAW-COUNT    PIC 9(05) COMP.
017700         05  WS-TLR-WITHDRAW-TOTAL    PIC S9(11)V99 COMP-3.
017800         05  WS-TLR-FLOAT             PIC S9(11)V99 COMP-3.
017900         05  WS-TLR-COUNTED           PIC S9(11)V99 COMP-3.
018000         05  WS-TLR-EXPECTED          PIC S9(11)V99 COMP-3.
018100         05  WS-TLR-DIFFERENCE        PIC S9(11)V99 COMP-3.
018200         05  WS-TLR-DECLARE-COUNT     PIC 9(03) COMP.
018300 01  WS-PROOF-STATUS              PIC X(12).
018400
018500*
018600* Branch and bank totals - the same figures, summed.  The
018700* counted cash and the overs and shorts only count for
018800* tellers who declared.
018900 01  WS-BRANCH-TOTALS.
019000         05  WS-BR-TELLERS            PIC 9(05) COMP.
019100         05  WS-BR-BALANCED           PIC 9(05) COMP.
019200         05  WS-BR-OVER-COUNT         PIC 9(05) COMP.
019300         05  WS-BR-SHORT-COUNT        PIC 9(05) COMP.
019400         05  WS-BR-UNDECLARED         PIC 9(05) COMP.
019500         05  WS-BR-DEPOSITS           PIC S9(11)V99 COMP-3.
019600         05  WS-BR-WITHDRAWALS        PIC S9(11)V99 COMP-3.
019700         05  WS-BR-FLOAT              PIC S9(11)V99 COMP-3.
019800         05  WS-BR-EXPECTED           PIC S9(11)V99 COMP-3.
019900         05  WS-BR-COUNTED            PIC S9(11)V99 COMP-3.
020000         05  WS-BR-OVER-AMOUNT        PIC S9(11)V99 COMP-3.
020100         05  WS-BR-SHORT-AMOUNT       PIC S9(11)V99 COMP-3.
020200 01  WS-GRAND-TOTALS.
020300         05  WS-GT-TELLERS            PIC 9(05) COMP.
020400         05  WS-GT-BALANCED           PIC 9(05) COMP.
020500         05  WS-GT-OVER-COUNT         PIC 9(05) COMP.
020600         05  WS-GT-SHORT-COUNT        PIC 9(05) COMP.
020700         05  WS-GT-UNDECLARED         PIC 9(05) COMP.
020800         05  WS-GT-DEPOSITS           PIC S9(11)V99 COMP-3.
020900         05  WS-GT-WITHDRAWALS        PIC S9(11)V99 COMP-3.
021000         05  WS-GT-FLOAT              PIC S9(11)V99 COMP-3.
021100         05  WS-GT-EXPECTED           PIC S9(11)V99 COMP-3.
021200         05  WS-GT-COUNTED            PIC S9(11)V99 COMP-3.
021300         05  WS-GT-OVER-AMOUNT        PIC S9(11)V99 COMP-3.
021400         05  WS-GT-SHORT-AMOUNT       PIC S9(11)V99 COMP-3.
021500
021600 01  WS-MOVEMENT-COUNT            PIC 9(07) COMP VALUE 0.
021700 01  WS-DECLARATION-COUNT         PIC 9(07) COMP VALUE 0.
021800 01  WS-IGNORED-COUNT             PIC 9(07) COMP VALUE 0.
021900
022000*
022100* Report edit fields: one column each so a detail line is
022200* a single STRING.
022300 01  WS-ED-DEP-COUNT              PIC ZZZ9.
022400 01  WS-ED-WD-COUNT               PIC ZZZ9.
022500 01  WS-ED-DEPOSITS               PIC -Z(8)9.99.
022600 01  WS-ED-WITHDRAWALS            PIC -Z(8)9.99.
022700 01  WS-ED-FLOAT                  PIC -Z(8)9.99.
022800 01  WS-ED-EXPECTED               PIC -Z(8)9.99.
022900 01  WS-ED-AMOUNT                 PIC -Z(8)9.99.
023000 01  WS-COUNTED-TXT               PIC X(13).
023100 01  WS-DIFFERENCE-TXT            PIC X(13).
023200 01  WS-BRANCH-TXT                PIC X(02).
023300 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
023400 01  WS-REPORT-LINE               PIC X(132).
023500
023600 PROCEDURE DIVISION.
023700
023800************************************************************
023900* 0000-MAINLINE
024000************************************************************
024100 0000-MAINLINE.
024200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300         IF WS-OPM-OPEN
024400             SORT SORT-FILE
024500                 ON ASCENDING KEY SRT-BRANCH-ID
024600                     SRT-OPERATOR-ID
024700                     SRT-RECORD-TYPE
024800                 INPUT PROCEDURE IS 2000-RELEASE-RECORDS
024900                 OUTPUT PROCEDURE IS 3000-PROVE-TELLERS
025000         END-IF.
025100         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
025200         PERFORM 9000-TERMINATE THRU 9000-EXIT.
025300         STOP RUN.
025400
025500************************************************************
025600* 1000-INITIALIZE - without OPERATOR-MASTER there is no
025700* telling a teller from a feed, or which branch a drawer
025800* belongs to, so the report says so and proves nothing.
025900************************************************************
026000 1000-INITIALIZE.
026100         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
026200         INITIALIZE WS-GRAND-TOTALS.
026300         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
026400         PERFORM 1100-READ-PROOF-REQUEST THRU 1100-EXIT.
026500
026600         MOVE SPACES TO WS-LOG-FILENAME.
026700         STRING "runtime/txnlog_" WS-RUN-DATE ".txt"
026800             DELIMITED BY SIZE INTO WS-LOG-FILENAME.
026900         MOVE SPACES TO WS-DECLARE-FILENAME.
027000         STRING "runtime/teller_cash_" WS-RUN-DATE ".txt"
027100             DELIMITED BY SIZE INTO WS-DECLARE-FILENAME.
027200
027300         OPEN OUTPUT PROOF-REPORT-FILE.
027400         MOVE SPACES TO WS-REPORT-LINE.
027500         STRING "TELLER CASH PROOF - " WS-RUN-DATE
027600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
027700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
027800         MOVE SPACES TO WS-REPORT-LINE.
027900         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
028000
028100         OPEN INPUT OPERATOR-MASTER-FILE.
028200         IF WS-OPM-STATUS = "00"
028300             MOVE "Y" TO WS-OPM-OPEN-SW
028400         ELSE
028500             MOVE SPACES TO WS-REPORT-LINE
028600             STRING "NO OPERATOR MASTER ON THIS SITE YET - "
028700                 "NOTHING TO PROVE"
028800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
028900             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
029000         END-IF.
029100 1000-EXIT.
029200         EXIT.
029300
029400************************************************************
029500* 1050-READ-SYSTEM-CONTROL - the official business date,
029600* when the site has cut over to SYSTEM-CONTROL; the
029700* wall-clock date stays only as the fallback.
029800************************************************************
029900 1050-READ-SYSTEM-CONTROL.
030000         OPEN INPUT SYSTEM-CONTROL-FILE.
030100         IF WS-SCT-STATUS NOT = "00"
030200             GO TO 1050-EXIT
030300         END-IF.
030400         MOVE "SYSTEM" TO SCT-CONTROL-ID.
030500         READ SYSTEM-CONTROL-FILE
030600             INVALID KEY
030700                 CONTINUE
030800             NOT INVALID KEY
030900                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
031000         END-READ.
031100         CLOSE SYSTEM-CONTROL-FILE.
031200 1050-EXIT.
031300         EXIT.
031400
031500************************************************************
031600* 1100-READ-PROOF-REQUEST - an optional CCYYMMDD naming an
031700* earlier business date to prove; anything that is not
031800* eight digits is ignored and the business date stands.
031900************************************************************
032000 1100-READ-PROOF-REQUEST.
032100         OPEN INPUT PROOF-REQUEST-FILE.
032200         IF WS-PRQ-STATUS NOT = "00"
032300             GO TO 1100-EXIT
032400         END-IF.
032500         MOVE SPACES TO WS-REQUEST-LINE.
032600         READ PROOF-REQUEST-FILE INTO WS-REQUEST-LINE
032700             AT END
032800                 CONTINUE
032900         END-READ.
033000         CLOSE PROOF-REQUEST-FILE.
033100         MOVE FUNCTION TRIM(WS-REQUEST-LINE) TO WS-REQUEST-DATE.
033200         IF WS-REQUEST-DATE NUMERIC
033300             MOVE WS-REQUEST-DATE TO WS-RUN-DATE
033400         END-IF.
033500 1100-EXIT.
033600         EXIT.
033700
033800************************************************************
033900* 2000-RELEASE-RECORDS - the SORT input procedure: the
034000* day's cash movements off the log, then the drawer
034100* declarations.  A date with no log or no declarations
034200* yet still proves what there is.
034300************************************************************
034400 2000-RELEASE-RECORDS.
034500         OPEN INPUT TRANSACTION-LOG-FILE.
034600         IF WS-TLG-STATUS = "00"
034700             PERFORM 2100-RELEASE-MOVEMENT THRU 2100-EXIT
034800                 UNTIL NOT WS-MORE-LOG-RECORDS
034900             CLOSE TRANSACTION-LOG-FILE
035000         ELSE
035100             MOVE SPACES TO WS-REPORT-LINE
035200             STRING "NO TRANSACTION LOG FOR " WS-RUN-DATE
035300                 DELIMITED BY SIZE INTO WS-REPORT-LINE
035400             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
035500         END-IF.
035600
035700         OPEN INPUT CASH-DECLARATION-FILE.
035800         IF WS-DCL-STATUS = "00"
035900             PERFORM 2200-RELEASE-DECLARATION THRU 2200-EXIT
036000                 UNTIL NOT WS-MORE-DECLARATIONS
036100             CLOSE CASH-DECLARATION-FILE
036200         ELSE
036300             MOVE SPACES TO WS-REPORT-LINE
036400             STRING "NO CASH DECLARATIONS RECEIVED - "
036500                 WS-DECLARE-FILENAME
036600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
036700             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
036800         END-IF.
036900 2000-EXIT.
037000         EXIT.
037100
037200************************************************************
037300* 2100-RELEASE-MOVEMENT - an approved DEPOSIT or WITHDRAW
037400* keyed by anyone but a batch operator.  A record with no
037500* operator was logged before the operator was stamped and
037600* cannot be placed in a drawer.
037700************************************************************
037800 2100-RELEASE-MOVEMENT.
037900         READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD-IN
038000             AT END
038100                 MOVE "N" TO WS-MORE-LOG-SW
038200                 GO TO 2100-EXIT
038300         END-READ.
038400         MOVE TRANSACTION-LOG-RECORD-IN TO TRANSACTION-LOG-RECORD.
038500
038600         IF TLG-STATUS NOT = "APPROVED"
038700             GO TO 2100-EXIT
038800         END-IF.
038900         IF TLG-OPERATION NOT = "DEPOSIT"
039000             AND TLG-OPERATION NOT = "WITHDRAW"
039100             GO TO 2100-EXIT
039200         END-IF.
039300         IF TLG-OPERATOR-ID = SPACES
039400             GO TO 2100-EXIT
039500         END-IF.
039600
039700         MOVE TLG-OPERATOR-ID TO OPM-OPERATOR-ID.
039800         PERFORM 2300-READ-OPERATOR THRU 2300-EXIT.
039900         IF WS-OPM-ON-FILE AND OPM-BATCH
040000             GO TO 2100-EXIT
040100         END-IF.
040200
040300         MOVE SPACES TO SORT-RECORD.
040400         PERFORM 2400-SET-SORT-BRANCH THRU 2400-EXIT.
040500         MOVE TLG-OPERATOR-ID TO SRT-OPERATOR-ID.
040600         MOVE "T" TO SRT-RECORD-TYPE.
040700         MOVE TLG-OPERATION TO SRT-OPERATION.
040800         COMPUTE SRT-AMOUNT =
040900             FUNCTION NUMVAL(FUNCTION TRIM(TLG-AMOUNT)).
041000         MOVE 0 TO SRT-FLOAT.
041100         RELEASE SORT-RECORD.
041200         ADD 1 TO WS-MOVEMENT-COUNT.
041300 2100-EXIT.
041400         EXIT.
041500
041600************************************************************
041700* 2200-RELEASE-DECLARATION - one teller's drawer count.  A
041800* line with no operator or no count, or one naming a
041900* batch operator, is reported and ignored.
042000************************************************************
042100 2200-RELEASE-DECLARATION.
042200         READ CASH-DECLARATION-FILE INTO WS-DECLARE-LINE
042300             AT END
042400                 MOVE "N" TO WS-MORE-DECLARE-SW
042500                 GO TO 2200-EXIT
042600         END-READ.
042700         IF WS-DECLARE-LINE = SPACES
042800             GO TO 2200-EXIT
042900         END-IF.
043000
043100         MOVE SPACES TO WS-DECLARE-FIELDS.
043200         UNSTRING WS-DECLARE-LINE DELIMITED BY "|"
043300             INTO WS-DCL-OPERATOR-TXT
043400                  WS-DCL-FLOAT-TXT
043500                  WS-DCL-COUNTED-TXT
043600         END-UNSTRING.
043700         MOVE FUNCTION UPPER-CASE
043800             (FUNCTION TRIM(WS-DCL-OPERATOR-TXT))
043900             TO WS-DCL-OPERATOR-ID.
044000
044100         IF WS-DCL-OPERATOR-ID = SPACES
044200             MOVE "NO OPERATOR ID" TO WS-DCL-REASON
044300             PERFORM 2250-IGNORE-DECLARATION THRU 2250-EXIT
044400             GO TO 2200-EXIT
044500         END-IF.
044600         IF FUNCTION TRIM(WS-DCL-COUNTED-TXT) = SPACES
044700             MOVE "NO COUNTED CASH" TO WS-DCL-REASON
044800             PERFORM 2250-IGNORE-DECLARATION THRU 2250-EXIT
044900             GO TO 2200-EXIT
045000         END-IF.
045100
045200         MOVE WS-DCL-OPERATOR-ID TO OPM-OPERATOR-ID.
045300         PERFORM 2300-READ-OPERATOR THRU 2300-EXIT.
045400         IF WS-OPM-ON-FILE AND OPM-BATCH
045500             MOVE "BATCH OPERATOR HAS NO DRAWER" TO WS-DCL-REASON
045600             PERFORM 2250-IGNORE-DECLARATION THRU 2250-EXIT
045700             GO TO 2200-EXIT
045800         END-IF.
045900
046000         MOVE SPACES TO SORT-RECORD.
046100         PERFORM 2400-SET-SORT-BRANCH THRU 2400-EXIT.
046200         MOVE WS-DCL-OPERATOR-ID TO SRT-OPERATOR-ID.
046300         MOVE "D" TO SRT-RECORD-TYPE.
046400         MOVE "DECLARED" TO SRT-OPERATION.
046500         COMPUTE SRT-AMOUNT =
046600             FUNCTION NUMVAL(FUNCTION TRIM(WS-DCL-COUNTED-TXT)).
046700         MOVE 0 TO SRT-FLOAT.
046800         IF FUNCTION TRIM(WS-DCL-FLOAT-TXT) NOT = SPACES
046900             COMPUTE SRT-FLOAT =
047000                 FUNCTION NUMVAL(FUNCTION TRIM(WS-DCL-FLOAT-TXT))
047100         END-IF.
047200         RELEASE SORT-RECORD.
047300         ADD 1 TO WS-DECLARATION-COUNT.
047400 2200-EXIT.
047500         EXIT.
047600
047700 2250-IGNORE-DECLARATION.
047800         ADD 1 TO WS-IGNORED-COUNT.
047900         MOVE SPACES TO WS-REPORT-LINE.
048000         STRING "DECLARATION IGNORED - " WS-DCL-REASON
048100             " - " FUNCTION TRIM(WS-DECLARE-LINE)
048200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
048300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
048400 2250-EXIT.
048500         EXIT.
048600
048700************************************************************
048800* 2300-READ-OPERATOR - the operator keyed in
048900* OPM-OPERATOR-ID.
049000************************************************************
049100 2300-READ-OPERATOR.
049200         READ OPERATOR-MASTER-FILE
049300             INVALID KEY
049400                 MOVE "N" TO WS-OPM-FOUND-SW
049500             NOT INVALID KEY
049600                 MOVE "Y" TO WS-OPM-FOUND-SW
049700         END-READ.
049800 2300-EXIT.
049900         EXIT.
050000
050100************************************************************
050200* 2400-SET-SORT-BRANCH - the operator's own branch; one
050300* not on file, or on file with no branch, sorts last.
050400************************************************************
050500 2400-SET-SORT-BRANCH.
050600         IF WS-OPM-ON-FILE AND OPM-BRANCH-ID NOT = SPACES
050700             MOVE OPM-BRANCH-ID TO SRT-BRANCH-ID
050800         ELSE
050900             MOVE HIGH-VALUES TO SRT-BRANCH-ID
051000         END-IF.
051100 2400-EXIT.
051200         EXIT.
051300
051400************************************************************
051500* 3000-PROVE-TELLERS - the SORT output procedure; breaks
051600* on a change of operator to prove the drawer and on a
051700* change of branch to total it.
051800************************************************************
051900 3000-PROVE-TELLERS.
052000         PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
052100         PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
052200             UNTIL NOT WS-MORE-SORTED-RECS.
052300         IF WS-HAVE-TELLER
052400             PERFORM 4000-PROVE-DRAWER THRU 4000-EXIT
052500         END-IF.
052600         IF WS-HAVE-BRANCH
052700             PERFORM 5000-CLOSE-BRANCH THRU 5000-EXIT
052800         END-IF.
052900 3000-EXIT.
053000         EXIT.
053100
053200 3100-RETURN-RECORD.
053300         RETURN SORT-FILE
053400             AT END
053500                 MOVE "N" TO WS-MORE-SORTED-SW
053600         END-RETURN.
053700 3100-EXIT.
053800         EXIT.
053900
054000 3200-PROCESS-RECORD.
054100         IF WS-HAVE-TELLER
054200             AND (SRT-BRANCH-ID NOT = WS-TLR-BRANCH-ID
054300                 OR SRT-OPERATOR-ID NOT = WS-TLR-OPERATOR-ID)
054400             PERFORM 4000-PROVE-DRAWER THRU 4000-EXIT
054500         END-IF.
054600         IF WS-HAVE-BRANCH
054700             AND SRT-BRANCH-ID NOT = WS-TLR-BRANCH-ID
054800             PERFORM 5000-CLOSE-BRANCH THRU 5000-EXIT
054900         END-IF.
055000         IF NOT WS-HAVE-BRANCH
055100             PERFORM 3300-START-BRANCH THRU 3300-EXIT
055200         END-IF.
055300         IF NOT WS-HAVE-TELLER
055400             PERFORM 3400-START-TELLER THRU 3400-EXIT
055500         END-IF.
055600
055700         IF SRT-DECLARATION
055800             ADD 1 TO WS-TLR-DECLARE-COUNT
055900             MOVE SRT-FLOAT TO WS-TLR-FLOAT
056000             MOVE SRT-AMOUNT TO WS-TLR-COUNTED
056100         ELSE
056200             IF SRT-OPERATION = "DEPOSIT"
056300                 ADD 1 TO WS-TLR-DEPOSIT-COUNT
056400                 ADD SRT-AMOUNT TO WS-TLR-DEPOSIT-TOTAL
056500             ELSE
056600                 ADD 1 TO WS-TLR-WITHDRAW-COUNT
056700                 ADD SRT-AMOUNT TO WS-TLR-WITHDRAW-TOTAL
056800             END-IF
056900         END-IF.
057000         PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
057100 3200-EXIT.
057200         EXIT.
057300
057400************************************************************
057500* 3300-START-BRANCH - zeroes the branch totals and prints
057600* the branch heading and column captions.
057700************************************************************
057800 3300-START-BRANCH.
057900         MOVE "Y" TO WS-HAVE-BRANCH-SW.
058000         MOVE SRT-BRANCH-ID TO WS-TLR-BRANCH-ID.
058100         MOVE 0 TO WS-BR-TELLERS WS-BR-BALANCED WS-BR-OVER-COUNT
058200             WS-BR-SHORT-COUNT WS-BR-UNDECLARED.
058300         MOVE 0 TO WS-BR-DEPOSITS WS-BR-WITHDRAWALS WS-BR-FLOAT
058400             WS-BR-EXPECTED WS-BR-COUNTED WS-BR-OVER-AMOUNT
058500             WS-BR-SHORT-AMOUNT.
058600
058700         MOVE SPACES TO WS-REPORT-LINE.
058800         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
058900         MOVE SPACES TO WS-REPORT-LINE.
059000         IF SRT-BRANCH-ID = HIGH-VALUES
059100             STRING "OPERATORS WITH NO BRANCH ON OPERATOR MASTER"
059200                 DELIMITED BY SIZE INTO WS-REPORT-LINE
059300         ELSE
059400             STRING "BRANCH " SRT-BRANCH-ID
059500                 DELIMITED BY SIZE INTO WS-REPORT-LINE
059600         END-IF.
059700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
059800         MOVE SPACES TO WS-REPORT-LINE.
059900         STRING "OPERATOR   DEP       CASH IN   WD      CASH OUT "
060000             "        FLOAT      EXPECTED       COUNTED "
060100             "   OVER/SHORT  STATUS"
060200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
060300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
060400 3300-EXIT.
060500         EXIT.
060600
060700 3400-START-TELLER.
060800         MOVE "Y" TO WS-HAVE-TELLER-SW.
060900         MOVE SRT-OPERATOR-ID TO WS-TLR-OPERATOR-ID.
061000         MOVE 0 TO WS-TLR-DEPOSIT-COUNT WS-TLR-WITHDRAW-COUNT
061100             WS-TLR-DECLARE-COUNT.
061200         MOVE 0 TO WS-TLR-DEPOSIT-TOTAL WS-TLR-WITHDRAW-TOTAL
061300             WS-TLR-FLOAT WS-TLR-COUNTED WS-TLR-EXPECTED
061400             WS-TLR-DIFFERENCE.
061500 3400-EXIT.
061600         EXIT.
061700
061800************************************************************
061900* 4000-PROVE-DRAWER - expected cash is the opening float
062000* plus cash in less cash out; the counted cash less that
062100* is the over (positive) or short (negative).  A teller
062200* who declared twice is proved on the last line keyed.
062300************************************************************
062400 4000-PROVE-DRAWER.
062500         MOVE "N" TO WS-HAVE-TELLER-SW.
062600         COMPUTE WS-TLR-EXPECTED = WS-TLR-FLOAT
062700             + WS-TLR-DEPOSIT-TOTAL - WS-TLR-WITHDRAW-TOTAL.
062800
062900         ADD 1 TO WS-BR-TELLERS.
063000         ADD WS-TLR-DEPOSIT-TOTAL TO WS-BR-DEPOSITS.
063100         ADD WS-TLR-WITHDRAW-TOTAL TO WS-BR-WITHDRAWALS.
063200         ADD WS-TLR-FLOAT TO WS-BR-FLOAT.
063300         ADD WS-TLR-EXPECTED TO WS-BR-EXPECTED.
063400
063500         MOVE SPACES TO WS-COUNTED-TXT WS-DIFFERENCE-TXT.
063600         IF WS-TLR-DECLARE-COUNT = 0
063700             MOVE "NOT DECLARED" TO WS-PROOF-STATUS
063800             ADD 1 TO WS-BR-UNDECLARED
063900             PERFORM 4100-PRINT-DRAWER THRU 4100-EXIT
063950             GO TO 4000-EXIT
064000         END-IF.
064100
064200         COMPUTE WS-TLR-DIFFERENCE =
064300             WS-TLR-COUNTED - WS-TLR-EXPECTED.
064400         ADD WS-TLR-COUNTED TO WS-BR-COUNTED.
064500         MOVE WS-TLR-COUNTED TO WS-ED-AMOUNT.
064600         MOVE WS-ED-AMOUNT TO WS-COUNTED-TXT.
064700         MOVE WS-TLR-DIFFERENCE TO WS-ED-AMOUNT.
064800         MOVE WS-ED-AMOUNT TO WS-DIFFERENCE-TXT.
064900         EVALUATE TRUE
065000             WHEN WS-TLR-DIFFERENCE > 0
065100                 MOVE "OVER" TO WS-PROOF-STATUS
065200                 ADD 1 TO WS-BR-OVER-COUNT
065300                 ADD WS-TLR-DIFFERENCE TO WS-BR-OVER-AMOUNT
065400             WHEN WS-TLR-DIFFERENCE < 0
065500                 MOVE "SHORT" TO WS-PROOF-STATUS
065600                 ADD 1 TO WS-BR-SHORT-COUNT
065700                 ADD WS-TLR-DIFFERENCE TO WS-BR-SHORT-AMOUNT
065800             WHEN OTHER
065900                 MOVE "BALANCED" TO WS-PROOF-STATUS
066000                 ADD 1 TO WS-BR-BALANCED
066100         END-EVALUATE.
066200         PERFORM 4100-PRINT-DRAWER THRU 4100-EXIT.
066210 4000-EXIT.
066220         EXIT.
066230
066240************************************************************
066250* 4100-PRINT-DRAWER - the teller's proof line, and a note
066260* under it when the drawer was declared more than once.
066270************************************************************
066300 4100-PRINT-DRAWER.
066400         MOVE WS-TLR-DEPOSIT-COUNT TO WS-ED-DEP-COUNT.
066500         MOVE WS-TLR-DEPOSIT-TOTAL TO WS-ED-DEPOSITS.
066600         MOVE WS-TLR-WITHDRAW-COUNT TO WS-ED-WD-COUNT.
066700         MOVE WS-TLR-WITHDRAW-TOTAL TO WS-ED-WITHDRAWALS.
066800         MOVE WS-TLR-FLOAT TO WS-ED-FLOAT.
066900         MOVE WS-TLR-EXPECTED TO WS-ED-EXPECTED.
067000         MOVE SPACES TO WS-REPORT-LINE.
067100         STRING WS-TLR-OPERATOR-ID "  "
067200             WS-ED-DEP-COUNT " " WS-ED-DEPOSITS " "
067300             WS-ED-WD-COUNT " " WS-ED-WITHDRAWALS " "
067400             WS-ED-FLOAT " " WS-ED-EXPECTED " "
067500             WS-COUNTED-TXT " " WS-DIFFERENCE-TXT "  "
067600             WS-PROOF-STATUS
067700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
067800         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
067900
068000         IF WS-TLR-DECLARE-COUNT > 1
068100             MOVE SPACES TO WS-REPORT-LINE
068200             STRING "          DECLARED MORE THAN ONCE - "
068300                 "THE LAST LINE KEYED WAS PROVED"
068400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
068500             WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
068600         END-IF.
068700 4100-EXIT.
068800         EXIT.
068900
069000************************************************************
069100* 5000-CLOSE-BRANCH - the branch's totals line and its
069200* overs and shorts, rolled into the bank totals.
069300************************************************************
069400 5000-CLOSE-BRANCH.
069500         MOVE "N" TO WS-HAVE-BRANCH-SW.
069600         ADD WS-BR-TELLERS TO WS-GT-TELLERS.
069700         ADD WS-BR-BALANCED TO WS-GT-BALANCED.
069800         ADD WS-BR-OVER-COUNT TO WS-GT-OVER-COUNT.
069900         ADD WS-BR-SHORT-COUNT TO WS-GT-SHORT-COUNT.
070000         ADD WS-BR-UNDECLARED TO WS-GT-UNDECLARED.
070100         ADD WS-BR-DEPOSITS TO WS-GT-DEPOSITS.
070200         ADD WS-BR-WITHDRAWALS TO WS-GT-WITHDRAWALS.
070300         ADD WS-BR-FLOAT TO WS-GT-FLOAT.
070400         ADD WS-BR-EXPECTED TO WS-GT-EXPECTED.
070500         ADD WS-BR-COUNTED TO WS-GT-COUNTED.
070600         ADD WS-BR-OVER-AMOUNT TO WS-GT-OVER-AMOUNT.
070700         ADD WS-BR-SHORT-AMOUNT TO WS-GT-SHORT-AMOUNT.
070800
070900         IF WS-TLR-BRANCH-ID = HIGH-VALUES
071000             MOVE "--" TO WS-BRANCH-TXT
071100         ELSE
071200             MOVE WS-TLR-BRANCH-ID TO WS-BRANCH-TXT
071300         END-IF.
071400         MOVE WS-BR-DEPOSITS TO WS-ED-DEPOSITS.
071500         MOVE WS-BR-WITHDRAWALS TO WS-ED-WITHDRAWALS.
071600         MOVE WS-BR-FLOAT TO WS-ED-FLOAT.
071700         MOVE WS-BR-EXPECTED TO WS-ED-EXPECTED.
071800         MOVE WS-BR-COUNTED TO WS-ED-AMOUNT.
071900         MOVE SPACES TO WS-REPORT-LINE.
072000         STRING "BRANCH " WS-BRANCH-TXT "       "
072100             WS-ED-DEPOSITS "      "
072200             WS-ED-WITHDRAWALS " "
072300             WS-ED-FLOAT " " WS-ED-EXPECTED " "
072400             WS-ED-AMOUNT
072500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
072600         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
072700
072800         MOVE WS-BR-TELLERS TO WS-COUNT-TXT.
072900         MOVE SPACES TO WS-REPORT-LINE.
073000         STRING "  TELLERS " WS-COUNT-TXT
073100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
073200         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
073300         MOVE WS-BR-BALANCED TO WS-COUNT-TXT.
073400         MOVE SPACES TO WS-REPORT-LINE.
073500         STRING "  BALANCED" WS-COUNT-TXT
073600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
073700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
073800         MOVE WS-BR-OVER-COUNT TO WS-COUNT-TXT.
073900         MOVE WS-BR-OVER-AMOUNT TO WS-ED-AMOUNT.
074000         MOVE SPACES TO WS-REPORT-LINE.
074100         STRING "  OVER    " WS-COUNT-TXT "  " WS-ED-AMOUNT
074200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
074300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
074400         MOVE WS-BR-SHORT-COUNT TO WS-COUNT-TXT.
074500         MOVE WS-BR-SHORT-AMOUNT TO WS-ED-AMOUNT.
074600         MOVE SPACES TO WS-REPORT-LINE.
074700         STRING "  SHORT   " WS-COUNT-TXT "  " WS-ED-AMOUNT
074800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
074900         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
075000         MOVE WS-BR-UNDECLARED TO WS-COUNT-TXT.
075100         MOVE SPACES TO WS-REPORT-LINE.
075200         STRING "  NOT DECLARED " WS-COUNT-TXT
075300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
075400         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
075500 5000-EXIT.
075600         EXIT.
075700
075800************************************************************
075900* 8000-WRITE-TRAILER - the bank-wide proof.
076000************************************************************
076100 8000-WRITE-TRAILER.
076200         MOVE SPACES TO WS-REPORT-LINE.
076300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
076400         MOVE SPACES TO WS-REPORT-LINE.
076500         STRING "ALL BRANCHES" DELIMITED BY SIZE
076600             INTO WS-REPORT-LINE.
076700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
076800
076900         MOVE WS-GT-DEPOSITS TO WS-ED-AMOUNT.
077000         MOVE SPACES TO WS-REPORT-LINE.
077100         STRING "  CASH IN          " WS-ED-AMOUNT
077200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
077300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
077400         MOVE WS-GT-WITHDRAWALS TO WS-ED-AMOUNT.
077500         MOVE SPACES TO WS-REPORT-LINE.
077600         STRING "  CASH OUT         " WS-ED-AMOUNT
077700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
077800         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
077900         MOVE WS-GT-FLOAT TO WS-ED-AMOUNT.
078000         MOVE SPACES TO WS-REPORT-LINE.
078100         STRING "  OPENING FLOAT    " WS-ED-AMOUNT
078200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
078300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
078400         MOVE WS-GT-EXPECTED TO WS-ED-AMOUNT.
078500         MOVE SPACES TO WS-REPORT-LINE.
078600         STRING "  EXPECTED CASH    " WS-ED-AMOUNT
078700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
078800         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
078900         MOVE WS-GT-COUNTED TO WS-ED-AMOUNT.
079000         MOVE SPACES TO WS-REPORT-LINE.
079100         STRING "  COUNTED CASH     " WS-ED-AMOUNT
079200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
079300         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
079400         MOVE WS-GT-OVER-AMOUNT TO WS-ED-AMOUNT.
079500         MOVE WS-GT-OVER-COUNT TO WS-COUNT-TXT.
079600         MOVE SPACES TO WS-REPORT-LINE.
079700         STRING "  OVERS            " WS-ED-AMOUNT
079800             "  TELLERS " WS-COUNT-TXT
079900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
080000         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
080100         MOVE WS-GT-SHORT-AMOUNT TO WS-ED-AMOUNT.
080200         MOVE WS-GT-SHORT-COUNT TO WS-COUNT-TXT.
080300         MOVE SPACES TO WS-REPORT-LINE.
080400         STRING "  SHORTS           " WS-ED-AMOUNT
080500             "  TELLERS " WS-COUNT-TXT
080600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
080700         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
080800
080900         MOVE SPACES TO WS-REPORT-LINE.
081000         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
081100         MOVE WS-GT-TELLERS TO WS-COUNT-TXT.
081200         MOVE SPACES TO WS-REPORT-LINE.
081300         STRING "TELLERS PROVED     " WS-COUNT-TXT
081400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
081500         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
081600         MOVE WS-GT-BALANCED TO WS-COUNT-TXT.
081700         MOVE SPACES TO WS-REPORT-LINE.
081800         STRING "BALANCED           " WS-COUNT-TXT
081900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
082000         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
082100         MOVE WS-GT-UNDECLARED TO WS-COUNT-TXT.
082200         MOVE SPACES TO WS-REPORT-LINE.
082300         STRING "NOT DECLARED       " WS-COUNT-TXT
082400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
082500         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
082600         MOVE WS-MOVEMENT-COUNT TO WS-COUNT-TXT.
082700         MOVE SPACES TO WS-REPORT-LINE.
082800         STRING "CASH MOVEMENTS     " WS-COUNT-TXT
082900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
083000         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
083100         MOVE WS-DECLARATION-COUNT TO WS-COUNT-TXT.
083200         MOVE SPACES TO WS-REPORT-LINE.
083300         STRING "DECLARATIONS TAKEN " WS-COUNT-TXT
083400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
083500         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
083600         MOVE WS-IGNORED-COUNT TO WS-COUNT-TXT.
083700         MOVE SPACES TO WS-REPORT-LINE.
083800         STRING "DECLARATIONS IGNORED" WS-COUNT-TXT
083900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
084000         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
084100 8000-EXIT.
084200         EXIT.
084300
084400************************************************************
084500* 9000-TERMINATE
084600************************************************************
084700 9000-TERMINATE.
084800         IF WS-OPM-OPEN
084900             CLOSE OPERATOR-MASTER-FILE
085000         END-IF.
085100         CLOSE PROOF-REPORT-FILE.
085200 9000-EXIT.
085300         EXIT.
