002050*                   file; only the dates still on dated
002060*                   flat files are walked one day at a
002070*                   time as before.
002074*   2026-10-15 JFM  A REVERSE posting prints with the
002078*                   message naming the original it undoes,
002082*                   and an original that has since been
002086*                   reversed prints the date and sequence
002090*                   of its reversal, read off the
002094*                   REVERSAL-CONTROL file, so the pair
002098*                   reads as one linked entry.
002099*   2026-10-15 JFM  The ODP-XFER/ODP-XFRIN pair and ODP-FEE
002100*                   of an overdraft-protection sweep print
002101*                   with their message, which names the
002102*                   other account of the sweep.
002103************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003760             RECORD KEY IS THS-HISTORY-KEY
003770             FILE STATUS IS WS-THS-STATUS.
003800
003810         SELECT REVERSAL-CONTROL-FILE
003820             ASSIGN TO "runtime/revctl.dat"
003830             ORGANIZATION IS INDEXED
003840             ACCESS MODE IS DYNAMIC
003850             RECORD KEY IS RVC-ORIG-KEY
003860             FILE STATUS IS WS-RVC-STATUS.
003870
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  STMT-REQUEST-FILE.
004820 FD  TRANSACTION-HISTORY-FILE.
004830     COPY "copybooks/txnhist.cpy".
004900
004910 FD  REVERSAL-CONTROL-FILE.
004920     COPY "copybooks/revctl.cpy".
004930
005000 WORKING-STORAGE SECTION.
005100 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
005110 77  WS-THS-STATUS                PIC X(02) VALUE "00".
005120 77  WS-RVC-STATUS                PIC X(02) VALUE "00".
005200
005300 01  WS-SWITCHES.
005400         05  WS-HAVE-REQUEST-SW   PIC X(01) VALUE "N".
006120             88  WS-HIST-OPEN         VALUE "Y".
006130         05  WS-HIST-SCAN-DONE-SW PIC X(01) VALUE "N".
006140             88  WS-HIST-SCAN-DONE    VALUE "Y".
006150         05  WS-RVC-OPEN-SW       PIC X(01) VALUE "N".
006160             88  WS-RVC-OPEN          VALUE "Y".
006200
006300 01  WS-STMT-REQUEST-LINE        PIC X(60).
006400 01  WS-STMT-ACCOUNT-ID          PIC X(10).
009300 01  WS-AMOUNT-TXT                PIC -Z(9)9.99.
009400 01  WS-BALANCE-TXT               PIC -Z(9)9.99.
009500 01  WS-REPORT-LINE               PIC X(132).
009510 01  WS-LINE-PTR                  PIC 9(03) COMP VALUE 1.
009600
009700 PROCEDURE DIVISION.
009800
014330         IF WS-THS-STATUS = "00"
014340             MOVE "Y" TO WS-HIST-OPEN-SW
014350         END-IF.
014352         OPEN INPUT REVERSAL-CONTROL-FILE.
014354         IF WS-RVC-STATUS = "00"
014356             MOVE "Y" TO WS-RVC-OPEN-SW
014358         END-IF.
014360
014400         PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
014500 1000-EXIT.
016851         END-IF.
016852         MOVE THS-RUN-DATE TO TLG-RUN-DATE.
016853         MOVE THS-OPERATION TO TLG-OPERATION.
016854         MOVE THS-SEQUENCE-NO TO TLG-SEQUENCE-NO.
016855         MOVE THS-ACCOUNT-ID TO TLG-ACCOUNT-ID.
016856         MOVE THS-AMOUNT TO TLG-AMOUNT.
016857         MOVE THS-OLD-BALANCE TO TLG-OLD-BALANCE.
016858         MOVE THS-NEW-BALANCE TO TLG-NEW-BALANCE.
016859         MOVE THS-MESSAGE TO TLG-MESSAGE.
016860         PERFORM 2250-WRITE-STATEMENT-LINE THRU 2250-EXIT.
016861 1550-EXIT.
016862         EXIT.
016863
016900************************************************************
017000* 2000-PROCESS-ONE-DATE - opens the dated log for the
017100* current business date in the range, if it exists,
023800         MOVE WS-TLG-NEW-BALANCE-NUM TO WS-BALANCE-TXT.
023900
024000         MOVE SPACES TO WS-REPORT-LINE.
024010         MOVE 1 TO WS-LINE-PTR.
024100         STRING TLG-RUN-DATE "  " TLG-OPERATION "  "
024200             WS-AMOUNT-TXT "  " WS-BALANCE-TXT
024300             DELIMITED BY SIZE INTO WS-REPORT-LINE
024310             WITH POINTER WS-LINE-PTR.
024320         PERFORM 2280-LINK-REVERSAL THRU 2280-EXIT.
024400         WRITE STATEMENT-RECORD FROM WS-REPORT-LINE.
024500 2250-EXIT.
024600         EXIT.
027000         WRITE STATEMENT-RECORD FROM WS-REPORT-LINE.
027100 2270-EXIT.
027200         EXIT.
027202
027204************************************************************
027206* 2280-LINK-REVERSAL - ties the two halves of a reversal
027208* together on the statement.  A REV- record already
027210* carries the date and sequence of the original it undoes
027212* in its message; an original posting, or the XFER-IN or
027214* SVC-FEE that rode on it, is looked up on the
027216* REVERSAL-CONTROL file by its own date and sequence and,
027218* when it has been reversed, shows where.  The account
027220* check keeps an INTEREST-ACCRUAL posting that happens to
027222* share the sequence number from being marked.
027223* An ODP- record of an overdraft-protection sweep prints its
027224* message too, so the statement shows which account the
027225* sweep came from or went to.
027226************************************************************
027227 2280-LINK-REVERSAL.
027228         IF TLG-OPERATION(1:4) = "REV-"
027229             OR TLG-OPERATION(1:4) = "ODP-"
027230             STRING "  " TLG-MESSAGE
027232                 DELIMITED BY SIZE INTO WS-REPORT-LINE
027234                 WITH POINTER WS-LINE-PTR
027236             GO TO 2280-EXIT
027238         END-IF.
027240         IF NOT WS-RVC-OPEN
027242             GO TO 2280-EXIT
027244         END-IF.
027246         EVALUATE FUNCTION TRIM(TLG-OPERATION)
027248             WHEN "DEPOSIT"
027250             WHEN "WITHDRAW"
027252             WHEN "TRANSFER"
027254             WHEN "XFER-IN"
027256             WHEN "SVC-FEE"
027258                 CONTINUE
027260             WHEN OTHER
027262                 GO TO 2280-EXIT
027264         END-EVALUATE.
027266         MOVE TLG-RUN-DATE TO RVC-ORIG-DATE.
027268         MOVE TLG-SEQUENCE-NO TO RVC-ORIG-SEQUENCE.
027270         READ REVERSAL-CONTROL-FILE
027272             INVALID KEY
027274                 GO TO 2280-EXIT
027276         END-READ.
027278         IF RVC-ACCOUNT-ID NOT = TLG-ACCOUNT-ID
027280             AND RVC-DEST-ACCOUNT-ID NOT = TLG-ACCOUNT-ID
027282             GO TO 2280-EXIT
027284         END-IF.
027286         STRING "  REVERSED BY " RVC-REVERSAL-DATE "/"
027288             RVC-REVERSAL-SEQUENCE
027290             DELIMITED BY SIZE INTO WS-REPORT-LINE
027292             WITH POINTER WS-LINE-PTR.
027294 2280-EXIT.
027296         EXIT.
027300
027400************************************************************
027500* 2900-ADVANCE-DATE - steps WS-CURRENT-DATE forward one
031810         IF WS-HIST-OPEN
031820             CLOSE TRANSACTION-HISTORY-FILE
031830         END-IF.
031840         IF WS-RVC-OPEN
031850             CLOSE REVERSAL-CONTROL-FILE
031860         END-IF.
031900 9000-EXIT.
032000         EXIT.
