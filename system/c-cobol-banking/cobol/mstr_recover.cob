002300* touch anything while SYSTEM-CONTROL says posting is
002400* open - close posting first.  HOLD-FILE,
002500* STANDING-ORDER-FILE, CUSTOMER-MASTER and the
002550* TERM-DEPOSIT, LOAN-MASTER, OVERDRAFT-LINK,
002560* STOP-PAYMENT and OPERATOR-MASTER files are restored
002600* exactly as of the snapshot; the dated logs do not carry
002700* enough to roll those files forward, and the report says
002800* so, so the back office re-keys any hold, order, term
002900* deposit, loan, backup link, stop-payment instruction or
002950* operator change taken after the snapshot date.
003000*
003100* Mod history:
003200*   2026-09-01 JFM  Original program.
003220*                   snapshot set, and the TD-OPEN /
003230*                   TD-CLOSE / TD-REDEEM postings replay
003240*                   against the demand balance.
003250*   2026-10-15 JFM  REVERSE postings replay as well:
003260*                   REV-WD, REV-XFER and REV-FEE credit,
003270*                   REV-DEP and REV-XFRIN debit.
003279*   2026-10-15 JFM  The LOAN-MASTER file joined the
003288*                   snapshot set; LOAN-DISB replays as a
003297*                   credit, LOAN-INT and LOAN-PRIN as debits.
003298*   2026-10-15 JFM  The OVERDRAFT-LINK file joined the
003299*                   snapshot set; the ODP-XFER / ODP-FEE
003300*                   sweep postings replay as debits and
003301*                   ODP-XFRIN as a credit.
003302*   2026-10-15 JFM  The STOP-PAYMENT file joined the
003303*                   snapshot set.
003304*   2026-10-15 JFM  So did the OPERATOR-MASTER file.
003305*   2026-10-15 JFM  An account rebuilt from the logs gets
003306*                   a blank product code (house pricing).
003307************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
007040             ACCESS MODE IS SEQUENTIAL
007050             RECORD KEY IS SNT-TD-KEY
007060             FILE STATUS IS WS-SNT-STATUS.
007061
007062         SELECT SNAP-LOAN-FILE
007063             ASSIGN TO WS-SNAP-LON-FILENAME
007064             ORGANIZATION IS INDEXED
007065             ACCESS MODE IS SEQUENTIAL
007066             RECORD KEY IS SNL-LOAN-KEY
007067             FILE STATUS IS WS-SNL-STATUS.
007068
007069         SELECT SNAP-LINK-FILE
007070             ASSIGN TO WS-SNAP-OPL-FILENAME
007071             ORGANIZATION IS INDEXED
007072             ACCESS MODE IS SEQUENTIAL
007073             RECORD KEY IS SNK-ACCOUNT-ID
007074             FILE STATUS IS WS-SNK-STATUS.
007075
007078         SELECT SNAP-STOP-FILE
007081             ASSIGN TO WS-SNAP-STP-FILENAME
007084             ORGANIZATION IS INDEXED
007087             ACCESS MODE IS SEQUENTIAL
007090             RECORD KEY IS SNS-STOP-KEY
007093             FILE STATUS IS WS-SNS-STATUS.
007096
007097         SELECT SNAP-OPERATOR-FILE
007098             ASSIGN TO WS-SNAP-OPM-FILENAME
007099             ORGANIZATION IS INDEXED
007100             ACCESS MODE IS SEQUENTIAL
007101             RECORD KEY IS SNP-OPERATOR-ID
007102             FILE STATUS IS WS-SNP-STATUS.
007103
007104         SELECT ACCOUNT-MASTER-FILE
007200             ASSIGN TO "runtime/acctmast.dat"
007300             ORGANIZATION IS INDEXED
007400             ACCESS MODE IS DYNAMIC
009840             ACCESS MODE IS SEQUENTIAL
009850             RECORD KEY IS TDP-TD-KEY
009860             FILE STATUS IS WS-TDP-STATUS.
009861
009862         SELECT LOAN-MASTER-FILE
009863             ASSIGN TO "runtime/loanmast.dat"
009864             ORGANIZATION IS INDEXED
009865             ACCESS MODE IS SEQUENTIAL
009866             RECORD KEY IS LON-LOAN-KEY
009867             FILE STATUS IS WS-LON-STATUS.
009868
009869         SELECT OVERDRAFT-LINK-FILE
009870             ASSIGN TO "runtime/odplink.dat"
009871             ORGANIZATION IS INDEXED
009872             ACCESS MODE IS SEQUENTIAL
009873             RECORD KEY IS OPL-ACCOUNT-ID
009874             FILE STATUS IS WS-OPL-STATUS.
009875
009878         SELECT STOP-PAYMENT-FILE
009881             ASSIGN TO "runtime/stoppay.dat"
009884             ORGANIZATION IS INDEXED
009887             ACCESS MODE IS SEQUENTIAL
009890             RECORD KEY IS STP-STOP-KEY
009893             FILE STATUS IS WS-STP-STATUS.
009896
009897         SELECT OPERATOR-MASTER-FILE
009898             ASSIGN TO "runtime/opermast.dat"
009899             ORGANIZATION IS INDEXED
009900             ACCESS MODE IS SEQUENTIAL
009901             RECORD KEY IS OPM-OPERATOR-ID
009902             FILE STATUS IS WS-OPM-STATUS.
009903
009904         SELECT TRANSACTION-LOG-FILE
010000             ASSIGN TO WS-LOG-FILENAME
010100             ORGANIZATION IS LINE SEQUENTIAL
010200             FILE STATUS IS WS-TLG-STATUS.
014730         REPLACING ==TERM-DEPOSIT-RECORD==
014740             BY ==SNAP-TD-RECORD==
014750         LEADING ==TDP== BY ==SNT==.
014751
014752 FD  SNAP-LOAN-FILE.
014753     COPY "copybooks/loanmast.cpy"
014754         REPLACING ==LOAN-MASTER-RECORD==
014755             BY ==SNAP-LOAN-RECORD==
014756         LEADING ==LON== BY ==SNL==.
014757
014758 FD  SNAP-LINK-FILE.
014759     COPY "copybooks/odplink.cpy"
014760         REPLACING ==OVERDRAFT-LINK-RECORD==
014761             BY ==SNAP-LINK-RECORD==
014762         LEADING ==OPL== BY ==SNK==.
014763
014769 FD  SNAP-STOP-FILE.
014775     COPY "copybooks/stoppay.cpy"
014781         REPLACING ==STOP-PAYMENT-RECORD==
014787             BY ==SNAP-STOP-RECORD==
014793         LEADING ==STP== BY ==SNS==.
014799
014800 FD  SNAP-OPERATOR-FILE.
014801     COPY "copybooks/opermast.cpy"
014802         REPLACING ==OPERATOR-MASTER-RECORD==
014803             BY ==SNAP-OPERATOR-RECORD==
014804         LEADING ==OPM== BY ==SNP==.
014805
014806 FD  ACCOUNT-MASTER-FILE.
014900     COPY "copybooks/acctmast.cpy".
015000
015100 FD  HOLD-FILE.
015900
015910 FD  TERM-DEPOSIT-FILE.
015920     COPY "copybooks/termdep.cpy".
015923
015924 FD  LOAN-MASTER-FILE.
015928     COPY "copybooks/loanmast.cpy".
015929
015930 FD  OVERDRAFT-LINK-FILE.
015931     COPY "copybooks/odplink.cpy".
015932
015942 FD  STOP-PAYMENT-FILE.
015952     COPY "copybooks/stoppay.cpy".
015962
015972 FD  OPERATOR-MASTER-FILE.
015982     COPY "copybooks/opermast.cpy".
015992
016000 FD  TRANSACTION-LOG-FILE.
016100     COPY "copybooks/txnlog.cpy".
016200
018100 77  WS-CUS-STATUS                PIC X(02) VALUE "00".
018110 77  WS-SNT-STATUS                PIC X(02) VALUE "00".
018120 77  WS-TDP-STATUS                PIC X(02) VALUE "00".
018130 77  WS-SNL-STATUS                PIC X(02) VALUE "00".
018140 77  WS-LON-STATUS                PIC X(02) VALUE "00".
018150 77  WS-SNK-STATUS                PIC X(02) VALUE "00".
018160 77  WS-OPL-STATUS                PIC X(02) VALUE "00".
018170 77  WS-SNS-STATUS                PIC X(02) VALUE "00".
018180 77  WS-STP-STATUS                PIC X(02) VALUE "00".
018189 77  WS-SNP-STATUS                PIC X(02) VALUE "00".
018198 77  WS-OPM-STATUS                PIC X(02) VALUE "00".
018200 77  WS-TLG-STATUS                PIC X(02) VALUE "00".
018300 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
018400
021000 01  WS-SNAP-SOR-FILENAME         PIC X(60).
021100 01  WS-SNAP-CUS-FILENAME         PIC X(60).
021110 01  WS-SNAP-TDP-FILENAME         PIC X(60).
021120 01  WS-SNAP-LON-FILENAME         PIC X(60).
021130 01  WS-SNAP-OPL-FILENAME         PIC X(60).
021140 01  WS-SNAP-STP-FILENAME         PIC X(60).
021150 01  WS-SNAP-OPM-FILENAME         PIC X(60).
021200 01  WS-LOG-FILENAME              PIC X(40).
021300
021400*
031010         STRING "runtime/snapshot/termdep_" WS-SNAPSHOT-DATE
031020             ".dat" DELIMITED BY SIZE
031030             INTO WS-SNAP-TDP-FILENAME.
031040         STRING "runtime/snapshot/loanmast_" WS-SNAPSHOT-DATE
031050             ".dat" DELIMITED BY SIZE
031060             INTO WS-SNAP-LON-FILENAME.
031070         STRING "runtime/snapshot/odplink_" WS-SNAPSHOT-DATE
031080             ".dat" DELIMITED BY SIZE
031090             INTO WS-SNAP-OPL-FILENAME.
031093         STRING "runtime/snapshot/stoppay_" WS-SNAPSHOT-DATE
031096             ".dat" DELIMITED BY SIZE
031099             INTO WS-SNAP-STP-FILENAME.
031100         STRING "runtime/snapshot/opermast_" WS-SNAPSHOT-DATE
031101             ".dat" DELIMITED BY SIZE
031102             INTO WS-SNAP-OPM-FILENAME.
031103
031200         MOVE SPACES TO WS-REPORT-LINE.
031300         STRING "RECOVERY FROM SNAPSHOT " WS-SNAPSHOT-DATE
031400             " REPLAYING LOGS TO " WS-RUN-DATE
037100         PERFORM 3200-RESTORE-ORDER-FILE THRU 3200-EXIT.
037200         PERFORM 3400-RESTORE-CUSTOMER-FILE THRU 3400-EXIT.
037210         PERFORM 3600-RESTORE-TD-FILE THRU 3600-EXIT.
037220         PERFORM 3800-RESTORE-LOAN-FILE THRU 3800-EXIT.
037230         PERFORM 4000-RESTORE-LINK-FILE THRU 4000-EXIT.
037240         PERFORM 4200-RESTORE-STOP-FILE THRU 4200-EXIT.
037250         PERFORM 4400-RESTORE-OPERATOR-FILE THRU 4400-EXIT.
037300
037400         MOVE SPACES TO WS-REPORT-LINE.
037500         STRING "HOLDS, ORDERS, CUSTOMERS, DEPOSITS, LOANS"
037520             ", BACKUP LINKS, STOP PAYMENTS AND OPERATORS"
037550             " STAND AS OF " WS-SNAPSHOT-DATE
037600             " - RE-KEY ANY TAKEN SINCE"
037700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
048828 3700-EXIT.
048829         EXIT.
048830
048832 3800-RESTORE-LOAN-FILE.
048834         OPEN INPUT SNAP-LOAN-FILE.
048836         IF WS-SNL-STATUS NOT = "00"
048838             MOVE "LOAN-MASTER-FILE" TO WS-FILE-LABEL
048840             PERFORM 8100-REPORT-NO-SNAPSHOT THRU 8100-EXIT
048842             GO TO 3800-EXIT
048844         END-IF.
048846         OPEN OUTPUT LOAN-MASTER-FILE.
048848         MOVE 0 TO WS-RESTORED-COUNT.
048850         MOVE "Y" TO WS-MORE-RECORDS-SW.
048852         PERFORM 3900-RESTORE-ONE-LOAN THRU 3900-EXIT
048854             UNTIL NOT WS-MORE-RECORDS.
048856         CLOSE SNAP-LOAN-FILE LOAN-MASTER-FILE.
048858         MOVE "LOAN-MASTER-FILE" TO WS-FILE-LABEL.
048860         PERFORM 8000-REPORT-RESTORED THRU 8000-EXIT.
048862 3800-EXIT.
048864         EXIT.
048866
048868 3900-RESTORE-ONE-LOAN.
048870         READ SNAP-LOAN-FILE
048872             AT END
048874                 MOVE "N" TO WS-MORE-RECORDS-SW
048876                 GO TO 3900-EXIT
048878         END-READ.
048880         MOVE SNAP-LOAN-RECORD TO LOAN-MASTER-RECORD.
048882         WRITE LOAN-MASTER-RECORD.
048884         ADD 1 TO WS-RESTORED-COUNT.
048886 3900-EXIT.
048888         EXIT.
048890
048891 4000-RESTORE-LINK-FILE.
048892         OPEN INPUT SNAP-LINK-FILE.
048893         IF WS-SNK-STATUS NOT = "00"
048894             MOVE "OVERDRAFT-LINK-FILE" TO WS-FILE-LABEL
048895             PERFORM 8100-REPORT-NO-SNAPSHOT THRU 8100-EXIT
048896             GO TO 4000-EXIT
048897         END-IF.
048898         OPEN OUTPUT OVERDRAFT-LINK-FILE.
048899         MOVE 0 TO WS-RESTORED-COUNT.
048900         MOVE "Y" TO WS-MORE-RECORDS-SW.
048901         PERFORM 4100-RESTORE-ONE-LINK THRU 4100-EXIT
048902             UNTIL NOT WS-MORE-RECORDS.
048903         CLOSE SNAP-LINK-FILE OVERDRAFT-LINK-FILE.
048904         MOVE "OVERDRAFT-LINK-FILE" TO WS-FILE-LABEL.
048905         PERFORM 8000-REPORT-RESTORED THRU 8000-EXIT.
048906 4000-EXIT.
048907         EXIT.
048908
048909 4100-RESTORE-ONE-LINK.
048910         READ SNAP-LINK-FILE
048911             AT END
048912                 MOVE "N" TO WS-MORE-RECORDS-SW
048913                 GO TO 4100-EXIT
048914         END-READ.
048915         MOVE SNAP-LINK-RECORD TO OVERDRAFT-LINK-RECORD.
048916         WRITE OVERDRAFT-LINK-RECORD.
048917         ADD 1 TO WS-RESTORED-COUNT.
048918 4100-EXIT.
048919         EXIT.
048920
048921 4200-RESTORE-STOP-FILE.
048922         OPEN INPUT SNAP-STOP-FILE.
048923         IF WS-SNS-STATUS NOT = "00"
048924             MOVE "STOP-PAYMENT-FILE" TO WS-FILE-LABEL
048925             PERFORM 8100-REPORT-NO-SNAPSHOT THRU 8100-EXIT
048926             GO TO 4200-EXIT
048927         END-IF.
048928         OPEN OUTPUT STOP-PAYMENT-FILE.
048929         MOVE 0 TO WS-RESTORED-COUNT.
048930         MOVE "Y" TO WS-MORE-RECORDS-SW.
048931         PERFORM 4300-RESTORE-ONE-STOP THRU 4300-EXIT
048932             UNTIL NOT WS-MORE-RECORDS.
048933         CLOSE SNAP-STOP-FILE STOP-PAYMENT-FILE.
048934         MOVE "STOP-PAYMENT-FILE" TO WS-FILE-LABEL.
048935         PERFORM 8000-REPORT-RESTORED THRU 8000-EXIT.
048936 4200-EXIT.
048937         EXIT.
048938
048939 4300-RESTORE-ONE-STOP.
048940         READ SNAP-STOP-FILE
048941             AT END
048942                 MOVE "N" TO WS-MORE-RECORDS-SW
048943                 GO TO 4300-EXIT
048944         END-READ.
048945         MOVE SNAP-STOP-RECORD TO STOP-PAYMENT-RECORD.
048946         WRITE STOP-PAYMENT-RECORD.
048947         ADD 1 TO WS-RESTORED-COUNT.
048948 4300-EXIT.
048949         EXIT.
048950
048951 4400-RESTORE-OPERATOR-FILE.
048952         OPEN INPUT SNAP-OPERATOR-FILE.
048953         IF WS-SNP-STATUS NOT = "00"
048954             MOVE "OPERATOR-MASTER-FILE" TO WS-FILE-LABEL
048955             PERFORM 8100-REPORT-NO-SNAPSHOT THRU 8100-EXIT
048956             GO TO 4400-EXIT
048957         END-IF.
048958         OPEN OUTPUT OPERATOR-MASTER-FILE.
048959         MOVE 0 TO WS-RESTORED-COUNT.
048960         MOVE "Y" TO WS-MORE-RECORDS-SW.
048961         PERFORM 4500-RESTORE-ONE-OPERATOR THRU 4500-EXIT
048962             UNTIL NOT WS-MORE-RECORDS.
048963         CLOSE SNAP-OPERATOR-FILE OPERATOR-MASTER-FILE.
048964         MOVE "OPERATOR-MASTER-FILE" TO WS-FILE-LABEL.
048965         PERFORM 8000-REPORT-RESTORED THRU 8000-EXIT.
048966 4400-EXIT.
048967         EXIT.
048968
048969 4500-RESTORE-ONE-OPERATOR.
048970         READ SNAP-OPERATOR-FILE
048971             AT END
048972                 MOVE "N" TO WS-MORE-RECORDS-SW
048973                 GO TO 4500-EXIT
048974         END-READ.
048975         MOVE SNAP-OPERATOR-RECORD TO OPERATOR-MASTER-RECORD.
048976         WRITE OPERATOR-MASTER-RECORD.
048977         ADD 1 TO WS-RESTORED-COUNT.
048978 4500-EXIT.
048979         EXIT.
048980
048981************************************************************
049000* 5000-ROLL-FORWARD - replays every dated log after the
049100* snapshot, oldest first, applying each APPROVED movement
049200* to the restored master with the arithmetic BAL-AUDIT
056810             WHEN "TD-OPEN"
056820             WHEN "TD-CLOSE"
056830             WHEN "TD-REDEEM"
056840             WHEN "REV-DEP"
056850             WHEN "REV-WD"
056860             WHEN "REV-XFER"
056870             WHEN "REV-XFRIN"
056880             WHEN "REV-FEE"
056886             WHEN "LOAN-DISB"
056892             WHEN "LOAN-INT"
056898             WHEN "LOAN-PRIN"
056899             WHEN "ODP-XFER"
056900             WHEN "ODP-XFRIN"
056901             WHEN "ODP-FEE"
056902                 CONTINUE
057000             WHEN OTHER
057100                 GO TO 5300-EXIT
057200         END-EVALUATE.
059400             WHEN "INTEREST"
059410             WHEN "TD-CLOSE"
059420             WHEN "TD-REDEEM"
059430             WHEN "REV-WD"
059440             WHEN "REV-XFER"
059450             WHEN "REV-FEE"
059460             WHEN "LOAN-DISB"
059470             WHEN "ODP-XFRIN"
059500                 ADD WS-TLG-AMOUNT-NUM TO ACM-BALANCE
059600             WHEN OTHER
059700                 SUBTRACT WS-TLG-AMOUNT-NUM FROM ACM-BALANCE
062930         ELSE
062940             MOVE SPACES TO ACM-BRANCH-ID
062950         END-IF.
062960         MOVE SPACES TO ACM-PRODUCT-CODE.
063000         ADD 1 TO WS-CREATED-COUNT.
063100 5400-EXIT.
063200         EXIT.
