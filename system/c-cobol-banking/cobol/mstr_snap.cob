001100* Point-in-time master snapshot, run by EOD-DRIVER once
001200* DAILY-RECON has proved the date.  Copies ACCOUNT-MASTER,
001300* HOLD-FILE, STANDING-ORDER-FILE, CUSTOMER-MASTER and the
001350* TERM-DEPOSIT, LOAN-MASTER, OVERDRAFT-LINK,
001360* STOP-PAYMENT and OPERATOR-MASTER files, record for
001400* record, into dated snapshot files under
001500* runtime/snapshot/ - the restore point MSTR-RECOVER
001600* rolls forward from by replaying the dated logs after
001700* it.  A snapshot of the same date run twice simply
002310*   2026-09-01 JFM  The TERM-DEPOSIT file joined the
002320*                   snapshot set - the contracts on it
002330*                   cannot be rebuilt from the logs.
002340*   2026-10-15 JFM  The LOAN-MASTER file joined the snapshot
002350*                   set for the same reason.
002360*   2026-10-15 JFM  The OVERDRAFT-LINK file joined the
002370*                   snapshot set - the backup nominations
002380*                   are standing instructions, not money.
002389*   2026-10-15 JFM  So did the STOP-PAYMENT file, for the
002398*                   same reason.
002399*   2026-10-15 JFM  So did the OPERATOR-MASTER file.
002400************************************************************
002500
002600 ENVIRONMENT DIVISION.
008484             RECORD KEY IS SNT-TD-KEY
008485             FILE STATUS IS WS-SNT-STATUS.
008486
008487         SELECT LOAN-MASTER-FILE
008488             ASSIGN TO "runtime/loanmast.dat"
008489             ORGANIZATION IS INDEXED
008490             ACCESS MODE IS SEQUENTIAL
008491             RECORD KEY IS LON-LOAN-KEY
008492             FILE STATUS IS WS-LON-STATUS.
008493
008494         SELECT SNAP-LOAN-FILE
008495             ASSIGN TO WS-SNAP-LON-FILENAME
008496             ORGANIZATION IS INDEXED
008497             ACCESS MODE IS SEQUENTIAL
008498             RECORD KEY IS SNL-LOAN-KEY
008499             FILE STATUS IS WS-SNL-STATUS.
008500
008501         SELECT OVERDRAFT-LINK-FILE
008502             ASSIGN TO "runtime/odplink.dat"
008503             ORGANIZATION IS INDEXED
008504             ACCESS MODE IS SEQUENTIAL
008505             RECORD KEY IS OPL-ACCOUNT-ID
008506             FILE STATUS IS WS-OPL-STATUS.
008507
008508         SELECT SNAP-LINK-FILE
008509             ASSIGN TO WS-SNAP-OPL-FILENAME
008510             ORGANIZATION IS INDEXED
008511             ACCESS MODE IS SEQUENTIAL
008512             RECORD KEY IS SNK-ACCOUNT-ID
008513             FILE STATUS IS WS-SNK-STATUS.
008514
008515         SELECT STOP-PAYMENT-FILE
008516             ASSIGN TO "runtime/stoppay.dat"
008517             ORGANIZATION IS INDEXED
008518             ACCESS MODE IS SEQUENTIAL
008519             RECORD KEY IS STP-STOP-KEY
008520             FILE STATUS IS WS-STP-STATUS.
008521
008522         SELECT SNAP-STOP-FILE
008523             ASSIGN TO WS-SNAP-STP-FILENAME
008524             ORGANIZATION IS INDEXED
008525             ACCESS MODE IS SEQUENTIAL
008526             RECORD KEY IS SNS-STOP-KEY
008527             FILE STATUS IS WS-SNS-STATUS.
008528
008529         SELECT OPERATOR-MASTER-FILE
008530             ASSIGN TO "runtime/opermast.dat"
008531             ORGANIZATION IS INDEXED
008532             ACCESS MODE IS SEQUENTIAL
008533             RECORD KEY IS OPM-OPERATOR-ID
008534             FILE STATUS IS WS-OPM-STATUS.
008535
008536         SELECT SNAP-OPERATOR-FILE
008537             ASSIGN TO WS-SNAP-OPM-FILENAME
008538             ORGANIZATION IS INDEXED
008539             ACCESS MODE IS SEQUENTIAL
008540             RECORD KEY IS SNP-OPERATOR-ID
008541             FILE STATUS IS WS-SNP-STATUS.
008542
008543         SELECT SNAP-REPORT-FILE
008600             ASSIGN TO "runtime/snapshot_report.txt"
008700             ORGANIZATION IS LINE SEQUENTIAL.
008800
013370             BY ==SNAP-TD-RECORD==
013380         LEADING ==TDP== BY ==SNT==.
013390
013391 FD  LOAN-MASTER-FILE.
013392     COPY "copybooks/loanmast.cpy".
013393
013394 FD  SNAP-LOAN-FILE.
013395     COPY "copybooks/loanmast.cpy"
013396         REPLACING ==LOAN-MASTER-RECORD==
013397             BY ==SNAP-LOAN-RECORD==
013398         LEADING ==LON== BY ==SNL==.
013399
013400 FD  OVERDRAFT-LINK-FILE.
013401     COPY "copybooks/odplink.cpy".
013402
013403 FD  SNAP-LINK-FILE.
013404     COPY "copybooks/odplink.cpy"
013405         REPLACING ==OVERDRAFT-LINK-RECORD==
013406             BY ==SNAP-LINK-RECORD==
013407         LEADING ==OPL== BY ==SNK==.
013408
013409 FD  STOP-PAYMENT-FILE.
013410     COPY "copybooks/stoppay.cpy".
013411
013412 FD  SNAP-STOP-FILE.
013413     COPY "copybooks/stoppay.cpy"
013414         REPLACING ==STOP-PAYMENT-RECORD==
013415             BY ==SNAP-STOP-RECORD==
013416         LEADING ==STP== BY ==SNS==.
013417
013418 FD  OPERATOR-MASTER-FILE.
013419     COPY "copybooks/opermast.cpy".
013420
013421 FD  SNAP-OPERATOR-FILE.
013422     COPY "copybooks/opermast.cpy"
013423         REPLACING ==OPERATOR-MASTER-RECORD==
013424             BY ==SNAP-OPERATOR-RECORD==
013425         LEADING ==OPM== BY ==SNP==.
013426
013427 FD  SNAP-REPORT-FILE.
013500 01  SNAP-REPORT-RECORD           PIC X(132).
013600
013700 FD  SYSTEM-CONTROL-FILE.
014800 77  WS-SNC-STATUS                PIC X(02) VALUE "00".
014810 77  WS-TDP-STATUS                PIC X(02) VALUE "00".
014820 77  WS-SNT-STATUS                PIC X(02) VALUE "00".
014830 77  WS-LON-STATUS                PIC X(02) VALUE "00".
014840 77  WS-SNL-STATUS                PIC X(02) VALUE "00".
014850 77  WS-OPL-STATUS                PIC X(02) VALUE "00".
014860 77  WS-SNK-STATUS                PIC X(02) VALUE "00".
014870 77  WS-STP-STATUS                PIC X(02) VALUE "00".
014880 77  WS-SNS-STATUS                PIC X(02) VALUE "00".
014889 77  WS-OPM-STATUS                PIC X(02) VALUE "00".
014898 77  WS-SNP-STATUS                PIC X(02) VALUE "00".
014900 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
015000
015100 01  WS-SWITCHES.
016300 01  WS-SNAP-SOR-FILENAME         PIC X(60).
016400 01  WS-SNAP-CUS-FILENAME         PIC X(60).
016410 01  WS-SNAP-TDP-FILENAME         PIC X(60).
016420 01  WS-SNAP-LON-FILENAME         PIC X(60).
016430 01  WS-SNAP-OPL-FILENAME         PIC X(60).
016440 01  WS-SNAP-STP-FILENAME         PIC X(60).
016450 01  WS-SNAP-OPM-FILENAME         PIC X(60).
016500
016600 01  WS-COPIED-COUNT              PIC 9(07) COMP VALUE 0.
016700 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
017900         PERFORM 4000-SNAP-ORDER-FILE THRU 4000-EXIT.
018000         PERFORM 5000-SNAP-CUSTOMER-MASTER THRU 5000-EXIT.
018010         PERFORM 6000-SNAP-TERM-DEPOSITS THRU 6000-EXIT.
018020         PERFORM 7000-SNAP-LOANS THRU 7000-EXIT.
018030         PERFORM 7200-SNAP-OVERDRAFT-LINKS THRU 7200-EXIT.
018040         PERFORM 7400-SNAP-STOP-PAYMENTS THRU 7400-EXIT.
018050         PERFORM 7600-SNAP-OPERATORS THRU 7600-EXIT.
018100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
018200         GOBACK.
018300
020810         STRING "runtime/snapshot/termdep_" WS-RUN-DATE
020820             ".dat" DELIMITED BY SIZE
020830             INTO WS-SNAP-TDP-FILENAME.
020840         STRING "runtime/snapshot/loanmast_" WS-RUN-DATE
020850             ".dat" DELIMITED BY SIZE
020860             INTO WS-SNAP-LON-FILENAME.
020870         STRING "runtime/snapshot/odplink_" WS-RUN-DATE
020880             ".dat" DELIMITED BY SIZE
020890             INTO WS-SNAP-OPL-FILENAME.
020893         STRING "runtime/snapshot/stoppay_" WS-RUN-DATE
020896             ".dat" DELIMITED BY SIZE
020899             INTO WS-SNAP-STP-FILENAME.
020900         STRING "runtime/snapshot/opermast_" WS-RUN-DATE
020901             ".dat" DELIMITED BY SIZE
020902             INTO WS-SNAP-OPM-FILENAME.
020903
021000         OPEN OUTPUT SNAP-REPORT-FILE.
021100         MOVE SPACES TO WS-REPORT-LINE.
021200         STRING "MASTER SNAPSHOT - " WS-RUN-DATE
037032         EXIT.
037033
037100************************************************************
037103* 7000-SNAP-LOANS
037106************************************************************
037109 7000-SNAP-LOANS.
037112         OPEN INPUT LOAN-MASTER-FILE.
037115         IF WS-LON-STATUS NOT = "00"
037118             MOVE "LOAN-MASTER-FILE" TO WS-REPORT-LINE
037121             PERFORM 8100-REPORT-MISSING THRU 8100-EXIT
037124             GO TO 7000-EXIT
037127         END-IF.
037130         OPEN OUTPUT SNAP-LOAN-FILE.
037133         MOVE 0 TO WS-COPIED-COUNT.
037136         MOVE "Y" TO WS-MORE-RECORDS-SW.
037139         PERFORM 7100-COPY-ONE-LOAN THRU 7100-EXIT
037142             UNTIL NOT WS-MORE-RECORDS.
037145         CLOSE LOAN-MASTER-FILE SNAP-LOAN-FILE.
037148         MOVE "LOAN-MASTER-FILE" TO WS-REPORT-LINE.
037151         PERFORM 8000-REPORT-COPIED THRU 8000-EXIT.
037154 7000-EXIT.
037157         EXIT.
037160
037163 7100-COPY-ONE-LOAN.
037166         READ LOAN-MASTER-FILE
037169             AT END
037172                 MOVE "N" TO WS-MORE-RECORDS-SW
037175                 GO TO 7100-EXIT
037178         END-READ.
037181         MOVE LOAN-MASTER-RECORD TO SNAP-LOAN-RECORD.
037184         WRITE SNAP-LOAN-RECORD.
037187         ADD 1 TO WS-COPIED-COUNT.
037190 7100-EXIT.
037193         EXIT.
037196
037199************************************************************
037200* 7200-SNAP-OVERDRAFT-LINKS - the backup-account
037201* nominations SET_BACKUP keeps; like the holds and orders
037202* they are standing instructions, not money, so the logs
037203* alone cannot rebuild them.
037204************************************************************
037205 7200-SNAP-OVERDRAFT-LINKS.
037206         OPEN INPUT OVERDRAFT-LINK-FILE.
037207         IF WS-OPL-STATUS NOT = "00"
037208             MOVE "OVERDRAFT-LINK-FILE" TO WS-REPORT-LINE
037209             PERFORM 8100-REPORT-MISSING THRU 8100-EXIT
037210             GO TO 7200-EXIT
037211         END-IF.
037212         OPEN OUTPUT SNAP-LINK-FILE.
037213         MOVE 0 TO WS-COPIED-COUNT.
037214         MOVE "Y" TO WS-MORE-RECORDS-SW.
037215         PERFORM 7300-COPY-ONE-LINK THRU 7300-EXIT
037216             UNTIL NOT WS-MORE-RECORDS.
037217         CLOSE OVERDRAFT-LINK-FILE SNAP-LINK-FILE.
037218         MOVE "OVERDRAFT-LINK-FILE" TO WS-REPORT-LINE.
037219         PERFORM 8000-REPORT-COPIED THRU 8000-EXIT.
037220 7200-EXIT.
037221         EXIT.
037222
037223 7300-COPY-ONE-LINK.
037224         READ OVERDRAFT-LINK-FILE
037225             AT END
037226                 MOVE "N" TO WS-MORE-RECORDS-SW
037227                 GO TO 7300-EXIT
037228         END-READ.
037229         MOVE OVERDRAFT-LINK-RECORD TO SNAP-LINK-RECORD.
037230         WRITE SNAP-LINK-RECORD.
037231         ADD 1 TO WS-COPIED-COUNT.
037232 7300-EXIT.
037233         EXIT.
037234
037235************************************************************
037236* 7400-SNAP-STOP-PAYMENTS - the customers' stop-payment
037237* and mandate instructions, standing instructions for the
037238* same reason as the backup nominations.
037239************************************************************
037240 7400-SNAP-STOP-PAYMENTS.
037241         OPEN INPUT STOP-PAYMENT-FILE.
037242         IF WS-STP-STATUS NOT = "00"
037243             MOVE "STOP-PAYMENT-FILE" TO WS-REPORT-LINE
037244             PERFORM 8100-REPORT-MISSING THRU 8100-EXIT
037245             GO TO 7400-EXIT
037246         END-IF.
037247         OPEN OUTPUT SNAP-STOP-FILE.
037248         MOVE 0 TO WS-COPIED-COUNT.
037249         MOVE "Y" TO WS-MORE-RECORDS-SW.
037250         PERFORM 7500-COPY-ONE-STOP THRU 7500-EXIT
037251             UNTIL NOT WS-MORE-RECORDS.
037252         CLOSE STOP-PAYMENT-FILE SNAP-STOP-FILE.
037253         MOVE "STOP-PAYMENT-FILE" TO WS-REPORT-LINE.
037254         PERFORM 8000-REPORT-COPIED THRU 8000-EXIT.
037255 7400-EXIT.
037256         EXIT.
037257
037258 7500-COPY-ONE-STOP.
037259         READ STOP-PAYMENT-FILE
037260             AT END
037261                 MOVE "N" TO WS-MORE-RECORDS-SW
037262                 GO TO 7500-EXIT
037263         END-READ.
037264         MOVE STOP-PAYMENT-RECORD TO SNAP-STOP-RECORD.
037265         WRITE SNAP-STOP-RECORD.
037266         ADD 1 TO WS-COPIED-COUNT.
037267 7500-EXIT.
037268         EXIT.
037269
037270************************************************************
037271* 7600-SNAP-OPERATORS - who may key what, and up to how
037272* much; maintained only through OPER-MAINT, never posted.
037273************************************************************
037274 7600-SNAP-OPERATORS.
037275         OPEN INPUT OPERATOR-MASTER-FILE.
037276         IF WS-OPM-STATUS NOT = "00"
037277             MOVE "OPERATOR-MASTER-FILE" TO WS-REPORT-LINE
037278             PERFORM 8100-REPORT-MISSING THRU 8100-EXIT
037279             GO TO 7600-EXIT
037280         END-IF.
037281         OPEN OUTPUT SNAP-OPERATOR-FILE.
037282         MOVE 0 TO WS-COPIED-COUNT.
037283         MOVE "Y" TO WS-MORE-RECORDS-SW.
037284         PERFORM 7700-COPY-ONE-OPERATOR THRU 7700-EXIT
037285             UNTIL NOT WS-MORE-RECORDS.
037286         CLOSE OPERATOR-MASTER-FILE SNAP-OPERATOR-FILE.
037287         MOVE "OPERATOR-MASTER-FILE" TO WS-REPORT-LINE.
037288         PERFORM 8000-REPORT-COPIED THRU 8000-EXIT.
037289 7600-EXIT.
037290         EXIT.
037291
037292 7700-COPY-ONE-OPERATOR.
037293         READ OPERATOR-MASTER-FILE
037294             AT END
037295                 MOVE "N" TO WS-MORE-RECORDS-SW
037296                 GO TO 7700-EXIT
037297         END-READ.
037298         MOVE OPERATOR-MASTER-RECORD TO SNAP-OPERATOR-RECORD.
037299         WRITE SNAP-OPERATOR-RECORD.
037300         ADD 1 TO WS-COPIED-COUNT.
037301 7700-EXIT.
037302         EXIT.
037303
037304************************************************************
037305* 8000-REPORT-COPIED - WS-REPORT-LINE arrives holding the
037306* file's name; the copied count is appended.
037400************************************************************
037500 8000-REPORT-COPIED.
037600         MOVE WS-COPIED-COUNT TO WS-COUNT-TXT.
