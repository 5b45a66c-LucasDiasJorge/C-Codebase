000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADV-NOTICE.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* ADV-NOTICE
001000*
001100* Nightly customer advance notices, run by EOD-DRIVER once
001200* the dormancy review is done and before the date rolls.
001300* Until now the customer heard about a maturity, a
001400* dormancy freeze or a bounced order only after the fact;
001500* this job tells them ahead of time.  It picks up:
001600*
001700*   TM  an active term deposit maturing after today and
001800*       within the lead days, with its rollover
001900*       instruction;
002000*   DW  an active account a month or less away from the
002100*       twelve-month dormancy cutoff DORM-REVIEW applies;
002200*   SO  an active standing order due tomorrow whose source
002300*       account will not cover it - the order amount over
002400*       the balance less tomorrow's holds plus the
002500*       overdraft limit, or the source account dormant or
002600*       closed;
002700*   HE  an active hold expiring from today to the end of
002800*       the lead days.
002900*
003000* The lead days default to seven; a number on the first
003100* line of NOTICE-REQUEST-FILE overrides it.  Each notice
003200* goes on the dated, fixed-format correspondence extract
003300* with the name and phone held on CUSTOMER-MASTER, and is
003400* recorded on the NOTICE-SENT file so the same notice is
003500* never issued twice.  A notice for an account with no
003600* contact on CUSTOMER-MASTER is reported and not recorded,
003700* so it goes out once the contact is keyed.  A rerun on
003800* the same business date rebuilds that date's extract with
003900* the notices already recorded for it.
004000*
004100* Each standing order is judged on its own; two orders
004200* from one account due the same day that are covered one
004300* at a time are not noticed.  Nothing here moves money or
004400* changes a master.
004500*
004600* Mod history:
004700*   2026-10-15 JFM  Original job.
004800************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300         SELECT NOTICE-REQUEST-FILE
005400             ASSIGN TO "runtime/notice_request.txt"
005500             ORGANIZATION IS LINE SEQUENTIAL
005600             FILE STATUS IS WS-NRQ-STATUS.
005700
005800         SELECT TERM-DEPOSIT-FILE
005900             ASSIGN TO "runtime/termdep.dat"
006000             ORGANIZATION IS INDEXED
006100             ACCESS MODE IS SEQUENTIAL
006200             RECORD KEY IS TDP-TD-KEY
006300             FILE STATUS IS WS-TDP-STATUS.
006400
006500         SELECT ACCOUNT-MASTER-FILE
006600             ASSIGN TO "runtime/acctmast.dat"
006700             ORGANIZATION IS INDEXED
006800             ACCESS MODE IS DYNAMIC
006900             RECORD KEY IS ACM-ACCOUNT-ID
007000             FILE STATUS IS WS-ACM-STATUS.
007100
007200         SELECT STANDING-ORDER-FILE
007300             ASSIGN TO "runtime/stndord.dat"
007400             ORGANIZATION IS INDEXED
007500             ACCESS MODE IS SEQUENTIAL
007600             RECORD KEY IS SOR-ORDER-ID
007700             FILE STATUS IS WS-SOR-STATUS.
007800
007900         SELECT HOLD-FILE
008000             ASSIGN TO "runtime/holdfile.dat"
008100             ORGANIZATION IS INDEXED
008200             ACCESS MODE IS DYNAMIC
008300             RECORD KEY IS HLD-HOLD-KEY
008400             FILE STATUS IS WS-HLD-STATUS.
008500
008600         SELECT CUSTOMER-MASTER-FILE
008700             ASSIGN TO "runtime/custmast.dat"
008800             ORGANIZATION IS INDEXED
008900             ACCESS MODE IS DYNAMIC
009000             RECORD KEY IS CUS-ACCOUNT-ID
009100             FILE STATUS IS WS-CUS-STATUS.
009200
009300         SELECT NOTICE-SENT-FILE
009400             ASSIGN TO "runtime/ntcsent.dat"
009500             ORGANIZATION IS INDEXED
009600             ACCESS MODE IS DYNAMIC
009700             RECORD KEY IS NTS-NOTICE-KEY
009800             FILE STATUS IS WS-NTS-STATUS.
009900
010000         SELECT NOTICE-EXTRACT-FILE
010100             ASSIGN TO WS-EXTRACT-FILENAME
010200             ORGANIZATION IS LINE SEQUENTIAL.
010300
010400         SELECT NOTICE-REPORT-FILE
010500             ASSIGN TO "runtime/notice_report.txt"
010600             ORGANIZATION IS LINE SEQUENTIAL.
010700
010800         SELECT SYSTEM-CONTROL-FILE
010900             ASSIGN TO "runtime/sysctl.dat"
011000             ORGANIZATION IS INDEXED
011100             ACCESS MODE IS DYNAMIC
011200             RECORD KEY IS SCT-CONTROL-ID
011300             FILE STATUS IS WS-SCT-STATUS.
011400
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  NOTICE-REQUEST-FILE.
011800 01  NOTICE-REQUEST-RECORD        PIC X(80).
011900
012000 FD  TERM-DEPOSIT-FILE.
012100     COPY "copybooks/termdep.cpy".
012200
012300 FD  ACCOUNT-MASTER-FILE.
012400     COPY "copybooks/acctmast.cpy".
012500
012600 FD  STANDING-ORDER-FILE.
012700     COPY "copybooks/stndord.cpy".
012800
012900 FD  HOLD-FILE.
013000     COPY "copybooks/holdrec.cpy".
013100
013200 FD  CUSTOMER-MASTER-FILE.
013300     COPY "copybooks/custmast.cpy".
013400
013500 FD  NOTICE-SENT-FILE.
013600     COPY "copybooks/ntcsent.cpy".
013700
013800 FD  NOTICE-EXTRACT-FILE.
013900 01  NOTICE-EXTRACT-RECORD        PIC X(150).
014000
014100 FD  NOTICE-REPORT-FILE.
014200 01  NOTICE-REPORT-RECORD         PIC X(132).
014300
014400 FD  SYSTEM-CONTROL-FILE.
014500     COPY "copybooks/sysctl.cpy".
014600
014700 WORKING-STORAGE SECTION.
014800 77  WS-NRQ-STATUS                PIC X(02) VALUE "00".
014900 77  WS-TDP-STATUS                PIC X(02) VALUE "00".
015000 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
015100 77  WS-SOR-STATUS                PIC X(02) VALUE "00".
015200 77  WS-HLD-STATUS                PIC X(02) VALUE "00".
015300 77  WS-CUS-STATUS                PIC X(02) VALUE "00".
015400 77  WS-NTS-STATUS                PIC X(02) VALUE "00".
015500 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
015600
015700 01  WS-SWITCHES.
015800         05  WS-TDP-OPEN-SW       PIC X(01) VALUE "N".
015900             88  WS-TDP-OPEN          VALUE "Y".
016000         05  WS-ACM-OPEN-SW       PIC X(01) VALUE "N".
016100             88  WS-ACM-OPEN          VALUE "Y".
016200         05  WS-SOR-OPEN-SW       PIC X(01) VALUE "N".
016300             88  WS-SOR-OPEN          VALUE "Y".
016400         05  WS-HLD-OPEN-SW       PIC X(01) VALUE "N".
016500             88  WS-HLD-OPEN          VALUE "Y".
016600         05  WS-CUS-OPEN-SW       PIC X(01) VALUE "N".
016700             88  WS-CUS-OPEN          VALUE "Y".
016800         05  WS-MORE-RECORDS-SW   PIC X(01) VALUE "Y".
016900             88  WS-MORE-RECORDS      VALUE "Y".
017000         05  WS-HOLD-SCAN-DONE-SW PIC X(01) VALUE "N".
017100             88  WS-HOLD-SCAN-DONE    VALUE "Y".
017200         05  WS-ACCOUNT-FOUND-SW  PIC X(01) VALUE "N".
017300             88  WS-ACCOUNT-ON-FILE   VALUE "Y".
017400         05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
017500             88  WS-CUST-ON-FILE      VALUE "Y".
017600         05  WS-SENT-FOUND-SW     PIC X(01) VALUE "N".
017700             88  WS-SENT-ON-FILE      VALUE "Y".
017800
017900 01  WS-RUN-TIMESTAMP.
018000         05  WS-RUN-DATE              PIC X(08).
018100         05  FILLER                   PIC X(13).
018200
018300*
018400* Tomorrow, the end of the lead days, and a month from
018500* today - the window for the dormancy warning.
018600 01  WS-LEAD-DAYS                 PIC 9(03) VALUE 7.
018700 01  WS-LEAD-TXT                  PIC X(10).
018800 01  WS-LEAD-LEN                  PIC 9(02) COMP.
018900 01  WS-REQUEST-LINE              PIC X(80).
019000 01  WS-NEXT-DATE                 PIC X(08).
019100 01  WS-HORIZON-DATE              PIC X(08).
019200 01  WS-WARN-HORIZON              PIC X(08).
019300 01  WS-DATE-INTEGER              PIC 9(9) COMP.
019400 01  WS-DATE-NUMERIC              PIC 9(8).
019500 01  WS-DATE-WORK.
019600         05  WS-DW-YEAR           PIC 9(04).
019700         05  WS-DW-MONTH          PIC 9(02).
019800         05  WS-DW-DAY            PIC 9(02).
019900
020000 01  WS-EXTRACT-FILENAME          PIC X(40).
020100
020200*
020300* The notice being issued, filled in by each pass before
020400* 6000-ISSUE-NOTICE is performed.
020500 01  WS-NOTICE.
020600         05  WS-NTC-TYPE              PIC X(02).
020700         05  WS-NTC-ACCOUNT-ID        PIC X(10).
020800         05  WS-NTC-REFERENCE         PIC X(08).
020900         05  WS-NTC-EVENT-DATE        PIC X(08).
021000         05  WS-NTC-AMOUNT            PIC S9(11)V99.
021100         05  WS-NTC-AVAILABLE         PIC S9(11)V99.
021200         05  WS-NTC-INSTRUCTION       PIC X(10).
021300         05  WS-NTC-CONDITION         PIC X(10).
021400
021500 01  WS-HELD-TOTAL                PIC S9(11)V99 VALUE 0.
021600
021700 01  WS-ISSUED-TM                 PIC 9(07) COMP VALUE 0.
021800 01  WS-ISSUED-DW                 PIC 9(07) COMP VALUE 0.
021900 01  WS-ISSUED-SO                 PIC 9(07) COMP VALUE 0.
022000 01  WS-ISSUED-HE                 PIC 9(07) COMP VALUE 0.
022100 01  WS-ISSUED-COUNT              PIC 9(07) COMP VALUE 0.
022200 01  WS-ALREADY-SENT-COUNT        PIC 9(07) COMP VALUE 0.
022300 01  WS-NO-CONTACT-COUNT          PIC 9(07) COMP VALUE 0.
022400
022500*
022600* The correspondence extract, fixed format, 150 bytes: one
022700* header, one detail per notice, one trailer of counts.
022800* Amounts carry no decimal point and a leading separate
022900* sign.  The amount is the deposit principal (TM), the
023000* balance (DW), the order amount (SO) or the hold amount
023100* (HE); the available balance is filled on SO only.
023200 01  WS-EXTRACT-HEADER.
023300         05  XNH-RECORD-TYPE          PIC X(01) VALUE "H".
023400         05  XNH-RUN-DATE             PIC X(08).
023500         05  XNH-LEAD-DAYS            PIC 9(03).
023600         05  XNH-DESCRIPTION          PIC X(30)
023700             VALUE "CUSTOMER ADVANCE NOTICES".
023800         05  FILLER                   PIC X(108) VALUE SPACES.
023900 01  WS-EXTRACT-DETAIL.
024000         05  XND-RECORD-TYPE          PIC X(01) VALUE "D".
024100         05  XND-NOTICE-TYPE          PIC X(02).
024200         05  XND-ACCOUNT-ID           PIC X(10).
024300         05  XND-REFERENCE            PIC X(08).
024400         05  XND-EVENT-DATE           PIC X(08).
024500         05  XND-NAME                 PIC X(40).
024600         05  XND-PHONE                PIC X(20).
024700         05  XND-AMOUNT               PIC S9(11)V99
024800             SIGN IS LEADING SEPARATE.
024900         05  XND-AVAILABLE            PIC S9(11)V99
025000             SIGN IS LEADING SEPARATE.
025100         05  XND-INSTRUCTION          PIC X(10).
025200         05  XND-CONDITION            PIC X(10).
025300         05  FILLER                   PIC X(13) VALUE SPACES.
025400 01  WS-EXTRACT-TRAILER.
025500         05  XNT-RECORD-TYPE          PIC X(01) VALUE "T".
025600         05  XNT-RUN-DATE             PIC X(08).
025700         05  XNT-DETAIL-COUNT         PIC 9(07).
025800         05  XNT-TM-COUNT             PIC 9(07).
025900         05  XNT-DW-COUNT             PIC 9(07).
026000         05  XNT-SO-COUNT             PIC 9(07).
026100         05  XNT-HE-COUNT             PIC 9(07).
026200         05  FILLER                   PIC X(106) VALUE SPACES.
026300
026400 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
026500 01  WS-AMOUNT-TXT                PIC -Z(11)9.99.
026600 01  WS-REPORT-LINE               PIC X(132).
026700
026800 PROCEDURE DIVISION.
026900
027000************************************************************
027100* 0000-MAINLINE
027200************************************************************
027300 0000-MAINLINE.
027400         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027500         IF WS-CUS-OPEN
027600             PERFORM 2000-NOTICE-MATURITIES THRU 2000-EXIT
027700             PERFORM 3000-NOTICE-DORMANCY THRU 3000-EXIT
027800             PERFORM 4000-NOTICE-ORDERS THRU 4000-EXIT
027900             PERFORM 5000-NOTICE-HOLDS THRU 5000-EXIT
028000         END-IF.
028100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
028200         GOBACK.
028300
028400************************************************************
028500* 1000-INITIALIZE - works out the three dates, opens what
028600* the site has, and starts the extract.  Without
028700* CUSTOMER-MASTER no notice can be addressed, so the run
028800* reports that and issues nothing.
028900************************************************************
029000 1000-INITIALIZE.
029100         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
029200         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
029300         PERFORM 1100-READ-NOTICE-REQUEST THRU 1100-EXIT.
029400         PERFORM 1200-SET-DATES THRU 1200-EXIT.
029500
029600         OPEN INPUT TERM-DEPOSIT-FILE.
029700         IF WS-TDP-STATUS = "00"
029800             MOVE "Y" TO WS-TDP-OPEN-SW
029900         END-IF.
030000         OPEN INPUT ACCOUNT-MASTER-FILE.
030100         IF WS-ACM-STATUS = "00"
030200             MOVE "Y" TO WS-ACM-OPEN-SW
030300         END-IF.
030400         OPEN INPUT STANDING-ORDER-FILE.
030500         IF WS-SOR-STATUS = "00"
030600             MOVE "Y" TO WS-SOR-OPEN-SW
030700         END-IF.
030800         OPEN INPUT HOLD-FILE.
030900         IF WS-HLD-STATUS = "00"
031000             MOVE "Y" TO WS-HLD-OPEN-SW
031100         END-IF.
031200         OPEN INPUT CUSTOMER-MASTER-FILE.
031300         IF WS-CUS-STATUS = "00"
031400             MOVE "Y" TO WS-CUS-OPEN-SW
031500         END-IF.
031600
031700         OPEN I-O NOTICE-SENT-FILE.
031800         IF WS-NTS-STATUS = "35"
031900             OPEN OUTPUT NOTICE-SENT-FILE
032000             CLOSE NOTICE-SENT-FILE
032100             OPEN I-O NOTICE-SENT-FILE
032200         END-IF.
032300
032400         MOVE SPACES TO WS-EXTRACT-FILENAME.
032500         STRING "runtime/notice_extract_" WS-RUN-DATE ".txt"
032600             DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME.
032700         OPEN OUTPUT NOTICE-EXTRACT-FILE.
032800         MOVE WS-RUN-DATE TO XNH-RUN-DATE.
032900         MOVE WS-LEAD-DAYS TO XNH-LEAD-DAYS.
033000         WRITE NOTICE-EXTRACT-RECORD FROM WS-EXTRACT-HEADER.
033100
033200         OPEN OUTPUT NOTICE-REPORT-FILE.
033300         MOVE SPACES TO WS-REPORT-LINE.
033400         STRING "CUSTOMER ADVANCE NOTICES - " WS-RUN-DATE
033500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
033600         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
033700         MOVE WS-LEAD-DAYS TO WS-COUNT-TXT.
033800         MOVE SPACES TO WS-REPORT-LINE.
033900         STRING "LEAD DAYS " FUNCTION TRIM(WS-COUNT-TXT)
034000             " - MATURITIES AND HOLD EXPIRIES TO " WS-HORIZON-DATE
034100             ", DORMANCY TO " WS-WARN-HORIZON
034200             ", ORDERS DUE " WS-NEXT-DATE
034300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
034400         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
034500         MOVE SPACES TO WS-REPORT-LINE.
034600         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
034700
034800         IF NOT WS-CUS-OPEN
034900             MOVE SPACES TO WS-REPORT-LINE
035000             STRING "NO CUSTOMER-MASTER ON THIS SITE - "
035100                 "NO NOTICE CAN BE ADDRESSED"
035200                 DELIMITED BY SIZE INTO WS-REPORT-LINE
035300             WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
035400         END-IF.
035500 1000-EXIT.
035600         EXIT.
035700
035800************************************************************
035900* 1050-READ-SYSTEM-CONTROL - the official business date,
036000* when the site has cut over to SYSTEM-CONTROL; the
036100* wall-clock date stays only as the fallback.
036200************************************************************
036300 1050-READ-SYSTEM-CONTROL.
036400         OPEN INPUT SYSTEM-CONTROL-FILE.
036500         IF WS-SCT-STATUS NOT = "00"
036600             GO TO 1050-EXIT
036700         END-IF.
036800         MOVE "SYSTEM" TO SCT-CONTROL-ID.
036900         READ SYSTEM-CONTROL-FILE
037000             INVALID KEY
037100                 CONTINUE
037200             NOT INVALID KEY
037300                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
037400         END-READ.
037500         CLOSE SYSTEM-CONTROL-FILE.
037600 1050-EXIT.
037700         EXIT.
037800
037900************************************************************
038000* 1100-READ-NOTICE-REQUEST - the lead days, one to three
038100* digits on the first line; anything else leaves the
038200* default.
038300************************************************************
038400 1100-READ-NOTICE-REQUEST.
038500         OPEN INPUT NOTICE-REQUEST-FILE.
038600         IF WS-NRQ-STATUS NOT = "00"
038700             GO TO 1100-EXIT
038800         END-IF.
038900         MOVE SPACES TO WS-REQUEST-LINE.
039000         READ NOTICE-REQUEST-FILE INTO WS-REQUEST-LINE
039100             AT END
039200                 CONTINUE
039300         END-READ.
039400         CLOSE NOTICE-REQUEST-FILE.
039500
039600         MOVE FUNCTION TRIM(WS-REQUEST-LINE) TO WS-REQUEST-LINE.
039700         MOVE SPACES TO WS-LEAD-TXT.
039800         MOVE 0 TO WS-LEAD-LEN.
039900         UNSTRING WS-REQUEST-LINE DELIMITED BY SPACE
040000             INTO WS-LEAD-TXT COUNT IN WS-LEAD-LEN
040100         END-UNSTRING.
040200         IF WS-LEAD-LEN > 0 AND WS-LEAD-LEN < 4
040300             AND WS-LEAD-TXT(1:WS-LEAD-LEN) NUMERIC
040400             COMPUTE WS-LEAD-DAYS =
040500                 FUNCTION NUMVAL(WS-LEAD-TXT(1:WS-LEAD-LEN))
040600         END-IF.
040700 1100-EXIT.
040800         EXIT.
040900
041000************************************************************
041100* 1200-SET-DATES - tomorrow and the lead-day horizon by
041200* day count; a month from today by the calendar, the day
041300* clamped to the end of a shorter month.
041400************************************************************
041500 1200-SET-DATES.
041600         COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
041700             FUNCTION NUMVAL(WS-RUN-DATE)).
041800         ADD 1 TO WS-DATE-INTEGER.
041900         COMPUTE WS-DATE-NUMERIC =
042000             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
042100         MOVE WS-DATE-NUMERIC TO WS-NEXT-DATE.
042200
042300         COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
042400             FUNCTION NUMVAL(WS-RUN-DATE)).
042500         ADD WS-LEAD-DAYS TO WS-DATE-INTEGER.
042600         COMPUTE WS-DATE-NUMERIC =
042700             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
042800         MOVE WS-DATE-NUMERIC TO WS-HORIZON-DATE.
042900
043000         MOVE WS-RUN-DATE TO WS-DATE-WORK.
043100         ADD 1 TO WS-DW-MONTH.
043200         IF WS-DW-MONTH > 12
043300             MOVE 1 TO WS-DW-MONTH
043400             ADD 1 TO WS-DW-YEAR
043500         END-IF.
043600         PERFORM 1250-CLAMP-DAY THRU 1250-EXIT.
043700         MOVE WS-DATE-WORK TO WS-WARN-HORIZON.
043800 1200-EXIT.
043900         EXIT.
044000
044100 1250-CLAMP-DAY.
044200         EVALUATE TRUE
044300             WHEN WS-DW-MONTH = 2 AND WS-DW-DAY > 28
044400                 MOVE 28 TO WS-DW-DAY
044500             WHEN (WS-DW-MONTH = 4 OR 6 OR 9 OR 11)
044600                 AND WS-DW-DAY > 30
044700                 MOVE 30 TO WS-DW-DAY
044800             WHEN OTHER
044900                 CONTINUE
045000         END-EVALUATE.
045100 1250-EXIT.
045200         EXIT.
045300
045400************************************************************
045500* 2000-NOTICE-MATURITIES - term deposits maturing after
045600* today (tonight's maturities are already done) and up to
045700* the horizon, with the instruction TD-MATURE will follow.
045800************************************************************
045900 2000-NOTICE-MATURITIES.
046000         IF NOT WS-TDP-OPEN
046100             GO TO 2000-EXIT
046200         END-IF.
046300         MOVE "Y" TO WS-MORE-RECORDS-SW.
046400         PERFORM 2100-CHECK-DEPOSIT THRU 2100-EXIT
046500             UNTIL NOT WS-MORE-RECORDS.
046600 2000-EXIT.
046700         EXIT.
046800
046900 2100-CHECK-DEPOSIT.
047000         READ TERM-DEPOSIT-FILE
047100             AT END
047200                 MOVE "N" TO WS-MORE-RECORDS-SW
047300                 GO TO 2100-EXIT
047400         END-READ.
047500         IF NOT TDP-ACTIVE
047600             OR TDP-MATURITY-DATE NOT > WS-RUN-DATE
047700             OR TDP-MATURITY-DATE > WS-HORIZON-DATE
047800             GO TO 2100-EXIT
047900         END-IF.
048000
048100         MOVE SPACES TO WS-NOTICE.
048200         MOVE "TM" TO WS-NTC-TYPE.
048300         MOVE TDP-ACCOUNT-ID TO WS-NTC-ACCOUNT-ID.
048400         MOVE TDP-DEPOSIT-ID TO WS-NTC-REFERENCE.
048500         MOVE TDP-MATURITY-DATE TO WS-NTC-EVENT-DATE.
048600         MOVE TDP-PRINCIPAL TO WS-NTC-AMOUNT.
048700         MOVE 0 TO WS-NTC-AVAILABLE.
048800         IF TDP-ROLL-OVER
048900             MOVE "ROLL OVER" TO WS-NTC-INSTRUCTION
049000         ELSE
049100             MOVE "CREDIT" TO WS-NTC-INSTRUCTION
049200         END-IF.
049300         PERFORM 6000-ISSUE-NOTICE THRU 6000-EXIT.
049400 2100-EXIT.
049500         EXIT.
049600
049700************************************************************
049800* 3000-NOTICE-DORMANCY - an active account turns dormant
049900* on the first business date more than twelve months after
050000* its last customer-initiated operation; the warning goes
050100* once that date is a month or less away.  The event date
050200* keys the notice, so fresh activity followed by another
050300* idle year earns a fresh warning.
050400************************************************************
050500 3000-NOTICE-DORMANCY.
050600         IF NOT WS-ACM-OPEN
050700             GO TO 3000-EXIT
050800         END-IF.
050900         MOVE "Y" TO WS-MORE-RECORDS-SW.
051000         PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT
051100             UNTIL NOT WS-MORE-RECORDS.
051200 3000-EXIT.
051300         EXIT.
051400
051500 3100-CHECK-ACCOUNT.
051600         READ ACCOUNT-MASTER-FILE NEXT RECORD
051700             AT END
051800                 MOVE "N" TO WS-MORE-RECORDS-SW
051900                 GO TO 3100-EXIT
052000         END-READ.
052100         IF NOT ACM-ACTIVE
052200             OR ACM-LAST-ACTIVITY-DATE = SPACES
052300             GO TO 3100-EXIT
052400         END-IF.
052500
052600         MOVE ACM-LAST-ACTIVITY-DATE TO WS-DATE-WORK.
052700         ADD 1 TO WS-DW-YEAR.
052800         PERFORM 1250-CLAMP-DAY THRU 1250-EXIT.
052900         COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
053000             FUNCTION NUMVAL(WS-DATE-WORK)).
053100         ADD 1 TO WS-DATE-INTEGER.
053200         COMPUTE WS-DATE-NUMERIC =
053300             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
053400         IF WS-DATE-NUMERIC > FUNCTION NUMVAL(WS-WARN-HORIZON)
053500             GO TO 3100-EXIT
053600         END-IF.
053700
053800         MOVE SPACES TO WS-NOTICE.
053900         MOVE "DW" TO WS-NTC-TYPE.
054000         MOVE ACM-ACCOUNT-ID TO WS-NTC-ACCOUNT-ID.
054100         MOVE WS-DATE-NUMERIC TO WS-NTC-EVENT-DATE.
054200         MOVE ACM-BALANCE TO WS-NTC-AMOUNT.
054300         MOVE 0 TO WS-NTC-AVAILABLE.
054400         PERFORM 6000-ISSUE-NOTICE THRU 6000-EXIT.
054500 3100-EXIT.
054600         EXIT.
054700
054800************************************************************
054900* 4000-NOTICE-ORDERS - active orders STORD-SCHED will emit
055000* tomorrow, checked against the source account the way the
055100* engine will check the transfer: the balance less the
055200* holds still live tomorrow, plus the overdraft limit.  An
055300* order from a dormant or closed account is refused
055400* outright, so it is noticed whatever the balance.
055500************************************************************
055600 4000-NOTICE-ORDERS.
055700         IF NOT WS-SOR-OPEN OR NOT WS-ACM-OPEN
055800             GO TO 4000-EXIT
055900         END-IF.
056000         MOVE "Y" TO WS-MORE-RECORDS-SW.
056100         PERFORM 4100-CHECK-ORDER THRU 4100-EXIT
056200             UNTIL NOT WS-MORE-RECORDS.
056300 4000-EXIT.
056400         EXIT.
056500
056600 4100-CHECK-ORDER.
056700         READ STANDING-ORDER-FILE
056800             AT END
056900                 MOVE "N" TO WS-MORE-RECORDS-SW
057000                 GO TO 4100-EXIT
057100         END-READ.
057200         IF NOT SOR-ACTIVE
057300             OR SOR-NEXT-DUE-DATE NOT = WS-NEXT-DATE
057400             GO TO 4100-EXIT
057500         END-IF.
057600         IF SOR-EXPIRY-DATE NOT = SPACES
057700             AND SOR-EXPIRY-DATE < WS-NEXT-DATE
057800             GO TO 4100-EXIT
057900         END-IF.
058000
058100         MOVE SOR-SOURCE-ACCOUNT TO ACM-ACCOUNT-ID.
058200         READ ACCOUNT-MASTER-FILE
058300             INVALID KEY
058400                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
058500             NOT INVALID KEY
058600                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
058700         END-READ.
058800         IF NOT WS-ACCOUNT-ON-FILE
058900             MOVE SPACES TO WS-REPORT-LINE
059000             STRING "ORDER " SOR-ORDER-ID " SOURCE "
059100                 SOR-SOURCE-ACCOUNT " NOT ON ACCOUNT-MASTER"
059200                 " - NOT NOTICED"
059300                 DELIMITED BY SIZE INTO WS-REPORT-LINE
059400             WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
059500             GO TO 4100-EXIT
059600         END-IF.
059700
059800         MOVE SPACES TO WS-NOTICE.
059900         PERFORM 4200-SUM-TOMORROWS-HOLDS THRU 4200-EXIT.
060000         COMPUTE WS-NTC-AVAILABLE = ACM-BALANCE - WS-HELD-TOTAL
060100             + ACM-OVERDRAFT-LIMIT.
060200         EVALUATE TRUE
060300             WHEN ACM-DORMANT
060400                 MOVE "DORMANT" TO WS-NTC-CONDITION
060500             WHEN ACM-CLOSED
060600                 MOVE "CLOSED" TO WS-NTC-CONDITION
060700             WHEN SOR-AMOUNT > WS-NTC-AVAILABLE
060800                 MOVE "LOW FUNDS" TO WS-NTC-CONDITION
060900             WHEN OTHER
061000                 GO TO 4100-EXIT
061100         END-EVALUATE.
061200
061300         MOVE "SO" TO WS-NTC-TYPE.
061400         MOVE SOR-SOURCE-ACCOUNT TO WS-NTC-ACCOUNT-ID.
061500         MOVE SOR-ORDER-ID TO WS-NTC-REFERENCE.
061600         MOVE SOR-NEXT-DUE-DATE TO WS-NTC-EVENT-DATE.
061700         MOVE SOR-AMOUNT TO WS-NTC-AMOUNT.
061800         MOVE SOR-DEST-ACCOUNT TO WS-NTC-INSTRUCTION.
061900         PERFORM 6000-ISSUE-NOTICE THRU 6000-EXIT.
062000 4100-EXIT.
062100         EXIT.
062200
062300************************************************************
062400* 4200-SUM-TOMORROWS-HOLDS - the source account's active
062500* holds still unexpired tomorrow, scanned forward from its
062600* lowest hold key as the engine's 3790-SUM-ACTIVE-HOLDS
062700* does.
062800************************************************************
062900 4200-SUM-TOMORROWS-HOLDS.
063000         MOVE 0 TO WS-HELD-TOTAL.
063100         IF NOT WS-HLD-OPEN
063200             GO TO 4200-EXIT
063300         END-IF.
063400         MOVE "N" TO WS-HOLD-SCAN-DONE-SW.
063500         MOVE ACM-ACCOUNT-ID TO HLD-ACCOUNT-ID.
063600         MOVE LOW-VALUES TO HLD-HOLD-ID.
063700         START HOLD-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
063800             INVALID KEY
063900                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
064000         END-START.
064100         PERFORM 4250-SUM-NEXT-HOLD THRU 4250-EXIT
064200             UNTIL WS-HOLD-SCAN-DONE.
064300 4200-EXIT.
064400         EXIT.
064500
064600 4250-SUM-NEXT-HOLD.
064700         READ HOLD-FILE NEXT RECORD
064800             AT END
064900                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
065000                 GO TO 4250-EXIT
065100         END-READ.
065200         IF HLD-ACCOUNT-ID NOT = ACM-ACCOUNT-ID
065300             MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
065400             GO TO 4250-EXIT
065500         END-IF.
065600         IF HLD-ACTIVE
065700             AND HLD-EXPIRY-DATE >= WS-NEXT-DATE
065800             ADD HLD-AMOUNT TO WS-HELD-TOTAL
065900         END-IF.
066000 4250-EXIT.
066100         EXIT.
066200
066300************************************************************
066400* 5000-NOTICE-HOLDS - active holds whose last day is today
066500* or falls within the lead days; the funds come free the
066600* day after.
066700************************************************************
066800 5000-NOTICE-HOLDS.
066900         IF NOT WS-HLD-OPEN
067000             GO TO 5000-EXIT
067100         END-IF.
067200         MOVE "N" TO WS-HOLD-SCAN-DONE-SW.
067300         MOVE LOW-VALUES TO HLD-HOLD-KEY.
067400         START HOLD-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
067500             INVALID KEY
067600                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
067700         END-START.
067800         PERFORM 5100-CHECK-HOLD THRU 5100-EXIT
067900             UNTIL WS-HOLD-SCAN-DONE.
068000 5000-EXIT.
068100         EXIT.
068200
068300 5100-CHECK-HOLD.
068400         READ HOLD-FILE NEXT RECORD
068500             AT END
068600                 MOVE "Y" TO WS-HOLD-SCAN-DONE-SW
068700                 GO TO 5100-EXIT
068800         END-READ.
068900         IF NOT HLD-ACTIVE
069000             OR HLD-EXPIRY-DATE < WS-RUN-DATE
069100             OR HLD-EXPIRY-DATE > WS-HORIZON-DATE
069200             GO TO 5100-EXIT
069300         END-IF.
069400
069500         MOVE SPACES TO WS-NOTICE.
069600         MOVE "HE" TO WS-NTC-TYPE.
069700         MOVE HLD-ACCOUNT-ID TO WS-NTC-ACCOUNT-ID.
069800         MOVE HLD-HOLD-ID TO WS-NTC-REFERENCE.
069900         MOVE HLD-EXPIRY-DATE TO WS-NTC-EVENT-DATE.
070000         MOVE HLD-AMOUNT TO WS-NTC-AMOUNT.
070100         MOVE 0 TO WS-NTC-AVAILABLE.
070200         PERFORM 6000-ISSUE-NOTICE THRU 6000-EXIT.
070300 5100-EXIT.
070400         EXIT.
070500
070600************************************************************
070700* 6000-ISSUE-NOTICE - WS-NOTICE arrives filled in.  A
070800* notice recorded on an earlier date is not issued again;
070900* one recorded today is a rerun and goes back on today's
071000* extract.  The contact comes from CUSTOMER-MASTER; with
071100* none on file the notice is reported and left unrecorded.
071200************************************************************
071300 6000-ISSUE-NOTICE.
071400         MOVE WS-NTC-TYPE TO NTS-NOTICE-TYPE.
071500         MOVE WS-NTC-ACCOUNT-ID TO NTS-ACCOUNT-ID.
071600         MOVE WS-NTC-REFERENCE TO NTS-REFERENCE.
071700         MOVE WS-NTC-EVENT-DATE TO NTS-EVENT-DATE.
071800         READ NOTICE-SENT-FILE
071900             INVALID KEY
072000                 MOVE "N" TO WS-SENT-FOUND-SW
072100             NOT INVALID KEY
072200                 MOVE "Y" TO WS-SENT-FOUND-SW
072300         END-READ.
072400         IF WS-SENT-ON-FILE
072500             AND NTS-SENT-DATE NOT = WS-RUN-DATE
072600             ADD 1 TO WS-ALREADY-SENT-COUNT
072700             GO TO 6000-EXIT
072800         END-IF.
072900
073000         MOVE WS-NTC-ACCOUNT-ID TO CUS-ACCOUNT-ID.
073100         READ CUSTOMER-MASTER-FILE
073200             INVALID KEY
073300                 MOVE "N" TO WS-CUST-FOUND-SW
073400             NOT INVALID KEY
073500                 MOVE "Y" TO WS-CUST-FOUND-SW
073600         END-READ.
073700         IF NOT WS-CUST-ON-FILE
073800             OR (CUS-NAME = SPACES AND CUS-PHONE = SPACES)
073900             ADD 1 TO WS-NO-CONTACT-COUNT
074000             MOVE SPACES TO WS-REPORT-LINE
074100             STRING "NO CONTACT  " WS-NTC-TYPE " "
074200                 WS-NTC-ACCOUNT-ID " " WS-NTC-REFERENCE " "
074300                 WS-NTC-EVENT-DATE
074400                 " - NOT ON CUSTOMER-MASTER, NOT ISSUED"
074500                 DELIMITED BY SIZE INTO WS-REPORT-LINE
074600             WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
074700             GO TO 6000-EXIT
074800         END-IF.
074900
075000         MOVE WS-NTC-TYPE TO XND-NOTICE-TYPE.
075100         MOVE WS-NTC-ACCOUNT-ID TO XND-ACCOUNT-ID.
075200         MOVE WS-NTC-REFERENCE TO XND-REFERENCE.
075300         MOVE WS-NTC-EVENT-DATE TO XND-EVENT-DATE.
075400         MOVE CUS-NAME TO XND-NAME.
075500         MOVE CUS-PHONE TO XND-PHONE.
075600         MOVE WS-NTC-AMOUNT TO XND-AMOUNT.
075700         MOVE WS-NTC-AVAILABLE TO XND-AVAILABLE.
075800         MOVE WS-NTC-INSTRUCTION TO XND-INSTRUCTION.
075900         MOVE WS-NTC-CONDITION TO XND-CONDITION.
076000         WRITE NOTICE-EXTRACT-RECORD FROM WS-EXTRACT-DETAIL.
076100
076200         IF NOT WS-SENT-ON-FILE
076300             MOVE WS-RUN-DATE TO NTS-SENT-DATE
076400             WRITE NOTICE-SENT-RECORD
076500         END-IF.
076600
076700         ADD 1 TO WS-ISSUED-COUNT.
076800         EVALUATE WS-NTC-TYPE
076900             WHEN "TM"
077000                 ADD 1 TO WS-ISSUED-TM
077100             WHEN "DW"
077200                 ADD 1 TO WS-ISSUED-DW
077300             WHEN "SO"
077400                 ADD 1 TO WS-ISSUED-SO
077500             WHEN "HE"
077600                 ADD 1 TO WS-ISSUED-HE
077700         END-EVALUATE.
077800
077900         MOVE WS-NTC-AMOUNT TO WS-AMOUNT-TXT.
078000         MOVE SPACES TO WS-REPORT-LINE.
078100         STRING "NOTICE      " WS-NTC-TYPE " "
078200             WS-NTC-ACCOUNT-ID " " WS-NTC-REFERENCE " "
078300             WS-NTC-EVENT-DATE WS-AMOUNT-TXT " "
078400             WS-NTC-INSTRUCTION " " WS-NTC-CONDITION " "
078500             CUS-NAME
078600             DELIMITED BY SIZE INTO WS-REPORT-LINE.
078700         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
078800 6000-EXIT.
078900         EXIT.
079000
079100************************************************************
079200* 9000-TERMINATE - extract trailer, report totals, close.
079300************************************************************
079400 9000-TERMINATE.
079500         MOVE WS-RUN-DATE TO XNT-RUN-DATE.
079600         MOVE WS-ISSUED-COUNT TO XNT-DETAIL-COUNT.
079700         MOVE WS-ISSUED-TM TO XNT-TM-COUNT.
079800         MOVE WS-ISSUED-DW TO XNT-DW-COUNT.
079900         MOVE WS-ISSUED-SO TO XNT-SO-COUNT.
080000         MOVE WS-ISSUED-HE TO XNT-HE-COUNT.
080100         WRITE NOTICE-EXTRACT-RECORD FROM WS-EXTRACT-TRAILER.
080200
080300         MOVE SPACES TO WS-REPORT-LINE.
080400         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
080500         MOVE WS-ISSUED-TM TO WS-COUNT-TXT.
080600         MOVE SPACES TO WS-REPORT-LINE.
080700         STRING "DEPOSITS MATURING    " WS-COUNT-TXT
080800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
080900         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
081000         MOVE WS-ISSUED-DW TO WS-COUNT-TXT.
081100         MOVE SPACES TO WS-REPORT-LINE.
081200         STRING "DORMANCY WARNINGS    " WS-COUNT-TXT
081300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
081400         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
081500         MOVE WS-ISSUED-SO TO WS-COUNT-TXT.
081600         MOVE SPACES TO WS-REPORT-LINE.
081700         STRING "ORDERS NOT COVERED   " WS-COUNT-TXT
081800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
081900         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
082000         MOVE WS-ISSUED-HE TO WS-COUNT-TXT.
082100         MOVE SPACES TO WS-REPORT-LINE.
082200         STRING "HOLDS EXPIRING       " WS-COUNT-TXT
082300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
082400         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
082500         MOVE WS-ISSUED-COUNT TO WS-COUNT-TXT.
082600         MOVE SPACES TO WS-REPORT-LINE.
082700         STRING "NOTICES ISSUED       " WS-COUNT-TXT
082800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
082900         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
083000         MOVE WS-ALREADY-SENT-COUNT TO WS-COUNT-TXT.
083100         MOVE SPACES TO WS-REPORT-LINE.
083200         STRING "ALREADY SENT         " WS-COUNT-TXT
083300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
083400         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
083500         MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-TXT.
083600         MOVE SPACES TO WS-REPORT-LINE.
083700         STRING "NO CONTACT ON FILE   " WS-COUNT-TXT
083800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
083900         WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.
084000
084100         IF WS-TDP-OPEN
084200             CLOSE TERM-DEPOSIT-FILE
084300         END-IF.
084400         IF WS-ACM-OPEN
084500             CLOSE ACCOUNT-MASTER-FILE
084600         END-IF.
084700         IF WS-SOR-OPEN
084800             CLOSE STANDING-ORDER-FILE
084900         END-IF.
085000         IF WS-HLD-OPEN
085100             CLOSE HOLD-FILE
085200         END-IF.
085300         IF WS-CUS-OPEN
085400             CLOSE CUSTOMER-MASTER-FILE
085500         END-IF.
085600         CLOSE NOTICE-SENT-FILE NOTICE-EXTRACT-FILE
085700             NOTICE-REPORT-FILE.
085800 9000-EXIT.
085900         EXIT.
