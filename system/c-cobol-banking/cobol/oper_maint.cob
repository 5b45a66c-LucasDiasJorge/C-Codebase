000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPER-MAINT.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* OPER-MAINT
001000*
001100* Operator master maintenance, run by branch operations
001200* whenever a teller joins, moves, changes role or leaves.
001300* The change file carries one operator per line,
001400* pipe-delimited:
001500*
001600*   operator id (up to 8 characters, keyed upper case)
001700*   | name
001800*   | branch (2 digits; blank on a batch operator)
001900*   | role (T teller, S supervisor, B batch feed)
002000*   | status (A active, S suspended)
002100*   | authority limit (largest single amount; 0 = none)
002200*
002300* A new operator needs the name and role, and a branch
002400* unless it is a batch feed; the status defaults to active
002500* and the limit to zero.  On an operator already on file a
002600* blank field keeps what is there, so a suspension is just
002700* the id and an S in the status.  Nobody is deleted: a
002800* leaver is suspended, so the id is never reissued to
002900* somebody else under the same audit trail.  A line that
003000* fails its edits is reported and nothing on it applied.
003100*
003200* The system feeds need batch operators of their own
003300* before the engine will take their entries: CLEARING for
003400* CLG-IMPORT and CLG-EXPORT, SCHEDULR for STORD-SCHED.
003500* The processed file is retired under the business date
003600* the way WATCH-SCREEN retires its list, and the whole
003700* OPERATOR-MASTER file is listed at the end.
003800*
003900* Mod history:
004000*   2026-10-15 JFM  Original job.
004100************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600         SELECT OPERATOR-INPUT-FILE
004700             ASSIGN TO "runtime/operator_in.txt"
004800             ORGANIZATION IS LINE SEQUENTIAL
004900             FILE STATUS IS WS-OIN-STATUS.
005000
005100         SELECT OPERATOR-MASTER-FILE
005200             ASSIGN TO "runtime/opermast.dat"
005300             ORGANIZATION IS INDEXED
005400             ACCESS MODE IS DYNAMIC
005500             RECORD KEY IS OPM-OPERATOR-ID
005600             FILE STATUS IS WS-OPM-STATUS.
005700
005800         SELECT OPERATOR-REPORT-FILE
005900             ASSIGN TO "runtime/operator_report.txt"
006000             ORGANIZATION IS LINE SEQUENTIAL.
006100
006200         SELECT SYSTEM-CONTROL-FILE
006300             ASSIGN TO "runtime/sysctl.dat"
006400             ORGANIZATION IS INDEXED
006500             ACCESS MODE IS DYNAMIC
006600             RECORD KEY IS SCT-CONTROL-ID
006700             FILE STATUS IS WS-SCT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  OPERATOR-INPUT-FILE.
007200 01  OPERATOR-INPUT-RECORD        PIC X(120).
007300
007400 FD  OPERATOR-MASTER-FILE.
007500     COPY "copybooks/opermast.cpy".
007600
007700 FD  OPERATOR-REPORT-FILE.
007800 01  OPERATOR-REPORT-RECORD       PIC X(132).
007900
008000 FD  SYSTEM-CONTROL-FILE.
008100     COPY "copybooks/sysctl.cpy".
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-OIN-STATUS                PIC X(02) VALUE "00".
008500 77  WS-OPM-STATUS                PIC X(02) VALUE "00".
008600 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
008700
008800 01  WS-SWITCHES.
008900         05  WS-OIN-OPEN-SW       PIC X(01) VALUE "N".
009000             88  WS-OIN-OPEN          VALUE "Y".
009100         05  WS-MORE-CHANGES-SW   PIC X(01) VALUE "Y".
009200             88  WS-MORE-CHANGES      VALUE "Y".
009300         05  WS-OPM-FOUND-SW      PIC X(01) VALUE "N".
009400             88  WS-OPM-ON-FILE       VALUE "Y".
009500         05  WS-MORE-OPERATORS-SW PIC X(01) VALUE "Y".
009600             88  WS-MORE-OPERATORS    VALUE "Y".
009700
009800 01  WS-RUN-TIMESTAMP.
009900         05  WS-RUN-DATE              PIC X(08).
010000         05  FILLER                   PIC X(13).
010100
010200 01  WS-OPERATOR-IN-FILENAME      PIC X(40)
010300         VALUE "runtime/operator_in.txt".
010400 01  WS-RETIRED-FILENAME          PIC X(40).
010500
010600*
010700* One change line, split on the pipes, and the edited
010800* values taken from it.
010900 01  WS-CHANGE-LINE               PIC X(120).
011000 01  WS-CHANGE-FIELDS.
011100         05  WS-CHG-OPERATOR-TXT      PIC X(20).
011200         05  WS-CHG-NAME-TXT          PIC X(40).
011300         05  WS-CHG-BRANCH-TXT        PIC X(10).
011400         05  WS-CHG-ROLE-TXT          PIC X(10).
011500         05  WS-CHG-STATUS-TXT        PIC X(10).
011600         05  WS-CHG-LIMIT-TXT         PIC X(30).
011700 01  WS-CHG-OPERATOR-ID           PIC X(08).
011800 01  WS-CHG-BRANCH                PIC X(02).
011900 01  WS-CHG-ROLE                  PIC X(01).
012000 01  WS-CHG-STATUS                PIC X(01).
012100 01  WS-CHG-LIMIT                 PIC S9(9)V99 VALUE 0.
012200 01  WS-REFUSE-REASON             PIC X(40).
012300 01  WS-ACTION-TXT                PIC X(08).
012400
012500 01  WS-ROLE-TXT                  PIC X(10).
012600 01  WS-STATUS-TXT                PIC X(09).
012700 01  WS-BRANCH-TXT                PIC X(02).
012800
012900 01  WS-READ-COUNT                PIC 9(07) COMP VALUE 0.
013000 01  WS-ADDED-COUNT               PIC 9(07) COMP VALUE 0.
013100 01  WS-CHANGED-COUNT             PIC 9(07) COMP VALUE 0.
013200 01  WS-REFUSED-COUNT             PIC 9(07) COMP VALUE 0.
013300 01  WS-LISTED-COUNT              PIC 9(07) COMP VALUE 0.
013400 01  WS-SUSPENDED-COUNT           PIC 9(07) COMP VALUE 0.
013500 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
013600 01  WS-AMOUNT-TXT                PIC -Z(11)9.99.
013700 01  WS-REPORT-LINE               PIC X(132).
013800
013900 PROCEDURE DIVISION.
014000
014100************************************************************
014200* 0000-MAINLINE
014300************************************************************
014400 0000-MAINLINE.
014500         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600         IF WS-OIN-OPEN
014700             PERFORM 2000-APPLY-CHANGE THRU 2000-EXIT
014800                 UNTIL NOT WS-MORE-CHANGES
014900             CLOSE OPERATOR-INPUT-FILE
015000             PERFORM 8000-RETIRE-INPUT-FILE THRU 8000-EXIT
015100         END-IF.
015200         PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT.
015300         PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
015400         PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500         STOP RUN.
015600
015700************************************************************
015800* 1000-INITIALIZE - a first run builds an empty
015900* OPERATOR-MASTER file.  No change file is not an error:
016000* the file is listed as it stands.
016100************************************************************
016200 1000-INITIALIZE.
016300         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
016400         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
016500
016600         OPEN OUTPUT OPERATOR-REPORT-FILE.
016700         MOVE SPACES TO WS-REPORT-LINE.
016800         STRING "OPERATOR MASTER MAINTENANCE - " WS-RUN-DATE
016900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
017000         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
017100         MOVE SPACES TO WS-REPORT-LINE.
017200         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
017300
017400         OPEN I-O OPERATOR-MASTER-FILE.
017500         IF WS-OPM-STATUS = "35"
017600             OPEN OUTPUT OPERATOR-MASTER-FILE
017700             CLOSE OPERATOR-MASTER-FILE
017800             OPEN I-O OPERATOR-MASTER-FILE
017900         END-IF.
018000
018100         OPEN INPUT OPERATOR-INPUT-FILE.
018200         IF WS-OIN-STATUS = "00"
018300             MOVE "Y" TO WS-OIN-OPEN-SW
018400         ELSE
018500             MOVE SPACES TO WS-REPORT-LINE
018600             STRING "NO CHANGE FILE RECEIVED - LISTING THE FILE "
018700                 "AS IT STANDS"
018800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
018900             WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
019000             MOVE SPACES TO WS-REPORT-LINE
019100             WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
019200         END-IF.
019300 1000-EXIT.
019400         EXIT.
019500
019600************************************************************
019700* 1050-READ-SYSTEM-CONTROL - the official business date,
019800* when the site has cut over to SYSTEM-CONTROL; the
019900* wall-clock date stays only as the fallback.
020000************************************************************
020100 1050-READ-SYSTEM-CONTROL.
020200         OPEN INPUT SYSTEM-CONTROL-FILE.
020300         IF WS-SCT-STATUS NOT = "00"
020400             GO TO 1050-EXIT
020500         END-IF.
020600         MOVE "SYSTEM" TO SCT-CONTROL-ID.
020700         READ SYSTEM-CONTROL-FILE
020800             INVALID KEY
020900                 CONTINUE
021000             NOT INVALID KEY
021100                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
021200         END-READ.
021300         CLOSE SYSTEM-CONTROL-FILE.
021400 1050-EXIT.
021500         EXIT.
021600
021700************************************************************
021800* 2000-APPLY-CHANGE - one change line per read.  Every
021900* field is edited before anything is written, so a line
022000* is applied whole or not at all.
022100************************************************************
022200 2000-APPLY-CHANGE.
022300         READ OPERATOR-INPUT-FILE INTO WS-CHANGE-LINE
022400             AT END
022500                 MOVE "N" TO WS-MORE-CHANGES-SW
022600                 GO TO 2000-EXIT
022700         END-READ.
022800
022900         IF WS-CHANGE-LINE = SPACES
023000             GO TO 2000-EXIT
023100         END-IF.
023200         ADD 1 TO WS-READ-COUNT.
023300
023400         MOVE SPACES TO WS-CHANGE-FIELDS.
023500         UNSTRING WS-CHANGE-LINE DELIMITED BY "|"
023600             INTO WS-CHG-OPERATOR-TXT
023700                  WS-CHG-NAME-TXT
023800                  WS-CHG-BRANCH-TXT
023900                  WS-CHG-ROLE-TXT
024000                  WS-CHG-STATUS-TXT
024100                  WS-CHG-LIMIT-TXT
024200         END-UNSTRING.
024300
024400         MOVE FUNCTION UPPER-CASE
024500             (FUNCTION TRIM(WS-CHG-OPERATOR-TXT))
024600             TO WS-CHG-OPERATOR-ID.
024700         MOVE FUNCTION TRIM(WS-CHG-BRANCH-TXT) TO WS-CHG-BRANCH.
024800         MOVE FUNCTION UPPER-CASE
024900             (FUNCTION TRIM(WS-CHG-ROLE-TXT))
025000             TO WS-CHG-ROLE.
025100         MOVE FUNCTION UPPER-CASE
025200             (FUNCTION TRIM(WS-CHG-STATUS-TXT))
025300             TO WS-CHG-STATUS.
025400         MOVE 0 TO WS-CHG-LIMIT.
025500         IF FUNCTION TRIM(WS-CHG-LIMIT-TXT) NOT = SPACES
025600             COMPUTE WS-CHG-LIMIT =
025700                 FUNCTION NUMVAL(WS-CHG-LIMIT-TXT)
025800         END-IF.
025900
026000         IF WS-CHG-OPERATOR-ID = SPACES
026100             MOVE "NO OPERATOR ID" TO WS-REFUSE-REASON
026200             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
026300             GO TO 2000-EXIT
026400         END-IF.
026500         IF FUNCTION LENGTH(FUNCTION TRIM(WS-CHG-OPERATOR-TXT))
026600             > 8
026700             MOVE "OPERATOR ID LONGER THAN 8" TO WS-REFUSE-REASON
026800             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
026900             GO TO 2000-EXIT
027000         END-IF.
027100         IF WS-CHG-BRANCH NOT = SPACES
027200             AND WS-CHG-BRANCH NOT NUMERIC
027300             MOVE "BRANCH MUST BE TWO DIGITS" TO WS-REFUSE-REASON
027400             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
027500             GO TO 2000-EXIT
027600         END-IF.
027700         IF WS-CHG-ROLE NOT = SPACE
027800             AND WS-CHG-ROLE NOT = "T"
027900             AND WS-CHG-ROLE NOT = "S"
028000             AND WS-CHG-ROLE NOT = "B"
028100             MOVE "ROLE MUST BE T, S OR B" TO WS-REFUSE-REASON
028200             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
028300             GO TO 2000-EXIT
028400         END-IF.
028500         IF WS-CHG-STATUS NOT = SPACE
028600             AND WS-CHG-STATUS NOT = "A"
028700             AND WS-CHG-STATUS NOT = "S"
028800             MOVE "STATUS MUST BE A OR S" TO WS-REFUSE-REASON
028900             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
029000             GO TO 2000-EXIT
029100         END-IF.
029200         IF WS-CHG-LIMIT < 0
029300             MOVE "AUTHORITY LIMIT NEGATIVE" TO WS-REFUSE-REASON
029400             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
029500             GO TO 2000-EXIT
029600         END-IF.
029700
029800         MOVE WS-CHG-OPERATOR-ID TO OPM-OPERATOR-ID.
029900         READ OPERATOR-MASTER-FILE
030000             INVALID KEY
030100                 MOVE "N" TO WS-OPM-FOUND-SW
030200             NOT INVALID KEY
030300                 MOVE "Y" TO WS-OPM-FOUND-SW
030400         END-READ.
030500
030600         IF WS-OPM-ON-FILE
030700             PERFORM 2200-CHANGE-OPERATOR THRU 2200-EXIT
030800         ELSE
030900             PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
031000         END-IF.
031100 2000-EXIT.
031200         EXIT.
031300
031400************************************************************
031500* 2100-ADD-OPERATOR - a new operator, active unless the
031600* line says otherwise.
031700************************************************************
031800 2100-ADD-OPERATOR.
031900         IF FUNCTION TRIM(WS-CHG-NAME-TXT) = SPACES
032000             OR WS-CHG-ROLE = SPACE
032100             MOVE "NEW OPERATOR NEEDS NAME AND ROLE"
032200                 TO WS-REFUSE-REASON
032300             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
032400             GO TO 2100-EXIT
032500         END-IF.
032600         IF WS-CHG-BRANCH = SPACES
032700             AND WS-CHG-ROLE NOT = "B"
032800             MOVE "NEW OPERATOR NEEDS A BRANCH"
032900                 TO WS-REFUSE-REASON
033000             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
033100             GO TO 2100-EXIT
033200         END-IF.
033300
033400         MOVE SPACES TO OPERATOR-MASTER-RECORD.
033500         MOVE WS-CHG-OPERATOR-ID TO OPM-OPERATOR-ID.
033600         MOVE FUNCTION TRIM(WS-CHG-NAME-TXT) TO OPM-OPERATOR-NAME.
033700         MOVE WS-CHG-BRANCH TO OPM-BRANCH-ID.
033800         MOVE WS-CHG-ROLE TO OPM-ROLE.
033900         IF WS-CHG-STATUS = SPACE
034000             MOVE "A" TO OPM-STATUS
034100         ELSE
034200             MOVE WS-CHG-STATUS TO OPM-STATUS
034300         END-IF.
034400         MOVE WS-CHG-LIMIT TO OPM-AUTHORITY-LIMIT.
034500         MOVE WS-RUN-DATE TO OPM-LAST-CHANGED-DATE.
034600         WRITE OPERATOR-MASTER-RECORD.
034700
034800         ADD 1 TO WS-ADDED-COUNT.
034900         MOVE "ADDED" TO WS-ACTION-TXT.
035000         PERFORM 2500-REPORT-CHANGE THRU 2500-EXIT.
035100 2100-EXIT.
035200         EXIT.
035300
035400************************************************************
035500* 2200-CHANGE-OPERATOR - only the fields keyed on the line
035600* change; the rest of the record stands.  A teller or
035700* supervisor must end up with a branch, since TELLER-PROOF
035800* reports the drawer under it.
035900************************************************************
036000 2200-CHANGE-OPERATOR.
036100         IF WS-CHG-BRANCH = SPACES
036200             MOVE OPM-BRANCH-ID TO WS-CHG-BRANCH
036300         END-IF.
036400         IF WS-CHG-ROLE = SPACE
036500             MOVE OPM-ROLE TO WS-CHG-ROLE
036600         END-IF.
036700         IF WS-CHG-BRANCH = SPACES
036800             AND WS-CHG-ROLE NOT = "B"
036900             MOVE "OPERATOR NEEDS A BRANCH" TO WS-REFUSE-REASON
037000             PERFORM 2600-REFUSE-CHANGE THRU 2600-EXIT
037100             GO TO 2200-EXIT
037200         END-IF.
037300
037400         IF FUNCTION TRIM(WS-CHG-NAME-TXT) NOT = SPACES
037500             MOVE FUNCTION TRIM(WS-CHG-NAME-TXT)
037600                 TO OPM-OPERATOR-NAME
037700         END-IF.
037800         MOVE WS-CHG-BRANCH TO OPM-BRANCH-ID.
037900         MOVE WS-CHG-ROLE TO OPM-ROLE.
038000         IF WS-CHG-STATUS NOT = SPACE
038100             MOVE WS-CHG-STATUS TO OPM-STATUS
038200         END-IF.
038300         IF FUNCTION TRIM(WS-CHG-LIMIT-TXT) NOT = SPACES
038400             MOVE WS-CHG-LIMIT TO OPM-AUTHORITY-LIMIT
038500         END-IF.
038600         MOVE WS-RUN-DATE TO OPM-LAST-CHANGED-DATE.
038700         REWRITE OPERATOR-MASTER-RECORD.
038800
038900         ADD 1 TO WS-CHANGED-COUNT.
039000         MOVE "CHANGED" TO WS-ACTION-TXT.
039100         PERFORM 2500-REPORT-CHANGE THRU 2500-EXIT.
039200 2200-EXIT.
039300         EXIT.
039400
039500************************************************************
039600* 2500-REPORT-CHANGE - the record as it now stands.
039700************************************************************
039800 2500-REPORT-CHANGE.
039900         PERFORM 3200-DESCRIBE-OPERATOR THRU 3200-EXIT.
040000         MOVE SPACES TO WS-REPORT-LINE.
040100         STRING WS-ACTION-TXT "  "
040200             OPM-OPERATOR-ID "  "
040300             OPM-OPERATOR-NAME "  "
040400             WS-BRANCH-TXT "  "
040500             WS-ROLE-TXT "  "
040600             WS-STATUS-TXT "  "
040700             WS-AMOUNT-TXT
040800             DELIMITED BY SIZE INTO WS-REPORT-LINE.
040900         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
041000 2500-EXIT.
041100         EXIT.
041200
041300************************************************************
041400* 2600-REFUSE-CHANGE - the line is reported as keyed and
041500* nothing on it is applied.
041600************************************************************
041700 2600-REFUSE-CHANGE.
041800         ADD 1 TO WS-REFUSED-COUNT.
041900         MOVE SPACES TO WS-REPORT-LINE.
042000         STRING "REFUSED   " WS-REFUSE-REASON
042100             " - " FUNCTION TRIM(WS-CHANGE-LINE)
042200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
042300         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
042400 2600-EXIT.
042500         EXIT.
042600
042700************************************************************
042800* 3000-LIST-OPERATORS - the whole file in operator id
042900* order, after today's changes.
043000************************************************************
043100 3000-LIST-OPERATORS.
043200         MOVE SPACES TO WS-REPORT-LINE.
043300         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
043400         MOVE SPACES TO WS-REPORT-LINE.
043500         STRING "OPERATOR  NAME                            BR  "
043600             "ROLE        STATUS     AUTHORITY LIMIT"
043700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
043800         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
043900
044000         MOVE LOW-VALUES TO OPM-OPERATOR-ID.
044100         START OPERATOR-MASTER-FILE
044200             KEY IS NOT LESS THAN OPM-OPERATOR-ID
044300             INVALID KEY
044400                 MOVE "N" TO WS-MORE-OPERATORS-SW
044500         END-START.
044600         IF NOT WS-MORE-OPERATORS
044700             MOVE SPACES TO WS-REPORT-LINE
044800             STRING "NO OPERATORS ON FILE"
044900                 DELIMITED BY SIZE INTO WS-REPORT-LINE
045000             WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
045100             GO TO 3000-EXIT
045200         END-IF.
045300
045400         PERFORM 3100-LIST-ONE-OPERATOR THRU 3100-EXIT
045500             UNTIL NOT WS-MORE-OPERATORS.
045600 3000-EXIT.
045700         EXIT.
045800
045900************************************************************
046000* 3100-LIST-ONE-OPERATOR
046100************************************************************
046200 3100-LIST-ONE-OPERATOR.
046300         READ OPERATOR-MASTER-FILE NEXT RECORD
046400             AT END
046500                 MOVE "N" TO WS-MORE-OPERATORS-SW
046600                 GO TO 3100-EXIT
046700         END-READ.
046800
046900         ADD 1 TO WS-LISTED-COUNT.
047000         IF NOT OPM-ACTIVE
047100             ADD 1 TO WS-SUSPENDED-COUNT
047200         END-IF.
047300         PERFORM 3200-DESCRIBE-OPERATOR THRU 3200-EXIT.
047400         MOVE SPACES TO WS-REPORT-LINE.
047500         STRING OPM-OPERATOR-ID "  "
047600             OPM-OPERATOR-NAME "  "
047700             WS-BRANCH-TXT "  "
047800             WS-ROLE-TXT "  "
047900             WS-STATUS-TXT "  "
048000             WS-AMOUNT-TXT
048100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
048200         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
048300 3100-EXIT.
048400         EXIT.
048500
048600************************************************************
048700* 3200-DESCRIBE-OPERATOR - the printable role, status,
048800* branch and limit of the record in the buffer.
048900************************************************************
049000 3200-DESCRIBE-OPERATOR.
049100         EVALUATE TRUE
049200             WHEN OPM-TELLER
049300                 MOVE "TELLER" TO WS-ROLE-TXT
049400             WHEN OPM-SUPERVISOR
049500                 MOVE "SUPERVISOR" TO WS-ROLE-TXT
049600             WHEN OPM-BATCH
049700                 MOVE "BATCH" TO WS-ROLE-TXT
049800             WHEN OTHER
049900                 MOVE "UNKNOWN" TO WS-ROLE-TXT
050000         END-EVALUATE.
050100         IF OPM-ACTIVE
050200             MOVE "ACTIVE" TO WS-STATUS-TXT
050300         ELSE
050400             MOVE "SUSPENDED" TO WS-STATUS-TXT
050500         END-IF.
050600         IF OPM-BRANCH-ID = SPACES
050700             MOVE "--" TO WS-BRANCH-TXT
050800         ELSE
050900             MOVE OPM-BRANCH-ID TO WS-BRANCH-TXT
051000         END-IF.
051100         MOVE OPM-AUTHORITY-LIMIT TO WS-AMOUNT-TXT.
051200 3200-EXIT.
051300         EXIT.
051400
051500************************************************************
051600* 7000-WRITE-TRAILER
051700************************************************************
051800 7000-WRITE-TRAILER.
051900         MOVE SPACES TO WS-REPORT-LINE.
052000         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
052100
052200         MOVE WS-READ-COUNT TO WS-COUNT-TXT.
052300         MOVE SPACES TO WS-REPORT-LINE.
052400         STRING "CHANGE LINES READ    " WS-COUNT-TXT
052500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
052600         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
052700
052800         MOVE WS-ADDED-COUNT TO WS-COUNT-TXT.
052900         MOVE SPACES TO WS-REPORT-LINE.
053000         STRING "OPERATORS ADDED      " WS-COUNT-TXT
053100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
053200         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
053300
053400         MOVE WS-CHANGED-COUNT TO WS-COUNT-TXT.
053500         MOVE SPACES TO WS-REPORT-LINE.
053600         STRING "OPERATORS CHANGED    " WS-COUNT-TXT
053700             DELIMITED BY SIZE INTO WS-REPORT-LINE.
053800         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
053900
054000         MOVE WS-REFUSED-COUNT TO WS-COUNT-TXT.
054100         MOVE SPACES TO WS-REPORT-LINE.
054200         STRING "LINES REFUSED        " WS-COUNT-TXT
054300             DELIMITED BY SIZE INTO WS-REPORT-LINE.
054400         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
054500
054600         MOVE WS-LISTED-COUNT TO WS-COUNT-TXT.
054700         MOVE SPACES TO WS-REPORT-LINE.
054800         STRING "OPERATORS ON FILE    " WS-COUNT-TXT
054900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
055000         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
055100
055200         MOVE WS-SUSPENDED-COUNT TO WS-COUNT-TXT.
055300         MOVE SPACES TO WS-REPORT-LINE.
055400         STRING "  OF WHICH SUSPENDED " WS-COUNT-TXT
055500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
055600         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
055700 7000-EXIT.
055800         EXIT.
055900
056000************************************************************
056100* 8000-RETIRE-INPUT-FILE - the applied change file is
056200* renamed under the business date, the way WATCH-SCREEN
056300* retires its list, so the input name only ever holds
056400* changes not yet applied.  A rename that fails is
056500* reported loudly.
056600************************************************************
056700 8000-RETIRE-INPUT-FILE.
056800         MOVE SPACES TO WS-RETIRED-FILENAME.
056900         STRING "runtime/operator_done_" WS-RUN-DATE ".txt"
057000             DELIMITED BY SIZE INTO WS-RETIRED-FILENAME.
057100         CALL "CBL_RENAME_FILE" USING WS-OPERATOR-IN-FILENAME
057200             WS-RETIRED-FILENAME.
057300         MOVE SPACES TO WS-REPORT-LINE.
057400         IF RETURN-CODE = 0
057500             STRING "INPUT FILE RETIRED TO "
057600                 WS-RETIRED-FILENAME
057700                 DELIMITED BY SIZE INTO WS-REPORT-LINE
057800         ELSE
057900             STRING "INPUT FILE NOT RETIRED - MOVE IT ASIDE "
058000                 "BEFORE THE NEXT RUN"
058100                 DELIMITED BY SIZE INTO WS-REPORT-LINE
058200         END-IF.
058300         WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.
058400         MOVE 0 TO RETURN-CODE.
058500 8000-EXIT.
058600         EXIT.
058700
058800************************************************************
058900* 9000-TERMINATE
059000************************************************************
059100 9000-TERMINATE.
059200         CLOSE OPERATOR-MASTER-FILE.
059300         CLOSE OPERATOR-REPORT-FILE.
059400 9000-EXIT.
059500         EXIT.
