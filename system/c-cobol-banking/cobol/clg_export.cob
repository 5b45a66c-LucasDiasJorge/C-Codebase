004100* no money.  Both input files are retired under the
004200* business date after a clean run, the same rerun safety
004300* CLG-IMPORT gives the inbound file.
004310*
004320* An origination request whose originator is on the
004330* regulator's watch list (WATCH-LIST, loaded by
004340* WATCH-SCREEN) is neither sent nor settled: the line is
004350* held on the CLEARING-ORIG-HELD file for the compliance
004360* officer and listed as HELD.
004400*
004500* Mod history:
004600*   2026-09-01 JFM  Original program.
004680*                   outbound file is now dated and opened
004690*                   extend, so a returns-only run cannot
004691*                   truncate entries not yet transmitted.
004692*   2026-10-15 JFM  The originator name is now screened
004693*                   against the WATCH-LIST; a request from a
004694*                   listed party is held on the new
004695*                   CLEARING-ORIG-HELD file, nothing sent or
004696*                   queued, and counted on the trailer.
004697*   2026-10-15 JFM  Settlement entries carry CLEARING as
004698*                   the operator too, a batch operator on
004699*                   OPERATOR-MASTER.
004700************************************************************
004800
004900 ENVIRONMENT DIVISION.
009200             ACCESS MODE IS DYNAMIC
009300             RECORD KEY IS SCT-CONTROL-ID
009400             FILE STATUS IS WS-SCT-STATUS.
009408
009416         SELECT WATCH-LIST-FILE
009424             ASSIGN TO "runtime/watchlst.dat"
009432             ORGANIZATION IS INDEXED
009440             ACCESS MODE IS DYNAMIC
009448             RECORD KEY IS WLS-MATCH-KEY
009456             FILE STATUS IS WS-WLS-STATUS.
009464
009472         SELECT CLEARING-ORIG-HELD-FILE
009480             ASSIGN TO "runtime/clearing_orig_held.txt"
009488             ORGANIZATION IS LINE SEQUENTIAL
009496             FILE STATUS IS WS-HLD-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
011800
011900 FD  SYSTEM-CONTROL-FILE.
012000     COPY "copybooks/sysctl.cpy".
012010
012020 FD  WATCH-LIST-FILE.
012030     COPY "copybooks/watchlst.cpy".
012040
012050 FD  CLEARING-ORIG-HELD-FILE.
012060 01  CLEARING-ORIG-HELD-RECORD    PIC X(150).
012100
012200 WORKING-STORAGE SECTION.
012300 77  WS-ORI-STATUS                PIC X(02) VALUE "00".
012700 77  WS-REQ-STATUS                PIC X(02) VALUE "00".
012800 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
012810 77  WS-OUT-STATUS                PIC X(02) VALUE "00".
012820 77  WS-WLS-STATUS                PIC X(02) VALUE "00".
012830 77  WS-HLD-STATUS                PIC X(02) VALUE "00".
012900
013000 01  WS-SWITCHES.
013100         05  WS-ORI-OPEN-SW       PIC X(01) VALUE "N".
014420             88  WS-ORG-SCAN-DONE     VALUE "Y".
014430         05  WS-TRACE-COLLIDE-SW  PIC X(01) VALUE "N".
014440             88  WS-TRACE-COLLIDED    VALUE "Y".
014450         05  WS-WLS-OPEN-SW       PIC X(01) VALUE "N".
014460             88  WS-WLS-OPEN          VALUE "Y".
014470         05  WS-WATCH-HIT-SW      PIC X(01) VALUE "N".
014480             88  WS-WATCH-HIT         VALUE "Y".
014500
014600 01  WS-RUN-TIMESTAMP.
014700         05  WS-RUN-DATE              PIC X(08).
020400 01  WS-UNMATCHED-COUNT           PIC 9(05) COMP VALUE 0.
020500 01  WS-SENT-AMOUNT               PIC S9(11)V99 VALUE 0.
020600 01  WS-MATCHED-AMOUNT            PIC S9(11)V99 VALUE 0.
020610 01  WS-HELD-COUNT                PIC 9(05) COMP VALUE 0.
020620 01  WS-HELD-AMOUNT               PIC S9(11)V99 VALUE 0.
020700 01  WS-COUNT-TXT                 PIC ZZZZ9.
020800 01  WS-AMOUNT-EDIT               PIC -Z(11)9.99.
020900
021100 01  WS-REQUEST-LINE              PIC X(200).
021200 01  WS-REPORT-LINE               PIC X(132).
021300 01  WS-REJECT-REASON             PIC X(40).
021304
021308*
021312* A held request: the line as the back office sent it, the
021316* list reference it matched and the business date it was
021320* held.
021324 01  WS-HELD-LINE.
021328         05  WS-HLD-ORIG-LINE         PIC X(120).
021332         05  WS-HLD-LIST-REFERENCE    PIC X(15).
021336         05  WS-HLD-DATE              PIC X(08).
021340         05  FILLER                   PIC X(07) VALUE SPACES.
021344
021348*
021352* Name normalization work area: upper case, letters and
021356* digits only, the rule WATCH-SCREEN keyed the list with.
021360 01  WS-NAME-RAW                  PIC X(40).
021364 01  WS-NAME-UPPER                PIC X(40).
021368 01  WS-NAME-NORMAL               PIC X(40).
021372 01  WS-NAME-IN-SUB               PIC 9(02) COMP.
021376 01  WS-NAME-OUT-SUB              PIC 9(02) COMP.
021380 01  WS-NAME-CHAR                 PIC X(01).
021400
021500*
021600* Account-number check-digit work area - the same MOD-11
028400         IF WS-REQ-STATUS = "35"
028500             OPEN OUTPUT REQUEST-FILE
028600         END-IF.
028609
028618         OPEN INPUT WATCH-LIST-FILE.
028627         IF WS-WLS-STATUS = "00"
028636             MOVE "Y" TO WS-WLS-OPEN-SW
028645         END-IF.
028654
028663         OPEN EXTEND CLEARING-ORIG-HELD-FILE.
028672         IF WS-HLD-STATUS = "35"
028681             OPEN OUTPUT CLEARING-ORIG-HELD-FILE
028690         END-IF.
028700
028710*
028720* The outbound file is dated and opened extend: a second
033000* the two account numbers, then the settlement account's
033100* existence and status.  The first edit that fails
033200* reports the line and sends nothing.
033210* A request from a party on the watch list is held once
033220* its shape has passed.
033300************************************************************
033400 2000-PROCESS-ORIGINATION.
033500         READ ORIGINATION-FILE INTO WS-ORIG-LINE
037600             GO TO 2000-EXIT
037700         END-IF.
037800
037810         IF WS-WLS-OPEN
037820             PERFORM 2350-SCREEN-ORIGINATOR THRU 2350-EXIT
037830             IF WS-WATCH-HIT
037840                 PERFORM 2700-HOLD-ORIGINATION THRU 2700-EXIT
037850                 GO TO 2000-EXIT
037860             END-IF
037870         END-IF.
037880
037900         MOVE WS-ORIG-SETTLE-ACCOUNT TO WS-ACCOUNT-ID-TO-CHECK.
038000         PERFORM 2300-VALIDATE-ACCOUNT-FORMAT THRU 2300-EXIT.
038100         IF NOT WS-FORMAT-VALID
053100 2320-EXIT.
053200         EXIT.
053300
053302************************************************************
053304* 2350-SCREEN-ORIGINATOR - the originator's name,
053306* normalized the way WATCH-SCREEN keyed the regulator's
053308* list, against the list's name keys.  WS-WATCH-HIT on the
053310* way out means hold it; the list record is left in the
053312* record area for the HELD line.
053314************************************************************
053316 2350-SCREEN-ORIGINATOR.
053318         MOVE "N" TO WS-WATCH-HIT-SW.
053320         MOVE WS-ORIG-NAME-TXT TO WS-NAME-RAW.
053322         PERFORM 2360-NORMALIZE-NAME THRU 2360-EXIT.
053324         IF WS-NAME-NORMAL = SPACES
053326             GO TO 2350-EXIT
053328         END-IF.
053330         MOVE "N" TO WLS-KEY-TYPE.
053332         MOVE WS-NAME-NORMAL TO WLS-KEY-VALUE.
053334         READ WATCH-LIST-FILE
053336             INVALID KEY
053338                 GO TO 2350-EXIT
053340         END-READ.
053342         MOVE "Y" TO WS-WATCH-HIT-SW.
053344 2350-EXIT.
053346         EXIT.
053348
053350 2360-NORMALIZE-NAME.
053352         MOVE FUNCTION UPPER-CASE(WS-NAME-RAW) TO WS-NAME-UPPER.
053354         MOVE SPACES TO WS-NAME-NORMAL.
053356         MOVE 0 TO WS-NAME-OUT-SUB.
053358         PERFORM 2370-NORMALIZE-ONE-LETTER THRU 2370-EXIT
053360             VARYING WS-NAME-IN-SUB FROM 1 BY 1
053362             UNTIL WS-NAME-IN-SUB > 40.
053364 2360-EXIT.
053366         EXIT.
053368
053370 2370-NORMALIZE-ONE-LETTER.
053372         MOVE WS-NAME-UPPER(WS-NAME-IN-SUB:1) TO WS-NAME-CHAR.
053374         IF (WS-NAME-CHAR >= "A" AND WS-NAME-CHAR <= "Z")
053376             OR (WS-NAME-CHAR >= "0" AND WS-NAME-CHAR <= "9")
053378             ADD 1 TO WS-NAME-OUT-SUB
053380             MOVE WS-NAME-CHAR
053382                 TO WS-NAME-NORMAL(WS-NAME-OUT-SUB:1)
053384         END-IF.
053386 2370-EXIT.
053388         EXIT.
053390
053400************************************************************
053500* 2500-QUEUE-SETTLEMENT-DEBIT - the settlement side of a
053600* payroll credit going out, in the exact pipe-delimited
054600             "|"
054700             "|"
054800             FUNCTION TRIM(WS-AMOUNT-TXT)
054900             "|||||CLEARING|||CLEARING"
055000             DELIMITED BY SIZE
055100             INTO WS-REQUEST-LINE
055200         END-STRING.
056700             "|"
056800             "|"
056900             FUNCTION TRIM(WS-AMOUNT-TXT)
057000             "|||||CLEARING|||CLEARING"
057100             DELIMITED BY SIZE
057200             INTO WS-REQUEST-LINE
057300         END-STRING.
059100 2600-EXIT.
059200         EXIT.
059300
059304************************************************************
059308* 2700-HOLD-ORIGINATION - a request from a listed party:
059312* the line as received, with the list reference it matched,
059316* onto CLEARING-ORIG-HELD and a HELD line on the report.
059320* Nothing goes to the network and nothing is queued.
059324************************************************************
059328 2700-HOLD-ORIGINATION.
059332         MOVE WS-ORIG-LINE TO WS-HLD-ORIG-LINE.
059336         MOVE WLS-LIST-REFERENCE TO WS-HLD-LIST-REFERENCE.
059340         MOVE WS-RUN-DATE TO WS-HLD-DATE.
059344         WRITE CLEARING-ORIG-HELD-RECORD FROM WS-HELD-LINE.
059348         ADD 1 TO WS-HELD-COUNT.
059352         ADD WS-ORIG-AMOUNT TO WS-HELD-AMOUNT.
059356         MOVE SPACES TO WS-REPORT-LINE.
059360         STRING "ORIGINATION HELD - LIST "
059364             WLS-LIST-REFERENCE
059368             " - " FUNCTION TRIM(WS-ORIG-LINE)
059372             DELIMITED BY SIZE INTO WS-REPORT-LINE.
059376         WRITE EXPORT-REPORT-RECORD FROM WS-REPORT-LINE.
059380 2700-EXIT.
059384         EXIT.
059388
059400************************************************************
059500* 5000-PROCESS-RETURN - one inbound return per read,
059600* matched to the originated entry by the trace number the
068900         STRING "ENTRIES REJECTED    " WS-COUNT-TXT
069000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
069100         WRITE EXPORT-REPORT-RECORD FROM WS-REPORT-LINE.
069110
069120         MOVE WS-HELD-COUNT TO WS-COUNT-TXT.
069130         MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT.
069140         MOVE SPACES TO WS-REPORT-LINE.
069150         STRING "ENTRIES HELD        " WS-COUNT-TXT
069160             "  AMOUNT" WS-AMOUNT-EDIT
069170             DELIMITED BY SIZE INTO WS-REPORT-LINE.
069180         WRITE EXPORT-REPORT-RECORD FROM WS-REPORT-LINE.
069200
069300         MOVE WS-MATCHED-COUNT TO WS-COUNT-TXT.
069400         MOVE WS-MATCHED-AMOUNT TO WS-AMOUNT-EDIT.
076400         PERFORM 8000-RETIRE-INPUT-FILES THRU 8000-EXIT.
076500         CLOSE ACCOUNT-MASTER-FILE ORIGINATED-FILE
076600             REQUEST-FILE OUTBOUND-FILE EXPORT-REPORT-FILE.
076610         CLOSE CLEARING-ORIG-HELD-FILE.
076620         IF WS-WLS-OPEN
076630             CLOSE WATCH-LIST-FILE
076640         END-IF.
076700 9000-EXIT.
076800         EXIT.
