000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WATCH-SCREEN.
000300     AUTHOR. J F MORAES.
000400     INSTALLATION. RETAIL BANKING - DATA PROC CENTER.
000500     DATE-WRITTEN. 2026-10-15.
000600     DATE-COMPILED.
000700*
000800************************************************************
000900* WATCH-SCREEN
001000*
001100* Sanctions watch-list load and customer rescreen, run by
001200* the compliance office whenever the regulator publishes a
001300* new list.  The regulator's file arrives fixed format, one
001400* listed party per line:
001500*
001600*   POS  1-15  LIST REFERENCE  the regulator's own entry id
001700*   POS 16-55  NAME            as published
001800*   POS 56-75  DOCUMENT ID     as published, punctuation and
001900*                              all; blank when not known
002000*
002100* The new list replaces the WATCH-LIST file outright: each
002200* party is keyed once by its normalized name (upper case,
002300* letters and digits only) and once by its normalized
002400* document id (digits only, the rule the engine keys
002500* CUSTOMER-DOC with), so a hit does not depend on how
002600* either side typed the spaces, dots and dashes.  The
002700* processed file is retired under the business date the way
002800* CLG-IMPORT retires the clearing file.
002900*
003000* The whole CUSTOMER-DOC file is then screened against the
003100* list on file - the new one, or the current one when no
003200* new file came in - on both keys, and every customer who
003300* matches is reported with the list entry they hit and
003400* every account CUSTOMER-XREF links to them, open or
003500* closed, for the compliance officer to act on.  Nothing is
003600* blocked or changed here: OPEN_ACCOUNT in the engine and
003700* the two clearing jobs screen new business against the
003800* same file as it arrives.
003900*
004000* Mod history:
004100*   2026-10-15 JFM  Original job.
004200************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700         SELECT WATCH-INPUT-FILE
004800             ASSIGN TO "runtime/watchlist_in.txt"
004900             ORGANIZATION IS LINE SEQUENTIAL
005000             FILE STATUS IS WS-WIN-STATUS.
005100
005200         SELECT WATCH-LIST-FILE
005300             ASSIGN TO "runtime/watchlst.dat"
005400             ORGANIZATION IS INDEXED
005500             ACCESS MODE IS DYNAMIC
005600             RECORD KEY IS WLS-MATCH-KEY
005700             FILE STATUS IS WS-WLS-STATUS.
005800
005900         SELECT CUSTOMER-DOC-FILE
006000             ASSIGN TO "runtime/custdoc.dat"
006100             ORGANIZATION IS INDEXED
006200             ACCESS MODE IS SEQUENTIAL
006300             RECORD KEY IS CDM-DOCUMENT-ID
006400             FILE STATUS IS WS-CDM-STATUS.
006500
006600         SELECT CUSTOMER-XREF-FILE
006700             ASSIGN TO "runtime/custxref.dat"
006800             ORGANIZATION IS INDEXED
006900             ACCESS MODE IS DYNAMIC
007000             RECORD KEY IS CXR-XREF-KEY
007100             FILE STATUS IS WS-CXR-STATUS.
007200
007300         SELECT ACCOUNT-MASTER-FILE
007400             ASSIGN TO "runtime/acctmast.dat"
007500             ORGANIZATION IS INDEXED
007600             ACCESS MODE IS DYNAMIC
007700             RECORD KEY IS ACM-ACCOUNT-ID
007800             FILE STATUS IS WS-ACM-STATUS.
007900
008000         SELECT SCREEN-REPORT-FILE
008100             ASSIGN TO "runtime/watch_screen_report.txt"
008200             ORGANIZATION IS LINE SEQUENTIAL.
008300
008400         SELECT SYSTEM-CONTROL-FILE
008500             ASSIGN TO "runtime/sysctl.dat"
008600             ORGANIZATION IS INDEXED
008700             ACCESS MODE IS DYNAMIC
008800             RECORD KEY IS SCT-CONTROL-ID
008900             FILE STATUS IS WS-SCT-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  WATCH-INPUT-FILE.
009400 01  WATCH-INPUT-RECORD           PIC X(80).
009500
009600 FD  WATCH-LIST-FILE.
009700     COPY "copybooks/watchlst.cpy".
009800
009900 FD  CUSTOMER-DOC-FILE.
010000     COPY "copybooks/custdoc.cpy".
010100
010200 FD  CUSTOMER-XREF-FILE.
010300     COPY "copybooks/custxref.cpy".
010400
010500 FD  ACCOUNT-MASTER-FILE.
010600     COPY "copybooks/acctmast.cpy".
010700
010800 FD  SCREEN-REPORT-FILE.
010900 01  SCREEN-REPORT-RECORD         PIC X(132).
011000
011100 FD  SYSTEM-CONTROL-FILE.
011200     COPY "copybooks/sysctl.cpy".
011300
011400 WORKING-STORAGE SECTION.
011500 77  WS-WIN-STATUS                PIC X(02) VALUE "00".
011600 77  WS-WLS-STATUS                PIC X(02) VALUE "00".
011700 77  WS-CDM-STATUS                PIC X(02) VALUE "00".
011800 77  WS-CXR-STATUS                PIC X(02) VALUE "00".
011900 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
012000 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
012100
012200 01  WS-SWITCHES.
012300         05  WS-WIN-OPEN-SW       PIC X(01) VALUE "N".
012400             88  WS-WIN-OPEN          VALUE "Y".
012500         05  WS-MORE-ENTRIES-SW   PIC X(01) VALUE "Y".
012600             88  WS-MORE-ENTRIES      VALUE "Y".
012700         05  WS-WLS-OPEN-SW       PIC X(01) VALUE "N".
012800             88  WS-WLS-OPEN          VALUE "Y".
012900         05  WS-CDM-OPEN-SW       PIC X(01) VALUE "N".
013000             88  WS-CDM-OPEN          VALUE "Y".
013100         05  WS-MORE-CUSTOMERS-SW PIC X(01) VALUE "Y".
013200             88  WS-MORE-CUSTOMERS    VALUE "Y".
013300         05  WS-CUST-MATCHED-SW   PIC X(01) VALUE "N".
013400             88  WS-CUST-MATCHED      VALUE "Y".
013500         05  WS-XREF-SCAN-DONE-SW PIC X(01) VALUE "N".
013600             88  WS-XREF-SCAN-DONE    VALUE "Y".
013700         05  WS-ACCOUNT-FOUND-SW  PIC X(01) VALUE "N".
013800             88  WS-ACCOUNT-ON-FILE   VALUE "Y".
013900
014000 01  WS-RUN-TIMESTAMP.
014100         05  WS-RUN-DATE              PIC X(08).
014200         05  FILLER                   PIC X(13).
014300
014400 01  WS-WATCH-IN-FILENAME         PIC X(40)
014500         VALUE "runtime/watchlist_in.txt".
014600 01  WS-RETIRED-FILENAME          PIC X(40).
014700
014800*
014900* One line of the regulator's list, in its published
015000* positions.
015100 01  WS-WATCH-ENTRY.
015200         05  WS-WIN-LIST-REFERENCE    PIC X(15).
015300         05  WS-WIN-NAME              PIC X(40).
015400         05  WS-WIN-DOCUMENT          PIC X(20).
015500         05  FILLER                   PIC X(05).
015600
015700*
015800* Name normalization work area: upper case, letters and
015900* digits only, left-justified - the same rule the engine
016000* and the clearing jobs apply before reading WATCH-LIST.
016100 01  WS-NAME-RAW                  PIC X(40).
016200 01  WS-NAME-UPPER                PIC X(40).
016300 01  WS-NAME-NORMAL               PIC X(40).
016400 01  WS-NAME-IN-SUB               PIC 9(02) COMP.
016500 01  WS-NAME-OUT-SUB              PIC 9(02) COMP.
016600 01  WS-NAME-CHAR                 PIC X(01).
016700
016800*
016900* Document-id normalization work area - the same
017000* digits-only rule the engine keys CUSTOMER-DOC with.
017100 01  WS-DOCUMENT-RAW              PIC X(40).
017200 01  WS-DOCUMENT-NORMAL           PIC X(20).
017300 01  WS-DOC-IN-SUB                PIC 9(02) COMP.
017400 01  WS-DOC-OUT-SUB               PIC 9(02) COMP.
017500 01  WS-DOC-CHAR                  PIC X(01).
017600
017700 01  WS-MATCH-TYPE-TXT            PIC X(08).
017800 01  WS-ACCOUNT-STATUS-TXT        PIC X(08).
017900
018000 01  WS-ENTRY-COUNT               PIC 9(07) COMP VALUE 0.
018100 01  WS-KEY-COUNT                 PIC 9(07) COMP VALUE 0.
018200 01  WS-DUPLICATE-COUNT           PIC 9(07) COMP VALUE 0.
018300 01  WS-UNUSABLE-COUNT            PIC 9(07) COMP VALUE 0.
018400 01  WS-SCREENED-COUNT            PIC 9(07) COMP VALUE 0.
018500 01  WS-MATCHED-COUNT             PIC 9(07) COMP VALUE 0.
018600 01  WS-COUNT-TXT                 PIC ZZZZZZ9.
018700 01  WS-AMOUNT-TXT                PIC -Z(11)9.99.
018800 01  WS-REPORT-LINE               PIC X(132).
018900
019000 PROCEDURE DIVISION.
019100
019200************************************************************
019300* 0000-MAINLINE
019400************************************************************
019500 0000-MAINLINE.
019600         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700         IF WS-WIN-OPEN
019800             PERFORM 2000-LOAD-WATCH-LIST THRU 2000-EXIT
019900         END-IF.
020000         PERFORM 3000-OPEN-WATCH-LIST THRU 3000-EXIT.
020100         IF WS-WLS-OPEN AND WS-CDM-OPEN
020200             PERFORM 4000-SCREEN-CUSTOMER THRU 4000-EXIT
020300                 UNTIL NOT WS-MORE-CUSTOMERS
020400         END-IF.
020500         PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
020600         PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700         STOP RUN.
020800
020900************************************************************
021000* 1000-INITIALIZE - no new list from the regulator is not
021100* an error: the customers are rescreened against the list
021200* already on file.  A site with no customer file yet has
021300* nobody to screen, and the report says so.
021400************************************************************
021500 1000-INITIALIZE.
021600         MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
021700         PERFORM 1050-READ-SYSTEM-CONTROL THRU 1050-EXIT.
021800
021900         OPEN OUTPUT SCREEN-REPORT-FILE.
022000         MOVE SPACES TO WS-REPORT-LINE.
022100         STRING "WATCH-LIST SCREENING - " WS-RUN-DATE
022200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
022300         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
022400         MOVE SPACES TO WS-REPORT-LINE.
022500         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
022600
022700         OPEN INPUT WATCH-INPUT-FILE.
022800         IF WS-WIN-STATUS = "00"
022900             MOVE "Y" TO WS-WIN-OPEN-SW
023000         ELSE
023100             MOVE SPACES TO WS-REPORT-LINE
023200             STRING "NO NEW LIST RECEIVED - SCREENING AGAINST "
023300                 "THE LIST ON FILE"
023400                 DELIMITED BY SIZE INTO WS-REPORT-LINE
023500             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
023600         END-IF.
023700
023800         OPEN INPUT CUSTOMER-DOC-FILE.
023900         IF WS-CDM-STATUS = "00"
024000             MOVE "Y" TO WS-CDM-OPEN-SW
024100             OPEN INPUT CUSTOMER-XREF-FILE
024200             OPEN INPUT ACCOUNT-MASTER-FILE
024300         ELSE
024400             MOVE SPACES TO WS-REPORT-LINE
024500             STRING "NO CUSTOMER FILE ON THIS SITE YET"
024600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
024700             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
024800         END-IF.
024900 1000-EXIT.
025000         EXIT.
025100
025200************************************************************
025300* 1050-READ-SYSTEM-CONTROL - the official business date,
025400* when the site has cut over to SYSTEM-CONTROL; the
025500* wall-clock date stays only as the fallback.
025600************************************************************
025700 1050-READ-SYSTEM-CONTROL.
025800         OPEN INPUT SYSTEM-CONTROL-FILE.
025900         IF WS-SCT-STATUS NOT = "00"
026000             GO TO 1050-EXIT
026100         END-IF.
026200         MOVE "SYSTEM" TO SCT-CONTROL-ID.
026300         READ SYSTEM-CONTROL-FILE
026400             INVALID KEY
026500                 CONTINUE
026600             NOT INVALID KEY
026700                 MOVE SCT-BUSINESS-DATE TO WS-RUN-DATE
026800         END-READ.
026900         CLOSE SYSTEM-CONTROL-FILE.
027000 1050-EXIT.
027100         EXIT.
027200
027300************************************************************
027400* 2000-LOAD-WATCH-LIST - the new list replaces the old one
027500* outright: a party the regulator has delisted must stop
027600* matching the day the list that drops it is loaded.
027700************************************************************
027800 2000-LOAD-WATCH-LIST.
027900         OPEN OUTPUT WATCH-LIST-FILE.
028000         PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
028100             UNTIL NOT WS-MORE-ENTRIES.
028200         CLOSE WATCH-LIST-FILE.
028300         CLOSE WATCH-INPUT-FILE.
028400         PERFORM 8000-RETIRE-INPUT-FILE THRU 8000-EXIT.
028500
028600         MOVE WS-ENTRY-COUNT TO WS-COUNT-TXT.
028700         MOVE SPACES TO WS-REPORT-LINE.
028800         STRING "NEW LIST LOADED - PARTIES " WS-COUNT-TXT
028900             DELIMITED BY SIZE INTO WS-REPORT-LINE.
029000         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
029100         MOVE SPACES TO WS-REPORT-LINE.
029200         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
029300 2000-EXIT.
029400         EXIT.
029500
029600************************************************************
029700* 2100-LOAD-ONE-ENTRY - one listed party per read, keyed by
029800* name and by document wherever each normalizes to
029900* something.  A party with neither cannot be matched and
030000* is reported for the compliance office to chase with the
030100* regulator.
030200************************************************************
030300 2100-LOAD-ONE-ENTRY.
030400         READ WATCH-INPUT-FILE INTO WS-WATCH-ENTRY
030500             AT END
030600                 MOVE "N" TO WS-MORE-ENTRIES-SW
030700                 GO TO 2100-EXIT
030800         END-READ.
030900
031000         IF WS-WATCH-ENTRY = SPACES
031100             GO TO 2100-EXIT
031200         END-IF.
031300         ADD 1 TO WS-ENTRY-COUNT.
031400
031500         MOVE WS-WIN-NAME TO WS-NAME-RAW.
031600         PERFORM 5000-NORMALIZE-NAME THRU 5000-EXIT.
031700         MOVE WS-WIN-DOCUMENT TO WS-DOCUMENT-RAW.
031800         PERFORM 5100-NORMALIZE-DOCUMENT THRU 5100-EXIT.
031900
032000         IF WS-NAME-NORMAL = SPACES
032100             AND WS-DOCUMENT-NORMAL = SPACES
032200             ADD 1 TO WS-UNUSABLE-COUNT
032300             MOVE SPACES TO WS-REPORT-LINE
032400             STRING "UNUSABLE LIST ENTRY " WS-WIN-LIST-REFERENCE
032500                 " - NO NAME OR DOCUMENT TO MATCH ON"
032600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
032700             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
032800             GO TO 2100-EXIT
032900         END-IF.
033000
033100         IF WS-NAME-NORMAL NOT = SPACES
033200             MOVE "N" TO WLS-KEY-TYPE
033300             MOVE WS-NAME-NORMAL TO WLS-KEY-VALUE
033400             PERFORM 2200-WRITE-WATCH-KEY THRU 2200-EXIT
033500         END-IF.
033600         IF WS-DOCUMENT-NORMAL NOT = SPACES
033700             MOVE "D" TO WLS-KEY-TYPE
033800             MOVE WS-DOCUMENT-NORMAL TO WLS-KEY-VALUE
033900             PERFORM 2200-WRITE-WATCH-KEY THRU 2200-EXIT
034000         END-IF.
034100 2100-EXIT.
034200         EXIT.
034300
034400************************************************************
034500* 2200-WRITE-WATCH-KEY - the key is already set.  Two
034600* listed parties can share a name; the first one listed
034700* keeps the key, and the report counts the rest - a hit on
034800* the name is referred to compliance either way.
034900************************************************************
035000 2200-WRITE-WATCH-KEY.
035100         MOVE WS-WIN-LIST-REFERENCE TO WLS-LIST-REFERENCE.
035200         MOVE WS-WIN-NAME TO WLS-LISTED-NAME.
035300         MOVE WS-WIN-DOCUMENT TO WLS-LISTED-DOCUMENT.
035400         MOVE WS-RUN-DATE TO WLS-LOADED-DATE.
035500         WRITE WATCH-LIST-RECORD
035600             INVALID KEY
035700                 ADD 1 TO WS-DUPLICATE-COUNT
035800             NOT INVALID KEY
035900                 ADD 1 TO WS-KEY-COUNT
036000         END-WRITE.
036100 2200-EXIT.
036200         EXIT.
036300
036400************************************************************
036500* 3000-OPEN-WATCH-LIST - the list on file for the
036600* rescreen.  A site that has never loaded one has nothing
036700* to screen against, and the report says so.
036800************************************************************
036900 3000-OPEN-WATCH-LIST.
037000         OPEN INPUT WATCH-LIST-FILE.
037100         IF WS-WLS-STATUS = "00"
037200             MOVE "Y" TO WS-WLS-OPEN-SW
037300         ELSE
037400             MOVE SPACES TO WS-REPORT-LINE
037500             STRING "NO WATCH LIST ON FILE - NOBODY SCREENED"
037600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
037700             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
037800         END-IF.
037900 3000-EXIT.
038000         EXIT.
038100
038200************************************************************
038300* 4000-SCREEN-CUSTOMER - one customer per read, on the
038400* document first and then the name; a customer hit on both
038500* is reported on both lines but counted once, and their
038600* accounts are listed once under the hits.
038700************************************************************
038800 4000-SCREEN-CUSTOMER.
038900         READ CUSTOMER-DOC-FILE
039000             AT END
039100                 MOVE "N" TO WS-MORE-CUSTOMERS-SW
039200                 GO TO 4000-EXIT
039300         END-READ.
039400         ADD 1 TO WS-SCREENED-COUNT.
039500         MOVE "N" TO WS-CUST-MATCHED-SW.
039600
039700         MOVE "D" TO WLS-KEY-TYPE.
039800         MOVE CDM-DOCUMENT-ID TO WLS-KEY-VALUE.
039900         READ WATCH-LIST-FILE
040000             INVALID KEY
040100                 CONTINUE
040200             NOT INVALID KEY
040300                 MOVE "DOCUMENT" TO WS-MATCH-TYPE-TXT
040400                 PERFORM 4100-REPORT-MATCH THRU 4100-EXIT
040500         END-READ.
040600
040700         MOVE CDM-NAME TO WS-NAME-RAW.
040800         PERFORM 5000-NORMALIZE-NAME THRU 5000-EXIT.
040900         IF WS-NAME-NORMAL NOT = SPACES
041000             MOVE "N" TO WLS-KEY-TYPE
041100             MOVE WS-NAME-NORMAL TO WLS-KEY-VALUE
041200             READ WATCH-LIST-FILE
041300                 INVALID KEY
041400                     CONTINUE
041500                 NOT INVALID KEY
041600                     MOVE "NAME" TO WS-MATCH-TYPE-TXT
041700                     PERFORM 4100-REPORT-MATCH THRU 4100-EXIT
041800             END-READ
041900         END-IF.
042000
042100         IF WS-CUST-MATCHED
042200             ADD 1 TO WS-MATCHED-COUNT
042300             PERFORM 4200-LIST-ACCOUNTS THRU 4200-EXIT
042400             MOVE SPACES TO WS-REPORT-LINE
042500             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
042600         END-IF.
042700 4000-EXIT.
042800         EXIT.
042900
043000 4100-REPORT-MATCH.
043100         IF NOT WS-CUST-MATCHED
043200             MOVE "Y" TO WS-CUST-MATCHED-SW
043300             MOVE SPACES TO WS-REPORT-LINE
043400             STRING "CUSTOMER " CDM-DOCUMENT-ID
043500                 " " CDM-NAME
043600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
043700             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
043800         END-IF.
043900         MOVE SPACES TO WS-REPORT-LINE.
044000         STRING "  MATCH ON " WS-MATCH-TYPE-TXT
044100             " LIST REF " WLS-LIST-REFERENCE
044200             " " WLS-LISTED-NAME
044300             " " WLS-LISTED-DOCUMENT
044400             DELIMITED BY SIZE INTO WS-REPORT-LINE.
044500         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
044600 4100-EXIT.
044700         EXIT.
044800
044900************************************************************
045000* 4200-LIST-ACCOUNTS - keyed start on the customer's
045100* document id, read forward to the customer break - the
045200* same scan shape CUST-POS uses.  Closed accounts are
045300* listed too: the relationship is what is reported.
045400************************************************************
045500 4200-LIST-ACCOUNTS.
045600         MOVE "N" TO WS-XREF-SCAN-DONE-SW.
045700         MOVE CDM-DOCUMENT-ID TO CXR-DOCUMENT-ID.
045800         MOVE LOW-VALUES TO CXR-ACCOUNT-ID.
045900         START CUSTOMER-XREF-FILE
046000             KEY IS NOT LESS THAN CXR-XREF-KEY
046100             INVALID KEY
046200                 MOVE "Y" TO WS-XREF-SCAN-DONE-SW
046300         END-START.
046400         PERFORM 4250-LIST-NEXT-ACCOUNT THRU 4250-EXIT
046500             UNTIL WS-XREF-SCAN-DONE.
046600 4200-EXIT.
046700         EXIT.
046800
046900 4250-LIST-NEXT-ACCOUNT.
047000         READ CUSTOMER-XREF-FILE NEXT RECORD
047100             AT END
047200                 MOVE "Y" TO WS-XREF-SCAN-DONE-SW
047300                 GO TO 4250-EXIT
047400         END-READ.
047500         IF CXR-DOCUMENT-ID NOT = CDM-DOCUMENT-ID
047600             MOVE "Y" TO WS-XREF-SCAN-DONE-SW
047700             GO TO 4250-EXIT
047800         END-IF.
047900
048000         MOVE CXR-ACCOUNT-ID TO ACM-ACCOUNT-ID.
048100         READ ACCOUNT-MASTER-FILE
048200             INVALID KEY
048300                 MOVE "N" TO WS-ACCOUNT-FOUND-SW
048400             NOT INVALID KEY
048500                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
048600         END-READ.
048700         IF NOT WS-ACCOUNT-ON-FILE
048800             MOVE SPACES TO WS-REPORT-LINE
048900             STRING "    ACCOUNT " CXR-ACCOUNT-ID
049000                 " NOT ON MASTER - INVESTIGATE"
049100                 DELIMITED BY SIZE INTO WS-REPORT-LINE
049200             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
049300             GO TO 4250-EXIT
049400         END-IF.
049500
049600         EVALUATE TRUE
049700             WHEN ACM-ACTIVE
049800                 MOVE "ACTIVE" TO WS-ACCOUNT-STATUS-TXT
049900             WHEN ACM-DORMANT
050000                 MOVE "DORMANT" TO WS-ACCOUNT-STATUS-TXT
050100             WHEN ACM-CLOSED
050200                 MOVE "CLOSED" TO WS-ACCOUNT-STATUS-TXT
050300             WHEN OTHER
050400                 MOVE "UNKNOWN" TO WS-ACCOUNT-STATUS-TXT
050500         END-EVALUATE.
050600
050700         MOVE ACM-BALANCE TO WS-AMOUNT-TXT.
050800         MOVE SPACES TO WS-REPORT-LINE.
050900         STRING "    ACCOUNT " CXR-ACCOUNT-ID
051000             " " WS-ACCOUNT-STATUS-TXT
051100             WS-AMOUNT-TXT
051200             DELIMITED BY SIZE INTO WS-REPORT-LINE.
051300         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
051400 4250-EXIT.
051500         EXIT.
051600
051700************************************************************
051800* 5000-NORMALIZE-NAME - upper case, then only the letters
051900* and digits of WS-NAME-RAW, left-justified into
052000* WS-NAME-NORMAL.  "Jose da Silva", "JOSE DA SILVA" and
052100* "Jose da-Silva" are one name.
052200************************************************************
052300 5000-NORMALIZE-NAME.
052400         MOVE FUNCTION UPPER-CASE(WS-NAME-RAW) TO WS-NAME-UPPER.
052500         MOVE SPACES TO WS-NAME-NORMAL.
052600         MOVE 0 TO WS-NAME-OUT-SUB.
052700         PERFORM 5010-NORMALIZE-ONE-LETTER THRU 5010-EXIT
052800             VARYING WS-NAME-IN-SUB FROM 1 BY 1
052900             UNTIL WS-NAME-IN-SUB > 40.
053000 5000-EXIT.
053100         EXIT.
053200
053300 5010-NORMALIZE-ONE-LETTER.
053400         MOVE WS-NAME-UPPER(WS-NAME-IN-SUB:1) TO WS-NAME-CHAR.
053500         IF (WS-NAME-CHAR >= "A" AND WS-NAME-CHAR <= "Z")
053600             OR (WS-NAME-CHAR >= "0" AND WS-NAME-CHAR <= "9")
053700             ADD 1 TO WS-NAME-OUT-SUB
053800             MOVE WS-NAME-CHAR
053900                 TO WS-NAME-NORMAL(WS-NAME-OUT-SUB:1)
054000         END-IF.
054100 5010-EXIT.
054200         EXIT.
054300
054400************************************************************
054500* 5100-NORMALIZE-DOCUMENT - keeps only the digits of
054600* WS-DOCUMENT-RAW, left-justified, the same rule the
054700* engine applies before keying CUSTOMER-DOC.
054800************************************************************
054900 5100-NORMALIZE-DOCUMENT.
055000         MOVE SPACES TO WS-DOCUMENT-NORMAL.
055100         MOVE 0 TO WS-DOC-OUT-SUB.
055200         PERFORM 5110-NORMALIZE-ONE-CHAR THRU 5110-EXIT
055300             VARYING WS-DOC-IN-SUB FROM 1 BY 1
055400             UNTIL WS-DOC-IN-SUB > 40
055500             OR WS-DOC-OUT-SUB >= 20.
055600 5100-EXIT.
055700         EXIT.
055800
055900 5110-NORMALIZE-ONE-CHAR.
056000         MOVE WS-DOCUMENT-RAW(WS-DOC-IN-SUB:1) TO WS-DOC-CHAR.
056100         IF WS-DOC-CHAR >= "0" AND WS-DOC-CHAR <= "9"
056200             ADD 1 TO WS-DOC-OUT-SUB
056300             MOVE WS-DOC-CHAR
056400                 TO WS-DOCUMENT-NORMAL(WS-DOC-OUT-SUB:1)
056500         END-IF.
056600 5110-EXIT.
056700         EXIT.
056800
056900************************************************************
057000* 7000-WRITE-TRAILER - the load counts, when a new list
057100* came in, and the screening counts.
057200************************************************************
057300 7000-WRITE-TRAILER.
057400         IF WS-WIN-OPEN
057500             MOVE WS-KEY-COUNT TO WS-COUNT-TXT
057600             MOVE SPACES TO WS-REPORT-LINE
057700             STRING "LIST KEYS LOADED    " WS-COUNT-TXT
057800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
057900             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
058000             MOVE WS-DUPLICATE-COUNT TO WS-COUNT-TXT
058100             MOVE SPACES TO WS-REPORT-LINE
058200             STRING "DUPLICATE KEYS      " WS-COUNT-TXT
058300                 DELIMITED BY SIZE INTO WS-REPORT-LINE
058400             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
058500             MOVE WS-UNUSABLE-COUNT TO WS-COUNT-TXT
058600             MOVE SPACES TO WS-REPORT-LINE
058700             STRING "UNUSABLE ENTRIES    " WS-COUNT-TXT
058800                 DELIMITED BY SIZE INTO WS-REPORT-LINE
058900             WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE
059000         END-IF.
059100
059200         MOVE WS-SCREENED-COUNT TO WS-COUNT-TXT.
059300         MOVE SPACES TO WS-REPORT-LINE.
059400         STRING "CUSTOMERS SCREENED  " WS-COUNT-TXT
059500             DELIMITED BY SIZE INTO WS-REPORT-LINE.
059600         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
059700
059800         MOVE WS-MATCHED-COUNT TO WS-COUNT-TXT.
059900         MOVE SPACES TO WS-REPORT-LINE.
060000         STRING "CUSTOMERS MATCHED   " WS-COUNT-TXT
060100             DELIMITED BY SIZE INTO WS-REPORT-LINE.
060200         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
060300 7000-EXIT.
060400         EXIT.
060500
060600************************************************************
060700* 8000-RETIRE-INPUT-FILE - the loaded list is renamed
060800* under the business date, the way CLG-IMPORT retires the
060900* clearing file, so the input name only ever holds a list
061000* not yet loaded.  A rename that fails is reported loudly.
061100************************************************************
061200 8000-RETIRE-INPUT-FILE.
061300         MOVE SPACES TO WS-RETIRED-FILENAME.
061400         STRING "runtime/watchlist_done_" WS-RUN-DATE ".txt"
061500             DELIMITED BY SIZE INTO WS-RETIRED-FILENAME.
061600         CALL "CBL_RENAME_FILE" USING WS-WATCH-IN-FILENAME
061700             WS-RETIRED-FILENAME.
061800         MOVE SPACES TO WS-REPORT-LINE.
061900         IF RETURN-CODE = 0
062000             STRING "INPUT FILE RETIRED TO "
062100                 WS-RETIRED-FILENAME
062200                 DELIMITED BY SIZE INTO WS-REPORT-LINE
062300         ELSE
062400             STRING "INPUT FILE NOT RETIRED - MOVE IT ASIDE "
062500                 "BEFORE THE NEXT RESCREEN"
062600                 DELIMITED BY SIZE INTO WS-REPORT-LINE
062700         END-IF.
062800         WRITE SCREEN-REPORT-RECORD FROM WS-REPORT-LINE.
062900         MOVE 0 TO RETURN-CODE.
063000 8000-EXIT.
063100         EXIT.
063200
063300************************************************************
063400* 9000-TERMINATE
063500************************************************************
063600 9000-TERMINATE.
063700         IF WS-WLS-OPEN
063800             CLOSE WATCH-LIST-FILE
063900         END-IF.
064000         IF WS-CDM-OPEN
064100             CLOSE CUSTOMER-DOC-FILE CUSTOMER-XREF-FILE
064200                 ACCOUNT-MASTER-FILE
064300         END-IF.
064400         CLOSE SCREEN-REPORT-FILE.
064500 9000-EXIT.
064600         EXIT.
