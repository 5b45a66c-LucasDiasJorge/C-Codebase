003200*   R02  account closed        R03  no account on file
003300*   R04  invalid account number
003400*   R17  entry edit failure (type or amount)
003410*   R08  payment stopped       R10  originator not authorised
003420*
003430* A collected debit is also held to the customer's
003440* STOP-PAYMENT instructions, kept by the engine's
003450* STOP_PAYMENT, MANDATE, CANCEL_STOP and MANDATE_ONLY
003460* operations; the stopped items are listed on the clearing
003470* report for the back office.
003475*
003480* An entry whose originator is on the regulator's watch
003485* list (WATCH-LIST, loaded by WATCH-SCREEN) is neither
003490* posted nor returned: it is held on the CLEARING-HELD
003495* file for the compliance officer and listed as HELD.
003500*
003600* Mod history:
003700*   2026-08-21 JFM  Original program.
003791*                   clearing row of the fee schedule and
003792*                   does not park a large network entry
003793*                   behind dual control.
003794*   2026-10-15 JFM  Collected debits are now checked
003795*                   against the customer's STOP-PAYMENT
003796*                   instructions: a matching stop returns
003797*                   R08, an account opted into mandate-only
003798*                   returns R10 for an unmandated originator,
003799*                   and each such item is listed on the
003800*                   clearing report.
003801*   2026-10-15 JFM  The originator name is now screened
003802*                   against the WATCH-LIST; an entry from a
003803*                   listed party is held on the new
003804*                   CLEARING-HELD file, not posted or
003805*                   returned, and counted on the trailer.
003806*   2026-10-15 JFM  Queued requests carry CLEARING as the
003807*                   operator too, a batch operator on
003808*                   OPERATOR-MASTER.
003809************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
006650             ACCESS MODE IS DYNAMIC
006660             RECORD KEY IS SCT-CONTROL-ID
006670             FILE STATUS IS WS-SCT-STATUS.
006673
006674         SELECT STOP-PAYMENT-FILE
006678             ASSIGN TO "runtime/stoppay.dat"
006682             ORGANIZATION IS INDEXED
006686             ACCESS MODE IS DYNAMIC
006690             RECORD KEY IS STP-STOP-KEY
006694             FILE STATUS IS WS-STP-STATUS.
006695
006696         SELECT WATCH-LIST-FILE
006697             ASSIGN TO "runtime/watchlst.dat"
006698             ORGANIZATION IS INDEXED
006699             ACCESS MODE IS DYNAMIC
006700             RECORD KEY IS WLS-MATCH-KEY
006701             FILE STATUS IS WS-WLS-STATUS.
006702
006703         SELECT CLEARING-HELD-FILE
006704             ASSIGN TO "runtime/clearing_held.txt"
006705             ORGANIZATION IS LINE SEQUENTIAL
006706             FILE STATUS IS WS-HLD-STATUS.
006707
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CLEARING-FILE.
008310
008320 FD  SYSTEM-CONTROL-FILE.
008330     COPY "copybooks/sysctl.cpy".
008339
008340 FD  STOP-PAYMENT-FILE.
008350     COPY "copybooks/stoppay.cpy".
008358
008366 FD  WATCH-LIST-FILE.
008374     COPY "copybooks/watchlst.cpy".
008382
008390 FD  CLEARING-HELD-FILE.
008398 01  CLEARING-HELD-RECORD         PIC X(100).
008400
008500 WORKING-STORAGE SECTION.
008600 77  WS-CLG-STATUS                PIC X(02) VALUE "00".
008700 77  WS-ACM-STATUS                PIC X(02) VALUE "00".
008800 77  WS-REQ-STATUS                PIC X(02) VALUE "00".
008810 77  WS-SCT-STATUS                PIC X(02) VALUE "00".
008820 77  WS-STP-STATUS                PIC X(02) VALUE "00".
008830 77  WS-WLS-STATUS                PIC X(02) VALUE "00".
008840 77  WS-HLD-STATUS                PIC X(02) VALUE "00".
008900
009000 01  WS-SWITCHES.
009100         05  WS-CLG-OPEN-SW       PIC X(01) VALUE "N".
009600             88  WS-ACCOUNT-ON-FILE   VALUE "Y".
009700         05  WS-FORMAT-VALID-SW   PIC X(01) VALUE "N".
009800             88  WS-FORMAT-VALID      VALUE "Y".
009810         05  WS-STP-OPEN-SW       PIC X(01) VALUE "N".
009820             88  WS-STP-OPEN          VALUE "Y".
009830         05  WS-STP-LIVE-SW       PIC X(01) VALUE "N".
009840             88  WS-STP-LIVE          VALUE "Y".
009850         05  WS-WLS-OPEN-SW       PIC X(01) VALUE "N".
009860             88  WS-WLS-OPEN          VALUE "Y".
009870         05  WS-WATCH-HIT-SW      PIC X(01) VALUE "N".
009880             88  WS-WATCH-HIT         VALUE "Y".
009900
009910 01  WS-RUN-TIMESTAMP.
009920         05  WS-RUN-DATE              PIC X(08).
012000 01  WS-RETURNED-AMOUNT           PIC S9(11)V99 VALUE 0.
012100 01  WS-COUNT-TXT                 PIC ZZZZ9.
012200 01  WS-AMOUNT-EDIT               PIC -Z(11)9.99.
012210 01  WS-STOPPED-COUNT             PIC 9(05) COMP VALUE 0.
012220 01  WS-STOPPED-AMOUNT            PIC S9(11)V99 VALUE 0.
012230 01  WS-STOP-REASON-TXT           PIC X(15).
012233 01  WS-HELD-COUNT                PIC 9(05) COMP VALUE 0.
012236 01  WS-HELD-AMOUNT               PIC S9(11)V99 VALUE 0.
012239
012242*
012245* A held entry: the original entry as received, the list
012248* reference it matched and the business date it was held.
012251 01  WS-HELD-LINE.
012254         05  WS-HLD-ENTRY             PIC X(68).
012257         05  WS-HLD-LIST-REFERENCE    PIC X(15).
012260         05  WS-HLD-DATE              PIC X(08).
012263         05  FILLER                   PIC X(09) VALUE SPACES.
012266
012269*
012272* Name normalization work area: upper case, letters and
012275* digits only, the rule WATCH-SCREEN keyed the list with.
012278 01  WS-NAME-RAW                  PIC X(40).
012281 01  WS-NAME-UPPER                PIC X(40).
012284 01  WS-NAME-NORMAL               PIC X(40).
012287 01  WS-NAME-IN-SUB               PIC 9(02) COMP.
012290 01  WS-NAME-OUT-SUB              PIC 9(02) COMP.
012293 01  WS-NAME-CHAR                 PIC X(01).
012300
012400 01  WS-AMOUNT-TXT                PIC -Z(9)9.99.
012500 01  WS-REQUEST-LINE              PIC X(200).
017300
017400         OPEN INPUT ACCOUNT-MASTER-FILE.
017500
017510         OPEN INPUT STOP-PAYMENT-FILE.
017520         IF WS-STP-STATUS = "00"
017530             MOVE "Y" TO WS-STP-OPEN-SW
017540         END-IF.
017550
017559         OPEN INPUT WATCH-LIST-FILE.
017568         IF WS-WLS-STATUS = "00"
017577             MOVE "Y" TO WS-WLS-OPEN-SW
017586         END-IF.
017595
017600         OPEN EXTEND REQUEST-FILE.
017700         IF WS-REQ-STATUS = "35"
017800             OPEN OUTPUT REQUEST-FILE
017900         END-IF.
017910
017920         OPEN EXTEND CLEARING-HELD-FILE.
017930         IF WS-HLD-STATUS = "35"
017940             OPEN OUTPUT CLEARING-HELD-FILE
017950         END-IF.
018000
018100         OPEN OUTPUT RETURN-FILE.
018200         OPEN OUTPUT CLEARING-REPORT-FILE.
019500* edits run in return-reason order: entry shape first
019600* (R17), then the account number itself (R04), then the
019700* account's existence (R03) and status (R02).  The first
019710* edit that fails returns the entry.  A collected debit
019720* that passes them all is then held to the customer's
019730* stop-payment and mandate instructions (R08, R10).
019740* An entry from a party on the watch list is held before
019750* the account is looked at.
019900************************************************************
020000 2000-PROCESS-ENTRY.
020100         READ CLEARING-FILE INTO WS-CLEARING-ENTRY
021700             GO TO 2000-EXIT
021800         END-IF.
021900
021910         IF WS-WLS-OPEN
021920             PERFORM 2350-SCREEN-ORIGINATOR THRU 2350-EXIT
021930             IF WS-WATCH-HIT
021940                 GO TO 2000-EXIT
021950             END-IF
021960         END-IF.
021970
022000         MOVE WS-CLG-ACCOUNT-ID TO WS-ACCOUNT-ID-TO-CHECK.
022100         PERFORM 2300-VALIDATE-ACCOUNT-FORMAT THRU 2300-EXIT.
022200         IF NOT WS-FORMAT-VALID
024300             MOVE "R02" TO WS-RETURN-REASON
024400             PERFORM 2600-RETURN-ENTRY THRU 2600-EXIT
024500             GO TO 2000-EXIT
024510         END-IF.
024519
024520         IF WS-CLG-DEBIT AND WS-STP-OPEN
024530             PERFORM 2400-CHECK-STOP-PAYMENT THRU 2400-EXIT
024540             IF WS-RETURN-REASON NOT = SPACES
024550                 PERFORM 2600-RETURN-ENTRY THRU 2600-EXIT
024560                 PERFORM 2700-REPORT-STOPPED-ENTRY THRU 2700-EXIT
024570                 GO TO 2000-EXIT
024580             END-IF
024600         END-IF.
024700
024800         PERFORM 2500-WRITE-REQUEST-LINE THRU 2500-EXIT.
030800             (WS-ACCT-DIGIT-VAL * WS-ACCT-WEIGHT-VAL).
030900 2320-EXIT.
031000         EXIT.
031001
031002************************************************************
031003* 2350-SCREEN-ORIGINATOR - the originator's name, normalized
031004* the way WATCH-SCREEN keyed the regulator's list, against
031005* the list's name keys.  An entry from a listed party is
031006* neither posted nor returned - a return would send the
031007* money back to the party - but held for the compliance
031008* officer.  WS-WATCH-HIT on the way out means held.
031009************************************************************
031010 2350-SCREEN-ORIGINATOR.
031011         MOVE "N" TO WS-WATCH-HIT-SW.
031012         MOVE WS-CLG-ORIGINATOR TO WS-NAME-RAW.
031013         PERFORM 2360-NORMALIZE-NAME THRU 2360-EXIT.
031014         IF WS-NAME-NORMAL = SPACES
031015             GO TO 2350-EXIT
031016         END-IF.
031017         MOVE "N" TO WLS-KEY-TYPE.
031018         MOVE WS-NAME-NORMAL TO WLS-KEY-VALUE.
031019         READ WATCH-LIST-FILE
031020             INVALID KEY
031021                 GO TO 2350-EXIT
031022         END-READ.
031023         MOVE "Y" TO WS-WATCH-HIT-SW.
031024         PERFORM 2380-HOLD-ENTRY THRU 2380-EXIT.
031025 2350-EXIT.
031026         EXIT.
031027
031028 2360-NORMALIZE-NAME.
031029         MOVE FUNCTION UPPER-CASE(WS-NAME-RAW) TO WS-NAME-UPPER.
031030         MOVE SPACES TO WS-NAME-NORMAL.
031031         MOVE 0 TO WS-NAME-OUT-SUB.
031032         PERFORM 2370-NORMALIZE-ONE-LETTER THRU 2370-EXIT
031033             VARYING WS-NAME-IN-SUB FROM 1 BY 1
031034             UNTIL WS-NAME-IN-SUB > 40.
031035 2360-EXIT.
031036         EXIT.
031037
031038 2370-NORMALIZE-ONE-LETTER.
031039         MOVE WS-NAME-UPPER(WS-NAME-IN-SUB:1) TO WS-NAME-CHAR.
031040         IF (WS-NAME-CHAR >= "A" AND WS-NAME-CHAR <= "Z")
031041             OR (WS-NAME-CHAR >= "0" AND WS-NAME-CHAR <= "9")
031042             ADD 1 TO WS-NAME-OUT-SUB
031043             MOVE WS-NAME-CHAR
031044                 TO WS-NAME-NORMAL(WS-NAME-OUT-SUB:1)
031045         END-IF.
031046 2370-EXIT.
031047         EXIT.
031048
031049************************************************************
031050* 2380-HOLD-ENTRY - the entry as received, with the list
031051* reference it matched, onto CLEARING-HELD, and a HELD line
031052* on the report for the compliance officer.
031053************************************************************
031054 2380-HOLD-ENTRY.
031055         MOVE WS-CLEARING-ENTRY TO WS-HLD-ENTRY.
031056         MOVE WLS-LIST-REFERENCE TO WS-HLD-LIST-REFERENCE.
031057         MOVE WS-RUN-DATE TO WS-HLD-DATE.
031058         WRITE CLEARING-HELD-RECORD FROM WS-HELD-LINE.
031059         ADD 1 TO WS-HELD-COUNT.
031060         ADD WS-CLG-AMOUNT TO WS-HELD-AMOUNT.
031061         MOVE WS-CLG-AMOUNT TO WS-AMOUNT-TXT.
031062         MOVE SPACES TO WS-REPORT-LINE.
031063         STRING "HELD    " WS-CLG-ACCOUNT-ID
031064             " " WS-CLG-ORIGINATOR
031065             " " WS-CLG-TRACE-NUMBER
031066             " " WS-AMOUNT-TXT
031067             " LIST " WLS-LIST-REFERENCE
031068             DELIMITED BY SIZE INTO WS-REPORT-LINE.
031069         WRITE CLEARING-REPORT-RECORD FROM WS-REPORT-LINE.
031070 2380-EXIT.
031071         EXIT.
031100
031200************************************************************
031201* 2400-CHECK-STOP-PAYMENT - a collected debit against the
031202* customer's STOP-PAYMENT instructions.  A live mandate for
031203* the originator lets it through; a live stop for the
031204* originator that matches - its trace number and amount
031205* range, where the customer gave them - returns it R08;
031206* otherwise an account opted into mandate-only returns it
031207* R10, the originator never having been authorised.  A
031208* blank WS-RETURN-REASON on the way out means post it.
031209************************************************************
031210 2400-CHECK-STOP-PAYMENT.
031211         MOVE SPACES TO WS-RETURN-REASON.
031212         MOVE WS-CLG-ACCOUNT-ID TO STP-ACCOUNT-ID.
031213         MOVE FUNCTION UPPER-CASE(
031214             FUNCTION TRIM(WS-CLG-ORIGINATOR))
031215             TO STP-ORIGINATOR.
031216         PERFORM 2450-READ-LIVE-INSTRUCTION THRU 2450-EXIT.
031217         IF WS-STP-LIVE AND STP-MANDATE
031218             GO TO 2400-EXIT
031219         END-IF.
031220         IF WS-STP-LIVE AND STP-STOP
031221             PERFORM 2410-MATCH-STOP THRU 2410-EXIT
031222             IF WS-RETURN-REASON NOT = SPACES
031223                 GO TO 2400-EXIT
031224             END-IF
031225         END-IF.
031226
031227         MOVE SPACES TO STP-ORIGINATOR.
031228         PERFORM 2450-READ-LIVE-INSTRUCTION THRU 2450-EXIT.
031229         IF WS-STP-LIVE AND STP-MANDATE-ONLY
031230             MOVE "R10" TO WS-RETURN-REASON
031231         END-IF.
031232 2400-EXIT.
031233         EXIT.
031234
031235 2410-MATCH-STOP.
031236         IF STP-TRACE-NUMBER NOT = SPACES
031237             AND STP-TRACE-NUMBER NOT = WS-CLG-TRACE-NUMBER
031238             GO TO 2410-EXIT
031239         END-IF.
031240         IF STP-AMOUNT-LOW > 0
031241             AND WS-CLG-AMOUNT < STP-AMOUNT-LOW
031242             GO TO 2410-EXIT
031243         END-IF.
031244         IF STP-AMOUNT-HIGH > 0
031245             AND WS-CLG-AMOUNT > STP-AMOUNT-HIGH
031246             GO TO 2410-EXIT
031247         END-IF.
031248         MOVE "R08" TO WS-RETURN-REASON.
031249 2410-EXIT.
031250         EXIT.
031251
031252************************************************************
031253* 2450-READ-LIVE-INSTRUCTION - the record under the key
031254* already set, if it is active and not past its expiry.
031255************************************************************
031256 2450-READ-LIVE-INSTRUCTION.
031257         MOVE "N" TO WS-STP-LIVE-SW.
031258         READ STOP-PAYMENT-FILE
031259             INVALID KEY
031260                 GO TO 2450-EXIT
031261         END-READ.
031262         IF NOT STP-ACTIVE
031263             GO TO 2450-EXIT
031264         END-IF.
031265         IF STP-EXPIRY-DATE NOT = SPACES
031266             AND STP-EXPIRY-DATE < WS-RUN-DATE
031267             GO TO 2450-EXIT
031268         END-IF.
031269         MOVE "Y" TO WS-STP-LIVE-SW.
031270 2450-EXIT.
031271         EXIT.
031272
031273************************************************************
031300* 2500-WRITE-REQUEST-LINE - a network credit lands as a
031400* DEPOSIT, a collected debit as a WITHDRAW, in the exact
031500* pipe-delimited shape a teller would type, so the entry
032600                 "|"
032700                 "|"
032800                 FUNCTION TRIM(WS-AMOUNT-TXT)
032810                 "|||||CLEARING|||CLEARING"
032900                 DELIMITED BY SIZE
033000                 INTO WS-REQUEST-LINE
033100             END-STRING
033600                 "|"
033700                 "|"
033800                 FUNCTION TRIM(WS-AMOUNT-TXT)
033810                 "|||||CLEARING|||CLEARING"
033900                 DELIMITED BY SIZE
034000                 INTO WS-REQUEST-LINE
034100             END-STRING
036000         EXIT.
036100
036200************************************************************
036203* 2700-REPORT-STOPPED-ENTRY - every debit returned on the
036206* customer's instructions is listed with its reason, so
036209* the back office can answer the customer from the report.
036212************************************************************
036215 2700-REPORT-STOPPED-ENTRY.
036218         ADD 1 TO WS-STOPPED-COUNT.
036221         ADD WS-CLG-AMOUNT TO WS-STOPPED-AMOUNT.
036224         MOVE WS-CLG-AMOUNT TO WS-AMOUNT-TXT.
036227         IF WS-RETURN-REASON = "R08"
036230             MOVE "PAYMENT STOPPED" TO WS-STOP-REASON-TXT
036233         ELSE
036236             MOVE "NO MANDATE" TO WS-STOP-REASON-TXT
036239         END-IF.
036242         MOVE SPACES TO WS-REPORT-LINE.
036245         STRING "STOPPED " WS-CLG-ACCOUNT-ID
036248             " " WS-CLG-ORIGINATOR
036251             " " WS-CLG-TRACE-NUMBER
036254             " " WS-AMOUNT-TXT
036257             " " WS-RETURN-REASON
036260             " " WS-STOP-REASON-TXT
036263             DELIMITED BY SIZE INTO WS-REPORT-LINE.
036266         WRITE CLEARING-REPORT-RECORD FROM WS-REPORT-LINE.
036269 2700-EXIT.
036272         EXIT.
036274
036275************************************************************
036300* 3000-WRITE-TRAILER - the counts the operators check
036400* before the return file goes back to the network.
036500************************************************************
037600         MOVE WS-RETURNED-AMOUNT TO WS-AMOUNT-EDIT.
037700         MOVE SPACES TO WS-REPORT-LINE.
037800         STRING "ENTRIES RETURNED    " WS-COUNT-TXT
037810             "  AMOUNT" WS-AMOUNT-EDIT
037820             DELIMITED BY SIZE INTO WS-REPORT-LINE.
037830         WRITE CLEARING-REPORT-RECORD FROM WS-REPORT-LINE.
037839
037840         MOVE WS-STOPPED-COUNT TO WS-COUNT-TXT.
037850         MOVE WS-STOPPED-AMOUNT TO WS-AMOUNT-EDIT.
037860         MOVE SPACES TO WS-REPORT-LINE.
037870         STRING "  OF WHICH STOPPED  " WS-COUNT-TXT
037900             "  AMOUNT" WS-AMOUNT-EDIT
038000             DELIMITED BY SIZE INTO WS-REPORT-LINE.
038100         WRITE CLEARING-REPORT-RECORD FROM WS-REPORT-LINE.
038110
038120         MOVE WS-HELD-COUNT TO WS-COUNT-TXT.
038130         MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT.
038140         MOVE SPACES TO WS-REPORT-LINE.
038150         STRING "ENTRIES HELD        " WS-COUNT-TXT
038160             "  AMOUNT" WS-AMOUNT-EDIT
038170             DELIMITED BY SIZE INTO WS-REPORT-LINE.
038180         WRITE CLEARING-REPORT-RECORD FROM WS-REPORT-LINE.
038200 3000-EXIT.
038300         EXIT.
038400
039100         END-IF.
039200         CLOSE ACCOUNT-MASTER-FILE REQUEST-FILE
039300             RETURN-FILE CLEARING-REPORT-FILE.
039310         IF WS-STP-OPEN
039320             CLOSE STOP-PAYMENT-FILE
039330         END-IF.
039340         CLOSE CLEARING-HELD-FILE.
039350         IF WS-WLS-OPEN
039360             CLOSE WATCH-LIST-FILE
039370         END-IF.
039400 9000-EXIT.
039500         EXIT.
