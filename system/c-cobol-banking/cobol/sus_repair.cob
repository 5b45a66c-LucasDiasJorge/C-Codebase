001200* repair request file, one pipe-delimited line per fix:
001300*
001400*   suspense id (16 digits, date plus sequence)
001500*   | field number (1-12, the request line's own
001600*     pipe-delimited positions: 1 operation, 2 account,
001700*     3 expected balance, 4 amount, 5 destination,
001800*     6 overdraft limit, 7 daily cap, 8-11 details,
001810*     12 operator)
001900*   | replacement value (blank clears the field)
002000*
002100* The original request line is taken off the
002700* marked resubmitted in the same breath - a record
002800* already resubmitted is reported and never requeued
002900* again, which is how the double-keying stops.
002910* An opening rejected WATCHLIST_HIT is a compliance
002920* matter, not a keying error: it is refused here and left
002930* on suspense for the compliance officer.
003000*
003100* Mod history:
003200*   2026-09-01 JFM  Original program.
003210*   2026-10-15 JFM  A WATCHLIST_HIT reject is refused and
003220*                   left for the compliance officer.
003230*   2026-10-15 JFM  The request line grew a twelfth field,
003240*                   the operator; it is carried and may be
003250*                   repaired, and the suspense id moved out
003260*                   to thirteenth.
003300************************************************************
003400
003500 ENVIRONMENT DIVISION.
012000         05  WS-DETAIL-2-TXT           PIC X(40).
012100         05  WS-DETAIL-3-TXT           PIC X(40).
012200         05  WS-DETAIL-4-TXT           PIC X(40).
012210         05  WS-OPERATOR-TXT           PIC X(40).
012300
012400 01  WS-REQUEST-LINE              PIC X(200).
012500 01  WS-REPAIRED-COUNT            PIC 9(05) COMP VALUE 0.
023400                 FUNCTION NUMVAL(WS-REPAIR-FIELD-TXT)
023500         END-IF.
023600         IF WS-REPAIR-FIELD-NO < 1
023700             OR WS-REPAIR-FIELD-NO > 12
023800             PERFORM 2600-REFUSE-REPAIR THRU 2600-EXIT
023900             GO TO 2000-EXIT
024000         END-IF.
026200             WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE
026300             GO TO 2000-EXIT
026400         END-IF.
026409
026418         IF SUS-REJECT-CODE = "WATCHLIST_HIT"
026427             ADD 1 TO WS-REFUSED-COUNT
026436             MOVE SPACES TO WS-REPORT-LINE
026445             STRING "COMPLIANCE HOLD " SUS-SUSPENSE-ID
026454                 " - NOT REQUEUED, REFER TO COMPLIANCE"
026463                 DELIMITED BY SIZE INTO WS-REPORT-LINE
026472             WRITE REPAIR-REPORT-RECORD FROM WS-REPORT-LINE
026481             GO TO 2000-EXIT
026490         END-IF.
026500
026600         PERFORM 2100-REBUILD-REQUEST-LINE THRU 2100-EXIT.
026700         WRITE REQUEST-RECORD FROM WS-REQUEST-LINE.
028200
028300************************************************************
028400* 2100-REBUILD-REQUEST-LINE - splits the original request
028500* into the same twelve fields the engine parses, replaces
028600* the named one, and strings the line back with the
028700* suspense id as a trailing thirteenth field - the engine
028800* ignores fields past its twelve, so the id rides along
028900* for the audit trail without touching the posting.
029000************************************************************
029100 2100-REBUILD-REQUEST-LINE.
030200                  WS-DETAIL-2-TXT
030300                  WS-DETAIL-3-TXT
030400                  WS-DETAIL-4-TXT
030410                  WS-OPERATOR-TXT
030500         END-UNSTRING.
030600
030700         EVALUATE WS-REPAIR-FIELD-NO
033100                 MOVE WS-REPAIR-VALUE-TXT TO WS-DETAIL-3-TXT
033200             WHEN 11
033300                 MOVE WS-REPAIR-VALUE-TXT TO WS-DETAIL-4-TXT
033310             WHEN 12
033320                 MOVE WS-REPAIR-VALUE-TXT TO WS-OPERATOR-TXT
033400         END-EVALUATE.
033500
033600         MOVE SPACES TO WS-REQUEST-LINE.
034500             "|" FUNCTION TRIM(WS-DETAIL-2-TXT)
034600             "|" FUNCTION TRIM(WS-DETAIL-3-TXT)
034700             "|" FUNCTION TRIM(WS-DETAIL-4-TXT)
034710             "|" FUNCTION TRIM(WS-OPERATOR-TXT)
034800             "|" SUS-SUSPENSE-ID
034900             DELIMITED BY SIZE INTO WS-REQUEST-LINE
035000         END-STRING.
