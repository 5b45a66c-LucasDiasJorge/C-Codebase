002703*   2026-09-01 JFM  Carries the new branch id through to
002704*                   the history file; the archive buffer
002705*                   grew with the 166-byte log record.
002706*   2026-10-15 JFM  Carries the operator id through too;
002707*                   the archive buffer grew to 174 bytes.
002708************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006700     COPY "copybooks/txnhist.cpy".
006800
006900 FD  ARCHIVE-FILE.
007000 01  ARCHIVE-RECORD               PIC X(174).
007100
007200 FD  CONSOL-REPORT-FILE.
007300 01  CONSOL-REPORT-RECORD         PIC X(132).
026100
026200         MOVE TLG-ACCOUNT-ID       TO THS-ACCOUNT-ID.
026250         MOVE TLG-BRANCH-ID        TO THS-BRANCH-ID.
026260         MOVE TLG-OPERATOR-ID      TO THS-OPERATOR-ID.
026300         MOVE TLG-RUN-DATE         TO THS-RUN-DATE.
026400         MOVE TLG-RUN-TIME         TO THS-RUN-TIME.
026500         MOVE TLG-SEQUENCE-NO      TO THS-SEQUENCE-NO.
