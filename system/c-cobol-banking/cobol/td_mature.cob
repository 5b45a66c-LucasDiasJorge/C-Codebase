002920*                   id, and the run-control totals are
002930*                   also written per branch under TDMATUbb
002940*                   for DAILY-RECON's per-branch proof.
002950*   2026-10-15 JFM  Postings are stamped with TDMATURE as
002960*                   the operator id, the job's own run-control
002970*                   id, so no teller is credited with them.
003000************************************************************
003100
003200 ENVIRONMENT DIVISION.
039330         ELSE
039340             MOVE SPACES TO TLG-BRANCH-ID
039350         END-IF.
039360         MOVE "TDMATURE"           TO TLG-OPERATOR-ID.
039400         MOVE WS-POSTING-OP        TO TLG-OPERATION.
039500         MOVE SPACES               TO TLG-DEST-ACCOUNT-ID.
039600         MOVE WS-POSTING-AMOUNT    TO TLG-AMOUNT.
