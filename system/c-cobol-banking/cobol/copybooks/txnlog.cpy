001090*                   branch, which is exactly the fallback
001091*                   the branch readers apply.  The reader
001092*                   buffers grew to 166 with it.
001093*   2026-10-15 JFM  Added the operator id the request was
001094*                   keyed under (a batch job stamps its own
001095*                   id) for TELLER-PROOF and the audit trail.
001096*                   Appended at the END (positions 167-174)
001097*                   on the same terms as the branch: an older
001098*                   log reads back a blank operator, and the
001099*                   reader buffers grew to 174.
001100******************************************************************
001200 01  TRANSACTION-LOG-RECORD.
001300         05  TLG-RUN-DATE                 PIC X(08).
002300         05  TLG-CODE                     PIC X(20).
002400         05  TLG-MESSAGE                  PIC X(40).
002500         05  TLG-BRANCH-ID                PIC X(02).
002510         05  TLG-OPERATOR-ID              PIC X(08).
