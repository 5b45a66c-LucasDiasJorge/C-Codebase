000100******************************************************************
000200* ODPLINK.CPY
000300* Record layout for the OVERDRAFT-LINK indexed file: one
000400* record per protected account, keyed by that account and
000500* naming the backup account of the same owner that covers
000600* a WITHDRAW or transfer debit the protected account cannot
000700* fund on its own.  Maintained by SET_BACKUP on the
000800* TRANSACTION-ENGINE queue, which only links two accounts
000900* the same document holds open on CUSTOMER-XREF; a blank
001000* backup on SET_BACKUP marks the link removed, and the
001100* record is kept as the audit record of the nomination.
001200*
001300* Mod history:
001400*   2026-10-15 JFM  Initial layout.
001500******************************************************************
001600 01  OVERDRAFT-LINK-RECORD.
001700         05  OPL-ACCOUNT-ID               PIC X(10).
001800         05  OPL-BACKUP-ACCOUNT-ID        PIC X(10).
001900         05  OPL-DOCUMENT-ID              PIC X(20).
002000         05  OPL-LINKED-DATE              PIC X(08).
002100         05  OPL-STATUS                   PIC X(01).
002200             88  OPL-ACTIVE               VALUE "A".
002300             88  OPL-REMOVED              VALUE "X".
002400         05  OPL-REMOVED-DATE             PIC X(08).
002500         05  FILLER                       PIC X(13).
