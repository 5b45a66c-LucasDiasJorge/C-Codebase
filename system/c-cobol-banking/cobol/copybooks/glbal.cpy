000100******************************************************************
000200* GLBAL.CPY
000300* Record layout for the GL-BALANCE indexed file: the
000400* month-end general-ledger balances GL-MONTHEND builds
000500* from GL-SUMMARY and GL-BRANCH-SUMMARY, one record per
000600* period (CCYYMM) per branch per general-ledger account.
000700* A blank branch is the bank-wide figure.
000800*
000900* Balances are signed debit-positive whatever the account's
001000* normal side: an asset or expense account carries a plus
001100* balance, a liability or income account a minus one.
001200*
001300*   opening  every posting before the first of the month
001400*   MTD      the month's debits and credits
001500*   YTD      debits and credits from 1 January to month end
001600*   closing  opening plus the month's debits less credits
001700*
001800* A rerun of the same period rewrites its records.
001900*
002000* Mod history:
002100*   2026-10-15 JFM  Initial layout.
002200******************************************************************
002300 01  GL-BALANCE-RECORD.
002400         05  GBL-BALANCE-KEY.
002500             10  GBL-PERIOD               PIC X(06).
002600             10  GBL-BRANCH-ID            PIC X(02).
002700             10  GBL-GL-ACCOUNT           PIC X(04).
002800         05  GBL-GL-TITLE                 PIC X(30).
002900         05  GBL-OPENING-BALANCE          PIC S9(11)V99 COMP-3.
003000         05  GBL-MTD-DEBITS               PIC S9(11)V99 COMP-3.
003100         05  GBL-MTD-CREDITS              PIC S9(11)V99 COMP-3.
003200         05  GBL-YTD-DEBITS               PIC S9(11)V99 COMP-3.
003300         05  GBL-YTD-CREDITS              PIC S9(11)V99 COMP-3.
003400         05  GBL-CLOSING-BALANCE          PIC S9(11)V99 COMP-3.
003500         05  GBL-LAST-POSTED-DATE         PIC X(08).
003600         05  FILLER                       PIC X(10).
