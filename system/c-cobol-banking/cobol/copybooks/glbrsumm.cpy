000100******************************************************************
000200* GLBRSUMM.CPY
000300* Record layout for the GL-BRANCH-SUMMARY indexed file: the
000400* branch breakdown of GL-SUMMARY, one record per business
000500* date per branch per general-ledger account, carrying the
000600* day's debit and credit totals that branch's postings put
000700* on the account.  Written by GL-POST alongside GL-SUMMARY;
000800* a branch/account with no activity on the date has no
000900* record.  The branch is the one the log record is stamped
001000* with, so the interbranch 1020/2080 pair lets each
001100* branch's ledger stand alone.
001200*
001300* Mod history:
001400*   2026-10-15 JFM  Initial layout.
001500******************************************************************
001600 01  GL-BRANCH-SUMMARY-RECORD.
001700         05  GBS-SUMMARY-KEY.
001800             10  GBS-BUSINESS-DATE        PIC X(08).
001900             10  GBS-BRANCH-ID            PIC X(02).
002000             10  GBS-GL-ACCOUNT           PIC X(04).
002100         05  GBS-DEBIT-TOTAL              PIC S9(11)V99 COMP-3.
002200         05  GBS-CREDIT-TOTAL             PIC S9(11)V99 COMP-3.
002300         05  FILLER                       PIC X(10).
