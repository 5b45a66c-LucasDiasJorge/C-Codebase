000100******************************************************************
000200* NTCSENT.CPY
000300* Record layout for the NOTICE-SENT indexed file: one record
000400* per advance notice ADV-NOTICE has put on the customer
000500* correspondence extract, keyed by what the notice is about:
000600*
000700*   TM  term deposit maturing - account, deposit id, the
000800*       maturity date
000900*   DW  dormancy warning - account, blank, the date the
001000*       account turns dormant if nothing happens first
001100*   SO  standing order not covered - source account, order
001200*       id, the due date
001300*   HE  hold expiring - account, hold id, the expiry date
001400*
001500* The key carries the event date, so the same event is
001600* never noticed twice, while a new maturity, a new due date
001700* or a fresh spell of inactivity is a new notice.  Written
001800* by ADV-NOTICE only.
001900*
002000* Mod history:
002100*   2026-10-15 JFM  Initial layout.
002200******************************************************************
002300 01  NOTICE-SENT-RECORD.
002400         05  NTS-NOTICE-KEY.
002500             10  NTS-NOTICE-TYPE          PIC X(02).
002600                 88  NTS-TD-MATURITY      VALUE "TM".
002700                 88  NTS-DORMANCY-WARNING VALUE "DW".
002800                 88  NTS-ORDER-NOT-COVERED VALUE "SO".
002900                 88  NTS-HOLD-EXPIRING    VALUE "HE".
003000             10  NTS-ACCOUNT-ID           PIC X(10).
003100             10  NTS-REFERENCE            PIC X(08).
003200             10  NTS-EVENT-DATE           PIC X(08).
003300         05  NTS-SENT-DATE                PIC X(08).
003400         05  FILLER                       PIC X(14).
