000100******************************************************************
000200* REVCTL.CPY
000300* Record layout for the REVERSAL-CONTROL indexed file: one
000400* record per original posting that has been reversed, keyed
000500* by the business date and TLG-SEQUENCE-NO of the original.
000600* REVERSE writes it when the opposite entries post, so a
000700* second REVERSE of the same posting is refused, and
000800* ACCT-STMT reads it to link the original to its reversal.
000900*
001000* Mod history:
001100*   2026-10-15 JFM  Initial layout.
001200******************************************************************
001300 01  REVERSAL-CONTROL-RECORD.
001400         05  RVC-ORIG-KEY.
001500             10  RVC-ORIG-DATE            PIC X(08).
001600             10  RVC-ORIG-SEQUENCE        PIC 9(08).
001700         05  RVC-ACCOUNT-ID               PIC X(10).
001800         05  RVC-DEST-ACCOUNT-ID          PIC X(10).
001900         05  RVC-ORIG-OPERATION           PIC X(10).
002000         05  RVC-AMOUNT                   PIC S9(9)V99 COMP-3.
002100         05  RVC-FEE-AMOUNT               PIC S9(9)V99 COMP-3.
002200         05  RVC-REVERSAL-DATE            PIC X(08).
002300         05  RVC-REVERSAL-SEQUENCE        PIC 9(08).
002400         05  FILLER                       PIC X(16).
