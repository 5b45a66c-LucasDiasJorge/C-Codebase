000100******************************************************************
000200* OPERMAST.CPY
000300* Record layout for the OPERATOR-MASTER indexed file: one
000400* record per teller, supervisor or system feed allowed to
000500* put a request on the TRANSACTION-ENGINE queue, keyed by
000600* the operator id as it is keyed on the request, upper
000700* case.  The role decides what the operator may do:
000800*
000900*   T  teller     - money movements and maintenance, up to
001000*                   the authority limit per transaction;
001100*   S  supervisor - as a teller, and the only role that may
001200*                   APPROVE or DENY a pending item;
001300*   B  batch      - a system feed (clearing, scheduler);
001400*                   not held to an authority limit and not
001500*                   counted in the teller cash proof.
001600*
001700* The authority limit is the largest single amount the
001800* operator may post or release; zero means the operator may
001900* not move money at all.  A suspended operator is refused
002000* outright.  Maintained by OPER-MAINT, read by the engine
002100* and by TELLER-PROOF, which reports by OPM-BRANCH-ID.
002200*
002300* Mod history:
002400*   2026-10-15 JFM  Initial layout.
002500******************************************************************
002600 01  OPERATOR-MASTER-RECORD.
002700         05  OPM-OPERATOR-ID              PIC X(08).
002800         05  OPM-OPERATOR-NAME            PIC X(30).
002900         05  OPM-BRANCH-ID                PIC X(02).
003000         05  OPM-ROLE                     PIC X(01).
003100             88  OPM-TELLER               VALUE "T".
003200             88  OPM-SUPERVISOR           VALUE "S".
003300             88  OPM-BATCH                VALUE "B".
003400         05  OPM-STATUS                   PIC X(01).
003500             88  OPM-ACTIVE               VALUE "A".
003600             88  OPM-SUSPENDED            VALUE "S".
003700         05  OPM-AUTHORITY-LIMIT          PIC S9(9)V99 COMP-3.
003800         05  OPM-LAST-CHANGED-DATE        PIC X(08).
003900         05  FILLER                       PIC X(14).
