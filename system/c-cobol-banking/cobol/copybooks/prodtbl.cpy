000100******************************************************************
000200* PRODTBL.CPY
000300* Working-storage image of the product catalogue, loaded at
000400* start of run from the pipe-delimited PRODUCT-PARAMS file,
000500* one line per product:
000600*
000700*   code|name|tier1-ceiling|tier1-rate|tier2-ceiling|
000800*   tier2-rate|tier3-rate|monthly-fee|free-withdrawals|
000900*   free-transfers|free-clearing-debits|overdraft-limit|
001000*   daily-cap
001100*
001200* (one line in the file, split here only for the page).  The
001300* rates are annual decimal fractions, 0.0175 for 1.75 percent,
001400* banded the way INTEREST-ACCRUAL has always banded them; the
001500* free counts are per calendar month and replace the free
001600* count on the fee schedule row; the overdraft limit and daily
001700* cap are the defaults an account takes when it is opened on,
001800* or converted to, the product.  The first line is the house
001900* default, taken by an OPEN_ACCOUNT that names no product.
002000*
002100* An account whose ACM-PRODUCT-CODE is blank, or names a code
002200* no longer in the catalogue, is priced on the shop constants
002300* the programs carried before there was a catalogue.  Shared
002400* by TRANSACTION-ENGINE, INTEREST-ACCRUAL and PROD-SUMMARY.
002500*
002600* Mod history:
002700*   2026-10-15 JFM  Initial layout.
002800******************************************************************
002900 01  PRODUCT-TABLE.
003000         05  PRD-ROW-COUNT            PIC 9(02) COMP VALUE 0.
003100         05  PRD-ROW OCCURS 20 TIMES.
003200             10  PRD-CODE                 PIC X(04).
003300             10  PRD-NAME                 PIC X(30).
003400             10  PRD-TIER1-CEILING        PIC 9(9)V99.
003500             10  PRD-TIER1-RATE           PIC 9V9(4).
003600             10  PRD-TIER2-CEILING        PIC 9(9)V99.
003700             10  PRD-TIER2-RATE           PIC 9V9(4).
003800             10  PRD-TIER3-RATE           PIC 9V9(4).
003900             10  PRD-MONTHLY-FEE          PIC 9(9)V99.
004000             10  PRD-FREE-WD-COUNT        PIC 9(04).
004100             10  PRD-FREE-TR-COUNT        PIC 9(04).
004200             10  PRD-FREE-CD-COUNT        PIC 9(04).
004300             10  PRD-OVERDRAFT-LIMIT      PIC 9(9)V99.
004400             10  PRD-DAILY-CAP            PIC 9(9)V99.
004500*
004600* One catalogue line as read, and its thirteen fields as
004700* split on the pipes, before they are edited into a row.
004800 01  PRODUCT-LINE                 PIC X(200).
004900 01  PRODUCT-LINE-FIELDS.
005000         05  PRL-CODE-TXT             PIC X(10).
005100         05  PRL-NAME-TXT             PIC X(40).
005200         05  PRL-TIER1-CEILING-TXT    PIC X(20).
005300         05  PRL-TIER1-RATE-TXT       PIC X(20).
005400         05  PRL-TIER2-CEILING-TXT    PIC X(20).
005500         05  PRL-TIER2-RATE-TXT       PIC X(20).
005600         05  PRL-TIER3-RATE-TXT       PIC X(20).
005700         05  PRL-MONTHLY-FEE-TXT      PIC X(20).
005800         05  PRL-FREE-WD-TXT          PIC X(10).
005900         05  PRL-FREE-TR-TXT          PIC X(10).
006000         05  PRL-FREE-CD-TXT          PIC X(10).
006100         05  PRL-OVERDRAFT-TXT        PIC X(20).
006200         05  PRL-DAILY-CAP-TXT        PIC X(20).
006300 01  PRD-ROW-SUB                  PIC 9(02) COMP VALUE 0.
006400 01  PRD-SCAN-SUB                 PIC 9(02) COMP VALUE 0.
006500 01  PRD-CODE-WORK                PIC X(04).
