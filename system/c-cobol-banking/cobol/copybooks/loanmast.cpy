000100******************************************************************
000200* LOANMAST.CPY
000300* Record layout for the LOAN-MASTER indexed file: one record
000400* per installment loan, keyed by the demand account the loan
000500* was disbursed into (and is collected from) plus the back
000600* office's loan id.  Opened by OPEN_LOAN on the
000700* TRANSACTION-ENGINE queue (the principal is credited to the
000800* demand account), collected each business night by the
000900* LOAN-COLLECT job, and reported past due by LOAN-AGING.
001000* LON-NEXT-DUE-DATE is always the oldest installment not yet
001100* collected, so a past-due loan's days late are simply the
001200* business date less that date.  Paid-off records are kept
001300* as the audit record of the loan.
001400*
001500* Mod history:
001600*   2026-10-15 JFM  Initial layout.
001700******************************************************************
001800 01  LOAN-MASTER-RECORD.
001900         05  LON-LOAN-KEY.
002000             10  LON-ACCOUNT-ID           PIC X(10).
002100             10  LON-LOAN-ID              PIC X(08).
002200         05  LON-PRINCIPAL                PIC S9(9)V99 COMP-3.
002300         05  LON-RATE                     PIC 9V9(4) COMP-3.
002400         05  LON-TERM-MONTHS              PIC 9(03) COMP-3.
002500         05  LON-PAYMENT-DAY              PIC 9(02).
002600         05  LON-INSTALLMENT-AMT          PIC S9(9)V99 COMP-3.
002700         05  LON-OUTSTANDING              PIC S9(9)V99 COMP-3.
002800         05  LON-DISBURSED-DATE           PIC X(08).
002900         05  LON-NEXT-DUE-DATE            PIC X(08).
003000         05  LON-INSTALLMENTS-PAID        PIC 9(03) COMP-3.
003100         05  LON-STATUS                   PIC X(01).
003200             88  LON-ACTIVE               VALUE "A".
003300             88  LON-PAST-DUE             VALUE "D".
003400             88  LON-PAID-OFF             VALUE "C".
003500         05  LON-CLOSED-DATE              PIC X(08).
003600         05  FILLER                       PIC X(12).
