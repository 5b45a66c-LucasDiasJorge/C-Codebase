001600*     predate the engine's activity stamping, from the
001700*     account's consolidated TRANSACTION-HISTORY (taking
001800*     the latest APPROVED customer-initiated operation -
001900*     INTEREST, MAINT-FEE, SVC-FEE and the nightly loan
001950*     collections, LOAN-INT and LOAN-PRIN, do not count
002000*     as activity), falling back to the CUSTOMER-MASTER
002100*     opened date, and as a last resort starting the
002200*     clock at today, reported as such;
002300*
004000*
004100* Mod history:
004200*   2026-09-01 JFM  Original job.
004210*   2026-10-15 JFM  The nightly LOAN-COLLECT postings,
004220*                   LOAN-INT and LOAN-PRIN, are not customer
004230*                   activity either.
004240*   2026-10-15 JFM  Nor are the ODP-XFER / ODP-XFRIN /
004250*                   ODP-FEE overdraft-protection sweep
004260*                   postings; the covered debit itself is.
004300************************************************************
004400
004500 ENVIRONMENT DIVISION.
033000             WHEN "INTEREST"
033100             WHEN "MAINT-FEE"
033200             WHEN "SVC-FEE"
033210             WHEN "LOAN-INT"
033220             WHEN "LOAN-PRIN"
033230             WHEN "ODP-XFER"
033240             WHEN "ODP-XFRIN"
033250             WHEN "ODP-FEE"
033300                 CONTINUE
033400             WHEN OTHER
033500                 IF THS-RUN-DATE > WS-LAST-ACTIVITY
