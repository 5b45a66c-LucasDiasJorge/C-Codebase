002605*                   over the dual-control threshold is not
002606*                   parked or bounced - the order was
002607*                   authorized when SET_ORDER was keyed.
002608*   2026-10-15 JFM  Queued transfers carry SCHEDULR as the
002609*                   operator, a batch operator on
002610*                   OPERATOR-MASTER.
002611************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
024400             FUNCTION TRIM(WS-AMOUNT-TXT)
024500             "|"
024600             SOR-DEST-ACCOUNT
024650             "||||SCHEDULER|||SCHEDULR"
024700             DELIMITED BY SIZE
024800             INTO WS-REQUEST-LINE
024900         END-STRING.
