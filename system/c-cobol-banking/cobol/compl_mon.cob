003707*                   their accounts.  A record whose account
003708*                   has no customer on file still monitors
003709*                   per account, as before.
003710*   2026-10-15 JFM  The ODP-XFRIN credit leg of an
003711*                   overdraft-protection sweep is not counted
003712*                   as an operation, the same as XFER-IN.
003713*   2026-10-15 JFM  Log buffer grew to 174 bytes with the
003714*                   operator id.
003715*   2026-10-15 JFM  Nor is the REV-XFRIN credit leg of a
003716*                   reversed transfer.
003720************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
006600 01  COMPL-PARAMS-RECORD          PIC X(60).
006700
006800 FD  TRANSACTION-LOG-FILE.
006900 01  TRANSACTION-LOG-RECORD-IN    PIC X(174).
007000
007100 SD  SORT-FILE.
007110*
028200* velocity test and the OVER_DAILY_LIMIT rejections for
028300* the probing test.  The XFER-IN credit leg is the second
028400* record of one engine request and does not count as a
028500* separate operation; nor is the REV-XFRIN leg of a
028550* reversed transfer or the ODP-XFRIN leg of an
028560* overdraft-protection sweep.
028600************************************************************
028700 4000-EXAMINE-RECORD.
028800         IF FUNCTION TRIM(SRT-OPERATION) NOT = "XFER-IN"
028810             AND FUNCTION TRIM(SRT-OPERATION) NOT = "ODP-XFRIN"
028820             AND FUNCTION TRIM(SRT-OPERATION) NOT = "REV-XFRIN"
028900             ADD 1 TO WS-OPERATION-COUNT
029000         END-IF.
029100
