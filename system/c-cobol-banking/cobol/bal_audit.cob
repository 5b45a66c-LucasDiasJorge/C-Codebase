003110*                   can invoke this audit as the printed
003111*                   proof of a rebuilt master, the same way
003112*                   EOD-DRIVER invokes DAILY-RECON.
003113*   2026-10-15 JFM  REVERSE postings replay: REV-WD,
003114*                   REV-XFER and REV-FEE add back what the
003115*                   original took; REV-DEP and REV-XFRIN
003116*                   take back what it gave.
003117*   2026-10-15 JFM  Installment-loan postings replay:
003118*                   LOAN-DISB adds the principal paid in;
003119*                   LOAN-INT and LOAN-PRIN take back what
003120*                   the nightly collection debited.
003121*   2026-10-15 JFM  Overdraft-protection sweeps replay:
003122*                   ODP-XFRIN adds what the backup covered;
003123*                   ODP-XFER and ODP-FEE take it back.
003124************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
028191             WHEN "TD-REDEEM"
028192                 ADD WS-TLG-AMOUNT-NUM
028193                     TO WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028194             WHEN "REV-WD"
028195             WHEN "REV-XFER"
028196             WHEN "REV-FEE"
028197                 ADD WS-TLG-AMOUNT-NUM
028198                     TO WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028199             WHEN "REV-DEP"
028200             WHEN "REV-XFRIN"
028201                 SUBTRACT WS-TLG-AMOUNT-NUM
028202                     FROM WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028203             WHEN "LOAN-DISB"
028204                 ADD WS-TLG-AMOUNT-NUM
028205                     TO WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028206             WHEN "LOAN-INT"
028207             WHEN "LOAN-PRIN"
028208                 SUBTRACT WS-TLG-AMOUNT-NUM
028209                     FROM WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028210             WHEN "ODP-XFRIN"
028211                 ADD WS-TLG-AMOUNT-NUM
028212                     TO WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028213             WHEN "ODP-XFER"
028214             WHEN "ODP-FEE"
028215                 SUBTRACT WS-TLG-AMOUNT-NUM
028216                     FROM WS-AUD-COMPUTED-BALANCE(WS-ENTRY-SUB)
028217         END-EVALUATE.
028300 2300-EXIT.
028400         EXIT.
028500
