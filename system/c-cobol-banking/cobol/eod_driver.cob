003700*                   unrepaired after two business dates -
003701*                   a reject that sits is a late return
003702*                   and a penalty fee.
003703*   2026-10-15 JFM  Installment-loan collection now posts
003704*                   as a cycle step after the term-deposit
003705*                   maturities and before reconciliation,
003706*                   followed by the LOAN-AGING delinquency
003707*                   report on the night's result.
003708*   2026-10-15 JFM  The cycle now runs the ADV-NOTICE
003709*                   customer advance-notice job just before
003710*                   the date rolls.
003711*   2026-10-15 JFM  A LOAN-AGING failure is reported on
003712*                   its own line; it no longer reads as
003713*                   the collection having failed.
003720************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
008180             88  WS-SUS-SCAN-DONE      VALUE "Y".
008182         05  WS-CALL-FAILED-SW     PIC X(01) VALUE "N".
008184             88  WS-CALL-FAILED        VALUE "Y".
008186         05  WS-AGING-FAILED-SW    PIC X(01) VALUE "N".
008188             88  WS-AGING-FAILED       VALUE "Y".
008200
008300 01  WS-RUN-TIMESTAMP.
008400         05  WS-RUN-DATE              PIC X(08).
010800         END-IF.
010810         IF WS-EOD-OK
010820             PERFORM 3500-RUN-TD-MATURITY THRU 3500-EXIT
010823         END-IF.
010826         IF WS-EOD-OK
010829             PERFORM 3600-RUN-LOAN-COLLECTION THRU 3600-EXIT
010830         END-IF.
010900         IF WS-EOD-OK
011000             PERFORM 4000-RUN-RECON THRU 4000-EXIT
011140         IF WS-EOD-OK
011150             PERFORM 4800-REPORT-AGED-SUSPENSE THRU 4800-EXIT
011160         END-IF.
011170         IF WS-EOD-OK
011180             PERFORM 4900-RUN-NOTICES THRU 4900-EXIT
011190         END-IF.
011200         IF WS-EOD-OK
011300             PERFORM 5000-ROLL-DATE THRU 5000-EXIT
011400         END-IF.
028102         EXIT.
028103
028104************************************************************
028106* 3600-RUN-LOAN-COLLECTION - the night's loan installments
028108* are collected after the term-deposit maturities and before
028110* reconciliation, so the LOAN-INT/LOAN-PRIN postings are on
028112* the dated log the recount is about to prove; the aging
028114* report then ages whatever could not be collected.  A
028116* collected installment moves its loan's due date forward,
028118* so a rerun after a halt is safe.
028120************************************************************
028122 3600-RUN-LOAN-COLLECTION.
028123         MOVE "N" TO WS-CALL-FAILED-SW.
028124         MOVE "N" TO WS-AGING-FAILED-SW.
028125         CLOSE SYSTEM-CONTROL-FILE.
028126         CALL "LOAN-COLLECT"
028127             ON EXCEPTION
028128                 MOVE "Y" TO WS-CALL-FAILED-SW
028129         END-CALL.
028130         IF NOT WS-CALL-FAILED
028131             CALL "LOAN-AGING"
028132                 ON EXCEPTION
028133                     MOVE "Y" TO WS-AGING-FAILED-SW
028134             END-CALL
028135         END-IF.
028136         PERFORM 8000-REOPEN-CONTROL THRU 8000-EXIT.
028137
028138         MOVE SPACES TO WS-REPORT-LINE.
028139         IF WS-CALL-FAILED
028140             STRING "LOAN INSTALLMENT COLLECTION DID NOT RUN "
028141                 "FOR " WS-BUSINESS-DATE " - INVESTIGATE"
028142                 DELIMITED BY SIZE INTO WS-REPORT-LINE
028143         ELSE
028144             IF WS-AGING-FAILED
028145                 STRING "LOAN INSTALLMENTS COLLECTED FOR "
028146                     WS-BUSINESS-DATE
028147                     DELIMITED BY SIZE INTO WS-REPORT-LINE
028148             ELSE
028149                 STRING "LOAN INSTALLMENTS COLLECTED AND "
028150                     "AGED FOR " WS-BUSINESS-DATE
028151                     DELIMITED BY SIZE INTO WS-REPORT-LINE
028152             END-IF
028153         END-IF.
028154         WRITE EOD-REPORT-RECORD FROM WS-REPORT-LINE.
028155         IF WS-AGING-FAILED
028156             MOVE SPACES TO WS-REPORT-LINE
028157             STRING "LOAN AGING REPORT DID NOT RUN FOR "
028158                 WS-BUSINESS-DATE " - INVESTIGATE"
028159                 DELIMITED BY SIZE INTO WS-REPORT-LINE
028160             WRITE EOD-REPORT-RECORD FROM WS-REPORT-LINE
028161         END-IF.
028162 3600-EXIT.
028163         EXIT.
028164
028180************************************************************
028200* 4000-RUN-RECON - DAILY-RECON itself refuses to run
028300* before accrual has posted and stamps recon-done when it
028400* completes; the driver only proves the stamp landed.
031962         EXIT.
031963
031964************************************************************
031965* 4900-RUN-NOTICES - the customer advance notices go out
031966* last, once the dormancy review has had its say.  Like
031967* the review it holds no cycle stamp; a failure is
031968* reported but does not hold the date, and the next night
031969* picks up any notice still due.
031970************************************************************
031971 4900-RUN-NOTICES.
031972         MOVE "N" TO WS-CALL-FAILED-SW.
031973         CLOSE SYSTEM-CONTROL-FILE.
031974         CALL "ADV-NOTICE"
031975             ON EXCEPTION
031976                 MOVE "Y" TO WS-CALL-FAILED-SW
031977         END-CALL.
031978         PERFORM 8000-REOPEN-CONTROL THRU 8000-EXIT.
031979
031980         MOVE SPACES TO WS-REPORT-LINE.
031981         IF WS-CALL-FAILED
031982             STRING "ADVANCE NOTICES DID NOT RUN FOR "
031983                 WS-BUSINESS-DATE
031984                 " - NEXT NIGHT CATCHES UP, INVESTIGATE"
031985                 DELIMITED BY SIZE INTO WS-REPORT-LINE
031986         ELSE
031987             STRING "ADVANCE NOTICES RUN FOR "
031988                 WS-BUSINESS-DATE
031989                 DELIMITED BY SIZE INTO WS-REPORT-LINE
031990         END-IF.
031991         WRITE EOD-REPORT-RECORD FROM WS-REPORT-LINE.
031992 4900-EXIT.
031993         EXIT.
031994
031995************************************************************
032000* 5000-ROLL-DATE - the next calendar day becomes the
032100* official business date and posting reopens.
032200************************************************************
