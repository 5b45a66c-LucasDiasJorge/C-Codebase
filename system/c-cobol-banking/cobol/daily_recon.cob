001934*                   engine's dual-control PENDING-AUTH
001935*                   file, so money keyed but not yet moved
001936*                   is never out of sight.
001937*   2026-10-15 JFM  The engine's REVERSE postings
001938*                   reconcile too: REV-WD, REV-XFER and
001939*                   REV-FEE as deposits, REV-DEP as a
001940*                   withdrawal, and the REV-XFRIN
001941*                   destination leg like XFER-IN - money
001942*                   in its branch's withdrawals but no
001943*                   part of the count/amount/hash proof.
001944*   2026-10-15 JFM  Installment-loan postings reconcile:
001945*                   the engine's LOAN-DISB as a deposit,
001946*                   and the nightly LOAN-COLLECT job's
001947*                   LOAN-INT and LOAN-PRIN as withdrawals,
001948*                   proved against its own LOANCOLL and
001949*                   LOANCObb run-control records.
001950*   2026-10-15 JFM  Overdraft-protection sweeps reconcile:
001951*                   ODP-XFER is engine work hashing both
001952*                   accounts like TRANSFER, ODP-XFRIN rides
001953*                   it like XFER-IN, and ODP-FEE counts like
001954*                   SVC-FEE.  Each account's block shows
001955*                   what was swept in, and from where, and
001956*                   what was swept out.
001957*   2026-10-15 JFM  Log buffer grew to 174 bytes with the
001958*                   operator id.
001959************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  TRANSACTION-LOG-FILE.
003800 01  TRANSACTION-LOG-RECORD-IN    PIC X(174).
003900
004000 SD  SORT-FILE.
004100     COPY "copybooks/txnlog.cpy".
007100 01  WS-CLOSING-BALANCE          PIC S9(9)V99 VALUE 0.
007200 01  WS-TOTAL-DEPOSITS           PIC S9(9)V99 VALUE 0.
007300 01  WS-TOTAL-WITHDRAWALS        PIC S9(9)V99 VALUE 0.
007307*
007314* An overdraft-protection sweep as the account block shows
007321* it: what came in and from which backup (VARIOUS when
007328* more than one covered it that day), and what went out.
007335 01  WS-SWEPT-IN                 PIC S9(9)V99 VALUE 0.
007342 01  WS-SWEPT-OUT                PIC S9(9)V99 VALUE 0.
007349 01  WS-SWEPT-FROM-ID            PIC X(10) VALUE SPACES.
007350 01  WS-HELD-TOTAL               PIC S9(9)V99 VALUE 0.
007351
007352*
007412
007413 01  WS-REJECT-TOTAL             PIC 9(05) COMP VALUE 0.
007500 01  WS-REJECT-TOTAL-TXT         PIC ZZZZ9.
007510
007520*
007530* The LOAN-COLLECT recount, kept the same way as the other
007540* programs' recounts above.
007550 01  WS-VER-LNC-APPROVED         PIC 9(08) VALUE 0.
007560 01  WS-VER-LNC-AMOUNT           PIC S9(11)V99 VALUE 0.
007570 01  WS-VER-LNC-HASH             PIC 9(15) VALUE 0.
007600
007700 01  WS-CODE-TABLE.
007800         05  WS-CODE-COUNT  PIC 9(02) COMP VALUE 0.
010000                 INPUT PROCEDURE IS 2000-RELEASE-RECORDS
010100                 OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
010150             PERFORM 4000-VERIFY-RUN-CONTROLS THRU 4000-EXIT
010151             PERFORM 4050-VERIFY-LOAN-COLLECTION THRU 4050-EXIT
010152             PERFORM 4500-VERIFY-BRANCHES THRU 4500-EXIT
010155             PERFORM 5000-REPORT-PENDING-AUTH THRU 5000-EXIT
010160         END-IF.
015352                     MOVE TLG-ACCOUNT-ID(1:9) TO WS-HASH-WORK
015353                     ADD WS-HASH-WORK TO WS-VER-TDM-HASH
015354                 END-IF
015355             WHEN "LOAN-INT"
015356             WHEN "LOAN-PRIN"
015357*
015358* Installment collection belongs to LOAN-COLLECT; a
015359* rejected record under these names is an unknown-operation
015360* request the engine threw back, counted by the engine.
015361                 IF TLG-STATUS NOT = "APPROVED"
015362                     ADD 1 TO WS-VER-ENG-REJECTED
015363                     GO TO 2200-EXIT
015364                 END-IF
015365                 ADD 1 TO WS-VER-LNC-APPROVED
015366                 COMPUTE WS-VER-AMOUNT-NUM = FUNCTION NUMVAL(
015367                     FUNCTION TRIM(TLG-AMOUNT))
015368                 ADD WS-VER-AMOUNT-NUM TO WS-VER-LNC-AMOUNT
015369                 IF TLG-ACCOUNT-ID(1:9) NUMERIC
015370                     MOVE TLG-ACCOUNT-ID(1:9) TO WS-HASH-WORK
015371                     ADD WS-HASH-WORK TO WS-VER-LNC-HASH
015372                 END-IF
015373             WHEN "XFER-IN"
015374             WHEN "REV-XFRIN"
015375             WHEN "ODP-XFRIN"
015376*
015377* An approved XFER-IN is the second log record of one
015378* engine TRANSFER and counts for neither program; but a
015379* queue line carrying this operation name is rejected
015380* UNKNOWN_OPERATION, counted by the engine, and must be
015381* recounted here as an engine rejection.  REV-XFRIN and
015382* ODP-XFRIN ride their REV-XFER and ODP-XFER the same way.
015383                 IF TLG-STATUS NOT = "APPROVED"
015384                     ADD 1 TO WS-VER-ENG-REJECTED
015385                 END-IF
015386             WHEN OTHER
015387                 PERFORM 2250-TALLY-ENGINE-RECORD
015388                     THRU 2250-EXIT
015389         END-EVALUATE.
015390 2200-EXIT.
015391         EXIT.
015392
015393 2250-TALLY-ENGINE-RECORD.
015394         IF TLG-STATUS NOT = "APPROVED"
015395             ADD 1 TO WS-VER-ENG-REJECTED
015396             GO TO 2250-EXIT
015397         END-IF.
015398         ADD 1 TO WS-VER-ENG-APPROVED.
015399         COMPUTE WS-VER-AMOUNT-NUM = FUNCTION NUMVAL(
015400             FUNCTION TRIM(TLG-AMOUNT)).
015401         ADD WS-VER-AMOUNT-NUM TO WS-VER-ENG-AMOUNT.
015402         IF TLG-ACCOUNT-ID(1:9) NUMERIC
015403             MOVE TLG-ACCOUNT-ID(1:9) TO WS-HASH-WORK
015404             ADD WS-HASH-WORK TO WS-VER-ENG-HASH
015405         END-IF.
015406         IF (FUNCTION TRIM(TLG-OPERATION) = "TRANSFER"
015407             OR FUNCTION TRIM(TLG-OPERATION) = "REV-XFER"
015408             OR FUNCTION TRIM(TLG-OPERATION) = "ODP-XFER")
015409             AND TLG-DEST-ACCOUNT-ID(1:9) NUMERIC
015410             MOVE TLG-DEST-ACCOUNT-ID(1:9) TO WS-HASH-WORK
015411             ADD WS-HASH-WORK TO WS-VER-ENG-HASH
015412         END-IF.
015413 2250-EXIT.
015414         EXIT.
015415
015416************************************************************
015417* 2280-TALLY-BRANCH - the per-branch side of the recount.
015418* The branch comes off the record's own stamp, falling
015419* back to the account's first two digits for records
015420* written before the stamp existed.  The XFER-IN credit
015421* leg is the second record of one request and takes no
015422* part in the count/amount/hash proof - the same rule the
015423* bank-wide recount applies - but its money does land in
015424* its branch's deposit subtotal.  Both legs of a TRANSFER
015425* hash into their own branches, mirroring what the engine
015426* claims.
015427* Reversal (REV-) and overdraft-sweep (ODP-) legs follow
015428* the same rules.
015429************************************************************
015430 2280-TALLY-BRANCH.
015431         IF TLG-BRANCH-ID NUMERIC
015432             MOVE TLG-BRANCH-ID TO WS-BRV-DIGITS
015433             COMPUTE WS-BRV-SUB = WS-BRV-DIGITS + 1
015434         ELSE
015435             IF TLG-ACCOUNT-ID(1:2) NUMERIC
015436                 MOVE TLG-ACCOUNT-ID(1:2) TO WS-BRV-DIGITS
015437                 COMPUTE WS-BRV-SUB = WS-BRV-DIGITS + 1
015438             ELSE
015439                 GO TO 2280-EXIT
015440             END-IF
015441         END-IF.
015442
015443         COMPUTE WS-VER-AMOUNT-NUM = FUNCTION NUMVAL(
015444             FUNCTION TRIM(TLG-AMOUNT)).
015445
015446         EVALUATE FUNCTION TRIM(TLG-OPERATION)
015447             WHEN "DEPOSIT"
015448             WHEN "XFER-IN"
015449             WHEN "INTEREST"
015450             WHEN "TD-CLOSE"
015451             WHEN "TD-REDEEM"
015452             WHEN "REV-WD"
015453             WHEN "REV-XFER"
015454             WHEN "REV-FEE"
015455             WHEN "LOAN-DISB"
015456             WHEN "ODP-XFRIN"
015457                 ADD WS-VER-AMOUNT-NUM
015458                     TO WS-BRV-DEPOSITS(WS-BRV-SUB)
015459             WHEN "WITHDRAW"
015460             WHEN "TRANSFER"
015461             WHEN "MAINT-FEE"
015462             WHEN "SVC-FEE"
015463             WHEN "TD-OPEN"
015464             WHEN "REV-DEP"
015465             WHEN "REV-XFRIN"
015466             WHEN "LOAN-INT"
015467             WHEN "LOAN-PRIN"
015468             WHEN "ODP-XFER"
015469             WHEN "ODP-FEE"
015470                 ADD WS-VER-AMOUNT-NUM
015471                     TO WS-BRV-WITHDRAWALS(WS-BRV-SUB)
015472         END-EVALUATE.
015473
015474         IF FUNCTION TRIM(TLG-OPERATION) = "XFER-IN"
015475             OR FUNCTION TRIM(TLG-OPERATION) = "REV-XFRIN"
015476             OR FUNCTION TRIM(TLG-OPERATION) = "ODP-XFRIN"
015477             GO TO 2280-EXIT
015478         END-IF.
015479
015480         ADD 1 TO WS-BRV-APPROVED(WS-BRV-SUB).
015481         ADD WS-VER-AMOUNT-NUM TO WS-BRV-AMOUNT(WS-BRV-SUB).
015482         IF TLG-ACCOUNT-ID(1:9) NUMERIC
015483             MOVE TLG-ACCOUNT-ID(1:9) TO WS-HASH-WORK
015484             ADD WS-HASH-WORK TO WS-BRV-HASH(WS-BRV-SUB)
015485         END-IF.
015486         IF (FUNCTION TRIM(TLG-OPERATION) = "TRANSFER"
015487             OR FUNCTION TRIM(TLG-OPERATION) = "REV-XFER"
015488             OR FUNCTION TRIM(TLG-OPERATION) = "ODP-XFER")
015489             AND TLG-DEST-ACCOUNT-ID(1:9) NUMERIC
015490             MOVE TLG-DEST-ACCOUNT-ID(1:2) TO WS-BRV-DIGITS
015491             COMPUTE WS-BRV-DEST-SUB = WS-BRV-DIGITS + 1
015492             MOVE TLG-DEST-ACCOUNT-ID(1:9) TO WS-HASH-WORK
015493             ADD WS-HASH-WORK
015494                 TO WS-BRV-HASH(WS-BRV-DEST-SUB)
015495         END-IF.
015496 2280-EXIT.
015497         EXIT.
015498
015499************************************************************
015500* 3000-PRODUCE-REPORT - the SORT output procedure.
015600* Returns the sorted records and breaks on a change of
015700* account to write a summary block.
021100         MOVE WS-TLG-OLD-BALANCE-NUM TO WS-CLOSING-BALANCE.
021200         MOVE 0 TO WS-TOTAL-DEPOSITS WS-TOTAL-WITHDRAWALS.
021300         MOVE 0 TO WS-REJECT-TOTAL.
021309         MOVE 0 TO WS-SWEPT-IN WS-SWEPT-OUT.
021318         MOVE SPACES TO WS-SWEPT-FROM-ID.
021320         SET WS-CODE-IDX TO 1.
021340         PERFORM 3310-CLEAR-CODE-ENTRY THRU 3310-EXIT
021360             VARYING WS-CODE-IDX FROM 1 BY 1
023588                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-DEPOSITS
023590                 WHEN "TD-REDEEM"
023592                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-DEPOSITS
023593                 WHEN "REV-WD"
023594                 WHEN "REV-XFER"
023595                 WHEN "REV-FEE"
023596                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-DEPOSITS
023597                 WHEN "REV-DEP"
023598                 WHEN "REV-XFRIN"
023599                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-WITHDRAWALS
023600                 WHEN "LOAN-DISB"
023601                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-DEPOSITS
023602                 WHEN "LOAN-INT"
023603                 WHEN "LOAN-PRIN"
023604                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-WITHDRAWALS
023605                 WHEN "ODP-XFRIN"
023606                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-DEPOSITS
023607                     ADD WS-TLG-AMOUNT-NUM TO WS-SWEPT-IN
023608                     IF WS-SWEPT-FROM-ID = SPACES
023609                         MOVE TLG-DEST-ACCOUNT-ID
023610                             TO WS-SWEPT-FROM-ID
023611                     END-IF
023612                     IF WS-SWEPT-FROM-ID NOT = TLG-DEST-ACCOUNT-ID
023613                         MOVE "VARIOUS" TO WS-SWEPT-FROM-ID
023614                     END-IF
023615                 WHEN "ODP-XFER"
023616                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-WITHDRAWALS
023617                     ADD WS-TLG-AMOUNT-NUM TO WS-SWEPT-OUT
023618                 WHEN "ODP-FEE"
023619                     ADD WS-TLG-AMOUNT-NUM TO WS-TOTAL-WITHDRAWALS
023620             END-EVALUATE
023700         ELSE
023800             ADD 1 TO WS-REJECT-TOTAL
023900             PERFORM 3500-TALLY-CODE THRU 3500-EXIT
030450         STRING "  TOTAL ON HOLD     " WS-AMOUNT-TXT
030460             DELIMITED BY SIZE INTO WS-REPORT-LINE.
030470         WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
030471
030472         IF WS-SWEPT-IN NOT = 0
030473             MOVE WS-SWEPT-IN TO WS-AMOUNT-TXT
030474             MOVE SPACES TO WS-REPORT-LINE
030475             STRING "  SWEPT IN          " WS-AMOUNT-TXT
030476                 " FROM " WS-SWEPT-FROM-ID
030477                 DELIMITED BY SIZE INTO WS-REPORT-LINE
030478             WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
030479         END-IF.
030480         IF WS-SWEPT-OUT NOT = 0
030481             MOVE WS-SWEPT-OUT TO WS-AMOUNT-TXT
030482             MOVE SPACES TO WS-REPORT-LINE
030483             STRING "  SWEPT OUT         " WS-AMOUNT-TXT
030484                 DELIMITED BY SIZE INTO WS-REPORT-LINE
030485             WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
030486         END-IF.
030500
030600         IF WS-REJECT-TOTAL = 0
030700             MOVE SPACES TO WS-REPORT-LINE
035176* 4500-VERIFY-BRANCHES - one block per branch with any
035177* activity: the branch's deposit and withdrawal
035178* subtotals, what the posting programs claim for it
035179* (their TXNENGbb, INTACCbb, TDMATUbb and LOANCObb
035180* run-control records summed) against what this report
035181* recounted off the log, and the branch's own IN/OUT OF
035182* BALANCE verdict.
035183************************************************************
035184 4500-VERIFY-BRANCHES.
035185         MOVE SPACES TO WS-REPORT-LINE.
035207
035208 4510-VERIFY-ONE-BRANCH.
035209         PERFORM 4600-READ-BRANCH-CLAIMS THRU 4600-EXIT.
035210         PERFORM 4650-READ-LOAN-CLAIM THRU 4650-EXIT.
035211         IF WS-BRV-APPROVED(WS-BRV-SUB) = 0
035212             AND WS-BRV-AMOUNT(WS-BRV-SUB) = 0
035213             AND WS-BRV-HASH(WS-BRV-SUB) = 0
035960         CLOSE SYSTEM-CONTROL-FILE.
035970 9200-EXIT.
035980         EXIT.
035990
036000************************************************************
036010* 4050-VERIFY-LOAN-COLLECTION - the LOAN-COLLECT verdict,
036020* printed under the ones 4000-VERIFY-RUN-CONTROLS prints and
036030* proved the same way, off its LOANCOLL record.
036040************************************************************
036050 4050-VERIFY-LOAN-COLLECTION.
036060         MOVE "N" TO WS-RCT-OPEN-SW.
036070         OPEN INPUT RUN-CONTROL-FILE.
036080         IF WS-RCT-STATUS = "00"
036090             MOVE "Y" TO WS-RCT-OPEN-SW
036100         END-IF.
036110         MOVE "LOANCOLL" TO WS-VPR-PROGRAM.
036120         MOVE "LOAN-COLLECTION" TO WS-VPR-LABEL.
036130         MOVE WS-VER-LNC-APPROVED TO WS-VPR-CNT-APPROVED.
036140         MOVE 0 TO WS-VPR-CNT-REJECTED.
036150         MOVE WS-VER-LNC-AMOUNT TO WS-VPR-CNT-AMOUNT.
036160         MOVE WS-VER-LNC-HASH TO WS-VPR-CNT-HASH.
036170         PERFORM 4100-VERIFY-ONE-PROGRAM THRU 4100-EXIT.
036180         IF WS-RCT-OPEN
036190             CLOSE RUN-CONTROL-FILE
036200         END-IF.
036210 4050-EXIT.
036220         EXIT.
036230
036240************************************************************
036250* 4650-READ-LOAN-CLAIM - adds LOAN-COLLECT's LOANCObb claim
036260* for the branch to what 4600-READ-BRANCH-CLAIMS summed.
036270************************************************************
036280 4650-READ-LOAN-CLAIM.
036290         IF NOT WS-RCT-OPEN
036300             GO TO 4650-EXIT
036310         END-IF.
036320         COMPUTE WS-BRV-DIGITS-TXT = WS-BRV-SUB - 1.
036330         MOVE SPACES TO WS-BRV-PROGRAM-ID.
036340         STRING "LOANCO" WS-BRV-DIGITS-TXT
036350             DELIMITED BY SIZE INTO WS-BRV-PROGRAM-ID.
036360         PERFORM 4700-ADD-ONE-CLAIM THRU 4700-EXIT.
036370 4650-EXIT.
036380         EXIT.
