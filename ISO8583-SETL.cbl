      * restarted without reprocessing everything from the top. On
      * start-up, a non-empty SETLCKPT is loaded, its record count is
      * skipped over on TRANLOG, and accumulation resumes from there.
      * A normal, complete run clears SETLCKPT before it ends.
      *
      * UPDATE: TRANLOG can hold more than one Sign-On...Sign-Off
      * cycle (e.g. several batch runs since the last time TRANLOG was
      * reason: a report can be reprinted, a funding file must not
      * double-pay. Records logged before TL-MERCHANT-ID existed
      * bucket under the blank merchant ID.
      *
      * UPDATE: ATM cash withdrawals (DE003 01xxxx) now settle as
      * their own "Cash Withdrawals (ATM)" section - dispensed,
      * reversed and net cash out per window - instead of being
      * folded into the purchase figures. Cash earns no interchange
      * and funds no merchant, so it is kept out of 1350 and
      * MERCHPAY, and posts to GLPOST under its own CASH bucket.
      * The cash totals ride on the checkpoint like the rest.
      *
      * UPDATE: account-to-account funds transfers (DE3 40xxxx) are
      * book movements between a cardholder's own accounts - they
      * count in the MTI/response-code buckets but earn no
      * interchange and fund no merchant. TRANLOG's record carries
      * the new trailing TL-FROM-ACCT/TL-TO-ACCT fields.
      *
      * UPDATE: on-us and off-us activity now settle as separate
      * sections. ISO8583-GEN routes each card by BIN and stamps the
      * route on TRANLOG (TL-ROUTE/TL-NETWORK-ID): an on-us card is
      * our own cardholder, settled internally between our issuing
      * and acquiring books; an off-us card was authorized by its
      * issuer over a card network, and the money is due from that
      * network. Each window now reports the approved debits,
      * credits (refunds and reversals) and net for on-us and for
      * each network separately, posts each to GLPOST under its own
      * ONUS/OFUS bucket, and carries the route totals on the
      * checkpoint. Records logged before routing existed count as
      * on-us. Merchant funding (MERCHPAY) is unchanged - the
      * merchant is paid the same whichever way the card went.
      *
      * UPDATE: chargebacks are charged back to the merchant. Every
      * dispute CHGBACK posted against a merchant is a liability,
      * deducted from that merchant's net due at the first window
      * close on or after the posting date; a dispute the merchant
      * later won on representment is paid back the same way. Each
      * deduction (MERCHDR) and repayment (MERCHCR) is appended to
      * CHGBACK against a window key - the closing record's log date,
      * the window's record count and the low digits of its amount
      * total - so a fresh rerun of the same TRANLOG lands every
      * liability back in the window it was first settled in, never
      * twice and never in a second window. MERCHPAY carries the net
      * chargeback per merchant (MP-CHGBACK-AMOUNT, appended), and
      * the window posts to GLPOST under a CHBK bucket.
      *
      * UPDATE: the end-of-day driver EODRUN CALLs this program, so
      * it now ends with GOBACK (the same as STOP RUN when it is run
      * on its own) and sets a completion code: 8 when TRANLOG had no
      * settlement window at all, 4 when the last window never
      * closed and only partial totals were reported, 0 otherwise.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MERCHPAY-FILE ASSIGN TO "MERCHPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCHPAY-STATUS.
      *-- CHGBACK is CHGBACK.cbl's dispute lifecycle log - read at
      *-- start-up for the merchant liabilities, and appended to as
      *-- each one is deducted or repaid.
           SELECT CHGBACK-FILE ASSIGN TO "CHGBACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--     existed reads blank and buckets under the blank ID.
           05 TL-ORIG-STAN             PIC X(6).
           05 TL-LOG-DATE              PIC 9(8).
           05 TL-FROM-ACCT             PIC X(19).
           05 TL-TO-ACCT               PIC X(19).
           05 TL-RRN                   PIC X(12).
      *--     DE37 retrieval reference number - CLRMATCH matches the
      *--     acquirer's clearing presentments on it.
           05 TL-ROUTE                 PIC X(1).
           05 TL-NETWORK-ID            PIC X(4).
      *--     'O' on-us, 'F' off-us via the card network in
      *--     TL-NETWORK-ID; blank (no card, or logged before
      *--     BIN routing) counts as on-us.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
              10 CK-MP-REFUNDS         PIC 9(12)V99.
              10 CK-MP-FEE             PIC 9(12)V99.
              10 CK-MP-NET-DUE         PIC S9(12)V99.
      *--     ATM cash totals, appended for the same reason again.
           05 CK-CASH-COUNT            PIC 9(7).
           05 CK-CASH-TOTAL            PIC 9(12)V99.
           05 CK-CASH-REV-COUNT        PIC 9(7).
           05 CK-CASH-REV-TOTAL        PIC 9(12)V99.
      *--     On-us/off-us route totals, appended for the same reason.
           05 CK-ROUTE-COUNT-OF-RECS   PIC 9(3).
           05 CK-ROUTE-ENTRY OCCURS 10 TIMES.
              10 CK-RT-ROUTE           PIC X(1).
              10 CK-RT-NETWORK-ID      PIC X(4).
              10 CK-RT-DEBIT-COUNT     PIC 9(7).
              10 CK-RT-DEBIT-TOTAL     PIC 9(12)V99.
              10 CK-RT-CREDIT-COUNT    PIC 9(7).
              10 CK-RT-CREDIT-TOTAL    PIC 9(12)V99.

       FD  GLPOST-FILE.
       01  GLPOST-RECORD.
           05 GL-WINDOW-NUM            PIC 9(3).
           05 GL-BUCKET-TYPE           PIC X(4).
      *--     MTI, RESP, CASH, ONUS, OFUS or CHBK.
           05 GL-BUCKET-VALUE          PIC X(4).
      *--     The MTI or DE039 response code this entry buckets - or,
      *--     on an OFUS entry, the card network it settles with.
           05 GL-DR-CR                 PIC X(2).
      *--     DR = gross amount processed (one per MTI bucket), CR =
      *--     amount the issuer actually answered (one per response-
           05 MP-REFUNDS               PIC 9(12)V99.
           05 MP-FEE-WITHHELD          PIC 9(12)V99.
           05 MP-NET-DUE               PIC S9(12)V99.
      *--     Gross less refunds less interchange less chargebacks -
      *--     signed, a refund-heavy merchant can owe us.
           05 MP-CHGBACK-AMOUNT        PIC S9(12)V99.
      *--     Chargebacks deducted this window, net of won
      *--     representments repaid - appended after the original
      *--     layout so existing readers still line up.

       FD  CHGBACK-FILE.
       01  CHGBACK-RECORD.
           05 CB-STAN                  PIC X(6).
           05 CB-PAN                   PIC X(19).
           05 CB-AMOUNT                PIC 9(10)V99.
           05 CB-REASON-CODE           PIC X(4).
           05 CB-TIMESTAMP             PIC X(14).
           05 CB-STATUS                PIC X(8).
           05 CB-OPERATOR-ID           PIC X(8).
           05 CB-APPROVED-BY           PIC X(8).
           05 CB-MERCHANT-ID           PIC X(15).
           05 CB-RESPOND-BY            PIC 9(8).
           05 CB-EVENT-REF             PIC X(20).
      *--     See CHGBACK.cbl. Read here: POSTED (liability raised),
      *--     MERCHWON (liability lifted), and this program's own
      *--     MERCHDR/MERCHCR, whose CB-EVENT-REF is the window key.

       FD  INTRCHG-FILE.
       01  INTRCHG-RECORD.
       01  WS-FEE-BPS-CUT             PIC 9(12)V99.
       01  WS-FEE-AMOUNT              PIC 9(12)V99.

      ******************************************************************
      * PER-WINDOW ATM CASH TOTALS (DE003 01xxxx) - kept apart from
      * the purchase/interchange figures above
      ******************************************************************
       01  WS-CASH-COUNT              PIC 9(7) VALUE 0.
       01  WS-CASH-TOTAL              PIC 9(12)V99 VALUE 0.
       01  WS-CASH-REV-COUNT          PIC 9(7) VALUE 0.
       01  WS-CASH-REV-TOTAL          PIC 9(12)V99 VALUE 0.
       01  WS-CASH-NET                PIC S9(12)V99 VALUE 0.

      ******************************************************************
      * PER-MERCHANT SETTLEMENT BREAKDOWN (keyed TL-MERCHANT-ID,
      * reset at every window close the way the MTI/response tables
              10 WS-MP-REFUNDS         PIC 9(12)V99.
              10 WS-MP-FEE             PIC 9(12)V99.
              10 WS-MP-NET-DUE         PIC S9(12)V99.
              10 WS-MP-CHGBACK         PIC S9(12)V99.
      *--     Only ever non-zero after 1160-APPLY-CHARGEBACKS at the
      *--     window close, so it never needs to ride the checkpoint.
       01  WS-MP-COUNT-OF-RECS        PIC 9(3) VALUE 0.
       01  WS-MP-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-MP-FOUND-SW             PIC X(1) VALUE 'N'.
           88 WS-MP-FOUND                      VALUE 'Y'.
       01  WS-MP-KEY-MERCHANT-ID      PIC X(15).

      ******************************************************************
      * MERCHANT CHARGEBACK LIABILITIES - one entry per dispute
      * charged to a merchant, loaded once from CHGBACK by
      * 1070-LOAD-CHARGEBACKS. The window key identifies the window
      * the liability was deducted in (and, once won, repaid in).
      ******************************************************************
       01  WS-CHGBACK-STATUS          PIC X(2).
       01  WS-CB-TABLE-AREA.
           05 WS-CB-ENTRY OCCURS 500 TIMES INDEXED BY WS-CB-IDX.
              10 WS-CB-POSTED-REC      PIC X(122).
              10 WS-CB-POSTED-DATE     PIC X(8).
              10 WS-CB-DR-KEY          PIC X(20).
              10 WS-CB-WON-SW          PIC X(1).
      *--         'Y' won after the deduction - repay; 'B' won before
      *--         any deduction - nothing to collect or repay.
              10 WS-CB-WON-DATE        PIC X(8).
              10 WS-CB-CR-KEY          PIC X(20).
       01  WS-CB-COUNT-OF-RECS        PIC 9(3) VALUE 0.
       01  WS-CB-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-CB-POSTED-WORK.
           05 CW-STAN                  PIC X(6).
           05 CW-PAN                   PIC X(19).
           05 CW-AMOUNT                PIC 9(10)V99.
           05 FILLER                   PIC X(42).
           05 CW-MERCHANT-ID           PIC X(15).
           05 FILLER                   PIC X(28).
       01  WS-CB-WINDOW-KEY.
           05 WS-CB-KEY-DATE           PIC X(8).
           05 WS-CB-KEY-RECS           PIC X(5).
           05 WS-CB-KEY-AMOUNT         PIC X(7).
       01  WS-CB-WINDOW-RECS          PIC 9(9).
       01  WS-CB-WINDOW-RECS-X REDEFINES WS-CB-WINDOW-RECS
                                       PIC X(9).
       01  WS-CB-WINDOW-SUM           PIC 9(12)V99.
       01  WS-CB-WINDOW-SUM-X REDEFINES WS-CB-WINDOW-SUM
                                       PIC X(14).
       01  WS-CB-EVENT-STATUS         PIC X(8).
       01  WS-CB-TIMESTAMP            PIC X(14).
       01  WS-WINDOW-CB-DR-COUNT      PIC 9(7) VALUE 0.
       01  WS-WINDOW-CB-DR-TOTAL      PIC 9(12)V99 VALUE 0.
       01  WS-WINDOW-CB-CR-COUNT      PIC 9(7) VALUE 0.
       01  WS-WINDOW-CB-CR-TOTAL      PIC 9(12)V99 VALUE 0.

      ******************************************************************
      * PER-ROUTE SETTLEMENT TOTALS - one bucket for on-us and one per
      * card network for off-us, since each settles with a different
      * counterparty. Reset at every window close like the tables
      * above. A record with no route (logged before BIN routing)
      * buckets as on-us.
      ******************************************************************
       01  WS-RT-TABLE-AREA.
           05 WS-RT-ENTRY OCCURS 10 TIMES INDEXED BY WS-RT-IDX.
              10 WS-RT-ROUTE           PIC X(1).
              10 WS-RT-NETWORK-ID      PIC X(4).
              10 WS-RT-DEBIT-COUNT     PIC 9(7).
              10 WS-RT-DEBIT-TOTAL     PIC 9(12)V99.
              10 WS-RT-CREDIT-COUNT    PIC 9(7).
              10 WS-RT-CREDIT-TOTAL    PIC 9(12)V99.
       01  WS-RT-COUNT-OF-RECS        PIC 9(3) VALUE 0.
       01  WS-RT-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-RT-FOUND-SW             PIC X(1) VALUE 'N'.
           88 WS-RT-FOUND                      VALUE 'Y'.
       01  WS-RT-KEY-ROUTE            PIC X(1).
       01  WS-RT-KEY-NETWORK-ID       PIC X(4).
       01  WS-RT-NET                  PIC S9(12)V99 VALUE 0.
       01  WS-RT-OFF-US-SEEN-SW       PIC X(1) VALUE 'N'.
           88 WS-RT-OFF-US-SEEN                VALUE 'Y'.

      ******************************************************************
      * PROCEDURE DIVISION
           DISPLAY "=================================================".

           PERFORM 1060-LOAD-INTRCHG-RATES.
           PERFORM 1070-LOAD-CHARGEBACKS.
           PERFORM 1000-READ-TRANLOG.

           IF NOT WS-SAW-WINDOW
               DISPLAY "No Network Sign-On/Sign-Off pair found in "
                   "TRANLOG - nothing settled."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-IN-WINDOW
                   DISPLAY " "
                       " opened but never closed (no matching "
                       "Sign-Off) - reporting partial totals"
                   PERFORM 2000-PRINT-REPORT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY " "
                   DISPLAY "All settlement windows in TRANLOG have "
                       "been closed and reported above."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

      ******************************************************************
      * 1000-READ-TRANLOG
      *-- 0430/0410 reversal moved money BACK - it must come off the
      *-- net due and the merchant's payout, or MERCHPAY funds the
      *-- full purchase the cardholder was already credited for.
      *-- ATM cash (DE003 01xxxx) is neither merchant sales nor
      *-- interchange-bearing - it settles as its own cash line in
      *-- 1370-ACCUMULATE-CASH and never reaches a MERCHPAY bucket.
      *-- A funds transfer (40xxxx) is a book movement between the
      *-- cardholder's own accounts - no merchant, no interchange -
      *-- so it stops at the MTI/response-code buckets.
      *-- Every money movement that reaches cash or interchange also
      *-- lands in its route's bucket (1380) - on-us or the network's.
               EVALUATE TRUE
                   WHEN TL-PROC-CODE(1:2) = "40"
                       CONTINUE
                   WHEN TL-PROC-CODE(1:2) = "01"
                       IF (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                               AND (TL-MTI = "0210" OR TL-MTI = "0230")
                           PERFORM 1370-ACCUMULATE-CASH
                           PERFORM 1380-ACCUMULATE-ROUTE
                       END-IF
                       IF TL-RESP-CODE = "00"
                               AND (TL-MTI = "0430" OR TL-MTI = "0410")
                           PERFORM 1370-ACCUMULATE-CASH
                           PERFORM 1380-ACCUMULATE-ROUTE
                       END-IF
                   WHEN OTHER
                       IF (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                               AND (TL-MTI = "0210" OR TL-MTI = "0230")
                           PERFORM 1350-ACCUMULATE-INTERCHANGE-FEE
                               THRU 1350-EXIT
                           PERFORM 1380-ACCUMULATE-ROUTE
                       END-IF
                       IF TL-RESP-CODE = "00"
                               AND (TL-MTI = "0430" OR TL-MTI = "0410")
                           PERFORM 1350-ACCUMULATE-INTERCHANGE-FEE
                               THRU 1350-EXIT
                           PERFORM 1380-ACCUMULATE-ROUTE
                       END-IF
               END-EVALUATE
           END-IF.

           IF TL-MTI = "0800" AND TL-NET-MGMT-CODE = "002"
      * window that already settled.
      ******************************************************************
       1150-CLOSE-WINDOW.
           PERFORM 1160-APPLY-CHARGEBACKS.
           PERFORM 2000-PRINT-REPORT.
           MOVE 0 TO WS-MTI-COUNT-OF-RECS.
           MOVE 0 TO WS-RESP-COUNT-OF-RECS.
           MOVE 0 TO WS-WINDOW-FEE-TOTAL.
           MOVE 0 TO WS-WINDOW-NET-DUE.
           MOVE 0 TO WS-MP-COUNT-OF-RECS.
           MOVE 0 TO WS-CASH-COUNT.
           MOVE 0 TO WS-CASH-TOTAL.
           MOVE 0 TO WS-CASH-REV-COUNT.
           MOVE 0 TO WS-CASH-REV-TOTAL.
           MOVE 0 TO WS-RT-COUNT-OF-RECS.
           MOVE 0 TO WS-WINDOW-CB-DR-COUNT.
           MOVE 0 TO WS-WINDOW-CB-DR-TOTAL.
           MOVE 0 TO WS-WINDOW-CB-CR-COUNT.
           MOVE 0 TO WS-WINDOW-CB-CR-TOTAL.
           PERFORM 1600-WRITE-CHECKPOINT.
           MOVE 0 TO WS-RECS-SINCE-CKPT.

      ******************************************************************
      * 1160-APPLY-CHARGEBACKS
      * Charges this window's merchants for their chargebacks and
      * repays the ones they won on representment. A liability with
      * no deduction yet is taken here if it was posted on or before
      * the window's log date; one already deducted is taken again
      * only in the window whose key it carries - the fresh-rerun
      * case, where MERCHPAY is being rebuilt from the top. Repayment
      * follows the same rule against the MERCHCR key.
      ******************************************************************
       1160-APPLY-CHARGEBACKS.
           MOVE 0 TO WS-CB-WINDOW-RECS.
           MOVE 0 TO WS-CB-WINDOW-SUM.
           PERFORM VARYING WS-MTI-IDX FROM 1 BY 1
                   UNTIL WS-MTI-IDX > WS-MTI-COUNT-OF-RECS
               ADD WS-MTI-COUNT(WS-MTI-IDX) TO WS-CB-WINDOW-RECS
               ADD WS-MTI-TOTAL(WS-MTI-IDX) TO WS-CB-WINDOW-SUM
           END-PERFORM.
           MOVE TL-LOG-DATE TO WS-CB-KEY-DATE.
           MOVE WS-CB-WINDOW-RECS-X(5:5) TO WS-CB-KEY-RECS.
           MOVE WS-CB-WINDOW-SUM-X(8:7) TO WS-CB-KEY-AMOUNT.

           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT-OF-RECS
               MOVE WS-CB-IDX TO WS-CB-MATCH-IDX
               MOVE WS-CB-POSTED-REC(WS-CB-IDX) TO WS-CB-POSTED-WORK
               IF WS-CB-WON-SW(WS-CB-IDX) NOT = 'B'
                   IF (WS-CB-DR-KEY(WS-CB-IDX) = SPACES
                           AND WS-CB-POSTED-DATE(WS-CB-IDX)
                               NOT > WS-CB-KEY-DATE)
                           OR WS-CB-DR-KEY(WS-CB-IDX) =
                               WS-CB-WINDOW-KEY
                       PERFORM 1170-CHARGE-MERCHANT
                   END-IF
               END-IF
               IF WS-CB-WON-SW(WS-CB-IDX) = 'Y'
                   IF (WS-CB-CR-KEY(WS-CB-IDX) = SPACES
                           AND WS-CB-WON-DATE(WS-CB-IDX)
                               NOT > WS-CB-KEY-DATE)
                           OR WS-CB-CR-KEY(WS-CB-IDX) =
                               WS-CB-WINDOW-KEY
                       PERFORM 1175-REPAY-MERCHANT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 1170-CHARGE-MERCHANT
      ******************************************************************
       1170-CHARGE-MERCHANT.
           MOVE CW-MERCHANT-ID TO WS-MP-KEY-MERCHANT-ID.
           PERFORM 1360-FIND-MERCHANT-BUCKET.
           IF WS-MP-FOUND
               SUBTRACT CW-AMOUNT FROM WS-MP-NET-DUE(WS-MP-MATCH-IDX)
               ADD CW-AMOUNT TO WS-MP-CHGBACK(WS-MP-MATCH-IDX)
           END-IF.
           SUBTRACT CW-AMOUNT FROM WS-WINDOW-NET-DUE.
           ADD 1 TO WS-WINDOW-CB-DR-COUNT.
           ADD CW-AMOUNT TO WS-WINDOW-CB-DR-TOTAL.
           IF WS-CB-DR-KEY(WS-CB-MATCH-IDX) = SPACES
               MOVE WS-CB-WINDOW-KEY TO WS-CB-DR-KEY(WS-CB-MATCH-IDX)
               MOVE "MERCHDR" TO WS-CB-EVENT-STATUS
               PERFORM 1180-WRITE-CHGBACK-EVENT
           END-IF.

      ******************************************************************
      * 1175-REPAY-MERCHANT
      ******************************************************************
       1175-REPAY-MERCHANT.
           MOVE CW-MERCHANT-ID TO WS-MP-KEY-MERCHANT-ID.
           PERFORM 1360-FIND-MERCHANT-BUCKET.
           IF WS-MP-FOUND
               ADD CW-AMOUNT TO WS-MP-NET-DUE(WS-MP-MATCH-IDX)
               SUBTRACT CW-AMOUNT FROM WS-MP-CHGBACK(WS-MP-MATCH-IDX)
           END-IF.
           ADD CW-AMOUNT TO WS-WINDOW-NET-DUE.
           ADD 1 TO WS-WINDOW-CB-CR-COUNT.
           ADD CW-AMOUNT TO WS-WINDOW-CB-CR-TOTAL.
           IF WS-CB-CR-KEY(WS-CB-MATCH-IDX) = SPACES
               MOVE WS-CB-WINDOW-KEY TO WS-CB-CR-KEY(WS-CB-MATCH-IDX)
               MOVE "MERCHCR" TO WS-CB-EVENT-STATUS
               PERFORM 1180-WRITE-CHGBACK-EVENT
           END-IF.

      ******************************************************************
      * 1180-WRITE-CHGBACK-EVENT
      * Appends the MERCHDR/MERCHCR step to the dispute's history,
      * carrying the POSTED record's fields forward the way CHGBACK's
      * own lifecycle records do.
      ******************************************************************
       1180-WRITE-CHGBACK-EVENT.
           OPEN EXTEND CHGBACK-FILE.
           IF WS-CHGBACK-STATUS = "35"
               CLOSE CHGBACK-FILE
               OPEN OUTPUT CHGBACK-FILE
           END-IF.
           MOVE WS-CB-POSTED-REC(WS-CB-MATCH-IDX) TO CHGBACK-RECORD.
           ACCEPT WS-CB-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-CB-TIMESTAMP(9:6) FROM TIME.
           MOVE WS-CB-TIMESTAMP TO CB-TIMESTAMP.
           MOVE WS-CB-EVENT-STATUS TO CB-STATUS.
           MOVE "SETL" TO CB-OPERATOR-ID.
           MOVE SPACES TO CB-APPROVED-BY.
           MOVE WS-CB-WINDOW-KEY TO CB-EVENT-REF.
           WRITE CHGBACK-RECORD.
           CLOSE CHGBACK-FILE.

      ******************************************************************
      * 1200-ACCUMULATE-MTI
      ******************************************************************
      * so it takes the same subtract-only path.
      ******************************************************************
       1350-ACCUMULATE-INTERCHANGE-FEE.
           MOVE TL-MERCHANT-ID TO WS-MP-KEY-MERCHANT-ID.
           PERFORM 1360-FIND-MERCHANT-BUCKET.
           IF TL-PROC-CODE = "200000"
                   OR TL-MTI = "0430" OR TL-MTI = "0410"
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1370-ACCUMULATE-CASH
      * Approved ATM cash withdrawals and their approved reversals.
      * Cash exposure is managed apart from purchase exposure, so it
      * is totalled on its own and printed/posted as a separate line
      * rather than folded into the interchange and merchant figures.
      ******************************************************************
       1370-ACCUMULATE-CASH.
           IF TL-MTI = "0430" OR TL-MTI = "0410"
               ADD 1 TO WS-CASH-REV-COUNT
               ADD TL-AMOUNT-NUM TO WS-CASH-REV-TOTAL
           ELSE
               ADD 1 TO WS-CASH-COUNT
               ADD TL-AMOUNT-NUM TO WS-CASH-TOTAL
           END-IF.

      ******************************************************************
      * 1380-ACCUMULATE-ROUTE
      * Adds an approved money movement to its route's bucket - on-us
      * (our own cardholder, settled between our own books) or the
      * off-us card network that carried it. A refund or approved
      * reversal is money back to the cardholder, so it is a credit
      * against the counterparty; everything else is a debit.
      ******************************************************************
       1380-ACCUMULATE-ROUTE.
           IF TL-ROUTE = 'F'
               MOVE 'F' TO WS-RT-KEY-ROUTE
               MOVE TL-NETWORK-ID TO WS-RT-KEY-NETWORK-ID
           ELSE
               MOVE 'O' TO WS-RT-KEY-ROUTE
               MOVE SPACES TO WS-RT-KEY-NETWORK-ID
           END-IF.

           MOVE 'N' TO WS-RT-FOUND-SW.
           MOVE 0 TO WS-RT-MATCH-IDX.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT-OF-RECS
               IF WS-RT-ROUTE(WS-RT-IDX) = WS-RT-KEY-ROUTE
                       AND WS-RT-NETWORK-ID(WS-RT-IDX)
                           = WS-RT-KEY-NETWORK-ID
                   MOVE 'Y' TO WS-RT-FOUND-SW
                   MOVE WS-RT-IDX TO WS-RT-MATCH-IDX
               END-IF
           END-PERFORM.

           IF NOT WS-RT-FOUND
               IF WS-RT-COUNT-OF-RECS < 10
                   ADD 1 TO WS-RT-COUNT-OF-RECS
                   MOVE WS-RT-COUNT-OF-RECS TO WS-RT-MATCH-IDX
                   MOVE WS-RT-KEY-ROUTE TO WS-RT-ROUTE(WS-RT-MATCH-IDX)
                   MOVE WS-RT-KEY-NETWORK-ID
                       TO WS-RT-NETWORK-ID(WS-RT-MATCH-IDX)
                   MOVE 0 TO WS-RT-DEBIT-COUNT(WS-RT-MATCH-IDX)
                   MOVE 0 TO WS-RT-DEBIT-TOTAL(WS-RT-MATCH-IDX)
                   MOVE 0 TO WS-RT-CREDIT-COUNT(WS-RT-MATCH-IDX)
                   MOVE 0 TO WS-RT-CREDIT-TOTAL(WS-RT-MATCH-IDX)
                   MOVE 'Y' TO WS-RT-FOUND-SW
               ELSE
                   DISPLAY "WARNING: route table full - network "
                       WS-RT-KEY-NETWORK-ID " not settled separately"
               END-IF
           END-IF.

           IF WS-RT-FOUND
               IF TL-PROC-CODE(1:2) = "20"
                       OR TL-MTI = "0430" OR TL-MTI = "0410"
                   ADD 1 TO WS-RT-CREDIT-COUNT(WS-RT-MATCH-IDX)
                   ADD TL-AMOUNT-NUM
                       TO WS-RT-CREDIT-TOTAL(WS-RT-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-RT-DEBIT-COUNT(WS-RT-MATCH-IDX)
                   ADD TL-AMOUNT-NUM
                       TO WS-RT-DEBIT-TOTAL(WS-RT-MATCH-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * 1360-FIND-MERCHANT-BUCKET
      * Finds (or creates) this window's breakdown bucket for
      * WS-MP-KEY-MERCHANT-ID - TL-MERCHANT-ID for a logged
      * transaction, the dispute's merchant for a chargeback - the
      * same key-then-find convention as the route table. A full
      * table warns and leaves WS-MP-FOUND
      * off - the window totals above still accumulate, only the
      * per-merchant split is short.
      ******************************************************************
           MOVE 0 TO WS-MP-MATCH-IDX.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT-OF-RECS
               IF WS-MP-MERCHANT-ID(WS-MP-IDX) =
                       WS-MP-KEY-MERCHANT-ID
                   MOVE 'Y' TO WS-MP-FOUND-SW
                   MOVE WS-MP-IDX TO WS-MP-MATCH-IDX
               END-IF
               IF WS-MP-COUNT-OF-RECS < 50
                   ADD 1 TO WS-MP-COUNT-OF-RECS
                   MOVE WS-MP-COUNT-OF-RECS TO WS-MP-MATCH-IDX
                   MOVE WS-MP-KEY-MERCHANT-ID TO
                       WS-MP-MERCHANT-ID(WS-MP-MATCH-IDX)
                   MOVE 0 TO WS-MP-GROSS(WS-MP-MATCH-IDX)
                   MOVE 0 TO WS-MP-REFUNDS(WS-MP-MATCH-IDX)
                   MOVE 0 TO WS-MP-FEE(WS-MP-MATCH-IDX)
                   MOVE 0 TO WS-MP-NET-DUE(WS-MP-MATCH-IDX)
                   MOVE 0 TO WS-MP-CHGBACK(WS-MP-MATCH-IDX)
                   MOVE 'Y' TO WS-MP-FOUND-SW
               ELSE
                   DISPLAY "WARNING: merchant breakdown table full - "
                       "per-merchant split incomplete for "
                       WS-MP-KEY-MERCHANT-ID
               END-IF
           END-IF.

               CLOSE INTRCHG-FILE
           END-IF.

      ******************************************************************
      * 1070-LOAD-CHARGEBACKS
      * Folds CHGBACK into one entry per dispute charged to a
      * merchant. A dispute with no merchant (posted before merchant
      * liability existed) was never the merchant's to pay. A missing
      * CHGBACK means no dispute has ever been posted.
      ******************************************************************
       1070-LOAD-CHARGEBACKS.
           MOVE 0 TO WS-CB-COUNT-OF-RECS.
           OPEN INPUT CHGBACK-FILE.
           IF WS-CHGBACK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CHGBACK-STATUS = "10"
                   READ CHGBACK-FILE
                       AT END
                           MOVE "10" TO WS-CHGBACK-STATUS
                       NOT AT END
                           PERFORM 1075-APPLY-CHGBACK-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CHGBACK-FILE.

      ******************************************************************
      * 1075-APPLY-CHGBACK-RECORD
      ******************************************************************
       1075-APPLY-CHGBACK-RECORD.
           MOVE 0 TO WS-CB-MATCH-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT-OF-RECS
                       OR WS-CB-MATCH-IDX > 0
               MOVE WS-CB-POSTED-REC(WS-CB-IDX) TO WS-CB-POSTED-WORK
               IF CW-STAN = CB-STAN
                   MOVE WS-CB-IDX TO WS-CB-MATCH-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN CB-STATUS = "POSTED" AND WS-CB-MATCH-IDX = 0
                       AND CB-MERCHANT-ID NOT = SPACES
                   IF WS-CB-COUNT-OF-RECS < 500
                       ADD 1 TO WS-CB-COUNT-OF-RECS
                       MOVE WS-CB-COUNT-OF-RECS TO WS-CB-MATCH-IDX
                       MOVE CHGBACK-RECORD
                           TO WS-CB-POSTED-REC(WS-CB-MATCH-IDX)
                       MOVE CB-TIMESTAMP(1:8)
                           TO WS-CB-POSTED-DATE(WS-CB-MATCH-IDX)
                       MOVE SPACES TO WS-CB-DR-KEY(WS-CB-MATCH-IDX)
                       MOVE 'N' TO WS-CB-WON-SW(WS-CB-MATCH-IDX)
                       MOVE SPACES TO WS-CB-WON-DATE(WS-CB-MATCH-IDX)
                       MOVE SPACES TO WS-CB-CR-KEY(WS-CB-MATCH-IDX)
                   ELSE
                       DISPLAY "WARNING: chargeback table full - "
                           "STAN " CB-STAN " not charged to merchant "
                           CB-MERCHANT-ID " this run"
                   END-IF
               WHEN WS-CB-MATCH-IDX = 0
                   CONTINUE
               WHEN CB-STATUS = "MERCHDR"
                   MOVE CB-EVENT-REF TO WS-CB-DR-KEY(WS-CB-MATCH-IDX)
               WHEN CB-STATUS = "MERCHWON"
                   IF WS-CB-DR-KEY(WS-CB-MATCH-IDX) = SPACES
                       MOVE 'B' TO WS-CB-WON-SW(WS-CB-MATCH-IDX)
                   ELSE
                       MOVE 'Y' TO WS-CB-WON-SW(WS-CB-MATCH-IDX)
                       MOVE CB-TIMESTAMP(1:8)
                           TO WS-CB-WON-DATE(WS-CB-MATCH-IDX)
                   END-IF
               WHEN CB-STATUS = "MERCHCR"
                   MOVE CB-EVENT-REF TO WS-CB-CR-KEY(WS-CB-MATCH-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 1050-LOAD-CHECKPOINT
      * A missing or empty SETLCKPT means there is nothing to resume -
                                   TO WS-MP-FEE(WS-MP-IDX)
                               MOVE CK-MP-NET-DUE(WS-MP-IDX)
                                   TO WS-MP-NET-DUE(WS-MP-IDX)
                               MOVE 0 TO WS-MP-CHGBACK(WS-MP-IDX)
                           END-PERFORM
                       ELSE
                           MOVE 0 TO WS-MP-COUNT-OF-RECS
                       END-IF
                       IF CK-CASH-COUNT IS NUMERIC
                               AND CK-CASH-TOTAL IS NUMERIC
                               AND CK-CASH-REV-COUNT IS NUMERIC
                               AND CK-CASH-REV-TOTAL IS NUMERIC
                           MOVE CK-CASH-COUNT TO WS-CASH-COUNT
                           MOVE CK-CASH-TOTAL TO WS-CASH-TOTAL
                           MOVE CK-CASH-REV-COUNT TO WS-CASH-REV-COUNT
                           MOVE CK-CASH-REV-TOTAL TO WS-CASH-REV-TOTAL
                       ELSE
                           MOVE 0 TO WS-CASH-COUNT
                           MOVE 0 TO WS-CASH-TOTAL
                           MOVE 0 TO WS-CASH-REV-COUNT
                           MOVE 0 TO WS-CASH-REV-TOTAL
                       END-IF
                       IF CK-ROUTE-COUNT-OF-RECS IS NUMERIC
                           MOVE CK-ROUTE-COUNT-OF-RECS
                               TO WS-RT-COUNT-OF-RECS
                           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                                   UNTIL WS-RT-IDX >
                                       WS-RT-COUNT-OF-RECS
                               MOVE CK-ROUTE-ENTRY(WS-RT-IDX)
                                   TO WS-RT-ENTRY(WS-RT-IDX)
                           END-PERFORM
                       ELSE
                           MOVE 0 TO WS-RT-COUNT-OF-RECS
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-WINDOW-FEE-TOTAL TO CK-WINDOW-FEE-TOTAL.
           MOVE WS-WINDOW-NET-DUE TO CK-WINDOW-NET-DUE.
           MOVE WS-MP-COUNT-OF-RECS TO CK-MERCH-COUNT-OF-RECS.
           MOVE WS-CASH-COUNT TO CK-CASH-COUNT.
           MOVE WS-CASH-TOTAL TO CK-CASH-TOTAL.
           MOVE WS-CASH-REV-COUNT TO CK-CASH-REV-COUNT.
           MOVE WS-CASH-REV-TOTAL TO CK-CASH-REV-TOTAL.
           MOVE WS-RT-COUNT-OF-RECS TO CK-ROUTE-COUNT-OF-RECS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT-OF-RECS
               MOVE WS-RT-ENTRY(WS-RT-IDX) TO CK-ROUTE-ENTRY(WS-RT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT-OF-RECS
               MOVE WS-MP-MERCHANT-ID(WS-MP-IDX)
           DISPLAY " ".
           DISPLAY "--- Interchange Fee Assessment ---".
           DISPLAY "Total interchange withheld: " WS-WINDOW-FEE-TOTAL.
           DISPLAY "Chargebacks charged to merchants: count="
               WS-WINDOW-CB-DR-COUNT " total=" WS-WINDOW-CB-DR-TOTAL.
           DISPLAY "Representments repaid to merchants: count="
               WS-WINDOW-CB-CR-COUNT " total=" WS-WINDOW-CB-CR-TOTAL.
           DISPLAY "Net due to merchant: " WS-WINDOW-NET-DUE.

           DISPLAY " ".
                   " gross=" WS-MP-GROSS(WS-MP-IDX)
                   " refunds=" WS-MP-REFUNDS(WS-MP-IDX)
                   " fee=" WS-MP-FEE(WS-MP-IDX)
                   " chgbk=" WS-MP-CHGBACK(WS-MP-IDX)
                   " net-due=" WS-MP-NET-DUE(WS-MP-IDX)
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "--- Cash Withdrawals (ATM) ---".
           COMPUTE WS-CASH-NET = WS-CASH-TOTAL - WS-CASH-REV-TOTAL.
           DISPLAY "Cash dispensed:  count=" WS-CASH-COUNT
               " total=" WS-CASH-TOTAL.
           DISPLAY "Cash reversed:   count=" WS-CASH-REV-COUNT
               " total=" WS-CASH-REV-TOTAL.
           DISPLAY "Net cash out: " WS-CASH-NET.

      *-- On-us and off-us settle with different counterparties, so
      *-- each gets its own section: on-us is a transfer between our
      *-- own issuing and acquiring books, off-us is due from each
      *-- card network in turn.
           DISPLAY " ".
           DISPLAY "--- On-Us Settlement (our cardholders) ---".
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT-OF-RECS
               IF WS-RT-ROUTE(WS-RT-IDX) = 'O'
                   PERFORM 2050-PRINT-ROUTE-LINE
               END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "--- Off-Us Settlement by Card Network ---".
           MOVE 'N' TO WS-RT-OFF-US-SEEN-SW.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT-OF-RECS
               IF WS-RT-ROUTE(WS-RT-IDX) = 'F'
                   MOVE 'Y' TO WS-RT-OFF-US-SEEN-SW
                   DISPLAY "NETWORK " WS-RT-NETWORK-ID(WS-RT-IDX)
                   PERFORM 2050-PRINT-ROUTE-LINE
               END-IF
           END-PERFORM.
           IF NOT WS-RT-OFF-US-SEEN
               DISPLAY "No off-us activity in this window."
           END-IF.
           DISPLAY "=================================================".

           PERFORM 2100-WRITE-GL-ENTRIES.
           PERFORM 2200-WRITE-MERCHPAY-EXTRACT.

      ******************************************************************
      * 2050-PRINT-ROUTE-LINE
      * Debits, credits and net for the route bucket at WS-RT-IDX.
      ******************************************************************
       2050-PRINT-ROUTE-LINE.
           COMPUTE WS-RT-NET = WS-RT-DEBIT-TOTAL(WS-RT-IDX)
               - WS-RT-CREDIT-TOTAL(WS-RT-IDX).
           DISPLAY "Debits:  count=" WS-RT-DEBIT-COUNT(WS-RT-IDX)
               " total=" WS-RT-DEBIT-TOTAL(WS-RT-IDX).
           DISPLAY "Credits: count=" WS-RT-CREDIT-COUNT(WS-RT-IDX)
               " total=" WS-RT-CREDIT-TOTAL(WS-RT-IDX).
           DISPLAY "Net settlement: " WS-RT-NET.

      ******************************************************************
      * 2100-WRITE-GL-ENTRIES
      * Writes one GLPOST record per MTI bucket (debit, gross amount)
               WRITE GLPOST-RECORD
           END-PERFORM.

      *-- ATM cash posts to its own GL bucket - DR what the ATMs
      *-- dispensed, CR what was reversed back - so the cash desk's
      *-- ledger line never has to be picked out of the MTI buckets.
           IF WS-CASH-COUNT > 0 OR WS-CASH-REV-COUNT > 0
               MOVE WS-WINDOW-NUM TO GL-WINDOW-NUM
               MOVE "CASH" TO GL-BUCKET-TYPE
               MOVE "WDL " TO GL-BUCKET-VALUE
               MOVE "DR" TO GL-DR-CR
               MOVE WS-CASH-TOTAL TO GL-AMOUNT
               MOVE WS-CASH-COUNT TO GL-TRAN-COUNT
               WRITE GLPOST-RECORD
               MOVE "CASH" TO GL-BUCKET-TYPE
               MOVE "REV " TO GL-BUCKET-VALUE
               MOVE "CR" TO GL-DR-CR
               MOVE WS-CASH-REV-TOTAL TO GL-AMOUNT
               MOVE WS-CASH-REV-COUNT TO GL-TRAN-COUNT
               WRITE GLPOST-RECORD
           END-IF.

      *-- One DR/CR pair per route bucket - ONUS for our own
      *-- cardholders, OFUS with the network ID for each network - so
      *-- each counterparty's settlement posts on its own ledger line.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT-OF-RECS
               MOVE WS-WINDOW-NUM TO GL-WINDOW-NUM
               IF WS-RT-ROUTE(WS-RT-IDX) = 'F'
                   MOVE "OFUS" TO GL-BUCKET-TYPE
                   MOVE WS-RT-NETWORK-ID(WS-RT-IDX) TO GL-BUCKET-VALUE
               ELSE
                   MOVE "ONUS" TO GL-BUCKET-TYPE
                   MOVE SPACES TO GL-BUCKET-VALUE
               END-IF
               MOVE "DR" TO GL-DR-CR
               MOVE WS-RT-DEBIT-TOTAL(WS-RT-IDX) TO GL-AMOUNT
               MOVE WS-RT-DEBIT-COUNT(WS-RT-IDX) TO GL-TRAN-COUNT
               WRITE GLPOST-RECORD
               MOVE "CR" TO GL-DR-CR
               MOVE WS-RT-CREDIT-TOTAL(WS-RT-IDX) TO GL-AMOUNT
               MOVE WS-RT-CREDIT-COUNT(WS-RT-IDX) TO GL-TRAN-COUNT
               WRITE GLPOST-RECORD
           END-PERFORM.

      *-- Merchant chargebacks - DR what was charged back to
      *-- merchants, CR what was repaid on won representments.
           IF WS-WINDOW-CB-DR-COUNT > 0 OR WS-WINDOW-CB-CR-COUNT > 0
               MOVE WS-WINDOW-NUM TO GL-WINDOW-NUM
               MOVE "CHBK" TO GL-BUCKET-TYPE
               MOVE "MDR " TO GL-BUCKET-VALUE
               MOVE "DR" TO GL-DR-CR
               MOVE WS-WINDOW-CB-DR-TOTAL TO GL-AMOUNT
               MOVE WS-WINDOW-CB-DR-COUNT TO GL-TRAN-COUNT
               WRITE GLPOST-RECORD
               MOVE "MCR " TO GL-BUCKET-VALUE
               MOVE "CR" TO GL-DR-CR
               MOVE WS-WINDOW-CB-CR-TOTAL TO GL-AMOUNT
               MOVE WS-WINDOW-CB-CR-COUNT TO GL-TRAN-COUNT
               WRITE GLPOST-RECORD
           END-IF.

           CLOSE GLPOST-FILE.

      ******************************************************************
               MOVE WS-MP-REFUNDS(WS-MP-IDX) TO MP-REFUNDS
               MOVE WS-MP-FEE(WS-MP-IDX) TO MP-FEE-WITHHELD
               MOVE WS-MP-NET-DUE(WS-MP-IDX) TO MP-NET-DUE
               MOVE WS-MP-CHGBACK(WS-MP-IDX) TO MP-CHGBACK-AMOUNT
               WRITE MERCHPAY-RECORD
           END-PERFORM.

