      * and replays the day's activity per account:
      *   - TRANLOG approved purchase/refund responses and reversal
      *     credits, with the overdraft fee ISSAUTH would have posted;
      *   - CHGBACK POSTED re-credits and REDEBIT debits;
      *   - STIPHIST stand-in items STIPRECON posted (with the fee it
      *     recorded);
      *   - DDAAUDIT maintenance deltas applied through DDAMAINT.
      * would flag a false variance on every account with any prior
      * history - a proof that cries wolf daily hides the real
      * corruption it exists to catch.
      *
      * UPDATE: ATM cash withdrawals (DE003 01xxxx), online or stand-
      * in, replay into their own "Total ATM cash replayed" control
      * total instead of the debit total. The expected balance is
      * unaffected - only the control-total split changes.
      *
      * UPDATE: account-to-account funds transfers (DE3 40xxxx) replay
      * from TRANLOG's new TL-FROM-ACCT/TL-TO-ACCT fields: a debit to
      * the from-account and a credit to the to-account, whichever
      * PAN sent the transfer.
      *
      * UPDATE: CHGBACK now logs every step of a dispute. Besides the
      * POSTED credit, a REDEBIT record - the cardholder charged again
      * after the merchant won its representment - replays as a
      * debit.
      *
      * UPDATE: the end-of-day driver EODRUN CALLs this program, so
      * it now ends with GOBACK (the same as STOP RUN when it is run
      * on its own) and sets a completion code of 4 when any account
      * is in variance, 0 on a clean proof. EODRUN stops the night's
      * chain on the 4 - the DDASNAP copy is not taken over a
      * balance nobody can prove.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 SN-ACCT-NO               PIC X(19).
           05 SN-AVAILABLE-BALANCE     PIC S9(10)V99.
           05 SN-OVERDRAFT-LIMIT       PIC 9(10)V99.
           05 SN-ACCT-STATUS           PIC X(1).

       FD  DDABAL-FILE.
       01  DDABAL-RECORD.
           05 DB-ACCT-NO               PIC X(19).
           05 DB-AVAILABLE-BALANCE     PIC S9(10)V99.
           05 DB-OVERDRAFT-LIMIT       PIC 9(10)V99.
           05 DB-ACCT-STATUS           PIC X(1).
      *--     D = dormant (DORMSCAN) - not used here.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-RECORD.
           05 TL-TERM-ID               PIC X(8).
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

       FD  CHGBACK-FILE.
       01  CHGBACK-RECORD.
           05 CB-STATUS                PIC X(8).
           05 CB-OPERATOR-ID           PIC X(8).
           05 CB-APPROVED-BY           PIC X(8).
           05 CB-MERCHANT-ID           PIC X(15).
           05 CB-RESPOND-BY            PIC 9(8).
           05 CB-EVENT-REF             PIC X(20).
      *--     One record per step of a dispute's life - see
      *--     CHGBACK.cbl. Only POSTED (cardholder credited) and
      *--     REDEBIT (credit taken back after the merchant won its
      *--     representment) moved cardholder money.

       FD  STIPHIST-FILE.
       01  STIPHIST-RECORD.
           05 CFG-HOLD-PURGE-DAYS      PIC 9(3).
           05 CFG-PARTIAL-APPROVAL     PIC X(1).
           05 CFG-DUAL-CTL-AMOUNT      PIC 9(10)V99.
           05 CFG-CASH-DAILY-LIMIT     PIC 9(10)V99.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
           05 CFG-PRESENT-DAYS         PIC 9(3).
      *--     Days an approval may go unpresented before CLRMATCH
      *--     reports it.
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
      *--     Percent a presentment may differ from the approved
      *--     amount before CLRMATCH reports it.
           05 CFG-REPRESENT-DAYS       PIC 9(3).
      *--     Days a merchant has to represent a chargeback -
      *--     read by CHGBACK.
           05 CFG-DORMANT-MONTHS       PIC 9(3).
      *--     Months without cardholder activity before an account
      *--     is marked dormant - read by DORMSCAN.
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.
      *--     Monthly maintenance fee, and the minimum average
      *--     balance that waives it - read by DDACYCLE.

       WORKING-STORAGE SECTION.
       01  WS-DDASNAP-STATUS          PIC X(2).
       01  WS-ACCOUNTS-VARIANCE       PIC 9(5) VALUE 0.
       01  WS-TOTAL-DEBITS            PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(12)V99 VALUE 0.
      *-- ATM cash dispensed (DE003 01xxxx) - its own control total,
      *-- kept out of WS-TOTAL-DEBITS so the cash and purchase
      *-- figures can be read apart.
       01  WS-TOTAL-CASH              PIC 9(12)V99 VALUE 0.

      ******************************************************************
      * PROCEDURE DIVISION
           DISPLAY "Accounts in variance:  " WS-ACCOUNTS-VARIANCE.
           DISPLAY "Total debits replayed: " WS-TOTAL-DEBITS.
           DISPLAY "Total credits replayed:" WS-TOTAL-CREDITS.
           DISPLAY "Total ATM cash replayed:" WS-TOTAL-CASH.
           DISPLAY "=================================================".
           IF WS-ACCOUNTS-VARIANCE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * 0500-ACCEPT-PROOF-DATE
                   AND TL-LOG-DATE < WS-PROOF-DATE
               CONTINUE
           ELSE
               IF TL-PROC-CODE(1:2) = "40"
                   PERFORM 3117-REPLAY-TRANSFER
               ELSE
                   PERFORM 3115-REPLAY-TRANLOG-IN-DAY
               END-IF
           END-IF.

      ******************************************************************
                           AND TL-PROC-CODE = "200000"
                       ADD TL-AMOUNT-NUM TO WS-EXPECTED-BALANCE
                       ADD TL-AMOUNT-NUM TO WS-TOTAL-CREDITS
                   WHEN (TL-MTI = "0210" OR TL-MTI = "0230")
                           AND (TL-RESP-CODE = "00"
                               OR TL-RESP-CODE = "10")
                           AND TL-PROC-CODE(1:2) = "01"
                       SUBTRACT TL-AMOUNT-NUM FROM
                           WS-EXPECTED-BALANCE
                       ADD TL-AMOUNT-NUM TO WS-TOTAL-CASH
                       PERFORM 3120-REPLAY-OVERDRAFT-FEE
                   WHEN (TL-MTI = "0210" OR TL-MTI = "0230")
                           AND (TL-RESP-CODE = "00"
                               OR TL-RESP-CODE = "10")
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 3117-REPLAY-TRANSFER
      * Mirrors STMTGEN's 3117: a funds transfer debits TL-FROM-ACCT
      * and credits TL-TO-ACCT, whichever PAN sent it. No overdraft
      * fee - ISSAUTH never lets a transfer into overdraft.
      ******************************************************************
       3117-REPLAY-TRANSFER.
           IF (TL-MTI = "0210" OR TL-MTI = "0230")
                   AND TL-RESP-CODE = "00"
               IF TL-FROM-ACCT = WS-PROOF-ACCT-NO
                   SUBTRACT TL-AMOUNT-NUM FROM WS-EXPECTED-BALANCE
                   ADD TL-AMOUNT-NUM TO WS-TOTAL-DEBITS
               END-IF
               IF TL-TO-ACCT = WS-PROOF-ACCT-NO
                   ADD TL-AMOUNT-NUM TO WS-EXPECTED-BALANCE
                   ADD TL-AMOUNT-NUM TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

      ******************************************************************
      * 3120-REPLAY-OVERDRAFT-FEE
      ******************************************************************
                               ADD CB-AMOUNT TO WS-EXPECTED-BALANCE
                               ADD CB-AMOUNT TO WS-TOTAL-CREDITS
                           END-IF
                           IF CB-STATUS = "REDEBIT"
                                   AND CB-TIMESTAMP(1:8) >=
                                       WS-PROOF-DATE-X
                                   AND WS-RESOLVE-ACCT-OUT =
                                       WS-PROOF-ACCT-NO
                               SUBTRACT CB-AMOUNT
                                   FROM WS-EXPECTED-BALANCE
                               ADD CB-AMOUNT TO WS-TOTAL-DEBITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGBACK-FILE
                   ADD SH-AMOUNT TO WS-TOTAL-CREDITS
               ELSE
                   SUBTRACT SH-AMOUNT FROM WS-EXPECTED-BALANCE
                   IF SH-PROC-CODE(1:2) = "01"
                       ADD SH-AMOUNT TO WS-TOTAL-CASH
                   ELSE
                       ADD SH-AMOUNT TO WS-TOTAL-DEBITS
                   END-IF
                   IF SH-FEE-POSTED > 0
                       SUBTRACT SH-FEE-POSTED FROM
                           WS-EXPECTED-BALANCE
