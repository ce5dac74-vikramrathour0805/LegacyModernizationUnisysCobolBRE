      *     actually debited) and reversal credits (0430/0410),
      *     with replayed overdraft fees where a debit ran the
      *     balance negative within the account's limit;
      *   - CHGBACK: POSTED chargeback credits and REDEBIT debits;
      *   - STIPHIST: stand-in items STIPRECON posted during the
      *     period, including the overdraft fee it recorded;
      *   - DDAAUDIT: balance maintenance applied through DDAMAINT
      * DDAAUDIT are permanent), so replaying their full history
      * would double-count everything before this period and fail
      * every tie. A run with no valid period date refuses to start.
      *
      * UPDATE: ATM cash withdrawals (DE003 01xxxx) print as their
      * own CASH WDL line - and stand-in cash as STIP CASH - rather
      * than being listed as purchases. The balance effect, overdraft
      * fee replay included, is unchanged.
      *
      * UPDATE: account-to-account funds transfers (DE3 40xxxx) replay
      * from TRANLOG's new TL-FROM-ACCT/TL-TO-ACCT fields - XFER OUT
      * on the debited account's statement, XFER IN on the credited
      * one - rather than through the PAN's own account.
      *
      * UPDATE: CHGBACK now logs every step of a dispute. Besides the
      * POSTED credit, a REDEBIT record - the cardholder charged again
      * after the merchant won its representment - replays as a
      * CB REDEBT debit line.
      *
      * UPDATE: DDACYCLE's month-end overdraft interest (ODINT) and
      * maintenance fee (MAINTFEE) arrive on DDAAUDIT and already
      * replay with the rest of it; they now print as a CHARGE line
      * carrying the charge's description rather than as MAINT.
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
                   AND TL-LOG-DATE < WS-PERIOD-OPEN-DATE
               CONTINUE
           ELSE
               IF TL-PROC-CODE(1:2) = "40"
                   PERFORM 3117-REPLAY-TRANSFER
               ELSE
                   PERFORM 3115-REPLAY-TRANLOG-IN-PERIOD
               END-IF
           END-IF.

      ******************************************************************
                               " +" TL-AMOUNT-NUM
                               "  BAL " WS-RUNNING-BALANCE
                       END-IF
      *-- ATM cash prints as its own line, apart from purchases.
                   WHEN (TL-MTI = "0210" OR TL-MTI = "0230")
                           AND (TL-RESP-CODE = "00"
                               OR TL-RESP-CODE = "10")
                           AND TL-PROC-CODE(1:2) = "01"
                       SUBTRACT TL-AMOUNT-NUM FROM WS-RUNNING-BALANCE
                       IF WS-PRINT-MODE
                           DISPLAY "  CASH WDL  STAN " TL-STAN
                               " -" TL-AMOUNT-NUM
                               "  BAL " WS-RUNNING-BALANCE
                       END-IF
                       PERFORM 3120-REPLAY-OVERDRAFT-FEE
                   WHEN (TL-MTI = "0210" OR TL-MTI = "0230")
                           AND (TL-RESP-CODE = "00"
                               OR TL-RESP-CODE = "10")
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 3117-REPLAY-TRANSFER
      * A funds transfer moves money between two accounts named on
      * the record itself (TL-FROM-ACCT/TL-TO-ACCT), not the PAN's
      * account - either side may be this statement's. ISSAUTH never
      * lets a transfer into overdraft, so there is no fee to replay.
      ******************************************************************
       3117-REPLAY-TRANSFER.
           IF (TL-MTI = "0210" OR TL-MTI = "0230")
                   AND TL-RESP-CODE = "00"
               IF TL-FROM-ACCT = WS-STMT-ACCT-NO
                   SUBTRACT TL-AMOUNT-NUM FROM WS-RUNNING-BALANCE
                   IF WS-PRINT-MODE
                       DISPLAY "  XFER OUT  STAN " TL-STAN
                           " -" TL-AMOUNT-NUM
                           "  BAL " WS-RUNNING-BALANCE
                   END-IF
               END-IF
               IF TL-TO-ACCT = WS-STMT-ACCT-NO
                   ADD TL-AMOUNT-NUM TO WS-RUNNING-BALANCE
                   IF WS-PRINT-MODE
                       DISPLAY "  XFER IN   STAN " TL-STAN
                           " +" TL-AMOUNT-NUM
                           "  BAL " WS-RUNNING-BALANCE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 3120-REPLAY-OVERDRAFT-FEE
      * Mirrors ISSAUTH's 2043-POST-DEBIT: a debit that lands below
                                       "  BAL " WS-RUNNING-BALANCE
                               END-IF
                           END-IF
                           IF CB-STATUS = "REDEBIT"
                                   AND CB-TIMESTAMP(1:8) >=
                                       WS-PERIOD-OPEN-DATE-X
                                   AND WS-RESOLVE-ACCT-OUT =
                                       WS-STMT-ACCT-NO
                               SUBTRACT CB-AMOUNT
                                   FROM WS-RUNNING-BALANCE
                               IF WS-PRINT-MODE
                                   DISPLAY "  CB REDEBT STAN " CB-STAN
                                       " -" CB-AMOUNT
                                       "  BAL " WS-RUNNING-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGBACK-FILE
               ELSE
                   SUBTRACT SH-AMOUNT FROM WS-RUNNING-BALANCE
                   IF WS-PRINT-MODE
                       IF SH-PROC-CODE(1:2) = "01"
                           DISPLAY "  STIP CASH STAN " SH-STAN
                               " -" SH-AMOUNT
                               "  BAL " WS-RUNNING-BALANCE
                       ELSE
                           DISPLAY "  STIP DR   STAN " SH-STAN
                               " -" SH-AMOUNT
                               "  BAL " WS-RUNNING-BALANCE
                       END-IF
                   END-IF
                   IF SH-FEE-POSTED > 0
                       SUBTRACT SH-FEE-POSTED FROM WS-RUNNING-BALANCE
                               SUBTRACT DU-OLD-BALANCE FROM
                                   WS-RUNNING-BALANCE
                               IF WS-PRINT-MODE
                                   IF DU-OPERATOR-ID = "DDACYCLE"
                                       DISPLAY "  CHARGE    "
                                           DU-REASON
                                           " old " DU-OLD-BALANCE
                                           " new " DU-NEW-BALANCE
                                           "  BAL " WS-RUNNING-BALANCE
                                   ELSE
                                       DISPLAY "  MAINT     " DU-ACTION
                                           " old " DU-OLD-BALANCE
                                           " new " DU-NEW-BALANCE
                                           "  BAL " WS-RUNNING-BALANCE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
