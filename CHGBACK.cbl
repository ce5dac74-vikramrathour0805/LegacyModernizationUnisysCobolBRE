      * leaves dual control off, and a shop with no OPERMAST file
      * yet runs exactly as before with the operator recorded as
      * UNKNOWN.
      *
      * UPDATE: a chargeback is now charged back to the MERCHANT, and
      * the CHGBACK file tracks each dispute's whole lifecycle instead
      * of just POSTED/NOTFOUND. The file stays append-only - every
      * step is a new record for the same STAN, so the history is its
      * own audit trail:
      *   POSTED   - dispute opened, cardholder credited, and a
      *              liability raised against the purchase's merchant
      *              (CB-MERCHANT-ID), who must represent by
      *              CB-RESPOND-BY (CFG-REPRESENT-DAYS from posting);
      *   MERCHDR  - ISO8583-SETL deducted the liability from the
      *              merchant's MERCHPAY net due;
      *   REPRESNT - the merchant represented with evidence (option 5,
      *              refused past the respond-by date);
      *   MERCHWON / MERCHLST - the representment decided (option
      *              6), or MERCHLST for a dispute the merchant let
      *              lapse (option 7's deadline sweep);
      *   REDEBIT / WRITEOFF - on a merchant win, the cardholder is
      *              re-debited or the item written off as our loss;
      *   MERCHCR  - ISO8583-SETL paid a won item back to the
      *              merchant;
      *   CLOSED   - nothing further can happen to the dispute.
      * Option 8 lists a dispute's history. REDEBIT moves money on
      * DDABAL, so STMTGEN and DDAPROOF replay it alongside POSTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 TL-ORIG-STAN             PIC X(6).
           05 TL-LOG-DATE              PIC 9(8).
      *--     DE42/DE41 - where the transaction happened.
           05 TL-FROM-ACCT             PIC X(19).
           05 TL-TO-ACCT               PIC X(19).
      *--     DE102/DE103 - funds transfers only.
           05 TL-RRN                   PIC X(12).
      *--     DE37 retrieval reference number - CLRMATCH matches the
      *--     acquirer's clearing presentments on it.
           05 TL-ROUTE                 PIC X(1).
           05 TL-NETWORK-ID            PIC X(4).
      *--     'O' on-us, 'F' off-us via the card network in
      *--     TL-NETWORK-ID; blank (no card, or logged before
      *--     BIN routing) counts as on-us.

      *-- Archive record: a type byte, then the TRANLOG record image
      *-- field for field - see TLOGARCH.cbl.
              10 AR-TERM-ID            PIC X(8).
              10 AR-ORIG-STAN          PIC X(6).
              10 AR-LOG-DATE           PIC 9(8).
              10 AR-FROM-ACCT          PIC X(19).
              10 AR-TO-ACCT            PIC X(19).
              10 AR-RRN                PIC X(12).
              10 AR-ROUTE              PIC X(1).
              10 AR-NETWORK-ID         PIC X(4).

       FD  ACCTXREF-FILE.
       01  ACCTXREF-RECORD.
           05 CB-APPROVED-BY           PIC X(8).
      *--     The second operator on a dual-control dispute; blank
      *--     when no approval was required.
           05 CB-MERCHANT-ID           PIC X(15).
      *--     The disputed purchase's merchant (DE42), who carries
      *--     the liability.
           05 CB-RESPOND-BY            PIC 9(8).
      *--     YYYYMMDD the merchant must represent by - set on the
      *--     POSTED record, carried on every later one.
           05 CB-EVENT-REF             PIC X(20).
      *--     Free reference for the step: the merchant's evidence
      *--     reference on REPRESNT, the settlement window on
      *--     MERCHDR/MERCHCR, the reason on a sweep's MERCHLST.
      *-- NOTE: the lifecycle fields above grew the record again,
      *-- 79 -> 122 bytes - same conversion rule (pad 43 blanks).
      *-- NOTE: these two fields grew the record 63 -> 79 bytes. A
      *-- CHGBACK file written before they existed MUST be converted
      *-- (pad each record with 16 trailing blanks) before this
      *--     Chargebacks above this amount need a second operator's
      *--     approval. Zero, or a file written before the field
      *--     existed, leaves dual control off.
           05 CFG-CASH-DAILY-LIMIT     PIC 9(10)V99.
      *--     Per-card daily ATM cash limit - read by ISSAUTH,
      *--     carried so every STIPCFG reader shares one layout.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
      *--     Days a card may sit issued but not activated - read
      *--     by CARDACTV, carried so every STIPCFG reader shares
      *--     one layout.
           05 CFG-PRESENT-DAYS         PIC 9(3).
      *--     Days an approval may go unpresented before CLRMATCH
      *--     reports it.
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
      *--     Percent a presentment may differ from the approved
      *--     amount before CLRMATCH reports it.
           05 CFG-REPRESENT-DAYS       PIC 9(3).
      *--     Days the merchant has, from the posting date, to
      *--     represent a chargeback with evidence. Zero or
      *--     missing uses WS-REPRESENT-DAYS' default.
           05 CFG-DORMANT-MONTHS       PIC 9(3).
      *--     Months without cardholder activity before an account
      *--     is marked dormant - read by DORMSCAN.
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.
      *--     Monthly maintenance fee, and the minimum average
      *--     balance that waives it - read by DDACYCLE.

       WORKING-STORAGE SECTION.
       01  WS-TRANLOG-STATUS          PIC X(2).
           05 KD-ACCT-NO              PIC X(19).
           05 KD-AVAILABLE-BALANCE    PIC S9(10)V99.
           05 KD-OVERDRAFT-LIMIT      PIC 9(10)V99.
           05 KD-ACCT-STATUS          PIC X(1).
      *--     D = dormant, blank = active - carried, never changed.
           05 FILLER                  PIC X(56).

      ******************************************************************
      * TRANLOG LOOKUP WORK AREA
       01  WS-ORIG-AMOUNT-RAW         PIC X(12).
       01  WS-ORIG-AMOUNT-NUM REDEFINES WS-ORIG-AMOUNT-RAW
                                       PIC 9(10)V99.
       01  WS-ORIG-MERCHANT-ID        PIC X(15).

      ******************************************************************
      * ACCOUNT CROSS-REFERENCE (ACCTXREF) WORK AREA - same
       01  WS-DISPUTE-STATUS          PIC X(8).
       01  WS-ALREADY-DISPUTED-SW     PIC X(1) VALUE 'N'.
           88 WS-ALREADY-DISPUTED              VALUE 'Y'.
       01  WS-RESPOND-BY              PIC 9(8) VALUE 0.
       01  WS-EVENT-REF               PIC X(20) VALUE SPACES.
      *-- Defaulted here, overridden from STIPCFG when present.
       01  WS-REPRESENT-DAYS          PIC 9(3) VALUE 45.
       01  WS-TODAY                   PIC 9(8).
       01  WS-DATE-INT                PIC 9(8).

      ******************************************************************
      * DISPUTE LIFECYCLE TABLE - one entry per disputed STAN, built
      * from the CHGBACK event records by 7000-LOAD-DISPUTE-TABLE.
      ******************************************************************
       01  WS-DS-TABLE-AREA.
           05 WS-DS-ENTRY OCCURS 500 TIMES INDEXED BY WS-DS-IDX.
              10 WS-DS-STAN            PIC X(6).
              10 WS-DS-PAN             PIC X(19).
              10 WS-DS-AMOUNT          PIC 9(10)V99.
              10 WS-DS-REASON-CODE     PIC X(4).
              10 WS-DS-MERCHANT-ID     PIC X(15).
              10 WS-DS-RESPOND-BY      PIC 9(8).
              10 WS-DS-LAST-STATUS     PIC X(8).
              10 WS-DS-MERCH-DR-SW     PIC X(1).
              10 WS-DS-REPRESENTED-SW  PIC X(1).
              10 WS-DS-DECIDED-SW      PIC X(1).
              10 WS-DS-CLOSED-SW       PIC X(1).
       01  WS-DS-COUNT                PIC 9(3) VALUE 0.
       01  WS-DS-MATCH-IDX            PIC 9(3) VALUE 0.
       01  WS-DS-KEY-STAN             PIC X(6).
      *-- On when CHGBACK held more disputes than the table - every
      *-- lifecycle step is refused then rather than risk acting on
      *-- a dispute whose later history did not fit.
       01  WS-DS-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-DS-OVERFLOW                   VALUE 'Y'.
       01  WS-DS-SWEPT-COUNT          PIC 9(5) VALUE 0.
       01  WS-OUTCOME                 PIC X(1).
       01  WS-REDEBIT-CHOICE          PIC X(1).

      ******************************************************************
      * SESSION / MENU CONTROL
                       MOVE 'N' TO WS-CONTINUE-SW
                   WHEN '4'
                       PERFORM 6000-APPROVE-PENDING
                   WHEN '5'
                       PERFORM 7100-RECORD-REPRESENTMENT
                   WHEN '6'
                       PERFORM 7200-DECIDE-REPRESENTMENT
                   WHEN '7'
                       PERFORM 7300-CLOSE-EXPIRED-DISPUTES
                   WHEN '8'
                       PERFORM 7400-SHOW-DISPUTE-HISTORY
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE

      ******************************************************************
      * 1100-LOAD-CONFIG
      * The dual-control amount and the representment window are read
      * here. Zero, a missing
      * file, or a file written before the field existed leaves dual
      * control off - the degrade-gracefully convention every
      * optional STIPCFG field follows.
                           MOVE CFG-DUAL-CTL-AMOUNT
                               TO WS-DUAL-CTL-AMOUNT
                       END-IF
                       IF CFG-REPRESENT-DAYS IS NUMERIC
                               AND CFG-REPRESENT-DAYS > 0
                           MOVE CFG-REPRESENT-DAYS
                               TO WS-REPRESENT-DAYS
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.
           DISPLAY "    2. Batch Mode (read disputes from CHGBIN)".
           DISPLAY "    3. Exit".
           DISPLAY "    4. Approve pending dual-control disputes".
           DISPLAY "    5. Record merchant representment".
           DISPLAY "    6. Decide a representment (won/lost)".
           DISPLAY "    7. Close disputes past the representment "
               "deadline".
           DISPLAY "    8. Show a dispute's history".
           DISPLAY " ".
           DISPLAY "Please select an option: ".

           END-IF.
           ACCEPT WS-DISPUTE-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-DISPUTE-TIMESTAMP(9:6) FROM TIME.
           MOVE WS-DISPUTE-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE 0 TO WS-RESPOND-BY.
           MOVE SPACES TO WS-EVENT-REF.

           IF NOT WS-TRANLOG-FOUND
               MOVE SPACES TO WS-ORIG-PAN
               MOVE SPACES TO WS-ORIG-MERCHANT-ID
               MOVE ZEROS TO WS-ORIG-AMOUNT-NUM
               MOVE "NOTFOUND" TO WS-DISPUTE-STATUS
               DISPLAY "Dispute refused - no approved purchase for "
                   PERFORM 3250-RESOLVE-ACCOUNT
                   PERFORM 3500-POST-CREDIT
                   MOVE "POSTED" TO WS-DISPUTE-STATUS
      *-- The merchant's liability is raised by this same record -
      *-- ISO8583-SETL deducts it from the next MERCHPAY - and the
      *-- representment clock starts today.
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       + WS-REPRESENT-DAYS
                   COMPUTE WS-RESPOND-BY =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   DISPLAY "Dispute posted - STAN " WS-IN-STAN
                       " PAN " WS-ORIG-PAN " credited "
                       WS-ORIG-AMOUNT-NUM
                   DISPLAY "Merchant " WS-ORIG-MERCHANT-ID
                       " charged back - may represent by "
                       WS-RESPOND-BY
                   PERFORM 4000-WRITE-CHGBACK-RECORD
               END-IF
           END-IF.
                               MOVE 'Y' TO WS-TRANLOG-FOUND-SW
                               MOVE TL-PAN TO WS-ORIG-PAN
                               MOVE TL-AMOUNT TO WS-ORIG-AMOUNT-RAW
                               MOVE TL-MERCHANT-ID
                                   TO WS-ORIG-MERCHANT-ID
                           END-IF
                   END-READ
               END-PERFORM
                               MOVE 'Y' TO WS-TRANLOG-FOUND-SW
                               MOVE AR-PAN TO WS-ORIG-PAN
                               MOVE AR-AMOUNT TO WS-ORIG-AMOUNT-RAW
                               MOVE AR-MERCHANT-ID
                                   TO WS-ORIG-MERCHANT-ID
                               DISPLAY "STAN " WS-IN-STAN
                                   " located in TRANARCH archive"
                           END-IF
           MOVE WS-DISPUTE-STATUS TO CB-STATUS.
           MOVE WS-DISP-OPERATOR-ID TO CB-OPERATOR-ID.
           MOVE WS-DISP-APPROVED-BY TO CB-APPROVED-BY.
           MOVE WS-ORIG-MERCHANT-ID TO CB-MERCHANT-ID.
           MOVE WS-RESPOND-BY TO CB-RESPOND-BY.
           MOVE WS-EVENT-REF TO CB-EVENT-REF.
           WRITE CHGBACK-RECORD.
           CLOSE CHGBACK-FILE.

               END-IF
           END-PERFORM.
           CLOSE CHGPEND-FILE.

      ******************************************************************
      * 7000-LOAD-DISPUTE-TABLE
      * Folds the CHGBACK event records into one table entry per
      * disputed STAN - the POSTED record opens the entry, each later
      * record for the same STAN moves it along. NOTFOUND records
      * never opened a dispute and are passed over.
      ******************************************************************
       7000-LOAD-DISPUTE-TABLE.
           MOVE 0 TO WS-DS-COUNT.
           MOVE 'N' TO WS-DS-OVERFLOW-SW.
           OPEN INPUT CHGBACK-FILE.
           IF WS-CHGBACK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CHGBACK-STATUS = "10"
                   READ CHGBACK-FILE
                       AT END
                           MOVE "10" TO WS-CHGBACK-STATUS
                       NOT AT END
                           MOVE CB-STAN TO WS-DS-KEY-STAN
                           PERFORM 7050-FIND-DISPUTE
                           PERFORM 7010-APPLY-EVENT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CHGBACK-FILE.

      ******************************************************************
      * 7010-APPLY-EVENT
      ******************************************************************
       7010-APPLY-EVENT.
           IF CB-STATUS = "POSTED" AND WS-DS-MATCH-IDX = 0
               IF WS-DS-COUNT < 500
                   ADD 1 TO WS-DS-COUNT
                   MOVE WS-DS-COUNT TO WS-DS-MATCH-IDX
                   MOVE CB-STAN TO WS-DS-STAN(WS-DS-MATCH-IDX)
                   MOVE CB-PAN TO WS-DS-PAN(WS-DS-MATCH-IDX)
                   MOVE CB-AMOUNT TO WS-DS-AMOUNT(WS-DS-MATCH-IDX)
                   MOVE CB-REASON-CODE
                       TO WS-DS-REASON-CODE(WS-DS-MATCH-IDX)
                   MOVE CB-MERCHANT-ID
                       TO WS-DS-MERCHANT-ID(WS-DS-MATCH-IDX)
      *-- A record converted from the 79-byte layout carries blanks
      *-- here - no deadline, and (blank merchant) no liability.
                   IF CB-RESPOND-BY IS NUMERIC
                       MOVE CB-RESPOND-BY
                           TO WS-DS-RESPOND-BY(WS-DS-MATCH-IDX)
                   ELSE
                       MOVE 0 TO WS-DS-RESPOND-BY(WS-DS-MATCH-IDX)
                   END-IF
                   MOVE 'N' TO WS-DS-MERCH-DR-SW(WS-DS-MATCH-IDX)
                   MOVE 'N' TO WS-DS-REPRESENTED-SW(WS-DS-MATCH-IDX)
                   MOVE 'N' TO WS-DS-DECIDED-SW(WS-DS-MATCH-IDX)
                   MOVE 'N' TO WS-DS-CLOSED-SW(WS-DS-MATCH-IDX)
               ELSE
                   MOVE 'Y' TO WS-DS-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-DS-MATCH-IDX > 0 AND CB-STATUS NOT = "NOTFOUND"
               MOVE CB-STATUS TO WS-DS-LAST-STATUS(WS-DS-MATCH-IDX)
               EVALUATE CB-STATUS
                   WHEN "MERCHDR"
                       MOVE 'Y' TO WS-DS-MERCH-DR-SW(WS-DS-MATCH-IDX)
                   WHEN "REPRESNT"
                       MOVE 'Y'
                           TO WS-DS-REPRESENTED-SW(WS-DS-MATCH-IDX)
                   WHEN "MERCHWON"
                   WHEN "MERCHLST"
                       MOVE 'Y' TO WS-DS-DECIDED-SW(WS-DS-MATCH-IDX)
                   WHEN "CLOSED"
                       MOVE 'Y' TO WS-DS-CLOSED-SW(WS-DS-MATCH-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 7050-FIND-DISPUTE
      * Sets WS-DS-MATCH-IDX to WS-DS-KEY-STAN's table entry, or
      * zero.
      ******************************************************************
       7050-FIND-DISPUTE.
           MOVE 0 TO WS-DS-MATCH-IDX.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
                       OR WS-DS-MATCH-IDX > 0
               IF WS-DS-STAN(WS-DS-IDX) = WS-DS-KEY-STAN
                   SET WS-DS-MATCH-IDX TO WS-DS-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 7060-LOCATE-OPEN-DISPUTE
      * Common front end for options 5 and 6: prompts for the STAN,
      * loads the table and finds the dispute. WS-DS-MATCH-IDX comes
      * back zero, with the reason already shown, when there is
      * nothing the operator may act on.
      ******************************************************************
       7060-LOCATE-OPEN-DISPUTE.
           DISPLAY "STAN of the charged-back purchase: ".
           ACCEPT WS-IN-STAN.
           PERFORM 7000-LOAD-DISPUTE-TABLE.
           IF WS-DS-OVERFLOW
               DISPLAY "REFUSED: CHGBACK holds more than 500 disputes "
                   "- table too small, nothing recorded."
               MOVE 0 TO WS-DS-MATCH-IDX
           ELSE
               MOVE WS-IN-STAN TO WS-DS-KEY-STAN
               PERFORM 7050-FIND-DISPUTE
               EVALUATE TRUE
                   WHEN WS-DS-MATCH-IDX = 0
                       DISPLAY "Refused - no posted chargeback for "
                           "STAN " WS-IN-STAN
                   WHEN WS-DS-CLOSED-SW(WS-DS-MATCH-IDX) = 'Y'
                       DISPLAY "Refused - dispute for STAN "
                           WS-IN-STAN " is already CLOSED"
                       MOVE 0 TO WS-DS-MATCH-IDX
                   WHEN WS-DS-MERCHANT-ID(WS-DS-MATCH-IDX) = SPACES
                       DISPLAY "Refused - dispute for STAN "
                           WS-IN-STAN " was never charged to a "
                           "merchant"
                       MOVE 0 TO WS-DS-MATCH-IDX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 7100-RECORD-REPRESENTMENT
      * The merchant contests the chargeback and sends evidence. Only
      * one representment per dispute, and only up to the respond-by
      * date - after that the dispute is the deadline sweep's.
      ******************************************************************
       7100-RECORD-REPRESENTMENT.
           PERFORM 7060-LOCATE-OPEN-DISPUTE.
           IF WS-DS-MATCH-IDX > 0
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WS-DS-REPRESENTED-SW(WS-DS-MATCH-IDX) = 'Y'
                       DISPLAY "Refused - STAN " WS-IN-STAN
                           " has already been represented"
                   WHEN WS-DS-RESPOND-BY(WS-DS-MATCH-IDX) > 0
                           AND WS-TODAY >
                               WS-DS-RESPOND-BY(WS-DS-MATCH-IDX)
                       DISPLAY "Refused - representment deadline "
                           WS-DS-RESPOND-BY(WS-DS-MATCH-IDX)
                           " has passed"
                   WHEN OTHER
                       DISPLAY "Merchant evidence reference: "
                       ACCEPT WS-EVENT-REF
                       MOVE "REPRESNT" TO WS-DISPUTE-STATUS
                       PERFORM 7900-WRITE-DISPUTE-EVENT
                       DISPLAY "Representment recorded for STAN "
                           WS-IN-STAN " - evidence " WS-EVENT-REF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 7200-DECIDE-REPRESENTMENT
      * Rules on a represented dispute. Merchant wins: the liability
      * is lifted (ISO8583-SETL pays it back) and the cardholder is
      * either re-debited (R) or the item written off as our loss
      * (O). Merchant loses: the liability stands. Either way the
      * dispute is CLOSED.
      ******************************************************************
       7200-DECIDE-REPRESENTMENT.
           PERFORM 7060-LOCATE-OPEN-DISPUTE.
           IF WS-DS-MATCH-IDX > 0
               IF WS-DS-REPRESENTED-SW(WS-DS-MATCH-IDX) NOT = 'Y'
                   DISPLAY "Refused - STAN " WS-IN-STAN
                       " has not been represented"
               ELSE
                   DISPLAY "Amount:   " WS-DS-AMOUNT(WS-DS-MATCH-IDX)
                   DISPLAY "Merchant: "
                       WS-DS-MERCHANT-ID(WS-DS-MATCH-IDX)
                   DISPLAY "Outcome (W=merchant won, L=merchant "
                       "lost): "
                   ACCEPT WS-OUTCOME
                   EVALUATE WS-OUTCOME
                       WHEN 'W'
                           PERFORM 7210-MERCHANT-WON
                       WHEN 'L'
                           MOVE "REPRESENTMENT DENIED" TO WS-EVENT-REF
                           MOVE "MERCHLST" TO WS-DISPUTE-STATUS
                           PERFORM 7900-WRITE-DISPUTE-EVENT
                           PERFORM 7950-CLOSE-DISPUTE
                           DISPLAY "Merchant lost - chargeback stands"
                       WHEN OTHER
                           DISPLAY "Invalid outcome - nothing recorded"
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * 7210-MERCHANT-WON
      ******************************************************************
       7210-MERCHANT-WON.
           DISPLAY "R=re-debit the cardholder, O=write off: ".
           ACCEPT WS-REDEBIT-CHOICE.
           IF WS-REDEBIT-CHOICE NOT = 'R'
                   AND WS-REDEBIT-CHOICE NOT = 'O'
               DISPLAY "Invalid choice - nothing recorded"
           ELSE
               MOVE "REPRESENTMENT UPHELD" TO WS-EVENT-REF
               MOVE "MERCHWON" TO WS-DISPUTE-STATUS
               PERFORM 7900-WRITE-DISPUTE-EVENT
               IF WS-REDEBIT-CHOICE = 'R'
                   PERFORM 7220-REDEBIT-CARDHOLDER
               ELSE
                   MOVE "OPERATOR DECISION" TO WS-EVENT-REF
                   MOVE "WRITEOFF" TO WS-DISPUTE-STATUS
                   PERFORM 7900-WRITE-DISPUTE-EVENT
                   DISPLAY "Merchant won - item written off"
               END-IF
               PERFORM 7950-CLOSE-DISPUTE
           END-IF.

      ******************************************************************
      * 7220-REDEBIT-CARDHOLDER
      * Takes the credited amount back off the cardholder's DDABAL
      * account through KEYIO - the reverse of 3500-POST-CREDIT. The
      * debit stands even where it overdraws: it reinstates a
      * purchase the cardholder already made. An account that no
      * longer exists cannot be re-debited, so the item is written
      * off instead.
      ******************************************************************
       7220-REDEBIT-CARDHOLDER.
           PERFORM 3250-RESOLVE-ACCOUNT.
           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-ORIG-ACCT TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.

           IF WS-KIO-STATUS = "00"
               SUBTRACT WS-ORIG-AMOUNT-NUM FROM KD-AVAILABLE-BALANCE
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               MOVE WS-ORIG-ACCT TO WS-EVENT-REF
               MOVE "REDEBIT" TO WS-DISPUTE-STATUS
               PERFORM 7900-WRITE-DISPUTE-EVENT
               DISPLAY "Merchant won - account " WS-ORIG-ACCT
                   " re-debited " WS-ORIG-AMOUNT-NUM
           ELSE
               MOVE "NO DDABAL ACCOUNT" TO WS-EVENT-REF
               MOVE "WRITEOFF" TO WS-DISPUTE-STATUS
               PERFORM 7900-WRITE-DISPUTE-EVENT
               DISPLAY "Account " WS-ORIG-ACCT " not on DDABAL - "
                   "item written off instead"
           END-IF.

      ******************************************************************
      * 7300-CLOSE-EXPIRED-DISPUTES
      * Deadline sweep: every open dispute whose respond-by date has
      * passed with no representment is lost by the merchant and
      * closed. Safe to run daily - a closed dispute is never swept
      * twice.
      ******************************************************************
       7300-CLOSE-EXPIRED-DISPUTES.
           MOVE 0 TO WS-DS-SWEPT-COUNT.
           PERFORM 7000-LOAD-DISPUTE-TABLE.
           IF WS-DS-OVERFLOW
               DISPLAY "REFUSED: CHGBACK holds more than 500 disputes "
                   "- table too small, nothing swept."
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM 7310-SWEEP-ONE-DISPUTE
                   VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               DISPLAY "Disputes closed past their deadline: "
                   WS-DS-SWEPT-COUNT
           END-IF.

      ******************************************************************
      * 7310-SWEEP-ONE-DISPUTE
      ******************************************************************
       7310-SWEEP-ONE-DISPUTE.
           IF WS-DS-CLOSED-SW(WS-DS-IDX) = 'N'
                   AND WS-DS-REPRESENTED-SW(WS-DS-IDX) = 'N'
                   AND WS-DS-MERCHANT-ID(WS-DS-IDX) NOT = SPACES
                   AND WS-DS-RESPOND-BY(WS-DS-IDX) > 0
                   AND WS-TODAY > WS-DS-RESPOND-BY(WS-DS-IDX)
               SET WS-DS-MATCH-IDX TO WS-DS-IDX
               MOVE WS-DS-STAN(WS-DS-IDX) TO WS-IN-STAN
               MOVE "NO REPRESENTMENT" TO WS-EVENT-REF
               MOVE "MERCHLST" TO WS-DISPUTE-STATUS
               PERFORM 7900-WRITE-DISPUTE-EVENT
               PERFORM 7950-CLOSE-DISPUTE
               ADD 1 TO WS-DS-SWEPT-COUNT
               DISPLAY "STAN " WS-IN-STAN " merchant "
                   WS-DS-MERCHANT-ID(WS-DS-IDX) " - deadline "
                   WS-DS-RESPOND-BY(WS-DS-IDX) " passed, closed"
           END-IF.

      ******************************************************************
      * 7400-SHOW-DISPUTE-HISTORY
      * Lists every CHGBACK record for one STAN, oldest first.
      ******************************************************************
       7400-SHOW-DISPUTE-HISTORY.
           DISPLAY "STAN: ".
           ACCEPT WS-IN-STAN.
           MOVE 0 TO WS-DS-SWEPT-COUNT.
           OPEN INPUT CHGBACK-FILE.
           IF WS-CHGBACK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CHGBACK-STATUS = "10"
                   READ CHGBACK-FILE
                       AT END
                           MOVE "10" TO WS-CHGBACK-STATUS
                       NOT AT END
                           IF CB-STAN = WS-IN-STAN
                               ADD 1 TO WS-DS-SWEPT-COUNT
                               DISPLAY CB-TIMESTAMP " " CB-STATUS
                                   " " CB-AMOUNT " oper "
                                   CB-OPERATOR-ID " " CB-EVENT-REF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CHGBACK-FILE.
           IF WS-DS-SWEPT-COUNT = 0
               DISPLAY "No CHGBACK records for STAN " WS-IN-STAN
           END-IF.

      ******************************************************************
      * 7900-WRITE-DISPUTE-EVENT
      * Appends one lifecycle record for the dispute at
      * WS-DS-MATCH-IDX, carrying forward its PAN, amount, merchant
      * and deadline so every record stands on its own. The caller
      * sets WS-DISPUTE-STATUS and WS-EVENT-REF.
      ******************************************************************
       7900-WRITE-DISPUTE-EVENT.
           MOVE WS-DS-STAN(WS-DS-MATCH-IDX) TO WS-IN-STAN.
           MOVE WS-DS-PAN(WS-DS-MATCH-IDX) TO WS-ORIG-PAN.
           MOVE WS-DS-AMOUNT(WS-DS-MATCH-IDX) TO WS-ORIG-AMOUNT-NUM.
           MOVE WS-DS-REASON-CODE(WS-DS-MATCH-IDX) TO WS-IN-REASON-CODE.
           MOVE WS-DS-MERCHANT-ID(WS-DS-MATCH-IDX)
               TO WS-ORIG-MERCHANT-ID.
           MOVE WS-DS-RESPOND-BY(WS-DS-MATCH-IDX) TO WS-RESPOND-BY.
           MOVE WS-SESSION-OPER-ID TO WS-DISP-OPERATOR-ID.
           MOVE SPACES TO WS-DISP-APPROVED-BY.
           ACCEPT WS-DISPUTE-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-DISPUTE-TIMESTAMP(9:6) FROM TIME.
           PERFORM 4000-WRITE-CHGBACK-RECORD.
           MOVE WS-DISPUTE-STATUS TO WS-DS-LAST-STATUS(WS-DS-MATCH-IDX).

      ******************************************************************
      * 7950-CLOSE-DISPUTE
      ******************************************************************
       7950-CLOSE-DISPUTE.
           MOVE SPACES TO WS-EVENT-REF.
           MOVE "CLOSED" TO WS-DISPUTE-STATUS.
           PERFORM 7900-WRITE-DISPUTE-EVENT.
           MOVE 'Y' TO WS-DS-CLOSED-SW(WS-DS-MATCH-IDX).
