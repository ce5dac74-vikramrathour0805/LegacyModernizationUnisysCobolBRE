      * erase the only record of what stand-in posted, which left the
      * STMTGEN statements and the DDAPROOF daily balancing proof
      * unable to account for those balance movements.
      *
      * UPDATE: DDABAL carries an account status byte (D = dormant).
      * A stand-in debit against a dormant account is reported as an
      * exception - online, ISSAUTH would have declined it '57' - but
      * still posts, since the cardholder already has the goods. The
      * status byte is carried across every rewrite unchanged.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 CFG-DUAL-CTL-AMOUNT      PIC 9(10)V99.
      *--     Read by HOLDPURGE, ISSAUTH, and CHGBACK respectively -
      *--     carried so every STIPCFG reader shares one layout.
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
      *--     Days a merchant has to represent a chargeback -
      *--     read by CHGBACK.
           05 CFG-DORMANT-MONTHS       PIC 9(3).
      *--     Months without cardholder activity before an account
      *--     is marked dormant - read by DORMSCAN.
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.
      *--     Monthly maintenance fee, and the minimum average
      *--     balance that waives it - read by DDACYCLE.

       FD  STIPLOG-FILE.
       01  STIPLOG-RECORD.
           05 KD-ACCT-NO              PIC X(19).
           05 KD-AVAILABLE-BALANCE    PIC S9(10)V99.
           05 KD-OVERDRAFT-LIMIT      PIC 9(10)V99.
           05 KD-ACCT-STATUS          PIC X(1).
      *--     D = dormant, blank = active - carried, never changed.
           05 FILLER                  PIC X(56).

      ******************************************************************
      * PER-ENTRY BALANCE / CARD-STATUS WORK FIELDS
           88 WS-DDA-FOUND                     VALUE 'Y'.
       01  WS-DDA-BALANCE-WK          PIC S9(10)V99 VALUE 0.
       01  WS-DDA-OD-LIMIT-WK         PIC 9(10)V99 VALUE 0.
       01  WS-DDA-STATUS-WK           PIC X(1) VALUE SPACE.
           88 WS-DDA-DORMANT                   VALUE 'D'.
       01  WS-CM-FOUND-SW             PIC X(1) VALUE 'N'.
           88 WS-CM-FOUND                      VALUE 'Y'.
       01  WS-CM-STATUS-WK            PIC X(1).
           MOVE 'N' TO WS-DDA-FOUND-SW.
           MOVE 0 TO WS-DDA-BALANCE-WK.
           MOVE 0 TO WS-DDA-OD-LIMIT-WK.
           MOVE SPACE TO WS-DDA-STATUS-WK.
           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-SL-ACCT TO WS-KIO-KEY.
               MOVE 'Y' TO WS-DDA-FOUND-SW
               MOVE KD-AVAILABLE-BALANCE TO WS-DDA-BALANCE-WK
               MOVE KD-OVERDRAFT-LIMIT TO WS-DDA-OD-LIMIT-WK
               MOVE KD-ACCT-STATUS TO WS-DDA-STATUS-WK
           END-IF.

      *-- "Would have declined" mirrors ISSAUTH's 2043-POST-DEBIT:
      *-- online, a debit into overdraft but within the account's
      *-- overdraft limit approves (with the fee), so only a debit
      *-- past the limit counts as an exception here, as does any
      *-- debit against a dormant account. A refund is a
      *-- credit - it cannot fail for funds, so only the card-status
      *-- check above applies to it.
           IF NOT WS-WOULD-DECLINE
                   AND SL-PROC-CODE NOT = "200000"
               EVALUATE TRUE
                   WHEN NOT WS-DDA-FOUND
                       MOVE 'Y' TO WS-WOULD-DECLINE-SW
                       MOVE "NO DDA ACCOUNT ON FILE"
                           TO WS-EXCEPTION-REASON
                   WHEN WS-DDA-DORMANT
                       MOVE 'Y' TO WS-WOULD-DECLINE-SW
                       MOVE "DDA ACCOUNT DORMANT"
                           TO WS-EXCEPTION-REASON
                   WHEN OTHER
                       COMPUTE WS-DDA-PROJ-BALANCE =
                           WS-DDA-BALANCE-WK - SL-AMOUNT
                       COMPUTE WS-DDA-OD-HEADROOM =
                           WS-DDA-PROJ-BALANCE + WS-DDA-OD-LIMIT-WK
                       IF WS-DDA-OD-HEADROOM < 0
                           MOVE 'Y' TO WS-WOULD-DECLINE-SW
                           MOVE "INSUFFICIENT DDA BALANCE"
                               TO WS-EXCEPTION-REASON
                       END-IF
               END-EVALUATE
           END-IF.

           IF WS-WOULD-DECLINE
           MOVE WS-SL-ACCT TO KD-ACCT-NO.
           MOVE WS-DDA-BALANCE-WK TO KD-AVAILABLE-BALANCE.
           MOVE WS-DDA-OD-LIMIT-WK TO KD-OVERDRAFT-LIMIT.
           MOVE WS-DDA-STATUS-WK TO KD-ACCT-STATUS.
           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE WS-SL-ACCT TO WS-KIO-KEY.
           IF WS-DDA-FOUND
