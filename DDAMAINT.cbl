      * may carry their own in the new trailing DA-OPERATOR-ID. A
      * shop with no OPERMAST file yet runs exactly as before, with
      * the operator recorded as UNKNOWN.
      *
      * UPDATE: new action REACTIVA (REACTIVATE keyed in full fits
      * the 8-byte action as REACTIVA) brings an account the monthly
      * DORMSCAN run marked dormant back into use - clears the
      * DDABAL status byte so ISSAUTH stops declining its debits.
      * Refused for an account that is not dormant. Audited like any
      * other action, under the signed-on operator, with the balance
      * unchanged; the reason text should say how the cardholder
      * was identified.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  DDAACTS-FILE.
       01  DDAACTS-RECORD.
           05 DA-ACTION                PIC X(8).
      *--     OPEN, DEPOSIT, WITHDRAW, ADJUST, SETODLIM, or
      *--     REACTIVA.
           05 DA-ACCT-NO               PIC X(19).
      *--     Account number - or a PAN, which resolves through
      *--     ACCTXREF first.
      *--     Signed so an approved overdraft can carry the balance
      *--     below zero - see ISSAUTH's 2043-POST-DEBIT.
           05 KD-OVERDRAFT-LIMIT      PIC 9(10)V99.
           05 KD-ACCT-STATUS          PIC X(1).
      *--     D = dormant (set by DORMSCAN), blank = active. Only
      *--     REACTIVA changes it; every other action carries it.
           88 KD-ACCT-DORMANT                  VALUE 'D'.
           05 FILLER                  PIC X(56).
       01  WS-DDA-FOUND-SW            PIC X(1) VALUE 'N'.
           88 WS-DDA-FOUND                     VALUE 'Y'.

           DISPLAY "      Operator: " WS-SESSION-OPER-ID.
           DISPLAY "=================================================".
           DISPLAY "    1. Enter an account action (OPEN/DEPOSIT/"
               "WITHDRAW/ADJUST/SETODLIM/REACTIVA)".
           DISPLAY "    2. Batch Mode (read actions from DDAACTS)".
           DISPLAY "    3. Exit".
           DISPLAY " ".
           MOVE SPACES TO WS-IN-ACTION.
           MOVE 0 TO DA-AMOUNT OF WS-IN-ACTION.
           MOVE 0 TO DA-OD-LIMIT OF WS-IN-ACTION.
           DISPLAY "Action (OPEN/DEPOSIT/WITHDRAW/ADJUST/SETODLIM/"
               "REACTIVA): ".
           ACCEPT DA-ACTION OF WS-IN-ACTION.
           DISPLAY "Account number (or PAN): ".
           ACCEPT DA-ACCT-NO OF WS-IN-ACTION.
                   PERFORM 3400-ACTION-ADJUST
               WHEN "SETODLIM"
                   PERFORM 3500-ACTION-SET-OD-LIMIT
               WHEN "REACTIVA"
                   PERFORM 3600-ACTION-REACTIVATE
               WHEN OTHER
                   DISPLAY "Unknown action '" DA-ACTION OF WS-IN-ACTION
                       "' for account " DA-ACCT-NO OF WS-IN-ACTION
                   " to " WS-ACT-NEW-OD-LIMIT
           END-IF.

      ******************************************************************
      * 3600-ACTION-REACTIVATE
      * Clears the dormant status DORMSCAN set, so the account takes
      * debits again. Balance and overdraft limit are untouched; the
      * audit record carries them unchanged, with the operator and
      * reason, as the record of who woke the account.
      ******************************************************************
       3600-ACTION-REACTIVATE.
           IF NOT WS-DDA-FOUND
               DISPLAY "REACTIVA refused - account " WS-ACT-ACCT-NO
                   " not on DDABAL"
           ELSE
               IF NOT KD-ACCT-DORMANT
                   DISPLAY "REACTIVA refused - account "
                       WS-ACT-ACCT-NO " is not dormant"
               ELSE
                   MOVE KD-AVAILABLE-BALANCE TO WS-ACT-OLD-BALANCE
                   MOVE SPACE TO KD-ACCT-STATUS
                   PERFORM 3800-CAPTURE-RESULT
                   DISPLAY "REACTIVA applied - account "
                       WS-ACT-ACCT-NO " is active again"
               END-IF
           END-IF.

      ******************************************************************
      * 3800-CAPTURE-RESULT
      * Common tail for the balance-moving actions: rewrites the
