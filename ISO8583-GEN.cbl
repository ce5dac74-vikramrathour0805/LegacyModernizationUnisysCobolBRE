      * starts signing and verifying with it - while still accepting
      * the prior version during the rollover grace window - without
      * anything being recompiled.
      *
      * UPDATE: option B builds an ATM Cash Withdrawal (0200, proc
      * code "010000") carrying the DE52 PIN and the ATM's own DE41
      * terminal ID (default ATM00001) - ISSAUTH only pays cash out
      * at a terminal TERMMAST marks as an ATM, against the card's
      * separate daily cash limit. TXNIN type 'W' drives the same
      * paragraph in batch mode. A Reversal (option 5 / TXNIN 'R')
      * now also finds an approved withdrawal by STAN and sends the
      * original proc code in DE3, so ISSAUTH backs it out of the
      * cash limit rather than the purchase velocity.
      *
      * UPDATE: option C builds an account-to-account Funds Transfer
      * (0200, proc code "400000") with the from/to accounts in
      * DE102/DE103, for ISSAUTH to debit and credit as one unit.
      * TRANLOG grows two trailing fields, TL-FROM-ACCT/TL-TO-ACCT
      * (same grow-at-the-end convention), stamped from DE102/DE103 on
      * both the request and the response record, so STMTGEN and
      * DDAPROOF can replay both sides of a transfer.
      *
      * UPDATE: option D builds a Card Activation (0100, proc code
      * "720000", zero amount) carrying the DE52 PIN - new and
      * reissued cards now start Not activated on CARDMAST, and
      * ISSAUTH declines them until the cardholder activates with the
      * right PIN. The 0110 is logged with a zero amount like any
      * other 0110.
      *
      * UPDATE: a purchase now asks whether the card is present. A
      * card-not-present (keyed, mail/phone or e-commerce) purchase
      * carries DE22 POS entry mode "010" - manual key entry, no PIN
      * entry capability - so ISSAUTH can apply a cardholder's
      * card-not-present block. A card-present purchase, and every
      * batch (TXNIN) purchase, sends no DE22, as before.
      *
      * UPDATE: TRANLOG grows a trailing TL-RRN carrying the DE37
      * retrieval reference number, on the request record and - like
      * DE42, taken from the request still in WS-ISO-MESSAGE - on its
      * response record, so the acquirer's clearing presentments can
      * be matched back to the approval (CLRMATCH).
      *
      * UPDATE: option E sends a terminal's close-of-day
      * reconciliation request (0500) - the terminal's own debit,
      * credit and debit-reversal counts and totals for the day in
      * DE76/88, DE74/86 and DE77/89 - to TERMRECON, which totals
      * TRANLOG for the same terminal and day and answers 0510 in or
      * out of balance. Both messages are logged to TRANLOG as usual.
      *
      * UPDATE: card messages are now routed by BIN. BINROUTE is a
      * small table of PAN-prefix ranges, each marked on-us (one of
      * our own cards - sent to ISSAUTH as before) or off-us (another
      * issuer's card - forwarded to the card network named on the
      * range). The network leg is simulated: each off-us range
      * carries the response code the network answers with and how
      * long it takes to answer, and anything slower than the
      * range's timeout is answered '91' here and, for a financial
      * 0200, followed by an automatic reversal advice so the network
      * unwinds anything it approved after we stopped waiting. A PAN
      * in no range (or no BINROUTE at all) is treated as on-us, the
      * way every card was before. TRANLOG grows TL-ROUTE and
      * TL-NETWORK-ID so ISO8583-SETL can settle the two apart.
      *
      * UPDATE: the end-of-day driver EODRUN CALLs this program as its
      * GENBATCH step, so it now ends with GOBACK (the same as STOP
      * RUN when it is run on its own) and sets a completion code:
      * 8 when batch mode could not run for want of TXNIN, 0
      * otherwise.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MACKEYS-FILE ASSIGN TO "MACKEYS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MACKEYS-STATUS.
      *-- BINROUTE is the BIN routing table - one record per PAN-
      *-- prefix range, on-us or off-us, loaded on first use by
      *-- 3120-LOAD-BIN-TABLE. Missing means everything is on-us.
           SELECT BINROUTE-FILE ASSIGN TO "BINROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BINROUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- is MMDD-only and blank on responses), stamped by
      *-- 9420-WRITE-TRANLOG. STMTGEN and DDAPROOF bound their
      *-- replays on it.
           05 TL-FROM-ACCT             PIC X(19).
           05 TL-TO-ACCT               PIC X(19).
      *-- DE102/DE103 on a funds transfer (proc code 40xxxx) - the
      *-- debited and credited accounts, so STMTGEN and DDAPROOF can
      *-- replay both sides. Blank on every other message.
           05 TL-RRN                   PIC X(12).
      *-- DE37 retrieval reference number, on the request and on its
      *-- response, so CLRMATCH can match the acquirer's clearing
      *-- presentments back to the approval. Blank on a message that
      *-- carries no DE37.
           05 TL-ROUTE                 PIC X(1).
      *-- 'O' = on-us (answered by ISSAUTH), 'F' = off-us (forwarded
      *-- to the card network in TL-NETWORK-ID). Blank on a message
      *-- with no card (0800, 0500) and on records logged before BIN
      *-- routing existed - readers treat blank as on-us.
           05 TL-NETWORK-ID            PIC X(4).

       FD  BATCH-INPUT-FILE.
       01  BATCH-INPUT-RECORD.
           05 BI-TXN-TYPE               PIC X(1).
      *--    'P' = purchase, 'R' = reversal, 'C' = refund/credit,
      *--    'W' = ATM cash withdrawal
           05 BI-PAN                    PIC X(19).
           05 BI-AMOUNT                 PIC 9(10)V99.
           05 BI-PIN                    PIC X(4).
           05 MK-EFF-DATE               PIC 9(8).
      *--     YYYYMMDD the key becomes effective.

       FD  BINROUTE-FILE.
       01  BINROUTE-RECORD.
           05 BR-BIN-LOW                PIC X(6).
           05 BR-BIN-HIGH               PIC X(6).
      *--     Inclusive range of the PAN's first six digits.
           05 BR-ROUTE                  PIC X(1).
      *--     'O' = on-us, 'F' = off-us (forward to the network).
           05 BR-NETWORK-ID             PIC X(4).
           05 BR-SIM-RESP-CODE          PIC X(2).
      *--     DE39 the simulated network answers a request with -
      *--     blank answers '00'. Advices (0220/0420) are always
      *--     acknowledged '00'.
           05 BR-SIM-RESP-SECS          PIC 9(3).
      *--     How long the simulated network takes to answer.
           05 BR-TIMEOUT-SECS           PIC 9(3).
      *--     How long we wait before giving up - zero means the
      *--     default in WS-NET-TIMEOUT-DEFAULT.

       WORKING-STORAGE SECTION.

      ******************************************************************
              10 DE012-LOCAL-TIME     PIC X(6).
              10 DE013-LOCAL-DATE     PIC X(4).
              10 DE014-EXPIRY-DATE    PIC X(4).
              10 DE022-POS-ENTRY-MODE PIC X(3).
              10 DE024-FUNC-CODE      PIC X(3).
              10 DE032-ACQ-ID-LEN     PIC 9(2) COMP.
              10 DE032-ACQ-ID         PIC X(11).
              10 DE052-PIN-BLOCK      PIC X(4).
              10 DE053-NEW-PIN-BLOCK  PIC X(4).
              10 DE070-NET-MGMT-CODE  PIC X(3).
      *-- DE74/76/77 and DE86/88/89 carry a terminal's own counts and
      *-- totals on a reconciliation request (0500).
              10 DE074-CREDITS-COUNT  PIC 9(10).
              10 DE076-DEBITS-COUNT   PIC 9(10).
              10 DE077-DEBIT-REV-COUNT PIC 9(10).
              10 DE086-CREDITS-AMOUNT PIC X(16).
              10 DE088-DEBITS-AMOUNT  PIC X(16).
              10 DE089-DEBIT-REV-AMOUNT PIC X(16).
              10 DE090-ORIG-DATA-LEN  PIC 9(2) COMP.
              10 DE090-ORIG-DATA      PIC X(42).
              10 DE102-FROM-ACCT-LEN  PIC 9(2) COMP.
              10 DE102-FROM-ACCT      PIC X(19).
              10 DE103-TO-ACCT-LEN    PIC 9(2) COMP.
              10 DE103-TO-ACCT        PIC X(19).
              10 DE123-BILLING-ZIP    PIC X(9).

       01  WS-MESSAGE-BUFFER         PIC X(2048).
       01  WS-NEW-PIN-INPUT          PIC X(4).
       01  WS-ZIP-INPUT              PIC X(9).
       01  WS-EXPIRY-INPUT           PIC X(4).
       01  WS-CNP-INPUT              PIC X(1).
       01  WS-TERM-INPUT             PIC X(8).
       01  WS-FROM-ACCT-INPUT        PIC X(19).
       01  WS-TO-ACCT-INPUT          PIC X(19).
       01  WS-COUNT-INPUT            PIC Z(5)9.
       01  WS-RECON-AMOUNT           PIC 9(14)V99.
      *-- Real per-transaction STAN, incremented for every Purchase and
      *-- Reversal this run sends, so ISSAUTH's STAN+PAN+amount
      *-- duplicate-detection key and ISO8583-SETL's/4100-LOOKUP-
       01  WS-BATCH-SKIP-IDX         PIC 9(9) VALUE 0.
       01  WS-BATCH-RESUMED-SW       PIC X(1) VALUE 'N'.
           88 WS-BATCH-RESUMED                 VALUE 'Y'.
      *-- On when option 7 found no TXNIN - the completion code
      *-- EODRUN reads back is 8.
       01  WS-BATCH-FAILED-SW        PIC X(1) VALUE 'N'.
           88 WS-BATCH-FAILED                  VALUE 'Y'.
      *-- What BO-PASS-FLAG carries on every BATCHOUT line this run
      *-- writes - 'R' only when the run resumed from a checkpoint.
       01  WS-PASS-FLAG              PIC X(1) VALUE SPACE.
       01  WS-KEY-EFF-DATE           PIC 9(8).
       01  WS-KEY-TIME-SEED          PIC X(6).

      ******************************************************************
      * BIN ROUTING WORK AREA
      * The BINROUTE table, loaded once per run, and the route the
      * current message takes - set by 3110-DETERMINE-ROUTE when the
      * request is logged, used by 3100 to pick ISSAUTH or the
      * network, and stamped on both TRANLOG records.
      ******************************************************************
       01  WS-BINROUTE-STATUS        PIC X(2).
       01  WS-BIN-LOADED-SW          PIC X(1) VALUE 'N'.
           88 WS-BIN-LOADED                    VALUE 'Y'.
       01  WS-BIN-TABLE-AREA.
           05 WS-BIN-ENTRY OCCURS 50 TIMES INDEXED BY WS-BIN-IDX.
              10 WS-BIN-LOW          PIC X(6).
              10 WS-BIN-HIGH         PIC X(6).
              10 WS-BIN-ROUTE        PIC X(1).
              10 WS-BIN-NETWORK-ID   PIC X(4).
              10 WS-BIN-SIM-RESP-CODE PIC X(2).
              10 WS-BIN-SIM-RESP-SECS PIC 9(3).
              10 WS-BIN-TIMEOUT-SECS PIC 9(3).
       01  WS-BIN-COUNT-OF-RECS      PIC 9(3) VALUE 0.
       01  WS-BIN-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-ROUTE                  PIC X(1) VALUE SPACE.
           88 WS-ROUTE-OFF-US                  VALUE 'F'.
       01  WS-ROUTE-NETWORK-ID       PIC X(4) VALUE SPACES.
       01  WS-NET-TIMEOUT-DEFAULT    PIC 9(3) VALUE 30.
       01  WS-NET-TIMEOUT-SECS       PIC 9(3).
      *-- The simulated network's answer, laid out at ISSAUTH's
      *-- response offsets so 9410-LOG-RESPONSE and batch mode read
      *-- it exactly as they read ISSAUTH's.
       01  WS-NET-RESPONSE.
           05 WS-NET-MTI             PIC X(4).
           05 WS-NET-BITMAP          PIC X(8).
           05 WS-NET-PAN             PIC X(19).
           05 WS-NET-PROC-CODE       PIC X(6).
           05 WS-NET-AMOUNT          PIC X(12).
           05 WS-NET-STAN            PIC X(6).
           05 WS-NET-AUTH-ID         PIC X(6).
           05 WS-NET-RESP-CODE       PIC X(2).
           05 WS-NET-TERM-ID         PIC X(8).
       01  WS-NET-TIMED-OUT-SW       PIC X(1) VALUE 'N'.
           88 WS-NET-TIMED-OUT                 VALUE 'Y'.

      ******************************************************************
      * TRANLOG WORK AREA
      ******************************************************************
       01  WS-ORIG-DATETIME          PIC X(10).
       01  WS-ORIG-MERCHANT-ID       PIC X(15).
       01  WS-ORIG-TERM-ID           PIC X(8).
      *-- The original's DE3 - "000000" purchase or 01xxxx cash
      *-- withdrawal - sent back on the reversal.
       01  WS-ORIG-PROC-CODE         PIC X(6).

      ******************************************************************
      * PROCEDURE DIVISION
                           DISPLAY "Not signed on to network - "
                               "sign on first (option 1)."
                       END-IF
                   WHEN 'B'
                       IF WS-SIGNED-ON
                           PERFORM 3500-PROCESS-CASH-WITHDRAWAL
                       ELSE
                           DISPLAY "Not signed on to network - "
                               "sign on first (option 1)."
                       END-IF
                   WHEN 'C'
                       IF WS-SIGNED-ON
                           PERFORM 3600-PROCESS-FUNDS-TRANSFER
                       ELSE
                           DISPLAY "Not signed on to network - "
                               "sign on first (option 1)."
                       END-IF
                   WHEN 'D'
                       IF WS-SIGNED-ON
                           PERFORM 3700-PROCESS-CARD-ACTIVATION
                       ELSE
                           DISPLAY "Not signed on to network - "
                               "sign on first (option 1)."
                       END-IF
                   WHEN 'E'
                       IF WS-SIGNED-ON
                           PERFORM 3800-PROCESS-TERMINAL-RECON
                       ELSE
                           DISPLAY "Not signed on to network - "
                               "sign on first (option 1)."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM.

           DISPLAY "Program terminating.".
           IF WS-BATCH-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-DISPLAY-MENU SECTION
           DISPLAY "  FINANCIAL (0200):".
           DISPLAY "    4. Purchase Transaction".
           DISPLAY "    8. Refund/Credit Transaction".
           DISPLAY "    B. Cash Withdrawal (ATM)".
           DISPLAY "    C. Funds Transfer Between Accounts".
           DISPLAY " ".
           DISPLAY "  BALANCE INQUIRY (0100):".
           DISPLAY "    9. Balance Inquiry".
           DISPLAY "  PIN CHANGE (0620):".
           DISPLAY "    A. PIN Change".
           DISPLAY " ".
           DISPLAY "  CARD ACTIVATION (0100):".
           DISPLAY "    D. Activate a New or Reissued Card".
           DISPLAY " ".
           DISPLAY "  RECONCILIATION (0500):".
           DISPLAY "    E. Terminal Close-of-Day Reconciliation".
           DISPLAY " ".
           DISPLAY "  REVERSAL (0420):".
           DISPLAY "    5. Reversal Advice".
           DISPLAY " ".
      *-- earlier interactive purchase and trips a check by accident.
           MOVE SPACES TO WS-ZIP-INPUT.
           MOVE SPACES TO WS-EXPIRY-INPUT.
           MOVE SPACES TO WS-CNP-INPUT.

           IF NOT WS-BATCH-MODE
               DISPLAY "Enter PAN (Card Number): "
               END-IF
               DISPLAY "Enter Billing Zip (blank to skip AVS): "
               ACCEPT WS-ZIP-INPUT
               DISPLAY "Card not present - keyed/online? (Y/N, "
                   "blank = N): "
               ACCEPT WS-CNP-INPUT
           END-IF.

           MOVE 2 TO WS-BIT-NUMBER.
               PERFORM 9100-SET-BIT-ON
               MOVE WS-ZIP-INPUT TO DE123-BILLING-ZIP
           END-IF.
      *-- DE22 only on a card-not-present purchase, same convention.
           IF WS-CNP-INPUT = "Y" OR WS-CNP-INPUT = "y"
               MOVE 22 TO WS-BIT-NUMBER
               PERFORM 9100-SET-BIT-ON
               MOVE "010" TO DE022-POS-ENTRY-MODE
           END-IF.

           PERFORM 9200-CONSTRUCT-AND-DISPLAY-MSG.
           PERFORM 3100-SEND-FOR-AUTHORIZATION.
      ******************************************************************
       3100-SEND-FOR-AUTHORIZATION.
           DISPLAY " ".
      *-- WS-ROUTE was set from the PAN's BIN when 9400 logged the
      *-- request - an off-us card never reaches ISSAUTH.
           IF WS-ROUTE-OFF-US
               PERFORM 3130-FORWARD-TO-NETWORK
           ELSE
               DISPLAY ">>> Calling ISSAUTH program for "
                   "authorization..."
               CALL "ISSAUTH" USING WS-MESSAGE-BUFFER,
                   WS-RESPONSE-BUFFER
               DISPLAY "<<< Returned from ISSAUTH program."
           END-IF.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "      Issuer Response (0210) Received".
           END-IF.
           DISPLAY "-------------------------------------------------".
           PERFORM 9410-LOG-RESPONSE.
           IF WS-ROUTE-OFF-US AND WS-NET-TIMED-OUT
                   AND WS-MTI = "0200"
               PERFORM 3140-LOG-TIMEOUT-REVERSAL
           END-IF.

      ******************************************************************
      * 3110-DETERMINE-ROUTE
      * Looks the PAN's first six digits up in BINROUTE. The first
      * range that holds it decides the route; a PAN in no range, or
      * a run with no BINROUTE, is on-us - ISSAUTH answers it the way
      * it answered every card before routing existed. A message with
      * no PAN (0800, 0500) has no route at all.
      ******************************************************************
       3110-DETERMINE-ROUTE.
           MOVE SPACE TO WS-ROUTE.
           MOVE SPACES TO WS-ROUTE-NETWORK-ID.
           MOVE 0 TO WS-BIN-MATCH-IDX.
           IF DE002-PAN NOT = SPACES
               IF NOT WS-BIN-LOADED
                   PERFORM 3120-LOAD-BIN-TABLE
               END-IF
               MOVE 'O' TO WS-ROUTE
               PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                       UNTIL WS-BIN-IDX > WS-BIN-COUNT-OF-RECS
                           OR WS-BIN-MATCH-IDX > 0
                   IF DE002-PAN(1:6) >= WS-BIN-LOW(WS-BIN-IDX)
                           AND DE002-PAN(1:6) <= WS-BIN-HIGH(WS-BIN-IDX)
                       MOVE WS-BIN-IDX TO WS-BIN-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-BIN-MATCH-IDX > 0
                       AND WS-BIN-ROUTE(WS-BIN-MATCH-IDX) = 'F'
                   MOVE 'F' TO WS-ROUTE
                   MOVE WS-BIN-NETWORK-ID(WS-BIN-MATCH-IDX)
                       TO WS-ROUTE-NETWORK-ID
               END-IF
           END-IF.

      ******************************************************************
      * 3120-LOAD-BIN-TABLE
      * Loaded once per run. A missing or empty BINROUTE leaves the
      * table empty, so every card routes on-us.
      ******************************************************************
       3120-LOAD-BIN-TABLE.
           MOVE 'Y' TO WS-BIN-LOADED-SW.
           OPEN INPUT BINROUTE-FILE.
           IF WS-BINROUTE-STATUS = "35"
               DISPLAY "No BINROUTE table found - routing every card "
                   "on-us to ISSAUTH"
           ELSE
               PERFORM UNTIL WS-BINROUTE-STATUS = "10"
                   READ BINROUTE-FILE
                       AT END
                           MOVE "10" TO WS-BINROUTE-STATUS
                       NOT AT END
                           IF WS-BIN-COUNT-OF-RECS < 50
                               ADD 1 TO WS-BIN-COUNT-OF-RECS
                               MOVE BINROUTE-RECORD TO
                                   WS-BIN-ENTRY(WS-BIN-COUNT-OF-RECS)
                           ELSE
                               DISPLAY "WARNING: BINROUTE table full - "
                                   "range " BR-BIN-LOW "-" BR-BIN-HIGH
                                   " ignored"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BINROUTE-FILE
           END-IF.

      ******************************************************************
      * 3130-FORWARD-TO-NETWORK
      * The off-us leg: the request goes to the card network named on
      * the PAN's BIN range instead of ISSAUTH. The network is
      * simulated from the range itself - its response code and how
      * long it takes to answer. If that is longer than we wait (the
      * range's own timeout, or WS-NET-TIMEOUT-DEFAULT), the request
      * is answered '91' (issuer or switch inoperative) here, the
      * same code ISSAUTH's stand-in declines with. The answer is
      * built at ISSAUTH's fixed response offsets, so everything
      * downstream of 3100 treats both routes alike.
      ******************************************************************
       3130-FORWARD-TO-NETWORK.
           DISPLAY ">>> Off-us card - forwarding to network "
               WS-ROUTE-NETWORK-ID "...".
           MOVE 'N' TO WS-NET-TIMED-OUT-SW.
           IF WS-BIN-TIMEOUT-SECS(WS-BIN-MATCH-IDX) IS NUMERIC
                   AND WS-BIN-TIMEOUT-SECS(WS-BIN-MATCH-IDX) > 0
               MOVE WS-BIN-TIMEOUT-SECS(WS-BIN-MATCH-IDX)
                   TO WS-NET-TIMEOUT-SECS
           ELSE
               MOVE WS-NET-TIMEOUT-DEFAULT TO WS-NET-TIMEOUT-SECS
           END-IF.
           IF WS-BIN-SIM-RESP-SECS(WS-BIN-MATCH-IDX) IS NUMERIC
                   AND WS-BIN-SIM-RESP-SECS(WS-BIN-MATCH-IDX)
                       > WS-NET-TIMEOUT-SECS
               MOVE 'Y' TO WS-NET-TIMED-OUT-SW
           END-IF.

           EVALUATE WS-MTI
               WHEN "0100"
                   MOVE "0110" TO WS-NET-MTI
               WHEN "0220"
                   MOVE "0230" TO WS-NET-MTI
               WHEN "0400"
                   MOVE "0410" TO WS-NET-MTI
               WHEN "0420"
                   MOVE "0430" TO WS-NET-MTI
               WHEN "0620"
                   MOVE "0630" TO WS-NET-MTI
               WHEN OTHER
                   MOVE "0210" TO WS-NET-MTI
           END-EVALUATE.
           MOVE X'F238000100800000' TO WS-NET-BITMAP.
           MOVE DE002-PAN TO WS-NET-PAN.
           MOVE DE003-PROC-CODE TO WS-NET-PROC-CODE.
           MOVE DE004-TRAN-AMOUNT TO WS-NET-AMOUNT.
           MOVE DE011-STAN TO WS-NET-STAN.
           MOVE DE041-CARD-TERM-ID TO WS-NET-TERM-ID.

           EVALUATE TRUE
               WHEN WS-NET-TIMED-OUT
                   MOVE "TIMOUT" TO WS-NET-AUTH-ID
                   MOVE "91" TO WS-NET-RESP-CODE
                   DISPLAY "*** NO ANSWER FROM NETWORK "
                       WS-ROUTE-NETWORK-ID " WITHIN "
                       WS-NET-TIMEOUT-SECS " SECONDS - TIMED OUT ***"
               WHEN WS-MTI = "0220" OR WS-MTI = "0420"
                   STRING "FW" WS-ROUTE-NETWORK-ID DELIMITED BY SIZE
                       INTO WS-NET-AUTH-ID
                   MOVE "00" TO WS-NET-RESP-CODE
               WHEN OTHER
                   STRING "FW" WS-ROUTE-NETWORK-ID DELIMITED BY SIZE
                       INTO WS-NET-AUTH-ID
                   IF WS-BIN-SIM-RESP-CODE(WS-BIN-MATCH-IDX) = SPACES
                       MOVE "00" TO WS-NET-RESP-CODE
                   ELSE
                       MOVE WS-BIN-SIM-RESP-CODE(WS-BIN-MATCH-IDX)
                           TO WS-NET-RESP-CODE
                   END-IF
           END-EVALUATE.

           MOVE SPACES TO WS-RESPONSE-BUFFER.
           MOVE WS-NET-RESPONSE TO WS-RESPONSE-BUFFER(1:71).
           DISPLAY "<<< Returned from network " WS-ROUTE-NETWORK-ID ".".

      ******************************************************************
      * 3140-LOG-TIMEOUT-REVERSAL
      * A timed-out 0200 may still have been approved at the far end
      * after we stopped waiting - the cardholder would be charged for
      * a sale we declined. The standard cure is a reversal advice
      * (0420) for it under a fresh STAN, naming the timed-out STAN
      * the way any reversal names its original. The network is not
      * answering, so the advice is logged to TRANLOG for the network
      * to take up when it is back, not sent and waited on here.
      ******************************************************************
       3140-LOG-TIMEOUT-REVERSAL.
           ADD 1 TO WS-STAN-SEQ-NUM.
           MOVE "0420" TO TL-MTI.
           MOVE WS-STAN-SEQ-NUM TO TL-STAN.
           MOVE DE002-PAN TO TL-PAN.
           MOVE DE004-TRAN-AMOUNT TO TL-AMOUNT.
           MOVE DE007-TRAN-DATETIME TO TL-DATETIME.
           MOVE SPACES TO TL-RESP-CODE.
           MOVE SPACES TO TL-NET-MGMT-CODE.
           MOVE DE003-PROC-CODE TO TL-PROC-CODE.
           MOVE DE042-CARD-ACCP-ID TO TL-MERCHANT-ID.
           MOVE DE041-CARD-TERM-ID TO TL-TERM-ID.
           MOVE DE011-STAN TO TL-ORIG-STAN.
           MOVE DE102-FROM-ACCT TO TL-FROM-ACCT.
           MOVE DE103-TO-ACCT TO TL-TO-ACCT.
           MOVE DE037-RRN TO TL-RRN.
           MOVE WS-ROUTE TO TL-ROUTE.
           MOVE WS-ROUTE-NETWORK-ID TO TL-NETWORK-ID.
           PERFORM 9420-WRITE-TRANLOG.
           DISPLAY "Reversal advice 0420 STAN " WS-STAN-SEQ-NUM
               " logged for timed-out STAN " DE011-STAN.

      ******************************************************************
      * 3200-PROCESS-FINANCIAL-REFUND
           PERFORM 9200-CONSTRUCT-AND-DISPLAY-MSG.
           PERFORM 3100-SEND-FOR-AUTHORIZATION.

      ******************************************************************
      * 3500-PROCESS-CASH-WITHDRAWAL
      * Builds and sends an ATM Cash Withdrawal (0200, proc code
      * "010000"). Laid out like 3000-PROCESS-FINANCIAL-PURCHASE, but
      * DE41 is the ATM the cash comes out of - ISSAUTH refuses cash
      * from any terminal TERMMAST does not type as an ATM - and the
      * DE52 PIN is mandatory there, so it is always sent. No AVS or
      * DE14: an ATM reads the card itself.
      ******************************************************************
       3500-PROCESS-CASH-WITHDRAWAL.
           PERFORM 9000-INITIALIZE-MESSAGE.
           MOVE "0200" TO WS-MTI.
           MOVE "MERCHANT0000001" TO DE042-CARD-ACCP-ID.
           MOVE SPACES TO WS-TERM-INPUT.

           IF NOT WS-BATCH-MODE
               DISPLAY "Enter PAN (Card Number): "
               ACCEPT WS-PAN-INPUT
               DISPLAY "Enter Amount (e.g., 123.45): "
               ACCEPT WS-AMOUNT-INPUT
               MOVE WS-AMOUNT-INPUT TO WS-AMOUNT-FORMATTED
               DISPLAY "Enter PIN (4 digits): "
               ACCEPT WS-PIN-INPUT
               DISPLAY "Enter CVV (3 digits): "
               ACCEPT WS-CVV-INPUT
               DISPLAY "Enter ATM Terminal ID (blank for default): "
               ACCEPT WS-TERM-INPUT
           END-IF.

           MOVE 2 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE LENGTH OF WS-PAN-INPUT TO DE002-PAN-LEN.
           MOVE WS-PAN-INPUT TO DE002-PAN.
           MOVE 3 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "010000" TO DE003-PROC-CODE.
           MOVE 4 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           STRING WS-AMOUNT-FORMATTED DELIMITED BY SIZE
               INTO DE004-TRAN-AMOUNT.
           MOVE 7 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "0813103200" TO DE007-TRAN-DATETIME.
           MOVE 11 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           ADD 1 TO WS-STAN-SEQ-NUM.
           MOVE WS-STAN-SEQ-NUM TO DE011-STAN.
           MOVE 41 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           IF WS-TERM-INPUT NOT = SPACES
               MOVE WS-TERM-INPUT TO DE041-CARD-TERM-ID
           ELSE
               MOVE "ATM00001" TO DE041-CARD-TERM-ID
           END-IF.
           MOVE 37 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           STRING DE007-TRAN-DATETIME(1:2) DELIMITED BY SIZE
                  DE041-CARD-TERM-ID(5:4) DELIMITED BY SIZE
                  WS-STAN-SEQ-NUM DELIMITED BY SIZE
               INTO DE037-RRN.
           MOVE 42 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 35 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE WS-CVV-INPUT TO DE035-CVV.
           MOVE 52 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE WS-PIN-INPUT TO DE052-PIN-BLOCK.

           PERFORM 9200-CONSTRUCT-AND-DISPLAY-MSG.
           PERFORM 3100-SEND-FOR-AUTHORIZATION.

      ******************************************************************
      * 3600-PROCESS-FUNDS-TRANSFER
      * Builds and sends an account-to-account Funds Transfer (0200,
      * proc code "400000") moving the amount from the DE102 account
      * to the DE103 account, both of which must be cross-referenced
      * to the card on ACCTXREF. ISSAUTH posts the debit and credit
      * as one unit (2080-PROCESS-TRANSFER); the accounts are logged
      * on TRANLOG so statements and the proof replay both sides.
      ******************************************************************
       3600-PROCESS-FUNDS-TRANSFER.
           PERFORM 9000-INITIALIZE-MESSAGE.
           MOVE "0200" TO WS-MTI.
           MOVE "MERCHANT0000001" TO DE042-CARD-ACCP-ID.

           DISPLAY "Enter PAN (Card Number): ".
           ACCEPT WS-PAN-INPUT.
           DISPLAY "Enter Amount (e.g., 123.45): ".
           ACCEPT WS-AMOUNT-INPUT.
           MOVE WS-AMOUNT-INPUT TO WS-AMOUNT-FORMATTED.
           DISPLAY "Enter PIN (4 digits): ".
           ACCEPT WS-PIN-INPUT.
           DISPLAY "Enter CVV (3 digits): ".
           ACCEPT WS-CVV-INPUT.
           DISPLAY "Enter FROM Account Number: ".
           ACCEPT WS-FROM-ACCT-INPUT.
           DISPLAY "Enter TO Account Number: ".
           ACCEPT WS-TO-ACCT-INPUT.

           MOVE 2 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE LENGTH OF WS-PAN-INPUT TO DE002-PAN-LEN.
           MOVE WS-PAN-INPUT TO DE002-PAN.
           MOVE 3 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "400000" TO DE003-PROC-CODE.
           MOVE 4 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           STRING WS-AMOUNT-FORMATTED DELIMITED BY SIZE
               INTO DE004-TRAN-AMOUNT.
           MOVE 7 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "0813103200" TO DE007-TRAN-DATETIME.
           MOVE 11 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           ADD 1 TO WS-STAN-SEQ-NUM.
           MOVE WS-STAN-SEQ-NUM TO DE011-STAN.
           MOVE 41 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "TERM1234" TO DE041-CARD-TERM-ID.
           MOVE 37 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           STRING DE007-TRAN-DATETIME(1:2) DELIMITED BY SIZE
                  DE041-CARD-TERM-ID(5:4) DELIMITED BY SIZE
                  WS-STAN-SEQ-NUM DELIMITED BY SIZE
               INTO DE037-RRN.
           MOVE 42 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 35 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE WS-CVV-INPUT TO DE035-CVV.
           MOVE 52 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE WS-PIN-INPUT TO DE052-PIN-BLOCK.
           MOVE 102 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE LENGTH OF WS-FROM-ACCT-INPUT TO DE102-FROM-ACCT-LEN.
           MOVE WS-FROM-ACCT-INPUT TO DE102-FROM-ACCT.
           MOVE 103 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE LENGTH OF WS-TO-ACCT-INPUT TO DE103-TO-ACCT-LEN.
           MOVE WS-TO-ACCT-INPUT TO DE103-TO-ACCT.

           PERFORM 9200-CONSTRUCT-AND-DISPLAY-MSG.
           PERFORM 3100-SEND-FOR-AUTHORIZATION.

      ******************************************************************
      * 3700-PROCESS-CARD-ACTIVATION
      * Builds and sends a Card Activation (0100, proc code "720000")
      * for a card CARDMAINT issued Not activated. The DE52 PIN is
      * what proves the cardholder has the card - ISSAUTH checks it
      * against the card's PIN verification value before turning the
      * card on (and closing the card it replaces, on a reissue to a
      * new number). No amount moves.
      ******************************************************************
       3700-PROCESS-CARD-ACTIVATION.
           PERFORM 9000-INITIALIZE-MESSAGE.
           MOVE "0100" TO WS-MTI.
           MOVE "MERCHANT0000001" TO DE042-CARD-ACCP-ID.
           MOVE 0 TO WS-AMOUNT-FORMATTED.

           IF NOT WS-BATCH-MODE
               DISPLAY "Enter PAN (Card Number): "
               ACCEPT WS-PAN-INPUT
               DISPLAY "Enter PIN (4 digits): "
               ACCEPT WS-PIN-INPUT
           END-IF.

           MOVE 2 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE LENGTH OF WS-PAN-INPUT TO DE002-PAN-LEN.
           MOVE WS-PAN-INPUT TO DE002-PAN.
           MOVE 3 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "720000" TO DE003-PROC-CODE.
           MOVE 4 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           STRING WS-AMOUNT-FORMATTED DELIMITED BY SIZE
               INTO DE004-TRAN-AMOUNT.
           MOVE 7 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "0813103200" TO DE007-TRAN-DATETIME.
           MOVE 11 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           ADD 1 TO WS-STAN-SEQ-NUM.
           MOVE WS-STAN-SEQ-NUM TO DE011-STAN.
           MOVE 41 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "TERM1234" TO DE041-CARD-TERM-ID.
           MOVE 37 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           STRING DE007-TRAN-DATETIME(1:2) DELIMITED BY SIZE
                  DE041-CARD-TERM-ID(5:4) DELIMITED BY SIZE
                  WS-STAN-SEQ-NUM DELIMITED BY SIZE
               INTO DE037-RRN.
           MOVE 42 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 52 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE WS-PIN-INPUT TO DE052-PIN-BLOCK.

           PERFORM 9200-CONSTRUCT-AND-DISPLAY-MSG.
           PERFORM 3100-SEND-FOR-AUTHORIZATION.

      ******************************************************************
      * 3800-PROCESS-TERMINAL-RECON
      * Builds a terminal's close-of-day reconciliation request (0500)
      * from the totals printed on the terminal's own end-of-day
      * report - debits (purchases and cash) in DE76/DE88, credits
      * (refunds) in DE74/DE86, debit reversals in DE77/DE89 - and
      * sends it to TERMRECON, the acquirer host, which totals
      * TRANLOG for the same terminal and day and answers in or out
      * of balance.
      ******************************************************************
       3800-PROCESS-TERMINAL-RECON.
           PERFORM 9000-INITIALIZE-MESSAGE.
           MOVE "0500" TO WS-MTI.

           DISPLAY "Enter Terminal ID (blank for TERM1234): ".
           ACCEPT WS-TERM-INPUT.
           IF WS-TERM-INPUT = SPACES
               MOVE "TERM1234" TO WS-TERM-INPUT
           END-IF.
           DISPLAY
               "Enter terminal's debit count (purchases + cash): ".
           ACCEPT WS-COUNT-INPUT.
           MOVE WS-COUNT-INPUT TO DE076-DEBITS-COUNT.
           DISPLAY "Enter terminal's debit total (e.g., 123.45): ".
           ACCEPT WS-AMOUNT-INPUT.
           MOVE WS-AMOUNT-INPUT TO WS-RECON-AMOUNT.
           STRING WS-RECON-AMOUNT DELIMITED BY SIZE
               INTO DE088-DEBITS-AMOUNT.
           DISPLAY "Enter terminal's refund count: ".
           ACCEPT WS-COUNT-INPUT.
           MOVE WS-COUNT-INPUT TO DE074-CREDITS-COUNT.
           DISPLAY "Enter terminal's refund total: ".
           ACCEPT WS-AMOUNT-INPUT.
           MOVE WS-AMOUNT-INPUT TO WS-RECON-AMOUNT.
           STRING WS-RECON-AMOUNT DELIMITED BY SIZE
               INTO DE086-CREDITS-AMOUNT.
           DISPLAY "Enter terminal's reversal count: ".
           ACCEPT WS-COUNT-INPUT.
           MOVE WS-COUNT-INPUT TO DE077-DEBIT-REV-COUNT.
           DISPLAY "Enter terminal's reversal total: ".
           ACCEPT WS-AMOUNT-INPUT.
           MOVE WS-AMOUNT-INPUT TO WS-RECON-AMOUNT.
           STRING WS-RECON-AMOUNT DELIMITED BY SIZE
               INTO DE089-DEBIT-REV-AMOUNT.

           MOVE 7 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE "0813235900" TO DE007-TRAN-DATETIME.
           MOVE 11 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           ADD 1 TO WS-STAN-SEQ-NUM.
           MOVE WS-STAN-SEQ-NUM TO DE011-STAN.
           MOVE 41 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE WS-TERM-INPUT TO DE041-CARD-TERM-ID.
           MOVE 74 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 76 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 77 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 86 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 88 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.
           MOVE 89 TO WS-BIT-NUMBER.
           PERFORM 9100-SET-BIT-ON.

           PERFORM 9200-CONSTRUCT-AND-DISPLAY-MSG.
           PERFORM 3810-SEND-FOR-RECONCILIATION.

      ******************************************************************
      * 3810-SEND-FOR-RECONCILIATION
      * Calls the acquirer host and displays the 0510. TERMRECON
      * answers at ISSAUTH's fixed response offsets, so the response
      * is logged through 9410-LOG-RESPONSE like any other; DE66 sits
      * at 72 and the host's counts/amounts (10 + 16 digits per
      * category: debits, credits, debit reversals) from 73.
      ******************************************************************
       3810-SEND-FOR-RECONCILIATION.
           DISPLAY " ".
           DISPLAY ">>> Calling TERMRECON program for "
               "reconciliation...".
           CALL "TERMRECON" USING WS-MESSAGE-BUFFER, WS-RESPONSE-BUFFER.
           DISPLAY "<<< Returned from TERMRECON program.".
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "      Reconciliation Response (0510) Received".
           DISPLAY "-------------------------------------------------".
           DISPLAY "Full Response Message: ".
           DISPLAY WS-RESPONSE-BUFFER(1:150).
           EVALUATE WS-RESPONSE-BUFFER(62:2)
               WHEN "00"
                   DISPLAY "*** TERMINAL IN BALANCE ***"
               WHEN "95"
                   DISPLAY "*** TERMINAL OUT OF BALANCE - variance "
                       "reported to the merchant desk ***"
               WHEN "58"
                   DISPLAY "*** TERMINAL NOT ON FILE ***"
               WHEN OTHER
                   DISPLAY "*** RECONCILIATION REFUSED - response "
                       WS-RESPONSE-BUFFER(62:2) " ***"
           END-EVALUATE.
           DISPLAY "Host debits:    " WS-RESPONSE-BUFFER(73:10)
               " / " WS-RESPONSE-BUFFER(83:16).
           DISPLAY "Host credits:   " WS-RESPONSE-BUFFER(99:10)
               " / " WS-RESPONSE-BUFFER(109:16).
           DISPLAY "Host reversals: " WS-RESPONSE-BUFFER(125:10)
               " / " WS-RESPONSE-BUFFER(135:16).
           DISPLAY "-------------------------------------------------".
           PERFORM 9410-LOG-RESPONSE.

      ******************************************************************
      * 4000-PROCESS-REVERSAL
      * Looks the original purchase up in TRANLOG by STAN so the
               MOVE WS-ORIG-PAN TO DE002-PAN
               MOVE 3 TO WS-BIT-NUMBER
               PERFORM 9100-SET-BIT-ON
               MOVE WS-ORIG-PROC-CODE TO DE003-PROC-CODE
               MOVE 4 TO WS-BIT-NUMBER
               PERFORM 9100-SET-BIT-ON
               MOVE WS-ORIG-AMOUNT TO DE004-TRAN-AMOUNT
      * TL-ORIG-STAN names this same purchase: that purchase was
      * already reversed, and sending a second 0420 would credit
      * DDABAL twice - WS-ALREADY-REVERSED makes 4000 refuse it.
      * An approved ATM cash withdrawal (proc code 01xxxx) is money
      * out of the account the same way and is reversible too; its
      * proc code is kept so the reversal says which it was.
      ******************************************************************
       4100-LOOKUP-TRANLOG.
           MOVE 'N' TO WS-TRANLOG-FOUND-SW.
           MOVE "000000" TO WS-ORIG-PROC-CODE.
           MOVE 'N' TO WS-ALREADY-REVERSED-SW.
           MOVE SPACES TO WS-ORIG-MERCHANT-ID.
           MOVE SPACES TO WS-ORIG-TERM-ID.
                                   AND TL-STAN = WS-REVERSAL-STAN-INPUT
                                   AND (TL-RESP-CODE = "00"
                                       OR TL-RESP-CODE = "10")
                                   AND (TL-PROC-CODE = "000000"
                                       OR TL-PROC-CODE(1:2) = "01")
                               MOVE 'Y' TO WS-TRANLOG-FOUND-SW
                               MOVE TL-PROC-CODE TO WS-ORIG-PROC-CODE
      *-- DE90 identifies the original REQUEST being reversed, so
      *-- the MTI carried is the purchase's own 0200.
                               MOVE "0200" TO WS-ORIG-MTI
           OPEN INPUT BATCH-INPUT-FILE.
           IF WS-BATCHIN-STATUS = "35"
               DISPLAY "TXNIN not found - batch mode aborted"
               MOVE 'Y' TO WS-BATCH-FAILED-SW
           ELSE
               IF WS-BATCH-RESUMED
                   DISPLAY "Resuming batch from TXNIN record "
                   MOVE BI-CVV TO WS-CVV-INPUT
                   PERFORM 3200-PROCESS-FINANCIAL-REFUND
                   PERFORM 5200-WRITE-BATCHOUT-RECORD
      *-- TXNIN carries no terminal, so a batch withdrawal goes out
      *-- from the default ATM.
               WHEN 'W'
                   MOVE BI-PAN TO WS-PAN-INPUT
                   MOVE BI-AMOUNT TO WS-AMOUNT-FORMATTED
                   MOVE BI-PIN TO WS-PIN-INPUT
                   MOVE BI-CVV TO WS-CVV-INPUT
                   PERFORM 3500-PROCESS-CASH-WITHDRAWAL
                   PERFORM 5200-WRITE-BATCHOUT-RECORD
               WHEN 'R'
                   MOVE BI-STAN TO WS-REVERSAL-STAN-INPUT
                   PERFORM 4000-PROCESS-REVERSAL
           ELSE
               MOVE SPACES TO TL-ORIG-STAN
           END-IF.
           MOVE DE102-FROM-ACCT TO TL-FROM-ACCT.
           MOVE DE103-TO-ACCT TO TL-TO-ACCT.
           MOVE DE037-RRN TO TL-RRN.
           PERFORM 3110-DETERMINE-ROUTE.
           MOVE WS-ROUTE TO TL-ROUTE.
           MOVE WS-ROUTE-NETWORK-ID TO TL-NETWORK-ID.
           PERFORM 9420-WRITE-TRANLOG.

      ******************************************************************
           ELSE
               MOVE SPACES TO TL-ORIG-STAN
           END-IF.
      *-- Like DE42, the transfer accounts are not echoed - they are
      *-- the request's own, still in WS-ISO-MESSAGE (blank on every
      *-- message but a transfer).
           MOVE DE102-FROM-ACCT TO TL-FROM-ACCT.
           MOVE DE103-TO-ACCT TO TL-TO-ACCT.
           MOVE DE037-RRN TO TL-RRN.
      *-- The response went back the way the request went out.
           MOVE WS-ROUTE TO TL-ROUTE.
           MOVE WS-ROUTE-NETWORK-ID TO TL-NETWORK-ID.
           PERFORM 9420-WRITE-TRANLOG.

      ******************************************************************
                       MOVE DE014-EXPIRY-DATE TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:4)
                       ADD 4 TO WS-MSG-POINTER
                   WHEN 22
                       MOVE DE022-POS-ENTRY-MODE TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:3)
                       ADD 3 TO WS-MSG-POINTER
                   WHEN 35
                       MOVE DE035-CVV TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:3)
                       MOVE DE070-NET-MGMT-CODE TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:3)
                       ADD 3 TO WS-MSG-POINTER
                   WHEN 74
                       MOVE DE074-CREDITS-COUNT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:10)
                       ADD 10 TO WS-MSG-POINTER
                   WHEN 76
                       MOVE DE076-DEBITS-COUNT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:10)
                       ADD 10 TO WS-MSG-POINTER
                   WHEN 77
                       MOVE DE077-DEBIT-REV-COUNT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:10)
                       ADD 10 TO WS-MSG-POINTER
                   WHEN 86
                       MOVE DE086-CREDITS-AMOUNT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:16)
                       ADD 16 TO WS-MSG-POINTER
                   WHEN 88
                       MOVE DE088-DEBITS-AMOUNT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:16)
                       ADD 16 TO WS-MSG-POINTER
                   WHEN 89
                       MOVE DE089-DEBIT-REV-AMOUNT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:16)
                       ADD 16 TO WS-MSG-POINTER
                   WHEN 90
                       MOVE DE090-ORIG-DATA-LEN TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:2)
                       MOVE DE090-ORIG-DATA TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:42)
                       ADD 42 TO WS-MSG-POINTER
                   WHEN 102
                       MOVE DE102-FROM-ACCT-LEN TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:2)
                       ADD 2 TO WS-MSG-POINTER
                       MOVE DE102-FROM-ACCT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:
                               DE102-FROM-ACCT-LEN)
                       ADD DE102-FROM-ACCT-LEN TO WS-MSG-POINTER
                   WHEN 103
                       MOVE DE103-TO-ACCT-LEN TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:2)
                       ADD 2 TO WS-MSG-POINTER
                       MOVE DE103-TO-ACCT TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:
                               DE103-TO-ACCT-LEN)
                       ADD DE103-TO-ACCT-LEN TO WS-MSG-POINTER
                   WHEN 123
                       MOVE DE123-BILLING-ZIP TO
                           WS-MESSAGE-BUFFER(WS-MSG-POINTER:9)
