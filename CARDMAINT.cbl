      * record too (CD-APPROVED-BY). A shop with no OPERMAST file
      * yet runs exactly as before, with the operator recorded as
      * UNKNOWN.
      *
      * UPDATE: card activation. NEW and REISSUE no longer put a
      * usable card on CARDMAST - the card starts Not activated (N),
      * which ISSAUTH declines, and carries its issue date (KC-ISSUE-
      * DATE) so the weekly CARDACTV report can chase cards that were
      * never activated. A REISSUE may name a replacement card number
      * (CA-NEW-PAN, appended to the CARDACTS layout): the replacement
      * is added as a new card that remembers the PAN it replaces
      * (KC-REPLACES-PAN), and the old card keeps working untouched
      * until the replacement is activated. The new ACTIVATE action
      * (or the cardholder's PIN-verified activation through ISSAUTH)
      * moves N to Active and closes the replaced card in the same
      * step, with its own CARDAUDIT record.
      *
      * UPDATE: cardholder spending controls. The new CONTROL action
      * sets a card's controls on CARDCTL (through KEYIO, keyed by
      * PAN): up to five blocked merchant category codes, a
      * card-not-present block, and a per-transaction maximum.
      * ISSAUTH checks them on every authorization. CONTROL replaces
      * the card's whole control set with what the action carries
      * (blank categories, N and a zero maximum clear them), from the
      * new trailing CARDACTS fields or the prompts. The card's
      * status is not touched; the change is audited on CARDAUDIT
      * with the same old and new status.
      *
      * UPDATE: cardholder notifications. Every status change applied
      * here is now also written to NOTIFEVT as a CARDSTAT event -
      * PAN, account (from ACCTXREF), a YYYYMMDDHHMMSS timestamp and
      * a plain-language reason - for NOTIFEXT's nightly SMS/email
      * extract. A BLOCK that FRDREVIEW queued for confirmed fraud is
      * the exception: FRDREVIEW told the cardholder when the fraud
      * was confirmed. The new NOTIFY action sets the cardholder's
      * alert preferences on NOTIFPRF (through KEYIO, keyed by PAN):
      * opt in or out of each event type, and the large-purchase and
      * low-balance thresholds ISSAUTH alerts on (zero keeps the
      * default). Like CONTROL it replaces the whole preference set,
      * from the new trailing CARDACTS fields or the prompts, leaves
      * the card's status alone and is audited with the same old and
      * new status.
      *
      * UPDATE: a REISSUE to a new card number now carries the old
      * card's set-up across to the replacement. The new PAN is
      * cross-referenced on ACCTXREF to the old card's deposit
      * account (so it still reaches the cardholder's money once the
      * old card is closed on activation), and the old card's CARDCTL
      * spending controls and NOTIFPRF alert preferences, where it has
      * any, are copied to the new PAN.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CARDPEND-FILE ASSIGN TO "CARDPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDPEND-STATUS.
      *-- ACCTXREF maps a PAN to its deposit account for the account
      *-- number a notification carries. Read-only here.
           SELECT ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTXREF-STATUS.
      *-- NOTIFEVT is the outbound cardholder notification file that
      *-- ISSAUTH also appends to, opened EXTEND.
           SELECT NOTIFEVT-FILE ASSIGN TO "NOTIFEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDACTS-FILE.
       01  CARDACTS-RECORD.
           05 CA-ACTION                PIC X(7).
      *--     NEW, REISSUE, BLOCK, CLOSE, CONTROL, NOTIFY, or
      *--     ACTIVATE - which the 7-byte field carries as ACTIVAT.
           05 CA-PAN                   PIC X(19).
           05 CA-NEW-STATUS            PIC X(1).
      *--     Only meaningful on a BLOCK action - L (lost) or S
      *--     Who submitted the batch action. Blank falls back to
      *--     the operator who started the batch run. Appended at
      *--     the end, same convention as CA-EXPIRY.
           05 CA-NEW-PAN               PIC X(19).
      *--     REISSUE only - the replacement card number. Blank
      *--     reissues new credentials on the same PAN. Appended at
      *--     the end, same convention as CA-EXPIRY.
           05 CA-CTL-BLOCKED-MCC       PIC X(4) OCCURS 5 TIMES.
      *--     CONTROL only - merchant category codes to decline.
           05 CA-CTL-CNP-BLOCK         PIC X(1).
      *--     CONTROL only - Y declines card-not-present use.
           05 CA-CTL-TXN-MAX           PIC 9(10)V99.
      *--     CONTROL only - largest single transaction allowed,
      *--     zero = no maximum. The three CONTROL fields are
      *--     appended at the end, same convention as CA-EXPIRY.
           05 CA-NTF-OPT               PIC X(1) OCCURS 5 TIMES.
      *--     NOTIFY only - Y (or blank) to receive, N to opt out of,
      *--     each alert in turn: large purchase, decline, overdraft
      *--     fee, low balance, card status.
           05 CA-NTF-LARGE-AMT         PIC 9(10)V99.
           05 CA-NTF-LOWBAL-AMT        PIC 9(10)V99.
      *--     NOTIFY only - the cardholder's own large-purchase and
      *--     low-balance thresholds, zero = the default. The three
      *--     NOTIFY fields are appended at the end, same convention
      *--     as CA-EXPIRY.

       FD  CARDAUDIT-FILE.
       01  CARDAUDIT-RECORD.
           05 CP-EXPIRY                PIC X(4).
           05 CP-REQUESTED-BY          PIC X(8).

       FD  ACCTXREF-FILE.
       01  ACCTXREF-RECORD.
           05 XR-PAN                   PIC X(19).
           05 XR-ACCT-NO               PIC X(19).

      *-- Same layout as ISSAUTH's NOTIFEVT-RECORD.
       FD  NOTIFEVT-FILE.
       01  NOTIFEVT-RECORD.
           05 NE-EVENT-TYPE            PIC X(8).
           05 NE-PAN                   PIC X(19).
           05 NE-ACCT-NO               PIC X(19).
           05 NE-AMOUNT                PIC 9(10)V99.
           05 NE-BALANCE               PIC S9(10)V99.
           05 NE-MERCHANT-NAME         PIC X(25).
           05 NE-TIMESTAMP             PIC X(14).
           05 NE-REASON                PIC X(40).
           05 NE-SOURCE                PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-CARDACTS-STATUS         PIC X(2).
       01  WS-CARDAUDIT-STATUS        PIC X(2).
       01  WS-OPERMAST-STATUS         PIC X(2).
       01  WS-CARDPEND-STATUS         PIC X(2).
       01  WS-ACCTXREF-STATUS         PIC X(2).
       01  WS-NOTIFEVT-STATUS         PIC X(2).

      ******************************************************************
      * OPERATOR SIGN-ON / DUAL-CONTROL WORK AREA
       01  WS-KIO-CARDMAST-REC REDEFINES WS-KIO-RECORD.
           05 KC-PAN                  PIC X(19).
           05 KC-STATUS               PIC X(1).
      *--     A = Active, L = Lost, S = Stolen, C = Closed,
      *--     N = Not yet activated (issued, not usable)
           05 KC-PIN-VER-VALUE        PIC X(4).
           05 KC-CVV                  PIC X(3).
           05 KC-BILLING-ZIP          PIC X(9).
           05 KC-EXPIRY-DATE          PIC X(4).
      *--     YYMM the card is good through - see 2013-VALIDATE-
      *--     EXPIRY in ISSAUTH.cbl.
           05 KC-ISSUE-DATE           PIC 9(8).
      *--     YYYYMMDD the card was issued by NEW/REISSUE - blank on
      *--     cards issued before activation existed.
           05 KC-REPLACES-PAN         PIC X(19).
      *--     On a reissue to a new card number, the PAN this card
      *--     replaces - closed when this card is activated.
           05 FILLER                  PIC X(33).
       01  WS-CM-FOUND-SW             PIC X(1) VALUE 'N'.
           88 WS-CM-FOUND                      VALUE 'Y'.

      ******************************************************************
      * CARDCTL RECORD - the card's spending controls, read and
      * written through KEYIO like CARDMAST but in a buffer of its
      * own, so the card just read stays in WS-KIO-CARDMAST-REC.
      ******************************************************************
       01  WS-CTL-RECORD              PIC X(100).
       01  WS-CTL-CARDCTL-REC REDEFINES WS-CTL-RECORD.
           05 CC-PAN                  PIC X(19).
           05 CC-BLOCKED-MCC          PIC X(4) OCCURS 5 TIMES.
      *--     Merchant category codes this card may not be used at;
      *--     unused slots are spaces.
           05 CC-CNP-BLOCK            PIC X(1).
      *--     Y = decline card-not-present (keyed/e-commerce) use.
           05 CC-TXN-MAX              PIC 9(10)V99.
      *--     Largest single transaction, zero = no maximum.
           05 FILLER                  PIC X(48).
       01  WS-CTL-IDX                 PIC 9(1).
       01  WS-CTL-VALID-SW            PIC X(1) VALUE 'Y'.
           88 WS-CTL-VALID                     VALUE 'Y'.

      ******************************************************************
      * NOTIFPRF RECORD - the cardholder's alert preferences, in a
      * buffer of its own for the same reason as CARDCTL above.
      ******************************************************************
       01  WS-PRF-RECORD              PIC X(100).
       01  WS-PRF-NOTIFPRF-REC REDEFINES WS-PRF-RECORD.
           05 NP-PAN                  PIC X(19).
           05 NP-OPT-FLAG             PIC X(1) OCCURS 5 TIMES.
      *--     Y = send, N = opted out - large purchase, decline,
      *--     overdraft fee, low balance, card status, in that order.
           05 NP-LARGE-AMOUNT         PIC 9(10)V99.
           05 NP-LOWBAL-AMOUNT        PIC 9(10)V99.
      *--     Zero = ISSAUTH's default threshold.
           05 FILLER                  PIC X(52).
       01  WS-NTF-IDX                 PIC 9(1).

      ******************************************************************
      * CARD STATUS NOTIFICATION WORK AREA
      ******************************************************************
       01  WS-NTF-ACCT                PIC X(19).
       01  WS-NTF-REASON              PIC X(40).
       01  WS-XREF-FOUND-SW           PIC X(1) VALUE 'N'.
           88 WS-XREF-FOUND                    VALUE 'Y'.

      ******************************************************************
      * ACTION WORK AREA
      ******************************************************************
       01  WS-ACT-RESULT-SW           PIC X(1) VALUE 'N'.
           88 WS-ACT-APPLIED                   VALUE 'Y'.
       01  WS-ACT-TIMESTAMP           PIC X(14).
      *-- What 4000-WRITE-AUDIT-RECORD writes: the card, its new
      *-- status and the reason. Default to the action's own PAN and
      *-- reason; a reissue to a new PAN audits the replacement, and
      *-- the automatic close of a replaced card audits the old one.
       01  WS-ACT-NEW-STATUS          PIC X(1).
       01  WS-ACT-AUDIT-PAN           PIC X(19).
       01  WS-ACT-AUDIT-REASON        PIC X(30).
      *-- Set by an ACTIVATE of a replacement card - the old PAN to
      *-- close once the activation itself is audited.
       01  WS-ACT-CLOSE-PAN           PIC X(19).
       01  WS-ACT-TODAY               PIC 9(8).

      ******************************************************************
      * SESSION / MENU CONTROL
           05 CA-REASON                PIC X(30).
           05 CA-EXPIRY                PIC X(4).
           05 CA-OPERATOR-ID           PIC X(8).
           05 CA-NEW-PAN               PIC X(19).
           05 CA-CTL-BLOCKED-MCC       PIC X(4) OCCURS 5 TIMES.
           05 CA-CTL-CNP-BLOCK         PIC X(1).
           05 CA-CTL-TXN-MAX           PIC 9(10)V99.
           05 CA-NTF-OPT               PIC X(1) OCCURS 5 TIMES.
           05 CA-NTF-LARGE-AMT         PIC 9(10)V99.
           05 CA-NTF-LOWBAL-AMT        PIC 9(10)V99.
       01  WS-TXN-MAX-INPUT           PIC Z(9)V99.
       01  WS-NTF-AMT-INPUT           PIC Z(9)V99.

      ******************************************************************
      * PROCEDURE DIVISION
           DISPLAY "      Operator: " WS-SESSION-OPER-ID.
           DISPLAY "=================================================".
           DISPLAY "    1. Enter a card action (NEW/REISSUE/BLOCK/"
               "CLOSE/ACTIVATE/CONTROL/NOTIFY)".
           DISPLAY "    2. Batch Mode (read actions from CARDACTS)".
           DISPLAY "    3. Exit".
           DISPLAY "    4. Approve pending dual-control actions".
      ******************************************************************
       2000-PROCESS-INTERACTIVE-ACTION.
           MOVE SPACES TO WS-IN-ACTION.
           DISPLAY "Action (NEW/REISSUE/BLOCK/CLOSE/ACTIVATE/"
               "CONTROL/NOTIFY): ".
           ACCEPT CA-ACTION OF WS-IN-ACTION.
           DISPLAY "PAN: ".
           ACCEPT CA-PAN OF WS-IN-ACTION.
           ACCEPT CA-BILLING-ZIP OF WS-IN-ACTION.
           DISPLAY "Expiry YYMM for NEW/REISSUE (blank otherwise): ".
           ACCEPT CA-EXPIRY OF WS-IN-ACTION.
           DISPLAY "Replacement PAN for REISSUE (blank = same PAN): ".
           ACCEPT CA-NEW-PAN OF WS-IN-ACTION.
           IF CA-ACTION OF WS-IN-ACTION = "CONTROL"
               PERFORM 2100-ACCEPT-CONTROLS
           END-IF.
           IF CA-ACTION OF WS-IN-ACTION = "NOTIFY"
               PERFORM 2200-ACCEPT-NOTIFY
           END-IF.
           DISPLAY "Reason: ".
           ACCEPT CA-REASON OF WS-IN-ACTION.

           PERFORM 3000-APPLY-ACTION.

      ******************************************************************
      * 2100-ACCEPT-CONTROLS
      * The CONTROL prompts. The categories entered are the card's
      * whole blocked list - an existing block not keyed again is
      * lifted.
      ******************************************************************
       2100-ACCEPT-CONTROLS.
           DISPLAY "Blocked merchant categories - up to 5 four-digit "
               "codes, blank to end the list:".
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 5
               DISPLAY "  Category " WS-CTL-IDX ": "
               ACCEPT CA-CTL-BLOCKED-MCC OF WS-IN-ACTION(WS-CTL-IDX)
               IF CA-CTL-BLOCKED-MCC OF WS-IN-ACTION(WS-CTL-IDX)
                       = SPACES
                   MOVE 6 TO WS-CTL-IDX
               END-IF
           END-PERFORM.
           DISPLAY "Block card-not-present use? (Y/N): ".
           ACCEPT CA-CTL-CNP-BLOCK OF WS-IN-ACTION.
           DISPLAY "Per-transaction maximum (0 = no maximum): ".
           ACCEPT WS-TXN-MAX-INPUT.
           MOVE WS-TXN-MAX-INPUT TO CA-CTL-TXN-MAX OF WS-IN-ACTION.

      ******************************************************************
      * 2200-ACCEPT-NOTIFY
      * The NOTIFY prompts - the cardholder's whole preference set.
      ******************************************************************
       2200-ACCEPT-NOTIFY.
           DISPLAY "Send large-purchase alerts? (Y/N): ".
           ACCEPT CA-NTF-OPT OF WS-IN-ACTION(1).
           DISPLAY "Send decline alerts? (Y/N): ".
           ACCEPT CA-NTF-OPT OF WS-IN-ACTION(2).
           DISPLAY "Send overdraft-fee alerts? (Y/N): ".
           ACCEPT CA-NTF-OPT OF WS-IN-ACTION(3).
           DISPLAY "Send low-balance alerts? (Y/N): ".
           ACCEPT CA-NTF-OPT OF WS-IN-ACTION(4).
           DISPLAY "Send card-status alerts? (Y/N): ".
           ACCEPT CA-NTF-OPT OF WS-IN-ACTION(5).
           DISPLAY "Large-purchase threshold (0 = default): ".
           ACCEPT WS-NTF-AMT-INPUT.
           MOVE WS-NTF-AMT-INPUT TO CA-NTF-LARGE-AMT OF WS-IN-ACTION.
           DISPLAY "Low-balance threshold (0 = default): ".
           ACCEPT WS-NTF-AMT-INPUT.
           MOVE WS-NTF-AMT-INPUT TO CA-NTF-LOWBAL-AMT OF WS-IN-ACTION.

      ******************************************************************
      * 3000-APPLY-ACTION
      * Reads WS-IN-ACTION's PAN through KEYIO, dispatches to the
           IF NOT WS-DUAL-APPROVED
               MOVE SPACES TO WS-ACT-APPROVED-BY
           END-IF.
           MOVE CA-PAN OF WS-IN-ACTION TO WS-ACT-AUDIT-PAN.
           MOVE CA-REASON OF WS-IN-ACTION TO WS-ACT-AUDIT-REASON.
           MOVE SPACES TO WS-ACT-NEW-STATUS.
           MOVE SPACES TO WS-ACT-CLOSE-PAN.
           ACCEPT WS-ACT-TODAY FROM DATE YYYYMMDD.

           PERFORM 3020-READ-CARD.

                   PERFORM 3200-ACTION-REISSUE
               WHEN "BLOCK"
                   PERFORM 3300-ACTION-BLOCK
               WHEN "ACTIVAT"
                   PERFORM 3600-ACTION-ACTIVATE
               WHEN "CONTROL"
                   PERFORM 3700-ACTION-CONTROL THRU 3700-EXIT
               WHEN "NOTIFY"
                   PERFORM 3800-ACTION-NOTIFY THRU 3800-EXIT
               WHEN "CLOSE"
      *-- Dual control: closing an ACTIVE card needs a second pair
      *-- of eyes. A card already lost/stolen/closed applies
               PERFORM 4000-WRITE-AUDIT-RECORD
           END-IF.

           IF WS-ACT-CLOSE-PAN NOT = SPACES
               PERFORM 3610-CLOSE-REPLACED-CARD
           END-IF.

      ******************************************************************
      * 3020-READ-CARD
      * Reads the action's PAN through KEYIO. On a hit the card sits

      ******************************************************************
      * 3100-ACTION-NEW
      * Adds a brand-new card, Not activated, with the supplied PIN
      * verification value and CVV and today's issue date - it
      * becomes usable only once activated (ACTIVATE here, or the
      * cardholder's activation through ISSAUTH). Refused if the PAN
      * is already on file.
      ******************************************************************
       3100-ACTION-NEW.
           IF WS-CM-FOUND
           ELSE
               MOVE SPACES TO WS-KIO-RECORD
               MOVE CA-PAN OF WS-IN-ACTION TO KC-PAN
               MOVE "N" TO KC-STATUS
               MOVE CA-PIN-VER-VALUE OF WS-IN-ACTION
                   TO KC-PIN-VER-VALUE
               MOVE CA-CVV OF WS-IN-ACTION TO KC-CVV
               MOVE CA-BILLING-ZIP OF WS-IN-ACTION TO KC-BILLING-ZIP
               MOVE CA-EXPIRY OF WS-IN-ACTION TO KC-EXPIRY-DATE
               MOVE WS-ACT-TODAY TO KC-ISSUE-DATE
               MOVE "A" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               MOVE SPACES TO WS-ACT-OLD-STATUS
               MOVE "N" TO WS-ACT-NEW-STATUS
               MOVE 'Y' TO WS-ACT-RESULT-SW
               DISPLAY "NEW applied - PAN " CA-PAN OF WS-IN-ACTION
                   " issued, awaiting activation"
           END-IF.

      ******************************************************************
      * 3200-ACTION-REISSUE
      * Reissues an existing card. With no replacement PAN the card
      * keeps its number and takes the new credentials (3210); with
      * one, a replacement card is added alongside it (3220). Either
      * way the reissued plastic is Not activated until the
      * cardholder activates it.
      ******************************************************************
       3200-ACTION-REISSUE.
           IF NOT WS-CM-FOUND
               DISPLAY "REISSUE refused - PAN " CA-PAN OF WS-IN-ACTION
                   " not on CARDMAST"
           ELSE
               IF CA-NEW-PAN OF WS-IN-ACTION = SPACES
                       OR CA-NEW-PAN OF WS-IN-ACTION =
                          CA-PAN OF WS-IN-ACTION
                   PERFORM 3210-REISSUE-SAME-PAN
               ELSE
                   PERFORM 3220-REISSUE-NEW-PAN
               END-IF
           END-IF.

      ******************************************************************
      * 3210-REISSUE-SAME-PAN
      * Replaces the PIN verification value, CVV, zip and expiry on
      * the card and moves it to Not activated - there is only the
      * one card number, so the old plastic stops with it.
      ******************************************************************
       3210-REISSUE-SAME-PAN.
           MOVE KC-STATUS TO WS-ACT-OLD-STATUS.
           MOVE "N" TO KC-STATUS.
           MOVE CA-PIN-VER-VALUE OF WS-IN-ACTION TO KC-PIN-VER-VALUE.
           MOVE CA-CVV OF WS-IN-ACTION TO KC-CVV.
           MOVE CA-BILLING-ZIP OF WS-IN-ACTION TO KC-BILLING-ZIP.
           MOVE CA-EXPIRY OF WS-IN-ACTION TO KC-EXPIRY-DATE.
           MOVE WS-ACT-TODAY TO KC-ISSUE-DATE.
           MOVE SPACES TO KC-REPLACES-PAN.
           MOVE "U" TO WS-KIO-FUNCTION.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           MOVE "N" TO WS-ACT-NEW-STATUS.
           MOVE 'Y' TO WS-ACT-RESULT-SW.
           DISPLAY "REISSUE applied - PAN " CA-PAN OF WS-IN-ACTION
               " has new PIN/CVV, awaiting activation".

      ******************************************************************
      * 3220-REISSUE-NEW-PAN
      * Adds the replacement card, Not activated, pointing back at
      * the card it replaces. The old card is left exactly as it is
      * - it keeps working until the replacement is activated, which
      * is what closes it. The replacement takes over the old card's
      * account link, spending controls and alert preferences (3230).
      * Refused if the replacement PAN is already on file.
      ******************************************************************
       3220-REISSUE-NEW-PAN.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE CA-NEW-PAN OF WS-IN-ACTION TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS = "00"
               DISPLAY "REISSUE refused - replacement PAN "
                   CA-NEW-PAN OF WS-IN-ACTION " already on CARDMAST"
           ELSE
               MOVE SPACES TO WS-KIO-RECORD
               MOVE CA-NEW-PAN OF WS-IN-ACTION TO KC-PAN
               MOVE "N" TO KC-STATUS
               MOVE CA-PIN-VER-VALUE OF WS-IN-ACTION
                   TO KC-PIN-VER-VALUE
               MOVE CA-CVV OF WS-IN-ACTION TO KC-CVV
               MOVE CA-BILLING-ZIP OF WS-IN-ACTION TO KC-BILLING-ZIP
               MOVE CA-EXPIRY OF WS-IN-ACTION TO KC-EXPIRY-DATE
               MOVE WS-ACT-TODAY TO KC-ISSUE-DATE
               MOVE CA-PAN OF WS-IN-ACTION TO KC-REPLACES-PAN
               MOVE "A" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               PERFORM 3230-CARRY-OVER-OLD-CARD
               MOVE CA-NEW-PAN OF WS-IN-ACTION TO WS-ACT-AUDIT-PAN
               MOVE SPACES TO WS-ACT-OLD-STATUS
               MOVE "N" TO WS-ACT-NEW-STATUS
               MOVE 'Y' TO WS-ACT-RESULT-SW
               DISPLAY "REISSUE applied - replacement PAN "
                   CA-NEW-PAN OF WS-IN-ACTION " issued for "
                   CA-PAN OF WS-IN-ACTION
               DISPLAY "  old card stays usable until the "
                   "replacement is activated"
           END-IF.

      ******************************************************************
      * 3230-CARRY-OVER-OLD-CARD
      * Links the replacement PAN to the old card's deposit account on
      * ACCTXREF, with the same append-with-first-time-fallback as
      * DDAMAINT's 3110-APPEND-XREF-ENTRY - without it the new card
      * would resolve to itself, and have no DDABAL record, once the
      * old card is closed. Then copies the old card's CARDCTL and
      * NOTIFPRF records, if it has them, re-keyed to the new PAN.
      * WS-ACT-AUDIT-PAN still holds the old PAN here.
      ******************************************************************
       3230-CARRY-OVER-OLD-CARD.
           PERFORM 4150-LOOKUP-ACCOUNT.
           OPEN EXTEND ACCTXREF-FILE.
           IF WS-ACCTXREF-STATUS = "35"
               CLOSE ACCTXREF-FILE
               OPEN OUTPUT ACCTXREF-FILE
           END-IF.
           MOVE CA-NEW-PAN OF WS-IN-ACTION TO XR-PAN.
           MOVE WS-NTF-ACCT TO XR-ACCT-NO.
           WRITE ACCTXREF-RECORD.
           CLOSE ACCTXREF-FILE.
           DISPLAY "  replacement PAN cross-referenced to account "
               WS-NTF-ACCT.

           MOVE SPACES TO WS-CTL-RECORD.
           MOVE "CARDCTL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE CA-PAN OF WS-IN-ACTION TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-CTL-RECORD.
           IF WS-KIO-STATUS = "00"
               MOVE CA-NEW-PAN OF WS-IN-ACTION TO CC-PAN
               MOVE "A" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-CTL-RECORD
               DISPLAY "  spending controls copied to the replacement"
           END-IF.

           MOVE SPACES TO WS-PRF-RECORD.
           MOVE "NOTIFPRF" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE CA-PAN OF WS-IN-ACTION TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-PRF-RECORD.
           IF WS-KIO-STATUS = "00"
               MOVE CA-NEW-PAN OF WS-IN-ACTION TO NP-PAN
               MOVE "A" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-PRF-RECORD
               DISPLAY "  alert preferences copied to the replacement"
           END-IF.
           MOVE "CARDMAST" TO WS-KIO-FILE-ID.

      ******************************************************************
      * 3300-ACTION-BLOCK
      * Moves an existing card to Lost (L) or Stolen (S), whichever
               ELSE
                   MOVE KC-STATUS TO WS-ACT-OLD-STATUS
                   MOVE CA-NEW-STATUS OF WS-IN-ACTION TO KC-STATUS
                   MOVE KC-STATUS TO WS-ACT-NEW-STATUS
                   MOVE "U" TO WS-KIO-FUNCTION
                   CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
                   MOVE 'Y' TO WS-ACT-RESULT-SW
           ELSE
               MOVE KC-STATUS TO WS-ACT-OLD-STATUS
               MOVE "C" TO KC-STATUS
               MOVE "C" TO WS-ACT-NEW-STATUS
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               MOVE 'Y' TO WS-ACT-RESULT-SW
               " queued on CARDPEND - a second operator must "
               "approve it (option 4).".

      ******************************************************************
      * 3600-ACTION-ACTIVATE
      * Moves a Not activated card to Active - the operator route,
      * for a cardholder who calls in rather than activating through
      * ISSAUTH. A replacement card's old PAN is handed to 3610 to
      * close once this activation is audited.
      ******************************************************************
       3600-ACTION-ACTIVATE.
           IF NOT WS-CM-FOUND
               DISPLAY "ACTIVATE refused - PAN " CA-PAN OF WS-IN-ACTION
                   " not on CARDMAST"
           ELSE
               IF KC-STATUS NOT = "N"
                   DISPLAY "ACTIVATE refused - PAN "
                       CA-PAN OF WS-IN-ACTION
                       " is not awaiting activation (status "
                       KC-STATUS ")"
               ELSE
                   MOVE KC-STATUS TO WS-ACT-OLD-STATUS
                   MOVE "A" TO KC-STATUS
                   MOVE "A" TO WS-ACT-NEW-STATUS
                   MOVE KC-REPLACES-PAN TO WS-ACT-CLOSE-PAN
                   MOVE "U" TO WS-KIO-FUNCTION
                   CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
                   MOVE 'Y' TO WS-ACT-RESULT-SW
                   DISPLAY "ACTIVATE applied - PAN "
                       CA-PAN OF WS-IN-ACTION " now Active"
               END-IF
           END-IF.

      ******************************************************************
      * 3610-CLOSE-REPLACED-CARD
      * Closes the card an activated replacement stands in for, with
      * its own CARDAUDIT record under the same action and operator.
      * A replaced card already closed (or gone) is left alone.
      ******************************************************************
       3610-CLOSE-REPLACED-CARD.
           MOVE "CARDMAST" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-ACT-CLOSE-PAN TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS NOT = "00" OR KC-STATUS = "C"
               DISPLAY "  replaced PAN " WS-ACT-CLOSE-PAN
                   " already closed or not on file"
           ELSE
               MOVE KC-STATUS TO WS-ACT-OLD-STATUS
               MOVE "C" TO KC-STATUS
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               MOVE WS-ACT-CLOSE-PAN TO WS-ACT-AUDIT-PAN
               MOVE "C" TO WS-ACT-NEW-STATUS
               MOVE "REPLACEMENT CARD ACTIVATED" TO WS-ACT-AUDIT-REASON
               PERFORM 4000-WRITE-AUDIT-RECORD
               DISPLAY "  replaced PAN " WS-ACT-CLOSE-PAN
                   " now Closed"
           END-IF.

      ******************************************************************
      * 3700-ACTION-CONTROL
      * Sets the card's spending controls on CARDCTL - rewritten in
      * place when the card already has a CARDCTL record, appended
      * when it has none. Anything invalid refuses the whole action
      * so a half-applied control set never reaches ISSAUTH.
      ******************************************************************
       3700-ACTION-CONTROL.
           IF NOT WS-CM-FOUND
               DISPLAY "CONTROL refused - PAN " CA-PAN OF WS-IN-ACTION
                   " not on CARDMAST"
               GO TO 3700-EXIT
           END-IF.

           MOVE 'Y' TO WS-CTL-VALID-SW.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 5
               IF CA-CTL-BLOCKED-MCC OF WS-IN-ACTION(WS-CTL-IDX)
                       NOT = SPACES
                   AND CA-CTL-BLOCKED-MCC OF WS-IN-ACTION(WS-CTL-IDX)
                       IS NOT NUMERIC
                   MOVE 'N' TO WS-CTL-VALID-SW
               END-IF
           END-PERFORM.
           IF NOT WS-CTL-VALID
               DISPLAY "CONTROL refused - blocked categories must be "
                   "4-digit codes"
               GO TO 3700-EXIT
           END-IF.
           IF CA-CTL-CNP-BLOCK OF WS-IN-ACTION NOT = "Y"
               MOVE "N" TO CA-CTL-CNP-BLOCK OF WS-IN-ACTION
           END-IF.
           IF CA-CTL-TXN-MAX OF WS-IN-ACTION IS NOT NUMERIC
               DISPLAY "CONTROL refused - per-transaction maximum "
                   "is not numeric"
               GO TO 3700-EXIT
           END-IF.

           MOVE SPACES TO WS-CTL-RECORD.
           MOVE "CARDCTL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE CA-PAN OF WS-IN-ACTION TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-CTL-RECORD.
           IF WS-KIO-STATUS = "00"
               MOVE "U" TO WS-KIO-FUNCTION
           ELSE
               MOVE "A" TO WS-KIO-FUNCTION
           END-IF.

           MOVE SPACES TO WS-CTL-RECORD.
           MOVE CA-PAN OF WS-IN-ACTION TO CC-PAN.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 5
               MOVE CA-CTL-BLOCKED-MCC OF WS-IN-ACTION(WS-CTL-IDX)
                   TO CC-BLOCKED-MCC(WS-CTL-IDX)
           END-PERFORM.
           MOVE CA-CTL-CNP-BLOCK OF WS-IN-ACTION TO CC-CNP-BLOCK.
           MOVE CA-CTL-TXN-MAX OF WS-IN-ACTION TO CC-TXN-MAX.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-CTL-RECORD.

      *-- Audited against the card's unchanged status.
           MOVE KC-STATUS TO WS-ACT-OLD-STATUS.
           MOVE KC-STATUS TO WS-ACT-NEW-STATUS.
           MOVE 'Y' TO WS-ACT-RESULT-SW.
           DISPLAY "CONTROL applied - PAN " CA-PAN OF WS-IN-ACTION
               " categories " CC-BLOCKED-MCC(1) " " CC-BLOCKED-MCC(2)
               " " CC-BLOCKED-MCC(3) " " CC-BLOCKED-MCC(4)
               " " CC-BLOCKED-MCC(5)
               " CNP block " CC-CNP-BLOCK
               " max " CC-TXN-MAX.
       3700-EXIT.
           EXIT.

      ******************************************************************
      * 3800-ACTION-NOTIFY
      * Sets the cardholder's alert preferences on NOTIFPRF - the
      * same rewrite-or-append as 3700-ACTION-CONTROL, and the same
      * refuse-the-whole-action rule for anything invalid. A blank
      * opt flag is taken as Y: alerts are on unless turned off.
      ******************************************************************
       3800-ACTION-NOTIFY.
           IF NOT WS-CM-FOUND
               DISPLAY "NOTIFY refused - PAN " CA-PAN OF WS-IN-ACTION
                   " not on CARDMAST"
               GO TO 3800-EXIT
           END-IF.

           MOVE 'Y' TO WS-CTL-VALID-SW.
           PERFORM VARYING WS-NTF-IDX FROM 1 BY 1
                   UNTIL WS-NTF-IDX > 5
               IF CA-NTF-OPT OF WS-IN-ACTION(WS-NTF-IDX) = SPACE
                   MOVE "Y" TO CA-NTF-OPT OF WS-IN-ACTION(WS-NTF-IDX)
               END-IF
               IF CA-NTF-OPT OF WS-IN-ACTION(WS-NTF-IDX) NOT = "Y"
                   AND CA-NTF-OPT OF WS-IN-ACTION(WS-NTF-IDX) NOT = "N"
                   MOVE 'N' TO WS-CTL-VALID-SW
               END-IF
           END-PERFORM.
           IF NOT WS-CTL-VALID
               DISPLAY "NOTIFY refused - each alert must be Y or N"
               GO TO 3800-EXIT
           END-IF.
           IF CA-NTF-LARGE-AMT OF WS-IN-ACTION IS NOT NUMERIC
                   OR CA-NTF-LOWBAL-AMT OF WS-IN-ACTION IS NOT NUMERIC
               DISPLAY "NOTIFY refused - thresholds are not numeric"
               GO TO 3800-EXIT
           END-IF.

           MOVE SPACES TO WS-PRF-RECORD.
           MOVE "NOTIFPRF" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE CA-PAN OF WS-IN-ACTION TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-PRF-RECORD.
           IF WS-KIO-STATUS = "00"
               MOVE "U" TO WS-KIO-FUNCTION
           ELSE
               MOVE "A" TO WS-KIO-FUNCTION
           END-IF.

           MOVE SPACES TO WS-PRF-RECORD.
           MOVE CA-PAN OF WS-IN-ACTION TO NP-PAN.
           PERFORM VARYING WS-NTF-IDX FROM 1 BY 1
                   UNTIL WS-NTF-IDX > 5
               MOVE CA-NTF-OPT OF WS-IN-ACTION(WS-NTF-IDX)
                   TO NP-OPT-FLAG(WS-NTF-IDX)
           END-PERFORM.
           MOVE CA-NTF-LARGE-AMT OF WS-IN-ACTION TO NP-LARGE-AMOUNT.
           MOVE CA-NTF-LOWBAL-AMT OF WS-IN-ACTION TO NP-LOWBAL-AMOUNT.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-PRF-RECORD.

      *-- Audited against the card's unchanged status.
           MOVE KC-STATUS TO WS-ACT-OLD-STATUS.
           MOVE KC-STATUS TO WS-ACT-NEW-STATUS.
           MOVE 'Y' TO WS-ACT-RESULT-SW.
           DISPLAY "NOTIFY applied - PAN " CA-PAN OF WS-IN-ACTION
               " large/decline/odfee/lowbal/status "
               NP-OPT-FLAG(1) NP-OPT-FLAG(2) NP-OPT-FLAG(3)
               NP-OPT-FLAG(4) NP-OPT-FLAG(5)
               " large " NP-LARGE-AMOUNT
               " low " NP-LOWBAL-AMOUNT.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-WRITE-AUDIT-RECORD
      * Appends the CARDAUDIT record, and tells the cardholder about
      * a status that actually changed (4100).
      ******************************************************************
       4000-WRITE-AUDIT-RECORD.
           ACCEPT WS-ACT-TIMESTAMP FROM DATE YYYYMMDD.
               OPEN OUTPUT CARDAUDIT-FILE
           END-IF.

           MOVE WS-ACT-AUDIT-PAN TO CD-PAN.
           MOVE WS-ACT-OLD-STATUS TO CD-OLD-STATUS.
           MOVE WS-ACT-NEW-STATUS TO CD-NEW-STATUS.
           MOVE WS-ACT-TIMESTAMP TO CD-TIMESTAMP.
           MOVE CA-ACTION OF WS-IN-ACTION TO CD-ACTION.
           MOVE WS-ACT-AUDIT-REASON TO CD-REASON.
           MOVE WS-ACT-OPERATOR-ID TO CD-OPERATOR-ID.
           MOVE WS-ACT-APPROVED-BY TO CD-APPROVED-BY.
           WRITE CARDAUDIT-RECORD.
           CLOSE CARDAUDIT-FILE.

      *-- FRDREVIEW already told the cardholder about a fraud block
      *-- when it queued it.
           IF WS-ACT-OLD-STATUS NOT = WS-ACT-NEW-STATUS
               IF CA-ACTION OF WS-IN-ACTION = "BLOCK"
                       AND WS-ACT-AUDIT-REASON(1:15) = "FRAUD CONFIRMED"
                   CONTINUE
               ELSE
                   PERFORM 4100-WRITE-STATUS-NOTIFICATION
               END-IF
           END-IF.

      ******************************************************************
      * 4100-WRITE-STATUS-NOTIFICATION
      * Appends a CARDSTAT event to NOTIFEVT for the card just
      * audited, worded from its new status, with the same
      * append-with-first-time-fallback as CARDAUDIT.
      ******************************************************************
       4100-WRITE-STATUS-NOTIFICATION.
           PERFORM 4150-LOOKUP-ACCOUNT.
           EVALUATE WS-ACT-NEW-STATUS
               WHEN "N"
                   MOVE "NEW CARD ISSUED - ACTIVATE IT ON RECEIPT"
                       TO WS-NTF-REASON
               WHEN "A"
                   MOVE "YOUR CARD IS NOW ACTIVE" TO WS-NTF-REASON
               WHEN "L"
                   MOVE "CARD BLOCKED - REPORTED LOST" TO WS-NTF-REASON
               WHEN "S"
                   MOVE "CARD BLOCKED - REPORTED STOLEN"
                       TO WS-NTF-REASON
               WHEN "C"
                   IF WS-ACT-AUDIT-REASON = "REPLACEMENT CARD ACTIVATED"
                       MOVE "OLD CARD CLOSED - NEW CARD NOW ACTIVE"
                           TO WS-NTF-REASON
                   ELSE
                       MOVE "YOUR CARD HAS BEEN CLOSED"
                           TO WS-NTF-REASON
                   END-IF
               WHEN OTHER
                   MOVE "YOUR CARD STATUS HAS CHANGED"
                       TO WS-NTF-REASON
           END-EVALUATE.

           OPEN EXTEND NOTIFEVT-FILE.
           IF WS-NOTIFEVT-STATUS = "35"
               CLOSE NOTIFEVT-FILE
               OPEN OUTPUT NOTIFEVT-FILE
           END-IF.
           MOVE SPACES TO NOTIFEVT-RECORD.
           MOVE "CARDSTAT" TO NE-EVENT-TYPE.
           MOVE WS-ACT-AUDIT-PAN TO NE-PAN.
           MOVE WS-NTF-ACCT TO NE-ACCT-NO.
           MOVE 0 TO NE-AMOUNT.
           MOVE 0 TO NE-BALANCE.
           MOVE WS-ACT-TIMESTAMP TO NE-TIMESTAMP.
           MOVE WS-NTF-REASON TO NE-REASON.
           MOVE "CARDMAINT" TO NE-SOURCE.
           WRITE NOTIFEVT-RECORD.
           CLOSE NOTIFEVT-FILE.

      ******************************************************************
      * 4150-LOOKUP-ACCOUNT
      * The audited PAN's deposit account from ACCTXREF. No entry (or
      * no file) means the PAN is its own account, the same fallback
      * ISSAUTH's 2074-RESOLVE-ACCOUNT uses.
      ******************************************************************
       4150-LOOKUP-ACCOUNT.
           MOVE WS-ACT-AUDIT-PAN TO WS-NTF-ACCT.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           OPEN INPUT ACCTXREF-FILE.
           IF WS-ACCTXREF-STATUS NOT = "35"
               PERFORM UNTIL WS-XREF-FOUND
                       OR WS-ACCTXREF-STATUS = "10"
                   READ ACCTXREF-FILE
                       AT END
                           MOVE "10" TO WS-ACCTXREF-STATUS
                       NOT AT END
                           IF XR-PAN = WS-ACT-AUDIT-PAN
                               MOVE 'Y' TO WS-XREF-FOUND-SW
                               MOVE XR-ACCT-NO TO WS-NTF-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTXREF-FILE
           END-IF.

      ******************************************************************
      * 5000-PROCESS-BATCH-MODE
      * Reads CARDACTS, a sequential file of card actions, and applies
