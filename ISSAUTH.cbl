      * ceilings are gone, a killed job can no longer leave a
      * truncated master behind, and two programs updating DDABAL in
      * the same window no longer overwrite each other's rewrite.
      *
      * UPDATE: ATM cash withdrawal (DE3 proc code 01xxxx). A cash
      * request is only accepted from a terminal TERMMAST marks as an
      * ATM (TM-TERM-TYPE 'A') and only with a DE52 PIN present -
      * '58' DECATM from any other terminal, '55' DECNPN with no PIN.
      * Cash is held to its own per-card daily limit
      * (CFG-CASH-DAILY-LIMIT on STIPCFG) kept in new cash count/
      * amount fields on the card's VELACC record, separate from the
      * purchase velocity it used to be folded into: a withdrawal
      * over the limit declines '61' DECCSH, and a withdrawal never
      * counts against (or is blocked by) the purchase velocity. Cash
      * is never partially approved - a dispenser pays out the amount
      * asked for or nothing. A reversal of a withdrawal backs out of
      * the cash accumulator instead of the purchase one, and a
      * stand-in-approved withdrawal is logged to STIPLOG as the debit
      * it is.
      *
      * UPDATE: account-to-account funds transfer (DE3 proc code
      * 40xxxx, from/to account in DE102/DE103). Both accounts must be
      * cross-referenced to the requesting PAN on ACCTXREF ('57'
      * DECXLK otherwise), and the source account must cover the
      * amount out of its balance less its open HOLDS ('51' DECXNF) -
      * no overdraft, no fee. 2080-PROCESS-TRANSFER posts the debit
      * and the credit as one unit, backing the debit out if the
      * credit cannot be rewritten. Card, terminal and PIN/CVV checks
      * apply; merchant, velocity and fraud checks do not. A transfer
      * is never approved in stand-in and cannot be reversed.
      *
      * UPDATE: card activation. CARDMAINT now issues new and reissued
      * cards Not activated (CARDMAST status 'N'), and 2010-VALIDATE-
      * CARD declines such a card '78' DECNAC for everything but its
      * own activation - a card stolen out of the mail is dead until
      * the cardholder turns it on. The activation request is a 0100
      * with DE3 proc code 72xxxx and the DE52 PIN, which must match
      * the card's PIN verification value ('55' DECNPN with no PIN,
      * DECPIN on a mismatch). 2090-PROCESS-ACTIVATION moves the card
      * to Active and, when it replaces an older card number
      * (KC-REPLACES-PAN), closes the old card in the same step; both
      * changes go to CARDAUDIT. Like a PIN change, activation runs
      * the normal path even in stand-in, and is only ever answered
      * with no money moved.
      *
      * UPDATE: cardholder spending controls. MERCHMAST now carries
      * the merchant category code (MM-MCC), picked up by
      * 2011-VALIDATE-MERCHANT, and CARDMAINT keeps per-card controls
      * on CARDCTL (read through KEYIO). 2017-CHECK-CARD-CONTROLS runs
      * right after the merchant check and declines '62' (Restricted
      * Card) when the merchant's category is one the card blocks
      * (DECMCC), when the card blocks card-not-present use and the
      * request is card-not-present (DECCNP), or when the amount is
      * over the card's per-transaction maximum (DECCMX) - one code,
      * so customer service knows at a glance the cardholder's own
      * controls refused it, and the auth ID says which one. A
      * request is card-not-present when its DE22 POS entry mode
      * (now parsed) says keyed, credential-on-file or e-commerce, or
      * when it carries a DE123 billing zip for AVS. A card with no
      * CARDCTL record, or no CARDCTL file at all, has no controls.
      * Credits, balance inquiries and 0220 completions (whose 0100
      * was already checked) are never refused by a control.
      *
      * UPDATE: dormant accounts. DDABAL now carries an account
      * status byte (KD-ACCT-STATUS), set to D by the monthly DORMSCAN
      * run on an account with no cardholder activity for the
      * configured number of months, and cleared again only by a
      * DDAMAINT REACTIVATE. 2040-CHECK-BALANCE-AND-POST declines any
      * debit against a dormant account - purchase, cash, 0100
      * authorization or hold, 0220 completion - '57' (Transaction
      * Not Permitted to Cardholder) with auth ID DECDRM, and a
      * transfer out of one the same way; credits, reversals,
      * balance inquiries and transfers into a dormant account still
      * go through. Every DDABAL rewrite carries the status byte
      * across, so a posting never wakes an account by accident.
      *
      * UPDATE: cardholder notifications. After the business rules
      * have answered a request, 2600-RAISE-NOTIFICATIONS appends the
      * SMS/email alerts it earned to the new NOTIFEVT file - LARGEAPR
      * for an approval at or over the card's large-purchase
      * threshold, DECLINE for every decline with a plain-language
      * reason, ODFEE for an overdraft fee posted by 2043-POST-DEBIT,
      * LOWBAL for a debit that leaves the balance under the card's
      * low-balance threshold - each carrying the PAN, account,
      * amount, merchant name from MERCHMAST and a timestamp. A card
      * activation, and the replaced card it closes, raise CARDSTAT.
      * The thresholds come from the cardholder's NOTIFPRF record
      * (read through KEYIO), defaulting to 500.00 and 100.00. Stand-
      * in and duplicate replays raise nothing, nor do reversals.
      * NOTIFEXT turns the file into the vendor extract each night.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FRDALERT-FILE ASSIGN TO "FRDALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRDALERT-STATUS.
      *-- CARDAUDIT is CARDMAINT's card status audit trail. A
      *-- cardholder activation changes card status without an
      *-- operator, so it is appended here the same way.
           SELECT CARDAUDIT-FILE ASSIGN TO "CARDAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDAUDIT-STATUS.
      *-- NOTIFEVT is the outbound cardholder notification file: one
      *-- record per alertable event, appended via OPEN EXTEND and
      *-- turned into the SMS/email vendor extract by NOTIFEXT.
           SELECT NOTIFEVT-FILE ASSIGN TO "NOTIFEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--     CHGBACK, carried so every STIPCFG reader shares one
      *--     record layout.
           05 CFG-DUAL-CTL-AMOUNT      PIC 9(10)V99.
      *--     Per-card daily ATM cash-withdrawal limit - see
      *--     2030-CHECK-VELOCITY.
           05 CFG-CASH-DAILY-LIMIT     PIC 9(10)V99.
      *--     Days a card may sit issued but not activated - read
      *--     by CARDACTV, carried so every STIPCFG reader shares
      *--     one layout.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
      *--     Days an approval may go unpresented before CLRMATCH
      *--     reports it.
           05 CFG-PRESENT-DAYS         PIC 9(3).
      *--     Percent a presentment may differ from the approved
      *--     amount before CLRMATCH reports it.
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
      *--     Days a merchant has to represent a chargeback -
      *--     read by CHGBACK.
           05 CFG-REPRESENT-DAYS       PIC 9(3).
      *--     Months without cardholder activity before an account
      *--     is marked dormant - read by DORMSCAN.
           05 CFG-DORMANT-MONTHS       PIC 9(3).
      *--     Monthly maintenance fee, and the minimum average
      *--     balance that waives it - read by DDACYCLE.
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.

       FD  STIPLOG-FILE.
       01  STIPLOG-RECORD.
           05 MM-STATUS                PIC X(1).
      *--     A = Active, C = Closed/blocked
           05 MM-NAME                  PIC X(25).
           05 MM-MCC                   PIC X(4).
      *--     Merchant category code - see 2017-CHECK-CARD-CONTROLS.

       FD  FRDRULE-FILE.
       01  FRDRULE-RECORD.
           05 TM-STATUS                PIC X(1).
      *--     A = Active, D = Disabled, M = Maintenance
           05 TM-LOCATION              PIC X(25).
           05 TM-TERM-TYPE             PIC X(1).
      *--     A = ATM (may dispense cash), P or space = point of sale

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
      *--     N = new (unworked), F = confirmed fraud, P = false
      *--     positive, W = watch - set by FRDREVIEW.

      *-- Same layout as CARDMAINT's CARDAUDIT-RECORD.
       FD  CARDAUDIT-FILE.
       01  CARDAUDIT-RECORD.
           05 CD-PAN                   PIC X(19).
           05 CD-OLD-STATUS            PIC X(1).
           05 CD-NEW-STATUS            PIC X(1).
           05 CD-TIMESTAMP             PIC X(14).
           05 CD-ACTION                PIC X(7).
           05 CD-REASON                PIC X(30).
           05 CD-OPERATOR-ID           PIC X(8).
      *--     ISSAUTH on a cardholder activation - no operator.
           05 CD-APPROVED-BY           PIC X(8).

      *-- Same layout as CARDMAINT's, FRDREVIEW's and NOTIFEXT's
      *-- NOTIFEVT-RECORD.
       FD  NOTIFEVT-FILE.
       01  NOTIFEVT-RECORD.
           05 NE-EVENT-TYPE            PIC X(8).
      *--     LARGEAPR = approval at or over the card's threshold,
      *--     DECLINE, ODFEE = overdraft fee posted, LOWBAL = balance
      *--     under the card's threshold after a debit, CARDSTAT =
      *--     card status changed.
           05 NE-PAN                   PIC X(19).
           05 NE-ACCT-NO               PIC X(19).
           05 NE-AMOUNT                PIC 9(10)V99.
           05 NE-BALANCE               PIC S9(10)V99.
      *--     Balance after the debit on ODFEE/LOWBAL, else zero.
           05 NE-MERCHANT-NAME         PIC X(25).
           05 NE-TIMESTAMP             PIC X(14).
      *--     YYYYMMDDHHMMSS the event was raised.
           05 NE-REASON                PIC X(40).
      *--     Plain-language text for the cardholder.
           05 NE-SOURCE                PIC X(9).
      *--     Program that raised the event.

       WORKING-STORAGE SECTION.
       01  WS-PROCESSING-FIELDS.
           05 WS-REQUEST-MTI          PIC X(4).
      *--     DE90 on a reversal: original MTI(4) + STAN(6) +
      *--     datetime(10), as 4000-PROCESS-REVERSAL in ISO8583-GEN
      *--     builds it.
           05 WS-REQUEST-FROM-ACCT    PIC X(19).
           05 WS-REQUEST-TO-ACCT      PIC X(19).
      *--     DE102/DE103 on a funds transfer: the deposit accounts
      *--     to debit and to credit.
           05 WS-REQUEST-POS-ENTRY    PIC X(3).
      *--     DE22 POS entry mode - positions 1-2 are how the PAN was
      *--     captured (01 keyed, 10 credential on file, 81
      *--     e-commerce are card-not-present).
           05 WS-AUTH-RESPONSE-CODE   PIC X(2).
           05 WS-AUTH-ID-RESPONSE     PIC X(6).
           05 WS-INQUIRY-BALANCE      PIC S9(10)V99.
           05 WS-APPROVED-AMOUNT-RAW  PIC X(12).
           05 WS-APPROVED-AMOUNT-NUM REDEFINES WS-APPROVED-AMOUNT-RAW
                                      PIC 9(10)V99.
      *-- On for a DE3 proc code 01xxxx (ATM cash withdrawal) - set by
      *-- 1000-PARSE-REQUEST, steering the ATM/PIN check, the cash
      *-- daily limit, and the cash side of VELACC.
       01  WS-CASH-TXN-SW             PIC X(1) VALUE 'N'.
           88 WS-CASH-TXN                      VALUE 'Y'.
      *-- On for a DE3 proc code 40xxxx (account-to-account funds
      *-- transfer) - set by 1000-PARSE-REQUEST, steering the request
      *-- to 2080-PROCESS-TRANSFER instead of the purchase rules.
       01  WS-XFER-TXN-SW             PIC X(1) VALUE 'N'.
           88 WS-XFER-TXN                      VALUE 'Y'.
      *-- On for a DE3 proc code 72xxxx (card activation) - set by
      *-- 1000-PARSE-REQUEST, letting a Not activated card through
      *-- 2010-VALIDATE-CARD to 2090-PROCESS-ACTIVATION.
       01  WS-ACTV-TXN-SW             PIC X(1) VALUE 'N'.
           88 WS-ACTV-TXN                      VALUE 'Y'.

      ******************************************************************
      * REQUEST BITMAP WORK AREA
       01  WS-PARSE-POINTER          PIC 9(4) COMP.
       01  WS-PARSE-PAN-LEN          PIC 9(2) COMP.
       01  WS-PARSE-ORIG-LEN         PIC 9(2) COMP.
       01  WS-PARSE-ACCT-LEN         PIC 9(2) COMP.

      ******************************************************************
      * BITMAP UNPACK AREA
           05 KC-CVV                  PIC X(3).
           05 KC-BILLING-ZIP          PIC X(9).
           05 KC-EXPIRY-DATE          PIC X(4).
           05 KC-ISSUE-DATE           PIC X(8).
           05 KC-REPLACES-PAN         PIC X(19).
           05 FILLER                  PIC X(33).
       01  WS-KIO-DDABAL-REC REDEFINES WS-KIO-RECORD.
           05 KD-ACCT-NO              PIC X(19).
           05 KD-AVAILABLE-BALANCE    PIC S9(10)V99.
           05 KD-OVERDRAFT-LIMIT      PIC 9(10)V99.
           05 KD-ACCT-STATUS          PIC X(1).
      *--     D = dormant (set by DORMSCAN), blank = active.
           05 FILLER                  PIC X(56).
       01  WS-KIO-VELACC-REC REDEFINES WS-KIO-RECORD.
           05 KV-PAN                  PIC X(19).
           05 KV-DATE                 PIC 9(8).
           05 KV-COUNT                PIC 9(3).
           05 KV-TOTAL-AMOUNT         PIC 9(10)V99.
           05 KV-LAST-TERM-ID         PIC X(8).
           05 KV-CASH-COUNT           PIC 9(3).
           05 KV-CASH-AMOUNT          PIC 9(10)V99.
           05 FILLER                  PIC X(35).
       01  WS-KIO-MERCHVEL-REC REDEFINES WS-KIO-RECORD.
           05 KM-MERCHANT-ID          PIC X(15).
           05 KM-DATE                 PIC 9(8).
           05 KM-COUNT                PIC 9(5).
           05 KM-TOTAL-AMOUNT         PIC 9(10)V99.
           05 FILLER                  PIC X(60).
      *-- CARDCTL - the card's spending controls, maintained by
      *-- CARDMAINT's CONTROL action.
       01  WS-KIO-CARDCTL-REC REDEFINES WS-KIO-RECORD.
           05 KL-PAN                  PIC X(19).
           05 KL-BLOCKED-MCC          PIC X(4) OCCURS 5 TIMES.
           05 KL-CNP-BLOCK            PIC X(1).
           05 KL-TXN-MAX              PIC 9(10)V99.
           05 FILLER                  PIC X(48).
      *-- NOTIFPRF - the cardholder's alert preferences, maintained by
      *-- CARDMAINT's NOTIFY action. Only the thresholds matter here;
      *-- the opt-in/out flags are applied by NOTIFEXT.
       01  WS-KIO-NOTIFPRF-REC REDEFINES WS-KIO-RECORD.
           05 KN-PAN                  PIC X(19).
           05 KN-OPT-FLAG             PIC X(1) OCCURS 5 TIMES.
           05 KN-LARGE-AMOUNT         PIC 9(10)V99.
           05 KN-LOWBAL-AMOUNT        PIC 9(10)V99.
           05 FILLER                  PIC X(52).

      ******************************************************************
      * CARDMAST LOOKUP WORK AREA
       01  WS-CARD-CVV                PIC X(3).
       01  WS-CARD-BILLING-ZIP        PIC X(9).
       01  WS-CARD-EXPIRY             PIC X(4).
       01  WS-CARD-REPLACES-PAN       PIC X(19).
      *-- Current year/month in the same YYMM shape as CM-EXPIRY-DATE,
      *-- for the expired-card comparison in 2010-VALIDATE-CARD.
       01  WS-EXPIRY-CHECK-DATE       PIC 9(8).
       01  WS-MERCHANT-FOUND-SW       PIC X(1) VALUE 'N'.
           88 WS-MERCHANT-FOUND               VALUE 'Y'.
       01  WS-MERCHANT-STATUS         PIC X(1).
       01  WS-MERCHANT-MCC            PIC X(4).
       01  WS-MERCHANT-NAME           PIC X(25).

      ******************************************************************
      * CARDHOLDER CONTROLS WORK AREA
      ******************************************************************
       01  WS-CTL-IDX                 PIC 9(1).
       01  WS-CNP-TXN-SW              PIC X(1) VALUE 'N'.
           88 WS-CNP-TXN                       VALUE 'Y'.

      ******************************************************************
      * TERMMAST LOOKUP WORK AREA
       01  WS-TERMINAL-FOUND-SW       PIC X(1) VALUE 'N'.
           88 WS-TERMINAL-FOUND               VALUE 'Y'.
       01  WS-TERMINAL-STATUS         PIC X(1).
       01  WS-TERMINAL-TYPE           PIC X(1).
           88 WS-TERMINAL-IS-ATM               VALUE 'A'.

      ******************************************************************
      * DDABAL BALANCE WORK AREA
           88 WS-DDA-FOUND                     VALUE 'Y'.
       01  WS-DDA-BALANCE-WK          PIC S9(10)V99 VALUE 0.
       01  WS-DDA-OD-LIMIT-WK         PIC 9(10)V99 VALUE 0.
       01  WS-DDA-STATUS-WK           PIC X(1) VALUE SPACE.
           88 WS-DDA-DORMANT                   VALUE 'D'.
       01  WS-DDA-PROJ-BALANCE        PIC S9(10)V99.
       01  WS-DDA-AVAIL-PROJ          PIC S9(10)V99.
      *-- Projected balance less the PAN's open pre-authorization
      *-- Balance less open holds before any debit - the most a
      *-- partial approval may take.

      ******************************************************************
      * FUNDS TRANSFER WORK AREA
      * The credit side of a transfer is read first and parked here
      * while the debit side runs through the normal DDABAL work
      * fields above, so both records are in hand before either one
      * is rewritten.
      ******************************************************************
       01  WS-XFER-TO-BALANCE         PIC S9(10)V99 VALUE 0.
       01  WS-XFER-TO-OD-LIMIT        PIC 9(10)V99 VALUE 0.
       01  WS-XFER-TO-STATUS          PIC X(1) VALUE SPACE.
       01  WS-XFER-FROM-SAVED-BAL     PIC S9(10)V99 VALUE 0.
       01  WS-XFER-LINK-ACCT-IN       PIC X(19).
       01  WS-XFER-PAN-HAS-XREF-SW    PIC X(1) VALUE 'N'.
           88 WS-XFER-PAN-HAS-XREF             VALUE 'Y'.
       01  WS-XFER-LINKED-SW          PIC X(1) VALUE 'N'.
           88 WS-XFER-LINKED                   VALUE 'Y'.

      ******************************************************************
      * ACCOUNT CROSS-REFERENCE (ACCTXREF) WORK AREA
      * Loaded once per balance operation; 2074-RESOLVE-ACCOUNT turns
       01  WS-VELACC-LAST-TERM-WK     PIC X(8) VALUE SPACES.
       01  WS-VELACC-PROJ-COUNT       PIC 9(3).
       01  WS-VELACC-PROJ-TOTAL       PIC 9(10)V99.
      *-- Today's ATM cash withdrawals for the PAN - same record, same
      *-- daily reset, but a limit of their own (CFG-CASH-DAILY-LIMIT)
      *-- instead of the purchase thresholds above.
       01  WS-CASH-DAILY-LIMIT        PIC 9(10)V99  VALUE 500.00.
       01  WS-VELACC-CASH-COUNT-WK    PIC 9(3) VALUE 0.
       01  WS-VELACC-CASH-TOTAL-WK    PIC 9(10)V99 VALUE 0.
       01  WS-VELACC-CASH-PROJ        PIC 9(10)V99.

      ******************************************************************
      * MERCHANT VELOCITY (MERCHVEL) WORK AREA
       01  WS-FRDALERT-STATUS         PIC X(2).
       01  WS-ALERT-TIMESTAMP         PIC X(14).

      ******************************************************************
      * CARD ACTIVATION WORK AREA
      ******************************************************************
       01  WS-CARDAUDIT-STATUS        PIC X(2).
       01  WS-ACTV-AUDIT-PAN          PIC X(19).
       01  WS-ACTV-OLD-STATUS         PIC X(1).
       01  WS-ACTV-NEW-STATUS         PIC X(1).
       01  WS-ACTV-REASON             PIC X(30).

      ******************************************************************
      * CARDHOLDER NOTIFICATION (NOTIFEVT) WORK AREA
      * The thresholds default to the values below and are overridden
      * per card from NOTIFPRF when the cardholder has set their own
      * (see 2610-LOAD-NOTIFY-PREFS). The posting paragraphs set the
      * two switches and the balance after the debit; 1000-PARSE-
      * REQUEST clears them for every call.
      ******************************************************************
       01  WS-NOTIFEVT-STATUS         PIC X(2).
       01  WS-NTF-LARGE-DEFAULT       PIC 9(10)V99 VALUE 500.00.
       01  WS-NTF-LOWBAL-DEFAULT      PIC 9(10)V99 VALUE 100.00.
       01  WS-NTF-LARGE-AMOUNT        PIC 9(10)V99 VALUE 0.
       01  WS-NTF-LOWBAL-AMOUNT       PIC 9(10)V99 VALUE 0.
       01  WS-NTF-DEBIT-SW            PIC X(1) VALUE 'N'.
           88 WS-NTF-DEBIT-POSTED              VALUE 'Y'.
       01  WS-NTF-ODFEE-SW            PIC X(1) VALUE 'N'.
           88 WS-NTF-ODFEE-POSTED              VALUE 'Y'.
       01  WS-NTF-BALANCE-AFTER       PIC S9(10)V99 VALUE 0.
       01  WS-NTF-NAME-FOUND-SW       PIC X(1) VALUE 'N'.
           88 WS-NTF-NAME-FOUND                VALUE 'Y'.
      *-- The event being written by 2690-WRITE-NOTIFICATION.
       01  WS-NTF-EVENT-TYPE          PIC X(8).
       01  WS-NTF-PAN                 PIC X(19).
       01  WS-NTF-ACCT                PIC X(19).
       01  WS-NTF-AMOUNT              PIC 9(10)V99.
       01  WS-NTF-BALANCE             PIC S9(10)V99.
       01  WS-NTF-MERCHANT            PIC X(25).
       01  WS-NTF-REASON              PIC X(40).

      *-- ISO 8583 Response Message Structure
       01  WS-ISO-RESPONSE.
           05 RESP-MTI                PIC X(4).
      *-- about it needs the host, so it runs the normal path even
      *-- while stand-in mode has the financial rules switched off.
      *-- Stand-in approving it blind would leave the PIN unchanged
      *-- and log a zero-value entry for STIPRECON to "post". A card
      *-- activation is the same kind of local CARDMAST change.
               IF WS-STIP-MODE AND WS-REQUEST-MTI NOT = "0620"
                       AND NOT WS-ACTV-TXN
                   PERFORM 2500-APPLY-STANDIN-RULES THRU 2500-EXIT
               ELSE
                   PERFORM 2000-APPLY-BUSINESS-RULES
                       THRU 2000-EXIT
                   PERFORM 2600-RAISE-NOTIFICATIONS
                       THRU 2600-EXIT
               END-IF
               PERFORM 1600-LOG-TRANSACTION
           END-IF.
           MOVE 10000.00 TO WS-MERCH-MAX-AMOUNT.
           MOVE 35.00 TO WS-OVERDRAFT-FEE.
           MOVE 'N' TO WS-PARTIAL-APPR-SW.
           MOVE 500.00 TO WS-CASH-DAILY-LIMIT.

           OPEN INPUT STIPCFG-FILE.
           IF WS-STIPCFG-STATUS = "35"
                       IF CFG-PARTIAL-APPROVAL = 'Y'
                           MOVE 'Y' TO WS-PARTIAL-APPR-SW
                       END-IF
                       IF CFG-CASH-DAILY-LIMIT IS NUMERIC
                           MOVE CFG-CASH-DAILY-LIMIT
                               TO WS-CASH-DAILY-LIMIT
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.
           MOVE SPACES TO WS-REQUEST-BILLING-ZIP.
           MOVE SPACES TO WS-REQUEST-ORIG-DATA.
           MOVE SPACES TO WS-REQUEST-EXPIRY.
           MOVE SPACES TO WS-REQUEST-FROM-ACCT.
           MOVE SPACES TO WS-REQUEST-TO-ACCT.
           MOVE SPACES TO WS-REQUEST-POS-ENTRY.
      *-- Cleared so an inquiry declined before 2046-INQUIRE-BALANCE
      *-- runs reports a zero amount instead of the balance the
      *-- previous call looked up for another cardholder.
           MOVE 0 TO WS-INQUIRY-BALANCE.
      *-- Likewise the notification switches and the merchant name,
      *-- so an event never reports the previous call's posting.
           MOVE 'N' TO WS-NTF-DEBIT-SW.
           MOVE 'N' TO WS-NTF-ODFEE-SW.
           MOVE 0 TO WS-NTF-BALANCE-AFTER.
           MOVE SPACES TO WS-MERCHANT-NAME.
           MOVE LOW-VALUES TO WS-REQ-BITMAP-BYTES.
           MOVE LK-REQUEST-BUFFER(1:4) TO WS-REQUEST-MTI.
           MOVE LK-REQUEST-BUFFER(5:8) TO WS-REQ-BITMAP-BYTES(1:8).
      *-- lowers it.
           MOVE WS-REQUEST-AMOUNT-RAW TO WS-APPROVED-AMOUNT-RAW.

           IF WS-REQUEST-PROC-CODE(1:2) = "01"
               MOVE 'Y' TO WS-CASH-TXN-SW
           ELSE
               MOVE 'N' TO WS-CASH-TXN-SW
           END-IF.

           IF WS-REQUEST-PROC-CODE(1:2) = "40"
               MOVE 'Y' TO WS-XFER-TXN-SW
           ELSE
               MOVE 'N' TO WS-XFER-TXN-SW
           END-IF.

           IF WS-REQUEST-PROC-CODE(1:2) = "72"
               MOVE 'Y' TO WS-ACTV-TXN-SW
           ELSE
               MOVE 'N' TO WS-ACTV-TXN-SW
           END-IF.

      ******************************************************************
      * 1040-UNPACK-BITMAP
      * Unpacks WS-REQ-BITMAP-BYTES (the real 8-bits-per-byte packed
      * 2011-VALIDATE-MERCHANT. DE7 (transaction date/time) is
      * captured for the fraud-scoring time-of-day factor in
      * 2034-CHECK-FRAUD-SCORE. DE53 (new PIN block) is captured for
      * the PIN-change flow in 2050-PROCESS-PIN-CHANGE. DE102/DE103
      * (from/to account, LLVAR) are captured for 2080-PROCESS-
      * TRANSFER. DE22 (POS entry mode) is captured for the
      * card-not-present control in 2017-CHECK-CARD-CONTROLS.
      ******************************************************************
       1050-EXTRACT-ELEMENT.
           IF WS-REQ-BITMAP-BIT(WS-REQ-BIT-INDEX) = 1
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:4)
                           TO WS-REQUEST-EXPIRY
                       ADD 4 TO WS-PARSE-POINTER
                   WHEN 22
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:3)
                           TO WS-REQUEST-POS-ENTRY
                       ADD 3 TO WS-PARSE-POINTER
                   WHEN 35
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:3)
                           TO WS-REQUEST-CVV
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:42)
                           TO WS-REQUEST-ORIG-DATA
                       ADD 42 TO WS-PARSE-POINTER
                   WHEN 102
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:2)
                           TO WS-PARSE-ACCT-LEN
                       ADD 2 TO WS-PARSE-POINTER
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:
                               WS-PARSE-ACCT-LEN)
                           TO WS-REQUEST-FROM-ACCT
                       ADD WS-PARSE-ACCT-LEN TO WS-PARSE-POINTER
                   WHEN 103
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:2)
                           TO WS-PARSE-ACCT-LEN
                       ADD 2 TO WS-PARSE-POINTER
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:
                               WS-PARSE-ACCT-LEN)
                           TO WS-REQUEST-TO-ACCT
                       ADD WS-PARSE-ACCT-LEN TO WS-PARSE-POINTER
                   WHEN 123
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:9)
                           TO WS-REQUEST-BILLING-ZIP
      *-- (card status, merchant, velocity, fraud score), so it posts
      *-- on its own path before any of them run.
           IF WS-REQUEST-MTI = "0420" OR WS-REQUEST-MTI = "0400"
               PERFORM 2060-PROCESS-REVERSAL THRU 2060-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-VALIDATE-CARD.

      *-- A funds transfer moves money between the cardholder's own
      *-- accounts - there is no merchant, and it is not spending, so
      *-- the merchant, velocity and fraud checks do not apply. Card,
      *-- terminal and PIN/CVV still do.
           IF WS-XFER-TXN
               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2012-VALIDATE-TERMINAL
               END-IF
               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2020-VALIDATE-PIN-AND-CVV
               END-IF
               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2080-PROCESS-TRANSFER THRU 2080-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF.

      *-- A card activation moves no money either - card, terminal
      *-- and the activation's own PIN check are all that apply.
           IF WS-ACTV-TXN
               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2012-VALIDATE-TERMINAL
               END-IF
               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2090-PROCESS-ACTIVATION THRU 2090-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF.

           IF WS-REQUEST-MTI = "0620"
               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2050-PROCESS-PIN-CHANGE
                   PERFORM 2012-VALIDATE-TERMINAL
               END-IF

               IF WS-AUTH-RESPONSE-CODE = SPACES AND WS-CASH-TXN
                   PERFORM 2016-VALIDATE-CASH-WITHDRAWAL
               END-IF

               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2011-VALIDATE-MERCHANT
               END-IF

               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2017-CHECK-CARD-CONTROLS THRU 2017-EXIT
               END-IF

               IF WS-AUTH-RESPONSE-CODE = SPACES
                   PERFORM 2015-VALIDATE-AVS
               END-IF
               " for PAN " WS-REQUEST-PAN
               " amount " WS-REQUEST-AMOUNT-NUM.

      *-- A transfer moved money between two accounts; crediting the
      *-- PAN's own account back would undo only half of it. Transfers
      *-- are corrected with a transfer the other way.
           IF WS-XFER-TXN
               MOVE "12" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXRV" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (a funds transfer cannot be "
                   "reversed - send a transfer back)"
               GO TO 2060-EXIT
           END-IF.

           PERFORM 2073-LOAD-ACCTXREF.
           MOVE WS-REQUEST-PAN TO WS-RESOLVE-PAN-IN.
           PERFORM 2074-RESOLVE-ACCOUNT.
               DISPLAY "Result: APPROVED - reversal credited back"
           END-IF.

       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2061-BACKOUT-VELOCITY
      * Backs the reversed amount out of today's VELACC accumulator
      * (or none at all) is left alone - yesterday's window already
      * closed, there is nothing of today's to back out. Count and
      * total are floored at zero so a reversal arriving after the
      * accumulator reset can never drive either negative. A reversed
      * cash withdrawal (the reversal carries the original 01xxxx
      * proc code) comes back out of the cash count/amount instead.
      ******************************************************************
       2061-BACKOUT-VELOCITY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.

           IF WS-KIO-STATUS = "00" AND KV-DATE = WS-TODAY-DATE
               IF WS-CASH-TXN
                   PERFORM 2061A-BACKOUT-CASH
               ELSE
                   IF KV-COUNT > 0
                       SUBTRACT 1 FROM KV-COUNT
                   END-IF
                   IF KV-TOTAL-AMOUNT > WS-REQUEST-AMOUNT-NUM
                       SUBTRACT WS-REQUEST-AMOUNT-NUM FROM
                           KV-TOTAL-AMOUNT
                   ELSE
                       MOVE 0 TO KV-TOTAL-AMOUNT
                   END-IF
               END-IF
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
           END-IF.

      ******************************************************************
      * 2061A-BACKOUT-CASH
      * The cash leg of 2061-BACKOUT-VELOCITY, floored at zero the
      * same way. A record from before the cash fields existed has
      * no cash to back out.
      ******************************************************************
       2061A-BACKOUT-CASH.
           IF KV-CASH-COUNT IS NOT NUMERIC
                   OR KV-CASH-AMOUNT IS NOT NUMERIC
               MOVE 0 TO KV-CASH-COUNT
               MOVE 0 TO KV-CASH-AMOUNT
           END-IF.
           IF KV-CASH-COUNT > 0
               SUBTRACT 1 FROM KV-CASH-COUNT
           END-IF.
           IF KV-CASH-AMOUNT > WS-REQUEST-AMOUNT-NUM
               SUBTRACT WS-REQUEST-AMOUNT-NUM FROM KV-CASH-AMOUNT
           ELSE
               MOVE 0 TO KV-CASH-AMOUNT
           END-IF.

      ******************************************************************
      * 2062-BACKOUT-MERCH-VELOCITY
      * The merchant-side counterpart to 2061-BACKOUT-VELOCITY, keyed
      * 2010-VALIDATE-CARD
      * Looks WS-REQUEST-PAN up on CARDMAST. Declines '14' when the
      * PAN is not on file, '41'/'43' when it is flagged lost/stolen,
      * '78' when it has not been activated yet (except to the
      * activation request itself),
      * and '54' (Expired Card) when the card's expiry month has
      * passed - or when the DE14 the acquirer presented disagrees
      * with the expiry on file. A blank CM-EXPIRY-DATE (a card
           MOVE SPACES TO WS-CARD-CVV.
           MOVE SPACES TO WS-CARD-BILLING-ZIP.
           MOVE SPACES TO WS-CARD-EXPIRY.
           MOVE SPACES TO WS-CARD-REPLACES-PAN.

           MOVE "CARDMAST" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
                   MOVE KC-CVV TO WS-CARD-CVV
                   MOVE KC-BILLING-ZIP TO WS-CARD-BILLING-ZIP
                   MOVE KC-EXPIRY-DATE TO WS-CARD-EXPIRY
                   MOVE KC-REPLACES-PAN TO WS-CARD-REPLACES-PAN
               WHEN "35"
                   DISPLAY "CARDMAST not found - all cards will "
                       "decline"
                       DISPLAY "Result: DECLINED (Card reported stolen)"
                   WHEN "A"
                       CONTINUE
      *-- 78 = Blocked, first use - issued but never activated. Only
      *-- the activation request itself gets past it.
                   WHEN "N"
                       IF NOT WS-ACTV-TXN
                           MOVE "78" TO WS-AUTH-RESPONSE-CODE
                           MOVE "DECNAC" TO WS-AUTH-ID-RESPONSE
                           DISPLAY "Result: DECLINED (Card not yet "
                               "activated)"
                       END-IF
                   WHEN OTHER
                       MOVE "14" TO WS-AUTH-RESPONSE-CODE
                       MOVE "DECPAN" TO WS-AUTH-ID-RESPONSE
       2011-VALIDATE-MERCHANT.
           MOVE 'N' TO WS-MERCHANT-FOUND-SW.
           MOVE SPACES TO WS-MERCHANT-STATUS.
           MOVE SPACES TO WS-MERCHANT-MCC.
           MOVE SPACES TO WS-MERCHANT-NAME.

           OPEN INPUT MERCHMAST-FILE.
           IF WS-MERCHMAST-STATUS = "35"
                           IF MM-MERCHANT-ID = WS-REQUEST-MERCHANT-ID
                               MOVE 'Y' TO WS-MERCHANT-FOUND-SW
                               MOVE MM-STATUS TO WS-MERCHANT-STATUS
                               MOVE MM-MCC TO WS-MERCHANT-MCC
                               MOVE MM-NAME TO WS-MERCHANT-NAME
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * 2017-CHECK-CARD-CONTROLS
      * The cardholder's own spending controls from CARDCTL, checked
      * once the merchant (and so its category) is known. Each
      * control declines '62' (Restricted Card) with its own auth ID.
      * Only money going out is subject to them: a credit or balance
      * inquiry, and a 0220 completing a hold whose 0100 already
      * passed here, are let through. A merchant with no category
      * code cannot match a blocked one.
      ******************************************************************
       2017-CHECK-CARD-CONTROLS.
           IF WS-REQUEST-PROC-CODE = "200000"
                   OR WS-REQUEST-PROC-CODE = "300000"
                   OR WS-REQUEST-MTI = "0220"
               GO TO 2017-EXIT
           END-IF.

           MOVE "CARDCTL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-REQUEST-PAN TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS NOT = "00"
               GO TO 2017-EXIT
           END-IF.

           IF WS-MERCHANT-MCC NOT = SPACES
               PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       UNTIL WS-CTL-IDX > 5
                   IF KL-BLOCKED-MCC(WS-CTL-IDX) = WS-MERCHANT-MCC
                       MOVE "62" TO WS-AUTH-RESPONSE-CODE
                       MOVE "DECMCC" TO WS-AUTH-ID-RESPONSE
                   END-IF
               END-PERFORM
               IF WS-AUTH-RESPONSE-CODE NOT = SPACES
                   DISPLAY "Result: DECLINED (Merchant category "
                       WS-MERCHANT-MCC " blocked by cardholder)"
                   GO TO 2017-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-CNP-TXN-SW.
           IF WS-REQUEST-POS-ENTRY(1:2) = "01"
                   OR WS-REQUEST-POS-ENTRY(1:2) = "10"
                   OR WS-REQUEST-POS-ENTRY(1:2) = "81"
                   OR WS-REQUEST-BILLING-ZIP NOT = SPACES
               MOVE 'Y' TO WS-CNP-TXN-SW
           END-IF.
           IF KL-CNP-BLOCK = "Y" AND WS-CNP-TXN
               MOVE "62" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECCNP" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Card-not-present use "
                   "blocked by cardholder)"
               GO TO 2017-EXIT
           END-IF.

           IF KL-TXN-MAX IS NUMERIC AND KL-TXN-MAX > 0
               IF WS-REQUEST-AMOUNT-NUM > KL-TXN-MAX
                   MOVE "62" TO WS-AUTH-RESPONSE-CODE
                   MOVE "DECCMX" TO WS-AUTH-ID-RESPONSE
                   DISPLAY "Result: DECLINED (Over cardholder "
                       "per-transaction maximum " KL-TXN-MAX ")"
               END-IF
           END-IF.

       2017-EXIT.
           EXIT.

      ******************************************************************
      * 2015-VALIDATE-AVS
      * Address verification. Compares the DE123 billing zip the
       2012-VALIDATE-TERMINAL.
           MOVE 'N' TO WS-TERMINAL-FOUND-SW.
           MOVE SPACES TO WS-TERMINAL-STATUS.
           MOVE SPACES TO WS-TERMINAL-TYPE.

           OPEN INPUT TERMMAST-FILE.
           IF WS-TERMMAST-STATUS = "35"
                           IF TM-TERM-ID = WS-REQUEST-TERM-ID
                               MOVE 'Y' TO WS-TERMINAL-FOUND-SW
                               MOVE TM-STATUS TO WS-TERMINAL-STATUS
                               MOVE TM-TERM-TYPE TO WS-TERMINAL-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * 2016-VALIDATE-CASH-WITHDRAWAL
      * An ATM cash withdrawal (proc code 01xxxx) is only good from a
      * terminal TERMMAST marks as an ATM and only with a PIN. Any
      * other terminal declines '58' (Transaction Not Permitted to
      * Terminal) under its own DECATM id, so ops can tell a cash
      * request at a till from a dead terminal; a request with no
      * DE52 declines '55' (Incorrect PIN) as DECNPN rather than
      * falling through to 2020's comparison. A terminal with no
      * type on file - including every terminal when TERMMAST itself
      * is missing - is not an ATM.
      ******************************************************************
       2016-VALIDATE-CASH-WITHDRAWAL.
           IF NOT WS-TERMINAL-IS-ATM
               MOVE "58" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECATM" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Cash withdrawal from a "
                   "non-ATM terminal)"
           ELSE
               IF WS-REQUEST-PIN-BLOCK = SPACES
                   MOVE "55" TO WS-AUTH-RESPONSE-CODE
                   MOVE "DECNPN" TO WS-AUTH-ID-RESPONSE
                   DISPLAY "Result: DECLINED (Cash withdrawal "
                       "without a PIN)"
               END-IF
           END-IF.

      ******************************************************************
      * 2020-VALIDATE-PIN-AND-CVV
      * Validates the incoming DE52 PIN block and DE35 track-CVV
      * cumulative approved amount would cross the configured
      * threshold; otherwise lets the transaction proceed to the
      * balance check, where 2040 updates the accumulator on approval.
      * An ATM cash withdrawal is held to the card's daily cash limit
      * instead (2032-CHECK-CASH-LIMIT) - cash and purchase exposure
      * are separate limits on the same record.
      ******************************************************************
       2030-CHECK-VELOCITY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 2031-READ-VELACC.
           IF WS-CASH-TXN
               PERFORM 2032-CHECK-CASH-LIMIT
           ELSE
               PERFORM 2030A-CHECK-PURCHASE-VELOCITY
           END-IF.

      ******************************************************************
      * 2030A-CHECK-PURCHASE-VELOCITY
      * The purchase leg of 2030-CHECK-VELOCITY - today's approval
      * count and cumulative approved amount against the configured
      * thresholds.
      ******************************************************************
       2030A-CHECK-PURCHASE-VELOCITY.

      *-- No VELACC record (not found, or just reset by 2031 for a
      *-- new day) projects from a zero count/total rather than
           MOVE 0 TO WS-VELACC-COUNT-WK.
           MOVE 0 TO WS-VELACC-TOTAL-WK.
           MOVE SPACES TO WS-VELACC-LAST-TERM-WK.
           MOVE 0 TO WS-VELACC-CASH-COUNT-WK.
           MOVE 0 TO WS-VELACC-CASH-TOTAL-WK.

           MOVE "VELACC" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
                   MOVE KV-COUNT TO WS-VELACC-COUNT-WK
                   MOVE KV-TOTAL-AMOUNT TO WS-VELACC-TOTAL-WK
                   MOVE KV-LAST-TERM-ID TO WS-VELACC-LAST-TERM-WK
      *-- A record written before the cash fields existed carries
      *-- spaces there - no cash drawn yet today.
                   IF KV-CASH-COUNT IS NUMERIC
                           AND KV-CASH-AMOUNT IS NUMERIC
                       MOVE KV-CASH-COUNT TO WS-VELACC-CASH-COUNT-WK
                       MOVE KV-CASH-AMOUNT TO WS-VELACC-CASH-TOTAL-WK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2032-CHECK-CASH-LIMIT
      * The cash leg of 2030-CHECK-VELOCITY. Declines '61' (Exceeds
      * Withdrawal Limit) as DECCSH when today's cash withdrawn plus
      * this request would cross the card's daily cash limit. Like
      * the purchase check, a card with nothing drawn today projects
      * from zero rather than skipping the test.
      ******************************************************************
       2032-CHECK-CASH-LIMIT.
           MOVE WS-VELACC-CASH-TOTAL-WK TO WS-VELACC-CASH-PROJ.
           ADD WS-REQUEST-AMOUNT-NUM TO WS-VELACC-CASH-PROJ.
           IF WS-VELACC-CASH-PROJ > WS-CASH-DAILY-LIMIT
               MOVE "61" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECCSH" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (daily cash limit "
                   WS-CASH-DAILY-LIMIT " exceeded)"
           END-IF.

      ******************************************************************
      * 2033-UPDATE-VELOCITY
      * Increments today's VELACC accumulator for WS-REQUEST-PAN
      * after an approval - rewriting the existing record in place,
      * or appending the PAN's first one - through KEYIO. Posts
      * the approved amount, not the requested one - on a partial
      * approval only the approved figure actually moved. A cash
      * withdrawal posts to the cash count/amount instead of the
      * purchase ones; both sets are always carried back onto the
      * record so neither side wipes the other.
      ******************************************************************
       2033-UPDATE-VELOCITY.
           IF WS-CASH-TXN
               ADD 1 TO WS-VELACC-CASH-COUNT-WK
               ADD WS-APPROVED-AMOUNT-NUM TO WS-VELACC-CASH-TOTAL-WK
           ELSE
               ADD 1 TO WS-VELACC-COUNT-WK
               ADD WS-APPROVED-AMOUNT-NUM TO WS-VELACC-TOTAL-WK
           END-IF.
           MOVE WS-REQUEST-TERM-ID TO WS-VELACC-LAST-TERM-WK.

           MOVE SPACES TO WS-KIO-RECORD.
           MOVE WS-VELACC-COUNT-WK TO KV-COUNT.
           MOVE WS-VELACC-TOTAL-WK TO KV-TOTAL-AMOUNT.
           MOVE WS-VELACC-LAST-TERM-WK TO KV-LAST-TERM-ID.
           MOVE WS-VELACC-CASH-COUNT-WK TO KV-CASH-COUNT.
           MOVE WS-VELACC-CASH-TOTAL-WK TO KV-CASH-AMOUNT.
           MOVE "VELACC" TO WS-KIO-FILE-ID.
           MOVE WS-REQUEST-PAN TO WS-KIO-KEY.
           IF WS-VELACC-FOUND

           PERFORM 2041-READ-DDABAL.

      *-- A dormant account takes credits and answers inquiries, but
      *-- every debit path below is refused before it can post or
      *-- reserve anything.
           IF WS-DDA-FOUND AND WS-DDA-DORMANT
                   AND WS-REQUEST-PROC-CODE NOT = "200000"
                   AND WS-REQUEST-PROC-CODE NOT = "300000"
               MOVE "57" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECDRM" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Account " WS-REQUEST-ACCT
                   " is dormant)"
           ELSE
               PERFORM 2040A-DISPATCH-POSTING
           END-IF.

      ******************************************************************
      * 2040A-DISPATCH-POSTING
      * Routes the request to its posting paragraph once the account
      * has been read and is not barred from the request.
      ******************************************************************
       2040A-DISPATCH-POSTING.
           IF WS-REQUEST-MTI = "0200" OR WS-REQUEST-MTI = "0220"
               EVALUATE WS-REQUEST-PROC-CODE
                   WHEN "200000"
                       MOVE "00" TO WS-AUTH-RESPONSE-CODE *> Approved
                       MOVE "APP456" TO WS-AUTH-ID-RESPONSE
                       DISPLAY "Result: APPROVED - balance debited"
                       MOVE 'Y' TO WS-NTF-DEBIT-SW
                       MOVE WS-DDA-BALANCE-WK TO WS-NTF-BALANCE-AFTER
                   WHEN WS-DDA-OD-HEADROOM >= 0
      *-- Into overdraft but within the limit: post the debit and the
      *-- overdraft fee against the account in the same update.
                       MOVE "APPOVD" TO WS-AUTH-ID-RESPONSE
                       DISPLAY "Result: APPROVED - into overdraft, "
                           "fee " WS-OVERDRAFT-FEE " posted"
                       MOVE 'Y' TO WS-NTF-DEBIT-SW
                       MOVE 'Y' TO WS-NTF-ODFEE-SW
                       MOVE WS-DDA-BALANCE-WK TO WS-NTF-BALANCE-AFTER
                   WHEN OTHER
                       PERFORM 2043A-TRY-PARTIAL-APPROVAL
               END-EVALUATE
      * the velocity accumulators count, and what DE4 reports back.
      * A partial never dips into overdraft. With the switch off, or
      * nothing available at all, the '51' this path has always
      * returned stands. An ATM cash withdrawal is never partially
      * approved - the dispenser pays the amount asked for or none.
      ******************************************************************
       2043A-TRY-PARTIAL-APPROVAL.
           COMPUTE WS-DDA-PARTIAL-AVAIL =
               WS-DDA-BALANCE-WK - WS-HOLD-OPEN-TOTAL.
           IF WS-PARTIAL-APPR-ENABLED
                   AND WS-DDA-PARTIAL-AVAIL > 0
                   AND NOT WS-CASH-TXN
               MOVE WS-DDA-PARTIAL-AVAIL TO WS-APPROVED-AMOUNT-NUM
               SUBTRACT WS-DDA-PARTIAL-AVAIL FROM WS-DDA-BALANCE-WK
               PERFORM 2042-UPDATE-DDABAL
               DISPLAY "Result: PARTIAL APPROVAL - "
                   WS-APPROVED-AMOUNT-NUM " of "
                   WS-REQUEST-AMOUNT-NUM " debited"
               MOVE 'Y' TO WS-NTF-DEBIT-SW
               MOVE WS-DDA-BALANCE-WK TO WS-NTF-BALANCE-AFTER
           ELSE
               MOVE "51" TO WS-AUTH-RESPONSE-CODE
               MOVE "DEC123" TO WS-AUTH-ID-RESPONSE
       2045-OPEN-DDABAL-FOR-CREDIT.
           MOVE WS-REQUEST-AMOUNT-NUM TO WS-DDA-BALANCE-WK.
           MOVE 0 TO WS-DDA-OD-LIMIT-WK.
           MOVE SPACE TO WS-DDA-STATUS-WK.
           MOVE 'Y' TO WS-DDA-FOUND-SW.

           MOVE SPACES TO WS-KIO-RECORD.

           PERFORM 2043-POST-DEBIT.

      ******************************************************************
      * 2080-PROCESS-TRANSFER
      * Account-to-account funds transfer (proc code 40xxxx): debits
      * the DE102 account and credits the DE103 account as one unit.
      * Both accounts must be linked to the requesting PAN on
      * ACCTXREF ('57' DECXLK otherwise - a PAN with no ACCTXREF
      * entry is linked only to itself), must differ, and must both
      * be on DDABAL. The source account must cover the amount out of
      * its balance less its open HOLDS - a transfer never dips into
      * overdraft and never carries an overdraft fee ('51' DECXNF).
      * The debit is rewritten first; if the credit then fails to
      * rewrite, the debit is put back and the transfer declines '96'
      * so money is never left half-moved.
      ******************************************************************
       2080-PROCESS-TRANSFER.
           DISPLAY "Funds transfer from account " WS-REQUEST-FROM-ACCT
               " to account " WS-REQUEST-TO-ACCT
               " amount " WS-REQUEST-AMOUNT-NUM.

           IF WS-REQUEST-FROM-ACCT = SPACES
                   OR WS-REQUEST-TO-ACCT = SPACES
                   OR WS-REQUEST-FROM-ACCT = WS-REQUEST-TO-ACCT
               MOVE "12" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXAC" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Transfer needs two different "
                   "accounts in DE102/DE103)"
               GO TO 2080-EXIT
           END-IF.

           PERFORM 2073-LOAD-ACCTXREF.
           MOVE WS-REQUEST-FROM-ACCT TO WS-XFER-LINK-ACCT-IN.
           PERFORM 2081-CHECK-ACCOUNT-LINKED.
           IF WS-XFER-LINKED
               MOVE WS-REQUEST-TO-ACCT TO WS-XFER-LINK-ACCT-IN
               PERFORM 2081-CHECK-ACCOUNT-LINKED
           END-IF.
      *-- 57 = Transaction Not Permitted to Cardholder
           IF NOT WS-XFER-LINKED
               MOVE "57" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXLK" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Account " WS-XFER-LINK-ACCT-IN
                   " is not linked to this card)"
               GO TO 2080-EXIT
           END-IF.

      *-- Credit side first, parked in the transfer work fields.
           MOVE WS-REQUEST-TO-ACCT TO WS-REQUEST-ACCT.
           PERFORM 2041-READ-DDABAL.
           IF NOT WS-DDA-FOUND
               MOVE "25" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXTO" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Target account not on DDABAL)"
               GO TO 2080-EXIT
           END-IF.
           MOVE WS-DDA-BALANCE-WK TO WS-XFER-TO-BALANCE.
           MOVE WS-DDA-OD-LIMIT-WK TO WS-XFER-TO-OD-LIMIT.
           MOVE WS-DDA-STATUS-WK TO WS-XFER-TO-STATUS.

           MOVE WS-REQUEST-FROM-ACCT TO WS-REQUEST-ACCT.
           PERFORM 2041-READ-DDABAL.
           IF NOT WS-DDA-FOUND
               MOVE "51" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECNDA" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Source account not on "
                   "DDABAL)"
               GO TO 2080-EXIT
           END-IF.
      *-- Money may go into a dormant account but never out of one.
           IF WS-DDA-DORMANT
               MOVE "57" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECDRM" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Account " WS-REQUEST-ACCT
                   " is dormant)"
               GO TO 2080-EXIT
           END-IF.

           PERFORM 2072-SUM-OPEN-HOLDS.
           COMPUTE WS-DDA-AVAIL-PROJ = WS-DDA-BALANCE-WK
               - WS-HOLD-OPEN-TOTAL
               - WS-REQUEST-AMOUNT-NUM.
           IF WS-DDA-AVAIL-PROJ < 0
               MOVE "51" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXNF" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Insufficient available "
                   "funds in source account for transfer)"
               GO TO 2080-EXIT
           END-IF.

      *-- Debit side.
           MOVE WS-DDA-BALANCE-WK TO WS-XFER-FROM-SAVED-BAL.
           SUBTRACT WS-REQUEST-AMOUNT-NUM FROM WS-DDA-BALANCE-WK.
           PERFORM 2042-UPDATE-DDABAL.
           IF WS-KIO-STATUS NOT = "00"
               MOVE "96" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXUP" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Transfer debit could not be "
                   "posted)"
               GO TO 2080-EXIT
           END-IF.
           MOVE WS-DDA-BALANCE-WK TO WS-NTF-BALANCE-AFTER.

      *-- Credit side. A failure here puts the debit back.
           MOVE WS-REQUEST-TO-ACCT TO WS-REQUEST-ACCT.
           COMPUTE WS-DDA-BALANCE-WK = WS-XFER-TO-BALANCE
               + WS-REQUEST-AMOUNT-NUM.
           MOVE WS-XFER-TO-OD-LIMIT TO WS-DDA-OD-LIMIT-WK.
           MOVE WS-XFER-TO-STATUS TO WS-DDA-STATUS-WK.
           PERFORM 2042-UPDATE-DDABAL.
           IF WS-KIO-STATUS NOT = "00"
               MOVE WS-REQUEST-FROM-ACCT TO WS-REQUEST-ACCT
               PERFORM 2041-READ-DDABAL
               MOVE WS-XFER-FROM-SAVED-BAL TO WS-DDA-BALANCE-WK
               PERFORM 2042-UPDATE-DDABAL
               MOVE "96" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECXUP" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Transfer credit could not "
                   "be posted - debit backed out)"
               GO TO 2080-EXIT
           END-IF.

           MOVE "00" TO WS-AUTH-RESPONSE-CODE. *> Approved
           MOVE "APPXFR" TO WS-AUTH-ID-RESPONSE.
           DISPLAY "Result: APPROVED - " WS-REQUEST-AMOUNT-NUM
               " transferred".
           MOVE 'Y' TO WS-NTF-DEBIT-SW.

       2080-EXIT.
           EXIT.

      ******************************************************************
      * 2090-PROCESS-ACTIVATION
      * Activates a Not activated card once 2010-VALIDATE-CARD has
      * found it. The DE52 PIN is mandatory and must match the
      * card's PIN verification value - whoever holds the plastic
      * has to prove they are the cardholder. The card moves to
      * Active; a replacement card's old PAN is closed in the same
      * step (2091). Declines '12' DECACT for a card that is not
      * awaiting activation.
      ******************************************************************
       2090-PROCESS-ACTIVATION.
           IF WS-CARD-STATUS NOT = "N"
               MOVE "12" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECACT" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Card not awaiting "
                   "activation)"
               GO TO 2090-EXIT
           END-IF.

           IF WS-REQUEST-PIN-BLOCK = SPACES
               MOVE "55" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECNPN" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Activation needs the PIN)"
               GO TO 2090-EXIT
           END-IF.

           IF WS-REQUEST-PIN-BLOCK NOT = WS-CARD-PIN-VER-VALUE
               MOVE "55" TO WS-AUTH-RESPONSE-CODE *> Incorrect PIN
               MOVE "DECPIN" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (Incorrect PIN)"
               GO TO 2090-EXIT
           END-IF.

           MOVE "CARDMAST" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-REQUEST-PAN TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS NOT = "00"
               MOVE "14" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECPAN" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (PAN not on CARDMAST)"
               GO TO 2090-EXIT
           END-IF.

           MOVE "A" TO KC-STATUS.
           MOVE "U" TO WS-KIO-FUNCTION.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           MOVE "00" TO WS-AUTH-RESPONSE-CODE *> Approved
           MOVE "APPACT" TO WS-AUTH-ID-RESPONSE.
           DISPLAY "Result: APPROVED (Card activated)".

           MOVE WS-REQUEST-PAN TO WS-ACTV-AUDIT-PAN.
           MOVE "N" TO WS-ACTV-OLD-STATUS.
           MOVE "A" TO WS-ACTV-NEW-STATUS.
           MOVE "CARDHOLDER ACTIVATION" TO WS-ACTV-REASON.
           PERFORM 2092-WRITE-CARD-AUDIT.

           IF WS-CARD-REPLACES-PAN NOT = SPACES
               PERFORM 2091-CLOSE-REPLACED-CARD
           END-IF.

       2090-EXIT.
           EXIT.

      ******************************************************************
      * 2091-CLOSE-REPLACED-CARD
      * Closes the card number the activated card replaces, unless it
      * is already closed or gone.
      ******************************************************************
       2091-CLOSE-REPLACED-CARD.
           MOVE "CARDMAST" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-CARD-REPLACES-PAN TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS = "00" AND KC-STATUS NOT = "C"
               MOVE KC-STATUS TO WS-ACTV-OLD-STATUS
               MOVE "C" TO KC-STATUS
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               MOVE WS-CARD-REPLACES-PAN TO WS-ACTV-AUDIT-PAN
               MOVE "C" TO WS-ACTV-NEW-STATUS
               MOVE "REPLACEMENT CARD ACTIVATED" TO WS-ACTV-REASON
               PERFORM 2092-WRITE-CARD-AUDIT
               DISPLAY "Replaced PAN " WS-CARD-REPLACES-PAN
                   " closed"
           END-IF.

      ******************************************************************
      * 2092-WRITE-CARD-AUDIT
      * Appends one CARDAUDIT record for a status change made here,
      * with the same append-with-first-time-fallback CARDMAINT uses,
      * and raises the cardholder's CARDSTAT notification for it.
      ******************************************************************
       2092-WRITE-CARD-AUDIT.
           OPEN EXTEND CARDAUDIT-FILE.
           IF WS-CARDAUDIT-STATUS = "35"
               CLOSE CARDAUDIT-FILE
               OPEN OUTPUT CARDAUDIT-FILE
           END-IF.
           MOVE SPACES TO CARDAUDIT-RECORD.
           MOVE WS-ACTV-AUDIT-PAN TO CD-PAN.
           MOVE WS-ACTV-OLD-STATUS TO CD-OLD-STATUS.
           MOVE WS-ACTV-NEW-STATUS TO CD-NEW-STATUS.
           ACCEPT CD-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT CD-TIMESTAMP(9:6) FROM TIME.
      *-- The CARDMAINT action code, 7 bytes wide.
           MOVE "ACTIVAT" TO CD-ACTION.
           MOVE WS-ACTV-REASON TO CD-REASON.
           MOVE "ISSAUTH" TO CD-OPERATOR-ID.
           WRITE CARDAUDIT-RECORD.
           CLOSE CARDAUDIT-FILE.
           PERFORM 2093-NOTIFY-CARD-STATUS.

      ******************************************************************
      * 2093-NOTIFY-CARD-STATUS
      * Tells the cardholder about the status change just audited.
      ******************************************************************
       2093-NOTIFY-CARD-STATUS.
           PERFORM 2073-LOAD-ACCTXREF.
           MOVE WS-ACTV-AUDIT-PAN TO WS-RESOLVE-PAN-IN.
           PERFORM 2074-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVE-ACCT-OUT TO WS-NTF-ACCT.
           MOVE WS-ACTV-AUDIT-PAN TO WS-NTF-PAN.
           MOVE "CARDSTAT" TO WS-NTF-EVENT-TYPE.
           MOVE SPACES TO WS-NTF-MERCHANT.
           MOVE 0 TO WS-NTF-AMOUNT.
           MOVE 0 TO WS-NTF-BALANCE.
           EVALUATE WS-ACTV-NEW-STATUS
               WHEN "A"
                   MOVE "YOUR CARD IS NOW ACTIVE" TO WS-NTF-REASON
               WHEN "C"
                   MOVE "OLD CARD CLOSED - NEW CARD NOW ACTIVE"
                       TO WS-NTF-REASON
               WHEN OTHER
                   MOVE "YOUR CARD STATUS HAS CHANGED"
                       TO WS-NTF-REASON
           END-EVALUATE.
           PERFORM 2690-WRITE-NOTIFICATION.

      ******************************************************************
      * 2081-CHECK-ACCOUNT-LINKED
      * Sets WS-XFER-LINKED when WS-XFER-LINK-ACCT-IN is one of the
      * requesting PAN's accounts on ACCTXREF (already loaded). A PAN
      * with no ACCTXREF entry at all owns only the account keyed by
      * the PAN itself - the same fallback 2074-RESOLVE-ACCOUNT uses.
      ******************************************************************
       2081-CHECK-ACCOUNT-LINKED.
           MOVE 'N' TO WS-XFER-LINKED-SW.
           MOVE 'N' TO WS-XFER-PAN-HAS-XREF-SW.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XREF-PAN(WS-XREF-IDX) = WS-REQUEST-PAN
                   MOVE 'Y' TO WS-XFER-PAN-HAS-XREF-SW
                   IF WS-XREF-ACCT-NO(WS-XREF-IDX) =
                           WS-XFER-LINK-ACCT-IN
                       MOVE 'Y' TO WS-XFER-LINKED-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-XFER-PAN-HAS-XREF
                   AND WS-XFER-LINK-ACCT-IN = WS-REQUEST-PAN
               MOVE 'Y' TO WS-XFER-LINKED-SW
           END-IF.

      ******************************************************************
      * 2070-LOAD-HOLDS
      * Loads the whole HOLDS file into WS-HOLDS-TABLE-AREA. A
      ******************************************************************
      * 2041-READ-DDABAL
      * Reads WS-REQUEST-ACCT's one DDABAL record through KEYIO into
      * the balance work fields, status byte included.
      ******************************************************************
       2041-READ-DDABAL.
           MOVE 'N' TO WS-DDA-FOUND-SW.
           MOVE 0 TO WS-DDA-BALANCE-WK.
           MOVE 0 TO WS-DDA-OD-LIMIT-WK.
           MOVE SPACE TO WS-DDA-STATUS-WK.

           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
                   MOVE 'Y' TO WS-DDA-FOUND-SW
                   MOVE KD-AVAILABLE-BALANCE TO WS-DDA-BALANCE-WK
                   MOVE KD-OVERDRAFT-LIMIT TO WS-DDA-OD-LIMIT-WK
                   MOVE KD-ACCT-STATUS TO WS-DDA-STATUS-WK
               WHEN "35"
                   DISPLAY "DDABAL not found - all balances treated "
                       "as zero"
      ******************************************************************
      * 2042-UPDATE-DDABAL
      * Rewrites WS-REQUEST-ACCT's one DDABAL record in place through
      * KEYIO after a posting has updated the work fields. The
      * status byte goes back exactly as it was read.
      ******************************************************************
       2042-UPDATE-DDABAL.
           MOVE SPACES TO WS-KIO-RECORD.
           MOVE WS-REQUEST-ACCT TO KD-ACCT-NO.
           MOVE WS-DDA-BALANCE-WK TO KD-AVAILABLE-BALANCE.
           MOVE WS-DDA-OD-LIMIT-WK TO KD-OVERDRAFT-LIMIT.
           MOVE WS-DDA-STATUS-WK TO KD-ACCT-STATUS.
           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE "U" TO WS-KIO-FUNCTION.
           MOVE WS-REQUEST-ACCT TO WS-KIO-KEY.
               " for amount " WS-REQUEST-AMOUNT-NUM
               " (floor limit " WS-STIP-FLOOR-LIMIT ")".

      *-- 91 = Issuer/Switch Inoperative. A funds transfer is never
      *-- approved in stand-in: neither the account link nor the
      *-- target account can be verified, and STIPRECON has no way
      *-- to post the credit side.
           IF WS-XFER-TXN
               MOVE "91" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECSTX" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: DECLINED (stand-in, funds transfer "
                   "not available)"
               GO TO 2500-EXIT
           END-IF.

           IF WS-REQUEST-AMOUNT-NUM > WS-STIP-FLOOR-LIMIT
               MOVE "91" TO WS-AUTH-RESPONSE-CODE
               MOVE "DECSTP" TO WS-AUTH-ID-RESPONSE
               DISPLAY "Result: APPROVED (stand-in, under floor limit)"
      *-- Only money movement gets logged for reconciliation - a
      *-- balance inquiry approved in stand-in has nothing for
      *-- STIPRECON to post. A cash withdrawal posts as a debit.
               IF WS-REQUEST-PROC-CODE = "000000"
                       OR WS-REQUEST-PROC-CODE = "200000"
                       OR WS-CASH-TXN
                   PERFORM 2510-LOG-STANDIN-APPROVAL
               END-IF
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-LOG-STANDIN-APPROVAL
      * Appends a stand-in-approved transaction to STIPLOG so it can be
           WRITE STIPLOG-RECORD.
           CLOSE STIPLOG-FILE.

      ******************************************************************
      * 2600-RAISE-NOTIFICATIONS
      * Writes the cardholder alerts the request just earned to
      * NOTIFEVT, once the business rules have answered it: an
      * approval at or over the card's large-purchase threshold, every
      * decline with a plain-language reason, an overdraft fee posted
      * by 2043-POST-DEBIT, and a balance left under the card's
      * low-balance threshold by a debit. Reversals raise nothing -
      * the cardholder was told about the original - and neither does
      * a request for a card not on CARDMAST, which has no cardholder
      * to tell. Whether the cardholder wants a given alert is not
      * decided here: every event is written and NOTIFEXT applies the
      * cardholder's opt-outs when it builds the vendor extract.
      ******************************************************************
       2600-RAISE-NOTIFICATIONS.
           IF WS-REQUEST-MTI = "0420" OR WS-REQUEST-MTI = "0400"
               GO TO 2600-EXIT
           END-IF.
           IF NOT WS-CARD-FOUND
               GO TO 2600-EXIT
           END-IF.

           PERFORM 2610-LOAD-NOTIFY-PREFS.
           PERFORM 2620-SET-NOTIFY-CONTEXT.
           MOVE WS-REQUEST-PAN TO WS-NTF-PAN.

           IF WS-AUTH-RESPONSE-CODE NOT = "00"
                   AND WS-AUTH-RESPONSE-CODE NOT = "10"
               PERFORM 2630-SET-DECLINE-REASON
               MOVE "DECLINE" TO WS-NTF-EVENT-TYPE
               MOVE WS-REQUEST-AMOUNT-NUM TO WS-NTF-AMOUNT
               MOVE 0 TO WS-NTF-BALANCE
               PERFORM 2690-WRITE-NOTIFICATION
               GO TO 2600-EXIT
           END-IF.

      *-- Only spending counts as a purchase approval - not a credit,
      *-- an inquiry, a transfer between the cardholder's own
      *-- accounts, an activation, or a 0220 completing a hold whose
      *-- 0100 was already alerted.
           IF (WS-REQUEST-MTI = "0100" OR WS-REQUEST-MTI = "0200")
                   AND WS-REQUEST-PROC-CODE(1:2) NOT = "20"
                   AND WS-REQUEST-PROC-CODE(1:2) NOT = "30"
                   AND WS-REQUEST-PROC-CODE(1:2) NOT = "40"
                   AND WS-REQUEST-PROC-CODE(1:2) NOT = "72"
                   AND WS-APPROVED-AMOUNT-NUM >= WS-NTF-LARGE-AMOUNT
               MOVE "LARGEAPR" TO WS-NTF-EVENT-TYPE
               MOVE WS-APPROVED-AMOUNT-NUM TO WS-NTF-AMOUNT
               MOVE 0 TO WS-NTF-BALANCE
               IF WS-NTF-DEBIT-POSTED
                   MOVE WS-NTF-BALANCE-AFTER TO WS-NTF-BALANCE
               END-IF
               IF WS-CASH-TXN
                   MOVE "LARGE CASH WITHDRAWAL APPROVED"
                       TO WS-NTF-REASON
               ELSE
                   MOVE "LARGE PURCHASE APPROVED" TO WS-NTF-REASON
               END-IF
               PERFORM 2690-WRITE-NOTIFICATION
           END-IF.

           IF WS-NTF-ODFEE-POSTED
               MOVE "ODFEE" TO WS-NTF-EVENT-TYPE
               MOVE WS-OVERDRAFT-FEE TO WS-NTF-AMOUNT
               MOVE WS-NTF-BALANCE-AFTER TO WS-NTF-BALANCE
               MOVE "OVERDRAFT FEE CHARGED - ACCT OVERDRAWN"
                   TO WS-NTF-REASON
               PERFORM 2690-WRITE-NOTIFICATION
           END-IF.

           IF WS-NTF-DEBIT-POSTED
                   AND WS-NTF-BALANCE-AFTER < WS-NTF-LOWBAL-AMOUNT
               MOVE "LOWBAL" TO WS-NTF-EVENT-TYPE
               MOVE WS-APPROVED-AMOUNT-NUM TO WS-NTF-AMOUNT
               MOVE WS-NTF-BALANCE-AFTER TO WS-NTF-BALANCE
               MOVE "YOUR ACCOUNT BALANCE IS LOW" TO WS-NTF-REASON
               PERFORM 2690-WRITE-NOTIFICATION
           END-IF.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-LOAD-NOTIFY-PREFS
      * The card's own large-purchase and low-balance thresholds from
      * NOTIFPRF, where the cardholder has set them; a card with no
      * record, or a zero threshold, keeps the default.
      ******************************************************************
       2610-LOAD-NOTIFY-PREFS.
           MOVE WS-NTF-LARGE-DEFAULT TO WS-NTF-LARGE-AMOUNT.
           MOVE WS-NTF-LOWBAL-DEFAULT TO WS-NTF-LOWBAL-AMOUNT.

           MOVE "NOTIFPRF" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-REQUEST-PAN TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS = "00"
               IF KN-LARGE-AMOUNT IS NUMERIC AND KN-LARGE-AMOUNT > 0
                   MOVE KN-LARGE-AMOUNT TO WS-NTF-LARGE-AMOUNT
               END-IF
               IF KN-LOWBAL-AMOUNT IS NUMERIC AND KN-LOWBAL-AMOUNT > 0
                   MOVE KN-LOWBAL-AMOUNT TO WS-NTF-LOWBAL-AMOUNT
               END-IF
           END-IF.

      ******************************************************************
      * 2620-SET-NOTIFY-CONTEXT
      * The account and merchant name every event carries. A transfer
      * is reported against the account it debited; anything else
      * against the PAN's resolved account. The merchant name is the
      * one 2011-VALIDATE-MERCHANT captured, looked up here when the
      * request was declined before the merchant was checked.
      ******************************************************************
       2620-SET-NOTIFY-CONTEXT.
           IF WS-XFER-TXN AND WS-REQUEST-FROM-ACCT NOT = SPACES
               MOVE WS-REQUEST-FROM-ACCT TO WS-NTF-ACCT
           ELSE
               PERFORM 2073-LOAD-ACCTXREF
               MOVE WS-REQUEST-PAN TO WS-RESOLVE-PAN-IN
               PERFORM 2074-RESOLVE-ACCOUNT
               MOVE WS-RESOLVE-ACCT-OUT TO WS-NTF-ACCT
           END-IF.

           IF WS-MERCHANT-NAME = SPACES
                   AND WS-REQUEST-MERCHANT-ID NOT = SPACES
               PERFORM 2625-LOOKUP-MERCHANT-NAME
           END-IF.
           MOVE WS-MERCHANT-NAME TO WS-NTF-MERCHANT.

      ******************************************************************
      * 2625-LOOKUP-MERCHANT-NAME
      ******************************************************************
       2625-LOOKUP-MERCHANT-NAME.
           MOVE 'N' TO WS-NTF-NAME-FOUND-SW.
           OPEN INPUT MERCHMAST-FILE.
           IF WS-MERCHMAST-STATUS NOT = "35"
               PERFORM UNTIL WS-NTF-NAME-FOUND
                       OR WS-MERCHMAST-STATUS = "10"
                   READ MERCHMAST-FILE
                       AT END
                           MOVE "10" TO WS-MERCHMAST-STATUS
                       NOT AT END
                           IF MM-MERCHANT-ID = WS-REQUEST-MERCHANT-ID
                               MOVE 'Y' TO WS-NTF-NAME-FOUND-SW
                               MOVE MM-NAME TO WS-MERCHANT-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERCHMAST-FILE
           END-IF.

      ******************************************************************
      * 2630-SET-DECLINE-REASON
      * The decline in words the cardholder will understand, by the
      * auth ID that says which check refused it.
      ******************************************************************
       2630-SET-DECLINE-REASON.
           EVALUATE WS-AUTH-ID-RESPONSE
               WHEN "DEC123"
               WHEN "DECNDA"
               WHEN "DECXNF"
                   MOVE "DECLINED - INSUFFICIENT FUNDS"
                       TO WS-NTF-REASON
               WHEN "DECHLD"
               WHEN "DECHLF"
               WHEN "DECXUP"
                   MOVE "DECLINED - PLEASE TRY AGAIN LATER"
                       TO WS-NTF-REASON
               WHEN "DECPIN"
               WHEN "DECNPN"
                   MOVE "DECLINED - INCORRECT PIN" TO WS-NTF-REASON
               WHEN "DECCVV"
                   MOVE "DECLINED - SECURITY CODE DID NOT MATCH"
                       TO WS-NTF-REASON
               WHEN "DECAVS"
                   MOVE "DECLINED - BILLING ZIP CODE DID NOT MATCH"
                       TO WS-NTF-REASON
               WHEN "DECEXP"
                   MOVE "DECLINED - CARD EXPIRED OR WRONG EXPIRY"
                       TO WS-NTF-REASON
               WHEN "DECLST"
                   MOVE "DECLINED - CARD REPORTED LOST"
                       TO WS-NTF-REASON
               WHEN "DECSTL"
                   MOVE "DECLINED - CARD REPORTED STOLEN"
                       TO WS-NTF-REASON
               WHEN "DECPAN"
                   MOVE "DECLINED - CARD IS NOT VALID FOR USE"
                       TO WS-NTF-REASON
               WHEN "DECNAC"
                   MOVE "DECLINED - CARD NOT YET ACTIVATED"
                       TO WS-NTF-REASON
               WHEN "DECACT"
                   MOVE "ACTIVATION DECLINED - CARD ALREADY IN USE"
                       TO WS-NTF-REASON
               WHEN "DECMID"
               WHEN "DECMCL"
               WHEN "DECMVL"
                   MOVE "DECLINED - MERCHANT CANNOT ACCEPT CARD"
                       TO WS-NTF-REASON
               WHEN "DECTID"
               WHEN "DECTDS"
               WHEN "DECTMN"
               WHEN "DECATM"
                   MOVE "DECLINED - TERMINAL CANNOT ACCEPT CARD"
                       TO WS-NTF-REASON
               WHEN "DECVEL"
                   MOVE "DECLINED - DAILY SPENDING LIMIT REACHED"
                       TO WS-NTF-REASON
               WHEN "DECCSH"
                   MOVE "DECLINED - DAILY CASH LIMIT REACHED"
                       TO WS-NTF-REASON
               WHEN "DECFRD"
                   MOVE "DECLINED - UNUSUAL ACTIVITY ON YOUR CARD"
                       TO WS-NTF-REASON
               WHEN "DECMCC"
                   MOVE "DECLINED - MERCHANT TYPE BLOCKED BY YOU"
                       TO WS-NTF-REASON
               WHEN "DECCNP"
                   MOVE "DECLINED - ONLINE/PHONE USE BLOCKED BY YOU"
                       TO WS-NTF-REASON
               WHEN "DECCMX"
                   MOVE "DECLINED - OVER YOUR PER-PURCHASE LIMIT"
                       TO WS-NTF-REASON
               WHEN "DECDRM"
                   MOVE "DECLINED - ACCOUNT IS DORMANT"
                       TO WS-NTF-REASON
               WHEN "DECXLK"
               WHEN "DECXAC"
               WHEN "DECXTO"
                   MOVE "TRANSFER DECLINED - ACCOUNT NOT VALID"
                       TO WS-NTF-REASON
               WHEN OTHER
                   MOVE "DECLINED - PLEASE CONTACT YOUR BANK"
                       TO WS-NTF-REASON
           END-EVALUATE.

      ******************************************************************
      * 2690-WRITE-NOTIFICATION
      * Appends the event in the WS-NTF- fields to NOTIFEVT, with the
      * same append-with-first-time-fallback as STIPLOG.
      ******************************************************************
       2690-WRITE-NOTIFICATION.
           OPEN EXTEND NOTIFEVT-FILE.
           IF WS-NOTIFEVT-STATUS = "35"
               CLOSE NOTIFEVT-FILE
               OPEN OUTPUT NOTIFEVT-FILE
           END-IF.
           MOVE SPACES TO NOTIFEVT-RECORD.
           MOVE WS-NTF-EVENT-TYPE TO NE-EVENT-TYPE.
           MOVE WS-NTF-PAN TO NE-PAN.
           MOVE WS-NTF-ACCT TO NE-ACCT-NO.
           MOVE WS-NTF-AMOUNT TO NE-AMOUNT.
           MOVE WS-NTF-BALANCE TO NE-BALANCE.
           MOVE WS-NTF-MERCHANT TO NE-MERCHANT-NAME.
           ACCEPT NE-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT NE-TIMESTAMP(9:6) FROM TIME.
           MOVE WS-NTF-REASON TO NE-REASON.
           MOVE "ISSAUTH" TO NE-SOURCE.
           WRITE NOTIFEVT-RECORD.
           CLOSE NOTIFEVT-FILE.
           DISPLAY "Notification " WS-NTF-EVENT-TYPE " raised for PAN "
               WS-NTF-PAN.

      ******************************************************************
      * 3000-BUILD-RESPONSE
      * Constructs the response message. The response MTI mirrors the
