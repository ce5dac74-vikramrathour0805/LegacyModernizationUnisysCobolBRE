       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMRECON.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Terminal close-of-day reconciliation - the acquirer host's side
      * of the 0500/0510 exchange.
      *
      * It is called by ISO8583-GEN the same way ISSAUTH is, and
      * receives an ISO 8583 reconciliation request (0500) in which a
      * terminal reports its own totals for the day:
      *   DE76 / DE88 - debits (purchases and cash) count / amount
      *   DE74 / DE86 - credits (refunds) count / amount
      *   DE77 / DE89 - debit reversals count / amount
      * and DE41 naming the terminal.
      *
      * It totals TRANLOG for that terminal (TL-TERM-ID) over the same
      * day (TL-LOG-DATE = today) from the approved response records
      * - the figures the terminal should have printed on its own
      * tickets - and returns a reconciliation response (0510):
      *   DE39 '00' / DE66 '1' - in balance
      *   DE39 '95' / DE66 '2' - out of balance (reconcile error)
      *   DE39 '58' / DE66 '2' - terminal not on TERMMAST
      *   DE39 '30' / DE66 '2' - format error (unexpected element)
      * The host's own counts and amounts follow in the response so
      * the terminal operator sees both sides.
      *
      * Every out-of-balance terminal is appended to TERMVAR with both
      * sides and the variance in each category, so the merchant desk
      * can chase lost or double-logged tickets before settlement pays
      * the merchant out through ISO8583-SETL's MERCHPAY.
      *
      * What counts on the host side:
      *   debit          - 0210 approved ('00', or '10' partial - the
      *                    logged amount is the approved figure) with
      *                    proc code 00xxxx (purchase) or 01xxxx (ATM
      *                    cash), and 0230 approved completions of a
      *                    pre-authorized purchase;
      *   credit         - 0210 approved with proc code 20xxxx;
      *   debit reversal - 0430/0410 approved '00'.
      * Declines, balance inquiries, transfers, activations and PIN
      * changes move nothing at the terminal and are not counted.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- TRANLOG is read from the top for every request - a terminal
      *-- closes its day once, so the cost is one pass per terminal.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
      *-- TERMMAST is the terminal master file, a plain sequential
      *-- file searched linearly, as in ISSAUTH.
           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMMAST-STATUS.
      *-- TERMVAR collects every out-of-balance terminal and its
      *-- variances. Appended to via OPEN EXTEND.
           SELECT TERMVAR-FILE ASSIGN TO "TERMVAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMVAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD.
           05 TL-MTI                   PIC X(4).
           05 TL-STAN                  PIC X(6).
           05 TL-PAN                   PIC X(19).
           05 TL-AMOUNT                PIC X(12).
           05 TL-AMOUNT-NUM REDEFINES TL-AMOUNT
                                       PIC 9(10)V99.
           05 TL-DATETIME              PIC X(10).
           05 TL-RESP-CODE             PIC X(2).
           05 TL-NET-MGMT-CODE         PIC X(3).
           05 TL-PROC-CODE             PIC X(6).
           05 TL-MERCHANT-ID           PIC X(15).
           05 TL-TERM-ID               PIC X(8).
           05 TL-ORIG-STAN             PIC X(6).
           05 TL-LOG-DATE              PIC 9(8).
           05 TL-FROM-ACCT             PIC X(19).
           05 TL-TO-ACCT               PIC X(19).
           05 TL-RRN                   PIC X(12).
           05 TL-ROUTE                 PIC X(1).
           05 TL-NETWORK-ID            PIC X(4).
      *--     'O' on-us, 'F' off-us via the card network in
      *--     TL-NETWORK-ID; blank (no card, or logged before
      *--     BIN routing) counts as on-us.

       FD  TERMMAST-FILE.
       01  TERMMAST-RECORD.
           05 TM-TERM-ID               PIC X(8).
           05 TM-STATUS                PIC X(1).
      *--     A = Active, D = Disabled, M = Maintenance
           05 TM-LOCATION              PIC X(25).
           05 TM-TERM-TYPE             PIC X(1).
      *--     A = ATM (may dispense cash), P or space = point of sale

       FD  TERMVAR-FILE.
       01  TERMVAR-RECORD.
           05 TV-RECON-DATE            PIC 9(8).
      *--     YYYYMMDD of the business day reconciled.
           05 TV-TERM-ID               PIC X(8).
           05 TV-STAN                  PIC X(6).
      *--     DE11 of the 0500 that reported the terminal's totals.
           05 TV-CATEGORY OCCURS 3 TIMES.
      *--     1 = debits, 2 = credits, 3 = debit reversals.
              10 TV-TERM-COUNT         PIC 9(10).
              10 TV-HOST-COUNT         PIC 9(10).
              10 TV-VAR-COUNT          PIC S9(10)
                                       SIGN LEADING SEPARATE.
              10 TV-TERM-AMOUNT        PIC 9(12)V99.
              10 TV-HOST-AMOUNT        PIC 9(12)V99.
              10 TV-VAR-AMOUNT         PIC S9(12)V99
                                       SIGN LEADING SEPARATE.
      *--        Variance is terminal minus host: positive = the
      *--        terminal has tickets we never logged, negative = we
      *--        logged more than the terminal printed.

       WORKING-STORAGE SECTION.
       01  WS-TRANLOG-STATUS          PIC X(2).
       01  WS-TERMMAST-STATUS         PIC X(2).
       01  WS-TERMVAR-STATUS          PIC X(2).

      ******************************************************************
      * REQUEST FIELDS EXTRACTED FROM THE 0500
      ******************************************************************
       01  WS-REQUEST-MTI             PIC X(4).
       01  WS-REQUEST-STAN            PIC X(6).
       01  WS-REQUEST-TERM-ID         PIC X(8).
       01  WS-REQUEST-COUNT-RAW       PIC X(10).
       01  WS-REQUEST-COUNT-NUM REDEFINES WS-REQUEST-COUNT-RAW
                                      PIC 9(10).
       01  WS-REQUEST-AMOUNT-RAW      PIC X(16).
       01  WS-REQUEST-AMOUNT-NUM REDEFINES WS-REQUEST-AMOUNT-RAW
                                      PIC 9(14)V99.
       01  WS-FORMAT-ERROR-SW         PIC X(1) VALUE 'N'.
           88 WS-FORMAT-ERROR                  VALUE 'Y'.

      ******************************************************************
      * REQUEST BITMAP AREA
      * Same bitmap walk as ISSAUTH's 1000-PARSE-REQUEST, over the
      * packed bitmap ISO8583-GEN's 9150-PACK-BITMAP builds.
      ******************************************************************
       01  WS-REQ-BITMAP-BYTES        PIC X(16) VALUE LOW-VALUES.
       01  WS-REQ-BITMAP-FLAGS.
           05 WS-REQ-BITMAP-BIT       OCCURS 128 TIMES PIC 1.
       01  WS-REQ-BIT-INDEX           PIC 9(3) COMP.
       01  WS-PARSE-POINTER           PIC 9(4) COMP.
       01  WS-UNPACK-BYTE-IDX         PIC 9(3) COMP.
       01  WS-UNPACK-BIT-IDX          PIC 9(3) COMP.
       01  WS-UNPACK-BYTE-VALUE       USAGE BINARY-CHAR UNSIGNED.
       01  WS-UNPACK-BYTE-CHAR REDEFINES WS-UNPACK-BYTE-VALUE PIC X(1).
       01  WS-UNPACK-REMAINDER        PIC 9(3) COMP.
       01  WS-BIT-WEIGHTS-INIT        PIC X(24)
                                       VALUE "128064032016008004002001".
       01  WS-BIT-WEIGHTS REDEFINES WS-BIT-WEIGHTS-INIT.
           05 WS-BIT-WEIGHT           PIC 9(3) OCCURS 8 TIMES.

      ******************************************************************
      * RECONCILIATION TOTALS - terminal's figures against the host's,
      * one entry per category (1 = debits, 2 = credits, 3 = debit
      * reversals).
      ******************************************************************
       01  WS-RECON-TOTALS.
           05 WS-RC-CATEGORY OCCURS 3 TIMES.
              10 WS-RC-TERM-COUNT      PIC 9(10).
              10 WS-RC-TERM-AMOUNT     PIC 9(14)V99.
              10 WS-RC-HOST-COUNT      PIC 9(10).
              10 WS-RC-HOST-AMOUNT     PIC 9(14)V99.
       01  WS-RC-IDX                  PIC 9(1).
       01  WS-RC-LOG-IDX              PIC 9(1).
       01  WS-RC-NAMES-INIT           PIC X(42) VALUE
           "DEBITS        CREDITS       REVERSALS     ".
       01  WS-RC-NAMES REDEFINES WS-RC-NAMES-INIT.
           05 WS-RC-NAME              PIC X(14) OCCURS 3 TIMES.
       01  WS-RECON-DATE              PIC 9(8).
       01  WS-TERMINAL-FOUND-SW       PIC X(1) VALUE 'N'.
           88 WS-TERMINAL-FOUND                VALUE 'Y'.
       01  WS-IN-BALANCE-SW           PIC X(1) VALUE 'Y'.
           88 WS-IN-BALANCE                    VALUE 'Y'.
       01  WS-RECON-RESP-CODE         PIC X(2).
       01  WS-SETTLEMENT-CODE         PIC X(1).
       01  WS-VAR-COUNT               PIC S9(10).
       01  WS-VAR-AMOUNT              PIC S9(14)V99.
       01  WS-VAR-COUNT-DISP          PIC -(9)9.
       01  WS-VAR-AMOUNT-DISP         PIC -(13)9.99.

      ******************************************************************
      * 0510 RESPONSE
      * The first 71 bytes sit at the same fixed offsets as ISSAUTH's
      * response (MTI 1-4, bitmap 5-12, PAN 13-31, proc code 32-37,
      * amount 38-49, STAN 50-55, auth ID 56-61, resp code 62-63,
      * term ID 64-71), so ISO8583-GEN's 9410-LOG-RESPONSE logs a 0510
      * like any other response. DE66 and the host's own totals
      * follow.
      ******************************************************************
       01  WS-RECON-RESPONSE.
           05 RESP-MTI                PIC X(4).
           05 RESP-PRIMARY-BITMAP     PIC X(8).
           05 RESP-DE002-PAN          PIC X(19).
           05 RESP-DE003-PROC-CODE    PIC X(6).
           05 RESP-DE004-TRAN-AMOUNT  PIC 9(10)V99.
           05 RESP-DE011-STAN         PIC X(6).
           05 RESP-DE038-AUTH-ID      PIC X(6).
           05 RESP-DE039-RESP-CODE    PIC X(2).
           05 RESP-DE041-TERM-ID      PIC X(8).
           05 RESP-DE066-SETTLE-CODE  PIC X(1).
           05 RESP-HOST-TOTALS OCCURS 3 TIMES.
              10 RESP-HOST-COUNT      PIC 9(10).
              10 RESP-HOST-AMOUNT     PIC 9(14)V99.

      ******************************************************************
      * LINKAGE SECTION
      * Defines data passed from the calling program.
      ******************************************************************
       LINKAGE SECTION.
       01  LK-REQUEST-BUFFER         PIC X(2048).
       01  LK-RESPONSE-BUFFER        PIC X(2048).

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING LK-REQUEST-BUFFER, LK-RESPONSE-BUFFER.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "--- TERMRECON PROGRAM STARTED (Acquirer Host) ---".

           INITIALIZE WS-RECON-TOTALS.
           ACCEPT WS-RECON-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-PARSE-REQUEST.

           IF WS-FORMAT-ERROR
               MOVE "30" TO WS-RECON-RESP-CODE
               DISPLAY "Result: FORMAT ERROR (unexpected element in "
                   "0500)"
           ELSE
               PERFORM 2000-VALIDATE-TERMINAL
               IF NOT WS-TERMINAL-FOUND
                   MOVE "58" TO WS-RECON-RESP-CODE
                   DISPLAY "Result: TERMINAL " WS-REQUEST-TERM-ID
                       " NOT ON FILE"
               ELSE
                   PERFORM 3000-TOTAL-TRANLOG
                   PERFORM 4000-COMPARE-TOTALS
                   IF WS-IN-BALANCE
                       MOVE "00" TO WS-RECON-RESP-CODE
                       DISPLAY "Result: TERMINAL " WS-REQUEST-TERM-ID
                           " IN BALANCE"
                   ELSE
                       MOVE "95" TO WS-RECON-RESP-CODE
                       DISPLAY "Result: TERMINAL " WS-REQUEST-TERM-ID
                           " OUT OF BALANCE"
                       PERFORM 5000-WRITE-VARIANCE
                   END-IF
               END-IF
           END-IF.

           PERFORM 6000-BUILD-RESPONSE.
           MOVE WS-RECON-RESPONSE TO LK-RESPONSE-BUFFER.
           DISPLAY "--- TERMRECON PROGRAM FINISHED ---".
           GOBACK.

      ******************************************************************
      * 1000-PARSE-REQUEST
      * Walks the bitmap the same way ISSAUTH's 1000-PARSE-REQUEST
      * does. WORKING-STORAGE persists across CALLs, so every field is
      * cleared first.
      ******************************************************************
       1000-PARSE-REQUEST.
           MOVE SPACES TO WS-REQUEST-STAN.
           MOVE SPACES TO WS-REQUEST-TERM-ID.
           MOVE 'N' TO WS-FORMAT-ERROR-SW.
           MOVE LOW-VALUES TO WS-REQ-BITMAP-BYTES.
           MOVE LK-REQUEST-BUFFER(1:4) TO WS-REQUEST-MTI.
           MOVE LK-REQUEST-BUFFER(5:8) TO WS-REQ-BITMAP-BYTES(1:8).
           MOVE 13 TO WS-PARSE-POINTER.
           PERFORM 1040-UNPACK-BITMAP.
           IF WS-REQ-BITMAP-BIT(1) = 1
               MOVE LK-REQUEST-BUFFER(13:8)
                   TO WS-REQ-BITMAP-BYTES(9:8)
               PERFORM 1040-UNPACK-BITMAP
               MOVE 21 TO WS-PARSE-POINTER
           END-IF.

           PERFORM 1050-EXTRACT-ELEMENT VARYING WS-REQ-BIT-INDEX
               FROM 2 BY 1 UNTIL WS-REQ-BIT-INDEX > 128
                  OR WS-FORMAT-ERROR.

      ******************************************************************
      * 1040-UNPACK-BITMAP
      * Unpacks WS-REQ-BITMAP-BYTES into WS-REQ-BITMAP-BIT, one flag
      * byte per data element, mirroring ISSAUTH's own paragraph.
      ******************************************************************
       1040-UNPACK-BITMAP.
           PERFORM VARYING WS-UNPACK-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-UNPACK-BYTE-IDX > 16
               MOVE WS-REQ-BITMAP-BYTES(WS-UNPACK-BYTE-IDX:1)
                   TO WS-UNPACK-BYTE-CHAR
               MOVE WS-UNPACK-BYTE-VALUE TO WS-UNPACK-REMAINDER
               PERFORM VARYING WS-UNPACK-BIT-IDX FROM 1 BY 1
                       UNTIL WS-UNPACK-BIT-IDX > 8
                   IF WS-UNPACK-REMAINDER >=
                           WS-BIT-WEIGHT(WS-UNPACK-BIT-IDX)
                       MOVE 1 TO WS-REQ-BITMAP-BIT((WS-UNPACK-BYTE-IDX
                           - 1) * 8 + WS-UNPACK-BIT-IDX)
                       SUBTRACT WS-BIT-WEIGHT(WS-UNPACK-BIT-IDX)
                           FROM WS-UNPACK-REMAINDER
                   ELSE
                       MOVE 0 TO WS-REQ-BITMAP-BIT((WS-UNPACK-BYTE-IDX
                           - 1) * 8 + WS-UNPACK-BIT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 1050-EXTRACT-ELEMENT
      * Only the elements an 0500 carries are recognized. Any other
      * bit leaves the pointer with no way to find what follows it, so
      * the request is refused as a format error rather than read from
      * the wrong offsets. Counts (DE74/76/77) are 10 digits, amounts
      * (DE86/88/89) 16 digits with the low-order 2 as cents, moved
      * byte for byte like ISSAUTH's DE4.
      ******************************************************************
       1050-EXTRACT-ELEMENT.
           IF WS-REQ-BITMAP-BIT(WS-REQ-BIT-INDEX) = 1
               EVALUATE WS-REQ-BIT-INDEX
                   WHEN 7
                       ADD 10 TO WS-PARSE-POINTER
                   WHEN 11
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:6)
                           TO WS-REQUEST-STAN
                       ADD 6 TO WS-PARSE-POINTER
                   WHEN 41
                       MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:8)
                           TO WS-REQUEST-TERM-ID
                       ADD 8 TO WS-PARSE-POINTER
                   WHEN 42
                       ADD 15 TO WS-PARSE-POINTER
                   WHEN 74
                       MOVE 2 TO WS-RC-IDX
                       PERFORM 1060-TAKE-COUNT
                   WHEN 76
                       MOVE 1 TO WS-RC-IDX
                       PERFORM 1060-TAKE-COUNT
                   WHEN 77
                       MOVE 3 TO WS-RC-IDX
                       PERFORM 1060-TAKE-COUNT
                   WHEN 86
                       MOVE 2 TO WS-RC-IDX
                       PERFORM 1070-TAKE-AMOUNT
                   WHEN 88
                       MOVE 1 TO WS-RC-IDX
                       PERFORM 1070-TAKE-AMOUNT
                   WHEN 89
                       MOVE 3 TO WS-RC-IDX
                       PERFORM 1070-TAKE-AMOUNT
                   WHEN OTHER
                       MOVE 'Y' TO WS-FORMAT-ERROR-SW
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 1060-TAKE-COUNT
      ******************************************************************
       1060-TAKE-COUNT.
           MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:10)
               TO WS-REQUEST-COUNT-RAW.
           ADD 10 TO WS-PARSE-POINTER.
           IF WS-REQUEST-COUNT-NUM IS NUMERIC
               MOVE WS-REQUEST-COUNT-NUM
                   TO WS-RC-TERM-COUNT(WS-RC-IDX)
           ELSE
               MOVE 'Y' TO WS-FORMAT-ERROR-SW
           END-IF.

      ******************************************************************
      * 1070-TAKE-AMOUNT
      ******************************************************************
       1070-TAKE-AMOUNT.
           MOVE LK-REQUEST-BUFFER(WS-PARSE-POINTER:16)
               TO WS-REQUEST-AMOUNT-RAW.
           ADD 16 TO WS-PARSE-POINTER.
           IF WS-REQUEST-AMOUNT-NUM IS NUMERIC
               MOVE WS-REQUEST-AMOUNT-NUM
                   TO WS-RC-TERM-AMOUNT(WS-RC-IDX)
           ELSE
               MOVE 'Y' TO WS-FORMAT-ERROR-SW
           END-IF.

      ******************************************************************
      * 2000-VALIDATE-TERMINAL
      * A terminal must be on TERMMAST to reconcile. Its status does
      * not matter - a terminal disabled partway through the day still
      * has that day's tickets to balance. A tree with no TERMMAST at
      * all reconciles every terminal, the same as ISSAUTH's
      * 2012-VALIDATE-TERMINAL skips its check.
      ******************************************************************
       2000-VALIDATE-TERMINAL.
           MOVE 'N' TO WS-TERMINAL-FOUND-SW.
           OPEN INPUT TERMMAST-FILE.
           IF WS-TERMMAST-STATUS = "35"
               DISPLAY "TERMMAST not found - terminal check skipped"
               MOVE 'Y' TO WS-TERMINAL-FOUND-SW
           ELSE
               PERFORM UNTIL WS-TERMINAL-FOUND
                       OR WS-TERMMAST-STATUS = "10"
                   READ TERMMAST-FILE
                       AT END
                           MOVE "10" TO WS-TERMMAST-STATUS
                       NOT AT END
                           IF TM-TERM-ID = WS-REQUEST-TERM-ID
                               MOVE 'Y' TO WS-TERMINAL-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMMAST-FILE
           END-IF.

      ******************************************************************
      * 3000-TOTAL-TRANLOG
      * Today's approved responses for the terminal, bucketed as the
      * header describes.
      ******************************************************************
       3000-TOTAL-TRANLOG.
           OPEN INPUT TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               DISPLAY "TRANLOG not found - host totals are zero"
           ELSE
               PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                   READ TRANLOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANLOG-STATUS
                       NOT AT END
                           IF TL-TERM-ID = WS-REQUEST-TERM-ID
                                   AND TL-LOG-DATE = WS-RECON-DATE
                               PERFORM 3100-BUCKET-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANLOG-FILE
           END-IF.

      ******************************************************************
      * 3100-BUCKET-LOG-RECORD
      ******************************************************************
       3100-BUCKET-LOG-RECORD.
           MOVE 0 TO WS-RC-LOG-IDX.
           EVALUATE TRUE
               WHEN TL-MTI = "0210"
                       AND (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                       AND (TL-PROC-CODE(1:2) = "00"
                            OR TL-PROC-CODE(1:2) = "01")
                   MOVE 1 TO WS-RC-LOG-IDX
               WHEN TL-MTI = "0230"
                       AND (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                       AND TL-PROC-CODE(1:2) = "00"
                   MOVE 1 TO WS-RC-LOG-IDX
               WHEN TL-MTI = "0210"
                       AND TL-RESP-CODE = "00"
                       AND TL-PROC-CODE(1:2) = "20"
                   MOVE 2 TO WS-RC-LOG-IDX
               WHEN (TL-MTI = "0430" OR TL-MTI = "0410")
                       AND TL-RESP-CODE = "00"
                   MOVE 3 TO WS-RC-LOG-IDX
           END-EVALUATE.
           IF WS-RC-LOG-IDX > 0 AND TL-AMOUNT-NUM IS NUMERIC
               ADD 1 TO WS-RC-HOST-COUNT(WS-RC-LOG-IDX)
               ADD TL-AMOUNT-NUM TO WS-RC-HOST-AMOUNT(WS-RC-LOG-IDX)
           END-IF.

      ******************************************************************
      * 4000-COMPARE-TOTALS
      ******************************************************************
       4000-COMPARE-TOTALS.
           MOVE 'Y' TO WS-IN-BALANCE-SW.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 3
               IF WS-RC-TERM-COUNT(WS-RC-IDX) NOT =
                       WS-RC-HOST-COUNT(WS-RC-IDX)
                   OR WS-RC-TERM-AMOUNT(WS-RC-IDX) NOT =
                       WS-RC-HOST-AMOUNT(WS-RC-IDX)
                   MOVE 'N' TO WS-IN-BALANCE-SW
                   COMPUTE WS-VAR-COUNT = WS-RC-TERM-COUNT(WS-RC-IDX)
                       - WS-RC-HOST-COUNT(WS-RC-IDX)
                   COMPUTE WS-VAR-AMOUNT =
                       WS-RC-TERM-AMOUNT(WS-RC-IDX)
                       - WS-RC-HOST-AMOUNT(WS-RC-IDX)
                   MOVE WS-VAR-COUNT TO WS-VAR-COUNT-DISP
                   MOVE WS-VAR-AMOUNT TO WS-VAR-AMOUNT-DISP
                   DISPLAY "  Variance " WS-RC-NAME(WS-RC-IDX)
                       " count " WS-VAR-COUNT-DISP
                       " amount " WS-VAR-AMOUNT-DISP
               END-IF
           END-PERFORM.

      ******************************************************************
      * 5000-WRITE-VARIANCE
      * Appends the terminal's out-of-balance record to TERMVAR,
      * falling back to OUTPUT the first time the file does not exist
      * yet (same pattern as STIPLOG in ISSAUTH).
      ******************************************************************
       5000-WRITE-VARIANCE.
           MOVE WS-RECON-DATE TO TV-RECON-DATE.
           MOVE WS-REQUEST-TERM-ID TO TV-TERM-ID.
           MOVE WS-REQUEST-STAN TO TV-STAN.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 3
               MOVE WS-RC-TERM-COUNT(WS-RC-IDX)
                   TO TV-TERM-COUNT(WS-RC-IDX)
               MOVE WS-RC-HOST-COUNT(WS-RC-IDX)
                   TO TV-HOST-COUNT(WS-RC-IDX)
               COMPUTE TV-VAR-COUNT(WS-RC-IDX) =
                   WS-RC-TERM-COUNT(WS-RC-IDX)
                   - WS-RC-HOST-COUNT(WS-RC-IDX)
               MOVE WS-RC-TERM-AMOUNT(WS-RC-IDX)
                   TO TV-TERM-AMOUNT(WS-RC-IDX)
               MOVE WS-RC-HOST-AMOUNT(WS-RC-IDX)
                   TO TV-HOST-AMOUNT(WS-RC-IDX)
               COMPUTE TV-VAR-AMOUNT(WS-RC-IDX) =
                   WS-RC-TERM-AMOUNT(WS-RC-IDX)
                   - WS-RC-HOST-AMOUNT(WS-RC-IDX)
           END-PERFORM.

           OPEN EXTEND TERMVAR-FILE.
           IF WS-TERMVAR-STATUS = "35"
               CLOSE TERMVAR-FILE
               OPEN OUTPUT TERMVAR-FILE
           END-IF.
           WRITE TERMVAR-RECORD.
           CLOSE TERMVAR-FILE.

      ******************************************************************
      * 6000-BUILD-RESPONSE
      ******************************************************************
       6000-BUILD-RESPONSE.
           INITIALIZE WS-RECON-RESPONSE.
           MOVE "0510" TO RESP-MTI.
      *-- For simplicity, we will hardcode the bitmap, as ISSAUTH does
           MOVE X'0220000002800000' TO RESP-PRIMARY-BITMAP.
           MOVE 0 TO RESP-DE004-TRAN-AMOUNT.
           MOVE WS-REQUEST-STAN TO RESP-DE011-STAN.
           MOVE WS-RECON-RESP-CODE TO RESP-DE039-RESP-CODE.
           MOVE WS-REQUEST-TERM-ID TO RESP-DE041-TERM-ID.
           IF WS-RECON-RESP-CODE = "00"
               MOVE "1" TO RESP-DE066-SETTLE-CODE
               MOVE "RECBAL" TO RESP-DE038-AUTH-ID
           ELSE
               MOVE "2" TO RESP-DE066-SETTLE-CODE
               MOVE "RECOOB" TO RESP-DE038-AUTH-ID
           END-IF.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 3
               MOVE WS-RC-HOST-COUNT(WS-RC-IDX)
                   TO RESP-HOST-COUNT(WS-RC-IDX)
               MOVE WS-RC-HOST-AMOUNT(WS-RC-IDX)
                   TO RESP-HOST-AMOUNT(WS-RC-IDX)
           END-PERFORM.
