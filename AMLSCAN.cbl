       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSCAN.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Daily large-cash and structuring (AML) scan. Totals the cash
      * each deposit account took in and paid out, across every card
      * linked to it on ACCTXREF, and reports
      *   - CURRENCY: accounts whose cash in, or cash out, for the
      *     business day is over the currency-transaction reporting
      *     threshold;
      *   - STRUCTURING: accounts with several cash transactions,
      *     each just under the threshold, within a rolling window of
      *     days ending on the business day - the pattern of cash
      *     split up to stay below reporting.
      * Every account flagged is queued on AMLALERT for a compliance
      * analyst to work in AMLREVIEW, the way ISSAUTH queues FRDALERT
      * for FRDREVIEW.
      *
      * Cash is gathered from:
      *   - DDAAUDIT: DDAMAINT DEPOSIT (cash in) and WITHDRAW (cash
      *     out) at the branch - the amount is the balance change
      *     the audit record carries;
      *   - TRANLOG and the TRANLOG archive (TRANARCH 'D' records):
      *     approved cash withdrawals (DE003 01xxxx, responses 0210/
      *     0230 with '00' or '10', at the amount approved) on the
      *     bank's own cards. An approved reversal of one (0410/
      *     0430) takes its amount back off the totals; the withdrawal
      *     still counts towards the structuring pattern.
      * A PAN resolves to its account through ACCTXREF, or stands as
      * its own account when it has no entry - the ISSAUTH fallback.
      *
      * The limits come from AMLRULE, a one-record rule file like
      * FRDRULE:
      *   AML-CTR-THRESHOLD   - the reporting threshold (default
      *                         10,000.00); a day's cash in or out
      *                         over it is reported;
      *   AML-STRUCT-FLOOR    - a single cash transaction from this
      *                         amount up to, not including, the
      *                         threshold is "just under" (default
      *                         9,000.00);
      *   AML-STRUCT-DAYS     - the rolling window, in days ending on
      *                         the business day (default 7);
      *   AML-STRUCT-COUNT    - how many just-under transactions in
      *                         the window make a pattern (default 3).
      * A missing file, or a zero or non-numeric field, leaves the
      * default in effect.
      *
      * Safe to rerun: an account already queued CURRENCY for the
      * business day, or STRUCTURING on any day in the window, is
      * reported again but not queued again - a pattern is not
      * re-queued every day it stays in the window.
      *
      * The business date (YYYYMMDD) may be given as the first input
      * line to catch up or rerun an earlier day; left empty, today
      * is used.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLRULE-FILE ASSIGN TO "AMLRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMLRULE-STATUS.
           SELECT ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTXREF-STATUS.
           SELECT DDAAUDIT-FILE ASSIGN TO "DDAAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDAAUDIT-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
      *-- AMLALERT is read through first for what is already queued,
      *-- then opened EXTEND for the alerts this run adds.
           SELECT AMLALERT-FILE ASSIGN TO "AMLALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMLALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMLRULE-FILE.
       01  AMLRULE-RECORD.
           05 AML-CTR-THRESHOLD        PIC 9(10)V99.
           05 AML-STRUCT-FLOOR         PIC 9(10)V99.
           05 AML-STRUCT-DAYS          PIC 9(3).
           05 AML-STRUCT-COUNT         PIC 9(3).

       FD  ACCTXREF-FILE.
       01  ACCTXREF-RECORD.
           05 XR-PAN                   PIC X(19).
           05 XR-ACCT-NO               PIC X(19).

       FD  DDAAUDIT-FILE.
       01  DDAAUDIT-RECORD.
           05 DU-ACCT-NO               PIC X(19).
           05 DU-OLD-BALANCE           PIC S9(10)V99.
           05 DU-NEW-BALANCE           PIC S9(10)V99.
           05 DU-ACTION                PIC X(8).
           05 DU-TIMESTAMP             PIC X(14).
           05 DU-REASON                PIC X(30).
           05 DU-OLD-OD-LIMIT          PIC 9(10)V99.
           05 DU-NEW-OD-LIMIT          PIC 9(10)V99.
           05 DU-OPERATOR-ID           PIC X(8).

      *-- TRANLOG and TRANARCH records are both examined through the
      *-- one TRANLOG layout in WS-TL-WORK below.
       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD              PIC X(154).

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
      *--     D = archived TRANLOG record, T = control trailer.
           05 AR-DATA                  PIC X(154).

      *-- Same layout as AMLREVIEW's AMLALERT-RECORD.
       FD  AMLALERT-FILE.
       01  AMLALERT-RECORD.
           05 AL-ACCT-NO               PIC X(19).
           05 AL-ALERT-TYPE            PIC X(1).
      *--     C = currency (day's cash over the threshold),
      *--     S = structuring (just-under pattern in the window).
           05 AL-BUS-DATE              PIC 9(8).
           05 AL-WINDOW-START          PIC 9(8).
      *--     First day the amounts below cover - the business date
      *--     itself on a C alert.
           05 AL-CASH-IN               PIC 9(10)V99.
           05 AL-CASH-IN-COUNT         PIC 9(4).
           05 AL-CASH-OUT              PIC 9(10)V99.
           05 AL-CASH-OUT-COUNT        PIC 9(4).
           05 AL-NEAR-COUNT            PIC 9(4).
           05 AL-NEAR-AMOUNT           PIC 9(10)V99.
      *--     The just-under transactions in the window and their
      *--     total.
           05 AL-TIMESTAMP             PIC X(14).
           05 AL-STATUS                PIC X(1).
      *--     N = new, F = filed with the regulator, C = cleared,
      *--     W = watch.
           05 AL-DISP-TIMESTAMP        PIC X(14).
      *--     When the analyst dispositioned it - blank while new.

       WORKING-STORAGE SECTION.
       01  WS-AMLRULE-STATUS          PIC X(2).
       01  WS-ACCTXREF-STATUS         PIC X(2).
       01  WS-DDAAUDIT-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS          PIC X(2).
       01  WS-TRANARCH-STATUS         PIC X(2).
       01  WS-AMLALERT-STATUS         PIC X(2).

      *-- Defaulted here, overridden from AMLRULE when present.
       01  WS-CTR-THRESHOLD           PIC 9(10)V99 VALUE 10000.00.
       01  WS-STRUCT-FLOOR            PIC 9(10)V99 VALUE 9000.00.
       01  WS-STRUCT-DAYS             PIC 9(3) VALUE 7.
       01  WS-STRUCT-COUNT            PIC 9(3) VALUE 3.

      ******************************************************************
      * BUSINESS DATE AND WINDOW
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-WINDOW-START            PIC 9(8).
       01  WS-DATE-INT                PIC 9(9).

      ******************************************************************
      * ACCOUNT CROSS-REFERENCE (ACCTXREF) WORK AREA - same
      * resolve-or-fall-back convention as 2074-RESOLVE-ACCOUNT in
      * ISSAUTH.cbl.
      ******************************************************************
       01  WS-XREF-TABLE-AREA.
           05 WS-XREF-ENTRY OCCURS 500 TIMES INDEXED BY WS-XREF-IDX.
              10 WS-XREF-PAN           PIC X(19).
              10 WS-XREF-ACCT-NO       PIC X(19).
       01  WS-XREF-COUNT              PIC 9(5) VALUE 0.
       01  WS-XREF-OVERFLOW-SW        PIC X(1) VALUE 'N'.
           88 WS-XREF-OVERFLOW                 VALUE 'Y'.

      ******************************************************************
      * CASH TABLE - one entry per account with cash in the window:
      * the business day's totals, the window's totals, and the
      * just-under transactions in the window.
      ******************************************************************
       01  WS-CS-TABLE-AREA.
           05 WS-CS-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CS-IDX.
              10 WS-CS-ACCT-NO         PIC X(19).
              10 WS-CS-DAY-IN          PIC 9(10)V99.
              10 WS-CS-DAY-IN-COUNT    PIC 9(4).
              10 WS-CS-DAY-OUT         PIC 9(10)V99.
              10 WS-CS-DAY-OUT-COUNT   PIC 9(4).
              10 WS-CS-WIN-IN          PIC 9(10)V99.
              10 WS-CS-WIN-IN-COUNT    PIC 9(4).
              10 WS-CS-WIN-OUT         PIC 9(10)V99.
              10 WS-CS-WIN-OUT-COUNT   PIC 9(4).
              10 WS-CS-NEAR-COUNT      PIC 9(4).
              10 WS-CS-NEAR-AMOUNT     PIC 9(10)V99.
              10 WS-CS-NEAR-FIRST      PIC 9(8).
              10 WS-CS-NEAR-LAST       PIC 9(8).
       01  WS-CS-COUNT                PIC 9(5) VALUE 0.
       01  WS-CS-CUR                  PIC 9(5).
      *-- On when more accounts had cash than the table holds - the
      *-- run is refused then: a total missed from a full table could
      *-- leave a reportable account off the report.
       01  WS-CS-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-CS-OVERFLOW                   VALUE 'Y'.

      ******************************************************************
      * ALERTS ALREADY QUEUED - the keys only, to keep a rerun from
      * queueing an account twice.
      ******************************************************************
       01  WS-AQ-TABLE-AREA.
           05 WS-AQ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AQ-IDX.
              10 WS-AQ-ACCT-NO         PIC X(19).
              10 WS-AQ-ALERT-TYPE      PIC X(1).
              10 WS-AQ-BUS-DATE        PIC 9(8).
       01  WS-AQ-COUNT                PIC 9(5) VALUE 0.
       01  WS-AQ-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-AQ-OVERFLOW                   VALUE 'Y'.
       01  WS-AQ-FOUND-SW             PIC X(1).
           88 WS-AQ-FOUND                      VALUE 'Y'.

      ******************************************************************
      * TRANLOG RECORD WORK AREA - a TRANLOG record, or the image
      * carried on a TRANARCH 'D' record, field for field.
      ******************************************************************
       01  WS-TL-WORK.
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

      ******************************************************************
      * CASH ITEM WORK AREA - one cash movement on its way into the
      * cash table.
      ******************************************************************
       01  WS-CASH-ACCT               PIC X(19).
       01  WS-CASH-DATE               PIC 9(8).
       01  WS-CASH-AMOUNT             PIC 9(10)V99.
       01  WS-CASH-DIRECTION          PIC X(1).
           88 WS-CASH-IN                       VALUE 'I'.
           88 WS-CASH-OUT                      VALUE 'O'.
           88 WS-CASH-REVERSED                 VALUE 'R'.
       01  WS-BALANCE-CHANGE          PIC S9(10)V99.
       01  WS-SCAN-SOURCE-SW          PIC X(1) VALUE 'L'.
           88 WS-SCAN-ARCHIVE                  VALUE 'A'.
       01  WS-DDAAUDIT-ITEMS          PIC 9(7) VALUE 0.
       01  WS-TRANLOG-ITEMS           PIC 9(7) VALUE 0.
       01  WS-TRANARCH-ITEMS          PIC 9(7) VALUE 0.

      ******************************************************************
      * QUEUE / REPORT WORK AREA
      ******************************************************************
       01  WS-QUEUE-TIMESTAMP         PIC X(14).
       01  WS-QUEUE-NOTE              PIC X(14).
       01  WS-AMOUNT-DISP             PIC Z(9)9.99.
       01  WS-AMOUNT-DISP-2           PIC Z(9)9.99.

       01  WS-CTR-ACCOUNTS            PIC 9(5) VALUE 0.
       01  WS-STRUCT-ACCOUNTS         PIC 9(5) VALUE 0.
       01  WS-ALERTS-QUEUED           PIC 9(5) VALUE 0.
       01  WS-ALREADY-QUEUED          PIC 9(5) VALUE 0.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   AMLSCAN: LARGE-CASH AND STRUCTURING MONITOR".
           DISPLAY "=================================================".

           PERFORM 1000-LOAD-AMLRULE.
           PERFORM 1100-SET-WINDOW.

           PERFORM 2000-LOAD-ACCTXREF.
           PERFORM 2100-LOAD-AMLALERT.
           PERFORM 3000-SCAN-DDAAUDIT.
           PERFORM 3100-SCAN-TRANLOG.
           PERFORM 3200-SCAN-TRANARCH.
      *-- Refuse before anything is queued, the DORMSCAN convention.
           IF WS-XREF-OVERFLOW OR WS-CS-OVERFLOW OR WS-AQ-OVERFLOW
               DISPLAY "REFUSED: ACCTXREF over 500 cards, cash on "
                   "over 1000 accounts, or AMLALERT over 2000 "
                   "alerts - table too small, nothing reported or "
                   "queued."
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "Cash items found - DDAAUDIT " WS-DDAAUDIT-ITEMS
               "  TRANLOG " WS-TRANLOG-ITEMS
               "  TRANARCH " WS-TRANARCH-ITEMS.

           ACCEPT WS-QUEUE-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-QUEUE-TIMESTAMP(9:6) FROM TIME.
           OPEN EXTEND AMLALERT-FILE.
           IF WS-AMLALERT-STATUS = "35"
               CLOSE AMLALERT-FILE
               OPEN OUTPUT AMLALERT-FILE
           END-IF.

           PERFORM 4000-REPORT-CURRENCY.
           PERFORM 5000-REPORT-STRUCTURING.

           CLOSE AMLALERT-FILE.

           DISPLAY " ".
           DISPLAY "Accounts with cash in the window: " WS-CS-COUNT.
           DISPLAY "Over the reporting threshold:     "
               WS-CTR-ACCOUNTS.
           DISPLAY "Structuring pattern:              "
               WS-STRUCT-ACCOUNTS.
           DISPLAY "Alerts queued on AMLALERT:        "
               WS-ALERTS-QUEUED.
           DISPLAY "Already queued, not again:        "
               WS-ALREADY-QUEUED.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-LOAD-AMLRULE
      * Each limit is taken from AMLRULE only when it is numeric and
      * not zero - zero is "not set", not "report every deposit".
      ******************************************************************
       1000-LOAD-AMLRULE.
           OPEN INPUT AMLRULE-FILE.
           IF WS-AMLRULE-STATUS = "35"
               DISPLAY "AMLRULE not found - default limits in effect"
           ELSE
               READ AMLRULE-FILE
                   AT END
                       DISPLAY "AMLRULE empty - default limits in "
                           "effect"
                   NOT AT END
                       IF AML-CTR-THRESHOLD IS NUMERIC
                               AND AML-CTR-THRESHOLD > 0
                           MOVE AML-CTR-THRESHOLD TO WS-CTR-THRESHOLD
                       END-IF
                       IF AML-STRUCT-FLOOR IS NUMERIC
                               AND AML-STRUCT-FLOOR > 0
                           MOVE AML-STRUCT-FLOOR TO WS-STRUCT-FLOOR
                       END-IF
                       IF AML-STRUCT-DAYS IS NUMERIC
                               AND AML-STRUCT-DAYS > 0
                           MOVE AML-STRUCT-DAYS TO WS-STRUCT-DAYS
                       END-IF
                       IF AML-STRUCT-COUNT IS NUMERIC
                               AND AML-STRUCT-COUNT > 0
                           MOVE AML-STRUCT-COUNT TO WS-STRUCT-COUNT
                       END-IF
               END-READ
               CLOSE AMLRULE-FILE
           END-IF.

      ******************************************************************
      * 1100-SET-WINDOW
      * Takes the business date from the first input line (today when
      * none is given); the structuring window is the WS-STRUCT-DAYS
      * days ending on it.
      ******************************************************************
       1100-SET-WINDOW.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-STRUCT-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           MOVE WS-CTR-THRESHOLD TO WS-AMOUNT-DISP.
           MOVE WS-STRUCT-FLOOR TO WS-AMOUNT-DISP-2.
           DISPLAY "Business date " WS-RUN-DATE
               ": reporting threshold " WS-AMOUNT-DISP.
           DISPLAY "Structuring: " WS-STRUCT-COUNT
               " or more cash items from " WS-AMOUNT-DISP-2
               " to the threshold, " WS-WINDOW-START " to "
               WS-RUN-DATE.

      ******************************************************************
      * 2000-LOAD-ACCTXREF
      * A missing file simply means every PAN resolves to itself.
      ******************************************************************
       2000-LOAD-ACCTXREF.
           MOVE 0 TO WS-XREF-COUNT.
           OPEN INPUT ACCTXREF-FILE.
           IF WS-ACCTXREF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ACCTXREF-STATUS = "10"
                   READ ACCTXREF-FILE
                       AT END
                           MOVE "10" TO WS-ACCTXREF-STATUS
                       NOT AT END
                           IF WS-XREF-COUNT < 500
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XR-PAN TO
                                   WS-XREF-PAN(WS-XREF-COUNT)
                               MOVE XR-ACCT-NO TO
                                   WS-XREF-ACCT-NO(WS-XREF-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-XREF-OVERFLOW-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTXREF-FILE
           END-IF.

      ******************************************************************
      * 2100-LOAD-AMLALERT
      ******************************************************************
       2100-LOAD-AMLALERT.
           MOVE 0 TO WS-AQ-COUNT.
           OPEN INPUT AMLALERT-FILE.
           IF WS-AMLALERT-STATUS = "35"
               DISPLAY "AMLALERT not found - queue starts with this "
                   "run"
           ELSE
               PERFORM UNTIL WS-AMLALERT-STATUS = "10"
                   READ AMLALERT-FILE
                       AT END
                           MOVE "10" TO WS-AMLALERT-STATUS
                       NOT AT END
                           IF WS-AQ-COUNT < 2000
                               ADD 1 TO WS-AQ-COUNT
                               MOVE AL-ACCT-NO TO
                                   WS-AQ-ACCT-NO(WS-AQ-COUNT)
                               MOVE AL-ALERT-TYPE TO
                                   WS-AQ-ALERT-TYPE(WS-AQ-COUNT)
                               MOVE AL-BUS-DATE TO
                                   WS-AQ-BUS-DATE(WS-AQ-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-AQ-OVERFLOW-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMLALERT-FILE
           END-IF.

      ******************************************************************
      * 3000-SCAN-DDAAUDIT
      * Branch cash - a DEPOSIT paid in or a WITHDRAW drawn out, by
      * the balance change on the audit record.
      ******************************************************************
       3000-SCAN-DDAAUDIT.
           OPEN INPUT DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS = "35"
               DISPLAY "DDAAUDIT not found - no branch cash scanned"
           ELSE
               PERFORM UNTIL WS-DDAAUDIT-STATUS = "10"
                   READ DDAAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-DDAAUDIT-STATUS
                       NOT AT END
                           IF (DU-ACTION = "DEPOSIT"
                                   OR DU-ACTION = "WITHDRAW")
                                   AND DU-TIMESTAMP(1:8) IS NUMERIC
                               PERFORM 3050-CHECK-DDAAUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDAAUDIT-FILE
           END-IF.

      ******************************************************************
      * 3050-CHECK-DDAAUDIT-RECORD
      ******************************************************************
       3050-CHECK-DDAAUDIT-RECORD.
           MOVE DU-TIMESTAMP(1:8) TO WS-CASH-DATE.
           IF WS-CASH-DATE >= WS-WINDOW-START
                   AND WS-CASH-DATE <= WS-RUN-DATE
               COMPUTE WS-BALANCE-CHANGE =
                   DU-NEW-BALANCE - DU-OLD-BALANCE
               IF DU-ACTION = "DEPOSIT"
                   MOVE 'I' TO WS-CASH-DIRECTION
                   MOVE WS-BALANCE-CHANGE TO WS-CASH-AMOUNT
               ELSE
                   MOVE 'O' TO WS-CASH-DIRECTION
                   COMPUTE WS-CASH-AMOUNT = 0 - WS-BALANCE-CHANGE
               END-IF
               IF WS-BALANCE-CHANGE NOT = 0
                   ADD 1 TO WS-DDAAUDIT-ITEMS
                   MOVE DU-ACCT-NO TO WS-CASH-ACCT
                   PERFORM 3900-RECORD-CASH THRU 3900-EXIT
               END-IF
           END-IF.

      ******************************************************************
      * 3100-SCAN-TRANLOG
      ******************************************************************
       3100-SCAN-TRANLOG.
           MOVE 'L' TO WS-SCAN-SOURCE-SW.
           OPEN INPUT TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               DISPLAY "TRANLOG not found - no live card cash scanned"
           ELSE
               PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                   READ TRANLOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANLOG-STATUS
                       NOT AT END
                           MOVE TRANLOG-RECORD TO WS-TL-WORK
                           IF TL-LOG-DATE IS NUMERIC
                               PERFORM 3250-CHECK-TRANLOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANLOG-FILE
           END-IF.

      ******************************************************************
      * 3200-SCAN-TRANARCH
      * Only the 'D' records carry TRANLOG images; the 'T' trailers
      * are control totals and are skipped.
      ******************************************************************
       3200-SCAN-TRANARCH.
           MOVE 'A' TO WS-SCAN-SOURCE-SW.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS = "35"
               DISPLAY "TRANARCH not found - no archived card cash "
                   "scanned"
           ELSE
               PERFORM UNTIL WS-TRANARCH-STATUS = "10"
                   READ TRANARCH-FILE
                       AT END
                           MOVE "10" TO WS-TRANARCH-STATUS
                       NOT AT END
                           IF AR-REC-TYPE = "D"
                               MOVE AR-DATA TO WS-TL-WORK
                               IF TL-LOG-DATE IS NUMERIC
                                   PERFORM 3250-CHECK-TRANLOG-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      ******************************************************************
      * 3250-CHECK-TRANLOG-RECORD
      * An approved cash withdrawal response in WS-TL-WORK, or an
      * approved reversal of one, on one of the bank's own cards -
      * off-us cards (TL-ROUTE 'F') belong to another issuer's
      * customers.
      ******************************************************************
       3250-CHECK-TRANLOG-RECORD.
           IF TL-PROC-CODE(1:2) = "01"
                   AND TL-ROUTE NOT = 'F'
                   AND TL-AMOUNT IS NUMERIC
                   AND TL-LOG-DATE >= WS-WINDOW-START
                   AND TL-LOG-DATE <= WS-RUN-DATE
               IF (TL-MTI = "0210" OR TL-MTI = "0230")
                       AND (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                   MOVE 'O' TO WS-CASH-DIRECTION
                   PERFORM 3300-RECORD-CARD-CASH
               END-IF
               IF (TL-MTI = "0410" OR TL-MTI = "0430")
                       AND TL-RESP-CODE = "00"
                   MOVE 'R' TO WS-CASH-DIRECTION
                   PERFORM 3300-RECORD-CARD-CASH
               END-IF
           END-IF.

      ******************************************************************
      * 3300-RECORD-CARD-CASH
      ******************************************************************
       3300-RECORD-CARD-CASH.
           IF WS-SCAN-ARCHIVE
               ADD 1 TO WS-TRANARCH-ITEMS
           ELSE
               ADD 1 TO WS-TRANLOG-ITEMS
           END-IF.
           MOVE TL-LOG-DATE TO WS-CASH-DATE.
           MOVE TL-AMOUNT-NUM TO WS-CASH-AMOUNT.
           PERFORM 3800-RESOLVE-PAN.
           PERFORM 3900-RECORD-CASH THRU 3900-EXIT.

      ******************************************************************
      * 3800-RESOLVE-PAN
      * TL-PAN becomes its cross-referenced account, or stays as it
      * is when ACCTXREF has no entry for it.
      ******************************************************************
       3800-RESOLVE-PAN.
           MOVE TL-PAN TO WS-CASH-ACCT.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XREF-PAN(WS-XREF-IDX) = TL-PAN
                   MOVE WS-XREF-ACCT-NO(WS-XREF-IDX) TO WS-CASH-ACCT
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3900-RECORD-CASH
      * Adds one cash item to WS-CASH-ACCT's entry, making the entry
      * on its first item. A reversal comes back off the totals,
      * floored at zero, but not off the counts or the just-under
      * pattern - the attempt was made.
      ******************************************************************
       3900-RECORD-CASH.
           IF WS-CASH-ACCT = SPACES
               GO TO 3900-EXIT
           END-IF.
           MOVE 0 TO WS-CS-CUR.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT OR WS-CS-CUR > 0
               IF WS-CS-ACCT-NO(WS-CS-IDX) = WS-CASH-ACCT
                   SET WS-CS-CUR TO WS-CS-IDX
               END-IF
           END-PERFORM.
           IF WS-CS-CUR = 0
               IF WS-CS-COUNT < 1000
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-CS-COUNT TO WS-CS-CUR
                   INITIALIZE WS-CS-ENTRY(WS-CS-CUR)
                   MOVE WS-CASH-ACCT TO WS-CS-ACCT-NO(WS-CS-CUR)
               ELSE
                   MOVE 'Y' TO WS-CS-OVERFLOW-SW
                   GO TO 3900-EXIT
               END-IF
           END-IF.
           SET WS-CS-IDX TO WS-CS-CUR.

           EVALUATE TRUE
               WHEN WS-CASH-IN
                   ADD WS-CASH-AMOUNT TO WS-CS-WIN-IN(WS-CS-IDX)
                   ADD 1 TO WS-CS-WIN-IN-COUNT(WS-CS-IDX)
                   IF WS-CASH-DATE = WS-RUN-DATE
                       ADD WS-CASH-AMOUNT TO WS-CS-DAY-IN(WS-CS-IDX)
                       ADD 1 TO WS-CS-DAY-IN-COUNT(WS-CS-IDX)
                   END-IF
               WHEN WS-CASH-OUT
                   ADD WS-CASH-AMOUNT TO WS-CS-WIN-OUT(WS-CS-IDX)
                   ADD 1 TO WS-CS-WIN-OUT-COUNT(WS-CS-IDX)
                   IF WS-CASH-DATE = WS-RUN-DATE
                       ADD WS-CASH-AMOUNT TO WS-CS-DAY-OUT(WS-CS-IDX)
                       ADD 1 TO WS-CS-DAY-OUT-COUNT(WS-CS-IDX)
                   END-IF
               WHEN WS-CASH-REVERSED
                   IF WS-CS-WIN-OUT(WS-CS-IDX) > WS-CASH-AMOUNT
                       SUBTRACT WS-CASH-AMOUNT
                           FROM WS-CS-WIN-OUT(WS-CS-IDX)
                   ELSE
                       MOVE 0 TO WS-CS-WIN-OUT(WS-CS-IDX)
                   END-IF
                   IF WS-CASH-DATE = WS-RUN-DATE
                       IF WS-CS-DAY-OUT(WS-CS-IDX) > WS-CASH-AMOUNT
                           SUBTRACT WS-CASH-AMOUNT
                               FROM WS-CS-DAY-OUT(WS-CS-IDX)
                       ELSE
                           MOVE 0 TO WS-CS-DAY-OUT(WS-CS-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NOT WS-CASH-REVERSED
                   AND WS-CASH-AMOUNT >= WS-STRUCT-FLOOR
                   AND WS-CASH-AMOUNT < WS-CTR-THRESHOLD
               ADD 1 TO WS-CS-NEAR-COUNT(WS-CS-IDX)
               ADD WS-CASH-AMOUNT TO WS-CS-NEAR-AMOUNT(WS-CS-IDX)
               IF WS-CS-NEAR-FIRST(WS-CS-IDX) = 0
                       OR WS-CASH-DATE < WS-CS-NEAR-FIRST(WS-CS-IDX)
                   MOVE WS-CASH-DATE TO WS-CS-NEAR-FIRST(WS-CS-IDX)
               END-IF
               IF WS-CASH-DATE > WS-CS-NEAR-LAST(WS-CS-IDX)
                   MOVE WS-CASH-DATE TO WS-CS-NEAR-LAST(WS-CS-IDX)
               END-IF
           END-IF.

       3900-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-CURRENCY
      ******************************************************************
       4000-REPORT-CURRENCY.
           DISPLAY " ".
           DISPLAY "--- Cash over the reporting threshold on "
               WS-RUN-DATE " ---".
           DISPLAY "ACCOUNT                   CASH IN ITEMS"
               "      CASH OUT ITEMS QUEUE".
           PERFORM 4100-CHECK-CURRENCY
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT.
           IF WS-CTR-ACCOUNTS = 0
               DISPLAY "(none)"
           END-IF.

      ******************************************************************
      * 4100-CHECK-CURRENCY
      ******************************************************************
       4100-CHECK-CURRENCY.
           IF WS-CS-DAY-IN(WS-CS-IDX) > WS-CTR-THRESHOLD
                   OR WS-CS-DAY-OUT(WS-CS-IDX) > WS-CTR-THRESHOLD
               ADD 1 TO WS-CTR-ACCOUNTS
               MOVE 'N' TO WS-AQ-FOUND-SW
               PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                       UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   IF WS-AQ-ACCT-NO(WS-AQ-IDX)
                               = WS-CS-ACCT-NO(WS-CS-IDX)
                           AND WS-AQ-ALERT-TYPE(WS-AQ-IDX) = "C"
                           AND WS-AQ-BUS-DATE(WS-AQ-IDX) = WS-RUN-DATE
                       MOVE 'Y' TO WS-AQ-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-AQ-FOUND
                   MOVE "ALREADY QUEUED" TO WS-QUEUE-NOTE
                   ADD 1 TO WS-ALREADY-QUEUED
               ELSE
                   MOVE "QUEUED" TO WS-QUEUE-NOTE
                   MOVE SPACES TO AMLALERT-RECORD
                   MOVE "C" TO AL-ALERT-TYPE
                   MOVE WS-RUN-DATE TO AL-WINDOW-START
                   MOVE WS-CS-DAY-IN(WS-CS-IDX) TO AL-CASH-IN
                   MOVE WS-CS-DAY-IN-COUNT(WS-CS-IDX)
                       TO AL-CASH-IN-COUNT
                   MOVE WS-CS-DAY-OUT(WS-CS-IDX) TO AL-CASH-OUT
                   MOVE WS-CS-DAY-OUT-COUNT(WS-CS-IDX)
                       TO AL-CASH-OUT-COUNT
                   PERFORM 6000-QUEUE-ALERT
               END-IF
               MOVE WS-CS-DAY-IN(WS-CS-IDX) TO WS-AMOUNT-DISP
               MOVE WS-CS-DAY-OUT(WS-CS-IDX) TO WS-AMOUNT-DISP-2
               DISPLAY WS-CS-ACCT-NO(WS-CS-IDX) " " WS-AMOUNT-DISP
                   "  " WS-CS-DAY-IN-COUNT(WS-CS-IDX) " "
                   WS-AMOUNT-DISP-2 "  "
                   WS-CS-DAY-OUT-COUNT(WS-CS-IDX) " " WS-QUEUE-NOTE
           END-IF.

      ******************************************************************
      * 5000-REPORT-STRUCTURING
      ******************************************************************
       5000-REPORT-STRUCTURING.
           DISPLAY " ".
           DISPLAY "--- Structuring: just-under cash items "
               WS-WINDOW-START " to " WS-RUN-DATE " ---".
           DISPLAY "ACCOUNT             ITEMS   JUST-UNDER TOTAL"
               " FIRST    LAST     QUEUE".
           PERFORM 5100-CHECK-STRUCTURING
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT.
           IF WS-STRUCT-ACCOUNTS = 0
               DISPLAY "(none)"
           END-IF.

      ******************************************************************
      * 5100-CHECK-STRUCTURING
      * A structuring alert already queued on any day of the window
      * covers the pattern still in it.
      ******************************************************************
       5100-CHECK-STRUCTURING.
           IF WS-CS-NEAR-COUNT(WS-CS-IDX) >= WS-STRUCT-COUNT
               ADD 1 TO WS-STRUCT-ACCOUNTS
               MOVE 'N' TO WS-AQ-FOUND-SW
               PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                       UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   IF WS-AQ-ACCT-NO(WS-AQ-IDX)
                               = WS-CS-ACCT-NO(WS-CS-IDX)
                           AND WS-AQ-ALERT-TYPE(WS-AQ-IDX) = "S"
                           AND WS-AQ-BUS-DATE(WS-AQ-IDX)
                               >= WS-WINDOW-START
                           AND WS-AQ-BUS-DATE(WS-AQ-IDX) <= WS-RUN-DATE
                       MOVE 'Y' TO WS-AQ-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-AQ-FOUND
                   MOVE "ALREADY QUEUED" TO WS-QUEUE-NOTE
                   ADD 1 TO WS-ALREADY-QUEUED
               ELSE
                   MOVE "QUEUED" TO WS-QUEUE-NOTE
                   MOVE SPACES TO AMLALERT-RECORD
                   MOVE "S" TO AL-ALERT-TYPE
                   MOVE WS-WINDOW-START TO AL-WINDOW-START
                   MOVE WS-CS-WIN-IN(WS-CS-IDX) TO AL-CASH-IN
                   MOVE WS-CS-WIN-IN-COUNT(WS-CS-IDX)
                       TO AL-CASH-IN-COUNT
                   MOVE WS-CS-WIN-OUT(WS-CS-IDX) TO AL-CASH-OUT
                   MOVE WS-CS-WIN-OUT-COUNT(WS-CS-IDX)
                       TO AL-CASH-OUT-COUNT
                   PERFORM 6000-QUEUE-ALERT
               END-IF
               MOVE WS-CS-NEAR-AMOUNT(WS-CS-IDX) TO WS-AMOUNT-DISP
               DISPLAY WS-CS-ACCT-NO(WS-CS-IDX) " "
                   WS-CS-NEAR-COUNT(WS-CS-IDX) "     "
                   WS-AMOUNT-DISP " " WS-CS-NEAR-FIRST(WS-CS-IDX) " "
                   WS-CS-NEAR-LAST(WS-CS-IDX) " " WS-QUEUE-NOTE
           END-IF.

      ******************************************************************
      * 6000-QUEUE-ALERT
      * Completes and writes the AMLALERT record the caller has
      * started (type, window start, cash totals), new for review.
      ******************************************************************
       6000-QUEUE-ALERT.
           MOVE WS-CS-ACCT-NO(WS-CS-IDX) TO AL-ACCT-NO.
           MOVE WS-RUN-DATE TO AL-BUS-DATE.
           MOVE WS-CS-NEAR-COUNT(WS-CS-IDX) TO AL-NEAR-COUNT.
           MOVE WS-CS-NEAR-AMOUNT(WS-CS-IDX) TO AL-NEAR-AMOUNT.
           MOVE WS-QUEUE-TIMESTAMP TO AL-TIMESTAMP.
           MOVE "N" TO AL-STATUS.
           WRITE AMLALERT-RECORD.
           ADD 1 TO WS-ALERTS-QUEUED.
