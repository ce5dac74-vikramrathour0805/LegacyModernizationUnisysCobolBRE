       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSCAN.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Monthly dormant account scan. Finds every account on DDABAL
      * with no cardholder-initiated activity in the configured number
      * of months (CFG-DORMANT-MONTHS on STIPCFG, default 12), marks
      * it dormant - the DDABAL status byte set to D - and prints the
      * dormancy report with the balance on each. Dormant accounts
      * are a favorite fraud target: once marked, ISSAUTH declines
      * every debit against the account ('57' DECDRM) while still
      * taking credits, until DDAMAINT's REACTIVA action brings it
      * back.
      *
      * Activity is gathered per account from:
      *   - TRANLOG and the TRANLOG archive (TRANARCH 'D' records):
      *     every approved (00/10) authorization or financial
      *     response (0110/0210/0230) the cardholder started -
      *     purchases, cash, holds, inquiries. A merchant refund
      *     (proc 200000) is not the cardholder's doing and does not
      *     count. The PAN resolves through ACCTXREF, so activity on
      *     any card linked to the account keeps it awake; a funds
      *     transfer (proc 40xxxx) counts for both accounts it moved
      *     money between.
      *   - DDAAUDIT: an OPEN, DEPOSIT, WITHDRAW or REACTIVA - the
      *     cardholder at the branch. ADJUST and SETODLIM are the
      *     bank's own corrections and do not count.
      * An account whose last activity falls before the cutoff (the
      * run date less the configured months), or with no activity on
      * file at all, is marked. An account already dormant is listed
      * again, unchanged, so the report always shows every dormant
      * balance.
      *
      * Each account is marked through the shared KEYIO module - read,
      * status byte set, rewritten in place - so the balance rewritten
      * is the one on file at that moment, and a DORMANT record is
      * appended to DDAAUDIT (balance unchanged, operator DORMSCAN,
      * the reason giving the last activity date).
      *
      * The run date (YYYYMMDD) may be given as the first input line
      * to rerun an earlier month; left empty, today is used.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- STIPCFG is read-only here, just for the dormancy months.
           SELECT STIPCFG-FILE ASSIGN TO "STIPCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STIPCFG-STATUS.
      *-- DDABAL is read straight through once to learn the accounts;
      *-- it is closed again before any account is marked, and every
      *-- mark goes through KEYIO.
           SELECT DDABAL-FILE ASSIGN TO "DDABAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDABAL-STATUS.
           SELECT ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTXREF-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
      *-- DDAAUDIT is read for branch activity, then opened EXTEND
      *-- for the DORMANT records this run appends.
           SELECT DDAAUDIT-FILE ASSIGN TO "DDAAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDAAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STIPCFG-FILE.
       01  STIPCFG-RECORD.
           05 CFG-STIP-MODE            PIC X(1).
           05 CFG-FLOOR-LIMIT          PIC 9(10)V99.
           05 CFG-VELOCITY-MAX-COUNT   PIC 9(3).
           05 CFG-VELOCITY-MAX-AMOUNT  PIC 9(10)V99.
           05 CFG-MERCH-MAX-COUNT      PIC 9(5).
           05 CFG-MERCH-MAX-AMOUNT     PIC 9(10)V99.
           05 CFG-OVERDRAFT-FEE        PIC 9(4)V99.
           05 CFG-HOLD-PURGE-DAYS      PIC 9(3).
           05 CFG-PARTIAL-APPROVAL     PIC X(1).
           05 CFG-DUAL-CTL-AMOUNT      PIC 9(10)V99.
           05 CFG-CASH-DAILY-LIMIT     PIC 9(10)V99.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
           05 CFG-PRESENT-DAYS         PIC 9(3).
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
           05 CFG-REPRESENT-DAYS       PIC 9(3).
      *--     All of the above are read by other programs - carried
      *--     so every STIPCFG reader shares one record layout.
           05 CFG-DORMANT-MONTHS       PIC 9(3).
      *--     Months without cardholder activity before an account
      *--     is marked dormant. Zero or missing uses
      *--     WS-DORMANT-MONTHS' default.
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.
      *--     Monthly maintenance fee, and the minimum average
      *--     balance that waives it - read by DDACYCLE.

       FD  DDABAL-FILE.
       01  DDABAL-RECORD.
           05 DB-ACCT-NO               PIC X(19).
           05 DB-AVAILABLE-BALANCE     PIC S9(10)V99.
           05 DB-OVERDRAFT-LIMIT       PIC 9(10)V99.
           05 DB-ACCT-STATUS           PIC X(1).
      *--     D = dormant, blank = active.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-RECORD.
           05 XR-PAN                   PIC X(19).
           05 XR-ACCT-NO               PIC X(19).

      *-- TRANLOG and TRANARCH records are both examined through the
      *-- one TRANLOG layout in WS-TL-WORK below.
       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD              PIC X(154).

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
      *--     D = archived TRANLOG record, T = control trailer.
           05 AR-DATA                  PIC X(154).

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

       WORKING-STORAGE SECTION.
       01  WS-STIPCFG-STATUS          PIC X(2).
       01  WS-DDABAL-STATUS           PIC X(2).
       01  WS-ACCTXREF-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS          PIC X(2).
       01  WS-TRANARCH-STATUS         PIC X(2).
       01  WS-DDAAUDIT-STATUS         PIC X(2).

      *-- Defaulted here, overridden from STIPCFG when present, the
      *-- same way HOLDPURGE's purge age is.
       01  WS-DORMANT-MONTHS          PIC 9(3) VALUE 12.

      ******************************************************************
      * RUN DATE AND CUTOFF
      * The cutoff is the run date less the configured months, on the
      * same day of the month - or the last day of that month when it
      * is shorter (a 31st run looking back to a 30-day month).
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY             PIC 9(4).
           05 WS-RUN-MM               PIC 9(2).
           05 WS-RUN-DD               PIC 9(2).
       01  WS-CUTOFF-DATE             PIC 9(8).
       01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY          PIC 9(4).
           05 WS-CUTOFF-MM            PIC 9(2).
           05 WS-CUTOFF-DD            PIC 9(2).
       01  WS-MONTH-END-DATE          PIC 9(8).
       01  WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
           05 WS-MONTH-END-YYYY       PIC 9(4).
           05 WS-MONTH-END-MM         PIC 9(2).
           05 WS-MONTH-END-DD         PIC 9(2).
       01  WS-MONTH-NUM               PIC 9(7).
       01  WS-MONTH-REM               PIC 9(2).
       01  WS-DATE-INT                PIC 9(9).

      ******************************************************************
      * ACCOUNT TABLE - one entry per DDABAL account, carrying the
      * latest activity date found for it (zero = none on file).
      ******************************************************************
       01  WS-DM-TABLE-AREA.
           05 WS-DM-ENTRY OCCURS 500 TIMES INDEXED BY WS-DM-IDX.
              10 WS-DM-ACCT-NO         PIC X(19).
              10 WS-DM-BALANCE         PIC S9(10)V99.
              10 WS-DM-STATUS          PIC X(1).
              10 WS-DM-LAST-ACTIVITY   PIC 9(8).
       01  WS-DM-COUNT                PIC 9(5) VALUE 0.
      *-- On when DDABAL or ACCTXREF held more records than the table -
      *-- the run is refused then: an account or a card missed from a
      *-- short load would be marked dormant on activity never seen.
       01  WS-DM-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-DM-OVERFLOW                   VALUE 'Y'.

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
      * TRANLOG RECORD WORK AREA - a TRANLOG record, or the image
      * carried on a TRANARCH 'D' record, field for field.
      ******************************************************************
       01  WS-TL-WORK.
           05 TL-MTI                   PIC X(4).
           05 TL-STAN                  PIC X(6).
           05 TL-PAN                   PIC X(19).
           05 TL-AMOUNT                PIC X(12).
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
      * ACTIVITY WORK AREA
      ******************************************************************
       01  WS-ACTIVITY-ACCT           PIC X(19).
       01  WS-ACTIVITY-DATE           PIC 9(8).
       01  WS-SCAN-SOURCE-SW          PIC X(1) VALUE 'L'.
           88 WS-SCAN-ARCHIVE                  VALUE 'A'.
       01  WS-TRANLOG-ACTIVITY        PIC 9(7) VALUE 0.
       01  WS-TRANARCH-ACTIVITY       PIC 9(7) VALUE 0.
       01  WS-DDAAUDIT-ACTIVITY       PIC 9(7) VALUE 0.

      ******************************************************************
      * KEYIO REQUEST AREA - see KEYIO.cbl for the calling convention
      * and status codes. The DDABAL record layout overlays the
      * record buffer.
      ******************************************************************
       01  WS-KEYIO-REQUEST.
           05 WS-KIO-FILE-ID          PIC X(8).
           05 WS-KIO-FUNCTION         PIC X(1).
           05 WS-KIO-KEY              PIC X(19).
           05 WS-KIO-STATUS           PIC X(2).
       01  WS-KIO-RECORD              PIC X(100).
       01  WS-KIO-DDABAL-REC REDEFINES WS-KIO-RECORD.
           05 KD-ACCT-NO              PIC X(19).
           05 KD-AVAILABLE-BALANCE    PIC S9(10)V99.
           05 KD-OVERDRAFT-LIMIT      PIC 9(10)V99.
           05 KD-ACCT-STATUS          PIC X(1).
      *--     D = dormant, blank = active.
           05 FILLER                  PIC X(56).

      ******************************************************************
      * AUDIT / REPORT WORK AREA
      ******************************************************************
       01  WS-AUDIT-TIMESTAMP         PIC X(14).
       01  WS-LAST-ACTIVITY-DISP      PIC X(12).
       01  WS-BALANCE-DISP            PIC -(10)9.99.
       01  WS-TOTAL-DISP              PIC -(12)9.99.

       01  WS-ACCTS-SCANNED           PIC 9(5) VALUE 0.
       01  WS-ACCTS-ACTIVE            PIC 9(5) VALUE 0.
       01  WS-NEWLY-DORMANT           PIC 9(5) VALUE 0.
       01  WS-NEWLY-DORMANT-BAL       PIC S9(12)V99 VALUE 0.
       01  WS-ALREADY-DORMANT         PIC 9(5) VALUE 0.
       01  WS-ALREADY-DORMANT-BAL     PIC S9(12)V99 VALUE 0.
       01  WS-MARK-FAILED             PIC 9(5) VALUE 0.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   DORMSCAN: DORMANT ACCOUNT SCAN".
           DISPLAY "=================================================".

           PERFORM 1000-LOAD-CONFIG.
           PERFORM 1100-SET-CUTOFF-DATE.

           PERFORM 2000-LOAD-DDABAL.
           PERFORM 2100-LOAD-ACCTXREF.
      *-- Refuse before anything is marked, the HOLDPURGE convention.
           IF WS-DM-OVERFLOW OR WS-XREF-OVERFLOW
               DISPLAY "REFUSED: DDABAL or ACCTXREF holds more than "
                   "500 records - table too small, no account "
                   "marked dormant."
               STOP RUN
           END-IF.
           IF WS-DM-COUNT = 0
               DISPLAY "No accounts on DDABAL - nothing to scan."
               STOP RUN
           END-IF.

           PERFORM 3000-SCAN-TRANLOG.
           PERFORM 3100-SCAN-TRANARCH.
           PERFORM 3200-SCAN-DDAAUDIT.

           DISPLAY " ".
           DISPLAY "Activity found - TRANLOG " WS-TRANLOG-ACTIVITY
               "  TRANARCH " WS-TRANARCH-ACTIVITY
               "  DDAAUDIT " WS-DDAAUDIT-ACTIVITY.
           DISPLAY " ".

           PERFORM 4000-MARK-DORMANT-ACCOUNTS.

           DISPLAY " ".
           DISPLAY "Accounts scanned:          " WS-ACCTS-SCANNED.
           DISPLAY "Accounts active:           " WS-ACCTS-ACTIVE.
           MOVE WS-NEWLY-DORMANT-BAL TO WS-TOTAL-DISP.
           DISPLAY "Newly marked dormant:      " WS-NEWLY-DORMANT
               "  balance " WS-TOTAL-DISP.
           MOVE WS-ALREADY-DORMANT-BAL TO WS-TOTAL-DISP.
           DISPLAY "Already dormant:           " WS-ALREADY-DORMANT
               "  balance " WS-TOTAL-DISP.
           IF WS-MARK-FAILED > 0
               DISPLAY "Could not be marked:       " WS-MARK-FAILED
           END-IF.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-LOAD-CONFIG
      * A missing STIPCFG, or one written before CFG-DORMANT-MONTHS
      * existed, leaves the built-in default in effect - the same
      * degrade-gracefully convention HOLDPURGE's 1000-LOAD-CONFIG
      * uses. Zero is "not set", not "everything is dormant".
      ******************************************************************
       1000-LOAD-CONFIG.
           OPEN INPUT STIPCFG-FILE.
           IF WS-STIPCFG-STATUS = "35"
               DISPLAY "STIPCFG not found - default of "
                   WS-DORMANT-MONTHS " months in effect"
           ELSE
               READ STIPCFG-FILE
                   AT END
                       DISPLAY "STIPCFG empty - default of "
                           WS-DORMANT-MONTHS " months in effect"
                   NOT AT END
                       IF CFG-DORMANT-MONTHS IS NUMERIC
                               AND CFG-DORMANT-MONTHS > 0
                           MOVE CFG-DORMANT-MONTHS
                               TO WS-DORMANT-MONTHS
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.

      ******************************************************************
      * 1100-SET-CUTOFF-DATE
      * Takes the run date from the first input line (today when none
      * is given) and steps back WS-DORMANT-MONTHS calendar months.
      ******************************************************************
       1100-SET-CUTOFF-DATE.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      *-- Months counted from year zero, less the dormancy period.
           COMPUTE WS-MONTH-NUM = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
               - WS-DORMANT-MONTHS.
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-CUTOFF-YYYY
               REMAINDER WS-MONTH-REM.
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1.

      *-- Last day of the cutoff month: the day before the first of
      *-- the month after it.
           ADD 1 TO WS-MONTH-NUM.
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-MONTH-END-YYYY
               REMAINDER WS-MONTH-REM.
           COMPUTE WS-MONTH-END-MM = WS-MONTH-REM + 1.
           MOVE 1 TO WS-MONTH-END-DD.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           IF WS-RUN-DD > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-CUTOFF-DD
           ELSE
               MOVE WS-RUN-DD TO WS-CUTOFF-DD
           END-IF.

           DISPLAY "Run date " WS-RUN-DATE ": accounts with no "
               "cardholder activity in " WS-DORMANT-MONTHS
               " months (none since " WS-CUTOFF-DATE ")".

      ******************************************************************
      * 2000-LOAD-DDABAL
      ******************************************************************
       2000-LOAD-DDABAL.
           MOVE 0 TO WS-DM-COUNT.
           OPEN INPUT DDABAL-FILE.
           IF WS-DDABAL-STATUS = "35"
               DISPLAY "DDABAL not found"
           ELSE
               PERFORM UNTIL WS-DDABAL-STATUS = "10"
                   READ DDABAL-FILE
                       AT END
                           MOVE "10" TO WS-DDABAL-STATUS
                       NOT AT END
                           IF WS-DM-COUNT < 500
                               ADD 1 TO WS-DM-COUNT
                               MOVE DB-ACCT-NO TO
                                   WS-DM-ACCT-NO(WS-DM-COUNT)
                               MOVE DB-AVAILABLE-BALANCE TO
                                   WS-DM-BALANCE(WS-DM-COUNT)
                               MOVE DB-ACCT-STATUS TO
                                   WS-DM-STATUS(WS-DM-COUNT)
                               MOVE 0 TO
                                   WS-DM-LAST-ACTIVITY(WS-DM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-DM-OVERFLOW-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDABAL-FILE
           END-IF.

      ******************************************************************
      * 2100-LOAD-ACCTXREF
      * A missing file simply means every PAN resolves to itself.
      ******************************************************************
       2100-LOAD-ACCTXREF.
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
      * 3000-SCAN-TRANLOG
      ******************************************************************
       3000-SCAN-TRANLOG.
           MOVE 'L' TO WS-SCAN-SOURCE-SW.
           OPEN INPUT TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               DISPLAY "TRANLOG not found - no live activity scanned"
           ELSE
               PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                   READ TRANLOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANLOG-STATUS
                       NOT AT END
                           MOVE TRANLOG-RECORD TO WS-TL-WORK
                           IF TL-LOG-DATE IS NUMERIC
                               PERFORM 3050-CHECK-TRANLOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANLOG-FILE
           END-IF.

      ******************************************************************
      * 3050-CHECK-TRANLOG-RECORD
      * Credits an approved, cardholder-started response in WS-TL-WORK
      * to the account(s) it touched, counted under TRANLOG or
      * TRANARCH by WS-SCAN-SOURCE-SW.
      ******************************************************************
       3050-CHECK-TRANLOG-RECORD.
           IF (TL-MTI = "0110" OR TL-MTI = "0210" OR TL-MTI = "0230")
                   AND (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                   AND TL-PROC-CODE NOT = "200000"
               MOVE TL-LOG-DATE TO WS-ACTIVITY-DATE
               IF WS-SCAN-ARCHIVE
                   ADD 1 TO WS-TRANARCH-ACTIVITY
               ELSE
                   ADD 1 TO WS-TRANLOG-ACTIVITY
               END-IF
               IF TL-PROC-CODE(1:2) = "40"
                   MOVE TL-FROM-ACCT TO WS-ACTIVITY-ACCT
                   PERFORM 3900-RECORD-ACTIVITY
                   MOVE TL-TO-ACCT TO WS-ACTIVITY-ACCT
                   PERFORM 3900-RECORD-ACTIVITY
               ELSE
                   PERFORM 3800-RESOLVE-PAN
                   PERFORM 3900-RECORD-ACTIVITY
               END-IF
           END-IF.

      ******************************************************************
      * 3100-SCAN-TRANARCH
      * Only the 'D' records carry TRANLOG images; the 'T' trailers
      * are control totals and are skipped.
      ******************************************************************
       3100-SCAN-TRANARCH.
           MOVE 'A' TO WS-SCAN-SOURCE-SW.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS = "35"
               DISPLAY "TRANARCH not found - no archived activity "
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
                                   PERFORM 3050-CHECK-TRANLOG-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      ******************************************************************
      * 3200-SCAN-DDAAUDIT
      * Branch activity - the cardholder opening the account, paying
      * in or drawing out, or being identified for a reactivation.
      ******************************************************************
       3200-SCAN-DDAAUDIT.
           OPEN INPUT DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS = "35"
               DISPLAY "DDAAUDIT not found - no branch activity "
                   "scanned"
           ELSE
               PERFORM UNTIL WS-DDAAUDIT-STATUS = "10"
                   READ DDAAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-DDAAUDIT-STATUS
                       NOT AT END
                           IF (DU-ACTION = "OPEN"
                                   OR DU-ACTION = "DEPOSIT"
                                   OR DU-ACTION = "WITHDRAW"
                                   OR DU-ACTION = "REACTIVA")
                                   AND DU-TIMESTAMP(1:8) IS NUMERIC
                               ADD 1 TO WS-DDAAUDIT-ACTIVITY
                               MOVE DU-ACCT-NO TO WS-ACTIVITY-ACCT
                               MOVE DU-TIMESTAMP(1:8)
                                   TO WS-ACTIVITY-DATE
                               PERFORM 3900-RECORD-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDAAUDIT-FILE
           END-IF.

      ******************************************************************
      * 3800-RESOLVE-PAN
      * TL-PAN becomes its cross-referenced account, or stays as it
      * is when ACCTXREF has no entry for it.
      ******************************************************************
       3800-RESOLVE-PAN.
           MOVE TL-PAN TO WS-ACTIVITY-ACCT.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XREF-PAN(WS-XREF-IDX) = TL-PAN
                   MOVE WS-XREF-ACCT-NO(WS-XREF-IDX)
                       TO WS-ACTIVITY-ACCT
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3900-RECORD-ACTIVITY
      * Moves WS-ACTIVITY-ACCT's last activity date forward to
      * WS-ACTIVITY-DATE. Activity on an account not on DDABAL has
      * nothing to keep awake and is ignored.
      ******************************************************************
       3900-RECORD-ACTIVITY.
           IF WS-ACTIVITY-ACCT NOT = SPACES
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                   IF WS-DM-ACCT-NO(WS-DM-IDX) = WS-ACTIVITY-ACCT
                           AND WS-DM-LAST-ACTIVITY(WS-DM-IDX)
                               < WS-ACTIVITY-DATE
                       MOVE WS-ACTIVITY-DATE
                           TO WS-DM-LAST-ACTIVITY(WS-DM-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * 4000-MARK-DORMANT-ACCOUNTS
      ******************************************************************
       4000-MARK-DORMANT-ACCOUNTS.
           ACCEPT WS-AUDIT-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIMESTAMP(9:6) FROM TIME.

           OPEN EXTEND DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS = "35"
               CLOSE DDAAUDIT-FILE
               OPEN OUTPUT DDAAUDIT-FILE
           END-IF.

           DISPLAY "ACCOUNT              LAST ACTIVITY       BALANCE"
               "  STATUS".
           PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
               VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT.

           CLOSE DDAAUDIT-FILE.

      ******************************************************************
      * 4100-CHECK-ONE-ACCOUNT
      * Active accounts are counted, not listed - the report is the
      * dormant book.
      ******************************************************************
       4100-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-SCANNED.
           IF WS-DM-LAST-ACTIVITY(WS-DM-IDX) = 0
               MOVE "NONE ON FILE" TO WS-LAST-ACTIVITY-DISP
           ELSE
               MOVE WS-DM-LAST-ACTIVITY(WS-DM-IDX)
                   TO WS-LAST-ACTIVITY-DISP
           END-IF.

           IF WS-DM-STATUS(WS-DM-IDX) = "D"
               ADD 1 TO WS-ALREADY-DORMANT
               ADD WS-DM-BALANCE(WS-DM-IDX) TO WS-ALREADY-DORMANT-BAL
               MOVE WS-DM-BALANCE(WS-DM-IDX) TO WS-BALANCE-DISP
               DISPLAY WS-DM-ACCT-NO(WS-DM-IDX) "  "
                   WS-LAST-ACTIVITY-DISP " " WS-BALANCE-DISP
                   "  ALREADY DORMANT"
               GO TO 4100-EXIT
           END-IF.

           IF WS-DM-LAST-ACTIVITY(WS-DM-IDX) >= WS-CUTOFF-DATE
               ADD 1 TO WS-ACCTS-ACTIVE
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4200-MARK-ACCOUNT.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-MARK-ACCOUNT
      * Reads the account fresh through KEYIO, so the balance carried
      * back is whatever is on file now, sets the status byte, and
      * rewrites it in place; then appends the DORMANT audit record.
      ******************************************************************
       4200-MARK-ACCOUNT.
           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-DM-ACCT-NO(WS-DM-IDX) TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS = "00"
               MOVE "D" TO KD-ACCT-STATUS
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
           END-IF.
           IF WS-KIO-STATUS NOT = "00"
               ADD 1 TO WS-MARK-FAILED
               DISPLAY WS-DM-ACCT-NO(WS-DM-IDX)
                   "  NOT MARKED - DDABAL status " WS-KIO-STATUS
           ELSE
               ADD 1 TO WS-NEWLY-DORMANT
               ADD KD-AVAILABLE-BALANCE TO WS-NEWLY-DORMANT-BAL
               MOVE KD-AVAILABLE-BALANCE TO WS-BALANCE-DISP
               DISPLAY WS-DM-ACCT-NO(WS-DM-IDX) "  "
                   WS-LAST-ACTIVITY-DISP " " WS-BALANCE-DISP
                   "  MARKED DORMANT"
               PERFORM 4300-WRITE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * 4300-WRITE-AUDIT-RECORD
      * Same DDAAUDIT layout DDAMAINT writes - the balance unchanged,
      * so STMTGEN and DDAPROOF replay it as a zero movement.
      ******************************************************************
       4300-WRITE-AUDIT-RECORD.
           MOVE KD-ACCT-NO TO DU-ACCT-NO.
           MOVE KD-AVAILABLE-BALANCE TO DU-OLD-BALANCE.
           MOVE KD-AVAILABLE-BALANCE TO DU-NEW-BALANCE.
           MOVE "DORMANT" TO DU-ACTION.
           MOVE WS-AUDIT-TIMESTAMP TO DU-TIMESTAMP.
           MOVE SPACES TO DU-REASON.
           IF WS-DM-LAST-ACTIVITY(WS-DM-IDX) = 0
               MOVE "NO CARDHOLDER ACTIVITY ON FILE" TO DU-REASON
           ELSE
               STRING "NO ACTIVITY SINCE "
                      WS-DM-LAST-ACTIVITY(WS-DM-IDX)
                   DELIMITED BY SIZE INTO DU-REASON
           END-IF.
           MOVE KD-OVERDRAFT-LIMIT TO DU-OLD-OD-LIMIT.
           MOVE KD-OVERDRAFT-LIMIT TO DU-NEW-OD-LIMIT.
           MOVE "DORMSCAN" TO DU-OPERATOR-ID.
           WRITE DDAAUDIT-RECORD.
