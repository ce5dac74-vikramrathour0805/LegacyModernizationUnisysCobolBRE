       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRMATCH.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Clearing/presentment match. An approved 0210 on TRANLOG has
      * always been treated as final - nothing checked that the
      * merchant actually presented it for clearing, or presented it
      * for the amount we authorized, and a presentment we never
      * authorized at all was paid without anyone seeing it.
      *
      * Reads the acquirer's incoming clearing file (CLEARIN - one
      * presentment per record: PAN, the DE37 retrieval reference
      * number, STAN, amount, merchant, presentment date) and matches
      * each presentment to an approval on TRANLOG or on TRANARCH's
      * archived 'D' records. An approval is an 0210 or 0230 answered
      * '00' (or '10', a partial approval, whose logged amount is
      * the figure actually approved) for anything but a balance
      * inquiry, funds transfer or card activation - the same
      * approved-response test CHGBACK's 3100-LOOKUP-TRANLOG uses.
      * A presentment matches on PAN plus RRN (TL-RRN); when either
      * side has no RRN - an approval logged before TL-RRN existed -
      * it matches on PAN plus STAN. An approval reversed by an
      * approved 0430/0410 is expected never to be presented.
      *
      * The report lists three categories of exception:
      *   NO AUTH  - a presentment with no authorization behind it
      *              (or whose authorization was reversed or has
      *              already been presented once) - money going out
      *              that nothing approved;
      *   MISMATCH - a presentment matched to an approval but for an
      *              amount outside the tolerance (CFG-CLEAR-TOL-PCT
      *              percent of the approved amount);
      *   NOT PRES - an approval never presented more than
      *              CFG-PRESENT-DAYS days after it was logged.
      * Both settings come from STIPCFG with built-in defaults, the
      * same external-config convention as HOLDPURGE's purge age.
      * Nothing is posted or changed; the only file written is the
      * CLRHIST presentment history (see UPDATE below).
      *
      * The approvals are held in a table while the clearing file is
      * matched; a log too big for it refuses the run outright rather
      * than reporting approvals it never loaded as missing.
      *
      * UPDATE: presentments are now remembered from one day to the
      * next. Each presentment matched to an approval is appended to
      * CLRHIST (the approval's PAN, STAN, RRN and log date, with the
      * presentment date and amount), and every run marks the
      * approvals already on CLRHIST as presented before it matches
      * the day's CLEARIN - so an approval presented on an earlier day
      * is no longer aged into NOT PRES, and a second presentment of
      * it is NO AUTH, ALREADY PRESENTED. Rerunning the same CLEARIN
      * matches its presentments again without adding them to CLRHIST
      * twice. Off-us approvals (TL-ROUTE 'F') are now left out -
      * they are presented to the other issuer, never to us. Only
      * approvals and reversals logged in the last CFG-PRESENT-DAYS
      * plus WS-LOAD-MARGIN-DAYS days are loaded, so the growing
      * TRANARCH no longer fills the tables; an approval older than
      * that has been reported NOT PRES for the whole margin and drops
      * off the report, and a presentment that late is NO AUTH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- STIPCFG is read-only here, just for the presentment window
      *-- and the amount tolerance.
           SELECT STIPCFG-FILE ASSIGN TO "STIPCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STIPCFG-STATUS.
      *-- CLEARIN is the acquirer's clearing file for the day.
           SELECT CLEARIN-FILE ASSIGN TO "CLEARIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEARIN-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
      *-- TRANARCH is the TRANLOG archive TLOGARCH maintains - an
      *-- approval is often rotated off the live log before its
      *-- presentment arrives.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
      *-- CLRHIST is the history of presentments matched on earlier
      *-- runs - read through first, then opened EXTEND for the ones
      *-- matched this run.
           SELECT CLRHIST-FILE ASSIGN TO "CLRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRHIST-STATUS.

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
      *--     Read by other programs - carried so every STIPCFG
      *--     reader shares one record layout.
           05 CFG-PRESENT-DAYS         PIC 9(3).
      *--     Days an approval may go unpresented before it is
      *--     reported.
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
      *--     How far, in percent of the approved amount, a
      *--     presentment may differ before it is reported.
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

       FD  CLEARIN-FILE.
       01  CLEARIN-RECORD.
           05 CP-PAN                   PIC X(19).
           05 CP-RRN                   PIC X(12).
      *--     DE37 retrieval reference number of the authorization.
           05 CP-STAN                  PIC X(6).
      *--     DE11 of the authorization - used when there is no RRN.
           05 CP-AMOUNT                PIC 9(10)V99.
      *--     Amount presented for clearing.
           05 CP-MERCHANT-ID           PIC X(15).
           05 CP-PRESENT-DATE          PIC X(8).
      *--     YYYYMMDD the acquirer presented it.

      *-- Record images only - both are moved into WS-LOG-REC, which
      *-- carries the TRANLOG field layout.
       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD              PIC X(154).

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
      *--     D = archived TRANLOG record, T = control trailer.
           05 AR-DATA                  PIC X(154).

       FD  CLRHIST-FILE.
       01  CLRHIST-RECORD.
           05 CH-PAN                   PIC X(19).
           05 CH-STAN                  PIC X(6).
           05 CH-RRN                   PIC X(12).
           05 CH-LOG-DATE              PIC 9(8).
      *--     The approval's keys and log date, as on TRANLOG.
           05 CH-PRESENT-DATE          PIC X(8).
           05 CH-AMOUNT                PIC 9(10)V99.
      *--     The presentment that matched it - date and amount.

       WORKING-STORAGE SECTION.
       01  WS-STIPCFG-STATUS          PIC X(2).
       01  WS-CLEARIN-STATUS          PIC X(2).
       01  WS-TRANLOG-STATUS          PIC X(2).
       01  WS-TRANARCH-STATUS         PIC X(2).
       01  WS-CLRHIST-STATUS          PIC X(2).

      *-- Defaulted below, overridden from STIPCFG when present, the
      *-- same way HOLDPURGE's purge age is.
       01  WS-PRESENT-DAYS            PIC 9(3) VALUE 7.
       01  WS-TOL-PCT                 PIC 9(3) VALUE 10.
      *-- Days past the presentment window an approval is still
      *-- loaded - and so still reported NOT PRES, and still there to
      *-- match a late presentment.
       01  WS-LOAD-MARGIN-DAYS        PIC 9(3) VALUE 30.
       01  WS-LOAD-CUTOFF-DATE        PIC 9(8).
       01  WS-DATE-INT                PIC 9(9).

      ******************************************************************
      * TRANLOG RECORD LAYOUT - one live or archived log record at a
      * time, same layout as ISO8583-GEN's TRANLOG-RECORD.
      ******************************************************************
       01  WS-LOG-REC.
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

      ******************************************************************
      * APPROVAL TABLE - every approval on TRANLOG and TRANARCH, and
      * what became of it.
      ******************************************************************
       01  WS-AU-TABLE-AREA.
           05 WS-AU-ENTRY OCCURS 2000 TIMES.
              10 WS-AU-PAN             PIC X(19).
              10 WS-AU-STAN            PIC X(6).
              10 WS-AU-RRN             PIC X(12).
              10 WS-AU-AMOUNT          PIC 9(10)V99.
              10 WS-AU-MERCHANT-ID     PIC X(15).
              10 WS-AU-LOG-DATE        PIC 9(8).
              10 WS-AU-STATE           PIC X(1).
      *--        O = open (not yet presented), M = matched to a
      *--        presentment, R = reversed, P = presented on an
      *--        earlier run (on CLRHIST).
              10 WS-AU-PRES-DATE       PIC X(8).
      *--        The CLRHIST presentment date of a P approval.
       01  WS-AU-COUNT                PIC 9(5) VALUE 0.
       01  WS-AU-SUB                  PIC 9(5) VALUE 0.
       01  WS-AU-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-AU-OVERFLOW                   VALUE 'Y'.

      ******************************************************************
      * REVERSAL TABLE - PAN and original STAN of every approved
      * 0430/0410, applied to the approval table once it is loaded.
      ******************************************************************
       01  WS-RV-TABLE-AREA.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
              10 WS-RV-PAN             PIC X(19).
              10 WS-RV-STAN            PIC X(6).
       01  WS-RV-COUNT                PIC 9(5) VALUE 0.
       01  WS-RV-SUB                  PIC 9(5) VALUE 0.
       01  WS-RV-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-RV-OVERFLOW                   VALUE 'Y'.

      ******************************************************************
      * EXCEPTION TABLE - the NO AUTH and MISMATCH presentments, kept
      * so each category prints as a section of its own.
      ******************************************************************
       01  WS-EX-TABLE-AREA.
           05 WS-EX-ENTRY OCCURS 2000 TIMES.
              10 WS-EX-CATEGORY        PIC X(1).
      *--        N = no authorization, M = amount mismatch.
              10 WS-EX-NOTE            PIC X(17).
              10 WS-EX-PAN             PIC X(19).
              10 WS-EX-RRN             PIC X(12).
              10 WS-EX-STAN            PIC X(6).
              10 WS-EX-MERCHANT-ID     PIC X(15).
              10 WS-EX-PRES-AMOUNT     PIC 9(10)V99.
              10 WS-EX-AUTH-AMOUNT     PIC 9(10)V99.
       01  WS-EX-COUNT                PIC 9(5) VALUE 0.
       01  WS-EX-SUB                  PIC 9(5) VALUE 0.
       01  WS-EX-NOT-LISTED           PIC 9(5) VALUE 0.
       01  WS-CUR-EX-CATEGORY         PIC X(1).
       01  WS-CUR-EX-NOTE             PIC X(17).

      ******************************************************************
      * MATCH WORK AREA
      ******************************************************************
       01  WS-MATCH-SUB               PIC 9(5) VALUE 0.
       01  WS-USED-SUB                PIC 9(5) VALUE 0.
       01  WS-KEY-MATCH-SW            PIC X(1) VALUE 'N'.
           88 WS-KEY-MATCH                     VALUE 'Y'.
       01  WS-AMOUNT-DIFF             PIC S9(10)V99.
       01  WS-TOL-AMOUNT              PIC 9(10)V99.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(9).
       01  WS-LOG-INT                 PIC 9(9).
       01  WS-AGE-DAYS                PIC S9(5).
       01  WS-AGE-DISP                PIC ZZZZ9.

      ******************************************************************
      * REPORT COUNTERS AND TOTALS
      ******************************************************************
       01  WS-PRES-READ               PIC 9(7) VALUE 0.
       01  WS-PRES-REJECTED           PIC 9(7) VALUE 0.
       01  WS-PRES-MATCHED            PIC 9(7) VALUE 0.
       01  WS-NOAUTH-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOAUTH-TOTAL            PIC 9(12)V99 VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-MISMATCH-TOTAL          PIC 9(12)V99 VALUE 0.
       01  WS-NOTPRES-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOTPRES-TOTAL           PIC 9(12)V99 VALUE 0.
       01  WS-WAITING-COUNT           PIC 9(7) VALUE 0.
       01  WS-REVERSED-COUNT          PIC 9(7) VALUE 0.
       01  WS-PRESENTED-BEFORE        PIC 9(7) VALUE 0.
       01  WS-HIST-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-AMOUNT-DISP             PIC Z(9)9.99.
       01  WS-AMOUNT-DISP-2           PIC Z(9)9.99.
       01  WS-TOTAL-DISP              PIC Z(11)9.99.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   CLRMATCH: CLEARING PRESENTMENT MATCH".
           DISPLAY "=================================================".

           PERFORM 1000-LOAD-CONFIG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-DATE-INT = WS-TODAY-INT
               - WS-PRESENT-DAYS - WS-LOAD-MARGIN-DAYS.
           COMPUTE WS-LOAD-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           DISPLAY "Approvals logged before " WS-LOAD-CUTOFF-DATE
               " are past the window and margin - not loaded".
           DISPLAY " ".

           PERFORM 2000-LOAD-APPROVALS.
           IF WS-AU-OVERFLOW OR WS-RV-OVERFLOW
               DISPLAY "REFUSED: more approvals or reversals than the "
                   "match tables hold - no report produced."
               STOP RUN
           END-IF.
           PERFORM 2400-APPLY-CLRHIST.
           PERFORM 2500-APPLY-REVERSALS.

           PERFORM 3000-MATCH-PRESENTMENTS.

           PERFORM 4000-REPORT-NO-AUTH.
           PERFORM 4100-REPORT-MISMATCH.
           PERFORM 4200-REPORT-NOT-PRESENTED.
           PERFORM 5000-REPORT-TOTALS.
           STOP RUN.

      ******************************************************************
      * 1000-LOAD-CONFIG
      * A missing STIPCFG, or one written before the clearing fields
      * existed, leaves the built-in defaults in effect - the same
      * degrade-gracefully convention HOLDPURGE's 1000-LOAD-CONFIG
      * uses. Zero is treated as "not set".
      ******************************************************************
       1000-LOAD-CONFIG.
           OPEN INPUT STIPCFG-FILE.
           IF WS-STIPCFG-STATUS = "35"
               DISPLAY "STIPCFG not found - defaults in effect"
           ELSE
               READ STIPCFG-FILE
                   AT END
                       DISPLAY "STIPCFG empty - defaults in effect"
                   NOT AT END
                       IF CFG-PRESENT-DAYS IS NUMERIC
                               AND CFG-PRESENT-DAYS > 0
                           MOVE CFG-PRESENT-DAYS TO WS-PRESENT-DAYS
                       END-IF
                       IF CFG-CLEAR-TOL-PCT IS NUMERIC
                               AND CFG-CLEAR-TOL-PCT > 0
                           MOVE CFG-CLEAR-TOL-PCT TO WS-TOL-PCT
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.
           DISPLAY "Presentment window: " WS-PRESENT-DAYS " days; "
               "amount tolerance: " WS-TOL-PCT " percent".

      ******************************************************************
      * 2000-LOAD-APPROVALS
      * Both logs go through 2100-TAKE-LOG-RECORD, the archive first
      * so the table runs oldest to newest. A missing file simply
      * contributes nothing.
      ******************************************************************
       2000-LOAD-APPROVALS.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS = "35"
               DISPLAY "TRANARCH not found - live TRANLOG only"
           ELSE
               PERFORM UNTIL WS-TRANARCH-STATUS = "10"
                   READ TRANARCH-FILE
                       AT END
                           MOVE "10" TO WS-TRANARCH-STATUS
                       NOT AT END
                           IF AR-REC-TYPE = "D"
                               MOVE AR-DATA TO WS-LOG-REC
                               PERFORM 2100-TAKE-LOG-RECORD
                                   THRU 2100-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

           OPEN INPUT TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               DISPLAY "TRANLOG not found - archive only"
           ELSE
               PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                   READ TRANLOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANLOG-STATUS
                       NOT AT END
                           MOVE TRANLOG-RECORD TO WS-LOG-REC
                           PERFORM 2100-TAKE-LOG-RECORD
                               THRU 2100-EXIT
                   END-READ
               END-PERFORM
               CLOSE TRANLOG-FILE
           END-IF.

      ******************************************************************
      * 2100-TAKE-LOG-RECORD
      * Keeps an approved 0430/0410 as a reversal, and an approved
      * 0210/0230 that moves money to or from a merchant as an
      * approval. Request records (blank response code) and declines
      * are passed over, as are off-us records - the acquirer
      * presents those to the card's own issuer - and records logged
      * before the load cut-off.
      ******************************************************************
       2100-TAKE-LOG-RECORD.
           IF TL-ROUTE = 'F'
               GO TO 2100-EXIT
           END-IF.
           IF TL-LOG-DATE IS NUMERIC
                   AND TL-LOG-DATE < WS-LOAD-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF.

           IF (TL-MTI = "0430" OR TL-MTI = "0410")
                   AND TL-RESP-CODE = "00"
                   AND TL-ORIG-STAN NOT = SPACES
               IF WS-RV-COUNT < 500
                   ADD 1 TO WS-RV-COUNT
                   MOVE TL-PAN TO WS-RV-PAN(WS-RV-COUNT)
                   MOVE TL-ORIG-STAN TO WS-RV-STAN(WS-RV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-RV-OVERFLOW-SW
               END-IF
           END-IF.

           IF (TL-MTI = "0210" OR TL-MTI = "0230")
                   AND (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                   AND TL-PROC-CODE(1:2) NOT = "30"
                   AND TL-PROC-CODE(1:2) NOT = "40"
                   AND TL-PROC-CODE(1:2) NOT = "72"
               IF WS-AU-COUNT < 2000
                   ADD 1 TO WS-AU-COUNT
                   MOVE TL-PAN TO WS-AU-PAN(WS-AU-COUNT)
                   MOVE TL-STAN TO WS-AU-STAN(WS-AU-COUNT)
                   MOVE TL-RRN TO WS-AU-RRN(WS-AU-COUNT)
                   MOVE TL-AMOUNT-NUM TO WS-AU-AMOUNT(WS-AU-COUNT)
                   MOVE TL-MERCHANT-ID TO
                       WS-AU-MERCHANT-ID(WS-AU-COUNT)
                   MOVE TL-LOG-DATE TO WS-AU-LOG-DATE(WS-AU-COUNT)
                   MOVE "O" TO WS-AU-STATE(WS-AU-COUNT)
                   MOVE SPACES TO WS-AU-PRES-DATE(WS-AU-COUNT)
               ELSE
                   MOVE 'Y' TO WS-AU-OVERFLOW-SW
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-CLRHIST
      * Marks P every loaded approval a presentment was matched to on
      * an earlier run. History for approvals older than the load
      * cut-off has nothing left to mark and is read past.
      ******************************************************************
       2400-APPLY-CLRHIST.
           OPEN INPUT CLRHIST-FILE.
           IF WS-CLRHIST-STATUS = "35"
               DISPLAY "CLRHIST not found - no earlier presentments"
           ELSE
               PERFORM UNTIL WS-CLRHIST-STATUS = "10"
                   READ CLRHIST-FILE
                       AT END
                           MOVE "10" TO WS-CLRHIST-STATUS
                       NOT AT END
                           IF CH-LOG-DATE IS NOT NUMERIC
                                   OR CH-LOG-DATE
                                       NOT < WS-LOAD-CUTOFF-DATE
                               PERFORM 2410-MARK-PRESENTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLRHIST-FILE
           END-IF.

      ******************************************************************
      * 2410-MARK-PRESENTED
      ******************************************************************
       2410-MARK-PRESENTED.
           PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                   UNTIL WS-AU-SUB > WS-AU-COUNT
               IF WS-AU-PAN(WS-AU-SUB) = CH-PAN
                       AND WS-AU-STAN(WS-AU-SUB) = CH-STAN
                       AND WS-AU-RRN(WS-AU-SUB) = CH-RRN
                       AND WS-AU-LOG-DATE(WS-AU-SUB) = CH-LOG-DATE
                       AND WS-AU-STATE(WS-AU-SUB) = "O"
                   MOVE "P" TO WS-AU-STATE(WS-AU-SUB)
                   MOVE CH-PRESENT-DATE TO WS-AU-PRES-DATE(WS-AU-SUB)
                   ADD 1 TO WS-PRESENTED-BEFORE
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2500-APPLY-REVERSALS
      * Marks each reversed approval R - it will never be presented,
      * and a presentment that arrives for it anyway is NO AUTH.
      ******************************************************************
       2500-APPLY-REVERSALS.
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-RV-COUNT
               PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                       UNTIL WS-AU-SUB > WS-AU-COUNT
                   IF WS-AU-PAN(WS-AU-SUB) = WS-RV-PAN(WS-RV-SUB)
                           AND WS-AU-STAN(WS-AU-SUB) =
                               WS-RV-STAN(WS-RV-SUB)
                           AND WS-AU-STATE(WS-AU-SUB) = "O"
                       MOVE "R" TO WS-AU-STATE(WS-AU-SUB)
                       ADD 1 TO WS-REVERSED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 3000-MATCH-PRESENTMENTS
      ******************************************************************
       3000-MATCH-PRESENTMENTS.
           OPEN INPUT CLEARIN-FILE.
           IF WS-CLEARIN-STATUS = "35"
               DISPLAY "CLEARIN not found - no presentments to match"
           ELSE
               OPEN EXTEND CLRHIST-FILE
               IF WS-CLRHIST-STATUS = "35"
                   CLOSE CLRHIST-FILE
                   OPEN OUTPUT CLRHIST-FILE
               END-IF
               PERFORM UNTIL WS-CLEARIN-STATUS = "10"
                   READ CLEARIN-FILE
                       AT END
                           MOVE "10" TO WS-CLEARIN-STATUS
                       NOT AT END
                           ADD 1 TO WS-PRES-READ
                           PERFORM 3100-MATCH-ONE-PRESENTMENT
                   END-READ
               END-PERFORM
               CLOSE CLEARIN-FILE
               CLOSE CLRHIST-FILE
           END-IF.

      ******************************************************************
      * 3100-MATCH-ONE-PRESENTMENT
      * Looks for an open approval with the presentment's keys - or
      * one CLRHIST already has for this same presentment date, when
      * a day's CLEARIN is run again. When there is none, an approval
      * with the same keys that was reversed or already presented
      * explains why.
      ******************************************************************
       3100-MATCH-ONE-PRESENTMENT.
           IF CP-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-PRES-REJECTED
               DISPLAY "REJECTED PAN " CP-PAN " RRN " CP-RRN
                   " - amount not numeric, not matched"
           ELSE
               MOVE 0 TO WS-MATCH-SUB
               MOVE 0 TO WS-USED-SUB
               PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                       UNTIL WS-AU-SUB > WS-AU-COUNT
                          OR WS-MATCH-SUB > 0
                   IF WS-AU-PAN(WS-AU-SUB) = CP-PAN
                       PERFORM 3110-COMPARE-KEYS
                       IF WS-KEY-MATCH
                           IF WS-AU-STATE(WS-AU-SUB) = "O"
                                   OR (WS-AU-STATE(WS-AU-SUB) = "P"
                                   AND WS-AU-PRES-DATE(WS-AU-SUB)
                                       = CP-PRESENT-DATE)
                               MOVE WS-AU-SUB TO WS-MATCH-SUB
                           ELSE
                               IF WS-USED-SUB = 0
                                   MOVE WS-AU-SUB TO WS-USED-SUB
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-MATCH-SUB > 0
                   IF WS-AU-STATE(WS-MATCH-SUB) = "O"
                       PERFORM 3150-WRITE-CLRHIST
                   END-IF
                   MOVE "M" TO WS-AU-STATE(WS-MATCH-SUB)
                   PERFORM 3200-CHECK-AMOUNT
               ELSE
                   PERFORM 3300-RECORD-NO-AUTH
               END-IF
           END-IF.

      ******************************************************************
      * 3110-COMPARE-KEYS
      * RRN against RRN when both sides carry one; otherwise STAN
      * against STAN (an approval logged before TL-RRN existed, or a
      * presentment without a reference number).
      ******************************************************************
       3110-COMPARE-KEYS.
           MOVE 'N' TO WS-KEY-MATCH-SW.
           IF CP-RRN NOT = SPACES AND WS-AU-RRN(WS-AU-SUB) NOT = SPACES
               IF WS-AU-RRN(WS-AU-SUB) = CP-RRN
                   MOVE 'Y' TO WS-KEY-MATCH-SW
               END-IF
           ELSE
               IF CP-STAN NOT = SPACES
                       AND WS-AU-STAN(WS-AU-SUB) = CP-STAN
                   MOVE 'Y' TO WS-KEY-MATCH-SW
               END-IF
           END-IF.

      ******************************************************************
      * 3150-WRITE-CLRHIST
      * Remembers the approval at WS-MATCH-SUB as presented, so later
      * runs neither age it nor accept it a second time.
      ******************************************************************
       3150-WRITE-CLRHIST.
           MOVE WS-AU-PAN(WS-MATCH-SUB) TO CH-PAN.
           MOVE WS-AU-STAN(WS-MATCH-SUB) TO CH-STAN.
           MOVE WS-AU-RRN(WS-MATCH-SUB) TO CH-RRN.
           MOVE WS-AU-LOG-DATE(WS-MATCH-SUB) TO CH-LOG-DATE.
           MOVE CP-PRESENT-DATE TO CH-PRESENT-DATE.
           MOVE CP-AMOUNT TO CH-AMOUNT.
           WRITE CLRHIST-RECORD.
           ADD 1 TO WS-HIST-WRITTEN.

      ******************************************************************
      * 3200-CHECK-AMOUNT
      * The tolerance is a percentage of the approved amount, either
      * way - a tip added to a restaurant bill presents high, a
      * partial shipment presents low.
      ******************************************************************
       3200-CHECK-AMOUNT.
           COMPUTE WS-TOL-AMOUNT ROUNDED =
               WS-AU-AMOUNT(WS-MATCH-SUB) * WS-TOL-PCT / 100.
           COMPUTE WS-AMOUNT-DIFF =
               CP-AMOUNT - WS-AU-AMOUNT(WS-MATCH-SUB).
           IF WS-AMOUNT-DIFF < 0
               COMPUTE WS-AMOUNT-DIFF = 0 - WS-AMOUNT-DIFF
           END-IF.

           IF WS-AMOUNT-DIFF > WS-TOL-AMOUNT
               ADD 1 TO WS-MISMATCH-COUNT
               ADD WS-AMOUNT-DIFF TO WS-MISMATCH-TOTAL
               IF CP-AMOUNT > WS-AU-AMOUNT(WS-MATCH-SUB)
                   MOVE "PRESENTED HIGH" TO WS-CUR-EX-NOTE
               ELSE
                   MOVE "PRESENTED LOW" TO WS-CUR-EX-NOTE
               END-IF
               MOVE "M" TO WS-CUR-EX-CATEGORY
               PERFORM 3900-STORE-EXCEPTION
           ELSE
               ADD 1 TO WS-PRES-MATCHED
           END-IF.

      ******************************************************************
      * 3300-RECORD-NO-AUTH
      ******************************************************************
       3300-RECORD-NO-AUTH.
           ADD 1 TO WS-NOAUTH-COUNT.
           ADD CP-AMOUNT TO WS-NOAUTH-TOTAL.
           IF WS-USED-SUB = 0
               MOVE "NO AUTHORIZATION" TO WS-CUR-EX-NOTE
           ELSE
               IF WS-AU-STATE(WS-USED-SUB) = "R"
                   MOVE "AUTH REVERSED" TO WS-CUR-EX-NOTE
               ELSE
                   MOVE "ALREADY PRESENTED" TO WS-CUR-EX-NOTE
               END-IF
           END-IF.
           MOVE "N" TO WS-CUR-EX-CATEGORY.
           MOVE WS-USED-SUB TO WS-MATCH-SUB.
           PERFORM 3900-STORE-EXCEPTION.

      ******************************************************************
      * 3900-STORE-EXCEPTION
      * Files the current presentment under WS-CUR-EX-CATEGORY and
      * WS-CUR-EX-NOTE, with the approval at WS-MATCH-SUB (none when
      * it is zero). Past the table's capacity the exception is
      * still counted and totalled, just not listed.
      ******************************************************************
       3900-STORE-EXCEPTION.
           IF WS-EX-COUNT < 2000
               ADD 1 TO WS-EX-COUNT
               MOVE WS-CUR-EX-CATEGORY
                   TO WS-EX-CATEGORY(WS-EX-COUNT)
               MOVE WS-CUR-EX-NOTE TO WS-EX-NOTE(WS-EX-COUNT)
               MOVE CP-PAN TO WS-EX-PAN(WS-EX-COUNT)
               MOVE CP-RRN TO WS-EX-RRN(WS-EX-COUNT)
               MOVE CP-STAN TO WS-EX-STAN(WS-EX-COUNT)
               MOVE CP-MERCHANT-ID TO WS-EX-MERCHANT-ID(WS-EX-COUNT)
               MOVE CP-AMOUNT TO WS-EX-PRES-AMOUNT(WS-EX-COUNT)
               IF WS-MATCH-SUB > 0
                   MOVE WS-AU-AMOUNT(WS-MATCH-SUB)
                       TO WS-EX-AUTH-AMOUNT(WS-EX-COUNT)
               ELSE
                   MOVE 0 TO WS-EX-AUTH-AMOUNT(WS-EX-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-EX-NOT-LISTED
           END-IF.

      ******************************************************************
      * 4000-REPORT-NO-AUTH
      ******************************************************************
       4000-REPORT-NO-AUTH.
           DISPLAY " ".
           DISPLAY "--- PRESENTMENTS WITH NO AUTHORIZATION ---".
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-COUNT
               IF WS-EX-CATEGORY(WS-EX-SUB) = "N"
                   MOVE WS-EX-PRES-AMOUNT(WS-EX-SUB) TO WS-AMOUNT-DISP
                   DISPLAY "NO AUTH  PAN " WS-EX-PAN(WS-EX-SUB)
                       " RRN " WS-EX-RRN(WS-EX-SUB)
                       " STAN " WS-EX-STAN(WS-EX-SUB)
                       " MERCH " WS-EX-MERCHANT-ID(WS-EX-SUB)
                       " PRESENTED " WS-AMOUNT-DISP
                       " " WS-EX-NOTE(WS-EX-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-NOAUTH-TOTAL TO WS-TOTAL-DISP.
           DISPLAY "Count " WS-NOAUTH-COUNT
               "   amount presented with no authorization "
               WS-TOTAL-DISP.

      ******************************************************************
      * 4100-REPORT-MISMATCH
      ******************************************************************
       4100-REPORT-MISMATCH.
           DISPLAY " ".
           DISPLAY "--- AMOUNT MISMATCHES OUTSIDE TOLERANCE ---".
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-COUNT
               IF WS-EX-CATEGORY(WS-EX-SUB) = "M"
                   MOVE WS-EX-PRES-AMOUNT(WS-EX-SUB) TO WS-AMOUNT-DISP
                   MOVE WS-EX-AUTH-AMOUNT(WS-EX-SUB)
                       TO WS-AMOUNT-DISP-2
                   DISPLAY "MISMATCH PAN " WS-EX-PAN(WS-EX-SUB)
                       " RRN " WS-EX-RRN(WS-EX-SUB)
                       " MERCH " WS-EX-MERCHANT-ID(WS-EX-SUB)
                       " AUTHORIZED " WS-AMOUNT-DISP-2
                       " PRESENTED " WS-AMOUNT-DISP
                       " " WS-EX-NOTE(WS-EX-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-MISMATCH-TOTAL TO WS-TOTAL-DISP.
           DISPLAY "Count " WS-MISMATCH-COUNT
               "   total difference " WS-TOTAL-DISP.

      ******************************************************************
      * 4200-REPORT-NOT-PRESENTED
      * Open approvals older than the presentment window. An approval
      * with no usable log date cannot be aged, so it is listed
      * rather than silently passed over (the CARDACTV convention).
      ******************************************************************
       4200-REPORT-NOT-PRESENTED.
           DISPLAY " ".
           DISPLAY "--- AUTHORIZATIONS NOT PRESENTED AFTER "
               WS-PRESENT-DAYS " DAYS ---".
           PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                   UNTIL WS-AU-SUB > WS-AU-COUNT
               IF WS-AU-STATE(WS-AU-SUB) = "O"
                   PERFORM 4210-AGE-ONE-APPROVAL
               END-IF
           END-PERFORM.
           MOVE WS-NOTPRES-TOTAL TO WS-TOTAL-DISP.
           DISPLAY "Count " WS-NOTPRES-COUNT
               "   amount authorized, never presented "
               WS-TOTAL-DISP.

      ******************************************************************
      * 4210-AGE-ONE-APPROVAL
      ******************************************************************
       4210-AGE-ONE-APPROVAL.
           MOVE WS-AU-AMOUNT(WS-AU-SUB) TO WS-AMOUNT-DISP.
           IF WS-AU-LOG-DATE(WS-AU-SUB) IS NOT NUMERIC
                   OR WS-AU-LOG-DATE(WS-AU-SUB) = 0
               ADD 1 TO WS-NOTPRES-COUNT
               ADD WS-AU-AMOUNT(WS-AU-SUB) TO WS-NOTPRES-TOTAL
               DISPLAY "NOT PRES PAN " WS-AU-PAN(WS-AU-SUB)
                   " RRN " WS-AU-RRN(WS-AU-SUB)
                   " STAN " WS-AU-STAN(WS-AU-SUB)
                   " MERCH " WS-AU-MERCHANT-ID(WS-AU-SUB)
                   " AUTHORIZED " WS-AMOUNT-DISP
                   " log date unknown"
           ELSE
               COMPUTE WS-LOG-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AU-LOG-DATE(WS-AU-SUB))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LOG-INT
               IF WS-AGE-DAYS > WS-PRESENT-DAYS
                   ADD 1 TO WS-NOTPRES-COUNT
                   ADD WS-AU-AMOUNT(WS-AU-SUB) TO WS-NOTPRES-TOTAL
                   MOVE WS-AGE-DAYS TO WS-AGE-DISP
                   DISPLAY "NOT PRES PAN " WS-AU-PAN(WS-AU-SUB)
                       " RRN " WS-AU-RRN(WS-AU-SUB)
                       " STAN " WS-AU-STAN(WS-AU-SUB)
                       " MERCH " WS-AU-MERCHANT-ID(WS-AU-SUB)
                       " AUTHORIZED " WS-AMOUNT-DISP
                       " days " WS-AGE-DISP
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * 5000-REPORT-TOTALS
      ******************************************************************
       5000-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "Approvals loaded:                " WS-AU-COUNT.
           DISPLAY "  reversed (not expected):       "
               WS-REVERSED-COUNT.
           DISPLAY "  presented on an earlier run:   "
               WS-PRESENTED-BEFORE.
           DISPLAY "  still inside the window:       " WS-WAITING-COUNT.
           DISPLAY "Presentments read:               " WS-PRES-READ.
           DISPLAY "  matched within tolerance:      " WS-PRES-MATCHED.
           DISPLAY "  amount mismatch:               "
               WS-MISMATCH-COUNT.
           DISPLAY "  no authorization:              " WS-NOAUTH-COUNT.
           DISPLAY "  rejected (bad amount):         " WS-PRES-REJECTED.
           DISPLAY "Added to CLRHIST:                " WS-HIST-WRITTEN.
           IF WS-EX-NOT-LISTED > 0
               DISPLAY "WARNING: " WS-EX-NOT-LISTED
                   " exceptions over the listing capacity were"
                   " counted but not listed"
           END-IF.
           DISPLAY "=================================================".
