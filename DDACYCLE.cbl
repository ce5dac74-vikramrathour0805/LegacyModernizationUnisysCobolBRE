       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDACYCLE.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Daily interest accrual and month-end interest and fee cycle
      * for DDABAL.
      *
      * Every night it accrues one day's overdraft interest on each
      * negative balance, at the annual rate INTRATE gives for the
      * amount overdrawn (actual/365 - the overdrawn amount times the
      * rate over 365), and adds the day's closing balance to the
      * month's running total for the average-balance test. The
      * accruals are carried per account per month on DDAACCR, at
      * five decimal places so a month of small days does not round
      * away.
      *
      * On the last calendar day of the month, after that day's
      * accrual, it posts each account's month through KEYIO:
      *   - the accrued interest, rounded to the cent (ODINT);
      *   - the maintenance fee (CFG-MAINT-FEE on STIPCFG) unless the
      *     month's average daily balance reached CFG-FEE-WAIVE-BAL,
      *     in which case the fee is waived and says so (MAINTFEE).
      * Each charge is appended to DDAAUDIT with the balance before
      * and after, operator DDACYCLE - the maintenance audit trail
      * STMTGEN and DDAPROOF already replay, so the charges print on
      * the statement and the daily proof still ties.
      *
      * A rerun never charges twice:
      *   - an account already accrued for the run date is skipped
      *     (DDAACCR carries its last accrual date);
      *   - the accruals are saved to DDAACCR before posting starts,
      *     and the posting pass rewrites a DDACKPT checkpoint (run
      *     date and entries done) after every account, the STIPRECON
      *     STIPCKPT convention. A run that dies mid-posting resumes
      *     for the checkpoint's run date at the first account not yet
      *     posted; the checkpoint is cleared once DDAACCR carries
      *     every account's posted flag;
      *   - a month whose month-end posting never ran holds the job
      *     up - nothing accrues into a new month until the old one
      *     has been posted by rerunning for its last day.
      *
      * The run date (YYYYMMDD) may be given as the first input line,
      * to catch up a missed day or month end; left empty, today is
      * used.
      *
      * UPDATE: the end-of-day driver EODRUN CALLs this program, after
      * settlement and before DDAPROOF, so the day's accrual and the
      * month's average are taken on balances with the day's batch
      * posted. It now ends with GOBACK (the same as STOP RUN when it
      * is run on its own) and sets a completion code of 8 when a
      * table overflow or an unposted earlier month refuses the run,
      * 0 otherwise.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- STIPCFG is read-only here, for the fee and its waiver.
           SELECT STIPCFG-FILE ASSIGN TO "STIPCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STIPCFG-STATUS.
      *-- INTRATE is the overdraft interest rate table, maintained by
      *-- the product desk - one record per tier.
           SELECT INTRATE-FILE ASSIGN TO "INTRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRATE-STATUS.
      *-- DDABAL is only read straight through for the day's closing
      *-- balances; month-end postings go through KEYIO.
           SELECT DDABAL-FILE ASSIGN TO "DDABAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDABAL-STATUS.
      *-- DDAACCR carries each account's month-to-date accrual, loaded
      *-- whole into a table and rewritten in full, the HOLDS pattern.
           SELECT DDAACCR-FILE ASSIGN TO "DDAACCR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDAACCR-STATUS.
           SELECT DDACKPT-FILE ASSIGN TO "DDACKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDACKPT-STATUS.
      *-- DDAAUDIT is appended to, opened EXTEND, the same record
      *-- DDAMAINT writes.
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
           05 CFG-DORMANT-MONTHS       PIC 9(3).
      *--     All of the above are read by other programs - carried
      *--     so every STIPCFG reader shares one record layout.
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.
      *--     Monthly maintenance fee, and the minimum average daily
      *--     balance that waives it. Zero or missing uses the
      *--     WS- defaults below.

       FD  INTRATE-FILE.
       01  INTRATE-RECORD.
           05 IR-TIER-FROM             PIC 9(10)V99.
      *--     Overdrawn amount this tier starts at. The tier with the
      *--     highest IR-TIER-FROM not above the amount overdrawn
      *--     sets the rate for the whole overdrawn balance.
           05 IR-ANNUAL-RATE           PIC 9(2)V9(4).
      *--     Annual rate in percent - 018.5000 = 18.5%.

       FD  DDABAL-FILE.
       01  DDABAL-RECORD.
           05 DB-ACCT-NO               PIC X(19).
           05 DB-AVAILABLE-BALANCE     PIC S9(10)V99.
           05 DB-OVERDRAFT-LIMIT       PIC 9(10)V99.
           05 DB-ACCT-STATUS           PIC X(1).

       FD  DDAACCR-FILE.
       01  DDAACCR-RECORD.
           05 AC-ACCT-NO               PIC X(19).
           05 AC-MONTH                 PIC 9(6).
      *--     YYYYMM the accrual belongs to.
           05 AC-LAST-ACCRUAL          PIC 9(8).
      *--     Last run date accrued - a rerun for it is skipped.
           05 AC-DAYS                  PIC 9(3).
           05 AC-BALANCE-SUM           PIC S9(14)V99.
      *--     Sum of the closing balances accrued, for the average.
           05 AC-INTEREST              PIC 9(7)V9(5).
           05 AC-POSTED                PIC X(1).
      *--     Y once the month has been posted.
           05 AC-INT-POSTED            PIC 9(7)V99.
           05 AC-FEE-POSTED            PIC 9(4)V99.

       FD  DDACKPT-FILE.
       01  DDACKPT-RECORD.
           05 CK-RUN-DATE              PIC 9(8).
           05 CK-ENTRIES-DONE          PIC 9(5).
      *--     DDAACCR entries the posting pass has finished with.

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
       01  WS-INTRATE-STATUS          PIC X(2).
       01  WS-DDABAL-STATUS           PIC X(2).
       01  WS-DDAACCR-STATUS          PIC X(2).
       01  WS-DDACKPT-STATUS          PIC X(2).
       01  WS-DDAAUDIT-STATUS         PIC X(2).

      *-- Defaulted here, overridden from STIPCFG when present, the
      *-- same way HOLDPURGE's purge age is.
       01  WS-MAINT-FEE               PIC 9(4)V99 VALUE 5.00.
       01  WS-FEE-WAIVE-BAL           PIC 9(10)V99 VALUE 1000.00.

      ******************************************************************
      * RATE TABLE
      ******************************************************************
       01  WS-RATE-TABLE-AREA.
           05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RATE-IDX.
              10 WS-RATE-TIER-FROM     PIC 9(10)V99.
              10 WS-RATE-ANNUAL        PIC 9(2)V9(4).
       01  WS-RATE-COUNT              PIC 9(3) VALUE 0.

      ******************************************************************
      * ACCRUAL TABLE - DDAACCR in memory, one entry per account.
      ******************************************************************
       01  WS-AC-TABLE-AREA.
           05 WS-AC-ENTRY OCCURS 500 TIMES INDEXED BY WS-AC-IDX.
              10 WS-AC-ACCT-NO         PIC X(19).
              10 WS-AC-MONTH           PIC 9(6).
              10 WS-AC-LAST-ACCRUAL    PIC 9(8).
              10 WS-AC-DAYS            PIC 9(3).
              10 WS-AC-BALANCE-SUM     PIC S9(14)V99.
              10 WS-AC-INTEREST        PIC 9(7)V9(5).
              10 WS-AC-POSTED          PIC X(1).
              10 WS-AC-INT-POSTED      PIC 9(7)V99.
              10 WS-AC-FEE-POSTED      PIC 9(4)V99.
       01  WS-AC-COUNT                PIC 9(5) VALUE 0.
       01  WS-AC-FOUND-IDX            PIC 9(5) VALUE 0.
      *-- On when DDAACCR, DDABAL or INTRATE outgrew its table - the
      *-- run is refused then, since rewriting DDAACCR from a short
      *-- table would lose accruals, and a missing rate tier would
      *-- undercharge.
       01  WS-OVERFLOW-SW             PIC X(1) VALUE 'N'.
           88 WS-OVERFLOW                      VALUE 'Y'.

      ******************************************************************
      * RUN DATE / MONTH-END
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH            PIC 9(6).
           05 WS-RUN-DD               PIC 9(2).
       01  WS-NEXT-DATE               PIC 9(8).
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-MONTH           PIC 9(6).
           05 WS-NEXT-DD              PIC 9(2).
       01  WS-DATE-INT                PIC 9(9).
       01  WS-MONTH-END-SW            PIC X(1) VALUE 'N'.
           88 WS-MONTH-END                     VALUE 'Y'.

      ******************************************************************
      * CHECKPOINT
      ******************************************************************
       01  WS-RESUMED-SW              PIC X(1) VALUE 'N'.
           88 WS-RESUMED                       VALUE 'Y'.
       01  WS-RESUME-COUNT            PIC 9(5) VALUE 0.
       01  WS-ENTRIES-DONE            PIC 9(5) VALUE 0.

      ******************************************************************
      * ACCRUAL / POSTING WORK AREA
      ******************************************************************
       01  WS-GATE-OK-SW              PIC X(1) VALUE 'Y'.
           88 WS-GATE-OK                       VALUE 'Y'.
       01  WS-OVERDRAWN               PIC 9(10)V99.
       01  WS-OVERDRAWN-TIER          PIC 9(10)V99.
       01  WS-DAY-RATE                PIC 9(2)V9(4).
       01  WS-DAY-INTEREST            PIC 9(7)V9(5).
       01  WS-POST-INTEREST           PIC 9(7)V99.
       01  WS-POST-FEE                PIC 9(4)V99.
       01  WS-AVERAGE-BALANCE         PIC S9(10)V99.
       01  WS-OLD-BALANCE             PIC S9(10)V99.
       01  WS-NEW-BALANCE             PIC S9(10)V99.
       01  WS-AUDIT-TIMESTAMP         PIC X(14).
       01  WS-AUDIT-ACTION            PIC X(8).
       01  WS-AUDIT-REASON            PIC X(30).
       01  WS-FEE-DISP                PIC X(10).

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
      *--     D = dormant, blank = active - carried, never changed.
           05 FILLER                  PIC X(56).

      ******************************************************************
      * CONTROL TOTALS / REPORT
      ******************************************************************
       01  WS-ACCTS-ACCRUED           PIC 9(5) VALUE 0.
       01  WS-ACCTS-OVERDRAWN         PIC 9(5) VALUE 0.
       01  WS-ACCTS-ALREADY           PIC 9(5) VALUE 0.
       01  WS-DAY-INTEREST-TOTAL      PIC 9(9)V9(5) VALUE 0.
       01  WS-ACCTS-POSTED            PIC 9(5) VALUE 0.
       01  WS-FEES-WAIVED             PIC 9(5) VALUE 0.
       01  WS-INTEREST-POSTED-TOTAL   PIC 9(9)V99 VALUE 0.
       01  WS-FEES-POSTED-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-POST-FAILED             PIC 9(5) VALUE 0.
       01  WS-AMOUNT-DISP             PIC Z(8)9.99.
       01  WS-BALANCE-DISP            PIC -(10)9.99.
       01  WS-ACCRUAL-DISP            PIC Z(8)9.9(5).

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   DDACYCLE: INTEREST ACCRUAL AND MONTH-END FEES".
           DISPLAY "=================================================".

           PERFORM 1000-LOAD-CONFIG.
           PERFORM 1100-LOAD-RATES.
           PERFORM 1200-LOAD-ACCRUALS.
           PERFORM 1300-LOAD-CHECKPOINT.
           PERFORM 1400-SET-RUN-DATE.
           IF WS-OVERFLOW
               DISPLAY "REFUSED: INTRATE holds more than 20 tiers or "
                   "DDAACCR more than 500 accounts - table too small, "
                   "nothing accrued or posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *-- A run that died mid-posting goes straight back to posting -
      *-- its accrual was saved to DDAACCR before posting began.
           IF NOT WS-RESUMED
               PERFORM 2000-CHECK-PRIOR-MONTHS
               IF NOT WS-GATE-OK
                   DISPLAY "Nothing accrued or posted."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 3000-ACCRUE-DAY
               IF WS-OVERFLOW
                   DISPLAY "REFUSED: DDABAL holds more accounts than "
                       "the 500-entry accrual table - DDAACCR left "
                       "untouched, nothing accrued or posted."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 5000-REWRITE-ACCRUALS
           END-IF.

           IF WS-MONTH-END
               PERFORM 4000-POST-MONTH
               PERFORM 5000-REWRITE-ACCRUALS
               PERFORM 4960-CLEAR-CHECKPOINT
           END-IF.

           DISPLAY " ".
           DISPLAY "Accounts accrued today:    " WS-ACCTS-ACCRUED.
           DISPLAY "  overdrawn, interest:     " WS-ACCTS-OVERDRAWN.
           DISPLAY "  already accrued (rerun): " WS-ACCTS-ALREADY.
           MOVE WS-DAY-INTEREST-TOTAL TO WS-ACCRUAL-DISP.
           DISPLAY "Interest accrued today:    " WS-ACCRUAL-DISP.
           IF WS-MONTH-END
               DISPLAY "Accounts posted:           " WS-ACCTS-POSTED
               MOVE WS-INTEREST-POSTED-TOTAL TO WS-AMOUNT-DISP
               DISPLAY "Interest posted:           " WS-AMOUNT-DISP
               MOVE WS-FEES-POSTED-TOTAL TO WS-AMOUNT-DISP
               DISPLAY "Maintenance fees posted:   " WS-AMOUNT-DISP
               DISPLAY "Maintenance fees waived:   " WS-FEES-WAIVED
               IF WS-POST-FAILED > 0
                   DISPLAY "Could not be posted:       " WS-POST-FAILED
               END-IF
           END-IF.
           DISPLAY "=================================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-CONFIG
      * A missing STIPCFG, or one written before the fee fields
      * existed, leaves the built-in defaults in effect - the same
      * degrade-gracefully convention HOLDPURGE's 1000-LOAD-CONFIG
      * uses.
      ******************************************************************
       1000-LOAD-CONFIG.
           OPEN INPUT STIPCFG-FILE.
           IF WS-STIPCFG-STATUS = "35"
               DISPLAY "STIPCFG not found - default fee and waiver "
                   "in effect"
           ELSE
               READ STIPCFG-FILE
                   AT END
                       DISPLAY "STIPCFG empty - default fee and "
                           "waiver in effect"
                   NOT AT END
                       IF CFG-MAINT-FEE IS NUMERIC
                               AND CFG-MAINT-FEE > 0
                           MOVE CFG-MAINT-FEE TO WS-MAINT-FEE
                       END-IF
                       IF CFG-FEE-WAIVE-BAL IS NUMERIC
                               AND CFG-FEE-WAIVE-BAL > 0
                           MOVE CFG-FEE-WAIVE-BAL TO WS-FEE-WAIVE-BAL
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.
           MOVE WS-MAINT-FEE TO WS-AMOUNT-DISP.
           DISPLAY "Maintenance fee      " WS-AMOUNT-DISP.
           MOVE WS-FEE-WAIVE-BAL TO WS-AMOUNT-DISP.
           DISPLAY "Waived at avg bal of " WS-AMOUNT-DISP.

      ******************************************************************
      * 1100-LOAD-RATES
      * No INTRATE means no overdraft interest - said loudly, since
      * it is almost certainly a missing file, not a policy.
      ******************************************************************
       1100-LOAD-RATES.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT INTRATE-FILE.
           IF WS-INTRATE-STATUS = "35"
               DISPLAY "WARNING: INTRATE not found - no overdraft "
                   "interest will accrue"
           ELSE
               PERFORM UNTIL WS-INTRATE-STATUS = "10"
                   READ INTRATE-FILE
                       AT END
                           MOVE "10" TO WS-INTRATE-STATUS
                       NOT AT END
                           IF WS-RATE-COUNT < 20
                               ADD 1 TO WS-RATE-COUNT
                               MOVE IR-TIER-FROM TO
                                   WS-RATE-TIER-FROM(WS-RATE-COUNT)
                               MOVE IR-ANNUAL-RATE TO
                                   WS-RATE-ANNUAL(WS-RATE-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTRATE-FILE
           END-IF.

      ******************************************************************
      * 1200-LOAD-ACCRUALS
      ******************************************************************
       1200-LOAD-ACCRUALS.
           MOVE 0 TO WS-AC-COUNT.
           OPEN INPUT DDAACCR-FILE.
           IF WS-DDAACCR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-DDAACCR-STATUS = "10"
                   READ DDAACCR-FILE
                       AT END
                           MOVE "10" TO WS-DDAACCR-STATUS
                       NOT AT END
                           IF WS-AC-COUNT < 500
                               ADD 1 TO WS-AC-COUNT
                               MOVE DDAACCR-RECORD TO
                                   WS-AC-ENTRY(WS-AC-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDAACCR-FILE
           END-IF.

      ******************************************************************
      * 1300-LOAD-CHECKPOINT
      * A missing or empty DDACKPT means there is nothing to resume -
      * the normal case.
      ******************************************************************
       1300-LOAD-CHECKPOINT.
           MOVE 'N' TO WS-RESUMED-SW.
           MOVE 0 TO WS-RESUME-COUNT.
           OPEN INPUT DDACKPT-FILE.
           IF WS-DDACKPT-STATUS = "35"
               CONTINUE
           ELSE
               READ DDACKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-RESUMED-SW
                       MOVE CK-ENTRIES-DONE TO WS-RESUME-COUNT
               END-READ
               CLOSE DDACKPT-FILE
           END-IF.

      ******************************************************************
      * 1400-SET-RUN-DATE
      * A resumed run takes its date from the checkpoint - the run
      * line is read but ignored, so the resume can never drift onto
      * a different day. Month end is when the next day falls in a
      * different month.
      ******************************************************************
       1400-SET-RUN-DATE.
           ACCEPT WS-DATE-INPUT.
           IF WS-RESUMED
               MOVE CK-RUN-DATE TO WS-RUN-DATE
               DISPLAY "Resuming the interrupted month-end posting "
                   "for " WS-RUN-DATE " after entry " WS-RESUME-COUNT
           ELSE
               IF WS-DATE-INPUT IS NUMERIC
                   MOVE WS-DATE-INPUT TO WS-RUN-DATE
               ELSE
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF WS-NEXT-MONTH NOT = WS-RUN-MONTH
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.

           IF WS-MONTH-END
               DISPLAY "Run date " WS-RUN-DATE
                   " - month end, month " WS-RUN-MONTH " posts"
           ELSE
               DISPLAY "Run date " WS-RUN-DATE
           END-IF.

      ******************************************************************
      * 2000-CHECK-PRIOR-MONTHS
      * Refuses the run when an earlier month was accrued but never
      * posted (its month-end run was missed - rerun for that month's
      * last day first), or when accruals already run past the run
      * date (a run line keyed wrong).
      ******************************************************************
       2000-CHECK-PRIOR-MONTHS.
           MOVE 'Y' TO WS-GATE-OK-SW.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-MONTH(WS-AC-IDX) < WS-RUN-MONTH
                       AND WS-AC-POSTED(WS-AC-IDX) NOT = "Y"
                   MOVE 'N' TO WS-GATE-OK-SW
                   DISPLAY "REFUSED: month " WS-AC-MONTH(WS-AC-IDX)
                       " accrued for account "
                       WS-AC-ACCT-NO(WS-AC-IDX)
                       " but never posted - rerun for its last day"
               END-IF
               IF WS-AC-LAST-ACCRUAL(WS-AC-IDX) > WS-RUN-DATE
                   MOVE 'N' TO WS-GATE-OK-SW
                   DISPLAY "REFUSED: account "
                       WS-AC-ACCT-NO(WS-AC-IDX) " already accrued "
                       "through " WS-AC-LAST-ACCRUAL(WS-AC-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3000-ACCRUE-DAY
      ******************************************************************
       3000-ACCRUE-DAY.
           OPEN INPUT DDABAL-FILE.
           IF WS-DDABAL-STATUS = "35"
               DISPLAY "DDABAL not found - nothing to accrue"
           ELSE
               PERFORM UNTIL WS-DDABAL-STATUS = "10"
                   READ DDABAL-FILE
                       AT END
                           MOVE "10" TO WS-DDABAL-STATUS
                       NOT AT END
                           PERFORM 3100-ACCRUE-ACCOUNT THRU 3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE DDABAL-FILE
           END-IF.

      ******************************************************************
      * 3100-ACCRUE-ACCOUNT
      * Finds (or adds) the account's accrual entry, starts it over
      * when the last month has been posted, and adds the day.
      ******************************************************************
       3100-ACCRUE-ACCOUNT.
           MOVE 0 TO WS-AC-FOUND-IDX.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-ACCT-NO(WS-AC-IDX) = DB-ACCT-NO
                   SET WS-AC-FOUND-IDX TO WS-AC-IDX
               END-IF
           END-PERFORM.

           IF WS-AC-FOUND-IDX = 0
               IF WS-AC-COUNT < 500
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-FOUND-IDX
                   MOVE DB-ACCT-NO TO WS-AC-ACCT-NO(WS-AC-FOUND-IDX)
                   MOVE 0 TO WS-AC-MONTH(WS-AC-FOUND-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           SET WS-AC-IDX TO WS-AC-FOUND-IDX.

           IF WS-AC-MONTH(WS-AC-IDX) NOT = WS-RUN-MONTH
               MOVE WS-RUN-MONTH TO WS-AC-MONTH(WS-AC-IDX)
               MOVE 0 TO WS-AC-LAST-ACCRUAL(WS-AC-IDX)
               MOVE 0 TO WS-AC-DAYS(WS-AC-IDX)
               MOVE 0 TO WS-AC-BALANCE-SUM(WS-AC-IDX)
               MOVE 0 TO WS-AC-INTEREST(WS-AC-IDX)
               MOVE "N" TO WS-AC-POSTED(WS-AC-IDX)
               MOVE 0 TO WS-AC-INT-POSTED(WS-AC-IDX)
               MOVE 0 TO WS-AC-FEE-POSTED(WS-AC-IDX)
           END-IF.

           IF WS-AC-LAST-ACCRUAL(WS-AC-IDX) >= WS-RUN-DATE
               ADD 1 TO WS-ACCTS-ALREADY
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ACCTS-ACCRUED.
           MOVE WS-RUN-DATE TO WS-AC-LAST-ACCRUAL(WS-AC-IDX).
           ADD 1 TO WS-AC-DAYS(WS-AC-IDX).
           ADD DB-AVAILABLE-BALANCE TO WS-AC-BALANCE-SUM(WS-AC-IDX).

           IF DB-AVAILABLE-BALANCE < 0
               COMPUTE WS-OVERDRAWN = 0 - DB-AVAILABLE-BALANCE
               PERFORM 3200-FIND-RATE
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-OVERDRAWN * WS-DAY-RATE / 36500
               ADD WS-DAY-INTEREST TO WS-AC-INTEREST(WS-AC-IDX)
               ADD WS-DAY-INTEREST TO WS-DAY-INTEREST-TOTAL
               ADD 1 TO WS-ACCTS-OVERDRAWN
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-FIND-RATE
      * The highest tier the overdrawn amount reaches. INTRATE need
      * not be in order.
      ******************************************************************
       3200-FIND-RATE.
           MOVE 0 TO WS-DAY-RATE.
           MOVE 0 TO WS-OVERDRAWN-TIER.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-TIER-FROM(WS-RATE-IDX) <= WS-OVERDRAWN
                       AND WS-RATE-TIER-FROM(WS-RATE-IDX)
                           >= WS-OVERDRAWN-TIER
                   MOVE WS-RATE-TIER-FROM(WS-RATE-IDX)
                       TO WS-OVERDRAWN-TIER
                   MOVE WS-RATE-ANNUAL(WS-RATE-IDX) TO WS-DAY-RATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * 4000-POST-MONTH
      * Walks the accrual table posting each unposted entry for the
      * run month. Entries at or before the checkpoint's count were
      * finished by the interrupted run - their charges are already
      * on DDABAL and DDAAUDIT - and are only flagged posted here.
      ******************************************************************
       4000-POST-MONTH.
           ACCEPT WS-AUDIT-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIMESTAMP(9:6) FROM TIME.
           MOVE 0 TO WS-ENTRIES-DONE.

           OPEN EXTEND DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS = "35"
               CLOSE DDAAUDIT-FILE
               OPEN OUTPUT DDAAUDIT-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "--- Month-end posting " WS-RUN-MONTH " ---".
           DISPLAY "ACCOUNT                  INTEREST  MAINT FEE"
               "   AVG BALANCE".
           PERFORM 4050-POST-ENTRY
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.

           CLOSE DDAAUDIT-FILE.

      ******************************************************************
      * 4050-POST-ENTRY
      * Checkpoints after every entry, posted or not, so a restart
      * skips straight past everything this run has finished.
      ******************************************************************
       4050-POST-ENTRY.
           PERFORM 4100-POST-ONE-ACCOUNT THRU 4100-EXIT.
           SET WS-ENTRIES-DONE TO WS-AC-IDX.
           PERFORM 4950-WRITE-CHECKPOINT.

      ******************************************************************
      * 4100-POST-ONE-ACCOUNT
      ******************************************************************
       4100-POST-ONE-ACCOUNT.
           IF WS-AC-MONTH(WS-AC-IDX) NOT = WS-RUN-MONTH
                   OR WS-AC-POSTED(WS-AC-IDX) = "Y"
               GO TO 4100-EXIT
           END-IF.

           IF WS-RESUMED AND WS-AC-IDX <= WS-RESUME-COUNT
               MOVE "Y" TO WS-AC-POSTED(WS-AC-IDX)
               DISPLAY WS-AC-ACCT-NO(WS-AC-IDX)
                   "  posted before the restart"
               GO TO 4100-EXIT
           END-IF.

      *-- The month's figures: interest to the cent, and the fee
      *-- unless the average daily balance earned the waiver.
           COMPUTE WS-POST-INTEREST ROUNDED =
               WS-AC-INTEREST(WS-AC-IDX).
           IF WS-AC-DAYS(WS-AC-IDX) > 0
               COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                   WS-AC-BALANCE-SUM(WS-AC-IDX)
                   / WS-AC-DAYS(WS-AC-IDX)
           ELSE
               MOVE 0 TO WS-AVERAGE-BALANCE
           END-IF.
           IF WS-AVERAGE-BALANCE >= WS-FEE-WAIVE-BAL
               MOVE 0 TO WS-POST-FEE
               MOVE "    WAIVED" TO WS-FEE-DISP
               ADD 1 TO WS-FEES-WAIVED
           ELSE
               MOVE WS-MAINT-FEE TO WS-POST-FEE
               MOVE WS-POST-FEE TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP(3:10) TO WS-FEE-DISP
           END-IF.

           IF WS-POST-INTEREST > 0 OR WS-POST-FEE > 0
               PERFORM 4200-APPLY-CHARGES
               IF WS-KIO-STATUS NOT = "00"
                   ADD 1 TO WS-POST-FAILED
                   DISPLAY WS-AC-ACCT-NO(WS-AC-IDX)
                       "  NOT POSTED - DDABAL status " WS-KIO-STATUS
               END-IF
           END-IF.

           MOVE "Y" TO WS-AC-POSTED(WS-AC-IDX).
           MOVE WS-POST-INTEREST TO WS-AC-INT-POSTED(WS-AC-IDX).
           MOVE WS-POST-FEE TO WS-AC-FEE-POSTED(WS-AC-IDX).
           ADD 1 TO WS-ACCTS-POSTED.
           ADD WS-POST-INTEREST TO WS-INTEREST-POSTED-TOTAL.
           ADD WS-POST-FEE TO WS-FEES-POSTED-TOTAL.
           MOVE WS-POST-INTEREST TO WS-AMOUNT-DISP.
           MOVE WS-AVERAGE-BALANCE TO WS-BALANCE-DISP.
           DISPLAY WS-AC-ACCT-NO(WS-AC-IDX) " " WS-AMOUNT-DISP
               " " WS-FEE-DISP " " WS-BALANCE-DISP.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-APPLY-CHARGES
      * One KEYIO read and rewrite for both charges, then one DDAAUDIT
      * record per charge so each prints as its own statement line.
      * An account no longer on DDABAL has nothing to charge; it is
      * reported and its month closed all the same.
      ******************************************************************
       4200-APPLY-CHARGES.
           MOVE "DDABAL" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-AC-ACCT-NO(WS-AC-IDX) TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS NOT = "00"
               MOVE 0 TO WS-POST-INTEREST
               MOVE 0 TO WS-POST-FEE
           ELSE
               MOVE KD-AVAILABLE-BALANCE TO WS-OLD-BALANCE
               SUBTRACT WS-POST-INTEREST FROM KD-AVAILABLE-BALANCE
               SUBTRACT WS-POST-FEE FROM KD-AVAILABLE-BALANCE
               MOVE "U" TO WS-KIO-FUNCTION
               CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD
               IF WS-KIO-STATUS NOT = "00"
                   MOVE 0 TO WS-POST-INTEREST
                   MOVE 0 TO WS-POST-FEE
               ELSE
                   IF WS-POST-INTEREST > 0
                       COMPUTE WS-NEW-BALANCE =
                           WS-OLD-BALANCE - WS-POST-INTEREST
                       MOVE "ODINT" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-REASON
                       STRING "OVERDRAFT INTEREST " WS-RUN-MONTH
                           DELIMITED BY SIZE INTO WS-AUDIT-REASON
                       PERFORM 4300-WRITE-AUDIT-RECORD
                       MOVE WS-NEW-BALANCE TO WS-OLD-BALANCE
                   END-IF
                   IF WS-POST-FEE > 0
                       COMPUTE WS-NEW-BALANCE =
                           WS-OLD-BALANCE - WS-POST-FEE
                       MOVE "MAINTFEE" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-REASON
                       STRING "MAINTENANCE FEE " WS-RUN-MONTH
                           DELIMITED BY SIZE INTO WS-AUDIT-REASON
                       PERFORM 4300-WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 4300-WRITE-AUDIT-RECORD
      * Same DDAAUDIT layout DDAMAINT writes.
      ******************************************************************
       4300-WRITE-AUDIT-RECORD.
           MOVE WS-AC-ACCT-NO(WS-AC-IDX) TO DU-ACCT-NO.
           MOVE WS-OLD-BALANCE TO DU-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO DU-NEW-BALANCE.
           MOVE WS-AUDIT-ACTION TO DU-ACTION.
           MOVE WS-AUDIT-TIMESTAMP TO DU-TIMESTAMP.
           MOVE WS-AUDIT-REASON TO DU-REASON.
           MOVE KD-OVERDRAFT-LIMIT TO DU-OLD-OD-LIMIT.
           MOVE KD-OVERDRAFT-LIMIT TO DU-NEW-OD-LIMIT.
           MOVE "DDACYCLE" TO DU-OPERATOR-ID.
           WRITE DDAAUDIT-RECORD.

      ******************************************************************
      * 4950-WRITE-CHECKPOINT
      * DDACKPT only ever holds one record - each checkpoint replaces
      * the last, the same convention as STIPCKPT.
      ******************************************************************
       4950-WRITE-CHECKPOINT.
           MOVE WS-RUN-DATE TO CK-RUN-DATE.
           MOVE WS-ENTRIES-DONE TO CK-ENTRIES-DONE.
           OPEN OUTPUT DDACKPT-FILE.
           WRITE DDACKPT-RECORD.
           CLOSE DDACKPT-FILE.

      ******************************************************************
      * 4960-CLEAR-CHECKPOINT
      * Run only after DDAACCR has been rewritten with every posted
      * flag - a rerun then finds the month posted and nothing to
      * resume.
      ******************************************************************
       4960-CLEAR-CHECKPOINT.
           OPEN OUTPUT DDACKPT-FILE.
           CLOSE DDACKPT-FILE.

      ******************************************************************
      * 5000-REWRITE-ACCRUALS
      ******************************************************************
       5000-REWRITE-ACCRUALS.
           OPEN OUTPUT DDAACCR-FILE.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               MOVE WS-AC-ENTRY(WS-AC-IDX) TO DDAACCR-RECORD
               WRITE DDAACCR-RECORD
           END-PERFORM.
           CLOSE DDAACCR-FILE.
