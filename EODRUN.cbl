       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODRUN.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * End-of-day run control. The night's chain used to be a set of
      * separate jobs submitted by hand, each with its own gate but
      * nothing recording which of them ran for which business date
      * or stopping the rest when one failed. This driver runs the
      * chain in order, CALLing each step program:
      *   1 GENBATCH      ISO8583-GEN, the day's TXNIN batch;
      *   2 ISO8583-SETL  settlement of the closed windows;
      *   3 DDACYCLE      overdraft interest accrual, and the month's
      *                   interest and fees on the last day;
      *   4 DDAPROOF      the DDABAL balancing proof;
      *   5 TLOGARCH      TRANLOG archive and rotation;
      *   6 HOLDPURGE     expired pre-authorization holds released;
      *   7 DDASNAP       the copy of DDABAL that proves tomorrow,
      *                   taken here rather than by hand.
      *
      * Each step is logged to RUNCTL against the business date: a
      * STARTED record before it is called, then a COMPLETE or FAILED
      * record with its start and end timestamps, its completion code
      * and a control total. The chain stops at the first step to end
      * with a non-zero code - a refused gate, a settlement with no
      * closed window, or any DDAPROOF variance (code 4) - so nothing
      * after it runs over a day that did not prove.
      *
      * Restart: a rerun for the same business date skips the steps
      * RUNCTL shows COMPLETE and starts at the first one that is
      * not - the step that failed, or the one the run died inside
      * (a STARTED record with no end). The operator can instead name
      * the step to restart from, provided every step before it is
      * COMPLETE for the date; naming a COMPLETE step reruns it.
      *
      * In-stream input, one item per line:
      *   - business date (YYYYMMDD) - empty for today;
      *   - restart step name - empty to resume where RUNCTL says;
      *   - GENBATCH's four menu lines (1, 7, 2, 6 - see
      *     ISO8583-GEN-BATCH.ecl);
      *   - DDACYCLE's run date line;
      *   - DDAPROOF's proof date line.
      * A step that is skipped has its in-stream lines read past, so
      * every step that runs reads its own.
      *
      * UPDATE: DDACYCLE is now a step of the chain, between the
      * settlement and DDAPROOF, instead of a separate job run ahead
      * of it - its accrual and month-end charges must see the day's
      * batch posted, and DDAPROOF must see its charges. Its control
      * total is the DDAAUDIT charge records it added. RUNCTL records
      * are matched to the chain by step name, so a date logged under
      * the old step numbering still restarts at the right step.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- RUNCTL is the run-control log, appended to at every step
      *-- boundary so a run that dies still leaves its STARTED record.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-- The rest are read here only for the step control totals -
      *-- except DDASNAP, which the DDASNAP step writes.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT GLPOST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT DDABAL-FILE ASSIGN TO "DDABAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDABAL-STATUS.
           SELECT DDASNAP-FILE ASSIGN TO "DDASNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDASNAP-STATUS.
           SELECT DDAAUDIT-FILE ASSIGN TO "DDAAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDAAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RC-BUS-DATE              PIC 9(8).
           05 RC-STEP-NUM              PIC 9(2).
           05 RC-STEP-NAME             PIC X(12).
           05 RC-STATUS                PIC X(1).
      *--     S = started, C = complete, F = failed.
           05 RC-START-TS              PIC X(14).
           05 RC-END-TS                PIC X(14).
      *--     Blank on an S record.
           05 RC-COMP-CODE             PIC 9(4).
           05 RC-CTL-LABEL             PIC X(20).
      *--     What the control count and amount below are of.
           05 RC-CTL-COUNT             PIC 9(7).
           05 RC-CTL-AMOUNT            PIC S9(12)V99.

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD.
           05 TL-MTI                   PIC X(4).
           05 TL-STAN                  PIC X(6).
           05 TL-PAN                   PIC X(19).
           05 TL-AMOUNT                PIC X(12).
           05 TL-AMOUNT-NUM REDEFINES TL-AMOUNT
                                        PIC 9(10)V99.
           05 FILLER                   PIC X(113).

       FD  GLPOST-FILE.
       01  GLPOST-RECORD.
           05 GL-WINDOW-NUM            PIC 9(3).
           05 GL-BUCKET-TYPE           PIC X(4).
           05 GL-BUCKET-VALUE          PIC X(4).
           05 GL-DR-CR                 PIC X(2).
           05 GL-AMOUNT                PIC 9(12)V99.
           05 GL-TRAN-COUNT            PIC 9(7).

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
           05 AR-DATA                  PIC X(154).
           05 AR-TRAILER REDEFINES AR-DATA.
              10 AR-ARCH-DATE          PIC 9(8).
              10 AR-REC-COUNT          PIC 9(7).
              10 AR-AMOUNT-TOTAL       PIC 9(12)V99.
              10 FILLER                PIC X(125).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05 HD-PAN                   PIC X(19).
           05 HD-STAN                  PIC X(6).
           05 HD-AMOUNT                PIC 9(10)V99.
           05 HD-DATE                  PIC 9(8).

       FD  DDABAL-FILE.
       01  DDABAL-RECORD.
           05 DB-ACCT-NO               PIC X(19).
           05 DB-AVAILABLE-BALANCE     PIC S9(10)V99.
           05 DB-OVERDRAFT-LIMIT       PIC 9(10)V99.
           05 DB-ACCT-STATUS           PIC X(1).

       FD  DDASNAP-FILE.
       01  DDASNAP-RECORD             PIC X(44).
      *--     DDABAL's layout, copied record for record.

       FD  DDAAUDIT-FILE.
       01  DDAAUDIT-RECORD.
           05 DU-ACCT-NO               PIC X(19).
           05 DU-OLD-BALANCE           PIC S9(10)V99.
           05 DU-NEW-BALANCE           PIC S9(10)V99.
           05 FILLER                   PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS           PIC X(2).
       01  WS-TRANLOG-STATUS          PIC X(2).
       01  WS-GLPOST-STATUS           PIC X(2).
       01  WS-TRANARCH-STATUS         PIC X(2).
       01  WS-HOLDS-STATUS            PIC X(2).
       01  WS-DDABAL-STATUS           PIC X(2).
       01  WS-DDASNAP-STATUS          PIC X(2).
       01  WS-DDAAUDIT-STATUS         PIC X(2).

      ******************************************************************
      * RUN PARAMETERS
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-BUS-DATE                PIC 9(8).
       01  WS-RESTART-INPUT           PIC X(12).
       01  WS-SKIP-LINE               PIC X(80).

      ******************************************************************
      * STEP TABLE - the chain in running order: step name and the
      * number of in-stream lines the step reads for itself.
      ******************************************************************
       01  WS-STEP-TABLE-DATA.
           05 FILLER                  PIC X(13) VALUE "GENBATCH    4".
           05 FILLER                  PIC X(13) VALUE "ISO8583-SETL0".
           05 FILLER                  PIC X(13) VALUE "DDACYCLE    1".
           05 FILLER                  PIC X(13) VALUE "DDAPROOF    1".
           05 FILLER                  PIC X(13) VALUE "TLOGARCH    0".
           05 FILLER                  PIC X(13) VALUE "HOLDPURGE   0".
           05 FILLER                  PIC X(13) VALUE "DDASNAP     0".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05 WS-STEP-ENTRY OCCURS 7 TIMES.
              10 WS-STEP-NAME          PIC X(12).
              10 WS-STEP-LINES         PIC 9(1).
       01  WS-STEP-COUNT              PIC 9(2) VALUE 7.

      *-- Each step's last RUNCTL status for the business date -
      *-- space when it has no record yet.
       01  WS-STEP-STATUS-AREA.
           05 WS-STEP-LAST-STATUS OCCURS 7 TIMES PIC X(1).
       01  WS-STEP-IDX                PIC 9(2).
       01  WS-CHECK-IDX               PIC 9(2).
       01  WS-NAME-IDX                PIC 9(2).
       01  WS-LINE-IDX                PIC 9(1).
       01  WS-START-STEP              PIC 9(2).
       01  WS-STATUS-DISP             PIC X(8).

      *-- Latest earlier business date on RUNCTL, and whether its
      *-- last step finished - a warning only, so a dead day can be
      *-- left behind on purpose.
       01  WS-PRIOR-DATE              PIC 9(8) VALUE 0.
       01  WS-PRIOR-DONE-SW           PIC X(1) VALUE 'N'.
           88 WS-PRIOR-DONE                    VALUE 'Y'.

       01  WS-CHAIN-STOPPED-SW        PIC X(1) VALUE 'N'.
           88 WS-CHAIN-STOPPED                 VALUE 'Y'.
       01  WS-REFUSED-SW              PIC X(1) VALUE 'N'.
           88 WS-REFUSED                       VALUE 'Y'.

      ******************************************************************
      * CURRENT STEP WORK AREA
      ******************************************************************
       01  WS-START-TS                PIC X(14).
       01  WS-END-TS                  PIC X(14).
       01  WS-STEP-CODE               PIC 9(4).
       01  WS-RUN-CODE                PIC 9(4) VALUE 0.
       01  WS-CTL-LABEL               PIC X(20).
       01  WS-CTL-COUNT               PIC 9(7).
       01  WS-CTL-AMOUNT              PIC S9(12)V99.
       01  WS-CTL-AMOUNT-DISP         PIC -(11)9.99.
      *-- Before-the-step figures, for the steps whose total is what
      *-- they added to an existing file.
       01  WS-BEFORE-COUNT            PIC 9(7).
       01  WS-BEFORE-AMOUNT           PIC S9(12)V99.
       01  WS-FILE-COUNT              PIC 9(7).
       01  WS-FILE-AMOUNT             PIC S9(12)V99.
       01  WS-REC-NUM                 PIC 9(7).

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   EODRUN: END-OF-DAY RUN CONTROL".
           DISPLAY "=================================================".

           PERFORM 1000-ACCEPT-PARAMETERS.
           PERFORM 1100-LOAD-RUNCTL.
           PERFORM 1200-CHOOSE-START-STEP THRU 1200-EXIT.
           IF WS-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-START-STEP > WS-STEP-COUNT
               DISPLAY "Every step is COMPLETE for business date "
                   WS-BUS-DATE " - nothing to run."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-RUN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-CHAIN-STOPPED.

           DISPLAY " ".
           IF WS-CHAIN-STOPPED
               DISPLAY "CHAIN STOPPED at step "
                   WS-STEP-NAME(WS-STEP-IDX - 1)
                   " - completion code " WS-RUN-CODE "."
               DISPLAY "Correct the cause and resubmit for business "
                   "date " WS-BUS-DATE " - the run restarts at "
                   "this step."
           ELSE
               DISPLAY "End-of-day chain COMPLETE for business date "
                   WS-BUS-DATE "."
           END-IF.
           DISPLAY "=================================================".
           MOVE WS-RUN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 1000-ACCEPT-PARAMETERS
      ******************************************************************
       1000-ACCEPT-PARAMETERS.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-BUS-DATE
           ELSE
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-RESTART-INPUT.
           DISPLAY "Business date " WS-BUS-DATE.

      ******************************************************************
      * 1100-LOAD-RUNCTL
      * RUNCTL is in time order, so the last record for a step is its
      * status. A missing RUNCTL is a first night - nothing has run.
      ******************************************************************
       1100-LOAD-RUNCTL.
           MOVE SPACES TO WS-STEP-STATUS-AREA.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               DISPLAY "RUNCTL not found - no steps on record."
           ELSE
               PERFORM UNTIL WS-RUNCTL-STATUS = "10"
                   READ RUNCTL-FILE
                       AT END
                           MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END
                           PERFORM 1150-NOTE-RUNCTL-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

           IF WS-PRIOR-DATE > 0 AND NOT WS-PRIOR-DONE
               DISPLAY "WARNING: business date " WS-PRIOR-DATE
                   " never finished its chain - check RUNCTL."
           END-IF.

           DISPLAY " ".
           DISPLAY "--- Steps on record for " WS-BUS-DATE " ---".
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE WS-STEP-LAST-STATUS(WS-STEP-IDX)
                   WHEN 'C'
                       MOVE "COMPLETE" TO WS-STATUS-DISP
                   WHEN 'F'
                       MOVE "FAILED" TO WS-STATUS-DISP
                   WHEN 'S'
                       MOVE "STARTED" TO WS-STATUS-DISP
                   WHEN OTHER
                       MOVE "NOT RUN" TO WS-STATUS-DISP
               END-EVALUATE
               DISPLAY "  " WS-STEP-IDX " " WS-STEP-NAME(WS-STEP-IDX)
                   " " WS-STATUS-DISP
           END-PERFORM.

      ******************************************************************
      * 1150-NOTE-RUNCTL-RECORD
      * A record is matched to its step by name, not number - the
      * chain has gained a step since RUNCTL was started.
      ******************************************************************
       1150-NOTE-RUNCTL-RECORD.
           IF RC-BUS-DATE = WS-BUS-DATE
               MOVE 1 TO WS-NAME-IDX
               PERFORM UNTIL WS-NAME-IDX > WS-STEP-COUNT
                       OR WS-STEP-NAME(WS-NAME-IDX) = RC-STEP-NAME
                   ADD 1 TO WS-NAME-IDX
               END-PERFORM
               IF WS-NAME-IDX NOT > WS-STEP-COUNT
                   MOVE RC-STATUS TO WS-STEP-LAST-STATUS(WS-NAME-IDX)
               END-IF
           ELSE
               IF RC-BUS-DATE < WS-BUS-DATE
                   IF RC-BUS-DATE > WS-PRIOR-DATE
                       MOVE RC-BUS-DATE TO WS-PRIOR-DATE
                       MOVE 'N' TO WS-PRIOR-DONE-SW
                   END-IF
                   IF RC-BUS-DATE = WS-PRIOR-DATE
                       IF RC-STEP-NAME = WS-STEP-NAME(WS-STEP-COUNT)
                               AND RC-STATUS = 'C'
                           MOVE 'Y' TO WS-PRIOR-DONE-SW
                       ELSE
                           MOVE 'N' TO WS-PRIOR-DONE-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 1200-CHOOSE-START-STEP
      * With no step named, the run starts at the first step not
      * COMPLETE for the date. A named step must exist, and every
      * step before it must be COMPLETE - a restart never jumps a
      * step that has not run.
      ******************************************************************
       1200-CHOOSE-START-STEP.
           IF WS-RESTART-INPUT = SPACES
               MOVE 1 TO WS-START-STEP
               PERFORM UNTIL WS-START-STEP > WS-STEP-COUNT
                       OR WS-STEP-LAST-STATUS(WS-START-STEP) NOT = 'C'
                   ADD 1 TO WS-START-STEP
               END-PERFORM
               GO TO 1200-EXIT
           END-IF.

           MOVE 1 TO WS-START-STEP.
           PERFORM UNTIL WS-START-STEP > WS-STEP-COUNT
                   OR WS-STEP-NAME(WS-START-STEP) = WS-RESTART-INPUT
               ADD 1 TO WS-START-STEP
           END-PERFORM.
           IF WS-START-STEP > WS-STEP-COUNT
               DISPLAY "REFUSED: no step named " WS-RESTART-INPUT
                   " - the steps are GENBATCH, ISO8583-SETL, "
                   "DDACYCLE, DDAPROOF, TLOGARCH, HOLDPURGE and "
                   "DDASNAP."
               MOVE 'Y' TO WS-REFUSED-SW
               GO TO 1200-EXIT
           END-IF.

           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX NOT < WS-START-STEP
                       OR WS-REFUSED
               IF WS-STEP-LAST-STATUS(WS-CHECK-IDX) NOT = 'C'
                   DISPLAY "REFUSED: " WS-STEP-NAME(WS-CHECK-IDX)
                       " is not COMPLETE for " WS-BUS-DATE
                       " - restart from it, not from "
                       WS-RESTART-INPUT "."
                   MOVE 'Y' TO WS-REFUSED-SW
               END-IF
           END-PERFORM.
           IF WS-REFUSED
               GO TO 1200-EXIT
           END-IF.

           IF WS-STEP-LAST-STATUS(WS-START-STEP) = 'C'
               DISPLAY "WARNING: " WS-RESTART-INPUT " is already "
                   "COMPLETE for " WS-BUS-DATE " - rerunning it by "
                   "request."
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RUN-STEP
      * One step of the chain: skipped (its in-stream lines read
      * past) before the start step, otherwise logged STARTED, run,
      * totalled and logged COMPLETE or FAILED.
      ******************************************************************
       2000-RUN-STEP.
           DISPLAY " ".
           IF WS-STEP-IDX < WS-START-STEP
               DISPLAY "--- Step " WS-STEP-IDX " "
                   WS-STEP-NAME(WS-STEP-IDX)
                   ": COMPLETE for this date, skipped ---"
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-STEP-LINES(WS-STEP-IDX)
                   ACCEPT WS-SKIP-LINE
               END-PERFORM
           ELSE
               DISPLAY "--- Step " WS-STEP-IDX " "
                   WS-STEP-NAME(WS-STEP-IDX) ": starting ---"
               PERFORM 2100-BEFORE-STEP
               ACCEPT WS-START-TS FROM DATE YYYYMMDD
               ACCEPT WS-START-TS(9:6) FROM TIME
               MOVE SPACES TO WS-END-TS
               MOVE 0 TO WS-STEP-CODE
               MOVE SPACES TO WS-CTL-LABEL
               MOVE 0 TO WS-CTL-COUNT
               MOVE 0 TO WS-CTL-AMOUNT
               MOVE 'S' TO RC-STATUS
               PERFORM 2900-WRITE-RUNCTL

               PERFORM 2200-CALL-STEP
               PERFORM 2300-AFTER-STEP

               ACCEPT WS-END-TS FROM DATE YYYYMMDD
               ACCEPT WS-END-TS(9:6) FROM TIME
               MOVE WS-CTL-AMOUNT TO WS-CTL-AMOUNT-DISP
               IF WS-STEP-CODE = 0
                   MOVE 'C' TO RC-STATUS
                   DISPLAY "--- Step " WS-STEP-IDX " "
                       WS-STEP-NAME(WS-STEP-IDX) ": COMPLETE, code "
                       WS-STEP-CODE " ---"
               ELSE
                   MOVE 'F' TO RC-STATUS
                   MOVE WS-STEP-CODE TO WS-RUN-CODE
                   MOVE 'Y' TO WS-CHAIN-STOPPED-SW
                   DISPLAY "--- Step " WS-STEP-IDX " "
                       WS-STEP-NAME(WS-STEP-IDX) ": FAILED, code "
                       WS-STEP-CODE " ---"
               END-IF
               DISPLAY "    " WS-CTL-LABEL ": " WS-CTL-COUNT
                   " / " WS-CTL-AMOUNT-DISP
               PERFORM 2900-WRITE-RUNCTL
           END-IF.

      ******************************************************************
      * 2100-BEFORE-STEP
      * GENBATCH, DDACYCLE and TLOGARCH are totalled by what they add
      * to a file that already holds earlier records, so its figures
      * are taken first.
      ******************************************************************
       2100-BEFORE-STEP.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE 0 TO WS-BEFORE-AMOUNT.
           EVALUATE WS-STEP-IDX
               WHEN 1
                   PERFORM 3000-TOTAL-TRANLOG
                   MOVE WS-FILE-COUNT TO WS-BEFORE-COUNT
                   MOVE WS-FILE-AMOUNT TO WS-BEFORE-AMOUNT
               WHEN 3
                   PERFORM 3600-COUNT-DDAAUDIT
                   MOVE WS-FILE-COUNT TO WS-BEFORE-COUNT
               WHEN 5
                   PERFORM 3200-COUNT-TRANARCH
                   MOVE WS-FILE-COUNT TO WS-BEFORE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * 2200-CALL-STEP
      * Each step program ends with GOBACK and leaves its completion
      * code in RETURN-CODE. DDASNAP is this program's own copy.
      ******************************************************************
       2200-CALL-STEP.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-STEP-IDX
               WHEN 1
                   CALL "ISO8583-GEN"
               WHEN 2
                   CALL "ISO8583-SETL"
               WHEN 3
                   CALL "DDACYCLE"
               WHEN 4
                   CALL "DDAPROOF"
               WHEN 5
                   CALL "TLOGARCH"
               WHEN 6
                   CALL "HOLDPURGE"
               WHEN 7
                   PERFORM 4000-TAKE-DDASNAP
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-CODE.
           MOVE 0 TO RETURN-CODE.

      ******************************************************************
      * 2300-AFTER-STEP
      * The control total each step is logged with.
      ******************************************************************
       2300-AFTER-STEP.
           EVALUATE WS-STEP-IDX
               WHEN 1
                   PERFORM 3000-TOTAL-TRANLOG
                   MOVE "TRANLOG ADDED" TO WS-CTL-LABEL
                   COMPUTE WS-CTL-COUNT =
                       WS-FILE-COUNT - WS-BEFORE-COUNT
                   COMPUTE WS-CTL-AMOUNT =
                       WS-FILE-AMOUNT - WS-BEFORE-AMOUNT
               WHEN 2
                   PERFORM 3100-TOTAL-GLPOST
                   MOVE "GLPOST ENTRIES / DR" TO WS-CTL-LABEL
               WHEN 3
                   PERFORM 3700-TOTAL-DDAAUDIT-ADDED
                   MOVE "DDAAUDIT CHARGES" TO WS-CTL-LABEL
               WHEN 4
                   PERFORM 3400-TOTAL-DDABAL
                   MOVE "DDABAL ACCOUNTS" TO WS-CTL-LABEL
               WHEN 5
                   PERFORM 3300-TOTAL-TRANARCH-ADDED
                   MOVE "TRANARCH ARCHIVED" TO WS-CTL-LABEL
               WHEN 6
                   PERFORM 3500-TOTAL-HOLDS
                   MOVE "HOLDS KEPT" TO WS-CTL-LABEL
               WHEN 7
                   MOVE "DDASNAP COPIED" TO WS-CTL-LABEL
           END-EVALUATE.

      ******************************************************************
      * 2900-WRITE-RUNCTL
      * Opened and closed around every record, so a run that dies
      * mid-step leaves everything up to its STARTED record on file.
      ******************************************************************
       2900-WRITE-RUNCTL.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-STEP-IDX TO RC-STEP-NUM.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO RC-STEP-NAME.
           MOVE WS-START-TS TO RC-START-TS.
           MOVE WS-END-TS TO RC-END-TS.
           MOVE WS-STEP-CODE TO RC-COMP-CODE.
           MOVE WS-CTL-LABEL TO RC-CTL-LABEL.
           MOVE WS-CTL-COUNT TO RC-CTL-COUNT.
           MOVE WS-CTL-AMOUNT TO RC-CTL-AMOUNT.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               CLOSE RUNCTL-FILE
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

      ******************************************************************
      * 3000-TOTAL-TRANLOG
      ******************************************************************
       3000-TOTAL-TRANLOG.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-AMOUNT.
           OPEN INPUT TRANLOG-FILE.
           IF WS-TRANLOG-STATUS NOT = "35"
               PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                   READ TRANLOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANLOG-STATUS
                       NOT AT END
                           ADD 1 TO WS-FILE-COUNT
                           IF TL-AMOUNT IS NUMERIC
                               ADD TL-AMOUNT-NUM TO WS-FILE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANLOG-FILE
           END-IF.

      ******************************************************************
      * 3100-TOTAL-GLPOST
      * Entries written by the settlement, with the gross amount
      * processed - the DR entries of the MTI buckets.
      ******************************************************************
       3100-TOTAL-GLPOST.
           OPEN INPUT GLPOST-FILE.
           IF WS-GLPOST-STATUS NOT = "35"
               PERFORM UNTIL WS-GLPOST-STATUS = "10"
                   READ GLPOST-FILE
                       AT END
                           MOVE "10" TO WS-GLPOST-STATUS
                       NOT AT END
                           ADD 1 TO WS-CTL-COUNT
                           IF GL-BUCKET-TYPE = "MTI" AND
                                   GL-DR-CR = "DR"
                               ADD GL-AMOUNT TO WS-CTL-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLPOST-FILE
           END-IF.

      ******************************************************************
      * 3200-COUNT-TRANARCH
      ******************************************************************
       3200-COUNT-TRANARCH.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS NOT = "35"
               PERFORM UNTIL WS-TRANARCH-STATUS = "10"
                   READ TRANARCH-FILE
                       AT END
                           MOVE "10" TO WS-TRANARCH-STATUS
                       NOT AT END
                           ADD 1 TO WS-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      ******************************************************************
      * 3300-TOTAL-TRANARCH-ADDED
      * The trailers this run's TLOGARCH appended - the records past
      * the count taken before it ran.
      ******************************************************************
       3300-TOTAL-TRANARCH-ADDED.
           MOVE 0 TO WS-REC-NUM.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS NOT = "35"
               PERFORM UNTIL WS-TRANARCH-STATUS = "10"
                   READ TRANARCH-FILE
                       AT END
                           MOVE "10" TO WS-TRANARCH-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-NUM
                           IF WS-REC-NUM > WS-BEFORE-COUNT
                                   AND AR-REC-TYPE = 'T'
                               ADD AR-REC-COUNT TO WS-CTL-COUNT
                               ADD AR-AMOUNT-TOTAL TO WS-CTL-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      ******************************************************************
      * 3400-TOTAL-DDABAL
      * The accounts DDAPROOF proved and their total balance.
      ******************************************************************
       3400-TOTAL-DDABAL.
           OPEN INPUT DDABAL-FILE.
           IF WS-DDABAL-STATUS NOT = "35"
               PERFORM UNTIL WS-DDABAL-STATUS = "10"
                   READ DDABAL-FILE
                       AT END
                           MOVE "10" TO WS-DDABAL-STATUS
                       NOT AT END
                           ADD 1 TO WS-CTL-COUNT
                           ADD DB-AVAILABLE-BALANCE TO WS-CTL-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE DDABAL-FILE
           END-IF.

      ******************************************************************
      * 3500-TOTAL-HOLDS
      ******************************************************************
       3500-TOTAL-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS NOT = "35"
               PERFORM UNTIL WS-HOLDS-STATUS = "10"
                   READ HOLDS-FILE
                       AT END
                           MOVE "10" TO WS-HOLDS-STATUS
                       NOT AT END
                           ADD 1 TO WS-CTL-COUNT
                           ADD HD-AMOUNT TO WS-CTL-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      ******************************************************************
      * 3600-COUNT-DDAAUDIT
      ******************************************************************
       3600-COUNT-DDAAUDIT.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS NOT = "35"
               PERFORM UNTIL WS-DDAAUDIT-STATUS = "10"
                   READ DDAAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-DDAAUDIT-STATUS
                       NOT AT END
                           ADD 1 TO WS-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE DDAAUDIT-FILE
           END-IF.

      ******************************************************************
      * 3700-TOTAL-DDAAUDIT-ADDED
      * The interest and fee records this run's DDACYCLE appended -
      * the records past the count taken before it ran - and the
      * amount they took off the balances. Nothing is added on a day
      * that is not month end.
      ******************************************************************
       3700-TOTAL-DDAAUDIT-ADDED.
           MOVE 0 TO WS-REC-NUM.
           OPEN INPUT DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS NOT = "35"
               PERFORM UNTIL WS-DDAAUDIT-STATUS = "10"
                   READ DDAAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-DDAAUDIT-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-NUM
                           IF WS-REC-NUM > WS-BEFORE-COUNT
                               ADD 1 TO WS-CTL-COUNT
                               COMPUTE WS-CTL-AMOUNT = WS-CTL-AMOUNT
                                   + DU-OLD-BALANCE - DU-NEW-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DDAAUDIT-FILE
           END-IF.

      ******************************************************************
      * 4000-TAKE-DDASNAP
      * DDABAL copied whole to DDASNAP - tomorrow's DDAPROOF opening.
      * Taken only after tonight's proof came out clean; a missing
      * DDABAL fails the step rather than leave an empty snapshot.
      ******************************************************************
       4000-TAKE-DDASNAP.
           OPEN INPUT DDABAL-FILE.
           IF WS-DDABAL-STATUS = "35"
               DISPLAY "DDABAL not found - no snapshot taken."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DDASNAP-FILE
               PERFORM UNTIL WS-DDABAL-STATUS = "10"
                   READ DDABAL-FILE
                       AT END
                           MOVE "10" TO WS-DDABAL-STATUS
                       NOT AT END
                           MOVE DDABAL-RECORD TO DDASNAP-RECORD
                           WRITE DDASNAP-RECORD
                           ADD 1 TO WS-CTL-COUNT
                           ADD DB-AVAILABLE-BALANCE TO WS-CTL-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE DDABAL-FILE
               CLOSE DDASNAP-FILE
               DISPLAY "DDASNAP taken: " WS-CTL-COUNT " account(s)."
               MOVE 0 TO RETURN-CODE
           END-IF.
