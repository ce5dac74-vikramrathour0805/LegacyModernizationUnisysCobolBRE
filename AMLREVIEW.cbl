       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLREVIEW.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * AML alert review. AMLSCAN's daily run queues every account
      * whose cash went over the currency-transaction reporting
      * threshold (type C), or that shows a structuring pattern of
      * cash just under it (type S), onto AMLALERT with the cash
      * totals behind the alert. This is the compliance analyst's
      * side: work the queue of 'N' (new) alerts one at a time and
      * mark each one
      *   F - filed. The currency or suspicious-activity report has
      *       been filed with the regulator.
      *   C - cleared. Reviewed, nothing to file.
      *   W - watch. Nothing to file yet; keep the alert visible.
      *   S - skip, leave it 'N' for the next session.
      * The time of each disposition is stamped on the alert.
      *
      * AMLALERT is loaded whole into a table, updated in memory, and
      * rewritten in full - the same pattern FRDREVIEW uses for
      * FRDALERT. The table holds as many alerts as AMLSCAN will
      * load, so the queue AMLSCAN can still add to can always be
      * worked here.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLALERT-FILE ASSIGN TO "AMLALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMLALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- Same layout as AMLSCAN's AMLALERT-RECORD.
       FD  AMLALERT-FILE.
       01  AMLALERT-RECORD.
           05 AL-ACCT-NO               PIC X(19).
           05 AL-ALERT-TYPE            PIC X(1).
      *--     C = currency (day's cash over the threshold),
      *--     S = structuring (just-under pattern in the window).
           05 AL-BUS-DATE              PIC 9(8).
           05 AL-WINDOW-START          PIC 9(8).
           05 AL-CASH-IN               PIC 9(10)V99.
           05 AL-CASH-IN-COUNT         PIC 9(4).
           05 AL-CASH-OUT              PIC 9(10)V99.
           05 AL-CASH-OUT-COUNT        PIC 9(4).
           05 AL-NEAR-COUNT            PIC 9(4).
           05 AL-NEAR-AMOUNT           PIC 9(10)V99.
           05 AL-TIMESTAMP             PIC X(14).
           05 AL-STATUS                PIC X(1).
      *--     N = new, F = filed with the regulator, C = cleared,
      *--     W = watch.
           05 AL-DISP-TIMESTAMP        PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-AMLALERT-STATUS         PIC X(2).

      ******************************************************************
      * AMLALERT IN-MEMORY TABLE
      ******************************************************************
       01  WS-AL-TABLE-AREA.
           05 WS-AL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AL-IDX.
              10 WS-AL-ACCT-NO         PIC X(19).
              10 WS-AL-ALERT-TYPE      PIC X(1).
              10 WS-AL-BUS-DATE        PIC 9(8).
              10 WS-AL-WINDOW-START    PIC 9(8).
              10 WS-AL-CASH-IN         PIC 9(10)V99.
              10 WS-AL-CASH-IN-COUNT   PIC 9(4).
              10 WS-AL-CASH-OUT        PIC 9(10)V99.
              10 WS-AL-CASH-OUT-COUNT  PIC 9(4).
              10 WS-AL-NEAR-COUNT      PIC 9(4).
              10 WS-AL-NEAR-AMOUNT     PIC 9(10)V99.
              10 WS-AL-TIMESTAMP       PIC X(14).
              10 WS-AL-STATUS          PIC X(1).
              10 WS-AL-DISP-TIMESTAMP  PIC X(14).
       01  WS-AL-COUNT                PIC 9(5) VALUE 0.
      *-- On when AMLALERT held more records than the table - the
      *-- work pass is refused then, since the rewrite would silently
      *-- destroy the alerts that did not fit.
       01  WS-AL-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-AL-OVERFLOW                   VALUE 'Y'.

      ******************************************************************
      * SESSION / WORK AREA
      ******************************************************************
       01  WS-USER-CHOICE             PIC X(1).
       01  WS-CONTINUE-SW             PIC X(1) VALUE 'Y'.
           88 WS-CONTINUE                      VALUE 'Y'.
       01  WS-DISPOSITION             PIC X(1).
       01  WS-WORKED-COUNT            PIC 9(5) VALUE 0.
       01  WS-FILED-COUNT             PIC 9(5) VALUE 0.
       01  WS-CHANGED-SW              PIC X(1) VALUE 'N'.
           88 WS-QUEUE-CHANGED                 VALUE 'Y'.
       01  WS-DISP-TIMESTAMP          PIC X(14).
       01  WS-TYPE-DISP               PIC X(11).
       01  WS-AMOUNT-DISP             PIC Z(9)9.99.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM UNTIL NOT WS-CONTINUE
               PERFORM 1000-DISPLAY-MENU
               ACCEPT WS-USER-CHOICE

               EVALUATE WS-USER-CHOICE
                   WHEN '1'
                       PERFORM 2000-WORK-THE-QUEUE
                   WHEN '2'
                       PERFORM 3000-LIST-THE-QUEUE
                   WHEN '3'
                       MOVE 'N' TO WS-CONTINUE-SW
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM.

           DISPLAY "Program terminating.".
           STOP RUN.

      ******************************************************************
      * 1000-DISPLAY-MENU
      ******************************************************************
       1000-DISPLAY-MENU.
           DISPLAY "=================================================".
           DISPLAY "      AMLREVIEW - AML Alert Review".
           DISPLAY "=================================================".
           DISPLAY "    1. Work the queue of new alerts".
           DISPLAY "    2. List the whole queue".
           DISPLAY "    3. Exit".
           DISPLAY " ".
           DISPLAY "Please select an option: ".

      ******************************************************************
      * 2000-WORK-THE-QUEUE
      * Presents each 'N' alert for disposition, then rewrites the
      * file once at the end if anything changed.
      ******************************************************************
       2000-WORK-THE-QUEUE.
           PERFORM 2100-LOAD-AMLALERT.
           MOVE 0 TO WS-WORKED-COUNT.
           MOVE 0 TO WS-FILED-COUNT.
           MOVE 'N' TO WS-CHANGED-SW.

           EVALUATE TRUE
      *-- Abort before anything is worked or rewritten - rewriting
      *-- from a short load would destroy the alerts past the table.
               WHEN WS-AL-OVERFLOW
                   DISPLAY "REFUSED: AMLALERT holds more than 2000 "
                       "alerts - table too small, nothing worked, "
                       "file left untouched."
               WHEN WS-AL-COUNT = 0
                   DISPLAY "Queue is empty - nothing to work."
               WHEN OTHER
                   PERFORM 2200-WORK-ONE-ALERT VARYING WS-AL-IDX
                       FROM 1 BY 1 UNTIL WS-AL-IDX > WS-AL-COUNT
                   IF WS-QUEUE-CHANGED
                       PERFORM 2900-REWRITE-AMLALERT
                   END-IF
                   DISPLAY " "
                   DISPLAY "Alerts worked this pass:  "
                       WS-WORKED-COUNT
                   DISPLAY "Reports filed:            "
                       WS-FILED-COUNT
           END-EVALUATE.

      ******************************************************************
      * 2200-WORK-ONE-ALERT
      ******************************************************************
       2200-WORK-ONE-ALERT.
           IF WS-AL-STATUS(WS-AL-IDX) NOT = "N"
               CONTINUE
           ELSE
               PERFORM 2250-SET-TYPE-DISP
               DISPLAY " "
               DISPLAY "--- Alert " WS-AL-IDX " of " WS-AL-COUNT
                   " ---"
               DISPLAY "Account:  " WS-AL-ACCT-NO(WS-AL-IDX)
               DISPLAY "Type:     " WS-TYPE-DISP
               DISPLAY "Period:   " WS-AL-WINDOW-START(WS-AL-IDX)
                   " to " WS-AL-BUS-DATE(WS-AL-IDX)
               MOVE WS-AL-CASH-IN(WS-AL-IDX) TO WS-AMOUNT-DISP
               DISPLAY "Cash in:  " WS-AMOUNT-DISP " in "
                   WS-AL-CASH-IN-COUNT(WS-AL-IDX) " items"
               MOVE WS-AL-CASH-OUT(WS-AL-IDX) TO WS-AMOUNT-DISP
               DISPLAY "Cash out: " WS-AMOUNT-DISP " in "
                   WS-AL-CASH-OUT-COUNT(WS-AL-IDX) " items"
               MOVE WS-AL-NEAR-AMOUNT(WS-AL-IDX) TO WS-AMOUNT-DISP
               DISPLAY "Just under the threshold: "
                   WS-AL-NEAR-COUNT(WS-AL-IDX) " items, "
                   WS-AMOUNT-DISP
               DISPLAY "Queued:   " WS-AL-TIMESTAMP(WS-AL-IDX)
               DISPLAY "Disposition (F=filed, C=cleared, W=watch, "
                   "S=skip): "
               ACCEPT WS-DISPOSITION

               EVALUATE WS-DISPOSITION
                   WHEN 'F'
                       MOVE "F" TO WS-AL-STATUS(WS-AL-IDX)
                       PERFORM 2300-STAMP-DISPOSITION
                       ADD 1 TO WS-FILED-COUNT
                       DISPLAY "Marked filed."
                   WHEN 'C'
                       MOVE "C" TO WS-AL-STATUS(WS-AL-IDX)
                       PERFORM 2300-STAMP-DISPOSITION
                       DISPLAY "Marked cleared."
                   WHEN 'W'
                       MOVE "W" TO WS-AL-STATUS(WS-AL-IDX)
                       PERFORM 2300-STAMP-DISPOSITION
                       DISPLAY "Marked watch."
                   WHEN OTHER
                       DISPLAY "Skipped - stays in the queue."
               END-EVALUATE
           END-IF.

      ******************************************************************
      * 2250-SET-TYPE-DISP
      ******************************************************************
       2250-SET-TYPE-DISP.
           IF WS-AL-ALERT-TYPE(WS-AL-IDX) = "S"
               MOVE "STRUCTURING" TO WS-TYPE-DISP
           ELSE
               MOVE "CURRENCY" TO WS-TYPE-DISP
           END-IF.

      ******************************************************************
      * 2300-STAMP-DISPOSITION
      ******************************************************************
       2300-STAMP-DISPOSITION.
           ACCEPT WS-DISP-TIMESTAMP FROM DATE YYYYMMDD.
           ACCEPT WS-DISP-TIMESTAMP(9:6) FROM TIME.
           MOVE WS-DISP-TIMESTAMP TO WS-AL-DISP-TIMESTAMP(WS-AL-IDX).
           ADD 1 TO WS-WORKED-COUNT.
           MOVE 'Y' TO WS-CHANGED-SW.

      ******************************************************************
      * 3000-LIST-THE-QUEUE
      ******************************************************************
       3000-LIST-THE-QUEUE.
           PERFORM 2100-LOAD-AMLALERT.
           IF WS-AL-COUNT = 0
               DISPLAY "Queue is empty."
           ELSE
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > WS-AL-COUNT
                   PERFORM 2250-SET-TYPE-DISP
                   MOVE WS-AL-NEAR-AMOUNT(WS-AL-IDX) TO WS-AMOUNT-DISP
                   IF WS-AL-ALERT-TYPE(WS-AL-IDX) NOT = "S"
                       IF WS-AL-CASH-IN(WS-AL-IDX)
                               > WS-AL-CASH-OUT(WS-AL-IDX)
                           MOVE WS-AL-CASH-IN(WS-AL-IDX)
                               TO WS-AMOUNT-DISP
                       ELSE
                           MOVE WS-AL-CASH-OUT(WS-AL-IDX)
                               TO WS-AMOUNT-DISP
                       END-IF
                   END-IF
                   DISPLAY WS-AL-STATUS(WS-AL-IDX) " "
                       WS-AL-BUS-DATE(WS-AL-IDX) " "
                       WS-TYPE-DISP " acct "
                       WS-AL-ACCT-NO(WS-AL-IDX) " amount "
                       WS-AMOUNT-DISP " "
                       WS-AL-DISP-TIMESTAMP(WS-AL-IDX)
               END-PERFORM
           END-IF.

      ******************************************************************
      * 2100-LOAD-AMLALERT
      ******************************************************************
       2100-LOAD-AMLALERT.
           MOVE 0 TO WS-AL-COUNT.
           MOVE 'N' TO WS-AL-OVERFLOW-SW.
           OPEN INPUT AMLALERT-FILE.
           IF WS-AMLALERT-STATUS = "35"
               DISPLAY "AMLALERT not found - no alerts queued yet"
           ELSE
               PERFORM UNTIL WS-AMLALERT-STATUS = "10"
                   READ AMLALERT-FILE
                       AT END
                           MOVE "10" TO WS-AMLALERT-STATUS
                       NOT AT END
                           IF WS-AL-COUNT < 2000
                               ADD 1 TO WS-AL-COUNT
                               MOVE AMLALERT-RECORD TO
                                   WS-AL-ENTRY(WS-AL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-AL-OVERFLOW-SW
                               DISPLAY "WARNING: alert table full - "
                                   "alerts past 2000 not loaded"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMLALERT-FILE
           END-IF.

      ******************************************************************
      * 2900-REWRITE-AMLALERT
      ******************************************************************
       2900-REWRITE-AMLALERT.
           OPEN OUTPUT AMLALERT-FILE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               MOVE WS-AL-ENTRY(WS-AL-IDX) TO AMLALERT-RECORD
               WRITE AMLALERT-RECORD
           END-PERFORM.
           CLOSE AMLALERT-FILE.
