       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMVRPT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Daily terminal variance report for the merchant desk. Lists
      * every terminal TERMRECON found out of balance at close of day
      * (TERMVAR), with the terminal's figures, ours, and the variance
      * in each category, so lost or double-logged tickets can be
      * chased before ISO8583-SETL pays the merchant out through
      * MERCHPAY.
      *
      * Reports the business day given on the run line (YYYYMMDD,
      * accepted as the first input), or today when none is given.
      * A variance is terminal minus host: positive means the terminal
      * printed tickets we never logged, negative means we logged
      * tickets the terminal never printed (a duplicate, or a ticket
      * keyed twice at our end). A terminal reconciled more than once
      * in the day is listed once per 0500, by STAN.
      * Read-only: nothing is changed on TERMVAR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMVAR-FILE ASSIGN TO "TERMVAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMVAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMVAR-FILE.
       01  TERMVAR-RECORD.
           05 TV-RECON-DATE            PIC 9(8).
           05 TV-TERM-ID               PIC X(8).
           05 TV-STAN                  PIC X(6).
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

       WORKING-STORAGE SECTION.
       01  WS-TERMVAR-STATUS          PIC X(2).
       01  WS-REPORT-DATE             PIC 9(8).
       01  WS-DATE-INPUT              PIC X(8).

       01  WS-CAT-IDX                 PIC 9(1).
       01  WS-CAT-NAMES-INIT          PIC X(30) VALUE
           "DEBITS    CREDITS   REVERSALS ".
       01  WS-CAT-NAMES REDEFINES WS-CAT-NAMES-INIT.
           05 WS-CAT-NAME             PIC X(10) OCCURS 3 TIMES.

       01  WS-RECS-READ               PIC 9(7) VALUE 0.
       01  WS-TERMS-LISTED            PIC 9(5) VALUE 0.
       01  WS-NET-VARIANCE            PIC S9(13)V99 VALUE 0.

       01  WS-COUNT-DISP              PIC Z(9)9.
       01  WS-COUNT-DISP-2            PIC Z(9)9.
       01  WS-VAR-COUNT-DISP          PIC -(10)9.
       01  WS-AMOUNT-DISP             PIC Z(11)9.99.
       01  WS-AMOUNT-DISP-2           PIC Z(11)9.99.
       01  WS-VAR-AMOUNT-DISP         PIC -(12)9.99.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   TERMVRPT: TERMINALS OUT OF BALANCE".
           DISPLAY "=================================================".

           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Business day: " WS-REPORT-DATE.
           DISPLAY " ".

           PERFORM 1000-SCAN-TERMVAR.

           MOVE WS-NET-VARIANCE TO WS-VAR-AMOUNT-DISP.
           DISPLAY " ".
           DISPLAY "Variance records read:         " WS-RECS-READ.
           DISPLAY "Out-of-balance reports listed: " WS-TERMS-LISTED.
           DISPLAY "Net amount variance (terminal - host): "
               WS-VAR-AMOUNT-DISP.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-SCAN-TERMVAR
      ******************************************************************
       1000-SCAN-TERMVAR.
           OPEN INPUT TERMVAR-FILE.
           IF WS-TERMVAR-STATUS = "35"
               DISPLAY "TERMVAR not found - no terminal has been out "
                   "of balance"
           ELSE
               PERFORM UNTIL WS-TERMVAR-STATUS = "10"
                   READ TERMVAR-FILE
                       AT END
                           MOVE "10" TO WS-TERMVAR-STATUS
                       NOT AT END
                           ADD 1 TO WS-RECS-READ
                           IF TV-RECON-DATE = WS-REPORT-DATE
                               PERFORM 2000-LIST-TERMINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMVAR-FILE
           END-IF.

      ******************************************************************
      * 2000-LIST-TERMINAL
      * One heading line per terminal, then one line per category that
      * does not agree. Categories in balance are left off so the desk
      * sees only what needs chasing.
      ******************************************************************
       2000-LIST-TERMINAL.
           ADD 1 TO WS-TERMS-LISTED.
           DISPLAY "TERMINAL " TV-TERM-ID " (0500 STAN " TV-STAN ")".
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 3
               IF TV-VAR-COUNT(WS-CAT-IDX) NOT = 0
                       OR TV-VAR-AMOUNT(WS-CAT-IDX) NOT = 0
                   MOVE TV-TERM-COUNT(WS-CAT-IDX) TO WS-COUNT-DISP
                   MOVE TV-HOST-COUNT(WS-CAT-IDX) TO WS-COUNT-DISP-2
                   MOVE TV-VAR-COUNT(WS-CAT-IDX) TO WS-VAR-COUNT-DISP
                   DISPLAY "  " WS-CAT-NAME(WS-CAT-IDX)
                       " count terminal " WS-COUNT-DISP
                       " host " WS-COUNT-DISP-2
                       " variance " WS-VAR-COUNT-DISP
                   MOVE TV-TERM-AMOUNT(WS-CAT-IDX) TO WS-AMOUNT-DISP
                   MOVE TV-HOST-AMOUNT(WS-CAT-IDX) TO WS-AMOUNT-DISP-2
                   MOVE TV-VAR-AMOUNT(WS-CAT-IDX) TO WS-VAR-AMOUNT-DISP
                   DISPLAY "            amount terminal " WS-AMOUNT-DISP
                       " host " WS-AMOUNT-DISP-2
                       " variance " WS-VAR-AMOUNT-DISP
                   ADD TV-VAR-AMOUNT(WS-CAT-IDX) TO WS-NET-VARIANCE
               END-IF
           END-PERFORM.
