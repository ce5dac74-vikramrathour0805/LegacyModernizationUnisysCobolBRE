       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDACTV.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Weekly report of cards issued but never activated. CARDMAINT
      * issues every NEW and REISSUE card Not activated (CARDMAST
      * status 'N') and ISSAUTH declines it until the cardholder
      * activates it - so a card still sitting at 'N' long after it
      * was issued is either lost in the mail or stolen out of it,
      * and customer service should be calling the cardholder.
      *
      * Lists every 'N' card whose issue date (CM-ISSUE-DATE) is more
      * than the configured number of days old (CFG-ACTIVATION-DAYS on
      * STIPCFG, same external-config pattern as HOLDPURGE's purge
      * age; defaults when the file or field is missing), with the
      * card it replaces when it is a reissue to a new number - that
      * old card is still live until this one is activated. An 'N'
      * card with no usable issue date is listed as well, flagged,
      * since nothing can say how long it has been waiting.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- STIPCFG is read-only here, just for the activation-days
      *-- setting.
           SELECT STIPCFG-FILE ASSIGN TO "STIPCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STIPCFG-STATUS.
           SELECT CARDMAST-FILE ASSIGN TO "CARDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDMAST-STATUS.

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
      *--     Read by other programs - carried so every STIPCFG
      *--     reader shares one record layout.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
      *--     Days a card may sit issued but not activated before
      *--     this report lists it.
           05 CFG-PRESENT-DAYS         PIC 9(3).
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
      *--     Clearing-match settings, read by CLRMATCH.
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

       FD  CARDMAST-FILE.
       01  CARDMAST-RECORD.
           05 CM-PAN                   PIC X(19).
           05 CM-STATUS                PIC X(1).
      *--     A = Active, L = Lost, S = Stolen, C = Closed,
      *--     N = Not yet activated
           05 CM-PIN-VER-VALUE         PIC X(4).
           05 CM-CVV                   PIC X(3).
           05 CM-BILLING-ZIP           PIC X(9).
           05 CM-EXPIRY-DATE           PIC X(4).
           05 CM-ISSUE-DATE            PIC X(8).
      *--     YYYYMMDD the card was issued by CARDMAINT.
           05 CM-ISSUE-DATE-NUM REDEFINES CM-ISSUE-DATE
                                       PIC 9(8).
           05 CM-REPLACES-PAN          PIC X(19).
      *--     On a reissue to a new number, the card this one
      *--     replaces.

       WORKING-STORAGE SECTION.
       01  WS-STIPCFG-STATUS          PIC X(2).
       01  WS-CARDMAST-STATUS         PIC X(2).

      *-- Defaulted below, overridden from STIPCFG when present, the
      *-- same way HOLDPURGE's purge age is.
       01  WS-ACTIVATION-DAYS         PIC 9(3) VALUE 14.

      ******************************************************************
      * REPORT WORK AREA
      ******************************************************************
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(9).
       01  WS-ISSUE-INT               PIC 9(9).
       01  WS-CARD-AGE-DAYS           PIC S9(5).
       01  WS-CARD-AGE-DISP           PIC ZZZZ9.

       01  WS-CARDS-READ              PIC 9(5) VALUE 0.
       01  WS-CARDS-AWAITING          PIC 9(5) VALUE 0.
       01  WS-CARDS-OVERDUE           PIC 9(5) VALUE 0.
       01  WS-CARDS-NO-DATE           PIC 9(5) VALUE 0.
       01  WS-CARDS-OLD-LIVE          PIC 9(5) VALUE 0.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   CARDACTV: CARDS ISSUED BUT NOT ACTIVATED".
           DISPLAY "=================================================".

           PERFORM 1000-LOAD-CONFIG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM 2000-SCAN-CARDMAST.

           DISPLAY " ".
           DISPLAY "Cards read:                   " WS-CARDS-READ.
           DISPLAY "Awaiting activation:          " WS-CARDS-AWAITING.
           DISPLAY "Not activated past the limit: " WS-CARDS-OVERDUE.
           DISPLAY "  of which no issue date:     " WS-CARDS-NO-DATE.
           DISPLAY "  of which old card still on: " WS-CARDS-OLD-LIVE.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-LOAD-CONFIG
      * A missing STIPCFG, or one written before CFG-ACTIVATION-DAYS
      * existed, leaves the built-in default in effect - the same
      * degrade-gracefully convention HOLDPURGE's 1000-LOAD-CONFIG
      * uses. Zero is treated as "not set".
      ******************************************************************
       1000-LOAD-CONFIG.
           OPEN INPUT STIPCFG-FILE.
           IF WS-STIPCFG-STATUS = "35"
               DISPLAY "STIPCFG not found - default of "
                   WS-ACTIVATION-DAYS " days in effect"
           ELSE
               READ STIPCFG-FILE
                   AT END
                       DISPLAY "STIPCFG empty - default of "
                           WS-ACTIVATION-DAYS " days in effect"
                   NOT AT END
                       IF CFG-ACTIVATION-DAYS IS NUMERIC
                               AND CFG-ACTIVATION-DAYS > 0
                           MOVE CFG-ACTIVATION-DAYS
                               TO WS-ACTIVATION-DAYS
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.
           DISPLAY "Listing cards not activated within "
               WS-ACTIVATION-DAYS " days of issue.".
           DISPLAY " ".

      ******************************************************************
      * 2000-SCAN-CARDMAST
      ******************************************************************
       2000-SCAN-CARDMAST.
           OPEN INPUT CARDMAST-FILE.
           IF WS-CARDMAST-STATUS = "35"
               DISPLAY "CARDMAST not found - nothing to report"
           ELSE
               PERFORM UNTIL WS-CARDMAST-STATUS = "10"
                   READ CARDMAST-FILE
                       AT END
                           MOVE "10" TO WS-CARDMAST-STATUS
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           IF CM-STATUS = "N"
                               ADD 1 TO WS-CARDS-AWAITING
                               PERFORM 2100-CHECK-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARDMAST-FILE
           END-IF.

      ******************************************************************
      * 2100-CHECK-ONE-CARD
      * An issue date that is not numeric cannot be aged, so the card
      * is listed rather than silently passed over.
      ******************************************************************
       2100-CHECK-ONE-CARD.
           IF CM-ISSUE-DATE-NUM IS NOT NUMERIC
               ADD 1 TO WS-CARDS-OVERDUE
               ADD 1 TO WS-CARDS-NO-DATE
               DISPLAY "NO DATE  PAN " CM-PAN
                   " issue date unknown"
               PERFORM 2200-SHOW-REPLACED-CARD
           ELSE
               COMPUTE WS-ISSUE-INT =
                   FUNCTION INTEGER-OF-DATE(CM-ISSUE-DATE-NUM)
               COMPUTE WS-CARD-AGE-DAYS = WS-TODAY-INT - WS-ISSUE-INT
               IF WS-CARD-AGE-DAYS > WS-ACTIVATION-DAYS
                   ADD 1 TO WS-CARDS-OVERDUE
                   MOVE WS-CARD-AGE-DAYS TO WS-CARD-AGE-DISP
                   DISPLAY "OVERDUE  PAN " CM-PAN
                       " issued " CM-ISSUE-DATE
                       " days waiting " WS-CARD-AGE-DISP
                   PERFORM 2200-SHOW-REPLACED-CARD
               END-IF
           END-IF.

      ******************************************************************
      * 2200-SHOW-REPLACED-CARD
      ******************************************************************
       2200-SHOW-REPLACED-CARD.
           IF CM-REPLACES-PAN NOT = SPACES
               ADD 1 TO WS-CARDS-OLD-LIVE
               DISPLAY "         replaces PAN " CM-REPLACES-PAN
                   " - still live until this card is activated"
           END-IF.
