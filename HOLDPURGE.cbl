      * HOLDS has no ISAM/VSAM handler in this runtime (same
      * limitation noted in ISSAUTH.cbl), so it is loaded whole into a
      * table and rewritten in full, the same pattern ISSAUTH uses.
      *
      * UPDATE: the end-of-day driver EODRUN CALLs this program, so
      * it now ends with GOBACK (the same as STOP RUN when it is run
      * on its own) and sets a completion code of 8 when the table
      * overflow refuses the purge, 0 otherwise.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 CFG-DUAL-CTL-AMOUNT      PIC 9(10)V99.
      *--     Read by ISSAUTH and CHGBACK respectively - carried so
      *--     every STIPCFG reader shares one record layout.
           05 CFG-CASH-DAILY-LIMIT     PIC 9(10)V99.
      *--     Per-card daily ATM cash limit - read by ISSAUTH,
      *--     carried so every STIPCFG reader shares one layout.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
      *--     Days a card may sit issued but not activated - read
      *--     by CARDACTV, carried so every STIPCFG reader shares
      *--     one layout.
           05 CFG-PRESENT-DAYS         PIC 9(3).
      *--     Days an approval may go unpresented before CLRMATCH
      *--     reports it.
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
      *--     Percent a presentment may differ from the approved
      *--     amount before CLRMATCH reports it.
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

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
               DISPLAY "REFUSED: HOLDS holds more than 500 records "
                   "- table too small, nothing purged, file left "
                   "untouched."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-PURGE-EXPIRED-HOLDS.

               " for " WS-RELEASED-AMOUNT.
           DISPLAY "Holds kept:     " WS-HOLDS-KEPT.
           DISPLAY "=================================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-CONFIG
