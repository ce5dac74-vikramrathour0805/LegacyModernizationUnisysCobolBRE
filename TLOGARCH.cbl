      * CHGBACK's 3150-LOOKUP-ARCHIVE reads TRANARCH's 'D' records,
      * so a dispute arriving weeks after its window closed still
      * finds the purchase.
      *
      * UPDATE: the end-of-day driver EODRUN CALLs this program, so
      * it now ends with GOBACK (the same as STOP RUN when it is run
      * on its own) and sets a completion code: 8 when a gate or the
      * capacity check refuses the archive, 0 otherwise - including
      * a night with no closed window to archive.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 TL-TERM-ID               PIC X(8).
           05 TL-ORIG-STAN             PIC X(6).
           05 TL-LOG-DATE              PIC 9(8).
           05 TL-FROM-ACCT             PIC X(19).
           05 TL-TO-ACCT               PIC X(19).
           05 TL-RRN                   PIC X(12).
      *--     DE37 retrieval reference number - CLRMATCH matches the
      *--     acquirer's clearing presentments on it.
           05 TL-ROUTE                 PIC X(1).
           05 TL-NETWORK-ID            PIC X(4).
      *--     'O' on-us, 'F' off-us via the card network in
      *--     TL-NETWORK-ID; blank (no card, or logged before
      *--     BIN routing) counts as on-us.

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
      *--     D = archived TRANLOG record, T = control trailer
      *--     closing out one archive run.
           05 AR-DATA                  PIC X(154).
      *--     On a 'D' record, the TRANLOG record image, field for
      *--     field. On a 'T' record, the trailer layout below.
      *--     Tracks TRANLOG's record length - when TRANLOG grows
      *--     (most recently TL-ROUTE, 149 -> 154), an existing
      *--     TRANARCH must be converted with the same trailing
      *--     blanks per record before this job appends to it.
           05 AR-TRAILER REDEFINES AR-DATA.
              10 AR-ARCH-DATE          PIC 9(8).
              10 AR-REC-COUNT          PIC 9(7).
              10 AR-AMOUNT-TOTAL       PIC 9(12)V99.
              10 FILLER                PIC X(125).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-PEEK-RECORD      PIC X(1).
      ******************************************************************
       01  WS-KEEP-TABLE-AREA.
           05 WS-KEEP-ENTRY OCCURS 500 TIMES INDEXED BY WS-KEEP-IDX.
              10 WS-KEEP-RECORD        PIC X(154).
       01  WS-KEEP-COUNT              PIC 9(5) VALUE 0.
       01  WS-KEEP-EXPECTED           PIC 9(9) VALUE 0.

           PERFORM 1000-CHECK-SETTLEMENT-GATE.
           IF NOT WS-GATE-OK
               DISPLAY "Nothing archived."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-FIND-ARCHIVE-BOUNDARY.
           IF WS-ARCHIVE-THRU = 0
               DISPLAY "No closed settlement window on TRANLOG - "
                   "nothing to archive."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

      *-- Capacity gate BEFORE anything is written: the first pass
               DISPLAY "ABORT: " WS-KEEP-EXPECTED " records would "
                   "remain live (survivor table holds 500) - "
                   "TRANLOG and TRANARCH left untouched."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-COPY-TO-ARCHIVE.
           DISPLAY "Amount control total:  " WS-ARCH-AMOUNT-TOTAL.
           DISPLAY "Records left live:     " WS-KEEP-COUNT.
           DISPLAY "=================================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * 1000-CHECK-SETTLEMENT-GATE
