       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFEXT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Daily cardholder notification extract. ISSAUTH, CARDMAINT and
      * FRDREVIEW append every alertable event to NOTIFEVT as it
      * happens - large approvals, declines, overdraft fees, low
      * balances, card status changes. This job turns the day's
      * events into the file the SMS/email vendor takes, NOTIFOUT:
      *   - an 'H' header carrying the run date and the time the
      *     file was built;
      *   - one 'D' detail per event the cardholder has not opted out
      *     of, numbered from 1, with the PAN masked to its first six
      *     and last four digits - the vendor addresses the message by
      *     account number and never needs the full card number;
      *   - a 'T' trailer with the control totals - detail count,
      *     amount total, and the count of each event type - which
      *     the vendor checks the file against before sending.
      * The opt-outs are the cardholder's NOTIFPRF record, read
      * through KEYIO by PAN and maintained by CARDMAINT's NOTIFY
      * action. A card with no record, or a blank flag, receives
      * every alert.
      *
      * Every event read is also appended to NOTIFHST with the run
      * date and what became of it - S sent, O opted out, X an event
      * type this job does not know - so a cardholder's "why was I
      * not told" can be answered after NOTIFEVT is emptied.
      *
      * Only then is NOTIFEVT rewritten, keeping just the events
      * appended after this job read its last one. Copy-then-truncate
      * ordering, as in TLOGARCH: a run that dies before the rewrite
      * leaves NOTIFEVT whole, and the rerun rebuilds NOTIFOUT from
      * it - the worst a crash can do is repeat events in NOTIFHST.
      *
      * The run date (YYYYMMDD) may be given as the first input line;
      * left empty, today is used.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFEVT-FILE ASSIGN TO "NOTIFEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFEVT-STATUS.
      *-- NOTIFOUT is the vendor file - rebuilt whole every run.
           SELECT NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFOUT-STATUS.
      *-- NOTIFHST accumulates every run's events, opened EXTEND.
           SELECT NOTIFHST-FILE ASSIGN TO "NOTIFHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- Same layout as ISSAUTH's NOTIFEVT-RECORD.
       FD  NOTIFEVT-FILE.
       01  NOTIFEVT-RECORD.
           05 NE-EVENT-TYPE            PIC X(8).
           05 NE-PAN                   PIC X(19).
           05 NE-ACCT-NO               PIC X(19).
           05 NE-AMOUNT                PIC 9(10)V99.
           05 NE-BALANCE               PIC S9(10)V99.
           05 NE-MERCHANT-NAME         PIC X(25).
           05 NE-TIMESTAMP             PIC X(14).
           05 NE-REASON                PIC X(40).
           05 NE-SOURCE                PIC X(9).

       FD  NOTIFOUT-FILE.
       01  NOTIFOUT-RECORD.
           05 NO-REC-TYPE              PIC X(1).
      *--     H = header, D = detail (one alert), T = trailer.
           05 NO-DATA                  PIC X(157).
           05 NO-HEADER REDEFINES NO-DATA.
              10 NO-HDR-FILE-ID        PIC X(8).
              10 NO-HDR-RUN-DATE       PIC 9(8).
              10 NO-HDR-CREATE-DATE    PIC 9(8).
              10 NO-HDR-CREATE-TIME    PIC 9(6).
              10 FILLER                PIC X(127).
           05 NO-DETAIL REDEFINES NO-DATA.
              10 NO-SEQ                PIC 9(7).
              10 NO-EVENT-TYPE         PIC X(8).
              10 NO-PAN-MASKED         PIC X(19).
              10 NO-ACCT-NO            PIC X(19).
              10 NO-AMOUNT             PIC 9(10)V99.
              10 NO-BALANCE-SIGN       PIC X(1).
              10 NO-BALANCE            PIC 9(10)V99.
      *--        Unsigned with a separate +/- byte - the vendor's
      *--        format carries no overpunched signs.
              10 NO-MERCHANT-NAME      PIC X(25).
              10 NO-TIMESTAMP          PIC X(14).
              10 NO-MESSAGE            PIC X(40).
           05 NO-TRAILER REDEFINES NO-DATA.
              10 NO-TRL-DETAIL-COUNT   PIC 9(7).
              10 NO-TRL-AMOUNT-TOTAL   PIC 9(12)V99.
              10 NO-TRL-TYPE-COUNT     PIC 9(7) OCCURS 5 TIMES.
      *--        LARGEAPR, DECLINE, ODFEE, LOWBAL, CARDSTAT.
              10 FILLER                PIC X(101).

       FD  NOTIFHST-FILE.
       01  NOTIFHST-RECORD.
           05 NH-RUN-DATE              PIC 9(8).
           05 NH-DISPOSITION           PIC X(1).
      *--     S = sent to the vendor, O = cardholder opted out,
      *--     X = unknown event type, not sent.
           05 NH-EVENT                 PIC X(158).
      *--     The NOTIFEVT record image.

       WORKING-STORAGE SECTION.
       01  WS-NOTIFEVT-STATUS         PIC X(2).
       01  WS-NOTIFOUT-STATUS         PIC X(2).
       01  WS-NOTIFHST-STATUS         PIC X(2).

      ******************************************************************
      * RUN DATE
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-TIME-NOW                PIC 9(8).

      ******************************************************************
      * EVENT TYPES - in opt-flag order on NOTIFPRF.
      ******************************************************************
       01  WS-TYPE-NAMES-INIT         PIC X(40) VALUE
           "LARGEAPRDECLINE ODFEE   LOWBAL  CARDSTAT".
       01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-INIT.
           05 WS-TYPE-NAME            PIC X(8) OCCURS 5 TIMES.
       01  WS-TYPE-IDX                PIC 9(1).
       01  WS-EVENT-TYPE-IDX          PIC 9(1).

      ******************************************************************
      * KEYIO REQUEST AREA - see KEYIO.cbl for the calling convention
      * and status codes.
      ******************************************************************
       01  WS-KEYIO-REQUEST.
           05 WS-KIO-FILE-ID          PIC X(8).
           05 WS-KIO-FUNCTION         PIC X(1).
           05 WS-KIO-KEY              PIC X(19).
           05 WS-KIO-STATUS           PIC X(2).
       01  WS-KIO-RECORD              PIC X(100).
       01  WS-KIO-NOTIFPRF-REC REDEFINES WS-KIO-RECORD.
           05 KN-PAN                  PIC X(19).
           05 KN-OPT-FLAG             PIC X(1) OCCURS 5 TIMES.
      *--     Y (or blank) = send, N = opted out.
           05 KN-LARGE-AMOUNT         PIC 9(10)V99.
           05 KN-LOWBAL-AMOUNT        PIC 9(10)V99.
           05 FILLER                  PIC X(52).

      ******************************************************************
      * EVENT WORK AREA
      ******************************************************************
       01  WS-EOF-SW                  PIC X(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.
       01  WS-DISPOSITION             PIC X(1).
       01  WS-PAN-LEN                 PIC 9(2).
       01  WS-MASK-IDX                PIC 9(2).
       01  WS-MASK-END                PIC 9(2).
       01  WS-BALANCE-ABS             PIC 9(10)V99.

      ******************************************************************
      * SURVIVOR TABLE - events appended to NOTIFEVT while this run
      * was reading it, carried across the rewrite. An overflow
      * leaves NOTIFEVT untouched rather than lose any of them.
      ******************************************************************
       01  WS-KEEP-TABLE-AREA.
           05 WS-KEEP-ENTRY OCCURS 500 TIMES INDEXED BY WS-KEEP-IDX.
              10 WS-KEEP-RECORD        PIC X(158).
       01  WS-KEEP-COUNT              PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT              PIC 9(7) VALUE 0.
       01  WS-KEEP-OVERFLOW-SW        PIC X(1) VALUE 'N'.
           88 WS-KEEP-OVERFLOW                 VALUE 'Y'.

      ******************************************************************
      * CONTROL TOTALS
      ******************************************************************
       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
       01  WS-OPTOUT-COUNT            PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT           PIC 9(7) VALUE 0.
       01  WS-AMOUNT-TOTAL            PIC 9(12)V99 VALUE 0.
       01  WS-TYPE-TOTALS.
           05 WS-TYPE-SENT            PIC 9(7) OCCURS 5 TIMES.
           05 WS-TYPE-OPTOUT          PIC 9(7) OCCURS 5 TIMES.
       01  WS-AMOUNT-DISP             PIC Z(11)9.99.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   NOTIFEXT: CARDHOLDER NOTIFICATION EXTRACT".
           DISPLAY "=================================================".

           PERFORM 1000-SET-RUN-DATE.
           INITIALIZE WS-TYPE-TOTALS.

           PERFORM 2000-WRITE-HEADER.
           PERFORM 3000-EXTRACT-EVENTS.
           PERFORM 4000-WRITE-TRAILER.
           PERFORM 5000-ROTATE-NOTIFEVT.
           PERFORM 6000-PRINT-TOTALS.

           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-SET-RUN-DATE
      ******************************************************************
       1000-SET-RUN-DATE.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Run date " WS-RUN-DATE.

      ******************************************************************
      * 2000-WRITE-HEADER
      * Opens the vendor file and writes its header. The file is
      * built every run, even with no events, so the vendor always
      * receives one.
      ******************************************************************
       2000-WRITE-HEADER.
           OPEN OUTPUT NOTIFOUT-FILE.
           MOVE SPACES TO NOTIFOUT-RECORD.
           MOVE "H" TO NO-REC-TYPE.
           MOVE "NOTIFOUT" TO NO-HDR-FILE-ID.
           MOVE WS-RUN-DATE TO NO-HDR-RUN-DATE.
           ACCEPT NO-HDR-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO NO-HDR-CREATE-TIME.
           WRITE NOTIFOUT-RECORD.

      ******************************************************************
      * 3000-EXTRACT-EVENTS
      * One pass over NOTIFEVT: each event is sent or suppressed, and
      * recorded on NOTIFHST either way. A missing NOTIFEVT means
      * nothing happened worth telling anyone about.
      ******************************************************************
       3000-EXTRACT-EVENTS.
           OPEN INPUT NOTIFEVT-FILE.
           IF WS-NOTIFEVT-STATUS = "35"
               DISPLAY "NOTIFEVT not found - no events to extract"
           ELSE
               OPEN EXTEND NOTIFHST-FILE
               IF WS-NOTIFHST-STATUS = "35"
                   CLOSE NOTIFHST-FILE
                   OPEN OUTPUT NOTIFHST-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ NOTIFEVT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 3100-PROCESS-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE NOTIFHST-FILE
               CLOSE NOTIFEVT-FILE
           END-IF.

      ******************************************************************
      * 3100-PROCESS-ONE-EVENT
      ******************************************************************
       3100-PROCESS-ONE-EVENT.
           MOVE 0 TO WS-EVENT-TYPE-IDX.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               IF NE-EVENT-TYPE = WS-TYPE-NAME(WS-TYPE-IDX)
                   MOVE WS-TYPE-IDX TO WS-EVENT-TYPE-IDX
               END-IF
           END-PERFORM.

           IF WS-EVENT-TYPE-IDX = 0
               MOVE "X" TO WS-DISPOSITION
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY "WARNING: unknown event type '" NE-EVENT-TYPE
                   "' for PAN " NE-PAN " - not sent"
           ELSE
               PERFORM 3200-CHECK-OPT-OUT
               IF WS-DISPOSITION = "S"
                   PERFORM 3300-WRITE-DETAIL
                   ADD 1 TO WS-TYPE-SENT(WS-EVENT-TYPE-IDX)
               ELSE
                   ADD 1 TO WS-OPTOUT-COUNT
                   ADD 1 TO WS-TYPE-OPTOUT(WS-EVENT-TYPE-IDX)
               END-IF
           END-IF.

           MOVE WS-RUN-DATE TO NH-RUN-DATE.
           MOVE WS-DISPOSITION TO NH-DISPOSITION.
           MOVE NOTIFEVT-RECORD TO NH-EVENT.
           WRITE NOTIFHST-RECORD.

      ******************************************************************
      * 3200-CHECK-OPT-OUT
      * S unless the cardholder's NOTIFPRF flag for this event type
      * is N. No record, or no NOTIFPRF file at all, means send.
      ******************************************************************
       3200-CHECK-OPT-OUT.
           MOVE "S" TO WS-DISPOSITION.
           MOVE "NOTIFPRF" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE NE-PAN TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS = "00"
               IF KN-OPT-FLAG(WS-EVENT-TYPE-IDX) = "N"
                   MOVE "O" TO WS-DISPOSITION
               END-IF
           END-IF.

      ******************************************************************
      * 3300-WRITE-DETAIL
      ******************************************************************
       3300-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD NE-AMOUNT TO WS-AMOUNT-TOTAL.

           MOVE SPACES TO NOTIFOUT-RECORD.
           MOVE "D" TO NO-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO NO-SEQ.
           MOVE NE-EVENT-TYPE TO NO-EVENT-TYPE.
           PERFORM 3400-MASK-PAN.
           MOVE NE-ACCT-NO TO NO-ACCT-NO.
           MOVE NE-AMOUNT TO NO-AMOUNT.
           IF NE-BALANCE < 0
               MOVE "-" TO NO-BALANCE-SIGN
               COMPUTE WS-BALANCE-ABS = 0 - NE-BALANCE
           ELSE
               MOVE "+" TO NO-BALANCE-SIGN
               MOVE NE-BALANCE TO WS-BALANCE-ABS
           END-IF.
           MOVE WS-BALANCE-ABS TO NO-BALANCE.
           MOVE NE-MERCHANT-NAME TO NO-MERCHANT-NAME.
           MOVE NE-TIMESTAMP TO NO-TIMESTAMP.
           MOVE NE-REASON TO NO-MESSAGE.
           WRITE NOTIFOUT-RECORD.

      ******************************************************************
      * 3400-MASK-PAN
      * Copies the PAN to the detail with everything between its
      * first six and last four digits replaced by '*'. A PAN too
      * short to have a middle goes across as it is.
      ******************************************************************
       3400-MASK-PAN.
           MOVE NE-PAN TO NO-PAN-MASKED.
           MOVE 19 TO WS-PAN-LEN.
           PERFORM UNTIL WS-PAN-LEN = 0
                   OR NE-PAN(WS-PAN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PAN-LEN
           END-PERFORM.
           IF WS-PAN-LEN > 10
               COMPUTE WS-MASK-END = WS-PAN-LEN - 4
               PERFORM VARYING WS-MASK-IDX FROM 7 BY 1
                       UNTIL WS-MASK-IDX > WS-MASK-END
                   MOVE "*" TO NO-PAN-MASKED(WS-MASK-IDX:1)
               END-PERFORM
           END-IF.

      ******************************************************************
      * 4000-WRITE-TRAILER
      ******************************************************************
       4000-WRITE-TRAILER.
           MOVE SPACES TO NOTIFOUT-RECORD.
           MOVE "T" TO NO-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO NO-TRL-DETAIL-COUNT.
           MOVE WS-AMOUNT-TOTAL TO NO-TRL-AMOUNT-TOTAL.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               MOVE WS-TYPE-SENT(WS-TYPE-IDX)
                   TO NO-TRL-TYPE-COUNT(WS-TYPE-IDX)
           END-PERFORM.
           WRITE NOTIFOUT-RECORD.
           CLOSE NOTIFOUT-FILE.

      ******************************************************************
      * 5000-ROTATE-NOTIFEVT
      * Rewrites NOTIFEVT with only what was appended after the
      * extract pass read its last event - NOTIFOUT and NOTIFHST are
      * both closed by now, so nothing extracted can be lost.
      ******************************************************************
       5000-ROTATE-NOTIFEVT.
           IF WS-READ-COUNT = 0
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-LOAD-SURVIVORS.
           IF WS-KEEP-OVERFLOW
               DISPLAY "REFUSED: more than 500 events arrived during "
                   "the extract - NOTIFEVT left untouched; the next "
                   "run will send today's events again."
               GO TO 5000-EXIT
           END-IF.

           OPEN OUTPUT NOTIFEVT-FILE.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-RECORD(WS-KEEP-IDX) TO NOTIFEVT-RECORD
               WRITE NOTIFEVT-RECORD
           END-PERFORM.
           CLOSE NOTIFEVT-FILE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-LOAD-SURVIVORS
      * Skips the WS-READ-COUNT events already extracted and loads
      * the rest.
      ******************************************************************
       5100-LOAD-SURVIVORS.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-SKIP-COUNT.
           MOVE 'N' TO WS-KEEP-OVERFLOW-SW.
           OPEN INPUT NOTIFEVT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ NOTIFEVT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-SKIP-COUNT < WS-READ-COUNT
                           ADD 1 TO WS-SKIP-COUNT
                       ELSE
                           IF WS-KEEP-COUNT < 500
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE NOTIFEVT-RECORD
                                   TO WS-KEEP-RECORD(WS-KEEP-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-KEEP-OVERFLOW-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFEVT-FILE.

      ******************************************************************
      * 6000-PRINT-TOTALS
      ******************************************************************
       6000-PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "Events read:             " WS-READ-COUNT.
           DISPLAY "Alerts extracted:        " WS-DETAIL-COUNT.
           DISPLAY "Suppressed (opted out):  " WS-OPTOUT-COUNT.
           DISPLAY "Unknown type (not sent): " WS-UNKNOWN-COUNT.
           MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY "Amount control total:    " WS-AMOUNT-DISP.
           DISPLAY " ".
           DISPLAY "Type        Sent  Opted out".
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               DISPLAY WS-TYPE-NAME(WS-TYPE-IDX) " "
                   WS-TYPE-SENT(WS-TYPE-IDX) " "
                   WS-TYPE-OPTOUT(WS-TYPE-IDX)
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Events carried to the next run: " WS-KEEP-COUNT.
