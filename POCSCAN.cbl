       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCSCAN.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Point-of-compromise analysis. FRDREVIEW confirms fraud one card
      * at a time; this job looks across all of them for the place
      * the cards were skimmed. It takes every card an analyst marked
      * confirmed fraud ('F') on FRDALERT with an alert dated in the
      * requested range, and:
      *   - pulls each card's approved history from TRANLOG and the
      *     TRANLOG archive (TRANARCH 'D' records) - every approved
      *     (00/10) authorization or financial response (0110/0210/
      *     0230) other than a merchant refund - in the look-back
      *     window BEFORE the card's first fraud date: the visits
      *     where it could have been compromised;
      *   - ranks the merchants and the terminals those visits went
      *     through by how many DIFFERENT compromised cards passed
      *     through each. The top WS-TOP-SUSPECTS of each with at
      *     least WS-MIN-CARDS compromised cards are the suspects -
      *     one card alone proves nothing;
      *   - for each suspect, lists every OTHER card approved there
      *     within the suspect's exposure window - from the first to
      *     the last day a compromised card was there - as at risk.
      * An at-risk card is checked on CARDMAST through KEYIO: one
      * already Lost, Stolen or Closed needs nothing further, and one
      * not on CARDMAST belongs to another issuer and is only listed.
      *
      * When asked, the at-risk cards still in service are written to
      * POCREISS as REISSUE actions in the CARDACTS layout, reason
      * naming the suspect. Card production completes each one - the
      * replacement PAN, PIN verification value, CVV, zip and expiry
      * - and submits the file to CARDMAINT as CARDACTS; this job
      * never mints credentials itself. POCREISS is rebuilt whole on
      * every run that writes it.
      *
      * In-stream input, one item per line:
      *   - first alert date (YYYYMMDD) - required, the run refuses to
      *     start without it;
      *   - last alert date (YYYYMMDD) - empty for today;
      *   - look-back days before each first fraud date, three
      *     digits (060) - empty for WS-LOOKBACK-DAYS' default;
      *   - Y to write POCREISS - anything else reports only.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRDALERT-FILE ASSIGN TO "FRDALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRDALERT-STATUS.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.
      *-- MERCHMAST and TERMMAST are read only for the names printed
      *-- against the suspects.
           SELECT MERCHMAST-FILE ASSIGN TO "MERCHMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCHMAST-STATUS.
           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMMAST-STATUS.
      *-- POCREISS is a CARDACTS-layout REISSUE batch, rebuilt whole.
           SELECT POCREISS-FILE ASSIGN TO "POCREISS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POCREISS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- Same layout as ISSAUTH's and FRDREVIEW's FRDALERT-RECORD.
       FD  FRDALERT-FILE.
       01  FRDALERT-RECORD.
           05 FA-PAN                   PIC X(19).
           05 FA-STAN                  PIC X(6).
           05 FA-AMOUNT                PIC 9(10)V99.
           05 FA-TERM-ID               PIC X(8).
           05 FA-SCORE                 PIC 9(4).
           05 FA-HOUR-FACTOR           PIC X(1).
           05 FA-AMOUNT-FACTOR         PIC X(1).
           05 FA-TERM-FACTOR           PIC X(1).
           05 FA-TIMESTAMP             PIC X(14).
           05 FA-STATUS                PIC X(1).
      *--     N = new, F = confirmed fraud, P = false positive,
      *--     W = watch.

      *-- TRANLOG and TRANARCH records are both examined through the
      *-- one TRANLOG layout in WS-TL-WORK below.
       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD              PIC X(154).

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
      *--     D = archived TRANLOG record, T = control trailer.
           05 AR-DATA                  PIC X(154).

       FD  MERCHMAST-FILE.
       01  MERCHMAST-RECORD.
           05 MM-MERCHANT-ID           PIC X(15).
           05 MM-STATUS                PIC X(1).
           05 MM-NAME                  PIC X(25).
           05 MM-MCC                   PIC X(4).

       FD  TERMMAST-FILE.
       01  TERMMAST-RECORD.
           05 TM-TERM-ID               PIC X(8).
           05 TM-STATUS                PIC X(1).
           05 TM-LOCATION              PIC X(25).
           05 TM-TERM-TYPE             PIC X(1).

      *-- Same layout as CARDMAINT's CARDACTS-RECORD.
       FD  POCREISS-FILE.
       01  POCREISS-RECORD.
           05 CA-ACTION                PIC X(7).
           05 CA-PAN                   PIC X(19).
           05 CA-NEW-STATUS            PIC X(1).
           05 CA-PIN-VER-VALUE         PIC X(4).
           05 CA-CVV                   PIC X(3).
           05 CA-BILLING-ZIP           PIC X(9).
           05 CA-REASON                PIC X(30).
           05 CA-EXPIRY                PIC X(4).
           05 CA-OPERATOR-ID           PIC X(8).
           05 CA-NEW-PAN               PIC X(19).
           05 CA-CTL-BLOCKED-MCC       PIC X(4) OCCURS 5 TIMES.
           05 CA-CTL-CNP-BLOCK         PIC X(1).
           05 CA-CTL-TXN-MAX           PIC 9(10)V99.
           05 CA-NTF-OPT               PIC X(1) OCCURS 5 TIMES.
           05 CA-NTF-LARGE-AMT         PIC 9(10)V99.
           05 CA-NTF-LOWBAL-AMT        PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-FRDALERT-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS          PIC X(2).
       01  WS-TRANARCH-STATUS         PIC X(2).
       01  WS-MERCHMAST-STATUS        PIC X(2).
       01  WS-TERMMAST-STATUS         PIC X(2).
       01  WS-POCREISS-STATUS         PIC X(2).

      *-- Defaults. The look-back may be overridden on the input.
       01  WS-LOOKBACK-DAYS           PIC 9(3) VALUE 90.
       01  WS-TOP-SUSPECTS            PIC 9(2) VALUE 5.
       01  WS-MIN-CARDS               PIC 9(3) VALUE 2.

      ******************************************************************
      * RUN PARAMETERS
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-DAYS-INPUT              PIC X(3).
       01  WS-REISSUE-INPUT           PIC X(1).
           88 WS-WRITE-REISSUE                 VALUE 'Y' 'y'.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-DATE-INT                PIC 9(9).

      ******************************************************************
      * COMPROMISED CARD TABLE - one entry per card confirmed fraud in
      * the range, with its first fraud date and the start of its
      * look-back window.
      ******************************************************************
       01  WS-CP-TABLE-AREA.
           05 WS-CP-ENTRY OCCURS 200 TIMES INDEXED BY WS-CP-IDX.
              10 WS-CP-PAN             PIC X(19).
              10 WS-CP-FRAUD-DATE      PIC 9(8).
              10 WS-CP-WINDOW-START    PIC 9(8).
              10 WS-CP-VISITS          PIC 9(5).
       01  WS-CP-COUNT                PIC 9(5) VALUE 0.
       01  WS-CP-FOUND-IDX            PIC 9(5).

      ******************************************************************
      * POINT TABLE - every merchant (type M) and terminal (type T) a
      * compromised card was approved at in its look-back window,
      * with the number of different compromised cards seen there and
      * the first and last day one was. WS-PT-RANK is the point's
      * place among the suspects of its type, zero if not one.
      ******************************************************************
       01  WS-PT-TABLE-AREA.
           05 WS-PT-ENTRY OCCURS 500 TIMES INDEXED BY WS-PT-IDX.
              10 WS-PT-TYPE            PIC X(1).
              10 WS-PT-ID              PIC X(15).
              10 WS-PT-CARDS           PIC 9(5).
              10 WS-PT-FIRST-VISIT     PIC 9(8).
              10 WS-PT-LAST-VISIT      PIC 9(8).
              10 WS-PT-RANK            PIC 9(2).
              10 WS-PT-AT-RISK         PIC 9(5).
       01  WS-PT-COUNT                PIC 9(5) VALUE 0.
       01  WS-PT-FOUND-IDX            PIC 9(5).

      ******************************************************************
      * POINT/CARD PAIRS - which compromised cards have already been
      * counted at which point, so a card that shopped somewhere ten
      * times counts there once.
      ******************************************************************
       01  WS-PV-TABLE-AREA.
           05 WS-PV-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PV-IDX.
              10 WS-PV-PT              PIC 9(5).
              10 WS-PV-CP              PIC 9(5).
       01  WS-PV-COUNT                PIC 9(5) VALUE 0.
       01  WS-PV-FOUND-SW             PIC X(1).
           88 WS-PV-FOUND                      VALUE 'Y'.

      *-- On when any of the three tables above filled - the run is
      *-- refused then: a card or a visit missed from a short load
      *-- would rank the wrong merchant first.
       01  WS-TABLE-OVERFLOW-SW       PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW                VALUE 'Y'.

      ******************************************************************
      * AT-RISK CARD TABLE - each other card seen at a suspect inside
      * its exposure window, with the first suspect it was seen at
      * and how many approvals it had at suspects in their windows.
      ******************************************************************
       01  WS-AR-TABLE-AREA.
           05 WS-AR-ENTRY OCCURS 500 TIMES INDEXED BY WS-AR-IDX.
              10 WS-AR-PAN             PIC X(19).
              10 WS-AR-PT              PIC 9(5).
              10 WS-AR-VISIT-DATE      PIC 9(8).
              10 WS-AR-VISITS          PIC 9(3).
       01  WS-AR-COUNT                PIC 9(5) VALUE 0.
       01  WS-AR-FOUND-SW             PIC X(1).
           88 WS-AR-FOUND                      VALUE 'Y'.
      *-- On when more at-risk cards were found than the table holds:
      *-- the list prints as far as it goes, and no POCREISS is
      *-- written - a partial reissue batch would look complete.
       01  WS-AR-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-AR-OVERFLOW                   VALUE 'Y'.

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
      * SCAN WORK AREA
      * WS-PASS-SW selects what each approved record is checked for:
      * pass 1 gathers the compromised cards' visits, pass 2 the
      * other cards seen at the suspects.
      ******************************************************************
       01  WS-PASS-SW                 PIC X(1) VALUE '1'.
           88 WS-PASS-HISTORY                  VALUE '1'.
           88 WS-PASS-AT-RISK                  VALUE '2'.
       01  WS-POINT-TYPE              PIC X(1).
       01  WS-POINT-ID                PIC X(15).
       01  WS-HISTORY-READ            PIC 9(7) VALUE 0.
       01  WS-HISTORY-USED            PIC 9(7) VALUE 0.

      ******************************************************************
      * RANKING WORK AREA
      ******************************************************************
       01  WS-RANK                    PIC 9(2).
       01  WS-BEST-IDX                PIC 9(5).
       01  WS-BEST-CARDS              PIC 9(5).
       01  WS-SUSPECT-COUNT           PIC 9(3) VALUE 0.

      ******************************************************************
      * KEYIO REQUEST AREA - see KEYIO.cbl for the calling convention
      * and status codes. The CARDMAST record layout overlays the
      * record buffer.
      ******************************************************************
       01  WS-KEYIO-REQUEST.
           05 WS-KIO-FILE-ID          PIC X(8).
           05 WS-KIO-FUNCTION         PIC X(1).
           05 WS-KIO-KEY              PIC X(19).
           05 WS-KIO-STATUS           PIC X(2).
       01  WS-KIO-RECORD              PIC X(100).
       01  WS-KIO-CARDMAST-REC REDEFINES WS-KIO-RECORD.
           05 KC-PAN                  PIC X(19).
           05 KC-STATUS               PIC X(1).
      *--     A = Active, L = Lost, S = Stolen, C = Closed,
      *--     N = Not yet activated (issued, not usable)
           05 FILLER                  PIC X(80).

      ******************************************************************
      * REPORT WORK AREA
      ******************************************************************
       01  WS-NAME                    PIC X(25).
       01  WS-CARD-DISPOSITION        PIC X(24).
       01  WS-REISSUE-SW              PIC X(1).
           88 WS-REISSUE-CARD                  VALUE 'Y'.
       01  WS-REISSUE-COUNT           PIC 9(5) VALUE 0.
       01  WS-OUT-OF-SERVICE          PIC 9(5) VALUE 0.
       01  WS-OTHER-ISSUER            PIC 9(5) VALUE 0.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   POCSCAN: POINT-OF-COMPROMISE ANALYSIS".
           DISPLAY "=================================================".

           PERFORM 1000-ACCEPT-PARAMETERS THRU 1000-EXIT.

           PERFORM 2000-LOAD-COMPROMISED-CARDS.
           IF WS-TABLE-OVERFLOW
               DISPLAY "REFUSED: more than 200 confirmed-fraud cards "
                   "in the range - narrow the dates."
               STOP RUN
           END-IF.
           IF WS-CP-COUNT = 0
               DISPLAY "No confirmed-fraud cards in the range - "
                   "nothing to analyze."
               STOP RUN
           END-IF.

           MOVE '1' TO WS-PASS-SW.
           PERFORM 3000-SCAN-TRANLOG.
           PERFORM 3100-SCAN-TRANARCH.
           IF WS-TABLE-OVERFLOW
               DISPLAY "REFUSED: more merchants, terminals or visits "
                   "than the tables hold - narrow the dates or the "
                   "look-back."
               STOP RUN
           END-IF.

           PERFORM 4000-PRINT-COMPROMISED-CARDS.
           PERFORM 4100-RANK-SUSPECTS.
           PERFORM 4200-PRINT-SUSPECTS.
           IF WS-SUSPECT-COUNT = 0
               DISPLAY " "
               DISPLAY "No merchant or terminal was common to "
                   WS-MIN-CARDS " or more compromised cards."
               DISPLAY "=============================================="
                   "==="
               STOP RUN
           END-IF.

           MOVE '2' TO WS-PASS-SW.
           PERFORM 3000-SCAN-TRANLOG.
           PERFORM 3100-SCAN-TRANARCH.

           PERFORM 5000-PRINT-AT-RISK-CARDS.

           DISPLAY " ".
           DISPLAY "Confirmed-fraud cards:     " WS-CP-COUNT.
           DISPLAY "History records used:      " WS-HISTORY-USED.
           DISPLAY "Suspects:                  " WS-SUSPECT-COUNT.
           DISPLAY "At-risk cards:             " WS-AR-COUNT.
           DISPLAY "  already out of service:  " WS-OUT-OF-SERVICE.
           DISPLAY "  other issuer:            " WS-OTHER-ISSUER.
           IF WS-WRITE-REISSUE
               DISPLAY "  REISSUE on POCREISS:     " WS-REISSUE-COUNT
           ELSE
               DISPLAY "  to reissue (unwritten):  " WS-REISSUE-COUNT
           END-IF.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-ACCEPT-PARAMETERS
      * The first alert date is required - without it the range would
      * be every fraud ever confirmed.
      ******************************************************************
       1000-ACCEPT-PARAMETERS.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "REFUSED: first alert date (YYYYMMDD) required "
                   "on the first input line."
               STOP RUN
           END-IF.
           MOVE WS-DATE-INPUT TO WS-FROM-DATE.

           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-TO-DATE
           ELSE
               ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "REFUSED: last alert date " WS-TO-DATE
                   " is before the first " WS-FROM-DATE
               STOP RUN
           END-IF.

           ACCEPT WS-DAYS-INPUT.
           IF WS-DAYS-INPUT IS NUMERIC AND WS-DAYS-INPUT > "000"
               MOVE WS-DAYS-INPUT TO WS-LOOKBACK-DAYS
           END-IF.

           ACCEPT WS-REISSUE-INPUT.

           DISPLAY "Fraud confirmed on alerts " WS-FROM-DATE
               " through " WS-TO-DATE.
           DISPLAY "History looked back " WS-LOOKBACK-DAYS
               " days from each card's first fraud date.".
           IF WS-WRITE-REISSUE
               DISPLAY "At-risk cards in service go to POCREISS."
           ELSE
               DISPLAY "Report only - POCREISS not written."
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-COMPROMISED-CARDS
      * A card with several confirmed alerts is loaded once, under its
      * earliest one - the first day it is known to have been used by
      * someone else.
      ******************************************************************
       2000-LOAD-COMPROMISED-CARDS.
           MOVE 0 TO WS-CP-COUNT.
           OPEN INPUT FRDALERT-FILE.
           IF WS-FRDALERT-STATUS = "35"
               DISPLAY "FRDALERT not found - no alerts queued yet"
           ELSE
               PERFORM UNTIL WS-FRDALERT-STATUS = "10"
                   READ FRDALERT-FILE
                       AT END
                           MOVE "10" TO WS-FRDALERT-STATUS
                       NOT AT END
                           IF FA-STATUS = "F"
                                   AND FA-TIMESTAMP(1:8) IS NUMERIC
                                   AND FA-TIMESTAMP(1:8) >= WS-FROM-DATE
                                   AND FA-TIMESTAMP(1:8) <= WS-TO-DATE
                               PERFORM 2100-ADD-COMPROMISED-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRDALERT-FILE
           END-IF.

      ******************************************************************
      * 2100-ADD-COMPROMISED-CARD
      ******************************************************************
       2100-ADD-COMPROMISED-CARD.
           MOVE 0 TO WS-CP-FOUND-IDX.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-PAN(WS-CP-IDX) = FA-PAN
                   SET WS-CP-FOUND-IDX TO WS-CP-IDX
               END-IF
           END-PERFORM.

           IF WS-CP-FOUND-IDX = 0
               IF WS-CP-COUNT < 200
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-CP-COUNT TO WS-CP-FOUND-IDX
                   MOVE FA-PAN TO WS-CP-PAN(WS-CP-COUNT)
                   MOVE FA-TIMESTAMP(1:8)
                       TO WS-CP-FRAUD-DATE(WS-CP-COUNT)
                   MOVE 0 TO WS-CP-VISITS(WS-CP-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
               END-IF
           ELSE
               IF FA-TIMESTAMP(1:8) < WS-CP-FRAUD-DATE(WS-CP-FOUND-IDX)
                   MOVE FA-TIMESTAMP(1:8)
                       TO WS-CP-FRAUD-DATE(WS-CP-FOUND-IDX)
               END-IF
           END-IF.

           IF WS-CP-FOUND-IDX > 0
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CP-FRAUD-DATE(WS-CP-FOUND-IDX))
                   - WS-LOOKBACK-DAYS
               COMPUTE WS-CP-WINDOW-START(WS-CP-FOUND-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

      ******************************************************************
      * 3000-SCAN-TRANLOG
      ******************************************************************
       3000-SCAN-TRANLOG.
           OPEN INPUT TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               IF WS-PASS-HISTORY
                   DISPLAY "TRANLOG not found - no live history "
                       "scanned"
               END-IF
           ELSE
               PERFORM UNTIL WS-TRANLOG-STATUS = "10"
                   READ TRANLOG-FILE
                       AT END
                           MOVE "10" TO WS-TRANLOG-STATUS
                       NOT AT END
                           MOVE TRANLOG-RECORD TO WS-TL-WORK
                           PERFORM 3050-CHECK-TRANLOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANLOG-FILE
           END-IF.

      ******************************************************************
      * 3050-CHECK-TRANLOG-RECORD
      * The same approved, cardholder-present test DORMSCAN applies:
      * a merchant refund does not put the card in front of anyone.
      ******************************************************************
       3050-CHECK-TRANLOG-RECORD.
           IF TL-LOG-DATE IS NUMERIC
                   AND (TL-MTI = "0110" OR TL-MTI = "0210"
                        OR TL-MTI = "0230")
                   AND (TL-RESP-CODE = "00" OR TL-RESP-CODE = "10")
                   AND TL-PROC-CODE NOT = "200000"
               IF WS-PASS-HISTORY
                   ADD 1 TO WS-HISTORY-READ
                   PERFORM 3200-CHECK-HISTORY-VISIT THRU 3200-EXIT
               ELSE
                   PERFORM 3500-CHECK-AT-RISK-VISIT THRU 3500-EXIT
               END-IF
           END-IF.

      ******************************************************************
      * 3100-SCAN-TRANARCH
      * Only the 'D' records carry TRANLOG images; the 'T' trailers
      * are control totals and are skipped.
      ******************************************************************
       3100-SCAN-TRANARCH.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS = "35"
               IF WS-PASS-HISTORY
                   DISPLAY "TRANARCH not found - no archived history "
                       "scanned"
               END-IF
           ELSE
               PERFORM UNTIL WS-TRANARCH-STATUS = "10"
                   READ TRANARCH-FILE
                       AT END
                           MOVE "10" TO WS-TRANARCH-STATUS
                       NOT AT END
                           IF AR-REC-TYPE = "D"
                               MOVE AR-DATA TO WS-TL-WORK
                               PERFORM 3050-CHECK-TRANLOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      ******************************************************************
      * 3200-CHECK-HISTORY-VISIT
      * A compromised card's approval inside its look-back window -
      * on or after the window start, before the first fraud date -
      * counts for its merchant and its terminal.
      ******************************************************************
       3200-CHECK-HISTORY-VISIT.
           PERFORM 3800-FIND-COMPROMISED-CARD.
           IF WS-CP-FOUND-IDX = 0
               GO TO 3200-EXIT
           END-IF.
           IF TL-LOG-DATE < WS-CP-WINDOW-START(WS-CP-FOUND-IDX)
                   OR TL-LOG-DATE
                      NOT < WS-CP-FRAUD-DATE(WS-CP-FOUND-IDX)
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-HISTORY-USED.
           ADD 1 TO WS-CP-VISITS(WS-CP-FOUND-IDX).
           IF TL-MERCHANT-ID NOT = SPACES
               MOVE "M" TO WS-POINT-TYPE
               MOVE TL-MERCHANT-ID TO WS-POINT-ID
               PERFORM 3300-RECORD-VISIT THRU 3300-EXIT
           END-IF.
           IF TL-TERM-ID NOT = SPACES
               MOVE "T" TO WS-POINT-TYPE
               MOVE TL-TERM-ID TO WS-POINT-ID
               PERFORM 3300-RECORD-VISIT THRU 3300-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RECORD-VISIT
      * Finds or adds the point WS-POINT-TYPE/WS-POINT-ID, widens its
      * first/last visit to TL-LOG-DATE, and counts the card there
      * the first time it is seen.
      ******************************************************************
       3300-RECORD-VISIT.
           PERFORM 3900-FIND-POINT.
           IF WS-PT-FOUND-IDX = 0
               IF WS-PT-COUNT < 500
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-FOUND-IDX
                   MOVE WS-POINT-TYPE TO WS-PT-TYPE(WS-PT-COUNT)
                   MOVE WS-POINT-ID TO WS-PT-ID(WS-PT-COUNT)
                   MOVE 0 TO WS-PT-CARDS(WS-PT-COUNT)
                   MOVE TL-LOG-DATE TO WS-PT-FIRST-VISIT(WS-PT-COUNT)
                   MOVE TL-LOG-DATE TO WS-PT-LAST-VISIT(WS-PT-COUNT)
                   MOVE 0 TO WS-PT-RANK(WS-PT-COUNT)
                   MOVE 0 TO WS-PT-AT-RISK(WS-PT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                   GO TO 3300-EXIT
               END-IF
           END-IF.

           IF TL-LOG-DATE < WS-PT-FIRST-VISIT(WS-PT-FOUND-IDX)
               MOVE TL-LOG-DATE TO WS-PT-FIRST-VISIT(WS-PT-FOUND-IDX)
           END-IF.
           IF TL-LOG-DATE > WS-PT-LAST-VISIT(WS-PT-FOUND-IDX)
               MOVE TL-LOG-DATE TO WS-PT-LAST-VISIT(WS-PT-FOUND-IDX)
           END-IF.

           MOVE 'N' TO WS-PV-FOUND-SW.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-PT(WS-PV-IDX) = WS-PT-FOUND-IDX
                       AND WS-PV-CP(WS-PV-IDX) = WS-CP-FOUND-IDX
                   MOVE 'Y' TO WS-PV-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-PV-FOUND
               IF WS-PV-COUNT < 2000
                   ADD 1 TO WS-PV-COUNT
                   MOVE WS-PT-FOUND-IDX TO WS-PV-PT(WS-PV-COUNT)
                   MOVE WS-CP-FOUND-IDX TO WS-PV-CP(WS-PV-COUNT)
                   ADD 1 TO WS-PT-CARDS(WS-PT-FOUND-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CHECK-AT-RISK-VISIT
      * Any other card approved at a suspect merchant or terminal
      * inside that suspect's exposure window.
      ******************************************************************
       3500-CHECK-AT-RISK-VISIT.
           PERFORM 3800-FIND-COMPROMISED-CARD.
           IF WS-CP-FOUND-IDX > 0
               GO TO 3500-EXIT
           END-IF.
           IF TL-MERCHANT-ID NOT = SPACES
               MOVE "M" TO WS-POINT-TYPE
               MOVE TL-MERCHANT-ID TO WS-POINT-ID
               PERFORM 3600-CHECK-SUSPECT-POINT THRU 3600-EXIT
           END-IF.
           IF TL-TERM-ID NOT = SPACES
               MOVE "T" TO WS-POINT-TYPE
               MOVE TL-TERM-ID TO WS-POINT-ID
               PERFORM 3600-CHECK-SUSPECT-POINT THRU 3600-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CHECK-SUSPECT-POINT
      ******************************************************************
       3600-CHECK-SUSPECT-POINT.
           PERFORM 3900-FIND-POINT.
           IF WS-PT-FOUND-IDX = 0
               GO TO 3600-EXIT
           END-IF.
           IF WS-PT-RANK(WS-PT-FOUND-IDX) = 0
                   OR TL-LOG-DATE < WS-PT-FIRST-VISIT(WS-PT-FOUND-IDX)
                   OR TL-LOG-DATE > WS-PT-LAST-VISIT(WS-PT-FOUND-IDX)
               GO TO 3600-EXIT
           END-IF.

           MOVE 'N' TO WS-AR-FOUND-SW.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT OR WS-AR-FOUND
               IF WS-AR-PAN(WS-AR-IDX) = TL-PAN
                   MOVE 'Y' TO WS-AR-FOUND-SW
                   ADD 1 TO WS-AR-VISITS(WS-AR-IDX)
               END-IF
           END-PERFORM.
           IF WS-AR-FOUND
               GO TO 3600-EXIT
           END-IF.

           IF WS-AR-COUNT < 500
               ADD 1 TO WS-AR-COUNT
               MOVE TL-PAN TO WS-AR-PAN(WS-AR-COUNT)
               MOVE WS-PT-FOUND-IDX TO WS-AR-PT(WS-AR-COUNT)
               MOVE TL-LOG-DATE TO WS-AR-VISIT-DATE(WS-AR-COUNT)
               MOVE 1 TO WS-AR-VISITS(WS-AR-COUNT)
               ADD 1 TO WS-PT-AT-RISK(WS-PT-FOUND-IDX)
           ELSE
               MOVE 'Y' TO WS-AR-OVERFLOW-SW
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3800-FIND-COMPROMISED-CARD
      * WS-CP-FOUND-IDX is TL-PAN's entry, zero if not compromised.
      ******************************************************************
       3800-FIND-COMPROMISED-CARD.
           MOVE 0 TO WS-CP-FOUND-IDX.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
                      OR WS-CP-FOUND-IDX > 0
               IF WS-CP-PAN(WS-CP-IDX) = TL-PAN
                   SET WS-CP-FOUND-IDX TO WS-CP-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3900-FIND-POINT
      * WS-PT-FOUND-IDX is WS-POINT-TYPE/WS-POINT-ID's entry, zero if
      * none.
      ******************************************************************
       3900-FIND-POINT.
           MOVE 0 TO WS-PT-FOUND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                      OR WS-PT-FOUND-IDX > 0
               IF WS-PT-TYPE(WS-PT-IDX) = WS-POINT-TYPE
                       AND WS-PT-ID(WS-PT-IDX) = WS-POINT-ID
                   SET WS-PT-FOUND-IDX TO WS-PT-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 4000-PRINT-COMPROMISED-CARDS
      ******************************************************************
       4000-PRINT-COMPROMISED-CARDS.
           DISPLAY " ".
           DISPLAY "CONFIRMED-FRAUD CARDS".
           DISPLAY "PAN                  FIRST FRAUD  LOOK-BACK FROM"
               "  VISITS".
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               DISPLAY WS-CP-PAN(WS-CP-IDX) "  "
                   WS-CP-FRAUD-DATE(WS-CP-IDX) "     "
                   WS-CP-WINDOW-START(WS-CP-IDX) "       "
                   WS-CP-VISITS(WS-CP-IDX)
           END-PERFORM.

      ******************************************************************
      * 4100-RANK-SUSPECTS
      * Merchants, then terminals: the point with the most compromised
      * cards not yet ranked takes the next place, until
      * WS-TOP-SUSPECTS are placed or none left has WS-MIN-CARDS.
      * Ties go to the point met first in the logs.
      ******************************************************************
       4100-RANK-SUSPECTS.
           MOVE "M" TO WS-POINT-TYPE.
           PERFORM 4110-RANK-ONE-TYPE.
           MOVE "T" TO WS-POINT-TYPE.
           PERFORM 4110-RANK-ONE-TYPE.

      ******************************************************************
      * 4110-RANK-ONE-TYPE
      ******************************************************************
       4110-RANK-ONE-TYPE.
           MOVE 0 TO WS-RANK.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-RANK NOT < WS-TOP-SUSPECTS
                      OR WS-BEST-IDX = 0
               MOVE 0 TO WS-BEST-IDX
               MOVE 0 TO WS-BEST-CARDS
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-TYPE(WS-PT-IDX) = WS-POINT-TYPE
                           AND WS-PT-RANK(WS-PT-IDX) = 0
                           AND WS-PT-CARDS(WS-PT-IDX) NOT < WS-MIN-CARDS
                           AND WS-PT-CARDS(WS-PT-IDX) > WS-BEST-CARDS
                       SET WS-BEST-IDX TO WS-PT-IDX
                       MOVE WS-PT-CARDS(WS-PT-IDX) TO WS-BEST-CARDS
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   ADD 1 TO WS-RANK
                   ADD 1 TO WS-SUSPECT-COUNT
                   MOVE WS-RANK TO WS-PT-RANK(WS-BEST-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * 4200-PRINT-SUSPECTS
      ******************************************************************
       4200-PRINT-SUSPECTS.
           DISPLAY " ".
           DISPLAY "SUSPECT MERCHANTS".
           DISPLAY "RANK MERCHANT ID      NAME                      "
               "CARDS  FIRST     LAST".
           MOVE "M" TO WS-POINT-TYPE.
           PERFORM 4210-PRINT-ONE-TYPE.

           DISPLAY " ".
           DISPLAY "SUSPECT TERMINALS".
           DISPLAY "RANK TERMINAL ID      LOCATION                  "
               "CARDS  FIRST     LAST".
           MOVE "T" TO WS-POINT-TYPE.
           PERFORM 4210-PRINT-ONE-TYPE.

      ******************************************************************
      * 4210-PRINT-ONE-TYPE
      * In rank order - WS-RANK walks the places, the inner scan finds
      * who holds each.
      ******************************************************************
       4210-PRINT-ONE-TYPE.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-SUSPECTS
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-TYPE(WS-PT-IDX) = WS-POINT-TYPE
                           AND WS-PT-RANK(WS-PT-IDX) = WS-RANK
                       SET WS-BEST-IDX TO WS-PT-IDX
                       PERFORM 4300-LOOKUP-NAME
                       DISPLAY "  " WS-RANK " " WS-PT-ID(WS-PT-IDX)
                           " " WS-NAME " " WS-PT-CARDS(WS-PT-IDX)
                           "  " WS-PT-FIRST-VISIT(WS-PT-IDX)
                           " " WS-PT-LAST-VISIT(WS-PT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 4300-LOOKUP-NAME
      * The merchant's name or the terminal's location for the point
      * at WS-BEST-IDX; blank when the master file does not have it.
      ******************************************************************
       4300-LOOKUP-NAME.
           MOVE SPACES TO WS-NAME.
           IF WS-PT-TYPE(WS-BEST-IDX) = "M"
               OPEN INPUT MERCHMAST-FILE
               IF WS-MERCHMAST-STATUS NOT = "35"
                   PERFORM UNTIL WS-MERCHMAST-STATUS = "10"
                       READ MERCHMAST-FILE
                           AT END
                               MOVE "10" TO WS-MERCHMAST-STATUS
                           NOT AT END
                               IF MM-MERCHANT-ID = WS-PT-ID(WS-BEST-IDX)
                                   MOVE MM-NAME TO WS-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MERCHMAST-FILE
               END-IF
           ELSE
               OPEN INPUT TERMMAST-FILE
               IF WS-TERMMAST-STATUS NOT = "35"
                   PERFORM UNTIL WS-TERMMAST-STATUS = "10"
                       READ TERMMAST-FILE
                           AT END
                               MOVE "10" TO WS-TERMMAST-STATUS
                           NOT AT END
                               IF TM-TERM-ID = WS-PT-ID(WS-BEST-IDX)
                                   MOVE TM-LOCATION TO WS-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERMMAST-FILE
               END-IF
           END-IF.

      ******************************************************************
      * 5000-PRINT-AT-RISK-CARDS
      * Lists each at-risk card against the first suspect it was seen
      * at, and - when asked - writes the ones still in service to
      * POCREISS.
      ******************************************************************
       5000-PRINT-AT-RISK-CARDS.
           IF WS-AR-OVERFLOW
               DISPLAY " "
               DISPLAY "WARNING: more than 500 at-risk cards - list "
                   "below is incomplete, POCREISS not written."
               MOVE 'N' TO WS-REISSUE-INPUT
           END-IF.

           IF WS-WRITE-REISSUE
               OPEN OUTPUT POCREISS-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "AT-RISK CARDS".
           DISPLAY "PAN                  SEEN AT         ON        "
               "VISITS  DISPOSITION".
           PERFORM 5100-CHECK-ONE-CARD
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT.

           IF WS-WRITE-REISSUE
               CLOSE POCREISS-FILE
           END-IF.

      ******************************************************************
      * 5100-CHECK-ONE-CARD
      ******************************************************************
       5100-CHECK-ONE-CARD.
           MOVE 'N' TO WS-REISSUE-SW.
           MOVE "CARDMAST" TO WS-KIO-FILE-ID.
           MOVE "R" TO WS-KIO-FUNCTION.
           MOVE WS-AR-PAN(WS-AR-IDX) TO WS-KIO-KEY.
           CALL "KEYIO" USING WS-KEYIO-REQUEST, WS-KIO-RECORD.
           IF WS-KIO-STATUS NOT = "00"
               ADD 1 TO WS-OTHER-ISSUER
               MOVE "OTHER ISSUER - LIST ONLY" TO WS-CARD-DISPOSITION
           ELSE
               IF KC-STATUS = "L" OR KC-STATUS = "S"
                       OR KC-STATUS = "C"
                   ADD 1 TO WS-OUT-OF-SERVICE
                   MOVE "ALREADY OUT OF SERVICE"
                       TO WS-CARD-DISPOSITION
               ELSE
                   MOVE 'Y' TO WS-REISSUE-SW
                   ADD 1 TO WS-REISSUE-COUNT
                   MOVE "REISSUE" TO WS-CARD-DISPOSITION
               END-IF
           END-IF.

           MOVE WS-AR-PT(WS-AR-IDX) TO WS-BEST-IDX.
           DISPLAY WS-AR-PAN(WS-AR-IDX) "  "
               WS-PT-TYPE(WS-BEST-IDX) " " WS-PT-ID(WS-BEST-IDX)
               " " WS-AR-VISIT-DATE(WS-AR-IDX) "  "
               WS-AR-VISITS(WS-AR-IDX) "     "
               WS-CARD-DISPOSITION.

           IF WS-WRITE-REISSUE AND WS-REISSUE-CARD
               PERFORM 5200-WRITE-REISSUE-ACTION
           END-IF.

      ******************************************************************
      * 5200-WRITE-REISSUE-ACTION
      * A REISSUE for the card, reason naming the suspect it was seen
      * at. Credentials, replacement PAN and operator are left for
      * card production to complete before CARDMAINT runs it.
      ******************************************************************
       5200-WRITE-REISSUE-ACTION.
           MOVE SPACES TO POCREISS-RECORD.
           MOVE "REISSUE" TO CA-ACTION.
           MOVE WS-AR-PAN(WS-AR-IDX) TO CA-PAN.
           IF WS-PT-TYPE(WS-BEST-IDX) = "M"
               STRING "POC MERCHANT " DELIMITED BY SIZE
                      WS-PT-ID(WS-BEST-IDX) DELIMITED BY SIZE
                   INTO CA-REASON
           ELSE
               STRING "POC TERMINAL " DELIMITED BY SIZE
                      WS-PT-ID(WS-BEST-IDX) DELIMITED BY SIZE
                   INTO CA-REASON
           END-IF.
           MOVE 0 TO CA-CTL-TXN-MAX.
           MOVE 0 TO CA-NTF-LARGE-AMT.
           MOVE 0 TO CA-NTF-LOWBAL-AMT.
           WRITE POCREISS-RECORD.
