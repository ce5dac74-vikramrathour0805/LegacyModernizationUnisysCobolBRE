       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHSIM.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * What-if replay of a proposed STIPCFG and FRDRULE. Tightening
      * a velocity limit, a merchant ceiling or a fraud weight used to
      * mean changing the live file and counting the complaints next
      * morning. This job replays a range of archived traffic from
      * TRANARCH through ISSAUTH's configurable checks under the
      * proposed settings and reports what would have answered
      * differently - before anyone touches the live files.
      *
      * The proposed settings are read from STIPPROP and FRDPROP -
      * copies of STIPCFG and FRDRULE with the changes made, in the
      * same layouts. The live STIPCFG and FRDRULE are never opened.
      *
      * Each on-us request on TRANARCH is paired with its logged
      * response (same STAN and PAN, the response MTI) and run
      * through the checks ISSAUTH applies in this order, coded the
      * same way:
      *   - the card's daily purchase velocity (count and amount),
      *     or for a cash withdrawal (DE003 01xxxx) its daily cash
      *     limit - 2030-CHECK-VELOCITY, '61';
      *   - the FRDRULE fraud score - 2034-CHECK-FRAUD-SCORE, '59';
      *   - the merchant's daily ceiling - 2035-CHECK-MERCH-
      *     VELOCITY, '65'.
      * The daily accumulators those checks read are kept here in
      * working storage, built from the simulated approvals as the
      * replay goes and backed out by approved reversals the way
      * 2061/2062 do. NOTHING IS POSTED: DDABAL, VELACC, MERCHVEL,
      * HOLDS and FRDALERT are not even assigned to this job.
      *
      * Only a request that got as far as these checks is re-decided
      * - originally approved ('00'/'10'), declined on funds ('51')
      * or on a dormant account ('57' DECDRM, which the balance step
      * gives only after these checks have passed), or declined by
      * one of the checks ('61'/'59'/'65'). A decline from an earlier
      * check (card, merchant, terminal, PIN/CVV) stands as it was;
      * transfers and activations never reach the checks at all. A
      * funds or dormant decline keeps its code when the request
      * passes the proposed checks. A decline by the checks that
      * passes under the proposed settings is shown approved - the
      * balance check that would follow is not replayed. Stand-in
      * mode, the floor limit and partial approval are not simulated.
      *
      * The report lists each request whose answer would change,
      * side by side - original and simulated response code and the
      * reason - then counts and amounts of approvals that would flip
      * to declines and declines that would flip to approvals, broken
      * down by the check responsible.
      *
      * In-stream input, one item per line:
      *   - first date (YYYYMMDD) of the traffic to replay - required;
      *   - last date (YYYYMMDD) - empty for the first date alone;
      *   - A to list every request replayed, not just the changes.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- The proposed settings, in STIPCFG's and FRDRULE's layouts.
           SELECT STIPPROP-FILE ASSIGN TO "STIPPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STIPPROP-STATUS.
           SELECT FRDPROP-FILE ASSIGN TO "FRDPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRDPROP-STATUS.
           SELECT TRANARCH-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STIPPROP-FILE.
       01  STIPPROP-RECORD.
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
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.

       FD  FRDPROP-FILE.
       01  FRDPROP-RECORD.
           05 FRD-HOUR-START           PIC 9(2).
           05 FRD-HOUR-END             PIC 9(2).
           05 FRD-HOUR-WEIGHT          PIC 9(3).
           05 FRD-AMOUNT-MULTIPLE      PIC 9(3).
           05 FRD-AMOUNT-WEIGHT        PIC 9(3).
           05 FRD-NEW-TERM-WEIGHT      PIC 9(3).
           05 FRD-SCORE-THRESHOLD      PIC 9(3).
           05 FRD-WARN-THRESHOLD       PIC 9(3).

       FD  TRANARCH-FILE.
       01  TRANARCH-RECORD.
           05 AR-REC-TYPE              PIC X(1).
      *--     D = archived TRANLOG record, T = control trailer.
           05 AR-DATA                  PIC X(154).

       WORKING-STORAGE SECTION.
       01  WS-STIPPROP-STATUS         PIC X(2).
       01  WS-FRDPROP-STATUS          PIC X(2).
       01  WS-TRANARCH-STATUS         PIC X(2).

      ******************************************************************
      * PROPOSED SETTINGS - ISSAUTH's built-in defaults, overridden
      * from STIPPROP/FRDPROP the way 0100-LOAD-STIP-CONFIG and
      * 0200-LOAD-FRDRULE-CONFIG override them from the live files.
      ******************************************************************
       01  WS-VELOCITY-MAX-COUNT      PIC 9(3) VALUE 10.
       01  WS-VELOCITY-MAX-AMOUNT     PIC 9(10)V99 VALUE 2000.00.
       01  WS-MERCH-MAX-COUNT         PIC 9(5) VALUE 50.
       01  WS-MERCH-MAX-AMOUNT        PIC 9(10)V99 VALUE 10000.00.
       01  WS-CASH-DAILY-LIMIT        PIC 9(10)V99 VALUE 500.00.
       01  WS-FRD-ENABLED-SW          PIC X(1) VALUE 'N'.
           88 WS-FRD-ENABLED                   VALUE 'Y'.
       01  WS-FRD-HOUR-START          PIC 9(2) VALUE 0.
       01  WS-FRD-HOUR-END            PIC 9(2) VALUE 0.
       01  WS-FRD-HOUR-WEIGHT         PIC 9(3) VALUE 0.
       01  WS-FRD-AMOUNT-MULTIPLE     PIC 9(3) VALUE 0.
       01  WS-FRD-AMOUNT-WEIGHT       PIC 9(3) VALUE 0.
       01  WS-FRD-NEW-TERM-WEIGHT     PIC 9(3) VALUE 0.
       01  WS-FRD-SCORE-THRESHOLD     PIC 9(3) VALUE 0.
       01  WS-FRD-WARN-THRESHOLD      PIC 9(3) VALUE 0.

      ******************************************************************
      * RUN PARAMETERS
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-LIST-INPUT              PIC X(1).
           88 WS-LIST-ALL                      VALUE 'A' 'a'.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).

      ******************************************************************
      * TRANLOG RECORD - the image on a TRANARCH 'D' record, and the
      * same layout again for the request it is paired with.
      ******************************************************************
       01  WS-TL-WORK.
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

       01  WS-RQ-WORK.
           05 RQ-MTI                   PIC X(4).
           05 RQ-STAN                  PIC X(6).
           05 RQ-PAN                   PIC X(19).
           05 RQ-AMOUNT                PIC X(12).
           05 RQ-AMOUNT-NUM REDEFINES RQ-AMOUNT
                                        PIC 9(10)V99.
           05 RQ-DATETIME              PIC X(10).
           05 RQ-RESP-CODE             PIC X(2).
           05 RQ-NET-MGMT-CODE         PIC X(3).
           05 RQ-PROC-CODE             PIC X(6).
           05 RQ-MERCHANT-ID           PIC X(15).
           05 RQ-TERM-ID               PIC X(8).
           05 RQ-ORIG-STAN             PIC X(6).
           05 RQ-LOG-DATE              PIC 9(8).
           05 RQ-FROM-ACCT             PIC X(19).
           05 RQ-TO-ACCT               PIC X(19).
           05 RQ-RRN                   PIC X(12).
           05 RQ-ROUTE                 PIC X(1).
           05 RQ-NETWORK-ID            PIC X(4).

      ******************************************************************
      * REQUESTS WAITING FOR THEIR RESPONSE
      * A slot is freed when its response is read, so the table only
      * ever holds the requests in flight at one point in the log.
      ******************************************************************
       01  WS-PD-TABLE-AREA.
           05 WS-PD-ENTRY OCCURS 100 TIMES.
              10 WS-PD-USED-SW         PIC X(1).
              10 WS-PD-RECORD          PIC X(154).
       01  WS-PD-HIGH                 PIC 9(3) VALUE 0.
       01  WS-PD-IDX                  PIC 9(3).
       01  WS-PD-FOUND                PIC 9(3).
       01  WS-REQ-MTI                 PIC X(4).

      ******************************************************************
      * SIMULATED DAILY ACCUMULATORS - VELACC and MERCHVEL as the
      * replay would have left them. An entry is added by the first
      * simulated approval, the way 2033/2038 add a record; an entry
      * from an earlier day reads as reset, the way 2031/2036 treat
      * one.
      ******************************************************************
       01  WS-PV-TABLE-AREA.
           05 WS-PV-ENTRY OCCURS 1000 TIMES.
              10 WS-PV-PAN             PIC X(19).
              10 WS-PV-DATE            PIC 9(8).
              10 WS-PV-COUNT           PIC 9(5).
              10 WS-PV-TOTAL           PIC 9(10)V99.
              10 WS-PV-LAST-TERM       PIC X(8).
              10 WS-PV-CASH-COUNT      PIC 9(5).
              10 WS-PV-CASH-TOTAL      PIC 9(10)V99.
       01  WS-PV-USED                 PIC 9(5) VALUE 0.
       01  WS-PV-IDX                  PIC 9(5).
       01  WS-PV-CUR                  PIC 9(5).

       01  WS-MV-TABLE-AREA.
           05 WS-MV-ENTRY OCCURS 500 TIMES.
              10 WS-MV-MERCHANT-ID     PIC X(15).
              10 WS-MV-DATE            PIC 9(8).
              10 WS-MV-COUNT           PIC 9(5).
              10 WS-MV-TOTAL           PIC 9(10)V99.
       01  WS-MV-USED                 PIC 9(5) VALUE 0.
       01  WS-MV-IDX                  PIC 9(5).
       01  WS-MV-CUR                  PIC 9(5).

      *-- Simulated approvals a later reversal may back out.
       01  WS-AP-TABLE-AREA.
           05 WS-AP-ENTRY OCCURS 2000 TIMES.
              10 WS-AP-PAN             PIC X(19).
              10 WS-AP-STAN            PIC X(6).
              10 WS-AP-REVERSED-SW     PIC X(1).
       01  WS-AP-USED                 PIC 9(5) VALUE 0.
       01  WS-AP-IDX                  PIC 9(5).
       01  WS-AP-FOUND                PIC 9(5).

      ******************************************************************
      * PER-REQUEST WORK AREA - the same fields ISSAUTH's checks use.
      ******************************************************************
       01  WS-ORIG-CODE               PIC X(2).
           88 WS-ORIG-APPROVED                 VALUE "00" "10".
           88 WS-ORIG-RULE-DECLINE             VALUE "61" "59" "65".
           88 WS-ORIG-REACHED-RULES            VALUE "00" "10" "51"
                                                     "57" "61" "59"
                                                     "65".
       01  WS-SIM-CODE                PIC X(2).
           88 WS-SIM-APPROVED                  VALUE "00" "10".
       01  WS-SIM-REASON              PIC 9(1).
       01  WS-ORIG-REASON             PIC 9(1).
       01  WS-POST-AMOUNT             PIC 9(10)V99.
       01  WS-CASH-TXN-SW             PIC X(1).
           88 WS-CASH-TXN                      VALUE 'Y'.
       01  WS-VELACC-FOUND-SW         PIC X(1).
           88 WS-VELACC-FOUND                  VALUE 'Y'.
       01  WS-VELACC-COUNT-WK         PIC 9(5).
       01  WS-VELACC-TOTAL-WK         PIC 9(10)V99.
       01  WS-VELACC-LAST-TERM-WK     PIC X(8).
       01  WS-VELACC-CASH-TOTAL-WK    PIC 9(10)V99.
       01  WS-VELACC-PROJ-COUNT       PIC 9(5).
       01  WS-VELACC-PROJ-TOTAL       PIC 9(10)V99.
       01  WS-VELACC-CASH-PROJ        PIC 9(10)V99.
       01  WS-MV-COUNT-WK             PIC 9(5).
       01  WS-MV-TOTAL-WK             PIC 9(10)V99.
       01  WS-MV-PROJ-COUNT           PIC 9(5).
       01  WS-MV-PROJ-TOTAL           PIC 9(10)V99.
       01  WS-FRD-SCORE               PIC 9(4).
       01  WS-FRD-TRAN-HOUR           PIC 9(2).
       01  WS-FRD-AVG-AMOUNT          PIC 9(10)V99.

      ******************************************************************
      * RESULTS - by reason: 1 velocity, 2 cash limit, 3 fraud score,
      * 4 merchant ceiling.
      ******************************************************************
       01  WS-REASON-NAMES-DATA.
           05 FILLER  PIC X(16) VALUE "DAILY VELOCITY".
           05 FILLER  PIC X(16) VALUE "DAILY CASH LIMIT".
           05 FILLER  PIC X(16) VALUE "FRAUD SCORE".
           05 FILLER  PIC X(16) VALUE "MERCHANT CEILING".
       01  WS-REASON-NAMES REDEFINES WS-REASON-NAMES-DATA.
           05 WS-REASON-NAME OCCURS 4 TIMES PIC X(16).
       01  WS-FLIP-TABLE-AREA.
           05 WS-FLIP-ENTRY OCCURS 4 TIMES.
              10 WS-AD-COUNT           PIC 9(7).
              10 WS-AD-AMOUNT          PIC 9(12)V99.
              10 WS-DA-COUNT           PIC 9(7).
              10 WS-DA-AMOUNT          PIC 9(12)V99.
       01  WS-RSN-IDX                 PIC 9(1).
       01  WS-AD-COUNT-TOTAL          PIC 9(7) VALUE 0.
       01  WS-AD-AMOUNT-TOTAL         PIC 9(12)V99 VALUE 0.
       01  WS-DA-COUNT-TOTAL          PIC 9(7) VALUE 0.
       01  WS-DA-AMOUNT-TOTAL         PIC 9(12)V99 VALUE 0.

       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-REPLAYED                PIC 9(7) VALUE 0.
       01  WS-REPLAYED-APPROVED       PIC 9(7) VALUE 0.
       01  WS-REPLAYED-DECLINED       PIC 9(7) VALUE 0.
       01  WS-SIM-APPROVED-COUNT      PIC 9(7) VALUE 0.
       01  WS-SIM-DECLINED-COUNT      PIC 9(7) VALUE 0.
       01  WS-NOT-REDECIDED           PIC 9(7) VALUE 0.
       01  WS-REASON-CHANGED          PIC 9(7) VALUE 0.
       01  WS-REVERSALS               PIC 9(7) VALUE 0.
       01  WS-REVERSALS-BACKED-OUT    PIC 9(7) VALUE 0.
       01  WS-OFF-US                  PIC 9(7) VALUE 0.
       01  WS-NO-RESPONSE             PIC 9(7) VALUE 0.
       01  WS-ALERTS-WOULD-QUEUE      PIC 9(7) VALUE 0.

      ******************************************************************
      * REPORT WORK AREA
      ******************************************************************
       01  WS-AMOUNT-DISP             PIC Z(9)9.99.
       01  WS-TOTAL-DISP              PIC Z(11)9.99.
       01  WS-TOTAL-DISP-2            PIC Z(11)9.99.
       01  WS-LINE-REASON             PIC X(16).
       01  WS-LINE-MARK               PIC X(12).

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   AUTHSIM: WHAT-IF REPLAY OF PROPOSED STIPCFG/"
               "FRDRULE".
           DISPLAY "=================================================".

           PERFORM 1000-ACCEPT-PARAMETERS.
           PERFORM 1100-LOAD-PROPOSED-STIPCFG.
           PERFORM 1200-LOAD-PROPOSED-FRDRULE.
           INITIALIZE WS-FLIP-TABLE-AREA.

           DISPLAY " ".
           DISPLAY "DATE     STAN   MTI  PAN                 "
               "      AMOUNT ORIG SIM  CHANGE       REASON".
           PERFORM 2000-REPLAY-TRANARCH.

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-HIGH
               IF WS-PD-USED-SW(WS-PD-IDX) = 'Y'
                   ADD 1 TO WS-NO-RESPONSE
               END-IF
           END-PERFORM.

           PERFORM 5000-PRINT-SUMMARY.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-ACCEPT-PARAMETERS
      * The first date is required - without it the replay would be
      * the whole archive.
      ******************************************************************
       1000-ACCEPT-PARAMETERS.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "REFUSED: first date (YYYYMMDD) of the traffic "
                   "to replay required on the first input line."
               STOP RUN
           END-IF.
           MOVE WS-DATE-INPUT TO WS-FROM-DATE.

           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-TO-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "REFUSED: last date " WS-TO-DATE
                   " is before the first " WS-FROM-DATE
               STOP RUN
           END-IF.
           ACCEPT WS-LIST-INPUT.

           DISPLAY "Replaying TRANARCH traffic " WS-FROM-DATE
               " through " WS-TO-DATE.
           IF WS-LIST-ALL
               DISPLAY "Listing every request replayed."
           ELSE
               DISPLAY "Listing the requests whose answer changes."
           END-IF.

      ******************************************************************
      * 1100-LOAD-PROPOSED-STIPCFG
      * A field the proposed file leaves non-numeric keeps ISSAUTH's
      * default, as it would on the live file.
      ******************************************************************
       1100-LOAD-PROPOSED-STIPCFG.
           OPEN INPUT STIPPROP-FILE.
           IF WS-STIPPROP-STATUS = "35"
               DISPLAY "STIPPROP not found - ISSAUTH's default "
                   "velocity, merchant and cash limits replayed"
           ELSE
               READ STIPPROP-FILE
                   AT END
                       DISPLAY "STIPPROP empty - ISSAUTH's default "
                           "limits replayed"
                   NOT AT END
                       IF CFG-VELOCITY-MAX-COUNT IS NUMERIC
                               AND CFG-VELOCITY-MAX-AMOUNT IS NUMERIC
                           MOVE CFG-VELOCITY-MAX-COUNT
                               TO WS-VELOCITY-MAX-COUNT
                           MOVE CFG-VELOCITY-MAX-AMOUNT
                               TO WS-VELOCITY-MAX-AMOUNT
                       END-IF
                       IF CFG-MERCH-MAX-COUNT IS NUMERIC
                               AND CFG-MERCH-MAX-AMOUNT IS NUMERIC
                           MOVE CFG-MERCH-MAX-COUNT
                               TO WS-MERCH-MAX-COUNT
                           MOVE CFG-MERCH-MAX-AMOUNT
                               TO WS-MERCH-MAX-AMOUNT
                       END-IF
                       IF CFG-CASH-DAILY-LIMIT IS NUMERIC
                           MOVE CFG-CASH-DAILY-LIMIT
                               TO WS-CASH-DAILY-LIMIT
                       END-IF
                       IF CFG-STIP-MODE = 'Y'
                           DISPLAY "NOTE: proposed STIPCFG has stand-"
                               "in mode on - stand-in is not "
                               "simulated, the normal checks are."
                       END-IF
               END-READ
               CLOSE STIPPROP-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "--- Proposed settings ---".
           MOVE WS-VELOCITY-MAX-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "Card daily velocity:   " WS-VELOCITY-MAX-COUNT
               " approvals / " WS-AMOUNT-DISP.
           MOVE WS-CASH-DAILY-LIMIT TO WS-AMOUNT-DISP.
           DISPLAY "Card daily cash limit:     " WS-AMOUNT-DISP.
           MOVE WS-MERCH-MAX-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "Merchant daily ceiling: " WS-MERCH-MAX-COUNT
               " approvals / " WS-AMOUNT-DISP.

      ******************************************************************
      * 1200-LOAD-PROPOSED-FRDRULE
      * A missing or empty FRDPROP replays with fraud scoring off,
      * as a missing FRDRULE runs live.
      ******************************************************************
       1200-LOAD-PROPOSED-FRDRULE.
           OPEN INPUT FRDPROP-FILE.
           IF WS-FRDPROP-STATUS = "35"
               DISPLAY "FRDPROP not found - fraud scoring off"
           ELSE
               READ FRDPROP-FILE
                   AT END
                       DISPLAY "FRDPROP empty - fraud scoring off"
                   NOT AT END
                       MOVE 'Y' TO WS-FRD-ENABLED-SW
                       MOVE FRD-HOUR-START TO WS-FRD-HOUR-START
                       MOVE FRD-HOUR-END TO WS-FRD-HOUR-END
                       MOVE FRD-HOUR-WEIGHT TO WS-FRD-HOUR-WEIGHT
                       MOVE FRD-AMOUNT-MULTIPLE
                           TO WS-FRD-AMOUNT-MULTIPLE
                       MOVE FRD-AMOUNT-WEIGHT TO WS-FRD-AMOUNT-WEIGHT
                       MOVE FRD-NEW-TERM-WEIGHT
                           TO WS-FRD-NEW-TERM-WEIGHT
                       MOVE FRD-SCORE-THRESHOLD
                           TO WS-FRD-SCORE-THRESHOLD
                       IF FRD-WARN-THRESHOLD IS NUMERIC
                           MOVE FRD-WARN-THRESHOLD
                               TO WS-FRD-WARN-THRESHOLD
                       END-IF
               END-READ
               CLOSE FRDPROP-FILE
           END-IF.
           IF WS-FRD-ENABLED
               DISPLAY "Fraud score: hours " WS-FRD-HOUR-START "-"
                   WS-FRD-HOUR-END " weight " WS-FRD-HOUR-WEIGHT
                   ", amount over " WS-FRD-AMOUNT-MULTIPLE
                   "x average weight " WS-FRD-AMOUNT-WEIGHT
                   ", new terminal weight " WS-FRD-NEW-TERM-WEIGHT
               DISPLAY "             decline at " WS-FRD-SCORE-THRESHOLD
                   ", alert at " WS-FRD-WARN-THRESHOLD
           END-IF.

      ******************************************************************
      * 2000-REPLAY-TRANARCH
      * Requests in the date range are held until their response is
      * read; the pair is then replayed.
      ******************************************************************
       2000-REPLAY-TRANARCH.
           OPEN INPUT TRANARCH-FILE.
           IF WS-TRANARCH-STATUS = "35"
               DISPLAY "TRANARCH not found - nothing to replay."
           ELSE
               PERFORM UNTIL WS-TRANARCH-STATUS = "10"
                   READ TRANARCH-FILE
                       AT END
                           MOVE "10" TO WS-TRANARCH-STATUS
                       NOT AT END
                           IF AR-REC-TYPE = 'D'
                               MOVE AR-DATA TO WS-TL-WORK
                               PERFORM 2100-SELECT-RECORD THRU
                                   2100-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARCH-FILE
           END-IF.

      ******************************************************************
      * 2100-SELECT-RECORD
      * Off-us traffic was answered by the card network, not by
      * ISSAUTH, so it has nothing to replay.
      ******************************************************************
       2100-SELECT-RECORD.
           IF TL-LOG-DATE < WS-FROM-DATE OR TL-LOG-DATE > WS-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
           IF TL-ROUTE = 'F'
               IF TL-MTI = "0100" OR TL-MTI = "0200"
                       OR TL-MTI = "0220"
                   ADD 1 TO WS-OFF-US
               END-IF
               GO TO 2100-EXIT
           END-IF.

           EVALUATE TL-MTI
               WHEN "0100"
               WHEN "0200"
               WHEN "0220"
               WHEN "0400"
               WHEN "0420"
                   PERFORM 2200-HOLD-REQUEST
               WHEN "0110"
                   MOVE "0100" TO WS-REQ-MTI
                   PERFORM 2300-MATCH-RESPONSE
               WHEN "0210"
                   MOVE "0200" TO WS-REQ-MTI
                   PERFORM 2300-MATCH-RESPONSE
               WHEN "0230"
                   MOVE "0220" TO WS-REQ-MTI
                   PERFORM 2300-MATCH-RESPONSE
               WHEN "0410"
                   MOVE "0400" TO WS-REQ-MTI
                   PERFORM 2300-MATCH-RESPONSE
               WHEN "0430"
                   MOVE "0420" TO WS-REQ-MTI
                   PERFORM 2300-MATCH-RESPONSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-HOLD-REQUEST
      ******************************************************************
       2200-HOLD-REQUEST.
           MOVE 0 TO WS-PD-FOUND.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-HIGH OR WS-PD-FOUND > 0
               IF WS-PD-USED-SW(WS-PD-IDX) NOT = 'Y'
                   MOVE WS-PD-IDX TO WS-PD-FOUND
               END-IF
           END-PERFORM.
           IF WS-PD-FOUND = 0
               IF WS-PD-HIGH < 100
                   ADD 1 TO WS-PD-HIGH
                   MOVE WS-PD-HIGH TO WS-PD-FOUND
               ELSE
                   DISPLAY "REFUSED: more than 100 requests on "
                       "TRANARCH without a response - replay "
                       "abandoned."
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'Y' TO WS-PD-USED-SW(WS-PD-FOUND).
           MOVE WS-TL-WORK TO WS-PD-RECORD(WS-PD-FOUND).

      ******************************************************************
      * 2300-MATCH-RESPONSE
      * A response with no request held for it (its request fell
      * before the range, or was never logged) is passed over.
      ******************************************************************
       2300-MATCH-RESPONSE.
           MOVE 0 TO WS-PD-FOUND.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-HIGH OR WS-PD-FOUND > 0
               IF WS-PD-USED-SW(WS-PD-IDX) = 'Y'
                       AND WS-PD-RECORD(WS-PD-IDX)(1:4) = WS-REQ-MTI
                       AND WS-PD-RECORD(WS-PD-IDX)(5:6) = TL-STAN
                       AND WS-PD-RECORD(WS-PD-IDX)(11:19) = TL-PAN
                   MOVE WS-PD-IDX TO WS-PD-FOUND
               END-IF
           END-PERFORM.
           IF WS-PD-FOUND > 0
               MOVE WS-PD-RECORD(WS-PD-FOUND) TO WS-RQ-WORK
               MOVE 'N' TO WS-PD-USED-SW(WS-PD-FOUND)
               IF RQ-MTI = "0400" OR RQ-MTI = "0420"
                   PERFORM 3500-REPLAY-REVERSAL THRU 3500-EXIT
               ELSE
                   PERFORM 3000-REPLAY-REQUEST THRU 3000-EXIT
               END-IF
           END-IF.

      ******************************************************************
      * 3000-REPLAY-REQUEST
      * One request through the proposed checks, in ISSAUTH's order.
      ******************************************************************
       3000-REPLAY-REQUEST.
           MOVE TL-RESP-CODE TO WS-ORIG-CODE.
           IF RQ-PROC-CODE(1:2) = "40" OR RQ-PROC-CODE(1:2) = "72"
                   OR NOT WS-ORIG-REACHED-RULES
               ADD 1 TO WS-NOT-REDECIDED
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-REPLAYED.
           IF WS-ORIG-APPROVED
               ADD 1 TO WS-REPLAYED-APPROVED
           ELSE
               ADD 1 TO WS-REPLAYED-DECLINED
           END-IF.
           IF RQ-PROC-CODE(1:2) = "01"
               MOVE 'Y' TO WS-CASH-TXN-SW
           ELSE
               MOVE 'N' TO WS-CASH-TXN-SW
           END-IF.

           MOVE SPACES TO WS-SIM-CODE.
           MOVE 0 TO WS-SIM-REASON.
           PERFORM 3100-READ-SIM-VELACC.
           IF WS-CASH-TXN
               MOVE WS-VELACC-CASH-TOTAL-WK TO WS-VELACC-CASH-PROJ
               ADD RQ-AMOUNT-NUM TO WS-VELACC-CASH-PROJ
               IF WS-VELACC-CASH-PROJ > WS-CASH-DAILY-LIMIT
                   MOVE "61" TO WS-SIM-CODE
                   MOVE 2 TO WS-SIM-REASON
               END-IF
           ELSE
               MOVE WS-VELACC-COUNT-WK TO WS-VELACC-PROJ-COUNT
               MOVE WS-VELACC-TOTAL-WK TO WS-VELACC-PROJ-TOTAL
               ADD 1 TO WS-VELACC-PROJ-COUNT
               ADD RQ-AMOUNT-NUM TO WS-VELACC-PROJ-TOTAL
               IF WS-VELACC-PROJ-COUNT > WS-VELOCITY-MAX-COUNT
                       OR WS-VELACC-PROJ-TOTAL > WS-VELOCITY-MAX-AMOUNT
                   MOVE "61" TO WS-SIM-CODE
                   MOVE 1 TO WS-SIM-REASON
               END-IF
           END-IF.

           IF WS-SIM-CODE = SPACES AND WS-FRD-ENABLED
               PERFORM 3200-SCORE-FRAUD
           END-IF.

           IF WS-SIM-CODE = SPACES
               PERFORM 3300-CHECK-SIM-MERCHVEL
           END-IF.

      *-- Passing every check leaves the original answer standing -
      *-- unless the original was one of these checks' declines.
           IF WS-SIM-CODE = SPACES
               IF WS-ORIG-RULE-DECLINE
                   MOVE "00" TO WS-SIM-CODE
               ELSE
                   MOVE WS-ORIG-CODE TO WS-SIM-CODE
               END-IF
           END-IF.
           IF WS-SIM-APPROVED
               ADD 1 TO WS-SIM-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-SIM-DECLINED-COUNT
           END-IF.

           EVALUATE WS-ORIG-CODE
               WHEN "61"
                   IF WS-CASH-TXN
                       MOVE 2 TO WS-ORIG-REASON
                   ELSE
                       MOVE 1 TO WS-ORIG-REASON
                   END-IF
               WHEN "59"
                   MOVE 3 TO WS-ORIG-REASON
               WHEN "65"
                   MOVE 4 TO WS-ORIG-REASON
               WHEN OTHER
                   MOVE 0 TO WS-ORIG-REASON
           END-EVALUATE.

           PERFORM 3600-TALLY-AND-LIST.

      *-- Only a posted 0200/0220 debit or credit moves the day's
      *-- accumulators - ISSAUTH's 2043/2044 - never a 0100 hold or
      *-- a balance inquiry.
           IF WS-SIM-APPROVED
                   AND (RQ-MTI = "0200" OR RQ-MTI = "0220")
                   AND RQ-PROC-CODE NOT = "300000"
               IF WS-ORIG-APPROVED AND TL-AMOUNT IS NUMERIC
                       AND TL-AMOUNT-NUM > 0
                   MOVE TL-AMOUNT-NUM TO WS-POST-AMOUNT
               ELSE
                   MOVE RQ-AMOUNT-NUM TO WS-POST-AMOUNT
               END-IF
               PERFORM 3400-POST-SIM-APPROVAL
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-READ-SIM-VELACC
      * 2031-READ-VELACC against the simulated accumulators.
      ******************************************************************
       3100-READ-SIM-VELACC.
           MOVE 'N' TO WS-VELACC-FOUND-SW.
           MOVE 0 TO WS-VELACC-COUNT-WK.
           MOVE 0 TO WS-VELACC-TOTAL-WK.
           MOVE SPACES TO WS-VELACC-LAST-TERM-WK.
           MOVE 0 TO WS-VELACC-CASH-TOTAL-WK.
           MOVE 0 TO WS-PV-CUR.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-USED OR WS-PV-CUR > 0
               IF WS-PV-PAN(WS-PV-IDX) = RQ-PAN
                   MOVE WS-PV-IDX TO WS-PV-CUR
               END-IF
           END-PERFORM.
           IF WS-PV-CUR > 0
               MOVE 'Y' TO WS-VELACC-FOUND-SW
               IF WS-PV-DATE(WS-PV-CUR) = RQ-LOG-DATE
                   MOVE WS-PV-COUNT(WS-PV-CUR) TO WS-VELACC-COUNT-WK
                   MOVE WS-PV-TOTAL(WS-PV-CUR) TO WS-VELACC-TOTAL-WK
                   MOVE WS-PV-LAST-TERM(WS-PV-CUR)
                       TO WS-VELACC-LAST-TERM-WK
                   MOVE WS-PV-CASH-TOTAL(WS-PV-CUR)
                       TO WS-VELACC-CASH-TOTAL-WK
               END-IF
           END-IF.

      ******************************************************************
      * 3200-SCORE-FRAUD
      * 2034-CHECK-FRAUD-SCORE's three factors under the proposed
      * weights. A score at the alert level is counted, not written.
      ******************************************************************
       3200-SCORE-FRAUD.
           MOVE 0 TO WS-FRD-SCORE.
           IF RQ-DATETIME(5:2) IS NUMERIC
               MOVE RQ-DATETIME(5:2) TO WS-FRD-TRAN-HOUR
               IF WS-FRD-HOUR-START < WS-FRD-HOUR-END
                   IF WS-FRD-TRAN-HOUR < WS-FRD-HOUR-START
                           OR WS-FRD-TRAN-HOUR >= WS-FRD-HOUR-END
                       ADD WS-FRD-HOUR-WEIGHT TO WS-FRD-SCORE
                   END-IF
               ELSE
                   IF WS-FRD-TRAN-HOUR < WS-FRD-HOUR-START
                           AND WS-FRD-TRAN-HOUR >= WS-FRD-HOUR-END
                       ADD WS-FRD-HOUR-WEIGHT TO WS-FRD-SCORE
                   END-IF
               END-IF
           END-IF.

           IF WS-VELACC-FOUND
                   AND WS-VELACC-COUNT-WK > 0
               COMPUTE WS-FRD-AVG-AMOUNT =
                   WS-VELACC-TOTAL-WK / WS-VELACC-COUNT-WK
               IF WS-FRD-AVG-AMOUNT > 0
                   IF RQ-AMOUNT-NUM >
                           WS-FRD-AVG-AMOUNT * WS-FRD-AMOUNT-MULTIPLE
                       ADD WS-FRD-AMOUNT-WEIGHT TO WS-FRD-SCORE
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-VELACC-FOUND
               ADD WS-FRD-NEW-TERM-WEIGHT TO WS-FRD-SCORE
           ELSE
               IF WS-VELACC-LAST-TERM-WK NOT = RQ-TERM-ID
                   ADD WS-FRD-NEW-TERM-WEIGHT TO WS-FRD-SCORE
               END-IF
           END-IF.

           IF WS-FRD-WARN-THRESHOLD > 0
                   AND WS-FRD-SCORE >= WS-FRD-WARN-THRESHOLD
               ADD 1 TO WS-ALERTS-WOULD-QUEUE
           END-IF.
           IF WS-FRD-SCORE >= WS-FRD-SCORE-THRESHOLD
               MOVE "59" TO WS-SIM-CODE
               MOVE 3 TO WS-SIM-REASON
           END-IF.

      ******************************************************************
      * 3300-CHECK-SIM-MERCHVEL
      * 2035-CHECK-MERCH-VELOCITY against the simulated accumulators.
      ******************************************************************
       3300-CHECK-SIM-MERCHVEL.
           MOVE 0 TO WS-MV-COUNT-WK.
           MOVE 0 TO WS-MV-TOTAL-WK.
           PERFORM 3310-FIND-SIM-MERCHVEL.
           IF WS-MV-CUR > 0
               IF WS-MV-DATE(WS-MV-CUR) = RQ-LOG-DATE
                   MOVE WS-MV-COUNT(WS-MV-CUR) TO WS-MV-COUNT-WK
                   MOVE WS-MV-TOTAL(WS-MV-CUR) TO WS-MV-TOTAL-WK
               END-IF
           END-IF.
           MOVE WS-MV-COUNT-WK TO WS-MV-PROJ-COUNT.
           MOVE WS-MV-TOTAL-WK TO WS-MV-PROJ-TOTAL.
           ADD 1 TO WS-MV-PROJ-COUNT.
           ADD RQ-AMOUNT-NUM TO WS-MV-PROJ-TOTAL.
           IF WS-MV-PROJ-COUNT > WS-MERCH-MAX-COUNT
                   OR WS-MV-PROJ-TOTAL > WS-MERCH-MAX-AMOUNT
               MOVE "65" TO WS-SIM-CODE
               MOVE 4 TO WS-SIM-REASON
           END-IF.

      ******************************************************************
      * 3310-FIND-SIM-MERCHVEL
      ******************************************************************
       3310-FIND-SIM-MERCHVEL.
           MOVE 0 TO WS-MV-CUR.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-USED OR WS-MV-CUR > 0
               IF WS-MV-MERCHANT-ID(WS-MV-IDX) = RQ-MERCHANT-ID
                   MOVE WS-MV-IDX TO WS-MV-CUR
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3400-POST-SIM-APPROVAL
      * 2033-UPDATE-VELOCITY and 2038-UPDATE-MERCH-VELOCITY, posting
      * to the simulated accumulators only. A table too small for
      * the range abandons the run - a replay that stops counting
      * part-way would report flips that never happen.
      ******************************************************************
       3400-POST-SIM-APPROVAL.
           IF WS-PV-CUR = 0
               IF WS-PV-USED NOT < 1000
                   DISPLAY "REFUSED: more than 1000 cards in the "
                       "range - replay abandoned, narrow the dates."
                   STOP RUN
               END-IF
               ADD 1 TO WS-PV-USED
               MOVE WS-PV-USED TO WS-PV-CUR
               MOVE RQ-PAN TO WS-PV-PAN(WS-PV-CUR)
           END-IF.
           IF WS-PV-DATE(WS-PV-CUR) NOT = RQ-LOG-DATE
               MOVE RQ-LOG-DATE TO WS-PV-DATE(WS-PV-CUR)
               MOVE 0 TO WS-PV-COUNT(WS-PV-CUR)
               MOVE 0 TO WS-PV-TOTAL(WS-PV-CUR)
               MOVE 0 TO WS-PV-CASH-COUNT(WS-PV-CUR)
               MOVE 0 TO WS-PV-CASH-TOTAL(WS-PV-CUR)
           END-IF.
           IF WS-CASH-TXN
               ADD 1 TO WS-PV-CASH-COUNT(WS-PV-CUR)
               ADD WS-POST-AMOUNT TO WS-PV-CASH-TOTAL(WS-PV-CUR)
           ELSE
               ADD 1 TO WS-PV-COUNT(WS-PV-CUR)
               ADD WS-POST-AMOUNT TO WS-PV-TOTAL(WS-PV-CUR)
           END-IF.
           MOVE RQ-TERM-ID TO WS-PV-LAST-TERM(WS-PV-CUR).

           PERFORM 3310-FIND-SIM-MERCHVEL.
           IF WS-MV-CUR = 0
               IF WS-MV-USED NOT < 500
                   DISPLAY "REFUSED: more than 500 merchants in the "
                       "range - replay abandoned, narrow the dates."
                   STOP RUN
               END-IF
               ADD 1 TO WS-MV-USED
               MOVE WS-MV-USED TO WS-MV-CUR
               MOVE RQ-MERCHANT-ID TO WS-MV-MERCHANT-ID(WS-MV-CUR)
           END-IF.
           IF WS-MV-DATE(WS-MV-CUR) NOT = RQ-LOG-DATE
               MOVE RQ-LOG-DATE TO WS-MV-DATE(WS-MV-CUR)
               MOVE 0 TO WS-MV-COUNT(WS-MV-CUR)
               MOVE 0 TO WS-MV-TOTAL(WS-MV-CUR)
           END-IF.
           ADD 1 TO WS-MV-COUNT(WS-MV-CUR).
           ADD WS-POST-AMOUNT TO WS-MV-TOTAL(WS-MV-CUR).

           IF WS-AP-USED NOT < 2000
               DISPLAY "REFUSED: more than 2000 approvals in the "
                   "range - replay abandoned, narrow the dates."
               STOP RUN
           END-IF.
           ADD 1 TO WS-AP-USED.
           MOVE RQ-PAN TO WS-AP-PAN(WS-AP-USED).
           MOVE RQ-STAN TO WS-AP-STAN(WS-AP-USED).
           MOVE 'N' TO WS-AP-REVERSED-SW(WS-AP-USED).

      ******************************************************************
      * 3500-REPLAY-REVERSAL
      * An approved reversal backs its amount out of the day's
      * accumulators, floored at zero, as 2061/2062 do - but only
      * where the replay itself approved the original. A reversal
      * is never declined for these checks, so its answer stands.
      ******************************************************************
       3500-REPLAY-REVERSAL.
           ADD 1 TO WS-REVERSALS.
           IF TL-RESP-CODE NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           MOVE 0 TO WS-AP-FOUND.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-USED OR WS-AP-FOUND > 0
               IF WS-AP-PAN(WS-AP-IDX) = RQ-PAN
                       AND WS-AP-STAN(WS-AP-IDX) = RQ-ORIG-STAN
                       AND WS-AP-REVERSED-SW(WS-AP-IDX) = 'N'
                   MOVE WS-AP-IDX TO WS-AP-FOUND
               END-IF
           END-PERFORM.
           IF WS-AP-FOUND = 0
               GO TO 3500-EXIT
           END-IF.
           MOVE 'Y' TO WS-AP-REVERSED-SW(WS-AP-FOUND).
           ADD 1 TO WS-REVERSALS-BACKED-OUT.

           PERFORM 3100-READ-SIM-VELACC.
           IF WS-PV-CUR > 0
               IF WS-PV-DATE(WS-PV-CUR) = RQ-LOG-DATE
                   IF RQ-PROC-CODE(1:2) = "01"
                       IF WS-PV-CASH-COUNT(WS-PV-CUR) > 0
                           SUBTRACT 1 FROM WS-PV-CASH-COUNT(WS-PV-CUR)
                       END-IF
                       IF WS-PV-CASH-TOTAL(WS-PV-CUR) > RQ-AMOUNT-NUM
                           SUBTRACT RQ-AMOUNT-NUM
                               FROM WS-PV-CASH-TOTAL(WS-PV-CUR)
                       ELSE
                           MOVE 0 TO WS-PV-CASH-TOTAL(WS-PV-CUR)
                       END-IF
                   ELSE
                       IF WS-PV-COUNT(WS-PV-CUR) > 0
                           SUBTRACT 1 FROM WS-PV-COUNT(WS-PV-CUR)
                       END-IF
                       IF WS-PV-TOTAL(WS-PV-CUR) > RQ-AMOUNT-NUM
                           SUBTRACT RQ-AMOUNT-NUM
                               FROM WS-PV-TOTAL(WS-PV-CUR)
                       ELSE
                           MOVE 0 TO WS-PV-TOTAL(WS-PV-CUR)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF RQ-MERCHANT-ID NOT = SPACES
               PERFORM 3310-FIND-SIM-MERCHVEL
               IF WS-MV-CUR > 0
                   IF WS-MV-DATE(WS-MV-CUR) = RQ-LOG-DATE
                       IF WS-MV-COUNT(WS-MV-CUR) > 0
                           SUBTRACT 1 FROM WS-MV-COUNT(WS-MV-CUR)
                       END-IF
                       IF WS-MV-TOTAL(WS-MV-CUR) > RQ-AMOUNT-NUM
                           SUBTRACT RQ-AMOUNT-NUM
                               FROM WS-MV-TOTAL(WS-MV-CUR)
                       ELSE
                           MOVE 0 TO WS-MV-TOTAL(WS-MV-CUR)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-TALLY-AND-LIST
      * An approval that would decline is charged to the check that
      * declines it; a decline that would approve, to the check that
      * originally declined it.
      ******************************************************************
       3600-TALLY-AND-LIST.
           MOVE SPACES TO WS-LINE-MARK.
           MOVE SPACES TO WS-LINE-REASON.
           IF WS-ORIG-APPROVED AND NOT WS-SIM-APPROVED
               MOVE "APPR->DECL" TO WS-LINE-MARK
               MOVE WS-REASON-NAME(WS-SIM-REASON) TO WS-LINE-REASON
               ADD 1 TO WS-AD-COUNT(WS-SIM-REASON)
               ADD RQ-AMOUNT-NUM TO WS-AD-AMOUNT(WS-SIM-REASON)
           END-IF.
           IF NOT WS-ORIG-APPROVED AND WS-SIM-APPROVED
               MOVE "DECL->APPR" TO WS-LINE-MARK
               MOVE WS-REASON-NAME(WS-ORIG-REASON) TO WS-LINE-REASON
               ADD 1 TO WS-DA-COUNT(WS-ORIG-REASON)
               ADD RQ-AMOUNT-NUM TO WS-DA-AMOUNT(WS-ORIG-REASON)
           END-IF.
           IF NOT WS-ORIG-APPROVED AND NOT WS-SIM-APPROVED
                   AND WS-SIM-CODE NOT = WS-ORIG-CODE
               MOVE "NEW REASON" TO WS-LINE-MARK
               MOVE WS-REASON-NAME(WS-SIM-REASON) TO WS-LINE-REASON
               ADD 1 TO WS-REASON-CHANGED
           END-IF.

           IF WS-LINE-MARK NOT = SPACES OR WS-LIST-ALL
               MOVE RQ-AMOUNT-NUM TO WS-AMOUNT-DISP
               DISPLAY RQ-LOG-DATE " " RQ-STAN " " RQ-MTI " " RQ-PAN
                   " " WS-AMOUNT-DISP " " WS-ORIG-CODE "   "
                   WS-SIM-CODE "   " WS-LINE-MARK " " WS-LINE-REASON
           END-IF.

      ******************************************************************
      * 5000-PRINT-SUMMARY
      ******************************************************************
       5000-PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "--- Replay totals ---".
           DISPLAY "TRANARCH records in range:        " WS-RECORDS-READ.
           DISPLAY "Requests re-decided:              " WS-REPLAYED.
           DISPLAY "  originally approved:            "
               WS-REPLAYED-APPROVED.
           DISPLAY "  originally declined:            "
               WS-REPLAYED-DECLINED.
           DISPLAY "  approved under proposed rules:  "
               WS-SIM-APPROVED-COUNT.
           DISPLAY "  declined under proposed rules:  "
               WS-SIM-DECLINED-COUNT.
           DISPLAY "Declines with a new reason:       "
               WS-REASON-CHANGED.
           DISPLAY "Not re-decided - declined before the checks,".
           DISPLAY "  or a transfer/activation:       "
               WS-NOT-REDECIDED.
           DISPLAY "Reversals replayed:               " WS-REVERSALS
               " (" WS-REVERSALS-BACKED-OUT " backed out)".
           DISPLAY "Off-us requests (network's call): " WS-OFF-US.
           DISPLAY "Requests with no response logged: " WS-NO-RESPONSE.
           IF WS-FRD-ENABLED
               DISPLAY "Fraud alerts that would queue:    "
                   WS-ALERTS-WOULD-QUEUE
           END-IF.

           DISPLAY " ".
           DISPLAY "--- Flips by reason ---".
           DISPLAY "REASON            APPR->DECL          AMOUNT"
               "  DECL->APPR          AMOUNT".
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 4
               MOVE WS-AD-AMOUNT(WS-RSN-IDX) TO WS-TOTAL-DISP
               MOVE WS-DA-AMOUNT(WS-RSN-IDX) TO WS-TOTAL-DISP-2
               DISPLAY WS-REASON-NAME(WS-RSN-IDX) "     "
                   WS-AD-COUNT(WS-RSN-IDX) " " WS-TOTAL-DISP
                   "     " WS-DA-COUNT(WS-RSN-IDX) " "
                   WS-TOTAL-DISP-2
               ADD WS-AD-COUNT(WS-RSN-IDX) TO WS-AD-COUNT-TOTAL
               ADD WS-AD-AMOUNT(WS-RSN-IDX) TO WS-AD-AMOUNT-TOTAL
               ADD WS-DA-COUNT(WS-RSN-IDX) TO WS-DA-COUNT-TOTAL
               ADD WS-DA-AMOUNT(WS-RSN-IDX) TO WS-DA-AMOUNT-TOTAL
           END-PERFORM.
           MOVE WS-AD-AMOUNT-TOTAL TO WS-TOTAL-DISP.
           MOVE WS-DA-AMOUNT-TOTAL TO WS-TOTAL-DISP-2.
           DISPLAY "TOTAL                " WS-AD-COUNT-TOTAL " "
               WS-TOTAL-DISP "     " WS-DA-COUNT-TOTAL " "
               WS-TOTAL-DISP-2.
