       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUDT.
       AUTHOR. Gemini.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * Consolidated operator activity and audit report. Every
      * maintenance program keeps its own audit trail; this job
      * merges them into one report, grouped by operator and in time
      * order within each, so "what did operator X do last month" is
      * one run rather than five files read by hand:
      *   - CARDAUDIT  (CARDMAINT)  card actions, with the approver
      *                             of any dual-control CLOSE;
      *   - DDAAUDIT   (DDAMAINT)   balance maintenance - the amount
      *                             moved is new balance less old.
      *                (DORMSCAN)   DORMANT rows, and
      *                (DDACYCLE)   ODINT and MAINTFEE rows, come from
      *                             those batch jobs, not the screen;
      *   - MTAUDIT    (MRCHMAINT)  merchant and terminal actions;
      *   - CHGBACK    (CHGBACK)    every dispute step, its amount,
      *                             and the approver of a dual-
      *                             control dispute;
      *   - CARDPEND and CHGPEND    dual-control items still waiting
      *                             for a second operator. They carry
      *                             no date, so they are listed
      *                             whatever the range, as PENDING.
      *
      * Each line is flagged where it needs an auditor's eye:
      *   D - the operator, or the approver, is Disabled on OPERMAST
      *       today;
      *   H - taken outside business hours (before WS-BUS-HOUR-START
      *       or from WS-BUS-HOUR-END on, or on a Saturday or Sunday);
      *   L - a DDAMAINT ADJUST or WITHDRAW moving at least the large-
      *       amount limit: STIPCFG's dual-control amount where one is
      *       set, WS-LARGE-AMOUNT's default otherwise;
      *   P - a dual-control item whose requester and approver paired
      *       up WS-PAIR-LIMIT or more times in the range. The pairs
      *       are also summarized on their own page.
      *
      * In-stream input, one item per line:
      *   - first date (YYYYMMDD) - empty for the first of this month;
      *   - last date (YYYYMMDD) - empty for today;
      *   - operator ID - empty for everyone. An operator's report
      *     includes the items they approved for someone else.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS.
       OBJECT-COMPUTER. UNISYS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- STIPCFG is read-only here, just for the dual-control amount.
           SELECT STIPCFG-FILE ASSIGN TO "STIPCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STIPCFG-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT CARDAUDIT-FILE ASSIGN TO "CARDAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDAUDIT-STATUS.
           SELECT DDAAUDIT-FILE ASSIGN TO "DDAAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDAAUDIT-STATUS.
           SELECT MTAUDIT-FILE ASSIGN TO "MTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTAUDIT-STATUS.
           SELECT CHGBACK-FILE ASSIGN TO "CHGBACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGBACK-STATUS.
           SELECT CARDPEND-FILE ASSIGN TO "CARDPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDPEND-STATUS.
           SELECT CHGPEND-FILE ASSIGN TO "CHGPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGPEND-STATUS.

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
      *--     The amount at or above which a maintenance action
      *--     needs a second operator - also the "large" mark here.
           05 CFG-CASH-DAILY-LIMIT     PIC 9(10)V99.
           05 CFG-ACTIVATION-DAYS      PIC 9(3).
           05 CFG-PRESENT-DAYS         PIC 9(3).
           05 CFG-CLEAR-TOL-PCT        PIC 9(3).
           05 CFG-REPRESENT-DAYS       PIC 9(3).
           05 CFG-DORMANT-MONTHS       PIC 9(3).
           05 CFG-MAINT-FEE            PIC 9(4)V99.
           05 CFG-FEE-WAIVE-BAL        PIC 9(10)V99.
      *--     All but CFG-DUAL-CTL-AMOUNT are read by other programs
      *--     - carried so every STIPCFG reader shares one layout.

       FD  OPERMAST-FILE.
       01  OPERMAST-RECORD.
           05 OP-ID                    PIC X(8).
           05 OP-NAME                  PIC X(20).
           05 OP-AUTH-LEVEL            PIC 9(1).
           05 OP-STATUS                PIC X(1).
      *--     A = Active, D = Disabled.

      *-- Same layout as CARDMAINT's CARDAUDIT-RECORD.
       FD  CARDAUDIT-FILE.
       01  CARDAUDIT-RECORD.
           05 CD-PAN                   PIC X(19).
           05 CD-OLD-STATUS            PIC X(1).
           05 CD-NEW-STATUS            PIC X(1).
           05 CD-TIMESTAMP             PIC X(14).
           05 CD-ACTION                PIC X(7).
           05 CD-REASON                PIC X(30).
           05 CD-OPERATOR-ID           PIC X(8).
           05 CD-APPROVED-BY           PIC X(8).

      *-- Same layout as DDAMAINT's DDAAUDIT-RECORD.
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

      *-- Same layout as MRCHMAINT's MTAUDIT-RECORD.
       FD  MTAUDIT-FILE.
       01  MTAUDIT-RECORD.
           05 MA-TYPE                  PIC X(1).
           05 MA-ID                    PIC X(15).
           05 MA-OLD-STATUS            PIC X(1).
           05 MA-NEW-STATUS            PIC X(1).
           05 MA-TIMESTAMP             PIC X(14).
           05 MA-ACTION                PIC X(8).
           05 MA-REASON                PIC X(30).
           05 MA-OPERATOR-ID           PIC X(8).
           05 MA-OLD-MCC               PIC X(4).
           05 MA-NEW-MCC               PIC X(4).

      *-- Same layout as CHGBACK's CHGBACK-RECORD.
       FD  CHGBACK-FILE.
       01  CHGBACK-RECORD.
           05 CB-STAN                  PIC X(6).
           05 CB-PAN                   PIC X(19).
           05 CB-AMOUNT                PIC 9(10)V99.
           05 CB-REASON-CODE           PIC X(4).
           05 CB-TIMESTAMP             PIC X(14).
           05 CB-STATUS                PIC X(8).
           05 CB-OPERATOR-ID           PIC X(8).
           05 CB-APPROVED-BY           PIC X(8).
           05 CB-MERCHANT-ID           PIC X(15).
           05 CB-RESPOND-BY            PIC 9(8).
           05 CB-EVENT-REF             PIC X(20).

      *-- Same layout as CARDMAINT's CARDPEND-RECORD.
       FD  CARDPEND-FILE.
       01  CARDPEND-RECORD.
           05 CP-ACTION                PIC X(7).
           05 CP-PAN                   PIC X(19).
           05 CP-NEW-STATUS            PIC X(1).
           05 CP-PIN-VER-VALUE         PIC X(4).
           05 CP-CVV                   PIC X(3).
           05 CP-BILLING-ZIP           PIC X(9).
           05 CP-REASON                PIC X(30).
           05 CP-EXPIRY                PIC X(4).
           05 CP-REQUESTED-BY          PIC X(8).

      *-- Same layout as CHGBACK's CHGPEND-RECORD.
       FD  CHGPEND-FILE.
       01  CHGPEND-RECORD.
           05 PD-STAN                  PIC X(6).
           05 PD-REASON-CODE           PIC X(4).
           05 PD-AMOUNT                PIC 9(10)V99.
           05 PD-REQUESTED-BY          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-STIPCFG-STATUS          PIC X(2).
       01  WS-OPERMAST-STATUS         PIC X(2).
       01  WS-CARDAUDIT-STATUS        PIC X(2).
       01  WS-DDAAUDIT-STATUS         PIC X(2).
       01  WS-MTAUDIT-STATUS          PIC X(2).
       01  WS-CHGBACK-STATUS          PIC X(2).
       01  WS-CARDPEND-STATUS         PIC X(2).
       01  WS-CHGPEND-STATUS          PIC X(2).

      *-- Defaults. WS-LARGE-AMOUNT is overridden from STIPCFG when
      *-- a dual-control amount is set there.
       01  WS-LARGE-AMOUNT            PIC 9(10)V99 VALUE 5000.00.
       01  WS-BUS-HOUR-START          PIC 9(2) VALUE 08.
       01  WS-BUS-HOUR-END            PIC 9(2) VALUE 18.
       01  WS-PAIR-LIMIT              PIC 9(3) VALUE 3.

      ******************************************************************
      * RUN PARAMETERS
      ******************************************************************
       01  WS-DATE-INPUT              PIC X(8).
       01  WS-OPER-INPUT              PIC X(8).
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05 WS-FROM-YYYYMM          PIC 9(6).
           05 WS-FROM-DD              PIC 9(2).
       01  WS-TO-DATE                 PIC 9(8).

      ******************************************************************
      * OPERATOR TABLE - OPERMAST loaded whole. With no OPERMAST, no
      * one is known to be disabled and no names are printed.
      ******************************************************************
       01  WS-OP-TABLE-AREA.
           05 WS-OP-ENTRY OCCURS 200 TIMES INDEXED BY WS-OP-IDX.
              10 WS-OP-ID              PIC X(8).
              10 WS-OP-NAME            PIC X(20).
              10 WS-OP-STATUS          PIC X(1).
       01  WS-OP-COUNT                PIC 9(3) VALUE 0.
       01  WS-OP-LOOKUP-ID            PIC X(8).
       01  WS-OP-LOOKUP-NAME          PIC X(20).
       01  WS-OP-LOOKUP-STATUS        PIC X(1).

      ******************************************************************
      * ACTIVITY TABLE - one entry per audit or pending record in the
      * range, from every source, sorted on WS-AC-SORT-KEY (operator,
      * then timestamp) before printing.
      ******************************************************************
       01  WS-AC-TABLE-AREA.
           05 WS-AC-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AC-IDX.
              10 WS-AC-SORT-KEY.
                 15 WS-AC-OPERATOR     PIC X(8).
                 15 WS-AC-TIMESTAMP    PIC X(14).
      *--           YYYYMMDDHHMMSS; "PENDING" on a queued item, which
      *--           sorts after every dated one.
              10 WS-AC-SOURCE          PIC X(9).
              10 WS-AC-ACTION          PIC X(8).
              10 WS-AC-SUBJECT         PIC X(19).
              10 WS-AC-AMOUNT          PIC S9(10)V99.
              10 WS-AC-AMOUNT-SW       PIC X(1).
      *--           Y when the action moved an amount.
              10 WS-AC-APPROVER        PIC X(8).
              10 WS-AC-DETAIL          PIC X(30).
              10 WS-AC-FLAGS.
                 15 WS-AC-FLAG-D       PIC X(1).
                 15 WS-AC-FLAG-H       PIC X(1).
                 15 WS-AC-FLAG-L       PIC X(1).
                 15 WS-AC-FLAG-P       PIC X(1).
       01  WS-AC-COUNT                PIC 9(5) VALUE 0.
      *-- On when the sources held more records in range than the
      *-- table - the run is refused: an audit report that silently
      *-- stops short is worse than none.
       01  WS-AC-OVERFLOW-SW          PIC X(1) VALUE 'N'.
           88 WS-AC-OVERFLOW                   VALUE 'Y'.
       01  WS-AC-WORK                 PIC X(113).
       01  WS-AC-NEW.
           05 WS-NEW-OPERATOR         PIC X(8).
           05 WS-NEW-TIMESTAMP        PIC X(14).
           05 WS-NEW-SOURCE           PIC X(9).
           05 WS-NEW-ACTION           PIC X(8).
           05 WS-NEW-SUBJECT          PIC X(19).
           05 WS-NEW-AMOUNT           PIC S9(10)V99.
           05 WS-NEW-AMOUNT-SW        PIC X(1).
           05 WS-NEW-APPROVER         PIC X(8).
           05 WS-NEW-DETAIL           PIC X(30).
           05 WS-NEW-FLAGS            PIC X(4).

      ******************************************************************
      * REQUESTER/APPROVER PAIRS - every dual-control item approved in
      * the range, counted by who asked and who approved.
      ******************************************************************
       01  WS-PR-TABLE-AREA.
           05 WS-PR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PR-IDX.
              10 WS-PR-REQUESTER       PIC X(8).
              10 WS-PR-APPROVER        PIC X(8).
              10 WS-PR-COUNT           PIC 9(5).
       01  WS-PR-USED                 PIC 9(3) VALUE 0.
       01  WS-PR-FOUND-SW             PIC X(1).
           88 WS-PR-FOUND                      VALUE 'Y'.

      ******************************************************************
      * SORT AND FLAG WORK AREA
      ******************************************************************
       01  WS-SORT-I                  PIC 9(5).
       01  WS-SORT-J                  PIC 9(5).
       01  WS-SORT-DONE-SW            PIC X(1).
           88 WS-SORT-DONE                     VALUE 'Y'.
       01  WS-TS-DATE                 PIC 9(8).
       01  WS-TS-HOUR                 PIC 9(2).
       01  WS-DAY-NUM                 PIC 9(9).
       01  WS-DAY-OF-WEEK             PIC 9(1).
      *--     0 = Monday ... 5 = Saturday, 6 = Sunday.
       01  WS-ABS-AMOUNT              PIC 9(10)V99.

      ******************************************************************
      * REPORT WORK AREA
      ******************************************************************
       01  WS-PREV-OPERATOR           PIC X(8).
       01  WS-WHEN-DISP               PIC X(15).
       01  WS-AMOUNT-DISP             PIC -(9)9.99.
       01  WS-AMOUNT-BLANK            PIC X(13) VALUE SPACES.
       01  WS-TOTAL-DISP              PIC -(11)9.99.
       01  WS-OPER-ACTIONS            PIC 9(5).
       01  WS-OPER-FLAGGED            PIC 9(5).
       01  WS-OPER-MOVED              PIC S9(12)V99.
       01  WS-LINES-PRINTED           PIC 9(5) VALUE 0.
       01  WS-FLAG-D-COUNT            PIC 9(5) VALUE 0.
       01  WS-FLAG-H-COUNT            PIC 9(5) VALUE 0.
       01  WS-FLAG-L-COUNT            PIC 9(5) VALUE 0.
       01  WS-FLAG-P-COUNT            PIC 9(5) VALUE 0.

      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "   OPERAUDT: OPERATOR ACTIVITY AND AUDIT REPORT".
           DISPLAY "=================================================".

           PERFORM 1000-ACCEPT-PARAMETERS.
           PERFORM 1100-LOAD-CONFIG.
           PERFORM 1200-LOAD-OPERMAST.

           PERFORM 2000-LOAD-CARDAUDIT.
           PERFORM 2100-LOAD-DDAAUDIT.
           PERFORM 2200-LOAD-MTAUDIT.
           PERFORM 2300-LOAD-CHGBACK.
           PERFORM 2400-LOAD-CARDPEND.
           PERFORM 2500-LOAD-CHGPEND.
           IF WS-AC-OVERFLOW
               DISPLAY "REFUSED: more than 2000 operator actions in "
                   "the range - narrow the dates or name an operator."
               STOP RUN
           END-IF.
           IF WS-AC-COUNT = 0
               DISPLAY "No operator activity in the range."
               STOP RUN
           END-IF.

           PERFORM 3000-SORT-ACTIVITY.
           PERFORM 4000-FLAG-ACTIVITY.
           PERFORM 5000-PRINT-BY-OPERATOR.
           PERFORM 6000-PRINT-PAIRS.

           DISPLAY " ".
           DISPLAY "Actions listed:            " WS-LINES-PRINTED.
           DISPLAY "  D disabled operator:     " WS-FLAG-D-COUNT.
           DISPLAY "  H off-hours or weekend:  " WS-FLAG-H-COUNT.
           DISPLAY "  L large ADJUST/WITHDRAW: " WS-FLAG-L-COUNT.
           DISPLAY "  P repeated pair:         " WS-FLAG-P-COUNT.
           DISPLAY "=================================================".
           STOP RUN.

      ******************************************************************
      * 1000-ACCEPT-PARAMETERS
      ******************************************************************
       1000-ACCEPT-PARAMETERS.
           ACCEPT WS-TO-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-FROM-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE 01 TO WS-FROM-DD
           END-IF.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-TO-DATE
           END-IF.
           ACCEPT WS-OPER-INPUT.

           DISPLAY "Activity " WS-FROM-DATE " through " WS-TO-DATE.
           IF WS-OPER-INPUT = SPACES
               DISPLAY "All operators."
           ELSE
               DISPLAY "Operator " WS-OPER-INPUT
                   " - own actions and approvals given."
           END-IF.

      ******************************************************************
      * 1100-LOAD-CONFIG
      * A missing STIPCFG, or a zero dual-control amount, leaves the
      * built-in large-amount default in effect.
      ******************************************************************
       1100-LOAD-CONFIG.
           OPEN INPUT STIPCFG-FILE.
           IF WS-STIPCFG-STATUS NOT = "35"
               READ STIPCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-DUAL-CTL-AMOUNT IS NUMERIC
                               AND CFG-DUAL-CTL-AMOUNT > 0
                           MOVE CFG-DUAL-CTL-AMOUNT TO WS-LARGE-AMOUNT
                       END-IF
               END-READ
               CLOSE STIPCFG-FILE
           END-IF.
           MOVE WS-LARGE-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "Large ADJUST/WITHDRAW at " WS-AMOUNT-DISP
               " or more; business hours " WS-BUS-HOUR-START
               ":00-" WS-BUS-HOUR-END ":00 Monday-Friday.".

      ******************************************************************
      * 1200-LOAD-OPERMAST
      ******************************************************************
       1200-LOAD-OPERMAST.
           MOVE 0 TO WS-OP-COUNT.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPERMAST-STATUS = "35"
               DISPLAY "OPERMAST not found - operator status not "
                   "checked"
           ELSE
               PERFORM UNTIL WS-OPERMAST-STATUS = "10"
                   READ OPERMAST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMAST-STATUS
                       NOT AT END
                           IF WS-OP-COUNT < 200
                               ADD 1 TO WS-OP-COUNT
                               MOVE OP-ID TO WS-OP-ID(WS-OP-COUNT)
                               MOVE OP-NAME TO WS-OP-NAME(WS-OP-COUNT)
                               MOVE OP-STATUS
                                   TO WS-OP-STATUS(WS-OP-COUNT)
                           ELSE
                               DISPLAY "WARNING: OPERMAST holds more "
                                   "than 200 operators - the rest "
                                   "not checked"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
           END-IF.

      ******************************************************************
      * 2000-LOAD-CARDAUDIT
      ******************************************************************
       2000-LOAD-CARDAUDIT.
           OPEN INPUT CARDAUDIT-FILE.
           IF WS-CARDAUDIT-STATUS = "35"
               DISPLAY "CARDAUDIT not found - no card actions"
           ELSE
               PERFORM UNTIL WS-CARDAUDIT-STATUS = "10"
                   READ CARDAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-CARDAUDIT-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-AC-NEW
                           MOVE CD-OPERATOR-ID TO WS-NEW-OPERATOR
                           MOVE CD-TIMESTAMP TO WS-NEW-TIMESTAMP
                           MOVE "CARDMAINT" TO WS-NEW-SOURCE
                           MOVE CD-ACTION TO WS-NEW-ACTION
                           MOVE CD-PAN TO WS-NEW-SUBJECT
                           MOVE 0 TO WS-NEW-AMOUNT
                           MOVE "N" TO WS-NEW-AMOUNT-SW
                           MOVE CD-APPROVED-BY TO WS-NEW-APPROVER
                           MOVE CD-REASON TO WS-NEW-DETAIL
                           PERFORM 2900-ADD-DATED-ENTRY THRU 2900-EXIT
                   END-READ
               END-PERFORM
               CLOSE CARDAUDIT-FILE
           END-IF.

      ******************************************************************
      * 2100-LOAD-DDAAUDIT
      ******************************************************************
       2100-LOAD-DDAAUDIT.
           OPEN INPUT DDAAUDIT-FILE.
           IF WS-DDAAUDIT-STATUS = "35"
               DISPLAY "DDAAUDIT not found - no balance maintenance"
           ELSE
               PERFORM UNTIL WS-DDAAUDIT-STATUS = "10"
                   READ DDAAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-DDAAUDIT-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-AC-NEW
                           MOVE DU-OPERATOR-ID TO WS-NEW-OPERATOR
                           MOVE DU-TIMESTAMP TO WS-NEW-TIMESTAMP
                           EVALUATE DU-ACTION
                               WHEN "DORMANT"
                                   MOVE "DORMSCAN" TO WS-NEW-SOURCE
                               WHEN "ODINT"
                               WHEN "MAINTFEE"
                                   MOVE "DDACYCLE" TO WS-NEW-SOURCE
                               WHEN OTHER
                                   MOVE "DDAMAINT" TO WS-NEW-SOURCE
                           END-EVALUATE
                           MOVE DU-ACTION TO WS-NEW-ACTION
                           MOVE DU-ACCT-NO TO WS-NEW-SUBJECT
                           COMPUTE WS-NEW-AMOUNT =
                               DU-NEW-BALANCE - DU-OLD-BALANCE
                           MOVE "Y" TO WS-NEW-AMOUNT-SW
                           MOVE DU-REASON TO WS-NEW-DETAIL
                           PERFORM 2900-ADD-DATED-ENTRY THRU 2900-EXIT
                   END-READ
               END-PERFORM
               CLOSE DDAAUDIT-FILE
           END-IF.

      ******************************************************************
      * 2200-LOAD-MTAUDIT
      * The subject is the merchant or terminal ID, prefixed M or T.
      ******************************************************************
       2200-LOAD-MTAUDIT.
           OPEN INPUT MTAUDIT-FILE.
           IF WS-MTAUDIT-STATUS = "35"
               DISPLAY "MTAUDIT not found - no merchant/terminal "
                   "actions"
           ELSE
               PERFORM UNTIL WS-MTAUDIT-STATUS = "10"
                   READ MTAUDIT-FILE
                       AT END
                           MOVE "10" TO WS-MTAUDIT-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-AC-NEW
                           MOVE MA-OPERATOR-ID TO WS-NEW-OPERATOR
                           MOVE MA-TIMESTAMP TO WS-NEW-TIMESTAMP
                           MOVE "MRCHMAINT" TO WS-NEW-SOURCE
                           MOVE MA-ACTION TO WS-NEW-ACTION
                           STRING MA-TYPE " " MA-ID
                               DELIMITED BY SIZE INTO WS-NEW-SUBJECT
                           MOVE 0 TO WS-NEW-AMOUNT
                           MOVE "N" TO WS-NEW-AMOUNT-SW
                           MOVE MA-REASON TO WS-NEW-DETAIL
                           PERFORM 2900-ADD-DATED-ENTRY THRU 2900-EXIT
                   END-READ
               END-PERFORM
               CLOSE MTAUDIT-FILE
           END-IF.

      ******************************************************************
      * 2300-LOAD-CHGBACK
      * The action is the dispute step (POSTED, REPRESNT, REDEBIT...);
      * the subject the disputed STAN and PAN.
      ******************************************************************
       2300-LOAD-CHGBACK.
           OPEN INPUT CHGBACK-FILE.
           IF WS-CHGBACK-STATUS = "35"
               DISPLAY "CHGBACK not found - no dispute activity"
           ELSE
               PERFORM UNTIL WS-CHGBACK-STATUS = "10"
                   READ CHGBACK-FILE
                       AT END
                           MOVE "10" TO WS-CHGBACK-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-AC-NEW
                           MOVE CB-OPERATOR-ID TO WS-NEW-OPERATOR
                           MOVE CB-TIMESTAMP TO WS-NEW-TIMESTAMP
                           MOVE "CHGBACK" TO WS-NEW-SOURCE
                           MOVE CB-STATUS TO WS-NEW-ACTION
                           MOVE CB-PAN TO WS-NEW-SUBJECT
                           MOVE CB-AMOUNT TO WS-NEW-AMOUNT
                           MOVE "Y" TO WS-NEW-AMOUNT-SW
                           MOVE CB-APPROVED-BY TO WS-NEW-APPROVER
                           STRING "STAN " CB-STAN " REASON "
                               CB-REASON-CODE " " CB-EVENT-REF
                               DELIMITED BY SIZE INTO WS-NEW-DETAIL
                           PERFORM 2900-ADD-DATED-ENTRY THRU 2900-EXIT
                   END-READ
               END-PERFORM
               CLOSE CHGBACK-FILE
           END-IF.

      ******************************************************************
      * 2400-LOAD-CARDPEND
      ******************************************************************
       2400-LOAD-CARDPEND.
           OPEN INPUT CARDPEND-FILE.
           IF WS-CARDPEND-STATUS NOT = "35"
               PERFORM UNTIL WS-CARDPEND-STATUS = "10"
                   READ CARDPEND-FILE
                       AT END
                           MOVE "10" TO WS-CARDPEND-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-AC-NEW
                           MOVE CP-REQUESTED-BY TO WS-NEW-OPERATOR
                           MOVE "CARDPEND" TO WS-NEW-SOURCE
                           MOVE CP-ACTION TO WS-NEW-ACTION
                           MOVE CP-PAN TO WS-NEW-SUBJECT
                           MOVE 0 TO WS-NEW-AMOUNT
                           MOVE "N" TO WS-NEW-AMOUNT-SW
                           MOVE CP-REASON TO WS-NEW-DETAIL
                           PERFORM 2950-ADD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CARDPEND-FILE
           END-IF.

      ******************************************************************
      * 2500-LOAD-CHGPEND
      ******************************************************************
       2500-LOAD-CHGPEND.
           OPEN INPUT CHGPEND-FILE.
           IF WS-CHGPEND-STATUS NOT = "35"
               PERFORM UNTIL WS-CHGPEND-STATUS = "10"
                   READ CHGPEND-FILE
                       AT END
                           MOVE "10" TO WS-CHGPEND-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-AC-NEW
                           MOVE PD-REQUESTED-BY TO WS-NEW-OPERATOR
                           MOVE "CHGPEND" TO WS-NEW-SOURCE
                           MOVE "DISPUTE" TO WS-NEW-ACTION
                           STRING "STAN " PD-STAN
                               DELIMITED BY SIZE INTO WS-NEW-SUBJECT
                           MOVE PD-AMOUNT TO WS-NEW-AMOUNT
                           MOVE "Y" TO WS-NEW-AMOUNT-SW
                           STRING "REASON " PD-REASON-CODE
                               DELIMITED BY SIZE INTO WS-NEW-DETAIL
                           PERFORM 2950-ADD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHGPEND-FILE
           END-IF.

      ******************************************************************
      * 2900-ADD-DATED-ENTRY
      * Adds WS-AC-NEW when it is dated inside the range and - with an
      * operator named - that operator took or approved it.
      ******************************************************************
       2900-ADD-DATED-ENTRY.
           IF WS-NEW-TIMESTAMP(1:8) IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF.
           IF WS-NEW-TIMESTAMP(1:8) < WS-FROM-DATE
                   OR WS-NEW-TIMESTAMP(1:8) > WS-TO-DATE
               GO TO 2900-EXIT
           END-IF.
           IF WS-OPER-INPUT NOT = SPACES
                   AND WS-NEW-OPERATOR NOT = WS-OPER-INPUT
                   AND WS-NEW-APPROVER NOT = WS-OPER-INPUT
               GO TO 2900-EXIT
           END-IF.
           PERFORM 2990-STORE-ENTRY.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-ADD-PENDING-ENTRY
      ******************************************************************
       2950-ADD-PENDING-ENTRY.
           MOVE "PENDING" TO WS-NEW-TIMESTAMP.
           IF WS-OPER-INPUT = SPACES
                   OR WS-NEW-OPERATOR = WS-OPER-INPUT
               PERFORM 2990-STORE-ENTRY
           END-IF.

      ******************************************************************
      * 2990-STORE-ENTRY
      ******************************************************************
       2990-STORE-ENTRY.
           IF WS-AC-COUNT < 2000
               ADD 1 TO WS-AC-COUNT
               MOVE WS-NEW-OPERATOR TO WS-AC-OPERATOR(WS-AC-COUNT)
               MOVE WS-NEW-TIMESTAMP TO WS-AC-TIMESTAMP(WS-AC-COUNT)
               MOVE WS-NEW-SOURCE TO WS-AC-SOURCE(WS-AC-COUNT)
               MOVE WS-NEW-ACTION TO WS-AC-ACTION(WS-AC-COUNT)
               MOVE WS-NEW-SUBJECT TO WS-AC-SUBJECT(WS-AC-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-AC-AMOUNT(WS-AC-COUNT)
               MOVE WS-NEW-AMOUNT-SW TO WS-AC-AMOUNT-SW(WS-AC-COUNT)
               MOVE WS-NEW-APPROVER TO WS-AC-APPROVER(WS-AC-COUNT)
               MOVE WS-NEW-DETAIL TO WS-AC-DETAIL(WS-AC-COUNT)
               MOVE SPACES TO WS-AC-FLAGS(WS-AC-COUNT)
           ELSE
               MOVE 'Y' TO WS-AC-OVERFLOW-SW
           END-IF.

      ******************************************************************
      * 3000-SORT-ACTIVITY
      * Exchange sort on operator and timestamp. Records arrive from
      * each source already in time order, so few passes are needed.
      ******************************************************************
       3000-SORT-ACTIVITY.
           MOVE 'N' TO WS-SORT-DONE-SW.
           PERFORM UNTIL WS-SORT-DONE
               MOVE 'Y' TO WS-SORT-DONE-SW
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-AC-COUNT
                   COMPUTE WS-SORT-J = WS-SORT-I + 1
                   IF WS-AC-SORT-KEY(WS-SORT-I)
                           > WS-AC-SORT-KEY(WS-SORT-J)
                       MOVE WS-AC-ENTRY(WS-SORT-I) TO WS-AC-WORK
                       MOVE WS-AC-ENTRY(WS-SORT-J)
                           TO WS-AC-ENTRY(WS-SORT-I)
                       MOVE WS-AC-WORK TO WS-AC-ENTRY(WS-SORT-J)
                       MOVE 'N' TO WS-SORT-DONE-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * 4000-FLAG-ACTIVITY
      * Counts the requester/approver pairs first, then sets each
      * entry's flags.
      ******************************************************************
       4000-FLAG-ACTIVITY.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-APPROVER(WS-AC-IDX) NOT = SPACES
                   PERFORM 4100-COUNT-PAIR
               END-IF
           END-PERFORM.

           PERFORM 4200-FLAG-ONE-ENTRY
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.

      ******************************************************************
      * 4100-COUNT-PAIR
      ******************************************************************
       4100-COUNT-PAIR.
           MOVE 'N' TO WS-PR-FOUND-SW.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED OR WS-PR-FOUND
               IF WS-PR-REQUESTER(WS-PR-IDX) = WS-AC-OPERATOR(WS-AC-IDX)
                       AND WS-PR-APPROVER(WS-PR-IDX)
                           = WS-AC-APPROVER(WS-AC-IDX)
                   MOVE 'Y' TO WS-PR-FOUND-SW
                   ADD 1 TO WS-PR-COUNT(WS-PR-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-PR-FOUND AND WS-PR-USED < 200
               ADD 1 TO WS-PR-USED
               MOVE WS-AC-OPERATOR(WS-AC-IDX)
                   TO WS-PR-REQUESTER(WS-PR-USED)
               MOVE WS-AC-APPROVER(WS-AC-IDX)
                   TO WS-PR-APPROVER(WS-PR-USED)
               MOVE 1 TO WS-PR-COUNT(WS-PR-USED)
           END-IF.

      ******************************************************************
      * 4200-FLAG-ONE-ENTRY
      ******************************************************************
       4200-FLAG-ONE-ENTRY.
      *-- D: the operator, or the approver, disabled today.
           MOVE WS-AC-OPERATOR(WS-AC-IDX) TO WS-OP-LOOKUP-ID.
           PERFORM 4900-LOOKUP-OPERATOR.
           IF WS-OP-LOOKUP-STATUS = "D"
               MOVE "D" TO WS-AC-FLAG-D(WS-AC-IDX)
           END-IF.
           IF WS-AC-APPROVER(WS-AC-IDX) NOT = SPACES
               MOVE WS-AC-APPROVER(WS-AC-IDX) TO WS-OP-LOOKUP-ID
               PERFORM 4900-LOOKUP-OPERATOR
               IF WS-OP-LOOKUP-STATUS = "D"
                   MOVE "D" TO WS-AC-FLAG-D(WS-AC-IDX)
               END-IF
           END-IF.

      *-- H: outside business hours or at the weekend. INTEGER-OF-
      *-- DATE counts from Monday 1601-01-01 as day 1.
           IF WS-AC-TIMESTAMP(WS-AC-IDX)(1:14) IS NUMERIC
               MOVE WS-AC-TIMESTAMP(WS-AC-IDX)(1:8) TO WS-TS-DATE
               MOVE WS-AC-TIMESTAMP(WS-AC-IDX)(9:2) TO WS-TS-HOUR
               COMPUTE WS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) - 1
               DIVIDE WS-DAY-NUM BY 7 GIVING WS-DAY-NUM
                   REMAINDER WS-DAY-OF-WEEK
               IF WS-TS-HOUR < WS-BUS-HOUR-START
                       OR WS-TS-HOUR NOT < WS-BUS-HOUR-END
                       OR WS-DAY-OF-WEEK > 4
                   MOVE "H" TO WS-AC-FLAG-H(WS-AC-IDX)
               END-IF
           END-IF.

      *-- L: a large balance movement by hand.
      *-- Only DDAMAINT writes ADJUST or WITHDRAW; the batch rows
      *-- DORMSCAN and DDACYCLE add to DDAAUDIT never qualify.
           IF WS-AC-SOURCE(WS-AC-IDX) = "DDAMAINT"
                   AND (WS-AC-ACTION(WS-AC-IDX) = "ADJUST"
                        OR WS-AC-ACTION(WS-AC-IDX) = "WITHDRAW")
               IF WS-AC-AMOUNT(WS-AC-IDX) < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - WS-AC-AMOUNT(WS-AC-IDX)
               ELSE
                   MOVE WS-AC-AMOUNT(WS-AC-IDX) TO WS-ABS-AMOUNT
               END-IF
               IF WS-ABS-AMOUNT NOT < WS-LARGE-AMOUNT
                   MOVE "L" TO WS-AC-FLAG-L(WS-AC-IDX)
               END-IF
           END-IF.

      *-- P: a pair that keeps approving each other's items.
           IF WS-AC-APPROVER(WS-AC-IDX) NOT = SPACES
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PR-USED
                   IF WS-PR-REQUESTER(WS-PR-IDX)
                           = WS-AC-OPERATOR(WS-AC-IDX)
                           AND WS-PR-APPROVER(WS-PR-IDX)
                               = WS-AC-APPROVER(WS-AC-IDX)
                           AND WS-PR-COUNT(WS-PR-IDX)
                               NOT < WS-PAIR-LIMIT
                       MOVE "P" TO WS-AC-FLAG-P(WS-AC-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-AC-FLAG-D(WS-AC-IDX) = "D"
               ADD 1 TO WS-FLAG-D-COUNT
           END-IF.
           IF WS-AC-FLAG-H(WS-AC-IDX) = "H"
               ADD 1 TO WS-FLAG-H-COUNT
           END-IF.
           IF WS-AC-FLAG-L(WS-AC-IDX) = "L"
               ADD 1 TO WS-FLAG-L-COUNT
           END-IF.
           IF WS-AC-FLAG-P(WS-AC-IDX) = "P"
               ADD 1 TO WS-FLAG-P-COUNT
           END-IF.

      ******************************************************************
      * 4900-LOOKUP-OPERATOR
      * Name and status of WS-OP-LOOKUP-ID; blank when not on file.
      ******************************************************************
       4900-LOOKUP-OPERATOR.
           MOVE SPACES TO WS-OP-LOOKUP-NAME.
           MOVE SPACES TO WS-OP-LOOKUP-STATUS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = WS-OP-LOOKUP-ID
                   MOVE WS-OP-NAME(WS-OP-IDX) TO WS-OP-LOOKUP-NAME
                   MOVE WS-OP-STATUS(WS-OP-IDX) TO WS-OP-LOOKUP-STATUS
               END-IF
           END-PERFORM.

      ******************************************************************
      * 5000-PRINT-BY-OPERATOR
      ******************************************************************
       5000-PRINT-BY-OPERATOR.
           MOVE HIGH-VALUES TO WS-PREV-OPERATOR.
           PERFORM 5100-PRINT-ONE-ENTRY
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.
           PERFORM 5300-PRINT-OPERATOR-TOTALS.

      ******************************************************************
      * 5100-PRINT-ONE-ENTRY
      ******************************************************************
       5100-PRINT-ONE-ENTRY.
           IF WS-AC-OPERATOR(WS-AC-IDX) NOT = WS-PREV-OPERATOR
               IF WS-PREV-OPERATOR NOT = HIGH-VALUES
                   PERFORM 5300-PRINT-OPERATOR-TOTALS
               END-IF
               PERFORM 5200-PRINT-OPERATOR-HEADING
           END-IF.

           IF WS-AC-TIMESTAMP(WS-AC-IDX) = "PENDING"
               MOVE "PENDING" TO WS-WHEN-DISP
           ELSE
               MOVE SPACES TO WS-WHEN-DISP
               STRING WS-AC-TIMESTAMP(WS-AC-IDX)(1:8) " "
                      WS-AC-TIMESTAMP(WS-AC-IDX)(9:2) ":"
                      WS-AC-TIMESTAMP(WS-AC-IDX)(11:2)
                   DELIMITED BY SIZE INTO WS-WHEN-DISP
           END-IF.

           ADD 1 TO WS-LINES-PRINTED.
           ADD 1 TO WS-OPER-ACTIONS.
           IF WS-AC-FLAGS(WS-AC-IDX) NOT = SPACES
               ADD 1 TO WS-OPER-FLAGGED
           END-IF.
           IF WS-AC-AMOUNT-SW(WS-AC-IDX) = "Y"
               MOVE WS-AC-AMOUNT(WS-AC-IDX) TO WS-AMOUNT-DISP
               IF WS-AC-TIMESTAMP(WS-AC-IDX) NOT = "PENDING"
                   ADD WS-AC-AMOUNT(WS-AC-IDX) TO WS-OPER-MOVED
               END-IF
               DISPLAY WS-WHEN-DISP WS-AC-SOURCE(WS-AC-IDX) " "
                   WS-AC-ACTION(WS-AC-IDX) " "
                   WS-AC-SUBJECT(WS-AC-IDX) " " WS-AMOUNT-DISP " "
                   WS-AC-APPROVER(WS-AC-IDX) " "
                   WS-AC-FLAGS(WS-AC-IDX) " " WS-AC-DETAIL(WS-AC-IDX)
           ELSE
               DISPLAY WS-WHEN-DISP WS-AC-SOURCE(WS-AC-IDX) " "
                   WS-AC-ACTION(WS-AC-IDX) " "
                   WS-AC-SUBJECT(WS-AC-IDX) " " WS-AMOUNT-BLANK " "
                   WS-AC-APPROVER(WS-AC-IDX) " "
                   WS-AC-FLAGS(WS-AC-IDX) " " WS-AC-DETAIL(WS-AC-IDX)
           END-IF.

      ******************************************************************
      * 5200-PRINT-OPERATOR-HEADING
      ******************************************************************
       5200-PRINT-OPERATOR-HEADING.
           MOVE WS-AC-OPERATOR(WS-AC-IDX) TO WS-PREV-OPERATOR.
           MOVE 0 TO WS-OPER-ACTIONS.
           MOVE 0 TO WS-OPER-FLAGGED.
           MOVE 0 TO WS-OPER-MOVED.
           MOVE WS-PREV-OPERATOR TO WS-OP-LOOKUP-ID.
           PERFORM 4900-LOOKUP-OPERATOR.

           DISPLAY " ".
           EVALUATE WS-OP-LOOKUP-STATUS
               WHEN "D"
                   DISPLAY "OPERATOR " WS-PREV-OPERATOR " "
                       WS-OP-LOOKUP-NAME " ** DISABLED **"
               WHEN SPACES
                   DISPLAY "OPERATOR " WS-PREV-OPERATOR
                       " (not on OPERMAST)"
               WHEN OTHER
                   DISPLAY "OPERATOR " WS-PREV-OPERATOR " "
                       WS-OP-LOOKUP-NAME
           END-EVALUATE.
           DISPLAY "WHEN           SOURCE    ACTION   SUBJECT        "
               "           AMOUNT APPROVER FLAG DETAIL".

      ******************************************************************
      * 5300-PRINT-OPERATOR-TOTALS
      ******************************************************************
       5300-PRINT-OPERATOR-TOTALS.
           MOVE WS-OPER-MOVED TO WS-TOTAL-DISP.
           DISPLAY "  " WS-PREV-OPERATOR ": " WS-OPER-ACTIONS
               " actions, " WS-OPER-FLAGGED " flagged, net amount "
               WS-TOTAL-DISP.

      ******************************************************************
      * 6000-PRINT-PAIRS
      ******************************************************************
       6000-PRINT-PAIRS.
           DISPLAY " ".
           DISPLAY "DUAL-CONTROL PAIRS (requester / approver / items)".
           IF WS-PR-USED = 0
               DISPLAY "  No dual-control approvals in the range."
           END-IF.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
               IF WS-PR-COUNT(WS-PR-IDX) NOT < WS-PAIR-LIMIT
                   DISPLAY "  " WS-PR-REQUESTER(WS-PR-IDX) " "
                       WS-PR-APPROVER(WS-PR-IDX) " "
                       WS-PR-COUNT(WS-PR-IDX) "  ** REPEATED PAIR **"
               ELSE
                   DISPLAY "  " WS-PR-REQUESTER(WS-PR-IDX) " "
                       WS-PR-APPROVER(WS-PR-IDX) " "
                       WS-PR-COUNT(WS-PR-IDX)
               END-IF
           END-PERFORM.
