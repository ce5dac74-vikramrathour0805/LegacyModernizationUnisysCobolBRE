      *   Merchant ('M'): ADD      - new merchant, Active
      *                   REACT    - closed merchant back to Active
      *                   CLOSE    - merchant to Closed ('03' declines)
      *                   MCC      - change the merchant category code
      *   Terminal ('T'): ADD      - new terminal, Active
      *                   DISABLE  - terminal to Disabled ('58')
      *                   MAINT    - terminal to Maintenance ('58')
      * (same limitation noted in ISSAUTH.cbl), so each is loaded
      * whole into a table, updated in memory, and rewritten in full -
      * the same pattern CARDMAINT uses for CARDMAST.
      *
      * UPDATE: TERMMAST now carries a terminal type (TM-TERM-TYPE:
      * A = ATM, P = point of sale) - ISSAUTH only accepts an ATM cash
      * withdrawal from a terminal typed 'A'. A terminal ADD takes the
      * type from the new trailing MT-TERM-TYPE (or the prompt), and
      * anything but 'A' is recorded as 'P', so a terminal only ever
      * dispenses cash when someone deliberately set it up to.
      *
      * UPDATE: MERCHMAST now carries the merchant category code
      * (MM-MCC, the 4-digit ISO 18245 code - 5411 grocery, 7995
      * gambling, and so on) so ISSAUTH can apply a cardholder's
      * blocked-category controls. A merchant ADD takes the code from
      * the new trailing MT-MCC (or the prompt), and the new merchant
      * action MCC changes it on an existing merchant. A code that is
      * not 4 digits is refused. MTAUDIT carries the old and new code
      * on every merchant row, so a re-classification is as traceable
      * as a status change.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 MM-STATUS                PIC X(1).
      *--     A = Active, C = Closed/blocked
           05 MM-NAME                  PIC X(25).
           05 MM-MCC                   PIC X(4).
      *--     Merchant category code; spaces = not yet classified.

       FD  TERMMAST-FILE.
       01  TERMMAST-RECORD.
           05 TM-STATUS                PIC X(1).
      *--     A = Active, D = Disabled, M = Maintenance
           05 TM-LOCATION              PIC X(25).
           05 TM-TERM-TYPE             PIC X(1).
      *--     A = ATM (may dispense cash), P = point of sale.

       FD  MTACTS-FILE.
       01  MTACTS-RECORD.
      *--     Who submitted the batch action. Blank falls back to
      *--     the operator who started the batch run. Appended at
      *--     the end so older action files still line up.
           05 MT-TERM-TYPE             PIC X(1).
      *--     Terminal ADD only: A = ATM, anything else = point of
      *--     sale.
           05 MT-MCC                   PIC X(4).
      *--     Merchant ADD/MCC only: the 4-digit category code.

       FD  MTAUDIT-FILE.
       01  MTAUDIT-RECORD.
           05 MA-REASON                PIC X(30).
           05 MA-OPERATOR-ID           PIC X(8).
      *--     Who took the action.
           05 MA-OLD-MCC               PIC X(4).
           05 MA-NEW-MCC               PIC X(4).
      *--     Merchant rows: category code before and after the
      *--     action (unchanged unless the action was ADD or MCC).
      *--     Spaces on terminal rows.

       FD  OPERMAST-FILE.
       01  OPERMAST-RECORD.
              10 WS-MM-MERCHANT-ID     PIC X(15).
              10 WS-MM-STATUS          PIC X(1).
              10 WS-MM-NAME            PIC X(25).
              10 WS-MM-MCC             PIC X(4).
       01  WS-MM-COUNT                PIC 9(5) VALUE 0.
       01  WS-MM-MATCH-IDX            PIC 9(5) VALUE 0.
       01  WS-MM-FOUND-SW             PIC X(1) VALUE 'N'.
              10 WS-TM-TERM-ID         PIC X(8).
              10 WS-TM-STATUS          PIC X(1).
              10 WS-TM-LOCATION        PIC X(25).
              10 WS-TM-TERM-TYPE       PIC X(1).
       01  WS-TM-COUNT                PIC 9(5) VALUE 0.
       01  WS-TM-MATCH-IDX            PIC 9(5) VALUE 0.
       01  WS-TM-FOUND-SW             PIC X(1) VALUE 'N'.
       01  WS-ACT-RESULT-SW           PIC X(1) VALUE 'N'.
           88 WS-ACT-APPLIED                   VALUE 'Y'.
       01  WS-ACT-TIMESTAMP           PIC X(14).
       01  WS-ACT-OLD-MCC             PIC X(4).
       01  WS-ACT-NEW-MCC             PIC X(4).

      ******************************************************************
      * SESSION / MENU CONTROL
           05 MT-NAME                  PIC X(25).
           05 MT-REASON                PIC X(30).
           05 MT-OPERATOR-ID           PIC X(8).
           05 MT-TERM-TYPE             PIC X(1).
           05 MT-MCC                   PIC X(4).

      ******************************************************************
      * PROCEDURE DIVISION
           DISPLAY "   MRCHMAINT - Merchant/Terminal Maintenance".
           DISPLAY "   Operator: " WS-SESSION-OPER-ID.
           DISPLAY "=================================================".
           DISPLAY "    1. Enter an action (merchant ADD/REACT/CLOSE/"
               "MCC, terminal ADD/DISABLE/MAINT/REACT)".
           DISPLAY "    2. Batch Mode (read actions from MTACTS)".
           DISPLAY "    3. Exit".
           DISPLAY " ".
           MOVE SPACES TO WS-IN-ACTION.
           DISPLAY "Master (M = merchant, T = terminal): ".
           ACCEPT MT-TYPE OF WS-IN-ACTION.
           DISPLAY "Action (ADD/REACT/CLOSE/MCC/DISABLE/MAINT): ".
           ACCEPT MT-ACTION OF WS-IN-ACTION.
           DISPLAY "ID (merchant ID, or terminal ID): ".
           ACCEPT MT-ID OF WS-IN-ACTION.
           DISPLAY "Name/location for ADD (blank otherwise): ".
           ACCEPT MT-NAME OF WS-IN-ACTION.
           IF MT-TYPE OF WS-IN-ACTION = "T"
                   AND MT-ACTION OF WS-IN-ACTION = "ADD"
               DISPLAY "Terminal type (A = ATM, P = point of sale): "
               ACCEPT MT-TERM-TYPE OF WS-IN-ACTION
           END-IF.
           IF MT-TYPE OF WS-IN-ACTION = "M"
                   AND (MT-ACTION OF WS-IN-ACTION = "ADD"
                     OR MT-ACTION OF WS-IN-ACTION = "MCC")
               DISPLAY "Merchant category code (4 digits): "
               ACCEPT MT-MCC OF WS-IN-ACTION
           END-IF.
           DISPLAY "Reason: ".
           ACCEPT MT-REASON OF WS-IN-ACTION.

           MOVE 'N' TO WS-ACT-RESULT-SW.
           MOVE SPACES TO WS-ACT-OLD-STATUS.
           MOVE SPACES TO WS-ACT-NEW-STATUS.
           MOVE SPACES TO WS-ACT-OLD-MCC.
           MOVE SPACES TO WS-ACT-NEW-MCC.
      *-- Who this action is charged to: the batch record's own
      *-- operator when it carries one, otherwise whoever signed on.
           IF MT-OPERATOR-ID OF WS-IN-ACTION NOT = SPACES
                   PERFORM 3140-MERCHANT-REACT
               WHEN "CLOSE"
                   PERFORM 3150-MERCHANT-CLOSE
               WHEN "MCC"
                   PERFORM 3160-MERCHANT-CHANGE-MCC
               WHEN OTHER
                   DISPLAY "Unknown merchant action '"
                       MT-ACTION OF WS-IN-ACTION
                               MOVE MM-STATUS TO
                                   WS-MM-STATUS(WS-MM-COUNT)
                               MOVE MM-NAME TO WS-MM-NAME(WS-MM-COUNT)
                               MOVE MM-MCC TO WS-MM-MCC(WS-MM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-MM-OVERFLOW-SW
                           END-IF

      ******************************************************************
      * 3130-MERCHANT-ADD
      * The category code is optional on ADD (a merchant may be
      * classified later with MCC), but one that is given must be
      * 4 digits.
      ******************************************************************
       3130-MERCHANT-ADD.
           IF WS-MM-FOUND
               DISPLAY "ADD refused - merchant " MT-ID OF WS-IN-ACTION
                   " already on MERCHMAST"
           ELSE
               IF MT-MCC OF WS-IN-ACTION NOT = SPACES
                       AND MT-MCC OF WS-IN-ACTION IS NOT NUMERIC
                   DISPLAY "ADD refused - category code '"
                       MT-MCC OF WS-IN-ACTION "' is not 4 digits"
               ELSE
                   IF WS-MM-COUNT < 200
                       ADD 1 TO WS-MM-COUNT
                       MOVE MT-ID OF WS-IN-ACTION TO
                           WS-MM-MERCHANT-ID(WS-MM-COUNT)
                       MOVE "A" TO WS-MM-STATUS(WS-MM-COUNT)
                       MOVE MT-NAME OF WS-IN-ACTION TO
                           WS-MM-NAME(WS-MM-COUNT)
                       MOVE MT-MCC OF WS-IN-ACTION TO
                           WS-MM-MCC(WS-MM-COUNT)
                       MOVE SPACES TO WS-ACT-OLD-STATUS
                       MOVE "A" TO WS-ACT-NEW-STATUS
                       MOVE MT-MCC OF WS-IN-ACTION TO WS-ACT-NEW-MCC
                       MOVE 'Y' TO WS-ACT-RESULT-SW
                       DISPLAY "ADD applied - merchant "
                           MT-ID OF WS-IN-ACTION " is Active, category "
                           WS-MM-MCC(WS-MM-COUNT)
                   ELSE
                       DISPLAY "ADD refused - MERCHMAST table full"
                   END-IF
               END-IF
           END-IF.

                   MT-ID OF WS-IN-ACTION " not on MERCHMAST"
           ELSE
               MOVE WS-MM-STATUS(WS-MM-MATCH-IDX) TO WS-ACT-OLD-STATUS
               MOVE WS-MM-MCC(WS-MM-MATCH-IDX) TO WS-ACT-OLD-MCC
               MOVE WS-MM-MCC(WS-MM-MATCH-IDX) TO WS-ACT-NEW-MCC
               MOVE "A" TO WS-MM-STATUS(WS-MM-MATCH-IDX)
               MOVE "A" TO WS-ACT-NEW-STATUS
               MOVE 'Y' TO WS-ACT-RESULT-SW
                   MT-ID OF WS-IN-ACTION " not on MERCHMAST"
           ELSE
               MOVE WS-MM-STATUS(WS-MM-MATCH-IDX) TO WS-ACT-OLD-STATUS
               MOVE WS-MM-MCC(WS-MM-MATCH-IDX) TO WS-ACT-OLD-MCC
               MOVE WS-MM-MCC(WS-MM-MATCH-IDX) TO WS-ACT-NEW-MCC
               MOVE "C" TO WS-MM-STATUS(WS-MM-MATCH-IDX)
               MOVE "C" TO WS-ACT-NEW-STATUS
               MOVE 'Y' TO WS-ACT-RESULT-SW
                   MT-ID OF WS-IN-ACTION " now declines '03'"
           END-IF.

      ******************************************************************
      * 3160-MERCHANT-CHANGE-MCC
      * Re-classifies an existing merchant. The status is left as it
      * is (old and new status on the audit row are the same); only
      * the category code moves.
      ******************************************************************
       3160-MERCHANT-CHANGE-MCC.
           IF NOT WS-MM-FOUND
               DISPLAY "MCC refused - merchant "
                   MT-ID OF WS-IN-ACTION " not on MERCHMAST"
           ELSE
               IF MT-MCC OF WS-IN-ACTION IS NOT NUMERIC
                   DISPLAY "MCC refused - category code '"
                       MT-MCC OF WS-IN-ACTION "' is not 4 digits"
               ELSE
                   MOVE WS-MM-STATUS(WS-MM-MATCH-IDX)
                       TO WS-ACT-OLD-STATUS
                   MOVE WS-MM-STATUS(WS-MM-MATCH-IDX)
                       TO WS-ACT-NEW-STATUS
                   MOVE WS-MM-MCC(WS-MM-MATCH-IDX) TO WS-ACT-OLD-MCC
                   MOVE MT-MCC OF WS-IN-ACTION TO WS-ACT-NEW-MCC
                   MOVE MT-MCC OF WS-IN-ACTION
                       TO WS-MM-MCC(WS-MM-MATCH-IDX)
                   MOVE 'Y' TO WS-ACT-RESULT-SW
                   DISPLAY "MCC applied - merchant "
                       MT-ID OF WS-IN-ACTION " category "
                       WS-ACT-OLD-MCC " -> " WS-ACT-NEW-MCC
               END-IF
           END-IF.

      ******************************************************************
      * 3190-REWRITE-MERCHMAST
      ******************************************************************
               MOVE WS-MM-MERCHANT-ID(WS-MM-IDX) TO MM-MERCHANT-ID
               MOVE WS-MM-STATUS(WS-MM-IDX) TO MM-STATUS
               MOVE WS-MM-NAME(WS-MM-IDX) TO MM-NAME
               MOVE WS-MM-MCC(WS-MM-IDX) TO MM-MCC
               WRITE MERCHMAST-RECORD
           END-PERFORM.
           CLOSE MERCHMAST-FILE.
                                   WS-TM-STATUS(WS-TM-COUNT)
                               MOVE TM-LOCATION TO
                                   WS-TM-LOCATION(WS-TM-COUNT)
                               MOVE TM-TERM-TYPE TO
                                   WS-TM-TERM-TYPE(WS-TM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TM-OVERFLOW-SW
                           END-IF
                   MOVE "A" TO WS-TM-STATUS(WS-TM-COUNT)
                   MOVE MT-NAME OF WS-IN-ACTION TO
                       WS-TM-LOCATION(WS-TM-COUNT)
                   IF MT-TERM-TYPE OF WS-IN-ACTION = "A"
                       MOVE "A" TO WS-TM-TERM-TYPE(WS-TM-COUNT)
                   ELSE
                       MOVE "P" TO WS-TM-TERM-TYPE(WS-TM-COUNT)
                   END-IF
                   MOVE SPACES TO WS-ACT-OLD-STATUS
                   MOVE "A" TO WS-ACT-NEW-STATUS
                   MOVE 'Y' TO WS-ACT-RESULT-SW
                   DISPLAY "ADD applied - terminal "
                       MT-ID OF WS-IN-ACTION(1:8) " is Active, type "
                       WS-TM-TERM-TYPE(WS-TM-COUNT)
               ELSE
                   DISPLAY "ADD refused - TERMMAST table full"
               END-IF
               MOVE WS-TM-TERM-ID(WS-TM-IDX) TO TM-TERM-ID
               MOVE WS-TM-STATUS(WS-TM-IDX) TO TM-STATUS
               MOVE WS-TM-LOCATION(WS-TM-IDX) TO TM-LOCATION
               MOVE WS-TM-TERM-TYPE(WS-TM-IDX) TO TM-TERM-TYPE
               WRITE TERMMAST-RECORD
           END-PERFORM.
           CLOSE TERMMAST-FILE.
           MOVE MT-ACTION OF WS-IN-ACTION TO MA-ACTION.
           MOVE MT-REASON OF WS-IN-ACTION TO MA-REASON.
           MOVE WS-ACT-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE WS-ACT-OLD-MCC TO MA-OLD-MCC.
           MOVE WS-ACT-NEW-MCC TO MA-NEW-MCC.
           WRITE MTAUDIT-RECORD.
           CLOSE MTAUDIT-FILE.

