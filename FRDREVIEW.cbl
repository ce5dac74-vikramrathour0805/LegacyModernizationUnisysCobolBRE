      * limitation noted in ISSAUTH.cbl), so it is loaded whole into
      * a table, updated in memory, and rewritten in full - the same
      * pattern CARDMAINT uses for CARDMAST.
      *
      * UPDATE: cardholder notifications. Confirming fraud now also
      * appends a CARDSTAT event to NOTIFEVT - the PAN, its account
      * from ACCTXREF, the alert's amount and a plain-language reason
      * - so the cardholder hears that the card is being blocked from
      * NOTIFEXT's next SMS/email extract. CARDMAINT does not notify
      * again when it applies the queued fraud BLOCK.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CARDACTS-FILE ASSIGN TO "CARDACTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDACTS-STATUS.
      *-- ACCTXREF maps a PAN to its deposit account for the account
      *-- number a notification carries. Read-only here.
           SELECT ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTXREF-STATUS.
      *-- NOTIFEVT is the outbound cardholder notification file that
      *-- ISSAUTH and CARDMAINT also append to, opened EXTEND.
           SELECT NOTIFEVT-FILE ASSIGN TO "NOTIFEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CA-OPERATOR-ID           PIC X(8).
      *--     Left blank here - CARDMAINT charges a blank-operator
      *--     batch record to whoever runs the batch.
           05 CA-NEW-PAN               PIC X(19).
      *--     REISSUE's replacement card number - blank on a BLOCK.
           05 CA-CTL-BLOCKED-MCC       PIC X(4) OCCURS 5 TIMES.
           05 CA-CTL-CNP-BLOCK         PIC X(1).
           05 CA-CTL-TXN-MAX           PIC 9(10)V99.
      *--     CONTROL's spending controls - blank on a BLOCK.
           05 CA-NTF-OPT               PIC X(1) OCCURS 5 TIMES.
           05 CA-NTF-LARGE-AMT         PIC 9(10)V99.
           05 CA-NTF-LOWBAL-AMT        PIC 9(10)V99.
      *--     NOTIFY's alert preferences - blank on a BLOCK.

       FD  ACCTXREF-FILE.
       01  ACCTXREF-RECORD.
           05 XR-PAN                   PIC X(19).
           05 XR-ACCT-NO               PIC X(19).

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

       WORKING-STORAGE SECTION.
       01  WS-FRDALERT-STATUS         PIC X(2).
       01  WS-CARDACTS-STATUS         PIC X(2).
       01  WS-ACCTXREF-STATUS         PIC X(2).
       01  WS-NOTIFEVT-STATUS         PIC X(2).
       01  WS-NTF-ACCT                PIC X(19).
       01  WS-XREF-FOUND-SW           PIC X(1) VALUE 'N'.
           88 WS-XREF-FOUND                    VALUE 'Y'.

      ******************************************************************
      * FRDALERT IN-MEMORY TABLE
                       ADD 1 TO WS-CONFIRMED-COUNT
                       MOVE 'Y' TO WS-CHANGED-SW
                       PERFORM 2300-QUEUE-BLOCK-ACTION
                       PERFORM 2400-NOTIFY-CARDHOLDER
                   WHEN 'P'
                       MOVE "P" TO WS-FA-STATUS(WS-FA-IDX)
                       ADD 1 TO WS-WORKED-COUNT
           DISPLAY "Confirmed fraud - BLOCK queued on CARDACTS for "
               WS-FA-PAN(WS-FA-IDX).

      ******************************************************************
      * 2400-NOTIFY-CARDHOLDER
      * Appends a CARDSTAT event to NOTIFEVT for the confirmed alert's
      * PAN, carrying the suspect transaction's amount. FRDALERT keeps
      * only the terminal, not the merchant, so the merchant name is
      * left blank. Same append-with-first-time-fallback as CARDACTS.
      ******************************************************************
       2400-NOTIFY-CARDHOLDER.
           PERFORM 2410-LOOKUP-ACCOUNT.
           OPEN EXTEND NOTIFEVT-FILE.
           IF WS-NOTIFEVT-STATUS = "35"
               CLOSE NOTIFEVT-FILE
               OPEN OUTPUT NOTIFEVT-FILE
           END-IF.
           MOVE SPACES TO NOTIFEVT-RECORD.
           MOVE "CARDSTAT" TO NE-EVENT-TYPE.
           MOVE WS-FA-PAN(WS-FA-IDX) TO NE-PAN.
           MOVE WS-NTF-ACCT TO NE-ACCT-NO.
           MOVE WS-FA-AMOUNT(WS-FA-IDX) TO NE-AMOUNT.
           MOVE 0 TO NE-BALANCE.
           ACCEPT NE-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT NE-TIMESTAMP(9:6) FROM TIME.
           MOVE "CARD BLOCKED - SUSPECTED FRAUD" TO NE-REASON.
           MOVE "FRDREVIEW" TO NE-SOURCE.
           WRITE NOTIFEVT-RECORD.
           CLOSE NOTIFEVT-FILE.

      ******************************************************************
      * 2410-LOOKUP-ACCOUNT
      * The alert PAN's deposit account from ACCTXREF - the PAN itself
      * when it has no entry, the same fallback ISSAUTH uses.
      ******************************************************************
       2410-LOOKUP-ACCOUNT.
           MOVE WS-FA-PAN(WS-FA-IDX) TO WS-NTF-ACCT.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           OPEN INPUT ACCTXREF-FILE.
           IF WS-ACCTXREF-STATUS NOT = "35"
               PERFORM UNTIL WS-XREF-FOUND
                       OR WS-ACCTXREF-STATUS = "10"
                   READ ACCTXREF-FILE
                       AT END
                           MOVE "10" TO WS-ACCTXREF-STATUS
                       NOT AT END
                           IF XR-PAN = WS-FA-PAN(WS-FA-IDX)
                               MOVE 'Y' TO WS-XREF-FOUND-SW
                               MOVE XR-ACCT-NO TO WS-NTF-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTXREF-FILE
           END-IF.

      ******************************************************************
      * 3000-LIST-THE-QUEUE
      ******************************************************************
