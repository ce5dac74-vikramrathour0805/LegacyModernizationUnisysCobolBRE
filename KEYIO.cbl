      * touches only its own record.
      *
      * CALL "KEYIO" USING KEYIO-REQUEST, KEYIO-RECORD.
      *   KIO-FILE-ID   CARDMAST / DDABAL / VELACC / MERCHVEL /
      *                 CARDCTL / NOTIFPRF
      *   KIO-FUNCTION  R = read by key into KEYIO-RECORD
      *                 U = rewrite the keyed record from KEYIO-RECORD
      *                 A = append KEYIO-RECORD as a new record
      * file's own layout; the caller overlays it with the layout it
      * needs. Keys live in the first bytes of each record, so an 'A'
      * ignores KIO-KEY and an 'R'/'U' compares the record prefix.
      *
      * UPDATE: VELACC grows from 50 to 65 bytes - ISSAUTH now keeps
      * the card's daily cash-withdrawal count and amount on the same
      * record as its purchase velocity, at the end of the record.
      *
      * UPDATE: CARDMAST grows from 40 to 67 bytes - the card's issue
      * date and, on a reissue to a new card number, the PAN the card
      * replaces, both at the end of the record (card activation).
      *
      * UPDATE: new file-id CARDCTL - the per-card spending controls
      * (blocked merchant categories, card-not-present block,
      * per-transaction maximum), 52 bytes keyed by PAN. CARDMAINT
      * maintains it and ISSAUTH reads it on every authorization.
      *
      * UPDATE: DDABAL grows from 43 to 44 bytes - the account status
      * byte (D = dormant) at the end of the record, set by DORMSCAN
      * and cleared by DDAMAINT's REACTIVATE.
      *
      * UPDATE: new file-id NOTIFPRF - the cardholder's alert
      * preferences (opt-in/out per event type, large-purchase and
      * low-balance thresholds), 48 bytes keyed by PAN. CARDMAINT
      * maintains it; ISSAUTH reads the thresholds and NOTIFEXT the
      * opt-outs.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MERCHVEL-FILE ASSIGN TO "MERCHVEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CARDCTL-FILE ASSIGN TO "CARDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NOTIFPRF-FILE ASSIGN TO "NOTIFPRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- callers; this module only needs each file's record length
      *-- and key length.
       FD  CARDMAST-FILE.
       01  CARDMAST-RECORD             PIC X(67).
       FD  DDABAL-FILE.
       01  DDABAL-RECORD               PIC X(44).
       FD  VELACC-FILE.
       01  VELACC-RECORD               PIC X(65).
       FD  MERCHVEL-FILE.
       01  MERCHVEL-RECORD             PIC X(40).
       FD  CARDCTL-FILE.
       01  CARDCTL-RECORD              PIC X(52).
       FD  NOTIFPRF-FILE.
       01  NOTIFPRF-RECORD             PIC X(48).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC X(2).
           EVALUATE KIO-FILE-ID
               WHEN "CARDMAST"
                   MOVE 19 TO WS-KEY-LEN
                   MOVE 67 TO WS-REC-LEN
                   PERFORM 1000-CARDMAST-IO
               WHEN "DDABAL"
                   MOVE 19 TO WS-KEY-LEN
                   MOVE 44 TO WS-REC-LEN
                   PERFORM 2000-DDABAL-IO
               WHEN "VELACC"
                   MOVE 19 TO WS-KEY-LEN
                   MOVE 65 TO WS-REC-LEN
                   PERFORM 3000-VELACC-IO
               WHEN "MERCHVEL"
                   MOVE 15 TO WS-KEY-LEN
                   MOVE 40 TO WS-REC-LEN
                   PERFORM 4000-MERCHVEL-IO
               WHEN "CARDCTL"
                   MOVE 19 TO WS-KEY-LEN
                   MOVE 52 TO WS-REC-LEN
                   PERFORM 5000-CARDCTL-IO
               WHEN "NOTIFPRF"
                   MOVE 19 TO WS-KEY-LEN
                   MOVE 48 TO WS-REC-LEN
                   PERFORM 6000-NOTIFPRF-IO
               WHEN OTHER
                   DISPLAY "KEYIO: unknown file-id '" KIO-FILE-ID "'"
           END-EVALUATE.
           WRITE MERCHVEL-RECORD.
           CLOSE MERCHVEL-FILE.
           MOVE "00" TO KIO-STATUS.

      ******************************************************************
      * 5000-CARDCTL-IO
      ******************************************************************
       5000-CARDCTL-IO.
           EVALUATE KIO-FUNCTION
               WHEN "R"
                   PERFORM 5100-CARDCTL-READ
               WHEN "U"
                   PERFORM 5200-CARDCTL-UPDATE
               WHEN "A"
                   PERFORM 5300-CARDCTL-ADD
               WHEN OTHER
                   DISPLAY "KEYIO: unknown function '" KIO-FUNCTION
                       "' for " KIO-FILE-ID
           END-EVALUATE.

      ******************************************************************
      * 5100-CARDCTL-READ
      ******************************************************************
       5100-CARDCTL-READ.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT CARDCTL-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE "35" TO KIO-STATUS
           ELSE
               PERFORM UNTIL WS-FOUND OR WS-FILE-STATUS = "10"
                   READ CARDCTL-FILE
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF CARDCTL-RECORD(1:WS-KEY-LEN) =
                                   KIO-KEY(1:WS-KEY-LEN)
                               MOVE 'Y' TO WS-FOUND-SW
                               MOVE SPACES TO KEYIO-RECORD
                               MOVE CARDCTL-RECORD TO
                                   KEYIO-RECORD(1:WS-REC-LEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARDCTL-FILE
               IF WS-FOUND
                   MOVE "00" TO KIO-STATUS
               ELSE
                   MOVE "23" TO KIO-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * 5200-CARDCTL-UPDATE
      ******************************************************************
       5200-CARDCTL-UPDATE.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN I-O CARDCTL-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE "35" TO KIO-STATUS
           ELSE
               PERFORM UNTIL WS-FOUND OR WS-FILE-STATUS = "10"
                   READ CARDCTL-FILE
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF CARDCTL-RECORD(1:WS-KEY-LEN) =
                                   KIO-KEY(1:WS-KEY-LEN)
                               MOVE 'Y' TO WS-FOUND-SW
                               MOVE KEYIO-RECORD(1:WS-REC-LEN) TO
                                   CARDCTL-RECORD
                               REWRITE CARDCTL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARDCTL-FILE
               IF WS-FOUND
                   MOVE "00" TO KIO-STATUS
               ELSE
                   MOVE "23" TO KIO-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * 5300-CARDCTL-ADD
      ******************************************************************
       5300-CARDCTL-ADD.
           OPEN EXTEND CARDCTL-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE CARDCTL-FILE
               OPEN OUTPUT CARDCTL-FILE
           END-IF.
           MOVE KEYIO-RECORD(1:WS-REC-LEN) TO CARDCTL-RECORD.
           WRITE CARDCTL-RECORD.
           CLOSE CARDCTL-FILE.
           MOVE "00" TO KIO-STATUS.

      ******************************************************************
      * 6000-NOTIFPRF-IO
      ******************************************************************
       6000-NOTIFPRF-IO.
           EVALUATE KIO-FUNCTION
               WHEN "R"
                   PERFORM 6100-NOTIFPRF-READ
               WHEN "U"
                   PERFORM 6200-NOTIFPRF-UPDATE
               WHEN "A"
                   PERFORM 6300-NOTIFPRF-ADD
               WHEN OTHER
                   DISPLAY "KEYIO: unknown function '" KIO-FUNCTION
                       "' for " KIO-FILE-ID
           END-EVALUATE.

      ******************************************************************
      * 6100-NOTIFPRF-READ
      ******************************************************************
       6100-NOTIFPRF-READ.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT NOTIFPRF-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE "35" TO KIO-STATUS
           ELSE
               PERFORM UNTIL WS-FOUND OR WS-FILE-STATUS = "10"
                   READ NOTIFPRF-FILE
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF NOTIFPRF-RECORD(1:WS-KEY-LEN) =
                                   KIO-KEY(1:WS-KEY-LEN)
                               MOVE 'Y' TO WS-FOUND-SW
                               MOVE SPACES TO KEYIO-RECORD
                               MOVE NOTIFPRF-RECORD TO
                                   KEYIO-RECORD(1:WS-REC-LEN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFPRF-FILE
               IF WS-FOUND
                   MOVE "00" TO KIO-STATUS
               ELSE
                   MOVE "23" TO KIO-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * 6200-NOTIFPRF-UPDATE
      ******************************************************************
       6200-NOTIFPRF-UPDATE.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN I-O NOTIFPRF-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE "35" TO KIO-STATUS
           ELSE
               PERFORM UNTIL WS-FOUND OR WS-FILE-STATUS = "10"
                   READ NOTIFPRF-FILE
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF NOTIFPRF-RECORD(1:WS-KEY-LEN) =
                                   KIO-KEY(1:WS-KEY-LEN)
                               MOVE 'Y' TO WS-FOUND-SW
                               MOVE KEYIO-RECORD(1:WS-REC-LEN) TO
                                   NOTIFPRF-RECORD
                               REWRITE NOTIFPRF-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFPRF-FILE
               IF WS-FOUND
                   MOVE "00" TO KIO-STATUS
               ELSE
                   MOVE "23" TO KIO-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * 6300-NOTIFPRF-ADD
      ******************************************************************
       6300-NOTIFPRF-ADD.
           OPEN EXTEND NOTIFPRF-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE NOTIFPRF-FILE
               OPEN OUTPUT NOTIFPRF-FILE
           END-IF.
           MOVE KEYIO-RECORD(1:WS-REC-LEN) TO NOTIFPRF-RECORD.
           WRITE NOTIFPRF-RECORD.
           CLOSE NOTIFPRF-FILE.
           MOVE "00" TO KIO-STATUS.
