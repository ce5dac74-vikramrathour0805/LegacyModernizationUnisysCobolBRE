       01  CARDMAST-RECORD.
           05 CM-PAN                  PIC X(19).
           05 CM-STATUS                PIC X(1).
      *--     A = Active, L = Lost, S = Stolen, C = Closed,
      *--     N = Not yet activated
           05 CM-PIN-VER-VALUE         PIC X(4).
           05 CM-CVV                   PIC X(3).
           05 CM-BILLING-ZIP           PIC X(9).
           05 CM-EXPIRY-DATE           PIC X(4).
      *--     YYMM the card is good through.
           05 CM-ISSUE-DATE            PIC X(8).
           05 CM-REPLACES-PAN          PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-CARDMAST-STATUS         PIC X(2).
