      * a record last quarter. Actions:                               *
      *   A - add card     (Luhn-checked, no duplicates)              *
      *   X - close card                                              *
      *   B - block card reported lost or stolen (status L - debits   *
      *       are denied from then on; CARDREIS reissues it)          *
      *   L - credit limit change (never below current balance)      *
      *   R - APR change                                              *
      *   N - cardholder name change                                  *
       01  WS-CM-STATUS             PIC XX.
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-OLD-STATUS            PIC X(01).

       01  WS-COUNTERS.
           05  WS-MAINT-READ        PIC 9(5) VALUE ZERO.
                   PERFORM ADD-NEW-CARD
               WHEN 'X'
                   PERFORM CLOSE-CARD
               WHEN 'B'
                   PERFORM BLOCK-CARD
               WHEN 'L'
                   PERFORM CHANGE-CREDIT-LIMIT
               WHEN 'R'
               IF CR-CARD-CLOSED
                   MOVE "CARD ALREADY CLOSED" TO WS-REJECT-REASON
               END-IF
               IF CR-CARD-CHARGED-OFF
                   MOVE "CARD IS CHARGED OFF" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CR-ACCOUNT-STATUS TO WS-OLD-STATUS
               MOVE 'C' TO CR-ACCOUNT-STATUS
               REWRITE CARD-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE CR-BALANCE TO WS-DISPLAY-OLD-VAL
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Status: " WS-OLD-STATUS
                   " -> C  Balance at close: $"
                   WS-DISPLAY-OLD-VAL
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

      *****************************************************************
      * BLOCK-CARD marks a card reported lost or stolen. The balance, *
      * limit and payment fields are left exactly as they are - the   *
      * cardholder still owes them - but from here on CARDPOST,       *
      * PREAUTH and FRAUDSCOR deny every debit and CARDPOST routes    *
      * it to fraud review. CARDREIS later moves the account to a     *
      * replacement number.                                           *
      *****************************************************************
       BLOCK-CARD.
           IF WS-CARD-ON-FILE = 'N'
               MOVE "CARD NOT ON MASTER FILE" TO WS-REJECT-REASON
           ELSE
               IF CR-CARD-CLOSED
                   MOVE "CARD IS CLOSED" TO WS-REJECT-REASON
               END-IF
               IF CR-CARD-BLOCKED
                   MOVE "CARD ALREADY BLOCKED" TO WS-REJECT-REASON
               END-IF
               IF CR-CARD-CHARGED-OFF
                   MOVE "CARD IS CHARGED OFF" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CR-ACCOUNT-STATUS TO WS-OLD-STATUS
               MOVE 'L' TO CR-ACCOUNT-STATUS
               REWRITE CARD-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE CR-BALANCE TO WS-DISPLAY-OLD-VAL
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Status: " WS-OLD-STATUS
                   " -> L  Reported lost/stolen  Balance: $"
                   WS-DISPLAY-OLD-VAL
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
