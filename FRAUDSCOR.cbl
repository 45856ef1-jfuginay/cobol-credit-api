       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-PATTERNS ASSIGN DYNAMIC WS-FP-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FP-PATTERN-ID
           05  WS-VELOCITY-FLAG    PIC X VALUE 'N'.
           05  WS-ODD-HOURS        PIC X VALUE 'N'.
           
      *    Which scoring checks fired, for the caller - the amount
      *    check counts once whether AMTHIGH, AMTVHIGH or both fired.
       01  WS-PATTERN-HITS.
           05  WS-HIT-AMOUNT       PIC X VALUE 'N'.
           05  WS-HIT-VELOCITY     PIC X VALUE 'N'.
           05  WS-HIT-GEORISK      PIC X VALUE 'N'.
           05  WS-HIT-GEOPROF      PIC X VALUE 'N'.
           05  WS-HIT-TIMERISK     PIC X VALUE 'N'.

       01  WS-DECISION           PIC X(10).
       01  WS-REASON-COUNT       PIC 9 VALUE ZERO.
       01  WS-REASONS            OCCURS 5 TIMES PIC X(50).
       01  WS-TRANS-DATE         PIC X(8).

       01  WS-FP-STATUS          PIC XX.
       01  WS-FP-FILENAME        PIC X(20).
       01  WS-FP-OPEN            PIC X VALUE 'N'.

       01  WS-TH-STATUS          PIC XX.
       01  WS-HIST-HH               PIC 99.
       01  WS-HIST-MM               PIC 99.
       01  WS-HIST-SS               PIC 99.
       01  WS-HIST-USABLE           PIC X.

      *    Working fields for looking up a scoring pattern in
      *    FRAUDPAT.DAT. Each CHECK-xxx-RISK paragraph moves a
      *    to it, so asking "would this go through?" leaves no trace
      *    in the velocity window. Anything else scores and logs as
      *    always.
      *    'B' is a back-test replay (FRBKTEST): nothing is logged
      *    to the history or to FRAUDLOG.TXT, and only history from
      *    before the transaction's own date/time is counted, so a
      *    past transaction scores as it would have on the day.
           05  LS-INQUIRY-MODE     PIC X(01).
               88  LS-BACK-TEST        VALUE 'B'.
      *    The card's CR-ACCOUNT-STATUS and the transaction type, so
      *    a debit on a card reported lost or stolen is denied
      *    whatever it scores - see CHECK-CARD-BLOCK.
           05  LS-ACCOUNT-STATUS   PIC X(01).
               88  LS-CARD-BLOCKED     VALUE 'L'.
           05  LS-TRANS-TYPE       PIC X(01).
      *    The pattern file to score with - spaces for the live
      *    FRAUDPAT.DAT. FRBKTEST names a candidate copy here.
           05  LS-PATTERN-FILE     PIC X(20).
           
       01  LS-OUTPUT-RESULTS.
           05  LS-FRAUD-SCORE      PIC 999.
           05  LS-DECISION         PIC X(10).
           05  LS-REASON-COUNT     PIC 9.
           05  LS-REASONS          OCCURS 5 TIMES PIC X(50).
      *    'Y' for each scoring check that fired.
           05  LS-PATTERN-HITS.
               10  LS-HIT-AMOUNT       PIC X.
               10  LS-HIT-VELOCITY     PIC X.
               10  LS-HIT-GEORISK      PIC X.
               10  LS-HIT-GEOPROF      PIC X.
               10  LS-HIT-TIMERISK     PIC X.
           
       PROCEDURE DIVISION USING LS-INPUT-PARAMS LS-OUTPUT-RESULTS.
       
       MAIN-PROCESS.
           INITIALIZE WS-FRAUD-SCORE WS-RISK-FACTORS
           MOVE ALL 'N' TO WS-PATTERN-HITS
           MOVE ZERO TO WS-REASON-COUNT
           MOVE SPACES TO WS-REASONS(1) WS-REASONS(2) WS-REASONS(3)
               WS-REASONS(4) WS-REASONS(5)
           PERFORM CHECK-TIME-RISK
           PERFORM CALCULATE-TOTAL-SCORE
           PERFORM DETERMINE-DECISION
           PERFORM CHECK-CARD-BLOCK
           PERFORM PREPARE-OUTPUT
           IF NOT LS-BACK-TEST
               PERFORM WRITE-FRAUD-AUDIT-LOG
           END-IF
           IF WS-FP-OPEN = 'Y'
               CLOSE FRAUD-PATTERNS
           END-IF
               WS-TRANS-HOUR * 3600 + WS-TRANS-MIN * 60 + WS-TRANS-SEC
           MOVE LS-TRANS-DATE TO WS-TRANS-DATE

           IF LS-PATTERN-FILE = SPACES
               MOVE "FRAUDPAT.DAT" TO WS-FP-FILENAME
           ELSE
               MOVE LS-PATTERN-FILE TO WS-FP-FILENAME
           END-IF
           MOVE 'N' TO WS-FP-OPEN
           OPEN INPUT FRAUD-PATTERNS
           IF WS-FP-STATUS = "00"

           IF WS-AMOUNT > WS-LOOKUP-THRESHOLD
               MOVE 'Y' TO WS-HIGH-AMOUNT
               MOVE 'Y' TO WS-HIT-AMOUNT
               ADD WS-LOOKUP-WEIGHT TO WS-AMOUNT-SCORE
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT
           PERFORM GET-FRAUD-PATTERN

           IF WS-AMOUNT > WS-LOOKUP-THRESHOLD
               MOVE 'Y' TO WS-HIT-AMOUNT
               ADD WS-LOOKUP-WEIGHT TO WS-AMOUNT-SCORE
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT
           PERFORM GET-FRAUD-PATTERN

           PERFORM COUNT-RECENT-TRANSACTIONS
           IF LS-INQUIRY-MODE NOT = 'Y' AND NOT LS-BACK-TEST
               PERFORM LOG-TRANSACTION-HISTORY
           END-IF

           IF WS-VELOCITY-COUNT + 1 >= WS-LOOKUP-THRESHOLD
               MOVE 'Y' TO WS-VELOCITY-FLAG
               MOVE 'Y' TO WS-HIT-VELOCITY
               ADD WS-LOOKUP-WEIGHT TO WS-VELOCITY-SCORE
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT
           END-IF.

       EVALUATE-HISTORY-RECORD.
      *    A back-test replay counts only what was on file when the
      *    transaction was first scored - nothing from its own
      *    date/time onward, itself included.
           MOVE 'Y' TO WS-HIST-USABLE
           IF LS-BACK-TEST
               IF TH-TRANS-DATE > WS-TRANS-DATE OR
                   (TH-TRANS-DATE = WS-TRANS-DATE AND
                    TH-TRANS-TIME NOT < WS-TRANS-TIME)
                   MOVE 'N' TO WS-HIST-USABLE
               END-IF
           END-IF
           IF WS-HIST-USABLE = 'Y'
               PERFORM COUNT-HISTORY-RECORD
           END-IF.

       COUNT-HISTORY-RECORD.
      *    Location profile counts this card's history from any day;
      *    the velocity window below stays same-day only.
           IF TH-GEO-CODE NOT = SPACES

           IF WS-GEO-CODE(1:4) = "RISK"
               MOVE 'Y' TO WS-UNUSUAL-LOC
               MOVE 'Y' TO WS-HIT-GEORISK
               ADD WS-LOOKUP-WEIGHT TO WS-LOCATION-SCORE
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT
               WS-PROFILE-TOTAL >= WS-LOOKUP-THRESHOLD AND
               WS-PROFILE-MATCH = ZERO
               MOVE 'Y' TO WS-UNUSUAL-LOC
               MOVE 'Y' TO WS-HIT-GEOPROF
               ADD WS-LOOKUP-WEIGHT TO WS-LOCATION-SCORE
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT

           IF WS-TRANS-HOUR < WS-LOOKUP-THRESHOLD OR WS-TRANS-HOUR > 23
               MOVE 'Y' TO WS-ODD-HOURS
               MOVE 'Y' TO WS-HIT-TIMERISK
               ADD WS-LOOKUP-WEIGHT TO WS-TIME-SCORE
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT
                   MOVE "ALLOW" TO WS-DECISION
           END-EVALUATE.
           
      *    A card reported lost or stolen takes no new charges,
      *    however clean the transaction looks: the debit is denied
      *    at the top score so the caller routes it to fraud review
      *    instead of posting it. Credits score as usual - a payment
      *    still reaches the account. The block reason goes in even
      *    when five reasons are already listed, in the last slot.
       CHECK-CARD-BLOCK.
           IF LS-CARD-BLOCKED AND LS-TRANS-TYPE = 'D'
               MOVE 100 TO WS-TOTAL-SCORE
               MOVE "DENY" TO WS-DECISION
               IF WS-REASON-COUNT < 5
                   ADD 1 TO WS-REASON-COUNT
               END-IF
               MOVE "Card reported lost or stolen - blocked"
                   TO WS-REASONS(WS-REASON-COUNT)
           END-IF.

       PREPARE-OUTPUT.
           MOVE WS-TOTAL-SCORE TO LS-FRAUD-SCORE
           MOVE WS-DECISION TO LS-DECISION
           MOVE WS-REASON-COUNT TO LS-REASON-COUNT
           MOVE WS-PATTERN-HITS TO LS-PATTERN-HITS
           PERFORM VARYING WS-REASON-COUNT FROM 1 BY 1
               UNTIL WS-REASON-COUNT > LS-REASON-COUNT
               MOVE WS-REASONS(WS-REASON-COUNT)
