      *****************************************************************
      * BURREC - monthly credit bureau submission, BUREAU_YYYYMM.DAT  *
      * Written by BUREXTR once per cycle: a header record, one       *
      * detail record per card reported, and a trailer carrying the   *
      * record count and balance totals. BUREXTR reads the previous   *
      * submission back to find the cards whose status changed. The   *
      * layout is the bureau's - change it here only.                 *
      *****************************************************************
       01  BUREAU-DETAIL-RECORD.
           05  BR-RECORD-TYPE       PIC X(01).
               88  BR-HEADER-RECORD     VALUE 'H'.
               88  BR-DETAIL-RECORD     VALUE 'D'.
               88  BR-TRAILER-RECORD    VALUE 'T'.
           05  BR-CYCLE             PIC X(06).
           05  BR-CARD-NUMBER       PIC X(16).
           05  BR-CARDHOLDER-NAME   PIC X(30).
      *    CR-ACCOUNT-STATUS as of the cycle's snapshot.
           05  BR-ACCOUNT-STATUS    PIC X(01).
      *    This cycle's payment rating - the first byte of the
      *    history below.
           05  BR-PAYMENT-RATING    PIC X(01).
           05  BR-BALANCE           PIC 9(7)V99.
           05  BR-CREDIT-LIMIT      PIC 9(7)V99.
           05  BR-MIN-PAYMENT-DUE   PIC 9(7)V99.
      *    The billed minimum still owed once it is past due; zero
      *    for a card that is current.
           05  BR-AMOUNT-PAST-DUE   PIC 9(7)V99.
           05  BR-DAYS-PAST-DUE     PIC 9(5).
           05  BR-LAST-PAYMENT-DATE PIC X(08).
      *    24-month payment history, this cycle first and the oldest
      *    last, one rating per cycle from that cycle's snapshot days
      *    past due: 0 current (under 30 days), 1 thirty, 2 sixty,
      *    3 ninety, 4 one hundred twenty, 5 one hundred fifty,
      *    6 one hundred eighty or more; L charged off; "-" no
      *    snapshot of the card for that cycle.
           05  BR-PAYMENT-HISTORY.
               10  BR-HISTORY-CODE OCCURS 24 TIMES PIC X(01).

       01  BUREAU-HEADER-RECORD.
           05  BH-RECORD-TYPE       PIC X(01).
           05  BH-CYCLE             PIC X(06).
           05  BH-CREATED-DATE      PIC X(08).
           05  BH-REPORTER-NAME     PIC X(30).
           05  FILLER               PIC X(83).

       01  BUREAU-TRAILER-RECORD.
           05  BT-RECORD-TYPE       PIC X(01).
           05  BT-CYCLE             PIC X(06).
           05  BT-RECORD-COUNT      PIC 9(07).
           05  BT-TOTAL-BALANCE     PIC 9(13)V99.
           05  BT-TOTAL-PAST-DUE    PIC 9(13)V99.
           05  BT-TOTAL-LIMIT       PIC 9(13)V99.
           05  FILLER               PIC X(69).
