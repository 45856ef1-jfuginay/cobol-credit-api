      *****************************************************************
      * AUTOPREC - autopay enrollment record, AUTOPAY.DAT             *
      * One record per card enrolled in automatic payment, keyed by   *
      * card number. AUTOMNT maintains the enrollments; AUTOPGEN      *
      * reads them nightly and, on the card's payment due date,       *
      * originates the payment as a 'C' transaction in TRANRAW.DAT.   *
      * DUNLTR holds back the courtesy reminder for a card whose      *
      * payment is already on its way, and CARDREIS moves the         *
      * enrollment to the replacement when a card is reissued. The    *
      * layout must stay identical everywhere - change it here only.  *
      *****************************************************************
       01  AUTOPAY-RECORD.
           05  AP-CARD-NUMBER       PIC X(16).
      *    How much to pull: the billed minimum, the full balance, or
      *    a fixed amount (never more than the balance).
           05  AP-PAY-OPTION        PIC X(01).
               88  AP-PAY-MINIMUM       VALUE 'M'.
               88  AP-PAY-FULL          VALUE 'F'.
               88  AP-PAY-FIXED         VALUE 'X'.
               88  AP-PAY-OPTION-VALID  VALUE 'M' 'F' 'X'.
           05  AP-FIXED-AMOUNT      PIC 9(7)V99.
      *    The cardholder's funding account reference as the bank
      *    supplied it - carried, never interpreted here.
           05  AP-FUNDING-ACCOUNT   PIC X(20).
           05  AP-STATUS            PIC X(01).
               88  AP-ACTIVE            VALUE 'A'.
               88  AP-SUSPENDED         VALUE 'S'.
           05  AP-ENROLL-DATE       PIC X(08).
      *    The due date (YYYYMMDD) the last payment was generated for
      *    - the guard that stops AUTOPGEN ever generating the same
      *    due date's payment twice - with the business date it was
      *    generated on and its amount.
           05  AP-LAST-DUE-DATE     PIC X(08).
           05  AP-LAST-GEN-DATE     PIC X(08).
           05  AP-LAST-AMOUNT       PIC 9(7)V99.
