      *****************************************************************
      * CHGREC - charged-off balance record, CHGOFF.DAT               *
      * One record per card CHGOFF has written off, keyed by card     *
      * number. It holds what was owed when the balance came off the  *
      * master - split into principal, interest and fees - and the    *
      * recoveries CARDPOST has booked against it since. CHGRPT       *
      * reports from it each month. The layout must stay identical    *
      * everywhere - change it here only.                             *
      *****************************************************************
       01  CHARGE-OFF-RECORD.
           05  CO-CARD-NUMBER       PIC X(16).
           05  CO-CARDHOLDER-NAME   PIC X(30).
           05  CO-CHARGEOFF-DATE    PIC X(08).
      *    The missed obligation that aged the card out - its
      *    CR-PAYMENT-DUE-DATE - and how far past it the card was.
           05  CO-DUE-DATE          PIC X(08).
           05  CO-DAYS-PAST-DUE     PIC 9(05).
      *    CO-CHARGEOFF-AMOUNT is the CR-BALANCE written off. The
      *    interest and fees are what INTCAP and FEEASSES journaled
      *    to the card on or after the missed due date, capped at the
      *    balance; the principal is the rest.
           05  CO-PRINCIPAL         PIC 9(7)V99.
           05  CO-INTEREST          PIC 9(7)V99.
           05  CO-FEES              PIC 9(7)V99.
           05  CO-CHARGEOFF-AMOUNT  PIC 9(7)V99.
      *    Recoveries - payments CARDPOST booked against the record
      *    instead of CR-BALANCE. The last one's date and time keep a
      *    posting restart from booking it twice.
           05  CO-RECOVERED-AMOUNT  PIC 9(7)V99.
           05  CO-RECOVERY-COUNT    PIC 9(05).
           05  CO-LAST-RECOVERY-DATE PIC X(08).
           05  CO-LAST-RECOVERY-TIME PIC X(08).
           05  CO-RECOVERY-STATUS   PIC X(01).
               88  CO-RECOVERY-OPEN     VALUE 'O'.
               88  CO-RECOVERED-IN-FULL VALUE 'R'.
