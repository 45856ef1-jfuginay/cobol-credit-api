      *****************************************************************
      * DISPREC - cardholder dispute record, DISPUTE.DAT              *
      * One record per posted charge a cardholder disputes, keyed by  *
      * card number plus the date/time of the disputed POSTJRNL.DAT   *
      * entry, so a charge can only ever be disputed once. DSPINTK    *
      * opens the dispute and posts the provisional credit, DSPRESV   *
      * closes it won or lost, and DSPAGE ages the open ones against  *
      * the response deadline. The layout must stay identical         *
      * everywhere - change it here only.                             *
      *****************************************************************
       01  DISPUTE-RECORD.
           05  DP-DISPUTE-KEY.
               10  DP-CARD-NUMBER   PIC X(16).
               10  DP-TRANS-DATE    PIC X(08).
               10  DP-TRANS-TIME    PIC X(08).
      *    The disputed charge as journaled - where it was made and
      *    the amount that hit the balance.
           05  DP-ATM-ID            PIC X(10).
           05  DP-AMOUNT            PIC 9(7)V99.
      *    NR not received, DB billed twice, QD quality / not as
      *    described, CN cancelled - credit never issued, OT other.
           05  DP-REASON-CODE       PIC X(02).
               88  DP-REASON-VALID      VALUE "NR" "DB" "QD"
                                              "CN" "OT".
      *    Disputes are born open; DSPRESV closes them won (the
      *    provisional credit stands) or lost (it is re-debited).
           05  DP-STATUS            PIC X(01).
               88  DP-DISPUTE-OPEN      VALUE 'O'.
               88  DP-DISPUTE-WON       VALUE 'W'.
               88  DP-DISPUTE-LOST      VALUE 'L'.
           05  DP-OPEN-DATE         PIC X(08).
           05  DP-RESPONSE-DUE      PIC X(08).
      *    The provisional credit actually applied to CR-BALANCE
      *    (floored at zero like any credit) - the amount a lost
      *    dispute re-debits.
           05  DP-CREDIT-AMOUNT     PIC 9(7)V99.
      *    The part of the billed minimum held out of
      *    CR-MIN-PAYMENT-DUE while the dispute is open, restored if
      *    the dispute is lost.
           05  DP-MIN-HELD          PIC 9(7)V99.
           05  DP-OPENED-BY         PIC X(08).
           05  DP-RESOLVED-BY       PIC X(08).
           05  DP-RESOLVED-DATE     PIC X(08).
