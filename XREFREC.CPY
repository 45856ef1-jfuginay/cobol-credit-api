      *****************************************************************
      * XREFREC - reissued card cross-reference, CARDXREF.DAT         *
      * One record per card number CARDREIS has replaced, keyed by    *
      * the old number and pointing at the replacement. A card can    *
      * be reissued more than once, so readers follow the chain from  *
      * record to record until the number they hold is not on file -  *
      * that number is the account's current card. Statements,        *
      * YEARSUM, dunning, fee assessment, dispute handling and        *
      * posting all follow it, so an account's history stays whole    *
      * across a lost/stolen reissue. The layout must stay identical  *
      * everywhere - change it here only.                             *
      *****************************************************************
       01  CARD-XREF-RECORD.
           05  XR-OLD-CARD-NUMBER   PIC X(16).
           05  XR-NEW-CARD-NUMBER   PIC X(16).
           05  XR-REISSUE-DATE      PIC X(08).
      *    Why the old card was blocked - reported lost or stolen.
           05  XR-REASON            PIC X(01).
               88  XR-REASON-LOST       VALUE 'L'.
               88  XR-REASON-STOLEN     VALUE 'S'.
               88  XR-REASON-VALID      VALUE 'L' 'S'.
           05  XR-OPERATOR-ID       PIC X(08).
      *    What moved to the replacement, for the audit trail.
           05  XR-BALANCE-MOVED     PIC 9(7)V99.
           05  XR-CASES-MOVED       PIC 9(03).
           05  XR-DISPUTES-MOVED    PIC 9(03).
