      * anything; RC-DEBITS-APPLIED / RC-CREDITS-APPLIED are the      *
      * amounts actually applied to card balances (a credit larger    *
      * than the balance counts only the floored portion, and a       *
      * DENY transaction counts nothing). RC-TRANS-RECOVERED counts   *
      * the payments on charged-off cards booked to CHGOFF.DAT as     *
      * recoveries - they are also counted posted, but never touch    *
      * CR-BALANCE or the applied totals.                             *
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-STATUS        PIC X(01).
               10  RC-BEFORE-TOTAL      PIC 9(11)V99.
               10  RC-DEBITS-APPLIED    PIC 9(11)V99.
               10  RC-CREDITS-APPLIED   PIC 9(11)V99.
           05  RC-TRANS-RECOVERED   PIC 9(5).
