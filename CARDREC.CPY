      *    Last cycle (YYYYMM) interest was capitalized into
      *    CR-BALANCE; spaces until the first capitalization run.
           05  CR-LAST-INT-CYCLE    PIC X(06).
      *    'A' active, 'C' closed, 'L' blocked - reported lost or
      *    stolen. Closed cards stay on the master for history but
      *    accept no new transactions. A blocked card's debits are
      *    denied and routed to fraud review rather than posted; its
      *    payments still post, or follow CARDXREF.DAT to the
      *    replacement once CARDREIS has reissued the account.
      *    'O' charged off - written off by CHGOFF at 180 days past
      *    due. The balance moved to the CHGOFF.DAT charge-off
      *    record, CR-BALANCE is zero, no debit is accepted and a
      *    payment is booked against that record as a recovery.
           05  CR-ACCOUNT-STATUS    PIC X(01).
               88  CR-CARD-ACTIVE   VALUE 'A'.
               88  CR-CARD-CLOSED   VALUE 'C'.
               88  CR-CARD-BLOCKED  VALUE 'L'.
               88  CR-CARD-CHARGED-OFF VALUE 'O'.
      *    Payment tracking for delinquency aging. The month-end
      *    cycle batch sets CR-MIN-PAYMENT-DUE and, when no earlier
      *    minimum is still owed, CR-PAYMENT-DUE-DATE (YYYYMMDD).
