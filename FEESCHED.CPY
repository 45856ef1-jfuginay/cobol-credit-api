      *****************************************************************
      * FEESCHED - fee schedule record, FEESCHED.DAT                  *
      * One record per fee the assessment batch knows, keyed by       *
      * FS-FEE-CODE (LATEFEE, OVLMTFEE - the same tag the fee is      *
      * journaled under). A plain line-sequential parameter file, so  *
      * the cardholder-agreement amounts can be changed without a     *
      * recompile; a fee with no record (or no file at all) is        *
      * assessed on FEEASSES's compiled-in default. The layout must   *
      * stay identical everywhere - change it here only.              *
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FS-FEE-CODE          PIC X(10).
           05  FS-DESCRIPTION       PIC X(30).
           05  FS-FEE-AMOUNT        PIC 9(5)V99.
      *    'Y' caps the fee at the size of the violation - the
      *    minimum payment missed, or the amount over the limit - so
      *    a small shortfall never draws a full-size fee.
           05  FS-CAP-TO-VIOLATION  PIC X(01).
      *    Late fee only: days past CR-PAYMENT-DUE-DATE before the
      *    fee is assessed. Ignored for the over-limit fee.
           05  FS-GRACE-DAYS        PIC 9(03).
      *    'N' suspends the fee without losing its amounts.
           05  FS-ASSESS-FLAG       PIC X(01).
