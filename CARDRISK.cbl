      * them over, and delinquency aging - cards whose billed         *
      * minimum payment is 30, 60 or 90+ days past CR-PAYMENT-DUE-    *
      * DATE, with the past-due amount, so collections can work a     *
      * real queue. A card CHGOFF has charged off is no longer on any *
      * of the three lists - its balance is with recoveries, not      *
      * collections - and is only counted in the aging section.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-BUCKET-30-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-BUCKET-60-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-BUCKET-90-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CHARGED-OFF-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-MONTHLY-RATE          PIC 9V9999.
       01  WS-INTEREST-CHARGE       PIC 9(5)V99.
           CLOSE CARD-FILE.

       EVALUATE-ONE-CARD.
           IF CR-CARD-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-COUNT
           ELSE
               PERFORM EVALUATE-OPEN-CARD
           END-IF.

       EVALUATE-OPEN-CARD.
           PERFORM CHECK-DELINQUENCY
           IF CR-BALANCE > CR-CREDIT-LIMIT
               PERFORM ADD-OVER-LIMIT-ENTRY
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE

           MOVE SPACES TO RISK-REPORT-LINE
           STRING "CHARGED OFF (not aged): " WS-CHARGED-OFF-COUNT
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE

           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE

