      * stamps CR-LAST-INT-CYCLE with the cycle (YYYYMM). A card      *
      * already stamped with the current cycle is skipped, so an      *
      * operator rerun in the same month physically cannot post       *
      * interest twice. A card CHGOFF has charged off is left alone - *
      * it accrues no interest and is billed no further minimum.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-CARDS-POSTED      PIC 9(5) VALUE ZERO.
           05  WS-CARDS-SKIPPED     PIC 9(5) VALUE ZERO.
           05  WS-CARDS-NO-INTEREST PIC 9(5) VALUE ZERO.
           05  WS-CARDS-CHARGED-OFF PIC 9(5) VALUE ZERO.

       01  WS-INTEREST-FIELDS.
           05  WS-MONTHLY-RATE      PIC 9V9999.
           END-IF.

       CAPITALIZE-ONE-CARD.
           IF CR-CARD-CHARGED-OFF
               ADD 1 TO WS-CARDS-CHARGED-OFF
           ELSE
               PERFORM CAPITALIZE-OPEN-CARD
           END-IF.

       CAPITALIZE-OPEN-CARD.
           IF CR-LAST-INT-CYCLE = WS-CYCLE-YYYYMM
               ADD 1 TO WS-CARDS-SKIPPED
           ELSE
      * earlier minimum is still unpaid the old due date stands -     *
      * that is what lets delinquency age past one cycle - and the    *
      * new minimum is added to what is owed. A freshly satisfied     *
      * card gets a new due date 25 days out. An open dispute's       *
      * provisional credit is already off CR-BALANCE, and DSPINTK     *
      * held it out of the minimum owed, so a disputed charge never   *
      * enters the minimum billed here while the dispute is open.     *
      *****************************************************************
       SET-PAYMENT-DUE.
           IF CR-BALANCE > ZERO
               DELIMITED BY SIZE INTO INTCAP-REPORT-LINE
           WRITE INTCAP-REPORT-LINE

           MOVE SPACES TO INTCAP-REPORT-LINE
           STRING "Charged Off - Not Billed: " WS-CARDS-CHARGED-OFF
               DELIMITED BY SIZE INTO INTCAP-REPORT-LINE
           WRITE INTCAP-REPORT-LINE

           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-TOTAL
           MOVE SPACES TO INTCAP-REPORT-LINE
           STRING "Total Interest Capitalized: $" WS-DISPLAY-TOTAL
