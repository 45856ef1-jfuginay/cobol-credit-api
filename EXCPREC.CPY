      *****************************************************************
      * EXCPREC - fraud exception case record, FRAUDCSE.DAT           *
      * One case per transaction FRAUDSCOR denied or challenged, or   *
      * attempted as a debit on a card blocked as lost or stolen      *
      * (decision BLOCKED), written by CARDPOST as it posts and       *
      * keyed by card number plus transaction date/time so the case   *
      * survives across runs. CARDREIS moves a card's open and        *
      * pending cases to the replacement card number on reissue.      *
      * The review batch stamps the analyst's disposition here and,   *
      * for confirmed-fraud challenges that posted, flags the         *
      * reversing credit so it can never be applied twice.            *
