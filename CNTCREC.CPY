      *****************************************************************
      * CNTCREC - customer contact record, CUSTCNTC.DAT               *
      * One record per card, keyed by card number: where the          *
      * cardholder's statements and letters go. CNTCMNT maintains     *
      * it; CREDITCARD STMTALL and DUNLTR print the address block     *
      * from it and hold a card flagged returned-mail, or with no     *
      * record at all, out of the print files onto their exception    *
      * lists. CARDREIS moves the record to the replacement when a    *
      * card is reissued. The layout must stay identical everywhere - *
      * change it here only.                                          *
      *****************************************************************
       01  CUSTOMER-CONTACT-RECORD.
           05  CT-CARD-NUMBER       PIC X(16).
           05  CT-ADDRESS-LINE-1    PIC X(40).
           05  CT-ADDRESS-LINE-2    PIC X(40).
           05  CT-CITY              PIC X(25).
           05  CT-STATE             PIC X(02).
           05  CT-POSTAL-CODE       PIC X(10).
           05  CT-PHONE             PIC X(15).
           05  CT-EMAIL             PIC X(50).
      *    Paper statements and letters go to the postal address,
      *    electronic ones to the email address.
           05  CT-DELIVERY          PIC X(01).
               88  CT-DELIVER-PAPER     VALUE 'P'.
               88  CT-DELIVER-EMAIL     VALUE 'E'.
               88  CT-DELIVERY-VALID    VALUE 'P' 'E'.
      *    Set when the post office sends mail back undeliverable,
      *    with the business date it was flagged; cleared when a new
      *    address is keyed.
           05  CT-RETURNED-MAIL     PIC X(01).
               88  CT-MAIL-RETURNED     VALUE 'Y'.
               88  CT-MAIL-GOOD         VALUE 'N'.
           05  CT-RETURNED-DATE     PIC X(08).
           05  CT-LAST-CHANGE-DATE  PIC X(08).
