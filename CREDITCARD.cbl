               ASSIGN DYNAMIC WS-JRNL-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JA-STATUS.
           SELECT OPTIONAL CARD-XREF-FILE
               ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XR-OLD-CARD-NUMBER
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL CUSTOMER-CONTACT-FILE
               ASSIGN TO "CUSTCNTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CARD-NUMBER
               FILE STATUS IS WS-CT-STATUS.
           SELECT STATEMENT-EXCEPTION-FILE ASSIGN TO "STMTEXCP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  JOURNAL-ARCHIVE-FILE.
       01  JOURNAL-ARCHIVE-RECORD   PIC X(61).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  CUSTOMER-CONTACT-FILE.
       COPY CNTCREC.

       FD  STATEMENT-EXCEPTION-FILE.
       01  STATEMENT-EXCEPTION-LINE PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       01  WS-DISPLAY-DETAIL-AMT    PIC Z,ZZZ,ZZ9.99.
       01  WS-DISPLAY-DETAIL-BAL    PIC Z,ZZZ,ZZ9.99.

      *    Reissue cross-reference. A card CARDREIS replaced keeps
      *    its number on this cycle's journal entries up to the
      *    reissue; following CARDXREF.DAT from that number lands on
      *    the replacement, whose statement itemizes them.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).
       01  WS-PRIOR-CARD-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-DISPLAY-PRIOR-COUNT   PIC ZZZ9.

      *    Customer contact. The statement carries the address block
      *    from CUSTCNTC.DAT; STMTALL holds a card with no contact
      *    record, or flagged returned-mail for paper delivery, out
      *    of the print files onto the STMTEXCP.TXT exception list.
       01  WS-CT-STATUS             PIC XX.
       01  WS-CT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTACT-FOUND         PIC X VALUE 'N'.
       01  WS-HOLD-REASON           PIC X(40).
       01  WS-STMTS-WRITTEN         PIC 9(5) VALUE ZERO.
       01  WS-STMTS-HELD            PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
      * RUN-BATCH-MODE - unattended entry point for scheduler/batch   *
      * invocation. Recognized commands:                              *
      *   STMTALL                - generate a statement for every     *
      *                            card on file, listing those held   *
      *                            for want of a good address on      *
      *                            STMTEXCP.TXT                       *
      *   VALIDATE <list-file>   - validate every card number in the  *
      *                            given file, one per line, and      *
      *                            write CCVALID.TXT                  *
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM OPEN-CARD-XREF
           PERFORM OPEN-CUSTOMER-CONTACT
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
           OPEN OUTPUT STATEMENT-EXCEPTION-FILE
           MOVE SPACES TO STATEMENT-EXCEPTION-LINE
           STRING "STATEMENTS HELD FROM PRINT - " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE
           MOVE ALL "=" TO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE

      *    A blocked card CARDREIS has replaced gets no statement of
      *    its own - its balance and this cycle's activity are on the
      *    replacement's. A blocked card not yet reissued still owes
      *    its balance and is statemented as usual.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE NEXT
                   AT END
                       MOVE CR-BALANCE TO WS-BALANCE
                       MOVE CR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                       MOVE CR-APR TO WS-APR
                       MOVE CR-CARD-NUMBER TO WS-XREF-CARD
                       IF CR-CARD-BLOCKED
                           PERFORM FOLLOW-CARD-XREF
                       END-IF
                       IF WS-XREF-CARD = CR-CARD-NUMBER
                           PERFORM LOOK-UP-CUSTOMER-CONTACT
                           PERFORM CHECK-STATEMENT-HOLD
                           IF WS-HOLD-REASON = SPACES
                               PERFORM WRITE-STATEMENT-FILE
                               ADD 1 TO WS-STMTS-WRITTEN
                           ELSE
                               PERFORM WRITE-STATEMENT-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE
           MOVE SPACES TO STATEMENT-EXCEPTION-LINE
           STRING "Statements Written: " WS-STMTS-WRITTEN
               "  Statements Held: " WS-STMTS-HELD
               DELIMITED BY SIZE INTO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE
           CLOSE STATEMENT-EXCEPTION-FILE

           CLOSE CARD-FILE
           PERFORM CLOSE-CARD-XREF
           PERFORM CLOSE-CUSTOMER-CONTACT
           PERFORM ARCHIVE-CYCLE-JOURNAL
           DISPLAY "Batch statement generation complete."
           DISPLAY WS-STMTS-WRITTEN " statements written, "
               WS-STMTS-HELD " held - see STMTEXCP.TXT."
           IF WS-STMTS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * CHECK-STATEMENT-HOLD decides whether STMTALL may print the    *
      * card's statement. A card with no contact record has nowhere   *
      * to go, and a paper statement to an address the post office    *
      * has already returned would only come back again; both are     *
      * listed for follow-up instead. Electronic delivery does not    *
      * depend on the postal address, so returned mail does not hold  *
      * it.                                                           *
      *****************************************************************
       CHECK-STATEMENT-HOLD.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-CONTACT-FOUND = 'N'
               MOVE "NO CONTACT RECORD" TO WS-HOLD-REASON
           ELSE
               IF CT-MAIL-RETURNED AND NOT CT-DELIVER-EMAIL
                   STRING "RETURNED MAIL FLAGGED " CT-RETURNED-DATE
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
           END-IF.

       WRITE-STATEMENT-EXCEPTION.
           ADD 1 TO WS-STMTS-HELD
           MOVE SPACES TO STATEMENT-EXCEPTION-LINE
           STRING WS-CARD-NUMBER(1:4) "-****-****-"
               WS-CARD-NUMBER(13:4)
               "  " WS-CARDHOLDER-NAME
               "  " WS-HOLD-REASON
               DELIMITED BY SIZE INTO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE.

      *****************************************************************
      * ARCHIVE-CYCLE-JOURNAL closes the statement cycle: once every  *
           IF WS-EOF = 'N'
               PERFORM AUTHENTICATE-CARDHOLDER
               IF WS-PIN-VALID = 'Y'
                   PERFORM OPEN-CARD-XREF
                   PERFORM OPEN-CUSTOMER-CONTACT
                   PERFORM LOOK-UP-CUSTOMER-CONTACT
                   PERFORM WRITE-STATEMENT-FILE
                   PERFORM CLOSE-CUSTOMER-CONTACT
                   PERFORM CLOSE-CARD-XREF
               ELSE
                   DISPLAY "PIN authentication failed - "
                       "statement not generated"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE

               IF WS-CONTACT-FOUND = 'Y'
                   PERFORM WRITE-STATEMENT-ADDRESS
               END-IF

               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE

      * credit, amount and running balance - read back from the       *
      * POSTJRNL.DAT journal CARDPOST and INTCAP append to. A         *
      * missing or empty journal prints a notice instead of detail,   *
      * so statements still generate on a quiet cycle. Entries posted *
      * under a card number this card replaced are itemized too, and  *
      * counted in a note under the detail. The caller opens the      *
      * cross-reference around the statement.                         *
      *****************************************************************
       WRITE-STATEMENT-DETAIL.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-PRIOR-CARD-COUNT
           OPEN INPUT POST-JOURNAL-FILE
           IF WS-PJ-STATUS = "00" OR WS-PJ-STATUS = "05"
               MOVE 'N' TO WS-PJ-EOF
                           IF PJ-CARD-NUMBER = WS-CARD-NUMBER
                               ADD 1 TO WS-DETAIL-COUNT
                               PERFORM WRITE-ONE-DETAIL-LINE
                           ELSE
                               MOVE PJ-CARD-NUMBER TO WS-XREF-CARD
                               PERFORM FOLLOW-CARD-XREF
                               IF WS-XREF-CARD = WS-CARD-NUMBER
                                   ADD 1 TO WS-DETAIL-COUNT
                                   ADD 1 TO WS-PRIOR-CARD-COUNT
                                   PERFORM WRITE-ONE-DETAIL-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               WRITE STATEMENT-LINE
           END-IF

           IF WS-PRIOR-CARD-COUNT > ZERO
               MOVE WS-PRIOR-CARD-COUNT TO WS-DISPLAY-PRIOR-COUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  Includes" WS-DISPLAY-PRIOR-COUNT
                   " posted under the card number this card replaced"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

           IF PJ-TRANS-TYPE = 'C'
               MOVE "CREDIT" TO WS-DETAIL-TYPE
           ELSE
               IF PJ-TRANS-TYPE = 'M'
                   MOVE "MEMO  " TO WS-DETAIL-TYPE
               ELSE
                   MOVE "DEBIT " TO WS-DETAIL-TYPE
               END-IF
           END-IF
           MOVE PJ-AMOUNT TO WS-DISPLAY-DETAIL-AMT
           MOVE PJ-NEW-BALANCE TO WS-DISPLAY-DETAIL-BAL
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       OPEN-CARD-XREF.
           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF.

       CLOSE-CARD-XREF.
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF.

      *    Follows WS-XREF-CARD through CARDXREF.DAT to the account's
      *    current card number. CARDREIS never reissues onto a number
      *    already on the master, so the chain cannot loop; the hop
      *    limit only guards against a hand-damaged file.
       FOLLOW-CARD-XREF.
           IF WS-XR-OPEN = 'Y'
               MOVE 'N' TO WS-XREF-END
               MOVE ZERO TO WS-XREF-HOPS
               PERFORM UNTIL WS-XREF-END = 'Y'
                   MOVE WS-XREF-CARD TO XR-OLD-CARD-NUMBER
                   READ CARD-XREF-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-XREF-END
                       NOT INVALID KEY
                           MOVE XR-NEW-CARD-NUMBER TO WS-XREF-CARD
                           ADD 1 TO WS-XREF-HOPS
                           IF WS-XREF-HOPS >= 20
                               MOVE 'Y' TO WS-XREF-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      * WRITE-STATEMENT-ADDRESS prints the contact record's address   *
      * block under the cardholder's name, and says where an          *
      * electronic statement is sent.                                 *
      *****************************************************************
       WRITE-STATEMENT-ADDRESS.
           IF CT-ADDRESS-LINE-1 NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "            " CT-ADDRESS-LINE-1
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           IF CT-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "            " CT-ADDRESS-LINE-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           IF CT-CITY NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "            " DELIMITED BY SIZE
                   CT-CITY DELIMITED BY "  "
                   ", " CT-STATE "  " CT-POSTAL-CODE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           IF CT-DELIVER-EMAIL
               MOVE SPACES TO STATEMENT-LINE
               STRING "Delivery: Electronic - " CT-EMAIL
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       OPEN-CUSTOMER-CONTACT.
           MOVE 'N' TO WS-CT-OPEN
           OPEN INPUT CUSTOMER-CONTACT-FILE
           IF WS-CT-STATUS = "00" OR WS-CT-STATUS = "05"
               MOVE 'Y' TO WS-CT-OPEN
           ELSE
               DISPLAY "Warning: unable to open CUSTCNTC.DAT - status "
                   WS-CT-STATUS
           END-IF.

       CLOSE-CUSTOMER-CONTACT.
           IF WS-CT-OPEN = 'Y'
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.

      *    Reads the contact record for WS-CARD-NUMBER.
       LOOK-UP-CUSTOMER-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND
           IF WS-CT-OPEN = 'Y'
               MOVE WS-CARD-NUMBER TO CT-CARD-NUMBER
               READ CUSTOMER-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND
               END-READ
           END-IF.

      *****************************************************************
      * READ-CARD-DATA fetches one card from the indexed master by    *
      * its record key. WS-EOF keeps its historical meaning for the   *
