      * indexed FRAUDCSE.DAT, keyed by card number and transaction    *
      * date/time, so open exceptions survive the nightly cycle and   *
      * the FRAUDREV review batch can record what the review team     *
      * decided. A debit on a card blocked as lost or stolen is never *
      * posted: it is denied and opened as a BLOCKED case for the     *
      * review team. A payment on a blocked card that CARDREIS has    *
      * since reissued follows CARDXREF.DAT and posts to the          *
      * replacement card, where the balance now lives. A card CHGOFF  *
      * has charged off takes no more debits, and a payment on one    *
      * leaves CR-BALANCE alone: it is booked against the card's      *
      * CHGOFF.DAT record as a recovery and journaled as such.        *
      * Runs only after TRANEDIT has completed for the business date, *
      * as logged in STEPCTL.DAT through STEPCTL.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS IS RANDOM
               RECORD KEY IS XC-CASE-KEY
               FILE STATUS IS WS-XC-STATUS.
           SELECT OPTIONAL CARD-XREF-FILE
               ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XR-OLD-CARD-NUMBER
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL CHARGE-OFF-FILE
               ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-CARD-NUMBER
               FILE STATUS IS WS-CO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASE-FILE.
       COPY EXCPREC.

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  CHARGE-OFF-FILE.
       COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-EOF             PIC X VALUE 'N'.
       01  WS-CARD-FOUND            PIC X VALUE 'N'.
           05  WS-TRANS-DENIED      PIC 9(5) VALUE ZERO.
           05  WS-TRANS-CHALLENGED  PIC 9(5) VALUE ZERO.
           05  WS-TRANS-BAD-TYPE    PIC 9(5) VALUE ZERO.
           05  WS-TRANS-RECOVERED   PIC 9(5) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-OLD-BALANCE       PIC 9(7)V99.
       01  WS-XC-OPEN               PIC X VALUE 'N'.
       01  WS-CASE-POSTED           PIC X VALUE 'N'.

      *    Reissue cross-reference. WS-XREF-CARD is followed from old
      *    number to new until it is no longer on CARDXREF.DAT;
      *    WS-REDIRECTED is 'Y' when a payment on a replaced card was
      *    posted to its replacement instead.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).
       01  WS-REDIRECTED            PIC X VALUE 'N'.

      *    Charged-off balances. WS-CO-FOUND is 'N' when a payment
      *    comes in on a charged-off card with no CHGOFF.DAT record.
       01  WS-CO-STATUS             PIC XX.
       01  WS-CO-OPEN               PIC X VALUE 'N'.
       01  WS-CO-FOUND              PIC X VALUE 'N'.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-OLD-BAL   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-NEW-BAL   PIC Z,ZZZ,ZZ9.99.
      *    to the velocity history; only the PREAUTH inquiry batch
      *    passes 'Y' here.
           05  WS-FI-INQUIRY-MODE   PIC X(01).
           05  WS-FI-ACCOUNT-STATUS PIC X(01).
           05  WS-FI-TRANS-TYPE     PIC X(01).
           05  WS-FI-PATTERN-FILE   PIC X(20).

       01  WS-FRAUD-OUTPUT.
           05  WS-FO-SCORE          PIC 999.
           05  WS-FO-DECISION       PIC X(10).
           05  WS-FO-REASON-COUNT   PIC 9.
           05  WS-FO-REASONS        OCCURS 5 TIMES PIC X(50).
           05  WS-FO-PATTERN-HITS   PIC X(05).

       01  WS-REASON-INDEX          PIC 9.

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RECORD-STEP-START
           PERFORM INITIALIZE-POSTING
           PERFORM UNTIL WS-TRANS-EOF = 'Y'
               ADD 1 TO WS-TRANS-SEQ
               END-READ
           END-PERFORM
           PERFORM FINALIZE-POSTING
           PERFORM RECORD-STEP-END
           STOP RUN.

      *****************************************************************
      * RECORD-STEP-START logs the step's start in the nightly step   *
      * log. STEPCTL refuses the step when a predecessor has not      *
      * completed for the business date, and the run stops with       *
      * return code 8 before touching a file.                         *
      *****************************************************************
       RECORD-STEP-START.
           MOVE 'B' TO SA-FUNCTION
           MOVE "CARDPOST" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "CARDPOST refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-TRANS-READ TO SA-RECORDS-READ
           MOVE WS-TRANS-POSTED TO SA-RECORDS-WRITTEN
           COMPUTE SA-RECORDS-EXCEPTED = WS-TRANS-REJECTED
               + WS-TRANS-DENIED + WS-TRANS-BAD-TYPE
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

       INITIALIZE-POSTING.
           OPEN INPUT TRANSACTION-FILE

                   " - exceptions this run will not get case records"
           END-IF

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           ELSE
               DISPLAY "Warning: unable to open CARDXREF.DAT - "
                   "status " WS-XR-STATUS
                   " - payments on reissued cards post to the old card"
           END-IF

           MOVE 'N' TO WS-CO-OPEN
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CO-STATUS = "00" OR WS-CO-STATUS = "05"
               MOVE 'Y' TO WS-CO-OPEN
           ELSE
               DISPLAY "Warning: unable to open CHGOFF.DAT - "
                   "status " WS-CO-STATUS
                   " - recoveries this run will not be recorded"
           END-IF

           MOVE SPACES TO POST-REPORT-LINE
           STRING "CARD TRANSACTION POSTING REPORT"
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           MOVE RC-BEFORE-TOTAL TO WS-BEFORE-TOTAL
           MOVE RC-DEBITS-APPLIED TO WS-DEBITS-APPLIED
           MOVE RC-CREDITS-APPLIED TO WS-CREDITS-APPLIED
      *    A checkpoint written before recoveries were carried has
      *    no count in that position.
           IF RC-TRANS-RECOVERED IS NUMERIC
               MOVE RC-TRANS-RECOVERED TO WS-TRANS-RECOVERED
           END-IF

           DISPLAY "Incomplete run found for this TRANDATA.DAT - "
               "restarting from checkpoint."
               MOVE WS-BEFORE-TOTAL TO RC-BEFORE-TOTAL
               MOVE WS-DEBITS-APPLIED TO RC-DEBITS-APPLIED
               MOVE WS-CREDITS-APPLIED TO RC-CREDITS-APPLIED
               MOVE WS-TRANS-RECOVERED TO RC-TRANS-RECOVERED
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
                   "status " WS-RC-STATUS
           END-IF.

      *****************************************************************
      * POST-ONE-TRANSACTION scores and applies one transaction. A    *
      * debit on a blocked card is handled like a DENY - counted with *
      * the denials, never applied - but its case is opened with the  *
      * decision BLOCKED so the review team can tell attempted use of *
      * a lost or stolen card from an ordinary high score. A debit on *
      * a charged-off card is skipped as rejected; a payment on one   *
      * that scoring lets through is booked as a recovery.            *
      *****************************************************************
       POST-ONE-TRANSACTION.
           MOVE 'N' TO WS-CARD-FOUND
           MOVE 'N' TO WS-REDIRECTED
           MOVE TR-CARD-NUMBER TO CR-CARD-NUMBER

           READ CARD-FILE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-FOUND
                   IF CR-CARD-BLOCKED AND TR-TRANS-TYPE = 'C'
                       PERFORM REDIRECT-TO-REPLACEMENT
                   END-IF
                   PERFORM SCORE-TRANSACTION
                   EVALUATE TRUE
                       WHEN CR-CARD-BLOCKED AND TR-TRANS-TYPE = 'D'
                           ADD 1 TO WS-TRANS-DENIED
                           MOVE "BLOCKED" TO WS-FO-DECISION
                           PERFORM WRITE-EXCEPTION-LINE
                           MOVE 'N' TO WS-CASE-POSTED
                           PERFORM WRITE-EXCEPTION-CASE
                       WHEN CR-CARD-CHARGED-OFF AND TR-TRANS-TYPE = 'D'
                           ADD 1 TO WS-TRANS-REJECTED
                           PERFORM WRITE-CHARGED-OFF-LINE
                       WHEN WS-FO-DECISION = "DENY"
                           ADD 1 TO WS-TRANS-DENIED
                           PERFORM WRITE-EXCEPTION-LINE
                           MOVE 'N' TO WS-CASE-POSTED
                           PERFORM WRITE-EXCEPTION-CASE
                       WHEN CR-CARD-CHARGED-OFF AND TR-TRANS-TYPE = 'C'
                           IF WS-FO-DECISION = "CHALLENGE"
                               ADD 1 TO WS-TRANS-CHALLENGED
                               PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                           PERFORM BOOK-RECOVERY
                           IF WS-FO-DECISION = "CHALLENGE"
                               MOVE 'Y' TO WS-CASE-POSTED
                               PERFORM WRITE-EXCEPTION-CASE
                           END-IF
                       WHEN WS-FO-DECISION = "CHALLENGE"
                           ADD 1 TO WS-TRANS-CHALLENGED
                           PERFORM WRITE-EXCEPTION-LINE
                           PERFORM APPLY-TRANSACTION
           MOVE TR-TRANS-DATE TO WS-FI-TRANS-DATE
           MOVE TR-TRANS-TIME TO WS-FI-TRANS-TIME
           MOVE 'N' TO WS-FI-INQUIRY-MODE
           MOVE CR-ACCOUNT-STATUS TO WS-FI-ACCOUNT-STATUS
           MOVE TR-TRANS-TYPE TO WS-FI-TRANS-TYPE
           MOVE SPACES TO WS-FI-PATTERN-FILE
           CALL "FRAUDSCOR" USING WS-FRAUD-INPUT WS-FRAUD-OUTPUT.

      *****************************************************************
      * REDIRECT-TO-REPLACEMENT moves a payment on a blocked card to  *
      * the card CARDREIS replaced it with, following CARDXREF.DAT to *
      * the end of the chain. The replacement's record is left in     *
      * CARD-RECORD for APPLY-TRANSACTION. A blocked card not yet     *
      * reissued - or a replacement no longer on the master - keeps   *
      * the payment on the card it was made to.                       *
      *****************************************************************
       REDIRECT-TO-REPLACEMENT.
           MOVE CR-CARD-NUMBER TO WS-XREF-CARD
           PERFORM FOLLOW-CARD-XREF
           IF WS-XREF-CARD NOT = TR-CARD-NUMBER
               MOVE WS-XREF-CARD TO CR-CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       MOVE TR-CARD-NUMBER TO CR-CARD-NUMBER
                       READ CARD-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REDIRECTED
               END-READ
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

       APPLY-TRANSACTION.
           MOVE CR-BALANCE TO WS-OLD-BALANCE
           MOVE 'Y' TO WS-TYPE-VALID
               PERFORM WRITE-BAD-TYPE-LINE
           END-IF.

      *****************************************************************
      * BOOK-RECOVERY takes a payment on a charged-off card. The      *
      * balance came off the master when the card was charged off,    *
      * so CR-BALANCE is left as it is and the payment is added to    *
      * the card's CHGOFF.DAT record instead; the record is marked    *
      * recovered in full once the payments reach the amount charged  *
      * off. The last recovery's date and time are kept on the        *
      * record, so a restart replaying this transaction does not book *
      * it twice. A card with no record on file - or a run without    *
      * the file - still has the payment journaled as a recovery for  *
      * the ledger, with a warning.                                   *
      *****************************************************************
       BOOK-RECOVERY.
           MOVE 'N' TO WS-CO-FOUND
           IF WS-CO-OPEN = 'Y'
               MOVE CR-CARD-NUMBER TO CO-CARD-NUMBER
               READ CHARGE-OFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CO-FOUND
               END-READ
           END-IF

           IF WS-CO-FOUND = 'Y'
               IF CO-LAST-RECOVERY-DATE NOT = TR-TRANS-DATE OR
                   CO-LAST-RECOVERY-TIME NOT = TR-TRANS-TIME
                   ADD TR-AMOUNT TO CO-RECOVERED-AMOUNT
                   ADD 1 TO CO-RECOVERY-COUNT
                   MOVE TR-TRANS-DATE TO CO-LAST-RECOVERY-DATE
                   MOVE TR-TRANS-TIME TO CO-LAST-RECOVERY-TIME
                   IF CO-RECOVERED-AMOUNT >= CO-CHARGEOFF-AMOUNT
                       SET CO-RECOVERED-IN-FULL TO TRUE
                   END-IF
                   REWRITE CHARGE-OFF-RECORD
                       INVALID KEY
                           DISPLAY "Warning: unable to rewrite "
                               "CHGOFF.DAT - status " WS-CO-STATUS
                   END-REWRITE
               END-IF
           ELSE
               DISPLAY "Warning: no charge-off record for card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4)
                   " - recovery journaled only"
           END-IF

           ADD 1 TO WS-TRANS-POSTED
           ADD 1 TO WS-TRANS-RECOVERED

           IF WS-PJ-OPEN = 'Y'
               MOVE CR-CARD-NUMBER TO PJ-CARD-NUMBER
               MOVE TR-TRANS-DATE TO PJ-TRANS-DATE
               MOVE TR-TRANS-TIME TO PJ-TRANS-TIME
               MOVE "RECOVERY" TO PJ-ATM-ID
               MOVE 'C' TO PJ-TRANS-TYPE
               MOVE TR-AMOUNT TO PJ-AMOUNT
               MOVE CR-BALANCE TO PJ-NEW-BALANCE
               WRITE POST-JOURNAL-RECORD
           END-IF

           PERFORM WRITE-RECOVERY-LINE.

      *    One journal record per applied transaction, carrying the
      *    amount that actually hit the balance (a floored credit is
      *    journaled at the floored portion) and the balance it left,
      *    so the statement batch can show a running balance. It is
      *    journaled to the card it actually posted to - the
      *    replacement, for a payment redirected off a reissued card.
       WRITE-JOURNAL-RECORD.
           IF WS-PJ-OPEN = 'Y'
               MOVE CR-CARD-NUMBER TO PJ-CARD-NUMBER
               MOVE TR-TRANS-DATE TO PJ-TRANS-DATE
               MOVE TR-TRANS-TIME TO PJ-TRANS-TIME
               MOVE TR-ATM-ID TO PJ-ATM-ID
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           WRITE POST-REPORT-LINE

           IF WS-REDIRECTED = 'Y'
               MOVE SPACES TO POST-REPORT-LINE
               STRING "  Card reissued - posted to replacement "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4)
                   DELIMITED BY SIZE INTO POST-REPORT-LINE
               WRITE POST-REPORT-LINE
           END-IF

           IF CR-BALANCE > CR-CREDIT-LIMIT
               MOVE SPACES TO POST-REPORT-LINE
               STRING "  *** OVER CREDIT LIMIT ***"
               WRITE POST-REPORT-LINE
           END-IF.

       WRITE-RECOVERY-LINE.
           MOVE TR-AMOUNT TO WS-DISPLAY-AMOUNT

           MOVE SPACES TO POST-REPORT-LINE
           STRING "Card: " TR-CARD-NUMBER(1:4) "-****-****-"
               TR-CARD-NUMBER(13:4)
               " Type: " TR-TRANS-TYPE
               " Amount: $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           WRITE POST-REPORT-LINE

           MOVE SPACES TO POST-REPORT-LINE
           STRING "  *** CHARGED OFF - BOOKED AS RECOVERY ***"
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           WRITE POST-REPORT-LINE.

       WRITE-CHARGED-OFF-LINE.
           MOVE SPACES TO POST-REPORT-LINE
           STRING "Card: " TR-CARD-NUMBER(1:4) "-****-****-"
               TR-CARD-NUMBER(13:4)
               " *** CHARGED OFF - DEBIT SKIPPED ***"
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           WRITE POST-REPORT-LINE.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO POST-REPORT-LINE
           STRING "Card: " TR-CARD-NUMBER(1:4) "-****-****-"
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           WRITE POST-REPORT-LINE

           MOVE SPACES TO POST-REPORT-LINE
           STRING "Recoveries on Charged-Off Cards: "
               WS-TRANS-RECOVERED
               DELIMITED BY SIZE INTO POST-REPORT-LINE
           WRITE POST-REPORT-LINE

           PERFORM MARK-RUN-COMPLETE

           CLOSE TRANSACTION-FILE
           IF WS-XC-OPEN = 'Y'
               CLOSE EXCEPTION-CASE-FILE
           END-IF
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF
           IF WS-CO-OPEN = 'Y'
               CLOSE CHARGE-OFF-FILE
           END-IF

           DISPLAY "Posting complete. " WS-TRANS-POSTED
               " of " WS-TRANS-READ " transactions posted."
               " challenged by fraud scoring - see FRAUDEXC.TXT."
           DISPLAY WS-TRANS-BAD-TYPE
               " skipped for an invalid transaction type."
           DISPLAY WS-TRANS-RECOVERED
               " booked as recoveries on charged-off cards."
           DISPLAY "See POSTRPT.TXT for details.".
