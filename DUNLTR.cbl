      * for this obligation and stage is skipped, so a rerun or the   *
      * next cycle never sends the same stage twice and collections   *
      * can read the full contact trail before calling.               *
      * A charge under open dispute is never dunned: DSPINTK holds    *
      * it out of CR-MIN-PAYMENT-DUE when the dispute is opened, and  *
      * the letter tells the cardholder how much is in dispute and    *
      * not included in the amount past due.                          *
      * A letter sent under a card number CARDREIS has since replaced *
      * counts for the replacement, found through CARDXREF.DAT, so a  *
      * reissue never restarts the contact trail.                     *
      * A courtesy reminder is held back only while an autopay        *
      * payment is still in flight: the card's AUTOPAY.DAT enrollment *
      * is active and AUTOPGEN generated a payment of at least the    *
      * minimum now owing today, which CARDPOST has yet to post. Once *
      * it posts the minimum is paid and the card is not delinquent;  *
      * an enrolled card still delinquent after that had its payment  *
      * rejected, denied or challenged, and gets its reminder like    *
      * any other. Nothing is recorded in the contact history for a   *
      * held reminder, so it goes out on the next run if the payment  *
      * does not land.                                                *
      * Letters are addressed from the CUSTCNTC.DAT contact record. A *
      * card with no contact record, or flagged returned-mail for     *
      * paper delivery, gets no letter: it is listed on DUNEXCP.TXT   *
      * for collections to trace, and nothing is recorded in the      *
      * contact history, so the letter goes out on the first run      *
      * after the address is put right.                               *
      * A card CHGOFF has charged off is out of dunning - its balance *
      * is with recoveries now - and is only counted.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLTRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-XREF-FILE
               ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XR-OLD-CARD-NUMBER
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AP-CARD-NUMBER
               FILE STATUS IS WS-AP-STATUS.
           SELECT OPTIONAL CUSTOMER-CONTACT-FILE
               ASSIGN TO "CUSTCNTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CARD-NUMBER
               FILE STATUS IS WS-CT-STATUS.
           SELECT LETTER-EXCEPTION-FILE ASSIGN TO "DUNEXCP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  DH-STAGE             PIC X(01).
           05  DH-LETTER-DATE       PIC X(08).

       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  AUTOPAY-FILE.
       COPY AUTOPREC.

       FD  CUSTOMER-CONTACT-FILE.
       COPY CNTCREC.

       FD  LETTER-EXCEPTION-FILE.
       01  LETTER-EXCEPTION-LINE    PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       01  WS-CM-STATUS             PIC XX.
       01  WS-DH-STATUS             PIC XX.
       01  WS-ALREADY-SENT          PIC X VALUE 'N'.
       01  WS-DP-STATUS             PIC XX.
       01  WS-DP-OPEN               PIC X VALUE 'N'.
       01  WS-DP-EOF                PIC X VALUE 'N'.
       01  WS-DISPUTED-TOTAL        PIC 9(7)V99.

      *    Reissue cross-reference, followed from a contact history
      *    record's card number to the account's current card.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).

      *    Autopay enrollment, read to hold back a courtesy reminder
      *    when the payment for this due date has been generated.
       01  WS-AP-STATUS             PIC XX.
       01  WS-AP-OPEN               PIC X VALUE 'N'.
       01  WS-AUTOPAY-SCHEDULED     PIC X VALUE 'N'.

      *    Customer contact, read for the letter's address block and
      *    to hold a letter that has no good address to go to.
       01  WS-CT-STATUS             PIC XX.
       01  WS-CT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTACT-FOUND         PIC X VALUE 'N'.
       01  WS-HOLD-REASON           PIC X(40).

       01  WS-COUNTERS.
           05  WS-CARDS-READ        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-DELINQUENT  PIC 9(5) VALUE ZERO.
           05  WS-LETTERS-SENT      PIC 9(5) VALUE ZERO.
           05  WS-LETTERS-SKIPPED   PIC 9(5) VALUE ZERO.
           05  WS-LETTERS-AUTOPAY   PIC 9(5) VALUE ZERO.
           05  WS-LETTERS-HELD      PIC 9(5) VALUE ZERO.
           05  WS-CARDS-CHARGED-OFF PIC 9(5) VALUE ZERO.
           05  WS-STAGE-1-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-STAGE-2-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-STAGE-3-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-PAST-DUE  PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DAYS      PIC ZZZZ9.
           05  WS-DISPLAY-DISPUTED  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

           MOVE 'N' TO WS-DP-OPEN
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS = "00" OR WS-DP-STATUS = "05"
               MOVE 'Y' TO WS-DP-OPEN
           ELSE
               DISPLAY "Warning: unable to open DISPUTE.DAT - status "
                   WS-DP-STATUS " - letters will not show disputes"
           END-IF

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF

           MOVE 'N' TO WS-AP-OPEN
           OPEN INPUT AUTOPAY-FILE
           IF WS-AP-STATUS = "00" OR WS-AP-STATUS = "05"
               MOVE 'Y' TO WS-AP-OPEN
           END-IF

           MOVE 'N' TO WS-CT-OPEN
           OPEN INPUT CUSTOMER-CONTACT-FILE
           IF WS-CT-STATUS = "00" OR WS-CT-STATUS = "05"
               MOVE 'Y' TO WS-CT-OPEN
           ELSE
               DISPLAY "Warning: unable to open CUSTCNTC.DAT - status "
                   WS-CT-STATUS
           END-IF

           OPEN OUTPUT LETTER-EXCEPTION-FILE
           MOVE SPACES TO LETTER-EXCEPTION-LINE
           STRING "DUNNING LETTERS HELD FROM PRINT - " WS-TODAY-NUM
               DELIMITED BY SIZE INTO LETTER-EXCEPTION-LINE
           WRITE LETTER-EXCEPTION-LINE
           MOVE ALL "=" TO LETTER-EXCEPTION-LINE
           WRITE LETTER-EXCEPTION-LINE

           OPEN OUTPUT LETTER-FILE

           MOVE SPACES TO LETTER-LINE
      * whether this stage has already gone out for this obligation.  *
      *****************************************************************
       EVALUATE-ONE-CARD.
           IF CR-CARD-CHARGED-OFF
               ADD 1 TO WS-CARDS-CHARGED-OFF
           ELSE
               PERFORM EVALUATE-OPEN-CARD
           END-IF.

       EVALUATE-OPEN-CARD.
           IF CR-MIN-PAYMENT-DUE > ZERO AND
               CR-PAYMENT-DUE-DATE IS NUMERIC
               MOVE CR-PAYMENT-DUE-DATE TO WS-DUE-NUM
               IF WS-DAYS-PAST-DUE >= 1
                   ADD 1 TO WS-CARDS-DELINQUENT
                   PERFORM PICK-LETTER-STAGE
                   PERFORM CHECK-AUTOPAY-SCHEDULED
                   IF WS-AUTOPAY-SCHEDULED = 'Y'
                       ADD 1 TO WS-LETTERS-AUTOPAY
                   ELSE
                       PERFORM CHECK-CONTACT-HISTORY
                       IF WS-ALREADY-SENT = 'Y'
                           ADD 1 TO WS-LETTERS-SKIPPED
                       ELSE
                           PERFORM CHECK-LETTER-HOLD
                           IF WS-HOLD-REASON = SPACES
                               PERFORM WRITE-ONE-LETTER
                               PERFORM RECORD-CONTACT-HISTORY
                           ELSE
                               PERFORM WRITE-LETTER-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   MOVE '1' TO WS-LETTER-STAGE
           END-EVALUATE.

      *****************************************************************
      * CHECK-AUTOPAY-SCHEDULED applies to the courtesy stage only. A *
      * card is covered only on the business date AUTOPGEN generated  *
      * its payment (AP-LAST-GEN-DATE), for this due date and at      *
      * least the minimum now owing - the payment is pending until    *
      * that night's posting. A payment generated on an earlier date  *
      * that has still not cleared the minimum failed somewhere on    *
      * the way, and holding the reminder would only hide it. The     *
      * later notices go out regardless.                              *
      *****************************************************************
       CHECK-AUTOPAY-SCHEDULED.
           MOVE 'N' TO WS-AUTOPAY-SCHEDULED
           IF WS-LETTER-STAGE = '1' AND WS-AP-OPEN = 'Y'
               MOVE CR-CARD-NUMBER TO AP-CARD-NUMBER
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AP-ACTIVE AND
                           AP-LAST-GEN-DATE = WS-TODAY-NUM AND
                           AP-LAST-DUE-DATE = CR-PAYMENT-DUE-DATE AND
                           AP-LAST-AMOUNT >= CR-MIN-PAYMENT-DUE
                           MOVE 'Y' TO WS-AUTOPAY-SCHEDULED
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * CHECK-LETTER-HOLD reads the card's contact record and decides *
      * whether the letter can be printed. No record means no         *
      * address; returned mail means the address on file is known to  *
      * be bad. Electronic delivery does not use the postal address,  *
      * so returned mail does not hold it.                            *
      *****************************************************************
       CHECK-LETTER-HOLD.
           MOVE 'N' TO WS-CONTACT-FOUND
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-CT-OPEN = 'Y'
               MOVE CR-CARD-NUMBER TO CT-CARD-NUMBER
               READ CUSTOMER-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-FOUND
               END-READ
           END-IF

           IF WS-CONTACT-FOUND = 'N'
               MOVE "NO CONTACT RECORD" TO WS-HOLD-REASON
           ELSE
               IF CT-MAIL-RETURNED AND NOT CT-DELIVER-EMAIL
                   STRING "RETURNED MAIL FLAGGED " CT-RETURNED-DATE
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
           END-IF.

       WRITE-LETTER-EXCEPTION.
           ADD 1 TO WS-LETTERS-HELD
           MOVE CR-MIN-PAYMENT-DUE TO WS-DISPLAY-PAST-DUE
           MOVE SPACES TO LETTER-EXCEPTION-LINE
           STRING CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4)
               "  Stage " WS-LETTER-STAGE
               "  Past due $" WS-DISPLAY-PAST-DUE
               "  " WS-HOLD-REASON
               DELIMITED BY SIZE INTO LETTER-EXCEPTION-LINE
           WRITE LETTER-EXCEPTION-LINE.

      *****************************************************************
      * CHECK-CONTACT-HISTORY scans DUNHIST.DAT for a letter already  *
      * sent to this card at this stage for this obligation - the     *
      * same due date. A new cycle bills a new due date, so its       *
      * letters start over at whatever stage its age calls for. A     *
      * letter sent under a card since reissued matches once followed *
      * through the cross-reference to this card.                     *
      *****************************************************************
       CHECK-CONTACT-HISTORY.
           MOVE 'N' TO WS-ALREADY-SENT
                       AT END
                           MOVE 'Y' TO WS-DH-EOF
                       NOT AT END
                           IF DH-DUE-DATE = CR-PAYMENT-DUE-DATE AND
                               DH-STAGE = WS-LETTER-STAGE
                               IF DH-CARD-NUMBER = CR-CARD-NUMBER
                                   MOVE 'Y' TO WS-ALREADY-SENT
                               ELSE
                                   MOVE DH-CARD-NUMBER TO WS-XREF-CARD
                                   PERFORM FOLLOW-CARD-XREF
                                   IF WS-XREF-CARD = CR-CARD-NUMBER
                                       MOVE 'Y' TO WS-ALREADY-SENT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-HISTORY-FILE
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

      *    OPEN EXTEND on a not-yet-existing OPTIONAL file reports
      *    status "05" (file created), not "00" - the same handling
      *    FRAUDSCOR uses for its history and log files.
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM WRITE-LETTER-ADDRESS

           MOVE SPACES TO LETTER-LINE
           STRING "Account: " CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM TOTAL-OPEN-DISPUTES
           IF WS-DISPUTED-TOTAL > ZERO
               MOVE WS-DISPUTED-TOTAL TO WS-DISPLAY-DISPUTED
               MOVE SPACES TO LETTER-LINE
               STRING "Amount In Dispute: $" WS-DISPLAY-DISPUTED
                   " (not included above)"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           MOVE SPACES TO LETTER-LINE
           STRING "Due Date: " CR-PAYMENT-DUE-DATE(5:2) "/"
               CR-PAYMENT-DUE-DATE(7:2) "/"
           END-EVALUATE
           WRITE LETTER-LINE.

      *    The contact record's address block under the name, and
      *    where an electronic letter is sent.
       WRITE-LETTER-ADDRESS.
           IF CT-ADDRESS-LINE-1 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " CT-ADDRESS-LINE-1
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           IF CT-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " CT-ADDRESS-LINE-2
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           IF CT-CITY NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " DELIMITED BY SIZE
                   CT-CITY DELIMITED BY "  "
                   ", " CT-STATE "  " CT-POSTAL-CODE
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF

           IF CT-DELIVER-EMAIL
               MOVE SPACES TO LETTER-LINE
               STRING "Delivery: Electronic - " CT-EMAIL
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

      *****************************************************************
      * TOTAL-OPEN-DISPUTES adds up the card's open disputes. The     *
      * dispute key starts with the card number, so the card's        *
      * disputes are read in one START/READ NEXT run.                 *
      *****************************************************************
       TOTAL-OPEN-DISPUTES.
           MOVE ZERO TO WS-DISPUTED-TOTAL
           IF WS-DP-OPEN = 'Y'
               MOVE CR-CARD-NUMBER TO DP-CARD-NUMBER
               MOVE LOW-VALUES TO DP-TRANS-DATE
               MOVE LOW-VALUES TO DP-TRANS-TIME
               START DISPUTE-FILE KEY >= DP-DISPUTE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DP-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-DP-EOF
               END-START
               PERFORM UNTIL WS-DP-EOF = 'Y'
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-DP-EOF
                       NOT AT END
                           IF DP-CARD-NUMBER NOT = CR-CARD-NUMBER
                               MOVE 'Y' TO WS-DP-EOF
                           ELSE
                               IF DP-DISPUTE-OPEN
                                   ADD DP-AMOUNT TO WS-DISPUTED-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FINALIZE-DUNNING.
           CLOSE CARD-FILE
           IF WS-DP-OPEN = 'Y'
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE LETTER-FILE
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF
           IF WS-AP-OPEN = 'Y'
               CLOSE AUTOPAY-FILE
           END-IF
           IF WS-CT-OPEN = 'Y'
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF

           MOVE SPACES TO LETTER-EXCEPTION-LINE
           WRITE LETTER-EXCEPTION-LINE
           MOVE SPACES TO LETTER-EXCEPTION-LINE
           STRING "Letters Held: " WS-LETTERS-HELD
               DELIMITED BY SIZE INTO LETTER-EXCEPTION-LINE
           WRITE LETTER-EXCEPTION-LINE
           CLOSE LETTER-EXCEPTION-FILE

           DISPLAY "Dunning letter run complete."
           DISPLAY "Cards read: " WS-CARDS-READ
               WS-STAGE-4-COUNT " final)"
           DISPLAY "Letters already sent this stage: "
               WS-LETTERS-SKIPPED
           DISPLAY "Courtesy letters held for autopay: "
               WS-LETTERS-AUTOPAY
           DISPLAY "Letters held for no good address: "
               WS-LETTERS-HELD
           DISPLAY "Charged-off cards not dunned: "
               WS-CARDS-CHARGED-OFF
           DISPLAY "See DUNLTRS.TXT, DUNEXCP.TXT and DUNHIST.DAT."
           IF WS-LETTERS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
