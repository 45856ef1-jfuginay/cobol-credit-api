       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPRESV.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Cardholder dispute resolution                                 *
      * Closes the disputes DSPINTK opened, from the outcomes in      *
      * DSPRESV.DAT. Each outcome record names a dispute by card      *
      * number and the disputed charge's date/time and carries the    *
      * result and the analyst closing it:                            *
      *   W - won: the provisional credit becomes permanent, and is   *
      *       journaled under the DSPWON ATM ID as a memo entry       *
      *       (PJ-TRANS-TYPE 'M' - the balance is not touched) so     *
      *       GLEXTR moves it out of dispute suspense into the        *
      *       chargeback receivable                                   *
      *   L - lost: the provisional credit is re-debited to the card  *
      *       and journaled under the DSPLOST ATM ID, and the part    *
      *       of the billed minimum held out while the dispute was    *
      *       open goes back onto CR-MIN-PAYMENT-DUE - due 25 days    *
      *       from the business date if the card owed no other        *
      *       minimum and its due date has already passed, so it is   *
      *       not late the night it returns. A charged-off card       *
      *       carries no balance to re-debit, so a lost outcome on    *
      *       one is rejected and the dispute left open for           *
      *       collections to settle against the CHGOFF.DAT record     *
      * Only an open dispute can be closed, so a rerun of the same    *
      * outcomes is rejected rather than re-debiting twice. Every     *
      * outcome, applied or rejected, goes to the DSPRSRPT.TXT audit  *
      * report. CARDREIS moves open disputes to the replacement card  *
      * when a card is reissued; an outcome keyed with the old card   *
      * number follows CARDXREF.DAT to find the dispute, and a lost   *
      * dispute is always re-debited to the account's current card.   *
      * Like FEEASSES, it changes balances outside CARDPOST, so it    *
      * runs after CARDRCON has balanced the day; the next posting    *
      * run picks the re-debits up in its opening master total.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-FILE ASSIGN TO "DSPRESV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL POST-JOURNAL-FILE
               ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           SELECT RESOLUTION-REPORT-FILE ASSIGN TO "DSPRSRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-XREF-FILE
               ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XR-OLD-CARD-NUMBER
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTCOME-FILE.
       01  OUTCOME-RECORD.
           05  DR-CARD-NUMBER       PIC X(16).
           05  DR-TRANS-DATE        PIC X(08).
           05  DR-TRANS-TIME        PIC X(08).
           05  DR-OUTCOME           PIC X(01).
           05  DR-ANALYST-ID        PIC X(08).

       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  CARD-FILE.
       COPY CARDREC.

       FD  POST-JOURNAL-FILE.
       COPY JRNLREC.

       FD  RESOLUTION-REPORT-FILE.
       01  RESOLUTION-REPORT-LINE   PIC X(100).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-OUTCOME-EOF           PIC X VALUE 'N'.
       01  WS-DR-STATUS             PIC XX.
       01  WS-DP-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-PJ-STATUS             PIC XX.
       01  WS-DISPUTE-ON-FILE       PIC X VALUE 'N'.
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).

      *    Reissue cross-reference, followed from the card number
      *    keyed on the outcome to the account's current card.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).

       01  WS-COUNTERS.
           05  WS-OUTCOMES-READ     PIC 9(5) VALUE ZERO.
           05  WS-DISPUTES-WON      PIC 9(5) VALUE ZERO.
           05  WS-DISPUTES-LOST     PIC 9(5) VALUE ZERO.
           05  WS-OUTCOMES-REJECTED PIC 9(5) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-NEW-BALANCE       PIC 9(7)V99.
           05  WS-PRIOR-MIN-DUE     PIC 9(7)V99.
           05  WS-TOTAL-REDEBITED   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-PERMANENT   PIC 9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-HELD      PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(08).

      *    A fresh due date for a restored minimum - business date plus
      *    25 days, as INTCAP bills a new minimum.
       01  WS-DUE-DATE-FIELDS.
           05  WS-TODAY-NUM         PIC 9(8).
           05  WS-DUE-INTEGER       PIC 9(7).
           05  WS-DUE-NUM           PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RESOLUTION
           PERFORM UNTIL WS-OUTCOME-EOF = 'Y'
               READ OUTCOME-FILE
                   AT END
                       MOVE 'Y' TO WS-OUTCOME-EOF
                   NOT AT END
                       ADD 1 TO WS-OUTCOMES-READ
                       PERFORM APPLY-ONE-OUTCOME
               END-READ
           END-PERFORM
           PERFORM FINALIZE-RESOLUTION
           STOP RUN.

      *    Resolution dates and the re-debit's journal date stamp the
      *    business date, not the wall clock.
       INITIALIZE-RESOLUTION.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME(1:6)
           MOVE SPACES TO WS-CURRENT-TIME(7:2)

           OPEN INPUT OUTCOME-FILE
           IF WS-DR-STATUS NOT = "00"
               DISPLAY "Unable to open DSPRESV.DAT - status "
                   WS-DR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "Unable to open DISPUTE.DAT - status "
                   WS-DP-STATUS
               CLOSE OUTCOME-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               CLOSE OUTCOME-FILE
               CLOSE DISPUTE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF

           OPEN OUTPUT RESOLUTION-REPORT-FILE

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "DISPUTE RESOLUTION REPORT - " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE ALL "=" TO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE.

      *****************************************************************
      * READ-BUSINESS-DATE takes "today" from the BUSDATE.DAT         *
      * control record the end-of-day step maintains. A shop not yet  *
      * running the control file falls back to the system clock with  *
      * a warning, the old behaviour.                                 *
      *****************************************************************
       READ-BUSINESS-DATE.
           MOVE SPACES TO BD-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = "00" OR WS-BD-STATUS = "05"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BD-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BD-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY "Warning: no BUSDATE.DAT business date - "
                   "using the system clock"
               MOVE FUNCTION CURRENT-DATE(1:8) TO BD-BUSINESS-DATE
           END-IF.

      *****************************************************************
      * APPLY-ONE-OUTCOME validates the record and closes the         *
      * dispute. A lost dispute whose card is no longer on the        *
      * master, or whose re-debit the master will not take, is        *
      * rejected and left open, so the rerun after the master is      *
      * fixed still re-debits it. One the dispute file will not       *
      * close is rejected with the card untouched, and the run ends   *
      * RC 8.                                                         *
      *****************************************************************
       APPLY-ONE-OUTCOME.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM LOOK-UP-DISPUTE

           IF WS-DISPUTE-ON-FILE = 'N'
               MOVE "DISPUTE NOT ON FILE" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF NOT DP-DISPUTE-OPEN
                   MOVE "DISPUTE ALREADY CLOSED" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF DR-OUTCOME NOT = 'W' AND DR-OUTCOME NOT = 'L'
                   MOVE "UNKNOWN OUTCOME CODE" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF DR-ANALYST-ID = SPACES
                   MOVE "ANALYST ID MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM LOOK-UP-CARD
           END-IF

           IF WS-REJECT-REASON = SPACES AND DR-OUTCOME = 'L'
               IF WS-CARD-ON-FILE = 'N'
                   MOVE "CARD NOT ON MASTER - NOT RE-DEBITED"
                       TO WS-REJECT-REASON
               ELSE
                   IF CR-CARD-CHARGED-OFF
                       MOVE "CARD CHARGED OFF - NOT RE-DEBITED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM CLOSE-DISPUTE-RECORD
           END-IF

           IF WS-REJECT-REASON = SPACES AND DR-OUTCOME = 'L'
               PERFORM POST-LOST-REDEBIT
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF DR-OUTCOME = 'L'
                   ADD 1 TO WS-DISPUTES-LOST
               ELSE
                   ADD DP-CREDIT-AMOUNT TO WS-TOTAL-PERMANENT
                   ADD 1 TO WS-DISPUTES-WON
                   IF DP-CREDIT-AMOUNT > ZERO
                       PERFORM JOURNAL-WON-DISPUTE
                   END-IF
               END-IF
               PERFORM WRITE-APPLIED-AUDIT
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

      *****************************************************************
      * CLOSE-DISPUTE-RECORD closes the dispute before the card is    *
      * touched - the same order DSPINTK opens it in - so a dispute   *
      * the file will not close is never re-debited, and a rerun of   *
      * the outcome finds it closed rather than re-debiting twice.    *
      *****************************************************************
       CLOSE-DISPUTE-RECORD.
           IF DR-OUTCOME = 'L'
               MOVE 'L' TO DP-STATUS
           ELSE
               MOVE 'W' TO DP-STATUS
           END-IF
           MOVE DR-ANALYST-ID TO DP-RESOLVED-BY
           MOVE WS-CURRENT-DATE TO DP-RESOLVED-DATE
           REWRITE DISPUTE-RECORD
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "Error: unable to close dispute for card "
                   DP-CARD-NUMBER(1:4) "-****-****-"
                   DP-CARD-NUMBER(13:4) " - status " WS-DP-STATUS
               MOVE "DISPUTE RECORD NOT UPDATED" TO WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    The card would not take the re-debit, so the dispute just
      *    closed is put back open for the rerun after the master is
      *    fixed.
       REOPEN-DISPUTE-RECORD.
           MOVE 'O' TO DP-STATUS
           MOVE SPACES TO DP-RESOLVED-BY
           MOVE SPACES TO DP-RESOLVED-DATE
           REWRITE DISPUTE-RECORD
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "Error: dispute for card "
                   DP-CARD-NUMBER(1:4) "-****-****-"
                   DP-CARD-NUMBER(13:4) " closed LOST but not "
                   "re-debited - status " WS-DP-STATUS
                   " - correct by hand"
           END-IF.

       LOOK-UP-DISPUTE.
           MOVE 'N' TO WS-DISPUTE-ON-FILE
           MOVE DR-CARD-NUMBER TO DP-CARD-NUMBER
           MOVE DR-TRANS-DATE TO DP-TRANS-DATE
           MOVE DR-TRANS-TIME TO DP-TRANS-TIME
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DISPUTE-ON-FILE
           END-READ

      *    A dispute on a card since reissued was moved to the
      *    replacement number - look for it there.
           IF WS-DISPUTE-ON-FILE = 'N'
               MOVE DR-CARD-NUMBER TO WS-XREF-CARD
               PERFORM FOLLOW-CARD-XREF
               IF WS-XREF-CARD NOT = DR-CARD-NUMBER
                   MOVE WS-XREF-CARD TO DP-CARD-NUMBER
                   MOVE DR-TRANS-DATE TO DP-TRANS-DATE
                   MOVE DR-TRANS-TIME TO DP-TRANS-TIME
                   READ DISPUTE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-DISPUTE-ON-FILE
                   END-READ
               END-IF
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

      *    The re-debit, or the won dispute's memo entry, lands on
      *    the account's current card, in case the dispute's card was
      *    reissued after it was opened.
       LOOK-UP-CARD.
           MOVE 'N' TO WS-CARD-ON-FILE
           MOVE DP-CARD-NUMBER TO WS-XREF-CARD
           PERFORM FOLLOW-CARD-XREF
           MOVE WS-XREF-CARD TO CR-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-ON-FILE
           END-READ.

      *****************************************************************
      * POST-LOST-REDEBIT charges back exactly what the provisional   *
      * credit took off the balance, and puts the held part of the    *
      * billed minimum back - never more than the card then owes, the *
      * same cap INTCAP's billing applies. The held part was not owed *
      * while the dispute was open, so if the card's due date has     *
      * already passed the restored minimum gets a fresh one 25 days  *
      * out, as INTCAP's SET-PAYMENT-DUE gives a new minimum - it is  *
      * not late, fee-charged or aged from a date that fell while it  *
      * was excluded. A card already behind on a minimum of its own   *
      * keeps its due date: that delinquency is real, and the         *
      * restored part joins it as INTCAP adds a new cycle's minimum   *
      * to an unpaid one.                                             *
      *****************************************************************
       POST-LOST-REDEBIT.
           COMPUTE WS-NEW-BALANCE = CR-BALANCE + DP-CREDIT-AMOUNT
           MOVE WS-NEW-BALANCE TO CR-BALANCE
           MOVE CR-MIN-PAYMENT-DUE TO WS-PRIOR-MIN-DUE
           ADD DP-MIN-HELD TO CR-MIN-PAYMENT-DUE
           IF CR-MIN-PAYMENT-DUE > CR-BALANCE
               MOVE CR-BALANCE TO CR-MIN-PAYMENT-DUE
           END-IF
           IF DP-MIN-HELD > ZERO AND CR-MIN-PAYMENT-DUE > ZERO
                   AND WS-PRIOR-MIN-DUE = ZERO
               IF CR-PAYMENT-DUE-DATE < WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 25
                   COMPUTE WS-DUE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
                   MOVE WS-DUE-NUM TO CR-PAYMENT-DUE-DATE
               END-IF
           END-IF
           REWRITE CARD-RECORD
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Error: unable to re-debit card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-CM-STATUS
               MOVE "CARD UPDATE FAILED - NOT RE-DEBITED"
                   TO WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
               PERFORM REOPEN-DISPUTE-RECORD
           ELSE
               ADD DP-CREDIT-AMOUNT TO WS-TOTAL-REDEBITED
               IF DP-CREDIT-AMOUNT > ZERO
                   PERFORM JOURNAL-LOST-REDEBIT
               END-IF
           END-IF.

      *    OPEN EXTEND on a not-yet-existing OPTIONAL file reports
      *    status "05" (file created), not "00" - the same handling
      *    FRAUDSCOR uses for its history and log files.
       JOURNAL-LOST-REDEBIT.
           OPEN EXTEND POST-JOURNAL-FILE
           IF WS-PJ-STATUS = "00" OR WS-PJ-STATUS = "05"
               MOVE CR-CARD-NUMBER TO PJ-CARD-NUMBER
               MOVE WS-CURRENT-DATE TO PJ-TRANS-DATE
               MOVE WS-CURRENT-TIME TO PJ-TRANS-TIME
               MOVE "DSPLOST   " TO PJ-ATM-ID
               MOVE 'D' TO PJ-TRANS-TYPE
               MOVE DP-CREDIT-AMOUNT TO PJ-AMOUNT
               MOVE WS-NEW-BALANCE TO PJ-NEW-BALANCE
               WRITE POST-JOURNAL-RECORD
               CLOSE POST-JOURNAL-FILE
           ELSE
               DISPLAY "Warning: unable to journal re-debit for card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-PJ-STATUS
           END-IF.

      *    The won dispute's memo entry carries the provisional credit
      *    DSPINTK booked to dispute suspense, now owed back by the
      *    merchant's bank, and the card's balance unchanged. A card
      *    no longer on the master still has its memo journaled, under
      *    the dispute's card number, so the ledger clears suspense.
       JOURNAL-WON-DISPUTE.
           OPEN EXTEND POST-JOURNAL-FILE
           IF WS-PJ-STATUS = "00" OR WS-PJ-STATUS = "05"
               IF WS-CARD-ON-FILE = 'Y'
                   MOVE CR-CARD-NUMBER TO PJ-CARD-NUMBER
                   MOVE CR-BALANCE TO PJ-NEW-BALANCE
               ELSE
                   MOVE DP-CARD-NUMBER TO PJ-CARD-NUMBER
                   MOVE ZERO TO PJ-NEW-BALANCE
               END-IF
               MOVE WS-CURRENT-DATE TO PJ-TRANS-DATE
               MOVE WS-CURRENT-TIME TO PJ-TRANS-TIME
               MOVE "DSPWON    " TO PJ-ATM-ID
               MOVE 'M' TO PJ-TRANS-TYPE
               MOVE DP-CREDIT-AMOUNT TO PJ-AMOUNT
               WRITE POST-JOURNAL-RECORD
               CLOSE POST-JOURNAL-FILE
           ELSE
               DISPLAY "Warning: unable to journal won dispute for "
                   "card " DP-CARD-NUMBER(1:4) "-****-****-"
                   DP-CARD-NUMBER(13:4) " - status " WS-PJ-STATUS
           END-IF.

       WRITE-APPLIED-AUDIT.
           MOVE DP-AMOUNT TO WS-DISPLAY-AMOUNT

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Dispute: " DR-CARD-NUMBER(1:4) "-****-****-"
               DR-CARD-NUMBER(13:4)
               " " DR-TRANS-DATE " " DR-TRANS-TIME
               " $" WS-DISPLAY-AMOUNT
               " Outcome: " DR-OUTCOME
               " Analyst: " DR-ANALYST-ID
               " Opened: " DP-OPEN-DATE
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE DP-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO RESOLUTION-REPORT-LINE
           IF DR-OUTCOME = 'L'
               MOVE WS-NEW-BALANCE TO WS-DISPLAY-BALANCE
               MOVE DP-MIN-HELD TO WS-DISPLAY-HELD
               STRING "  LOST - re-debited: $" WS-DISPLAY-AMOUNT
                   " New Balance: $" WS-DISPLAY-BALANCE
                   " Minimum restored: $" WS-DISPLAY-HELD
                   DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           ELSE
               STRING "  WON - provisional credit of $"
                   WS-DISPLAY-AMOUNT " made permanent"
                   DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           END-IF
           WRITE RESOLUTION-REPORT-LINE.

       WRITE-REJECTED-AUDIT.
           ADD 1 TO WS-OUTCOMES-REJECTED
           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Dispute: " DR-CARD-NUMBER(1:4) "-****-****-"
               DR-CARD-NUMBER(13:4)
               " " DR-TRANS-DATE " " DR-TRANS-TIME
               " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE.

       FINALIZE-RESOLUTION.
           MOVE SPACES TO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Outcomes Read: " WS-OUTCOMES-READ
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Disputes Won: " WS-DISPUTES-WON
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Disputes Lost: " WS-DISPUTES-LOST
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Outcomes Rejected: " WS-OUTCOMES-REJECTED
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE WS-TOTAL-PERMANENT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Credits Made Permanent: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           MOVE WS-TOTAL-REDEBITED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RESOLUTION-REPORT-LINE
           STRING "Credits Re-debited:     $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RESOLUTION-REPORT-LINE
           WRITE RESOLUTION-REPORT-LINE

           CLOSE OUTCOME-FILE
           CLOSE DISPUTE-FILE
           CLOSE CARD-FILE
           CLOSE RESOLUTION-REPORT-FILE
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF

           DISPLAY "Dispute resolution complete. " WS-DISPUTES-WON
               " won, " WS-DISPUTES-LOST " lost, "
               WS-OUTCOMES-REJECTED " rejected."
           DISPLAY "See DSPRSRPT.TXT for the audit report."
           IF WS-OUTCOMES-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
