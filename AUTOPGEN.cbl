       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPGEN.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Nightly autopay payment generation                            *
      * Nothing in the system could originate a payment - every 'C'   *
      * arrived on the upstream feed. This batch reads every          *
      * enrollment in AUTOPAY.DAT and, for a card whose               *
      * CR-PAYMENT-DUE-DATE is today's business date, appends a 'C'   *
      * transaction to TRANRAW.DAT under the AUTOPAY ATM ID, so it    *
      * is edited by TRANEDIT and posted by CARDPOST exactly like a   *
      * payment from the feed. It therefore runs after the day's      *
      * TRANRAW.DAT has arrived and before TRANEDIT. The amount is    *
      * the enrollment's pay option:                                  *
      *   M - the billed minimum still owing (CR-MIN-PAYMENT-DUE)     *
      *   F - the full balance                                        *
      *   X - the fixed amount, never more than the balance           *
      * The due date paid is stamped on the enrollment before the     *
      * payment is written, so a rerun - the same night or any later  *
      * one - never generates the same due date's payment twice.      *
      * Every payment generated and every card due tonight that was   *
      * skipped (zero balance, nothing owing, closed, suspended,      *
      * already generated) goes to the AUTOPRPT.TXT register.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AP-CARD-NUMBER
               FILE STATUS IS WS-AP-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL RAW-TRANS-FILE ASSIGN TO "TRANRAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "AUTOPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       COPY AUTOPREC.

       FD  CARD-FILE.
       COPY CARDREC.

      *    The raw upstream feed layout TRANEDIT reads - the amount is
      *    unedited text there, nine digits with an implied point.
       FD  RAW-TRANS-FILE.
       01  RAW-TRANS-RECORD.
           05  RT-CARD-NUMBER       PIC X(16).
           05  RT-TRANS-TYPE        PIC X(01).
           05  RT-AMOUNT            PIC X(09).
           05  RT-ATM-ID            PIC X(10).
           05  RT-GEO-CODE          PIC X(20).
           05  RT-TRANS-DATE        PIC X(08).
           05  RT-TRANS-TIME        PIC X(08).

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-AP-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-RAW-STATUS            PIC XX.
       01  WS-AUTOPAY-EOF           PIC X VALUE 'N'.
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-SKIP-REASON           PIC X(40).

       01  WS-COUNTERS.
           05  WS-ENROLL-READ       PIC 9(5) VALUE ZERO.
           05  WS-NOT-DUE           PIC 9(5) VALUE ZERO.
           05  WS-PAYMENTS-MADE     PIC 9(5) VALUE ZERO.
           05  WS-CARDS-SKIPPED     PIC 9(5) VALUE ZERO.

       01  WS-PAY-FIELDS.
           05  WS-PAY-AMOUNT        PIC 9(7)V99.
           05  WS-PAY-AMOUNT-X REDEFINES WS-PAY-AMOUNT PIC X(09).
           05  WS-TOTAL-PAID        PIC 9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-GENERATION
           PERFORM UNTIL WS-AUTOPAY-EOF = 'Y'
               READ AUTOPAY-FILE
                   AT END
                       MOVE 'Y' TO WS-AUTOPAY-EOF
                   NOT AT END
                       ADD 1 TO WS-ENROLL-READ
                       PERFORM EVALUATE-ONE-ENROLLMENT
               END-READ
           END-PERFORM
           PERFORM FINALIZE-GENERATION
           STOP RUN.

      *    Payments are due on, and dated with, the business date -
      *    not the wall clock - so a stream that runs past midnight
      *    still pays the cards due on the day it is processing.
      *    OPEN EXTEND on a not-yet-existing OPTIONAL file reports
      *    status "05" (file created), not "00" - the same handling
      *    FRAUDSCOR uses for its history and log files.
       INITIALIZE-GENERATION.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME(1:6)
           MOVE SPACES TO WS-CURRENT-TIME(7:2)

           OPEN I-O AUTOPAY-FILE
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "Unable to open AUTOPAY.DAT - status "
                   WS-AP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               CLOSE AUTOPAY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RAW-TRANS-FILE
           IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"
               DISPLAY "Unable to open TRANRAW.DAT - status "
                   WS-RAW-STATUS
               CLOSE AUTOPAY-FILE
               CLOSE CARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE

           MOVE SPACES TO REGISTER-LINE
           STRING "AUTOPAY PAYMENT REGISTER - BUSINESS DATE "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE ALL "=" TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

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
      * EVALUATE-ONE-ENROLLMENT decides whether tonight is this       *
      * card's due date and, if so, pays or skips it. Enrollments not *
      * due tonight are only counted - the register lists the cards   *
      * that were due. A card CARDREIS has reissued is not a concern  *
      * here: the enrollment moved to the replacement with the        *
      * balance.                                                      *
      *****************************************************************
       EVALUATE-ONE-ENROLLMENT.
           MOVE SPACES TO WS-SKIP-REASON
           PERFORM LOOK-UP-CARD

           IF WS-CARD-ON-FILE = 'N'
               MOVE "CARD NOT ON MASTER FILE" TO WS-SKIP-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               IF CR-PAYMENT-DUE-DATE NOT = WS-CURRENT-DATE
                   ADD 1 TO WS-NOT-DUE
               ELSE
                   PERFORM PAY-OR-SKIP-DUE-CARD
               END-IF
           END-IF.

       LOOK-UP-CARD.
           MOVE 'N' TO WS-CARD-ON-FILE
           MOVE AP-CARD-NUMBER TO CR-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-ON-FILE
           END-READ.

      *****************************************************************
      * PAY-OR-SKIP-DUE-CARD works out the payment for a card due     *
      * tonight. A card blocked as lost or stolen but not yet         *
      * reissued is still paid - its payments post like any other.    *
      *****************************************************************
       PAY-OR-SKIP-DUE-CARD.
           IF AP-LAST-DUE-DATE = CR-PAYMENT-DUE-DATE
               MOVE "ALREADY GENERATED FOR THIS DUE DATE"
                   TO WS-SKIP-REASON
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF AP-SUSPENDED
                   MOVE "ENROLLMENT SUSPENDED" TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF CR-CARD-CLOSED
                   MOVE "CARD CLOSED" TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF CR-BALANCE = ZERO
                   MOVE "ZERO BALANCE" TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               EVALUATE TRUE
                   WHEN AP-PAY-MINIMUM
                       MOVE CR-MIN-PAYMENT-DUE TO WS-PAY-AMOUNT
                   WHEN AP-PAY-FULL
                       MOVE CR-BALANCE TO WS-PAY-AMOUNT
                   WHEN AP-PAY-FIXED
                       MOVE AP-FIXED-AMOUNT TO WS-PAY-AMOUNT
                       IF WS-PAY-AMOUNT > CR-BALANCE
                           MOVE CR-BALANCE TO WS-PAY-AMOUNT
                       END-IF
                   WHEN OTHER
                       MOVE ZERO TO WS-PAY-AMOUNT
                       MOVE "UNKNOWN PAY OPTION" TO WS-SKIP-REASON
               END-EVALUATE
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF WS-PAY-AMOUNT = ZERO
                   MOVE "MINIMUM ALREADY PAID" TO WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               PERFORM GENERATE-PAYMENT
           ELSE
               PERFORM WRITE-SKIPPED-LINE
           END-IF.

      *    The guard is stamped before the payment is written: a run
      *    that stops between the two leaves one payment missing for
      *    the register to show, never two pulled from the
      *    cardholder's bank. A guard that cannot be stamped means no
      *    payment is written at all, and the run ends RC 8.
       GENERATE-PAYMENT.
           MOVE CR-PAYMENT-DUE-DATE TO AP-LAST-DUE-DATE
           MOVE WS-CURRENT-DATE TO AP-LAST-GEN-DATE
           MOVE WS-PAY-AMOUNT TO AP-LAST-AMOUNT
           REWRITE AUTOPAY-RECORD
           IF WS-AP-STATUS NOT = "00"
               DISPLAY "Warning: unable to stamp AUTOPAY.DAT for card "
                   AP-CARD-NUMBER(1:4) "-****-****-"
                   AP-CARD-NUMBER(13:4) " - status " WS-AP-STATUS
                   " - no payment generated"
               MOVE 8 TO RETURN-CODE
               MOVE "AUTOPAY GUARD NOT STAMPED" TO WS-SKIP-REASON
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               PERFORM WRITE-PAYMENT
           END-IF.

       WRITE-PAYMENT.
           MOVE AP-CARD-NUMBER TO RT-CARD-NUMBER
           MOVE 'C' TO RT-TRANS-TYPE
           MOVE WS-PAY-AMOUNT-X TO RT-AMOUNT
           MOVE "AUTOPAY   " TO RT-ATM-ID
           MOVE SPACES TO RT-GEO-CODE
           MOVE WS-CURRENT-DATE TO RT-TRANS-DATE
           MOVE WS-CURRENT-TIME TO RT-TRANS-TIME
           WRITE RAW-TRANS-RECORD

           ADD 1 TO WS-PAYMENTS-MADE
           ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID

           MOVE WS-PAY-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE CR-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO REGISTER-LINE
           STRING "PAID    Card: " AP-CARD-NUMBER(1:4) "-****-****-"
               AP-CARD-NUMBER(13:4)
               " Option: " AP-PAY-OPTION
               " Amount: $" WS-DISPLAY-AMOUNT
               " Balance: $" WS-DISPLAY-BALANCE
               " Due: " CR-PAYMENT-DUE-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-SKIPPED-LINE.
           ADD 1 TO WS-CARDS-SKIPPED
           MOVE SPACES TO REGISTER-LINE
           STRING "SKIPPED Card: " AP-CARD-NUMBER(1:4) "-****-****-"
               AP-CARD-NUMBER(13:4)
               " Option: " AP-PAY-OPTION
               " - " WS-SKIP-REASON
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       FINALIZE-GENERATION.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           STRING "Enrollments Read: " WS-ENROLL-READ
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           STRING "Not Due Tonight: " WS-NOT-DUE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           STRING "Payments Generated: " WS-PAYMENTS-MADE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO REGISTER-LINE
           STRING "Cards Skipped: " WS-CARDS-SKIPPED
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE WS-TOTAL-PAID TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REGISTER-LINE
           STRING "Total Payments: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE

           CLOSE AUTOPAY-FILE
           CLOSE CARD-FILE
           CLOSE RAW-TRANS-FILE
           CLOSE REGISTER-FILE

           DISPLAY "Autopay generation complete for "
               WS-CURRENT-DATE "."
           DISPLAY WS-PAYMENTS-MADE " payments generated, "
               WS-CARDS-SKIPPED " due cards skipped."
           DISPLAY "See AUTOPRPT.TXT for the register.".
