       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPINTK.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Cardholder dispute intake                                     *
      * FRAUDCSE.DAT only ever held what FRAUDSCOR flagged - a        *
      * cardholder disputing a charge that posted cleanly (goods      *
      * never arrived, billed twice) had no record anywhere, and the  *
      * only way to credit them was a hand-keyed 'C' in TRANRAW.DAT.  *
      * This batch reads the disputes taken by customer service from  *
      * DSPINTK.DAT - card, the date/time of the disputed             *
      * POSTJRNL.DAT entry, reason code, the analyst taking it, and   *
      * the journal generation the charge is in (spaces for the       *
      * working POSTJRNL.DAT, otherwise the YYYYMMDD of the           *
      * PJRNL_YYYYMMDD.DAT archive, since most disputes arrive after  *
      * the statement and so after the cycle was archived).           *
      *                                                               *
      * For each valid dispute the charge is found in the journal,    *
      * a DISPUTE.DAT record is opened with a response deadline       *
      * DSPAGE ages against, and a provisional credit for the         *
      * charge is applied to CR-BALANCE and journaled under the       *
      * DISPUTE ATM ID. While the dispute is open the disputed        *
      * amount is also held out of the billed minimum                 *
      * (CR-MIN-PAYMENT-DUE) so dunning and late fees never chase     *
      * it - only the charge's own share of the minimum, at the       *
      * INTCAP minimum-payment rate - and DSPRESV restores the held   *
      * minimum if the dispute is lost. The DISPUTE.DAT record is     *
      * written before the card is touched: a dispute that cannot be  *
      * recorded is not credited, and the run ends RC 8.              *
      * A charge already on DISPUTE.DAT is rejected, so a rerun       *
      * cannot credit it twice. Every intake, opened or rejected,     *
      * goes to the DSPINRPT.TXT audit report.                        *
      * The charge is looked up under the card number it was made on, *
      * as the statement shows it; if CARDREIS has since reissued     *
      * that card, the dispute is opened and the credit posted on the *
      * replacement, found by following CARDXREF.DAT.                 *
      * Like FEEASSES, it changes balances outside CARDPOST, so it    *
      * runs after CARDRCON has balanced the day; the next posting    *
      * run picks the provisional credits up in its opening master    *
      * total.                                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN TO "DSPINTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-STATUS.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL JOURNAL-LOOKUP-FILE
               ASSIGN DYNAMIC WS-LOOKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JL-STATUS.
           SELECT OPTIONAL POST-JOURNAL-FILE
               ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "DSPINRPT.TXT"
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
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05  DI-CARD-NUMBER       PIC X(16).
           05  DI-TRANS-DATE        PIC X(08).
           05  DI-TRANS-TIME        PIC X(08).
           05  DI-REASON-CODE       PIC X(02).
           05  DI-ANALYST-ID        PIC X(08).
           05  DI-JOURNAL-GEN       PIC X(08).

       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  CARD-FILE.
       COPY CARDREC.

      *    The journal generation the disputed charge is looked up
      *    in - the same layout as JRNLREC, declared here under its
      *    own names so the lookup and the journal being appended to
      *    can both be open in one program.
       FD  JOURNAL-LOOKUP-FILE.
       01  JOURNAL-LOOKUP-RECORD.
           05  JL-CARD-NUMBER       PIC X(16).
           05  JL-TRANS-DATE        PIC X(08).
           05  JL-TRANS-TIME        PIC X(08).
           05  JL-ATM-ID            PIC X(10).
           05  JL-TRANS-TYPE        PIC X(01).
           05  JL-AMOUNT            PIC 9(7)V99.
           05  JL-NEW-BALANCE       PIC 9(7)V99.

       FD  POST-JOURNAL-FILE.
       COPY JRNLREC.

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-LINE       PIC X(100).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-INTAKE-EOF            PIC X VALUE 'N'.
       01  WS-JL-EOF                PIC X VALUE 'N'.
       01  WS-DI-STATUS             PIC XX.
       01  WS-DP-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-JL-STATUS             PIC XX.
       01  WS-PJ-STATUS             PIC XX.
       01  WS-LOOKUP-FILENAME       PIC X(40).
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-CHARGE-FOUND          PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).

      *    Reissue cross-reference. WS-DISPUTE-CARD is the account's
      *    current card - the intake's card number followed through
      *    CARDXREF.DAT - which the dispute is keyed and credited on.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).
       01  WS-DISPUTE-CARD          PIC X(16).

       01  WS-COUNTERS.
           05  WS-INTAKE-READ       PIC 9(5) VALUE ZERO.
           05  WS-DISPUTES-OPENED   PIC 9(5) VALUE ZERO.
           05  WS-INTAKE-REJECTED   PIC 9(5) VALUE ZERO.

      *    Days the shop allows itself to resolve a dispute once it
      *    is opened - two billing cycles, no more than ninety days.
       01  WS-RESPONSE-DAYS         PIC 9(3) VALUE 90.

      *    The share of the billed minimum a charge accounts for -
      *    the same rate INTCAP bills the minimum payment at.
       01  WS-MIN-PAYMENT-PCT       PIC V99 VALUE .02.

      *    Provisional credit working fields - the same floored-credit
      *    handling CARDPOST applies, so a credit larger than the
      *    balance credits only the floored portion.
       01  WS-WORK-FIELDS.
           05  WS-DISPUTED-AMOUNT   PIC 9(7)V99.
           05  WS-DISPUTED-ATM-ID   PIC X(10).
           05  WS-APPLIED-AMOUNT    PIC 9(7)V99.
           05  WS-NEW-BALANCE       PIC 9(7)V99.
           05  WS-MIN-HELD          PIC 9(7)V99.
           05  WS-TOTAL-CREDITED    PIC 9(11)V99 VALUE ZERO.

       01  WS-DEADLINE-FIELDS.
           05  WS-TODAY-NUM         PIC 9(8).
           05  WS-DEADLINE-INTEGER  PIC 9(7).
           05  WS-DEADLINE-NUM      PIC 9(8).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-HELD      PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-INTAKE
           PERFORM UNTIL WS-INTAKE-EOF = 'Y'
               READ INTAKE-FILE
                   AT END
                       MOVE 'Y' TO WS-INTAKE-EOF
                   NOT AT END
                       ADD 1 TO WS-INTAKE-READ
                       PERFORM OPEN-ONE-DISPUTE
               END-READ
           END-PERFORM
           PERFORM FINALIZE-INTAKE
           STOP RUN.

      *    Open dates, deadlines and the credit's journal date all
      *    stamp the business date, not the wall clock.
       INITIALIZE-INTAKE.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE BD-BUSINESS-DATE TO WS-TODAY-NUM
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME(1:6)
           MOVE SPACES TO WS-CURRENT-TIME(7:2)

           COMPUTE WS-DEADLINE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + WS-RESPONSE-DAYS
           COMPUTE WS-DEADLINE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER)

           OPEN INPUT INTAKE-FILE
           IF WS-DI-STATUS NOT = "00"
               DISPLAY "Unable to open DSPINTK.DAT - status "
                   WS-DI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00" AND WS-DP-STATUS NOT = "05"
               DISPLAY "Unable to open DISPUTE.DAT - status "
                   WS-DP-STATUS
               CLOSE INTAKE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               CLOSE INTAKE-FILE
               CLOSE DISPUTE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF

           OPEN OUTPUT INTAKE-REPORT-FILE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "DISPUTE INTAKE REPORT - " WS-CURRENT-DATE
               "   Response deadline for disputes opened today: "
               WS-DEADLINE-NUM
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE ALL "=" TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.

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
      * OPEN-ONE-DISPUTE validates the intake, finds the disputed     *
      * charge in the journal generation named, and only then writes  *
      * the dispute record and, once it is on file, posts the         *
      * provisional credit.                                           *
      *****************************************************************
       OPEN-ONE-DISPUTE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-APPLIED-AMOUNT
           MOVE ZERO TO WS-MIN-HELD

           MOVE DI-REASON-CODE TO DP-REASON-CODE
           IF NOT DP-REASON-VALID
               MOVE "UNKNOWN REASON CODE" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF DI-ANALYST-ID = SPACES
                   MOVE "ANALYST ID MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF

           MOVE DI-CARD-NUMBER TO WS-XREF-CARD
           PERFORM FOLLOW-CARD-XREF
           MOVE WS-XREF-CARD TO WS-DISPUTE-CARD

      *    A charge disputed before its card was reissued may sit
      *    under either number - the old one if it was closed before
      *    the reissue, the replacement if it was moved while open.
           IF WS-REJECT-REASON = SPACES
               MOVE DI-CARD-NUMBER TO DP-CARD-NUMBER
               MOVE DI-TRANS-DATE TO DP-TRANS-DATE
               MOVE DI-TRANS-TIME TO DP-TRANS-TIME
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CHARGE ALREADY DISPUTED"
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES AND
               WS-DISPUTE-CARD NOT = DI-CARD-NUMBER
               MOVE WS-DISPUTE-CARD TO DP-CARD-NUMBER
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CHARGE ALREADY DISPUTED"
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM LOOK-UP-CARD
               IF WS-CARD-ON-FILE = 'N'
                   MOVE "CARD NOT ON MASTER" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-DISPUTED-CHARGE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM FIGURE-PROVISIONAL-CREDIT
               PERFORM WRITE-DISPUTE-RECORD
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM POST-PROVISIONAL-CREDIT
               PERFORM WRITE-OPENED-AUDIT
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       LOOK-UP-CARD.
           MOVE 'N' TO WS-CARD-ON-FILE
           MOVE WS-DISPUTE-CARD TO CR-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-ON-FILE
           END-READ.

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
      * FIND-DISPUTED-CHARGE scans the named journal generation for   *
      * the card's entry at the disputed date/time. Only a charge     *
      * (a debit) can be disputed - a credit is already in the        *
      * cardholder's favour - and only a merchant's: the bank's own   *
      * interest and fee debits have no merchant to charge back, and  *
      * a DSPLOST re-debit is the outcome of a dispute already        *
      * decided, which re-disputing would credit over and over.       *
      *****************************************************************
       FIND-DISPUTED-CHARGE.
           MOVE 'N' TO WS-CHARGE-FOUND
           MOVE SPACES TO WS-LOOKUP-FILENAME
           IF DI-JOURNAL-GEN = SPACES
               MOVE "POSTJRNL.DAT" TO WS-LOOKUP-FILENAME
           ELSE
               STRING "PJRNL_" DI-JOURNAL-GEN ".DAT"
                   DELIMITED BY SIZE INTO WS-LOOKUP-FILENAME
           END-IF

           OPEN INPUT JOURNAL-LOOKUP-FILE
           IF WS-JL-STATUS = "00"
               MOVE 'N' TO WS-JL-EOF
               PERFORM UNTIL WS-JL-EOF = 'Y'
                   READ JOURNAL-LOOKUP-FILE
                       AT END
                           MOVE 'Y' TO WS-JL-EOF
                       NOT AT END
                           IF JL-CARD-NUMBER = DI-CARD-NUMBER AND
                               JL-TRANS-DATE = DI-TRANS-DATE AND
                               JL-TRANS-TIME = DI-TRANS-TIME
                               MOVE 'Y' TO WS-CHARGE-FOUND
                               MOVE 'Y' TO WS-JL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-LOOKUP-FILE
               IF WS-CHARGE-FOUND = 'N'
                   MOVE "CHARGE NOT IN JOURNAL GENERATION"
                       TO WS-REJECT-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN JL-TRANS-TYPE NOT = 'D'
                           MOVE "JOURNAL ENTRY IS NOT A CHARGE"
                               TO WS-REJECT-REASON
                       WHEN JL-ATM-ID = "DSPLOST   " OR
                            JL-ATM-ID = "INTEREST  " OR
                            JL-ATM-ID = "LATEFEE   " OR
                            JL-ATM-ID = "OVLMTFEE  "
                           MOVE "BANK-GENERATED ENTRY - NOT DISPUTABLE"
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE JL-AMOUNT TO WS-DISPUTED-AMOUNT
                           MOVE JL-ATM-ID TO WS-DISPUTED-ATM-ID
                   END-EVALUATE
               END-IF
           ELSE
               IF WS-JL-STATUS = "05"
                   CLOSE JOURNAL-LOOKUP-FILE
               END-IF
               MOVE "JOURNAL GENERATION NOT FOUND" TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * FIGURE-PROVISIONAL-CREDIT works out, without touching the     *
      * card, the credit to CR-BALANCE (floored at zero) and the part *
      * of the billed minimum to hold while the dispute is open. The  *
      * held part is the disputed charge's own share of the minimum - *
      * the amount times the INTCAP minimum-payment rate - never more *
      * than the minimum currently billed, so the rest of the         *
      * balance still has its minimum due.                            *
      *****************************************************************
       FIGURE-PROVISIONAL-CREDIT.
           IF WS-DISPUTED-AMOUNT > CR-BALANCE
               MOVE CR-BALANCE TO WS-APPLIED-AMOUNT
               MOVE ZERO TO WS-NEW-BALANCE
           ELSE
               MOVE WS-DISPUTED-AMOUNT TO WS-APPLIED-AMOUNT
               COMPUTE WS-NEW-BALANCE =
                   CR-BALANCE - WS-DISPUTED-AMOUNT
           END-IF

           COMPUTE WS-MIN-HELD ROUNDED =
               WS-DISPUTED-AMOUNT * WS-MIN-PAYMENT-PCT
           IF WS-MIN-HELD > CR-MIN-PAYMENT-DUE
               MOVE CR-MIN-PAYMENT-DUE TO WS-MIN-HELD
           END-IF.

      *****************************************************************
      * POST-PROVISIONAL-CREDIT applies the figured credit and held   *
      * minimum to the card once the dispute is on file. Like a       *
      * FRAUDREV reversal, a provisional credit is not a payment, so  *
      * CR-LAST-PAYMENT-DATE is left alone. A credit the master would *
      * not take is not journaled - the dispute stays open with its   *
      * credit amount for the analyst to post by hand - and the run   *
      * ends RC 8.                                                    *
      *****************************************************************
       POST-PROVISIONAL-CREDIT.
           MOVE WS-NEW-BALANCE TO CR-BALANCE
           SUBTRACT WS-MIN-HELD FROM CR-MIN-PAYMENT-DUE

           REWRITE CARD-RECORD
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Error: dispute opened but provisional credit "
                   "not posted for card " WS-DISPUTE-CARD(1:4)
                   "-****-****-" WS-DISPUTE-CARD(13:4)
                   " - status " WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD WS-APPLIED-AMOUNT TO WS-TOTAL-CREDITED
               IF WS-APPLIED-AMOUNT > ZERO
                   PERFORM JOURNAL-PROVISIONAL-CREDIT
               END-IF
           END-IF.

      *    OPEN EXTEND on a not-yet-existing OPTIONAL file reports
      *    status "05" (file created), not "00" - the same handling
      *    FRAUDSCOR uses for its history and log files.
       JOURNAL-PROVISIONAL-CREDIT.
           OPEN EXTEND POST-JOURNAL-FILE
           IF WS-PJ-STATUS = "00" OR WS-PJ-STATUS = "05"
               MOVE WS-DISPUTE-CARD TO PJ-CARD-NUMBER
               MOVE WS-CURRENT-DATE TO PJ-TRANS-DATE
               MOVE WS-CURRENT-TIME TO PJ-TRANS-TIME
               MOVE "DISPUTE   " TO PJ-ATM-ID
               MOVE 'C' TO PJ-TRANS-TYPE
               MOVE WS-APPLIED-AMOUNT TO PJ-AMOUNT
               MOVE WS-NEW-BALANCE TO PJ-NEW-BALANCE
               WRITE POST-JOURNAL-RECORD
               CLOSE POST-JOURNAL-FILE
           ELSE
               DISPLAY "Warning: unable to journal provisional credit "
                   "for card " WS-DISPUTE-CARD(1:4) "-****-****-"
                   WS-DISPUTE-CARD(13:4) " - status " WS-PJ-STATUS
           END-IF.

       WRITE-DISPUTE-RECORD.
           MOVE WS-DISPUTE-CARD TO DP-CARD-NUMBER
           MOVE DI-TRANS-DATE TO DP-TRANS-DATE
           MOVE DI-TRANS-TIME TO DP-TRANS-TIME
           MOVE WS-DISPUTED-ATM-ID TO DP-ATM-ID
           MOVE WS-DISPUTED-AMOUNT TO DP-AMOUNT
           MOVE DI-REASON-CODE TO DP-REASON-CODE
           MOVE 'O' TO DP-STATUS
           MOVE WS-CURRENT-DATE TO DP-OPEN-DATE
           MOVE WS-DEADLINE-NUM TO DP-RESPONSE-DUE
           MOVE WS-APPLIED-AMOUNT TO DP-CREDIT-AMOUNT
           MOVE WS-MIN-HELD TO DP-MIN-HELD
           MOVE DI-ANALYST-ID TO DP-OPENED-BY
           MOVE SPACES TO DP-RESOLVED-BY
           MOVE SPACES TO DP-RESOLVED-DATE
           WRITE DISPUTE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-DP-STATUS NOT = "00"
               DISPLAY "Error: unable to write dispute for card "
                   WS-DISPUTE-CARD(1:4) "-****-****-"
                   WS-DISPUTE-CARD(13:4) " - status " WS-DP-STATUS
                   " - no credit posted"
               MOVE "DISPUTE RECORD NOT WRITTEN" TO WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-OPENED-AUDIT.
           ADD 1 TO WS-DISPUTES-OPENED
           MOVE WS-DISPUTED-AMOUNT TO WS-DISPLAY-AMOUNT

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "Dispute: " DI-CARD-NUMBER(1:4) "-****-****-"
               DI-CARD-NUMBER(13:4)
               " " DI-TRANS-DATE " " DI-TRANS-TIME
               " " WS-DISPUTED-ATM-ID
               " $" WS-DISPLAY-AMOUNT
               " Reason: " DI-REASON-CODE
               " Analyst: " DI-ANALYST-ID
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE WS-APPLIED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-NEW-BALANCE TO WS-DISPLAY-BALANCE
           MOVE WS-MIN-HELD TO WS-DISPLAY-HELD
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "  Provisional credit: $" WS-DISPLAY-AMOUNT
               " New Balance: $" WS-DISPLAY-BALANCE
               " Minimum held: $" WS-DISPLAY-HELD
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           IF WS-DISPUTE-CARD NOT = DI-CARD-NUMBER
               MOVE SPACES TO INTAKE-REPORT-LINE
               STRING "  Card reissued - opened on replacement "
                   WS-DISPUTE-CARD(1:4) "-****-****-"
                   WS-DISPUTE-CARD(13:4)
                   DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
               WRITE INTAKE-REPORT-LINE
           END-IF.

       WRITE-REJECTED-AUDIT.
           ADD 1 TO WS-INTAKE-REJECTED
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "Dispute: " DI-CARD-NUMBER(1:4) "-****-****-"
               DI-CARD-NUMBER(13:4)
               " " DI-TRANS-DATE " " DI-TRANS-TIME
               " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.

       FINALIZE-INTAKE.
           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "Disputes Read: " WS-INTAKE-READ
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "Disputes Opened: " WS-DISPUTES-OPENED
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "Disputes Rejected: " WS-INTAKE-REJECTED
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE WS-TOTAL-CREDITED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "Provisional Credits Posted: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           CLOSE INTAKE-FILE
           CLOSE DISPUTE-FILE
           CLOSE CARD-FILE
           CLOSE INTAKE-REPORT-FILE
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF

           DISPLAY "Dispute intake complete. " WS-DISPUTES-OPENED
               " opened, " WS-INTAKE-REJECTED " rejected."
           DISPLAY "See DSPINRPT.TXT for the audit report."
           IF WS-INTAKE-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
