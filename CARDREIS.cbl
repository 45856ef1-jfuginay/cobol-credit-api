       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDREIS.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Lost/stolen card reissue                                      *
      * Moves an account off a card reported lost or stolen and onto  *
      * a replacement number, from the records in REISSUE.DAT. Each   *
      * record names the old and new card numbers, whether the old    *
      * card was lost or stolen, the replacement's PIN and the        *
      * operator. For each one applied:                               *
      *   - the replacement is written to the master, active, with    *
      *     the old card's name, balance, limit, APR, interest cycle, *
      *     due date, last payment date and minimum due, and a PIN    *
      *     hash of its own (the hash is salted with the card number) *
      *   - the old card is left blocked (status L) with nothing      *
      *     owing, so its statement, dunning and fees stop and every  *
      *     debit still presented on it is denied and sent to review  *
      *   - the open and pending FRAUDCSE.DAT cases and the open      *
      *     DISPUTE.DAT disputes are re-keyed to the new number       *
      *   - an AUTOPAY.DAT enrollment moves to the new number as it   *
      *     stands, guard date and all, so the payment already        *
      *     generated for this due date is not generated again        *
      *   - the CUSTCNTC.DAT contact record moves to the new number,  *
      *     so statements and letters keep their address              *
      *   - CARDXREF.DAT records old number -> new number, which      *
      *     statements, YEARSUM, dunning, fees, disputes and posting  *
      *     follow so the account's history stays whole               *
      * The balance only changes cards, so no journal entry is made   *
      * and the master total CARDRCON balances is unchanged - the     *
      * run can go any time after CARDPOST. An old card already on    *
      * the cross-reference is rejected, so a rerun cannot reissue    *
      * it twice. Every reissue, applied, rejected or failed, goes to *
      * the REISRPT.TXT audit report.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REISSUE-FILE ASSIGN TO "REISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL CARD-XREF-FILE
               ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XR-OLD-CARD-NUMBER
               FILE STATUS IS WS-XR-STATUS.
           SELECT OPTIONAL EXCEPTION-CASE-FILE
               ASSIGN TO "FRAUDCSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XC-CASE-KEY
               FILE STATUS IS WS-XC-STATUS.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DP-STATUS.
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
           SELECT REISSUE-REPORT-FILE ASSIGN TO "REISRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REISSUE-FILE.
       01  REISSUE-RECORD.
           05  RI-OLD-CARD-NUMBER   PIC X(16).
           05  RI-NEW-CARD-NUMBER   PIC X(16).
      *    L lost, S stolen - carried onto the cross-reference.
           05  RI-REASON            PIC X(01).
           05  RI-PIN               PIC X(04).
           05  RI-OPERATOR-ID       PIC X(08).

       FD  CARD-FILE.
       COPY CARDREC.

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  EXCEPTION-CASE-FILE.
       COPY EXCPREC.

       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  AUTOPAY-FILE.
       COPY AUTOPREC.

       FD  CUSTOMER-CONTACT-FILE.
       COPY CNTCREC.

       FD  REISSUE-REPORT-FILE.
       01  REISSUE-REPORT-LINE      PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-REISSUE-EOF           PIC X VALUE 'N'.
       01  WS-RI-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XC-STATUS             PIC XX.
       01  WS-DP-STATUS             PIC XX.
       01  WS-XC-OPEN               PIC X VALUE 'N'.
       01  WS-DP-OPEN               PIC X VALUE 'N'.
       01  WS-AP-STATUS             PIC XX.
       01  WS-AP-OPEN               PIC X VALUE 'N'.
       01  WS-AUTOPAY-MOVED         PIC X VALUE 'N'.
       01  WS-CT-STATUS             PIC XX.
       01  WS-CT-OPEN               PIC X VALUE 'N'.
       01  WS-CONTACT-MOVED         PIC X VALUE 'N'.
       01  WS-SCAN-EOF              PIC X VALUE 'N'.
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
      *    Set when the master or cross-reference could not be
      *    updated after the reissue was accepted.
       01  WS-FAIL-REASON           PIC X(70).
       01  WS-OLD-STATUS            PIC X(01).
       01  WS-REASON-TEXT           PIC X(06).

       01  WS-COUNTERS.
           05  WS-REISSUE-READ      PIC 9(5) VALUE ZERO.
           05  WS-REISSUE-APPLIED   PIC 9(5) VALUE ZERO.
           05  WS-REISSUE-REJECTED  PIC 9(5) VALUE ZERO.
           05  WS-REISSUE-FAILED    PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-CASES-MOVED PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-DSP-MOVED   PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-AP-MOVED    PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-CT-MOVED    PIC 9(5) VALUE ZERO.

      *    What moved with this reissue - the balance as it left the
      *    old card, and the cases and disputes re-keyed.
       01  WS-MOVE-FIELDS.
           05  WS-BALANCE-MOVED     PIC 9(7)V99.
           05  WS-CASES-MOVED       PIC 9(03).
           05  WS-DISPUTES-MOVED    PIC 9(03).
           05  WS-NOT-MOVED         PIC 9(03).
           05  WS-TOTAL-BALANCE     PIC 9(11)V99 VALUE ZERO.

      *    Keys of the old card's records to re-key, collected in one
      *    START/READ NEXT pass before any is moved - the write under
      *    the new number must not land inside the pass reading them.
      *    Case and dispute keys have the same card/date/time shape.
      *    A card with more than the table holds keeps the rest under
      *    the old number, where the cross-reference still finds them.
       01  WS-MAX-KEYS              PIC 9(3) VALUE 200.
       01  WS-KEY-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-KEY-INDEX             PIC 9(3).
       01  WS-KEYS-OVERFLOW         PIC 9(3) VALUE ZERO.
       01  WS-KEY-SAVE              PIC X(32).
       01  WS-KEY-TABLE.
           05  WS-MOVE-KEY OCCURS 200 TIMES.
               10  WS-MK-CARD-NUMBER    PIC X(16).
               10  WS-MK-TRANS-DATE     PIC X(08).
               10  WS-MK-TRANS-TIME     PIC X(08).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE      PIC X(08).

      *    Luhn-check working fields - the same algorithm and digit
      *    handling as CREDITCARD's LUHN-ALGORITHM.
       01  WS-VALIDATION-FIELDS.
           05  WS-CARD-NUMBER       PIC X(16).
           05  WS-CARD-VALID        PIC X VALUE 'N'.
           05  WS-DIGIT             PIC 9.
           05  WS-SUM               PIC 999 VALUE ZERO.
           05  WS-DOUBLE-DIGIT      PIC 99.
           05  WS-POSITION          PIC 99.
           05  WS-DIGIT-COUNT       PIC 99.

      *    PIN hashing - the same salted, keyed, squared scheme as
      *    CREDITCARD's COMPUTE-PIN-HASH, so the replacement's PIN
      *    authenticates there. WS-PIN-SYSTEM-KEY must match the key
      *    compiled into CREDITCARD and is never written to the
      *    master.
       01  WS-PIN-FIELDS.
           05  WS-PIN                PIC 9(4).
           05  WS-PIN-HASH           PIC 9(4).
           05  WS-CARD-SALT          PIC 9(4).
           05  WS-PIN-MIX            PIC 9(9).
       01  WS-PIN-SYSTEM-KEY         PIC 9(4) VALUE 7331.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REISSUE
           PERFORM UNTIL WS-REISSUE-EOF = 'Y'
               READ REISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-REISSUE-EOF
                   NOT AT END
                       ADD 1 TO WS-REISSUE-READ
                       PERFORM APPLY-ONE-REISSUE
               END-READ
           END-PERFORM
           PERFORM FINALIZE-REISSUE
           STOP RUN.

      *    The cross-reference is stamped with the business date, not
      *    the wall clock. The case and dispute files are OPTIONAL -
      *    a shop with neither yet still reissues cards, and a file
      *    that will not open is warned about, not fatal.
       INITIALIZE-REISSUE.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE

           OPEN INPUT REISSUE-FILE
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "Unable to open REISSUE.DAT - status "
                   WS-RI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               CLOSE REISSUE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CARD-XREF-FILE
           IF WS-XR-STATUS NOT = "00" AND WS-XR-STATUS NOT = "05"
               DISPLAY "Unable to open CARDXREF.DAT - status "
                   WS-XR-STATUS
               CLOSE REISSUE-FILE
               CLOSE CARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-XC-OPEN
           OPEN I-O EXCEPTION-CASE-FILE
           IF WS-XC-STATUS = "00" OR WS-XC-STATUS = "05"
               MOVE 'Y' TO WS-XC-OPEN
           ELSE
               DISPLAY "Warning: unable to open FRAUDCSE.DAT - status "
                   WS-XC-STATUS " - fraud cases will not be moved"
           END-IF

           MOVE 'N' TO WS-DP-OPEN
           OPEN I-O DISPUTE-FILE
           IF WS-DP-STATUS = "00" OR WS-DP-STATUS = "05"
               MOVE 'Y' TO WS-DP-OPEN
           ELSE
               DISPLAY "Warning: unable to open DISPUTE.DAT - status "
                   WS-DP-STATUS " - disputes will not be moved"
           END-IF

           MOVE 'N' TO WS-AP-OPEN
           OPEN I-O AUTOPAY-FILE
           IF WS-AP-STATUS = "00" OR WS-AP-STATUS = "05"
               MOVE 'Y' TO WS-AP-OPEN
           ELSE
               DISPLAY "Warning: unable to open AUTOPAY.DAT - status "
                   WS-AP-STATUS " - enrollments will not be moved"
           END-IF

           MOVE 'N' TO WS-CT-OPEN
           OPEN I-O CUSTOMER-CONTACT-FILE
           IF WS-CT-STATUS = "00" OR WS-CT-STATUS = "05"
               MOVE 'Y' TO WS-CT-OPEN
           ELSE
               DISPLAY "Warning: unable to open CUSTCNTC.DAT - status "
                   WS-CT-STATUS " - contacts will not be moved"
           END-IF

           OPEN OUTPUT REISSUE-REPORT-FILE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "CARD REISSUE AUDIT REPORT - " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE ALL "=" TO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE.

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
      * APPLY-ONE-REISSUE validates the record and moves the          *
      * account. The replacement number is checked before the old     *
      * card is read, so the old card's record is the one left in     *
      * CARD-RECORD for the move. A card already blocked by CARDMNT   *
      * and a card still active both reissue; a closed card has no    *
      * account left to move. If the old card cannot be blocked, or   *
      * the cross-reference cannot be written, nothing further moves: *
      * the reissue is reported as failed for correction by hand and  *
      * the run ends with return code 8.                              *
      *****************************************************************
       APPLY-ONE-REISSUE.
           MOVE SPACES TO WS-REJECT-REASON

           MOVE RI-REASON TO XR-REASON
           IF NOT XR-REASON-VALID
               MOVE "REASON MUST BE L (LOST) OR S (STOLEN)"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF RI-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF RI-PIN IS NOT NUMERIC
                   MOVE "PIN NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE RI-NEW-CARD-NUMBER TO WS-CARD-NUMBER
               PERFORM LUHN-ALGORITHM
               IF WS-CARD-VALID = 'N'
                   MOVE "NEW CARD NUMBER FAILS LUHN CHECK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE RI-NEW-CARD-NUMBER TO CR-CARD-NUMBER
               PERFORM LOOK-UP-CARD
               IF WS-CARD-ON-FILE = 'Y'
                   MOVE "NEW CARD ALREADY ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE RI-OLD-CARD-NUMBER TO XR-OLD-CARD-NUMBER
               READ CARD-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "OLD CARD ALREADY REISSUED"
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE RI-OLD-CARD-NUMBER TO CR-CARD-NUMBER
               PERFORM LOOK-UP-CARD
               IF WS-CARD-ON-FILE = 'N'
                   MOVE "OLD CARD NOT ON MASTER FILE"
                       TO WS-REJECT-REASON
               ELSE
                   IF CR-CARD-CLOSED
                       MOVE "OLD CARD IS CLOSED" TO WS-REJECT-REASON
                   END-IF
                   IF CR-CARD-CHARGED-OFF
                       MOVE "OLD CARD IS CHARGED OFF"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-REPLACEMENT-CARD
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO WS-FAIL-REASON
               PERFORM BLOCK-OLD-CARD
               IF WS-FAIL-REASON = SPACES
                   PERFORM WRITE-CROSS-REFERENCE
               END-IF
               IF WS-FAIL-REASON = SPACES
                   PERFORM MOVE-FRAUD-CASES
                   PERFORM MOVE-OPEN-DISPUTES
                   PERFORM MOVE-AUTOPAY-ENROLLMENT
                   PERFORM MOVE-CUSTOMER-CONTACT
                   PERFORM UPDATE-CROSS-REFERENCE
                   ADD 1 TO WS-REISSUE-APPLIED
                   ADD WS-BALANCE-MOVED TO WS-TOTAL-BALANCE
                   ADD WS-CASES-MOVED TO WS-TOTAL-CASES-MOVED
                   ADD WS-DISPUTES-MOVED TO WS-TOTAL-DSP-MOVED
                   IF WS-AUTOPAY-MOVED = 'Y'
                       ADD 1 TO WS-TOTAL-AP-MOVED
                   END-IF
                   IF WS-CONTACT-MOVED = 'Y'
                       ADD 1 TO WS-TOTAL-CT-MOVED
                   END-IF
                   PERFORM WRITE-APPLIED-AUDIT
               ELSE
                   PERFORM WRITE-FAILED-AUDIT
               END-IF
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

      *    Reads the card whose number is in CR-CARD-NUMBER.
       LOOK-UP-CARD.
           MOVE 'N' TO WS-CARD-ON-FILE
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-ON-FILE
           END-READ.

      *****************************************************************
      * WRITE-REPLACEMENT-CARD writes the old card's record back      *
      * under the new number - every account field carries over as    *
      * it stands, including CR-LAST-INT-CYCLE so INTCAP cannot       *
      * capitalize the same cycle twice - with a fresh PIN hash and   *
      * status active.                                                *
      *****************************************************************
       WRITE-REPLACEMENT-CARD.
           MOVE CR-ACCOUNT-STATUS TO WS-OLD-STATUS
           MOVE CR-BALANCE TO WS-BALANCE-MOVED

           MOVE RI-NEW-CARD-NUMBER TO CR-CARD-NUMBER
           MOVE RI-NEW-CARD-NUMBER TO WS-CARD-NUMBER
           PERFORM COMPUTE-PIN-HASH
           MOVE WS-PIN-HASH TO CR-PIN-HASH
           MOVE 'A' TO CR-ACCOUNT-STATUS
           WRITE CARD-RECORD
               INVALID KEY
                   MOVE "NEW CARD ALREADY ON FILE"
                       TO WS-REJECT-REASON
           END-WRITE.

      *    The old card keeps its name, limit and APR for history, but
      *    nothing is owing on it any more - the replacement owes it.
      *    If it cannot be rewritten the replacement is deleted again,
      *    so the balance is not owed on two cards and the reissue can
      *    simply be rerun.
       BLOCK-OLD-CARD.
           MOVE RI-OLD-CARD-NUMBER TO CR-CARD-NUMBER
           PERFORM LOOK-UP-CARD
           MOVE 'L' TO CR-ACCOUNT-STATUS
           MOVE ZERO TO CR-BALANCE
           MOVE ZERO TO CR-MIN-PAYMENT-DUE
           MOVE SPACES TO CR-PAYMENT-DUE-DATE
           REWRITE CARD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to rewrite old card "
                   RI-OLD-CARD-NUMBER(1:4) "-****-****-"
                   RI-OLD-CARD-NUMBER(13:4)
                   " - status " WS-CM-STATUS
               STRING "OLD CARD NOT BLOCKED - STATUS " WS-CM-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
               MOVE 8 TO RETURN-CODE
               MOVE RI-NEW-CARD-NUMBER TO CR-CARD-NUMBER
               DELETE CARD-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-CM-STATUS = "00"
                   MOVE " - REPLACEMENT REMOVED"
                       TO WS-FAIL-REASON(33:)
               ELSE
                   MOVE " - REPLACEMENT STILL ON MASTER"
                       TO WS-FAIL-REASON(33:)
               END-IF
           END-IF.

      *    Written as soon as both cards are on the master, so every
      *    reader follows the account to its new number even if the
      *    run stops before the case and dispute moves finish.
       WRITE-CROSS-REFERENCE.
           MOVE RI-OLD-CARD-NUMBER TO XR-OLD-CARD-NUMBER
           MOVE RI-NEW-CARD-NUMBER TO XR-NEW-CARD-NUMBER
           MOVE WS-CURRENT-DATE TO XR-REISSUE-DATE
           MOVE RI-REASON TO XR-REASON
           MOVE RI-OPERATOR-ID TO XR-OPERATOR-ID
           MOVE WS-BALANCE-MOVED TO XR-BALANCE-MOVED
           MOVE ZERO TO XR-CASES-MOVED
           MOVE ZERO TO XR-DISPUTES-MOVED
           WRITE CARD-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-XR-STATUS NOT = "00"
               DISPLAY "Unable to write cross-reference for card "
                   RI-OLD-CARD-NUMBER(1:4) "-****-****-"
                   RI-OLD-CARD-NUMBER(13:4)
                   " - status " WS-XR-STATUS
               STRING "CROSS-REFERENCE NOT WRITTEN - STATUS "
                   WS-XR-STATUS " - ADD BY HAND"
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

       UPDATE-CROSS-REFERENCE.
           MOVE RI-OLD-CARD-NUMBER TO XR-OLD-CARD-NUMBER
           READ CARD-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CASES-MOVED TO XR-CASES-MOVED
                   MOVE WS-DISPUTES-MOVED TO XR-DISPUTES-MOVED
                   REWRITE CARD-XREF-RECORD
           END-READ.

      *****************************************************************
      * MOVE-FRAUD-CASES re-keys the old card's open and pending      *
      * cases to the new number, so FRAUDREV's queue and any reversal *
      * credit land on the card that now carries the balance. Closed  *
      * cases stay where they were decided. The case key starts with  *
      * the card number, so the card's cases are one START/READ NEXT  *
      * run; each is then read by key, written under the new number   *
      * and deleted under the old.                                    *
      *****************************************************************
       MOVE-FRAUD-CASES.
           MOVE ZERO TO WS-CASES-MOVED
           MOVE ZERO TO WS-KEY-COUNT
           MOVE ZERO TO WS-KEYS-OVERFLOW
           IF WS-XC-OPEN = 'Y'
               MOVE RI-OLD-CARD-NUMBER TO XC-CARD-NUMBER
               MOVE LOW-VALUES TO XC-TRANS-DATE
               MOVE LOW-VALUES TO XC-TRANS-TIME
               START EXCEPTION-CASE-FILE KEY >= XC-CASE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ EXCEPTION-CASE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF XC-CARD-NUMBER NOT = RI-OLD-CARD-NUMBER
                               MOVE 'Y' TO WS-SCAN-EOF
                           ELSE
                               IF XC-CASE-OPEN OR XC-CASE-PENDING
                                   MOVE XC-CASE-KEY TO WS-KEY-SAVE
                                   PERFORM SAVE-MOVE-KEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                       UNTIL WS-KEY-INDEX > WS-KEY-COUNT
                   PERFORM MOVE-ONE-CASE
               END-PERFORM

               IF WS-KEYS-OVERFLOW > ZERO
                   MOVE WS-KEYS-OVERFLOW TO WS-NOT-MOVED
                   DISPLAY "Warning: " WS-NOT-MOVED " fraud cases "
                       "beyond the table left on card "
                       RI-OLD-CARD-NUMBER(1:4) "-****-****-"
                       RI-OLD-CARD-NUMBER(13:4)
               END-IF
           END-IF.

       MOVE-ONE-CASE.
           MOVE WS-MOVE-KEY(WS-KEY-INDEX) TO XC-CASE-KEY
           READ EXCEPTION-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RI-NEW-CARD-NUMBER TO XC-CARD-NUMBER
                   WRITE EXCEPTION-CASE-RECORD
                       INVALID KEY
                           DISPLAY "Warning: case "
                               WS-MK-TRANS-DATE(WS-KEY-INDEX) " "
                               WS-MK-TRANS-TIME(WS-KEY-INDEX)
                               " already on the new card - "
                               "left on the old"
                       NOT INVALID KEY
                           MOVE RI-OLD-CARD-NUMBER TO XC-CARD-NUMBER
                           DELETE EXCEPTION-CASE-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-CASES-MOVED
                   END-WRITE
           END-READ.

      *****************************************************************
      * MOVE-OPEN-DISPUTES re-keys the old card's open disputes the   *
      * same way, so DSPRESV's re-debit of a lost dispute and         *
      * DSPAGE's aging both see them on the replacement. Closed       *
      * disputes stay under the number they were decided on.          *
      *****************************************************************
       MOVE-OPEN-DISPUTES.
           MOVE ZERO TO WS-DISPUTES-MOVED
           MOVE ZERO TO WS-KEY-COUNT
           MOVE ZERO TO WS-KEYS-OVERFLOW
           IF WS-DP-OPEN = 'Y'
               MOVE RI-OLD-CARD-NUMBER TO DP-CARD-NUMBER
               MOVE LOW-VALUES TO DP-TRANS-DATE
               MOVE LOW-VALUES TO DP-TRANS-TIME
               START DISPUTE-FILE KEY >= DP-DISPUTE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF DP-CARD-NUMBER NOT = RI-OLD-CARD-NUMBER
                               MOVE 'Y' TO WS-SCAN-EOF
                           ELSE
                               IF DP-DISPUTE-OPEN
                                   MOVE DP-DISPUTE-KEY TO WS-KEY-SAVE
                                   PERFORM SAVE-MOVE-KEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                       UNTIL WS-KEY-INDEX > WS-KEY-COUNT
                   PERFORM MOVE-ONE-DISPUTE
               END-PERFORM

               IF WS-KEYS-OVERFLOW > ZERO
                   MOVE WS-KEYS-OVERFLOW TO WS-NOT-MOVED
                   DISPLAY "Warning: " WS-NOT-MOVED " disputes "
                       "beyond the table left on card "
                       RI-OLD-CARD-NUMBER(1:4) "-****-****-"
                       RI-OLD-CARD-NUMBER(13:4)
               END-IF
           END-IF.

       MOVE-ONE-DISPUTE.
           MOVE WS-MOVE-KEY(WS-KEY-INDEX) TO DP-DISPUTE-KEY
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RI-NEW-CARD-NUMBER TO DP-CARD-NUMBER
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "Warning: dispute "
                               WS-MK-TRANS-DATE(WS-KEY-INDEX) " "
                               WS-MK-TRANS-TIME(WS-KEY-INDEX)
                               " already on the new card - "
                               "left on the old"
                       NOT INVALID KEY
                           MOVE RI-OLD-CARD-NUMBER TO DP-CARD-NUMBER
                           DELETE DISPUTE-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WS-DISPUTES-MOVED
                   END-WRITE
           END-READ.

      *****************************************************************
      * MOVE-AUTOPAY-ENROLLMENT re-keys the old card's autopay        *
      * enrollment to the replacement, status, pay option and last    *
      * generated payment unchanged, so AUTOPGEN pays the new card on *
      * the due date it inherited and DUNLTR still sees that payment  *
      * as scheduled.                                                 *
      *****************************************************************
       MOVE-AUTOPAY-ENROLLMENT.
           MOVE 'N' TO WS-AUTOPAY-MOVED
           IF WS-AP-OPEN = 'Y'
               MOVE RI-OLD-CARD-NUMBER TO AP-CARD-NUMBER
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RI-NEW-CARD-NUMBER TO AP-CARD-NUMBER
                       WRITE AUTOPAY-RECORD
                           INVALID KEY
                               DISPLAY "Warning: autopay enrollment "
                                   "already on the new card - "
                                   "left on the old"
                           NOT INVALID KEY
                               MOVE RI-OLD-CARD-NUMBER
                                   TO AP-CARD-NUMBER
                               DELETE AUTOPAY-FILE
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                               MOVE 'Y' TO WS-AUTOPAY-MOVED
                       END-WRITE
               END-READ
           END-IF.

      *    The contact record moves to the replacement as it stands,
      *    returned-mail flag included - a reissue does not make a
      *    bad address good.
       MOVE-CUSTOMER-CONTACT.
           MOVE 'N' TO WS-CONTACT-MOVED
           IF WS-CT-OPEN = 'Y'
               MOVE RI-OLD-CARD-NUMBER TO CT-CARD-NUMBER
               READ CUSTOMER-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RI-NEW-CARD-NUMBER TO CT-CARD-NUMBER
                       WRITE CUSTOMER-CONTACT-RECORD
                           INVALID KEY
                               DISPLAY "Warning: contact record "
                                   "already on the new card - "
                                   "left on the old"
                           NOT INVALID KEY
                               MOVE RI-OLD-CARD-NUMBER
                                   TO CT-CARD-NUMBER
                               DELETE CUSTOMER-CONTACT-FILE
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                               MOVE 'Y' TO WS-CONTACT-MOVED
                       END-WRITE
               END-READ
           END-IF.

       SAVE-MOVE-KEY.
           IF WS-KEY-COUNT < WS-MAX-KEYS
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-SAVE TO WS-MOVE-KEY(WS-KEY-COUNT)
           ELSE
               ADD 1 TO WS-KEYS-OVERFLOW
           END-IF.

       WRITE-APPLIED-AUDIT.
           IF RI-REASON = 'S'
               MOVE "STOLEN" TO WS-REASON-TEXT
           ELSE
               MOVE "LOST" TO WS-REASON-TEXT
           END-IF
           MOVE WS-BALANCE-MOVED TO WS-DISPLAY-BALANCE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Reissue: " RI-OLD-CARD-NUMBER(1:4) "-****-****-"
               RI-OLD-CARD-NUMBER(13:4)
               " -> " RI-NEW-CARD-NUMBER(1:4) "-****-****-"
               RI-NEW-CARD-NUMBER(13:4)
               " APPLIED  Operator: " RI-OPERATOR-ID
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "  Reported " WS-REASON-TEXT
               "  Status: " WS-OLD-STATUS " -> L"
               "  Balance moved: $" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "  Fraud cases moved: " WS-CASES-MOVED
               "  Open disputes moved: " WS-DISPUTES-MOVED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           IF WS-AUTOPAY-MOVED = 'Y'
               MOVE SPACES TO REISSUE-REPORT-LINE
               STRING "  Autopay enrollment moved"
                   DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
               WRITE REISSUE-REPORT-LINE
           END-IF

           IF WS-CONTACT-MOVED = 'Y'
               MOVE SPACES TO REISSUE-REPORT-LINE
               STRING "  Contact record moved"
                   DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
               WRITE REISSUE-REPORT-LINE
           END-IF.

      *    The cards stand as the failure left them - the reason says
      *    what is still to be put right.
       WRITE-FAILED-AUDIT.
           ADD 1 TO WS-REISSUE-FAILED
           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Reissue: " RI-OLD-CARD-NUMBER(1:4) "-****-****-"
               RI-OLD-CARD-NUMBER(13:4)
               " -> " RI-NEW-CARD-NUMBER(1:4) "-****-****-"
               RI-NEW-CARD-NUMBER(13:4)
               " FAILED  Operator: " RI-OPERATOR-ID
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "  " WS-FAIL-REASON
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE.

       WRITE-REJECTED-AUDIT.
           ADD 1 TO WS-REISSUE-REJECTED
           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Reissue: " RI-OLD-CARD-NUMBER(1:4) "-****-****-"
               RI-OLD-CARD-NUMBER(13:4)
               " -> " RI-NEW-CARD-NUMBER(1:4) "-****-****-"
               RI-NEW-CARD-NUMBER(13:4)
               " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE.

      *    Same digit-by-digit Luhn as CREDITCARD's LUHN-ALGORITHM.
       LUHN-ALGORITHM.
           MOVE 'N' TO WS-CARD-VALID
           MOVE ZERO TO WS-SUM
           MOVE ZERO TO WS-DIGIT-COUNT

           PERFORM VARYING WS-POSITION FROM 16 BY -1
                   UNTIL WS-POSITION < 1
               IF WS-CARD-NUMBER(WS-POSITION:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE WS-CARD-NUMBER(WS-POSITION:1) TO WS-DIGIT

                   IF FUNCTION MOD(WS-DIGIT-COUNT, 2) = 0
                       COMPUTE WS-DOUBLE-DIGIT = WS-DIGIT * 2
                       IF WS-DOUBLE-DIGIT > 9
                           COMPUTE WS-DOUBLE-DIGIT =
                               WS-DOUBLE-DIGIT - 9
                       END-IF
                       ADD WS-DOUBLE-DIGIT TO WS-SUM
                   ELSE
                       ADD WS-DIGIT TO WS-SUM
                   END-IF
               END-IF
           END-PERFORM

           IF FUNCTION MOD(WS-SUM, 10) = 0 AND WS-DIGIT-COUNT = 16
               MOVE 'Y' TO WS-CARD-VALID
           END-IF.

      *    Same salt, key and non-linear mixing as CREDITCARD's
      *    COMPUTE-PIN-HASH - uses RI-PIN and WS-CARD-NUMBER, leaves
      *    the result in WS-PIN-HASH.
       COMPUTE-PIN-HASH.
           MOVE RI-PIN TO WS-PIN
           MOVE WS-CARD-NUMBER(13:4) TO WS-CARD-SALT
           COMPUTE WS-PIN-MIX =
               (WS-PIN + WS-CARD-SALT + WS-PIN-SYSTEM-KEY) *
               (WS-PIN + WS-CARD-SALT + WS-PIN-SYSTEM-KEY)
           COMPUTE WS-PIN-HASH =
               FUNCTION MOD(WS-PIN-MIX * (WS-CARD-SALT + 1), 10000).

       FINALIZE-REISSUE.
           MOVE SPACES TO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Reissues Read: " WS-REISSUE-READ
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Cards Reissued: " WS-REISSUE-APPLIED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Reissues Rejected: " WS-REISSUE-REJECTED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Reissues Failed: " WS-REISSUE-FAILED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Fraud Cases Moved: " WS-TOTAL-CASES-MOVED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Open Disputes Moved: " WS-TOTAL-DSP-MOVED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Autopay Enrollments Moved: " WS-TOTAL-AP-MOVED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Contact Records Moved: " WS-TOTAL-CT-MOVED
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           MOVE WS-TOTAL-BALANCE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REISSUE-REPORT-LINE
           STRING "Balances Moved: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REISSUE-REPORT-LINE
           WRITE REISSUE-REPORT-LINE

           CLOSE REISSUE-FILE
           CLOSE CARD-FILE
           CLOSE CARD-XREF-FILE
           IF WS-XC-OPEN = 'Y'
               CLOSE EXCEPTION-CASE-FILE
           END-IF
           IF WS-DP-OPEN = 'Y'
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-AP-OPEN = 'Y'
               CLOSE AUTOPAY-FILE
           END-IF
           IF WS-CT-OPEN = 'Y'
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF
           CLOSE REISSUE-REPORT-FILE

           DISPLAY "Card reissue complete. " WS-REISSUE-APPLIED
               " reissued, " WS-REISSUE-REJECTED " rejected, "
               WS-REISSUE-FAILED " failed."
           DISPLAY "See REISRPT.TXT for the audit report."
           IF WS-REISSUE-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
