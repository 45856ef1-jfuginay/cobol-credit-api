       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSES.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Nightly late-payment and over-limit fee assessment            *
      * Until now INTCAP was the only batch that ever charged a card: *
      * a cardholder could run past CR-PAYMENT-DUE-DATE with a        *
      * minimum still owing, or sit over CR-CREDIT-LIMIT, and pay     *
      * nothing the cardholder agreement entitles us to. This batch   *
      * reads every active card on the master and assesses            *
      *   LATEFEE  - once per missed billing cycle: a billed minimum  *
      *              still owing past its due date (plus any grace    *
      *              days in the schedule). The obligation is the     *
      *              cycle INTCAP last billed, CR-LAST-INT-CYCLE -    *
      *              SET-PAYMENT-DUE leaves the due date standing     *
      *              while a minimum is owed, so a card that misses   *
      *              cycle after cycle is charged for each one.       *
      *   OVLMTFEE - at most once per cycle (YYYYMM of the business   *
      *              date) for a balance over the credit limit.       *
      * Amounts, caps and grace days come from the FEESCHED.DAT fee   *
      * schedule, with compiled-in defaults for a fee it does not     *
      * carry. Each fee is added to CR-BALANCE and journaled to       *
      * POSTJRNL.DAT under its own PJ-ATM-ID tag, so the statement    *
      * itemizes it and GLEXTR books it to fee income.                *
      *                                                               *
      * Every fee charged is recorded in the FEEHIST.DAT fee history  *
      * - card, fee, the obligation it was charged for and the date - *
      * and a card that already has a history record for the same     *
      * fee and obligation is skipped, so a rerun (the same night or  *
      * any later one) physically cannot charge the same fee twice.   *
      * The history is written before the card is rewritten: a run    *
      * that cannot record a fee does not charge it, and stops the    *
      * card there with return code 8.                                *
      * A history record under a card number CARDREIS has since       *
      * replaced counts for the replacement, found through            *
      * CARDXREF.DAT, since the obligation moves with the balance.    *
      * Like INTCAP, it changes balances outside CARDPOST, so it runs *
      * after CARDRCON has balanced the day; the next posting run     *
      * picks the fees up in its opening master total.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL FEE-SCHEDULE-FILE
               ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
           SELECT OPTIONAL FEE-HISTORY-FILE
               ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FH-STATUS.
           SELECT OPTIONAL POST-JOURNAL-FILE
               ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           SELECT FEE-REPORT-FILE ASSIGN TO "FEERPT.TXT"
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
       FD  CARD-FILE.
       COPY CARDREC.

       FD  FEE-SCHEDULE-FILE.
       COPY FEESCHED.

       FD  FEE-HISTORY-FILE.
       01  FEE-HISTORY-RECORD.
           05  FH-CARD-NUMBER       PIC X(16).
           05  FH-FEE-CODE          PIC X(10).
      *    The obligation the fee was charged for: the billing cycle
      *    (YYYYMM) missed for LATEFEE, the cycle (YYYYMM) of the
      *    business date for OVLMTFEE.
           05  FH-OBLIGATION        PIC X(08).
           05  FH-FEE-DATE          PIC X(08).
           05  FH-FEE-AMOUNT        PIC 9(5)V99.

       FD  POST-JOURNAL-FILE.
       COPY JRNLREC.

       FD  FEE-REPORT-FILE.
       01  FEE-REPORT-LINE          PIC X(80).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-CARD-EOF              PIC X VALUE 'N'.
       01  WS-FS-EOF                PIC X VALUE 'N'.
       01  WS-FH-EOF                PIC X VALUE 'N'.
       01  WS-CM-STATUS             PIC XX.
       01  WS-FS-STATUS             PIC XX.
       01  WS-FH-STATUS             PIC XX.
       01  WS-PJ-STATUS             PIC XX.
       01  WS-ALREADY-CHARGED       PIC X VALUE 'N'.
       01  WS-HISTORY-OK            PIC X VALUE 'Y'.

      *    Reissue cross-reference, followed from a fee history
      *    record's card number to the account's current card.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).

       01  WS-COUNTERS.
           05  WS-CARDS-READ        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-NOT-ACTIVE  PIC 9(5) VALUE ZERO.
           05  WS-LATE-CHARGED      PIC 9(5) VALUE ZERO.
           05  WS-LATE-SKIPPED      PIC 9(5) VALUE ZERO.
           05  WS-OVLMT-CHARGED     PIC 9(5) VALUE ZERO.
           05  WS-OVLMT-SKIPPED     PIC 9(5) VALUE ZERO.

      *    The fee schedule in effect tonight. LOAD-FEE-SCHEDULE
      *    starts from these defaults - the amounts the cardholder
      *    agreement has always quoted - and overrides each from its
      *    FEESCHED.DAT record when there is one.
       01  WS-FEE-SCHEDULE.
           05  WS-LATE-FEE-AMOUNT   PIC 9(5)V99 VALUE 25.00.
           05  WS-LATE-FEE-CAP      PIC X VALUE 'Y'.
           05  WS-LATE-GRACE-DAYS   PIC 9(3) VALUE ZERO.
           05  WS-LATE-ASSESS       PIC X VALUE 'Y'.
           05  WS-OVLMT-FEE-AMOUNT  PIC 9(5)V99 VALUE 25.00.
           05  WS-OVLMT-FEE-CAP     PIC X VALUE 'Y'.
           05  WS-OVLMT-ASSESS      PIC X VALUE 'Y'.
           05  WS-LATE-SOURCE       PIC X(08) VALUE "DEFAULT".
           05  WS-OVLMT-SOURCE      PIC X(08) VALUE "DEFAULT".

       01  WS-FEE-FIELDS.
           05  WS-LATE-FEE          PIC 9(5)V99.
           05  WS-OVLMT-FEE         PIC 9(5)V99.
           05  WS-OVER-LIMIT-BY     PIC 9(7)V99.
           05  WS-TOTAL-LATE        PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-OVLMT       PIC 9(11)V99 VALUE ZERO.
           05  WS-FEE-TOTAL         PIC 9(11)V99 VALUE ZERO.

      *    Working fields for CHECK-FEE-HISTORY and the journal and
      *    history writes - the fee being considered and the
      *    obligation it would be charged for.
       01  WS-FEE-CHECK.
           05  WS-CHECK-FEE-CODE    PIC X(10).
           05  WS-CHECK-OBLIGATION  PIC X(08).
           05  WS-CHECK-AMOUNT      PIC 9(5)V99.
           05  WS-CHECK-BALANCE     PIC 9(7)V99.
      *    The billing cycle tonight's late fee is for, kept from
      *    CHECK-LATE-FEE for the history write.
           05  WS-LATE-OBLIGATION   PIC X(08).

      *    Aging working fields - the same CR-PAYMENT-DUE-DATE aging
      *    DUNLTR uses.
       01  WS-TODAY-NUM             PIC 9(8).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-DUE-NUM               PIC 9(8).
       01  WS-DAYS-PAST-DUE         PIC S9(5).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-FEE       PIC ZZ,ZZ9.99.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DAYS      PIC ZZ9.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE.
               10  WS-CYCLE-YYYYMM  PIC X(06).
               10  WS-DAY           PIC 99.
           05  WS-CURRENT-TIME      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-ASSESSMENT
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM ASSESS-ONE-CARD
               END-READ
           END-PERFORM
           PERFORM FINALIZE-ASSESSMENT
           STOP RUN.

      *    Lateness, the cycle and the fee date all come from the
      *    business date, not the wall clock - a stream past midnight
      *    must not make every card a day later than it is.
       INITIALIZE-ASSESSMENT.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME(1:6)
           MOVE SPACES TO WS-CURRENT-TIME(7:2)
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           PERFORM LOAD-FEE-SCHEDULE

           OPEN I-O CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF

           OPEN OUTPUT FEE-REPORT-FILE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "FEE ASSESSMENT - BUSINESS DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE ALL "=" TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           PERFORM WRITE-SCHEDULE-LINES.

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
      * LOAD-FEE-SCHEDULE overrides the compiled-in defaults from     *
      * FEESCHED.DAT. A record whose amount or grace days is not      *
      * numeric is reported and ignored rather than charging a        *
      * garbage fee; an unknown fee code is reported so a typo in     *
      * the schedule does not go unnoticed. No file at all is not an  *
      * error - every fee then assesses on its default.               *
      *****************************************************************
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FS-STATUS = "00" OR WS-FS-STATUS = "05"
               MOVE 'N' TO WS-FS-EOF
               PERFORM UNTIL WS-FS-EOF = 'Y'
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-FS-EOF
                       NOT AT END
                           PERFORM APPLY-SCHEDULE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               DISPLAY "Warning: unable to open FEESCHED.DAT - status "
                   WS-FS-STATUS " - assessing on default fees"
           END-IF.

       APPLY-SCHEDULE-RECORD.
           IF FS-FEE-AMOUNT IS NOT NUMERIC OR
               FS-GRACE-DAYS IS NOT NUMERIC
               DISPLAY "Warning: FEESCHED.DAT record for "
                   FS-FEE-CODE " is not numeric - ignored"
           ELSE
               EVALUATE FS-FEE-CODE
                   WHEN "LATEFEE   "
                       MOVE FS-FEE-AMOUNT TO WS-LATE-FEE-AMOUNT
                       MOVE FS-CAP-TO-VIOLATION TO WS-LATE-FEE-CAP
                       MOVE FS-GRACE-DAYS TO WS-LATE-GRACE-DAYS
                       MOVE FS-ASSESS-FLAG TO WS-LATE-ASSESS
                       MOVE "SCHEDULE" TO WS-LATE-SOURCE
                   WHEN "OVLMTFEE  "
                       MOVE FS-FEE-AMOUNT TO WS-OVLMT-FEE-AMOUNT
                       MOVE FS-CAP-TO-VIOLATION TO WS-OVLMT-FEE-CAP
                       MOVE FS-ASSESS-FLAG TO WS-OVLMT-ASSESS
                       MOVE "SCHEDULE" TO WS-OVLMT-SOURCE
                   WHEN OTHER
                       DISPLAY "Warning: FEESCHED.DAT fee code "
                           FS-FEE-CODE " is not known - ignored"
               END-EVALUATE
           END-IF.

      *    The report opens with the schedule actually used, so a
      *    question about a fee amount can be answered from the
      *    night's own output.
       WRITE-SCHEDULE-LINES.
           MOVE WS-LATE-FEE-AMOUNT TO WS-DISPLAY-FEE
           MOVE WS-LATE-GRACE-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Late fee:       $" WS-DISPLAY-FEE
               "  Cap: " WS-LATE-FEE-CAP
               "  Grace: " WS-DISPLAY-DAYS
               "  Assess: " WS-LATE-ASSESS
               "  (" WS-LATE-SOURCE ")"
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE WS-OVLMT-FEE-AMOUNT TO WS-DISPLAY-FEE
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Over-limit fee: $" WS-DISPLAY-FEE
               "  Cap: " WS-OVLMT-FEE-CAP
               "             Assess: " WS-OVLMT-ASSESS
               "  (" WS-OVLMT-SOURCE ")"
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE.

      *****************************************************************
      * ASSESS-ONE-CARD decides both fees before touching the card.   *
      * The over-limit test is made on the balance as the card        *
      * stands, so tonight's late fee can never be what pushes a      *
      * card over its limit and draws a second fee. Closed cards      *
      * accept no new charges and are passed over. A card blocked as  *
      * lost or stolen still owes its obligations until CARDREIS      *
      * moves them to the replacement, so it is assessed as usual.    *
      *****************************************************************
       ASSESS-ONE-CARD.
           IF NOT CR-CARD-ACTIVE AND NOT CR-CARD-BLOCKED
               ADD 1 TO WS-CARDS-NOT-ACTIVE
           ELSE
               PERFORM CHECK-OVER-LIMIT-FEE
               PERFORM CHECK-LATE-FEE
               IF WS-OVLMT-FEE > ZERO OR WS-LATE-FEE > ZERO
                   PERFORM CHARGE-CARD-FEES
               END-IF
           END-IF.

       CHECK-OVER-LIMIT-FEE.
           MOVE ZERO TO WS-OVLMT-FEE
           IF WS-OVLMT-ASSESS = 'Y' AND
               WS-OVLMT-FEE-AMOUNT > ZERO AND
               CR-BALANCE > CR-CREDIT-LIMIT
               MOVE "OVLMTFEE  " TO WS-CHECK-FEE-CODE
               MOVE SPACES TO WS-CHECK-OBLIGATION
               MOVE WS-CYCLE-YYYYMM TO WS-CHECK-OBLIGATION(1:6)
               PERFORM CHECK-FEE-HISTORY
               IF WS-ALREADY-CHARGED = 'Y'
                   ADD 1 TO WS-OVLMT-SKIPPED
               ELSE
                   MOVE WS-OVLMT-FEE-AMOUNT TO WS-OVLMT-FEE
                   COMPUTE WS-OVER-LIMIT-BY =
                       CR-BALANCE - CR-CREDIT-LIMIT
                   IF WS-OVLMT-FEE-CAP = 'Y' AND
                       WS-OVLMT-FEE > WS-OVER-LIMIT-BY
                       MOVE WS-OVER-LIMIT-BY TO WS-OVLMT-FEE
                   END-IF
               END-IF
           END-IF.

      *    A billed minimum still owing is late once it is more than
      *    the schedule's grace days past its due date. The fee is
      *    owed once for each cycle billed - CR-LAST-INT-CYCLE, or the
      *    business date's cycle on a card INTCAP has never stamped.
       CHECK-LATE-FEE.
           MOVE ZERO TO WS-LATE-FEE
           IF WS-LATE-ASSESS = 'Y' AND
               WS-LATE-FEE-AMOUNT > ZERO AND
               CR-MIN-PAYMENT-DUE > ZERO AND
               CR-PAYMENT-DUE-DATE IS NUMERIC
               MOVE CR-PAYMENT-DUE-DATE TO WS-DUE-NUM
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
               IF WS-DAYS-PAST-DUE > WS-LATE-GRACE-DAYS
                   MOVE "LATEFEE   " TO WS-CHECK-FEE-CODE
                   MOVE SPACES TO WS-CHECK-OBLIGATION
                   IF CR-LAST-INT-CYCLE IS NUMERIC
                       MOVE CR-LAST-INT-CYCLE
                           TO WS-CHECK-OBLIGATION(1:6)
                   ELSE
                       MOVE WS-CYCLE-YYYYMM
                           TO WS-CHECK-OBLIGATION(1:6)
                   END-IF
                   MOVE WS-CHECK-OBLIGATION TO WS-LATE-OBLIGATION
                   PERFORM CHECK-FEE-HISTORY
                   IF WS-ALREADY-CHARGED = 'Y'
                       ADD 1 TO WS-LATE-SKIPPED
                   ELSE
                       MOVE WS-LATE-FEE-AMOUNT TO WS-LATE-FEE
                       IF WS-LATE-FEE-CAP = 'Y' AND
                           WS-LATE-FEE > CR-MIN-PAYMENT-DUE
                           MOVE CR-MIN-PAYMENT-DUE TO WS-LATE-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * CHECK-FEE-HISTORY scans FEEHIST.DAT for this fee already      *
      * charged to this card for this obligation - the same guard     *
      * DUNLTR keeps over its letters in DUNHIST.DAT. A record made   *
      * under a card since reissued matches once followed through     *
      * the cross-reference to this card.                             *
      *****************************************************************
       CHECK-FEE-HISTORY.
           MOVE 'N' TO WS-ALREADY-CHARGED
           OPEN INPUT FEE-HISTORY-FILE
           IF WS-FH-STATUS = "00" OR WS-FH-STATUS = "05"
               MOVE 'N' TO WS-FH-EOF
               PERFORM UNTIL WS-FH-EOF = 'Y'
                   READ FEE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-FH-EOF
                       NOT AT END
                           IF FH-FEE-CODE = WS-CHECK-FEE-CODE AND
                               FH-OBLIGATION = WS-CHECK-OBLIGATION
                               IF FH-CARD-NUMBER = CR-CARD-NUMBER
                                   MOVE 'Y' TO WS-ALREADY-CHARGED
                               ELSE
                                   MOVE FH-CARD-NUMBER TO WS-XREF-CARD
                                   PERFORM FOLLOW-CARD-XREF
                                   IF WS-XREF-CARD = CR-CARD-NUMBER
                                       MOVE 'Y' TO WS-ALREADY-CHARGED
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-HISTORY-FILE
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
      * CHARGE-CARD-FEES records both fees in FEEHIST.DAT first, then *
      * adds them to the balance and rewrites the card once - a       *
      * sequential I-O file allows one REWRITE per READ - then        *
      * journals each fee with the running balance it left,           *
      * over-limit first, the order they were decided in. With the    *
      * history written first, a run that dies part-way can only      *
      * leave a fee recorded but not charged, never charged twice.    *
      *****************************************************************
       CHARGE-CARD-FEES.
           PERFORM RECORD-FEE-HISTORY
           IF WS-HISTORY-OK = 'N'
               DISPLAY "Card " CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4)
                   " skipped - fee history not recorded, no fee "
                   "charged"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-CARD-FEES
           END-IF.

       APPLY-CARD-FEES.
           ADD WS-OVLMT-FEE TO CR-BALANCE
           ADD WS-LATE-FEE TO CR-BALANCE
           REWRITE CARD-RECORD
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to rewrite card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-CM-STATUS
                   " - no fee charged, but FEEHIST.DAT records it"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVLMT-FEE > ZERO
                   ADD 1 TO WS-OVLMT-CHARGED
                   ADD WS-OVLMT-FEE TO WS-TOTAL-OVLMT
                   MOVE "OVLMTFEE  " TO WS-CHECK-FEE-CODE
                   MOVE SPACES TO WS-CHECK-OBLIGATION
                   MOVE WS-CYCLE-YYYYMM TO WS-CHECK-OBLIGATION(1:6)
                   MOVE WS-OVLMT-FEE TO WS-CHECK-AMOUNT
                   COMPUTE WS-CHECK-BALANCE =
                       CR-BALANCE - WS-LATE-FEE
                   PERFORM JOURNAL-FEE-CHARGE
                   PERFORM WRITE-FEE-REPORT-LINE
               END-IF
               IF WS-LATE-FEE > ZERO
                   ADD 1 TO WS-LATE-CHARGED
                   ADD WS-LATE-FEE TO WS-TOTAL-LATE
                   MOVE "LATEFEE   " TO WS-CHECK-FEE-CODE
                   MOVE WS-LATE-OBLIGATION TO WS-CHECK-OBLIGATION
                   MOVE WS-LATE-FEE TO WS-CHECK-AMOUNT
                   MOVE CR-BALANCE TO WS-CHECK-BALANCE
                   PERFORM JOURNAL-FEE-CHARGE
                   PERFORM WRITE-FEE-REPORT-LINE
               END-IF
           END-IF.

      *    OPEN EXTEND on a not-yet-existing OPTIONAL file reports
      *    status "05" (file created), not "00" - the same handling
      *    FRAUDSCOR uses for its history and log files.
       JOURNAL-FEE-CHARGE.
           OPEN EXTEND POST-JOURNAL-FILE
           IF WS-PJ-STATUS = "00" OR WS-PJ-STATUS = "05"
               MOVE CR-CARD-NUMBER TO PJ-CARD-NUMBER
               MOVE WS-CURRENT-DATE(1:8) TO PJ-TRANS-DATE
               MOVE WS-CURRENT-TIME TO PJ-TRANS-TIME
               MOVE WS-CHECK-FEE-CODE TO PJ-ATM-ID
               MOVE 'D' TO PJ-TRANS-TYPE
               MOVE WS-CHECK-AMOUNT TO PJ-AMOUNT
               MOVE WS-CHECK-BALANCE TO PJ-NEW-BALANCE
               WRITE POST-JOURNAL-RECORD
               CLOSE POST-JOURNAL-FILE
           ELSE
               DISPLAY "Warning: unable to journal fee for card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-PJ-STATUS
           END-IF.

      *    Both of the card's fees are recorded under one OPEN, so a
      *    failed open leaves neither recorded and neither charged.
       RECORD-FEE-HISTORY.
           MOVE 'Y' TO WS-HISTORY-OK
           OPEN EXTEND FEE-HISTORY-FILE
           IF WS-FH-STATUS = "00" OR WS-FH-STATUS = "05"
               IF WS-OVLMT-FEE > ZERO
                   MOVE CR-CARD-NUMBER TO FH-CARD-NUMBER
                   MOVE "OVLMTFEE  " TO FH-FEE-CODE
                   MOVE SPACES TO FH-OBLIGATION
                   MOVE WS-CYCLE-YYYYMM TO FH-OBLIGATION(1:6)
                   MOVE WS-TODAY-NUM TO FH-FEE-DATE
                   MOVE WS-OVLMT-FEE TO FH-FEE-AMOUNT
                   WRITE FEE-HISTORY-RECORD
                   IF WS-FH-STATUS NOT = "00"
                       MOVE 'N' TO WS-HISTORY-OK
                   END-IF
               END-IF
               IF WS-LATE-FEE > ZERO AND WS-HISTORY-OK = 'Y'
                   MOVE CR-CARD-NUMBER TO FH-CARD-NUMBER
                   MOVE "LATEFEE   " TO FH-FEE-CODE
                   MOVE WS-LATE-OBLIGATION TO FH-OBLIGATION
                   MOVE WS-TODAY-NUM TO FH-FEE-DATE
                   MOVE WS-LATE-FEE TO FH-FEE-AMOUNT
                   WRITE FEE-HISTORY-RECORD
                   IF WS-FH-STATUS NOT = "00"
                       MOVE 'N' TO WS-HISTORY-OK
                   END-IF
               END-IF
               CLOSE FEE-HISTORY-FILE
           ELSE
               MOVE 'N' TO WS-HISTORY-OK
           END-IF
           IF WS-HISTORY-OK = 'N'
               DISPLAY "Unable to record fee history for card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-FH-STATUS
           END-IF.

       WRITE-FEE-REPORT-LINE.
           MOVE WS-CHECK-AMOUNT TO WS-DISPLAY-FEE
           MOVE WS-CHECK-BALANCE TO WS-DISPLAY-BALANCE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Card: " CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4)
               " " WS-CHECK-FEE-CODE
               " For: " WS-CHECK-OBLIGATION
               " Fee: $" WS-DISPLAY-FEE
               " Bal: $" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE.

       FINALIZE-ASSESSMENT.
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Cards Read: " WS-CARDS-READ
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Cards Not Active: " WS-CARDS-NOT-ACTIVE
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Late Fees Charged: " WS-LATE-CHARGED
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Late Fees Already Charged: " WS-LATE-SKIPPED
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Over-Limit Fees Charged: " WS-OVLMT-CHARGED
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Over-Limit Fees Already Charged This Cycle: "
               WS-OVLMT-SKIPPED
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE WS-TOTAL-LATE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Total Late Fees:       $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           MOVE WS-TOTAL-OVLMT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Total Over-Limit Fees: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           COMPUTE WS-FEE-TOTAL = WS-TOTAL-LATE + WS-TOTAL-OVLMT
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO FEE-REPORT-LINE
           STRING "Total Fees Assessed:   $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE

           CLOSE CARD-FILE
           CLOSE FEE-REPORT-FILE
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF

           DISPLAY "Fee assessment complete for " WS-CURRENT-DATE "."
           DISPLAY WS-LATE-CHARGED " late fees, "
               WS-OVLMT-CHARGED " over-limit fees charged; "
               WS-LATE-SKIPPED " late and " WS-OVLMT-SKIPPED
               " over-limit already charged."
           DISPLAY "See FEERPT.TXT for details.".
