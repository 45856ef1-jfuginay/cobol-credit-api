      * including the following January's archives, because a cycle   *
      * that closes after year end carries late-December activity -   *
      * and produces one summary per card in YEARSUM.TXT: total       *
      * purchases, total payments, total interest charged (the        *
      * PJ-ATM-ID "INTEREST" records INTCAP writes), total fees       *
      * (FEEASSES's "LATEFEE" and "OVLMTFEE" records) and net dispute *
      * credits (DSPINTK's "DISPUTE" credits less DSPRESV's "DSPLOST" *
      * re-debits), month by month with annual totals. The working    *
      * POSTJRNL.DAT is deliberately not included - it holds the      *
      * current, unarchived cycle, which belongs to next year's       *
      * summary.                                                      *
      * Activity journaled under a card number CARDREIS has since     *
      * replaced is summarized under the account's current card,      *
      * found through CARDXREF.DAT, so a cardholder whose card was    *
      * reissued mid-year still gets one summary for the year.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-JA-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "YEARSUM.TXT"
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
       COPY JRNLREC.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE      PIC X(100).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.
       01  WS-SWEEP-DAY             PIC 99.
       01  WS-RECORD-MONTH          PIC 99.

      *    Reissue cross-reference, followed from each journal
      *    record's card number to the card it is summarized under.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).

       01  WS-COUNTERS.
           05  WS-ARCHIVES-READ     PIC 9(5) VALUE ZERO.
           05  WS-RECORDS-READ      PIC 9(7) VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-CARD-NUMBER    PIC X(16).
      *            'Y' once activity under a replaced card number has
      *            been merged into this card's summary.
               10  WS-CT-MERGED         PIC X(01).
               10  WS-CT-MONTH OCCURS 12 TIMES.
                   15  WS-CT-PURCHASES  PIC 9(9)V99.
                   15  WS-CT-PAYMENTS   PIC 9(9)V99.
                   15  WS-CT-INTEREST   PIC 9(9)V99.
                   15  WS-CT-FEES       PIC 9(9)V99.
                   15  WS-CT-DISPUTES   PIC S9(9)V99.

       01  WS-ANNUAL-TOTALS.
           05  WS-YEAR-PURCHASES    PIC 9(11)V99.
           05  WS-YEAR-PAYMENTS     PIC 9(11)V99.
           05  WS-YEAR-INTEREST     PIC 9(11)V99.
           05  WS-YEAR-FEES         PIC 9(11)V99.
           05  WS-YEAR-DISPUTES     PIC S9(11)V99.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-PURCHASES PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PAYMENTS  PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-INTEREST  PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-FEES      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DISPUTES  PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               SUBTRACT 1 FROM WS-SUMMARY-YEAR
           END-IF

           INITIALIZE WS-CARD-TABLE

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF.

      *****************************************************************
      * READ-BUSINESS-DATE takes "today" from the BUSDATE.DAT         *
      *****************************************************************
      * TALLY-ONE-JOURNAL-RECORD buckets one archived journal record  *
      * into its card's month: credits are payments, INTEREST debits  *
      * are interest, LATEFEE and OVLMTFEE debits are fees, every     *
      * other debit is a purchase. Entries that brought in no money   *
      * from the cardholder are not payments: CHGOFF's write-off      *
      * credit is left out, as are memo entries, and dispute credits  *
      * and lost-dispute re-debits net in a column of their own. A    *
      * cycle archive can carry transactions dated in the adjacent    *
      * year (late-December activity archived by the January cycle,   *
      * and vice versa), so only records dated in the summary year    *
      * are counted. Records dated outside it, whose date will not    *
      * parse, or that arrive after the 500-card table fills, are     *
      * counted rather than silently lost.                            *
      *****************************************************************
       TALLY-ONE-JOURNAL-RECORD.
           IF PJ-TRANS-DATE IS NOT NUMERIC
               IF WS-RECORD-MONTH < 1 OR WS-RECORD-MONTH > 12
                   ADD 1 TO WS-RECORDS-SKIPPED
               ELSE
                   MOVE PJ-CARD-NUMBER TO WS-XREF-CARD
                   PERFORM FOLLOW-CARD-XREF
                   PERFORM FIND-CARD-ENTRY
                   IF WS-FOUND-INDEX = ZERO
                       ADD 1 TO WS-CARDS-OVERFLOW
                   ELSE
                       IF WS-XREF-CARD NOT = PJ-CARD-NUMBER
                           MOVE 'Y' TO WS-CT-MERGED(WS-FOUND-INDEX)
                       END-IF
                       PERFORM ADD-TO-CARD-MONTH
                   END-IF
               END-IF
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                   UNTIL WS-CARD-INDEX > WS-CARD-COUNT
               IF WS-CT-CARD-NUMBER(WS-CARD-INDEX) = WS-XREF-CARD
                   MOVE WS-CARD-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM

           IF WS-FOUND-INDEX = ZERO AND WS-CARD-COUNT < WS-MAX-CARDS
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-XREF-CARD TO
                   WS-CT-CARD-NUMBER(WS-CARD-COUNT)
               MOVE WS-CARD-COUNT TO WS-FOUND-INDEX
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

       ADD-TO-CARD-MONTH.
           EVALUATE TRUE
      *        The charge-off credit wrote the balance off to bad
      *        debt; no money came from the cardholder.
               WHEN PJ-TRANS-TYPE = 'C' AND
                   PJ-ATM-ID = "CHGOFF    "
                   CONTINUE
      *        DSPINTK's provisional credit and DSPRESV's re-debit of a
      *        lost dispute are neither payment nor purchase - they net
      *        in the disputes column, so a lost dispute nets to zero
      *        and a won one shows the credit the cardholder kept.
               WHEN PJ-TRANS-TYPE = 'C' AND
                   PJ-ATM-ID = "DISPUTE   "
                   ADD PJ-AMOUNT TO
                       WS-CT-DISPUTES(WS-FOUND-INDEX, WS-RECORD-MONTH)
               WHEN PJ-TRANS-TYPE = 'D' AND
                   PJ-ATM-ID = "DSPLOST   "
                   SUBTRACT PJ-AMOUNT FROM
                       WS-CT-DISPUTES(WS-FOUND-INDEX, WS-RECORD-MONTH)
               WHEN PJ-TRANS-TYPE = 'C'
                   ADD PJ-AMOUNT TO
                       WS-CT-PAYMENTS(WS-FOUND-INDEX, WS-RECORD-MONTH)
                   PJ-ATM-ID = "INTEREST  "
                   ADD PJ-AMOUNT TO
                       WS-CT-INTEREST(WS-FOUND-INDEX, WS-RECORD-MONTH)
               WHEN PJ-TRANS-TYPE = 'D' AND
                   (PJ-ATM-ID = "LATEFEE   " OR
                    PJ-ATM-ID = "OVLMTFEE  ")
                   ADD PJ-AMOUNT TO
                       WS-CT-FEES(WS-FOUND-INDEX, WS-RECORD-MONTH)
               WHEN PJ-TRANS-TYPE = 'D'
                   ADD PJ-AMOUNT TO
                       WS-CT-PURCHASES(WS-FOUND-INDEX,
                           WS-RECORD-MONTH)
      *        A memo entry (DSPRESV's won disputes) moved no money
      *        on the card - nothing to summarize, nothing amiss.
               WHEN PJ-TRANS-TYPE = 'M'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-SKIPPED
           END-EVALUATE.
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           IF WS-CT-MERGED(WS-CARD-INDEX) = 'Y'
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "Includes activity on the card number(s) this "
                   "card replaced"
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF

           MOVE ALL "-" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  Month      Purchases        Payments"
               "        Interest            Fees        Disputes"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-YEAR-PURCHASES TO WS-DISPLAY-PURCHASES
           MOVE WS-YEAR-PAYMENTS TO WS-DISPLAY-PAYMENTS
           MOVE WS-YEAR-INTEREST TO WS-DISPLAY-INTEREST
           MOVE WS-YEAR-FEES TO WS-DISPLAY-FEES
           MOVE WS-YEAR-DISPUTES TO WS-DISPLAY-DISPUTES
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  TOTAL  $" WS-DISPLAY-PURCHASES
               "  $" WS-DISPLAY-PAYMENTS
               "  $" WS-DISPLAY-INTEREST
               "  $" WS-DISPLAY-FEES
               "  $" WS-DISPLAY-DISPUTES
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.

               TO WS-YEAR-PAYMENTS
           ADD WS-CT-INTEREST(WS-CARD-INDEX, WS-MONTH-INDEX)
               TO WS-YEAR-INTEREST
           ADD WS-CT-FEES(WS-CARD-INDEX, WS-MONTH-INDEX)
               TO WS-YEAR-FEES
           ADD WS-CT-DISPUTES(WS-CARD-INDEX, WS-MONTH-INDEX)
               TO WS-YEAR-DISPUTES

           IF WS-CT-PURCHASES(WS-CARD-INDEX, WS-MONTH-INDEX) > ZERO
               OR WS-CT-PAYMENTS(WS-CARD-INDEX, WS-MONTH-INDEX)
                   > ZERO
               OR WS-CT-INTEREST(WS-CARD-INDEX, WS-MONTH-INDEX)
                   > ZERO
               OR WS-CT-FEES(WS-CARD-INDEX, WS-MONTH-INDEX) > ZERO
               OR WS-CT-DISPUTES(WS-CARD-INDEX, WS-MONTH-INDEX)
                   NOT = ZERO
               MOVE WS-CT-PURCHASES(WS-CARD-INDEX, WS-MONTH-INDEX)
                   TO WS-DISPLAY-PURCHASES
               MOVE WS-CT-PAYMENTS(WS-CARD-INDEX, WS-MONTH-INDEX)
                   TO WS-DISPLAY-PAYMENTS
               MOVE WS-CT-INTEREST(WS-CARD-INDEX, WS-MONTH-INDEX)
                   TO WS-DISPLAY-INTEREST
               MOVE WS-CT-FEES(WS-CARD-INDEX, WS-MONTH-INDEX)
                   TO WS-DISPLAY-FEES
               MOVE WS-CT-DISPUTES(WS-CARD-INDEX, WS-MONTH-INDEX)
                   TO WS-DISPLAY-DISPUTES
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  " WS-SUMMARY-YEAR "/" WS-MONTH-INDEX
                   "$" WS-DISPLAY-PURCHASES
                   "  $" WS-DISPLAY-PAYMENTS
                   "  $" WS-DISPLAY-INTEREST
                   "  $" WS-DISPLAY-FEES
                   "  $" WS-DISPLAY-DISPUTES
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.

       FINALIZE-SUMMARY.
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF

           DISPLAY "Year-end activity summary complete for "
               WS-SUMMARY-YEAR "."
           DISPLAY "Archive generations read: " WS-ARCHIVES-READ
