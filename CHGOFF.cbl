       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Nightly charge-off of accounts 180 days past due              *
      * CARDRISK's aging stops at 90+ and DUNLTR's last letter is the *
      * 90-day final notice; until now an account past that simply    *
      * sat on the master, drawing interest nobody would pay. This    *
      * batch reads every card on the master and charges off each one *
      * whose billed minimum is still owing 180 days or more past     *
      * CR-PAYMENT-DUE-DATE:                                          *
      *   - the balance is written to the card's CHGOFF.DAT charged-  *
      *     off balance record (CHGREC), split into principal,        *
      *     interest and fees - the interest and fees being what      *
      *     INTCAP and FEEASSES journaled to the card on or after the *
      *     missed due date, found in POSTJRNL.DAT and the dated      *
      *     PJRNL_YYYYMMDD.DAT archives                               *
      *   - the write-off is journaled to POSTJRNL.DAT as a credit    *
      *     under PJ-ATM-ID "CHGOFF", which GLEXTR books from card    *
      *     receivables to the charge-off loss account                *
      *   - the card moves to status 'O', charged off, with a zero    *
      *     balance and nothing billed                                *
      * From then on INTCAP, DUNLTR, CARDRISK and PREAUTH treat the   *
      * card as charged off, and CARDPOST books any payment on it as  *
      * a recovery against the CHGOFF.DAT record.                     *
      * A card already charged off is passed over, so a rerun the     *
      * same night or any later one cannot write a balance off twice. *
      * POSTJRNL.DAT is opened EXTEND once, before any card is        *
      * touched, and a run that cannot open it stops RC 8 with        *
      * nothing written off. Since the journal cannot be read while   *
      * it is being appended to, the finance charges and tonight's    *
      * CHGOFF entries in it are first staged to CHGOWORK.DAT, and    *
      * the split and the rerun check read them from there. A card    *
      * charged off tonight whose write-off never reached the journal *
      * - a run stopped between the master and the journal - has it   *
      * journaled by the rerun.                                       *
      * Like FEEASSES, it changes balances outside CARDPOST, so it    *
      * runs after CARDRCON has balanced the day. CHGOFRPT.TXT lists  *
      * the night's charge-offs; CHGRPT reports the month for         *
      * finance.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL CHARGE-OFF-FILE
               ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-CARD-NUMBER
               FILE STATUS IS WS-CO-STATUS.
           SELECT OPTIONAL POST-JOURNAL-FILE
               ASSIGN TO "POSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           SELECT OPTIONAL JOURNAL-ARCHIVE-FILE
               ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JA-STATUS.
           SELECT JOURNAL-STAGE-FILE ASSIGN TO "CHGOWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
           SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO "CHGOFRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CARDREC.

       FD  CHARGE-OFF-FILE.
       COPY CHGREC.

       FD  POST-JOURNAL-FILE.
       COPY JRNLREC.

      *    The archives are the journal under another name, read
      *    through a second FD in the same layout.
       FD  JOURNAL-ARCHIVE-FILE.
       01  JOURNAL-ARCHIVE-RECORD.
           05  JA-CARD-NUMBER       PIC X(16).
           05  JA-TRANS-DATE        PIC X(08).
           05  JA-TRANS-TIME        PIC X(08).
           05  JA-ATM-ID            PIC X(10).
           05  JA-TRANS-TYPE        PIC X(01).
           05  JA-AMOUNT            PIC 9(7)V99.
           05  JA-NEW-BALANCE       PIC 9(7)V99.

       FD  JOURNAL-STAGE-FILE.
       01  JOURNAL-STAGE-RECORD     PIC X(61).

       FD  CHARGE-OFF-REPORT-FILE.
       01  CHARGE-OFF-REPORT-LINE   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-CARD-EOF              PIC X VALUE 'N'.
       01  WS-PJ-EOF                PIC X VALUE 'N'.
       01  WS-JA-EOF                PIC X VALUE 'N'.
       01  WS-CM-STATUS             PIC XX.
       01  WS-CO-STATUS             PIC XX.
       01  WS-PJ-STATUS             PIC XX.
       01  WS-JA-STATUS             PIC XX.
       01  WS-JS-STATUS             PIC XX.
       01  WS-JOURNAL-FOUND         PIC X VALUE 'N'.
       01  WS-ARCHIVE-FILENAME      PIC X(40).
       01  WS-RECORD-READY          PIC X VALUE 'N'.
       01  WS-HOLD-CHARGE-OFF       PIC X(134).

      *    Days past CR-PAYMENT-DUE-DATE at which an unpaid minimum
      *    is charged off.
       01  WS-CHARGEOFF-DAYS        PIC 9(3) VALUE 180.

       01  WS-COUNTERS.
           05  WS-CARDS-READ        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-CHARGED-OFF PIC 9(5) VALUE ZERO.
           05  WS-ALREADY-OFF       PIC 9(5) VALUE ZERO.
           05  WS-CARDS-FAILED      PIC 9(5) VALUE ZERO.
           05  WS-CARDS-NOT-UPDATED PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJOURNALED PIC 9(5) VALUE ZERO.
           05  WS-ARCHIVES-READ     PIC 9(5) VALUE ZERO.

       01  WS-CHARGEOFF-FIELDS.
           05  WS-SPLIT-INTEREST    PIC 9(7)V99.
           05  WS-SPLIT-FEES        PIC 9(7)V99.
           05  WS-SPLIT-REMAINDER   PIC 9(7)V99.
           05  WS-TOTAL-PRINCIPAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-INTEREST    PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-FEES        PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CHARGED-OFF PIC 9(11)V99 VALUE ZERO.

      *    Aging working fields - the same CR-PAYMENT-DUE-DATE aging
      *    DUNLTR and CARDRISK use.
       01  WS-TODAY-NUM             PIC 9(8).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-DUE-NUM               PIC 9(8).
       01  WS-DUE-INTEGER           PIC 9(7).
       01  WS-DAYS-PAST-DUE         PIC S9(5).

      *    Archive sweep: every calendar date from the missed due
      *    date to today is tried as a PJRNL_YYYYMMDD.DAT name.
       01  WS-SWEEP-INTEGER         PIC 9(7).
       01  WS-SWEEP-DATE            PIC 9(8).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-INTEREST  PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-FEES      PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DAYS      PIC ZZZZ9.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CHARGE-OFF
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM EVALUATE-ONE-CARD
               END-READ
           END-PERFORM
           PERFORM FINALIZE-CHARGE-OFF
           STOP RUN.

      *    Aging and the charge-off date come from the business
      *    date, not the wall clock - a stream past midnight must not
      *    age every card a day deeper.
       INITIALIZE-CHARGE-OFF.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME(1:6)
           MOVE SPACES TO WS-CURRENT-TIME(7:2)
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN I-O CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Without the charge-off file there is nowhere to carry the
      *    balance, so nothing is written off.
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CO-STATUS NOT = "00" AND WS-CO-STATUS NOT = "05"
               DISPLAY "Unable to open CHGOFF.DAT - status "
                   WS-CO-STATUS
               CLOSE CARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM STAGE-WORKING-JOURNAL

      *    Every write-off tonight is journaled through this one open.
           OPEN EXTEND POST-JOURNAL-FILE
           IF WS-PJ-STATUS NOT = "00" AND WS-PJ-STATUS NOT = "05"
               DISPLAY "Unable to open POSTJRNL.DAT - status "
                   WS-PJ-STATUS " - nothing charged off"
               CLOSE CARD-FILE
               CLOSE CHARGE-OFF-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHARGE-OFF-REPORT-FILE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "CHARGE-OFF REGISTER - BUSINESS DATE "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE ALL "=" TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

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
      * STAGE-WORKING-JOURNAL copies from POSTJRNL.DAT, before it is  *
      * opened for tonight's entries, what the run needs to read      *
      * back: the INTEREST and fee debits the split totals and any    *
      * CHGOFF credit already journaled tonight. A journal that       *
      * cannot be read or staged stops the run - the split would come *
      * out short and an interrupted charge-off could be journaled    *
      * twice.                                                        *
      *****************************************************************
       STAGE-WORKING-JOURNAL.
           OPEN OUTPUT JOURNAL-STAGE-FILE
           IF WS-JS-STATUS NOT = "00"
               DISPLAY "Unable to open CHGOWORK.DAT - status "
                   WS-JS-STATUS
               CLOSE CARD-FILE
               CLOSE CHARGE-OFF-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT POST-JOURNAL-FILE
           IF WS-PJ-STATUS NOT = "00" AND WS-PJ-STATUS NOT = "05"
               DISPLAY "Unable to read POSTJRNL.DAT - status "
                   WS-PJ-STATUS
               CLOSE CARD-FILE
               CLOSE CHARGE-OFF-FILE
               CLOSE JOURNAL-STAGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-PJ-EOF
           PERFORM UNTIL WS-PJ-EOF = 'Y'
               READ POST-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-PJ-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-JOURNAL-RECORD
               END-READ
           END-PERFORM

           CLOSE POST-JOURNAL-FILE
           CLOSE JOURNAL-STAGE-FILE.

       STAGE-ONE-JOURNAL-RECORD.
           IF (PJ-TRANS-TYPE = 'D' AND
                  (PJ-ATM-ID = "INTEREST  " OR
                   PJ-ATM-ID = "LATEFEE   " OR
                   PJ-ATM-ID = "OVLMTFEE  ")) OR
              (PJ-TRANS-TYPE = 'C' AND
                  PJ-ATM-ID = "CHGOFF    " AND
                  PJ-TRANS-DATE = WS-CURRENT-DATE)
               MOVE POST-JOURNAL-RECORD TO JOURNAL-STAGE-RECORD
               WRITE JOURNAL-STAGE-RECORD
               IF WS-JS-STATUS NOT = "00"
                   DISPLAY "Unable to write CHGOWORK.DAT - status "
                       WS-JS-STATUS
                   CLOSE CARD-FILE
                   CLOSE CHARGE-OFF-FILE
                   CLOSE POST-JOURNAL-FILE
                   CLOSE JOURNAL-STAGE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Opens the staged journal for reading; it was written a
      *    moment ago, so failing to read it back is fatal for the
      *    same reasons.
       OPEN-STAGED-JOURNAL.
           MOVE "CHGOWORK.DAT" TO WS-ARCHIVE-FILENAME
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-JA-STATUS NOT = "00"
               DISPLAY "Unable to read CHGOWORK.DAT - status "
                   WS-JA-STATUS
               CLOSE CARD-FILE
               CLOSE CHARGE-OFF-FILE
               CLOSE POST-JOURNAL-FILE
               CLOSE CHARGE-OFF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * EVALUATE-ONE-CARD ages the card's billed minimum the way      *
      * DUNLTR does. Any status but charged off can age out - a       *
      * closed card or one blocked as lost or stolen still owes its   *
      * balance.                                                      *
      *****************************************************************
       EVALUATE-ONE-CARD.
           IF CR-CARD-CHARGED-OFF
               PERFORM CHECK-INTERRUPTED-CHARGE-OFF
           ELSE
               IF CR-MIN-PAYMENT-DUE > ZERO AND
                   CR-BALANCE > ZERO AND
                   CR-PAYMENT-DUE-DATE IS NUMERIC
                   MOVE CR-PAYMENT-DUE-DATE TO WS-DUE-NUM
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-INTEGER - WS-DUE-INTEGER
                   IF WS-DAYS-PAST-DUE >= WS-CHARGEOFF-DAYS
                       PERFORM CHARGE-OFF-ONE-CARD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * CHECK-INTERRUPTED-CHARGE-OFF looks again at a card already    *
      * charged off. If its CHGOFF.DAT record is dated tonight and    *
      * tonight's journal has no CHGOFF entry for it, the run that    *
      * charged it off stopped before journaling the write-off; it is *
      * journaled now and counted with tonight's charge-offs.         *
      *****************************************************************
       CHECK-INTERRUPTED-CHARGE-OFF.
           MOVE 'Y' TO WS-JOURNAL-FOUND
           MOVE CR-CARD-NUMBER TO CO-CARD-NUMBER
           READ CHARGE-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CO-CHARGEOFF-DATE = WS-CURRENT-DATE
                       PERFORM CHECK-CHARGE-OFF-JOURNALED
                   END-IF
           END-READ

           IF WS-JOURNAL-FOUND = 'Y'
               ADD 1 TO WS-ALREADY-OFF
           ELSE
               ADD 1 TO WS-CARDS-REJOURNALED
               PERFORM ADD-TO-CHARGE-OFF-TOTALS
               PERFORM JOURNAL-CHARGE-OFF
               PERFORM WRITE-CHARGE-OFF-LINE
               MOVE SPACES TO CHARGE-OFF-REPORT-LINE
               STRING "  Charged off by an interrupted run - "
                   "journaled tonight"
                   DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
               WRITE CHARGE-OFF-REPORT-LINE
           END-IF.

       CHECK-CHARGE-OFF-JOURNALED.
           MOVE 'N' TO WS-JOURNAL-FOUND
           PERFORM OPEN-STAGED-JOURNAL
           MOVE 'N' TO WS-JA-EOF
           PERFORM UNTIL WS-JA-EOF = 'Y'
               READ JOURNAL-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-JA-EOF
                   NOT AT END
                       IF JA-CARD-NUMBER = CR-CARD-NUMBER AND
                           JA-TRANS-TYPE = 'C' AND
                           JA-ATM-ID = "CHGOFF    " AND
                           JA-TRANS-DATE = WS-CURRENT-DATE
                           MOVE 'Y' TO WS-JOURNAL-FOUND
                           MOVE 'Y' TO WS-JA-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-ARCHIVE-FILE.

      *****************************************************************
      * CHARGE-OFF-ONE-CARD writes the charge-off record before it    *
      * touches the card, so a balance never leaves the master with   *
      * nowhere to go. A record already on file from an earlier       *
      * night means the card was charged off and somehow put back;    *
      * it is reported and left for the operator. One dated tonight   *
      * is tonight's own interrupted run and is written over. Only    *
      * once the master has taken the card is the write-off journaled *
      * and reported; a card the master will not take is not charged  *
      * off - its CHGOFF.DAT record is removed again, it is reported  *
      * as an exception and the run ends RC 8.                        *
      *****************************************************************
       CHARGE-OFF-ONE-CARD.
           PERFORM SPLIT-CHARGED-OFF-BALANCE

           MOVE CR-CARD-NUMBER TO CO-CARD-NUMBER
           MOVE CR-CARDHOLDER-NAME TO CO-CARDHOLDER-NAME
           MOVE WS-CURRENT-DATE TO CO-CHARGEOFF-DATE
           MOVE CR-PAYMENT-DUE-DATE TO CO-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO CO-DAYS-PAST-DUE
           MOVE CR-BALANCE TO CO-CHARGEOFF-AMOUNT
           MOVE WS-SPLIT-INTEREST TO CO-INTEREST
           MOVE WS-SPLIT-FEES TO CO-FEES
           COMPUTE CO-PRINCIPAL =
               CR-BALANCE - WS-SPLIT-INTEREST - WS-SPLIT-FEES
           MOVE ZERO TO CO-RECOVERED-AMOUNT
           MOVE ZERO TO CO-RECOVERY-COUNT
           MOVE SPACES TO CO-LAST-RECOVERY-DATE
           MOVE SPACES TO CO-LAST-RECOVERY-TIME
           MOVE 'O' TO CO-RECOVERY-STATUS

           MOVE 'Y' TO WS-RECORD-READY
           WRITE CHARGE-OFF-RECORD
               INVALID KEY
                   PERFORM REPLACE-INTERRUPTED-RECORD
           END-WRITE

           IF WS-RECORD-READY = 'Y'
               MOVE 'O' TO CR-ACCOUNT-STATUS
               MOVE ZERO TO CR-BALANCE
               MOVE ZERO TO CR-MIN-PAYMENT-DUE
               REWRITE CARD-RECORD
               IF WS-CM-STATUS = "00"
                   PERFORM ADD-TO-CHARGE-OFF-TOTALS
                   PERFORM JOURNAL-CHARGE-OFF
                   PERFORM WRITE-CHARGE-OFF-LINE
               ELSE
                   PERFORM BACK-OUT-CHARGE-OFF
               END-IF
           END-IF.

       ADD-TO-CHARGE-OFF-TOTALS.
           ADD 1 TO WS-CARDS-CHARGED-OFF
           ADD CO-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD CO-INTEREST TO WS-TOTAL-INTEREST
           ADD CO-FEES TO WS-TOTAL-FEES
           ADD CO-CHARGEOFF-AMOUNT TO WS-TOTAL-CHARGED-OFF.

      *    The master would not take the card, so its balance is
      *    still on it: the CHGOFF.DAT record just written is taken
      *    back out, and the card ages out again on the next run.
       BACK-OUT-CHARGE-OFF.
           ADD 1 TO WS-CARDS-NOT-UPDATED
           MOVE 8 TO RETURN-CODE
           DISPLAY "Error: unable to rewrite card "
               CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4) " - status "
               WS-CM-STATUS " - not charged off"
           DELETE CHARGE-OFF-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-CO-STATUS NOT = "00"
               DISPLAY "Error: unable to remove CHGOFF.DAT record for "
                   "card " CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-CO-STATUS
           END-IF
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Card: " CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4)
               " *** MASTER NOT UPDATED - NOT CHARGED OFF ***"
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       REPLACE-INTERRUPTED-RECORD.
           MOVE CHARGE-OFF-RECORD TO WS-HOLD-CHARGE-OFF
           READ CHARGE-OFF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-READY
           END-READ
           IF WS-RECORD-READY = 'Y'
               IF CO-CHARGEOFF-DATE = WS-CURRENT-DATE
                   MOVE WS-HOLD-CHARGE-OFF TO CHARGE-OFF-RECORD
                   REWRITE CHARGE-OFF-RECORD
               ELSE
                   MOVE 'N' TO WS-RECORD-READY
               END-IF
           END-IF
           IF WS-RECORD-READY = 'N'
               ADD 1 TO WS-CARDS-FAILED
               DISPLAY "Warning: card " CR-CARD-NUMBER(1:4)
                   "-****-****-" CR-CARD-NUMBER(13:4)
                   " already has a CHGOFF.DAT record - not charged "
                   "off again"
               MOVE SPACES TO CHARGE-OFF-REPORT-LINE
               STRING "Card: " CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4)
                   " *** ALREADY ON CHGOFF.DAT - NOT CHARGED OFF ***"
                   DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
               WRITE CHARGE-OFF-REPORT-LINE
           END-IF.

      *****************************************************************
      * SPLIT-CHARGED-OFF-BALANCE totals the interest and fees        *
      * journaled to the card on or after the missed due date - the   *
      * finance charges that built up while nothing was being paid -  *
      * from every archive dated from the due date to today and from  *
      * the working journal as staged to CHGOWORK.DAT. Interest is    *
      * capped at the balance and fees at what is left, so a card     *
      * that paid part of its balance down never shows more interest  *
      * than it owed.                                                 *
      *****************************************************************
       SPLIT-CHARGED-OFF-BALANCE.
           MOVE ZERO TO WS-SPLIT-INTEREST
           MOVE ZERO TO WS-SPLIT-FEES

           PERFORM VARYING WS-SWEEP-INTEGER FROM WS-DUE-INTEGER BY 1
                   UNTIL WS-SWEEP-INTEGER > WS-TODAY-INTEGER
               PERFORM READ-ONE-ARCHIVE
           END-PERFORM

           PERFORM OPEN-STAGED-JOURNAL
           PERFORM TALLY-OPEN-GENERATION

           IF WS-SPLIT-INTEREST > CR-BALANCE
               MOVE CR-BALANCE TO WS-SPLIT-INTEREST
           END-IF
           COMPUTE WS-SPLIT-REMAINDER = CR-BALANCE - WS-SPLIT-INTEREST
           IF WS-SPLIT-FEES > WS-SPLIT-REMAINDER
               MOVE WS-SPLIT-REMAINDER TO WS-SPLIT-FEES
           END-IF.

       READ-ONE-ARCHIVE.
           COMPUTE WS-SWEEP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SWEEP-INTEGER)
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "PJRNL_" WS-SWEEP-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME

           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-JA-STATUS = "00"
               ADD 1 TO WS-ARCHIVES-READ
           END-IF
           IF WS-JA-STATUS = "00" OR WS-JA-STATUS = "05"
               PERFORM TALLY-OPEN-GENERATION
           END-IF.

       TALLY-OPEN-GENERATION.
           MOVE 'N' TO WS-JA-EOF
           PERFORM UNTIL WS-JA-EOF = 'Y'
               READ JOURNAL-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-JA-EOF
                   NOT AT END
                       PERFORM TALLY-FINANCE-CHARGE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-ARCHIVE-FILE.

      *    The journal record in JOURNAL-ARCHIVE-RECORD, whichever
      *    file it came from.
       TALLY-FINANCE-CHARGE.
           IF JA-CARD-NUMBER = CR-CARD-NUMBER AND
               JA-TRANS-TYPE = 'D' AND
               JA-TRANS-DATE IS NUMERIC AND
               JA-TRANS-DATE NOT < CR-PAYMENT-DUE-DATE
               EVALUATE TRUE
                   WHEN JA-ATM-ID = "INTEREST  "
                       ADD JA-AMOUNT TO WS-SPLIT-INTEREST
                   WHEN JA-ATM-ID = "LATEFEE   " OR
                        JA-ATM-ID = "OVLMTFEE  "
                       ADD JA-AMOUNT TO WS-SPLIT-FEES
               END-EVALUATE
           END-IF.

      *    The write-off is a credit to the card - it takes the
      *    balance to zero - tagged so GLEXTR books it to the loss
      *    account rather than as a payment. A journal that will not
      *    take the entry stops the run; the card is already charged
      *    off, and the rerun tonight journals it.
       JOURNAL-CHARGE-OFF.
           MOVE CR-CARD-NUMBER TO PJ-CARD-NUMBER
           MOVE WS-CURRENT-DATE TO PJ-TRANS-DATE
           MOVE WS-CURRENT-TIME TO PJ-TRANS-TIME
           MOVE "CHGOFF    " TO PJ-ATM-ID
           MOVE 'C' TO PJ-TRANS-TYPE
           MOVE CO-CHARGEOFF-AMOUNT TO PJ-AMOUNT
           MOVE ZERO TO PJ-NEW-BALANCE
           WRITE POST-JOURNAL-RECORD
           IF WS-PJ-STATUS NOT = "00"
               DISPLAY "Unable to journal charge-off for card "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4) " - status " WS-PJ-STATUS
                   " - rerun tonight to journal it"
               CLOSE CARD-FILE
               CLOSE CHARGE-OFF-FILE
               CLOSE POST-JOURNAL-FILE
               CLOSE CHARGE-OFF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CHARGE-OFF-LINE.
           MOVE CO-CHARGEOFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE CO-PRINCIPAL TO WS-DISPLAY-PRINCIPAL
           MOVE CO-INTEREST TO WS-DISPLAY-INTEREST
           MOVE CO-FEES TO WS-DISPLAY-FEES
           MOVE CO-DAYS-PAST-DUE TO WS-DISPLAY-DAYS

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Card: " CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4)
               " Name: " CR-CARDHOLDER-NAME
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  Due: " CO-DUE-DATE
               " Days Past Due: " WS-DISPLAY-DAYS
               " Charged Off: $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  Principal: $" WS-DISPLAY-PRINCIPAL
               " Interest: $" WS-DISPLAY-INTEREST
               " Fees: $" WS-DISPLAY-FEES
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       FINALIZE-CHARGE-OFF.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Cards Read: " WS-CARDS-READ
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Cards Charged Off Tonight: " WS-CARDS-CHARGED-OFF
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Cards Already Charged Off: " WS-ALREADY-OFF
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Cards Not Charged Off - Record On File: "
               WS-CARDS-FAILED
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Cards Not Charged Off - Master Not Updated: "
               WS-CARDS-NOT-UPDATED
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Interrupted Charge-Offs Journaled: "
               WS-CARDS-REJOURNALED
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-TOTAL-PRINCIPAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Total Principal:       $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Total Interest:        $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-TOTAL-FEES TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Total Fees:            $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-TOTAL-CHARGED-OFF TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Total Charged Off:     $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           CLOSE CARD-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE POST-JOURNAL-FILE
           CLOSE CHARGE-OFF-REPORT-FILE

           DISPLAY "Charge-off run complete for " WS-CURRENT-DATE "."
           DISPLAY WS-CARDS-CHARGED-OFF " cards charged off, "
               WS-ALREADY-OFF " already charged off."
           MOVE WS-TOTAL-CHARGED-OFF TO WS-DISPLAY-TOTAL
           DISPLAY "Total charged off: $" WS-DISPLAY-TOTAL
           DISPLAY "See CHGOFRPT.TXT for details."
           IF WS-CARDS-FAILED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
