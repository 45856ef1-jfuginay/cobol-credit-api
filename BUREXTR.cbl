       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREXTR.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Monthly credit bureau reporting extract                       *
      * Runs in the month-end cycle after CARDSNAP and writes the     *
      * cycle's bureau submission BUREAU_YYYYMM.DAT (BURREC layout):  *
      * a header, one fixed-layout record per card reported - account *
      * status, balance, credit limit, billed minimum, amount past    *
      * due, CR-LAST-PAYMENT-DATE and a 24-month payment history      *
      * built from the days past due in this and the 23 prior         *
      * SNAP_YYYYMM.DAT snapshots - and a trailer with the record     *
      * count and balance totals. The account figures are the         *
      * cycle's snapshot, not the master as it stands later.          *
      *                                                               *
      * A card that is not active (closed, or blocked and reissued)   *
      * goes on being reported until its balance is zero: it is       *
      * reported once more at zero and then drops out. A card CHGOFF  *
      * has charged off is rated "L" for every cycle it was charged   *
      * off in, and is reported with what is still owed on its        *
      * CHGOFF.DAT record - the amount charged off less recoveries -  *
      * as both balance and amount past due, until recoveries clear   *
      * it.                                                           *
      *                                                               *
      * The BURCTL.DAT guard records the last cycle submitted, and a  *
      * cycle at or before it is refused with return code 8, so no    *
      * cycle is reported twice. BURRPT.TXT, the control report,      *
      * lists every card whose account status or payment rating       *
      * changed since that last submission, the cards new to the      *
      * file and the cards that dropped out of it.                    *
      * The cycle may be given as the first command-line argument     *
      * (YYYYMM); it defaults to the business date's month, the cycle *
      * CARDSNAP just wrote.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN DYNAMIC WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT OPTIONAL BUREAU-FILE
               ASSIGN DYNAMIC WS-BUREAU-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT BUREAU-WORK-FILE ASSIGN TO "BURWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BW-CARD-NUMBER
               FILE STATUS IS WS-BW-STATUS.
           SELECT OPTIONAL BUREAU-CONTROL-FILE
               ASSIGN TO "BURCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT OPTIONAL CHARGE-OFF-FILE
               ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CO-CARD-NUMBER
               FILE STATUS IS WS-CO-STATUS.
           SELECT BUREAU-REPORT-FILE ASSIGN TO "BURRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CARDREC.

       FD  SNAPSHOT-FILE.
       COPY SNAPREC.

       FD  BUREAU-FILE.
       COPY BURREC.

      *    One record per card seen in any of the 24 snapshots or in
      *    the last submission: the card's history ratings, this
      *    cycle's snapshot figures, and what was last submitted.
       FD  BUREAU-WORK-FILE.
       01  BUREAU-WORK-RECORD.
           05  BW-CARD-NUMBER       PIC X(16).
           05  BW-HISTORY.
               10  BW-HISTORY-CODE OCCURS 24 TIMES PIC X(01).
           05  BW-CURRENT-PRESENT   PIC X(01).
           05  BW-BALANCE           PIC 9(7)V99.
           05  BW-CREDIT-LIMIT      PIC 9(7)V99.
           05  BW-ACCOUNT-STATUS    PIC X(01).
           05  BW-MIN-PAYMENT-DUE   PIC 9(7)V99.
           05  BW-DAYS-PAST-DUE     PIC 9(5).
           05  BW-PRIOR-PRESENT     PIC X(01).
           05  BW-PRIOR-STATUS      PIC X(01).
           05  BW-PRIOR-RATING      PIC X(01).
           05  BW-PRIOR-BALANCE     PIC 9(7)V99.

       FD  BUREAU-CONTROL-FILE.
       01  BUREAU-CONTROL-RECORD.
           05  BC-LAST-CYCLE        PIC X(06).
           05  BC-REPORTED-DATE     PIC X(08).
           05  BC-RECORD-COUNT      PIC 9(07).

       FD  CHARGE-OFF-FILE.
       COPY CHGREC.

       FD  BUREAU-REPORT-FILE.
       01  BUREAU-REPORT-LINE       PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-SN-STATUS             PIC XX.
       01  WS-BR-STATUS             PIC XX.
       01  WS-BW-STATUS             PIC XX.
       01  WS-BC-STATUS             PIC XX.
       01  WS-CO-STATUS             PIC XX.
       01  WS-CO-OPEN               PIC X VALUE 'N'.
       01  WS-SNAP-EOF              PIC X VALUE 'N'.
       01  WS-BUREAU-EOF            PIC X VALUE 'N'.
       01  WS-WORK-EOF              PIC X VALUE 'N'.
       01  WS-WORK-ON-FILE          PIC X VALUE 'N'.
       01  WS-SNAP-FILENAME         PIC X(40).
       01  WS-BUREAU-FILENAME       PIC X(40).

      *    Cycle selection, as LINEREV does it - the cycle from the
      *    argument or the business date, then back a month at a
      *    time, rolling the year back across January.
       01  WS-ARG-COUNT             PIC 99.
       01  WS-CYCLE-PARM            PIC X(06).
       01  WS-CURR-CYCLE            PIC X(06).
       01  WS-WORK-CYCLE.
           05  WS-WORK-YYYY         PIC 9(4).
           05  WS-WORK-MM           PIC 99.

      *    The history window, this cycle in slot 1 and the oldest in
      *    slot 24 - the order the history string is reported in.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 24 TIMES.
               10  WS-CL-CYCLE          PIC X(06).
               10  WS-CL-FOUND          PIC X(01).
       01  WS-SLOT                  PIC 99.
       01  WS-CYCLES-MISSING        PIC 99 VALUE ZERO.

      *    The last submission, from the BURCTL.DAT guard.
       01  WS-PRIOR-CYCLE           PIC X(06) VALUE SPACES.
       01  WS-PRIOR-AVAILABLE       PIC X VALUE 'N'.

       01  WS-WORK-DAYS             PIC 9(5).
       01  WS-RATING                PIC X(01).
       01  WS-REPORT-CARD           PIC X(01).
       01  WS-CHANGE-TEXT           PIC X(26).

       01  WS-COUNTERS.
           05  WS-SNAP-RECORDS      PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-RECORDS     PIC 9(7) VALUE ZERO.
           05  WS-CARDS-REPORTED    PIC 9(7) VALUE ZERO.
           05  WS-CARDS-PAID-OFF    PIC 9(7) VALUE ZERO.
           05  WS-CARDS-CHANGED     PIC 9(7) VALUE ZERO.
           05  WS-CARDS-NEW         PIC 9(7) VALUE ZERO.
           05  WS-CARDS-DROPPED     PIC 9(7) VALUE ZERO.
           05  WS-NOT-ON-MASTER     PIC 9(7) VALUE ZERO.
           05  WS-NO-CHARGE-OFF     PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-BALANCE     PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-PAST-DUE    PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-LIMIT       PIC 9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-EXTRACT
           PERFORM LOAD-SNAPSHOT-HISTORY
           PERFORM LOAD-PRIOR-SUBMISSION
           PERFORM WRITE-BUREAU-FILE
           PERFORM STAMP-BUREAU-CONTROL
           PERFORM FINALIZE-EXTRACT
           STOP RUN.

      *****************************************************************
      * INITIALIZE-EXTRACT settles the cycle and reads the BURCTL.DAT *
      * guard first: a cycle is never submitted twice, and never      *
      * behind one already submitted.                                 *
      *****************************************************************
       INITIALIZE-EXTRACT.
           PERFORM READ-BUSINESS-DATE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-CYCLE-PARM FROM ARGUMENT-VALUE
               IF WS-CYCLE-PARM IS NOT NUMERIC
                   DISPLAY "Cycle argument not numeric: "
                       WS-CYCLE-PARM
                   DISPLAY "Usage: BUREXTR <cycle-yyyymm>"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CYCLE-PARM TO WS-WORK-CYCLE
           ELSE
               MOVE BD-BUSINESS-DATE(1:6) TO WS-WORK-CYCLE
           END-IF
           IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
               DISPLAY "Not a valid cycle: " WS-WORK-CYCLE
               DISPLAY "Usage: BUREXTR <cycle-yyyymm>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WORK-CYCLE TO WS-CURR-CYCLE

           OPEN INPUT BUREAU-CONTROL-FILE
           IF WS-BC-STATUS = "00"
               READ BUREAU-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-LAST-CYCLE NOT < WS-CURR-CYCLE
                           DISPLAY "Cycle " WS-CURR-CYCLE
                               " has already been reported to the "
                               "bureaus (last cycle submitted: "
                               BC-LAST-CYCLE ")."
                           DISPLAY "Refusing to report a cycle twice."
                               " Remove BURCTL.DAT only if this is "
                               "intentional."
                           CLOSE BUREAU-CONTROL-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE BC-LAST-CYCLE TO WS-PRIOR-CYCLE
                       MOVE 'Y' TO WS-PRIOR-AVAILABLE
               END-READ
               CLOSE BUREAU-CONTROL-FILE
           ELSE
               IF WS-BC-STATUS = "05"
                   CLOSE BUREAU-CONTROL-FILE
               END-IF
           END-IF

      *    Fill the window from this cycle back.
           INITIALIZE WS-CYCLE-TABLE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 24
               MOVE WS-WORK-CYCLE TO WS-CL-CYCLE(WS-SLOT)
               MOVE 'N' TO WS-CL-FOUND(WS-SLOT)
               IF WS-WORK-MM = 1
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
           END-PERFORM

           OPEN INPUT CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-WORK-FILE
           IF WS-BW-STATUS NOT = "00"
               DISPLAY "Unable to build BURWORK.DAT - status "
                   WS-BW-STATUS
               CLOSE CARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUREAU-WORK-FILE
           OPEN I-O BUREAU-WORK-FILE

           MOVE 'N' TO WS-CO-OPEN
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CO-STATUS = "00" OR WS-CO-STATUS = "05"
               MOVE 'Y' TO WS-CO-OPEN
           ELSE
               DISPLAY "Warning: unable to open CHGOFF.DAT - "
                   "status " WS-CO-STATUS
                   " - charged-off cards report the snapshot balance"
           END-IF.

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
      * LOAD-SNAPSHOT-HISTORY rates every card in each of the 24      *
      * snapshots into the work file. A missing older snapshot (a     *
      * card programme younger than two years) leaves "-" in that     *
      * cycle's history position; a missing snapshot for the cycle    *
      * being reported means CARDSNAP has not run, and nothing is     *
      * submitted.                                                    *
      *****************************************************************
       LOAD-SNAPSHOT-HISTORY.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 24
               PERFORM LOAD-ONE-CYCLE
           END-PERFORM
           IF WS-CO-OPEN = 'Y'
               CLOSE CHARGE-OFF-FILE
           END-IF

           IF WS-CL-FOUND(1) NOT = 'Y'
               DISPLAY "Unable to read SNAP_" WS-CURR-CYCLE
                   ".DAT - run CARDSNAP for that cycle first."
               CLOSE CARD-FILE
               CLOSE BUREAU-WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-CYCLE.
           MOVE SPACES TO WS-SNAP-FILENAME
           STRING "SNAP_" WS-CL-CYCLE(WS-SLOT) ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-FILENAME
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SN-STATUS = "00"
               MOVE 'Y' TO WS-CL-FOUND(WS-SLOT)
               MOVE 'N' TO WS-SNAP-EOF
               PERFORM UNTIL WS-SNAP-EOF = 'Y'
                   READ SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SNAP-EOF
                       NOT AT END
                           PERFORM STORE-SNAPSHOT-CARD
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           ELSE
               IF WS-SN-STATUS = "05"
                   CLOSE SNAPSHOT-FILE
               END-IF
               ADD 1 TO WS-CYCLES-MISSING
           END-IF.

       STORE-SNAPSHOT-CARD.
           IF WS-SLOT = 1
               ADD 1 TO WS-SNAP-RECORDS
           END-IF
           MOVE SN-CARD-NUMBER TO BW-CARD-NUMBER
           PERFORM READ-WORK-CARD

           MOVE SN-DAYS-PAST-DUE TO WS-WORK-DAYS
           PERFORM RATE-DAYS-PAST-DUE
           IF SN-ACCOUNT-STATUS = 'O'
               MOVE 'L' TO WS-RATING
           END-IF
           MOVE WS-RATING TO BW-HISTORY-CODE(WS-SLOT)

           IF WS-SLOT = 1
               MOVE 'Y' TO BW-CURRENT-PRESENT
               MOVE SN-BALANCE TO BW-BALANCE
               MOVE SN-CREDIT-LIMIT TO BW-CREDIT-LIMIT
               MOVE SN-ACCOUNT-STATUS TO BW-ACCOUNT-STATUS
               MOVE SN-MIN-PAYMENT-DUE TO BW-MIN-PAYMENT-DUE
               MOVE SN-DAYS-PAST-DUE TO BW-DAYS-PAST-DUE
               IF SN-ACCOUNT-STATUS = 'O'
                   PERFORM TAKE-CHARGE-OFF-BALANCE
               END-IF
           END-IF

           PERFORM SAVE-WORK-CARD.

      *    CHGOFF took a charged-off card's balance off the master, so
      *    the snapshot shows it owing nothing; what the bureau is told
      *    is owed is the charged-off amount less what CARDPOST has
      *    recovered since, all of it past due from the days past due
      *    the card had reached when it was charged off.
       TAKE-CHARGE-OFF-BALANCE.
           IF WS-CO-OPEN = 'Y'
               MOVE SN-CARD-NUMBER TO CO-CARD-NUMBER
               READ CHARGE-OFF-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-CHARGE-OFF
                   NOT INVALID KEY
                       IF CO-RECOVERED-AMOUNT < CO-CHARGEOFF-AMOUNT
                           COMPUTE BW-BALANCE = CO-CHARGEOFF-AMOUNT
                               - CO-RECOVERED-AMOUNT
                       ELSE
                           MOVE ZERO TO BW-BALANCE
                       END-IF
                       MOVE BW-BALANCE TO BW-MIN-PAYMENT-DUE
                       MOVE CO-DAYS-PAST-DUE TO BW-DAYS-PAST-DUE
               END-READ
           ELSE
               ADD 1 TO WS-NO-CHARGE-OFF
           END-IF.

      *    Reads the work record for the card in BW-CARD-NUMBER, or
      *    starts a fresh one with no history and nothing submitted.
       READ-WORK-CARD.
           MOVE 'N' TO WS-WORK-ON-FILE
           READ BUREAU-WORK-FILE
               INVALID KEY
                   MOVE ALL "-" TO BW-HISTORY
                   MOVE 'N' TO BW-CURRENT-PRESENT
                   MOVE ZERO TO BW-BALANCE
                   MOVE ZERO TO BW-CREDIT-LIMIT
                   MOVE SPACES TO BW-ACCOUNT-STATUS
                   MOVE ZERO TO BW-MIN-PAYMENT-DUE
                   MOVE ZERO TO BW-DAYS-PAST-DUE
                   MOVE 'N' TO BW-PRIOR-PRESENT
                   MOVE SPACES TO BW-PRIOR-STATUS
                   MOVE SPACES TO BW-PRIOR-RATING
                   MOVE ZERO TO BW-PRIOR-BALANCE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WORK-ON-FILE
           END-READ.

       SAVE-WORK-CARD.
           IF WS-WORK-ON-FILE = 'Y'
               REWRITE BUREAU-WORK-RECORD
           ELSE
               WRITE BUREAU-WORK-RECORD
           END-IF.

      *    The bureau's 30-day buckets, carried on past CARDRISK's
      *    90+ so a long-delinquent account shows how far it went.
       RATE-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN WS-WORK-DAYS >= 180
                   MOVE '6' TO WS-RATING
               WHEN WS-WORK-DAYS >= 150
                   MOVE '5' TO WS-RATING
               WHEN WS-WORK-DAYS >= 120
                   MOVE '4' TO WS-RATING
               WHEN WS-WORK-DAYS >= 90
                   MOVE '3' TO WS-RATING
               WHEN WS-WORK-DAYS >= 60
                   MOVE '2' TO WS-RATING
               WHEN WS-WORK-DAYS >= 30
                   MOVE '1' TO WS-RATING
               WHEN OTHER
                   MOVE '0' TO WS-RATING
           END-EVALUATE.

      *****************************************************************
      * LOAD-PRIOR-SUBMISSION reads the last cycle's BUREAU file back *
      * into the work file for the status-change comparison and the   *
      * closed-card rule. The first submission has nothing to compare *
      * against; a last submission whose file has gone is reported    *
      * and the comparison skipped.                                   *
      *****************************************************************
       LOAD-PRIOR-SUBMISSION.
           IF WS-PRIOR-AVAILABLE = 'Y'
               MOVE SPACES TO WS-BUREAU-FILENAME
               STRING "BUREAU_" WS-PRIOR-CYCLE ".DAT"
                   DELIMITED BY SIZE INTO WS-BUREAU-FILENAME
               OPEN INPUT BUREAU-FILE
               IF WS-BR-STATUS NOT = "00"
                   IF WS-BR-STATUS = "05"
                       CLOSE BUREAU-FILE
                   END-IF
                   DISPLAY "Warning: last submission "
                       WS-BUREAU-FILENAME " not found - status "
                       WS-BR-STATUS " - no status comparison"
                   MOVE 'N' TO WS-PRIOR-AVAILABLE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WS-BUREAU-EOF
                   PERFORM UNTIL WS-BUREAU-EOF = 'Y'
                       READ BUREAU-FILE
                           AT END
                               MOVE 'Y' TO WS-BUREAU-EOF
                           NOT AT END
                               IF BR-DETAIL-RECORD
                                   PERFORM STORE-PRIOR-CARD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUREAU-FILE
               END-IF
           END-IF.

       STORE-PRIOR-CARD.
           ADD 1 TO WS-PRIOR-RECORDS
           MOVE BR-CARD-NUMBER TO BW-CARD-NUMBER
           PERFORM READ-WORK-CARD
           MOVE 'Y' TO BW-PRIOR-PRESENT
           MOVE BR-ACCOUNT-STATUS TO BW-PRIOR-STATUS
           MOVE BR-PAYMENT-RATING TO BW-PRIOR-RATING
           MOVE BR-BALANCE TO BW-PRIOR-BALANCE
           PERFORM SAVE-WORK-CARD.

      *****************************************************************
      * WRITE-BUREAU-FILE passes the work file in card order, writing *
      * the submission and the control report together.               *
      *****************************************************************
       WRITE-BUREAU-FILE.
           CLOSE BUREAU-WORK-FILE
           OPEN INPUT BUREAU-WORK-FILE

           MOVE SPACES TO WS-BUREAU-FILENAME
           STRING "BUREAU_" WS-CURR-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-BUREAU-FILENAME
           OPEN OUTPUT BUREAU-FILE
           IF WS-BR-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-BUREAU-FILENAME
                   " - status " WS-BR-STATUS
               CLOSE CARD-FILE
               CLOSE BUREAU-WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           MOVE SPACES TO BUREAU-HEADER-RECORD
           MOVE 'H' TO BH-RECORD-TYPE
           MOVE WS-CURR-CYCLE TO BH-CYCLE
           MOVE BD-BUSINESS-DATE TO BH-CREATED-DATE
           MOVE "CREDIT-CARD-SYSTEM" TO BH-REPORTER-NAME
           WRITE BUREAU-HEADER-RECORD

           MOVE 'N' TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = 'Y'
               READ BUREAU-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-CARD
               END-READ
           END-PERFORM

           MOVE SPACES TO BUREAU-TRAILER-RECORD
           MOVE 'T' TO BT-RECORD-TYPE
           MOVE WS-CURR-CYCLE TO BT-CYCLE
           MOVE WS-CARDS-REPORTED TO BT-RECORD-COUNT
           MOVE WS-TOTAL-BALANCE TO BT-TOTAL-BALANCE
           MOVE WS-TOTAL-PAST-DUE TO BT-TOTAL-PAST-DUE
           MOVE WS-TOTAL-LIMIT TO BT-TOTAL-LIMIT
           WRITE BUREAU-TRAILER-RECORD

           PERFORM WRITE-REPORT-TOTALS

           CLOSE CARD-FILE
           CLOSE BUREAU-WORK-FILE
           CLOSE BUREAU-FILE
           CLOSE BUREAU-REPORT-FILE.

       REPORT-ONE-CARD.
           IF BW-CURRENT-PRESENT = 'Y'
               PERFORM DECIDE-REPORTING
               IF WS-REPORT-CARD = 'Y'
                   PERFORM WRITE-DETAIL-RECORD
                   PERFORM CHECK-STATUS-CHANGE
               ELSE
                   ADD 1 TO WS-CARDS-PAID-OFF
                   IF BW-PRIOR-PRESENT = 'Y'
                       MOVE "DROPPED - PAID OFF/CLOSED"
                           TO WS-CHANGE-TEXT
                       ADD 1 TO WS-CARDS-DROPPED
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
               END-IF
           ELSE
               IF BW-PRIOR-PRESENT = 'Y'
                   MOVE "DROPPED - NOT ON SNAPSHOT" TO WS-CHANGE-TEXT
                   ADD 1 TO WS-CARDS-DROPPED
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-IF.

      *    An active card is always reported. Any other card is
      *    reported while it carries a balance, and once more at
      *    zero if the last submission still showed it owing or
      *    active, so the bureau sees the account paid off.
       DECIDE-REPORTING.
           MOVE 'Y' TO WS-REPORT-CARD
           IF BW-ACCOUNT-STATUS NOT = 'A' AND BW-BALANCE = ZERO
               IF BW-PRIOR-PRESENT = 'Y' AND
                   (BW-PRIOR-BALANCE > ZERO OR BW-PRIOR-STATUS = 'A')
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-REPORT-CARD
               END-IF
           END-IF.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO BUREAU-DETAIL-RECORD
           MOVE 'D' TO BR-RECORD-TYPE
           MOVE WS-CURR-CYCLE TO BR-CYCLE
           MOVE BW-CARD-NUMBER TO BR-CARD-NUMBER

           MOVE BW-CARD-NUMBER TO CR-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE SPACES TO BR-CARDHOLDER-NAME
                   MOVE SPACES TO BR-LAST-PAYMENT-DATE
               NOT INVALID KEY
                   MOVE CR-CARDHOLDER-NAME TO BR-CARDHOLDER-NAME
                   MOVE CR-LAST-PAYMENT-DATE TO BR-LAST-PAYMENT-DATE
           END-READ

           MOVE BW-ACCOUNT-STATUS TO BR-ACCOUNT-STATUS
           MOVE BW-HISTORY-CODE(1) TO BR-PAYMENT-RATING
           MOVE BW-BALANCE TO BR-BALANCE
           MOVE BW-CREDIT-LIMIT TO BR-CREDIT-LIMIT
           MOVE BW-MIN-PAYMENT-DUE TO BR-MIN-PAYMENT-DUE
           IF BW-DAYS-PAST-DUE > ZERO
               MOVE BW-MIN-PAYMENT-DUE TO BR-AMOUNT-PAST-DUE
           ELSE
               MOVE ZERO TO BR-AMOUNT-PAST-DUE
           END-IF
           MOVE BW-DAYS-PAST-DUE TO BR-DAYS-PAST-DUE
           MOVE BW-HISTORY TO BR-PAYMENT-HISTORY
           WRITE BUREAU-DETAIL-RECORD

           ADD 1 TO WS-CARDS-REPORTED
           ADD BR-BALANCE TO WS-TOTAL-BALANCE
           ADD BR-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE
           ADD BR-CREDIT-LIMIT TO WS-TOTAL-LIMIT.

      *    Only meaningful against a last submission; the first one
      *    has nothing to have changed from.
       CHECK-STATUS-CHANGE.
           IF WS-PRIOR-AVAILABLE = 'Y'
               IF BW-PRIOR-PRESENT = 'N'
                   MOVE "NEW TO REPORTING" TO WS-CHANGE-TEXT
                   ADD 1 TO WS-CARDS-NEW
                   PERFORM WRITE-CHANGE-LINE
               ELSE
                   IF BW-PRIOR-STATUS NOT = BW-ACCOUNT-STATUS
                       OR BW-PRIOR-RATING NOT = BW-HISTORY-CODE(1)
                       MOVE "STATUS CHANGED" TO WS-CHANGE-TEXT
                       ADD 1 TO WS-CARDS-CHANGED
                       PERFORM WRITE-CHANGE-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "CREDIT BUREAU SUBMISSION CONTROL - CYCLE "
               WS-CURR-CYCLE "  BUSINESS DATE " BD-BUSINESS-DATE
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE

           MOVE ALL "=" TO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE

           MOVE SPACES TO BUREAU-REPORT-LINE
           IF WS-PRIOR-AVAILABLE = 'Y'
               STRING "Changes since the cycle " WS-PRIOR-CYCLE
                   " submission"
                   DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           ELSE
               STRING "*** NO LAST SUBMISSION ON FILE - STATUS "
                   "CHANGES NOT REPORTED ***"
                   DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           END-IF
           WRITE BUREAU-REPORT-LINE

           MOVE SPACES TO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE

           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Card                 Change                      "
               "Status  Rating         Balance"
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE

           MOVE ALL "-" TO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE.

      *    Status and rating are shown last submission -> this cycle;
      *    a side with no record shows blank.
       WRITE-CHANGE-LINE.
           MOVE BW-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING BW-CARD-NUMBER(1:4) "-****-****-"
               BW-CARD-NUMBER(13:4) "  " WS-CHANGE-TEXT "  "
               BW-PRIOR-STATUS " -> " BW-ACCOUNT-STATUS "  "
               BW-PRIOR-RATING " -> " BW-HISTORY-CODE(1) "  "
               WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Submission file:        " WS-BUREAU-FILENAME
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Cards on snapshot:      " WS-SNAP-RECORDS
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Cards reported:         " WS-CARDS-REPORTED
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Closed, paid off:       " WS-CARDS-PAID-OFF
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Status changed:         " WS-CARDS-CHANGED
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "New to reporting:       " WS-CARDS-NEW
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Dropped from reporting: " WS-CARDS-DROPPED
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "History cycles missing: " WS-CYCLES-MISSING
               " of 24"
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE WS-TOTAL-BALANCE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Total balance:         $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE WS-TOTAL-PAST-DUE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Total past due:        $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE
           MOVE WS-TOTAL-LIMIT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO BUREAU-REPORT-LINE
           STRING "Total credit limit:    $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO BUREAU-REPORT-LINE
           WRITE BUREAU-REPORT-LINE.

      *    Set only once the submission is complete, so a run that
      *    fails part way can simply be rerun.
       STAMP-BUREAU-CONTROL.
           OPEN OUTPUT BUREAU-CONTROL-FILE
           IF WS-BC-STATUS = "00"
               MOVE WS-CURR-CYCLE TO BC-LAST-CYCLE
               MOVE BD-BUSINESS-DATE TO BC-REPORTED-DATE
               MOVE WS-CARDS-REPORTED TO BC-RECORD-COUNT
               WRITE BUREAU-CONTROL-RECORD
               CLOSE BUREAU-CONTROL-FILE
           ELSE
               DISPLAY "Warning: unable to write BURCTL.DAT - "
                   "status " WS-BC-STATUS
                   " - the double-report guard is not set"
               MOVE 4 TO RETURN-CODE
           END-IF.

       FINALIZE-EXTRACT.
           DISPLAY "Credit bureau extract complete for cycle "
               WS-CURR-CYCLE "."
           DISPLAY "Cards reported: " WS-CARDS-REPORTED
               "  closed and paid off: " WS-CARDS-PAID-OFF
           DISPLAY "Status changed: " WS-CARDS-CHANGED
               "  new: " WS-CARDS-NEW "  dropped: " WS-CARDS-DROPPED
           MOVE WS-TOTAL-BALANCE TO WS-DISPLAY-TOTAL
           DISPLAY "Total balance reported: $" WS-DISPLAY-TOTAL
           IF WS-NOT-ON-MASTER > ZERO
               DISPLAY "Warning: " WS-NOT-ON-MASTER " reported cards "
                   "no longer on the master - name and last payment "
                   "date left blank"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NO-CHARGE-OFF > ZERO
               DISPLAY "Warning: " WS-NO-CHARGE-OFF " charged-off "
                   "cards with no CHGOFF.DAT record - reported at "
                   "the snapshot balance"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Submission file: " WS-BUREAU-FILENAME
           DISPLAY "See BURRPT.TXT.".
