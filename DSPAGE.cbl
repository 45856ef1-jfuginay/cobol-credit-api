       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Open dispute aging report                                     *
      * Sweeps DISPUTE.DAT and lists every dispute still open, with   *
      * its age from the open date and the days left to the response  *
      * deadline DSPINTK set, so the disputes team works the ones     *
      * about to breach first. Each open dispute is flagged           *
      *   OVERDUE  - past its response deadline                       *
      *   DUE SOON - deadline within the warning window               *
      * and the report closes with counts and disputed amounts by     *
      * age band. Any overdue dispute ends the run with return code   *
      * 4 so the scheduler draws attention to it.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "DSPAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE        PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-DP-STATUS             PIC XX.
       01  WS-DISPUTE-EOF           PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-DISPUTES-READ     PIC 9(5) VALUE ZERO.
           05  WS-DISPUTES-OPEN     PIC 9(5) VALUE ZERO.
           05  WS-DISPUTES-OVERDUE  PIC 9(5) VALUE ZERO.
           05  WS-DISPUTES-DUE-SOON PIC 9(5) VALUE ZERO.
           05  WS-AGE-30-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-AGE-60-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-AGE-90-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-AGE-OVER-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-OPEN-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-OVERDUE-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-AGE-30-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-AGE-60-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-AGE-90-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-AGE-OVER-TOTAL    PIC 9(11)V99 VALUE ZERO.

      *    A dispute whose deadline is this many days away or fewer
      *    is flagged DUE SOON.
       01  WS-WARNING-DAYS          PIC 9(3) VALUE 10.

       01  WS-AGING-FIELDS.
           05  WS-TODAY-NUM         PIC 9(8).
           05  WS-TODAY-INTEGER     PIC 9(7).
           05  WS-WORK-NUM          PIC 9(8).
           05  WS-DAYS-OPEN         PIC S9(5).
           05  WS-DAYS-TO-DEADLINE  PIC S9(5).
           05  WS-AGING-FLAG        PIC X(08).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DAYS      PIC ZZZZ9.
           05  WS-DISPLAY-LEFT      PIC -ZZZZ9.
           05  WS-DISPLAY-COUNT     PIC ZZZZ9.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-AGING
           PERFORM UNTIL WS-DISPUTE-EOF = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-DISPUTE-EOF
                   NOT AT END
                       ADD 1 TO WS-DISPUTES-READ
                       IF DP-DISPUTE-OPEN
                           PERFORM AGE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FINALIZE-AGING
           STOP RUN.

      *    Ages run from the business date, not the wall clock.
       INITIALIZE-AGING.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00" AND WS-DP-STATUS NOT = "05"
               DISPLAY "Unable to open DISPUTE.DAT - status "
                   WS-DP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN DISPUTE AGING REPORT - " WS-TODAY-NUM
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE ALL "=" TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING "Card                 Charge   Time           "
               "Amount  Opened    Days  Deadline   Left  Flag"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE ALL "-" TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

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
      * AGE-ONE-DISPUTE works out the days open and the days left to  *
      * the deadline (negative once it has passed), flags the         *
      * dispute and adds it to its age band.                          *
      *****************************************************************
       AGE-ONE-DISPUTE.
           ADD 1 TO WS-DISPUTES-OPEN
           ADD DP-AMOUNT TO WS-OPEN-TOTAL

           MOVE ZERO TO WS-DAYS-OPEN
           IF DP-OPEN-DATE IS NUMERIC
               MOVE DP-OPEN-DATE TO WS-WORK-NUM
               COMPUTE WS-DAYS-OPEN =
                   WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           END-IF

           MOVE ZERO TO WS-DAYS-TO-DEADLINE
           IF DP-RESPONSE-DUE IS NUMERIC
               MOVE DP-RESPONSE-DUE TO WS-WORK-NUM
               COMPUTE WS-DAYS-TO-DEADLINE =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) -
                   WS-TODAY-INTEGER
           END-IF

           MOVE SPACES TO WS-AGING-FLAG
           EVALUATE TRUE
               WHEN WS-DAYS-TO-DEADLINE < ZERO
                   MOVE "OVERDUE" TO WS-AGING-FLAG
                   ADD 1 TO WS-DISPUTES-OVERDUE
                   ADD DP-AMOUNT TO WS-OVERDUE-TOTAL
               WHEN WS-DAYS-TO-DEADLINE <= WS-WARNING-DAYS
                   MOVE "DUE SOON" TO WS-AGING-FLAG
                   ADD 1 TO WS-DISPUTES-DUE-SOON
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-DAYS-OPEN > 90
                   ADD 1 TO WS-AGE-OVER-COUNT
                   ADD DP-AMOUNT TO WS-AGE-OVER-TOTAL
               WHEN WS-DAYS-OPEN > 60
                   ADD 1 TO WS-AGE-90-COUNT
                   ADD DP-AMOUNT TO WS-AGE-90-TOTAL
               WHEN WS-DAYS-OPEN > 30
                   ADD 1 TO WS-AGE-60-COUNT
                   ADD DP-AMOUNT TO WS-AGE-60-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-AGE-30-COUNT
                   ADD DP-AMOUNT TO WS-AGE-30-TOTAL
           END-EVALUATE

           PERFORM WRITE-DISPUTE-LINE.

       WRITE-DISPUTE-LINE.
           MOVE DP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-DAYS-OPEN TO WS-DISPLAY-DAYS
           MOVE WS-DAYS-TO-DEADLINE TO WS-DISPLAY-LEFT

           MOVE SPACES TO AGING-REPORT-LINE
           STRING DP-CARD-NUMBER(1:4) "-****-****-"
               DP-CARD-NUMBER(13:4)
               "  " DP-TRANS-DATE " " DP-TRANS-TIME
               " " WS-DISPLAY-AMOUNT
               "  " DP-OPEN-DATE
               " " WS-DISPLAY-DAYS
               "  " DP-RESPONSE-DUE
               " " WS-DISPLAY-LEFT
               "  " WS-AGING-FLAG
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       FINALIZE-AGING.
           IF WS-DISPUTES-OPEN = ZERO
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  No open disputes"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN DISPUTES BY AGE"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE ALL "-" TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-AGE-30-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-AGE-30-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  0-30 days:   " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-AGE-60-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-AGE-60-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  31-60 days:  " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-AGE-90-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-AGE-90-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  61-90 days:  " WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-AGE-OVER-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-AGE-OVER-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  Over 90 days:" WS-DISPLAY-COUNT
               "  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING "Disputes Read: " WS-DISPUTES-READ
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-OPEN-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "Disputes Open: " WS-DISPUTES-OPEN
               "  Amount in dispute: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE WS-OVERDUE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "Past Response Deadline: " WS-DISPUTES-OVERDUE
               "  Amount: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING "Deadline Within Warning Window: "
               WS-DISPUTES-DUE-SOON
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           CLOSE DISPUTE-FILE
           CLOSE AGING-REPORT-FILE

           DISPLAY "Dispute aging complete. " WS-DISPUTES-OPEN
               " open, " WS-DISPUTES-OVERDUE
               " past the response deadline."
           DISPLAY "See DSPAGE.TXT for details."
           IF WS-DISPUTES-OVERDUE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
