       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Monthly charge-off and recovery report for finance            *
      * Writes CHGRPT.TXT for one month in three sections:            *
      *   - charge-offs: every CHGOFF.DAT record CHGOFF wrote in the  *
      *     month, with its principal, interest and fee split, and    *
      *     the month's totals                                        *
      *   - recoveries: every payment CARDPOST booked against a       *
      *     charged-off card in the month - the PJ-ATM-ID "RECOVERY"  *
      *     credits, found by trying each date of the month and the   *
      *     month after as a PJRNL_YYYYMMDD.DAT archive name (a cycle *
      *     that closes after month end carries the month's last      *
      *     days), and in the working POSTJRNL.DAT                    *
      *   - the month's net loss (charged off less recovered) and the *
      *     charged-off portfolio as it stands: cards, amount charged *
      *     off, recovered and still outstanding, and cards recovered *
      *     in full                                                   *
      * The month may be given as the first command-line argument     *
      * (YYYYMM); it defaults to the business date's month. Nothing   *
      * is updated, so the report can be rerun for any month.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHARGE-OFF-FILE
               ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
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
           SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO "CHGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CHARGE-OFF-REPORT-FILE.
       01  CHARGE-OFF-REPORT-LINE   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-CO-STATUS             PIC XX.
       01  WS-PJ-STATUS             PIC XX.
       01  WS-JA-STATUS             PIC XX.
       01  WS-CO-EOF                PIC X VALUE 'N'.
       01  WS-PJ-EOF                PIC X VALUE 'N'.
       01  WS-JA-EOF                PIC X VALUE 'N'.
       01  WS-ARCHIVE-FILENAME      PIC X(40).

      *    Month selection, as BUREXTR does it - the month from the
      *    argument or the business date.
       01  WS-ARG-COUNT             PIC 99.
       01  WS-MONTH-PARM            PIC X(06).
       01  WS-REPORT-MONTH          PIC X(06).
       01  WS-WORK-MONTH.
           05  WS-WORK-YYYY         PIC 9(4).
           05  WS-WORK-MM           PIC 99.

      *    Archive sweep: days 1 to 31 of the month and of the month
      *    after. A date that cannot have an archive opens empty.
       01  WS-SWEEP-MONTH           PIC X(06).
       01  WS-SWEEP-DAY             PIC 99.

       01  WS-COUNTERS.
           05  WS-CHARGEOFFS-MONTH  PIC 9(5) VALUE ZERO.
           05  WS-RECOVERIES-MONTH  PIC 9(5) VALUE ZERO.
           05  WS-PORTFOLIO-CARDS   PIC 9(5) VALUE ZERO.
           05  WS-RECOVERED-FULL    PIC 9(5) VALUE ZERO.
           05  WS-ARCHIVES-READ     PIC 9(5) VALUE ZERO.

       01  WS-MONTH-TOTALS.
           05  WS-MONTH-PRINCIPAL   PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-INTEREST    PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-FEES        PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-CHARGED-OFF PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-RECOVERED   PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTH-NET-LOSS    PIC S9(11)V99 VALUE ZERO.

       01  WS-PORTFOLIO-TOTALS.
           05  WS-PORT-CHARGED-OFF  PIC 9(11)V99 VALUE ZERO.
           05  WS-PORT-RECOVERED    PIC 9(11)V99 VALUE ZERO.
           05  WS-PORT-OUTSTANDING  PIC 9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-INTEREST  PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-FEES      PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-NET       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DAYS      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REPORT
           PERFORM WRITE-CHARGE-OFF-SECTION
           PERFORM WRITE-RECOVERY-SECTION
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM FINALIZE-REPORT
           STOP RUN.

       INITIALIZE-REPORT.
           PERFORM READ-BUSINESS-DATE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-MONTH-PARM FROM ARGUMENT-VALUE
               IF WS-MONTH-PARM IS NOT NUMERIC
                   DISPLAY "Month argument not numeric: "
                       WS-MONTH-PARM
                   DISPLAY "Usage: CHGRPT <month-yyyymm>"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MONTH-PARM TO WS-WORK-MONTH
           ELSE
               MOVE BD-BUSINESS-DATE(1:6) TO WS-WORK-MONTH
           END-IF
           IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
               DISPLAY "Not a valid month: " WS-WORK-MONTH
               DISPLAY "Usage: CHGRPT <month-yyyymm>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WORK-MONTH TO WS-REPORT-MONTH

           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CO-STATUS NOT = "00" AND WS-CO-STATUS NOT = "05"
               DISPLAY "Unable to open CHGOFF.DAT - status "
                   WS-CO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHARGE-OFF-REPORT-FILE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "CHARGE-OFF AND RECOVERY REPORT - MONTH "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE ALL "=" TO CHARGE-OFF-REPORT-LINE
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
      * WRITE-CHARGE-OFF-SECTION reads CHGOFF.DAT once: the records   *
      * charged off in the month are listed, and every record counts  *
      * toward the portfolio position in the summary.                 *
      *****************************************************************
       WRITE-CHARGE-OFF-SECTION.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "CHARGE-OFFS IN THE MONTH"
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE ALL "-" TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE 'N' TO WS-CO-EOF
           PERFORM UNTIL WS-CO-EOF = 'Y'
               READ CHARGE-OFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       PERFORM TALLY-CHARGE-OFF-RECORD
               END-READ
           END-PERFORM
           CLOSE CHARGE-OFF-FILE

           IF WS-CHARGEOFFS-MONTH = ZERO
               MOVE SPACES TO CHARGE-OFF-REPORT-LINE
               STRING "  None"
                   DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
               WRITE CHARGE-OFF-REPORT-LINE
           END-IF

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Cards Charged Off:     " WS-CHARGEOFFS-MONTH
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-MONTH-PRINCIPAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Principal:             $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-MONTH-INTEREST TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Interest:              $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-MONTH-FEES TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Fees:                  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-MONTH-CHARGED-OFF TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Total Charged Off:     $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       TALLY-CHARGE-OFF-RECORD.
           ADD 1 TO WS-PORTFOLIO-CARDS
           ADD CO-CHARGEOFF-AMOUNT TO WS-PORT-CHARGED-OFF
           ADD CO-RECOVERED-AMOUNT TO WS-PORT-RECOVERED
           IF CO-RECOVERED-AMOUNT < CO-CHARGEOFF-AMOUNT
               COMPUTE WS-PORT-OUTSTANDING = WS-PORT-OUTSTANDING
                   + CO-CHARGEOFF-AMOUNT - CO-RECOVERED-AMOUNT
           END-IF
           IF CO-RECOVERED-IN-FULL
               ADD 1 TO WS-RECOVERED-FULL
           END-IF

           IF CO-CHARGEOFF-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-CHARGEOFFS-MONTH
               ADD CO-PRINCIPAL TO WS-MONTH-PRINCIPAL
               ADD CO-INTEREST TO WS-MONTH-INTEREST
               ADD CO-FEES TO WS-MONTH-FEES
               ADD CO-CHARGEOFF-AMOUNT TO WS-MONTH-CHARGED-OFF
               PERFORM WRITE-CHARGE-OFF-LINE
           END-IF.

       WRITE-CHARGE-OFF-LINE.
           MOVE CO-CHARGEOFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE CO-PRINCIPAL TO WS-DISPLAY-PRINCIPAL
           MOVE CO-INTEREST TO WS-DISPLAY-INTEREST
           MOVE CO-FEES TO WS-DISPLAY-FEES
           MOVE CO-DAYS-PAST-DUE TO WS-DISPLAY-DAYS

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Card: " CO-CARD-NUMBER(1:4) "-****-****-"
               CO-CARD-NUMBER(13:4)
               " Name: " CO-CARDHOLDER-NAME
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "  Date: " CO-CHARGEOFF-DATE
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

      *****************************************************************
      * WRITE-RECOVERY-SECTION lists the month's recoveries from the  *
      * journal. ARCHIVE-CYCLE-JOURNAL moves records out of           *
      * POSTJRNL.DAT rather than copying them, so no recovery is in   *
      * both an archive and the working journal; the month filter in  *
      * TALLY-RECOVERY keeps each archive's other-month records out.  *
      *****************************************************************
       WRITE-RECOVERY-SECTION.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "RECOVERIES IN THE MONTH"
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE ALL "-" TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-REPORT-MONTH TO WS-SWEEP-MONTH
           PERFORM SWEEP-MONTH-ARCHIVES

           MOVE WS-REPORT-MONTH TO WS-WORK-MONTH
           IF WS-WORK-MM = 12
               MOVE 1 TO WS-WORK-MM
               ADD 1 TO WS-WORK-YYYY
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           MOVE WS-WORK-MONTH TO WS-SWEEP-MONTH
           PERFORM SWEEP-MONTH-ARCHIVES

           OPEN INPUT POST-JOURNAL-FILE
           IF WS-PJ-STATUS = "00" OR WS-PJ-STATUS = "05"
               MOVE 'N' TO WS-PJ-EOF
               PERFORM UNTIL WS-PJ-EOF = 'Y'
                   READ POST-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-PJ-EOF
                       NOT AT END
                           MOVE POST-JOURNAL-RECORD
                               TO JOURNAL-ARCHIVE-RECORD
                           PERFORM TALLY-RECOVERY
                   END-READ
               END-PERFORM
               CLOSE POST-JOURNAL-FILE
           END-IF

           IF WS-RECOVERIES-MONTH = ZERO
               MOVE SPACES TO CHARGE-OFF-REPORT-LINE
               STRING "  None"
                   DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
               WRITE CHARGE-OFF-REPORT-LINE
           END-IF

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Recoveries Booked:     " WS-RECOVERIES-MONTH
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-MONTH-RECOVERED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Total Recovered:       $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       SWEEP-MONTH-ARCHIVES.
           PERFORM VARYING WS-SWEEP-DAY FROM 1 BY 1
                   UNTIL WS-SWEEP-DAY > 31
               PERFORM READ-ONE-ARCHIVE
           END-PERFORM.

       READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "PJRNL_" WS-SWEEP-MONTH WS-SWEEP-DAY ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME

           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-JA-STATUS = "00"
               ADD 1 TO WS-ARCHIVES-READ
           END-IF
           IF WS-JA-STATUS = "00" OR WS-JA-STATUS = "05"
               MOVE 'N' TO WS-JA-EOF
               PERFORM UNTIL WS-JA-EOF = 'Y'
                   READ JOURNAL-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-JA-EOF
                       NOT AT END
                           PERFORM TALLY-RECOVERY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
           END-IF.

      *    The journal record in JOURNAL-ARCHIVE-RECORD, whichever
      *    file it came from.
       TALLY-RECOVERY.
           IF JA-TRANS-TYPE = 'C' AND
               JA-ATM-ID = "RECOVERY  " AND
               JA-TRANS-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-RECOVERIES-MONTH
               ADD JA-AMOUNT TO WS-MONTH-RECOVERED

               MOVE JA-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO CHARGE-OFF-REPORT-LINE
               STRING "Card: " JA-CARD-NUMBER(1:4) "-****-****-"
                   JA-CARD-NUMBER(13:4)
                   " Date: " JA-TRANS-DATE
                   " Amount: $" WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
               WRITE CHARGE-OFF-REPORT-LINE
           END-IF.

      *****************************************************************
      * WRITE-SUMMARY-SECTION nets the month and shows the whole      *
      * charged-off portfolio. A month whose recoveries outrun its    *
      * charge-offs shows a negative net loss.                        *
      *****************************************************************
       WRITE-SUMMARY-SECTION.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "SUMMARY"
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE ALL "-" TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           COMPUTE WS-MONTH-NET-LOSS =
               WS-MONTH-CHARGED-OFF - WS-MONTH-RECOVERED
           MOVE WS-MONTH-NET-LOSS TO WS-DISPLAY-NET
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Net Loss for the Month:     $" WS-DISPLAY-NET
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Charged-Off Cards on File:  " WS-PORTFOLIO-CARDS
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Recovered in Full:          " WS-RECOVERED-FULL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-PORT-CHARGED-OFF TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Charged Off to Date:        $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-PORT-RECOVERED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Recovered to Date:          $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE

           MOVE WS-PORT-OUTSTANDING TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           STRING "Outstanding:                $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE.

       FINALIZE-REPORT.
           CLOSE CHARGE-OFF-REPORT-FILE

           DISPLAY "Charge-off report complete for month "
               WS-REPORT-MONTH "."
           DISPLAY WS-CHARGEOFFS-MONTH " cards charged off, "
               WS-RECOVERIES-MONTH " recoveries booked."
           MOVE WS-MONTH-NET-LOSS TO WS-DISPLAY-NET
           DISPLAY "Net loss for the month: $" WS-DISPLAY-NET
           DISPLAY WS-ARCHIVES-READ " journal archives read."
           DISPLAY "See CHGRPT.TXT for details.".
