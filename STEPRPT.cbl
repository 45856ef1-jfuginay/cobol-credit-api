       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPRPT.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Nightly batch run-history report                              *
      * Reads the STEPCTL.DAT step log and writes STEPRPT.TXT: for    *
      * each business date in the range, every step of the nightly    *
      * stream (STEPSTRM) in running order with its status, start and *
      * end times, duration, counts, return code and how many times   *
      * it was started, followed by any other program that logged a   *
      * step under that date. A stream step with no log record is     *
      * reported NEVER RAN; one that started but never ended (abended *
      * or stopped) is reported NOT ENDED. Arguments are a from date  *
      * and an optional to date (YYYYMMDD); with none the report      *
      * covers the seven business dates ending the day before today's *
      * - tonight's stream is still running, and its steps not yet    *
      * started would show NEVER RAN. Return code 4 when any stream   *
      * step in the range did not complete.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SC-STEP-KEY
               FILE STATUS IS WS-SC-STATUS.
           SELECT STEP-REPORT-FILE ASSIGN TO "STEPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE.
       COPY STEPREC.

       FD  STEP-REPORT-FILE.
       01  STEP-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-SC-STATUS             PIC XX.
       01  WS-LOG-EOF               PIC X VALUE 'N'.

       COPY STEPSTRM.

      *    Date range. Dates are walked as integer day numbers so a
      *    range may cross month and year ends.
       01  WS-ARG-COUNT             PIC 99.
       01  WS-DATE-PARM             PIC X(08).
       01  WS-DATE-FIELDS.
           05  WS-FROM-DATE         PIC 9(8).
           05  WS-TO-DATE           PIC 9(8).
           05  WS-REPORT-DATE       PIC 9(8).
           05  WS-FROM-INTEGER      PIC 9(7).
           05  WS-TO-INTEGER        PIC 9(7).
           05  WS-DATE-INTEGER      PIC 9(7).

       01  WS-STEP-INDEX            PIC 99.
       01  WS-STREAM-STEP           PIC X VALUE 'N'.
       01  WS-STATUS-TEXT           PIC X(10).
       01  WS-FLAG-TEXT             PIC X(12).

      *    Duration of a step in seconds, from its start and end
      *    stamps, and shown as HHH:MM:SS.
       01  WS-DURATION-FIELDS.
           05  WS-WORK-NUM          PIC 9(8).
           05  WS-WORK-TIME.
               10  WS-WORK-HH       PIC 99.
               10  WS-WORK-MM       PIC 99.
               10  WS-WORK-SS       PIC 99.
           05  WS-START-SECONDS     PIC 9(11).
           05  WS-END-SECONDS       PIC 9(11).
           05  WS-ELAPSED           PIC 9(11).
           05  WS-ELAPSED-HOURS     PIC 9(3).
           05  WS-ELAPSED-MINUTES   PIC 99.
           05  WS-ELAPSED-SECS      PIC 99.
       01  WS-DURATION-TEXT         PIC X(09).
       01  WS-START-TEXT            PIC X(17).
       01  WS-END-TEXT              PIC X(17).
       01  WS-STAMP-TEXT            PIC X(17).
       01  WS-STAMP-IN.
           05  WS-STAMP-DATE        PIC X(08).
           05  WS-STAMP-TIME        PIC X(06).

       01  WS-TOTALS.
           05  WS-DATES-REPORTED    PIC 9(5) VALUE ZERO.
           05  WS-STEPS-COMPLETED   PIC 9(5) VALUE ZERO.
           05  WS-STEPS-FAILED      PIC 9(5) VALUE ZERO.
           05  WS-STEPS-REFUSED     PIC 9(5) VALUE ZERO.
           05  WS-STEPS-NOT-ENDED   PIC 9(5) VALUE ZERO.
           05  WS-STEPS-NEVER-RAN   PIC 9(5) VALUE ZERO.
           05  WS-OTHER-STEPS       PIC 9(5) VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-READ      PIC Z,ZZZ,ZZ9.
           05  WS-DISPLAY-WRITTEN   PIC Z,ZZZ,ZZ9.
           05  WS-DISPLAY-EXCEPTED  PIC Z,ZZZ,ZZ9.
           05  WS-DISPLAY-RC        PIC ZZ9.
           05  WS-DISPLAY-RUNS      PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REPORT
           PERFORM VARYING WS-DATE-INTEGER FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-DATE-INTEGER > WS-TO-INTEGER
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               PERFORM REPORT-ONE-DATE
           END-PERFORM
           PERFORM FINALIZE-REPORT
           STOP RUN.

       INITIALIZE-REPORT.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-TO-DATE
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 1
           COMPUTE WS-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TO-INTEGER)
           COMPUTE WS-FROM-INTEGER = WS-TO-INTEGER - 6
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER)

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
               IF WS-DATE-PARM IS NOT NUMERIC
                   PERFORM REPORT-BAD-ARGUMENT
               END-IF
               MOVE WS-DATE-PARM TO WS-FROM-DATE
               MOVE WS-DATE-PARM TO WS-TO-DATE
           END-IF
           IF WS-ARG-COUNT > 1
               ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
               IF WS-DATE-PARM IS NOT NUMERIC
                   PERFORM REPORT-BAD-ARGUMENT
               END-IF
               MOVE WS-DATE-PARM TO WS-TO-DATE
           END-IF

      *    INTEGER-OF-DATE returns zero for an impossible calendar
      *    date.
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-FROM-INTEGER = ZERO OR WS-TO-INTEGER = ZERO
               DISPLAY "Not a valid calendar date: " WS-FROM-DATE
                   " / " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "To date " WS-TO-DATE " is before from date "
                   WS-FROM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STEP-CONTROL-FILE
           IF WS-SC-STATUS NOT = "00" AND WS-SC-STATUS NOT = "05"
               DISPLAY "Unable to open STEPCTL.DAT - status "
                   WS-SC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STEP-REPORT-FILE

           MOVE SPACES TO STEP-REPORT-LINE
           STRING "NIGHTLY BATCH RUN HISTORY - BUSINESS DATES "
               WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE

           MOVE ALL "=" TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE.

       REPORT-BAD-ARGUMENT.
           DISPLAY "Date argument not numeric: " WS-DATE-PARM
           DISPLAY "Usage: STEPRPT [<from-yyyymmdd> [<to-yyyymmdd>]]"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

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
      * REPORT-ONE-DATE lists the stream steps for one business date  *
      * in running order, then browses the date's log records for any *
      * program outside the stream.                                   *
      *****************************************************************
       REPORT-ONE-DATE.
           ADD 1 TO WS-DATES-REPORTED

           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "BUSINESS DATE " WS-REPORT-DATE
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > ST-STEP-COUNT
               MOVE WS-REPORT-DATE TO SC-BUSINESS-DATE
               MOVE ST-PROGRAM-ID(WS-STEP-INDEX) TO SC-PROGRAM-ID
               READ STEP-CONTROL-FILE
                   INVALID KEY
                       PERFORM WRITE-NEVER-RAN-LINE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STREAM-STEP
                       PERFORM WRITE-STEP-LINE
               END-READ
           END-PERFORM

           MOVE WS-REPORT-DATE TO SC-BUSINESS-DATE
           MOVE LOW-VALUES TO SC-PROGRAM-ID
           MOVE 'N' TO WS-LOG-EOF
           START STEP-CONTROL-FILE KEY IS NOT LESS THAN SC-STEP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ STEP-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF SC-BUSINESS-DATE NOT = WS-REPORT-DATE
                           MOVE 'Y' TO WS-LOG-EOF
                       ELSE
                           PERFORM CHECK-OTHER-STEP
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Step      Status      Started            "
               "Ended              Duration        Read    Written"
               "   Excepted   RC Runs  Flag"
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE

           MOVE ALL "-" TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE.

       CHECK-OTHER-STEP.
           MOVE 'N' TO WS-STREAM-STEP
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > ST-STEP-COUNT
               IF ST-PROGRAM-ID(WS-STEP-INDEX) = SC-PROGRAM-ID
                   MOVE 'Y' TO WS-STREAM-STEP
               END-IF
           END-PERFORM
           IF WS-STREAM-STEP = 'N'
               ADD 1 TO WS-OTHER-STEPS
               PERFORM WRITE-STEP-LINE
           END-IF.

       WRITE-NEVER-RAN-LINE.
           ADD 1 TO WS-STEPS-NEVER-RAN
           MOVE SPACES TO STEP-REPORT-LINE
           STRING ST-PROGRAM-ID(WS-STEP-INDEX) "  NEVER RAN"
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           MOVE "*** MISSING" TO STEP-REPORT-LINE(115:11)
           WRITE STEP-REPORT-LINE.

      *****************************************************************
      * WRITE-STEP-LINE prints one logged step. Only stream steps are *
      * counted into the completed / failed / refused / not-ended     *
      * totals and flagged; a program outside the stream is printed   *
      * with its status and flagged "not in stream" instead.          *
      *****************************************************************
       WRITE-STEP-LINE.
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN SC-STEP-COMPLETED
                   MOVE "COMPLETED" TO WS-STATUS-TEXT
                   IF WS-STREAM-STEP = 'Y'
                       ADD 1 TO WS-STEPS-COMPLETED
                   END-IF
               WHEN SC-STEP-FAILED
                   MOVE "FAILED" TO WS-STATUS-TEXT
                   IF WS-STREAM-STEP = 'Y'
                       ADD 1 TO WS-STEPS-FAILED
                       MOVE "*** FAILED" TO WS-FLAG-TEXT
                   END-IF
               WHEN SC-STEP-REFUSED
                   MOVE "REFUSED" TO WS-STATUS-TEXT
                   IF WS-STREAM-STEP = 'Y'
                       ADD 1 TO WS-STEPS-REFUSED
                       MOVE "*** REFUSED" TO WS-FLAG-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "NOT ENDED" TO WS-STATUS-TEXT
                   IF WS-STREAM-STEP = 'Y'
                       ADD 1 TO WS-STEPS-NOT-ENDED
                       MOVE "*** ABENDED" TO WS-FLAG-TEXT
                   END-IF
           END-EVALUATE
           IF WS-STREAM-STEP = 'N'
               MOVE "NOT IN STRM" TO WS-FLAG-TEXT
           END-IF

           MOVE SC-START-STAMP TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-START-TEXT
           MOVE SC-END-STAMP TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-END-TEXT
           PERFORM COMPUTE-DURATION

           MOVE SC-RECORDS-READ TO WS-DISPLAY-READ
           MOVE SC-RECORDS-WRITTEN TO WS-DISPLAY-WRITTEN
           MOVE SC-RECORDS-EXCEPTED TO WS-DISPLAY-EXCEPTED
           MOVE SC-RETURN-CODE TO WS-DISPLAY-RC
           MOVE SC-RUN-COUNT TO WS-DISPLAY-RUNS

           MOVE SPACES TO STEP-REPORT-LINE
           STRING SC-PROGRAM-ID "  " WS-STATUS-TEXT "  "
               WS-START-TEXT "  " WS-END-TEXT "  "
               WS-DURATION-TEXT "  " WS-DISPLAY-READ "  "
               WS-DISPLAY-WRITTEN "  " WS-DISPLAY-EXCEPTED "  "
               WS-DISPLAY-RC "  " WS-DISPLAY-RUNS "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE

           IF SC-MESSAGE NOT = SPACES
               MOVE SPACES TO STEP-REPORT-LINE
               STRING "          " SC-MESSAGE
                   DELIMITED BY SIZE INTO STEP-REPORT-LINE
               WRITE STEP-REPORT-LINE
           END-IF.

       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT
           IF WS-STAMP-DATE IS NUMERIC AND WS-STAMP-TIME IS NUMERIC
               STRING WS-STAMP-DATE " " WS-STAMP-TIME(1:2) ":"
                   WS-STAMP-TIME(3:2) ":" WS-STAMP-TIME(5:2)
                   DELIMITED BY SIZE INTO WS-STAMP-TEXT
           END-IF.

      *    A step started on one calendar day and ended on the next
      *    is timed across midnight through the day numbers.
       COMPUTE-DURATION.
           MOVE SPACES TO WS-DURATION-TEXT
           IF SC-START-DATE IS NUMERIC AND SC-START-TIME IS NUMERIC
               AND SC-END-DATE IS NUMERIC AND SC-END-TIME IS NUMERIC
               MOVE SC-START-DATE TO WS-WORK-NUM
               MOVE SC-START-TIME TO WS-WORK-TIME
               COMPUTE WS-START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) * 86400
                   + WS-WORK-HH * 3600 + WS-WORK-MM * 60
                   + WS-WORK-SS
               MOVE SC-END-DATE TO WS-WORK-NUM
               MOVE SC-END-TIME TO WS-WORK-TIME
               COMPUTE WS-END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) * 86400
                   + WS-WORK-HH * 3600 + WS-WORK-MM * 60
                   + WS-WORK-SS
               IF WS-END-SECONDS >= WS-START-SECONDS
                   COMPUTE WS-ELAPSED =
                       WS-END-SECONDS - WS-START-SECONDS
                   DIVIDE WS-ELAPSED BY 3600
                       GIVING WS-ELAPSED-HOURS
                       REMAINDER WS-ELAPSED
                   DIVIDE WS-ELAPSED BY 60
                       GIVING WS-ELAPSED-MINUTES
                       REMAINDER WS-ELAPSED-SECS
                   STRING WS-ELAPSED-HOURS ":" WS-ELAPSED-MINUTES ":"
                       WS-ELAPSED-SECS
                       DELIMITED BY SIZE INTO WS-DURATION-TEXT
               END-IF
           END-IF.

       FINALIZE-REPORT.
           CLOSE STEP-CONTROL-FILE

           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "SUMMARY" DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE ALL "-" TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE

           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Business Dates Reported:   " WS-DATES-REPORTED
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Stream Steps Completed:    " WS-STEPS-COMPLETED
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Stream Steps Failed:       " WS-STEPS-FAILED
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Stream Steps Refused:      " WS-STEPS-REFUSED
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Stream Steps Not Ended:    " WS-STEPS-NOT-ENDED
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Stream Steps Never Ran:    " WS-STEPS-NEVER-RAN
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO STEP-REPORT-LINE
           STRING "Other Programs Logged:     " WS-OTHER-STEPS
               DELIMITED BY SIZE INTO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE

           CLOSE STEP-REPORT-FILE

           DISPLAY "Run history complete for " WS-FROM-DATE " to "
               WS-TO-DATE "."
           DISPLAY "Stream steps completed: " WS-STEPS-COMPLETED
               "  failed: " WS-STEPS-FAILED
               "  refused: " WS-STEPS-REFUSED
           DISPLAY "Stream steps not ended: " WS-STEPS-NOT-ENDED
               "  never ran: " WS-STEPS-NEVER-RAN
           DISPLAY "See STEPRPT.TXT."

           IF WS-STEPS-FAILED > ZERO OR WS-STEPS-REFUSED > ZERO
               OR WS-STEPS-NOT-ENDED > ZERO
               OR WS-STEPS-NEVER-RAN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
