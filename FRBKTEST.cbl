       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRBKTEST.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Fraud rule back-test                                          *
      * PATLIST shows the numbers a PATMNT tuning change leaves in    *
      * FRAUDPAT.DAT, but not whether the change would catch more     *
      * real fraud or just stop more good customers. This batch       *
      * answers that from the FRAUDCSE.DAT cases FRAUDREV has         *
      * dispositioned - confirmed fraud ('F') and cleared ('C') -     *
      * for the transaction dates given on the command line:          *
      *   FRBKTEST <from-yyyymmdd> [<to-yyyymmdd>]                    *
      * (one date alone is one day; none is the business date).       *
      * Each case is re-scored through FRAUDSCOR twice in back-test   *
      * mode - once with the live FRAUDPAT.DAT and once with the      *
      * candidate set - so neither run writes TRANHIST.DAT or         *
      * FRAUDLOG.TXT, and each sees only the history that was on file *
      * when the transaction was first scored. The candidate set is   *
      * the live patterns with the FRAUDCND.DAT rows laid over them   *
      * (pattern ID, weight, threshold - PATMNT.DAT without the       *
      * action byte, validated the same way), built into the work     *
      * file FRAUDBKT.DAT for FRAUDSCOR to read. FRBKRPT.TXT shows,   *
      * for each set, per decision band and per pattern (AMOUNT,      *
      * VELOCITY, GEORISK, GEOPROF, TIMERISK), how many confirmed     *
      * frauds would have been DENY'd or CHALLENGE'd and how many     *
      * cleared transactions would have been falsely flagged, with    *
      * every case whose decision the candidate changes. Cases still  *
      * open or pending, and BLOCKED cases (denied for a lost or      *
      * stolen card whatever they score), are counted and left out.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-CASE-FILE
               ASSIGN TO "FRAUDCSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS XC-CASE-KEY
               FILE STATUS IS WS-XC-STATUS.
           SELECT OPTIONAL FRAUD-PATTERNS ASSIGN TO "FRAUDPAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FP-PATTERN-ID
               FILE STATUS IS WS-FP-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "FRAUDCND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.
           SELECT CANDIDATE-WORK-FILE ASSIGN TO "FRAUDBKT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BK-PATTERN-ID
               FILE STATUS IS WS-BK-STATUS.
           SELECT BACKTEST-REPORT-FILE ASSIGN TO "FRBKRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASE-FILE.
       COPY EXCPREC.

       FD  FRAUD-PATTERNS.
       COPY FRAUDPAT.

      *    One candidate pattern - the PATMNT.DAT layout without the
      *    action byte.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD.
           05  CN-PATTERN-ID        PIC X(10).
           05  CN-WEIGHT            PIC X(04).
           05  CN-THRESHOLD         PIC X(04).

      *    The candidate set as FRAUDSCOR reads it - the FRAUDPAT.DAT
      *    layout under a name of its own.
       FD  CANDIDATE-WORK-FILE.
       01  CANDIDATE-WORK-RECORD.
           05  BK-PATTERN-ID        PIC X(10).
           05  BK-DESCRIPTION       PIC X(50).
           05  BK-WEIGHT            PIC 9(4).
           05  BK-THRESHOLD         PIC 9(4).

       FD  BACKTEST-REPORT-FILE.
       01  BACKTEST-REPORT-LINE     PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-XC-STATUS             PIC XX.
       01  WS-FP-STATUS             PIC XX.
       01  WS-CN-STATUS             PIC XX.
       01  WS-BK-STATUS             PIC XX.
       01  WS-CASE-EOF              PIC X VALUE 'N'.
       01  WS-FP-EOF                PIC X VALUE 'N'.
       01  WS-CN-EOF                PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).

       01  WS-ARG-COUNT             PIC 99.
       01  WS-DATE-PARM             PIC X(08).
       01  WS-FROM-DATE             PIC X(08).
       01  WS-TO-DATE               PIC X(08).

      *****************************************************************
      * The known scoring patterns with the same descriptions,        *
      * default weights, default thresholds and threshold ceilings    *
      * FRAUDSCOR compiles in and PATMNT validates against.           *
      *****************************************************************
       01  WS-KNOWN-PATTERNS.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "AMTHIGH   ".
               10  FILLER PIC X(30) VALUE "HIGH AMOUNT TRANSACTION".
               10  FILLER PIC 9(4) VALUE 0030.
               10  FILLER PIC 9(4) VALUE 0500.
               10  FILLER PIC 9(4) VALUE 9999.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "AMTVHIGH  ".
               10  FILLER PIC X(30) VALUE "VERY HIGH AMOUNT".
               10  FILLER PIC 9(4) VALUE 0040.
               10  FILLER PIC 9(4) VALUE 1000.
               10  FILLER PIC 9(4) VALUE 9999.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "VELOCITY  ".
               10  FILLER PIC X(30) VALUE "TRANSACTION VELOCITY".
               10  FILLER PIC 9(4) VALUE 0020.
               10  FILLER PIC 9(4) VALUE 0003.
               10  FILLER PIC 9(4) VALUE 0999.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "GEORISK   ".
               10  FILLER PIC X(30) VALUE "HIGH-RISK LOCATION".
               10  FILLER PIC 9(4) VALUE 0035.
               10  FILLER PIC 9(4) VALUE 0000.
               10  FILLER PIC 9(4) VALUE 9999.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "GEOPROF   ".
               10  FILLER PIC X(30) VALUE "LOCATION PROFILE DEVIATION".
               10  FILLER PIC 9(4) VALUE 0035.
               10  FILLER PIC 9(4) VALUE 0003.
               10  FILLER PIC 9(4) VALUE 9999.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "TIMERISK  ".
               10  FILLER PIC X(30) VALUE "UNUSUAL HOURS".
               10  FILLER PIC 9(4) VALUE 0015.
               10  FILLER PIC 9(4) VALUE 0006.
               10  FILLER PIC 9(4) VALUE 0023.
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-PATTERNS.
           05  WS-KNOWN-ENTRY OCCURS 6 TIMES.
               10  WS-KNOWN-ID          PIC X(10).
               10  WS-KNOWN-DESC        PIC X(30).
               10  WS-KNOWN-DEF-WT      PIC 9(4).
               10  WS-KNOWN-DEF-THR     PIC 9(4).
               10  WS-KNOWN-MAX-THR     PIC 9(4).
       01  WS-KNOWN-INDEX           PIC 9.
       01  WS-KNOWN-FOUND           PIC 9.

      *    The two pattern sets side by side, in WS-KNOWN-TABLE order.
      *    Source is FILE for a FRAUDPAT.DAT row, DEFAULT when the
      *    row is missing and FRAUDSCOR scores on its compiled-in
      *    value, and CHANGED for a candidate row laid over the live.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 6 TIMES.
               10  WS-LIVE-WEIGHT       PIC 9(4).
               10  WS-LIVE-THRESHOLD    PIC 9(4).
               10  WS-LIVE-SOURCE       PIC X(07).
               10  WS-CAND-WEIGHT       PIC 9(4).
               10  WS-CAND-THRESHOLD    PIC 9(4).
               10  WS-CAND-SOURCE       PIC X(07).

       01  WS-NEW-WEIGHT            PIC 9(4).
       01  WS-NEW-WEIGHT-X REDEFINES WS-NEW-WEIGHT PIC X(04).
       01  WS-NEW-THRESHOLD         PIC 9(4).
       01  WS-NEW-THRESHOLD-X REDEFINES WS-NEW-THRESHOLD PIC X(04).

      *    CALL interface to FRAUDSCOR - the same area CARDPOST's
      *    SCORE-TRANSACTION uses, in back-test mode.
       01  WS-FRAUD-INPUT.
           05  WS-FI-CARD-NUMBER    PIC X(16).
           05  WS-FI-AMOUNT         PIC 9(7)V99.
           05  WS-FI-ATM-ID         PIC X(10).
           05  WS-FI-GEO-CODE       PIC X(20).
           05  WS-FI-TRANS-DATE     PIC X(08).
           05  WS-FI-TRANS-TIME     PIC X(08).
           05  WS-FI-INQUIRY-MODE   PIC X(01).
           05  WS-FI-ACCOUNT-STATUS PIC X(01).
           05  WS-FI-TRANS-TYPE     PIC X(01).
           05  WS-FI-PATTERN-FILE   PIC X(20).

       01  WS-FRAUD-OUTPUT.
           05  WS-FO-SCORE          PIC 999.
           05  WS-FO-DECISION       PIC X(10).
           05  WS-FO-REASON-COUNT   PIC 9.
           05  WS-FO-REASONS        OCCURS 5 TIMES PIC X(50).
           05  WS-FO-PATTERN-HITS.
               10  WS-FO-HIT        OCCURS 5 TIMES PIC X.

      *    Each set's result for the case in hand: 1 live,
      *    2 candidate.
       01  WS-CASE-RESULTS.
           05  WS-CASE-RESULT OCCURS 2 TIMES.
               10  WS-CR-SCORE          PIC 999.
               10  WS-CR-DECISION       PIC X(10).
               10  WS-CR-HITS.
                   15  WS-CR-HIT        OCCURS 5 TIMES PIC X.

      *    Subscripts: set 1 live / 2 candidate; band 1 DENY /
      *    2 CHALLENGE / 3 ALLOW; class 1 confirmed fraud / 2 cleared;
      *    pattern in WS-PATTERN-NAMES order, matching the FRAUDSCOR
      *    hit flags.
       01  WS-SET                   PIC 9.
       01  WS-BAND                  PIC 9.
       01  WS-CLASS                 PIC 9.
       01  WS-PAT                   PIC 9.

       01  WS-PATTERN-NAMES.
           05  FILLER               PIC X(10) VALUE "AMOUNT    ".
           05  FILLER               PIC X(10) VALUE "VELOCITY  ".
           05  FILLER               PIC X(10) VALUE "GEORISK   ".
           05  FILLER               PIC X(10) VALUE "GEOPROF   ".
           05  FILLER               PIC X(10) VALUE "TIMERISK  ".
       01  WS-PATTERN-NAME-TABLE REDEFINES WS-PATTERN-NAMES.
           05  WS-PATTERN-NAME OCCURS 5 TIMES PIC X(10).

       01  WS-BAND-NAMES.
           05  FILLER               PIC X(10) VALUE "DENY      ".
           05  FILLER               PIC X(10) VALUE "CHALLENGE ".
           05  FILLER               PIC X(10) VALUE "ALLOW     ".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME OCCURS 3 TIMES PIC X(10).

       01  WS-BAND-TOTALS.
           05  WS-BT-SET OCCURS 2 TIMES.
               10  WS-BT-BAND OCCURS 3 TIMES.
                   15  WS-BT-COUNT OCCURS 2 TIMES PIC 9(5).
                   15  WS-BT-AMOUNT OCCURS 2 TIMES PIC 9(9)V99.

       01  WS-PATTERN-TOTALS.
           05  WS-PT-SET OCCURS 2 TIMES.
               10  WS-PT-PATTERN OCCURS 5 TIMES.
                   15  WS-PT-FRAUD-DENY     PIC 9(5).
                   15  WS-PT-FRAUD-CHAL     PIC 9(5).
                   15  WS-PT-CLEARED-FLAG   PIC 9(5).

       01  WS-COUNTERS.
           05  WS-CASES-READ        PIC 9(5) VALUE ZERO.
           05  WS-CASES-IN-RANGE    PIC 9(5) VALUE ZERO.
           05  WS-CASES-BLOCKED     PIC 9(5) VALUE ZERO.
           05  WS-CASES-UNDECIDED   PIC 9(5) VALUE ZERO.
           05  WS-CASES-TESTED      PIC 9(5) VALUE ZERO.
           05  WS-CASES-FRAUD       PIC 9(5) VALUE ZERO.
           05  WS-CASES-CLEARED     PIC 9(5) VALUE ZERO.
           05  WS-CASES-CHANGED     PIC 9(5) VALUE ZERO.
           05  WS-CAND-REJECTED     PIC 9(5) VALUE ZERO.

       01  WS-SUMMARY-FIELDS.
           05  WS-SUM-LIVE          PIC 9(5).
           05  WS-SUM-CAND          PIC 9(5).
           05  WS-SUM-CHANGE        PIC S9(5).
           05  WS-AMT-LIVE          PIC 9(9)V99.
           05  WS-AMT-CAND          PIC 9(9)V99.
           05  WS-CAPTION           PIC X(45).

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL-2   PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-N1        PIC ZZZZ9.
           05  WS-DISPLAY-N2        PIC ZZZZ9.
           05  WS-DISPLAY-N3        PIC ZZZZ9.
           05  WS-DISPLAY-N4        PIC ZZZZ9.
           05  WS-DISPLAY-N5        PIC ZZZZ9.
           05  WS-DISPLAY-N6        PIC ZZZZ9.
           05  WS-DISPLAY-CHANGE    PIC +ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-BACKTEST
           PERFORM LOAD-LIVE-PATTERNS
           PERFORM LOAD-CANDIDATE-PATTERNS
           PERFORM BUILD-CANDIDATE-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ EXCEPTION-CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       ADD 1 TO WS-CASES-READ
                       PERFORM SELECT-ONE-CASE
               END-READ
           END-PERFORM
           PERFORM WRITE-BAND-SECTION
           PERFORM WRITE-PATTERN-SECTION
           PERFORM FINALIZE-BACKTEST
           STOP RUN.

       INITIALIZE-BACKTEST.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-FROM-DATE
           MOVE BD-BUSINESS-DATE TO WS-TO-DATE

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
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "To date " WS-TO-DATE " is before from date "
                   WS-FROM-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-SET-TABLE WS-BAND-TOTALS WS-PATTERN-TOTALS

           OPEN INPUT EXCEPTION-CASE-FILE
           IF WS-XC-STATUS NOT = "00" AND WS-XC-STATUS NOT = "05"
               DISPLAY "Unable to open FRAUDCSE.DAT - status "
                   WS-XC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BACKTEST-REPORT-FILE.

       REPORT-BAD-ARGUMENT.
           DISPLAY "Date argument not numeric: " WS-DATE-PARM
           DISPLAY "Usage: FRBKTEST <from-yyyymmdd> [<to-yyyymmdd>]"
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
      * LOAD-LIVE-PATTERNS starts every pattern at FRAUDSCOR's        *
      * compiled-in default and takes the FRAUDPAT.DAT row where      *
      * there is one - exactly what the live scorer uses.             *
      *****************************************************************
       LOAD-LIVE-PATTERNS.
           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
                   UNTIL WS-KNOWN-INDEX > 6
               MOVE WS-KNOWN-DEF-WT(WS-KNOWN-INDEX)
                   TO WS-LIVE-WEIGHT(WS-KNOWN-INDEX)
               MOVE WS-KNOWN-DEF-THR(WS-KNOWN-INDEX)
                   TO WS-LIVE-THRESHOLD(WS-KNOWN-INDEX)
               MOVE "DEFAULT" TO WS-LIVE-SOURCE(WS-KNOWN-INDEX)
           END-PERFORM

           OPEN INPUT FRAUD-PATTERNS
           IF WS-FP-STATUS = "00" OR WS-FP-STATUS = "05"
               MOVE 'N' TO WS-FP-EOF
               PERFORM UNTIL WS-FP-EOF = 'Y'
                   READ FRAUD-PATTERNS
                       AT END
                           MOVE 'Y' TO WS-FP-EOF
                       NOT AT END
                           PERFORM STORE-LIVE-PATTERN
                   END-READ
               END-PERFORM
               CLOSE FRAUD-PATTERNS
           ELSE
               DISPLAY "Warning: unable to open FRAUDPAT.DAT - status "
                   WS-FP-STATUS " - live set is the defaults"
           END-IF

           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
                   UNTIL WS-KNOWN-INDEX > 6
               MOVE WS-LIVE-WEIGHT(WS-KNOWN-INDEX)
                   TO WS-CAND-WEIGHT(WS-KNOWN-INDEX)
               MOVE WS-LIVE-THRESHOLD(WS-KNOWN-INDEX)
                   TO WS-CAND-THRESHOLD(WS-KNOWN-INDEX)
               MOVE WS-LIVE-SOURCE(WS-KNOWN-INDEX)
                   TO WS-CAND-SOURCE(WS-KNOWN-INDEX)
           END-PERFORM.

       STORE-LIVE-PATTERN.
           MOVE FP-PATTERN-ID TO CN-PATTERN-ID
           PERFORM FIND-KNOWN-PATTERN
           IF WS-KNOWN-FOUND > ZERO
               MOVE FP-WEIGHT TO WS-LIVE-WEIGHT(WS-KNOWN-FOUND)
               MOVE FP-THRESHOLD TO WS-LIVE-THRESHOLD(WS-KNOWN-FOUND)
               MOVE "FILE" TO WS-LIVE-SOURCE(WS-KNOWN-FOUND)
           END-IF.

      *    Looks up CN-PATTERN-ID; leaves its table position in
      *    WS-KNOWN-FOUND, zero when it is not a known pattern.
       FIND-KNOWN-PATTERN.
           MOVE ZERO TO WS-KNOWN-FOUND
           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
                   UNTIL WS-KNOWN-INDEX > 6
               IF WS-KNOWN-ID(WS-KNOWN-INDEX) = CN-PATTERN-ID
                   MOVE WS-KNOWN-INDEX TO WS-KNOWN-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * LOAD-CANDIDATE-PATTERNS lays the FRAUDCND.DAT rows over the   *
      * live set, with PATMNT's edits: a known pattern ID, weight     *
      * 0-100 and threshold within the pattern's ceiling. A rejected  *
      * row is reported and leaves the live value in the candidate.   *
      *****************************************************************
       LOAD-CANDIDATE-PATTERNS.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CN-STATUS NOT = "00"
               DISPLAY "Unable to open FRAUDCND.DAT - status "
                   WS-CN-STATUS " - no candidate set to test"
               CLOSE EXCEPTION-CASE-FILE
               CLOSE BACKTEST-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-CN-EOF
           PERFORM UNTIL WS-CN-EOF = 'Y'
               READ CANDIDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-CN-EOF
                   NOT AT END
                       PERFORM APPLY-CANDIDATE-ROW
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE.

       APPLY-CANDIDATE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-KNOWN-PATTERN
           IF WS-KNOWN-FOUND = ZERO
               MOVE "UNKNOWN PATTERN ID" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF CN-WEIGHT IS NOT NUMERIC OR
                   CN-THRESHOLD IS NOT NUMERIC
                   MOVE "WEIGHT/THRESHOLD NOT NUMERIC"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CN-WEIGHT TO WS-NEW-WEIGHT-X
               MOVE CN-THRESHOLD TO WS-NEW-THRESHOLD-X
               IF WS-NEW-WEIGHT > 100
                   MOVE "WEIGHT OVER 100" TO WS-REJECT-REASON
               ELSE
                   IF WS-NEW-THRESHOLD >
                       WS-KNOWN-MAX-THR(WS-KNOWN-FOUND)
                       MOVE "THRESHOLD OVER PATTERN CEILING"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-NEW-WEIGHT TO WS-CAND-WEIGHT(WS-KNOWN-FOUND)
               MOVE WS-NEW-THRESHOLD
                   TO WS-CAND-THRESHOLD(WS-KNOWN-FOUND)
               MOVE "CHANGED" TO WS-CAND-SOURCE(WS-KNOWN-FOUND)
           ELSE
               ADD 1 TO WS-CAND-REJECTED
               DISPLAY "Warning: FRAUDCND.DAT row " CN-PATTERN-ID
                   " rejected - " WS-REJECT-REASON
           END-IF.

      *    Every pattern is written to the work file, defaults
      *    included, so the candidate run never depends on what
      *    FRAUDSCOR happens to compile in.
       BUILD-CANDIDATE-FILE.
           OPEN OUTPUT CANDIDATE-WORK-FILE
           IF WS-BK-STATUS NOT = "00"
               DISPLAY "Unable to build FRAUDBKT.DAT - status "
                   WS-BK-STATUS
               CLOSE EXCEPTION-CASE-FILE
               CLOSE BACKTEST-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
                   UNTIL WS-KNOWN-INDEX > 6
               MOVE WS-KNOWN-ID(WS-KNOWN-INDEX) TO BK-PATTERN-ID
               MOVE WS-KNOWN-DESC(WS-KNOWN-INDEX) TO BK-DESCRIPTION
               MOVE WS-CAND-WEIGHT(WS-KNOWN-INDEX) TO BK-WEIGHT
               MOVE WS-CAND-THRESHOLD(WS-KNOWN-INDEX) TO BK-THRESHOLD
               WRITE CANDIDATE-WORK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM

           CLOSE CANDIDATE-WORK-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "FRAUD RULE BACK-TEST - CASES DATED " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE ALL "=" TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "PATTERN SETS (weight/threshold)"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE ALL "-" TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
                   UNTIL WS-KNOWN-INDEX > 6
               MOVE SPACES TO BACKTEST-REPORT-LINE
               STRING WS-KNOWN-ID(WS-KNOWN-INDEX)
                   "  Live: " WS-LIVE-WEIGHT(WS-KNOWN-INDEX)
                   "/" WS-LIVE-THRESHOLD(WS-KNOWN-INDEX)
                   " " WS-LIVE-SOURCE(WS-KNOWN-INDEX)
                   "   Candidate: " WS-CAND-WEIGHT(WS-KNOWN-INDEX)
                   "/" WS-CAND-THRESHOLD(WS-KNOWN-INDEX)
                   " " WS-CAND-SOURCE(WS-KNOWN-INDEX)
                   DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
               WRITE BACKTEST-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "DECISIONS THE CANDIDATE CHANGES"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE ALL "-" TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE.

      *****************************************************************
      * SELECT-ONE-CASE keeps the dispositioned cases in the date     *
      * range. FRAUDCSE.DAT is keyed by card, so the whole file is    *
      * read and the dates filtered here.                             *
      *****************************************************************
       SELECT-ONE-CASE.
           IF XC-TRANS-DATE NOT < WS-FROM-DATE AND
               XC-TRANS-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-CASES-IN-RANGE
               EVALUATE TRUE
                   WHEN XC-DECISION = "BLOCKED"
                       ADD 1 TO WS-CASES-BLOCKED
                   WHEN XC-CASE-FRAUD
                       MOVE 1 TO WS-CLASS
                       ADD 1 TO WS-CASES-FRAUD
                       PERFORM BACKTEST-ONE-CASE
                   WHEN XC-CASE-CLEARED
                       MOVE 2 TO WS-CLASS
                       ADD 1 TO WS-CASES-CLEARED
                       PERFORM BACKTEST-ONE-CASE
                   WHEN OTHER
                       ADD 1 TO WS-CASES-UNDECIDED
               END-EVALUATE
           END-IF.

       BACKTEST-ONE-CASE.
           ADD 1 TO WS-CASES-TESTED
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
               PERFORM SCORE-CASE
               PERFORM TALLY-RESULT
           END-PERFORM

           IF WS-CR-DECISION(1) NOT = WS-CR-DECISION(2)
               ADD 1 TO WS-CASES-CHANGED
               PERFORM WRITE-CHANGED-LINE
           END-IF.

      *    The account status goes in as spaces: a BLOCKED case is
      *    never tested, and a card blocked since the case was opened
      *    must score on its patterns, not on today's status.
       SCORE-CASE.
           MOVE XC-CARD-NUMBER TO WS-FI-CARD-NUMBER
           MOVE XC-AMOUNT TO WS-FI-AMOUNT
           MOVE XC-ATM-ID TO WS-FI-ATM-ID
           MOVE XC-GEO-CODE TO WS-FI-GEO-CODE
           MOVE XC-TRANS-DATE TO WS-FI-TRANS-DATE
           MOVE XC-TRANS-TIME TO WS-FI-TRANS-TIME
           MOVE 'B' TO WS-FI-INQUIRY-MODE
           MOVE SPACES TO WS-FI-ACCOUNT-STATUS
           MOVE XC-TRANS-TYPE TO WS-FI-TRANS-TYPE
           IF WS-SET = 1
               MOVE SPACES TO WS-FI-PATTERN-FILE
           ELSE
               MOVE "FRAUDBKT.DAT" TO WS-FI-PATTERN-FILE
           END-IF
           CALL "FRAUDSCOR" USING WS-FRAUD-INPUT WS-FRAUD-OUTPUT

           MOVE WS-FO-SCORE TO WS-CR-SCORE(WS-SET)
           MOVE WS-FO-DECISION TO WS-CR-DECISION(WS-SET)
           MOVE WS-FO-PATTERN-HITS TO WS-CR-HITS(WS-SET).

       TALLY-RESULT.
           EVALUATE WS-CR-DECISION(WS-SET)
               WHEN "DENY"
                   MOVE 1 TO WS-BAND
               WHEN "CHALLENGE"
                   MOVE 2 TO WS-BAND
               WHEN OTHER
                   MOVE 3 TO WS-BAND
           END-EVALUATE

           ADD 1 TO WS-BT-COUNT(WS-SET, WS-BAND, WS-CLASS)
           ADD XC-AMOUNT TO WS-BT-AMOUNT(WS-SET, WS-BAND, WS-CLASS)

           IF WS-BAND < 3
               PERFORM VARYING WS-PAT FROM 1 BY 1 UNTIL WS-PAT > 5
                   IF WS-CR-HIT(WS-SET, WS-PAT) = 'Y'
                       PERFORM TALLY-PATTERN-HIT
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-PATTERN-HIT.
           IF WS-CLASS = 1
               IF WS-BAND = 1
                   ADD 1 TO WS-PT-FRAUD-DENY(WS-SET, WS-PAT)
               ELSE
                   ADD 1 TO WS-PT-FRAUD-CHAL(WS-SET, WS-PAT)
               END-IF
           ELSE
               ADD 1 TO WS-PT-CLEARED-FLAG(WS-SET, WS-PAT)
           END-IF.

       WRITE-CHANGED-LINE.
           MOVE XC-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING XC-CARD-NUMBER(1:4) "-****-****-"
               XC-CARD-NUMBER(13:4)
               " " XC-TRANS-DATE " " XC-TRANS-TIME(1:6)
               " " XC-DISPOSITION
               " $" WS-DISPLAY-AMOUNT
               "  Live: " WS-CR-DECISION(1) " " WS-CR-SCORE(1)
               "  Cand: " WS-CR-DECISION(2) " " WS-CR-SCORE(2)
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE.

       WRITE-BAND-SECTION.
           IF WS-CASES-CHANGED = ZERO
               MOVE SPACES TO BACKTEST-REPORT-LINE
               STRING "  None"
                   DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
               WRITE BACKTEST-REPORT-LINE
           END-IF

           MOVE SPACES TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "BY DECISION BAND (cases)   ------ LIVE ------"
               "    --- CANDIDATE ----"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "                            Fraud  Cleared"
               "       Fraud  Cleared"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE ALL "-" TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
               MOVE WS-BT-COUNT(1, WS-BAND, 1) TO WS-DISPLAY-N1
               MOVE WS-BT-COUNT(1, WS-BAND, 2) TO WS-DISPLAY-N2
               MOVE WS-BT-COUNT(2, WS-BAND, 1) TO WS-DISPLAY-N3
               MOVE WS-BT-COUNT(2, WS-BAND, 2) TO WS-DISPLAY-N4
               MOVE SPACES TO BACKTEST-REPORT-LINE
               STRING WS-BAND-NAME(WS-BAND) "                 "
                   " " WS-DISPLAY-N1 "    " WS-DISPLAY-N2
                   "       " WS-DISPLAY-N3 "    " WS-DISPLAY-N4
                   DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
               WRITE BACKTEST-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE.

      *    A pattern is credited with a flagged case whenever it fired
      *    on it, so a case two patterns fired on counts under both.
       WRITE-PATTERN-SECTION.
           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "BY PATTERN (flagged cases it fired on)"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "            ----------- LIVE ------------"
               "   -------- CANDIDATE ---------"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "Pattern     Fraud DENY Fraud CHAL Clr FLAG"
               "   Fraud DENY Fraud CHAL Clr FLAG"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE ALL "-" TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           PERFORM VARYING WS-PAT FROM 1 BY 1 UNTIL WS-PAT > 5
               MOVE WS-PT-FRAUD-DENY(1, WS-PAT) TO WS-DISPLAY-N1
               MOVE WS-PT-FRAUD-CHAL(1, WS-PAT) TO WS-DISPLAY-N2
               MOVE WS-PT-CLEARED-FLAG(1, WS-PAT) TO WS-DISPLAY-N3
               MOVE WS-PT-FRAUD-DENY(2, WS-PAT) TO WS-DISPLAY-N4
               MOVE WS-PT-FRAUD-CHAL(2, WS-PAT) TO WS-DISPLAY-N5
               MOVE WS-PT-CLEARED-FLAG(2, WS-PAT) TO WS-DISPLAY-N6
               MOVE SPACES TO BACKTEST-REPORT-LINE
               STRING WS-PATTERN-NAME(WS-PAT)
                   "      " WS-DISPLAY-N1
                   "      " WS-DISPLAY-N2
                   "    " WS-DISPLAY-N3
                   "        " WS-DISPLAY-N4
                   "      " WS-DISPLAY-N5
                   "    " WS-DISPLAY-N6
                   DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
               WRITE BACKTEST-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE.

       FINALIZE-BACKTEST.
           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "Cases Read: " WS-CASES-READ
               "  In Date Range: " WS-CASES-IN-RANGE
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "Back-tested: " WS-CASES-TESTED
               " (confirmed fraud " WS-CASES-FRAUD
               ", cleared " WS-CASES-CLEARED ")"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "Left Out: " WS-CASES-UNDECIDED
               " open/pending, " WS-CASES-BLOCKED " blocked-card"
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "Decisions Changed by Candidate: " WS-CASES-CHANGED
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           MOVE SPACES TO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           COMPUTE WS-SUM-LIVE =
               WS-BT-COUNT(1, 1, 1) + WS-BT-COUNT(1, 2, 1)
           COMPUTE WS-SUM-CAND =
               WS-BT-COUNT(2, 1, 1) + WS-BT-COUNT(2, 2, 1)
           MOVE "Confirmed fraud flagged (DENY or CHALLENGE):"
               TO WS-CAPTION
           PERFORM WRITE-COMPARISON-LINE

           MOVE WS-BT-COUNT(1, 1, 1) TO WS-SUM-LIVE
           MOVE WS-BT-COUNT(2, 1, 1) TO WS-SUM-CAND
           MOVE "Confirmed fraud denied:"
               TO WS-CAPTION
           PERFORM WRITE-COMPARISON-LINE

           COMPUTE WS-SUM-LIVE =
               WS-BT-COUNT(1, 1, 2) + WS-BT-COUNT(1, 2, 2)
           COMPUTE WS-SUM-CAND =
               WS-BT-COUNT(2, 1, 2) + WS-BT-COUNT(2, 2, 2)
           MOVE "Cleared transactions falsely flagged:"
               TO WS-CAPTION
           PERFORM WRITE-COMPARISON-LINE

           MOVE WS-BT-AMOUNT(1, 1, 1) TO WS-AMT-LIVE
           MOVE WS-BT-AMOUNT(2, 1, 1) TO WS-AMT-CAND
           MOVE WS-AMT-LIVE TO WS-DISPLAY-TOTAL
           MOVE WS-AMT-CAND TO WS-DISPLAY-TOTAL-2
           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING "Confirmed fraud dollars denied:  Live $"
               WS-DISPLAY-TOTAL "  Candidate $" WS-DISPLAY-TOTAL-2
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE

           CLOSE EXCEPTION-CASE-FILE
           CLOSE BACKTEST-REPORT-FILE

           DISPLAY "Fraud rule back-test complete for " WS-FROM-DATE
               " to " WS-TO-DATE "."
           DISPLAY WS-CASES-TESTED " cases back-tested, "
               WS-CASES-CHANGED " decisions changed by the candidate."
           DISPLAY "See FRBKRPT.TXT."
           IF WS-CAND-REJECTED > ZERO
               DISPLAY "Warning: " WS-CAND-REJECTED
                   " FRAUDCND.DAT rows rejected - see above"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Writes WS-CAPTION with the live and candidate counts and
      *    the change between them.
       WRITE-COMPARISON-LINE.
           MOVE WS-SUM-LIVE TO WS-DISPLAY-N1
           MOVE WS-SUM-CAND TO WS-DISPLAY-N2
           COMPUTE WS-SUM-CHANGE = WS-SUM-CAND - WS-SUM-LIVE
           MOVE WS-SUM-CHANGE TO WS-DISPLAY-CHANGE
           MOVE SPACES TO BACKTEST-REPORT-LINE
           STRING WS-CAPTION "  Live " WS-DISPLAY-N1
               "  Candidate " WS-DISPLAY-N2
               "  Change " WS-DISPLAY-CHANGE
               DELIMITED BY SIZE INTO BACKTEST-REPORT-LINE
           WRITE BACKTEST-REPORT-LINE.
