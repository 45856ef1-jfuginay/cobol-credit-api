       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOMNT.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Autopay enrollment maintenance                                *
      * Applies enrollment transactions from AUTOMNT.DAT to the       *
      * indexed AUTOPAY.DAT enrollment file AUTOPGEN pays from, in    *
      * the same shape as CARDMNT's card maintenance. Actions:        *
      *   A - enroll a card (on the master, not closed, blocked or    *
      *       charged off)                                            *
      *   C - change the pay option, fixed amount or funding account  *
      *   S - suspend (the enrollment is kept but pays nothing)       *
      *   R - resume a suspended enrollment                           *
      *   D - cancel the enrollment                                   *
      * Pay options are M (billed minimum), F (full balance) and X    *
      * (a fixed amount, which must be above zero). Every change,     *
      * applied or rejected, is written to the AUTOAUDT.TXT audit     *
      * report with before and after values. The funding account is   *
      * never printed - the report only says when it changed.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "AUTOMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT OPTIONAL AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AP-CARD-NUMBER
               FILE STATUS IS WS-AP-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUTOAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  AM-ACTION            PIC X(01).
           05  AM-CARD-NUMBER       PIC X(16).
           05  AM-PAY-OPTION        PIC X(01).
           05  AM-FIXED-AMOUNT      PIC X(09).
           05  AM-FUNDING-ACCOUNT   PIC X(20).

       FD  AUTOPAY-FILE.
       COPY AUTOPREC.

       FD  CARD-FILE.
       COPY CARDREC.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE        PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-MAINT-EOF             PIC X VALUE 'N'.
       01  WS-MT-STATUS             PIC XX.
       01  WS-AP-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-ENROLLED              PIC X VALUE 'N'.
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-FUNDING-CHANGED       PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-MAINT-READ        PIC 9(5) VALUE ZERO.
           05  WS-MAINT-APPLIED     PIC 9(5) VALUE ZERO.
           05  WS-MAINT-REJECTED    PIC 9(5) VALUE ZERO.

      *    Verified-numeric fixed amount picked up through REDEFINES
      *    so the digits land under the implied decimal point.
       01  WS-NEW-AMOUNT            PIC 9(7)V99.
       01  WS-NEW-AMOUNT-X REDEFINES WS-NEW-AMOUNT PIC X(09).

      *    Before values for the audit line of a change.
       01  WS-OLD-OPTION            PIC X(01).
       01  WS-OLD-AMOUNT            PIC 9(7)V99.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-OLD-VAL   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-NEW-VAL   PIC Z,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-MAINTENANCE
           PERFORM UNTIL WS-MAINT-EOF = 'Y'
               READ MAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-MAINT-EOF
                   NOT AT END
                       ADD 1 TO WS-MAINT-READ
                       PERFORM APPLY-ONE-MAINTENANCE
               END-READ
           END-PERFORM
           PERFORM FINALIZE-MAINTENANCE
           STOP RUN.

      *    OPEN I-O on a not-yet-existing OPTIONAL indexed file
      *    creates it and reports status "05", not "00" - the first
      *    enrollment run starts the file.
       INITIALIZE-MAINTENANCE.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE

           OPEN INPUT MAINT-FILE
           IF WS-MT-STATUS NOT = "00"
               DISPLAY "Unable to open AUTOMNT.DAT - status "
                   WS-MT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O AUTOPAY-FILE
           IF WS-AP-STATUS NOT = "00" AND WS-AP-STATUS NOT = "05"
               DISPLAY "Unable to open AUTOPAY.DAT - status "
                   WS-AP-STATUS
               CLOSE MAINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               CLOSE MAINT-FILE
               CLOSE AUTOPAY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE

           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "AUTOPAY ENROLLMENT AUDIT REPORT - " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           MOVE ALL "=" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

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
      * APPLY-ONE-MAINTENANCE routes an enrollment record to its      *
      * action paragraph. Every action first looks the enrollment     *
      * and the card up, so each paragraph starts from a known        *
      * WS-ENROLLED / WS-CARD-ON-FILE state.                          *
      *****************************************************************
       APPLY-ONE-MAINTENANCE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM LOOK-UP-ENROLLMENT
           PERFORM LOOK-UP-CARD

           EVALUATE AM-ACTION
               WHEN 'A'
                   PERFORM ENROLL-CARD
               WHEN 'C'
                   PERFORM CHANGE-ENROLLMENT
               WHEN 'S'
                   PERFORM SUSPEND-ENROLLMENT
               WHEN 'R'
                   PERFORM RESUME-ENROLLMENT
               WHEN 'D'
                   PERFORM CANCEL-ENROLLMENT
               WHEN OTHER
                   MOVE "UNKNOWN MAINTENANCE ACTION"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-AUDIT
           END-EVALUATE.

       LOOK-UP-ENROLLMENT.
           MOVE 'N' TO WS-ENROLLED
           MOVE AM-CARD-NUMBER TO AP-CARD-NUMBER
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENROLLED
           END-READ.

       LOOK-UP-CARD.
           MOVE 'N' TO WS-CARD-ON-FILE
           MOVE AM-CARD-NUMBER TO CR-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-ON-FILE
           END-READ.

      *    Shared by enroll and change: the pay option must be known
      *    and a fixed amount must be a real, nonzero amount.
       EDIT-PAY-OPTION.
           MOVE AM-PAY-OPTION TO AP-PAY-OPTION
           IF NOT AP-PAY-OPTION-VALID
               MOVE "PAY OPTION MUST BE M, F OR X"
                   TO WS-REJECT-REASON
           END-IF

           MOVE ZERO TO WS-NEW-AMOUNT
           IF WS-REJECT-REASON = SPACES AND AP-PAY-FIXED
               IF AM-FIXED-AMOUNT IS NOT NUMERIC
                   MOVE "FIXED AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   MOVE AM-FIXED-AMOUNT TO WS-NEW-AMOUNT-X
                   IF WS-NEW-AMOUNT = ZERO
                       MOVE "FIXED AMOUNT MUST BE ABOVE ZERO"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       ENROLL-CARD.
           IF WS-ENROLLED = 'Y'
               MOVE "CARD ALREADY ENROLLED" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-CARD-ON-FILE = 'N'
                   MOVE "CARD NOT ON MASTER FILE" TO WS-REJECT-REASON
               ELSE
                   IF CR-CARD-CLOSED
                       MOVE "CARD IS CLOSED" TO WS-REJECT-REASON
                   END-IF
                   IF CR-CARD-BLOCKED
                       MOVE "CARD IS BLOCKED" TO WS-REJECT-REASON
                   END-IF
                   IF CR-CARD-CHARGED-OFF
                       MOVE "CARD IS CHARGED OFF" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF AM-FUNDING-ACCOUNT = SPACES
                   MOVE "FUNDING ACCOUNT MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM EDIT-PAY-OPTION
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE AM-CARD-NUMBER TO AP-CARD-NUMBER
               MOVE AM-PAY-OPTION TO AP-PAY-OPTION
               MOVE WS-NEW-AMOUNT TO AP-FIXED-AMOUNT
               MOVE AM-FUNDING-ACCOUNT TO AP-FUNDING-ACCOUNT
               MOVE 'A' TO AP-STATUS
               MOVE WS-CURRENT-DATE TO AP-ENROLL-DATE
               MOVE SPACES TO AP-LAST-DUE-DATE
               MOVE SPACES TO AP-LAST-GEN-DATE
               MOVE ZERO TO AP-LAST-AMOUNT
               WRITE AUTOPAY-RECORD
                   INVALID KEY
                       MOVE "CARD ALREADY ENROLLED"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-APPLIED-HEADER
               MOVE WS-NEW-AMOUNT TO WS-DISPLAY-NEW-VAL
               MOVE SPACES TO AUDIT-REPORT-LINE
               IF AP-PAY-FIXED
                   STRING "  Enrolled: option X  Fixed amount: $"
                       WS-DISPLAY-NEW-VAL
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               ELSE
                   STRING "  Enrolled: option " AP-PAY-OPTION
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               END-IF
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

      *    A blank funding account on a change keeps the one on file,
      *    so an option change need not re-key the bank details.
       CHANGE-ENROLLMENT.
           IF WS-ENROLLED = 'N'
               MOVE "CARD NOT ENROLLED" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE AP-PAY-OPTION TO WS-OLD-OPTION
               MOVE AP-FIXED-AMOUNT TO WS-OLD-AMOUNT
               PERFORM EDIT-PAY-OPTION
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-NEW-AMOUNT TO AP-FIXED-AMOUNT
               MOVE 'N' TO WS-FUNDING-CHANGED
               IF AM-FUNDING-ACCOUNT NOT = SPACES AND
                   AM-FUNDING-ACCOUNT NOT = AP-FUNDING-ACCOUNT
                   MOVE AM-FUNDING-ACCOUNT TO AP-FUNDING-ACCOUNT
                   MOVE 'Y' TO WS-FUNDING-CHANGED
               END-IF
               REWRITE AUTOPAY-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE WS-OLD-AMOUNT TO WS-DISPLAY-OLD-VAL
               MOVE WS-NEW-AMOUNT TO WS-DISPLAY-NEW-VAL
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Option: " WS-OLD-OPTION " -> " AP-PAY-OPTION
                   "  Fixed amount: $" WS-DISPLAY-OLD-VAL
                   " -> $" WS-DISPLAY-NEW-VAL
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               IF WS-FUNDING-CHANGED = 'Y'
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING "  Funding account changed"
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       SUSPEND-ENROLLMENT.
           IF WS-ENROLLED = 'N'
               MOVE "CARD NOT ENROLLED" TO WS-REJECT-REASON
           ELSE
               IF AP-SUSPENDED
                   MOVE "ENROLLMENT ALREADY SUSPENDED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE 'S' TO AP-STATUS
               REWRITE AUTOPAY-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Status: A -> S"
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       RESUME-ENROLLMENT.
           IF WS-ENROLLED = 'N'
               MOVE "CARD NOT ENROLLED" TO WS-REJECT-REASON
           ELSE
               IF NOT AP-SUSPENDED
                   MOVE "ENROLLMENT NOT SUSPENDED" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE 'A' TO AP-STATUS
               REWRITE AUTOPAY-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Status: S -> A"
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       CANCEL-ENROLLMENT.
           IF WS-ENROLLED = 'N'
               MOVE "CARD NOT ENROLLED" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               DELETE AUTOPAY-FILE
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Cancelled: was option " AP-PAY-OPTION
                   " status " AP-STATUS
                   " last paid due date " AP-LAST-DUE-DATE
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       WRITE-APPLIED-HEADER.
           ADD 1 TO WS-MAINT-APPLIED
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Action: " AM-ACTION
               " Card: " AM-CARD-NUMBER(1:4) "-****-****-"
               AM-CARD-NUMBER(13:4)
               " APPLIED"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       WRITE-REJECTED-AUDIT.
           ADD 1 TO WS-MAINT-REJECTED
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Action: " AM-ACTION
               " Card: " AM-CARD-NUMBER(1:4) "-****-****-"
               AM-CARD-NUMBER(13:4)
               " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       FINALIZE-MAINTENANCE.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Changes Read: " WS-MAINT-READ
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Changes Applied: " WS-MAINT-APPLIED
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Changes Rejected: " WS-MAINT-REJECTED
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           CLOSE MAINT-FILE
           CLOSE AUTOPAY-FILE
           CLOSE CARD-FILE
           CLOSE AUDIT-REPORT-FILE

           DISPLAY "Autopay maintenance complete. " WS-MAINT-APPLIED
               " applied, " WS-MAINT-REJECTED " rejected."
           DISPLAY "See AUTOAUDT.TXT for the audit report."
           IF WS-MAINT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
