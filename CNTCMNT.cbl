       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTCMNT.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Customer contact maintenance                                  *
      * Applies contact transactions from CNTCMNT.DAT to the indexed  *
      * CUSTCNTC.DAT contact file statements and dunning letters are  *
      * addressed from, in the same shape as CARDMNT's card           *
      * maintenance. Actions:                                         *
      *   A - add a card's contact record (the card must be on the    *
      *       master)                                                 *
      *   C - change it: every nonblank field replaces the one on     *
      *       file; a new postal address clears the returned-mail     *
      *       flag                                                    *
      *   R - flag returned mail (statements and letters are held     *
      *       until the address is corrected or confirmed)            *
      *   G - clear the flag with the address on file confirmed good  *
      *   D - delete the contact record                               *
      * Delivery is P (paper, which needs address line 1, city, state *
      * and postal code) or E (electronic, which needs an email       *
      * address). Every change, applied or rejected, is written to    *
      * the CNTCAUDT.TXT audit report with before and after values.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "CNTCMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT OPTIONAL CUSTOMER-CONTACT-FILE
               ASSIGN TO "CUSTCNTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CT-CARD-NUMBER
               FILE STATUS IS WS-CT-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "CNTCAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  CN-ACTION            PIC X(01).
           05  CN-CARD-NUMBER       PIC X(16).
           05  CN-ADDRESS-LINE-1    PIC X(40).
           05  CN-ADDRESS-LINE-2    PIC X(40).
           05  CN-CITY              PIC X(25).
           05  CN-STATE             PIC X(02).
           05  CN-POSTAL-CODE       PIC X(10).
           05  CN-PHONE             PIC X(15).
           05  CN-EMAIL             PIC X(50).
           05  CN-DELIVERY          PIC X(01).

       FD  CUSTOMER-CONTACT-FILE.
       COPY CNTCREC.

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
       01  WS-CT-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-CONTACT-ON-FILE       PIC X VALUE 'N'.
       01  WS-CARD-ON-FILE          PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-ADDRESS-CHANGED       PIC X VALUE 'N'.
       01  WS-AT-SIGN-COUNT         PIC 99.

       01  WS-COUNTERS.
           05  WS-MAINT-READ        PIC 9(5) VALUE ZERO.
           05  WS-MAINT-APPLIED     PIC 9(5) VALUE ZERO.
           05  WS-MAINT-REJECTED    PIC 9(5) VALUE ZERO.

      *    The contact record as it stood before a change, for the
      *    before/after lines of the audit report.
       01  WS-OLD-CONTACT.
           05  OC-CARD-NUMBER       PIC X(16).
           05  OC-ADDRESS-LINE-1    PIC X(40).
           05  OC-ADDRESS-LINE-2    PIC X(40).
           05  OC-CITY              PIC X(25).
           05  OC-STATE             PIC X(02).
           05  OC-POSTAL-CODE       PIC X(10).
           05  OC-PHONE             PIC X(15).
           05  OC-EMAIL             PIC X(50).
           05  OC-DELIVERY          PIC X(01).
           05  OC-RETURNED-MAIL     PIC X(01).
           05  OC-RETURNED-DATE     PIC X(08).
           05  OC-LAST-CHANGE-DATE  PIC X(08).

      *    One changed field for AUDIT-FIELD-CHANGE to print.
       01  WS-AUDIT-FIELD.
           05  WS-FIELD-LABEL       PIC X(16).
           05  WS-FIELD-OLD         PIC X(50).
           05  WS-FIELD-NEW         PIC X(50).

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
      *    maintenance run starts the file.
       INITIALIZE-MAINTENANCE.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE

           OPEN INPUT MAINT-FILE
           IF WS-MT-STATUS NOT = "00"
               DISPLAY "Unable to open CNTCMNT.DAT - status "
                   WS-MT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-CONTACT-FILE
           IF WS-CT-STATUS NOT = "00" AND WS-CT-STATUS NOT = "05"
               DISPLAY "Unable to open CUSTCNTC.DAT - status "
                   WS-CT-STATUS
               CLOSE MAINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CARD-FILE
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open card master - status "
                   WS-CM-STATUS
               CLOSE MAINT-FILE
               CLOSE CUSTOMER-CONTACT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE

           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "CUSTOMER CONTACT AUDIT REPORT - " WS-CURRENT-DATE
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
      * APPLY-ONE-MAINTENANCE routes a contact record to its action   *
      * paragraph. Every action first looks the contact record and    *
      * the card up, so each paragraph starts from a known            *
      * WS-CONTACT-ON-FILE / WS-CARD-ON-FILE state.                   *
      *****************************************************************
       APPLY-ONE-MAINTENANCE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM LOOK-UP-CONTACT
           PERFORM LOOK-UP-CARD

           EVALUATE CN-ACTION
               WHEN 'A'
                   PERFORM ADD-CONTACT
               WHEN 'C'
                   PERFORM CHANGE-CONTACT
               WHEN 'R'
                   PERFORM FLAG-RETURNED-MAIL
               WHEN 'G'
                   PERFORM CLEAR-RETURNED-MAIL
               WHEN 'D'
                   PERFORM DELETE-CONTACT
               WHEN OTHER
                   MOVE "UNKNOWN MAINTENANCE ACTION"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTED-AUDIT
           END-EVALUATE.

       LOOK-UP-CONTACT.
           MOVE 'N' TO WS-CONTACT-ON-FILE
           MOVE CN-CARD-NUMBER TO CT-CARD-NUMBER
           READ CUSTOMER-CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTACT-ON-FILE
           END-READ.

       LOOK-UP-CARD.
           MOVE 'N' TO WS-CARD-ON-FILE
           MOVE CN-CARD-NUMBER TO CR-CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-ON-FILE
           END-READ.

      *    Shared by add and change, on the record as it will be
      *    written: the delivery must be known and the address it
      *    needs must be there.
       EDIT-CONTACT.
           IF NOT CT-DELIVERY-VALID
               MOVE "DELIVERY MUST BE P OR E" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES AND CT-DELIVER-PAPER
               IF CT-ADDRESS-LINE-1 = SPACES OR CT-CITY = SPACES OR
                   CT-STATE = SPACES OR CT-POSTAL-CODE = SPACES
                   MOVE "POSTAL ADDRESS INCOMPLETE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES AND CT-EMAIL NOT = SPACES
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT CT-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
               IF WS-AT-SIGN-COUNT NOT = 1
                   MOVE "EMAIL ADDRESS NOT VALID" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES AND CT-DELIVER-EMAIL
               IF CT-EMAIL = SPACES
                   MOVE "EMAIL ADDRESS MISSING" TO WS-REJECT-REASON
               END-IF
           END-IF.

       ADD-CONTACT.
           IF WS-CONTACT-ON-FILE = 'Y'
               MOVE "CONTACT RECORD ALREADY ON FILE"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-CARD-ON-FILE = 'N'
                   MOVE "CARD NOT ON MASTER FILE" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CN-CARD-NUMBER TO CT-CARD-NUMBER
               MOVE CN-ADDRESS-LINE-1 TO CT-ADDRESS-LINE-1
               MOVE CN-ADDRESS-LINE-2 TO CT-ADDRESS-LINE-2
               MOVE CN-CITY TO CT-CITY
               MOVE CN-STATE TO CT-STATE
               MOVE CN-POSTAL-CODE TO CT-POSTAL-CODE
               MOVE CN-PHONE TO CT-PHONE
               MOVE CN-EMAIL TO CT-EMAIL
               MOVE CN-DELIVERY TO CT-DELIVERY
               MOVE 'N' TO CT-RETURNED-MAIL
               MOVE SPACES TO CT-RETURNED-DATE
               MOVE WS-CURRENT-DATE TO CT-LAST-CHANGE-DATE
               PERFORM EDIT-CONTACT
           END-IF

           IF WS-REJECT-REASON = SPACES
               WRITE CUSTOMER-CONTACT-RECORD
                   INVALID KEY
                       MOVE "CONTACT RECORD ALREADY ON FILE"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Added: delivery " CT-DELIVERY
                   "  " CT-CITY " " CT-STATE " " CT-POSTAL-CODE
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

      *****************************************************************
      * CHANGE-CONTACT lays the nonblank fields of the change over    *
      * the record on file and edits the result as a whole, so a      *
      * change to electronic delivery with no email on file, say, is  *
      * rejected. A changed postal address means mail can go out      *
      * again, so it clears the returned-mail flag.                   *
      *****************************************************************
       CHANGE-CONTACT.
           IF WS-CONTACT-ON-FILE = 'N'
               MOVE "NO CONTACT RECORD ON FILE" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CUSTOMER-CONTACT-RECORD TO WS-OLD-CONTACT
               IF CN-ADDRESS-LINE-1 NOT = SPACES
                   MOVE CN-ADDRESS-LINE-1 TO CT-ADDRESS-LINE-1
               END-IF
               IF CN-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CN-ADDRESS-LINE-2 TO CT-ADDRESS-LINE-2
               END-IF
               IF CN-CITY NOT = SPACES
                   MOVE CN-CITY TO CT-CITY
               END-IF
               IF CN-STATE NOT = SPACES
                   MOVE CN-STATE TO CT-STATE
               END-IF
               IF CN-POSTAL-CODE NOT = SPACES
                   MOVE CN-POSTAL-CODE TO CT-POSTAL-CODE
               END-IF
               IF CN-PHONE NOT = SPACES
                   MOVE CN-PHONE TO CT-PHONE
               END-IF
               IF CN-EMAIL NOT = SPACES
                   MOVE CN-EMAIL TO CT-EMAIL
               END-IF
               IF CN-DELIVERY NOT = SPACES
                   MOVE CN-DELIVERY TO CT-DELIVERY
               END-IF
               PERFORM EDIT-CONTACT
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF CUSTOMER-CONTACT-RECORD = WS-OLD-CONTACT
                   MOVE "NO CHANGE TO CONTACT RECORD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE 'N' TO WS-ADDRESS-CHANGED
               IF CT-ADDRESS-LINE-1 NOT = OC-ADDRESS-LINE-1 OR
                   CT-ADDRESS-LINE-2 NOT = OC-ADDRESS-LINE-2 OR
                   CT-CITY NOT = OC-CITY OR
                   CT-STATE NOT = OC-STATE OR
                   CT-POSTAL-CODE NOT = OC-POSTAL-CODE
                   MOVE 'Y' TO WS-ADDRESS-CHANGED
               END-IF
               IF WS-ADDRESS-CHANGED = 'Y' AND CT-MAIL-RETURNED
                   MOVE 'N' TO CT-RETURNED-MAIL
                   MOVE SPACES TO CT-RETURNED-DATE
               END-IF
               MOVE WS-CURRENT-DATE TO CT-LAST-CHANGE-DATE
               REWRITE CUSTOMER-CONTACT-RECORD
               PERFORM WRITE-APPLIED-HEADER
               PERFORM AUDIT-CONTACT-CHANGES
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

      *    One before/after pair for every field the change altered.
       AUDIT-CONTACT-CHANGES.
           IF CT-ADDRESS-LINE-1 NOT = OC-ADDRESS-LINE-1
               MOVE "Address line 1" TO WS-FIELD-LABEL
               MOVE OC-ADDRESS-LINE-1 TO WS-FIELD-OLD
               MOVE CT-ADDRESS-LINE-1 TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-ADDRESS-LINE-2 NOT = OC-ADDRESS-LINE-2
               MOVE "Address line 2" TO WS-FIELD-LABEL
               MOVE OC-ADDRESS-LINE-2 TO WS-FIELD-OLD
               MOVE CT-ADDRESS-LINE-2 TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-CITY NOT = OC-CITY
               MOVE "City" TO WS-FIELD-LABEL
               MOVE OC-CITY TO WS-FIELD-OLD
               MOVE CT-CITY TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-STATE NOT = OC-STATE
               MOVE "State" TO WS-FIELD-LABEL
               MOVE OC-STATE TO WS-FIELD-OLD
               MOVE CT-STATE TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-POSTAL-CODE NOT = OC-POSTAL-CODE
               MOVE "Postal code" TO WS-FIELD-LABEL
               MOVE OC-POSTAL-CODE TO WS-FIELD-OLD
               MOVE CT-POSTAL-CODE TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-PHONE NOT = OC-PHONE
               MOVE "Phone" TO WS-FIELD-LABEL
               MOVE OC-PHONE TO WS-FIELD-OLD
               MOVE CT-PHONE TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-EMAIL NOT = OC-EMAIL
               MOVE "Email" TO WS-FIELD-LABEL
               MOVE OC-EMAIL TO WS-FIELD-OLD
               MOVE CT-EMAIL TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-DELIVERY NOT = OC-DELIVERY
               MOVE "Delivery" TO WS-FIELD-LABEL
               MOVE OC-DELIVERY TO WS-FIELD-OLD
               MOVE CT-DELIVERY TO WS-FIELD-NEW
               PERFORM AUDIT-FIELD-CHANGE
           END-IF
           IF CT-RETURNED-MAIL NOT = OC-RETURNED-MAIL
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Returned-mail flag cleared - new address"
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       AUDIT-FIELD-CHANGE.
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "  " WS-FIELD-LABEL ": " WS-FIELD-OLD
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "                 -> " WS-FIELD-NEW
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       FLAG-RETURNED-MAIL.
           IF WS-CONTACT-ON-FILE = 'N'
               MOVE "NO CONTACT RECORD ON FILE" TO WS-REJECT-REASON
           ELSE
               IF CT-MAIL-RETURNED
                   MOVE "RETURNED MAIL ALREADY FLAGGED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO CT-RETURNED-MAIL
               MOVE WS-CURRENT-DATE TO CT-RETURNED-DATE
               MOVE WS-CURRENT-DATE TO CT-LAST-CHANGE-DATE
               REWRITE CUSTOMER-CONTACT-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Returned mail: N -> Y  Address: "
                   CT-ADDRESS-LINE-1
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       CLEAR-RETURNED-MAIL.
           IF WS-CONTACT-ON-FILE = 'N'
               MOVE "NO CONTACT RECORD ON FILE" TO WS-REJECT-REASON
           ELSE
               IF NOT CT-MAIL-RETURNED
                   MOVE "RETURNED MAIL NOT FLAGGED" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE CT-RETURNED-DATE TO OC-RETURNED-DATE
               MOVE 'N' TO CT-RETURNED-MAIL
               MOVE SPACES TO CT-RETURNED-DATE
               MOVE WS-CURRENT-DATE TO CT-LAST-CHANGE-DATE
               REWRITE CUSTOMER-CONTACT-RECORD
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Returned mail: Y -> N  (flagged "
                   OC-RETURNED-DATE ", address confirmed)"
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       DELETE-CONTACT.
           IF WS-CONTACT-ON-FILE = 'N'
               MOVE "NO CONTACT RECORD ON FILE" TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               DELETE CUSTOMER-CONTACT-FILE
               PERFORM WRITE-APPLIED-HEADER
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "  Deleted: was delivery " CT-DELIVERY
                   " returned mail " CT-RETURNED-MAIL
                   "  " CT-CITY " " CT-STATE " " CT-POSTAL-CODE
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               PERFORM WRITE-REJECTED-AUDIT
           END-IF.

       WRITE-APPLIED-HEADER.
           ADD 1 TO WS-MAINT-APPLIED
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Action: " CN-ACTION
               " Card: " CN-CARD-NUMBER(1:4) "-****-****-"
               CN-CARD-NUMBER(13:4)
               " APPLIED"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       WRITE-REJECTED-AUDIT.
           ADD 1 TO WS-MAINT-REJECTED
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "Action: " CN-ACTION
               " Card: " CN-CARD-NUMBER(1:4) "-****-****-"
               CN-CARD-NUMBER(13:4)
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
           CLOSE CUSTOMER-CONTACT-FILE
           CLOSE CARD-FILE
           CLOSE AUDIT-REPORT-FILE

           DISPLAY "Contact maintenance complete. " WS-MAINT-APPLIED
               " applied, " WS-MAINT-REJECTED " rejected."
           DISPLAY "See CNTCAUDT.TXT for the audit report."
           IF WS-MAINT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
