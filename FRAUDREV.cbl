      * the same reversal twice on a rerun. Every disposition,        *
      * applied or rejected, goes to the FRDRVRPT.TXT audit report,   *
      * which closes with a list of the cases still open or pending.  *
      * CARDREIS moves open cases to the replacement card when a      *
      * card is reissued, so a disposition keyed with the old card    *
      * number follows CARDXREF.DAT to find its case.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PJ-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "FRDRVRPT.TXT"
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
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE       PIC X(100).

       FD  CARD-XREF-FILE.
       COPY XREFREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       01  WS-REVERSED-THIS-RUN     PIC X VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(40).

      *    Reissue cross-reference, followed from the card number
      *    keyed on the disposition to the account's current card.
       01  WS-XR-STATUS             PIC XX.
       01  WS-XR-OPEN               PIC X VALUE 'N'.
       01  WS-XREF-END              PIC X VALUE 'N'.
       01  WS-XREF-HOPS             PIC 99 VALUE ZERO.
       01  WS-XREF-CARD             PIC X(16).

       01  WS-COUNTERS.
           05  WS-DISP-READ         PIC 9(5) VALUE ZERO.
           05  WS-DISP-APPLIED      PIC 9(5) VALUE ZERO.
               STOP RUN
           END-IF

           MOVE 'N' TO WS-XR-OPEN
           OPEN INPUT CARD-XREF-FILE
           IF WS-XR-STATUS = "00" OR WS-XR-STATUS = "05"
               MOVE 'Y' TO WS-XR-OPEN
           END-IF

           OPEN OUTPUT REVIEW-REPORT-FILE

           MOVE SPACES TO REVIEW-REPORT-LINE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-ON-FILE
           END-READ

      *    A case opened on a card since reissued was moved to the
      *    replacement number - look for it there.
           IF WS-CASE-ON-FILE = 'N'
               MOVE DS-CARD-NUMBER TO WS-XREF-CARD
               PERFORM FOLLOW-CARD-XREF
               IF WS-XREF-CARD NOT = DS-CARD-NUMBER
                   MOVE WS-XREF-CARD TO XC-CARD-NUMBER
                   MOVE DS-TRANS-DATE TO XC-TRANS-DATE
                   MOVE DS-TRANS-TIME TO XC-TRANS-TIME
                   READ EXCEPTION-CASE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CASE-ON-FILE
                   END-READ
               END-IF
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
      * POST-REVERSING-CREDIT makes the cardholder whole for a        *
           CLOSE EXCEPTION-CASE-FILE
           CLOSE CARD-FILE
           CLOSE REVIEW-REPORT-FILE
           IF WS-XR-OPEN = 'Y'
               CLOSE CARD-XREF-FILE
           END-IF

           DISPLAY "Fraud review complete. " WS-DISP-APPLIED
               " applied, " WS-DISP-REJECTED " rejected, "
