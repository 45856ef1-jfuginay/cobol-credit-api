       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEREV.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Periodic credit line review                                   *
      * CR-CREDIT-LIMIT only ever changed when someone keyed an 'L'   *
      * into CARDMNT.DAT, so good customers never saw an increase and *
      * cards sliding into trouble kept their full line. This batch   *
      * reads the last several CARDSNAP cycles (SNAP_YYYYMM.DAT) for  *
      * every active card on the master and scores three things:      *
      *   - utilization: the average over the window and its trend    *
      *     from the oldest cycle on file to the latest               *
      *   - days past due: the worst cycle and the number of cycles   *
      *     30 or more days past due                                  *
      *   - payment behaviour: cycles current, cycles the balance     *
      *     came down, and days since CR-LAST-PAYMENT-DATE            *
      * The LINEPOL.DAT policy rules turn those into an increase, a   *
      * decrease or no change; a decrease always wins over an         *
      * increase. Every recommendation, with the evidence behind it,  *
      * goes to the LINERPT.TXT reviewer report. A change no larger   *
      * than the policy's approval ceiling is approved and written to *
      * LINEMNT.DAT as a CARDMNT 'L' transaction; a larger one is     *
      * referred to the reviewer and not written. LINEMNT.DAT is in   *
      * the CARDMNT.DAT layout, so the approved changes are applied   *
      * by copying it in as CARDMNT.DAT and running CARDMNT - every   *
      * limit change still passes CARDMNT's validation and lands in   *
      * MNTAUDIT.TXT. Nothing here touches the master.                *
      * The latest cycle to review may be given as the first          *
      * command-line argument (YYYYMM); it defaults to the business   *
      * date's month, the cycle CARDSNAP just wrote.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CARD-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN DYNAMIC WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT OPTIONAL LINE-POLICY-FILE
               ASSIGN TO "LINEPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.
           SELECT LINE-MAINT-FILE ASSIGN TO "LINEMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINE-REPORT-FILE ASSIGN TO "LINERPT.TXT"
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

       FD  LINE-POLICY-FILE.
       COPY LINEPOL.

      *    The CARDMNT.DAT maintenance layout, exactly as CARDMNT
      *    reads it - only the action, card and amount are used for
      *    an 'L' limit change.
       FD  LINE-MAINT-FILE.
       01  LINE-MAINT-RECORD.
           05  MT-ACTION            PIC X(01).
           05  MT-CARD-NUMBER       PIC X(16).
           05  MT-NAME              PIC X(30).
           05  MT-AMOUNT            PIC X(09).
           05  MT-APR               PIC X(04).
           05  MT-PIN               PIC X(04).

       FD  LINE-REPORT-FILE.
       01  LINE-REPORT-LINE         PIC X(120).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-CM-STATUS             PIC XX.
       01  WS-SN-STATUS             PIC XX.
       01  WS-LP-STATUS             PIC XX.
       01  WS-CARD-EOF              PIC X VALUE 'N'.
       01  WS-SNAP-EOF              PIC X VALUE 'N'.
       01  WS-LP-EOF                PIC X VALUE 'N'.
       01  WS-SNAP-FILENAME         PIC X(40).

      *    Cycle selection, as SNAPTRND does it - the latest cycle
      *    from the argument or the business date, then back a month
      *    at a time, rolling the year back across January.
       01  WS-ARG-COUNT             PIC 99.
       01  WS-CYCLE-PARM            PIC X(06).
       01  WS-WORK-CYCLE.
           05  WS-WORK-YYYY         PIC 9(4).
           05  WS-WORK-MM           PIC 99.

      *    The review window, oldest cycle in slot 1 and the latest
      *    in slot WS-POL-CYCLES.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 12 TIMES.
               10  WS-CL-CYCLE          PIC X(06).
               10  WS-CL-FOUND          PIC X(01).
       01  WS-SLOT                  PIC 99.
       01  WS-CYCLES-MISSING        PIC 99 VALUE ZERO.

      *    The review policy in effect. LOAD-LINE-POLICY starts from
      *    these defaults and overrides each from its LINEPOL.DAT
      *    record when there is one. Percentages are whole points.
       01  WS-LINE-POLICY.
           05  WS-POL-CYCLES        PIC 9(2) VALUE 6.
           05  WS-POL-MIN-CYCLES    PIC 9(2) VALUE 6.
           05  WS-POL-INCR-UTIL-MIN PIC 9(3) VALUE 30.
           05  WS-POL-INCR-PAY-DAYS PIC 9(3) VALUE 45.
           05  WS-POL-INCR-PCT      PIC 9(3) VALUE 20.
           05  WS-POL-INCR-MAX-AMT  PIC 9(7)V99 VALUE 2500.00.
           05  WS-POL-MAX-LIMIT     PIC 9(7)V99 VALUE 25000.00.
           05  WS-POL-DECR-DPD      PIC 9(3) VALUE 60.
           05  WS-POL-DECR-DQ-CYC   PIC 9(2) VALUE 2.
           05  WS-POL-DECR-UTIL-TRD PIC 9(3) VALUE 25.
           05  WS-POL-DECR-UTIL-MIN PIC 9(3) VALUE 90.
           05  WS-POL-DECR-PCT      PIC 9(3) VALUE 25.
           05  WS-POL-MIN-LIMIT     PIC 9(7)V99 VALUE 500.00.
           05  WS-POL-APPROVE-MAX   PIC 9(7)V99 VALUE 1000.00.
           05  WS-POL-SOURCE        PIC X(08) VALUE "DEFAULT".

      *    Snapshot history by card, the same 500-card ceiling
      *    CARDRISK's report tables use. A card beyond the table is
      *    counted and left out of the review, never half-reviewed.
       01  WS-MAX-CARDS             PIC 9(5) VALUE 500.
       01  WS-HIST-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-HIST-INDEX            PIC 9(5).
       01  WS-HIST-FOUND            PIC 9(5).
       01  WS-HIST-OVERFLOW         PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-CARD           PIC X(16).
       01  WS-HIST-TABLE.
           05  WS-HT-ENTRY OCCURS 500 TIMES.
               10  WS-HT-CARD-NUMBER    PIC X(16).
               10  WS-HT-CYCLE OCCURS 12 TIMES.
                   15  WS-HT-PRESENT        PIC X(01).
                   15  WS-HT-BALANCE        PIC 9(7)V99.
                   15  WS-HT-LIMIT          PIC 9(7)V99.
                   15  WS-HT-DPD            PIC 9(5).

      *    One card's evidence, worked out by GATHER-EVIDENCE.
       01  WS-EVIDENCE.
           05  WS-EV-CYCLES         PIC 99.
           05  WS-EV-UTIL           PIC 9(5).
           05  WS-EV-UTIL-SUM       PIC 9(7).
           05  WS-EV-UTIL-AVG       PIC 9(5).
           05  WS-EV-UTIL-FIRST     PIC 9(5).
           05  WS-EV-UTIL-LAST      PIC 9(5).
           05  WS-EV-UTIL-TREND     PIC S9(5).
           05  WS-EV-MAX-DPD        PIC 9(5).
           05  WS-EV-DQ-CYCLES      PIC 99.
           05  WS-EV-CURRENT-CYC    PIC 99.
           05  WS-EV-PAYDOWN-CYC    PIC 99.
           05  WS-EV-PRIOR-BALANCE  PIC 9(7)V99.
           05  WS-EV-HAVE-PRIOR     PIC X(01).
           05  WS-EV-LIMIT-CHANGED  PIC X(01).
           05  WS-EV-PAY-DAYS       PIC 9(5).

      *    Per-cycle evidence strings for the report, oldest first; a
      *    cycle with no snapshot for the card shows as "--".
       01  WS-UTIL-EVIDENCE.
           05  WS-UE-SLOT OCCURS 12 TIMES PIC X(04).
       01  WS-DPD-EVIDENCE.
           05  WS-DE-SLOT OCCURS 12 TIMES PIC X(04).
       01  WS-CYCLE-EVIDENCE.
           05  WS-CE-SLOT OCCURS 12 TIMES PIC X(07).
       01  WS-EVIDENCE-LEN          PIC 9(3).
       01  WS-SLOT-VALUE            PIC ZZ9.

      *    The recommendation for one card.
       01  WS-DECISION              PIC X(09).
       01  WS-APPROVAL              PIC X(08).
       01  WS-DECISION-REASON       PIC X(40).
       01  WS-NEW-LIMIT             PIC 9(7)V99.
       01  WS-NEW-LIMIT-X REDEFINES WS-NEW-LIMIT PIC X(09).
       01  WS-CHANGE-AMOUNT         PIC 9(7)V99.
       01  WS-BALANCE-FLOOR         PIC 9(7)V99.
       01  WS-HUNDREDS              PIC 9(7).

       01  WS-TODAY-NUM             PIC 9(8).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-PAY-NUM               PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REVIEWED    PIC 9(5) VALUE ZERO.
           05  WS-NOT-REVIEWED      PIC 9(5) VALUE ZERO.
           05  WS-INCR-APPROVED     PIC 9(5) VALUE ZERO.
           05  WS-DECR-APPROVED     PIC 9(5) VALUE ZERO.
           05  WS-REFERRED          PIC 9(5) VALUE ZERO.
           05  WS-NO-CHANGE         PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-INCREASE    PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-DECREASE    PIC 9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-OLD-LIMIT PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-NEW-LIMIT PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-BALANCE   PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-PCT       PIC ZZ9.
           05  WS-DISPLAY-TREND     PIC +ZZZ9.
           05  WS-DISPLAY-DAYS      PIC ZZZZ9.
           05  WS-DISPLAY-COUNT     PIC Z9.
           05  WS-DISPLAY-COUNT-2   PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REVIEW
           PERFORM LOAD-SNAPSHOT-HISTORY
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM REVIEW-ONE-CARD
               END-READ
           END-PERFORM
           PERFORM FINALIZE-REVIEW
           STOP RUN.

       INITIALIZE-REVIEW.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-CYCLE-PARM FROM ARGUMENT-VALUE
               IF WS-CYCLE-PARM IS NOT NUMERIC
                   DISPLAY "Cycle argument not numeric: "
                       WS-CYCLE-PARM
                   DISPLAY "Usage: LINEREV <cycle-yyyymm>"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CYCLE-PARM TO WS-WORK-CYCLE
           ELSE
               MOVE BD-BUSINESS-DATE(1:6) TO WS-WORK-CYCLE
           END-IF

           PERFORM LOAD-LINE-POLICY

      *    Fill the window from the latest cycle back.
           INITIALIZE WS-CYCLE-TABLE
           PERFORM VARYING WS-SLOT FROM WS-POL-CYCLES BY -1
                   UNTIL WS-SLOT < 1
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

           OPEN OUTPUT LINE-MAINT-FILE
           OPEN OUTPUT LINE-REPORT-FILE.

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
      * LOAD-LINE-POLICY overrides the compiled-in defaults from      *
      * LINEPOL.DAT. A rule whose value is not numeric, or is out of  *
      * range for the rule, is reported and ignored rather than       *
      * reviewing on a garbage policy; an unknown rule code is        *
      * reported so a typo does not go unnoticed. No file at all is   *
      * not an error - the review then runs on the defaults.          *
      *****************************************************************
       LOAD-LINE-POLICY.
           OPEN INPUT LINE-POLICY-FILE
           IF WS-LP-STATUS = "00" OR WS-LP-STATUS = "05"
               MOVE 'N' TO WS-LP-EOF
               PERFORM UNTIL WS-LP-EOF = 'Y'
                   READ LINE-POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-LP-EOF
                       NOT AT END
                           PERFORM APPLY-POLICY-RECORD
                   END-READ
               END-PERFORM
               CLOSE LINE-POLICY-FILE
           ELSE
               DISPLAY "Warning: unable to open LINEPOL.DAT - status "
                   WS-LP-STATUS " - reviewing on default policy"
           END-IF.

       APPLY-POLICY-RECORD.
           IF LP-VALUE IS NOT NUMERIC
               DISPLAY "Warning: LINEPOL.DAT rule " LP-RULE-CODE
                   " is not numeric - ignored"
           ELSE
               MOVE "POLICY" TO WS-POL-SOURCE
               EVALUATE LP-RULE-CODE
                   WHEN "CYCLES    "
                       IF LP-VALUE < 1 OR LP-VALUE > 12
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-CYCLES
                       END-IF
                   WHEN "MINCYCLES "
                       IF LP-VALUE > 12
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-MIN-CYCLES
                       END-IF
                   WHEN "INCRUTLMIN"
                       IF LP-VALUE > 999
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-INCR-UTIL-MIN
                       END-IF
                   WHEN "INCRPAYDAY"
                       IF LP-VALUE > 999
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-INCR-PAY-DAYS
                       END-IF
                   WHEN "INCRPCT   "
                       IF LP-VALUE > 100
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-INCR-PCT
                       END-IF
                   WHEN "INCRMAXAMT"
                       MOVE LP-VALUE TO WS-POL-INCR-MAX-AMT
                   WHEN "MAXLIMIT  "
                       MOVE LP-VALUE TO WS-POL-MAX-LIMIT
                   WHEN "DECRDPD   "
                       IF LP-VALUE > 999
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-DECR-DPD
                       END-IF
                   WHEN "DECRDQCYC "
                       IF LP-VALUE > 12
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-DECR-DQ-CYC
                       END-IF
                   WHEN "DECRUTLTRD"
                       IF LP-VALUE > 999
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-DECR-UTIL-TRD
                       END-IF
                   WHEN "DECRUTLMIN"
                       IF LP-VALUE > 999
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-DECR-UTIL-MIN
                       END-IF
                   WHEN "DECRPCT   "
                       IF LP-VALUE > 99
                           PERFORM REPORT-POLICY-RANGE
                       ELSE
                           MOVE LP-VALUE TO WS-POL-DECR-PCT
                       END-IF
                   WHEN "MINLIMIT  "
                       MOVE LP-VALUE TO WS-POL-MIN-LIMIT
                   WHEN "APPROVEMAX"
                       MOVE LP-VALUE TO WS-POL-APPROVE-MAX
                   WHEN OTHER
                       DISPLAY "Warning: LINEPOL.DAT rule code "
                           LP-RULE-CODE " is not known - ignored"
               END-EVALUATE
           END-IF.

       REPORT-POLICY-RANGE.
           DISPLAY "Warning: LINEPOL.DAT rule " LP-RULE-CODE
               " is out of range - ignored".

      *****************************************************************
      * LOAD-SNAPSHOT-HISTORY reads each cycle in the window into the *
      * history table. The latest cycle must be on file - without it  *
      * there is nothing current to review - but an older one missing *
      * (the first months this runs, or a purged cycle) only shortens *
      * the window; the report says which cycles were not found.      *
      *****************************************************************
       LOAD-SNAPSHOT-HISTORY.
           INITIALIZE WS-HIST-TABLE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-POL-CYCLES
               PERFORM LOAD-ONE-CYCLE
           END-PERFORM

           IF WS-CL-FOUND(WS-POL-CYCLES) NOT = 'Y'
               DISPLAY "Unable to read SNAP_"
                   WS-CL-CYCLE(WS-POL-CYCLES)
                   ".DAT - run CARDSNAP for that cycle first."
               CLOSE CARD-FILE
               CLOSE LINE-MAINT-FILE
               CLOSE LINE-REPORT-FILE
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

      *    A card first seen in an older cycle is added to the table
      *    then; one seen only when the table is full is counted
      *    once, from the latest cycle, and left out of the review.
       STORE-SNAPSHOT-CARD.
           MOVE SN-CARD-NUMBER TO WS-LOOKUP-CARD
           PERFORM FIND-HISTORY-CARD
           IF WS-HIST-FOUND = ZERO
               IF WS-HIST-COUNT < WS-MAX-CARDS
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-FOUND
                   MOVE SN-CARD-NUMBER
                       TO WS-HT-CARD-NUMBER(WS-HIST-FOUND)
               ELSE
                   IF WS-SLOT = WS-POL-CYCLES
                       ADD 1 TO WS-HIST-OVERFLOW
                   END-IF
               END-IF
           END-IF

           IF WS-HIST-FOUND > ZERO
               MOVE 'Y' TO WS-HT-PRESENT(WS-HIST-FOUND, WS-SLOT)
               MOVE SN-BALANCE TO WS-HT-BALANCE(WS-HIST-FOUND, WS-SLOT)
               MOVE SN-CREDIT-LIMIT
                   TO WS-HT-LIMIT(WS-HIST-FOUND, WS-SLOT)
               MOVE SN-DAYS-PAST-DUE
                   TO WS-HT-DPD(WS-HIST-FOUND, WS-SLOT)
           END-IF.

      *    Looks up the card number in WS-LOOKUP-CARD; leaves its
      *    table position in WS-HIST-FOUND, zero when not there.
       FIND-HISTORY-CARD.
           MOVE ZERO TO WS-HIST-FOUND
           PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-HIST-INDEX > WS-HIST-COUNT
                      OR WS-HIST-FOUND > ZERO
               IF WS-HT-CARD-NUMBER(WS-HIST-INDEX) = WS-LOOKUP-CARD
                   MOVE WS-HIST-INDEX TO WS-HIST-FOUND
               END-IF
           END-PERFORM.

      *    The report opens with the window and the policy actually
      *    used, so any recommendation can be checked against the
      *    rules it was made under.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "CREDIT LINE REVIEW - CYCLES " WS-CL-CYCLE(1)
               " TO " WS-CL-CYCLE(WS-POL-CYCLES)
               "  BUSINESS DATE " WS-TODAY-NUM
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE ALL "=" TO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Policy (" WS-POL-SOURCE "):"
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-POL-MIN-CYCLES TO WS-DISPLAY-COUNT
           MOVE WS-POL-INCR-UTIL-MIN TO WS-DISPLAY-PCT
           MOVE WS-POL-INCR-PAY-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Increase: " WS-DISPLAY-COUNT
               " cycles all current, avg util >= " WS-DISPLAY-PCT
               " pct, paid within " WS-DISPLAY-DAYS " days"
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-POL-INCR-PCT TO WS-DISPLAY-PCT
           MOVE WS-POL-INCR-MAX-AMT TO WS-DISPLAY-AMOUNT
           MOVE WS-POL-MAX-LIMIT TO WS-DISPLAY-NEW-LIMIT
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "            " WS-DISPLAY-PCT
               " pct of limit, at most $" WS-DISPLAY-AMOUNT
               ", limit at most $" WS-DISPLAY-NEW-LIMIT
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-POL-DECR-DPD TO WS-DISPLAY-DAYS
           MOVE WS-POL-DECR-DQ-CYC TO WS-DISPLAY-COUNT
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Decrease: any cycle " WS-DISPLAY-DAYS
               "+ days past due, or " WS-DISPLAY-COUNT
               " cycles 30+ days past due, or"
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-POL-DECR-UTIL-TRD TO WS-DISPLAY-PCT
           MOVE WS-POL-DECR-UTIL-MIN TO WS-DISPLAY-DAYS
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "            util up " WS-DISPLAY-PCT
               " points to " WS-DISPLAY-DAYS
               "+ pct with no pay-down"
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-POL-DECR-PCT TO WS-DISPLAY-PCT
           MOVE WS-POL-MIN-LIMIT TO WS-DISPLAY-NEW-LIMIT
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "            " WS-DISPLAY-PCT
               " pct of limit, limit at least $" WS-DISPLAY-NEW-LIMIT
               " and never below the balance"
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-POL-APPROVE-MAX TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Approved without referral: changes up to $"
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO WS-CYCLE-EVIDENCE
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-POL-CYCLES
               MOVE WS-CL-CYCLE(WS-SLOT) TO WS-CE-SLOT(WS-SLOT)(2:6)
           END-PERFORM
           COMPUTE WS-EVIDENCE-LEN = WS-POL-CYCLES * 7
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Cycles (oldest first):"
               WS-CYCLE-EVIDENCE(1:WS-EVIDENCE-LEN)
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-POL-CYCLES
               IF WS-CL-FOUND(WS-SLOT) NOT = 'Y'
                   MOVE SPACES TO LINE-REPORT-LINE
                   STRING "*** SNAP_" WS-CL-CYCLE(WS-SLOT)
                       ".DAT NOT ON FILE - CYCLE LEFT OUT ***"
                       DELIMITED BY SIZE INTO LINE-REPORT-LINE
                   WRITE LINE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE.

      *****************************************************************
      * REVIEW-ONE-CARD reviews every active card. A closed card has  *
      * no line to manage and a blocked one is waiting on CARDREIS,   *
      * so both are only counted. A card with no snapshot in the      *
      * window - added since the latest CARDSNAP - gets no change.    *
      *****************************************************************
       REVIEW-ONE-CARD.
           IF NOT CR-CARD-ACTIVE
               ADD 1 TO WS-NOT-REVIEWED
           ELSE
               MOVE CR-CARD-NUMBER TO WS-LOOKUP-CARD
               PERFORM FIND-HISTORY-CARD
               IF WS-HIST-FOUND = ZERO AND
                   WS-HIST-COUNT NOT < WS-MAX-CARDS
                   ADD 1 TO WS-NOT-REVIEWED
               ELSE
                   ADD 1 TO WS-CARDS-REVIEWED
                   PERFORM GATHER-EVIDENCE
                   PERFORM DECIDE-LINE-CHANGE
                   PERFORM RECORD-DECISION
               END-IF
           END-IF.

      *****************************************************************
      * GATHER-EVIDENCE works through the card's cycles oldest first. *
      * Utilization is balance as a percentage of limit, as SNAPTRND  *
      * rates it; a cycle "pays down" when its balance is below the   *
      * previous cycle on file. A limit different from today's in any *
      * cycle means the line has already moved inside the window.     *
      *****************************************************************
       GATHER-EVIDENCE.
           INITIALIZE WS-EVIDENCE
           MOVE 'N' TO WS-EV-HAVE-PRIOR
           MOVE 'N' TO WS-EV-LIMIT-CHANGED
           MOVE SPACES TO WS-UTIL-EVIDENCE
           MOVE SPACES TO WS-DPD-EVIDENCE

           IF WS-HIST-FOUND > ZERO
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-POL-CYCLES
                   IF WS-HT-PRESENT(WS-HIST-FOUND, WS-SLOT) = 'Y'
                       PERFORM RATE-ONE-CYCLE
                   ELSE
                       MOVE "  --" TO WS-UE-SLOT(WS-SLOT)
                       MOVE "  --" TO WS-DE-SLOT(WS-SLOT)
                   END-IF
               END-PERFORM
           END-IF

           IF WS-EV-CYCLES > ZERO
               COMPUTE WS-EV-UTIL-AVG =
                   WS-EV-UTIL-SUM / WS-EV-CYCLES
               COMPUTE WS-EV-UTIL-TREND =
                   WS-EV-UTIL-LAST - WS-EV-UTIL-FIRST
           END-IF

           IF CR-LAST-PAYMENT-DATE IS NUMERIC
               MOVE CR-LAST-PAYMENT-DATE TO WS-PAY-NUM
               COMPUTE WS-EV-PAY-DAYS =
                   WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-PAY-NUM)
           ELSE
               MOVE 99999 TO WS-EV-PAY-DAYS
           END-IF.

       RATE-ONE-CYCLE.
           ADD 1 TO WS-EV-CYCLES

           IF WS-HT-LIMIT(WS-HIST-FOUND, WS-SLOT) = ZERO
               IF WS-HT-BALANCE(WS-HIST-FOUND, WS-SLOT) > ZERO
                   MOVE 999 TO WS-EV-UTIL
               ELSE
                   MOVE ZERO TO WS-EV-UTIL
               END-IF
           ELSE
               COMPUTE WS-EV-UTIL =
                   WS-HT-BALANCE(WS-HIST-FOUND, WS-SLOT) * 100 /
                   WS-HT-LIMIT(WS-HIST-FOUND, WS-SLOT)
               IF WS-EV-UTIL > 999
                   MOVE 999 TO WS-EV-UTIL
               END-IF
           END-IF
           ADD WS-EV-UTIL TO WS-EV-UTIL-SUM
           IF WS-EV-CYCLES = 1
               MOVE WS-EV-UTIL TO WS-EV-UTIL-FIRST
           END-IF
           MOVE WS-EV-UTIL TO WS-EV-UTIL-LAST
           MOVE WS-EV-UTIL TO WS-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-UE-SLOT(WS-SLOT)(2:3)

           IF WS-HT-DPD(WS-HIST-FOUND, WS-SLOT) > WS-EV-MAX-DPD
               MOVE WS-HT-DPD(WS-HIST-FOUND, WS-SLOT)
                   TO WS-EV-MAX-DPD
           END-IF
           IF WS-HT-DPD(WS-HIST-FOUND, WS-SLOT) >= 30
               ADD 1 TO WS-EV-DQ-CYCLES
           END-IF
           IF WS-HT-DPD(WS-HIST-FOUND, WS-SLOT) = ZERO
               ADD 1 TO WS-EV-CURRENT-CYC
           END-IF
           IF WS-HT-DPD(WS-HIST-FOUND, WS-SLOT) > 999
               MOVE 999 TO WS-SLOT-VALUE
           ELSE
               MOVE WS-HT-DPD(WS-HIST-FOUND, WS-SLOT) TO WS-SLOT-VALUE
           END-IF
           MOVE WS-SLOT-VALUE TO WS-DE-SLOT(WS-SLOT)(2:3)

           IF WS-EV-HAVE-PRIOR = 'Y' AND
               WS-HT-BALANCE(WS-HIST-FOUND, WS-SLOT) <
                   WS-EV-PRIOR-BALANCE
               ADD 1 TO WS-EV-PAYDOWN-CYC
           END-IF
           MOVE WS-HT-BALANCE(WS-HIST-FOUND, WS-SLOT)
               TO WS-EV-PRIOR-BALANCE
           MOVE 'Y' TO WS-EV-HAVE-PRIOR

           IF WS-HT-LIMIT(WS-HIST-FOUND, WS-SLOT) NOT = CR-CREDIT-LIMIT
               MOVE 'Y' TO WS-EV-LIMIT-CHANGED
           END-IF.

      *****************************************************************
      * DECIDE-LINE-CHANGE applies the policy. The decrease tests run *
      * first and any one of them cuts the line; an increase needs    *
      * every one of its tests to pass, and the first to fail is the  *
      * reason given for no change.                                   *
      *****************************************************************
       DECIDE-LINE-CHANGE.
           MOVE "NO CHANGE" TO WS-DECISION
           MOVE SPACES TO WS-DECISION-REASON
           MOVE CR-CREDIT-LIMIT TO WS-NEW-LIMIT

           IF WS-EV-CYCLES = ZERO
               MOVE "NO SNAPSHOT HISTORY" TO WS-DECISION-REASON
           END-IF

           IF WS-DECISION-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-EV-MAX-DPD >= WS-POL-DECR-DPD
                       MOVE "DECREASE" TO WS-DECISION
                       MOVE "DAYS PAST DUE OVER POLICY IN WINDOW"
                           TO WS-DECISION-REASON
                   WHEN WS-EV-DQ-CYCLES >= WS-POL-DECR-DQ-CYC
                       MOVE "DECREASE" TO WS-DECISION
                       MOVE "REPEATED 30+ DAY DELINQUENCY"
                           TO WS-DECISION-REASON
                   WHEN WS-EV-CYCLES > 1 AND
                        WS-EV-UTIL-TREND >= WS-POL-DECR-UTIL-TRD AND
                        WS-EV-UTIL-LAST >= WS-POL-DECR-UTIL-MIN AND
                        WS-EV-PAYDOWN-CYC = ZERO
                       MOVE "DECREASE" TO WS-DECISION
                       MOVE "UTILIZATION RISING WITH NO PAY-DOWN"
                           TO WS-DECISION-REASON
               END-EVALUATE
           END-IF

           IF WS-DECISION = "DECREASE"
               PERFORM COMPUTE-DECREASE
           ELSE
               IF WS-DECISION-REASON = SPACES
                   PERFORM TEST-FOR-INCREASE
               END-IF
           END-IF.

      *    The cut is rounded down to whole hundreds, but never below
      *    the policy floor nor below the balance rounded up to the
      *    next hundred - CARDMNT rejects a limit under the balance.
       COMPUTE-DECREASE.
           COMPUTE WS-HUNDREDS =
               CR-CREDIT-LIMIT * (100 - WS-POL-DECR-PCT) / 10000
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
           IF WS-NEW-LIMIT < WS-POL-MIN-LIMIT
               MOVE WS-POL-MIN-LIMIT TO WS-NEW-LIMIT
           END-IF
           COMPUTE WS-HUNDREDS = (CR-BALANCE + 99.99) / 100
           COMPUTE WS-BALANCE-FLOOR = WS-HUNDREDS * 100
           IF WS-NEW-LIMIT < WS-BALANCE-FLOOR
               MOVE WS-BALANCE-FLOOR TO WS-NEW-LIMIT
           END-IF
           IF WS-NEW-LIMIT NOT < CR-CREDIT-LIMIT
               MOVE "NO CHANGE" TO WS-DECISION
               MOVE CR-CREDIT-LIMIT TO WS-NEW-LIMIT
               MOVE "DECREASE DUE - NO ROOM UNDER BALANCE/FLOOR"
                   TO WS-DECISION-REASON
           ELSE
               COMPUTE WS-CHANGE-AMOUNT =
                   CR-CREDIT-LIMIT - WS-NEW-LIMIT
           END-IF.

       TEST-FOR-INCREASE.
           IF WS-EV-CYCLES < WS-POL-MIN-CYCLES
               MOVE "TOO FEW CYCLES ON FILE" TO WS-DECISION-REASON
           END-IF

           IF WS-DECISION-REASON = SPACES
               IF WS-EV-MAX-DPD > ZERO
                   MOVE "PAST DUE IN REVIEW WINDOW"
                       TO WS-DECISION-REASON
               END-IF
           END-IF

           IF WS-DECISION-REASON = SPACES
               IF WS-EV-LIMIT-CHANGED = 'Y'
                   MOVE "LIMIT ALREADY CHANGED IN WINDOW"
                       TO WS-DECISION-REASON
               END-IF
           END-IF

           IF WS-DECISION-REASON = SPACES
               IF WS-EV-UTIL-AVG < WS-POL-INCR-UTIL-MIN
                   MOVE "UTILIZATION BELOW POLICY"
                       TO WS-DECISION-REASON
               END-IF
           END-IF

           IF WS-DECISION-REASON = SPACES
               IF WS-EV-PAY-DAYS > WS-POL-INCR-PAY-DAYS
                   MOVE "NO RECENT PAYMENT" TO WS-DECISION-REASON
               END-IF
           END-IF

           IF WS-DECISION-REASON = SPACES
               IF CR-CREDIT-LIMIT NOT < WS-POL-MAX-LIMIT
                   MOVE "AT MAXIMUM LIMIT" TO WS-DECISION-REASON
               END-IF
           END-IF

           IF WS-DECISION-REASON = SPACES
               PERFORM COMPUTE-INCREASE
           END-IF.

      *    The raise is rounded down to whole hundreds, at least one
      *    hundred, no more than the policy's largest increase, and
      *    never takes the limit over the policy maximum.
       COMPUTE-INCREASE.
           COMPUTE WS-HUNDREDS =
               CR-CREDIT-LIMIT * WS-POL-INCR-PCT / 10000
           COMPUTE WS-CHANGE-AMOUNT = WS-HUNDREDS * 100
           IF WS-CHANGE-AMOUNT < 100
               MOVE 100 TO WS-CHANGE-AMOUNT
           END-IF
           IF WS-CHANGE-AMOUNT > WS-POL-INCR-MAX-AMT
               MOVE WS-POL-INCR-MAX-AMT TO WS-CHANGE-AMOUNT
           END-IF
           COMPUTE WS-NEW-LIMIT = CR-CREDIT-LIMIT + WS-CHANGE-AMOUNT
           IF WS-NEW-LIMIT > WS-POL-MAX-LIMIT
               MOVE WS-POL-MAX-LIMIT TO WS-NEW-LIMIT
               COMPUTE WS-CHANGE-AMOUNT =
                   WS-NEW-LIMIT - CR-CREDIT-LIMIT
           END-IF
           IF WS-CHANGE-AMOUNT = ZERO
               MOVE "AT MAXIMUM LIMIT" TO WS-DECISION-REASON
           ELSE
               MOVE "INCREASE" TO WS-DECISION
               MOVE "CURRENT THROUGHOUT, LINE IN USE, PAYING"
                   TO WS-DECISION-REASON
           END-IF.

      *****************************************************************
      * RECORD-DECISION approves a change within the policy ceiling   *
      * and writes it to LINEMNT.DAT; a bigger one is referred. No    *
      * change gets a one-line entry, a change its full evidence.     *
      *****************************************************************
       RECORD-DECISION.
           MOVE CR-CREDIT-LIMIT TO WS-DISPLAY-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO WS-DISPLAY-NEW-LIMIT

           IF WS-DECISION = "NO CHANGE"
               ADD 1 TO WS-NO-CHANGE
               MOVE SPACES TO LINE-REPORT-LINE
               STRING "NO CHANGE          Card: "
                   CR-CARD-NUMBER(1:4) "-****-****-"
                   CR-CARD-NUMBER(13:4)
                   " Limit: $" WS-DISPLAY-OLD-LIMIT
                   " - " WS-DECISION-REASON
                   DELIMITED BY SIZE INTO LINE-REPORT-LINE
               WRITE LINE-REPORT-LINE
           ELSE
               IF WS-CHANGE-AMOUNT > WS-POL-APPROVE-MAX
                   MOVE "REFERRED" TO WS-APPROVAL
                   ADD 1 TO WS-REFERRED
               ELSE
                   MOVE "APPROVED" TO WS-APPROVAL
                   PERFORM WRITE-LIMIT-CHANGE
               END-IF
               PERFORM WRITE-EVIDENCE-LINES
           END-IF.

       WRITE-LIMIT-CHANGE.
           MOVE SPACES TO LINE-MAINT-RECORD
           MOVE 'L' TO MT-ACTION
           MOVE CR-CARD-NUMBER TO MT-CARD-NUMBER
           MOVE WS-NEW-LIMIT-X TO MT-AMOUNT
           WRITE LINE-MAINT-RECORD

           IF WS-DECISION = "INCREASE"
               ADD 1 TO WS-INCR-APPROVED
               ADD WS-CHANGE-AMOUNT TO WS-TOTAL-INCREASE
           ELSE
               ADD 1 TO WS-DECR-APPROVED
               ADD WS-CHANGE-AMOUNT TO WS-TOTAL-DECREASE
           END-IF.

       WRITE-EVIDENCE-LINES.
           MOVE SPACES TO LINE-REPORT-LINE
           STRING WS-DECISION " " WS-APPROVAL " Card: "
               CR-CARD-NUMBER(1:4) "-****-****-"
               CR-CARD-NUMBER(13:4)
               " Limit: $" WS-DISPLAY-OLD-LIMIT
               " -> $" WS-DISPLAY-NEW-LIMIT
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE CR-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Reason: " WS-DECISION-REASON
               "  Balance: $" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-EV-CYCLES TO WS-DISPLAY-COUNT
           MOVE WS-EV-UTIL-AVG TO WS-DISPLAY-PCT
           MOVE WS-EV-UTIL-TREND TO WS-DISPLAY-TREND
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Cycles on file: " WS-DISPLAY-COUNT
               "  Avg util: " WS-DISPLAY-PCT " pct"
               "  Util trend: " WS-DISPLAY-TREND " points"
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-EV-MAX-DPD TO WS-DISPLAY-DAYS
           MOVE WS-EV-DQ-CYCLES TO WS-DISPLAY-COUNT
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Worst days past due: " WS-DISPLAY-DAYS
               "  Cycles 30+ past due: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-EV-CURRENT-CYC TO WS-DISPLAY-COUNT
           MOVE WS-EV-PAYDOWN-CYC TO WS-DISPLAY-COUNT-2
           MOVE SPACES TO LINE-REPORT-LINE
           IF WS-EV-PAY-DAYS = 99999
               STRING "  Cycles current: " WS-DISPLAY-COUNT
                   "  Pay-down cycles: " WS-DISPLAY-COUNT-2
                   "  Last payment: NONE ON FILE"
                   DELIMITED BY SIZE INTO LINE-REPORT-LINE
           ELSE
               MOVE WS-EV-PAY-DAYS TO WS-DISPLAY-DAYS
               STRING "  Cycles current: " WS-DISPLAY-COUNT
                   "  Pay-down cycles: " WS-DISPLAY-COUNT-2
                   "  Last payment: " CR-LAST-PAYMENT-DATE
                   " (" WS-DISPLAY-DAYS " days ago)"
                   DELIMITED BY SIZE INTO LINE-REPORT-LINE
           END-IF
           WRITE LINE-REPORT-LINE

           COMPUTE WS-EVIDENCE-LEN = WS-POL-CYCLES * 4
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Util pct by cycle:  "
               WS-UTIL-EVIDENCE(1:WS-EVIDENCE-LEN)
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "  Days past due:      "
               WS-DPD-EVIDENCE(1:WS-EVIDENCE-LEN)
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE.

       FINALIZE-REVIEW.
           MOVE SPACES TO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Cards Read: " WS-CARDS-READ
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Cards Reviewed: " WS-CARDS-REVIEWED
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Not Reviewed (closed, blocked, table full): "
               WS-NOT-REVIEWED
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-TOTAL-INCREASE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Increases Approved: " WS-INCR-APPROVED
               "  Total: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE WS-TOTAL-DECREASE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Decreases Approved: " WS-DECR-APPROVED
               "  Total: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "Referred to Reviewer: " WS-REFERRED
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           MOVE SPACES TO LINE-REPORT-LINE
           STRING "No Change: " WS-NO-CHANGE
               DELIMITED BY SIZE INTO LINE-REPORT-LINE
           WRITE LINE-REPORT-LINE

           IF WS-HIST-OVERFLOW > ZERO
               MOVE SPACES TO LINE-REPORT-LINE
               STRING "*** " WS-HIST-OVERFLOW
                   " CARDS BEYOND THE HISTORY TABLE - NOT REVIEWED ***"
                   DELIMITED BY SIZE INTO LINE-REPORT-LINE
               WRITE LINE-REPORT-LINE
           END-IF

           CLOSE CARD-FILE
           CLOSE LINE-MAINT-FILE
           CLOSE LINE-REPORT-FILE

           DISPLAY "Credit line review complete for cycle "
               WS-CL-CYCLE(WS-POL-CYCLES) "."
           DISPLAY WS-INCR-APPROVED " increases and "
               WS-DECR-APPROVED " decreases approved, "
               WS-REFERRED " referred."
           DISPLAY "See LINERPT.TXT; apply LINEMNT.DAT through "
               "CARDMNT."
           IF WS-HIST-OVERFLOW > ZERO
               DISPLAY "Warning: " WS-HIST-OVERFLOW
                   " cards beyond the history table were not reviewed"
               MOVE 4 TO RETURN-CODE
           END-IF.
