       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPCTL.
       AUTHOR. CREDIT-CARD-SYSTEM.
       DATE-WRITTEN. 2026-10-15.

      *****************************************************************
      * Nightly batch step control                                    *
      * CALLed by every step of the nightly stream (TRANEDIT,         *
      * CARDPOST, CARDRCON, GLEXTR, CARDUNLD, CARDVRFY, HISTPRGE and  *
      * BUSDTEOD) through the STEPAREA interface, and the one place   *
      * that reads and writes the STEPCTL.DAT step log.               *
      *   B - the step is starting: read the business date, check in  *
      *       the step log that the step's predecessor (STEPSTRM)     *
      *       completed for that date, and log the start - or refuse  *
      *       the step, logging the refusal, when it has not          *
      *   E - the step is ending: log the end time, the step's        *
      *       counts and its return code; under 8 is completed, 8 or  *
      *       more is failed                                          *
      * A step that abends or stops between the two calls stays       *
      * "started" in the log, which never satisfies a successor, so   *
      * the rest of the stream refuses to run on top of it. If the    *
      * step log cannot be opened at start the step is refused too -  *
      * without it nothing can be proved about the night so far.      *
      * A rerun of a step already completed for the date is let       *
      * through, but neither its start nor its end touches the        *
      * completed record beyond the run count and message - the       *
      * rerun's return code goes in the message. The night's run      *
      * stands: a rerun that fails, or that the step's own rerun      *
      * guard stops (CARDPOST's POSTCTL check, GLEXTR's GLEXTCTL      *
      * date) without logging its end, leaves the step completed for  *
      * the rest of the stream. A step log that cannot be written at  *
      * start refuses the step; one that cannot be written at end     *
      * leaves it "started", which no successor accepts.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SC-STEP-KEY
               FILE STATUS IS WS-SC-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE.
       COPY STEPREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS             PIC XX.
       01  WS-SC-STATUS             PIC XX.
       01  WS-SC-OPEN               PIC X VALUE 'N'.
       01  WS-STEP-ON-FILE          PIC X VALUE 'N'.

       COPY STEPSTRM.

       01  WS-STEP-INDEX            PIC 99.
       01  WS-PRED-INDEX            PIC 99.
       01  WS-REQUIRED-STEP         PIC X(08).

       01  WS-NOW                   PIC X(21).
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE          PIC X(08).
           05  WS-NOW-TIME          PIC X(06).

       LINKAGE SECTION.
       COPY STEPAREA.

       PROCEDURE DIVISION USING STEP-CONTROL-AREA.

       MAIN-PROCESS.
           MOVE 'Y' TO SA-RESULT
           MOVE SPACES TO SA-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-NOW-DATE
           MOVE WS-NOW(9:6) TO WS-NOW-TIME

           EVALUATE TRUE
               WHEN SA-BEGIN-STEP
                   PERFORM BEGIN-STEP
               WHEN SA-END-STEP
                   PERFORM END-STEP
               WHEN OTHER
                   MOVE 'N' TO SA-RESULT
                   MOVE "STEPCTL called with an unknown function"
                       TO SA-MESSAGE
           END-EVALUATE
           GOBACK.

       BEGIN-STEP.
           PERFORM READ-BUSINESS-DATE
           MOVE BD-BUSINESS-DATE TO SA-BUSINESS-DATE

           MOVE 'N' TO WS-SC-OPEN
           OPEN I-O STEP-CONTROL-FILE
           IF WS-SC-STATUS = "00" OR WS-SC-STATUS = "05"
               MOVE 'Y' TO WS-SC-OPEN
           ELSE
               MOVE 'N' TO SA-RESULT
               STRING "Unable to open STEPCTL.DAT - status "
                   WS-SC-STATUS
                   DELIMITED BY SIZE INTO SA-MESSAGE
           END-IF

           IF WS-SC-OPEN = 'Y'
               PERFORM CHECK-PREDECESSORS
               PERFORM LOG-STEP-START
               CLOSE STEP-CONTROL-FILE
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
      * CHECK-PREDECESSORS finds the step in the stream table and     *
      * checks the step it requires - or, for "*ALL", every step      *
      * before it. A program not in the stream has nothing to check   *
      * and is only logged.                                           *
      *****************************************************************
       CHECK-PREDECESSORS.
           MOVE ZERO TO WS-STEP-INDEX
           PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
                   UNTIL WS-PRED-INDEX > ST-STEP-COUNT
               IF ST-PROGRAM-ID(WS-PRED-INDEX) = SA-PROGRAM-ID
                   MOVE WS-PRED-INDEX TO WS-STEP-INDEX
               END-IF
           END-PERFORM

           IF WS-STEP-INDEX > ZERO
               IF ST-PREDECESSOR(WS-STEP-INDEX) = "*ALL"
                   PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
                           UNTIL WS-PRED-INDEX >= WS-STEP-INDEX
                       MOVE ST-PROGRAM-ID(WS-PRED-INDEX)
                           TO WS-REQUIRED-STEP
                       PERFORM CHECK-ONE-PREDECESSOR
                   END-PERFORM
               ELSE
                   IF ST-PREDECESSOR(WS-STEP-INDEX) NOT = SPACES
                       MOVE ST-PREDECESSOR(WS-STEP-INDEX)
                           TO WS-REQUIRED-STEP
                       PERFORM CHECK-ONE-PREDECESSOR
                   END-IF
               END-IF
           END-IF.

      *    The first predecessor found wanting is the one reported.
       CHECK-ONE-PREDECESSOR.
           IF SA-STEP-OK
               MOVE SA-BUSINESS-DATE TO SC-BUSINESS-DATE
               MOVE WS-REQUIRED-STEP TO SC-PROGRAM-ID
               READ STEP-CONTROL-FILE
                   INVALID KEY
                       MOVE 'N' TO SA-RESULT
                       STRING WS-REQUIRED-STEP DELIMITED BY SPACE
                           " has not run for business date "
                           SA-BUSINESS-DATE
                           DELIMITED BY SIZE INTO SA-MESSAGE
                   NOT INVALID KEY
                       IF NOT SC-STEP-COMPLETED
                           MOVE 'N' TO SA-RESULT
                           STRING WS-REQUIRED-STEP DELIMITED BY SPACE
                               " has not completed for business date "
                               SA-BUSINESS-DATE
                               DELIMITED BY SIZE INTO SA-MESSAGE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * LOG-STEP-START records the start, or the refusal. A rerun,    *
      * refused or not, never overwrites a record showing the step    *
      * completed - the night's log keeps the run that counted, and   *
      * only notes that the step was started again.                   *
      *****************************************************************
       LOG-STEP-START.
           MOVE 'N' TO WS-STEP-ON-FILE
           MOVE SA-BUSINESS-DATE TO SC-BUSINESS-DATE
           MOVE SA-PROGRAM-ID TO SC-PROGRAM-ID
           READ STEP-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO SC-RUN-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STEP-ON-FILE
           END-READ

           IF WS-STEP-ON-FILE = 'Y' AND SC-STEP-COMPLETED
               ADD 1 TO SC-RUN-COUNT
               MOVE SPACES TO SC-MESSAGE
               IF SA-STEP-OK
                   STRING "Rerun started " WS-NOW-DATE " " WS-NOW-TIME
                       " after completion"
                       DELIMITED BY SIZE INTO SC-MESSAGE
               ELSE
                   STRING "Rerun refused " WS-NOW-DATE " " WS-NOW-TIME
                       " after completion"
                       DELIMITED BY SIZE INTO SC-MESSAGE
               END-IF
               REWRITE STEP-CONTROL-RECORD
           ELSE
               MOVE WS-NOW-STAMP TO SC-START-STAMP
               MOVE ZERO TO SC-RECORDS-READ
               MOVE ZERO TO SC-RECORDS-WRITTEN
               MOVE ZERO TO SC-RECORDS-EXCEPTED
               ADD 1 TO SC-RUN-COUNT
               IF SA-STEP-OK
                   MOVE 'S' TO SC-STEP-STATUS
                   MOVE SPACES TO SC-END-STAMP
                   MOVE ZERO TO SC-RETURN-CODE
                   MOVE SPACES TO SC-MESSAGE
               ELSE
                   MOVE 'R' TO SC-STEP-STATUS
                   MOVE WS-NOW-STAMP TO SC-END-STAMP
                   MOVE 8 TO SC-RETURN-CODE
                   MOVE SA-MESSAGE TO SC-MESSAGE
               END-IF
               IF WS-STEP-ON-FILE = 'Y'
                   REWRITE STEP-CONTROL-RECORD
               ELSE
                   WRITE STEP-CONTROL-RECORD
               END-IF
           END-IF

           IF WS-SC-STATUS NOT = "00" AND SA-STEP-OK
               MOVE 'N' TO SA-RESULT
               STRING "Unable to log step start in STEPCTL.DAT - "
                   "status " WS-SC-STATUS
                   DELIMITED BY SIZE INTO SA-MESSAGE
           END-IF.

      *****************************************************************
      * END-STEP logs the end under the business date the step        *
      * started with, which the caller hands back in SA-BUSINESS-DATE *
      * - BUSDTEOD has moved BUSDATE.DAT on by the time it ends. The  *
      * end of a rerun of a completed step, like its start, only      *
      * notes the rerun's return code in the message: the status,     *
      * times, counts and return code stay those of the run that      *
      * completed, so a failed rerun cannot undo the night.           *
      *****************************************************************
       END-STEP.
           OPEN I-O STEP-CONTROL-FILE
           IF WS-SC-STATUS NOT = "00" AND WS-SC-STATUS NOT = "05"
               DISPLAY "Warning: unable to open STEPCTL.DAT - status "
                   WS-SC-STATUS " - end of " SA-PROGRAM-ID
                   " not logged"
           ELSE
               MOVE 'N' TO WS-STEP-ON-FILE
               MOVE SA-BUSINESS-DATE TO SC-BUSINESS-DATE
               MOVE SA-PROGRAM-ID TO SC-PROGRAM-ID
               READ STEP-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACES TO SC-START-STAMP
                       MOVE 1 TO SC-RUN-COUNT
                       MOVE SPACES TO SC-MESSAGE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STEP-ON-FILE
               END-READ

               IF WS-STEP-ON-FILE = 'Y' AND SC-STEP-COMPLETED
                   MOVE SPACES TO SC-MESSAGE
                   STRING "Rerun ended " WS-NOW-DATE " " WS-NOW-TIME
                       " RC " SA-STEP-RC " after completion"
                       DELIMITED BY SIZE INTO SC-MESSAGE
               ELSE
                   MOVE WS-NOW-STAMP TO SC-END-STAMP
                   MOVE SA-RECORDS-READ TO SC-RECORDS-READ
                   MOVE SA-RECORDS-WRITTEN TO SC-RECORDS-WRITTEN
                   MOVE SA-RECORDS-EXCEPTED TO SC-RECORDS-EXCEPTED
                   MOVE SA-STEP-RC TO SC-RETURN-CODE
                   IF SA-STEP-RC < 8
                       MOVE 'C' TO SC-STEP-STATUS
                   ELSE
                       MOVE 'F' TO SC-STEP-STATUS
                   END-IF
               END-IF

               IF WS-STEP-ON-FILE = 'Y'
                   REWRITE STEP-CONTROL-RECORD
               ELSE
                   WRITE STEP-CONTROL-RECORD
               END-IF
               IF WS-SC-STATUS NOT = "00"
                   DISPLAY "Warning: unable to log end of "
                       SA-PROGRAM-ID " in STEPCTL.DAT - status "
                       WS-SC-STATUS
               END-IF
               CLOSE STEP-CONTROL-FILE
           END-IF.
