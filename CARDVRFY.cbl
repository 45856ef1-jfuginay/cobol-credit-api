      * verdict, and ends with return code 8 on any mismatch - the    *
      * same scheduler trap CARDRCON uses - so a bad backup is        *
      * caught the night it is taken, not the night it is needed.     *
      * The nightly run (no argument) is a step of the stream: it     *
      * runs only after CARDUNLD has completed for the business date, *
      * as logged in STEPCTL.DAT through STEPCTL. A run naming a      *
      * generation is an ad hoc check and is not logged.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-BACKUP-FILENAME       PIC X(40).
       01  WS-TRAILER-SEEN          PIC X VALUE 'N'.
       01  WS-VERIFY-GOOD           PIC X VALUE 'Y'.
       01  WS-STEP-LOGGED           PIC X VALUE 'N'.

       01  WS-ARG-COUNT             PIC 99.
       01  WS-DATE-PARM             PIC X(8).
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-COUNT     PIC Z,ZZZ,ZZ9.

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-VERIFY
           PERFORM JUDGE-VERIFICATION
           PERFORM WRITE-VERIFY-REPORT
           PERFORM FINALIZE-VERIFY
           IF WS-STEP-LOGGED = 'Y'
               PERFORM RECORD-STEP-END
           END-IF
           STOP RUN.

       INITIALIZE-VERIFY.
               END-IF
               MOVE WS-DATE-PARM TO WS-GENERATION-DATE
           ELSE
               PERFORM RECORD-STEP-START
               PERFORM READ-BUSINESS-DATE
               MOVE BD-BUSINESS-DATE TO WS-GENERATION-DATE
           END-IF
           STRING "CARDBKP_" WS-GENERATION-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-BACKUP-FILENAME.

      *****************************************************************
      * RECORD-STEP-START logs the step's start in the nightly step   *
      * log. STEPCTL refuses the step when a predecessor has not      *
      * completed for the business date, and the run stops with       *
      * return code 8 before touching a file.                         *
      *****************************************************************
       RECORD-STEP-START.
           MOVE 'B' TO SA-FUNCTION
           MOVE "CARDVRFY" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "CARDVRFY refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-STEP-LOGGED.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-BACKUP-COUNT TO SA-RECORDS-READ
           MOVE ZERO TO SA-RECORDS-WRITTEN
           MOVE ZERO TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

      *****************************************************************
      * READ-BUSINESS-DATE takes "today" from the BUSDATE.DAT         *
      * control record the end-of-day step maintains, so the default  *
