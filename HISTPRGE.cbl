      * the passes leaves TRANHIST.DAT untouched; rerunning is safe,  *
      * though a rerun after a pass-one failure can append the same   *
      * old records to the archive twice.                             *
      *                                                               *
      * Runs only after CARDVRFY has completed for the business date, *
      * as logged in STEPCTL.DAT through STEPCTL.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CUTOFF-NUM            PIC 9(8).
       01  WS-CUTOFF-DATE           PIC X(8).

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RECORD-STEP-START
           PERFORM INITIALIZE-HOUSEKEEPING
           PERFORM SPLIT-HISTORY-FILE
           PERFORM REWRITE-WORKING-FILE
           PERFORM FINALIZE-HOUSEKEEPING
           PERFORM RECORD-STEP-END
           STOP RUN.

      *****************************************************************
      * RECORD-STEP-START logs the step's start in the nightly step   *
      * log. STEPCTL refuses the step when a predecessor has not      *
      * completed for the business date, and the run stops with       *
      * return code 8 before touching a file.                         *
      *****************************************************************
       RECORD-STEP-START.
           MOVE 'B' TO SA-FUNCTION
           MOVE "HISTPRGE" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "HISTPRGE refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-RECORDS-READ TO SA-RECORDS-READ
           COMPUTE SA-RECORDS-WRITTEN =
               WS-RECORDS-KEPT + WS-RECORDS-ARCHIVED
           MOVE WS-RECORDS-BAD-DATE TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

       INITIALIZE-HOUSEKEEPING.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
