      * after CARDRCON; a stream that reruns the same night finds     *
      * the date already advanced and every date-guarded batch        *
      * behind it refuses its own rerun for the old day.              *
      * The advance is also the last step of the stream in the        *
      * STEPCTL.DAT step log: STEPCTL refuses it unless every other   *
      * mandatory step (STEPSTRM) completed for the day being closed, *
      * and the end is logged under that day, not the new one. SET is *
      * an operator action and is not logged.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-DATE-INTEGER      PIC 9(7).
           05  WS-NEXT-NUM          PIC 9(8).

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE BD-RECON-DATE TO WS-OLD-RECON
           CLOSE BUSINESS-DATE-FILE

           PERFORM RECORD-STEP-START

           IF WS-OLD-RECON NOT = WS-OLD-DATE
               DISPLAY "Business date " WS-OLD-DATE " has not "
                   "reconciled IN BALANCE (last reconciled: "
           PERFORM WRITE-BUSINESS-DATE

           DISPLAY "Business date advanced: " WS-OLD-DATE " -> "
               BD-BUSINESS-DATE "."
           PERFORM RECORD-STEP-END.

      *****************************************************************
      * RECORD-STEP-START logs the step's start in the nightly step   *
      * log. STEPCTL refuses the step when a predecessor has not      *
      * completed for the business date, and the run stops with       *
      * return code 8 before the date is moved.                       *
      *****************************************************************
       RECORD-STEP-START.
           MOVE 'B' TO SA-FUNCTION
           MOVE "BUSDTEOD" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "BUSDTEOD refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE 1 TO SA-RECORDS-READ
           MOVE 1 TO SA-RECORDS-WRITTEN
           MOVE ZERO TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
