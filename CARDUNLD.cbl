      * rebuilds the indexed master from a chosen generation. The     *
      * trailer is recognizable by its "*TRAILER*" tag, which can     *
      * never collide with a 16-digit card number.                    *
      * Runs only after GLEXTR has completed for the business date,   *
      * as logged in STEPCTL.DAT through STEPCTL.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.

       01  WS-DISPLAY-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RECORD-STEP-START

      *    The generation is named for the business day it backs up,
      *    so an unload that slips past midnight still lands in the
      *    generation CARDVRFY and CARDRELD will look for.
           DISPLAY "Total balance:  $" WS-DISPLAY-TOTAL
           DISPLAY "Backup generation: " WS-BACKUP-FILENAME
           DISPLAY "Run CARDVRFY to prove it against the master."
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
           MOVE "CARDUNLD" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "CARDUNLD refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-CARDS-UNLOADED TO SA-RECORDS-READ
           MOVE WS-CARDS-UNLOADED TO SA-RECORDS-WRITTEN
           MOVE ZERO TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

      *****************************************************************
      * READ-BUSINESS-DATE takes "today" from the BUSDATE.DAT         *
      * control record the end-of-day step maintains. A shop not yet  *
