      * IN BALANCE / OUT OF BALANCE verdict. Any out-of-balance       *
      * condition - or a run that never completed - ends with return  *
      * code 8 so the scheduler can trap it.                          *
      * Runs only after CARDPOST has completed for the business date, *
      * as logged in STEPCTL.DAT through STEPCTL; an out-of-balance   *
      * run is logged as failed, which holds GLEXTR and the rest of   *
      * the stream.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-DIFF      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RECORD-STEP-START
           PERFORM READ-RUN-CONTROL
           PERFORM TOTAL-MASTER-BALANCES
           PERFORM TOTAL-TRANSACTION-FILE
           PERFORM JUDGE-BALANCE
           PERFORM WRITE-RECON-REPORT
           PERFORM FINALIZE-RECON
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
           MOVE "CARDRCON" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "CARDRCON refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-CARD-COUNT TO SA-RECORDS-READ
           MOVE ZERO TO SA-RECORDS-WRITTEN
           MOVE ZERO TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-STATUS NOT = "00"
