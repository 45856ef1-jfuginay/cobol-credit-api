      * TRANDATA.DAT that CARDPOST posts and TRANERR.DAT, one line    *
      * per rejected record with the record and the reason, so the    *
      * upstream feed can be fixed the same day.                      *
      * First step of the nightly stream: the start, end, counts and  *
      * return code are logged in STEPCTL.DAT through STEPCTL.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-EDIT-MINUTE       PIC 99.
           05  WS-EDIT-SECOND       PIC 99.

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RECORD-STEP-START
           PERFORM INITIALIZE-EDIT
           PERFORM UNTIL WS-RAW-EOF = 'Y'
               READ RAW-TRANS-FILE
               END-READ
           END-PERFORM
           PERFORM FINALIZE-EDIT
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
           MOVE "TRANEDIT" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "TRANEDIT refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-TRANS-READ TO SA-RECORDS-READ
           MOVE WS-TRANS-CLEAN TO SA-RECORDS-WRITTEN
           MOVE WS-TRANS-REJECTED TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

       INITIALIZE-EDIT.
           OPEN INPUT RAW-TRANS-FILE
           IF WS-RAW-STATUS NOT = "00"
      *    A closed card accepts no new charges, but its payments
      *    must still post - interest keeps accruing on a closed
      *    balance, so blocking credits would leave the cardholder
      *    no way to ever pay the account down. A card blocked as
      *    lost or stolen is deliberately NOT rejected here: its
      *    debits must reach CARDPOST, which denies them and opens a
      *    fraud review case, so the attempted use is investigated
      *    instead of disappearing into TRANERR.DAT.
           IF WS-REJECT-REASON = SPACES
               IF CR-CARD-CLOSED AND RT-TRANS-TYPE = 'D'
                   MOVE "DEBIT ON CLOSED CARD" TO WS-REJECT-REASON
               END-IF
           END-IF

      *    A charged-off card is the same: no new charges, while its
      *    payments go through for CARDPOST to book as recoveries.
           IF WS-REJECT-REASON = SPACES
               IF CR-CARD-CHARGED-OFF AND RT-TRANS-TYPE = 'D'
                   MOVE "DEBIT ON CHARGED-OFF CARD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF RT-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
