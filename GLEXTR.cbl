      * Daily general ledger settlement extract                       *
      * End-of-day feed to accounting, so the GL team stops re-keying *
      * totals off POSTRPT.TXT and INTCPRPT.TXT by hand. Reads the    *
      * day's POSTJRNL.DAT and totals it into balanced journal        *
      * entries in the fixed-layout GLEXTR.DAT settlement file:       *
      *   purchases        DR card receivables                        *
      *                    CR settlement clearing                     *
      *                    CR card receivables                        *
      *   interest income  DR card receivables                        *
      *                    CR interest income                         *
      *   fee income       DR card receivables                        *
      *                    CR fee income                              *
      *   disputes         DR dispute suspense                        *
      *                    CR card receivables                        *
      *   lost disputes    DR card receivables                        *
      *                    CR dispute suspense                        *
      *   won disputes     DR chargeback receivable                   *
      *                    CR dispute suspense                        *
      *   charge-offs      DR charge-off loss                         *
      *                    CR card receivables                        *
      *   recoveries       DR settlement clearing                     *
      *                    CR charge-off recoveries                   *
      * (interest is the PJ-ATM-ID "INTEREST" records INTCAP writes, *
      * fees the "LATEFEE" and "OVLMTFEE" records FEEASSES writes,    *
      * disputes the "DISPUTE" credits DSPINTK and "DSPLOST"          *
      * re-debits DSPRESV writes, won disputes the "DSPWON" memo      *
      * entries DSPRESV writes when the provisional credit is         *
      * recovered from the merchant, charge-offs the "CHGOFF" credits *
      * CHGOFF writes and recoveries the "RECOVERY" credits CARDPOST  *
      * books against charged-off cards instead of their balance;     *
      * every other debit is a purchase, every credit a payment).     *
      * The file closes with a control record carrying the detail     *
      * record count and a hash total of the amounts, and the         *
      * yesterday; a journal shorter than the mark means the cycle    *
      * archive reset it, and the extract starts over from record     *
      * one.                                                          *
      *                                                               *
      * Runs only after CARDRCON has completed - reconciled IN        *
      * BALANCE - for the business date, as logged in STEPCTL.DAT     *
      * through STEPCTL, so nothing reaches the ledger from a posting *
      * run that did not prove out.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-PURCHASE-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-PAYMENT-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-INTEREST-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-FEE-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-DISPUTE-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-DSPLOST-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-DSPWON-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-CHGOFF-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-RECOVERY-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-HASH-TOTAL        PIC 9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY STEPAREA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RECORD-STEP-START
           PERFORM INITIALIZE-EXTRACT
           PERFORM COUNT-POSTING-JOURNAL
           PERFORM TOTAL-POSTING-JOURNAL
           PERFORM WRITE-SETTLEMENT-FILE
           PERFORM STAMP-EXTRACT-CONTROL
           PERFORM FINALIZE-EXTRACT
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
           MOVE "GLEXTR" TO SA-PROGRAM-ID
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           IF NOT SA-STEP-OK
               DISPLAY "GLEXTR refused: " SA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The step's own return code is logged and then restored -
      *    the CALL leaves STEPCTL's in RETURN-CODE.
       RECORD-STEP-END.
           MOVE RETURN-CODE TO SA-STEP-RC
           MOVE WS-JOURNAL-READ TO SA-RECORDS-READ
           MOVE WS-DETAIL-COUNT TO SA-RECORDS-WRITTEN
           MOVE ZERO TO SA-RECORDS-EXCEPTED
           MOVE 'E' TO SA-FUNCTION
           CALL "STEPCTL" USING STEP-CONTROL-AREA
           MOVE SA-STEP-RC TO RETURN-CODE.

      *****************************************************************
      * INITIALIZE-EXTRACT reads the posted-date guard first: the     *
      * same business day is never extracted into the ledger twice.   *

       BUCKET-ONE-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN PJ-TRANS-TYPE = 'C' AND
                   PJ-ATM-ID = "DISPUTE   "
                   ADD PJ-AMOUNT TO WS-DISPUTE-TOTAL
               WHEN PJ-TRANS-TYPE = 'C' AND
                   PJ-ATM-ID = "CHGOFF    "
                   ADD PJ-AMOUNT TO WS-CHGOFF-TOTAL
               WHEN PJ-TRANS-TYPE = 'C' AND
                   PJ-ATM-ID = "RECOVERY  "
                   ADD PJ-AMOUNT TO WS-RECOVERY-TOTAL
               WHEN PJ-TRANS-TYPE = 'C'
                   ADD PJ-AMOUNT TO WS-PAYMENT-TOTAL
               WHEN PJ-TRANS-TYPE = 'D' AND
                   PJ-ATM-ID = "DSPLOST   "
                   ADD PJ-AMOUNT TO WS-DSPLOST-TOTAL
               WHEN PJ-TRANS-TYPE = 'M' AND
                   PJ-ATM-ID = "DSPWON    "
                   ADD PJ-AMOUNT TO WS-DSPWON-TOTAL
               WHEN PJ-TRANS-TYPE = 'D' AND
                   PJ-ATM-ID = "INTEREST  "
                   ADD PJ-AMOUNT TO WS-INTEREST-TOTAL
               WHEN PJ-TRANS-TYPE = 'D' AND
                   (PJ-ATM-ID = "LATEFEE   " OR
                    PJ-ATM-ID = "OVLMTFEE  ")
                   ADD PJ-AMOUNT TO WS-FEE-TOTAL
               WHEN PJ-TRANS-TYPE = 'D'
                   ADD PJ-AMOUNT TO WS-PURCHASE-TOTAL
           END-EVALUATE.
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           IF WS-FEE-TOTAL > ZERO
               MOVE "11010000" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-FEE-TOTAL TO GL-AMOUNT
               MOVE "FEES ASSESSED" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD

               MOVE "41020000" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-FEE-TOTAL TO GL-AMOUNT
               MOVE "FEE INCOME" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           IF WS-DISPUTE-TOTAL > ZERO
               MOVE "21020000" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-DISPUTE-TOTAL TO GL-AMOUNT
               MOVE "PROVISIONAL CREDITS" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD

               MOVE "11010000" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-DISPUTE-TOTAL TO GL-AMOUNT
               MOVE "PROVISIONAL CREDITS" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           IF WS-DSPLOST-TOTAL > ZERO
               MOVE "11010000" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-DSPLOST-TOTAL TO GL-AMOUNT
               MOVE "LOST DISPUTES REDEBITED" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD

               MOVE "21020000" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-DSPLOST-TOTAL TO GL-AMOUNT
               MOVE "LOST DISPUTES REDEBITED" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           IF WS-DSPWON-TOTAL > ZERO
               MOVE "11020000" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-DSPWON-TOTAL TO GL-AMOUNT
               MOVE "WON DISPUTE CHARGEBACKS" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD

               MOVE "21020000" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-DSPWON-TOTAL TO GL-AMOUNT
               MOVE "WON DISPUTE CHARGEBACKS" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           IF WS-CHGOFF-TOTAL > ZERO
               MOVE "51010000" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-CHGOFF-TOTAL TO GL-AMOUNT
               MOVE "BALANCES CHARGED OFF" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD

               MOVE "11010000" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-CHGOFF-TOTAL TO GL-AMOUNT
               MOVE "BALANCES CHARGED OFF" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           IF WS-RECOVERY-TOTAL > ZERO
               MOVE "21010000" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-RECOVERY-TOTAL TO GL-AMOUNT
               MOVE "CHARGE-OFF RECOVERIES" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD

               MOVE "51020000" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-RECOVERY-TOTAL TO GL-AMOUNT
               MOVE "CHARGE-OFF RECOVERIES" TO GL-DESCRIPTION
               PERFORM WRITE-DETAIL-RECORD
           END-IF

           PERFORM WRITE-CONTROL-RECORD
           CLOSE SETTLEMENT-FILE.

           DISPLAY "Payments (credits applied):  $" WS-DISPLAY-TOTAL
           MOVE WS-INTEREST-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Interest income:             $" WS-DISPLAY-TOTAL
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Fee income:                  $" WS-DISPLAY-TOTAL
           MOVE WS-DISPUTE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Provisional dispute credits: $" WS-DISPLAY-TOTAL
           MOVE WS-DSPLOST-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Lost disputes re-debited:    $" WS-DISPLAY-TOTAL
           MOVE WS-DSPWON-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Won disputes charged back:   $" WS-DISPLAY-TOTAL
           MOVE WS-CHGOFF-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Balances charged off:        $" WS-DISPLAY-TOTAL
           MOVE WS-RECOVERY-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Charge-off recoveries:       $" WS-DISPLAY-TOTAL
           DISPLAY "Settlement records written: " WS-DETAIL-COUNT
               " plus control record."
           DISPLAY "See GLEXTR.DAT.".
