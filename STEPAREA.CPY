      *****************************************************************
      * STEPAREA - CALL interface to the STEPCTL step-control         *
      * subprogram. A nightly batch calls it with function B as it    *
      * starts: STEPCTL returns the business date and SA-STEP-OK, or  *
      * SA-STEP-REFUSED with the reason in SA-MESSAGE when a          *
      * predecessor has not completed, and the batch then stops with  *
      * return code 8. At the end the batch moves in its counts and   *
      * return code and calls again with function E.                  *
      *****************************************************************
       01  STEP-CONTROL-AREA.
           05  SA-FUNCTION          PIC X(01).
               88  SA-BEGIN-STEP        VALUE 'B'.
               88  SA-END-STEP          VALUE 'E'.
           05  SA-PROGRAM-ID        PIC X(08).
           05  SA-BUSINESS-DATE     PIC X(08).
           05  SA-RECORDS-READ      PIC 9(07).
           05  SA-RECORDS-WRITTEN   PIC 9(07).
           05  SA-RECORDS-EXCEPTED  PIC 9(07).
           05  SA-STEP-RC           PIC 9(03).
           05  SA-RESULT            PIC X(01).
               88  SA-STEP-OK           VALUE 'Y'.
               88  SA-STEP-REFUSED      VALUE 'N'.
           05  SA-MESSAGE           PIC X(60).
