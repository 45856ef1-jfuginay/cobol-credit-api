      *****************************************************************
      * STEPREC - nightly batch step log record, STEPCTL.DAT          *
      * One record per business date and program, keyed by both.      *
      * STEPCTL writes it when a step starts, after checking that the *
      * step's predecessors in the nightly stream completed for the   *
      * same business date, and rewrites it when the step ends with   *
      * the end time, the step's counts and its return code. A step   *
      * that abends or stops early keeps status S, so it never counts *
      * as completed. STEPRPT reports the log. The layout must stay   *
      * identical everywhere - change it here only.                   *
      *****************************************************************
       01  STEP-CONTROL-RECORD.
           05  SC-STEP-KEY.
               10  SC-BUSINESS-DATE     PIC X(08).
               10  SC-PROGRAM-ID        PIC X(08).
      *    S started (or stopped without ending), C completed with a
      *    return code under 8, F ended with return code 8 or more,
      *    R refused at start - a predecessor had not completed.
           05  SC-STEP-STATUS       PIC X(01).
               88  SC-STEP-STARTED      VALUE 'S'.
               88  SC-STEP-COMPLETED    VALUE 'C'.
               88  SC-STEP-FAILED       VALUE 'F'.
               88  SC-STEP-REFUSED      VALUE 'R'.
      *    Wall-clock times, YYYYMMDD and HHMMSS, for the durations -
      *    a stream that crosses midnight still logs under the one
      *    business date.
           05  SC-START-STAMP.
               10  SC-START-DATE        PIC X(08).
               10  SC-START-TIME        PIC X(06).
           05  SC-END-STAMP.
               10  SC-END-DATE          PIC X(08).
               10  SC-END-TIME          PIC X(06).
      *    Records read, records written and records excepted
      *    (rejected, held or otherwise set aside), as each step
      *    counts them.
           05  SC-RECORDS-READ      PIC 9(07).
           05  SC-RECORDS-WRITTEN   PIC 9(07).
           05  SC-RECORDS-EXCEPTED  PIC 9(07).
           05  SC-RETURN-CODE       PIC 9(03).
      *    Times the step has been started for this business date.
           05  SC-RUN-COUNT         PIC 9(03).
           05  SC-MESSAGE           PIC X(60).
