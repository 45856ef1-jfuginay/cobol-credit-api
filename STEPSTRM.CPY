      *****************************************************************
      * STEPSTRM - the nightly batch stream, in running order, with   *
      * the step each one requires to have completed first for the    *
      * same business date. "*ALL" means every step listed before     *
      * it. Every step here is mandatory: STEPRPT reports any that    *
      * never ran, and BUSDTEOD will not close a day without them.    *
      *****************************************************************
       01  STEP-STREAM-DATA.
           05  FILLER               PIC X(16) VALUE "TRANEDIT".
           05  FILLER               PIC X(16) VALUE "CARDPOSTTRANEDIT".
           05  FILLER               PIC X(16) VALUE "CARDRCONCARDPOST".
           05  FILLER               PIC X(16) VALUE "GLEXTR  CARDRCON".
           05  FILLER               PIC X(16) VALUE "CARDUNLDGLEXTR".
           05  FILLER               PIC X(16) VALUE "CARDVRFYCARDUNLD".
           05  FILLER               PIC X(16) VALUE "HISTPRGECARDVRFY".
           05  FILLER               PIC X(16) VALUE "BUSDTEOD*ALL".
       01  STEP-STREAM-TABLE REDEFINES STEP-STREAM-DATA.
           05  ST-STEP-ENTRY OCCURS 8 TIMES.
               10  ST-PROGRAM-ID        PIC X(08).
               10  ST-PREDECESSOR       PIC X(08).
       01  ST-STEP-COUNT            PIC 99 VALUE 8.
