      *****************************************************************
      * LINEPOL - credit line review policy record, LINEPOL.DAT       *
      * One record per policy rule the line review batch knows,       *
      * keyed by LP-RULE-CODE. A plain line-sequential parameter      *
      * file, like FEESCHED.DAT, so credit policy can retune the      *
      * review without a recompile; a rule with no record (or no file *
      * at all) runs on LINEREV's compiled-in default. Rule codes:    *
      *   CYCLES     snapshot cycles reviewed, latest first (max 12)  *
      *   MINCYCLES  cycles on file before an increase is considered  *
      *   INCRUTLMIN lowest average utilization pct for an increase   *
      *   INCRPAYDAY most days since the last payment for an increase *
      *   INCRPCT    increase as a pct of the current limit           *
      *   INCRMAXAMT largest increase one review may give             *
      *   MAXLIMIT   no limit is raised above this                    *
      *   DECRDPD    days past due, in any cycle, that cut the line   *
      *   DECRDQCYC  cycles 30+ days past due that cut the line       *
      *   DECRUTLTRD utilization rise (pct points) over the window    *
      *   DECRUTLMIN latest utilization pct that, with that rise and  *
      *              no pay-down, cuts the line                       *
      *   DECRPCT    decrease as a pct of the current limit           *
      *   MINLIMIT   no limit is cut below this                       *
      *   APPROVEMAX largest change approved without a reviewer -     *
      *              anything bigger is referred, not written         *
      * The layout must stay identical everywhere - change it here    *
      * only.                                                         *
      *****************************************************************
       01  LINE-POLICY-RECORD.
           05  LP-RULE-CODE         PIC X(10).
           05  LP-DESCRIPTION       PIC X(30).
      *    Amount, percentage, days or cycle count, as the rule
      *    calls for - always with two implied decimals.
           05  LP-VALUE             PIC 9(7)V99.
