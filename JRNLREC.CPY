      * One record per charge actually applied to a card balance,     *
      * with the balance it left behind. The interest capitalization  *
      * batch writes its interest charges here so they show up in     *
      * the card's history; PJ-ATM-ID carries "INTEREST" for those,   *
      * and "LATEFEE" / "OVLMTFEE" for the fees FEEASSES charges.     *
      * PJ-TRANS-TYPE is 'D' or 'C', or 'M' for a memo entry that     *
      * moved no money on the card - DSPRESV's "DSPWON" record of a   *
      * dispute won, which GLEXTR books but the balance never sees.   *
      *****************************************************************
       01  POST-JOURNAL-RECORD.
           05  PJ-CARD-NUMBER       PIC X(16).
