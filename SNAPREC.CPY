      * SNAPREC - portfolio snapshot record, SNAP_YYYYMM.DAT          *
      * One record per card, written by CARDSNAP at month end and     *
      * stamped with the same YYYYMM cycle INTCAP writes to           *
      * CR-LAST-INT-CYCLE. Read back by SNAPTRND to compare cycles    *
      * and by LINEREV for the credit line review.                    *
      * The layout must stay identical everywhere - change it here    *
      * only.                                                         *
      *****************************************************************
