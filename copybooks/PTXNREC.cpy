      *                    OUT-OF-BATCH RULE.  TXNPOST READS THE
      *                    EDITED, ACCEPTED FILE, WHICH CARRIES NO
      *                    H/T RECORDS.  RECORD LAYOUT UNCHANGED.
      *   11/14/2026  RVH  PTXN-PRIOR-PERIOD-FLAG CARVED FROM THE
      *                    TRAILING FILLER.  "Y" MARKS A PRIOR-PERIOD
      *                    ADJUSTMENT - AN ITEM DATED IN A PERIOD
      *                    FINANCE HAS CLOSED (PERDCTL, SEE PCLSREC).
      *                    TXNEDIT AND TXNPOST REJECT AN UNFLAGGED
      *                    ITEM DATED IN A CLOSED PERIOD, AND A
      *                    FLAGGED ONE DATED IN AN OPEN PERIOD; A
      *                    FLAGGED ITEM ALWAYS HOLDS FOR APPRREL
      *                    RELEASE WHATEVER ITS AMOUNT.  RECORD
      *                    LENGTH UNCHANGED.
      ******************************************************************
       01  POSTING-TXN-RECORD.
           05  PTXN-TXN-TYPE        PIC X(01).
               10  PTXN-BATCH-HASH      PIC 9(9)V99.
               10  FILLER               PIC X(10).
           05  PTXN-BATCH-ID        PIC X(08).
           05  PTXN-PRIOR-PERIOD-FLAG PIC X(01).
               88  PTXN-PRIOR-PERIOD-ADJ VALUE "Y".
           05  FILLER               PIC X(01).
