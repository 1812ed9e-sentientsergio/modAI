      ******************************************************************
      *                                                                *
      *    DPDREC.CPY                                                  *
      *    CONTRACTUAL DAYS-PAST-DUE RECORD (DPDSTAT).  ONE RECORD     *
      *    PER ACCOUNT ON THE MASTER, ASCENDING CUST-ID, WRITTEN       *
      *    FRESH EACH NIGHT BY THE OPEN-ITEM LEDGER PASS (OITMBLD,     *
      *    SEE OITMREC) AND CARRIED TO THE NEXT NIGHT'S READERS.       *
      *    DUNNING, RISKGRDE AND BURXTR READ IT IN PLACE OF THE        *
      *    INACTIVITY AGE; DPDAGE PRINTS THE PAST-DUE AGING BY         *
      *    BRANCH FROM IT.                                             *
      *                                                                *
      *    DPD-DAYS-PAST-DUE IS THE AGE OF THE OLDEST UNPAID ITEM      *
      *    PAST ITS DUE DATE (ZERO WHEN NOTHING IS PAST DUE).          *
      *    DPD-BUCKET IS THE BAND THAT AGE FALLS IN - 0 CURRENT,       *
      *    1 = 1-30, 2 = 31-60, 3 = 61-90, 4 = 91-120, 5 = OVER 120 -  *
      *    AND INDEXES DPD-BUCKET-AMT PLUS ONE.                        *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/29/2026  RVH  ORIGINAL.
      ******************************************************************
       01  DAYS-PAST-DUE-RECORD.
           05  DPD-CUST-ID          PIC X(10).
           05  DPD-BRANCH-CODE      PIC X(04).
           05  DPD-AS-OF-DATE       PIC 9(06).
           05  DPD-DAYS-PAST-DUE    PIC 9(05).
           05  DPD-BUCKET           PIC 9(01).
               88  DPD-IS-CURRENT       VALUE 0.
               88  DPD-IS-PAST-DUE      VALUE 1 THRU 5.
           05  DPD-BUCKET-AMOUNTS.
               10  DPD-CURRENT-AMT  PIC 9(7)V99.
               10  DPD-1-30-AMT     PIC 9(7)V99.
               10  DPD-31-60-AMT    PIC 9(7)V99.
               10  DPD-61-90-AMT    PIC 9(7)V99.
               10  DPD-91-120-AMT   PIC 9(7)V99.
               10  DPD-OVER-120-AMT PIC 9(7)V99.
           05  DPD-BUCKET-TABLE REDEFINES DPD-BUCKET-AMOUNTS.
               10  DPD-BUCKET-AMT   PIC 9(7)V99 OCCURS 6 TIMES.
           05  DPD-TOTAL-PAST-DUE   PIC 9(7)V99.
           05  DPD-UNAPPLIED-CREDIT PIC 9(7)V99.
           05  DPD-OPEN-ITEM-COUNT  PIC 9(03).
           05  FILLER               PIC X(10).
