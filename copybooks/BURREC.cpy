      ******************************************************************
      * MODIFICATION HISTORY
      *   10/11/2026  RVH  ORIGINAL.
      *   10/28/2026  RVH  ADDED BUR-DISPUTE-FLAG, CARVED FROM THE
      *                    FILLER.  "D" REPORTS AN ACCOUNT WITH AN
      *                    OPEN BILLING DISPUTE CASE (DISPFILE, SEE
      *                    DISPREC) AS IN DISPUTE.  RECORD LENGTH
      *                    UNCHANGED.
      *   10/29/2026  RVH  BUR-DELINQ-LEVEL CARRIES THE CONTRACTUAL
      *                    DAYS-PAST-DUE BAND (DPD-BUCKET, SEE
      *                    DPDREC) WHEN THE OPEN-ITEM LEDGER HAS RUN.
      *   11/10/2026  RVH  ADDED BUR-CONSUMER-INDICATOR, CARVED FROM
      *                    THE FILLER - THE BANKRUPTCY CHAPTER ("07",
      *                    "11", "13") OR "DC" FOR A DECEASED
      *                    CONSUMER, FROM THE LEGAL HOLD (SEE
      *                    LGLHOLD).  RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  BUREAU-RECORD.
           05  BUR-CUST-ID          PIC X(10).
           05  BUR-DELINQ-LEVEL     PIC 9(01).
           05  BUR-LAST-ACTIVITY    PIC 9(06).
           05  BUR-REPORT-DATE      PIC 9(06).
           05  BUR-DISPUTE-FLAG     PIC X(01).
               88  BUR-IN-DISPUTE       VALUE "D".
           05  BUR-CONSUMER-INDICATOR PIC X(02).
               88  BUR-BANKRUPTCY-FILED VALUE "07" "11" "13".
               88  BUR-CONSUMER-DECEASED VALUE "DC".
           05  FILLER               PIC X(07).
