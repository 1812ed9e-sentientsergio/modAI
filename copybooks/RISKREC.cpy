      ******************************************************************
      * MODIFICATION HISTORY
      *   10/17/2026  RVH  ORIGINAL.
      *   10/29/2026  RVH  RISK-DAYS-PAST-DUE ADDED FROM FILLER -
      *                    CONTRACTUAL AGE FROM DPDSTAT (SEE DPDREC).
      ******************************************************************
       01  RISK-GRADE-RECORD.
           05  RISK-CUST-ID         PIC X(10).
           05  RISK-PCT-OF-LIMIT    PIC 9(03).
           05  RISK-DAYS-INACTIVE   PIC 9(05).
           05  RISK-RUN-DATE        PIC 9(06).
           05  RISK-DAYS-PAST-DUE   PIC 9(05).
           05  FILLER               PIC X(05).
