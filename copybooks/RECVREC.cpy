      ******************************************************************
      * MODIFICATION HISTORY
      *   10/08/2026  RVH  ORIGINAL.
      *   11/09/2026  RVH  ADDED RECV-AGENCY-CODE AND RECV-PLACED-DATE,
      *                    CARVED FROM FILLER, STAMPED BY AGCYPLC WHEN
      *                    THE ACCOUNT IS PLACED WITH AN OUTSIDE
      *                    COLLECTION AGENCY (SPACES - NEVER PLACED;
      *                    THE PLACEMENT ITSELF IS TRACKED ON
      *                    PLACFILE, SEE PLACREC).  RECORD LENGTH
      *                    UNCHANGED.
      ******************************************************************
       01  RECOVERY-RECORD.
           05  RECV-CUST-ID         PIC X(10).
           05  RECV-STATUS          PIC X(01).
               88  RECV-IS-OPEN         VALUE "O".
               88  RECV-IS-RECOVERED    VALUE "F".
           05  RECV-AGENCY-CODE     PIC X(03).
               88  RECV-NOT-PLACED      VALUE SPACES.
           05  RECV-PLACED-DATE     PIC 9(06).
           05  FILLER               PIC X(01).
