      *   09/30/2026  RVH  XMIT-TOTAL-BALANCE SIGNED IN STEP WITH
      *                    THE STATEMENT EXTRACT (SEE STMTREC).
      *                    RECORD LENGTH UNCHANGED.
      *   11/06/2026  RVH  ADDED XMIT-FEED OUT OF THE TRAILING FILLER.
      *                    THE LOG NOW ALSO CARRIES THE MONTH-END
      *                    DATA-WAREHOUSE EXTRACT ("DWX", STMTXMIT
      *                    PARM "DWX"); SPACES ARE THE STATEMENT
      *                    FEEDS, SO EXISTING RECORDS READ AS BEFORE.
      *                    THE RESEND BLOCK MATCHES FEED AND FILE
      *                    DATE.  ADDED "REJECTED" FOR AN EXTRACT
      *                    WHOSE TRAILER DOES NOT PROVE.  RECORD
      *                    LENGTH UNCHANGED.
      ******************************************************************
       01  TRANSMISSION-LOG-RECORD.
           05  XMIT-FILE-DATE       PIC 9(06).
               88  XMIT-WAS-SENT        VALUE "SENT".
               88  XMIT-WAS-FAILED      VALUE "FAILED".
               88  XMIT-WAS-BLOCKED     VALUE "BLOCKED".
               88  XMIT-WAS-REJECTED    VALUE "REJECTED".
           05  XMIT-CONFIRM-REF     PIC X(14).
           05  XMIT-DATE            PIC 9(06).
           05  XMIT-TIME            PIC 9(08).
           05  XMIT-FEED            PIC X(04).
               88  XMIT-FEED-STATEMENT  VALUE SPACES.
               88  XMIT-FEED-WAREHOUSE  VALUE "DWX".
           05  FILLER               PIC X(06).
