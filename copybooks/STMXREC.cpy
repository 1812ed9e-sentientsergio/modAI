      ******************************************************************
      * MODIFICATION HISTORY
      *   10/01/2026  RVH  ORIGINAL.
      *   10/30/2026  RVH  TRAILER NOW CARRIES THE MINIMUM PAYMENT
      *                    DUE, THE PART OF IT PAST DUE FROM THE PRIOR
      *                    STATEMENT, AND THE PAYMENT DUE DATE (SEE
      *                    PMTPREC AND PDUEREC), CARVED FROM FILLER.
      *                    RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  STATEMENT-DETAIL-RECORD.
           05  STMX-RECORD-TYPE     PIC X(01).
               10  STMX-ACCRUED-CHARGES PIC S9(7)V99.
               10  STMX-CLOSING-BALANCE PIC S9(7)V99.
               10  STMX-TXN-COUNT       PIC 9(05).
               10  STMX-MINIMUM-DUE     PIC 9(7)V99.
               10  STMX-PAST-DUE-MINIMUM PIC 9(7)V99.
               10  STMX-PAYMENT-DUE-DATE PIC 9(06).
               10  FILLER               PIC X(13).
           05  FILLER               PIC X(04).
