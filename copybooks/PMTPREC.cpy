      ******************************************************************
      *                                                                *
      *    PMTPREC.CPY                                                 *
      *    MINIMUM PAYMENT AND LATE FEE PARAMETER RECORD (PMTPARM).    *
      *    ONE RECORD, READ BY THE STATEMENT COMPOSITION PASS          *
      *    (STMTBLD), THE NIGHTLY LATE FEE PASS (LATEFEE) AND THE      *
      *    OPEN-ITEM LEDGER PASS (OITMBLD).  THE MINIMUM PAYMENT DUE   *
      *    ON A STATEMENT IS PMTP-MIN-PERCENT OF THE CLOSING BALANCE,  *
      *    NEVER LESS THAN PMTP-MIN-FLOOR, PLUS ANY MINIMUM LEFT       *
      *    UNPAID FROM THE PRIOR STATEMENT, AND NEVER MORE THAN THE    *
      *    BALANCE ITSELF.  THE PAYMENT IS DUE PMTP-DUE-BUSINESS-DAYS  *
      *    BUSINESS DAYS AFTER THE STATEMENT DATE (SEE CALSUB).  A     *
      *    MINIMUM STILL UNPAID AFTER ITS DUE DATE IS CHARGED          *
      *    PMTP-LATE-FEE-AMOUNT ONCE.  AN OPEN ITEM FALLS DUE          *
      *    PMTP-ITEM-TERMS-DAYS REAL CALENDAR DAYS AFTER IT POSTS.     *
      *    THESE ARE CREDIT POLICY, SO THEY LIVE ON A PARAMETER FILE,  *
      *    NEVER IN PROGRAM LITERALS.                                  *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/30/2026  RVH  ORIGINAL.
      *   11/20/2026  RVH  PMTP-ITEM-TERMS-DAYS (OITMBLD OPEN-ITEM
      *                    TERMS) CARVED FROM FILLER.
      ******************************************************************
       01  PAYMENT-PARM-RECORD.
           05  PMTP-MIN-PERCENT     PIC 9(2)V99.
           05  PMTP-MIN-FLOOR       PIC 9(5)V99.
           05  PMTP-DUE-BUSINESS-DAYS PIC 9(02).
           05  PMTP-LATE-FEE-AMOUNT PIC 9(5)V99.
           05  PMTP-ITEM-TERMS-DAYS PIC 9(03).
           05  FILLER               PIC X(07).
