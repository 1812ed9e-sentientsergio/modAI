      ******************************************************************
      *                                                                *
      *    SUSPREC.CPY                                                 *
      *    SUSPENSE WORKBENCH ITEM RECORD (SUSPFILE).  EVERY CHECK     *
      *    LOCKBOX PARKS ON LBXSUSP AND EVERY CHECK PAYALLOC PARKS ON  *
      *    PAYASUSP IS LOADED HERE BY THE NIGHTLY SUSPENSE PASS        *
      *    (SUSPAGE) AND WORKED OFF ONLINE BY THE CLERKS (SUSPCLR) -   *
      *    APPLIED TO A CHOSEN CUST-ID OR MARKED FOR RETURN TO THE     *
      *    REMITTER.  BOTH PROGRAMS READ THE FILE IN AND WRITE IT      *
      *    BACK OUT (SUSPFILE IN, SUSPFILO OUT - THE SNAPSHOT          *
      *    CARRY-FORWARD PATTERN OF THE PENDING QUEUE), SO A WORKED    *
      *    ITEM STAYS ON FILE AS PROOF OF WHO CLEARED IT AND WHERE.    *
      *    THE ITEM NUMBER IS ASSIGNED ONCE AT LOAD AND NEVER REUSED - *
      *    THE ACTION LOG (SUSPLOG) IDENTIFIES ITEMS BY IT.            *
      *                                                                *
      *    SUSQ-SCAN-LINE CARRIES THE COUPON SCAN LINE FOR A LOCKBOX   *
      *    ITEM AND THE SEVEN-CHARACTER CUSTOMER NUMBER FOR AN         *
      *    ALLOCATION ITEM - WHATEVER THE REMITTER GAVE US TO GO ON.   *
      *                                                                *
      *    AN ITEM THE CLERK APPLIES GOES TO SENT-FOR-POSTING (P), NOT *
      *    APPLIED - SUSPAGE MARKS IT APPLIED (A) WHEN THE PAYMENT IS  *
      *    ON POSTHIST AND REOPENS IT IF TXNPOST RUNS WITHOUT POSTING  *
      *    IT, SO A REJECTED PAYMENT NEVER LEAVES AN ITEM APPLIED.     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/27/2026  RVH  ORIGINAL.
      *   11/20/2026  RVH  SUSQ-IS-SENT-FOR-POSTING (P) ADDED.
      ******************************************************************
       01  SUSPENSE-ITEM-RECORD.
           05  SUSQ-ITEM-NO         PIC 9(07).
           05  SUSQ-SOURCE          PIC X(01).
               88  SUSQ-FROM-LOCKBOX    VALUE "L".
               88  SUSQ-FROM-PAYALLOC   VALUE "A".
           05  SUSQ-STATUS          PIC X(01).
               88  SUSQ-IS-OPEN         VALUE "O".
               88  SUSQ-IS-SENT-FOR-POSTING VALUE "P".
               88  SUSQ-IS-APPLIED      VALUE "A".
               88  SUSQ-IS-FOR-RETURN   VALUE "R".
               88  SUSQ-IS-RETURN-LISTED VALUE "D".
           05  SUSQ-DEPOSIT-DATE    PIC 9(06).
           05  SUSQ-SCAN-LINE       PIC X(10).
           05  SUSQ-REMITTER-NAME   PIC X(30).
           05  SUSQ-AMOUNT          PIC 9(7)V99.
           05  SUSQ-CHECK-NO        PIC X(08).
           05  SUSQ-REASON          PIC X(30).
           05  SUSQ-LOADED-DATE     PIC 9(06).
           05  SUSQ-ACTION-CUST-ID  PIC X(10).
           05  SUSQ-ACTION-OPERATOR PIC X(08).
           05  SUSQ-ACTION-DATE     PIC 9(06).
           05  FILLER               PIC X(10).
