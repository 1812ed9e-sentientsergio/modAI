      ******************************************************************
      *                                                                *
      *    PDUEREC.CPY                                                 *
      *    PAYMENT DUE RECORD (PMTDUE).  ONE RECORD PER STATEMENTED    *
      *    ACCOUNT, ASCENDING CUST-ID, CARRIED FORWARD (PMTDUE IN,     *
      *    PMTDUEO OUT - THE SNAPSHOT PATTERN) BY TWO PASSES:          *
      *      STMTBLD  - REPLACES THE RECORD ON THE ACCOUNT'S           *
      *                 STATEMENT NIGHT WITH THE NEW MINIMUM PAYMENT   *
      *                 AND PAYMENT DUE DATE (SEE PMTPREC),            *
      *      LATEFEE  - ADDS EACH NIGHT'S POSTED PAYMENTS (POSTHIST)   *
      *                 AND CHARGES THE LATE FEE ONCE A DUE DATE HAS   *
      *                 PASSED WITH THE MINIMUM STILL UNPAID.          *
      *    PDUE-PAID-BY-DUE-DATE COUNTS ONLY PAYMENTS POSTED AFTER     *
      *    THE STATEMENT DATE AND NO LATER THAN THE DUE DATE - IT      *
      *    DECIDES LATENESS.  PDUE-PAID-SINCE-STATEMENT COUNTS EVERY   *
      *    PAYMENT SINCE THE STATEMENT, LATE ONES INCLUDED - IT        *
      *    DECIDES HOW MUCH MINIMUM IS STILL PAST DUE ON THE NEXT      *
      *    STATEMENT.  A REVERSED PAYMENT COMES OFF BOTH.              *
      *    A LATE RECORD WITH A ZERO PDUE-LATE-FEE-AMOUNT WAS JUDGED   *
      *    LATE BUT NOT CHARGED - THE ACCOUNT WAS ON A BANKRUPTCY OR   *
      *    DECEASED LEGAL HOLD.                                        *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/30/2026  RVH  ORIGINAL.
      *   11/22/2026  RVH  NOTED THE ZERO-FEE LATE STAMP LATEFEE
      *                    LEAVES ON A LEGAL-HOLD ACCOUNT.
      ******************************************************************
       01  PAYMENT-DUE-RECORD.
           05  PDUE-CUST-ID         PIC X(10).
           05  PDUE-STATEMENT-DATE  PIC 9(06).
           05  PDUE-DUE-DATE        PIC 9(06).
           05  PDUE-STATEMENT-BALANCE PIC S9(7)V99.
           05  PDUE-CURRENT-MINIMUM PIC 9(7)V99.
           05  PDUE-PAST-DUE-MINIMUM PIC 9(7)V99.
           05  PDUE-MINIMUM-DUE     PIC 9(7)V99.
           05  PDUE-PAID-BY-DUE-DATE PIC 9(7)V99.
           05  PDUE-PAID-SINCE-STATEMENT PIC 9(7)V99.
           05  PDUE-STATUS          PIC X(01).
               88  PDUE-IS-OPEN         VALUE "O".
               88  PDUE-IS-MET          VALUE "P".
               88  PDUE-IS-LATE         VALUE "L".
               88  PDUE-NOTHING-DUE     VALUE "Z".
           05  PDUE-LATE-FEE-AMOUNT PIC 9(5)V99.
           05  PDUE-LATE-FEE-DATE   PIC 9(06).
           05  FILLER               PIC X(10).
