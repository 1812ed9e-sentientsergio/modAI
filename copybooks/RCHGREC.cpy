      ******************************************************************
      *                                                                *
      *    RCHGREC.CPY                                                 *
      *    RECURRING CHARGE SCHEDULE RECORD (RCHGFILE, KEYED ON        *
      *    CUST-ID AND SCHEDULE NUMBER).  ONE RECORD PER STANDING      *
      *    CHARGE AN ACCOUNT CARRIES - A MEMBERSHIP, A SERVICE PLAN,   *
      *    A MONTHLY RENTAL - KEPT ONLINE THROUGH RCHGMNT UNDER THE    *
      *    USERSEC SIGN-ON.  EACH NIGHT RCHGBILL CHARGES EVERY ACTIVE  *
      *    SCHEDULE WHOSE NEXT BILL DATE FALLS DUE, AS ONE PROVED      *
      *    BATCH FOR TXNEDIT, THEN MOVES THE NEXT BILL DATE ON BY THE  *
      *    FREQUENCY.  BILL DATES FALL ON THE ACCOUNT'S                *
      *    CUST-STMT-CYCLE-DAY SO THE CHARGE POSTS AHEAD OF THE        *
      *    STATEMENT IT BELONGS ON.  AN ENDED OR SUSPENDED SCHEDULE    *
      *    STAYS ON FILE AS THE RECORD OF IT.                          *
      *                                                                *
      *    RCHG-FREQUENCY:     M - MONTHLY,     Q - QUARTERLY,         *
      *                        S - SEMIANNUAL,  A - ANNUAL.            *
      *    RCHG-STATUS:        A - ACTIVE, S - SUSPENDED, E - ENDED.   *
      *    RCHG-SUSPEND-REASON C - ACCOUNT CLOSED, W - CHARGED OFF,    *
      *                        F - ACCOUNT FROZEN (ALL THREE SET BY    *
      *                        RCHGBILL), O - SUSPENDED BY AN          *
      *                        OPERATOR IN RCHGMNT.                    *
      *    RCHG-END-DATE ZERO - THE SCHEDULE RUNS UNTIL ENDED.         *
      *    RCHG-LAST-RUN-DATE IS THE NIGHT THE LAST CHARGE WAS         *
      *    WRITTEN, SO A RERUN OF THAT NIGHT WRITES IT AGAIN IN PLACE  *
      *    OF THE OUTPUT IT REPLACES (SEE RCHGBILL).                   *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/18/2026  RVH  ORIGINAL.
      ******************************************************************
       01  RECURRING-CHARGE-RECORD.
           05  RCHG-KEY.
               10  RCHG-CUST-ID     PIC X(10).
               10  RCHG-SCHED-NO    PIC 9(03).
           05  RCHG-STATUS          PIC X(01).
               88  RCHG-IS-ACTIVE       VALUE "A".
               88  RCHG-IS-SUSPENDED    VALUE "S".
               88  RCHG-IS-ENDED        VALUE "E".
           05  RCHG-SUSPEND-REASON  PIC X(01).
               88  RCHG-SUSP-CLOSED     VALUE "C".
               88  RCHG-SUSP-CHGOFF     VALUE "W".
               88  RCHG-SUSP-FROZEN     VALUE "F".
               88  RCHG-SUSP-OPERATOR   VALUE "O".
           05  RCHG-AMOUNT          PIC 9(7)V99.
           05  RCHG-FREQUENCY       PIC X(01).
               88  RCHG-MONTHLY         VALUE "M".
               88  RCHG-QUARTERLY       VALUE "Q".
               88  RCHG-SEMIANNUAL      VALUE "S".
               88  RCHG-ANNUAL          VALUE "A".
               88  RCHG-FREQUENCY-VALID VALUE "M" "Q" "S" "A".
           05  RCHG-DESC-CODE       PIC X(04).
           05  RCHG-START-DATE      PIC 9(06).
           05  RCHG-END-DATE        PIC 9(06).
           05  RCHG-NEXT-BILL-DATE  PIC 9(06).
           05  RCHG-LAST-BILL-DATE  PIC 9(06).
           05  RCHG-LAST-RUN-DATE   PIC 9(06).
           05  RCHG-LAST-AMOUNT     PIC 9(7)V99.
           05  RCHG-BILLED-COUNT    PIC 9(05).
           05  RCHG-SET-UP-DATE     PIC 9(06).
           05  RCHG-STATUS-DATE     PIC 9(06).
           05  RCHG-MAINT-OPERATOR  PIC X(08).
           05  FILLER               PIC X(20).
