      ******************************************************************
      *                                                                *
      *    APAYREC.CPY                                                 *
      *    AUTOMATIC PAYMENT ENROLLMENT RECORD (AUTOPAY, KEYED ON      *
      *    CUST-ID).  ONE RECORD PER ENROLLED ACCOUNT, KEPT ONLINE     *
      *    THROUGH APAYMNT UNDER THE USERSEC SIGN-ON.  EACH NIGHT      *
      *    ACHORIG DRAFTS EVERY ACTIVE ENROLLMENT WHOSE STATEMENT IS   *
      *    THE ACHPARM LEAD DAYS OLD, WRITES THE DEBIT TO THE BANK'S   *
      *    ACH ORIGINATION FILE AND THE MATCHING PAYMENT TO ACHTXN     *
      *    FOR TXNPOST, AND STAMPS THE STATEMENT DATE DRAFTED HERE SO  *
      *    NO STATEMENT IS EVER DRAFTED TWICE.  A DRAFT THE BANK       *
      *    RETURNS COMES BACK THROUGH NSFPROC LIKE A RETURNED CHECK;   *
      *    NSFPROC COUNTS IT HERE AND SUSPENDS THE ENROLLMENT ONCE     *
      *    THE ACHPARM RETURN LIMIT IS REACHED.  A SUSPENDED OR        *
      *    CANCELLED ENROLLMENT STAYS ON FILE AS THE RECORD OF IT.     *
      *                                                                *
      *    APAY-DRAFT-OPTION:  M - THE STATEMENT MINIMUM PAYMENT,      *
      *                        F - THE FULL STATEMENT BALANCE,         *
      *                        X - THE FIXED AMOUNT BELOW.             *
      *    EVERY OPTION IS NET OF PAYMENTS ALREADY MADE SINCE THE      *
      *    STATEMENT AND NEVER MORE THAN THE BALANCE OWED.             *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/03/2026  RVH  ORIGINAL.
      ******************************************************************
       01  AUTOPAY-ENROLLMENT-RECORD.
           05  APAY-CUST-ID         PIC X(10).
           05  APAY-STATUS          PIC X(01).
               88  APAY-IS-ACTIVE       VALUE "A".
               88  APAY-IS-SUSPENDED    VALUE "S".
               88  APAY-IS-CANCELLED    VALUE "C".
           05  APAY-ROUTING-NUMBER  PIC 9(09).
           05  APAY-ROUTING-PARTS REDEFINES APAY-ROUTING-NUMBER.
               10  APAY-RDFI-ID     PIC 9(08).
               10  APAY-CHECK-DIGIT PIC 9(01).
           05  APAY-BANK-ACCOUNT    PIC X(17).
           05  APAY-ACCOUNT-TYPE    PIC X(01).
               88  APAY-CHECKING        VALUE "C".
               88  APAY-SAVINGS         VALUE "S".
           05  APAY-DRAFT-OPTION    PIC X(01).
               88  APAY-DRAFT-MINIMUM   VALUE "M".
               88  APAY-DRAFT-STATEMENT VALUE "F".
               88  APAY-DRAFT-FIXED     VALUE "X".
           05  APAY-FIXED-AMOUNT    PIC 9(7)V99.
           05  APAY-ENROLL-DATE     PIC 9(06).
           05  APAY-STATUS-DATE     PIC 9(06).
           05  APAY-MAINT-OPERATOR  PIC X(08).
           05  APAY-LAST-STMT-DRAFTED PIC 9(06).
           05  APAY-LAST-DRAFT-DATE PIC 9(06).
           05  APAY-LAST-DRAFT-AMOUNT PIC 9(7)V99.
           05  APAY-RETURN-COUNT    PIC 9(02).
           05  APAY-LAST-RETURN-DATE PIC 9(06).
           05  FILLER               PIC X(23).
