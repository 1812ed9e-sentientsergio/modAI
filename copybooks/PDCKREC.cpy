      ******************************************************************
      *                                                                *
      *    PDCKREC.CPY                                                 *
      *    BANK PAID-CHECK (CLEARED ITEM) RECORD (CHKPAID).  ONE       *
      *    RECORD PER CHECK THE BANK PAID SINCE ITS LAST FILE, AS THE  *
      *    BANK SENDS IT.  THE FILE CAN CARRY OTHER ACCOUNTS' ITEMS -  *
      *    CHKRECON TAKES ONLY THOSE DRAWN ON PPYP-BANK-ACCOUNT.       *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/04/2026  RVH  ORIGINAL.
      ******************************************************************
       01  PAID-CHECK-RECORD.
           05  PDCK-BANK-ACCOUNT    PIC X(17).
           05  PDCK-CHECK-NUMBER    PIC 9(10).
           05  PDCK-AMOUNT          PIC 9(8)V99.
           05  PDCK-PAID-DATE       PIC 9(06).
           05  FILLER               PIC X(07).
