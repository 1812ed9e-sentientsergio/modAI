      ******************************************************************
      *                                                                *
      *    EBNCREC.CPY                                                 *
      *    EMAIL VENDOR BOUNCE RECORD (EBNCIN).  ONE RECORD PER        *
      *    NOTICE THE EMAIL VENDOR COULD NOT DELIVER, IN THE VENDOR'S  *
      *    FIXED HAND-OFF LAYOUT.  READ BY EBOUNCE, WHICH PUTS THE     *
      *    CUSTOMER BACK ON PAPER DELIVERY (SEE CUST-DELIVERY-PREF IN  *
      *    CUSTREC) AND LISTS THEM FOR THE CLERKS TO CHASE A GOOD      *
      *    ADDRESS.  EBNC-EMAIL-ADDRESS IS THE ADDRESS THE NOTICE      *
      *    WENT TO.                                                    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/11/2026  RVH  ORIGINAL.
      ******************************************************************
       01  EMAIL-BOUNCE-RECORD.
           05  EBNC-CUST-ID         PIC X(10).
           05  EBNC-BOUNCE-DATE     PIC 9(06).
           05  EBNC-EMAIL-ADDRESS   PIC X(50).
           05  EBNC-REASON          PIC X(20).
           05  FILLER               PIC X(10).
