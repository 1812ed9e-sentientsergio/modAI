      ******************************************************************
      *                                                                *
      *    IPINREC.CPY                                                 *
      *    PHONE IVR PIN RECORD (IVRPIN, KEYED ON CUST-ID).  ONE       *
      *    RECORD PER ACCOUNT THAT HAS BEEN GIVEN AN IVR PIN.  THE     *
      *    PIN IS SET, RESET AND UNLOCKED BY A REPRESENTATIVE IN       *
      *    IVRPMNT UNDER THE USERSEC SIGN-ON, AND IS VERIFIED ONLY BY  *
      *    IVRINQ - IT IS NOT THE OPERATORS' USERSEC PASSWORD AND IS   *
      *    NEVER SHOWN.  EVERY FAILED PIN ADDS TO IPIN-FAIL-COUNT; A   *
      *    GOOD PIN CLEARS IT.  WHEN THE COUNT REACHES THE IVRPARM     *
      *    LIMIT THE PIN IS LOCKED, AND STAYS LOCKED - EVEN AGAINST    *
      *    THE RIGHT PIN - UNTIL A REPRESENTATIVE UNLOCKS OR RESETS    *
      *    IT.                                                         *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/05/2026  RVH  ORIGINAL.
      ******************************************************************
       01  IVR-PIN-RECORD.
           05  IPIN-CUST-ID         PIC X(10).
           05  IPIN-PIN             PIC X(04).
           05  IPIN-STATUS          PIC X(01).
               88  IPIN-IS-ACTIVE       VALUE "A".
               88  IPIN-IS-LOCKED       VALUE "L".
           05  IPIN-FAIL-COUNT      PIC 9(02).
           05  IPIN-LOCKED-DATE     PIC 9(06).
           05  IPIN-LOCKED-TIME     PIC 9(08).
           05  IPIN-LAST-GOOD-DATE  PIC 9(06).
           05  IPIN-LAST-FAIL-DATE  PIC 9(06).
           05  IPIN-SET-DATE        PIC 9(06).
           05  IPIN-MAINT-OPERATOR  PIC X(08).
           05  FILLER               PIC X(13).
