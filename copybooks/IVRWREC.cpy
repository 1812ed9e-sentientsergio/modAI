      ******************************************************************
      *                                                                *
      *    IVRWREC.CPY                                                 *
      *    REQUEST/RESPONSE AREA FOR THE PHONE IVR BALANCE INQUIRY     *
      *    SUBPROGRAM (IVRINQ).  THE IVR HOST FILLS IN THE FUNCTION,   *
      *    ITS CALL ID, THE CUST-ID AND THE PIN THE CALLER KEYED, AND  *
      *    CALLS IVRINQ WITH THIS ONE GROUP:                           *
      *      FUNCTION "I" - VERIFY THE PIN AND ANSWER THE INQUIRY,     *
      *      FUNCTION "E" - END OF SERVICE - CLOSE THE FILES (THE      *
      *                     HOST CALLS THIS ONCE AT SHUTDOWN).         *
      *    IVRW-RESPONSE-CODE:                                         *
      *      "00" - PIN GOOD - BALANCE, LAST PAYMENT, STATUS AND MAIL  *
      *             STATUS RETURNED,                                   *
      *      "10" - PIN DOES NOT MATCH,                                *
      *      "11" - PIN LOCKED OUT - TRANSFER TO A REPRESENTATIVE,     *
      *      "12" - NO IVR PIN SET UP FOR THE ACCOUNT,                 *
      *      "20" - NO SUCH CUST-ID,                                   *
      *      "30" - PLEASE HOLD FOR A REPRESENTATIVE - FROZEN,         *
      *             CHARGED-OFF OR RETURNED-MAIL ACCOUNT; STATUS AND   *
      *             MAIL STATUS ONLY, NO BALANCE,                      *
      *      "90" - SERVICE UNAVAILABLE (A FILE WILL NOT OPEN),        *
      *      "99" - FUNCTION NOT RECOGNIZED.                           *
      *    NOTHING BUT "00" RETURNS A BALANCE OR PAYMENT.              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/05/2026  RVH  ORIGINAL.
      ******************************************************************
       01  IVR-REQUEST-AREA.
           05  IVRW-FUNCTION        PIC X(01).
               88  IVRW-INQUIRE         VALUE "I".
               88  IVRW-END-SERVICE     VALUE "E".
           05  IVRW-CALL-ID         PIC X(12).
           05  IVRW-CUST-ID         PIC X(10).
           05  IVRW-PIN             PIC X(04).
           05  IVRW-RESPONSE-CODE   PIC X(02).
               88  IVRW-ANSWERED        VALUE "00".
               88  IVRW-PIN-INVALID     VALUE "10".
               88  IVRW-PIN-LOCKED      VALUE "11".
               88  IVRW-NO-PIN          VALUE "12".
               88  IVRW-NOT-FOUND       VALUE "20".
               88  IVRW-HOLD-FOR-REP    VALUE "30".
               88  IVRW-UNAVAILABLE     VALUE "90".
               88  IVRW-BAD-FUNCTION    VALUE "99".
           05  IVRW-BALANCE         PIC S9(7)V99.
           05  IVRW-LAST-PMT-AMOUNT PIC 9(7)V99.
           05  IVRW-LAST-PMT-DATE   PIC 9(06).
           05  IVRW-CUST-STATUS     PIC X(01).
           05  IVRW-MAIL-STATUS     PIC X(01).
