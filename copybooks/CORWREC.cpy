      ******************************************************************
      *                                                                *
      *    CORWREC.CPY                                                 *
      *    WORKING-STORAGE REQUEST AREA FOR THE CORRESPONDENCE         *
      *    REGISTER SUBPROGRAM (CORRSUB), SAME CONTRACT STYLE AS       *
      *    CALWREC:                                                    *
      *      FUNCTION "W" - RECORD ONE ITEM.  THE CALLER FILLS         *
      *                     CORW-CUST-ID THROUGH CORW-PROGRAM (SEE     *
      *                     CORRREC FOR THE CODES); CORRSUB ASSIGNS    *
      *                     THE NEXT FREE SEQUENCE FOR THE CUSTOMER    *
      *                     AND DATE AND RETURNS IT IN CORW-SEQ-NO.    *
      *      FUNCTION "X" - STAMP CORW-XMIT-REF AND -DATE ON THE       *
      *                     CUSTOMER'S SENT, NOT YET STAMPED PAPER     *
      *                     STATEMENTS FOR CORW-DOC-DATE, PRODUCED ON  *
      *                     OR AFTER IT.  CORW-XMIT-FEED "S" STAMPS    *
      *                     BALANCE STATEMENTS, "F" FULL AND DUPLICATE *
      *                     STATEMENTS.  THE COUNT STAMPED COMES BACK  *
      *                     IN CORW-STAMP-COUNT.                       *
      *      FUNCTION "C" - CLOSE THE REGISTER AT END OF JOB.          *
      *    THE REGISTER IS OPENED ON THE FIRST CALL AND HELD OPEN      *
      *    UNTIL "C".  CORW-STATUS: "0" OK, "1" REGISTER NOT           *
      *    AVAILABLE (STATUS IN CORW-FILE-STATUS), "2" FUNCTION        *
      *    UNKNOWN, "3" ITEM NOT WRITTEN (STATUS IN CORW-FILE-STATUS). *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/19/2026  RVH  ORIGINAL.
      ******************************************************************
       01  CORRESPONDENCE-AREA.
           05  CORW-FUNCTION        PIC X(01).
           05  CORW-STATUS          PIC X(01).
               88  CORW-OK              VALUE "0".
               88  CORW-NO-REGISTER     VALUE "1".
               88  CORW-BAD-REQUEST     VALUE "2".
               88  CORW-NOT-WRITTEN     VALUE "3".
           05  CORW-FILE-STATUS     PIC X(02).
           05  CORW-CUST-ID         PIC X(10).
           05  CORW-DATE            PIC 9(06).
           05  CORW-DOC-TYPE        PIC X(02).
           05  CORW-DOC-LEVEL       PIC 9(01).
           05  CORW-CHANNEL         PIC X(01).
           05  CORW-SENT-FLAG       PIC X(01).
           05  CORW-NOT-SENT-REASON PIC X(01).
           05  CORW-CUST-NAME       PIC X(30).
           05  CORW-ADDRESS         PIC X(50).
           05  CORW-BALANCE         PIC S9(7)V99.
           05  CORW-DOC-DATE        PIC 9(06).
           05  CORW-DOC-REF         PIC X(10).
           05  CORW-PROGRAM         PIC X(08).
           05  CORW-XMIT-FEED       PIC X(01).
               88  CORW-FEED-BALANCE    VALUE "S".
               88  CORW-FEED-FULL       VALUE "F".
           05  CORW-XMIT-REF        PIC X(14).
           05  CORW-XMIT-DATE       PIC 9(06).
           05  CORW-SEQ-NO          PIC 9(03).
           05  CORW-STAMP-COUNT     PIC 9(05).
