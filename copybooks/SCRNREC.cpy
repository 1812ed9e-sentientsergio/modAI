      ******************************************************************
      *                                                                *
      *    SCRNREC.CPY                                                 *
      *    COMPLIANCE REVIEW WORKLIST RECORD (SANCHITS, KEYED).  ONE   *
      *    RECORD PER POTENTIAL SANCTIONS HIT - A NAME SANCSUB SCORED  *
      *    AT OR ABOVE THE WATCH-LIST THRESHOLD - QUEUED BY:           *
      *      MNTENTRY  - A NEW ACCOUNT KEYED ONLINE (SOURCE "K"),      *
      *      MAINTEDIT - AN ADD OR A NAME CHANGE IN THE DAYTIME EDIT   *
      *                  (SOURCE "E"),                                 *
      *      SANCSCAN  - THE FULL-FILE RESCAN ON A NEW WATCH LIST      *
      *                  (SOURCE "S") AND THE LOCKBOX REMITTER PASS    *
      *                  (SOURCE "L").                                 *
      *    A HIT ON A MAINTENANCE TRANSACTION HOLDS THAT TRANSACTION   *
      *    HERE (SCRN-HELD-IMAGE, IN THE MAINTTXN LAYOUT) INSTEAD OF   *
      *    LETTING IT REACH THE NIGHT APPLY.  THE COMPLIANCE OFFICER   *
      *    DECIDES EACH HIT IN SANCREV - "C" CLEARED OR "F" CONFIRMED  *
      *    - UNDER THEIR OWN OPERATOR ID.  A CLEARED HOLD IS RELEASED  *
      *    AS KEYED; A CONFIRMED HIT FREEZES THE ACCOUNT.  DECIDED     *
      *    HITS STAY ON FILE AS THE RECORD OF WHO DECIDED WHAT.        *
      *                                                                *
      *    SCRN-SUBJECT-TYPE "C" - A CUSTOMER, SUBJECT ID IS CUST-ID   *
      *                      "R" - A LOCKBOX REMITTER, SUBJECT ID IS   *
      *                            THE CHECK NUMBER; SCRN-CUST-ID IS   *
      *                            THE COUPON SCAN LINE, IF ANY        *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/17/2026  RVH  ORIGINAL.
      ******************************************************************
       01  SCREENING-HIT-RECORD.
           05  SCRN-KEY.
               10  SCRN-SUBJECT-TYPE PIC X(01).
                   88  SCRN-SUBJECT-CUSTOMER VALUE "C".
                   88  SCRN-SUBJECT-REMITTER VALUE "R".
               10  SCRN-SUBJECT-ID  PIC X(10).
               10  SCRN-ENTRY-ID    PIC X(10).
               10  SCRN-QUEUED-DATE PIC 9(06).
           05  SCRN-SOURCE          PIC X(01).
               88  SCRN-FROM-ENTRY      VALUE "K".
               88  SCRN-FROM-EDIT       VALUE "E".
               88  SCRN-FROM-RESCAN     VALUE "S".
               88  SCRN-FROM-LOCKBOX    VALUE "L".
           05  SCRN-QUEUED-BY       PIC X(08).
           05  SCRN-MAKER-ID        PIC X(08).
           05  SCRN-SUBJECT-NAME    PIC X(30).
           05  SCRN-CUST-ID         PIC X(10).
           05  SCRN-ENTRY-NAME      PIC X(30).
           05  SCRN-PROGRAM         PIC X(10).
           05  SCRN-SCORE           PIC 9(03).
           05  SCRN-MATCH-BASIS     PIC X(01).
           05  SCRN-LIST-DATE       PIC 9(06).
           05  SCRN-AMOUNT          PIC 9(5)V99.
           05  SCRN-STATUS          PIC X(01).
               88  SCRN-IS-PENDING      VALUE "P".
               88  SCRN-IS-CLEARED      VALUE "C".
               88  SCRN-IS-CONFIRMED    VALUE "F".
           05  SCRN-OFFICER-ID      PIC X(08).
           05  SCRN-DECIDED-DATE    PIC 9(06).
           05  SCRN-NOTE            PIC X(30).
           05  SCRN-HELD-FLAG       PIC X(01).
               88  SCRN-HOLDS-TXN       VALUE "Y".
           05  SCRN-HELD-IMAGE      PIC X(197).
           05  FILLER               PIC X(20).
