      ******************************************************************
      *                                                                *
      *    ENOTREC.CPY                                                 *
      *    EMAIL VENDOR NOTIFICATION RECORD.  STMTBLD (ENOTSTMT) AND   *
      *    DUNNING (ENOTDUN) WRITE ONE DETAIL ("D") PER STATEMENT OR   *
      *    DUNNING NOTICE GOING TO A CUSTOMER WHOSE DELIVERY           *
      *    PREFERENCE IS ELECTRONIC OR BOTH (CUST-DELIVERY-PREF, SEE   *
      *    CUSTREC), FRAMED BY A HEADER ("H") AND A TRAILER ("T")      *
      *    CARRYING THE NOTICE COUNT AND BALANCE TOTAL THE VENDOR      *
      *    PROVES ON RECEIPT.                                          *
      *      ENOT-NOTICE-TYPE  "S" STATEMENT READY, "D" DUNNING        *
      *                        NOTICE.  THE MINIMUM, DUE DATE AND      *
      *                        PERIOD END ARE SET ON A STATEMENT, THE  *
      *                        DUNNING LEVEL ON A DUNNING NOTICE.      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/11/2026  RVH  ORIGINAL.
      ******************************************************************
       01  EMAIL-NOTICE-RECORD.
           05  ENOT-RECORD-TYPE     PIC X(01).
               88  ENOT-HEADER          VALUE "H".
               88  ENOT-DETAIL          VALUE "D".
               88  ENOT-TRAILER         VALUE "T".
           05  ENOT-BODY            PIC X(159).
           05  ENOT-DETAIL-FIELDS REDEFINES ENOT-BODY.
               10  ENOT-NOTICE-TYPE     PIC X(01).
                   88  ENOT-STATEMENT-NOTICE VALUE "S".
                   88  ENOT-DUNNING-NOTICE   VALUE "D".
               10  ENOT-CUST-ID         PIC X(10).
               10  ENOT-CUST-NAME       PIC X(30).
               10  ENOT-EMAIL-ADDRESS   PIC X(50).
               10  ENOT-BALANCE         PIC S9(7)V99.
               10  ENOT-MINIMUM-DUE     PIC 9(7)V99.
               10  ENOT-PAYMENT-DUE-DATE PIC 9(06).
               10  ENOT-PERIOD-END      PIC 9(06).
               10  ENOT-DUNNING-LEVEL   PIC 9(01).
               10  ENOT-NOTICE-DATE     PIC 9(06).
               10  FILLER               PIC X(31).
           05  ENOT-HEADER-FIELDS REDEFINES ENOT-BODY.
               10  ENOT-HDR-SOURCE-PROGRAM PIC X(08).
               10  ENOT-HDR-FILE-DATE   PIC 9(06).
               10  FILLER               PIC X(145).
           05  ENOT-TRAILER-FIELDS REDEFINES ENOT-BODY.
               10  ENOT-TRL-NOTICE-COUNT PIC 9(07).
               10  ENOT-TRL-BALANCE-TOTAL PIC S9(11)V99.
               10  FILLER               PIC X(139).
