      ******************************************************************
      *                                                                *
      *    AGYXREC.CPY                                                 *
      *    COLLECTION AGENCY EXCHANGE RECORD.  AGCYPLC WRITES EVERY    *
      *    PLACEMENT ("P") AND RECALL ("R") OF A RUN TO THE WORK FILE  *
      *    AGCYWORK; AGCYSEND, RUN ONCE PER AGENCY, COPIES THAT        *
      *    AGENCY'S RECORDS TO ITS PLACEMENT FILE (AGYPLOUT) AND       *
      *    RECALL FILE (AGYRCOUT), EACH FRAMED BY A HEADER ("H") AND   *
      *    A TRAILER ("T") CARRYING THE RECORD COUNT AND BALANCE       *
      *    TOTAL THE AGENCY PROVES ON RECEIPT.                         *
      *      AGYX-RECALL-REASON  "T" PLACEMENT TERM ENDED, "P" PAID    *
      *                          OR CLOSED - STOP WORKING THE ACCOUNT, *
      *                          "L" BANKRUPTCY OR CEASE-AND-DESIST    *
      *                          HOLD - STOP ALL CONTACT AT ONCE.      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/09/2026  RVH  ORIGINAL.
      *   11/22/2026  RVH  ADDED RECALL REASON "L" FOR A BANKRUPTCY
      *                    OR CEASE-AND-DESIST HOLD.
      ******************************************************************
       01  AGENCY-EXCHANGE-RECORD.
           05  AGYX-RECORD-TYPE     PIC X(01).
               88  AGYX-HEADER          VALUE "H".
               88  AGYX-PLACEMENT       VALUE "P".
               88  AGYX-RECALL          VALUE "R".
               88  AGYX-TRAILER         VALUE "T".
           05  AGYX-BODY            PIC X(119).
           05  AGYX-DETAIL-FIELDS REDEFINES AGYX-BODY.
               10  AGYX-AGENCY-CODE     PIC X(03).
               10  AGYX-CUST-ID         PIC X(10).
               10  AGYX-CUST-NAME       PIC X(30).
               10  AGYX-CUST-ADDRESS    PIC X(30).
               10  AGYX-CUST-PHONE      PIC X(10).
               10  AGYX-BALANCE         PIC 9(7)V99.
               10  AGYX-PLACE-TYPE      PIC X(01).
               10  AGYX-CHARGEOFF-DATE  PIC 9(06).
               10  AGYX-PLACED-DATE     PIC 9(06).
               10  AGYX-RECALL-REASON   PIC X(01).
                   88  AGYX-TERM-ENDED      VALUE "T".
                   88  AGYX-PAID-OR-CLOSED  VALUE "P".
                   88  AGYX-LEGAL-HOLD-STOP VALUE "L".
               10  AGYX-ACTION-DATE     PIC 9(06).
               10  FILLER               PIC X(07).
           05  AGYX-HEADER-FIELDS REDEFINES AGYX-BODY.
               10  AGYX-HDR-AGENCY-CODE PIC X(03).
               10  AGYX-HDR-AGENCY-NAME PIC X(30).
               10  AGYX-HDR-FILE-TYPE   PIC X(08).
               10  AGYX-HDR-FILE-DATE   PIC 9(06).
               10  FILLER               PIC X(72).
           05  AGYX-TRAILER-FIELDS REDEFINES AGYX-BODY.
               10  AGYX-TRL-AGENCY-CODE PIC X(03).
               10  AGYX-TRL-RECORD-COUNT PIC 9(07).
               10  AGYX-TRL-BALANCE-TOTAL PIC 9(11)V99.
               10  FILLER               PIC X(96).
