      ******************************************************************
      *                                                                *
      *    AGRMREC.CPY                                                 *
      *    COLLECTION AGENCY REMITTANCE RECORD (AGYREMIT), READ BY     *
      *    AGCYREMT.  EACH AGENCY'S MONTHLY FILE IS A HEADER ("H")     *
      *    NAMING THE AGENCY, ONE DETAIL ("D") PER COLLECTION AT THE   *
      *    GROSS AMOUNT THE CUSTOMER PAID, AND A TRAILER ("T") WITH    *
      *    THE DETAIL COUNT AND GROSS TOTAL.  THE AGENCIES' FILES ARE  *
      *    CONCATENATED UNDER ONE DD; A FILE WHOSE TRAILER DOES NOT    *
      *    AGREE IS REJECTED WHOLE.                                    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/09/2026  RVH  ORIGINAL.
      ******************************************************************
       01  AGENCY-REMIT-RECORD.
           05  AGRM-RECORD-TYPE     PIC X(01).
               88  AGRM-HEADER          VALUE "H".
               88  AGRM-DETAIL          VALUE "D".
               88  AGRM-TRAILER         VALUE "T".
           05  AGRM-BODY            PIC X(39).
           05  AGRM-HEADER-FIELDS REDEFINES AGRM-BODY.
               10  AGRM-HDR-AGENCY-CODE PIC X(03).
               10  AGRM-HDR-REMIT-DATE  PIC 9(06).
               10  FILLER               PIC X(30).
           05  AGRM-DETAIL-FIELDS REDEFINES AGRM-BODY.
               10  AGRM-CUST-ID         PIC X(10).
               10  AGRM-COLLECTED-AMOUNT PIC 9(7)V99.
               10  AGRM-COLLECTED-DATE  PIC 9(06).
               10  AGRM-AGENCY-REFERENCE PIC X(10).
               10  FILLER               PIC X(04).
           05  AGRM-TRAILER-FIELDS REDEFINES AGRM-BODY.
               10  AGRM-TRL-RECORD-COUNT PIC 9(07).
               10  AGRM-TRL-AMOUNT-TOTAL PIC 9(9)V99.
               10  FILLER               PIC X(21).
