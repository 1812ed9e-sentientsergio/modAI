      ******************************************************************
      *                                                                *
      *    AGYPREC.CPY                                                 *
      *    COLLECTION AGENCY PARAMETER RECORD (AGCYPARM), READ BY THE  *
      *    PLACEMENT AND RECALL PASS (AGCYPLC), THE AGENCY FILE        *
      *    WRITER (AGCYSEND) AND THE REMITTANCE INTAKE (AGCYREMT),     *
      *    AND FOR THE COMMISSION RATES BY BNKRECON, WHICH RECONCILES  *
      *    THE AGENCIES' NET WIRES.                                    *
      *    TWO RECORD TYPES:                                           *
      *      "S"  SELECTION RULES - ONE RECORD.  CHARGED-OFF ACCOUNTS  *
      *           PLACE ONCE THE WRITE-OFF IS AT LEAST THE WAIT DAYS   *
      *           OLD WITH AT LEAST THE MINIMUM STILL OWING; ACTIVE    *
      *           ACCOUNTS PLACE AT OR ABOVE THE DUNNING LEVEL WITH    *
      *           AT LEAST THEIR MINIMUM BALANCE.  A ZERO LEVEL        *
      *           PLACES NO ACTIVE ACCOUNTS AT ALL.                    *
      *      "A"  ONE RECORD PER CONTRACTED AGENCY, IN ROTATION        *
      *           ORDER - COMMISSION PERCENTAGE OF GROSS COLLECTED,    *
      *           PLACEMENT TERM IN DAYS, AND STATUS.  AN INACTIVE     *
      *           AGENCY TAKES NO NEW PLACEMENTS BUT ITS OPEN ONES     *
      *           STILL RECALL AND REMIT.                              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/09/2026  RVH  ORIGINAL.
      *   11/21/2026  RVH  ALSO READ BY BNKRECON (COMMISSION RATES).
      ******************************************************************
       01  AGENCY-PARM-RECORD.
           05  AGYP-RECORD-TYPE     PIC X(01).
               88  AGYP-SELECTION-RULES VALUE "S".
               88  AGYP-AGENCY          VALUE "A".
           05  AGYP-BODY            PIC X(49).
           05  AGYP-SELECTION-FIELDS REDEFINES AGYP-BODY.
               10  AGYP-MIN-DUN-LEVEL      PIC 9(01).
               10  AGYP-MIN-DUN-BALANCE    PIC 9(7)V99.
               10  AGYP-MIN-CHGOFF-BALANCE PIC 9(7)V99.
               10  AGYP-CHGOFF-WAIT-DAYS   PIC 9(03).
               10  FILLER                  PIC X(27).
           05  AGYP-AGENCY-FIELDS REDEFINES AGYP-BODY.
               10  AGYP-AGENCY-CODE        PIC X(03).
               10  AGYP-AGENCY-NAME        PIC X(30).
               10  AGYP-COMMISSION-PCT     PIC 9(02)V99.
               10  AGYP-TERM-DAYS          PIC 9(03).
               10  AGYP-AGENCY-STATUS      PIC X(01).
                   88  AGYP-AGENCY-ACTIVE      VALUE "A".
                   88  AGYP-AGENCY-INACTIVE    VALUE "I".
               10  FILLER                  PIC X(08).
