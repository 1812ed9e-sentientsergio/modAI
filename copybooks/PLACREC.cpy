      ******************************************************************
      *                                                                *
      *    PLACREC.CPY                                                 *
      *    COLLECTION AGENCY PLACEMENT RECORD, IN ASCENDING CUST-ID    *
      *    SEQUENCE - ONE RECORD PER ACCOUNT EVER PLACED, OPENED BY    *
      *    THE PLACEMENT AND RECALL PASS (AGCYPLC) AND CARRIED FORWARD *
      *    BY IT AND BY THE REMITTANCE INTAKE (AGCYREMT) - THE         *
      *    SNAPSHOT CARRY-FORWARD PATTERN (PLACFILE IN, PLACFILO OUT). *
      *      PLAC-SEQUENCE    PLACEMENT NUMBER, CONTINUED FROM THE     *
      *                       HIGHEST ON FILE; IT DRIVES THE AGENCY    *
      *                       ROTATION.                                *
      *      PLAC-PLACE-TYPE  "W" CHARGED OFF (ALSO STAMPED ON THE     *
      *                       RECOVERY RECORD), "D" ACTIVE AND         *
      *                       DELINQUENT.                              *
      *      PLAC-STATUS      "P" PLACED, "R" RECALLED AT THE END OF   *
      *                       THE TERM OR ON A BANKRUPTCY OR CEASE-    *
      *                       AND-DESIST HOLD, "F" CLOSED OUT - PAID   *
      *                       OR GONE FROM THE MASTER.  THE STATUS     *
      *                       DATE IS WHEN IT LEFT THE AGENCY.         *
      *    GROSS RECOVERED AND COMMISSION ARE TO DATE, FROM THE        *
      *    AGENCY'S REMITTANCES.                                       *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/09/2026  RVH  ORIGINAL.
      *   11/22/2026  RVH  "R" ALSO COVERS A RECALL ON A BANKRUPTCY
      *                    OR CEASE-AND-DESIST HOLD.
      ******************************************************************
       01  PLACEMENT-RECORD.
           05  PLAC-CUST-ID         PIC X(10).
           05  PLAC-SEQUENCE        PIC 9(07).
           05  PLAC-AGENCY-CODE     PIC X(03).
           05  PLAC-PLACE-TYPE      PIC X(01).
               88  PLAC-CHARGED-OFF     VALUE "W".
               88  PLAC-DELINQUENT      VALUE "D".
           05  PLAC-PLACED-DATE     PIC 9(06).
           05  PLAC-PLACED-BALANCE  PIC 9(7)V99.
           05  PLAC-GROSS-RECOVERED PIC 9(7)V99.
           05  PLAC-COMMISSION      PIC 9(7)V99.
           05  PLAC-LAST-REMIT-DATE PIC 9(06).
           05  PLAC-STATUS          PIC X(01).
               88  PLAC-IS-PLACED       VALUE "P".
               88  PLAC-IS-RECALLED     VALUE "R".
               88  PLAC-IS-CLOSED       VALUE "F".
           05  PLAC-STATUS-DATE     PIC 9(06).
           05  FILLER               PIC X(13).
