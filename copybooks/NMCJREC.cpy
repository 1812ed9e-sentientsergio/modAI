      ******************************************************************
      *                                                                *
      *    NMCJREC.CPY                                                 *
      *    NON-MONETARY CHANGE JOURNAL RECORD (NMCJRNL).  ONE RECORD   *
      *    PER CUSTOMER FIELD ACTUALLY CHANGED BY THE MAINTENANCE      *
      *    APPLY (SAMPCOBL, BOTH THE FULL MERGE AND DELTA MODE) OR BY  *
      *    RETURNED-MAIL INTAKE (RETMAIL), WITH THE BEFORE AND AFTER   *
      *    VALUES, THE PROGRAM THAT ORIGINATED THE CHANGE AND ITS      *
      *    OPERATOR.  MAINTENANCE KEYED IN MNTENTRY OR GENERATED BY    *
      *    MASSCHG CARRIES ITS ORIGIN ON THE TRANSACTION (SEE          *
      *    MAINTTXN) AND IS JOURNALED UNDER THAT NAME.  THE FILE IS    *
      *    ONLY EVER OPENED EXTEND - IT IS THE LASTING BEFORE-AND-     *
      *    AFTER RECORD THE MASTER ITSELF CANNOT GIVE, AND THE RED-    *
      *    FLAG PASSES (REFUND, REDFLAG) READ IT FOR RECENT CONTACT    *
      *    CHANGES.  NUMERIC FIELDS ARE JOURNALED IN DISPLAY FORM.     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/02/2026  RVH  ORIGINAL.
      ******************************************************************
       01  NMC-JOURNAL-RECORD.
           05  NMCJ-CHANGE-DATE     PIC 9(06).
           05  NMCJ-CHANGE-TIME     PIC 9(08).
           05  NMCJ-CUST-ID         PIC X(10).
           05  NMCJ-FIELD-NAME      PIC X(08).
               88  NMCJ-CONTACT-FIELD   VALUE "ADDRESS" "PHONE".
           05  NMCJ-OLD-VALUE       PIC X(30).
           05  NMCJ-NEW-VALUE       PIC X(30).
           05  NMCJ-SOURCE-PROGRAM  PIC X(08).
           05  NMCJ-OPERATOR-ID     PIC X(08).
           05  FILLER               PIC X(12).
