      *                    REPORTING, SPACE REPORTS NORMALLY.
      *                    RECORD LENGTH GROWS FROM 123 TO 124 -
      *                    KEYING LAYOUT SHEETS REISSUED.
      *   11/02/2026  RVH  ADDED MAINT-SOURCE-PROGRAM AND
      *                    MAINT-OPERATOR-ID.  THE PROGRAM THAT BUILT
      *                    THE TRANSACTION (MNTENTRY, MASSCHG) STAMPS
      *                    ITSELF AND ITS OPERATOR SO THE APPLY CAN
      *                    CARRY BOTH ONTO THE NON-MONETARY CHANGE
      *                    JOURNAL (SEE NMCJREC).  BLANK ON OLDER
      *                    RECORDS - THE APPLY THEN JOURNALS ITSELF.
      *                    RECORD LENGTH GROWS FROM 124 TO 140 -
      *                    MAINTFILE DATASETS KEYED AT THE OLD LENGTH
      *                    MUST BE COPIED THROUGH A REFORMAT.
      *   11/11/2026  RVH  ADDED MAINT-EMAIL-ADDRESS, MAINT-
      *                    DELIVERY-PREF AND MAINT-ECONSENT-DATE TO
      *                    CARRY THE NEW CUSTREC COMMUNICATION
      *                    PREFERENCE FIELDS THROUGH ADD AND CHANGE
      *                    TRANSACTIONS.  RECORD LENGTH GROWS FROM
      *                    140 TO 197 - MAINTFILE DATASETS KEYED AT
      *                    THE OLD LENGTH MUST BE COPIED THROUGH A
      *                    REFORMAT, AND THE KEYING LAYOUT SHEETS
      *                    WERE REISSUED.
      ******************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  MAINT-TXN-TYPE       PIC X(01).
           05  MAINT-CUST-BRANCH-CODE         PIC X(04).
           05  MAINT-MERGE-INTO-ID            PIC X(10).
           05  MAINT-BUREAU-SUPPRESS          PIC X(01).
           05  MAINT-SOURCE-PROGRAM           PIC X(08).
           05  MAINT-OPERATOR-ID              PIC X(08).
           05  MAINT-EMAIL-ADDRESS            PIC X(50).
           05  MAINT-DELIVERY-PREF            PIC X(01).
           05  MAINT-ECONSENT-DATE            PIC 9(06).
