      *                    TELLS COLLECTORS TO PHONE.  AN ADDRESS
      *                    CHANGE THROUGH MAINTENANCE CLEARS IT.
      *                    RECORD LENGTH GROWS BY 1.
      *   11/10/2026  RVH  ADDED CUST-LEGAL-HOLD AND CUST-HOLD-TYPE.
      *                    A BANKRUPTCY OR DEATH NOTICE USED TO BE
      *                    HANDLED BY FREEZING THE ACCOUNT, WHICH
      *                    ALSO REJECTED THE TRUSTEE AND ESTATE
      *                    PAYMENTS THAT STILL ARRIVE.  "H" PUTS
      *                    THE ACCOUNT ON LEGAL HOLD WITHOUT
      *                    TOUCHING CUST-STATUS, SO PAYMENTS KEEP
      *                    POSTING; THE HOLD TYPE TELLS EACH
      *                    COLLECTIONS PASS WHAT TO STOP.  SET AND
      *                    RELEASED ONLY BY LGLHOLD, WHICH KEEPS
      *                    THE HOLD DATE AND CASE NUMBER ON THE
      *                    LEGAL-HOLD FILE (LGLHFILE, SEE LGLHREC).
      *                    MAINTENANCE CARRIES BOTH FIELDS THROUGH
      *                    UNCHANGED.  RECORD LENGTH GROWS BY 3.
      *   11/11/2026  RVH  ADDED CUST-EMAIL-ADDRESS, CUST-DELIVERY-
      *                    PREF AND CUST-ECONSENT-DATE.  "E" SENDS
      *                    STATEMENTS AND DUNNING NOTICES TO THE
      *                    EMAIL VENDOR INSTEAD OF THE PRINT VENDOR,
      *                    "B" SENDS BOTH, "P" OR SPACE IS PAPER
      *                    AS BEFORE.  THE CONSENT DATE IS WHEN THE
      *                    CUSTOMER AGREED TO ELECTRONIC DELIVERY.
      *                    MAINTAINED THROUGH MAINTENANCE; A BOUNCED
      *                    EMAIL (EBOUNCE) PUTS THE CUSTOMER BACK ON
      *                    PAPER.  RECORD LENGTH GROWS FROM 119 TO
      *                    176 - NEWCUST, THE BACKUP UNLOADS AND
      *                    PENDFILE MUST BE COPIED THROUGH A
      *                    REFORMAT BEFORE THE FIRST RUN AT THIS
      *                    LEVEL.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-ID              PIC X(10).
               88  CUST-BUREAU-SUPPRESSED  VALUE "D".
           05  CUST-MAIL-STATUS     PIC X(01).
               88  CUST-MAIL-RETURNED       VALUE "R".
           05  CUST-LEGAL-HOLD      PIC X(01).
               88  CUST-ON-LEGAL-HOLD       VALUE "H".
           05  CUST-HOLD-TYPE       PIC X(02).
               88  CUST-HOLD-BANKRUPTCY     VALUE "07" "11" "13".
               88  CUST-HOLD-DECEASED       VALUE "DC".
               88  CUST-HOLD-LITIGATION     VALUE "LT".
               88  CUST-HOLD-CEASE-DESIST   VALUE "CD".
               88  CUST-HOLD-TYPE-VALID     VALUE "07" "11" "13"
                                                  "DC" "LT" "CD".
           05  CUST-EMAIL-ADDRESS   PIC X(50).
           05  CUST-DELIVERY-PREF   PIC X(01).
               88  CUST-DELIVER-PAPER       VALUE "P" SPACE.
               88  CUST-DELIVER-ELECTRONIC  VALUE "E".
               88  CUST-DELIVER-BOTH        VALUE "B".
               88  CUST-DELIVER-BY-EMAIL    VALUE "E" "B".
               88  CUST-DELIVERY-PREF-VALID VALUE "P" "E" "B" SPACE.
           05  CUST-ECONSENT-DATE   PIC 9(06).
