      ******************************************************************
      *                                                                *
      *    IVRLREC.CPY                                                 *
      *    PHONE IVR INQUIRY LOG RECORD (IVRLOG).  ONE RECORD IS       *
      *    APPENDED BY IVRINQ FOR EVERY INQUIRY THE IVR MAKES,         *
      *    WHATEVER THE ANSWER - KEPT APART FROM THE OPERATORS'        *
      *    INQLOG SO THE AUDITORS' "WHO SAW WHAT" TRAIL STAYS ONE OF   *
      *    PEOPLE.  IVRL-LOCKED-NOW IS "Y" ON THE ONE FAILURE THAT     *
      *    LOCKED THE PIN.  SUMMARIZED DAILY BY IVRUSAGE.              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/05/2026  RVH  ORIGINAL.
      ******************************************************************
       01  IVR-LOG-RECORD.
           05  IVRL-DATE            PIC 9(06).
           05  IVRL-TIME            PIC 9(08).
           05  IVRL-TIME-PARTS REDEFINES IVRL-TIME.
               10  IVRL-HOUR        PIC 9(02).
               10  FILLER           PIC 9(06).
           05  IVRL-CALL-ID         PIC X(12).
           05  IVRL-CUST-ID         PIC X(10).
           05  IVRL-RESPONSE-CODE   PIC X(02).
           05  IVRL-LOCKED-NOW      PIC X(01).
           05  FILLER               PIC X(11).
