      ******************************************************************
      *                                                                *
      *    RELREC.CPY                                                  *
      *    RELATED-PARTY RELATIONSHIP RECORD (RELFILE, KEYED ON        *
      *    GROUP ID + CUSTOMER NUMBER, ALTERNATE KEY CUSTOMER NUMBER   *
      *    WITH DUPLICATES).  CUSTBLD ROLLS ACCOUNTS UP UNDER ONE      *
      *    CUSTOMER NUMBER; THIS FILE TIES SEPARATE CUSTOMER NUMBERS   *
      *    - A PARENT COMPANY, ITS SUBSIDIARIES, THE OWNERS AND        *
      *    GUARANTORS - INTO ONE FAMILY UNDER A GROUP ID SO CREDIT     *
      *    CAN SEE THE COMBINED EXPOSURE (GRPEXPO, NIGHTLY).           *
      *                                                                *
      *    EACH GROUP HAS ONE HEADER RECORD (REL-ROLE "H", CUSTOMER    *
      *    NUMBER SPACES, SO IT SORTS AHEAD OF ITS MEMBERS) CARRYING   *
      *    THE GROUP NAME AND THE GROUP EXPOSURE LIMIT, THEN ONE LINK  *
      *    RECORD PER MEMBER CUSTOMER NUMBER CARRYING ITS ROLE.  THE   *
      *    FILE IS KEPT ONLINE THROUGH RELMNT, BUT UNDER DUAL CONTROL  *
      *    - RELMNT ONLY QUEUES THE PROPOSED RECORD ON THE PENDING-    *
      *    APPROVAL FILE (PEND-TYPE "G", SEE PENDREC) AND A SECOND     *
      *    OPERATOR RELEASES IT ONTO RELFILE THROUGH APPRREL.  AN      *
      *    ENDED LINK STAYS ON FILE AS THE RECORD OF IT.               *
      *                                                                *
      *    REL-ROLE:  H - GROUP HEADER,                                *
      *               P - PARENT,                                      *
      *               S - SUBSIDIARY,                                  *
      *               G - GUARANTOR,                                   *
      *               O - PRINCIPAL (OWNER).                           *
      *    A CUSTOMER NUMBER MAY BE PARENT OR SUBSIDIARY IN ONE GROUP  *
      *    ONLY; AS GUARANTOR OR PRINCIPAL IT MAY STAND IN SEVERAL.    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/12/2026  RVH  ORIGINAL.
      ******************************************************************
       01  RELATIONSHIP-RECORD.
           05  REL-KEY.
               10  REL-GROUP-ID     PIC X(08).
               10  REL-CUSTOMER-NO  PIC X(07).
           05  REL-ROLE             PIC X(01).
               88  REL-ROLE-HEADER      VALUE "H".
               88  REL-ROLE-PARENT      VALUE "P".
               88  REL-ROLE-SUBSIDIARY  VALUE "S".
               88  REL-ROLE-GUARANTOR   VALUE "G".
               88  REL-ROLE-PRINCIPAL   VALUE "O".
               88  REL-ROLE-SOLE-GROUP  VALUE "P" "S".
           05  REL-STATUS           PIC X(01).
               88  REL-IS-ACTIVE        VALUE "A".
               88  REL-IS-ENDED         VALUE "E".
           05  REL-GROUP-NAME       PIC X(30).
           05  REL-GROUP-LIMIT      PIC 9(9)V99.
           05  REL-EFFECTIVE-DATE   PIC 9(06).
           05  REL-ENDED-DATE       PIC 9(06).
           05  REL-MAKER-ID         PIC X(08).
           05  REL-CHECKER-ID       PIC X(08).
           05  REL-APPROVED-DATE    PIC 9(06).
           05  FILLER               PIC X(20).
