      ******************************************************************
      *                                                                *
      *    GEXPREC.CPY                                                 *
      *    RELATED-PARTY GROUP EXPOSURE RECORD (GRPEXPF).  ONE RECORD  *
      *    PER GROUP ON THE RELATIONSHIP FILE (RELFILE, SEE RELREC),   *
      *    BUILT FRESH EACH NIGHT BY GRPEXPO FROM THE CUSTOMER ROLLUP  *
      *    (CUSTMAST) AND THE RISK GRADES (RISKFILE) OF THE GROUP'S    *
      *    ACTIVE MEMBERS, SO IT IS A DERIVED FILE, NEVER MAINTAINED   *
      *    DIRECTLY.  THE BALANCE AND CREDIT LIMIT ARE THE MEMBERS'    *
      *    CUSTMAST FIGURES ADDED TOGETHER; THE WORST GRADE IS THE     *
      *    HIGHEST RISK-GRADE ON ANY MEMBER ACCOUNT (SPACE WHEN NONE   *
      *    IS GRADED).  GEXP-MEMBERS-OVER COUNTS MEMBERS OVER THEIR    *
      *    OWN CREDIT LIMIT - A GROUP OVER ITS LIMIT WITH NONE OVER    *
      *    THEIRS IS THE CONCENTRATION THE MEMBER VIEW CANNOT SHOW.    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/12/2026  RVH  ORIGINAL.
      ******************************************************************
       01  GROUP-EXPOSURE-RECORD.
           05  GEXP-GROUP-ID        PIC X(08).
           05  GEXP-GROUP-NAME      PIC X(30).
           05  GEXP-MEMBER-COUNT    PIC 9(03).
           05  GEXP-TOTAL-BALANCE   PIC S9(11)V99.
           05  GEXP-TOTAL-CREDIT-LIMIT PIC 9(11)V99.
           05  GEXP-GROUP-LIMIT     PIC 9(9)V99.
           05  GEXP-WORST-GRADE     PIC X(01).
           05  GEXP-OVER-LIMIT-FLAG PIC X(01).
               88  GEXP-IS-OVER-LIMIT   VALUE "Y".
           05  GEXP-MEMBERS-OVER    PIC 9(03).
           05  GEXP-RUN-DATE        PIC 9(06).
           05  FILLER               PIC X(11).
