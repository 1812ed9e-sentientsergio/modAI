      ******************************************************************
      *                                                                *
      *    DISPREC.CPY                                                 *
      *    CUSTOMER BILLING DISPUTE CASE RECORD (DISPFILE, KEYED ON    *
      *    CUST-ID PLUS CASE NUMBER).  A DISPUTE USED TO BE NOTHING    *
      *    BUT THE BUREAU FLAG AND A MEMO, SO INTEREST AND DUNNING     *
      *    RAN ON AS IF NOTHING WERE IN QUESTION.  CASES ARE OPENED,   *
      *    REASSIGNED AND RESOLVED ONLINE THROUGH DISPMNT.  WHILE A    *
      *    CASE IS OPEN, ACCRUAL TAKES THE DISPUTED AMOUNT OUT OF ITS  *
      *    INTEREST BASE, DUNNING HOLDS THE ESCALATION LEVEL AND       *
      *    BURXTR REPORTS THE ACCOUNT AS DISPUTED - ALL THREE WALK     *
      *    THE FILE IN KEY ORDER ALONGSIDE THE MASTER.  A CASE         *
      *    RESOLVED IN THE CUSTOMER'S FAVOR POSTS ITS CREDIT AS A      *
      *    PTXN ADJUSTMENT THROUGH TXNPOST (DISPTXN FEED).  RESOLVED   *
      *    CASES STAY ON FILE AS THE RECORD OF THE OUTCOME.  DISPAGE   *
      *    PRINTS THE OPEN-CASE AGING REPORT EACH NIGHT.               *
      *                                                                *
      *    DISP-RESPONSE-DUE-DATE IS THE REGULATORY DEADLINE FOR       *
      *    RESOLVING THE BILLING ERROR, SET WHEN THE CASE OPENS.       *
      *    DISP-REFERENCE IS THE PTXN-REFERENCE OF THE DISPUTED        *
      *    POSTING.                                                    *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/28/2026  RVH  ORIGINAL.
      ******************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DISP-KEY.
               10  DISP-CUST-ID     PIC X(10).
               10  DISP-CASE-NO     PIC 9(03).
           05  DISP-STATUS          PIC X(01).
               88  DISP-IS-OPEN         VALUE "O".
               88  DISP-FOR-CUSTOMER    VALUE "C".
               88  DISP-DENIED          VALUE "D".
           05  DISP-REFERENCE       PIC X(08).
           05  DISP-AMOUNT          PIC 9(7)V99.
           05  DISP-OPEN-DATE       PIC 9(06).
           05  DISP-RESPONSE-DUE-DATE PIC 9(06).
           05  DISP-OPENED-BY       PIC X(08).
           05  DISP-ASSIGNED-OPERATOR PIC X(08).
           05  DISP-REASON          PIC X(30).
           05  DISP-RESOLVED-DATE   PIC 9(06).
           05  DISP-RESOLVED-BY     PIC X(08).
           05  DISP-CREDIT-AMOUNT   PIC 9(7)V99.
           05  FILLER               PIC X(10).
