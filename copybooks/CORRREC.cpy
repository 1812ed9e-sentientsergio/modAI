      ******************************************************************
      *                                                                *
      *    CORRREC.CPY                                                 *
      *    CUSTOMER CORRESPONDENCE REGISTER RECORD (CORRFILE, KEYED ON *
      *    CUST-ID, THE DATE THE ITEM WAS PRODUCED AND A SEQUENCE      *
      *    WITHIN THE DAY).  ONE RECORD FOR EVERY PIECE OF OUTBOUND    *
      *    CUSTOMER MAIL - AND EVERY PIECE THAT WAS HELD BACK - SO     *
      *    THE QUESTION "WHAT DID WE SEND THIS CUSTOMER, WHERE, AND    *
      *    WHAT BALANCE DID IT QUOTE" HAS ONE ANSWER.  WRITTEN ONLY    *
      *    THROUGH CORRSUB; LISTED BY CUSTLKUP.  THE FILE IS           *
      *    PERMANENT - NOTHING PURGES IT.                              *
      *                                                                *
      *    CORR-DOC-TYPE:  ST - BALANCE STATEMENT (SAMPCOBL STMTFILE)  *
      *                    FS - FULL STATEMENT (STMTBLD)               *
      *                    DS - DUPLICATE STATEMENT (STMTDUP)          *
      *                    DN - DUNNING NOTICE (DUNNING - LEVEL IN     *
      *                         CORR-DOC-LEVEL)                        *
      *                    EL - ESCHEAT DUE-DILIGENCE LETTER (ESCHLTR  *
      *                         - DORMANCY BAND IN CORR-DOC-LEVEL)     *
      *                    RC - REFUND CHECK (REFUND)                  *
      *                    AC - AUDIT CONFIRMATION LETTER (CONFSAMP)   *
      *                    YS - ANNUAL INTEREST STATEMENT (YEARSTMT)   *
      *    CORR-CHANNEL:   P - PAPER, TO CORR-ADDRESS (POSTAL),        *
      *                    E - EMAIL, TO CORR-ADDRESS (EMAIL).         *
      *    CORR-SENT-FLAG: Y - SENT.  N - NOT SENT, WITH THE REASON    *
      *                    IN CORR-NOT-SENT-REASON - R RETURNED MAIL   *
      *                    ON FILE, H LEGAL HOLD.  A NOT-SENT ITEM     *
      *                    STILL CARRIES THE ADDRESS IT WOULD HAVE     *
      *                    GONE TO AND THE BALANCE IT WOULD HAVE       *
      *                    QUOTED.                                     *
      *    CORR-DOC-DATE IS THE DATE THE DOCUMENT SPEAKS FOR - THE     *
      *    STATEMENT PERIOD END, OR THE NOTICE DATE; CORR-DOC-REF THE  *
      *    DOCUMENT'S OWN REFERENCE WHERE IT HAS ONE (A REFUND CHECK'S *
      *    REFERENCE).  CORR-XMIT-REF/-DATE ARE STAMPED BY STMTXMIT    *
      *    WITH THE PRINT VENDOR'S CONFIRMATION REFERENCE WHEN THE     *
      *    FILE CARRYING A PAPER STATEMENT IS CONFIRMED SENT.          *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/19/2026  RVH  ORIGINAL.
      *   11/20/2026  RVH  DOC TYPE YS (YEARSTMT) ADDED.
      ******************************************************************
       01  CORRESPONDENCE-RECORD.
           05  CORR-KEY.
               10  CORR-CUST-ID     PIC X(10).
               10  CORR-DATE        PIC 9(06).
               10  CORR-SEQ-NO      PIC 9(03).
           05  CORR-DOC-TYPE        PIC X(02).
               88  CORR-BALANCE-STMT    VALUE "ST".
               88  CORR-FULL-STMT       VALUE "FS".
               88  CORR-DUPLICATE-STMT  VALUE "DS".
               88  CORR-DUNNING-NOTICE  VALUE "DN".
               88  CORR-ESCHEAT-LETTER  VALUE "EL".
               88  CORR-REFUND-CHECK    VALUE "RC".
               88  CORR-CONFIRM-LETTER  VALUE "AC".
               88  CORR-INTEREST-STMT   VALUE "YS".
           05  CORR-DOC-LEVEL       PIC 9(01).
           05  CORR-CHANNEL         PIC X(01).
               88  CORR-BY-PAPER        VALUE "P".
               88  CORR-BY-EMAIL        VALUE "E".
           05  CORR-SENT-FLAG       PIC X(01).
               88  CORR-WAS-SENT        VALUE "Y".
               88  CORR-NOT-SENT        VALUE "N".
           05  CORR-NOT-SENT-REASON PIC X(01).
               88  CORR-HELD-RETURNED   VALUE "R".
               88  CORR-HELD-LEGAL      VALUE "H".
           05  CORR-CUST-NAME       PIC X(30).
           05  CORR-ADDRESS         PIC X(50).
           05  CORR-BALANCE         PIC S9(7)V99.
           05  CORR-DOC-DATE        PIC 9(06).
           05  CORR-DOC-REF         PIC X(10).
           05  CORR-PROGRAM         PIC X(08).
           05  CORR-XMIT-REF        PIC X(14).
           05  CORR-XMIT-DATE       PIC 9(06).
           05  FILLER               PIC X(20).
