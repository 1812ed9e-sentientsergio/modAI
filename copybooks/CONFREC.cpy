      ******************************************************************
      *                                                                *
      *    CONFREC.CPY                                                 *
      *    AUDITOR RECEIVABLES CONFIRMATION RECORD (CONFFILE, KEYED    *
      *    ON THE CONFIRMATION DATE PLUS CUST-ID).  CONFSAMP DRAWS     *
      *    THE YEAR-END SAMPLE FROM THE YEAR-END MASTER AND WRITES     *
      *    ONE RECORD PER ACCOUNT SELECTED WITH THE BALANCE BEING      *
      *    CONFIRMED; CONFMNT RECORDS THE CUSTOMER'S REPLY ONLINE;     *
      *    CONFRPT LISTS THE EXCEPTIONS.  SAMPLES FOR EARLIER YEARS    *
      *    STAY ON FILE UNDER THEIR OWN CONFIRMATION DATE.             *
      *                                                                *
      *    THE RECORD WHOSE CUST-ID IS SPACES (CONF-IS-CONTROL) IS     *
      *    THE SAMPLE CONTROL RECORD, READ THROUGH THE CONF-CONTROL    *
      *    REDEFINES.  IT HOLDS THE CUTOFF, METHOD, SEED AND INTERVAL  *
      *    THE SAMPLE WAS DRAWN WITH, SO THE AUDITORS CAN DRAW IT      *
      *    AGAIN FROM THE SAME MASTER AND GET THE SAME ACCOUNTS.  IT   *
      *    SORTS FIRST FOR ITS DATE.                                   *
      *                                                                *
      *    CONF-SELECTION    K - BALANCE OVER THE CUTOFF (KEY ITEM)    *
      *                      R - RANDOM SELECTION FROM THE REST        *
      *                      S - SYSTEMATIC SELECTION FROM THE REST    *
      *    CONF-LETTER-FLAG  L - CONFIRMATION LETTER SENT              *
      *                      A - NO LETTER (LEGAL HOLD OR RETURNED     *
      *                          MAIL) - ALTERNATIVE PROCEDURES        *
      *    CONF-RESPONSE     SPACE - AWAITING REPLY                    *
      *                      A - AGREED                                *
      *                      D - DISAGREED, CONF-CLAIMED-AMOUNT IS     *
      *                          THE BALANCE THE CUSTOMER CLAIMS       *
      *                      N - NO REPLY                              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/16/2026  RVH  ORIGINAL.
      ******************************************************************
       01  CONFIRMATION-RECORD.
           05  CONF-KEY.
               10  CONF-AS-OF-DATE  PIC 9(06).
               10  CONF-CUST-ID     PIC X(10).
                   88  CONF-IS-CONTROL      VALUE SPACES.
           05  CONF-DETAIL.
               10  CONF-CUST-NAME   PIC X(30).
               10  CONF-SELECTION   PIC X(01).
                   88  CONF-KEY-ITEM        VALUE "K".
                   88  CONF-RANDOM-ITEM     VALUE "R".
                   88  CONF-SYSTEMATIC-ITEM VALUE "S".
               10  CONF-BALANCE     PIC S9(7)V99.
               10  CONF-LETTER-FLAG PIC X(01).
                   88  CONF-LETTER-SENT     VALUE "L".
                   88  CONF-ALTERNATIVE     VALUE "A".
               10  CONF-RESPONSE    PIC X(01).
                   88  CONF-AWAITING        VALUE SPACE.
                   88  CONF-AGREED          VALUE "A".
                   88  CONF-DISAGREED       VALUE "D".
                   88  CONF-NO-REPLY        VALUE "N".
                   88  CONF-RESPONSE-VALID  VALUE "A" "D" "N".
               10  CONF-CLAIMED-AMOUNT PIC S9(7)V99.
               10  CONF-RESPONSE-DATE PIC 9(06).
               10  CONF-RECORDED-BY PIC X(08).
               10  CONF-NOTE        PIC X(30).
               10  FILLER           PIC X(09).
           05  CONF-CONTROL REDEFINES CONF-DETAIL.
               10  CONFC-RUN-DATE   PIC 9(06).
               10  CONFC-RUN-TIME   PIC 9(08).
               10  CONFC-CUTOFF     PIC 9(07).
               10  CONFC-METHOD     PIC X(01).
               10  CONFC-SEED       PIC 9(09).
               10  CONFC-INTERVAL   PIC 9(05).
               10  CONFC-POPULATION PIC 9(07).
               10  CONFC-POPULATION-BALANCE PIC S9(11)V99.
               10  CONFC-KEY-ITEMS  PIC 9(07).
               10  CONFC-SAMPLE-ITEMS PIC 9(07).
               10  CONFC-SAMPLE-BALANCE PIC S9(11)V99.
               10  FILLER           PIC X(21).
