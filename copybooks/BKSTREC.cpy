      ******************************************************************
      *                                                                *
      *    BKSTREC.CPY                                                 *
      *    BANK PRIOR-DAY STATEMENT RECORD (BNKSTMT) FOR THE DEPOSIT   *
      *    ACCOUNT, AS THE BANK SENDS IT EACH MORNING - ONE HEADER,    *
      *    ONE DETAIL PER ENTRY, ONE TRAILER CARRYING THE ENTRY COUNT  *
      *    AND THE CREDIT AND DEBIT TOTALS FOR BNKRECON TO PROVE.      *
      *      BKST-ENTRY-TYPE     - "C" DEPOSIT CREDIT, "D" RETURNED-   *
      *                            ITEM DEBIT; ANY OTHER ENTRY (BANK   *
      *                            FEES, TRANSFERS) IS COUNTED ONLY.   *
      *      BKST-DEPOSIT-SOURCE - THE BANK'S DEPOSIT LINE, SET FROM   *
      *                            OUR DEPOSIT TICKET SERIES:          *
      *                              "LBX " LOCKBOX                    *
      *                              "ALOC" ALLOCATED REMITTANCES      *
      *                              "ACH " AUTO-PAY DRAFT SETTLEMENT  *
      *                              "CTR " COUNTER AND MAILED         *
      *                                     PAYMENTS                   *
      *                              "AGCY" COLLECTION AGENCY NET      *
      *                                     WIRES (GROSS COLLECTED     *
      *                                     LESS COMMISSION)           *
      *                            BLANK ON A RETURNED-ITEM DEBIT.     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/15/2026  RVH  ORIGINAL.
      *   11/21/2026  RVH  DEPOSIT SOURCE "AGCY" - AGENCY NET WIRES.
      ******************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BKST-RECORD-TYPE     PIC X(01).
               88  BKST-HEADER          VALUE "H".
               88  BKST-DETAIL          VALUE "D".
               88  BKST-TRAILER         VALUE "T".
           05  BKST-BODY            PIC X(79).
           05  BKST-HEADER-FIELDS REDEFINES BKST-BODY.
               10  BKST-BANK-ACCOUNT    PIC X(17).
               10  BKST-STATEMENT-DATE  PIC 9(06).
               10  FILLER               PIC X(56).
           05  BKST-DETAIL-FIELDS REDEFINES BKST-BODY.
               10  BKST-ENTRY-TYPE      PIC X(01).
                   88  BKST-DEPOSIT-CREDIT  VALUE "C".
                   88  BKST-RETURN-DEBIT    VALUE "D".
               10  BKST-DEPOSIT-SOURCE  PIC X(04).
               10  BKST-AMOUNT          PIC 9(9)V99.
               10  BKST-BANK-REFERENCE  PIC X(16).
               10  BKST-VALUE-DATE      PIC 9(06).
               10  FILLER               PIC X(41).
           05  BKST-TRAILER-FIELDS REDEFINES BKST-BODY.
               10  BKST-ENTRY-COUNT     PIC 9(05).
               10  BKST-CREDIT-TOTAL    PIC 9(11)V99.
               10  BKST-DEBIT-TOTAL     PIC 9(11)V99.
               10  FILLER               PIC X(48).
