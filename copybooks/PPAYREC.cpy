      ******************************************************************
      *                                                                *
      *    PPAYREC.CPY                                                 *
      *    REFUND CHECK POSITIVE-PAY RECORD, IN THE FIXED-WIDTH        *
      *    LAYOUT THE BANK'S POSITIVE-PAY SERVICE ACCEPTS.  THE BANK   *
      *    PAYS A PRESENTED CHECK ONLY WHEN IT MATCHES AN ISSUE        *
      *    RECORD ON ACCOUNT, CHECK NUMBER AND AMOUNT, AND REFUSES     *
      *    ONE IT HAS A VOID RECORD FOR.                               *
      *      "I" ISSUE - WRITTEN BY REFUND (PPAYISS) FOR EVERY CHECK   *
      *                  ON THE REFUND CHECK EXTRACT, RELEASED TO THE  *
      *                  BANK WITH THE EXTRACT ONCE THE REGISTER IS    *
      *                  SIGNED,                                       *
      *      "V" VOID  - WRITTEN BY CHKRECON (PPAYVOID) FOR EVERY      *
      *                  CHECK VOIDED AS STALE.                        *
      *    THE CHECK NUMBER IS THE SERIAL PART OF THE REFUND           *
      *    REFERENCE (REFD-REFERENCE "RF" + SERIAL), WHICH THE CHECK-  *
      *    WRITING SERVICE PRINTS AS THE CHECK NUMBER; THE FULL        *
      *    REFERENCE AND CUST-ID RIDE ALONG IN THE PAYEE-DATA FIELDS.  *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/04/2026  RVH  ORIGINAL.
      ******************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PPAY-RECORD-TYPE     PIC X(01).
               88  PPAY-ISSUE           VALUE "I".
               88  PPAY-VOID            VALUE "V".
           05  PPAY-BANK-ACCOUNT    PIC X(17).
           05  PPAY-CHECK-NUMBER    PIC 9(10).
           05  PPAY-AMOUNT          PIC 9(8)V99.
           05  PPAY-ISSUE-DATE      PIC 9(06).
           05  PPAY-PAYEE-NAME      PIC X(30).
           05  PPAY-REFERENCE       PIC X(08).
           05  PPAY-CUST-ID         PIC X(10).
           05  FILLER               PIC X(08).
