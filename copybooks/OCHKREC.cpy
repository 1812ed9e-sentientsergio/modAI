      ******************************************************************
      *                                                                *
      *    OCHKREC.CPY                                                 *
      *    REFUND CHECK RECORD - THE ISSUED-CHECK FILE CARRIED         *
      *    FORWARD NIGHTLY BY CHKRECON (OUTCHK IN, OUTCHKO OUT), ONE   *
      *    RECORD PER REFUND CHECK EVER ISSUED, IN REFERENCE (SERIAL)  *
      *    ORDER.  A CHECK STARTS OUTSTANDING; THE BANK'S PAID-ITEM    *
      *    FILE MARKS IT PAID, OR IT IS VOIDED ONCE IT GOES STALE.     *
      *    PAID AND VOIDED CHECKS CARRY ON AS PROOF, THE SAME WAY THE  *
      *    SUSPENSE WORKBENCH FILE KEEPS APPLIED ITEMS - AND THE       *
      *    HIGHEST SERIAL ON FILE IS WHERE REFUND CONTINUES ITS CHECK  *
      *    NUMBERING, SO NO SERIAL IS EVER ISSUED TWICE.               *
      *      OCHK-STATUS-DATE  - DATE PAID (FROM THE BANK) OR VOIDED,  *
      *      OCHK-PAID-AMOUNT  - AMOUNT THE BANK PAID,                 *
      *      OCHK-LOADED-DATE  - NIGHT THE ISSUE WAS LOADED FROM       *
      *                          REFUND'S POSITIVE-PAY ISSUE FILE.     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/04/2026  RVH  ORIGINAL.
      ******************************************************************
       01  OUTSTANDING-CHECK-RECORD.
           05  OCHK-REFERENCE       PIC X(08).
           05  OCHK-REFERENCE-PARTS REDEFINES OCHK-REFERENCE.
               10  OCHK-REF-PREFIX  PIC X(02).
               10  OCHK-REF-SERIAL  PIC 9(06).
           05  OCHK-CUST-ID         PIC X(10).
           05  OCHK-PAYEE-NAME      PIC X(30).
           05  OCHK-AMOUNT          PIC 9(7)V99.
           05  OCHK-ISSUE-DATE      PIC 9(06).
           05  OCHK-STATUS          PIC X(01).
               88  OCHK-IS-OUTSTANDING  VALUE "O".
               88  OCHK-IS-PAID         VALUE "P".
               88  OCHK-IS-VOIDED       VALUE "V".
           05  OCHK-STATUS-DATE     PIC 9(06).
           05  OCHK-PAID-AMOUNT     PIC 9(8)V99.
           05  OCHK-LOADED-DATE     PIC 9(06).
           05  FILLER               PIC X(14).
