      ******************************************************************
      *                                                                *
      *    PPYPREC.CPY                                                 *
      *    REFUND CHECK POSITIVE-PAY PARAMETER RECORD (PPAYPARM).      *
      *    ONE RECORD, KEPT BY TREASURY OPERATIONS FROM THE BANK'S     *
      *    POSITIVE-PAY AGREEMENT:                                     *
      *      PPYP-BANK-ACCOUNT  - THE DISBURSEMENT ACCOUNT THE REFUND  *
      *                           CHECKS ARE DRAWN ON, AS THE BANK     *
      *                           CARRIES IT ON THE ISSUE AND PAID-    *
      *                           ITEM FILES,                          *
      *      PPYP-STALE-DAYS    - DAYS (REAL ELAPSED) AFTER ISSUE AT   *
      *                           WHICH AN UNCASHED CHECK IS STALE AND *
      *                           IS VOIDED BY CHKRECON.               *
      *    READ BY REFUND AND CHKRECON (BOTH REQUIRED).                *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/04/2026  RVH  ORIGINAL.
      ******************************************************************
       01  POSITIVE-PAY-PARM-RECORD.
           05  PPYP-BANK-ACCOUNT    PIC X(17).
           05  PPYP-STALE-DAYS      PIC 9(03).
           05  FILLER               PIC X(10).
