      ******************************************************************
      *                                                                *
      *    RFLPREC.CPY                                                 *
      *    ACCOUNT-TAKEOVER RED-FLAG PARAMETER RECORD (RFLPARM).  ONE  *
      *    RECORD, READ BY THE REFUND PASS AND THE NIGHTLY RED-FLAG    *
      *    MONITOR (REDFLAG).  AN ACCOUNT WHOSE ADDRESS OR PHONE       *
      *    CHANGED (SEE NMCJREC) WITHIN RFLP-WINDOW-DAYS OF THE RUN    *
      *    DATE IS "HOT" - ITS REFUND CHECK IS HELD AND ANY CREDIT     *
      *    ADJUSTMENT OR PAYOFF IS SENT FOR FRAUD REVIEW.  THE WINDOW  *
      *    IS FRAUD POLICY, SO IT LIVES ON A PARAMETER FILE, NEVER IN  *
      *    PROGRAM LITERALS.                                           *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/02/2026  RVH  ORIGINAL.
      ******************************************************************
       01  RED-FLAG-PARM-RECORD.
           05  RFLP-WINDOW-DAYS     PIC 9(03).
           05  FILLER               PIC X(17).
