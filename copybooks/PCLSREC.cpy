      ******************************************************************
      *                                                                *
      *    PCLSREC.CPY                                                 *
      *    ACCOUNTING PERIOD CLOSE CONTROL RECORD (PERDCTL).  ONE      *
      *    RECORD IS APPENDED BY PERDCLS EACH TIME FINANCE CLOSES A    *
      *    PERIOD, SO THE FILE IS ALSO THE HISTORY OF EVERY CLOSE.     *
      *    READERS TAKE THE HIGHEST PCLS-CLOSED-THRU-DATE ON FILE -    *
      *    EVERY DATE ON OR BEFORE IT FALLS IN A CLOSED PERIOD AND     *
      *    TAKES A PRIOR-PERIOD ADJUSTMENT (PTXN-PRIOR-PERIOD-FLAG,    *
      *    SEE PTXNREC) THROUGH THE APPRREL DUAL-CONTROL QUEUE.  NO    *
      *    FILE, OR AN EMPTY ONE, MEANS NOTHING HAS BEEN CLOSED.       *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/14/2026  RVH  ORIGINAL.
      ******************************************************************
       01  PERIOD-CLOSE-RECORD.
           05  PCLS-CLOSED-THRU-DATE PIC 9(06).
           05  PCLS-PRIOR-THRU-DATE PIC 9(06).
           05  PCLS-CLOSE-RUN-DATE  PIC 9(06).
           05  PCLS-CLOSE-RUN-TIME  PIC 9(08).
           05  PCLS-CLOSED-BY       PIC X(08).
           05  FILLER               PIC X(16).
