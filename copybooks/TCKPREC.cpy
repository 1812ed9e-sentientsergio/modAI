      ******************************************************************
      *                                                                *
      *    TCKPREC.CPY                                                 *
      *    TXNPOST CHECKPOINT RECORD (TXNCKPT).  WRITTEN AFTER EVERY   *
      *    TRANSACTION THAT MOVED MONEY OR QUEUED AN APPROVAL, AND     *
      *    EVERY CHECKPOINT INTERVAL OTHERWISE, SO AN ABEND PARTWAY    *
      *    THROUGH TXNFILE RESTARTS AFTER THE LAST POSTING ACTUALLY    *
      *    APPLIED INSTEAD OF POSTING THE FIRST HALF OF THE FILE A     *
      *    SECOND TIME.  TXNFILE IS SEQUENTIAL AND CARRIES NO KEY, SO  *
      *    THE RESTART POSITION IS THE COUNT OF RECORDS ALREADY READ.  *
      *    CARRIES EVERY RUN TOTAL THE REGISTER FOOTERS DEPEND ON,     *
      *    AND THE BUSINESS DATE THE INTERRUPTED RUN WAS STAMPING ON   *
      *    POSTED HISTORY - A RESTART AFTER MIDNIGHT KEEPS POSTING     *
      *    UNDER THE SAME DATE.  SAME SHAPE AS ACKPREC.                *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/26/2026  RVH  ORIGINAL.
      *   11/21/2026  RVH  TCKP-TXNS-UNCHECKED CARVED FROM FILLER -
      *                    RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  TXNPOST-CHECKPOINT-RECORD.
           05  TCKP-RUN-DATE        PIC 9(06).
           05  TCKP-RUN-TIME        PIC 9(08).
           05  TCKP-TXNS-READ       PIC 9(07).
           05  TCKP-TXNS-POSTED     PIC 9(07).
           05  TCKP-TXNS-REJECTED   PIC 9(07).
           05  TCKP-TXNS-HELD       PIC 9(07).
           05  TCKP-TXNS-DUPLICATE  PIC 9(07).
           05  TCKP-TXNS-UNCHECKED  PIC 9(07).
           05  TCKP-TOTAL-PAYMENTS  PIC 9(9)V99.
           05  TCKP-TOTAL-CHARGES   PIC 9(9)V99.
           05  TCKP-LAST-CUST-ID    PIC X(10).
           05  TCKP-LAST-REFERENCE  PIC X(08).
           05  FILLER               PIC X(03).
