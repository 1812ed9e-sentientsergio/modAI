      *    NUMBER THE ORIGINAL PAYMENT WAS POSTED UNDER, WHICH IS      *
      *    WHAT LETS NSFPROC FIND THE ORIGINAL ON THE POSTED-          *
      *    TRANSACTION HISTORY (POSTH-REFERENCE).                      *
      *    A RETURNED AUTOMATIC-PAYMENT DRAFT (ACHORIG) ARRIVES IN     *
      *    THE SAME LAYOUT: THE REFERENCE IS "AD" AND THE ORIGINAL     *
      *    ENTRY'S EFFECTIVE DATE AND RTRN-CUST-ID IS THE ENTRY'S      *
      *    INDIVIDUAL ID NUMBER.  A DRAFT REFERENCE REPEATS ACROSS     *
      *    CUSTOMERS, SO WHEN RTRN-CUST-ID IS PRESENT NSFPROC MATCHES  *
      *    ON IT AS WELL.  CHECK RETURNS LEAVE IT BLANK.               *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   09/29/2026  RVH  ORIGINAL.
      *   11/03/2026  RVH  RTRN-CUST-ID FOR RETURNED ACH DRAFTS.
      ******************************************************************
       01  RETURNED-ITEM-RECORD.
           05  RTRN-RETURN-DATE     PIC 9(06).
           05  RTRN-REFERENCE       PIC X(08).
           05  RTRN-AMOUNT          PIC 9(5)V99.
           05  RTRN-REASON-CODE     PIC X(03).
           05  RTRN-CUST-ID         PIC X(10).
