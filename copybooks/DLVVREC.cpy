      ******************************************************************
      *                                                                *
      *    DLVVREC.CPY                                                 *
      *    DELIVERY VOLUME HISTORY RECORD (DLVHIST).  STMTBLD AND      *
      *    DUNNING EACH ADD ONE RECORD PER RUN (OPEN EXTEND) COUNTING  *
      *    HOW THAT RUN'S STATEMENTS OR LETTERS WENT OUT; DLVRPT       *
      *    SUMS THEM BY MONTH FOR THE PAPER VERSUS ELECTRONIC REPORT   *
      *    AND THE POSTAGE SAVED.                                      *
      *      DLVV-PAPER-ONLY      PIECES TO THE PRINT VENDOR ONLY.     *
      *      DLVV-EMAIL-ONLY      NOTICES TO THE EMAIL VENDOR ONLY -   *
      *                           THE PIECES THAT SAVED POSTAGE.       *
      *      DLVV-BOTH-WAYS       PIECES SENT ON PAPER AND BY EMAIL.   *
      *      DLVV-FALLBACKS       ELECTRONIC-PREFERENCE CUSTOMERS      *
      *                           WITH NO EMAIL ADDRESS, SENT ON       *
      *                           PAPER (ALSO IN DLVV-PAPER-ONLY).     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/11/2026  RVH  ORIGINAL.
      ******************************************************************
       01  DELIVERY-VOLUME-RECORD.
           05  DLVV-RUN-DATE        PIC 9(06).
           05  DLVV-SOURCE-PROGRAM  PIC X(08).
           05  DLVV-PAPER-ONLY      PIC 9(07).
           05  DLVV-EMAIL-ONLY      PIC 9(07).
           05  DLVV-BOTH-WAYS       PIC 9(07).
           05  DLVV-FALLBACKS       PIC 9(07).
           05  FILLER               PIC X(10).
