      ******************************************************************
      *                                                                *
      *    PSTPREC.CPY                                                 *
      *    DELIVERY COST PARAMETER RECORD (POSTPARM).  ONE RECORD,     *
      *    READ BY THE MONTHLY DELIVERY VOLUME REPORT (DLVRPT).  A     *
      *    NOTICE SENT ONLY BY EMAIL SAVES THE POSTAGE AND THE PRINT   *
      *    VENDOR'S PER-PIECE CHARGE, LESS THE EMAIL VENDOR'S          *
      *    PER-NOTICE CHARGE.  THE RATES CHANGE WITH THE POST OFFICE   *
      *    AND THE VENDOR CONTRACTS, SO THEY LIVE ON A PARAMETER       *
      *    FILE, NEVER IN PROGRAM LITERALS.                            *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/11/2026  RVH  ORIGINAL.
      ******************************************************************
       01  POSTAGE-PARM-RECORD.
           05  PSTP-POSTAGE-PER-PIECE PIC 9V999.
           05  PSTP-PRINT-PER-PIECE PIC 9V999.
           05  PSTP-EMAIL-PER-NOTICE PIC 9V999.
           05  FILLER               PIC X(10).
