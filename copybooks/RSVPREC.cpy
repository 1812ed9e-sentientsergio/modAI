      ******************************************************************
      *                                                                *
      *    RSVPREC.CPY                                                 *
      *    ALLOWANCE RESERVE PARAMETER RECORD (RSVPARM), READ BY THE   *
      *    MONTH-END RESERVE PASS (ALLOWRSV).  ONE RECORD PER RISK     *
      *    GRADE AND DUNNING LEVEL, GIVING THE PERCENTAGE OF AN        *
      *    ACCOUNT'S BALANCE HELD IN RESERVE.  A RECORD WITH A BLANK   *
      *    GRADE IS THE DEFAULT FOR ITS LEVEL - IT COVERS UNGRADED     *
      *    ACCOUNTS AND ANY GRADE WITHOUT A RECORD OF ITS OWN.  THE    *
      *    PERCENTAGES ARE A FINANCE DECISION AND LIVE HERE, NEVER IN  *
      *    PROGRAM LITERALS.                                           *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/08/2026  RVH  ORIGINAL.
      ******************************************************************
       01  RESERVE-PARM-RECORD.
           05  RSVP-RISK-GRADE      PIC X(01).
           05  RSVP-DUN-LEVEL       PIC 9(01).
           05  RSVP-RESERVE-PCT     PIC 9(03)V99.
           05  FILLER               PIC X(13).
