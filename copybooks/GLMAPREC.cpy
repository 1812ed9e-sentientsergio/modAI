      *    NEGATIVE NET SWAPS THE TWO SIDES.  ACCOUNT CODING IS A      *
      *    FINANCE DECISION, SO IT LIVES ON A PARAMETER FILE AND       *
      *    NEVER IN PROGRAM LITERALS.                                  *
      *    CHANGE TYPE "P" IS NOT AN AUDIT TYPE - IT CARRIES THE       *
      *    ACCOUNT PAIR FOR PRIOR-PERIOD ADJUSTMENTS, WHICH GLVOUCH    *
      *    TAKES FROM POSTHIST RATHER THAN THE AUDIT TRAIL.            *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   09/08/2026  RVH  ORIGINAL.
      *   11/14/2026  RVH  CHANGE TYPE P DOCUMENTED FOR PRIOR-PERIOD
      *                    ADJUSTMENTS.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GLM-CHANGE-TYPE      PIC X(01).
