      *    DUNNING ESCALATION PARAMETER RECORD.  ONE RECORD PER        *
      *    ESCALATION LEVEL, IN ASCENDING LEVEL ORDER, READ BY THE     *
      *    NIGHTLY DUNNING PASS FROM THE DUNPARM FILE.  A CUSTOMER     *
      *    QUALIFIES FOR A LEVEL WHEN THEIR AGE REACHES                *
      *    DUNP-DAYS-INACTIVE AND THEIR BALANCE IS AT LEAST            *
      *    DUNP-MIN-BALANCE; THE LEVEL IS ONLY STEPPED AFTER           *
      *    DUNP-INTERVAL-DAYS HAVE PASSED SINCE THE PRIOR NOTICE.      *
      *    THRESHOLDS ARE COLLECTIONS POLICY, SO THEY LIVE ON A        *
      *    PARAMETER FILE, NEVER IN PROGRAM LITERALS.                  *
      *                                                                *
      *    THE AGE IS CONTRACTUAL DAYS PAST DUE (DPDSTAT, SEE DPDREC)  *
      *    WHEN THE OPEN-ITEM LEDGER HAS RUN, AND DAYS SINCE THE LAST  *
      *    ACTIVITY OTHERWISE - THE FIELD KEEPS ITS ORIGINAL NAME.     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   09/09/2026  RVH  ORIGINAL.
      *   10/29/2026  RVH  THRESHOLD NOW READ AS DAYS PAST DUE.
      ******************************************************************
       01  DUNNING-PARM-RECORD.
           05  DUNP-LEVEL           PIC 9(01).
