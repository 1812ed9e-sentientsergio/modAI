      ******************************************************************
      *                                                                *
      *    PHSTREC.CPY                                                 *
      *    POLICY PARAMETER CHANGE HISTORY (PARMHIST).  APPENDED BY    *
      *    PARMAPLY, ONE RECORD FOR EVERY FIELD IT CHANGES ON A LIVE   *
      *    PARAMETER FILE, WITH THE VALUE BEFORE AND AFTER EXACTLY     *
      *    AS THEY STAND IN THE RECORD (DIGITS CARRY THEIR ASSUMED     *
      *    DECIMALS - SEE PRMDEFS).  AN ADDED RECORD WRITES EVERY      *
      *    FIELD WITH A BLANK BEFORE VALUE, A DELETED ONE EVERY        *
      *    FIELD WITH A BLANK AFTER VALUE.  PHST-APPLIED-DATE IS THE   *
      *    BUSINESS DATE OF THE FIRST NIGHT THE NEW VALUE WAS IN       *
      *    FORCE - THE DATE PARMRPT RECONSTRUCTS AN AS-OF VIEW BY.     *
      *    THE FILE IS NEVER REWRITTEN OR PURGED.                      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/13/2026  RVH  ORIGINAL.
      ******************************************************************
       01  PARAMETER-HISTORY-RECORD.
           05  PHST-FILE-NAME       PIC X(08).
           05  PHST-RECORD-KEY      PIC X(12).
           05  PHST-FIELD-NAME      PIC X(24).
           05  PHST-ACTION          PIC X(01).
           05  PHST-BEFORE-VALUE    PIC X(20).
           05  PHST-AFTER-VALUE     PIC X(20).
           05  PHST-EFFECTIVE-DATE  PIC 9(06).
           05  PHST-APPLIED-DATE    PIC 9(06).
           05  PHST-MAKER-ID        PIC X(08).
           05  PHST-CHECKER-ID      PIC X(08).
           05  PHST-APPROVED-DATE   PIC 9(06).
           05  PHST-PEND-SEQ-NO     PIC 9(07).
           05  PHST-REASON          PIC X(30).
           05  FILLER               PIC X(04).
