      ******************************************************************
      *                                                                *
      *    LGLHREC.CPY                                                 *
      *    LEGAL-HOLD COMPANION RECORD (LGLHFILE, KEYED ON CUST-ID).   *
      *    THE MASTER CARRIES ONLY THE HOLD INDICATOR AND HOLD TYPE    *
      *    (CUST-LEGAL-HOLD, CUST-HOLD-TYPE - SEE CUSTREC); THE        *
      *    DETAIL THE LEGAL DEPARTMENT WORKS FROM LIVES HERE.  ONE     *
      *    RECORD PER ACCOUNT, WRITTEN AND RELEASED ONLY BY LGLHOLD.   *
      *    A RELEASED HOLD STAYS ON FILE (STATUS "R") UNTIL THE        *
      *    ACCOUNT IS HELD AGAIN; THE NON-MONETARY CHANGE JOURNAL      *
      *    (NMCJRNL) KEEPS EVERY PLACE, CHANGE AND RELEASE.            *
      *      LGLH-HOLD-DATE  THE DATE WE WERE NOTIFIED - THE PETITION, *
      *                      DEATH, SUIT OR CEASE-AND-DESIST NOTICE.   *
      *                      DAYS HELD AND CHGOFF'S BANKRUPTCY AND     *
      *                      DECEASED TIMING COUNT FROM IT.            *
      *      LGLH-CASE-NUMBER COURT CASE OR PROBATE NUMBER.            *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/10/2026  RVH  ORIGINAL.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LGLH-CUST-ID         PIC X(10).
           05  LGLH-HOLD-TYPE       PIC X(02).
               88  LGLH-BANKRUPTCY      VALUE "07" "11" "13".
               88  LGLH-DECEASED        VALUE "DC".
               88  LGLH-LITIGATION      VALUE "LT".
               88  LGLH-CEASE-DESIST    VALUE "CD".
           05  LGLH-STATUS          PIC X(01).
               88  LGLH-IS-ACTIVE       VALUE "A".
               88  LGLH-IS-RELEASED     VALUE "R".
           05  LGLH-HOLD-DATE       PIC 9(06).
           05  LGLH-CASE-NUMBER     PIC X(20).
           05  LGLH-PLACED-DATE     PIC 9(06).
           05  LGLH-PLACED-BY       PIC X(08).
           05  LGLH-RELEASE-DATE    PIC 9(06).
           05  LGLH-RELEASED-BY     PIC X(08).
           05  FILLER               PIC X(13).
