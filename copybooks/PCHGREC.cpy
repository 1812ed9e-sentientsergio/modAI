      ******************************************************************
      *                                                                *
      *    PCHGREC.CPY                                                 *
      *    POLICY PARAMETER CHANGE RECORD.  ONE PROPOSED CHANGE TO     *
      *    ONE RECORD OF ONE PARAMETER FILE (SEE PRMDEFS), KEYED IN    *
      *    THROUGH PARMMNT.  IT TRAVELS AS THE PEND-IMAGE OF A         *
      *    PEND-TYPE "M" ITEM ON THE PENDING-APPROVAL QUEUE; WHEN A    *
      *    SECOND OPERATOR RELEASES IT THROUGH APPRREL IT IS WRITTEN   *
      *    TO THE PARAMETER CHANGE SCHEDULE (PARMCHG) AS SCHEDULED,    *
      *    AND PARMAPLY APPLIES IT TO THE LIVE FILE ON THE FIRST       *
      *    NIGHT WHOSE BUSINESS DATE HAS REACHED ITS EFFECTIVE DATE.   *
      *    THE BEFORE IMAGE IS THE RECORD AS THE MAKER SAW IT; ONLY    *
      *    THE FIELDS THAT DIFFER BETWEEN THE TWO IMAGES ARE APPLIED,  *
      *    SO TWO CHANGES SCHEDULED AHEAD AGAINST THE SAME RECORD      *
      *    DO NOT UNDO EACH OTHER.  THE RECORD KEY IS THE KEY FIELDS   *
      *    OF A TABLE FILE STRUNG TOGETHER IN FIELD ORDER, SPACES      *
      *    FOR A ONE-RECORD FILE.                                      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/13/2026  RVH  ORIGINAL.
      ******************************************************************
       01  PARAMETER-CHANGE-RECORD.
           05  PCHG-FILE-NAME       PIC X(08).
           05  PCHG-RECORD-KEY      PIC X(12).
           05  PCHG-ACTION          PIC X(01).
               88  PCHG-ACTION-CHANGE   VALUE "C".
               88  PCHG-ACTION-ADD      VALUE "A".
               88  PCHG-ACTION-DELETE   VALUE "D".
           05  PCHG-EFFECTIVE-DATE  PIC 9(06).
           05  PCHG-BEFORE-IMAGE    PIC X(60).
           05  PCHG-AFTER-IMAGE     PIC X(60).
           05  PCHG-REASON          PIC X(30).
           05  PCHG-MAKER-ID        PIC X(08).
           05  PCHG-QUEUED-DATE     PIC 9(06).
           05  PCHG-CHECKER-ID      PIC X(08).
           05  PCHG-APPROVED-DATE   PIC 9(06).
           05  PCHG-PEND-SEQ-NO     PIC 9(07).
           05  PCHG-STATUS          PIC X(01).
               88  PCHG-IS-QUEUED       VALUE SPACE.
               88  PCHG-IS-SCHEDULED    VALUE "S".
               88  PCHG-IS-APPLIED      VALUE "A".
               88  PCHG-IS-VOID         VALUE "V".
           05  PCHG-APPLIED-DATE    PIC 9(06).
           05  FILLER               PIC X(21).
