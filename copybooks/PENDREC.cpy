      *                                                                *
      *    PENDREC.CPY                                                 *
      *    PENDING-APPROVAL QUEUE RECORD.  A MONETARY POSTING ABOVE   *
      *    THE APPRPARM LIMIT (QUEUED BY TXNPOST), A REINSTATEMENT    *
      *    (QUEUED BY REINSTAT) OR A RELATED-PARTY GROUP CHANGE       *
      *    (QUEUED BY RELMNT) LANDS HERE INSTEAD OF APPLYING - THE    *
      *    MAKER/CHECKER DISCIPLINE THE AUDITORS ASKED FOR.  THE      *
      *    IMAGE FIELD CARRIES THE HELD ITEM EXACTLY AS IT WOULD      *
      *    HAVE APPLIED: A POSTING-TXN-RECORD FOR TYPE "P", A         *
      *    CUSTOMER-RECORD FOR TYPE "R", A RELATIONSHIP-RECORD        *
      *    (RELREC) FOR TYPE "G", A PARAMETER-CHANGE-RECORD           *
      *    (PCHGREC, QUEUED BY PARMMNT) FOR TYPE "M".  THE RELEASE    *
      *    PROGRAM (APPRREL) READS THE QUEUE IN AND WRITES IT BACK    *
      *    OUT - THE SNAPSHOT CARRY-FORWARD PATTERN - SO DECIDED      *
      *    ITEMS STAY ON FILE AS PROOF OF WHO RELEASED WHAT.          *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/07/2026  RVH  ORIGINAL.
      *   11/11/2026  RVH  PEND-IMAGE WIDENED FROM 128 TO 256 - THE
      *                    CUSTOMER RECORD (CUSTREC) GREW TO 176 AND
      *                    NO LONGER FIT, AND THE SPARE ROOM SPARES
      *                    THE QUEUE THE NEXT GROWTH.  RECORD LENGTH
      *                    GROWS FROM 191 TO 319 - PENDFILE MUST BE
      *                    COPIED THROUGH A REFORMAT.
      *   11/12/2026  RVH  PEND-TYPE "G" - RELATED-PARTY GROUP
      *                    MAINTENANCE QUEUED BY RELMNT.
      *   11/13/2026  RVH  PEND-TYPE "M" - POLICY PARAMETER CHANGES
      *                    QUEUED BY PARMMNT.
      ******************************************************************
       01  PENDING-APPROVAL-RECORD.
           05  PEND-SEQ-NO          PIC 9(07).
           05  PEND-TYPE            PIC X(01).
               88  PEND-TYPE-POSTING    VALUE "P".
               88  PEND-TYPE-REINSTATE  VALUE "R".
               88  PEND-TYPE-RELATIONSHIP VALUE "G".
               88  PEND-TYPE-PARAMETER  VALUE "M".
           05  PEND-STATUS          PIC X(01).
               88  PEND-IS-PENDING      VALUE "P".
               88  PEND-IS-RELEASED     VALUE "A".
           05  PEND-MAKER-ID        PIC X(08).
           05  PEND-CHECKER-ID      PIC X(08).
           05  PEND-DECIDED-DATE    PIC 9(06).
           05  PEND-IMAGE           PIC X(256).
           05  FILLER               PIC X(10).
