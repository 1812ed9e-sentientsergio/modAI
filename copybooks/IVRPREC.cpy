      ******************************************************************
      *                                                                *
      *    IVRPREC.CPY                                                 *
      *    PHONE IVR PARAMETER RECORD (IVRPARM).  ONE RECORD, KEPT BY  *
      *    SERVICE DESK MANAGEMENT:                                    *
      *      IVRP-MAX-PIN-FAILURES - CONSECUTIVE WRONG PINS AFTER      *
      *                              WHICH THE ACCOUNT'S IVR PIN IS    *
      *                              LOCKED.  MISSING OR ZERO, IVRINQ  *
      *                              LOCKS AFTER 3.                    *
      *    READ BY IVRINQ ON ITS FIRST CALL.                           *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/05/2026  RVH  ORIGINAL.
      ******************************************************************
       01  IVR-PARM-RECORD.
           05  IVRP-MAX-PIN-FAILURES PIC 9(02).
           05  FILLER               PIC X(18).
