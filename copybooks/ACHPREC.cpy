      ******************************************************************
      *                                                                *
      *    ACHPREC.CPY                                                 *
      *    AUTOMATIC PAYMENT / ACH ORIGINATION PARAMETER RECORD        *
      *    (ACHPARM).  ONE RECORD, KEPT BY TREASURY OPERATIONS FROM    *
      *    THE BANK'S ORIGINATION AGREEMENT:                           *
      *      ACHP-LEAD-DAYS     - DAYS AFTER THE STATEMENT DATE (THE   *
      *                           CUSTOMER'S CUST-STMT-CYCLE-DAY) ON   *
      *                           WHICH THE DRAFT IS ORIGINATED,       *
      *      ACHP-MAX-RETURNS   - RETURNED DRAFTS THAT SUSPEND AN      *
      *                           ENROLLMENT (NSFPROC),                *
      *      ACHP-DEST-ROUTING  - THE BANK'S ROUTING NUMBER, AS THE    *
      *      ACHP-DEST-NAME       FILE'S IMMEDIATE DESTINATION,        *
      *      ACHP-ORIGIN-ID     - OUR IMMEDIATE ORIGIN AND NAME,       *
      *      ACHP-ORIGIN-NAME                                          *
      *      ACHP-COMPANY-NAME  - THE COMPANY NAME AND ID THE          *
      *      ACHP-COMPANY-ID      CUSTOMER SEES ON THE BANK STATEMENT, *
      *      ACHP-ODFI-ID       - THE BANK'S 8-DIGIT ODFI ID FOR THE   *
      *                           BATCH HEADER AND TRACE NUMBERS,      *
      *      ACHP-ENTRY-DESC    - THE COMPANY ENTRY DESCRIPTION.       *
      *    READ BY ACHORIG (REQUIRED) AND NSFPROC.                     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/03/2026  RVH  ORIGINAL.
      ******************************************************************
       01  ACH-PARM-RECORD.
           05  ACHP-LEAD-DAYS       PIC 9(02).
           05  ACHP-MAX-RETURNS     PIC 9(02).
           05  ACHP-DEST-ROUTING    PIC X(09).
           05  ACHP-DEST-NAME       PIC X(23).
           05  ACHP-ORIGIN-ID       PIC X(10).
           05  ACHP-ORIGIN-NAME     PIC X(23).
           05  ACHP-COMPANY-NAME    PIC X(16).
           05  ACHP-COMPANY-ID      PIC X(10).
           05  ACHP-ODFI-ID         PIC X(08).
           05  ACHP-ENTRY-DESC      PIC X(10).
           05  FILLER               PIC X(07).
