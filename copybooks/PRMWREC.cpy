      ******************************************************************
      *                                                                *
      *    PRMWREC.CPY                                                 *
      *    WORKING-STORAGE REQUEST AREA FOR THE POLICY PARAMETER       *
      *    FILE SUBPROGRAM (PARMIO), SAME CONTRACT STYLE AS CALWREC:   *
      *      FUNCTION "L" - LOAD EVERY RECORD OF THE FILE NAMED IN     *
      *                     PRMW-FILE-NAME INTO PRMW-RECORD, COUNT     *
      *                     IN PRMW-RECORD-COUNT,                      *
      *      FUNCTION "W" - REPLACE THE FILE WITH THE FIRST            *
      *                     PRMW-RECORD-COUNT ENTRIES OF PRMW-RECORD.  *
      *    EACH ENTRY HOLDS ONE RECORD LEFT-JUSTIFIED IN 60 BYTES -    *
      *    THE LONGEST PARAMETER RECORD (CTLFILE).                     *
      *    PRMW-STATUS: "0" OK, "1" FILE NOT AVAILABLE (STATUS IN      *
      *    PRMW-FILE-STATUS), "2" FILE NAME OR FUNCTION UNKNOWN,       *
      *    "3" MORE RECORDS ON FILE THAN THE TABLE HOLDS.              *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/13/2026  RVH  ORIGINAL.
      ******************************************************************
       01  PARAMETER-FILE-AREA.
           05  PRMW-FUNCTION        PIC X(01).
           05  PRMW-FILE-NAME       PIC X(08).
           05  PRMW-STATUS          PIC X(01).
               88  PRMW-OK              VALUE "0".
               88  PRMW-NO-FILE         VALUE "1".
               88  PRMW-BAD-REQUEST     VALUE "2".
               88  PRMW-TABLE-FULL      VALUE "3".
           05  PRMW-FILE-STATUS     PIC X(02).
           05  PRMW-TABLE-SIZE      PIC 9(03).
           05  PRMW-RECORD-COUNT    PIC 9(03).
           05  PRMW-RECORD          PIC X(60) OCCURS 50 TIMES.
