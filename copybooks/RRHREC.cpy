      ******************************************************************
      *                                                                *
      *    RRHREC.CPY                                                  *
      *    DELINQUENCY ROLL-RATE HISTORY RECORD (ROLLHIST IN,          *
      *    ROLLHSTO OUT - THE CARRY-FORWARD PATTERN).  ROLLRATE        *
      *    WRITES ONE RECORD PER PRIOR DUNNING LEVEL (ROW) FOR EACH    *
      *    MONTH-END IT RUNS, SO THE WHOLE MIGRATION MATRIX IS KEPT    *
      *    AND THE 12-MONTH TREND CAN BE REPRINTED FROM IT.  THE       *
      *    FILE IS KEPT IN MONTH ORDER; A RERUN OF A MONTH REPLACES    *
      *    THAT MONTH'S ROWS.                                          *
      *      RRH-FROM-LEVEL  0 = NOT DELINQUENT AT THE PRIOR MONTH-END *
      *                      (NEW DELINQUENCIES), 1-9 = PRIOR LEVEL.   *
      *      RRH-CELL        12 DESTINATIONS - LEVELS 1 TO 9, THEN     *
      *                      CURED, CHARGED OFF, PAID/CLOSED.  THE     *
      *                      BALANCE IS THE ACCOUNT'S MONTH-END        *
      *                      BALANCE.                                  *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/07/2026  RVH  ORIGINAL.
      ******************************************************************
       01  ROLL-HISTORY-RECORD.
           05  RRH-MONTH            PIC 9(04).
           05  RRH-AS-OF-DATE       PIC 9(06).
           05  RRH-FROM-LEVEL       PIC 9(01).
           05  RRH-CELLS.
               10  RRH-CELL         OCCURS 12 TIMES.
                   15  RRH-COUNT    PIC 9(07).
                   15  RRH-BALANCE  PIC S9(11)V99.
           05  FILLER               PIC X(09).
