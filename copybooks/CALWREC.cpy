      *                     RETURNS 1 (YES) OR 0 (NO).                *
      *      FUNCTION "N" - FIRST BUSINESS DAY AFTER CALW-DATE-1,     *
      *                     RETURNED IN CALW-RESULT-DATE.             *
      *      FUNCTION "P" - IS CALW-DATE-1 AN ACCOUNTING PERIOD END   *
      *                     (CAL-PERIOD-END-FLAG) - CALW-DAYS         *
      *                     RETURNS 1 (YES) OR 0 (NO).                *
      *    CALW-STATUS: "0" OK, "1" CALENDAR FILE UNAVAILABLE         *
      *    (CALLERS FALL BACK TO THE 30-DAY-MONTH ARITHMETIC), "2"    *
      *    DATE OUTSIDE THE LOADED CALENDAR RANGE.                    *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/13/2026  RVH  ORIGINAL.
      *   11/14/2026  RVH  FUNCTION "P" - PERIOD-END QUERY.
      ******************************************************************
       01  CALENDAR-REQUEST-AREA.
           05  CALW-FUNCTION        PIC X(01).
