      ******************************************************************
      *                                                                *
      *    RSVHREC.CPY                                                 *
      *    ALLOWANCE RESERVE HISTORY RECORD (RSVHIST IN, RSVHSTO OUT - *
      *    THE CARRY-FORWARD PATTERN).  ALLOWRSV WRITES ONE RECORD PER *
      *    MONTH-END: THE RESERVE REQUIRED, LAST MONTH'S FIGURE IT WAS *
      *    COMPARED WITH, AND THE CHANGE IT POSTED.  THE RSVH-RESERVE  *
      *    OF THE LATEST EARLIER MONTH IS THE STARTING POINT, SO THE   *
      *    FILE IS KEPT IN MONTH ORDER AND A RERUN OF A MONTH REPLACES *
      *    THAT MONTH'S RECORD.  TO START FROM A RESERVE ALREADY       *
      *    BOOKED BY HAND, LOAD ONE RECORD FOR THE PRIOR MONTH         *
      *    CARRYING THE BOOKED FIGURE BEFORE THE FIRST RUN.            *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/08/2026  RVH  ORIGINAL.
      ******************************************************************
       01  RESERVE-HISTORY-RECORD.
           05  RSVH-MONTH           PIC 9(04).
           05  RSVH-AS-OF-DATE      PIC 9(06).
           05  RSVH-ACCOUNTS        PIC 9(07).
           05  RSVH-BALANCE         PIC S9(11)V99.
           05  RSVH-RESERVE         PIC S9(11)V99.
           05  RSVH-PRIOR-RESERVE   PIC S9(11)V99.
           05  RSVH-CHANGE          PIC S9(11)V99.
           05  RSVH-RUN-DATE        PIC 9(06).
           05  FILLER               PIC X(10).
