      ******************************************************************
      *                                                                *
      *    WTCHREC.CPY                                                 *
      *    SANCTIONS WATCH-LIST RECORD (WATCHLST), AS COMPLIANCE       *
      *    LOADS IT FROM THE GOVERNMENT LIST - ONE HEADER FOLLOWED BY  *
      *    ONE DETAIL PER LISTED NAME.  NAMES ARE LOADED IN THE SAME   *
      *    "SURNAME, GIVEN NAMES" FORM CUST-NAME IS KEYED IN, SO THE   *
      *    SNDXSUB SURNAME TOKEN AND PHONETIC KEY LINE UP WITH OURS.   *
      *    A NEW LIST REPLACES THE FILE WHOLE; ITS HEADER LIST DATE    *
      *    IS WHAT TELLS SANCSCAN A NEW LIST HAS ARRIVED.              *
      *      WTCHH-THRESHOLD   - SCORE (001-100) AT OR ABOVE WHICH A   *
      *                          NAME IS A POTENTIAL HIT.  REQUIRED -  *
      *                          ZERO OR NOT NUMERIC MAKES THE WHOLE   *
      *                          LIST UNUSABLE (SANCSUB STATUS "1").   *
      *      WTCH-ENTRY-TYPE   - "I" INDIVIDUAL, "E" ENTITY.           *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/17/2026  RVH  ORIGINAL.
      *   11/20/2026  RVH  WTCHH-THRESHOLD IS REQUIRED - THERE IS NO
      *                    LONGER A SANCSUB DEFAULT.
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05  WTCH-RECORD-TYPE     PIC X(01).
               88  WTCH-IS-HEADER       VALUE "H".
               88  WTCH-IS-ENTRY        VALUE "D".
           05  WTCH-DETAIL.
               10  WTCH-ENTRY-ID    PIC X(10).
               10  WTCH-ENTRY-NAME  PIC X(30).
               10  WTCH-PROGRAM     PIC X(10).
               10  WTCH-ENTRY-TYPE  PIC X(01).
               10  FILLER           PIC X(28).
           05  WTCH-HEADER REDEFINES WTCH-DETAIL.
               10  WTCHH-LIST-DATE  PIC 9(06).
               10  WTCHH-LIST-SOURCE PIC X(20).
               10  WTCHH-ENTRY-COUNT PIC 9(07).
               10  WTCHH-THRESHOLD  PIC 9(03).
               10  FILLER           PIC X(43).
