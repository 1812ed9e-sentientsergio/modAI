      ******************************************************************
      *                                                                *
      *    SNCWREC.CPY                                                 *
      *    WORKING-STORAGE REQUEST AREA FOR THE SANCTIONS SCREENING    *
      *    SUBPROGRAM (SANCSUB), SAME CONTRACT STYLE AS CALWREC:       *
      *      FUNCTION "S" - SCREEN SNCW-NAME AGAINST THE LOADED        *
      *                     WATCH LIST.  SNCW-RESULT "Y" IS A          *
      *                     POTENTIAL HIT, WITH THE BEST-SCORING       *
      *                     LISTED NAME IN SNCW-ENTRY-ID/NAME/         *
      *                     PROGRAM AND ITS SCORE IN SNCW-SCORE.       *
      *      FUNCTION "I" - LIST INFORMATION ONLY - THE HEADER LIST    *
      *                     DATE, ENTRIES LOADED AND THRESHOLD.        *
      *    THE LIST DATE, COUNT AND THRESHOLD COME BACK ON EVERY       *
      *    CALL.  SNCW-STATUS: "0" OK, "1" WATCH LIST NOT AVAILABLE,   *
      *    OR ITS HEADER IS MISSING OR HAS NO THRESHOLD (NOTHING CAN   *
      *    BE SCREENED - CALLERS MUST NOT TREAT THIS AS A CLEAR), "2"  *
      *    FUNCTION UNKNOWN, "3" MORE NAMES ON THE LIST THAN THE       *
      *    TABLE HOLDS (THE LIST CANNOT BE RELIED ON - CALLERS TREAT   *
      *    IT AS "1").  SANCSUB'S TABLE HOLDS 50,000 LISTED NAMES; A   *
      *    LONGER LIST NEEDS WS-WL-TABLE-SIZE AND THE OCCURS RAISED    *
      *    TOGETHER THERE (SNCW-LIST-COUNT CARRIES UP TO 99,999).      *
      *    SNCW-MATCH-BASIS: "T" SURNAME TOKEN AGREES, "P" PHONETIC    *
      *    KEY AGREES, "S" NAME SIMILARITY ALONE.                      *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/17/2026  RVH  ORIGINAL.
      *   11/20/2026  RVH  STATUS "1" NOW ALSO MEANS NO THRESHOLD ON
      *                    THE LIST HEADER; TABLE LIMIT DOCUMENTED.
      ******************************************************************
       01  SANCTIONS-SCREEN-AREA.
           05  SNCW-FUNCTION        PIC X(01).
           05  SNCW-NAME            PIC X(30).
           05  SNCW-STATUS          PIC X(01).
               88  SNCW-OK              VALUE "0".
               88  SNCW-NO-LIST         VALUE "1".
               88  SNCW-BAD-REQUEST     VALUE "2".
               88  SNCW-LIST-TRUNCATED  VALUE "3".
           05  SNCW-RESULT          PIC X(01).
               88  SNCW-POTENTIAL-HIT   VALUE "Y".
               88  SNCW-NO-HIT          VALUE "N".
           05  SNCW-SCORE           PIC 9(03).
           05  SNCW-MATCH-BASIS     PIC X(01).
           05  SNCW-ENTRY-ID        PIC X(10).
           05  SNCW-ENTRY-NAME      PIC X(30).
           05  SNCW-PROGRAM         PIC X(10).
           05  SNCW-LIST-DATE       PIC 9(06).
           05  SNCW-LIST-COUNT      PIC 9(05).
           05  SNCW-THRESHOLD       PIC 9(03).
