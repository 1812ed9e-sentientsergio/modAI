      ******************************************************************
      *                                                                *
      *    LGLTREC.CPY                                                 *
      *    LEGAL NOTICE TRANSACTION (LGLNOTC).  ONE RECORD PER NOTICE  *
      *    THE LEGAL DEPARTMENT LOGS - A BANKRUPTCY FILING, A DEATH,   *
      *    A SUIT, A CEASE-AND-DESIST LETTER - OR PER CHANGE TO OR     *
      *    RELEASE OF AN EXISTING HOLD.  READ BY LGLHOLD.              *
      *      LGLT-ACTION     "P" PLACE A HOLD, "C" CHANGE THE HOLD     *
      *                      (A CHAPTER CONVERSION, A CORRECTED DATE   *
      *                      OR CASE NUMBER - BLANK/ZERO FIELDS ARE    *
      *                      LEFT AS THEY ARE), "R" RELEASE IT         *
      *                      (DISMISSAL, DISCHARGE, ESTATE SETTLED,    *
      *                      SUIT ENDED, NOTICE WITHDRAWN).            *
      *      LGLT-HOLD-TYPE  07, 11, 13 = BANKRUPTCY CHAPTER;          *
      *                      DC = DECEASED; LT = LITIGATION;           *
      *                      CD = CEASE-AND-DESIST.                    *
      *      LGLT-HOLD-DATE  DATE NOTIFIED; ZERO ON A PLACE MEANS THE  *
      *                      RUN DATE.                                 *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/10/2026  RVH  ORIGINAL.
      ******************************************************************
       01  LEGAL-NOTICE-RECORD.
           05  LGLT-ACTION          PIC X(01).
               88  LGLT-PLACE           VALUE "P".
               88  LGLT-CHANGE          VALUE "C".
               88  LGLT-RELEASE         VALUE "R".
           05  LGLT-CUST-ID         PIC X(10).
           05  LGLT-HOLD-TYPE       PIC X(02).
           05  LGLT-HOLD-DATE       PIC 9(06).
           05  LGLT-CASE-NUMBER     PIC X(20).
           05  LGLT-OPERATOR-ID     PIC X(08).
           05  FILLER               PIC X(13).
