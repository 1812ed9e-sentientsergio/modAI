      ******************************************************************
      *                                                                *
      *    DWXREC.CPY                                                  *
      *    MONTH-END PORTFOLIO DATA-WAREHOUSE EXTRACT (DWXFILE),       *
      *    WRITTEN BY DWEXTR AND TRANSMITTED BY STMTXMIT (PARM "DWX"). *
      *    ONE "|"-DELIMITED LINE PER RECORD, EVERY FIELD AT A FIXED   *
      *    WIDTH BETWEEN THE DELIMITERS, SO THE WAREHOUSE LOAD CAN     *
      *    SPLIT ON THE DELIMITER OR CUT BY POSITION:                  *
      *      "H" HEADER  - ONE, FIRST - EXTRACT NAME, AS-OF DATE AND   *
      *                    WHEN IT WAS CUT,                            *
      *      "D" DETAIL  - ONE PER ACCOUNT ON THE MASTER,              *
      *      "T" TRAILER - ONE, LAST - DETAIL COUNT AND THE BALANCE    *
      *                    CONTROL TOTAL.                              *
      *    AMOUNTS CARRY A DECIMAL POINT, AND A SIGN WHERE THEY CAN    *
      *    GO NEGATIVE.  A SOURCE WITH NOTHING FOR THE ACCOUNT LEAVES  *
      *    ITS FIELDS BLANK (CODES) OR ZERO (COUNTS AND AMOUNTS).  THE *
      *    GROUPS ARE WORKING-STORAGE LAYOUTS - THE FILE RECORD ITSELF *
      *    IS ONE LINE.                                                *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/06/2026  RVH  ORIGINAL.
      ******************************************************************
       01  DWX-HEADER-RECORD.
           05  DWXH-RECORD-TYPE     PIC X(01) VALUE "H".
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXH-EXTRACT-NAME    PIC X(10) VALUE "PORTFOLIO".
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXH-AS-OF-DATE      PIC 9(06) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXH-RUN-DATE        PIC 9(06) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXH-RUN-TIME        PIC 9(08) VALUE 0.

       01  DWX-DETAIL-RECORD.
           05  DWXD-RECORD-TYPE     PIC X(01) VALUE "D".
           05  FILLER               PIC X(01) VALUE "|".
      *    FROM THE ACCOUNT MASTER (NEWCUST)
           05  DWXD-CUST-ID         PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CUSTOMER-NO     PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-NAME            PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-ADDRESS         PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-PHONE           PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-STATUS          PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-MAIL-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-BALANCE         PIC +9(7).99.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CREDIT-LIMIT    PIC 9(7).99.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CURRENCY        PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-LAST-ACTIVITY   PIC 9(06) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-BRANCH          PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CYCLE-DAY       PIC 9(02) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-BUREAU-SUPPRESS PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
      *    FROM THE BRANCH REFERENCE (BRNCHREF)
           05  DWXD-REGION          PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
      *    FROM THE CUSTOMER-LEVEL ROLLUP (CUSTMAST)
           05  DWXD-CUSTM-STATUS    PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CUSTM-ACCOUNTS  PIC 9(03) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CUSTM-BALANCE   PIC +9(9).99.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-CUSTM-LIMIT     PIC 9(7).99.
           05  FILLER               PIC X(01) VALUE "|".
      *    FROM THE RISK GRADE FILE (RISKFILE)
           05  DWXD-RISK-GRADE      PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-RISK-SCORE      PIC 9(03) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-DAYS-PAST-DUE   PIC 9(05) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
      *    FROM THE DUNNING AND OVER-LIMIT STATUS FILES
           05  DWXD-DUN-LEVEL       PIC 9(01) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-NIGHTS-OVER     PIC 9(05) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
      *    THE MONTH'S MOVEMENT (POSTHIST AND ACCRDETL)
           05  DWXD-MTH-PAYMENTS    PIC 9(9).99.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-MTH-PMT-COUNT   PIC 9(05) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-MTH-CHARGES     PIC 9(9).99.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-MTH-CHG-COUNT   PIC 9(05) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXD-MTH-INTEREST    PIC 9(9).99.

       01  DWX-TRAILER-RECORD.
           05  DWXT-RECORD-TYPE     PIC X(01) VALUE "T".
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXT-AS-OF-DATE      PIC 9(06) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXT-DETAIL-COUNT    PIC 9(09) VALUE 0.
           05  FILLER               PIC X(01) VALUE "|".
           05  DWXT-BALANCE-TOTAL   PIC +9(11).99.
