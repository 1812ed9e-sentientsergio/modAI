      ******************************************************************
      *                                                                *
      *    PRMDEFS.CPY                                                 *
      *    POLICY PARAMETER FILE AND FIELD DEFINITIONS, SHARED BY THE  *
      *    GOVERNED PARAMETER MAINTENANCE PROGRAMS (PARMMNT, APPRREL,  *
      *    PARMAPLY, PARMRPT) SO EVERY SIDE AGREES ON WHERE A FIELD    *
      *    SITS AND WHAT IT MAY HOLD.  THE LAYOUTS MATCH THE RECORDS   *
      *    THE OWNING PROGRAMS READ (ACCRREC, DUNPREC, APRPREC,        *
      *    MCHPREC, HKPREC, GLMAPREC, CTLPARM AND THE FD LAYOUTS IN    *
      *    NSFPROC, CHGOFF, REFUND AND LRGACT) - A FIELD ADDED THERE   *
      *    MUST BE ADDED HERE.                                         *
      *    PRMF - ONE ENTRY PER FILE: DD NAME, RECORD LENGTH, "Y" WHEN *
      *           THE FILE HOLDS A TABLE OF KEYED RECORDS (OTHERWISE   *
      *           ONE RECORD), AND THE OPERATOR LEVEL TO MAINTAIN IT.  *
      *    PRMD - ONE ENTRY PER FIELD: OFFSET AND LENGTH IN THE        *
      *           RECORD, ASSUMED DECIMALS, "K" FOR A KEY FIELD OF A   *
      *           TABLE FILE, AND THE EDIT RULE -                      *
      *             N - DIGITS, ZERO ALLOWED   P - DIGITS, ABOVE ZERO  *
      *             D - DATE YYMMDD            Z - DATE YYMMDD OR ZERO *
      *             C - ONE OF THE CODES       B - ONE OF THE CODES OR *
      *             X - TEXT, REQUIRED             BLANK               *
      *                                        T - TEXT, BLANK ALLOWED *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/13/2026  RVH  ORIGINAL.
      *   11/14/2026  RVH  GLMAP CHANGE TYPE P (PRIOR-PERIOD
      *                    ADJUSTMENT ACCOUNT PAIR) ADDED TO THE CODES.
      ******************************************************************
       01  PARM-FILE-VALUES.
           05  FILLER                PIC X(42) VALUE
               "ACCRPARMACCRUAL RATE SCHEDULE         43Y2".
           05  FILLER                PIC X(42) VALUE
               "DUNPARM DUNNING LEVELS                24Y2".
           05  FILLER                PIC X(42) VALUE
               "NSFPARM RETURNED-ITEM FEE             30N2".
           05  FILLER                PIC X(42) VALUE
               "CHGOPARMCHARGE-OFF THRESHOLDS         30N3".
           05  FILLER                PIC X(42) VALUE
               "APPRPARMDUAL-CONTROL APPROVAL POLICY  30N3".
           05  FILLER                PIC X(42) VALUE
               "REFPARM CREDIT-BALANCE REFUND AGE     30N2".
           05  FILLER                PIC X(42) VALUE
               "LACTPARMLARGE-ACTIVITY THRESHOLDS     30N3".
           05  FILLER                PIC X(42) VALUE
               "MCHPARM MASS-CHANGE SELECTION         43N2".
           05  FILLER                PIC X(42) VALUE
               "HKPARM  HISTORY RETENTION CUTOFFS     30N3".
           05  FILLER                PIC X(42) VALUE
               "GLMAP   GENERAL LEDGER ACCOUNT MAP    30Y3".
           05  FILLER                PIC X(42) VALUE
               "CTLFILE NIGHTLY RUN CONTROL           60N3".
       01  PARM-FILE-TABLE REDEFINES PARM-FILE-VALUES.
           05  PRMF-ENTRY            OCCURS 11 TIMES.
               10  PRMF-FILE-NAME    PIC X(08).
               10  PRMF-DESCRIPTION  PIC X(30).
               10  PRMF-RECORD-LENGTH PIC 9(02).
               10  PRMF-MULTI-RECORD PIC X(01).
                   88  PRMF-IS-TABLE     VALUE "Y".
               10  PRMF-MAINT-LEVEL  PIC 9(01).
       01  PRMF-FILE-COUNT           PIC 9(3) BINARY VALUE 11.

       01  PARM-FIELD-VALUES.
      *    ACCRPARM
           05  FILLER                PIC X(50) VALUE
               "ACCRPARMACCR-BAL-LOW            001092NK          ".
           05  FILLER                PIC X(50) VALUE
               "ACCRPARMACCR-BAL-HIGH           010092N           ".
           05  FILLER                PIC X(50) VALUE
               "ACCRPARMACCR-STATUS             019010CK*ACFW     ".
           05  FILLER                PIC X(50) VALUE
               "ACCRPARMACCR-TYPE               020010CKIS        ".
           05  FILLER                PIC X(50) VALUE
               "ACCRPARMACCR-RATE-PCT           021064N           ".
           05  FILLER                PIC X(50) VALUE
               "ACCRPARMACCR-FLAT-AMOUNT        027072N           ".
      *    DUNPARM
           05  FILLER                PIC X(50) VALUE
               "DUNPARM DUNP-LEVEL              001010CK123456789 ".
           05  FILLER                PIC X(50) VALUE
               "DUNPARM DUNP-DAYS-INACTIVE      002030N           ".
           05  FILLER                PIC X(50) VALUE
               "DUNPARM DUNP-INTERVAL-DAYS      005030N           ".
           05  FILLER                PIC X(50) VALUE
               "DUNPARM DUNP-MIN-BALANCE        008072N           ".
      *    NSFPARM
           05  FILLER                PIC X(50) VALUE
               "NSFPARM NSFP-FEE-AMOUNT         001072N           ".
      *    CHGOPARM
           05  FILLER                PIC X(50) VALUE
               "CHGOPARMCHGP-QUALIFY-LEVEL      001010C 123456789 ".
           05  FILLER                PIC X(50) VALUE
               "CHGOPARMCHGP-NOTICE-AGE-DAYS    002030N           ".
           05  FILLER                PIC X(50) VALUE
               "CHGOPARMCHGP-MIN-BALANCE        005092N           ".
           05  FILLER                PIC X(50) VALUE
               "CHGOPARMCHGP-LEGAL-HOLD-DAYS    014030N           ".
      *    APPRPARM
           05  FILLER                PIC X(50) VALUE
               "APPRPARMAPPR-LIMIT-AMOUNT       001092P           ".
           05  FILLER                PIC X(50) VALUE
               "APPRPARMAPPR-CHECKER-LEVEL      010010C 123456789 ".
           05  FILLER                PIC X(50) VALUE
               "APPRPARMAPPR-EXPIRY-DAYS        011030N           ".
      *    REFPARM
           05  FILLER                PIC X(50) VALUE
               "REFPARM REFP-MIN-AGE-DAYS       001030N           ".
      *    LACTPARM
           05  FILLER                PIC X(50) VALUE
               "LACTPARMLACT-REPORT-THRESHOLD   001092P           ".
           05  FILLER                PIC X(50) VALUE
               "LACTPARMLACT-HARD-LIMIT         010112P           ".
      *    MCHPARM
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-SEL-STATUS          001010C *ACFW     ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-SEL-CURRENCY        002030T           ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-SEL-BAL-LOW         005072N           ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-SEL-BAL-HIGH        012072N           ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-SEL-ACTIVITY-CUTOFF 019060Z           ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-SEL-BRANCH          025040T           ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-NEW-STATUS          029010B ACFW      ".
           05  FILLER                PIC X(50) VALUE
               "MCHPARM MCH-NEW-BRANCH          030040T           ".
      *    HKPARM
           05  FILLER                PIC X(50) VALUE
               "HKPARM  HKP-AUDIT-CUTOFF-DATE   001060D           ".
           05  FILLER                PIC X(50) VALUE
               "HKPARM  HKP-TREND-CUTOFF-DATE   007060D           ".
           05  FILLER                PIC X(50) VALUE
               "HKPARM  HKP-ALERT-CUTOFF-DATE   013060D           ".
      *    GLMAP
           05  FILLER                PIC X(50) VALUE
               "GLMAP   GLM-CHANGE-TYPE         001010CKACDFNPRW  ".
           05  FILLER                PIC X(50) VALUE
               "GLMAP   GLM-DEBIT-ACCOUNT       002100X           ".
           05  FILLER                PIC X(50) VALUE
               "GLMAP   GLM-CREDIT-ACCOUNT      012100X           ".
      *    CTLFILE
           05  FILLER                PIC X(50) VALUE
               "CTLFILE CTL-THRESHOLD           001072N           ".
           05  FILLER                PIC X(50) VALUE
               "CTLFILE CTL-RESTART-FLAG        008010B YN        ".
           05  FILLER                PIC X(50) VALUE
               "CTLFILE CTL-BUSINESS-DATE       009060Z           ".
           05  FILLER                PIC X(50) VALUE
               "CTLFILE CTL-DELTA-FLAG          015010B YN        ".
           05  FILLER                PIC X(50) VALUE
               "CTLFILE CTL-TRIAL-FLAG          016010B YN        ".
       01  PARM-FIELD-TABLE REDEFINES PARM-FIELD-VALUES.
           05  PRMD-ENTRY            OCCURS 40 TIMES.
               10  PRMD-FILE-NAME    PIC X(08).
               10  PRMD-FIELD-NAME   PIC X(24).
               10  PRMD-OFFSET       PIC 9(03).
               10  PRMD-LENGTH       PIC 9(02).
               10  PRMD-DECIMALS     PIC 9(01).
               10  PRMD-RULE         PIC X(01).
                   88  PRMD-RULE-NUMERIC     VALUE "N" "P".
                   88  PRMD-RULE-DATE        VALUE "D" "Z".
                   88  PRMD-RULE-CODE        VALUE "C" "B".
               10  PRMD-KEY-FLAG     PIC X(01).
                   88  PRMD-IS-KEY           VALUE "K".
               10  PRMD-VALID-CODES  PIC X(10).
       01  PRMD-FIELD-COUNT          PIC 9(3) BINARY VALUE 40.
