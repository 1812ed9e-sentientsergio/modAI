000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FWDRECOV.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/01/2026.
000600 DATE-COMPILED.  11/01/2026.
000700******************************************************************
000800*                                                                *
000900*    FWDRECOV - POINT-IN-TIME FORWARD RECOVERY OF THE CUSTOMER   *
001000*    MASTER.  WHEN NEWCUST IS LOST OR DAMAGED, OR AN ACCOUNT     *
001100*    HAS TO BE SHOWN AS IT STOOD AT A GIVEN MOMENT, THE ONLY     *
001200*    ROUTE WAS TO RESTORE A BACKUP AND RERUN THE NIGHTS - WHICH  *
001300*    RE-POSTS, RE-ACCRUES AND WRITES HISTORY A SECOND TIME.      *
001400*    THIS PASS REBUILDS THE MASTER FROM THE RETAINED FILES AND   *
001500*    CHANGES NONE OF THEM:                                       *
001600*                                                                *
001700*      1. THE CUSTOMER BACKUP (RCVBASE) IS SORTED INTO CUST-ID   *
001800*         ORDER AND PROVED AGAINST THE MATCHING SNAPSHOT         *
001900*         (RCVSNAP) - AN OPENING BALANCE THAT DISAGREES IS       *
002000*         LISTED BEFORE ANYTHING IS REPLAYED ON TOP OF IT.       *
002100*      2. THE DAY'S EDITED MAINTENANCE (MAINTOK) IS APPLIED BY   *
002200*         SAMPCOBL'S OWN RULES INTO A NEW INDEXED MASTER         *
002300*         (RCVMSTR), MERGE TOP-UPS INCLUDED.                     *
002400*      3. THE DAY'S POSTED HISTORY (POSTHIST) IS REPLAYED IN     *
002500*         ITS ORIGINAL ORDER UP TO THE RECOVERY POINT, THEN THE  *
002600*         DAY'S ACCRUAL DETAIL (ACCRDETL).                       *
002700*      4. THE REBUILT MASTER IS UNLOADED (RCVSEQO) AND COMPARED  *
002800*         WITH THE CURRENT MASTER (NEWCUST).  EVERY ACCOUNT      *
002900*         WHOSE BALANCE OR STATUS DIFFERS, OR THAT IS ON ONLY    *
003000*         ONE SIDE, IS LISTED ON THE RECOVERY REPORT (RCVRPT).   *
003100*                                                                *
003200*    THE MAINTENANCE RECORDS CARRY NO DATE, SO ONE STEP          *
003300*    RECOVERS ONE BUSINESS DAY.  THE JOB REPEATS THE STEP FOR    *
003400*    EACH RETAINED DAY FROM THE BACKUP FORWARD, EACH STEP        *
003500*    READING THE PREVIOUS STEP'S RCVSEQO AS ITS RCVBASE, AND     *
003600*    ONLY THE LAST STEP IS GIVEN A STOP TIME.  THE PARM IS THE   *
003700*    RECOVERY POINT - DATE YYMMDD AND OPTIONAL TIME HHMMSSCC ON  *
003800*    THE SAME CLOCK TXNPOST STAMPS ON POSTHIST.  A POSTING       *
003900*    STAMPED AFTER THE POINT IS NOT REPLAYED.  ACCRUAL DETAIL    *
004000*    CARRIES NO TIME AND ACCRUAL RUNS AFTER THE POSTING WINDOW,  *
004100*    SO THE POINT DATE'S ACCRUALS ARE REPLAYED ONLY WHEN NO      *
004200*    STOP TIME IS GIVEN.                                         *
004300*                                                                *
004400*    THE REBUILD COVERS MAINTENANCE, MERGES, POSTINGS AND        *
004500*    ACCRUALS.  A BALANCE OR STATUS SET DIRECTLY ON THE MASTER   *
004600*    BY ANOTHER PASS (CHGOFF, A REINSTATEMENT RELEASED BY        *
004700*    APPRREL) IS NOT REPLAYED AND SHOWS ON THE COMPARISON.       *
004800*                                                                *
004812*    MAINTENANCE IS HELD TO SAMPCOBL'S PERIOD-CLOSE LOCK, WITH   *
004825*    THE RECOVERY DATE AS THE BUSINESS DATE.  ONLY CLOSES RUN    *
004837*    ON OR BEFORE THAT DATE COUNT (PERDCTL, SEE PCLSREC) - A     *
004850*    PERIOD CLOSED LATER WAS STILL OPEN ON THE NIGHT.  A LOCKED  *
004862*    ADD, CHANGE OR DELETE IS LISTED AS PERIOD CLOSED AND THE    *
004875*    BACKUP RECORD CARRIED, AS SAMPCOBL REJECTED IT.             *
004887*                                                                *
004900*    RETURN CODES - 0 CLEAN, 4 DIFFERENCES OR REPLAY EXCEPTIONS  *
005000*    LISTED, 16 PARM MISSING OR INVALID, 24 A REQUIRED FILE      *
005100*    COULD NOT BE OPENED.                                        *
005200*                                                                *
005300******************************************************************
005400* MODIFICATION HISTORY
005500*   11/01/2026  RVH  ORIGINAL.
005500*   11/10/2026  RVH  CARRIES THE LEGAL-HOLD INDICATOR AND HOLD
005500*                    TYPE (SEE CUSTREC) THROUGH A REPLAYED
005500*                    CHANGE AS SAMPCOBL DOES; A REPLAYED ADD
005500*                    STARTS WITH NO HOLD.
005500*   11/11/2026  RVH  REPLAYED ADDS AND CHANGES CARRY THE
005500*                    EMAIL ADDRESS, DELIVERY PREFERENCE AND
005500*                    ECONSENT DATE, AS SAMPCOBL APPLIES THEM.
005520*   11/22/2026  RVH  MAINTENANCE IS HELD TO SAMPCOBL'S
005540*                    PERIOD-CLOSE LOCK, THE RECOVERY DATE
005560*                    STANDING AS THE BUSINESS DATE AND ONLY
005580*                    CLOSES RUN BY THEN COUNTING (PERDCTL).
005600******************************************************************
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT RAW-CUSTOMER-FILE ASSIGN TO RCVBASE
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS RAW-CUSTOMER-FILE-STATUS.
006500     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
006600     SELECT OLD-CUSTOMER-FILE ASSIGN TO RCVSORT
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS OLD-CUSTOMER-FILE-STATUS.
007000     SELECT SNAPSHOT-FILE ASSIGN TO RCVSNAP
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS SNAPSHOT-FILE-STATUS.
007400     SELECT MAINTENANCE-FILE ASSIGN TO MAINTOK
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS MAINT-FILE-STATUS.
007800     SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHFILE
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS EXCH-FILE-STATUS.
008200     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
008300         ORGANIZATION IS SEQUENTIAL
008400         ACCESS MODE IS SEQUENTIAL
008500         FILE STATUS IS POSTED-HISTORY-STATUS.
008600     SELECT ACCRUAL-DETAIL-FILE ASSIGN TO ACCRDETL
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS ACCRUAL-DETAIL-STATUS.
009000     SELECT CUSTOMER-FILE ASSIGN TO RCVMSTR
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS CUST-ID
009400         FILE STATUS IS CUSTOMER-FILE-STATUS.
009500     SELECT CURRENT-CUSTOMER-FILE ASSIGN TO NEWCUST
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS SEQUENTIAL
009800         RECORD KEY IS CUR-CUST-ID
009900         FILE STATUS IS CURRENT-FILE-STATUS.
010000     SELECT UNLOAD-FILE ASSIGN TO RCVSEQO
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS UNLOAD-FILE-STATUS.
010400     SELECT RECOVERY-REPORT ASSIGN TO RCVRPT
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS RECOVERY-REPORT-STATUS.
010620     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
010640         ORGANIZATION IS SEQUENTIAL
010660         ACCESS MODE IS SEQUENTIAL
010680         FILE STATUS IS PERIOD-CLOSE-STATUS.
010700
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  RAW-CUSTOMER-FILE
011100     LABEL RECORDS ARE STANDARD
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORDING MODE F
011400     DATA RECORD IS RAW-CUSTOMER-RECORD.
011500     COPY CUSTREC
011600         REPLACING CUSTOMER-RECORD BY RAW-CUSTOMER-RECORD
011700         CUST-ID BY RAW-CUST-ID
011800         CUST-ID-PARTS BY RAW-CUST-ID-PARTS
011900         CUST-CUSTOMER-NO BY RAW-CUST-CUSTOMER-NO
012000         CUST-ACCT-SUFFIX BY RAW-CUST-ACCT-SUFFIX
012100         CUST-NAME BY RAW-CUST-NAME
012200         CUST-BALANCE BY RAW-CUST-BALANCE
012300         CUST-IN-CREDIT BY RAW-CUST-IN-CREDIT
012400         CUST-PHONE BY RAW-CUST-PHONE
012500         CUST-ADDRESS BY RAW-CUST-ADDRESS
012600         CUST-STATUS-ACTIVE BY RAW-CUST-STATUS-ACTIVE
012700         CUST-STATUS-CLOSED BY RAW-CUST-STATUS-CLOSED
012800         CUST-STATUS-FROZEN BY RAW-CUST-STATUS-FROZEN
012900         CUST-STATUS-CHGOFF BY RAW-CUST-STATUS-CHGOFF
013000         CUST-STATUS-VALID BY RAW-CUST-STATUS-VALID
013100         CUST-STATUS BY RAW-CUST-STATUS
013200         CUST-LAST-ACTIVITY-DATE BY RAW-CUST-LAST-ACTIVITY-DATE
013300         CUST-CURRENCY-CODE BY RAW-CUST-CURRENCY-CODE
013400         CUST-CREDIT-LIMIT BY RAW-CUST-CREDIT-LIMIT
013500         CUST-BRANCH-CODE BY RAW-CUST-BRANCH-CODE
013600         CUST-STMT-CYCLE-DAY BY RAW-CUST-STMT-CYCLE-DAY
013700         CUST-BUREAU-SUPPRESS BY RAW-CUST-BUREAU-SUPPRESS
013800         CUST-BUREAU-SUPPRESSED BY RAW-CUST-BUREAU-SUPPRESSED
013900         CUST-MAIL-STATUS BY RAW-CUST-MAIL-STATUS
014000         CUST-MAIL-RETURNED BY RAW-CUST-MAIL-RETURNED
014000         CUST-LEGAL-HOLD BY RAW-CUST-LEGAL-HOLD
014000         CUST-ON-LEGAL-HOLD BY RAW-CUST-ON-LEGAL-HOLD
014000         CUST-HOLD-TYPE BY RAW-CUST-HOLD-TYPE
014000         CUST-HOLD-BANKRUPTCY BY RAW-CUST-HOLD-BANKRUPTCY
014000         CUST-HOLD-DECEASED BY RAW-CUST-HOLD-DECEASED
014000         CUST-HOLD-LITIGATION BY RAW-CUST-HOLD-LITIGATION
014000         CUST-HOLD-CEASE-DESIST BY RAW-CUST-HOLD-CEASE-DESIST
014000         CUST-HOLD-TYPE-VALID BY RAW-CUST-HOLD-TYPE-VALID
014000         CUST-EMAIL-ADDRESS BY RAW-CUST-EMAIL-ADDRESS
014000         CUST-DELIVERY-PREF BY RAW-CUST-DELIVERY-PREF
014000         CUST-DELIVER-PAPER BY RAW-CUST-DELIVER-PAPER
014000         CUST-DELIVER-ELECTRONIC BY RAW-CUST-DELIVER-ELECTRONIC
014000         CUST-DELIVER-BOTH BY RAW-CUST-DELIVER-BOTH
014000         CUST-DELIVER-BY-EMAIL BY RAW-CUST-DELIVER-BY-EMAIL
014000         CUST-DELIVERY-PREF-VALID BY RAW-CUST-DELIVERY-PREF-VALID
014000         CUST-ECONSENT-DATE BY RAW-CUST-ECONSENT-DATE.
014100
014200 SD  SORT-WORK-FILE
014300     DATA RECORD IS SORT-WORK-RECORD.
014400     COPY CUSTREC
014500         REPLACING CUSTOMER-RECORD BY SORT-WORK-RECORD
014600         CUST-ID BY SRTWK-CUST-ID
014700         CUST-ID-PARTS BY SRTWK-CUST-ID-PARTS
014800         CUST-CUSTOMER-NO BY SRTWK-CUST-CUSTOMER-NO
014900         CUST-ACCT-SUFFIX BY SRTWK-CUST-ACCT-SUFFIX
015000         CUST-NAME BY SRTWK-CUST-NAME
015100         CUST-BALANCE BY SRTWK-CUST-BALANCE
015200         CUST-IN-CREDIT BY SRTWK-CUST-IN-CREDIT
015300         CUST-PHONE BY SRTWK-CUST-PHONE
015400         CUST-ADDRESS BY SRTWK-CUST-ADDRESS
015500         CUST-STATUS-ACTIVE BY SRTWK-CUST-STATUS-ACTIVE
015600         CUST-STATUS-CLOSED BY SRTWK-CUST-STATUS-CLOSED
015700         CUST-STATUS-FROZEN BY SRTWK-CUST-STATUS-FROZEN
015800         CUST-STATUS-CHGOFF BY SRTWK-CUST-STATUS-CHGOFF
015900         CUST-STATUS-VALID BY SRTWK-CUST-STATUS-VALID
016000         CUST-STATUS BY SRTWK-CUST-STATUS
016100         CUST-LAST-ACTIVITY-DATE BY SRTWK-CUST-LAST-ACTIVITY-DATE
016200         CUST-CURRENCY-CODE BY SRTWK-CUST-CURRENCY-CODE
016300         CUST-CREDIT-LIMIT BY SRTWK-CUST-CREDIT-LIMIT
016400         CUST-BRANCH-CODE BY SRTWK-CUST-BRANCH-CODE
016500         CUST-STMT-CYCLE-DAY BY SRTWK-CUST-STMT-CYCLE-DAY
016600         CUST-BUREAU-SUPPRESS BY SRTWK-CUST-BUREAU-SUPPRESS
016700         CUST-BUREAU-SUPPRESSED BY SRTWK-CUST-BUREAU-SUPPRESSED
016800         CUST-MAIL-STATUS BY SRTWK-CUST-MAIL-STATUS
016900         CUST-MAIL-RETURNED BY SRTWK-CUST-MAIL-RETURNED
016900         CUST-LEGAL-HOLD BY SRTWK-CUST-LEGAL-HOLD
016900         CUST-ON-LEGAL-HOLD BY SRTWK-CUST-ON-LEGAL-HOLD
016900         CUST-HOLD-TYPE BY SRTWK-CUST-HOLD-TYPE
016900         CUST-HOLD-BANKRUPTCY BY SRTWK-CUST-HOLD-BANKRUPTCY
016900         CUST-HOLD-DECEASED BY SRTWK-CUST-HOLD-DECEASED
016900         CUST-HOLD-LITIGATION BY SRTWK-CUST-HOLD-LITIGATION
016900         CUST-HOLD-CEASE-DESIST BY SRTWK-CUST-HOLD-CEASE-DESIST
016900         CUST-HOLD-TYPE-VALID BY SRTWK-CUST-HOLD-TYPE-VALID
016900         CUST-EMAIL-ADDRESS BY SRTWK-CUST-EMAIL-ADDRESS
016900         CUST-DELIVERY-PREF BY SRTWK-CUST-DELIVERY-PREF
016900         CUST-DELIVER-PAPER BY SRTWK-CUST-DELIVER-PAPER
016900         CUST-DELIVER-ELECTRONIC BY SRTWK-CUST-DELIVER-ELECTRONIC
016900         CUST-DELIVER-BOTH BY SRTWK-CUST-DELIVER-BOTH
016900         CUST-DELIVER-BY-EMAIL BY SRTWK-CUST-DELIVER-BY-EMAIL
016900         CUST-DELIVERY-PREF-VALID BY
016900             SRTWK-CUST-DELIVERY-PREF-VALID
016900         CUST-ECONSENT-DATE BY SRTWK-CUST-ECONSENT-DATE.
017000
017100 FD  OLD-CUSTOMER-FILE
017200     LABEL RECORDS ARE STANDARD
017300     BLOCK CONTAINS 0 RECORDS
017400     RECORDING MODE F
017500     DATA RECORD IS OLD-CUSTOMER-RECORD.
017600     COPY CUSTREC
017700         REPLACING CUSTOMER-RECORD BY OLD-CUSTOMER-RECORD
017800         CUST-ID BY OLD-CUST-ID
017900         CUST-ID-PARTS BY OLD-CUST-ID-PARTS
018000         CUST-CUSTOMER-NO BY OLD-CUST-CUSTOMER-NO
018100         CUST-ACCT-SUFFIX BY OLD-CUST-ACCT-SUFFIX
018200         CUST-NAME BY OLD-CUST-NAME
018300         CUST-BALANCE BY OLD-CUST-BALANCE
018400         CUST-IN-CREDIT BY OLD-CUST-IN-CREDIT
018500         CUST-PHONE BY OLD-CUST-PHONE
018600         CUST-ADDRESS BY OLD-CUST-ADDRESS
018700         CUST-STATUS-ACTIVE BY OLD-CUST-STATUS-ACTIVE
018800         CUST-STATUS-CLOSED BY OLD-CUST-STATUS-CLOSED
018900         CUST-STATUS-FROZEN BY OLD-CUST-STATUS-FROZEN
019000         CUST-STATUS-CHGOFF BY OLD-CUST-STATUS-CHGOFF
019100         CUST-STATUS-VALID BY OLD-CUST-STATUS-VALID
019200         CUST-STATUS BY OLD-CUST-STATUS
019300         CUST-LAST-ACTIVITY-DATE BY OLD-CUST-LAST-ACTIVITY-DATE
019400         CUST-CURRENCY-CODE BY OLD-CUST-CURRENCY-CODE
019500         CUST-CREDIT-LIMIT BY OLD-CUST-CREDIT-LIMIT
019600         CUST-BRANCH-CODE BY OLD-CUST-BRANCH-CODE
019700         CUST-STMT-CYCLE-DAY BY OLD-CUST-STMT-CYCLE-DAY
019800         CUST-BUREAU-SUPPRESS BY OLD-CUST-BUREAU-SUPPRESS
019900         CUST-BUREAU-SUPPRESSED BY OLD-CUST-BUREAU-SUPPRESSED
020000         CUST-MAIL-STATUS BY OLD-CUST-MAIL-STATUS
020100         CUST-MAIL-RETURNED BY OLD-CUST-MAIL-RETURNED
020100         CUST-LEGAL-HOLD BY OLD-CUST-LEGAL-HOLD
020100         CUST-ON-LEGAL-HOLD BY OLD-CUST-ON-LEGAL-HOLD
020100         CUST-HOLD-TYPE BY OLD-CUST-HOLD-TYPE
020100         CUST-HOLD-BANKRUPTCY BY OLD-CUST-HOLD-BANKRUPTCY
020100         CUST-HOLD-DECEASED BY OLD-CUST-HOLD-DECEASED
020100         CUST-HOLD-LITIGATION BY OLD-CUST-HOLD-LITIGATION
020100         CUST-HOLD-CEASE-DESIST BY OLD-CUST-HOLD-CEASE-DESIST
020100         CUST-HOLD-TYPE-VALID BY OLD-CUST-HOLD-TYPE-VALID
020100         CUST-EMAIL-ADDRESS BY OLD-CUST-EMAIL-ADDRESS
020100         CUST-DELIVERY-PREF BY OLD-CUST-DELIVERY-PREF
020100         CUST-DELIVER-PAPER BY OLD-CUST-DELIVER-PAPER
020100         CUST-DELIVER-ELECTRONIC BY OLD-CUST-DELIVER-ELECTRONIC
020100         CUST-DELIVER-BOTH BY OLD-CUST-DELIVER-BOTH
020100         CUST-DELIVER-BY-EMAIL BY OLD-CUST-DELIVER-BY-EMAIL
020100         CUST-DELIVERY-PREF-VALID BY OLD-CUST-DELIVERY-PREF-VALID
020100         CUST-ECONSENT-DATE BY OLD-CUST-ECONSENT-DATE.
020200
020300 FD  SNAPSHOT-FILE
020400     LABEL RECORDS ARE STANDARD
020500     BLOCK CONTAINS 0 RECORDS
020600     RECORDING MODE F
020700     DATA RECORD IS SNAPSHOT-RECORD.
020800     COPY SNAPREC.
020900
021000 FD  MAINTENANCE-FILE
021100     LABEL RECORDS ARE STANDARD
021200     BLOCK CONTAINS 0 RECORDS
021300     RECORDING MODE F
021400     DATA RECORD IS MAINT-TRANSACTION-RECORD.
021500     COPY MAINTTXN.
021600
021700 FD  EXCHANGE-RATE-FILE
021800     LABEL RECORDS ARE STANDARD
021900     BLOCK CONTAINS 0 RECORDS
022000     RECORDING MODE F
022100     DATA RECORD IS EXCHANGE-RATE-RECORD.
022200     COPY EXCHREC.
022300
022400 FD  POSTED-HISTORY-FILE
022500     LABEL RECORDS ARE STANDARD
022600     BLOCK CONTAINS 0 RECORDS
022700     RECORDING MODE F
022800     DATA RECORD IS POSTED-HISTORY-RECORD.
022900     COPY POSTHREC.
023000
023100 FD  ACCRUAL-DETAIL-FILE
023200     LABEL RECORDS ARE STANDARD
023300     BLOCK CONTAINS 0 RECORDS
023400     RECORDING MODE F
023500     DATA RECORD IS ACCRUAL-DETAIL-RECORD.
023600     COPY ACRDREC.
023700
023800 FD  CUSTOMER-FILE
023900     LABEL RECORDS ARE STANDARD
024000     BLOCK CONTAINS 0 RECORDS
024100     RECORDING MODE F
024200     DATA RECORD IS CUSTOMER-RECORD.
024300     COPY CUSTREC.
024400
024500 FD  CURRENT-CUSTOMER-FILE
024600     LABEL RECORDS ARE STANDARD
024700     BLOCK CONTAINS 0 RECORDS
024800     RECORDING MODE F
024900     DATA RECORD IS CURRENT-CUSTOMER-RECORD.
025000     COPY CUSTREC
025100         REPLACING CUSTOMER-RECORD BY CURRENT-CUSTOMER-RECORD
025200         CUST-ID BY CUR-CUST-ID
025300         CUST-ID-PARTS BY CUR-CUST-ID-PARTS
025400         CUST-CUSTOMER-NO BY CUR-CUST-CUSTOMER-NO
025500         CUST-ACCT-SUFFIX BY CUR-CUST-ACCT-SUFFIX
025600         CUST-NAME BY CUR-CUST-NAME
025700         CUST-BALANCE BY CUR-CUST-BALANCE
025800         CUST-IN-CREDIT BY CUR-CUST-IN-CREDIT
025900         CUST-PHONE BY CUR-CUST-PHONE
026000         CUST-ADDRESS BY CUR-CUST-ADDRESS
026100         CUST-STATUS-ACTIVE BY CUR-CUST-STATUS-ACTIVE
026200         CUST-STATUS-CLOSED BY CUR-CUST-STATUS-CLOSED
026300         CUST-STATUS-FROZEN BY CUR-CUST-STATUS-FROZEN
026400         CUST-STATUS-CHGOFF BY CUR-CUST-STATUS-CHGOFF
026500         CUST-STATUS-VALID BY CUR-CUST-STATUS-VALID
026600         CUST-STATUS BY CUR-CUST-STATUS
026700         CUST-LAST-ACTIVITY-DATE BY CUR-CUST-LAST-ACTIVITY-DATE
026800         CUST-CURRENCY-CODE BY CUR-CUST-CURRENCY-CODE
026900         CUST-CREDIT-LIMIT BY CUR-CUST-CREDIT-LIMIT
027000         CUST-BRANCH-CODE BY CUR-CUST-BRANCH-CODE
027100         CUST-STMT-CYCLE-DAY BY CUR-CUST-STMT-CYCLE-DAY
027200         CUST-BUREAU-SUPPRESS BY CUR-CUST-BUREAU-SUPPRESS
027300         CUST-BUREAU-SUPPRESSED BY CUR-CUST-BUREAU-SUPPRESSED
027400         CUST-MAIL-STATUS BY CUR-CUST-MAIL-STATUS
027500         CUST-MAIL-RETURNED BY CUR-CUST-MAIL-RETURNED
027500         CUST-LEGAL-HOLD BY CUR-CUST-LEGAL-HOLD
027500         CUST-ON-LEGAL-HOLD BY CUR-CUST-ON-LEGAL-HOLD
027500         CUST-HOLD-TYPE BY CUR-CUST-HOLD-TYPE
027500         CUST-HOLD-BANKRUPTCY BY CUR-CUST-HOLD-BANKRUPTCY
027500         CUST-HOLD-DECEASED BY CUR-CUST-HOLD-DECEASED
027500         CUST-HOLD-LITIGATION BY CUR-CUST-HOLD-LITIGATION
027500         CUST-HOLD-CEASE-DESIST BY CUR-CUST-HOLD-CEASE-DESIST
027500         CUST-HOLD-TYPE-VALID BY CUR-CUST-HOLD-TYPE-VALID
027500         CUST-EMAIL-ADDRESS BY CUR-CUST-EMAIL-ADDRESS
027500         CUST-DELIVERY-PREF BY CUR-CUST-DELIVERY-PREF
027500         CUST-DELIVER-PAPER BY CUR-CUST-DELIVER-PAPER
027500         CUST-DELIVER-ELECTRONIC BY CUR-CUST-DELIVER-ELECTRONIC
027500         CUST-DELIVER-BOTH BY CUR-CUST-DELIVER-BOTH
027500         CUST-DELIVER-BY-EMAIL BY CUR-CUST-DELIVER-BY-EMAIL
027500         CUST-DELIVERY-PREF-VALID BY CUR-CUST-DELIVERY-PREF-VALID
027500         CUST-ECONSENT-DATE BY CUR-CUST-ECONSENT-DATE.
027600
027700 FD  UNLOAD-FILE
027800     LABEL RECORDS ARE STANDARD
027900     BLOCK CONTAINS 0 RECORDS
028000     RECORDING MODE F
028100     DATA RECORD IS UNLOAD-RECORD.
028200     COPY CUSTREC
028300         REPLACING CUSTOMER-RECORD BY UNLOAD-RECORD
028400         CUST-ID BY UNL-CUST-ID
028500         CUST-ID-PARTS BY UNL-CUST-ID-PARTS
028600         CUST-CUSTOMER-NO BY UNL-CUST-CUSTOMER-NO
028700         CUST-ACCT-SUFFIX BY UNL-CUST-ACCT-SUFFIX
028800         CUST-NAME BY UNL-CUST-NAME
028900         CUST-BALANCE BY UNL-CUST-BALANCE
029000         CUST-IN-CREDIT BY UNL-CUST-IN-CREDIT
029100         CUST-PHONE BY UNL-CUST-PHONE
029200         CUST-ADDRESS BY UNL-CUST-ADDRESS
029300         CUST-STATUS-ACTIVE BY UNL-CUST-STATUS-ACTIVE
029400         CUST-STATUS-CLOSED BY UNL-CUST-STATUS-CLOSED
029500         CUST-STATUS-FROZEN BY UNL-CUST-STATUS-FROZEN
029600         CUST-STATUS-CHGOFF BY UNL-CUST-STATUS-CHGOFF
029700         CUST-STATUS-VALID BY UNL-CUST-STATUS-VALID
029800         CUST-STATUS BY UNL-CUST-STATUS
029900         CUST-LAST-ACTIVITY-DATE BY UNL-CUST-LAST-ACTIVITY-DATE
030000         CUST-CURRENCY-CODE BY UNL-CUST-CURRENCY-CODE
030100         CUST-CREDIT-LIMIT BY UNL-CUST-CREDIT-LIMIT
030200         CUST-BRANCH-CODE BY UNL-CUST-BRANCH-CODE
030300         CUST-STMT-CYCLE-DAY BY UNL-CUST-STMT-CYCLE-DAY
030400         CUST-BUREAU-SUPPRESS BY UNL-CUST-BUREAU-SUPPRESS
030500         CUST-BUREAU-SUPPRESSED BY UNL-CUST-BUREAU-SUPPRESSED
030600         CUST-MAIL-STATUS BY UNL-CUST-MAIL-STATUS
030700         CUST-MAIL-RETURNED BY UNL-CUST-MAIL-RETURNED
030700         CUST-LEGAL-HOLD BY UNL-CUST-LEGAL-HOLD
030700         CUST-ON-LEGAL-HOLD BY UNL-CUST-ON-LEGAL-HOLD
030700         CUST-HOLD-TYPE BY UNL-CUST-HOLD-TYPE
030700         CUST-HOLD-BANKRUPTCY BY UNL-CUST-HOLD-BANKRUPTCY
030700         CUST-HOLD-DECEASED BY UNL-CUST-HOLD-DECEASED
030700         CUST-HOLD-LITIGATION BY UNL-CUST-HOLD-LITIGATION
030700         CUST-HOLD-CEASE-DESIST BY UNL-CUST-HOLD-CEASE-DESIST
030700         CUST-HOLD-TYPE-VALID BY UNL-CUST-HOLD-TYPE-VALID
030700         CUST-EMAIL-ADDRESS BY UNL-CUST-EMAIL-ADDRESS
030700         CUST-DELIVERY-PREF BY UNL-CUST-DELIVERY-PREF
030700         CUST-DELIVER-PAPER BY UNL-CUST-DELIVER-PAPER
030700         CUST-DELIVER-ELECTRONIC BY UNL-CUST-DELIVER-ELECTRONIC
030700         CUST-DELIVER-BOTH BY UNL-CUST-DELIVER-BOTH
030700         CUST-DELIVER-BY-EMAIL BY UNL-CUST-DELIVER-BY-EMAIL
030700         CUST-DELIVERY-PREF-VALID BY UNL-CUST-DELIVERY-PREF-VALID
030700         CUST-ECONSENT-DATE BY UNL-CUST-ECONSENT-DATE.
030800
030900 FD  RECOVERY-REPORT
031000     LABEL RECORDS ARE OMITTED
031100     RECORDING MODE F.
031200 01  RECOVERY-REPORT-LINE     PIC X(132).
031300
031312 FD  PERIOD-CLOSE-FILE
031325     LABEL RECORDS ARE STANDARD
031337     BLOCK CONTAINS 0 RECORDS
031350     RECORDING MODE F
031362     DATA RECORD IS PERIOD-CLOSE-RECORD.
031375     COPY PCLSREC.
031387
031400 WORKING-STORAGE SECTION.
031500******************************************************************
031600*    FILE STATUS                                                 *
031700******************************************************************
031800 01  RAW-CUSTOMER-FILE-STATUS  PIC X(02).
031900     88  RAW-FILE-OK               VALUE "00".
032000 01  OLD-CUSTOMER-FILE-STATUS  PIC X(02).
032100     88  OLD-FILE-OK               VALUE "00".
032200 01  SNAPSHOT-FILE-STATUS      PIC X(02).
032300     88  SNAPSHOT-FILE-OK          VALUE "00".
032400 01  MAINT-FILE-STATUS         PIC X(02).
032500     88  MAINT-FILE-OK             VALUE "00".
032600 01  EXCH-FILE-STATUS          PIC X(02).
032700     88  EXCH-FILE-OK              VALUE "00".
032800 01  POSTED-HISTORY-STATUS     PIC X(02).
032900     88  POSTED-HISTORY-OK         VALUE "00".
033000 01  ACCRUAL-DETAIL-STATUS     PIC X(02).
033100     88  ACCRUAL-DETAIL-OK         VALUE "00".
033200 01  CUSTOMER-FILE-STATUS      PIC X(02).
033300     88  CUST-FILE-OK              VALUE "00".
033400 01  CURRENT-FILE-STATUS       PIC X(02).
033500     88  CURRENT-FILE-OK           VALUE "00".
033600 01  UNLOAD-FILE-STATUS        PIC X(02).
033700     88  UNLOAD-FILE-OK            VALUE "00".
033800 01  RECOVERY-REPORT-STATUS    PIC X(02).
033900     88  RECOVERY-REPORT-OK        VALUE "00".
033925 01  PERIOD-CLOSE-STATUS       PIC X(02).
033950     88  PERIOD-CLOSE-OK           VALUE "00".
033975     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
034000
034100******************************************************************
034200*    PARM - THE RECOVERY POINT.  DATE REQUIRED, TIME OPTIONAL.   *
034300*    A BLANK TIME MEANS THE WHOLE OF THE POINT DATE.             *
034400******************************************************************
034500 01  WS-PARM-DATA              PIC X(14) VALUE SPACES.
034600 01  WS-PARM-FIELDS REDEFINES WS-PARM-DATA.
034700     05  WS-PARM-DATE          PIC X(06).
034800     05  WS-PARM-TIME          PIC X(08).
034900 01  WS-POINT.
035000     05  WS-POINT-DATE         PIC 9(06) VALUE 0.
035100     05  WS-POINT-TIME         PIC 9(08) VALUE 99999999.
035200 01  WS-STAMP.
035300     05  WS-STAMP-DATE         PIC 9(06) VALUE 0.
035400     05  WS-STAMP-TIME         PIC 9(08) VALUE 0.
035500 01  WS-STOP-TIME-GIVEN        PIC X(01) VALUE "N".
035600     88  STOP-TIME-WAS-GIVEN       VALUE "Y".
035606
035613******************************************************************
035620*    PERIOD-CLOSE LOCK FIELDS - AS SAMPCOBL'S, WITH THE RECOVERY *
035626*    DATE STANDING IN FOR THE BUSINESS DATE.                     *
035633******************************************************************
035640 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
035646 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
035653     88  CLOSE-FILE-AT-END         VALUE "Y".
035660 01  WS-PERIOD-LOCK-DATE       PIC 9(06) VALUE 0.
035666 01  WS-BUSINESS-PERIOD-CLOSED PIC X(01) VALUE "N".
035673     88  BUSINESS-PERIOD-CLOSED    VALUE "Y".
035680 01  WS-PERIOD-LOCKED          PIC X(01) VALUE "N".
035686     88  MAINT-PERIOD-LOCKED       VALUE "Y".
035693 01  WS-LOCK-OLD-BALANCE       PIC S9(7)V99 VALUE 0.
035700
035800******************************************************************
035900*    RUN CONTROL FIELDS                                          *
036000*    THE RETURN CODE IS KEPT AT THE HIGHEST SEVERITY SEEN, AS    *
036100*    SAMPCOBL'S 9100-SET-RETURN-CODE KEEPS IT.                   *
036200******************************************************************
036300 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
036400 01  WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
036500 01  WS-RETURN-CODE            PIC 9(03) VALUE 0.
036600 01  WS-SEVERITY-CANDIDATE     PIC 9(03) VALUE 0.
036700 01  WS-OLD-AT-END             PIC X(01) VALUE "N".
036800     88  OLD-IS-AT-END             VALUE "Y".
036900 01  WS-MAINT-AT-END           PIC X(01) VALUE "N".
037000     88  MAINT-IS-AT-END           VALUE "Y".
037100 01  WS-EXCH-AT-END            PIC X(01) VALUE "N".
037200     88  EXCH-IS-AT-END            VALUE "Y".
037300 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
037400     88  HISTORY-FILE-AT-END       VALUE "Y".
037500 01  WS-ACCRUAL-AT-END         PIC X(01) VALUE "N".
037600     88  ACCRUAL-FILE-AT-END       VALUE "Y".
037700 01  WS-SNAPSHOT-PRESENT       PIC X(01) VALUE "N".
037800     88  SNAPSHOT-FILE-PRESENT     VALUE "Y".
037900 01  WS-CURRENT-PRESENT        PIC X(01) VALUE "N".
038000     88  CURRENT-FILE-PRESENT      VALUE "Y".
038100 01  WS-OLD-KEY                PIC X(10) VALUE SPACES.
038200 01  WS-SNAP-KEY               PIC X(10) VALUE SPACES.
038300 01  WS-RCV-KEY                PIC X(10) VALUE SPACES.
038400 01  WS-CUR-KEY                PIC X(10) VALUE SPACES.
038500 01  WS-PUT-DUPLICATE          PIC X(01) VALUE "N".
038600     88  PUT-HIT-DUPLICATE         VALUE "Y".
038700 01  WS-REPLAY-FAILED          PIC X(01) VALUE "N".
038800     88  REPLAY-STEP-FAILED        VALUE "Y".
038900 01  WS-REPLAY-DELTA           PIC S9(8)V99 VALUE 0.
039000
039100******************************************************************
039200*    EXCHANGE RATE TABLE - LOADED THE WAY SAMPCOBL LOADS IT,     *
039300*    FOR THE CROSS-CURRENCY MERGE TOP-UP ONLY.                   *
039400******************************************************************
039500 01  WS-EXCH-TABLE-SIZE        PIC 9(3) BINARY VALUE 20.
039600 01  WS-EXCH-ENTRY-COUNT       PIC 9(3) BINARY VALUE 0.
039700 01  WS-EXCH-TABLE.
039800     05  WS-EXCH-ENTRY         OCCURS 21 TIMES.
039900         10  WS-EXCH-CODE      PIC X(03).
040000         10  WS-EXCH-RATE      PIC 9(3)V9(6).
040100
040200******************************************************************
040300*    PENDING MERGE TABLE - SAME SHAPE AND RULES AS SAMPCOBL'S.   *
040400******************************************************************
040500 01  WS-MRG-TABLE-SIZE         PIC 9(3) BINARY VALUE 50.
040600 01  WS-MRG-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
040700 01  WS-MRG-TABLE.
040800     05  WS-MRG-ENTRY          OCCURS 50 TIMES.
040900         10  WS-MRG-LOSING-ID      PIC X(10).
041000         10  WS-MRG-SURVIVOR-ID    PIC X(10).
041100         10  WS-MRG-BALANCE        PIC S9(7)V99.
041200         10  WS-MRG-CURRENCY       PIC X(03).
041300 01  WS-MRG-IDX                PIC 9(3) BINARY VALUE 0.
041400 01  WS-MRG-RATE-IDX           PIC 9(3) BINARY VALUE 0.
041500 01  WS-MRG-RATE-FOUND         PIC X(01) VALUE "N".
041600     88  MRG-RATE-FOUND            VALUE "Y".
041700 01  WS-MRG-WORK-CURRENCY      PIC X(03) VALUE SPACES.
041800 01  WS-MRG-BASE-AMOUNT        PIC S9(11)V99 VALUE 0.
041900 01  WS-MRG-ADD-AMOUNT         PIC S9(7)V99 VALUE 0.
042000
042100******************************************************************
042200*    ONE EXCEPTION LINE BEING BUILT                              *
042300******************************************************************
042400 01  WS-EXC-CUST-ID            PIC X(10) VALUE SPACES.
042500 01  WS-EXC-SOURCE             PIC X(08) VALUE SPACES.
042600 01  WS-EXC-TYPE               PIC X(01) VALUE SPACES.
042700 01  WS-EXC-REASON             PIC X(40) VALUE SPACES.
042800
042900******************************************************************
043000*    RUN TOTALS                                                  *
043100******************************************************************
043200 01  WS-BASE-COUNT             PIC 9(07) BINARY VALUE 0.
043300 01  WS-SNAPSHOT-COUNT         PIC 9(07) BINARY VALUE 0.
043400 01  WS-OPENING-DIFF-COUNT     PIC 9(07) BINARY VALUE 0.
043500 01  WS-MAINT-COUNT            PIC 9(07) BINARY VALUE 0.
043600 01  WS-MAINT-APPLIED-COUNT    PIC 9(07) BINARY VALUE 0.
043700 01  WS-MAINT-REJECTED-COUNT   PIC 9(07) BINARY VALUE 0.
043800 01  WS-MERGE-APPLIED-COUNT    PIC 9(07) BINARY VALUE 0.
043900 01  WS-POSTING-COUNT          PIC 9(07) BINARY VALUE 0.
044000 01  WS-POSTING-APPLIED-COUNT  PIC 9(07) BINARY VALUE 0.
044100 01  WS-POSTING-BEYOND-COUNT   PIC 9(07) BINARY VALUE 0.
044200 01  WS-POSTING-FAILED-COUNT   PIC 9(07) BINARY VALUE 0.
044300 01  WS-CHAIN-BREAK-COUNT      PIC 9(07) BINARY VALUE 0.
044400 01  WS-ACCRUAL-COUNT          PIC 9(07) BINARY VALUE 0.
044500 01  WS-ACCRUAL-APPLIED-COUNT  PIC 9(07) BINARY VALUE 0.
044600 01  WS-ACCRUAL-BEYOND-COUNT   PIC 9(07) BINARY VALUE 0.
044700 01  WS-ACCRUAL-FAILED-COUNT   PIC 9(07) BINARY VALUE 0.
044800 01  WS-REBUILT-COUNT          PIC 9(07) BINARY VALUE 0.
044900 01  WS-COMPARED-COUNT         PIC 9(07) BINARY VALUE 0.
045000 01  WS-DIFFERENCE-COUNT       PIC 9(07) BINARY VALUE 0.
045100 01  WS-EXCEPTION-COUNT        PIC 9(07) BINARY VALUE 0.
045200
045300******************************************************************
045400*    REPORT LINE LAYOUTS                                         *
045500******************************************************************
045600 01  FR-HEADING-LINE-1.
045700     05  FILLER                PIC X(01) VALUE SPACE.
045800     05  FILLER                PIC X(50) VALUE
045900         "FWDRECOV - POINT-IN-TIME FORWARD RECOVERY".
046000     05  FILLER                PIC X(09) VALUE "RUN DATE ".
046100     05  FR-HDG1-RUN-DATE      PIC 9(06).
046200
046300 01  FR-HEADING-LINE-2.
046400     05  FILLER                PIC X(01) VALUE SPACE.
046500     05  FILLER                PIC X(19) VALUE
046600         "RECOVERED TO DATE ".
046700     05  FR-HDG2-POINT-DATE    PIC 9(06).
046800     05  FILLER                PIC X(07) VALUE "  TIME ".
046900     05  FR-HDG2-POINT-TIME    PIC X(11).
047000
047100 01  FR-SECTION-LINE.
047200     05  FILLER                PIC X(01) VALUE SPACE.
047300     05  FR-SECTION-TEXT       PIC X(60) VALUE SPACES.
047400
047500 01  FR-COMPARE-HEADING.
047600     05  FILLER                PIC X(01) VALUE SPACE.
047700     05  FILLER                PIC X(12) VALUE "CUST-ID".
047800     05  FR-CHDG-LEFT          PIC X(14) VALUE SPACES.
047900     05  FILLER                PIC X(05) VALUE " ST".
048000     05  FR-CHDG-RIGHT         PIC X(14) VALUE SPACES.
048100     05  FILLER                PIC X(05) VALUE " ST".
048200     05  FILLER                PIC X(14) VALUE
048300         "   DIFFERENCE".
048400     05  FILLER                PIC X(05) VALUE SPACES.
048500     05  FILLER                PIC X(04) VALUE "NOTE".
048600
048700 01  FR-COMPARE-LINE.
048800     05  FILLER                PIC X(01) VALUE SPACE.
048900     05  FR-CMP-CUST-ID        PIC X(10).
049000     05  FILLER                PIC X(02) VALUE SPACES.
049100     05  FR-CMP-LEFT-BAL       PIC -Z,ZZZ,ZZ9.99.
049200     05  FILLER                PIC X(03) VALUE SPACES.
049300     05  FR-CMP-LEFT-STATUS    PIC X(01).
049400     05  FILLER                PIC X(02) VALUE SPACES.
049500     05  FR-CMP-RIGHT-BAL      PIC -Z,ZZZ,ZZ9.99.
049600     05  FILLER                PIC X(03) VALUE SPACES.
049700     05  FR-CMP-RIGHT-STATUS   PIC X(01).
049800     05  FILLER                PIC X(02) VALUE SPACES.
049900     05  FR-CMP-DIFFERENCE     PIC -Z,ZZZ,ZZ9.99.
050000     05  FILLER                PIC X(05) VALUE SPACES.
050100     05  FR-CMP-NOTE           PIC X(40).
050200
050300 01  FR-EXCEPTION-HEADING.
050400     05  FILLER                PIC X(01) VALUE SPACE.
050500     05  FILLER                PIC X(12) VALUE "CUST-ID".
050600     05  FILLER                PIC X(10) VALUE "SOURCE".
050700     05  FILLER                PIC X(05) VALUE "TYPE".
050800     05  FILLER                PIC X(06) VALUE "REASON".
050900
051000 01  FR-EXCEPTION-LINE.
051100     05  FILLER                PIC X(01) VALUE SPACE.
051200     05  FR-EXC-CUST-ID        PIC X(10).
051300     05  FILLER                PIC X(02) VALUE SPACES.
051400     05  FR-EXC-SOURCE         PIC X(08).
051500     05  FILLER                PIC X(03) VALUE SPACES.
051600     05  FR-EXC-TYPE           PIC X(01).
051700     05  FILLER                PIC X(04) VALUE SPACES.
051800     05  FR-EXC-REASON         PIC X(40).
051900
052000 01  FR-FOOTER-LINE.
052100     05  FILLER                PIC X(01) VALUE SPACE.
052200     05  FR-FTR-LABEL          PIC X(30).
052300     05  FILLER                PIC X(02) VALUE SPACES.
052400     05  FR-FTR-COUNT          PIC ZZZ,ZZ9.
052500
052600 01  FR-RESULT-LINE.
052700     05  FILLER                PIC X(01) VALUE SPACE.
052800     05  FR-RESULT-TEXT        PIC X(70) VALUE SPACES.
052900
053000 PROCEDURE DIVISION.
053100******************************************************************
053200*    0000-MAINLINE                                               *
053300******************************************************************
053400 0000-MAINLINE.
053500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
053600     PERFORM 1200-LOAD-EXCHANGE-RATES THRU 1200-EXIT
053650     PERFORM 1300-LOAD-PERIOD-CLOSE THRU 1300-EXIT
053700     PERFORM 2000-SORT-THE-BACKUP THRU 2000-EXIT
053800     PERFORM 2100-PROVE-OPENING-BALANCES THRU 2100-EXIT
053900     PERFORM 2500-APPLY-MAINTENANCE THRU 2500-EXIT
054000     PERFORM 3000-REPLAY-THE-DAY THRU 3000-EXIT
054100     PERFORM 4000-COMPARE-AND-UNLOAD THRU 4000-EXIT
054200     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
054300     PERFORM 9000-TERMINATE THRU 9000-EXIT
054400     MOVE WS-RETURN-CODE TO RETURN-CODE
054500     STOP RUN.
054600
054700******************************************************************
054800*    1000-INITIALIZE                                             *
054900*    THE RECOVERY POINT MUST BE GIVEN - A REBUILD "AS OF         *
055000*    WHENEVER" IS NOT A RECOVERY.  THE REPORT IS OPENED FIRST SO *
055100*    EVERY LATER PHASE HAS SOMEWHERE TO LIST WHAT IT REFUSED.    *
055200******************************************************************
055300 1000-INITIALIZE.
055400     ACCEPT WS-RUN-DATE FROM DATE
055500     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
055600     IF WS-PARM-DATE = SPACES OR WS-PARM-DATE NOT NUMERIC
055700         DISPLAY "FWDRECOV - RECOVERY DATE (YYMMDD) MISSING OR "
055800             "INVALID IN PARM - NOTHING REBUILT"
055900         MOVE 16 TO RETURN-CODE
056000         STOP RUN
056100     END-IF
056200     MOVE WS-PARM-DATE TO WS-POINT-DATE
056300     IF WS-PARM-TIME NOT = SPACES
056400         IF WS-PARM-TIME NOT NUMERIC
056500             DISPLAY "FWDRECOV - STOP TIME (HHMMSSCC) INVALID "
056600                 "IN PARM - NOTHING REBUILT"
056700             MOVE 16 TO RETURN-CODE
056800             STOP RUN
056900         END-IF
057000         MOVE WS-PARM-TIME TO WS-POINT-TIME
057100         MOVE "Y" TO WS-STOP-TIME-GIVEN
057200     END-IF
057300     OPEN OUTPUT RECOVERY-REPORT
057400     IF NOT RECOVERY-REPORT-OK
057500         DISPLAY "FWDRECOV - ERROR OPENING RECOVERY REPORT - "
057600             "STATUS " RECOVERY-REPORT-STATUS
057700         MOVE 24 TO RETURN-CODE
057800         STOP RUN
057900     END-IF
058000     MOVE WS-RUN-DATE TO FR-HDG1-RUN-DATE
058100     WRITE RECOVERY-REPORT-LINE FROM FR-HEADING-LINE-1
058200     MOVE WS-POINT-DATE TO FR-HDG2-POINT-DATE
058300     IF STOP-TIME-WAS-GIVEN
058400         MOVE WS-PARM-TIME TO FR-HDG2-POINT-TIME
058500     ELSE
058600         MOVE "END OF DAY" TO FR-HDG2-POINT-TIME
058700     END-IF
058800     WRITE RECOVERY-REPORT-LINE FROM FR-HEADING-LINE-2
058900     DISPLAY "FWDRECOV - RECOVERING TO " WS-POINT-DATE " "
059000         FR-HDG2-POINT-TIME.
059100 1000-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500*    1200-LOAD-EXCHANGE-RATES                                    *
059600*    OPTIONAL, AS IN SAMPCOBL - WITHOUT IT A CROSS-CURRENCY      *
059700*    MERGE TOP-UP FAILS AND IS LISTED RATHER THAN GUESSED.       *
059800******************************************************************
059900 1200-LOAD-EXCHANGE-RATES.
060000     OPEN INPUT EXCHANGE-RATE-FILE
060100     IF EXCH-FILE-OK
060200         PERFORM 1210-READ-NEXT-EXCH-RATE THRU 1210-EXIT
060300         PERFORM 1220-STORE-EXCH-RATE THRU 1220-EXIT
060400             UNTIL EXCH-IS-AT-END
060500         CLOSE EXCHANGE-RATE-FILE
060600     ELSE
060700         DISPLAY "FWDRECOV - NO EXCHANGE RATE FILE - "
060800             "CROSS-CURRENCY MERGES WILL NOT BE REPLAYED"
060900     END-IF.
061000 1200-EXIT.
061100     EXIT.
061200
061300 1210-READ-NEXT-EXCH-RATE.
061400     READ EXCHANGE-RATE-FILE
061500         AT END
061600             MOVE "Y" TO WS-EXCH-AT-END
061700     END-READ.
061800 1210-EXIT.
061900     EXIT.
062000
062100 1220-STORE-EXCH-RATE.
062200     IF WS-EXCH-ENTRY-COUNT < WS-EXCH-TABLE-SIZE
062300         ADD 1 TO WS-EXCH-ENTRY-COUNT
062400         MOVE EXCH-CURRENCY-CODE TO
062500             WS-EXCH-CODE(WS-EXCH-ENTRY-COUNT)
062600         MOVE EXCH-RATE-TO-BASE TO
062700             WS-EXCH-RATE(WS-EXCH-ENTRY-COUNT)
062800     ELSE
062900         DISPLAY "FWDRECOV - EXCHANGE RATE TABLE FULL - "
063000             EXCH-CURRENCY-CODE " NOT LOADED"
063100     END-IF
063200     PERFORM 1210-READ-NEXT-EXCH-RATE THRU 1210-EXIT.
063300 1220-EXIT.
063302     EXIT.
063304
063306******************************************************************
063308*    1300-LOAD-PERIOD-CLOSE                                      *
063310*    THE LOCK DATE IS THE HIGHEST CLOSED-THRU DATE AMONG THE     *
063312*    CLOSES RUN ON OR BEFORE THE RECOVERY DATE - A CLOSE RUN     *
063314*    LATER HAD NOT HAPPENED ON THE NIGHT BEING RECOVERED.  NO    *
063317*    PERDCTL MEANS NO PERIOD HAD BEEN CLOSED.                    *
063319******************************************************************
063321 1300-LOAD-PERIOD-CLOSE.
063323     MOVE 0 TO WS-CLOSED-THRU-DATE
063325     MOVE "N" TO WS-BUSINESS-PERIOD-CLOSED
063327     MOVE WS-POINT-DATE TO WS-PERIOD-LOCK-DATE
063329     OPEN INPUT PERIOD-CLOSE-FILE
063331     IF NOT PERIOD-CLOSE-OK
063334         GO TO 1300-EXIT
063336     END-IF
063338     MOVE "N" TO WS-CLOSE-AT-END
063340     PERFORM 1310-READ-CLOSE-RECORD THRU 1310-EXIT
063342         UNTIL CLOSE-FILE-AT-END
063344     CLOSE PERIOD-CLOSE-FILE
063346     IF WS-CLOSED-THRU-DATE > 0 AND
063348             WS-PERIOD-LOCK-DATE NOT > WS-CLOSED-THRU-DATE
063351         MOVE "Y" TO WS-BUSINESS-PERIOD-CLOSED
063353         DISPLAY "FWDRECOV - RECOVERY DATE " WS-PERIOD-LOCK-DATE
063355             " WAS IN A PERIOD CLOSED THRU " WS-CLOSED-THRU-DATE
063357             " - BALANCE CHANGES WILL BE REJECTED"
063359     END-IF.
063361 1300-EXIT.
063363     EXIT.
063365
063368 1310-READ-CLOSE-RECORD.
063370     READ PERIOD-CLOSE-FILE
063372         AT END
063374             MOVE "Y" TO WS-CLOSE-AT-END
063376             GO TO 1310-EXIT
063378     END-READ
063380     IF PCLS-CLOSE-RUN-DATE NOT NUMERIC OR
063382             PCLS-CLOSE-RUN-DATE > WS-POINT-DATE
063385         GO TO 1310-EXIT
063387     END-IF
063389     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
063391             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
063393         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
063395     END-IF.
063397 1310-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700*    2000-SORT-THE-BACKUP                                        *
063800*    THE BACKUP IS THE RAW CUSTFILE GENERATION (OR THE PRIOR     *
063900*    STEP'S UNLOAD), SO IT IS SORTED EXACTLY AS SAMPCOBL SORTS   *
064000*    IT BEFORE THE MATCH-MERGE.                                  *
064100******************************************************************
064200 2000-SORT-THE-BACKUP.
064300     SORT SORT-WORK-FILE ON ASCENDING KEY SRTWK-CUST-ID
064400         USING RAW-CUSTOMER-FILE
064500         GIVING OLD-CUSTOMER-FILE
064600     IF NOT RAW-FILE-OK
064700         DISPLAY "FWDRECOV - CUSTOMER BACKUP COULD NOT BE READ "
064800             "- STATUS " RAW-CUSTOMER-FILE-STATUS
064900         CLOSE RECOVERY-REPORT
065000         MOVE 24 TO RETURN-CODE
065100         STOP RUN
065200     END-IF.
065300 2000-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*    2100-PROVE-OPENING-BALANCES                                 *
065800*    THE BACKUP AND THE SNAPSHOT ARE TAKEN AT THE SAME POINT IN  *
065900*    THE CYCLE, SO EVERY BALANCE ON ONE SHOULD BE ON THE OTHER   *
066000*    TO THE PENNY.  A DISAGREEMENT MEANS THE WRONG GENERATION    *
066100*    PAIR WAS MOUNTED - EVERYTHING REPLAYED ON TOP OF IT WILL    *
066200*    CARRY THE SAME ERROR, SO IT IS LISTED FIRST.  THE SNAPSHOT  *
066300*    IS A CHECK, NOT A SOURCE - NOTHING IS TAKEN FROM IT.        *
066400******************************************************************
066500 2100-PROVE-OPENING-BALANCES.
066600     MOVE SPACES TO RECOVERY-REPORT-LINE
066700     WRITE RECOVERY-REPORT-LINE AFTER ADVANCING 1 LINE
066800     MOVE "OPENING BALANCES - BACKUP AGAINST SNAPSHOT" TO
066900         FR-SECTION-TEXT
067000     WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
067100     OPEN INPUT SNAPSHOT-FILE
067200     IF NOT SNAPSHOT-FILE-OK
067300         MOVE "    NOT PROVED - NO SNAPSHOT GENERATION MOUNTED"
067400             TO FR-SECTION-TEXT
067500         WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
067600         GO TO 2100-EXIT
067700     END-IF
067800     MOVE "Y" TO WS-SNAPSHOT-PRESENT
067900     MOVE "      BACKUP" TO FR-CHDG-LEFT
068000     MOVE "    SNAPSHOT" TO FR-CHDG-RIGHT
068100     WRITE RECOVERY-REPORT-LINE FROM FR-COMPARE-HEADING
068200     OPEN INPUT OLD-CUSTOMER-FILE
068300     IF NOT OLD-FILE-OK
068400         PERFORM 2550-OLD-FILE-OPEN-ERROR THRU 2550-EXIT
068500     END-IF
068600     MOVE "N" TO WS-OLD-AT-END
068700     PERFORM 2600-READ-NEXT-OLD-MASTER THRU 2600-EXIT
068800     PERFORM 2110-READ-NEXT-SNAPSHOT THRU 2110-EXIT
068900     PERFORM 2120-PROVE-ONE-OPENING THRU 2120-EXIT
069000         UNTIL WS-OLD-KEY = HIGH-VALUES AND
069100               WS-SNAP-KEY = HIGH-VALUES
069200     CLOSE OLD-CUSTOMER-FILE
069300     CLOSE SNAPSHOT-FILE
069400     IF WS-OPENING-DIFF-COUNT = 0
069500         MOVE "    NONE - EVERY OPENING BALANCE AGREES" TO
069600             FR-SECTION-TEXT
069700         WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
069800     ELSE
069900         MOVE 4 TO WS-SEVERITY-CANDIDATE
070000         PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT
070100     END-IF
070200*    THE BACKUP IS READ AGAIN FROM THE TOP FOR THE MAINTENANCE
070300*    MERGE - ITS COUNT IS TAKEN THERE.
070400     MOVE 0 TO WS-BASE-COUNT.
070500 2100-EXIT.
070600     EXIT.
070700
070800 2110-READ-NEXT-SNAPSHOT.
070900     READ SNAPSHOT-FILE
071000         AT END
071100             MOVE HIGH-VALUES TO WS-SNAP-KEY
071200         NOT AT END
071300             ADD 1 TO WS-SNAPSHOT-COUNT
071400             MOVE SNAP-CUST-ID TO WS-SNAP-KEY
071500     END-READ.
071600 2110-EXIT.
071700     EXIT.
071800
071900 2120-PROVE-ONE-OPENING.
072000     MOVE SPACES TO FR-CMP-NOTE
072100     EVALUATE TRUE
072200         WHEN WS-OLD-KEY < WS-SNAP-KEY
072300             MOVE WS-OLD-KEY TO FR-CMP-CUST-ID
072400             MOVE OLD-CUST-BALANCE TO FR-CMP-LEFT-BAL
072500             MOVE 0 TO FR-CMP-RIGHT-BAL
072600             MOVE OLD-CUST-BALANCE TO FR-CMP-DIFFERENCE
072700             MOVE "ON BACKUP, NOT ON SNAPSHOT" TO FR-CMP-NOTE
072800             PERFORM 2600-READ-NEXT-OLD-MASTER THRU 2600-EXIT
072900         WHEN WS-SNAP-KEY < WS-OLD-KEY
073000             MOVE WS-SNAP-KEY TO FR-CMP-CUST-ID
073100             MOVE 0 TO FR-CMP-LEFT-BAL
073200             MOVE SNAP-BALANCE TO FR-CMP-RIGHT-BAL
073300             COMPUTE WS-REPLAY-DELTA = 0 - SNAP-BALANCE
073400             MOVE WS-REPLAY-DELTA TO FR-CMP-DIFFERENCE
073500             MOVE "ON SNAPSHOT, NOT ON BACKUP" TO FR-CMP-NOTE
073600             PERFORM 2110-READ-NEXT-SNAPSHOT THRU 2110-EXIT
073700         WHEN OTHER
073800             IF OLD-CUST-BALANCE NOT = SNAP-BALANCE
073900                 MOVE WS-OLD-KEY TO FR-CMP-CUST-ID
074000                 MOVE OLD-CUST-BALANCE TO FR-CMP-LEFT-BAL
074100                 MOVE SNAP-BALANCE TO FR-CMP-RIGHT-BAL
074200                 SUBTRACT SNAP-BALANCE FROM OLD-CUST-BALANCE
074300                     GIVING WS-REPLAY-DELTA
074400                 MOVE WS-REPLAY-DELTA TO FR-CMP-DIFFERENCE
074500                 MOVE "BALANCE DISAGREES" TO FR-CMP-NOTE
074600             END-IF
074700             PERFORM 2600-READ-NEXT-OLD-MASTER THRU 2600-EXIT
074800             PERFORM 2110-READ-NEXT-SNAPSHOT THRU 2110-EXIT
074900     END-EVALUATE
075000     IF FR-CMP-NOTE NOT = SPACES
075100         ADD 1 TO WS-OPENING-DIFF-COUNT
075200         MOVE SPACE TO FR-CMP-LEFT-STATUS
075300         MOVE SPACE TO FR-CMP-RIGHT-STATUS
075400         WRITE RECOVERY-REPORT-LINE FROM FR-COMPARE-LINE
075500     END-IF.
075600 2120-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000*    2500-APPLY-MAINTENANCE                                      *
076100*    THE SAME OLD-MASTER/TRANSACTION MATCH-MERGE SAMPCOBL RUNS   *
076200*    (ITS 2700 THROUGH 2835), WRITING THE REBUILT MASTER         *
076300*    INSTEAD OF NEWCUST.  A DAY WITH NO MAINTENANCE CARRIES THE  *
076400*    BACKUP FORWARD UNCHANGED.  PENDED MERGES TOP THEIR          *
076500*    SURVIVORS UP ONCE THE WHOLE FILE IS WRITTEN.                *
076600******************************************************************
076700 2500-APPLY-MAINTENANCE.
076800     OPEN INPUT OLD-CUSTOMER-FILE
076900     IF NOT OLD-FILE-OK
077000         PERFORM 2550-OLD-FILE-OPEN-ERROR THRU 2550-EXIT
077100     END-IF
077200     OPEN OUTPUT CUSTOMER-FILE
077300     IF NOT CUST-FILE-OK
077400         PERFORM 2560-REBUILT-FILE-OPEN-ERROR THRU 2560-EXIT
077500     END-IF
077600     MOVE SPACES TO RECOVERY-REPORT-LINE
077700     WRITE RECOVERY-REPORT-LINE AFTER ADVANCING 1 LINE
077800     MOVE "REPLAY EXCEPTIONS" TO FR-SECTION-TEXT
077900     WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
078000     WRITE RECOVERY-REPORT-LINE FROM FR-EXCEPTION-HEADING
078100     OPEN INPUT MAINTENANCE-FILE
078200     IF MAINT-FILE-OK
078300         PERFORM 2650-READ-NEXT-MAINT-TXN THRU 2650-EXIT
078400     ELSE
078500         DISPLAY "FWDRECOV - NO MAINTENANCE FOR THIS DAY - "
078600             "BACKUP CARRIED FORWARD"
078700         MOVE "Y" TO WS-MAINT-AT-END
078800     END-IF
078900     MOVE "N" TO WS-OLD-AT-END
079000     PERFORM 2600-READ-NEXT-OLD-MASTER THRU 2600-EXIT
079100     PERFORM 2700-MERGE-ONE-STEP THRU 2700-EXIT
079200         UNTIL OLD-IS-AT-END AND MAINT-IS-AT-END
079300     CLOSE CUSTOMER-FILE
079400     CLOSE OLD-CUSTOMER-FILE
079500     IF MAINT-FILE-OK
079600         CLOSE MAINTENANCE-FILE
079700     END-IF
079800     PERFORM 2800-APPLY-PENDING-MERGES THRU 2800-EXIT.
079900 2500-EXIT.
080000     EXIT.
080100
080200 2550-OLD-FILE-OPEN-ERROR.
080300     DISPLAY "FWDRECOV - ERROR OPENING SORTED BACKUP - STATUS "
080400         OLD-CUSTOMER-FILE-STATUS
080500     CLOSE RECOVERY-REPORT
080600     MOVE 24 TO RETURN-CODE
080700     STOP RUN.
080800 2550-EXIT.
080900     EXIT.
081000
081100 2560-REBUILT-FILE-OPEN-ERROR.
081200     DISPLAY "FWDRECOV - ERROR OPENING REBUILT MASTER - STATUS "
081300         CUSTOMER-FILE-STATUS
081400     CLOSE RECOVERY-REPORT
081500     MOVE 24 TO RETURN-CODE
081600     STOP RUN.
081700 2560-EXIT.
081800     EXIT.
081900
082000 2600-READ-NEXT-OLD-MASTER.
082100     READ OLD-CUSTOMER-FILE
082200         AT END
082300             MOVE "Y" TO WS-OLD-AT-END
082400             MOVE HIGH-VALUES TO WS-OLD-KEY
082500         NOT AT END
082600             ADD 1 TO WS-BASE-COUNT
082700             MOVE OLD-CUST-ID TO WS-OLD-KEY
082800     END-READ.
082900 2600-EXIT.
083000     EXIT.
083100
083200 2650-READ-NEXT-MAINT-TXN.
083300     READ MAINTENANCE-FILE
083400         AT END
083500             MOVE "Y" TO WS-MAINT-AT-END
083600         NOT AT END
083700             ADD 1 TO WS-MAINT-COUNT
083800     END-READ.
083900 2650-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    2700-MERGE-ONE-STEP                                         *
084400*    ONE STEP OF THE MATCH-MERGE, BRANCHING EXACTLY AS           *
084500*    SAMPCOBL'S 2700 DOES.                                       *
084600******************************************************************
084700 2700-MERGE-ONE-STEP.
084800     EVALUATE TRUE
084900         WHEN OLD-IS-AT-END
085000             PERFORM 2720-APPLY-UNMATCHED-TXN THRU 2720-EXIT
085100             PERFORM 2650-READ-NEXT-MAINT-TXN THRU 2650-EXIT
085200         WHEN MAINT-IS-AT-END OR MAINT-CUST-ID > OLD-CUST-ID
085300             PERFORM 2730-CARRY-OLD-RECORD THRU 2730-EXIT
085400             IF PUT-HIT-DUPLICATE
085500                 MOVE OLD-CUST-ID TO WS-EXC-CUST-ID
085600                 MOVE "*" TO WS-EXC-TYPE
085700                 MOVE "DUPLICATE CUST-ID ON BACKUP" TO
085800                     WS-EXC-REASON
085900                 PERFORM 2790-WRITE-MAINT-EXCEPTION THRU
086000                     2790-EXIT
086100             END-IF
086200             PERFORM 2600-READ-NEXT-OLD-MASTER THRU 2600-EXIT
086300         WHEN MAINT-CUST-ID < OLD-CUST-ID
086400             PERFORM 2720-APPLY-UNMATCHED-TXN THRU 2720-EXIT
086500             PERFORM 2650-READ-NEXT-MAINT-TXN THRU 2650-EXIT
086600         WHEN OTHER
086700             PERFORM 2740-APPLY-MATCHED-TXN THRU 2740-EXIT
086800             PERFORM 2600-READ-NEXT-OLD-MASTER THRU 2600-EXIT
086900             PERFORM 2650-READ-NEXT-MAINT-TXN THRU 2650-EXIT
087000     END-EVALUATE.
087100 2700-EXIT.
087200     EXIT.
087300
087400******************************************************************
087500*    2720-APPLY-UNMATCHED-TXN                                    *
087566*    ONLY AN ADD MAY BE APPLIED WITHOUT A MATCHING RECORD, AND   *
087633*    NOT ONE CARRYING A BALANCE INTO A CLOSED PERIOD.            *
087700******************************************************************
087800 2720-APPLY-UNMATCHED-TXN.
087900     MOVE MAINT-CUST-ID TO WS-EXC-CUST-ID
088000     MOVE MAINT-TXN-TYPE TO WS-EXC-TYPE
088030     MOVE 0 TO WS-LOCK-OLD-BALANCE
088060     PERFORM 2735-CHECK-PERIOD-LOCK THRU 2735-EXIT
088090     IF NOT MAINT-TXN-ADD OR MAINT-PERIOD-LOCKED
088120         IF MAINT-PERIOD-LOCKED
088150             MOVE "PERIOD CLOSED - USE PRIOR-PERIOD ADJ" TO
088180                 WS-EXC-REASON
088210         ELSE
088240             MOVE "CUST-ID NOT FOUND ON BACKUP" TO WS-EXC-REASON
088270         END-IF
088300         PERFORM 2790-WRITE-MAINT-EXCEPTION THRU 2790-EXIT
088400         GO TO 2720-EXIT
088500     END-IF
088600     MOVE MAINT-CUST-ID TO CUST-ID
088700     MOVE MAINT-CUST-NAME TO CUST-NAME
088800     MOVE MAINT-CUST-BALANCE TO CUST-BALANCE
088900     MOVE MAINT-CUST-PHONE TO CUST-PHONE
089000     MOVE MAINT-CUST-ADDRESS TO CUST-ADDRESS
089100     MOVE MAINT-CUST-STATUS TO CUST-STATUS
089200     MOVE MAINT-CUST-LAST-ACTIVITY-DATE TO
089300         CUST-LAST-ACTIVITY-DATE
089400     MOVE MAINT-CUST-CURRENCY-CODE TO CUST-CURRENCY-CODE
089500     MOVE MAINT-CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
089600     MOVE MAINT-CUST-BRANCH-CODE TO CUST-BRANCH-CODE
089700     MOVE MAINT-BUREAU-SUPPRESS TO CUST-BUREAU-SUPPRESS
089700     MOVE MAINT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
089700     MOVE MAINT-DELIVERY-PREF TO CUST-DELIVERY-PREF
089700     MOVE MAINT-ECONSENT-DATE TO CUST-ECONSENT-DATE
089800     MOVE 0 TO CUST-STMT-CYCLE-DAY
089900     MOVE SPACE TO CUST-MAIL-STATUS
089900     MOVE SPACE TO CUST-LEGAL-HOLD
089900     MOVE SPACES TO CUST-HOLD-TYPE
090000     PERFORM 2760-PUT-REBUILT-RECORD THRU 2760-EXIT
090100     IF PUT-HIT-DUPLICATE
090200         MOVE "DUPLICATE CUST-ID - ALREADY ON FILE" TO
090300             WS-EXC-REASON
090400         PERFORM 2790-WRITE-MAINT-EXCEPTION THRU 2790-EXIT
090500     ELSE
090600         ADD 1 TO WS-MAINT-APPLIED-COUNT
090700     END-IF.
090800 2720-EXIT.
090900     EXIT.
091000
091100******************************************************************
091200*    2730-CARRY-OLD-RECORD                                       *
091300*    THE BACKUP RECORD GOES TO THE REBUILT MASTER AS IT STANDS - *
091400*    THE LAYOUTS ARE THE SAME COPYBOOK.                          *
091500******************************************************************
091600 2730-CARRY-OLD-RECORD.
091700     MOVE OLD-CUSTOMER-RECORD TO CUSTOMER-RECORD
091800     PERFORM 2760-PUT-REBUILT-RECORD THRU 2760-EXIT.
091900 2730-EXIT.
092000     EXIT.
092100
092200******************************************************************
092202*    2735-CHECK-PERIOD-LOCK                                      *
092205*    SAMPCOBL'S TEST, UNCHANGED.  ONCE THE RECOVERY DATE IS IN A *
092208*    CLOSED PERIOD, AN ADD WITH A BALANCE, A CHANGE THAT ALTERS  *
092211*    THE BALANCE, OR A DELETE OF A CUSTOMER STILL CARRYING ONE   *
092214*    IS LOCKED OUT.  CALLERS SET WS-LOCK-OLD-BALANCE FIRST.  A   *
092217*    MERGE ONLY MOVES A BALANCE BETWEEN TWO ACCOUNTS AND IS NOT  *
092220*    LOCKED.                                                     *
092223******************************************************************
092226 2735-CHECK-PERIOD-LOCK.
092229     MOVE "N" TO WS-PERIOD-LOCKED
092232     IF NOT BUSINESS-PERIOD-CLOSED
092235         GO TO 2735-EXIT
092238     END-IF
092241     EVALUATE TRUE
092244         WHEN MAINT-TXN-ADD
092247             IF MAINT-CUST-BALANCE NOT = 0
092250                 MOVE "Y" TO WS-PERIOD-LOCKED
092252             END-IF
092255         WHEN MAINT-TXN-CHANGE
092258             IF MAINT-CUST-BALANCE NOT = WS-LOCK-OLD-BALANCE
092261                 MOVE "Y" TO WS-PERIOD-LOCKED
092264             END-IF
092267         WHEN MAINT-TXN-DELETE
092270             IF WS-LOCK-OLD-BALANCE NOT = 0
092273                 MOVE "Y" TO WS-PERIOD-LOCKED
092276             END-IF
092279         WHEN OTHER
092282             CONTINUE
092285     END-EVALUATE.
092288 2735-EXIT.
092291     EXIT.
092294
092297******************************************************************
092300*    2740-APPLY-MATCHED-TXN                                      *
092400*    A CHANGE REPLACES THE MAINTAINED FIELDS, KEEPING THE CYCLE  *
092500*    DAY AND CLEARING RETURNED MAIL ON A NEW ADDRESS; A DELETE   *
092600*    DROPS THE RECORD; A MERGE PENDS THE LOSER; ANYTHING ELSE IS *
092650*    REJECTED AND THE RECORD CARRIED - ALL AS SAMPCOBL.  A       *
092700*    CHANGE OR DELETE LOCKED BY A CLOSED PERIOD IS REJECTED THE  *
092750*    SAME WAY.                                                   *
092800******************************************************************
092900 2740-APPLY-MATCHED-TXN.
093000     MOVE MAINT-CUST-ID TO WS-EXC-CUST-ID
093100     MOVE MAINT-TXN-TYPE TO WS-EXC-TYPE
093114     IF OLD-CUST-BALANCE NUMERIC
093128         MOVE OLD-CUST-BALANCE TO WS-LOCK-OLD-BALANCE
093142     ELSE
093157         MOVE 0 TO WS-LOCK-OLD-BALANCE
093171     END-IF
093185     PERFORM 2735-CHECK-PERIOD-LOCK THRU 2735-EXIT
093200     EVALUATE TRUE
093300         WHEN MAINT-TXN-CHANGE AND NOT MAINT-PERIOD-LOCKED
093400             MOVE MAINT-CUST-ID TO CUST-ID
093500             MOVE MAINT-CUST-NAME TO CUST-NAME
093600             MOVE MAINT-CUST-BALANCE TO CUST-BALANCE
093700             MOVE MAINT-CUST-PHONE TO CUST-PHONE
093800             MOVE MAINT-CUST-ADDRESS TO CUST-ADDRESS
093900             MOVE MAINT-CUST-STATUS TO CUST-STATUS
094000             MOVE MAINT-CUST-LAST-ACTIVITY-DATE TO
094100                 CUST-LAST-ACTIVITY-DATE
094200             MOVE MAINT-CUST-CURRENCY-CODE TO
094300                 CUST-CURRENCY-CODE
094400             MOVE MAINT-CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
094500             MOVE MAINT-CUST-BRANCH-CODE TO CUST-BRANCH-CODE
094600             MOVE OLD-CUST-STMT-CYCLE-DAY TO
094700                 CUST-STMT-CYCLE-DAY
094800             MOVE MAINT-BUREAU-SUPPRESS TO
094900                 CUST-BUREAU-SUPPRESS
095000             IF MAINT-CUST-ADDRESS NOT = OLD-CUST-ADDRESS
095100                 MOVE SPACE TO CUST-MAIL-STATUS
095200             ELSE
095300                 MOVE OLD-CUST-MAIL-STATUS TO CUST-MAIL-STATUS
095400             END-IF
095400             MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
095400             MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
095400             MOVE MAINT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
095400             MOVE MAINT-DELIVERY-PREF TO CUST-DELIVERY-PREF
095400             MOVE MAINT-ECONSENT-DATE TO CUST-ECONSENT-DATE
095500             PERFORM 2760-PUT-REBUILT-RECORD THRU 2760-EXIT
095600             IF PUT-HIT-DUPLICATE
095700                 MOVE "DUPLICATE CUST-ID - UPDATE FAILED" TO
095800                     WS-EXC-REASON
095900             ELSE
096000                 ADD 1 TO WS-MAINT-APPLIED-COUNT
096100             END-IF
096200         WHEN MAINT-TXN-DELETE AND NOT MAINT-PERIOD-LOCKED
096300             ADD 1 TO WS-MAINT-APPLIED-COUNT
096400         WHEN MAINT-TXN-MERGE
096500             PERFORM 2745-PEND-ONE-MERGE THRU 2745-EXIT
096600         WHEN MAINT-TXN-ADD
096700             PERFORM 2730-CARRY-OLD-RECORD THRU 2730-EXIT
096800             MOVE "CUST-ID ALREADY ON BACKUP" TO WS-EXC-REASON
096900         WHEN OTHER
097000             PERFORM 2730-CARRY-OLD-RECORD THRU 2730-EXIT
097028             IF MAINT-PERIOD-LOCKED
097057                 MOVE "PERIOD CLOSED - USE PRIOR-PERIOD ADJ" TO
097085                     WS-EXC-REASON
097114             ELSE
097142                 MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EXC-REASON
097171             END-IF
097200     END-EVALUATE
097300     IF WS-EXC-REASON NOT = SPACES
097400         PERFORM 2790-WRITE-MAINT-EXCEPTION THRU 2790-EXIT
097500     END-IF.
097600 2740-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000*    2745-PEND-ONE-MERGE                                         *
098100*    THE LOSER IS NOT WRITTEN AND ITS BALANCE IS PENDED FOR THE  *
098200*    SURVIVOR.  NO MERGE ARCHIVE IS WRITTEN - SAMPCOBL WROTE IT  *
098300*    THE NIGHT THE MERGE FIRST RAN.                              *
098400******************************************************************
098500 2745-PEND-ONE-MERGE.
098600     IF MAINT-MERGE-INTO-ID = SPACES
098700         PERFORM 2730-CARRY-OLD-RECORD THRU 2730-EXIT
098800         MOVE "MERGE HAS NO SURVIVING CUST-ID" TO WS-EXC-REASON
098900         GO TO 2745-EXIT
099000     END-IF
099100     IF WS-MRG-ENTRY-COUNT NOT < WS-MRG-TABLE-SIZE
099200         PERFORM 2730-CARRY-OLD-RECORD THRU 2730-EXIT
099300         MOVE "MERGE TABLE FULL - LOSER CARRIED" TO
099400             WS-EXC-REASON
099500         GO TO 2745-EXIT
099600     END-IF
099700     ADD 1 TO WS-MRG-ENTRY-COUNT
099800     MOVE OLD-CUST-ID TO WS-MRG-LOSING-ID(WS-MRG-ENTRY-COUNT)
099900     MOVE MAINT-MERGE-INTO-ID TO
100000         WS-MRG-SURVIVOR-ID(WS-MRG-ENTRY-COUNT)
100100     IF OLD-CUST-BALANCE NUMERIC
100200         MOVE OLD-CUST-BALANCE TO
100300             WS-MRG-BALANCE(WS-MRG-ENTRY-COUNT)
100400     ELSE
100500         MOVE 0 TO WS-MRG-BALANCE(WS-MRG-ENTRY-COUNT)
100600     END-IF
100700     MOVE OLD-CUST-CURRENCY-CODE TO
100800         WS-MRG-CURRENCY(WS-MRG-ENTRY-COUNT)
100900     ADD 1 TO WS-MAINT-APPLIED-COUNT.
101000 2745-EXIT.
101100     EXIT.
101200
101300 2760-PUT-REBUILT-RECORD.
101400     MOVE "N" TO WS-PUT-DUPLICATE
101500     WRITE CUSTOMER-RECORD
101600         INVALID KEY
101700             MOVE "Y" TO WS-PUT-DUPLICATE
101800     END-WRITE.
101900 2760-EXIT.
102000     EXIT.
102100
102200******************************************************************
102300*    2790-WRITE-MAINT-EXCEPTION                                  *
102400*    A REJECTION HERE IS THE SAME REJECTION SAMPCOBL LOGGED ON   *
102500*    THE NIGHT - IT IS LISTED SO THE TWO LOGS CAN BE SET SIDE BY *
102600*    SIDE, AND DOES NOT BY ITSELF RAISE THE RETURN CODE.         *
102700******************************************************************
102800 2790-WRITE-MAINT-EXCEPTION.
102900     ADD 1 TO WS-MAINT-REJECTED-COUNT
103000     MOVE "MAINTOK" TO WS-EXC-SOURCE
103100     PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT.
103200 2790-EXIT.
103300     EXIT.
103400
103500******************************************************************
103600*    2800-APPLY-PENDING-MERGES                                   *
103700*    REOPENS THE REBUILT MASTER I-O AND TOPS EACH SURVIVOR UP,   *
103800*    CONVERTING THROUGH THE BASE CURRENCY WHERE THE TWO SIDES    *
103900*    DIFFER.  A FAILED TOP-UP IS LISTED AND THE SURVIVOR LEFT    *
104000*    UNTOUCHED, AS ON THE NIGHT.                                 *
104100******************************************************************
104200 2800-APPLY-PENDING-MERGES.
104300     IF WS-MRG-ENTRY-COUNT = 0
104400         GO TO 2800-EXIT
104500     END-IF
104600     OPEN I-O CUSTOMER-FILE
104700     IF NOT CUST-FILE-OK
104800         PERFORM 2560-REBUILT-FILE-OPEN-ERROR THRU 2560-EXIT
104900     END-IF
105000     PERFORM 2810-APPLY-ONE-MERGE THRU 2810-EXIT
105100         VARYING WS-MRG-IDX FROM 1 BY 1
105200         UNTIL WS-MRG-IDX > WS-MRG-ENTRY-COUNT
105300     CLOSE CUSTOMER-FILE.
105400 2800-EXIT.
105500     EXIT.
105600
105700 2810-APPLY-ONE-MERGE.
105800     MOVE "N" TO WS-REPLAY-FAILED
105900     MOVE SPACES TO WS-EXC-REASON
106000     MOVE WS-MRG-SURVIVOR-ID(WS-MRG-IDX) TO CUST-ID
106100     READ CUSTOMER-FILE
106200         INVALID KEY
106300             MOVE "Y" TO WS-REPLAY-FAILED
106400             MOVE "SURVIVOR NOT ON REBUILT MASTER" TO
106500                 WS-EXC-REASON
106600     END-READ
106700     IF NOT REPLAY-STEP-FAILED
106800         PERFORM 2820-CONVERT-MERGE-AMOUNT THRU 2820-EXIT
106900     END-IF
107000     IF NOT REPLAY-STEP-FAILED
107100         ADD WS-MRG-ADD-AMOUNT TO CUST-BALANCE
107200             ON SIZE ERROR
107300                 MOVE "Y" TO WS-REPLAY-FAILED
107400                 MOVE "SURVIVOR BALANCE WOULD OVERFLOW" TO
107500                     WS-EXC-REASON
107600         END-ADD
107700     END-IF
107800     IF NOT REPLAY-STEP-FAILED
107900         REWRITE CUSTOMER-RECORD
108000         IF CUST-FILE-OK
108100             ADD 1 TO WS-MERGE-APPLIED-COUNT
108200         ELSE
108300             MOVE "Y" TO WS-REPLAY-FAILED
108400             MOVE "SURVIVOR REWRITE FAILED" TO WS-EXC-REASON
108500         END-IF
108600     END-IF
108700     IF REPLAY-STEP-FAILED
108800         MOVE WS-MRG-SURVIVOR-ID(WS-MRG-IDX) TO WS-EXC-CUST-ID
108900         MOVE "M" TO WS-EXC-TYPE
109000         PERFORM 2790-WRITE-MAINT-EXCEPTION THRU 2790-EXIT
109100     END-IF.
109200 2810-EXIT.
109300     EXIT.
109400
109500 2820-CONVERT-MERGE-AMOUNT.
109600     IF WS-MRG-CURRENCY(WS-MRG-IDX) = CUST-CURRENCY-CODE
109700         MOVE WS-MRG-BALANCE(WS-MRG-IDX) TO WS-MRG-ADD-AMOUNT
109800         GO TO 2820-EXIT
109900     END-IF
110000     MOVE WS-MRG-CURRENCY(WS-MRG-IDX) TO WS-MRG-WORK-CURRENCY
110100     PERFORM 2830-RATE-TO-BASE THRU 2830-EXIT
110200     IF REPLAY-STEP-FAILED
110300         GO TO 2820-EXIT
110400     END-IF
110500     COMPUTE WS-MRG-BASE-AMOUNT ROUNDED =
110600         WS-MRG-BALANCE(WS-MRG-IDX) *
110700             WS-EXCH-RATE(WS-MRG-RATE-IDX)
110800         ON SIZE ERROR
110900             MOVE "Y" TO WS-REPLAY-FAILED
111000             MOVE "MERGE CONVERSION OVERFLOW" TO WS-EXC-REASON
111100     END-COMPUTE
111200     IF REPLAY-STEP-FAILED
111300         GO TO 2820-EXIT
111400     END-IF
111500     MOVE CUST-CURRENCY-CODE TO WS-MRG-WORK-CURRENCY
111600     PERFORM 2830-RATE-TO-BASE THRU 2830-EXIT
111700     IF REPLAY-STEP-FAILED
111800         GO TO 2820-EXIT
111900     END-IF
112000     COMPUTE WS-MRG-ADD-AMOUNT ROUNDED =
112100         WS-MRG-BASE-AMOUNT / WS-EXCH-RATE(WS-MRG-RATE-IDX)
112200         ON SIZE ERROR
112300             MOVE "Y" TO WS-REPLAY-FAILED
112400             MOVE "MERGE CONVERSION OVERFLOW" TO WS-EXC-REASON
112500     END-COMPUTE.
112600 2820-EXIT.
112700     EXIT.
112800
112900******************************************************************
113000*    2830-RATE-TO-BASE                                           *
113100*    BLANK OR BASE CURRENCY CONVERTS AT ONE-TO-ONE THROUGH THE   *
113200*    SPARE SLOT PAST THE LOADED ENTRIES, AS SAMPCOBL'S 2835.     *
113300******************************************************************
113400 2830-RATE-TO-BASE.
113500     IF WS-MRG-WORK-CURRENCY = SPACES OR
113600             WS-MRG-WORK-CURRENCY = WS-BASE-CURRENCY
113700         COMPUTE WS-MRG-RATE-IDX = WS-EXCH-ENTRY-COUNT + 1
113800         MOVE WS-BASE-CURRENCY TO WS-EXCH-CODE(WS-MRG-RATE-IDX)
113900         MOVE 1 TO WS-EXCH-RATE(WS-MRG-RATE-IDX)
114000         GO TO 2830-EXIT
114100     END-IF
114200     MOVE "N" TO WS-MRG-RATE-FOUND
114300     MOVE 0 TO WS-MRG-RATE-IDX
114400     PERFORM 2832-MATCH-ONE-RATE THRU 2832-EXIT
114500         UNTIL MRG-RATE-FOUND OR
114600             WS-MRG-RATE-IDX = WS-EXCH-ENTRY-COUNT
114700     IF NOT MRG-RATE-FOUND
114800         MOVE "Y" TO WS-REPLAY-FAILED
114900         MOVE "NO EXCHANGE RATE FOR MERGE CURRENCY" TO
115000             WS-EXC-REASON
115100     END-IF.
115200 2830-EXIT.
115300     EXIT.
115400
115500 2832-MATCH-ONE-RATE.
115600     ADD 1 TO WS-MRG-RATE-IDX
115700     IF WS-EXCH-CODE(WS-MRG-RATE-IDX) = WS-MRG-WORK-CURRENCY
115800         MOVE "Y" TO WS-MRG-RATE-FOUND
115900     END-IF.
116000 2832-EXIT.
116100     EXIT.
116200
116300******************************************************************
116400*    3000-REPLAY-THE-DAY                                         *
116500*    POSTINGS THEN ACCRUALS, IN THAT ORDER, AS THE CYCLE RUNS    *
116600*    TXNPOST BEFORE ACCRUAL.  EACH FILE IS REPLAYED IN ITS OWN   *
116700*    RECORD ORDER, WHICH IS THE ORDER THE NIGHT APPLIED THEM.    *
116800******************************************************************
116900 3000-REPLAY-THE-DAY.
117000     OPEN I-O CUSTOMER-FILE
117100     IF NOT CUST-FILE-OK
117200         PERFORM 2560-REBUILT-FILE-OPEN-ERROR THRU 2560-EXIT
117300     END-IF
117400     OPEN INPUT POSTED-HISTORY-FILE
117500     IF POSTED-HISTORY-OK
117600         PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
117700         PERFORM 3200-REPLAY-ONE-POSTING THRU 3200-EXIT
117800             UNTIL HISTORY-FILE-AT-END
117900         CLOSE POSTED-HISTORY-FILE
118000     ELSE
118100         DISPLAY "FWDRECOV - NO POSTED HISTORY FOR THIS DAY - "
118200             "STATUS " POSTED-HISTORY-STATUS
118300     END-IF
118400     OPEN INPUT ACCRUAL-DETAIL-FILE
118500     IF ACCRUAL-DETAIL-OK
118600         PERFORM 3300-READ-NEXT-ACCRUAL THRU 3300-EXIT
118700         PERFORM 3400-REPLAY-ONE-ACCRUAL THRU 3400-EXIT
118800             UNTIL ACCRUAL-FILE-AT-END
118900         CLOSE ACCRUAL-DETAIL-FILE
119000     ELSE
119100         DISPLAY "FWDRECOV - NO ACCRUAL DETAIL FOR THIS DAY - "
119200             "STATUS " ACCRUAL-DETAIL-STATUS
119300     END-IF
119400     CLOSE CUSTOMER-FILE
119500     IF WS-EXCEPTION-COUNT = 0
119600         MOVE "    NONE - EVERY RECORD REPLAYED" TO
119700             FR-SECTION-TEXT
119800         WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
119900     END-IF.
120000 3000-EXIT.
120100     EXIT.
120200
120300 3100-READ-NEXT-HISTORY.
120400     READ POSTED-HISTORY-FILE
120500         AT END
120600             MOVE "Y" TO WS-HISTORY-AT-END
120700         NOT AT END
120800             ADD 1 TO WS-POSTING-COUNT
120900     END-READ.
121000 3100-EXIT.
121100     EXIT.
121200
121300******************************************************************
121400*    3200-REPLAY-ONE-POSTING                                     *
121500*    THE POST IS REPLAYED AS WHAT IT DID TO THE BALANCE (NEW     *
121600*    LESS OLD), THE BALPROOF MEASURE, SO NO TRANSACTION TYPE     *
121700*    NEEDS A SECOND DEFINITION.  A REBUILT BALANCE THAT DOES NOT *
121800*    MATCH THE POST'S OLD BALANCE MEANS SOMETHING BETWEEN THE    *
121900*    BACKUP AND THE POST IS MISSING - THE DELTA IS STILL APPLIED *
122000*    AND THE BREAK LISTED.  THE ACTIVITY DATE ONLY MOVES         *
122100*    FORWARD, AS TXNPOST MOVES IT.                               *
122200******************************************************************
122300 3200-REPLAY-ONE-POSTING.
122400     MOVE POSTH-POST-DATE TO WS-STAMP-DATE
122500     MOVE POSTH-POST-TIME TO WS-STAMP-TIME
122600     IF WS-STAMP > WS-POINT
122700         ADD 1 TO WS-POSTING-BEYOND-COUNT
122800         GO TO 3200-NEXT
122900     END-IF
123000     MOVE "N" TO WS-REPLAY-FAILED
123100     MOVE SPACES TO WS-EXC-REASON
123200     MOVE POSTH-CUST-ID TO CUST-ID
123300     READ CUSTOMER-FILE
123400         INVALID KEY
123500             MOVE "Y" TO WS-REPLAY-FAILED
123600             MOVE "ACCOUNT NOT ON REBUILT MASTER" TO
123700                 WS-EXC-REASON
123800     END-READ
123900     IF NOT REPLAY-STEP-FAILED AND
124000             CUST-BALANCE NOT = POSTH-OLD-BALANCE
124100         ADD 1 TO WS-CHAIN-BREAK-COUNT
124200         MOVE POSTH-CUST-ID TO WS-EXC-CUST-ID
124300         MOVE "POSTHIST" TO WS-EXC-SOURCE
124400         MOVE POSTH-TXN-TYPE TO WS-EXC-TYPE
124500         MOVE "OLD BALANCE DISAGREES - DELTA APPLIED" TO
124600             WS-EXC-REASON
124700         PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
124800         MOVE SPACES TO WS-EXC-REASON
124900     END-IF
125000     IF NOT REPLAY-STEP-FAILED
125100         SUBTRACT POSTH-OLD-BALANCE FROM POSTH-NEW-BALANCE
125200             GIVING WS-REPLAY-DELTA
125300         ADD WS-REPLAY-DELTA TO CUST-BALANCE
125400             ON SIZE ERROR
125500                 MOVE "Y" TO WS-REPLAY-FAILED
125600                 MOVE "REBUILT BALANCE WOULD OVERFLOW" TO
125700                     WS-EXC-REASON
125800         END-ADD
125900     END-IF
126000     IF NOT REPLAY-STEP-FAILED
126100         IF CUST-LAST-ACTIVITY-DATE NOT NUMERIC OR
126200                 POSTH-POST-DATE > CUST-LAST-ACTIVITY-DATE
126300             MOVE POSTH-POST-DATE TO CUST-LAST-ACTIVITY-DATE
126400         END-IF
126500         REWRITE CUSTOMER-RECORD
126600         IF NOT CUST-FILE-OK
126700             MOVE "Y" TO WS-REPLAY-FAILED
126800             MOVE "REBUILT MASTER REWRITE FAILED" TO
126900                 WS-EXC-REASON
127000         END-IF
127100     END-IF
127200     IF REPLAY-STEP-FAILED
127300         ADD 1 TO WS-POSTING-FAILED-COUNT
127400         MOVE POSTH-CUST-ID TO WS-EXC-CUST-ID
127500         MOVE "POSTHIST" TO WS-EXC-SOURCE
127600         MOVE POSTH-TXN-TYPE TO WS-EXC-TYPE
127700         PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
127800     ELSE
127900         ADD 1 TO WS-POSTING-APPLIED-COUNT
128000     END-IF.
128100 3200-NEXT.
128200     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT.
128300 3200-EXIT.
128400     EXIT.
128500
128600 3300-READ-NEXT-ACCRUAL.
128700     READ ACCRUAL-DETAIL-FILE
128800         AT END
128900             MOVE "Y" TO WS-ACCRUAL-AT-END
129000         NOT AT END
129100             ADD 1 TO WS-ACCRUAL-COUNT
129200     END-READ.
129300 3300-EXIT.
129400     EXIT.
129500
129600******************************************************************
129700*    3400-REPLAY-ONE-ACCRUAL                                     *
129800*    AN ACCRUAL DATED BEFORE THE POINT DATE IS ALWAYS REPLAYED;  *
129900*    ONE DATED ON IT ONLY WHEN THE WHOLE DAY IS BEING RECOVERED. *
130000*    ACCRUAL DOES NOT TOUCH THE ACTIVITY DATE, SO NEITHER DOES   *
130100*    THE REPLAY.                                                 *
130200******************************************************************
130300 3400-REPLAY-ONE-ACCRUAL.
130400     IF ACRD-POST-DATE > WS-POINT-DATE OR
130500             (ACRD-POST-DATE = WS-POINT-DATE AND
130600              STOP-TIME-WAS-GIVEN)
130700         ADD 1 TO WS-ACCRUAL-BEYOND-COUNT
130800         GO TO 3400-NEXT
130900     END-IF
131000     MOVE "N" TO WS-REPLAY-FAILED
131100     MOVE SPACES TO WS-EXC-REASON
131200     MOVE ACRD-CUST-ID TO CUST-ID
131300     READ CUSTOMER-FILE
131400         INVALID KEY
131500             MOVE "Y" TO WS-REPLAY-FAILED
131600             MOVE "ACCOUNT NOT ON REBUILT MASTER" TO
131700                 WS-EXC-REASON
131800     END-READ
131900     IF NOT REPLAY-STEP-FAILED
132000         SUBTRACT ACRD-OLD-BALANCE FROM ACRD-NEW-BALANCE
132100             GIVING WS-REPLAY-DELTA
132200         ADD WS-REPLAY-DELTA TO CUST-BALANCE
132300             ON SIZE ERROR
132400                 MOVE "Y" TO WS-REPLAY-FAILED
132500                 MOVE "REBUILT BALANCE WOULD OVERFLOW" TO
132600                     WS-EXC-REASON
132700         END-ADD
132800     END-IF
132900     IF NOT REPLAY-STEP-FAILED
133000         REWRITE CUSTOMER-RECORD
133100         IF NOT CUST-FILE-OK
133200             MOVE "Y" TO WS-REPLAY-FAILED
133300             MOVE "REBUILT MASTER REWRITE FAILED" TO
133400                 WS-EXC-REASON
133500         END-IF
133600     END-IF
133700     IF REPLAY-STEP-FAILED
133800         ADD 1 TO WS-ACCRUAL-FAILED-COUNT
133900         MOVE ACRD-CUST-ID TO WS-EXC-CUST-ID
134000         MOVE "ACCRDETL" TO WS-EXC-SOURCE
134100         MOVE ACRD-TYPE TO WS-EXC-TYPE
134200         PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
134300     ELSE
134400         ADD 1 TO WS-ACCRUAL-APPLIED-COUNT
134500     END-IF.
134600 3400-NEXT.
134700     PERFORM 3300-READ-NEXT-ACCRUAL THRU 3300-EXIT.
134800 3400-EXIT.
134900     EXIT.
135000
135100******************************************************************
135200*    4000-COMPARE-AND-UNLOAD                                     *
135300*    ONE PASS OF THE REBUILT MASTER IN KEY ORDER WRITES THE      *
135400*    UNLOAD THE NEXT STEP READS AS ITS BACKUP AND, WHEN THE      *
135500*    CURRENT MASTER CAN BE OPENED, WALKS IT ALONGSIDE.  A LOST   *
135600*    NEWCUST IS THE REASON TO RECOVER, SO ITS ABSENCE ONLY SKIPS *
135700*    THE COMPARISON.                                             *
135800******************************************************************
135900 4000-COMPARE-AND-UNLOAD.
136000     OPEN INPUT CUSTOMER-FILE
136100     IF NOT CUST-FILE-OK
136200         PERFORM 2560-REBUILT-FILE-OPEN-ERROR THRU 2560-EXIT
136300     END-IF
136400     OPEN OUTPUT UNLOAD-FILE
136500     IF NOT UNLOAD-FILE-OK
136600         DISPLAY "FWDRECOV - ERROR OPENING UNLOAD FILE - "
136700             "STATUS " UNLOAD-FILE-STATUS
136800         CLOSE CUSTOMER-FILE
136900         CLOSE RECOVERY-REPORT
137000         MOVE 24 TO RETURN-CODE
137100         STOP RUN
137200     END-IF
137300     MOVE SPACES TO RECOVERY-REPORT-LINE
137400     WRITE RECOVERY-REPORT-LINE AFTER ADVANCING 1 LINE
137500     MOVE "REBUILT MASTER AGAINST CURRENT MASTER" TO
137600         FR-SECTION-TEXT
137700     WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
137800     OPEN INPUT CURRENT-CUSTOMER-FILE
137900     IF CURRENT-FILE-OK
138000         MOVE "Y" TO WS-CURRENT-PRESENT
138100         MOVE "     REBUILT" TO FR-CHDG-LEFT
138200         MOVE "     CURRENT" TO FR-CHDG-RIGHT
138300         WRITE RECOVERY-REPORT-LINE FROM FR-COMPARE-HEADING
138400         PERFORM 4200-READ-NEXT-CURRENT THRU 4200-EXIT
138500     ELSE
138600         MOVE "    NOT COMPARED - CURRENT MASTER NOT AVAILABLE"
138700             TO FR-SECTION-TEXT
138800         WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
138900         MOVE HIGH-VALUES TO WS-CUR-KEY
139000     END-IF
139100     PERFORM 4100-READ-NEXT-REBUILT THRU 4100-EXIT
139200     PERFORM 4300-COMPARE-ONE-ACCOUNT THRU 4300-EXIT
139300         UNTIL WS-RCV-KEY = HIGH-VALUES AND
139400               WS-CUR-KEY = HIGH-VALUES
139500     CLOSE CUSTOMER-FILE
139600     CLOSE UNLOAD-FILE
139700     IF CURRENT-FILE-PRESENT
139800         CLOSE CURRENT-CUSTOMER-FILE
139900         IF WS-DIFFERENCE-COUNT = 0
140000             MOVE "    NONE - REBUILT MASTER AGREES" TO
140100                 FR-SECTION-TEXT
140200             WRITE RECOVERY-REPORT-LINE FROM FR-SECTION-LINE
140300         ELSE
140400             MOVE 4 TO WS-SEVERITY-CANDIDATE
140500             PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT
140600         END-IF
140700     END-IF.
140800 4000-EXIT.
140900     EXIT.
141000
141100 4100-READ-NEXT-REBUILT.
141200     READ CUSTOMER-FILE NEXT RECORD
141300         AT END
141400             MOVE HIGH-VALUES TO WS-RCV-KEY
141500         NOT AT END
141600             ADD 1 TO WS-REBUILT-COUNT
141700             MOVE CUST-ID TO WS-RCV-KEY
141800             WRITE UNLOAD-RECORD FROM CUSTOMER-RECORD
141900     END-READ.
142000 4100-EXIT.
142100     EXIT.
142200
142300 4200-READ-NEXT-CURRENT.
142400     READ CURRENT-CUSTOMER-FILE NEXT RECORD
142500         AT END
142600             MOVE HIGH-VALUES TO WS-CUR-KEY
142700         NOT AT END
142800             MOVE CUR-CUST-ID TO WS-CUR-KEY
142900     END-READ.
143000 4200-EXIT.
143100     EXIT.
143200
143300******************************************************************
143400*    4300-COMPARE-ONE-ACCOUNT                                    *
143500*    WITH NO CURRENT MASTER THE CURRENT KEY SITS AT HIGH-VALUES  *
143600*    AND THIS ONLY DRIVES THE UNLOAD.  THE DIFFERENCE IS         *
143700*    REBUILT LESS CURRENT.                                       *
143800******************************************************************
143900 4300-COMPARE-ONE-ACCOUNT.
144000     MOVE SPACES TO FR-CMP-NOTE
144100     EVALUATE TRUE
144200         WHEN WS-RCV-KEY < WS-CUR-KEY
144300             IF CURRENT-FILE-PRESENT
144400                 MOVE WS-RCV-KEY TO FR-CMP-CUST-ID
144500                 MOVE CUST-BALANCE TO FR-CMP-LEFT-BAL
144600                 MOVE CUST-STATUS TO FR-CMP-LEFT-STATUS
144700                 MOVE 0 TO FR-CMP-RIGHT-BAL
144800                 MOVE SPACE TO FR-CMP-RIGHT-STATUS
144900                 MOVE CUST-BALANCE TO FR-CMP-DIFFERENCE
145000                 MOVE "ON REBUILT MASTER ONLY" TO FR-CMP-NOTE
145100             END-IF
145200             PERFORM 4100-READ-NEXT-REBUILT THRU 4100-EXIT
145300         WHEN WS-CUR-KEY < WS-RCV-KEY
145400             MOVE WS-CUR-KEY TO FR-CMP-CUST-ID
145500             MOVE 0 TO FR-CMP-LEFT-BAL
145600             MOVE SPACE TO FR-CMP-LEFT-STATUS
145700             MOVE CUR-CUST-BALANCE TO FR-CMP-RIGHT-BAL
145800             MOVE CUR-CUST-STATUS TO FR-CMP-RIGHT-STATUS
145900             COMPUTE WS-REPLAY-DELTA = 0 - CUR-CUST-BALANCE
146000             MOVE WS-REPLAY-DELTA TO FR-CMP-DIFFERENCE
146100             MOVE "ON CURRENT MASTER ONLY" TO FR-CMP-NOTE
146200             PERFORM 4200-READ-NEXT-CURRENT THRU 4200-EXIT
146300         WHEN OTHER
146400             ADD 1 TO WS-COMPARED-COUNT
146500             IF CUST-BALANCE NOT = CUR-CUST-BALANCE OR
146600                     CUST-STATUS NOT = CUR-CUST-STATUS
146700                 MOVE WS-RCV-KEY TO FR-CMP-CUST-ID
146800                 MOVE CUST-BALANCE TO FR-CMP-LEFT-BAL
146900                 MOVE CUST-STATUS TO FR-CMP-LEFT-STATUS
147000                 MOVE CUR-CUST-BALANCE TO FR-CMP-RIGHT-BAL
147100                 MOVE CUR-CUST-STATUS TO FR-CMP-RIGHT-STATUS
147200                 SUBTRACT CUR-CUST-BALANCE FROM CUST-BALANCE
147300                     GIVING WS-REPLAY-DELTA
147400                 MOVE WS-REPLAY-DELTA TO FR-CMP-DIFFERENCE
147500                 IF CUST-BALANCE NOT = CUR-CUST-BALANCE
147600                     MOVE "BALANCE DIFFERS" TO FR-CMP-NOTE
147700                 ELSE
147800                     MOVE "STATUS DIFFERS" TO FR-CMP-NOTE
147900                 END-IF
148000                 IF CUST-BALANCE NOT = CUR-CUST-BALANCE AND
148100                         CUST-STATUS NOT = CUR-CUST-STATUS
148200                     MOVE "BALANCE AND STATUS DIFFER" TO
148300                         FR-CMP-NOTE
148400                 END-IF
148500             END-IF
148600             PERFORM 4100-READ-NEXT-REBUILT THRU 4100-EXIT
148700             PERFORM 4200-READ-NEXT-CURRENT THRU 4200-EXIT
148800     END-EVALUATE
148900     IF FR-CMP-NOTE NOT = SPACES
149000         ADD 1 TO WS-DIFFERENCE-COUNT
149100         WRITE RECOVERY-REPORT-LINE FROM FR-COMPARE-LINE
149200     END-IF.
149300 4300-EXIT.
149400     EXIT.
149500
149600******************************************************************
149700*    5000-WRITE-RUN-TOTALS                                       *
149800******************************************************************
149900 5000-WRITE-RUN-TOTALS.
150000     MOVE SPACES TO RECOVERY-REPORT-LINE
150100     WRITE RECOVERY-REPORT-LINE AFTER ADVANCING 1 LINE
150200     MOVE "BACKUP RECORDS READ . . . . ." TO FR-FTR-LABEL
150300     MOVE WS-BASE-COUNT TO FR-FTR-COUNT
150400     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
150500     MOVE "SNAPSHOT RECORDS READ . . . ." TO FR-FTR-LABEL
150600     MOVE WS-SNAPSHOT-COUNT TO FR-FTR-COUNT
150700     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
150800     MOVE "OPENING BALANCES DISAGREEING ." TO FR-FTR-LABEL
150900     MOVE WS-OPENING-DIFF-COUNT TO FR-FTR-COUNT
151000     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
151100     MOVE "MAINTENANCE RECORDS READ  . ." TO FR-FTR-LABEL
151200     MOVE WS-MAINT-COUNT TO FR-FTR-COUNT
151300     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
151400     MOVE "MAINTENANCE APPLIED . . . . ." TO FR-FTR-LABEL
151500     MOVE WS-MAINT-APPLIED-COUNT TO FR-FTR-COUNT
151600     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
151700     MOVE "MAINTENANCE REJECTED  . . . ." TO FR-FTR-LABEL
151800     MOVE WS-MAINT-REJECTED-COUNT TO FR-FTR-COUNT
151900     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
152000     MOVE "MERGE TOP-UPS APPLIED . . . ." TO FR-FTR-LABEL
152100     MOVE WS-MERGE-APPLIED-COUNT TO FR-FTR-COUNT
152200     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
152300     MOVE "POSTED HISTORY RECORDS READ ." TO FR-FTR-LABEL
152400     MOVE WS-POSTING-COUNT TO FR-FTR-COUNT
152500     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
152600     MOVE "POSTINGS REPLAYED . . . . . ." TO FR-FTR-LABEL
152700     MOVE WS-POSTING-APPLIED-COUNT TO FR-FTR-COUNT
152800     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
152900     MOVE "POSTINGS AFTER RECOVERY POINT" TO FR-FTR-LABEL
153000     MOVE WS-POSTING-BEYOND-COUNT TO FR-FTR-COUNT
153100     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
153200     MOVE "POSTINGS NOT REPLAYED . . . ." TO FR-FTR-LABEL
153300     MOVE WS-POSTING-FAILED-COUNT TO FR-FTR-COUNT
153400     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
153500     MOVE "POSTING CHAIN BREAKS  . . . ." TO FR-FTR-LABEL
153600     MOVE WS-CHAIN-BREAK-COUNT TO FR-FTR-COUNT
153700     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
153800     MOVE "ACCRUAL DETAIL RECORDS READ ." TO FR-FTR-LABEL
153900     MOVE WS-ACCRUAL-COUNT TO FR-FTR-COUNT
154000     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
154100     MOVE "ACCRUALS REPLAYED . . . . . ." TO FR-FTR-LABEL
154200     MOVE WS-ACCRUAL-APPLIED-COUNT TO FR-FTR-COUNT
154300     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
154400     MOVE "ACCRUALS AFTER RECOVERY POINT" TO FR-FTR-LABEL
154500     MOVE WS-ACCRUAL-BEYOND-COUNT TO FR-FTR-COUNT
154600     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
154700     MOVE "ACCRUALS NOT REPLAYED . . . ." TO FR-FTR-LABEL
154800     MOVE WS-ACCRUAL-FAILED-COUNT TO FR-FTR-COUNT
154900     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
155000     MOVE "REBUILT MASTER RECORDS  . . ." TO FR-FTR-LABEL
155100     MOVE WS-REBUILT-COUNT TO FR-FTR-COUNT
155200     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
155300     MOVE "ACCOUNTS ON BOTH MASTERS  . ." TO FR-FTR-LABEL
155400     MOVE WS-COMPARED-COUNT TO FR-FTR-COUNT
155500     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
155600     MOVE "ACCOUNTS DIFFERING  . . . . ." TO FR-FTR-LABEL
155700     MOVE WS-DIFFERENCE-COUNT TO FR-FTR-COUNT
155800     WRITE RECOVERY-REPORT-LINE FROM FR-FOOTER-LINE
155900     IF WS-POSTING-FAILED-COUNT > 0 OR
156000             WS-ACCRUAL-FAILED-COUNT > 0 OR
156100             WS-CHAIN-BREAK-COUNT > 0
156200         MOVE 4 TO WS-SEVERITY-CANDIDATE
156300         PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT
156400     END-IF
156500     MOVE SPACES TO RECOVERY-REPORT-LINE
156600     WRITE RECOVERY-REPORT-LINE AFTER ADVANCING 1 LINE
156700     IF WS-RETURN-CODE > 0
156800         MOVE "REBUILT - REVIEW THE DIFFERENCES LISTED ABOVE"
156900             TO FR-RESULT-TEXT
157000     ELSE
157100         MOVE "REBUILT - NO DIFFERENCES" TO FR-RESULT-TEXT
157200     END-IF
157300     WRITE RECOVERY-REPORT-LINE FROM FR-RESULT-LINE
157400     DISPLAY "FWDRECOV - " WS-REBUILT-COUNT " RECORDS REBUILT, "
157500         WS-DIFFERENCE-COUNT " ACCOUNT(S) DIFFER FROM CURRENT".
157600 5000-EXIT.
157700     EXIT.
157800
157900******************************************************************
158000*    7000-WRITE-EXCEPTION-LINE                                   *
158100*    CALLERS SET THE WS-EXC- FIELDS, THEN PERFORM 7000.          *
158200******************************************************************
158300 7000-WRITE-EXCEPTION-LINE.
158400     ADD 1 TO WS-EXCEPTION-COUNT
158500     MOVE WS-EXC-CUST-ID TO FR-EXC-CUST-ID
158600     MOVE WS-EXC-SOURCE TO FR-EXC-SOURCE
158700     MOVE WS-EXC-TYPE TO FR-EXC-TYPE
158800     MOVE WS-EXC-REASON TO FR-EXC-REASON
158900     WRITE RECOVERY-REPORT-LINE FROM FR-EXCEPTION-LINE
159000     MOVE SPACES TO WS-EXC-REASON.
159100 7000-EXIT.
159200     EXIT.
159300
159400******************************************************************
159500*    9000-TERMINATE                                              *
159600******************************************************************
159700 9000-TERMINATE.
159800     CLOSE RECOVERY-REPORT.
159900 9000-EXIT.
160000     EXIT.
160100
160200******************************************************************
160300*    9100-SET-RETURN-CODE                                        *
160400*    RAISES WS-RETURN-CODE TO WS-SEVERITY-CANDIDATE UNLESS A     *
160500*    HIGHER SEVERITY IS ALREADY HELD.                            *
160600******************************************************************
160700 9100-SET-RETURN-CODE.
160800     IF WS-SEVERITY-CANDIDATE > WS-RETURN-CODE
160900         MOVE WS-SEVERITY-CANDIDATE TO WS-RETURN-CODE
161000     END-IF.
161100 9100-EXIT.
161200     EXIT.
