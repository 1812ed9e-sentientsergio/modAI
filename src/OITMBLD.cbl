000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     OITMBLD.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/29/2026.
000600 DATE-COMPILED.  10/29/2026.
000700******************************************************************
000800*                                                                *
000900*    OITMBLD - NIGHTLY OPEN-ITEM LEDGER AND DAYS-PAST-DUE PASS   *
001000*    EVERY DELINQUENCY DECISION USED TO REST ON DAYS SINCE THE   *
001100*    LAST ACTIVITY, SO A CUSTOMER PAYING A TOKEN AMOUNT EACH     *
001200*    MONTH NEVER AGED.  THIS PASS KEEPS THE RECEIVABLE AS OPEN   *
001300*    ITEMS (OPENITM IN, OPENITMO OUT - SEE OITMREC): EVERY       *
001400*    CHARGE, DEBIT ADJUSTMENT, REVERSED PAYMENT AND ACCRUAL      *
001500*    POSTED TODAY (POSTHIST AND ACCRDETL GENERATIONS) OPENS AN   *
001600*    ITEM DUE THE PMTPARM TERMS LATER, AND EVERY PAYMENT, CREDIT *
001700*    ADJUSTMENT AND REVERSED CHARGE SETTLES THE OLDEST ITEMS     *
001800*    FIRST.  THE LEDGER IS THEN PROVED TO CUST-BALANCE AND ANY   *
001900*    DIFFERENCE IS BOOKED AS A BALANCING ITEM, SO THE OPEN       *
002000*    ITEMS ALWAYS ADD UP TO THE MASTER.  EACH ACCOUNT'S ITEMS    *
002100*    ARE AGED FROM THEIR DUE DATES INTO THE CONTRACTUAL          *
002200*    DAYS-PAST-DUE FILE (DPDSTAT, SEE DPDREC) THAT DUNNING,      *
002300*    RISKGRDE AND BURXTR NOW READ.  THE CONTROL REGISTER         *
002400*    (OITMRPT) CARRIES THE RUN TOTALS AND PORTFOLIO AGING.       *
002500*                                                                *
002600*    RUNS AFTER TXNPOST AND ACCRUAL, BEFORE DUNNING.  THE        *
002700*    CUSTOMER MASTER DRIVES THE PASS; CARRIED ITEMS AND TODAY'S  *
002800*    MOVEMENTS ARE WALKED FORWARD IN CUST-ID ORDER BESIDE IT.    *
002900*                                                                *
003000******************************************************************
003100* MODIFICATION HISTORY
003200*   10/29/2026  RVH  ORIGINAL.
003220*   11/20/2026  RVH  THE OPEN-ITEM TERMS COME FROM PMTPARM
003240*                    (PMTP-ITEM-TERMS-DAYS) IN PLACE OF THE
003260*                    30-DAY LITERAL - A RUN WITHOUT THEM ENDS
003280*                    RC 16.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS CUST-ID
004200         FILE STATUS IS CUSTOMER-FILE-STATUS.
004300     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITM
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS OPEN-ITEM-STATUS.
004700     SELECT OPEN-ITEM-OUT-FILE ASSIGN TO OPENITMO
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS OPEN-ITEM-OUT-STATUS.
005100     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS POSTED-HISTORY-STATUS.
005500     SELECT ACCRUAL-DETAIL-FILE ASSIGN TO ACCRDETL
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS ACCRUAL-DETAIL-STATUS.
005900     SELECT SORTED-MOVEMENT-FILE ASSIGN TO OITWK01
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS SORTED-MOVEMENT-STATUS.
006300     SELECT MOVEMENT-SORT-FILE ASSIGN TO SRTWK01.
006400     SELECT DAYS-PAST-DUE-FILE ASSIGN TO DPDSTAT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS DAYS-PAST-DUE-STATUS.
006800     SELECT LEDGER-REGISTER ASSIGN TO OITMRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS LEDGER-REGISTER-STATUS.
007020     SELECT PAYMENT-PARM-FILE ASSIGN TO PMTPARM
007040         ORGANIZATION IS SEQUENTIAL
007060         ACCESS MODE IS SEQUENTIAL
007080         FILE STATUS IS PAYMENT-PARM-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CUSTOMER-FILE
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS
007700     RECORDING MODE F
007800     DATA RECORD IS CUSTOMER-RECORD.
007900     COPY CUSTREC.
008000
008100 FD  OPEN-ITEM-FILE
008200     LABEL RECORDS ARE STANDARD
008300     BLOCK CONTAINS 0 RECORDS
008400     RECORDING MODE F
008500     DATA RECORD IS OPEN-ITEM-RECORD.
008600     COPY OITMREC.
008700
008800 FD  OPEN-ITEM-OUT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     BLOCK CONTAINS 0 RECORDS
009100     RECORDING MODE F
009200     DATA RECORD IS OPEN-ITEM-OUT-RECORD.
009300     COPY OITMREC
009400         REPLACING OPEN-ITEM-RECORD BY OPEN-ITEM-OUT-RECORD
009500         OITM-CUST-ID BY OITMO-CUST-ID
009600         OITM-ITEM-DATE BY OITMO-ITEM-DATE
009700         OITM-DUE-DATE BY OITMO-DUE-DATE
009800         OITM-SOURCE BY OITMO-SOURCE
009900         OITM-FROM-CHARGE BY OITMO-FROM-CHARGE
010000         OITM-FROM-ADJUSTMENT BY OITMO-FROM-ADJUSTMENT
010100         OITM-FROM-REVERSAL BY OITMO-FROM-REVERSAL
010200         OITM-FROM-INTEREST BY OITMO-FROM-INTEREST
010300         OITM-FROM-SERVICE BY OITMO-FROM-SERVICE
010400         OITM-FROM-BALANCING BY OITMO-FROM-BALANCING
010500         OITM-IS-CREDIT BY OITMO-IS-CREDIT
010600         OITM-REFERENCE BY OITMO-REFERENCE
010700         OITM-ORIGINAL-AMOUNT BY OITMO-ORIGINAL-AMOUNT
010800         OITM-OPEN-AMOUNT BY OITMO-OPEN-AMOUNT
010900         OITM-LAST-PAID-DATE BY OITMO-LAST-PAID-DATE.
011000
011100 FD  POSTED-HISTORY-FILE
011200     LABEL RECORDS ARE STANDARD
011300     BLOCK CONTAINS 0 RECORDS
011400     RECORDING MODE F
011500     DATA RECORD IS POSTED-HISTORY-RECORD.
011600     COPY POSTHREC.
011700
011800 FD  ACCRUAL-DETAIL-FILE
011900     LABEL RECORDS ARE STANDARD
012000     BLOCK CONTAINS 0 RECORDS
012100     RECORDING MODE F
012200     DATA RECORD IS ACCRUAL-DETAIL-RECORD.
012300     COPY ACRDREC.
012400
012500 FD  SORTED-MOVEMENT-FILE
012600     LABEL RECORDS ARE STANDARD
012700     BLOCK CONTAINS 0 RECORDS
012800     RECORDING MODE F
012900     DATA RECORD IS SORTED-MOVEMENT-RECORD.
013000 01  SORTED-MOVEMENT-RECORD.
013100     05  SMV-CUST-ID          PIC X(10).
013200     05  SMV-DATE             PIC 9(06).
013300     05  SMV-TIME             PIC 9(08).
013400     05  SMV-SEQUENCE         PIC 9(07).
013500     05  SMV-DIRECTION        PIC X(01).
013600         88  SMV-IS-DEBIT         VALUE "D".
013700         88  SMV-IS-CREDIT        VALUE "K".
013800     05  SMV-SOURCE           PIC X(01).
013900     05  SMV-REFERENCE        PIC X(08).
014000     05  SMV-AMOUNT           PIC 9(7)V99.
014100
014200 SD  MOVEMENT-SORT-FILE
014300     DATA RECORD IS SORT-MOVEMENT-RECORD.
014400 01  SORT-MOVEMENT-RECORD.
014500     05  SRTMV-CUST-ID        PIC X(10).
014600     05  SRTMV-DATE           PIC 9(06).
014700     05  SRTMV-TIME           PIC 9(08).
014800     05  SRTMV-SEQUENCE       PIC 9(07).
014900     05  SRTMV-DIRECTION      PIC X(01).
015000     05  SRTMV-SOURCE         PIC X(01).
015100     05  SRTMV-REFERENCE      PIC X(08).
015200     05  SRTMV-AMOUNT         PIC 9(7)V99.
015300
015400 FD  DAYS-PAST-DUE-FILE
015500     LABEL RECORDS ARE STANDARD
015600     BLOCK CONTAINS 0 RECORDS
015700     RECORDING MODE F
015800     DATA RECORD IS DAYS-PAST-DUE-RECORD.
015900     COPY DPDREC.
016000
016100 FD  LEDGER-REGISTER
016200     LABEL RECORDS ARE OMITTED
016300     RECORDING MODE F.
016400 01  LEDGER-REGISTER-LINE     PIC X(132).
016412
016425 FD  PAYMENT-PARM-FILE
016437     LABEL RECORDS ARE STANDARD
016450     BLOCK CONTAINS 0 RECORDS
016462     RECORDING MODE F
016475     DATA RECORD IS PAYMENT-PARM-RECORD.
016487     COPY PMTPREC.
016500
016600 WORKING-STORAGE SECTION.
016700******************************************************************
016800*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
016900******************************************************************
017000     COPY CALWREC.
017100
017200******************************************************************
017300*    FILE STATUS                                                 *
017400******************************************************************
017500 01  CUSTOMER-FILE-STATUS      PIC X(02).
017600     88  CUST-FILE-OK              VALUE "00".
017700 01  OPEN-ITEM-STATUS          PIC X(02).
017800     88  OPEN-ITEM-OK              VALUE "00".
017900     88  OPEN-ITEM-NOT-FOUND       VALUE "05" "35".
018000 01  OPEN-ITEM-OUT-STATUS      PIC X(02).
018100     88  OPEN-ITEM-OUT-OK          VALUE "00".
018200 01  POSTED-HISTORY-STATUS     PIC X(02).
018300     88  POSTED-HISTORY-OK         VALUE "00".
018400 01  ACCRUAL-DETAIL-STATUS     PIC X(02).
018500     88  ACCRUAL-DETAIL-OK         VALUE "00".
018600 01  SORTED-MOVEMENT-STATUS    PIC X(02).
018700     88  SORTED-MOVEMENT-OK        VALUE "00".
018800 01  DAYS-PAST-DUE-STATUS      PIC X(02).
018900     88  DAYS-PAST-DUE-OK          VALUE "00".
019000 01  LEDGER-REGISTER-STATUS    PIC X(02).
019100     88  LEDGER-REGISTER-OK        VALUE "00".
019133 01  PAYMENT-PARM-STATUS       PIC X(02).
019166     88  PAYMENT-PARM-OK           VALUE "00".
019200
019300******************************************************************
019400*    RUN CONTROL FIELDS                                          *
019500******************************************************************
019600 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
019700 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
019800     05  WS-RUN-YY             PIC 9(02).
019900     05  WS-RUN-MM             PIC 9(02).
020000     05  WS-RUN-DD             PIC 9(02).
020100 01  WS-CUSTOMER-AT-END        PIC X(01) VALUE "N".
020200     88  CUSTOMER-FILE-AT-END      VALUE "Y".
020300 01  WS-ITEM-FILE-PRESENT      PIC X(01) VALUE "N".
020400     88  ITEM-FILE-PRESENT         VALUE "Y".
020500 01  WS-ITEM-AT-END            PIC X(01) VALUE "N".
020600     88  ITEM-FILE-AT-END          VALUE "Y".
020700 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
020800     88  HISTORY-FILE-AT-END       VALUE "Y".
020900 01  WS-ACCRUAL-AT-END         PIC X(01) VALUE "N".
021000     88  ACCRUAL-FILE-AT-END       VALUE "Y".
021100 01  WS-MOVEMENT-AT-END        PIC X(01) VALUE "N".
021200     88  MOVEMENT-FILE-AT-END      VALUE "Y".
021300 01  WS-RELEASE-SEQUENCE       PIC 9(07) VALUE 0.
021400
021500******************************************************************
021600*    CONTRACTUAL TERMS - AN ITEM FALLS DUE THIS MANY REAL        *
021666*    CALENDAR DAYS AFTER IT POSTS (PMTP-ITEM-TERMS-DAYS, LOADED  *
021733*    BY 1100-LOAD-ITEM-TERMS).  A REVERSED PAYMENT IS DUE        *
021800*    AT ONCE - THE MONEY WAS OWED WHEN IT WAS FIRST PAID.        *
021900******************************************************************
022000 01  WS-TERMS-DAYS             PIC 9(03) VALUE 0.
022100 01  WS-DUE-DATE               PIC 9(06) VALUE 0.
022200 01  WS-DUE-DATE-FIELDS REDEFINES WS-DUE-DATE.
022300     05  WS-DUE-YY             PIC 9(02).
022400     05  WS-DUE-MM             PIC 9(02).
022500     05  WS-DUE-DD             PIC 9(02).
022600 01  WS-DAYS-TO-ADD            PIC 9(03) VALUE 0.
022700 01  WS-DAYS-LEFT-IN-MONTH     PIC 9(02) VALUE 0.
022800 01  WS-MONTH-LENGTH           PIC 9(02) VALUE 0.
022900 01  WS-LEAP-QUOTIENT          PIC 9(02) VALUE 0.
023000 01  WS-LEAP-REMAINDER         PIC 9(01) VALUE 0.
023100 01  WS-MONTH-LENGTH-VALUES    PIC X(24) VALUE
023200     "312831303130313130313031".
023300 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
023400     05  WS-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
023500
023600******************************************************************
023700*    DAYS-PAST-DUE WORK FIELDS                                   *
023800******************************************************************
023900 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
024000 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
024100     05  WS-WORK-YY            PIC 9(02).
024200     05  WS-WORK-MM            PIC 9(02).
024300     05  WS-WORK-DD            PIC 9(02).
024400 01  WS-DAYS-BETWEEN           PIC S9(05) VALUE 0.
024500 01  WS-MAX-DAYS-PAST-DUE      PIC 9(05) VALUE 0.
024600 01  WS-BUCKET-IDX             PIC 9(03) BINARY VALUE 0.
024700
024800******************************************************************
024900*    ONE ACCOUNT'S OPEN ITEMS, OLDEST FIRST.  AN ACCOUNT THAT    *
025000*    OUTGROWS THE TABLE HAS THE EXCESS FOLDED INTO ITS NEWEST    *
025100*    ITEM AND IS COUNTED ON THE REGISTER.                        *
025200******************************************************************
025300 01  WS-ITEM-TABLE-SIZE        PIC 9(03) BINARY VALUE 200.
025400 01  WS-ITEM-COUNT             PIC 9(03) BINARY VALUE 0.
025500 01  WS-ITEM-IDX               PIC 9(03) BINARY VALUE 0.
025600 01  WS-ITEM-TABLE.
025700     05  WS-ITEM-ENTRY         OCCURS 200 TIMES.
025800         10  WS-ITM-DATE       PIC 9(06).
025900         10  WS-ITM-DUE-DATE   PIC 9(06).
026000         10  WS-ITM-SOURCE     PIC X(01).
026100         10  WS-ITM-REFERENCE  PIC X(08).
026200         10  WS-ITM-ORIGINAL   PIC 9(7)V99.
026300         10  WS-ITM-OPEN       PIC 9(7)V99.
026400         10  WS-ITM-LAST-PAID  PIC 9(06).
026500 01  WS-ACCOUNT-ITEMS-OPEN     PIC 9(03) BINARY VALUE 0.
026600
026700******************************************************************
026800*    ITEM BEING RAISED AND CREDIT BEING APPLIED                  *
026900******************************************************************
027000 01  WS-NEW-ITEM.
027100     05  WS-NEW-DATE           PIC 9(06).
027200     05  WS-NEW-DUE-DATE       PIC 9(06).
027300     05  WS-NEW-SOURCE         PIC X(01).
027400     05  WS-NEW-REFERENCE      PIC X(08).
027500     05  WS-NEW-ORIGINAL       PIC 9(7)V99.
027600     05  WS-NEW-OPEN           PIC 9(7)V99.
027700     05  WS-NEW-LAST-PAID      PIC 9(06).
027800 01  WS-UNAPPLIED-CREDIT       PIC 9(7)V99 VALUE 0.
027900 01  WS-CREDIT-LEFT            PIC 9(7)V99 VALUE 0.
028000 01  WS-CREDIT-DATE            PIC 9(06) VALUE 0.
028100 01  WS-LEDGER-NET             PIC S9(9)V99 VALUE 0.
028200 01  WS-PROOF-DIFFERENCE       PIC S9(9)V99 VALUE 0.
028300
028400******************************************************************
028500*    RUN TOTALS                                                  *
028600******************************************************************
028700 01  WS-ACCOUNTS-READ          PIC 9(07) BINARY VALUE 0.
028800 01  WS-ACCOUNTS-PAST-DUE      PIC 9(07) BINARY VALUE 0.
028900 01  WS-ACCOUNTS-IN-CREDIT     PIC 9(07) BINARY VALUE 0.
029000 01  WS-ITEMS-CARRIED-IN       PIC 9(07) BINARY VALUE 0.
029100 01  WS-ITEMS-RAISED           PIC 9(07) BINARY VALUE 0.
029200 01  WS-ITEMS-PAID-OFF         PIC 9(07) BINARY VALUE 0.
029300 01  WS-ITEMS-CARRIED-OUT      PIC 9(07) BINARY VALUE 0.
029400 01  WS-CREDITS-APPLIED        PIC 9(07) BINARY VALUE 0.
029500 01  WS-BALANCING-UP           PIC 9(07) BINARY VALUE 0.
029600 01  WS-BALANCING-DOWN         PIC 9(07) BINARY VALUE 0.
029700 01  WS-ITEMS-ORPHANED         PIC 9(07) BINARY VALUE 0.
029800 01  WS-MOVEMENTS-ORPHANED     PIC 9(07) BINARY VALUE 0.
029900 01  WS-TABLE-OVERFLOWS        PIC 9(07) BINARY VALUE 0.
030000 01  WS-BALANCES-UNUSABLE      PIC 9(07) BINARY VALUE 0.
030100 01  WS-CREDIT-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.
030200 01  WS-BALANCING-UP-AMOUNT    PIC 9(11)V99 VALUE 0.
030300 01  WS-BALANCING-DOWN-AMOUNT  PIC 9(11)V99 VALUE 0.
030400 01  WS-UNAPPLIED-TOTAL        PIC 9(11)V99 VALUE 0.
030500 01  WS-PORTFOLIO-AMOUNTS.
030600     05  WS-PORT-BUCKET-AMT    PIC 9(11)V99 OCCURS 6 TIMES.
030700
030800******************************************************************
030900*    CONTROL REGISTER LINE LAYOUTS                               *
031000******************************************************************
031100 01  OI-HEADING-LINE-1.
031200     05  FILLER                PIC X(01) VALUE SPACE.
031300     05  FILLER                PIC X(44) VALUE
031400         "OITMBLD - OPEN-ITEM LEDGER CONTROL REGISTER".
031500     05  FILLER                PIC X(10) VALUE "RUN DATE ".
031600     05  OI-HDG1-RUN-DATE      PIC 9(06).
031700     05  FILLER                PIC X(10) VALUE SPACES.
031800     05  FILLER                PIC X(14) VALUE "TERMS (DAYS) ".
031900     05  OI-HDG1-TERMS         PIC ZZ9.
032000
032100 01  OI-COUNT-LINE.
032200     05  FILLER                PIC X(01) VALUE SPACE.
032300     05  OI-CNT-LABEL          PIC X(34).
032400     05  OI-CNT-VALUE          PIC Z,ZZZ,ZZ9.
032500     05  FILLER                PIC X(03) VALUE SPACES.
032600     05  OI-CNT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99
032700                               BLANK WHEN ZERO.
032800
032900 01  OI-BUCKET-HEADING.
033000     05  FILLER                PIC X(01) VALUE SPACE.
033100     05  FILLER                PIC X(40) VALUE
033200         "PORTFOLIO AGING BY DAYS PAST DUE".
033300
033400 01  OI-BUCKET-LINE.
033500     05  FILLER                PIC X(05) VALUE SPACES.
033600     05  OI-BKT-LABEL          PIC X(30).
033700     05  FILLER                PIC X(12) VALUE SPACES.
033800     05  OI-BKT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
033900
034000 01  OI-BUCKET-LABEL-VALUES.
034100     05  FILLER                PIC X(30) VALUE
034200         "CURRENT . . . . . . . . . . .".
034300     05  FILLER                PIC X(30) VALUE
034400         "1 TO 30 DAYS PAST DUE . . . .".
034500     05  FILLER                PIC X(30) VALUE
034600         "31 TO 60 DAYS PAST DUE  . . .".
034700     05  FILLER                PIC X(30) VALUE
034800         "61 TO 90 DAYS PAST DUE  . . .".
034900     05  FILLER                PIC X(30) VALUE
035000         "91 TO 120 DAYS PAST DUE . . .".
035100     05  FILLER                PIC X(30) VALUE
035200         "OVER 120 DAYS PAST DUE  . . .".
035300 01  OI-BUCKET-LABEL-TABLE REDEFINES OI-BUCKET-LABEL-VALUES.
035400     05  OI-BUCKET-LABEL       PIC X(30) OCCURS 6 TIMES.
035500
035600 PROCEDURE DIVISION.
035700******************************************************************
035800*    0000-MAINLINE                                               *
035900******************************************************************
036000 0000-MAINLINE.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036200     PERFORM 1500-SORT-THE-MOVEMENTS THRU 1500-EXIT
036300     PERFORM 2000-BUILD-ALL-ACCOUNTS THRU 2000-EXIT
036400     PERFORM 9000-TERMINATE THRU 9000-EXIT
036500     STOP RUN.
036600
036700******************************************************************
036800*    1000-INITIALIZE                                             *
036900*    NO CARRIED LEDGER IS THE FIRST NIGHT - EVERY BALANCE IS     *
037000*    BOOKED AS A SINGLE BALANCING ITEM AND AGES FROM TONIGHT.    *
037100******************************************************************
037200 1000-INITIALIZE.
037300     ACCEPT WS-RUN-DATE FROM DATE
037400     INITIALIZE WS-PORTFOLIO-AMOUNTS
037450     PERFORM 1100-LOAD-ITEM-TERMS THRU 1100-EXIT
037500     OPEN INPUT CUSTOMER-FILE
037600     IF NOT CUST-FILE-OK
037700         DISPLAY "OITMBLD - ERROR OPENING CUSTOMER FILE - "
037800             "STATUS " CUSTOMER-FILE-STATUS
037900         MOVE 8 TO RETURN-CODE
038000         STOP RUN
038100     END-IF
038200     OPEN INPUT OPEN-ITEM-FILE
038300     EVALUATE TRUE
038400         WHEN OPEN-ITEM-OK
038500             MOVE "Y" TO WS-ITEM-FILE-PRESENT
038600         WHEN OPEN-ITEM-NOT-FOUND
038700             DISPLAY "OITMBLD - NO CARRIED OPEN-ITEM LEDGER - "
038800                 "EVERY BALANCE STARTS AS ONE BALANCING ITEM"
038900             MOVE "Y" TO WS-ITEM-AT-END
039000         WHEN OTHER
039100             DISPLAY "OITMBLD - ERROR OPENING OPEN-ITEM LEDGER "
039200                 "- STATUS " OPEN-ITEM-STATUS
039300             MOVE 16 TO RETURN-CODE
039400             STOP RUN
039500     END-EVALUATE
039600     OPEN OUTPUT OPEN-ITEM-OUT-FILE
039700     IF NOT OPEN-ITEM-OUT-OK
039800         DISPLAY "OITMBLD - ERROR OPENING OPEN-ITEM OUTPUT - "
039900             "STATUS " OPEN-ITEM-OUT-STATUS
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF
040300     OPEN OUTPUT DAYS-PAST-DUE-FILE
040400     IF NOT DAYS-PAST-DUE-OK
040500         DISPLAY "OITMBLD - ERROR OPENING DAYS-PAST-DUE FILE - "
040600             "STATUS " DAYS-PAST-DUE-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF
041000     OPEN OUTPUT LEDGER-REGISTER
041100     IF NOT LEDGER-REGISTER-OK
041200         DISPLAY "OITMBLD - ERROR OPENING CONTROL REGISTER - "
041300             "STATUS " LEDGER-REGISTER-STATUS
041400         MOVE 24 TO RETURN-CODE
041500         STOP RUN
041600     END-IF
041700     MOVE WS-RUN-DATE TO OI-HDG1-RUN-DATE
041800     MOVE WS-TERMS-DAYS TO OI-HDG1-TERMS
041900     WRITE LEDGER-REGISTER-LINE FROM OI-HEADING-LINE-1
042000     MOVE SPACES TO LEDGER-REGISTER-LINE
042100     WRITE LEDGER-REGISTER-LINE AFTER ADVANCING 1 LINE.
042200 1000-EXIT.
042300     EXIT.
042303
042306******************************************************************
042309*    1100-LOAD-ITEM-TERMS                                        *
042312*    THE OPEN-ITEM TERMS ARE CREDIT POLICY, SO THEY LIVE ON THE  *
042316*    PMTPARM PARAMETER FILE BESIDE THE STATEMENT TERMS - A RUN   *
042319*    WITHOUT THEM IS REFUSED, THE SAME AS STMTBLD AND LATEFEE.   *
042322******************************************************************
042325 1100-LOAD-ITEM-TERMS.
042329     OPEN INPUT PAYMENT-PARM-FILE
042332     IF NOT PAYMENT-PARM-OK
042335         DISPLAY "OITMBLD - PAYMENT PARAMETER FILE NOT FOUND - "
042338             "STATUS " PAYMENT-PARM-STATUS " - RUN STOPPED"
042341         MOVE 16 TO RETURN-CODE
042345         STOP RUN
042348     END-IF
042351     READ PAYMENT-PARM-FILE
042354         AT END
042358             MOVE SPACES TO PAYMENT-PARM-RECORD
042361     END-READ
042364     CLOSE PAYMENT-PARM-FILE
042367     IF PMTP-ITEM-TERMS-DAYS NOT NUMERIC OR
042370             PMTP-ITEM-TERMS-DAYS = 0
042374         DISPLAY "OITMBLD - OPEN-ITEM TERMS MISSING OR ZERO ON "
042377             "PMTPARM - RUN STOPPED"
042380         MOVE 16 TO RETURN-CODE
042383         STOP RUN
042387     END-IF
042390     MOVE PMTP-ITEM-TERMS-DAYS TO WS-TERMS-DAYS.
042393 1100-EXIT.
042396     EXIT.
042400
042500******************************************************************
042600*    1500-SORT-THE-MOVEMENTS                                     *
042700*    TODAY'S POSTINGS AND ACCRUALS INTO ONE STREAM IN CUST-ID,   *
042800*    DATE AND TIME ORDER.  THE RELEASE SEQUENCE KEEPS ENTRIES    *
042900*    OF THE SAME MOMENT IN THE ORDER THEY WERE POSTED.           *
043000******************************************************************
043100 1500-SORT-THE-MOVEMENTS.
043200     SORT MOVEMENT-SORT-FILE
043300         ON ASCENDING KEY SRTMV-CUST-ID
043400                          SRTMV-DATE
043500                          SRTMV-TIME
043600                          SRTMV-SEQUENCE
043700         INPUT PROCEDURE IS 1600-RELEASE-MOVEMENTS
043800             THRU 1600-EXIT
043900         GIVING SORTED-MOVEMENT-FILE.
044000 1500-EXIT.
044100     EXIT.
044200
044300 1600-RELEASE-MOVEMENTS.
044400     OPEN INPUT POSTED-HISTORY-FILE
044500     IF POSTED-HISTORY-OK
044600         PERFORM 1610-READ-NEXT-HISTORY THRU 1610-EXIT
044700         PERFORM 1620-RELEASE-ONE-POSTING THRU 1620-EXIT
044800             UNTIL HISTORY-FILE-AT-END
044900         CLOSE POSTED-HISTORY-FILE
045000     ELSE
045100         DISPLAY "OITMBLD - NO POSTED HISTORY TONIGHT - "
045200             "STATUS " POSTED-HISTORY-STATUS
045300     END-IF
045400     OPEN INPUT ACCRUAL-DETAIL-FILE
045500     IF ACCRUAL-DETAIL-OK
045600         PERFORM 1630-READ-NEXT-ACCRUAL THRU 1630-EXIT
045700         PERFORM 1640-RELEASE-ONE-ACCRUAL THRU 1640-EXIT
045800             UNTIL ACCRUAL-FILE-AT-END
045900         CLOSE ACCRUAL-DETAIL-FILE
046000     ELSE
046100         DISPLAY "OITMBLD - NO ACCRUAL DETAIL TONIGHT - "
046200             "STATUS " ACCRUAL-DETAIL-STATUS
046300     END-IF.
046400 1600-EXIT.
046500     EXIT.
046600
046700 1610-READ-NEXT-HISTORY.
046800     READ POSTED-HISTORY-FILE
046900         AT END
047000             MOVE "Y" TO WS-HISTORY-AT-END
047100     END-READ.
047200 1610-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600*    1620-RELEASE-ONE-POSTING                                    *
047700*    CHARGES, DEBIT ADJUSTMENTS AND REVERSED PAYMENTS OPEN       *
047800*    ITEMS (DEBITS); PAYMENTS, CREDIT ADJUSTMENTS AND REVERSED   *
047900*    CHARGES SETTLE THEM (CREDITS).                              *
048000******************************************************************
048100 1620-RELEASE-ONE-POSTING.
048200     IF POSTH-AMOUNT NOT NUMERIC OR POSTH-AMOUNT = 0
048300         GO TO 1620-NEXT
048400     END-IF
048500     MOVE POSTH-CUST-ID TO SRTMV-CUST-ID
048600     MOVE POSTH-POST-DATE TO SRTMV-DATE
048700     MOVE POSTH-POST-TIME TO SRTMV-TIME
048800     MOVE POSTH-TXN-TYPE TO SRTMV-SOURCE
048900     MOVE POSTH-REFERENCE TO SRTMV-REFERENCE
049000     MOVE POSTH-AMOUNT TO SRTMV-AMOUNT
049100     EVALUATE TRUE
049200         WHEN POSTH-TXN-TYPE = "C"
049300             MOVE "D" TO SRTMV-DIRECTION
049400         WHEN POSTH-TXN-TYPE = "P"
049500             MOVE "K" TO SRTMV-DIRECTION
049600         WHEN POSTH-TXN-TYPE = "J" AND POSTH-MODIFIER = "+"
049700             MOVE "D" TO SRTMV-DIRECTION
049800         WHEN POSTH-TXN-TYPE = "J" AND POSTH-MODIFIER = "-"
049900             MOVE "K" TO SRTMV-DIRECTION
050000         WHEN POSTH-TXN-TYPE = "R" AND POSTH-MODIFIER = "P"
050100             MOVE "D" TO SRTMV-DIRECTION
050200         WHEN POSTH-TXN-TYPE = "R" AND POSTH-MODIFIER = "C"
050300             MOVE "K" TO SRTMV-DIRECTION
050400         WHEN OTHER
050500             GO TO 1620-NEXT
050600     END-EVALUATE
050700     ADD 1 TO WS-RELEASE-SEQUENCE
050800     MOVE WS-RELEASE-SEQUENCE TO SRTMV-SEQUENCE
050900     RELEASE SORT-MOVEMENT-RECORD.
051000 1620-NEXT.
051100     PERFORM 1610-READ-NEXT-HISTORY THRU 1610-EXIT.
051200 1620-EXIT.
051300     EXIT.
051400
051500 1630-READ-NEXT-ACCRUAL.
051600     READ ACCRUAL-DETAIL-FILE
051700         AT END
051800             MOVE "Y" TO WS-ACCRUAL-AT-END
051900     END-READ.
052000 1630-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400*    1640-RELEASE-ONE-ACCRUAL                                    *
052500*    INTEREST AND SERVICE CHARGES ARE DEBITS.  THEY CARRY NO     *
052600*    TIME, SO THEY SORT AHEAD OF THE SAME DAY'S POSTINGS.        *
052700******************************************************************
052800 1640-RELEASE-ONE-ACCRUAL.
052900     IF ACRD-AMOUNT NUMERIC AND ACRD-AMOUNT > 0 AND
053000             (ACRD-TYPE-INTEREST OR ACRD-TYPE-SERVICE)
053100         MOVE ACRD-CUST-ID TO SRTMV-CUST-ID
053200         MOVE ACRD-POST-DATE TO SRTMV-DATE
053300         MOVE 0 TO SRTMV-TIME
053400         MOVE "D" TO SRTMV-DIRECTION
053500         MOVE ACRD-TYPE TO SRTMV-SOURCE
053600         MOVE SPACES TO SRTMV-REFERENCE
053700         MOVE ACRD-AMOUNT TO SRTMV-AMOUNT
053800         ADD 1 TO WS-RELEASE-SEQUENCE
053900         MOVE WS-RELEASE-SEQUENCE TO SRTMV-SEQUENCE
054000         RELEASE SORT-MOVEMENT-RECORD
054100     END-IF
054200     PERFORM 1630-READ-NEXT-ACCRUAL THRU 1630-EXIT.
054300 1640-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700*    2000-BUILD-ALL-ACCOUNTS                                     *
054800******************************************************************
054900 2000-BUILD-ALL-ACCOUNTS.
055000     OPEN INPUT SORTED-MOVEMENT-FILE
055100     IF NOT SORTED-MOVEMENT-OK
055200         MOVE "Y" TO WS-MOVEMENT-AT-END
055300     ELSE
055400         PERFORM 2300-READ-NEXT-MOVEMENT THRU 2300-EXIT
055500     END-IF
055600     IF ITEM-FILE-PRESENT
055700         PERFORM 2200-READ-NEXT-ITEM THRU 2200-EXIT
055800     END-IF
055900     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
056000     PERFORM 3000-BUILD-ONE-ACCOUNT THRU 3000-EXIT
056100         UNTIL CUSTOMER-FILE-AT-END
056200     PERFORM 3110-DROP-ONE-ITEM THRU 3110-EXIT
056300         UNTIL ITEM-FILE-AT-END
056400     PERFORM 3210-DROP-ONE-MOVEMENT THRU 3210-EXIT
056500         UNTIL MOVEMENT-FILE-AT-END
056600     IF SORTED-MOVEMENT-OK
056700         CLOSE SORTED-MOVEMENT-FILE
056800     END-IF.
056900 2000-EXIT.
057000     EXIT.
057100
057200 2100-READ-NEXT-CUSTOMER.
057300     READ CUSTOMER-FILE
057400         AT END
057500             MOVE "Y" TO WS-CUSTOMER-AT-END
057600     END-READ
057700     IF NOT CUSTOMER-FILE-AT-END
057800         ADD 1 TO WS-ACCOUNTS-READ
057900     END-IF.
058000 2100-EXIT.
058100     EXIT.
058200
058300 2200-READ-NEXT-ITEM.
058400     READ OPEN-ITEM-FILE
058500         AT END
058600             MOVE "Y" TO WS-ITEM-AT-END
058700     END-READ.
058800 2200-EXIT.
058900     EXIT.
059000
059100 2300-READ-NEXT-MOVEMENT.
059200     READ SORTED-MOVEMENT-FILE
059300         AT END
059400             MOVE "Y" TO WS-MOVEMENT-AT-END
059500     END-READ.
059600 2300-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*    3000-BUILD-ONE-ACCOUNT                                      *
060100*    LOAD THE CARRIED ITEMS, APPLY TODAY'S MOVEMENTS IN THE      *
060200*    ORDER THEY HAPPENED, PROVE TO THE MASTER, THEN AGE AND      *
060300*    WRITE.  ITEMS AND MOVEMENTS FOR AN ACCOUNT NO LONGER ON     *
060400*    THE MASTER ARE DROPPED AND COUNTED.                         *
060500******************************************************************
060600 3000-BUILD-ONE-ACCOUNT.
060700     MOVE 0 TO WS-ITEM-COUNT
060800     MOVE 0 TO WS-UNAPPLIED-CREDIT
060900     PERFORM 3110-DROP-ONE-ITEM THRU 3110-EXIT
061000         UNTIL ITEM-FILE-AT-END OR
061100             OITM-CUST-ID NOT < CUST-ID
061200     PERFORM 3100-LOAD-ONE-ITEM THRU 3100-EXIT
061300         UNTIL ITEM-FILE-AT-END OR
061400             OITM-CUST-ID NOT = CUST-ID
061500     PERFORM 3210-DROP-ONE-MOVEMENT THRU 3210-EXIT
061600         UNTIL MOVEMENT-FILE-AT-END OR
061700             SMV-CUST-ID NOT < CUST-ID
061800     PERFORM 3200-APPLY-ONE-MOVEMENT THRU 3200-EXIT
061900         UNTIL MOVEMENT-FILE-AT-END OR
062000             SMV-CUST-ID NOT = CUST-ID
062100     PERFORM 3500-PROVE-TO-MASTER THRU 3500-EXIT
062200     PERFORM 3600-AGE-AND-WRITE THRU 3600-EXIT
062300     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
062400 3000-EXIT.
062500     EXIT.
062600
062700 3100-LOAD-ONE-ITEM.
062800     ADD 1 TO WS-ITEMS-CARRIED-IN
062900     IF OITM-IS-CREDIT
063000         ADD OITM-OPEN-AMOUNT TO WS-UNAPPLIED-CREDIT
063100     ELSE
063200         IF OITM-OPEN-AMOUNT > 0
063300             MOVE OITM-ITEM-DATE TO WS-NEW-DATE
063400             MOVE OITM-DUE-DATE TO WS-NEW-DUE-DATE
063500             MOVE OITM-SOURCE TO WS-NEW-SOURCE
063600             MOVE OITM-REFERENCE TO WS-NEW-REFERENCE
063700             MOVE OITM-ORIGINAL-AMOUNT TO WS-NEW-ORIGINAL
063800             MOVE OITM-OPEN-AMOUNT TO WS-NEW-OPEN
063900             MOVE OITM-LAST-PAID-DATE TO WS-NEW-LAST-PAID
064000             PERFORM 4000-ADD-ITEM-TO-TABLE THRU 4000-EXIT
064100         END-IF
064200     END-IF
064300     PERFORM 2200-READ-NEXT-ITEM THRU 2200-EXIT.
064400 3100-EXIT.
064500     EXIT.
064600
064700 3110-DROP-ONE-ITEM.
064800     ADD 1 TO WS-ITEMS-ORPHANED
064900     PERFORM 2200-READ-NEXT-ITEM THRU 2200-EXIT.
065000 3110-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400*    3200-APPLY-ONE-MOVEMENT                                     *
065500*    A DEBIT OPENS AN ITEM.  A REVERSED CHARGE FIRST SETTLES     *
065600*    THE ITEM IT REVERSES (SAME REFERENCE); WHAT IS LEFT OF ANY  *
065700*    CREDIT SETTLES THE OLDEST ITEMS FIRST.                      *
065800******************************************************************
065900 3200-APPLY-ONE-MOVEMENT.
066000     IF SMV-IS-DEBIT
066100         ADD 1 TO WS-ITEMS-RAISED
066200         MOVE SMV-DATE TO WS-NEW-DATE
066300         IF SMV-SOURCE = "R"
066400             MOVE SMV-DATE TO WS-NEW-DUE-DATE
066500         ELSE
066600             PERFORM 7000-COMPUTE-DUE-DATE THRU 7000-EXIT
066700         END-IF
066800         MOVE SMV-SOURCE TO WS-NEW-SOURCE
066900         MOVE SMV-REFERENCE TO WS-NEW-REFERENCE
067000         MOVE SMV-AMOUNT TO WS-NEW-ORIGINAL
067100         MOVE SMV-AMOUNT TO WS-NEW-OPEN
067200         MOVE 0 TO WS-NEW-LAST-PAID
067300         PERFORM 3300-RAISE-NEW-ITEM THRU 3300-EXIT
067400     ELSE
067500         ADD 1 TO WS-CREDITS-APPLIED
067600         ADD SMV-AMOUNT TO WS-CREDIT-AMOUNT-TOTAL
067700         MOVE SMV-AMOUNT TO WS-CREDIT-LEFT
067800         MOVE SMV-DATE TO WS-CREDIT-DATE
067900         IF SMV-SOURCE = "R" AND SMV-REFERENCE NOT = SPACES
068000             PERFORM 3410-MATCH-REVERSED-ITEM THRU 3410-EXIT
068100                 VARYING WS-ITEM-IDX FROM 1 BY 1
068200                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR
068300                     WS-CREDIT-LEFT = 0
068400         END-IF
068500         PERFORM 3400-APPLY-OLDEST-FIRST THRU 3400-EXIT
068600     END-IF
068700     PERFORM 2300-READ-NEXT-MOVEMENT THRU 2300-EXIT.
068800 3200-EXIT.
068900     EXIT.
069000
069100 3210-DROP-ONE-MOVEMENT.
069200     ADD 1 TO WS-MOVEMENTS-ORPHANED
069300     PERFORM 2300-READ-NEXT-MOVEMENT THRU 2300-EXIT.
069400 3210-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800*    3300-RAISE-NEW-ITEM                                         *
069900*    UNAPPLIED CREDIT ON THE ACCOUNT SETTLES A NEW ITEM BEFORE   *
070000*    IT IS EVER OPEN.  CALLERS FILL WS-NEW-ITEM.                 *
070100******************************************************************
070200 3300-RAISE-NEW-ITEM.
070300     IF WS-UNAPPLIED-CREDIT = 0
070400         GO TO 3300-ADD
070500     END-IF
070600     IF WS-UNAPPLIED-CREDIT NOT < WS-NEW-OPEN
070700         SUBTRACT WS-NEW-OPEN FROM WS-UNAPPLIED-CREDIT
070800         MOVE 0 TO WS-NEW-OPEN
070900         ADD 1 TO WS-ITEMS-PAID-OFF
071000         GO TO 3300-EXIT
071100     END-IF
071200     SUBTRACT WS-UNAPPLIED-CREDIT FROM WS-NEW-OPEN
071300     MOVE 0 TO WS-UNAPPLIED-CREDIT
071400     MOVE WS-NEW-DATE TO WS-NEW-LAST-PAID.
071500 3300-ADD.
071600     PERFORM 4000-ADD-ITEM-TO-TABLE THRU 4000-EXIT.
071700 3300-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    3400-APPLY-OLDEST-FIRST                                     *
072200*    WS-CREDIT-LEFT AGAINST THE OPEN ITEMS IN TABLE ORDER.  ANY  *
072300*    REMAINDER BECOMES UNAPPLIED CREDIT.                         *
072400******************************************************************
072500 3400-APPLY-OLDEST-FIRST.
072600     PERFORM 4100-APPLY-TO-ITEM THRU 4100-EXIT
072700         VARYING WS-ITEM-IDX FROM 1 BY 1
072800         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR
072900             WS-CREDIT-LEFT = 0
073000     ADD WS-CREDIT-LEFT TO WS-UNAPPLIED-CREDIT
073100     MOVE 0 TO WS-CREDIT-LEFT.
073200 3400-EXIT.
073300     EXIT.
073400
073500 3410-MATCH-REVERSED-ITEM.
073600     IF WS-ITM-REFERENCE(WS-ITEM-IDX) = SMV-REFERENCE
073700         PERFORM 4100-APPLY-TO-ITEM THRU 4100-EXIT
073800     END-IF.
073900 3410-EXIT.
074000     EXIT.
074100
074200******************************************************************
074300*    3500-PROVE-TO-MASTER                                        *
074400*    OPEN ITEMS LESS UNAPPLIED CREDIT MUST EQUAL CUST-BALANCE.   *
074500*    A MASTER THAT IS HIGHER GETS A BALANCING ITEM DATED         *
074600*    TONIGHT; ONE THAT IS LOWER HAS THE DIFFERENCE APPLIED AS A  *
074700*    CREDIT, OLDEST FIRST.  THIS IS ALSO HOW THE FIRST NIGHT     *
074800*    SEEDS THE LEDGER.                                           *
074900******************************************************************
075000 3500-PROVE-TO-MASTER.
075100     IF CUST-BALANCE NOT NUMERIC
075200         ADD 1 TO WS-BALANCES-UNUSABLE
075300         GO TO 3500-EXIT
075400     END-IF
075500     MOVE 0 TO WS-LEDGER-NET
075600     PERFORM 3510-ADD-ONE-OPEN-AMOUNT THRU 3510-EXIT
075700         VARYING WS-ITEM-IDX FROM 1 BY 1
075800         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
075900     SUBTRACT WS-UNAPPLIED-CREDIT FROM WS-LEDGER-NET
076000     COMPUTE WS-PROOF-DIFFERENCE =
076100         CUST-BALANCE - WS-LEDGER-NET
076200     IF WS-PROOF-DIFFERENCE > 0
076300         ADD 1 TO WS-BALANCING-UP
076400         ADD WS-PROOF-DIFFERENCE TO WS-BALANCING-UP-AMOUNT
076500         MOVE WS-RUN-DATE TO WS-NEW-DATE
076600         PERFORM 7000-COMPUTE-DUE-DATE THRU 7000-EXIT
076700         MOVE "B" TO WS-NEW-SOURCE
076800         MOVE SPACES TO WS-NEW-REFERENCE
076900         MOVE WS-PROOF-DIFFERENCE TO WS-NEW-ORIGINAL
077000         MOVE WS-PROOF-DIFFERENCE TO WS-NEW-OPEN
077100         MOVE 0 TO WS-NEW-LAST-PAID
077200         PERFORM 3300-RAISE-NEW-ITEM THRU 3300-EXIT
077300     END-IF
077400     IF WS-PROOF-DIFFERENCE < 0
077500         ADD 1 TO WS-BALANCING-DOWN
077600         COMPUTE WS-CREDIT-LEFT = 0 - WS-PROOF-DIFFERENCE
077700         ADD WS-CREDIT-LEFT TO WS-BALANCING-DOWN-AMOUNT
077800         MOVE WS-RUN-DATE TO WS-CREDIT-DATE
077900         PERFORM 3400-APPLY-OLDEST-FIRST THRU 3400-EXIT
078000     END-IF.
078100 3500-EXIT.
078200     EXIT.
078300
078400 3510-ADD-ONE-OPEN-AMOUNT.
078500     ADD WS-ITM-OPEN(WS-ITEM-IDX) TO WS-LEDGER-NET.
078600 3510-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000*    3600-AGE-AND-WRITE                                          *
079100*    EVERY ITEM STILL OPEN IS CARRIED FORWARD AND AGED FROM ITS  *
079200*    DUE DATE.  THE ACCOUNT'S DAYS PAST DUE IS ITS OLDEST        *
079300*    UNPAID ITEM'S.  EVERY ACCOUNT GETS A DPDSTAT RECORD.        *
079400******************************************************************
079500 3600-AGE-AND-WRITE.
079600     INITIALIZE DAYS-PAST-DUE-RECORD
079700     MOVE CUST-ID TO DPD-CUST-ID
079800     MOVE CUST-BRANCH-CODE TO DPD-BRANCH-CODE
079900     MOVE WS-RUN-DATE TO DPD-AS-OF-DATE
080000     MOVE 0 TO WS-MAX-DAYS-PAST-DUE
080100     MOVE 0 TO WS-ACCOUNT-ITEMS-OPEN
080200     PERFORM 3610-AGE-ONE-ITEM THRU 3610-EXIT
080300         VARYING WS-ITEM-IDX FROM 1 BY 1
080400         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
080500     IF WS-UNAPPLIED-CREDIT > 0
080600         INITIALIZE OPEN-ITEM-OUT-RECORD
080700         MOVE CUST-ID TO OITMO-CUST-ID
080800         MOVE WS-RUN-DATE TO OITMO-ITEM-DATE
080900         MOVE WS-RUN-DATE TO OITMO-DUE-DATE
081000         MOVE "U" TO OITMO-SOURCE
081100         MOVE SPACES TO OITMO-REFERENCE
081200         MOVE WS-UNAPPLIED-CREDIT TO OITMO-ORIGINAL-AMOUNT
081300         MOVE WS-UNAPPLIED-CREDIT TO OITMO-OPEN-AMOUNT
081400         MOVE 0 TO OITMO-LAST-PAID-DATE
081500         WRITE OPEN-ITEM-OUT-RECORD
081600         ADD 1 TO WS-ITEMS-CARRIED-OUT
081700         MOVE WS-UNAPPLIED-CREDIT TO DPD-UNAPPLIED-CREDIT
081800         ADD WS-UNAPPLIED-CREDIT TO WS-UNAPPLIED-TOTAL
081900         ADD 1 TO WS-ACCOUNTS-IN-CREDIT
082000     END-IF
082100     MOVE WS-MAX-DAYS-PAST-DUE TO DPD-DAYS-PAST-DUE
082200     EVALUATE TRUE
082300         WHEN WS-MAX-DAYS-PAST-DUE = 0
082400             MOVE 0 TO DPD-BUCKET
082500         WHEN WS-MAX-DAYS-PAST-DUE NOT > 30
082600             MOVE 1 TO DPD-BUCKET
082700         WHEN WS-MAX-DAYS-PAST-DUE NOT > 60
082800             MOVE 2 TO DPD-BUCKET
082900         WHEN WS-MAX-DAYS-PAST-DUE NOT > 90
083000             MOVE 3 TO DPD-BUCKET
083100         WHEN WS-MAX-DAYS-PAST-DUE NOT > 120
083200             MOVE 4 TO DPD-BUCKET
083300         WHEN OTHER
083400             MOVE 5 TO DPD-BUCKET
083500     END-EVALUATE
083600     COMPUTE DPD-TOTAL-PAST-DUE =
083700         DPD-1-30-AMT + DPD-31-60-AMT + DPD-61-90-AMT +
083800         DPD-91-120-AMT + DPD-OVER-120-AMT
083900     MOVE WS-ACCOUNT-ITEMS-OPEN TO DPD-OPEN-ITEM-COUNT
084000     WRITE DAYS-PAST-DUE-RECORD
084100     IF DPD-IS-PAST-DUE
084200         ADD 1 TO WS-ACCOUNTS-PAST-DUE
084300     END-IF.
084400 3600-EXIT.
084500     EXIT.
084600
084700 3610-AGE-ONE-ITEM.
084800     IF WS-ITM-OPEN(WS-ITEM-IDX) = 0
084900         GO TO 3610-EXIT
085000     END-IF
085100     INITIALIZE OPEN-ITEM-OUT-RECORD
085200     MOVE CUST-ID TO OITMO-CUST-ID
085300     MOVE WS-ITM-DATE(WS-ITEM-IDX) TO OITMO-ITEM-DATE
085400     MOVE WS-ITM-DUE-DATE(WS-ITEM-IDX) TO OITMO-DUE-DATE
085500     MOVE WS-ITM-SOURCE(WS-ITEM-IDX) TO OITMO-SOURCE
085600     MOVE WS-ITM-REFERENCE(WS-ITEM-IDX) TO OITMO-REFERENCE
085700     MOVE WS-ITM-ORIGINAL(WS-ITEM-IDX) TO OITMO-ORIGINAL-AMOUNT
085800     MOVE WS-ITM-OPEN(WS-ITEM-IDX) TO OITMO-OPEN-AMOUNT
085900     MOVE WS-ITM-LAST-PAID(WS-ITEM-IDX) TO OITMO-LAST-PAID-DATE
086000     WRITE OPEN-ITEM-OUT-RECORD
086100     ADD 1 TO WS-ITEMS-CARRIED-OUT
086200     ADD 1 TO WS-ACCOUNT-ITEMS-OPEN
086300     MOVE WS-ITM-DUE-DATE(WS-ITEM-IDX) TO WS-WORK-DATE
086400     PERFORM 7100-COMPUTE-DAYS-BETWEEN THRU 7100-EXIT
086500     EVALUATE TRUE
086600         WHEN WS-DAYS-BETWEEN NOT > 0
086700             MOVE 1 TO WS-BUCKET-IDX
086800         WHEN WS-DAYS-BETWEEN NOT > 30
086900             MOVE 2 TO WS-BUCKET-IDX
087000         WHEN WS-DAYS-BETWEEN NOT > 60
087100             MOVE 3 TO WS-BUCKET-IDX
087200         WHEN WS-DAYS-BETWEEN NOT > 90
087300             MOVE 4 TO WS-BUCKET-IDX
087400         WHEN WS-DAYS-BETWEEN NOT > 120
087500             MOVE 5 TO WS-BUCKET-IDX
087600         WHEN OTHER
087700             MOVE 6 TO WS-BUCKET-IDX
087800     END-EVALUATE
087900     ADD WS-ITM-OPEN(WS-ITEM-IDX)
088000         TO DPD-BUCKET-AMT(WS-BUCKET-IDX)
088100     ADD WS-ITM-OPEN(WS-ITEM-IDX)
088200         TO WS-PORT-BUCKET-AMT(WS-BUCKET-IDX)
088300     IF WS-DAYS-BETWEEN > WS-MAX-DAYS-PAST-DUE
088400         MOVE WS-DAYS-BETWEEN TO WS-MAX-DAYS-PAST-DUE
088500     END-IF.
088600 3610-EXIT.
088700     EXIT.
088800
088900******************************************************************
089000*    4000-ADD-ITEM-TO-TABLE                                      *
089100******************************************************************
089200 4000-ADD-ITEM-TO-TABLE.
089300     IF WS-ITEM-COUNT < WS-ITEM-TABLE-SIZE
089400         ADD 1 TO WS-ITEM-COUNT
089500         MOVE WS-NEW-DATE TO WS-ITM-DATE(WS-ITEM-COUNT)
089600         MOVE WS-NEW-DUE-DATE TO WS-ITM-DUE-DATE(WS-ITEM-COUNT)
089700         MOVE WS-NEW-SOURCE TO WS-ITM-SOURCE(WS-ITEM-COUNT)
089800         MOVE WS-NEW-REFERENCE TO WS-ITM-REFERENCE(WS-ITEM-COUNT)
089900         MOVE WS-NEW-ORIGINAL TO WS-ITM-ORIGINAL(WS-ITEM-COUNT)
090000         MOVE WS-NEW-OPEN TO WS-ITM-OPEN(WS-ITEM-COUNT)
090100         MOVE WS-NEW-LAST-PAID TO WS-ITM-LAST-PAID(WS-ITEM-COUNT)
090200     ELSE
090300         ADD WS-NEW-ORIGINAL TO WS-ITM-ORIGINAL(WS-ITEM-COUNT)
090400         ADD WS-NEW-OPEN TO WS-ITM-OPEN(WS-ITEM-COUNT)
090500         ADD 1 TO WS-TABLE-OVERFLOWS
090600     END-IF.
090700 4000-EXIT.
090800     EXIT.
090900
091000******************************************************************
091100*    4100-APPLY-TO-ITEM                                          *
091200*    AS MUCH OF WS-CREDIT-LEFT AS ITEM WS-ITEM-IDX WILL TAKE.    *
091300******************************************************************
091400 4100-APPLY-TO-ITEM.
091500     IF WS-ITM-OPEN(WS-ITEM-IDX) = 0
091600         GO TO 4100-EXIT
091700     END-IF
091800     IF WS-CREDIT-LEFT NOT < WS-ITM-OPEN(WS-ITEM-IDX)
091900         SUBTRACT WS-ITM-OPEN(WS-ITEM-IDX) FROM WS-CREDIT-LEFT
092000         MOVE 0 TO WS-ITM-OPEN(WS-ITEM-IDX)
092100         ADD 1 TO WS-ITEMS-PAID-OFF
092200     ELSE
092300         SUBTRACT WS-CREDIT-LEFT FROM WS-ITM-OPEN(WS-ITEM-IDX)
092400         MOVE 0 TO WS-CREDIT-LEFT
092500     END-IF
092600     MOVE WS-CREDIT-DATE TO WS-ITM-LAST-PAID(WS-ITEM-IDX).
092700 4100-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100*    7000-COMPUTE-DUE-DATE                                       *
093200*    WS-NEW-DATE PLUS WS-TERMS-DAYS REAL CALENDAR DAYS, ONE      *
093300*    MONTH AT A TIME (THE DISPMNT ARITHMETIC).  A DATE THAT      *
093400*    CANNOT BE STEPPED IS DUE ON THE DAY IT POSTED.              *
093500******************************************************************
093600 7000-COMPUTE-DUE-DATE.
093700     MOVE WS-NEW-DATE TO WS-DUE-DATE
093800     MOVE WS-DUE-DATE TO WS-NEW-DUE-DATE
093900     IF WS-DUE-DATE NOT NUMERIC OR
094000             WS-DUE-MM < 1 OR WS-DUE-MM > 12 OR
094100             WS-DUE-DD < 1 OR WS-DUE-DD > 31
094200         GO TO 7000-EXIT
094300     END-IF
094400     MOVE WS-TERMS-DAYS TO WS-DAYS-TO-ADD
094500     PERFORM 7010-ADVANCE-ONE-MONTH THRU 7010-EXIT
094600         UNTIL WS-DAYS-TO-ADD = 0
094700     MOVE WS-DUE-DATE TO WS-NEW-DUE-DATE.
094800 7000-EXIT.
094900     EXIT.
095000
095100 7010-ADVANCE-ONE-MONTH.
095200     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-LENGTH
095300     IF WS-DUE-MM = 2
095400         DIVIDE WS-DUE-YY BY 4 GIVING WS-LEAP-QUOTIENT
095500             REMAINDER WS-LEAP-REMAINDER
095600         IF WS-LEAP-REMAINDER = 0
095700             MOVE 29 TO WS-MONTH-LENGTH
095800         END-IF
095900     END-IF
096000     IF WS-DUE-DD > WS-MONTH-LENGTH
096100         MOVE WS-MONTH-LENGTH TO WS-DUE-DD
096200     END-IF
096300     COMPUTE WS-DAYS-LEFT-IN-MONTH =
096400         WS-MONTH-LENGTH - WS-DUE-DD
096500     IF WS-DAYS-TO-ADD NOT > WS-DAYS-LEFT-IN-MONTH
096600         ADD WS-DAYS-TO-ADD TO WS-DUE-DD
096700         MOVE 0 TO WS-DAYS-TO-ADD
096800         GO TO 7010-EXIT
096900     END-IF
097000     COMPUTE WS-DAYS-TO-ADD =
097100         WS-DAYS-TO-ADD - WS-DAYS-LEFT-IN-MONTH - 1
097200     MOVE 1 TO WS-DUE-DD
097300     IF WS-DUE-MM = 12
097400         MOVE 1 TO WS-DUE-MM
097500         IF WS-DUE-YY = 99
097600             MOVE 0 TO WS-DUE-YY
097700         ELSE
097800             ADD 1 TO WS-DUE-YY
097900         END-IF
098000     ELSE
098100         ADD 1 TO WS-DUE-MM
098200     END-IF.
098300 7010-EXIT.
098400     EXIT.
098500
098600******************************************************************
098700*    7100-COMPUTE-DAYS-BETWEEN                                   *
098800*    REAL ELAPSED DAYS FROM WS-WORK-DATE TO THE RUN DATE,        *
098900*    THROUGH THE SHARED BUSINESS CALENDAR SUBPROGRAM (CALSUB).   *
099000*    30-DAY-MONTH ARITHMETIC IS THE FALLBACK WHEN A DATE         *
099100*    DEFEATS THE CALENDAR.                                       *
099200******************************************************************
099300 7100-COMPUTE-DAYS-BETWEEN.
099400     MOVE "D" TO CALW-FUNCTION
099500     MOVE WS-WORK-DATE TO CALW-DATE-1
099600     MOVE WS-RUN-DATE TO CALW-DATE-2
099700     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
099800     IF CALW-OK
099900         MOVE CALW-DAYS TO WS-DAYS-BETWEEN
100000         GO TO 7100-EXIT
100100     END-IF
100200     COMPUTE WS-DAYS-BETWEEN =
100300         (WS-RUN-YY - WS-WORK-YY) * 360 +
100400         (WS-RUN-MM - WS-WORK-MM) * 30 +
100500         (WS-RUN-DD - WS-WORK-DD).
100600 7100-EXIT.
100700     EXIT.
100800
100900******************************************************************
101000*    9000-TERMINATE                                              *
101100******************************************************************
101200 9000-TERMINATE.
101300     MOVE "ACCOUNTS ON THE MASTER  . . . . ." TO OI-CNT-LABEL
101400     MOVE WS-ACCOUNTS-READ TO OI-CNT-VALUE
101500     MOVE 0 TO OI-CNT-AMOUNT
101600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
101700     MOVE "ITEMS CARRIED IN  . . . . . . . ." TO OI-CNT-LABEL
101800     MOVE WS-ITEMS-CARRIED-IN TO OI-CNT-VALUE
101900     MOVE 0 TO OI-CNT-AMOUNT
102000     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
102100     MOVE "NEW ITEMS RAISED  . . . . . . . ." TO OI-CNT-LABEL
102200     MOVE WS-ITEMS-RAISED TO OI-CNT-VALUE
102300     MOVE 0 TO OI-CNT-AMOUNT
102400     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
102500     MOVE "CREDITS APPLIED . . . . . . . . ." TO OI-CNT-LABEL
102600     MOVE WS-CREDITS-APPLIED TO OI-CNT-VALUE
102700     MOVE WS-CREDIT-AMOUNT-TOTAL TO OI-CNT-AMOUNT
102800     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
102900     MOVE "ITEMS PAID IN FULL  . . . . . . ." TO OI-CNT-LABEL
103000     MOVE WS-ITEMS-PAID-OFF TO OI-CNT-VALUE
103100     MOVE 0 TO OI-CNT-AMOUNT
103200     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
103300     MOVE "BALANCING ITEMS RAISED  . . . . ." TO OI-CNT-LABEL
103400     MOVE WS-BALANCING-UP TO OI-CNT-VALUE
103500     MOVE WS-BALANCING-UP-AMOUNT TO OI-CNT-AMOUNT
103600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
103700     MOVE "BALANCING CREDITS APPLIED . . . ." TO OI-CNT-LABEL
103800     MOVE WS-BALANCING-DOWN TO OI-CNT-VALUE
103900     MOVE WS-BALANCING-DOWN-AMOUNT TO OI-CNT-AMOUNT
104000     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
104100     MOVE "ITEMS CARRIED OUT . . . . . . . ." TO OI-CNT-LABEL
104200     MOVE WS-ITEMS-CARRIED-OUT TO OI-CNT-VALUE
104300     MOVE 0 TO OI-CNT-AMOUNT
104400     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
104500     MOVE "ACCOUNTS WITH UNAPPLIED CREDIT  ." TO OI-CNT-LABEL
104600     MOVE WS-ACCOUNTS-IN-CREDIT TO OI-CNT-VALUE
104700     MOVE WS-UNAPPLIED-TOTAL TO OI-CNT-AMOUNT
104800     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
104900     MOVE "ACCOUNTS PAST DUE . . . . . . . ." TO OI-CNT-LABEL
105000     MOVE WS-ACCOUNTS-PAST-DUE TO OI-CNT-VALUE
105100     MOVE 0 TO OI-CNT-AMOUNT
105200     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
105300     MOVE "ORPHAN ITEMS DROPPED  . . . . . ." TO OI-CNT-LABEL
105400     MOVE WS-ITEMS-ORPHANED TO OI-CNT-VALUE
105500     MOVE 0 TO OI-CNT-AMOUNT
105600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
105700     MOVE "ORPHAN MOVEMENTS DROPPED  . . . ." TO OI-CNT-LABEL
105800     MOVE WS-MOVEMENTS-ORPHANED TO OI-CNT-VALUE
105900     MOVE 0 TO OI-CNT-AMOUNT
106000     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
106100     MOVE "ITEMS FOLDED - TABLE FULL . . . ." TO OI-CNT-LABEL
106200     MOVE WS-TABLE-OVERFLOWS TO OI-CNT-VALUE
106300     MOVE 0 TO OI-CNT-AMOUNT
106400     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
106500     MOVE "UNUSABLE MASTER BALANCES  . . . ." TO OI-CNT-LABEL
106600     MOVE WS-BALANCES-UNUSABLE TO OI-CNT-VALUE
106700     MOVE 0 TO OI-CNT-AMOUNT
106800     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT
106900     MOVE SPACES TO LEDGER-REGISTER-LINE
107000     WRITE LEDGER-REGISTER-LINE AFTER ADVANCING 1 LINE
107100     WRITE LEDGER-REGISTER-LINE FROM OI-BUCKET-HEADING
107200         AFTER ADVANCING 1 LINE
107300     PERFORM 9200-WRITE-BUCKET-LINE THRU 9200-EXIT
107400         VARYING WS-BUCKET-IDX FROM 1 BY 1
107500         UNTIL WS-BUCKET-IDX > 6
107600     CLOSE CUSTOMER-FILE
107700     IF ITEM-FILE-PRESENT
107800         CLOSE OPEN-ITEM-FILE
107900     END-IF
108000     CLOSE OPEN-ITEM-OUT-FILE
108100     CLOSE DAYS-PAST-DUE-FILE
108200     CLOSE LEDGER-REGISTER
108300     DISPLAY "OITMBLD - " WS-ACCOUNTS-READ " ACCOUNT(S), "
108400         WS-ITEMS-CARRIED-OUT " ITEM(S) CARRIED FORWARD, "
108500         WS-ACCOUNTS-PAST-DUE " PAST DUE"
108600     IF WS-TABLE-OVERFLOWS > 0
108700         DISPLAY "OITMBLD - " WS-TABLE-OVERFLOWS
108800             " ITEM(S) FOLDED INTO A FULL ACCOUNT TABLE"
108900         MOVE 4 TO RETURN-CODE
109000     END-IF
109100     IF WS-BALANCES-UNUSABLE > 0
109200         DISPLAY "OITMBLD - " WS-BALANCES-UNUSABLE
109300             " ACCOUNT(S) WITH AN UNUSABLE BALANCE - NOT PROVED"
109400         MOVE 4 TO RETURN-CODE
109500     END-IF.
109600 9000-EXIT.
109700     EXIT.
109800
109900 9100-WRITE-COUNT-LINE.
110000     WRITE LEDGER-REGISTER-LINE FROM OI-COUNT-LINE
110100         AFTER ADVANCING 1 LINE.
110200 9100-EXIT.
110300     EXIT.
110400
110500 9200-WRITE-BUCKET-LINE.
110600     MOVE OI-BUCKET-LABEL(WS-BUCKET-IDX) TO OI-BKT-LABEL
110700     MOVE WS-PORT-BUCKET-AMT(WS-BUCKET-IDX) TO OI-BKT-AMOUNT
110800     WRITE LEDGER-REGISTER-LINE FROM OI-BUCKET-LINE
110900         AFTER ADVANCING 1 LINE.
111000 9200-EXIT.
111100     EXIT.
