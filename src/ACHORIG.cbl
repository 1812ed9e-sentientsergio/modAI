000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACHORIG.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/03/2026.
000600 DATE-COMPILED.  11/03/2026.
000700******************************************************************
000800*                                                                *
000900*    ACHORIG - AUTOMATIC PAYMENT ACH DEBIT ORIGINATION           *
001000*    CUSTOMERS ENROLLED FOR AUTOMATIC PAYMENT (AUTOPAY, SEE      *
001100*    APAYREC, KEPT ONLINE THROUGH APAYMNT) ARE DRAFTED FROM      *
001200*    THEIR BANK ACCOUNTS HERE.  THE PASS WALKS THE PAYMENT DUE   *
001300*    FILE (PMTDUE, SEE PDUEREC) AND, FOR EVERY ACTIVE            *
001400*    ENROLLMENT WHOSE LATEST STATEMENT - CUT ON THE CUSTOMER'S   *
001500*    CUST-STMT-CYCLE-DAY - IS NOW THE ACHPARM LEAD DAYS OLD      *
001600*    (SEE ACHPREC) AND HAS NOT YET BEEN DRAFTED:                 *
001700*      - FIGURES THE DRAFT FROM THE ENROLLMENT'S OPTION (THE     *
001800*        MINIMUM, THE FULL STATEMENT BALANCE OR A FIXED          *
001900*        AMOUNT), LESS PAYMENTS ALREADY MADE SINCE THE           *
002000*        STATEMENT AND NEVER MORE THAN THE BALANCE OWED,         *
002100*      - WRITES THE DEBIT ENTRY TO THE BANK'S ACH ORIGINATION    *
002200*        FILE (ACHFILE - FILE HEADER, ONE PPD BATCH, ENTRY       *
002300*        DETAIL, BATCH AND FILE CONTROL TOTALS, BLOCKED TO 10),  *
002400*      - WRITES THE MATCHING PAYMENT (ACHTXN, CONCATENATED       *
002500*        INTO TXNFILE FOR TXNPOST, THE SAME AS NSFTXN),          *
002600*      - STAMPS THE STATEMENT DATE DRAFTED ON THE ENROLLMENT.    *
002700*    THE PAYMENT'S REFERENCE IS "AD" AND THE EFFECTIVE ENTRY     *
002800*    DATE, AND THE ENTRY'S INDIVIDUAL ID NUMBER IS THE CUST-ID,  *
002900*    SO A DRAFT THE BANK RETURNS COMES BACK ON RTRNFILE (SEE     *
003000*    RTRNREC) AND IS REVERSED BY NSFPROC LIKE ANY RETURNED       *
003100*    CHECK.  EVERY DRAFT, AND EVERY DUE ENROLLMENT NOT DRAFTED,  *
003200*    IS LISTED ON THE DRAFT REGISTER (ACHRPT).                   *
003300*                                                                *
003400*    RUNS BEFORE TXNPOST AGAINST THE PMTDUE GENERATION LEFT BY   *
003500*    LAST NIGHT'S STMTBLD.  A RERUN THE SAME NIGHT REBUILDS THE  *
003600*    SAME FILE - AN ENROLLMENT DRAFTED ON THE RUN DATE IS        *
003700*    DRAFTED AGAIN IN PLACE OF THE OUTPUT IT REPLACES.  THE      *
003800*    EFFECTIVE ENTRY DATE IS THE NEXT BUSINESS DAY (CALSUB);     *
003900*    WITHOUT THE CALENDAR IT IS THE RUN DATE AND THE BANK        *
004000*    SETTLES ON ITS NEXT PROCESSING DAY.                         *
004100*                                                                *
004200******************************************************************
004300* MODIFICATION HISTORY
004400*   11/03/2026  RVH  ORIGINAL.
004433*   11/15/2026  RVH  DRAFT PAYMENTS STAMPED BATCH ID *AUTOPAY FOR
004466*                    THE BANK DEPOSIT RECONCILIATION (BNKRECON).
004500******************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ACH-PARM-FILE ASSIGN TO ACHPARM
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS ACH-PARM-STATUS.
005400     SELECT PAYMENT-DUE-FILE ASSIGN TO PMTDUE
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS PAYMENT-DUE-STATUS.
005800     SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS APAY-CUST-ID
006200         FILE STATUS IS AUTOPAY-STATUS.
006300     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CUST-ID
006700         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
006800         FILE STATUS IS CUSTOMER-FILE-STATUS.
006900     SELECT ACH-ORIGINATION-FILE ASSIGN TO ACHFILE
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS ACH-ORIGINATION-STATUS.
007300     SELECT POSTING-TXN-FILE ASSIGN TO ACHTXN
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS POSTING-TXN-FILE-STATUS.
007700     SELECT DRAFT-REGISTER ASSIGN TO ACHRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS DRAFT-REGISTER-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  ACH-PARM-FILE
008400     LABEL RECORDS ARE STANDARD
008500     BLOCK CONTAINS 0 RECORDS
008600     RECORDING MODE F
008700     DATA RECORD IS ACH-PARM-RECORD.
008800     COPY ACHPREC.
008900
009000 FD  PAYMENT-DUE-FILE
009100     LABEL RECORDS ARE STANDARD
009200     BLOCK CONTAINS 0 RECORDS
009300     RECORDING MODE F
009400     DATA RECORD IS PAYMENT-DUE-RECORD.
009500     COPY PDUEREC.
009600
009700 FD  AUTOPAY-FILE
009800     LABEL RECORDS ARE STANDARD
009900     BLOCK CONTAINS 0 RECORDS
010000     RECORDING MODE F
010100     DATA RECORD IS AUTOPAY-ENROLLMENT-RECORD.
010200     COPY APAYREC.
010300
010400 FD  CUSTOMER-FILE
010500     LABEL RECORDS ARE STANDARD
010600     BLOCK CONTAINS 0 RECORDS
010700     RECORDING MODE F
010800     DATA RECORD IS CUSTOMER-RECORD.
010900     COPY CUSTREC.
011000
011100 FD  ACH-ORIGINATION-FILE
011200     LABEL RECORDS ARE STANDARD
011300     BLOCK CONTAINS 0 RECORDS
011400     RECORDING MODE F
011500     DATA RECORD IS ACH-FILE-RECORD.
011600 01  ACH-FILE-RECORD          PIC X(94).
011700
011800 FD  POSTING-TXN-FILE
011900     LABEL RECORDS ARE STANDARD
012000     BLOCK CONTAINS 0 RECORDS
012100     RECORDING MODE F
012200     DATA RECORD IS POSTING-TXN-RECORD.
012300     COPY PTXNREC.
012400
012500 FD  DRAFT-REGISTER
012600     LABEL RECORDS ARE OMITTED
012700     RECORDING MODE F.
012800 01  DRAFT-REGISTER-LINE      PIC X(132).
012900
013000 WORKING-STORAGE SECTION.
013100******************************************************************
013200*    FILE STATUS                                                 *
013300******************************************************************
013400 01  ACH-PARM-STATUS           PIC X(02).
013500     88  ACH-PARM-OK               VALUE "00".
013600 01  PAYMENT-DUE-STATUS        PIC X(02).
013700     88  PAYMENT-DUE-OK            VALUE "00".
013800 01  AUTOPAY-STATUS            PIC X(02).
013900     88  AUTOPAY-OK                VALUE "00".
014000 01  CUSTOMER-FILE-STATUS      PIC X(02).
014100     88  CUST-FILE-OK              VALUE "00".
014200 01  ACH-ORIGINATION-STATUS    PIC X(02).
014300     88  ACH-ORIGINATION-OK        VALUE "00".
014400 01  POSTING-TXN-FILE-STATUS   PIC X(02).
014500     88  POSTING-TXN-FILE-OK       VALUE "00".
014600 01  DRAFT-REGISTER-STATUS     PIC X(02).
014700     88  DRAFT-REGISTER-OK         VALUE "00".
014800
014900******************************************************************
015000*    RUN CONTROL FIELDS                                          *
015100******************************************************************
015200 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
015300 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
015400 01  WS-RUN-TIME-FIELDS REDEFINES WS-RUN-TIME.
015500     05  WS-RUN-HHMM           PIC 9(04).
015600     05  FILLER                PIC 9(04).
015700 01  WS-EFFECTIVE-DATE         PIC 9(06) VALUE 0.
015800 01  WS-DUE-AT-END             PIC X(01) VALUE "N".
015900     88  DUE-FILE-AT-END           VALUE "Y".
016000 01  WS-LEAD-DAYS              PIC 9(02) VALUE 0.
016100 01  WS-DAYS-SINCE-STATEMENT   PIC S9(05) VALUE 0.
016200 01  WS-DRAFT-AMOUNT           PIC S9(7)V99 VALUE 0.
016300 01  WS-SKIP-RESULT            PIC X(10) VALUE SPACES.
016400 01  WS-BATCH-OPEN             PIC X(01) VALUE "N".
016500     88  BATCH-IS-OPEN             VALUE "Y".
016600 01  WS-DRAFT-REFERENCE.
016700     05  FILLER                PIC X(02) VALUE "AD".
016800     05  WS-DRAFT-REF-DATE     PIC 9(06) VALUE 0.
016900
017000******************************************************************
017100*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
017200******************************************************************
017300     COPY CALWREC.
017400
017500******************************************************************
017600*    ACH CONTROL TOTALS                                          *
017700*    THE ENTRY HASH IS THE SUM OF THE 8-DIGIT RDFI ROUTING IDS,  *
017800*    KEPT TO ITS LOW-ORDER TEN DIGITS ON THE CONTROL RECORDS.    *
017900******************************************************************
018000 01  WS-ENTRY-COUNT            PIC 9(07) BINARY VALUE 0.
018100 01  WS-ENTRY-HASH             PIC 9(12) VALUE 0.
018200 01  WS-DEBIT-TOTAL            PIC 9(10)V99 VALUE 0.
018300 01  WS-RECORD-COUNT           PIC 9(07) BINARY VALUE 0.
018400 01  WS-BLOCK-COUNT            PIC 9(06) VALUE 0.
018500 01  WS-BLOCK-REMAINDER        PIC 9(02) VALUE 0.
018600 01  WS-BATCH-COUNT            PIC 9(06) VALUE 0.
018700
018800******************************************************************
018900*    ACH RECORD LAYOUTS - 94 BYTES, BLOCKED TEN                  *
019000******************************************************************
019100 01  ACH-FILE-HEADER.
019200     05  FILLER                PIC X(01) VALUE "1".
019300     05  FILLER                PIC X(02) VALUE "01".
019400     05  FILLER                PIC X(01) VALUE SPACE.
019500     05  AFH-DEST-ROUTING      PIC X(09).
019600     05  AFH-ORIGIN-ID         PIC X(10).
019700     05  AFH-CREATION-DATE     PIC 9(06).
019800     05  AFH-CREATION-TIME     PIC 9(04).
019900     05  FILLER                PIC X(01) VALUE "A".
020000     05  FILLER                PIC X(03) VALUE "094".
020100     05  FILLER                PIC X(02) VALUE "10".
020200     05  FILLER                PIC X(01) VALUE "1".
020300     05  AFH-DEST-NAME         PIC X(23).
020400     05  AFH-ORIGIN-NAME       PIC X(23).
020500     05  FILLER                PIC X(08) VALUE SPACES.
020600
020700 01  ACH-BATCH-HEADER.
020800     05  FILLER                PIC X(01) VALUE "5".
020900     05  FILLER                PIC X(03) VALUE "225".
021000     05  ABH-COMPANY-NAME      PIC X(16).
021100     05  FILLER                PIC X(20) VALUE SPACES.
021200     05  ABH-COMPANY-ID        PIC X(10).
021300     05  FILLER                PIC X(03) VALUE "PPD".
021400     05  ABH-ENTRY-DESC        PIC X(10).
021500     05  FILLER                PIC X(06) VALUE SPACES.
021600     05  ABH-EFFECTIVE-DATE    PIC 9(06).
021700     05  FILLER                PIC X(03) VALUE SPACES.
021800     05  FILLER                PIC X(01) VALUE "1".
021900     05  ABH-ODFI-ID           PIC X(08).
022000     05  ABH-BATCH-NUMBER      PIC 9(07).
022100
022200 01  ACH-ENTRY-DETAIL.
022300     05  FILLER                PIC X(01) VALUE "6".
022400     05  AED-TXN-CODE          PIC X(02).
022500         88  AED-CHECKING-DEBIT    VALUE "27".
022600         88  AED-SAVINGS-DEBIT     VALUE "37".
022700     05  AED-RDFI-ID           PIC 9(08).
022800     05  AED-CHECK-DIGIT       PIC 9(01).
022900     05  AED-BANK-ACCOUNT      PIC X(17).
023000     05  AED-AMOUNT            PIC 9(8)V99.
023100     05  AED-INDIVIDUAL-ID     PIC X(15).
023200     05  AED-INDIVIDUAL-NAME   PIC X(22).
023300     05  FILLER                PIC X(02) VALUE SPACES.
023400     05  FILLER                PIC X(01) VALUE "0".
023500     05  AED-TRACE-NUMBER.
023600         10  AED-TRACE-ODFI    PIC X(08).
023700         10  AED-TRACE-SEQ     PIC 9(07).
023800
023900 01  ACH-BATCH-CONTROL.
024000     05  FILLER                PIC X(01) VALUE "8".
024100     05  FILLER                PIC X(03) VALUE "225".
024200     05  ABC-ENTRY-COUNT       PIC 9(06).
024300     05  ABC-ENTRY-HASH        PIC 9(10).
024400     05  ABC-DEBIT-TOTAL       PIC 9(10)V99.
024500     05  ABC-CREDIT-TOTAL      PIC 9(10)V99 VALUE 0.
024600     05  ABC-COMPANY-ID        PIC X(10).
024700     05  FILLER                PIC X(19) VALUE SPACES.
024800     05  FILLER                PIC X(06) VALUE SPACES.
024900     05  ABC-ODFI-ID           PIC X(08).
025000     05  ABC-BATCH-NUMBER      PIC 9(07).
025100
025200 01  ACH-FILE-CONTROL.
025300     05  FILLER                PIC X(01) VALUE "9".
025400     05  AFC-BATCH-COUNT       PIC 9(06).
025500     05  AFC-BLOCK-COUNT       PIC 9(06).
025600     05  AFC-ENTRY-COUNT       PIC 9(08).
025700     05  AFC-ENTRY-HASH        PIC 9(10).
025800     05  AFC-DEBIT-TOTAL       PIC 9(10)V99.
025900     05  AFC-CREDIT-TOTAL      PIC 9(10)V99 VALUE 0.
026000     05  FILLER                PIC X(39) VALUE SPACES.
026100
026200 01  ACH-BLOCK-FILLER          PIC X(94) VALUE ALL "9".
026300
026400******************************************************************
026500*    RUN TOTALS                                                  *
026600******************************************************************
026700 01  WS-DUE-RECORDS-READ       PIC 9(07) BINARY VALUE 0.
026800 01  WS-ENROLLMENTS-DUE        PIC 9(07) BINARY VALUE 0.
026900 01  WS-DRAFTS-WRITTEN         PIC 9(07) BINARY VALUE 0.
027000 01  WS-NOTHING-OWED           PIC 9(07) BINARY VALUE 0.
027100 01  WS-NOT-DRAFTED            PIC 9(07) BINARY VALUE 0.
027200
027300******************************************************************
027400*    DRAFT REGISTER LINE LAYOUTS                                 *
027500******************************************************************
027600 01  AR-HEADING-LINE-1.
027700     05  FILLER                PIC X(01) VALUE SPACE.
027800     05  FILLER                PIC X(44) VALUE
027900         "ACHORIG - AUTOMATIC PAYMENT DRAFT REGISTER".
028000     05  FILLER                PIC X(10) VALUE "RUN DATE ".
028100     05  AR-HDG1-RUN-DATE      PIC 9(06).
028200     05  FILLER                PIC X(04) VALUE SPACES.
028300     05  FILLER                PIC X(11) VALUE "EFFECTIVE ".
028400     05  AR-HDG1-EFFECTIVE     PIC 9(06).
028500
028600 01  AR-HEADING-LINE-2.
028700     05  FILLER                PIC X(01) VALUE SPACE.
028800     05  FILLER                PIC X(12) VALUE "RESULT".
028900     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
029000     05  FILLER                PIC X(05) VALUE "OPT".
029100     05  FILLER                PIC X(10) VALUE "STATEMENT".
029200     05  FILLER                PIC X(15) VALUE "        AMOUNT".
029300     05  FILLER                PIC X(17) VALUE "  TRACE NUMBER".
029400     05  FILLER                PIC X(10) VALUE "REFERENCE".
029500
029600 01  AR-DETAIL-LINE.
029700     05  FILLER                PIC X(01) VALUE SPACE.
029800     05  AR-DTL-RESULT         PIC X(10).
029900     05  FILLER                PIC X(02) VALUE SPACES.
030000     05  AR-DTL-CUST-ID        PIC X(10).
030100     05  FILLER                PIC X(02) VALUE SPACES.
030200     05  AR-DTL-OPTION         PIC X(01).
030300     05  FILLER                PIC X(04) VALUE SPACES.
030400     05  AR-DTL-STMT-DATE      PIC 9(06).
030500     05  FILLER                PIC X(03) VALUE SPACES.
030600     05  AR-DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
030700     05  FILLER                PIC X(03) VALUE SPACES.
030800     05  AR-DTL-TRACE          PIC X(15).
030900     05  FILLER                PIC X(02) VALUE SPACES.
031000     05  AR-DTL-REFERENCE      PIC X(08).
031100
031200 01  AR-FOOTER-LINE-1.
031300     05  FILLER                PIC X(01) VALUE SPACE.
031400     05  FILLER                PIC X(30) VALUE
031500         "PAYMENT DUE RECORDS READ  . .".
031600     05  AR-FTR1-READ          PIC ZZZ,ZZ9.
031700
031800 01  AR-FOOTER-LINE-2.
031900     05  FILLER                PIC X(01) VALUE SPACE.
032000     05  FILLER                PIC X(30) VALUE
032100         "ENROLLMENTS DUE TONIGHT . . .".
032200     05  AR-FTR2-DUE           PIC ZZZ,ZZ9.
032300
032400 01  AR-FOOTER-LINE-3.
032500     05  FILLER                PIC X(01) VALUE SPACE.
032600     05  FILLER                PIC X(30) VALUE
032700         "DRAFTS ORIGINATED . . . . . .".
032800     05  AR-FTR3-DRAFTS        PIC ZZZ,ZZ9.
032900
033000 01  AR-FOOTER-LINE-4.
033100     05  FILLER                PIC X(01) VALUE SPACE.
033200     05  FILLER                PIC X(30) VALUE
033300         "TOTAL DEBITS ORIGINATED . . .".
033400     05  AR-FTR4-DEBITS        PIC Z,ZZZ,ZZZ,ZZ9.99.
033500
033600 01  AR-FOOTER-LINE-5.
033700     05  FILLER                PIC X(01) VALUE SPACE.
033800     05  FILLER                PIC X(30) VALUE
033900         "ACH ENTRY HASH  . . . . . . .".
034000     05  AR-FTR5-HASH          PIC 9(10).
034100
034200 01  AR-FOOTER-LINE-6.
034300     05  FILLER                PIC X(01) VALUE SPACE.
034400     05  FILLER                PIC X(30) VALUE
034500         "NOTHING OWED - NOT DRAFTED  .".
034600     05  AR-FTR6-NOTHING       PIC ZZZ,ZZ9.
034700
034800 01  AR-FOOTER-LINE-7.
034900     05  FILLER                PIC X(01) VALUE SPACE.
035000     05  FILLER                PIC X(30) VALUE
035100         "ACCOUNT NOT DRAFTABLE . . . .".
035200     05  AR-FTR7-NOT-DRAFTED   PIC ZZZ,ZZ9.
035300
035400 PROCEDURE DIVISION.
035500******************************************************************
035600*    0000-MAINLINE                                               *
035700******************************************************************
035800 0000-MAINLINE.
035900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036000     PERFORM 2100-READ-NEXT-DUE THRU 2100-EXIT
036100     PERFORM 2000-PROCESS-ONE-DUE THRU 2000-EXIT
036200         UNTIL DUE-FILE-AT-END
036300     PERFORM 8000-CLOSE-ACH-FILE THRU 8000-EXIT
036400     PERFORM 9000-TERMINATE THRU 9000-EXIT
036500     STOP RUN.
036600
036700******************************************************************
036800*    1000-INITIALIZE                                             *
036900*    THE BANK'S IDENTIFIERS AND THE LEAD DAYS ARE TREASURY       *
037000*    POLICY ON ACHPARM - A RUN WITHOUT THEM IS REFUSED, THE      *
037100*    SAME AS NSFPROC WITHOUT NSFPARM.                            *
037200******************************************************************
037300 1000-INITIALIZE.
037400     ACCEPT WS-RUN-DATE FROM DATE
037500     ACCEPT WS-RUN-TIME FROM TIME
037600     OPEN INPUT ACH-PARM-FILE
037700     IF NOT ACH-PARM-OK
037800         DISPLAY "ACHORIG - ACH PARAMETER FILE NOT FOUND - "
037900             "STATUS " ACH-PARM-STATUS " - RUN STOPPED"
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN
038200     END-IF
038300     READ ACH-PARM-FILE INTO ACH-PARM-RECORD
038400         AT END
038500             MOVE SPACES TO ACH-PARM-RECORD
038600     END-READ
038700     CLOSE ACH-PARM-FILE
038800     IF ACHP-LEAD-DAYS NOT NUMERIC OR
038900             ACHP-DEST-ROUTING NOT NUMERIC OR
039000             ACHP-ODFI-ID NOT NUMERIC OR
039100             ACHP-COMPANY-ID = SPACES OR
039200             ACHP-ORIGIN-ID = SPACES
039300         DISPLAY "ACHORIG - LEAD DAYS, BANK ROUTING, ODFI OR "
039400             "COMPANY ID MISSING ON ACHPARM - RUN STOPPED"
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF
039800     MOVE ACHP-LEAD-DAYS TO WS-LEAD-DAYS
039900     OPEN INPUT PAYMENT-DUE-FILE
040000     IF NOT PAYMENT-DUE-OK
040100         DISPLAY "ACHORIG - PAYMENT DUE FILE NOT FOUND - "
040200             "STATUS " PAYMENT-DUE-STATUS " - RUN STOPPED"
040300         MOVE 8 TO RETURN-CODE
040400         STOP RUN
040500     END-IF
040600     OPEN I-O AUTOPAY-FILE
040700     IF NOT AUTOPAY-OK
040800         DISPLAY "ACHORIG - ERROR OPENING ENROLLMENT FILE - "
040900             "STATUS " AUTOPAY-STATUS " - RUN STOPPED"
041000         CLOSE PAYMENT-DUE-FILE
041100         MOVE 8 TO RETURN-CODE
041200         STOP RUN
041300     END-IF
041400     OPEN INPUT CUSTOMER-FILE
041500     IF NOT CUST-FILE-OK
041600         DISPLAY "ACHORIG - ERROR OPENING CUSTOMER FILE - "
041700             "STATUS " CUSTOMER-FILE-STATUS " - RUN STOPPED"
041800         CLOSE PAYMENT-DUE-FILE
041900         CLOSE AUTOPAY-FILE
042000         MOVE 8 TO RETURN-CODE
042100         STOP RUN
042200     END-IF
042300     OPEN OUTPUT ACH-ORIGINATION-FILE
042400     OPEN OUTPUT POSTING-TXN-FILE
042500     IF NOT ACH-ORIGINATION-OK OR NOT POSTING-TXN-FILE-OK
042600         DISPLAY "ACHORIG - ERROR OPENING ACH OUTPUT - STATUS "
042700             ACH-ORIGINATION-STATUS "/" POSTING-TXN-FILE-STATUS
042800             " - RUN STOPPED"
042900         CLOSE PAYMENT-DUE-FILE
043000         CLOSE AUTOPAY-FILE
043100         CLOSE CUSTOMER-FILE
043200         MOVE 12 TO RETURN-CODE
043300         STOP RUN
043400     END-IF
043500     OPEN OUTPUT DRAFT-REGISTER
043600     IF NOT DRAFT-REGISTER-OK
043700         DISPLAY "ACHORIG - ERROR OPENING DRAFT REGISTER - "
043800             "STATUS " DRAFT-REGISTER-STATUS
043900         CLOSE PAYMENT-DUE-FILE
044000         CLOSE AUTOPAY-FILE
044100         CLOSE CUSTOMER-FILE
044200         CLOSE ACH-ORIGINATION-FILE
044300         CLOSE POSTING-TXN-FILE
044400         MOVE 24 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700     PERFORM 1100-SET-EFFECTIVE-DATE THRU 1100-EXIT
044800     PERFORM 1200-WRITE-FILE-HEADER THRU 1200-EXIT
044900     MOVE WS-RUN-DATE TO AR-HDG1-RUN-DATE
045000     MOVE WS-EFFECTIVE-DATE TO AR-HDG1-EFFECTIVE
045100     WRITE DRAFT-REGISTER-LINE FROM AR-HEADING-LINE-1
045200     WRITE DRAFT-REGISTER-LINE FROM AR-HEADING-LINE-2
045300     MOVE SPACES TO DRAFT-REGISTER-LINE
045400     WRITE DRAFT-REGISTER-LINE AFTER ADVANCING 1 LINE.
045500 1000-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900*    1100-SET-EFFECTIVE-DATE                                     *
046000*    ONE "NEXT BUSINESS DAY" CALL TO CALSUB.  WITHOUT THE        *
046100*    CALENDAR THE RUN DATE GOES OUT AND THE BANK SETTLES ON ITS  *
046200*    NEXT PROCESSING DAY.                                        *
046300******************************************************************
046400 1100-SET-EFFECTIVE-DATE.
046500     MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
046600     MOVE "N" TO CALW-FUNCTION
046700     MOVE WS-RUN-DATE TO CALW-DATE-1
046800     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
046900     IF CALW-OK
047000         MOVE CALW-RESULT-DATE TO WS-EFFECTIVE-DATE
047100     ELSE
047200         DISPLAY "ACHORIG - BUSINESS CALENDAR NOT AVAILABLE - "
047300             "EFFECTIVE DATE IS THE RUN DATE"
047400     END-IF
047500     MOVE WS-EFFECTIVE-DATE TO WS-DRAFT-REF-DATE.
047600 1100-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000*    1200-WRITE-FILE-HEADER                                      *
048100******************************************************************
048200 1200-WRITE-FILE-HEADER.
048300     MOVE ACHP-DEST-ROUTING TO AFH-DEST-ROUTING
048400     MOVE ACHP-ORIGIN-ID TO AFH-ORIGIN-ID
048500     MOVE WS-RUN-DATE TO AFH-CREATION-DATE
048600     MOVE WS-RUN-HHMM TO AFH-CREATION-TIME
048700     MOVE ACHP-DEST-NAME TO AFH-DEST-NAME
048800     MOVE ACHP-ORIGIN-NAME TO AFH-ORIGIN-NAME
048900     WRITE ACH-FILE-RECORD FROM ACH-FILE-HEADER
049000     ADD 1 TO WS-RECORD-COUNT.
049100 1200-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    2000-PROCESS-ONE-DUE                                        *
049600*    ONLY AN ACTIVE ENROLLMENT IS DRAFTED, AND ONLY ONCE PER     *
049700*    STATEMENT - UNLESS THE STATEMENT WAS DRAFTED ON THIS VERY   *
049800*    RUN DATE, WHICH IS A RERUN REBUILDING TONIGHT'S FILE.       *
049900******************************************************************
050000 2000-PROCESS-ONE-DUE.
050100     MOVE PDUE-CUST-ID TO APAY-CUST-ID
050200     READ AUTOPAY-FILE
050300         INVALID KEY
050400             GO TO 2000-NEXT
050500     END-READ
050600     IF NOT APAY-IS-ACTIVE
050700         GO TO 2000-NEXT
050800     END-IF
050900     IF APAY-LAST-STMT-DRAFTED NOT < PDUE-STATEMENT-DATE AND
051000             APAY-LAST-DRAFT-DATE NOT = WS-RUN-DATE
051100         GO TO 2000-NEXT
051200     END-IF
051300     MOVE "D" TO CALW-FUNCTION
051400     MOVE PDUE-STATEMENT-DATE TO CALW-DATE-1
051500     MOVE WS-RUN-DATE TO CALW-DATE-2
051600     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
051700     IF NOT CALW-OK
051800         GO TO 2000-NEXT
051900     END-IF
052000     MOVE CALW-DAYS TO WS-DAYS-SINCE-STATEMENT
052100     IF WS-DAYS-SINCE-STATEMENT < WS-LEAD-DAYS
052200         GO TO 2000-NEXT
052300     END-IF
052400     ADD 1 TO WS-ENROLLMENTS-DUE
052500     PERFORM 3000-DRAFT-ONE-ENROLLMENT THRU 3000-EXIT.
052600 2000-NEXT.
052700     PERFORM 2100-READ-NEXT-DUE THRU 2100-EXIT.
052800 2000-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    2100-READ-NEXT-DUE                                          *
053300******************************************************************
053400 2100-READ-NEXT-DUE.
053500     READ PAYMENT-DUE-FILE INTO PAYMENT-DUE-RECORD
053600         AT END
053700             MOVE "Y" TO WS-DUE-AT-END
053800     END-READ
053900     IF NOT DUE-FILE-AT-END
054000         ADD 1 TO WS-DUE-RECORDS-READ
054100     END-IF.
054200 2100-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    3000-DRAFT-ONE-ENROLLMENT                                   *
054700*    THE STATEMENT IS STAMPED AS HANDLED WHETHER OR NOT MONEY    *
054800*    MOVED, SO AN ACCOUNT WITH NOTHING OWED OR NOT IN ACTIVE     *
054900*    STATUS IS LISTED ONCE, NOT EVERY NIGHT UNTIL THE NEXT       *
055000*    STATEMENT.  TXNPOST WOULD REFUSE A PAYMENT TO AN ACCOUNT    *
055100*    THAT IS NOT ACTIVE, SO NONE IS DRAFTED.                     *
055200******************************************************************
055300 3000-DRAFT-ONE-ENROLLMENT.
055400     MOVE SPACES TO AR-DTL-TRACE
055500     MOVE SPACES TO AR-DTL-REFERENCE
055600     MOVE 0 TO WS-DRAFT-AMOUNT
055700     MOVE APAY-CUST-ID TO CUST-ID
055800     READ CUSTOMER-FILE
055900         INVALID KEY
056000             MOVE "NOT ON MST" TO WS-SKIP-RESULT
056100             GO TO 3000-NOT-DRAFTED
056200     END-READ
056300     IF NOT CUST-STATUS-ACTIVE
056400         MOVE "NOT ACTIVE" TO WS-SKIP-RESULT
056500         GO TO 3000-NOT-DRAFTED
056600     END-IF
056700     PERFORM 3100-FIGURE-DRAFT-AMOUNT THRU 3100-EXIT
056800     IF WS-DRAFT-AMOUNT NOT > 0
056900         ADD 1 TO WS-NOTHING-OWED
057000         MOVE 0 TO WS-DRAFT-AMOUNT
057100         MOVE "NOT OWED" TO AR-DTL-RESULT
057200         PERFORM 3900-STAMP-THE-ENROLLMENT THRU 3900-EXIT
057300         GO TO 3000-REGISTER
057400     END-IF
057500     PERFORM 3200-WRITE-ENTRY-DETAIL THRU 3200-EXIT
057600     PERFORM 3300-WRITE-PAYMENT-TXN THRU 3300-EXIT
057700     MOVE WS-RUN-DATE TO APAY-LAST-DRAFT-DATE
057800     MOVE WS-DRAFT-AMOUNT TO APAY-LAST-DRAFT-AMOUNT
057900     PERFORM 3900-STAMP-THE-ENROLLMENT THRU 3900-EXIT
058000     ADD 1 TO WS-DRAFTS-WRITTEN
058100     MOVE "DRAFTED" TO AR-DTL-RESULT
058200     MOVE AED-TRACE-NUMBER TO AR-DTL-TRACE
058300     MOVE WS-DRAFT-REFERENCE TO AR-DTL-REFERENCE
058400     GO TO 3000-REGISTER.
058500 3000-NOT-DRAFTED.
058600     ADD 1 TO WS-NOT-DRAFTED
058700     MOVE WS-SKIP-RESULT TO AR-DTL-RESULT
058800     PERFORM 3900-STAMP-THE-ENROLLMENT THRU 3900-EXIT.
058900 3000-REGISTER.
059000     MOVE APAY-CUST-ID TO AR-DTL-CUST-ID
059100     MOVE APAY-DRAFT-OPTION TO AR-DTL-OPTION
059200     MOVE PDUE-STATEMENT-DATE TO AR-DTL-STMT-DATE
059300     MOVE WS-DRAFT-AMOUNT TO AR-DTL-AMOUNT
059400     WRITE DRAFT-REGISTER-LINE FROM AR-DETAIL-LINE.
059500 3000-EXIT.
059600     EXIT.
059700
059800******************************************************************
059900*    3100-FIGURE-DRAFT-AMOUNT                                    *
060000*    PAYMENTS ALREADY MADE SINCE THE STATEMENT COME OFF THE      *
060100*    MINIMUM AND THE STATEMENT BALANCE (LATEFEE KEEPS THAT       *
060200*    FIGURE ON PMTDUE).  A FIXED AMOUNT IS THE CUSTOMER'S OWN    *
060300*    CHOICE AND IS DRAFTED AS IT STANDS.  NO OPTION EVER DRAFTS  *
060400*    MORE THAN THE BALANCE OWED TONIGHT.                         *
060500******************************************************************
060600 3100-FIGURE-DRAFT-AMOUNT.
060700     EVALUATE TRUE
060800         WHEN APAY-DRAFT-MINIMUM
060900             COMPUTE WS-DRAFT-AMOUNT = PDUE-MINIMUM-DUE -
061000                 PDUE-PAID-SINCE-STATEMENT
061100         WHEN APAY-DRAFT-STATEMENT
061200             COMPUTE WS-DRAFT-AMOUNT = PDUE-STATEMENT-BALANCE -
061300                 PDUE-PAID-SINCE-STATEMENT
061400         WHEN APAY-DRAFT-FIXED
061500             MOVE APAY-FIXED-AMOUNT TO WS-DRAFT-AMOUNT
061600         WHEN OTHER
061700             MOVE 0 TO WS-DRAFT-AMOUNT
061800     END-EVALUATE
061900     IF WS-DRAFT-AMOUNT > CUST-BALANCE
062000         MOVE CUST-BALANCE TO WS-DRAFT-AMOUNT
062100     END-IF.
062200 3100-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600*    3200-WRITE-ENTRY-DETAIL                                     *
062700*    THE BATCH HEADER GOES OUT AHEAD OF THE FIRST ENTRY - A      *
062800*    NIGHT WITH NO DRAFTS SENDS THE BANK A FILE WITH NO BATCH.   *
062900******************************************************************
063000 3200-WRITE-ENTRY-DETAIL.
063100     IF NOT BATCH-IS-OPEN
063200         PERFORM 3250-WRITE-BATCH-HEADER THRU 3250-EXIT
063300     END-IF
063400     ADD 1 TO WS-ENTRY-COUNT
063500     IF APAY-SAVINGS
063600         MOVE "37" TO AED-TXN-CODE
063700     ELSE
063800         MOVE "27" TO AED-TXN-CODE
063900     END-IF
064000     MOVE APAY-RDFI-ID TO AED-RDFI-ID
064100     MOVE APAY-CHECK-DIGIT TO AED-CHECK-DIGIT
064200     MOVE APAY-BANK-ACCOUNT TO AED-BANK-ACCOUNT
064300     MOVE WS-DRAFT-AMOUNT TO AED-AMOUNT
064400     MOVE APAY-CUST-ID TO AED-INDIVIDUAL-ID
064500     MOVE CUST-NAME TO AED-INDIVIDUAL-NAME
064600     MOVE ACHP-ODFI-ID TO AED-TRACE-ODFI
064700     MOVE WS-ENTRY-COUNT TO AED-TRACE-SEQ
064800     WRITE ACH-FILE-RECORD FROM ACH-ENTRY-DETAIL
064900     ADD 1 TO WS-RECORD-COUNT
065000     ADD APAY-RDFI-ID TO WS-ENTRY-HASH
065100     ADD WS-DRAFT-AMOUNT TO WS-DEBIT-TOTAL.
065200 3200-EXIT.
065300     EXIT.
065400
065500 3250-WRITE-BATCH-HEADER.
065600     MOVE ACHP-COMPANY-NAME TO ABH-COMPANY-NAME
065700     MOVE ACHP-COMPANY-ID TO ABH-COMPANY-ID
065800     IF ACHP-ENTRY-DESC = SPACES
065900         MOVE "AUTOPAY" TO ABH-ENTRY-DESC
066000     ELSE
066100         MOVE ACHP-ENTRY-DESC TO ABH-ENTRY-DESC
066200     END-IF
066300     MOVE WS-EFFECTIVE-DATE TO ABH-EFFECTIVE-DATE
066400     MOVE ACHP-ODFI-ID TO ABH-ODFI-ID
066500     MOVE 1 TO ABH-BATCH-NUMBER
066600     WRITE ACH-FILE-RECORD FROM ACH-BATCH-HEADER
066700     ADD 1 TO WS-RECORD-COUNT
066800     ADD 1 TO WS-BATCH-COUNT
066900     MOVE "Y" TO WS-BATCH-OPEN.
067000 3250-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400*    3300-WRITE-PAYMENT-TXN                                      *
067500*    A MACHINE FEED LIKE LBXTXN - NO BATCH HEADER OR TRAILER,    *
067566*    BATCH ID "*AUTOPAY" SO BNKRECON CAN TIE THE DRAFTS POSTED   *
067633*    TO THE BANK'S ACH SETTLEMENT CREDIT.                        *
067700******************************************************************
067800 3300-WRITE-PAYMENT-TXN.
067900     INITIALIZE POSTING-TXN-RECORD
068000     MOVE "P" TO PTXN-TXN-TYPE
068100     MOVE APAY-CUST-ID TO PTXN-CUST-ID
068200     MOVE WS-DRAFT-AMOUNT TO PTXN-AMOUNT
068300     MOVE SPACE TO PTXN-MODIFIER
068400     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
068500     MOVE WS-DRAFT-REFERENCE TO PTXN-REFERENCE
068550     MOVE "*AUTOPAY" TO PTXN-BATCH-ID
068600     WRITE POSTING-TXN-RECORD.
068700 3300-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100*    3900-STAMP-THE-ENROLLMENT                                   *
069200******************************************************************
069300 3900-STAMP-THE-ENROLLMENT.
069400     MOVE PDUE-STATEMENT-DATE TO APAY-LAST-STMT-DRAFTED
069500     REWRITE AUTOPAY-ENROLLMENT-RECORD
069600         INVALID KEY
069700             DISPLAY "ACHORIG - ENROLLMENT REWRITE FAILED FOR "
069800                 APAY-CUST-ID " - STATUS " AUTOPAY-STATUS
069900     END-REWRITE.
070000 3900-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400*    8000-CLOSE-ACH-FILE                                         *
070500*    BATCH CONTROL (WHEN A BATCH WAS OPENED), FILE CONTROL, AND  *
070600*    ALL-NINES FILLER RECORDS OUT TO A FULL BLOCK OF TEN.        *
070700******************************************************************
070800 8000-CLOSE-ACH-FILE.
070900     IF BATCH-IS-OPEN
071000         MOVE WS-ENTRY-COUNT TO ABC-ENTRY-COUNT
071100         MOVE WS-ENTRY-HASH TO ABC-ENTRY-HASH
071200         MOVE WS-DEBIT-TOTAL TO ABC-DEBIT-TOTAL
071300         MOVE ACHP-COMPANY-ID TO ABC-COMPANY-ID
071400         MOVE ACHP-ODFI-ID TO ABC-ODFI-ID
071500         MOVE 1 TO ABC-BATCH-NUMBER
071600         WRITE ACH-FILE-RECORD FROM ACH-BATCH-CONTROL
071700         ADD 1 TO WS-RECORD-COUNT
071800     END-IF
071900     ADD 1 TO WS-RECORD-COUNT
072000     DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
072100         REMAINDER WS-BLOCK-REMAINDER
072200     IF WS-BLOCK-REMAINDER > 0
072300         ADD 1 TO WS-BLOCK-COUNT
072400     END-IF
072500     MOVE WS-BATCH-COUNT TO AFC-BATCH-COUNT
072600     MOVE WS-BLOCK-COUNT TO AFC-BLOCK-COUNT
072700     MOVE WS-ENTRY-COUNT TO AFC-ENTRY-COUNT
072800     MOVE WS-ENTRY-HASH TO AFC-ENTRY-HASH
072900     MOVE WS-DEBIT-TOTAL TO AFC-DEBIT-TOTAL
073000     WRITE ACH-FILE-RECORD FROM ACH-FILE-CONTROL
073100     PERFORM 8100-WRITE-BLOCK-FILLER THRU 8100-EXIT
073200         UNTIL WS-BLOCK-REMAINDER = 0.
073300 8000-EXIT.
073400     EXIT.
073500
073600 8100-WRITE-BLOCK-FILLER.
073700     WRITE ACH-FILE-RECORD FROM ACH-BLOCK-FILLER
073800     ADD 1 TO WS-BLOCK-REMAINDER
073900     IF WS-BLOCK-REMAINDER = 10
074000         MOVE 0 TO WS-BLOCK-REMAINDER
074100     END-IF.
074200 8100-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*    9000-TERMINATE                                              *
074700*    A DUE ENROLLMENT THAT COULD NOT BE DRAFTED LEAVES A         *
074800*    WARNING RETURN CODE - THE CUSTOMER EXPECTS THE PAYMENT TO   *
074900*    HAVE BEEN MADE FOR THEM.                                    *
075000******************************************************************
075100 9000-TERMINATE.
075200     MOVE WS-DUE-RECORDS-READ TO AR-FTR1-READ
075300     MOVE WS-ENROLLMENTS-DUE TO AR-FTR2-DUE
075400     MOVE WS-DRAFTS-WRITTEN TO AR-FTR3-DRAFTS
075500     MOVE WS-DEBIT-TOTAL TO AR-FTR4-DEBITS
075600     MOVE WS-ENTRY-HASH TO AR-FTR5-HASH
075700     MOVE WS-NOTHING-OWED TO AR-FTR6-NOTHING
075800     MOVE WS-NOT-DRAFTED TO AR-FTR7-NOT-DRAFTED
075900     MOVE SPACES TO DRAFT-REGISTER-LINE
076000     WRITE DRAFT-REGISTER-LINE AFTER ADVANCING 1 LINE
076100     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-1
076200     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-2
076300     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-3
076400     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-4
076500     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-5
076600     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-6
076700     WRITE DRAFT-REGISTER-LINE FROM AR-FOOTER-LINE-7
076800     CLOSE PAYMENT-DUE-FILE
076900     CLOSE AUTOPAY-FILE
077000     CLOSE CUSTOMER-FILE
077100     CLOSE ACH-ORIGINATION-FILE
077200     CLOSE POSTING-TXN-FILE
077300     CLOSE DRAFT-REGISTER
077400     DISPLAY "ACHORIG - " WS-ENROLLMENTS-DUE
077400         " ENROLLMENT(S) DUE, "
077500         WS-DRAFTS-WRITTEN " DRAFTED, "
077600         WS-NOT-DRAFTED " NOT DRAFTABLE"
077700     IF WS-NOT-DRAFTED > 0
077800         MOVE 4 TO RETURN-CODE
077900     END-IF.
078000 9000-EXIT.
078100     EXIT.
