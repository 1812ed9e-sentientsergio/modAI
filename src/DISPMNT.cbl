000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DISPMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/28/2026.
000600 DATE-COMPILED.  10/28/2026.
000700******************************************************************
000800*                                                                *
000900*    DISPMNT - BILLING DISPUTE CASE MAINTENANCE                  *
001000*    WHEN A CUSTOMER DISPUTED A CHARGE ALL WE COULD DO WAS SET   *
001100*    THE BUREAU FLAG AND TYPE A MEMO, WHILE ACCRUAL CHARGED      *
001200*    INTEREST ON THE DISPUTED AMOUNT AND DUNNING KEPT            *
001300*    ESCALATING.  THIS PROGRAM, IN THE MNTENTRY MENU STYLE AND   *
001400*    BEHIND THE SAME USERSEC SIGN-ON (LEVEL 2 OR ABOVE), KEEPS   *
001500*    THE DISPUTE CASE FILE (DISPFILE, SEE DISPREC):              *
001600*      O - OPEN A CASE AGAINST A POSTED REFERENCE.  THE          *
001700*          REFERENCE IS LOOKED UP ON THE KEYED POSTING HISTORY   *
001800*          (PHISTKEY) FOR THIS CUSTOMER AND THE DISPUTED         *
001900*          AMOUNT MAY NOT EXCEED WHAT POSTED.  THE REGULATORY    *
002000*          RESPONSE DEADLINE IS SET ON THE CASE AS IT OPENS.     *
002100*      L - LIST A CUSTOMER'S CASES.                              *
002200*      A - REASSIGN AN OPEN CASE TO ANOTHER OPERATOR.            *
002300*      R - RESOLVE AN OPEN CASE - FOR THE CUSTOMER (THE CREDIT   *
002400*          IS WRITTEN AS A PTXN ADJUSTMENT ON DISPTXN, WHICH     *
002500*          IS CONCATENATED INTO TXNFILE FOR THE NEXT TXNPOST     *
002600*          RUN) OR DENIED.                                       *
002700*    THE LIVE MASTER OPENS READ-ONLY - TXNPOST OWNS THE          *
002800*    BALANCE.  THE CASE RECORD CARRIES WHO OPENED AND WHO        *
002900*    RESOLVED IT, AND WHEN.                                      *
003000*                                                                *
003100******************************************************************
003200* MODIFICATION HISTORY
003300*   10/28/2026  RVH  ORIGINAL.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS USER-SECURITY-STATUS.
004300     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CUST-ID
004700         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004800         FILE STATUS IS CUSTOMER-FILE-STATUS.
004900     SELECT DISPUTE-CASE-FILE ASSIGN TO DISPFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS DISP-KEY
005300         FILE STATUS IS DISPUTE-CASE-STATUS.
005400     SELECT KEYED-HISTORY-FILE ASSIGN TO PHISTKEY
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PHK-KEY
005800         FILE STATUS IS KEYED-HISTORY-STATUS.
005900     SELECT POSTING-TXN-FILE ASSIGN TO DISPTXN
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS POSTING-TXN-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  USER-SECURITY-FILE
006700     LABEL RECORDS ARE STANDARD
006800     BLOCK CONTAINS 0 RECORDS
006900     RECORDING MODE F
007000     DATA RECORD IS USER-SECURITY-RECORD.
007100     COPY USERREC.
007200
007300 FD  CUSTOMER-FILE
007400     LABEL RECORDS ARE STANDARD
007500     BLOCK CONTAINS 0 RECORDS
007600     RECORDING MODE F
007700     DATA RECORD IS CUSTOMER-RECORD.
007800     COPY CUSTREC.
007900
008000 FD  DISPUTE-CASE-FILE
008100     LABEL RECORDS ARE STANDARD
008200     BLOCK CONTAINS 0 RECORDS
008300     RECORDING MODE F
008400     DATA RECORD IS DISPUTE-CASE-RECORD.
008500     COPY DISPREC.
008600
008700 FD  KEYED-HISTORY-FILE
008800     LABEL RECORDS ARE STANDARD
008900     BLOCK CONTAINS 0 RECORDS
009000     RECORDING MODE F
009100     DATA RECORD IS POSTING-HISTORY-KEY-REC.
009200     COPY PHKREC.
009300
009400 FD  POSTING-TXN-FILE
009500     LABEL RECORDS ARE STANDARD
009600     BLOCK CONTAINS 0 RECORDS
009700     RECORDING MODE F
009800     DATA RECORD IS POSTING-TXN-RECORD.
009900     COPY PTXNREC.
010000
010100 WORKING-STORAGE SECTION.
010200******************************************************************
010300*    FILE STATUS AND SWITCHES                                    *
010400******************************************************************
010500 01  USER-SECURITY-STATUS      PIC X(02).
010600     88  USER-SECURITY-OK          VALUE "00".
010700 01  CUSTOMER-FILE-STATUS      PIC X(02).
010800     88  CUST-FILE-OK              VALUE "00".
010900 01  DISPUTE-CASE-STATUS       PIC X(02).
011000     88  DISPUTE-CASE-OK           VALUE "00".
011100     88  DISPUTE-CASE-NOT-FOUND    VALUE "05" "35".
011200 01  KEYED-HISTORY-STATUS      PIC X(02).
011300     88  KEYED-HISTORY-OK          VALUE "00".
011400 01  POSTING-TXN-FILE-STATUS   PIC X(02).
011500     88  POSTING-TXN-FILE-OK       VALUE "00".
011600     88  POSTING-TXN-NOT-FOUND     VALUE "05" "35".
011700 01  WS-USER-AT-END            PIC X(01) VALUE "N".
011800     88  USER-FILE-AT-END          VALUE "Y".
011900 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
012000     88  SIGNON-IS-OK              VALUE "Y".
012100 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
012200 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
012300 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
012400 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
012500 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
012600 01  WS-HISTORY-AVAILABLE      PIC X(01) VALUE "N".
012700     88  HISTORY-AVAILABLE         VALUE "Y".
012800 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
012900     88  WS-DONE                   VALUE "Y".
013000 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
013100     88  WS-OPTION-OPEN            VALUE "O" "o".
013200     88  WS-OPTION-LIST            VALUE "L" "l".
013300     88  WS-OPTION-REASSIGN        VALUE "A" "a".
013400     88  WS-OPTION-RESOLVE         VALUE "R" "r".
013500     88  WS-OPTION-END             VALUE "E" "e".
013600 01  WS-OUTCOME                PIC X(01) VALUE SPACES.
013700     88  WS-OUTCOME-CUSTOMER       VALUE "C" "c".
013800     88  WS-OUTCOME-DENIED         VALUE "D" "d".
013900 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
014000     88  LOOKUP-FOUND              VALUE "Y".
014100 01  WS-CASE-FOUND             PIC X(01) VALUE "N".
014200     88  CASE-FOUND                VALUE "Y".
014300 01  WS-CASE-WALK-SWITCH       PIC X(01) VALUE "N".
014400     88  CASE-WALK-DONE            VALUE "Y".
014500 01  WS-HIST-WALK-SWITCH       PIC X(01) VALUE "N".
014600     88  HIST-WALK-DONE            VALUE "Y".
014700 01  WS-REF-FOUND              PIC X(01) VALUE "N".
014800     88  REFERENCE-FOUND           VALUE "Y".
014900 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
015000     88  CONFIRMED-YES             VALUE "Y" "y".
015100
015200******************************************************************
015300*    KEYED-FIELD WORK AREAS                                      *
015400******************************************************************
015500 01  WS-ENTRY-CUST-ID          PIC X(10) VALUE SPACES.
015600 01  WS-ENTRY-CASE-X.
015700     05  WS-ENTRY-CASE-9       PIC 9(03).
015800 01  WS-ENTRY-REFERENCE        PIC X(08) VALUE SPACES.
015900 01  WS-ENTRY-TEXT             PIC X(30) VALUE SPACES.
016000 01  WS-ENTRY-OPERATOR         PIC X(08) VALUE SPACES.
016100 01  WS-ENTRY-AMOUNT-X.
016200     05  WS-ENTRY-AMOUNT-9     PIC 9(7)V99.
016300     05  FILLER                PIC X(01).
016400 01  WS-ENTRY-AMOUNT           PIC 9(7)V99 VALUE 0.
016500 01  WS-ENTRY-AMOUNT-OK        PIC X(01) VALUE "N".
016600     88  ENTRY-AMOUNT-OK           VALUE "Y".
016700 01  WS-AMOUNT-CEILING         PIC 9(7)V99 VALUE 0.
016800 01  WS-POSTED-AMOUNT          PIC 9(7)V99 VALUE 0.
016900 01  WS-HIGH-CASE-NO           PIC 9(03) VALUE 0.
017000 01  WS-CASE-COUNT             PIC 9(03) VALUE 0.
017100 01  WS-DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
017200 01  WS-DISPLAY-CREDIT         PIC Z,ZZZ,ZZ9.99.
017300 01  WS-DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99-.
017400 01  WS-DISPLAY-STATUS-TEXT    PIC X(08) VALUE SPACES.
017500 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
017600
017700******************************************************************
017800*    RESPONSE DEADLINE - A BILLING ERROR MUST BE RESOLVED        *
017900*    WITHIN TWO COMPLETE BILLING CYCLES AND NEVER MORE THAN 90   *
018000*    DAYS AFTER THE CUSTOMER'S NOTICE.  WITH MONTHLY CYCLES THE  *
018100*    90-DAY OUTER LIMIT IS THE ONE THAT BINDS, SO IT IS THE      *
018200*    DATE SET ON EVERY CASE.  REAL CALENDAR DAYS.                *
018300******************************************************************
018400 01  WS-RESPONSE-DAYS          PIC 9(03) VALUE 90.
018500 01  WS-DUE-DATE               PIC 9(06) VALUE 0.
018600 01  WS-DUE-DATE-FIELDS REDEFINES WS-DUE-DATE.
018700     05  WS-DUE-YY             PIC 9(02).
018800     05  WS-DUE-MM             PIC 9(02).
018900     05  WS-DUE-DD             PIC 9(02).
019000 01  WS-DAYS-TO-ADD            PIC 9(03) VALUE 0.
019100 01  WS-DAYS-LEFT-IN-MONTH     PIC 9(02) VALUE 0.
019200 01  WS-MONTH-LENGTH           PIC 9(02) VALUE 0.
019300 01  WS-LEAP-QUOTIENT          PIC 9(02) VALUE 0.
019400 01  WS-LEAP-REMAINDER         PIC 9(01) VALUE 0.
019500 01  WS-MONTH-LENGTH-VALUES    PIC X(24) VALUE
019600     "312831303130313130313031".
019700 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
019800     05  WS-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
019900
020000******************************************************************
020100*    SESSION TOTALS                                              *
020200******************************************************************
020300 01  WS-CASES-OPENED           PIC 9(05) BINARY VALUE 0.
020400 01  WS-CASES-CREDITED         PIC 9(05) BINARY VALUE 0.
020500 01  WS-CASES-DENIED           PIC 9(05) BINARY VALUE 0.
020600 01  WS-CASES-REASSIGNED       PIC 9(05) BINARY VALUE 0.
020700 01  WS-CREDIT-TOTAL           PIC 9(9)V99 VALUE 0.
020800 01  WS-DISPLAY-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
020900
021000 PROCEDURE DIVISION.
021100******************************************************************
021200*    0000-MAINLINE                                               *
021300******************************************************************
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
021700         UNTIL WS-DONE
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT
021900     STOP RUN.
022000
022100******************************************************************
022200*    1000-INITIALIZE                                             *
022300*    THE CASE FILE IS CREATED ON FIRST USE - SAME AS CUSTLKUP'S  *
022400*    CUSTMEMO OPEN.  THE CREDIT FEED IS EXTENDED SO A SECOND     *
022500*    SESSION IN THE DAY ADDS TO THE FIRST SESSION'S CREDITS      *
022600*    INSTEAD OF REPLACING THEM BEFORE TXNPOST HAS SEEN THEM.     *
022700*    WITHOUT THE KEYED HISTORY A REFERENCE CANNOT BE CHECKED     *
022800*    AND A CASE OPENS ON THE CLERK'S WORD, WITH A WARNING.       *
022900******************************************************************
023000 1000-INITIALIZE.
023100     ACCEPT WS-RUN-DATE FROM DATE
023200     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
023300     IF NOT SIGNON-IS-OK
023400         DISPLAY "DISPMNT - SIGN-ON FAILED - SESSION ENDED"
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     IF WS-AUTH-LEVEL < 2
023900         DISPLAY "DISPMNT - AUTHORIZATION LEVEL "
024000             WS-AUTH-LEVEL " CANNOT MAINTAIN DISPUTES - "
024100             "SESSION ENDED"
024200         MOVE 8 TO RETURN-CODE
024300         STOP RUN
024400     END-IF
024500     OPEN INPUT CUSTOMER-FILE
024600     IF NOT CUST-FILE-OK
024700         DISPLAY "DISPMNT - ERROR OPENING CUSTOMER FILE - "
024800             "STATUS " CUSTOMER-FILE-STATUS
024900         MOVE 8 TO RETURN-CODE
025000         STOP RUN
025100     END-IF
025200     OPEN I-O DISPUTE-CASE-FILE
025300     IF DISPUTE-CASE-NOT-FOUND
025400         OPEN OUTPUT DISPUTE-CASE-FILE
025500         IF DISPUTE-CASE-OK
025600             CLOSE DISPUTE-CASE-FILE
025700             OPEN I-O DISPUTE-CASE-FILE
025800         END-IF
025900     END-IF
026000     IF NOT DISPUTE-CASE-OK
026100         DISPLAY "DISPMNT - ERROR OPENING DISPUTE CASE FILE - "
026200             "STATUS " DISPUTE-CASE-STATUS
026300         MOVE 8 TO RETURN-CODE
026400         STOP RUN
026500     END-IF
026600     OPEN INPUT KEYED-HISTORY-FILE
026700     IF KEYED-HISTORY-OK
026800         MOVE "Y" TO WS-HISTORY-AVAILABLE
026900     ELSE
027000         DISPLAY "DISPMNT - KEYED POSTING HISTORY NOT "
027100             "AVAILABLE - REFERENCES WILL NOT BE CHECKED"
027200     END-IF
027300     OPEN EXTEND POSTING-TXN-FILE
027400     IF POSTING-TXN-NOT-FOUND
027500         OPEN OUTPUT POSTING-TXN-FILE
027600     END-IF
027700     IF NOT POSTING-TXN-FILE-OK
027800         DISPLAY "DISPMNT - ERROR OPENING DISPUTE CREDIT FILE "
027900             "- STATUS " POSTING-TXN-FILE-STATUS
028000             " - SESSION ENDED"
028100         MOVE 8 TO RETURN-CODE
028200         STOP RUN
028300     END-IF
028400     DISPLAY "DISPMNT - BILLING DISPUTE CASE MAINTENANCE".
028500 1000-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*    1300-SIGN-ON-OPERATOR                                       *
029000*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
029100******************************************************************
029200 1300-SIGN-ON-OPERATOR.
029300     MOVE "N" TO WS-SIGNON-OK
029400     MOVE 0 TO WS-SIGNON-TRIES
029500     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
029600         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
029700 1300-EXIT.
029800     EXIT.
029900
030000 1310-TRY-ONE-SIGNON.
030100     ADD 1 TO WS-SIGNON-TRIES
030200     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
030300     ACCEPT WS-ENTERED-OPERATOR
030400     DISPLAY "PASSWORD: " WITH NO ADVANCING
030500     ACCEPT WS-ENTERED-PASSWORD
030600     MOVE "N" TO WS-USER-AT-END
030700     OPEN INPUT USER-SECURITY-FILE
030800     IF NOT USER-SECURITY-OK
030900         DISPLAY "DISPMNT - USER SECURITY FILE NOT AVAILABLE "
031000             "- STATUS " USER-SECURITY-STATUS
031100         MOVE 3 TO WS-SIGNON-TRIES
031200         GO TO 1310-EXIT
031300     END-IF
031400     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
031500         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
031600     CLOSE USER-SECURITY-FILE
031700     IF NOT SIGNON-IS-OK
031800         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
031900     END-IF.
032000 1310-EXIT.
032100     EXIT.
032200
032300 1320-CHECK-ONE-USER.
032400     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
032500         AT END
032600             MOVE "Y" TO WS-USER-AT-END
032700         NOT AT END
032800             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
032900                     USER-PASSWORD = WS-ENTERED-PASSWORD
033000                 MOVE "Y" TO WS-SIGNON-OK
033100                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
033200                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
033300                 DISPLAY "  SIGNED ON - " USER-NAME
033400                     " (LEVEL " USER-AUTH-LEVEL ")"
033500             END-IF
033600     END-READ.
033700 1320-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    2000-PROCESS-ONE-REQUEST                                    *
034200******************************************************************
034300 2000-PROCESS-ONE-REQUEST.
034400     DISPLAY " "
034500     DISPLAY "O=OPEN CASE  L=LIST CASES  A=REASSIGN  "
034600         "R=RESOLVE  E=END SESSION: " WITH NO ADVANCING
034700     MOVE SPACES TO WS-ENTRY-OPTION
034800     ACCEPT WS-ENTRY-OPTION
034900     EVALUATE TRUE
035000         WHEN WS-OPTION-END
035100             MOVE "Y" TO WS-DONE-SWITCH
035200         WHEN WS-OPTION-OPEN
035300             PERFORM 3000-OPEN-A-CASE THRU 3000-EXIT
035400         WHEN WS-OPTION-LIST
035500             PERFORM 4000-LIST-CASES THRU 4000-EXIT
035600         WHEN WS-OPTION-REASSIGN
035700             PERFORM 5000-REASSIGN-A-CASE THRU 5000-EXIT
035800         WHEN WS-OPTION-RESOLVE
035900             PERFORM 6000-RESOLVE-A-CASE THRU 6000-EXIT
036000         WHEN OTHER
036100             DISPLAY "  INVALID OPTION - ENTER O, L, A, R OR E"
036200     END-EVALUATE.
036300 2000-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    2100-TAKE-THE-CUST-ID                                       *
036800*    THE ACCOUNT MUST BE ON THE LIVE MASTER.  ANY STATUS MAY     *
036900*    DISPUTE - A CLOSED ACCOUNT CAN STILL HAVE BEEN BILLED IN    *
037000*    ERROR.                                                      *
037100******************************************************************
037200 2100-TAKE-THE-CUST-ID.
037300     MOVE "N" TO WS-LOOKUP-FOUND
037400     DISPLAY "CUST-ID: " WITH NO ADVANCING
037500     MOVE SPACES TO WS-ENTRY-CUST-ID
037600     ACCEPT WS-ENTRY-CUST-ID
037700     IF WS-ENTRY-CUST-ID = SPACES
037800         DISPLAY "  CUST-ID IS BLANK - NOTHING KEYED"
037900         GO TO 2100-EXIT
038000     END-IF
038100     MOVE WS-ENTRY-CUST-ID TO CUST-ID
038200     READ CUSTOMER-FILE
038300         INVALID KEY
038400             DISPLAY "  CUST-ID " WS-ENTRY-CUST-ID
038500                 " IS NOT ON THE CUSTOMER FILE"
038600             GO TO 2100-EXIT
038700     END-READ
038800     MOVE "Y" TO WS-LOOKUP-FOUND
038900     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
039000     DISPLAY "  " CUST-ID "  " CUST-NAME "  STATUS "
039100         CUST-STATUS "  BALANCE " WS-DISPLAY-BALANCE.
039200 2100-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    2200-TAKE-AN-AMOUNT                                         *
039700*    DIGITS WITH TWO ASSUMED DECIMALS, AS IN MNTENTRY.  BLANK    *
039800*    TAKES THE CEILING; ZERO OR MORE THAN THE CEILING            *
039900*    RE-PROMPTS.                                                 *
040000******************************************************************
040100 2200-TAKE-AN-AMOUNT.
040200     MOVE "N" TO WS-ENTRY-AMOUNT-OK
040300     PERFORM 2210-TRY-ONE-AMOUNT THRU 2210-EXIT
040400         UNTIL ENTRY-AMOUNT-OK.
040500 2200-EXIT.
040600     EXIT.
040700
040800 2210-TRY-ONE-AMOUNT.
040900     MOVE WS-AMOUNT-CEILING TO WS-DISPLAY-AMOUNT
041000     DISPLAY "AMOUNT (DIGITS, 2 ASSUMED DECIMALS, BLANK="
041100         WS-DISPLAY-AMOUNT "): " WITH NO ADVANCING
041200     MOVE SPACES TO WS-ENTRY-AMOUNT-X
041300     ACCEPT WS-ENTRY-AMOUNT-X
041400     EVALUATE TRUE
041500         WHEN WS-ENTRY-AMOUNT-X = SPACES
041600             MOVE WS-AMOUNT-CEILING TO WS-ENTRY-AMOUNT
041700             MOVE "Y" TO WS-ENTRY-AMOUNT-OK
041800         WHEN WS-ENTRY-AMOUNT-9 IS NOT NUMERIC
041900             DISPLAY "  NINE DIGITS, ZERO FILLED - TRY AGAIN"
042000         WHEN WS-ENTRY-AMOUNT-9 = 0
042100             DISPLAY "  AMOUNT CANNOT BE ZERO - TRY AGAIN"
042200         WHEN WS-ENTRY-AMOUNT-9 > WS-AMOUNT-CEILING
042300             DISPLAY "  MORE THAN " WS-DISPLAY-AMOUNT
042400                 " - TRY AGAIN"
042500         WHEN OTHER
042600             MOVE WS-ENTRY-AMOUNT-9 TO WS-ENTRY-AMOUNT
042700             MOVE "Y" TO WS-ENTRY-AMOUNT-OK
042800     END-EVALUATE.
042900 2210-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*    2300-TAKE-THE-CASE                                          *
043400*    CUST-ID AND CASE NUMBER - LEAVES CASE-FOUND SET WHEN THE    *
043500*    CASE IS ON FILE AND STILL OPEN.                             *
043600******************************************************************
043700 2300-TAKE-THE-CASE.
043800     MOVE "N" TO WS-CASE-FOUND
043900     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
044000     IF NOT LOOKUP-FOUND
044100         GO TO 2300-EXIT
044200     END-IF
044300     DISPLAY "CASE NO (3 DIGITS): " WITH NO ADVANCING
044400     MOVE SPACES TO WS-ENTRY-CASE-X
044500     ACCEPT WS-ENTRY-CASE-X
044600     IF WS-ENTRY-CASE-9 NOT NUMERIC
044700         DISPLAY "  CASE NUMBER MUST BE THREE DIGITS"
044800         GO TO 2300-EXIT
044900     END-IF
045000     MOVE WS-ENTRY-CUST-ID TO DISP-CUST-ID
045100     MOVE WS-ENTRY-CASE-9 TO DISP-CASE-NO
045200     READ DISPUTE-CASE-FILE
045300         INVALID KEY
045400             DISPLAY "  NO CASE " WS-ENTRY-CASE-9
045500                 " FOR CUST-ID " WS-ENTRY-CUST-ID
045600             GO TO 2300-EXIT
045700     END-READ
045800     PERFORM 4200-SHOW-ONE-CASE THRU 4200-EXIT
045900     IF NOT DISP-IS-OPEN
046000         DISPLAY "  CASE IS ALREADY RESOLVED - NO CHANGE"
046100         GO TO 2300-EXIT
046200     END-IF
046300     MOVE "Y" TO WS-CASE-FOUND.
046400 2300-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    3000-OPEN-A-CASE                                            *
046900*    THE DISPUTED REFERENCE MUST HAVE POSTED TO THIS CUSTOMER;   *
047000*    THE DISPUTED AMOUNT DEFAULTS TO, AND MAY NOT EXCEED, WHAT   *
047100*    POSTED.  THE NEW CASE TAKES THE NEXT NUMBER FOR THE         *
047200*    CUSTOMER AND IS ASSIGNED TO THE OPENING OPERATOR UNLESS     *
047300*    ANOTHER IS KEYED.                                           *
047400******************************************************************
047500 3000-OPEN-A-CASE.
047600     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
047700     IF NOT LOOKUP-FOUND
047800         GO TO 3000-EXIT
047900     END-IF
048000     PERFORM 4100-WALK-CUSTOMER-CASES THRU 4100-EXIT
048100     IF WS-HIGH-CASE-NO = 999
048200         DISPLAY "  CUSTOMER HAS REACHED THE CASE NUMBER LIMIT "
048300             "- SEE THE CUSTOMER SERVICE MANAGER"
048400         GO TO 3000-EXIT
048500     END-IF
048600     DISPLAY "DISPUTED REFERENCE: " WITH NO ADVANCING
048700     MOVE SPACES TO WS-ENTRY-REFERENCE
048800     ACCEPT WS-ENTRY-REFERENCE
048900     IF WS-ENTRY-REFERENCE = SPACES
049000         DISPLAY "  REFERENCE IS BLANK - NO CASE OPENED"
049100         GO TO 3000-EXIT
049200     END-IF
049300     PERFORM 3100-FIND-THE-REFERENCE THRU 3100-EXIT
049400     IF HISTORY-AVAILABLE AND NOT REFERENCE-FOUND
049500         DISPLAY "  REFERENCE " WS-ENTRY-REFERENCE
049600             " DID NOT POST TO THIS ACCOUNT - NO CASE OPENED"
049700         GO TO 3000-EXIT
049800     END-IF
049900     IF REFERENCE-FOUND
050000         MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-CEILING
050100     ELSE
050200         MOVE 9999999.99 TO WS-AMOUNT-CEILING
050300     END-IF
050400     PERFORM 2200-TAKE-AN-AMOUNT THRU 2200-EXIT
050500     DISPLAY "REASON: " WITH NO ADVANCING
050600     MOVE SPACES TO WS-ENTRY-TEXT
050700     ACCEPT WS-ENTRY-TEXT
050800     DISPLAY "ASSIGN TO OPERATOR (BLANK = " WS-OPERATOR-ID
050900         "): " WITH NO ADVANCING
051000     MOVE SPACES TO WS-ENTRY-OPERATOR
051100     ACCEPT WS-ENTRY-OPERATOR
051200     IF WS-ENTRY-OPERATOR = SPACES
051300         MOVE WS-OPERATOR-ID TO WS-ENTRY-OPERATOR
051400     END-IF
051500     PERFORM 7000-COMPUTE-RESPONSE-DUE THRU 7000-EXIT
051600     MOVE WS-ENTRY-AMOUNT TO WS-DISPLAY-AMOUNT
051700     DISPLAY "OPEN CASE FOR " WS-DISPLAY-AMOUNT " ON "
051800         WS-ENTRY-REFERENCE " - RESPOND BY " WS-DUE-DATE
051900         " (Y/N): " WITH NO ADVANCING
052000     MOVE SPACES TO WS-CONFIRM
052100     ACCEPT WS-CONFIRM
052200     IF NOT CONFIRMED-YES
052300         DISPLAY "  NO CASE OPENED"
052400         GO TO 3000-EXIT
052500     END-IF
052600     INITIALIZE DISPUTE-CASE-RECORD
052700     MOVE WS-ENTRY-CUST-ID TO DISP-CUST-ID
052800     COMPUTE DISP-CASE-NO = WS-HIGH-CASE-NO + 1
052900     MOVE "O" TO DISP-STATUS
053000     MOVE WS-ENTRY-REFERENCE TO DISP-REFERENCE
053100     MOVE WS-ENTRY-AMOUNT TO DISP-AMOUNT
053200     MOVE WS-RUN-DATE TO DISP-OPEN-DATE
053300     MOVE WS-DUE-DATE TO DISP-RESPONSE-DUE-DATE
053400     MOVE WS-OPERATOR-ID TO DISP-OPENED-BY
053500     MOVE WS-ENTRY-OPERATOR TO DISP-ASSIGNED-OPERATOR
053600     MOVE WS-ENTRY-TEXT TO DISP-REASON
053700     WRITE DISPUTE-CASE-RECORD
053800         INVALID KEY
053900             DISPLAY "  CASE WRITE FAILED - STATUS "
054000                 DISPUTE-CASE-STATUS " - NO CASE OPENED"
054100             GO TO 3000-EXIT
054200     END-WRITE
054300     ADD 1 TO WS-CASES-OPENED
054400     DISPLAY "  CASE " DISP-CASE-NO " OPENED FOR CUST-ID "
054500         DISP-CUST-ID.
054600 3000-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*    3100-FIND-THE-REFERENCE                                     *
055100*    WALKS THE CUSTOMER'S KEYED HISTORY FOR THE REFERENCE.  A    *
055200*    REVERSED POSTING NO LONGER STANDS AND CANNOT BE DISPUTED.   *
055300******************************************************************
055400 3100-FIND-THE-REFERENCE.
055500     MOVE "N" TO WS-REF-FOUND
055600     MOVE 0 TO WS-POSTED-AMOUNT
055700     IF NOT HISTORY-AVAILABLE
055800         GO TO 3100-EXIT
055900     END-IF
056000     MOVE "N" TO WS-HIST-WALK-SWITCH
056100     MOVE WS-ENTRY-CUST-ID TO PHK-CUST-ID
056200     MOVE 0 TO PHK-POST-DATE
056300     MOVE 0 TO PHK-SEQ-NO
056400     START KEYED-HISTORY-FILE KEY IS NOT LESS THAN PHK-KEY
056500         INVALID KEY
056600             MOVE "Y" TO WS-HIST-WALK-SWITCH
056700     END-START
056800     PERFORM 3110-CHECK-ONE-POSTING THRU 3110-EXIT
056900         UNTIL HIST-WALK-DONE OR REFERENCE-FOUND.
057000 3100-EXIT.
057100     EXIT.
057200
057300 3110-CHECK-ONE-POSTING.
057400     READ KEYED-HISTORY-FILE NEXT RECORD
057500         AT END
057600             MOVE "Y" TO WS-HIST-WALK-SWITCH
057700             GO TO 3110-EXIT
057800     END-READ
057900     IF PHK-CUST-ID NOT = WS-ENTRY-CUST-ID
058000         MOVE "Y" TO WS-HIST-WALK-SWITCH
058100         GO TO 3110-EXIT
058200     END-IF
058300     IF PHK-REFERENCE = WS-ENTRY-REFERENCE AND
058400             NOT PHK-IS-REVERSED
058500         MOVE "Y" TO WS-REF-FOUND
058600         MOVE PHK-AMOUNT TO WS-POSTED-AMOUNT
058700         MOVE PHK-AMOUNT TO WS-DISPLAY-AMOUNT
058800         DISPLAY "  POSTED " PHK-POST-DATE "  TYPE "
058900             PHK-TXN-TYPE "  AMOUNT " WS-DISPLAY-AMOUNT
059000     END-IF.
059100 3110-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500*    4000-LIST-CASES                                             *
059600******************************************************************
059700 4000-LIST-CASES.
059800     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
059900     IF NOT LOOKUP-FOUND
060000         GO TO 4000-EXIT
060100     END-IF
060200     PERFORM 4100-WALK-CUSTOMER-CASES THRU 4100-EXIT
060300     IF WS-CASE-COUNT = 0
060400         DISPLAY "  NO DISPUTE CASES FOR THIS CUSTOMER"
060500     END-IF.
060600 4000-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000*    4100-WALK-CUSTOMER-CASES                                    *
061100*    SHOWS EVERY CASE ON FILE FOR WS-ENTRY-CUST-ID AND LEAVES    *
061200*    THE HIGHEST CASE NUMBER IN USE - THE NEXT CASE TAKES ONE    *
061300*    MORE, SO NUMBERS ARE NEVER REUSED.                          *
061400******************************************************************
061500 4100-WALK-CUSTOMER-CASES.
061600     MOVE 0 TO WS-HIGH-CASE-NO
061700     MOVE 0 TO WS-CASE-COUNT
061800     MOVE "N" TO WS-CASE-WALK-SWITCH
061900     MOVE WS-ENTRY-CUST-ID TO DISP-CUST-ID
062000     MOVE 0 TO DISP-CASE-NO
062100     START DISPUTE-CASE-FILE KEY IS NOT LESS THAN DISP-KEY
062200         INVALID KEY
062300             MOVE "Y" TO WS-CASE-WALK-SWITCH
062400     END-START
062500     PERFORM 4110-SHOW-NEXT-CASE THRU 4110-EXIT
062600         UNTIL CASE-WALK-DONE.
062700 4100-EXIT.
062800     EXIT.
062900
063000 4110-SHOW-NEXT-CASE.
063100     READ DISPUTE-CASE-FILE NEXT RECORD
063200         AT END
063300             MOVE "Y" TO WS-CASE-WALK-SWITCH
063400             GO TO 4110-EXIT
063500     END-READ
063600     IF DISP-CUST-ID NOT = WS-ENTRY-CUST-ID
063700         MOVE "Y" TO WS-CASE-WALK-SWITCH
063800         GO TO 4110-EXIT
063900     END-IF
064000     ADD 1 TO WS-CASE-COUNT
064100     MOVE DISP-CASE-NO TO WS-HIGH-CASE-NO
064200     PERFORM 4200-SHOW-ONE-CASE THRU 4200-EXIT.
064300 4110-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700*    4200-SHOW-ONE-CASE                                          *
064800******************************************************************
064900 4200-SHOW-ONE-CASE.
065000     EVALUATE TRUE
065100         WHEN DISP-IS-OPEN
065200             MOVE "OPEN" TO WS-DISPLAY-STATUS-TEXT
065300         WHEN DISP-FOR-CUSTOMER
065400             MOVE "CREDITED" TO WS-DISPLAY-STATUS-TEXT
065500         WHEN DISP-DENIED
065600             MOVE "DENIED" TO WS-DISPLAY-STATUS-TEXT
065700         WHEN OTHER
065800             MOVE "UNKNOWN" TO WS-DISPLAY-STATUS-TEXT
065900     END-EVALUATE
066000     MOVE DISP-AMOUNT TO WS-DISPLAY-AMOUNT
066100     DISPLAY "  CASE " DISP-CASE-NO "  " WS-DISPLAY-STATUS-TEXT
066200         "  REF " DISP-REFERENCE "  AMOUNT " WS-DISPLAY-AMOUNT
066300         "  OPENED " DISP-OPEN-DATE "  DUE "
066400         DISP-RESPONSE-DUE-DATE
066500     DISPLAY "           ASSIGNED " DISP-ASSIGNED-OPERATOR
066600         "  " DISP-REASON
066700     IF NOT DISP-IS-OPEN
066800         MOVE DISP-CREDIT-AMOUNT TO WS-DISPLAY-CREDIT
066900         DISPLAY "           RESOLVED " DISP-RESOLVED-DATE
067000             " BY " DISP-RESOLVED-BY "  CREDIT "
067100             WS-DISPLAY-CREDIT
067200     END-IF.
067300 4200-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700*    5000-REASSIGN-A-CASE                                        *
067800******************************************************************
067900 5000-REASSIGN-A-CASE.
068000     PERFORM 2300-TAKE-THE-CASE THRU 2300-EXIT
068100     IF NOT CASE-FOUND
068200         GO TO 5000-EXIT
068300     END-IF
068400     DISPLAY "REASSIGN TO OPERATOR: " WITH NO ADVANCING
068500     MOVE SPACES TO WS-ENTRY-OPERATOR
068600     ACCEPT WS-ENTRY-OPERATOR
068700     IF WS-ENTRY-OPERATOR = SPACES OR
068800             WS-ENTRY-OPERATOR = DISP-ASSIGNED-OPERATOR
068900         DISPLAY "  NOT REASSIGNED"
069000         GO TO 5000-EXIT
069100     END-IF
069200     MOVE WS-ENTRY-OPERATOR TO DISP-ASSIGNED-OPERATOR
069300     REWRITE DISPUTE-CASE-RECORD
069400         INVALID KEY
069500             DISPLAY "  CASE REWRITE FAILED - STATUS "
069600                 DISPUTE-CASE-STATUS
069700             GO TO 5000-EXIT
069800     END-REWRITE
069900     ADD 1 TO WS-CASES-REASSIGNED
070000     DISPLAY "  CASE " DISP-CASE-NO " REASSIGNED TO "
070100         DISP-ASSIGNED-OPERATOR.
070200 5000-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600*    6000-RESOLVE-A-CASE                                         *
070700*    FOR THE CUSTOMER: THE CREDIT (UP TO THE DISPUTED AMOUNT)    *
070800*    IS WRITTEN AS A PTXN ADJUSTMENT THAT LOWERS THE BALANCE,    *
070900*    UNDER THE DISPUTED REFERENCE, FOR THE NEXT TXNPOST RUN.     *
071000*    DENIED: THE CASE CLOSES AND THE AMOUNT STANDS - INTEREST    *
071100*    AND DUNNING SIMPLY RESUME ON THE NEXT NIGHT'S RUNS.         *
071200******************************************************************
071300 6000-RESOLVE-A-CASE.
071400     PERFORM 2300-TAKE-THE-CASE THRU 2300-EXIT
071500     IF NOT CASE-FOUND
071600         GO TO 6000-EXIT
071700     END-IF
071800     DISPLAY "C=RESOLVED FOR CUSTOMER  D=DENIED: "
071900         WITH NO ADVANCING
072000     MOVE SPACES TO WS-OUTCOME
072100     ACCEPT WS-OUTCOME
072200     EVALUATE TRUE
072300         WHEN WS-OUTCOME-CUSTOMER
072400             MOVE DISP-AMOUNT TO WS-AMOUNT-CEILING
072500             PERFORM 2200-TAKE-AN-AMOUNT THRU 2200-EXIT
072600             MOVE WS-ENTRY-AMOUNT TO WS-DISPLAY-CREDIT
072700             DISPLAY "CREDIT " WS-DISPLAY-CREDIT " TO "
072800                 DISP-CUST-ID " (Y/N): " WITH NO ADVANCING
072900         WHEN WS-OUTCOME-DENIED
073000             MOVE 0 TO WS-ENTRY-AMOUNT
073100             DISPLAY "CLOSE CASE AS DENIED (Y/N): "
073200                 WITH NO ADVANCING
073300         WHEN OTHER
073400             DISPLAY "  INVALID OUTCOME - CASE LEFT OPEN"
073500             GO TO 6000-EXIT
073600     END-EVALUATE
073700     MOVE SPACES TO WS-CONFIRM
073800     ACCEPT WS-CONFIRM
073900     IF NOT CONFIRMED-YES
074000         DISPLAY "  CASE LEFT OPEN"
074100         GO TO 6000-EXIT
074200     END-IF
074300     IF WS-OUTCOME-CUSTOMER
074400         PERFORM 6100-WRITE-CREDIT-TXN THRU 6100-EXIT
074500         MOVE "C" TO DISP-STATUS
074600     ELSE
074700         MOVE "D" TO DISP-STATUS
074800     END-IF
074900     MOVE WS-ENTRY-AMOUNT TO DISP-CREDIT-AMOUNT
075000     MOVE WS-RUN-DATE TO DISP-RESOLVED-DATE
075100     MOVE WS-OPERATOR-ID TO DISP-RESOLVED-BY
075200     REWRITE DISPUTE-CASE-RECORD
075300         INVALID KEY
075400             DISPLAY "  CASE REWRITE FAILED - STATUS "
075500                 DISPUTE-CASE-STATUS
075600             GO TO 6000-EXIT
075700     END-REWRITE
075800     IF DISP-FOR-CUSTOMER
075900         ADD 1 TO WS-CASES-CREDITED
076000         ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
076100         DISPLAY "  CASE " DISP-CASE-NO " RESOLVED FOR THE "
076200             "CUSTOMER - CREDIT POSTS IN THE NEXT TXNPOST RUN"
076300     ELSE
076400         ADD 1 TO WS-CASES-DENIED
076500         DISPLAY "  CASE " DISP-CASE-NO " CLOSED AS DENIED"
076600     END-IF.
076700 6000-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100*    6100-WRITE-CREDIT-TXN                                       *
077200*    A MACHINE FEED LIKE LBXTXN - NO BATCH HEADER OR TRAILER,    *
077300*    BATCH ID LEFT BLANK.                                        *
077400******************************************************************
077500 6100-WRITE-CREDIT-TXN.
077600     INITIALIZE POSTING-TXN-RECORD
077700     MOVE "J" TO PTXN-TXN-TYPE
077800     MOVE DISP-CUST-ID TO PTXN-CUST-ID
077900     MOVE WS-ENTRY-AMOUNT TO PTXN-AMOUNT
078000     MOVE "-" TO PTXN-MODIFIER
078100     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
078200     MOVE DISP-REFERENCE TO PTXN-REFERENCE
078300     WRITE POSTING-TXN-RECORD.
078400 6100-EXIT.
078500     EXIT.
078600
078700******************************************************************
078800*    7000-COMPUTE-RESPONSE-DUE                                   *
078900*    RUN DATE PLUS WS-RESPONSE-DAYS REAL CALENDAR DAYS, ONE      *
079000*    MONTH AT A TIME.  TWO-DIGIT YEARS - EVERY YEAR DIVISIBLE    *
079100*    BY FOUR IS A LEAP YEAR WITHIN THE 1950/2049 WINDOW.         *
079200******************************************************************
079300 7000-COMPUTE-RESPONSE-DUE.
079400     MOVE WS-RUN-DATE TO WS-DUE-DATE
079500     MOVE WS-RESPONSE-DAYS TO WS-DAYS-TO-ADD
079600     PERFORM 7010-ADVANCE-ONE-MONTH THRU 7010-EXIT
079700         UNTIL WS-DAYS-TO-ADD = 0.
079800 7000-EXIT.
079900     EXIT.
080000
080100 7010-ADVANCE-ONE-MONTH.
080200     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-LENGTH
080300     IF WS-DUE-MM = 2
080400         DIVIDE WS-DUE-YY BY 4 GIVING WS-LEAP-QUOTIENT
080500             REMAINDER WS-LEAP-REMAINDER
080600         IF WS-LEAP-REMAINDER = 0
080700             MOVE 29 TO WS-MONTH-LENGTH
080800         END-IF
080900     END-IF
081000     COMPUTE WS-DAYS-LEFT-IN-MONTH =
081100         WS-MONTH-LENGTH - WS-DUE-DD
081200     IF WS-DAYS-TO-ADD NOT > WS-DAYS-LEFT-IN-MONTH
081300         ADD WS-DAYS-TO-ADD TO WS-DUE-DD
081400         MOVE 0 TO WS-DAYS-TO-ADD
081500         GO TO 7010-EXIT
081600     END-IF
081700     COMPUTE WS-DAYS-TO-ADD =
081800         WS-DAYS-TO-ADD - WS-DAYS-LEFT-IN-MONTH - 1
081900     MOVE 1 TO WS-DUE-DD
082000     IF WS-DUE-MM = 12
082100         MOVE 1 TO WS-DUE-MM
082200         IF WS-DUE-YY = 99
082300             MOVE 0 TO WS-DUE-YY
082400         ELSE
082500             ADD 1 TO WS-DUE-YY
082600         END-IF
082700     ELSE
082800         ADD 1 TO WS-DUE-MM
082900     END-IF.
083000 7010-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    9000-TERMINATE                                              *
083500******************************************************************
083600 9000-TERMINATE.
083700     CLOSE CUSTOMER-FILE
083800     CLOSE DISPUTE-CASE-FILE
083900     IF HISTORY-AVAILABLE
084000         CLOSE KEYED-HISTORY-FILE
084100     END-IF
084200     CLOSE POSTING-TXN-FILE
084300     MOVE WS-CREDIT-TOTAL TO WS-DISPLAY-TOTAL
084400     DISPLAY "DISPMNT - " WS-CASES-OPENED " OPENED, "
084500         WS-CASES-REASSIGNED " REASSIGNED, "
084600         WS-CASES-CREDITED " CREDITED (" WS-DISPLAY-TOTAL
084700         "), " WS-CASES-DENIED " DENIED".
084800 9000-EXIT.
084900     EXIT.
