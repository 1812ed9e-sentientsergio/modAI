000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RCHGMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/18/2026.
000600 DATE-COMPILED.  11/18/2026.
000700******************************************************************
000800*                                                                *
000900*    RCHGMNT - RECURRING CHARGE SCHEDULE MAINTENANCE             *
001000*    IN THE APAYMNT MENU STYLE AND BEHIND THE SAME USERSEC       *
001100*    SIGN-ON (LEVEL 2 OR ABOVE), KEEPS THE RECURRING CHARGE      *
001200*    SCHEDULE FILE (RCHGFILE, SEE RCHGREC) THAT RCHGBILL BILLS   *
001300*    FROM EACH NIGHT:                                            *
001400*      N - SET UP A NEW SCHEDULE - AMOUNT, FREQUENCY,            *
001500*          DESCRIPTION CODE, START AND END DATES.  THE NEXT      *
001600*          FREE SCHEDULE NUMBER FOR THE ACCOUNT IS TAKEN,        *
001700*      C - CHANGE THE AMOUNT, FREQUENCY, DESCRIPTION CODE OR     *
001800*          END DATE,                                             *
001900*      S - SUSPEND BILLING,                                      *
002000*      R - RESUME A SUSPENDED SCHEDULE - WHATEVER FELL DUE       *
002100*          WHILE IT WAS SUSPENDED IS NOT BILLED,                 *
002200*      X - END THE SCHEDULE,                                     *
002300*      I - INQUIRE - EVERY SCHEDULE THE ACCOUNT CARRIES.         *
002400*    THE FIRST BILL DATE IS THE FIRST DATE ON OR AFTER THE       *
002500*    START DATE THAT FALLS ON THE ACCOUNT'S CUST-STMT-CYCLE-DAY  *
002600*    (THE START DATE'S OWN DAY, NO LATER THAN THE 28TH, FOR AN   *
002700*    ACCOUNT BILLED EVERY RUN).  ONLY AN ACTIVE ACCOUNT MAY      *
002800*    TAKE A NEW SCHEDULE OR HAVE ONE RESUMED.  THE LIVE MASTER   *
002900*    OPENS READ-ONLY.  THE SCHEDULE CARRIES WHO LAST MAINTAINED  *
003000*    IT AND WHEN.                                                *
003100*                                                                *
003200******************************************************************
003300* MODIFICATION HISTORY
003400*   11/18/2026  RVH  ORIGINAL.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS USER-SECURITY-STATUS.
004400     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CUST-ID
004800         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004900         FILE STATUS IS CUSTOMER-FILE-STATUS.
005000     SELECT RECURRING-CHARGE-FILE ASSIGN TO RCHGFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RCHG-KEY
005400         FILE STATUS IS RECURRING-CHARGE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  USER-SECURITY-FILE
005900     LABEL RECORDS ARE STANDARD
006000     BLOCK CONTAINS 0 RECORDS
006100     RECORDING MODE F
006200     DATA RECORD IS USER-SECURITY-RECORD.
006300     COPY USERREC.
006400
006500 FD  CUSTOMER-FILE
006600     LABEL RECORDS ARE STANDARD
006700     BLOCK CONTAINS 0 RECORDS
006800     RECORDING MODE F
006900     DATA RECORD IS CUSTOMER-RECORD.
007000     COPY CUSTREC.
007100
007200 FD  RECURRING-CHARGE-FILE
007300     LABEL RECORDS ARE STANDARD
007400     BLOCK CONTAINS 0 RECORDS
007500     RECORDING MODE F
007600     DATA RECORD IS RECURRING-CHARGE-RECORD.
007700     COPY RCHGREC.
007800
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100*    FILE STATUS AND SWITCHES                                    *
008200******************************************************************
008300 01  USER-SECURITY-STATUS      PIC X(02).
008400     88  USER-SECURITY-OK          VALUE "00".
008500 01  CUSTOMER-FILE-STATUS      PIC X(02).
008600     88  CUST-FILE-OK              VALUE "00".
008700 01  RECURRING-CHARGE-STATUS   PIC X(02).
008800     88  RECURRING-CHARGE-OK       VALUE "00".
008900     88  RECURRING-CHARGE-NOT-FOUND VALUE "05" "35".
009000 01  WS-USER-AT-END            PIC X(01) VALUE "N".
009100     88  USER-FILE-AT-END          VALUE "Y".
009200 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
009300     88  SIGNON-IS-OK              VALUE "Y".
009400 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
009500 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
009600 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
009700 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
009800 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
009900 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
010000     88  WS-DONE                   VALUE "Y".
010100 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
010200     88  WS-OPTION-NEW             VALUE "N" "n".
010300     88  WS-OPTION-CHANGE          VALUE "C" "c".
010400     88  WS-OPTION-SUSPEND         VALUE "S" "s".
010500     88  WS-OPTION-RESUME          VALUE "R" "r".
010600     88  WS-OPTION-END-SCHEDULE    VALUE "X" "x".
010700     88  WS-OPTION-INQUIRE         VALUE "I" "i".
010800     88  WS-OPTION-END             VALUE "E" "e".
010900 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
011000     88  LOOKUP-FOUND              VALUE "Y".
011100 01  WS-SCHEDULE-FOUND         PIC X(01) VALUE "N".
011200     88  SCHEDULE-FOUND            VALUE "Y".
011300 01  WS-SCHEDULES-AT-END       PIC X(01) VALUE "N".
011400     88  SCHEDULES-AT-END          VALUE "Y".
011500 01  WS-KEEP-ALLOWED           PIC X(01) VALUE "N".
011600     88  KEEP-IS-ALLOWED           VALUE "Y".
011700 01  WS-FIELD-OK               PIC X(01) VALUE "N".
011800     88  FIELD-IS-OK               VALUE "Y".
011900 01  WS-DATE-OK                PIC X(01) VALUE "N".
012000     88  DATE-IS-OK                VALUE "Y".
012100 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
012200     88  CONFIRMED-YES             VALUE "Y" "y".
012300
012400******************************************************************
012500*    KEYED-FIELD WORK AREAS                                      *
012600******************************************************************
012700 01  WS-ENTRY-CUST-ID          PIC X(10) VALUE SPACES.
012800 01  WS-ENTRY-SCHED-X.
012900     05  WS-ENTRY-SCHED-9      PIC 9(03).
013000 01  WS-ENTRY-CODE             PIC X(01) VALUE SPACES.
013100 01  WS-ENTRY-DESC-CODE        PIC X(04) VALUE SPACES.
013200 01  WS-ENTRY-AMOUNT-X.
013300     05  WS-ENTRY-AMOUNT-9     PIC 9(7)V99.
013400 01  WS-ENTRY-DATE-X.
013500     05  WS-ENTRY-DATE-9       PIC 9(06).
013600 01  WS-DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
013700 01  WS-DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99-.
013800 01  WS-DISPLAY-STATUS-TEXT    PIC X(09) VALUE SPACES.
013900 01  WS-DISPLAY-REASON-TEXT    PIC X(13) VALUE SPACES.
014000 01  WS-DISPLAY-FREQ-TEXT      PIC X(10) VALUE SPACES.
014100 01  WS-TEXT-FREQUENCY         PIC X(01) VALUE SPACES.
014200 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
014300 01  WS-SCHEDULE-COUNT         PIC 9(03) VALUE 0.
014400 01  WS-HIGH-SCHED-NO          PIC 9(03) VALUE 0.
014500
014600******************************************************************
014700*    THE SCHEDULE AS KEYED - MOVED TO THE RECORD ONLY ONCE THE   *
014800*    OPERATOR CONFIRMS                                           *
014900******************************************************************
015000 01  WS-NEW-AMOUNT             PIC 9(7)V99 VALUE 0.
015100 01  WS-NEW-FREQUENCY          PIC X(01) VALUE SPACES.
015200 01  WS-NEW-DESC-CODE          PIC X(04) VALUE SPACES.
015300 01  WS-NEW-START-DATE         PIC 9(06) VALUE 0.
015400 01  WS-NEW-END-DATE           PIC 9(06) VALUE 0.
015500 01  WS-NEW-NEXT-BILL-DATE     PIC 9(06) VALUE 0.
015600
015700******************************************************************
015800*    DATE ARITHMETIC - BILL DATES ALWAYS FALL ON DAY 01-28, SO   *
015900*    MOVING ONE ON BY WHOLE MONTHS NEVER RUNS OFF THE END OF A   *
016000*    MONTH.  THE MONTH LENGTHS ARE ONLY FOR CHECKING A KEYED     *
016100*    DATE.                                                       *
016200******************************************************************
016300 01  WS-BILL-DAY               PIC 9(02) VALUE 0.
016400 01  WS-MONTHS-TO-ADD          PIC 9(02) VALUE 0.
016500 01  WS-MONTH-TOTAL            PIC 9(03) VALUE 0.
016600 01  WS-YEARS-TO-ADD           PIC 9(02) VALUE 0.
016700 01  WS-MONTH-OFFSET           PIC 9(02) VALUE 0.
016800 01  WS-YEAR-TOTAL             PIC 9(03) VALUE 0.
016900 01  WS-DUE-DATE               PIC 9(06) VALUE 0.
017000 01  WS-DUE-DATE-FIELDS REDEFINES WS-DUE-DATE.
017100     05  WS-DUE-YY             PIC 9(02).
017200     05  WS-DUE-MM             PIC 9(02).
017300     05  WS-DUE-DD             PIC 9(02).
017400 01  WS-CHECK-DATE             PIC 9(06) VALUE 0.
017500 01  WS-CHECK-DATE-FIELDS REDEFINES WS-CHECK-DATE.
017600     05  WS-CHECK-YY           PIC 9(02).
017700     05  WS-CHECK-MM           PIC 9(02).
017800     05  WS-CHECK-DD           PIC 9(02).
017900 01  WS-MONTH-LENGTH           PIC 9(02) VALUE 0.
018000 01  WS-LEAP-QUOTIENT          PIC 9(02) VALUE 0.
018100 01  WS-LEAP-REMAINDER         PIC 9(01) VALUE 0.
018200 01  WS-MONTH-LENGTH-VALUES    PIC X(24) VALUE
018300     "312831303130313130313031".
018400 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
018500     05  WS-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
018600
018700******************************************************************
018800*    SESSION TOTALS                                              *
018900******************************************************************
019000 01  WS-ADDED                  PIC 9(05) BINARY VALUE 0.
019100 01  WS-CHANGED                PIC 9(05) BINARY VALUE 0.
019200 01  WS-SUSPENDED              PIC 9(05) BINARY VALUE 0.
019300 01  WS-RESUMED                PIC 9(05) BINARY VALUE 0.
019400 01  WS-ENDED                  PIC 9(05) BINARY VALUE 0.
019500
019600 PROCEDURE DIVISION.
019700******************************************************************
019800*    0000-MAINLINE                                               *
019900******************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
020300         UNTIL WS-DONE
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT
020500     STOP RUN.
020600
020700******************************************************************
020800*    1000-INITIALIZE                                             *
020900*    THE SCHEDULE FILE IS CREATED ON FIRST USE - SAME AS         *
021000*    APAYMNT'S ENROLLMENT FILE.                                  *
021100******************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT WS-RUN-DATE FROM DATE
021400     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
021500     IF NOT SIGNON-IS-OK
021600         DISPLAY "RCHGMNT - SIGN-ON FAILED - SESSION ENDED"
021700         MOVE 8 TO RETURN-CODE
021800         STOP RUN
021900     END-IF
022000     IF WS-AUTH-LEVEL < 2
022100         DISPLAY "RCHGMNT - AUTHORIZATION LEVEL "
022200             WS-AUTH-LEVEL " CANNOT MAINTAIN RECURRING "
022300             "CHARGES - SESSION ENDED"
022400         MOVE 8 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     OPEN INPUT CUSTOMER-FILE
022800     IF NOT CUST-FILE-OK
022900         DISPLAY "RCHGMNT - ERROR OPENING CUSTOMER FILE - "
023000             "STATUS " CUSTOMER-FILE-STATUS
023100         MOVE 8 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023400     OPEN I-O RECURRING-CHARGE-FILE
023500     IF RECURRING-CHARGE-NOT-FOUND
023600         OPEN OUTPUT RECURRING-CHARGE-FILE
023700         IF RECURRING-CHARGE-OK
023800             CLOSE RECURRING-CHARGE-FILE
023900             OPEN I-O RECURRING-CHARGE-FILE
024000         END-IF
024100     END-IF
024200     IF NOT RECURRING-CHARGE-OK
024300         DISPLAY "RCHGMNT - ERROR OPENING SCHEDULE FILE - "
024400             "STATUS " RECURRING-CHARGE-STATUS
024500         MOVE 8 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800     DISPLAY "RCHGMNT - RECURRING CHARGE SCHEDULES".
024900 1000-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    1300-SIGN-ON-OPERATOR                                       *
025400*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
025500******************************************************************
025600 1300-SIGN-ON-OPERATOR.
025700     MOVE "N" TO WS-SIGNON-OK
025800     MOVE 0 TO WS-SIGNON-TRIES
025900     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
026000         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
026100 1300-EXIT.
026200     EXIT.
026300
026400 1310-TRY-ONE-SIGNON.
026500     ADD 1 TO WS-SIGNON-TRIES
026600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
026700     ACCEPT WS-ENTERED-OPERATOR
026800     DISPLAY "PASSWORD: " WITH NO ADVANCING
026900     ACCEPT WS-ENTERED-PASSWORD
027000     MOVE "N" TO WS-USER-AT-END
027100     OPEN INPUT USER-SECURITY-FILE
027200     IF NOT USER-SECURITY-OK
027300         DISPLAY "RCHGMNT - USER SECURITY FILE NOT AVAILABLE "
027400             "- STATUS " USER-SECURITY-STATUS
027500         MOVE 3 TO WS-SIGNON-TRIES
027600         GO TO 1310-EXIT
027700     END-IF
027800     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
027900         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
028000     CLOSE USER-SECURITY-FILE
028100     IF NOT SIGNON-IS-OK
028200         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
028300     END-IF.
028400 1310-EXIT.
028500     EXIT.
028600
028700 1320-CHECK-ONE-USER.
028800     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
028900         AT END
029000             MOVE "Y" TO WS-USER-AT-END
029100         NOT AT END
029200             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
029300                     USER-PASSWORD = WS-ENTERED-PASSWORD
029400                 MOVE "Y" TO WS-SIGNON-OK
029500                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
029600                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
029700                 DISPLAY "  SIGNED ON - " USER-NAME
029800                     " (LEVEL " USER-AUTH-LEVEL ")"
029900             END-IF
030000     END-READ.
030100 1320-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    2000-PROCESS-ONE-REQUEST                                    *
030600******************************************************************
030700 2000-PROCESS-ONE-REQUEST.
030800     DISPLAY " "
030900     DISPLAY "N=NEW  C=CHANGE  S=SUSPEND  R=RESUME  "
031000         "X=END SCHEDULE  I=INQUIRE  E=END SESSION: "
031100         WITH NO ADVANCING
031200     MOVE SPACES TO WS-ENTRY-OPTION
031300     ACCEPT WS-ENTRY-OPTION
031400     EVALUATE TRUE
031500         WHEN WS-OPTION-END
031600             MOVE "Y" TO WS-DONE-SWITCH
031700         WHEN WS-OPTION-NEW
031800             PERFORM 3000-ADD-A-SCHEDULE THRU 3000-EXIT
031900         WHEN WS-OPTION-CHANGE
032000             PERFORM 4000-CHANGE-SCHEDULE THRU 4000-EXIT
032100         WHEN WS-OPTION-SUSPEND
032200             PERFORM 5000-SUSPEND-SCHEDULE THRU 5000-EXIT
032300         WHEN WS-OPTION-RESUME
032400             PERFORM 5100-RESUME-SCHEDULE THRU 5100-EXIT
032500         WHEN WS-OPTION-END-SCHEDULE
032600             PERFORM 5200-END-SCHEDULE THRU 5200-EXIT
032700         WHEN WS-OPTION-INQUIRE
032800             PERFORM 6000-INQUIRE THRU 6000-EXIT
032900         WHEN OTHER
033000             DISPLAY "  INVALID OPTION - ENTER N, C, S, R, X, I "
033100                 "OR E"
033200     END-EVALUATE.
033300 2000-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*    2100-TAKE-THE-CUST-ID                                       *
033800*    THE ACCOUNT MUST BE ON THE LIVE MASTER.  EVERY SCHEDULE IT  *
033900*    CARRIES, IN ANY STATUS, IS LISTED, AND THE HIGHEST          *
034000*    SCHEDULE NUMBER IN USE IS KEPT FOR A NEW ONE.               *
034100******************************************************************
034200 2100-TAKE-THE-CUST-ID.
034300     MOVE "N" TO WS-LOOKUP-FOUND
034400     MOVE 0 TO WS-SCHEDULE-COUNT
034500     MOVE 0 TO WS-HIGH-SCHED-NO
034600     DISPLAY "CUST-ID: " WITH NO ADVANCING
034700     MOVE SPACES TO WS-ENTRY-CUST-ID
034800     ACCEPT WS-ENTRY-CUST-ID
034900     IF WS-ENTRY-CUST-ID = SPACES
035000         DISPLAY "  CUST-ID IS BLANK - NOTHING KEYED"
035100         GO TO 2100-EXIT
035200     END-IF
035300     MOVE WS-ENTRY-CUST-ID TO CUST-ID
035400     READ CUSTOMER-FILE
035500         INVALID KEY
035600             DISPLAY "  CUST-ID " WS-ENTRY-CUST-ID
035700                 " IS NOT ON THE CUSTOMER FILE"
035800             GO TO 2100-EXIT
035900     END-READ
036000     MOVE "Y" TO WS-LOOKUP-FOUND
036100     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
036200     DISPLAY "  " CUST-ID "  " CUST-NAME "  STATUS "
036300         CUST-STATUS "  BALANCE " WS-DISPLAY-BALANCE
036400         "  CYCLE DAY " CUST-STMT-CYCLE-DAY
036500     MOVE "N" TO WS-SCHEDULES-AT-END
036600     MOVE WS-ENTRY-CUST-ID TO RCHG-CUST-ID
036700     MOVE 0 TO RCHG-SCHED-NO
036800     START RECURRING-CHARGE-FILE KEY IS NOT < RCHG-KEY
036900         INVALID KEY
037000             MOVE "Y" TO WS-SCHEDULES-AT-END
037100     END-START
037200     PERFORM 2110-LIST-ONE-SCHEDULE THRU 2110-EXIT
037300         UNTIL SCHEDULES-AT-END
037400     IF WS-SCHEDULE-COUNT = 0
037500         DISPLAY "  NO RECURRING CHARGE SCHEDULES"
037600     END-IF.
037700 2100-EXIT.
037800     EXIT.
037900
038000 2110-LIST-ONE-SCHEDULE.
038100     READ RECURRING-CHARGE-FILE NEXT RECORD
038200         AT END
038300             MOVE "Y" TO WS-SCHEDULES-AT-END
038400             GO TO 2110-EXIT
038500     END-READ
038600     IF RCHG-CUST-ID NOT = WS-ENTRY-CUST-ID
038700         MOVE "Y" TO WS-SCHEDULES-AT-END
038800         GO TO 2110-EXIT
038900     END-IF
039000     ADD 1 TO WS-SCHEDULE-COUNT
039100     MOVE RCHG-SCHED-NO TO WS-HIGH-SCHED-NO
039200     PERFORM 6100-SHOW-SCHEDULE THRU 6100-EXIT.
039300 2110-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    2150-TAKE-THE-SCHEDULE                                      *
039800*    FOR C, S, R AND X - THE ACCOUNT, THEN ONE OF ITS SCHEDULES  *
039900*    BY NUMBER.  LEAVES SCHEDULE-FOUND SET AND THE RECORD READ.  *
040000******************************************************************
040100 2150-TAKE-THE-SCHEDULE.
040200     MOVE "N" TO WS-SCHEDULE-FOUND
040300     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
040400     IF NOT LOOKUP-FOUND OR WS-SCHEDULE-COUNT = 0
040500         GO TO 2150-EXIT
040600     END-IF
040700     DISPLAY "SCHEDULE NUMBER (3 DIGITS): " WITH NO ADVANCING
040800     MOVE SPACES TO WS-ENTRY-SCHED-X
040900     ACCEPT WS-ENTRY-SCHED-X
041000     IF WS-ENTRY-SCHED-9 NOT NUMERIC
041100         DISPLAY "  THREE DIGITS, ZERO FILLED - NOTHING DONE"
041200         GO TO 2150-EXIT
041300     END-IF
041400     MOVE WS-ENTRY-CUST-ID TO RCHG-CUST-ID
041500     MOVE WS-ENTRY-SCHED-9 TO RCHG-SCHED-NO
041600     READ RECURRING-CHARGE-FILE
041700         INVALID KEY
041800             DISPLAY "  NO SCHEDULE " WS-ENTRY-SCHED-9
041900                 " FOR CUST-ID " WS-ENTRY-CUST-ID
042000             GO TO 2150-EXIT
042100     END-READ
042200     MOVE "Y" TO WS-SCHEDULE-FOUND.
042300 2150-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    2200-TAKE-SCHEDULE-DETAILS                                  *
042800*    AMOUNT, FREQUENCY AND DESCRIPTION CODE INTO THE WS-NEW-     *
042900*    FIELDS.  ON A CHANGE (KEEP-IS-ALLOWED) A BLANK ENTRY KEEPS  *
043000*    WHAT IS THERE.  EACH FIELD RE-PROMPTS UNTIL IT IS VALID.    *
043100******************************************************************
043200 2200-TAKE-SCHEDULE-DETAILS.
043300     MOVE "N" TO WS-FIELD-OK
043400     PERFORM 2210-TAKE-AMOUNT THRU 2210-EXIT
043500         UNTIL FIELD-IS-OK
043600     MOVE "N" TO WS-FIELD-OK
043700     PERFORM 2220-TAKE-FREQUENCY THRU 2220-EXIT
043800         UNTIL FIELD-IS-OK
043900     MOVE "N" TO WS-FIELD-OK
044000     PERFORM 2230-TAKE-DESC-CODE THRU 2230-EXIT
044100         UNTIL FIELD-IS-OK.
044200 2200-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600*    2210-TAKE-AMOUNT                                            *
044700*    DIGITS WITH TWO ASSUMED DECIMALS, AS IN MNTENTRY.           *
044800******************************************************************
044900 2210-TAKE-AMOUNT.
045000     DISPLAY "CHARGE AMOUNT (DIGITS, 2 ASSUMED DECIMALS): "
045100         WITH NO ADVANCING
045200     MOVE SPACES TO WS-ENTRY-AMOUNT-X
045300     ACCEPT WS-ENTRY-AMOUNT-X
045400     EVALUATE TRUE
045500         WHEN WS-ENTRY-AMOUNT-X = SPACES AND KEEP-IS-ALLOWED
045600             MOVE "Y" TO WS-FIELD-OK
045700         WHEN WS-ENTRY-AMOUNT-9 IS NOT NUMERIC
045800             DISPLAY "  NINE DIGITS, ZERO FILLED - TRY AGAIN"
045900         WHEN WS-ENTRY-AMOUNT-9 = 0
046000             DISPLAY "  AMOUNT CANNOT BE ZERO - TRY AGAIN"
046100         WHEN OTHER
046200             MOVE WS-ENTRY-AMOUNT-9 TO WS-NEW-AMOUNT
046300             MOVE "Y" TO WS-FIELD-OK
046400     END-EVALUATE.
046500 2210-EXIT.
046600     EXIT.
046700
046800 2220-TAKE-FREQUENCY.
046900     DISPLAY "M=MONTHLY  Q=QUARTERLY  S=SEMIANNUAL  A=ANNUAL: "
047000         WITH NO ADVANCING
047100     MOVE SPACES TO WS-ENTRY-CODE
047200     ACCEPT WS-ENTRY-CODE
047300     EVALUATE WS-ENTRY-CODE
047400         WHEN "M" WHEN "m"
047500             MOVE "M" TO WS-NEW-FREQUENCY
047600             MOVE "Y" TO WS-FIELD-OK
047700         WHEN "Q" WHEN "q"
047800             MOVE "Q" TO WS-NEW-FREQUENCY
047900             MOVE "Y" TO WS-FIELD-OK
048000         WHEN "S" WHEN "s"
048100             MOVE "S" TO WS-NEW-FREQUENCY
048200             MOVE "Y" TO WS-FIELD-OK
048300         WHEN "A" WHEN "a"
048400             MOVE "A" TO WS-NEW-FREQUENCY
048500             MOVE "Y" TO WS-FIELD-OK
048600         WHEN SPACE
048700             IF KEEP-IS-ALLOWED
048800                 MOVE "Y" TO WS-FIELD-OK
048900             ELSE
049000                 DISPLAY "  ENTER M, Q, S OR A"
049100             END-IF
049200         WHEN OTHER
049300             DISPLAY "  ENTER M, Q, S OR A"
049400     END-EVALUATE.
049500 2220-EXIT.
049600     EXIT.
049700
049800 2230-TAKE-DESC-CODE.
049900     DISPLAY "DESCRIPTION CODE (4 CHARACTERS): "
050000         WITH NO ADVANCING
050100     MOVE SPACES TO WS-ENTRY-DESC-CODE
050200     ACCEPT WS-ENTRY-DESC-CODE
050300     IF WS-ENTRY-DESC-CODE = SPACES
050400         IF KEEP-IS-ALLOWED
050500             MOVE "Y" TO WS-FIELD-OK
050600         ELSE
050700             DISPLAY "  DESCRIPTION CODE IS REQUIRED - TRY AGAIN"
050800         END-IF
050900         GO TO 2230-EXIT
051000     END-IF
051100     MOVE WS-ENTRY-DESC-CODE TO WS-NEW-DESC-CODE
051200     MOVE "Y" TO WS-FIELD-OK.
051300 2230-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*    2240-TAKE-START-DATE                                        *
051800*    YYMMDD, NOT BEFORE TODAY - BLANK STARTS TODAY.  A SCHEDULE  *
051900*    IS NEVER SET UP TO BILL FOR TIME ALREADY GONE BY.           *
052000******************************************************************
052100 2240-TAKE-START-DATE.
052200     DISPLAY "START DATE (YYMMDD, BLANK = TODAY): "
052300         WITH NO ADVANCING
052400     MOVE SPACES TO WS-ENTRY-DATE-X
052500     ACCEPT WS-ENTRY-DATE-X
052600     IF WS-ENTRY-DATE-X = SPACES
052700         MOVE WS-RUN-DATE TO WS-NEW-START-DATE
052800         MOVE "Y" TO WS-FIELD-OK
052900         GO TO 2240-EXIT
053000     END-IF
053100     PERFORM 2400-CHECK-KEYED-DATE THRU 2400-EXIT
053200     IF NOT DATE-IS-OK
053300         GO TO 2240-EXIT
053400     END-IF
053500     IF WS-ENTRY-DATE-9 < WS-RUN-DATE
053600         DISPLAY "  START DATE CANNOT BE BEFORE TODAY - TRY "
053700             "AGAIN"
053800         GO TO 2240-EXIT
053900     END-IF
054000     MOVE WS-ENTRY-DATE-9 TO WS-NEW-START-DATE
054100     MOVE "Y" TO WS-FIELD-OK.
054200 2240-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    2250-TAKE-END-DATE                                          *
054700*    YYMMDD OR 000000 FOR NO END DATE.  ON A NEW SCHEDULE BLANK  *
054800*    MEANS NO END DATE; ON A CHANGE BLANK KEEPS WHAT IS THERE.   *
054900*    THE LAST CHARGE IS THE LAST BILL DATE ON OR BEFORE IT.      *
055000******************************************************************
055100 2250-TAKE-END-DATE.
055200     DISPLAY "END DATE (YYMMDD, 000000 = NONE): "
055300         WITH NO ADVANCING
055400     MOVE SPACES TO WS-ENTRY-DATE-X
055500     ACCEPT WS-ENTRY-DATE-X
055600     IF WS-ENTRY-DATE-X = SPACES
055700         IF NOT KEEP-IS-ALLOWED
055800             MOVE 0 TO WS-NEW-END-DATE
055900         END-IF
056000         MOVE "Y" TO WS-FIELD-OK
056100         GO TO 2250-EXIT
056200     END-IF
056300     IF WS-ENTRY-DATE-9 NUMERIC AND WS-ENTRY-DATE-9 = 0
056400         MOVE 0 TO WS-NEW-END-DATE
056500         MOVE "Y" TO WS-FIELD-OK
056600         GO TO 2250-EXIT
056700     END-IF
056800     PERFORM 2400-CHECK-KEYED-DATE THRU 2400-EXIT
056900     IF NOT DATE-IS-OK
057000         GO TO 2250-EXIT
057100     END-IF
057200     IF WS-ENTRY-DATE-9 < WS-NEW-START-DATE OR
057300             WS-ENTRY-DATE-9 < WS-RUN-DATE
057400         DISPLAY "  END DATE CANNOT BE BEFORE THE START DATE OR "
057500             "TODAY - TRY AGAIN"
057600         GO TO 2250-EXIT
057700     END-IF
057800     MOVE WS-ENTRY-DATE-9 TO WS-NEW-END-DATE
057900     MOVE "Y" TO WS-FIELD-OK.
058000 2250-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400*    2300-CONFIRM-DETAILS                                        *
058500******************************************************************
058600 2300-CONFIRM-DETAILS.
058700     MOVE WS-NEW-FREQUENCY TO WS-TEXT-FREQUENCY
058800     PERFORM 6200-SET-FREQUENCY-TEXT THRU 6200-EXIT
058900     MOVE WS-NEW-AMOUNT TO WS-DISPLAY-AMOUNT
059000     DISPLAY "  AMOUNT " WS-DISPLAY-AMOUNT "  "
059100         WS-DISPLAY-FREQ-TEXT "  CODE " WS-NEW-DESC-CODE
059200     DISPLAY "  START " WS-NEW-START-DATE "  END "
059300         WS-NEW-END-DATE "  NEXT BILL DATE "
059400         WS-NEW-NEXT-BILL-DATE
059500     DISPLAY "SAVE (Y/N): " WITH NO ADVANCING
059600     MOVE SPACES TO WS-CONFIRM
059700     ACCEPT WS-CONFIRM.
059800 2300-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200*    2400-CHECK-KEYED-DATE                                       *
060300*    WS-ENTRY-DATE-X AS A REAL YYMMDD CALENDAR DATE.             *
060400******************************************************************
060500 2400-CHECK-KEYED-DATE.
060600     MOVE "N" TO WS-DATE-OK
060700     IF WS-ENTRY-DATE-9 NOT NUMERIC
060800         DISPLAY "  SIX DIGITS, YYMMDD - TRY AGAIN"
060900         GO TO 2400-EXIT
061000     END-IF
061100     MOVE WS-ENTRY-DATE-9 TO WS-CHECK-DATE
061200     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
061300         DISPLAY "  NOT A VALID DATE - TRY AGAIN"
061400         GO TO 2400-EXIT
061500     END-IF
061600     MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-MONTH-LENGTH
061700     IF WS-CHECK-MM = 2
061800         DIVIDE WS-CHECK-YY BY 4 GIVING WS-LEAP-QUOTIENT
061900             REMAINDER WS-LEAP-REMAINDER
062000         IF WS-LEAP-REMAINDER = 0
062100             MOVE 29 TO WS-MONTH-LENGTH
062200         END-IF
062300     END-IF
062400     IF WS-CHECK-DD < 1 OR WS-CHECK-DD > WS-MONTH-LENGTH
062500         DISPLAY "  NOT A VALID DATE - TRY AGAIN"
062600         GO TO 2400-EXIT
062700     END-IF
062800     MOVE "Y" TO WS-DATE-OK.
062900 2400-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*    3000-ADD-A-SCHEDULE                                         *
063400*    THE NEW SCHEDULE TAKES THE NEXT NUMBER AFTER THE HIGHEST    *
063500*    THE ACCOUNT HAS EVER USED - AN ENDED SCHEDULE'S NUMBER IS   *
063600*    NEVER REUSED, SO ITS CHARGE REFERENCES STAY ITS OWN.        *
063700******************************************************************
063800 3000-ADD-A-SCHEDULE.
063900     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
064000     IF NOT LOOKUP-FOUND
064100         GO TO 3000-EXIT
064200     END-IF
064300     IF NOT CUST-STATUS-ACTIVE
064400         DISPLAY "  ONLY AN ACTIVE ACCOUNT MAY TAKE A NEW "
064500             "SCHEDULE"
064600         GO TO 3000-EXIT
064700     END-IF
064800     IF WS-HIGH-SCHED-NO = 999
064900         DISPLAY "  ACCOUNT HAS USED EVERY SCHEDULE NUMBER"
065000         GO TO 3000-EXIT
065100     END-IF
065200     MOVE "N" TO WS-KEEP-ALLOWED
065300     MOVE 0 TO WS-NEW-AMOUNT
065400     MOVE SPACES TO WS-NEW-FREQUENCY
065500     MOVE SPACES TO WS-NEW-DESC-CODE
065600     PERFORM 2200-TAKE-SCHEDULE-DETAILS THRU 2200-EXIT
065700     MOVE "N" TO WS-FIELD-OK
065800     PERFORM 2240-TAKE-START-DATE THRU 2240-EXIT
065900         UNTIL FIELD-IS-OK
066000     MOVE "N" TO WS-FIELD-OK
066100     PERFORM 2250-TAKE-END-DATE THRU 2250-EXIT
066200         UNTIL FIELD-IS-OK
066300     PERFORM 7000-SET-BILL-DAY THRU 7000-EXIT
066400     MOVE WS-NEW-START-DATE TO WS-DUE-DATE
066500     PERFORM 7100-ALIGN-TO-BILL-DAY THRU 7100-EXIT
066600     MOVE WS-DUE-DATE TO WS-NEW-NEXT-BILL-DATE
066700     IF WS-NEW-END-DATE NOT = 0 AND
066800             WS-NEW-NEXT-BILL-DATE > WS-NEW-END-DATE
066900         DISPLAY "  NO BILL DATE FALLS BETWEEN THE START AND "
067000             "END DATES - NOT SET UP"
067100         GO TO 3000-EXIT
067200     END-IF
067300     PERFORM 2300-CONFIRM-DETAILS THRU 2300-EXIT
067400     IF NOT CONFIRMED-YES
067500         DISPLAY "  NOT SET UP"
067600         GO TO 3000-EXIT
067700     END-IF
067800     INITIALIZE RECURRING-CHARGE-RECORD
067900     MOVE WS-ENTRY-CUST-ID TO RCHG-CUST-ID
068000     ADD 1 TO WS-HIGH-SCHED-NO GIVING RCHG-SCHED-NO
068100     MOVE "A" TO RCHG-STATUS
068200     MOVE SPACE TO RCHG-SUSPEND-REASON
068300     PERFORM 3100-MOVE-NEW-DETAILS THRU 3100-EXIT
068400     MOVE WS-NEW-START-DATE TO RCHG-START-DATE
068500     MOVE WS-NEW-NEXT-BILL-DATE TO RCHG-NEXT-BILL-DATE
068600     MOVE WS-RUN-DATE TO RCHG-SET-UP-DATE
068700     MOVE WS-RUN-DATE TO RCHG-STATUS-DATE
068800     MOVE WS-OPERATOR-ID TO RCHG-MAINT-OPERATOR
068900     WRITE RECURRING-CHARGE-RECORD
069000         INVALID KEY
069100             DISPLAY "  SCHEDULE WRITE FAILED - STATUS "
069200                 RECURRING-CHARGE-STATUS " - NOT SET UP"
069300             GO TO 3000-EXIT
069400     END-WRITE
069500     ADD 1 TO WS-ADDED
069600     DISPLAY "  SCHEDULE " RCHG-SCHED-NO " SET UP FOR CUST-ID "
069700         RCHG-CUST-ID " - FIRST BILLED " RCHG-NEXT-BILL-DATE.
069800 3000-EXIT.
069900     EXIT.
070000
070100 3100-MOVE-NEW-DETAILS.
070200     MOVE WS-NEW-AMOUNT TO RCHG-AMOUNT
070300     MOVE WS-NEW-FREQUENCY TO RCHG-FREQUENCY
070400     MOVE WS-NEW-DESC-CODE TO RCHG-DESC-CODE
070500     MOVE WS-NEW-END-DATE TO RCHG-END-DATE.
070600 3100-EXIT.
070700     EXIT.
070800
070900******************************************************************
071000*    4000-CHANGE-SCHEDULE                                        *
071100*    AMOUNT, FREQUENCY, DESCRIPTION CODE AND END DATE ONLY -     *
071200*    STATUS MOVES THROUGH S, R AND X.  A NEW FREQUENCY TAKES     *
071300*    HOLD FROM THE NEXT BILL DATE ALREADY SET.                   *
071400******************************************************************
071500 4000-CHANGE-SCHEDULE.
071600     PERFORM 2150-TAKE-THE-SCHEDULE THRU 2150-EXIT
071700     IF NOT SCHEDULE-FOUND
071800         GO TO 4000-EXIT
071900     END-IF
072000     IF RCHG-IS-ENDED
072100         DISPLAY "  SCHEDULE HAS ENDED - USE N FOR A NEW ONE"
072200         GO TO 4000-EXIT
072300     END-IF
072400     DISPLAY "  BLANK KEEPS THE CURRENT VALUE"
072500     MOVE "Y" TO WS-KEEP-ALLOWED
072600     MOVE RCHG-AMOUNT TO WS-NEW-AMOUNT
072700     MOVE RCHG-FREQUENCY TO WS-NEW-FREQUENCY
072800     MOVE RCHG-DESC-CODE TO WS-NEW-DESC-CODE
072900     MOVE RCHG-START-DATE TO WS-NEW-START-DATE
073000     MOVE RCHG-END-DATE TO WS-NEW-END-DATE
073100     MOVE RCHG-NEXT-BILL-DATE TO WS-NEW-NEXT-BILL-DATE
073200     PERFORM 2200-TAKE-SCHEDULE-DETAILS THRU 2200-EXIT
073300     MOVE "N" TO WS-FIELD-OK
073400     PERFORM 2250-TAKE-END-DATE THRU 2250-EXIT
073500         UNTIL FIELD-IS-OK
073600     IF WS-NEW-END-DATE NOT = 0 AND
073700             WS-NEW-NEXT-BILL-DATE > WS-NEW-END-DATE
073800         DISPLAY "  END DATE IS BEFORE THE NEXT BILL DATE - "
073900             "USE X TO END THE SCHEDULE"
074000         GO TO 4000-EXIT
074100     END-IF
074200     PERFORM 2300-CONFIRM-DETAILS THRU 2300-EXIT
074300     IF NOT CONFIRMED-YES
074400         DISPLAY "  NOT CHANGED"
074500         GO TO 4000-EXIT
074600     END-IF
074700     PERFORM 3100-MOVE-NEW-DETAILS THRU 3100-EXIT
074800     MOVE WS-RUN-DATE TO RCHG-STATUS-DATE
074900     MOVE WS-OPERATOR-ID TO RCHG-MAINT-OPERATOR
075000     REWRITE RECURRING-CHARGE-RECORD
075100         INVALID KEY
075200             DISPLAY "  SCHEDULE REWRITE FAILED - STATUS "
075300                 RECURRING-CHARGE-STATUS
075400             GO TO 4000-EXIT
075500     END-REWRITE
075600     ADD 1 TO WS-CHANGED
075700     DISPLAY "  SCHEDULE " RCHG-SCHED-NO " CHANGED FOR CUST-ID "
075800         RCHG-CUST-ID.
075900 4000-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300*    5000-SUSPEND-SCHEDULE                                       *
076400******************************************************************
076500 5000-SUSPEND-SCHEDULE.
076600     PERFORM 2150-TAKE-THE-SCHEDULE THRU 2150-EXIT
076700     IF NOT SCHEDULE-FOUND
076800         GO TO 5000-EXIT
076900     END-IF
077000     IF NOT RCHG-IS-ACTIVE
077100         DISPLAY "  SCHEDULE IS NOT ACTIVE - NO CHANGE"
077200         GO TO 5000-EXIT
077300     END-IF
077400     DISPLAY "SUSPEND BILLING (Y/N): " WITH NO ADVANCING
077500     MOVE SPACES TO WS-CONFIRM
077600     ACCEPT WS-CONFIRM
077700     IF NOT CONFIRMED-YES
077800         DISPLAY "  NOT SUSPENDED"
077900         GO TO 5000-EXIT
078000     END-IF
078100     MOVE "S" TO RCHG-STATUS
078200     MOVE "O" TO RCHG-SUSPEND-REASON
078300     PERFORM 5900-REWRITE-STATUS THRU 5900-EXIT
078400     IF RECURRING-CHARGE-OK
078500         ADD 1 TO WS-SUSPENDED
078600         DISPLAY "  SCHEDULE SUSPENDED"
078700     END-IF.
078800 5000-EXIT.
078900     EXIT.
079000
079100******************************************************************
079200*    5100-RESUME-SCHEDULE                                        *
079300*    BILLING PICKS UP FROM THE FIRST BILL DATE ON OR AFTER       *
079400*    TODAY - NOTHING THAT FELL DUE WHILE SUSPENDED IS CHARGED.   *
079500*    A SUSPENSION FOR A CLOSED, CHARGED-OFF OR FROZEN ACCOUNT    *
079600*    RESUMES ONLY ONCE THE ACCOUNT IS ACTIVE AGAIN.              *
079700******************************************************************
079800 5100-RESUME-SCHEDULE.
079900     PERFORM 2150-TAKE-THE-SCHEDULE THRU 2150-EXIT
080000     IF NOT SCHEDULE-FOUND
080100         GO TO 5100-EXIT
080200     END-IF
080300     IF NOT RCHG-IS-SUSPENDED
080400         DISPLAY "  SCHEDULE IS NOT SUSPENDED - NO CHANGE"
080500         GO TO 5100-EXIT
080600     END-IF
080700     IF NOT CUST-STATUS-ACTIVE
080800         DISPLAY "  ACCOUNT IS NOT ACTIVE - CANNOT RESUME"
080900         GO TO 5100-EXIT
081000     END-IF
081100     MOVE RCHG-START-DATE TO WS-NEW-START-DATE
081200     PERFORM 7000-SET-BILL-DAY THRU 7000-EXIT
081300     MOVE RCHG-NEXT-BILL-DATE TO WS-DUE-DATE
081400     IF WS-DUE-DATE < WS-RUN-DATE
081500         MOVE WS-RUN-DATE TO WS-DUE-DATE
081600     END-IF
081700     PERFORM 7100-ALIGN-TO-BILL-DAY THRU 7100-EXIT
081800     IF RCHG-END-DATE NOT = 0 AND WS-DUE-DATE > RCHG-END-DATE
081900         DISPLAY "  SCHEDULE HAS PASSED ITS END DATE - USE X "
082000             "TO END IT"
082100         GO TO 5100-EXIT
082200     END-IF
082300     DISPLAY "RESUME BILLING FROM " WS-DUE-DATE " (Y/N): "
082400         WITH NO ADVANCING
082500     MOVE SPACES TO WS-CONFIRM
082600     ACCEPT WS-CONFIRM
082700     IF NOT CONFIRMED-YES
082800         DISPLAY "  NOT RESUMED"
082900         GO TO 5100-EXIT
083000     END-IF
083100     MOVE "A" TO RCHG-STATUS
083200     MOVE SPACE TO RCHG-SUSPEND-REASON
083300     MOVE WS-DUE-DATE TO RCHG-NEXT-BILL-DATE
083400     PERFORM 5900-REWRITE-STATUS THRU 5900-EXIT
083500     IF RECURRING-CHARGE-OK
083600         ADD 1 TO WS-RESUMED
083700         DISPLAY "  SCHEDULE RESUMED"
083800     END-IF.
083900 5100-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300*    5200-END-SCHEDULE                                           *
084400******************************************************************
084500 5200-END-SCHEDULE.
084600     PERFORM 2150-TAKE-THE-SCHEDULE THRU 2150-EXIT
084700     IF NOT SCHEDULE-FOUND
084800         GO TO 5200-EXIT
084900     END-IF
085000     IF RCHG-IS-ENDED
085100         DISPLAY "  SCHEDULE HAS ALREADY ENDED"
085200         GO TO 5200-EXIT
085300     END-IF
085400     DISPLAY "END THE SCHEDULE (Y/N): " WITH NO ADVANCING
085500     MOVE SPACES TO WS-CONFIRM
085600     ACCEPT WS-CONFIRM
085700     IF NOT CONFIRMED-YES
085800         DISPLAY "  NOT ENDED"
085900         GO TO 5200-EXIT
086000     END-IF
086100     MOVE "E" TO RCHG-STATUS
086200     PERFORM 5900-REWRITE-STATUS THRU 5900-EXIT
086300     IF RECURRING-CHARGE-OK
086400         ADD 1 TO WS-ENDED
086500         DISPLAY "  SCHEDULE ENDED"
086600     END-IF.
086700 5200-EXIT.
086800     EXIT.
086900
087000 5900-REWRITE-STATUS.
087100     MOVE WS-RUN-DATE TO RCHG-STATUS-DATE
087200     MOVE WS-OPERATOR-ID TO RCHG-MAINT-OPERATOR
087300     REWRITE RECURRING-CHARGE-RECORD
087400         INVALID KEY
087500             DISPLAY "  SCHEDULE REWRITE FAILED - STATUS "
087600                 RECURRING-CHARGE-STATUS
087700     END-REWRITE.
087800 5900-EXIT.
087900     EXIT.
088000
088100******************************************************************
088200*    6000-INQUIRE                                                *
088300******************************************************************
088400 6000-INQUIRE.
088500     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT.
088600 6000-EXIT.
088700     EXIT.
088800
088900******************************************************************
089000*    6100-SHOW-SCHEDULE                                          *
089100******************************************************************
089200 6100-SHOW-SCHEDULE.
089300     EVALUATE TRUE
089400         WHEN RCHG-IS-ACTIVE
089500             MOVE "ACTIVE" TO WS-DISPLAY-STATUS-TEXT
089600         WHEN RCHG-IS-SUSPENDED
089700             MOVE "SUSPENDED" TO WS-DISPLAY-STATUS-TEXT
089800         WHEN RCHG-IS-ENDED
089900             MOVE "ENDED" TO WS-DISPLAY-STATUS-TEXT
090000         WHEN OTHER
090100             MOVE "UNKNOWN" TO WS-DISPLAY-STATUS-TEXT
090200     END-EVALUATE
090300     EVALUATE TRUE
090400         WHEN NOT RCHG-IS-SUSPENDED
090500             MOVE SPACES TO WS-DISPLAY-REASON-TEXT
090600         WHEN RCHG-SUSP-CLOSED
090700             MOVE "(CLOSED)" TO WS-DISPLAY-REASON-TEXT
090800         WHEN RCHG-SUSP-CHGOFF
090900             MOVE "(CHARGED OFF)" TO WS-DISPLAY-REASON-TEXT
091000         WHEN RCHG-SUSP-FROZEN
091100             MOVE "(FROZEN)" TO WS-DISPLAY-REASON-TEXT
091200         WHEN OTHER
091300             MOVE "(OPERATOR)" TO WS-DISPLAY-REASON-TEXT
091400     END-EVALUATE
091500     MOVE RCHG-FREQUENCY TO WS-TEXT-FREQUENCY
091600     PERFORM 6200-SET-FREQUENCY-TEXT THRU 6200-EXIT
091700     MOVE RCHG-AMOUNT TO WS-DISPLAY-AMOUNT
091800     DISPLAY "  SCHEDULE " RCHG-SCHED-NO "  "
091900         WS-DISPLAY-STATUS-TEXT " " WS-DISPLAY-REASON-TEXT
092000         " SINCE " RCHG-STATUS-DATE " BY " RCHG-MAINT-OPERATOR
092100     DISPLAY "           CODE " RCHG-DESC-CODE "  AMOUNT "
092200         WS-DISPLAY-AMOUNT "  " WS-DISPLAY-FREQ-TEXT
092300         "  START " RCHG-START-DATE "  END " RCHG-END-DATE
092400     MOVE RCHG-LAST-AMOUNT TO WS-DISPLAY-AMOUNT
092500     DISPLAY "           NEXT BILL " RCHG-NEXT-BILL-DATE
092600         "  LAST BILLED " RCHG-LAST-BILL-DATE "  "
092700         WS-DISPLAY-AMOUNT "  CHARGES " RCHG-BILLED-COUNT.
092800 6100-EXIT.
092900     EXIT.
093000
093100 6200-SET-FREQUENCY-TEXT.
093200     EVALUATE WS-TEXT-FREQUENCY
093300         WHEN "M"
093400             MOVE "MONTHLY" TO WS-DISPLAY-FREQ-TEXT
093500         WHEN "Q"
093600             MOVE "QUARTERLY" TO WS-DISPLAY-FREQ-TEXT
093700         WHEN "S"
093800             MOVE "SEMIANNUAL" TO WS-DISPLAY-FREQ-TEXT
093900         WHEN "A"
094000             MOVE "ANNUAL" TO WS-DISPLAY-FREQ-TEXT
094100         WHEN OTHER
094200             MOVE "UNKNOWN" TO WS-DISPLAY-FREQ-TEXT
094300     END-EVALUATE.
094400 6200-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800*    7000-SET-BILL-DAY                                           *
094900*    THE ACCOUNT'S STATEMENT CYCLE DAY; FOR AN ACCOUNT BILLED    *
095000*    EVERY RUN (CYCLE DAY 00), THE START DATE'S OWN DAY - NO     *
095100*    LATER THAN THE 28TH.  SAME RULE AS RCHGBILL.                *
095200******************************************************************
095300 7000-SET-BILL-DAY.
095400     IF CUST-STMT-CYCLE-DAY NUMERIC AND
095500             CUST-STMT-CYCLE-DAY > 0 AND
095600             CUST-STMT-CYCLE-DAY NOT > 28
095700         MOVE CUST-STMT-CYCLE-DAY TO WS-BILL-DAY
095800     ELSE
095900         MOVE WS-NEW-START-DATE TO WS-CHECK-DATE
096000         MOVE WS-CHECK-DD TO WS-BILL-DAY
096100         IF WS-BILL-DAY > 28
096200             MOVE 28 TO WS-BILL-DAY
096300         END-IF
096400     END-IF.
096500 7000-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900*    7100-ALIGN-TO-BILL-DAY                                      *
097000*    WS-DUE-DATE BECOMES THE FIRST BILL DAY ON OR AFTER IT.      *
097100******************************************************************
097200 7100-ALIGN-TO-BILL-DAY.
097300     IF WS-DUE-DD > WS-BILL-DAY
097400         MOVE 1 TO WS-MONTHS-TO-ADD
097500         PERFORM 7200-ADVANCE-MONTHS THRU 7200-EXIT
097600     END-IF
097700     MOVE WS-BILL-DAY TO WS-DUE-DD.
097800 7100-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200*    7200-ADVANCE-MONTHS                                         *
098300*    WS-DUE-DATE MOVES ON WS-MONTHS-TO-ADD WHOLE MONTHS, THE     *
098400*    DAY LEFT AS IT IS.                                          *
098500******************************************************************
098600 7200-ADVANCE-MONTHS.
098700     COMPUTE WS-MONTH-TOTAL = WS-DUE-MM + WS-MONTHS-TO-ADD - 1
098800     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-TO-ADD
098900         REMAINDER WS-MONTH-OFFSET
099000     COMPUTE WS-DUE-MM = WS-MONTH-OFFSET + 1
099100     COMPUTE WS-YEAR-TOTAL = WS-DUE-YY + WS-YEARS-TO-ADD
099200     IF WS-YEAR-TOTAL > 99
099300         SUBTRACT 100 FROM WS-YEAR-TOTAL
099400     END-IF
099500     MOVE WS-YEAR-TOTAL TO WS-DUE-YY.
099600 7200-EXIT.
099700     EXIT.
099800
099900******************************************************************
100000*    9000-TERMINATE                                              *
100100******************************************************************
100200 9000-TERMINATE.
100300     CLOSE CUSTOMER-FILE
100400     CLOSE RECURRING-CHARGE-FILE
100500     DISPLAY "RCHGMNT - " WS-ADDED " SET UP, "
100600         WS-CHANGED " CHANGED, " WS-SUSPENDED " SUSPENDED, "
100700         WS-RESUMED " RESUMED, " WS-ENDED " ENDED".
100800 9000-EXIT.
100900     EXIT.
