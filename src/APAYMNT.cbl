000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     APAYMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/03/2026.
000600 DATE-COMPILED.  11/03/2026.
000700******************************************************************
000800*                                                                *
000900*    APAYMNT - AUTOMATIC PAYMENT ENROLLMENT MAINTENANCE          *
001000*    IN THE MNTENTRY MENU STYLE AND BEHIND THE SAME USERSEC      *
001100*    SIGN-ON (LEVEL 2 OR ABOVE), KEEPS THE AUTOMATIC PAYMENT     *
001200*    ENROLLMENT FILE (AUTOPAY, SEE APAYREC) THAT ACHORIG         *
001300*    DRAFTS FROM EACH NIGHT:                                     *
001400*      N - ENROLL AN ACCOUNT (OR RE-ENROLL A CANCELLED ONE) -    *
001500*          BANK ROUTING NUMBER (CHECK DIGIT VERIFIED), BANK      *
001600*          ACCOUNT NUMBER AND TYPE, AND THE DRAFT OPTION,        *
001700*      C - CHANGE THE BANK DETAILS OR DRAFT OPTION,              *
001800*      S - SUSPEND DRAFTING,                                     *
001900*      R - RESUME A SUSPENDED ENROLLMENT - THE RETURNED-DRAFT    *
002000*          COUNT STARTS AGAIN FROM ZERO,                         *
002100*      X - CANCEL THE ENROLLMENT,                                *
002200*      I - INQUIRE.                                              *
002300*    ONLY AN ACTIVE ACCOUNT MAY ENROLL.  THE LIVE MASTER OPENS   *
002400*    READ-ONLY.  THE ENROLLMENT CARRIES WHO LAST MAINTAINED IT   *
002500*    AND WHEN.                                                   *
002600*                                                                *
002700******************************************************************
002800* MODIFICATION HISTORY
002900*   11/03/2026  RVH  ORIGINAL.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS USER-SECURITY-STATUS.
003900     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CUST-ID
004300         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004400         FILE STATUS IS CUSTOMER-FILE-STATUS.
004500     SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS APAY-CUST-ID
004900         FILE STATUS IS AUTOPAY-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  USER-SECURITY-FILE
005400     LABEL RECORDS ARE STANDARD
005500     BLOCK CONTAINS 0 RECORDS
005600     RECORDING MODE F
005700     DATA RECORD IS USER-SECURITY-RECORD.
005800     COPY USERREC.
005900
006000 FD  CUSTOMER-FILE
006100     LABEL RECORDS ARE STANDARD
006200     BLOCK CONTAINS 0 RECORDS
006300     RECORDING MODE F
006400     DATA RECORD IS CUSTOMER-RECORD.
006500     COPY CUSTREC.
006600
006700 FD  AUTOPAY-FILE
006800     LABEL RECORDS ARE STANDARD
006900     BLOCK CONTAINS 0 RECORDS
007000     RECORDING MODE F
007100     DATA RECORD IS AUTOPAY-ENROLLMENT-RECORD.
007200     COPY APAYREC.
007300
007400 WORKING-STORAGE SECTION.
007500******************************************************************
007600*    FILE STATUS AND SWITCHES                                    *
007700******************************************************************
007800 01  USER-SECURITY-STATUS      PIC X(02).
007900     88  USER-SECURITY-OK          VALUE "00".
008000 01  CUSTOMER-FILE-STATUS      PIC X(02).
008100     88  CUST-FILE-OK              VALUE "00".
008200 01  AUTOPAY-STATUS            PIC X(02).
008300     88  AUTOPAY-OK                VALUE "00".
008400     88  AUTOPAY-NOT-FOUND         VALUE "05" "35".
008500 01  WS-USER-AT-END            PIC X(01) VALUE "N".
008600     88  USER-FILE-AT-END          VALUE "Y".
008700 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
008800     88  SIGNON-IS-OK              VALUE "Y".
008900 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
009000 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
009100 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
009200 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
009300 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
009400 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
009500     88  WS-DONE                   VALUE "Y".
009600 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
009700     88  WS-OPTION-ENROLL          VALUE "N" "n".
009800     88  WS-OPTION-CHANGE          VALUE "C" "c".
009900     88  WS-OPTION-SUSPEND         VALUE "S" "s".
010000     88  WS-OPTION-RESUME          VALUE "R" "r".
010100     88  WS-OPTION-CANCEL          VALUE "X" "x".
010200     88  WS-OPTION-INQUIRE         VALUE "I" "i".
010300     88  WS-OPTION-END             VALUE "E" "e".
010400 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
010500     88  LOOKUP-FOUND              VALUE "Y".
010600 01  WS-ENROLLMENT-FOUND       PIC X(01) VALUE "N".
010700     88  ENROLLMENT-FOUND          VALUE "Y".
010800 01  WS-KEEP-ALLOWED           PIC X(01) VALUE "N".
010900     88  KEEP-IS-ALLOWED           VALUE "Y".
011000 01  WS-FIELD-OK               PIC X(01) VALUE "N".
011100     88  FIELD-IS-OK               VALUE "Y".
011200 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
011300     88  CONFIRMED-YES             VALUE "Y" "y".
011400
011500******************************************************************
011600*    KEYED-FIELD WORK AREAS                                      *
011700******************************************************************
011800 01  WS-ENTRY-CUST-ID          PIC X(10) VALUE SPACES.
011900 01  WS-ENTRY-ROUTING-X.
012000     05  WS-ENTRY-ROUTING-9    PIC 9(09).
012100 01  WS-ROUTING-DIGITS REDEFINES WS-ENTRY-ROUTING-X.
012200     05  WS-ROUTING-DIGIT      OCCURS 9 TIMES PIC 9(01).
012300 01  WS-ROUTING-SUM            PIC 9(04) VALUE 0.
012400 01  WS-ROUTING-QUOTIENT       PIC 9(04) VALUE 0.
012500 01  WS-ROUTING-REMAINDER      PIC 9(01) VALUE 0.
012600 01  WS-ENTRY-ACCOUNT          PIC X(17) VALUE SPACES.
012700 01  WS-ENTRY-CODE             PIC X(01) VALUE SPACES.
012800 01  WS-ENTRY-AMOUNT-X.
012900     05  WS-ENTRY-AMOUNT-9     PIC 9(7)V99.
013000 01  WS-DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
013100 01  WS-DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99-.
013200 01  WS-DISPLAY-STATUS-TEXT    PIC X(09) VALUE SPACES.
013300 01  WS-DISPLAY-OPTION-TEXT    PIC X(17) VALUE SPACES.
013400 01  WS-TEXT-OPTION            PIC X(01) VALUE SPACES.
013500 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013600
013700******************************************************************
013800*    THE ENROLLMENT AS KEYED - MOVED TO THE RECORD ONLY ONCE     *
013900*    THE OPERATOR CONFIRMS                                       *
014000******************************************************************
014100 01  WS-NEW-ROUTING            PIC 9(09) VALUE 0.
014200 01  WS-NEW-ACCOUNT            PIC X(17) VALUE SPACES.
014300 01  WS-NEW-ACCOUNT-TYPE       PIC X(01) VALUE SPACES.
014400 01  WS-NEW-DRAFT-OPTION       PIC X(01) VALUE SPACES.
014500 01  WS-NEW-FIXED-AMOUNT       PIC 9(7)V99 VALUE 0.
014600
014700******************************************************************
014800*    SESSION TOTALS                                              *
014900******************************************************************
015000 01  WS-ENROLLED               PIC 9(05) BINARY VALUE 0.
015100 01  WS-CHANGED                PIC 9(05) BINARY VALUE 0.
015200 01  WS-SUSPENDED              PIC 9(05) BINARY VALUE 0.
015300 01  WS-RESUMED                PIC 9(05) BINARY VALUE 0.
015400 01  WS-CANCELLED              PIC 9(05) BINARY VALUE 0.
015500
015600 PROCEDURE DIVISION.
015700******************************************************************
015800*    0000-MAINLINE                                               *
015900******************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016200     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
016300         UNTIL WS-DONE
016400     PERFORM 9000-TERMINATE THRU 9000-EXIT
016500     STOP RUN.
016600
016700******************************************************************
016800*    1000-INITIALIZE                                             *
016900*    THE ENROLLMENT FILE IS CREATED ON FIRST USE - SAME AS       *
017000*    DISPMNT'S CASE FILE.                                        *
017100******************************************************************
017200 1000-INITIALIZE.
017300     ACCEPT WS-RUN-DATE FROM DATE
017400     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
017500     IF NOT SIGNON-IS-OK
017600         DISPLAY "APAYMNT - SIGN-ON FAILED - SESSION ENDED"
017700         MOVE 8 TO RETURN-CODE
017800         STOP RUN
017900     END-IF
018000     IF WS-AUTH-LEVEL < 2
018100         DISPLAY "APAYMNT - AUTHORIZATION LEVEL "
018200             WS-AUTH-LEVEL " CANNOT MAINTAIN AUTOMATIC "
018300             "PAYMENTS - SESSION ENDED"
018400         MOVE 8 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018700     OPEN INPUT CUSTOMER-FILE
018800     IF NOT CUST-FILE-OK
018900         DISPLAY "APAYMNT - ERROR OPENING CUSTOMER FILE - "
019000             "STATUS " CUSTOMER-FILE-STATUS
019100         MOVE 8 TO RETURN-CODE
019200         STOP RUN
019300     END-IF
019400     OPEN I-O AUTOPAY-FILE
019500     IF AUTOPAY-NOT-FOUND
019600         OPEN OUTPUT AUTOPAY-FILE
019700         IF AUTOPAY-OK
019800             CLOSE AUTOPAY-FILE
019900             OPEN I-O AUTOPAY-FILE
020000         END-IF
020100     END-IF
020200     IF NOT AUTOPAY-OK
020300         DISPLAY "APAYMNT - ERROR OPENING ENROLLMENT FILE - "
020400             "STATUS " AUTOPAY-STATUS
020500         MOVE 8 TO RETURN-CODE
020600         STOP RUN
020700     END-IF
020800     DISPLAY "APAYMNT - AUTOMATIC PAYMENT ENROLLMENT".
020900 1000-EXIT.
021000     EXIT.
021100
021200******************************************************************
021300*    1300-SIGN-ON-OPERATOR                                       *
021400*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
021500******************************************************************
021600 1300-SIGN-ON-OPERATOR.
021700     MOVE "N" TO WS-SIGNON-OK
021800     MOVE 0 TO WS-SIGNON-TRIES
021900     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
022000         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
022100 1300-EXIT.
022200     EXIT.
022300
022400 1310-TRY-ONE-SIGNON.
022500     ADD 1 TO WS-SIGNON-TRIES
022600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
022700     ACCEPT WS-ENTERED-OPERATOR
022800     DISPLAY "PASSWORD: " WITH NO ADVANCING
022900     ACCEPT WS-ENTERED-PASSWORD
023000     MOVE "N" TO WS-USER-AT-END
023100     OPEN INPUT USER-SECURITY-FILE
023200     IF NOT USER-SECURITY-OK
023300         DISPLAY "APAYMNT - USER SECURITY FILE NOT AVAILABLE "
023400             "- STATUS " USER-SECURITY-STATUS
023500         MOVE 3 TO WS-SIGNON-TRIES
023600         GO TO 1310-EXIT
023700     END-IF
023800     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
023900         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
024000     CLOSE USER-SECURITY-FILE
024100     IF NOT SIGNON-IS-OK
024200         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
024300     END-IF.
024400 1310-EXIT.
024500     EXIT.
024600
024700 1320-CHECK-ONE-USER.
024800     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
024900         AT END
025000             MOVE "Y" TO WS-USER-AT-END
025100         NOT AT END
025200             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
025300                     USER-PASSWORD = WS-ENTERED-PASSWORD
025400                 MOVE "Y" TO WS-SIGNON-OK
025500                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
025600                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
025700                 DISPLAY "  SIGNED ON - " USER-NAME
025800                     " (LEVEL " USER-AUTH-LEVEL ")"
025900             END-IF
026000     END-READ.
026100 1320-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    2000-PROCESS-ONE-REQUEST                                    *
026600******************************************************************
026700 2000-PROCESS-ONE-REQUEST.
026800     DISPLAY " "
026900     DISPLAY "N=ENROLL  C=CHANGE  S=SUSPEND  R=RESUME  "
027000         "X=CANCEL  I=INQUIRE  E=END SESSION: "
027100         WITH NO ADVANCING
027200     MOVE SPACES TO WS-ENTRY-OPTION
027300     ACCEPT WS-ENTRY-OPTION
027400     EVALUATE TRUE
027500         WHEN WS-OPTION-END
027600             MOVE "Y" TO WS-DONE-SWITCH
027700         WHEN WS-OPTION-ENROLL
027800             PERFORM 3000-ENROLL-AN-ACCOUNT THRU 3000-EXIT
027900         WHEN WS-OPTION-CHANGE
028000             PERFORM 4000-CHANGE-ENROLLMENT THRU 4000-EXIT
028100         WHEN WS-OPTION-SUSPEND
028200             PERFORM 5000-SUSPEND-ENROLLMENT THRU 5000-EXIT
028300         WHEN WS-OPTION-RESUME
028400             PERFORM 5100-RESUME-ENROLLMENT THRU 5100-EXIT
028500         WHEN WS-OPTION-CANCEL
028600             PERFORM 5200-CANCEL-ENROLLMENT THRU 5200-EXIT
028700         WHEN WS-OPTION-INQUIRE
028800             PERFORM 6000-INQUIRE THRU 6000-EXIT
028900         WHEN OTHER
029000             DISPLAY "  INVALID OPTION - ENTER N, C, S, R, X, I "
029100                 "OR E"
029200     END-EVALUATE.
029300 2000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2100-TAKE-THE-CUST-ID                                       *
029800*    THE ACCOUNT MUST BE ON THE LIVE MASTER.  LEAVES             *
029900*    ENROLLMENT-FOUND SET WHEN THE ACCOUNT HAS AN ENROLLMENT     *
030000*    RECORD IN ANY STATUS, AND SHOWS IT.                         *
030100******************************************************************
030200 2100-TAKE-THE-CUST-ID.
030300     MOVE "N" TO WS-LOOKUP-FOUND
030400     MOVE "N" TO WS-ENROLLMENT-FOUND
030500     DISPLAY "CUST-ID: " WITH NO ADVANCING
030600     MOVE SPACES TO WS-ENTRY-CUST-ID
030700     ACCEPT WS-ENTRY-CUST-ID
030800     IF WS-ENTRY-CUST-ID = SPACES
030900         DISPLAY "  CUST-ID IS BLANK - NOTHING KEYED"
031000         GO TO 2100-EXIT
031100     END-IF
031200     MOVE WS-ENTRY-CUST-ID TO CUST-ID
031300     READ CUSTOMER-FILE
031400         INVALID KEY
031500             DISPLAY "  CUST-ID " WS-ENTRY-CUST-ID
031600                 " IS NOT ON THE CUSTOMER FILE"
031700             GO TO 2100-EXIT
031800     END-READ
031900     MOVE "Y" TO WS-LOOKUP-FOUND
032000     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
032100     DISPLAY "  " CUST-ID "  " CUST-NAME "  STATUS "
032200         CUST-STATUS "  BALANCE " WS-DISPLAY-BALANCE
032300         "  CYCLE DAY " CUST-STMT-CYCLE-DAY
032400     MOVE WS-ENTRY-CUST-ID TO APAY-CUST-ID
032500     READ AUTOPAY-FILE
032600         INVALID KEY
032700             GO TO 2100-EXIT
032800     END-READ
032900     MOVE "Y" TO WS-ENROLLMENT-FOUND
033000     PERFORM 6100-SHOW-ENROLLMENT THRU 6100-EXIT.
033100 2100-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    2200-TAKE-BANK-DETAILS                                      *
033600*    ROUTING NUMBER, BANK ACCOUNT, ACCOUNT TYPE AND DRAFT        *
033700*    OPTION INTO THE WS-NEW- FIELDS.  ON A CHANGE               *
033800*    (KEEP-IS-ALLOWED) A BLANK ENTRY KEEPS WHAT IS THERE.  EACH  *
033900*    FIELD RE-PROMPTS UNTIL IT IS VALID.                         *
034000******************************************************************
034100 2200-TAKE-BANK-DETAILS.
034200     MOVE "N" TO WS-FIELD-OK
034300     PERFORM 2210-TAKE-ROUTING THRU 2210-EXIT
034400         UNTIL FIELD-IS-OK
034500     MOVE "N" TO WS-FIELD-OK
034600     PERFORM 2220-TAKE-ACCOUNT THRU 2220-EXIT
034700         UNTIL FIELD-IS-OK
034800     MOVE "N" TO WS-FIELD-OK
034900     PERFORM 2230-TAKE-ACCOUNT-TYPE THRU 2230-EXIT
035000         UNTIL FIELD-IS-OK
035100     MOVE "N" TO WS-FIELD-OK
035200     PERFORM 2240-TAKE-DRAFT-OPTION THRU 2240-EXIT
035300         UNTIL FIELD-IS-OK
035400     IF WS-NEW-DRAFT-OPTION = "X"
035500         MOVE "N" TO WS-FIELD-OK
035600         PERFORM 2250-TAKE-FIXED-AMOUNT THRU 2250-EXIT
035700             UNTIL FIELD-IS-OK
035800     ELSE
035900         MOVE 0 TO WS-NEW-FIXED-AMOUNT
036000     END-IF.
036100 2200-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    2210-TAKE-ROUTING                                           *
036600*    NINE DIGITS WITH A GOOD ABA CHECK DIGIT - WEIGHTS 3, 7, 1   *
036700*    REPEATED, THE WEIGHTED SUM A MULTIPLE OF TEN.               *
036800******************************************************************
036900 2210-TAKE-ROUTING.
037000     DISPLAY "BANK ROUTING NUMBER (9 DIGITS): "
037100         WITH NO ADVANCING
037200     MOVE SPACES TO WS-ENTRY-ROUTING-X
037300     ACCEPT WS-ENTRY-ROUTING-X
037400     IF WS-ENTRY-ROUTING-X = SPACES AND KEEP-IS-ALLOWED
037500         MOVE "Y" TO WS-FIELD-OK
037600         GO TO 2210-EXIT
037700     END-IF
037800     IF WS-ENTRY-ROUTING-9 NOT NUMERIC OR
037900             WS-ENTRY-ROUTING-9 = 0
038000         DISPLAY "  NINE DIGITS - TRY AGAIN"
038100         GO TO 2210-EXIT
038200     END-IF
038300     COMPUTE WS-ROUTING-SUM =
038400         3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4) +
038500              WS-ROUTING-DIGIT(7)) +
038600         7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5) +
038700              WS-ROUTING-DIGIT(8)) +
038800         WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6) +
038900         WS-ROUTING-DIGIT(9)
039000     DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
039100         REMAINDER WS-ROUTING-REMAINDER
039200     IF WS-ROUTING-REMAINDER NOT = 0
039300         DISPLAY "  ROUTING NUMBER FAILS ITS CHECK DIGIT - "
039400             "TRY AGAIN"
039500         GO TO 2210-EXIT
039600     END-IF
039700     MOVE WS-ENTRY-ROUTING-9 TO WS-NEW-ROUTING
039800     MOVE "Y" TO WS-FIELD-OK.
039900 2210-EXIT.
040000     EXIT.
040100
040200 2220-TAKE-ACCOUNT.
040300     DISPLAY "BANK ACCOUNT NUMBER: " WITH NO ADVANCING
040400     MOVE SPACES TO WS-ENTRY-ACCOUNT
040500     ACCEPT WS-ENTRY-ACCOUNT
040600     IF WS-ENTRY-ACCOUNT = SPACES
040700         IF KEEP-IS-ALLOWED
040800             MOVE "Y" TO WS-FIELD-OK
040900         ELSE
041000             DISPLAY "  ACCOUNT NUMBER IS REQUIRED - TRY AGAIN"
041100         END-IF
041200         GO TO 2220-EXIT
041300     END-IF
041400     MOVE WS-ENTRY-ACCOUNT TO WS-NEW-ACCOUNT
041500     MOVE "Y" TO WS-FIELD-OK.
041600 2220-EXIT.
041700     EXIT.
041800
041900 2230-TAKE-ACCOUNT-TYPE.
042000     DISPLAY "C=CHECKING  S=SAVINGS: " WITH NO ADVANCING
042100     MOVE SPACES TO WS-ENTRY-CODE
042200     ACCEPT WS-ENTRY-CODE
042300     EVALUATE WS-ENTRY-CODE
042400         WHEN "C" WHEN "c"
042500             MOVE "C" TO WS-NEW-ACCOUNT-TYPE
042600             MOVE "Y" TO WS-FIELD-OK
042700         WHEN "S" WHEN "s"
042800             MOVE "S" TO WS-NEW-ACCOUNT-TYPE
042900             MOVE "Y" TO WS-FIELD-OK
043000         WHEN SPACE
043100             IF KEEP-IS-ALLOWED
043200                 MOVE "Y" TO WS-FIELD-OK
043300             ELSE
043400                 DISPLAY "  ENTER C OR S"
043500             END-IF
043600         WHEN OTHER
043700             DISPLAY "  ENTER C OR S"
043800     END-EVALUATE.
043900 2230-EXIT.
044000     EXIT.
044100
044200 2240-TAKE-DRAFT-OPTION.
044300     DISPLAY "DRAFT M=MINIMUM  F=FULL STATEMENT BALANCE  "
044400         "X=FIXED AMOUNT: " WITH NO ADVANCING
044500     MOVE SPACES TO WS-ENTRY-CODE
044600     ACCEPT WS-ENTRY-CODE
044700     EVALUATE WS-ENTRY-CODE
044800         WHEN "M" WHEN "m"
044900             MOVE "M" TO WS-NEW-DRAFT-OPTION
045000             MOVE "Y" TO WS-FIELD-OK
045100         WHEN "F" WHEN "f"
045200             MOVE "F" TO WS-NEW-DRAFT-OPTION
045300             MOVE "Y" TO WS-FIELD-OK
045400         WHEN "X" WHEN "x"
045500             MOVE "X" TO WS-NEW-DRAFT-OPTION
045600             MOVE "Y" TO WS-FIELD-OK
045700         WHEN SPACE
045800             IF KEEP-IS-ALLOWED
045900                 MOVE "Y" TO WS-FIELD-OK
046000             ELSE
046100                 DISPLAY "  ENTER M, F OR X"
046200             END-IF
046300         WHEN OTHER
046400             DISPLAY "  ENTER M, F OR X"
046500     END-EVALUATE.
046600 2240-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*    2250-TAKE-FIXED-AMOUNT                                      *
047100*    DIGITS WITH TWO ASSUMED DECIMALS, AS IN MNTENTRY.           *
047200******************************************************************
047300 2250-TAKE-FIXED-AMOUNT.
047400     DISPLAY "FIXED AMOUNT (DIGITS, 2 ASSUMED DECIMALS): "
047500         WITH NO ADVANCING
047600     MOVE SPACES TO WS-ENTRY-AMOUNT-X
047700     ACCEPT WS-ENTRY-AMOUNT-X
047800     EVALUATE TRUE
047900         WHEN WS-ENTRY-AMOUNT-X = SPACES AND KEEP-IS-ALLOWED
048000                 AND WS-NEW-FIXED-AMOUNT > 0
048100             MOVE "Y" TO WS-FIELD-OK
048200         WHEN WS-ENTRY-AMOUNT-9 IS NOT NUMERIC
048300             DISPLAY "  NINE DIGITS, ZERO FILLED - TRY AGAIN"
048400         WHEN WS-ENTRY-AMOUNT-9 = 0
048500             DISPLAY "  AMOUNT CANNOT BE ZERO - TRY AGAIN"
048600         WHEN OTHER
048700             MOVE WS-ENTRY-AMOUNT-9 TO WS-NEW-FIXED-AMOUNT
048800             MOVE "Y" TO WS-FIELD-OK
048900     END-EVALUATE.
049000 2250-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400*    2300-CONFIRM-DETAILS                                        *
049500******************************************************************
049600 2300-CONFIRM-DETAILS.
049700     MOVE WS-NEW-DRAFT-OPTION TO WS-TEXT-OPTION
049800     PERFORM 6200-SET-OPTION-TEXT THRU 6200-EXIT
049900     DISPLAY "  ROUTING " WS-NEW-ROUTING "  ACCOUNT "
050000         WS-NEW-ACCOUNT "  TYPE " WS-NEW-ACCOUNT-TYPE
050100     IF WS-NEW-DRAFT-OPTION = "X"
050200         MOVE WS-NEW-FIXED-AMOUNT TO WS-DISPLAY-AMOUNT
050300         DISPLAY "  DRAFT " WS-DISPLAY-OPTION-TEXT
050400             WS-DISPLAY-AMOUNT
050500     ELSE
050600         DISPLAY "  DRAFT " WS-DISPLAY-OPTION-TEXT
050700     END-IF
050800     DISPLAY "SAVE (Y/N): " WITH NO ADVANCING
050900     MOVE SPACES TO WS-CONFIRM
051000     ACCEPT WS-CONFIRM.
051100 2300-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    3000-ENROLL-AN-ACCOUNT                                      *
051600*    A CANCELLED ENROLLMENT IS TAKEN UP AGAIN WITH A CLEAN       *
051700*    RETURN COUNT BUT ITS DRAFT HISTORY KEPT, SO A STATEMENT     *
051800*    ALREADY DRAFTED IS NEVER DRAFTED A SECOND TIME; AN ACTIVE   *
051900*    OR SUSPENDED ONE IS CHANGED OR RESUMED INSTEAD.  THE NEXT   *
052000*    STATEMENT THAT IS THE LEAD DAYS OLD - INCLUDING ONE         *
052100*    ALREADY CUT - IS THE FIRST ONE DRAFTED.                     *
052200******************************************************************
052300 3000-ENROLL-AN-ACCOUNT.
052400     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
052500     IF NOT LOOKUP-FOUND
052600         GO TO 3000-EXIT
052700     END-IF
052800     IF NOT CUST-STATUS-ACTIVE
052900         DISPLAY "  ONLY AN ACTIVE ACCOUNT MAY ENROLL"
053000         GO TO 3000-EXIT
053100     END-IF
053200     IF ENROLLMENT-FOUND AND NOT APAY-IS-CANCELLED
053300         DISPLAY "  ALREADY ENROLLED - USE C TO CHANGE OR R TO "
053400             "RESUME"
053500         GO TO 3000-EXIT
053600     END-IF
053700     MOVE "N" TO WS-KEEP-ALLOWED
053800     MOVE 0 TO WS-NEW-FIXED-AMOUNT
053900     PERFORM 2200-TAKE-BANK-DETAILS THRU 2200-EXIT
054000     PERFORM 2300-CONFIRM-DETAILS THRU 2300-EXIT
054100     IF NOT CONFIRMED-YES
054200         DISPLAY "  NOT ENROLLED"
054300         GO TO 3000-EXIT
054400     END-IF
054500     IF NOT ENROLLMENT-FOUND
054600         INITIALIZE AUTOPAY-ENROLLMENT-RECORD
054700         MOVE WS-ENTRY-CUST-ID TO APAY-CUST-ID
054800     END-IF
054900     MOVE "A" TO APAY-STATUS
055000     MOVE 0 TO APAY-RETURN-COUNT
055100     MOVE 0 TO APAY-LAST-RETURN-DATE
055200     PERFORM 3100-MOVE-NEW-DETAILS THRU 3100-EXIT
055300     MOVE WS-RUN-DATE TO APAY-ENROLL-DATE
055400     MOVE WS-RUN-DATE TO APAY-STATUS-DATE
055500     MOVE WS-OPERATOR-ID TO APAY-MAINT-OPERATOR
055600     IF ENROLLMENT-FOUND
055700         REWRITE AUTOPAY-ENROLLMENT-RECORD
055800             INVALID KEY
055900                 DISPLAY "  ENROLLMENT REWRITE FAILED - STATUS "
056000                     AUTOPAY-STATUS " - NOT ENROLLED"
056100                 GO TO 3000-EXIT
056200         END-REWRITE
056300     ELSE
056400         WRITE AUTOPAY-ENROLLMENT-RECORD
056500             INVALID KEY
056600                 DISPLAY "  ENROLLMENT WRITE FAILED - STATUS "
056700                     AUTOPAY-STATUS " - NOT ENROLLED"
056800                 GO TO 3000-EXIT
056900         END-WRITE
057000     END-IF
057100     ADD 1 TO WS-ENROLLED
057200     DISPLAY "  CUST-ID " APAY-CUST-ID
057300         " ENROLLED FOR AUTOMATIC PAYMENT".
057400 3000-EXIT.
057500     EXIT.
057600
057700 3100-MOVE-NEW-DETAILS.
057800     MOVE WS-NEW-ROUTING TO APAY-ROUTING-NUMBER
057900     MOVE WS-NEW-ACCOUNT TO APAY-BANK-ACCOUNT
058000     MOVE WS-NEW-ACCOUNT-TYPE TO APAY-ACCOUNT-TYPE
058100     MOVE WS-NEW-DRAFT-OPTION TO APAY-DRAFT-OPTION
058200     MOVE WS-NEW-FIXED-AMOUNT TO APAY-FIXED-AMOUNT.
058300 3100-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700*    4000-CHANGE-ENROLLMENT                                      *
058800*    BANK DETAILS AND DRAFT OPTION ONLY - STATUS MOVES THROUGH   *
058900*    S, R AND X.  THE DRAFT HISTORY AND RETURN COUNT STAND.      *
059000******************************************************************
059100 4000-CHANGE-ENROLLMENT.
059200     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
059300     IF NOT ENROLLMENT-FOUND
059400         IF LOOKUP-FOUND
059500             DISPLAY "  NOT ENROLLED - USE N TO ENROLL"
059600         END-IF
059700         GO TO 4000-EXIT
059800     END-IF
059900     IF APAY-IS-CANCELLED
060000         DISPLAY "  ENROLLMENT IS CANCELLED - USE N TO ENROLL "
060100             "AGAIN"
060200         GO TO 4000-EXIT
060300     END-IF
060400     DISPLAY "  BLANK KEEPS THE CURRENT VALUE"
060500     MOVE "Y" TO WS-KEEP-ALLOWED
060600     MOVE APAY-ROUTING-NUMBER TO WS-NEW-ROUTING
060700     MOVE APAY-BANK-ACCOUNT TO WS-NEW-ACCOUNT
060800     MOVE APAY-ACCOUNT-TYPE TO WS-NEW-ACCOUNT-TYPE
060900     MOVE APAY-DRAFT-OPTION TO WS-NEW-DRAFT-OPTION
061000     MOVE APAY-FIXED-AMOUNT TO WS-NEW-FIXED-AMOUNT
061100     PERFORM 2200-TAKE-BANK-DETAILS THRU 2200-EXIT
061200     PERFORM 2300-CONFIRM-DETAILS THRU 2300-EXIT
061300     IF NOT CONFIRMED-YES
061400         DISPLAY "  NOT CHANGED"
061500         GO TO 4000-EXIT
061600     END-IF
061700     PERFORM 3100-MOVE-NEW-DETAILS THRU 3100-EXIT
061800     MOVE WS-RUN-DATE TO APAY-STATUS-DATE
061900     MOVE WS-OPERATOR-ID TO APAY-MAINT-OPERATOR
062000     REWRITE AUTOPAY-ENROLLMENT-RECORD
062100         INVALID KEY
062200             DISPLAY "  ENROLLMENT REWRITE FAILED - STATUS "
062300                 AUTOPAY-STATUS
062400             GO TO 4000-EXIT
062500     END-REWRITE
062600     ADD 1 TO WS-CHANGED
062700     DISPLAY "  ENROLLMENT CHANGED FOR CUST-ID " APAY-CUST-ID.
062800 4000-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*    5000-SUSPEND-ENROLLMENT                                     *
063300******************************************************************
063400 5000-SUSPEND-ENROLLMENT.
063500     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
063600     IF NOT ENROLLMENT-FOUND
063700         GO TO 5000-EXIT
063800     END-IF
063900     IF NOT APAY-IS-ACTIVE
064000         DISPLAY "  ENROLLMENT IS NOT ACTIVE - NO CHANGE"
064100         GO TO 5000-EXIT
064200     END-IF
064300     DISPLAY "SUSPEND DRAFTING (Y/N): " WITH NO ADVANCING
064400     MOVE SPACES TO WS-CONFIRM
064500     ACCEPT WS-CONFIRM
064600     IF NOT CONFIRMED-YES
064700         DISPLAY "  NOT SUSPENDED"
064800         GO TO 5000-EXIT
064900     END-IF
065000     MOVE "S" TO APAY-STATUS
065100     PERFORM 5900-REWRITE-STATUS THRU 5900-EXIT
065200     IF AUTOPAY-OK
065300         ADD 1 TO WS-SUSPENDED
065400         DISPLAY "  ENROLLMENT SUSPENDED"
065500     END-IF.
065600 5000-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*    5100-RESUME-ENROLLMENT                                      *
066100*    RESUMING IS THE DECISION THAT THE RETURNS ARE BEHIND US -   *
066200*    THE RETURNED-DRAFT COUNT STARTS OVER.                       *
066300******************************************************************
066400 5100-RESUME-ENROLLMENT.
066500     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
066600     IF NOT ENROLLMENT-FOUND
066700         GO TO 5100-EXIT
066800     END-IF
066900     IF NOT APAY-IS-SUSPENDED
067000         DISPLAY "  ENROLLMENT IS NOT SUSPENDED - NO CHANGE"
067100         GO TO 5100-EXIT
067200     END-IF
067300     IF NOT CUST-STATUS-ACTIVE
067400         DISPLAY "  ACCOUNT IS NOT ACTIVE - CANNOT RESUME"
067500         GO TO 5100-EXIT
067600     END-IF
067700     DISPLAY "RESUME DRAFTING (Y/N): " WITH NO ADVANCING
067800     MOVE SPACES TO WS-CONFIRM
067900     ACCEPT WS-CONFIRM
068000     IF NOT CONFIRMED-YES
068100         DISPLAY "  NOT RESUMED"
068200         GO TO 5100-EXIT
068300     END-IF
068400     MOVE "A" TO APAY-STATUS
068500     MOVE 0 TO APAY-RETURN-COUNT
068600     PERFORM 5900-REWRITE-STATUS THRU 5900-EXIT
068700     IF AUTOPAY-OK
068800         ADD 1 TO WS-RESUMED
068900         DISPLAY "  ENROLLMENT RESUMED"
069000     END-IF.
069100 5100-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    5200-CANCEL-ENROLLMENT                                      *
069600******************************************************************
069700 5200-CANCEL-ENROLLMENT.
069800     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
069900     IF NOT ENROLLMENT-FOUND
070000         GO TO 5200-EXIT
070100     END-IF
070200     IF APAY-IS-CANCELLED
070300         DISPLAY "  ENROLLMENT IS ALREADY CANCELLED"
070400         GO TO 5200-EXIT
070500     END-IF
070600     DISPLAY "CANCEL AUTOMATIC PAYMENT (Y/N): "
070700         WITH NO ADVANCING
070800     MOVE SPACES TO WS-CONFIRM
070900     ACCEPT WS-CONFIRM
071000     IF NOT CONFIRMED-YES
071100         DISPLAY "  NOT CANCELLED"
071200         GO TO 5200-EXIT
071300     END-IF
071400     MOVE "C" TO APAY-STATUS
071500     PERFORM 5900-REWRITE-STATUS THRU 5900-EXIT
071600     IF AUTOPAY-OK
071700         ADD 1 TO WS-CANCELLED
071800         DISPLAY "  ENROLLMENT CANCELLED"
071900     END-IF.
072000 5200-EXIT.
072100     EXIT.
072200
072300 5900-REWRITE-STATUS.
072400     MOVE WS-RUN-DATE TO APAY-STATUS-DATE
072500     MOVE WS-OPERATOR-ID TO APAY-MAINT-OPERATOR
072600     REWRITE AUTOPAY-ENROLLMENT-RECORD
072700         INVALID KEY
072800             DISPLAY "  ENROLLMENT REWRITE FAILED - STATUS "
072900                 AUTOPAY-STATUS
073000     END-REWRITE.
073100 5900-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500*    6000-INQUIRE                                                *
073600******************************************************************
073700 6000-INQUIRE.
073800     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
073900     IF LOOKUP-FOUND AND NOT ENROLLMENT-FOUND
074000         DISPLAY "  NOT ENROLLED FOR AUTOMATIC PAYMENT"
074100     END-IF.
074200 6000-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*    6100-SHOW-ENROLLMENT                                        *
074700******************************************************************
074800 6100-SHOW-ENROLLMENT.
074900     EVALUATE TRUE
075000         WHEN APAY-IS-ACTIVE
075100             MOVE "ACTIVE" TO WS-DISPLAY-STATUS-TEXT
075200         WHEN APAY-IS-SUSPENDED
075300             MOVE "SUSPENDED" TO WS-DISPLAY-STATUS-TEXT
075400         WHEN APAY-IS-CANCELLED
075500             MOVE "CANCELLED" TO WS-DISPLAY-STATUS-TEXT
075600         WHEN OTHER
075700             MOVE "UNKNOWN" TO WS-DISPLAY-STATUS-TEXT
075800     END-EVALUATE
075900     MOVE APAY-DRAFT-OPTION TO WS-TEXT-OPTION
076000     PERFORM 6200-SET-OPTION-TEXT THRU 6200-EXIT
076100     DISPLAY "  AUTOPAY " WS-DISPLAY-STATUS-TEXT " SINCE "
076200         APAY-STATUS-DATE " BY " APAY-MAINT-OPERATOR
076300         "  ENROLLED " APAY-ENROLL-DATE
076400     MOVE APAY-FIXED-AMOUNT TO WS-DISPLAY-AMOUNT
076500     DISPLAY "           ROUTING " APAY-ROUTING-NUMBER
076600         "  ACCOUNT " APAY-BANK-ACCOUNT "  TYPE "
076700         APAY-ACCOUNT-TYPE "  DRAFT " WS-DISPLAY-OPTION-TEXT
076800     IF APAY-DRAFT-FIXED
076900         DISPLAY "           FIXED AMOUNT " WS-DISPLAY-AMOUNT
077000     END-IF
077100     MOVE APAY-LAST-DRAFT-AMOUNT TO WS-DISPLAY-AMOUNT
077200     DISPLAY "           LAST DRAFT " APAY-LAST-DRAFT-DATE
077300         "  " WS-DISPLAY-AMOUNT "  STATEMENT "
077400         APAY-LAST-STMT-DRAFTED "  RETURNS "
077500         APAY-RETURN-COUNT "  LAST RETURN "
077600         APAY-LAST-RETURN-DATE.
077700 6100-EXIT.
077800     EXIT.
077900
078000 6200-SET-OPTION-TEXT.
078100     EVALUATE WS-TEXT-OPTION
078200         WHEN "M"
078300             MOVE "MINIMUM PAYMENT" TO WS-DISPLAY-OPTION-TEXT
078400         WHEN "F"
078500             MOVE "STATEMENT BALANCE" TO WS-DISPLAY-OPTION-TEXT
078600         WHEN "X"
078700             MOVE "FIXED AMOUNT" TO WS-DISPLAY-OPTION-TEXT
078800         WHEN OTHER
078900             MOVE "UNKNOWN" TO WS-DISPLAY-OPTION-TEXT
079000     END-EVALUATE.
079100 6200-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*    9000-TERMINATE                                              *
079600******************************************************************
079700 9000-TERMINATE.
079800     CLOSE CUSTOMER-FILE
079900     CLOSE AUTOPAY-FILE
080000     DISPLAY "APAYMNT - " WS-ENROLLED " ENROLLED, "
080100         WS-CHANGED " CHANGED, " WS-SUSPENDED " SUSPENDED, "
080200         WS-RESUMED " RESUMED, " WS-CANCELLED " CANCELLED".
080300 9000-EXIT.
080400     EXIT.
