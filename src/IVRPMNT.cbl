000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     IVRPMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/05/2026.
000600 DATE-COMPILED.  11/05/2026.
000700******************************************************************
000800*                                                                *
000900*    IVRPMNT - PHONE IVR PIN MAINTENANCE                         *
001000*    IN THE MNTENTRY MENU STYLE AND BEHIND THE SAME USERSEC      *
001100*    SIGN-ON (LEVEL 2 OR ABOVE), KEEPS THE IVR PIN FILE          *
001200*    (IVRPIN, SEE IPINREC) THAT IVRINQ VERIFIES CALLERS          *
001300*    AGAINST.  THE REPRESENTATIVE VERIFIES THE CALLER THE        *
001400*    USUAL WAY FIRST, THEN:                                      *
001500*      S - SETS A NEW PIN OR RESETS A FORGOTTEN ONE - KEYED      *
001600*          TWICE, FOUR DIGITS; THE PIN IS ACTIVE AT ONCE AND     *
001700*          ANY LOCKOUT AND FAILURE COUNT ARE CLEARED,            *
001800*      U - UNLOCKS A LOCKED-OUT PIN, KEEPING THE PIN,            *
001900*      X - REMOVES THE PIN, TAKING THE ACCOUNT OFF THE IVR,      *
002000*      I - INQUIRES.                                             *
002100*    THE PIN ITSELF IS NEVER DISPLAYED.  THE LIVE MASTER OPENS   *
002200*    READ-ONLY.  THE PIN RECORD CARRIES WHO LAST MAINTAINED IT   *
002300*    AND WHEN.                                                   *
002400*                                                                *
002500******************************************************************
002600* MODIFICATION HISTORY
002700*   11/05/2026  RVH  ORIGINAL.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS USER-SECURITY-STATUS.
003700     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CUST-ID
004100         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004200         FILE STATUS IS CUSTOMER-FILE-STATUS.
004300     SELECT IVR-PIN-FILE ASSIGN TO IVRPIN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS IPIN-CUST-ID
004700         FILE STATUS IS IVR-PIN-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  USER-SECURITY-FILE
005200     LABEL RECORDS ARE STANDARD
005300     BLOCK CONTAINS 0 RECORDS
005400     RECORDING MODE F
005500     DATA RECORD IS USER-SECURITY-RECORD.
005600     COPY USERREC.
005700
005800 FD  CUSTOMER-FILE
005900     LABEL RECORDS ARE STANDARD
006000     BLOCK CONTAINS 0 RECORDS
006100     RECORDING MODE F
006200     DATA RECORD IS CUSTOMER-RECORD.
006300     COPY CUSTREC.
006400
006500 FD  IVR-PIN-FILE
006600     LABEL RECORDS ARE STANDARD
006700     BLOCK CONTAINS 0 RECORDS
006800     RECORDING MODE F
006900     DATA RECORD IS IVR-PIN-RECORD.
007000     COPY IPINREC.
007100
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    FILE STATUS AND SWITCHES                                    *
007500******************************************************************
007600 01  USER-SECURITY-STATUS      PIC X(02).
007700     88  USER-SECURITY-OK          VALUE "00".
007800 01  CUSTOMER-FILE-STATUS      PIC X(02).
007900     88  CUST-FILE-OK              VALUE "00".
008000 01  IVR-PIN-STATUS            PIC X(02).
008100     88  IVR-PIN-OK                VALUE "00".
008200     88  IVR-PIN-NOT-FOUND         VALUE "05" "35".
008300 01  WS-USER-AT-END            PIC X(01) VALUE "N".
008400     88  USER-FILE-AT-END          VALUE "Y".
008500 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
008600     88  SIGNON-IS-OK              VALUE "Y".
008700 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
008800 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
008900 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
009000 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
009100 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
009200 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
009300     88  WS-DONE                   VALUE "Y".
009400 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
009500     88  WS-OPTION-SET             VALUE "S" "s".
009600     88  WS-OPTION-UNLOCK          VALUE "U" "u".
009700     88  WS-OPTION-REMOVE          VALUE "X" "x".
009800     88  WS-OPTION-INQUIRE         VALUE "I" "i".
009900     88  WS-OPTION-END             VALUE "E" "e".
010000 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
010100     88  LOOKUP-FOUND              VALUE "Y".
010200 01  WS-PIN-FOUND              PIC X(01) VALUE "N".
010300     88  PIN-FOUND                 VALUE "Y".
010400 01  WS-FIELD-OK               PIC X(01) VALUE "N".
010500     88  FIELD-IS-OK               VALUE "Y".
010600 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
010700     88  CONFIRMED-YES             VALUE "Y" "y".
010800
010900******************************************************************
011000*    KEYED-FIELD WORK AREAS                                      *
011100******************************************************************
011200 01  WS-ENTRY-CUST-ID          PIC X(10) VALUE SPACES.
011300 01  WS-ENTRY-PIN-X.
011400     05  WS-ENTRY-PIN-9        PIC 9(04).
011500 01  WS-REENTRY-PIN            PIC X(04) VALUE SPACES.
011600 01  WS-DISPLAY-STATUS-TEXT    PIC X(10) VALUE SPACES.
011700 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
011800
011900******************************************************************
012000*    SESSION TOTALS                                              *
012100******************************************************************
012200 01  WS-PINS-SET               PIC 9(05) BINARY VALUE 0.
012300 01  WS-PINS-UNLOCKED          PIC 9(05) BINARY VALUE 0.
012400 01  WS-PINS-REMOVED           PIC 9(05) BINARY VALUE 0.
012500
012600 PROCEDURE DIVISION.
012700******************************************************************
012800*    0000-MAINLINE                                               *
012900******************************************************************
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013200     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
013300         UNTIL WS-DONE
013400     PERFORM 9000-TERMINATE THRU 9000-EXIT
013500     STOP RUN.
013600
013700******************************************************************
013800*    1000-INITIALIZE                                             *
013900*    THE PIN FILE IS CREATED ON FIRST USE - SAME AS DISPMNT'S    *
014000*    CASE FILE.                                                  *
014100******************************************************************
014200 1000-INITIALIZE.
014300     ACCEPT WS-RUN-DATE FROM DATE
014400     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
014500     IF NOT SIGNON-IS-OK
014600         DISPLAY "IVRPMNT - SIGN-ON FAILED - SESSION ENDED"
014700         MOVE 8 TO RETURN-CODE
014800         STOP RUN
014900     END-IF
015000     IF WS-AUTH-LEVEL < 2
015100         DISPLAY "IVRPMNT - AUTHORIZATION LEVEL "
015200             WS-AUTH-LEVEL " CANNOT MAINTAIN IVR PINS - "
015300             "SESSION ENDED"
015400         MOVE 8 TO RETURN-CODE
015500         STOP RUN
015600     END-IF
015700     OPEN INPUT CUSTOMER-FILE
015800     IF NOT CUST-FILE-OK
015900         DISPLAY "IVRPMNT - ERROR OPENING CUSTOMER FILE - "
016000             "STATUS " CUSTOMER-FILE-STATUS
016100         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016300     END-IF
016400     OPEN I-O IVR-PIN-FILE
016500     IF IVR-PIN-NOT-FOUND
016600         OPEN OUTPUT IVR-PIN-FILE
016700         IF IVR-PIN-OK
016800             CLOSE IVR-PIN-FILE
016900             OPEN I-O IVR-PIN-FILE
017000         END-IF
017100     END-IF
017200     IF NOT IVR-PIN-OK
017300         DISPLAY "IVRPMNT - ERROR OPENING IVR PIN FILE - "
017400             "STATUS " IVR-PIN-STATUS
017500         MOVE 8 TO RETURN-CODE
017600         STOP RUN
017700     END-IF
017800     DISPLAY "IVRPMNT - PHONE IVR PIN MAINTENANCE".
017900 1000-EXIT.
018000     EXIT.
018100
018200******************************************************************
018300*    1300-SIGN-ON-OPERATOR                                       *
018400*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
018500******************************************************************
018600 1300-SIGN-ON-OPERATOR.
018700     MOVE "N" TO WS-SIGNON-OK
018800     MOVE 0 TO WS-SIGNON-TRIES
018900     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
019000         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
019100 1300-EXIT.
019200     EXIT.
019300
019400 1310-TRY-ONE-SIGNON.
019500     ADD 1 TO WS-SIGNON-TRIES
019600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
019700     ACCEPT WS-ENTERED-OPERATOR
019800     DISPLAY "PASSWORD: " WITH NO ADVANCING
019900     ACCEPT WS-ENTERED-PASSWORD
020000     MOVE "N" TO WS-USER-AT-END
020100     OPEN INPUT USER-SECURITY-FILE
020200     IF NOT USER-SECURITY-OK
020300         DISPLAY "IVRPMNT - USER SECURITY FILE NOT AVAILABLE "
020400             "- STATUS " USER-SECURITY-STATUS
020500         MOVE 3 TO WS-SIGNON-TRIES
020600         GO TO 1310-EXIT
020700     END-IF
020800     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
020900         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
021000     CLOSE USER-SECURITY-FILE
021100     IF NOT SIGNON-IS-OK
021200         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
021300     END-IF.
021400 1310-EXIT.
021500     EXIT.
021600
021700 1320-CHECK-ONE-USER.
021800     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
021900         AT END
022000             MOVE "Y" TO WS-USER-AT-END
022100         NOT AT END
022200             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
022300                     USER-PASSWORD = WS-ENTERED-PASSWORD
022400                 MOVE "Y" TO WS-SIGNON-OK
022500                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
022600                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
022700                 DISPLAY "  SIGNED ON - " USER-NAME
022800                     " (LEVEL " USER-AUTH-LEVEL ")"
022900             END-IF
023000     END-READ.
023100 1320-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500*    2000-PROCESS-ONE-REQUEST                                    *
023600******************************************************************
023700 2000-PROCESS-ONE-REQUEST.
023800     DISPLAY " "
023900     DISPLAY "S=SET/RESET PIN  U=UNLOCK  X=REMOVE PIN  "
024000         "I=INQUIRE  E=END SESSION: "
024100         WITH NO ADVANCING
024200     MOVE SPACES TO WS-ENTRY-OPTION
024300     ACCEPT WS-ENTRY-OPTION
024400     EVALUATE TRUE
024500         WHEN WS-OPTION-END
024600             MOVE "Y" TO WS-DONE-SWITCH
024700         WHEN WS-OPTION-SET
024800             PERFORM 3000-SET-THE-PIN THRU 3000-EXIT
024900         WHEN WS-OPTION-UNLOCK
025000             PERFORM 4000-UNLOCK-THE-PIN THRU 4000-EXIT
025100         WHEN WS-OPTION-REMOVE
025200             PERFORM 5000-REMOVE-THE-PIN THRU 5000-EXIT
025300         WHEN WS-OPTION-INQUIRE
025400             PERFORM 6000-INQUIRE THRU 6000-EXIT
025500         WHEN OTHER
025600             DISPLAY "  INVALID OPTION - ENTER S, U, X, I OR E"
025700     END-EVALUATE.
025800 2000-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200*    2100-TAKE-THE-CUST-ID                                       *
026300*    THE ACCOUNT MUST BE ON THE LIVE MASTER.  LEAVES PIN-FOUND   *
026400*    SET WHEN THE ACCOUNT HAS A PIN RECORD, AND SHOWS IT.        *
026500******************************************************************
026600 2100-TAKE-THE-CUST-ID.
026700     MOVE "N" TO WS-LOOKUP-FOUND
026800     MOVE "N" TO WS-PIN-FOUND
026900     DISPLAY "CUST-ID: " WITH NO ADVANCING
027000     MOVE SPACES TO WS-ENTRY-CUST-ID
027100     ACCEPT WS-ENTRY-CUST-ID
027200     IF WS-ENTRY-CUST-ID = SPACES
027300         DISPLAY "  CUST-ID IS BLANK - NOTHING KEYED"
027400         GO TO 2100-EXIT
027500     END-IF
027600     MOVE WS-ENTRY-CUST-ID TO CUST-ID
027700     READ CUSTOMER-FILE
027800         INVALID KEY
027900             DISPLAY "  CUST-ID " WS-ENTRY-CUST-ID
028000                 " IS NOT ON THE CUSTOMER FILE"
028100             GO TO 2100-EXIT
028200     END-READ
028300     MOVE "Y" TO WS-LOOKUP-FOUND
028400     DISPLAY "  " CUST-ID "  " CUST-NAME "  STATUS "
028500         CUST-STATUS "  MAIL " CUST-MAIL-STATUS
028600     MOVE WS-ENTRY-CUST-ID TO IPIN-CUST-ID
028700     READ IVR-PIN-FILE
028800         INVALID KEY
028900             GO TO 2100-EXIT
029000     END-READ
029100     MOVE "Y" TO WS-PIN-FOUND
029200     PERFORM 6100-SHOW-PIN-RECORD THRU 6100-EXIT.
029300 2100-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2200-TAKE-NEW-PIN                                           *
029800*    FOUR DIGITS, KEYED TWICE.  RE-PROMPTS UNTIL THE TWO AGREE.  *
029900******************************************************************
030000 2200-TAKE-NEW-PIN.
030100     DISPLAY "NEW PIN (4 DIGITS): " WITH NO ADVANCING
030200     MOVE SPACES TO WS-ENTRY-PIN-X
030300     ACCEPT WS-ENTRY-PIN-X
030400     IF WS-ENTRY-PIN-9 NOT NUMERIC
030500         DISPLAY "  FOUR DIGITS - TRY AGAIN"
030600         GO TO 2200-EXIT
030700     END-IF
030800     DISPLAY "KEY THE PIN AGAIN: " WITH NO ADVANCING
030900     MOVE SPACES TO WS-REENTRY-PIN
031000     ACCEPT WS-REENTRY-PIN
031100     IF WS-REENTRY-PIN NOT = WS-ENTRY-PIN-X
031200         DISPLAY "  THE TWO ENTRIES DO NOT AGREE - TRY AGAIN"
031300         GO TO 2200-EXIT
031400     END-IF
031500     MOVE "Y" TO WS-FIELD-OK.
031600 2200-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    3000-SET-THE-PIN                                            *
032100*    A NEW PIN OR A RESET - EITHER WAY IT STARTS ACTIVE WITH     *
032200*    A CLEAN FAILURE COUNT.                                      *
032300******************************************************************
032400 3000-SET-THE-PIN.
032500     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
032600     IF NOT LOOKUP-FOUND
032700         GO TO 3000-EXIT
032800     END-IF
032900     MOVE "N" TO WS-FIELD-OK
033000     PERFORM 2200-TAKE-NEW-PIN THRU 2200-EXIT
033100         UNTIL FIELD-IS-OK
033200     DISPLAY "SAVE THE NEW PIN (Y/N): " WITH NO ADVANCING
033300     MOVE SPACES TO WS-CONFIRM
033400     ACCEPT WS-CONFIRM
033500     IF NOT CONFIRMED-YES
033600         DISPLAY "  PIN NOT SET"
033700         GO TO 3000-EXIT
033800     END-IF
033900     IF NOT PIN-FOUND
034000         INITIALIZE IVR-PIN-RECORD
034100         MOVE WS-ENTRY-CUST-ID TO IPIN-CUST-ID
034200     END-IF
034300     MOVE WS-ENTRY-PIN-X TO IPIN-PIN
034400     MOVE "A" TO IPIN-STATUS
034500     MOVE 0 TO IPIN-FAIL-COUNT
034600     MOVE 0 TO IPIN-LOCKED-DATE
034700     MOVE 0 TO IPIN-LOCKED-TIME
034800     MOVE WS-RUN-DATE TO IPIN-SET-DATE
034900     MOVE WS-OPERATOR-ID TO IPIN-MAINT-OPERATOR
035000     IF PIN-FOUND
035100         REWRITE IVR-PIN-RECORD
035200             INVALID KEY
035300                 DISPLAY "  PIN REWRITE FAILED - STATUS "
035400                     IVR-PIN-STATUS " - PIN NOT SET"
035500                 GO TO 3000-EXIT
035600         END-REWRITE
035700     ELSE
035800         WRITE IVR-PIN-RECORD
035900             INVALID KEY
036000                 DISPLAY "  PIN WRITE FAILED - STATUS "
036100                     IVR-PIN-STATUS " - PIN NOT SET"
036200                 GO TO 3000-EXIT
036300         END-WRITE
036400     END-IF
036500     ADD 1 TO WS-PINS-SET
036600     DISPLAY "  IVR PIN SET FOR CUST-ID " IPIN-CUST-ID.
036700 3000-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    4000-UNLOCK-THE-PIN                                         *
037200******************************************************************
037300 4000-UNLOCK-THE-PIN.
037400     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
037500     IF NOT PIN-FOUND
037600         IF LOOKUP-FOUND
037700             DISPLAY "  NO IVR PIN - USE S TO SET ONE"
037800         END-IF
037900         GO TO 4000-EXIT
038000     END-IF
038100     IF NOT IPIN-IS-LOCKED
038200         DISPLAY "  PIN IS NOT LOCKED - NO CHANGE"
038300         GO TO 4000-EXIT
038400     END-IF
038500     DISPLAY "UNLOCK THE PIN (Y/N): " WITH NO ADVANCING
038600     MOVE SPACES TO WS-CONFIRM
038700     ACCEPT WS-CONFIRM
038800     IF NOT CONFIRMED-YES
038900         DISPLAY "  NOT UNLOCKED"
039000         GO TO 4000-EXIT
039100     END-IF
039200     MOVE "A" TO IPIN-STATUS
039300     MOVE 0 TO IPIN-FAIL-COUNT
039400     MOVE WS-OPERATOR-ID TO IPIN-MAINT-OPERATOR
039500     REWRITE IVR-PIN-RECORD
039600         INVALID KEY
039700             DISPLAY "  PIN REWRITE FAILED - STATUS "
039800                 IVR-PIN-STATUS
039900             GO TO 4000-EXIT
040000     END-REWRITE
040100     ADD 1 TO WS-PINS-UNLOCKED
040200     DISPLAY "  PIN UNLOCKED".
040300 4000-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    5000-REMOVE-THE-PIN                                         *
040800******************************************************************
040900 5000-REMOVE-THE-PIN.
041000     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
041100     IF NOT PIN-FOUND
041200         IF LOOKUP-FOUND
041300             DISPLAY "  NO IVR PIN - NOTHING TO REMOVE"
041400         END-IF
041500         GO TO 5000-EXIT
041600     END-IF
041700     DISPLAY "REMOVE THE IVR PIN (Y/N): " WITH NO ADVANCING
041800     MOVE SPACES TO WS-CONFIRM
041900     ACCEPT WS-CONFIRM
042000     IF NOT CONFIRMED-YES
042100         DISPLAY "  NOT REMOVED"
042200         GO TO 5000-EXIT
042300     END-IF
042400     DELETE IVR-PIN-FILE
042500         INVALID KEY
042600             DISPLAY "  PIN DELETE FAILED - STATUS "
042700                 IVR-PIN-STATUS
042800             GO TO 5000-EXIT
042900     END-DELETE
043000     ADD 1 TO WS-PINS-REMOVED
043100     DISPLAY "  IVR PIN REMOVED - ACCOUNT IS OFF THE IVR".
043200 5000-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600*    6000-INQUIRE                                                *
043700******************************************************************
043800 6000-INQUIRE.
043900     PERFORM 2100-TAKE-THE-CUST-ID THRU 2100-EXIT
044000     IF LOOKUP-FOUND AND NOT PIN-FOUND
044100         DISPLAY "  NO IVR PIN SET UP"
044200     END-IF.
044300 6000-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700*    6100-SHOW-PIN-RECORD                                        *
044800*    EVERYTHING BUT THE PIN.                                     *
044900******************************************************************
045000 6100-SHOW-PIN-RECORD.
045100     EVALUATE TRUE
045200         WHEN IPIN-IS-ACTIVE
045300             MOVE "ACTIVE" TO WS-DISPLAY-STATUS-TEXT
045400         WHEN IPIN-IS-LOCKED
045500             MOVE "LOCKED OUT" TO WS-DISPLAY-STATUS-TEXT
045600         WHEN OTHER
045700             MOVE "UNKNOWN" TO WS-DISPLAY-STATUS-TEXT
045800     END-EVALUATE
045900     DISPLAY "  IVR PIN " WS-DISPLAY-STATUS-TEXT "  SET "
046000         IPIN-SET-DATE " BY " IPIN-MAINT-OPERATOR
046100         "  FAILURES " IPIN-FAIL-COUNT
046200     DISPLAY "          LAST GOOD " IPIN-LAST-GOOD-DATE
046300         "  LAST FAILED " IPIN-LAST-FAIL-DATE
046400     IF IPIN-IS-LOCKED
046500         DISPLAY "          LOCKED " IPIN-LOCKED-DATE " "
046600             IPIN-LOCKED-TIME
046700     END-IF.
046800 6100-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200*    9000-TERMINATE                                              *
047300******************************************************************
047400 9000-TERMINATE.
047500     CLOSE CUSTOMER-FILE
047600     CLOSE IVR-PIN-FILE
047700     DISPLAY "IVRPMNT - " WS-PINS-SET " SET, "
047800         WS-PINS-UNLOCKED " UNLOCKED, " WS-PINS-REMOVED
047900         " REMOVED".
048000 9000-EXIT.
048100     EXIT.
