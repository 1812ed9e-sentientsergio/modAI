000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SANCREV.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/17/2026.
000600 DATE-COMPILED.  11/17/2026.
000700******************************************************************
000800*                                                                *
000900*    SANCREV - SANCTIONS HIT REVIEW                              *
001000*    THE COMPLIANCE OFFICER'S SIDE OF SANCTIONS SCREENING.  IN   *
001100*    THE CONFMNT STYLE AND BEHIND THE SAME USERSEC SIGN-ON       *
001200*    (LEVEL 3 OR ABOVE - COMPLIANCE), EACH POTENTIAL HIT ON THE  *
001300*    REVIEW WORKLIST (SANCHITS, SEE SCRNREC) IS DECIDED AND THE  *
001400*    DECISION RECORDED ON IT WITH THE OFFICER'S ID AND DATE:     *
001500*      C - CLEARED  - A FALSE MATCH.  A HELD MAINTENANCE         *
001600*                     TRANSACTION IS RELEASED AS KEYED.          *
001700*      F - CONFIRMED - A TRUE MATCH.  THE ACCOUNT IS FROZEN      *
001800*                     (CUST-STATUS "F"): A HELD TRANSACTION IS   *
001900*                     RELEASED WITH ITS STATUS SET TO "F";       *
002000*                     OTHERWISE A FULLY FORMED CHANGE IS BUILT   *
002100*                     FROM THE MASTER, AS MASSCHG BUILDS ONE,    *
002200*                     WITH ONLY THE STATUS CHANGED.  FOR A       *
002300*                     LOCKBOX REMITTER THE OFFICER NAMES THE     *
002400*                     ACCOUNT, IF ANY, TO FREEZE.                *
002500*    THE OFFICER WHO QUEUED AN ITEM - THE MAKER ON A HELD        *
002600*    TRANSACTION - CAN NEVER DECIDE IT.  A DECIDED HIT STAYS ON  *
002700*    THE WORKLIST AS THE RECORD OF WHO DECIDED WHAT.             *
002800*                                                                *
002900*    RELEASED TRANSACTIONS ARE STAMPED SANCREV AND THE OFFICER'S *
003000*    ID, HELD IN CUST-ID ORDER (ONE PER CUST-ID A SESSION), AND  *
003100*    WRITTEN AT SIGN-OFF AS ONE PROVED BATCH, HEADER AND         *
003200*    TRAILER AS MNTENTRY WRITES THEM, APPENDED TO SANCOK.        *
003300*    SANCOK IS CONCATENATED INTO MAINTFILE FOR THE DAYTIME EDIT  *
003400*    (MAINTEDIT), WHICH DOES NOT SCREEN THEM AGAIN, AND IS       *
003500*    SCRATCHED WITH MAINTFILE ONCE THE EDIT HAS TAKEN IT.        *
003600*                                                                *
003700*    DD:    USERSEC  - OPERATOR SECURITY.                        *
003800*           SANCHITS - COMPLIANCE REVIEW WORKLIST.               *
003900*           NEWCUST  - CUSTOMER MASTER (READ ONLY).              *
004000*           SANCOK   - RELEASED MAINTENANCE BATCHES.             *
004100*                                                                *
004200******************************************************************
004300* MODIFICATION HISTORY
004400*   11/17/2026  RVH  ORIGINAL.
004500******************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS USER-SECURITY-STATUS.
005400     SELECT SCREENING-HIT-FILE ASSIGN TO SANCHITS
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SCRN-KEY
005800         FILE STATUS IS SCREENING-HIT-STATUS.
005900     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CUST-ID
006300         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
006400         FILE STATUS IS CUSTOMER-FILE-STATUS.
006500     SELECT RELEASED-TXN-FILE ASSIGN TO SANCOK
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS RELEASED-TXN-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  USER-SECURITY-FILE
007300     LABEL RECORDS ARE STANDARD
007400     BLOCK CONTAINS 0 RECORDS
007500     RECORDING MODE F
007600     DATA RECORD IS USER-SECURITY-RECORD.
007700     COPY USERREC.
007800
007900 FD  SCREENING-HIT-FILE
008000     LABEL RECORDS ARE STANDARD
008100     BLOCK CONTAINS 0 RECORDS
008200     RECORDING MODE F
008300     DATA RECORD IS SCREENING-HIT-RECORD.
008400     COPY SCRNREC.
008500
008600 FD  CUSTOMER-FILE
008700     LABEL RECORDS ARE STANDARD
008800     BLOCK CONTAINS 0 RECORDS
008900     RECORDING MODE F
009000     DATA RECORD IS CUSTOMER-RECORD.
009100     COPY CUSTREC.
009200
009300 FD  RELEASED-TXN-FILE
009400     LABEL RECORDS ARE STANDARD
009500     BLOCK CONTAINS 0 RECORDS
009600     RECORDING MODE F
009700     DATA RECORD IS MAINT-TRANSACTION-RECORD.
009800     COPY MAINTTXN.
009900
010000 WORKING-STORAGE SECTION.
010100******************************************************************
010200*    FILE STATUS AND SWITCHES                                    *
010300******************************************************************
010400 01  USER-SECURITY-STATUS      PIC X(02).
010500     88  USER-SECURITY-OK          VALUE "00".
010600 01  SCREENING-HIT-STATUS      PIC X(02).
010700     88  SCREENING-HIT-OK          VALUE "00".
010800 01  CUSTOMER-FILE-STATUS      PIC X(02).
010900     88  CUSTOMER-FILE-OK          VALUE "00".
011000 01  RELEASED-TXN-STATUS       PIC X(02).
011100     88  RELEASED-TXN-OK           VALUE "00".
011200     88  RELEASED-TXN-NOT-FOUND    VALUE "05" "35".
011300 01  WS-USER-AT-END            PIC X(01) VALUE "N".
011400     88  USER-FILE-AT-END          VALUE "Y".
011500 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
011600     88  SIGNON-IS-OK              VALUE "Y".
011700 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
011800 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
011900 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
012000 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
012100 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
012200 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
012300     88  WS-DONE                   VALUE "Y".
012400 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
012500     88  WS-OPTION-LIST            VALUE "L" "l".
012600     88  WS-OPTION-REVIEW          VALUE "R" "r".
012700     88  WS-OPTION-END             VALUE "E" "e".
012800 01  WS-DECISION               PIC X(01) VALUE SPACES.
012900     88  WS-DECISION-CLEAR         VALUE "C" "c".
013000     88  WS-DECISION-CONFIRM       VALUE "F" "f".
013100     88  WS-DECISION-SKIP          VALUE "S" "s".
013200 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
013300     88  CONFIRMED-YES             VALUE "Y" "y".
013400 01  WS-WALK-SWITCH            PIC X(01) VALUE "N".
013500     88  WALK-DONE                 VALUE "Y".
013600 01  WS-RELEASE-SWITCH         PIC X(01) VALUE "N".
013700     88  RELEASE-READY             VALUE "Y".
013800 01  WS-DUPLICATE-SWITCH       PIC X(01) VALUE "N".
013900     88  ALREADY-RELEASED          VALUE "Y".
014000
014100******************************************************************
014200*    KEYED-FIELD WORK AREAS                                      *
014300******************************************************************
014400 01  WS-SUBJECT-TYPE           PIC X(01) VALUE SPACE.
014500     88  WS-SUBJECT-TYPE-VALID     VALUE "C" "R".
014600 01  WS-SUBJECT-ID             PIC X(10) VALUE SPACES.
014700 01  WS-FREEZE-CUST-ID         PIC X(10) VALUE SPACES.
014800 01  WS-ENTRY-TEXT             PIC X(30) VALUE SPACES.
014900 01  WS-DECISION-TEXT          PIC X(40) VALUE SPACES.
015000 01  WS-DISPLAY-AMOUNT         PIC ZZ,ZZ9.99.
015100 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
015200 01  WS-HITS-SHOWN             PIC 9(05) BINARY VALUE 0.
015300
015400******************************************************************
015500*    THE SESSION'S RELEASES - HELD IN CUST-ID ORDER, AS THE      *
015600*    DAYTIME EDIT REQUIRES WITHIN A BATCH, AND WRITTEN AS ONE    *
015700*    BATCH AT SIGN-OFF.                                          *
015800******************************************************************
015900 01  WS-BATCH-ID               PIC X(08) VALUE SPACES.
016000 01  WS-REL-TABLE-SIZE         PIC 9(3) BINARY VALUE 200.
016100 01  WS-REL-COUNT              PIC 9(3) BINARY VALUE 0.
016200 01  WS-REL-ENTRIES.
016300     05  WS-REL-ENTRY          OCCURS 200 TIMES.
016400         10  WS-REL-TXN-TYPE   PIC X(01).
016500         10  WS-REL-CUST-ID    PIC X(10).
016600         10  FILLER            PIC X(186).
016700 01  WS-REL-IDX                PIC 9(3) BINARY VALUE 0.
016800 01  WS-REL-SLOT               PIC 9(3) BINARY VALUE 0.
016900 01  WS-BATCH-HASH             PIC S9(9)V99 VALUE 0.
017000
017100******************************************************************
017200*    SESSION TOTALS                                              *
017300******************************************************************
017400 01  WS-HITS-CLEARED           PIC 9(05) BINARY VALUE 0.
017500 01  WS-HITS-CONFIRMED         PIC 9(05) BINARY VALUE 0.
017600 01  WS-ACCOUNTS-FROZEN        PIC 9(05) BINARY VALUE 0.
017700
017800 PROCEDURE DIVISION.
017900******************************************************************
018000*    0000-MAINLINE                                               *
018100******************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
018500         UNTIL WS-DONE
018600     PERFORM 9000-TERMINATE THRU 9000-EXIT
018700     STOP RUN.
018800
018900******************************************************************
019000*    1000-INITIALIZE                                             *
019100*    THE WORKLIST IS NEVER CREATED HERE - NO WORKLIST MEANS      *
019200*    NOTHING HAS EVER BEEN QUEUED.                               *
019300******************************************************************
019400 1000-INITIALIZE.
019500     ACCEPT WS-RUN-DATE FROM DATE
019600     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
019700     IF NOT SIGNON-IS-OK
019800         DISPLAY "SANCREV - SIGN-ON FAILED - SESSION ENDED"
019900         MOVE 8 TO RETURN-CODE
020000         STOP RUN
020100     END-IF
020200     IF WS-AUTH-LEVEL < 3
020300         DISPLAY "SANCREV - AUTHORIZATION LEVEL "
020400             WS-AUTH-LEVEL " CANNOT DECIDE SANCTIONS HITS - "
020500             "SESSION ENDED"
020600         MOVE 8 TO RETURN-CODE
020700         STOP RUN
020800     END-IF
020900     OPEN I-O SCREENING-HIT-FILE
021000     IF NOT SCREENING-HIT-OK
021100         DISPLAY "SANCREV - COMPLIANCE WORKLIST NOT AVAILABLE "
021200             "- STATUS " SCREENING-HIT-STATUS " - SESSION ENDED"
021300         MOVE 8 TO RETURN-CODE
021400         STOP RUN
021500     END-IF
021600     OPEN INPUT CUSTOMER-FILE
021700     IF NOT CUSTOMER-FILE-OK
021800         DISPLAY "SANCREV - CUSTOMER MASTER NOT AVAILABLE - "
021900             "STATUS " CUSTOMER-FILE-STATUS " - SESSION ENDED"
022000         CLOSE SCREENING-HIT-FILE
022100         MOVE 8 TO RETURN-CODE
022200         STOP RUN
022300     END-IF
022400     OPEN EXTEND RELEASED-TXN-FILE
022500     IF RELEASED-TXN-NOT-FOUND
022600         OPEN OUTPUT RELEASED-TXN-FILE
022700     END-IF
022800     IF NOT RELEASED-TXN-OK
022900         DISPLAY "SANCREV - ERROR OPENING RELEASED "
023000             "MAINTENANCE FILE - STATUS " RELEASED-TXN-STATUS
023100             " - SESSION ENDED"
023200         CLOSE SCREENING-HIT-FILE
023300         CLOSE CUSTOMER-FILE
023400         MOVE 8 TO RETURN-CODE
023500         STOP RUN
023600     END-IF
023700     MOVE WS-OPERATOR-ID TO WS-BATCH-ID
023800     DISPLAY "SANCREV - SANCTIONS HIT REVIEW - RELEASES GO IN "
023900         "BATCH " WS-BATCH-ID.
024000 1000-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400*    1300-SIGN-ON-OPERATOR                                       *
024500*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
024600******************************************************************
024700 1300-SIGN-ON-OPERATOR.
024800     MOVE "N" TO WS-SIGNON-OK
024900     MOVE 0 TO WS-SIGNON-TRIES
025000     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
025100         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
025200 1300-EXIT.
025300     EXIT.
025400
025500 1310-TRY-ONE-SIGNON.
025600     ADD 1 TO WS-SIGNON-TRIES
025700     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
025800     ACCEPT WS-ENTERED-OPERATOR
025900     DISPLAY "PASSWORD: " WITH NO ADVANCING
026000     ACCEPT WS-ENTERED-PASSWORD
026100     MOVE "N" TO WS-USER-AT-END
026200     OPEN INPUT USER-SECURITY-FILE
026300     IF NOT USER-SECURITY-OK
026400         DISPLAY "SANCREV - USER SECURITY FILE NOT AVAILABLE "
026500             "- STATUS " USER-SECURITY-STATUS
026600         MOVE 3 TO WS-SIGNON-TRIES
026700         GO TO 1310-EXIT
026800     END-IF
026900     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
027000         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
027100     CLOSE USER-SECURITY-FILE
027200     IF NOT SIGNON-IS-OK
027300         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
027400     END-IF.
027500 1310-EXIT.
027600     EXIT.
027700
027800 1320-CHECK-ONE-USER.
027900     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
028000         AT END
028100             MOVE "Y" TO WS-USER-AT-END
028200         NOT AT END
028300             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
028400                     USER-PASSWORD = WS-ENTERED-PASSWORD
028500                 MOVE "Y" TO WS-SIGNON-OK
028600                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
028700                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
028800                 DISPLAY "  SIGNED ON - " USER-NAME
028900                     " (LEVEL " USER-AUTH-LEVEL ")"
029000             END-IF
029100     END-READ.
029200 1320-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    2000-PROCESS-ONE-REQUEST                                    *
029700******************************************************************
029800 2000-PROCESS-ONE-REQUEST.
029900     DISPLAY " "
030000     DISPLAY "L=LIST PENDING  R=REVIEW A SUBJECT  E=END "
030100         "SESSION: " WITH NO ADVANCING
030200     MOVE SPACES TO WS-ENTRY-OPTION
030300     ACCEPT WS-ENTRY-OPTION
030400     EVALUATE TRUE
030500         WHEN WS-OPTION-END
030600             MOVE "Y" TO WS-DONE-SWITCH
030700         WHEN WS-OPTION-LIST
030800             PERFORM 2100-LIST-PENDING-HITS THRU 2100-EXIT
030900         WHEN WS-OPTION-REVIEW
031000             PERFORM 3000-REVIEW-A-SUBJECT THRU 3000-EXIT
031100         WHEN OTHER
031200             DISPLAY "  INVALID OPTION - ENTER L, R OR E"
031300     END-EVALUATE.
031400 2000-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*    2100-LIST-PENDING-HITS                                      *
031900*    EVERY UNDECIDED HIT, IN SUBJECT ORDER.                      *
032000******************************************************************
032100 2100-LIST-PENDING-HITS.
032200     MOVE 0 TO WS-HITS-SHOWN
032300     MOVE "N" TO WS-WALK-SWITCH
032400     MOVE LOW-VALUES TO SCRN-KEY
032500     START SCREENING-HIT-FILE KEY IS NOT LESS THAN SCRN-KEY
032600         INVALID KEY
032700             MOVE "Y" TO WS-WALK-SWITCH
032800     END-START
032900     PERFORM 2110-LIST-NEXT-HIT THRU 2110-EXIT
033000         UNTIL WALK-DONE
033100     DISPLAY "  " WS-HITS-SHOWN " HIT(S) PENDING".
033200 2100-EXIT.
033300     EXIT.
033400
033500 2110-LIST-NEXT-HIT.
033600     READ SCREENING-HIT-FILE NEXT RECORD
033700         AT END
033800             MOVE "Y" TO WS-WALK-SWITCH
033900             GO TO 2110-EXIT
034000     END-READ
034100     IF NOT SCRN-IS-PENDING
034200         GO TO 2110-EXIT
034300     END-IF
034400     ADD 1 TO WS-HITS-SHOWN
034500     DISPLAY "  " SCRN-SUBJECT-TYPE " " SCRN-SUBJECT-ID "  "
034600         SCRN-SUBJECT-NAME "  " SCRN-ENTRY-NAME "  "
034700         SCRN-SCORE "  " SCRN-QUEUED-DATE.
034800 2110-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    2200-SHOW-ONE-HIT                                           *
035300******************************************************************
035400 2200-SHOW-ONE-HIT.
035500     DISPLAY " "
035600     DISPLAY "  " SCRN-SUBJECT-TYPE " " SCRN-SUBJECT-ID "  "
035700         SCRN-SUBJECT-NAME
035800     DISPLAY "    LISTED AS " SCRN-ENTRY-ID "  " SCRN-ENTRY-NAME
035900         "  PROGRAM " SCRN-PROGRAM
036000     DISPLAY "    SCORE " SCRN-SCORE " (" SCRN-MATCH-BASIS
036100         ")  LIST OF " SCRN-LIST-DATE
036200     DISPLAY "    QUEUED " SCRN-QUEUED-DATE " BY "
036300         SCRN-QUEUED-BY "  MAKER " SCRN-MAKER-ID
036400     IF SCRN-SUBJECT-REMITTER
036500         MOVE SCRN-AMOUNT TO WS-DISPLAY-AMOUNT
036600         DISPLAY "    LOCKBOX REMITTANCE " WS-DISPLAY-AMOUNT
036700             "  COUPON " SCRN-CUST-ID
036800     END-IF
036900     IF SCRN-HOLDS-TXN
037000         DISPLAY "    HOLDS A MAINTENANCE "
037100             SCRN-HELD-IMAGE(1:1) " TRANSACTION FOR "
037200             SCRN-HELD-IMAGE(2:10)
037300     END-IF
037400     IF NOT SCRN-IS-PENDING
037500         DISPLAY "    DECIDED " SCRN-STATUS " ON "
037600             SCRN-DECIDED-DATE " BY " SCRN-OFFICER-ID "  "
037700             SCRN-NOTE
037800     END-IF.
037900 2200-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    3000-REVIEW-A-SUBJECT                                       *
038400*    EVERY HIT ON FILE FOR ONE CUSTOMER OR REMITTER, OLDEST      *
038500*    FIRST FOR EACH LISTED NAME; EACH PENDING ONE IS DECIDED     *
038600*    OR SKIPPED IN TURN.                                         *
038700******************************************************************
038800 3000-REVIEW-A-SUBJECT.
038900     DISPLAY "SUBJECT (C=CUSTOMER  R=REMITTER): "
039000         WITH NO ADVANCING
039100     MOVE SPACES TO WS-SUBJECT-TYPE
039200     ACCEPT WS-SUBJECT-TYPE
039300     IF WS-SUBJECT-TYPE = "c" OR WS-SUBJECT-TYPE = "r"
039400         INSPECT WS-SUBJECT-TYPE CONVERTING "cr" TO "CR"
039500     END-IF
039600     IF NOT WS-SUBJECT-TYPE-VALID
039700         DISPLAY "  ENTER C OR R"
039800         GO TO 3000-EXIT
039900     END-IF
040000     IF WS-SUBJECT-TYPE = "C"
040100         DISPLAY "CUST-ID: " WITH NO ADVANCING
040200     ELSE
040300         DISPLAY "CHECK NUMBER: " WITH NO ADVANCING
040400     END-IF
040500     MOVE SPACES TO WS-SUBJECT-ID
040600     ACCEPT WS-SUBJECT-ID
040700     IF WS-SUBJECT-ID = SPACES
040800         DISPLAY "  NOTHING KEYED"
040900         GO TO 3000-EXIT
041000     END-IF
041100     MOVE 0 TO WS-HITS-SHOWN
041200     MOVE "N" TO WS-WALK-SWITCH
041300     MOVE WS-SUBJECT-TYPE TO SCRN-SUBJECT-TYPE
041400     MOVE WS-SUBJECT-ID TO SCRN-SUBJECT-ID
041500     MOVE LOW-VALUES TO SCRN-ENTRY-ID
041600     MOVE 0 TO SCRN-QUEUED-DATE
041700     START SCREENING-HIT-FILE KEY IS NOT LESS THAN SCRN-KEY
041800         INVALID KEY
041900             MOVE "Y" TO WS-WALK-SWITCH
042000     END-START
042100     PERFORM 3100-REVIEW-NEXT-HIT THRU 3100-EXIT
042200         UNTIL WALK-DONE
042300     IF WS-HITS-SHOWN = 0
042400         DISPLAY "  NO SANCTIONS HITS ON FILE FOR "
042500             WS-SUBJECT-TYPE " " WS-SUBJECT-ID
042600     END-IF.
042700 3000-EXIT.
042800     EXIT.
042900
043000 3100-REVIEW-NEXT-HIT.
043100     READ SCREENING-HIT-FILE NEXT RECORD
043200         AT END
043300             MOVE "Y" TO WS-WALK-SWITCH
043400             GO TO 3100-EXIT
043500     END-READ
043600     IF SCRN-SUBJECT-TYPE NOT = WS-SUBJECT-TYPE
043700         OR SCRN-SUBJECT-ID NOT = WS-SUBJECT-ID
043800         MOVE "Y" TO WS-WALK-SWITCH
043900         GO TO 3100-EXIT
044000     END-IF
044100     ADD 1 TO WS-HITS-SHOWN
044200     PERFORM 2200-SHOW-ONE-HIT THRU 2200-EXIT
044300     IF NOT SCRN-IS-PENDING
044400         GO TO 3100-EXIT
044500     END-IF
044600     IF SCRN-MAKER-ID = WS-OPERATOR-ID
044700         DISPLAY "    YOU KEYED THIS ITEM - ANOTHER OFFICER "
044800             "MUST DECIDE IT"
044900         GO TO 3100-EXIT
045000     END-IF
045100     DISPLAY "C=CLEAR  F=CONFIRM  S=SKIP: " WITH NO ADVANCING
045200     MOVE SPACES TO WS-DECISION
045300     ACCEPT WS-DECISION
045400     EVALUATE TRUE
045500         WHEN WS-DECISION-CLEAR
045600             PERFORM 4000-DECIDE-ONE-HIT THRU 4000-EXIT
045700         WHEN WS-DECISION-CONFIRM
045800             PERFORM 4000-DECIDE-ONE-HIT THRU 4000-EXIT
045900         WHEN WS-DECISION-SKIP
046000             CONTINUE
046100         WHEN OTHER
046200             DISPLAY "  INVALID DECISION - LEFT PENDING"
046300     END-EVALUATE.
046400 3100-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    4000-DECIDE-ONE-HIT                                         *
046900*    WORKS OUT WHAT THE DECISION RELEASES, IF ANYTHING, BEFORE   *
047000*    ANYTHING IS RECORDED - A DECISION THAT CANNOT BE CARRIED    *
047100*    OUT THIS SESSION IS LEFT PENDING.                           *
047200******************************************************************
047300 4000-DECIDE-ONE-HIT.
047400     MOVE "N" TO WS-RELEASE-SWITCH
047500     IF SCRN-HOLDS-TXN
047600         MOVE SCRN-HELD-IMAGE TO MAINT-TRANSACTION-RECORD
047700         MOVE "Y" TO WS-RELEASE-SWITCH
047800         IF WS-DECISION-CLEAR
047900             MOVE "CLEAR - RELEASE THE HELD TRANSACTION"
048000                 TO WS-DECISION-TEXT
048100         ELSE
048200             MOVE "F" TO MAINT-CUST-STATUS
048300             MOVE "CONFIRM - RELEASE IT WITH STATUS F"
048400                 TO WS-DECISION-TEXT
048500         END-IF
048600     ELSE
048700         IF WS-DECISION-CLEAR
048800             MOVE "CLEAR - NOTHING HELD, NOTHING RELEASED"
048900                 TO WS-DECISION-TEXT
049000         ELSE
049100             PERFORM 4100-BUILD-THE-FREEZE THRU 4100-EXIT
049200         END-IF
049300     END-IF
049400     IF RELEASE-READY
049500         PERFORM 4300-FIND-THE-SLOT THRU 4300-EXIT
049600         IF ALREADY-RELEASED
049700             DISPLAY "    A TRANSACTION FOR " MAINT-CUST-ID
049800                 " IS ALREADY RELEASED THIS SESSION - DECIDE "
049900                 "THIS ONE IN A NEW SESSION"
050000             GO TO 4000-EXIT
050100         END-IF
050200         IF WS-REL-COUNT NOT < WS-REL-TABLE-SIZE
050300             DISPLAY "    THIS SESSION'S BATCH IS FULL - END "
050400                 "THE SESSION AND START ANOTHER"
050500             GO TO 4000-EXIT
050600         END-IF
050700     END-IF
050800     DISPLAY "NOTE: " WITH NO ADVANCING
050900     MOVE SPACES TO WS-ENTRY-TEXT
051000     ACCEPT WS-ENTRY-TEXT
051100     DISPLAY WS-DECISION-TEXT " (Y/N): " WITH NO ADVANCING
051200     MOVE SPACES TO WS-CONFIRM
051300     ACCEPT WS-CONFIRM
051400     IF NOT CONFIRMED-YES
051500         DISPLAY "    NOT RECORDED - LEFT PENDING"
051600         GO TO 4000-EXIT
051700     END-IF
051800     IF WS-DECISION-CLEAR
051900         MOVE "C" TO SCRN-STATUS
052000     ELSE
052100         MOVE "F" TO SCRN-STATUS
052200     END-IF
052300     MOVE WS-OPERATOR-ID TO SCRN-OFFICER-ID
052400     MOVE WS-RUN-DATE TO SCRN-DECIDED-DATE
052500     MOVE WS-ENTRY-TEXT TO SCRN-NOTE
052600     REWRITE SCREENING-HIT-RECORD
052700     IF NOT SCREENING-HIT-OK
052800         DISPLAY "    WORKLIST REWRITE FAILED - STATUS "
052900             SCREENING-HIT-STATUS " - NOTHING RECORDED"
053000         GO TO 4000-EXIT
053100     END-IF
053200     IF WS-DECISION-CLEAR
053300         ADD 1 TO WS-HITS-CLEARED
053400     ELSE
053500         ADD 1 TO WS-HITS-CONFIRMED
053600     END-IF
053700     IF RELEASE-READY
053800         PERFORM 4400-FILE-THE-RELEASE THRU 4400-EXIT
053900     END-IF
054000     DISPLAY "    RECORDED".
054100 4000-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*    4100-BUILD-THE-FREEZE                                       *
054600*    A CONFIRMED HIT WITH NOTHING HELD FREEZES THE ACCOUNT ON    *
054700*    THE MASTER WITH A CHANGE CARRYING EVERY FIELD ACROSS, AS    *
054800*    MASSCHG BUILDS ONE.  A REMITTER'S ACCOUNT IS NAMED BY THE   *
054900*    OFFICER - THE COUPON SCAN LINE IS ONLY A SUGGESTION.        *
055000******************************************************************
055100 4100-BUILD-THE-FREEZE.
055200     MOVE SCRN-CUST-ID TO WS-FREEZE-CUST-ID
055300     IF SCRN-SUBJECT-REMITTER
055400         DISPLAY "ACCOUNT TO FREEZE (COUPON " SCRN-CUST-ID
055500             ", BLANK=NONE): " WITH NO ADVANCING
055600         MOVE SPACES TO WS-FREEZE-CUST-ID
055700         ACCEPT WS-FREEZE-CUST-ID
055800     END-IF
055900     IF WS-FREEZE-CUST-ID = SPACES
056000         MOVE "CONFIRM - NO ACCOUNT TO FREEZE"
056100             TO WS-DECISION-TEXT
056200         GO TO 4100-EXIT
056300     END-IF
056400     MOVE WS-FREEZE-CUST-ID TO CUST-ID
056500     READ CUSTOMER-FILE
056600         INVALID KEY
056700             DISPLAY "    " WS-FREEZE-CUST-ID
056800                 " IS NOT ON THE CUSTOMER MASTER"
056900             MOVE "CONFIRM - NO ACCOUNT TO FREEZE"
057000                 TO WS-DECISION-TEXT
057100             GO TO 4100-EXIT
057200     END-READ
057300     IF CUST-STATUS-FROZEN
057400         DISPLAY "    " CUST-ID " IS ALREADY FROZEN"
057500         MOVE "CONFIRM - ACCOUNT ALREADY FROZEN"
057600             TO WS-DECISION-TEXT
057700         GO TO 4100-EXIT
057800     END-IF
057900     INITIALIZE MAINT-TRANSACTION-RECORD
058000     MOVE "C" TO MAINT-TXN-TYPE
058100     MOVE CUST-ID TO MAINT-CUST-ID
058200     MOVE CUST-NAME TO MAINT-CUST-NAME
058300     MOVE CUST-BALANCE TO MAINT-CUST-BALANCE
058400     MOVE CUST-PHONE TO MAINT-CUST-PHONE
058500     MOVE CUST-ADDRESS TO MAINT-CUST-ADDRESS
058600     MOVE "F" TO MAINT-CUST-STATUS
058700     MOVE CUST-LAST-ACTIVITY-DATE TO
058800         MAINT-CUST-LAST-ACTIVITY-DATE
058900     MOVE CUST-CURRENCY-CODE TO MAINT-CUST-CURRENCY-CODE
059000     MOVE CUST-CREDIT-LIMIT TO MAINT-CUST-CREDIT-LIMIT
059100     MOVE CUST-BRANCH-CODE TO MAINT-CUST-BRANCH-CODE
059200     MOVE CUST-BUREAU-SUPPRESS TO MAINT-BUREAU-SUPPRESS
059300     MOVE CUST-EMAIL-ADDRESS TO MAINT-EMAIL-ADDRESS
059400     MOVE CUST-DELIVERY-PREF TO MAINT-DELIVERY-PREF
059500     MOVE CUST-ECONSENT-DATE TO MAINT-ECONSENT-DATE
059600     MOVE "Y" TO WS-RELEASE-SWITCH
059700     MOVE "CONFIRM - FREEZE THE ACCOUNT" TO WS-DECISION-TEXT
059800     DISPLAY "    " CUST-ID "  " CUST-NAME "  STATUS "
059900         CUST-STATUS " WILL BE FROZEN".
060000 4100-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400*    4300-FIND-THE-SLOT                                          *
060500*    WHERE THE RELEASE GOES IN CUST-ID ORDER, AND WHETHER THE    *
060600*    CUST-ID IS ALREADY IN THE BATCH - THE DAYTIME EDIT TAKES    *
060700*    ONE TRANSACTION PER CUST-ID IN A BATCH.                     *
060800******************************************************************
060900 4300-FIND-THE-SLOT.
061000     MOVE "N" TO WS-DUPLICATE-SWITCH
061100     COMPUTE WS-REL-SLOT = WS-REL-COUNT + 1
061200     PERFORM 4310-CHECK-ONE-SLOT THRU 4310-EXIT
061300         VARYING WS-REL-IDX FROM 1 BY 1
061400         UNTIL WS-REL-IDX > WS-REL-COUNT.
061500 4300-EXIT.
061600     EXIT.
061700
061800 4310-CHECK-ONE-SLOT.
061900     IF WS-REL-CUST-ID(WS-REL-IDX) = MAINT-CUST-ID
062000         MOVE "Y" TO WS-DUPLICATE-SWITCH
062100     END-IF
062200     IF WS-REL-CUST-ID(WS-REL-IDX) > MAINT-CUST-ID
062300         AND WS-REL-SLOT > WS-REL-COUNT
062400         MOVE WS-REL-IDX TO WS-REL-SLOT
062500     END-IF.
062600 4310-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000*    4400-FILE-THE-RELEASE                                       *
063100******************************************************************
063200 4400-FILE-THE-RELEASE.
063300     MOVE "SANCREV" TO MAINT-SOURCE-PROGRAM
063400     MOVE WS-OPERATOR-ID TO MAINT-OPERATOR-ID
063500     PERFORM 4410-SHIFT-ONE-UP THRU 4410-EXIT
063600         VARYING WS-REL-IDX FROM WS-REL-COUNT BY -1
063700         UNTIL WS-REL-IDX < WS-REL-SLOT
063800     MOVE MAINT-TRANSACTION-RECORD TO WS-REL-ENTRY(WS-REL-SLOT)
063900     ADD 1 TO WS-REL-COUNT
064000     IF MAINT-CUST-BALANCE NUMERIC
064100         ADD MAINT-CUST-BALANCE TO WS-BATCH-HASH
064200     END-IF
064300     IF MAINT-CUST-STATUS = "F"
064400         ADD 1 TO WS-ACCOUNTS-FROZEN
064500     END-IF
064600     DISPLAY "    RELEASED - " WS-REL-COUNT
064700         " TRANSACTION(S) IN THE BATCH".
064800 4400-EXIT.
064900     EXIT.
065000
065100 4410-SHIFT-ONE-UP.
065200     MOVE WS-REL-ENTRY(WS-REL-IDX) TO
065300         WS-REL-ENTRY(WS-REL-IDX + 1).
065400 4410-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*    8000-WRITE-THE-BATCH                                        *
065900******************************************************************
066000 8000-WRITE-THE-BATCH.
066100     IF WS-REL-COUNT = 0
066200         DISPLAY "SANCREV - NOTHING RELEASED - NO BATCH WRITTEN"
066300         GO TO 8000-EXIT
066400     END-IF
066500     INITIALIZE MAINT-TRANSACTION-RECORD
066600     MOVE "H" TO MAINT-TXN-TYPE
066700     MOVE WS-BATCH-ID TO MAINT-BATCH-ID
066800     MOVE WS-REL-COUNT TO MAINT-BATCH-COUNT
066900     MOVE WS-BATCH-HASH TO MAINT-BATCH-HASH
067000     WRITE MAINT-TRANSACTION-RECORD
067100     PERFORM 8100-WRITE-ONE-RELEASE THRU 8100-EXIT
067200         VARYING WS-REL-IDX FROM 1 BY 1
067300         UNTIL WS-REL-IDX > WS-REL-COUNT
067400     INITIALIZE MAINT-TRANSACTION-RECORD
067500     MOVE "T" TO MAINT-TXN-TYPE
067600     MOVE WS-BATCH-ID TO MAINT-BATCH-ID
067700     MOVE WS-REL-COUNT TO MAINT-BATCH-COUNT
067800     MOVE WS-BATCH-HASH TO MAINT-BATCH-HASH
067900     WRITE MAINT-TRANSACTION-RECORD
068000     DISPLAY "SANCREV - BATCH " WS-BATCH-ID " WRITTEN - "
068100         WS-REL-COUNT " TRANSACTION(S)".
068200 8000-EXIT.
068300     EXIT.
068400
068500 8100-WRITE-ONE-RELEASE.
068600     MOVE WS-REL-ENTRY(WS-REL-IDX) TO
068700         MAINT-TRANSACTION-RECORD
068800     WRITE MAINT-TRANSACTION-RECORD.
068900 8100-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300*    9000-TERMINATE                                              *
069400******************************************************************
069500 9000-TERMINATE.
069600     PERFORM 8000-WRITE-THE-BATCH THRU 8000-EXIT
069700     CLOSE SCREENING-HIT-FILE
069800     CLOSE CUSTOMER-FILE
069900     CLOSE RELEASED-TXN-FILE
070000     DISPLAY "SANCREV - " WS-HITS-CLEARED " CLEARED, "
070100         WS-HITS-CONFIRMED " CONFIRMED, " WS-ACCOUNTS-FROZEN
070200         " ACCOUNT(S) FROZEN"
070300     DISPLAY "SANCREV - SESSION ENDED".
070400 9000-EXIT.
070500     EXIT.
