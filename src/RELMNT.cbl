000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RELMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/12/2026.
000600 DATE-COMPILED.  11/12/2026.
000700******************************************************************
000800*                                                                *
000900*    RELMNT - RELATED-PARTY GROUP MAINTENANCE                    *
001000*    IN THE APAYMNT MENU STYLE AND BEHIND THE SAME USERSEC       *
001100*    SIGN-ON (LEVEL 2 OR ABOVE), KEEPS THE RELATIONSHIP FILE     *
001200*    (RELFILE, SEE RELREC) THAT TIES SEPARATE CUSTOMER NUMBERS   *
001300*    INTO A CORPORATE FAMILY FOR GRPEXPO'S NIGHTLY EXPOSURE      *
001400*    ROLLUP:                                                     *
001500*      N - NEW GROUP - GROUP ID, NAME AND GROUP EXPOSURE LIMIT,  *
001600*      L - CHANGE A GROUP'S NAME OR LIMIT,                       *
001700*      A - ADD A MEMBER CUSTOMER NUMBER WITH ITS ROLE (PARENT,   *
001800*          SUBSIDIARY, GUARANTOR, PRINCIPAL) - OR TAKE BACK AN   *
001900*          ENDED LINK,                                           *
002000*      C - CHANGE A MEMBER'S ROLE,                               *
002100*      X - END A MEMBER LINK,                                    *
002200*      I - INQUIRE A GROUP AND ITS MEMBERS,                      *
002300*      F - FIND THE GROUPS A CUSTOMER NUMBER BELONGS TO.         *
002400*    NOTHING HERE WRITES RELFILE.  LIKE A REINSTATEMENT, EVERY   *
002500*    CHANGE QUEUES THE PROPOSED RECORD ON THE PENDING-APPROVAL   *
002600*    FILE (PENDFILE, PEND-TYPE "G") FOR A SECOND OPERATOR TO     *
002700*    RELEASE THROUGH APPRREL - A GROUP LIMIT IS A CREDIT         *
002800*    DECISION.  ONE CHANGE PER GROUP OR LINK MAY WAIT ON THE     *
002900*    QUEUE AT A TIME.  A MEMBER MUST BE ON THE LIVE MASTER, A    *
003000*    GROUP HAS ONE PARENT, AND A CUSTOMER NUMBER IS PARENT OR    *
003100*    SUBSIDIARY IN ONE GROUP ONLY.  THE LIVE MASTER AND RELFILE  *
003200*    BOTH OPEN READ-ONLY; BEFORE THE FIRST GROUP IS RELEASED     *
003300*    THERE IS NO RELFILE AND THE SESSION RUNS WITHOUT IT.        *
003400*                                                                *
003500*    FILES:  USERSEC  - OPERATOR SIGN-ON                         *
003600*            NEWCUST  - LIVE CUSTOMER MASTER (READ ONLY)         *
003700*            RELFILE  - RELATIONSHIP FILE (READ ONLY)            *
003800*            PENDFILE - PENDING-APPROVAL QUEUE (EXTENDED)        *
003900*                                                                *
004000******************************************************************
004100* MODIFICATION HISTORY
004200*   11/12/2026  RVH  ORIGINAL.
004300******************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS USER-SECURITY-STATUS.
005200     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CUST-ID
005600         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
005700         FILE STATUS IS CUSTOMER-FILE-STATUS.
005800     SELECT RELATIONSHIP-FILE ASSIGN TO RELFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS REL-KEY
006200         ALTERNATE RECORD KEY IS REL-CUSTOMER-NO WITH DUPLICATES
006300         FILE STATUS IS RELATIONSHIP-STATUS.
006400     SELECT PENDING-FILE ASSIGN TO PENDFILE
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS PENDING-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  USER-SECURITY-FILE
007200     LABEL RECORDS ARE STANDARD
007300     BLOCK CONTAINS 0 RECORDS
007400     RECORDING MODE F
007500     DATA RECORD IS USER-SECURITY-RECORD.
007600     COPY USERREC.
007700
007800 FD  CUSTOMER-FILE
007900     LABEL RECORDS ARE STANDARD
008000     BLOCK CONTAINS 0 RECORDS
008100     RECORDING MODE F
008200     DATA RECORD IS CUSTOMER-RECORD.
008300     COPY CUSTREC.
008400
008500 FD  RELATIONSHIP-FILE
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS
008800     RECORDING MODE F
008900     DATA RECORD IS RELATIONSHIP-RECORD.
009000     COPY RELREC.
009100
009200 FD  PENDING-FILE
009300     LABEL RECORDS ARE STANDARD
009400     BLOCK CONTAINS 0 RECORDS
009500     RECORDING MODE F
009600     DATA RECORD IS PENDING-APPROVAL-RECORD.
009700     COPY PENDREC.
009800
009900 WORKING-STORAGE SECTION.
010000******************************************************************
010100*    FILE STATUS AND SWITCHES                                    *
010200******************************************************************
010300 01  USER-SECURITY-STATUS      PIC X(02).
010400     88  USER-SECURITY-OK          VALUE "00".
010500 01  CUSTOMER-FILE-STATUS      PIC X(02).
010600     88  CUST-FILE-OK              VALUE "00".
010700 01  RELATIONSHIP-STATUS       PIC X(02).
010800     88  RELATIONSHIP-OK           VALUE "00".
010900 01  PENDING-FILE-STATUS       PIC X(02).
011000     88  PENDING-FILE-OK           VALUE "00".
011100     88  PENDING-FILE-NOT-FOUND    VALUE "05" "35".
011200 01  WS-USER-AT-END            PIC X(01) VALUE "N".
011300     88  USER-FILE-AT-END          VALUE "Y".
011400 01  WS-PEND-AT-END            PIC X(01) VALUE "N".
011500     88  PEND-SCAN-AT-END          VALUE "Y".
011600 01  WS-RELFILE-PRESENT        PIC X(01) VALUE "N".
011700     88  RELFILE-PRESENT           VALUE "Y".
011800 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
011900     88  SIGNON-IS-OK              VALUE "Y".
012000 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
012100 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
012200 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
012300 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
012400 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
012500 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
012600     88  WS-DONE                   VALUE "Y".
012700 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
012800     88  WS-OPTION-NEW-GROUP       VALUE "N" "n".
012900     88  WS-OPTION-GROUP-LIMIT     VALUE "L" "l".
013000     88  WS-OPTION-ADD-MEMBER      VALUE "A" "a".
013100     88  WS-OPTION-CHANGE-ROLE     VALUE "C" "c".
013200     88  WS-OPTION-END-LINK        VALUE "X" "x".
013300     88  WS-OPTION-INQUIRE         VALUE "I" "i".
013400     88  WS-OPTION-FIND            VALUE "F" "f".
013500     88  WS-OPTION-END             VALUE "E" "e".
013600 01  WS-GROUP-FOUND            PIC X(01) VALUE "N".
013700     88  GROUP-FOUND               VALUE "Y".
013800 01  WS-MEMBER-FOUND           PIC X(01) VALUE "N".
013900     88  MEMBER-FOUND              VALUE "Y".
014000 01  WS-LINK-FOUND             PIC X(01) VALUE "N".
014100     88  LINK-FOUND                VALUE "Y".
014200 01  WS-PEND-KEY-FOUND         PIC X(01) VALUE "N".
014300     88  PENDING-KEY-FOUND         VALUE "Y".
014400 01  WS-CONFLICT-FOUND         PIC X(01) VALUE "N".
014500     88  CONFLICT-FOUND            VALUE "Y".
014600 01  WS-SCAN-DONE              PIC X(01) VALUE "N".
014700     88  SCAN-IS-DONE              VALUE "Y".
014800 01  WS-KEEP-ALLOWED           PIC X(01) VALUE "N".
014900     88  KEEP-IS-ALLOWED           VALUE "Y".
015000 01  WS-FIELD-OK               PIC X(01) VALUE "N".
015100     88  FIELD-IS-OK               VALUE "Y".
015200 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
015300     88  CONFIRMED-YES             VALUE "Y" "y".
015400
015500******************************************************************
015600*    KEYED-FIELD WORK AREAS                                      *
015700******************************************************************
015800 01  WS-ENTRY-GROUP-ID         PIC X(08) VALUE SPACES.
015900 01  WS-ENTRY-CUSTOMER-NO      PIC X(07) VALUE SPACES.
016000 01  WS-ENTRY-NAME             PIC X(30) VALUE SPACES.
016100 01  WS-ENTRY-CODE             PIC X(01) VALUE SPACES.
016200 01  WS-ENTRY-LIMIT-X.
016300     05  WS-ENTRY-LIMIT-9      PIC 9(9)V99.
016400 01  WS-CHECK-KEY.
016500     05  WS-CHECK-GROUP-ID     PIC X(08).
016600     05  WS-CHECK-CUSTOMER-NO  PIC X(07).
016700 01  WS-MEMBER-NAME            PIC X(30) VALUE SPACES.
016800 01  WS-DISPLAY-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.
016900 01  WS-DISPLAY-ROLE-TEXT      PIC X(10) VALUE SPACES.
017000 01  WS-DISPLAY-STATUS-TEXT    PIC X(06) VALUE SPACES.
017100 01  WS-TEXT-ROLE              PIC X(01) VALUE SPACES.
017200 01  WS-LINES-SHOWN            PIC 9(05) BINARY VALUE 0.
017300 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
017400 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
017500
017600******************************************************************
017700*    THE CHANGE AS KEYED - MOVED TO THE RECORD ONLY ONCE THE     *
017800*    OPERATOR CONFIRMS                                           *
017900******************************************************************
018000 01  WS-NEW-GROUP-NAME         PIC X(30) VALUE SPACES.
018100 01  WS-NEW-GROUP-LIMIT        PIC 9(9)V99 VALUE 0.
018200 01  WS-NEW-ROLE               PIC X(01) VALUE SPACES.
018300
018400******************************************************************
018500*    PENDING-APPROVAL QUEUE - THE SEQUENCE CONTINUES FROM THE    *
018600*    HIGHEST ON FILE (REINSTAT CONVENTION), AND THE KEYS OF THE  *
018700*    GROUP CHANGES STILL WAITING ARE HELD SO A SECOND CHANGE TO  *
018800*    THE SAME GROUP OR LINK IS NOT QUEUED BEHIND THE FIRST.      *
018900******************************************************************
019000 01  WS-PEND-SEQ               PIC 9(07) VALUE 0.
019100 01  WS-PEND-KEY-TABLE-SIZE    PIC 9(3) BINARY VALUE 500.
019200 01  WS-PEND-KEY-COUNT         PIC 9(3) BINARY VALUE 0.
019300 01  WS-PEND-KEY-ENTRIES.
019400     05  WS-PEND-KEY           OCCURS 500 TIMES PIC X(15).
019500 01  WS-PEND-SEARCH-IDX        PIC 9(3) BINARY VALUE 0.
019600
019700******************************************************************
019800*    SESSION TOTALS                                              *
019900******************************************************************
020000 01  WS-GROUPS-QUEUED          PIC 9(05) BINARY VALUE 0.
020100 01  WS-LIMITS-QUEUED          PIC 9(05) BINARY VALUE 0.
020200 01  WS-ADDS-QUEUED            PIC 9(05) BINARY VALUE 0.
020300 01  WS-ROLES-QUEUED           PIC 9(05) BINARY VALUE 0.
020400 01  WS-ENDS-QUEUED            PIC 9(05) BINARY VALUE 0.
020500
020600 PROCEDURE DIVISION.
020700******************************************************************
020800*    0000-MAINLINE                                               *
020900******************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021200     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
021300         UNTIL WS-DONE
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT
021500     STOP RUN.
021600
021700******************************************************************
021800*    1000-INITIALIZE                                             *
021900*    RELFILE IS CREATED BY APPRREL WHEN THE FIRST GROUP IS       *
022000*    RELEASED, SO ITS ABSENCE HERE IS NOT AN ERROR.              *
022100******************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT WS-RUN-DATE FROM DATE
022400     ACCEPT WS-RUN-TIME FROM TIME
022500     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
022600     IF NOT SIGNON-IS-OK
022700         DISPLAY "RELMNT - SIGN-ON FAILED - SESSION ENDED"
022800         MOVE 8 TO RETURN-CODE
022900         STOP RUN
023000     END-IF
023100     IF WS-AUTH-LEVEL < 2
023200         DISPLAY "RELMNT - AUTHORIZATION LEVEL "
023300             WS-AUTH-LEVEL " CANNOT MAINTAIN RELATED-PARTY "
023400             "GROUPS - SESSION ENDED"
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     OPEN INPUT CUSTOMER-FILE
023900     IF NOT CUST-FILE-OK
024000         DISPLAY "RELMNT - ERROR OPENING CUSTOMER FILE - "
024100             "STATUS " CUSTOMER-FILE-STATUS
024200         MOVE 8 TO RETURN-CODE
024300         STOP RUN
024400     END-IF
024500     OPEN INPUT RELATIONSHIP-FILE
024600     IF RELATIONSHIP-OK
024700         MOVE "Y" TO WS-RELFILE-PRESENT
024800     ELSE
024900         DISPLAY "RELMNT - NO RELATIONSHIP FILE YET - STATUS "
025000             RELATIONSHIP-STATUS " - NO GROUP IS ON FILE"
025100     END-IF
025200     PERFORM 1500-LOAD-PENDING-QUEUE THRU 1500-EXIT
025300     OPEN EXTEND PENDING-FILE
025400     IF PENDING-FILE-NOT-FOUND
025500         OPEN OUTPUT PENDING-FILE
025600     END-IF
025700     IF NOT PENDING-FILE-OK
025800         DISPLAY "RELMNT - ERROR OPENING PENDING APPROVAL "
025900             "FILE - STATUS " PENDING-FILE-STATUS
026000             " - SESSION ENDED"
026100         CLOSE CUSTOMER-FILE
026200         IF RELFILE-PRESENT
026300             CLOSE RELATIONSHIP-FILE
026400         END-IF
026500         MOVE 8 TO RETURN-CODE
026600         STOP RUN
026700     END-IF
026800     DISPLAY "RELMNT - RELATED-PARTY GROUP MAINTENANCE".
026900 1000-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    1300-SIGN-ON-OPERATOR                                       *
027400*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
027500******************************************************************
027600 1300-SIGN-ON-OPERATOR.
027700     MOVE "N" TO WS-SIGNON-OK
027800     MOVE 0 TO WS-SIGNON-TRIES
027900     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
028000         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
028100 1300-EXIT.
028200     EXIT.
028300
028400 1310-TRY-ONE-SIGNON.
028500     ADD 1 TO WS-SIGNON-TRIES
028600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
028700     ACCEPT WS-ENTERED-OPERATOR
028800     DISPLAY "PASSWORD: " WITH NO ADVANCING
028900     ACCEPT WS-ENTERED-PASSWORD
029000     MOVE "N" TO WS-USER-AT-END
029100     OPEN INPUT USER-SECURITY-FILE
029200     IF NOT USER-SECURITY-OK
029300         DISPLAY "RELMNT - USER SECURITY FILE NOT AVAILABLE "
029400             "- STATUS " USER-SECURITY-STATUS
029500         MOVE 3 TO WS-SIGNON-TRIES
029600         GO TO 1310-EXIT
029700     END-IF
029800     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
029900         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
030000     CLOSE USER-SECURITY-FILE
030100     IF NOT SIGNON-IS-OK
030200         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
030300     END-IF.
030400 1310-EXIT.
030500     EXIT.
030600
030700 1320-CHECK-ONE-USER.
030800     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
030900         AT END
031000             MOVE "Y" TO WS-USER-AT-END
031100         NOT AT END
031200             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
031300                     USER-PASSWORD = WS-ENTERED-PASSWORD
031400                 MOVE "Y" TO WS-SIGNON-OK
031500                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
031600                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
031700                 DISPLAY "  SIGNED ON - " USER-NAME
031800                     " (LEVEL " USER-AUTH-LEVEL ")"
031900             END-IF
032000     END-READ.
032100 1320-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    1500-LOAD-PENDING-QUEUE                                     *
032600*    ONE PASS OF THE QUEUE FOR THE HIGHEST SEQUENCE AND THE      *
032700*    KEYS OF THE GROUP CHANGES STILL PENDING.                    *
032800******************************************************************
032900 1500-LOAD-PENDING-QUEUE.
033000     MOVE 0 TO WS-PEND-SEQ
033100     MOVE 0 TO WS-PEND-KEY-COUNT
033200     MOVE "N" TO WS-PEND-AT-END
033300     OPEN INPUT PENDING-FILE
033400     IF NOT PENDING-FILE-OK
033500         GO TO 1500-EXIT
033600     END-IF
033700     PERFORM 1510-SCAN-ONE-PENDING THRU 1510-EXIT
033800         UNTIL PEND-SCAN-AT-END
033900     CLOSE PENDING-FILE.
034000 1500-EXIT.
034100     EXIT.
034200
034300 1510-SCAN-ONE-PENDING.
034400     READ PENDING-FILE INTO PENDING-APPROVAL-RECORD
034500         AT END
034600             MOVE "Y" TO WS-PEND-AT-END
034700             GO TO 1510-EXIT
034800     END-READ
034900     IF PEND-SEQ-NO NUMERIC AND
035000             PEND-SEQ-NO > WS-PEND-SEQ
035100         MOVE PEND-SEQ-NO TO WS-PEND-SEQ
035200     END-IF
035300     IF NOT PEND-TYPE-RELATIONSHIP OR NOT PEND-IS-PENDING
035400         GO TO 1510-EXIT
035500     END-IF
035600     IF WS-PEND-KEY-COUNT = WS-PEND-KEY-TABLE-SIZE
035700         DISPLAY "RELMNT - PENDING KEY TABLE FULL - LATER "
035800             "GROUP CHANGES NOT CHECKED FOR DUPLICATES"
035900         GO TO 1510-EXIT
036000     END-IF
036100     MOVE PEND-IMAGE TO RELATIONSHIP-RECORD
036200     ADD 1 TO WS-PEND-KEY-COUNT
036300     MOVE REL-KEY TO WS-PEND-KEY(WS-PEND-KEY-COUNT).
036400 1510-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    2000-PROCESS-ONE-REQUEST                                    *
036900******************************************************************
037000 2000-PROCESS-ONE-REQUEST.
037100     DISPLAY " "
037200     DISPLAY "N=NEW GROUP  L=GROUP LIMIT  A=ADD MEMBER  "
037300         "C=CHANGE ROLE  X=END LINK  I=INQUIRE  "
037400         "F=FIND CUSTOMER  E=END SESSION: "
037500         WITH NO ADVANCING
037600     MOVE SPACES TO WS-ENTRY-OPTION
037700     ACCEPT WS-ENTRY-OPTION
037800     EVALUATE TRUE
037900         WHEN WS-OPTION-END
038000             MOVE "Y" TO WS-DONE-SWITCH
038100         WHEN WS-OPTION-NEW-GROUP
038200             PERFORM 3000-NEW-GROUP THRU 3000-EXIT
038300         WHEN WS-OPTION-GROUP-LIMIT
038400             PERFORM 3100-CHANGE-GROUP THRU 3100-EXIT
038500         WHEN WS-OPTION-ADD-MEMBER
038600             PERFORM 4000-ADD-MEMBER THRU 4000-EXIT
038700         WHEN WS-OPTION-CHANGE-ROLE
038800             PERFORM 4100-CHANGE-ROLE THRU 4100-EXIT
038900         WHEN WS-OPTION-END-LINK
039000             PERFORM 4200-END-LINK THRU 4200-EXIT
039100         WHEN WS-OPTION-INQUIRE
039200             PERFORM 6000-INQUIRE-GROUP THRU 6000-EXIT
039300         WHEN WS-OPTION-FIND
039400             PERFORM 6100-FIND-CUSTOMER THRU 6100-EXIT
039500         WHEN OTHER
039600             DISPLAY "  INVALID OPTION - ENTER N, L, A, C, X, "
039700                 "I, F OR E"
039800     END-EVALUATE.
039900 2000-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    2100-TAKE-GROUP-ID                                          *
040400*    LEAVES GROUP-FOUND SET, AND THE HEADER IN THE RECORD AREA,  *
040500*    WHEN THE GROUP IS ON RELFILE.                               *
040600******************************************************************
040700 2100-TAKE-GROUP-ID.
040800     MOVE "N" TO WS-GROUP-FOUND
040900     DISPLAY "GROUP ID: " WITH NO ADVANCING
041000     MOVE SPACES TO WS-ENTRY-GROUP-ID
041100     ACCEPT WS-ENTRY-GROUP-ID
041200     IF WS-ENTRY-GROUP-ID = SPACES
041300         DISPLAY "  GROUP ID IS BLANK - NOTHING KEYED"
041400         GO TO 2100-EXIT
041500     END-IF
041600     MOVE WS-ENTRY-GROUP-ID TO WS-CHECK-GROUP-ID
041700     MOVE SPACES TO WS-CHECK-CUSTOMER-NO
041800     PERFORM 2150-READ-RELATIONSHIP THRU 2150-EXIT
041900     IF LINK-FOUND
042000         MOVE "Y" TO WS-GROUP-FOUND
042100         PERFORM 6200-SHOW-LINK THRU 6200-EXIT
042200     END-IF.
042300 2100-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    2150-READ-RELATIONSHIP                                      *
042800*    RANDOM READ OF WS-CHECK-KEY.  SETS LINK-FOUND.              *
042900******************************************************************
043000 2150-READ-RELATIONSHIP.
043100     MOVE "N" TO WS-LINK-FOUND
043200     IF NOT RELFILE-PRESENT
043300         GO TO 2150-EXIT
043400     END-IF
043500     MOVE WS-CHECK-KEY TO REL-KEY
043600     READ RELATIONSHIP-FILE
043700         INVALID KEY
043800             GO TO 2150-EXIT
043900     END-READ
044000     MOVE "Y" TO WS-LINK-FOUND.
044100 2150-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*    2200-TAKE-CUSTOMER-NO                                       *
044600*    THE CUSTOMER NUMBER MUST HOLD AT LEAST ONE ACCOUNT ON THE   *
044700*    LIVE MASTER - SAME KEYED START AS CUSTLKUP'S CUSTOMER       *
044800*    LOOKUP.  SETS MEMBER-FOUND AND KEEPS THE FIRST ACCOUNT'S    *
044900*    NAME.                                                       *
045000******************************************************************
045100 2200-TAKE-CUSTOMER-NO.
045200     MOVE "N" TO WS-MEMBER-FOUND
045300     MOVE SPACES TO WS-MEMBER-NAME
045400     DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
045500     MOVE SPACES TO WS-ENTRY-CUSTOMER-NO
045600     ACCEPT WS-ENTRY-CUSTOMER-NO
045700     IF WS-ENTRY-CUSTOMER-NO = SPACES
045800         DISPLAY "  CUSTOMER NUMBER IS BLANK - NOTHING KEYED"
045900         GO TO 2200-EXIT
046000     END-IF
046100     MOVE WS-ENTRY-CUSTOMER-NO TO CUST-CUSTOMER-NO
046200     MOVE LOW-VALUES TO CUST-ACCT-SUFFIX
046300     START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
046400         INVALID KEY
046500             GO TO 2200-NOT-FOUND
046600     END-START
046700     READ CUSTOMER-FILE NEXT RECORD
046800         AT END
046900             GO TO 2200-NOT-FOUND
047000     END-READ
047100     IF CUST-CUSTOMER-NO NOT = WS-ENTRY-CUSTOMER-NO
047200         GO TO 2200-NOT-FOUND
047300     END-IF
047400     MOVE "Y" TO WS-MEMBER-FOUND
047500     MOVE CUST-NAME TO WS-MEMBER-NAME
047600     DISPLAY "  CUSTOMER " WS-ENTRY-CUSTOMER-NO "  "
047700         WS-MEMBER-NAME
047800     GO TO 2200-EXIT.
047900 2200-NOT-FOUND.
048000     DISPLAY "  CUSTOMER " WS-ENTRY-CUSTOMER-NO
048100         " HAS NO ACCOUNT ON THE CUSTOMER FILE".
048200 2200-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    2300-TAKE-GROUP-NAME / 2310-TAKE-GROUP-LIMIT                *
048700*    ON A CHANGE (KEEP-IS-ALLOWED) A BLANK ENTRY KEEPS WHAT IS   *
048800*    THERE.  EACH FIELD RE-PROMPTS UNTIL IT IS VALID.            *
048900******************************************************************
049000 2300-TAKE-GROUP-NAME.
049100     DISPLAY "GROUP NAME: " WITH NO ADVANCING
049200     MOVE SPACES TO WS-ENTRY-NAME
049300     ACCEPT WS-ENTRY-NAME
049400     IF WS-ENTRY-NAME = SPACES
049500         IF KEEP-IS-ALLOWED
049600             MOVE "Y" TO WS-FIELD-OK
049700         ELSE
049800             DISPLAY "  GROUP NAME IS REQUIRED - TRY AGAIN"
049900         END-IF
050000         GO TO 2300-EXIT
050100     END-IF
050200     MOVE WS-ENTRY-NAME TO WS-NEW-GROUP-NAME
050300     MOVE "Y" TO WS-FIELD-OK.
050400 2300-EXIT.
050500     EXIT.
050600
050700 2310-TAKE-GROUP-LIMIT.
050800     DISPLAY "GROUP EXPOSURE LIMIT (DIGITS, 2 ASSUMED "
050900         "DECIMALS): " WITH NO ADVANCING
051000     MOVE SPACES TO WS-ENTRY-LIMIT-X
051100     ACCEPT WS-ENTRY-LIMIT-X
051200     EVALUATE TRUE
051300         WHEN WS-ENTRY-LIMIT-X = SPACES AND KEEP-IS-ALLOWED
051400             MOVE "Y" TO WS-FIELD-OK
051500         WHEN WS-ENTRY-LIMIT-9 IS NOT NUMERIC
051600             DISPLAY "  ELEVEN DIGITS, ZERO FILLED - TRY AGAIN"
051700         WHEN WS-ENTRY-LIMIT-9 = 0
051800             DISPLAY "  LIMIT CANNOT BE ZERO - TRY AGAIN"
051900         WHEN OTHER
052000             MOVE WS-ENTRY-LIMIT-9 TO WS-NEW-GROUP-LIMIT
052100             MOVE "Y" TO WS-FIELD-OK
052200     END-EVALUATE.
052300 2310-EXIT.
052400     EXIT.
052500
052600******************************************************************
052700*    2400-TAKE-ROLE                                              *
052800******************************************************************
052900 2400-TAKE-ROLE.
053000     DISPLAY "ROLE P=PARENT  S=SUBSIDIARY  G=GUARANTOR  "
053100         "O=PRINCIPAL (OWNER): " WITH NO ADVANCING
053200     MOVE SPACES TO WS-ENTRY-CODE
053300     ACCEPT WS-ENTRY-CODE
053400     EVALUATE WS-ENTRY-CODE
053500         WHEN "P" WHEN "p"
053600             MOVE "P" TO WS-NEW-ROLE
053700             MOVE "Y" TO WS-FIELD-OK
053800         WHEN "S" WHEN "s"
053900             MOVE "S" TO WS-NEW-ROLE
054000             MOVE "Y" TO WS-FIELD-OK
054100         WHEN "G" WHEN "g"
054200             MOVE "G" TO WS-NEW-ROLE
054300             MOVE "Y" TO WS-FIELD-OK
054400         WHEN "O" WHEN "o"
054500             MOVE "O" TO WS-NEW-ROLE
054600             MOVE "Y" TO WS-FIELD-OK
054700         WHEN OTHER
054800             DISPLAY "  ENTER P, S, G OR O"
054900     END-EVALUATE.
055000 2400-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    2500-CHECK-PENDING-KEY                                      *
055500*    IS A CHANGE TO WS-CHECK-KEY ALREADY WAITING ON THE QUEUE?   *
055600******************************************************************
055700 2500-CHECK-PENDING-KEY.
055800     MOVE "N" TO WS-PEND-KEY-FOUND
055900     MOVE 0 TO WS-PEND-SEARCH-IDX
056000     IF WS-PEND-KEY-COUNT > 0
056100         PERFORM 2510-FIND-PENDING-KEY THRU 2510-EXIT
056200             UNTIL PENDING-KEY-FOUND OR
056300             WS-PEND-SEARCH-IDX = WS-PEND-KEY-COUNT
056400     END-IF.
056500 2500-EXIT.
056600     EXIT.
056700
056800 2510-FIND-PENDING-KEY.
056900     ADD 1 TO WS-PEND-SEARCH-IDX
057000     IF WS-PEND-KEY(WS-PEND-SEARCH-IDX) = WS-CHECK-KEY
057100         MOVE "Y" TO WS-PEND-KEY-FOUND
057200     END-IF.
057300 2510-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700*    2600-CHECK-ROLE-CONFLICT                                    *
057800*    A GROUP HAS ONE ACTIVE PARENT, AND A CUSTOMER NUMBER IS     *
057900*    PARENT OR SUBSIDIARY IN ONE GROUP ONLY - OTHERWISE THE      *
058000*    SAME BALANCE WOULD COUNT IN TWO FAMILIES' EXPOSURE.  A      *
058100*    GUARANTOR OR PRINCIPAL MAY STAND BEHIND SEVERAL.  SETS      *
058200*    CONFLICT-FOUND.  OVERWRITES THE RECORD AREA.                *
058300******************************************************************
058400 2600-CHECK-ROLE-CONFLICT.
058500     MOVE "N" TO WS-CONFLICT-FOUND
058600     IF NOT RELFILE-PRESENT
058700         GO TO 2600-EXIT
058800     END-IF
058900     IF WS-NEW-ROLE = "P"
059000         MOVE "N" TO WS-SCAN-DONE
059100         MOVE WS-ENTRY-GROUP-ID TO REL-GROUP-ID
059200         MOVE SPACES TO REL-CUSTOMER-NO
059300         START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
059400             INVALID KEY
059500                 MOVE "Y" TO WS-SCAN-DONE
059600         END-START
059700         PERFORM 2610-CHECK-ONE-GROUP-LINK THRU 2610-EXIT
059800             UNTIL SCAN-IS-DONE
059900     END-IF
060000     IF CONFLICT-FOUND
060100         GO TO 2600-EXIT
060200     END-IF
060300     IF WS-NEW-ROLE = "P" OR WS-NEW-ROLE = "S"
060400         MOVE "N" TO WS-SCAN-DONE
060500         MOVE WS-ENTRY-CUSTOMER-NO TO REL-CUSTOMER-NO
060600         START RELATIONSHIP-FILE KEY IS EQUAL TO
060700                 REL-CUSTOMER-NO
060800             INVALID KEY
060900                 MOVE "Y" TO WS-SCAN-DONE
061000         END-START
061100         PERFORM 2620-CHECK-ONE-CUSTOMER-LINK THRU 2620-EXIT
061200             UNTIL SCAN-IS-DONE
061300     END-IF.
061400 2600-EXIT.
061500     EXIT.
061600
061700 2610-CHECK-ONE-GROUP-LINK.
061800     READ RELATIONSHIP-FILE NEXT RECORD
061900         AT END
062000             MOVE "Y" TO WS-SCAN-DONE
062100             GO TO 2610-EXIT
062200     END-READ
062300     IF REL-GROUP-ID NOT = WS-ENTRY-GROUP-ID
062400         MOVE "Y" TO WS-SCAN-DONE
062500         GO TO 2610-EXIT
062600     END-IF
062700     IF REL-ROLE-PARENT AND REL-IS-ACTIVE AND
062800             REL-CUSTOMER-NO NOT = WS-ENTRY-CUSTOMER-NO
062900         MOVE "Y" TO WS-CONFLICT-FOUND
063000         MOVE "Y" TO WS-SCAN-DONE
063100         DISPLAY "  GROUP " REL-GROUP-ID " ALREADY HAS PARENT "
063200             REL-CUSTOMER-NO " - END THAT LINK FIRST"
063300     END-IF.
063400 2610-EXIT.
063500     EXIT.
063600
063700 2620-CHECK-ONE-CUSTOMER-LINK.
063800     READ RELATIONSHIP-FILE NEXT RECORD
063900         AT END
064000             MOVE "Y" TO WS-SCAN-DONE
064100             GO TO 2620-EXIT
064200     END-READ
064300     IF REL-CUSTOMER-NO NOT = WS-ENTRY-CUSTOMER-NO
064400         MOVE "Y" TO WS-SCAN-DONE
064500         GO TO 2620-EXIT
064600     END-IF
064700     IF REL-ROLE-SOLE-GROUP AND REL-IS-ACTIVE AND
064800             REL-GROUP-ID NOT = WS-ENTRY-GROUP-ID
064900         MOVE REL-ROLE TO WS-TEXT-ROLE
065000         PERFORM 6300-SET-ROLE-TEXT THRU 6300-EXIT
065100         MOVE "Y" TO WS-CONFLICT-FOUND
065200         MOVE "Y" TO WS-SCAN-DONE
065300         DISPLAY "  CUSTOMER " REL-CUSTOMER-NO " IS ALREADY "
065400             WS-DISPLAY-ROLE-TEXT " IN GROUP " REL-GROUP-ID
065500     END-IF.
065600 2620-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*    2900-QUEUE-FOR-APPROVAL                                     *
066100*    THE RELATIONSHIP RECORD AS IT SHOULD STAND AFTER RELEASE    *
066200*    GOES ON THE QUEUE - REINSTAT'S PATTERN.  APPRREL STAMPS     *
066300*    THE CHECKER AND APPROVAL DATE WHEN IT RELEASES.             *
066400******************************************************************
066500 2900-QUEUE-FOR-APPROVAL.
066600     MOVE WS-OPERATOR-ID TO REL-MAKER-ID
066700     MOVE SPACES TO REL-CHECKER-ID
066800     MOVE 0 TO REL-APPROVED-DATE
066900     ADD 1 TO WS-PEND-SEQ
067000     INITIALIZE PENDING-APPROVAL-RECORD
067100     MOVE WS-PEND-SEQ TO PEND-SEQ-NO
067200     MOVE "RELMNT" TO PEND-SOURCE
067300     MOVE "G" TO PEND-TYPE
067400     MOVE "P" TO PEND-STATUS
067500     MOVE WS-RUN-DATE TO PEND-QUEUED-DATE
067600     ACCEPT WS-RUN-TIME FROM TIME
067700     MOVE WS-RUN-TIME TO PEND-QUEUED-TIME
067800     MOVE WS-OPERATOR-ID TO PEND-MAKER-ID
067900     MOVE SPACES TO PEND-CHECKER-ID
068000     MOVE 0 TO PEND-DECIDED-DATE
068100     MOVE RELATIONSHIP-RECORD TO PEND-IMAGE
068200     WRITE PENDING-APPROVAL-RECORD
068300     IF WS-PEND-KEY-COUNT < WS-PEND-KEY-TABLE-SIZE
068400         ADD 1 TO WS-PEND-KEY-COUNT
068500         MOVE REL-KEY TO WS-PEND-KEY(WS-PEND-KEY-COUNT)
068600     END-IF
068700     DISPLAY "  QUEUED FOR APPROVAL - SEQ " WS-PEND-SEQ.
068800 2900-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200*    3000-NEW-GROUP                                              *
069300******************************************************************
069400 3000-NEW-GROUP.
069500     PERFORM 2100-TAKE-GROUP-ID THRU 2100-EXIT
069600     IF WS-ENTRY-GROUP-ID = SPACES
069700         GO TO 3000-EXIT
069800     END-IF
069900     IF GROUP-FOUND
070000         DISPLAY "  GROUP IS ALREADY ON FILE - USE L TO CHANGE "
070100             "IT"
070200         GO TO 3000-EXIT
070300     END-IF
070400     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
070500     IF PENDING-KEY-FOUND
070600         DISPLAY "  THIS GROUP IS ALREADY WAITING FOR APPROVAL"
070700         GO TO 3000-EXIT
070800     END-IF
070900     MOVE "N" TO WS-KEEP-ALLOWED
071000     MOVE SPACES TO WS-NEW-GROUP-NAME
071100     MOVE 0 TO WS-NEW-GROUP-LIMIT
071200     MOVE "N" TO WS-FIELD-OK
071300     PERFORM 2300-TAKE-GROUP-NAME THRU 2300-EXIT
071400         UNTIL FIELD-IS-OK
071500     MOVE "N" TO WS-FIELD-OK
071600     PERFORM 2310-TAKE-GROUP-LIMIT THRU 2310-EXIT
071700         UNTIL FIELD-IS-OK
071800     PERFORM 3200-CONFIRM-GROUP THRU 3200-EXIT
071900     IF NOT CONFIRMED-YES
072000         DISPLAY "  NOT QUEUED"
072100         GO TO 3000-EXIT
072200     END-IF
072300     INITIALIZE RELATIONSHIP-RECORD
072400     MOVE WS-ENTRY-GROUP-ID TO REL-GROUP-ID
072500     MOVE SPACES TO REL-CUSTOMER-NO
072600     MOVE "H" TO REL-ROLE
072700     MOVE "A" TO REL-STATUS
072800     MOVE WS-NEW-GROUP-NAME TO REL-GROUP-NAME
072900     MOVE WS-NEW-GROUP-LIMIT TO REL-GROUP-LIMIT
073000     MOVE WS-RUN-DATE TO REL-EFFECTIVE-DATE
073100     MOVE 0 TO REL-ENDED-DATE
073200     PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
073300     ADD 1 TO WS-GROUPS-QUEUED.
073400 3000-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800*    3100-CHANGE-GROUP                                           *
073900*    NAME AND LIMIT ONLY - THE MEMBERS ARE MAINTAINED BY A, C    *
074000*    AND X.                                                      *
074100******************************************************************
074200 3100-CHANGE-GROUP.
074300     PERFORM 2100-TAKE-GROUP-ID THRU 2100-EXIT
074400     IF WS-ENTRY-GROUP-ID = SPACES
074500         GO TO 3100-EXIT
074600     END-IF
074700     IF NOT GROUP-FOUND
074800         DISPLAY "  GROUP IS NOT ON FILE - USE N TO CREATE IT"
074900         GO TO 3100-EXIT
075000     END-IF
075100     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
075200     IF PENDING-KEY-FOUND
075300         DISPLAY "  A CHANGE TO THIS GROUP IS ALREADY WAITING "
075400             "FOR APPROVAL"
075500         GO TO 3100-EXIT
075600     END-IF
075700     DISPLAY "  BLANK KEEPS THE CURRENT VALUE"
075800     MOVE "Y" TO WS-KEEP-ALLOWED
075900     MOVE REL-GROUP-NAME TO WS-NEW-GROUP-NAME
076000     MOVE REL-GROUP-LIMIT TO WS-NEW-GROUP-LIMIT
076100     MOVE "N" TO WS-FIELD-OK
076200     PERFORM 2300-TAKE-GROUP-NAME THRU 2300-EXIT
076300         UNTIL FIELD-IS-OK
076400     MOVE "N" TO WS-FIELD-OK
076500     PERFORM 2310-TAKE-GROUP-LIMIT THRU 2310-EXIT
076600         UNTIL FIELD-IS-OK
076700     PERFORM 3200-CONFIRM-GROUP THRU 3200-EXIT
076800     IF NOT CONFIRMED-YES
076900         DISPLAY "  NOT QUEUED"
077000         GO TO 3100-EXIT
077100     END-IF
077200     MOVE WS-NEW-GROUP-NAME TO REL-GROUP-NAME
077300     MOVE WS-NEW-GROUP-LIMIT TO REL-GROUP-LIMIT
077400     PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
077500     ADD 1 TO WS-LIMITS-QUEUED.
077600 3100-EXIT.
077700     EXIT.
077800
077900 3200-CONFIRM-GROUP.
078000     MOVE WS-NEW-GROUP-LIMIT TO WS-DISPLAY-LIMIT
078100     DISPLAY "  GROUP " WS-ENTRY-GROUP-ID "  " WS-NEW-GROUP-NAME
078200         "  LIMIT " WS-DISPLAY-LIMIT
078300     DISPLAY "QUEUE FOR APPROVAL (Y/N): " WITH NO ADVANCING
078400     MOVE SPACES TO WS-CONFIRM
078500     ACCEPT WS-CONFIRM.
078600 3200-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000*    4000-ADD-MEMBER                                             *
079100*    THE GROUP MUST BE ON FILE OR ITSELF WAITING FOR APPROVAL -  *
079200*    APPRREL RELEASES IN QUEUE ORDER AND WILL NOT RELEASE A      *
079300*    MEMBER AHEAD OF ITS GROUP.  AN ENDED LINK MAY BE TAKEN      *
079400*    BACK; AN ACTIVE ONE IS CHANGED WITH C.                      *
079500******************************************************************
079600 4000-ADD-MEMBER.
079700     PERFORM 2100-TAKE-GROUP-ID THRU 2100-EXIT
079800     IF WS-ENTRY-GROUP-ID = SPACES
079900         GO TO 4000-EXIT
080000     END-IF
080100     IF NOT GROUP-FOUND
080200         PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
080300         IF NOT PENDING-KEY-FOUND
080400             DISPLAY "  GROUP IS NOT ON FILE - USE N TO CREATE "
080500                 "IT FIRST"
080600             GO TO 4000-EXIT
080700         END-IF
080800         DISPLAY "  GROUP IS WAITING FOR APPROVAL - THE MEMBER "
080900             "WILL RELEASE AFTER IT"
081000     END-IF
081100     PERFORM 2200-TAKE-CUSTOMER-NO THRU 2200-EXIT
081200     IF NOT MEMBER-FOUND
081300         GO TO 4000-EXIT
081400     END-IF
081500     MOVE WS-ENTRY-GROUP-ID TO WS-CHECK-GROUP-ID
081600     MOVE WS-ENTRY-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
081700     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
081800     IF PENDING-KEY-FOUND
081900         DISPLAY "  A CHANGE TO THIS LINK IS ALREADY WAITING "
082000             "FOR APPROVAL"
082100         GO TO 4000-EXIT
082200     END-IF
082300     PERFORM 2150-READ-RELATIONSHIP THRU 2150-EXIT
082400     IF LINK-FOUND
082500         PERFORM 6200-SHOW-LINK THRU 6200-EXIT
082600         IF REL-IS-ACTIVE
082700             DISPLAY "  ALREADY A MEMBER - USE C TO CHANGE THE "
082800                 "ROLE"
082900             GO TO 4000-EXIT
083000         END-IF
083100     END-IF
083200     MOVE "N" TO WS-FIELD-OK
083300     PERFORM 2400-TAKE-ROLE THRU 2400-EXIT
083400         UNTIL FIELD-IS-OK
083500     PERFORM 2600-CHECK-ROLE-CONFLICT THRU 2600-EXIT
083600     IF CONFLICT-FOUND
083700         DISPLAY "  NOT QUEUED"
083800         GO TO 4000-EXIT
083900     END-IF
084000     PERFORM 4300-CONFIRM-LINK THRU 4300-EXIT
084100     IF NOT CONFIRMED-YES
084200         DISPLAY "  NOT QUEUED"
084300         GO TO 4000-EXIT
084400     END-IF
084500     INITIALIZE RELATIONSHIP-RECORD
084600     MOVE WS-ENTRY-GROUP-ID TO REL-GROUP-ID
084700     MOVE WS-ENTRY-CUSTOMER-NO TO REL-CUSTOMER-NO
084800     MOVE WS-NEW-ROLE TO REL-ROLE
084900     MOVE "A" TO REL-STATUS
085000     MOVE SPACES TO REL-GROUP-NAME
085100     MOVE 0 TO REL-GROUP-LIMIT
085200     MOVE WS-RUN-DATE TO REL-EFFECTIVE-DATE
085300     MOVE 0 TO REL-ENDED-DATE
085400     PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
085500     ADD 1 TO WS-ADDS-QUEUED.
085600 4000-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000*    4100-CHANGE-ROLE                                            *
086100******************************************************************
086200 4100-CHANGE-ROLE.
086300     PERFORM 4400-TAKE-ACTIVE-LINK THRU 4400-EXIT
086400     IF NOT LINK-FOUND
086500         GO TO 4100-EXIT
086600     END-IF
086700     MOVE "N" TO WS-FIELD-OK
086800     PERFORM 2400-TAKE-ROLE THRU 2400-EXIT
086900         UNTIL FIELD-IS-OK
087000     IF WS-NEW-ROLE = REL-ROLE
087100         DISPLAY "  ROLE IS UNCHANGED - NOT QUEUED"
087200         GO TO 4100-EXIT
087300     END-IF
087400     PERFORM 2600-CHECK-ROLE-CONFLICT THRU 2600-EXIT
087500     IF CONFLICT-FOUND
087600         DISPLAY "  NOT QUEUED"
087700         GO TO 4100-EXIT
087800     END-IF
087900     PERFORM 4300-CONFIRM-LINK THRU 4300-EXIT
088000     IF NOT CONFIRMED-YES
088100         DISPLAY "  NOT QUEUED"
088200         GO TO 4100-EXIT
088300     END-IF
088400*    THE CONFLICT SCAN MOVED THE RECORD AREA - READ THE LINK
088500*    BACK BEFORE BUILDING THE CHANGE ON IT.
088600     PERFORM 2150-READ-RELATIONSHIP THRU 2150-EXIT
088700     MOVE WS-NEW-ROLE TO REL-ROLE
088800     PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
088900     ADD 1 TO WS-ROLES-QUEUED.
089000 4100-EXIT.
089100     EXIT.
089200
089300******************************************************************
089400*    4200-END-LINK                                               *
089500*    THE LINK STAYS ON FILE, ENDED, AS THE RECORD OF IT.         *
089600******************************************************************
089700 4200-END-LINK.
089800     PERFORM 4400-TAKE-ACTIVE-LINK THRU 4400-EXIT
089900     IF NOT LINK-FOUND
090000         GO TO 4200-EXIT
090100     END-IF
090200     DISPLAY "END THIS LINK (Y/N): " WITH NO ADVANCING
090300     MOVE SPACES TO WS-CONFIRM
090400     ACCEPT WS-CONFIRM
090500     IF NOT CONFIRMED-YES
090600         DISPLAY "  NOT QUEUED"
090700         GO TO 4200-EXIT
090800     END-IF
090900     MOVE "E" TO REL-STATUS
091000     MOVE WS-RUN-DATE TO REL-ENDED-DATE
091100     PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT
091200     ADD 1 TO WS-ENDS-QUEUED.
091300 4200-EXIT.
091400     EXIT.
091500
091600 4300-CONFIRM-LINK.
091700     MOVE WS-NEW-ROLE TO WS-TEXT-ROLE
091800     PERFORM 6300-SET-ROLE-TEXT THRU 6300-EXIT
091900     DISPLAY "  GROUP " WS-ENTRY-GROUP-ID "  CUSTOMER "
092000         WS-ENTRY-CUSTOMER-NO "  ROLE " WS-DISPLAY-ROLE-TEXT
092100     DISPLAY "QUEUE FOR APPROVAL (Y/N): " WITH NO ADVANCING
092200     MOVE SPACES TO WS-CONFIRM
092300     ACCEPT WS-CONFIRM.
092400 4300-EXIT.
092500     EXIT.
092600
092700******************************************************************
092800*    4400-TAKE-ACTIVE-LINK                                       *
092900*    GROUP ID AND CUSTOMER NUMBER OF AN ACTIVE MEMBER LINK WITH  *
093000*    NO CHANGE ALREADY WAITING.  LEAVES LINK-FOUND SET, AND THE  *
093100*    LINK IN THE RECORD AREA, ONLY WHEN ALL OF THAT HOLDS.       *
093200******************************************************************
093300 4400-TAKE-ACTIVE-LINK.
093400     MOVE "N" TO WS-LINK-FOUND
093500     PERFORM 2100-TAKE-GROUP-ID THRU 2100-EXIT
093600     IF NOT GROUP-FOUND
093700         IF WS-ENTRY-GROUP-ID NOT = SPACES
093800             DISPLAY "  GROUP IS NOT ON FILE"
093900         END-IF
094000         GO TO 4400-EXIT
094100     END-IF
094200     DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
094300     MOVE SPACES TO WS-ENTRY-CUSTOMER-NO
094400     ACCEPT WS-ENTRY-CUSTOMER-NO
094500     IF WS-ENTRY-CUSTOMER-NO = SPACES
094600         DISPLAY "  CUSTOMER NUMBER IS BLANK - NOTHING KEYED"
094700         GO TO 4400-EXIT
094800     END-IF
094900     MOVE WS-ENTRY-GROUP-ID TO WS-CHECK-GROUP-ID
095000     MOVE WS-ENTRY-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
095100     PERFORM 2150-READ-RELATIONSHIP THRU 2150-EXIT
095200     IF NOT LINK-FOUND
095300         DISPLAY "  CUSTOMER " WS-ENTRY-CUSTOMER-NO
095400             " IS NOT A MEMBER OF THIS GROUP"
095500         GO TO 4400-EXIT
095600     END-IF
095700     PERFORM 6200-SHOW-LINK THRU 6200-EXIT
095800     IF NOT REL-IS-ACTIVE
095900         DISPLAY "  LINK IS ENDED - USE A TO TAKE IT BACK"
096000         MOVE "N" TO WS-LINK-FOUND
096100         GO TO 4400-EXIT
096200     END-IF
096300     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
096400     IF PENDING-KEY-FOUND
096500         DISPLAY "  A CHANGE TO THIS LINK IS ALREADY WAITING "
096600             "FOR APPROVAL"
096700         MOVE "N" TO WS-LINK-FOUND
096800     END-IF.
096900 4400-EXIT.
097000     EXIT.
097100
097200******************************************************************
097300*    6000-INQUIRE-GROUP                                          *
097400*    THE HEADER, THEN EVERY LINK - ENDED ONES INCLUDED.          *
097500******************************************************************
097600 6000-INQUIRE-GROUP.
097700     PERFORM 2100-TAKE-GROUP-ID THRU 2100-EXIT
097800     IF WS-ENTRY-GROUP-ID = SPACES
097900         GO TO 6000-EXIT
098000     END-IF
098100     IF NOT GROUP-FOUND
098200         DISPLAY "  GROUP IS NOT ON FILE"
098300         GO TO 6000-EXIT
098400     END-IF
098500     MOVE 0 TO WS-LINES-SHOWN
098600     MOVE "N" TO WS-SCAN-DONE
098700     START RELATIONSHIP-FILE KEY IS GREATER THAN REL-KEY
098800         INVALID KEY
098900             MOVE "Y" TO WS-SCAN-DONE
099000     END-START
099100     PERFORM 6010-SHOW-ONE-MEMBER THRU 6010-EXIT
099200         UNTIL SCAN-IS-DONE
099300     IF WS-LINES-SHOWN = 0
099400         DISPLAY "  NO MEMBERS ON FILE"
099500     END-IF.
099600 6000-EXIT.
099700     EXIT.
099800
099900 6010-SHOW-ONE-MEMBER.
100000     READ RELATIONSHIP-FILE NEXT RECORD
100100         AT END
100200             MOVE "Y" TO WS-SCAN-DONE
100300             GO TO 6010-EXIT
100400     END-READ
100500     IF REL-GROUP-ID NOT = WS-ENTRY-GROUP-ID
100600         MOVE "Y" TO WS-SCAN-DONE
100700         GO TO 6010-EXIT
100800     END-IF
100900     ADD 1 TO WS-LINES-SHOWN
101000     PERFORM 6200-SHOW-LINK THRU 6200-EXIT.
101100 6010-EXIT.
101200     EXIT.
101300
101400******************************************************************
101500*    6100-FIND-CUSTOMER                                          *
101600*    EVERY GROUP THE CUSTOMER NUMBER IS LINKED TO, BY THE        *
101700*    ALTERNATE KEY.                                              *
101800******************************************************************
101900 6100-FIND-CUSTOMER.
102000     DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
102100     MOVE SPACES TO WS-ENTRY-CUSTOMER-NO
102200     ACCEPT WS-ENTRY-CUSTOMER-NO
102300     IF WS-ENTRY-CUSTOMER-NO = SPACES
102400         DISPLAY "  CUSTOMER NUMBER IS BLANK - NOTHING KEYED"
102500         GO TO 6100-EXIT
102600     END-IF
102700     MOVE 0 TO WS-LINES-SHOWN
102800     MOVE "N" TO WS-SCAN-DONE
102900     IF NOT RELFILE-PRESENT
103000         MOVE "Y" TO WS-SCAN-DONE
103100     ELSE
103200         MOVE WS-ENTRY-CUSTOMER-NO TO REL-CUSTOMER-NO
103300         START RELATIONSHIP-FILE KEY IS EQUAL TO
103400                 REL-CUSTOMER-NO
103500             INVALID KEY
103600                 MOVE "Y" TO WS-SCAN-DONE
103700         END-START
103800     END-IF
103900     PERFORM 6110-SHOW-ONE-GROUP THRU 6110-EXIT
104000         UNTIL SCAN-IS-DONE
104100     IF WS-LINES-SHOWN = 0
104200         DISPLAY "  CUSTOMER " WS-ENTRY-CUSTOMER-NO
104300             " IS IN NO GROUP"
104400     END-IF.
104500 6100-EXIT.
104600     EXIT.
104700
104800 6110-SHOW-ONE-GROUP.
104900     READ RELATIONSHIP-FILE NEXT RECORD
105000         AT END
105100             MOVE "Y" TO WS-SCAN-DONE
105200             GO TO 6110-EXIT
105300     END-READ
105400     IF REL-CUSTOMER-NO NOT = WS-ENTRY-CUSTOMER-NO
105500         MOVE "Y" TO WS-SCAN-DONE
105600         GO TO 6110-EXIT
105700     END-IF
105800     ADD 1 TO WS-LINES-SHOWN
105900     PERFORM 6200-SHOW-LINK THRU 6200-EXIT.
106000 6110-EXIT.
106100     EXIT.
106200
106300******************************************************************
106400*    6200-SHOW-LINK                                              *
106500*    A HEADER SHOWS THE NAME AND LIMIT, A MEMBER ITS ROLE.       *
106600******************************************************************
106700 6200-SHOW-LINK.
106800     IF REL-IS-ACTIVE
106900         MOVE "ACTIVE" TO WS-DISPLAY-STATUS-TEXT
107000     ELSE
107100         MOVE "ENDED" TO WS-DISPLAY-STATUS-TEXT
107200     END-IF
107300     IF REL-ROLE-HEADER
107400         MOVE REL-GROUP-LIMIT TO WS-DISPLAY-LIMIT
107500         DISPLAY "  GROUP " REL-GROUP-ID "  " REL-GROUP-NAME
107600             "  LIMIT " WS-DISPLAY-LIMIT
107700         DISPLAY "           SINCE " REL-EFFECTIVE-DATE
107800             " BY " REL-MAKER-ID "/" REL-CHECKER-ID
107900             "  APPROVED " REL-APPROVED-DATE
108000     ELSE
108100         MOVE REL-ROLE TO WS-TEXT-ROLE
108200         PERFORM 6300-SET-ROLE-TEXT THRU 6300-EXIT
108300         DISPLAY "  GROUP " REL-GROUP-ID "  CUSTOMER "
108400             REL-CUSTOMER-NO "  " WS-DISPLAY-ROLE-TEXT "  "
108500             WS-DISPLAY-STATUS-TEXT "  SINCE "
108600             REL-EFFECTIVE-DATE "  ENDED " REL-ENDED-DATE
108700             "  BY " REL-MAKER-ID "/" REL-CHECKER-ID
108800     END-IF.
108900 6200-EXIT.
109000     EXIT.
109100
109200 6300-SET-ROLE-TEXT.
109300     EVALUATE WS-TEXT-ROLE
109400         WHEN "P"
109500             MOVE "PARENT" TO WS-DISPLAY-ROLE-TEXT
109600         WHEN "S"
109700             MOVE "SUBSIDIARY" TO WS-DISPLAY-ROLE-TEXT
109800         WHEN "G"
109900             MOVE "GUARANTOR" TO WS-DISPLAY-ROLE-TEXT
110000         WHEN "O"
110100             MOVE "PRINCIPAL" TO WS-DISPLAY-ROLE-TEXT
110200         WHEN OTHER
110300             MOVE "UNKNOWN" TO WS-DISPLAY-ROLE-TEXT
110400     END-EVALUATE.
110500 6300-EXIT.
110600     EXIT.
110700
110800******************************************************************
110900*    9000-TERMINATE                                              *
111000******************************************************************
111100 9000-TERMINATE.
111200     CLOSE CUSTOMER-FILE
111300     IF RELFILE-PRESENT
111400         CLOSE RELATIONSHIP-FILE
111500     END-IF
111600     CLOSE PENDING-FILE
111700     DISPLAY "RELMNT - QUEUED FOR APPROVAL: " WS-GROUPS-QUEUED
111800         " NEW GROUP(S), " WS-LIMITS-QUEUED
111900         " GROUP CHANGE(S), " WS-ADDS-QUEUED " MEMBER(S) ADDED, "
112000         WS-ROLES-QUEUED " ROLE CHANGE(S), " WS-ENDS-QUEUED
112100         " LINK(S) ENDED".
112200 9000-EXIT.
112300     EXIT.
