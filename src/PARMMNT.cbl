000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARMMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/13/2026.
000600 DATE-COMPILED.  11/13/2026.
000700******************************************************************
000800*                                                                *
000900*    PARMMNT - GOVERNED POLICY PARAMETER MAINTENANCE             *
001000*    IN THE APAYMNT MENU STYLE AND BEHIND THE SAME USERSEC       *
001100*    SIGN-ON, THE ONE PLACE THE COLLECTIONS, FINANCE AND         *
001200*    COMPLIANCE PARAMETER FILES ARE CHANGED (ACCRPARM, DUNPARM,  *
001300*    NSFPARM, CHGOPARM, APPRPARM, REFPARM, LACTPARM, MCHPARM,    *
001400*    HKPARM, GLMAP AND THE CONTROL FILE - SEE PRMDEFS):          *
001500*      I - INQUIRE A FILE, FIELD BY FIELD,                       *
001600*      C - CHANGE A RECORD,                                      *
001700*      A - ADD A RECORD TO A TABLE FILE (RATE TIERS, DUNNING     *
001800*          LEVELS, GL MAP ENTRIES),                              *
001900*      D - DELETE A RECORD FROM A TABLE FILE,                    *
002000*      S - LIST THE CHANGES WAITING OR SCHEDULED FOR A FILE.     *
002100*    THE SESSION NEEDS LEVEL 2; EACH FILE CARRIES ITS OWN        *
002200*    MAINTENANCE LEVEL IN PRMDEFS.  EVERY FIELD IS EDITED        *
002300*    AGAINST ITS OWN RULE, AND EACH FILE'S CROSS-FIELD RULES     *
002400*    ARE CHECKED ON THE WHOLE RECORD.  NOTHING HERE WRITES A     *
002500*    PARAMETER FILE: A CHANGE CARRIES AN EFFECTIVE DATE (NOT     *
002600*    BEFORE THE BUSINESS DATE) AND A REASON, AND IS QUEUED ON    *
002700*    THE PENDING-APPROVAL FILE (PEND-TYPE "M", IMAGE PCHGREC)    *
002800*    FOR A SECOND OPERATOR TO RELEASE THROUGH APPRREL.  APPRREL  *
002900*    SCHEDULES IT ON PARMCHG AND PARMAPLY APPLIES IT ON ITS      *
003000*    BUSINESS DATE.  ONE CHANGE PER RECORD MAY WAIT ON THE       *
003100*    QUEUE AT A TIME; SEVERAL MAY BE SCHEDULED AHEAD.            *
003200*                                                                *
003300*    FILES:  USERSEC  - OPERATOR SIGN-ON                         *
003400*            PENDFILE - PENDING-APPROVAL QUEUE (EXTENDED)        *
003500*            PARMCHG  - PARAMETER CHANGE SCHEDULE (READ ONLY,    *
003600*                       OPTIONAL)                                *
003700*            THE PARAMETER FILES ARE READ THROUGH PARMIO.        *
003800*                                                                *
003900******************************************************************
004000* MODIFICATION HISTORY
004100*   11/13/2026  RVH  ORIGINAL.
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS USER-SECURITY-STATUS.
005100     SELECT PENDING-FILE ASSIGN TO PENDFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS PENDING-FILE-STATUS.
005500     SELECT PARM-CHANGE-FILE ASSIGN TO PARMCHG
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS PARM-CHANGE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  USER-SECURITY-FILE
006300     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     RECORDING MODE F
006600     DATA RECORD IS USER-SECURITY-RECORD.
006700     COPY USERREC.
006800
006900 FD  PENDING-FILE
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     RECORDING MODE F
007300     DATA RECORD IS PENDING-APPROVAL-RECORD.
007400     COPY PENDREC.
007500
007600 FD  PARM-CHANGE-FILE
007700     LABEL RECORDS ARE STANDARD
007800     BLOCK CONTAINS 0 RECORDS
007900     RECORDING MODE F
008000     DATA RECORD IS PARM-CHANGE-FILE-RECORD.
008100 01  PARM-CHANGE-FILE-RECORD  PIC X(240).
008200
008300 WORKING-STORAGE SECTION.
008400******************************************************************
008500*    FILE STATUS AND SWITCHES                                    *
008600******************************************************************
008700 01  USER-SECURITY-STATUS      PIC X(02).
008800     88  USER-SECURITY-OK          VALUE "00".
008900 01  PENDING-FILE-STATUS       PIC X(02).
009000     88  PENDING-FILE-OK           VALUE "00".
009100     88  PENDING-FILE-NOT-FOUND    VALUE "05" "35".
009200 01  PARM-CHANGE-STATUS        PIC X(02).
009300     88  PARM-CHANGE-OK            VALUE "00".
009400 01  WS-USER-AT-END            PIC X(01) VALUE "N".
009500     88  USER-FILE-AT-END          VALUE "Y".
009600 01  WS-PEND-AT-END            PIC X(01) VALUE "N".
009700     88  PEND-SCAN-AT-END          VALUE "Y".
009800 01  WS-CHG-AT-END             PIC X(01) VALUE "N".
009900     88  CHANGE-SCAN-AT-END        VALUE "Y".
010000 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
010100     88  SIGNON-IS-OK              VALUE "Y".
010200 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
010300 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
010400 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
010500 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
010600 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
010700 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
010800     88  WS-DONE                   VALUE "Y".
010900 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
011000     88  WS-OPTION-INQUIRE         VALUE "I" "i".
011100     88  WS-OPTION-CHANGE          VALUE "C" "c".
011200     88  WS-OPTION-ADD             VALUE "A" "a".
011300     88  WS-OPTION-DELETE          VALUE "D" "d".
011400     88  WS-OPTION-SCHEDULED       VALUE "S" "s".
011500     88  WS-OPTION-END             VALUE "E" "e".
011600 01  WS-FILE-FOUND             PIC X(01) VALUE "N".
011700     88  FILE-FOUND                VALUE "Y".
011800 01  WS-NEED-MAINT-LEVEL       PIC X(01) VALUE "N".
011900     88  NEED-MAINT-LEVEL          VALUE "Y".
012000 01  WS-RECORD-FOUND           PIC X(01) VALUE "N".
012100     88  RECORD-FOUND              VALUE "Y".
012200 01  WS-PEND-KEY-FOUND         PIC X(01) VALUE "N".
012300     88  PENDING-KEY-FOUND         VALUE "Y".
012400 01  WS-KEEP-ALLOWED           PIC X(01) VALUE "N".
012500     88  KEEP-IS-ALLOWED           VALUE "Y".
012600 01  WS-FIELD-OK               PIC X(01) VALUE "N".
012700     88  FIELD-IS-OK               VALUE "Y".
012800 01  WS-RECORD-OK              PIC X(01) VALUE "N".
012900     88  RECORD-IS-OK              VALUE "Y".
013000 01  WS-SCHEDULE-FILTER        PIC X(01) VALUE "N".
013100     88  SCHEDULE-FOR-KEY          VALUE "Y".
013200 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
013300     88  CONFIRMED-YES             VALUE "Y" "y".
013400
013500******************************************************************
013600*    RUN CONTROL FIELDS                                          *
013700******************************************************************
013800 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013900 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
014000 01  WS-BUSINESS-DATE          PIC 9(06) VALUE 0.
014100
014200******************************************************************
014300*    THE FILE, RECORD AND FIELD IN HAND                          *
014400******************************************************************
014500 01  WS-ENTRY-FILE-NAME        PIC X(08) VALUE SPACES.
014600 01  WS-FILE-IDX               PIC 9(3) BINARY VALUE 0.
014700 01  WS-FIRST-FIELD            PIC 9(3) BINARY VALUE 0.
014800 01  WS-LAST-FIELD             PIC 9(3) BINARY VALUE 0.
014900 01  WS-FIELD-IDX              PIC 9(3) BINARY VALUE 0.
015000 01  WS-REC-IDX                PIC 9(3) BINARY VALUE 0.
015100 01  WS-SEARCH-IDX             PIC 9(3) BINARY VALUE 0.
015200 01  WS-FLD-OFF                PIC 9(03) VALUE 0.
015300 01  WS-FLD-LEN                PIC 9(02) VALUE 0.
015400 01  WS-FLD-DEC                PIC 9(01) VALUE 0.
015500 01  WS-FLD-INT                PIC 9(02) VALUE 0.
015600 01  WS-FLD-DEC-OFF            PIC 9(02) VALUE 0.
015700 01  WS-KEY-POS                PIC 9(02) VALUE 0.
015800 01  WS-CODE-TALLY             PIC 9(02) VALUE 0.
015900 01  WS-CHANGED-FIELDS         PIC 9(02) VALUE 0.
016000 01  WS-RECORD-KEY             PIC X(12) VALUE SPACES.
016100 01  WS-BUILT-KEY              PIC X(12) VALUE SPACES.
016200 01  WS-WORK-IMAGE             PIC X(60) VALUE SPACES.
016300 01  WS-BEFORE-IMAGE           PIC X(60) VALUE SPACES.
016400 01  WS-AFTER-IMAGE            PIC X(60) VALUE SPACES.
016500 01  WS-ENTRY-VALUE            PIC X(20) VALUE SPACES.
016600 01  WS-RAW-VALUE              PIC X(20) VALUE SPACES.
016700 01  WS-EDITED-VALUE           PIC X(24) VALUE SPACES.
016800 01  WS-EDITED-BEFORE          PIC X(24) VALUE SPACES.
016900 01  WS-RULE-HINT              PIC X(30) VALUE SPACES.
017000 01  WS-ENTRY-DATE             PIC X(06) VALUE SPACES.
017100 01  WS-CHECK-DATE             PIC 9(06) VALUE 0.
017200 01  WS-CHECK-DATE-FIELDS REDEFINES WS-CHECK-DATE.
017300     05  WS-CHECK-YY           PIC 9(02).
017400     05  WS-CHECK-MM           PIC 9(02).
017500     05  WS-CHECK-DD           PIC 9(02).
017600 01  WS-DATE-OK                PIC X(01) VALUE "N".
017700     88  DATE-IS-OK                VALUE "Y".
017800 01  WS-EFFECTIVE-DATE         PIC 9(06) VALUE 0.
017900 01  WS-REASON                 PIC X(30) VALUE SPACES.
018000 01  WS-ACTION                 PIC X(01) VALUE SPACES.
018100 01  WS-LINES-SHOWN            PIC 9(05) BINARY VALUE 0.
018200
018300******************************************************************
018400*    RECORD VIEWS FOR THE CROSS-FIELD RULES                      *
018500******************************************************************
018600     COPY ACCRREC.
018700     COPY MCHPREC.
018800 01  WS-LACT-CHECK.
018900     05  WS-LACT-THRESHOLD     PIC 9(7)V99.
019000     05  WS-LACT-HARD-LIMIT    PIC 9(9)V99.
019100     05  FILLER                PIC X(10).
019200     COPY CTLPARM.
019300
019400******************************************************************
019500*    PARAMETER DEFINITIONS, FILE AREA AND CHANGE RECORD          *
019600******************************************************************
019700     COPY PRMDEFS.
019800     COPY PRMWREC.
019900     COPY PCHGREC.
020000
020100******************************************************************
020200*    PENDING-APPROVAL QUEUE - THE SEQUENCE CONTINUES FROM THE    *
020300*    HIGHEST ON FILE (REINSTAT CONVENTION), AND THE FILE AND     *
020400*    RECORD KEY OF EVERY PARAMETER CHANGE STILL WAITING ARE      *
020500*    HELD SO A SECOND CHANGE TO THE SAME RECORD IS REFUSED.      *
020600******************************************************************
020700 01  WS-PEND-SEQ               PIC 9(07) VALUE 0.
020800 01  WS-PEND-KEY-TABLE-SIZE    PIC 9(3) BINARY VALUE 500.
020900 01  WS-PEND-KEY-COUNT         PIC 9(3) BINARY VALUE 0.
021000 01  WS-PEND-KEY-ENTRIES.
021100     05  WS-PEND-KEY           OCCURS 500 TIMES PIC X(20).
021200 01  WS-PEND-SEARCH-IDX        PIC 9(3) BINARY VALUE 0.
021300 01  WS-CHECK-KEY.
021400     05  WS-CHECK-FILE-NAME    PIC X(08).
021500     05  WS-CHECK-RECORD-KEY   PIC X(12).
021600
021700******************************************************************
021800*    SESSION TOTALS                                              *
021900******************************************************************
022000 01  WS-CHANGES-QUEUED         PIC 9(05) BINARY VALUE 0.
022100 01  WS-ADDS-QUEUED            PIC 9(05) BINARY VALUE 0.
022200 01  WS-DELETES-QUEUED         PIC 9(05) BINARY VALUE 0.
022300
022400 PROCEDURE DIVISION.
022500******************************************************************
022600*    0000-MAINLINE                                               *
022700******************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
023100         UNTIL WS-DONE
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT
023300     STOP RUN.
023400
023500******************************************************************
023600*    1000-INITIALIZE                                             *
023700******************************************************************
023800 1000-INITIALIZE.
023900     ACCEPT WS-RUN-DATE FROM DATE
024000     ACCEPT WS-RUN-TIME FROM TIME
024100     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
024200     IF NOT SIGNON-IS-OK
024300         DISPLAY "PARMMNT - SIGN-ON FAILED - SESSION ENDED"
024400         MOVE 8 TO RETURN-CODE
024500         STOP RUN
024600     END-IF
024700     IF WS-AUTH-LEVEL < 2
024800         DISPLAY "PARMMNT - AUTHORIZATION LEVEL "
024900             WS-AUTH-LEVEL " CANNOT MAINTAIN POLICY "
025000             "PARAMETERS - SESSION ENDED"
025100         MOVE 8 TO RETURN-CODE
025200         STOP RUN
025300     END-IF
025400     PERFORM 1400-SET-BUSINESS-DATE THRU 1400-EXIT
025500     PERFORM 1500-LOAD-PENDING-QUEUE THRU 1500-EXIT
025600     OPEN EXTEND PENDING-FILE
025700     IF PENDING-FILE-NOT-FOUND
025800         OPEN OUTPUT PENDING-FILE
025900     END-IF
026000     IF NOT PENDING-FILE-OK
026100         DISPLAY "PARMMNT - ERROR OPENING PENDING APPROVAL "
026200             "FILE - STATUS " PENDING-FILE-STATUS
026300             " - SESSION ENDED"
026400         MOVE 8 TO RETURN-CODE
026500         STOP RUN
026600     END-IF
026700     DISPLAY "PARMMNT - POLICY PARAMETER MAINTENANCE - "
026800         "BUSINESS DATE " WS-BUSINESS-DATE.
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
029300         DISPLAY "PARMMNT - USER SECURITY FILE NOT AVAILABLE "
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
032500*    1400-SET-BUSINESS-DATE                                      *
032600*    THE CONTROL FILE'S BUSINESS DATE WHEN ONE IS SET, AS        *
032700*    SAMPCOBL TAKES IT - OTHERWISE TODAY.  NO CHANGE MAY TAKE    *
032800*    EFFECT BEFORE IT.                                           *
032900******************************************************************
033000 1400-SET-BUSINESS-DATE.
033100     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
033200     MOVE "L" TO PRMW-FUNCTION
033300     MOVE "CTLFILE" TO PRMW-FILE-NAME
033400     CALL "PARMIO" USING PARAMETER-FILE-AREA
033500     IF NOT PRMW-OK OR PRMW-RECORD-COUNT = 0
033600         GO TO 1400-EXIT
033700     END-IF
033800     MOVE PRMW-RECORD(1) TO CONTROL-RECORD
033900     IF CTL-BUSINESS-DATE NUMERIC AND CTL-BUSINESS-DATE > 0
034000         MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
034100     END-IF.
034200 1400-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    1500-LOAD-PENDING-QUEUE                                     *
034700*    ONE PASS OF THE QUEUE FOR THE HIGHEST SEQUENCE AND THE      *
034800*    KEYS OF THE PARAMETER CHANGES STILL PENDING.                *
034900******************************************************************
035000 1500-LOAD-PENDING-QUEUE.
035100     MOVE 0 TO WS-PEND-SEQ
035200     MOVE 0 TO WS-PEND-KEY-COUNT
035300     MOVE "N" TO WS-PEND-AT-END
035400     OPEN INPUT PENDING-FILE
035500     IF NOT PENDING-FILE-OK
035600         GO TO 1500-EXIT
035700     END-IF
035800     PERFORM 1510-SCAN-ONE-PENDING THRU 1510-EXIT
035900         UNTIL PEND-SCAN-AT-END
036000     CLOSE PENDING-FILE.
036100 1500-EXIT.
036200     EXIT.
036300
036400 1510-SCAN-ONE-PENDING.
036500     READ PENDING-FILE INTO PENDING-APPROVAL-RECORD
036600         AT END
036700             MOVE "Y" TO WS-PEND-AT-END
036800             GO TO 1510-EXIT
036900     END-READ
037000     IF PEND-SEQ-NO NUMERIC AND
037100             PEND-SEQ-NO > WS-PEND-SEQ
037200         MOVE PEND-SEQ-NO TO WS-PEND-SEQ
037300     END-IF
037400     IF NOT PEND-TYPE-PARAMETER OR NOT PEND-IS-PENDING
037500         GO TO 1510-EXIT
037600     END-IF
037700     IF WS-PEND-KEY-COUNT = WS-PEND-KEY-TABLE-SIZE
037800         DISPLAY "PARMMNT - PENDING KEY TABLE FULL - LATER "
037900             "CHANGES NOT CHECKED FOR DUPLICATES"
038000         GO TO 1510-EXIT
038100     END-IF
038200     MOVE PEND-IMAGE TO PARAMETER-CHANGE-RECORD
038300     ADD 1 TO WS-PEND-KEY-COUNT
038400     MOVE PCHG-FILE-NAME TO WS-CHECK-FILE-NAME
038500     MOVE PCHG-RECORD-KEY TO WS-CHECK-RECORD-KEY
038600     MOVE WS-CHECK-KEY TO WS-PEND-KEY(WS-PEND-KEY-COUNT).
038700 1510-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    2000-PROCESS-ONE-REQUEST                                    *
039200******************************************************************
039300 2000-PROCESS-ONE-REQUEST.
039400     DISPLAY " "
039500     DISPLAY "I=INQUIRE FILE  C=CHANGE  A=ADD RECORD  "
039600         "D=DELETE RECORD  S=SCHEDULED CHANGES  "
039700         "E=END SESSION: " WITH NO ADVANCING
039800     MOVE SPACES TO WS-ENTRY-OPTION
039900     ACCEPT WS-ENTRY-OPTION
040000     EVALUATE TRUE
040100         WHEN WS-OPTION-END
040200             MOVE "Y" TO WS-DONE-SWITCH
040300         WHEN WS-OPTION-INQUIRE
040400             PERFORM 3000-INQUIRE-FILE THRU 3000-EXIT
040500         WHEN WS-OPTION-CHANGE
040600             PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
040700         WHEN WS-OPTION-ADD
040800             PERFORM 4100-ADD-RECORD THRU 4100-EXIT
040900         WHEN WS-OPTION-DELETE
041000             PERFORM 4200-DELETE-RECORD THRU 4200-EXIT
041100         WHEN WS-OPTION-SCHEDULED
041200             PERFORM 5000-SHOW-SCHEDULED THRU 5000-EXIT
041300         WHEN OTHER
041400             DISPLAY "  INVALID OPTION - ENTER I, C, A, D, S "
041500                 "OR E"
041600     END-EVALUATE.
041700 2000-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    2100-TAKE-FILE-NAME                                         *
042200*    THE DD NAME OF A PARAMETER FILE ("?" LISTS THEM).  SETS     *
042300*    FILE-FOUND, THE FILE'S FIELD RANGE, AND LOADS THE FILE.     *
042400*    FOR A CHANGE (NEED-MAINT-LEVEL) THE OPERATOR MUST HOLD THE  *
042500*    FILE'S MAINTENANCE LEVEL.                                   *
042600******************************************************************
042700 2100-TAKE-FILE-NAME.
042800     MOVE "N" TO WS-FILE-FOUND
042900     DISPLAY "PARAMETER FILE (DD NAME, ? TO LIST): "
043000         WITH NO ADVANCING
043100     MOVE SPACES TO WS-ENTRY-FILE-NAME
043200     ACCEPT WS-ENTRY-FILE-NAME
043300     INSPECT WS-ENTRY-FILE-NAME CONVERTING
043400         "abcdefghijklmnopqrstuvwxyz" TO
043500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
043600     IF WS-ENTRY-FILE-NAME = SPACES
043700         DISPLAY "  FILE NAME IS BLANK - NOTHING KEYED"
043800         GO TO 2100-EXIT
043900     END-IF
044000     IF WS-ENTRY-FILE-NAME = "?"
044100         MOVE 0 TO WS-SEARCH-IDX
044200         PERFORM 2120-LIST-ONE-FILE THRU 2120-EXIT
044300             UNTIL WS-SEARCH-IDX = PRMF-FILE-COUNT
044400         GO TO 2100-EXIT
044500     END-IF
044600     MOVE 0 TO WS-FILE-IDX
044700     MOVE 0 TO WS-SEARCH-IDX
044800     PERFORM 2110-FIND-FILE THRU 2110-EXIT
044900         UNTIL WS-FILE-IDX > 0 OR
045000         WS-SEARCH-IDX = PRMF-FILE-COUNT
045100     IF WS-FILE-IDX = 0
045200         DISPLAY "  " WS-ENTRY-FILE-NAME " IS NOT A GOVERNED "
045300             "PARAMETER FILE - ? LISTS THEM"
045400         GO TO 2100-EXIT
045500     END-IF
045600     IF NEED-MAINT-LEVEL AND
045700             WS-AUTH-LEVEL < PRMF-MAINT-LEVEL(WS-FILE-IDX)
045800         DISPLAY "  " WS-ENTRY-FILE-NAME " NEEDS LEVEL "
045900             PRMF-MAINT-LEVEL(WS-FILE-IDX) " TO MAINTAIN"
046000         GO TO 2100-EXIT
046100     END-IF
046200     MOVE 0 TO WS-FIRST-FIELD
046300     MOVE 0 TO WS-LAST-FIELD
046400     MOVE 0 TO WS-SEARCH-IDX
046500     PERFORM 2130-FIND-FILE-FIELDS THRU 2130-EXIT
046600         UNTIL WS-SEARCH-IDX = PRMD-FIELD-COUNT
046700     MOVE "L" TO PRMW-FUNCTION
046800     MOVE WS-ENTRY-FILE-NAME TO PRMW-FILE-NAME
046900     CALL "PARMIO" USING PARAMETER-FILE-AREA
047000     IF NOT PRMW-OK
047100         DISPLAY "  " WS-ENTRY-FILE-NAME " COULD NOT BE READ - "
047200             "PARMIO STATUS " PRMW-STATUS " FILE STATUS "
047300             PRMW-FILE-STATUS
047400         GO TO 2100-EXIT
047500     END-IF
047600     MOVE "Y" TO WS-FILE-FOUND
047700     DISPLAY "  " PRMF-FILE-NAME(WS-FILE-IDX) "  "
047800         PRMF-DESCRIPTION(WS-FILE-IDX) "  "
047900         PRMW-RECORD-COUNT " RECORD(S)".
048000 2100-EXIT.
048100     EXIT.
048200
048300 2110-FIND-FILE.
048400     ADD 1 TO WS-SEARCH-IDX
048500     IF PRMF-FILE-NAME(WS-SEARCH-IDX) = WS-ENTRY-FILE-NAME
048600         MOVE WS-SEARCH-IDX TO WS-FILE-IDX
048700     END-IF.
048800 2110-EXIT.
048900     EXIT.
049000
049100 2120-LIST-ONE-FILE.
049200     ADD 1 TO WS-SEARCH-IDX
049300     DISPLAY "  " PRMF-FILE-NAME(WS-SEARCH-IDX) "  "
049400         PRMF-DESCRIPTION(WS-SEARCH-IDX) "  LEVEL "
049500         PRMF-MAINT-LEVEL(WS-SEARCH-IDX).
049600 2120-EXIT.
049700     EXIT.
049800
049900 2130-FIND-FILE-FIELDS.
050000     ADD 1 TO WS-SEARCH-IDX
050100     IF PRMD-FILE-NAME(WS-SEARCH-IDX) =
050200             PRMF-FILE-NAME(WS-FILE-IDX)
050300         IF WS-FIRST-FIELD = 0
050400             MOVE WS-SEARCH-IDX TO WS-FIRST-FIELD
050500         END-IF
050600         MOVE WS-SEARCH-IDX TO WS-LAST-FIELD
050700     END-IF.
050800 2130-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    2200-TAKE-RECORD-KEY                                        *
051300*    A ONE-RECORD FILE HAS NO KEY - ITS RECORD IS THE FIRST      *
051400*    (RECORD-FOUND IS OFF WHEN THE FILE IS EMPTY).  A TABLE      *
051500*    FILE'S KEY FIELDS ARE KEYED AND EDITED LIKE ANY FIELD;      *
051600*    WS-AFTER-IMAGE HOLDS THEM AND WS-RECORD-KEY THE KEY.        *
051700*    WS-REC-IDX POINTS AT THE MATCHING RECORD, IF ANY.           *
051800******************************************************************
051900 2200-TAKE-RECORD-KEY.
052000     MOVE "N" TO WS-RECORD-FOUND
052100     MOVE 0 TO WS-REC-IDX
052200     MOVE SPACES TO WS-RECORD-KEY
052300     MOVE SPACES TO WS-AFTER-IMAGE
052400     IF NOT PRMF-IS-TABLE(WS-FILE-IDX)
052500         IF PRMW-RECORD-COUNT > 0
052600             MOVE 1 TO WS-REC-IDX
052700             MOVE "Y" TO WS-RECORD-FOUND
052800         END-IF
052900         GO TO 2200-EXIT
053000     END-IF
053100     MOVE "N" TO WS-KEEP-ALLOWED
053200     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
053300     SUBTRACT 1 FROM WS-FIELD-IDX
053400     PERFORM 2210-TAKE-ONE-KEY-FIELD THRU 2210-EXIT
053500         UNTIL WS-FIELD-IDX = WS-LAST-FIELD
053600     MOVE WS-AFTER-IMAGE TO WS-WORK-IMAGE
053700     PERFORM 2300-BUILD-KEY THRU 2300-EXIT
053800     MOVE WS-BUILT-KEY TO WS-RECORD-KEY
053900     MOVE 0 TO WS-SEARCH-IDX
054000     PERFORM 2220-FIND-RECORD THRU 2220-EXIT
054100         UNTIL RECORD-FOUND OR
054200         WS-SEARCH-IDX = PRMW-RECORD-COUNT.
054300 2200-EXIT.
054400     EXIT.
054500
054600 2210-TAKE-ONE-KEY-FIELD.
054700     ADD 1 TO WS-FIELD-IDX
054800     IF NOT PRMD-IS-KEY(WS-FIELD-IDX)
054900         GO TO 2210-EXIT
055000     END-IF
055100     MOVE "N" TO WS-FIELD-OK
055200     PERFORM 4400-TAKE-FIELD-VALUE THRU 4400-EXIT
055300         UNTIL FIELD-IS-OK.
055400 2210-EXIT.
055500     EXIT.
055600
055700 2220-FIND-RECORD.
055800     ADD 1 TO WS-SEARCH-IDX
055900     MOVE PRMW-RECORD(WS-SEARCH-IDX) TO WS-WORK-IMAGE
056000     PERFORM 2300-BUILD-KEY THRU 2300-EXIT
056100     IF WS-BUILT-KEY = WS-RECORD-KEY
056200         MOVE WS-SEARCH-IDX TO WS-REC-IDX
056300         MOVE "Y" TO WS-RECORD-FOUND
056400     END-IF.
056500 2220-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    2300-BUILD-KEY                                              *
057000*    THE KEY FIELDS OF WS-WORK-IMAGE, IN FIELD ORDER, INTO       *
057100*    WS-BUILT-KEY.                                               *
057200******************************************************************
057300 2300-BUILD-KEY.
057400     MOVE SPACES TO WS-BUILT-KEY
057500     MOVE 1 TO WS-KEY-POS
057600     MOVE WS-FIRST-FIELD TO WS-SEARCH-IDX
057700     SUBTRACT 1 FROM WS-SEARCH-IDX
057800     PERFORM 2310-ADD-ONE-KEY-FIELD THRU 2310-EXIT
057900         UNTIL WS-SEARCH-IDX = WS-LAST-FIELD.
058000 2300-EXIT.
058100     EXIT.
058200
058300 2310-ADD-ONE-KEY-FIELD.
058400     ADD 1 TO WS-SEARCH-IDX
058500     IF NOT PRMD-IS-KEY(WS-SEARCH-IDX)
058600         GO TO 2310-EXIT
058700     END-IF
058800     MOVE WS-WORK-IMAGE(PRMD-OFFSET(WS-SEARCH-IDX):
058900         PRMD-LENGTH(WS-SEARCH-IDX)) TO
059000         WS-BUILT-KEY(WS-KEY-POS:PRMD-LENGTH(WS-SEARCH-IDX))
059100     ADD PRMD-LENGTH(WS-SEARCH-IDX) TO WS-KEY-POS.
059200 2310-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600*    2500-CHECK-PENDING-KEY                                      *
059700*    IS A CHANGE TO THIS FILE AND RECORD ALREADY WAITING?        *
059800******************************************************************
059900 2500-CHECK-PENDING-KEY.
060000     MOVE PRMF-FILE-NAME(WS-FILE-IDX) TO WS-CHECK-FILE-NAME
060100     MOVE WS-RECORD-KEY TO WS-CHECK-RECORD-KEY
060200     MOVE "N" TO WS-PEND-KEY-FOUND
060300     MOVE 0 TO WS-PEND-SEARCH-IDX
060400     IF WS-PEND-KEY-COUNT > 0
060500         PERFORM 2510-FIND-PENDING-KEY THRU 2510-EXIT
060600             UNTIL PENDING-KEY-FOUND OR
060700             WS-PEND-SEARCH-IDX = WS-PEND-KEY-COUNT
060800     END-IF
060900     IF PENDING-KEY-FOUND
061000         DISPLAY "  A CHANGE TO THIS RECORD IS ALREADY WAITING "
061100             "FOR APPROVAL"
061200     END-IF.
061300 2500-EXIT.
061400     EXIT.
061500
061600 2510-FIND-PENDING-KEY.
061700     ADD 1 TO WS-PEND-SEARCH-IDX
061800     IF WS-PEND-KEY(WS-PEND-SEARCH-IDX) = WS-CHECK-KEY
061900         MOVE "Y" TO WS-PEND-KEY-FOUND
062000     END-IF.
062100 2510-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500*    2900-QUEUE-FOR-APPROVAL                                     *
062600*    THE CHANGE GOES ON THE QUEUE - REINSTAT'S PATTERN.          *
062700*    APPRREL STAMPS THE CHECKER AND SCHEDULES IT.                *
062800******************************************************************
062900 2900-QUEUE-FOR-APPROVAL.
063000     ADD 1 TO WS-PEND-SEQ
063100     INITIALIZE PARAMETER-CHANGE-RECORD
063200     MOVE PRMF-FILE-NAME(WS-FILE-IDX) TO PCHG-FILE-NAME
063300     MOVE WS-RECORD-KEY TO PCHG-RECORD-KEY
063400     MOVE WS-ACTION TO PCHG-ACTION
063500     MOVE WS-EFFECTIVE-DATE TO PCHG-EFFECTIVE-DATE
063600     MOVE WS-BEFORE-IMAGE TO PCHG-BEFORE-IMAGE
063700     MOVE WS-AFTER-IMAGE TO PCHG-AFTER-IMAGE
063800     MOVE WS-REASON TO PCHG-REASON
063900     MOVE WS-OPERATOR-ID TO PCHG-MAKER-ID
064000     MOVE WS-RUN-DATE TO PCHG-QUEUED-DATE
064100     MOVE SPACES TO PCHG-CHECKER-ID
064200     MOVE 0 TO PCHG-APPROVED-DATE
064300     MOVE WS-PEND-SEQ TO PCHG-PEND-SEQ-NO
064400     MOVE SPACE TO PCHG-STATUS
064500     MOVE 0 TO PCHG-APPLIED-DATE
064600     INITIALIZE PENDING-APPROVAL-RECORD
064700     MOVE WS-PEND-SEQ TO PEND-SEQ-NO
064800     MOVE "PARMMNT" TO PEND-SOURCE
064900     MOVE "M" TO PEND-TYPE
065000     MOVE "P" TO PEND-STATUS
065100     MOVE WS-RUN-DATE TO PEND-QUEUED-DATE
065200     ACCEPT WS-RUN-TIME FROM TIME
065300     MOVE WS-RUN-TIME TO PEND-QUEUED-TIME
065400     MOVE WS-OPERATOR-ID TO PEND-MAKER-ID
065500     MOVE SPACES TO PEND-CHECKER-ID
065600     MOVE 0 TO PEND-DECIDED-DATE
065700     MOVE PARAMETER-CHANGE-RECORD TO PEND-IMAGE
065800     WRITE PENDING-APPROVAL-RECORD
065900     IF WS-PEND-KEY-COUNT < WS-PEND-KEY-TABLE-SIZE
066000         ADD 1 TO WS-PEND-KEY-COUNT
066100         MOVE WS-CHECK-KEY TO WS-PEND-KEY(WS-PEND-KEY-COUNT)
066200     END-IF
066300     DISPLAY "  QUEUED FOR APPROVAL - SEQ " WS-PEND-SEQ.
066400 2900-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*    3000-INQUIRE-FILE                                           *
066900*    EVERY RECORD, FIELD BY FIELD, AS IT STANDS TONIGHT.         *
067000******************************************************************
067100 3000-INQUIRE-FILE.
067200     MOVE "N" TO WS-NEED-MAINT-LEVEL
067300     PERFORM 2100-TAKE-FILE-NAME THRU 2100-EXIT
067400     IF NOT FILE-FOUND
067500         GO TO 3000-EXIT
067600     END-IF
067700     MOVE 0 TO WS-REC-IDX
067800     PERFORM 3010-SHOW-ONE-RECORD THRU 3010-EXIT
067900         UNTIL WS-REC-IDX = PRMW-RECORD-COUNT.
068000 3000-EXIT.
068100     EXIT.
068200
068300 3010-SHOW-ONE-RECORD.
068400     ADD 1 TO WS-REC-IDX
068500     MOVE PRMW-RECORD(WS-REC-IDX) TO WS-WORK-IMAGE
068600     IF PRMF-IS-TABLE(WS-FILE-IDX)
068700         DISPLAY "  RECORD " WS-REC-IDX
068800     END-IF
068900     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
069000     SUBTRACT 1 FROM WS-FIELD-IDX
069100     PERFORM 3020-SHOW-ONE-FIELD THRU 3020-EXIT
069200         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
069300 3010-EXIT.
069400     EXIT.
069500
069600 3020-SHOW-ONE-FIELD.
069700     ADD 1 TO WS-FIELD-IDX
069800     PERFORM 7100-SET-FIELD THRU 7100-EXIT
069900     MOVE SPACES TO WS-RAW-VALUE
070000     MOVE WS-WORK-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO WS-RAW-VALUE
070100     PERFORM 7200-EDIT-VALUE THRU 7200-EXIT
070200     DISPLAY "    " PRMD-FIELD-NAME(WS-FIELD-IDX) " "
070300         WS-EDITED-VALUE.
070400 3020-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800*    4000-CHANGE-RECORD                                          *
070900*    KEY FIELDS ARE NOT CHANGED - DELETE AND ADD INSTEAD.  AN    *
071000*    EMPTY ONE-RECORD FILE IS GIVEN ITS RECORD AS AN ADD.        *
071100******************************************************************
071200 4000-CHANGE-RECORD.
071300     MOVE "Y" TO WS-NEED-MAINT-LEVEL
071400     PERFORM 2100-TAKE-FILE-NAME THRU 2100-EXIT
071500     IF NOT FILE-FOUND
071600         GO TO 4000-EXIT
071700     END-IF
071800     PERFORM 2200-TAKE-RECORD-KEY THRU 2200-EXIT
071900     IF NOT RECORD-FOUND AND PRMF-IS-TABLE(WS-FILE-IDX)
072000         DISPLAY "  NO RECORD WITH THAT KEY - USE A TO ADD ONE"
072100         GO TO 4000-EXIT
072200     END-IF
072300     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
072400     IF PENDING-KEY-FOUND
072500         GO TO 4000-EXIT
072600     END-IF
072700     MOVE "Y" TO WS-SCHEDULE-FILTER
072800     PERFORM 5100-LIST-SCHEDULE THRU 5100-EXIT
072900     IF RECORD-FOUND
073000         MOVE "C" TO WS-ACTION
073100         MOVE PRMW-RECORD(WS-REC-IDX) TO WS-BEFORE-IMAGE
073200         MOVE "Y" TO WS-KEEP-ALLOWED
073300         DISPLAY "  BLANK KEEPS THE CURRENT VALUE, - CLEARS A "
073400             "FIELD THAT MAY BE BLANK"
073500     ELSE
073600         MOVE "A" TO WS-ACTION
073700         MOVE SPACES TO WS-BEFORE-IMAGE
073800         MOVE "N" TO WS-KEEP-ALLOWED
073900         DISPLAY "  " PRMF-FILE-NAME(WS-FILE-IDX)
074000             " IS EMPTY - ITS RECORD WILL BE ADDED"
074100     END-IF
074200     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
074300     PERFORM 4300-TAKE-NEW-VALUES THRU 4300-EXIT
074400     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
074500         DISPLAY "  NOTHING CHANGED - NOT QUEUED"
074600         GO TO 4000-EXIT
074700     END-IF
074800     PERFORM 4800-FINISH-CHANGE THRU 4800-EXIT
074900     IF CONFIRMED-YES
075000         ADD 1 TO WS-CHANGES-QUEUED
075100     END-IF.
075200 4000-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600*    4100-ADD-RECORD                                             *
075700******************************************************************
075800 4100-ADD-RECORD.
075900     MOVE "Y" TO WS-NEED-MAINT-LEVEL
076000     PERFORM 2100-TAKE-FILE-NAME THRU 2100-EXIT
076100     IF NOT FILE-FOUND
076200         GO TO 4100-EXIT
076300     END-IF
076400     IF NOT PRMF-IS-TABLE(WS-FILE-IDX)
076500         DISPLAY "  " PRMF-FILE-NAME(WS-FILE-IDX)
076600             " HOLDS ONE RECORD - USE C TO CHANGE IT"
076700         GO TO 4100-EXIT
076800     END-IF
076900     PERFORM 2200-TAKE-RECORD-KEY THRU 2200-EXIT
077000     IF RECORD-FOUND
077100         DISPLAY "  A RECORD WITH THAT KEY IS ON FILE - USE C "
077200             "TO CHANGE IT"
077300         GO TO 4100-EXIT
077400     END-IF
077500     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
077600     IF PENDING-KEY-FOUND
077700         GO TO 4100-EXIT
077800     END-IF
077900     MOVE "Y" TO WS-SCHEDULE-FILTER
078000     PERFORM 5100-LIST-SCHEDULE THRU 5100-EXIT
078100     MOVE "A" TO WS-ACTION
078200     MOVE SPACES TO WS-BEFORE-IMAGE
078300     MOVE "N" TO WS-KEEP-ALLOWED
078400     PERFORM 4300-TAKE-NEW-VALUES THRU 4300-EXIT
078500     PERFORM 4800-FINISH-CHANGE THRU 4800-EXIT
078600     IF CONFIRMED-YES
078700         ADD 1 TO WS-ADDS-QUEUED
078800     END-IF.
078900 4100-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300*    4200-DELETE-RECORD                                          *
079400******************************************************************
079500 4200-DELETE-RECORD.
079600     MOVE "Y" TO WS-NEED-MAINT-LEVEL
079700     PERFORM 2100-TAKE-FILE-NAME THRU 2100-EXIT
079800     IF NOT FILE-FOUND
079900         GO TO 4200-EXIT
080000     END-IF
080100     IF NOT PRMF-IS-TABLE(WS-FILE-IDX)
080200         DISPLAY "  " PRMF-FILE-NAME(WS-FILE-IDX)
080300             " HOLDS ONE RECORD - IT CANNOT BE DELETED"
080400         GO TO 4200-EXIT
080500     END-IF
080600     PERFORM 2200-TAKE-RECORD-KEY THRU 2200-EXIT
080700     IF NOT RECORD-FOUND
080800         DISPLAY "  NO RECORD WITH THAT KEY"
080900         GO TO 4200-EXIT
081000     END-IF
081100     PERFORM 2500-CHECK-PENDING-KEY THRU 2500-EXIT
081200     IF PENDING-KEY-FOUND
081300         GO TO 4200-EXIT
081400     END-IF
081500     MOVE "Y" TO WS-SCHEDULE-FILTER
081600     PERFORM 5100-LIST-SCHEDULE THRU 5100-EXIT
081700     MOVE PRMW-RECORD(WS-REC-IDX) TO WS-WORK-IMAGE
081800     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
081900     SUBTRACT 1 FROM WS-FIELD-IDX
082000     PERFORM 3020-SHOW-ONE-FIELD THRU 3020-EXIT
082100         UNTIL WS-FIELD-IDX = WS-LAST-FIELD
082200     MOVE "D" TO WS-ACTION
082300     MOVE PRMW-RECORD(WS-REC-IDX) TO WS-BEFORE-IMAGE
082400     MOVE SPACES TO WS-AFTER-IMAGE
082500     PERFORM 4800-FINISH-CHANGE THRU 4800-EXIT
082600     IF CONFIRMED-YES
082700         ADD 1 TO WS-DELETES-QUEUED
082800     END-IF.
082900 4200-EXIT.
083000     EXIT.
083100
083200******************************************************************
083300*    4300-TAKE-NEW-VALUES                                        *
083400*    EVERY FIELD THAT IS NOT PART OF THE KEY, INTO               *
083500*    WS-AFTER-IMAGE.  EACH RE-PROMPTS UNTIL IT PASSES ITS RULE.  *
083600******************************************************************
083700 4300-TAKE-NEW-VALUES.
083800     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
083900     SUBTRACT 1 FROM WS-FIELD-IDX
084000     PERFORM 4310-TAKE-ONE-FIELD THRU 4310-EXIT
084100         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
084200 4300-EXIT.
084300     EXIT.
084400
084500 4310-TAKE-ONE-FIELD.
084600     ADD 1 TO WS-FIELD-IDX
084700     IF PRMD-IS-KEY(WS-FIELD-IDX)
084800         GO TO 4310-EXIT
084900     END-IF
085000     MOVE "N" TO WS-FIELD-OK
085100     PERFORM 4400-TAKE-FIELD-VALUE THRU 4400-EXIT
085200         UNTIL FIELD-IS-OK.
085300 4310-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700*    4400-TAKE-FIELD-VALUE                                       *
085800*    PROMPTS FOR THE FIELD AT WS-FIELD-IDX, EDITS THE ENTRY      *
085900*    AGAINST ITS RULE AND, WHEN IT PASSES, PLACES IT IN          *
086000*    WS-AFTER-IMAGE.  ON A CHANGE (KEEP-IS-ALLOWED) A BLANK      *
086100*    ENTRY KEEPS WHAT IS THERE AND "-" CLEARS A FIELD WHOSE      *
086200*    RULE ALLOWS BLANK.  DIGITS ARE KEYED ZERO-FILLED TO THE     *
086300*    FIELD'S LENGTH WITH THE DECIMALS ASSUMED, AS ELSEWHERE.     *
086400******************************************************************
086500 4400-TAKE-FIELD-VALUE.
086600     PERFORM 7100-SET-FIELD THRU 7100-EXIT
086700     PERFORM 7300-SET-RULE-HINT THRU 7300-EXIT
086800     IF KEEP-IS-ALLOWED
086900         MOVE SPACES TO WS-RAW-VALUE
087000         MOVE WS-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO
087100             WS-RAW-VALUE
087200         PERFORM 7200-EDIT-VALUE THRU 7200-EXIT
087300         DISPLAY "  " PRMD-FIELD-NAME(WS-FIELD-IDX) " NOW "
087400             WS-EDITED-VALUE
087500     END-IF
087600     DISPLAY "  " PRMD-FIELD-NAME(WS-FIELD-IDX) " ("
087700         WS-RULE-HINT "): " WITH NO ADVANCING
087800     MOVE SPACES TO WS-ENTRY-VALUE
087900     ACCEPT WS-ENTRY-VALUE
088000     INSPECT WS-ENTRY-VALUE CONVERTING
088100         "abcdefghijklmnopqrstuvwxyz" TO
088200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
088300     IF WS-ENTRY-VALUE = SPACES AND KEEP-IS-ALLOWED
088400         MOVE "Y" TO WS-FIELD-OK
088500         GO TO 4400-EXIT
088600     END-IF
088700     IF WS-ENTRY-VALUE = "-" OR WS-ENTRY-VALUE = SPACES
088800         IF PRMD-RULE(WS-FIELD-IDX) = "B" OR
088900                 PRMD-RULE(WS-FIELD-IDX) = "T"
089000             MOVE SPACES TO
089100                 WS-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
089200             MOVE "Y" TO WS-FIELD-OK
089300         ELSE
089400             DISPLAY "  THIS FIELD CANNOT BE BLANK - TRY AGAIN"
089500         END-IF
089600         GO TO 4400-EXIT
089700     END-IF
089800     PERFORM 4410-EDIT-FIELD-VALUE THRU 4410-EXIT
089900     IF FIELD-IS-OK
090000         MOVE WS-ENTRY-VALUE(1:WS-FLD-LEN) TO
090100             WS-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
090200     END-IF.
090300 4400-EXIT.
090400     EXIT.
090500
090600******************************************************************
090700*    4410-EDIT-FIELD-VALUE                                       *
090800*    THE ENTRY AGAINST THE FIELD'S RULE (SEE PRMDEFS).  SETS     *
090900*    FIELD-IS-OK OR SAYS WHAT IS WRONG.                          *
091000******************************************************************
091100 4410-EDIT-FIELD-VALUE.
091200     IF WS-ENTRY-VALUE(WS-FLD-LEN + 1:) NOT = SPACES
091300         DISPLAY "  LONGER THAN " WS-FLD-LEN
091400             " CHARACTERS - TRY AGAIN"
091500         GO TO 4410-EXIT
091600     END-IF
091700     EVALUATE PRMD-RULE(WS-FIELD-IDX)
091800         WHEN "N"
091900         WHEN "P"
092000             IF WS-ENTRY-VALUE(1:WS-FLD-LEN) NOT NUMERIC
092100                 DISPLAY "  " WS-FLD-LEN " DIGITS, ZERO "
092200                     "FILLED - TRY AGAIN"
092300                 GO TO 4410-EXIT
092400             END-IF
092500             IF PRMD-RULE(WS-FIELD-IDX) = "P" AND
092600                     WS-ENTRY-VALUE(1:WS-FLD-LEN) = ZEROS
092700                 DISPLAY "  THIS FIELD CANNOT BE ZERO - TRY "
092800                     "AGAIN"
092900                 GO TO 4410-EXIT
093000             END-IF
093100         WHEN "D"
093200         WHEN "Z"
093300             MOVE WS-ENTRY-VALUE(1:6) TO WS-ENTRY-DATE
093400             PERFORM 4420-CHECK-DATE THRU 4420-EXIT
093500             IF NOT DATE-IS-OK
093600                 IF PRMD-RULE(WS-FIELD-IDX) = "D" OR
093700                         WS-ENTRY-DATE NOT = "000000"
093800                     DISPLAY "  A VALID DATE AS YYMMDD - TRY "
093900                         "AGAIN"
094000                     GO TO 4410-EXIT
094100                 END-IF
094200             END-IF
094300         WHEN "C"
094400         WHEN "B"
094500             MOVE 0 TO WS-CODE-TALLY
094600             IF WS-ENTRY-VALUE(1:1) NOT = SPACE
094700                 INSPECT PRMD-VALID-CODES(WS-FIELD-IDX)
094800                     TALLYING WS-CODE-TALLY
094900                     FOR ALL WS-ENTRY-VALUE(1:1)
095000             END-IF
095100             IF WS-CODE-TALLY = 0
095200                 DISPLAY "  ENTER ONE OF "
095300                     PRMD-VALID-CODES(WS-FIELD-IDX)
095400                 GO TO 4410-EXIT
095500             END-IF
095600         WHEN OTHER
095700             IF WS-ENTRY-VALUE = SPACES
095800                 DISPLAY "  THIS FIELD IS REQUIRED - TRY AGAIN"
095900                 GO TO 4410-EXIT
096000             END-IF
096100     END-EVALUATE
096200     MOVE "Y" TO WS-FIELD-OK.
096300 4410-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700*    4420-CHECK-DATE                                             *
096800*    WS-ENTRY-DATE AS YYMMDD - MONTH 1-12, DAY 1-31.             *
096900******************************************************************
097000 4420-CHECK-DATE.
097100     MOVE "N" TO WS-DATE-OK
097200     IF WS-ENTRY-DATE NOT NUMERIC
097300         GO TO 4420-EXIT
097400     END-IF
097500     MOVE WS-ENTRY-DATE TO WS-CHECK-DATE
097600     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12 OR
097700             WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
097800         GO TO 4420-EXIT
097900     END-IF
098000     MOVE "Y" TO WS-DATE-OK.
098100 4420-EXIT.
098200     EXIT.
098300
098400******************************************************************
098500*    4500-CROSS-FIELD-EDITS                                      *
098600*    THE RULES THAT SPAN FIELDS, AS THE OWNING PROGRAMS WOULD    *
098700*    TRIP OVER THEM.  SETS RECORD-IS-OK.                         *
098800******************************************************************
098900 4500-CROSS-FIELD-EDITS.
099000     MOVE "Y" TO WS-RECORD-OK
099100     EVALUATE PRMF-FILE-NAME(WS-FILE-IDX)
099200         WHEN "ACCRPARM"
099300             MOVE WS-AFTER-IMAGE TO ACCRUAL-PARM-RECORD
099400             IF ACCR-BAL-HIGH < ACCR-BAL-LOW
099500                 DISPLAY "  ACCR-BAL-HIGH IS BELOW ACCR-BAL-LOW"
099600                 MOVE "N" TO WS-RECORD-OK
099700             END-IF
099800         WHEN "MCHPARM"
099900             MOVE WS-AFTER-IMAGE TO MASS-CHANGE-PARM-RECORD
100000             IF MCH-SEL-BAL-HIGH > 0 AND
100100                     MCH-SEL-BAL-HIGH < MCH-SEL-BAL-LOW
100200                 DISPLAY "  MCH-SEL-BAL-HIGH IS BELOW "
100300                     "MCH-SEL-BAL-LOW"
100400                 MOVE "N" TO WS-RECORD-OK
100500             END-IF
100600             IF MCH-NEW-STATUS = SPACE AND
100700                     MCH-NEW-BRANCH = SPACES
100800                 DISPLAY "  MASSCHG NEEDS A NEW STATUS OR A NEW "
100900                     "BRANCH"
101000                 MOVE "N" TO WS-RECORD-OK
101100             END-IF
101200         WHEN "LACTPARM"
101300             MOVE WS-AFTER-IMAGE TO WS-LACT-CHECK
101400             IF WS-LACT-HARD-LIMIT < WS-LACT-THRESHOLD
101500                 DISPLAY "  LACT-HARD-LIMIT IS BELOW "
101600                     "LACT-REPORT-THRESHOLD"
101700                 MOVE "N" TO WS-RECORD-OK
101800             END-IF
101900         WHEN OTHER
102000             CONTINUE
102100     END-EVALUATE.
102200 4500-EXIT.
102300     EXIT.
102400
102500******************************************************************
102600*    4600-TAKE-EFFECTIVE-DATE                                    *
102700*    NOT BEFORE THE BUSINESS DATE - A PARAMETER IS NEVER         *
102800*    CHANGED BEHIND A NIGHT ALREADY RUN.                         *
102900******************************************************************
103000 4600-TAKE-EFFECTIVE-DATE.
103100     DISPLAY "EFFECTIVE DATE YYMMDD (BLANK = " WS-BUSINESS-DATE
103200         "): " WITH NO ADVANCING
103300     MOVE SPACES TO WS-ENTRY-DATE
103400     ACCEPT WS-ENTRY-DATE
103500     IF WS-ENTRY-DATE = SPACES
103600         MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
103700         MOVE "Y" TO WS-FIELD-OK
103800         GO TO 4600-EXIT
103900     END-IF
104000     PERFORM 4420-CHECK-DATE THRU 4420-EXIT
104100     IF NOT DATE-IS-OK
104200         DISPLAY "  A VALID DATE AS YYMMDD - TRY AGAIN"
104300         GO TO 4600-EXIT
104400     END-IF
104500     IF WS-CHECK-DATE < WS-BUSINESS-DATE
104600         DISPLAY "  EARLIER THAN THE BUSINESS DATE - TRY AGAIN"
104700         GO TO 4600-EXIT
104800     END-IF
104900     MOVE WS-CHECK-DATE TO WS-EFFECTIVE-DATE
105000     MOVE "Y" TO WS-FIELD-OK.
105100 4600-EXIT.
105200     EXIT.
105300
105400 4650-TAKE-REASON.
105500     DISPLAY "REASON FOR THE CHANGE: " WITH NO ADVANCING
105600     MOVE SPACES TO WS-REASON
105700     ACCEPT WS-REASON
105800     IF WS-REASON = SPACES
105900         DISPLAY "  A REASON IS REQUIRED - TRY AGAIN"
106000     ELSE
106100         MOVE "Y" TO WS-FIELD-OK
106200     END-IF.
106300 4650-EXIT.
106400     EXIT.
106500
106600******************************************************************
106700*    4700-SHOW-CHANGE                                            *
106800*    EVERY FIELD THAT DIFFERS, BEFORE AND AFTER.                 *
106900******************************************************************
107000 4700-SHOW-CHANGE.
107100     MOVE 0 TO WS-CHANGED-FIELDS
107200     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
107300     SUBTRACT 1 FROM WS-FIELD-IDX
107400     PERFORM 4710-SHOW-ONE-DIFFERENCE THRU 4710-EXIT
107500         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
107600 4700-EXIT.
107700     EXIT.
107800
107900 4710-SHOW-ONE-DIFFERENCE.
108000     ADD 1 TO WS-FIELD-IDX
108100     PERFORM 7100-SET-FIELD THRU 7100-EXIT
108200     IF WS-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN) =
108300             WS-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
108400         GO TO 4710-EXIT
108500     END-IF
108600     ADD 1 TO WS-CHANGED-FIELDS
108700     MOVE SPACES TO WS-RAW-VALUE
108800     MOVE WS-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO WS-RAW-VALUE
108900     PERFORM 7200-EDIT-VALUE THRU 7200-EXIT
109000     MOVE WS-EDITED-VALUE TO WS-EDITED-BEFORE
109100     MOVE SPACES TO WS-RAW-VALUE
109200     MOVE WS-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO WS-RAW-VALUE
109300     PERFORM 7200-EDIT-VALUE THRU 7200-EXIT
109400     DISPLAY "    " PRMD-FIELD-NAME(WS-FIELD-IDX) " "
109500         WS-EDITED-BEFORE " TO " WS-EDITED-VALUE.
109600 4710-EXIT.
109700     EXIT.
109800
109900******************************************************************
110000*    4800-FINISH-CHANGE                                          *
110100*    CROSS-FIELD RULES, EFFECTIVE DATE, REASON, CONFIRMATION,    *
110200*    QUEUE.  LEAVES CONFIRMED-YES SET ONLY WHEN QUEUED.          *
110300******************************************************************
110400 4800-FINISH-CHANGE.
110500     MOVE SPACES TO WS-CONFIRM
110600     IF WS-ACTION NOT = "D"
110700         PERFORM 4500-CROSS-FIELD-EDITS THRU 4500-EXIT
110800         IF NOT RECORD-IS-OK
110900             DISPLAY "  NOT QUEUED"
111000             GO TO 4800-EXIT
111100         END-IF
111200     END-IF
111300     MOVE "N" TO WS-FIELD-OK
111400     PERFORM 4600-TAKE-EFFECTIVE-DATE THRU 4600-EXIT
111500         UNTIL FIELD-IS-OK
111600     MOVE "N" TO WS-FIELD-OK
111700     PERFORM 4650-TAKE-REASON THRU 4650-EXIT
111800         UNTIL FIELD-IS-OK
111900     DISPLAY "  " PRMF-FILE-NAME(WS-FILE-IDX) "  KEY "
112000         WS-RECORD-KEY "  ACTION " WS-ACTION
112100         "  EFFECTIVE " WS-EFFECTIVE-DATE
112200     PERFORM 4700-SHOW-CHANGE THRU 4700-EXIT
112300     DISPLAY "QUEUE FOR APPROVAL (Y/N): " WITH NO ADVANCING
112400     ACCEPT WS-CONFIRM
112500     IF NOT CONFIRMED-YES
112600         DISPLAY "  NOT QUEUED"
112700         GO TO 4800-EXIT
112800     END-IF
112900     PERFORM 2900-QUEUE-FOR-APPROVAL THRU 2900-EXIT.
113000 4800-EXIT.
113100     EXIT.
113200
113300******************************************************************
113400*    5000-SHOW-SCHEDULED                                         *
113500*    THE CHANGES TO A FILE STILL WAITING FOR APPROVAL, THEN      *
113600*    THOSE APPROVED AND SCHEDULED BUT NOT YET IN EFFECT.         *
113700******************************************************************
113800 5000-SHOW-SCHEDULED.
113900     MOVE "N" TO WS-NEED-MAINT-LEVEL
114000     PERFORM 2100-TAKE-FILE-NAME THRU 2100-EXIT
114100     IF NOT FILE-FOUND
114200         GO TO 5000-EXIT
114300     END-IF
114400     MOVE 0 TO WS-LINES-SHOWN
114500     MOVE 0 TO WS-PEND-SEARCH-IDX
114600     PERFORM 5010-SHOW-ONE-PENDING THRU 5010-EXIT
114700         UNTIL WS-PEND-SEARCH-IDX = WS-PEND-KEY-COUNT
114800     IF WS-LINES-SHOWN = 0
114900         DISPLAY "  NOTHING WAITING FOR APPROVAL"
115000     END-IF
115100     MOVE "N" TO WS-SCHEDULE-FILTER
115200     PERFORM 5100-LIST-SCHEDULE THRU 5100-EXIT.
115300 5000-EXIT.
115400     EXIT.
115500
115600 5010-SHOW-ONE-PENDING.
115700     ADD 1 TO WS-PEND-SEARCH-IDX
115800     MOVE WS-PEND-KEY(WS-PEND-SEARCH-IDX) TO WS-CHECK-KEY
115900     IF WS-CHECK-FILE-NAME = PRMF-FILE-NAME(WS-FILE-IDX)
116000         ADD 1 TO WS-LINES-SHOWN
116100         DISPLAY "  WAITING FOR APPROVAL - KEY "
116200             WS-CHECK-RECORD-KEY
116300     END-IF.
116400 5010-EXIT.
116500     EXIT.
116600
116700******************************************************************
116800*    5100-LIST-SCHEDULE                                          *
116900*    SCHEDULED CHANGES ON PARMCHG FOR THE FILE - FOR THE RECORD  *
117000*    IN HAND ONLY WHEN SCHEDULE-FOR-KEY.  A CHANGE TO A RECORD   *
117100*    WITH ANOTHER ALREADY SCHEDULED IS ALLOWED (A RATE CAN BE    *
117200*    SET FOR JANUARY AND AGAIN FOR APRIL) BUT THE MAKER SEES     *
117300*    THE EARLIER ONE FIRST.                                      *
117400******************************************************************
117500 5100-LIST-SCHEDULE.
117600     MOVE 0 TO WS-LINES-SHOWN
117700     MOVE "N" TO WS-CHG-AT-END
117800     OPEN INPUT PARM-CHANGE-FILE
117900     IF NOT PARM-CHANGE-OK
118000         GO TO 5100-EXIT
118100     END-IF
118200     PERFORM 5110-LIST-ONE-CHANGE THRU 5110-EXIT
118300         UNTIL CHANGE-SCAN-AT-END
118400     CLOSE PARM-CHANGE-FILE
118500     IF WS-LINES-SHOWN = 0 AND NOT SCHEDULE-FOR-KEY
118600         DISPLAY "  NOTHING SCHEDULED"
118700     END-IF.
118800 5100-EXIT.
118900     EXIT.
119000
119100 5110-LIST-ONE-CHANGE.
119200     READ PARM-CHANGE-FILE INTO PARAMETER-CHANGE-RECORD
119300         AT END
119400             MOVE "Y" TO WS-CHG-AT-END
119500             GO TO 5110-EXIT
119600     END-READ
119700     IF NOT PCHG-IS-SCHEDULED OR
119800             PCHG-FILE-NAME NOT = PRMF-FILE-NAME(WS-FILE-IDX)
119900         GO TO 5110-EXIT
120000     END-IF
120100     IF SCHEDULE-FOR-KEY AND PCHG-RECORD-KEY NOT = WS-RECORD-KEY
120200         GO TO 5110-EXIT
120300     END-IF
120400     ADD 1 TO WS-LINES-SHOWN
120500     DISPLAY "  SCHEDULED SEQ " PCHG-PEND-SEQ-NO "  KEY "
120600         PCHG-RECORD-KEY "  ACTION " PCHG-ACTION
120700         "  EFFECTIVE " PCHG-EFFECTIVE-DATE "  BY "
120800         PCHG-MAKER-ID "/" PCHG-CHECKER-ID.
120900 5110-EXIT.
121000     EXIT.
121100
121200******************************************************************
121300*    7100-SET-FIELD                                              *
121400*    OFFSET, LENGTH AND DECIMALS OF THE FIELD AT WS-FIELD-IDX.   *
121500******************************************************************
121600 7100-SET-FIELD.
121700     MOVE PRMD-OFFSET(WS-FIELD-IDX) TO WS-FLD-OFF
121800     MOVE PRMD-LENGTH(WS-FIELD-IDX) TO WS-FLD-LEN
121900     MOVE PRMD-DECIMALS(WS-FIELD-IDX) TO WS-FLD-DEC.
122000 7100-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*    7200-EDIT-VALUE                                             *
122500*    WS-RAW-VALUE AS THE OPERATOR READS IT - THE ASSUMED         *
122600*    DECIMAL POINT SHOWN, A BLANK FIELD SAID SO.                 *
122700******************************************************************
122800 7200-EDIT-VALUE.
122900     MOVE SPACES TO WS-EDITED-VALUE
123000     IF WS-RAW-VALUE = SPACES
123100         MOVE "(BLANK)" TO WS-EDITED-VALUE
123200         GO TO 7200-EXIT
123300     END-IF
123400     IF WS-FLD-DEC = 0 OR
123500             WS-RAW-VALUE(1:WS-FLD-LEN) NOT NUMERIC
123600         MOVE WS-RAW-VALUE TO WS-EDITED-VALUE
123700         GO TO 7200-EXIT
123800     END-IF
123900     COMPUTE WS-FLD-INT = WS-FLD-LEN - WS-FLD-DEC
124000     COMPUTE WS-FLD-DEC-OFF = WS-FLD-INT + 1
124100     STRING WS-RAW-VALUE(1:WS-FLD-INT) DELIMITED BY SIZE
124200         "." DELIMITED BY SIZE
124300         WS-RAW-VALUE(WS-FLD-DEC-OFF:WS-FLD-DEC)
124400             DELIMITED BY SIZE
124500         INTO WS-EDITED-VALUE.
124600 7200-EXIT.
124700     EXIT.
124800
124900******************************************************************
125000*    7300-SET-RULE-HINT                                          *
125100******************************************************************
125200 7300-SET-RULE-HINT.
125300     MOVE SPACES TO WS-RULE-HINT
125400     EVALUATE PRMD-RULE(WS-FIELD-IDX)
125500         WHEN "N"
125600         WHEN "P"
125700             STRING WS-FLD-LEN DELIMITED BY SIZE
125800                 " DIGITS, " DELIMITED BY SIZE
125900                 WS-FLD-DEC DELIMITED BY SIZE
126000                 " DECIMALS" DELIMITED BY SIZE
126100                 INTO WS-RULE-HINT
126200         WHEN "D"
126300             MOVE "YYMMDD" TO WS-RULE-HINT
126400         WHEN "Z"
126500             MOVE "YYMMDD OR 000000" TO WS-RULE-HINT
126600         WHEN "C"
126700             STRING "ONE OF " DELIMITED BY SIZE
126800                 PRMD-VALID-CODES(WS-FIELD-IDX)
126900                     DELIMITED BY SPACE
127000                 INTO WS-RULE-HINT
127100         WHEN "B"
127200             STRING "ONE OF " DELIMITED BY SIZE
127300                 PRMD-VALID-CODES(WS-FIELD-IDX)
127400                     DELIMITED BY SPACE
127500                 " OR BLANK" DELIMITED BY SIZE
127600                 INTO WS-RULE-HINT
127700         WHEN "X"
127800             STRING "UP TO " DELIMITED BY SIZE
127900                 WS-FLD-LEN DELIMITED BY SIZE
128000                 " CHARACTERS" DELIMITED BY SIZE
128100                 INTO WS-RULE-HINT
128200         WHEN OTHER
128300             STRING "UP TO " DELIMITED BY SIZE
128400                 WS-FLD-LEN DELIMITED BY SIZE
128500                 " CHARACTERS OR BLANK" DELIMITED BY SIZE
128600                 INTO WS-RULE-HINT
128700     END-EVALUATE.
128800 7300-EXIT.
128900     EXIT.
129000
129100******************************************************************
129200*    9000-TERMINATE                                              *
129300******************************************************************
129400 9000-TERMINATE.
129500     CLOSE PENDING-FILE
129600     DISPLAY "PARMMNT - QUEUED FOR APPROVAL: " WS-CHANGES-QUEUED
129700         " CHANGE(S), " WS-ADDS-QUEUED " ADDITION(S), "
129800         WS-DELETES-QUEUED " DELETION(S)".
129900 9000-EXIT.
130000     EXIT.
