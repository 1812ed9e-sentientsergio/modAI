000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONFMNT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/16/2026.
000600 DATE-COMPILED.  11/16/2026.
000700******************************************************************
000800*                                                                *
000900*    CONFMNT - CONFIRMATION RESPONSE RECORDING                   *
001000*    THE REPLIES TO THE AUDITORS' CONFIRMATION LETTERS WERE      *
001100*    TICKED OFF ON A PRINTED LIST.  THIS PROGRAM, IN THE         *
001200*    DISPMNT STYLE AND BEHIND THE SAME USERSEC SIGN-ON (LEVEL 2  *
001300*    OR ABOVE), RECORDS EACH CUSTOMER'S REPLY ON THE             *
001400*    CONFIRMATION FILE (CONFFILE, SEE CONFREC) FOR THE SAMPLE    *
001500*    CONFSAMP DREW.  THE CONFIRMATION DATE IS KEYED ONCE AT THE  *
001600*    START OF THE SESSION AND MUST HAVE A SAMPLE ON FILE.        *
001700*      R - RECORD A REPLY - AGREED, DISAGREED (WITH THE BALANCE  *
001800*          THE CUSTOMER CLAIMS) OR NO REPLY.  A REPLY ALREADY    *
001900*          RECORDED MAY BE REPLACED - A "NO REPLY" ACCOUNT THAT  *
002000*          ANSWERS THE SECOND REQUEST - AFTER IT IS SHOWN.       *
002100*      S - SHOW ONE ACCOUNT IN THE SAMPLE.                       *
002200*    EACH REPLY CARRIES WHO RECORDED IT AND WHEN.  NOTHING       *
002300*    HERE TOUCHES A BALANCE - A DISAGREEMENT IS RECONCILED ON    *
002400*    THE CONFRPT EXCEPTION REPORT, AND ANY CORRECTION GOES       *
002500*    THROUGH THE USUAL ADJUSTMENT PATH.                          *
002600*                                                                *
002700******************************************************************
002800* MODIFICATION HISTORY
002900*   11/16/2026  RVH  ORIGINAL.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS USER-SECURITY-STATUS.
003900     SELECT CONFIRMATION-FILE ASSIGN TO CONFFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CONF-KEY
004300         FILE STATUS IS CONFIRMATION-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  USER-SECURITY-FILE
004800     LABEL RECORDS ARE STANDARD
004900     BLOCK CONTAINS 0 RECORDS
005000     RECORDING MODE F
005100     DATA RECORD IS USER-SECURITY-RECORD.
005200     COPY USERREC.
005300
005400 FD  CONFIRMATION-FILE
005500     LABEL RECORDS ARE STANDARD
005600     BLOCK CONTAINS 0 RECORDS
005700     RECORDING MODE F
005800     DATA RECORD IS CONFIRMATION-RECORD.
005900     COPY CONFREC.
006000
006100 WORKING-STORAGE SECTION.
006200******************************************************************
006300*    FILE STATUS AND SWITCHES                                    *
006400******************************************************************
006500 01  USER-SECURITY-STATUS      PIC X(02).
006600     88  USER-SECURITY-OK          VALUE "00".
006700 01  CONFIRMATION-STATUS       PIC X(02).
006800     88  CONFIRMATION-OK           VALUE "00".
006900 01  WS-USER-AT-END            PIC X(01) VALUE "N".
007000     88  USER-FILE-AT-END          VALUE "Y".
007100 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
007200     88  SIGNON-IS-OK              VALUE "Y".
007300 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
007400 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
007500 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
007600 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
007700 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
007800 01  WS-DONE-SWITCH            PIC X(01) VALUE "N".
007900     88  WS-DONE                   VALUE "Y".
008000 01  WS-ENTRY-OPTION           PIC X(01) VALUE SPACES.
008100     88  WS-OPTION-RECORD          VALUE "R" "r".
008200     88  WS-OPTION-SHOW            VALUE "S" "s".
008300     88  WS-OPTION-END             VALUE "E" "e".
008400 01  WS-REPLY                  PIC X(01) VALUE SPACES.
008500     88  WS-REPLY-AGREED           VALUE "A" "a".
008600     88  WS-REPLY-DISAGREED        VALUE "D" "d".
008700     88  WS-REPLY-NONE             VALUE "N" "n".
008800 01  WS-CONF-FOUND             PIC X(01) VALUE "N".
008900     88  CONF-FOUND                VALUE "Y".
009000 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
009100     88  CONFIRMED-YES             VALUE "Y" "y".
009200
009300******************************************************************
009400*    KEYED-FIELD WORK AREAS                                      *
009500******************************************************************
009600 01  WS-ENTRY-DATE-X.
009700     05  WS-ENTRY-DATE-9       PIC 9(06).
009800 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
009900 01  WS-ENTRY-CUST-ID          PIC X(10) VALUE SPACES.
010000 01  WS-ENTRY-TEXT             PIC X(30) VALUE SPACES.
010100 01  WS-ENTRY-AMOUNT-X.
010200     05  WS-ENTRY-AMOUNT-9     PIC 9(7)V99.
010300     05  WS-ENTRY-AMOUNT-SIGN  PIC X(01).
010400         88  WS-ENTRY-IS-CREDIT    VALUE "-".
010500 01  WS-ENTRY-AMOUNT           PIC S9(7)V99 VALUE 0.
010600 01  WS-ENTRY-AMOUNT-OK        PIC X(01) VALUE "N".
010700     88  ENTRY-AMOUNT-OK           VALUE "Y".
010800 01  WS-DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99-.
010900 01  WS-DISPLAY-CLAIMED        PIC Z,ZZZ,ZZ9.99-.
011000 01  WS-DISPLAY-REPLY-TEXT     PIC X(16) VALUE SPACES.
011100 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
011200
011300******************************************************************
011400*    SESSION TOTALS                                              *
011500******************************************************************
011600 01  WS-REPLIES-AGREED         PIC 9(05) BINARY VALUE 0.
011700 01  WS-REPLIES-DISAGREED      PIC 9(05) BINARY VALUE 0.
011800 01  WS-REPLIES-NONE           PIC 9(05) BINARY VALUE 0.
011900
012000 PROCEDURE DIVISION.
012100******************************************************************
012200*    0000-MAINLINE                                               *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012600     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
012700         UNTIL WS-DONE
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT
012900     STOP RUN.
013000
013100******************************************************************
013200*    1000-INITIALIZE                                             *
013300*    THE CONFIRMATION FILE IS NEVER CREATED HERE - NO FILE, OR   *
013400*    NO SAMPLE CONTROL RECORD FOR THE DATE KEYED, MEANS          *
013500*    CONFSAMP HAS NOT DRAWN THAT SAMPLE.                         *
013600******************************************************************
013700 1000-INITIALIZE.
013800     ACCEPT WS-RUN-DATE FROM DATE
013900     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
014000     IF NOT SIGNON-IS-OK
014100         DISPLAY "CONFMNT - SIGN-ON FAILED - SESSION ENDED"
014200         MOVE 8 TO RETURN-CODE
014300         STOP RUN
014400     END-IF
014500     IF WS-AUTH-LEVEL < 2
014600         DISPLAY "CONFMNT - AUTHORIZATION LEVEL "
014700             WS-AUTH-LEVEL " CANNOT RECORD CONFIRMATIONS - "
014800             "SESSION ENDED"
014900         MOVE 8 TO RETURN-CODE
015000         STOP RUN
015100     END-IF
015200     OPEN I-O CONFIRMATION-FILE
015300     IF NOT CONFIRMATION-OK
015400         DISPLAY "CONFMNT - CONFIRMATION FILE NOT AVAILABLE - "
015500             "STATUS " CONFIRMATION-STATUS " - SESSION ENDED"
015600         MOVE 8 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     DISPLAY "CONFIRMATION DATE (YYMMDD): " WITH NO ADVANCING
016000     MOVE SPACES TO WS-ENTRY-DATE-X
016100     ACCEPT WS-ENTRY-DATE-X
016200     IF WS-ENTRY-DATE-9 NOT NUMERIC
016300         DISPLAY "CONFMNT - DATE MUST BE SIX DIGITS - "
016400             "SESSION ENDED"
016500         CLOSE CONFIRMATION-FILE
016600         MOVE 8 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016900     MOVE WS-ENTRY-DATE-9 TO WS-AS-OF-DATE
017000     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
017100     MOVE SPACES TO CONF-CUST-ID
017200     READ CONFIRMATION-FILE
017300         INVALID KEY
017400             DISPLAY "CONFMNT - NO CONFIRMATION SAMPLE FOR "
017500                 WS-AS-OF-DATE " - SESSION ENDED"
017600             CLOSE CONFIRMATION-FILE
017700             MOVE 8 TO RETURN-CODE
017800             STOP RUN
017900     END-READ
018000     DISPLAY "CONFMNT - CONFIRMATION RESPONSES FOR "
018100         WS-AS-OF-DATE " - " CONFC-SAMPLE-ITEMS
018200         " ACCOUNTS IN THE SAMPLE".
018300 1000-EXIT.
018400     EXIT.
018500
018600******************************************************************
018700*    1300-SIGN-ON-OPERATOR                                       *
018800*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
018900******************************************************************
019000 1300-SIGN-ON-OPERATOR.
019100     MOVE "N" TO WS-SIGNON-OK
019200     MOVE 0 TO WS-SIGNON-TRIES
019300     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
019400         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
019500 1300-EXIT.
019600     EXIT.
019700
019800 1310-TRY-ONE-SIGNON.
019900     ADD 1 TO WS-SIGNON-TRIES
020000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
020100     ACCEPT WS-ENTERED-OPERATOR
020200     DISPLAY "PASSWORD: " WITH NO ADVANCING
020300     ACCEPT WS-ENTERED-PASSWORD
020400     MOVE "N" TO WS-USER-AT-END
020500     OPEN INPUT USER-SECURITY-FILE
020600     IF NOT USER-SECURITY-OK
020700         DISPLAY "CONFMNT - USER SECURITY FILE NOT AVAILABLE "
020800             "- STATUS " USER-SECURITY-STATUS
020900         MOVE 3 TO WS-SIGNON-TRIES
021000         GO TO 1310-EXIT
021100     END-IF
021200     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
021300         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
021400     CLOSE USER-SECURITY-FILE
021500     IF NOT SIGNON-IS-OK
021600         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
021700     END-IF.
021800 1310-EXIT.
021900     EXIT.
022000
022100 1320-CHECK-ONE-USER.
022200     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
022300         AT END
022400             MOVE "Y" TO WS-USER-AT-END
022500         NOT AT END
022600             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
022700                     USER-PASSWORD = WS-ENTERED-PASSWORD
022800                 MOVE "Y" TO WS-SIGNON-OK
022900                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
023000                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
023100                 DISPLAY "  SIGNED ON - " USER-NAME
023200                     " (LEVEL " USER-AUTH-LEVEL ")"
023300             END-IF
023400     END-READ.
023500 1320-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900*    2000-PROCESS-ONE-REQUEST                                    *
024000******************************************************************
024100 2000-PROCESS-ONE-REQUEST.
024200     DISPLAY " "
024300     DISPLAY "R=RECORD REPLY  S=SHOW ACCOUNT  E=END SESSION: "
024400         WITH NO ADVANCING
024500     MOVE SPACES TO WS-ENTRY-OPTION
024600     ACCEPT WS-ENTRY-OPTION
024700     EVALUATE TRUE
024800         WHEN WS-OPTION-END
024900             MOVE "Y" TO WS-DONE-SWITCH
025000         WHEN WS-OPTION-RECORD
025100             PERFORM 3000-RECORD-A-REPLY THRU 3000-EXIT
025200         WHEN WS-OPTION-SHOW
025300             PERFORM 2100-TAKE-THE-ACCOUNT THRU 2100-EXIT
025400         WHEN OTHER
025500             DISPLAY "  INVALID OPTION - ENTER R, S OR E"
025600     END-EVALUATE.
025700 2000-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    2100-TAKE-THE-ACCOUNT                                       *
026200*    LEAVES CONF-FOUND SET WHEN THE ACCOUNT KEYED IS IN THE      *
026300*    SAMPLE, AND SHOWS IT.                                       *
026400******************************************************************
026500 2100-TAKE-THE-ACCOUNT.
026600     MOVE "N" TO WS-CONF-FOUND
026700     DISPLAY "CUST-ID: " WITH NO ADVANCING
026800     MOVE SPACES TO WS-ENTRY-CUST-ID
026900     ACCEPT WS-ENTRY-CUST-ID
027000     IF WS-ENTRY-CUST-ID = SPACES
027100         DISPLAY "  CUST-ID IS BLANK - NOTHING KEYED"
027200         GO TO 2100-EXIT
027300     END-IF
027400     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
027500     MOVE WS-ENTRY-CUST-ID TO CONF-CUST-ID
027600     READ CONFIRMATION-FILE
027700         INVALID KEY
027800             DISPLAY "  CUST-ID " WS-ENTRY-CUST-ID
027900                 " IS NOT IN THE " WS-AS-OF-DATE " SAMPLE"
028000             GO TO 2100-EXIT
028100     END-READ
028200     MOVE "Y" TO WS-CONF-FOUND
028300     PERFORM 2200-SHOW-ONE-ACCOUNT THRU 2200-EXIT.
028400 2100-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800*    2200-SHOW-ONE-ACCOUNT                                       *
028900******************************************************************
029000 2200-SHOW-ONE-ACCOUNT.
029100     EVALUATE TRUE
029200         WHEN CONF-AGREED
029300             MOVE "AGREED" TO WS-DISPLAY-REPLY-TEXT
029400         WHEN CONF-DISAGREED
029500             MOVE "DISAGREED" TO WS-DISPLAY-REPLY-TEXT
029600         WHEN CONF-NO-REPLY
029700             MOVE "NO REPLY" TO WS-DISPLAY-REPLY-TEXT
029800         WHEN OTHER
029900             MOVE "AWAITING REPLY" TO WS-DISPLAY-REPLY-TEXT
030000     END-EVALUATE
030100     MOVE CONF-BALANCE TO WS-DISPLAY-BALANCE
030200     DISPLAY "  " CONF-CUST-ID "  " CONF-CUST-NAME
030300         "  CONFIRMING " WS-DISPLAY-BALANCE
030400     IF CONF-ALTERNATIVE
030500         DISPLAY "           NO LETTER SENT - ALTERNATIVE "
030600             "PROCEDURES"
030700     END-IF
030800     DISPLAY "           " WS-DISPLAY-REPLY-TEXT
030900     IF NOT CONF-AWAITING
031000         DISPLAY "           RECORDED " CONF-RESPONSE-DATE
031100             " BY " CONF-RECORDED-BY "  " CONF-NOTE
031200     END-IF
031300     IF CONF-DISAGREED
031400         MOVE CONF-CLAIMED-AMOUNT TO WS-DISPLAY-CLAIMED
031500         DISPLAY "           CUSTOMER CLAIMS "
031600             WS-DISPLAY-CLAIMED
031700     END-IF.
031800 2200-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    2300-TAKE-THE-CLAIMED-AMOUNT                                *
032300*    DIGITS WITH TWO ASSUMED DECIMALS, AS IN MNTENTRY, AND A     *
032400*    TRAILING "-" WHEN THE CUSTOMER CLAIMS A CREDIT BALANCE.     *
032500*    THE CLAIM MUST DIFFER FROM THE BALANCE CONFIRMED - THE      *
032600*    SAME FIGURE IS AN AGREEMENT.                                *
032700******************************************************************
032800 2300-TAKE-THE-CLAIMED-AMOUNT.
032900     MOVE "N" TO WS-ENTRY-AMOUNT-OK
033000     PERFORM 2310-TRY-ONE-AMOUNT THRU 2310-EXIT
033100         UNTIL ENTRY-AMOUNT-OK.
033200 2300-EXIT.
033300     EXIT.
033400
033500 2310-TRY-ONE-AMOUNT.
033600     DISPLAY "BALANCE CLAIMED (DIGITS, 2 ASSUMED DECIMALS, "
033700         "TRAILING - FOR A CREDIT): " WITH NO ADVANCING
033800     MOVE SPACES TO WS-ENTRY-AMOUNT-X
033900     ACCEPT WS-ENTRY-AMOUNT-X
034000     IF WS-ENTRY-AMOUNT-9 IS NOT NUMERIC OR
034100             (WS-ENTRY-AMOUNT-SIGN NOT = SPACE AND
034200              NOT WS-ENTRY-IS-CREDIT)
034300         DISPLAY "  NINE DIGITS, ZERO FILLED - TRY AGAIN"
034400         GO TO 2310-EXIT
034500     END-IF
034600     IF WS-ENTRY-IS-CREDIT
034700         COMPUTE WS-ENTRY-AMOUNT = 0 - WS-ENTRY-AMOUNT-9
034800     ELSE
034900         MOVE WS-ENTRY-AMOUNT-9 TO WS-ENTRY-AMOUNT
035000     END-IF
035100     IF WS-ENTRY-AMOUNT = CONF-BALANCE
035200         DISPLAY "  SAME AS THE BALANCE CONFIRMED - RECORD IT "
035300             "AS AGREED"
035400         MOVE "A" TO WS-REPLY
035500     END-IF
035600     MOVE "Y" TO WS-ENTRY-AMOUNT-OK.
035700 2310-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    3000-RECORD-A-REPLY                                         *
036200******************************************************************
036300 3000-RECORD-A-REPLY.
036400     PERFORM 2100-TAKE-THE-ACCOUNT THRU 2100-EXIT
036500     IF NOT CONF-FOUND
036600         GO TO 3000-EXIT
036700     END-IF
036800     DISPLAY "A=AGREED  D=DISAGREED  N=NO REPLY: "
036900         WITH NO ADVANCING
037000     MOVE SPACES TO WS-REPLY
037100     ACCEPT WS-REPLY
037200     MOVE 0 TO WS-ENTRY-AMOUNT
037300     EVALUATE TRUE
037400         WHEN WS-REPLY-DISAGREED
037500             PERFORM 2300-TAKE-THE-CLAIMED-AMOUNT THRU 2300-EXIT
037600         WHEN WS-REPLY-AGREED
037700             CONTINUE
037800         WHEN WS-REPLY-NONE
037900             CONTINUE
038000         WHEN OTHER
038100             DISPLAY "  INVALID REPLY - NOTHING RECORDED"
038200             GO TO 3000-EXIT
038300     END-EVALUATE
038400     IF WS-REPLY-AGREED
038500         MOVE 0 TO WS-ENTRY-AMOUNT
038600     END-IF
038700     DISPLAY "NOTE: " WITH NO ADVANCING
038800     MOVE SPACES TO WS-ENTRY-TEXT
038900     ACCEPT WS-ENTRY-TEXT
039000     EVALUATE TRUE
039100         WHEN WS-REPLY-AGREED
039200             DISPLAY "RECORD AS AGREED (Y/N): " WITH NO ADVANCING
039300         WHEN WS-REPLY-DISAGREED
039400             MOVE WS-ENTRY-AMOUNT TO WS-DISPLAY-CLAIMED
039500             DISPLAY "RECORD AS DISAGREED, CLAIMING "
039600                 WS-DISPLAY-CLAIMED " (Y/N): " WITH NO ADVANCING
039700         WHEN OTHER
039800             DISPLAY "RECORD AS NO REPLY (Y/N): "
039900                 WITH NO ADVANCING
040000     END-EVALUATE
040100     MOVE SPACES TO WS-CONFIRM
040200     ACCEPT WS-CONFIRM
040300     IF NOT CONFIRMED-YES
040400         DISPLAY "  NOTHING RECORDED"
040500         GO TO 3000-EXIT
040600     END-IF
040700     EVALUATE TRUE
040800         WHEN WS-REPLY-AGREED
040900             MOVE "A" TO CONF-RESPONSE
041000         WHEN WS-REPLY-DISAGREED
041100             MOVE "D" TO CONF-RESPONSE
041200         WHEN OTHER
041300             MOVE "N" TO CONF-RESPONSE
041400     END-EVALUATE
041500     MOVE WS-ENTRY-AMOUNT TO CONF-CLAIMED-AMOUNT
041600     MOVE WS-RUN-DATE TO CONF-RESPONSE-DATE
041700     MOVE WS-OPERATOR-ID TO CONF-RECORDED-BY
041800     MOVE WS-ENTRY-TEXT TO CONF-NOTE
041900     REWRITE CONFIRMATION-RECORD
042000         INVALID KEY
042100             DISPLAY "  CONFIRMATION REWRITE FAILED - STATUS "
042200                 CONFIRMATION-STATUS
042300             GO TO 3000-EXIT
042400     END-REWRITE
042500     EVALUATE TRUE
042600         WHEN CONF-AGREED
042700             ADD 1 TO WS-REPLIES-AGREED
042800         WHEN CONF-DISAGREED
042900             ADD 1 TO WS-REPLIES-DISAGREED
043000         WHEN OTHER
043100             ADD 1 TO WS-REPLIES-NONE
043200     END-EVALUATE
043300     DISPLAY "  REPLY RECORDED FOR CUST-ID " CONF-CUST-ID.
043400 3000-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    9000-TERMINATE                                              *
043900******************************************************************
044000 9000-TERMINATE.
044100     CLOSE CONFIRMATION-FILE
044200     DISPLAY "CONFMNT - " WS-REPLIES-AGREED " AGREED, "
044300         WS-REPLIES-DISAGREED " DISAGREED, "
044400         WS-REPLIES-NONE " NO REPLY RECORDED".
044500 9000-EXIT.
044600     EXIT.
