001999*   09/30/2026  RVH  BALANCE FIELDS SIGNED AND WIDENED IN STEP
001999*                    WITH CUST-BALANCE (SEE CUSTREC) - AN ACCOUNT
001999*                    CAN NOW CARRY A CREDIT (NEGATIVE) BALANCE.
001999*   11/19/2026  RVH  ADDED OPTION 6 - A CUSTOMER'S
001999*                    CORRESPONDENCE HISTORY FROM THE CUSTOMER
001999*                    CORRESPONDENCE REGISTER (CORRFILE, SEE
001999*                    CORRREC) - EVERY STATEMENT, NOTICE, LETTER
001999*                    AND CHECK PRODUCED, SENT OR HELD BACK, WITH
001999*                    THE ADDRESS, BALANCE QUOTED (MASKED FOR
001999*                    LEVEL-1 OPERATORS) AND TRANSMISSION REF.
001999*   11/20/2026  RVH  OPTION 6 NAMES THE ANNUAL INTEREST
001999*                    STATEMENT (DOC TYPE YS).
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
003070         ACCESS MODE IS DYNAMIC
003080         RECORD KEY IS NKEY-KEY
003090         FILE STATUS IS NAME-KEY-STATUS.
003091     SELECT CORRESPONDENCE-FILE ASSIGN TO CORRFILE
003093         ORGANIZATION IS INDEXED
003095         ACCESS MODE IS DYNAMIC
003096         RECORD KEY IS CORR-KEY
003098         FILE STATUS IS CORRESPONDENCE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003993     RECORDING MODE F
003994     DATA RECORD IS NAME-KEY-RECORD.
003995     COPY NKEYREC.
003995
003996 FD  CORRESPONDENCE-FILE
003996     LABEL RECORDS ARE STANDARD
003997     BLOCK CONTAINS 0 RECORDS
003997     RECORDING MODE F
003998     DATA RECORD IS CORRESPONDENCE-RECORD.
003998     COPY CORRREC.
004000
004100 WORKING-STORAGE SECTION.
004200******************************************************************
005735     88  WS-OPTION-BY-CUSTOMER     VALUE "3".
005736     88  WS-OPTION-NAME-SEARCH     VALUE "4".
005737     88  WS-OPTION-ARCHIVED        VALUE "5".
005738     88  WS-OPTION-CORRESPONDENCE  VALUE "6".
005740     88  WS-OPTION-END             VALUE "E" "e".
005750 01  WS-INQUIRY-NAME           PIC X(30) VALUE SPACES.
005751 01  WS-INQUIRY-CUSTOMER-NO    PIC X(07) VALUE SPACES.
005800 01  WS-NOTE-TEXT              PIC X(40) VALUE SPACES.
005801 01  WS-NOTE-PROMISE           PIC X(06) VALUE SPACES.
005802 01  WS-MEMO-RUN-DATE          PIC 9(06) VALUE 0.
005803 01  CORRESPONDENCE-STATUS     PIC X(02).
005804     88  CORRESPONDENCE-OK         VALUE "00".
005805 01  WS-CORR-AVAILABLE         PIC X(01) VALUE "N".
005806     88  CORR-AVAILABLE            VALUE "Y".
005807 01  WS-CORR-SEARCH-SWITCH     PIC X(01) VALUE "N".
005808     88  WS-CORR-SEARCH-DONE       VALUE "Y".
005809 01  WS-CORR-SHOWN             PIC 9(03) VALUE 0.
005810 01  WS-CORR-TYPE-TEXT         PIC X(19) VALUE SPACES.
005811 01  WS-CORR-CHANNEL-TEXT      PIC X(05) VALUE SPACES.
005812 01  WS-CORR-SENT-TEXT         PIC X(24) VALUE SPACES.
005760 01  WS-NAME-FOUND-SWITCH      PIC X(01) VALUE "N".
005770     88  WS-NAME-MATCH-FOUND       VALUE "Y".
005780 01  WS-NAME-SEARCH-SWITCH     PIC X(01) VALUE "N".
006200 01  WS-DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99-.
006300 01  WS-DISPLAY-STATUS-TEXT    PIC X(08) VALUE SPACES.
006310 01  WS-DISPLAY-CREDIT-LIMIT   PIC Z,ZZZ,ZZ9.99.
006355 01  WS-DISPLAY-CORR-BALANCE   PIC Z,ZZZ,ZZ9.99-.
006400
006500 PROCEDURE DIVISION.
006600******************************************************************
008990         DISPLAY "CUSTLKUP - NAME SEARCH KEY FILE NOT "
008991             "AVAILABLE - OPTION 4 DISABLED THIS SESSION"
008992     END-IF
008992     OPEN INPUT CORRESPONDENCE-FILE
008992     IF CORRESPONDENCE-OK
008992         MOVE "Y" TO WS-CORR-AVAILABLE
008993     ELSE
008993         DISPLAY "CUSTLKUP - CORRESPONDENCE REGISTER NOT "
008993             "AVAILABLE - OPTION 6 DISABLED THIS SESSION"
008993     END-IF
008995     OPEN I-O CUSTOMER-MEMO-FILE
008996     IF CUSTOMER-MEMO-NOT-FOUND
008996         OPEN OUTPUT CUSTOMER-MEMO-FILE
012700 2000-PROCESS-ONE-INQUIRY.
012710     DISPLAY "1=LOOKUP BY CUST-ID  2=LOOKUP BY NAME  "
012715         "3=ALL ACCOUNTS FOR CUSTOMER  4=NAME SEARCH  "
012716         "5=ARCHIVED ACCOUNTS  6=CORRESPONDENCE HISTORY  "
012718         "E=END: "
012720         WITH NO ADVANCING
012730     ACCEPT WS-INQUIRY-OPTION
012740     EVALUATE TRUE
012849             PERFORM 2700-LIST-ARCHIVED-ACCOUNTS THRU
012849                 2700-EXIT
012849             PERFORM 1400-LOG-ONE-INQUIRY THRU 1400-EXIT
012849         WHEN WS-OPTION-CORRESPONDENCE
012849             DISPLAY "CUST-ID: " WITH NO ADVANCING
012849             ACCEPT WS-INQUIRY-CUST-ID
012849             MOVE "N" TO WS-RECORD-DISPLAYED
012849             MOVE WS-INQUIRY-CUST-ID TO WS-LOG-KEY
012849             PERFORM 2800-LIST-CORRESPONDENCE THRU 2800-EXIT
012849             PERFORM 1400-LOG-ONE-INQUIRY THRU 1400-EXIT
012850         WHEN OTHER
012860             DISPLAY "  INVALID OPTION - ENTER 1, 2, 3, 4, "
012865                 "5, 6 OR E"
012870     END-EVALUATE.
013500 2000-EXIT.
013600     EXIT.
018402     END-IF.
018403 2710-EXIT.
018404     EXIT.
018404
018404******************************************************************
018404*    2800-LIST-CORRESPONDENCE                                    *
018404*    KEYED PREFIX WALK ON THE CORRESPONDENCE REGISTER (SEE       *
018404*    CORRREC) - EVERY ITEM PRODUCED FOR THE CUST-ID, OLDEST      *
018404*    FIRST, SENT OR HELD BACK, WITH THE ADDRESS IT WENT TO AND   *
018404*    THE VENDOR'S TRANSMISSION REFERENCE WHERE THERE IS ONE.     *
018404*    THE BALANCE QUOTED IS MASKED FOR A JUNIOR OPERATOR, THE     *
018404*    SAME AS OPTION 5.                                           *
018404******************************************************************
018404 2800-LIST-CORRESPONDENCE.
018404     IF NOT CORR-AVAILABLE
018404         DISPLAY "  CORRESPONDENCE HISTORY IS NOT AVAILABLE "
018404             "THIS SESSION"
018404         GO TO 2800-EXIT
018404     END-IF
018404     MOVE 0 TO WS-CORR-SHOWN
018404     MOVE "N" TO WS-CORR-SEARCH-SWITCH
018404     MOVE WS-INQUIRY-CUST-ID TO CORR-CUST-ID
018404     MOVE 0 TO CORR-DATE
018404     MOVE 0 TO CORR-SEQ-NO
018404     START CORRESPONDENCE-FILE KEY IS NOT LESS THAN CORR-KEY
018404         INVALID KEY
018404             MOVE "Y" TO WS-CORR-SEARCH-SWITCH
018404     END-START
018404     PERFORM 2810-SHOW-ONE-ITEM THRU 2810-EXIT
018404         UNTIL WS-CORR-SEARCH-DONE
018404     IF WS-CORR-SHOWN = 0
018404         DISPLAY "  NO CORRESPONDENCE ON FILE FOR CUST-ID "
018404             WS-INQUIRY-CUST-ID
018404     END-IF.
018404 2800-EXIT.
018404     EXIT.
018404
018404 2810-SHOW-ONE-ITEM.
018404     READ CORRESPONDENCE-FILE NEXT RECORD
018404         AT END
018404             MOVE "Y" TO WS-CORR-SEARCH-SWITCH
018404     END-READ
018404     IF WS-CORR-SEARCH-DONE
018404         GO TO 2810-EXIT
018404     END-IF
018404     IF CORR-CUST-ID NOT = WS-INQUIRY-CUST-ID
018404         MOVE "Y" TO WS-CORR-SEARCH-SWITCH
018404         GO TO 2810-EXIT
018404     END-IF
018404     ADD 1 TO WS-CORR-SHOWN
018404     MOVE "Y" TO WS-RECORD-DISPLAYED
018404     EVALUATE TRUE
018404         WHEN CORR-BALANCE-STMT
018404             MOVE "BALANCE STATEMENT" TO WS-CORR-TYPE-TEXT
018404         WHEN CORR-FULL-STMT
018404             MOVE "STATEMENT" TO WS-CORR-TYPE-TEXT
018404         WHEN CORR-DUPLICATE-STMT
018404             MOVE "DUPLICATE STATEMENT" TO WS-CORR-TYPE-TEXT
018404         WHEN CORR-DUNNING-NOTICE
018404             MOVE "DUNNING NOTICE" TO WS-CORR-TYPE-TEXT
018404         WHEN CORR-ESCHEAT-LETTER
018404             MOVE "ESCHEAT LETTER" TO WS-CORR-TYPE-TEXT
018404         WHEN CORR-REFUND-CHECK
018404             MOVE "REFUND CHECK" TO WS-CORR-TYPE-TEXT
018404         WHEN CORR-CONFIRM-LETTER
018404             MOVE "AUDIT CONFIRMATION" TO WS-CORR-TYPE-TEXT
018504         WHEN CORR-INTEREST-STMT
018604             MOVE "INTEREST STATEMENT" TO WS-CORR-TYPE-TEXT
018404         WHEN OTHER
018404             MOVE CORR-DOC-TYPE TO WS-CORR-TYPE-TEXT
018404     END-EVALUATE
018404     IF CORR-BY-EMAIL
018404         MOVE "EMAIL" TO WS-CORR-CHANNEL-TEXT
018404     ELSE
018404         MOVE "PAPER" TO WS-CORR-CHANNEL-TEXT
018404     END-IF
018404     EVALUATE TRUE
018404         WHEN CORR-WAS-SENT
018404             MOVE "SENT" TO WS-CORR-SENT-TEXT
018404         WHEN CORR-HELD-RETURNED
018404             MOVE "NOT SENT - RETURNED MAIL" TO WS-CORR-SENT-TEXT
018404         WHEN CORR-HELD-LEGAL
018404             MOVE "NOT SENT - LEGAL HOLD" TO WS-CORR-SENT-TEXT
018404         WHEN OTHER
018404             MOVE "NOT SENT" TO WS-CORR-SENT-TEXT
018404     END-EVALUATE
018404     DISPLAY "  " CORR-DATE "  " WS-CORR-TYPE-TEXT
018404         " LVL " CORR-DOC-LEVEL "  FOR " CORR-DOC-DATE "  "
018404         WS-CORR-CHANNEL-TEXT "  " WS-CORR-SENT-TEXT
018404     IF JUNIOR-OPERATOR
018404         DISPLAY "      TO " CORR-ADDRESS
018404             "  **********"
018404     ELSE
018404         MOVE CORR-BALANCE TO WS-DISPLAY-CORR-BALANCE
018404         DISPLAY "      TO " CORR-ADDRESS
018404             "  " WS-DISPLAY-CORR-BALANCE
018404     END-IF
018404     IF CORR-DOC-REF NOT = SPACES OR CORR-XMIT-REF NOT = SPACES
018404         DISPLAY "      DOC REF " CORR-DOC-REF
018404             "  TRANSMITTED " CORR-XMIT-DATE
018404             " REF " CORR-XMIT-REF
018404     END-IF.
018404 2810-EXIT.
018404     EXIT.
018405
018406******************************************************************
018407*    9000-TERMINATE                                              *
018785     IF MEMOS-AVAILABLE
018786         CLOSE CUSTOMER-MEMO-FILE
018787     END-IF
018790     IF CORR-AVAILABLE
018793         CLOSE CORRESPONDENCE-FILE
018796     END-IF
018800     DISPLAY "CUSTLKUP - SESSION ENDED".
018900 9000-EXIT.
019000     EXIT.
