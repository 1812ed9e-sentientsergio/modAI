000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CORRSUB.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/19/2026.
000600 DATE-COMPILED.  11/19/2026.
000700******************************************************************
000800*                                                                *
000900*    CORRSUB - CUSTOMER CORRESPONDENCE REGISTER SUBPROGRAM       *
001000*    EVERY PROGRAM THAT PRODUCES OUTBOUND CUSTOMER MAIL -        *
001100*    SAMPCOBL, STMTBLD, STMTDUP, DUNNING, ESCHLTR, REFUND AND    *
001200*    CONFSAMP - RECORDS EACH ITEM ON THE PERMANENT               *
001300*    CORRESPONDENCE REGISTER (CORRFILE, SEE CORRREC) THROUGH     *
001400*    THIS ONE SUBPROGRAM, INCLUDING ITEMS HELD BACK FOR          *
001500*    RETURNED MAIL OR LEGAL HOLD, SO THE REGISTER CAN PROVE WHY  *
001600*    A LETTER WAS NOT MAILED.  STMTXMIT STAMPS THE PRINT         *
001700*    VENDOR'S CONFIRMATION REFERENCE ON THE STATEMENTS IT        *
001800*    SENT.  CALLED WITH THE CORRESPONDENCE-AREA (SEE CORWREC):   *
001900*      "W" - RECORD ONE ITEM UNDER THE NEXT FREE SEQUENCE FOR    *
002000*            THE CUSTOMER AND DATE,                              *
002100*      "X" - STAMP A TRANSMISSION REFERENCE,                     *
002200*      "C" - CLOSE THE REGISTER.                                 *
002300*    THE REGISTER IS OPENED ON THE FIRST CALL (AND CREATED THE   *
002400*    FIRST TIME IT IS EVER USED) AND HELD OPEN UNTIL "C".  A     *
002500*    REGISTER THAT WILL NOT OPEN IS TRIED ONCE PER JOB STEP -    *
002600*    EVERY LATER CALL COMES BACK STATUS "1".  THE MAIL ITSELF    *
002700*    IS NEVER HELD UP BY THE REGISTER; CALLERS COUNT WHAT COULD  *
002800*    NOT BE RECORDED AND END WITH A WARNING.                     *
002900*                                                                *
003000*    FILES:  CORRFILE                                            *
003100*                                                                *
003200******************************************************************
003300* MODIFICATION HISTORY
003400*   11/19/2026  RVH  ORIGINAL.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CORRESPONDENCE-FILE ASSIGN TO CORRFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CORR-KEY
004400         FILE STATUS IS CORRESPONDENCE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CORRESPONDENCE-FILE
004900     LABEL RECORDS ARE STANDARD
005000     BLOCK CONTAINS 0 RECORDS
005100     RECORDING MODE F
005200     DATA RECORD IS CORRESPONDENCE-RECORD.
005300     COPY CORRREC.
005400
005500 WORKING-STORAGE SECTION.
005600 01  CORRESPONDENCE-STATUS     PIC X(02).
005700     88  CORRESPONDENCE-OK         VALUE "00".
005800     88  CORRESPONDENCE-NOT-FOUND  VALUE "05" "35".
005900     88  CORRESPONDENCE-DUPLICATE  VALUE "22".
006000 01  WS-OPEN-TRIED             PIC X(01) VALUE "N".
006100     88  OPEN-WAS-TRIED            VALUE "Y".
006200 01  WS-REGISTER-OPEN          PIC X(01) VALUE "N".
006300     88  REGISTER-IS-OPEN          VALUE "Y".
006400 01  WS-OPEN-STATUS            PIC X(02) VALUE SPACES.
006500 01  WS-WRITE-DONE             PIC X(01) VALUE "N".
006600     88  WRITE-IS-DONE             VALUE "Y".
006700 01  WS-TRY-SEQ                PIC 9(03) VALUE 0.
006800 01  WS-STAMP-SWITCH           PIC X(01) VALUE "N".
006900     88  STAMP-SEARCH-DONE         VALUE "Y".
007000
007100 LINKAGE SECTION.
007200     COPY CORWREC.
007300
007400 PROCEDURE DIVISION USING CORRESPONDENCE-AREA.
007500******************************************************************
007600*    0000-MAINLINE                                               *
007700******************************************************************
007800 0000-MAINLINE.
007900     MOVE "0" TO CORW-STATUS
008000     MOVE SPACES TO CORW-FILE-STATUS
008100     IF CORW-FUNCTION = "C"
008200         PERFORM 9000-CLOSE-REGISTER THRU 9000-EXIT
008300         GOBACK
008400     END-IF
008500     IF CORW-FUNCTION NOT = "W" AND CORW-FUNCTION NOT = "X"
008600         MOVE "2" TO CORW-STATUS
008700         GOBACK
008800     END-IF
008900     IF NOT OPEN-WAS-TRIED
009000         PERFORM 1000-OPEN-REGISTER THRU 1000-EXIT
009100     END-IF
009200     IF NOT REGISTER-IS-OPEN
009300         MOVE "1" TO CORW-STATUS
009400         MOVE WS-OPEN-STATUS TO CORW-FILE-STATUS
009500         GOBACK
009600     END-IF
009700     IF CORW-FUNCTION = "W"
009800         PERFORM 2000-RECORD-ONE-ITEM THRU 2000-EXIT
009900     ELSE
010000         PERFORM 3000-STAMP-TRANSMISSION THRU 3000-EXIT
010100     END-IF
010200     GOBACK.
010300
010400******************************************************************
010500*    1000-OPEN-REGISTER                                          *
010600*    CREATED ON FIRST USE, THE SAME WAY CUSTLKUP CREATES         *
010700*    CUSTMEMO.                                                   *
010800******************************************************************
010900 1000-OPEN-REGISTER.
011000     MOVE "Y" TO WS-OPEN-TRIED
011100     OPEN I-O CORRESPONDENCE-FILE
011200     IF CORRESPONDENCE-NOT-FOUND
011300         OPEN OUTPUT CORRESPONDENCE-FILE
011400         IF CORRESPONDENCE-OK
011500             CLOSE CORRESPONDENCE-FILE
011600             OPEN I-O CORRESPONDENCE-FILE
011700         END-IF
011800     END-IF
011900     MOVE CORRESPONDENCE-STATUS TO WS-OPEN-STATUS
012000     IF CORRESPONDENCE-OK
012100         MOVE "Y" TO WS-REGISTER-OPEN
012200     END-IF.
012300 1000-EXIT.
012400     EXIT.
012500
012600******************************************************************
012700*    2000-RECORD-ONE-ITEM                                        *
012800*    THE SEQUENCE IS THE FIRST ONE FREE FOR THE CUSTOMER AND     *
012900*    DATE - A DUPLICATE KEY JUST MOVES ON TO THE NEXT.  A        *
013000*    CUSTOMER SELDOM GETS MORE THAN TWO OR THREE ITEMS A DAY.    *
013100******************************************************************
013200 2000-RECORD-ONE-ITEM.
013300     INITIALIZE CORRESPONDENCE-RECORD
013400     MOVE CORW-CUST-ID TO CORR-CUST-ID
013500     MOVE CORW-DATE TO CORR-DATE
013600     MOVE CORW-DOC-TYPE TO CORR-DOC-TYPE
013700     MOVE CORW-DOC-LEVEL TO CORR-DOC-LEVEL
013800     MOVE CORW-CHANNEL TO CORR-CHANNEL
013900     MOVE CORW-SENT-FLAG TO CORR-SENT-FLAG
014000     MOVE CORW-NOT-SENT-REASON TO CORR-NOT-SENT-REASON
014100     MOVE CORW-CUST-NAME TO CORR-CUST-NAME
014200     MOVE CORW-ADDRESS TO CORR-ADDRESS
014300     MOVE CORW-BALANCE TO CORR-BALANCE
014400     MOVE CORW-DOC-DATE TO CORR-DOC-DATE
014500     MOVE CORW-DOC-REF TO CORR-DOC-REF
014600     MOVE CORW-PROGRAM TO CORR-PROGRAM
014700     MOVE SPACES TO CORR-XMIT-REF
014800     MOVE 0 TO CORR-XMIT-DATE
014900     MOVE "N" TO WS-WRITE-DONE
015000     MOVE 0 TO WS-TRY-SEQ
015100     MOVE 0 TO CORW-SEQ-NO
015200     PERFORM 2100-TRY-ONE-SEQUENCE THRU 2100-EXIT
015300         UNTIL WRITE-IS-DONE OR WS-TRY-SEQ = 999
015400     IF NOT WRITE-IS-DONE
015500         MOVE "3" TO CORW-STATUS
015600         MOVE CORRESPONDENCE-STATUS TO CORW-FILE-STATUS
015700     END-IF.
015800 2000-EXIT.
015900     EXIT.
016000
016100 2100-TRY-ONE-SEQUENCE.
016200     ADD 1 TO WS-TRY-SEQ
016300     MOVE WS-TRY-SEQ TO CORR-SEQ-NO
016400     WRITE CORRESPONDENCE-RECORD
016500         INVALID KEY
016600             CONTINUE
016700     END-WRITE
016800     EVALUATE TRUE
016900         WHEN CORRESPONDENCE-OK
017000             MOVE "Y" TO WS-WRITE-DONE
017100             MOVE WS-TRY-SEQ TO CORW-SEQ-NO
017200         WHEN CORRESPONDENCE-DUPLICATE
017300             CONTINUE
017400         WHEN OTHER
017500             MOVE 999 TO WS-TRY-SEQ
017600     END-EVALUATE.
017700 2100-EXIT.
017800     EXIT.
017900
018000******************************************************************
018100*    3000-STAMP-TRANSMISSION                                     *
018200*    A STATEMENT IS ALWAYS PRODUCED ON OR AFTER THE DATE IT      *
018300*    SPEAKS FOR, SO THE WALK STARTS AT THE CUSTOMER'S ITEMS FOR  *
018400*    CORW-DOC-DATE AND READS FORWARD TO THE END OF THE           *
018500*    CUSTOMER.  ONLY A SENT PAPER STATEMENT OF THE FEED'S KIND   *
018600*    THAT HAS NO REFERENCE YET IS STAMPED - AN EARLIER SEND OF   *
018700*    THE SAME PERIOD KEEPS ITS OWN.                              *
018800******************************************************************
018900 3000-STAMP-TRANSMISSION.
019000     MOVE 0 TO CORW-STAMP-COUNT
019100     MOVE "N" TO WS-STAMP-SWITCH
019200     MOVE CORW-CUST-ID TO CORR-CUST-ID
019300     MOVE CORW-DOC-DATE TO CORR-DATE
019400     MOVE 0 TO CORR-SEQ-NO
019500     START CORRESPONDENCE-FILE KEY IS NOT LESS THAN CORR-KEY
019600         INVALID KEY
019700             MOVE "Y" TO WS-STAMP-SWITCH
019800     END-START
019900     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
020000         UNTIL STAMP-SEARCH-DONE.
020100 3000-EXIT.
020200     EXIT.
020300
020400 3100-CHECK-ONE-ITEM.
020500     READ CORRESPONDENCE-FILE NEXT RECORD
020600         AT END
020700             MOVE "Y" TO WS-STAMP-SWITCH
020800     END-READ
020900     IF STAMP-SEARCH-DONE
021000         GO TO 3100-EXIT
021100     END-IF
021200     IF CORR-CUST-ID NOT = CORW-CUST-ID
021300         MOVE "Y" TO WS-STAMP-SWITCH
021400         GO TO 3100-EXIT
021500     END-IF
021600     IF CORR-DOC-DATE NOT = CORW-DOC-DATE OR
021700             NOT CORR-BY-PAPER OR NOT CORR-WAS-SENT OR
021800             CORR-XMIT-REF NOT = SPACES
021900         GO TO 3100-EXIT
022000     END-IF
022100     IF CORW-FEED-BALANCE AND NOT CORR-BALANCE-STMT
022200         GO TO 3100-EXIT
022300     END-IF
022400     IF CORW-FEED-FULL AND NOT CORR-FULL-STMT AND
022500             NOT CORR-DUPLICATE-STMT
022600         GO TO 3100-EXIT
022700     END-IF
022800     MOVE CORW-XMIT-REF TO CORR-XMIT-REF
022900     MOVE CORW-XMIT-DATE TO CORR-XMIT-DATE
023000     REWRITE CORRESPONDENCE-RECORD
023100         INVALID KEY
023200             MOVE "3" TO CORW-STATUS
023300             MOVE CORRESPONDENCE-STATUS TO CORW-FILE-STATUS
023400         NOT INVALID KEY
023500             ADD 1 TO CORW-STAMP-COUNT
023600     END-REWRITE.
023700 3100-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100*    9000-CLOSE-REGISTER                                         *
024200******************************************************************
024300 9000-CLOSE-REGISTER.
024400     IF REGISTER-IS-OPEN
024500         CLOSE CORRESPONDENCE-FILE
024600         MOVE "N" TO WS-REGISTER-OPEN
024700     END-IF
024800     MOVE "N" TO WS-OPEN-TRIED.
024900 9000-EXIT.
025000     EXIT.
