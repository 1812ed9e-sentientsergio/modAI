000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     IVRINQ.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/05/2026.
000600 DATE-COMPILED.  11/05/2026.
000700******************************************************************
000800*                                                                *
000900*    IVRINQ - PHONE IVR BALANCE INQUIRY SUBPROGRAM               *
001000*    A THIRD OF THE SERVICE DESK'S CALLS ARE "WHAT IS MY         *
001100*    BALANCE AND WHEN DID YOU GET MY PAYMENT".  THE PHONE        *
001200*    SYSTEM'S IVR HOST CALLS THIS SUBPROGRAM WITH THE            *
001300*    IVR-REQUEST-AREA (SEE IVRWREC) AND GETS THE ANSWER BACK     *
001400*    IN THE SAME AREA, THE WAY CALSUB SERVES ITS CALLERS:        *
001500*      - THE CALLER'S PIN IS VERIFIED AGAINST THE IVR PIN FILE   *
001600*        (IVRPIN, SEE IPINREC) - NOT AGAINST USERSEC.  EVERY     *
001700*        WRONG PIN IS COUNTED; AT THE IVRPARM LIMIT (3 IF NOT    *
001800*        SET) THE PIN LOCKS UNTIL A REPRESENTATIVE UNLOCKS IT    *
001900*        IN IVRPMNT.  A GOOD PIN CLEARS THE COUNT.               *
002000*      - A GOOD PIN ON AN ACTIVE OR CLOSED ACCOUNT ANSWERS THE   *
002100*        CURRENT BALANCE FROM THE LIVE MASTER, THE LAST PAYMENT  *
002200*        AMOUNT AND DATE FROM THE KEYED POSTING HISTORY          *
002300*        (PHISTKEY - THE LATEST PAYMENT NOT SINCE REVERSED),     *
002400*        THE STATUS AND THE MAIL STATUS.                         *
002500*      - A FROZEN, CHARGED-OFF OR RETURNED-MAIL ACCOUNT IS TOLD  *
002600*        TO HOLD FOR A REPRESENTATIVE - NO BALANCE, NO PAYMENT.  *
002700*    EVERY INQUIRY, WHATEVER THE ANSWER, IS APPENDED TO THE IVR  *
002800*    INQUIRY LOG (IVRLOG, SEE IVRLREC), KEPT APART FROM THE      *
002900*    OPERATORS' INQLOG.  AS IN CUSTLKUP, NO LOG MEANS NO         *
003000*    ANSWER - AN INQUIRY THAT CANNOT BE LOGGED RETURNS "90".     *
003100*    THE FILES OPEN ON THE FIRST CALL AND STAY OPEN UNTIL THE    *
003200*    HOST'S END-OF-SERVICE CALL; IF ANY WILL NOT OPEN, THE CALL  *
003300*    ANSWERS "90" AND THE NEXT CALL TRIES AGAIN.  THE MASTER     *
003400*    AND THE POSTING HISTORY OPEN READ-ONLY.                     *
003500*                                                                *
003600******************************************************************
003700* MODIFICATION HISTORY
003800*   11/05/2026  RVH  ORIGINAL.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT IVR-PARM-FILE ASSIGN TO IVRPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS IVR-PARM-STATUS.
004800     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CUST-ID
005200         FILE STATUS IS CUSTOMER-FILE-STATUS.
005300     SELECT IVR-PIN-FILE ASSIGN TO IVRPIN
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS IPIN-CUST-ID
005700         FILE STATUS IS IVR-PIN-STATUS.
005800     SELECT KEYED-HISTORY-FILE ASSIGN TO PHISTKEY
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PHK-KEY
006200         FILE STATUS IS KEYED-HISTORY-STATUS.
006300     SELECT IVR-LOG-FILE ASSIGN TO IVRLOG
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS IVR-LOG-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  IVR-PARM-FILE
007100     LABEL RECORDS ARE STANDARD
007200     BLOCK CONTAINS 0 RECORDS
007300     RECORDING MODE F
007400     DATA RECORD IS IVR-PARM-RECORD.
007500     COPY IVRPREC.
007600
007700 FD  CUSTOMER-FILE
007800     LABEL RECORDS ARE STANDARD
007900     BLOCK CONTAINS 0 RECORDS
008000     RECORDING MODE F
008100     DATA RECORD IS CUSTOMER-RECORD.
008200     COPY CUSTREC.
008300
008400 FD  IVR-PIN-FILE
008500     LABEL RECORDS ARE STANDARD
008600     BLOCK CONTAINS 0 RECORDS
008700     RECORDING MODE F
008800     DATA RECORD IS IVR-PIN-RECORD.
008900     COPY IPINREC.
009000
009100 FD  KEYED-HISTORY-FILE
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORDING MODE F
009500     DATA RECORD IS POSTING-HISTORY-KEY-REC.
009600     COPY PHKREC.
009700
009800 FD  IVR-LOG-FILE
009900     LABEL RECORDS ARE STANDARD
010000     BLOCK CONTAINS 0 RECORDS
010100     RECORDING MODE F
010200     DATA RECORD IS IVR-LOG-RECORD.
010300     COPY IVRLREC.
010400
010500 WORKING-STORAGE SECTION.
010600******************************************************************
010700*    FILE STATUS AND SWITCHES                                    *
010800******************************************************************
010900 01  IVR-PARM-STATUS           PIC X(02).
011000     88  IVR-PARM-OK               VALUE "00".
011100 01  CUSTOMER-FILE-STATUS      PIC X(02).
011200     88  CUST-FILE-OK              VALUE "00".
011300 01  IVR-PIN-STATUS            PIC X(02).
011400     88  IVR-PIN-OK                VALUE "00".
011500 01  KEYED-HISTORY-STATUS      PIC X(02).
011600     88  KEYED-HISTORY-OK          VALUE "00".
011700 01  IVR-LOG-STATUS            PIC X(02).
011800     88  IVR-LOG-OK                VALUE "00".
011900 01  WS-SERVICE-UP             PIC X(01) VALUE "N".
012000     88  SERVICE-IS-UP             VALUE "Y".
012100 01  WS-CUST-OPEN              PIC X(01) VALUE "N".
012200     88  CUST-IS-OPEN              VALUE "Y".
012300 01  WS-PIN-OPEN               PIC X(01) VALUE "N".
012400     88  PIN-IS-OPEN               VALUE "Y".
012500 01  WS-PHIST-OPEN             PIC X(01) VALUE "N".
012600     88  PHIST-IS-OPEN             VALUE "Y".
012700 01  WS-LOG-OPEN               PIC X(01) VALUE "N".
012800     88  LOG-IS-OPEN               VALUE "Y".
012900 01  WS-PMT-SEARCH-SWITCH      PIC X(01) VALUE "N".
013000     88  PMT-SEARCH-DONE           VALUE "Y".
013100 01  WS-LOCKED-NOW             PIC X(01) VALUE "N".
013200     88  PIN-LOCKED-NOW            VALUE "Y".
013300
013400******************************************************************
013500*    RUN CONTROL FIELDS                                          *
013600******************************************************************
013700 01  WS-MAX-PIN-FAILURES       PIC 9(02) VALUE 3.
013800 01  WS-CALL-DATE              PIC 9(06) VALUE 0.
013900 01  WS-CALL-TIME              PIC 9(08) VALUE 0.
014000
014100 LINKAGE SECTION.
014200     COPY IVRWREC.
014300
014400 PROCEDURE DIVISION USING IVR-REQUEST-AREA.
014500******************************************************************
014600*    0000-MAINLINE                                               *
014700******************************************************************
014800 0000-MAINLINE.
014900     MOVE 0 TO IVRW-BALANCE
015000     MOVE 0 TO IVRW-LAST-PMT-AMOUNT
015100     MOVE 0 TO IVRW-LAST-PMT-DATE
015200     MOVE SPACE TO IVRW-CUST-STATUS
015300     MOVE SPACE TO IVRW-MAIL-STATUS
015400     EVALUATE TRUE
015500         WHEN IVRW-INQUIRE
015600             IF NOT SERVICE-IS-UP
015700                 PERFORM 1000-OPEN-FILES THRU 1000-EXIT
015800             END-IF
015900             IF SERVICE-IS-UP
016000                 PERFORM 2000-ANSWER-INQUIRY THRU 2000-EXIT
016100             ELSE
016200                 MOVE "90" TO IVRW-RESPONSE-CODE
016300             END-IF
016400         WHEN IVRW-END-SERVICE
016500             PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
016600             MOVE "00" TO IVRW-RESPONSE-CODE
016700         WHEN OTHER
016800             MOVE "99" TO IVRW-RESPONSE-CODE
016900     END-EVALUATE
017000     GOBACK.
017100
017200******************************************************************
017300*    1000-OPEN-FILES                                             *
017400*    THE PARAMETER IS READ ONCE PER OPEN.  EVERY OTHER FILE IS   *
017500*    REQUIRED - ONE THAT WILL NOT OPEN CLOSES THE REST AGAIN,    *
017600*    SO THE NEXT CALL STARTS CLEAN.                              *
017700******************************************************************
017800 1000-OPEN-FILES.
017900     MOVE 3 TO WS-MAX-PIN-FAILURES
018000     OPEN INPUT IVR-PARM-FILE
018100     IF IVR-PARM-OK
018200         READ IVR-PARM-FILE
018300             NOT AT END
018400                 IF IVRP-MAX-PIN-FAILURES IS NUMERIC AND
018500                         IVRP-MAX-PIN-FAILURES > 0
018600                     MOVE IVRP-MAX-PIN-FAILURES TO
018700                         WS-MAX-PIN-FAILURES
018800                 END-IF
018900         END-READ
019000         CLOSE IVR-PARM-FILE
019100     END-IF
019200     OPEN INPUT CUSTOMER-FILE
019300     IF NOT CUST-FILE-OK
019400         DISPLAY "IVRINQ - ERROR OPENING CUSTOMER FILE - "
019500             "STATUS " CUSTOMER-FILE-STATUS
019600         GO TO 1000-FAILED
019700     END-IF
019800     MOVE "Y" TO WS-CUST-OPEN
019900     OPEN I-O IVR-PIN-FILE
020000     IF NOT IVR-PIN-OK
020100         DISPLAY "IVRINQ - ERROR OPENING IVR PIN FILE - "
020200             "STATUS " IVR-PIN-STATUS
020300         GO TO 1000-FAILED
020400     END-IF
020500     MOVE "Y" TO WS-PIN-OPEN
020600     OPEN INPUT KEYED-HISTORY-FILE
020700     IF NOT KEYED-HISTORY-OK
020800         DISPLAY "IVRINQ - ERROR OPENING KEYED HISTORY - "
020900             "STATUS " KEYED-HISTORY-STATUS
021000         GO TO 1000-FAILED
021100     END-IF
021200     MOVE "Y" TO WS-PHIST-OPEN
021300     OPEN EXTEND IVR-LOG-FILE
021400     IF NOT IVR-LOG-OK
021500         DISPLAY "IVRINQ - ERROR OPENING IVR INQUIRY LOG - "
021600             "STATUS " IVR-LOG-STATUS
021700         GO TO 1000-FAILED
021800     END-IF
021900     MOVE "Y" TO WS-LOG-OPEN
022000     MOVE "Y" TO WS-SERVICE-UP
022100     GO TO 1000-EXIT.
022200 1000-FAILED.
022300     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    2000-ANSWER-INQUIRY                                         *
022900*    THE ACCOUNT, THEN THE PIN, THEN THE STATUS - A CALLER WHO   *
023000*    HAS NOT PROVED THE PIN LEARNS NOTHING ABOUT THE ACCOUNT.    *
023100******************************************************************
023200 2000-ANSWER-INQUIRY.
023300     ACCEPT WS-CALL-DATE FROM DATE
023400     ACCEPT WS-CALL-TIME FROM TIME
023500     MOVE "N" TO WS-LOCKED-NOW
023600     MOVE IVRW-CUST-ID TO CUST-ID
023700     READ CUSTOMER-FILE
023800         INVALID KEY
023900             MOVE "20" TO IVRW-RESPONSE-CODE
024000             GO TO 2000-LOG
024100     END-READ
024200     MOVE IVRW-CUST-ID TO IPIN-CUST-ID
024300     READ IVR-PIN-FILE
024400         INVALID KEY
024500             MOVE "12" TO IVRW-RESPONSE-CODE
024600             GO TO 2000-LOG
024700     END-READ
024800     IF IPIN-IS-LOCKED
024900         MOVE "11" TO IVRW-RESPONSE-CODE
025000         GO TO 2000-LOG
025100     END-IF
025200     IF IPIN-PIN NOT = IVRW-PIN
025300         PERFORM 2100-RECORD-PIN-FAILURE THRU 2100-EXIT
025400         GO TO 2000-LOG
025500     END-IF
025600     IF IPIN-FAIL-COUNT NOT = 0 OR
025700             IPIN-LAST-GOOD-DATE NOT = WS-CALL-DATE
025800         MOVE 0 TO IPIN-FAIL-COUNT
025900         MOVE WS-CALL-DATE TO IPIN-LAST-GOOD-DATE
026000         REWRITE IVR-PIN-RECORD
026100             INVALID KEY
026200                 DISPLAY "IVRINQ - PIN REWRITE FAILED FOR "
026300                     IPIN-CUST-ID " - STATUS " IVR-PIN-STATUS
026400         END-REWRITE
026500     END-IF
026600     MOVE CUST-STATUS TO IVRW-CUST-STATUS
026700     MOVE CUST-MAIL-STATUS TO IVRW-MAIL-STATUS
026800     IF CUST-STATUS-FROZEN OR CUST-STATUS-CHGOFF OR
026900             CUST-MAIL-RETURNED
027000         MOVE "30" TO IVRW-RESPONSE-CODE
027100         GO TO 2000-LOG
027200     END-IF
027300     MOVE CUST-BALANCE TO IVRW-BALANCE
027400     PERFORM 2200-FIND-LAST-PAYMENT THRU 2200-EXIT
027500     MOVE "00" TO IVRW-RESPONSE-CODE.
027600 2000-LOG.
027700     PERFORM 2900-LOG-THE-INQUIRY THRU 2900-EXIT.
027800 2000-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    2100-RECORD-PIN-FAILURE                                     *
028300*    THE FAILURE THAT REACHES THE LIMIT LOCKS THE PIN AND IS     *
028400*    ANSWERED AS A LOCKOUT, SO THE IVR TRANSFERS THE CALL.       *
028500******************************************************************
028600 2100-RECORD-PIN-FAILURE.
028700     MOVE "10" TO IVRW-RESPONSE-CODE
028800     IF IPIN-FAIL-COUNT < 99
028900         ADD 1 TO IPIN-FAIL-COUNT
029000     END-IF
029100     MOVE WS-CALL-DATE TO IPIN-LAST-FAIL-DATE
029200     IF IPIN-FAIL-COUNT NOT < WS-MAX-PIN-FAILURES
029300         MOVE "L" TO IPIN-STATUS
029400         MOVE WS-CALL-DATE TO IPIN-LOCKED-DATE
029500         MOVE WS-CALL-TIME TO IPIN-LOCKED-TIME
029600         MOVE "Y" TO WS-LOCKED-NOW
029700         MOVE "11" TO IVRW-RESPONSE-CODE
029800     END-IF
029900     REWRITE IVR-PIN-RECORD
030000         INVALID KEY
030100             DISPLAY "IVRINQ - PIN REWRITE FAILED FOR "
030200                 IPIN-CUST-ID " - STATUS " IVR-PIN-STATUS
030300     END-REWRITE.
030400 2100-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800*    2200-FIND-LAST-PAYMENT                                      *
030900*    THE CUSTOMER'S HISTORY IS IN POST DATE AND SEQUENCE ORDER,  *
031000*    SO THE LAST PAYMENT NOT SINCE REVERSED IS THE LAST ONE      *
031100*    SEEN.  TONIGHT'S POSTINGS REACH PHISTKEY WITH THE MORNING   *
031200*    CONSOLIDATION.                                              *
031300******************************************************************
031400 2200-FIND-LAST-PAYMENT.
031500     MOVE "N" TO WS-PMT-SEARCH-SWITCH
031600     MOVE IVRW-CUST-ID TO PHK-CUST-ID
031700     MOVE 0 TO PHK-POST-DATE
031800     MOVE 0 TO PHK-SEQ-NO
031900     START KEYED-HISTORY-FILE KEY IS NOT LESS THAN PHK-KEY
032000         INVALID KEY
032100             MOVE "Y" TO WS-PMT-SEARCH-SWITCH
032200     END-START
032300     PERFORM 2250-CHECK-ONE-HISTORY THRU 2250-EXIT
032400         UNTIL PMT-SEARCH-DONE.
032500 2200-EXIT.
032600     EXIT.
032700
032800 2250-CHECK-ONE-HISTORY.
032900     READ KEYED-HISTORY-FILE NEXT RECORD
033000         AT END
033100             MOVE "Y" TO WS-PMT-SEARCH-SWITCH
033200     END-READ
033300     IF PMT-SEARCH-DONE
033400         GO TO 2250-EXIT
033500     END-IF
033600     IF PHK-CUST-ID NOT = IVRW-CUST-ID
033700         MOVE "Y" TO WS-PMT-SEARCH-SWITCH
033800         GO TO 2250-EXIT
033900     END-IF
034000     IF PHK-TXN-TYPE = "P" AND NOT PHK-IS-REVERSED
034100         MOVE PHK-AMOUNT TO IVRW-LAST-PMT-AMOUNT
034200         MOVE PHK-POST-DATE TO IVRW-LAST-PMT-DATE
034300     END-IF.
034400 2250-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    2900-LOG-THE-INQUIRY                                        *
034900*    AN INQUIRY THAT CANNOT BE LOGGED IS NOT ANSWERED - THE      *
035000*    RESPONSE IS WITHDRAWN AND THE FILES CLOSED, SO THE NEXT     *
035100*    CALL REOPENS THEM.                                          *
035200******************************************************************
035300 2900-LOG-THE-INQUIRY.
035400     INITIALIZE IVR-LOG-RECORD
035500     MOVE WS-CALL-DATE TO IVRL-DATE
035600     MOVE WS-CALL-TIME TO IVRL-TIME
035700     MOVE IVRW-CALL-ID TO IVRL-CALL-ID
035800     MOVE IVRW-CUST-ID TO IVRL-CUST-ID
035900     MOVE IVRW-RESPONSE-CODE TO IVRL-RESPONSE-CODE
036000     MOVE WS-LOCKED-NOW TO IVRL-LOCKED-NOW
036100     WRITE IVR-LOG-RECORD
036200     IF NOT IVR-LOG-OK
036300         DISPLAY "IVRINQ - IVR INQUIRY LOG WRITE FAILED - "
036400             "STATUS " IVR-LOG-STATUS
036500         MOVE 0 TO IVRW-BALANCE
036600         MOVE 0 TO IVRW-LAST-PMT-AMOUNT
036700         MOVE 0 TO IVRW-LAST-PMT-DATE
036800         MOVE SPACE TO IVRW-CUST-STATUS
036900         MOVE SPACE TO IVRW-MAIL-STATUS
037000         MOVE "90" TO IVRW-RESPONSE-CODE
037100         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
037200     END-IF.
037300 2900-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    8000-CLOSE-FILES                                            *
037800******************************************************************
037900 8000-CLOSE-FILES.
038000     IF CUST-IS-OPEN
038100         CLOSE CUSTOMER-FILE
038200     END-IF
038300     IF PIN-IS-OPEN
038400         CLOSE IVR-PIN-FILE
038500     END-IF
038600     IF PHIST-IS-OPEN
038700         CLOSE KEYED-HISTORY-FILE
038800     END-IF
038900     IF LOG-IS-OPEN
039000         CLOSE IVR-LOG-FILE
039100     END-IF
039200     MOVE "N" TO WS-CUST-OPEN
039300     MOVE "N" TO WS-PIN-OPEN
039400     MOVE "N" TO WS-PHIST-OPEN
039500     MOVE "N" TO WS-LOG-OPEN
039600     MOVE "N" TO WS-SERVICE-UP.
039700 8000-EXIT.
039800     EXIT.
