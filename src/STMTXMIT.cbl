002880*                    END.  NO PARM KEEPS THE ORIGINAL
002890*                    BALANCE-LETTER BEHAVIOR.  POINT THE
002891*                    STMTFILE DD AT THE EXTRACT BEING SENT.
002892*   11/06/2026  RVH  JCL PARM "DWX" TRANSMITS THE MONTH-END
002893*                    DATA-WAREHOUSE EXTRACT (DWXFILE, BUILT BY
002894*                    DWEXTR, SEE DWXREC) - THE COUNT IS THE
002895*                    DETAIL RECORDS, THE BALANCE TOTAL THEIR
002896*                    BALANCES AND THE FILE DATE THE HEADER'S
002897*                    AS-OF DATE.  THE TRAILER MUST AGREE ON
002898*                    COUNT AND TOTAL OR THE FILE IS NOT SENT
002899*                    (ALERT BADTRLR, LOGGED REJECTED, RC 8).
002900*                    LOG RECORDS CARRY THE FEED (XMIT-FEED)
002901*                    AND THE RESEND BLOCK MATCHES ON IT, SO A
002902*                    MONTH-END STATEMENT SEND AND THE EXTRACT
002903*                    OF THE SAME DATE DO NOT BLOCK EACH OTHER.
002904*                    ALERTS NAME WAREHOUSE-TRANSMIT/-CONFIRM.
003004*   11/19/2026  RVH  ONCE A STATEMENT FILE IS CONFIRMED SENT,
003104*                    THE CONFIRMATION REFERENCE IS STAMPED ON
003204*                    EACH CUSTOMER'S ENTRY ON THE CUSTOMER
003304*                    CORRESPONDENCE REGISTER (CORRFILE, SEE
003404*                    CORRSUB) - BALANCE STATEMENTS FROM THE
003504*                    ORIGINAL FEED, FULL AND DUPLICATE
003604*                    STATEMENTS UNDER PARM "FULL".  NOT DONE FOR
003704*                    THE DATA-WAREHOUSE EXTRACT.  A STAMP THAT
003804*                    FAILS ENDS THE RUN RC 4.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS STMT-EXTRACT-FILE-STATUS.
003710     SELECT WAREHOUSE-EXTRACT-FILE ASSIGN TO DWXFILE
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WAREHOUSE-EXTRACT-STATUS.
003800     SELECT TRANSMISSION-LOG-FILE ASSIGN TO XMITLOG
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
005400     COPY STMTREC.
005410     COPY STMXREC.
005500
005510 FD  WAREHOUSE-EXTRACT-FILE
005520     LABEL RECORDS ARE OMITTED
005530     RECORDING MODE F.
005540 01  WAREHOUSE-EXTRACT-LINE   PIC X(400).
005550
005600 FD  TRANSMISSION-LOG-FILE
005700     LABEL RECORDS ARE STANDARD
005800     BLOCK CONTAINS 0 RECORDS
007400 01  STMT-EXTRACT-FILE-STATUS  PIC X(02).
007500     88  STMT-EXTRACT-FILE-OK      VALUE "00".
007600     88  STMT-EXTRACT-NOT-FOUND    VALUE "05" "35".
007610 01  WAREHOUSE-EXTRACT-STATUS  PIC X(02).
007620     88  WAREHOUSE-EXTRACT-OK      VALUE "00".
007700 01  TRANSMISSION-LOG-STATUS   PIC X(02).
007800     88  TRANSMISSION-LOG-OK       VALUE "00".
007900     88  TRANSMISSION-LOG-MISSING  VALUE "05" "35".
009760 01  WS-PARM-DATA              PIC X(08) VALUE SPACES.
009770 01  WS-XMIT-MODE              PIC X(04) VALUE SPACES.
009780     88  FULL-STATEMENT-MODE       VALUE "FULL".
009781     88  WAREHOUSE-EXTRACT-MODE    VALUE "DWX".
009782 01  WS-FEED                   PIC X(04) VALUE SPACES.
009783 01  WS-DWX-AT-END             PIC X(01) VALUE "N".
009784     88  DWX-FILE-AT-END           VALUE "Y".
009785 01  WS-TRAILER-SEEN           PIC X(01) VALUE "N".
009786     88  DWX-TRAILER-SEEN          VALUE "Y".
009787 01  WS-TRAILER-COUNT          PIC 9(09) VALUE 0.
009788 01  WS-TRAILER-BALANCE        PIC S9(11)V99 VALUE 0.
009789 01  WS-DWX-AMOUNT             PIC S9(11)V99 VALUE 0.
009791 01  WS-CORR-STAMPED           PIC 9(07) BINARY VALUE 0.
009794 01  WS-CORR-NOT-STAMPED       PIC 9(07) BINARY VALUE 0.
009797 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
009800
009900******************************************************************
010000*    NETWORK RETRY/BACKOFF FIELDS - SAME MACHINERY AS            *
011500 01  WS-ALERT-OPERATION        PIC X(20) VALUE SPACES.
011600 01  WS-ALERT-STATUS-TEXT      PIC X(10) VALUE SPACES.
011700 01  WS-ALERT-SEVERITY         PIC 9(02) VALUE 8.
011710 01  WS-SEND-OPERATION         PIC X(20)
011720                               VALUE "STATEMENT-TRANSMIT".
011730 01  WS-CONFIRM-OPERATION      PIC X(20)
011740                               VALUE "STATEMENT-CONFIRM".
011750
011760     COPY DWXREC.
011760
011773******************************************************************
011780*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
011786******************************************************************
011793     COPY CORWREC.
011800
011900 PROCEDURE DIVISION.
012000******************************************************************
014040         DISPLAY "STMTXMIT - TRANSMITTING THE FULL STATEMENT "
014050             "EXTRACT"
014060     END-IF
014061     IF WS-PARM-DATA(1:3) = "DWX"
014062         MOVE "DWX" TO WS-XMIT-MODE
014063         MOVE "DWX" TO WS-FEED
014064         MOVE "WAREHOUSE-TRANSMIT" TO WS-SEND-OPERATION
014065         MOVE "WAREHOUSE-CONFIRM" TO WS-CONFIRM-OPERATION
014066         DISPLAY "STMTXMIT - TRANSMITTING THE DATA-WAREHOUSE "
014067             "EXTRACT"
014068     END-IF
014100     OPEN EXTEND ALERT-FILE
014200     IF NOT ALERT-FILE-OK
014300         DISPLAY "STMTXMIT - ALERT FILE NOT AVAILABLE - STATUS "
015400*    THE SAME RUN DATE.                                          *
015500******************************************************************
015600 2000-TOTAL-THE-EXTRACT.
015610     IF WAREHOUSE-EXTRACT-MODE
015620         PERFORM 2500-TOTAL-WAREHOUSE-EXTRACT THRU 2500-EXIT
015630         GO TO 2000-EXIT
015640     END-IF
015700     OPEN INPUT STATEMENT-EXTRACT-FILE
015800     IF NOT STMT-EXTRACT-FILE-OK
015900         DISPLAY "STMTXMIT - STATEMENT EXTRACT NOT FOUND - "
020197 2300-EXIT.
020198     EXIT.
020199
020200******************************************************************
020201*    2500-TOTAL-WAREHOUSE-EXTRACT                                *
020202*    WAREHOUSE MODE - THE COUNT IS THE DETAIL RECORDS, THE       *
020203*    BALANCE TOTAL THEIR BALANCES AND THE FILE DATE THE          *
020204*    HEADER'S AS-OF DATE.  THE TRAILER MUST AGREE ON BOTH        *
020205*    BEFORE THE FILE GOES - A SHORT OR DOUBLED FILE IS NOT SENT. *
020206******************************************************************
020207 2500-TOTAL-WAREHOUSE-EXTRACT.
020208     OPEN INPUT WAREHOUSE-EXTRACT-FILE
020209     IF NOT WAREHOUSE-EXTRACT-OK
020210         DISPLAY "STMTXMIT - WAREHOUSE EXTRACT NOT FOUND - "
020211             "STATUS " WAREHOUSE-EXTRACT-STATUS
020212             " - NOTHING TO TRANSMIT"
020213         MOVE 8 TO RETURN-CODE
020214         PERFORM 9000-TERMINATE THRU 9000-EXIT
020215         STOP RUN
020216     END-IF
020217     PERFORM 2600-READ-NEXT-DWX THRU 2600-EXIT
020218     PERFORM 2700-TALLY-ONE-DWX THRU 2700-EXIT
020219         UNTIL DWX-FILE-AT-END
020220     CLOSE WAREHOUSE-EXTRACT-FILE
020221     DISPLAY "STMTXMIT - FILE DATE " WS-FILE-DATE " - "
020222         WS-RECORD-COUNT " DETAIL RECORD(S), TOTAL "
020223         WS-BALANCE-TOTAL
020224     IF NOT DWX-TRAILER-SEEN OR
020225             WS-TRAILER-COUNT NOT = WS-RECORD-COUNT OR
020226             WS-TRAILER-BALANCE NOT = WS-BALANCE-TOTAL
020227         PERFORM 4500-REJECT-THE-EXTRACT THRU 4500-EXIT
020228         PERFORM 9000-TERMINATE THRU 9000-EXIT
020229         STOP RUN
020230     END-IF.
020231 2500-EXIT.
020232     EXIT.
020233
020234 2600-READ-NEXT-DWX.
020235     READ WAREHOUSE-EXTRACT-FILE
020236         AT END
020237             MOVE "Y" TO WS-DWX-AT-END
020238     END-READ.
020239 2600-EXIT.
020240     EXIT.
020241
020242******************************************************************
020243*    2700-TALLY-ONE-DWX                                          *
020244*    THE EDITED AMOUNTS ARE DE-EDITED BACK TO NUMERIC BY MOVE.   *
020245******************************************************************
020246 2700-TALLY-ONE-DWX.
020247     EVALUATE WAREHOUSE-EXTRACT-LINE(1:1)
020248         WHEN "H"
020249             MOVE WAREHOUSE-EXTRACT-LINE TO DWX-HEADER-RECORD
020250             IF WS-FILE-DATE = 0 AND DWXH-AS-OF-DATE NUMERIC
020251                 MOVE DWXH-AS-OF-DATE TO WS-FILE-DATE
020252             END-IF
020253         WHEN "D"
020254             ADD 1 TO WS-RECORD-COUNT
020255             MOVE WAREHOUSE-EXTRACT-LINE TO DWX-DETAIL-RECORD
020256             MOVE DWXD-BALANCE TO WS-DWX-AMOUNT
020257             ADD WS-DWX-AMOUNT TO WS-BALANCE-TOTAL
020258         WHEN "T"
020259             MOVE WAREHOUSE-EXTRACT-LINE TO DWX-TRAILER-RECORD
020260             IF DWXT-DETAIL-COUNT NUMERIC
020261                 MOVE "Y" TO WS-TRAILER-SEEN
020262                 MOVE DWXT-DETAIL-COUNT TO WS-TRAILER-COUNT
020263                 MOVE DWXT-BALANCE-TOTAL TO WS-TRAILER-BALANCE
020264             END-IF
020265     END-EVALUATE
020266     PERFORM 2600-READ-NEXT-DWX THRU 2600-EXIT.
020267 2700-EXIT.
020268     EXIT.
020269
020300******************************************************************
020400*    3000-CHECK-FOR-RESEND                                       *
020500******************************************************************
024000*    3200-CHECK-ONE-LOG                                          *
024100******************************************************************
024200 3200-CHECK-ONE-LOG.
024300     IF XMIT-FILE-DATE = WS-FILE-DATE AND XMIT-WAS-SENT AND
024310             XMIT-FEED = WS-FEED
024400         MOVE "Y" TO WS-ALREADY-SENT
024500     END-IF
024600     PERFORM 3100-READ-NEXT-LOG THRU 3100-EXIT.
025300 4000-BLOCK-THE-RESEND.
025400     DISPLAY "STMTXMIT - FILE DATE " WS-FILE-DATE
025500         " WAS ALREADY SENT - TRANSMISSION BLOCKED"
025600     MOVE WS-SEND-OPERATION TO WS-ALERT-OPERATION
025700     MOVE "DUPSEND" TO WS-ALERT-STATUS-TEXT
025800     MOVE 8 TO WS-ALERT-SEVERITY
025900     PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
026400 4000-EXIT.
026500     EXIT.
026600
026601******************************************************************
026602*    4500-REJECT-THE-EXTRACT                                     *
026603*    WAREHOUSE MODE - THE TRAILER DID NOT PROVE THE FILE.        *
026604******************************************************************
026605 4500-REJECT-THE-EXTRACT.
026606     DISPLAY "STMTXMIT - TRAILER DOES NOT AGREE - TRAILER "
026607         WS-TRAILER-COUNT " RECORD(S), TOTAL " WS-TRAILER-BALANCE
026608         " - TRANSMISSION STOPPED"
026609     MOVE WS-SEND-OPERATION TO WS-ALERT-OPERATION
026610     MOVE "BADTRLR" TO WS-ALERT-STATUS-TEXT
026611     MOVE 8 TO WS-ALERT-SEVERITY
026612     PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
026613     MOVE "REJECTED" TO WS-OUTCOME
026614     MOVE SPACES TO WS-CONFIRM-REF
026615     PERFORM 7000-APPEND-LOG-RECORD THRU 7000-EXIT
026616     MOVE 8 TO RETURN-CODE.
026617 4500-EXIT.
026618     EXIT.
026619
026700******************************************************************
026800*    5000-TRANSMIT-THE-FILE                                      *
026900*    THE SEND, WITH SAMPCOBL'S RETRY-AND-GROWING-DELAY SHAPE,    *
027900     IF WS-NETWORK-STATUS NOT = "Y"
028000         DISPLAY "STMTXMIT - TRANSMISSION FAILED AFTER "
028100             WS-NETWORK-RETRY-COUNT " ATTEMPT(S)"
028200         MOVE WS-SEND-OPERATION TO WS-ALERT-OPERATION
028300         MOVE "SENDFAIL" TO WS-ALERT-STATUS-TEXT
028400         MOVE 8 TO WS-ALERT-SEVERITY
028500         PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
029600         DISPLAY "STMTXMIT - TRANSMISSION CONFIRMED - REF "
029700             WS-CONFIRM-REF
029800         MOVE "SENT" TO WS-OUTCOME
029850         PERFORM 7000-APPEND-LOG-RECORD THRU 7000-EXIT
029900         IF NOT WAREHOUSE-EXTRACT-MODE
029950             PERFORM 6000-STAMP-THE-REGISTER THRU 6000-EXIT
030000         END-IF
030050     ELSE
030100         DISPLAY "STMTXMIT - NO CONFIRMATION FROM VENDOR - "
030200             "TRANSMISSION NOT PROVEN"
030300         MOVE WS-CONFIRM-OPERATION TO WS-ALERT-OPERATION
030400         MOVE "NOCONFIRM" TO WS-ALERT-STATUS-TEXT
030500         MOVE 8 TO WS-ALERT-SEVERITY
030600         PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
037100     END-IF.
037200 5310-EXIT.
037300     EXIT.
037300
037303******************************************************************
037304*    6000-STAMP-THE-REGISTER                                     *
037306*    A SECOND PASS OVER THE CONFIRMED FILE STAMPS THE VENDOR'S   *
037307*    CONFIRMATION REFERENCE ON EACH CUSTOMER'S CORRESPONDENCE    *
037309*    REGISTER ENTRY (CORRSUB FUNCTION "X") - EVERY RECORD OF A   *
037310*    BALANCE-STATEMENT FILE IS ONE STATEMENT, A FULL-STATEMENT   *
037312*    FILE HAS ONE "H" HEADER PER STATEMENT.  THE FILE IS         *
037313*    ALREADY SENT, SO A STAMP THAT FAILS ONLY ENDS THE RUN RC 4. *
037315******************************************************************
037316 6000-STAMP-THE-REGISTER.
037318     MOVE "N" TO WS-STMT-AT-END
037320     OPEN INPUT STATEMENT-EXTRACT-FILE
037321     IF NOT STMT-EXTRACT-FILE-OK
037323         DISPLAY "STMTXMIT - STATEMENT EXTRACT NOT REOPENED - "
037324             "STATUS " STMT-EXTRACT-FILE-STATUS
037326             " - CORRESPONDENCE REGISTER NOT STAMPED"
037327         MOVE 4 TO RETURN-CODE
037329         GO TO 6000-EXIT
037330     END-IF
037332     PERFORM 2100-READ-NEXT-STMT THRU 2100-EXIT
037333     PERFORM 6100-STAMP-ONE-STMT THRU 6100-EXIT
037335         UNTIL STMT-FILE-AT-END
037336     CLOSE STATEMENT-EXTRACT-FILE
037338     MOVE "C" TO CORW-FUNCTION
037340     CALL "CORRSUB" USING CORRESPONDENCE-AREA
037341     DISPLAY "STMTXMIT - " WS-CORR-STAMPED
037343         " STATEMENT(S) STAMPED ON THE CORRESPONDENCE REGISTER"
037344         " - REF " WS-CONFIRM-REF
037346     IF WS-CORR-NOT-STAMPED > 0
037347         DISPLAY "STMTXMIT - " WS-CORR-NOT-STAMPED
037349             " STATEMENT(S) NOT STAMPED ON THE CORRESPONDENCE "
037350             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
037352         MOVE 4 TO RETURN-CODE
037353     END-IF.
037355 6000-EXIT.
037356     EXIT.
037356
037360 6100-STAMP-ONE-STMT.
037361     IF FULL-STATEMENT-MODE
037363         IF NOT STMX-HEADER
037364             GO TO 6100-NEXT
037366         END-IF
037367         MOVE STMX-CUST-ID TO CORW-CUST-ID
037369         MOVE STMX-PERIOD-END TO CORW-DOC-DATE
037370         MOVE "F" TO CORW-XMIT-FEED
037372     ELSE
037373         MOVE STMT-CUST-ID TO CORW-CUST-ID
037375         MOVE STMT-RUN-DATE TO CORW-DOC-DATE
037376         MOVE "S" TO CORW-XMIT-FEED
037378     END-IF
037380     MOVE "X" TO CORW-FUNCTION
037381     MOVE WS-CONFIRM-REF TO CORW-XMIT-REF
037382     MOVE 0 TO CORW-STAMP-COUNT
037383     MOVE WS-RUN-DATE TO CORW-XMIT-DATE
037384     CALL "CORRSUB" USING CORRESPONDENCE-AREA
037386     ADD CORW-STAMP-COUNT TO WS-CORR-STAMPED
037387     IF NOT CORW-OK
037389         ADD 1 TO WS-CORR-NOT-STAMPED
037390         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
037392     END-IF.
037393 6100-NEXT.
037395     PERFORM 2100-READ-NEXT-STMT THRU 2100-EXIT.
037396 6100-EXIT.
037398     EXIT.
037400
037500******************************************************************
037600*    7000-APPEND-LOG-RECORD                                      *
038760         MOVE WS-CONFIRM-REF TO XMIT-CONFIRM-REF
038770         MOVE WS-RUN-DATE TO XMIT-DATE
038780         MOVE WS-RUN-TIME TO XMIT-TIME
038790         MOVE WS-FEED TO XMIT-FEED
038800         WRITE TRANSMISSION-LOG-RECORD
038900         CLOSE TRANSMISSION-LOG-FILE
039000     ELSE
