001800*    PERMANENT POSTED-TRANSACTION HISTORY FILE (POSTHIST), AND   *
001900*    EVERY TRANSACTION - APPLIED OR REJECTED - APPEARS ON THE    *
002000*    POSTING REGISTER REPORT (POSTRPT).                          *
002014*                                                                *
002028*    AN ITEM DATED (PTXN-TXN-DATE, OR TONIGHT WHEN UNDATED) ON   *
002042*    OR BEFORE THE LAST PERIOD END CLOSED ON PERDCTL (SEE        *
002057*    PCLSREC) POSTS ONLY AS A FLAGGED PRIOR-PERIOD ADJUSTMENT,   *
002071*    AND EVERY PRIOR-PERIOD ADJUSTMENT HOLDS FOR APPRREL         *
002085*    RELEASE WHATEVER ITS AMOUNT.                                *
002100*                                                                *
002200******************************************************************
002300* MODIFICATION HISTORY
002499*                    EVERY RUN - THE APPROVAL LOG IDENTIFIES
002499*                    DECISIONS BY THAT NUMBER, SO IT MUST
002499*                    NOT REPEAT ACROSS DAYS OR SOURCES.
002499*   10/26/2026  RVH  CHECKPOINT/RESTART (TXNCKPT, SEE TCKPREC)
002499*                    AND A HARD DUPLICATE-POSTING CHECK.  A
002499*                    CHECKPOINT IS WRITTEN AFTER EVERY POSTED OR
002499*                    HELD ITEM (AND EVERY 50 READS OTHERWISE); A
002499*                    RERUN WITH "R" IN THE PARM RELOADS THE
002499*                    TOTALS AND BUSINESS DATE, SKIPS THE
002499*                    TXNFILE RECORDS ALREADY PROCESSED AND
002499*                    EXTENDS THE REGISTER - ARCHPRGE'S
002499*                    TECHNIQUE.  ANY ITEM WHOSE CUST-ID,
002499*                    REFERENCE, AMOUNT AND TYPE ARE ALREADY ON
002499*                    THE KEYED HISTORY (PHISTKEY) OR IN
002499*                    TONIGHT'S POSTHIST - INCLUDING EARLIER IN
002499*                    THIS SAME RUN - IS REFUSED AS A DUPLICATE
002499*                    AND LISTED ON THE REGISTER, SO A RERUN OR A
002499*                    FEED CONCATENATED TWICE CANNOT POST THE
002499*                    SAME MONEY A SECOND TIME.
002499*   11/14/2026  RVH  CLOSED-PERIOD LOCK.  AN ITEM DATED ON OR
002499*                    BEFORE THE LAST PERIOD END CLOSED ON PERDCTL
002499*                    (SEE PCLSREC) REJECTS UNLESS FLAGGED AS A
002499*                    PRIOR-PERIOD ADJUSTMENT (PTXN-PRIOR-PERIOD-
002499*                    FLAG), AND A FLAGGED ITEM DATED IN AN OPEN
002499*                    PERIOD REJECTS.  EVERY FLAGGED ITEM HOLDS ON
002499*                    THE APPRREL QUEUE WHATEVER ITS AMOUNT, AND
002499*                    THE FLAG IS CARRIED TO POSTED HISTORY FOR
002499*                    GLVOUCH'S PRIOR-PERIOD ACCOUNT.
002499*   11/20/2026  RVH  THE DUPLICATE-POSTING MATCH NOW INCLUDES THE
002499*                    MODIFIER, SO A DISPUTE-RESOLUTION CREDIT
002499*                    (J/-) NO LONGER REJECTS AS A DUPLICATE OF
002499*                    THE J/+ DEBIT IT RESOLVES.
002499*   11/21/2026  RVH  THE DUPLICATE CHECK FAILS CLOSED.  THE
002499*                    TABLE IS RAISED TO 50,000 ITEMS AND NO
002499*                    LONGER HOLDS BLANK REFERENCES; SHOULD IT
002499*                    FILL, EVERY LATER ITEM IS HELD ON THE
002499*                    APPROVAL QUEUE (REASON "DUP CHECK TABLE
002499*                    FULL") INSTEAD OF POSTING AGAINST
002499*                    PHISTKEY ALONE, AND THE RUN ENDS RC 8.
002499*                    THE COUNT IS CARRIED ON THE CHECKPOINT.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS PHK-KEY
004350         FILE STATUS IS KEYED-HISTORY-STATUS.
004358*    THE CHECKPOINT IS SEQUENTIAL - THE LAST RECORD WINS.
004366     SELECT TXNPOST-CHECKPOINT-FILE ASSIGN TO TXNCKPT
004374         ORGANIZATION IS SEQUENTIAL
004382         ACCESS MODE IS SEQUENTIAL
004390         FILE STATUS IS TXNPOST-CHECKPOINT-STATUS.
004408     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
004426         ORGANIZATION IS SEQUENTIAL
004445         ACCESS MODE IS SEQUENTIAL
004463         FILE STATUS IS PERIOD-CLOSE-STATUS.
004481     SELECT POSTING-REGISTER ASSIGN TO POSTRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS POSTING-REGISTER-STATUS.
004700
007050     DATA RECORD IS POSTING-HISTORY-KEY-REC.
007060     COPY PHKREC.
007070
007073 FD  TXNPOST-CHECKPOINT-FILE
007076     LABEL RECORDS ARE STANDARD
007079     BLOCK CONTAINS 0 RECORDS
007082     RECORDING MODE F
007085     DATA RECORD IS TXNPOST-CHECKPOINT-RECORD.
007088     COPY TCKPREC.
007091
007103 FD  PERIOD-CLOSE-FILE
007115     LABEL RECORDS ARE STANDARD
007127     BLOCK CONTAINS 0 RECORDS
007139     RECORDING MODE F
007151     DATA RECORD IS PERIOD-CLOSE-RECORD.
007163     COPY PCLSREC.
007163
007187 FD  POSTING-REGISTER
007200     LABEL RECORDS ARE OMITTED
007300     RECORDING MODE F.
007400 01  POSTING-REGISTER-LINE    PIC X(132).
009494     05  WS-ORIG-SEQ-NO        PIC 9(03).
009495 01  WS-ORIG-AMOUNT            PIC 9(7)V99 VALUE 0.
009496 01  WS-ORIG-REVERSED          PIC X(01) VALUE SPACE.
009496
009496******************************************************************
009496*    CHECKPOINT/RESTART FIELDS - SAME SHAPE AS ARCHPRGE'S.  THE  *
009496*    PARM IS "R" TO RESTART FROM THE LAST CHECKPOINT.            *
009496******************************************************************
009496 01  WS-PARM-DATA              PIC X(07) VALUE SPACES.
009496 01  WS-PARM-FIELDS REDEFINES WS-PARM-DATA.
009496     05  WS-PARM-RESTART       PIC X(01).
009496     05  FILLER                PIC X(06).
009496 01  TXNPOST-CHECKPOINT-STATUS PIC X(02).
009496     88  TXN-CHECKPOINT-OK         VALUE "00".
009496     88  TXN-CHECKPOINT-MISSING    VALUE "05" "35".
009496     88  TXN-CHECKPOINT-AT-END     VALUE "10".
009496 01  WS-RESTART-REQUESTED      PIC X(01) VALUE "N".
009496     88  RESTART-WAS-REQUESTED     VALUE "Y".
009496 01  WS-CHECKPOINT-FOUND       PIC X(01) VALUE "N".
009496     88  CHECKPOINT-WAS-FOUND      VALUE "Y".
009496 01  WS-RESTART-SKIP-COUNT     PIC 9(07) BINARY VALUE 0.
009496 01  WS-TXNS-SKIPPED           PIC 9(07) BINARY VALUE 0.
009496 01  WS-CKPT-INTERVAL          PIC 9(3) BINARY VALUE 50.
009496 01  WS-CKPT-REMAINDER         PIC 9(3) BINARY VALUE 0.
009496 01  WS-CKPT-QUOTIENT          PIC 9(7) BINARY VALUE 0.
009496 01  WS-CKPT-DUE               PIC X(01) VALUE "N".
009496     88  CHECKPOINT-DUE            VALUE "Y".
009496
009496******************************************************************
009596*    DUPLICATE-POSTING TABLE - EVERY ITEM ALREADY ON TONIGHT'S   *
009696*    POSTHIST WHEN THE RUN STARTS, PLUS EVERY ITEM THIS RUN      *
009796*    POSTS.  A FEED CONCATENATED TWICE IS CAUGHT HERE EVEN       *
009896*    BEFORE THE MORNING CONSOLIDATION PUTS IT ON PHISTKEY.       *
009996*    BLANK REFERENCES ARE NEVER CHECKED AND ARE NOT KEPT.  SIZED *
010096*    FOR A HEAVY NIGHT WITH ROOM TO SPARE; SHOULD IT STILL FILL, *
010196*    EVERY LATER ITEM IS HELD ON THE APPROVAL QUEUE RATHER THAN  *
010296*    POSTED UNCHECKED, AND THE RUN ENDS RC 8.                    *
009496******************************************************************
009596 01  WS-DUP-TABLE-SIZE         PIC 9(5) BINARY VALUE 50000.
009496 01  WS-DUP-COUNT              PIC 9(5) BINARY VALUE 0.
009496 01  WS-DUP-ENTRIES.
009596     05  WS-DUP-ENTRY          OCCURS 50000 TIMES.
009496         10  WS-DUP-CUST-ID        PIC X(10).
009496         10  WS-DUP-REFERENCE      PIC X(08).
009496         10  WS-DUP-AMOUNT         PIC 9(7)V99.
009496         10  WS-DUP-TXN-TYPE       PIC X(01).
009496         10  WS-DUP-MODIFIER       PIC X(01).
009496 01  WS-DUP-IDX                PIC 9(5) BINARY VALUE 0.
009496 01  WS-DUP-TABLE-FULL         PIC X(01) VALUE "N".
009496     88  DUP-TABLE-IS-FULL         VALUE "Y".
009596 01  WS-UNCHECKED-THIS-TXN     PIC X(01) VALUE "N".
009696     88  UNCHECKED-THIS-TXN        VALUE "Y".
009496 01  WS-DUP-FOUND              PIC X(01) VALUE "N".
009496     88  DUPLICATE-FOUND           VALUE "Y".
009496 01  WS-DUP-SEARCH-SWITCH      PIC X(01) VALUE "N".
009496     88  WS-DUP-SEARCH-DONE        VALUE "Y".
009496 01  WS-DUP-POST-DATE          PIC 9(06) VALUE 0.
009496 01  WS-HIST-SCAN-AT-END       PIC X(01) VALUE "N".
009496     88  HIST-SCAN-AT-END          VALUE "Y".
009496 01  WS-DUP-THIS-TXN           PIC X(01) VALUE "N".
009496     88  DUP-THIS-TXN              VALUE "Y".
009496
009496******************************************************************
009496*    PERIOD-CLOSE LOCK FIELDS (SEE PCLSREC)                      *
009497******************************************************************
009497 01  PERIOD-CLOSE-STATUS       PIC X(02).
009497     88  PERIOD-CLOSE-OK           VALUE "00".
009497     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
009498 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
009498 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
009498     88  CLOSE-FILE-AT-END         VALUE "Y".
009498 01  WS-ITEM-DATE              PIC 9(06) VALUE 0.
009500
009600******************************************************************
009700*    RUN CONTROL FIELDS                                          *
011300 01  WS-TXNS-POSTED            PIC 9(07) BINARY VALUE 0.
011400 01  WS-TXNS-REJECTED          PIC 9(07) BINARY VALUE 0.
011410 01  WS-TXNS-HELD              PIC 9(07) BINARY VALUE 0.
011420 01  WS-TXNS-DUPLICATE         PIC 9(07) BINARY VALUE 0.
011460 01  WS-TXNS-UNCHECKED         PIC 9(07) BINARY VALUE 0.
011500 01  WS-TOTAL-PAYMENTS         PIC 9(9)V99 VALUE 0.
011600 01  WS-TOTAL-CHARGES          PIC 9(9)V99 VALUE 0.
011700
018300     05  FILLER                PIC X(30) VALUE
018400         "TOTAL CHARGES POSTED . . . . ".
018500     05  PG-FTR5-CHARGES       PIC ZZZ,ZZZ,ZZ9.99.
018506
018512 01  PG-FOOTER-LINE-6.
018518     05  FILLER                PIC X(01) VALUE SPACE.
018524     05  FILLER                PIC X(30) VALUE
018530         "TOTAL DUPLICATES REFUSED . . .".
018536     05  PG-FTR6-DUPLICATES    PIC ZZZ,ZZ9.
018542
018548 01  PG-RESTART-LINE.
018554     05  FILLER                PIC X(01) VALUE SPACE.
018560     05  FILLER                PIC X(40) VALUE
018566         "*** RUN RESTARTED FROM CHECKPOINT AFTER".
018572     05  PG-RST-SKIPPED        PIC ZZZ,ZZ9.
018578     05  FILLER                PIC X(30) VALUE
018584         " TRANSACTIONS ALREADY READ ***".
018600
018700 PROCEDURE DIVISION.
018800******************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT WS-RUN-DATE FROM DATE
020800     ACCEPT WS-RUN-TIME FROM TIME
020810*    "R" IN THE PARM RESTARTS FROM THE LAST CHECKPOINT - THE
020820*    INTERRUPTED RUN'S TOTALS AND BUSINESS DATE COME BACK WITH
020830*    IT, SO POSTED HISTORY STAYS UNDER ONE DATE.
020840     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
020850     IF WS-PARM-RESTART = "R"
020860         MOVE "Y" TO WS-RESTART-REQUESTED
020870         PERFORM 1600-LOAD-TXN-CHECKPOINT THRU 1600-EXIT
020880     END-IF
020900     OPEN INPUT POSTING-TXN-FILE
021000     IF NOT TXN-FILE-OK
021100         PERFORM 1100-TXN-FILE-OPEN-ERROR THRU 1100-EXIT
021400     IF NOT CUST-FILE-OK
021500         PERFORM 1200-CUSTOMER-FILE-OPEN-ERROR THRU 1200-EXIT
021600     END-IF
021610*    WHAT TONIGHT'S POSTHIST ALREADY HOLDS IS LOADED FOR THE
021620*    DUPLICATE CHECK BEFORE THE FILE IS OPENED FOR EXTEND.
021630     PERFORM 1700-LOAD-TONIGHTS-POSTINGS THRU 1700-EXIT
021700     OPEN EXTEND POSTED-HISTORY-FILE
021800     IF NOT POSTED-HISTORY-OK
021900         PERFORM 1300-POSTED-HISTORY-OPEN-ERROR THRU 1300-EXIT
021928         STOP RUN
021929     END-IF
021930     MOVE APPR-LIMIT-AMOUNT TO WS-APPR-LIMIT
022030     PERFORM 1900-LOAD-PERIOD-CLOSE THRU 1900-EXIT
021930*    THE QUEUE SEQUENCE CONTINUES FROM WHAT IS ALREADY ON
021930*    FILE - THE APPROVAL LOG IDENTIFIES DECISIONS BY IT.
021930     PERFORM 1500-FIND-PEND-HIGH-WATER THRU 1500-EXIT
022050         DISPLAY "TXNPOST - KEYED POSTING HISTORY NOT "
022060             "AVAILABLE - STATUS " KEYED-HISTORY-STATUS
022070             " - REVERSALS WILL BE REJECTED"
022073         DISPLAY "TXNPOST - DUPLICATE CHECK LIMITED TO "
022076             "TONIGHT'S POSTHIST THIS RUN"
022080     END-IF
022085     IF RESTART-WAS-REQUESTED AND CHECKPOINT-WAS-FOUND
022090         OPEN EXTEND POSTING-REGISTER
022095     ELSE
022100         OPEN OUTPUT POSTING-REGISTER
022110     END-IF
022200     IF NOT POSTING-REGISTER-OK
022300         PERFORM 1400-REGISTER-OPEN-ERROR THRU 1400-EXIT
022400     END-IF
022404     IF RESTART-WAS-REQUESTED AND CHECKPOINT-WAS-FOUND
022408         OPEN EXTEND TXNPOST-CHECKPOINT-FILE
022412     ELSE
022416         OPEN OUTPUT TXNPOST-CHECKPOINT-FILE
022420     END-IF
022424     IF NOT TXN-CHECKPOINT-OK
022428         DISPLAY "TXNPOST - CHECKPOINT FILE NOT AVAILABLE - "
022432             "STATUS " TXNPOST-CHECKPOINT-STATUS
022436             " - RUN STOPPED"
022440         MOVE 16 TO RETURN-CODE
022444         STOP RUN
022448     END-IF
022452*    ON RESTART THE REGISTER CARRIES ON FROM THE INTERRUPTED
022456*    RUN'S LINES AND THE TXNFILE RECORDS ALREADY PROCESSED ARE
022460*    READ PAST - NOTHING BEFORE THE CHECKPOINT IS SEEN AGAIN.
022464     IF RESTART-WAS-REQUESTED AND CHECKPOINT-WAS-FOUND
022468         MOVE WS-RESTART-SKIP-COUNT TO PG-RST-SKIPPED
022472         MOVE SPACES TO POSTING-REGISTER-LINE
022476         WRITE POSTING-REGISTER-LINE AFTER ADVANCING 1 LINE
022480         WRITE POSTING-REGISTER-LINE FROM PG-RESTART-LINE
022484         MOVE SPACES TO POSTING-REGISTER-LINE
022488         WRITE POSTING-REGISTER-LINE AFTER ADVANCING 1 LINE
022492         PERFORM 1800-SKIP-PROCESSED-TXNS THRU 1800-EXIT
022496     ELSE
022500         MOVE WS-RUN-DATE TO PG-HDG1-RUN-DATE
022600         WRITE POSTING-REGISTER-LINE FROM PG-HEADING-LINE-1
022700         WRITE POSTING-REGISTER-LINE FROM PG-HEADING-LINE-2
022800         MOVE SPACES TO POSTING-REGISTER-LINE
022900         WRITE POSTING-REGISTER-LINE AFTER ADVANCING 1 LINE
022910     END-IF.
023000 1000-EXIT.
023100     EXIT.
023200
030613     END-IF.
030614 1510-EXIT.
030615     EXIT.
030615
030615******************************************************************
030615*    1600-LOAD-TXN-CHECKPOINT                                    *
030615*    READS THE CHECKPOINT FILE TO ITS LAST RECORD AND RESTORES   *
030615*    EVERY RUN TOTAL, THE RESTART POSITION AND THE BUSINESS      *
030615*    DATE - SAME SHAPE AS ARCHPRGE'S 1400.  NO CHECKPOINT MEANS  *
030615*    THE ABEND CAME BEFORE ANYTHING POSTED, SO THE RUN STARTS    *
030615*    FROM THE TOP - AND THE DUPLICATE CHECK STILL STANDS GUARD.  *
030615******************************************************************
030615 1600-LOAD-TXN-CHECKPOINT.
030615     OPEN INPUT TXNPOST-CHECKPOINT-FILE
030615     IF NOT TXN-CHECKPOINT-OK
030615         DISPLAY "TXNPOST - RESTART REQUESTED BUT NO "
030615             "CHECKPOINT FILE - STARTING FROM THE TOP"
030615         GO TO 1600-EXIT
030615     END-IF
030615     PERFORM 1610-READ-ONE-CHECKPOINT THRU 1610-EXIT
030615         UNTIL TXN-CHECKPOINT-AT-END
030615     CLOSE TXNPOST-CHECKPOINT-FILE
030615     IF CHECKPOINT-WAS-FOUND
030615         DISPLAY "TXNPOST - RESTARTING AFTER TRANSACTION "
030615             WS-RESTART-SKIP-COUNT " (CUST-ID "
030615             TCKP-LAST-CUST-ID ") - " WS-TXNS-POSTED
030615             " ALREADY POSTED"
030615     ELSE
030615         DISPLAY "TXNPOST - RESTART REQUESTED BUT NO "
030615             "CHECKPOINT RECORD - STARTING FROM THE TOP"
030615     END-IF.
030615 1600-EXIT.
030615     EXIT.
030615
030615 1610-READ-ONE-CHECKPOINT.
030615     READ TXNPOST-CHECKPOINT-FILE
030615         AT END
030615             CONTINUE
030615         NOT AT END
030615             MOVE "Y" TO WS-CHECKPOINT-FOUND
030615             MOVE TCKP-RUN-DATE TO WS-RUN-DATE
030615             MOVE TCKP-RUN-TIME TO WS-RUN-TIME
030615             MOVE TCKP-TXNS-READ TO WS-RESTART-SKIP-COUNT
030615             MOVE TCKP-TXNS-READ TO WS-TXNS-READ
030615             MOVE TCKP-TXNS-POSTED TO WS-TXNS-POSTED
030615             MOVE TCKP-TXNS-REJECTED TO WS-TXNS-REJECTED
030615             MOVE TCKP-TXNS-HELD TO WS-TXNS-HELD
030615             MOVE TCKP-TXNS-DUPLICATE TO WS-TXNS-DUPLICATE
030715             IF TCKP-TXNS-UNCHECKED NUMERIC
030815                 MOVE TCKP-TXNS-UNCHECKED TO WS-TXNS-UNCHECKED
030915             END-IF
030615             MOVE TCKP-TOTAL-PAYMENTS TO WS-TOTAL-PAYMENTS
030615             MOVE TCKP-TOTAL-CHARGES TO WS-TOTAL-CHARGES
030615     END-READ.
030615 1610-EXIT.
030615     EXIT.
030615
030615******************************************************************
030615*    1700-LOAD-TONIGHTS-POSTINGS                                 *
030615*    ONE PASS OF TONIGHT'S POSTHIST GENERATION INTO THE          *
030615*    DUPLICATE TABLE.  ON A RESTART THIS IS WHAT CATCHES AN      *
030615*    ITEM THAT POSTED AFTER THE LAST CHECKPOINT WAS TAKEN.  NO   *
030615*    GENERATION YET MEANS NOTHING HAS POSTED TONIGHT.            *
030615******************************************************************
030615 1700-LOAD-TONIGHTS-POSTINGS.
030615     MOVE 0 TO WS-DUP-COUNT
030615     MOVE "N" TO WS-HIST-SCAN-AT-END
030615     OPEN INPUT POSTED-HISTORY-FILE
030615     IF NOT POSTED-HISTORY-OK
030615         GO TO 1700-EXIT
030615     END-IF
030615     PERFORM 1710-LOAD-ONE-POSTING THRU 1710-EXIT
030615         UNTIL HIST-SCAN-AT-END
030615     CLOSE POSTED-HISTORY-FILE
030615     DISPLAY "TXNPOST - " WS-DUP-COUNT
030615         " POSTING(S) ALREADY ON TONIGHT'S POSTHIST".
030615 1700-EXIT.
030615     EXIT.
030615
030615 1710-LOAD-ONE-POSTING.
030615     READ POSTED-HISTORY-FILE
030615         AT END
030615             MOVE "Y" TO WS-HIST-SCAN-AT-END
030615     END-READ
030715     IF HIST-SCAN-AT-END OR POSTH-REFERENCE = SPACES
030615         GO TO 1710-EXIT
030615     END-IF
030615     IF WS-DUP-COUNT NOT < WS-DUP-TABLE-SIZE
030615         PERFORM 2570-DUP-TABLE-OVERFLOW THRU 2570-EXIT
030615         GO TO 1710-EXIT
030615     END-IF
030615     ADD 1 TO WS-DUP-COUNT
030615     MOVE POSTH-CUST-ID TO WS-DUP-CUST-ID(WS-DUP-COUNT)
030615     MOVE POSTH-REFERENCE TO WS-DUP-REFERENCE(WS-DUP-COUNT)
030615     MOVE POSTH-AMOUNT TO WS-DUP-AMOUNT(WS-DUP-COUNT)
030615     MOVE POSTH-TXN-TYPE TO WS-DUP-TXN-TYPE(WS-DUP-COUNT)
030615     MOVE POSTH-MODIFIER TO WS-DUP-MODIFIER(WS-DUP-COUNT).
030615 1710-EXIT.
030615     EXIT.
030615
030615******************************************************************
030615*    1800-SKIP-PROCESSED-TXNS                                    *
030615*    READS PAST THE TXNFILE RECORDS THE INTERRUPTED RUN HAD      *
030615*    ALREADY PROCESSED.  RUNNING OUT FIRST MEANS THE TXNFILE DD  *
030615*    IS NOT THE FILE THE CHECKPOINT WAS TAKEN AGAINST.           *
030615******************************************************************
030615 1800-SKIP-PROCESSED-TXNS.
030615     MOVE 0 TO WS-TXNS-SKIPPED
030615     PERFORM 1810-SKIP-ONE-TXN THRU 1810-EXIT
030615         UNTIL WS-TXNS-SKIPPED NOT < WS-RESTART-SKIP-COUNT
030615             OR TXN-FILE-AT-END
030615     IF TXN-FILE-AT-END
030615         DISPLAY "TXNPOST - TXNFILE ENDED AFTER "
030615             WS-TXNS-SKIPPED " RECORDS - SHORTER THAN THE "
030615             "CHECKPOINT POSITION - CHECK THE TXNFILE DD"
030615     END-IF.
030615 1800-EXIT.
030615     EXIT.
030615
030615 1810-SKIP-ONE-TXN.
030615     PERFORM 2100-READ-NEXT-TXN THRU 2100-EXIT
030615     IF NOT TXN-FILE-AT-END
030615         ADD 1 TO WS-TXNS-SKIPPED
030615     END-IF.
030615 1810-EXIT.
030615     EXIT.
030600
030700******************************************************************
030705*    1900-LOAD-PERIOD-CLOSE                                      *
030711*    THE LOCK DATE IS THE HIGHEST CLOSED-THRU DATE ON PERDCTL.   *
030716*    NO FILE MEANS NO PERIOD HAS BEEN CLOSED YET.                *
030722******************************************************************
030727 1900-LOAD-PERIOD-CLOSE.
030733     MOVE 0 TO WS-CLOSED-THRU-DATE
030738     OPEN INPUT PERIOD-CLOSE-FILE
030744     IF NOT PERIOD-CLOSE-OK
030750         DISPLAY "TXNPOST - NO PERIOD CLOSED (PERDCTL NOT "
030755             "AVAILABLE) - NO CLOSED-PERIOD LOCK"
030761         GO TO 1900-EXIT
030766     END-IF
030772     MOVE "N" TO WS-CLOSE-AT-END
030777     PERFORM 1910-READ-CLOSE-RECORD THRU 1910-EXIT
030783         UNTIL CLOSE-FILE-AT-END
030788     CLOSE PERIOD-CLOSE-FILE
030794     DISPLAY "TXNPOST - PERIODS CLOSED THRU " WS-CLOSED-THRU-DATE.
030800 1900-EXIT.
030805     EXIT.
030805
030816 1910-READ-CLOSE-RECORD.
030822     READ PERIOD-CLOSE-FILE
030827         AT END
030833             MOVE "Y" TO WS-CLOSE-AT-END
030838             GO TO 1910-EXIT
030844     END-READ
030850     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
030855             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
030861         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
030866     END-IF.
030872 1910-EXIT.
030877     EXIT.
030877
030888******************************************************************
030894*    2100-READ-NEXT-TXN                                          *
030900******************************************************************
031000 2100-READ-NEXT-TXN.
031100     READ POSTING-TXN-FILE INTO POSTING-TXN-RECORD
032600 2200-PROCESS-ONE-TXN.
032700     ADD 1 TO WS-TXNS-READ
032800     MOVE "N" TO WS-POST-THIS-TXN
032810     MOVE "N" TO WS-DUP-THIS-TXN
032815     MOVE "N" TO WS-UNCHECKED-THIS-TXN
032820     MOVE "N" TO WS-CKPT-DUE
032900     MOVE SPACES TO WS-REJECT-REASON
033000     IF NOT PTXN-TYPE-VALID
033100         MOVE "TXN TYPE NOT P, C, J OR R" TO WS-REJECT-REASON
033700         END-IF
033800     END-IF
033840     MOVE "N" TO WS-HELD-THIS-TXN
033850     IF POST-THIS-TXN
033860         PERFORM 2330-CHECK-PERIOD-CLOSE THRU 2330-EXIT
033870     END-IF
033880     IF POST-THIS-TXN
033890         PERFORM 2380-CHECK-DUPLICATE THRU 2380-EXIT
033900     END-IF
033910     IF POST-THIS-TXN AND PTXN-REVERSAL
033920         PERFORM 2350-VALIDATE-REVERSAL THRU 2350-EXIT
033930     END-IF
033937*    THE DUAL-CONTROL GATE - AN ITEM ABOVE THE LIMIT, OR ANY
033945*    PRIOR-PERIOD ADJUSTMENT, HOLDS UNLESS APPRREL ALREADY
033952*    RELEASED IT (*APPROVD).
033960     IF POST-THIS-TXN AND PTXN-AMOUNT NUMERIC AND
033967             (PTXN-AMOUNT > WS-APPR-LIMIT OR
033975              PTXN-PRIOR-PERIOD-ADJ) AND
033982             PTXN-BATCH-ID NOT = "*APPROVD"
033990         PERFORM 2370-QUEUE-FOR-APPROVAL THRU 2370-EXIT
033991     END-IF
033900     IF POST-THIS-TXN
034200     EVALUATE TRUE
034300         WHEN POST-THIS-TXN
034310             PERFORM 2500-POST-TRANSACTION THRU 2500-EXIT
034320             MOVE "Y" TO WS-CKPT-DUE
034400         WHEN HELD-THIS-TXN
034410             MOVE "Y" TO WS-CKPT-DUE
034420         WHEN DUP-THIS-TXN
034430             PERFORM 2650-REFUSE-DUPLICATE THRU 2650-EXIT
034500         WHEN OTHER
034510             PERFORM 2600-REJECT-TRANSACTION THRU 2600-EXIT
034600     END-EVALUATE
034610     DIVIDE WS-TXNS-READ BY WS-CKPT-INTERVAL
034620         GIVING WS-CKPT-QUOTIENT
034630         REMAINDER WS-CKPT-REMAINDER
034640     IF CHECKPOINT-DUE OR WS-CKPT-REMAINDER = 0
034650         PERFORM 2700-WRITE-TXN-CHECKPOINT THRU 2700-EXIT
034660     END-IF
034700     PERFORM 2100-READ-NEXT-TXN THRU 2100-EXIT.
034800 2200-EXIT.
034900     EXIT.
037300     EXIT.
037400
037410******************************************************************
037410*    2330-CHECK-PERIOD-CLOSE                                     *
037410*    AN ITEM DATED IN A CLOSED PERIOD POSTS ONLY AS A FLAGGED    *
037411*    PRIOR-PERIOD ADJUSTMENT; THE FLAG ON AN ITEM DATED IN AN    *
037411*    OPEN PERIOD IS A KEYING ERROR.  AN UNDATED ITEM POSTS AS    *
037412*    OF TONIGHT.                                                 *
037412******************************************************************
037413 2330-CHECK-PERIOD-CLOSE.
037413     IF PTXN-PRIOR-PERIOD-FLAG NOT = "Y" AND
037414             PTXN-PRIOR-PERIOD-FLAG NOT = SPACE
037414         MOVE "N" TO WS-POST-THIS-TXN
037415         MOVE "PRIOR-PD FLAG NOT Y OR BLANK" TO
037415             WS-REJECT-REASON
037416         GO TO 2330-EXIT
037416     END-IF
037417     IF PTXN-TXN-DATE NUMERIC AND PTXN-TXN-DATE > 0
037417         MOVE PTXN-TXN-DATE TO WS-ITEM-DATE
037418     ELSE
037418         MOVE WS-RUN-DATE TO WS-ITEM-DATE
037419     END-IF
037419     IF WS-CLOSED-THRU-DATE > 0 AND
037420             WS-ITEM-DATE NOT > WS-CLOSED-THRU-DATE
037420         IF NOT PTXN-PRIOR-PERIOD-ADJ
037421             MOVE "N" TO WS-POST-THIS-TXN
037421             MOVE "DATED IN CLOSED PERIOD" TO
037422                 WS-REJECT-REASON
037422         END-IF
037423     ELSE
037423         IF PTXN-PRIOR-PERIOD-ADJ
037424             MOVE "N" TO WS-POST-THIS-TXN
037424             MOVE "PRIOR-PD FLAG - PERIOD OPEN" TO
037425                 WS-REJECT-REASON
037425         END-IF
037426     END-IF.
037426 2330-EXIT.
037427     EXIT.
037427
037428******************************************************************
037428*    2350-VALIDATE-REVERSAL                                      *
037430*    WALKS THE CUSTOMER'S KEYED POSTING HISTORY FOR THE          *
037440*    ORIGINAL ITEM - SAME REFERENCE, ORIGINAL TYPE MATCHING      *
037450*    THE REVERSAL MODIFIER.  THE MOST RECENT MATCH WINS.  THE    *
037572     MOVE 0 TO WS-OLD-BALANCE
037573     MOVE 0 TO WS-NEW-BALANCE
037574     MOVE "HELD" TO PG-DTL-RESULT
037574     EVALUATE TRUE
037574         WHEN UNCHECKED-THIS-TXN
037574             MOVE "DUP CHECK TABLE FULL - QUEUED" TO
037574                 WS-REJECT-REASON
037574         WHEN PTXN-PRIOR-PERIOD-ADJ
037575             MOVE "PRIOR-PERIOD ADJ - QUEUED" TO
037575                 WS-REJECT-REASON
037575         WHEN OTHER
037575             MOVE "ABOVE APPROVAL LIMIT - QUEUED" TO
037575                 WS-REJECT-REASON
037575     END-EVALUATE
037577     PERFORM 2520-WRITE-REGISTER-LINE THRU 2520-EXIT.
037578 2370-EXIT.
037579     EXIT.
037579
037579******************************************************************
037579*    2380-CHECK-DUPLICATE                                        *
037579*    AN ITEM WHOSE CUST-ID, REFERENCE, AMOUNT, TYPE AND MODIFIER *
037579*    ALREADY POSTED - TONIGHT OR ON ANY EARLIER NIGHT STILL ON   *
037579*    PHISTKEY - IS REFUSED.  TYPE AND MODIFIER ARE PART OF THE   *
037579*    MATCH SO A REVERSAL, AN NSF FEE OR A DISPUTE-RESOLUTION     *
037579*    CREDIT (J/- AGAINST THE ORIGINAL J/+) CARRYING THE          *
037579*    ORIGINAL'S REFERENCE STILL POSTS, AND AN ORIGINAL ALREADY   *
037579*    REVERSED DOES NOT COUNT, SO A RE-PRESENTED CHECK CAN POST   *
037679*    AGAIN.  A BLANK REFERENCE IDENTIFIES NOTHING AND IS LEFT TO *
037779*    THE BATCH CONTROLS.  ONCE THE TABLE IS FULL AN ITEM NOT     *
037879*    FOUND CANNOT BE PROVED UNIQUE AGAINST TONIGHT, SO IT IS     *
037979*    HELD FOR APPROVAL INSTEAD OF POSTING.                       *
037579******************************************************************
037579 2380-CHECK-DUPLICATE.
037579     IF PTXN-REFERENCE = SPACES
037579         GO TO 2380-EXIT
037579     END-IF
037579     MOVE "N" TO WS-DUP-FOUND
037579     PERFORM 2385-CHECK-ONE-TONIGHT THRU 2385-EXIT
037579         VARYING WS-DUP-IDX FROM 1 BY 1
037579         UNTIL WS-DUP-IDX > WS-DUP-COUNT OR DUPLICATE-FOUND
037579     IF DUPLICATE-FOUND
037579         MOVE "DUPLICATE - POSTED TONIGHT" TO WS-REJECT-REASON
037579     ELSE
037579         IF PHIST-AVAILABLE
037579             PERFORM 2390-CHECK-KEYED-HISTORY THRU 2390-EXIT
037579         END-IF
037579     END-IF
037579     IF DUPLICATE-FOUND
037579         MOVE "N" TO WS-POST-THIS-TXN
037579         MOVE "Y" TO WS-DUP-THIS-TXN
037679         GO TO 2380-EXIT
037779     END-IF
037879     IF WS-DUP-COUNT NOT < WS-DUP-TABLE-SIZE
037979         PERFORM 2570-DUP-TABLE-OVERFLOW THRU 2570-EXIT
038079         MOVE "Y" TO WS-UNCHECKED-THIS-TXN
038179         ADD 1 TO WS-TXNS-UNCHECKED
038279         PERFORM 2370-QUEUE-FOR-APPROVAL THRU 2370-EXIT
038379     END-IF.
037579 2380-EXIT.
037579     EXIT.
037579
037579 2385-CHECK-ONE-TONIGHT.
037579     IF WS-DUP-CUST-ID(WS-DUP-IDX) = PTXN-CUST-ID AND
037579             WS-DUP-REFERENCE(WS-DUP-IDX) = PTXN-REFERENCE AND
037579             WS-DUP-AMOUNT(WS-DUP-IDX) = PTXN-AMOUNT AND
037579             WS-DUP-TXN-TYPE(WS-DUP-IDX) = PTXN-TXN-TYPE AND
037579             WS-DUP-MODIFIER(WS-DUP-IDX) = PTXN-MODIFIER
037579         MOVE "Y" TO WS-DUP-FOUND
037579     END-IF.
037579 2385-EXIT.
037579     EXIT.
037579
037579 2390-CHECK-KEYED-HISTORY.
037579     MOVE "N" TO WS-DUP-SEARCH-SWITCH
037579     MOVE PTXN-CUST-ID TO PHK-CUST-ID
037579     MOVE 0 TO PHK-POST-DATE
037579     MOVE 0 TO PHK-SEQ-NO
037579     START KEYED-HISTORY-FILE KEY IS NOT LESS THAN PHK-KEY
037579         INVALID KEY
037579             MOVE "Y" TO WS-DUP-SEARCH-SWITCH
037579     END-START
037579     PERFORM 2395-CHECK-ONE-KEYED THRU 2395-EXIT
037579         UNTIL WS-DUP-SEARCH-DONE
037579     IF DUPLICATE-FOUND
037579         MOVE "DUPLICATE OF POSTING ON" TO WS-REJECT-REASON
037579         MOVE WS-DUP-POST-DATE TO WS-REJECT-REASON(25:6)
037579     END-IF.
037579 2390-EXIT.
037579     EXIT.
037579
037579 2395-CHECK-ONE-KEYED.
037579     READ KEYED-HISTORY-FILE NEXT RECORD
037579         AT END
037579             MOVE "Y" TO WS-DUP-SEARCH-SWITCH
037579     END-READ
037579     IF WS-DUP-SEARCH-DONE
037579         GO TO 2395-EXIT
037579     END-IF
037579     IF PHK-CUST-ID NOT = PTXN-CUST-ID
037579         MOVE "Y" TO WS-DUP-SEARCH-SWITCH
037579         GO TO 2395-EXIT
037579     END-IF
037579     IF PHK-REFERENCE = PTXN-REFERENCE AND
037579             PHK-AMOUNT = PTXN-AMOUNT AND
037579             PHK-TXN-TYPE = PTXN-TXN-TYPE AND
037579             PHK-MODIFIER = PTXN-MODIFIER AND
037579             PHK-REVERSED-FLAG NOT = "Y"
037579         MOVE "Y" TO WS-DUP-FOUND
037579         MOVE "Y" TO WS-DUP-SEARCH-SWITCH
037579         MOVE PHK-POST-DATE TO WS-DUP-POST-DATE
037579     END-IF.
037579 2395-EXIT.
037579     EXIT.
037580
037500******************************************************************
037600*    2400-COMPUTE-NEW-BALANCE                                    *
045000     REWRITE CUSTOMER-RECORD
045100     IF CUST-FILE-OK
045200         PERFORM 2510-WRITE-HISTORY-RECORD THRU 2510-EXIT
045205         PERFORM 2560-REMEMBER-POSTING THRU 2560-EXIT
045210         IF PTXN-REVERSAL AND PHIST-AVAILABLE
045220             PERFORM 2550-STAMP-ORIGINAL-REVERSED THRU
045230                 2550-EXIT
048300     MOVE WS-NEW-BALANCE TO POSTH-NEW-BALANCE
048400     MOVE PTXN-REFERENCE TO POSTH-REFERENCE
048410     MOVE PTXN-BATCH-ID TO POSTH-BATCH-ID
048473     MOVE PTXN-PRIOR-PERIOD-FLAG TO POSTH-PRIOR-PERIOD-FLAG
048536     WRITE POSTED-HISTORY-RECORD.
048600 2510-EXIT.
048700     EXIT.
048710
048799     END-READ.
048800 2550-EXIT.
048801     EXIT.
048801
048801******************************************************************
048801*    2560-REMEMBER-POSTING                                       *
048901*    ADDS THE ITEM JUST POSTED TO THE DUPLICATE TABLE.  2380     *
049001*    HOLDS EVERY ITEM ONCE THE TABLE IS FULL, SO A POSTED ITEM   *
049101*    WITH A REFERENCE ALWAYS FINDS ROOM HERE.                    *
048801******************************************************************
048801 2560-REMEMBER-POSTING.
048901     IF PTXN-REFERENCE = SPACES
049001         GO TO 2560-EXIT
049101     END-IF
048801     IF WS-DUP-COUNT NOT < WS-DUP-TABLE-SIZE
048801         PERFORM 2570-DUP-TABLE-OVERFLOW THRU 2570-EXIT
048801         GO TO 2560-EXIT
048801     END-IF
048801     ADD 1 TO WS-DUP-COUNT
048801     MOVE PTXN-CUST-ID TO WS-DUP-CUST-ID(WS-DUP-COUNT)
048801     MOVE PTXN-REFERENCE TO WS-DUP-REFERENCE(WS-DUP-COUNT)
048801     MOVE PTXN-AMOUNT TO WS-DUP-AMOUNT(WS-DUP-COUNT)
048801     MOVE PTXN-TXN-TYPE TO WS-DUP-TXN-TYPE(WS-DUP-COUNT)
048801     MOVE PTXN-MODIFIER TO WS-DUP-MODIFIER(WS-DUP-COUNT).
048801 2560-EXIT.
048801     EXIT.
048801
048801 2570-DUP-TABLE-OVERFLOW.
048801     IF NOT DUP-TABLE-IS-FULL
048801         MOVE "Y" TO WS-DUP-TABLE-FULL
048801         DISPLAY "TXNPOST - DUPLICATE TABLE FULL AT "
048901             WS-DUP-TABLE-SIZE " ITEMS - LATER ITEMS HELD FOR "
049001             "APPROVAL, NOT POSTED"
048801     END-IF.
048801 2570-EXIT.
048801     EXIT.
048802
048900******************************************************************
049000*    2520-WRITE-REGISTER-LINE                                    *
051500         PTXN-CUST-ID " - " WS-REJECT-REASON.
051600 2600-EXIT.
051700     EXIT.
051702
051704******************************************************************
051706*    2650-REFUSE-DUPLICATE                                       *
051708*    A REFUSED DUPLICATE IS COUNTED APART FROM THE REJECTS - IT  *
051710*    NEEDS NO CLERK CORRECTION, ONLY A LOOK AT WHY THE FEED      *
051712*    CARRIED IT TWICE.                                           *
051714******************************************************************
051716 2650-REFUSE-DUPLICATE.
051718     ADD 1 TO WS-TXNS-DUPLICATE
051720     MOVE ZERO TO WS-OLD-BALANCE
051722     MOVE ZERO TO WS-NEW-BALANCE
051724     MOVE "REFUSED" TO PG-DTL-RESULT
051726     PERFORM 2520-WRITE-REGISTER-LINE THRU 2520-EXIT
051728     DISPLAY "TXNPOST - DUPLICATE REFUSED - CUST-ID "
051730         PTXN-CUST-ID " REF " PTXN-REFERENCE " - "
051732         WS-REJECT-REASON.
051734 2650-EXIT.
051736     EXIT.
051738
051740******************************************************************
051742*    2700-WRITE-TXN-CHECKPOINT                                   *
051744*    THE CHECKPOINT CARRIES THE RUN TOTALS AS THEY STAND AFTER   *
051746*    THE TRANSACTION JUST FINISHED.                              *
051748******************************************************************
051750 2700-WRITE-TXN-CHECKPOINT.
051752     INITIALIZE TXNPOST-CHECKPOINT-RECORD
051754     MOVE WS-RUN-DATE TO TCKP-RUN-DATE
051756     MOVE WS-RUN-TIME TO TCKP-RUN-TIME
051758     MOVE WS-TXNS-READ TO TCKP-TXNS-READ
051760     MOVE WS-TXNS-POSTED TO TCKP-TXNS-POSTED
051762     MOVE WS-TXNS-REJECTED TO TCKP-TXNS-REJECTED
051764     MOVE WS-TXNS-HELD TO TCKP-TXNS-HELD
051766     MOVE WS-TXNS-DUPLICATE TO TCKP-TXNS-DUPLICATE
051767     MOVE WS-TXNS-UNCHECKED TO TCKP-TXNS-UNCHECKED
051768     MOVE WS-TOTAL-PAYMENTS TO TCKP-TOTAL-PAYMENTS
051770     MOVE WS-TOTAL-CHARGES TO TCKP-TOTAL-CHARGES
051772     MOVE PTXN-CUST-ID TO TCKP-LAST-CUST-ID
051774     MOVE PTXN-REFERENCE TO TCKP-LAST-REFERENCE
051776     WRITE TXNPOST-CHECKPOINT-RECORD.
051778 2700-EXIT.
051780     EXIT.
051800
051900******************************************************************
052000*    9000-TERMINATE                                              *
053600     WRITE POSTING-REGISTER-LINE FROM PG-FOOTER-LINE-3
053700     WRITE POSTING-REGISTER-LINE FROM PG-FOOTER-LINE-4
053800     WRITE POSTING-REGISTER-LINE FROM PG-FOOTER-LINE-5
053810     MOVE WS-TXNS-DUPLICATE TO PG-FTR6-DUPLICATES
053820     WRITE POSTING-REGISTER-LINE FROM PG-FOOTER-LINE-6
053900     CLOSE POSTING-TXN-FILE
054000     CLOSE CUSTOMER-FILE
054100     CLOSE POSTED-HISTORY-FILE
054120         CLOSE KEYED-HISTORY-FILE
054130     END-IF
054200     CLOSE POSTING-REGISTER
054210     CLOSE TXNPOST-CHECKPOINT-FILE
054300     DISPLAY "TXNPOST - " WS-TXNS-POSTED
054400         " TRANSACTIONS POSTED, " WS-TXNS-REJECTED
054500         " REJECTED"
054520         DISPLAY "TXNPOST - " WS-TXNS-HELD
054530             " TRANSACTION(S) HELD FOR APPROVAL"
054540     END-IF
054550     IF WS-TXNS-DUPLICATE > 0
054560         DISPLAY "TXNPOST - " WS-TXNS-DUPLICATE
054570             " DUPLICATE TRANSACTION(S) REFUSED"
054580     END-IF
054600     IF WS-TXNS-REJECTED > 0 OR WS-TXNS-DUPLICATE > 0
054700         MOVE 4 TO RETURN-CODE
054728     END-IF
054757     IF WS-TXNS-UNCHECKED > 0
054785         DISPLAY "TXNPOST - " WS-TXNS-UNCHECKED
054814             " TRANSACTION(S) HELD - DUPLICATE TABLE FULL"
054842         MOVE 8 TO RETURN-CODE
054871     END-IF.
054900 9000-EXIT.
055000     EXIT.
