000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RCHGBILL.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/18/2026.
000600 DATE-COMPILED.  11/18/2026.
000700******************************************************************
000800*                                                                *
000900*    RCHGBILL - NIGHTLY RECURRING CHARGE BILLING                 *
001000*    WALKS THE RECURRING CHARGE SCHEDULE FILE (RCHGFILE, SEE     *
001100*    RCHGREC, KEPT ONLINE THROUGH RCHGMNT) AND, FOR EVERY        *
001200*    ACTIVE SCHEDULE WHOSE NEXT BILL DATE HAS COME DUE:          *
001300*      - WRITES A CHARGE ("C") FOR THE SCHEDULE AMOUNT,          *
001400*      - MOVES THE NEXT BILL DATE ON BY THE FREQUENCY (1, 3, 6   *
001500*        OR 12 MONTHS) TO THE ACCOUNT'S CURRENT                  *
001600*        CUST-STMT-CYCLE-DAY, AND ENDS THE SCHEDULE ONCE THAT    *
001700*        DATE IS PAST ITS END DATE.                              *
001800*    A SCHEDULE ON AN ACCOUNT THAT IS CLOSED, CHARGED OFF OR     *
001900*    FROZEN IS SUSPENDED WITH THE REASON INSTEAD OF BILLED, AND  *
002000*    REPORTED; RCHGMNT RESUMES IT ONCE THE ACCOUNT IS ACTIVE.    *
002100*                                                                *
002200*    A SCHEDULE IS DUE WHEN ITS BILL DATE IS BEFORE THE SECOND   *
002300*    BUSINESS DAY AFTER THE RUN DATE (CALSUB).  TONIGHT'S        *
002400*    CHARGES ARE EDITED BY TOMORROW'S TXNEDIT AND POSTED BY      *
002500*    TOMORROW NIGHT'S TXNPOST, SO A CHARGE BILLED ON THE NIGHT   *
002600*    BEFORE ITS CYCLE DAY - OR BEFORE THE WEEKEND OR HOLIDAY     *
002700*    RUN-UP TO IT - IS ON THE ACCOUNT BEFORE STMTBLD CUTS THAT   *
002800*    STATEMENT.  WITHOUT THE CALENDAR A BILL DATE OF TOMORROW    *
002900*    OR EARLIER IS DUE.                                          *
003000*                                                                *
003100*    THE CHARGES GO OUT AS ONE BATCH - A HEADER ("H") AND        *
003200*    TRAILER ("T") CARRYING BATCH ID "RCHG" AND THE RUN DATE'S   *
003300*    MMDD, THE ITEM COUNT AND THE AMOUNT HASH - SO TXNEDIT       *
003400*    PROVES IT AND TXNSETL TIES IT OUT LIKE ANY KEYED TRAY.      *
003500*    THE CHARGES ARE GATHERED ON A WORK FILE FIRST, SINCE THE    *
003600*    HEADER'S TOTALS ARE NOT KNOWN UNTIL THE LAST ONE.  EACH     *
003700*    CHARGE'S REFERENCE IS "R", THE SCHEDULE NUMBER AND THE      *
003733*    BILL DATE AS A JULIAN YDDD (LAST DIGIT OF THE YEAR, DAY     *
003766*    OF THE YEAR), SO NEXT YEAR'S CHARGE ON THE SAME DAY IS NOT  *
003800*    REFUSED AS A DUPLICATE OF THIS ONE - IT REPEATS ONLY A      *
003833*    DECADE ON, FAR BEYOND TXNPOST'S DUPLICATE LOOK-BACK.  THE   *
003866*    CHARGE IS DATED THE RUN DATE.  EVERY CHARGE, AND            *
003900*    EVERY SCHEDULE SUSPENDED, ENDED OR NOT BILLABLE, IS LISTED  *
004000*    ON THE BILLING REGISTER (RCHGRPT).                          *
004100*                                                                *
004200*    RERUN - A RERUN THE SAME NIGHT REBUILDS THE SAME FILE: A    *
004300*    SCHEDULE WHOSE LAST CHARGE WAS WRITTEN ON THE RUN DATE IS   *
004400*    WRITTEN AGAIN, UNCHANGED, IN PLACE OF THE OUTPUT IT         *
004500*    REPLACES.  SHOULD BOTH COPIES REACH TXNPOST, ITS DUPLICATE  *
004600*    CHECK REFUSES THE SECOND.                                   *
004700*                                                                *
004800*    FILES -                                                     *
004900*      RCHGFILE - RECURRING CHARGE SCHEDULES (I-O)               *
005000*      NEWCUST  - LIVE CUSTOMER MASTER (INPUT)                   *
005100*      RCHGWK01 - CHARGE WORK FILE                               *
005200*      RCHGTXN  - CHARGE BATCH, CONCATENATED INTO TXNFILE FOR    *
005300*                 TXNEDIT                                        *
005400*      RCHGRPT  - BILLING REGISTER                               *
005500*    RETURN CODES - 0 CLEAN, 4 SCHEDULES SUSPENDED OR NOT        *
005600*    BILLABLE, 8 SCHEDULE OR CUSTOMER FILE NOT AVAILABLE,        *
005700*    24 OUTPUT FILE OPEN ERROR.                                  *
005800*                                                                *
005900******************************************************************
006000* MODIFICATION HISTORY
006100*   11/18/2026  RVH  ORIGINAL.
006120*   11/21/2026  RVH  CHARGE REFERENCE CARRIES THE BILL DATE AS
006140*                    A JULIAN YDDD IN PLACE OF ITS MMDD, SO IT
006160*                    NO LONGER REPEATS YEAR ON YEAR
006180*                    (7300-SET-REFERENCE-DAY).
006200******************************************************************
006300
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT RECURRING-CHARGE-FILE ASSIGN TO RCHGFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS RCHG-KEY
007100         FILE STATUS IS RECURRING-CHARGE-STATUS.
007200     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CUST-ID
007600         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
007700         FILE STATUS IS CUSTOMER-FILE-STATUS.
007800     SELECT CHARGE-WORK-FILE ASSIGN TO RCHGWK01
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS CHARGE-WORK-STATUS.
008200     SELECT POSTING-TXN-FILE ASSIGN TO RCHGTXN
008300         ORGANIZATION IS SEQUENTIAL
008400         ACCESS MODE IS SEQUENTIAL
008500         FILE STATUS IS POSTING-TXN-FILE-STATUS.
008600     SELECT BILLING-REGISTER ASSIGN TO RCHGRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS BILLING-REGISTER-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  RECURRING-CHARGE-FILE
009300     LABEL RECORDS ARE STANDARD
009400     BLOCK CONTAINS 0 RECORDS
009500     RECORDING MODE F
009600     DATA RECORD IS RECURRING-CHARGE-RECORD.
009700     COPY RCHGREC.
009800
009900 FD  CUSTOMER-FILE
010000     LABEL RECORDS ARE STANDARD
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORDING MODE F
010300     DATA RECORD IS CUSTOMER-RECORD.
010400     COPY CUSTREC.
010500
010600 FD  CHARGE-WORK-FILE
010700     LABEL RECORDS ARE STANDARD
010800     BLOCK CONTAINS 0 RECORDS
010900     RECORDING MODE F
011000     DATA RECORD IS CHARGE-WORK-RECORD.
011100 01  CHARGE-WORK-RECORD       PIC X(45).
011200
011300 FD  POSTING-TXN-FILE
011400     LABEL RECORDS ARE STANDARD
011500     BLOCK CONTAINS 0 RECORDS
011600     RECORDING MODE F
011700     DATA RECORD IS POSTING-TXN-RECORD.
011800     COPY PTXNREC.
011900
012000 FD  BILLING-REGISTER
012100     LABEL RECORDS ARE OMITTED
012200     RECORDING MODE F.
012300 01  BILLING-REGISTER-LINE    PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600******************************************************************
012700*    FILE STATUS                                                 *
012800******************************************************************
012900 01  RECURRING-CHARGE-STATUS   PIC X(02).
013000     88  RECURRING-CHARGE-OK       VALUE "00".
013100 01  CUSTOMER-FILE-STATUS      PIC X(02).
013200     88  CUST-FILE-OK              VALUE "00".
013300 01  CHARGE-WORK-STATUS        PIC X(02).
013400     88  CHARGE-WORK-OK            VALUE "00".
013500 01  POSTING-TXN-FILE-STATUS   PIC X(02).
013600     88  POSTING-TXN-FILE-OK       VALUE "00".
013700 01  BILLING-REGISTER-STATUS   PIC X(02).
013800     88  BILLING-REGISTER-OK       VALUE "00".
013900
014000******************************************************************
014100*    RUN CONTROL FIELDS                                          *
014200******************************************************************
014300 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
014400 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
014500     05  FILLER                PIC 9(02).
014600     05  WS-RUN-MMDD           PIC 9(04).
014700 01  WS-BILL-BEFORE-DATE       PIC 9(06) VALUE 0.
014800 01  WS-SCHEDULES-AT-END       PIC X(01) VALUE "N".
014900     88  SCHEDULES-AT-END          VALUE "Y".
015000 01  WS-WORK-AT-END            PIC X(01) VALUE "N".
015100     88  WORK-FILE-AT-END          VALUE "Y".
015200 01  WS-SKIP-RESULT            PIC X(10) VALUE SPACES.
015300 01  WS-CHARGE-AMOUNT          PIC 9(7)V99 VALUE 0.
015400 01  WS-CHARGE-BILL-DATE       PIC 9(06) VALUE 0.
015500 01  WS-CHARGE-BILL-FIELDS REDEFINES WS-CHARGE-BILL-DATE.
015575     05  WS-CHARGE-BILL-YY     PIC 9(02).
015650     05  WS-CHARGE-BILL-MM     PIC 9(02).
015725     05  WS-CHARGE-BILL-DD     PIC 9(02).
015800 01  WS-CHARGE-REFERENCE.
015900     05  FILLER                PIC X(01) VALUE "R".
016000     05  WS-CHARGE-REF-SCHED   PIC 9(03) VALUE 0.
016066     05  WS-CHARGE-REF-YEAR    PIC 9(01) VALUE 0.
016133     05  WS-CHARGE-REF-DDD     PIC 9(03) VALUE 0.
016200 01  WS-BATCH-CTL-ID.
016300     05  FILLER                PIC X(04) VALUE "RCHG".
016400     05  WS-BATCH-CTL-MMDD     PIC 9(04) VALUE 0.
016500
016600******************************************************************
016700*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
016800******************************************************************
016900     COPY CALWREC.
017000
017100******************************************************************
017200*    DATE ARITHMETIC - BILL DATES ALWAYS FALL ON DAY 01-28, SO   *
017300*    MOVING ONE ON BY WHOLE MONTHS NEVER RUNS OFF THE END OF A   *
017400*    MONTH.  THE MONTH LENGTHS ARE FOR THE NO-CALENDAR FALLBACK  *
017500*    ONLY (STMTBLD'S 7020-ADVANCE-ONE-MONTH).                    *
017600******************************************************************
017700 01  WS-BILL-DAY               PIC 9(02) VALUE 0.
017800 01  WS-MONTHS-TO-ADD          PIC 9(02) VALUE 0.
017900 01  WS-MONTH-TOTAL            PIC 9(03) VALUE 0.
018000 01  WS-YEARS-TO-ADD           PIC 9(02) VALUE 0.
018100 01  WS-MONTH-OFFSET           PIC 9(02) VALUE 0.
018200 01  WS-YEAR-TOTAL             PIC 9(03) VALUE 0.
018300 01  WS-DAYS-TO-ADD            PIC 9(03) VALUE 0.
018400 01  WS-DAYS-LEFT-IN-MONTH     PIC 9(02) VALUE 0.
018500 01  WS-DUE-DATE               PIC 9(06) VALUE 0.
018600 01  WS-DUE-DATE-FIELDS REDEFINES WS-DUE-DATE.
018700     05  WS-DUE-YY             PIC 9(02).
018800     05  WS-DUE-MM             PIC 9(02).
018900     05  WS-DUE-DD             PIC 9(02).
019000 01  WS-START-DATE             PIC 9(06) VALUE 0.
019100 01  WS-START-DATE-FIELDS REDEFINES WS-START-DATE.
019200     05  FILLER                PIC 9(04).
019300     05  WS-START-DD           PIC 9(02).
019400 01  WS-MONTH-LENGTH           PIC 9(02) VALUE 0.
019500 01  WS-LEAP-QUOTIENT          PIC 9(02) VALUE 0.
019600 01  WS-LEAP-REMAINDER         PIC 9(01) VALUE 0.
019700 01  WS-MONTH-LENGTH-VALUES    PIC X(24) VALUE
019800     "312831303130313130313031".
019900 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
020000     05  WS-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
020100
020200******************************************************************
020300*    RUN TOTALS                                                  *
020400******************************************************************
020500 01  WS-SCHEDULES-READ         PIC 9(07) BINARY VALUE 0.
020600 01  WS-CHARGES-WRITTEN        PIC 9(07) BINARY VALUE 0.
020700 01  WS-CHARGES-REWRITTEN      PIC 9(07) BINARY VALUE 0.
020800 01  WS-CHARGE-TOTAL           PIC 9(9)V99 VALUE 0.
020900 01  WS-SCHEDULES-SUSPENDED    PIC 9(07) BINARY VALUE 0.
021000 01  WS-SCHEDULES-ENDED        PIC 9(07) BINARY VALUE 0.
021100 01  WS-NOT-BILLABLE           PIC 9(07) BINARY VALUE 0.
021200
021300******************************************************************
021400*    BILLING REGISTER LINE LAYOUTS                               *
021500******************************************************************
021600 01  RB-HEADING-LINE-1.
021700     05  FILLER                PIC X(01) VALUE SPACE.
021800     05  FILLER                PIC X(44) VALUE
021900         "RCHGBILL - RECURRING CHARGE BILLING REGISTER".
022000     05  FILLER                PIC X(10) VALUE "RUN DATE ".
022100     05  RB-HDG1-RUN-DATE      PIC 9(06).
022200     05  FILLER                PIC X(04) VALUE SPACES.
022300     05  FILLER                PIC X(17) VALUE
022400         "BILLING BEFORE ".
022500     05  RB-HDG1-BILL-BEFORE   PIC 9(06).
022600     05  FILLER                PIC X(04) VALUE SPACES.
022700     05  FILLER                PIC X(07) VALUE "BATCH ".
022800     05  RB-HDG1-BATCH-ID      PIC X(08).
022900
023000 01  RB-HEADING-LINE-2.
023100     05  FILLER                PIC X(01) VALUE SPACE.
023200     05  FILLER                PIC X(12) VALUE "RESULT".
023300     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
023400     05  FILLER                PIC X(06) VALUE "SCHED".
023500     05  FILLER                PIC X(05) VALUE "FRQ".
023600     05  FILLER                PIC X(06) VALUE "CODE".
023700     05  FILLER                PIC X(10) VALUE "BILL DATE".
023800     05  FILLER                PIC X(15) VALUE "        AMOUNT".
023900     05  FILLER                PIC X(12) VALUE "  NEXT BILL".
024000     05  FILLER                PIC X(10) VALUE "REFERENCE".
024100     05  FILLER                PIC X(07) VALUE "STATUS".
024200
024300 01  RB-DETAIL-LINE.
024400     05  FILLER                PIC X(01) VALUE SPACE.
024500     05  RB-DTL-RESULT         PIC X(10).
024600     05  FILLER                PIC X(02) VALUE SPACES.
024700     05  RB-DTL-CUST-ID        PIC X(10).
024800     05  FILLER                PIC X(02) VALUE SPACES.
024900     05  RB-DTL-SCHED-NO       PIC 9(03).
025000     05  FILLER                PIC X(03) VALUE SPACES.
025100     05  RB-DTL-FREQUENCY      PIC X(01).
025200     05  FILLER                PIC X(04) VALUE SPACES.
025300     05  RB-DTL-DESC-CODE      PIC X(04).
025400     05  FILLER                PIC X(02) VALUE SPACES.
025500     05  RB-DTL-BILL-DATE      PIC 9(06).
025600     05  FILLER                PIC X(03) VALUE SPACES.
025700     05  RB-DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
025800     05  FILLER                PIC X(04) VALUE SPACES.
025900     05  RB-DTL-NEXT-BILL      PIC 9(06).
026000     05  FILLER                PIC X(04) VALUE SPACES.
026100     05  RB-DTL-REFERENCE      PIC X(08).
026200     05  FILLER                PIC X(02) VALUE SPACES.
026300     05  RB-DTL-CUST-STATUS    PIC X(01).
026400
026500 01  RB-FOOTER-LINE-1.
026600     05  FILLER                PIC X(01) VALUE SPACE.
026700     05  FILLER                PIC X(30) VALUE
026800         "SCHEDULES READ  . . . . . . .".
026900     05  RB-FTR1-READ          PIC ZZZ,ZZ9.
027000
027100 01  RB-FOOTER-LINE-2.
027200     05  FILLER                PIC X(01) VALUE SPACE.
027300     05  FILLER                PIC X(30) VALUE
027400         "CHARGES BILLED  . . . . . . .".
027500     05  RB-FTR2-BILLED        PIC ZZZ,ZZ9.
027600
027700 01  RB-FOOTER-LINE-3.
027800     05  FILLER                PIC X(01) VALUE SPACE.
027900     05  FILLER                PIC X(30) VALUE
028000         "CHARGES REWRITTEN ON RERUN  .".
028100     05  RB-FTR3-REWRITTEN     PIC ZZZ,ZZ9.
028200
028300 01  RB-FOOTER-LINE-4.
028400     05  FILLER                PIC X(01) VALUE SPACE.
028500     05  FILLER                PIC X(30) VALUE
028600         "BATCH AMOUNT HASH . . . . . .".
028700     05  RB-FTR4-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
028800
028900 01  RB-FOOTER-LINE-5.
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  FILLER                PIC X(30) VALUE
029200         "SCHEDULES SUSPENDED . . . . .".
029300     05  RB-FTR5-SUSPENDED     PIC ZZZ,ZZ9.
029400
029500 01  RB-FOOTER-LINE-6.
029600     05  FILLER                PIC X(01) VALUE SPACE.
029700     05  FILLER                PIC X(30) VALUE
029800         "SCHEDULES ENDED . . . . . . .".
029900     05  RB-FTR6-ENDED         PIC ZZZ,ZZ9.
030000
030100 01  RB-FOOTER-LINE-7.
030200     05  FILLER                PIC X(01) VALUE SPACE.
030300     05  FILLER                PIC X(30) VALUE
030400         "ACCOUNT NOT ON MASTER . . . .".
030500     05  RB-FTR7-NOT-BILLABLE  PIC ZZZ,ZZ9.
030600
030700 PROCEDURE DIVISION.
030800******************************************************************
030900*    0000-MAINLINE                                               *
031000******************************************************************
031100 0000-MAINLINE.
031200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031300     PERFORM 2100-READ-NEXT-SCHEDULE THRU 2100-EXIT
031400     PERFORM 2000-PROCESS-ONE-SCHEDULE THRU 2000-EXIT
031500         UNTIL SCHEDULES-AT-END
031600     PERFORM 8000-WRITE-THE-BATCH THRU 8000-EXIT
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT
031800     STOP RUN.
031900
032000******************************************************************
032100*    1000-INITIALIZE                                             *
032200******************************************************************
032300 1000-INITIALIZE.
032400     ACCEPT WS-RUN-DATE FROM DATE
032500     MOVE WS-RUN-MMDD TO WS-BATCH-CTL-MMDD
032600     OPEN I-O RECURRING-CHARGE-FILE
032700     IF NOT RECURRING-CHARGE-OK
032800         DISPLAY "RCHGBILL - SCHEDULE FILE NOT AVAILABLE - "
032900             "STATUS " RECURRING-CHARGE-STATUS " - RUN STOPPED"
033000         MOVE 8 TO RETURN-CODE
033100         STOP RUN
033200     END-IF
033300     OPEN INPUT CUSTOMER-FILE
033400     IF NOT CUST-FILE-OK
033500         DISPLAY "RCHGBILL - ERROR OPENING CUSTOMER FILE - "
033600             "STATUS " CUSTOMER-FILE-STATUS " - RUN STOPPED"
033700         CLOSE RECURRING-CHARGE-FILE
033800         MOVE 8 TO RETURN-CODE
033900         STOP RUN
034000     END-IF
034100     OPEN OUTPUT CHARGE-WORK-FILE
034200     OPEN OUTPUT POSTING-TXN-FILE
034300     OPEN OUTPUT BILLING-REGISTER
034400     IF NOT CHARGE-WORK-OK OR NOT POSTING-TXN-FILE-OK OR
034500             NOT BILLING-REGISTER-OK
034600         DISPLAY "RCHGBILL - ERROR OPENING OUTPUT - STATUS "
034700             CHARGE-WORK-STATUS "/" POSTING-TXN-FILE-STATUS
034800             "/" BILLING-REGISTER-STATUS " - RUN STOPPED"
034900         CLOSE RECURRING-CHARGE-FILE
035000         CLOSE CUSTOMER-FILE
035100         MOVE 24 TO RETURN-CODE
035200         STOP RUN
035300     END-IF
035400     PERFORM 1100-SET-BILL-BEFORE-DATE THRU 1100-EXIT
035500     MOVE WS-RUN-DATE TO RB-HDG1-RUN-DATE
035600     MOVE WS-BILL-BEFORE-DATE TO RB-HDG1-BILL-BEFORE
035700     MOVE WS-BATCH-CTL-ID TO RB-HDG1-BATCH-ID
035800     WRITE BILLING-REGISTER-LINE FROM RB-HEADING-LINE-1
035900     WRITE BILLING-REGISTER-LINE FROM RB-HEADING-LINE-2
036000     MOVE SPACES TO BILLING-REGISTER-LINE
036100     WRITE BILLING-REGISTER-LINE AFTER ADVANCING 1 LINE.
036200 1000-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600*    1100-SET-BILL-BEFORE-DATE                                   *
036700*    TWO "NEXT BUSINESS DAY" CALLS TO CALSUB - A BILL DATE       *
036800*    BEFORE THE SECOND BUSINESS DAY OUT IS ON OR BEFORE THE      *
036900*    LAST STATEMENT NIGHT THE CHARGE CAN STILL REACH.  WITHOUT   *
037000*    THE CALENDAR, TWO CALENDAR DAYS OUT.                        *
037100******************************************************************
037200 1100-SET-BILL-BEFORE-DATE.
037300     MOVE "N" TO CALW-FUNCTION
037400     MOVE WS-RUN-DATE TO CALW-DATE-1
037500     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
037600     IF CALW-OK
037700         MOVE CALW-RESULT-DATE TO CALW-DATE-1
037800         MOVE "N" TO CALW-FUNCTION
037900         CALL "CALSUB" USING CALENDAR-REQUEST-AREA
038000     END-IF
038100     IF CALW-OK
038200         MOVE CALW-RESULT-DATE TO WS-BILL-BEFORE-DATE
038300         GO TO 1100-EXIT
038400     END-IF
038500     DISPLAY "RCHGBILL - BUSINESS CALENDAR NOT AVAILABLE - "
038600         "BILLING THROUGH TOMORROW"
038700     MOVE WS-RUN-DATE TO WS-DUE-DATE
038800     MOVE 2 TO WS-DAYS-TO-ADD
038900     PERFORM 7020-ADVANCE-ONE-MONTH THRU 7020-EXIT
039000         UNTIL WS-DAYS-TO-ADD = 0
039100     MOVE WS-DUE-DATE TO WS-BILL-BEFORE-DATE.
039200 1100-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    2000-PROCESS-ONE-SCHEDULE                                   *
039700*    ONLY AN ACTIVE SCHEDULE IS LOOKED AT.  THE ACCOUNT'S        *
039800*    STANDING IS CHECKED BEFORE ANYTHING ELSE, SO A SCHEDULE     *
039900*    NEVER SITS ACTIVE ON AN ACCOUNT THAT CAN NO LONGER BE       *
040000*    BILLED - WHETHER OR NOT IT IS DUE TONIGHT.                  *
040100******************************************************************
040200 2000-PROCESS-ONE-SCHEDULE.
040300     IF NOT RCHG-IS-ACTIVE
040400         GO TO 2000-NEXT
040500     END-IF
040600     MOVE RCHG-CUST-ID TO CUST-ID
040700     READ CUSTOMER-FILE
040800         INVALID KEY
040900             ADD 1 TO WS-NOT-BILLABLE
041000             MOVE "NOT ON MST" TO WS-SKIP-RESULT
041100             MOVE SPACE TO CUST-STATUS
041200             PERFORM 3900-REGISTER-NOT-BILLED THRU 3900-EXIT
041300             GO TO 2000-NEXT
041400     END-READ
041500     EVALUATE TRUE
041600         WHEN CUST-STATUS-CLOSED
041700             MOVE "C" TO RCHG-SUSPEND-REASON
041800         WHEN CUST-STATUS-CHGOFF
041900             MOVE "W" TO RCHG-SUSPEND-REASON
042000         WHEN CUST-STATUS-FROZEN
042100             MOVE "F" TO RCHG-SUSPEND-REASON
042200         WHEN OTHER
042300             MOVE SPACE TO RCHG-SUSPEND-REASON
042400     END-EVALUATE
042500     IF RCHG-SUSPEND-REASON NOT = SPACE
042600         PERFORM 3500-SUSPEND-THE-SCHEDULE THRU 3500-EXIT
042700         GO TO 2000-NEXT
042800     END-IF
042900     IF RCHG-LAST-RUN-DATE = WS-RUN-DATE
043000         PERFORM 3200-REWRITE-RERUN-CHARGE THRU 3200-EXIT
043100         GO TO 2000-NEXT
043200     END-IF
043300     IF RCHG-END-DATE NOT = 0 AND
043400             RCHG-NEXT-BILL-DATE > RCHG-END-DATE
043500         PERFORM 3600-END-THE-SCHEDULE THRU 3600-EXIT
043600         GO TO 2000-NEXT
043700     END-IF
043800     IF RCHG-NEXT-BILL-DATE < WS-BILL-BEFORE-DATE
043900         PERFORM 3000-BILL-ONE-SCHEDULE THRU 3000-EXIT
044000     END-IF.
044100 2000-NEXT.
044200     PERFORM 2100-READ-NEXT-SCHEDULE THRU 2100-EXIT.
044300 2000-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700*    2100-READ-NEXT-SCHEDULE                                     *
044800******************************************************************
044900 2100-READ-NEXT-SCHEDULE.
045000     READ RECURRING-CHARGE-FILE NEXT RECORD
045100         AT END
045200             MOVE "Y" TO WS-SCHEDULES-AT-END
045300     END-READ
045400     IF NOT SCHEDULES-AT-END
045500         ADD 1 TO WS-SCHEDULES-READ
045600     END-IF.
045700 2100-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    3000-BILL-ONE-SCHEDULE                                      *
046200*    ONE CHARGE PER SCHEDULE PER NIGHT.  A SCHEDULE THAT HAS     *
046300*    FALLEN MORE THAN ONE PERIOD BEHIND (A MISSED NIGHT) CATCHES *
046400*    UP ONE PERIOD A NIGHT, EACH UNDER ITS OWN REFERENCE.        *
046500******************************************************************
046600 3000-BILL-ONE-SCHEDULE.
046700     MOVE RCHG-NEXT-BILL-DATE TO WS-CHARGE-BILL-DATE
046800     MOVE RCHG-AMOUNT TO WS-CHARGE-AMOUNT
046900     PERFORM 3100-WRITE-THE-CHARGE THRU 3100-EXIT
047000     MOVE WS-CHARGE-BILL-DATE TO RCHG-LAST-BILL-DATE
047100     MOVE WS-RUN-DATE TO RCHG-LAST-RUN-DATE
047200     MOVE WS-CHARGE-AMOUNT TO RCHG-LAST-AMOUNT
047300     ADD 1 TO RCHG-BILLED-COUNT
047400     PERFORM 7000-SET-BILL-DAY THRU 7000-EXIT
047500     MOVE RCHG-NEXT-BILL-DATE TO WS-DUE-DATE
047600     EVALUATE TRUE
047700         WHEN RCHG-QUARTERLY
047800             MOVE 3 TO WS-MONTHS-TO-ADD
047900         WHEN RCHG-SEMIANNUAL
048000             MOVE 6 TO WS-MONTHS-TO-ADD
048100         WHEN RCHG-ANNUAL
048200             MOVE 12 TO WS-MONTHS-TO-ADD
048300         WHEN OTHER
048400             MOVE 1 TO WS-MONTHS-TO-ADD
048500     END-EVALUATE
048600     PERFORM 7200-ADVANCE-MONTHS THRU 7200-EXIT
048700     MOVE WS-BILL-DAY TO WS-DUE-DD
048800     MOVE WS-DUE-DATE TO RCHG-NEXT-BILL-DATE
048900     MOVE "BILLED" TO RB-DTL-RESULT
049000     IF RCHG-END-DATE NOT = 0 AND
049100             RCHG-NEXT-BILL-DATE > RCHG-END-DATE
049200         MOVE "E" TO RCHG-STATUS
049300         MOVE WS-RUN-DATE TO RCHG-STATUS-DATE
049400         MOVE "RCHGBILL" TO RCHG-MAINT-OPERATOR
049500         ADD 1 TO WS-SCHEDULES-ENDED
049600         MOVE "BILLED-END" TO RB-DTL-RESULT
049700     END-IF
049800     PERFORM 3800-REWRITE-SCHEDULE THRU 3800-EXIT
049900     ADD 1 TO WS-CHARGES-WRITTEN
050000     MOVE WS-CHARGE-AMOUNT TO RB-DTL-AMOUNT
050100     MOVE WS-CHARGE-REFERENCE TO RB-DTL-REFERENCE
050200     PERFORM 3950-REGISTER-LINE THRU 3950-EXIT.
050300 3000-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    3100-WRITE-THE-CHARGE                                       *
050800*    TO THE WORK FILE - 8000 WRAPS THE BATCH ROUND THEM.  THE    *
050900*    BATCH ID IS LEFT FOR TXNEDIT TO STAMP AS IT RELEASES THE    *
051000*    PROVED BATCH.                                               *
051100******************************************************************
051200 3100-WRITE-THE-CHARGE.
051300     MOVE RCHG-SCHED-NO TO WS-CHARGE-REF-SCHED
051400     PERFORM 7300-SET-REFERENCE-DAY THRU 7300-EXIT
051500     MOVE SPACES TO POSTING-TXN-RECORD
051600     MOVE "C" TO PTXN-TXN-TYPE
051700     MOVE RCHG-CUST-ID TO PTXN-CUST-ID
051800     MOVE WS-CHARGE-AMOUNT TO PTXN-AMOUNT
051900     MOVE SPACE TO PTXN-MODIFIER
052000     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
052100     MOVE WS-CHARGE-REFERENCE TO PTXN-REFERENCE
052200     WRITE CHARGE-WORK-RECORD FROM POSTING-TXN-RECORD
052300     ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL.
052400 3100-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    3200-REWRITE-RERUN-CHARGE                                   *
052900*    THE SCHEDULE WAS ALREADY BILLED ON THIS RUN DATE - THE      *
053000*    SAME CHARGE GOES BACK ON THE REBUILT FILE, THE SCHEDULE     *
053100*    LEFT AS THE FIRST RUN SET IT.                               *
053200******************************************************************
053300 3200-REWRITE-RERUN-CHARGE.
053400     MOVE RCHG-LAST-BILL-DATE TO WS-CHARGE-BILL-DATE
053500     MOVE RCHG-LAST-AMOUNT TO WS-CHARGE-AMOUNT
053600     PERFORM 3100-WRITE-THE-CHARGE THRU 3100-EXIT
053700     ADD 1 TO WS-CHARGES-REWRITTEN
053800     MOVE "REBILLED" TO RB-DTL-RESULT
053900     MOVE WS-CHARGE-AMOUNT TO RB-DTL-AMOUNT
054000     MOVE WS-CHARGE-REFERENCE TO RB-DTL-REFERENCE
054100     PERFORM 3950-REGISTER-LINE THRU 3950-EXIT.
054200 3200-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    3500-SUSPEND-THE-SCHEDULE                                   *
054700*    THE REASON IS ALREADY IN RCHG-SUSPEND-REASON.               *
054800******************************************************************
054900 3500-SUSPEND-THE-SCHEDULE.
055000     MOVE "S" TO RCHG-STATUS
055100     MOVE WS-RUN-DATE TO RCHG-STATUS-DATE
055200     MOVE "RCHGBILL" TO RCHG-MAINT-OPERATOR
055300     PERFORM 3800-REWRITE-SCHEDULE THRU 3800-EXIT
055400     ADD 1 TO WS-SCHEDULES-SUSPENDED
055500     MOVE "SUSPENDED" TO WS-SKIP-RESULT
055600     PERFORM 3900-REGISTER-NOT-BILLED THRU 3900-EXIT.
055700 3500-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100*    3600-END-THE-SCHEDULE                                       *
056200*    NEXT BILL DATE ALREADY PAST THE END DATE - AN END DATE      *
056300*    BROUGHT IN THROUGH RCHGMNT AFTER THE LAST CHARGE.           *
056400******************************************************************
056500 3600-END-THE-SCHEDULE.
056600     MOVE "E" TO RCHG-STATUS
056700     MOVE WS-RUN-DATE TO RCHG-STATUS-DATE
056800     MOVE "RCHGBILL" TO RCHG-MAINT-OPERATOR
056900     PERFORM 3800-REWRITE-SCHEDULE THRU 3800-EXIT
057000     ADD 1 TO WS-SCHEDULES-ENDED
057100     MOVE "ENDED" TO WS-SKIP-RESULT
057200     PERFORM 3900-REGISTER-NOT-BILLED THRU 3900-EXIT.
057300 3600-EXIT.
057400     EXIT.
057500
057600 3800-REWRITE-SCHEDULE.
057700     REWRITE RECURRING-CHARGE-RECORD
057800         INVALID KEY
057900             DISPLAY "RCHGBILL - SCHEDULE REWRITE FAILED - "
058000                 RCHG-CUST-ID " " RCHG-SCHED-NO " - STATUS "
058100                 RECURRING-CHARGE-STATUS
058200     END-REWRITE.
058300 3800-EXIT.
058400     EXIT.
058500
058600 3900-REGISTER-NOT-BILLED.
058700     MOVE WS-SKIP-RESULT TO RB-DTL-RESULT
058800     MOVE 0 TO RB-DTL-AMOUNT
058900     MOVE SPACES TO RB-DTL-REFERENCE
059000     PERFORM 3950-REGISTER-LINE THRU 3950-EXIT.
059100 3900-EXIT.
059200     EXIT.
059300
059400 3950-REGISTER-LINE.
059500     MOVE RCHG-CUST-ID TO RB-DTL-CUST-ID
059600     MOVE RCHG-SCHED-NO TO RB-DTL-SCHED-NO
059700     MOVE RCHG-FREQUENCY TO RB-DTL-FREQUENCY
059800     MOVE RCHG-DESC-CODE TO RB-DTL-DESC-CODE
059900     MOVE RCHG-LAST-BILL-DATE TO RB-DTL-BILL-DATE
060000     MOVE RCHG-NEXT-BILL-DATE TO RB-DTL-NEXT-BILL
060100     MOVE CUST-STATUS TO RB-DTL-CUST-STATUS
060200     WRITE BILLING-REGISTER-LINE FROM RB-DETAIL-LINE.
060300 3950-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    7000-SET-BILL-DAY                                           *
060800*    THE ACCOUNT'S STATEMENT CYCLE DAY; FOR AN ACCOUNT BILLED    *
060900*    EVERY RUN (CYCLE DAY 00), THE SCHEDULE START DATE'S OWN     *
061000*    DAY - NO LATER THAN THE 28TH.  SAME RULE AS RCHGMNT.        *
061100******************************************************************
061200 7000-SET-BILL-DAY.
061300     IF CUST-STMT-CYCLE-DAY NUMERIC AND
061400             CUST-STMT-CYCLE-DAY > 0 AND
061500             CUST-STMT-CYCLE-DAY NOT > 28
061600         MOVE CUST-STMT-CYCLE-DAY TO WS-BILL-DAY
061700     ELSE
061800         MOVE RCHG-START-DATE TO WS-START-DATE
061900         MOVE WS-START-DD TO WS-BILL-DAY
062000         IF WS-BILL-DAY > 28
062100             MOVE 28 TO WS-BILL-DAY
062200         END-IF
062300     END-IF.
062400 7000-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800*    7020-ADVANCE-ONE-MONTH                                      *
062900*    WS-DUE-DATE MOVES ON WS-DAYS-TO-ADD CALENDAR DAYS, AT MOST  *
063000*    TO THE END OF THE MONTH EACH TIME - SAME AS STMTBLD.        *
063100******************************************************************
063200 7020-ADVANCE-ONE-MONTH.
063300     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-LENGTH
063400     IF WS-DUE-MM = 2
063500         DIVIDE WS-DUE-YY BY 4 GIVING WS-LEAP-QUOTIENT
063600             REMAINDER WS-LEAP-REMAINDER
063700         IF WS-LEAP-REMAINDER = 0
063800             MOVE 29 TO WS-MONTH-LENGTH
063900         END-IF
064000     END-IF
064100     IF WS-DUE-DD > WS-MONTH-LENGTH
064200         MOVE WS-MONTH-LENGTH TO WS-DUE-DD
064300     END-IF
064400     COMPUTE WS-DAYS-LEFT-IN-MONTH =
064500         WS-MONTH-LENGTH - WS-DUE-DD
064600     IF WS-DAYS-TO-ADD NOT > WS-DAYS-LEFT-IN-MONTH
064700         ADD WS-DAYS-TO-ADD TO WS-DUE-DD
064800         MOVE 0 TO WS-DAYS-TO-ADD
064900         GO TO 7020-EXIT
065000     END-IF
065100     COMPUTE WS-DAYS-TO-ADD =
065200         WS-DAYS-TO-ADD - WS-DAYS-LEFT-IN-MONTH - 1
065300     MOVE 1 TO WS-DUE-DD
065400     IF WS-DUE-MM = 12
065500         MOVE 1 TO WS-DUE-MM
065600         IF WS-DUE-YY = 99
065700             MOVE 0 TO WS-DUE-YY
065800         ELSE
065900             ADD 1 TO WS-DUE-YY
066000         END-IF
066100     ELSE
066200         ADD 1 TO WS-DUE-MM
066300     END-IF.
066400 7020-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*    7200-ADVANCE-MONTHS                                         *
066900*    WS-DUE-DATE MOVES ON WS-MONTHS-TO-ADD WHOLE MONTHS, THE     *
067000*    DAY LEFT AS IT IS.                                          *
067100******************************************************************
067200 7200-ADVANCE-MONTHS.
067300     COMPUTE WS-MONTH-TOTAL = WS-DUE-MM + WS-MONTHS-TO-ADD - 1
067400     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-TO-ADD
067500         REMAINDER WS-MONTH-OFFSET
067600     COMPUTE WS-DUE-MM = WS-MONTH-OFFSET + 1
067700     COMPUTE WS-YEAR-TOTAL = WS-DUE-YY + WS-YEARS-TO-ADD
067800     IF WS-YEAR-TOTAL > 99
067900         SUBTRACT 100 FROM WS-YEAR-TOTAL
068000     END-IF
068100     MOVE WS-YEAR-TOTAL TO WS-DUE-YY.
068200 7200-EXIT.
068300     EXIT.
068300
068308******************************************************************
068312*    7300-SET-REFERENCE-DAY                                      *
068316*    THE BILL DATE AS A JULIAN YDDD FOR THE CHARGE REFERENCE -   *
068320*    THE DAY OF THE YEAR IS THE REAL DAYS SINCE 1 JANUARY        *
068325*    (CALSUB "D", NO CALENDAR FILE NEEDED) PLUS ONE.  SHOULD     *
068329*    CALSUB REFUSE THE DATE, 31 DAYS TO EVERY MONTH BEFORE IT -  *
068333*    NOT A TRUE JULIAN DAY, BUT STILL ONE NUMBER PER DAY.        *
068337******************************************************************
068341 7300-SET-REFERENCE-DAY.
068345     MOVE WS-CHARGE-BILL-YY TO WS-CHARGE-REF-YEAR
068350     MOVE "D" TO CALW-FUNCTION
068354     COMPUTE CALW-DATE-1 = WS-CHARGE-BILL-YY * 10000 + 101
068358     MOVE WS-CHARGE-BILL-DATE TO CALW-DATE-2
068362     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
068366     IF CALW-OK
068370         COMPUTE WS-CHARGE-REF-DDD = CALW-DAYS + 1
068375     ELSE
068379         COMPUTE WS-CHARGE-REF-DDD =
068383             (WS-CHARGE-BILL-MM - 1) * 31 + WS-CHARGE-BILL-DD
068387     END-IF.
068391 7300-EXIT.
068395     EXIT.
068400
068500******************************************************************
068600*    8000-WRITE-THE-BATCH                                        *
068700*    HEADER, THE CHARGES OFF THE WORK FILE, TRAILER.  NO         *
068800*    CHARGES, NO BATCH - RCHGTXN IS LEFT EMPTY.                  *
068900******************************************************************
069000 8000-WRITE-THE-BATCH.
069100     CLOSE CHARGE-WORK-FILE
069200     IF WS-CHARGES-WRITTEN + WS-CHARGES-REWRITTEN = 0
069300         GO TO 8000-EXIT
069400     END-IF
069500     MOVE SPACES TO POSTING-TXN-RECORD
069600     MOVE "H" TO PTXN-TXN-TYPE
069700     PERFORM 8200-SET-BATCH-FIELDS THRU 8200-EXIT
069800     WRITE POSTING-TXN-RECORD
069900     OPEN INPUT CHARGE-WORK-FILE
070000     MOVE "N" TO WS-WORK-AT-END
070100     PERFORM 8100-COPY-ONE-CHARGE THRU 8100-EXIT
070200         UNTIL WORK-FILE-AT-END
070300     CLOSE CHARGE-WORK-FILE
070400     MOVE SPACES TO POSTING-TXN-RECORD
070500     MOVE "T" TO PTXN-TXN-TYPE
070600     PERFORM 8200-SET-BATCH-FIELDS THRU 8200-EXIT
070700     WRITE POSTING-TXN-RECORD.
070800 8000-EXIT.
070900     EXIT.
071000
071100 8100-COPY-ONE-CHARGE.
071200     READ CHARGE-WORK-FILE
071300         AT END
071400             MOVE "Y" TO WS-WORK-AT-END
071500             GO TO 8100-EXIT
071600     END-READ
071700     WRITE POSTING-TXN-RECORD FROM CHARGE-WORK-RECORD.
071800 8100-EXIT.
071900     EXIT.
072000
072100 8200-SET-BATCH-FIELDS.
072200     MOVE WS-BATCH-CTL-ID TO PTXN-BATCH-CTL-ID
072300     COMPUTE PTXN-BATCH-COUNT =
072400         WS-CHARGES-WRITTEN + WS-CHARGES-REWRITTEN
072500     MOVE WS-CHARGE-TOTAL TO PTXN-BATCH-HASH.
072600 8200-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    9000-TERMINATE                                              *
073100*    A SUSPENDED SCHEDULE OR ONE WHOSE ACCOUNT IS GONE FROM THE  *
073200*    MASTER LEAVES A WARNING RETURN CODE - SOMEBODY EXPECTED     *
073300*    THAT CHARGE TO BE MADE.                                     *
073400******************************************************************
073500 9000-TERMINATE.
073600     MOVE WS-SCHEDULES-READ TO RB-FTR1-READ
073700     MOVE WS-CHARGES-WRITTEN TO RB-FTR2-BILLED
073800     MOVE WS-CHARGES-REWRITTEN TO RB-FTR3-REWRITTEN
073900     MOVE WS-CHARGE-TOTAL TO RB-FTR4-TOTAL
074000     MOVE WS-SCHEDULES-SUSPENDED TO RB-FTR5-SUSPENDED
074100     MOVE WS-SCHEDULES-ENDED TO RB-FTR6-ENDED
074200     MOVE WS-NOT-BILLABLE TO RB-FTR7-NOT-BILLABLE
074300     MOVE SPACES TO BILLING-REGISTER-LINE
074400     WRITE BILLING-REGISTER-LINE AFTER ADVANCING 1 LINE
074500     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-1
074600     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-2
074700     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-3
074800     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-4
074900     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-5
075000     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-6
075100     WRITE BILLING-REGISTER-LINE FROM RB-FOOTER-LINE-7
075200     CLOSE RECURRING-CHARGE-FILE
075300     CLOSE CUSTOMER-FILE
075400     CLOSE POSTING-TXN-FILE
075500     CLOSE BILLING-REGISTER
075600     DISPLAY "RCHGBILL - " WS-CHARGES-WRITTEN " BILLED, "
075700         WS-CHARGES-REWRITTEN " REBILLED, "
075800         WS-SCHEDULES-SUSPENDED " SUSPENDED, "
075900         WS-SCHEDULES-ENDED " ENDED, "
076000         WS-NOT-BILLABLE " NOT ON MASTER"
076100     IF WS-SCHEDULES-SUSPENDED > 0 OR WS-NOT-BILLABLE > 0
076200         MOVE 4 TO RETURN-CODE
076300     END-IF.
076400 9000-EXIT.
076500     EXIT.
