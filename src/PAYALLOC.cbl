002400*    IS SHOWN ON THE ALLOCATION REGISTER (PAYARPT).  A CHECK     *
002500*    FOR A CUSTOMER WITH NO ACTIVE ACCOUNTS IS PARKED ON THE     *
002600*    SUSPENSE FILE (PAYASUSP) - MONEY IS NEVER GUESSED ONTO A    *
002633*    CLOSED OR FROZEN ACCOUNT.                                   *
002666*                                                                *
002700*    A PAYMENT DATED IN A PERIOD FINANCE HAS ALREADY CLOSED      *
002733*    (PERDCTL, SEE PCLSREC) POSTS AS OF THE RUN DATE - TXNPOST   *
002766*    WOULD ONLY REJECT IT.                                       *
002800*                                                                *
002900******************************************************************
003000* MODIFICATION HISTORY
003150*                    CHECK FOR THE SAME CUSTOMER IN ONE RUN
003160*                    USED TO LOAD ALL LEVELS AS ZERO AND
003170*                    SPLIT ON ACTIVITY DATE ALONE.
003180*   11/15/2026  RVH  PAYMENTS STAMPED BATCH ID *PAYALOC FOR THE
003190*                    BANK DEPOSIT RECONCILIATION (BNKRECON).
003192*   11/20/2026  RVH  A PAYMENT DATED IN A PERIOD CLOSED ON
003195*                    PERDCTL NOW POSTS AS OF THE RUN DATE
003197*                    INSTEAD OF BEING REJECTED BY TXNPOST.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
006400     SELECT ALLOCATION-REGISTER ASSIGN TO PAYARPT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS ALLOCATION-REGISTER-STATUS.
006620     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
006640         ORGANIZATION IS SEQUENTIAL
006660         ACCESS MODE IS SEQUENTIAL
006680         FILE STATUS IS PERIOD-CLOSE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
013400     LABEL RECORDS ARE OMITTED
013500     RECORDING MODE F.
013600 01  ALLOCATION-REGISTER-LINE PIC X(132).
013612
013625 FD  PERIOD-CLOSE-FILE
013637     LABEL RECORDS ARE STANDARD
013650     BLOCK CONTAINS 0 RECORDS
013662     RECORDING MODE F
013675     DATA RECORD IS PERIOD-CLOSE-RECORD.
013687     COPY PCLSREC.
013700
013800 WORKING-STORAGE SECTION.
013900******************************************************************
015600     88  SUSPENSE-FILE-OK          VALUE "00".
015700 01  ALLOCATION-REGISTER-STATUS PIC X(02).
015800     88  ALLOCATION-REGISTER-OK    VALUE "00".
015825 01  PERIOD-CLOSE-STATUS       PIC X(02).
015850     88  PERIOD-CLOSE-OK           VALUE "00".
015875     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
015900
016000******************************************************************
016100*    RUN CONTROL FIELDS                                          *
017600 01  WS-FIRST-PICK-IDX         PIC 9(3) BINARY VALUE 0.
017700 01  WS-BEST-IDX               PIC 9(3) BINARY VALUE 0.
017800 01  WS-PICKS-MADE             PIC 9(3) BINARY VALUE 0.
017825 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
017850 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
017875     88  CLOSE-FILE-AT-END         VALUE "Y".
017900
018000******************************************************************
018100*    THE CURRENT CUSTOMER'S ACCOUNT TABLE, LOADED BY A KEYED     *
020100 01  WS-CHECKS-ALLOCATED       PIC 9(07) BINARY VALUE 0.
020200 01  WS-CHECKS-SUSPENDED       PIC 9(07) BINARY VALUE 0.
020300 01  WS-TXNS-WRITTEN           PIC 9(07) BINARY VALUE 0.
020350 01  WS-TXNS-REDATED           PIC 9(07) BINARY VALUE 0.
020400 01  WS-AMOUNT-ALLOCATED       PIC 9(11)V99 VALUE 0.
020500 01  WS-AMOUNT-SUSPENDED       PIC 9(11)V99 VALUE 0.
020600
028500******************************************************************
028600 1000-INITIALIZE.
028700     ACCEPT WS-RUN-DATE FROM DATE
028750     PERFORM 1200-LOAD-PERIOD-CLOSE THRU 1200-EXIT
028800     OPEN INPUT CUSTOMER-FILE
028900     IF NOT CUST-FILE-OK
029000         DISPLAY "PAYALLOC - ERROR OPENING CUSTOMER FILE - "
031700     WRITE ALLOCATION-REGISTER-LINE AFTER ADVANCING 1 LINE.
031800 1000-EXIT.
031900     EXIT.
031903
031906******************************************************************
031909*    1200-LOAD-PERIOD-CLOSE                                      *
031912*    SAME READ AS TXNPOST'S 1900 - THE LOCK DATE IS THE          *
031915*    HIGHEST CLOSED-THRU DATE ON PERDCTL.  NO FILE MEANS NO      *
031918*    PERIOD HAS BEEN CLOSED YET.                                 *
031921******************************************************************
031924 1200-LOAD-PERIOD-CLOSE.
031927     MOVE 0 TO WS-CLOSED-THRU-DATE
031930     OPEN INPUT PERIOD-CLOSE-FILE
031933     IF NOT PERIOD-CLOSE-OK
031936         GO TO 1200-EXIT
031939     END-IF
031942     MOVE "N" TO WS-CLOSE-AT-END
031945     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT
031948         UNTIL CLOSE-FILE-AT-END
031951     CLOSE PERIOD-CLOSE-FILE.
031954 1200-EXIT.
031957     EXIT.
031960
031963 1210-READ-CLOSE-RECORD.
031966     READ PERIOD-CLOSE-FILE
031969         AT END
031972             MOVE "Y" TO WS-CLOSE-AT-END
031975             GO TO 1210-EXIT
031978     END-READ
031981     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
031984             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
031987         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
031990     END-IF.
031993 1210-EXIT.
031996     EXIT.
032000
032100******************************************************************
032200*    1500-SORT-THE-PAYMENTS                                      *
058900     ELSE
059000         MOVE WS-RUN-DATE TO PTXN-TXN-DATE
059100     END-IF
059116     IF WS-CLOSED-THRU-DATE > 0 AND
059133             PTXN-TXN-DATE NOT > WS-CLOSED-THRU-DATE
059150         MOVE WS-RUN-DATE TO PTXN-TXN-DATE
059166         ADD 1 TO WS-TXNS-REDATED
059183     END-IF
059200     MOVE SPAY-CHECK-NO TO PTXN-REFERENCE
059250     MOVE "*PAYALOC" TO PTXN-BATCH-ID
059300     WRITE POSTING-TXN-RECORD
059400     ADD 1 TO WS-TXNS-WRITTEN
059500     MOVE WS-ACCT-CUST-ID(WS-ACCT-IDX) TO PA-SLC-CUST-ID
066000         WS-CHECKS-ALLOCATED " ALLOCATED INTO "
066100         WS-TXNS-WRITTEN " POSTING(S), "
066200         WS-CHECKS-SUSPENDED " IN SUSPENSE"
066216     IF WS-TXNS-REDATED > 0
066233         DISPLAY "PAYALLOC - " WS-TXNS-REDATED " POSTING(S) "
066250             "DATED IN A CLOSED PERIOD (THRU "
066266             WS-CLOSED-THRU-DATE ") POSTED AS OF " WS-RUN-DATE
066283     END-IF
066300     IF WS-CHECKS-SUSPENDED > 0
066400         MOVE 4 TO RETURN-CODE
066500     END-IF.
