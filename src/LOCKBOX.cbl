002100*    THAT CANNOT BE MATCHED - OR MATCHES MORE THAN ONE NAME -    *
002200*    IS PARKED ON THE SUSPENSE FILE (LBXSUSP) AND LISTED ON THE  *
002300*    DAILY SUSPENSE WORKLIST (LBXRPT) FOR THE CLERKS.  MONEY IS  *
002333*    NEVER GUESSED ONTO AN ACCOUNT.                              *
002366*                                                                *
002400*    A DEPOSIT DATED IN A PERIOD FINANCE HAS ALREADY CLOSED      *
002433*    (PERDCTL, SEE PCLSREC) POSTS AS OF THE RUN DATE - TXNPOST   *
002466*    WOULD ONLY REJECT IT.                                       *
002500*                                                                *
002600******************************************************************
002700* MODIFICATION HISTORY
002800*   09/29/2026  RVH  ORIGINAL.
002833*   11/15/2026  RVH  PAYMENTS STAMPED BATCH ID *LOCKBOX FOR THE
002866*                    BANK DEPOSIT RECONCILIATION (BNKRECON).
002874*   11/20/2026  RVH  A DEPOSIT DATED IN A PERIOD CLOSED ON
002883*                    PERDCTL NOW POSTS AS OF THE RUN DATE
002891*                    INSTEAD OF BEING REJECTED BY TXNPOST.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
005700     SELECT SUSPENSE-WORKLIST ASSIGN TO LBXRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS SUSPENSE-WORKLIST-STATUS.
005920     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
005940         ORGANIZATION IS SEQUENTIAL
005960         ACCESS MODE IS SEQUENTIAL
005980         FILE STATUS IS PERIOD-CLOSE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
010500     LABEL RECORDS ARE OMITTED
010600     RECORDING MODE F.
010700 01  SUSPENSE-WORKLIST-LINE   PIC X(132).
010712
010725 FD  PERIOD-CLOSE-FILE
010737     LABEL RECORDS ARE STANDARD
010750     BLOCK CONTAINS 0 RECORDS
010762     RECORDING MODE F
010775     DATA RECORD IS PERIOD-CLOSE-RECORD.
010787     COPY PCLSREC.
010800
010900 WORKING-STORAGE SECTION.
011000******************************************************************
012700     88  SUSPENSE-FILE-OK          VALUE "00".
012800 01  SUSPENSE-WORKLIST-STATUS  PIC X(02).
012900     88  SUSPENSE-WORKLIST-OK      VALUE "00".
012925 01  PERIOD-CLOSE-STATUS       PIC X(02).
012950     88  PERIOD-CLOSE-OK           VALUE "00".
012975     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
013000
013100******************************************************************
013200*    RUN CONTROL FIELDS                                          *
014000     88  ITEM-IS-MATCHED           VALUE "Y".
014100 01  WS-MATCHED-CUST-ID        PIC X(10) VALUE SPACES.
014200 01  WS-SUSPENSE-REASON        PIC X(30) VALUE SPACES.
014225 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
014250 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
014275     88  CLOSE-FILE-AT-END         VALUE "Y".
014300
014400******************************************************************
014500*    PHONETIC NAME FALLBACK WORK FIELDS - SAME SNDXSUB CALLING   *
016000 01  WS-ITEMS-SCAN-MATCHED     PIC 9(07) BINARY VALUE 0.
016100 01  WS-ITEMS-NAME-MATCHED     PIC 9(07) BINARY VALUE 0.
016200 01  WS-ITEMS-SUSPENDED        PIC 9(07) BINARY VALUE 0.
016250 01  WS-ITEMS-REDATED          PIC 9(07) BINARY VALUE 0.
016300 01  WS-MATCHED-AMOUNT         PIC 9(9)V99 VALUE 0.
016400 01  WS-SUSPENDED-AMOUNT       PIC 9(9)V99 VALUE 0.
016500
025200******************************************************************
025300 1000-INITIALIZE.
025400     ACCEPT WS-RUN-DATE FROM DATE
025450     PERFORM 1200-LOAD-PERIOD-CLOSE THRU 1200-EXIT
025500     OPEN INPUT LOCKBOX-FILE
025600     IF NOT LOCKBOX-FILE-OK
025700         DISPLAY "LOCKBOX - BANK REMITTANCE FILE NOT FOUND - "
028900 1000-EXIT.
029000     EXIT.
029100
029103******************************************************************
029106*    1200-LOAD-PERIOD-CLOSE                                      *
029109*    SAME READ AS TXNPOST'S 1900 - THE LOCK DATE IS THE          *
029112*    HIGHEST CLOSED-THRU DATE ON PERDCTL.  NO FILE MEANS NO      *
029115*    PERIOD HAS BEEN CLOSED YET.                                 *
029118******************************************************************
029121 1200-LOAD-PERIOD-CLOSE.
029124     MOVE 0 TO WS-CLOSED-THRU-DATE
029127     OPEN INPUT PERIOD-CLOSE-FILE
029130     IF NOT PERIOD-CLOSE-OK
029133         GO TO 1200-EXIT
029136     END-IF
029139     MOVE "N" TO WS-CLOSE-AT-END
029142     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT
029145         UNTIL CLOSE-FILE-AT-END
029148     CLOSE PERIOD-CLOSE-FILE.
029151 1200-EXIT.
029154     EXIT.
029157
029160 1210-READ-CLOSE-RECORD.
029163     READ PERIOD-CLOSE-FILE
029166         AT END
029169             MOVE "Y" TO WS-CLOSE-AT-END
029172             GO TO 1210-EXIT
029175     END-READ
029178     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
029181             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
029184         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
029187     END-IF.
029190 1210-EXIT.
029193     EXIT.
029196
029200******************************************************************
029300*    1100-CUSTOMER-FILE-OPEN-ERROR                               *
029400******************************************************************
044900*    ONE PROPERLY FORMED PTXN PAYMENT RECORD, EXACTLY AS A       *
045000*    CLERK WOULD HAVE KEYED IT - THE CHECK NUMBER IS THE         *
045100*    POSTING REFERENCE AND THE BANK'S DEPOSIT DATE IS THE        *
045150*    TRANSACTION DATE.  THE "*LOCKBOX" BATCH ID CARRIES THROUGH  *
045200*    TO POSTHIST SO BNKRECON CAN TIE THE DAY'S LOCKBOX POSTINGS  *
045233*    TO THE BANK'S LOCKBOX DEPOSIT.  A DEPOSIT DATE IN A CLOSED  *
045266*    PERIOD GIVES WAY TO THE RUN DATE.                           *
045300******************************************************************
045400 2600-WRITE-PAYMENT-TXN.
045500     INITIALIZE POSTING-TXN-RECORD
046200     ELSE
046300         MOVE WS-RUN-DATE TO PTXN-TXN-DATE
046400     END-IF
046416     IF WS-CLOSED-THRU-DATE > 0 AND
046433             PTXN-TXN-DATE NOT > WS-CLOSED-THRU-DATE
046450         MOVE WS-RUN-DATE TO PTXN-TXN-DATE
046466         ADD 1 TO WS-ITEMS-REDATED
046483     END-IF
046500     MOVE LBX-CHECK-NO TO PTXN-REFERENCE
046550     MOVE "*LOCKBOX" TO PTXN-BATCH-ID
046600     WRITE POSTING-TXN-RECORD
046700     ADD LBX-AMOUNT TO WS-MATCHED-AMOUNT.
046800 2600-EXIT.
052800         WS-ITEMS-SCAN-MATCHED " MATCHED ON SCAN, "
052900         WS-ITEMS-NAME-MATCHED " MATCHED ON NAME, "
053000         WS-ITEMS-SUSPENDED " IN SUSPENSE"
053016     IF WS-ITEMS-REDATED > 0
053033         DISPLAY "LOCKBOX - " WS-ITEMS-REDATED " PAYMENT(S) "
053050             "DEPOSITED IN A CLOSED PERIOD (THRU "
053066             WS-CLOSED-THRU-DATE ") POSTED AS OF " WS-RUN-DATE
053083     END-IF
053100     IF WS-ITEMS-SUSPENDED > 0
053200         MOVE 4 TO RETURN-CODE
053300     END-IF.
