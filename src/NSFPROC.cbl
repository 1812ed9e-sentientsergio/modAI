002300*    EVERY RETURN - MATCHED OR NOT - APPEARS ON THE RETURNS      *
002400*    REGISTER (NSFRPT).                                          *
002500*                                                                *
002514*    A RETURN DATED IN A PERIOD FINANCE HAS ALREADY CLOSED       *
002528*    (PERDCTL, SEE PCLSREC) REVERSES AND CHARGES ITS FEE AS OF   *
002542*    THE RUN DATE - TXNPOST WOULD ONLY REJECT BOTH, LEAVING THE  *
002557*    CUSTOMER CREDITED FOR A PAYMENT THAT BOUNCED.  THE NSF      *
002571*    EVENT AND THE REGISTER KEEP THE BANK'S RETURN DATE.         *
002585*                                                                *
002600******************************************************************
002700* MODIFICATION HISTORY
002800*   09/29/2026  RVH  ORIGINAL.
002870*                    WITH THE REMAINDER IS PROMPTED BY THE
002880*                    SCHEDULER.  EVERY RETURN READ NOW
002890*                    COUNTS AS READ, STORED OR NOT.
002891*   11/03/2026  RVH  RETURNED AUTOMATIC-PAYMENT DRAFTS (ACHORIG,
002892*                    REFERENCE "AD...") - MATCHED ON RTRN-CUST-ID
002893*                    AS WELL WHEN THE RETURN CARRIES ONE, SINCE
002894*                    A DRAFT REFERENCE REPEATS ACROSS CUSTOMERS.
002895*                    EACH RETURNED DRAFT IS COUNTED ON THE
002896*                    ENROLLMENT (AUTOPAY) AND THE ENROLLMENT IS
002897*                    SUSPENDED AT THE ACHPARM RETURN LIMIT.
002898*   11/15/2026  RVH  REVERSAL AND FEE STAMPED *NSFRTRN SO
002899*                    BNKRECON TIES THEM TO RETURNED-ITEM DEBITS.
002899*   11/22/2026  RVH  A RETURN DATED IN A PERIOD CLOSED ON
002899*                    PERDCTL NOW REVERSES AND CHARGES ITS FEE
002899*                    AS OF THE RUN DATE INSTEAD OF BEING
002899*                    REJECTED BY TXNPOST; COUNTED ON NSFRPT.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
005400     SELECT RETURNS-REGISTER ASSIGN TO NSFRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS RETURNS-REGISTER-STATUS.
005610     SELECT ACH-PARM-FILE ASSIGN TO ACHPARM
005620         ORGANIZATION IS SEQUENTIAL
005630         ACCESS MODE IS SEQUENTIAL
005640         FILE STATUS IS ACH-PARM-STATUS.
005650     SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
005660         ORGANIZATION IS INDEXED
005670         ACCESS MODE IS DYNAMIC
005680         RECORD KEY IS APAY-CUST-ID
005690         FILE STATUS IS AUTOPAY-STATUS.
005692     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
005694         ORGANIZATION IS SEQUENTIAL
005696         ACCESS MODE IS SEQUENTIAL
005698         FILE STATUS IS PERIOD-CLOSE-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
010100     LABEL RECORDS ARE OMITTED
010200     RECORDING MODE F.
010300 01  RETURNS-REGISTER-LINE    PIC X(132).
010310
010320 FD  ACH-PARM-FILE
010330     LABEL RECORDS ARE STANDARD
010340     BLOCK CONTAINS 0 RECORDS
010350     RECORDING MODE F
010360     DATA RECORD IS ACH-PARM-RECORD.
010370     COPY ACHPREC.
010380
010390 FD  AUTOPAY-FILE
010400     LABEL RECORDS ARE STANDARD
010410     BLOCK CONTAINS 0 RECORDS
010420     RECORDING MODE F
010430     DATA RECORD IS AUTOPAY-ENROLLMENT-RECORD.
010440     COPY APAYREC.
010400
010412 FD  PERIOD-CLOSE-FILE
010425     LABEL RECORDS ARE STANDARD
010437     BLOCK CONTAINS 0 RECORDS
010450     RECORDING MODE F
010462     DATA RECORD IS PERIOD-CLOSE-RECORD.
010475     COPY PCLSREC.
010487
010500 WORKING-STORAGE SECTION.
010600******************************************************************
010700*    FILE STATUS                                                 *
011900     88  NSF-EVENT-OK              VALUE "00".
012000 01  RETURNS-REGISTER-STATUS   PIC X(02).
012100     88  RETURNS-REGISTER-OK       VALUE "00".
012110 01  ACH-PARM-STATUS           PIC X(02).
012120     88  ACH-PARM-OK               VALUE "00".
012130 01  AUTOPAY-STATUS            PIC X(02).
012140     88  AUTOPAY-OK                VALUE "00".
012155 01  PERIOD-CLOSE-STATUS       PIC X(02).
012170     88  PERIOD-CLOSE-OK           VALUE "00".
012185     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
012200
012300******************************************************************
012400*    RUN CONTROL FIELDS                                          *
013000     88  HISTORY-FILE-AT-END       VALUE "Y".
013100 01  WS-NSF-FEE-AMOUNT         PIC 9(5)V99 VALUE 0.
013200 01  WS-RTRN-IDX               PIC 9(3) BINARY VALUE 0.
013210 01  WS-MAX-DRAFT-RETURNS      PIC 9(02) VALUE 0.
013220 01  WS-AUTOPAY-AVAILABLE      PIC X(01) VALUE "N".
013230     88  AUTOPAY-AVAILABLE         VALUE "Y".
013240 01  WS-JUST-SUSPENDED         PIC X(01) VALUE "N".
013250     88  JUST-SUSPENDED            VALUE "Y".
013260 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
013270 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
013280     88  CLOSE-FILE-AT-END         VALUE "Y".
013290 01  WS-TXN-POST-DATE          PIC 9(06) VALUE 0.
013300
013400******************************************************************
013500*    RETURNED-ITEM TABLE                                         *
015000         10  WS-RTRN-MATCH-FLAG    PIC X(01).
015100         10  WS-RTRN-CUST-ID       PIC X(10).
015200         10  WS-RTRN-ORIG-AMOUNT   PIC 9(7)V99.
015210         10  WS-RTRN-KEYED-CUST-ID PIC X(10).
015300
015400******************************************************************
015500*    RUN TOTALS                                                  *
016000 01  WS-HISTORY-READ           PIC 9(07) BINARY VALUE 0.
016100 01  WS-REVERSAL-AMOUNT        PIC 9(9)V99 VALUE 0.
016200 01  WS-FEES-ASSESSED          PIC 9(9)V99 VALUE 0.
016210 01  WS-DRAFT-RETURNS          PIC 9(07) BINARY VALUE 0.
016220 01  WS-DRAFTS-NOT-COUNTED     PIC 9(07) BINARY VALUE 0.
016230 01  WS-ENROLLMENTS-SUSPENDED  PIC 9(07) BINARY VALUE 0.
016265 01  WS-ITEMS-REDATED          PIC 9(07) BINARY VALUE 0.
016300
016400******************************************************************
016500*    RETURNS REGISTER LINE LAYOUTS                               *
022640         "RETURNS NOT PROCESSED . . . .".
022650     05  NR-FTR6-UNPROCESSED   PIC ZZZ,ZZ9.
022660
022661 01  NR-FOOTER-LINE-7.
022662     05  FILLER                PIC X(01) VALUE SPACE.
022663     05  FILLER                PIC X(30) VALUE
022664         "AUTO-PAY DRAFTS RETURNED  . .".
022665     05  NR-FTR7-DRAFTS        PIC ZZZ,ZZ9.
022666
022667 01  NR-FOOTER-LINE-8.
022668     05  FILLER                PIC X(01) VALUE SPACE.
022669     05  FILLER                PIC X(30) VALUE
022670         "AUTO-PAY ENROLLMENTS SUSPENDED".
022671     05  NR-FTR8-SUSPENDED     PIC ZZZ,ZZ9.
022672
022676 01  NR-FOOTER-LINE-9.
022680     05  FILLER                PIC X(01) VALUE SPACE.
022684     05  FILLER                PIC X(30) VALUE
022688         "RETURNS RE-DATED TO RUN DATE .".
022692     05  NR-FTR9-REDATED       PIC ZZZ,ZZ9.
022696
022700 PROCEDURE DIVISION.
022800******************************************************************
022900*    0000-MAINLINE                                               *
024200*    NSFPARM PARAMETER FILE, NEVER IN A PROGRAM LITERAL - A      *
024300*    RUN WITHOUT IT IS REFUSED, THE SAME AS DUNNING WITHOUT      *
024400*    DUNPARM.                                                    *
024410*    THE RETURNED-DRAFT LIMIT COMES FROM ACHPARM AND THE COUNT   *
024420*    IS KEPT ON THE AUTOPAY ENROLLMENT.  WITHOUT EITHER, DRAFT   *
024430*    RETURNS STILL REVERSE AND CHARGE THE FEE LIKE ANY CHECK -   *
024440*    THEY ARE JUST NOT COUNTED, AND THE RUN ENDS WITH A WARNING. *
024500******************************************************************
024600 1000-INITIALIZE.
024700     ACCEPT WS-RUN-DATE FROM DATE
024750     PERFORM 1200-LOAD-PERIOD-CLOSE THRU 1200-EXIT
024800     OPEN INPUT NSF-PARM-FILE
024900     IF NOT NSF-PARM-OK
025000         DISPLAY "NSFPROC - NSF PARAMETER FILE NOT FOUND - "
026400         STOP RUN
026500     END-IF
026600     MOVE NSFP-FEE-AMOUNT TO WS-NSF-FEE-AMOUNT
026610     OPEN INPUT ACH-PARM-FILE
026620     IF ACH-PARM-OK
026630         READ ACH-PARM-FILE INTO ACH-PARM-RECORD
026640             AT END
026650                 MOVE SPACES TO ACH-PARM-RECORD
026660         END-READ
026670         CLOSE ACH-PARM-FILE
026680         IF ACHP-MAX-RETURNS NUMERIC
026690             MOVE ACHP-MAX-RETURNS TO WS-MAX-DRAFT-RETURNS
026700         END-IF
026710     END-IF
026720     IF WS-MAX-DRAFT-RETURNS = 0
026730         DISPLAY "NSFPROC - NO RETURNED-DRAFT LIMIT ON ACHPARM "
026740             "- AUTO-PAY ENROLLMENTS WILL NOT BE SUSPENDED"
026750     END-IF
026760     OPEN I-O AUTOPAY-FILE
026770     IF AUTOPAY-OK
026780         MOVE "Y" TO WS-AUTOPAY-AVAILABLE
026790     ELSE
026791         DISPLAY "NSFPROC - AUTO-PAY ENROLLMENT FILE NOT "
026792             "AVAILABLE - STATUS " AUTOPAY-STATUS
026793             " - DRAFT RETURNS WILL NOT BE COUNTED"
026794     END-IF
026700     OPEN INPUT RETURNED-ITEM-FILE
026800     IF NOT RETURNED-ITEM-OK
026900         DISPLAY "NSFPROC - RETURNED ITEM FILE NOT FOUND - "
028700     MOVE SPACES TO RETURNS-REGISTER-LINE
028800     WRITE RETURNS-REGISTER-LINE AFTER ADVANCING 1 LINE.
028900 1000-EXIT.
028903     EXIT.
028906
028909******************************************************************
028912*    1200-LOAD-PERIOD-CLOSE                                      *
028915*    SAME READ AS TXNPOST'S 1900 - THE LOCK DATE IS THE          *
028918*    HIGHEST CLOSED-THRU DATE ON PERDCTL.  NO FILE MEANS NO      *
028921*    PERIOD HAS BEEN CLOSED YET.                                 *
028924******************************************************************
028927 1200-LOAD-PERIOD-CLOSE.
028930     MOVE 0 TO WS-CLOSED-THRU-DATE
028933     OPEN INPUT PERIOD-CLOSE-FILE
028936     IF NOT PERIOD-CLOSE-OK
028939         GO TO 1200-EXIT
028942     END-IF
028945     MOVE "N" TO WS-CLOSE-AT-END
028948     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT
028951         UNTIL CLOSE-FILE-AT-END
028954     CLOSE PERIOD-CLOSE-FILE.
028957 1200-EXIT.
028960     EXIT.
028963
028966 1210-READ-CLOSE-RECORD.
028969     READ PERIOD-CLOSE-FILE
028972         AT END
028975             MOVE "Y" TO WS-CLOSE-AT-END
028978             GO TO 1210-EXIT
028981     END-READ
028984     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
028987             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
028990         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
028993     END-IF.
028996 1210-EXIT.
029000     EXIT.
029100
029200******************************************************************
033800         MOVE "N" TO WS-RTRN-MATCH-FLAG(WS-RTRN-ENTRY-COUNT)
033900         MOVE SPACES TO WS-RTRN-CUST-ID(WS-RTRN-ENTRY-COUNT)
034000         MOVE 0 TO WS-RTRN-ORIG-AMOUNT(WS-RTRN-ENTRY-COUNT)
034010         MOVE RTRN-CUST-ID TO
034020             WS-RTRN-KEYED-CUST-ID(WS-RTRN-ENTRY-COUNT)
034100     ELSE
034110*        A RETURN PAST THE TABLE LIMIT STILL BELONGS ON THE
034120*        REGISTER - IT JUST HAS TO WAIT FOR THE RERUN.
039600
039700******************************************************************
039800*    3300-CHECK-ONE-REFERENCE                                    *
039810*    A RETURN THAT NAMES ITS CUSTOMER (A RETURNED DRAFT) MATCHES *
039820*    ONLY THAT CUSTOMER'S PAYMENT.                               *
039900******************************************************************
040000 3300-CHECK-ONE-REFERENCE.
040100     IF POSTH-REFERENCE = WS-RTRN-REFERENCE(WS-RTRN-IDX) AND
040110             (WS-RTRN-KEYED-CUST-ID(WS-RTRN-IDX) = SPACES OR
040120              WS-RTRN-KEYED-CUST-ID(WS-RTRN-IDX) = POSTH-CUST-ID)
040200         MOVE "Y" TO WS-RTRN-MATCH-FLAG(WS-RTRN-IDX)
040300         MOVE POSTH-CUST-ID TO WS-RTRN-CUST-ID(WS-RTRN-IDX)
040400         MOVE POSTH-AMOUNT TO WS-RTRN-ORIG-AMOUNT(WS-RTRN-IDX)
042900         PERFORM 4200-WRITE-REVERSAL-TXN THRU 4200-EXIT
043000         PERFORM 4300-WRITE-FEE-TXN THRU 4300-EXIT
043100         PERFORM 4400-WRITE-NSF-EVENT THRU 4400-EXIT
043110         IF WS-RTRN-REFERENCE(WS-RTRN-IDX)(1:2) = "AD" AND
043120                 WS-RTRN-KEYED-CUST-ID(WS-RTRN-IDX) NOT = SPACES
043130             PERFORM 4500-COUNT-DRAFT-RETURN THRU 4500-EXIT
043140         END-IF
043200         MOVE "REVERSED" TO NR-DTL-RESULT
043300         MOVE WS-RTRN-CUST-ID(WS-RTRN-IDX) TO NR-DTL-CUST-ID
043400         MOVE WS-RTRN-ORIG-AMOUNT(WS-RTRN-IDX) TO NR-DTL-AMOUNT
044300     MOVE WS-RTRN-REFERENCE(WS-RTRN-IDX) TO NR-DTL-REFERENCE
044400     MOVE WS-RTRN-RETURN-DATE(WS-RTRN-IDX) TO NR-DTL-RETURN-DATE
044500     MOVE WS-RTRN-REASON(WS-RTRN-IDX) TO NR-DTL-REASON
044600     WRITE RETURNS-REGISTER-LINE FROM NR-DETAIL-LINE
044610     IF JUST-SUSPENDED
044620         MOVE "SUSPENDED" TO NR-DTL-RESULT
044630         WRITE RETURNS-REGISTER-LINE FROM NR-DETAIL-LINE
044640         MOVE "N" TO WS-JUST-SUSPENDED
044650     END-IF.
044700 4100-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100*    4200-WRITE-REVERSAL-TXN                                     *
045125*    SETS THE POSTING DATE 4300 USES TOO - THE RETURN DATE, OR   *
045150*    THE RUN DATE WHEN THAT FALLS IN A CLOSED PERIOD (COUNTED    *
045175*    ONCE PER RETURN).                                           *
045200******************************************************************
045300 4200-WRITE-REVERSAL-TXN.
045400     INITIALIZE POSTING-TXN-RECORD
045600     MOVE WS-RTRN-CUST-ID(WS-RTRN-IDX) TO PTXN-CUST-ID
045700     MOVE WS-RTRN-ORIG-AMOUNT(WS-RTRN-IDX) TO PTXN-AMOUNT
045800     MOVE "P" TO PTXN-MODIFIER
045825     MOVE WS-RTRN-RETURN-DATE(WS-RTRN-IDX) TO WS-TXN-POST-DATE
045850     IF WS-CLOSED-THRU-DATE > 0 AND
045875             WS-TXN-POST-DATE NOT > WS-CLOSED-THRU-DATE
045900         MOVE WS-RUN-DATE TO WS-TXN-POST-DATE
045925         ADD 1 TO WS-ITEMS-REDATED
045950     END-IF
045975     MOVE WS-TXN-POST-DATE TO PTXN-TXN-DATE
046000     MOVE WS-RTRN-REFERENCE(WS-RTRN-IDX) TO PTXN-REFERENCE
046050     MOVE "*NSFRTRN" TO PTXN-BATCH-ID
046100     WRITE POSTING-TXN-RECORD
046200     ADD WS-RTRN-ORIG-AMOUNT(WS-RTRN-IDX) TO WS-REVERSAL-AMOUNT.
046300 4200-EXIT.
047200     MOVE WS-RTRN-CUST-ID(WS-RTRN-IDX) TO PTXN-CUST-ID
047300     MOVE WS-NSF-FEE-AMOUNT TO PTXN-AMOUNT
047400     MOVE SPACE TO PTXN-MODIFIER
047500     MOVE WS-TXN-POST-DATE TO PTXN-TXN-DATE
047600     MOVE WS-RTRN-REFERENCE(WS-RTRN-IDX) TO PTXN-REFERENCE
047650     MOVE "*NSFRTRN" TO PTXN-BATCH-ID
047700     WRITE POSTING-TXN-RECORD
047800     ADD WS-NSF-FEE-AMOUNT TO WS-FEES-ASSESSED.
047900 4300-EXIT.
049000 4400-EXIT.
049100     EXIT.
049200
049201******************************************************************
049202*    4500-COUNT-DRAFT-RETURN                                     *
049203*    A RETURNED AUTO-PAY DRAFT IS COUNTED ON THE ENROLLMENT.  AT *
049204*    THE ACHPARM LIMIT AN ACTIVE ENROLLMENT IS SUSPENDED - THE   *
049205*    NEXT STATEMENT IS NOT DRAFTED UNTIL SOMEONE RESUMES IT      *
049206*    THROUGH APAYMNT - AND THE SUSPENSION IS LISTED ON THE       *
049207*    REGISTER UNDER THE RETURN.                                  *
049208******************************************************************
049209 4500-COUNT-DRAFT-RETURN.
049210     ADD 1 TO WS-DRAFT-RETURNS
049211     IF NOT AUTOPAY-AVAILABLE
049212         ADD 1 TO WS-DRAFTS-NOT-COUNTED
049213         GO TO 4500-EXIT
049214     END-IF
049215     MOVE WS-RTRN-CUST-ID(WS-RTRN-IDX) TO APAY-CUST-ID
049216     READ AUTOPAY-FILE
049217         INVALID KEY
049218             DISPLAY "NSFPROC - NO AUTO-PAY ENROLLMENT FOR "
049219                 "RETURNED DRAFT " WS-RTRN-REFERENCE(WS-RTRN-IDX)
049220                 " CUST-ID " APAY-CUST-ID
049221             ADD 1 TO WS-DRAFTS-NOT-COUNTED
049222             GO TO 4500-EXIT
049223     END-READ
049224     IF APAY-RETURN-COUNT < 99
049225         ADD 1 TO APAY-RETURN-COUNT
049226     END-IF
049227     MOVE WS-RTRN-RETURN-DATE(WS-RTRN-IDX) TO
049228         APAY-LAST-RETURN-DATE
049229     IF APAY-IS-ACTIVE AND WS-MAX-DRAFT-RETURNS > 0 AND
049230             APAY-RETURN-COUNT NOT < WS-MAX-DRAFT-RETURNS
049231         MOVE "S" TO APAY-STATUS
049232         MOVE WS-RUN-DATE TO APAY-STATUS-DATE
049233         MOVE "NSFPROC" TO APAY-MAINT-OPERATOR
049234         ADD 1 TO WS-ENROLLMENTS-SUSPENDED
049235         MOVE "Y" TO WS-JUST-SUSPENDED
049236         DISPLAY "NSFPROC - AUTO-PAY SUSPENDED FOR CUST-ID "
049237             APAY-CUST-ID " AFTER " APAY-RETURN-COUNT
049238             " RETURNED DRAFT(S)"
049239     END-IF
049240     REWRITE AUTOPAY-ENROLLMENT-RECORD
049241         INVALID KEY
049242             DISPLAY "NSFPROC - ENROLLMENT REWRITE FAILED FOR "
049243                 APAY-CUST-ID " - STATUS " AUTOPAY-STATUS
049244             ADD 1 TO WS-DRAFTS-NOT-COUNTED
049245             MOVE "N" TO WS-JUST-SUSPENDED
049246     END-REWRITE.
049247 4500-EXIT.
049248     EXIT.
049300******************************************************************
049400*    9000-TERMINATE                                              *
049500*    AN UNMATCHED RETURN LEAVES A WARNING RETURN CODE - SOMEONE  *
049600*    STILL HAS TO FIND THAT MONEY BY HAND.  SO DOES A RETURNED   *
049610*    DRAFT THAT COULD NOT BE COUNTED ON ITS ENROLLMENT.          *
049700******************************************************************
049800 9000-TERMINATE.
049900     MOVE WS-RETURNS-READ TO NR-FTR1-READ
050200     MOVE WS-REVERSAL-AMOUNT TO NR-FTR4-REVERSED
050300     MOVE WS-FEES-ASSESSED TO NR-FTR5-FEES
050310     MOVE WS-RETURNS-UNPROCESSED TO NR-FTR6-UNPROCESSED
050320     MOVE WS-DRAFT-RETURNS TO NR-FTR7-DRAFTS
050330     MOVE WS-ENROLLMENTS-SUSPENDED TO NR-FTR8-SUSPENDED
050365     MOVE WS-ITEMS-REDATED TO NR-FTR9-REDATED
050400     MOVE SPACES TO RETURNS-REGISTER-LINE
050500     WRITE RETURNS-REGISTER-LINE AFTER ADVANCING 1 LINE
050600     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-1
050900     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-4
051000     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-5
051010     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-6
051020     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-7
051030     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-8
051065     WRITE RETURNS-REGISTER-LINE FROM NR-FOOTER-LINE-9
051100     CLOSE POSTING-TXN-FILE
051200     CLOSE NSF-EVENT-FILE
051300     CLOSE RETURNS-REGISTER
051310     IF AUTOPAY-AVAILABLE
051320         CLOSE AUTOPAY-FILE
051330     END-IF
051400     DISPLAY "NSFPROC - " WS-RETURNS-READ " RETURN(S) READ, "
051500         WS-RETURNS-MATCHED " REVERSED, "
051600         WS-RETURNS-UNMATCHED " UNMATCHED"
051616     IF WS-ITEMS-REDATED > 0
051633         DISPLAY "NSFPROC - " WS-ITEMS-REDATED " RETURN(S) "
051650             "DATED IN A CLOSED PERIOD (THRU "
051666             WS-CLOSED-THRU-DATE ") POSTED AS OF " WS-RUN-DATE
051683     END-IF
051700     IF WS-RETURNS-UNMATCHED > 0
051800         MOVE 4 TO RETURN-CODE
051900     END-IF
051901     IF WS-DRAFTS-NOT-COUNTED > 0
051902         DISPLAY "NSFPROC - " WS-DRAFTS-NOT-COUNTED
051903             " RETURNED DRAFT(S) NOT COUNTED ON AN ENROLLMENT"
051904         MOVE 4 TO RETURN-CODE
051905     END-IF
051910     IF WS-RETURNS-UNPROCESSED > 0
051920         DISPLAY "NSFPROC - " WS-RETURNS-UNPROCESSED
051930             " RETURN(S) NOT PROCESSED - RERUN WITH THE "
