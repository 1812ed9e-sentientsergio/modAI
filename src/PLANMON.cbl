001900*    DATE THAT PASSES UNCOVERED BREAKS IT - ESCALATION           *
002000*    RESUMES (DUNNING READS PLANSTO) AND THE CUSTOMER GOES ON    *
002100*    THE BROKEN-PLAN WORKLIST (PLANRPT).                         *
002110*    A PLAN ON AN ACCOUNT UNDER A BANKRUPTCY, DECEASED OR        *
002120*    LITIGATION LEGAL HOLD (NEWCUST, SEE LGLHOLD) IS NOT BROKEN  *
002130*    BY A MISSED INSTALLMENT - THE STAY OR THE ESTATE DECIDES    *
002140*    WHAT IS PAID - IT IS LISTED "LEGAL HLD" INSTEAD.            *
002200*                                                                *
002300******************************************************************
002400* MODIFICATION HISTORY
002540*                    INSTALLMENT NO LONGER FALLS DUE ON A
002550*                    SUNDAY.  WITHOUT THE CALENDAR THE DATE
002560*                    STANDS AS COMPUTED.
002560*   11/10/2026  RVH  A PAST-DUE PLAN ON AN ACCOUNT UNDER A
002560*                    BANKRUPTCY, DECEASED OR LITIGATION
002560*                    LEGAL HOLD (SEE LGLHOLD) IS NOT BROKEN
002560*                    - IT STAYS ACTIVE AND IS LISTED "LEGAL
002560*                    HLD".  READS NEWCUST FOR THE HOLD; A
002560*                    CEASE-AND-DESIST HOLD BREAKS AS USUAL.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
004800     SELECT PLAN-WORKLIST ASSIGN TO PLANRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS PLAN-WORKLIST-STATUS.
005010     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS RANDOM
005040         RECORD KEY IS CUST-ID
005050         FILE STATUS IS CUSTOMER-FILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
009100     LABEL RECORDS ARE OMITTED
009200     RECORDING MODE F.
009300 01  PLAN-WORKLIST-LINE       PIC X(132).
009310
009320 FD  CUSTOMER-FILE
009330     LABEL RECORDS ARE STANDARD
009340     BLOCK CONTAINS 0 RECORDS
009350     RECORDING MODE F
009360     DATA RECORD IS CUSTOMER-RECORD.
009370     COPY CUSTREC.
009400
009500 WORKING-STORAGE SECTION.
009510******************************************************************
010700     88  SORTED-PAYMENT-OK         VALUE "00".
010800 01  PLAN-WORKLIST-STATUS      PIC X(02).
010900     88  PLAN-WORKLIST-OK          VALUE "00".
010910 01  CUSTOMER-FILE-STATUS      PIC X(02).
010920     88  CUST-FILE-OK              VALUE "00".
011000
011100******************************************************************
011200*    RUN CONTROL FIELDS                                          *
011900 01  WS-SORTED-AT-END          PIC X(01) VALUE "N".
012000     88  SORTED-FILE-AT-END        VALUE "Y".
012100 01  WS-COVERED-INSTLMTS       PIC 9(05) VALUE 0.
012110 01  WS-CUSTOMERS-AVAILABLE    PIC X(01) VALUE "N".
012120     88  CUSTOMERS-AVAILABLE       VALUE "Y".
012130 01  WS-LEGAL-HOLD-SWITCH      PIC X(01) VALUE "N".
012140     88  PLAN-UNDER-LEGAL-HOLD     VALUE "Y".
012200
012300******************************************************************
012400*    30-DAY-MONTH DATE SERIAL WORK FIELDS - THE SAME COMMERCIAL  *
014000 01  WS-PLANS-COMPLETED        PIC 9(05) BINARY VALUE 0.
014100 01  WS-PLANS-BROKEN           PIC 9(05) BINARY VALUE 0.
014200 01  WS-PLANS-PERFORMING       PIC 9(05) BINARY VALUE 0.
014210 01  WS-PLANS-LEGAL-HOLD       PIC 9(05) BINARY VALUE 0.
014300 01  WS-PAYMENTS-APPLIED       PIC 9(11)V99 VALUE 0.
014400 01  WS-TODAY-PAID             PIC 9(9)V99 VALUE 0.
014500
018500     05  FILLER                PIC X(30) VALUE
018600         "PLANS BROKEN TONIGHT  . . . .".
018700     05  PL-FTR3-BROKEN        PIC ZZ,ZZ9.
018710
018720 01  PL-FOOTER-LINE-4.
018730     05  FILLER                PIC X(01) VALUE SPACE.
018740     05  FILLER                PIC X(30) VALUE
018750         "PLANS PAST DUE - LEGAL HOLD .".
018760     05  PL-FTR4-LEGAL-HOLD    PIC ZZ,ZZ9.
018800
018900 PROCEDURE DIVISION.
019000******************************************************************
021700         MOVE 24 TO RETURN-CODE
021800         STOP RUN
021900     END-IF
021910     OPEN INPUT CUSTOMER-FILE
021920     IF CUST-FILE-OK
021930         MOVE "Y" TO WS-CUSTOMERS-AVAILABLE
021940     ELSE
021950         DISPLAY "PLANMON - CUSTOMER FILE WILL NOT OPEN - "
021960             "STATUS " CUSTOMER-FILE-STATUS
021970         DISPLAY "PLANMON - LEGAL HOLDS NOT CHECKED TONIGHT"
021980     END-IF
022000     MOVE WS-RUN-DATE TO PL-HDG1-RUN-DATE
022100     WRITE PLAN-WORKLIST-LINE FROM PL-HEADING-LINE-1
022200     MOVE SPACES TO PLAN-WORKLIST-LINE
032800     IF PLAN-IS-ACTIVE AND
032900             PLAN-NEXT-DUE-DATE NUMERIC AND
033000             PLAN-NEXT-DUE-DATE < WS-RUN-DATE
033010         PERFORM 3500-CHECK-LEGAL-HOLD THRU 3500-EXIT
033020         IF PLAN-UNDER-LEGAL-HOLD
033030             ADD 1 TO WS-PLANS-LEGAL-HOLD
033040             MOVE "LEGAL HLD" TO PL-DTL-RESULT
033050             PERFORM 4000-WRITE-WORKLIST-LINE THRU 4000-EXIT
033060             GO TO 3000-CARRY
033070         END-IF
033100         MOVE "B" TO PLAN-STATUS
033200         ADD 1 TO WS-PLANS-BROKEN
033300         MOVE "BROKEN" TO PL-DTL-RESULT
039900 3400-EXIT.
040000     EXIT.
040100
040110******************************************************************
040120*    3500-CHECK-LEGAL-HOLD                                       *
040130*    A CEASE-AND-DESIST HOLD ONLY STOPS THE PHONE CALLS - THE    *
040140*    PLAN STILL BREAKS.  WITHOUT THE CUSTOMER FILE EVERY PLAN    *
040150*    IS JUDGED AS BEFORE.                                        *
040160******************************************************************
040170 3500-CHECK-LEGAL-HOLD.
040180     MOVE "N" TO WS-LEGAL-HOLD-SWITCH
040190     IF NOT CUSTOMERS-AVAILABLE
040191         GO TO 3500-EXIT
040192     END-IF
040193     MOVE PLAN-CUST-ID TO CUST-ID
040194     READ CUSTOMER-FILE
040195         INVALID KEY
040196             GO TO 3500-EXIT
040197     END-READ
040198     IF CUST-ON-LEGAL-HOLD AND NOT CUST-HOLD-CEASE-DESIST
040199         MOVE "Y" TO WS-LEGAL-HOLD-SWITCH
040199     END-IF.
040199 3500-EXIT.
040199     EXIT.
040199
040200******************************************************************
040300*    4000-WRITE-WORKLIST-LINE                                    *
040400*    CALLERS SET PL-DTL-RESULT FIRST.                            *
044800     WRITE PLAN-WORKLIST-LINE FROM PL-FOOTER-LINE-1
044900     WRITE PLAN-WORKLIST-LINE FROM PL-FOOTER-LINE-2
045000     WRITE PLAN-WORKLIST-LINE FROM PL-FOOTER-LINE-3
045010     MOVE WS-PLANS-LEGAL-HOLD TO PL-FTR4-LEGAL-HOLD
045020     WRITE PLAN-WORKLIST-LINE FROM PL-FOOTER-LINE-4
045100     CLOSE PLAN-FILE
045110     IF CUSTOMERS-AVAILABLE
045120         CLOSE CUSTOMER-FILE
045130     END-IF
045200     CLOSE PLAN-OUT-FILE
045300     CLOSE PLAN-WORKLIST
045400     DISPLAY "PLANMON - " WS-PLANS-READ " PLAN(S) READ, "
045500         WS-PLANS-PERFORMING " PERFORMING, "
045600         WS-PLANS-COMPLETED " COMPLETED, "
045700         WS-PLANS-BROKEN " BROKEN"
045710     IF WS-PLANS-LEGAL-HOLD > 0
045720         DISPLAY "PLANMON - " WS-PLANS-LEGAL-HOLD
045730             " PAST-DUE PLAN(S) NOT BROKEN - LEGAL HOLD"
045740     END-IF
045800     IF WS-PLANS-BROKEN > 0 OR NOT CUSTOMERS-AVAILABLE
045900         MOVE 4 TO RETURN-CODE
046000     END-IF.
046100 9000-EXIT.
