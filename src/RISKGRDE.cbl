002100*    THE SCORE:  DUNNING LEVEL TIMES TWENTY; ONE POINT PER       *
002200*    NIGHT OVER LIMIT UP TO THIRTY; THIRTY POINTS OVER THE       *
002300*    LIMIT, TWENTY ABOVE EIGHTY PERCENT, TEN ABOVE HALF; AND     *
002400*    TWENTY POINTS PAST SIXTY DAYS PAST DUE, TEN PAST THIRTY     *
002410*    (PAST SIX MONTHS IDLE, TEN PAST THREE, WITHOUT DPDSTAT).    *
002500*    GRADES: 80+ E, 60+ D, 40+ C, 20+ B, UNDER 20 A.             *
002600*                                                                *
002700******************************************************************
002800* MODIFICATION HISTORY
002900*   10/17/2026  RVH  ORIGINAL.
002910*   10/29/2026  RVH  THE STALENESS SIGN IS NOW CONTRACTUAL DAYS
002920*                    PAST DUE FROM THE OPEN-ITEM LEDGER
002930*                    (DPDSTAT, SEE DPDREC) - TWENTY POINTS PAST
002940*                    SIXTY DAYS, TEN PAST THIRTY.  WITHOUT THE
002950*                    FILE THE INACTIVITY POINTS APPLY AS
002960*                    BEFORE.  DAYS PAST DUE IS CARRIED ON THE
002970*                    GRADE RECORD AND THE REVIEW REPORT.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS DUNNING-STATUS-IN-STAT.
004710     SELECT DAYS-PAST-DUE-FILE ASSIGN TO DPDSTAT
004720         ORGANIZATION IS SEQUENTIAL
004730         ACCESS MODE IS SEQUENTIAL
004740         FILE STATUS IS DAYS-PAST-DUE-STATUS.
004800     SELECT RISK-GRADE-FILE ASSIGN TO RISKFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
008100     RECORDING MODE F
008200     DATA RECORD IS DUNNING-STATUS-RECORD.
008300     COPY DUNSREC.
008310
008320 FD  DAYS-PAST-DUE-FILE
008330     LABEL RECORDS ARE STANDARD
008340     BLOCK CONTAINS 0 RECORDS
008350     RECORDING MODE F
008360     DATA RECORD IS DAYS-PAST-DUE-RECORD.
008370     COPY DPDREC.
008400
008500 FD  RISK-GRADE-FILE
008600     LABEL RECORDS ARE STANDARD
010300     05  RWK-NIGHTS-OVER       PIC 9(05).
010400     05  RWK-PCT-OF-LIMIT      PIC 9(03).
010500     05  RWK-DAYS-INACTIVE     PIC 9(05).
010510     05  RWK-DAYS-PAST-DUE     PIC 9(05).
010600
010610 FD  RANKED-SORTED-FILE
010620     LABEL RECORDS ARE STANDARD
010666     05  SRK-NIGHTS-OVER       PIC 9(05).
010667     05  SRK-PCT-OF-LIMIT      PIC 9(03).
010668     05  SRK-DAYS-INACTIVE     PIC 9(05).
010668     05  SRK-DAYS-PAST-DUE     PIC 9(05).
010669
010700 SD  RANKED-SORT-FILE
010800     DATA RECORD IS RANKED-SORT-RECORD.
011500     05  SRTRK-NIGHTS-OVER     PIC 9(05).
011600     05  SRTRK-PCT-OF-LIMIT    PIC 9(03).
011700     05  SRTRK-DAYS-INACTIVE   PIC 9(05).
011710     05  SRTRK-DAYS-PAST-DUE   PIC 9(05).
011800
011900 FD  REVIEW-REPORT
012000     LABEL RECORDS ARE OMITTED
013600     88  OVER-LIMIT-STATUS-OK      VALUE "00".
013700 01  DUNNING-STATUS-IN-STAT    PIC X(02).
013800     88  DUN-STATUS-IN-OK          VALUE "00".
013810 01  DAYS-PAST-DUE-STATUS      PIC X(02).
013820     88  DAYS-PAST-DUE-OK          VALUE "00".
013900 01  RISK-GRADE-STATUS         PIC X(02).
014000     88  RISK-GRADE-OK             VALUE "00".
014100 01  RANKED-WORK-STATUS        PIC X(02).
016700     88  DUN-FILE-AT-END           VALUE "Y".
016800 01  WS-DUN-PRESENT            PIC X(01) VALUE "N".
016900     88  DUN-PRESENT               VALUE "Y".
016910 01  WS-DPD-AT-END             PIC X(01) VALUE "N".
016920     88  DPD-FILE-AT-END           VALUE "Y".
016930 01  WS-DPD-PRESENT            PIC X(01) VALUE "N".
016940     88  DPD-PRESENT               VALUE "Y".
017000 01  WS-RANKED-AT-END          PIC X(01) VALUE "N".
017100     88  RANKED-FILE-AT-END        VALUE "Y".
017200
017900 01  WS-NIGHTS-OVER            PIC 9(05) VALUE 0.
018000 01  WS-PCT-OF-LIMIT           PIC 9(03) VALUE 0.
018100 01  WS-DAYS-INACTIVE          PIC 9(05) VALUE 0.
018110 01  WS-DAYS-PAST-DUE          PIC 9(05) VALUE 0.
018200 01  WS-NIGHTS-POINTS          PIC 9(03) VALUE 0.
018300
018400******************************************************************
021300     05  FILLER                PIC X(07) VALUE "NIGHTS".
021400     05  FILLER                PIC X(07) VALUE "PCT-LIM".
021500     05  FILLER                PIC X(10) VALUE " DAYS IDLE".
021510     05  FILLER                PIC X(10) VALUE "  PAST DUE".
021600
021700 01  RG-DETAIL-LINE.
021800     05  FILLER                PIC X(03) VALUE SPACES.
023100     05  RG-DTL-PCT            PIC ZZ9.
023200     05  FILLER                PIC X(05) VALUE SPACES.
023300     05  RG-DTL-DAYS           PIC ZZZZ9.
023310     05  FILLER                PIC X(05) VALUE SPACES.
023320     05  RG-DTL-PAST-DUE       PIC ZZZZ9.
023400
023500 01  RG-FOOTER-LINE-1.
023600     05  FILLER                PIC X(01) VALUE SPACE.
025500     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
025600     PERFORM 2200-READ-NEXT-OVL THRU 2200-EXIT
025700     PERFORM 2300-READ-NEXT-DUN THRU 2300-EXIT
025710     PERFORM 2400-READ-NEXT-DPD THRU 2400-EXIT
025800     PERFORM 3000-GRADE-ONE-ACCOUNT THRU 3000-EXIT
025900         UNTIL CUSTOMER-FILE-AT-END
026000     PERFORM 6000-SORT-AND-PRINT-REVIEW THRU 6000-EXIT
029000         DISPLAY "RISKGRDE - NO DUNNING STATUS FILE - LEVELS "
029100             "SCORE ZERO"
029200         MOVE "Y" TO WS-DUN-AT-END
029210     END-IF
029220     OPEN INPUT DAYS-PAST-DUE-FILE
029230     IF DAYS-PAST-DUE-OK
029240         MOVE "Y" TO WS-DPD-PRESENT
029250     ELSE
029260         DISPLAY "RISKGRDE - NO DAYS-PAST-DUE FILE - "
029270             "INACTIVITY SCORES INSTEAD"
029280         MOVE "Y" TO WS-DPD-AT-END
029290     END-IF
029300     OPEN OUTPUT RISK-GRADE-FILE
029500     IF NOT RISK-GRADE-OK
029600         DISPLAY "RISKGRDE - ERROR OPENING RISK GRADE FILE - "
029700             "STATUS " RISK-GRADE-STATUS
033300     END-IF.
033400 2300-EXIT.
033500     EXIT.
033509
033518 2400-READ-NEXT-DPD.
033527     IF DPD-PRESENT
033536         READ DAYS-PAST-DUE-FILE
033545             AT END
033554                 MOVE "Y" TO WS-DPD-AT-END
033563         END-READ
033572     END-IF.
033581 2400-EXIT.
033590     EXIT.
033600
033700******************************************************************
033800*    3000-GRADE-ONE-ACCOUNT                                      *
035800         UNTIL OVL-FILE-AT-END OR
035900             OVL-CUST-ID NOT < CUST-ID
036000     PERFORM 3120-STEP-ONE-DUN THRU 3120-EXIT
036010         UNTIL DUN-FILE-AT-END OR
036020             DUN-CUST-ID NOT < CUST-ID
036030     PERFORM 3130-STEP-ONE-DPD THRU 3130-EXIT
036040         UNTIL DPD-FILE-AT-END OR
036050             DPD-CUST-ID NOT < CUST-ID.
036300 3100-EXIT.
036400     EXIT.
036500
037200     PERFORM 2300-READ-NEXT-DUN THRU 2300-EXIT.
037300 3120-EXIT.
037400     EXIT.
037410
037420 3130-STEP-ONE-DPD.
037430     PERFORM 2400-READ-NEXT-DPD THRU 2400-EXIT.
037440 3130-EXIT.
037450     EXIT.
037500
037600******************************************************************
037700*    3200-GATHER-THE-SIGNS                                       *
040100         MOVE CUST-LAST-ACTIVITY-DATE TO WS-WORK-DATE
040200         PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
040300         IF WS-DAYS-BETWEEN > 0
040310             MOVE WS-DAYS-BETWEEN TO WS-DAYS-INACTIVE
040320         END-IF
040330     END-IF
040340     MOVE 0 TO WS-DAYS-PAST-DUE
040350     IF NOT DPD-FILE-AT-END AND DPD-CUST-ID = CUST-ID
040360         MOVE DPD-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE
040370     END-IF.
040700 3200-EXIT.
040800     EXIT.
040900
043300             CONTINUE
043400     END-EVALUATE
043500     EVALUATE TRUE
043510         WHEN DPD-PRESENT AND WS-DAYS-PAST-DUE > 60
043520             ADD 20 TO WS-SCORE
043530         WHEN DPD-PRESENT AND WS-DAYS-PAST-DUE > 30
043540             ADD 10 TO WS-SCORE
043550         WHEN DPD-PRESENT
043560             CONTINUE
043570         WHEN WS-DAYS-INACTIVE > 180
043580             ADD 20 TO WS-SCORE
043590         WHEN WS-DAYS-INACTIVE > 90
043600             ADD 10 TO WS-SCORE
043610         WHEN OTHER
043620             CONTINUE
043630     END-EVALUATE
044300     EVALUATE TRUE
044400         WHEN WS-SCORE NOT < 80
044500             MOVE "E" TO WS-GRADE
047200     MOVE WS-NIGHTS-OVER TO RISK-NIGHTS-OVER
047300     MOVE WS-PCT-OF-LIMIT TO RISK-PCT-OF-LIMIT
047400     MOVE WS-DAYS-INACTIVE TO RISK-DAYS-INACTIVE
047410     MOVE WS-DAYS-PAST-DUE TO RISK-DAYS-PAST-DUE
047500     MOVE WS-RUN-DATE TO RISK-RUN-DATE
047600     WRITE RISK-GRADE-RECORD
047700     ADD 1 TO WS-GRADES-WRITTEN.
049600     MOVE WS-NIGHTS-OVER TO RWK-NIGHTS-OVER
049700     MOVE WS-PCT-OF-LIMIT TO RWK-PCT-OF-LIMIT
049800     MOVE WS-DAYS-INACTIVE TO RWK-DAYS-INACTIVE
049810     MOVE WS-DAYS-PAST-DUE TO RWK-DAYS-PAST-DUE
049900     WRITE RANKED-WORK-RECORD.
050000 3500-EXIT.
050100     EXIT.
055600     MOVE SRK-NIGHTS-OVER TO RG-DTL-NIGHTS
055700     MOVE SRK-PCT-OF-LIMIT TO RG-DTL-PCT
055800     MOVE SRK-DAYS-INACTIVE TO RG-DTL-DAYS
055810     MOVE SRK-DAYS-PAST-DUE TO RG-DTL-PAST-DUE
055900     WRITE REVIEW-REPORT-LINE FROM RG-DETAIL-LINE
056000     PERFORM 6100-READ-NEXT-RANKED THRU 6100-EXIT.
056100 6200-EXIT.
059300     IF DUN-PRESENT
059400         CLOSE DUNNING-STATUS-FILE
059500     END-IF
059510     IF DPD-PRESENT
059520         CLOSE DAYS-PAST-DUE-FILE
059530     END-IF
059600     CLOSE RISK-GRADE-FILE
059700     DISPLAY "RISKGRDE - " WS-GRADES-WRITTEN
059800         " ACCOUNT(S) GRADED - E:" WS-GRADE-E-COUNT
