001800*    CONTROL-TOTAL TRAILER, PLUS A REGISTER REPORT (GLJVRPT).    *
001900*    FEEDING THE GL MECHANICALLY FROM THE SAME DELTAS WE AUDIT   *
002000*    IS WHAT DRIVES GLRECON'S VARIANCE TO ZERO.                  *
002011*    PRIOR-PERIOD ADJUSTMENTS - POSTINGS TXNPOST MADE TODAY WITH *
002022*    POSTH-PRIOR-PERIOD-FLAG SET, AFTER APPRREL RELEASED THEM    *
002033*    UNDER DUAL CONTROL - ARE READ FROM POSTHIST, TAKEN OUT OF   *
002044*    THE CHANGED-BALANCE NET (THE AUDIT TRAIL CANNOT TELL THEM   *
002055*    APART) AND BOOKED UNDER CHANGE TYPE "P" TO THE PRIOR-PERIOD *
002066*    ACCOUNT PAIR, SO A CLOSED PERIOD IS NEVER REOPENED.         *
002077*    DD NAMES - AUDFILE, GLMAP, POSTHIST (OPTIONAL), GLJVOUT,    *
002088*    GLJVRPT, OPALERT.                                           *
002100*                                                                *
002200******************************************************************
002300* MODIFICATION HISTORY
002400*   09/08/2026  RVH  ORIGINAL.
002425*   11/14/2026  RVH  PRIOR-PERIOD ADJUSTMENTS (POSTHIST FLAG)
002450*                    RECLASSED FROM CHANGE TYPE C TO THEIR OWN
002475*                    CHANGE TYPE P ACCOUNT PAIR.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS GL-MAP-FILE-STATUS.
003720     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
003740         ORGANIZATION IS SEQUENTIAL
003760         ACCESS MODE IS SEQUENTIAL
003780         FILE STATUS IS POSTED-HISTORY-STATUS.
003800     SELECT VOUCHER-FILE ASSIGN TO GLJVOUT
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
006300     DATA RECORD IS GL-MAP-RECORD.
006400     COPY GLMAPREC.
006500
006514 FD  POSTED-HISTORY-FILE
006528     LABEL RECORDS ARE STANDARD
006542     BLOCK CONTAINS 0 RECORDS
006557     RECORDING MODE F
006571     DATA RECORD IS POSTED-HISTORY-RECORD.
006585     COPY POSTHREC.
006600 FD  VOUCHER-FILE
006700     LABEL RECORDS ARE STANDARD
006800     BLOCK CONTAINS 0 RECORDS
009200 01  GL-MAP-FILE-STATUS        PIC X(02).
009300     88  GL-MAP-FILE-OK            VALUE "00".
009400     88  GL-MAP-NOT-FOUND          VALUE "05" "35".
009433 01  POSTED-HISTORY-STATUS     PIC X(02).
009466     88  POSTED-HISTORY-OK         VALUE "00".
009500 01  VOUCHER-FILE-STATUS       PIC X(02).
009600     88  VOUCHER-FILE-OK           VALUE "00".
009700 01  VOUCHER-REGISTER-STATUS   PIC X(02).
010700     88  AUDIT-FILE-AT-END         VALUE "Y".
010800 01  WS-MAP-AT-END             PIC X(01) VALUE "N".
010900     88  MAP-FILE-AT-END           VALUE "Y".
010925 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
010950     88  HISTORY-FILE-AT-END       VALUE "Y".
010975 01  WS-PRIOR-PERIOD-DELTA     PIC S9(11)V99 VALUE 0.
011000 01  WS-MAP-FOUND              PIC X(01) VALUE "N".
011100     88  MAP-ENTRY-FOUND           VALUE "Y".
011200 01  WS-NET-AMOUNT             PIC 9(11)V99 VALUE 0.
011700*    NET DELTA BY CHANGE TYPE AND ACCOUNT MAP TABLE              *
011800******************************************************************
011900 01  WS-NET-TABLE.
012000     05  WS-NET-ENTRY          OCCURS 4 TIMES.
012100         10  WS-NET-CHANGE-TYPE    PIC X(01).
012200         10  WS-NET-DELTA          PIC S9(11)V99.
012300         10  WS-NET-RECORD-COUNT   PIC 9(07).
013500*    RUN TOTALS                                                  *
013600******************************************************************
013700 01  WS-AUDIT-RECORDS-READ     PIC 9(07) BINARY VALUE 0.
013750 01  WS-PRIOR-PERIOD-POSTINGS  PIC 9(07) BINARY VALUE 0.
013800 01  WS-VOUCHER-LINES          PIC 9(05) VALUE 0.
013900 01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE 0.
014000 01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE 0.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019600     PERFORM 2000-NET-THE-AUDIT-DELTAS THRU 2000-EXIT
019650     PERFORM 2500-NET-PRIOR-PERIOD-ADJS THRU 2500-EXIT
019700     PERFORM 3000-WRITE-VOUCHER-LINES THRU 3000-EXIT
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT
019900     STOP RUN.
020000
020100******************************************************************
020200*    1000-INITIALIZE                                             *
020300*    LOADS THE ACCOUNT MAP AND SEEDS THE FOUR NET-DELTA          *
020400*    ACCUMULATORS (CHANGED, NEW, DROPPED, PRIOR-PERIOD).  A      *
020500*    MISSING MAP FILE STOPS THE RUN - POSTING TO GUESSED         *
020600*    ACCOUNTS IS WORSE THAN NOT POSTING.                         *
020700******************************************************************
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE FROM DATE
021000     MOVE "C" TO WS-NET-CHANGE-TYPE(1)
021100     MOVE "N" TO WS-NET-CHANGE-TYPE(2)
021200     MOVE "D" TO WS-NET-CHANGE-TYPE(3)
021271     MOVE "P" TO WS-NET-CHANGE-TYPE(4)
021342     MOVE ZERO TO WS-NET-DELTA(1) WS-NET-DELTA(2)
021414         WS-NET-DELTA(3) WS-NET-DELTA(4)
021485     MOVE ZERO TO WS-NET-RECORD-COUNT(1)
021557         WS-NET-RECORD-COUNT(2) WS-NET-RECORD-COUNT(3)
021628         WS-NET-RECORD-COUNT(4)
021700     OPEN INPUT GL-MAP-FILE
021800     IF NOT GL-MAP-FILE-OK
021900         DISPLAY "GLVOUCH - ACCOUNT MAP FILE NOT FOUND - "
035200 2300-EXIT.
035300     EXIT.
035400
035402******************************************************************
035404*    2500-NET-PRIOR-PERIOD-ADJS                                  *
035406*    ONE PASS OVER POSTHIST FOR TODAY'S POSTINGS CARRYING THE    *
035408*    PRIOR-PERIOD FLAG.  EACH ONE'S BALANCE MOVEMENT IS ADDED TO *
035410*    THE "P" ACCUMULATOR AND TAKEN BACK OUT OF "C", WHERE THE    *
035412*    AUDIT TRAIL HAS ALREADY COUNTED IT, SO THE DAY'S TOTAL IS   *
035414*    UNCHANGED AND ONLY THE ACCOUNT PAIR MOVES.  NO POSTHIST     *
035416*    MEANS NO POSTINGS RAN AND THERE IS NOTHING TO RECLASS.      *
035418******************************************************************
035420 2500-NET-PRIOR-PERIOD-ADJS.
035422     OPEN INPUT POSTED-HISTORY-FILE
035424     IF NOT POSTED-HISTORY-OK
035426         DISPLAY "GLVOUCH - NO POSTING HISTORY THIS CYCLE - "
035428             "STATUS " POSTED-HISTORY-STATUS
035430             " - NO PRIOR-PERIOD ADJUSTMENTS"
035432         GO TO 2500-EXIT
035434     END-IF
035436     PERFORM 2600-NET-ONE-POSTING THRU 2600-EXIT
035438         UNTIL HISTORY-FILE-AT-END
035440     CLOSE POSTED-HISTORY-FILE
035442     IF WS-PRIOR-PERIOD-POSTINGS > 0
035444         ADD WS-PRIOR-PERIOD-DELTA TO WS-NET-DELTA(4)
035446         SUBTRACT WS-PRIOR-PERIOD-DELTA FROM WS-NET-DELTA(1)
035448         DISPLAY "GLVOUCH - PRIOR-PERIOD ADJUSTMENTS RECLASSED "
035451             "TO CHANGE TYPE P - " WS-PRIOR-PERIOD-POSTINGS
035453     END-IF.
035455 2500-EXIT.
035457     EXIT.
035457
035461******************************************************************
035463*    2600-NET-ONE-POSTING                                        *
035465******************************************************************
035467 2600-NET-ONE-POSTING.
035469     READ POSTED-HISTORY-FILE
035471         AT END
035473             MOVE "Y" TO WS-HISTORY-AT-END
035475             GO TO 2600-EXIT
035477     END-READ
035479     IF POSTH-POST-DATE NOT = WS-RUN-DATE OR
035481             NOT POSTH-PRIOR-PERIOD-ADJ
035483         GO TO 2600-EXIT
035485     END-IF
035487     ADD 1 TO WS-PRIOR-PERIOD-POSTINGS
035489     ADD 1 TO WS-NET-RECORD-COUNT(4)
035491     COMPUTE WS-PRIOR-PERIOD-DELTA = WS-PRIOR-PERIOD-DELTA
035493         + POSTH-NEW-BALANCE - POSTH-OLD-BALANCE.
035495 2600-EXIT.
035497     EXIT.
035500******************************************************************
035600*    3000-WRITE-VOUCHER-LINES                                    *
035700*    FOR EACH CHANGE TYPE WITH A NONZERO NET, ONE BALANCED       *
036200 3000-WRITE-VOUCHER-LINES.
036300     PERFORM 3100-POST-ONE-NET THRU 3100-EXIT
036400         VARYING WS-NET-IDX FROM 1 BY 1
036500         UNTIL WS-NET-IDX > 4
036600     PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT.
036700 3000-EXIT.
036800     EXIT.
