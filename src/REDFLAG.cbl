000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REDFLAG.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/02/2026.
000600 DATE-COMPILED.  11/02/2026.
000700******************************************************************
000800*                                                                *
000900*    REDFLAG - ACCOUNT-TAKEOVER RED-FLAG MONITOR                 *
001000*    THE CLASSIC TAKEOVER CHANGES THE ADDRESS OR PHONE FIRST     *
001100*    AND MOVES THE MONEY SECOND.  EVERY NON-MONETARY CHANGE NOW  *
001200*    LANDS ON THE CHANGE JOURNAL (NMCJRNL, SEE NMCJREC) WITH     *
001300*    ITS OLD AND NEW VALUES, SOURCE PROGRAM AND OPERATOR.  THIS  *
001400*    NIGHTLY PASS TAKES EVERY ACCOUNT WHOSE ADDRESS OR PHONE     *
001500*    CHANGED WITHIN THE RFLPARM WINDOW (SEE RFLPREC) AND FLAGS   *
001600*    ON IT:                                                      *
001700*      - EVERY CREDIT ADJUSTMENT ("J" WITH "-") POSTED TONIGHT   *
001800*        (POSTHIST);                                             *
001900*      - EVERY PAYMENT POSTED TONIGHT THAT PAID THE BALANCE OFF  *
002000*        (NEW BALANCE ZERO OR A CREDIT, OLD BALANCE A DEBIT);    *
002100*      - EVERY REFUND CHECK THE REFUND PASS HELD (RFLHOLD).      *
002200*    EACH FLAG IS ONE LINE ON THE FRAUD-REVIEW WORKLIST          *
002300*    (RFLWORK) NEXT TO THE CONTACT CHANGE THAT MADE THE ACCOUNT  *
002400*    HOT, AND A NIGHT WITH ANY FLAG RAISES A SEVERITY-8 ALERT    *
002500*    ON OPALERT AND ENDS RC 4.                                   *
002600*                                                                *
002700*    RUNS AFTER TXNPOST AND REFUND.  POINT POSTHIST AND RFLHOLD  *
002800*    AT TONIGHT'S GENERATIONS; ONLY POSTINGS STAMPED WITH THE    *
002900*    RUN DATE ARE EXAMINED IN ANY CASE.  THE WINDOW IS FIGURED   *
003000*    ON THE 30-DAY-MONTH COMMERCIAL CALENDAR, SAME AS REFUND,    *
003100*    SO THE TWO PASSES ALWAYS AGREE ON WHICH ACCOUNTS ARE HOT.   *
003200*                                                                *
003300******************************************************************
003400* MODIFICATION HISTORY
003500*   11/02/2026  RVH  ORIGINAL.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RED-FLAG-PARM-FILE ASSIGN TO RFLPARM
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS RED-FLAG-PARM-STATUS.
004500     SELECT NMC-JOURNAL-FILE ASSIGN TO NMCJRNL
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS NMC-JOURNAL-STATUS.
004900     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS POSTED-HISTORY-STATUS.
005300     SELECT HELD-REFUND-FILE ASSIGN TO RFLHOLD
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS HELD-REFUND-STATUS.
005700     SELECT ALERT-FILE ASSIGN TO OPALERT
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS ALERT-FILE-STATUS.
006100     SELECT FRAUD-WORKLIST ASSIGN TO RFLWORK
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FRAUD-WORKLIST-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RED-FLAG-PARM-FILE
006800     LABEL RECORDS ARE STANDARD
006900     BLOCK CONTAINS 0 RECORDS
007000     RECORDING MODE F
007100     DATA RECORD IS RED-FLAG-PARM-RECORD.
007200     COPY RFLPREC.
007300
007400 FD  NMC-JOURNAL-FILE
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS
007700     RECORDING MODE F
007800     DATA RECORD IS NMC-JOURNAL-RECORD.
007900     COPY NMCJREC.
008000
008100 FD  POSTED-HISTORY-FILE
008200     LABEL RECORDS ARE STANDARD
008300     BLOCK CONTAINS 0 RECORDS
008400     RECORDING MODE F
008500     DATA RECORD IS POSTED-HISTORY-RECORD.
008600     COPY POSTHREC.
008700
008800 FD  HELD-REFUND-FILE
008900     LABEL RECORDS ARE STANDARD
009000     BLOCK CONTAINS 0 RECORDS
009100     RECORDING MODE F
009200     DATA RECORD IS REFUND-EXTRACT-RECORD.
009300     COPY REFDREC.
009400
009500 FD  ALERT-FILE
009600     LABEL RECORDS ARE STANDARD
009700     BLOCK CONTAINS 0 RECORDS
009800     RECORDING MODE F
009900     DATA RECORD IS ALERT-RECORD.
010000     COPY ALERTREC.
010100
010200 FD  FRAUD-WORKLIST
010300     LABEL RECORDS ARE OMITTED
010400     RECORDING MODE F.
010500 01  FRAUD-WORKLIST-LINE      PIC X(132).
010600
010700 WORKING-STORAGE SECTION.
010800******************************************************************
010900*    FILE STATUS                                                 *
011000******************************************************************
011100 01  RED-FLAG-PARM-STATUS      PIC X(02).
011200     88  RED-FLAG-PARM-OK          VALUE "00".
011300 01  NMC-JOURNAL-STATUS        PIC X(02).
011400     88  NMC-JOURNAL-OK            VALUE "00".
011500     88  NMC-JOURNAL-NOT-FOUND     VALUE "05" "35".
011600 01  POSTED-HISTORY-STATUS     PIC X(02).
011700     88  POSTED-HISTORY-OK         VALUE "00".
011800 01  HELD-REFUND-STATUS        PIC X(02).
011900     88  HELD-REFUND-OK            VALUE "00".
012000 01  ALERT-FILE-STATUS         PIC X(02).
012100     88  ALERT-FILE-OK             VALUE "00".
012200 01  FRAUD-WORKLIST-STATUS     PIC X(02).
012300     88  FRAUD-WORKLIST-OK         VALUE "00".
012400
012500******************************************************************
012600*    OPERATOR ALERT FIELDS - SAME CALLING CONVENTION AS          *
012700*    SAMPCOBL'S 8000-WRITE-OPERATOR-ALERT: CALLERS SET THE       *
012800*    OPERATION, STATUS TEXT AND SEVERITY, THEN PERFORM 8000.     *
012900******************************************************************
013000 01  WS-ALERT-PROGRAM          PIC X(08) VALUE "REDFLAG".
013100 01  WS-ALERT-OPERATION        PIC X(20) VALUE SPACES.
013200 01  WS-ALERT-STATUS-TEXT      PIC X(10) VALUE SPACES.
013300 01  WS-ALERT-SEVERITY         PIC 9(02) VALUE 8.
013400
013500******************************************************************
013600*    RUN CONTROL FIELDS                                          *
013700******************************************************************
013800 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013900 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
014000     05  WS-RUN-YY             PIC 9(02).
014100     05  WS-RUN-MM             PIC 9(02).
014200     05  WS-RUN-DD             PIC 9(02).
014300 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
014400 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
014500     05  WS-WORK-YY            PIC 9(02).
014600     05  WS-WORK-MM            PIC 9(02).
014700     05  WS-WORK-DD            PIC 9(02).
014800 01  WS-DAYS-BETWEEN           PIC S9(05) VALUE 0.
014900 01  WS-WINDOW-DAYS            PIC 9(03) VALUE 0.
015000 01  WS-JOURNAL-AT-END         PIC X(01) VALUE "N".
015100     88  JOURNAL-AT-END            VALUE "Y".
015200 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
015300     88  HISTORY-FILE-AT-END       VALUE "Y".
015400 01  WS-HELD-AT-END            PIC X(01) VALUE "N".
015500     88  HELD-FILE-AT-END          VALUE "Y".
015600 01  WS-RUN-WARNING            PIC X(01) VALUE "N".
015700     88  RUN-HAS-WARNING           VALUE "Y".
015800 01  WS-FLAG-EVENT             PIC X(12) VALUE SPACES.
015900 01  WS-FLAG-AMOUNT            PIC S9(7)V99 VALUE 0.
016000 01  WS-FLAG-REFERENCE         PIC X(08) VALUE SPACES.
016100
016200******************************************************************
016300*    HOT ACCOUNT TABLE - ONE ENTRY PER ACCOUNT WITH AN ADDRESS   *
016400*    OR PHONE CHANGE ON THE JOURNAL INSIDE THE WINDOW, HOLDING   *
016500*    ITS MOST RECENT SUCH CHANGE.  SAME TABLE AS REFUND'S.       *
016600******************************************************************
016700 01  WS-HOT-FOUND              PIC X(01) VALUE "N".
016800     88  HOT-ACCOUNT-FOUND         VALUE "Y".
016900 01  WS-HOT-TABLE-SIZE         PIC 9(04) BINARY VALUE 500.
017000 01  WS-HOT-COUNT              PIC 9(04) BINARY VALUE 0.
017100 01  WS-HOT-IDX                PIC 9(04) BINARY VALUE 0.
017200 01  WS-HOT-HIT                PIC 9(04) BINARY VALUE 0.
017300 01  WS-HOT-OVERFLOW           PIC 9(07) BINARY VALUE 0.
017400 01  WS-HOT-SEARCH-ID          PIC X(10) VALUE SPACES.
017500 01  WS-HOT-ENTRIES.
017600     05  WS-HOT-ENTRY          OCCURS 500 TIMES.
017700         10  WS-HOT-CUST-ID        PIC X(10).
017800         10  WS-HOT-FIELD          PIC X(08).
017900         10  WS-HOT-CHANGE-DATE    PIC 9(06).
018000         10  WS-HOT-DAYS           PIC S9(05).
018100         10  WS-HOT-NEW-VALUE      PIC X(30).
018200         10  WS-HOT-SOURCE         PIC X(08).
018300         10  WS-HOT-OPERATOR       PIC X(08).
018400
018500******************************************************************
018600*    RUN TOTALS                                                  *
018700******************************************************************
018800 01  WS-JOURNAL-READ           PIC 9(07) BINARY VALUE 0.
018900 01  WS-POSTINGS-READ          PIC 9(07) BINARY VALUE 0.
019000 01  WS-CREDIT-ADJ-FLAGGED     PIC 9(07) BINARY VALUE 0.
019100 01  WS-PAYOFFS-FLAGGED        PIC 9(07) BINARY VALUE 0.
019200 01  WS-REFUNDS-FLAGGED        PIC 9(07) BINARY VALUE 0.
019300 01  WS-TOTAL-FLAGGED          PIC 9(07) BINARY VALUE 0.
019400
019500******************************************************************
019600*    FRAUD-REVIEW WORKLIST LINE LAYOUTS                          *
019700******************************************************************
019800 01  RW-HEADING-LINE-1.
019900     05  FILLER                PIC X(01) VALUE SPACE.
020000     05  FILLER                PIC X(50) VALUE
020100         "REDFLAG - ACCOUNT-TAKEOVER FRAUD-REVIEW WORKLIST".
020200     05  FILLER                PIC X(09) VALUE "RUN DATE ".
020300     05  RW-HDG1-RUN-DATE      PIC 9(06).
020400     05  FILLER                PIC X(10) VALUE "  WINDOW ".
020500     05  RW-HDG1-WINDOW        PIC ZZ9.
020600     05  FILLER                PIC X(05) VALUE " DAYS".
020700
020800 01  RW-HEADING-LINE-2.
020900     05  FILLER                PIC X(01) VALUE SPACE.
021000     05  FILLER                PIC X(14) VALUE "EVENT".
021100     05  FILLER                PIC X(12) VALUE "CUST-ID".
021200     05  FILLER                PIC X(15) VALUE "       AMOUNT".
021300     05  FILLER                PIC X(10) VALUE "REFERENCE".
021400     05  FILLER                PIC X(10) VALUE "CHANGED".
021500     05  FILLER                PIC X(08) VALUE "ON".
021600     05  FILLER                PIC X(05) VALUE "DAYS".
021700     05  FILLER                PIC X(10) VALUE "SOURCE".
021800     05  FILLER                PIC X(10) VALUE "OPERATOR".
021900     05  FILLER                PIC X(30) VALUE "NEW VALUE".
022000
022100 01  RW-DETAIL-LINE.
022200     05  FILLER                PIC X(01) VALUE SPACE.
022300     05  RW-DTL-EVENT          PIC X(12).
022400     05  FILLER                PIC X(02) VALUE SPACES.
022500     05  RW-DTL-CUST-ID        PIC X(10).
022600     05  FILLER                PIC X(02) VALUE SPACES.
022700     05  RW-DTL-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
022800     05  FILLER                PIC X(02) VALUE SPACES.
022900     05  RW-DTL-REFERENCE      PIC X(08).
023000     05  FILLER                PIC X(02) VALUE SPACES.
023100     05  RW-DTL-FIELD          PIC X(08).
023200     05  FILLER                PIC X(02) VALUE SPACES.
023300     05  RW-DTL-CHANGE-DATE    PIC X(06).
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  RW-DTL-DAYS           PIC ZZ9.
023600     05  FILLER                PIC X(02) VALUE SPACES.
023700     05  RW-DTL-SOURCE         PIC X(08).
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  RW-DTL-OPERATOR       PIC X(08).
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  RW-DTL-NEW-VALUE      PIC X(30).
024200
024300 01  RW-FOOTER-LINE-1.
024400     05  FILLER                PIC X(01) VALUE SPACE.
024500     05  FILLER                PIC X(30) VALUE
024600         "HOT ACCOUNTS IN WINDOW  . . .".
024700     05  RW-FTR1-HOT           PIC ZZZ,ZZ9.
024800
024900 01  RW-FOOTER-LINE-2.
025000     05  FILLER                PIC X(01) VALUE SPACE.
025100     05  FILLER                PIC X(30) VALUE
025200         "CREDIT ADJUSTMENTS FLAGGED  .".
025300     05  RW-FTR2-CREDIT-ADJ    PIC ZZZ,ZZ9.
025400
025500 01  RW-FOOTER-LINE-3.
025600     05  FILLER                PIC X(01) VALUE SPACE.
025700     05  FILLER                PIC X(30) VALUE
025800         "PAYOFFS FLAGGED . . . . . . .".
025900     05  RW-FTR3-PAYOFFS       PIC ZZZ,ZZ9.
026000
026100 01  RW-FOOTER-LINE-4.
026200     05  FILLER                PIC X(01) VALUE SPACE.
026300     05  FILLER                PIC X(30) VALUE
026400         "REFUND CHECKS HELD  . . . . .".
026500     05  RW-FTR4-REFUNDS       PIC ZZZ,ZZ9.
026600
026700 PROCEDURE DIVISION.
026800******************************************************************
026900*    0000-MAINLINE                                               *
027000******************************************************************
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027300     PERFORM 1100-LOAD-HOT-ACCOUNTS THRU 1100-EXIT
027400     PERFORM 2000-SCAN-TONIGHTS-POSTINGS THRU 2000-EXIT
027500     PERFORM 3000-LIST-HELD-REFUNDS THRU 3000-EXIT
027600     PERFORM 9000-TERMINATE THRU 9000-EXIT
027700     STOP RUN.
027800
027900******************************************************************
028000*    1000-INITIALIZE                                             *
028100*    THE WINDOW IS FRAUD POLICY, SO IT LIVES ON THE RFLPARM      *
028200*    PARAMETER FILE, NEVER IN A PROGRAM LITERAL - A RUN          *
028300*    WITHOUT IT IS REFUSED.                                      *
028400******************************************************************
028500 1000-INITIALIZE.
028600     ACCEPT WS-RUN-DATE FROM DATE
028700     OPEN INPUT RED-FLAG-PARM-FILE
028800     IF NOT RED-FLAG-PARM-OK
028900         DISPLAY "REDFLAG - PARAMETER FILE (RFLPARM) NOT FOUND - "
029000             "STATUS " RED-FLAG-PARM-STATUS " - RUN STOPPED"
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF
029400     READ RED-FLAG-PARM-FILE INTO RED-FLAG-PARM-RECORD
029500         AT END
029600             MOVE SPACES TO RED-FLAG-PARM-RECORD
029700     END-READ
029800     CLOSE RED-FLAG-PARM-FILE
029900     IF RFLP-WINDOW-DAYS NOT NUMERIC
030000         DISPLAY "REDFLAG - WINDOW DAYS MISSING ON RFLPARM "
030100             "- RUN STOPPED"
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF
030500     MOVE RFLP-WINDOW-DAYS TO WS-WINDOW-DAYS
030600     OPEN OUTPUT FRAUD-WORKLIST
030700     IF NOT FRAUD-WORKLIST-OK
030800         DISPLAY "REDFLAG - ERROR OPENING FRAUD-REVIEW "
030900             "WORKLIST - STATUS " FRAUD-WORKLIST-STATUS
031000         MOVE 24 TO RETURN-CODE
031100         STOP RUN
031200     END-IF
031300     OPEN EXTEND ALERT-FILE
031400     IF NOT ALERT-FILE-OK
031500         DISPLAY "REDFLAG - ALERT FILE NOT AVAILABLE - STATUS "
031600             ALERT-FILE-STATUS " - ALERTS WILL NOT BE RAISED"
031700     END-IF
031800     MOVE WS-RUN-DATE TO RW-HDG1-RUN-DATE
031900     MOVE WS-WINDOW-DAYS TO RW-HDG1-WINDOW
032000     WRITE FRAUD-WORKLIST-LINE FROM RW-HEADING-LINE-1
032100     MOVE SPACES TO FRAUD-WORKLIST-LINE
032200     WRITE FRAUD-WORKLIST-LINE AFTER ADVANCING 1 LINE
032300     WRITE FRAUD-WORKLIST-LINE FROM RW-HEADING-LINE-2.
032400 1000-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    1100-LOAD-HOT-ACCOUNTS                                      *
032900*    A MISSING JOURNAL MEANS THE MONITOR IS BLIND, NOT THAT      *
033000*    NOTHING CHANGED - IT IS REPORTED AND THE RUN ENDS RC 4.     *
033100******************************************************************
033200 1100-LOAD-HOT-ACCOUNTS.
033300     OPEN INPUT NMC-JOURNAL-FILE
033400     IF NOT NMC-JOURNAL-OK
033500         IF NMC-JOURNAL-NOT-FOUND
033600             DISPLAY "REDFLAG - CHANGE JOURNAL (NMCJRNL) NOT "
033700                 "FOUND - NO ACCOUNTS CAN BE SCREENED"
033800         ELSE
033900             DISPLAY "REDFLAG - ERROR OPENING CHANGE JOURNAL - "
034000                 "STATUS " NMC-JOURNAL-STATUS
034100         END-IF
034200         MOVE "Y" TO WS-RUN-WARNING
034300         GO TO 1100-EXIT
034400     END-IF
034500     PERFORM 1150-LOAD-ONE-CHANGE THRU 1150-EXIT
034600         UNTIL JOURNAL-AT-END
034700     CLOSE NMC-JOURNAL-FILE
034800     IF WS-HOT-OVERFLOW > 0
034900         DISPLAY "REDFLAG - HOT ACCOUNT TABLE FULL - "
035000             WS-HOT-OVERFLOW " CHANGE(S) NOT SCREENED"
035100         MOVE "Y" TO WS-RUN-WARNING
035200     END-IF.
035300 1100-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700*    1150-LOAD-ONE-CHANGE                                        *
035800*    A CHANGE DATED AFTER THE RUN DATE (A RERUN FOR AN EARLIER   *
035900*    DAY) IS OUTSIDE THE WINDOW BY DEFINITION.                   *
036000******************************************************************
036100 1150-LOAD-ONE-CHANGE.
036200     READ NMC-JOURNAL-FILE
036300         AT END
036400             MOVE "Y" TO WS-JOURNAL-AT-END
036500             GO TO 1150-EXIT
036600     END-READ
036700     ADD 1 TO WS-JOURNAL-READ
036800     IF NOT NMCJ-CONTACT-FIELD OR NMCJ-CHANGE-DATE NOT NUMERIC
036900         GO TO 1150-EXIT
037000     END-IF
037100     MOVE NMCJ-CHANGE-DATE TO WS-WORK-DATE
037200     PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
037300     IF WS-DAYS-BETWEEN < 0 OR WS-DAYS-BETWEEN > WS-WINDOW-DAYS
037400         GO TO 1150-EXIT
037500     END-IF
037600     MOVE NMCJ-CUST-ID TO WS-HOT-SEARCH-ID
037700     PERFORM 2400-FIND-HOT-ACCOUNT THRU 2400-EXIT
037800     IF HOT-ACCOUNT-FOUND
037900         IF WS-DAYS-BETWEEN NOT > WS-HOT-DAYS(WS-HOT-HIT)
038000             PERFORM 1160-FILL-HOT-ENTRY THRU 1160-EXIT
038100         END-IF
038200         GO TO 1150-EXIT
038300     END-IF
038400     IF WS-HOT-COUNT NOT < WS-HOT-TABLE-SIZE
038500         ADD 1 TO WS-HOT-OVERFLOW
038600         GO TO 1150-EXIT
038700     END-IF
038800     ADD 1 TO WS-HOT-COUNT
038900     MOVE WS-HOT-COUNT TO WS-HOT-HIT
039000     PERFORM 1160-FILL-HOT-ENTRY THRU 1160-EXIT.
039100 1150-EXIT.
039200     EXIT.
039300
039400 1160-FILL-HOT-ENTRY.
039500     MOVE NMCJ-CUST-ID TO WS-HOT-CUST-ID(WS-HOT-HIT)
039600     MOVE NMCJ-FIELD-NAME TO WS-HOT-FIELD(WS-HOT-HIT)
039700     MOVE NMCJ-CHANGE-DATE TO WS-HOT-CHANGE-DATE(WS-HOT-HIT)
039800     MOVE WS-DAYS-BETWEEN TO WS-HOT-DAYS(WS-HOT-HIT)
039900     MOVE NMCJ-NEW-VALUE TO WS-HOT-NEW-VALUE(WS-HOT-HIT)
040000     MOVE NMCJ-SOURCE-PROGRAM TO WS-HOT-SOURCE(WS-HOT-HIT)
040100     MOVE NMCJ-OPERATOR-ID TO WS-HOT-OPERATOR(WS-HOT-HIT).
040200 1160-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600*    2000-SCAN-TONIGHTS-POSTINGS                                 *
040700*    A NIGHT WITH NO POSTINGS IS NORMAL, BUT A MISSING HISTORY   *
040800*    FILE IS CALLED OUT SO A CLEAN WORKLIST CAN BE READ FOR      *
040900*    WHAT IT IS.                                                 *
041000******************************************************************
041100 2000-SCAN-TONIGHTS-POSTINGS.
041200     IF WS-HOT-COUNT = 0
041300         GO TO 2000-EXIT
041400     END-IF
041500     OPEN INPUT POSTED-HISTORY-FILE
041600     IF NOT POSTED-HISTORY-OK
041700         DISPLAY "REDFLAG - NO POSTED HISTORY TONIGHT - "
041800             "STATUS " POSTED-HISTORY-STATUS
041900         GO TO 2000-EXIT
042000     END-IF
042100     PERFORM 2100-JUDGE-ONE-POSTING THRU 2100-EXIT
042200         UNTIL HISTORY-FILE-AT-END
042300     CLOSE POSTED-HISTORY-FILE.
042400 2000-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800*    2100-JUDGE-ONE-POSTING                                      *
042900*    A CREDIT ADJUSTMENT IS AN ADJUSTMENT THAT LOWERS THE        *
043000*    BALANCE.  A PAYOFF IS A PAYMENT THAT TOOK A DEBIT BALANCE   *
043100*    TO ZERO OR BELOW - THE SHAPE OF A TAKEOVER CLEARING THE     *
043200*    WAY FOR NEW CREDIT, OR SETTING UP A REFUNDABLE CREDIT.      *
043300******************************************************************
043400 2100-JUDGE-ONE-POSTING.
043500     READ POSTED-HISTORY-FILE
043600         AT END
043700             MOVE "Y" TO WS-HISTORY-AT-END
043800             GO TO 2100-EXIT
043900     END-READ
044000     IF POSTH-POST-DATE NOT = WS-RUN-DATE
044100         GO TO 2100-EXIT
044200     END-IF
044300     ADD 1 TO WS-POSTINGS-READ
044400     EVALUATE TRUE
044500         WHEN POSTH-TXN-TYPE = "J" AND POSTH-MODIFIER = "-"
044600             MOVE "CREDIT ADJ" TO WS-FLAG-EVENT
044700         WHEN POSTH-TXN-TYPE = "P" AND
044800                 POSTH-OLD-BALANCE > 0 AND
044900                 POSTH-NEW-BALANCE NOT > 0
045000             MOVE "PAYOFF" TO WS-FLAG-EVENT
045100         WHEN OTHER
045200             GO TO 2100-EXIT
045300     END-EVALUATE
045400     MOVE POSTH-CUST-ID TO WS-HOT-SEARCH-ID
045500     PERFORM 2400-FIND-HOT-ACCOUNT THRU 2400-EXIT
045600     IF NOT HOT-ACCOUNT-FOUND
045700         GO TO 2100-EXIT
045800     END-IF
045900     IF WS-FLAG-EVENT = "PAYOFF"
046000         ADD 1 TO WS-PAYOFFS-FLAGGED
046100     ELSE
046200         ADD 1 TO WS-CREDIT-ADJ-FLAGGED
046300     END-IF
046400     MOVE POSTH-AMOUNT TO WS-FLAG-AMOUNT
046500     MOVE POSTH-REFERENCE TO WS-FLAG-REFERENCE
046600     PERFORM 5000-WRITE-WORKLIST-LINE THRU 5000-EXIT.
046700 2100-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    2400-FIND-HOT-ACCOUNT                                       *
047200*    LOOKS WS-HOT-SEARCH-ID UP IN THE HOT ACCOUNT TABLE;         *
047300*    WS-HOT-HIT POINTS AT THE ENTRY WHEN HOT-ACCOUNT-FOUND.      *
047400******************************************************************
047500 2400-FIND-HOT-ACCOUNT.
047600     MOVE "N" TO WS-HOT-FOUND
047700     MOVE 0 TO WS-HOT-HIT
047800     PERFORM 2450-MATCH-ONE-HOT-ENTRY THRU 2450-EXIT
047900         VARYING WS-HOT-IDX FROM 1 BY 1
048000         UNTIL WS-HOT-IDX > WS-HOT-COUNT OR HOT-ACCOUNT-FOUND.
048100 2400-EXIT.
048200     EXIT.
048300
048400 2450-MATCH-ONE-HOT-ENTRY.
048500     IF WS-HOT-CUST-ID(WS-HOT-IDX) = WS-HOT-SEARCH-ID
048600         MOVE "Y" TO WS-HOT-FOUND
048700         MOVE WS-HOT-IDX TO WS-HOT-HIT
048800     END-IF.
048900 2450-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300*    3000-LIST-HELD-REFUNDS                                      *
049400*    EVERY CHECK REFUND HELD TONIGHT GOES ON THE WORKLIST.  THE  *
049500*    HOLD ALREADY PROVES THE ACCOUNT HOT - IF THIS PASS CANNOT   *
049600*    FIND THE CHANGE (THE WINDOW MOVED BETWEEN THE TWO RUNS) THE *
049700*    CHECK IS STILL LISTED, WITHOUT THE CHANGE DETAIL.           *
049800******************************************************************
049900 3000-LIST-HELD-REFUNDS.
050000     OPEN INPUT HELD-REFUND-FILE
050100     IF NOT HELD-REFUND-OK
050200         DISPLAY "REDFLAG - NO HELD REFUND FILE TONIGHT - "
050300             "STATUS " HELD-REFUND-STATUS
050400         GO TO 3000-EXIT
050500     END-IF
050600     PERFORM 3100-LIST-ONE-HELD-REFUND THRU 3100-EXIT
050700         UNTIL HELD-FILE-AT-END
050800     CLOSE HELD-REFUND-FILE.
050900 3000-EXIT.
051000     EXIT.
051100
051200 3100-LIST-ONE-HELD-REFUND.
051300     READ HELD-REFUND-FILE
051400         AT END
051500             MOVE "Y" TO WS-HELD-AT-END
051600             GO TO 3100-EXIT
051700     END-READ
051800     ADD 1 TO WS-REFUNDS-FLAGGED
051900     MOVE "REFUND HELD" TO WS-FLAG-EVENT
052000     MOVE REFD-AMOUNT TO WS-FLAG-AMOUNT
052100     MOVE REFD-REFERENCE TO WS-FLAG-REFERENCE
052200     MOVE REFD-CUST-ID TO WS-HOT-SEARCH-ID
052300     PERFORM 2400-FIND-HOT-ACCOUNT THRU 2400-EXIT
052400     PERFORM 5000-WRITE-WORKLIST-LINE THRU 5000-EXIT.
052500 3100-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    5000-WRITE-WORKLIST-LINE                                    *
053000*    ONE FLAGGED EVENT, WITH THE CONTACT CHANGE THAT MADE THE    *
053100*    ACCOUNT HOT WHEN HOT-ACCOUNT-FOUND.                         *
053200******************************************************************
053300 5000-WRITE-WORKLIST-LINE.
053400     ADD 1 TO WS-TOTAL-FLAGGED
053500     MOVE SPACES TO RW-DTL-FIELD RW-DTL-CHANGE-DATE
053600         RW-DTL-SOURCE RW-DTL-OPERATOR RW-DTL-NEW-VALUE
053700     MOVE 0 TO RW-DTL-DAYS
053800     MOVE WS-FLAG-EVENT TO RW-DTL-EVENT
053900     MOVE WS-HOT-SEARCH-ID TO RW-DTL-CUST-ID
054000     MOVE WS-FLAG-AMOUNT TO RW-DTL-AMOUNT
054100     MOVE WS-FLAG-REFERENCE TO RW-DTL-REFERENCE
054200     IF HOT-ACCOUNT-FOUND
054300         MOVE WS-HOT-FIELD(WS-HOT-HIT) TO RW-DTL-FIELD
054400         MOVE WS-HOT-CHANGE-DATE(WS-HOT-HIT) TO
054500             RW-DTL-CHANGE-DATE
054600         MOVE WS-HOT-DAYS(WS-HOT-HIT) TO RW-DTL-DAYS
054700         MOVE WS-HOT-SOURCE(WS-HOT-HIT) TO RW-DTL-SOURCE
054800         MOVE WS-HOT-OPERATOR(WS-HOT-HIT) TO RW-DTL-OPERATOR
054900         MOVE WS-HOT-NEW-VALUE(WS-HOT-HIT) TO RW-DTL-NEW-VALUE
055000     END-IF
055100     WRITE FRAUD-WORKLIST-LINE FROM RW-DETAIL-LINE.
055200 5000-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*    7000-COMPUTE-DAYS-BETWEEN                                   *
055700*    DAYS FROM WS-WORK-DATE TO THE RUN DATE ON THE 30-DAY-MONTH  *
055800*    COMMERCIAL CALENDAR, SAME ARITHMETIC AS REFUND.             *
055900******************************************************************
056000 7000-COMPUTE-DAYS-BETWEEN.
056100     COMPUTE WS-DAYS-BETWEEN =
056200         (WS-RUN-YY - WS-WORK-YY) * 360 +
056300         (WS-RUN-MM - WS-WORK-MM) * 30 +
056400         (WS-RUN-DD - WS-WORK-DD).
056500 7000-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    8000-WRITE-OPERATOR-ALERT                                   *
057000*    SAME CONTRACT AS SAMPCOBL'S 8000 - APPENDS ONE STRUCTURED   *
057100*    ALERT RECORD SO A FLAGGED NIGHT PAGES OPERATIONS AND SHOWS  *
057200*    ON THE MORNING STATUS PAGE.                                 *
057300******************************************************************
057400 8000-WRITE-OPERATOR-ALERT.
057500     IF NOT ALERT-FILE-OK
057600         GO TO 8000-EXIT
057700     END-IF
057800     INITIALIZE ALERT-RECORD
057900     ACCEPT ALRT-DATE FROM DATE
058000     ACCEPT ALRT-TIME FROM TIME
058100     MOVE WS-ALERT-PROGRAM TO ALRT-PROGRAM
058200     MOVE WS-ALERT-OPERATION TO ALRT-OPERATION
058300     MOVE WS-ALERT-STATUS-TEXT TO ALRT-STATUS
058400     MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
058500     MOVE "N" TO ALRT-ACK-FLAG
058600     WRITE ALERT-RECORD
058700     MOVE 8 TO WS-ALERT-SEVERITY.
058800 8000-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    9000-TERMINATE                                              *
059300******************************************************************
059400 9000-TERMINATE.
059500     MOVE WS-HOT-COUNT TO RW-FTR1-HOT
059600     MOVE WS-CREDIT-ADJ-FLAGGED TO RW-FTR2-CREDIT-ADJ
059700     MOVE WS-PAYOFFS-FLAGGED TO RW-FTR3-PAYOFFS
059800     MOVE WS-REFUNDS-FLAGGED TO RW-FTR4-REFUNDS
059900     MOVE SPACES TO FRAUD-WORKLIST-LINE
060000     WRITE FRAUD-WORKLIST-LINE AFTER ADVANCING 1 LINE
060100     WRITE FRAUD-WORKLIST-LINE FROM RW-FOOTER-LINE-1
060200     WRITE FRAUD-WORKLIST-LINE FROM RW-FOOTER-LINE-2
060300     WRITE FRAUD-WORKLIST-LINE FROM RW-FOOTER-LINE-3
060400     WRITE FRAUD-WORKLIST-LINE FROM RW-FOOTER-LINE-4
060500     IF WS-TOTAL-FLAGGED > 0
060600         MOVE "ACCOUNT-TAKEOVER" TO WS-ALERT-OPERATION
060700         MOVE "REDFLAG" TO WS-ALERT-STATUS-TEXT
060800         MOVE 8 TO WS-ALERT-SEVERITY
060900         PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
061000         MOVE "Y" TO WS-RUN-WARNING
061100     END-IF
061200     CLOSE FRAUD-WORKLIST
061300     IF ALERT-FILE-OK
061400         CLOSE ALERT-FILE
061500     END-IF
061600     DISPLAY "REDFLAG - " WS-HOT-COUNT " HOT ACCOUNT(S), "
061700         WS-TOTAL-FLAGGED " EVENT(S) FLAGGED FOR FRAUD REVIEW"
061800     IF RUN-HAS-WARNING
061900         MOVE 4 TO RETURN-CODE
062000     END-IF.
062100 9000-EXIT.
062200     EXIT.
