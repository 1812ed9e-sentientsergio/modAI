000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BALPROOF.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/31/2026.
000600 DATE-COMPILED.  10/31/2026.
000700******************************************************************
000800*                                                                *
000900*    BALPROOF - DAILY BALANCE ROLL-FORWARD PROOF                 *
001000*    SAMPCOBL TIES THE FILE TO BALFILE, GLRECON TIES IT TO THE   *
001100*    GENERAL LEDGER AND TXNSETL TIES KEYED BATCHES TO WHAT       *
001200*    POSTED, BUT NOTHING PROVED THE DAY'S MOVEMENT ITSELF - A    *
001300*    DIRECT UPDATE OR A LOST POSTING ONLY SURFACED WHEN GLRECON  *
001400*    DRIFTED WEEKS LATER.  THIS PASS STARTS FROM THE OPENING     *
001500*    SNAPSHOT (SNAPFILE - THE PRIOR SNAPSHOT SAMPCOBL READ       *
001600*    TONIGHT), ADDS SAMPCOBL'S MAINTENANCE BALANCE CHANGES FROM  *
001700*    THE AUDIT TRAIL (AUDFILE - CHANGES, ADDS, AND THE DELETES   *
001800*    AND MERGE LOSERS IT LOGS AS DROPPED), TONIGHT'S POSTINGS    *
001900*    (POSTHIST, NEW LESS OLD BALANCE) AND TONIGHT'S ACCRUALS     *
002000*    (ACCRDETL, SAME), AND PROVES THE RESULT TO THE CLOSING      *
002100*    MASTER (NEWCUST) ACCOUNT BY ACCOUNT.  EVERY ACCOUNT THAT    *
002200*    DOES NOT PROVE IS LISTED, AND THE ROLL-FORWARD IS PRINTED   *
002300*    BY CURRENCY AND BY BRANCH WITHIN CURRENCY, IN NATIVE        *
002400*    AMOUNTS, ON THE PROOF REPORT (BALPRPT).  ANY UNEXPLAINED    *
002500*    DIFFERENCE RAISES A SEVERITY-16 ALERT ON OPALERT, WHICH     *
002600*    MORNSTAT CARRIES AS A REVIEW LINE.                          *
002700*                                                                *
002800*    RUNS AFTER THE LAST STEP THAT MOVES A BALANCE (TXNPOST AND  *
002900*    ACCRUAL), BEFORE MORNSTAT.  POINT POSTHIST AND ACCRDETL AT  *
003000*    TONIGHT'S GENERATIONS ONLY, AND SNAPFILE/AUDFILE AT THE     *
003100*    SAME GENERATIONS SAMPCOBL USED.  A BALANCE CHANGE THAT CAME *
003200*    THROUGH NONE OF THE FOUR IS, BY DEFINITION, UNEXPLAINED.    *
003300*                                                                *
003400******************************************************************
003500* MODIFICATION HISTORY
003600*   10/31/2026  RVH  ORIGINAL.
003700******************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS CUST-ID
004600         FILE STATUS IS CUSTOMER-FILE-STATUS.
004700     SELECT SNAPSHOT-FILE ASSIGN TO SNAPFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS SNAPSHOT-FILE-STATUS.
005100     SELECT AUDIT-FILE ASSIGN TO AUDFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS AUDIT-FILE-STATUS.
005500     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS POSTED-HISTORY-STATUS.
005900     SELECT ACCRUAL-DETAIL-FILE ASSIGN TO ACCRDETL
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS ACCRUAL-DETAIL-STATUS.
006300     SELECT SORTED-MOVEMENT-FILE ASSIGN TO BPWK01
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS SORTED-MOVEMENT-STATUS.
006700     SELECT MOVEMENT-SORT-FILE ASSIGN TO SRTWK01.
006800     SELECT ALERT-FILE ASSIGN TO OPALERT
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS ALERT-FILE-STATUS.
007200     SELECT PROOF-REPORT ASSIGN TO BALPRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS PROOF-REPORT-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CUSTOMER-FILE
007900     LABEL RECORDS ARE STANDARD
008000     BLOCK CONTAINS 0 RECORDS
008100     RECORDING MODE F
008200     DATA RECORD IS CUSTOMER-RECORD.
008300     COPY CUSTREC.
008400
008500 FD  SNAPSHOT-FILE
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS
008800     RECORDING MODE F
008900     DATA RECORD IS SNAPSHOT-RECORD.
009000     COPY SNAPREC.
009100
009200 FD  AUDIT-FILE
009300     LABEL RECORDS ARE STANDARD
009400     BLOCK CONTAINS 0 RECORDS
009500     RECORDING MODE F
009600     DATA RECORD IS AUDIT-RECORD.
009700     COPY AUDREC.
009800
009900 FD  POSTED-HISTORY-FILE
010000     LABEL RECORDS ARE STANDARD
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORDING MODE F
010300     DATA RECORD IS POSTED-HISTORY-RECORD.
010400     COPY POSTHREC.
010500
010600 FD  ACCRUAL-DETAIL-FILE
010700     LABEL RECORDS ARE STANDARD
010800     BLOCK CONTAINS 0 RECORDS
010900     RECORDING MODE F
011000     DATA RECORD IS ACCRUAL-DETAIL-RECORD.
011100     COPY ACRDREC.
011200
011300 FD  SORTED-MOVEMENT-FILE
011400     LABEL RECORDS ARE STANDARD
011500     BLOCK CONTAINS 0 RECORDS
011600     RECORDING MODE F
011700     DATA RECORD IS SORTED-MOVEMENT-RECORD.
011800 01  SORTED-MOVEMENT-RECORD.
011900     05  SMV-CUST-ID          PIC X(10).
012000     05  SMV-SOURCE           PIC X(01).
012100         88  SMV-FROM-SNAPSHOT    VALUE "O".
012200         88  SMV-FROM-AUDIT       VALUE "M".
012300         88  SMV-FROM-POSTING     VALUE "P".
012400         88  SMV-FROM-ACCRUAL     VALUE "A".
012500     05  SMV-AMOUNT           PIC S9(8)V99.
012600
012700 SD  MOVEMENT-SORT-FILE
012800     DATA RECORD IS SORT-MOVEMENT-RECORD.
012900 01  SORT-MOVEMENT-RECORD.
013000     05  SRTMV-CUST-ID        PIC X(10).
013100     05  SRTMV-SOURCE         PIC X(01).
013200     05  SRTMV-AMOUNT         PIC S9(8)V99.
013300
013400 FD  ALERT-FILE
013500     LABEL RECORDS ARE STANDARD
013600     BLOCK CONTAINS 0 RECORDS
013700     RECORDING MODE F
013800     DATA RECORD IS ALERT-RECORD.
013900     COPY ALERTREC.
014000
014100 FD  PROOF-REPORT
014200     LABEL RECORDS ARE OMITTED
014300     RECORDING MODE F.
014400 01  PROOF-REPORT-LINE        PIC X(132).
014500
014600 WORKING-STORAGE SECTION.
014700******************************************************************
014800*    FILE STATUS                                                 *
014900******************************************************************
015000 01  CUSTOMER-FILE-STATUS      PIC X(02).
015100     88  CUST-FILE-OK              VALUE "00".
015200 01  SNAPSHOT-FILE-STATUS      PIC X(02).
015300     88  SNAPSHOT-FILE-OK          VALUE "00".
015400     88  SNAPSHOT-FILE-NOT-FOUND   VALUE "05" "35".
015500 01  AUDIT-FILE-STATUS         PIC X(02).
015600     88  AUDIT-FILE-OK             VALUE "00".
015700 01  POSTED-HISTORY-STATUS     PIC X(02).
015800     88  POSTED-HISTORY-OK         VALUE "00".
015900 01  ACCRUAL-DETAIL-STATUS     PIC X(02).
016000     88  ACCRUAL-DETAIL-OK         VALUE "00".
016100 01  SORTED-MOVEMENT-STATUS    PIC X(02).
016200     88  SORTED-MOVEMENT-OK        VALUE "00".
016300 01  ALERT-FILE-STATUS         PIC X(02).
016400     88  ALERT-FILE-OK             VALUE "00".
016500 01  PROOF-REPORT-STATUS       PIC X(02).
016600     88  PROOF-REPORT-OK           VALUE "00".
016700
016800******************************************************************
016900*    OPERATOR ALERT FIELDS - SAME CALLING CONVENTION AS          *
017000*    SAMPCOBL'S 8000-WRITE-OPERATOR-ALERT: CALLERS SET THE       *
017100*    OPERATION, STATUS TEXT AND SEVERITY, THEN PERFORM 8000.     *
017200******************************************************************
017300 01  WS-ALERT-PROGRAM          PIC X(08) VALUE "BALPROOF".
017400 01  WS-ALERT-OPERATION        PIC X(20) VALUE SPACES.
017500 01  WS-ALERT-STATUS-TEXT      PIC X(10) VALUE SPACES.
017600 01  WS-ALERT-SEVERITY         PIC 9(02) VALUE 8.
017700
017800******************************************************************
017900*    RUN CONTROL FIELDS                                          *
018000*    THE MASTER AND MOVEMENT STREAMS ARE WALKED SIDE BY SIDE ON  *
018100*    CUST-ID.  AN EXHAUSTED STREAM'S KEY GOES TO HIGH-VALUES SO  *
018200*    THE LOWER OF THE TWO KEYS IS ALWAYS THE NEXT ACCOUNT.       *
018300******************************************************************
018400 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
018500 01  WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
018600 01  WS-SNAPSHOT-AT-END        PIC X(01) VALUE "N".
018700     88  SNAPSHOT-FILE-AT-END      VALUE "Y".
018800 01  WS-AUDIT-AT-END           PIC X(01) VALUE "N".
018900     88  AUDIT-FILE-AT-END         VALUE "Y".
019000 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
019100     88  HISTORY-FILE-AT-END       VALUE "Y".
019200 01  WS-ACCRUAL-AT-END         PIC X(01) VALUE "N".
019300     88  ACCRUAL-FILE-AT-END       VALUE "Y".
019400 01  WS-CUST-KEY               PIC X(10) VALUE SPACES.
019500 01  WS-MOVE-KEY               PIC X(10) VALUE SPACES.
019600 01  WS-PROOF-KEY              PIC X(10) VALUE SPACES.
019700 01  WS-ON-MASTER              PIC X(01) VALUE "N".
019800     88  ACCOUNT-ON-MASTER         VALUE "Y".
019900 01  WS-SORTED-PRESENT         PIC X(01) VALUE "N".
020000     88  SORTED-FILE-PRESENT       VALUE "Y".
020100
020200******************************************************************
020300*    ONE ACCOUNT'S ROLL-FORWARD                                  *
020400******************************************************************
020500 01  WS-ACCOUNT-AMOUNTS.
020600     05  WS-ACCT-OPENING       PIC S9(9)V99.
020700     05  WS-ACCT-MAINTENANCE   PIC S9(9)V99.
020800     05  WS-ACCT-POSTED        PIC S9(9)V99.
020900     05  WS-ACCT-ACCRUED       PIC S9(9)V99.
021000     05  WS-ACCT-CLOSING       PIC S9(9)V99.
021100     05  WS-ACCT-DIFFERENCE    PIC S9(9)V99.
021200 01  WS-ACCT-EXPECTED          PIC S9(9)V99 VALUE 0.
021300 01  WS-ACCT-CURRENCY          PIC X(03) VALUE SPACES.
021400 01  WS-ACCT-BRANCH            PIC X(04) VALUE SPACES.
021500
021600******************************************************************
021700*    PROOF TABLE - ONE ENTRY PER CURRENCY AND BRANCH, KEPT IN    *
021800*    KEY ORDER AS ENTRIES ARRIVE SO THE REPORT PRINTS BRANCHES   *
021900*    GROUPED UNDER THEIR CURRENCY.  AN ACCOUNT NO LONGER ON THE  *
022000*    CLOSING MASTER (DELETED OR MERGED AWAY TONIGHT) HAS NO      *
022100*    CURRENCY OR BRANCH LEFT TO READ AND FILES UNDER ???/????.   *
022200*    A FULL TABLE STILL COUNTS IN THE GRAND TOTALS.              *
022300******************************************************************
022400 01  WS-PRF-TABLE-SIZE         PIC 9(03) BINARY VALUE 300.
022500 01  WS-PRF-ENTRY-COUNT        PIC 9(03) BINARY VALUE 0.
022600 01  WS-PRF-IDX                PIC 9(03) BINARY VALUE 0.
022700 01  WS-PRF-SHIFT-IDX          PIC 9(03) BINARY VALUE 0.
022800 01  WS-PRF-FOUND              PIC X(01) VALUE "N".
022900     88  PRF-ENTRY-FOUND           VALUE "Y".
023000 01  WS-PRF-NEW-KEY.
023100     05  WS-PRF-NEW-CURRENCY   PIC X(03).
023200     05  WS-PRF-NEW-BRANCH     PIC X(04).
023300 01  WS-PRF-ENTRIES.
023400     05  WS-PRF-ENTRY          OCCURS 301 TIMES.
023500         10  WS-PRF-KEY.
023600             15  WS-PRF-CURRENCY   PIC X(03).
023700             15  WS-PRF-BRANCH     PIC X(04).
023800         10  WS-PRF-ACCOUNTS       PIC 9(07) BINARY.
023900         10  WS-PRF-AMOUNTS.
024000             15  WS-PRF-OPENING    PIC S9(11)V99.
024100             15  WS-PRF-MAINTENANCE PIC S9(11)V99.
024200             15  WS-PRF-POSTED     PIC S9(11)V99.
024300             15  WS-PRF-ACCRUED    PIC S9(11)V99.
024400             15  WS-PRF-CLOSING    PIC S9(11)V99.
024500             15  WS-PRF-DIFFERENCE PIC S9(11)V99.
024600
024700******************************************************************
024800*    CURRENCY SUBTOTAL AND GRAND TOTAL ACCUMULATORS              *
024900******************************************************************
025000 01  WS-BREAK-CURRENCY         PIC X(03) VALUE SPACES.
025100 01  WS-CUR-ACCOUNTS           PIC 9(07) BINARY VALUE 0.
025200 01  WS-CUR-AMOUNTS.
025300     05  WS-CUR-OPENING        PIC S9(11)V99.
025400     05  WS-CUR-MAINTENANCE    PIC S9(11)V99.
025500     05  WS-CUR-POSTED         PIC S9(11)V99.
025600     05  WS-CUR-ACCRUED        PIC S9(11)V99.
025700     05  WS-CUR-CLOSING        PIC S9(11)V99.
025800     05  WS-CUR-DIFFERENCE     PIC S9(11)V99.
025900 01  WS-GRD-AMOUNTS.
026000     05  WS-GRD-OPENING        PIC S9(11)V99.
026100     05  WS-GRD-MAINTENANCE    PIC S9(11)V99.
026200     05  WS-GRD-POSTED         PIC S9(11)V99.
026300     05  WS-GRD-ACCRUED        PIC S9(11)V99.
026400     05  WS-GRD-CLOSING        PIC S9(11)V99.
026500     05  WS-GRD-DIFFERENCE     PIC S9(11)V99.
026600
026700******************************************************************
026800*    RUN TOTALS                                                  *
026900******************************************************************
027000 01  WS-SNAPSHOT-COUNT         PIC 9(07) BINARY VALUE 0.
027100 01  WS-AUDIT-COUNT            PIC 9(07) BINARY VALUE 0.
027200 01  WS-POSTING-COUNT          PIC 9(07) BINARY VALUE 0.
027300 01  WS-ACCRUAL-COUNT          PIC 9(07) BINARY VALUE 0.
027400 01  WS-ACCOUNT-COUNT          PIC 9(07) BINARY VALUE 0.
027500 01  WS-NOT-ON-MASTER-COUNT    PIC 9(07) BINARY VALUE 0.
027600 01  WS-EXCEPTION-COUNT        PIC 9(07) BINARY VALUE 0.
027700
027800******************************************************************
027900*    REPORT LINE LAYOUTS                                         *
028000******************************************************************
028100 01  BP-HEADING-LINE-1.
028200     05  FILLER                PIC X(01) VALUE SPACE.
028300     05  FILLER                PIC X(50) VALUE
028400         "BALPROOF - DAILY BALANCE ROLL-FORWARD PROOF".
028500     05  FILLER                PIC X(09) VALUE "RUN DATE ".
028600     05  BP-HDG1-RUN-DATE      PIC 9(06).
028700
028800 01  BP-SECTION-LINE.
028900     05  FILLER                PIC X(01) VALUE SPACE.
029000     05  BP-SECTION-TEXT       PIC X(60) VALUE SPACES.
029100
029200 01  BP-EXCEPTION-HEADING.
029300     05  FILLER                PIC X(01) VALUE SPACE.
029400     05  FILLER                PIC X(12) VALUE "CUST-ID".
029500     05  FILLER                PIC X(04) VALUE "CUR".
029600     05  FILLER                PIC X(05) VALUE "BRCH".
029700     05  FILLER                PIC X(14) VALUE
029800         "      OPENING".
029900     05  FILLER                PIC X(14) VALUE
030000         "  MAINTENANCE".
030100     05  FILLER                PIC X(14) VALUE
030200         "     POSTINGS".
030300     05  FILLER                PIC X(14) VALUE
030400         "     ACCRUALS".
030500     05  FILLER                PIC X(14) VALUE
030600         "      CLOSING".
030700     05  FILLER                PIC X(14) VALUE
030800         "   DIFFERENCE".
030900
031000 01  BP-EXCEPTION-LINE.
031100     05  FILLER                PIC X(01) VALUE SPACE.
031200     05  BP-EXC-CUST-ID        PIC X(10).
031300     05  FILLER                PIC X(02) VALUE SPACES.
031400     05  BP-EXC-CURRENCY       PIC X(03).
031500     05  FILLER                PIC X(01) VALUE SPACE.
031600     05  BP-EXC-BRANCH         PIC X(04).
031700     05  FILLER                PIC X(01) VALUE SPACE.
031800     05  BP-EXC-OPENING        PIC -Z,ZZZ,ZZ9.99.
031900     05  FILLER                PIC X(01) VALUE SPACE.
032000     05  BP-EXC-MAINTENANCE    PIC -Z,ZZZ,ZZ9.99.
032100     05  FILLER                PIC X(01) VALUE SPACE.
032200     05  BP-EXC-POSTED         PIC -Z,ZZZ,ZZ9.99.
032300     05  FILLER                PIC X(01) VALUE SPACE.
032400     05  BP-EXC-ACCRUED        PIC -Z,ZZZ,ZZ9.99.
032500     05  FILLER                PIC X(01) VALUE SPACE.
032600     05  BP-EXC-CLOSING        PIC -Z,ZZZ,ZZ9.99.
032700     05  FILLER                PIC X(01) VALUE SPACE.
032800     05  BP-EXC-DIFFERENCE     PIC -Z,ZZZ,ZZ9.99.
032900
033000 01  BP-SUMMARY-HEADING.
033100     05  FILLER                PIC X(01) VALUE SPACE.
033200     05  FILLER                PIC X(05) VALUE "CUR".
033300     05  FILLER                PIC X(06) VALUE "BRCH".
033400     05  FILLER                PIC X(07) VALUE "ACCTS".
033500     05  FILLER                PIC X(16) VALUE
033600         "         OPENING".
033700     05  FILLER                PIC X(16) VALUE
033800         "     MAINTENANCE".
033900     05  FILLER                PIC X(16) VALUE
034000         "        POSTINGS".
034100     05  FILLER                PIC X(16) VALUE
034200         "        ACCRUALS".
034300     05  FILLER                PIC X(16) VALUE
034400         "         CLOSING".
034500     05  FILLER                PIC X(16) VALUE
034600         "      DIFFERENCE".
034700
034800 01  BP-SUMMARY-LINE.
034900     05  FILLER                PIC X(01) VALUE SPACE.
035000     05  BP-SUM-CURRENCY       PIC X(03).
035100     05  FILLER                PIC X(02) VALUE SPACES.
035200     05  BP-SUM-BRANCH         PIC X(05).
035300     05  FILLER                PIC X(01) VALUE SPACE.
035400     05  BP-SUM-ACCOUNTS       PIC ZZZ,ZZ9.
035500     05  FILLER                PIC X(01) VALUE SPACE.
035600     05  BP-SUM-OPENING        PIC -ZZZ,ZZZ,ZZ9.99.
035700     05  FILLER                PIC X(01) VALUE SPACE.
035800     05  BP-SUM-MAINTENANCE    PIC -ZZZ,ZZZ,ZZ9.99.
035900     05  FILLER                PIC X(01) VALUE SPACE.
036000     05  BP-SUM-POSTED         PIC -ZZZ,ZZZ,ZZ9.99.
036100     05  FILLER                PIC X(01) VALUE SPACE.
036200     05  BP-SUM-ACCRUED        PIC -ZZZ,ZZZ,ZZ9.99.
036300     05  FILLER                PIC X(01) VALUE SPACE.
036400     05  BP-SUM-CLOSING        PIC -ZZZ,ZZZ,ZZ9.99.
036500     05  FILLER                PIC X(01) VALUE SPACE.
036600     05  BP-SUM-DIFFERENCE     PIC -ZZZ,ZZZ,ZZ9.99.
036700     05  FILLER                PIC X(02) VALUE SPACES.
036800     05  BP-SUM-FLAG           PIC X(03).
036900
037000 01  BP-FOOTER-LINE.
037100     05  FILLER                PIC X(01) VALUE SPACE.
037200     05  BP-FTR-LABEL          PIC X(30).
037300     05  BP-FTR-COUNT          PIC ZZZ,ZZZ,ZZ9.
037400
037500 01  BP-RESULT-LINE.
037600     05  FILLER                PIC X(01) VALUE SPACE.
037700     05  BP-RESULT-TEXT        PIC X(60) VALUE SPACES.
037800
037900 PROCEDURE DIVISION.
038000******************************************************************
038100*    0000-MAINLINE                                               *
038200******************************************************************
038300 0000-MAINLINE.
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038500     PERFORM 1500-SORT-THE-MOVEMENTS THRU 1500-EXIT
038600     PERFORM 2000-PROVE-ALL-ACCOUNTS THRU 2000-EXIT
038700     PERFORM 5000-WRITE-PROOF-SUMMARY THRU 5000-EXIT
038800     PERFORM 9000-TERMINATE THRU 9000-EXIT
038900     STOP RUN.
039000
039100******************************************************************
039200*    1000-INITIALIZE                                             *
039300*    THE OPENING SNAPSHOT IS THE STARTING POINT OF THE PROOF -   *
039400*    WITHOUT IT THERE IS NOTHING TO ROLL FORWARD, AND THE RUN    *
039500*    STOPS RATHER THAN REPORT EVERY BALANCE AS UNEXPLAINED.      *
039600******************************************************************
039700 1000-INITIALIZE.
039800     ACCEPT WS-RUN-DATE FROM DATE
039900     INITIALIZE WS-GRD-AMOUNTS
040000     OPEN INPUT CUSTOMER-FILE
040100     IF NOT CUST-FILE-OK
040200         DISPLAY "BALPROOF - ERROR OPENING CUSTOMER FILE - "
040300             "STATUS " CUSTOMER-FILE-STATUS
040400         MOVE 8 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     OPEN INPUT SNAPSHOT-FILE
040800     IF NOT SNAPSHOT-FILE-OK
040900         IF SNAPSHOT-FILE-NOT-FOUND
041000             DISPLAY "BALPROOF - OPENING SNAPSHOT NOT FOUND - "
041100                 "PROOF CANNOT RUN"
041200         ELSE
041300             DISPLAY "BALPROOF - ERROR OPENING SNAPSHOT - "
041400                 "STATUS " SNAPSHOT-FILE-STATUS
041500         END-IF
041600         CLOSE CUSTOMER-FILE
041700         MOVE 24 TO RETURN-CODE
041800         STOP RUN
041900     END-IF
042000     CLOSE SNAPSHOT-FILE
042100     OPEN OUTPUT PROOF-REPORT
042200     IF NOT PROOF-REPORT-OK
042300         DISPLAY "BALPROOF - ERROR OPENING PROOF REPORT - "
042400             "STATUS " PROOF-REPORT-STATUS
042500         CLOSE CUSTOMER-FILE
042600         MOVE 24 TO RETURN-CODE
042700         STOP RUN
042800     END-IF
042900     OPEN EXTEND ALERT-FILE
043000     IF NOT ALERT-FILE-OK
043100         DISPLAY "BALPROOF - ALERT FILE NOT AVAILABLE - STATUS "
043200             ALERT-FILE-STATUS " - ALERTS WILL NOT BE RAISED"
043300     END-IF
043400     MOVE WS-RUN-DATE TO BP-HDG1-RUN-DATE
043500     WRITE PROOF-REPORT-LINE FROM BP-HEADING-LINE-1
043600     MOVE SPACES TO PROOF-REPORT-LINE
043700     WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
043800     MOVE "ACCOUNTS THAT DO NOT PROVE" TO BP-SECTION-TEXT
043900     WRITE PROOF-REPORT-LINE FROM BP-SECTION-LINE
044000     WRITE PROOF-REPORT-LINE FROM BP-EXCEPTION-HEADING.
044100 1000-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*    1500-SORT-THE-MOVEMENTS                                     *
044600*    THE OPENING BALANCES AND ALL THREE KINDS OF MOVEMENT INTO   *
044700*    ONE STREAM IN CUST-ID ORDER.  ONLY THE NET PER ACCOUNT      *
044800*    MATTERS, SO NOTHING FINER THAN CUST-ID IS NEEDED.           *
044900******************************************************************
045000 1500-SORT-THE-MOVEMENTS.
045100     SORT MOVEMENT-SORT-FILE
045200         ON ASCENDING KEY SRTMV-CUST-ID
045300         INPUT PROCEDURE IS 1600-RELEASE-MOVEMENTS
045400             THRU 1600-EXIT
045500         GIVING SORTED-MOVEMENT-FILE.
045600 1500-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000*    1600-RELEASE-MOVEMENTS                                      *
046100*    THE SNAPSHOT WAS PROVED PRESENT AT INITIALIZATION.  THE     *
046200*    MOVEMENT FILES ARE NOT REQUIRED - A NIGHT WITH NO POSTINGS  *
046300*    OR NO ACCRUALS IS NORMAL - BUT A MISSING FILE IS CALLED OUT *
046400*    SO AN OUT-OF-BALANCE RESULT CAN BE READ FOR WHAT IT IS.     *
046500******************************************************************
046600 1600-RELEASE-MOVEMENTS.
046700     OPEN INPUT SNAPSHOT-FILE
046800     PERFORM 1610-READ-NEXT-SNAPSHOT THRU 1610-EXIT
046900     PERFORM 1620-RELEASE-ONE-SNAPSHOT THRU 1620-EXIT
047000         UNTIL SNAPSHOT-FILE-AT-END
047100     CLOSE SNAPSHOT-FILE
047200     OPEN INPUT AUDIT-FILE
047300     IF AUDIT-FILE-OK
047400         PERFORM 1630-READ-NEXT-AUDIT THRU 1630-EXIT
047500         PERFORM 1640-RELEASE-ONE-AUDIT THRU 1640-EXIT
047600             UNTIL AUDIT-FILE-AT-END
047700         CLOSE AUDIT-FILE
047800     ELSE
047900         DISPLAY "BALPROOF - NO AUDIT TRAIL TONIGHT - "
048000             "STATUS " AUDIT-FILE-STATUS
048100     END-IF
048200     OPEN INPUT POSTED-HISTORY-FILE
048300     IF POSTED-HISTORY-OK
048400         PERFORM 1650-READ-NEXT-HISTORY THRU 1650-EXIT
048500         PERFORM 1660-RELEASE-ONE-POSTING THRU 1660-EXIT
048600             UNTIL HISTORY-FILE-AT-END
048700         CLOSE POSTED-HISTORY-FILE
048800     ELSE
048900         DISPLAY "BALPROOF - NO POSTED HISTORY TONIGHT - "
049000             "STATUS " POSTED-HISTORY-STATUS
049100     END-IF
049200     OPEN INPUT ACCRUAL-DETAIL-FILE
049300     IF ACCRUAL-DETAIL-OK
049400         PERFORM 1670-READ-NEXT-ACCRUAL THRU 1670-EXIT
049500         PERFORM 1680-RELEASE-ONE-ACCRUAL THRU 1680-EXIT
049600             UNTIL ACCRUAL-FILE-AT-END
049700         CLOSE ACCRUAL-DETAIL-FILE
049800     ELSE
049900         DISPLAY "BALPROOF - NO ACCRUAL DETAIL TONIGHT - "
050000             "STATUS " ACCRUAL-DETAIL-STATUS
050100     END-IF.
050200 1600-EXIT.
050300     EXIT.
050400
050500 1610-READ-NEXT-SNAPSHOT.
050600     READ SNAPSHOT-FILE
050700         AT END
050800             MOVE "Y" TO WS-SNAPSHOT-AT-END
050900     END-READ.
051000 1610-EXIT.
051100     EXIT.
051200
051300 1620-RELEASE-ONE-SNAPSHOT.
051400     ADD 1 TO WS-SNAPSHOT-COUNT
051500     MOVE SNAP-CUST-ID TO SRTMV-CUST-ID
051600     MOVE "O" TO SRTMV-SOURCE
051700     MOVE SNAP-BALANCE TO SRTMV-AMOUNT
051800     RELEASE SORT-MOVEMENT-RECORD
051900     PERFORM 1610-READ-NEXT-SNAPSHOT THRU 1610-EXIT.
052000 1620-EXIT.
052100     EXIT.
052200
052300 1630-READ-NEXT-AUDIT.
052400     READ AUDIT-FILE
052500         AT END
052600             MOVE "Y" TO WS-AUDIT-AT-END
052700     END-READ.
052800 1630-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    1640-RELEASE-ONE-AUDIT                                      *
053300*    NEW LESS OLD BALANCE COVERS ALL THREE CHANGE TYPES - A NEW  *
053400*    ACCOUNT CARRIES AN OLD BALANCE OF ZERO AND A DROPPED ONE A  *
053500*    NEW BALANCE OF ZERO, SO A DELETE OR MERGE LOSER TAKES ITS   *
053600*    WHOLE OPENING BALANCE OFF AND THE SURVIVOR'S CHANGE PUTS    *
053700*    IT BACK ON.                                                 *
053800******************************************************************
053900 1640-RELEASE-ONE-AUDIT.
054000     ADD 1 TO WS-AUDIT-COUNT
054100     MOVE AUD-CUST-ID TO SRTMV-CUST-ID
054200     MOVE "M" TO SRTMV-SOURCE
054300     SUBTRACT AUD-OLD-BALANCE FROM AUD-NEW-BALANCE
054400         GIVING SRTMV-AMOUNT
054500     RELEASE SORT-MOVEMENT-RECORD
054600     PERFORM 1630-READ-NEXT-AUDIT THRU 1630-EXIT.
054700 1640-EXIT.
054800     EXIT.
054900
055000 1650-READ-NEXT-HISTORY.
055100     READ POSTED-HISTORY-FILE
055200         AT END
055300             MOVE "Y" TO WS-HISTORY-AT-END
055400     END-READ.
055500 1650-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    1660-RELEASE-ONE-POSTING                                    *
056000*    THE MOVEMENT IS WHAT THE POST DID TO THE BALANCE (NEW LESS  *
056100*    OLD), NOT THE TRANSACTION AMOUNT, SO THE DIRECTION OF EVERY *
056200*    TRANSACTION TYPE AND MODIFIER NEEDS NO SECOND DEFINITION.   *
056300******************************************************************
056400 1660-RELEASE-ONE-POSTING.
056500     ADD 1 TO WS-POSTING-COUNT
056600     MOVE POSTH-CUST-ID TO SRTMV-CUST-ID
056700     MOVE "P" TO SRTMV-SOURCE
056800     SUBTRACT POSTH-OLD-BALANCE FROM POSTH-NEW-BALANCE
056900         GIVING SRTMV-AMOUNT
057000     RELEASE SORT-MOVEMENT-RECORD
057100     PERFORM 1650-READ-NEXT-HISTORY THRU 1650-EXIT.
057200 1660-EXIT.
057300     EXIT.
057400
057500 1670-READ-NEXT-ACCRUAL.
057600     READ ACCRUAL-DETAIL-FILE
057700         AT END
057800             MOVE "Y" TO WS-ACCRUAL-AT-END
057900     END-READ.
058000 1670-EXIT.
058100     EXIT.
058200
058300 1680-RELEASE-ONE-ACCRUAL.
058400     ADD 1 TO WS-ACCRUAL-COUNT
058500     MOVE ACRD-CUST-ID TO SRTMV-CUST-ID
058600     MOVE "A" TO SRTMV-SOURCE
058700     SUBTRACT ACRD-OLD-BALANCE FROM ACRD-NEW-BALANCE
058800         GIVING SRTMV-AMOUNT
058900     RELEASE SORT-MOVEMENT-RECORD
059000     PERFORM 1670-READ-NEXT-ACCRUAL THRU 1670-EXIT.
059100 1680-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500*    2000-PROVE-ALL-ACCOUNTS                                     *
059600******************************************************************
059700 2000-PROVE-ALL-ACCOUNTS.
059800     OPEN INPUT SORTED-MOVEMENT-FILE
059900     IF NOT SORTED-MOVEMENT-OK
060000         MOVE HIGH-VALUES TO WS-MOVE-KEY
060100     ELSE
060200         MOVE "Y" TO WS-SORTED-PRESENT
060300         PERFORM 2200-READ-NEXT-MOVEMENT THRU 2200-EXIT
060400     END-IF
060500     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
060600     PERFORM 3000-PROVE-ONE-ACCOUNT THRU 3000-EXIT
060700         UNTIL WS-CUST-KEY = HIGH-VALUES AND
060800               WS-MOVE-KEY = HIGH-VALUES
060900     IF SORTED-FILE-PRESENT
061000         CLOSE SORTED-MOVEMENT-FILE
061100     END-IF
061200     IF WS-EXCEPTION-COUNT = 0
061300         MOVE "    NONE - EVERY ACCOUNT PROVES" TO
061400             BP-SECTION-TEXT
061500         WRITE PROOF-REPORT-LINE FROM BP-SECTION-LINE
061600     END-IF.
061700 2000-EXIT.
061800     EXIT.
061900
062000 2100-READ-NEXT-CUSTOMER.
062100     READ CUSTOMER-FILE NEXT RECORD
062200         AT END
062300             MOVE HIGH-VALUES TO WS-CUST-KEY
062400         NOT AT END
062500             MOVE CUST-ID TO WS-CUST-KEY
062600     END-READ.
062700 2100-EXIT.
062800     EXIT.
062900
063000 2200-READ-NEXT-MOVEMENT.
063100     READ SORTED-MOVEMENT-FILE
063200         AT END
063300             MOVE HIGH-VALUES TO WS-MOVE-KEY
063400         NOT AT END
063500             MOVE SMV-CUST-ID TO WS-MOVE-KEY
063600     END-READ.
063700 2200-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100*    3000-PROVE-ONE-ACCOUNT                                      *
064200*    OPENING PLUS MAINTENANCE PLUS POSTINGS PLUS ACCRUALS MUST   *
064300*    EQUAL THE CLOSING BALANCE TO THE PENNY.  AN ACCOUNT GONE    *
064400*    FROM THE MASTER CLOSES AT ZERO.                             *
064500******************************************************************
064600 3000-PROVE-ONE-ACCOUNT.
064700     IF WS-CUST-KEY < WS-MOVE-KEY
064800         MOVE WS-CUST-KEY TO WS-PROOF-KEY
064900     ELSE
065000         MOVE WS-MOVE-KEY TO WS-PROOF-KEY
065100     END-IF
065200     INITIALIZE WS-ACCOUNT-AMOUNTS
065300     PERFORM 3100-ADD-ONE-MOVEMENT THRU 3100-EXIT
065400         UNTIL WS-MOVE-KEY NOT = WS-PROOF-KEY
065500     IF WS-CUST-KEY = WS-PROOF-KEY
065600         MOVE "Y" TO WS-ON-MASTER
065700         MOVE CUST-BALANCE TO WS-ACCT-CLOSING
065800         MOVE CUST-CURRENCY-CODE TO WS-ACCT-CURRENCY
065900         IF WS-ACCT-CURRENCY = SPACES
066000             MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
066100         END-IF
066200         MOVE CUST-BRANCH-CODE TO WS-ACCT-BRANCH
066300         IF WS-ACCT-BRANCH = SPACES
066400             MOVE "????" TO WS-ACCT-BRANCH
066500         END-IF
066600         PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
066700     ELSE
066800         MOVE "N" TO WS-ON-MASTER
066900         MOVE ZERO TO WS-ACCT-CLOSING
067000         MOVE "???" TO WS-ACCT-CURRENCY
067100         MOVE "????" TO WS-ACCT-BRANCH
067200         ADD 1 TO WS-NOT-ON-MASTER-COUNT
067300     END-IF
067400     ADD 1 TO WS-ACCOUNT-COUNT
067500     COMPUTE WS-ACCT-EXPECTED = WS-ACCT-OPENING
067600         + WS-ACCT-MAINTENANCE + WS-ACCT-POSTED
067700         + WS-ACCT-ACCRUED
067800     SUBTRACT WS-ACCT-EXPECTED FROM WS-ACCT-CLOSING
067900         GIVING WS-ACCT-DIFFERENCE
068000     IF WS-ACCT-DIFFERENCE NOT = 0
068100         PERFORM 3200-WRITE-EXCEPTION-LINE THRU 3200-EXIT
068200     END-IF
068300     PERFORM 4000-ADD-TO-PROOF-TABLE THRU 4000-EXIT
068400     ADD WS-ACCT-OPENING TO WS-GRD-OPENING
068500     ADD WS-ACCT-MAINTENANCE TO WS-GRD-MAINTENANCE
068600     ADD WS-ACCT-POSTED TO WS-GRD-POSTED
068700     ADD WS-ACCT-ACCRUED TO WS-GRD-ACCRUED
068800     ADD WS-ACCT-CLOSING TO WS-GRD-CLOSING
068900     ADD WS-ACCT-DIFFERENCE TO WS-GRD-DIFFERENCE.
069000 3000-EXIT.
069100     EXIT.
069200
069300 3100-ADD-ONE-MOVEMENT.
069400     EVALUATE TRUE
069500         WHEN SMV-FROM-SNAPSHOT
069600             ADD SMV-AMOUNT TO WS-ACCT-OPENING
069700         WHEN SMV-FROM-AUDIT
069800             ADD SMV-AMOUNT TO WS-ACCT-MAINTENANCE
069900         WHEN SMV-FROM-POSTING
070000             ADD SMV-AMOUNT TO WS-ACCT-POSTED
070100         WHEN SMV-FROM-ACCRUAL
070200             ADD SMV-AMOUNT TO WS-ACCT-ACCRUED
070300     END-EVALUATE
070400     PERFORM 2200-READ-NEXT-MOVEMENT THRU 2200-EXIT.
070500 3100-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900*    3200-WRITE-EXCEPTION-LINE                                   *
071000******************************************************************
071100 3200-WRITE-EXCEPTION-LINE.
071200     ADD 1 TO WS-EXCEPTION-COUNT
071300     MOVE WS-PROOF-KEY TO BP-EXC-CUST-ID
071400     MOVE WS-ACCT-CURRENCY TO BP-EXC-CURRENCY
071500     MOVE WS-ACCT-BRANCH TO BP-EXC-BRANCH
071600     MOVE WS-ACCT-OPENING TO BP-EXC-OPENING
071700     MOVE WS-ACCT-MAINTENANCE TO BP-EXC-MAINTENANCE
071800     MOVE WS-ACCT-POSTED TO BP-EXC-POSTED
071900     MOVE WS-ACCT-ACCRUED TO BP-EXC-ACCRUED
072000     MOVE WS-ACCT-CLOSING TO BP-EXC-CLOSING
072100     MOVE WS-ACCT-DIFFERENCE TO BP-EXC-DIFFERENCE
072200     WRITE PROOF-REPORT-LINE FROM BP-EXCEPTION-LINE.
072300 3200-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700*    4000-ADD-TO-PROOF-TABLE                                     *
072800*    FINDS THE ACCOUNT'S CURRENCY/BRANCH ENTRY, OR THE SLOT IT   *
072900*    BELONGS IN - THE FIRST ENTRY WITH A KEY NOT LOWER THAN ITS  *
073000*    OWN - AND OPENS THAT SLOT BY SHIFTING THE REST DOWN ONE.    *
073100******************************************************************
073200 4000-ADD-TO-PROOF-TABLE.
073300     MOVE WS-ACCT-CURRENCY TO WS-PRF-NEW-CURRENCY
073400     MOVE WS-ACCT-BRANCH TO WS-PRF-NEW-BRANCH
073500     MOVE "N" TO WS-PRF-FOUND
073600     MOVE 0 TO WS-PRF-IDX
073700     PERFORM 4100-FIND-PROOF-SLOT THRU 4100-EXIT
073800         UNTIL PRF-ENTRY-FOUND OR
073900               WS-PRF-IDX = WS-PRF-ENTRY-COUNT
074000     IF PRF-ENTRY-FOUND AND
074100             WS-PRF-KEY(WS-PRF-IDX) = WS-PRF-NEW-KEY
074200         GO TO 4000-ADD
074300     END-IF
074400     IF WS-PRF-ENTRY-COUNT NOT < WS-PRF-TABLE-SIZE
074500         DISPLAY "BALPROOF - PROOF TABLE FULL - "
074600             WS-PRF-NEW-KEY " COUNTED IN GRAND TOTALS ONLY"
074700         GO TO 4000-EXIT
074800     END-IF
074900     IF NOT PRF-ENTRY-FOUND
075000         ADD 1 TO WS-PRF-IDX
075100     END-IF
075200     PERFORM 4200-SHIFT-ONE-ENTRY THRU 4200-EXIT
075300         VARYING WS-PRF-SHIFT-IDX FROM WS-PRF-ENTRY-COUNT
075400         BY -1 UNTIL WS-PRF-SHIFT-IDX < WS-PRF-IDX
075500     ADD 1 TO WS-PRF-ENTRY-COUNT
075600     MOVE WS-PRF-NEW-KEY TO WS-PRF-KEY(WS-PRF-IDX)
075700     MOVE 0 TO WS-PRF-ACCOUNTS(WS-PRF-IDX)
075800     INITIALIZE WS-PRF-AMOUNTS(WS-PRF-IDX).
075900 4000-ADD.
076000     ADD 1 TO WS-PRF-ACCOUNTS(WS-PRF-IDX)
076100     ADD WS-ACCT-OPENING TO WS-PRF-OPENING(WS-PRF-IDX)
076200     ADD WS-ACCT-MAINTENANCE TO WS-PRF-MAINTENANCE(WS-PRF-IDX)
076300     ADD WS-ACCT-POSTED TO WS-PRF-POSTED(WS-PRF-IDX)
076400     ADD WS-ACCT-ACCRUED TO WS-PRF-ACCRUED(WS-PRF-IDX)
076500     ADD WS-ACCT-CLOSING TO WS-PRF-CLOSING(WS-PRF-IDX)
076600     ADD WS-ACCT-DIFFERENCE TO WS-PRF-DIFFERENCE(WS-PRF-IDX).
076700 4000-EXIT.
076800     EXIT.
076900
077000 4100-FIND-PROOF-SLOT.
077100     ADD 1 TO WS-PRF-IDX
077200     IF WS-PRF-KEY(WS-PRF-IDX) NOT < WS-PRF-NEW-KEY
077300         MOVE "Y" TO WS-PRF-FOUND
077400     END-IF.
077500 4100-EXIT.
077600     EXIT.
077700
077800 4200-SHIFT-ONE-ENTRY.
077900     MOVE WS-PRF-ENTRY(WS-PRF-SHIFT-IDX) TO
078000         WS-PRF-ENTRY(WS-PRF-SHIFT-IDX + 1).
078100 4200-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*    5000-WRITE-PROOF-SUMMARY                                    *
078600*    ONE LINE PER BRANCH WITHIN CURRENCY, A SUBTOTAL PER         *
078700*    CURRENCY, THEN THE RUN FOOTERS AND THE VERDICT.  AMOUNTS    *
078800*    STAY IN THEIR NATIVE CURRENCY - THE PROOF IS ARITHMETIC ON  *
078900*    THE MASTER'S OWN FIGURES, SO NO RATE ENTERS INTO IT.  ANY   *
079000*    ACCOUNT THAT FAILED TO PROVE RAISES THE SEVERITY-16 ALERT.  *
079100******************************************************************
079200 5000-WRITE-PROOF-SUMMARY.
079300     MOVE SPACES TO PROOF-REPORT-LINE
079400     WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
079500     MOVE "ROLL-FORWARD BY CURRENCY AND BRANCH" TO
079600         BP-SECTION-TEXT
079700     WRITE PROOF-REPORT-LINE FROM BP-SECTION-LINE
079800     WRITE PROOF-REPORT-LINE FROM BP-SUMMARY-HEADING
079900     MOVE SPACES TO WS-BREAK-CURRENCY
080000     PERFORM 5100-WRITE-ONE-BRANCH THRU 5100-EXIT
080100         VARYING WS-PRF-IDX FROM 1 BY 1
080200         UNTIL WS-PRF-IDX > WS-PRF-ENTRY-COUNT
080300     IF WS-PRF-ENTRY-COUNT > 0
080400         PERFORM 5200-WRITE-CURRENCY-TOTAL THRU 5200-EXIT
080500     END-IF
080600     MOVE SPACES TO PROOF-REPORT-LINE
080700     WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
080800     MOVE "ALL" TO BP-SUM-CURRENCY
080900     MOVE SPACES TO BP-SUM-BRANCH
081000     MOVE WS-ACCOUNT-COUNT TO BP-SUM-ACCOUNTS
081100     MOVE WS-GRD-OPENING TO BP-SUM-OPENING
081200     MOVE WS-GRD-MAINTENANCE TO BP-SUM-MAINTENANCE
081300     MOVE WS-GRD-POSTED TO BP-SUM-POSTED
081400     MOVE WS-GRD-ACCRUED TO BP-SUM-ACCRUED
081500     MOVE WS-GRD-CLOSING TO BP-SUM-CLOSING
081600     MOVE WS-GRD-DIFFERENCE TO BP-SUM-DIFFERENCE
081700     MOVE SPACES TO BP-SUM-FLAG
081800     IF WS-EXCEPTION-COUNT > 0
081900         MOVE "***" TO BP-SUM-FLAG
082000     END-IF
082100     WRITE PROOF-REPORT-LINE FROM BP-SUMMARY-LINE
082200     MOVE SPACES TO PROOF-REPORT-LINE
082300     WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
082400     MOVE "SNAPSHOT RECORDS READ . . . ." TO BP-FTR-LABEL
082500     MOVE WS-SNAPSHOT-COUNT TO BP-FTR-COUNT
082600     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
082700     MOVE "AUDIT TRAIL RECORDS READ  . ." TO BP-FTR-LABEL
082800     MOVE WS-AUDIT-COUNT TO BP-FTR-COUNT
082900     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
083000     MOVE "POSTED HISTORY RECORDS READ ." TO BP-FTR-LABEL
083100     MOVE WS-POSTING-COUNT TO BP-FTR-COUNT
083200     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
083300     MOVE "ACCRUAL DETAIL RECORDS READ ." TO BP-FTR-LABEL
083400     MOVE WS-ACCRUAL-COUNT TO BP-FTR-COUNT
083500     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
083600     MOVE "ACCOUNTS PROVED . . . . . . ." TO BP-FTR-LABEL
083700     MOVE WS-ACCOUNT-COUNT TO BP-FTR-COUNT
083800     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
083900     MOVE "ACCOUNTS NOT ON CLOSING MASTER" TO BP-FTR-LABEL
084000     MOVE WS-NOT-ON-MASTER-COUNT TO BP-FTR-COUNT
084100     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
084200     MOVE "ACCOUNTS OUT OF BALANCE . . ." TO BP-FTR-LABEL
084300     MOVE WS-EXCEPTION-COUNT TO BP-FTR-COUNT
084400     WRITE PROOF-REPORT-LINE FROM BP-FOOTER-LINE
084500     MOVE SPACES TO PROOF-REPORT-LINE
084600     WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
084700     IF WS-EXCEPTION-COUNT > 0
084800         MOVE "*** OUT OF BALANCE - UNEXPLAINED BALANCE MOVEMENT"
084900             TO BP-RESULT-TEXT
085000         DISPLAY "BALPROOF - OUT OF BALANCE - "
085100             WS-EXCEPTION-COUNT " ACCOUNT(S), DIFFERENCE "
085200             WS-GRD-DIFFERENCE
085300         MOVE 16 TO RETURN-CODE
085400         MOVE "ROLL-FORWARD-PROOF" TO WS-ALERT-OPERATION
085500         MOVE "OUTOFBAL" TO WS-ALERT-STATUS-TEXT
085600         MOVE 16 TO WS-ALERT-SEVERITY
085700         PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
085800     ELSE
085900         MOVE "ROLL-FORWARD PROVES - EVERY MOVEMENT EXPLAINED"
086000             TO BP-RESULT-TEXT
086100         DISPLAY "BALPROOF - ROLL-FORWARD PROVES"
086200     END-IF
086300     WRITE PROOF-REPORT-LINE FROM BP-RESULT-LINE.
086400 5000-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800*    5100-WRITE-ONE-BRANCH                                       *
086900******************************************************************
087000 5100-WRITE-ONE-BRANCH.
087100     IF WS-PRF-CURRENCY(WS-PRF-IDX) NOT = WS-BREAK-CURRENCY
087200         IF WS-PRF-IDX > 1
087300             PERFORM 5200-WRITE-CURRENCY-TOTAL THRU 5200-EXIT
087400         END-IF
087500         MOVE WS-PRF-CURRENCY(WS-PRF-IDX) TO WS-BREAK-CURRENCY
087600         MOVE 0 TO WS-CUR-ACCOUNTS
087700         INITIALIZE WS-CUR-AMOUNTS
087800     END-IF
087900     MOVE WS-PRF-CURRENCY(WS-PRF-IDX) TO BP-SUM-CURRENCY
088000     MOVE WS-PRF-BRANCH(WS-PRF-IDX) TO BP-SUM-BRANCH
088100     MOVE WS-PRF-ACCOUNTS(WS-PRF-IDX) TO BP-SUM-ACCOUNTS
088200     MOVE WS-PRF-OPENING(WS-PRF-IDX) TO BP-SUM-OPENING
088300     MOVE WS-PRF-MAINTENANCE(WS-PRF-IDX) TO BP-SUM-MAINTENANCE
088400     MOVE WS-PRF-POSTED(WS-PRF-IDX) TO BP-SUM-POSTED
088500     MOVE WS-PRF-ACCRUED(WS-PRF-IDX) TO BP-SUM-ACCRUED
088600     MOVE WS-PRF-CLOSING(WS-PRF-IDX) TO BP-SUM-CLOSING
088700     MOVE WS-PRF-DIFFERENCE(WS-PRF-IDX) TO BP-SUM-DIFFERENCE
088800     MOVE SPACES TO BP-SUM-FLAG
088900     IF WS-PRF-DIFFERENCE(WS-PRF-IDX) NOT = 0
089000         MOVE "***" TO BP-SUM-FLAG
089100     END-IF
089200     WRITE PROOF-REPORT-LINE FROM BP-SUMMARY-LINE
089300     ADD WS-PRF-ACCOUNTS(WS-PRF-IDX) TO WS-CUR-ACCOUNTS
089400     ADD WS-PRF-OPENING(WS-PRF-IDX) TO WS-CUR-OPENING
089500     ADD WS-PRF-MAINTENANCE(WS-PRF-IDX) TO WS-CUR-MAINTENANCE
089600     ADD WS-PRF-POSTED(WS-PRF-IDX) TO WS-CUR-POSTED
089700     ADD WS-PRF-ACCRUED(WS-PRF-IDX) TO WS-CUR-ACCRUED
089800     ADD WS-PRF-CLOSING(WS-PRF-IDX) TO WS-CUR-CLOSING
089900     ADD WS-PRF-DIFFERENCE(WS-PRF-IDX) TO WS-CUR-DIFFERENCE.
090000 5100-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    5200-WRITE-CURRENCY-TOTAL                                   *
090500******************************************************************
090600 5200-WRITE-CURRENCY-TOTAL.
090700     MOVE WS-BREAK-CURRENCY TO BP-SUM-CURRENCY
090800     MOVE "TOTAL" TO BP-SUM-BRANCH
090900     MOVE WS-CUR-ACCOUNTS TO BP-SUM-ACCOUNTS
091000     MOVE WS-CUR-OPENING TO BP-SUM-OPENING
091100     MOVE WS-CUR-MAINTENANCE TO BP-SUM-MAINTENANCE
091200     MOVE WS-CUR-POSTED TO BP-SUM-POSTED
091300     MOVE WS-CUR-ACCRUED TO BP-SUM-ACCRUED
091400     MOVE WS-CUR-CLOSING TO BP-SUM-CLOSING
091500     MOVE WS-CUR-DIFFERENCE TO BP-SUM-DIFFERENCE
091600     MOVE SPACES TO BP-SUM-FLAG
091700     IF WS-CUR-DIFFERENCE NOT = 0
091800         MOVE "***" TO BP-SUM-FLAG
091900     END-IF
092000     WRITE PROOF-REPORT-LINE FROM BP-SUMMARY-LINE
092100     MOVE SPACES TO PROOF-REPORT-LINE
092200     WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.
092300 5200-EXIT.
092400     EXIT.
092500
092600******************************************************************
092700*    8000-WRITE-OPERATOR-ALERT                                   *
092800*    SAME CONTRACT AS SAMPCOBL'S 8000 - APPENDS ONE STRUCTURED   *
092900*    ALERT RECORD SO AN UNPROVED DAY PAGES OPERATIONS AND SHOWS  *
093000*    ON THE MORNING STATUS PAGE.                                 *
093100******************************************************************
093200 8000-WRITE-OPERATOR-ALERT.
093300     IF NOT ALERT-FILE-OK
093400         GO TO 8000-EXIT
093500     END-IF
093600     INITIALIZE ALERT-RECORD
093700     ACCEPT ALRT-DATE FROM DATE
093800     ACCEPT ALRT-TIME FROM TIME
093900     MOVE WS-ALERT-PROGRAM TO ALRT-PROGRAM
094000     MOVE WS-ALERT-OPERATION TO ALRT-OPERATION
094100     MOVE WS-ALERT-STATUS-TEXT TO ALRT-STATUS
094200     MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
094300     MOVE "N" TO ALRT-ACK-FLAG
094400     WRITE ALERT-RECORD
094500     MOVE 8 TO WS-ALERT-SEVERITY.
094600 8000-EXIT.
094700     EXIT.
094800
094900******************************************************************
095000*    9000-TERMINATE                                              *
095100******************************************************************
095200 9000-TERMINATE.
095300     CLOSE CUSTOMER-FILE
095400     CLOSE PROOF-REPORT
095500     IF ALERT-FILE-OK
095600         CLOSE ALERT-FILE
095700     END-IF.
095800 9000-EXIT.
095900     EXIT.
