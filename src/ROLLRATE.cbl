000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ROLLRATE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/07/2026.
000600 DATE-COMPILED.  11/07/2026.
000700******************************************************************
000800*                                                                *
000900*    ROLLRATE - DELINQUENCY ROLL-RATE AND CURE MIGRATION         *
001000*    MONTH-END PASS ANSWERING "HOW MANY LEVEL-1 ACCOUNTS WENT    *
001100*    TO LEVEL 2 THIS MONTH, AND HOW MANY CURED?".  COMPARES THE  *
001200*    PRIOR MONTH-END DUNNING STATUS GENERATION (DUNSPRV) WITH    *
001300*    THIS MONTH-END'S (DUNSTAT), BOTH DUNSREC, AGAINST THE       *
001400*    ACCOUNT MASTER (NEWCUST).  THE THREE ARE IN CUST-ID ORDER   *
001500*    AND ARE WALKED SIDE BY SIDE AS BALPROOF WALKS ITS STREAMS.  *
001600*    EVERY ACCOUNT DELINQUENT AT EITHER MONTH-END LANDS IN ONE   *
001700*    CELL OF THE MIGRATION MATRIX - ROW = PRIOR LEVEL (OR NEW),  *
001800*    COLUMN = WHERE IT IS NOW:                                   *
001900*      - GONE FROM THE MASTER OR CLOSED ("C") . . PAID/CLOSED    *
002000*      - CHARGED OFF ("W") . . . . . . . . . . .  CHARGED OFF    *
002100*      - STILL AT A DUNNING LEVEL . . . . . . . . THAT LEVEL     *
002200*      - LEVEL ZERO WITH A BALANCE STILL OWING .  CURED          *
002300*      - LEVEL ZERO AND NOTHING OWING . . . . . . PAID/CLOSED    *
002400*    COUNTS AND MONTH-END BALANCES ARE KEPT PER CELL.  THE       *
002500*    REPORT (ROLLRPT) PRINTS THE PORTFOLIO MATRIX WITH EACH      *
002600*    ROW'S PERCENTAGES, THEN ROLL RATES BY BRANCH (WORSE, SAME,  *
002700*    BETTER, CURED, CHARGED OFF, PAID/CLOSED AS A PERCENTAGE OF  *
002800*    THE ACCOUNTS DELINQUENT A MONTH AGO, AND THE SHARE OF THEIR *
002900*    BALANCE THAT ROLLED WORSE OR CHARGED OFF) AND THE           *
003000*    PORTFOLIO, THEN THE 12-MONTH TREND.  THE MATRIX IS CARRIED  *
003100*    ON THE ROLL-RATE HISTORY (ROLLHIST IN, ROLLHSTO OUT, SEE    *
003200*    RRHREC); A RERUN OF A MONTH REPLACES THAT MONTH'S ROWS.     *
003300*    THE MONTH-END DATE (YYMMDD) IS REQUIRED IN THE JCL PARM.    *
003400*                                                                *
003500******************************************************************
003600* MODIFICATION HISTORY
003700*   11/07/2026  RVH  ORIGINAL.
003800******************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS CUST-ID
004700         FILE STATUS IS CUSTOMER-FILE-STATUS.
004800     SELECT PRIOR-DUNNING-FILE ASSIGN TO DUNSPRV
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS PRIOR-DUNNING-STATUS.
005200     SELECT DUNNING-STATUS-FILE ASSIGN TO DUNSTAT
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS DUNNING-STATUS-STAT.
005600     SELECT BRANCH-REF-FILE ASSIGN TO BRNCHREF
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS BRANCH-REF-STATUS.
006000     SELECT ROLL-HISTORY-FILE ASSIGN TO ROLLHIST
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS ROLL-HISTORY-STATUS.
006400     SELECT ROLL-HISTORY-OUT ASSIGN TO ROLLHSTO
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS ROLL-HISTORY-OUT-STATUS.
006800     SELECT ROLL-RATE-REPORT ASSIGN TO ROLLRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS ROLL-RATE-REPORT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CUSTOMER-FILE
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS
007700     RECORDING MODE F
007800     DATA RECORD IS CUSTOMER-RECORD.
007900     COPY CUSTREC.
008000
008100 FD  PRIOR-DUNNING-FILE
008200     LABEL RECORDS ARE STANDARD
008300     BLOCK CONTAINS 0 RECORDS
008400     RECORDING MODE F
008500     DATA RECORD IS PRIOR-DUNNING-RECORD.
008600     COPY DUNSREC
008700         REPLACING DUNNING-STATUS-RECORD BY
008800             PRIOR-DUNNING-RECORD
008900         DUN-CUST-ID BY PDUN-CUST-ID
009000         DUN-LEVEL BY PDUN-LEVEL
009100         DUN-LAST-NOTICE-DATE BY PDUN-LAST-NOTICE-DATE
009200         DUN-NOTICE-COUNT BY PDUN-NOTICE-COUNT.
009300
009400 FD  DUNNING-STATUS-FILE
009500     LABEL RECORDS ARE STANDARD
009600     BLOCK CONTAINS 0 RECORDS
009700     RECORDING MODE F
009800     DATA RECORD IS DUNNING-STATUS-RECORD.
009900     COPY DUNSREC.
010000
010100 FD  BRANCH-REF-FILE
010200     LABEL RECORDS ARE STANDARD
010300     BLOCK CONTAINS 0 RECORDS
010400     RECORDING MODE F
010500     DATA RECORD IS BRANCH-REF-RECORD.
010600     COPY BRNCHREC.
010700
010800 FD  ROLL-HISTORY-FILE
010900     LABEL RECORDS ARE STANDARD
011000     BLOCK CONTAINS 0 RECORDS
011100     RECORDING MODE F
011200     DATA RECORD IS ROLL-HISTORY-RECORD.
011300     COPY RRHREC.
011400
011500 FD  ROLL-HISTORY-OUT
011600     LABEL RECORDS ARE STANDARD
011700     BLOCK CONTAINS 0 RECORDS
011800     RECORDING MODE F
011900     DATA RECORD IS ROLL-HISTORY-OUT-RECORD.
012000     COPY RRHREC
012100         REPLACING ROLL-HISTORY-RECORD BY
012200             ROLL-HISTORY-OUT-RECORD
012300         RRH-MONTH BY RRO-MONTH
012400         RRH-AS-OF-DATE BY RRO-AS-OF-DATE
012500         RRH-FROM-LEVEL BY RRO-FROM-LEVEL
012600         RRH-CELLS BY RRO-CELLS
012700         RRH-CELL BY RRO-CELL
012800         RRH-COUNT BY RRO-COUNT
012900         RRH-BALANCE BY RRO-BALANCE.
013000
013100 FD  ROLL-RATE-REPORT
013200     LABEL RECORDS ARE OMITTED
013300     RECORDING MODE F.
013400 01  ROLL-RATE-REPORT-LINE    PIC X(132).
013500
013600 WORKING-STORAGE SECTION.
013700******************************************************************
013800*    FILE STATUS                                                 *
013900******************************************************************
014000 01  CUSTOMER-FILE-STATUS      PIC X(02).
014100     88  CUST-FILE-OK              VALUE "00".
014200 01  PRIOR-DUNNING-STATUS      PIC X(02).
014300     88  PRIOR-DUNNING-OK          VALUE "00".
014400 01  DUNNING-STATUS-STAT       PIC X(02).
014500     88  DUNNING-STATUS-OK         VALUE "00".
014600 01  BRANCH-REF-STATUS         PIC X(02).
014700     88  BRANCH-REF-OK             VALUE "00".
014800 01  ROLL-HISTORY-STATUS       PIC X(02).
014900     88  ROLL-HISTORY-OK           VALUE "00".
015000     88  ROLL-HISTORY-MISSING      VALUE "05" "35".
015100 01  ROLL-HISTORY-OUT-STATUS   PIC X(02).
015200     88  ROLL-HISTORY-OUT-OK       VALUE "00".
015300 01  ROLL-RATE-REPORT-STATUS   PIC X(02).
015400     88  ROLL-RATE-REPORT-OK       VALUE "00".
015500
015600******************************************************************
015700*    RUN CONTROL FIELDS                                          *
015800*    THE MASTER AND BOTH DUNNING GENERATIONS ARE WALKED SIDE BY  *
015900*    SIDE ON CUST-ID.  AN EXHAUSTED STREAM'S KEY GOES TO         *
016000*    HIGH-VALUES SO THE LOWEST KEY IS ALWAYS THE NEXT ACCOUNT.   *
016100******************************************************************
016200 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
016300 01  WS-PARM-DATA              PIC X(06) VALUE SPACES.
016400 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
016500 01  WS-AS-OF-FIELDS REDEFINES WS-AS-OF-DATE.
016600     05  WS-AS-OF-YYMM         PIC 9(04).
016700     05  WS-AS-OF-DD           PIC 9(02).
016800 01  WS-BREF-AT-END            PIC X(01) VALUE "N".
016900     88  BREF-IS-AT-END            VALUE "Y".
017000 01  WS-HIST-AT-END            PIC X(01) VALUE "N".
017100     88  HIST-FILE-AT-END          VALUE "Y".
017200 01  WS-HIST-PRESENT           PIC X(01) VALUE "N".
017300     88  HIST-FILE-PRESENT         VALUE "Y".
017400 01  WS-NEW-ROWS-DONE          PIC X(01) VALUE "N".
017500     88  NEW-ROWS-WRITTEN          VALUE "Y".
017600 01  WS-CUST-KEY               PIC X(10) VALUE SPACES.
017700 01  WS-PRV-KEY                PIC X(10) VALUE SPACES.
017800 01  WS-CUR-KEY                PIC X(10) VALUE SPACES.
017900 01  WS-ACCT-KEY               PIC X(10) VALUE SPACES.
018000 01  WS-ON-MASTER              PIC X(01) VALUE "N".
018100     88  ACCOUNT-ON-MASTER         VALUE "Y".
018200 01  WS-PRIOR-LEVEL            PIC 9(01) VALUE 0.
018300 01  WS-CURRENT-LEVEL          PIC 9(01) VALUE 0.
018400 01  WS-ACCT-STATUS            PIC X(01) VALUE SPACE.
018500 01  WS-ACCT-BALANCE           PIC S9(7)V99 VALUE 0.
018600 01  WS-ROW-IDX                PIC 9(3) BINARY VALUE 0.
018700 01  WS-COL-IDX                PIC 9(3) BINARY VALUE 0.
018800 01  WS-OUT-IDX                PIC 9(3) BINARY VALUE 0.
018900 01  WS-TRD-IDX                PIC 9(3) BINARY VALUE 0.
019000 01  WS-ROW-TOTAL              PIC 9(07) VALUE 0.
019100 01  WS-PCT                    PIC S9(03)V9 VALUE 0.
019200 01  WS-WHOLE-DOLLARS          PIC S9(11) VALUE 0.
019300
019400******************************************************************
019500*    CELL CLASSIFICATION - CALLERS SET THE PRIOR LEVEL AND THE   *
019600*    MATRIX COLUMN; 6100 RETURNS THE OUTCOME:                    *
019700*      1 WORSE  2 SAME  3 BETTER  4 CURED  5 CHARGED OFF         *
019800*      6 PAID/CLOSED                                             *
019900******************************************************************
020000 01  WS-CLS-LEVEL              PIC 9(01) VALUE 0.
020100 01  WS-CLS-COLUMN             PIC 9(3) BINARY VALUE 0.
020200 01  WS-CLS-OUTCOME            PIC 9(3) BINARY VALUE 0.
020300
020400******************************************************************
020500*    MIGRATION MATRIX - ROW 1 IS NEW DELINQUENCIES, ROWS 2-10    *
020600*    PRIOR LEVELS 1-9.  COLUMNS 1-9 ARE LEVELS 1-9, 10 CURED,    *
020700*    11 CHARGED OFF, 12 PAID/CLOSED.  THE CELLS HAVE RRHREC'S    *
020800*    SHAPE SO A ROW MOVES TO AND FROM THE HISTORY WHOLE.         *
020900******************************************************************
021000 01  WS-MATRIX.
021100     05  WS-MTX-ROW            OCCURS 10 TIMES.
021200         10  WS-MTX-CELLS.
021300             15  WS-MTX-CELL   OCCURS 12 TIMES.
021400                 20  WS-MTX-COUNT      PIC 9(07).
021500                 20  WS-MTX-BALANCE    PIC S9(11)V99.
021600 01  WS-TALLY-LEVEL            PIC 9(01) VALUE 0.
021700 01  WS-TALLY-CELLS.
021800     05  WS-TALLY-CELL         OCCURS 12 TIMES.
021900         10  WS-TALLY-COUNT        PIC 9(07).
022000         10  WS-TALLY-BALANCE      PIC S9(11)V99.
022100
022200******************************************************************
022300*    RATE WORK AREA - ONE BRANCH OR ONE MONTH'S ROLL RATES.  THE *
022400*    BRANCH AND TREND ENTRIES CARRY THE SAME SHAPE.              *
022500******************************************************************
022600 01  WS-RATE-WORK.
022700     05  WS-RW-DELINQ          PIC 9(07).
022800     05  WS-RW-OUTCOME         PIC 9(07) OCCURS 6 TIMES.
022900     05  WS-RW-NEW             PIC 9(07).
023000     05  WS-RW-DELINQ-BAL      PIC S9(11)V99.
023100     05  WS-RW-ROLLED-BAL      PIC S9(11)V99.
023200
023300******************************************************************
023400*    BRANCH TABLE - LOADED FROM BRNCHREF IN FILE ORDER, PLUS     *
023500*    THE "????" CATCH-ALL FOR UNASSIGNED OR UNKNOWN BRANCHES     *
023600*    AND ACCOUNTS NO LONGER ON THE MASTER.  SAME SHAPE AS        *
023700*    DPDAGE'S.                                                   *
023800******************************************************************
023900 01  WS-BRN-TABLE-SIZE         PIC 9(3) BINARY VALUE 51.
024000 01  WS-BRN-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
024100 01  WS-BRN-ENTRIES.
024200     05  WS-BRN-ENTRY          OCCURS 51 TIMES.
024300         10  WS-BRN-CODE           PIC X(04).
024400         10  WS-BRN-REGION         PIC X(02).
024500         10  WS-BRN-NAME           PIC X(20).
024600         10  WS-BRN-RATES.
024700             15  WS-BRN-DELINQ         PIC 9(07).
024800             15  WS-BRN-OUTCOME        PIC 9(07)
024900                                       OCCURS 6 TIMES.
025000             15  WS-BRN-NEW            PIC 9(07).
025100             15  WS-BRN-DELINQ-BAL     PIC S9(11)V99.
025200             15  WS-BRN-ROLLED-BAL     PIC S9(11)V99.
025300 01  WS-BRN-SEARCH-IDX         PIC 9(3) BINARY VALUE 0.
025400 01  WS-BRN-FOUND              PIC X(01) VALUE "N".
025500     88  BRN-ENTRY-FOUND           VALUE "Y".
025600 01  WS-BRN-PRINT-IDX          PIC 9(3) BINARY VALUE 0.
025700 01  WS-BRN-WORK-CODE          PIC X(04) VALUE SPACES.
025800
025900******************************************************************
026000*    TREND TABLE - UP TO 11 PRIOR MONTHS FROM THE HISTORY IN     *
026100*    MONTH ORDER (OLDEST DROPPED FIRST), THEN THIS MONTH.        *
026200******************************************************************
026300 01  WS-TRD-TABLE-SIZE         PIC 9(3) BINARY VALUE 12.
026400 01  WS-TRD-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
026500 01  WS-TRD-ENTRIES.
026600     05  WS-TRD-ENTRY          OCCURS 12 TIMES.
026700         10  WS-TRD-MONTH          PIC 9(04).
026800         10  WS-TRD-AS-OF          PIC 9(06).
026900         10  WS-TRD-RATES.
027000             15  WS-TRD-DELINQ         PIC 9(07).
027100             15  WS-TRD-OUTCOME        PIC 9(07)
027200                                       OCCURS 6 TIMES.
027300             15  WS-TRD-NEW            PIC 9(07).
027400             15  WS-TRD-DELINQ-BAL     PIC S9(11)V99.
027500             15  WS-TRD-ROLLED-BAL     PIC S9(11)V99.
027600
027700******************************************************************
027800*    RUN TOTALS                                                  *
027900******************************************************************
028000 01  WS-ACCOUNTS-EXAMINED      PIC 9(07) BINARY VALUE 0.
028100 01  WS-NOT-ON-MASTER          PIC 9(07) BINARY VALUE 0.
028200 01  WS-HIST-RECORDS-READ      PIC 9(07) BINARY VALUE 0.
028300 01  WS-HIST-RECORDS-REPLACED  PIC 9(07) BINARY VALUE 0.
028400 01  WS-HIST-RECORDS-WRITTEN   PIC 9(07) BINARY VALUE 0.
028500
028600******************************************************************
028700*    REPORT LINE LAYOUTS                                         *
028800******************************************************************
028900 01  RR-HEADING-LINE-1.
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  FILLER                PIC X(54) VALUE
029200         "ROLLRATE - DELINQUENCY ROLL-RATE AND CURE MIGRATION".
029300     05  FILLER                PIC X(10) VALUE "RUN DATE ".
029400     05  RR-HDG1-RUN-DATE      PIC 9(06).
029500     05  FILLER                PIC X(04) VALUE SPACES.
029600     05  FILLER                PIC X(11) VALUE "MONTH END ".
029700     05  RR-HDG1-AS-OF-DATE    PIC 9(06).
029800
029900 01  RR-SECTION-LINE.
030000     05  FILLER                PIC X(01) VALUE SPACE.
030100     05  RR-SECTION-TEXT       PIC X(80).
030200
030300 01  RR-MATRIX-HEADING.
030400     05  FILLER                PIC X(01) VALUE SPACE.
030500     05  FILLER                PIC X(09) VALUE "FROM".
030600     05  FILLER                PIC X(10) VALUE "   LEVEL 1".
030700     05  FILLER                PIC X(10) VALUE "   LEVEL 2".
030800     05  FILLER                PIC X(10) VALUE "   LEVEL 3".
030900     05  FILLER                PIC X(10) VALUE "   LEVEL 4".
031000     05  FILLER                PIC X(10) VALUE "   LEVEL 5".
031100     05  FILLER                PIC X(10) VALUE "   LEVEL 6".
031200     05  FILLER                PIC X(10) VALUE "   LEVEL 7".
031300     05  FILLER                PIC X(10) VALUE "   LEVEL 8".
031400     05  FILLER                PIC X(10) VALUE "   LEVEL 9".
031500     05  FILLER                PIC X(10) VALUE "     CURED".
031600     05  FILLER                PIC X(10) VALUE "  CHG OFF".
031700     05  FILLER                PIC X(10) VALUE " PD/CLOSED".
031800
031900 01  RR-MATRIX-COUNT-LINE.
032000     05  FILLER                PIC X(01) VALUE SPACE.
032100     05  RR-MC-LABEL.
032200         10  RR-MC-LABEL-TEXT  PIC X(06).
032300         10  RR-MC-LABEL-LEVEL PIC X(01).
032400         10  FILLER            PIC X(02).
032500     05  RR-MC-CELL            OCCURS 12 TIMES.
032600         10  FILLER            PIC X(01).
032700         10  RR-MC-COUNT       PIC Z,ZZZ,ZZ9.
032800
032900 01  RR-MATRIX-BALANCE-LINE.
033000     05  FILLER                PIC X(01) VALUE SPACE.
033100     05  RR-MB-LABEL           PIC X(09).
033200     05  RR-MB-CELL            OCCURS 12 TIMES.
033300         10  FILLER            PIC X(01).
033400         10  RR-MB-BALANCE     PIC -(8)9.
033500
033600 01  RR-MATRIX-PCT-LINE.
033700     05  FILLER                PIC X(01) VALUE SPACE.
033800     05  RR-MP-LABEL           PIC X(09).
033900     05  RR-MP-CELL            OCCURS 12 TIMES.
034000         10  FILLER            PIC X(04).
034100         10  RR-MP-PCT         PIC ZZ9.9.
034200         10  FILLER            PIC X(01).
034300
034400 01  RR-RATE-HEADING.
034500     05  FILLER                PIC X(01) VALUE SPACE.
034600     05  RR-RH-KEY-TITLE       PIC X(07) VALUE "BRANCH".
034700     05  RR-RH-NAME-TITLE      PIC X(20) VALUE "BRANCH NAME".
034800     05  FILLER                PIC X(08) VALUE "  DELINQ".
034900     05  FILLER                PIC X(08) VALUE "  WORSE%".
035000     05  FILLER                PIC X(08) VALUE "   SAME%".
035100     05  FILLER                PIC X(08) VALUE " BETTER%".
035200     05  FILLER                PIC X(08) VALUE "  CURED%".
035300     05  FILLER                PIC X(08) VALUE " CHGOFF%".
035400     05  FILLER                PIC X(08) VALUE " PD/CLS%".
035500     05  FILLER                PIC X(08) VALUE "     NEW".
035600     05  FILLER                PIC X(16) VALUE
035700         "  DELINQ BALANCE".
035800     05  FILLER                PIC X(10) VALUE " BAL ROLL%".
035900
036000 01  RR-RATE-LINE.
036100     05  FILLER                PIC X(02) VALUE SPACES.
036200     05  RR-RL-KEY             PIC X(04).
036300     05  FILLER                PIC X(02) VALUE SPACES.
036400     05  RR-RL-NAME            PIC X(20).
036500     05  FILLER                PIC X(01) VALUE SPACE.
036600     05  RR-RL-DELINQ          PIC ZZZ,ZZ9.
036700     05  RR-RL-PCT-CELL        OCCURS 6 TIMES.
036800         10  FILLER            PIC X(03).
036900         10  RR-RL-PCT         PIC ZZ9.9.
037000     05  FILLER                PIC X(01) VALUE SPACE.
037100     05  RR-RL-NEW             PIC ZZZ,ZZ9.
037200     05  FILLER                PIC X(02) VALUE SPACES.
037300     05  RR-RL-DELINQ-BAL      PIC ZZ,ZZZ,ZZ9.99-.
037400     05  FILLER                PIC X(04) VALUE SPACES.
037500     05  RR-RL-BAL-ROLL        PIC ZZ9.9-.
037600
037700 01  RR-FOOTER-LINE.
037800     05  FILLER                PIC X(01) VALUE SPACE.
037900     05  RR-FTR-LABEL          PIC X(40).
038000     05  RR-FTR-COUNT          PIC Z,ZZZ,ZZ9.
038100
038200 PROCEDURE DIVISION.
038300******************************************************************
038400*    0000-MAINLINE                                               *
038500******************************************************************
038600 0000-MAINLINE.
038700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038800     PERFORM 2000-READ-NEXT-CUSTOMER THRU 2000-EXIT
038900     PERFORM 2100-READ-NEXT-PRIOR THRU 2100-EXIT
039000     PERFORM 2200-READ-NEXT-CURRENT THRU 2200-EXIT
039100     PERFORM 3000-MIGRATE-ONE-ACCOUNT THRU 3000-EXIT
039200         UNTIL WS-CUST-KEY = HIGH-VALUES AND
039300               WS-PRV-KEY = HIGH-VALUES AND
039400               WS-CUR-KEY = HIGH-VALUES
039500     PERFORM 5000-CARRY-THE-HISTORY THRU 5000-EXIT
039600     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
039700     PERFORM 9000-TERMINATE THRU 9000-EXIT
039800     STOP RUN.
039900
040000******************************************************************
040100*    1000-INITIALIZE                                             *
040200*    THE MONTH-END DATE AND BRANCH FILE ARE REQUIRED (RC 16);    *
040300*    WITHOUT THE MASTER OR EITHER DUNNING GENERATION THERE IS    *
040400*    NOTHING TO COMPARE (RC 8).                                  *
040500******************************************************************
040600 1000-INITIALIZE.
040700     ACCEPT WS-RUN-DATE FROM DATE
040800     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
040900     IF WS-PARM-DATA NOT = SPACES AND WS-PARM-DATA IS NUMERIC
041000         MOVE WS-PARM-DATA TO WS-AS-OF-DATE
041100     ELSE
041200         DISPLAY "ROLLRATE - MONTH-END DATE (YYMMDD) MUST BE "
041300             "SUPPLIED IN THE PARM - RUN STOPPED"
041400         MOVE 16 TO RETURN-CODE
041500         STOP RUN
041600     END-IF
041700     OPEN INPUT BRANCH-REF-FILE
041800     IF NOT BRANCH-REF-OK
041900         DISPLAY "ROLLRATE - BRANCH REFERENCE FILE NOT FOUND - "
042000             "STATUS " BRANCH-REF-STATUS " - RUN STOPPED"
042100         MOVE 16 TO RETURN-CODE
042200         STOP RUN
042300     END-IF
042400     PERFORM 1100-READ-NEXT-BRANCH THRU 1100-EXIT
042500     PERFORM 1200-STORE-ONE-BRANCH THRU 1200-EXIT
042600         UNTIL BREF-IS-AT-END
042700     CLOSE BRANCH-REF-FILE
042800     IF WS-BRN-ENTRY-COUNT < WS-BRN-TABLE-SIZE
042900         ADD 1 TO WS-BRN-ENTRY-COUNT
043000         INITIALIZE WS-BRN-ENTRY(WS-BRN-ENTRY-COUNT)
043100         MOVE "????" TO WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
043200         MOVE "??" TO WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
043300         MOVE "UNASSIGNED/UNKNOWN" TO
043400             WS-BRN-NAME(WS-BRN-ENTRY-COUNT)
043500     END-IF
043600     INITIALIZE WS-MATRIX
043700     INITIALIZE WS-TRD-ENTRIES
043800     OPEN INPUT CUSTOMER-FILE
043900     IF NOT CUST-FILE-OK
044000         DISPLAY "ROLLRATE - ERROR OPENING CUSTOMER FILE - "
044100             "STATUS " CUSTOMER-FILE-STATUS
044200         MOVE 8 TO RETURN-CODE
044300         STOP RUN
044400     END-IF
044500     OPEN INPUT PRIOR-DUNNING-FILE
044600     IF NOT PRIOR-DUNNING-OK
044700         DISPLAY "ROLLRATE - NO PRIOR MONTH-END DUNNING STATUS "
044800             "- STATUS " PRIOR-DUNNING-STATUS
044900             " - NOTHING TO COMPARE"
045000         CLOSE CUSTOMER-FILE
045100         MOVE 8 TO RETURN-CODE
045200         STOP RUN
045300     END-IF
045400     OPEN INPUT DUNNING-STATUS-FILE
045500     IF NOT DUNNING-STATUS-OK
045600         DISPLAY "ROLLRATE - NO MONTH-END DUNNING STATUS - "
045700             "STATUS " DUNNING-STATUS-STAT
045800             " - NOTHING TO COMPARE"
045900         CLOSE CUSTOMER-FILE
046000         CLOSE PRIOR-DUNNING-FILE
046100         MOVE 8 TO RETURN-CODE
046200         STOP RUN
046300     END-IF
046400     OPEN OUTPUT ROLL-RATE-REPORT
046500     IF NOT ROLL-RATE-REPORT-OK
046600         DISPLAY "ROLLRATE - ERROR OPENING ROLL-RATE REPORT - "
046700             "STATUS " ROLL-RATE-REPORT-STATUS
046800         CLOSE CUSTOMER-FILE
046900         CLOSE PRIOR-DUNNING-FILE
047000         CLOSE DUNNING-STATUS-FILE
047100         MOVE 24 TO RETURN-CODE
047200         STOP RUN
047300     END-IF
047400     OPEN OUTPUT ROLL-HISTORY-OUT
047500     IF NOT ROLL-HISTORY-OUT-OK
047600         DISPLAY "ROLLRATE - ERROR OPENING NEW ROLL-RATE "
047700             "HISTORY - STATUS " ROLL-HISTORY-OUT-STATUS
047800         CLOSE CUSTOMER-FILE
047900         CLOSE PRIOR-DUNNING-FILE
048000         CLOSE DUNNING-STATUS-FILE
048100         CLOSE ROLL-RATE-REPORT
048200         MOVE 24 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500 1000-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900*    1100-READ-NEXT-BRANCH                                       *
049000******************************************************************
049100 1100-READ-NEXT-BRANCH.
049200     READ BRANCH-REF-FILE INTO BRANCH-REF-RECORD
049300         AT END
049400             MOVE "Y" TO WS-BREF-AT-END
049500     END-READ.
049600 1100-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    1200-STORE-ONE-BRANCH                                       *
050100******************************************************************
050200 1200-STORE-ONE-BRANCH.
050300     IF WS-BRN-ENTRY-COUNT < 50
050400         ADD 1 TO WS-BRN-ENTRY-COUNT
050500         INITIALIZE WS-BRN-ENTRY(WS-BRN-ENTRY-COUNT)
050600         MOVE BRN-BRANCH-CODE TO
050700             WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
050800         MOVE BRN-REGION-CODE TO
050900             WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
051000         MOVE BRN-BRANCH-NAME TO
051100             WS-BRN-NAME(WS-BRN-ENTRY-COUNT)
051200     ELSE
051300         DISPLAY "ROLLRATE - BRANCH TABLE FULL - "
051400             BRN-BRANCH-CODE " NOT LOADED"
051500     END-IF
051600     PERFORM 1100-READ-NEXT-BRANCH THRU 1100-EXIT.
051700 1200-EXIT.
051800     EXIT.
051900
052000 2000-READ-NEXT-CUSTOMER.
052100     READ CUSTOMER-FILE NEXT RECORD
052200         AT END
052300             MOVE HIGH-VALUES TO WS-CUST-KEY
052400         NOT AT END
052500             MOVE CUST-ID TO WS-CUST-KEY
052600     END-READ.
052700 2000-EXIT.
052800     EXIT.
052900
053000 2100-READ-NEXT-PRIOR.
053100     READ PRIOR-DUNNING-FILE
053200         AT END
053300             MOVE HIGH-VALUES TO WS-PRV-KEY
053400         NOT AT END
053500             MOVE PDUN-CUST-ID TO WS-PRV-KEY
053600     END-READ.
053700 2100-EXIT.
053800     EXIT.
053900
054000 2200-READ-NEXT-CURRENT.
054100     READ DUNNING-STATUS-FILE
054200         AT END
054300             MOVE HIGH-VALUES TO WS-CUR-KEY
054400         NOT AT END
054500             MOVE DUN-CUST-ID TO WS-CUR-KEY
054600     END-READ.
054700 2200-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    3000-MIGRATE-ONE-ACCOUNT                                    *
055200*    AN ACCOUNT AT LEVEL ZERO (OR ABSENT) AT BOTH MONTH-ENDS     *
055300*    TAKES NO PART IN THE MATRIX.                                *
055400******************************************************************
055500 3000-MIGRATE-ONE-ACCOUNT.
055600     MOVE WS-CUST-KEY TO WS-ACCT-KEY
055700     IF WS-PRV-KEY < WS-ACCT-KEY
055800         MOVE WS-PRV-KEY TO WS-ACCT-KEY
055900     END-IF
056000     IF WS-CUR-KEY < WS-ACCT-KEY
056100         MOVE WS-CUR-KEY TO WS-ACCT-KEY
056200     END-IF
056300     MOVE 0 TO WS-PRIOR-LEVEL
056400     IF WS-PRV-KEY = WS-ACCT-KEY
056500         IF PDUN-LEVEL NUMERIC
056600             MOVE PDUN-LEVEL TO WS-PRIOR-LEVEL
056700         END-IF
056800         PERFORM 2100-READ-NEXT-PRIOR THRU 2100-EXIT
056900     END-IF
057000     MOVE 0 TO WS-CURRENT-LEVEL
057100     IF WS-CUR-KEY = WS-ACCT-KEY
057200         IF DUN-LEVEL NUMERIC
057300             MOVE DUN-LEVEL TO WS-CURRENT-LEVEL
057400         END-IF
057500         PERFORM 2200-READ-NEXT-CURRENT THRU 2200-EXIT
057600     END-IF
057700     IF WS-CUST-KEY = WS-ACCT-KEY
057800         MOVE "Y" TO WS-ON-MASTER
057900         MOVE CUST-STATUS TO WS-ACCT-STATUS
058000         MOVE 0 TO WS-ACCT-BALANCE
058100         IF CUST-BALANCE NUMERIC
058200             MOVE CUST-BALANCE TO WS-ACCT-BALANCE
058300         END-IF
058400         MOVE CUST-BRANCH-CODE TO WS-BRN-WORK-CODE
058500         IF WS-BRN-WORK-CODE = SPACES
058600             MOVE "????" TO WS-BRN-WORK-CODE
058700         END-IF
058800         PERFORM 2000-READ-NEXT-CUSTOMER THRU 2000-EXIT
058900     ELSE
059000         MOVE "N" TO WS-ON-MASTER
059100         MOVE SPACE TO WS-ACCT-STATUS
059200         MOVE 0 TO WS-ACCT-BALANCE
059300         MOVE "????" TO WS-BRN-WORK-CODE
059400     END-IF
059500     IF WS-PRIOR-LEVEL = 0 AND WS-CURRENT-LEVEL = 0
059600         GO TO 3000-EXIT
059700     END-IF
059800     ADD 1 TO WS-ACCOUNTS-EXAMINED
059900     IF NOT ACCOUNT-ON-MASTER
060000         ADD 1 TO WS-NOT-ON-MASTER
060100     END-IF
060200     PERFORM 3100-PICK-THE-COLUMN THRU 3100-EXIT
060300     COMPUTE WS-ROW-IDX = WS-PRIOR-LEVEL + 1
060400     ADD 1 TO WS-MTX-COUNT(WS-ROW-IDX, WS-COL-IDX)
060500     ADD WS-ACCT-BALANCE TO
060600         WS-MTX-BALANCE(WS-ROW-IDX, WS-COL-IDX)
060700     PERFORM 3200-ADD-TO-BRANCH THRU 3200-EXIT.
060800 3000-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*    3100-PICK-THE-COLUMN                                        *
061300*    WHERE THE ACCOUNT STANDS AT THIS MONTH-END.                 *
061400******************************************************************
061500 3100-PICK-THE-COLUMN.
061600     EVALUATE TRUE
061700         WHEN NOT ACCOUNT-ON-MASTER
061800             MOVE 12 TO WS-COL-IDX
061900         WHEN WS-ACCT-STATUS = "W"
062000             MOVE 11 TO WS-COL-IDX
062100         WHEN WS-ACCT-STATUS = "C"
062200             MOVE 12 TO WS-COL-IDX
062300         WHEN WS-CURRENT-LEVEL > 0
062400             MOVE WS-CURRENT-LEVEL TO WS-COL-IDX
062500         WHEN WS-ACCT-BALANCE > 0
062600             MOVE 10 TO WS-COL-IDX
062700         WHEN OTHER
062800             MOVE 12 TO WS-COL-IDX
062900     END-EVALUATE.
063000 3100-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400*    3200-ADD-TO-BRANCH                                          *
063500*    UNKNOWN OR BLANK BRANCH CODES FALL TO THE "????" ENTRY.     *
063600******************************************************************
063700 3200-ADD-TO-BRANCH.
063800     MOVE "N" TO WS-BRN-FOUND
063900     MOVE 0 TO WS-BRN-SEARCH-IDX
064000     PERFORM 3210-FIND-BRANCH-ENTRY THRU 3210-EXIT
064100         UNTIL BRN-ENTRY-FOUND OR
064200             WS-BRN-SEARCH-IDX = WS-BRN-ENTRY-COUNT
064300     IF NOT BRN-ENTRY-FOUND
064400         MOVE WS-BRN-ENTRY-COUNT TO WS-BRN-SEARCH-IDX
064500     END-IF
064600     IF WS-PRIOR-LEVEL = 0
064700         ADD 1 TO WS-BRN-NEW(WS-BRN-SEARCH-IDX)
064800         GO TO 3200-EXIT
064900     END-IF
065000     ADD 1 TO WS-BRN-DELINQ(WS-BRN-SEARCH-IDX)
065100     ADD WS-ACCT-BALANCE TO WS-BRN-DELINQ-BAL(WS-BRN-SEARCH-IDX)
065200     MOVE WS-PRIOR-LEVEL TO WS-CLS-LEVEL
065300     MOVE WS-COL-IDX TO WS-CLS-COLUMN
065400     PERFORM 6100-CLASSIFY-THE-CELL THRU 6100-EXIT
065500     ADD 1 TO WS-BRN-OUTCOME(WS-BRN-SEARCH-IDX, WS-CLS-OUTCOME)
065600     IF WS-CLS-OUTCOME = 1 OR WS-CLS-OUTCOME = 5
065700         ADD WS-ACCT-BALANCE TO
065800             WS-BRN-ROLLED-BAL(WS-BRN-SEARCH-IDX)
065900     END-IF.
066000 3200-EXIT.
066100     EXIT.
066200
066300 3210-FIND-BRANCH-ENTRY.
066400     ADD 1 TO WS-BRN-SEARCH-IDX
066500     IF WS-BRN-CODE(WS-BRN-SEARCH-IDX) = WS-BRN-WORK-CODE
066600         MOVE "Y" TO WS-BRN-FOUND
066700     END-IF.
066800 3210-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200*    5000-CARRY-THE-HISTORY                                      *
067300*    EARLIER MONTHS ARE COPIED AND FED TO THE TREND, THIS        *
067400*    MONTH'S OLD ROWS (A RERUN) ARE DROPPED, AND THE NEW ROWS    *
067500*    GO IN AHEAD OF ANY LATER MONTH SO THE FILE STAYS IN MONTH   *
067600*    ORDER.  THIS MONTH IS THE LAST TREND ENTRY.                 *
067700******************************************************************
067800 5000-CARRY-THE-HISTORY.
067900     OPEN INPUT ROLL-HISTORY-FILE
068000     IF ROLL-HISTORY-OK
068100         MOVE "Y" TO WS-HIST-PRESENT
068200         PERFORM 5100-READ-NEXT-HISTORY THRU 5100-EXIT
068300         PERFORM 5200-CARRY-ONE-HISTORY THRU 5200-EXIT
068400             UNTIL HIST-FILE-AT-END
068500         CLOSE ROLL-HISTORY-FILE
068600     ELSE
068700         IF ROLL-HISTORY-MISSING
068800             DISPLAY "ROLLRATE - NO ROLL-RATE HISTORY - THE "
068900                 "TREND STARTS THIS MONTH"
069000         ELSE
069100             DISPLAY "ROLLRATE - ERROR OPENING ROLL-RATE "
069200                 "HISTORY - STATUS " ROLL-HISTORY-STATUS
069300                 " - TREND SHOWS THIS MONTH ONLY"
069400             MOVE 4 TO RETURN-CODE
069500         END-IF
069600     END-IF
069700     IF NOT NEW-ROWS-WRITTEN
069800         PERFORM 5400-WRITE-NEW-ROWS THRU 5400-EXIT
069900     END-IF
070000     ADD 1 TO WS-TRD-ENTRY-COUNT
070100     MOVE WS-AS-OF-YYMM TO WS-TRD-MONTH(WS-TRD-ENTRY-COUNT)
070200     MOVE WS-AS-OF-DATE TO WS-TRD-AS-OF(WS-TRD-ENTRY-COUNT)
070300     MOVE WS-TRD-RATES(WS-TRD-ENTRY-COUNT) TO WS-RATE-WORK
070400     PERFORM 5500-TALLY-MATRIX-ROW THRU 5500-EXIT
070500         VARYING WS-ROW-IDX FROM 1 BY 1
070600         UNTIL WS-ROW-IDX > 10
070700     MOVE WS-RATE-WORK TO WS-TRD-RATES(WS-TRD-ENTRY-COUNT).
070800 5000-EXIT.
070900     EXIT.
071000
071100 5100-READ-NEXT-HISTORY.
071200     READ ROLL-HISTORY-FILE
071300         AT END
071400             MOVE "Y" TO WS-HIST-AT-END
071500         NOT AT END
071600             ADD 1 TO WS-HIST-RECORDS-READ
071700     END-READ.
071800 5100-EXIT.
071900     EXIT.
072000
072100 5200-CARRY-ONE-HISTORY.
072200     EVALUATE TRUE
072300         WHEN RRH-MONTH < WS-AS-OF-YYMM
072400             WRITE ROLL-HISTORY-OUT-RECORD
072500                 FROM ROLL-HISTORY-RECORD
072600             ADD 1 TO WS-HIST-RECORDS-WRITTEN
072700             PERFORM 5300-ADD-TO-TREND THRU 5300-EXIT
072800         WHEN RRH-MONTH = WS-AS-OF-YYMM
072900             ADD 1 TO WS-HIST-RECORDS-REPLACED
073000         WHEN OTHER
073100             IF NOT NEW-ROWS-WRITTEN
073200                 PERFORM 5400-WRITE-NEW-ROWS THRU 5400-EXIT
073300             END-IF
073400             WRITE ROLL-HISTORY-OUT-RECORD
073500                 FROM ROLL-HISTORY-RECORD
073600             ADD 1 TO WS-HIST-RECORDS-WRITTEN
073700     END-EVALUATE
073800     PERFORM 5100-READ-NEXT-HISTORY THRU 5100-EXIT.
073900 5200-EXIT.
074000     EXIT.
074100
074200******************************************************************
074300*    5300-ADD-TO-TREND                                           *
074400*    A MONTH'S ROWS ARE TOGETHER ON THE FILE.  A NEW MONTH       *
074500*    TAKES THE NEXT ENTRY; WITH ELEVEN ALREADY HELD THE OLDEST   *
074600*    SHIFTS OUT, LEAVING THE TWELFTH FOR THIS MONTH.             *
074700******************************************************************
074800 5300-ADD-TO-TREND.
074900     IF WS-TRD-ENTRY-COUNT = 0 OR
075000             RRH-MONTH NOT = WS-TRD-MONTH(WS-TRD-ENTRY-COUNT)
075100         IF WS-TRD-ENTRY-COUNT < WS-TRD-TABLE-SIZE - 1
075200             ADD 1 TO WS-TRD-ENTRY-COUNT
075300         ELSE
075400             PERFORM 5310-SHIFT-ONE-MONTH THRU 5310-EXIT
075500                 VARYING WS-TRD-IDX FROM 1 BY 1
075600                 UNTIL WS-TRD-IDX >= WS-TRD-ENTRY-COUNT
075700         END-IF
075800         INITIALIZE WS-TRD-ENTRY(WS-TRD-ENTRY-COUNT)
075900         MOVE RRH-MONTH TO WS-TRD-MONTH(WS-TRD-ENTRY-COUNT)
076000         MOVE RRH-AS-OF-DATE TO WS-TRD-AS-OF(WS-TRD-ENTRY-COUNT)
076100     END-IF
076200     MOVE WS-TRD-RATES(WS-TRD-ENTRY-COUNT) TO WS-RATE-WORK
076300     MOVE RRH-FROM-LEVEL TO WS-TALLY-LEVEL
076400     MOVE RRH-CELLS TO WS-TALLY-CELLS
076500     PERFORM 6000-TALLY-ONE-ROW THRU 6000-EXIT
076600     MOVE WS-RATE-WORK TO WS-TRD-RATES(WS-TRD-ENTRY-COUNT).
076700 5300-EXIT.
076800     EXIT.
076900
077000 5310-SHIFT-ONE-MONTH.
077100     MOVE WS-TRD-ENTRY(WS-TRD-IDX + 1) TO
077200         WS-TRD-ENTRY(WS-TRD-IDX).
077300 5310-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700*    5400-WRITE-NEW-ROWS                                         *
077800*    ALL TEN ROWS, EMPTY OR NOT, SO EVERY MONTH ON THE FILE      *
077900*    HAS THE SAME SHAPE.                                         *
078000******************************************************************
078100 5400-WRITE-NEW-ROWS.
078200     PERFORM 5410-WRITE-ONE-NEW-ROW THRU 5410-EXIT
078300         VARYING WS-ROW-IDX FROM 1 BY 1
078400         UNTIL WS-ROW-IDX > 10
078500     MOVE "Y" TO WS-NEW-ROWS-DONE.
078600 5400-EXIT.
078700     EXIT.
078800
078900 5410-WRITE-ONE-NEW-ROW.
079000     INITIALIZE ROLL-HISTORY-OUT-RECORD
079100     MOVE WS-AS-OF-YYMM TO RRO-MONTH
079200     MOVE WS-AS-OF-DATE TO RRO-AS-OF-DATE
079300     COMPUTE RRO-FROM-LEVEL = WS-ROW-IDX - 1
079400     MOVE WS-MTX-CELLS(WS-ROW-IDX) TO RRO-CELLS
079500     WRITE ROLL-HISTORY-OUT-RECORD
079600     ADD 1 TO WS-HIST-RECORDS-WRITTEN.
079700 5410-EXIT.
079800     EXIT.
079900
080000 5500-TALLY-MATRIX-ROW.
080100     COMPUTE WS-TALLY-LEVEL = WS-ROW-IDX - 1
080200     MOVE WS-MTX-CELLS(WS-ROW-IDX) TO WS-TALLY-CELLS
080300     PERFORM 6000-TALLY-ONE-ROW THRU 6000-EXIT.
080400 5500-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800*    6000-TALLY-ONE-ROW                                          *
080900*    ADDS ONE MATRIX ROW (WS-TALLY-LEVEL, WS-TALLY-CELLS) INTO   *
081000*    THE RATE WORK AREA.  THE BALANCE THAT "ROLLED" IS THE       *
081100*    BALANCE OF ACCOUNTS GONE WORSE OR CHARGED OFF.              *
081200******************************************************************
081300 6000-TALLY-ONE-ROW.
081400     PERFORM 6010-TALLY-ONE-CELL THRU 6010-EXIT
081500         VARYING WS-COL-IDX FROM 1 BY 1
081600         UNTIL WS-COL-IDX > 12.
081700 6000-EXIT.
081800     EXIT.
081900
082000 6010-TALLY-ONE-CELL.
082100     IF WS-TALLY-LEVEL = 0
082200         ADD WS-TALLY-COUNT(WS-COL-IDX) TO WS-RW-NEW
082300         GO TO 6010-EXIT
082400     END-IF
082500     ADD WS-TALLY-COUNT(WS-COL-IDX) TO WS-RW-DELINQ
082600     ADD WS-TALLY-BALANCE(WS-COL-IDX) TO WS-RW-DELINQ-BAL
082700     MOVE WS-TALLY-LEVEL TO WS-CLS-LEVEL
082800     MOVE WS-COL-IDX TO WS-CLS-COLUMN
082900     PERFORM 6100-CLASSIFY-THE-CELL THRU 6100-EXIT
083000     ADD WS-TALLY-COUNT(WS-COL-IDX) TO
083100         WS-RW-OUTCOME(WS-CLS-OUTCOME)
083200     IF WS-CLS-OUTCOME = 1 OR WS-CLS-OUTCOME = 5
083300         ADD WS-TALLY-BALANCE(WS-COL-IDX) TO WS-RW-ROLLED-BAL
083400     END-IF.
083500 6010-EXIT.
083600     EXIT.
083700
083800 6100-CLASSIFY-THE-CELL.
083900     EVALUATE TRUE
084000         WHEN WS-CLS-COLUMN = 10
084100             MOVE 4 TO WS-CLS-OUTCOME
084200         WHEN WS-CLS-COLUMN = 11
084300             MOVE 5 TO WS-CLS-OUTCOME
084400         WHEN WS-CLS-COLUMN = 12
084500             MOVE 6 TO WS-CLS-OUTCOME
084600         WHEN WS-CLS-COLUMN > WS-CLS-LEVEL
084700             MOVE 1 TO WS-CLS-OUTCOME
084800         WHEN WS-CLS-COLUMN = WS-CLS-LEVEL
084900             MOVE 2 TO WS-CLS-OUTCOME
085000         WHEN OTHER
085100             MOVE 3 TO WS-CLS-OUTCOME
085200     END-EVALUATE.
085300 6100-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700*    7000-WRITE-REPORT                                           *
085800*    THE MATRIX, THEN BRANCH AND PORTFOLIO ROLL RATES, THEN THE  *
085900*    TREND, THEN THE FOOTERS.                                    *
086000******************************************************************
086100 7000-WRITE-REPORT.
086200     MOVE WS-RUN-DATE TO RR-HDG1-RUN-DATE
086300     MOVE WS-AS-OF-DATE TO RR-HDG1-AS-OF-DATE
086400     WRITE ROLL-RATE-REPORT-LINE FROM RR-HEADING-LINE-1
086500     MOVE "MIGRATION MATRIX - PRIOR MONTH-END LEVEL TO THIS "
086600         TO RR-SECTION-TEXT
086700     MOVE "MONTH-END (WHOLE DOLLARS)" TO RR-SECTION-TEXT(50:31)
086800     WRITE ROLL-RATE-REPORT-LINE FROM RR-SECTION-LINE
086900         AFTER ADVANCING 2 LINES
087000     WRITE ROLL-RATE-REPORT-LINE FROM RR-MATRIX-HEADING
087100     PERFORM 7100-WRITE-MATRIX-ROW THRU 7100-EXIT
087200         VARYING WS-ROW-IDX FROM 2 BY 1
087300         UNTIL WS-ROW-IDX > 10
087400     MOVE 1 TO WS-ROW-IDX
087500     PERFORM 7100-WRITE-MATRIX-ROW THRU 7100-EXIT
087600     MOVE "ROLL RATES BY BRANCH - PERCENT OF ACCOUNTS "
087700         TO RR-SECTION-TEXT
087800     MOVE "DELINQUENT AT THE PRIOR MONTH-END"
087900         TO RR-SECTION-TEXT(44:37)
088000     WRITE ROLL-RATE-REPORT-LINE FROM RR-SECTION-LINE
088100         AFTER ADVANCING 2 LINES
088200     MOVE "BRANCH" TO RR-RH-KEY-TITLE
088300     MOVE "BRANCH NAME" TO RR-RH-NAME-TITLE
088400     WRITE ROLL-RATE-REPORT-LINE FROM RR-RATE-HEADING
088500     PERFORM 7200-WRITE-ONE-BRANCH THRU 7200-EXIT
088600         VARYING WS-BRN-PRINT-IDX FROM 1 BY 1
088700         UNTIL WS-BRN-PRINT-IDX > WS-BRN-ENTRY-COUNT
088800     MOVE WS-TRD-RATES(WS-TRD-ENTRY-COUNT) TO WS-RATE-WORK
088900     PERFORM 7500-FORMAT-RATE-LINE THRU 7500-EXIT
089000     MOVE SPACES TO RR-RL-KEY
089100     MOVE "PORTFOLIO TOTAL" TO RR-RL-NAME
089200     WRITE ROLL-RATE-REPORT-LINE FROM RR-RATE-LINE
089300         AFTER ADVANCING 2 LINES
089400     MOVE "TREND - LAST 12 MONTH-ENDS ON THE HISTORY"
089500         TO RR-SECTION-TEXT
089600     WRITE ROLL-RATE-REPORT-LINE FROM RR-SECTION-LINE
089700         AFTER ADVANCING 2 LINES
089800     MOVE "MONTH" TO RR-RH-KEY-TITLE
089900     MOVE "MONTH-END DATE" TO RR-RH-NAME-TITLE
090000     WRITE ROLL-RATE-REPORT-LINE FROM RR-RATE-HEADING
090100     PERFORM 7300-WRITE-ONE-MONTH THRU 7300-EXIT
090200         VARYING WS-TRD-IDX FROM 1 BY 1
090300         UNTIL WS-TRD-IDX > WS-TRD-ENTRY-COUNT
090400     MOVE "ACCOUNTS DELINQUENT AT EITHER MONTH-END"
090500         TO RR-FTR-LABEL
090600     MOVE WS-ACCOUNTS-EXAMINED TO RR-FTR-COUNT
090700     WRITE ROLL-RATE-REPORT-LINE FROM RR-FOOTER-LINE
090800         AFTER ADVANCING 2 LINES
090900     MOVE "  NO LONGER ON THE MASTER  . . . . . . ."
091000         TO RR-FTR-LABEL
091100     MOVE WS-NOT-ON-MASTER TO RR-FTR-COUNT
091200     WRITE ROLL-RATE-REPORT-LINE FROM RR-FOOTER-LINE
091300     MOVE "MONTHS IN THE TREND  . . . . . . . . . ."
091400         TO RR-FTR-LABEL
091500     MOVE WS-TRD-ENTRY-COUNT TO RR-FTR-COUNT
091600     WRITE ROLL-RATE-REPORT-LINE FROM RR-FOOTER-LINE
091700     IF WS-HIST-RECORDS-REPLACED > 0
091800         MOVE "HISTORY ROWS REPLACED (RERUN)  . . . . ."
091900             TO RR-FTR-LABEL
092000         MOVE WS-HIST-RECORDS-REPLACED TO RR-FTR-COUNT
092100         WRITE ROLL-RATE-REPORT-LINE FROM RR-FOOTER-LINE
092200     END-IF.
092300 7000-EXIT.
092400     EXIT.
092500
092600******************************************************************
092700*    7100-WRITE-MATRIX-ROW                                       *
092800*    COUNT, BALANCE AND PERCENT-OF-ROW LINES.  AN EMPTY ROW IS   *
092900*    NOT PRINTED.                                                *
093000******************************************************************
093100 7100-WRITE-MATRIX-ROW.
093200     MOVE 0 TO WS-ROW-TOTAL
093300     PERFORM 7110-ADD-ROW-CELL THRU 7110-EXIT
093400         VARYING WS-COL-IDX FROM 1 BY 1
093500         UNTIL WS-COL-IDX > 12
093600     IF WS-ROW-TOTAL = 0
093700         GO TO 7100-EXIT
093800     END-IF
093900     MOVE SPACES TO RR-MATRIX-COUNT-LINE
094000     MOVE SPACES TO RR-MATRIX-BALANCE-LINE
094100     MOVE SPACES TO RR-MATRIX-PCT-LINE
094200     IF WS-ROW-IDX = 1
094300         MOVE "NEW" TO RR-MC-LABEL-TEXT
094400     ELSE
094500         MOVE "LEVEL" TO RR-MC-LABEL-TEXT
094600         MOVE WS-ROW-IDX TO WS-CLS-LEVEL
094700         SUBTRACT 1 FROM WS-CLS-LEVEL
094800         MOVE WS-CLS-LEVEL TO RR-MC-LABEL-LEVEL
094900     END-IF
095000     MOVE "  BALANCE" TO RR-MB-LABEL
095100     MOVE "  PERCENT" TO RR-MP-LABEL
095200     PERFORM 7120-MOVE-ROW-CELL THRU 7120-EXIT
095300         VARYING WS-COL-IDX FROM 1 BY 1
095400         UNTIL WS-COL-IDX > 12
095500     WRITE ROLL-RATE-REPORT-LINE FROM RR-MATRIX-COUNT-LINE
095600     WRITE ROLL-RATE-REPORT-LINE FROM RR-MATRIX-BALANCE-LINE
095700     WRITE ROLL-RATE-REPORT-LINE FROM RR-MATRIX-PCT-LINE.
095800 7100-EXIT.
095900     EXIT.
096000
096100 7110-ADD-ROW-CELL.
096200     ADD WS-MTX-COUNT(WS-ROW-IDX, WS-COL-IDX) TO WS-ROW-TOTAL.
096300 7110-EXIT.
096400     EXIT.
096500
096600 7120-MOVE-ROW-CELL.
096700     MOVE WS-MTX-COUNT(WS-ROW-IDX, WS-COL-IDX) TO
096800         RR-MC-COUNT(WS-COL-IDX)
096900     MOVE WS-MTX-BALANCE(WS-ROW-IDX, WS-COL-IDX) TO
097000         WS-WHOLE-DOLLARS
097100     MOVE WS-WHOLE-DOLLARS TO RR-MB-BALANCE(WS-COL-IDX)
097200     COMPUTE WS-PCT ROUNDED =
097300         WS-MTX-COUNT(WS-ROW-IDX, WS-COL-IDX) * 100
097400         / WS-ROW-TOTAL
097500     MOVE WS-PCT TO RR-MP-PCT(WS-COL-IDX).
097600 7120-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000*    7200-WRITE-ONE-BRANCH                                       *
098100******************************************************************
098200 7200-WRITE-ONE-BRANCH.
098300     MOVE WS-BRN-RATES(WS-BRN-PRINT-IDX) TO WS-RATE-WORK
098400     PERFORM 7500-FORMAT-RATE-LINE THRU 7500-EXIT
098500     MOVE WS-BRN-CODE(WS-BRN-PRINT-IDX) TO RR-RL-KEY
098600     MOVE WS-BRN-NAME(WS-BRN-PRINT-IDX) TO RR-RL-NAME
098700     WRITE ROLL-RATE-REPORT-LINE FROM RR-RATE-LINE.
098800 7200-EXIT.
098900     EXIT.
099000
099100******************************************************************
099200*    7300-WRITE-ONE-MONTH                                        *
099300******************************************************************
099400 7300-WRITE-ONE-MONTH.
099500     MOVE WS-TRD-RATES(WS-TRD-IDX) TO WS-RATE-WORK
099600     PERFORM 7500-FORMAT-RATE-LINE THRU 7500-EXIT
099700     MOVE WS-TRD-MONTH(WS-TRD-IDX) TO RR-RL-KEY
099800     MOVE WS-TRD-AS-OF(WS-TRD-IDX) TO RR-RL-NAME
099900     WRITE ROLL-RATE-REPORT-LINE FROM RR-RATE-LINE.
100000 7300-EXIT.
100100     EXIT.
100200
100300******************************************************************
100400*    7500-FORMAT-RATE-LINE                                       *
100500*    FROM THE RATE WORK AREA.  THE CALLER FILLS THE KEY AND      *
100600*    NAME.                                                       *
100700******************************************************************
100800 7500-FORMAT-RATE-LINE.
100900     MOVE SPACES TO RR-RATE-LINE
101000     MOVE WS-RW-DELINQ TO RR-RL-DELINQ
101100     PERFORM 7510-FORMAT-ONE-PCT THRU 7510-EXIT
101200         VARYING WS-OUT-IDX FROM 1 BY 1
101300         UNTIL WS-OUT-IDX > 6
101400     MOVE WS-RW-NEW TO RR-RL-NEW
101500     MOVE WS-RW-DELINQ-BAL TO RR-RL-DELINQ-BAL
101600     MOVE 0 TO WS-PCT
101700     IF WS-RW-DELINQ-BAL > 0
101800         COMPUTE WS-PCT ROUNDED =
101900             WS-RW-ROLLED-BAL * 100 / WS-RW-DELINQ-BAL
102000             ON SIZE ERROR
102100                 MOVE 999.9 TO WS-PCT
102200         END-COMPUTE
102300     END-IF
102400     MOVE WS-PCT TO RR-RL-BAL-ROLL.
102500 7500-EXIT.
102600     EXIT.
102700
102800 7510-FORMAT-ONE-PCT.
102900     MOVE 0 TO WS-PCT
103000     IF WS-RW-DELINQ > 0
103100         COMPUTE WS-PCT ROUNDED =
103200             WS-RW-OUTCOME(WS-OUT-IDX) * 100 / WS-RW-DELINQ
103300     END-IF
103400     MOVE WS-PCT TO RR-RL-PCT(WS-OUT-IDX).
103500 7510-EXIT.
103600     EXIT.
103700
103800******************************************************************
103900*    9000-TERMINATE                                              *
104000******************************************************************
104100 9000-TERMINATE.
104200     CLOSE CUSTOMER-FILE
104300     CLOSE PRIOR-DUNNING-FILE
104400     CLOSE DUNNING-STATUS-FILE
104500     CLOSE ROLL-HISTORY-OUT
104600     CLOSE ROLL-RATE-REPORT
104700     DISPLAY "ROLLRATE - " WS-ACCOUNTS-EXAMINED " ACCOUNT(S) "
104800         "IN THE MATRIX, " WS-NOT-ON-MASTER
104900         " NO LONGER ON THE MASTER"
105000     DISPLAY "ROLLRATE - HISTORY " WS-HIST-RECORDS-READ
105100         " READ, " WS-HIST-RECORDS-WRITTEN " WRITTEN, "
105200         WS-HIST-RECORDS-REPLACED " REPLACED".
105300 9000-EXIT.
105400     EXIT.
