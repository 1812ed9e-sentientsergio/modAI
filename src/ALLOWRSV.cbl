000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ALLOWRSV.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/08/2026.
000600 DATE-COMPILED.  11/08/2026.
000700******************************************************************
000800*                                                                *
000900*    ALLOWRSV - MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS        *
001000*    RESERVE.  EVERY ACCOUNT ON THE MASTER (NEWCUST) WITH A      *
001100*    DEBIT BALANCE IS RESERVED AT THE PERCENTAGE FINANCE SETS    *
001200*    ON RSVPARM (RSVPREC) FOR ITS RISK GRADE (RISKFILE) AND      *
001300*    DUNNING LEVEL (DUNSTAT, WALKED IN STEP AS RISKGRDE DOES).   *
001400*    CHARGED-OFF ACCOUNTS ("W") ARE ALREADY OFF THE BOOKS AND    *
001500*    ARE EXCLUDED.  THE REQUIRED RESERVE IS COMPARED WITH LAST   *
001600*    MONTH'S FIGURE, KEPT ON THE RESERVE HISTORY (RSVHIST IN,    *
001700*    RSVHSTO OUT, SEE RSVHREC), AND THE CHANGE POSTS AS A        *
001800*    BALANCED DEBIT/CREDIT VOUCHER PAIR (RSVJVOUT) THROUGH THE   *
001900*    GLMAP ACCOUNT-PAIR MECHANISM GLVOUCH USES - CHANGE TYPE     *
002000*    "R", PAIR AS KEYED (PROVISION EXPENSE / ALLOWANCE) FOR AN   *
002100*    INCREASE, SIDES SWAPPED FOR A DECREASE - SO GLCONF          *
002200*    CONFIRMS IT LIKE EVERY OTHER VOUCHER.  A RERUN OF A MONTH   *
002300*    REPLACES THAT MONTH'S HISTORY RECORD AND POSTS ONLY THE     *
002400*    DIFFERENCE FROM THE RESERVE ALREADY RECORDED FOR THE        *
002500*    MONTH, SO THE LEDGER IS NEVER BOOKED TWICE.  THE RESERVE    *
002600*    REPORT (RSVRPT) SHOWS THE RESERVE BY GRADE, BY BRANCH AND   *
002700*    IN TOTAL.  THE MONTH-END DATE (YYMMDD) IS REQUIRED IN THE   *
002800*    JCL PARM.                                                   *
002900*                                                                *
003000******************************************************************
003100* MODIFICATION HISTORY
003200*   11/08/2026  RVH  ORIGINAL.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RESERVE-PARM-FILE ASSIGN TO RSVPARM
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS RESERVE-PARM-STATUS.
004200     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS CUST-ID
004600         FILE STATUS IS CUSTOMER-FILE-STATUS.
004700     SELECT RISK-GRADE-FILE ASSIGN TO RISKFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS RISK-CUST-ID
005100         FILE STATUS IS RISK-GRADE-STATUS.
005200     SELECT DUNNING-STATUS-FILE ASSIGN TO DUNSTAT
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS DUNNING-STATUS-STAT.
005600     SELECT BRANCH-REF-FILE ASSIGN TO BRNCHREF
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS BRANCH-REF-STATUS.
006000     SELECT GL-MAP-FILE ASSIGN TO GLMAP
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS GL-MAP-FILE-STATUS.
006400     SELECT RESERVE-HISTORY-FILE ASSIGN TO RSVHIST
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS RESERVE-HISTORY-STATUS.
006800     SELECT RESERVE-HISTORY-OUT ASSIGN TO RSVHSTO
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS RESERVE-HISTORY-OUT-STATUS.
007200     SELECT VOUCHER-FILE ASSIGN TO RSVJVOUT
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS VOUCHER-FILE-STATUS.
007600     SELECT RESERVE-REPORT ASSIGN TO RSVRPT
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS RESERVE-REPORT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  RESERVE-PARM-FILE
008300     LABEL RECORDS ARE STANDARD
008400     BLOCK CONTAINS 0 RECORDS
008500     RECORDING MODE F
008600     DATA RECORD IS RESERVE-PARM-RECORD.
008700     COPY RSVPREC.
008800
008900 FD  CUSTOMER-FILE
009000     LABEL RECORDS ARE STANDARD
009100     BLOCK CONTAINS 0 RECORDS
009200     RECORDING MODE F
009300     DATA RECORD IS CUSTOMER-RECORD.
009400     COPY CUSTREC.
009500
009600 FD  RISK-GRADE-FILE
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     RECORDING MODE F
010000     DATA RECORD IS RISK-GRADE-RECORD.
010100     COPY RISKREC.
010200
010300 FD  DUNNING-STATUS-FILE
010400     LABEL RECORDS ARE STANDARD
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORDING MODE F
010700     DATA RECORD IS DUNNING-STATUS-RECORD.
010800     COPY DUNSREC.
010900
011000 FD  BRANCH-REF-FILE
011100     LABEL RECORDS ARE STANDARD
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORDING MODE F
011400     DATA RECORD IS BRANCH-REF-RECORD.
011500     COPY BRNCHREC.
011600
011700 FD  GL-MAP-FILE
011800     LABEL RECORDS ARE STANDARD
011900     BLOCK CONTAINS 0 RECORDS
012000     RECORDING MODE F
012100     DATA RECORD IS GL-MAP-RECORD.
012200     COPY GLMAPREC.
012300
012400 FD  RESERVE-HISTORY-FILE
012500     LABEL RECORDS ARE STANDARD
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE F
012800     DATA RECORD IS RESERVE-HISTORY-RECORD.
012900     COPY RSVHREC.
013000
013100 FD  RESERVE-HISTORY-OUT
013200     LABEL RECORDS ARE STANDARD
013300     BLOCK CONTAINS 0 RECORDS
013400     RECORDING MODE F
013500     DATA RECORD IS RESERVE-HISTORY-OUT-RECORD.
013600     COPY RSVHREC
013700         REPLACING RESERVE-HISTORY-RECORD BY
013800             RESERVE-HISTORY-OUT-RECORD
013900         RSVH-MONTH BY RSVO-MONTH
014000         RSVH-AS-OF-DATE BY RSVO-AS-OF-DATE
014100         RSVH-ACCOUNTS BY RSVO-ACCOUNTS
014200         RSVH-BALANCE BY RSVO-BALANCE
014300         RSVH-RESERVE BY RSVO-RESERVE
014400         RSVH-PRIOR-RESERVE BY RSVO-PRIOR-RESERVE
014500         RSVH-CHANGE BY RSVO-CHANGE
014600         RSVH-RUN-DATE BY RSVO-RUN-DATE.
014700
014800 FD  VOUCHER-FILE
014900     LABEL RECORDS ARE STANDARD
015000     BLOCK CONTAINS 0 RECORDS
015100     RECORDING MODE F
015200     DATA RECORD IS JOURNAL-VOUCHER-RECORD.
015300     COPY GLJVREC.
015400
015500 FD  RESERVE-REPORT
015600     LABEL RECORDS ARE OMITTED
015700     RECORDING MODE F.
015800 01  RESERVE-REPORT-LINE      PIC X(132).
015900
016000 WORKING-STORAGE SECTION.
016100******************************************************************
016200*    FILE STATUS                                                 *
016300******************************************************************
016400 01  RESERVE-PARM-STATUS       PIC X(02).
016500     88  RESERVE-PARM-OK           VALUE "00".
016600 01  CUSTOMER-FILE-STATUS      PIC X(02).
016700     88  CUST-FILE-OK              VALUE "00".
016800 01  RISK-GRADE-STATUS         PIC X(02).
016900     88  RISK-GRADE-OK             VALUE "00".
017000 01  DUNNING-STATUS-STAT       PIC X(02).
017100     88  DUNNING-STATUS-OK         VALUE "00".
017200 01  BRANCH-REF-STATUS         PIC X(02).
017300     88  BRANCH-REF-OK             VALUE "00".
017400 01  GL-MAP-FILE-STATUS        PIC X(02).
017500     88  GL-MAP-FILE-OK            VALUE "00".
017600 01  RESERVE-HISTORY-STATUS    PIC X(02).
017700     88  RESERVE-HISTORY-OK        VALUE "00".
017800     88  RESERVE-HISTORY-MISSING   VALUE "05" "35".
017900 01  RESERVE-HISTORY-OUT-STATUS PIC X(02).
018000     88  RESERVE-HISTORY-OUT-OK    VALUE "00".
018100 01  VOUCHER-FILE-STATUS       PIC X(02).
018200     88  VOUCHER-FILE-OK           VALUE "00".
018300 01  RESERVE-REPORT-STATUS     PIC X(02).
018400     88  RESERVE-REPORT-OK         VALUE "00".
018500
018600******************************************************************
018700*    RUN CONTROL FIELDS                                          *
018800******************************************************************
018900 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
019000 01  WS-PARM-DATA              PIC X(06) VALUE SPACES.
019100 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
019200 01  WS-AS-OF-FIELDS REDEFINES WS-AS-OF-DATE.
019300     05  WS-AS-OF-YYMM         PIC 9(04).
019400     05  WS-AS-OF-DD           PIC 9(02).
019500 01  WS-PARM-AT-END            PIC X(01) VALUE "N".
019600     88  PARM-FILE-AT-END          VALUE "Y".
019700 01  WS-BREF-AT-END            PIC X(01) VALUE "N".
019800     88  BREF-IS-AT-END            VALUE "Y".
019900 01  WS-MAP-AT-END             PIC X(01) VALUE "N".
020000     88  MAP-FILE-AT-END           VALUE "Y".
020100 01  WS-MAP-FOUND              PIC X(01) VALUE "N".
020200     88  MAP-ENTRY-FOUND           VALUE "Y".
020300 01  WS-RSV-DEBIT-ACCOUNT      PIC X(10) VALUE SPACES.
020400 01  WS-RSV-CREDIT-ACCOUNT     PIC X(10) VALUE SPACES.
020500 01  WS-CUSTOMER-AT-END        PIC X(01) VALUE "N".
020600     88  CUSTOMER-FILE-AT-END      VALUE "Y".
020700 01  WS-RISK-PRESENT           PIC X(01) VALUE "N".
020800     88  RISK-PRESENT              VALUE "Y".
020900 01  WS-DUNNING-PRESENT        PIC X(01) VALUE "N".
021000     88  DUNNING-PRESENT           VALUE "Y".
021100 01  WS-DUN-KEY                PIC X(10) VALUE HIGH-VALUES.
021200 01  WS-HIST-AT-END            PIC X(01) VALUE "N".
021300     88  HIST-FILE-AT-END          VALUE "Y".
021400 01  WS-HIST-PRESENT           PIC X(01) VALUE "N".
021500     88  HIST-FILE-PRESENT         VALUE "Y".
021600 01  WS-NEW-RECORD-DONE        PIC X(01) VALUE "N".
021700     88  NEW-RECORD-WRITTEN        VALUE "Y".
021800 01  WS-PRIOR-FOUND            PIC X(01) VALUE "N".
021900     88  PRIOR-MONTH-FOUND         VALUE "Y".
022000 01  WS-RERUN                  PIC X(01) VALUE "N".
022100     88  MONTH-IS-RERUN            VALUE "Y".
022200 01  WS-ACCT-GRADE             PIC X(01) VALUE SPACE.
022300 01  WS-ACCT-LEVEL             PIC 9(01) VALUE 0.
022400 01  WS-ACCT-PCT               PIC 9(03)V99 VALUE 0.
022500 01  WS-ACCT-RESERVE           PIC S9(09)V99 VALUE 0.
022600 01  WS-PCT-FOUND              PIC X(01) VALUE "N".
022700     88  PCT-FOUND                 VALUE "Y".
022800 01  WS-PCT                    PIC S9(03)V99 VALUE 0.
022900 01  WS-LINE-BALANCE           PIC S9(11)V99 VALUE 0.
023000 01  WS-LINE-RESERVE           PIC S9(11)V99 VALUE 0.
023100 01  WS-VOUCHER-AMOUNT         PIC 9(11)V99 VALUE 0.
023200
023300******************************************************************
023400*    RESERVE PERCENTAGE TABLE - LOADED FROM RSVPARM.  A BLANK    *
023500*    GRADE IS THE DEFAULT FOR ITS DUNNING LEVEL.                 *
023600******************************************************************
023700 01  WS-PCT-TABLE-SIZE         PIC 9(3) BINARY VALUE 100.
023800 01  WS-PCT-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
023900 01  WS-PCT-ENTRIES.
024000     05  WS-PCT-ENTRY          OCCURS 100 TIMES.
024100         10  WS-PCT-GRADE          PIC X(01).
024200         10  WS-PCT-LEVEL          PIC 9(01).
024300         10  WS-PCT-RATE           PIC 9(03)V99.
024400 01  WS-PCT-IDX                PIC 9(3) BINARY VALUE 0.
024500 01  WS-PCT-WORK-GRADE         PIC X(01) VALUE SPACE.
024600
024700******************************************************************
024800*    GRADE TABLE - RISKGRDE'S GRADES A (CLEAN) TO E (WORST),     *
024900*    THEN UNGRADED (NO RISKFILE RECORD) AND A CATCH-ALL FOR ANY  *
025000*    OTHER GRADE CODE.                                           *
025100******************************************************************
025200 01  WS-GRADE-CODE-VALUES      PIC X(07) VALUE "ABCDE ?".
025300 01  WS-GRADE-CODES REDEFINES WS-GRADE-CODE-VALUES.
025400     05  WS-GRADE-CODE         PIC X(01) OCCURS 7 TIMES.
025500 01  WS-GRD-ENTRIES.
025600     05  WS-GRD-ENTRY          OCCURS 7 TIMES.
025700         10  WS-GRD-ACCOUNTS       PIC 9(07).
025800         10  WS-GRD-BALANCE        PIC S9(11)V99.
025900         10  WS-GRD-RESERVE        PIC S9(11)V99.
026000 01  WS-GRD-IDX                PIC 9(3) BINARY VALUE 0.
026100 01  WS-GRD-FOUND-IDX          PIC 9(3) BINARY VALUE 0.
026200
026300******************************************************************
026400*    BRANCH TABLE - LOADED FROM BRNCHREF IN FILE ORDER, PLUS     *
026500*    THE "????" CATCH-ALL FOR UNASSIGNED OR UNKNOWN BRANCHES.    *
026600*    SAME SHAPE AS DPDAGE'S.                                     *
026700******************************************************************
026800 01  WS-BRN-TABLE-SIZE         PIC 9(3) BINARY VALUE 51.
026900 01  WS-BRN-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
027000 01  WS-BRN-ENTRIES.
027100     05  WS-BRN-ENTRY          OCCURS 51 TIMES.
027200         10  WS-BRN-CODE           PIC X(04).
027300         10  WS-BRN-REGION         PIC X(02).
027400         10  WS-BRN-NAME           PIC X(20).
027500         10  WS-BRN-ACCOUNTS       PIC 9(07).
027600         10  WS-BRN-BALANCE        PIC S9(11)V99.
027700         10  WS-BRN-RESERVE        PIC S9(11)V99.
027800 01  WS-BRN-SEARCH-IDX         PIC 9(3) BINARY VALUE 0.
027900 01  WS-BRN-FOUND              PIC X(01) VALUE "N".
028000     88  BRN-ENTRY-FOUND           VALUE "Y".
028100 01  WS-BRN-PRINT-IDX          PIC 9(3) BINARY VALUE 0.
028200 01  WS-BRN-WORK-CODE          PIC X(04) VALUE SPACES.
028300
028400******************************************************************
028500*    RUN TOTALS                                                  *
028600******************************************************************
028700 01  WS-ACCOUNTS-READ          PIC 9(07) BINARY VALUE 0.
028800 01  WS-ACCOUNTS-RESERVED      PIC 9(07) VALUE 0.
028900 01  WS-CHGOFF-EXCLUDED        PIC 9(07) BINARY VALUE 0.
029000 01  WS-NO-BALANCE-COUNT       PIC 9(07) BINARY VALUE 0.
029100 01  WS-NO-PCT-COUNT           PIC 9(07) BINARY VALUE 0.
029200 01  WS-TOTAL-BALANCE          PIC S9(11)V99 VALUE 0.
029300 01  WS-TOTAL-RESERVE          PIC S9(11)V99 VALUE 0.
029400 01  WS-PRIOR-MONTH            PIC 9(04) VALUE 0.
029500 01  WS-PRIOR-RESERVE          PIC S9(11)V99 VALUE 0.
029600 01  WS-BOOKED-RESERVE         PIC S9(11)V99 VALUE 0.
029700 01  WS-RESERVE-CHANGE         PIC S9(11)V99 VALUE 0.
029800 01  WS-POSTED-CHANGE          PIC S9(11)V99 VALUE 0.
029900 01  WS-VOUCHER-LINES          PIC 9(05) VALUE 0.
030000 01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE 0.
030100 01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE 0.
030200 01  WS-HIST-RECORDS-READ      PIC 9(07) BINARY VALUE 0.
030300 01  WS-HIST-RECORDS-WRITTEN   PIC 9(07) BINARY VALUE 0.
030400
030500******************************************************************
030600*    RESERVE REPORT LINE LAYOUTS                                 *
030700******************************************************************
030800 01  RV-HEADING-LINE-1.
030900     05  FILLER                PIC X(01) VALUE SPACE.
031000     05  FILLER                PIC X(54) VALUE
031100         "ALLOWRSV - ALLOWANCE FOR DOUBTFUL ACCOUNTS RESERVE".
031200     05  FILLER                PIC X(10) VALUE "RUN DATE ".
031300     05  RV-HDG1-RUN-DATE      PIC 9(06).
031400     05  FILLER                PIC X(04) VALUE SPACES.
031500     05  FILLER                PIC X(11) VALUE "MONTH END ".
031600     05  RV-HDG1-AS-OF-DATE    PIC 9(06).
031700
031800 01  RV-SECTION-LINE.
031900     05  FILLER                PIC X(01) VALUE SPACE.
032000     05  RV-SECTION-TEXT       PIC X(80).
032100
032200 01  RV-COLUMN-HEADING.
032300     05  FILLER                PIC X(01) VALUE SPACE.
032400     05  RV-CH-KEY-TITLE       PIC X(07).
032500     05  RV-CH-NAME-TITLE      PIC X(20).
032600     05  FILLER                PIC X(10) VALUE "  ACCOUNTS".
032700     05  FILLER                PIC X(20) VALUE
032800         "             BALANCE".
032900     05  FILLER                PIC X(20) VALUE
033000         "             RESERVE".
033100     05  FILLER                PIC X(10) VALUE " RESERVE%".
033200
033300 01  RV-DETAIL-LINE.
033400     05  FILLER                PIC X(02) VALUE SPACES.
033500     05  RV-DTL-KEY            PIC X(04).
033600     05  FILLER                PIC X(02) VALUE SPACES.
033700     05  RV-DTL-NAME           PIC X(20).
033800     05  FILLER                PIC X(02) VALUE SPACES.
033900     05  RV-DTL-ACCOUNTS       PIC Z,ZZZ,ZZ9.
034000     05  FILLER                PIC X(02) VALUE SPACES.
034100     05  RV-DTL-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034200     05  FILLER                PIC X(02) VALUE SPACES.
034300     05  RV-DTL-RESERVE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034400     05  FILLER                PIC X(03) VALUE SPACES.
034500     05  RV-DTL-PCT            PIC ZZ9.99.
034600
034700 01  RV-AMOUNT-LINE.
034800     05  FILLER                PIC X(01) VALUE SPACE.
034900     05  RV-AMT-LABEL          PIC X(40).
035000     05  RV-AMT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
035100     05  FILLER                PIC X(02) VALUE SPACES.
035200     05  RV-AMT-NOTE           PIC X(30).
035300
035400 01  RV-COUNT-LINE.
035500     05  FILLER                PIC X(01) VALUE SPACE.
035600     05  RV-CNT-LABEL          PIC X(40).
035700     05  RV-CNT-VALUE          PIC Z,ZZZ,ZZ9.
035800
035900 01  RV-MONTH-NOTE.
036000     05  FILLER                PIC X(06) VALUE "MONTH ".
036100     05  RV-NOTE-MONTH         PIC 9(04).
036200
036300 PROCEDURE DIVISION.
036400******************************************************************
036500*    0000-MAINLINE                                               *
036600******************************************************************
036700 0000-MAINLINE.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036900     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
037000     PERFORM 2200-READ-NEXT-DUNNING THRU 2200-EXIT
037100     PERFORM 3000-RESERVE-ONE-ACCOUNT THRU 3000-EXIT
037200         UNTIL CUSTOMER-FILE-AT-END
037300     PERFORM 5000-CARRY-THE-HISTORY THRU 5000-EXIT
037400     PERFORM 6000-POST-THE-CHANGE THRU 6000-EXIT
037500     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
037600     PERFORM 8000-WRITE-VOUCHER-TRAILER THRU 8000-EXIT
037700     PERFORM 9000-TERMINATE THRU 9000-EXIT
037800     STOP RUN.
037900
038000******************************************************************
038100*    1000-INITIALIZE                                             *
038200*    THE MONTH-END DATE, THE PERCENTAGES, THE BRANCH FILE AND    *
038300*    THE "R" ACCOUNT PAIR ARE REQUIRED (RC 16) - A RESERVE AT    *
038400*    GUESSED PERCENTAGES OR POSTED TO GUESSED ACCOUNTS IS WORSE  *
038500*    THAN NONE.  SO IS A HISTORY THAT IS THERE BUT UNREADABLE -  *
038600*    WITHOUT LAST MONTH'S FIGURE THE WHOLE RESERVE WOULD POST    *
038700*    AGAIN.  WITHOUT THE MASTER THERE IS NOTHING TO RESERVE      *
038800*    (RC 8).  A MISSING RISK OR DUNNING FILE LEAVES THE          *
038900*    ACCOUNTS UNGRADED OR AT LEVEL ZERO (RC 4).                  *
039000******************************************************************
039100 1000-INITIALIZE.
039200     ACCEPT WS-RUN-DATE FROM DATE
039300     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
039400     IF WS-PARM-DATA NOT = SPACES AND WS-PARM-DATA IS NUMERIC
039500         MOVE WS-PARM-DATA TO WS-AS-OF-DATE
039600     ELSE
039700         DISPLAY "ALLOWRSV - MONTH-END DATE (YYMMDD) MUST BE "
039800             "SUPPLIED IN THE PARM - RUN STOPPED"
039900         MOVE 16 TO RETURN-CODE
040000         STOP RUN
040100     END-IF
040200     OPEN INPUT RESERVE-PARM-FILE
040300     IF NOT RESERVE-PARM-OK
040400         DISPLAY "ALLOWRSV - RESERVE PARAMETER FILE NOT FOUND - "
040500             "STATUS " RESERVE-PARM-STATUS " - RUN STOPPED"
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF
040900     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
041000     PERFORM 1200-STORE-ONE-PARM THRU 1200-EXIT
041100         UNTIL PARM-FILE-AT-END
041200     CLOSE RESERVE-PARM-FILE
041300     IF WS-PCT-ENTRY-COUNT = 0
041400         DISPLAY "ALLOWRSV - RESERVE PARAMETER FILE IS EMPTY - "
041500             "RUN STOPPED"
041600         MOVE 16 TO RETURN-CODE
041700         STOP RUN
041800     END-IF
041900     OPEN INPUT BRANCH-REF-FILE
042000     IF NOT BRANCH-REF-OK
042100         DISPLAY "ALLOWRSV - BRANCH REFERENCE FILE NOT FOUND - "
042200             "STATUS " BRANCH-REF-STATUS " - RUN STOPPED"
042300         MOVE 16 TO RETURN-CODE
042400         STOP RUN
042500     END-IF
042600     PERFORM 1300-READ-NEXT-BRANCH THRU 1300-EXIT
042700     PERFORM 1400-STORE-ONE-BRANCH THRU 1400-EXIT
042800         UNTIL BREF-IS-AT-END
042900     CLOSE BRANCH-REF-FILE
043000     IF WS-BRN-ENTRY-COUNT < WS-BRN-TABLE-SIZE
043100         ADD 1 TO WS-BRN-ENTRY-COUNT
043200         INITIALIZE WS-BRN-ENTRY(WS-BRN-ENTRY-COUNT)
043300         MOVE "????" TO WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
043400         MOVE "??" TO WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
043500         MOVE "UNASSIGNED/UNKNOWN" TO
043600             WS-BRN-NAME(WS-BRN-ENTRY-COUNT)
043700     END-IF
043800     PERFORM 1500-FIND-RESERVE-MAP THRU 1500-EXIT
043900     IF NOT MAP-ENTRY-FOUND
044000         DISPLAY "ALLOWRSV - NO GLMAP ENTRY FOR CHANGE TYPE R "
044100             "- RUN STOPPED"
044200         MOVE 16 TO RETURN-CODE
044300         STOP RUN
044400     END-IF
044500     OPEN INPUT RESERVE-HISTORY-FILE
044600     IF RESERVE-HISTORY-OK
044700         MOVE "Y" TO WS-HIST-PRESENT
044800     ELSE
044900         IF RESERVE-HISTORY-MISSING
045000             DISPLAY "ALLOWRSV - NO RESERVE HISTORY - LAST "
045100                 "MONTH'S RESERVE TAKEN AS ZERO"
045200             MOVE 4 TO RETURN-CODE
045300         ELSE
045400             DISPLAY "ALLOWRSV - ERROR OPENING RESERVE HISTORY "
045500                 "- STATUS " RESERVE-HISTORY-STATUS
045600                 " - RUN STOPPED"
045700             MOVE 16 TO RETURN-CODE
045800             STOP RUN
045900         END-IF
046000     END-IF
046100     INITIALIZE WS-GRD-ENTRIES
046200     OPEN INPUT CUSTOMER-FILE
046300     IF NOT CUST-FILE-OK
046400         DISPLAY "ALLOWRSV - ERROR OPENING CUSTOMER FILE - "
046500             "STATUS " CUSTOMER-FILE-STATUS
046600         MOVE 8 TO RETURN-CODE
046700         STOP RUN
046800     END-IF
046900     OPEN INPUT RISK-GRADE-FILE
047000     IF RISK-GRADE-OK
047100         MOVE "Y" TO WS-RISK-PRESENT
047200     ELSE
047300         DISPLAY "ALLOWRSV - NO RISK GRADE FILE - STATUS "
047400             RISK-GRADE-STATUS " - ACCOUNTS RESERVED UNGRADED"
047500         MOVE 4 TO RETURN-CODE
047600     END-IF
047700     OPEN INPUT DUNNING-STATUS-FILE
047800     IF DUNNING-STATUS-OK
047900         MOVE "Y" TO WS-DUNNING-PRESENT
048000     ELSE
048100         DISPLAY "ALLOWRSV - NO DUNNING STATUS FILE - STATUS "
048200             DUNNING-STATUS-STAT " - ACCOUNTS RESERVED AT "
048300             "LEVEL ZERO"
048400         MOVE 4 TO RETURN-CODE
048500     END-IF
048600     OPEN OUTPUT RESERVE-REPORT
048700     IF NOT RESERVE-REPORT-OK
048800         DISPLAY "ALLOWRSV - ERROR OPENING RESERVE REPORT - "
048900             "STATUS " RESERVE-REPORT-STATUS
049000         MOVE 24 TO RETURN-CODE
049100         STOP RUN
049200     END-IF
049300     OPEN OUTPUT RESERVE-HISTORY-OUT
049400     IF NOT RESERVE-HISTORY-OUT-OK
049500         DISPLAY "ALLOWRSV - ERROR OPENING NEW RESERVE HISTORY "
049600             "- STATUS " RESERVE-HISTORY-OUT-STATUS
049700         MOVE 24 TO RETURN-CODE
049800         STOP RUN
049900     END-IF
050000     OPEN OUTPUT VOUCHER-FILE.
050100 1000-EXIT.
050200     EXIT.
050300
050400 1100-READ-NEXT-PARM.
050500     READ RESERVE-PARM-FILE INTO RESERVE-PARM-RECORD
050600         AT END
050700             MOVE "Y" TO WS-PARM-AT-END
050800     END-READ.
050900 1100-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    1200-STORE-ONE-PARM                                         *
051400*    A RECORD THAT DOES NOT EDIT, OR REPEATS A GRADE AND LEVEL   *
051500*    ALREADY LOADED, IS LISTED AND LEFT OUT - THE FIRST ONE      *
051600*    STANDS.                                                     *
051700******************************************************************
051800 1200-STORE-ONE-PARM.
051900     IF RSVP-DUN-LEVEL NOT NUMERIC OR
052000             RSVP-RESERVE-PCT NOT NUMERIC OR
052100             RSVP-RESERVE-PCT > 100
052200         DISPLAY "ALLOWRSV - RESERVE PARAMETER FOR GRADE "
052300             RSVP-RISK-GRADE " LEVEL " RSVP-DUN-LEVEL
052400             " IS INVALID - NOT LOADED"
052500         MOVE 4 TO RETURN-CODE
052600         GO TO 1200-NEXT
052700     END-IF
052800     MOVE RSVP-RISK-GRADE TO WS-PCT-WORK-GRADE
052900     MOVE RSVP-DUN-LEVEL TO WS-ACCT-LEVEL
053000     PERFORM 3200-FIND-PCT-ENTRY THRU 3200-EXIT
053100     IF PCT-FOUND
053200         DISPLAY "ALLOWRSV - DUPLICATE RESERVE PARAMETER FOR "
053300             "GRADE " RSVP-RISK-GRADE " LEVEL " RSVP-DUN-LEVEL
053400             " - NOT LOADED"
053500         MOVE 4 TO RETURN-CODE
053600         GO TO 1200-NEXT
053700     END-IF
053800     IF WS-PCT-ENTRY-COUNT < WS-PCT-TABLE-SIZE
053900         ADD 1 TO WS-PCT-ENTRY-COUNT
054000         MOVE RSVP-RISK-GRADE TO
054100             WS-PCT-GRADE(WS-PCT-ENTRY-COUNT)
054200         MOVE RSVP-DUN-LEVEL TO
054300             WS-PCT-LEVEL(WS-PCT-ENTRY-COUNT)
054400         MOVE RSVP-RESERVE-PCT TO
054500             WS-PCT-RATE(WS-PCT-ENTRY-COUNT)
054600     ELSE
054700         DISPLAY "ALLOWRSV - RESERVE PARAMETER TABLE FULL - "
054800             "GRADE " RSVP-RISK-GRADE " LEVEL " RSVP-DUN-LEVEL
054900             " NOT LOADED"
055000         MOVE 4 TO RETURN-CODE
055100     END-IF.
055200 1200-NEXT.
055300     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT.
055400 1200-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800*    1300-READ-NEXT-BRANCH                                       *
055900******************************************************************
056000 1300-READ-NEXT-BRANCH.
056100     READ BRANCH-REF-FILE INTO BRANCH-REF-RECORD
056200         AT END
056300             MOVE "Y" TO WS-BREF-AT-END
056400     END-READ.
056500 1300-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    1400-STORE-ONE-BRANCH                                       *
057000******************************************************************
057100 1400-STORE-ONE-BRANCH.
057200     IF WS-BRN-ENTRY-COUNT < 50
057300         ADD 1 TO WS-BRN-ENTRY-COUNT
057400         INITIALIZE WS-BRN-ENTRY(WS-BRN-ENTRY-COUNT)
057500         MOVE BRN-BRANCH-CODE TO
057600             WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
057700         MOVE BRN-REGION-CODE TO
057800             WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
057900         MOVE BRN-BRANCH-NAME TO
058000             WS-BRN-NAME(WS-BRN-ENTRY-COUNT)
058100     ELSE
058200         DISPLAY "ALLOWRSV - BRANCH TABLE FULL - "
058300             BRN-BRANCH-CODE " NOT LOADED"
058400     END-IF
058500     PERFORM 1300-READ-NEXT-BRANCH THRU 1300-EXIT.
058600 1400-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    1500-FIND-RESERVE-MAP                                       *
059100******************************************************************
059200 1500-FIND-RESERVE-MAP.
059300     MOVE "N" TO WS-MAP-FOUND
059400     OPEN INPUT GL-MAP-FILE
059500     IF NOT GL-MAP-FILE-OK
059600         DISPLAY "ALLOWRSV - ACCOUNT MAP FILE NOT FOUND - "
059700             "STATUS " GL-MAP-FILE-STATUS
059800         GO TO 1500-EXIT
059900     END-IF
060000     PERFORM 1510-CHECK-ONE-MAP THRU 1510-EXIT
060100         UNTIL MAP-ENTRY-FOUND OR MAP-FILE-AT-END
060200     CLOSE GL-MAP-FILE.
060300 1500-EXIT.
060400     EXIT.
060500
060600 1510-CHECK-ONE-MAP.
060700     READ GL-MAP-FILE INTO GL-MAP-RECORD
060800         AT END
060900             MOVE "Y" TO WS-MAP-AT-END
061000     END-READ
061100     IF NOT MAP-FILE-AT-END
061200         IF GLM-CHANGE-TYPE = "R"
061300             MOVE "Y" TO WS-MAP-FOUND
061400             MOVE GLM-DEBIT-ACCOUNT TO WS-RSV-DEBIT-ACCOUNT
061500             MOVE GLM-CREDIT-ACCOUNT TO WS-RSV-CREDIT-ACCOUNT
061600         END-IF
061700     END-IF.
061800 1510-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    2100-READ-NEXT-CUSTOMER                                     *
062300******************************************************************
062400 2100-READ-NEXT-CUSTOMER.
062500     READ CUSTOMER-FILE NEXT RECORD
062600         AT END
062700             MOVE "Y" TO WS-CUSTOMER-AT-END
062800     END-READ
062900     IF NOT CUSTOMER-FILE-AT-END
063000         ADD 1 TO WS-ACCOUNTS-READ
063100     END-IF.
063200 2100-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    2200-READ-NEXT-DUNNING                                      *
063700*    AN EXHAUSTED OR ABSENT DUNNING FILE LEAVES ITS KEY AT       *
063800*    HIGH-VALUES, SO NO ACCOUNT EVER MATCHES IT.                 *
063900******************************************************************
064000 2200-READ-NEXT-DUNNING.
064100     IF NOT DUNNING-PRESENT
064200         GO TO 2200-EXIT
064300     END-IF
064400     READ DUNNING-STATUS-FILE
064500         AT END
064600             MOVE HIGH-VALUES TO WS-DUN-KEY
064700         NOT AT END
064800             MOVE DUN-CUST-ID TO WS-DUN-KEY
064900     END-READ.
065000 2200-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400*    3000-RESERVE-ONE-ACCOUNT                                    *
065500*    CHARGED-OFF ACCOUNTS AND ACCOUNTS WITH NOTHING OWING CARRY  *
065600*    NO RESERVE.  THE RESERVE IS THE BALANCE TIMES THE GRADE     *
065700*    AND LEVEL'S PERCENTAGE, ROUNDED TO THE CENT.                *
065800******************************************************************
065900 3000-RESERVE-ONE-ACCOUNT.
066000     IF CUST-STATUS-CHGOFF
066100         ADD 1 TO WS-CHGOFF-EXCLUDED
066200         GO TO 3000-NEXT
066300     END-IF
066400     IF CUST-BALANCE NOT NUMERIC
066500         ADD 1 TO WS-NO-BALANCE-COUNT
066600         GO TO 3000-NEXT
066700     END-IF
066800     IF CUST-BALANCE NOT > 0
066900         ADD 1 TO WS-NO-BALANCE-COUNT
067000         GO TO 3000-NEXT
067100     END-IF
067200     MOVE SPACE TO WS-ACCT-GRADE
067300     IF RISK-PRESENT
067400         MOVE CUST-ID TO RISK-CUST-ID
067500         READ RISK-GRADE-FILE
067600             INVALID KEY
067700                 MOVE SPACE TO WS-ACCT-GRADE
067800             NOT INVALID KEY
067900                 MOVE RISK-GRADE TO WS-ACCT-GRADE
068000         END-READ
068100     END-IF
068200     PERFORM 2200-READ-NEXT-DUNNING THRU 2200-EXIT
068300         UNTIL WS-DUN-KEY NOT < CUST-ID
068400     MOVE 0 TO WS-ACCT-LEVEL
068500     IF WS-DUN-KEY = CUST-ID
068600         IF DUN-LEVEL NUMERIC
068700             MOVE DUN-LEVEL TO WS-ACCT-LEVEL
068800         END-IF
068900     END-IF
069000     PERFORM 3100-FIND-RESERVE-PCT THRU 3100-EXIT
069100     COMPUTE WS-ACCT-RESERVE ROUNDED =
069200         CUST-BALANCE * WS-ACCT-PCT / 100
069300     ADD 1 TO WS-ACCOUNTS-RESERVED
069400     ADD CUST-BALANCE TO WS-TOTAL-BALANCE
069500     ADD WS-ACCT-RESERVE TO WS-TOTAL-RESERVE
069600     PERFORM 3300-ADD-TO-GRADE THRU 3300-EXIT
069700     PERFORM 3400-ADD-TO-BRANCH THRU 3400-EXIT.
069800 3000-NEXT.
069900     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
070000 3000-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400*    3100-FIND-RESERVE-PCT                                       *
070500*    THE GRADE AND LEVEL'S OWN PERCENTAGE, ELSE THE LEVEL'S      *
070600*    BLANK-GRADE DEFAULT.  WITH NEITHER ON RSVPARM THE ACCOUNT   *
070700*    IS COUNTED AND RESERVED AT ZERO.                            *
070800******************************************************************
070900 3100-FIND-RESERVE-PCT.
071000     MOVE WS-ACCT-GRADE TO WS-PCT-WORK-GRADE
071100     PERFORM 3200-FIND-PCT-ENTRY THRU 3200-EXIT
071200     IF NOT PCT-FOUND AND WS-ACCT-GRADE NOT = SPACE
071300         MOVE SPACE TO WS-PCT-WORK-GRADE
071400         PERFORM 3200-FIND-PCT-ENTRY THRU 3200-EXIT
071500     END-IF
071600     IF PCT-FOUND
071700         MOVE WS-PCT-RATE(WS-PCT-IDX) TO WS-ACCT-PCT
071800     ELSE
071900         MOVE 0 TO WS-ACCT-PCT
072000         ADD 1 TO WS-NO-PCT-COUNT
072100     END-IF.
072200 3100-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600*    3200-FIND-PCT-ENTRY                                         *
072700*    LOOKS UP WS-PCT-WORK-GRADE AT WS-ACCT-LEVEL.  WHEN FOUND,   *
072800*    WS-PCT-IDX POINTS AT THE ENTRY.                             *
072900******************************************************************
073000 3200-FIND-PCT-ENTRY.
073100     MOVE "N" TO WS-PCT-FOUND
073200     MOVE 0 TO WS-PCT-IDX
073300     PERFORM 3210-MATCH-ONE-PCT THRU 3210-EXIT
073400         UNTIL PCT-FOUND OR
073500             WS-PCT-IDX = WS-PCT-ENTRY-COUNT.
073600 3200-EXIT.
073700     EXIT.
073800
073900 3210-MATCH-ONE-PCT.
074000     ADD 1 TO WS-PCT-IDX
074100     IF WS-PCT-GRADE(WS-PCT-IDX) = WS-PCT-WORK-GRADE AND
074200             WS-PCT-LEVEL(WS-PCT-IDX) = WS-ACCT-LEVEL
074300         MOVE "Y" TO WS-PCT-FOUND
074400     END-IF.
074500 3210-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    3300-ADD-TO-GRADE                                           *
075000*    A GRADE CODE OUTSIDE A TO E FALLS TO THE LAST ENTRY.        *
075100******************************************************************
075200 3300-ADD-TO-GRADE.
075300     MOVE 0 TO WS-GRD-FOUND-IDX
075400     PERFORM 3310-MATCH-ONE-GRADE THRU 3310-EXIT
075500         VARYING WS-GRD-IDX FROM 1 BY 1
075600         UNTIL WS-GRD-FOUND-IDX > 0 OR WS-GRD-IDX > 6
075700     IF WS-GRD-FOUND-IDX = 0
075800         MOVE 7 TO WS-GRD-FOUND-IDX
075900     END-IF
076000     ADD 1 TO WS-GRD-ACCOUNTS(WS-GRD-FOUND-IDX)
076100     ADD CUST-BALANCE TO WS-GRD-BALANCE(WS-GRD-FOUND-IDX)
076200     ADD WS-ACCT-RESERVE TO WS-GRD-RESERVE(WS-GRD-FOUND-IDX).
076300 3300-EXIT.
076400     EXIT.
076500
076600 3310-MATCH-ONE-GRADE.
076700     IF WS-GRADE-CODE(WS-GRD-IDX) = WS-ACCT-GRADE
076800         MOVE WS-GRD-IDX TO WS-GRD-FOUND-IDX
076900     END-IF.
077000 3310-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400*    3400-ADD-TO-BRANCH                                          *
077500*    UNKNOWN OR BLANK BRANCH CODES FALL TO THE "????" ENTRY.     *
077600******************************************************************
077700 3400-ADD-TO-BRANCH.
077800     MOVE CUST-BRANCH-CODE TO WS-BRN-WORK-CODE
077900     MOVE "N" TO WS-BRN-FOUND
078000     MOVE 0 TO WS-BRN-SEARCH-IDX
078100     PERFORM 3410-FIND-BRANCH-ENTRY THRU 3410-EXIT
078200         UNTIL BRN-ENTRY-FOUND OR
078300             WS-BRN-SEARCH-IDX = WS-BRN-ENTRY-COUNT
078400     IF NOT BRN-ENTRY-FOUND
078500         MOVE WS-BRN-ENTRY-COUNT TO WS-BRN-SEARCH-IDX
078600     END-IF
078700     ADD 1 TO WS-BRN-ACCOUNTS(WS-BRN-SEARCH-IDX)
078800     ADD CUST-BALANCE TO WS-BRN-BALANCE(WS-BRN-SEARCH-IDX)
078900     ADD WS-ACCT-RESERVE TO WS-BRN-RESERVE(WS-BRN-SEARCH-IDX).
079000 3400-EXIT.
079100     EXIT.
079200
079300 3410-FIND-BRANCH-ENTRY.
079400     ADD 1 TO WS-BRN-SEARCH-IDX
079500     IF WS-BRN-CODE(WS-BRN-SEARCH-IDX) = WS-BRN-WORK-CODE
079600         MOVE "Y" TO WS-BRN-FOUND
079700     END-IF.
079800 3410-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    5000-CARRY-THE-HISTORY                                      *
080300*    EARLIER MONTHS ARE COPIED, AND THE LATEST OF THEM GIVES     *
080400*    LAST MONTH'S RESERVE.  THIS MONTH'S OLD RECORD (A RERUN) IS *
080500*    DROPPED, BUT ITS RESERVE IS WHAT THE LEDGER ALREADY HOLDS   *
080600*    FOR THE MONTH.  THE NEW RECORD GOES IN AHEAD OF ANY LATER   *
080700*    MONTH SO THE FILE STAYS IN MONTH ORDER.                     *
080800******************************************************************
080900 5000-CARRY-THE-HISTORY.
081000     IF HIST-FILE-PRESENT
081100         PERFORM 5100-READ-NEXT-HISTORY THRU 5100-EXIT
081200         PERFORM 5200-CARRY-ONE-HISTORY THRU 5200-EXIT
081300             UNTIL HIST-FILE-AT-END
081400         CLOSE RESERVE-HISTORY-FILE
081500     END-IF
081600     IF NOT NEW-RECORD-WRITTEN
081700         PERFORM 5400-WRITE-NEW-RECORD THRU 5400-EXIT
081800     END-IF.
081900 5000-EXIT.
082000     EXIT.
082100
082200 5100-READ-NEXT-HISTORY.
082300     READ RESERVE-HISTORY-FILE
082400         AT END
082500             MOVE "Y" TO WS-HIST-AT-END
082600         NOT AT END
082700             ADD 1 TO WS-HIST-RECORDS-READ
082800     END-READ.
082900 5100-EXIT.
083000     EXIT.
083100
083200 5200-CARRY-ONE-HISTORY.
083300     EVALUATE TRUE
083400         WHEN RSVH-MONTH < WS-AS-OF-YYMM
083500             WRITE RESERVE-HISTORY-OUT-RECORD
083600                 FROM RESERVE-HISTORY-RECORD
083700             ADD 1 TO WS-HIST-RECORDS-WRITTEN
083800             MOVE "Y" TO WS-PRIOR-FOUND
083900             MOVE RSVH-MONTH TO WS-PRIOR-MONTH
084000             MOVE RSVH-RESERVE TO WS-PRIOR-RESERVE
084100         WHEN RSVH-MONTH = WS-AS-OF-YYMM
084200             MOVE "Y" TO WS-RERUN
084300             MOVE RSVH-RESERVE TO WS-BOOKED-RESERVE
084400         WHEN OTHER
084500             IF NOT NEW-RECORD-WRITTEN
084600                 PERFORM 5400-WRITE-NEW-RECORD THRU 5400-EXIT
084700             END-IF
084800             WRITE RESERVE-HISTORY-OUT-RECORD
084900                 FROM RESERVE-HISTORY-RECORD
085000             ADD 1 TO WS-HIST-RECORDS-WRITTEN
085100     END-EVALUATE
085200     PERFORM 5100-READ-NEXT-HISTORY THRU 5100-EXIT.
085300 5200-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700*    5400-WRITE-NEW-RECORD                                       *
085800*    THE CHANGE RECORDED IS THE MONTH-OVER-MONTH MOVEMENT.  THE  *
085900*    CHANGE POSTED IS MEASURED FROM WHAT THE LEDGER ALREADY      *
086000*    HOLDS - LAST MONTH'S RESERVE, OR ON A RERUN THIS MONTH'S    *
086100*    EARLIER FIGURE.                                             *
086200******************************************************************
086300 5400-WRITE-NEW-RECORD.
086400     COMPUTE WS-RESERVE-CHANGE =
086500         WS-TOTAL-RESERVE - WS-PRIOR-RESERVE
086600     IF MONTH-IS-RERUN
086700         COMPUTE WS-POSTED-CHANGE =
086800             WS-TOTAL-RESERVE - WS-BOOKED-RESERVE
086900     ELSE
087000         MOVE WS-RESERVE-CHANGE TO WS-POSTED-CHANGE
087100     END-IF
087200     INITIALIZE RESERVE-HISTORY-OUT-RECORD
087300     MOVE WS-AS-OF-YYMM TO RSVO-MONTH
087400     MOVE WS-AS-OF-DATE TO RSVO-AS-OF-DATE
087500     MOVE WS-ACCOUNTS-RESERVED TO RSVO-ACCOUNTS
087600     MOVE WS-TOTAL-BALANCE TO RSVO-BALANCE
087700     MOVE WS-TOTAL-RESERVE TO RSVO-RESERVE
087800     MOVE WS-PRIOR-RESERVE TO RSVO-PRIOR-RESERVE
087900     MOVE WS-RESERVE-CHANGE TO RSVO-CHANGE
088000     MOVE WS-RUN-DATE TO RSVO-RUN-DATE
088100     WRITE RESERVE-HISTORY-OUT-RECORD
088200     ADD 1 TO WS-HIST-RECORDS-WRITTEN
088300     MOVE "Y" TO WS-NEW-RECORD-DONE.
088400 5400-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800*    6000-POST-THE-CHANGE                                        *
088900*    AN INCREASE POSTS THE "R" PAIR AS KEYED, A DECREASE SWAPS   *
089000*    THE SIDES (GLVOUCH'S NEGATIVE-NET CONVENTION).  NO CHANGE,  *
089100*    NO VOUCHER.                                                 *
089200******************************************************************
089300 6000-POST-THE-CHANGE.
089400     IF WS-POSTED-CHANGE = 0
089500         GO TO 6000-EXIT
089600     END-IF
089700     IF WS-POSTED-CHANGE > 0
089800         MOVE WS-POSTED-CHANGE TO WS-VOUCHER-AMOUNT
089900         PERFORM 6100-WRITE-VOUCHER-PAIR THRU 6100-EXIT
090000     ELSE
090100         COMPUTE WS-VOUCHER-AMOUNT = 0 - WS-POSTED-CHANGE
090200         PERFORM 6200-WRITE-SWAPPED-PAIR THRU 6200-EXIT
090300     END-IF.
090400 6000-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    6100-WRITE-VOUCHER-PAIR                                     *
090900******************************************************************
091000 6100-WRITE-VOUCHER-PAIR.
091100     INITIALIZE JOURNAL-VOUCHER-RECORD
091200     MOVE "D" TO JV-RECORD-TYPE
091300     MOVE WS-RSV-DEBIT-ACCOUNT TO JV-ACCOUNT
091400     MOVE "D" TO JV-DB-CR
091500     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
091600     MOVE WS-RUN-DATE TO JV-RUN-DATE
091700     MOVE "ALLOWRSV" TO JV-SOURCE
091800     WRITE JOURNAL-VOUCHER-RECORD
091900     ADD 1 TO WS-VOUCHER-LINES
092000     ADD WS-VOUCHER-AMOUNT TO WS-DEBIT-TOTAL
092100     INITIALIZE JOURNAL-VOUCHER-RECORD
092200     MOVE "D" TO JV-RECORD-TYPE
092300     MOVE WS-RSV-CREDIT-ACCOUNT TO JV-ACCOUNT
092400     MOVE "C" TO JV-DB-CR
092500     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
092600     MOVE WS-RUN-DATE TO JV-RUN-DATE
092700     MOVE "ALLOWRSV" TO JV-SOURCE
092800     WRITE JOURNAL-VOUCHER-RECORD
092900     ADD 1 TO WS-VOUCHER-LINES
093000     ADD WS-VOUCHER-AMOUNT TO WS-CREDIT-TOTAL.
093100 6100-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500*    6200-WRITE-SWAPPED-PAIR                                     *
093600******************************************************************
093700 6200-WRITE-SWAPPED-PAIR.
093800     INITIALIZE JOURNAL-VOUCHER-RECORD
093900     MOVE "D" TO JV-RECORD-TYPE
094000     MOVE WS-RSV-CREDIT-ACCOUNT TO JV-ACCOUNT
094100     MOVE "D" TO JV-DB-CR
094200     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
094300     MOVE WS-RUN-DATE TO JV-RUN-DATE
094400     MOVE "ALLOWRSV" TO JV-SOURCE
094500     WRITE JOURNAL-VOUCHER-RECORD
094600     ADD 1 TO WS-VOUCHER-LINES
094700     ADD WS-VOUCHER-AMOUNT TO WS-DEBIT-TOTAL
094800     INITIALIZE JOURNAL-VOUCHER-RECORD
094900     MOVE "D" TO JV-RECORD-TYPE
095000     MOVE WS-RSV-DEBIT-ACCOUNT TO JV-ACCOUNT
095100     MOVE "C" TO JV-DB-CR
095200     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
095300     MOVE WS-RUN-DATE TO JV-RUN-DATE
095400     MOVE "ALLOWRSV" TO JV-SOURCE
095500     WRITE JOURNAL-VOUCHER-RECORD
095600     ADD 1 TO WS-VOUCHER-LINES
095700     ADD WS-VOUCHER-AMOUNT TO WS-CREDIT-TOTAL.
095800 6200-EXIT.
095900     EXIT.
096000
096100******************************************************************
096200*    7000-WRITE-REPORT                                           *
096300*    BY GRADE, BY BRANCH, THEN THE TOTAL AGAINST LAST MONTH.     *
096400******************************************************************
096500 7000-WRITE-REPORT.
096600     MOVE WS-RUN-DATE TO RV-HDG1-RUN-DATE
096700     MOVE WS-AS-OF-DATE TO RV-HDG1-AS-OF-DATE
096800     WRITE RESERVE-REPORT-LINE FROM RV-HEADING-LINE-1
096900     MOVE SPACES TO RESERVE-REPORT-LINE
097000     WRITE RESERVE-REPORT-LINE AFTER ADVANCING 1 LINE
097100     MOVE "RESERVE BY RISK GRADE" TO RV-SECTION-TEXT
097200     WRITE RESERVE-REPORT-LINE FROM RV-SECTION-LINE
097300     MOVE "GRADE" TO RV-CH-KEY-TITLE
097400     MOVE SPACES TO RV-CH-NAME-TITLE
097500     WRITE RESERVE-REPORT-LINE FROM RV-COLUMN-HEADING
097600     PERFORM 7100-WRITE-ONE-GRADE THRU 7100-EXIT
097700         VARYING WS-GRD-IDX FROM 1 BY 1
097800         UNTIL WS-GRD-IDX > 7
097900     MOVE SPACES TO RESERVE-REPORT-LINE
098000     WRITE RESERVE-REPORT-LINE AFTER ADVANCING 1 LINE
098100     MOVE "RESERVE BY BRANCH" TO RV-SECTION-TEXT
098200     WRITE RESERVE-REPORT-LINE FROM RV-SECTION-LINE
098300     MOVE "BRANCH" TO RV-CH-KEY-TITLE
098400     MOVE "BRANCH NAME" TO RV-CH-NAME-TITLE
098500     WRITE RESERVE-REPORT-LINE FROM RV-COLUMN-HEADING
098600     PERFORM 7200-WRITE-ONE-BRANCH THRU 7200-EXIT
098700         VARYING WS-BRN-PRINT-IDX FROM 1 BY 1
098800         UNTIL WS-BRN-PRINT-IDX > WS-BRN-ENTRY-COUNT
098900     MOVE SPACES TO RESERVE-REPORT-LINE
099000     WRITE RESERVE-REPORT-LINE AFTER ADVANCING 1 LINE
099100     MOVE SPACES TO RV-DTL-KEY
099200     MOVE "PORTFOLIO TOTAL" TO RV-DTL-NAME
099300     MOVE WS-ACCOUNTS-RESERVED TO RV-DTL-ACCOUNTS
099400     MOVE WS-TOTAL-BALANCE TO WS-LINE-BALANCE
099500     MOVE WS-TOTAL-RESERVE TO WS-LINE-RESERVE
099600     PERFORM 7500-FORMAT-AMOUNTS THRU 7500-EXIT
099700     WRITE RESERVE-REPORT-LINE FROM RV-DETAIL-LINE
099800     PERFORM 7300-WRITE-THE-TOTALS THRU 7300-EXIT.
099900 7000-EXIT.
100000     EXIT.
100100
100200******************************************************************
100300*    7100-WRITE-ONE-GRADE                                        *
100400*    GRADES A TO E ALWAYS PRINT; UNGRADED AND OTHER ONLY WHEN    *
100500*    THEY HOLD ACCOUNTS.                                         *
100600******************************************************************
100700 7100-WRITE-ONE-GRADE.
100800     IF WS-GRD-IDX > 5 AND WS-GRD-ACCOUNTS(WS-GRD-IDX) = 0
100900         GO TO 7100-EXIT
101000     END-IF
101100     MOVE SPACES TO RV-DTL-KEY
101200     EVALUATE WS-GRD-IDX
101300         WHEN 6
101400             MOVE "UNGRADED" TO RV-DTL-NAME
101500         WHEN 7
101600             MOVE "OTHER GRADE CODE" TO RV-DTL-NAME
101700         WHEN OTHER
101800             MOVE WS-GRADE-CODE(WS-GRD-IDX) TO RV-DTL-KEY
101900             MOVE SPACES TO RV-DTL-NAME
102000     END-EVALUATE
102100     MOVE WS-GRD-ACCOUNTS(WS-GRD-IDX) TO RV-DTL-ACCOUNTS
102200     MOVE WS-GRD-BALANCE(WS-GRD-IDX) TO WS-LINE-BALANCE
102300     MOVE WS-GRD-RESERVE(WS-GRD-IDX) TO WS-LINE-RESERVE
102400     PERFORM 7500-FORMAT-AMOUNTS THRU 7500-EXIT
102500     WRITE RESERVE-REPORT-LINE FROM RV-DETAIL-LINE.
102600 7100-EXIT.
102700     EXIT.
102800
102900******************************************************************
103000*    7200-WRITE-ONE-BRANCH                                       *
103100******************************************************************
103200 7200-WRITE-ONE-BRANCH.
103300     IF WS-BRN-ACCOUNTS(WS-BRN-PRINT-IDX) = 0
103400         GO TO 7200-EXIT
103500     END-IF
103600     MOVE WS-BRN-CODE(WS-BRN-PRINT-IDX) TO RV-DTL-KEY
103700     MOVE WS-BRN-NAME(WS-BRN-PRINT-IDX) TO RV-DTL-NAME
103800     MOVE WS-BRN-ACCOUNTS(WS-BRN-PRINT-IDX) TO RV-DTL-ACCOUNTS
103900     MOVE WS-BRN-BALANCE(WS-BRN-PRINT-IDX) TO WS-LINE-BALANCE
104000     MOVE WS-BRN-RESERVE(WS-BRN-PRINT-IDX) TO WS-LINE-RESERVE
104100     PERFORM 7500-FORMAT-AMOUNTS THRU 7500-EXIT
104200     WRITE RESERVE-REPORT-LINE FROM RV-DETAIL-LINE.
104300 7200-EXIT.
104400     EXIT.
104500
104600******************************************************************
104700*    7300-WRITE-THE-TOTALS                                       *
104800******************************************************************
104900 7300-WRITE-THE-TOTALS.
105000     MOVE SPACES TO RESERVE-REPORT-LINE
105100     WRITE RESERVE-REPORT-LINE AFTER ADVANCING 1 LINE
105200     MOVE SPACES TO RV-AMT-NOTE
105300     MOVE "RESERVE REQUIRED THIS MONTH-END . . . ."
105400         TO RV-AMT-LABEL
105500     MOVE WS-TOTAL-RESERVE TO RV-AMT-VALUE
105600     WRITE RESERVE-REPORT-LINE FROM RV-AMOUNT-LINE
105700     MOVE "LAST MONTH'S RESERVE  . . . . . . . . ."
105800         TO RV-AMT-LABEL
105900     MOVE WS-PRIOR-RESERVE TO RV-AMT-VALUE
106000     IF PRIOR-MONTH-FOUND
106100         MOVE WS-PRIOR-MONTH TO RV-NOTE-MONTH
106200         MOVE RV-MONTH-NOTE TO RV-AMT-NOTE
106300     ELSE
106400         MOVE "NO EARLIER MONTH ON HISTORY" TO RV-AMT-NOTE
106500     END-IF
106600     WRITE RESERVE-REPORT-LINE FROM RV-AMOUNT-LINE
106700     MOVE SPACES TO RV-AMT-NOTE
106800     MOVE "CHANGE IN RESERVE . . . . . . . . . . ."
106900         TO RV-AMT-LABEL
107000     MOVE WS-RESERVE-CHANGE TO RV-AMT-VALUE
107100     WRITE RESERVE-REPORT-LINE FROM RV-AMOUNT-LINE
107200     IF MONTH-IS-RERUN
107300         MOVE "ALREADY RECORDED FOR THIS MONTH (RERUN)"
107400             TO RV-AMT-LABEL
107500         MOVE WS-BOOKED-RESERVE TO RV-AMT-VALUE
107600         WRITE RESERVE-REPORT-LINE FROM RV-AMOUNT-LINE
107700     END-IF
107800     MOVE "CHANGE POSTED THIS RUN  . . . . . . . ."
107900         TO RV-AMT-LABEL
108000     MOVE WS-POSTED-CHANGE TO RV-AMT-VALUE
108100     EVALUATE TRUE
108200         WHEN WS-POSTED-CHANGE > 0
108300             MOVE "INCREASE - PAIR AS KEYED" TO RV-AMT-NOTE
108400         WHEN WS-POSTED-CHANGE < 0
108500             MOVE "DECREASE - SIDES SWAPPED" TO RV-AMT-NOTE
108600         WHEN OTHER
108700             MOVE "NO VOUCHER" TO RV-AMT-NOTE
108800     END-EVALUATE
108900     WRITE RESERVE-REPORT-LINE FROM RV-AMOUNT-LINE
109000     MOVE SPACES TO RESERVE-REPORT-LINE
109100     WRITE RESERVE-REPORT-LINE AFTER ADVANCING 1 LINE
109200     MOVE "ACCOUNTS READ  . . . . . . . . . . . . ."
109300         TO RV-CNT-LABEL
109400     MOVE WS-ACCOUNTS-READ TO RV-CNT-VALUE
109500     WRITE RESERVE-REPORT-LINE FROM RV-COUNT-LINE
109600     MOVE "ACCOUNTS RESERVED  . . . . . . . . . . ."
109700         TO RV-CNT-LABEL
109800     MOVE WS-ACCOUNTS-RESERVED TO RV-CNT-VALUE
109900     WRITE RESERVE-REPORT-LINE FROM RV-COUNT-LINE
110000     MOVE "CHARGED OFF - EXCLUDED . . . . . . . . ."
110100         TO RV-CNT-LABEL
110200     MOVE WS-CHGOFF-EXCLUDED TO RV-CNT-VALUE
110300     WRITE RESERVE-REPORT-LINE FROM RV-COUNT-LINE
110400     MOVE "NO DEBIT BALANCE - EXCLUDED  . . . . . ."
110500         TO RV-CNT-LABEL
110600     MOVE WS-NO-BALANCE-COUNT TO RV-CNT-VALUE
110700     WRITE RESERVE-REPORT-LINE FROM RV-COUNT-LINE
110800     MOVE "NO PERCENTAGE ON RSVPARM - RESERVED AT 0"
110900         TO RV-CNT-LABEL
111000     MOVE WS-NO-PCT-COUNT TO RV-CNT-VALUE
111100     WRITE RESERVE-REPORT-LINE FROM RV-COUNT-LINE.
111200 7300-EXIT.
111300     EXIT.
111400
111500******************************************************************
111600*    7500-FORMAT-AMOUNTS                                         *
111700*    THE CALLER SETS THE LINE'S BALANCE AND RESERVE; THE         *
111800*    RESERVE IS ALSO SHOWN AS A PERCENTAGE OF THE BALANCE.       *
111900******************************************************************
112000 7500-FORMAT-AMOUNTS.
112100     MOVE WS-LINE-BALANCE TO RV-DTL-BALANCE
112200     MOVE WS-LINE-RESERVE TO RV-DTL-RESERVE
112300     MOVE 0 TO WS-PCT
112400     IF WS-LINE-BALANCE > 0
112500         COMPUTE WS-PCT ROUNDED =
112600             WS-LINE-RESERVE * 100 / WS-LINE-BALANCE
112700             ON SIZE ERROR
112800                 MOVE 999.99 TO WS-PCT
112900         END-COMPUTE
113000     END-IF
113100     MOVE WS-PCT TO RV-DTL-PCT.
113200 7500-EXIT.
113300     EXIT.
113400
113500******************************************************************
113600*    8000-WRITE-VOUCHER-TRAILER                                  *
113700******************************************************************
113800 8000-WRITE-VOUCHER-TRAILER.
113900     INITIALIZE JOURNAL-VOUCHER-RECORD
114000     MOVE "T" TO JV-RECORD-TYPE
114100     MOVE WS-VOUCHER-LINES TO JV-TRL-LINE-COUNT
114200     MOVE WS-DEBIT-TOTAL TO JV-TRL-DEBIT-TOTAL
114300     MOVE WS-CREDIT-TOTAL TO JV-TRL-CREDIT-TOTAL
114400     WRITE JOURNAL-VOUCHER-RECORD.
114500 8000-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900*    9000-TERMINATE                                              *
115000*    ACCOUNTS LEFT WITHOUT A PERCENTAGE ARE A PARAMETER GAP      *
115100*    FINANCE MUST CLOSE (RC 4).                                  *
115200******************************************************************
115300 9000-TERMINATE.
115400     CLOSE CUSTOMER-FILE
115500     IF RISK-PRESENT
115600         CLOSE RISK-GRADE-FILE
115700     END-IF
115800     IF DUNNING-PRESENT
115900         CLOSE DUNNING-STATUS-FILE
116000     END-IF
116100     CLOSE RESERVE-HISTORY-OUT
116200     CLOSE VOUCHER-FILE
116300     CLOSE RESERVE-REPORT
116400     DISPLAY "ALLOWRSV - " WS-ACCOUNTS-RESERVED
116500         " ACCOUNT(S) RESERVED, RESERVE " WS-TOTAL-RESERVE
116600         ", CHANGE POSTED " WS-POSTED-CHANGE
116700     DISPLAY "ALLOWRSV - HISTORY " WS-HIST-RECORDS-READ
116800         " READ, " WS-HIST-RECORDS-WRITTEN " WRITTEN"
116900     IF MONTH-IS-RERUN
117000         DISPLAY "ALLOWRSV - MONTH " WS-AS-OF-YYMM
117100             " RERUN - ITS EARLIER RESERVE REPLACED"
117200     END-IF
117300     IF WS-NO-PCT-COUNT > 0
117400         DISPLAY "ALLOWRSV - " WS-NO-PCT-COUNT
117500             " ACCOUNT(S) HAD NO PERCENTAGE ON RSVPARM - "
117600             "RESERVED AT ZERO"
117700         MOVE 4 TO RETURN-CODE
117800     END-IF.
117900 9000-EXIT.
118000     EXIT.
