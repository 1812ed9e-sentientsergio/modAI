000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DLVRPT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/11/2026.
000600 DATE-COMPILED.  11/11/2026.
000700******************************************************************
000800*                                                                *
000900*    DLVRPT - MONTHLY PAPER VERSUS ELECTRONIC DELIVERY REPORT    *
001000*    SUMS ONE MONTH OF THE DELIVERY HISTORY (DLVHIST, SEE        *
001100*    DLVVREC) THAT STMTBLD AND DUNNING ADD TO EACH RUN, FOR THE  *
001200*    MONTH OF THE MONTH-END DATE GIVEN IN THE JCL PARM (YYMMDD,  *
001300*    REQUIRED).  FOR EACH SOURCE PROGRAM THE REPORT SHOWS THE    *
001400*    PIECES SENT ON PAPER ONLY, BY EMAIL ONLY AND BOTH WAYS,     *
001500*    THE ELECTRONIC CUSTOMERS WHO FELL BACK TO PAPER FOR WANT    *
001600*    OF AN ADDRESS, AND THE SHARE THAT WENT ELECTRONICALLY.      *
001700*    THE COST SECTION PRICES THE MONTH FROM THE DELIVERY COST    *
001800*    PARAMETERS (POSTPARM, SEE PSTPREC): A PIECE SENT BY EMAIL   *
001900*    ONLY SAVED ITS POSTAGE AND PRINT CHARGE; EVERY EMAIL        *
002000*    NOTICE COST THE EMAIL VENDOR'S CHARGE.  THE LAST SECTION    *
002100*    COUNTS THE OPEN PORTFOLIO BY DELIVERY PREFERENCE FROM THE   *
002200*    LIVE MASTER (NEWCUST) AS IT STANDS ON THE RUN DATE.         *
002300*                                                                *
002400*    THE HISTORY MAY HOLD OTHER MONTHS - THEY ARE PASSED OVER.   *
002500*    NO HISTORY FOR THE MONTH STILL PRINTS THE REPORT, RC 4.     *
002600*                                                                *
002700******************************************************************
002800* MODIFICATION HISTORY
002900*   11/11/2026  RVH  ORIGINAL.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT POSTAGE-PARM-FILE ASSIGN TO POSTPARM
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS POSTAGE-PARM-STATUS.
003900     SELECT DELIVERY-VOLUME-FILE ASSIGN TO DLVHIST
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS DELIVERY-VOLUME-STATUS.
004300     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS CUST-ID
004700         FILE STATUS IS CUSTOMER-FILE-STATUS.
004800     SELECT DELIVERY-REPORT ASSIGN TO DLVRPTO
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS DELIVERY-REPORT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  POSTAGE-PARM-FILE
005500     LABEL RECORDS ARE STANDARD
005600     BLOCK CONTAINS 0 RECORDS
005700     RECORDING MODE F
005800     DATA RECORD IS POSTAGE-PARM-RECORD.
005900     COPY PSTPREC.
006000
006100 FD  DELIVERY-VOLUME-FILE
006200     LABEL RECORDS ARE STANDARD
006300     BLOCK CONTAINS 0 RECORDS
006400     RECORDING MODE F
006500     DATA RECORD IS DELIVERY-VOLUME-RECORD.
006600     COPY DLVVREC.
006700
006800 FD  CUSTOMER-FILE
006900     LABEL RECORDS ARE STANDARD
007000     BLOCK CONTAINS 0 RECORDS
007100     RECORDING MODE F
007200     DATA RECORD IS CUSTOMER-RECORD.
007300     COPY CUSTREC.
007400
007500 FD  DELIVERY-REPORT
007600     LABEL RECORDS ARE OMITTED
007700     RECORDING MODE F.
007800 01  DELIVERY-REPORT-LINE     PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008200*    FILE STATUS AND SWITCHES                                    *
008300******************************************************************
008400 01  POSTAGE-PARM-STATUS       PIC X(02).
008500     88  POSTAGE-PARM-OK           VALUE "00".
008600 01  DELIVERY-VOLUME-STATUS    PIC X(02).
008700     88  DELIVERY-VOLUME-OK        VALUE "00".
008800     88  DELIVERY-VOLUME-NOT-FOUND VALUE "05" "35".
008900 01  CUSTOMER-FILE-STATUS      PIC X(02).
009000     88  CUST-FILE-OK              VALUE "00".
009100 01  DELIVERY-REPORT-STATUS    PIC X(02).
009200     88  DELIVERY-REPORT-OK        VALUE "00".
009300 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
009400     88  HISTORY-AT-END            VALUE "Y".
009500 01  WS-HISTORY-PRESENT        PIC X(01) VALUE "N".
009600     88  HISTORY-IS-PRESENT        VALUE "Y".
009700 01  WS-CUSTOMER-AT-END        PIC X(01) VALUE "N".
009800     88  CUSTOMER-FILE-AT-END      VALUE "Y".
009900 01  WS-CUSTOMERS-PRESENT      PIC X(01) VALUE "N".
010000     88  CUSTOMERS-ARE-PRESENT     VALUE "Y".
010100
010200******************************************************************
010300*    RUN CONTROL FIELDS                                          *
010400******************************************************************
010500 01  WS-PARM-DATA              PIC X(06) VALUE SPACES.
010600 01  WS-REPORT-DATE            PIC 9(06) VALUE 0.
010700 01  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
010800     05  WS-REPORT-YYMM        PIC 9(04).
010900     05  WS-REPORT-DD          PIC 9(02).
011000 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
011100 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
011200     05  WS-WORK-YYMM          PIC 9(04).
011300     05  WS-WORK-DD            PIC 9(02).
011400 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
011500 01  WS-SRC-IDX                PIC 9(3) BINARY VALUE 0.
011600 01  WS-SRC-FOUND-IDX          PIC 9(3) BINARY VALUE 0.
011700 01  WS-PERCENT                PIC 9(03)V9 VALUE 0.
011800 01  WS-POSTAGE-PER-PIECE      PIC 9V999 VALUE 0.
011900 01  WS-PRINT-PER-PIECE        PIC 9V999 VALUE 0.
012000 01  WS-EMAIL-PER-NOTICE       PIC 9V999 VALUE 0.
012100
012200******************************************************************
012300*    SOURCE PROGRAM TABLE - ONE ROW PER PROGRAM THAT WRITES THE  *
012400*    DELIVERY HISTORY.  THE LAST ROW TAKES ANY OTHER SOURCE.     *
012500******************************************************************
012600 01  WS-SRC-VALUES.
012700     05  FILLER                PIC X(08) VALUE "STMTBLD".
012800     05  FILLER                PIC X(20) VALUE
012900         "STATEMENTS".
013000     05  FILLER                PIC X(08) VALUE "DUNNING".
013100     05  FILLER                PIC X(20) VALUE
013200         "DUNNING NOTICES".
013300     05  FILLER                PIC X(08) VALUE SPACES.
013400     05  FILLER                PIC X(20) VALUE
013500         "OTHER".
013600 01  WS-SRC-TABLE REDEFINES WS-SRC-VALUES.
013700     05  WS-SRC-ENTRY          OCCURS 3 TIMES.
013800         10  WS-SRC-PROGRAM    PIC X(08).
013900         10  WS-SRC-LABEL      PIC X(20).
014000 01  WS-SRC-TOTALS.
014100     05  WS-SRC-TOTAL          OCCURS 3 TIMES.
014200         10  WS-SRC-RUNS       PIC 9(05) BINARY.
014300         10  WS-SRC-PAPER      PIC 9(09) BINARY.
014400         10  WS-SRC-EMAIL      PIC 9(09) BINARY.
014500         10  WS-SRC-BOTH       PIC 9(09) BINARY.
014600         10  WS-SRC-FALLBACK   PIC 9(09) BINARY.
014700
014800******************************************************************
014900*    RUN TOTALS                                                  *
015000******************************************************************
015100 01  WS-HISTORY-READ           PIC 9(07) BINARY VALUE 0.
015200 01  WS-OTHER-MONTHS           PIC 9(07) BINARY VALUE 0.
015300 01  WS-TOTAL-RUNS             PIC 9(05) BINARY VALUE 0.
015400 01  WS-TOTAL-PAPER            PIC 9(09) BINARY VALUE 0.
015500 01  WS-TOTAL-EMAIL            PIC 9(09) BINARY VALUE 0.
015600 01  WS-TOTAL-BOTH             PIC 9(09) BINARY VALUE 0.
015700 01  WS-TOTAL-FALLBACK         PIC 9(09) BINARY VALUE 0.
015800 01  WS-ROW-PIECES             PIC 9(09) BINARY VALUE 0.
015900 01  WS-ROW-ELECTRONIC         PIC 9(09) BINARY VALUE 0.
016000 01  WS-PIECES-MAILED          PIC 9(09) BINARY VALUE 0.
016100 01  WS-NOTICES-EMAILED        PIC 9(09) BINARY VALUE 0.
016200 01  WS-POSTAGE-SPENT          PIC S9(9)V99 VALUE 0.
016300 01  WS-POSTAGE-SAVED          PIC S9(9)V99 VALUE 0.
016400 01  WS-PRINT-SAVED            PIC S9(9)V99 VALUE 0.
016500 01  WS-EMAIL-CHARGES          PIC S9(9)V99 VALUE 0.
016600 01  WS-NET-SAVING             PIC S9(9)V99 VALUE 0.
016700 01  WS-CUSTOMERS-READ         PIC 9(07) BINARY VALUE 0.
016800 01  WS-PREF-PAPER             PIC 9(07) BINARY VALUE 0.
016900 01  WS-PREF-ELECTRONIC        PIC 9(07) BINARY VALUE 0.
017000 01  WS-PREF-BOTH              PIC 9(07) BINARY VALUE 0.
017100 01  WS-PREF-NO-ADDRESS        PIC 9(07) BINARY VALUE 0.
017200 01  WS-NEW-CONSENTS           PIC 9(07) BINARY VALUE 0.
017300
017400******************************************************************
017500*    REPORT LINE LAYOUTS                                         *
017600******************************************************************
017700 01  DV-HEADING-LINE-1.
017800     05  FILLER                PIC X(01) VALUE SPACE.
017900     05  FILLER                PIC X(44) VALUE
018000         "DLVRPT - PAPER VERSUS ELECTRONIC DELIVERY".
018100     05  FILLER                PIC X(12) VALUE "MONTH END ".
018200     05  DV-HDG1-REPORT-DATE   PIC 9(06).
018300     05  FILLER                PIC X(12) VALUE "   RUN DATE ".
018400     05  DV-HDG1-RUN-DATE      PIC 9(06).
018500
018600 01  DV-SOURCE-HEADING.
018700     05  FILLER                PIC X(01) VALUE SPACE.
018800     05  FILLER                PIC X(29) VALUE
018900         "SOURCE   PIECES".
019000     05  FILLER                PIC X(54) VALUE
019100         "  RUNS  PAPER ONLY  EMAIL ONLY   BOTH WAYS   FALLBACKS".
019200     05  FILLER                PIC X(14) VALUE
019300         "  ELECTRONIC %".
019400
019500 01  DV-SOURCE-LINE.
019600     05  FILLER                PIC X(01) VALUE SPACE.
019700     05  DV-SRC-PROGRAM        PIC X(08).
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  DV-SRC-LABEL          PIC X(20).
020000     05  DV-SRC-RUNS           PIC ZZ,ZZ9.
020100     05  FILLER                PIC X(01) VALUE SPACE.
020200     05  DV-SRC-PAPER          PIC ZZZ,ZZZ,ZZ9.
020300     05  FILLER                PIC X(01) VALUE SPACE.
020400     05  DV-SRC-EMAIL          PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER                PIC X(01) VALUE SPACE.
020600     05  DV-SRC-BOTH           PIC ZZZ,ZZZ,ZZ9.
020700     05  FILLER                PIC X(01) VALUE SPACE.
020800     05  DV-SRC-FALLBACK       PIC ZZZ,ZZZ,ZZ9.
020900     05  FILLER                PIC X(09) VALUE SPACES.
021000     05  DV-SRC-PERCENT        PIC ZZ9.9.
021100
021200 01  DV-COST-HEADING.
021300     05  FILLER                PIC X(01) VALUE SPACE.
021400     05  FILLER                PIC X(40) VALUE
021500         "DELIVERY COST FOR THE MONTH".
021600
021700 01  DV-COUNT-LINE.
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  DV-CNT-LABEL          PIC X(30).
022000     05  DV-CNT-COUNT          PIC ZZZ,ZZZ,ZZ9.
022100
022200 01  DV-AMOUNT-LINE.
022300     05  FILLER                PIC X(01) VALUE SPACE.
022400     05  DV-AMT-LABEL          PIC X(30).
022500     05  DV-AMT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
022600
022700 01  DV-PORTFOLIO-HEADING.
022800     05  FILLER                PIC X(01) VALUE SPACE.
022900     05  FILLER                PIC X(40) VALUE
023000         "OPEN ACCOUNTS BY DELIVERY PREFERENCE".
023100
023200 PROCEDURE DIVISION.
023300******************************************************************
023400*    0000-MAINLINE                                               *
023500******************************************************************
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023800     IF HISTORY-IS-PRESENT
023900         PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
024000         PERFORM 2200-COUNT-ONE-RUN THRU 2200-EXIT
024100             UNTIL HISTORY-AT-END
024200     END-IF
024300     IF CUSTOMERS-ARE-PRESENT
024400         PERFORM 3100-READ-NEXT-CUSTOMER THRU 3100-EXIT
024500         PERFORM 3200-COUNT-ONE-CUSTOMER THRU 3200-EXIT
024600             UNTIL CUSTOMER-FILE-AT-END
024700     END-IF
024800     PERFORM 4000-PRINT-VOLUMES THRU 4000-EXIT
024900     PERFORM 5000-PRINT-COSTS THRU 5000-EXIT
025000     PERFORM 6000-PRINT-PORTFOLIO THRU 6000-EXIT
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT
025200     STOP RUN.
025300
025400******************************************************************
025500*    1000-INITIALIZE                                             *
025600*    NO HISTORY MEANS NEITHER PROGRAM RECORDED A RUN - THE       *
025700*    REPORT STILL PRINTS, WITH A WARNING.                        *
025800******************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT WS-RUN-DATE FROM DATE
026100     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
026200     IF WS-PARM-DATA NOT = SPACES AND WS-PARM-DATA IS NUMERIC
026300         MOVE WS-PARM-DATA TO WS-REPORT-DATE
026400     ELSE
026500         DISPLAY "DLVRPT - MONTH-END DATE (YYMMDD) MUST BE "
026600             "SUPPLIED IN THE PARM - RUN STOPPED"
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF
027000     PERFORM 1100-LOAD-DELIVERY-COSTS THRU 1100-EXIT
027100     PERFORM 1200-INIT-ONE-SOURCE THRU 1200-EXIT
027200         VARYING WS-SRC-IDX FROM 1 BY 1
027300         UNTIL WS-SRC-IDX > 3
027400     OPEN INPUT DELIVERY-VOLUME-FILE
027500     EVALUATE TRUE
027600         WHEN DELIVERY-VOLUME-OK
027700             MOVE "Y" TO WS-HISTORY-PRESENT
027800         WHEN DELIVERY-VOLUME-NOT-FOUND
027900             DISPLAY "DLVRPT - NO DELIVERY HISTORY - NO "
028000                 "VOLUMES TO REPORT"
028100             MOVE 4 TO RETURN-CODE
028200         WHEN OTHER
028300             DISPLAY "DLVRPT - ERROR OPENING DELIVERY HISTORY "
028400                 "- STATUS " DELIVERY-VOLUME-STATUS
028500                 " - RUN STOPPED"
028600             MOVE 16 TO RETURN-CODE
028700             STOP RUN
028800     END-EVALUATE
028900     OPEN INPUT CUSTOMER-FILE
029000     IF CUST-FILE-OK
029100         MOVE "Y" TO WS-CUSTOMERS-PRESENT
029200     ELSE
029300         DISPLAY "DLVRPT - CUSTOMER FILE NOT AVAILABLE - "
029400             "STATUS " CUSTOMER-FILE-STATUS
029500             " - PREFERENCE COUNTS NOT SHOWN"
029600         MOVE 4 TO RETURN-CODE
029700     END-IF
029800     OPEN OUTPUT DELIVERY-REPORT
029900     IF NOT DELIVERY-REPORT-OK
030000         DISPLAY "DLVRPT - ERROR OPENING DELIVERY REPORT - "
030100             "STATUS " DELIVERY-REPORT-STATUS
030200         MOVE 24 TO RETURN-CODE
030300         STOP RUN
030400     END-IF
030500     MOVE WS-REPORT-DATE TO DV-HDG1-REPORT-DATE
030600     MOVE WS-RUN-DATE TO DV-HDG1-RUN-DATE
030700     WRITE DELIVERY-REPORT-LINE FROM DV-HEADING-LINE-1
030800     MOVE SPACES TO DELIVERY-REPORT-LINE
030900     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE.
031000 1000-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400*    1100-LOAD-DELIVERY-COSTS                                    *
031500*    THE RATES ARE VENDOR CONTRACT TERMS, SO THEY LIVE ON THE    *
031600*    POSTPARM PARAMETER FILE - A RUN WITHOUT THEM IS REFUSED.    *
031700******************************************************************
031800 1100-LOAD-DELIVERY-COSTS.
031900     OPEN INPUT POSTAGE-PARM-FILE
032000     IF NOT POSTAGE-PARM-OK
032100         DISPLAY "DLVRPT - DELIVERY COST PARAMETER FILE NOT "
032200             "FOUND - STATUS " POSTAGE-PARM-STATUS
032300             " - RUN STOPPED"
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF
032700     READ POSTAGE-PARM-FILE
032800         AT END
032900             MOVE SPACES TO POSTAGE-PARM-RECORD
033000     END-READ
033100     CLOSE POSTAGE-PARM-FILE
033200     IF PSTP-POSTAGE-PER-PIECE NOT NUMERIC OR
033300             PSTP-PRINT-PER-PIECE NOT NUMERIC OR
033400             PSTP-EMAIL-PER-NOTICE NOT NUMERIC
033500         DISPLAY "DLVRPT - DELIVERY COSTS MISSING OR "
033600             "INVALID ON POSTPARM - RUN STOPPED"
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF
034000     MOVE PSTP-POSTAGE-PER-PIECE TO WS-POSTAGE-PER-PIECE
034100     MOVE PSTP-PRINT-PER-PIECE TO WS-PRINT-PER-PIECE
034200     MOVE PSTP-EMAIL-PER-NOTICE TO WS-EMAIL-PER-NOTICE.
034300 1100-EXIT.
034400     EXIT.
034500
034600 1200-INIT-ONE-SOURCE.
034700     MOVE 0 TO WS-SRC-RUNS(WS-SRC-IDX)
034800     MOVE 0 TO WS-SRC-PAPER(WS-SRC-IDX)
034900     MOVE 0 TO WS-SRC-EMAIL(WS-SRC-IDX)
035000     MOVE 0 TO WS-SRC-BOTH(WS-SRC-IDX)
035100     MOVE 0 TO WS-SRC-FALLBACK(WS-SRC-IDX).
035200 1200-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    2100-READ-NEXT-HISTORY                                      *
035700******************************************************************
035800 2100-READ-NEXT-HISTORY.
035900     READ DELIVERY-VOLUME-FILE
036000         AT END
036100             MOVE "Y" TO WS-HISTORY-AT-END
036200     END-READ.
036300 2100-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    2200-COUNT-ONE-RUN                                          *
036800*    ONLY RUNS DATED IN THE REPORT MONTH COUNT.                  *
036900******************************************************************
037000 2200-COUNT-ONE-RUN.
037100     ADD 1 TO WS-HISTORY-READ
037200     MOVE DLVV-RUN-DATE TO WS-WORK-DATE
037300     IF WS-WORK-YYMM NOT = WS-REPORT-YYMM
037400         ADD 1 TO WS-OTHER-MONTHS
037500         GO TO 2200-NEXT
037600     END-IF
037700     PERFORM 2300-FIND-SOURCE THRU 2300-EXIT
037800     ADD 1 TO WS-SRC-RUNS(WS-SRC-FOUND-IDX)
037900     ADD DLVV-PAPER-ONLY TO WS-SRC-PAPER(WS-SRC-FOUND-IDX)
038000     ADD DLVV-EMAIL-ONLY TO WS-SRC-EMAIL(WS-SRC-FOUND-IDX)
038100     ADD DLVV-BOTH-WAYS TO WS-SRC-BOTH(WS-SRC-FOUND-IDX)
038200     ADD DLVV-FALLBACKS TO WS-SRC-FALLBACK(WS-SRC-FOUND-IDX)
038300     ADD 1 TO WS-TOTAL-RUNS
038400     ADD DLVV-PAPER-ONLY TO WS-TOTAL-PAPER
038500     ADD DLVV-EMAIL-ONLY TO WS-TOTAL-EMAIL
038600     ADD DLVV-BOTH-WAYS TO WS-TOTAL-BOTH
038700     ADD DLVV-FALLBACKS TO WS-TOTAL-FALLBACK.
038800 2200-NEXT.
038900     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
039000 2200-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    2300-FIND-SOURCE                                            *
039500*    AN UNLISTED SOURCE FALLS THROUGH TO THE "OTHER" ROW.        *
039600******************************************************************
039700 2300-FIND-SOURCE.
039800     MOVE 3 TO WS-SRC-FOUND-IDX
039900     PERFORM 2310-CHECK-ONE-SOURCE THRU 2310-EXIT
040000         VARYING WS-SRC-IDX FROM 1 BY 1
040100         UNTIL WS-SRC-IDX > 2.
040200 2300-EXIT.
040300     EXIT.
040400
040500 2310-CHECK-ONE-SOURCE.
040600     IF DLVV-SOURCE-PROGRAM = WS-SRC-PROGRAM(WS-SRC-IDX)
040700         MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
040800     END-IF.
040900 2310-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300*    3100-READ-NEXT-CUSTOMER                                     *
041400******************************************************************
041500 3100-READ-NEXT-CUSTOMER.
041600     READ CUSTOMER-FILE NEXT RECORD
041700         AT END
041800             MOVE "Y" TO WS-CUSTOMER-AT-END
041900     END-READ.
042000 3100-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    3200-COUNT-ONE-CUSTOMER                                     *
042500*    CLOSED ACCOUNTS ARE NOT SENT ANYTHING AND ARE NOT COUNTED.  *
042600******************************************************************
042700 3200-COUNT-ONE-CUSTOMER.
042800     IF CUST-STATUS-CLOSED
042900         GO TO 3200-NEXT
043000     END-IF
043100     ADD 1 TO WS-CUSTOMERS-READ
043200     EVALUATE TRUE
043300         WHEN CUST-DELIVER-ELECTRONIC
043400             ADD 1 TO WS-PREF-ELECTRONIC
043500         WHEN CUST-DELIVER-BOTH
043600             ADD 1 TO WS-PREF-BOTH
043700         WHEN OTHER
043800             ADD 1 TO WS-PREF-PAPER
043900     END-EVALUATE
044000     IF CUST-DELIVER-BY-EMAIL AND CUST-EMAIL-ADDRESS = SPACES
044100         ADD 1 TO WS-PREF-NO-ADDRESS
044200     END-IF
044300     MOVE CUST-ECONSENT-DATE TO WS-WORK-DATE
044400     IF CUST-DELIVER-BY-EMAIL AND
044500             WS-WORK-YYMM = WS-REPORT-YYMM
044600         ADD 1 TO WS-NEW-CONSENTS
044700     END-IF.
044800 3200-NEXT.
044900     PERFORM 3100-READ-NEXT-CUSTOMER THRU 3100-EXIT.
045000 3200-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    4000-PRINT-VOLUMES                                          *
045500*    ONE LINE PER SOURCE PROGRAM, THEN THE MONTH'S TOTAL.  THE   *
045600*    ELECTRONIC SHARE IS THE PIECES THAT WENT BY EMAIL (ONLY OR  *
045700*    BOTH WAYS) AS A PERCENT OF ALL PIECES.                      *
045800******************************************************************
045900 4000-PRINT-VOLUMES.
046000     WRITE DELIVERY-REPORT-LINE FROM DV-SOURCE-HEADING
046100     MOVE SPACES TO DELIVERY-REPORT-LINE
046200     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE
046300     PERFORM 4100-PRINT-ONE-SOURCE THRU 4100-EXIT
046400         VARYING WS-SRC-IDX FROM 1 BY 1
046500         UNTIL WS-SRC-IDX > 3
046600     MOVE SPACES TO DELIVERY-REPORT-LINE
046700     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE
046800     MOVE "TOTAL" TO DV-SRC-PROGRAM
046900     MOVE "ALL DELIVERIES" TO DV-SRC-LABEL
047000     MOVE WS-TOTAL-RUNS TO DV-SRC-RUNS
047100     MOVE WS-TOTAL-PAPER TO DV-SRC-PAPER
047200     MOVE WS-TOTAL-EMAIL TO DV-SRC-EMAIL
047300     MOVE WS-TOTAL-BOTH TO DV-SRC-BOTH
047400     MOVE WS-TOTAL-FALLBACK TO DV-SRC-FALLBACK
047500     COMPUTE WS-ROW-ELECTRONIC = WS-TOTAL-EMAIL + WS-TOTAL-BOTH
047600     COMPUTE WS-ROW-PIECES = WS-TOTAL-PAPER + WS-ROW-ELECTRONIC
047700     PERFORM 4200-FIGURE-PERCENT THRU 4200-EXIT
047800     MOVE WS-PERCENT TO DV-SRC-PERCENT
047900     WRITE DELIVERY-REPORT-LINE FROM DV-SOURCE-LINE
048000     MOVE SPACES TO DELIVERY-REPORT-LINE
048100     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE.
048200 4000-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    4100-PRINT-ONE-SOURCE                                       *
048700*    THE "OTHER" ROW PRINTS ONLY WHEN SOMETHING LANDED IN IT.    *
048800******************************************************************
048900 4100-PRINT-ONE-SOURCE.
049000     IF WS-SRC-IDX = 3 AND WS-SRC-RUNS(WS-SRC-IDX) = 0
049100         GO TO 4100-EXIT
049200     END-IF
049300     MOVE WS-SRC-PROGRAM(WS-SRC-IDX) TO DV-SRC-PROGRAM
049400     MOVE WS-SRC-LABEL(WS-SRC-IDX) TO DV-SRC-LABEL
049500     MOVE WS-SRC-RUNS(WS-SRC-IDX) TO DV-SRC-RUNS
049600     MOVE WS-SRC-PAPER(WS-SRC-IDX) TO DV-SRC-PAPER
049700     MOVE WS-SRC-EMAIL(WS-SRC-IDX) TO DV-SRC-EMAIL
049800     MOVE WS-SRC-BOTH(WS-SRC-IDX) TO DV-SRC-BOTH
049900     MOVE WS-SRC-FALLBACK(WS-SRC-IDX) TO DV-SRC-FALLBACK
050000     COMPUTE WS-ROW-ELECTRONIC = WS-SRC-EMAIL(WS-SRC-IDX)
050100         + WS-SRC-BOTH(WS-SRC-IDX)
050200     COMPUTE WS-ROW-PIECES = WS-SRC-PAPER(WS-SRC-IDX)
050300         + WS-ROW-ELECTRONIC
050400     PERFORM 4200-FIGURE-PERCENT THRU 4200-EXIT
050500     MOVE WS-PERCENT TO DV-SRC-PERCENT
050600     WRITE DELIVERY-REPORT-LINE FROM DV-SOURCE-LINE.
050700 4100-EXIT.
050800     EXIT.
050900
051000 4200-FIGURE-PERCENT.
051100     MOVE 0 TO WS-PERCENT
051200     IF WS-ROW-PIECES > 0
051300         COMPUTE WS-PERCENT ROUNDED =
051400             WS-ROW-ELECTRONIC * 100 / WS-ROW-PIECES
051500     END-IF.
051600 4200-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*    5000-PRINT-COSTS                                            *
052100*    A PIECE SENT BY EMAIL ONLY SAVED ITS POSTAGE AND PRINT      *
052200*    CHARGE.  EVERY EMAIL NOTICE, INCLUDING THOSE ALSO MAILED,   *
052300*    COST THE EMAIL VENDOR'S CHARGE.                             *
052400******************************************************************
052500 5000-PRINT-COSTS.
052600     COMPUTE WS-PIECES-MAILED = WS-TOTAL-PAPER + WS-TOTAL-BOTH
052700     COMPUTE WS-NOTICES-EMAILED = WS-TOTAL-EMAIL + WS-TOTAL-BOTH
052800     COMPUTE WS-POSTAGE-SPENT ROUNDED =
052900         WS-PIECES-MAILED * WS-POSTAGE-PER-PIECE
053000     COMPUTE WS-POSTAGE-SAVED ROUNDED =
053100         WS-TOTAL-EMAIL * WS-POSTAGE-PER-PIECE
053200     COMPUTE WS-PRINT-SAVED ROUNDED =
053300         WS-TOTAL-EMAIL * WS-PRINT-PER-PIECE
053400     COMPUTE WS-EMAIL-CHARGES ROUNDED =
053500         WS-NOTICES-EMAILED * WS-EMAIL-PER-NOTICE
053600     COMPUTE WS-NET-SAVING =
053700         WS-POSTAGE-SAVED + WS-PRINT-SAVED - WS-EMAIL-CHARGES
053800     WRITE DELIVERY-REPORT-LINE FROM DV-COST-HEADING
053900     MOVE SPACES TO DELIVERY-REPORT-LINE
054000     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE
054100     MOVE "PIECES MAILED . . . . . . . ." TO DV-CNT-LABEL
054200     MOVE WS-PIECES-MAILED TO DV-CNT-COUNT
054300     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
054400     MOVE "POSTAGE SPENT . . . . . . . ." TO DV-AMT-LABEL
054500     MOVE WS-POSTAGE-SPENT TO DV-AMT-AMOUNT
054600     WRITE DELIVERY-REPORT-LINE FROM DV-AMOUNT-LINE
054700     MOVE "PIECES NOT MAILED - EMAIL . ." TO DV-CNT-LABEL
054800     MOVE WS-TOTAL-EMAIL TO DV-CNT-COUNT
054900     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
055000     MOVE "POSTAGE SAVED . . . . . . . ." TO DV-AMT-LABEL
055100     MOVE WS-POSTAGE-SAVED TO DV-AMT-AMOUNT
055200     WRITE DELIVERY-REPORT-LINE FROM DV-AMOUNT-LINE
055300     MOVE "PRINT CHARGES SAVED . . . . ." TO DV-AMT-LABEL
055400     MOVE WS-PRINT-SAVED TO DV-AMT-AMOUNT
055500     WRITE DELIVERY-REPORT-LINE FROM DV-AMOUNT-LINE
055600     MOVE "EMAIL NOTICES SENT  . . . . ." TO DV-CNT-LABEL
055700     MOVE WS-NOTICES-EMAILED TO DV-CNT-COUNT
055800     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
055900     MOVE "EMAIL VENDOR CHARGES  . . . ." TO DV-AMT-LABEL
056000     MOVE WS-EMAIL-CHARGES TO DV-AMT-AMOUNT
056100     WRITE DELIVERY-REPORT-LINE FROM DV-AMOUNT-LINE
056200     MOVE "NET SAVING  . . . . . . . . ." TO DV-AMT-LABEL
056300     MOVE WS-NET-SAVING TO DV-AMT-AMOUNT
056400     WRITE DELIVERY-REPORT-LINE FROM DV-AMOUNT-LINE
056500     MOVE SPACES TO DELIVERY-REPORT-LINE
056600     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE.
056700 5000-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*    6000-PRINT-PORTFOLIO                                        *
057200******************************************************************
057300 6000-PRINT-PORTFOLIO.
057400     IF NOT CUSTOMERS-ARE-PRESENT
057500         GO TO 6000-EXIT
057600     END-IF
057700     WRITE DELIVERY-REPORT-LINE FROM DV-PORTFOLIO-HEADING
057800     MOVE SPACES TO DELIVERY-REPORT-LINE
057900     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE
058000     MOVE "OPEN ACCOUNTS . . . . . . . ." TO DV-CNT-LABEL
058100     MOVE WS-CUSTOMERS-READ TO DV-CNT-COUNT
058200     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
058300     MOVE "PAPER . . . . . . . . . . . ." TO DV-CNT-LABEL
058400     MOVE WS-PREF-PAPER TO DV-CNT-COUNT
058500     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
058600     MOVE "ELECTRONIC  . . . . . . . . ." TO DV-CNT-LABEL
058700     MOVE WS-PREF-ELECTRONIC TO DV-CNT-COUNT
058800     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
058900     MOVE "PAPER AND ELECTRONIC  . . . ." TO DV-CNT-LABEL
059000     MOVE WS-PREF-BOTH TO DV-CNT-COUNT
059100     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
059200     MOVE "ELECTRONIC - NO ADDRESS . . ." TO DV-CNT-LABEL
059300     MOVE WS-PREF-NO-ADDRESS TO DV-CNT-COUNT
059400     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
059500     MOVE "CONSENTS GIVEN THIS MONTH . ." TO DV-CNT-LABEL
059600     MOVE WS-NEW-CONSENTS TO DV-CNT-COUNT
059700     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE.
059800 6000-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200*    9000-TERMINATE                                              *
060300******************************************************************
060400 9000-TERMINATE.
060500     MOVE "OTHER MONTHS ON HISTORY . . ." TO DV-CNT-LABEL
060600     MOVE WS-OTHER-MONTHS TO DV-CNT-COUNT
060700     MOVE SPACES TO DELIVERY-REPORT-LINE
060800     WRITE DELIVERY-REPORT-LINE AFTER ADVANCING 1 LINE
060900     WRITE DELIVERY-REPORT-LINE FROM DV-COUNT-LINE
061000     IF HISTORY-IS-PRESENT
061100         CLOSE DELIVERY-VOLUME-FILE
061200     END-IF
061300     IF CUSTOMERS-ARE-PRESENT
061400         CLOSE CUSTOMER-FILE
061500     END-IF
061600     CLOSE DELIVERY-REPORT
061700     IF HISTORY-IS-PRESENT AND WS-TOTAL-RUNS = 0
061800         DISPLAY "DLVRPT - NO DELIVERY HISTORY FOR THE MONTH"
061900         MOVE 4 TO RETURN-CODE
062000     END-IF
062100     DISPLAY "DLVRPT - " WS-TOTAL-RUNS " RUN(S) REPORTED, "
062200         WS-TOTAL-EMAIL " PIECE(S) NOT MAILED".
062300 9000-EXIT.
062400     EXIT.
