000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DPDAGE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/29/2026.
000600 DATE-COMPILED.  10/29/2026.
000700******************************************************************
000800*                                                                *
000900*    DPDAGE - PAST-DUE AGING BY BRANCH                           *
001000*    THE CREDIT MANAGERS' VIEW OF THE CONTRACTUAL AGING THE      *
001100*    OPEN-ITEM LEDGER PASS (OITMBLD) WRITES EACH NIGHT.  READS   *
001200*    THE DAYS-PAST-DUE FILE (DPDSTAT, SEE DPDREC) AND THE        *
001300*    BRANCH REFERENCE FILE (BRNCHREF) AND PRINTS ONE LINE PER    *
001400*    BRANCH - ACCOUNTS, ACCOUNTS PAST DUE, AND THE OPEN AMOUNT   *
001500*    IN EACH DAYS-PAST-DUE BAND - UNDER REGION SUBTOTALS AND A   *
001600*    PORTFOLIO TOTAL (DPDRPT).  SAME BRANCH TABLE AND REGION     *
001700*    BREAKS AS BRNCHSUM.                                         *
001800*                                                                *
001900******************************************************************
002000* MODIFICATION HISTORY
002100*   10/29/2026  RVH  ORIGINAL.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DAYS-PAST-DUE-FILE ASSIGN TO DPDSTAT
002800         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS DAYS-PAST-DUE-STATUS.
003100     SELECT BRANCH-REF-FILE ASSIGN TO BRNCHREF
003200         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS BRANCH-REF-STATUS.
003500     SELECT PAST-DUE-REPORT ASSIGN TO DPDRPT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS PAST-DUE-REPORT-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DAYS-PAST-DUE-FILE
004200     LABEL RECORDS ARE STANDARD
004300     BLOCK CONTAINS 0 RECORDS
004400     RECORDING MODE F
004500     DATA RECORD IS DAYS-PAST-DUE-RECORD.
004600     COPY DPDREC.
004700
004800 FD  BRANCH-REF-FILE
004900     LABEL RECORDS ARE STANDARD
005000     BLOCK CONTAINS 0 RECORDS
005100     RECORDING MODE F
005200     DATA RECORD IS BRANCH-REF-RECORD.
005300     COPY BRNCHREC.
005400
005500 FD  PAST-DUE-REPORT
005600     LABEL RECORDS ARE OMITTED
005700     RECORDING MODE F.
005800 01  PAST-DUE-REPORT-LINE     PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006200*    FILE STATUS                                                 *
006300******************************************************************
006400 01  DAYS-PAST-DUE-STATUS      PIC X(02).
006500     88  DAYS-PAST-DUE-OK          VALUE "00".
006600 01  BRANCH-REF-STATUS         PIC X(02).
006700     88  BRANCH-REF-OK             VALUE "00".
006800 01  PAST-DUE-REPORT-STATUS    PIC X(02).
006900     88  PAST-DUE-REPORT-OK        VALUE "00".
007000
007100******************************************************************
007200*    RUN CONTROL FIELDS                                          *
007300******************************************************************
007400 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
007500 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
007600 01  WS-DPD-AT-END             PIC X(01) VALUE "N".
007700     88  DPD-FILE-AT-END           VALUE "Y".
007800 01  WS-BREF-AT-END            PIC X(01) VALUE "N".
007900     88  BREF-IS-AT-END            VALUE "Y".
008000 01  WS-ACCOUNTS-READ          PIC 9(07) BINARY VALUE 0.
008100 01  WS-BUCKET-IDX             PIC 9(03) BINARY VALUE 0.
008200
008300******************************************************************
008400*    BRANCH TABLE - LOADED FROM BRNCHREF IN FILE ORDER           *
008500*    (REGION-MAJOR), PLUS THE "????" CATCH-ALL FOR UNASSIGNED    *
008600*    OR UNKNOWN BRANCH CODES.  THE SIX BAND AMOUNTS RUN IN       *
008700*    DPD-BUCKET-AMT ORDER - CURRENT, 1-30, 31-60, 61-90,         *
008800*    91-120, OVER 120.                                           *
008900******************************************************************
009000 01  WS-BRN-TABLE-SIZE         PIC 9(3) BINARY VALUE 51.
009100 01  WS-BRN-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
009200 01  WS-BRN-ENTRIES.
009300     05  WS-BRN-ENTRY          OCCURS 51 TIMES.
009400         10  WS-BRN-CODE           PIC X(04).
009500         10  WS-BRN-REGION         PIC X(02).
009600         10  WS-BRN-NAME           PIC X(20).
009700         10  WS-BRN-COUNT          PIC 9(7) BINARY.
009800         10  WS-BRN-PAST-DUE       PIC 9(7) BINARY.
009900         10  WS-BRN-BUCKET-AMT     PIC 9(11)V99
010000                                   OCCURS 6 TIMES.
010100 01  WS-BRN-SEARCH-IDX         PIC 9(3) BINARY VALUE 0.
010200 01  WS-BRN-FOUND              PIC X(01) VALUE "N".
010300     88  BRN-ENTRY-FOUND           VALUE "Y".
010400 01  WS-BRN-PRINT-IDX          PIC 9(3) BINARY VALUE 0.
010500 01  WS-BRN-WORK-CODE          PIC X(04) VALUE SPACES.
010600 01  WS-PREV-REGION            PIC X(02) VALUE SPACES.
010700
010800******************************************************************
010900*    REGION AND PORTFOLIO ACCUMULATORS                           *
011000******************************************************************
011100 01  WS-RGN-COUNT              PIC 9(7) BINARY VALUE 0.
011200 01  WS-RGN-PAST-DUE           PIC 9(7) BINARY VALUE 0.
011300 01  WS-RGN-AMOUNTS.
011400     05  WS-RGN-BUCKET-AMT     PIC 9(11)V99 OCCURS 6 TIMES.
011500 01  WS-TOT-COUNT              PIC 9(7) BINARY VALUE 0.
011600 01  WS-TOT-PAST-DUE           PIC 9(7) BINARY VALUE 0.
011700 01  WS-TOT-AMOUNTS.
011800     05  WS-TOT-BUCKET-AMT     PIC 9(11)V99 OCCURS 6 TIMES.
011900
012000******************************************************************
012100*    REPORT LINE LAYOUTS                                         *
012200******************************************************************
012300 01  DA-HEADING-LINE-1.
012400     05  FILLER                PIC X(01) VALUE SPACE.
012500     05  FILLER                PIC X(44) VALUE
012600         "DPDAGE - PAST-DUE AGING BY BRANCH".
012700     05  FILLER                PIC X(10) VALUE "RUN DATE ".
012800     05  DA-HDG1-RUN-DATE      PIC 9(06).
012900     05  FILLER                PIC X(04) VALUE SPACES.
013000     05  FILLER                PIC X(07) VALUE "AS OF ".
013100     05  DA-HDG1-AS-OF-DATE    PIC 9(06).
013200
013300 01  DA-HEADING-LINE-2.
013400     05  FILLER                PIC X(01) VALUE SPACE.
013500     05  FILLER                PIC X(07) VALUE "BRANCH".
013600     05  FILLER                PIC X(20) VALUE "BRANCH NAME".
013700     05  FILLER                PIC X(08) VALUE "   ACCTS".
013800     05  FILLER                PIC X(08) VALUE "PAST DUE".
013900     05  FILLER                PIC X(14) VALUE "      CURRENT".
014000     05  FILLER                PIC X(14) VALUE "    1-30 DAYS".
014100     05  FILLER                PIC X(14) VALUE "   31-60 DAYS".
014200     05  FILLER                PIC X(14) VALUE "   61-90 DAYS".
014300     05  FILLER                PIC X(14) VALUE "  91-120 DAYS".
014400     05  FILLER                PIC X(14) VALUE "     OVER 120".
014500
014600 01  DA-REGION-LINE.
014700     05  FILLER                PIC X(01) VALUE SPACE.
014800     05  FILLER                PIC X(07) VALUE "REGION ".
014900     05  DA-RGN-CODE           PIC X(02).
015000
015100 01  DA-DETAIL-LINE.
015200     05  FILLER                PIC X(02) VALUE SPACES.
015300     05  DA-DTL-CODE           PIC X(04).
015400     05  FILLER                PIC X(02) VALUE SPACES.
015500     05  DA-DTL-NAME           PIC X(20).
015600     05  FILLER                PIC X(01) VALUE SPACE.
015700     05  DA-DTL-COUNT          PIC ZZZ,ZZ9.
015800     05  FILLER                PIC X(01) VALUE SPACE.
015900     05  DA-DTL-PAST-DUE       PIC ZZZ,ZZ9.
016000     05  DA-DTL-AMOUNTS        OCCURS 6 TIMES.
016100         10  FILLER            PIC X(01).
016200         10  DA-DTL-AMT        PIC ZZ,ZZZ,ZZ9.99.
016300
016400 01  DA-FOOTER-LINE-1.
016500     05  FILLER                PIC X(01) VALUE SPACE.
016600     05  FILLER                PIC X(34) VALUE
016700         "ACCOUNTS ON THE AGING FILE  . . .".
016800     05  DA-FTR1-ACCOUNTS      PIC Z,ZZZ,ZZ9.
016900
017000 01  DA-FOOTER-LINE-2.
017100     05  FILLER                PIC X(01) VALUE SPACE.
017200     05  FILLER                PIC X(34) VALUE
017300         "ACCOUNTS PAST DUE . . . . . . . .".
017400     05  DA-FTR2-PAST-DUE      PIC Z,ZZZ,ZZ9.
017500
017600 PROCEDURE DIVISION.
017700******************************************************************
017800*    0000-MAINLINE                                               *
017900******************************************************************
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018200     PERFORM 2100-READ-NEXT-DPD THRU 2100-EXIT
018300     PERFORM 2200-TALLY-ONE-ACCOUNT THRU 2200-EXIT
018400         UNTIL DPD-FILE-AT-END
018500     PERFORM 5000-WRITE-AGING THRU 5000-EXIT
018600     PERFORM 9000-TERMINATE THRU 9000-EXIT
018700     STOP RUN.
018800
018900******************************************************************
019000*    1000-INITIALIZE                                             *
019100*    BOTH INPUTS ARE REQUIRED - WITHOUT THE AGING FILE THERE IS  *
019200*    NOTHING TO REPORT, AND WITHOUT THE BRANCH FILE NOTHING TO   *
019300*    REPORT IT BY.                                               *
019400******************************************************************
019500 1000-INITIALIZE.
019600     ACCEPT WS-RUN-DATE FROM DATE
019700     OPEN INPUT BRANCH-REF-FILE
019800     IF NOT BRANCH-REF-OK
019900         DISPLAY "DPDAGE - BRANCH REFERENCE FILE NOT FOUND - "
020000             "STATUS " BRANCH-REF-STATUS " - RUN STOPPED"
020100         MOVE 16 TO RETURN-CODE
020200         STOP RUN
020300     END-IF
020400     PERFORM 1100-READ-NEXT-BRANCH THRU 1100-EXIT
020500     PERFORM 1200-STORE-ONE-BRANCH THRU 1200-EXIT
020600         UNTIL BREF-IS-AT-END
020700     CLOSE BRANCH-REF-FILE
020800     IF WS-BRN-ENTRY-COUNT < WS-BRN-TABLE-SIZE
020900         ADD 1 TO WS-BRN-ENTRY-COUNT
021000         INITIALIZE WS-BRN-ENTRY(WS-BRN-ENTRY-COUNT)
021100         MOVE "????" TO WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
021200         MOVE "??" TO WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
021300         MOVE "UNASSIGNED/UNKNOWN" TO
021400             WS-BRN-NAME(WS-BRN-ENTRY-COUNT)
021500     END-IF
021600     INITIALIZE WS-RGN-AMOUNTS
021700     INITIALIZE WS-TOT-AMOUNTS
021800     OPEN INPUT DAYS-PAST-DUE-FILE
021900     IF NOT DAYS-PAST-DUE-OK
022000         DISPLAY "DPDAGE - NO DAYS-PAST-DUE FILE - STATUS "
022100             DAYS-PAST-DUE-STATUS " - NOTHING TO REPORT"
022200         MOVE 8 TO RETURN-CODE
022300         STOP RUN
022400     END-IF
022500     OPEN OUTPUT PAST-DUE-REPORT
022600     IF NOT PAST-DUE-REPORT-OK
022700         DISPLAY "DPDAGE - ERROR OPENING AGING REPORT - "
022800             "STATUS " PAST-DUE-REPORT-STATUS
022900         CLOSE DAYS-PAST-DUE-FILE
023000         MOVE 24 TO RETURN-CODE
023100         STOP RUN
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700*    1100-READ-NEXT-BRANCH                                       *
023800******************************************************************
023900 1100-READ-NEXT-BRANCH.
024000     READ BRANCH-REF-FILE INTO BRANCH-REF-RECORD
024100         AT END
024200             MOVE "Y" TO WS-BREF-AT-END
024300     END-READ.
024400 1100-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800*    1200-STORE-ONE-BRANCH                                       *
024900******************************************************************
025000 1200-STORE-ONE-BRANCH.
025100     IF WS-BRN-ENTRY-COUNT < 50
025200         ADD 1 TO WS-BRN-ENTRY-COUNT
025300         INITIALIZE WS-BRN-ENTRY(WS-BRN-ENTRY-COUNT)
025400         MOVE BRN-BRANCH-CODE TO
025500             WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
025600         MOVE BRN-REGION-CODE TO
025700             WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
025800         MOVE BRN-BRANCH-NAME TO
025900             WS-BRN-NAME(WS-BRN-ENTRY-COUNT)
026000     ELSE
026100         DISPLAY "DPDAGE - BRANCH TABLE FULL - "
026200             BRN-BRANCH-CODE " NOT LOADED"
026300     END-IF
026400     PERFORM 1100-READ-NEXT-BRANCH THRU 1100-EXIT.
026500 1200-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    2100-READ-NEXT-DPD                                          *
027000******************************************************************
027100 2100-READ-NEXT-DPD.
027200     READ DAYS-PAST-DUE-FILE
027300         AT END
027400             MOVE "Y" TO WS-DPD-AT-END
027500     END-READ.
027600 2100-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000*    2200-TALLY-ONE-ACCOUNT                                      *
028100*    UNKNOWN OR BLANK BRANCH CODES FALL TO THE "????" ENTRY.     *
028200******************************************************************
028300 2200-TALLY-ONE-ACCOUNT.
028400     ADD 1 TO WS-ACCOUNTS-READ
028500     IF WS-AS-OF-DATE = 0
028600         MOVE DPD-AS-OF-DATE TO WS-AS-OF-DATE
028700     END-IF
028800     IF DPD-BRANCH-CODE = SPACES
028900         MOVE "????" TO WS-BRN-WORK-CODE
029000     ELSE
029100         MOVE DPD-BRANCH-CODE TO WS-BRN-WORK-CODE
029200     END-IF
029300     MOVE "N" TO WS-BRN-FOUND
029400     MOVE 0 TO WS-BRN-SEARCH-IDX
029500     PERFORM 2300-FIND-BRANCH-ENTRY THRU 2300-EXIT
029600         UNTIL BRN-ENTRY-FOUND OR
029700             WS-BRN-SEARCH-IDX = WS-BRN-ENTRY-COUNT
029800     IF NOT BRN-ENTRY-FOUND
029900         MOVE WS-BRN-ENTRY-COUNT TO WS-BRN-SEARCH-IDX
030000     END-IF
030100     ADD 1 TO WS-BRN-COUNT(WS-BRN-SEARCH-IDX)
030200     IF DPD-IS-PAST-DUE
030300         ADD 1 TO WS-BRN-PAST-DUE(WS-BRN-SEARCH-IDX)
030400     END-IF
030500     PERFORM 2400-ADD-ONE-BUCKET THRU 2400-EXIT
030600         VARYING WS-BUCKET-IDX FROM 1 BY 1
030700         UNTIL WS-BUCKET-IDX > 6
030800     PERFORM 2100-READ-NEXT-DPD THRU 2100-EXIT.
030900 2200-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    2300-FIND-BRANCH-ENTRY                                      *
031400******************************************************************
031500 2300-FIND-BRANCH-ENTRY.
031600     ADD 1 TO WS-BRN-SEARCH-IDX
031700     IF WS-BRN-CODE(WS-BRN-SEARCH-IDX) = WS-BRN-WORK-CODE
031800         MOVE "Y" TO WS-BRN-FOUND
031900     END-IF.
032000 2300-EXIT.
032100     EXIT.
032200
032300 2400-ADD-ONE-BUCKET.
032400     IF DPD-BUCKET-AMT(WS-BUCKET-IDX) NUMERIC
032500         ADD DPD-BUCKET-AMT(WS-BUCKET-IDX) TO
032600             WS-BRN-BUCKET-AMT(WS-BRN-SEARCH-IDX, WS-BUCKET-IDX)
032700     END-IF.
032800 2400-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    5000-WRITE-AGING                                            *
033300*    ONE LINE PER BRANCH IN REFERENCE-FILE ORDER, A REGION       *
033400*    HEADING ON EACH BREAK, A REGION TOTAL AT THE END OF EACH    *
033500*    GROUP, AND THE PORTFOLIO TOTAL LAST.                        *
033600******************************************************************
033700 5000-WRITE-AGING.
033800     MOVE WS-RUN-DATE TO DA-HDG1-RUN-DATE
033900     MOVE WS-AS-OF-DATE TO DA-HDG1-AS-OF-DATE
034000     WRITE PAST-DUE-REPORT-LINE FROM DA-HEADING-LINE-1
034100     WRITE PAST-DUE-REPORT-LINE FROM DA-HEADING-LINE-2
034200     MOVE SPACES TO WS-PREV-REGION
034300     PERFORM 5100-WRITE-ONE-BRANCH THRU 5100-EXIT
034400         VARYING WS-BRN-PRINT-IDX FROM 1 BY 1
034500         UNTIL WS-BRN-PRINT-IDX > WS-BRN-ENTRY-COUNT
034600     IF WS-PREV-REGION NOT = SPACES
034700         PERFORM 5200-WRITE-REGION-TOTAL THRU 5200-EXIT
034800     END-IF
034900     MOVE SPACES TO DA-DETAIL-LINE
035000     MOVE "PORTFOLIO TOTAL" TO DA-DTL-NAME
035100     MOVE WS-TOT-COUNT TO DA-DTL-COUNT
035200     MOVE WS-TOT-PAST-DUE TO DA-DTL-PAST-DUE
035300     PERFORM 5310-MOVE-TOTAL-BUCKET THRU 5310-EXIT
035400         VARYING WS-BUCKET-IDX FROM 1 BY 1
035500         UNTIL WS-BUCKET-IDX > 6
035600     WRITE PAST-DUE-REPORT-LINE FROM DA-DETAIL-LINE
035700         AFTER ADVANCING 2 LINES
035800     MOVE WS-ACCOUNTS-READ TO DA-FTR1-ACCOUNTS
035900     WRITE PAST-DUE-REPORT-LINE FROM DA-FOOTER-LINE-1
036000         AFTER ADVANCING 2 LINES
036100     MOVE WS-TOT-PAST-DUE TO DA-FTR2-PAST-DUE
036200     WRITE PAST-DUE-REPORT-LINE FROM DA-FOOTER-LINE-2.
036300 5000-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    5100-WRITE-ONE-BRANCH                                       *
036800******************************************************************
036900 5100-WRITE-ONE-BRANCH.
037000     IF WS-BRN-REGION(WS-BRN-PRINT-IDX) NOT = WS-PREV-REGION
037100         IF WS-PREV-REGION NOT = SPACES
037200             PERFORM 5200-WRITE-REGION-TOTAL THRU 5200-EXIT
037300         END-IF
037400         MOVE WS-BRN-REGION(WS-BRN-PRINT-IDX) TO WS-PREV-REGION
037500         MOVE WS-PREV-REGION TO DA-RGN-CODE
037600         WRITE PAST-DUE-REPORT-LINE FROM DA-REGION-LINE
037700             AFTER ADVANCING 2 LINES
037800     END-IF
037900     MOVE SPACES TO DA-DETAIL-LINE
038000     MOVE WS-BRN-CODE(WS-BRN-PRINT-IDX) TO DA-DTL-CODE
038100     MOVE WS-BRN-NAME(WS-BRN-PRINT-IDX) TO DA-DTL-NAME
038200     MOVE WS-BRN-COUNT(WS-BRN-PRINT-IDX) TO DA-DTL-COUNT
038300     MOVE WS-BRN-PAST-DUE(WS-BRN-PRINT-IDX) TO DA-DTL-PAST-DUE
038400     PERFORM 5110-MOVE-BRANCH-BUCKET THRU 5110-EXIT
038500         VARYING WS-BUCKET-IDX FROM 1 BY 1
038600         UNTIL WS-BUCKET-IDX > 6
038700     WRITE PAST-DUE-REPORT-LINE FROM DA-DETAIL-LINE
038800     ADD WS-BRN-COUNT(WS-BRN-PRINT-IDX) TO WS-RGN-COUNT
038900     ADD WS-BRN-PAST-DUE(WS-BRN-PRINT-IDX) TO WS-RGN-PAST-DUE.
039000 5100-EXIT.
039100     EXIT.
039200
039300 5110-MOVE-BRANCH-BUCKET.
039400     MOVE WS-BRN-BUCKET-AMT(WS-BRN-PRINT-IDX, WS-BUCKET-IDX)
039500         TO DA-DTL-AMT(WS-BUCKET-IDX)
039600     ADD WS-BRN-BUCKET-AMT(WS-BRN-PRINT-IDX, WS-BUCKET-IDX)
039700         TO WS-RGN-BUCKET-AMT(WS-BUCKET-IDX).
039800 5110-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    5200-WRITE-REGION-TOTAL                                     *
040300******************************************************************
040400 5200-WRITE-REGION-TOTAL.
040500     MOVE SPACES TO DA-DETAIL-LINE
040600     MOVE "REGION TOTAL" TO DA-DTL-NAME
040700     MOVE WS-RGN-COUNT TO DA-DTL-COUNT
040800     MOVE WS-RGN-PAST-DUE TO DA-DTL-PAST-DUE
040900     PERFORM 5210-MOVE-REGION-BUCKET THRU 5210-EXIT
041000         VARYING WS-BUCKET-IDX FROM 1 BY 1
041100         UNTIL WS-BUCKET-IDX > 6
041200     WRITE PAST-DUE-REPORT-LINE FROM DA-DETAIL-LINE
041300     ADD WS-RGN-COUNT TO WS-TOT-COUNT
041400     ADD WS-RGN-PAST-DUE TO WS-TOT-PAST-DUE
041500     MOVE 0 TO WS-RGN-COUNT
041600     MOVE 0 TO WS-RGN-PAST-DUE
041700     INITIALIZE WS-RGN-AMOUNTS.
041800 5200-EXIT.
041900     EXIT.
042000
042100 5210-MOVE-REGION-BUCKET.
042200     MOVE WS-RGN-BUCKET-AMT(WS-BUCKET-IDX)
042300         TO DA-DTL-AMT(WS-BUCKET-IDX)
042400     ADD WS-RGN-BUCKET-AMT(WS-BUCKET-IDX)
042500         TO WS-TOT-BUCKET-AMT(WS-BUCKET-IDX).
042600 5210-EXIT.
042700     EXIT.
042800
042900 5310-MOVE-TOTAL-BUCKET.
043000     MOVE WS-TOT-BUCKET-AMT(WS-BUCKET-IDX)
043100         TO DA-DTL-AMT(WS-BUCKET-IDX).
043200 5310-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600*    9000-TERMINATE                                              *
043700******************************************************************
043800 9000-TERMINATE.
043900     CLOSE DAYS-PAST-DUE-FILE
044000     CLOSE PAST-DUE-REPORT
044100     DISPLAY "DPDAGE - " WS-ACCOUNTS-READ " ACCOUNT(S) AGED, "
044200         WS-TOT-PAST-DUE " PAST DUE".
044300 9000-EXIT.
044400     EXIT.
