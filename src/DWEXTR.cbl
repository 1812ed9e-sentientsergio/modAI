000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DWEXTR.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/06/2026.
000600 DATE-COMPILED.  11/06/2026.
000700******************************************************************
000800*                                                                *
000900*    DWEXTR - MONTH-END PORTFOLIO DATA-WAREHOUSE EXTRACT         *
001000*    FINANCE AND THE CREDIT COMMITTEE WERE REBUILDING THEIR      *
001100*    MONTHLY PORTFOLIO SPREADSHEETS BY HAND FROM SIX PRINTED     *
001200*    REPORTS.  THIS PROGRAM CUTS ONE DELIMITED RECORD PER        *
001300*    ACCOUNT (DWXFILE, SEE DWXREC) AS OF THE MONTH-END DATE IN   *
001400*    THE JCL PARM (YYMMDD, REQUIRED), COMBINING:                 *
001500*      - THE ACCOUNT MASTER (NEWCUST) - IT DRIVES, IN CUST-ID    *
001600*        ORDER,                                                  *
001700*      - THE CUSTOMER-LEVEL ROLLUP (CUSTMAST) ON THE CUSTOMER    *
001800*        NUMBER PART OF THE CUST-ID,                             *
001900*      - THE REGION FROM THE BRANCH REFERENCE (BRNCHREF),        *
002000*      - THE RISK GRADE, SCORE AND DAYS PAST DUE (RISKFILE),     *
002100*      - THE DUNNING LEVEL (DUNSTAT) AND OVER-LIMIT NIGHTS       *
002200*        STREAK (OVLSTAT), WALKED IN STEP AS RISKGRDE DOES,      *
002300*      - THE MONTH'S PAYMENT AND CHARGE TOTALS FROM POSTHIST     *
002400*        AND INTEREST FROM ACCRDETL - THE MONTH'S GENERATIONS    *
002500*        CONCATENATED IN THE JCL - SORTED INTO ONE CUST-ID       *
002600*        STREAM AS BALPROOF DOES.  ONLY ITEMS POSTED IN THE      *
002700*        AS-OF MONTH, ON OR BEFORE THE AS-OF DATE, COUNT.        *
002800*    A HEADER CARRIES THE AS-OF DATE; A TRAILER CARRIES THE      *
002900*    DETAIL COUNT AND BALANCE CONTROL TOTAL THAT STMTXMIT (PARM  *
003000*    "DWX") PROVES AND SENDS THROUGH THE CONFIRMATION            *
003100*    HANDSHAKE.  THE MASTER AND BRANCH REFERENCE ARE REQUIRED;   *
003200*    ANY OTHER SOURCE MISSING IS CALLED OUT (RC 4) AND ITS       *
003300*    FIELDS ARE LEFT BLANK OR ZERO.                              *
003400*                                                                *
003500******************************************************************
003600* MODIFICATION HISTORY
003700*   11/06/2026  RVH  ORIGINAL.
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
004800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CUSTM-CUSTOMER-NO
005200         FILE STATUS IS CUSTOMER-MASTER-STATUS.
005300     SELECT BRANCH-REF-FILE ASSIGN TO BRNCHREF
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS BRANCH-REF-STATUS.
005700     SELECT RISK-GRADE-FILE ASSIGN TO RISKFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS RISK-CUST-ID
006100         FILE STATUS IS RISK-GRADE-STATUS.
006200     SELECT DUNNING-STATUS-FILE ASSIGN TO DUNSTAT
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS DUNNING-STATUS-STAT.
006600     SELECT OVER-LIMIT-STATUS-FILE ASSIGN TO OVLSTAT
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS OVER-LIMIT-STATUS-STAT.
007000     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS POSTED-HISTORY-STATUS.
007400     SELECT ACCRUAL-DETAIL-FILE ASSIGN TO ACCRDETL
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS ACCRUAL-DETAIL-STATUS.
007800     SELECT SORTED-MOVEMENT-FILE ASSIGN TO DWXWK01
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS SORTED-MOVEMENT-STATUS.
008200     SELECT MOVEMENT-SORT-FILE ASSIGN TO SRTWK01.
008300     SELECT WAREHOUSE-EXTRACT-FILE ASSIGN TO DWXFILE
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WAREHOUSE-EXTRACT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CUSTOMER-FILE
009000     LABEL RECORDS ARE STANDARD
009100     BLOCK CONTAINS 0 RECORDS
009200     RECORDING MODE F
009300     DATA RECORD IS CUSTOMER-RECORD.
009400     COPY CUSTREC.
009500
009600 FD  CUSTOMER-MASTER-FILE
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     RECORDING MODE F
010000     DATA RECORD IS CUSTOMER-MASTER-RECORD.
010100     COPY CUSTMREC.
010200
010300 FD  BRANCH-REF-FILE
010400     LABEL RECORDS ARE STANDARD
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORDING MODE F
010700     DATA RECORD IS BRANCH-REF-RECORD.
010800     COPY BRNCHREC.
010900
011000 FD  RISK-GRADE-FILE
011100     LABEL RECORDS ARE STANDARD
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORDING MODE F
011400     DATA RECORD IS RISK-GRADE-RECORD.
011500     COPY RISKREC.
011600
011700 FD  DUNNING-STATUS-FILE
011800     LABEL RECORDS ARE STANDARD
011900     BLOCK CONTAINS 0 RECORDS
012000     RECORDING MODE F
012100     DATA RECORD IS DUNNING-STATUS-RECORD.
012200     COPY DUNSREC.
012300
012400 FD  OVER-LIMIT-STATUS-FILE
012500     LABEL RECORDS ARE STANDARD
012600     BLOCK CONTAINS 0 RECORDS
012700     RECORDING MODE F
012800     DATA RECORD IS OVER-LIMIT-STATUS-RECORD.
012900     COPY OVLSREC.
013000
013100 FD  POSTED-HISTORY-FILE
013200     LABEL RECORDS ARE STANDARD
013300     BLOCK CONTAINS 0 RECORDS
013400     RECORDING MODE F
013500     DATA RECORD IS POSTED-HISTORY-RECORD.
013600     COPY POSTHREC.
013700
013800 FD  ACCRUAL-DETAIL-FILE
013900     LABEL RECORDS ARE STANDARD
014000     BLOCK CONTAINS 0 RECORDS
014100     RECORDING MODE F
014200     DATA RECORD IS ACCRUAL-DETAIL-RECORD.
014300     COPY ACRDREC.
014400
014500 FD  SORTED-MOVEMENT-FILE
014600     LABEL RECORDS ARE STANDARD
014700     BLOCK CONTAINS 0 RECORDS
014800     RECORDING MODE F
014900     DATA RECORD IS SORTED-MOVEMENT-RECORD.
015000 01  SORTED-MOVEMENT-RECORD.
015100     05  SMV-CUST-ID          PIC X(10).
015200     05  SMV-KIND             PIC X(01).
015300         88  SMV-PAYMENT          VALUE "P".
015400         88  SMV-CHARGE           VALUE "C".
015500         88  SMV-INTEREST         VALUE "I".
015600     05  SMV-AMOUNT           PIC 9(7)V99.
015700
015800 SD  MOVEMENT-SORT-FILE
015900     DATA RECORD IS SORT-MOVEMENT-RECORD.
016000 01  SORT-MOVEMENT-RECORD.
016100     05  SRTMV-CUST-ID        PIC X(10).
016200     05  SRTMV-KIND           PIC X(01).
016300     05  SRTMV-AMOUNT         PIC 9(7)V99.
016400
016500 FD  WAREHOUSE-EXTRACT-FILE
016600     LABEL RECORDS ARE OMITTED
016700     RECORDING MODE F.
016800 01  WAREHOUSE-EXTRACT-LINE   PIC X(400).
016900
017000 WORKING-STORAGE SECTION.
017100******************************************************************
017200*    FILE STATUS AND SWITCHES                                    *
017300******************************************************************
017400 01  CUSTOMER-FILE-STATUS      PIC X(02).
017500     88  CUST-FILE-OK              VALUE "00".
017600 01  CUSTOMER-MASTER-STATUS    PIC X(02).
017700     88  CUSTOMER-MASTER-OK        VALUE "00".
017800 01  BRANCH-REF-STATUS         PIC X(02).
017900     88  BRANCH-REF-OK             VALUE "00".
018000 01  RISK-GRADE-STATUS         PIC X(02).
018100     88  RISK-GRADE-OK             VALUE "00".
018200 01  DUNNING-STATUS-STAT       PIC X(02).
018300     88  DUNNING-STATUS-OK         VALUE "00".
018400 01  OVER-LIMIT-STATUS-STAT    PIC X(02).
018500     88  OVER-LIMIT-STATUS-OK      VALUE "00".
018600 01  POSTED-HISTORY-STATUS     PIC X(02).
018700     88  POSTED-HISTORY-OK         VALUE "00".
018800 01  ACCRUAL-DETAIL-STATUS     PIC X(02).
018900     88  ACCRUAL-DETAIL-OK         VALUE "00".
019000 01  SORTED-MOVEMENT-STATUS    PIC X(02).
019100     88  SORTED-MOVEMENT-OK        VALUE "00".
019200 01  WAREHOUSE-EXTRACT-STATUS  PIC X(02).
019300     88  WAREHOUSE-EXTRACT-OK      VALUE "00".
019400 01  WS-CUST-AT-END            PIC X(01) VALUE "N".
019500     88  CUST-FILE-AT-END          VALUE "Y".
019600 01  WS-BREF-AT-END            PIC X(01) VALUE "N".
019700     88  BREF-IS-AT-END            VALUE "Y".
019800 01  WS-DUN-AT-END             PIC X(01) VALUE "N".
019900     88  DUN-FILE-AT-END           VALUE "Y".
020000 01  WS-OVL-AT-END             PIC X(01) VALUE "N".
020100     88  OVL-FILE-AT-END           VALUE "Y".
020200 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
020300     88  HISTORY-FILE-AT-END       VALUE "Y".
020400 01  WS-ACCRUAL-AT-END         PIC X(01) VALUE "N".
020500     88  ACCRUAL-FILE-AT-END       VALUE "Y".
020600 01  WS-MOVE-AT-END            PIC X(01) VALUE "N".
020700     88  MOVE-FILE-AT-END          VALUE "Y".
020800 01  WS-CUSTM-PRESENT          PIC X(01) VALUE "N".
020900     88  CUSTM-PRESENT             VALUE "Y".
021000 01  WS-RISK-PRESENT           PIC X(01) VALUE "N".
021100     88  RISK-PRESENT              VALUE "Y".
021200 01  WS-DUN-PRESENT            PIC X(01) VALUE "N".
021300     88  DUN-PRESENT               VALUE "Y".
021400 01  WS-OVL-PRESENT            PIC X(01) VALUE "N".
021500     88  OVL-PRESENT               VALUE "Y".
021600 01  WS-MOVE-PRESENT           PIC X(01) VALUE "N".
021700     88  MOVE-PRESENT              VALUE "Y".
021800 01  WS-BRN-FOUND              PIC X(01) VALUE "N".
021900     88  BRN-ENTRY-FOUND           VALUE "Y".
022000
022100******************************************************************
022200*    RUN CONTROL FIELDS                                          *
022300******************************************************************
022400 01  WS-PARM-DATA              PIC X(06) VALUE SPACES.
022500 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
022600 01  WS-AS-OF-FIELDS REDEFINES WS-AS-OF-DATE.
022700     05  WS-AS-OF-YYMM         PIC 9(04).
022800     05  WS-AS-OF-DD           PIC 9(02).
022900 01  WS-POST-DATE              PIC 9(06) VALUE 0.
023000 01  WS-POST-FIELDS REDEFINES WS-POST-DATE.
023100     05  WS-POST-YYMM          PIC 9(04).
023200     05  WS-POST-DD            PIC 9(02).
023300 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
023400 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
023500
023600******************************************************************
023700*    BRANCH TABLE - LOADED ONCE FROM BRNCHREF, SAME SHAPE AS     *
023800*    DPDAGE'S                                                    *
023900******************************************************************
024000 01  WS-BRN-TABLE-SIZE         PIC 9(3) BINARY VALUE 50.
024100 01  WS-BRN-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
024200 01  WS-BRN-ENTRIES.
024300     05  WS-BRN-ENTRY          OCCURS 50 TIMES.
024400         10  WS-BRN-CODE           PIC X(04).
024500         10  WS-BRN-REGION         PIC X(02).
024600 01  WS-BRN-SEARCH-IDX         PIC 9(3) BINARY VALUE 0.
024700
024800******************************************************************
024900*    THE ACCOUNT'S MONTH TOTALS                                  *
025000******************************************************************
025100 01  WS-ACCT-PAYMENTS          PIC 9(9)V99 VALUE 0.
025200 01  WS-ACCT-PMT-COUNT         PIC 9(05) VALUE 0.
025300 01  WS-ACCT-CHARGES           PIC 9(9)V99 VALUE 0.
025400 01  WS-ACCT-CHG-COUNT         PIC 9(05) VALUE 0.
025500 01  WS-ACCT-INTEREST          PIC 9(9)V99 VALUE 0.
025600
025700******************************************************************
025800*    RUN TOTALS                                                  *
025900******************************************************************
026000 01  WS-ACCOUNTS-WRITTEN       PIC 9(09) BINARY VALUE 0.
026100 01  WS-BALANCE-TOTAL          PIC S9(11)V99 VALUE 0.
026200 01  WS-POSTINGS-READ          PIC 9(07) BINARY VALUE 0.
026300 01  WS-POSTINGS-TAKEN         PIC 9(07) BINARY VALUE 0.
026400 01  WS-ACCRUALS-READ          PIC 9(07) BINARY VALUE 0.
026500 01  WS-ACCRUALS-TAKEN         PIC 9(07) BINARY VALUE 0.
026600 01  WS-MOVES-ORPHANED         PIC 9(07) BINARY VALUE 0.
026700 01  WS-NO-ROLLUP              PIC 9(07) BINARY VALUE 0.
026800 01  WS-NO-GRADE               PIC 9(07) BINARY VALUE 0.
026900 01  WS-NO-REGION              PIC 9(07) BINARY VALUE 0.
027000
027100     COPY DWXREC.
027200
027300 PROCEDURE DIVISION.
027400******************************************************************
027500*    0000-MAINLINE                                               *
027600******************************************************************
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027900     PERFORM 1500-SORT-THE-MOVEMENTS THRU 1500-EXIT
028000     PERFORM 2000-OPEN-THE-STREAMS THRU 2000-EXIT
028100     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
028200     PERFORM 3000-EXTRACT-ONE-ACCOUNT THRU 3000-EXIT
028300         UNTIL CUST-FILE-AT-END
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT
028500     STOP RUN.
028600
028700******************************************************************
028800*    1000-INITIALIZE                                             *
028900*    THE AS-OF DATE, THE BRANCH TABLE, THEN THE HEADER.          *
029000******************************************************************
029100 1000-INITIALIZE.
029200     ACCEPT WS-RUN-DATE FROM DATE
029300     ACCEPT WS-RUN-TIME FROM TIME
029400     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
029500     IF WS-PARM-DATA NOT = SPACES AND WS-PARM-DATA IS NUMERIC
029600         MOVE WS-PARM-DATA TO WS-AS-OF-DATE
029700     ELSE
029800         DISPLAY "DWEXTR - MONTH-END AS-OF DATE (YYMMDD) MUST "
029900             "BE SUPPLIED IN THE PARM - RUN STOPPED"
030000         MOVE 16 TO RETURN-CODE
030100         STOP RUN
030200     END-IF
030300     OPEN INPUT BRANCH-REF-FILE
030400     IF NOT BRANCH-REF-OK
030500         DISPLAY "DWEXTR - BRANCH REFERENCE FILE NOT FOUND - "
030600             "STATUS " BRANCH-REF-STATUS " - RUN STOPPED"
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF
031000     PERFORM 1100-READ-NEXT-BRANCH THRU 1100-EXIT
031100     PERFORM 1200-STORE-ONE-BRANCH THRU 1200-EXIT
031200         UNTIL BREF-IS-AT-END
031300     CLOSE BRANCH-REF-FILE
031400     OPEN INPUT CUSTOMER-FILE
031500     IF NOT CUST-FILE-OK
031600         DISPLAY "DWEXTR - ERROR OPENING CUSTOMER FILE - "
031700             "STATUS " CUSTOMER-FILE-STATUS
031800         MOVE 8 TO RETURN-CODE
031900         STOP RUN
032000     END-IF
032100     OPEN OUTPUT WAREHOUSE-EXTRACT-FILE
032200     IF NOT WAREHOUSE-EXTRACT-OK
032300         DISPLAY "DWEXTR - ERROR OPENING WAREHOUSE EXTRACT - "
032400             "STATUS " WAREHOUSE-EXTRACT-STATUS
032500         CLOSE CUSTOMER-FILE
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF
032900     MOVE WS-AS-OF-DATE TO DWXH-AS-OF-DATE
033000     MOVE WS-RUN-DATE TO DWXH-RUN-DATE
033100     MOVE WS-RUN-TIME TO DWXH-RUN-TIME
033200     WRITE WAREHOUSE-EXTRACT-LINE FROM DWX-HEADER-RECORD
033300     DISPLAY "DWEXTR - PORTFOLIO EXTRACT AS OF " WS-AS-OF-DATE.
033400 1000-EXIT.
033500     EXIT.
033600
033700 1100-READ-NEXT-BRANCH.
033800     READ BRANCH-REF-FILE INTO BRANCH-REF-RECORD
033900         AT END
034000             MOVE "Y" TO WS-BREF-AT-END
034100     END-READ.
034200 1100-EXIT.
034300     EXIT.
034400
034500 1200-STORE-ONE-BRANCH.
034600     IF WS-BRN-ENTRY-COUNT < WS-BRN-TABLE-SIZE
034700         ADD 1 TO WS-BRN-ENTRY-COUNT
034800         MOVE BRN-BRANCH-CODE TO
034900             WS-BRN-CODE(WS-BRN-ENTRY-COUNT)
035000         MOVE BRN-REGION-CODE TO
035100             WS-BRN-REGION(WS-BRN-ENTRY-COUNT)
035200     ELSE
035300         DISPLAY "DWEXTR - BRANCH TABLE FULL - "
035400             BRN-BRANCH-CODE " NOT LOADED"
035500     END-IF
035600     PERFORM 1100-READ-NEXT-BRANCH THRU 1100-EXIT.
035700 1200-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    1500-SORT-THE-MOVEMENTS                                     *
036200*    THE MONTH'S PAYMENTS, CHARGES AND INTEREST INTO ONE         *
036300*    STREAM IN CUST-ID ORDER.                                    *
036400******************************************************************
036500 1500-SORT-THE-MOVEMENTS.
036600     SORT MOVEMENT-SORT-FILE
036700         ON ASCENDING KEY SRTMV-CUST-ID
036800         INPUT PROCEDURE IS 1600-RELEASE-MOVEMENTS
036900             THRU 1600-EXIT
037000         GIVING SORTED-MOVEMENT-FILE.
037100 1500-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*    1600-RELEASE-MOVEMENTS                                      *
037600*    A MONTH WITH NO HISTORY OR NO ACCRUALS IS CALLED OUT - THE  *
037700*    EXTRACT STILL GOES, WITH THOSE TOTALS ZERO.                 *
037800******************************************************************
037900 1600-RELEASE-MOVEMENTS.
038000     OPEN INPUT POSTED-HISTORY-FILE
038100     IF POSTED-HISTORY-OK
038200         PERFORM 1650-READ-NEXT-HISTORY THRU 1650-EXIT
038300         PERFORM 1660-RELEASE-ONE-POSTING THRU 1660-EXIT
038400             UNTIL HISTORY-FILE-AT-END
038500         CLOSE POSTED-HISTORY-FILE
038600     ELSE
038700         DISPLAY "DWEXTR - NO POSTED HISTORY FOR THE MONTH - "
038800             "STATUS " POSTED-HISTORY-STATUS
038900         MOVE 4 TO RETURN-CODE
039000     END-IF
039100     OPEN INPUT ACCRUAL-DETAIL-FILE
039200     IF ACCRUAL-DETAIL-OK
039300         PERFORM 1670-READ-NEXT-ACCRUAL THRU 1670-EXIT
039400         PERFORM 1680-RELEASE-ONE-ACCRUAL THRU 1680-EXIT
039500             UNTIL ACCRUAL-FILE-AT-END
039600         CLOSE ACCRUAL-DETAIL-FILE
039700     ELSE
039800         DISPLAY "DWEXTR - NO ACCRUAL DETAIL FOR THE MONTH - "
039900             "STATUS " ACCRUAL-DETAIL-STATUS
040000         MOVE 4 TO RETURN-CODE
040100     END-IF.
040200 1600-EXIT.
040300     EXIT.
040400
040500 1650-READ-NEXT-HISTORY.
040600     READ POSTED-HISTORY-FILE
040700         AT END
040800             MOVE "Y" TO WS-HISTORY-AT-END
040900     END-READ.
041000 1650-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    1660-RELEASE-ONE-POSTING                                    *
041500*    PAYMENTS AND CHARGES ONLY - ADJUSTMENTS AND REVERSALS ARE   *
041600*    NEITHER.                                                    *
041700******************************************************************
041800 1660-RELEASE-ONE-POSTING.
041900     ADD 1 TO WS-POSTINGS-READ
042000     MOVE POSTH-POST-DATE TO WS-POST-DATE
042100     IF WS-POST-YYMM NOT = WS-AS-OF-YYMM OR
042200             WS-POST-DATE > WS-AS-OF-DATE
042300         GO TO 1660-NEXT
042400     END-IF
042500     IF POSTH-TXN-TYPE NOT = "P" AND POSTH-TXN-TYPE NOT = "C"
042600         GO TO 1660-NEXT
042700     END-IF
042800     ADD 1 TO WS-POSTINGS-TAKEN
042900     MOVE POSTH-CUST-ID TO SRTMV-CUST-ID
043000     MOVE POSTH-TXN-TYPE TO SRTMV-KIND
043100     MOVE POSTH-AMOUNT TO SRTMV-AMOUNT
043200     RELEASE SORT-MOVEMENT-RECORD.
043300 1660-NEXT.
043400     PERFORM 1650-READ-NEXT-HISTORY THRU 1650-EXIT.
043500 1660-EXIT.
043600     EXIT.
043700
043800 1670-READ-NEXT-ACCRUAL.
043900     READ ACCRUAL-DETAIL-FILE
044000         AT END
044100             MOVE "Y" TO WS-ACCRUAL-AT-END
044200     END-READ.
044300 1670-EXIT.
044400     EXIT.
044500
044600 1680-RELEASE-ONE-ACCRUAL.
044700     ADD 1 TO WS-ACCRUALS-READ
044800     MOVE ACRD-POST-DATE TO WS-POST-DATE
044900     IF WS-POST-YYMM NOT = WS-AS-OF-YYMM OR
045000             WS-POST-DATE > WS-AS-OF-DATE OR
045100             NOT ACRD-TYPE-INTEREST
045200         GO TO 1680-NEXT
045300     END-IF
045400     ADD 1 TO WS-ACCRUALS-TAKEN
045500     MOVE ACRD-CUST-ID TO SRTMV-CUST-ID
045600     MOVE "I" TO SRTMV-KIND
045700     MOVE ACRD-AMOUNT TO SRTMV-AMOUNT
045800     RELEASE SORT-MOVEMENT-RECORD.
045900 1680-NEXT.
046000     PERFORM 1670-READ-NEXT-ACCRUAL THRU 1670-EXIT.
046100 1680-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    2000-OPEN-THE-STREAMS                                       *
046600*    EVERY SOURCE AFTER THE MASTER IS OPTIONAL - ONE THAT IS     *
046700*    MISSING LEAVES ITS FIELDS EMPTY AND THE RUN ENDS RC 4.      *
046800******************************************************************
046900 2000-OPEN-THE-STREAMS.
047000     OPEN INPUT CUSTOMER-MASTER-FILE
047100     IF CUSTOMER-MASTER-OK
047200         MOVE "Y" TO WS-CUSTM-PRESENT
047300     ELSE
047400         DISPLAY "DWEXTR - NO CUSTOMER ROLLUP FILE - STATUS "
047500             CUSTOMER-MASTER-STATUS " - ROLLUP FIELDS EMPTY"
047600         MOVE 4 TO RETURN-CODE
047700     END-IF
047800     OPEN INPUT RISK-GRADE-FILE
047900     IF RISK-GRADE-OK
048000         MOVE "Y" TO WS-RISK-PRESENT
048100     ELSE
048200         DISPLAY "DWEXTR - NO RISK GRADE FILE - STATUS "
048300             RISK-GRADE-STATUS " - GRADE FIELDS EMPTY"
048400         MOVE 4 TO RETURN-CODE
048500     END-IF
048600     OPEN INPUT DUNNING-STATUS-FILE
048700     IF DUNNING-STATUS-OK
048800         MOVE "Y" TO WS-DUN-PRESENT
048900         PERFORM 2300-READ-NEXT-DUN THRU 2300-EXIT
049000     ELSE
049100         DISPLAY "DWEXTR - NO DUNNING STATUS FILE - STATUS "
049200             DUNNING-STATUS-STAT " - DUNNING LEVELS ZERO"
049300         MOVE "Y" TO WS-DUN-AT-END
049400         MOVE 4 TO RETURN-CODE
049500     END-IF
049600     OPEN INPUT OVER-LIMIT-STATUS-FILE
049700     IF OVER-LIMIT-STATUS-OK
049800         MOVE "Y" TO WS-OVL-PRESENT
049900         PERFORM 2400-READ-NEXT-OVL THRU 2400-EXIT
050000     ELSE
050100         DISPLAY "DWEXTR - NO OVER-LIMIT STATUS FILE - STATUS "
050200             OVER-LIMIT-STATUS-STAT " - NIGHTS OVER ZERO"
050300         MOVE "Y" TO WS-OVL-AT-END
050400         MOVE 4 TO RETURN-CODE
050500     END-IF
050600     OPEN INPUT SORTED-MOVEMENT-FILE
050700     IF SORTED-MOVEMENT-OK
050800         MOVE "Y" TO WS-MOVE-PRESENT
050900         PERFORM 2500-READ-NEXT-MOVE THRU 2500-EXIT
051000     ELSE
051100         MOVE "Y" TO WS-MOVE-AT-END
051200     END-IF.
051300 2000-EXIT.
051400     EXIT.
051500
051600 2100-READ-NEXT-CUSTOMER.
051700     READ CUSTOMER-FILE NEXT RECORD
051800         AT END
051900             MOVE "Y" TO WS-CUST-AT-END
052000     END-READ.
052100 2100-EXIT.
052200     EXIT.
052300
052400 2300-READ-NEXT-DUN.
052500     READ DUNNING-STATUS-FILE
052600         AT END
052700             MOVE "Y" TO WS-DUN-AT-END
052800     END-READ.
052900 2300-EXIT.
053000     EXIT.
053100
053200 2400-READ-NEXT-OVL.
053300     READ OVER-LIMIT-STATUS-FILE
053400         AT END
053500             MOVE "Y" TO WS-OVL-AT-END
053600     END-READ.
053700 2400-EXIT.
053800     EXIT.
053900
054000 2500-READ-NEXT-MOVE.
054100     READ SORTED-MOVEMENT-FILE
054200         AT END
054300             MOVE "Y" TO WS-MOVE-AT-END
054400     END-READ.
054500 2500-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*    3000-EXTRACT-ONE-ACCOUNT                                    *
055000*    THE MASTER DRIVES; THE STATUS FILES AND THE MONTH'S         *
055100*    MOVEMENT WALK FORWARD IN STEP.                              *
055200******************************************************************
055300 3000-EXTRACT-ONE-ACCOUNT.
055400     PERFORM 3100-ALIGN-THE-STREAMS THRU 3100-EXIT
055500     PERFORM 3200-MOVE-MASTER-FIELDS THRU 3200-EXIT
055600     PERFORM 3300-MOVE-REFERENCE-FIELDS THRU 3300-EXIT
055700     PERFORM 3400-MOVE-STATUS-FIELDS THRU 3400-EXIT
055800     PERFORM 3500-TOTAL-THE-MONTH THRU 3500-EXIT
055900     WRITE WAREHOUSE-EXTRACT-LINE FROM DWX-DETAIL-RECORD
056000     ADD 1 TO WS-ACCOUNTS-WRITTEN
056100     IF CUST-BALANCE NUMERIC
056200         ADD CUST-BALANCE TO WS-BALANCE-TOTAL
056300     END-IF
056400     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
056500 3000-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    3100-ALIGN-THE-STREAMS                                      *
057000*    MOVEMENT FOR AN ACCOUNT NO LONGER ON THE MASTER IS COUNTED  *
057100*    AND PASSED OVER.                                            *
057200******************************************************************
057300 3100-ALIGN-THE-STREAMS.
057400     PERFORM 2300-READ-NEXT-DUN THRU 2300-EXIT
057500         UNTIL DUN-FILE-AT-END OR
057600             DUN-CUST-ID NOT < CUST-ID
057700     PERFORM 2400-READ-NEXT-OVL THRU 2400-EXIT
057800         UNTIL OVL-FILE-AT-END OR
057900             OVL-CUST-ID NOT < CUST-ID
058000     PERFORM 3110-SKIP-ONE-ORPHAN THRU 3110-EXIT
058100         UNTIL MOVE-FILE-AT-END OR
058200             SMV-CUST-ID NOT < CUST-ID.
058300 3100-EXIT.
058400     EXIT.
058500
058600 3110-SKIP-ONE-ORPHAN.
058700     ADD 1 TO WS-MOVES-ORPHANED
058800     PERFORM 2500-READ-NEXT-MOVE THRU 2500-EXIT.
058900 3110-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300*    3200-MOVE-MASTER-FIELDS                                     *
059400*    A "|" IN A FREE-TEXT FIELD WOULD SPLIT THE RECORD - IT IS   *
059500*    SENT AS A "/".                                              *
059600******************************************************************
059700 3200-MOVE-MASTER-FIELDS.
059800     MOVE CUST-ID TO DWXD-CUST-ID
059900     MOVE CUST-CUSTOMER-NO TO DWXD-CUSTOMER-NO
060000     MOVE CUST-NAME TO DWXD-NAME
060100     MOVE CUST-ADDRESS TO DWXD-ADDRESS
060200     MOVE CUST-PHONE TO DWXD-PHONE
060300     INSPECT DWXD-NAME REPLACING ALL "|" BY "/"
060400     INSPECT DWXD-ADDRESS REPLACING ALL "|" BY "/"
060500     INSPECT DWXD-PHONE REPLACING ALL "|" BY "/"
060600     MOVE CUST-STATUS TO DWXD-STATUS
060700     MOVE CUST-MAIL-STATUS TO DWXD-MAIL-STATUS
060800     MOVE 0 TO DWXD-BALANCE
060900     IF CUST-BALANCE NUMERIC
061000         MOVE CUST-BALANCE TO DWXD-BALANCE
061100     END-IF
061200     MOVE 0 TO DWXD-CREDIT-LIMIT
061300     IF CUST-CREDIT-LIMIT NUMERIC
061400         MOVE CUST-CREDIT-LIMIT TO DWXD-CREDIT-LIMIT
061500     END-IF
061600     MOVE CUST-CURRENCY-CODE TO DWXD-CURRENCY
061700     MOVE 0 TO DWXD-LAST-ACTIVITY
061800     IF CUST-LAST-ACTIVITY-DATE NUMERIC
061900         MOVE CUST-LAST-ACTIVITY-DATE TO DWXD-LAST-ACTIVITY
062000     END-IF
062100     MOVE CUST-BRANCH-CODE TO DWXD-BRANCH
062200     MOVE 0 TO DWXD-CYCLE-DAY
062300     IF CUST-STMT-CYCLE-DAY NUMERIC
062400         MOVE CUST-STMT-CYCLE-DAY TO DWXD-CYCLE-DAY
062500     END-IF
062600     MOVE CUST-BUREAU-SUPPRESS TO DWXD-BUREAU-SUPPRESS.
062700 3200-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100*    3300-MOVE-REFERENCE-FIELDS                                  *
063200*    REGION, CUSTOMER ROLLUP AND RISK GRADE - KEYED LOOKUPS.     *
063300******************************************************************
063400 3300-MOVE-REFERENCE-FIELDS.
063500     MOVE SPACES TO DWXD-REGION
063600     MOVE "N" TO WS-BRN-FOUND
063700     MOVE 0 TO WS-BRN-SEARCH-IDX
063800     PERFORM 3310-FIND-BRANCH-ENTRY THRU 3310-EXIT
063900         UNTIL BRN-ENTRY-FOUND OR
064000             WS-BRN-SEARCH-IDX = WS-BRN-ENTRY-COUNT
064100     IF BRN-ENTRY-FOUND
064200         MOVE WS-BRN-REGION(WS-BRN-SEARCH-IDX) TO DWXD-REGION
064300     ELSE
064400         ADD 1 TO WS-NO-REGION
064500     END-IF
064600     MOVE SPACES TO DWXD-CUSTM-STATUS
064700     MOVE 0 TO DWXD-CUSTM-ACCOUNTS
064800     MOVE 0 TO DWXD-CUSTM-BALANCE
064900     MOVE 0 TO DWXD-CUSTM-LIMIT
065000     IF CUSTM-PRESENT
065100         MOVE CUST-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
065200         READ CUSTOMER-MASTER-FILE
065300             INVALID KEY
065400                 ADD 1 TO WS-NO-ROLLUP
065500             NOT INVALID KEY
065600                 MOVE CUSTM-CUST-STATUS TO DWXD-CUSTM-STATUS
065700                 MOVE CUSTM-ACCOUNT-COUNT TO
065800                     DWXD-CUSTM-ACCOUNTS
065900                 MOVE CUSTM-TOTAL-BALANCE TO
066000                     DWXD-CUSTM-BALANCE
066100                 MOVE CUSTM-CREDIT-LIMIT TO DWXD-CUSTM-LIMIT
066200         END-READ
066300     END-IF
066400     MOVE SPACES TO DWXD-RISK-GRADE
066500     MOVE 0 TO DWXD-RISK-SCORE
066600     MOVE 0 TO DWXD-DAYS-PAST-DUE
066700     IF RISK-PRESENT
066800         MOVE CUST-ID TO RISK-CUST-ID
066900         READ RISK-GRADE-FILE
067000             INVALID KEY
067100                 ADD 1 TO WS-NO-GRADE
067200             NOT INVALID KEY
067300                 MOVE RISK-GRADE TO DWXD-RISK-GRADE
067400                 MOVE RISK-SCORE TO DWXD-RISK-SCORE
067500                 MOVE RISK-DAYS-PAST-DUE TO DWXD-DAYS-PAST-DUE
067600         END-READ
067700     END-IF.
067800 3300-EXIT.
067900     EXIT.
068000
068100 3310-FIND-BRANCH-ENTRY.
068200     ADD 1 TO WS-BRN-SEARCH-IDX
068300     IF WS-BRN-CODE(WS-BRN-SEARCH-IDX) = CUST-BRANCH-CODE
068400         MOVE "Y" TO WS-BRN-FOUND
068500     END-IF.
068600 3310-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000*    3400-MOVE-STATUS-FIELDS                                     *
069100******************************************************************
069200 3400-MOVE-STATUS-FIELDS.
069300     MOVE 0 TO DWXD-DUN-LEVEL
069400     IF NOT DUN-FILE-AT-END AND DUN-CUST-ID = CUST-ID AND
069500             DUN-LEVEL NUMERIC
069600         MOVE DUN-LEVEL TO DWXD-DUN-LEVEL
069700     END-IF
069800     MOVE 0 TO DWXD-NIGHTS-OVER
069900     IF NOT OVL-FILE-AT-END AND OVL-CUST-ID = CUST-ID AND
070000             OVL-NIGHTS-OVER NUMERIC
070100         MOVE OVL-NIGHTS-OVER TO DWXD-NIGHTS-OVER
070200     END-IF.
070300 3400-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700*    3500-TOTAL-THE-MONTH                                        *
070800******************************************************************
070900 3500-TOTAL-THE-MONTH.
071000     MOVE 0 TO WS-ACCT-PAYMENTS
071100     MOVE 0 TO WS-ACCT-PMT-COUNT
071200     MOVE 0 TO WS-ACCT-CHARGES
071300     MOVE 0 TO WS-ACCT-CHG-COUNT
071400     MOVE 0 TO WS-ACCT-INTEREST
071500     PERFORM 3510-TAKE-ONE-MOVE THRU 3510-EXIT
071600         UNTIL MOVE-FILE-AT-END OR
071700             SMV-CUST-ID NOT = CUST-ID
071800     MOVE WS-ACCT-PAYMENTS TO DWXD-MTH-PAYMENTS
071900     MOVE WS-ACCT-PMT-COUNT TO DWXD-MTH-PMT-COUNT
072000     MOVE WS-ACCT-CHARGES TO DWXD-MTH-CHARGES
072100     MOVE WS-ACCT-CHG-COUNT TO DWXD-MTH-CHG-COUNT
072200     MOVE WS-ACCT-INTEREST TO DWXD-MTH-INTEREST.
072300 3500-EXIT.
072400     EXIT.
072500
072600 3510-TAKE-ONE-MOVE.
072700     EVALUATE TRUE
072800         WHEN SMV-PAYMENT
072900             ADD SMV-AMOUNT TO WS-ACCT-PAYMENTS
073000             ADD 1 TO WS-ACCT-PMT-COUNT
073100         WHEN SMV-CHARGE
073200             ADD SMV-AMOUNT TO WS-ACCT-CHARGES
073300             ADD 1 TO WS-ACCT-CHG-COUNT
073400         WHEN SMV-INTEREST
073500             ADD SMV-AMOUNT TO WS-ACCT-INTEREST
073600     END-EVALUATE
073700     PERFORM 2500-READ-NEXT-MOVE THRU 2500-EXIT.
073800 3510-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200*    9000-TERMINATE                                              *
074300*    MOVEMENT LEFT AFTER THE LAST ACCOUNT IS ORPHANED TOO.       *
074400******************************************************************
074500 9000-TERMINATE.
074600     PERFORM 3110-SKIP-ONE-ORPHAN THRU 3110-EXIT
074700         UNTIL MOVE-FILE-AT-END
074800     MOVE WS-AS-OF-DATE TO DWXT-AS-OF-DATE
074900     MOVE WS-ACCOUNTS-WRITTEN TO DWXT-DETAIL-COUNT
075000     MOVE WS-BALANCE-TOTAL TO DWXT-BALANCE-TOTAL
075100     WRITE WAREHOUSE-EXTRACT-LINE FROM DWX-TRAILER-RECORD
075200     CLOSE CUSTOMER-FILE
075300     CLOSE WAREHOUSE-EXTRACT-FILE
075400     IF CUSTM-PRESENT
075500         CLOSE CUSTOMER-MASTER-FILE
075600     END-IF
075700     IF RISK-PRESENT
075800         CLOSE RISK-GRADE-FILE
075900     END-IF
076000     IF DUN-PRESENT
076100         CLOSE DUNNING-STATUS-FILE
076200     END-IF
076300     IF OVL-PRESENT
076400         CLOSE OVER-LIMIT-STATUS-FILE
076500     END-IF
076600     IF MOVE-PRESENT
076700         CLOSE SORTED-MOVEMENT-FILE
076800     END-IF
076900     DISPLAY "DWEXTR - " WS-ACCOUNTS-WRITTEN " ACCOUNT(S) "
077000         "EXTRACTED, BALANCE TOTAL " WS-BALANCE-TOTAL
077100     DISPLAY "DWEXTR - " WS-POSTINGS-TAKEN " OF "
077200         WS-POSTINGS-READ " POSTING(S) AND " WS-ACCRUALS-TAKEN
077300         " OF " WS-ACCRUALS-READ " ACCRUAL(S) IN THE MONTH"
077400     DISPLAY "DWEXTR - " WS-NO-REGION " WITHOUT A REGION, "
077500         WS-NO-ROLLUP " WITHOUT A ROLLUP, " WS-NO-GRADE
077600         " WITHOUT A GRADE"
077700     IF WS-MOVES-ORPHANED > 0
077800         DISPLAY "DWEXTR - " WS-MOVES-ORPHANED " MONTH ITEM(S) "
077900             "FOR ACCOUNTS NO LONGER ON THE MASTER - NOT "
078000             "EXTRACTED"
078100     END-IF.
078200 9000-EXIT.
078300     EXIT.
