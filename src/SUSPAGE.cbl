000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SUSPAGE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/27/2026.
000600 DATE-COMPILED.  10/27/2026.
000700******************************************************************
000800*                                                                *
000900*    SUSPAGE - NIGHTLY SUSPENSE LOAD AND AGING                   *
001000*    LOCKBOX PARKS UNMATCHED CHECKS ON LBXSUSP AND PAYALLOC      *
001100*    PARKS CHECKS FOR CUSTOMERS WITH NO ACTIVE ACCOUNT ON        *
001200*    PAYASUSP, BUT BOTH FILES ARE REWRITTEN EVERY NIGHT AND      *
001300*    NOTHING EVER READ THEM BACK - THE CLERKS WORKED THE ITEMS   *
001400*    OFF PAPER AND MONEY SAT UNAPPLIED FOR WEEKS.  THIS PASS     *
001500*    CARRIES THE SUSPENSE WORKBENCH FILE FORWARD (SUSPFILE IN,   *
001600*    SUSPFILO OUT, SEE SUSPREC), ADDS TONIGHT'S NEW ITEMS FROM   *
001700*    BOTH INTAKES AS OPEN ITEMS UNDER NEW ITEM NUMBERS, AND      *
001800*    PRINTS THE SUSPENSE AGING REPORT (SUSPRPT) - COUNT AND      *
001900*    DOLLARS OF EVERYTHING STILL OPEN BY AGE BAND AND SOURCE,    *
002000*    SO FINANCE SEES UNAPPLIED CASH BEFORE MONTH-END.  ITEMS     *
002100*    THE CLERKS MARKED FOR RETURN IN THE ONLINE WORKBENCH        *
002200*    (SUSPCLR) ARE LISTED ONCE FOR ACCOUNTS PAYABLE TO CUT THE   *
002300*    RETURN CHECK, THEN CARRIED AS RETURN-LISTED.                *
002400*                                                                *
002436*    ITEMS THE CLERKS APPLIED ARE ONLY SENT FOR POSTING (P).     *
002472*    EACH IS MARKED APPLIED HERE ONCE ITS *SUSPCLR PAYMENT -     *
002509*    SAME CUST-ID, CHECK NUMBER AND AMOUNT, POSTED ON OR AFTER   *
002545*    THE DAY IT WAS SENT - IS ON POSTHIST.  ONE STILL MISSING    *
002581*    AFTER A LATER TXNPOST RUN WAS REJECTED (SEE POSTRPT) AND IS *
002618*    REOPENED FOR THE CLERKS TO REWORK; OTHERWISE IT WAITS.      *
002654*                                                                *
002690*    RUNS AFTER LOCKBOX, PAYALLOC AND TXNPOST.  A SECOND RUN ON  *
002727*    THE SAME DATE FINDS ITEMS ALREADY LOADED TODAY AND DOES NOT *
002763*    LOAD THE INTAKE FILES AGAIN.                                *
002800*                                                                *
002900*    AGE BANDS (DAYS SINCE DEPOSIT, 30-DAY-MONTH CALENDAR):      *
003000*    0-7, 8-15, 16-30, 31-60, 61-90, OVER 90.                    *
003100*                                                                *
003200******************************************************************
003300* MODIFICATION HISTORY
003400*   10/27/2026  RVH  ORIGINAL.
003420*   11/20/2026  RVH  ITEMS SUSPCLR SENT FOR POSTING (P) ARE
003440*                    MARKED APPLIED ONLY WHEN THEIR PAYMENT IS
003460*                    ON POSTHIST, AND REOPENED WHEN TXNPOST
003480*                    HAS RUN SINCE WITHOUT POSTING THEM.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS SUSPENSE-FILE-STATUS.
004400     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPFILO
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS SUSPENSE-OUT-STATUS.
004800     SELECT LOCKBOX-SUSPENSE-FILE ASSIGN TO LBXSUSP
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS LOCKBOX-SUSPENSE-STATUS.
005200     SELECT ALLOCATION-SUSPENSE-FILE ASSIGN TO PAYASUSP
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS ALLOCATION-SUSPENSE-STATUS.
005600     SELECT SUSPENSE-REPORT ASSIGN TO SUSPRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS SUSPENSE-REPORT-STATUS.
005820     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
005840         ORGANIZATION IS SEQUENTIAL
005860         ACCESS MODE IS SEQUENTIAL
005880         FILE STATUS IS POSTED-HISTORY-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SUSPENSE-FILE
006300     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     RECORDING MODE F
006600     DATA RECORD IS SUSPENSE-ITEM-RECORD.
006700     COPY SUSPREC.
006800
006900 FD  SUSPENSE-OUT-FILE
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     RECORDING MODE F
007300     DATA RECORD IS SUSPENSE-OUT-RECORD.
007400 01  SUSPENSE-OUT-RECORD      PIC X(142).
007500
007600*    LBXSUSP - SAME LAYOUT LOCKBOX WRITES.
007700 FD  LOCKBOX-SUSPENSE-FILE
007800     LABEL RECORDS ARE STANDARD
007900     BLOCK CONTAINS 0 RECORDS
008000     RECORDING MODE F
008100     DATA RECORD IS LOCKBOX-SUSPENSE-RECORD.
008200 01  LOCKBOX-SUSPENSE-RECORD.
008300     05  LBXS-DEPOSIT-DATE     PIC 9(06).
008400     05  LBXS-SCAN-LINE        PIC X(10).
008500     05  LBXS-REMITTER-NAME    PIC X(30).
008600     05  LBXS-AMOUNT           PIC 9(5)V99.
008700     05  LBXS-CHECK-NO         PIC X(08).
008800     05  LBXS-REASON           PIC X(30).
008900
009000*    PAYASUSP - SAME LAYOUT PAYALLOC WRITES.
009100 FD  ALLOCATION-SUSPENSE-FILE
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORDING MODE F
009500     DATA RECORD IS ALLOCATION-SUSPENSE-RECORD.
009600 01  ALLOCATION-SUSPENSE-RECORD.
009700     05  PAYS-CUSTOMER-NO      PIC X(07).
009800     05  PAYS-AMOUNT           PIC 9(7)V99.
009900     05  PAYS-CHECK-NO         PIC X(08).
010000     05  PAYS-PAYMENT-DATE     PIC 9(06).
010100     05  PAYS-REASON           PIC X(30).
010200
010300 FD  SUSPENSE-REPORT
010400     LABEL RECORDS ARE OMITTED
010500     RECORDING MODE F.
010600 01  SUSPENSE-REPORT-LINE     PIC X(132).
010612
010625 FD  POSTED-HISTORY-FILE
010637     LABEL RECORDS ARE STANDARD
010650     BLOCK CONTAINS 0 RECORDS
010662     RECORDING MODE F
010675     DATA RECORD IS POSTED-HISTORY-RECORD.
010687     COPY POSTHREC.
010700
010800 WORKING-STORAGE SECTION.
010900******************************************************************
011000*    FILE STATUS AND SWITCHES                                    *
011100******************************************************************
011200 01  SUSPENSE-FILE-STATUS      PIC X(02).
011300     88  SUSPENSE-FILE-OK          VALUE "00".
011400     88  SUSPENSE-FILE-NOT-FOUND   VALUE "05" "35".
011500 01  SUSPENSE-OUT-STATUS       PIC X(02).
011600     88  SUSPENSE-OUT-OK           VALUE "00".
011700 01  LOCKBOX-SUSPENSE-STATUS   PIC X(02).
011800     88  LOCKBOX-SUSPENSE-OK       VALUE "00".
011900 01  ALLOCATION-SUSPENSE-STATUS PIC X(02).
012000     88  ALLOCATION-SUSPENSE-OK    VALUE "00".
012100 01  SUSPENSE-REPORT-STATUS    PIC X(02).
012200     88  SUSPENSE-REPORT-OK        VALUE "00".
012233 01  POSTED-HISTORY-STATUS     PIC X(02).
012266     88  POSTED-HISTORY-OK         VALUE "00".
012300 01  WS-SUSPENSE-AT-END        PIC X(01) VALUE "N".
012400     88  SUSPENSE-FILE-AT-END      VALUE "Y".
012500 01  WS-INTAKE-AT-END          PIC X(01) VALUE "N".
012600     88  INTAKE-FILE-AT-END        VALUE "Y".
012700 01  WS-CARRIED-PRESENT        PIC X(01) VALUE "N".
012800     88  CARRIED-FILE-PRESENT      VALUE "Y".
012900 01  WS-LOADED-TODAY           PIC X(01) VALUE "N".
013000     88  ALREADY-LOADED-TODAY      VALUE "Y".
013011 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
013022     88  HISTORY-FILE-AT-END       VALUE "Y".
013033 01  WS-HISTORY-LOADED         PIC X(01) VALUE "N".
013044     88  HISTORY-WAS-LOADED        VALUE "Y".
013055 01  WS-POSTING-TABLE-FULL     PIC X(01) VALUE "N".
013066     88  POSTING-TABLE-IS-FULL     VALUE "Y".
013077 01  WS-POSTING-MATCHED        PIC X(01) VALUE "N".
013088     88  POSTING-WAS-MATCHED       VALUE "Y".
013100
013200******************************************************************
013300*    RUN CONTROL FIELDS                                          *
013400******************************************************************
013500 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013600 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
013700     05  WS-RUN-YY             PIC 9(02).
013800     05  WS-RUN-MM             PIC 9(02).
013900     05  WS-RUN-DD             PIC 9(02).
014000 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
014100 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
014200     05  WS-WORK-YY            PIC 9(02).
014300     05  WS-WORK-MM            PIC 9(02).
014400     05  WS-WORK-DD            PIC 9(02).
014500 01  WS-DAYS-BETWEEN           PIC S9(05) VALUE 0.
014600 01  WS-HIGH-ITEM-NO           PIC 9(07) VALUE 0.
014700 01  WS-BAND                   PIC 9(01) VALUE 0.
014800 01  WS-SRC                    PIC 9(01) VALUE 0.
014804
014809******************************************************************
014814*    SUSPCLR POSTINGS FROM POSTHIST - EVERY *SUSPCLR PAYMENT     *
014819*    POSTED ON OR AFTER THE EARLIEST DAY AN ITEM STILL WAITING   *
014823*    WAS SENT.  A FULL TABLE CONFIRMS WHAT IT HOLDS BUT REOPENS  *
014828*    NOTHING - AN UNMATCHED ITEM MAY SIMPLY NOT HAVE FITTED.     *
014833******************************************************************
014838 01  WS-PENDING-COUNT          PIC 9(07) BINARY VALUE 0.
014842 01  WS-EARLIEST-PENDING-DATE  PIC 9(06) VALUE 999999.
014847 01  WS-LAST-POST-DATE         PIC 9(06) VALUE 0.
014852 01  WS-POSTING-TABLE-SIZE     PIC 9(05) BINARY VALUE 2000.
014857 01  WS-POSTING-COUNT          PIC 9(05) BINARY VALUE 0.
014861 01  WS-POSTING-IDX            PIC 9(05) BINARY VALUE 0.
014866 01  WS-POSTING-ENTRIES.
014871     05  WS-POSTING-ENTRY      OCCURS 2000 TIMES.
014876         10  WS-PST-CUST-ID    PIC X(10).
014880         10  WS-PST-REFERENCE  PIC X(08).
014885         10  WS-PST-AMOUNT     PIC 9(7)V99.
014890         10  WS-PST-POST-DATE  PIC 9(06).
014895         10  WS-PST-USED       PIC X(01).
014900
015000******************************************************************
015100*    AGE BAND ACCUMULATORS - ONE ROW PER BAND, ONE COLUMN PER    *
015200*    SOURCE (1 LOCKBOX, 2 ALLOCATION).                           *
015300******************************************************************
015400 01  WS-BAND-LABEL-VALUES.
015500     05  FILLER                PIC X(12) VALUE "0-7 DAYS".
015600     05  FILLER                PIC X(12) VALUE "8-15 DAYS".
015700     05  FILLER                PIC X(12) VALUE "16-30 DAYS".
015800     05  FILLER                PIC X(12) VALUE "31-60 DAYS".
015900     05  FILLER                PIC X(12) VALUE "61-90 DAYS".
016000     05  FILLER                PIC X(12) VALUE "OVER 90 DAYS".
016100 01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-VALUES.
016200     05  WS-BAND-LABEL         PIC X(12) OCCURS 6 TIMES.
016300 01  WS-BAND-ENTRIES.
016400     05  WS-BAND-ENTRY         OCCURS 6 TIMES.
016500         10  WS-BAND-SOURCE    OCCURS 2 TIMES.
016600             15  WS-BAND-COUNT PIC 9(07).
016700             15  WS-BAND-TOTAL PIC 9(11)V99.
016800 01  WS-BAND-IDX               PIC 9(3) BINARY VALUE 0.
016900 01  WS-ROW-COUNT              PIC 9(07) VALUE 0.
017000 01  WS-ROW-TOTAL              PIC 9(11)V99 VALUE 0.
017100 01  WS-COL-ENTRIES.
017200     05  WS-COL-ENTRY          OCCURS 2 TIMES.
017300         10  WS-COL-COUNT      PIC 9(07).
017400         10  WS-COL-TOTAL      PIC 9(11)V99.
017500 01  WS-GRAND-COUNT            PIC 9(07) VALUE 0.
017600 01  WS-GRAND-TOTAL            PIC 9(11)V99 VALUE 0.
017700
017800******************************************************************
017900*    RUN TOTALS                                                  *
018000******************************************************************
018100 01  WS-ITEMS-CARRIED          PIC 9(07) BINARY VALUE 0.
018200 01  WS-ITEMS-LOADED-LBX       PIC 9(07) BINARY VALUE 0.
018300 01  WS-ITEMS-LOADED-PAYA      PIC 9(07) BINARY VALUE 0.
018400 01  WS-ITEMS-RETURN-LISTED    PIC 9(07) BINARY VALUE 0.
018500 01  WS-RETURN-LISTED-AMOUNT   PIC 9(11)V99 VALUE 0.
018520 01  WS-ITEMS-CONFIRMED        PIC 9(07) BINARY VALUE 0.
018540 01  WS-ITEMS-REOPENED         PIC 9(07) BINARY VALUE 0.
018560 01  WS-REOPENED-AMOUNT        PIC 9(11)V99 VALUE 0.
018580 01  WS-ITEMS-AWAITING         PIC 9(07) BINARY VALUE 0.
018600
018700******************************************************************
018800*    REPORT LINE LAYOUTS                                         *
018900******************************************************************
019000 01  SA-HEADING-LINE-1.
019100     05  FILLER                PIC X(01) VALUE SPACE.
019200     05  FILLER                PIC X(44) VALUE
019300         "SUSPAGE - SUSPENSE AGING REPORT".
019400     05  FILLER                PIC X(10) VALUE "RUN DATE ".
019500     05  SA-HDG1-RUN-DATE      PIC 9(06).
019600
019700 01  SA-HEADING-LINE-2.
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  FILLER                PIC X(14) VALUE "AGE BAND".
020000     05  FILLER                PIC X(29) VALUE
020100         "-------- LOCKBOX ---------".
020200     05  FILLER                PIC X(29) VALUE
020300         "------- ALLOCATION -------".
020400     05  FILLER                PIC X(29) VALUE
020500         "--------- TOTAL ----------".
020600
020700 01  SA-HEADING-LINE-3.
020800     05  FILLER                PIC X(01) VALUE SPACE.
020900     05  FILLER                PIC X(14) VALUE SPACES.
021000     05  FILLER                PIC X(29) VALUE
021100         "  ITEMS            AMOUNT".
021200     05  FILLER                PIC X(29) VALUE
021300         "  ITEMS            AMOUNT".
021400     05  FILLER                PIC X(29) VALUE
021500         "  ITEMS            AMOUNT".
021600
021700 01  SA-BAND-LINE.
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  SA-BND-LABEL          PIC X(12).
022000     05  FILLER                PIC X(02) VALUE SPACES.
022100     05  SA-BND-LBX-COUNT      PIC ZZZ,ZZ9.
022200     05  FILLER                PIC X(01) VALUE SPACE.
022300     05  SA-BND-LBX-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022400     05  FILLER                PIC X(04) VALUE SPACES.
022500     05  SA-BND-PAYA-COUNT     PIC ZZZ,ZZ9.
022600     05  FILLER                PIC X(01) VALUE SPACE.
022700     05  SA-BND-PAYA-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022800     05  FILLER                PIC X(04) VALUE SPACES.
022900     05  SA-BND-ALL-COUNT      PIC ZZZ,ZZ9.
023000     05  FILLER                PIC X(01) VALUE SPACE.
023100     05  SA-BND-ALL-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023200
023300 01  SA-RETURN-HEADING.
023400     05  FILLER                PIC X(01) VALUE SPACE.
023500     05  FILLER                PIC X(60) VALUE
023600         "ITEMS MARKED FOR RETURN TO REMITTER - CUT CHECKS".
023700
023800 01  SA-RETURN-LINE.
023900     05  FILLER                PIC X(01) VALUE SPACE.
024000     05  FILLER                PIC X(05) VALUE "ITEM ".
024100     05  SA-RTN-ITEM-NO        PIC 9(07).
024200     05  FILLER                PIC X(02) VALUE SPACES.
024300     05  SA-RTN-SOURCE         PIC X(01).
024400     05  FILLER                PIC X(02) VALUE SPACES.
024500     05  SA-RTN-DEPOSIT-DATE   PIC 9(06).
024600     05  FILLER                PIC X(02) VALUE SPACES.
024700     05  SA-RTN-REMITTER       PIC X(30).
024800     05  FILLER                PIC X(01) VALUE SPACE.
024900     05  SA-RTN-AMOUNT         PIC Z,ZZZ,ZZ9.99.
025000     05  FILLER                PIC X(02) VALUE SPACES.
025100     05  SA-RTN-CHECK-NO       PIC X(08).
025200     05  FILLER                PIC X(02) VALUE SPACES.
025300     05  SA-RTN-OPERATOR       PIC X(08).
025400     05  FILLER                PIC X(02) VALUE SPACES.
025500     05  SA-RTN-ACTION-DATE    PIC 9(06).
025600
025700 01  SA-FOOTER-LINE-1.
025800     05  FILLER                PIC X(01) VALUE SPACE.
025900     05  FILLER                PIC X(30) VALUE
026000         "ITEMS CARRIED FORWARD . . . .".
026100     05  SA-FTR1-CARRIED       PIC ZZZ,ZZ9.
026200
026300 01  SA-FOOTER-LINE-2.
026400     05  FILLER                PIC X(01) VALUE SPACE.
026500     05  FILLER                PIC X(30) VALUE
026600         "NEW ITEMS FROM LOCKBOX  . . .".
026700     05  SA-FTR2-LBX           PIC ZZZ,ZZ9.
026800
026900 01  SA-FOOTER-LINE-3.
027000     05  FILLER                PIC X(01) VALUE SPACE.
027100     05  FILLER                PIC X(30) VALUE
027200         "NEW ITEMS FROM PAYALLOC . . .".
027300     05  SA-FTR3-PAYA          PIC ZZZ,ZZ9.
027400
027500 01  SA-FOOTER-LINE-4.
027600     05  FILLER                PIC X(01) VALUE SPACE.
027700     05  FILLER                PIC X(30) VALUE
027800         "RETURNS LISTED TONIGHT  . . .".
027900     05  SA-FTR4-RETURNS       PIC ZZZ,ZZ9.
028000     05  FILLER                PIC X(02) VALUE SPACES.
028100     05  SA-FTR4-RETURN-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028200
028300 01  SA-FOOTER-LINE-5.
028400     05  FILLER                PIC X(01) VALUE SPACE.
028500     05  FILLER                PIC X(60) VALUE
028600         "*** INTAKE ALREADY LOADED TODAY - NOT LOADED AGAIN".
028604
028609 01  SA-FOOTER-LINE-6.
028614     05  FILLER                PIC X(01) VALUE SPACE.
028619     05  FILLER                PIC X(30) VALUE
028623         "APPLIED ITEMS CONFIRMED POSTED".
028628     05  SA-FTR6-CONFIRMED     PIC ZZZ,ZZ9.
028633
028638 01  SA-FOOTER-LINE-7.
028642     05  FILLER                PIC X(01) VALUE SPACE.
028647     05  FILLER                PIC X(30) VALUE
028652         "NOT POSTED - REOPENED . . . .".
028657     05  SA-FTR7-REOPENED      PIC ZZZ,ZZ9.
028661     05  FILLER                PIC X(02) VALUE SPACES.
028666     05  SA-FTR7-REOPENED-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028671
028676 01  SA-FOOTER-LINE-8.
028680     05  FILLER                PIC X(01) VALUE SPACE.
028685     05  FILLER                PIC X(30) VALUE
028690         "STILL AWAITING TXNPOST  . . .".
028695     05  SA-FTR8-AWAITING      PIC ZZZ,ZZ9.
028700
028800 PROCEDURE DIVISION.
028900******************************************************************
029000*    0000-MAINLINE                                               *
029100******************************************************************
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     IF CARRIED-FILE-PRESENT
029500         PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT
029600         PERFORM 2200-CARRY-ONE-ITEM THRU 2200-EXIT
029700             UNTIL SUSPENSE-FILE-AT-END
029800     END-IF
029900     IF ALREADY-LOADED-TODAY
030000         DISPLAY "SUSPAGE - ITEMS ALREADY LOADED ON " WS-RUN-DATE
030100             " - INTAKE FILES NOT LOADED AGAIN"
030200     ELSE
030300         PERFORM 3000-LOAD-LOCKBOX-ITEMS THRU 3000-EXIT
030400         PERFORM 3500-LOAD-ALLOCATION-ITEMS THRU 3500-EXIT
030500     END-IF
030600     PERFORM 9000-TERMINATE THRU 9000-EXIT
030700     STOP RUN.
030800
030900******************************************************************
031000*    1000-INITIALIZE                                             *
031100*    NO CARRIED-FORWARD FILE IS THE FIRST NIGHT - EVERYTHING     *
031200*    STARTS FROM TONIGHT'S INTAKE FILES.                         *
031300******************************************************************
031400 1000-INITIALIZE.
031500     ACCEPT WS-RUN-DATE FROM DATE
031600     PERFORM 1100-INIT-BAND-TABLE THRU 1100-EXIT
031700         VARYING WS-BAND-IDX FROM 1 BY 1
031800         UNTIL WS-BAND-IDX > 6
031900     MOVE 0 TO WS-COL-COUNT(1) WS-COL-COUNT(2)
032000     MOVE 0 TO WS-COL-TOTAL(1) WS-COL-TOTAL(2)
032100     OPEN INPUT SUSPENSE-FILE
032200     EVALUATE TRUE
032300         WHEN SUSPENSE-FILE-OK
032400             MOVE "Y" TO WS-CARRIED-PRESENT
032500         WHEN SUSPENSE-FILE-NOT-FOUND
032600             DISPLAY "SUSPAGE - NO CARRIED-FORWARD SUSPENSE "
032700                 "FILE - STARTING FROM TONIGHT'S INTAKE"
032800         WHEN OTHER
032900             DISPLAY "SUSPAGE - ERROR OPENING SUSPENSE FILE - "
033000                 "STATUS " SUSPENSE-FILE-STATUS " - RUN STOPPED"
033100             MOVE 16 TO RETURN-CODE
033200             STOP RUN
033300     END-EVALUATE
033400     OPEN OUTPUT SUSPENSE-OUT-FILE
033500     IF NOT SUSPENSE-OUT-OK
033600         DISPLAY "SUSPAGE - ERROR OPENING SUSPENSE OUTPUT "
033700             "FILE - STATUS " SUSPENSE-OUT-STATUS
033800             " - RUN STOPPED"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF
034114     IF CARRIED-FILE-PRESENT
034128         PERFORM 1200-FIND-PENDING-ITEMS THRU 1200-EXIT
034142     END-IF
034157     IF WS-PENDING-COUNT > 0
034171         PERFORM 1300-LOAD-SUSPCLR-POSTINGS THRU 1300-EXIT
034185     END-IF
034200     OPEN OUTPUT SUSPENSE-REPORT
034300     IF NOT SUSPENSE-REPORT-OK
034400         DISPLAY "SUSPAGE - ERROR OPENING SUSPENSE REPORT - "
034500             "STATUS " SUSPENSE-REPORT-STATUS
034600         MOVE 24 TO RETURN-CODE
034700         STOP RUN
034800     END-IF
034900     MOVE WS-RUN-DATE TO SA-HDG1-RUN-DATE
035000     WRITE SUSPENSE-REPORT-LINE FROM SA-HEADING-LINE-1
035100     MOVE SPACES TO SUSPENSE-REPORT-LINE
035200     WRITE SUSPENSE-REPORT-LINE AFTER ADVANCING 1 LINE
035300     WRITE SUSPENSE-REPORT-LINE FROM SA-RETURN-HEADING
035400     MOVE SPACES TO SUSPENSE-REPORT-LINE
035500     WRITE SUSPENSE-REPORT-LINE AFTER ADVANCING 1 LINE.
035600 1000-EXIT.
035700     EXIT.
035800
035900 1100-INIT-BAND-TABLE.
036000     MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX 1)
036100     MOVE 0 TO WS-BAND-TOTAL(WS-BAND-IDX 1)
036200     MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX 2)
036300     MOVE 0 TO WS-BAND-TOTAL(WS-BAND-IDX 2).
036400 1100-EXIT.
036500     EXIT.
036501
036502******************************************************************
036503*    1200-FIND-PENDING-ITEMS                                     *
036504*    A FIRST PASS OVER THE CARRIED FILE FOR THE ITEMS SENT FOR   *
036505*    POSTING AND THE EARLIEST DAY ANY OF THEM WAS SENT; THE FILE *
036506*    IS THEN REOPENED FOR THE CARRY-FORWARD PASS.                *
036508******************************************************************
036509 1200-FIND-PENDING-ITEMS.
036510     MOVE "N" TO WS-SUSPENSE-AT-END
036511     PERFORM 1210-CHECK-ONE-PENDING THRU 1210-EXIT
036512         UNTIL SUSPENSE-FILE-AT-END
036513     CLOSE SUSPENSE-FILE
036515     OPEN INPUT SUSPENSE-FILE
036516     MOVE "N" TO WS-SUSPENSE-AT-END.
036517 1200-EXIT.
036518     EXIT.
036519
036520 1210-CHECK-ONE-PENDING.
036522     PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT
036523     IF SUSPENSE-FILE-AT-END OR NOT SUSQ-IS-SENT-FOR-POSTING
036524         GO TO 1210-EXIT
036525     END-IF
036526     ADD 1 TO WS-PENDING-COUNT
036527     IF SUSQ-ACTION-DATE < WS-EARLIEST-PENDING-DATE
036529         MOVE SUSQ-ACTION-DATE TO WS-EARLIEST-PENDING-DATE
036530     END-IF.
036531 1210-EXIT.
036532     EXIT.
036533
036534******************************************************************
036536*    1300-LOAD-SUSPCLR-POSTINGS                                  *
036537*    POSTHIST IS READ WHOLE: THE LATEST POST DATE ON IT SAYS     *
036538*    WHETHER TXNPOST HAS RUN SINCE AN ITEM WAS SENT.  NO         *
036539*    POSTHIST LEAVES EVERY ITEM SENT FOR POSTING WAITING, WITH   *
036540*    A WARNING.                                                  *
036541******************************************************************
036543 1300-LOAD-SUSPCLR-POSTINGS.
036544     OPEN INPUT POSTED-HISTORY-FILE
036545     IF NOT POSTED-HISTORY-OK
036546         DISPLAY "SUSPAGE - NO POSTED HISTORY (POSTHIST) - "
036547             "STATUS " POSTED-HISTORY-STATUS
036548             " - ITEMS SENT FOR POSTING LEFT WAITING"
036551         MOVE 4 TO RETURN-CODE
036552         GO TO 1300-EXIT
036553     END-IF
036554     MOVE "N" TO WS-HISTORY-AT-END
036555     PERFORM 1310-LOAD-ONE-POSTING THRU 1310-EXIT
036556         UNTIL HISTORY-FILE-AT-END
036558     CLOSE POSTED-HISTORY-FILE
036559     MOVE "Y" TO WS-HISTORY-LOADED
036560     IF POSTING-TABLE-IS-FULL
036561         DISPLAY "SUSPAGE - MORE THAN " WS-POSTING-TABLE-SIZE
036562             " SUSPCLR POSTINGS - UNMATCHED ITEMS LEFT WAITING, "
036563             "NONE REOPENED"
036565         MOVE 4 TO RETURN-CODE
036566     END-IF.
036567 1300-EXIT.
036568     EXIT.
036569
036570 1310-LOAD-ONE-POSTING.
036572     READ POSTED-HISTORY-FILE
036573         AT END
036574             MOVE "Y" TO WS-HISTORY-AT-END
036575             GO TO 1310-EXIT
036576     END-READ
036577     IF POSTH-POST-DATE > WS-LAST-POST-DATE
036579         MOVE POSTH-POST-DATE TO WS-LAST-POST-DATE
036580     END-IF
036581     IF POSTH-BATCH-ID NOT = "*SUSPCLR" OR
036582             POSTH-POST-DATE < WS-EARLIEST-PENDING-DATE
036583         GO TO 1310-EXIT
036584     END-IF
036586     IF WS-POSTING-COUNT NOT < WS-POSTING-TABLE-SIZE
036587         MOVE "Y" TO WS-POSTING-TABLE-FULL
036588         GO TO 1310-EXIT
036589     END-IF
036590     ADD 1 TO WS-POSTING-COUNT
036591     MOVE POSTH-CUST-ID TO WS-PST-CUST-ID(WS-POSTING-COUNT)
036593     MOVE POSTH-REFERENCE TO WS-PST-REFERENCE(WS-POSTING-COUNT)
036594     MOVE POSTH-AMOUNT TO WS-PST-AMOUNT(WS-POSTING-COUNT)
036595     MOVE POSTH-POST-DATE TO WS-PST-POST-DATE(WS-POSTING-COUNT)
036596     MOVE "N" TO WS-PST-USED(WS-POSTING-COUNT).
036597 1310-EXIT.
036598     EXIT.
036600
036700******************************************************************
036800*    2100-READ-NEXT-ITEM                                         *
036900******************************************************************
037000 2100-READ-NEXT-ITEM.
037100     READ SUSPENSE-FILE
037200         AT END
037300             MOVE "Y" TO WS-SUSPENSE-AT-END
037400     END-READ.
037500 2100-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    2200-CARRY-ONE-ITEM                                         *
037983*    EVERY CARRIED ITEM GOES BACK OUT.  AN OPEN ITEM IS AGED; AN *
038066*    ITEM MARKED FOR RETURN IS LISTED ONCE AND CARRIED AS        *
038150*    RETURN-LISTED; AN ITEM SENT FOR POSTING IS CONFIRMED OR     *
038233*    REOPENED; APPLIED AND RETURN-LISTED ITEMS CARRY UNTOUCHED   *
038316*    AS PROOF.                                                   *
038400******************************************************************
038500 2200-CARRY-ONE-ITEM.
038600     IF SUSQ-ITEM-NO > WS-HIGH-ITEM-NO
038700         MOVE SUSQ-ITEM-NO TO WS-HIGH-ITEM-NO
038800     END-IF
038900     IF SUSQ-LOADED-DATE = WS-RUN-DATE
039000         MOVE "Y" TO WS-LOADED-TODAY
039100     END-IF
039200     EVALUATE TRUE
039300         WHEN SUSQ-IS-OPEN
039400             PERFORM 4000-AGE-ONE-ITEM THRU 4000-EXIT
039500         WHEN SUSQ-IS-FOR-RETURN
039600             PERFORM 2300-LIST-ONE-RETURN THRU 2300-EXIT
039633         WHEN SUSQ-IS-SENT-FOR-POSTING
039666             PERFORM 2400-CONFIRM-ONE-POSTING THRU 2400-EXIT
039700         WHEN OTHER
039800             CONTINUE
039900     END-EVALUATE
040000     ADD 1 TO WS-ITEMS-CARRIED
040100     MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-OUT-RECORD
040200     WRITE SUSPENSE-OUT-RECORD
040300     PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT.
040400 2200-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    2300-LIST-ONE-RETURN                                        *
040900******************************************************************
041000 2300-LIST-ONE-RETURN.
041100     ADD 1 TO WS-ITEMS-RETURN-LISTED
041200     ADD SUSQ-AMOUNT TO WS-RETURN-LISTED-AMOUNT
041300     MOVE SUSQ-ITEM-NO TO SA-RTN-ITEM-NO
041400     MOVE SUSQ-SOURCE TO SA-RTN-SOURCE
041500     MOVE SUSQ-DEPOSIT-DATE TO SA-RTN-DEPOSIT-DATE
041600     MOVE SUSQ-REMITTER-NAME TO SA-RTN-REMITTER
041700     MOVE SUSQ-AMOUNT TO SA-RTN-AMOUNT
041800     MOVE SUSQ-CHECK-NO TO SA-RTN-CHECK-NO
041900     MOVE SUSQ-ACTION-OPERATOR TO SA-RTN-OPERATOR
042000     MOVE SUSQ-ACTION-DATE TO SA-RTN-ACTION-DATE
042100     WRITE SUSPENSE-REPORT-LINE FROM SA-RETURN-LINE
042200     MOVE "D" TO SUSQ-STATUS.
042300 2300-EXIT.
042400     EXIT.
042401
042403******************************************************************
042405*    2400-CONFIRM-ONE-POSTING                                    *
042407*    FOUND ON POSTHIST - APPLIED.  NOT FOUND THOUGH TXNPOST HAS  *
042409*    POSTED ON A LATER DAY - REJECTED, SO THE ITEM REOPENS AND   *
042410*    IS AGED WITH THE OPEN ITEMS.  OTHERWISE IT WAITS.           *
042412******************************************************************
042414 2400-CONFIRM-ONE-POSTING.
042416     IF NOT HISTORY-WAS-LOADED
042418         ADD 1 TO WS-ITEMS-AWAITING
042420         GO TO 2400-EXIT
042421     END-IF
042423     MOVE "N" TO WS-POSTING-MATCHED
042425     PERFORM 2410-MATCH-ONE-POSTING THRU 2410-EXIT
042427         VARYING WS-POSTING-IDX FROM 1 BY 1
042429         UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
042430             OR POSTING-WAS-MATCHED
042432     IF POSTING-WAS-MATCHED
042434         MOVE "A" TO SUSQ-STATUS
042436         ADD 1 TO WS-ITEMS-CONFIRMED
042438         GO TO 2400-EXIT
042440     END-IF
042441     IF POSTING-TABLE-IS-FULL OR
042443             WS-LAST-POST-DATE NOT > SUSQ-ACTION-DATE
042445         ADD 1 TO WS-ITEMS-AWAITING
042447         GO TO 2400-EXIT
042449     END-IF
042450     DISPLAY "SUSPAGE - ITEM " SUSQ-ITEM-NO
042452         " SENT FOR POSTING TO " SUSQ-ACTION-CUST-ID
042454         " ON " SUSQ-ACTION-DATE
042456         " DID NOT POST - REOPENED"
042458     MOVE "O" TO SUSQ-STATUS
042460     MOVE "NOT POSTED BY TXNPOST - REWORK" TO SUSQ-REASON
042461     MOVE SPACES TO SUSQ-ACTION-CUST-ID
042463     MOVE SPACES TO SUSQ-ACTION-OPERATOR
042465     MOVE 0 TO SUSQ-ACTION-DATE
042467     ADD 1 TO WS-ITEMS-REOPENED
042469     ADD SUSQ-AMOUNT TO WS-REOPENED-AMOUNT
042470     PERFORM 4000-AGE-ONE-ITEM THRU 4000-EXIT.
042472 2400-EXIT.
042474     EXIT.
042476
042478 2410-MATCH-ONE-POSTING.
042480     IF WS-PST-USED(WS-POSTING-IDX) = "N" AND
042481             WS-PST-CUST-ID(WS-POSTING-IDX) = SUSQ-ACTION-CUST-ID
042483             AND WS-PST-REFERENCE(WS-POSTING-IDX) = SUSQ-CHECK-NO
042485             AND WS-PST-AMOUNT(WS-POSTING-IDX) = SUSQ-AMOUNT
042487             AND WS-PST-POST-DATE(WS-POSTING-IDX) NOT <
042489                 SUSQ-ACTION-DATE
042490         MOVE "Y" TO WS-PST-USED(WS-POSTING-IDX)
042492         MOVE "Y" TO WS-POSTING-MATCHED
042494     END-IF.
042496 2410-EXIT.
042498     EXIT.
042500
042600******************************************************************
042700*    3000-LOAD-LOCKBOX-ITEMS                                     *
042800*    NO LBXSUSP TONIGHT MEANS LOCKBOX PARKED NOTHING.            *
042900******************************************************************
043000 3000-LOAD-LOCKBOX-ITEMS.
043100     OPEN INPUT LOCKBOX-SUSPENSE-FILE
043200     IF NOT LOCKBOX-SUSPENSE-OK
043300         DISPLAY "SUSPAGE - NO LOCKBOX SUSPENSE FILE TONIGHT "
043400             "- STATUS " LOCKBOX-SUSPENSE-STATUS
043500         GO TO 3000-EXIT
043600     END-IF
043700     MOVE "N" TO WS-INTAKE-AT-END
043800     PERFORM 3100-LOAD-ONE-LOCKBOX-ITEM THRU 3100-EXIT
043900         UNTIL INTAKE-FILE-AT-END
044000     CLOSE LOCKBOX-SUSPENSE-FILE.
044100 3000-EXIT.
044200     EXIT.
044300
044400 3100-LOAD-ONE-LOCKBOX-ITEM.
044500     READ LOCKBOX-SUSPENSE-FILE
044600         AT END
044700             MOVE "Y" TO WS-INTAKE-AT-END
044800     END-READ
044900     IF INTAKE-FILE-AT-END
045000         GO TO 3100-EXIT
045100     END-IF
045200     INITIALIZE SUSPENSE-ITEM-RECORD
045300     MOVE "L" TO SUSQ-SOURCE
045400     MOVE LBXS-DEPOSIT-DATE TO SUSQ-DEPOSIT-DATE
045500     MOVE LBXS-SCAN-LINE TO SUSQ-SCAN-LINE
045600     MOVE LBXS-REMITTER-NAME TO SUSQ-REMITTER-NAME
045700     MOVE LBXS-AMOUNT TO SUSQ-AMOUNT
045800     MOVE LBXS-CHECK-NO TO SUSQ-CHECK-NO
045900     MOVE LBXS-REASON TO SUSQ-REASON
046000     ADD 1 TO WS-ITEMS-LOADED-LBX
046100     PERFORM 3900-ADD-NEW-ITEM THRU 3900-EXIT.
046200 3100-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600*    3500-LOAD-ALLOCATION-ITEMS                                  *
046700*    A PAYALLOC ITEM HAS NO REMITTER NAME LINE - THE CUSTOMER    *
046800*    NUMBER THE CHECK WAS KEYED UNDER IS WHAT THE CLERK HAS.     *
046900******************************************************************
047000 3500-LOAD-ALLOCATION-ITEMS.
047100     OPEN INPUT ALLOCATION-SUSPENSE-FILE
047200     IF NOT ALLOCATION-SUSPENSE-OK
047300         DISPLAY "SUSPAGE - NO ALLOCATION SUSPENSE FILE "
047400             "TONIGHT - STATUS " ALLOCATION-SUSPENSE-STATUS
047500         GO TO 3500-EXIT
047600     END-IF
047700     MOVE "N" TO WS-INTAKE-AT-END
047800     PERFORM 3600-LOAD-ONE-ALLOCATION-ITEM THRU 3600-EXIT
047900         UNTIL INTAKE-FILE-AT-END
048000     CLOSE ALLOCATION-SUSPENSE-FILE.
048100 3500-EXIT.
048200     EXIT.
048300
048400 3600-LOAD-ONE-ALLOCATION-ITEM.
048500     READ ALLOCATION-SUSPENSE-FILE
048600         AT END
048700             MOVE "Y" TO WS-INTAKE-AT-END
048800     END-READ
048900     IF INTAKE-FILE-AT-END
049000         GO TO 3600-EXIT
049100     END-IF
049200     INITIALIZE SUSPENSE-ITEM-RECORD
049300     MOVE "A" TO SUSQ-SOURCE
049400     MOVE PAYS-PAYMENT-DATE TO SUSQ-DEPOSIT-DATE
049500     MOVE PAYS-CUSTOMER-NO TO SUSQ-SCAN-LINE
049600     MOVE SPACES TO SUSQ-REMITTER-NAME
049700     MOVE PAYS-AMOUNT TO SUSQ-AMOUNT
049800     MOVE PAYS-CHECK-NO TO SUSQ-CHECK-NO
049900     MOVE PAYS-REASON TO SUSQ-REASON
050000     ADD 1 TO WS-ITEMS-LOADED-PAYA
050100     PERFORM 3900-ADD-NEW-ITEM THRU 3900-EXIT.
050200 3600-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600*    3900-ADD-NEW-ITEM                                           *
050700*    A NEW ITEM TAKES THE NEXT NUMBER ABOVE THE HIGHEST ALREADY  *
050800*    ON FILE, STARTS OPEN, AND IS AGED WITH EVERYTHING ELSE.     *
050900******************************************************************
051000 3900-ADD-NEW-ITEM.
051100     ADD 1 TO WS-HIGH-ITEM-NO
051200     MOVE WS-HIGH-ITEM-NO TO SUSQ-ITEM-NO
051300     MOVE "O" TO SUSQ-STATUS
051400     IF SUSQ-DEPOSIT-DATE NOT NUMERIC OR SUSQ-DEPOSIT-DATE = 0
051500         MOVE WS-RUN-DATE TO SUSQ-DEPOSIT-DATE
051600     END-IF
051700     IF SUSQ-AMOUNT NOT NUMERIC
051800         MOVE 0 TO SUSQ-AMOUNT
051900     END-IF
052000     MOVE WS-RUN-DATE TO SUSQ-LOADED-DATE
052100     MOVE SPACES TO SUSQ-ACTION-CUST-ID
052200     MOVE SPACES TO SUSQ-ACTION-OPERATOR
052300     MOVE 0 TO SUSQ-ACTION-DATE
052400     PERFORM 4000-AGE-ONE-ITEM THRU 4000-EXIT
052500     MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-OUT-RECORD
052600     WRITE SUSPENSE-OUT-RECORD.
052700 3900-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    4000-AGE-ONE-ITEM                                           *
053200*    DAYS SINCE DEPOSIT ON THE 30-DAY-MONTH COMMERCIAL CALENDAR, *
053300*    SAME ARITHMETIC AS DUNNING AND APPRREL.                     *
053400******************************************************************
053500 4000-AGE-ONE-ITEM.
053600     MOVE SUSQ-DEPOSIT-DATE TO WS-WORK-DATE
053700     COMPUTE WS-DAYS-BETWEEN =
053800         (WS-RUN-YY - WS-WORK-YY) * 360 +
053900         (WS-RUN-MM - WS-WORK-MM) * 30 +
054000         (WS-RUN-DD - WS-WORK-DD)
054100     EVALUATE TRUE
054200         WHEN WS-DAYS-BETWEEN < 8
054300             MOVE 1 TO WS-BAND
054400         WHEN WS-DAYS-BETWEEN < 16
054500             MOVE 2 TO WS-BAND
054600         WHEN WS-DAYS-BETWEEN < 31
054700             MOVE 3 TO WS-BAND
054800         WHEN WS-DAYS-BETWEEN < 61
054900             MOVE 4 TO WS-BAND
055000         WHEN WS-DAYS-BETWEEN < 91
055100             MOVE 5 TO WS-BAND
055200         WHEN OTHER
055300             MOVE 6 TO WS-BAND
055400     END-EVALUATE
055500     IF SUSQ-FROM-LOCKBOX
055600         MOVE 1 TO WS-SRC
055700     ELSE
055800         MOVE 2 TO WS-SRC
055900     END-IF
056000     ADD 1 TO WS-BAND-COUNT(WS-BAND WS-SRC)
056100     ADD SUSQ-AMOUNT TO WS-BAND-TOTAL(WS-BAND WS-SRC).
056200 4000-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*    9000-TERMINATE                                              *
056700*    THE AGING TABLE FOLLOWS THE RETURN LIST, THEN THE RUN       *
056800*    TOTALS.                                                     *
056900******************************************************************
057000 9000-TERMINATE.
057100     IF WS-ITEMS-RETURN-LISTED = 0
057200         MOVE SPACES TO SUSPENSE-REPORT-LINE
057300         MOVE "  NONE" TO SUSPENSE-REPORT-LINE
057400         WRITE SUSPENSE-REPORT-LINE
057500     END-IF
057600     MOVE SPACES TO SUSPENSE-REPORT-LINE
057700     WRITE SUSPENSE-REPORT-LINE AFTER ADVANCING 1 LINE
057800     WRITE SUSPENSE-REPORT-LINE FROM SA-HEADING-LINE-2
057900     WRITE SUSPENSE-REPORT-LINE FROM SA-HEADING-LINE-3
058000     PERFORM 9100-WRITE-ONE-BAND THRU 9100-EXIT
058100         VARYING WS-BAND-IDX FROM 1 BY 1
058200         UNTIL WS-BAND-IDX > 6
058300     MOVE "TOTAL OPEN" TO SA-BND-LABEL
058400     MOVE WS-COL-COUNT(1) TO SA-BND-LBX-COUNT
058500     MOVE WS-COL-TOTAL(1) TO SA-BND-LBX-TOTAL
058600     MOVE WS-COL-COUNT(2) TO SA-BND-PAYA-COUNT
058700     MOVE WS-COL-TOTAL(2) TO SA-BND-PAYA-TOTAL
058800     MOVE WS-GRAND-COUNT TO SA-BND-ALL-COUNT
058900     MOVE WS-GRAND-TOTAL TO SA-BND-ALL-TOTAL
059000     MOVE SPACES TO SUSPENSE-REPORT-LINE
059100     WRITE SUSPENSE-REPORT-LINE AFTER ADVANCING 1 LINE
059200     WRITE SUSPENSE-REPORT-LINE FROM SA-BAND-LINE
059300     MOVE WS-ITEMS-CARRIED TO SA-FTR1-CARRIED
059400     MOVE WS-ITEMS-LOADED-LBX TO SA-FTR2-LBX
059500     MOVE WS-ITEMS-LOADED-PAYA TO SA-FTR3-PAYA
059600     MOVE WS-ITEMS-RETURN-LISTED TO SA-FTR4-RETURNS
059700     MOVE WS-RETURN-LISTED-AMOUNT TO SA-FTR4-RETURN-AMOUNT
059800     MOVE SPACES TO SUSPENSE-REPORT-LINE
059900     WRITE SUSPENSE-REPORT-LINE AFTER ADVANCING 1 LINE
060000     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-1
060100     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-2
060200     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-3
060300     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-4
060312     MOVE WS-ITEMS-CONFIRMED TO SA-FTR6-CONFIRMED
060325     MOVE WS-ITEMS-REOPENED TO SA-FTR7-REOPENED
060337     MOVE WS-REOPENED-AMOUNT TO SA-FTR7-REOPENED-AMOUNT
060350     MOVE WS-ITEMS-AWAITING TO SA-FTR8-AWAITING
060362     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-6
060375     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-7
060387     WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-8
060400     IF ALREADY-LOADED-TODAY
060500         WRITE SUSPENSE-REPORT-LINE FROM SA-FOOTER-LINE-5
060600     END-IF
060700     IF CARRIED-FILE-PRESENT
060800         CLOSE SUSPENSE-FILE
060900     END-IF
061000     CLOSE SUSPENSE-OUT-FILE
061100     CLOSE SUSPENSE-REPORT
061200     DISPLAY "SUSPAGE - " WS-GRAND-COUNT " ITEM(S) OPEN IN "
061300         "SUSPENSE, " WS-ITEMS-LOADED-LBX " NEW FROM LOCKBOX, "
061400         WS-ITEMS-LOADED-PAYA " NEW FROM PAYALLOC, "
061450         WS-ITEMS-RETURN-LISTED " RETURN(S) LISTED, "
061500         WS-ITEMS-CONFIRMED " CONFIRMED POSTED, "
061550         WS-ITEMS-REOPENED " REOPENED".
061600 9000-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    9100-WRITE-ONE-BAND                                         *
062100******************************************************************
062200 9100-WRITE-ONE-BAND.
062300     COMPUTE WS-ROW-COUNT = WS-BAND-COUNT(WS-BAND-IDX 1) +
062400         WS-BAND-COUNT(WS-BAND-IDX 2)
062500     COMPUTE WS-ROW-TOTAL = WS-BAND-TOTAL(WS-BAND-IDX 1) +
062600         WS-BAND-TOTAL(WS-BAND-IDX 2)
062700     ADD WS-BAND-COUNT(WS-BAND-IDX 1) TO WS-COL-COUNT(1)
062800     ADD WS-BAND-TOTAL(WS-BAND-IDX 1) TO WS-COL-TOTAL(1)
062900     ADD WS-BAND-COUNT(WS-BAND-IDX 2) TO WS-COL-COUNT(2)
063000     ADD WS-BAND-TOTAL(WS-BAND-IDX 2) TO WS-COL-TOTAL(2)
063100     ADD WS-ROW-COUNT TO WS-GRAND-COUNT
063200     ADD WS-ROW-TOTAL TO WS-GRAND-TOTAL
063300     MOVE WS-BAND-LABEL(WS-BAND-IDX) TO SA-BND-LABEL
063400     MOVE WS-BAND-COUNT(WS-BAND-IDX 1) TO SA-BND-LBX-COUNT
063500     MOVE WS-BAND-TOTAL(WS-BAND-IDX 1) TO SA-BND-LBX-TOTAL
063600     MOVE WS-BAND-COUNT(WS-BAND-IDX 2) TO SA-BND-PAYA-COUNT
063700     MOVE WS-BAND-TOTAL(WS-BAND-IDX 2) TO SA-BND-PAYA-TOTAL
063800     MOVE WS-ROW-COUNT TO SA-BND-ALL-COUNT
063900     MOVE WS-ROW-TOTAL TO SA-BND-ALL-TOTAL
064000     WRITE SUSPENSE-REPORT-LINE FROM SA-BAND-LINE.
064100 9100-EXIT.
064200     EXIT.
