000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BNKRECON.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/15/2026.
000600 DATE-COMPILED.  11/15/2026.
000700******************************************************************
000800*                                                                *
000900*    BNKRECON - DAILY BANK DEPOSIT RECONCILIATION                *
001000*    TXNSETL PROVES THE KEYED BATCHES POSTED AND LOCKBOX PROVES  *
001100*    THE ITEMS MATCHED, BUT NOTHING PROVED THAT THE PAYMENTS WE  *
001200*    POSTED ARE THE MONEY THE BANK ACTUALLY CREDITED TO THE      *
001300*    DEPOSIT ACCOUNT - A LOCKBOX FILE SENT TWICE, OR A DEPOSIT   *
001400*    THE BANK NEVER MADE, WENT STRAIGHT THROUGH.  THIS PASS      *
001500*    TAKES IN THE BANK'S PRIOR-DAY STATEMENT (BNKSTMT, SEE       *
001600*    BKSTREC), PROVES ITS TRAILER, AND TOTALS THE DEPOSIT        *
001700*    CREDITS BY DEPOSIT LINE AND THE RETURNED-ITEM DEBITS.  THE  *
001800*    PAYMENTS POSTED ON THE STATEMENT DATE (POSTHIST) ARE        *
001900*    TOTALED BY SOURCE FROM THE BATCH ID EACH FEED STAMPS:       *
002000*      LBX  - *LOCKBOX (LBXTXN) AND *SUSPCLR (LOCKBOX ITEMS      *
002100*             CLEARED FROM SUSPENSE),                            *
002200*      ALOC - *PAYALOC (PAYATXN ALLOCATION),                     *
002300*      ACH  - *AUTOPAY (ACHTXN AUTO-PAY DRAFTS),                 *
002308*      AGCY - *AGCYRMT (AGCYTXN COLLECTION AGENCY                *
002316*             PAYMENTS), TAKEN NET OF EACH ITEM'S COMMISSION     *
002325*             AT ITS AGENCY'S AGCYPARM RATE, ROUNDED AS AGCYREMT *
002333*             ROUNDS IT - THE GROSS POSTS TO THE ACCOUNT BUT THE *
002341*             AGENCY WIRES THE NET, SO THE LINE IS MATCHED TO    *
002350*             THE "AGCY" CREDITS AND KEPT OUT OF CTR.  AN ITEM   *
002358*             WITH NO RATE (NO AGCYPARM, OR AN AGENCY NOT ON     *
002366*             IT) IS TAKEN AT GROSS AND ENDS THE RUN RC 4,       *
002375*      CTR  - EVERY OTHER PAYMENT - KEYED BATCHES, COUNTER       *
002450*             PAYMENTS AND APPRREL RELEASES - NET OF EVERY       *
002525*             PAYMENT REVERSAL ("R"/"P") THAT IS NOT NSFPROC'S,  *
002600*             SINCE A KEYED CORRECTION MOVES NO BANK MONEY,      *
002675*      RTN  - NSFPROC'S PAYMENT REVERSALS ("R"/"P" STAMPED       *
002750*             *NSFRTRN), MATCHED TO THE RETURNED-ITEM DEBITS AND *
002825*             SUBTRACTED IN THE NET LINE.                        *
002900*    A BANK CREDIT ON A DEPOSIT LINE WE DO NOT KNOW FALLS TO     *
003000*    "UNID".  EVERY LINE THAT DOES NOT AGREE BECOMES A BREAK ON  *
003100*    THE OUTSTANDING-ITEM FILE (BNKOUT IN, BNKOUTO OUT, SEE      *
003200*    BKOIREC), CARRIED FORWARD UNTIL A LATER BREAK OF EQUAL AND  *
003300*    OPPOSITE DIFFERENCE CLEARS IT - A DEPOSIT IN TRANSIT, OR A  *
003400*    HELD ITEM RELEASED ON ANOTHER LINE.  A BREAK STILL OPEN     *
003500*    MORE THAN TWO BUSINESS DAYS AFTER ITS STATEMENT DATE        *
003600*    (CALSUB; REAL DAYS WITHOUT THE CALENDAR) RAISES AN OPALERT  *
003700*    EVERY DAY IT STAYS OPEN.                                    *
003800*                                                                *
003900*    RUNS EACH MORNING ONCE THE STATEMENT ARRIVES.  A MISSING    *
004000*    STATEMENT OR POSTHIST, OR A STATEMENT WHOSE TRAILER DOES    *
004100*    NOT PROVE, STOPS THE RUN BEFORE BNKOUTO IS WRITTEN, SO THE  *
004200*    RERUN STARTS FROM THE SAME BNKOUT.  A STATEMENT DATE NOT    *
004300*    LATER THAN A BREAK ALREADY CARRIED HAS BEEN RECONCILED AND  *
004400*    IS REFUSED.  ANY BREAK LEFT OPEN ENDS THE RUN RC 4.         *
004500*                                                                *
004600*    DD:    BNKSTMT  - BANK PRIOR-DAY STATEMENT.                 *
004700*           POSTHIST - POSTED-TRANSACTION HISTORY.               *
004800*           BNKOUT   - OUTSTANDING ITEMS CARRIED IN (OPTIONAL).  *
004900*           BNKOUTO  - OUTSTANDING ITEMS CARRIED OUT.            *
005000*           BNKRPT   - BANK RECONCILIATION REPORT.               *
005050*           AGCYPARM - COLLECTION AGENCY RATES (OPTIONAL).       *
005100*           OPALERT  - OPERATOR ALERT FILE (EXTENDED).           *
005200*           BUSCAL   - BUSINESS CALENDAR (READ BY CALSUB).       *
005300*                                                                *
005400******************************************************************
005500* MODIFICATION HISTORY
005600*   11/15/2026  RVH  ORIGINAL.
005625*   11/20/2026  RVH  ONLY *NSFRTRN PAYMENT REVERSALS GO TO THE
005650*                    RETURNED-ITEM LINE; EVERY OTHER PAYMENT
005675*                    REVERSAL NETS AGAINST THE COUNTER LINE.
005680*   11/21/2026  RVH  AGENCY COLLECTIONS (*AGCYRMT) RECONCILE ON
005685*                    THEIR OWN "AGCY" LINE, NET OF COMMISSION AT
005690*                    THE AGCYPARM RATES, AGAINST THE AGENCIES'
005695*                    NET WIRES - NO LONGER IN THE COUNTER LINE.
005700******************************************************************
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006120     SELECT AGENCY-PARM-FILE ASSIGN TO AGCYPARM
006140         ORGANIZATION IS SEQUENTIAL
006160         ACCESS MODE IS SEQUENTIAL
006180         FILE STATUS IS AGENCY-PARM-STATUS.
006200     SELECT BANK-STATEMENT-FILE ASSIGN TO BNKSTMT
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS BANK-STATEMENT-STATUS.
006600     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS POSTED-HISTORY-STATUS.
007000     SELECT OUTSTANDING-ITEM-FILE ASSIGN TO BNKOUT
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS OUTSTANDING-ITEM-STATUS.
007400     SELECT OUTSTANDING-ITEM-OUT-FILE ASSIGN TO BNKOUTO
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS OUTSTANDING-ITEM-OUT-STATUS.
007800     SELECT RECON-REPORT ASSIGN TO BNKRPT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS RECON-REPORT-STATUS.
008100     SELECT ALERT-FILE ASSIGN TO OPALERT
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS ALERT-FILE-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008712 FD  AGENCY-PARM-FILE
008725     LABEL RECORDS ARE STANDARD
008737     BLOCK CONTAINS 0 RECORDS
008750     RECORDING MODE F
008762     DATA RECORD IS AGENCY-PARM-RECORD.
008775     COPY AGYPREC.
008787
008800 FD  BANK-STATEMENT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     BLOCK CONTAINS 0 RECORDS
009100     RECORDING MODE F
009200     DATA RECORD IS BANK-STATEMENT-RECORD.
009300     COPY BKSTREC.
009400
009500 FD  POSTED-HISTORY-FILE
009600     LABEL RECORDS ARE STANDARD
009700     BLOCK CONTAINS 0 RECORDS
009800     RECORDING MODE F
009900     DATA RECORD IS POSTED-HISTORY-RECORD.
010000     COPY POSTHREC.
010100
010200 FD  OUTSTANDING-ITEM-FILE
010300     LABEL RECORDS ARE STANDARD
010400     BLOCK CONTAINS 0 RECORDS
010500     RECORDING MODE F
010600     DATA RECORD IS BANK-OUTSTANDING-ITEM-RECORD.
010700     COPY BKOIREC.
010800
010900 FD  OUTSTANDING-ITEM-OUT-FILE
011000     LABEL RECORDS ARE STANDARD
011100     BLOCK CONTAINS 0 RECORDS
011200     RECORDING MODE F
011300     DATA RECORD IS OUTSTANDING-ITEM-OUT-RECORD.
011400 01  OUTSTANDING-ITEM-OUT-RECORD PIC X(60).
011500
011600 FD  RECON-REPORT
011700     LABEL RECORDS ARE OMITTED
011800     RECORDING MODE F.
011900 01  RECON-REPORT-LINE        PIC X(132).
012000
012100 FD  ALERT-FILE
012200     LABEL RECORDS ARE STANDARD
012300     BLOCK CONTAINS 0 RECORDS
012400     RECORDING MODE F
012500     DATA RECORD IS ALERT-RECORD.
012600     COPY ALERTREC.
012700
012800 WORKING-STORAGE SECTION.
012900******************************************************************
013000*    FILE STATUS AND SWITCHES                                    *
013100******************************************************************
013133 01  AGENCY-PARM-STATUS        PIC X(02).
013166     88  AGENCY-PARM-OK            VALUE "00".
013200 01  BANK-STATEMENT-STATUS     PIC X(02).
013300     88  BANK-STATEMENT-OK         VALUE "00".
013400 01  POSTED-HISTORY-STATUS     PIC X(02).
013500     88  POSTED-HISTORY-OK         VALUE "00".
013600 01  OUTSTANDING-ITEM-STATUS   PIC X(02).
013700     88  OUTSTANDING-ITEM-OK       VALUE "00".
013800     88  OUTSTANDING-ITEM-NOT-FOUND VALUE "05" "35".
013900 01  OUTSTANDING-ITEM-OUT-STATUS PIC X(02).
014000     88  OUTSTANDING-ITEM-OUT-OK   VALUE "00".
014100 01  RECON-REPORT-STATUS       PIC X(02).
014200     88  RECON-REPORT-OK           VALUE "00".
014300 01  ALERT-FILE-STATUS         PIC X(02).
014400     88  ALERT-FILE-OK             VALUE "00".
014500 01  WS-INTAKE-AT-END          PIC X(01) VALUE "N".
014600     88  INTAKE-FILE-AT-END        VALUE "Y".
014700 01  WS-HEADER-SEEN            PIC X(01) VALUE "N".
014800     88  HEADER-SEEN               VALUE "Y".
014900 01  WS-TRAILER-SEEN           PIC X(01) VALUE "N".
015000     88  TRAILER-SEEN              VALUE "Y".
015100 01  WS-ITEM-AGED              PIC X(01) VALUE "N".
015200     88  ITEM-IS-AGED              VALUE "Y".
015233 01  WS-PARM-AT-END            PIC X(01) VALUE "N".
015266     88  PARM-FILE-AT-END          VALUE "Y".
015300
015400******************************************************************
015500*    RUN CONTROL FIELDS                                          *
015600******************************************************************
015700 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
015800 01  WS-STATEMENT-DATE         PIC 9(06) VALUE 0.
015900 01  WS-STATEMENT-DATE-FIELDS REDEFINES WS-STATEMENT-DATE.
016000     05  WS-STMT-YY            PIC 9(02).
016100     05  WS-STMT-MM            PIC 9(02).
016200     05  WS-STMT-DD            PIC 9(02).
016300 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
016400 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
016500     05  WS-WORK-YY            PIC 9(02).
016600     05  WS-WORK-MM            PIC 9(02).
016700     05  WS-WORK-DD            PIC 9(02).
016800 01  WS-SECOND-BUSINESS-DAY    PIC 9(06) VALUE 0.
016900 01  WS-DAYS-OPEN              PIC S9(05) VALUE 0.
017000 01  WS-BANK-ACCOUNT           PIC X(17) VALUE SPACES.
017100 01  WS-WORK-SOURCE            PIC X(04) VALUE SPACES.
017200 01  WS-WORK-DIFFERENCE        PIC S9(11)V99 VALUE 0.
017300
017400******************************************************************
017500*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
017600******************************************************************
017700     COPY CALWREC.
017800
017900******************************************************************
018000*    DEPOSIT LINE TABLE - ONE ENTRY PER LINE RECONCILED, IN      *
018100*    REPORT ORDER.  ENTRIES 1-5 ARE THE BANK'S DEPOSIT LINES,    *
018200*    6 THE RETURNED ITEMS, 7 CREDITS ON AN UNKNOWN LINE.         *
018300******************************************************************
018400 01  WS-LINE-NAME-VALUES.
018500     05  FILLER                PIC X(24) VALUE
018600         "LBX LOCKBOX".
018700     05  FILLER                PIC X(24) VALUE
018800         "ALOCALLOCATED REMITTANCE".
018900     05  FILLER                PIC X(24) VALUE
019000         "ACH AUTO-PAY DRAFTS".
019100     05  FILLER                PIC X(24) VALUE
019200         "CTR COUNTER PAYMENTS".
019233     05  FILLER                PIC X(24) VALUE
019266         "AGCYAGENCY NET REMIT".
019300     05  FILLER                PIC X(24) VALUE
019400         "RTN RETURNED ITEMS".
019500     05  FILLER                PIC X(24) VALUE
019600         "UNIDUNIDENTIFIED CREDIT".
019700 01  WS-LINE-NAMES REDEFINES WS-LINE-NAME-VALUES.
019800     05  WS-LINE-NAME          OCCURS 7 TIMES.
019900         10  WS-LINE-SOURCE    PIC X(04).
020000         10  WS-LINE-LABEL     PIC X(20).
020100 01  WS-LINE-ENTRIES.
020200     05  WS-LINE-ENTRY         OCCURS 7 TIMES.
020300         10  WS-LINE-POSTED-COUNT  PIC 9(07).
020400         10  WS-LINE-POSTED        PIC S9(11)V99.
020500         10  WS-LINE-BANK-COUNT    PIC 9(07).
020600         10  WS-LINE-BANK          PIC 9(11)V99.
020700 01  WS-LINE-COUNT             PIC 9(03) BINARY VALUE 7.
020800 01  WS-LINE-IDX               PIC 9(03) BINARY VALUE 0.
020850 01  WS-COUNTER-LINE           PIC 9(03) BINARY VALUE 4.
020863 01  WS-AGENCY-LINE            PIC 9(03) BINARY VALUE 5.
020876 01  WS-RETURNS-LINE           PIC 9(03) BINARY VALUE 6.
020889 01  WS-UNIDENTIFIED-LINE      PIC 9(03) BINARY VALUE 7.
020902
020915******************************************************************
020928*    AGENCY COMMISSION RATES - FROM AGCYPARM, SO THE AGCY        *
020942*    LINE'S POSTINGS ARE TAKEN NET AS THE AGENCIES WIRE THEM.    *
020955******************************************************************
020968 01  WS-AGY-TABLE-SIZE         PIC 9(3) BINARY VALUE 20.
020981 01  WS-AGY-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
020994 01  WS-AGY-ENTRIES.
021007     05  WS-AGY-ENTRY          OCCURS 20 TIMES.
021021         10  WS-AGY-CODE           PIC X(03).
021034         10  WS-AGY-COMMISSION-PCT PIC 9(02)V99.
021047 01  WS-AGY-IDX                PIC 9(3) BINARY VALUE 0.
021060 01  WS-AGY-WORK-CODE          PIC X(03) VALUE SPACES.
021073 01  WS-AGY-COMMISSION         PIC 9(7)V99 VALUE 0.
021086 01  WS-AGY-NO-RATE            PIC 9(07) BINARY VALUE 0.
021100
021200******************************************************************
021300*    OUTSTANDING ITEM TABLE - BREAKS CARRIED IN, THEN TODAY'S    *
021400*    NEW ONES.  A FULL TABLE STOPS THE RUN - A BREAK IS NEVER    *
021500*    DROPPED FOR WANT OF ROOM.                                   *
021600******************************************************************
021700 01  WS-ITEM-TABLE-SIZE        PIC 9(04) BINARY VALUE 500.
021800 01  WS-ITEM-COUNT             PIC 9(04) BINARY VALUE 0.
021900 01  WS-ITEM-IDX               PIC 9(04) BINARY VALUE 0.
022000 01  WS-MATCH-IDX              PIC 9(04) BINARY VALUE 0.
022100 01  WS-ITEM-ENTRIES.
022200     05  WS-ITEM-ENTRY         OCCURS 500 TIMES.
022300         10  WS-ITEM-BREAK-DATE    PIC 9(06).
022400         10  WS-ITEM-SOURCE        PIC X(04).
022500         10  WS-ITEM-POSTED        PIC S9(11)V99.
022600         10  WS-ITEM-BANK          PIC 9(11)V99.
022700         10  WS-ITEM-DIFFERENCE    PIC S9(11)V99.
022800         10  WS-ITEM-STATE         PIC X(01).
022900             88  ITEM-CARRIED          VALUE "C".
023000             88  ITEM-NEW              VALUE "N".
023100             88  ITEM-CLEARED          VALUE "X".
023200
023300******************************************************************
023400*    RUN TOTALS                                                  *
023500******************************************************************
023600 01  WS-STATEMENT-ENTRIES      PIC 9(07) BINARY VALUE 0.
023700 01  WS-STATEMENT-CREDITS      PIC 9(11)V99 VALUE 0.
023800 01  WS-STATEMENT-DEBITS       PIC 9(11)V99 VALUE 0.
023900 01  WS-OTHER-ENTRIES          PIC 9(07) BINARY VALUE 0.
024000 01  WS-HISTORY-READ           PIC 9(07) BINARY VALUE 0.
024100 01  WS-ITEMS-CARRIED-IN       PIC 9(07) BINARY VALUE 0.
024200 01  WS-NEW-BREAKS             PIC 9(07) BINARY VALUE 0.
024300 01  WS-ITEMS-CLEARED          PIC 9(07) BINARY VALUE 0.
024400 01  WS-ITEMS-OUTSTANDING      PIC 9(07) BINARY VALUE 0.
024500 01  WS-ITEMS-AGED             PIC 9(07) BINARY VALUE 0.
024600 01  WS-OUTSTANDING-NET        PIC S9(11)V99 VALUE 0.
024700 01  WS-NET-POSTED             PIC S9(11)V99 VALUE 0.
024800 01  WS-NET-BANK               PIC S9(11)V99 VALUE 0.
024900
025000******************************************************************
025100*    OPERATOR ALERT FIELDS - SAME CALLING CONVENTION AS          *
025200*    SAMPCOBL'S 8000-WRITE-OPERATOR-ALERT.                       *
025300******************************************************************
025400 01  WS-ALERT-PROGRAM          PIC X(08) VALUE "BNKRECON".
025500 01  WS-ALERT-OPERATION        PIC X(20) VALUE SPACES.
025600 01  WS-ALERT-STATUS-TEXT      PIC X(10) VALUE SPACES.
025700 01  WS-ALERT-SEVERITY         PIC 9(02) VALUE 8.
025800
025900******************************************************************
026000*    REPORT LINE LAYOUTS                                         *
026100******************************************************************
026200 01  BR-HEADING-LINE-1.
026300     05  FILLER                PIC X(01) VALUE SPACE.
026400     05  FILLER                PIC X(44) VALUE
026500         "BNKRECON - BANK DEPOSIT RECONCILIATION".
026600     05  FILLER                PIC X(16) VALUE "STATEMENT DATE ".
026700     05  BR-HDG1-STMT-DATE     PIC 9(06).
026800     05  FILLER                PIC X(11) VALUE "  RUN DATE ".
026900     05  BR-HDG1-RUN-DATE      PIC 9(06).
027000     05  FILLER                PIC X(11) VALUE "  ACCOUNT ".
027100     05  BR-HDG1-ACCOUNT       PIC X(17).
027200
027300 01  BR-HEADING-LINE-2.
027400     05  FILLER                PIC X(01) VALUE SPACE.
027500     05  FILLER                PIC X(26) VALUE "DEPOSIT LINE".
027600     05  FILLER                PIC X(26) VALUE
027700         "  ITEMS    POSTED AMOUNT".
027800     05  FILLER                PIC X(26) VALUE
027900         "  ITEMS      BANK AMOUNT".
028000     05  FILLER                PIC X(20) VALUE
028100         "        DIFFERENCE".
028200     05  FILLER                PIC X(06) VALUE "STATUS".
028300
028400 01  BR-LINE-DETAIL.
028500     05  FILLER                PIC X(01) VALUE SPACE.
028600     05  BR-LIN-SOURCE         PIC X(04).
028700     05  FILLER                PIC X(01) VALUE SPACE.
028800     05  BR-LIN-LABEL          PIC X(20).
028900     05  BR-LIN-POSTED-COUNT   PIC ZZZ,ZZ9.
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  BR-LIN-POSTED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029200     05  BR-LIN-BANK-COUNT     PIC ZZZ,ZZ9.
029300     05  FILLER                PIC X(01) VALUE SPACE.
029400     05  BR-LIN-BANK           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029500     05  BR-LIN-DIFFERENCE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029600     05  FILLER                PIC X(02) VALUE SPACES.
029700     05  BR-LIN-STATUS         PIC X(20).
029800
029900 01  BR-ITEM-HEADING-1.
030000     05  FILLER                PIC X(01) VALUE SPACE.
030100     05  FILLER                PIC X(60) VALUE
030200         "OUTSTANDING ITEMS".
030300
030400 01  BR-ITEM-HEADING-2.
030500     05  FILLER                PIC X(01) VALUE SPACE.
030600     05  FILLER                PIC X(12) VALUE "STMT DATE".
030700     05  FILLER                PIC X(06) VALUE "LINE".
030800     05  FILLER                PIC X(19) VALUE
030900         "    POSTED AMOUNT".
031000     05  FILLER                PIC X(19) VALUE
031100         "      BANK AMOUNT".
031200     05  FILLER                PIC X(20) VALUE
031300         "        DIFFERENCE".
031400     05  FILLER                PIC X(06) VALUE "STATUS".
031500
031600 01  BR-ITEM-DETAIL.
031700     05  FILLER                PIC X(01) VALUE SPACE.
031800     05  BR-ITM-BREAK-DATE     PIC 9(06).
031900     05  FILLER                PIC X(06) VALUE SPACES.
032000     05  BR-ITM-SOURCE         PIC X(04).
032100     05  FILLER                PIC X(01) VALUE SPACE.
032200     05  BR-ITM-POSTED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032300     05  BR-ITM-BANK           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032400     05  BR-ITM-DIFFERENCE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
032500     05  FILLER                PIC X(02) VALUE SPACES.
032600     05  BR-ITM-STATUS         PIC X(40).
032700
032800 01  BR-FOOTER-LINE-1.
032900     05  FILLER                PIC X(01) VALUE SPACE.
033000     05  FILLER                PIC X(30) VALUE
033100         "STATEMENT ENTRIES . . . . . .".
033200     05  BR-FTR1-ENTRIES       PIC ZZZ,ZZ9.
033300     05  FILLER                PIC X(12) VALUE "  NOT OURS ".
033400     05  BR-FTR1-OTHER         PIC ZZZ,ZZ9.
033500
033600 01  BR-FOOTER-LINE-2.
033700     05  FILLER                PIC X(01) VALUE SPACE.
033800     05  FILLER                PIC X(30) VALUE
033900         "BREAKS CARRIED IN . . . . . .".
034000     05  BR-FTR2-CARRIED       PIC ZZZ,ZZ9.
034100
034200 01  BR-FOOTER-LINE-3.
034300     05  FILLER                PIC X(01) VALUE SPACE.
034400     05  FILLER                PIC X(30) VALUE
034500         "NEW BREAKS TODAY  . . . . . .".
034600     05  BR-FTR3-NEW           PIC ZZZ,ZZ9.
034700
034800 01  BR-FOOTER-LINE-4.
034900     05  FILLER                PIC X(01) VALUE SPACE.
035000     05  FILLER                PIC X(30) VALUE
035100         "BREAKS CLEARED  . . . . . . .".
035200     05  BR-FTR4-CLEARED       PIC ZZZ,ZZ9.
035300
035400 01  BR-FOOTER-LINE-5.
035500     05  FILLER                PIC X(01) VALUE SPACE.
035600     05  FILLER                PIC X(30) VALUE
035700         "BREAKS OUTSTANDING  . . . . .".
035800     05  BR-FTR5-OUTSTANDING   PIC ZZZ,ZZ9.
035900     05  FILLER                PIC X(02) VALUE SPACES.
036000     05  BR-FTR5-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
036100
036200 01  BR-FOOTER-LINE-6.
036300     05  FILLER                PIC X(01) VALUE SPACE.
036400     05  FILLER                PIC X(30) VALUE
036500         "OVER TWO BUSINESS DAYS  . . .".
036600     05  BR-FTR6-AGED          PIC ZZZ,ZZ9.
036700
036800 PROCEDURE DIVISION.
036900******************************************************************
037000*    0000-MAINLINE                                               *
037100******************************************************************
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037400     PERFORM 2000-LOAD-STATEMENT THRU 2000-EXIT
037500     PERFORM 3000-TOTAL-POSTINGS THRU 3000-EXIT
037600     PERFORM 4000-LOAD-CARRIED-ITEMS THRU 4000-EXIT
037700     PERFORM 4500-OPEN-OUTPUTS THRU 4500-EXIT
037800     PERFORM 5000-MATCH-EACH-LINE THRU 5000-EXIT
037900     PERFORM 6000-CLEAR-OFFSETS THRU 6000-EXIT
038000     PERFORM 7000-CARRY-OUTSTANDING THRU 7000-EXIT
038100     PERFORM 9000-TERMINATE THRU 9000-EXIT
038200     STOP RUN.
038300
038400******************************************************************
038500*    1000-INITIALIZE                                             *
038600******************************************************************
038700 1000-INITIALIZE.
038800     ACCEPT WS-RUN-DATE FROM DATE
038900     PERFORM 1100-INIT-ONE-LINE THRU 1100-EXIT
039000         VARYING WS-LINE-IDX FROM 1 BY 1
039066         UNTIL WS-LINE-IDX > WS-LINE-COUNT
039133     PERFORM 1200-LOAD-AGENCY-RATES THRU 1200-EXIT.
039200 1000-EXIT.
039300     EXIT.
039400
039500 1100-INIT-ONE-LINE.
039600     MOVE 0 TO WS-LINE-POSTED-COUNT(WS-LINE-IDX)
039700     MOVE 0 TO WS-LINE-POSTED(WS-LINE-IDX)
039800     MOVE 0 TO WS-LINE-BANK-COUNT(WS-LINE-IDX)
039900     MOVE 0 TO WS-LINE-BANK(WS-LINE-IDX).
040000 1100-EXIT.
040100     EXIT.
040100
040104******************************************************************
040106*    1200-LOAD-AGENCY-RATES                                      *
040108*    AGCYPARM IS OPTIONAL HERE - WITHOUT IT EVERY AGENCY         *
040110*    COLLECTION IS TAKEN AT GROSS AND COUNTED BY 3200, SO THE    *
040112*    AGCY LINE BREAKS BY THE COMMISSION AND THE RUN ENDS RC 4.   *
040114*    ONLY THE AGENCY RECORDS MATTER; A RATE THAT IS NOT NUMERIC  *
040117*    IS TAKEN AS ZERO, AS AGCYREMT TAKES IT.                     *
040119******************************************************************
040121 1200-LOAD-AGENCY-RATES.
040123     OPEN INPUT AGENCY-PARM-FILE
040125     IF NOT AGENCY-PARM-OK
040127         DISPLAY "BNKRECON - NO AGENCY RATES (AGCYPARM) - STATUS "
040129             AGENCY-PARM-STATUS " - AGENCY COLLECTIONS AT GROSS"
040131         GO TO 1200-EXIT
040134     END-IF
040136     MOVE "N" TO WS-PARM-AT-END
040138     PERFORM 1210-STORE-ONE-RATE THRU 1210-EXIT
040140         UNTIL PARM-FILE-AT-END
040142     CLOSE AGENCY-PARM-FILE.
040144 1200-EXIT.
040146     EXIT.
040148
040151 1210-STORE-ONE-RATE.
040153     READ AGENCY-PARM-FILE
040155         AT END
040157             MOVE "Y" TO WS-PARM-AT-END
040159             GO TO 1210-EXIT
040161     END-READ
040163     IF NOT AGYP-AGENCY
040165         GO TO 1210-EXIT
040168     END-IF
040170     IF WS-AGY-ENTRY-COUNT NOT < WS-AGY-TABLE-SIZE
040172         DISPLAY "BNKRECON - AGENCY TABLE FULL - "
040174             AGYP-AGENCY-CODE " NOT LOADED"
040176         GO TO 1210-EXIT
040178     END-IF
040180     ADD 1 TO WS-AGY-ENTRY-COUNT
040182     MOVE AGYP-AGENCY-CODE TO WS-AGY-CODE(WS-AGY-ENTRY-COUNT)
040185     MOVE 0 TO WS-AGY-COMMISSION-PCT(WS-AGY-ENTRY-COUNT)
040187     IF AGYP-COMMISSION-PCT NUMERIC
040189         MOVE AGYP-COMMISSION-PCT TO
040191             WS-AGY-COMMISSION-PCT(WS-AGY-ENTRY-COUNT)
040193     END-IF.
040195 1210-EXIT.
040197     EXIT.
040200
040300******************************************************************
040400*    2000-LOAD-STATEMENT                                         *
040500*    THE BANK SENDS A STATEMENT EVERY BUSINESS DAY.  WITHOUT ONE *
040600*    THERE IS NOTHING TO RECONCILE AGAINST, AND A STATEMENT WITH *
040700*    NO HEADER DATE OR A TRAILER THAT DOES NOT PROVE IS A        *
040800*    PARTIAL FILE - EITHER WAY THE RUN STOPS BEFORE ANYTHING IS  *
040900*    WRITTEN.                                                    *
041000******************************************************************
041100 2000-LOAD-STATEMENT.
041200     OPEN INPUT BANK-STATEMENT-FILE
041300     IF NOT BANK-STATEMENT-OK
041400         DISPLAY "BNKRECON - NO BANK STATEMENT FILE (BNKSTMT) - "
041500             "STATUS " BANK-STATEMENT-STATUS " - RUN STOPPED"
041600         MOVE 8 TO RETURN-CODE
041700         STOP RUN
041800     END-IF
041900     MOVE "N" TO WS-INTAKE-AT-END
042000     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
042100         UNTIL INTAKE-FILE-AT-END
042200     CLOSE BANK-STATEMENT-FILE
042300     IF NOT HEADER-SEEN OR WS-STATEMENT-DATE = 0
042400         DISPLAY "BNKRECON - BANK STATEMENT HAS NO HEADER "
042500             "OR NO STATEMENT DATE - RUN STOPPED"
042600         MOVE 16 TO RETURN-CODE
042700         STOP RUN
042800     END-IF
042900     IF NOT TRAILER-SEEN
043000         DISPLAY "BNKRECON - BANK STATEMENT HAS NO TRAILER - "
043100             "FILE INCOMPLETE - RUN STOPPED"
043200         MOVE 16 TO RETURN-CODE
043300         STOP RUN
043400     END-IF
043500     IF BKST-ENTRY-COUNT NOT = WS-STATEMENT-ENTRIES OR
043600             BKST-CREDIT-TOTAL NOT = WS-STATEMENT-CREDITS OR
043700             BKST-DEBIT-TOTAL NOT = WS-STATEMENT-DEBITS
043800         DISPLAY "BNKRECON - BANK STATEMENT TRAILER DOES NOT "
043900             "PROVE - ENTRIES " WS-STATEMENT-ENTRIES
044000             " AGAINST " BKST-ENTRY-COUNT " - RUN STOPPED"
044100         MOVE 16 TO RETURN-CODE
044200         STOP RUN
044300     END-IF.
044400 2000-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800*    2100-LOAD-ONE-ENTRY                                         *
044900*    THE TRAILER IS LEFT IN THE RECORD AREA FOR 2000 TO PROVE,   *
045000*    SO READING STOPS THERE.                                     *
045100******************************************************************
045200 2100-LOAD-ONE-ENTRY.
045300     READ BANK-STATEMENT-FILE
045400         AT END
045500             MOVE "Y" TO WS-INTAKE-AT-END
045600             GO TO 2100-EXIT
045700     END-READ
045800     EVALUATE TRUE
045900         WHEN BKST-HEADER
046000             MOVE "Y" TO WS-HEADER-SEEN
046100             MOVE BKST-BANK-ACCOUNT TO WS-BANK-ACCOUNT
046200             IF BKST-STATEMENT-DATE NUMERIC
046300                 MOVE BKST-STATEMENT-DATE TO WS-STATEMENT-DATE
046400             END-IF
046500         WHEN BKST-TRAILER
046600             MOVE "Y" TO WS-TRAILER-SEEN
046700             MOVE "Y" TO WS-INTAKE-AT-END
046800         WHEN BKST-DETAIL
046900             PERFORM 2200-TALLY-ONE-ENTRY THRU 2200-EXIT
047000         WHEN OTHER
047100             DISPLAY "BNKRECON - UNKNOWN STATEMENT RECORD TYPE "
047200                 BKST-RECORD-TYPE " - IGNORED"
047300     END-EVALUATE.
047400 2100-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*    2200-TALLY-ONE-ENTRY                                        *
047900*    A CREDIT GOES TO ITS DEPOSIT LINE, OR "UNID" WHEN THE LINE  *
048000*    IS NOT ONE OF OURS; A DEBIT IS A RETURNED ITEM.  ANY OTHER  *
048100*    ENTRY IS COUNTED FOR THE TRAILER PROOF ONLY.                *
048200******************************************************************
048300 2200-TALLY-ONE-ENTRY.
048400     ADD 1 TO WS-STATEMENT-ENTRIES
048500     IF BKST-AMOUNT NOT NUMERIC
048600         MOVE 0 TO BKST-AMOUNT
048700     END-IF
048800     EVALUATE TRUE
048900         WHEN BKST-DEPOSIT-CREDIT
049000             ADD BKST-AMOUNT TO WS-STATEMENT-CREDITS
049100             MOVE BKST-DEPOSIT-SOURCE TO WS-WORK-SOURCE
049200             PERFORM 2300-FIND-LINE THRU 2300-EXIT
049300             IF WS-LINE-IDX = 0 OR
049400                     WS-LINE-IDX = WS-RETURNS-LINE
049500                 MOVE WS-UNIDENTIFIED-LINE TO WS-LINE-IDX
049600             END-IF
049700         WHEN BKST-RETURN-DEBIT
049800             ADD BKST-AMOUNT TO WS-STATEMENT-DEBITS
049900             MOVE WS-RETURNS-LINE TO WS-LINE-IDX
050000         WHEN OTHER
050100             ADD 1 TO WS-OTHER-ENTRIES
050200             GO TO 2200-EXIT
050300     END-EVALUATE
050400     ADD 1 TO WS-LINE-BANK-COUNT(WS-LINE-IDX)
050500     ADD BKST-AMOUNT TO WS-LINE-BANK(WS-LINE-IDX).
050600 2200-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000*    2300-FIND-LINE                                              *
051100*    LEAVES WS-LINE-IDX ON THE LINE FOR WS-WORK-SOURCE, OR ZERO. *
051200******************************************************************
051300 2300-FIND-LINE.
051400     PERFORM 2310-MATCH-ONE-LINE THRU 2310-EXIT
051500         VARYING WS-LINE-IDX FROM 1 BY 1
051600         UNTIL WS-LINE-IDX > WS-LINE-COUNT OR
051700             WS-LINE-SOURCE(WS-LINE-IDX) = WS-WORK-SOURCE
051800     IF WS-LINE-IDX > WS-LINE-COUNT
051900         MOVE 0 TO WS-LINE-IDX
052000     END-IF.
052100 2300-EXIT.
052200     EXIT.
052300
052400 2310-MATCH-ONE-LINE.
052500     CONTINUE.
052600 2310-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*    3000-TOTAL-POSTINGS                                         *
053100*    POSTHIST IS READ WHOLE AND ONLY THE STATEMENT DATE'S        *
053200*    POSTINGS COUNTED, SO EITHER THE DAY'S GENERATION OR THE     *
053300*    CONCATENATED HISTORY WILL DO.  WITHOUT IT EVERY LINE WOULD  *
053400*    BREAK FOR THE WHOLE BANK AMOUNT, SO THE RUN STOPS INSTEAD.  *
053500******************************************************************
053600 3000-TOTAL-POSTINGS.
053700     OPEN INPUT POSTED-HISTORY-FILE
053800     IF NOT POSTED-HISTORY-OK
053900         DISPLAY "BNKRECON - NO POSTED HISTORY (POSTHIST) - "
054000             "STATUS " POSTED-HISTORY-STATUS " - RUN STOPPED"
054100         MOVE 8 TO RETURN-CODE
054200         STOP RUN
054300     END-IF
054400     MOVE "N" TO WS-INTAKE-AT-END
054500     PERFORM 3100-TALLY-ONE-POSTING THRU 3100-EXIT
054600         UNTIL INTAKE-FILE-AT-END
054700     CLOSE POSTED-HISTORY-FILE.
054800 3000-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200*    3100-TALLY-ONE-POSTING                                      *
055233*    ONLY NSFPROC'S *NSFRTRN REVERSALS ARE RETURNED ITEMS; ANY   *
055266*    OTHER PAYMENT REVERSAL NETS AGAINST THE COUNTER LINE.       *
055283*    AGENCY COLLECTIONS ARE TAKEN NET OF COMMISSION (3200).      *
055300******************************************************************
055400 3100-TALLY-ONE-POSTING.
055500     READ POSTED-HISTORY-FILE
055600         AT END
055700             MOVE "Y" TO WS-INTAKE-AT-END
055800             GO TO 3100-EXIT
055900     END-READ
056000     ADD 1 TO WS-HISTORY-READ
056100     IF POSTH-POST-DATE NOT = WS-STATEMENT-DATE OR
056200             POSTH-AMOUNT NOT NUMERIC
056300         GO TO 3100-EXIT
056400     END-IF
056500     EVALUATE TRUE
056566         WHEN POSTH-TXN-TYPE = "R" AND POSTH-MODIFIER = "P" AND
056633                 POSTH-BATCH-ID = "*NSFRTRN"
056700             MOVE WS-RETURNS-LINE TO WS-LINE-IDX
056720         WHEN POSTH-TXN-TYPE = "R" AND POSTH-MODIFIER = "P"
056740             SUBTRACT POSTH-AMOUNT FROM
056760                 WS-LINE-POSTED(WS-COUNTER-LINE)
056780             GO TO 3100-EXIT
056800         WHEN POSTH-TXN-TYPE NOT = "P"
056900             GO TO 3100-EXIT
056925         WHEN POSTH-BATCH-ID = "*AGCYRMT"
056950             PERFORM 3200-NET-AGENCY-COLLECTION THRU 3200-EXIT
056975             GO TO 3100-EXIT
057000         WHEN POSTH-BATCH-ID = "*LOCKBOX" OR
057100                 POSTH-BATCH-ID = "*SUSPCLR"
057200             MOVE 1 TO WS-LINE-IDX
057300         WHEN POSTH-BATCH-ID = "*PAYALOC"
057400             MOVE 2 TO WS-LINE-IDX
057500         WHEN POSTH-BATCH-ID = "*AUTOPAY"
057600             MOVE 3 TO WS-LINE-IDX
057700         WHEN OTHER
057800             MOVE 4 TO WS-LINE-IDX
057900     END-EVALUATE
058000     ADD 1 TO WS-LINE-POSTED-COUNT(WS-LINE-IDX)
058100     ADD POSTH-AMOUNT TO WS-LINE-POSTED(WS-LINE-IDX).
058200 3100-EXIT.
058300     EXIT.
058300
058305******************************************************************
058308*    3200-NET-AGENCY-COLLECTION                                  *
058311*    THE AGENCY IS IN THE REFERENCE AGCYREMT BUILT ("A", THE     *
058314*    AGENCY CODE, THE COLLECTION DAY).  THE COMMISSION IS        *
058317*    WORKED PER ITEM AT THE AGENCY'S RATE AND ROUNDED, AS        *
058320*    AGCYREMT WORKS IT, SO THE LINE COMES TO THE NET WIRED.      *
058323******************************************************************
058326 3200-NET-AGENCY-COLLECTION.
058329     MOVE 0 TO WS-AGY-COMMISSION
058332     MOVE POSTH-REFERENCE(2:3) TO WS-AGY-WORK-CODE
058335     PERFORM 3210-MATCH-ONE-AGENCY THRU 3210-EXIT
058338         VARYING WS-AGY-IDX FROM 1 BY 1
058341         UNTIL WS-AGY-IDX > WS-AGY-ENTRY-COUNT OR
058344             WS-AGY-CODE(WS-AGY-IDX) = WS-AGY-WORK-CODE
058347     IF WS-AGY-IDX > WS-AGY-ENTRY-COUNT
058350         ADD 1 TO WS-AGY-NO-RATE
058352     ELSE
058355         COMPUTE WS-AGY-COMMISSION ROUNDED =
058358             POSTH-AMOUNT * WS-AGY-COMMISSION-PCT(WS-AGY-IDX)
058361             / 100
058364     END-IF
058367     ADD 1 TO WS-LINE-POSTED-COUNT(WS-AGENCY-LINE)
058370     ADD POSTH-AMOUNT TO WS-LINE-POSTED(WS-AGENCY-LINE)
058373     SUBTRACT WS-AGY-COMMISSION FROM
058376         WS-LINE-POSTED(WS-AGENCY-LINE).
058379 3200-EXIT.
058382     EXIT.
058385
058388 3210-MATCH-ONE-AGENCY.
058391     CONTINUE.
058394 3210-EXIT.
058397     EXIT.
058400
058500******************************************************************
058600*    4000-LOAD-CARRIED-ITEMS                                     *
058700*    NO BNKOUT IS THE FIRST DAY.  A CARRIED BREAK DATED ON OR    *
058800*    AFTER THIS STATEMENT MEANS THE STATEMENT HAS ALREADY BEEN   *
058900*    RECONCILED AGAINST THIS GENERATION - REFUSED, SO A RERUN    *
059000*    CANNOT BOOK ITS BREAKS TWICE.                               *
059100******************************************************************
059200 4000-LOAD-CARRIED-ITEMS.
059300     OPEN INPUT OUTSTANDING-ITEM-FILE
059400     EVALUATE TRUE
059500         WHEN OUTSTANDING-ITEM-OK
059600             CONTINUE
059700         WHEN OUTSTANDING-ITEM-NOT-FOUND
059800             DISPLAY "BNKRECON - NO CARRIED-FORWARD OUTSTANDING-"
059900                 "ITEM FILE - STARTING FROM THIS STATEMENT"
060000             GO TO 4000-EXIT
060100         WHEN OTHER
060200             DISPLAY "BNKRECON - ERROR OPENING OUTSTANDING-ITEM "
060300                 "FILE - STATUS " OUTSTANDING-ITEM-STATUS
060400                 " - RUN STOPPED"
060500             MOVE 16 TO RETURN-CODE
060600             STOP RUN
060700     END-EVALUATE
060800     MOVE "N" TO WS-INTAKE-AT-END
060900     PERFORM 4100-LOAD-ONE-ITEM THRU 4100-EXIT
061000         UNTIL INTAKE-FILE-AT-END
061100     CLOSE OUTSTANDING-ITEM-FILE.
061200 4000-EXIT.
061300     EXIT.
061400
061500 4100-LOAD-ONE-ITEM.
061600     READ OUTSTANDING-ITEM-FILE
061700         AT END
061800             MOVE "Y" TO WS-INTAKE-AT-END
061900             GO TO 4100-EXIT
062000     END-READ
062100     IF BKOI-BREAK-DATE NOT < WS-STATEMENT-DATE
062200         DISPLAY "BNKRECON - STATEMENT " WS-STATEMENT-DATE
062300             " ALREADY RECONCILED - BREAK DATED "
062400             BKOI-BREAK-DATE " ON BNKOUT - RUN STOPPED"
062500         CLOSE OUTSTANDING-ITEM-FILE
062600         MOVE 16 TO RETURN-CODE
062700         STOP RUN
062800     END-IF
062900     MOVE BKOI-DIFFERENCE TO WS-WORK-DIFFERENCE
063000     PERFORM 4200-ADD-ITEM THRU 4200-EXIT
063100     MOVE BKOI-BREAK-DATE TO WS-ITEM-BREAK-DATE(WS-ITEM-COUNT)
063200     MOVE BKOI-SOURCE TO WS-ITEM-SOURCE(WS-ITEM-COUNT)
063300     MOVE BKOI-POSTED-AMOUNT TO WS-ITEM-POSTED(WS-ITEM-COUNT)
063400     MOVE BKOI-BANK-AMOUNT TO WS-ITEM-BANK(WS-ITEM-COUNT)
063500     MOVE "C" TO WS-ITEM-STATE(WS-ITEM-COUNT)
063600     ADD 1 TO WS-ITEMS-CARRIED-IN.
063700 4100-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100*    4200-ADD-ITEM                                               *
064200*    OPENS THE NEXT TABLE ENTRY WITH WS-WORK-DIFFERENCE; THE     *
064300*    CALLER FILLS IN THE REST.                                   *
064400******************************************************************
064500 4200-ADD-ITEM.
064600     IF WS-ITEM-COUNT NOT < WS-ITEM-TABLE-SIZE
064700         DISPLAY "BNKRECON - OUTSTANDING-ITEM TABLE FULL AT "
064800             WS-ITEM-TABLE-SIZE " - RUN STOPPED"
064900         MOVE 16 TO RETURN-CODE
065000         STOP RUN
065100     END-IF
065200     ADD 1 TO WS-ITEM-COUNT
065300     MOVE WS-WORK-DIFFERENCE TO WS-ITEM-DIFFERENCE(WS-ITEM-COUNT).
065400 4200-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*    4500-OPEN-OUTPUTS                                           *
065900******************************************************************
066000 4500-OPEN-OUTPUTS.
066100     OPEN OUTPUT OUTSTANDING-ITEM-OUT-FILE
066200     IF NOT OUTSTANDING-ITEM-OUT-OK
066300         DISPLAY "BNKRECON - ERROR OPENING OUTSTANDING-ITEM "
066400             "OUTPUT FILE - STATUS " OUTSTANDING-ITEM-OUT-STATUS
066500             " - RUN STOPPED"
066600         MOVE 24 TO RETURN-CODE
066700         STOP RUN
066800     END-IF
066900     OPEN OUTPUT RECON-REPORT
067000     IF NOT RECON-REPORT-OK
067100         DISPLAY "BNKRECON - ERROR OPENING RECONCILIATION "
067200             "REPORT - STATUS " RECON-REPORT-STATUS
067300         CLOSE OUTSTANDING-ITEM-OUT-FILE
067400         MOVE 24 TO RETURN-CODE
067500         STOP RUN
067600     END-IF
067700     OPEN EXTEND ALERT-FILE
067800     IF NOT ALERT-FILE-OK
067900         DISPLAY "BNKRECON - ALERT FILE NOT AVAILABLE - STATUS "
068000             ALERT-FILE-STATUS " - ALERTS WILL NOT BE RAISED"
068100     END-IF
068200     MOVE WS-STATEMENT-DATE TO BR-HDG1-STMT-DATE
068300     MOVE WS-RUN-DATE TO BR-HDG1-RUN-DATE
068400     MOVE WS-BANK-ACCOUNT TO BR-HDG1-ACCOUNT
068500     WRITE RECON-REPORT-LINE FROM BR-HEADING-LINE-1
068600     WRITE RECON-REPORT-LINE FROM BR-HEADING-LINE-2
068700     MOVE SPACES TO RECON-REPORT-LINE
068800     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
068900 4500-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300*    5000-MATCH-EACH-LINE                                        *
069400*    ONE REPORT LINE PER DEPOSIT LINE, THEN THE NET - PAYMENTS   *
069500*    LESS REVERSALS AGAINST CREDITS LESS RETURNED-ITEM DEBITS.   *
069600******************************************************************
069700 5000-MATCH-EACH-LINE.
069800     PERFORM 5100-MATCH-ONE-LINE THRU 5100-EXIT
069900         VARYING WS-LINE-IDX FROM 1 BY 1
070000         UNTIL WS-LINE-IDX > WS-LINE-COUNT
070100     MOVE SPACES TO BR-LIN-SOURCE
070200     MOVE "NET DEPOSITS" TO BR-LIN-LABEL
070300     MOVE 0 TO BR-LIN-POSTED-COUNT
070400     MOVE WS-NET-POSTED TO BR-LIN-POSTED
070500     MOVE WS-STATEMENT-ENTRIES TO BR-LIN-BANK-COUNT
070600     MOVE WS-NET-BANK TO BR-LIN-BANK
070700     COMPUTE WS-WORK-DIFFERENCE = WS-NET-POSTED - WS-NET-BANK
070800     MOVE WS-WORK-DIFFERENCE TO BR-LIN-DIFFERENCE
070900     IF WS-WORK-DIFFERENCE = 0
071000         MOVE "AGREES" TO BR-LIN-STATUS
071100     ELSE
071200         MOVE "DOES NOT AGREE" TO BR-LIN-STATUS
071300     END-IF
071400     MOVE SPACES TO RECON-REPORT-LINE
071500     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
071600     WRITE RECON-REPORT-LINE FROM BR-LINE-DETAIL.
071700 5000-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    5100-MATCH-ONE-LINE                                         *
072200*    A LINE THAT DOES NOT AGREE BECOMES A NEW BREAK.             *
072300******************************************************************
072400 5100-MATCH-ONE-LINE.
072500     IF WS-LINE-IDX = WS-RETURNS-LINE
072600         SUBTRACT WS-LINE-POSTED(WS-LINE-IDX) FROM WS-NET-POSTED
072700         SUBTRACT WS-LINE-BANK(WS-LINE-IDX) FROM WS-NET-BANK
072800     ELSE
072900         ADD WS-LINE-POSTED(WS-LINE-IDX) TO WS-NET-POSTED
073000         ADD WS-LINE-BANK(WS-LINE-IDX) TO WS-NET-BANK
073100     END-IF
073200     COMPUTE WS-WORK-DIFFERENCE = WS-LINE-POSTED(WS-LINE-IDX)
073300         - WS-LINE-BANK(WS-LINE-IDX)
073400     MOVE WS-LINE-SOURCE(WS-LINE-IDX) TO BR-LIN-SOURCE
073500     MOVE WS-LINE-LABEL(WS-LINE-IDX) TO BR-LIN-LABEL
073600     MOVE WS-LINE-POSTED-COUNT(WS-LINE-IDX) TO BR-LIN-POSTED-COUNT
073700     MOVE WS-LINE-POSTED(WS-LINE-IDX) TO BR-LIN-POSTED
073800     MOVE WS-LINE-BANK-COUNT(WS-LINE-IDX) TO BR-LIN-BANK-COUNT
073900     MOVE WS-LINE-BANK(WS-LINE-IDX) TO BR-LIN-BANK
074000     MOVE WS-WORK-DIFFERENCE TO BR-LIN-DIFFERENCE
074100     IF WS-WORK-DIFFERENCE = 0
074200         MOVE "AGREES" TO BR-LIN-STATUS
074300     ELSE
074400         MOVE "BREAK" TO BR-LIN-STATUS
074500         PERFORM 4200-ADD-ITEM THRU 4200-EXIT
074600         MOVE WS-STATEMENT-DATE TO
074700             WS-ITEM-BREAK-DATE(WS-ITEM-COUNT)
074800         MOVE WS-LINE-SOURCE(WS-LINE-IDX) TO
074900             WS-ITEM-SOURCE(WS-ITEM-COUNT)
075000         MOVE WS-LINE-POSTED(WS-LINE-IDX) TO
075100             WS-ITEM-POSTED(WS-ITEM-COUNT)
075200         MOVE WS-LINE-BANK(WS-LINE-IDX) TO
075300             WS-ITEM-BANK(WS-ITEM-COUNT)
075400         MOVE "N" TO WS-ITEM-STATE(WS-ITEM-COUNT)
075500         ADD 1 TO WS-NEW-BREAKS
075600     END-IF
075700     WRITE RECON-REPORT-LINE FROM BR-LINE-DETAIL.
075800 5100-EXIT.
075900     EXIT.
076000
076100******************************************************************
076200*    6000-CLEAR-OFFSETS                                          *
076300*    EACH OPEN BREAK LOOKS FORWARD FOR THE FIRST LATER OPEN      *
076400*    BREAK OF EQUAL AND OPPOSITE DIFFERENCE, ON ANY LINE - A     *
076500*    DEPOSIT IN TRANSIT SHOWS UP AS SUCH A PAIR ON ONE LINE, A   *
076600*    LOCKBOX ITEM HELD FOR APPRREL AND RELEASED AS A COUNTER     *
076700*    PAYMENT AS A PAIR ACROSS TWO.  BOTH SIDES CLEAR.            *
076800******************************************************************
076900 6000-CLEAR-OFFSETS.
077000     PERFORM 6100-CLEAR-ONE-ITEM THRU 6100-EXIT
077100         VARYING WS-ITEM-IDX FROM 1 BY 1
077200         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
077300 6000-EXIT.
077400     EXIT.
077500
077600 6100-CLEAR-ONE-ITEM.
077700     IF ITEM-CLEARED(WS-ITEM-IDX)
077800         GO TO 6100-EXIT
077900     END-IF
078000     COMPUTE WS-WORK-DIFFERENCE =
078100         0 - WS-ITEM-DIFFERENCE(WS-ITEM-IDX)
078200     PERFORM 6200-TRY-ONE-OFFSET THRU 6200-EXIT
078300         VARYING WS-MATCH-IDX FROM WS-ITEM-IDX BY 1
078400         UNTIL WS-MATCH-IDX > WS-ITEM-COUNT OR
078500             ITEM-CLEARED(WS-ITEM-IDX).
078600 6100-EXIT.
078700     EXIT.
078800
078900 6200-TRY-ONE-OFFSET.
079000     IF WS-MATCH-IDX = WS-ITEM-IDX OR
079100             ITEM-CLEARED(WS-MATCH-IDX) OR
079200             WS-ITEM-DIFFERENCE(WS-MATCH-IDX) NOT =
079300                 WS-WORK-DIFFERENCE
079400         GO TO 6200-EXIT
079500     END-IF
079600     MOVE "X" TO WS-ITEM-STATE(WS-ITEM-IDX)
079700     MOVE "X" TO WS-ITEM-STATE(WS-MATCH-IDX)
079800     ADD 2 TO WS-ITEMS-CLEARED
079900     MOVE "CLEARED - OFFSET BY" TO BR-ITM-STATUS
080000     MOVE WS-ITEM-SOURCE(WS-MATCH-IDX) TO BR-ITM-STATUS(21:4)
080100     MOVE WS-ITEM-BREAK-DATE(WS-MATCH-IDX) TO
080200         BR-ITM-STATUS(26:6)
080300     PERFORM 6300-WRITE-CLEARED-LINE THRU 6300-EXIT.
080400 6200-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800*    6300-WRITE-CLEARED-LINE                                     *
080900*    LISTS THE EARLIER SIDE OF A CLEARED PAIR UNDER THE          *
081000*    OUTSTANDING-ITEMS HEADING, WRITTEN ON THE FIRST CLEARING.   *
081100******************************************************************
081200 6300-WRITE-CLEARED-LINE.
081300     IF WS-ITEMS-CLEARED = 2
081400         PERFORM 7900-WRITE-ITEM-HEADINGS THRU 7900-EXIT
081500     END-IF
081600     MOVE WS-ITEM-BREAK-DATE(WS-ITEM-IDX) TO BR-ITM-BREAK-DATE
081700     MOVE WS-ITEM-SOURCE(WS-ITEM-IDX) TO BR-ITM-SOURCE
081800     MOVE WS-ITEM-POSTED(WS-ITEM-IDX) TO BR-ITM-POSTED
081900     MOVE WS-ITEM-BANK(WS-ITEM-IDX) TO BR-ITM-BANK
082000     MOVE WS-ITEM-DIFFERENCE(WS-ITEM-IDX) TO BR-ITM-DIFFERENCE
082100     WRITE RECON-REPORT-LINE FROM BR-ITEM-DETAIL.
082200 6300-EXIT.
082300     EXIT.
082400
082500******************************************************************
082600*    7000-CARRY-OUTSTANDING                                      *
082700*    EVERY BREAK STILL OPEN GOES TO BNKOUTO AND THE REPORT, AGED *
082800*    IN BUSINESS DAYS FROM ITS STATEMENT DATE.                   *
082900******************************************************************
083000 7000-CARRY-OUTSTANDING.
083100     IF WS-ITEMS-CLEARED = 0
083200         PERFORM 7900-WRITE-ITEM-HEADINGS THRU 7900-EXIT
083300     END-IF
083400     PERFORM 7100-CARRY-ONE-ITEM THRU 7100-EXIT
083500         VARYING WS-ITEM-IDX FROM 1 BY 1
083600         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
083700     IF WS-ITEMS-OUTSTANDING = 0
083800         MOVE SPACES TO RECON-REPORT-LINE
083900         MOVE "  NONE OUTSTANDING" TO RECON-REPORT-LINE
084000         WRITE RECON-REPORT-LINE
084100     END-IF.
084200 7000-EXIT.
084300     EXIT.
084400
084500 7100-CARRY-ONE-ITEM.
084600     IF ITEM-CLEARED(WS-ITEM-IDX)
084700         GO TO 7100-EXIT
084800     END-IF
084900     ADD 1 TO WS-ITEMS-OUTSTANDING
085000     ADD WS-ITEM-DIFFERENCE(WS-ITEM-IDX) TO WS-OUTSTANDING-NET
085100     INITIALIZE BANK-OUTSTANDING-ITEM-RECORD
085200     MOVE WS-ITEM-BREAK-DATE(WS-ITEM-IDX) TO BKOI-BREAK-DATE
085300     MOVE WS-ITEM-SOURCE(WS-ITEM-IDX) TO BKOI-SOURCE
085400     MOVE WS-ITEM-POSTED(WS-ITEM-IDX) TO BKOI-POSTED-AMOUNT
085500     MOVE WS-ITEM-BANK(WS-ITEM-IDX) TO BKOI-BANK-AMOUNT
085600     MOVE WS-ITEM-DIFFERENCE(WS-ITEM-IDX) TO BKOI-DIFFERENCE
085700     MOVE BANK-OUTSTANDING-ITEM-RECORD TO
085800         OUTSTANDING-ITEM-OUT-RECORD
085900     WRITE OUTSTANDING-ITEM-OUT-RECORD
086000     PERFORM 7200-AGE-ONE-ITEM THRU 7200-EXIT
086100     IF ITEM-NEW(WS-ITEM-IDX)
086200         MOVE "NEW BREAK" TO BR-ITM-STATUS
086300     ELSE
086400         MOVE "CARRIED" TO BR-ITM-STATUS
086500     END-IF
086600     IF ITEM-IS-AGED
086700         ADD 1 TO WS-ITEMS-AGED
086800         MOVE "OVER TWO BUSINESS DAYS - ALERT RAISED"
086900             TO BR-ITM-STATUS
087000         MOVE "BANK-RECON" TO WS-ALERT-OPERATION
087100         MOVE WS-ITEM-SOURCE(WS-ITEM-IDX) TO
087200             WS-ALERT-OPERATION(12:4)
087300         MOVE "AGED BREAK" TO WS-ALERT-STATUS-TEXT
087400         MOVE 16 TO WS-ALERT-SEVERITY
087500         PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
087600     END-IF
087700     MOVE WS-ITEM-BREAK-DATE(WS-ITEM-IDX) TO BR-ITM-BREAK-DATE
087800     MOVE WS-ITEM-SOURCE(WS-ITEM-IDX) TO BR-ITM-SOURCE
087900     MOVE WS-ITEM-POSTED(WS-ITEM-IDX) TO BR-ITM-POSTED
088000     MOVE WS-ITEM-BANK(WS-ITEM-IDX) TO BR-ITM-BANK
088100     MOVE WS-ITEM-DIFFERENCE(WS-ITEM-IDX) TO BR-ITM-DIFFERENCE
088200     WRITE RECON-REPORT-LINE FROM BR-ITEM-DETAIL.
088300 7100-EXIT.
088400     EXIT.
088500
088600******************************************************************
088700*    7200-AGE-ONE-ITEM                                           *
088800*    A BREAK IS OVER TWO BUSINESS DAYS OLD ONCE THE STATEMENT    *
088900*    DATE IS PAST THE SECOND BUSINESS DAY AFTER ITS OWN.  THE    *
089000*    CALENDAR ANSWERS THROUGH CALSUB; WITHOUT IT, REAL DAYS BY   *
089100*    THE 30-DAY-MONTH ARITHMETIC, WHICH ERRS TOWARD ALERTING     *
089200*    OVER A WEEKEND.                                             *
089300******************************************************************
089400 7200-AGE-ONE-ITEM.
089500     MOVE "N" TO WS-ITEM-AGED
089600     MOVE WS-ITEM-BREAK-DATE(WS-ITEM-IDX) TO WS-WORK-DATE
089700     MOVE "N" TO CALW-FUNCTION
089800     MOVE WS-WORK-DATE TO CALW-DATE-1
089900     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
090000     IF NOT CALW-OK
090100         GO TO 7200-REAL-DAYS
090200     END-IF
090300     MOVE "N" TO CALW-FUNCTION
090400     MOVE CALW-RESULT-DATE TO CALW-DATE-1
090500     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
090600     IF NOT CALW-OK
090700         GO TO 7200-REAL-DAYS
090800     END-IF
090900     MOVE CALW-RESULT-DATE TO WS-SECOND-BUSINESS-DAY
091000     IF WS-STATEMENT-DATE > WS-SECOND-BUSINESS-DAY
091100         MOVE "Y" TO WS-ITEM-AGED
091200     END-IF
091300     GO TO 7200-EXIT.
091400 7200-REAL-DAYS.
091500     COMPUTE WS-DAYS-OPEN =
091600         (WS-STMT-YY - WS-WORK-YY) * 360 +
091700         (WS-STMT-MM - WS-WORK-MM) * 30 +
091800         (WS-STMT-DD - WS-WORK-DD)
091900     IF WS-DAYS-OPEN > 2
092000         MOVE "Y" TO WS-ITEM-AGED
092100     END-IF.
092200 7200-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600*    7900-WRITE-ITEM-HEADINGS                                    *
092700******************************************************************
092800 7900-WRITE-ITEM-HEADINGS.
092900     MOVE SPACES TO RECON-REPORT-LINE
093000     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
093100     WRITE RECON-REPORT-LINE FROM BR-ITEM-HEADING-1
093200     WRITE RECON-REPORT-LINE FROM BR-ITEM-HEADING-2.
093300 7900-EXIT.
093400     EXIT.
093500
093600******************************************************************
093700*    8000-WRITE-OPERATOR-ALERT                                   *
093800*    SAME CONTRACT AS SAMPCOBL'S 8000.                           *
093900******************************************************************
094000 8000-WRITE-OPERATOR-ALERT.
094100     IF NOT ALERT-FILE-OK
094200         GO TO 8000-EXIT
094300     END-IF
094400     INITIALIZE ALERT-RECORD
094500     ACCEPT ALRT-DATE FROM DATE
094600     ACCEPT ALRT-TIME FROM TIME
094700     MOVE WS-ALERT-PROGRAM TO ALRT-PROGRAM
094800     MOVE WS-ALERT-OPERATION TO ALRT-OPERATION
094900     MOVE WS-ALERT-STATUS-TEXT TO ALRT-STATUS
095000     MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
095100     MOVE "N" TO ALRT-ACK-FLAG
095200     WRITE ALERT-RECORD
095300     MOVE 8 TO WS-ALERT-SEVERITY.
095400 8000-EXIT.
095500     EXIT.
095600
095700******************************************************************
095800*    9000-TERMINATE                                              *
095900******************************************************************
096000 9000-TERMINATE.
096100     MOVE WS-STATEMENT-ENTRIES TO BR-FTR1-ENTRIES
096200     MOVE WS-OTHER-ENTRIES TO BR-FTR1-OTHER
096300     MOVE WS-ITEMS-CARRIED-IN TO BR-FTR2-CARRIED
096400     MOVE WS-NEW-BREAKS TO BR-FTR3-NEW
096500     MOVE WS-ITEMS-CLEARED TO BR-FTR4-CLEARED
096600     MOVE WS-ITEMS-OUTSTANDING TO BR-FTR5-OUTSTANDING
096700     MOVE WS-OUTSTANDING-NET TO BR-FTR5-NET
096800     MOVE WS-ITEMS-AGED TO BR-FTR6-AGED
096900     MOVE SPACES TO RECON-REPORT-LINE
097000     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
097100     WRITE RECON-REPORT-LINE FROM BR-FOOTER-LINE-1
097200     WRITE RECON-REPORT-LINE FROM BR-FOOTER-LINE-2
097300     WRITE RECON-REPORT-LINE FROM BR-FOOTER-LINE-3
097400     WRITE RECON-REPORT-LINE FROM BR-FOOTER-LINE-4
097500     WRITE RECON-REPORT-LINE FROM BR-FOOTER-LINE-5
097600     WRITE RECON-REPORT-LINE FROM BR-FOOTER-LINE-6
097700     CLOSE OUTSTANDING-ITEM-OUT-FILE
097800     CLOSE RECON-REPORT
097900     IF ALERT-FILE-OK
098000         CLOSE ALERT-FILE
098100     END-IF
098200     DISPLAY "BNKRECON - STATEMENT " WS-STATEMENT-DATE " - "
098300         WS-NEW-BREAKS " NEW BREAK(S), " WS-ITEMS-CLEARED
098400         " CLEARED, " WS-ITEMS-OUTSTANDING " OUTSTANDING"
098500     IF WS-ITEMS-AGED > 0
098600         DISPLAY "BNKRECON - " WS-ITEMS-AGED
098700             " BREAK(S) OVER TWO BUSINESS DAYS - SEE OPALERT"
098800     END-IF
098814     IF WS-AGY-NO-RATE > 0
098828         DISPLAY "BNKRECON - " WS-AGY-NO-RATE
098842             " AGENCY COLLECTION(S) WITH NO AGCYPARM RATE - "
098857             "TAKEN AT GROSS"
098871         MOVE 4 TO RETURN-CODE
098885     END-IF
098900     IF WS-ITEMS-OUTSTANDING > 0
099000         MOVE 4 TO RETURN-CODE
099100     END-IF.
099200 9000-EXIT.
099300     EXIT.
