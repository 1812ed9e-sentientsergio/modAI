000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHKRECON.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/04/2026.
000600 DATE-COMPILED.  11/04/2026.
000700******************************************************************
000800*                                                                *
000900*    CHKRECON - REFUND CHECK RECONCILIATION AND STALE VOIDS      *
001000*    REFUND CUTS CHECKS BUT NOTHING EVER TOLD US WHETHER ONE     *
001100*    WAS CASHED.  THIS PASS CARRIES THE ISSUED-CHECK FILE        *
001200*    FORWARD (OUTCHK IN, OUTCHKO OUT, SEE OCHKREC), ADDS         *
001300*    TONIGHT'S CHECKS FROM REFUND'S POSITIVE-PAY ISSUE FILE      *
001400*    (PPAYISS), AND MATCHES THE BANK'S PAID-ITEM FILE (CHKPAID,  *
001500*    SEE PDCKREC) TO THEM BY CHECK NUMBER - THE SERIAL IN        *
001600*    REFD-REFERENCE.  A CHECK STILL UNCASHED MORE THAN           *
001700*    PPYP-STALE-DAYS AFTER ISSUE IS VOIDED:                      *
001800*      - A VOID RECORD GOES TO THE BANK (PPAYVOID, SEE PPAYREC)  *
001900*        SO A LATE PRESENTMENT IS REFUSED,                       *
002000*      - A DOWNWARD ADJUSTMENT ("J" / "-", REFERENCE "VD" +      *
002100*        SERIAL) GOES TO CHKVTXN, CONCATENATED INTO TXNFILE FOR  *
002200*        TXNPOST, PUTTING THE CREDIT BACK ON THE MASTER WHERE    *
002300*        ESCHEAT FINDS IT IF THE CUSTOMER NEVER CLAIMS IT.       *
002400*    ONLY AN ACTIVE ACCOUNT GETS THE ADJUSTMENT - TXNPOST WOULD  *
002500*    REJECT IT ON ANY OTHER STATUS - SO A VOID ON ANY OTHER      *
002600*    ACCOUNT IS LISTED FOR THE SUPERVISOR TO RESTORE BY HAND.    *
002700*                                                                *
002800*    THE REGISTER (CHKRPT) LISTS EVERY CHECK STILL OUTSTANDING   *
002900*    WITH ITS AGE, EVERY CHECK PAID OR VOIDED TONIGHT, AND EVERY *
003000*    PAID ITEM THAT DOES NOT FIT - NO SUCH CHECK, PAID TWICE,    *
003100*    PAID AFTER ITS VOID, OR PAID FOR A DIFFERENT AMOUNT - THEN  *
003200*    THE OUTSTANDING TOTALS BY AGE BAND.  ANY EXCEPTION ENDS THE *
003300*    RUN RC 4.                                                   *
003400*                                                                *
003500*    RUNS AFTER REFUND AND BEFORE TXNPOST.  AN ISSUE WHOSE       *
003600*    SERIAL IS NOT ABOVE THE HIGHEST ALREADY ON FILE WAS LOADED  *
003700*    ON AN EARLIER NIGHT AND IS SKIPPED, SO A PPAYISS LEFT OVER  *
003800*    FROM A NIGHT REFUND DID NOT RUN IS NEVER LOADED TWICE.  A   *
003900*    RERUN FROM THE SAME OUTCHK WRITES THE SAME VOIDS AGAIN;     *
004000*    TXNPOST'S DUPLICATE CHECK REFUSES THE SECOND ADJUSTMENT.    *
004100*                                                                *
004200*    AGE BANDS (REAL DAYS SINCE ISSUE, CALSUB; 30-DAY-MONTH      *
004300*    CALENDAR WITHOUT IT): 0-30, 31-60, 61-90, 91-180, OVER 180. *
004400*                                                                *
004500******************************************************************
004600* MODIFICATION HISTORY
004700*   11/04/2026  RVH  ORIGINAL.
004800******************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT POSITIVE-PAY-PARM-FILE ASSIGN TO PPAYPARM
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS POSITIVE-PAY-PARM-STATUS.
005700     SELECT ISSUED-CHECK-FILE ASSIGN TO OUTCHK
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS ISSUED-CHECK-STATUS.
006100     SELECT ISSUED-CHECK-OUT-FILE ASSIGN TO OUTCHKO
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS ISSUED-CHECK-OUT-STATUS.
006500     SELECT POSITIVE-PAY-ISSUE-FILE ASSIGN TO PPAYISS
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS POSITIVE-PAY-ISSUE-STATUS.
006900     SELECT POSITIVE-PAY-VOID-FILE ASSIGN TO PPAYVOID
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS POSITIVE-PAY-VOID-STATUS.
007300     SELECT PAID-CHECK-FILE ASSIGN TO CHKPAID
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS PAID-CHECK-STATUS.
007700     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS CUST-ID
008100         FILE STATUS IS CUSTOMER-FILE-STATUS.
008200     SELECT POSTING-TXN-FILE ASSIGN TO CHKVTXN
008300         ORGANIZATION IS SEQUENTIAL
008400         ACCESS MODE IS SEQUENTIAL
008500         FILE STATUS IS POSTING-TXN-FILE-STATUS.
008600     SELECT CHECK-REGISTER ASSIGN TO CHKRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS CHECK-REGISTER-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  POSITIVE-PAY-PARM-FILE
009300     LABEL RECORDS ARE STANDARD
009400     BLOCK CONTAINS 0 RECORDS
009500     RECORDING MODE F
009600     DATA RECORD IS POSITIVE-PAY-PARM-RECORD.
009700     COPY PPYPREC.
009800
009900 FD  ISSUED-CHECK-FILE
010000     LABEL RECORDS ARE STANDARD
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORDING MODE F
010300     DATA RECORD IS OUTSTANDING-CHECK-RECORD.
010400     COPY OCHKREC.
010500
010600 FD  ISSUED-CHECK-OUT-FILE
010700     LABEL RECORDS ARE STANDARD
010800     BLOCK CONTAINS 0 RECORDS
010900     RECORDING MODE F
011000     DATA RECORD IS ISSUED-CHECK-OUT-RECORD.
011100 01  ISSUED-CHECK-OUT-RECORD  PIC X(100).
011200
011300 FD  POSITIVE-PAY-ISSUE-FILE
011400     LABEL RECORDS ARE STANDARD
011500     BLOCK CONTAINS 0 RECORDS
011600     RECORDING MODE F
011700     DATA RECORD IS POSITIVE-PAY-ISSUE-RECORD.
011800 01  POSITIVE-PAY-ISSUE-RECORD PIC X(100).
011900
012000 FD  POSITIVE-PAY-VOID-FILE
012100     LABEL RECORDS ARE STANDARD
012200     BLOCK CONTAINS 0 RECORDS
012300     RECORDING MODE F
012400     DATA RECORD IS POSITIVE-PAY-RECORD.
012500     COPY PPAYREC.
012600
012700 FD  PAID-CHECK-FILE
012800     LABEL RECORDS ARE STANDARD
012900     BLOCK CONTAINS 0 RECORDS
013000     RECORDING MODE F
013100     DATA RECORD IS PAID-CHECK-RECORD.
013200     COPY PDCKREC.
013300
013400 FD  CUSTOMER-FILE
013500     LABEL RECORDS ARE STANDARD
013600     BLOCK CONTAINS 0 RECORDS
013700     RECORDING MODE F
013800     DATA RECORD IS CUSTOMER-RECORD.
013900     COPY CUSTREC.
014000
014100 FD  POSTING-TXN-FILE
014200     LABEL RECORDS ARE STANDARD
014300     BLOCK CONTAINS 0 RECORDS
014400     RECORDING MODE F
014500     DATA RECORD IS POSTING-TXN-RECORD.
014600     COPY PTXNREC.
014700
014800 FD  CHECK-REGISTER
014900     LABEL RECORDS ARE OMITTED
015000     RECORDING MODE F.
015100 01  CHECK-REGISTER-LINE      PIC X(132).
015200
015300 WORKING-STORAGE SECTION.
015400******************************************************************
015500*    FILE STATUS AND SWITCHES                                    *
015600******************************************************************
015700 01  POSITIVE-PAY-PARM-STATUS  PIC X(02).
015800     88  POSITIVE-PAY-PARM-OK      VALUE "00".
015900 01  ISSUED-CHECK-STATUS       PIC X(02).
016000     88  ISSUED-CHECK-OK           VALUE "00".
016100     88  ISSUED-CHECK-NOT-FOUND    VALUE "05" "35".
016200 01  ISSUED-CHECK-OUT-STATUS   PIC X(02).
016300     88  ISSUED-CHECK-OUT-OK       VALUE "00".
016400 01  POSITIVE-PAY-ISSUE-STATUS PIC X(02).
016500     88  POSITIVE-PAY-ISSUE-OK     VALUE "00".
016600 01  POSITIVE-PAY-VOID-STATUS  PIC X(02).
016700     88  POSITIVE-PAY-VOID-OK      VALUE "00".
016800 01  PAID-CHECK-STATUS         PIC X(02).
016900     88  PAID-CHECK-OK             VALUE "00".
017000 01  CUSTOMER-FILE-STATUS      PIC X(02).
017100     88  CUST-FILE-OK              VALUE "00".
017200 01  POSTING-TXN-FILE-STATUS   PIC X(02).
017300     88  POSTING-TXN-FILE-OK       VALUE "00".
017400 01  CHECK-REGISTER-STATUS     PIC X(02).
017500     88  CHECK-REGISTER-OK         VALUE "00".
017600 01  WS-CHECKS-AT-END          PIC X(01) VALUE "N".
017700     88  CHECKS-AT-END             VALUE "Y".
017800 01  WS-INTAKE-AT-END          PIC X(01) VALUE "N".
017900     88  INTAKE-FILE-AT-END        VALUE "Y".
018000 01  WS-CARRIED-PRESENT        PIC X(01) VALUE "N".
018100     88  CARRIED-FILE-PRESENT      VALUE "Y".
018200 01  WS-CUSTOMER-FOUND         PIC X(01) VALUE "N".
018300     88  CUSTOMER-FOUND            VALUE "Y".
018400 01  WS-RUN-WARNING            PIC X(01) VALUE "N".
018500     88  RUN-HAS-WARNING           VALUE "Y".
018600
018700******************************************************************
018800*    RUN CONTROL FIELDS                                          *
018900******************************************************************
019000 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
019100 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
019200     05  WS-RUN-YY             PIC 9(02).
019300     05  WS-RUN-MM             PIC 9(02).
019400     05  WS-RUN-DD             PIC 9(02).
019500 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
019600 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
019700     05  WS-WORK-YY            PIC 9(02).
019800     05  WS-WORK-MM            PIC 9(02).
019900     05  WS-WORK-DD            PIC 9(02).
020000 01  WS-DAYS-OUTSTANDING       PIC S9(05) VALUE 0.
020100 01  WS-STALE-DAYS             PIC 9(03) VALUE 0.
020200 01  WS-BANK-ACCOUNT           PIC X(17) VALUE SPACES.
020300 01  WS-HIGH-SERIAL            PIC 9(06) VALUE 0.
020400 01  WS-BAND                   PIC 9(01) VALUE 0.
020500 01  WS-BAND-IDX               PIC 9(03) BINARY VALUE 0.
020600 01  WS-BUILD-REFERENCE.
020700     05  WS-BLD-PREFIX         PIC X(02).
020800     05  WS-BLD-SERIAL         PIC 9(06).
020900 01  WS-ISSUE-REFERENCE-PARTS.
021000     05  WS-ISS-PREFIX         PIC X(02).
021100     05  WS-ISS-SERIAL         PIC 9(06).
021200
021300******************************************************************
021400*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
021500******************************************************************
021600     COPY CALWREC.
021700
021800******************************************************************
021900*    PAID-ITEM TABLE - TONIGHT'S BANK ITEMS DRAWN ON OUR         *
022000*    ACCOUNT, EACH MARKED ONCE IT HAS BEEN MATCHED TO A CHECK.   *
022100*    A CHECK NUMBER TOO LONG TO BE ONE OF OUR SERIALS CARRIES A  *
022200*    BLANK REFERENCE AND CAN ONLY COME OUT UNMATCHED.            *
022300******************************************************************
022400 01  WS-PAID-TABLE-SIZE        PIC 9(04) BINARY VALUE 1000.
022500 01  WS-PAID-COUNT             PIC 9(04) BINARY VALUE 0.
022600 01  WS-PAID-IDX               PIC 9(04) BINARY VALUE 0.
022700 01  WS-PAID-OVERFLOW          PIC 9(07) BINARY VALUE 0.
022800 01  WS-PAID-ENTRIES.
022900     05  WS-PAID-ENTRY         OCCURS 1000 TIMES.
023000         10  WS-PAID-REFERENCE     PIC X(08).
023100         10  WS-PAID-CHECK-NUMBER  PIC 9(10).
023200         10  WS-PAID-AMOUNT        PIC 9(8)V99.
023300         10  WS-PAID-DATE          PIC 9(06).
023400         10  WS-PAID-MATCHED       PIC X(01).
023500             88  PAID-ITEM-MATCHED     VALUE "Y".
023600
023700******************************************************************
023800*    AGE BAND ACCUMULATORS - OUTSTANDING CHECKS ONLY             *
023900******************************************************************
024000 01  WS-BAND-LABEL-VALUES.
024100     05  FILLER                PIC X(14) VALUE "0-30 DAYS".
024200     05  FILLER                PIC X(14) VALUE "31-60 DAYS".
024300     05  FILLER                PIC X(14) VALUE "61-90 DAYS".
024400     05  FILLER                PIC X(14) VALUE "91-180 DAYS".
024500     05  FILLER                PIC X(14) VALUE "OVER 180 DAYS".
024600 01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-VALUES.
024700     05  WS-BAND-LABEL         PIC X(14) OCCURS 5 TIMES.
024800 01  WS-BAND-ENTRIES.
024900     05  WS-BAND-ENTRY         OCCURS 5 TIMES.
025000         10  WS-BAND-COUNT     PIC 9(07).
025100         10  WS-BAND-TOTAL     PIC 9(11)V99.
025200 01  WS-OUTSTANDING-COUNT      PIC 9(07) VALUE 0.
025300 01  WS-OUTSTANDING-TOTAL      PIC 9(11)V99 VALUE 0.
025400
025500******************************************************************
025600*    RUN TOTALS                                                  *
025700******************************************************************
025800 01  WS-CHECKS-CARRIED         PIC 9(07) BINARY VALUE 0.
025900 01  WS-ISSUES-LOADED          PIC 9(07) BINARY VALUE 0.
026000 01  WS-ISSUES-ALREADY-LOADED  PIC 9(07) BINARY VALUE 0.
026100 01  WS-CHECKS-PAID            PIC 9(07) BINARY VALUE 0.
026200 01  WS-PAID-TOTAL             PIC 9(11)V99 VALUE 0.
026300 01  WS-CHECKS-VOIDED          PIC 9(07) BINARY VALUE 0.
026400 01  WS-VOIDED-TOTAL           PIC 9(11)V99 VALUE 0.
026500 01  WS-VOIDS-BY-HAND          PIC 9(07) BINARY VALUE 0.
026600 01  WS-PAID-EXCEPTIONS        PIC 9(07) BINARY VALUE 0.
026700 01  WS-OTHER-ACCOUNT-ITEMS    PIC 9(07) BINARY VALUE 0.
026800 01  WS-EXCEPTIONS-BEFORE      PIC 9(07) BINARY VALUE 0.
026900
027000******************************************************************
027100*    REGISTER LINE LAYOUTS                                       *
027200******************************************************************
027300 01  CR-HEADING-LINE-1.
027400     05  FILLER                PIC X(01) VALUE SPACE.
027500     05  FILLER                PIC X(54) VALUE
027600         "CHKRECON - REFUND CHECK RECONCILIATION REGISTER".
027700     05  FILLER                PIC X(10) VALUE "RUN DATE ".
027800     05  CR-HDG1-RUN-DATE      PIC 9(06).
027900     05  FILLER                PIC X(14) VALUE "  STALE AFTER ".
028000     05  CR-HDG1-STALE-DAYS    PIC ZZ9.
028100     05  FILLER                PIC X(05) VALUE " DAYS".
028200
028300 01  CR-HEADING-LINE-2.
028400     05  FILLER                PIC X(01) VALUE SPACE.
028500     05  FILLER                PIC X(10) VALUE "REFERENCE".
028600     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
028700     05  FILLER                PIC X(31) VALUE "PAYEE".
028800     05  FILLER                PIC X(15) VALUE "CHECK AMOUNT".
028900     05  FILLER                PIC X(08) VALUE "ISSUED".
029000     05  FILLER                PIC X(07) VALUE " DAYS".
029100     05  FILLER                PIC X(06) VALUE "STATUS".
029200
029300 01  CR-DETAIL-LINE.
029400     05  FILLER                PIC X(01) VALUE SPACE.
029500     05  CR-DTL-REFERENCE      PIC X(08).
029600     05  FILLER                PIC X(02) VALUE SPACES.
029700     05  CR-DTL-CUST-ID        PIC X(10).
029800     05  FILLER                PIC X(02) VALUE SPACES.
029900     05  CR-DTL-PAYEE          PIC X(30).
030000     05  FILLER                PIC X(01) VALUE SPACE.
030100     05  CR-DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
030200     05  FILLER                PIC X(03) VALUE SPACES.
030300     05  CR-DTL-ISSUE-DATE     PIC 9(06).
030400     05  FILLER                PIC X(02) VALUE SPACES.
030500     05  CR-DTL-DAYS           PIC ZZZZ9.
030600     05  FILLER                PIC X(02) VALUE SPACES.
030700     05  CR-DTL-STATUS         PIC X(40).
030800
030900 01  CR-EXCEPTION-LINE.
031000     05  FILLER                PIC X(01) VALUE SPACE.
031100     05  FILLER                PIC X(11) VALUE "*** CHECK #".
031200     05  CR-EXC-CHECK-NUMBER   PIC 9(10).
031300     05  FILLER                PIC X(08) VALUE "  PAID ".
031400     05  CR-EXC-PAID-DATE      PIC 9(06).
031500     05  FILLER                PIC X(01) VALUE SPACE.
031600     05  CR-EXC-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
031700     05  FILLER                PIC X(02) VALUE SPACES.
031800     05  CR-EXC-REASON         PIC X(40).
031900
032000 01  CR-UNMATCHED-HEADING.
032100     05  FILLER                PIC X(01) VALUE SPACE.
032200     05  FILLER                PIC X(60) VALUE
032300         "PAID ITEMS WITH NO REFUND CHECK ON FILE".
032400
032500 01  CR-BAND-HEADING.
032600     05  FILLER                PIC X(01) VALUE SPACE.
032700     05  FILLER                PIC X(16) VALUE
032800         "OUTSTANDING AGE".
032900     05  FILLER                PIC X(29) VALUE
033000         "  CHECKS            AMOUNT".
033100
033200 01  CR-BAND-LINE.
033300     05  FILLER                PIC X(01) VALUE SPACE.
033400     05  CR-BND-LABEL          PIC X(14).
033500     05  FILLER                PIC X(02) VALUE SPACES.
033600     05  CR-BND-COUNT          PIC ZZZ,ZZ9.
033700     05  FILLER                PIC X(01) VALUE SPACE.
033800     05  CR-BND-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033900
034000 01  CR-FOOTER-LINE-1.
034100     05  FILLER                PIC X(01) VALUE SPACE.
034200     05  FILLER                PIC X(30) VALUE
034300         "CHECKS CARRIED FORWARD  . . .".
034400     05  CR-FTR1-CARRIED       PIC ZZZ,ZZ9.
034500
034600 01  CR-FOOTER-LINE-2.
034700     05  FILLER                PIC X(01) VALUE SPACE.
034800     05  FILLER                PIC X(30) VALUE
034900         "NEW CHECKS LOADED . . . . . .".
035000     05  CR-FTR2-LOADED        PIC ZZZ,ZZ9.
035100
035200 01  CR-FOOTER-LINE-3.
035300     05  FILLER                PIC X(01) VALUE SPACE.
035400     05  FILLER                PIC X(30) VALUE
035500         "ISSUES ALREADY LOADED - SKIP .".
035600     05  CR-FTR3-SKIPPED       PIC ZZZ,ZZ9.
035700
035800 01  CR-FOOTER-LINE-4.
035900     05  FILLER                PIC X(01) VALUE SPACE.
036000     05  FILLER                PIC X(30) VALUE
036100         "CHECKS PAID TONIGHT . . . . .".
036200     05  CR-FTR4-PAID          PIC ZZZ,ZZ9.
036300     05  FILLER                PIC X(02) VALUE SPACES.
036400     05  CR-FTR4-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
036500
036600 01  CR-FOOTER-LINE-5.
036700     05  FILLER                PIC X(01) VALUE SPACE.
036800     05  FILLER                PIC X(30) VALUE
036900         "CHECKS VOIDED STALE . . . . .".
037000     05  CR-FTR5-VOIDED        PIC ZZZ,ZZ9.
037100     05  FILLER                PIC X(02) VALUE SPACES.
037200     05  CR-FTR5-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037300
037400 01  CR-FOOTER-LINE-6.
037500     05  FILLER                PIC X(01) VALUE SPACE.
037600     05  FILLER                PIC X(30) VALUE
037700         "VOIDS TO RESTORE BY HAND  . .".
037800     05  CR-FTR6-BY-HAND       PIC ZZZ,ZZ9.
037900
038000 01  CR-FOOTER-LINE-7.
038100     05  FILLER                PIC X(01) VALUE SPACE.
038200     05  FILLER                PIC X(30) VALUE
038300         "PAID-ITEM EXCEPTIONS  . . . .".
038400     05  CR-FTR7-EXCEPTIONS    PIC ZZZ,ZZ9.
038500
038600 01  CR-FOOTER-LINE-8.
038700     05  FILLER                PIC X(01) VALUE SPACE.
038800     05  FILLER                PIC X(30) VALUE
038900         "BANK ITEMS - OTHER ACCOUNTS .".
039000     05  CR-FTR8-OTHER         PIC ZZZ,ZZ9.
039100
039200 PROCEDURE DIVISION.
039300******************************************************************
039400*    0000-MAINLINE                                               *
039500******************************************************************
039600 0000-MAINLINE.
039700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039800     PERFORM 1200-LOAD-PAID-ITEMS THRU 1200-EXIT
039900     IF CARRIED-FILE-PRESENT
040000         PERFORM 2100-READ-NEXT-CHECK THRU 2100-EXIT
040100         PERFORM 2200-CARRY-ONE-CHECK THRU 2200-EXIT
040200             UNTIL CHECKS-AT-END
040300     END-IF
040400     PERFORM 3000-LOAD-NEW-ISSUES THRU 3000-EXIT
040500     PERFORM 5000-LIST-UNMATCHED-PAID THRU 5000-EXIT
040600     PERFORM 9000-TERMINATE THRU 9000-EXIT
040700     STOP RUN.
040800
040900******************************************************************
041000*    1000-INITIALIZE                                             *
041100*    THE STALE PERIOD AND THE ACCOUNT THE CHECKS ARE DRAWN ON    *
041200*    ARE ON PPAYPARM - A RUN WITHOUT THEM IS REFUSED.  NO        *
041300*    CARRIED-FORWARD FILE IS THE FIRST NIGHT.                    *
041400******************************************************************
041500 1000-INITIALIZE.
041600     ACCEPT WS-RUN-DATE FROM DATE
041700     OPEN INPUT POSITIVE-PAY-PARM-FILE
041800     IF NOT POSITIVE-PAY-PARM-OK
041900         DISPLAY "CHKRECON - POSITIVE-PAY PARAMETER FILE "
042000             "(PPAYPARM) NOT FOUND - STATUS "
042100             POSITIVE-PAY-PARM-STATUS " - RUN STOPPED"
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF
042500     READ POSITIVE-PAY-PARM-FILE
042600         AT END
042700             MOVE SPACES TO POSITIVE-PAY-PARM-RECORD
042800     END-READ
042900     CLOSE POSITIVE-PAY-PARM-FILE
043000     IF PPYP-BANK-ACCOUNT = SPACES OR
043100             PPYP-STALE-DAYS NOT NUMERIC OR
043200             PPYP-STALE-DAYS = 0
043300         DISPLAY "CHKRECON - BANK ACCOUNT OR STALE DAYS "
043400             "MISSING ON PPAYPARM - RUN STOPPED"
043500         MOVE 16 TO RETURN-CODE
043600         STOP RUN
043700     END-IF
043800     MOVE PPYP-BANK-ACCOUNT TO WS-BANK-ACCOUNT
043900     MOVE PPYP-STALE-DAYS TO WS-STALE-DAYS
044000     PERFORM 1100-INIT-BAND-TABLE THRU 1100-EXIT
044100         VARYING WS-BAND-IDX FROM 1 BY 1
044200         UNTIL WS-BAND-IDX > 5
044300     OPEN INPUT CUSTOMER-FILE
044400     IF NOT CUST-FILE-OK
044500         DISPLAY "CHKRECON - ERROR OPENING CUSTOMER FILE - "
044600             "STATUS " CUSTOMER-FILE-STATUS
044700         MOVE 8 TO RETURN-CODE
044800         STOP RUN
044900     END-IF
045000     OPEN INPUT ISSUED-CHECK-FILE
045100     EVALUATE TRUE
045200         WHEN ISSUED-CHECK-OK
045300             MOVE "Y" TO WS-CARRIED-PRESENT
045400         WHEN ISSUED-CHECK-NOT-FOUND
045500             DISPLAY "CHKRECON - NO CARRIED-FORWARD ISSUED-"
045600                 "CHECK FILE - STARTING FROM TONIGHT'S ISSUES"
045700         WHEN OTHER
045800             DISPLAY "CHKRECON - ERROR OPENING ISSUED-CHECK "
045900                 "FILE - STATUS " ISSUED-CHECK-STATUS
046000                 " - RUN STOPPED"
046100             CLOSE CUSTOMER-FILE
046200             MOVE 16 TO RETURN-CODE
046300             STOP RUN
046400     END-EVALUATE
046500     OPEN OUTPUT ISSUED-CHECK-OUT-FILE
046600     IF NOT ISSUED-CHECK-OUT-OK
046700         DISPLAY "CHKRECON - ERROR OPENING ISSUED-CHECK "
046800             "OUTPUT FILE - STATUS " ISSUED-CHECK-OUT-STATUS
046900             " - RUN STOPPED"
047000         CLOSE CUSTOMER-FILE
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN
047300     END-IF
047400     OPEN OUTPUT POSITIVE-PAY-VOID-FILE
047500     OPEN OUTPUT POSTING-TXN-FILE
047600     OPEN OUTPUT CHECK-REGISTER
047700     IF NOT CHECK-REGISTER-OK
047800         DISPLAY "CHKRECON - ERROR OPENING CHECK REGISTER - "
047900             "STATUS " CHECK-REGISTER-STATUS
048000         CLOSE CUSTOMER-FILE
048100         MOVE 24 TO RETURN-CODE
048200         STOP RUN
048300     END-IF
048400     MOVE WS-RUN-DATE TO CR-HDG1-RUN-DATE
048500     MOVE WS-STALE-DAYS TO CR-HDG1-STALE-DAYS
048600     WRITE CHECK-REGISTER-LINE FROM CR-HEADING-LINE-1
048700     WRITE CHECK-REGISTER-LINE FROM CR-HEADING-LINE-2
048800     MOVE SPACES TO CHECK-REGISTER-LINE
048900     WRITE CHECK-REGISTER-LINE AFTER ADVANCING 1 LINE.
049000 1000-EXIT.
049100     EXIT.
049200
049300 1100-INIT-BAND-TABLE.
049400     MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX)
049500     MOVE 0 TO WS-BAND-TOTAL(WS-BAND-IDX).
049600 1100-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    1200-LOAD-PAID-ITEMS                                        *
050100*    THE BANK SENDS A FILE EVERY BUSINESS DAY, EMPTY OR NOT - A  *
050200*    MISSING ONE IS REPORTED AND THE RUN ENDS RC 4, BUT AGING    *
050300*    AND STALE VOIDS STILL GO AHEAD.                             *
050400******************************************************************
050500 1200-LOAD-PAID-ITEMS.
050600     OPEN INPUT PAID-CHECK-FILE
050700     IF NOT PAID-CHECK-OK
050800         DISPLAY "CHKRECON - NO PAID-ITEM FILE (CHKPAID) FROM "
050900             "THE BANK - STATUS " PAID-CHECK-STATUS
051000         DISPLAY "CHKRECON - NO CHECKS MARKED PAID TONIGHT"
051100         MOVE "Y" TO WS-RUN-WARNING
051200         GO TO 1200-EXIT
051300     END-IF
051400     MOVE "N" TO WS-INTAKE-AT-END
051500     PERFORM 1250-LOAD-ONE-PAID-ITEM THRU 1250-EXIT
051600         UNTIL INTAKE-FILE-AT-END
051700     CLOSE PAID-CHECK-FILE
051800     IF WS-PAID-OVERFLOW > 0
051900         DISPLAY "CHKRECON - PAID-ITEM TABLE FULL - "
052000             WS-PAID-OVERFLOW " PAID ITEM(S) NOT MATCHED"
052100         MOVE "Y" TO WS-RUN-WARNING
052200     END-IF.
052300 1200-EXIT.
052400     EXIT.
052500
052600 1250-LOAD-ONE-PAID-ITEM.
052700     READ PAID-CHECK-FILE
052800         AT END
052900             MOVE "Y" TO WS-INTAKE-AT-END
053000             GO TO 1250-EXIT
053100     END-READ
053200     IF PDCK-BANK-ACCOUNT NOT = WS-BANK-ACCOUNT
053300         ADD 1 TO WS-OTHER-ACCOUNT-ITEMS
053400         GO TO 1250-EXIT
053500     END-IF
053600     IF WS-PAID-COUNT NOT < WS-PAID-TABLE-SIZE
053700         ADD 1 TO WS-PAID-OVERFLOW
053800         GO TO 1250-EXIT
053900     END-IF
054000     ADD 1 TO WS-PAID-COUNT
054100     MOVE SPACES TO WS-PAID-REFERENCE(WS-PAID-COUNT)
054200     IF PDCK-CHECK-NUMBER NUMERIC AND
054300             PDCK-CHECK-NUMBER NOT > 999999
054400         MOVE "RF" TO WS-BLD-PREFIX
054500         MOVE PDCK-CHECK-NUMBER TO WS-BLD-SERIAL
054600         MOVE WS-BUILD-REFERENCE
054700             TO WS-PAID-REFERENCE(WS-PAID-COUNT)
054800     END-IF
054900     MOVE PDCK-CHECK-NUMBER TO WS-PAID-CHECK-NUMBER(WS-PAID-COUNT)
055000     MOVE PDCK-AMOUNT TO WS-PAID-AMOUNT(WS-PAID-COUNT)
055100     MOVE PDCK-PAID-DATE TO WS-PAID-DATE(WS-PAID-COUNT)
055200     MOVE "N" TO WS-PAID-MATCHED(WS-PAID-COUNT).
055300 1250-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*    2100-READ-NEXT-CHECK                                        *
055800******************************************************************
055900 2100-READ-NEXT-CHECK.
056000     READ ISSUED-CHECK-FILE
056100         AT END
056200             MOVE "Y" TO WS-CHECKS-AT-END
056300     END-READ.
056400 2100-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800*    2200-CARRY-ONE-CHECK                                        *
056900*    EVERY CARRIED CHECK GOES BACK OUT, RECONCILED.  THE HIGHEST *
057000*    SERIAL SEEN IS WHAT TONIGHT'S ISSUES MUST BE ABOVE.         *
057100******************************************************************
057200 2200-CARRY-ONE-CHECK.
057300     IF OCHK-REF-PREFIX = "RF" AND OCHK-REF-SERIAL NUMERIC
057400         IF OCHK-REF-SERIAL > WS-HIGH-SERIAL
057500             MOVE OCHK-REF-SERIAL TO WS-HIGH-SERIAL
057600         END-IF
057700     END-IF
057800     ADD 1 TO WS-CHECKS-CARRIED
057900     PERFORM 4000-RECONCILE-ONE-CHECK THRU 4000-EXIT
058000     PERFORM 2100-READ-NEXT-CHECK THRU 2100-EXIT.
058100 2200-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500*    3000-LOAD-NEW-ISSUES                                        *
058600*    NO PPAYISS TONIGHT MEANS REFUND CUT NO CHECKS.              *
058700******************************************************************
058800 3000-LOAD-NEW-ISSUES.
058900     OPEN INPUT POSITIVE-PAY-ISSUE-FILE
059000     IF NOT POSITIVE-PAY-ISSUE-OK
059100         DISPLAY "CHKRECON - NO POSITIVE-PAY ISSUE FILE "
059200             "TONIGHT - STATUS " POSITIVE-PAY-ISSUE-STATUS
059300         GO TO 3000-EXIT
059400     END-IF
059500     MOVE "N" TO WS-INTAKE-AT-END
059600     PERFORM 3100-LOAD-ONE-ISSUE THRU 3100-EXIT
059700         UNTIL INTAKE-FILE-AT-END
059800     CLOSE POSITIVE-PAY-ISSUE-FILE.
059900 3000-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    3100-LOAD-ONE-ISSUE                                         *
060400*    REFUND WRITES ITS ISSUES IN SERIAL ORDER, SO EACH NEW CHECK *
060500*    LANDS AFTER EVERYTHING CARRIED AND THE OUTPUT STAYS IN      *
060600*    SERIAL ORDER.  ONE NOT ABOVE THE HIGHEST SERIAL SO FAR IS   *
060700*    ALREADY ON FILE.                                            *
060800******************************************************************
060900 3100-LOAD-ONE-ISSUE.
061000     READ POSITIVE-PAY-ISSUE-FILE INTO POSITIVE-PAY-RECORD
061100         AT END
061200             MOVE "Y" TO WS-INTAKE-AT-END
061300             GO TO 3100-EXIT
061400     END-READ
061500     IF NOT PPAY-ISSUE
061600         GO TO 3100-EXIT
061700     END-IF
061800     MOVE PPAY-REFERENCE TO WS-ISSUE-REFERENCE-PARTS
061900     IF WS-ISS-PREFIX NOT = "RF" OR WS-ISS-SERIAL NOT NUMERIC
062000         GO TO 3100-EXIT
062100     END-IF
062200     IF WS-ISS-SERIAL NOT > WS-HIGH-SERIAL
062300         ADD 1 TO WS-ISSUES-ALREADY-LOADED
062400         GO TO 3100-EXIT
062500     END-IF
062600     MOVE WS-ISS-SERIAL TO WS-HIGH-SERIAL
062700     INITIALIZE OUTSTANDING-CHECK-RECORD
062800     MOVE PPAY-REFERENCE TO OCHK-REFERENCE
062900     MOVE PPAY-CUST-ID TO OCHK-CUST-ID
063000     MOVE PPAY-PAYEE-NAME TO OCHK-PAYEE-NAME
063100     MOVE PPAY-AMOUNT TO OCHK-AMOUNT
063200     MOVE PPAY-ISSUE-DATE TO OCHK-ISSUE-DATE
063300     IF OCHK-ISSUE-DATE NOT NUMERIC OR OCHK-ISSUE-DATE = 0
063400         MOVE WS-RUN-DATE TO OCHK-ISSUE-DATE
063500     END-IF
063600     MOVE "O" TO OCHK-STATUS
063700     MOVE 0 TO OCHK-STATUS-DATE
063800     MOVE 0 TO OCHK-PAID-AMOUNT
063900     MOVE WS-RUN-DATE TO OCHK-LOADED-DATE
064000     ADD 1 TO WS-ISSUES-LOADED
064100     PERFORM 4000-RECONCILE-ONE-CHECK THRU 4000-EXIT.
064200 3100-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600*    4000-RECONCILE-ONE-CHECK                                    *
064700*    APPLIES ANY PAID ITEMS FOR THE CHECK, THEN AGES IT IF IT IS *
064800*    STILL OUTSTANDING - VOIDING IT ONCE PAST THE STALE PERIOD - *
064900*    AND WRITES IT TO THE CARRIED-FORWARD FILE.  CHECKS PAID OR  *
065000*    VOIDED ON AN EARLIER NIGHT CARRY UNTOUCHED.                 *
065100******************************************************************
065200 4000-RECONCILE-ONE-CHECK.
065300     PERFORM 4100-APPLY-ONE-PAID-ITEM THRU 4100-EXIT
065400         VARYING WS-PAID-IDX FROM 1 BY 1
065500         UNTIL WS-PAID-IDX > WS-PAID-COUNT
065600     IF NOT OCHK-IS-OUTSTANDING
065700         GO TO 4000-WRITE
065800     END-IF
065900     PERFORM 4200-AGE-ONE-CHECK THRU 4200-EXIT
066000     IF WS-DAYS-OUTSTANDING > WS-STALE-DAYS
066100         PERFORM 4300-VOID-ONE-CHECK THRU 4300-EXIT
066200         GO TO 4000-WRITE
066300     END-IF
066400     ADD 1 TO WS-BAND-COUNT(WS-BAND)
066500     ADD OCHK-AMOUNT TO WS-BAND-TOTAL(WS-BAND)
066600     MOVE "OUTSTANDING - " TO CR-DTL-STATUS
066700     MOVE WS-BAND-LABEL(WS-BAND) TO CR-DTL-STATUS(15:14)
066800     PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT.
066900 4000-WRITE.
067000     MOVE OUTSTANDING-CHECK-RECORD TO ISSUED-CHECK-OUT-RECORD
067100     WRITE ISSUED-CHECK-OUT-RECORD.
067200 4000-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600*    4100-APPLY-ONE-PAID-ITEM                                    *
067700*    THE FIRST PAID ITEM FOR AN OUTSTANDING CHECK PAYS IT.  ONE  *
067800*    FOR A CHECK ALREADY PAID OR VOIDED MEANS THE BANK PAID IT   *
067900*    TWICE OR PAID PAST THE VOID - LISTED FOR TREASURY TO CLAIM  *
068000*    BACK.  A PAYMENT FOR A DIFFERENT AMOUNT STILL PAYS THE      *
068100*    CHECK, BUT IS LISTED THE SAME WAY.                          *
068200******************************************************************
068300 4100-APPLY-ONE-PAID-ITEM.
068400     IF PAID-ITEM-MATCHED(WS-PAID-IDX) OR
068500             WS-PAID-REFERENCE(WS-PAID-IDX) NOT = OCHK-REFERENCE
068600         GO TO 4100-EXIT
068700     END-IF
068800     MOVE "Y" TO WS-PAID-MATCHED(WS-PAID-IDX)
068900     MOVE SPACES TO CR-EXC-REASON
069000     EVALUATE TRUE
069100         WHEN OCHK-IS-OUTSTANDING
069200             MOVE "P" TO OCHK-STATUS
069300             MOVE WS-PAID-DATE(WS-PAID-IDX) TO OCHK-STATUS-DATE
069400             MOVE WS-PAID-AMOUNT(WS-PAID-IDX) TO OCHK-PAID-AMOUNT
069500             ADD 1 TO WS-CHECKS-PAID
069600             ADD OCHK-PAID-AMOUNT TO WS-PAID-TOTAL
069700             PERFORM 4200-AGE-ONE-CHECK THRU 4200-EXIT
069800             MOVE "PAID BY BANK " TO CR-DTL-STATUS
069900             MOVE OCHK-STATUS-DATE TO CR-DTL-STATUS(14:6)
070000             PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
070100             IF OCHK-PAID-AMOUNT NOT = OCHK-AMOUNT
070200                 MOVE "PAID AMOUNT DIFFERS FROM CHECK ISSUED"
070300                     TO CR-EXC-REASON
070400             END-IF
070500         WHEN OCHK-IS-PAID
070600             MOVE "ALREADY PAID ON" TO CR-EXC-REASON
070700             MOVE OCHK-STATUS-DATE TO CR-EXC-REASON(17:6)
070800         WHEN OTHER
070900             MOVE "PAID AFTER VOID ON" TO CR-EXC-REASON
071000             MOVE OCHK-STATUS-DATE TO CR-EXC-REASON(20:6)
071100     END-EVALUATE
071200     IF CR-EXC-REASON NOT = SPACES
071300         PERFORM 4950-WRITE-EXCEPTION-LINE THRU 4950-EXIT
071400     END-IF.
071500 4100-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900*    4200-AGE-ONE-CHECK                                          *
072000*    REAL DAYS SINCE ISSUE FROM THE SHARED BUSINESS CALENDAR     *
072100*    SUBPROGRAM, SAME AS ESCHEAT; THE 30-DAY-MONTH ARITHMETIC    *
072200*    WHEN THE CALENDAR CANNOT ANSWER.                            *
072300******************************************************************
072400 4200-AGE-ONE-CHECK.
072500     MOVE OCHK-ISSUE-DATE TO WS-WORK-DATE
072600     MOVE "D" TO CALW-FUNCTION
072700     MOVE WS-WORK-DATE TO CALW-DATE-1
072800     MOVE WS-RUN-DATE TO CALW-DATE-2
072900     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
073000     IF CALW-OK
073100         MOVE CALW-DAYS TO WS-DAYS-OUTSTANDING
073200         GO TO 4200-BAND
073300     END-IF
073400     COMPUTE WS-DAYS-OUTSTANDING =
073500         (WS-RUN-YY - WS-WORK-YY) * 360 +
073600         (WS-RUN-MM - WS-WORK-MM) * 30 +
073700         (WS-RUN-DD - WS-WORK-DD).
073800 4200-BAND.
073900     IF WS-DAYS-OUTSTANDING < 0
074000         MOVE 0 TO WS-DAYS-OUTSTANDING
074100     END-IF
074200     EVALUATE TRUE
074300         WHEN WS-DAYS-OUTSTANDING < 31
074400             MOVE 1 TO WS-BAND
074500         WHEN WS-DAYS-OUTSTANDING < 61
074600             MOVE 2 TO WS-BAND
074700         WHEN WS-DAYS-OUTSTANDING < 91
074800             MOVE 3 TO WS-BAND
074900         WHEN WS-DAYS-OUTSTANDING < 181
075000             MOVE 4 TO WS-BAND
075100         WHEN OTHER
075200             MOVE 5 TO WS-BAND
075300     END-EVALUATE.
075400 4200-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800*    4300-VOID-ONE-CHECK                                         *
075900*    THE BANK GETS A VOID RECORD SO A LATE PRESENTMENT IS        *
076000*    REFUSED, AND THE CUSTOMER GETS THE CREDIT BACK THROUGH      *
076100*    TXNPOST UNDER REFERENCE "VD" + SERIAL - A REFERENCE OF ITS  *
076200*    OWN, SO THE DUPLICATE CHECK DOES NOT TAKE IT FOR REFUND'S   *
076300*    ORIGINAL ADJUSTMENT.  ONLY AN ACTIVE ACCOUNT CAN TAKE THE   *
076400*    POSTING; ANY OTHER IS LEFT FOR THE SUPERVISOR.              *
076500******************************************************************
076600 4300-VOID-ONE-CHECK.
076700     MOVE "V" TO OCHK-STATUS
076800     MOVE WS-RUN-DATE TO OCHK-STATUS-DATE
076900     ADD 1 TO WS-CHECKS-VOIDED
077000     ADD OCHK-AMOUNT TO WS-VOIDED-TOTAL
077100     INITIALIZE POSITIVE-PAY-RECORD
077200     MOVE "V" TO PPAY-RECORD-TYPE
077300     MOVE WS-BANK-ACCOUNT TO PPAY-BANK-ACCOUNT
077400     MOVE OCHK-REF-SERIAL TO PPAY-CHECK-NUMBER
077500     MOVE OCHK-AMOUNT TO PPAY-AMOUNT
077600     MOVE OCHK-ISSUE-DATE TO PPAY-ISSUE-DATE
077700     MOVE OCHK-PAYEE-NAME TO PPAY-PAYEE-NAME
077800     MOVE OCHK-REFERENCE TO PPAY-REFERENCE
077900     MOVE OCHK-CUST-ID TO PPAY-CUST-ID
078000     WRITE POSITIVE-PAY-RECORD
078100     MOVE "N" TO WS-CUSTOMER-FOUND
078200     MOVE OCHK-CUST-ID TO CUST-ID
078300     READ CUSTOMER-FILE
078400         INVALID KEY
078500             GO TO 4300-BY-HAND
078600     END-READ
078700     MOVE "Y" TO WS-CUSTOMER-FOUND
078800     IF NOT CUST-STATUS-ACTIVE
078900         GO TO 4300-BY-HAND
079000     END-IF
079100     INITIALIZE POSTING-TXN-RECORD
079200     MOVE "J" TO PTXN-TXN-TYPE
079300     MOVE OCHK-CUST-ID TO PTXN-CUST-ID
079400     MOVE OCHK-AMOUNT TO PTXN-AMOUNT
079500     MOVE "-" TO PTXN-MODIFIER
079600     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
079700     MOVE "VD" TO WS-BLD-PREFIX
079800     MOVE OCHK-REF-SERIAL TO WS-BLD-SERIAL
079900     MOVE WS-BUILD-REFERENCE TO PTXN-REFERENCE
080000     WRITE POSTING-TXN-RECORD
080100     MOVE "VOIDED STALE - CREDIT RESTORED" TO CR-DTL-STATUS
080200     PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
080300     GO TO 4300-EXIT.
080400 4300-BY-HAND.
080500     ADD 1 TO WS-VOIDS-BY-HAND
080600     MOVE "Y" TO WS-RUN-WARNING
080700     IF CUSTOMER-FOUND
080800         MOVE "VOIDED STALE - NOT ACTIVE, RESTORE BY HAND"
080900             TO CR-DTL-STATUS
081000     ELSE
081100         MOVE "VOIDED STALE - NOT ON FILE, RESTORE BY HAND"
081200             TO CR-DTL-STATUS
081300     END-IF
081400     PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT.
081500 4300-EXIT.
081600     EXIT.
081700
081800******************************************************************
081900*    4900-WRITE-DETAIL-LINE                                      *
082000*    CALLERS SET CR-DTL-STATUS AND HAVE AGED THE CHECK.          *
082100******************************************************************
082200 4900-WRITE-DETAIL-LINE.
082300     MOVE OCHK-REFERENCE TO CR-DTL-REFERENCE
082400     MOVE OCHK-CUST-ID TO CR-DTL-CUST-ID
082500     MOVE OCHK-PAYEE-NAME TO CR-DTL-PAYEE
082600     MOVE OCHK-AMOUNT TO CR-DTL-AMOUNT
082700     MOVE OCHK-ISSUE-DATE TO CR-DTL-ISSUE-DATE
082800     MOVE WS-DAYS-OUTSTANDING TO CR-DTL-DAYS
082900     WRITE CHECK-REGISTER-LINE FROM CR-DETAIL-LINE.
083000 4900-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    4950-WRITE-EXCEPTION-LINE                                   *
083500*    CALLERS SET CR-EXC-REASON; WS-PAID-IDX POINTS AT THE ITEM.  *
083600******************************************************************
083700 4950-WRITE-EXCEPTION-LINE.
083800     ADD 1 TO WS-PAID-EXCEPTIONS
083900     MOVE "Y" TO WS-RUN-WARNING
084000     MOVE WS-PAID-CHECK-NUMBER(WS-PAID-IDX) TO CR-EXC-CHECK-NUMBER
084100     MOVE WS-PAID-DATE(WS-PAID-IDX) TO CR-EXC-PAID-DATE
084200     MOVE WS-PAID-AMOUNT(WS-PAID-IDX) TO CR-EXC-AMOUNT
084300     WRITE CHECK-REGISTER-LINE FROM CR-EXCEPTION-LINE.
084400 4950-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    5000-LIST-UNMATCHED-PAID                                    *
084900*    A PAID ITEM NO CHECK CLAIMED IS A CHECK WE NEVER ISSUED -   *
085000*    POSITIVE PAY SHOULD HAVE STOPPED IT, SO TREASURY TAKES IT   *
085100*    UP WITH THE BANK.                                           *
085200******************************************************************
085300 5000-LIST-UNMATCHED-PAID.
085400     MOVE SPACES TO CHECK-REGISTER-LINE
085500     WRITE CHECK-REGISTER-LINE AFTER ADVANCING 1 LINE
085600     WRITE CHECK-REGISTER-LINE FROM CR-UNMATCHED-HEADING
085700     MOVE WS-PAID-EXCEPTIONS TO WS-EXCEPTIONS-BEFORE
085800     PERFORM 5100-LIST-ONE-UNMATCHED THRU 5100-EXIT
085900         VARYING WS-PAID-IDX FROM 1 BY 1
086000         UNTIL WS-PAID-IDX > WS-PAID-COUNT
086100     IF WS-PAID-EXCEPTIONS = WS-EXCEPTIONS-BEFORE
086200         MOVE SPACES TO CHECK-REGISTER-LINE
086300         MOVE "  NONE" TO CHECK-REGISTER-LINE
086400         WRITE CHECK-REGISTER-LINE
086500     END-IF.
086600 5000-EXIT.
086700     EXIT.
086800
086900 5100-LIST-ONE-UNMATCHED.
087000     IF PAID-ITEM-MATCHED(WS-PAID-IDX)
087100         GO TO 5100-EXIT
087200     END-IF
087300     MOVE "NO SUCH REFUND CHECK ISSUED" TO CR-EXC-REASON
087400     PERFORM 4950-WRITE-EXCEPTION-LINE THRU 4950-EXIT.
087500 5100-EXIT.
087600     EXIT.
087700
087800******************************************************************
087900*    9000-TERMINATE                                              *
088000*    THE OUTSTANDING AGE BANDS FOLLOW THE LISTING, THEN THE RUN  *
088100*    TOTALS.                                                     *
088200******************************************************************
088300 9000-TERMINATE.
088400     MOVE SPACES TO CHECK-REGISTER-LINE
088500     WRITE CHECK-REGISTER-LINE AFTER ADVANCING 1 LINE
088600     WRITE CHECK-REGISTER-LINE FROM CR-BAND-HEADING
088700     PERFORM 9100-WRITE-ONE-BAND THRU 9100-EXIT
088800         VARYING WS-BAND-IDX FROM 1 BY 1
088900         UNTIL WS-BAND-IDX > 5
089000     MOVE "TOTAL" TO CR-BND-LABEL
089100     MOVE WS-OUTSTANDING-COUNT TO CR-BND-COUNT
089200     MOVE WS-OUTSTANDING-TOTAL TO CR-BND-TOTAL
089300     WRITE CHECK-REGISTER-LINE FROM CR-BAND-LINE
089400     MOVE WS-CHECKS-CARRIED TO CR-FTR1-CARRIED
089500     MOVE WS-ISSUES-LOADED TO CR-FTR2-LOADED
089600     MOVE WS-ISSUES-ALREADY-LOADED TO CR-FTR3-SKIPPED
089700     MOVE WS-CHECKS-PAID TO CR-FTR4-PAID
089800     MOVE WS-PAID-TOTAL TO CR-FTR4-AMOUNT
089900     MOVE WS-CHECKS-VOIDED TO CR-FTR5-VOIDED
090000     MOVE WS-VOIDED-TOTAL TO CR-FTR5-AMOUNT
090100     MOVE WS-VOIDS-BY-HAND TO CR-FTR6-BY-HAND
090200     MOVE WS-PAID-EXCEPTIONS TO CR-FTR7-EXCEPTIONS
090300     MOVE WS-OTHER-ACCOUNT-ITEMS TO CR-FTR8-OTHER
090400     MOVE SPACES TO CHECK-REGISTER-LINE
090500     WRITE CHECK-REGISTER-LINE AFTER ADVANCING 1 LINE
090600     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-1
090700     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-2
090800     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-3
090900     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-4
091000     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-5
091100     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-6
091200     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-7
091300     WRITE CHECK-REGISTER-LINE FROM CR-FOOTER-LINE-8
091400     IF CARRIED-FILE-PRESENT
091500         CLOSE ISSUED-CHECK-FILE
091600     END-IF
091700     CLOSE ISSUED-CHECK-OUT-FILE
091800     CLOSE POSITIVE-PAY-VOID-FILE
091900     CLOSE POSTING-TXN-FILE
092000     CLOSE CUSTOMER-FILE
092100     CLOSE CHECK-REGISTER
092200     DISPLAY "CHKRECON - " WS-OUTSTANDING-COUNT
092300         " CHECK(S) OUTSTANDING, " WS-CHECKS-PAID
092400         " PAID TONIGHT, " WS-CHECKS-VOIDED " VOIDED STALE"
092500     IF WS-VOIDS-BY-HAND > 0
092600         DISPLAY "CHKRECON - " WS-VOIDS-BY-HAND
092700             " VOIDED CHECK(S) TO RESTORE BY HAND - "
092800             "SEE SUPERVISOR"
092900     END-IF
093000     IF WS-PAID-EXCEPTIONS > 0
093100         DISPLAY "CHKRECON - " WS-PAID-EXCEPTIONS
093200             " PAID-ITEM EXCEPTION(S) - SEE REGISTER"
093300     END-IF
093400     IF RUN-HAS-WARNING
093500         MOVE 4 TO RETURN-CODE
093600     END-IF.
093700 9000-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100*    9100-WRITE-ONE-BAND                                         *
094200******************************************************************
094300 9100-WRITE-ONE-BAND.
094400     ADD WS-BAND-COUNT(WS-BAND-IDX) TO WS-OUTSTANDING-COUNT
094500     ADD WS-BAND-TOTAL(WS-BAND-IDX) TO WS-OUTSTANDING-TOTAL
094600     MOVE WS-BAND-LABEL(WS-BAND-IDX) TO CR-BND-LABEL
094700     MOVE WS-BAND-COUNT(WS-BAND-IDX) TO CR-BND-COUNT
094800     MOVE WS-BAND-TOTAL(WS-BAND-IDX) TO CR-BND-TOTAL
094900     WRITE CHECK-REGISTER-LINE FROM CR-BAND-LINE.
095000 9100-EXIT.
095100     EXIT.
