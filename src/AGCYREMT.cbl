000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AGCYREMT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/09/2026.
000600 DATE-COMPILED.  11/09/2026.
000700******************************************************************
000800*                                                                *
000900*    AGCYREMT - COLLECTION AGENCY REMITTANCE INTAKE              *
001000*    EACH AGENCY SENDS A MONTHLY REMITTANCE FILE (AGYREMIT, SEE  *
001100*    AGRMREC) LISTING WHAT IT COLLECTED ON OUR PLACEMENTS, AND   *
001200*    WIRES THE MONEY LESS ITS COMMISSION.  THE AGENCIES' FILES   *
001300*    ARE CONCATENATED UNDER THE ONE DD.  THIS PASS:              *
001400*      - PROVES EACH AGENCY'S HEADER/DETAIL/TRAILER GROUP - THE  *
001500*        AGENCY MUST BE ON AGCYPARM AND THE TRAILER COUNT AND    *
001600*        TOTAL MUST AGREE - AND REJECTS A GROUP THAT DOES NOT    *
001700*        PROVE AS A WHOLE,                                       *
001800*      - SORTS THE PROVEN COLLECTIONS INTO CUST-ID ORDER AND     *
001900*        MATCHES THEM TO THE PLACEMENT FILE (PLACFILE IN,        *
002000*        PLACFILO OUT).  A COLLECTION IS TAKEN ONLY FOR THE      *
002100*        AGENCY HOLDING THE PLACEMENT, WHILE IT IS PLACED OR     *
002200*        COLLECTED ON OR BEFORE THE RECALL/CLOSE DATE, AND ONLY  *
002300*        FROM A REMITTANCE NEWER THAN THE LAST ONE APPLIED, SO A *
002400*        RERUN CANNOT POST TWICE,                                *
002500*      - POSTS THE GROSS COLLECTION AS A PAYMENT THROUGH TXNPOST *
002550*        (AGCYTXN, CONCATENATED INTO TXNFILE, AS ACHORIG DOES),  *
002600*        STAMPED BATCH ID "*AGCYRMT" SO BNKRECON TIES IT TO THE  *
002650*        AGENCY'S NET WIRE RATHER THAN THE COUNTER LINE.         *
002700*        ON A CHARGED-OFF ACCOUNT THE POSTED PAYMENT IS PICKED   *
002800*        UP AS A RECOVERY BY CHGORPT AT MONTH-END,               *
002900*      - COMPUTES EACH AGENCY'S COMMISSION AT ITS AGCYPARM RATE  *
003000*        AND VOUCHERS IT (AGCYJV) THROUGH THE GLMAP ACCOUNT PAIR *
003100*        FOR CHANGE TYPE "A" - DEBIT COMMISSION EXPENSE, CREDIT  *
003200*        THE AGENCY SETTLEMENT ACCOUNT THE NET WIRE CLEARS.      *
003300*    THE REMITTANCE REGISTER (AGCYRRPT) LISTS EVERY COLLECTION   *
003400*    TAKEN OR REJECTED, AND GROSS, COMMISSION AND NET BY AGENCY. *
003500*                                                                *
003600******************************************************************
003700* MODIFICATION HISTORY
003800*   11/09/2026  RVH  ORIGINAL.
003820*   11/21/2026  RVH  PAYMENT REFERENCE CARRIES THE COLLECTION
003840*                    DATE AS A JULIAN YDDD IN PLACE OF ITS MMDD
003860*                    (3310-SET-REFERENCE-DAY); PAYMENTS STAMPED
003880*                    BATCH ID "*AGCYRMT" FOR BNKRECON.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AGENCY-PARM-FILE ASSIGN TO AGCYPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS AGENCY-PARM-STATUS.
004800     SELECT GL-MAP-FILE ASSIGN TO GLMAP
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS GL-MAP-FILE-STATUS.
005200     SELECT AGENCY-REMIT-FILE ASSIGN TO AGYREMIT
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS AGENCY-REMIT-STATUS.
005600     SELECT SORTED-REMIT-FILE ASSIGN TO AGCYWK01
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS SORTED-REMIT-STATUS.
006000     SELECT REMIT-SORT-FILE ASSIGN TO SRTWK01.
006100     SELECT PLACEMENT-FILE ASSIGN TO PLACFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS PLACEMENT-FILE-STATUS.
006500     SELECT PLACEMENT-OUT-FILE ASSIGN TO PLACFILO
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS PLACEMENT-OUT-STATUS.
006900     SELECT POSTING-TXN-FILE ASSIGN TO AGCYTXN
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS POSTING-TXN-FILE-STATUS.
007300     SELECT VOUCHER-FILE ASSIGN TO AGCYJV
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS VOUCHER-FILE-STATUS.
007700     SELECT REMITTANCE-REGISTER ASSIGN TO AGCYRRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS REMITTANCE-REGISTER-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  AGENCY-PARM-FILE
008400     LABEL RECORDS ARE STANDARD
008500     BLOCK CONTAINS 0 RECORDS
008600     RECORDING MODE F
008700     DATA RECORD IS AGENCY-PARM-RECORD.
008800     COPY AGYPREC.
008900
009000 FD  GL-MAP-FILE
009100     LABEL RECORDS ARE STANDARD
009200     BLOCK CONTAINS 0 RECORDS
009300     RECORDING MODE F
009400     DATA RECORD IS GL-MAP-RECORD.
009500     COPY GLMAPREC.
009600
009700 FD  AGENCY-REMIT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     BLOCK CONTAINS 0 RECORDS
010000     RECORDING MODE F
010100     DATA RECORD IS AGENCY-REMIT-RECORD.
010200     COPY AGRMREC.
010300
010400 FD  SORTED-REMIT-FILE
010500     LABEL RECORDS ARE STANDARD
010600     BLOCK CONTAINS 0 RECORDS
010700     RECORDING MODE F
010800     DATA RECORD IS SORTED-REMIT-RECORD.
010900 01  SORTED-REMIT-RECORD.
011000     05  SPR-CUST-ID          PIC X(10).
011100     05  SPR-COLLECTED-DATE   PIC 9(06).
011200     05  SPR-AGENCY-CODE      PIC X(03).
011300     05  SPR-REMIT-DATE       PIC 9(06).
011400     05  SPR-AMOUNT           PIC 9(7)V99.
011500     05  SPR-AGENCY-REFERENCE PIC X(10).
011600
011700 SD  REMIT-SORT-FILE
011800     DATA RECORD IS SORT-REMIT-RECORD.
011900 01  SORT-REMIT-RECORD.
012000     05  SRTRM-CUST-ID        PIC X(10).
012100     05  SRTRM-COLLECTED-DATE PIC 9(06).
012200     05  SRTRM-AGENCY-CODE    PIC X(03).
012300     05  SRTRM-REMIT-DATE     PIC 9(06).
012400     05  SRTRM-AMOUNT         PIC 9(7)V99.
012500     05  SRTRM-AGENCY-REFERENCE PIC X(10).
012600
012700 FD  PLACEMENT-FILE
012800     LABEL RECORDS ARE STANDARD
012900     BLOCK CONTAINS 0 RECORDS
013000     RECORDING MODE F
013100     DATA RECORD IS PLACEMENT-RECORD.
013200     COPY PLACREC.
013300
013400 FD  PLACEMENT-OUT-FILE
013500     LABEL RECORDS ARE STANDARD
013600     BLOCK CONTAINS 0 RECORDS
013700     RECORDING MODE F
013800     DATA RECORD IS PLACEMENT-OUT-RECORD.
013900 01  PLACEMENT-OUT-RECORD     PIC X(80).
014000
014100 FD  POSTING-TXN-FILE
014200     LABEL RECORDS ARE STANDARD
014300     BLOCK CONTAINS 0 RECORDS
014400     RECORDING MODE F
014500     DATA RECORD IS POSTING-TXN-RECORD.
014600     COPY PTXNREC.
014700
014800 FD  VOUCHER-FILE
014900     LABEL RECORDS ARE STANDARD
015000     BLOCK CONTAINS 0 RECORDS
015100     RECORDING MODE F
015200     DATA RECORD IS JOURNAL-VOUCHER-RECORD.
015300     COPY GLJVREC.
015400
015500 FD  REMITTANCE-REGISTER
015600     LABEL RECORDS ARE OMITTED
015700     RECORDING MODE F.
015800 01  REMITTANCE-REGISTER-LINE PIC X(132).
015900
016000 WORKING-STORAGE SECTION.
016100******************************************************************
016200*    FILE STATUS                                                 *
016300******************************************************************
016400 01  AGENCY-PARM-STATUS        PIC X(02).
016500     88  AGENCY-PARM-OK            VALUE "00".
016600 01  GL-MAP-FILE-STATUS        PIC X(02).
016700     88  GL-MAP-FILE-OK            VALUE "00".
016800 01  AGENCY-REMIT-STATUS       PIC X(02).
016900     88  AGENCY-REMIT-OK           VALUE "00".
017000 01  SORTED-REMIT-STATUS       PIC X(02).
017100     88  SORTED-REMIT-OK           VALUE "00".
017200 01  PLACEMENT-FILE-STATUS     PIC X(02).
017300     88  PLACEMENT-FILE-OK         VALUE "00".
017400 01  PLACEMENT-OUT-STATUS      PIC X(02).
017500     88  PLACEMENT-OUT-OK          VALUE "00".
017600 01  POSTING-TXN-FILE-STATUS   PIC X(02).
017700     88  POSTING-TXN-FILE-OK       VALUE "00".
017800 01  VOUCHER-FILE-STATUS       PIC X(02).
017900     88  VOUCHER-FILE-OK           VALUE "00".
018000 01  REMITTANCE-REGISTER-STATUS PIC X(02).
018100     88  REMITTANCE-REGISTER-OK    VALUE "00".
018200
018300******************************************************************
018400*    RUN CONTROL FIELDS                                          *
018500******************************************************************
018600 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
018700 01  WS-PARM-AT-END            PIC X(01) VALUE "N".
018800     88  PARM-FILE-AT-END          VALUE "Y".
018900 01  WS-MAP-AT-END             PIC X(01) VALUE "N".
019000     88  MAP-FILE-AT-END           VALUE "Y".
019100 01  WS-MAP-FOUND              PIC X(01) VALUE "N".
019200     88  MAP-ENTRY-FOUND           VALUE "Y".
019300 01  WS-COMM-DEBIT-ACCOUNT     PIC X(10) VALUE SPACES.
019400 01  WS-COMM-CREDIT-ACCOUNT    PIC X(10) VALUE SPACES.
019500 01  WS-REMIT-AT-END           PIC X(01) VALUE "N".
019600     88  REMIT-FILE-AT-END         VALUE "Y".
019700 01  WS-SORTED-AT-END          PIC X(01) VALUE "N".
019800     88  SORTED-FILE-AT-END        VALUE "Y".
019900 01  WS-PLACEMENT-AT-END       PIC X(01) VALUE "N".
020000     88  PLACEMENT-FILE-AT-END     VALUE "Y".
020100 01  WS-GROUP-OPEN             PIC X(01) VALUE "N".
020200     88  GROUP-IS-OPEN             VALUE "Y".
020300 01  WS-GROUP-REASON           PIC X(30) VALUE SPACES.
020400 01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
020500 01  WS-PRIOR-REMIT-DATE       PIC 9(06) VALUE 0.
020600 01  WS-COMMISSION             PIC 9(7)V99 VALUE 0.
020700 01  WS-NET-AMOUNT             PIC S9(11)V99 VALUE 0.
020800 01  WS-VOUCHER-AMOUNT         PIC 9(9)V99 VALUE 0.
020900 01  WS-VOUCHER-LINES          PIC 9(05) VALUE 0.
021000 01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE 0.
021100 01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE 0.
021200 01  WS-COLLECTED-DATE         PIC 9(06) VALUE 0.
021300 01  WS-COLLECTED-DATE-FIELDS REDEFINES WS-COLLECTED-DATE.
021400     05  WS-COLLECTED-YY       PIC 9(02).
021466     05  WS-COLLECTED-MM       PIC 9(02).
021533     05  WS-COLLECTED-DD       PIC 9(02).
021600 01  WS-TXN-REFERENCE.
021700     05  WS-TXN-REF-FLAG       PIC X(01) VALUE "A".
021800     05  WS-TXN-REF-AGENCY     PIC X(03) VALUE SPACES.
021825     05  WS-TXN-REF-YEAR       PIC 9(01) VALUE 0.
021850     05  WS-TXN-REF-DDD        PIC 9(03) VALUE 0.
021875
021900******************************************************************
021925*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
021950******************************************************************
021975     COPY CALWREC.
022000
022100******************************************************************
022200*    AGENCY TABLE - FROM AGCYPARM, WITH THE RUN'S TOTALS.        *
022300*    INACTIVE AGENCIES STILL REMIT ON THEIR OPEN PLACEMENTS.     *
022400******************************************************************
022500 01  WS-AGY-TABLE-SIZE         PIC 9(3) BINARY VALUE 20.
022600 01  WS-AGY-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
022700 01  WS-AGY-ENTRIES.
022800     05  WS-AGY-ENTRY          OCCURS 20 TIMES.
022900         10  WS-AGY-CODE           PIC X(03).
023000         10  WS-AGY-NAME           PIC X(30).
023100         10  WS-AGY-COMMISSION-PCT PIC 9(02)V99.
023200         10  WS-AGY-TAKEN          PIC 9(07).
023300         10  WS-AGY-GROSS          PIC 9(11)V99.
023400         10  WS-AGY-COMMISSION     PIC 9(11)V99.
023500         10  WS-AGY-REJECTED       PIC 9(07).
023600 01  WS-AGY-IDX                PIC 9(3) BINARY VALUE 0.
023700 01  WS-AGY-FOUND-IDX          PIC 9(3) BINARY VALUE 0.
023800 01  WS-AGY-WORK-CODE          PIC X(03) VALUE SPACES.
023900
024000******************************************************************
024100*    REMITTANCE GROUP TABLE - ONE ENTRY PER HEADER, IN FILE      *
024200*    ORDER.  THE PROVING PASS FILLS IT; THE SORT'S RELEASE PASS  *
024300*    COUNTS HEADERS THE SAME WAY AND RELEASES ONLY THE DETAIL OF *
024400*    PROVEN GROUPS.                                              *
024500******************************************************************
024600 01  WS-GRP-TABLE-SIZE         PIC 9(3) BINARY VALUE 50.
024700 01  WS-GRP-COUNT              PIC 9(3) BINARY VALUE 0.
024800 01  WS-GRP-ENTRIES.
024900     05  WS-GRP-ENTRY          OCCURS 50 TIMES.
025000         10  WS-GRP-AGENCY         PIC X(03).
025100         10  WS-GRP-REMIT-DATE     PIC 9(06).
025200         10  WS-GRP-DETAILS        PIC 9(07).
025300         10  WS-GRP-AMOUNT         PIC 9(9)V99.
025400         10  WS-GRP-STATUS         PIC X(01).
025500             88  GROUP-ACCEPTED        VALUE "A".
025600             88  GROUP-REJECTED        VALUE "R".
025700 01  WS-GRP-IDX                PIC 9(3) BINARY VALUE 0.
025800 01  WS-HEADERS-SEEN           PIC 9(5) BINARY VALUE 0.
025900
026000******************************************************************
026100*    RUN TOTALS                                                  *
026200******************************************************************
026300 01  WS-GROUPS-REJECTED        PIC 9(07) BINARY VALUE 0.
026400 01  WS-STRAY-RECORDS          PIC 9(07) BINARY VALUE 0.
026500 01  WS-DETAILS-RELEASED       PIC 9(07) BINARY VALUE 0.
026600 01  WS-DETAILS-TAKEN          PIC 9(07) BINARY VALUE 0.
026700 01  WS-DETAILS-REJECTED       PIC 9(07) BINARY VALUE 0.
026800 01  WS-TOTAL-GROSS            PIC 9(11)V99 VALUE 0.
026900 01  WS-TOTAL-COMMISSION       PIC 9(11)V99 VALUE 0.
027000 01  WS-TOTAL-REJECTED         PIC 9(11)V99 VALUE 0.
027100 01  WS-PLACEMENTS-CARRIED     PIC 9(07) BINARY VALUE 0.
027200
027300******************************************************************
027400*    REMITTANCE REGISTER LINE LAYOUTS                            *
027500******************************************************************
027600 01  AR-HEADING-LINE-1.
027700     05  FILLER                PIC X(01) VALUE SPACE.
027800     05  FILLER                PIC X(54) VALUE
027900         "AGCYREMT - COLLECTION AGENCY REMITTANCE REGISTER".
028000     05  FILLER                PIC X(10) VALUE "RUN DATE ".
028100     05  AR-HDG1-RUN-DATE      PIC 9(06).
028200
028300 01  AR-SECTION-LINE.
028400     05  FILLER                PIC X(01) VALUE SPACE.
028500     05  AR-SECTION-TEXT       PIC X(80).
028600
028700 01  AR-GROUP-LINE.
028800     05  FILLER                PIC X(01) VALUE SPACE.
028900     05  FILLER                PIC X(07) VALUE "AGENCY ".
029000     05  AR-GRP-AGENCY         PIC X(03).
029100     05  FILLER                PIC X(08) VALUE "  REMIT ".
029200     05  AR-GRP-REMIT-DATE     PIC 9(06).
029300     05  FILLER                PIC X(02) VALUE SPACES.
029400     05  AR-GRP-DETAILS        PIC Z,ZZZ,ZZ9.
029500     05  FILLER                PIC X(02) VALUE SPACES.
029600     05  AR-GRP-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
029700     05  FILLER                PIC X(02) VALUE SPACES.
029800     05  AR-GRP-REASON         PIC X(30).
029900
030000 01  AR-DETAIL-HEADING.
030100     05  FILLER                PIC X(01) VALUE SPACE.
030200     05  FILLER                PIC X(12) VALUE "CUST-ID".
030300     05  FILLER                PIC X(05) VALUE "AGY".
030400     05  FILLER                PIC X(08) VALUE "COLLECT".
030500     05  FILLER                PIC X(08) VALUE "REMIT".
030600     05  FILLER                PIC X(14) VALUE "       GROSS".
030700     05  FILLER                PIC X(14) VALUE "  COMMISSION".
030800     05  FILLER                PIC X(12) VALUE "AGENCY REF".
030900     05  FILLER                PIC X(30) VALUE "DISPOSITION".
031000
031100 01  AR-DETAIL-LINE.
031200     05  FILLER                PIC X(01) VALUE SPACE.
031300     05  AR-DTL-CUST-ID        PIC X(10).
031400     05  FILLER                PIC X(02) VALUE SPACES.
031500     05  AR-DTL-AGENCY         PIC X(03).
031600     05  FILLER                PIC X(02) VALUE SPACES.
031700     05  AR-DTL-COLLECTED      PIC 9(06).
031800     05  FILLER                PIC X(02) VALUE SPACES.
031900     05  AR-DTL-REMIT-DATE     PIC 9(06).
032000     05  FILLER                PIC X(02) VALUE SPACES.
032100     05  AR-DTL-GROSS          PIC Z,ZZZ,ZZ9.99.
032200     05  FILLER                PIC X(02) VALUE SPACES.
032300     05  AR-DTL-COMMISSION     PIC Z,ZZZ,ZZ9.99.
032400     05  FILLER                PIC X(02) VALUE SPACES.
032500     05  AR-DTL-REFERENCE      PIC X(10).
032600     05  FILLER                PIC X(02) VALUE SPACES.
032700     05  AR-DTL-DISPOSITION    PIC X(30).
032800
032900 01  AR-AGENCY-HEADING.
033000     05  FILLER                PIC X(01) VALUE SPACE.
033100     05  FILLER                PIC X(05) VALUE "AGY".
033200     05  FILLER                PIC X(31) VALUE "AGENCY NAME".
033300     05  FILLER                PIC X(07) VALUE "  PCT".
033400     05  FILLER                PIC X(10) VALUE "     TAKEN".
033500     05  FILLER                PIC X(18) VALUE
033600         "            GROSS".
033700     05  FILLER                PIC X(18) VALUE
033800         "       COMMISSION".
033900     05  FILLER                PIC X(18) VALUE
034000         "              NET".
034100     05  FILLER                PIC X(10) VALUE "  REJECTED".
034200
034300 01  AR-AGENCY-LINE.
034400     05  FILLER                PIC X(01) VALUE SPACE.
034500     05  AR-AGY-CODE           PIC X(03).
034600     05  FILLER                PIC X(02) VALUE SPACES.
034700     05  AR-AGY-NAME           PIC X(30).
034800     05  FILLER                PIC X(01) VALUE SPACE.
034900     05  AR-AGY-PCT            PIC Z9.99.
035000     05  FILLER                PIC X(01) VALUE SPACE.
035100     05  AR-AGY-TAKEN          PIC Z,ZZZ,ZZ9.
035200     05  FILLER                PIC X(01) VALUE SPACE.
035300     05  AR-AGY-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035400     05  FILLER                PIC X(01) VALUE SPACE.
035500     05  AR-AGY-COMMISSION     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035600     05  FILLER                PIC X(01) VALUE SPACE.
035700     05  AR-AGY-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
035800     05  FILLER                PIC X(01) VALUE SPACE.
035900     05  AR-AGY-REJECTED       PIC Z,ZZZ,ZZ9.
036000
036100 01  AR-FOOTER-LINE.
036200     05  FILLER                PIC X(01) VALUE SPACE.
036300     05  AR-FTR-LABEL          PIC X(40).
036400     05  AR-FTR-COUNT          PIC Z,ZZZ,ZZ9.
036500     05  FILLER                PIC X(02) VALUE SPACES.
036600     05  AR-FTR-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
036700
036800 PROCEDURE DIVISION.
036900******************************************************************
037000*    0000-MAINLINE                                               *
037100******************************************************************
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037400     PERFORM 1400-PROVE-REMITTANCES THRU 1400-EXIT
037500     PERFORM 1500-SORT-THE-COLLECTIONS THRU 1500-EXIT
037600     PERFORM 2000-MATCH-PLACEMENTS THRU 2000-EXIT
037700     PERFORM 6000-WRITE-VOUCHERS THRU 6000-EXIT
037800     PERFORM 7000-WRITE-AGENCY-SUMMARY THRU 7000-EXIT
037900     PERFORM 8000-WRITE-VOUCHER-TRAILER THRU 8000-EXIT
038000     PERFORM 9000-TERMINATE THRU 9000-EXIT
038100     STOP RUN.
038200
038300******************************************************************
038400*    1000-INITIALIZE                                             *
038500*    AGENCY RATES, THE COMMISSION ACCOUNT PAIR AND THE PLACEMENT *
038600*    FILE ARE ALL REQUIRED (RC 16) - NOTHING CAN BE TAKEN        *
038700*    WITHOUT THEM.  NO REMITTANCE FILE MEANS NOTHING ARRIVED     *
038800*    (RC 8).                                                     *
038900******************************************************************
039000 1000-INITIALIZE.
039100     ACCEPT WS-RUN-DATE FROM DATE
039200     OPEN INPUT AGENCY-PARM-FILE
039300     IF NOT AGENCY-PARM-OK
039400         DISPLAY "AGCYREMT - AGENCY PARAMETER FILE NOT FOUND - "
039500             "STATUS " AGENCY-PARM-STATUS " - RUN STOPPED"
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN
039800     END-IF
039900     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
040000     PERFORM 1200-STORE-ONE-PARM THRU 1200-EXIT
040100         UNTIL PARM-FILE-AT-END
040200     CLOSE AGENCY-PARM-FILE
040300     IF WS-AGY-ENTRY-COUNT = 0
040400         DISPLAY "AGCYREMT - NO AGENCIES ON AGCYPARM - "
040500             "RUN STOPPED"
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF
040900     PERFORM 1300-FIND-COMMISSION-MAP THRU 1300-EXIT
041000     IF NOT MAP-ENTRY-FOUND
041100         DISPLAY "AGCYREMT - NO GLMAP ENTRY FOR CHANGE TYPE A "
041200             "- RUN STOPPED"
041300         MOVE 16 TO RETURN-CODE
041400         STOP RUN
041500     END-IF
041600     OPEN INPUT PLACEMENT-FILE
041700     IF NOT PLACEMENT-FILE-OK
041800         DISPLAY "AGCYREMT - ERROR OPENING PLACEMENT FILE - "
041900             "STATUS " PLACEMENT-FILE-STATUS " - RUN STOPPED"
042000         MOVE 16 TO RETURN-CODE
042100         STOP RUN
042200     END-IF
042300     CLOSE PLACEMENT-FILE
042400     OPEN INPUT AGENCY-REMIT-FILE
042500     IF NOT AGENCY-REMIT-OK
042600         DISPLAY "AGCYREMT - NO AGENCY REMITTANCE FILE - "
042700             "STATUS " AGENCY-REMIT-STATUS
042800         MOVE 8 TO RETURN-CODE
042900         STOP RUN
043000     END-IF
043100     CLOSE AGENCY-REMIT-FILE
043200     OPEN OUTPUT REMITTANCE-REGISTER
043300     IF NOT REMITTANCE-REGISTER-OK
043400         DISPLAY "AGCYREMT - ERROR OPENING REMITTANCE REGISTER - "
043500             "STATUS " REMITTANCE-REGISTER-STATUS
043600         MOVE 24 TO RETURN-CODE
043700         STOP RUN
043800     END-IF
043900     OPEN OUTPUT PLACEMENT-OUT-FILE
044000     OPEN OUTPUT POSTING-TXN-FILE
044100     OPEN OUTPUT VOUCHER-FILE
044200     IF NOT PLACEMENT-OUT-OK OR NOT POSTING-TXN-FILE-OK OR
044300             NOT VOUCHER-FILE-OK
044400         DISPLAY "AGCYREMT - ERROR OPENING OUTPUT FILES - "
044500             "STATUS " PLACEMENT-OUT-STATUS " "
044600             POSTING-TXN-FILE-STATUS " " VOUCHER-FILE-STATUS
044700         MOVE 24 TO RETURN-CODE
044800         STOP RUN
044900     END-IF
045000     MOVE WS-RUN-DATE TO AR-HDG1-RUN-DATE
045100     WRITE REMITTANCE-REGISTER-LINE FROM AR-HEADING-LINE-1
045200     MOVE SPACES TO REMITTANCE-REGISTER-LINE
045300     WRITE REMITTANCE-REGISTER-LINE AFTER ADVANCING 1 LINE
045400     MOVE "REMITTANCE GROUPS REJECTED WHOLE" TO AR-SECTION-TEXT
045500     WRITE REMITTANCE-REGISTER-LINE FROM AR-SECTION-LINE.
045600 1000-EXIT.
045700     EXIT.
045800
045900 1100-READ-NEXT-PARM.
046000     READ AGENCY-PARM-FILE
046100         AT END
046200             MOVE "Y" TO WS-PARM-AT-END
046300     END-READ.
046400 1100-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    1200-STORE-ONE-PARM                                         *
046900*    ONLY THE AGENCY RECORDS MATTER HERE.  A RATE THAT IS NOT    *
047000*    NUMERIC IS TAKEN AS ZERO AND SAID SO - THE COLLECTIONS      *
047100*    STILL POST, THE COMMISSION IS LEFT FOR A MANUAL VOUCHER.    *
047200******************************************************************
047300 1200-STORE-ONE-PARM.
047400     IF NOT AGYP-AGENCY
047500         GO TO 1200-NEXT
047600     END-IF
047700     IF WS-AGY-ENTRY-COUNT NOT < WS-AGY-TABLE-SIZE
047800         DISPLAY "AGCYREMT - AGENCY TABLE FULL - "
047900             AGYP-AGENCY-CODE " NOT LOADED"
048000         GO TO 1200-NEXT
048100     END-IF
048200     ADD 1 TO WS-AGY-ENTRY-COUNT
048300     INITIALIZE WS-AGY-ENTRY(WS-AGY-ENTRY-COUNT)
048400     MOVE AGYP-AGENCY-CODE TO WS-AGY-CODE(WS-AGY-ENTRY-COUNT)
048500     MOVE AGYP-AGENCY-NAME TO WS-AGY-NAME(WS-AGY-ENTRY-COUNT)
048600     IF AGYP-COMMISSION-PCT NUMERIC
048700         MOVE AGYP-COMMISSION-PCT TO
048800             WS-AGY-COMMISSION-PCT(WS-AGY-ENTRY-COUNT)
048900     ELSE
049000         DISPLAY "AGCYREMT - AGENCY " AGYP-AGENCY-CODE
049100             " COMMISSION RATE NOT NUMERIC - TAKEN AS ZERO"
049200         MOVE 4 TO RETURN-CODE
049300     END-IF.
049400 1200-NEXT.
049500     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT.
049600 1200-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    1300-FIND-COMMISSION-MAP                                    *
050100******************************************************************
050200 1300-FIND-COMMISSION-MAP.
050300     MOVE "N" TO WS-MAP-FOUND
050400     OPEN INPUT GL-MAP-FILE
050500     IF NOT GL-MAP-FILE-OK
050600         DISPLAY "AGCYREMT - ACCOUNT MAP FILE NOT FOUND - "
050700             "STATUS " GL-MAP-FILE-STATUS
050800         GO TO 1300-EXIT
050900     END-IF
051000     PERFORM 1310-CHECK-ONE-MAP THRU 1310-EXIT
051100         UNTIL MAP-ENTRY-FOUND OR MAP-FILE-AT-END
051200     CLOSE GL-MAP-FILE.
051300 1300-EXIT.
051400     EXIT.
051500
051600 1310-CHECK-ONE-MAP.
051700     READ GL-MAP-FILE INTO GL-MAP-RECORD
051800         AT END
051900             MOVE "Y" TO WS-MAP-AT-END
052000     END-READ
052100     IF NOT MAP-FILE-AT-END
052200         IF GLM-CHANGE-TYPE = "A"
052300             MOVE "Y" TO WS-MAP-FOUND
052400             MOVE GLM-DEBIT-ACCOUNT TO WS-COMM-DEBIT-ACCOUNT
052500             MOVE GLM-CREDIT-ACCOUNT TO WS-COMM-CREDIT-ACCOUNT
052600         END-IF
052700     END-IF.
052800 1310-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    1400-PROVE-REMITTANCES                                      *
053300*    FIRST PASS OVER THE REMITTANCE FILE.  EACH HEADER OPENS A   *
053400*    GROUP, THE TRAILER CLOSES IT; A GROUP THAT DOES NOT PROVE   *
053500*    IS REJECTED WHOLE (RC 8) - PART OF AN AGENCY'S FILE IS      *
053600*    NEVER TAKEN, SINCE THE WIRE COVERS ALL OF IT.               *
053700******************************************************************
053800 1400-PROVE-REMITTANCES.
053900     OPEN INPUT AGENCY-REMIT-FILE
054000     MOVE "N" TO WS-REMIT-AT-END
054100     PERFORM 1410-READ-NEXT-REMIT THRU 1410-EXIT
054200     PERFORM 1420-PROVE-ONE-RECORD THRU 1420-EXIT
054300         UNTIL REMIT-FILE-AT-END
054400     IF GROUP-IS-OPEN
054500         MOVE "NO TRAILER RECORD" TO WS-GROUP-REASON
054600         PERFORM 1440-REJECT-GROUP THRU 1440-EXIT
054700     END-IF
054800     CLOSE AGENCY-REMIT-FILE.
054900 1400-EXIT.
055000     EXIT.
055100
055200 1410-READ-NEXT-REMIT.
055300     READ AGENCY-REMIT-FILE
055400         AT END
055500             MOVE "Y" TO WS-REMIT-AT-END
055600     END-READ.
055700 1410-EXIT.
055800     EXIT.
055900
056000 1420-PROVE-ONE-RECORD.
056100     EVALUATE TRUE
056200         WHEN AGRM-HEADER
056300             PERFORM 1430-OPEN-GROUP THRU 1430-EXIT
056400         WHEN AGRM-DETAIL
056500             IF GROUP-IS-OPEN
056600                 ADD 1 TO WS-GRP-DETAILS(WS-GRP-IDX)
056700                 IF AGRM-COLLECTED-AMOUNT NUMERIC AND
056800                         AGRM-COLLECTED-DATE NUMERIC AND
056900                         AGRM-COLLECTED-AMOUNT > 0
057000                     ADD AGRM-COLLECTED-AMOUNT TO
057100                         WS-GRP-AMOUNT(WS-GRP-IDX)
057200                 ELSE
057300                     MOVE "R" TO WS-GRP-STATUS(WS-GRP-IDX)
057400                     MOVE "INVALID AMOUNT OR DATE" TO
057500                         WS-GROUP-REASON
057600                 END-IF
057700             ELSE
057800                 ADD 1 TO WS-STRAY-RECORDS
057900             END-IF
058000         WHEN AGRM-TRAILER
058100             IF GROUP-IS-OPEN
058200                 PERFORM 1450-CLOSE-GROUP THRU 1450-EXIT
058300             ELSE
058400                 ADD 1 TO WS-STRAY-RECORDS
058500             END-IF
058600         WHEN OTHER
058700             ADD 1 TO WS-STRAY-RECORDS
058800     END-EVALUATE
058900     PERFORM 1410-READ-NEXT-REMIT THRU 1410-EXIT.
059000 1420-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*    1430-OPEN-GROUP                                             *
059500*    A HEADER WHILE A GROUP IS STILL OPEN MEANS THE EARLIER      *
059600*    GROUP LOST ITS TRAILER.  GROUPS PAST THE TABLE ARE COUNTED  *
059700*    BUT NOT TAKEN.                                              *
059800******************************************************************
059900 1430-OPEN-GROUP.
060000     IF GROUP-IS-OPEN
060100         MOVE "NO TRAILER RECORD" TO WS-GROUP-REASON
060200         PERFORM 1440-REJECT-GROUP THRU 1440-EXIT
060300     END-IF
060400     ADD 1 TO WS-HEADERS-SEEN
060500     IF WS-GRP-COUNT NOT < WS-GRP-TABLE-SIZE
060600         DISPLAY "AGCYREMT - REMITTANCE GROUP TABLE FULL - "
060700             "AGENCY " AGRM-HDR-AGENCY-CODE " NOT TAKEN"
060800         ADD 1 TO WS-GROUPS-REJECTED
060900         MOVE 8 TO RETURN-CODE
061000         GO TO 1430-EXIT
061100     END-IF
061200     ADD 1 TO WS-GRP-COUNT
061300     MOVE WS-GRP-COUNT TO WS-GRP-IDX
061400     MOVE AGRM-HDR-AGENCY-CODE TO WS-GRP-AGENCY(WS-GRP-IDX)
061500     MOVE 0 TO WS-GRP-REMIT-DATE(WS-GRP-IDX)
061600     MOVE 0 TO WS-GRP-DETAILS(WS-GRP-IDX)
061700     MOVE 0 TO WS-GRP-AMOUNT(WS-GRP-IDX)
061800     MOVE "A" TO WS-GRP-STATUS(WS-GRP-IDX)
061900     MOVE SPACES TO WS-GROUP-REASON
062000     MOVE "Y" TO WS-GROUP-OPEN
062100     MOVE AGRM-HDR-AGENCY-CODE TO WS-AGY-WORK-CODE
062200     PERFORM 3500-FIND-AGENCY THRU 3500-EXIT
062300     IF WS-AGY-FOUND-IDX = 0
062400         MOVE "R" TO WS-GRP-STATUS(WS-GRP-IDX)
062500         MOVE "AGENCY NOT ON AGCYPARM" TO WS-GROUP-REASON
062600     END-IF
062700     IF AGRM-HDR-REMIT-DATE NOT NUMERIC OR
062800             AGRM-HDR-REMIT-DATE = 0
062900         MOVE "R" TO WS-GRP-STATUS(WS-GRP-IDX)
063000         MOVE "INVALID REMITTANCE DATE" TO WS-GROUP-REASON
063100     ELSE
063200         MOVE AGRM-HDR-REMIT-DATE TO
063300             WS-GRP-REMIT-DATE(WS-GRP-IDX)
063400     END-IF.
063500 1430-EXIT.
063600     EXIT.
063700
063800 1440-REJECT-GROUP.
063900     MOVE "R" TO WS-GRP-STATUS(WS-GRP-IDX)
064000     MOVE "N" TO WS-GROUP-OPEN
064100     ADD 1 TO WS-GROUPS-REJECTED
064200     MOVE 8 TO RETURN-CODE
064300     MOVE WS-GRP-AGENCY(WS-GRP-IDX) TO AR-GRP-AGENCY
064400     MOVE WS-GRP-REMIT-DATE(WS-GRP-IDX) TO AR-GRP-REMIT-DATE
064500     MOVE WS-GRP-DETAILS(WS-GRP-IDX) TO AR-GRP-DETAILS
064600     MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO AR-GRP-AMOUNT
064700     MOVE WS-GROUP-REASON TO AR-GRP-REASON
064800     WRITE REMITTANCE-REGISTER-LINE FROM AR-GROUP-LINE
064900     DISPLAY "AGCYREMT - REMITTANCE FROM AGENCY "
065000         WS-GRP-AGENCY(WS-GRP-IDX) " REJECTED - "
065100         WS-GROUP-REASON.
065200 1440-EXIT.
065300     EXIT.
065400
065500 1450-CLOSE-GROUP.
065600     IF GROUP-REJECTED(WS-GRP-IDX)
065700         PERFORM 1440-REJECT-GROUP THRU 1440-EXIT
065800         GO TO 1450-EXIT
065900     END-IF
066000     IF AGRM-TRL-RECORD-COUNT NOT NUMERIC OR
066100             AGRM-TRL-AMOUNT-TOTAL NOT NUMERIC
066200         MOVE "TRAILER NOT NUMERIC" TO WS-GROUP-REASON
066300         PERFORM 1440-REJECT-GROUP THRU 1440-EXIT
066400         GO TO 1450-EXIT
066500     END-IF
066600     IF AGRM-TRL-RECORD-COUNT NOT = WS-GRP-DETAILS(WS-GRP-IDX)
066700         MOVE "TRAILER COUNT DISAGREES" TO WS-GROUP-REASON
066800         PERFORM 1440-REJECT-GROUP THRU 1440-EXIT
066900         GO TO 1450-EXIT
067000     END-IF
067100     IF AGRM-TRL-AMOUNT-TOTAL NOT = WS-GRP-AMOUNT(WS-GRP-IDX)
067200         MOVE "TRAILER TOTAL DISAGREES" TO WS-GROUP-REASON
067300         PERFORM 1440-REJECT-GROUP THRU 1440-EXIT
067400         GO TO 1450-EXIT
067500     END-IF
067600     MOVE "N" TO WS-GROUP-OPEN.
067700 1450-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100*    1500-SORT-THE-COLLECTIONS                                   *
068200*    ONLY THE DETAIL OF PROVEN GROUPS IS RELEASED, IN CUST-ID    *
068300*    AND COLLECTION-DATE ORDER FOR THE PLACEMENT MATCH.          *
068400******************************************************************
068500 1500-SORT-THE-COLLECTIONS.
068600     SORT REMIT-SORT-FILE
068700         ON ASCENDING KEY SRTRM-CUST-ID SRTRM-COLLECTED-DATE
068800         INPUT PROCEDURE IS 1600-RELEASE-COLLECTIONS
068900         GIVING SORTED-REMIT-FILE.
069000 1500-EXIT.
069100     EXIT.
069200
069300 1600-RELEASE-COLLECTIONS.
069400     OPEN INPUT AGENCY-REMIT-FILE
069500     MOVE "N" TO WS-REMIT-AT-END
069600     MOVE 0 TO WS-HEADERS-SEEN
069700     MOVE 0 TO WS-GRP-IDX
069800     PERFORM 1410-READ-NEXT-REMIT THRU 1410-EXIT
069900     PERFORM 1620-RELEASE-ONE-COLLECTION THRU 1620-EXIT
070000         UNTIL REMIT-FILE-AT-END
070100     CLOSE AGENCY-REMIT-FILE.
070200 1600-EXIT.
070300     EXIT.
070400
070500 1620-RELEASE-ONE-COLLECTION.
070600     IF AGRM-HEADER
070700         ADD 1 TO WS-HEADERS-SEEN
070800         MOVE 0 TO WS-GRP-IDX
070900         IF WS-HEADERS-SEEN NOT > WS-GRP-COUNT
071000             MOVE WS-HEADERS-SEEN TO WS-GRP-IDX
071100         END-IF
071200         GO TO 1620-NEXT
071300     END-IF
071400     IF NOT AGRM-DETAIL OR WS-GRP-IDX = 0
071500         GO TO 1620-NEXT
071600     END-IF
071700     IF NOT GROUP-ACCEPTED(WS-GRP-IDX)
071800         GO TO 1620-NEXT
071900     END-IF
072000     MOVE AGRM-CUST-ID TO SRTRM-CUST-ID
072100     MOVE AGRM-COLLECTED-DATE TO SRTRM-COLLECTED-DATE
072200     MOVE WS-GRP-AGENCY(WS-GRP-IDX) TO SRTRM-AGENCY-CODE
072300     MOVE WS-GRP-REMIT-DATE(WS-GRP-IDX) TO SRTRM-REMIT-DATE
072400     MOVE AGRM-COLLECTED-AMOUNT TO SRTRM-AMOUNT
072500     MOVE AGRM-AGENCY-REFERENCE TO SRTRM-AGENCY-REFERENCE
072600     RELEASE SORT-REMIT-RECORD
072700     ADD 1 TO WS-DETAILS-RELEASED.
072800 1620-NEXT.
072900     PERFORM 1410-READ-NEXT-REMIT THRU 1410-EXIT.
073000 1620-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400*    2000-MATCH-PLACEMENTS                                       *
073500*    THE PLACEMENT FILE DRIVES AND IS CARRIED FORWARD WHOLE; THE *
073600*    SORTED COLLECTIONS WALK FORWARD IN STEP.  A COLLECTION WITH *
073700*    NO PLACEMENT IS REJECTED.                                   *
073800******************************************************************
073900 2000-MATCH-PLACEMENTS.
074000     MOVE SPACES TO REMITTANCE-REGISTER-LINE
074100     WRITE REMITTANCE-REGISTER-LINE AFTER ADVANCING 1 LINE
074200     MOVE "COLLECTIONS TAKEN AND REJECTED" TO AR-SECTION-TEXT
074300     WRITE REMITTANCE-REGISTER-LINE FROM AR-SECTION-LINE
074400     WRITE REMITTANCE-REGISTER-LINE FROM AR-DETAIL-HEADING
074500     OPEN INPUT SORTED-REMIT-FILE
074600     IF NOT SORTED-REMIT-OK
074700         MOVE "Y" TO WS-SORTED-AT-END
074800     ELSE
074900         PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT
075000     END-IF
075100     OPEN INPUT PLACEMENT-FILE
075200     PERFORM 2100-READ-NEXT-PLACEMENT THRU 2100-EXIT
075300     PERFORM 3000-SETTLE-ONE-PLACEMENT THRU 3000-EXIT
075400         UNTIL PLACEMENT-FILE-AT-END
075500     MOVE "NO PLACEMENT ON FILE" TO WS-REJECT-REASON
075600     PERFORM 3150-REJECT-ONE-COLLECTION THRU 3150-EXIT
075700         UNTIL SORTED-FILE-AT-END
075800     CLOSE PLACEMENT-FILE
075900     IF SORTED-REMIT-OK
076000         CLOSE SORTED-REMIT-FILE
076100     END-IF.
076200 2000-EXIT.
076300     EXIT.
076400
076500 2100-READ-NEXT-PLACEMENT.
076600     READ PLACEMENT-FILE
076700         AT END
076800             MOVE "Y" TO WS-PLACEMENT-AT-END
076900     END-READ.
077000 2100-EXIT.
077100     EXIT.
077200
077300 2110-READ-NEXT-SORTED.
077400     READ SORTED-REMIT-FILE
077500         AT END
077600             MOVE "Y" TO WS-SORTED-AT-END
077700     END-READ.
077800 2110-EXIT.
077900     EXIT.
078000
078100******************************************************************
078200*    3000-SETTLE-ONE-PLACEMENT                                   *
078300*    THE LAST REMITTANCE DATE IS HELD AS IT WAS ON ENTRY, SO     *
078400*    SEVERAL COLLECTIONS IN ONE REMITTANCE ALL COMPARE AGAINST   *
078500*    THE EARLIER REMITTANCE, NOT AGAINST EACH OTHER.             *
078600******************************************************************
078700 3000-SETTLE-ONE-PLACEMENT.
078800     MOVE "NO PLACEMENT ON FILE" TO WS-REJECT-REASON
078900     PERFORM 3150-REJECT-ONE-COLLECTION THRU 3150-EXIT
079000         UNTIL SORTED-FILE-AT-END OR
079100             SPR-CUST-ID NOT < PLAC-CUST-ID
079200     MOVE 0 TO WS-PRIOR-REMIT-DATE
079300     IF PLAC-LAST-REMIT-DATE NUMERIC
079400         MOVE PLAC-LAST-REMIT-DATE TO WS-PRIOR-REMIT-DATE
079500     END-IF
079600     PERFORM 3200-APPLY-ONE-COLLECTION THRU 3200-EXIT
079700         UNTIL SORTED-FILE-AT-END OR
079800             SPR-CUST-ID NOT = PLAC-CUST-ID
079900     MOVE PLACEMENT-RECORD TO PLACEMENT-OUT-RECORD
080000     WRITE PLACEMENT-OUT-RECORD
080100     ADD 1 TO WS-PLACEMENTS-CARRIED
080200     PERFORM 2100-READ-NEXT-PLACEMENT THRU 2100-EXIT.
080300 3000-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700*    3150-REJECT-ONE-COLLECTION                                  *
080800*    THE AGENCY'S WIRE STILL INCLUDES IT - THE REJECT IS LISTED  *
080900*    FOR COLLECTIONS TO SETTLE WITH THE AGENCY (RC 4).           *
081000******************************************************************
081100 3150-REJECT-ONE-COLLECTION.
081200     ADD 1 TO WS-DETAILS-REJECTED
081300     ADD SPR-AMOUNT TO WS-TOTAL-REJECTED
081400     MOVE SPR-AGENCY-CODE TO WS-AGY-WORK-CODE
081500     PERFORM 3500-FIND-AGENCY THRU 3500-EXIT
081600     IF WS-AGY-FOUND-IDX > 0
081700         ADD 1 TO WS-AGY-REJECTED(WS-AGY-FOUND-IDX)
081800     END-IF
081900     MOVE 0 TO WS-COMMISSION
082000     MOVE WS-REJECT-REASON TO AR-DTL-DISPOSITION
082100     PERFORM 3400-WRITE-DETAIL-LINE THRU 3400-EXIT
082200     IF RETURN-CODE < 4
082300         MOVE 4 TO RETURN-CODE
082400     END-IF
082500     PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT.
082600 3150-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000*    3200-APPLY-ONE-COLLECTION                                   *
083100******************************************************************
083200 3200-APPLY-ONE-COLLECTION.
083300     IF SPR-AGENCY-CODE NOT = PLAC-AGENCY-CODE
083400         MOVE "PLACED WITH ANOTHER AGENCY" TO WS-REJECT-REASON
083500         GO TO 3200-REJECT
083600     END-IF
083700     IF NOT PLAC-IS-PLACED
083800         IF (PLAC-IS-RECALLED OR PLAC-IS-CLOSED) AND
083900                 SPR-COLLECTED-DATE NOT > PLAC-STATUS-DATE
084000             CONTINUE
084100         ELSE
084200             MOVE "COLLECTED AFTER RECALL" TO WS-REJECT-REASON
084300             GO TO 3200-REJECT
084400         END-IF
084500     END-IF
084600     IF SPR-REMIT-DATE NOT > WS-PRIOR-REMIT-DATE
084700         MOVE "REMITTANCE ALREADY APPLIED" TO WS-REJECT-REASON
084800         GO TO 3200-REJECT
084900     END-IF
085000     MOVE SPR-AGENCY-CODE TO WS-AGY-WORK-CODE
085100     PERFORM 3500-FIND-AGENCY THRU 3500-EXIT
085200     COMPUTE WS-COMMISSION ROUNDED =
085300         SPR-AMOUNT * WS-AGY-COMMISSION-PCT(WS-AGY-FOUND-IDX)
085400             / 100
085500     PERFORM 3300-WRITE-PAYMENT THRU 3300-EXIT
085600     ADD SPR-AMOUNT TO PLAC-GROSS-RECOVERED
085700     ADD WS-COMMISSION TO PLAC-COMMISSION
085800     MOVE SPR-REMIT-DATE TO PLAC-LAST-REMIT-DATE
085900     ADD 1 TO WS-DETAILS-TAKEN
086000     ADD SPR-AMOUNT TO WS-TOTAL-GROSS
086100     ADD WS-COMMISSION TO WS-TOTAL-COMMISSION
086200     ADD 1 TO WS-AGY-TAKEN(WS-AGY-FOUND-IDX)
086300     ADD SPR-AMOUNT TO WS-AGY-GROSS(WS-AGY-FOUND-IDX)
086400     ADD WS-COMMISSION TO WS-AGY-COMMISSION(WS-AGY-FOUND-IDX)
086500     MOVE "TAKEN - PAYMENT POSTED" TO AR-DTL-DISPOSITION
086600     PERFORM 3400-WRITE-DETAIL-LINE THRU 3400-EXIT
086700     PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT
086800     GO TO 3200-EXIT.
086900 3200-REJECT.
087000     PERFORM 3150-REJECT-ONE-COLLECTION THRU 3150-EXIT.
087100 3200-EXIT.
087200     EXIT.
087300
087400******************************************************************
087500*    3300-WRITE-PAYMENT                                          *
087600*    THE GROSS POSTS - THE ACCOUNT IS CREDITED WITH EVERYTHING   *
087700*    THE CUSTOMER PAID, THE COMMISSION IS OUR EXPENSE.  THE      *
087740*    REFERENCE IS "A", THE AGENCY AND THE COLLECTION DATE AS A   *
087780*    JULIAN YDDD, SO IT DOES NOT REPEAT YEAR ON YEAR.  BATCH ID  *
087820*    "*AGCYRMT" - A MACHINE FEED, RECONCILED BY BNKRECON AT NET  *
087860*    AGAINST THE AGENCY'S WIRE.                                  *
087900******************************************************************
088000 3300-WRITE-PAYMENT.
088100     MOVE SPR-COLLECTED-DATE TO WS-COLLECTED-DATE
088200     MOVE SPR-AGENCY-CODE TO WS-TXN-REF-AGENCY
088300     PERFORM 3310-SET-REFERENCE-DAY THRU 3310-EXIT
088400     INITIALIZE POSTING-TXN-RECORD
088500     MOVE "P" TO PTXN-TXN-TYPE
088600     MOVE SPR-CUST-ID TO PTXN-CUST-ID
088700     MOVE SPR-AMOUNT TO PTXN-AMOUNT
088800     MOVE SPACE TO PTXN-MODIFIER
088900     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
089000     MOVE WS-TXN-REFERENCE TO PTXN-REFERENCE
089050     MOVE "*AGCYRMT" TO PTXN-BATCH-ID
089100     WRITE POSTING-TXN-RECORD.
089200 3300-EXIT.
089300     EXIT.
089300
089308******************************************************************
089313*    3310-SET-REFERENCE-DAY                                      *
089317*    THE DAY OF THE YEAR IS THE REAL DAYS SINCE 1 JANUARY        *
089321*    (CALSUB "D", NO CALENDAR FILE NEEDED) PLUS ONE.  SHOULD     *
089326*    CALSUB REFUSE THE DATE, 31 DAYS TO EVERY MONTH BEFORE IT -  *
089330*    NOT A TRUE JULIAN DAY, BUT STILL ONE NUMBER PER DAY.        *
089334******************************************************************
089339 3310-SET-REFERENCE-DAY.
089343     MOVE WS-COLLECTED-YY TO WS-TXN-REF-YEAR
089347     MOVE "D" TO CALW-FUNCTION
089352     COMPUTE CALW-DATE-1 = WS-COLLECTED-YY * 10000 + 101
089356     MOVE WS-COLLECTED-DATE TO CALW-DATE-2
089360     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
089365     IF CALW-OK
089369         COMPUTE WS-TXN-REF-DDD = CALW-DAYS + 1
089373     ELSE
089378         COMPUTE WS-TXN-REF-DDD =
089382             (WS-COLLECTED-MM - 1) * 31 + WS-COLLECTED-DD
089386     END-IF.
089391 3310-EXIT.
089395     EXIT.
089400
089500 3400-WRITE-DETAIL-LINE.
089600     MOVE SPR-CUST-ID TO AR-DTL-CUST-ID
089700     MOVE SPR-AGENCY-CODE TO AR-DTL-AGENCY
089800     MOVE SPR-COLLECTED-DATE TO AR-DTL-COLLECTED
089900     MOVE SPR-REMIT-DATE TO AR-DTL-REMIT-DATE
090000     MOVE SPR-AMOUNT TO AR-DTL-GROSS
090100     MOVE WS-COMMISSION TO AR-DTL-COMMISSION
090200     MOVE SPR-AGENCY-REFERENCE TO AR-DTL-REFERENCE
090300     WRITE REMITTANCE-REGISTER-LINE FROM AR-DETAIL-LINE.
090400 3400-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    3500-FIND-AGENCY                                            *
090900******************************************************************
091000 3500-FIND-AGENCY.
091100     MOVE 0 TO WS-AGY-FOUND-IDX
091200     PERFORM 3510-MATCH-ONE-AGENCY THRU 3510-EXIT
091300         VARYING WS-AGY-IDX FROM 1 BY 1
091400         UNTIL WS-AGY-FOUND-IDX > 0 OR
091500             WS-AGY-IDX > WS-AGY-ENTRY-COUNT.
091600 3500-EXIT.
091700     EXIT.
091800
091900 3510-MATCH-ONE-AGENCY.
092000     IF WS-AGY-CODE(WS-AGY-IDX) = WS-AGY-WORK-CODE
092100         MOVE WS-AGY-IDX TO WS-AGY-FOUND-IDX
092200     END-IF.
092300 3510-EXIT.
092400     EXIT.
092500
092600******************************************************************
092700*    6000-WRITE-VOUCHERS                                         *
092800*    ONE PAIR PER AGENCY WITH COMMISSION THIS RUN.               *
092900******************************************************************
093000 6000-WRITE-VOUCHERS.
093100     PERFORM 6100-WRITE-VOUCHER-PAIR THRU 6100-EXIT
093200         VARYING WS-AGY-IDX FROM 1 BY 1
093300         UNTIL WS-AGY-IDX > WS-AGY-ENTRY-COUNT.
093400 6000-EXIT.
093500     EXIT.
093600
093700 6100-WRITE-VOUCHER-PAIR.
093800     IF WS-AGY-COMMISSION(WS-AGY-IDX) = 0
093900         GO TO 6100-EXIT
094000     END-IF
094100     MOVE WS-AGY-COMMISSION(WS-AGY-IDX) TO WS-VOUCHER-AMOUNT
094200     INITIALIZE JOURNAL-VOUCHER-RECORD
094300     MOVE "D" TO JV-RECORD-TYPE
094400     MOVE WS-COMM-DEBIT-ACCOUNT TO JV-ACCOUNT
094500     MOVE "D" TO JV-DB-CR
094600     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
094700     MOVE WS-RUN-DATE TO JV-RUN-DATE
094800     MOVE "AGCYREMT" TO JV-SOURCE
094900     WRITE JOURNAL-VOUCHER-RECORD
095000     ADD 1 TO WS-VOUCHER-LINES
095100     ADD WS-VOUCHER-AMOUNT TO WS-DEBIT-TOTAL
095200     INITIALIZE JOURNAL-VOUCHER-RECORD
095300     MOVE "D" TO JV-RECORD-TYPE
095400     MOVE WS-COMM-CREDIT-ACCOUNT TO JV-ACCOUNT
095500     MOVE "C" TO JV-DB-CR
095600     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
095700     MOVE WS-RUN-DATE TO JV-RUN-DATE
095800     MOVE "AGCYREMT" TO JV-SOURCE
095900     WRITE JOURNAL-VOUCHER-RECORD
096000     ADD 1 TO WS-VOUCHER-LINES
096100     ADD WS-VOUCHER-AMOUNT TO WS-CREDIT-TOTAL.
096200 6100-EXIT.
096300     EXIT.
096400
096500******************************************************************
096600*    7000-WRITE-AGENCY-SUMMARY                                   *
096700*    NET IS WHAT THE AGENCY'S WIRE SHOULD COME TO FOR THE        *
096800*    COLLECTIONS TAKEN.                                          *
096900******************************************************************
097000 7000-WRITE-AGENCY-SUMMARY.
097100     MOVE SPACES TO REMITTANCE-REGISTER-LINE
097200     WRITE REMITTANCE-REGISTER-LINE AFTER ADVANCING 1 LINE
097300     MOVE "SUMMARY BY AGENCY" TO AR-SECTION-TEXT
097400     WRITE REMITTANCE-REGISTER-LINE FROM AR-SECTION-LINE
097500     WRITE REMITTANCE-REGISTER-LINE FROM AR-AGENCY-HEADING
097600     PERFORM 7100-WRITE-ONE-AGENCY THRU 7100-EXIT
097700         VARYING WS-AGY-IDX FROM 1 BY 1
097800         UNTIL WS-AGY-IDX > WS-AGY-ENTRY-COUNT
097900     MOVE SPACES TO REMITTANCE-REGISTER-LINE
098000     WRITE REMITTANCE-REGISTER-LINE AFTER ADVANCING 1 LINE
098100     MOVE "COLLECTIONS TAKEN - GROSS POSTED . . . ."
098200         TO AR-FTR-LABEL
098300     MOVE WS-DETAILS-TAKEN TO AR-FTR-COUNT
098400     MOVE WS-TOTAL-GROSS TO AR-FTR-AMOUNT
098500     WRITE REMITTANCE-REGISTER-LINE FROM AR-FOOTER-LINE
098600     MOVE "COMMISSION VOUCHERED . . . . . . . . . ."
098700         TO AR-FTR-LABEL
098800     MOVE WS-DETAILS-TAKEN TO AR-FTR-COUNT
098900     MOVE WS-TOTAL-COMMISSION TO AR-FTR-AMOUNT
099000     WRITE REMITTANCE-REGISTER-LINE FROM AR-FOOTER-LINE
099100     MOVE "COLLECTIONS REJECTED . . . . . . . . . ."
099200         TO AR-FTR-LABEL
099300     MOVE WS-DETAILS-REJECTED TO AR-FTR-COUNT
099400     MOVE WS-TOTAL-REJECTED TO AR-FTR-AMOUNT
099500     WRITE REMITTANCE-REGISTER-LINE FROM AR-FOOTER-LINE
099600     MOVE 0 TO AR-FTR-AMOUNT
099700     MOVE "REMITTANCE GROUPS REJECTED WHOLE . . . ."
099800         TO AR-FTR-LABEL
099900     MOVE WS-GROUPS-REJECTED TO AR-FTR-COUNT
100000     WRITE REMITTANCE-REGISTER-LINE FROM AR-FOOTER-LINE
100100     MOVE "RECORDS OUTSIDE ANY GROUP - IGNORED  . ."
100200         TO AR-FTR-LABEL
100300     MOVE WS-STRAY-RECORDS TO AR-FTR-COUNT
100400     WRITE REMITTANCE-REGISTER-LINE FROM AR-FOOTER-LINE.
100500 7000-EXIT.
100600     EXIT.
100700
100800 7100-WRITE-ONE-AGENCY.
100900     MOVE WS-AGY-CODE(WS-AGY-IDX) TO AR-AGY-CODE
101000     MOVE WS-AGY-NAME(WS-AGY-IDX) TO AR-AGY-NAME
101100     MOVE WS-AGY-COMMISSION-PCT(WS-AGY-IDX) TO AR-AGY-PCT
101200     MOVE WS-AGY-TAKEN(WS-AGY-IDX) TO AR-AGY-TAKEN
101300     MOVE WS-AGY-GROSS(WS-AGY-IDX) TO AR-AGY-GROSS
101400     MOVE WS-AGY-COMMISSION(WS-AGY-IDX) TO AR-AGY-COMMISSION
101500     COMPUTE WS-NET-AMOUNT = WS-AGY-GROSS(WS-AGY-IDX) -
101600         WS-AGY-COMMISSION(WS-AGY-IDX)
101700     MOVE WS-NET-AMOUNT TO AR-AGY-NET
101800     MOVE WS-AGY-REJECTED(WS-AGY-IDX) TO AR-AGY-REJECTED
101900     WRITE REMITTANCE-REGISTER-LINE FROM AR-AGENCY-LINE.
102000 7100-EXIT.
102100     EXIT.
102200
102300******************************************************************
102400*    8000-WRITE-VOUCHER-TRAILER                                  *
102500******************************************************************
102600 8000-WRITE-VOUCHER-TRAILER.
102700     INITIALIZE JOURNAL-VOUCHER-RECORD
102800     MOVE "T" TO JV-RECORD-TYPE
102900     MOVE WS-VOUCHER-LINES TO JV-TRL-LINE-COUNT
103000     MOVE WS-DEBIT-TOTAL TO JV-TRL-DEBIT-TOTAL
103100     MOVE WS-CREDIT-TOTAL TO JV-TRL-CREDIT-TOTAL
103200     WRITE JOURNAL-VOUCHER-RECORD.
103300 8000-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700*    9000-TERMINATE                                              *
103800******************************************************************
103900 9000-TERMINATE.
104000     CLOSE PLACEMENT-OUT-FILE
104100     CLOSE POSTING-TXN-FILE
104200     CLOSE VOUCHER-FILE
104300     CLOSE REMITTANCE-REGISTER
104400     DISPLAY "AGCYREMT - " WS-DETAILS-TAKEN
104500         " COLLECTION(S) TAKEN, " WS-DETAILS-REJECTED
104600         " REJECTED, " WS-GROUPS-REJECTED
104700         " REMITTANCE GROUP(S) REJECTED WHOLE".
104800 9000-EXIT.
104900     EXIT.
