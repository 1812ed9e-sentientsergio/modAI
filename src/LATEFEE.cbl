000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LATEFEE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/30/2026.
000600 DATE-COMPILED.  10/30/2026.
000700******************************************************************
000800*                                                                *
000900*    LATEFEE - NIGHTLY LATE FEE ASSESSMENT                       *
001000*    THE STATEMENT NOW TELLS THE CUSTOMER A MINIMUM PAYMENT AND  *
001100*    A PAYMENT DUE DATE (STMTBLD, SEE PDUEREC), BUT NOTHING      *
001200*    CHECKED WHETHER THEY PAID IT.  THIS PASS CARRIES THE        *
001300*    PAYMENT DUE FILE FORWARD (PMTDUE IN, PMTDUEO OUT) AGAINST   *
001400*    THE DAY'S POSTED PAYMENTS (POSTHIST GENERATION, SORTED      *
001500*    INTO CUST-ID ORDER): EVERY PAYMENT POSTED AFTER THE         *
001600*    STATEMENT DATE COUNTS TOWARD THE MINIMUM, AND ONLY THOSE    *
001700*    POSTED BY THE DUE DATE COUNT AS ON TIME.  A MINIMUM MET ON  *
001800*    TIME IS STAMPED MET ("P").  ONCE THE DUE DATE HAS PASSED    *
001900*    WITH THE MINIMUM STILL SHORT, THE LATE FEE FROM PMTPARM     *
002000*    (SEE PMTPREC) - NEVER MORE THAN THE MINIMUM ITSELF - IS     *
002100*    WRITTEN AS A PROPERLY FORMED CHARGE (LATETXN, CONCATENATED  *
002200*    INTO TXNFILE FOR THE NEXT TXNPOST, THE SAME AS NSFTXN),     *
002300*    THE DUE RECORD IS STAMPED LATE ("L") SO THE FEE IS NEVER    *
002400*    CHARGED TWICE, AND THE ACCOUNT IS LISTED ON THE LATE FEE    *
002500*    REGISTER (LATERPT).  THE CHARGE'S REFERENCE IS "LF" AND     *
002600*    THE DUE DATE, SO EACH DUE DATE'S FEE IS DISTINCT TO THE     *
002700*    DUPLICATE-POSTING CHECK.  RUNS AFTER TXNPOST AND BEFORE     *
002800*    STMTBLD.                                                    *
002900*                                                                *
002912*    AN ACCOUNT ON A BANKRUPTCY OR DECEASED LEGAL HOLD (NEWCUST, *
002925*    SEE LGLHOLD) IS NOT CHARGED.  ITS DUE RECORD IS STILL       *
002937*    STAMPED LATE, WITH NO FEE, SO THE FEE IS NOT TRIED AGAIN    *
002950*    THE NEXT NIGHT, AND THE ACCOUNT IS LISTED AS HELD.  NEWCUST *
002962*    IS READ BY KEY; WITHOUT IT THE FEES ARE CHARGED AS BEFORE   *
002975*    AND THE RUN ENDS RC 4.                                      *
002987*                                                                *
003000******************************************************************
003100* MODIFICATION HISTORY
003200*   10/30/2026  RVH  ORIGINAL.
003220*   11/22/2026  RVH  NO FEE ON A BANKRUPTCY OR DECEASED HOLD
003240*                    (NEWCUST READ BY KEY).  THE DUE RECORD
003260*                    IS STAMPED LATE WITH A ZERO FEE AND THE
003280*                    ACCOUNT LISTED AS HELD ON LATERPT.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PAYMENT-PARM-FILE ASSIGN TO PMTPARM
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS PAYMENT-PARM-STATUS.
004200     SELECT PAYMENT-DUE-FILE ASSIGN TO PMTDUE
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS PAYMENT-DUE-STATUS.
004600     SELECT PAYMENT-DUE-OUT-FILE ASSIGN TO PMTDUEO
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS PAYMENT-DUE-OUT-STATUS.
005000     SELECT POSTED-HISTORY-FILE ASSIGN TO POSTHIST
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS POSTED-HISTORY-STATUS.
005400     SELECT SORTED-PAYMENT-FILE ASSIGN TO LFWK01
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS SORTED-PAYMENT-STATUS.
005800     SELECT PAYMENT-SORT-FILE ASSIGN TO SRTWK01.
005900     SELECT POSTING-TXN-FILE ASSIGN TO LATETXN
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS POSTING-TXN-FILE-STATUS.
006300     SELECT LATE-FEE-REGISTER ASSIGN TO LATERPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS LATE-FEE-REGISTER-STATUS.
006516     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
006533         ORGANIZATION IS INDEXED
006550         ACCESS MODE IS RANDOM
006566         RECORD KEY IS CUST-ID
006583         FILE STATUS IS CUSTOMER-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PAYMENT-PARM-FILE
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     RECORDING MODE F
007300     DATA RECORD IS PAYMENT-PARM-RECORD.
007400     COPY PMTPREC.
007500
007600 FD  PAYMENT-DUE-FILE
007700     LABEL RECORDS ARE STANDARD
007800     BLOCK CONTAINS 0 RECORDS
007900     RECORDING MODE F
008000     DATA RECORD IS PAYMENT-DUE-RECORD.
008100     COPY PDUEREC.
008200
008300 FD  PAYMENT-DUE-OUT-FILE
008400     LABEL RECORDS ARE STANDARD
008500     BLOCK CONTAINS 0 RECORDS
008600     RECORDING MODE F
008700     DATA RECORD IS PAYMENT-DUE-OUT-RECORD.
008800 01  PAYMENT-DUE-OUT-RECORD   PIC X(100).
008900
009000 FD  POSTED-HISTORY-FILE
009100     LABEL RECORDS ARE STANDARD
009200     BLOCK CONTAINS 0 RECORDS
009300     RECORDING MODE F
009400     DATA RECORD IS POSTED-HISTORY-RECORD.
009500     COPY POSTHREC.
009600
009700 FD  SORTED-PAYMENT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     BLOCK CONTAINS 0 RECORDS
010000     RECORDING MODE F
010100     DATA RECORD IS SORTED-PAYMENT-RECORD.
010200 01  SORTED-PAYMENT-RECORD.
010300     05  SPH-CUST-ID          PIC X(10).
010400     05  SPH-POST-DATE        PIC 9(06).
010500     05  SPH-TXN-TYPE         PIC X(01).
010600     05  SPH-AMOUNT           PIC 9(7)V99.
010700
010800 SD  PAYMENT-SORT-FILE
010900     DATA RECORD IS SORT-PAYMENT-RECORD.
011000 01  SORT-PAYMENT-RECORD.
011100     05  SRTPH-CUST-ID        PIC X(10).
011200     05  SRTPH-POST-DATE      PIC 9(06).
011300     05  SRTPH-TXN-TYPE       PIC X(01).
011400     05  SRTPH-AMOUNT         PIC 9(7)V99.
011500
011600 FD  POSTING-TXN-FILE
011700     LABEL RECORDS ARE STANDARD
011800     BLOCK CONTAINS 0 RECORDS
011900     RECORDING MODE F
012000     DATA RECORD IS POSTING-TXN-RECORD.
012100     COPY PTXNREC.
012200
012300 FD  LATE-FEE-REGISTER
012400     LABEL RECORDS ARE OMITTED
012500     RECORDING MODE F.
012600 01  LATE-FEE-REGISTER-LINE   PIC X(132).
012700
012712 FD  CUSTOMER-FILE
012725     LABEL RECORDS ARE STANDARD
012737     BLOCK CONTAINS 0 RECORDS
012750     RECORDING MODE F
012762     DATA RECORD IS CUSTOMER-RECORD.
012775     COPY CUSTREC.
012787
012800 WORKING-STORAGE SECTION.
012900******************************************************************
013000*    FILE STATUS                                                 *
013100******************************************************************
013200 01  PAYMENT-PARM-STATUS       PIC X(02).
013300     88  PAYMENT-PARM-OK           VALUE "00".
013400 01  PAYMENT-DUE-STATUS        PIC X(02).
013500     88  PAYMENT-DUE-OK            VALUE "00".
013600     88  PAYMENT-DUE-NOT-FOUND     VALUE "05" "35".
013700 01  PAYMENT-DUE-OUT-STATUS    PIC X(02).
013800     88  PAYMENT-DUE-OUT-OK        VALUE "00".
013900 01  POSTED-HISTORY-STATUS     PIC X(02).
014000     88  POSTED-HISTORY-OK         VALUE "00".
014100 01  SORTED-PAYMENT-STATUS     PIC X(02).
014200     88  SORTED-PAYMENT-OK         VALUE "00".
014300 01  POSTING-TXN-FILE-STATUS   PIC X(02).
014400     88  POSTING-TXN-FILE-OK       VALUE "00".
014500 01  LATE-FEE-REGISTER-STATUS  PIC X(02).
014600     88  LATE-FEE-REGISTER-OK      VALUE "00".
014633 01  CUSTOMER-FILE-STATUS      PIC X(02).
014666     88  CUST-FILE-OK              VALUE "00".
014700
014800******************************************************************
014900*    RUN CONTROL FIELDS                                          *
015000******************************************************************
015100 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
015200 01  WS-DUE-FILE-PRESENT       PIC X(01) VALUE "N".
015300     88  DUE-FILE-PRESENT          VALUE "Y".
015400 01  WS-DUE-AT-END             PIC X(01) VALUE "N".
015500     88  DUE-FILE-AT-END           VALUE "Y".
015600 01  WS-SORTED-PRESENT         PIC X(01) VALUE "N".
015700     88  SORTED-FILE-PRESENT       VALUE "Y".
015800 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
015900     88  HISTORY-FILE-AT-END       VALUE "Y".
016000 01  WS-SORTED-AT-END          PIC X(01) VALUE "N".
016100     88  SORTED-FILE-AT-END        VALUE "Y".
016120 01  WS-CUSTOMERS-AVAILABLE    PIC X(01) VALUE "N".
016140     88  CUSTOMERS-AVAILABLE       VALUE "Y".
016160 01  WS-LEGAL-HOLD-SWITCH      PIC X(01) VALUE "N".
016180     88  FEE-UNDER-LEGAL-HOLD      VALUE "Y".
016200 01  WS-LATE-FEE-AMOUNT        PIC 9(5)V99 VALUE 0.
016300 01  WS-FEE-THIS-ACCOUNT       PIC 9(5)V99 VALUE 0.
016400 01  WS-UNPAID-MINIMUM         PIC 9(7)V99 VALUE 0.
016500 01  WS-FEE-REFERENCE.
016600     05  FILLER                PIC X(02) VALUE "LF".
016700     05  WS-FEE-REF-DUE-DATE   PIC 9(06).
016800
016900******************************************************************
017000*    RUN TOTALS                                                  *
017100******************************************************************
017200 01  WS-DUE-RECORDS-READ       PIC 9(07) BINARY VALUE 0.
017300 01  WS-PAYMENTS-APPLIED       PIC 9(07) BINARY VALUE 0.
017400 01  WS-REVERSALS-APPLIED      PIC 9(07) BINARY VALUE 0.
017500 01  WS-ORPHAN-PAYMENTS        PIC 9(07) BINARY VALUE 0.
017600 01  WS-MINIMUMS-MET           PIC 9(07) BINARY VALUE 0.
017700 01  WS-MINIMUMS-OPEN          PIC 9(07) BINARY VALUE 0.
017800 01  WS-FEES-CHARGED           PIC 9(07) BINARY VALUE 0.
017850 01  WS-FEES-HELD              PIC 9(07) BINARY VALUE 0.
017900 01  WS-PAYMENT-AMOUNT         PIC 9(9)V99 VALUE 0.
018000 01  WS-FEES-ASSESSED          PIC 9(9)V99 VALUE 0.
018100
018200******************************************************************
018300*    LATE FEE REGISTER LINE LAYOUTS                              *
018400******************************************************************
018500 01  LF-HEADING-LINE-1.
018600     05  FILLER                PIC X(01) VALUE SPACE.
018700     05  FILLER                PIC X(44) VALUE
018800         "LATEFEE - LATE FEE REGISTER".
018900     05  FILLER                PIC X(10) VALUE "RUN DATE ".
019000     05  LF-HDG1-RUN-DATE      PIC 9(06).
019100
019200 01  LF-HEADING-LINE-2.
019300     05  FILLER                PIC X(01) VALUE SPACE.
019400     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
019500     05  FILLER                PIC X(10) VALUE "STATEMENT".
019600     05  FILLER                PIC X(09) VALUE "DUE DATE".
019700     05  FILLER                PIC X(14) VALUE "  MINIMUM DUE".
019800     05  FILLER                PIC X(14) VALUE "  PAID ON TIME".
019900     05  FILLER                PIC X(14) VALUE "   UNPAID".
020000     05  FILLER                PIC X(11) VALUE "   LATE FEE".
020050     05  FILLER                PIC X(09) VALUE "  RESULT".
020100
020200 01  LF-DETAIL-LINE.
020300     05  FILLER                PIC X(01) VALUE SPACE.
020400     05  LF-DTL-CUST-ID        PIC X(10).
020500     05  FILLER                PIC X(02) VALUE SPACES.
020600     05  LF-DTL-STATEMENT-DATE PIC 9(06).
020700     05  FILLER                PIC X(04) VALUE SPACES.
020800     05  LF-DTL-DUE-DATE       PIC 9(06).
020900     05  FILLER                PIC X(03) VALUE SPACES.
021000     05  LF-DTL-MINIMUM        PIC Z,ZZZ,ZZ9.99.
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200     05  LF-DTL-PAID           PIC Z,ZZZ,ZZ9.99.
021300     05  FILLER                PIC X(02) VALUE SPACES.
021400     05  LF-DTL-UNPAID         PIC Z,ZZZ,ZZ9.99.
021500     05  FILLER                PIC X(02) VALUE SPACES.
021600     05  LF-DTL-FEE            PIC ZZ,ZZ9.99.
021633     05  FILLER                PIC X(02) VALUE SPACES.
021666     05  LF-DTL-RESULT         PIC X(07).
021700
021800 01  LF-FOOTER-LINE-1.
021900     05  FILLER                PIC X(01) VALUE SPACE.
022000     05  FILLER                PIC X(30) VALUE
022100         "PAYMENT DUE RECORDS READ  . .".
022200     05  LF-FTR1-READ          PIC ZZZ,ZZ9.
022300
022400 01  LF-FOOTER-LINE-2.
022500     05  FILLER                PIC X(01) VALUE SPACE.
022600     05  FILLER                PIC X(30) VALUE
022700         "PAYMENTS APPLIED TONIGHT  . .".
022800     05  LF-FTR2-PAYMENTS      PIC ZZZ,ZZ9.
022900     05  FILLER                PIC X(02) VALUE SPACES.
023000     05  LF-FTR2-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
023100
023200 01  LF-FOOTER-LINE-3.
023300     05  FILLER                PIC X(01) VALUE SPACE.
023400     05  FILLER                PIC X(30) VALUE
023500         "REVERSED PAYMENTS APPLIED . .".
023600     05  LF-FTR3-REVERSALS     PIC ZZZ,ZZ9.
023700
023800 01  LF-FOOTER-LINE-4.
023900     05  FILLER                PIC X(01) VALUE SPACE.
024000     05  FILLER                PIC X(30) VALUE
024100         "MINIMUMS MET ON TIME  . . . .".
024200     05  LF-FTR4-MET           PIC ZZZ,ZZ9.
024300
024400 01  LF-FOOTER-LINE-5.
024500     05  FILLER                PIC X(01) VALUE SPACE.
024600     05  FILLER                PIC X(30) VALUE
024700         "MINIMUMS OPEN, NOT YET DUE  .".
024800     05  LF-FTR5-OPEN          PIC ZZZ,ZZ9.
024900
025000 01  LF-FOOTER-LINE-6.
025100     05  FILLER                PIC X(01) VALUE SPACE.
025200     05  FILLER                PIC X(30) VALUE
025300         "LATE FEES CHARGED . . . . . .".
025400     05  LF-FTR6-FEES          PIC ZZZ,ZZ9.
025500     05  FILLER                PIC X(02) VALUE SPACES.
025600     05  LF-FTR6-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
025700
025800 01  LF-FOOTER-LINE-7.
025900     05  FILLER                PIC X(01) VALUE SPACE.
026000     05  FILLER                PIC X(30) VALUE
026100         "PAYMENTS WITH NO DUE RECORD .".
026200     05  LF-FTR7-ORPHANS       PIC ZZZ,ZZ9.
026300
026314 01  LF-FOOTER-LINE-8.
026328     05  FILLER                PIC X(01) VALUE SPACE.
026342     05  FILLER                PIC X(30) VALUE
026357         "LATE FEES HELD - LEGAL HOLD .".
026371     05  LF-FTR8-HELD          PIC ZZZ,ZZ9.
026385
026400 PROCEDURE DIVISION.
026500******************************************************************
026600*    0000-MAINLINE                                               *
026700******************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027000     PERFORM 1500-SORT-THE-PAYMENTS THRU 1500-EXIT
027100     PERFORM 2000-WALK-THE-DUE-FILE THRU 2000-EXIT
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT
027300     STOP RUN.
027400
027500******************************************************************
027600*    1000-INITIALIZE                                             *
027700*    THE LATE FEE IS CREDIT POLICY, SO IT LIVES ON THE PMTPARM   *
027800*    PARAMETER FILE - A RUN WITHOUT IT IS REFUSED, THE SAME AS   *
027900*    NSFPROC WITHOUT NSFPARM.  NO CARRIED DUE FILE MEANS NO      *
027950*    STATEMENT HAS SET A MINIMUM YET - THE RUN IS QUIET.  NO     *
028000*    CUSTOMER FILE MEANS NO LEGAL HOLDS ARE CHECKED, AS IN       *
028050*    PLANMON.                                                    *
028100******************************************************************
028200 1000-INITIALIZE.
028300     ACCEPT WS-RUN-DATE FROM DATE
028400     OPEN INPUT PAYMENT-PARM-FILE
028500     IF NOT PAYMENT-PARM-OK
028600         DISPLAY "LATEFEE - PAYMENT PARAMETER FILE NOT FOUND - "
028700             "STATUS " PAYMENT-PARM-STATUS " - RUN STOPPED"
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF
029100     READ PAYMENT-PARM-FILE
029200         AT END
029300             MOVE SPACES TO PAYMENT-PARM-RECORD
029400     END-READ
029500     CLOSE PAYMENT-PARM-FILE
029600     IF PMTP-LATE-FEE-AMOUNT NOT NUMERIC OR
029700             PMTP-LATE-FEE-AMOUNT = 0
029800         DISPLAY "LATEFEE - LATE FEE AMOUNT MISSING OR ZERO ON "
029900             "PMTPARM - RUN STOPPED"
030000         MOVE 16 TO RETURN-CODE
030100         STOP RUN
030200     END-IF
030300     MOVE PMTP-LATE-FEE-AMOUNT TO WS-LATE-FEE-AMOUNT
030400     OPEN INPUT PAYMENT-DUE-FILE
030500     EVALUATE TRUE
030600         WHEN PAYMENT-DUE-OK
030700             MOVE "Y" TO WS-DUE-FILE-PRESENT
030800         WHEN PAYMENT-DUE-NOT-FOUND
030900             DISPLAY "LATEFEE - NO CARRIED PAYMENT DUE FILE - "
031000                 "NO MINIMUM HAS BEEN SET YET"
031100             MOVE "Y" TO WS-DUE-AT-END
031200         WHEN OTHER
031300             DISPLAY "LATEFEE - ERROR OPENING PAYMENT DUE FILE - "
031400                 "STATUS " PAYMENT-DUE-STATUS
031500             MOVE 16 TO RETURN-CODE
031600             STOP RUN
031700     END-EVALUATE
031800     OPEN OUTPUT PAYMENT-DUE-OUT-FILE
031900     IF NOT PAYMENT-DUE-OUT-OK
032000         DISPLAY "LATEFEE - ERROR OPENING PAYMENT DUE OUTPUT - "
032100             "STATUS " PAYMENT-DUE-OUT-STATUS
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF
032500     OPEN OUTPUT POSTING-TXN-FILE
032600     OPEN OUTPUT LATE-FEE-REGISTER
032700     IF NOT LATE-FEE-REGISTER-OK
032800         DISPLAY "LATEFEE - ERROR OPENING LATE FEE REGISTER - "
032900             "STATUS " LATE-FEE-REGISTER-STATUS
033000         MOVE 24 TO RETURN-CODE
033100         STOP RUN
033111     END-IF
033122     OPEN INPUT CUSTOMER-FILE
033133     IF CUST-FILE-OK
033144         MOVE "Y" TO WS-CUSTOMERS-AVAILABLE
033155     ELSE
033166         DISPLAY "LATEFEE - CUSTOMER FILE WILL NOT OPEN - "
033177             "STATUS " CUSTOMER-FILE-STATUS
033188         DISPLAY "LATEFEE - LEGAL HOLDS NOT CHECKED TONIGHT"
033200     END-IF
033300     MOVE WS-RUN-DATE TO LF-HDG1-RUN-DATE
033400     WRITE LATE-FEE-REGISTER-LINE FROM LF-HEADING-LINE-1
033500     WRITE LATE-FEE-REGISTER-LINE FROM LF-HEADING-LINE-2
033600     MOVE SPACES TO LATE-FEE-REGISTER-LINE
033700     WRITE LATE-FEE-REGISTER-LINE AFTER ADVANCING 1 LINE.
033800 1000-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200*    1500-SORT-THE-PAYMENTS                                      *
034300******************************************************************
034400 1500-SORT-THE-PAYMENTS.
034500     SORT PAYMENT-SORT-FILE
034600         ON ASCENDING KEY SRTPH-CUST-ID
034700         ON ASCENDING KEY SRTPH-POST-DATE
034800         INPUT PROCEDURE IS 1600-RELEASE-PAYMENTS THRU 1600-EXIT
034900         GIVING SORTED-PAYMENT-FILE.
035000 1500-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    1600-RELEASE-PAYMENTS                                       *
035500*    ONLY PAYMENTS AND REVERSED PAYMENTS MOVE A MINIMUM - A      *
035600*    BOUNCED PAYMENT (REVERSAL WITH MODIFIER "P") WAS NEVER      *
035700*    REALLY PAID.  A REVERSAL IS RELEASED UNDER TYPE "R".        *
035800******************************************************************
035900 1600-RELEASE-PAYMENTS.
036000     OPEN INPUT POSTED-HISTORY-FILE
036100     IF NOT POSTED-HISTORY-OK
036200         DISPLAY "LATEFEE - NO POSTED HISTORY TONIGHT - "
036300             "STATUS " POSTED-HISTORY-STATUS
036400         GO TO 1600-EXIT
036500     END-IF
036600     PERFORM 1610-READ-NEXT-HISTORY THRU 1610-EXIT
036700     PERFORM 1620-RELEASE-ONE-PAYMENT THRU 1620-EXIT
036800         UNTIL HISTORY-FILE-AT-END
036900     CLOSE POSTED-HISTORY-FILE.
037000 1600-EXIT.
037100     EXIT.
037200
037300 1610-READ-NEXT-HISTORY.
037400     READ POSTED-HISTORY-FILE INTO POSTED-HISTORY-RECORD
037500         AT END
037600             MOVE "Y" TO WS-HISTORY-AT-END
037700     END-READ.
037800 1610-EXIT.
037900     EXIT.
038000
038100 1620-RELEASE-ONE-PAYMENT.
038200     IF POSTH-AMOUNT NUMERIC AND
038300             (POSTH-TXN-TYPE = "P" OR
038400             (POSTH-TXN-TYPE = "R" AND POSTH-MODIFIER = "P"))
038500         MOVE POSTH-CUST-ID TO SRTPH-CUST-ID
038600         MOVE POSTH-POST-DATE TO SRTPH-POST-DATE
038700         MOVE POSTH-TXN-TYPE TO SRTPH-TXN-TYPE
038800         MOVE POSTH-AMOUNT TO SRTPH-AMOUNT
038900         RELEASE SORT-PAYMENT-RECORD
039000     END-IF
039100     PERFORM 1610-READ-NEXT-HISTORY THRU 1610-EXIT.
039200 1620-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    2000-WALK-THE-DUE-FILE                                      *
039700*    THE CARRIED DUE FILE DRIVES (ASCENDING CUST-ID); THE        *
039800*    SORTED PAYMENTS WALK FORWARD IN STEP.                       *
039900******************************************************************
040000 2000-WALK-THE-DUE-FILE.
040100     OPEN INPUT SORTED-PAYMENT-FILE
040200     IF NOT SORTED-PAYMENT-OK
040300         MOVE "Y" TO WS-SORTED-AT-END
040400     ELSE
040500         MOVE "Y" TO WS-SORTED-PRESENT
040600         PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT
040700     END-IF
040800     IF DUE-FILE-PRESENT
040900         PERFORM 2100-READ-NEXT-DUE THRU 2100-EXIT
041000     END-IF
041100     PERFORM 3000-JUDGE-ONE-ACCOUNT THRU 3000-EXIT
041200         UNTIL DUE-FILE-AT-END
041300     PERFORM 3210-SKIP-ORPHAN-PAYMENT THRU 3210-EXIT
041400         UNTIL SORTED-FILE-AT-END
041500     IF SORTED-FILE-PRESENT
041600         CLOSE SORTED-PAYMENT-FILE
041700     END-IF.
041800 2000-EXIT.
041900     EXIT.
042000
042100 2100-READ-NEXT-DUE.
042200     READ PAYMENT-DUE-FILE
042300         AT END
042400             MOVE "Y" TO WS-DUE-AT-END
042500     END-READ
042600     IF NOT DUE-FILE-AT-END
042700         ADD 1 TO WS-DUE-RECORDS-READ
042800     END-IF.
042900 2100-EXIT.
043000     EXIT.
043100
043200 2110-READ-NEXT-SORTED.
043300     READ SORTED-PAYMENT-FILE
043400         AT END
043500             MOVE "Y" TO WS-SORTED-AT-END
043600     END-READ.
043700 2110-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    3000-JUDGE-ONE-ACCOUNT                                      *
044200*    APPLIES TONIGHT'S PAYMENTS, THEN JUDGES A MINIMUM STILL     *
044300*    OPEN (OR MET, IN CASE A BOUNCED PAYMENT UNDID IT): PAID ON  *
044400*    TIME IN FULL IS MET; SHORT WITH THE DUE DATE PASSED IS      *
044475*    LATE AND CHARGED, OR HELD ON A BANKRUPTCY OR DECEASED       *
044550*    HOLD; OTHERWISE IT STAYS OPEN.  A RECORD ALREADY LATE, OR   *
044625*    WITH NOTHING DUE, ONLY COLLECTS PAYMENTS.                   *
044700******************************************************************
044800 3000-JUDGE-ONE-ACCOUNT.
044900     PERFORM 3200-SKIP-ORPHAN-PAYMENTS THRU 3200-EXIT
045000     PERFORM 3100-APPLY-ONE-PAYMENT THRU 3100-EXIT
045100         UNTIL SORTED-FILE-AT-END OR
045200             SPH-CUST-ID NOT = PDUE-CUST-ID
045300     IF PDUE-IS-OPEN OR PDUE-IS-MET
045400         EVALUATE TRUE
045500             WHEN PDUE-PAID-BY-DUE-DATE NOT < PDUE-MINIMUM-DUE
045600                 IF PDUE-IS-OPEN
045700                     ADD 1 TO WS-MINIMUMS-MET
045800                 END-IF
045900                 MOVE "P" TO PDUE-STATUS
046000             WHEN WS-RUN-DATE > PDUE-DUE-DATE
046028                 PERFORM 3400-CHECK-LEGAL-HOLD THRU 3400-EXIT
046057                 IF FEE-UNDER-LEGAL-HOLD
046085                     PERFORM 3500-HOLD-LATE-FEE THRU 3500-EXIT
046114                 ELSE
046142                     PERFORM 3300-CHARGE-LATE-FEE THRU 3300-EXIT
046171                 END-IF
046200             WHEN OTHER
046300                 MOVE "O" TO PDUE-STATUS
046400                 ADD 1 TO WS-MINIMUMS-OPEN
046500         END-EVALUATE
046600     END-IF
046700     WRITE PAYMENT-DUE-OUT-RECORD FROM PAYMENT-DUE-RECORD
046800     PERFORM 2100-READ-NEXT-DUE THRU 2100-EXIT.
046900 3000-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*    3100-APPLY-ONE-PAYMENT                                      *
047400*    ONLY MONEY POSTED AFTER THE STATEMENT DATE COUNTS - THE     *
047500*    STATEMENT'S CLOSING BALANCE ALREADY HAD EVERYTHING BEFORE.  *
047600*    A REVERSED PAYMENT COMES OFF BOTH FIGURES, NEVER BELOW      *
047700*    ZERO.                                                       *
047800******************************************************************
047900 3100-APPLY-ONE-PAYMENT.
048000     IF SPH-POST-DATE NOT > PDUE-STATEMENT-DATE
048100         GO TO 3100-NEXT
048200     END-IF
048300     IF SPH-TXN-TYPE = "P"
048400         ADD 1 TO WS-PAYMENTS-APPLIED
048500         ADD SPH-AMOUNT TO WS-PAYMENT-AMOUNT
048600         ADD SPH-AMOUNT TO PDUE-PAID-SINCE-STATEMENT
048700         IF SPH-POST-DATE NOT > PDUE-DUE-DATE
048800             ADD SPH-AMOUNT TO PDUE-PAID-BY-DUE-DATE
048900         END-IF
049000         GO TO 3100-NEXT
049100     END-IF
049200     ADD 1 TO WS-REVERSALS-APPLIED
049300     IF SPH-AMOUNT < PDUE-PAID-SINCE-STATEMENT
049400         SUBTRACT SPH-AMOUNT FROM PDUE-PAID-SINCE-STATEMENT
049500     ELSE
049600         MOVE 0 TO PDUE-PAID-SINCE-STATEMENT
049700     END-IF
049800     IF SPH-AMOUNT < PDUE-PAID-BY-DUE-DATE
049900         SUBTRACT SPH-AMOUNT FROM PDUE-PAID-BY-DUE-DATE
050000     ELSE
050100         MOVE 0 TO PDUE-PAID-BY-DUE-DATE
050200     END-IF.
050300 3100-NEXT.
050400     PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT.
050500 3100-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*    3200-SKIP-ORPHAN-PAYMENTS                                   *
051000*    A PAYMENT ON AN ACCOUNT WITH NO DUE RECORD (NEVER YET       *
051100*    STATEMENTED) HAS NO MINIMUM TO COUNT TOWARD.                *
051200******************************************************************
051300 3200-SKIP-ORPHAN-PAYMENTS.
051400     PERFORM 3210-SKIP-ORPHAN-PAYMENT THRU 3210-EXIT
051500         UNTIL SORTED-FILE-AT-END OR
051600             SPH-CUST-ID NOT < PDUE-CUST-ID.
051700 3200-EXIT.
051800     EXIT.
051900
052000 3210-SKIP-ORPHAN-PAYMENT.
052100     ADD 1 TO WS-ORPHAN-PAYMENTS
052200     PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT.
052300 3210-EXIT.
052400     EXIT.
052500
052600******************************************************************
052700*    3300-CHARGE-LATE-FEE                                        *
052800*    THE FEE IS NEVER MORE THAN THE MINIMUM THAT WAS MISSED.     *
052900******************************************************************
053000 3300-CHARGE-LATE-FEE.
053100     COMPUTE WS-UNPAID-MINIMUM =
053200         PDUE-MINIMUM-DUE - PDUE-PAID-BY-DUE-DATE
053300     IF WS-LATE-FEE-AMOUNT > PDUE-MINIMUM-DUE
053400         MOVE PDUE-MINIMUM-DUE TO WS-FEE-THIS-ACCOUNT
053500     ELSE
053600         MOVE WS-LATE-FEE-AMOUNT TO WS-FEE-THIS-ACCOUNT
053700     END-IF
053800     MOVE PDUE-DUE-DATE TO WS-FEE-REF-DUE-DATE
053900     INITIALIZE POSTING-TXN-RECORD
054000     MOVE "C" TO PTXN-TXN-TYPE
054100     MOVE PDUE-CUST-ID TO PTXN-CUST-ID
054200     MOVE WS-FEE-THIS-ACCOUNT TO PTXN-AMOUNT
054300     MOVE SPACE TO PTXN-MODIFIER
054400     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
054500     MOVE WS-FEE-REFERENCE TO PTXN-REFERENCE
054600     WRITE POSTING-TXN-RECORD
054700     MOVE "L" TO PDUE-STATUS
054800     MOVE WS-FEE-THIS-ACCOUNT TO PDUE-LATE-FEE-AMOUNT
054900     MOVE WS-RUN-DATE TO PDUE-LATE-FEE-DATE
055000     ADD 1 TO WS-FEES-CHARGED
055100     ADD WS-FEE-THIS-ACCOUNT TO WS-FEES-ASSESSED
055200     MOVE PDUE-CUST-ID TO LF-DTL-CUST-ID
055300     MOVE PDUE-STATEMENT-DATE TO LF-DTL-STATEMENT-DATE
055400     MOVE PDUE-DUE-DATE TO LF-DTL-DUE-DATE
055500     MOVE PDUE-MINIMUM-DUE TO LF-DTL-MINIMUM
055600     MOVE PDUE-PAID-BY-DUE-DATE TO LF-DTL-PAID
055700     MOVE WS-UNPAID-MINIMUM TO LF-DTL-UNPAID
055800     MOVE WS-FEE-THIS-ACCOUNT TO LF-DTL-FEE
055850     MOVE "CHARGED" TO LF-DTL-RESULT
055900     WRITE LATE-FEE-REGISTER-LINE FROM LF-DETAIL-LINE.
056000 3300-EXIT.
056002     EXIT.
056004
056006******************************************************************
056008*    3400-CHECK-LEGAL-HOLD                                       *
056010*    ONLY A BANKRUPTCY OR DECEASED HOLD STOPS THE FEE - A        *
056012*    LITIGATION OR CEASE-AND-DESIST HOLD DOES NOT.  WITHOUT THE  *
056014*    CUSTOMER FILE EVERY FEE IS CHARGED AS BEFORE.               *
056016******************************************************************
056018 3400-CHECK-LEGAL-HOLD.
056020     MOVE "N" TO WS-LEGAL-HOLD-SWITCH
056022     IF NOT CUSTOMERS-AVAILABLE
056024         GO TO 3400-EXIT
056026     END-IF
056028     MOVE PDUE-CUST-ID TO CUST-ID
056030     READ CUSTOMER-FILE
056032         INVALID KEY
056034             GO TO 3400-EXIT
056036     END-READ
056038     IF CUST-ON-LEGAL-HOLD AND
056040             (CUST-HOLD-BANKRUPTCY OR CUST-HOLD-DECEASED)
056042         MOVE "Y" TO WS-LEGAL-HOLD-SWITCH
056044     END-IF.
056046 3400-EXIT.
056048     EXIT.
056051
056053******************************************************************
056055*    3500-HOLD-LATE-FEE                                          *
056057*    NO CHARGE IS WRITTEN.  THE DUE RECORD IS STAMPED LATE WITH  *
056059*    A ZERO FEE, SO IT IS NOT JUDGED AGAIN, AND THE ACCOUNT IS   *
056061*    LISTED AS HELD.                                             *
056063******************************************************************
056065 3500-HOLD-LATE-FEE.
056067     COMPUTE WS-UNPAID-MINIMUM =
056069         PDUE-MINIMUM-DUE - PDUE-PAID-BY-DUE-DATE
056071     MOVE "L" TO PDUE-STATUS
056073     MOVE 0 TO PDUE-LATE-FEE-AMOUNT
056075     MOVE WS-RUN-DATE TO PDUE-LATE-FEE-DATE
056077     ADD 1 TO WS-FEES-HELD
056079     MOVE PDUE-CUST-ID TO LF-DTL-CUST-ID
056081     MOVE PDUE-STATEMENT-DATE TO LF-DTL-STATEMENT-DATE
056083     MOVE PDUE-DUE-DATE TO LF-DTL-DUE-DATE
056085     MOVE PDUE-MINIMUM-DUE TO LF-DTL-MINIMUM
056087     MOVE PDUE-PAID-BY-DUE-DATE TO LF-DTL-PAID
056089     MOVE WS-UNPAID-MINIMUM TO LF-DTL-UNPAID
056091     MOVE 0 TO LF-DTL-FEE
056093     MOVE "HELD" TO LF-DTL-RESULT
056095     WRITE LATE-FEE-REGISTER-LINE FROM LF-DETAIL-LINE.
056097 3500-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    9000-TERMINATE                                              *
056500******************************************************************
056600 9000-TERMINATE.
056700     MOVE WS-DUE-RECORDS-READ TO LF-FTR1-READ
056800     MOVE WS-PAYMENTS-APPLIED TO LF-FTR2-PAYMENTS
056900     MOVE WS-PAYMENT-AMOUNT TO LF-FTR2-AMOUNT
057000     MOVE WS-REVERSALS-APPLIED TO LF-FTR3-REVERSALS
057100     MOVE WS-MINIMUMS-MET TO LF-FTR4-MET
057200     MOVE WS-MINIMUMS-OPEN TO LF-FTR5-OPEN
057300     MOVE WS-FEES-CHARGED TO LF-FTR6-FEES
057400     MOVE WS-FEES-ASSESSED TO LF-FTR6-AMOUNT
057500     MOVE WS-ORPHAN-PAYMENTS TO LF-FTR7-ORPHANS
057550     MOVE WS-FEES-HELD TO LF-FTR8-HELD
057600     MOVE SPACES TO LATE-FEE-REGISTER-LINE
057700     WRITE LATE-FEE-REGISTER-LINE AFTER ADVANCING 1 LINE
057800     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-1
057900     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-2
058000     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-3
058100     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-4
058200     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-5
058300     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-6
058400     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-7
058450     WRITE LATE-FEE-REGISTER-LINE FROM LF-FOOTER-LINE-8
058500     IF DUE-FILE-PRESENT
058600         CLOSE PAYMENT-DUE-FILE
058625     END-IF
058650     IF CUSTOMERS-AVAILABLE
058675         CLOSE CUSTOMER-FILE
058700     END-IF
058800     CLOSE PAYMENT-DUE-OUT-FILE
058900     CLOSE POSTING-TXN-FILE
059000     CLOSE LATE-FEE-REGISTER
059100     DISPLAY "LATEFEE - " WS-DUE-RECORDS-READ
059200         " DUE RECORD(S) READ, " WS-FEES-CHARGED
059222         " LATE FEE(S) CHARGED"
059244     IF WS-FEES-HELD > 0
059266         DISPLAY "LATEFEE - " WS-FEES-HELD
059288             " LATE FEE(S) HELD - BANKRUPTCY OR DECEASED HOLD"
059311     END-IF
059333     IF NOT CUSTOMERS-AVAILABLE
059355         MOVE 4 TO RETURN-CODE
059377     END-IF.
059400 9000-EXIT.
059500     EXIT.
