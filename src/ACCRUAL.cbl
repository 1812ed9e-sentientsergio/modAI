002804*                    THE YEAR-END CUSTOMER INTEREST
002805*                    STATEMENT (YEARSTMT) BUILDS FROM THE
002806*                    RETAINED GENERATIONS.
002816*   10/28/2026  RVH  AN OPEN BILLING DISPUTE (DISPFILE, SEE
002826*                    DISPREC) IS TAKEN OUT OF THE INTEREST
002836*                    BASE - NO INTEREST ACCRUES ON AN AMOUNT
002846*                    THE CUSTOMER HAS DISPUTED UNTIL THE CASE
002856*                    IS RESOLVED.  THE SCHEDULE RANGE IS STILL
002866*                    MATCHED ON THE FULL BALANCE AND SERVICE
002876*                    CHARGES ARE UNCHANGED.  THE CASE FILE IS
002886*                    WALKED IN KEY ORDER ALONGSIDE THE MASTER.
002886*   11/10/2026  RVH  NO ACCRUAL UNDER A BANKRUPTCY OR
002886*                    DECEASED LEGAL HOLD (CUST-LEGAL-HOLD,
002886*                    SEE LGLHOLD) - COUNTED ON A NEW FOOTER.
002886*                    LITIGATION AND CEASE-AND-DESIST HOLDS
002886*                    ACCRUE AS USUAL.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
004320         ORGANIZATION IS SEQUENTIAL
004330         ACCESS MODE IS SEQUENTIAL
004340         FILE STATUS IS ACCRUAL-DETAIL-STATUS.
004350     SELECT DISPUTE-CASE-FILE ASSIGN TO DISPFILE
004360         ORGANIZATION IS INDEXED
004370         ACCESS MODE IS SEQUENTIAL
004380         RECORD KEY IS DISP-KEY
004390         FILE STATUS IS DISPUTE-CASE-STATUS.
004400     SELECT ACCRUAL-REGISTER ASSIGN TO ACCRRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS ACCRUAL-REGISTER-STATUS.
006350     DATA RECORD IS ACCRUAL-DETAIL-RECORD.
006360     COPY ACRDREC.
006370
006373 FD  DISPUTE-CASE-FILE
006376     LABEL RECORDS ARE STANDARD
006379     BLOCK CONTAINS 0 RECORDS
006382     RECORDING MODE F
006385     DATA RECORD IS DISPUTE-CASE-RECORD.
006388     COPY DISPREC.
006391
006400 FD  ACCRUAL-REGISTER
006500     LABEL RECORDS ARE OMITTED
006600     RECORDING MODE F.
008310 01  ACCRUAL-DETAIL-STATUS     PIC X(02).
008320     88  ACCRUAL-DETAIL-OK         VALUE "00".
008330     88  ACCRUAL-DETAIL-NOT-FOUND  VALUE "05" "35".
008340 01  DISPUTE-CASE-STATUS       PIC X(02).
008350     88  DISPUTE-CASE-OK           VALUE "00".
008400
008500******************************************************************
008600*    RUN CONTROL FIELDS                                          *
009800     88  ACCRUE-THIS-RECORD        VALUE "Y".
009810 01  WS-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
009820     88  ACCRUAL-OVERFLOWED        VALUE "Y".
009830 01  WS-DISPUTES-AVAILABLE     PIC X(01) VALUE "N".
009840     88  DISPUTES-AVAILABLE        VALUE "Y".
009850 01  WS-DISPUTE-AT-END         PIC X(01) VALUE "N".
009860     88  DISPUTE-FILE-AT-END       VALUE "Y".
009870 01  WS-DISPUTED-AMOUNT        PIC 9(7)V99 VALUE 0.
009880 01  WS-INTEREST-BASE          PIC S9(7)V99 VALUE 0.
009890 01  WS-AMOUNT-EXCLUDED        PIC 9(7)V99 VALUE 0.
009900
010000******************************************************************
010100*    RATE SCHEDULE TABLE                                         *
012300 01  WS-RECORDS-SKIPPED        PIC 9(07) BINARY VALUE 0.
012400 01  WS-RECORDS-OVERFLOWED     PIC 9(07) BINARY VALUE 0.
012500 01  WS-TOTAL-ACCRUED          PIC 9(9)V99 VALUE 0.
012510 01  WS-RECORDS-DISPUTED       PIC 9(07) BINARY VALUE 0.
012520 01  WS-TOTAL-EXCLUDED         PIC 9(9)V99 VALUE 0.
012530 01  WS-RECORDS-LEGAL-HOLD     PIC 9(07) BINARY VALUE 0.
012600
012700******************************************************************
012800*    ACCRUAL REGISTER LINE LAYOUTS                               *
019000     05  FILLER                PIC X(30) VALUE
019100         "TOTAL AMOUNT ACCRUED  . . . .".
019200     05  AC-FTR3-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
019207
019214 01  AC-FOOTER-LINE-4.
019221     05  FILLER                PIC X(01) VALUE SPACE.
019228     05  FILLER                PIC X(30) VALUE
019235         "ACCOUNTS WITH OPEN DISPUTES .".
019242     05  AC-FTR4-DISPUTED      PIC ZZZ,ZZ9.
019249
019256 01  AC-FOOTER-LINE-5.
019263     05  FILLER                PIC X(01) VALUE SPACE.
019270     05  FILLER                PIC X(30) VALUE
019277         "DISPUTED AMOUNT NOT ACCRUED .".
019284     05  AC-FTR5-EXCLUDED      PIC ZZZ,ZZZ,ZZ9.99.
019290
019291 01  AC-FOOTER-LINE-6.
019292     05  FILLER                PIC X(01) VALUE SPACE.
019293     05  FILLER                PIC X(30) VALUE
019294         "LEGAL HOLD - NOT ACCRUED  . .".
019295     05  AC-FTR6-LEGAL-HOLD    PIC ZZZ,ZZ9.
019300
019400 PROCEDURE DIVISION.
019500******************************************************************
023592         MOVE 16 TO RETURN-CODE
023593         STOP RUN
023594     END-IF
023594     OPEN INPUT DISPUTE-CASE-FILE
023594     IF DISPUTE-CASE-OK
023594         MOVE "Y" TO WS-DISPUTES-AVAILABLE
023594         PERFORM 2260-READ-NEXT-DISPUTE THRU 2260-EXIT
023594     ELSE
023594         DISPLAY "ACCRUAL - NO DISPUTE CASE FILE - NO DISPUTED "
023594             "AMOUNTS EXCLUDED"
023594         MOVE "Y" TO WS-DISPUTE-AT-END
023594     END-IF
023600     OPEN OUTPUT ACCRUAL-REGISTER
023700     IF NOT ACCRUAL-REGISTER-OK
023800         DISPLAY "ACCRUAL - ERROR OPENING ACCRUAL REGISTER - "
032500*    2200-PROCESS-ONE-CUSTOMER                                   *
032600*    A CLOSED ACCOUNT NEVER ACCRUES.  A NON-NUMERIC BALANCE IS   *
032700*    SKIPPED - THE NIGHTLY VALIDATION PASS OWNS REPORTING IT.    *
032710*    NOTHING ACCRUES UNDER A BANKRUPTCY STAY OR ON A DECEASED    *
032720*    CUSTOMER'S ACCOUNT (LEGAL HOLD, SEE LGLHOLD); LITIGATION    *
032730*    AND CEASE-AND-DESIST HOLDS ACCRUE AS USUAL.                 *
032800******************************************************************
032900 2200-PROCESS-ONE-CUSTOMER.
033000     ADD 1 TO WS-RECORDS-READ
033100     MOVE "N" TO WS-ACCRUE-THIS-RECORD
033110     PERFORM 2250-ALIGN-DISPUTES THRU 2250-EXIT
033200     IF CUST-STATUS-CLOSED OR CUST-BALANCE NOT NUMERIC
033300         ADD 1 TO WS-RECORDS-SKIPPED
033310         GO TO 2200-NEXT
033320     END-IF
033330     IF CUST-ON-LEGAL-HOLD AND
033340             (CUST-HOLD-BANKRUPTCY OR CUST-HOLD-DECEASED)
033350         ADD 1 TO WS-RECORDS-LEGAL-HOLD
033360         ADD 1 TO WS-RECORDS-SKIPPED
033370     ELSE
033500         PERFORM 2300-FIND-SCHEDULE-ENTRY THRU 2300-EXIT
033600         IF SCHEDULE-ENTRY-FOUND
033700             PERFORM 2400-APPLY-ONE-ACCRUAL THRU 2400-EXIT
033800         ELSE
033900             ADD 1 TO WS-RECORDS-SKIPPED
034000         END-IF
034100     END-IF.
034150 2200-NEXT.
034200     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
034300 2200-EXIT.
034400     EXIT.
034402
034404******************************************************************
034406*    2250-ALIGN-DISPUTES                                         *
034408*    WALKS THE CASE FILE FORWARD (BOTH ASCENDING ON CUST-ID)     *
034410*    AND TOTALS THE CUSTOMER'S OPEN DISPUTED AMOUNTS.  A         *
034412*    RESOLVED CASE EXCLUDES NOTHING.                             *
034414******************************************************************
034416 2250-ALIGN-DISPUTES.
034418     MOVE 0 TO WS-DISPUTED-AMOUNT
034420     PERFORM 2260-READ-NEXT-DISPUTE THRU 2260-EXIT
034422         UNTIL DISPUTE-FILE-AT-END OR
034424             DISP-CUST-ID NOT < CUST-ID
034426     PERFORM 2270-ADD-ONE-DISPUTE THRU 2270-EXIT
034428         UNTIL DISPUTE-FILE-AT-END OR
034430             DISP-CUST-ID NOT = CUST-ID.
034432 2250-EXIT.
034434     EXIT.
034436
034438 2260-READ-NEXT-DISPUTE.
034440     IF DISPUTES-AVAILABLE
034442         READ DISPUTE-CASE-FILE NEXT RECORD
034444             AT END
034446                 MOVE "Y" TO WS-DISPUTE-AT-END
034448         END-READ
034450     END-IF.
034452 2260-EXIT.
034454     EXIT.
034456
034458 2270-ADD-ONE-DISPUTE.
034460     IF DISP-IS-OPEN
034462         ADD DISP-AMOUNT TO WS-DISPUTED-AMOUNT
034464             ON SIZE ERROR
034466                 MOVE 9999999.99 TO WS-DISPUTED-AMOUNT
034468         END-ADD
034470     END-IF
034472     PERFORM 2260-READ-NEXT-DISPUTE THRU 2260-EXIT.
034474 2270-EXIT.
034476     EXIT.
034500
034600******************************************************************
034700*    2300-FIND-SCHEDULE-ENTRY                                    *
038200******************************************************************
038300 2400-APPLY-ONE-ACCRUAL.
038400     IF WS-SCHED-TYPE(WS-SCHED-IDX) = "I"
038410         PERFORM 2350-FIGURE-INTEREST-BASE THRU 2350-EXIT
038500         COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
038600             WS-INTEREST-BASE *
038610                   WS-SCHED-RATE-PCT(WS-SCHED-IDX) / 100
038700             ON SIZE ERROR
038800                 MOVE 0 TO WS-ACCRUAL-AMOUNT
038900         END-COMPUTE
039100         MOVE WS-SCHED-FLAT-AMOUNT(WS-SCHED-IDX) TO
039200             WS-ACCRUAL-AMOUNT
039300     END-IF
039310*    DISPUTED AMOUNTS ARE COUNTED BEFORE THE ZERO TEST - AN
039320*    ACCOUNT DISPUTED IN FULL ACCRUES NOTHING AND STILL SHOWS.
039330     IF WS-SCHED-TYPE(WS-SCHED-IDX) = "I" AND
039340             WS-AMOUNT-EXCLUDED > 0
039350         ADD 1 TO WS-RECORDS-DISPUTED
039360         ADD WS-AMOUNT-EXCLUDED TO WS-TOTAL-EXCLUDED
039370     END-IF
039400     IF WS-ACCRUAL-AMOUNT = 0
039500         ADD 1 TO WS-RECORDS-SKIPPED
039600         GO TO 2400-EXIT
042900 2400-EXIT.
043000     EXIT.
043100
043100******************************************************************
043100*    2350-FIGURE-INTEREST-BASE                                   *
043100*    THE BALANCE LESS WHAT IS UNDER OPEN DISPUTE, NEVER BELOW    *
043100*    ZERO.  THE EXCLUSION IS COUNTED EVEN WHEN IT LEAVES NO      *
043100*    INTEREST TO POST.                                           *
043100******************************************************************
043100 2350-FIGURE-INTEREST-BASE.
043100     MOVE 0 TO WS-AMOUNT-EXCLUDED
043100     IF WS-DISPUTED-AMOUNT NOT < CUST-BALANCE
043100         MOVE 0 TO WS-INTEREST-BASE
043100         MOVE CUST-BALANCE TO WS-AMOUNT-EXCLUDED
043100     ELSE
043100         COMPUTE WS-INTEREST-BASE =
043100             CUST-BALANCE - WS-DISPUTED-AMOUNT
043100         MOVE WS-DISPUTED-AMOUNT TO WS-AMOUNT-EXCLUDED
043100     END-IF.
043100 2350-EXIT.
043100     EXIT.
043100
042910******************************************************************
042920*    2500-WRITE-DETAIL-RECORD                                    *
042930*    THE PERMANENT RECORD OF THE POSTING - WRITTEN ONLY ONCE    *
044800     WRITE ACCRUAL-REGISTER-LINE FROM AC-FOOTER-LINE-1
044900     WRITE ACCRUAL-REGISTER-LINE FROM AC-FOOTER-LINE-2
045000     WRITE ACCRUAL-REGISTER-LINE FROM AC-FOOTER-LINE-3
045010     MOVE WS-RECORDS-DISPUTED TO AC-FTR4-DISPUTED
045020     MOVE WS-TOTAL-EXCLUDED TO AC-FTR5-EXCLUDED
045030     WRITE ACCRUAL-REGISTER-LINE FROM AC-FOOTER-LINE-4
045040     WRITE ACCRUAL-REGISTER-LINE FROM AC-FOOTER-LINE-5
045050     MOVE WS-RECORDS-LEGAL-HOLD TO AC-FTR6-LEGAL-HOLD
045060     WRITE ACCRUAL-REGISTER-LINE FROM AC-FOOTER-LINE-6
045100     CLOSE CUSTOMER-FILE
045150     CLOSE ACCRUAL-DETAIL-FILE
045160     IF DISPUTES-AVAILABLE
045170         CLOSE DISPUTE-CASE-FILE
045180     END-IF
045200     CLOSE ACCRUAL-REGISTER
045300     DISPLAY "ACCRUAL - " WS-RECORDS-ACCRUED
045400         " ACCOUNT(S) ACCRUED, TOTAL " WS-TOTAL-ACCRUED
045410     IF WS-RECORDS-LEGAL-HOLD > 0
045420         DISPLAY "ACCRUAL - " WS-RECORDS-LEGAL-HOLD
045430             " BANKRUPT/DECEASED ACCOUNT(S) NOT ACCRUED"
045440     END-IF
045500     IF WS-RECORDS-OVERFLOWED > 0
045600         DISPLAY "ACCRUAL - " WS-RECORDS-OVERFLOWED
045700             " ACCRUAL(S) NOT POSTED - WOULD OVERFLOW BALANCE"
