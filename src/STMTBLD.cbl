002400*    ZERO BALANCE GETS NO STATEMENT.  THE PERIOD START AND END   *
002500*    DATES (YYMMDDYYMMDD) COME FROM THE JCL PARM AND DEFAULT     *
002600*    TO ZERO AND THE RUN DATE.                                   *
002610*                                                                *
002620*    EVERY STATEMENT ALSO TELLS THE CUSTOMER WHAT TO PAY AND     *
002630*    BY WHEN: THE MINIMUM PAYMENT DUE AND THE PAYMENT DUE DATE   *
002640*    (FORMULA AND TERMS ON PMTPARM, SEE PMTPREC) GO ON THE       *
002650*    TRAILER AND ON THE ACCOUNT'S PAYMENT DUE RECORD, CARRIED    *
002660*    FORWARD HERE (PMTDUE IN, PMTDUEO OUT - SEE PDUEREC) FOR     *
002670*    THE NIGHTLY LATE FEE PASS (LATEFEE).  RUNS AFTER LATEFEE    *
002680*    SO THE PRIOR MINIMUM'S PAYMENTS ARE UP TO DATE.             *
002682*                                                                *
002684*    EACH STATEMENT GOES OUT BY THE CUSTOMER'S DELIVERY          *
002686*    PREFERENCE (CUST-DELIVERY-PREF, SEE CUSTREC): PAPER ON      *
002688*    STMTXFIL, ELECTRONIC AS A NOTICE ON THE EMAIL VENDOR'S      *
002690*    FILE (ENOTSTMT, SEE ENOTREC) WITH ITS OWN HEADER/TRAILER    *
002692*    CONTROL TOTALS, OR BOTH.  AN ELECTRONIC CUSTOMER WITH NO    *
002694*    EMAIL ADDRESS FALLS BACK TO PAPER.  THE RUN'S VOLUMES ARE   *
002696*    ADDED TO THE DELIVERY HISTORY (DLVHIST, SEE DLVVREC) FOR    *
002698*    THE MONTHLY DLVRPT REPORT.                                  *
002700*                                                                *
002800******************************************************************
002900* MODIFICATION HISTORY
003060*                    STATUS "R", SEE RETMAIL) IS PASSED
003070*                    OVER WHOLE - NO STATEMENT GOES TO AN
003080*                    ADDRESS THE VENDOR ALREADY RETURNED.
003083*   10/30/2026  RVH  SETS THE MINIMUM PAYMENT DUE AND PAYMENT
003086*                    DUE DATE ON EACH STATEMENT (PMTPARM,
003089*                    CALSUB) AND CARRIES THE PAYMENT DUE FILE
003092*                    (PMTDUE/PMTDUEO) FOR LATEFEE.  A RUN
003095*                    WITHOUT PMTPARM IS REFUSED.
003095*   11/11/2026  RVH  ROUTES EACH STATEMENT BY THE CUSTOMER'S
003095*                    DELIVERY PREFERENCE - PAPER ON STMTXFIL,
003095*                    A NOTICE ON THE EMAIL VENDOR FILE
003095*                    (ENOTSTMT, SEE ENOTREC) WITH HEADER AND
003095*                    TRAILER CONTROL TOTALS, OR BOTH.
003095*                    RETURNED MAIL NOW STOPS ONLY THE PAPER
003095*                    COPY.  THE RUN'S VOLUMES ARE ADDED TO
003095*                    DLVHIST (SEE DLVVREC) FOR DLVRPT.
003095*   11/19/2026  RVH  EVERY STATEMENT IS RECORDED ON THE CUSTOMER
003096*                    CORRESPONDENCE REGISTER (CORRFILE, SEE
003096*                    CORRSUB) BY CHANNEL, DATED FOR ITS PERIOD
003097*                    AND QUOTING THE CLOSING BALANCE.  A PAPER
003097*                    COPY HELD FOR RETURNED MAIL IS RECORDED AS
003098*                    NOT SENT.  AN ENTRY THAT CANNOT BE WRITTEN
003098*                    ENDS THE RUN RC 4.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
005800     SELECT BUILD-REPORT ASSIGN TO STMBRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS BUILD-REPORT-STATUS.
006007     SELECT PAYMENT-PARM-FILE ASSIGN TO PMTPARM
006014         ORGANIZATION IS SEQUENTIAL
006021         ACCESS MODE IS SEQUENTIAL
006028         FILE STATUS IS PAYMENT-PARM-STATUS.
006035     SELECT PAYMENT-DUE-FILE ASSIGN TO PMTDUE
006042         ORGANIZATION IS SEQUENTIAL
006049         ACCESS MODE IS SEQUENTIAL
006056         FILE STATUS IS PAYMENT-DUE-STATUS.
006063     SELECT PAYMENT-DUE-OUT-FILE ASSIGN TO PMTDUEO
006070         ORGANIZATION IS SEQUENTIAL
006077         ACCESS MODE IS SEQUENTIAL
006084         FILE STATUS IS PAYMENT-DUE-OUT-STATUS.
006086     SELECT EMAIL-NOTICE-FILE ASSIGN TO ENOTSTMT
006088         ORGANIZATION IS SEQUENTIAL
006090         ACCESS MODE IS SEQUENTIAL
006092         FILE STATUS IS EMAIL-NOTICE-STATUS.
006094     SELECT DELIVERY-VOLUME-FILE ASSIGN TO DLVHIST
006096         ORGANIZATION IS SEQUENTIAL
006097         ACCESS MODE IS SEQUENTIAL
006098         FILE STATUS IS DELIVERY-VOLUME-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
011700     RECORDING MODE F
011800     DATA RECORD IS STATEMENT-DETAIL-RECORD.
011900     COPY STMXREC.
011902
011904 FD  PAYMENT-PARM-FILE
011906     LABEL RECORDS ARE STANDARD
011908     BLOCK CONTAINS 0 RECORDS
011910     RECORDING MODE F
011912     DATA RECORD IS PAYMENT-PARM-RECORD.
011914     COPY PMTPREC.
011916
011918 FD  PAYMENT-DUE-FILE
011920     LABEL RECORDS ARE STANDARD
011922     BLOCK CONTAINS 0 RECORDS
011924     RECORDING MODE F
011926     DATA RECORD IS PAYMENT-DUE-RECORD.
011928     COPY PDUEREC.
011930
011932 FD  PAYMENT-DUE-OUT-FILE
011934     LABEL RECORDS ARE STANDARD
011936     BLOCK CONTAINS 0 RECORDS
011938     RECORDING MODE F
011940     DATA RECORD IS PAYMENT-DUE-OUT-RECORD.
011942     COPY PDUEREC
011944         REPLACING PAYMENT-DUE-RECORD BY PAYMENT-DUE-OUT-RECORD
011946         PDUE-CUST-ID BY PDUO-CUST-ID
011948         PDUE-STATEMENT-DATE BY PDUO-STATEMENT-DATE
011950         PDUE-DUE-DATE BY PDUO-DUE-DATE
011952         PDUE-STATEMENT-BALANCE BY PDUO-STATEMENT-BALANCE
011954         PDUE-CURRENT-MINIMUM BY PDUO-CURRENT-MINIMUM
011956         PDUE-PAST-DUE-MINIMUM BY PDUO-PAST-DUE-MINIMUM
011958         PDUE-MINIMUM-DUE BY PDUO-MINIMUM-DUE
011960         PDUE-PAID-BY-DUE-DATE BY PDUO-PAID-BY-DUE-DATE
011962         PDUE-PAID-SINCE-STATEMENT BY PDUO-PAID-SINCE-STATEMENT
011964         PDUE-STATUS BY PDUO-STATUS
011966         PDUE-IS-OPEN BY PDUO-IS-OPEN
011968         PDUE-IS-MET BY PDUO-IS-MET
011970         PDUE-IS-LATE BY PDUO-IS-LATE
011972         PDUE-NOTHING-DUE BY PDUO-NOTHING-DUE
011974         PDUE-LATE-FEE-AMOUNT BY PDUO-LATE-FEE-AMOUNT
011976         PDUE-LATE-FEE-DATE BY PDUO-LATE-FEE-DATE.
011978
011980 FD  EMAIL-NOTICE-FILE
011982     LABEL RECORDS ARE STANDARD
011984     BLOCK CONTAINS 0 RECORDS
011986     RECORDING MODE F
011988     DATA RECORD IS EMAIL-NOTICE-RECORD.
011990     COPY ENOTREC.
011992
011994 FD  DELIVERY-VOLUME-FILE
011995     LABEL RECORDS ARE STANDARD
011996     BLOCK CONTAINS 0 RECORDS
011997     RECORDING MODE F
011998     DATA RECORD IS DELIVERY-VOLUME-RECORD.
011999     COPY DLVVREC.
012000
012100 FD  BUILD-REPORT
012200     LABEL RECORDS ARE OMITTED
012400 01  BUILD-REPORT-LINE        PIC X(132).
012500
012600 WORKING-STORAGE SECTION.
012610******************************************************************
012620*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
012630******************************************************************
012640     COPY CALWREC.
012640
012643******************************************************************
012645*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
012646******************************************************************
012648     COPY CORWREC.
012650
012700******************************************************************
012800*    FILE STATUS                                                 *
012900******************************************************************
014000     88  STATEMENT-DETAIL-OK       VALUE "00".
014100 01  BUILD-REPORT-STATUS       PIC X(02).
014200     88  BUILD-REPORT-OK           VALUE "00".
014210 01  PAYMENT-PARM-STATUS       PIC X(02).
014220     88  PAYMENT-PARM-OK           VALUE "00".
014230 01  PAYMENT-DUE-STATUS        PIC X(02).
014240     88  PAYMENT-DUE-OK            VALUE "00".
014250     88  PAYMENT-DUE-NOT-FOUND     VALUE "05" "35".
014260 01  PAYMENT-DUE-OUT-STATUS    PIC X(02).
014270     88  PAYMENT-DUE-OUT-OK        VALUE "00".
014280 01  EMAIL-NOTICE-STATUS       PIC X(02).
014282     88  EMAIL-NOTICE-OK           VALUE "00".
014284 01  DELIVERY-VOLUME-STATUS    PIC X(02).
014286     88  DELIVERY-VOLUME-OK        VALUE "00".
014300
014400******************************************************************
014500*    RUN CONTROL FIELDS                                          *
015100     05  WS-PARM-END           PIC 9(06).
015200 01  WS-PERIOD-START           PIC 9(06) VALUE 0.
015300 01  WS-PERIOD-END             PIC 9(06) VALUE 0.
015310 01  WS-PERIOD-END-FIELDS REDEFINES WS-PERIOD-END.
015320     05  WS-PERIOD-END-YY      PIC 9(02).
015330     05  WS-PERIOD-END-MM      PIC 9(02).
015340     05  WS-PERIOD-END-DD      PIC 9(02).
015400 01  WS-CUSTOMER-AT-END        PIC X(01) VALUE "N".
015500     88  CUSTOMER-FILE-AT-END      VALUE "Y".
015600 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
016000 01  WS-SNAPSHOT-PRESENT       PIC X(01) VALUE "N".
016100     88  SNAPSHOT-PRESENT          VALUE "Y".
016110 01  WS-CYCLE-TODAY            PIC 9(02) VALUE 0.
016112 01  WS-DUE-FILE-PRESENT       PIC X(01) VALUE "N".
016114     88  DUE-FILE-PRESENT          VALUE "Y".
016116 01  WS-DUE-AT-END             PIC X(01) VALUE "N".
016118     88  DUE-FILE-AT-END           VALUE "Y".
016120
016122******************************************************************
016124*    MINIMUM PAYMENT TERMS (PMTPARM) AND THE PAYMENT DUE DATE,   *
016126*    THE SAME FOR EVERY STATEMENT COMPOSED IN THE RUN.           *
016128******************************************************************
016130 01  WS-MIN-PERCENT            PIC 9(2)V99 VALUE 0.
016132 01  WS-MIN-FLOOR              PIC 9(5)V99 VALUE 0.
016134 01  WS-DUE-BUSINESS-DAYS      PIC 9(02) VALUE 0.
016136 01  WS-BUSINESS-DAYS-COUNTED  PIC 9(02) VALUE 0.
016138 01  WS-CALENDAR-USABLE        PIC X(01) VALUE "Y".
016140     88  CALENDAR-USABLE           VALUE "Y".
016142 01  WS-PAYMENT-DUE-DATE       PIC 9(06) VALUE 0.
016144 01  WS-DUE-DATE               PIC 9(06) VALUE 0.
016146 01  WS-DUE-DATE-FIELDS REDEFINES WS-DUE-DATE.
016148     05  WS-DUE-YY             PIC 9(02).
016150     05  WS-DUE-MM             PIC 9(02).
016152     05  WS-DUE-DD             PIC 9(02).
016154 01  WS-WEEKS                  PIC 9(02) VALUE 0.
016156 01  WS-ODD-DAYS               PIC 9(01) VALUE 0.
016158 01  WS-DAYS-TO-ADD            PIC 9(03) VALUE 0.
016160 01  WS-DAYS-LEFT-IN-MONTH     PIC 9(02) VALUE 0.
016162 01  WS-MONTH-LENGTH           PIC 9(02) VALUE 0.
016164 01  WS-LEAP-QUOTIENT          PIC 9(02) VALUE 0.
016166 01  WS-LEAP-REMAINDER         PIC 9(01) VALUE 0.
016168 01  WS-MONTH-LENGTH-VALUES    PIC X(24) VALUE
016170     "312831303130313130313031".
016172 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
016174     05  WS-MONTH-DAYS         OCCURS 12 TIMES PIC 9(02).
016176 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
016178 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
016180     05  WS-WORK-YY            PIC 9(02).
016182     05  WS-WORK-MM            PIC 9(02).
016184     05  WS-WORK-DD            PIC 9(02).
016186 01  WS-DAYS-BETWEEN           PIC S9(05) VALUE 0.
016200
016300******************************************************************
016400*    CURRENT-STATEMENT WORK FIELDS                               *
016900 01  WS-DETAIL-COUNT           PIC 9(05) VALUE 0.
017000 01  WS-STATEMENT-OPEN         PIC X(01) VALUE "N".
017100     88  STATEMENT-IS-OPEN         VALUE "Y".
017110 01  WS-CURRENT-MINIMUM        PIC 9(7)V99 VALUE 0.
017120 01  WS-PAST-DUE-MINIMUM       PIC 9(7)V99 VALUE 0.
017130 01  WS-MINIMUM-DUE            PIC 9(7)V99 VALUE 0.
017140 01  WS-NEW-DUE-WRITTEN        PIC X(01) VALUE "N".
017150     88  NEW-DUE-WRITTEN           VALUE "Y".
017160 01  WS-ROUTE-PAPER            PIC X(01) VALUE "Y".
017162     88  ROUTE-TO-PAPER            VALUE "Y".
017164 01  WS-ROUTE-EMAIL            PIC X(01) VALUE "N".
017166     88  ROUTE-TO-EMAIL            VALUE "Y".
017168 01  WS-EMAIL-FALLBACK         PIC X(01) VALUE "N".
017170     88  EMAIL-FALLBACK            VALUE "Y".
017180 01  WS-PAPER-HELD             PIC X(01) VALUE "N".
017190     88  PAPER-HELD-FOR-RETURN     VALUE "Y".
017200
017300******************************************************************
017400*    RUN TOTALS                                                  *
018000 01  WS-ORPHAN-POSTINGS        PIC 9(07) BINARY VALUE 0.
018010 01  WS-OFF-CYCLE-SKIPPED      PIC 9(07) BINARY VALUE 0.
018020 01  WS-MAIL-SUPPRESSED        PIC 9(07) BINARY VALUE 0.
018046 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
018073 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
018100 01  WS-TOTAL-CLOSING          PIC S9(11)V99 VALUE 0.
018110 01  WS-MINIMUMS-SET           PIC 9(07) BINARY VALUE 0.
018120 01  WS-PAST-DUE-CARRIED       PIC 9(07) BINARY VALUE 0.
018130 01  WS-DUE-RECORDS-CARRIED    PIC 9(07) BINARY VALUE 0.
018140 01  WS-DUE-RECORDS-DROPPED    PIC 9(07) BINARY VALUE 0.
018150 01  WS-TOTAL-MINIMUM-DUE      PIC 9(11)V99 VALUE 0.
018160 01  WS-PAPER-ONLY             PIC 9(07) BINARY VALUE 0.
018162 01  WS-EMAIL-ONLY             PIC 9(07) BINARY VALUE 0.
018164 01  WS-BOTH-WAYS              PIC 9(07) BINARY VALUE 0.
018166 01  WS-EMAIL-FALLBACKS        PIC 9(07) BINARY VALUE 0.
018168 01  WS-NOTICES-WRITTEN        PIC 9(07) BINARY VALUE 0.
018170 01  WS-NOTICE-BALANCE-TOTAL   PIC S9(11)V99 VALUE 0.
018200
018300******************************************************************
018400*    BUILD REPORT LINE LAYOUTS                                   *
021900     05  FILLER                PIC X(30) VALUE
022000         "TOTAL CLOSING BALANCES  . . .".
022100     05  SB-FTR5-CLOSING       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022104
022108 01  SB-FOOTER-LINE-6.
022112     05  FILLER                PIC X(01) VALUE SPACE.
022116     05  FILLER                PIC X(30) VALUE
022120         "PAYMENT DUE DATE  . . . . . .".
022124     05  SB-FTR6-DUE-DATE      PIC 9(06).
022128
022132 01  SB-FOOTER-LINE-7.
022136     05  FILLER                PIC X(01) VALUE SPACE.
022140     05  FILLER                PIC X(30) VALUE
022144         "MINIMUM PAYMENTS SET  . . . .".
022148     05  SB-FTR7-MINIMUMS      PIC ZZZ,ZZ9.
022152
022156 01  SB-FOOTER-LINE-8.
022160     05  FILLER                PIC X(01) VALUE SPACE.
022164     05  FILLER                PIC X(30) VALUE
022168         "TOTAL MINIMUM PAYMENTS DUE  .".
022172     05  SB-FTR8-MINIMUM-DUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
022176
022180 01  SB-FOOTER-LINE-9.
022184     05  FILLER                PIC X(01) VALUE SPACE.
022188     05  FILLER                PIC X(30) VALUE
022192         "WITH PAST-DUE MINIMUM . . . .".
022196     05  SB-FTR9-PAST-DUE      PIC ZZZ,ZZ9.
022200
022202 01  SB-FOOTER-LINE-10.
022205     05  FILLER                PIC X(01) VALUE SPACE.
022208     05  FILLER                PIC X(30) VALUE
022211         "PAPER ONLY  . . . . . . . . .".
022214     05  SB-FTR10-PAPER        PIC ZZZ,ZZ9.
022217
022220 01  SB-FOOTER-LINE-11.
022223     05  FILLER                PIC X(01) VALUE SPACE.
022226     05  FILLER                PIC X(30) VALUE
022229         "EMAIL ONLY  . . . . . . . . .".
022232     05  SB-FTR11-EMAIL        PIC ZZZ,ZZ9.
022235
022238 01  SB-FOOTER-LINE-12.
022241     05  FILLER                PIC X(01) VALUE SPACE.
022244     05  FILLER                PIC X(30) VALUE
022247         "PAPER AND EMAIL . . . . . . .".
022250     05  SB-FTR12-BOTH         PIC ZZZ,ZZ9.
022253
022256 01  SB-FOOTER-LINE-13.
022259     05  FILLER                PIC X(01) VALUE SPACE.
022262     05  FILLER                PIC X(30) VALUE
022265         "NO EMAIL ADDRESS - PAPER  . .".
022268     05  SB-FTR13-FALLBACK     PIC ZZZ,ZZ9.
022271
022274 01  SB-FOOTER-LINE-14.
022277     05  FILLER                PIC X(01) VALUE SPACE.
022280     05  FILLER                PIC X(30) VALUE
022283         "EMAIL NOTICE BALANCES . . . .".
022286     05  SB-FTR14-NOTICE-BAL   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022289
022300 PROCEDURE DIVISION.
022400******************************************************************
022500*    0000-MAINLINE                                               *
024500         MOVE WS-RUN-DATE TO WS-PERIOD-END
024600     END-IF
024610     MOVE WS-RUN-DATE(5:2) TO WS-CYCLE-TODAY
024620     PERFORM 1100-LOAD-PAYMENT-TERMS THRU 1100-EXIT
024700     OPEN INPUT CUSTOMER-FILE
024800     IF NOT CUST-FILE-OK
024900         DISPLAY "STMTBLD - ERROR OPENING CUSTOMER FILE - "
025800         DISPLAY "STMTBLD - NO PERIOD-OPENING SNAPSHOT - "
025900             "OPENING BALANCES ASSUMED ZERO"
026000         MOVE "Y" TO WS-SNAPSHOT-AT-END
026010     END-IF
026020     OPEN INPUT PAYMENT-DUE-FILE
026030     EVALUATE TRUE
026040         WHEN PAYMENT-DUE-OK
026050             MOVE "Y" TO WS-DUE-FILE-PRESENT
026060         WHEN PAYMENT-DUE-NOT-FOUND
026070             DISPLAY "STMTBLD - NO CARRIED PAYMENT DUE FILE - "
026080                 "NO PRIOR MINIMUM IS PAST DUE"
026090             MOVE "Y" TO WS-DUE-AT-END
026100         WHEN OTHER
026110             DISPLAY "STMTBLD - ERROR OPENING PAYMENT DUE FILE - "
026120                 "STATUS " PAYMENT-DUE-STATUS
026130             MOVE 16 TO RETURN-CODE
026140             STOP RUN
026150     END-EVALUATE
026160     OPEN OUTPUT PAYMENT-DUE-OUT-FILE
026170     IF NOT PAYMENT-DUE-OUT-OK
026180         DISPLAY "STMTBLD - ERROR OPENING PAYMENT DUE OUTPUT - "
026190             "STATUS " PAYMENT-DUE-OUT-STATUS
026200         MOVE 16 TO RETURN-CODE
026210         STOP RUN
026220     END-IF
026230     OPEN OUTPUT STATEMENT-DETAIL-FILE
026232     OPEN OUTPUT EMAIL-NOTICE-FILE
026234     IF NOT EMAIL-NOTICE-OK
026236         DISPLAY "STMTBLD - ERROR OPENING EMAIL NOTICE FILE - "
026238             "STATUS " EMAIL-NOTICE-STATUS
026240         MOVE 16 TO RETURN-CODE
026242         STOP RUN
026244     END-IF
026246     INITIALIZE EMAIL-NOTICE-RECORD
026248     MOVE "H" TO ENOT-RECORD-TYPE
026250     MOVE "STMTBLD" TO ENOT-HDR-SOURCE-PROGRAM
026252     MOVE WS-RUN-DATE TO ENOT-HDR-FILE-DATE
026254     WRITE EMAIL-NOTICE-RECORD
026300     OPEN OUTPUT BUILD-REPORT
026400     IF NOT BUILD-REPORT-OK
026500         DISPLAY "STMTBLD - ERROR OPENING BUILD REPORT - "
027300     WRITE BUILD-REPORT-LINE AFTER ADVANCING 1 LINE.
027400 1000-EXIT.
027500     EXIT.
027502
027504******************************************************************
027506*    1100-LOAD-PAYMENT-TERMS                                     *
027508*    THE MINIMUM PAYMENT FORMULA AND DUE-DATE TERMS ARE CREDIT   *
027510*    POLICY, SO THEY LIVE ON THE PMTPARM PARAMETER FILE - A RUN  *
027512*    WITHOUT THEM IS REFUSED, THE SAME AS NSFPROC WITHOUT        *
027514*    NSFPARM.  THE PAYMENT DUE DATE IS WORKED OUT ONCE HERE -    *
027516*    EVERY STATEMENT IN THE RUN SHARES THE STATEMENT DATE.       *
027518******************************************************************
027520 1100-LOAD-PAYMENT-TERMS.
027522     OPEN INPUT PAYMENT-PARM-FILE
027524     IF NOT PAYMENT-PARM-OK
027526         DISPLAY "STMTBLD - PAYMENT PARAMETER FILE NOT FOUND - "
027528             "STATUS " PAYMENT-PARM-STATUS " - RUN STOPPED"
027530         MOVE 16 TO RETURN-CODE
027532         STOP RUN
027534     END-IF
027536     READ PAYMENT-PARM-FILE
027538         AT END
027540             MOVE SPACES TO PAYMENT-PARM-RECORD
027542     END-READ
027544     CLOSE PAYMENT-PARM-FILE
027546     IF PMTP-MIN-PERCENT NOT NUMERIC OR
027548             PMTP-MIN-FLOOR NOT NUMERIC OR
027550             PMTP-DUE-BUSINESS-DAYS NOT NUMERIC OR
027552             PMTP-DUE-BUSINESS-DAYS = 0
027554         DISPLAY "STMTBLD - MINIMUM PAYMENT TERMS MISSING OR "
027556             "INVALID ON PMTPARM - RUN STOPPED"
027558         MOVE 16 TO RETURN-CODE
027560         STOP RUN
027562     END-IF
027564     MOVE PMTP-MIN-PERCENT TO WS-MIN-PERCENT
027566     MOVE PMTP-MIN-FLOOR TO WS-MIN-FLOOR
027568     MOVE PMTP-DUE-BUSINESS-DAYS TO WS-DUE-BUSINESS-DAYS
027570     PERFORM 7000-COMPUTE-PAYMENT-DUE-DATE THRU 7000-EXIT
027572     MOVE WS-DUE-DATE TO WS-PAYMENT-DUE-DATE
027574     DISPLAY "STMTBLD - PAYMENT DUE DATE " WS-PAYMENT-DUE-DATE.
027576 1100-EXIT.
027578     EXIT.
027600
027700******************************************************************
027800*    1500-SORT-THE-HISTORY                                       *
035000     IF SNAPSHOT-PRESENT
035100         PERFORM 2120-READ-NEXT-SNAPSHOT THRU 2120-EXIT
035200     END-IF
035210     IF DUE-FILE-PRESENT
035220         PERFORM 2130-READ-NEXT-DUE THRU 2130-EXIT
035230     END-IF
035300     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
035400     PERFORM 3000-COMPOSE-ONE-ACCOUNT THRU 3000-EXIT
035500         UNTIL CUSTOMER-FILE-AT-END
038700     END-READ.
038800 2120-EXIT.
038900     EXIT.
038910
038920 2130-READ-NEXT-DUE.
038930     READ PAYMENT-DUE-FILE
038940         AT END
038950             MOVE "Y" TO WS-DUE-AT-END
038960     END-READ.
038970 2130-EXIT.
038980     EXIT.
039000
039100******************************************************************
039200*    3000-COMPOSE-ONE-ACCOUNT                                    *
039900 3000-COMPOSE-ONE-ACCOUNT.
040000     PERFORM 3100-ALIGN-SNAPSHOT THRU 3100-EXIT
040100     PERFORM 3200-SKIP-ORPHAN-POSTINGS THRU 3200-EXIT
040103     PERFORM 3600-ALIGN-PAYMENT-DUE THRU 3600-EXIT
040106     MOVE "N" TO WS-NEW-DUE-WRITTEN
040110*    AN ACCOUNT WHOSE ASSIGNED CYCLE DAY IS NOT TONIGHT'S IS
040120*    PASSED OVER WHOLE - ITS POSTINGS STAY ON THE RETAINED
040130*    HISTORY FOR ITS OWN CYCLE NIGHT.
040180         PERFORM 3250-PASS-THIS-ACCOUNT THRU 3250-EXIT
040190         GO TO 3000-NEXT
040195     END-IF
040196*    NO STATEMENT TO AN ADDRESS THE VENDOR ALREADY RETURNED -
040197*    UNLESS IT CAN GO BY EMAIL INSTEAD.
040197     PERFORM 3050-SET-DELIVERY-ROUTE THRU 3050-EXIT
040197     IF NOT ROUTE-TO-PAPER AND NOT ROUTE-TO-EMAIL
040198         ADD 1 TO WS-MAIL-SUPPRESSED
040198*        THE STATEMENT IT WOULD HAVE HAD IS STILL REGISTERED,
040198*        AS NOT SENT, SO THE REGISTER SHOWS WHY IT WAS NOT
040198*        MAILED.
040198         IF (CUST-BALANCE NUMERIC AND CUST-BALANCE NOT = 0) OR
040198                 (NOT HISTORY-FILE-AT-END AND
040198                  SPH-CUST-ID = CUST-ID)
040198             PERFORM 3520-REGISTER-HELD-PAPER THRU 3520-EXIT
040198         END-IF
040199         PERFORM 3250-PASS-THIS-ACCOUNT THRU 3250-EXIT
040199         GO TO 3000-NEXT
040199     END-IF
042000         PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT
042100     END-IF.
042150 3000-NEXT.
042160     PERFORM 3800-CARRY-PAYMENT-DUE THRU 3800-EXIT
042170     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
042300 3000-EXIT.
042400     EXIT.
042410
042420******************************************************************
042430*    3050-SET-DELIVERY-ROUTE                                     *
042440*    PAPER, EMAIL OR BOTH BY THE CUSTOMER'S DELIVERY PREFERENCE. *
042450*    AN EMAIL PREFERENCE WITH NO ADDRESS ON FILE FALLS BACK TO   *
042460*    PAPER; RETURNED MAIL STOPS THE PAPER COPY ONLY.             *
042470******************************************************************
042480 3050-SET-DELIVERY-ROUTE.
042481     MOVE "Y" TO WS-ROUTE-PAPER
042482     MOVE "N" TO WS-ROUTE-EMAIL
042483     MOVE "N" TO WS-EMAIL-FALLBACK
042484     IF CUST-DELIVER-BY-EMAIL
042485         IF CUST-EMAIL-ADDRESS = SPACES
042486             MOVE "Y" TO WS-EMAIL-FALLBACK
042487         ELSE
042488             MOVE "Y" TO WS-ROUTE-EMAIL
042489             IF CUST-DELIVER-ELECTRONIC
042490                 MOVE "N" TO WS-ROUTE-PAPER
042491             END-IF
042492         END-IF
042493     END-IF
042493     MOVE "N" TO WS-PAPER-HELD
042494     IF CUST-MAIL-RETURNED
042494         IF ROUTE-TO-PAPER
042494             MOVE "Y" TO WS-PAPER-HELD
042494         END-IF
042494         MOVE "N" TO WS-ROUTE-PAPER
042496     END-IF.
042497 3050-EXIT.
042498     EXIT.
042500
042600******************************************************************
042700*    3100-ALIGN-SNAPSHOT                                         *
047000     MOVE WS-OPENING-BALANCE TO STMX-OPENING-BALANCE
047100     MOVE WS-PERIOD-START TO STMX-PERIOD-START
047200     MOVE WS-PERIOD-END TO STMX-PERIOD-END
047300     IF ROUTE-TO-PAPER
047310         WRITE STATEMENT-DETAIL-RECORD
047320     END-IF.
047400 3300-EXIT.
047500     EXIT.
047600
049400     MOVE SPH-AMOUNT TO STMX-TXN-AMOUNT
049500     MOVE SPH-REFERENCE TO STMX-TXN-REFERENCE
049600     MOVE SPH-NEW-BALANCE TO STMX-RUNNING-BALANCE
049700     IF ROUTE-TO-PAPER
049710         WRITE STATEMENT-DETAIL-RECORD
049720     END-IF
049800     PERFORM 2110-READ-NEXT-SORTED THRU 2110-EXIT.
049900 3400-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    3500-WRITE-TRAILER                                          *
050310*    THE TRAILER CARRIES THE MINIMUM PAYMENT DUE AND THE         *
050320*    PAYMENT DUE DATE SET FOR THE STATEMENT.                     *
050330******************************************************************
050340 3500-WRITE-TRAILER.
050350     PERFORM 3700-SET-MINIMUM-PAYMENT THRU 3700-EXIT
050360     COMPUTE WS-ACCRUED-CHARGES = CUST-BALANCE -
050370         WS-OPENING-BALANCE - WS-NET-POSTED
050800     INITIALIZE STATEMENT-DETAIL-RECORD
050900     MOVE "T" TO STMX-RECORD-TYPE
051000     MOVE CUST-ID TO STMX-CUST-ID
051100     MOVE WS-ACCRUED-CHARGES TO STMX-ACCRUED-CHARGES
051200     MOVE CUST-BALANCE TO STMX-CLOSING-BALANCE
051300     MOVE WS-DETAIL-COUNT TO STMX-TXN-COUNT
051310     MOVE WS-MINIMUM-DUE TO STMX-MINIMUM-DUE
051320     MOVE WS-PAST-DUE-MINIMUM TO STMX-PAST-DUE-MINIMUM
051330     MOVE WS-PAYMENT-DUE-DATE TO STMX-PAYMENT-DUE-DATE
051340     IF ROUTE-TO-PAPER
051340         WRITE STATEMENT-DETAIL-RECORD
051341         MOVE "P" TO CORW-CHANNEL
051341         MOVE "Y" TO CORW-SENT-FLAG
051342         MOVE SPACE TO CORW-NOT-SENT-REASON
051342         MOVE CUST-ADDRESS TO CORW-ADDRESS
051343         PERFORM 3560-REGISTER-STATEMENT THRU 3560-EXIT
051344     END-IF
051344     IF PAPER-HELD-FOR-RETURN
051345         PERFORM 3520-REGISTER-HELD-PAPER THRU 3520-EXIT
051345     END-IF
051346     EVALUATE TRUE
051348         WHEN ROUTE-TO-PAPER AND ROUTE-TO-EMAIL
051350             ADD 1 TO WS-BOTH-WAYS
051352         WHEN ROUTE-TO-EMAIL
051354             ADD 1 TO WS-EMAIL-ONLY
051356         WHEN OTHER
051358             ADD 1 TO WS-PAPER-ONLY
051360     END-EVALUATE
051362     IF EMAIL-FALLBACK
051364         ADD 1 TO WS-EMAIL-FALLBACKS
051366     END-IF
051368     IF ROUTE-TO-EMAIL
051370         PERFORM 3550-WRITE-EMAIL-NOTICE THRU 3550-EXIT
051372     END-IF
051374     ADD CUST-BALANCE TO WS-TOTAL-CLOSING.
051600 3500-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    3520-REGISTER-HELD-PAPER                                    *
051700*    THE PAPER COPY THE CUSTOMER WOULD HAVE HAD, HELD BACK FOR   *
051700*    RETURNED MAIL, GOES ON THE REGISTER AS NOT SENT.            *
051700******************************************************************
051700 3520-REGISTER-HELD-PAPER.
051700     MOVE "P" TO CORW-CHANNEL
051700     MOVE "N" TO CORW-SENT-FLAG
051700     MOVE "R" TO CORW-NOT-SENT-REASON
051700     MOVE CUST-ADDRESS TO CORW-ADDRESS
051700     PERFORM 3560-REGISTER-STATEMENT THRU 3560-EXIT.
051700 3520-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    3550-WRITE-EMAIL-NOTICE                                     *
051700*    THE EMAIL VENDOR SENDS THE CUSTOMER A STATEMENT-READY       *
051700*    NOTICE CARRYING THE CLOSING BALANCE, MINIMUM PAYMENT DUE    *
051700*    AND PAYMENT DUE DATE.                                       *
051700******************************************************************
051700 3550-WRITE-EMAIL-NOTICE.
051700     INITIALIZE EMAIL-NOTICE-RECORD
051700     MOVE "D" TO ENOT-RECORD-TYPE
051700     MOVE "S" TO ENOT-NOTICE-TYPE
051700     MOVE CUST-ID TO ENOT-CUST-ID
051700     MOVE CUST-NAME TO ENOT-CUST-NAME
051700     MOVE CUST-EMAIL-ADDRESS TO ENOT-EMAIL-ADDRESS
051700     MOVE CUST-BALANCE TO ENOT-BALANCE
051700     MOVE WS-MINIMUM-DUE TO ENOT-MINIMUM-DUE
051700     MOVE WS-PAYMENT-DUE-DATE TO ENOT-PAYMENT-DUE-DATE
051700     MOVE WS-PERIOD-END TO ENOT-PERIOD-END
051700     MOVE 0 TO ENOT-DUNNING-LEVEL
051700     MOVE WS-RUN-DATE TO ENOT-NOTICE-DATE
051700     WRITE EMAIL-NOTICE-RECORD
051700     ADD 1 TO WS-NOTICES-WRITTEN
051700     ADD CUST-BALANCE TO WS-NOTICE-BALANCE-TOTAL
051700     MOVE "E" TO CORW-CHANNEL
051700     MOVE "Y" TO CORW-SENT-FLAG
051700     MOVE SPACE TO CORW-NOT-SENT-REASON
051700     MOVE CUST-EMAIL-ADDRESS TO CORW-ADDRESS
051700     PERFORM 3560-REGISTER-STATEMENT THRU 3560-EXIT.
051700 3550-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    3560-REGISTER-STATEMENT                                     *
051700*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
051700*    STATEMENT, DATED FOR THE PERIOD IT COVERS AND QUOTING THE   *
051700*    CLOSING BALANCE.  CALLERS SET THE CHANNEL, SENT FLAG,       *
051700*    REASON AND ADDRESS FIRST.  STMTXMIT STAMPS THE PAPER        *
051700*    COPY'S TRANSMISSION REFERENCE WHEN THE FILE GOES.  AN       *
051700*    ENTRY THAT CANNOT BE WRITTEN DOES NOT STOP THE STATEMENT -  *
051700*    IT IS COUNTED AND THE RUN ENDS RC 4.                        *
051700******************************************************************
051700 3560-REGISTER-STATEMENT.
051700     MOVE "W" TO CORW-FUNCTION
051700     MOVE CUST-ID TO CORW-CUST-ID
051700     MOVE WS-RUN-DATE TO CORW-DATE
051700     MOVE "FS" TO CORW-DOC-TYPE
051700     MOVE 0 TO CORW-DOC-LEVEL
051700     MOVE CUST-NAME TO CORW-CUST-NAME
051700     MOVE CUST-BALANCE TO CORW-BALANCE
051700     MOVE WS-PERIOD-END TO CORW-DOC-DATE
051700     MOVE SPACES TO CORW-DOC-REF
051700     MOVE "STMTBLD" TO CORW-PROGRAM
051700     CALL "CORRSUB" USING CORRESPONDENCE-AREA
051700     IF NOT CORW-OK
051700         ADD 1 TO WS-CORR-NOT-RECORDED
051700         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
051700     END-IF.
051700 3560-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    3600-ALIGN-PAYMENT-DUE                                      *
051700*    A CARRIED DUE RECORD WHOSE ACCOUNT IS NO LONGER ON THE      *
051700*    MASTER (PURGED OR MERGED AWAY) IS DROPPED AND COUNTED.      *
051700******************************************************************
051700 3600-ALIGN-PAYMENT-DUE.
051700     PERFORM 3610-DROP-ORPHAN-DUE THRU 3610-EXIT
051700         UNTIL DUE-FILE-AT-END OR
051700             PDUE-CUST-ID NOT < CUST-ID.
051700 3600-EXIT.
051700     EXIT.
051700
051700 3610-DROP-ORPHAN-DUE.
051700     ADD 1 TO WS-DUE-RECORDS-DROPPED
051700     PERFORM 2130-READ-NEXT-DUE THRU 2130-EXIT.
051700 3610-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    3700-SET-MINIMUM-PAYMENT                                    *
051700*    MINIMUM = PMTP-MIN-PERCENT OF THE CLOSING BALANCE, NOT LESS *
051700*    THAN THE FLOOR, PLUS WHATEVER OF THE PRIOR STATEMENT'S      *
051700*    MINIMUM IS STILL UNPAID ONCE ITS DUE DATE HAS PASSED, AND   *
051700*    NEVER MORE THAN THE BALANCE.  AN ACCOUNT THAT IS NOT        *
051700*    ACTIVE, OR OWES NOTHING, HAS NOTHING DUE AND CAN NEVER BE   *
051700*    CHARGED A LATE FEE.  THE NEW DUE RECORD REPLACES THE        *
051700*    CARRIED ONE.                                                *
051700******************************************************************
051700 3700-SET-MINIMUM-PAYMENT.
051700     MOVE 0 TO WS-CURRENT-MINIMUM
051700     MOVE 0 TO WS-PAST-DUE-MINIMUM
051700     MOVE 0 TO WS-MINIMUM-DUE
051700     IF NOT DUE-FILE-AT-END AND PDUE-CUST-ID = CUST-ID AND
051700             (PDUE-IS-OPEN OR PDUE-IS-LATE) AND
051700             PDUE-MINIMUM-DUE > PDUE-PAID-SINCE-STATEMENT
051700         MOVE PDUE-DUE-DATE TO WS-WORK-DATE
051700         PERFORM 7100-COMPUTE-DAYS-BETWEEN THRU 7100-EXIT
051700         IF WS-DAYS-BETWEEN > 0
051700             COMPUTE WS-PAST-DUE-MINIMUM =
051700                 PDUE-MINIMUM-DUE - PDUE-PAID-SINCE-STATEMENT
051700         END-IF
051700     END-IF
051700     IF CUST-STATUS-ACTIVE AND CUST-BALANCE NUMERIC AND
051700             CUST-BALANCE > 0
051700         COMPUTE WS-CURRENT-MINIMUM ROUNDED =
051700             CUST-BALANCE * WS-MIN-PERCENT / 100
051700         IF WS-CURRENT-MINIMUM < WS-MIN-FLOOR
051700             MOVE WS-MIN-FLOOR TO WS-CURRENT-MINIMUM
051700         END-IF
051700         COMPUTE WS-MINIMUM-DUE =
051700             WS-CURRENT-MINIMUM + WS-PAST-DUE-MINIMUM
051700         IF WS-MINIMUM-DUE > CUST-BALANCE
051700             MOVE CUST-BALANCE TO WS-MINIMUM-DUE
051700         END-IF
051700         IF WS-CURRENT-MINIMUM > WS-MINIMUM-DUE
051700             MOVE WS-MINIMUM-DUE TO WS-CURRENT-MINIMUM
051700         END-IF
051700         COMPUTE WS-PAST-DUE-MINIMUM =
051700             WS-MINIMUM-DUE - WS-CURRENT-MINIMUM
051700     ELSE
051700         MOVE 0 TO WS-PAST-DUE-MINIMUM
051700     END-IF
051700     INITIALIZE PAYMENT-DUE-OUT-RECORD
051700     MOVE CUST-ID TO PDUO-CUST-ID
051700     MOVE WS-PERIOD-END TO PDUO-STATEMENT-DATE
051700     MOVE WS-PAYMENT-DUE-DATE TO PDUO-DUE-DATE
051700     MOVE CUST-BALANCE TO PDUO-STATEMENT-BALANCE
051700     MOVE WS-CURRENT-MINIMUM TO PDUO-CURRENT-MINIMUM
051700     MOVE WS-PAST-DUE-MINIMUM TO PDUO-PAST-DUE-MINIMUM
051700     MOVE WS-MINIMUM-DUE TO PDUO-MINIMUM-DUE
051700     IF WS-MINIMUM-DUE > 0
051700         MOVE "O" TO PDUO-STATUS
051700         ADD 1 TO WS-MINIMUMS-SET
051700         ADD WS-MINIMUM-DUE TO WS-TOTAL-MINIMUM-DUE
051700     ELSE
051700         MOVE "Z" TO PDUO-STATUS
051700     END-IF
051700     IF WS-PAST-DUE-MINIMUM > 0
051700         ADD 1 TO WS-PAST-DUE-CARRIED
051700     END-IF
051700     WRITE PAYMENT-DUE-OUT-RECORD
051700     MOVE "Y" TO WS-NEW-DUE-WRITTEN.
051700 3700-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    3800-CARRY-PAYMENT-DUE                                      *
051700*    AN ACCOUNT NOT STATEMENTED TONIGHT KEEPS ITS CARRIED DUE    *
051700*    RECORD UNCHANGED; EITHER WAY THE CARRIED RECORD IS USED UP. *
051700******************************************************************
051700 3800-CARRY-PAYMENT-DUE.
051700     IF DUE-FILE-AT-END OR PDUE-CUST-ID NOT = CUST-ID
051700         GO TO 3800-EXIT
051700     END-IF
051700     IF NOT NEW-DUE-WRITTEN
051700         WRITE PAYMENT-DUE-OUT-RECORD FROM PAYMENT-DUE-RECORD
051700         ADD 1 TO WS-DUE-RECORDS-CARRIED
051700     END-IF
051700     PERFORM 2130-READ-NEXT-DUE THRU 2130-EXIT.
051700 3800-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    7000-COMPUTE-PAYMENT-DUE-DATE                               *
051700*    THE STATEMENT DATE PLUS WS-DUE-BUSINESS-DAYS BUSINESS DAYS, *
051700*    ONE "NEXT BUSINESS DAY" CALL TO CALSUB AT A TIME.  WITHOUT  *
051700*    A USABLE CALENDAR EACH FIVE BUSINESS DAYS COUNT AS A WEEK   *
051700*    OF REAL CALENDAR DAYS, STEPPED A MONTH AT A TIME (THE       *
051700*    DISPMNT ARITHMETIC).                                        *
051700******************************************************************
051700 7000-COMPUTE-PAYMENT-DUE-DATE.
051700     MOVE WS-PERIOD-END TO WS-DUE-DATE
051700     MOVE 0 TO WS-BUSINESS-DAYS-COUNTED
051700     MOVE "Y" TO WS-CALENDAR-USABLE
051700     PERFORM 7010-NEXT-BUSINESS-DAY THRU 7010-EXIT
051700         UNTIL WS-BUSINESS-DAYS-COUNTED NOT < WS-DUE-BUSINESS-DAYS
051700             OR NOT CALENDAR-USABLE
051700     IF CALENDAR-USABLE
051700         GO TO 7000-EXIT
051700     END-IF
051700     MOVE WS-PERIOD-END TO WS-DUE-DATE
051700     IF WS-DUE-DATE NOT NUMERIC OR
051700             WS-DUE-MM < 1 OR WS-DUE-MM > 12 OR
051700             WS-DUE-DD < 1 OR WS-DUE-DD > 31
051700         GO TO 7000-EXIT
051700     END-IF
051700     DIVIDE WS-DUE-BUSINESS-DAYS BY 5 GIVING WS-WEEKS
051700         REMAINDER WS-ODD-DAYS
051700     COMPUTE WS-DAYS-TO-ADD = WS-WEEKS * 7 + WS-ODD-DAYS
051700     PERFORM 7020-ADVANCE-ONE-MONTH THRU 7020-EXIT
051700         UNTIL WS-DAYS-TO-ADD = 0.
051700 7000-EXIT.
051700     EXIT.
051700
051700 7010-NEXT-BUSINESS-DAY.
051700     MOVE "N" TO CALW-FUNCTION
051700     MOVE WS-DUE-DATE TO CALW-DATE-1
051700     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
051700     IF CALW-OK
051700         MOVE CALW-RESULT-DATE TO WS-DUE-DATE
051700         ADD 1 TO WS-BUSINESS-DAYS-COUNTED
051700     ELSE
051700         MOVE "N" TO WS-CALENDAR-USABLE
051700     END-IF.
051700 7010-EXIT.
051700     EXIT.
051700
051700 7020-ADVANCE-ONE-MONTH.
051700     MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-LENGTH
051700     IF WS-DUE-MM = 2
051700         DIVIDE WS-DUE-YY BY 4 GIVING WS-LEAP-QUOTIENT
051700             REMAINDER WS-LEAP-REMAINDER
051700         IF WS-LEAP-REMAINDER = 0
051700             MOVE 29 TO WS-MONTH-LENGTH
051700         END-IF
051700     END-IF
051700     IF WS-DUE-DD > WS-MONTH-LENGTH
051700         MOVE WS-MONTH-LENGTH TO WS-DUE-DD
051700     END-IF
051700     COMPUTE WS-DAYS-LEFT-IN-MONTH =
051700         WS-MONTH-LENGTH - WS-DUE-DD
051700     IF WS-DAYS-TO-ADD NOT > WS-DAYS-LEFT-IN-MONTH
051700         ADD WS-DAYS-TO-ADD TO WS-DUE-DD
051700         MOVE 0 TO WS-DAYS-TO-ADD
051700         GO TO 7020-EXIT
051700     END-IF
051700     COMPUTE WS-DAYS-TO-ADD =
051700         WS-DAYS-TO-ADD - WS-DAYS-LEFT-IN-MONTH - 1
051700     MOVE 1 TO WS-DUE-DD
051700     IF WS-DUE-MM = 12
051700         MOVE 1 TO WS-DUE-MM
051700         IF WS-DUE-YY = 99
051700             MOVE 0 TO WS-DUE-YY
051700         ELSE
051700             ADD 1 TO WS-DUE-YY
051700         END-IF
051700     ELSE
051700         ADD 1 TO WS-DUE-MM
051700     END-IF.
051700 7020-EXIT.
051700     EXIT.
051700
051700******************************************************************
051700*    7100-COMPUTE-DAYS-BETWEEN                                   *
051700*    REAL ELAPSED DAYS FROM WS-WORK-DATE TO THE STATEMENT DATE,  *
051700*    THROUGH CALSUB; 30-DAY-MONTH ARITHMETIC IS THE FALLBACK.    *
051700******************************************************************
051700 7100-COMPUTE-DAYS-BETWEEN.
051700     MOVE "D" TO CALW-FUNCTION
051700     MOVE WS-WORK-DATE TO CALW-DATE-1
051700     MOVE WS-PERIOD-END TO CALW-DATE-2
051700     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
051700     IF CALW-OK
051700         MOVE CALW-DAYS TO WS-DAYS-BETWEEN
051700         GO TO 7100-EXIT
051700     END-IF
051700     COMPUTE WS-DAYS-BETWEEN =
051700         (WS-PERIOD-END-YY - WS-WORK-YY) * 360 +
051700         (WS-PERIOD-END-MM - WS-WORK-MM) * 30 +
051700         (WS-PERIOD-END-DD - WS-WORK-DD).
051700 7100-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000*    9000-TERMINATE                                              *
053000     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-3
053100     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-4
053200     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-5
053210     MOVE WS-PAYMENT-DUE-DATE TO SB-FTR6-DUE-DATE
053220     MOVE WS-MINIMUMS-SET TO SB-FTR7-MINIMUMS
053230     MOVE WS-TOTAL-MINIMUM-DUE TO SB-FTR8-MINIMUM-DUE
053240     MOVE WS-PAST-DUE-CARRIED TO SB-FTR9-PAST-DUE
053250     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-6
053260     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-7
053270     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-8
053280     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-9
053281     MOVE WS-PAPER-ONLY TO SB-FTR10-PAPER
053282     MOVE WS-EMAIL-ONLY TO SB-FTR11-EMAIL
053283     MOVE WS-BOTH-WAYS TO SB-FTR12-BOTH
053284     MOVE WS-EMAIL-FALLBACKS TO SB-FTR13-FALLBACK
053285     MOVE WS-NOTICE-BALANCE-TOTAL TO SB-FTR14-NOTICE-BAL
053286     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-10
053287     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-11
053288     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-12
053289     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-13
053289     WRITE BUILD-REPORT-LINE FROM SB-FOOTER-LINE-14
053289     INITIALIZE EMAIL-NOTICE-RECORD
053289     MOVE "T" TO ENOT-RECORD-TYPE
053289     MOVE WS-NOTICES-WRITTEN TO ENOT-TRL-NOTICE-COUNT
053289     MOVE WS-NOTICE-BALANCE-TOTAL TO ENOT-TRL-BALANCE-TOTAL
053289     WRITE EMAIL-NOTICE-RECORD
053289     CLOSE EMAIL-NOTICE-FILE
053290     CLOSE CUSTOMER-FILE
053400     IF SNAPSHOT-PRESENT
053500         CLOSE SNAPSHOT-FILE
053600     END-IF
053700     IF DUE-FILE-PRESENT
053710         CLOSE PAYMENT-DUE-FILE
053720     END-IF
053730     CLOSE PAYMENT-DUE-OUT-FILE
053740     CLOSE STATEMENT-DETAIL-FILE
053750     CLOSE BUILD-REPORT
053800     MOVE "C" TO CORW-FUNCTION
053850     CALL "CORRSUB" USING CORRESPONDENCE-AREA
053900     DISPLAY "STMTBLD - " WS-STATEMENTS-BUILT
054000         " STATEMENT(S) COMPOSED, " WS-DETAILS-WRITTEN
054100         " DETAIL(S) LISTED"
054120         DISPLAY "STMTBLD - " WS-MAIL-SUPPRESSED
054130             " STATEMENT(S) SUPPRESSED FOR RETURNED MAIL"
054140     END-IF
054148     IF WS-CORR-NOT-RECORDED > 0
054157         DISPLAY "STMTBLD - " WS-CORR-NOT-RECORDED
054165             " STATEMENT(S) NOT RECORDED ON THE CORRESPONDENCE "
054174             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
054182         MOVE 4 TO RETURN-CODE
054191     END-IF
054200     IF WS-ORPHAN-POSTINGS > 0
054210         DISPLAY "STMTBLD - " WS-ORPHAN-POSTINGS
054220             " POSTING(S) HAD NO LIVE ACCOUNT - NOT STATEMENTED"
054230     END-IF
054240     IF WS-DUE-RECORDS-DROPPED > 0
054250         DISPLAY "STMTBLD - " WS-DUE-RECORDS-DROPPED
054260             " PAYMENT DUE RECORD(S) HAD NO LIVE ACCOUNT - "
054265             "DROPPED"
054270     END-IF
054272     DISPLAY "STMTBLD - " WS-NOTICES-WRITTEN
054274         " EMAIL NOTICE(S) TO THE EMAIL VENDOR, "
054276         WS-EMAIL-FALLBACKS " EMAIL FALLBACK(S) TO PAPER"
054278     PERFORM 9100-WRITE-DELIVERY-VOLUME THRU 9100-EXIT.
054600 9000-EXIT.
054700     EXIT.
054710
054720******************************************************************
054730*    9100-WRITE-DELIVERY-VOLUME                                  *
054740*    ONE RECORD PER RUN ON THE DELIVERY HISTORY FOR DLVRPT.  A   *
054750*    HISTORY THAT WILL NOT OPEN DOES NOT UNDO THE RUN - IT IS    *
054760*    REPORTED AND THE RUN ENDS RC 4.                             *
054770******************************************************************
054780 9100-WRITE-DELIVERY-VOLUME.
054781     OPEN EXTEND DELIVERY-VOLUME-FILE
054782     IF NOT DELIVERY-VOLUME-OK
054783         DISPLAY "STMTBLD - DELIVERY HISTORY NOT AVAILABLE - "
054784             "STATUS " DELIVERY-VOLUME-STATUS
054785             " - VOLUMES NOT RECORDED"
054786         MOVE 4 TO RETURN-CODE
054787         GO TO 9100-EXIT
054788     END-IF
054789     INITIALIZE DELIVERY-VOLUME-RECORD
054790     MOVE WS-RUN-DATE TO DLVV-RUN-DATE
054791     MOVE "STMTBLD" TO DLVV-SOURCE-PROGRAM
054792     MOVE WS-PAPER-ONLY TO DLVV-PAPER-ONLY
054793     MOVE WS-EMAIL-ONLY TO DLVV-EMAIL-ONLY
054794     MOVE WS-BOTH-WAYS TO DLVV-BOTH-WAYS
054795     MOVE WS-EMAIL-FALLBACKS TO DLVV-FALLBACKS
054796     WRITE DELIVERY-VOLUME-RECORD
054797     CLOSE DELIVERY-VOLUME-FILE.
054798 9100-EXIT.
054799     EXIT.
