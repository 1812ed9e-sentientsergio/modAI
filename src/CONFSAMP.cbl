000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONFSAMP.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/16/2026.
000600 DATE-COMPILED.  11/16/2026.
000700******************************************************************
000800*                                                                *
000900*    CONFSAMP - YEAR-END RECEIVABLES CONFIRMATION SAMPLE         *
001000*    EACH YEAR THE EXTERNAL AUDITORS CONFIRM A SAMPLE OF         *
001100*    CUSTOMER BALANCES, AND THE ACCOUNTS WERE PULLED, THE        *
001200*    LETTERS TYPED AND THE REPLIES TRACKED BY HAND.  THIS PASS   *
001300*    DRAWS THE SAMPLE FROM THE YEAR-END MASTER (YECUST - THE     *
001400*    NEWCUST GENERATION KEPT AT THE CONFIRMATION DATE, SO ITS    *
001500*    BALANCES ARE THE BALANCES AS OF THAT DATE):                 *
001600*      - EVERY ACCOUNT WHOSE BALANCE, DEBIT OR CREDIT, IS OVER   *
001700*        THE DOLLAR CUTOFF IS A KEY ITEM AND IS TAKEN;           *
001800*      - FROM THE REST, METHOD R TAKES EACH ACCOUNT WITH A       *
001900*        ONE-IN-INTERVAL CHANCE FROM A SEEDED PSEUDO-RANDOM      *
002000*        SEQUENCE, AND METHOD S TAKES EVERY INTERVAL-TH ACCOUNT  *
002100*        FROM A RANDOM START DERIVED FROM THE SEED.              *
002200*    ZERO BALANCES HAVE NOTHING TO CONFIRM AND ARE PASSED OVER.  *
002300*    THE MASTER IS READ IN CUST-ID ORDER AND THE SEQUENCE IS A   *
002400*    PLAIN MULTIPLICATIVE GENERATOR (SEED TIMES 16807, MODULO    *
002500*    2147483647), SO THE SAME MASTER, CUTOFF, METHOD, SEED AND   *
002600*    INTERVAL ALWAYS DRAW THE SAME ACCOUNTS.  ALL FOUR ARE       *
002700*    PRINTED ON THE SAMPLE REGISTER AND KEPT ON THE SAMPLE       *
002800*    CONTROL RECORD (SEE CONFREC).                               *
002900*                                                                *
003000*    EACH ACCOUNT SELECTED GOES ON CONFFILE WITH THE BALANCE     *
003100*    BEING CONFIRMED, AND ITS CONFIRMATION LETTER ON CONFLTR IN  *
003200*    THE DLTRREC PRINT-VENDOR LAYOUT (LETTER LEVEL 1 - THE       *
003300*    POSITIVE CONFIRMATION TEXT; THE NOTICE DATE IS THE          *
003400*    CONFIRMATION DATE THE BALANCE IS STATED AS OF).  AN         *
003500*    ACCOUNT ON LEGAL HOLD OR WITH RETURNED MAIL STAYS IN THE    *
003600*    SAMPLE WITHOUT A LETTER, MARKED FOR ALTERNATIVE             *
003700*    PROCEDURES.  REPLIES ARE RECORDED THROUGH CONFMNT AND THE   *
003800*    EXCEPTIONS REPORTED BY CONFRPT.                             *
003900*                                                                *
004000*    PARM:  "YYMMDD CCCCCCC M SSSSSSSSS IIIII"                   *
004100*           YYMMDD    - CONFIRMATION DATE (REQUIRED).            *
004200*           CCCCCCC   - KEY-ITEM CUTOFF, WHOLE DOLLARS.          *
004300*           M         - R (RANDOM) OR S (SYSTEMATIC).            *
004400*           SSSSSSSSS - SEED.  ZEROS TAKE ONE FROM THE CLOCK,    *
004500*                       WHICH IS PRINTED FOR THE AUDITORS.       *
004600*           IIIII     - INTERVAL, ONE OR MORE.                   *
004700*    A BAD PARM, A CONFIRMATION DATE AFTER TODAY, OR A SAMPLE    *
004800*    ALREADY ON FILE FOR THE DATE IS REFUSED (RC 16) - A         *
004900*    SAMPLE THE AUDITORS HAVE IS NEVER REDRAWN OVER.             *
005000*                                                                *
005100*    DD:    YECUST   - YEAR-END CUSTOMER MASTER GENERATION.      *
005200*           CONFFILE - CONFIRMATION FILE (CREATED ON FIRST USE). *
005300*           CONFLTR  - CONFIRMATION LETTERS (DLTRREC LAYOUT).    *
005400*           CONFSRPT - CONFIRMATION SAMPLE REGISTER.             *
005500*                                                                *
005600******************************************************************
005700* MODIFICATION HISTORY
005800*   11/16/2026  RVH  ORIGINAL.
005814*   11/19/2026  RVH  EVERY SAMPLED ACCOUNT'S CONFIRMATION IS
005828*                    RECORDED ON THE CUSTOMER CORRESPONDENCE
005842*                    REGISTER (CORRFILE, SEE CORRSUB) - ONE
005857*                    HELD FOR LEGAL HOLD OR RETURNED MAIL AS NOT
005871*                    SENT, WITH THE REASON.  AN ENTRY THAT
005885*                    CANNOT BE WRITTEN ENDS THE RUN RC 4.
005900******************************************************************
006000
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT CUSTOMER-FILE ASSIGN TO YECUST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS CUST-ID
006800         FILE STATUS IS CUSTOMER-FILE-STATUS.
006900     SELECT CONFIRMATION-FILE ASSIGN TO CONFFILE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CONF-KEY
007300         FILE STATUS IS CONFIRMATION-STATUS.
007400     SELECT LETTER-FILE ASSIGN TO CONFLTR
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS LETTER-FILE-STATUS.
007800     SELECT SAMPLE-REGISTER ASSIGN TO CONFSRPT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS SAMPLE-REGISTER-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CUSTOMER-FILE
008500     LABEL RECORDS ARE STANDARD
008600     BLOCK CONTAINS 0 RECORDS
008700     RECORDING MODE F
008800     DATA RECORD IS CUSTOMER-RECORD.
008900     COPY CUSTREC.
009000
009100 FD  CONFIRMATION-FILE
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORDING MODE F
009500     DATA RECORD IS CONFIRMATION-RECORD.
009600     COPY CONFREC.
009700
009800 FD  LETTER-FILE
009900     LABEL RECORDS ARE STANDARD
010000     BLOCK CONTAINS 0 RECORDS
010100     RECORDING MODE F
010200     DATA RECORD IS DUNNING-LETTER-RECORD.
010300     COPY DLTRREC.
010400
010500 FD  SAMPLE-REGISTER
010600     LABEL RECORDS ARE OMITTED
010700     RECORDING MODE F.
010800 01  SAMPLE-REGISTER-LINE     PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100******************************************************************
011200*    FILE STATUS AND SWITCHES                                    *
011300******************************************************************
011400 01  CUSTOMER-FILE-STATUS      PIC X(02).
011500     88  CUST-FILE-OK              VALUE "00".
011600 01  CONFIRMATION-STATUS       PIC X(02).
011700     88  CONFIRMATION-OK           VALUE "00".
011800     88  CONFIRMATION-NOT-FOUND    VALUE "05" "35".
011900 01  LETTER-FILE-STATUS        PIC X(02).
012000     88  LETTER-FILE-OK            VALUE "00".
012100 01  SAMPLE-REGISTER-STATUS    PIC X(02).
012200     88  SAMPLE-REGISTER-OK        VALUE "00".
012300 01  WS-CUSTOMER-AT-END        PIC X(01) VALUE "N".
012400     88  CUSTOMER-FILE-AT-END      VALUE "Y".
012500 01  WS-SELECTED-SWITCH        PIC X(01) VALUE "N".
012600     88  ACCOUNT-SELECTED          VALUE "Y".
012700 01  WS-SELECTION              PIC X(01) VALUE SPACE.
012800
012900******************************************************************
013000*    RUN PARAMETERS                                              *
013100******************************************************************
013200 01  WS-PARM-DATA              PIC X(32) VALUE SPACES.
013300 01  WS-PARM-FIELDS REDEFINES WS-PARM-DATA.
013400     05  WS-PARM-AS-OF         PIC X(06).
013500     05  FILLER                PIC X(01).
013600     05  WS-PARM-CUTOFF        PIC X(07).
013700     05  FILLER                PIC X(01).
013800     05  WS-PARM-METHOD        PIC X(01).
013900         88  WS-PARM-METHOD-VALID  VALUE "R" "S".
014000     05  FILLER                PIC X(01).
014100     05  WS-PARM-SEED          PIC X(09).
014200     05  FILLER                PIC X(01).
014300     05  WS-PARM-INTERVAL      PIC X(05).
014400 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
014500 01  WS-CUTOFF                 PIC 9(07) VALUE 0.
014600 01  WS-METHOD                 PIC X(01) VALUE SPACES.
014700     88  WS-RANDOM-METHOD          VALUE "R".
014800     88  WS-SYSTEMATIC-METHOD      VALUE "S".
014900 01  WS-SEED                   PIC 9(09) VALUE 0.
015000 01  WS-INTERVAL               PIC 9(05) VALUE 0.
015100 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
015200 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
015300
015400******************************************************************
015500*    SELECTION WORK FIELDS - THE GENERATOR STATE IS NEVER ZERO   *
015600*    AND NEVER REACHES THE MODULUS, SO THE PRODUCT FITS 15       *
015700*    DIGITS.                                                     *
015800******************************************************************
015900 01  WS-RANDOM-STATE           PIC 9(10) VALUE 0.
016000 01  WS-RANDOM-PRODUCT         PIC 9(15) VALUE 0.
016100 01  WS-RANDOM-QUOTIENT        PIC 9(15) VALUE 0.
016200 01  WS-RANDOM-MODULUS         PIC 9(10) VALUE 2147483647.
016300 01  WS-RANDOM-MULTIPLIER      PIC 9(05) VALUE 16807.
016400 01  WS-PICK-QUOTIENT          PIC 9(10) VALUE 0.
016500 01  WS-PICK-REMAINDER         PIC 9(05) VALUE 0.
016600 01  WS-REST-SEQUENCE          PIC 9(07) BINARY VALUE 0.
016700 01  WS-NEXT-SYSTEMATIC        PIC 9(07) BINARY VALUE 0.
016800 01  WS-ABS-BALANCE            PIC 9(7)V99 VALUE 0.
016900
017000******************************************************************
017100*    RUN TOTALS                                                  *
017200******************************************************************
017300 01  WS-ACCOUNTS-READ          PIC 9(07) BINARY VALUE 0.
017400 01  WS-ZERO-BALANCES          PIC 9(07) BINARY VALUE 0.
017500 01  WS-POPULATION             PIC 9(07) BINARY VALUE 0.
017600 01  WS-POPULATION-BALANCE     PIC S9(11)V99 VALUE 0.
017700 01  WS-KEY-ITEMS              PIC 9(07) BINARY VALUE 0.
017800 01  WS-KEY-BALANCE            PIC S9(11)V99 VALUE 0.
017900 01  WS-SAMPLE-ITEMS           PIC 9(07) BINARY VALUE 0.
018000 01  WS-SAMPLE-BALANCE         PIC S9(11)V99 VALUE 0.
018100 01  WS-LETTERS-WRITTEN        PIC 9(07) BINARY VALUE 0.
018200 01  WS-ALTERNATIVES           PIC 9(07) BINARY VALUE 0.
018300 01  WS-WRITE-ERRORS           PIC 9(07) BINARY VALUE 0.
018312 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
018325 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
018325
018350******************************************************************
018362*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
018375******************************************************************
018387     COPY CORWREC.
018400
018500******************************************************************
018600*    SAMPLE REGISTER LINE LAYOUTS                                *
018700******************************************************************
018800 01  CS-HEADING-LINE-1.
018900     05  FILLER                PIC X(01) VALUE SPACE.
019000     05  FILLER                PIC X(44) VALUE
019100         "CONFSAMP - RECEIVABLES CONFIRMATION SAMPLE".
019200     05  FILLER                PIC X(14) VALUE "CONFIRMATION ".
019300     05  CS-HDG1-AS-OF         PIC 9(06).
019400     05  FILLER                PIC X(11) VALUE "  RUN DATE ".
019500     05  CS-HDG1-RUN-DATE      PIC 9(06).
019600
019700 01  CS-HEADING-LINE-2.
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  FILLER                PIC X(12) VALUE "CUST-ID".
020000     05  FILLER                PIC X(32) VALUE "NAME".
020100     05  FILLER                PIC X(06) VALUE "SEL".
020200     05  FILLER                PIC X(15) VALUE "      BALANCE".
020300     05  FILLER                PIC X(30) VALUE "  LETTER".
020400
020500 01  CS-DETAIL-LINE.
020600     05  FILLER                PIC X(01) VALUE SPACE.
020700     05  CS-DTL-CUST-ID        PIC X(10).
020800     05  FILLER                PIC X(02) VALUE SPACES.
020900     05  CS-DTL-NAME           PIC X(30).
021000     05  FILLER                PIC X(03) VALUE SPACES.
021100     05  CS-DTL-SELECTION      PIC X(01).
021200     05  FILLER                PIC X(03) VALUE SPACES.
021300     05  CS-DTL-BALANCE        PIC Z,ZZZ,ZZ9.99-.
021400     05  FILLER                PIC X(02) VALUE SPACES.
021500     05  CS-DTL-LETTER         PIC X(40).
021600
021700 01  CS-PARM-LINE.
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  FILLER                PIC X(09) VALUE "CUTOFF  ".
022000     05  CS-PRM-CUTOFF         PIC Z,ZZZ,ZZ9.
022100     05  FILLER                PIC X(11) VALUE "   METHOD ".
022200     05  CS-PRM-METHOD         PIC X(01).
022300     05  FILLER                PIC X(09) VALUE "   SEED ".
022400     05  CS-PRM-SEED           PIC 9(09).
022500     05  FILLER                PIC X(13) VALUE "   INTERVAL ".
022600     05  CS-PRM-INTERVAL       PIC ZZZZ9.
022700
022800 01  CS-FOOTER-LINE.
022900     05  FILLER                PIC X(01) VALUE SPACE.
023000     05  CS-FTR-LABEL          PIC X(30).
023100     05  CS-FTR-COUNT          PIC ZZZ,ZZ9.
023200     05  FILLER                PIC X(02) VALUE SPACES.
023300     05  CS-FTR-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023400
023500 PROCEDURE DIVISION.
023600******************************************************************
023700*    0000-MAINLINE                                               *
023800******************************************************************
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024100     PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
024200     PERFORM 2200-JUDGE-ONE-ACCOUNT THRU 2200-EXIT
024300         UNTIL CUSTOMER-FILE-AT-END
024400     PERFORM 8000-WRITE-CONTROL-RECORD THRU 8000-EXIT
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT
024600     STOP RUN.
024700
024800******************************************************************
024900*    1000-INITIALIZE                                             *
025000*    THE PARM IS PROVED FIELD BY FIELD BEFORE ANY FILE OPENS.    *
025100*    WITHOUT THE YEAR-END MASTER THERE IS NOTHING TO SAMPLE      *
025200*    (RC 8).                                                     *
025300******************************************************************
025400 1000-INITIALIZE.
025500     ACCEPT WS-RUN-DATE FROM DATE
025600     ACCEPT WS-RUN-TIME FROM TIME
025700     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
025800     PERFORM 1100-EDIT-THE-PARM THRU 1100-EXIT
025900     OPEN I-O CONFIRMATION-FILE
026000     IF CONFIRMATION-NOT-FOUND
026100         OPEN OUTPUT CONFIRMATION-FILE
026200         IF CONFIRMATION-OK
026300             CLOSE CONFIRMATION-FILE
026400             OPEN I-O CONFIRMATION-FILE
026500         END-IF
026600     END-IF
026700     IF NOT CONFIRMATION-OK
026800         DISPLAY "CONFSAMP - ERROR OPENING CONFIRMATION FILE - "
026900             "STATUS " CONFIRMATION-STATUS " - RUN STOPPED"
027000         MOVE 24 TO RETURN-CODE
027100         STOP RUN
027200     END-IF
027300     PERFORM 1200-CHECK-NOT-DRAWN THRU 1200-EXIT
027400     OPEN INPUT CUSTOMER-FILE
027500     IF NOT CUST-FILE-OK
027600         DISPLAY "CONFSAMP - YEAR-END MASTER (YECUST) NOT "
027700             "AVAILABLE - STATUS " CUSTOMER-FILE-STATUS
027800             " - RUN STOPPED"
027900         CLOSE CONFIRMATION-FILE
028000         MOVE 8 TO RETURN-CODE
028100         STOP RUN
028200     END-IF
028300     OPEN OUTPUT LETTER-FILE
028400     IF NOT LETTER-FILE-OK
028500         DISPLAY "CONFSAMP - ERROR OPENING LETTER FILE - "
028600             "STATUS " LETTER-FILE-STATUS " - RUN STOPPED"
028700         MOVE 24 TO RETURN-CODE
028800         STOP RUN
028900     END-IF
029000     OPEN OUTPUT SAMPLE-REGISTER
029100     IF NOT SAMPLE-REGISTER-OK
029200         DISPLAY "CONFSAMP - ERROR OPENING SAMPLE REGISTER - "
029300             "STATUS " SAMPLE-REGISTER-STATUS " - RUN STOPPED"
029400         MOVE 24 TO RETURN-CODE
029500         STOP RUN
029600     END-IF
029700     MOVE WS-SEED TO WS-RANDOM-STATE
029800     IF WS-SYSTEMATIC-METHOD
029900         DIVIDE WS-SEED BY WS-INTERVAL
030000             GIVING WS-PICK-QUOTIENT
030100             REMAINDER WS-PICK-REMAINDER
030200         COMPUTE WS-NEXT-SYSTEMATIC = WS-PICK-REMAINDER + 1
030300     END-IF
030400     MOVE WS-AS-OF-DATE TO CS-HDG1-AS-OF
030500     MOVE WS-RUN-DATE TO CS-HDG1-RUN-DATE
030600     WRITE SAMPLE-REGISTER-LINE FROM CS-HEADING-LINE-1
030700     PERFORM 1300-WRITE-PARM-LINE THRU 1300-EXIT
030800     MOVE SPACES TO SAMPLE-REGISTER-LINE
030900     WRITE SAMPLE-REGISTER-LINE AFTER ADVANCING 1 LINE
031000     WRITE SAMPLE-REGISTER-LINE FROM CS-HEADING-LINE-2.
031100 1000-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    1100-EDIT-THE-PARM                                          *
031600******************************************************************
031700 1100-EDIT-THE-PARM.
031800     IF WS-PARM-AS-OF IS NOT NUMERIC OR
031900             WS-PARM-CUTOFF IS NOT NUMERIC OR
032000             NOT WS-PARM-METHOD-VALID OR
032100             WS-PARM-SEED IS NOT NUMERIC OR
032200             WS-PARM-INTERVAL IS NOT NUMERIC
032300         DISPLAY "CONFSAMP - PARM MUST BE "
032400             "'YYMMDD CCCCCCC M SSSSSSSSS IIIII' - RUN STOPPED"
032500         MOVE 16 TO RETURN-CODE
032600         STOP RUN
032700     END-IF
032800     MOVE WS-PARM-AS-OF TO WS-AS-OF-DATE
032900     MOVE WS-PARM-CUTOFF TO WS-CUTOFF
033000     MOVE WS-PARM-METHOD TO WS-METHOD
033100     MOVE WS-PARM-SEED TO WS-SEED
033200     MOVE WS-PARM-INTERVAL TO WS-INTERVAL
033300     IF WS-AS-OF-DATE = 0 OR WS-AS-OF-DATE > WS-RUN-DATE
033400         DISPLAY "CONFSAMP - CONFIRMATION DATE " WS-AS-OF-DATE
033500             " IS NOT A PAST DATE - RUN STOPPED"
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF
033900     IF WS-INTERVAL = 0
034000         DISPLAY "CONFSAMP - INTERVAL MUST BE ONE OR MORE - "
034100             "RUN STOPPED"
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF
034500     IF WS-SEED = 0
034600         COMPUTE WS-SEED = WS-RUN-TIME + 1
034700         DISPLAY "CONFSAMP - NO SEED IN THE PARM - SEED "
034800             WS-SEED " TAKEN FROM THE CLOCK"
034900     END-IF.
035000 1100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    1200-CHECK-NOT-DRAWN                                        *
035500*    ANY RECORD ALREADY ON FILE UNDER THE CONFIRMATION DATE -    *
035600*    EVEN A PART-DRAWN SAMPLE FROM A RUN THAT FAILED - STOPS     *
035700*    THE RUN.  A FAILED DRAW IS DELETED UNDER AUDIT'S EYE        *
035800*    BEFORE IT IS RUN AGAIN.                                     *
035900******************************************************************
036000 1200-CHECK-NOT-DRAWN.
036100     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
036200     MOVE LOW-VALUES TO CONF-CUST-ID
036300     START CONFIRMATION-FILE KEY IS NOT LESS THAN CONF-KEY
036400         INVALID KEY
036500             GO TO 1200-EXIT
036600     END-START
036700     READ CONFIRMATION-FILE NEXT RECORD
036800         AT END
036900             GO TO 1200-EXIT
037000     END-READ
037100     IF CONF-AS-OF-DATE = WS-AS-OF-DATE
037200         DISPLAY "CONFSAMP - A SAMPLE FOR " WS-AS-OF-DATE
037300             " IS ALREADY ON THE CONFIRMATION FILE - "
037400             "RUN STOPPED"
037500         CLOSE CONFIRMATION-FILE
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900 1200-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    1300-WRITE-PARM-LINE                                        *
038400******************************************************************
038500 1300-WRITE-PARM-LINE.
038600     MOVE WS-CUTOFF TO CS-PRM-CUTOFF
038700     MOVE WS-METHOD TO CS-PRM-METHOD
038800     MOVE WS-SEED TO CS-PRM-SEED
038900     MOVE WS-INTERVAL TO CS-PRM-INTERVAL
039000     WRITE SAMPLE-REGISTER-LINE FROM CS-PARM-LINE.
039100 1300-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*    2100-READ-NEXT-ACCOUNT                                      *
039600******************************************************************
039700 2100-READ-NEXT-ACCOUNT.
039800     READ CUSTOMER-FILE NEXT RECORD
039900         AT END
040000             MOVE "Y" TO WS-CUSTOMER-AT-END
040100     END-READ
040200     IF NOT CUSTOMER-FILE-AT-END
040300         ADD 1 TO WS-ACCOUNTS-READ
040400     END-IF.
040500 2100-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*    2200-JUDGE-ONE-ACCOUNT                                      *
041000*    THE SEQUENCE ADVANCES FOR EVERY ACCOUNT BELOW THE CUTOFF,   *
041100*    TAKEN OR NOT, SO THE DRAW DEPENDS ONLY ON THE MASTER AND    *
041200*    THE PARM.                                                   *
041300******************************************************************
041400 2200-JUDGE-ONE-ACCOUNT.
041500     IF CUST-BALANCE = 0
041600         ADD 1 TO WS-ZERO-BALANCES
041700         GO TO 2200-READ-NEXT
041800     END-IF
041900     ADD 1 TO WS-POPULATION
042000     ADD CUST-BALANCE TO WS-POPULATION-BALANCE
042100     MOVE "N" TO WS-SELECTED-SWITCH
042200     IF CUST-BALANCE < 0
042300         COMPUTE WS-ABS-BALANCE = 0 - CUST-BALANCE
042400     ELSE
042500         MOVE CUST-BALANCE TO WS-ABS-BALANCE
042600     END-IF
042700     IF WS-ABS-BALANCE > WS-CUTOFF
042800         MOVE "K" TO WS-SELECTION
042900         MOVE "Y" TO WS-SELECTED-SWITCH
043000         ADD 1 TO WS-KEY-ITEMS
043100         ADD CUST-BALANCE TO WS-KEY-BALANCE
043200     ELSE
043300         ADD 1 TO WS-REST-SEQUENCE
043400         IF WS-RANDOM-METHOD
043500             PERFORM 2300-RANDOM-PICK THRU 2300-EXIT
043600         ELSE
043700             PERFORM 2400-SYSTEMATIC-PICK THRU 2400-EXIT
043800         END-IF
043900     END-IF
044000     IF ACCOUNT-SELECTED
044100         PERFORM 3000-TAKE-THE-ACCOUNT THRU 3000-EXIT
044200     END-IF.
044300 2200-READ-NEXT.
044400     PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT.
044500 2200-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900*    2300-RANDOM-PICK                                            *
045000*    NEXT STATE = STATE * 16807 MODULO 2147483647; THE ACCOUNT   *
045100*    IS TAKEN WHEN THE NEW STATE DIVIDES EVENLY BY THE INTERVAL. *
045200******************************************************************
045300 2300-RANDOM-PICK.
045400     COMPUTE WS-RANDOM-PRODUCT =
045500         WS-RANDOM-STATE * WS-RANDOM-MULTIPLIER
045600     DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
045700         GIVING WS-RANDOM-QUOTIENT
045800         REMAINDER WS-RANDOM-STATE
045900     DIVIDE WS-RANDOM-STATE BY WS-INTERVAL
046000         GIVING WS-PICK-QUOTIENT
046100         REMAINDER WS-PICK-REMAINDER
046200     IF WS-PICK-REMAINDER = 0
046300         MOVE "R" TO WS-SELECTION
046400         MOVE "Y" TO WS-SELECTED-SWITCH
046500     END-IF.
046600 2300-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*    2400-SYSTEMATIC-PICK                                        *
047100*    THE FIRST ACCOUNT TAKEN IS (SEED MODULO INTERVAL) + 1 INTO  *
047200*    THE REST, THEN EVERY INTERVAL-TH AFTER IT.                  *
047300******************************************************************
047400 2400-SYSTEMATIC-PICK.
047500     IF WS-REST-SEQUENCE = WS-NEXT-SYSTEMATIC
047600         MOVE "S" TO WS-SELECTION
047700         MOVE "Y" TO WS-SELECTED-SWITCH
047800         ADD WS-INTERVAL TO WS-NEXT-SYSTEMATIC
047900     END-IF.
048000 2400-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    3000-TAKE-THE-ACCOUNT                                       *
048500*    WS-SELECTION CARRIES HOW THE ACCOUNT WAS PICKED.            *
048600******************************************************************
048700 3000-TAKE-THE-ACCOUNT.
048800     INITIALIZE CONFIRMATION-RECORD
048900     MOVE WS-SELECTION TO CONF-SELECTION
049000     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
049100     MOVE CUST-ID TO CONF-CUST-ID
049200     MOVE CUST-NAME TO CONF-CUST-NAME
049300     MOVE CUST-BALANCE TO CONF-BALANCE
049400     MOVE SPACE TO CONF-RESPONSE
049500     IF CUST-ON-LEGAL-HOLD OR CUST-MAIL-RETURNED
049600         MOVE "A" TO CONF-LETTER-FLAG
049700     ELSE
049800         MOVE "L" TO CONF-LETTER-FLAG
049900     END-IF
050000     WRITE CONFIRMATION-RECORD
050100         INVALID KEY
050200             DISPLAY "CONFSAMP - CONFIRMATION WRITE FAILED FOR "
050300                 CUST-ID " - STATUS " CONFIRMATION-STATUS
050400             ADD 1 TO WS-WRITE-ERRORS
050500             GO TO 3000-EXIT
050600     END-WRITE
050700     ADD 1 TO WS-SAMPLE-ITEMS
050800     ADD CUST-BALANCE TO WS-SAMPLE-BALANCE
050900     IF CONF-LETTER-SENT
051000         PERFORM 3100-WRITE-LETTER-RECORD THRU 3100-EXIT
051100         MOVE "LETTER" TO CS-DTL-LETTER
051133         MOVE "Y" TO CORW-SENT-FLAG
051166         MOVE SPACE TO CORW-NOT-SENT-REASON
051200     ELSE
051300         ADD 1 TO WS-ALTERNATIVES
051400         IF CUST-ON-LEGAL-HOLD
051500             MOVE "NO LETTER - LEGAL HOLD - ALT PROCEDURES"
051600                 TO CS-DTL-LETTER
051650             MOVE "H" TO CORW-NOT-SENT-REASON
051700         ELSE
051800             MOVE "NO LETTER - RETURNED MAIL - ALT PROCEDURES"
051900                 TO CS-DTL-LETTER
051950             MOVE "R" TO CORW-NOT-SENT-REASON
052000         END-IF
052050         MOVE "N" TO CORW-SENT-FLAG
052100     END-IF
052150     PERFORM 3200-REGISTER-LETTER THRU 3200-EXIT
052200     MOVE CUST-ID TO CS-DTL-CUST-ID
052300     MOVE CUST-NAME TO CS-DTL-NAME
052400     MOVE WS-SELECTION TO CS-DTL-SELECTION
052500     MOVE CUST-BALANCE TO CS-DTL-BALANCE
052600     WRITE SAMPLE-REGISTER-LINE FROM CS-DETAIL-LINE.
052700 3000-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    3100-WRITE-LETTER-RECORD                                    *
053200*    DLTRREC HAND-OFF CONVENTION, AS ESCHLTR - LEVEL 1 SELECTS   *
053300*    THE POSITIVE CONFIRMATION TEXT ON CONFLTR.                  *
053400******************************************************************
053500 3100-WRITE-LETTER-RECORD.
053600     INITIALIZE DUNNING-LETTER-RECORD
053700     MOVE CUST-ID TO DLTR-CUST-ID
053800     MOVE CUST-NAME TO DLTR-CUST-NAME
053900     MOVE CUST-ADDRESS TO DLTR-CUST-ADDRESS
054000     MOVE CUST-BALANCE TO DLTR-BALANCE
054100     MOVE 1 TO DLTR-LEVEL
054200     MOVE WS-AS-OF-DATE TO DLTR-NOTICE-DATE
054300     WRITE DUNNING-LETTER-RECORD
054400     ADD 1 TO WS-LETTERS-WRITTEN.
054500 3100-EXIT.
054600     EXIT.
054600
054606******************************************************************
054610*    3200-REGISTER-LETTER                                        *
054613*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
054616*    SAMPLED ACCOUNT'S CONFIRMATION - SENT, OR HELD FOR LEGAL    *
054620*    HOLD OR RETURNED MAIL.  CALLERS SET THE SENT FLAG AND       *
054623*    REASON FIRST.  AN ENTRY THAT CANNOT BE WRITTEN DOES NOT     *
054626*    STOP THE SAMPLE - IT IS COUNTED AND THE RUN ENDS RC 4.      *
054630******************************************************************
054633 3200-REGISTER-LETTER.
054636     MOVE "W" TO CORW-FUNCTION
054640     MOVE CUST-ID TO CORW-CUST-ID
054643     MOVE WS-RUN-DATE TO CORW-DATE
054646     MOVE "AC" TO CORW-DOC-TYPE
054650     MOVE 0 TO CORW-DOC-LEVEL
054653     MOVE "P" TO CORW-CHANNEL
054656     MOVE CUST-NAME TO CORW-CUST-NAME
054660     MOVE CUST-ADDRESS TO CORW-ADDRESS
054663     MOVE CUST-BALANCE TO CORW-BALANCE
054666     MOVE WS-AS-OF-DATE TO CORW-DOC-DATE
054670     MOVE SPACES TO CORW-DOC-REF
054673     MOVE "CONFSAMP" TO CORW-PROGRAM
054676     CALL "CORRSUB" USING CORRESPONDENCE-AREA
054680     IF NOT CORW-OK
054683         ADD 1 TO WS-CORR-NOT-RECORDED
054686         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
054690     END-IF.
054693 3200-EXIT.
054696     EXIT.
054700
054800******************************************************************
054900*    8000-WRITE-CONTROL-RECORD                                   *
055000*    WRITTEN LAST, WITH THE SEED ACTUALLY USED - A SEED TAKEN    *
055100*    FROM THE CLOCK IS RECORDED LIKE ONE FROM THE PARM.          *
055200******************************************************************
055300 8000-WRITE-CONTROL-RECORD.
055400     INITIALIZE CONFIRMATION-RECORD
055500     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
055600     MOVE SPACES TO CONF-CUST-ID
055700     MOVE WS-RUN-DATE TO CONFC-RUN-DATE
055800     MOVE WS-RUN-TIME TO CONFC-RUN-TIME
055900     MOVE WS-CUTOFF TO CONFC-CUTOFF
056000     MOVE WS-METHOD TO CONFC-METHOD
056100     MOVE WS-SEED TO CONFC-SEED
056200     MOVE WS-INTERVAL TO CONFC-INTERVAL
056300     MOVE WS-POPULATION TO CONFC-POPULATION
056400     MOVE WS-POPULATION-BALANCE TO CONFC-POPULATION-BALANCE
056500     MOVE WS-KEY-ITEMS TO CONFC-KEY-ITEMS
056600     MOVE WS-SAMPLE-ITEMS TO CONFC-SAMPLE-ITEMS
056700     MOVE WS-SAMPLE-BALANCE TO CONFC-SAMPLE-BALANCE
056800     WRITE CONFIRMATION-RECORD
056900         INVALID KEY
057000             DISPLAY "CONFSAMP - SAMPLE CONTROL RECORD WRITE "
057100                 "FAILED - STATUS " CONFIRMATION-STATUS
057200             ADD 1 TO WS-WRITE-ERRORS
057300     END-WRITE.
057400 8000-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800*    9000-TERMINATE                                              *
057900******************************************************************
058000 9000-TERMINATE.
058100     MOVE SPACES TO SAMPLE-REGISTER-LINE
058200     WRITE SAMPLE-REGISTER-LINE AFTER ADVANCING 1 LINE
058300     PERFORM 1300-WRITE-PARM-LINE THRU 1300-EXIT
058400     MOVE "ACCOUNTS READ  . . . . . . ." TO CS-FTR-LABEL
058500     MOVE WS-ACCOUNTS-READ TO CS-FTR-COUNT
058600     MOVE 0 TO CS-FTR-AMOUNT
058700     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
058800     MOVE "ZERO BALANCES PASSED OVER  ." TO CS-FTR-LABEL
058900     MOVE WS-ZERO-BALANCES TO CS-FTR-COUNT
059000     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
059100     MOVE "POPULATION . . . . . . . . ." TO CS-FTR-LABEL
059200     MOVE WS-POPULATION TO CS-FTR-COUNT
059300     MOVE WS-POPULATION-BALANCE TO CS-FTR-AMOUNT
059400     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
059500     MOVE "KEY ITEMS OVER THE CUTOFF  ." TO CS-FTR-LABEL
059600     MOVE WS-KEY-ITEMS TO CS-FTR-COUNT
059700     MOVE WS-KEY-BALANCE TO CS-FTR-AMOUNT
059800     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
059900     MOVE "ACCOUNTS IN THE SAMPLE . . ." TO CS-FTR-LABEL
060000     MOVE WS-SAMPLE-ITEMS TO CS-FTR-COUNT
060100     MOVE WS-SAMPLE-BALANCE TO CS-FTR-AMOUNT
060200     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
060300     MOVE "LETTERS WRITTEN  . . . . . ." TO CS-FTR-LABEL
060400     MOVE WS-LETTERS-WRITTEN TO CS-FTR-COUNT
060500     MOVE 0 TO CS-FTR-AMOUNT
060600     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
060700     MOVE "ALTERNATIVE PROCEDURES . . ." TO CS-FTR-LABEL
060800     MOVE WS-ALTERNATIVES TO CS-FTR-COUNT
060900     WRITE SAMPLE-REGISTER-LINE FROM CS-FOOTER-LINE
061000     CLOSE CUSTOMER-FILE
061100     CLOSE CONFIRMATION-FILE
061200     CLOSE LETTER-FILE
061300     CLOSE SAMPLE-REGISTER
061333     MOVE "C" TO CORW-FUNCTION
061366     CALL "CORRSUB" USING CORRESPONDENCE-AREA
061400     DISPLAY "CONFSAMP - " WS-SAMPLE-ITEMS " OF "
061500         WS-POPULATION " ACCOUNTS SAMPLED FOR " WS-AS-OF-DATE
061600         " - SEED " WS-SEED " INTERVAL " WS-INTERVAL
061614     IF WS-CORR-NOT-RECORDED > 0
061628         DISPLAY "CONFSAMP - " WS-CORR-NOT-RECORDED
061642             " LETTER(S) NOT RECORDED ON THE CORRESPONDENCE "
061657             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
061671         MOVE 4 TO RETURN-CODE
061685     END-IF
061700     IF WS-WRITE-ERRORS > 0
061800         DISPLAY "CONFSAMP - " WS-WRITE-ERRORS
061900             " CONFIRMATION WRITE(S) FAILED - SEE ABOVE"
062000         MOVE 8 TO RETURN-CODE
062100     END-IF.
062200 9000-EXIT.
062300     EXIT.
