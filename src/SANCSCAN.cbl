000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SANCSCAN.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/17/2026.
000600 DATE-COMPILED.  11/17/2026.
000700******************************************************************
000800*                                                                *
000900*    SANCSCAN - NIGHTLY SANCTIONS RESCAN                         *
001000*    SCREENS NAMES ALREADY ON OUR BOOKS AGAINST THE SANCTIONS    *
001100*    WATCH LIST (THROUGH SANCSUB) AND QUEUES EACH POTENTIAL HIT  *
001200*    ON THE COMPLIANCE REVIEW WORKLIST (SANCHITS, SEE SCRNREC)   *
001300*    FOR THE COMPLIANCE OFFICER TO DECIDE IN SANCREV.            *
001400*                                                                *
001500*    CUSTOMER PASS - EVERY CUSTOMER ON THE MASTER IS SCREENED    *
001600*    WHEN A NEW WATCH LIST HAS ARRIVED: ITS HEADER LIST DATE IS  *
001700*    LATER THAN THE LAST LIST FULLY SCANNED, AS KEPT ON THE      *
001800*    CONTROL FILE (SANCCTL).  THE CONTROL FILE IS ONLY UPDATED   *
001900*    ONCE THE WHOLE MASTER HAS BEEN SCREENED, SO AN ABENDED      *
002000*    RESCAN IS SIMPLY RUN AGAIN THE NEXT NIGHT.  NEW ACCOUNTS    *
002100*    AND NAME CHANGES BETWEEN LISTS ARE SCREENED AS THEY ARE     *
002200*    KEYED (MNTENTRY, MAINTEDIT).                                *
002300*                                                                *
002400*    REMITTER PASS - EVERY NIGHT, EACH ITEM ON THE DAY'S         *
002500*    LOCKBOX FILE IS SCREENED ON LBX-REMITTER-NAME; THE SUBJECT  *
002600*    IS THE CHECK NUMBER AND THE COUPON SCAN LINE GOES WITH IT.  *
002700*                                                                *
002800*    A NAME AND WATCH-LIST ENTRY ALREADY ON THE WORKLIST UNDER   *
002900*    THE SAME SUBJECT NAME - PENDING OR DECIDED - IS NOT QUEUED  *
003000*    AGAIN; A CLEARED HIT STAYS CLEARED UNTIL THE NAME CHANGES.  *
003100*                                                                *
003200*    PARM:  "FULL" - RESCAN EVERY CUSTOMER WHATEVER THE LIST     *
003300*    DATE.  ANY OTHER PARM IS RC 16.  NO USABLE WATCH LIST IS    *
003400*    RC 8 - NOTHING CAN BE SCREENED - AS IS A RESCAN THAT DID    *
003500*    NOT REACH THE END OF THE MASTER.  NEW HITS QUEUED IS RC 4.  *
003600*                                                                *
003700*    DD:    WATCHLST - SANCTIONS WATCH LIST (READ BY SANCSUB).   *
003800*           SANCCTL  - LAST LIST FULLY SCANNED.                  *
003900*           NEWCUST  - CUSTOMER MASTER.                          *
004000*           LBXFILE  - DAY'S LOCKBOX ITEMS (OPTIONAL).           *
004100*           SANCHITS - COMPLIANCE REVIEW WORKLIST.               *
004200*           SANCRPT  - NEW HITS REPORT.                          *
004300*                                                                *
004400******************************************************************
004500* MODIFICATION HISTORY
004600*   11/17/2026  RVH  ORIGINAL.
004700******************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT SCAN-CONTROL-FILE ASSIGN TO SANCCTL
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS SCAN-CONTROL-STATUS.
005600     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CUST-ID
006000         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
006100         FILE STATUS IS CUSTOMER-FILE-STATUS.
006200     SELECT LOCKBOX-FILE ASSIGN TO LBXFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS LOCKBOX-FILE-STATUS.
006600     SELECT SCREENING-HIT-FILE ASSIGN TO SANCHITS
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SCRN-KEY
007000         FILE STATUS IS SCREENING-HIT-STATUS.
007100     SELECT HITS-REPORT ASSIGN TO SANCRPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS HITS-REPORT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  SCAN-CONTROL-FILE
007800     LABEL RECORDS ARE STANDARD
007900     BLOCK CONTAINS 0 RECORDS
008000     RECORDING MODE F
008100     DATA RECORD IS SCAN-CONTROL-RECORD.
008200 01  SCAN-CONTROL-RECORD.
008300     05  SCTL-LIST-DATE        PIC 9(06).
008400     05  SCTL-SCANNED-DATE     PIC 9(06).
008500     05  SCTL-CUSTOMERS        PIC 9(07).
008600     05  SCTL-HITS             PIC 9(07).
008700     05  FILLER                PIC X(54).
008800
008900 FD  CUSTOMER-FILE
009000     LABEL RECORDS ARE STANDARD
009100     BLOCK CONTAINS 0 RECORDS
009200     RECORDING MODE F
009300     DATA RECORD IS CUSTOMER-RECORD.
009400     COPY CUSTREC.
009500
009600 FD  LOCKBOX-FILE
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     RECORDING MODE F
010000     DATA RECORD IS LOCKBOX-ITEM-RECORD.
010100     COPY LBXREC.
010200
010300 FD  SCREENING-HIT-FILE
010400     LABEL RECORDS ARE STANDARD
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORDING MODE F
010700     DATA RECORD IS SCREENING-HIT-RECORD.
010800     COPY SCRNREC.
010900
011000 FD  HITS-REPORT
011100     LABEL RECORDS ARE OMITTED
011200     RECORDING MODE F.
011300 01  HITS-REPORT-LINE         PIC X(132).
011400
011500 WORKING-STORAGE SECTION.
011600******************************************************************
011700*    FILE STATUS AND SWITCHES                                    *
011800******************************************************************
011900 01  SCAN-CONTROL-STATUS       PIC X(02).
012000     88  SCAN-CONTROL-OK           VALUE "00".
012100 01  CUSTOMER-FILE-STATUS      PIC X(02).
012200     88  CUSTOMER-FILE-OK          VALUE "00".
012300 01  LOCKBOX-FILE-STATUS       PIC X(02).
012400     88  LOCKBOX-FILE-OK           VALUE "00".
012500 01  SCREENING-HIT-STATUS      PIC X(02).
012600     88  SCREENING-HIT-OK          VALUE "00".
012700     88  SCREENING-HIT-NOT-FOUND   VALUE "05" "35".
012800 01  HITS-REPORT-STATUS        PIC X(02).
012900     88  HITS-REPORT-OK            VALUE "00".
013000 01  WS-FULL-SCAN              PIC X(01) VALUE "N".
013100     88  FULL-SCAN                 VALUE "Y".
013200 01  WS-SCAN-COMPLETE          PIC X(01) VALUE "N".
013300     88  SCAN-COMPLETE             VALUE "Y".
013400 01  WS-LOCKBOX-AVAILABLE      PIC X(01) VALUE "N".
013500     88  LOCKBOX-AVAILABLE         VALUE "Y".
013600 01  WS-END-OF-CUSTOMERS       PIC X(01) VALUE "N".
013700     88  END-OF-CUSTOMERS          VALUE "Y".
013800 01  WS-END-OF-LOCKBOX         PIC X(01) VALUE "N".
013900     88  END-OF-LOCKBOX            VALUE "Y".
014000 01  WS-ALREADY-QUEUED         PIC X(01) VALUE "N".
014100     88  ALREADY-QUEUED            VALUE "Y".
014200
014300******************************************************************
014400*    RUN CONTROL FIELDS                                          *
014500******************************************************************
014600 01  WS-PARM-DATA              PIC X(08) VALUE SPACES.
014700 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
014800 01  WS-LAST-LIST-DATE         PIC 9(06) VALUE 0.
014900 01  WS-SCAN-REASON            PIC X(40) VALUE SPACES.
015000 01  WS-SUBJECT-TYPE           PIC X(01) VALUE SPACE.
015100 01  WS-SUBJECT-ID             PIC X(10) VALUE SPACES.
015200 01  WS-SUBJECT-NAME           PIC X(30) VALUE SPACES.
015300 01  WS-SUBJECT-CUST-ID        PIC X(10) VALUE SPACES.
015400 01  WS-SUBJECT-AMOUNT         PIC 9(5)V99 VALUE 0.
015500 01  WS-SUBJECT-SOURCE         PIC X(01) VALUE SPACE.
015600     COPY SNCWREC.
015700
015800******************************************************************
015900*    RUN TOTALS                                                  *
016000******************************************************************
016100 01  WS-CUSTOMERS-SCREENED     PIC 9(07) BINARY VALUE 0.
016200 01  WS-REMITTERS-SCREENED     PIC 9(07) BINARY VALUE 0.
016300 01  WS-NEW-HITS               PIC 9(07) BINARY VALUE 0.
016400 01  WS-CUSTOMER-HITS          PIC 9(07) BINARY VALUE 0.
016500 01  WS-REMITTER-HITS          PIC 9(07) BINARY VALUE 0.
016600 01  WS-ALREADY-ON-WORKLIST    PIC 9(07) BINARY VALUE 0.
016700 01  WS-QUEUE-ERRORS           PIC 9(07) BINARY VALUE 0.
016800
016900******************************************************************
017000*    REPORT LINE LAYOUTS                                         *
017100******************************************************************
017200 01  SR-HEADING-LINE-1.
017300     05  FILLER                PIC X(01) VALUE SPACE.
017400     05  FILLER                PIC X(44) VALUE
017500         "SANCSCAN - SANCTIONS RESCAN - NEW HITS".
017600     05  FILLER                PIC X(11) VALUE "LIST DATE ".
017700     05  SR-HDG1-LIST-DATE     PIC 9(06).
017800     05  FILLER                PIC X(11) VALUE "  RUN DATE ".
017900     05  SR-HDG1-RUN-DATE      PIC 9(06).
018000
018100 01  SR-SCAN-LINE.
018200     05  FILLER                PIC X(01) VALUE SPACE.
018300     05  FILLER                PIC X(09) VALUE "ENTRIES ".
018400     05  SR-SCAN-COUNT         PIC ZZ,ZZ9.
018500     05  FILLER                PIC X(13) VALUE "  THRESHOLD ".
018600     05  SR-SCAN-THRESHOLD     PIC ZZ9.
018700     05  FILLER                PIC X(18) VALUE
018800         "  LAST SCANNED ".
018900     05  SR-SCAN-LAST-DATE     PIC 9(06).
019000     05  FILLER                PIC X(02) VALUE SPACES.
019100     05  SR-SCAN-REASON        PIC X(40).
019200
019300 01  SR-HEADING-LINE-2.
019400     05  FILLER                PIC X(01) VALUE SPACE.
019500     05  FILLER                PIC X(04) VALUE "SRC".
019600     05  FILLER                PIC X(12) VALUE "SUBJECT".
019700     05  FILLER                PIC X(31) VALUE "NAME".
019800     05  FILLER                PIC X(12) VALUE "LIST ENTRY".
019900     05  FILLER                PIC X(31) VALUE "LISTED NAME".
020000     05  FILLER                PIC X(11) VALUE "PROGRAM".
020100     05  FILLER                PIC X(06) VALUE "SCORE".
020200     05  FILLER                PIC X(12) VALUE "ACCOUNT".
020300     05  FILLER                PIC X(10) VALUE "    AMOUNT".
020400
020500 01  SR-HIT-LINE.
020600     05  FILLER                PIC X(01) VALUE SPACE.
020700     05  SR-HIT-SOURCE         PIC X(01).
020800     05  FILLER                PIC X(03) VALUE SPACES.
020900     05  SR-HIT-SUBJECT-ID     PIC X(10).
021000     05  FILLER                PIC X(02) VALUE SPACES.
021100     05  SR-HIT-NAME           PIC X(30).
021200     05  FILLER                PIC X(01) VALUE SPACE.
021300     05  SR-HIT-ENTRY-ID       PIC X(10).
021400     05  FILLER                PIC X(02) VALUE SPACES.
021500     05  SR-HIT-ENTRY-NAME     PIC X(30).
021600     05  FILLER                PIC X(01) VALUE SPACE.
021700     05  SR-HIT-PROGRAM        PIC X(10).
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  SR-HIT-SCORE          PIC ZZ9.
022000     05  SR-HIT-BASIS          PIC X(01).
022100     05  FILLER                PIC X(02) VALUE SPACES.
022200     05  SR-HIT-CUST-ID        PIC X(10).
022300     05  FILLER                PIC X(02) VALUE SPACES.
022400     05  SR-HIT-AMOUNT         PIC ZZ,ZZ9.99.
022500
022600 01  SR-FOOTER-LINE.
022700     05  FILLER                PIC X(01) VALUE SPACE.
022800     05  SR-FTR-LABEL          PIC X(34).
022900     05  SR-FTR-COUNT          PIC Z,ZZZ,ZZ9.
023000
023100 PROCEDURE DIVISION.
023200******************************************************************
023300*    0000-MAINLINE                                               *
023400******************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023700     IF FULL-SCAN
023800         PERFORM 2000-RESCAN-THE-CUSTOMERS THRU 2000-EXIT
023900     END-IF
024000     IF LOCKBOX-AVAILABLE
024100         PERFORM 3000-SCREEN-THE-REMITTERS THRU 3000-EXIT
024200     END-IF
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT
024400     STOP RUN.
024500
024600******************************************************************
024700*    1000-INITIALIZE                                             *
024800*    THE WATCH LIST MUST BE USABLE BEFORE ANYTHING IS OPENED -   *
024900*    A NIGHT WITH NO LIST IS A NIGHT NOTHING WAS SCREENED, AND   *
025000*    SAYS SO IN THE RETURN CODE.                                 *
025100******************************************************************
025200 1000-INITIALIZE.
025300     ACCEPT WS-RUN-DATE FROM DATE
025400     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
025500     EVALUATE WS-PARM-DATA
025600         WHEN SPACES
025700             CONTINUE
025800         WHEN "FULL"
025900             MOVE "Y" TO WS-FULL-SCAN
026000             MOVE "FULL RESCAN REQUESTED" TO WS-SCAN-REASON
026100         WHEN OTHER
026200             DISPLAY "SANCSCAN - PARM MUST BE BLANK OR FULL - "
026300                 "RUN STOPPED"
026400             MOVE 16 TO RETURN-CODE
026500             STOP RUN
026600     END-EVALUATE
026700     MOVE "I" TO SNCW-FUNCTION
026800     MOVE SPACES TO SNCW-NAME
026900     CALL "SANCSUB" USING SANCTIONS-SCREEN-AREA
027000     IF NOT SNCW-OK
027100         DISPLAY "SANCSCAN - NO USABLE SANCTIONS WATCH LIST - "
027200             "STATUS " SNCW-STATUS " - NOTHING SCREENED"
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF
027600     PERFORM 1100-READ-THE-CONTROL THRU 1100-EXIT
027700     IF NOT FULL-SCAN
027800         IF SNCW-LIST-DATE > WS-LAST-LIST-DATE
027900             MOVE "Y" TO WS-FULL-SCAN
028000             MOVE "NEW WATCH LIST - FULL RESCAN"
028100                 TO WS-SCAN-REASON
028200         ELSE
028300             MOVE "LIST ALREADY SCANNED - REMITTERS ONLY"
028400                 TO WS-SCAN-REASON
028500         END-IF
028600     END-IF
028700     IF FULL-SCAN
028800         OPEN INPUT CUSTOMER-FILE
028900         IF NOT CUSTOMER-FILE-OK
029000             DISPLAY "SANCSCAN - CUSTOMER MASTER NOT AVAILABLE "
029100                 "- STATUS " CUSTOMER-FILE-STATUS
029200                 " - RUN STOPPED"
029300             MOVE 8 TO RETURN-CODE
029400             STOP RUN
029500         END-IF
029600     END-IF
029700     OPEN INPUT LOCKBOX-FILE
029800     IF LOCKBOX-FILE-OK
029900         MOVE "Y" TO WS-LOCKBOX-AVAILABLE
030000     ELSE
030100         DISPLAY "SANCSCAN - NO LOCKBOX FILE TODAY - REMITTER "
030200             "PASS SKIPPED"
030300     END-IF
030400     PERFORM 1200-OPEN-THE-WORKLIST THRU 1200-EXIT
030500     OPEN OUTPUT HITS-REPORT
030600     IF NOT HITS-REPORT-OK
030700         DISPLAY "SANCSCAN - ERROR OPENING HITS REPORT - "
030800             "STATUS " HITS-REPORT-STATUS
030900         MOVE 24 TO RETURN-CODE
031000         STOP RUN
031100     END-IF
031200     MOVE SNCW-LIST-DATE TO SR-HDG1-LIST-DATE
031300     MOVE WS-RUN-DATE TO SR-HDG1-RUN-DATE
031400     MOVE SNCW-LIST-COUNT TO SR-SCAN-COUNT
031500     MOVE SNCW-THRESHOLD TO SR-SCAN-THRESHOLD
031600     MOVE WS-LAST-LIST-DATE TO SR-SCAN-LAST-DATE
031700     MOVE WS-SCAN-REASON TO SR-SCAN-REASON
031800     WRITE HITS-REPORT-LINE FROM SR-HEADING-LINE-1
031900     WRITE HITS-REPORT-LINE FROM SR-SCAN-LINE
032000     MOVE SPACES TO HITS-REPORT-LINE
032100     WRITE HITS-REPORT-LINE AFTER ADVANCING 1 LINE
032200     WRITE HITS-REPORT-LINE FROM SR-HEADING-LINE-2.
032300 1000-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700*    1100-READ-THE-CONTROL                                       *
032800*    NO CONTROL FILE, OR AN EMPTY ONE, MEANS NO LIST HAS EVER    *
032900*    BEEN FULLY SCANNED.                                         *
033000******************************************************************
033100 1100-READ-THE-CONTROL.
033200     MOVE 0 TO WS-LAST-LIST-DATE
033300     OPEN INPUT SCAN-CONTROL-FILE
033400     IF NOT SCAN-CONTROL-OK
033500         GO TO 1100-EXIT
033600     END-IF
033700     READ SCAN-CONTROL-FILE
033800         AT END
033900             MOVE 0 TO SCTL-LIST-DATE
034000     END-READ
034100     IF SCTL-LIST-DATE NUMERIC
034200         MOVE SCTL-LIST-DATE TO WS-LAST-LIST-DATE
034300     END-IF
034400     CLOSE SCAN-CONTROL-FILE.
034500 1100-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    1200-OPEN-THE-WORKLIST                                      *
035000*    THE WORKLIST IS CREATED THE FIRST TIME ANYTHING IS QUEUED.  *
035100******************************************************************
035200 1200-OPEN-THE-WORKLIST.
035300     OPEN I-O SCREENING-HIT-FILE
035400     IF SCREENING-HIT-NOT-FOUND
035500         OPEN OUTPUT SCREENING-HIT-FILE
035600         IF SCREENING-HIT-OK
035700             CLOSE SCREENING-HIT-FILE
035800             OPEN I-O SCREENING-HIT-FILE
035900         END-IF
036000     END-IF
036100     IF NOT SCREENING-HIT-OK
036200         DISPLAY "SANCSCAN - ERROR OPENING COMPLIANCE "
036300             "WORKLIST - STATUS " SCREENING-HIT-STATUS
036400         MOVE 24 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700 1200-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    2000-RESCAN-THE-CUSTOMERS                                   *
037200******************************************************************
037300 2000-RESCAN-THE-CUSTOMERS.
037400     MOVE "N" TO WS-END-OF-CUSTOMERS
037500     PERFORM 2100-SCREEN-NEXT-CUSTOMER THRU 2100-EXIT
037600         UNTIL END-OF-CUSTOMERS
037700     IF CUSTOMER-FILE-STATUS = "10"
037800         MOVE "Y" TO WS-SCAN-COMPLETE
037900     END-IF.
038000 2000-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    2100-SCREEN-NEXT-CUSTOMER                                   *
038500******************************************************************
038600 2100-SCREEN-NEXT-CUSTOMER.
038700     READ CUSTOMER-FILE NEXT RECORD
038800         AT END
038900             MOVE "Y" TO WS-END-OF-CUSTOMERS
039000             GO TO 2100-EXIT
039100     END-READ
039200     IF NOT CUSTOMER-FILE-OK
039300         DISPLAY "SANCSCAN - CUSTOMER MASTER READ ERROR - "
039400             "STATUS " CUSTOMER-FILE-STATUS
039500             " - RESCAN INCOMPLETE"
039600         MOVE "Y" TO WS-END-OF-CUSTOMERS
039700         GO TO 2100-EXIT
039800     END-IF
039900     IF CUST-NAME = SPACES
040000         GO TO 2100-EXIT
040100     END-IF
040200     ADD 1 TO WS-CUSTOMERS-SCREENED
040300     MOVE "S" TO SNCW-FUNCTION
040400     MOVE CUST-NAME TO SNCW-NAME
040500     CALL "SANCSUB" USING SANCTIONS-SCREEN-AREA
040600     IF NOT SNCW-POTENTIAL-HIT
040700         GO TO 2100-EXIT
040800     END-IF
040900     MOVE "C" TO WS-SUBJECT-TYPE
041000     MOVE CUST-ID TO WS-SUBJECT-ID
041100     MOVE CUST-NAME TO WS-SUBJECT-NAME
041200     MOVE CUST-ID TO WS-SUBJECT-CUST-ID
041300     MOVE 0 TO WS-SUBJECT-AMOUNT
041400     MOVE "S" TO WS-SUBJECT-SOURCE
041500     PERFORM 5000-QUEUE-THE-HIT THRU 5000-EXIT
041600     IF NOT ALREADY-QUEUED
041700         ADD 1 TO WS-CUSTOMER-HITS
041800     END-IF.
041900 2100-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300*    3000-SCREEN-THE-REMITTERS                                   *
042400******************************************************************
042500 3000-SCREEN-THE-REMITTERS.
042600     MOVE "N" TO WS-END-OF-LOCKBOX
042700     PERFORM 3100-SCREEN-NEXT-REMITTER THRU 3100-EXIT
042800         UNTIL END-OF-LOCKBOX.
042900 3000-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*    3100-SCREEN-NEXT-REMITTER                                   *
043400******************************************************************
043500 3100-SCREEN-NEXT-REMITTER.
043600     READ LOCKBOX-FILE
043700         AT END
043800             MOVE "Y" TO WS-END-OF-LOCKBOX
043900             GO TO 3100-EXIT
044000     END-READ
044100     IF LBX-REMITTER-NAME = SPACES
044200         GO TO 3100-EXIT
044300     END-IF
044400     ADD 1 TO WS-REMITTERS-SCREENED
044500     MOVE "S" TO SNCW-FUNCTION
044600     MOVE LBX-REMITTER-NAME TO SNCW-NAME
044700     CALL "SANCSUB" USING SANCTIONS-SCREEN-AREA
044800     IF NOT SNCW-POTENTIAL-HIT
044900         GO TO 3100-EXIT
045000     END-IF
045100     MOVE "R" TO WS-SUBJECT-TYPE
045200     MOVE LBX-CHECK-NO TO WS-SUBJECT-ID
045300     MOVE LBX-REMITTER-NAME TO WS-SUBJECT-NAME
045400     MOVE LBX-SCAN-LINE TO WS-SUBJECT-CUST-ID
045500     MOVE LBX-AMOUNT TO WS-SUBJECT-AMOUNT
045600     MOVE "L" TO WS-SUBJECT-SOURCE
045700     PERFORM 5000-QUEUE-THE-HIT THRU 5000-EXIT
045800     IF NOT ALREADY-QUEUED
045900         ADD 1 TO WS-REMITTER-HITS
046000     END-IF.
046100 3100-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    5000-QUEUE-THE-HIT                                          *
046600*    THE SUBJECT'S EARLIEST ENTRY FOR THIS LISTED NAME IS FOUND  *
046700*    BY STARTING AT QUEUED DATE ZERO.  ONE UNDER THE SAME        *
046800*    SUBJECT NAME HAS ALREADY BEEN PUT TO THE OFFICER.           *
046900******************************************************************
047000 5000-QUEUE-THE-HIT.
047100     PERFORM 5100-CHECK-THE-WORKLIST THRU 5100-EXIT
047200     IF ALREADY-QUEUED
047300         ADD 1 TO WS-ALREADY-ON-WORKLIST
047400         GO TO 5000-EXIT
047500     END-IF
047600     INITIALIZE SCREENING-HIT-RECORD
047700     MOVE WS-SUBJECT-TYPE TO SCRN-SUBJECT-TYPE
047800     MOVE WS-SUBJECT-ID TO SCRN-SUBJECT-ID
047900     MOVE SNCW-ENTRY-ID TO SCRN-ENTRY-ID
048000     MOVE WS-RUN-DATE TO SCRN-QUEUED-DATE
048100     MOVE WS-SUBJECT-SOURCE TO SCRN-SOURCE
048200     MOVE "SANCSCAN" TO SCRN-QUEUED-BY
048300     MOVE SPACES TO SCRN-MAKER-ID
048400     MOVE WS-SUBJECT-NAME TO SCRN-SUBJECT-NAME
048500     MOVE WS-SUBJECT-CUST-ID TO SCRN-CUST-ID
048600     MOVE SNCW-ENTRY-NAME TO SCRN-ENTRY-NAME
048700     MOVE SNCW-PROGRAM TO SCRN-PROGRAM
048800     MOVE SNCW-SCORE TO SCRN-SCORE
048900     MOVE SNCW-MATCH-BASIS TO SCRN-MATCH-BASIS
049000     MOVE SNCW-LIST-DATE TO SCRN-LIST-DATE
049100     MOVE WS-SUBJECT-AMOUNT TO SCRN-AMOUNT
049200     MOVE "P" TO SCRN-STATUS
049300     MOVE "N" TO SCRN-HELD-FLAG
049400     MOVE SPACES TO SCRN-HELD-IMAGE
049500     WRITE SCREENING-HIT-RECORD
049600         INVALID KEY
049700             MOVE "Y" TO WS-ALREADY-QUEUED
049800             ADD 1 TO WS-ALREADY-ON-WORKLIST
049900             GO TO 5000-EXIT
050000     END-WRITE
050100     IF NOT SCREENING-HIT-OK
050200         DISPLAY "SANCSCAN - WORKLIST WRITE ERROR - STATUS "
050300             SCREENING-HIT-STATUS " - " WS-SUBJECT-TYPE " "
050400             WS-SUBJECT-ID " NOT QUEUED"
050500         ADD 1 TO WS-QUEUE-ERRORS
050600         MOVE "Y" TO WS-ALREADY-QUEUED
050700         GO TO 5000-EXIT
050800     END-IF
050900     ADD 1 TO WS-NEW-HITS
051000     MOVE WS-SUBJECT-SOURCE TO SR-HIT-SOURCE
051100     MOVE WS-SUBJECT-ID TO SR-HIT-SUBJECT-ID
051200     MOVE WS-SUBJECT-NAME TO SR-HIT-NAME
051300     MOVE SNCW-ENTRY-ID TO SR-HIT-ENTRY-ID
051400     MOVE SNCW-ENTRY-NAME TO SR-HIT-ENTRY-NAME
051500     MOVE SNCW-PROGRAM TO SR-HIT-PROGRAM
051600     MOVE SNCW-SCORE TO SR-HIT-SCORE
051700     MOVE SNCW-MATCH-BASIS TO SR-HIT-BASIS
051800     MOVE WS-SUBJECT-CUST-ID TO SR-HIT-CUST-ID
051900     MOVE WS-SUBJECT-AMOUNT TO SR-HIT-AMOUNT
052000     WRITE HITS-REPORT-LINE FROM SR-HIT-LINE.
052100 5000-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*    5100-CHECK-THE-WORKLIST                                     *
052600******************************************************************
052700 5100-CHECK-THE-WORKLIST.
052800     MOVE "N" TO WS-ALREADY-QUEUED
052900     MOVE WS-SUBJECT-TYPE TO SCRN-SUBJECT-TYPE
053000     MOVE WS-SUBJECT-ID TO SCRN-SUBJECT-ID
053100     MOVE SNCW-ENTRY-ID TO SCRN-ENTRY-ID
053200     MOVE 0 TO SCRN-QUEUED-DATE
053300     START SCREENING-HIT-FILE KEY IS NOT LESS THAN SCRN-KEY
053400         INVALID KEY
053500             GO TO 5100-EXIT
053600     END-START.
053700 5100-NEXT.
053800     READ SCREENING-HIT-FILE NEXT RECORD
053900         AT END
054000             GO TO 5100-EXIT
054100     END-READ
054200     IF SCRN-SUBJECT-TYPE NOT = WS-SUBJECT-TYPE
054300         OR SCRN-SUBJECT-ID NOT = WS-SUBJECT-ID
054400         OR SCRN-ENTRY-ID NOT = SNCW-ENTRY-ID
054500         GO TO 5100-EXIT
054600     END-IF
054700     IF SCRN-SUBJECT-NAME = WS-SUBJECT-NAME
054800         MOVE "Y" TO WS-ALREADY-QUEUED
054900         GO TO 5100-EXIT
055000     END-IF
055100     GO TO 5100-NEXT.
055200 5100-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*    8000-WRITE-THE-CONTROL                                      *
055700*    ONLY A RESCAN THAT REACHED THE END OF THE MASTER MARKS THE  *
055800*    LIST AS SCANNED.                                            *
055900******************************************************************
056000 8000-WRITE-THE-CONTROL.
056100     OPEN OUTPUT SCAN-CONTROL-FILE
056200     IF NOT SCAN-CONTROL-OK
056300         DISPLAY "SANCSCAN - ERROR OPENING SCAN CONTROL - "
056400             "STATUS " SCAN-CONTROL-STATUS
056500             " - LIST WILL BE RESCANNED NEXT RUN"
056600         GO TO 8000-EXIT
056700     END-IF
056800     INITIALIZE SCAN-CONTROL-RECORD
056900     MOVE SNCW-LIST-DATE TO SCTL-LIST-DATE
057000     MOVE WS-RUN-DATE TO SCTL-SCANNED-DATE
057100     MOVE WS-CUSTOMERS-SCREENED TO SCTL-CUSTOMERS
057200     MOVE WS-CUSTOMER-HITS TO SCTL-HITS
057300     WRITE SCAN-CONTROL-RECORD
057400     CLOSE SCAN-CONTROL-FILE.
057500 8000-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900*    9000-TERMINATE                                              *
058000******************************************************************
058100 9000-TERMINATE.
058200     IF WS-NEW-HITS = 0
058300         MOVE SPACES TO HITS-REPORT-LINE
058400         MOVE "  NO NEW HITS" TO HITS-REPORT-LINE
058500         WRITE HITS-REPORT-LINE
058600     END-IF
058700     MOVE SPACES TO HITS-REPORT-LINE
058800     WRITE HITS-REPORT-LINE AFTER ADVANCING 1 LINE
058900     MOVE "CUSTOMERS SCREENED . . . . . . ." TO SR-FTR-LABEL
059000     MOVE WS-CUSTOMERS-SCREENED TO SR-FTR-COUNT
059100     WRITE HITS-REPORT-LINE FROM SR-FOOTER-LINE
059200     MOVE "  NEW HITS QUEUED  . . . . . . ." TO SR-FTR-LABEL
059300     MOVE WS-CUSTOMER-HITS TO SR-FTR-COUNT
059400     WRITE HITS-REPORT-LINE FROM SR-FOOTER-LINE
059500     MOVE "REMITTERS SCREENED . . . . . . ." TO SR-FTR-LABEL
059600     MOVE WS-REMITTERS-SCREENED TO SR-FTR-COUNT
059700     WRITE HITS-REPORT-LINE FROM SR-FOOTER-LINE
059800     MOVE "  NEW HITS QUEUED  . . . . . . ." TO SR-FTR-LABEL
059900     MOVE WS-REMITTER-HITS TO SR-FTR-COUNT
060000     WRITE HITS-REPORT-LINE FROM SR-FOOTER-LINE
060100     MOVE "ALREADY ON THE WORKLIST  . . . ." TO SR-FTR-LABEL
060200     MOVE WS-ALREADY-ON-WORKLIST TO SR-FTR-COUNT
060300     WRITE HITS-REPORT-LINE FROM SR-FOOTER-LINE
060400     IF WS-QUEUE-ERRORS > 0
060500         MOVE "NOT QUEUED - WORKLIST ERRORS . ." TO SR-FTR-LABEL
060600         MOVE WS-QUEUE-ERRORS TO SR-FTR-COUNT
060700         WRITE HITS-REPORT-LINE FROM SR-FOOTER-LINE
060800     END-IF
060900     IF FULL-SCAN
061000         CLOSE CUSTOMER-FILE
061100         IF SCAN-COMPLETE
061200             PERFORM 8000-WRITE-THE-CONTROL THRU 8000-EXIT
061300         ELSE
061400             MOVE SPACES TO HITS-REPORT-LINE
061500             MOVE "  RESCAN INCOMPLETE - LIST WILL BE RESCANNED"
061600                 TO HITS-REPORT-LINE
061700             WRITE HITS-REPORT-LINE
061800         END-IF
061900     END-IF
062000     IF LOCKBOX-AVAILABLE
062100         CLOSE LOCKBOX-FILE
062200     END-IF
062300     CLOSE SCREENING-HIT-FILE
062400     CLOSE HITS-REPORT
062500     DISPLAY "SANCSCAN - " WS-CUSTOMERS-SCREENED
062600         " CUSTOMERS, " WS-REMITTERS-SCREENED
062700         " REMITTERS SCREENED, " WS-NEW-HITS " NEW HITS"
062800     IF FULL-SCAN AND NOT SCAN-COMPLETE
062900         MOVE 8 TO RETURN-CODE
063000     ELSE
063100         IF WS-NEW-HITS > 0 OR WS-QUEUE-ERRORS > 0
063200             MOVE 4 TO RETURN-CODE
063300         END-IF
063400     END-IF.
063500 9000-EXIT.
063600     EXIT.
