000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DISPAGE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/28/2026.
000600 DATE-COMPILED.  10/28/2026.
000700******************************************************************
000800*                                                                *
000900*    DISPAGE - OPEN DISPUTE CASE AGING REPORT                    *
001000*    THE CUSTOMER SERVICE MANAGER'S DAILY VIEW OF THE BILLING    *
001100*    DISPUTE CASE FILE (DISPFILE, SEE DISPREC).  EVERY CASE      *
001200*    STILL OPEN IS LISTED IN CUST-ID ORDER WITH ITS AMOUNT,      *
001300*    THE DISPUTED REFERENCE, THE OPERATOR IT IS ASSIGNED TO,     *
001400*    HOW LONG IT HAS BEEN OPEN AND THE REGULATORY RESPONSE       *
001500*    DEADLINE - A CASE PAST ITS DEADLINE IS FLAGGED SO IT IS     *
001600*    WORKED FIRST.  THE OPEN CASES ARE THEN SUMMED BY AGE BAND.  *
001700*    RESOLVED CASES ARE COUNTED BUT NOT LISTED.  THE CASE FILE   *
001800*    IS READ ONLY - CASES ARE WORKED ONLINE IN DISPMNT.          *
001900*                                                                *
002000******************************************************************
002100* MODIFICATION HISTORY
002200*   10/28/2026  RVH  ORIGINAL.
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DISPUTE-CASE-FILE ASSIGN TO DISPFILE
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS DISP-KEY
003200         FILE STATUS IS DISPUTE-CASE-STATUS.
003300     SELECT DISPUTE-REPORT ASSIGN TO DISPRPT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS DISPUTE-REPORT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DISPUTE-CASE-FILE
004000     LABEL RECORDS ARE STANDARD
004100     BLOCK CONTAINS 0 RECORDS
004200     RECORDING MODE F
004300     DATA RECORD IS DISPUTE-CASE-RECORD.
004400     COPY DISPREC.
004500
004600 FD  DISPUTE-REPORT
004700     LABEL RECORDS ARE OMITTED
004800     RECORDING MODE F.
004900 01  DISPUTE-REPORT-LINE      PIC X(132).
005000
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    FILE STATUS AND SWITCHES                                    *
005400******************************************************************
005500 01  DISPUTE-CASE-STATUS       PIC X(02).
005600     88  DISPUTE-CASE-OK           VALUE "00".
005700     88  DISPUTE-CASE-NOT-FOUND    VALUE "05" "35".
005800 01  DISPUTE-REPORT-STATUS     PIC X(02).
005900     88  DISPUTE-REPORT-OK         VALUE "00".
006000 01  WS-DISPUTE-AT-END         PIC X(01) VALUE "N".
006100     88  DISPUTE-FILE-AT-END       VALUE "Y".
006200 01  WS-CASE-FILE-PRESENT      PIC X(01) VALUE "N".
006300     88  CASE-FILE-PRESENT         VALUE "Y".
006400
006500******************************************************************
006600*    RUN CONTROL FIELDS                                          *
006700******************************************************************
006800 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
006900 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
007000     05  WS-RUN-YY             PIC 9(02).
007100     05  WS-RUN-MM             PIC 9(02).
007200     05  WS-RUN-DD             PIC 9(02).
007300 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
007400 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
007500     05  WS-WORK-YY            PIC 9(02).
007600     05  WS-WORK-MM            PIC 9(02).
007700     05  WS-WORK-DD            PIC 9(02).
007800 01  WS-DAYS-OPEN              PIC S9(05) VALUE 0.
007900 01  WS-DAYS-LEFT              PIC S9(05) VALUE 0.
008000 01  WS-BAND                   PIC 9(01) VALUE 0.
008100
008200******************************************************************
008300*    AGE BAND ACCUMULATORS - DAYS SINCE THE CASE WAS OPENED      *
008400******************************************************************
008500 01  WS-BAND-LABEL-VALUES.
008600     05  FILLER                PIC X(12) VALUE "0-30 DAYS".
008700     05  FILLER                PIC X(12) VALUE "31-60 DAYS".
008800     05  FILLER                PIC X(12) VALUE "61-90 DAYS".
008900     05  FILLER                PIC X(12) VALUE "OVER 90 DAYS".
009000 01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-VALUES.
009100     05  WS-BAND-LABEL         PIC X(12) OCCURS 4 TIMES.
009200 01  WS-BAND-ENTRIES.
009300     05  WS-BAND-ENTRY         OCCURS 4 TIMES.
009400         10  WS-BAND-COUNT     PIC 9(07).
009500         10  WS-BAND-TOTAL     PIC 9(11)V99.
009600 01  WS-BAND-IDX               PIC 9(3) BINARY VALUE 0.
009700
009800******************************************************************
009900*    RUN TOTALS                                                  *
010000******************************************************************
010100 01  WS-CASES-READ             PIC 9(07) BINARY VALUE 0.
010200 01  WS-CASES-OPEN             PIC 9(07) BINARY VALUE 0.
010300 01  WS-CASES-PAST-DUE         PIC 9(07) BINARY VALUE 0.
010400 01  WS-CASES-FOR-CUSTOMER     PIC 9(07) BINARY VALUE 0.
010500 01  WS-CASES-DENIED           PIC 9(07) BINARY VALUE 0.
010600 01  WS-OPEN-AMOUNT            PIC 9(11)V99 VALUE 0.
010700 01  WS-PAST-DUE-AMOUNT        PIC 9(11)V99 VALUE 0.
010800
010900******************************************************************
011000*    REPORT LINE LAYOUTS                                         *
011100******************************************************************
011200 01  DA-HEADING-LINE-1.
011300     05  FILLER                PIC X(01) VALUE SPACE.
011400     05  FILLER                PIC X(44) VALUE
011500         "DISPAGE - OPEN DISPUTE CASE AGING REPORT".
011600     05  FILLER                PIC X(10) VALUE "RUN DATE ".
011700     05  DA-HDG1-RUN-DATE      PIC 9(06).
011800
011900 01  DA-HEADING-LINE-2.
012000     05  FILLER                PIC X(01) VALUE SPACE.
012100     05  FILLER                PIC X(15) VALUE "CUST-ID    CASE".
012200     05  FILLER                PIC X(10) VALUE "REFERENCE".
012300     05  FILLER                PIC X(15) VALUE "       AMOUNT".
012400     05  FILLER                PIC X(08) VALUE "OPENED".
012500     05  FILLER                PIC X(06) VALUE " DAYS".
012600     05  FILLER                PIC X(10) VALUE "ASSIGNED".
012700     05  FILLER                PIC X(08) VALUE "RESP DUE".
012800     05  FILLER                PIC X(12) VALUE "  DAYS LEFT".
012900     05  FILLER                PIC X(30) VALUE "REASON".
013000
013100 01  DA-DETAIL-LINE.
013200     05  FILLER                PIC X(01) VALUE SPACE.
013300     05  DA-DTL-CUST-ID        PIC X(10).
013400     05  FILLER                PIC X(01) VALUE SPACE.
013500     05  DA-DTL-CASE-NO        PIC 9(03).
013600     05  FILLER                PIC X(01) VALUE SPACE.
013700     05  DA-DTL-REFERENCE      PIC X(08).
013800     05  FILLER                PIC X(02) VALUE SPACES.
013900     05  DA-DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
014000     05  FILLER                PIC X(03) VALUE SPACES.
014100     05  DA-DTL-OPEN-DATE      PIC 9(06).
014200     05  FILLER                PIC X(02) VALUE SPACES.
014300     05  DA-DTL-DAYS-OPEN      PIC ZZZZ9.
014400     05  FILLER                PIC X(01) VALUE SPACE.
014500     05  DA-DTL-ASSIGNED       PIC X(08).
014600     05  FILLER                PIC X(02) VALUE SPACES.
014700     05  DA-DTL-DUE-DATE       PIC 9(06).
014800     05  FILLER                PIC X(02) VALUE SPACES.
014900     05  DA-DTL-DEADLINE.
015000         10  DA-DTL-DAYS-LEFT  PIC ZZZZ9.
015100         10  FILLER            PIC X(05).
015200     05  FILLER                PIC X(02) VALUE SPACES.
015300     05  DA-DTL-REASON         PIC X(30).
015400
015500 01  DA-BAND-HEADING.
015600     05  FILLER                PIC X(01) VALUE SPACE.
015700     05  FILLER                PIC X(14) VALUE "DAYS OPEN".
015800     05  FILLER                PIC X(29) VALUE
015900         "  CASES          AMOUNT".
016000
016100 01  DA-BAND-LINE.
016200     05  FILLER                PIC X(01) VALUE SPACE.
016300     05  DA-BND-LABEL          PIC X(12).
016400     05  FILLER                PIC X(02) VALUE SPACES.
016500     05  DA-BND-COUNT          PIC ZZZ,ZZ9.
016600     05  FILLER                PIC X(01) VALUE SPACE.
016700     05  DA-BND-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016800
016900 01  DA-FOOTER-LINE-1.
017000     05  FILLER                PIC X(01) VALUE SPACE.
017100     05  FILLER                PIC X(30) VALUE
017200         "CASES ON FILE . . . . . . . .".
017300     05  DA-FTR1-READ          PIC ZZZ,ZZ9.
017400
017500 01  DA-FOOTER-LINE-2.
017600     05  FILLER                PIC X(01) VALUE SPACE.
017700     05  FILLER                PIC X(30) VALUE
017800         "OPEN CASES  . . . . . . . . .".
017900     05  DA-FTR2-OPEN          PIC ZZZ,ZZ9.
018000     05  FILLER                PIC X(02) VALUE SPACES.
018100     05  DA-FTR2-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018200
018300 01  DA-FOOTER-LINE-3.
018400     05  FILLER                PIC X(01) VALUE SPACE.
018500     05  FILLER                PIC X(30) VALUE
018600         "OPEN PAST RESPONSE DEADLINE .".
018700     05  DA-FTR3-PAST-DUE      PIC ZZZ,ZZ9.
018800     05  FILLER                PIC X(02) VALUE SPACES.
018900     05  DA-FTR3-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019000
019100 01  DA-FOOTER-LINE-4.
019200     05  FILLER                PIC X(01) VALUE SPACE.
019300     05  FILLER                PIC X(30) VALUE
019400         "RESOLVED FOR CUSTOMER . . . .".
019500     05  DA-FTR4-FOR-CUSTOMER  PIC ZZZ,ZZ9.
019600
019700 01  DA-FOOTER-LINE-5.
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  FILLER                PIC X(30) VALUE
020000         "RESOLVED - DENIED . . . . . .".
020100     05  DA-FTR5-DENIED        PIC ZZZ,ZZ9.
020200
020300 PROCEDURE DIVISION.
020400******************************************************************
020500*    0000-MAINLINE                                               *
020600******************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     IF CASE-FILE-PRESENT
021000         PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT
021100         PERFORM 2200-REPORT-ONE-CASE THRU 2200-EXIT
021200             UNTIL DISPUTE-FILE-AT-END
021300     END-IF
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT
021500     STOP RUN.
021600
021700******************************************************************
021800*    1000-INITIALIZE                                             *
021900*    NO CASE FILE MEANS NO CASE HAS EVER BEEN OPENED - THE       *
022000*    REPORT STILL PRINTS, EMPTY.                                 *
022100******************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT WS-RUN-DATE FROM DATE
022400     PERFORM 1100-INIT-BAND-TABLE THRU 1100-EXIT
022500         VARYING WS-BAND-IDX FROM 1 BY 1
022600         UNTIL WS-BAND-IDX > 4
022700     OPEN INPUT DISPUTE-CASE-FILE
022800     EVALUATE TRUE
022900         WHEN DISPUTE-CASE-OK
023000             MOVE "Y" TO WS-CASE-FILE-PRESENT
023100         WHEN DISPUTE-CASE-NOT-FOUND
023200             DISPLAY "DISPAGE - NO DISPUTE CASE FILE - NO "
023300                 "CASES TO REPORT"
023400         WHEN OTHER
023500             DISPLAY "DISPAGE - ERROR OPENING DISPUTE CASE "
023600                 "FILE - STATUS " DISPUTE-CASE-STATUS
023700                 " - RUN STOPPED"
023800             MOVE 16 TO RETURN-CODE
023900             STOP RUN
024000     END-EVALUATE
024100     OPEN OUTPUT DISPUTE-REPORT
024200     IF NOT DISPUTE-REPORT-OK
024300         DISPLAY "DISPAGE - ERROR OPENING DISPUTE REPORT - "
024400             "STATUS " DISPUTE-REPORT-STATUS
024500         MOVE 24 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800     MOVE WS-RUN-DATE TO DA-HDG1-RUN-DATE
024900     WRITE DISPUTE-REPORT-LINE FROM DA-HEADING-LINE-1
025000     MOVE SPACES TO DISPUTE-REPORT-LINE
025100     WRITE DISPUTE-REPORT-LINE AFTER ADVANCING 1 LINE
025200     WRITE DISPUTE-REPORT-LINE FROM DA-HEADING-LINE-2
025300     MOVE SPACES TO DISPUTE-REPORT-LINE
025400     WRITE DISPUTE-REPORT-LINE AFTER ADVANCING 1 LINE.
025500 1000-EXIT.
025600     EXIT.
025700
025800 1100-INIT-BAND-TABLE.
025900     MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX)
026000     MOVE 0 TO WS-BAND-TOTAL(WS-BAND-IDX).
026100 1100-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    2100-READ-NEXT-CASE                                         *
026600******************************************************************
026700 2100-READ-NEXT-CASE.
026800     READ DISPUTE-CASE-FILE NEXT RECORD
026900         AT END
027000             MOVE "Y" TO WS-DISPUTE-AT-END
027100     END-READ.
027200 2100-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*    2200-REPORT-ONE-CASE                                        *
027700*    RESOLVED CASES ARE ONLY COUNTED.  AN OPEN CASE IS LISTED,   *
027800*    CHECKED AGAINST ITS RESPONSE DEADLINE AND AGED.             *
027900******************************************************************
028000 2200-REPORT-ONE-CASE.
028100     ADD 1 TO WS-CASES-READ
028200     EVALUATE TRUE
028300         WHEN DISP-FOR-CUSTOMER
028400             ADD 1 TO WS-CASES-FOR-CUSTOMER
028500             GO TO 2200-NEXT
028600         WHEN DISP-DENIED
028700             ADD 1 TO WS-CASES-DENIED
028800             GO TO 2200-NEXT
028900         WHEN DISP-IS-OPEN
029000             CONTINUE
029100         WHEN OTHER
029200             GO TO 2200-NEXT
029300     END-EVALUATE
029400     ADD 1 TO WS-CASES-OPEN
029500     ADD DISP-AMOUNT TO WS-OPEN-AMOUNT
029600     PERFORM 3000-AGE-ONE-CASE THRU 3000-EXIT
029700     PERFORM 3100-CHECK-DEADLINE THRU 3100-EXIT
029800     MOVE DISP-CUST-ID TO DA-DTL-CUST-ID
029900     MOVE DISP-CASE-NO TO DA-DTL-CASE-NO
030000     MOVE DISP-REFERENCE TO DA-DTL-REFERENCE
030100     MOVE DISP-AMOUNT TO DA-DTL-AMOUNT
030200     MOVE DISP-OPEN-DATE TO DA-DTL-OPEN-DATE
030300     MOVE WS-DAYS-OPEN TO DA-DTL-DAYS-OPEN
030400     MOVE DISP-ASSIGNED-OPERATOR TO DA-DTL-ASSIGNED
030500     MOVE DISP-RESPONSE-DUE-DATE TO DA-DTL-DUE-DATE
030600     MOVE DISP-REASON TO DA-DTL-REASON
030700     WRITE DISPUTE-REPORT-LINE FROM DA-DETAIL-LINE.
030800 2200-NEXT.
030900     PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT.
031000 2200-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400*    3000-AGE-ONE-CASE                                           *
031500*    DAYS SINCE THE CASE OPENED ON THE 30-DAY-MONTH COMMERCIAL   *
031600*    CALENDAR, SAME ARITHMETIC AS DUNNING AND SUSPAGE.           *
031700******************************************************************
031800 3000-AGE-ONE-CASE.
031900     MOVE DISP-OPEN-DATE TO WS-WORK-DATE
032000     COMPUTE WS-DAYS-OPEN =
032100         (WS-RUN-YY - WS-WORK-YY) * 360 +
032200         (WS-RUN-MM - WS-WORK-MM) * 30 +
032300         (WS-RUN-DD - WS-WORK-DD)
032400     IF WS-DAYS-OPEN < 0
032500         MOVE 0 TO WS-DAYS-OPEN
032600     END-IF
032700     EVALUATE TRUE
032800         WHEN WS-DAYS-OPEN < 31
032900             MOVE 1 TO WS-BAND
033000         WHEN WS-DAYS-OPEN < 61
033100             MOVE 2 TO WS-BAND
033200         WHEN WS-DAYS-OPEN < 91
033300             MOVE 3 TO WS-BAND
033400         WHEN OTHER
033500             MOVE 4 TO WS-BAND
033600     END-EVALUATE
033700     ADD 1 TO WS-BAND-COUNT(WS-BAND)
033800     ADD DISP-AMOUNT TO WS-BAND-TOTAL(WS-BAND).
033900 3000-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300*    3100-CHECK-DEADLINE                                         *
034400*    THE DEADLINE IS A REAL CALENDAR DATE SET WHEN THE CASE      *
034500*    OPENED, SO PAST-DUE IS A STRAIGHT DATE COMPARE.  DAYS LEFT  *
034600*    ARE SHOWN ON THE COMMERCIAL CALENDAR AS A GUIDE ONLY.       *
034700******************************************************************
034800 3100-CHECK-DEADLINE.
034900     IF DISP-RESPONSE-DUE-DATE < WS-RUN-DATE
035000         MOVE "PAST DUE  " TO DA-DTL-DEADLINE
035100         ADD 1 TO WS-CASES-PAST-DUE
035200         ADD DISP-AMOUNT TO WS-PAST-DUE-AMOUNT
035300         GO TO 3100-EXIT
035400     END-IF
035500     MOVE DISP-RESPONSE-DUE-DATE TO WS-WORK-DATE
035600     COMPUTE WS-DAYS-LEFT =
035700         (WS-WORK-YY - WS-RUN-YY) * 360 +
035800         (WS-WORK-MM - WS-RUN-MM) * 30 +
035900         (WS-WORK-DD - WS-RUN-DD)
036000     IF WS-DAYS-LEFT < 0
036100         MOVE 0 TO WS-DAYS-LEFT
036200     END-IF
036300     MOVE SPACES TO DA-DTL-DEADLINE
036400     MOVE WS-DAYS-LEFT TO DA-DTL-DAYS-LEFT.
036500 3100-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900*    9000-TERMINATE                                              *
037000*    THE AGE BAND SUMMARY FOLLOWS THE CASE LIST, THEN THE RUN    *
037100*    TOTALS.                                                     *
037200******************************************************************
037300 9000-TERMINATE.
037400     IF WS-CASES-OPEN = 0
037500         MOVE SPACES TO DISPUTE-REPORT-LINE
037600         MOVE "  NO OPEN CASES" TO DISPUTE-REPORT-LINE
037700         WRITE DISPUTE-REPORT-LINE
037800     END-IF
037900     MOVE SPACES TO DISPUTE-REPORT-LINE
038000     WRITE DISPUTE-REPORT-LINE AFTER ADVANCING 1 LINE
038100     WRITE DISPUTE-REPORT-LINE FROM DA-BAND-HEADING
038200     PERFORM 9100-WRITE-ONE-BAND THRU 9100-EXIT
038300         VARYING WS-BAND-IDX FROM 1 BY 1
038400         UNTIL WS-BAND-IDX > 4
038500     MOVE WS-CASES-READ TO DA-FTR1-READ
038600     MOVE WS-CASES-OPEN TO DA-FTR2-OPEN
038700     MOVE WS-OPEN-AMOUNT TO DA-FTR2-AMOUNT
038800     MOVE WS-CASES-PAST-DUE TO DA-FTR3-PAST-DUE
038900     MOVE WS-PAST-DUE-AMOUNT TO DA-FTR3-AMOUNT
039000     MOVE WS-CASES-FOR-CUSTOMER TO DA-FTR4-FOR-CUSTOMER
039100     MOVE WS-CASES-DENIED TO DA-FTR5-DENIED
039200     MOVE SPACES TO DISPUTE-REPORT-LINE
039300     WRITE DISPUTE-REPORT-LINE AFTER ADVANCING 1 LINE
039400     WRITE DISPUTE-REPORT-LINE FROM DA-FOOTER-LINE-1
039500     WRITE DISPUTE-REPORT-LINE FROM DA-FOOTER-LINE-2
039600     WRITE DISPUTE-REPORT-LINE FROM DA-FOOTER-LINE-3
039700     WRITE DISPUTE-REPORT-LINE FROM DA-FOOTER-LINE-4
039800     WRITE DISPUTE-REPORT-LINE FROM DA-FOOTER-LINE-5
039900     IF CASE-FILE-PRESENT
040000         CLOSE DISPUTE-CASE-FILE
040100     END-IF
040200     CLOSE DISPUTE-REPORT
040300     DISPLAY "DISPAGE - " WS-CASES-OPEN " CASE(S) OPEN, "
040400         WS-CASES-PAST-DUE " PAST RESPONSE DEADLINE".
040500 9000-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*    9100-WRITE-ONE-BAND                                         *
041000******************************************************************
041100 9100-WRITE-ONE-BAND.
041200     MOVE WS-BAND-LABEL(WS-BAND-IDX) TO DA-BND-LABEL
041300     MOVE WS-BAND-COUNT(WS-BAND-IDX) TO DA-BND-COUNT
041400     MOVE WS-BAND-TOTAL(WS-BAND-IDX) TO DA-BND-TOTAL
041500     WRITE DISPUTE-REPORT-LINE FROM DA-BAND-LINE.
041600 9100-EXIT.
041700     EXIT.
