000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     IVRUSAGE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/05/2026.
000600 DATE-COMPILED.  11/05/2026.
000700******************************************************************
000800*                                                                *
000900*    IVRUSAGE - DAILY PHONE IVR USAGE REPORT                     *
001000*    SUMMARIZES ONE DAY OF THE IVR INQUIRY LOG (IVRLOG, SEE      *
001100*    IVRLREC) WRITTEN BY IVRINQ, FOR THE DATE GIVEN IN THE JCL   *
001200*    PARM (YYMMDD, REQUIRED).  EVERY IVR INQUIRY IS COUNTED BY   *
001300*    ITS ANSWER AND BY HOUR OF THE DAY.  AN INQUIRY ANSWERED     *
001400*    WITH THE BALANCE IS A CALL THE SERVICE DESK NEVER TOOK -    *
001500*    THE DEFLECTION RATE IS THOSE AS A PERCENT OF ALL IVR        *
001600*    INQUIRIES.  EVERY OTHER ANSWER WENT TO A REPRESENTATIVE OR  *
001700*    ENDED THE CALL.  PINS LOCKED OUT THAT DAY ARE COUNTED ON    *
001800*    THEIR OWN.  THE LOG MAY HOLD OTHER DAYS - THEY ARE PASSED   *
001900*    OVER.                                                       *
002000*                                                                *
002100******************************************************************
002200* MODIFICATION HISTORY
002300*   11/05/2026  RVH  ORIGINAL.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT IVR-LOG-FILE ASSIGN TO IVRLOG
003000         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS IVR-LOG-STATUS.
003300     SELECT USAGE-REPORT ASSIGN TO IVRRPT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS USAGE-REPORT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  IVR-LOG-FILE
004000     LABEL RECORDS ARE STANDARD
004100     BLOCK CONTAINS 0 RECORDS
004200     RECORDING MODE F
004300     DATA RECORD IS IVR-LOG-RECORD.
004400     COPY IVRLREC.
004500
004600 FD  USAGE-REPORT
004700     LABEL RECORDS ARE OMITTED
004800     RECORDING MODE F.
004900 01  USAGE-REPORT-LINE        PIC X(132).
005000
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    FILE STATUS AND SWITCHES                                    *
005400******************************************************************
005500 01  IVR-LOG-STATUS            PIC X(02).
005600     88  IVR-LOG-OK                VALUE "00".
005700     88  IVR-LOG-NOT-FOUND         VALUE "05" "35".
005800 01  USAGE-REPORT-STATUS       PIC X(02).
005900     88  USAGE-REPORT-OK           VALUE "00".
006000 01  WS-LOG-AT-END             PIC X(01) VALUE "N".
006100     88  LOG-FILE-AT-END           VALUE "Y".
006200 01  WS-LOG-PRESENT            PIC X(01) VALUE "N".
006300     88  LOG-IS-PRESENT            VALUE "Y".
006400
006500******************************************************************
006600*    RUN CONTROL FIELDS                                          *
006700******************************************************************
006800 01  WS-PARM-DATA              PIC X(06) VALUE SPACES.
006900 01  WS-REPORT-DATE            PIC 9(06) VALUE 0.
007000 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
007100 01  WS-HOUR-IDX               PIC 9(3) BINARY VALUE 0.
007200 01  WS-RESP-IDX               PIC 9(3) BINARY VALUE 0.
007300 01  WS-RESP-FOUND-IDX         PIC 9(3) BINARY VALUE 0.
007400 01  WS-PERCENT                PIC 9(03)V9 VALUE 0.
007500
007600******************************************************************
007700*    ANSWER TABLE - ONE ROW PER IVRINQ RESPONSE CODE.  THE LAST  *
007800*    ROW TAKES ANY CODE NOT LISTED.                              *
007900******************************************************************
008000 01  WS-RESP-VALUES.
008100     05  FILLER                PIC X(02) VALUE "00".
008200     05  FILLER                PIC X(34) VALUE
008300         "BALANCE GIVEN - CALL DEFLECTED".
008400     05  FILLER                PIC X(02) VALUE "30".
008500     05  FILLER                PIC X(34) VALUE
008600         "HOLD FOR REPRESENTATIVE".
008700     05  FILLER                PIC X(02) VALUE "10".
008800     05  FILLER                PIC X(34) VALUE
008900         "PIN DID NOT MATCH".
009000     05  FILLER                PIC X(02) VALUE "11".
009100     05  FILLER                PIC X(34) VALUE
009200         "PIN LOCKED OUT".
009300     05  FILLER                PIC X(02) VALUE "12".
009400     05  FILLER                PIC X(34) VALUE
009500         "NO IVR PIN SET UP".
009600     05  FILLER                PIC X(02) VALUE "20".
009700     05  FILLER                PIC X(34) VALUE
009800         "CUST-ID NOT FOUND".
009900     05  FILLER                PIC X(02) VALUE "90".
010000     05  FILLER                PIC X(34) VALUE
010100         "SERVICE UNAVAILABLE".
010200     05  FILLER                PIC X(02) VALUE SPACES.
010300     05  FILLER                PIC X(34) VALUE
010400         "OTHER".
010500 01  WS-RESP-TABLE REDEFINES WS-RESP-VALUES.
010600     05  WS-RESP-ENTRY         OCCURS 8 TIMES.
010700         10  WS-RESP-CODE      PIC X(02).
010800         10  WS-RESP-LABEL     PIC X(34).
010900 01  WS-RESP-COUNTS.
011000     05  WS-RESP-COUNT         PIC 9(07) BINARY OCCURS 8 TIMES.
011100
011200******************************************************************
011300*    HOUR-OF-DAY ACCUMULATORS - HOUR 00 IS ENTRY 1               *
011400******************************************************************
011500 01  WS-HOUR-ENTRIES.
011600     05  WS-HOUR-ENTRY         OCCURS 24 TIMES.
011700         10  WS-HOUR-CALLS     PIC 9(07) BINARY.
011800         10  WS-HOUR-ANSWERED  PIC 9(07) BINARY.
011900
012000******************************************************************
012100*    RUN TOTALS                                                  *
012200******************************************************************
012300 01  WS-LOG-READ               PIC 9(07) BINARY VALUE 0.
012400 01  WS-OTHER-DAYS             PIC 9(07) BINARY VALUE 0.
012500 01  WS-CALLS                  PIC 9(07) BINARY VALUE 0.
012600 01  WS-ANSWERED               PIC 9(07) BINARY VALUE 0.
012700 01  WS-NOT-ANSWERED           PIC 9(07) BINARY VALUE 0.
012800 01  WS-LOCKED-TODAY           PIC 9(07) BINARY VALUE 0.
012900
013000******************************************************************
013100*    REPORT LINE LAYOUTS                                         *
013200******************************************************************
013300 01  IU-HEADING-LINE-1.
013400     05  FILLER                PIC X(01) VALUE SPACE.
013500     05  FILLER                PIC X(44) VALUE
013600         "IVRUSAGE - DAILY PHONE IVR USAGE REPORT".
013700     05  FILLER                PIC X(13) VALUE "REPORT DATE ".
013800     05  IU-HDG1-REPORT-DATE   PIC 9(06).
013900     05  FILLER                PIC X(12) VALUE "   RUN DATE ".
014000     05  IU-HDG1-RUN-DATE      PIC 9(06).
014100
014200 01  IU-RESP-HEADING.
014300     05  FILLER                PIC X(01) VALUE SPACE.
014400     05  FILLER                PIC X(40) VALUE
014500         "IVR ANSWER".
014600     05  FILLER                PIC X(20) VALUE
014700         "   CALLS  PERCENT".
014800
014900 01  IU-RESP-LINE.
015000     05  FILLER                PIC X(01) VALUE SPACE.
015100     05  IU-RSP-CODE           PIC X(02).
015200     05  FILLER                PIC X(02) VALUE SPACES.
015300     05  IU-RSP-LABEL          PIC X(34).
015400     05  FILLER                PIC X(02) VALUE SPACES.
015500     05  IU-RSP-COUNT          PIC ZZZ,ZZ9.
015600     05  FILLER                PIC X(04) VALUE SPACES.
015700     05  IU-RSP-PERCENT        PIC ZZ9.9.
015800
015900 01  IU-HOUR-HEADING.
016000     05  FILLER                PIC X(01) VALUE SPACE.
016100     05  FILLER                PIC X(40) VALUE
016200         "HOUR       CALLS  ANSWERED  TO REP/ENDED".
016300
016400 01  IU-HOUR-LINE.
016500     05  FILLER                PIC X(01) VALUE SPACE.
016600     05  IU-HR-HOUR            PIC 9(02).
016700     05  FILLER                PIC X(05) VALUE ":00  ".
016800     05  IU-HR-CALLS           PIC ZZZ,ZZ9.
016900     05  FILLER                PIC X(03) VALUE SPACES.
017000     05  IU-HR-ANSWERED        PIC ZZZ,ZZ9.
017100     05  FILLER                PIC X(06) VALUE SPACES.
017200     05  IU-HR-OTHER           PIC ZZZ,ZZ9.
017300
017400 01  IU-FOOTER-LINE-1.
017500     05  FILLER                PIC X(01) VALUE SPACE.
017600     05  FILLER                PIC X(30) VALUE
017700         "IVR INQUIRIES FOR THE DAY . .".
017800     05  IU-FTR1-CALLS         PIC ZZZ,ZZ9.
017900
018000 01  IU-FOOTER-LINE-2.
018100     05  FILLER                PIC X(01) VALUE SPACE.
018200     05  FILLER                PIC X(30) VALUE
018300         "ANSWERED - CALLS DEFLECTED  .".
018400     05  IU-FTR2-ANSWERED      PIC ZZZ,ZZ9.
018500
018600 01  IU-FOOTER-LINE-3.
018700     05  FILLER                PIC X(01) VALUE SPACE.
018800     05  FILLER                PIC X(30) VALUE
018900         "TO A REPRESENTATIVE OR ENDED .".
019000     05  IU-FTR3-NOT-ANSWERED  PIC ZZZ,ZZ9.
019100
019200 01  IU-FOOTER-LINE-4.
019300     05  FILLER                PIC X(01) VALUE SPACE.
019400     05  FILLER                PIC X(30) VALUE
019500         "DEFLECTION RATE (PERCENT) . .".
019600     05  FILLER                PIC X(02) VALUE SPACES.
019700     05  IU-FTR4-RATE          PIC ZZ9.9.
019800
019900 01  IU-FOOTER-LINE-5.
020000     05  FILLER                PIC X(01) VALUE SPACE.
020100     05  FILLER                PIC X(30) VALUE
020200         "PINS LOCKED OUT TODAY . . . .".
020300     05  IU-FTR5-LOCKED        PIC ZZZ,ZZ9.
020400
020500 01  IU-FOOTER-LINE-6.
020600     05  FILLER                PIC X(01) VALUE SPACE.
020700     05  FILLER                PIC X(30) VALUE
020800         "LOG RECORDS FOR OTHER DAYS  .".
020900     05  IU-FTR6-OTHER-DAYS    PIC ZZZ,ZZ9.
021000
021100 PROCEDURE DIVISION.
021200******************************************************************
021300*    0000-MAINLINE                                               *
021400******************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021700     IF LOG-IS-PRESENT
021800         PERFORM 2100-READ-NEXT-LOG THRU 2100-EXIT
021900         PERFORM 2200-COUNT-ONE-INQUIRY THRU 2200-EXIT
022000             UNTIL LOG-FILE-AT-END
022100     END-IF
022200     PERFORM 9000-TERMINATE THRU 9000-EXIT
022300     STOP RUN.
022400
022500******************************************************************
022600*    1000-INITIALIZE                                             *
022700*    NO LOG MEANS THE IVR TOOK NO CALLS - THE REPORT STILL       *
022800*    PRINTS, WITH A WARNING.                                     *
022900******************************************************************
023000 1000-INITIALIZE.
023100     ACCEPT WS-RUN-DATE FROM DATE
023200     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
023300     IF WS-PARM-DATA NOT = SPACES AND WS-PARM-DATA IS NUMERIC
023400         MOVE WS-PARM-DATA TO WS-REPORT-DATE
023500     ELSE
023600         DISPLAY "IVRUSAGE - REPORT DATE (YYMMDD) MUST BE "
023700             "SUPPLIED IN THE PARM - RUN STOPPED"
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF
024100     PERFORM 1100-INIT-ONE-HOUR THRU 1100-EXIT
024200         VARYING WS-HOUR-IDX FROM 1 BY 1
024300         UNTIL WS-HOUR-IDX > 24
024400     PERFORM 1200-INIT-ONE-ANSWER THRU 1200-EXIT
024500         VARYING WS-RESP-IDX FROM 1 BY 1
024600         UNTIL WS-RESP-IDX > 8
024700     OPEN INPUT IVR-LOG-FILE
024800     EVALUATE TRUE
024900         WHEN IVR-LOG-OK
025000             MOVE "Y" TO WS-LOG-PRESENT
025100         WHEN IVR-LOG-NOT-FOUND
025200             DISPLAY "IVRUSAGE - NO IVR INQUIRY LOG - NO CALLS "
025300                 "TO REPORT"
025400             MOVE 4 TO RETURN-CODE
025500         WHEN OTHER
025600             DISPLAY "IVRUSAGE - ERROR OPENING IVR INQUIRY LOG "
025700                 "- STATUS " IVR-LOG-STATUS " - RUN STOPPED"
025800             MOVE 16 TO RETURN-CODE
025900             STOP RUN
026000     END-EVALUATE
026100     OPEN OUTPUT USAGE-REPORT
026200     IF NOT USAGE-REPORT-OK
026300         DISPLAY "IVRUSAGE - ERROR OPENING USAGE REPORT - "
026400             "STATUS " USAGE-REPORT-STATUS
026500         MOVE 24 TO RETURN-CODE
026600         STOP RUN
026700     END-IF
026800     MOVE WS-REPORT-DATE TO IU-HDG1-REPORT-DATE
026900     MOVE WS-RUN-DATE TO IU-HDG1-RUN-DATE
027000     WRITE USAGE-REPORT-LINE FROM IU-HEADING-LINE-1
027100     MOVE SPACES TO USAGE-REPORT-LINE
027200     WRITE USAGE-REPORT-LINE AFTER ADVANCING 1 LINE.
027300 1000-EXIT.
027400     EXIT.
027500
027600 1100-INIT-ONE-HOUR.
027700     MOVE 0 TO WS-HOUR-CALLS(WS-HOUR-IDX)
027800     MOVE 0 TO WS-HOUR-ANSWERED(WS-HOUR-IDX).
027900 1100-EXIT.
028000     EXIT.
028100
028200 1200-INIT-ONE-ANSWER.
028300     MOVE 0 TO WS-RESP-COUNT(WS-RESP-IDX).
028400 1200-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800*    2100-READ-NEXT-LOG                                          *
028900******************************************************************
029000 2100-READ-NEXT-LOG.
029100     READ IVR-LOG-FILE
029200         AT END
029300             MOVE "Y" TO WS-LOG-AT-END
029400     END-READ.
029500 2100-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900*    2200-COUNT-ONE-INQUIRY                                      *
030000*    ONLY THE REPORT DATE COUNTS.  A GARBLED HOUR IS COUNTED IN  *
030100*    THE ANSWER TOTALS BUT NOT BY HOUR.                          *
030200******************************************************************
030300 2200-COUNT-ONE-INQUIRY.
030400     ADD 1 TO WS-LOG-READ
030500     IF IVRL-DATE NOT = WS-REPORT-DATE
030600         ADD 1 TO WS-OTHER-DAYS
030700         GO TO 2200-NEXT
030800     END-IF
030900     ADD 1 TO WS-CALLS
031000     PERFORM 2300-FIND-ANSWER THRU 2300-EXIT
031100     ADD 1 TO WS-RESP-COUNT(WS-RESP-FOUND-IDX)
031200     IF IVRL-RESPONSE-CODE = "00"
031300         ADD 1 TO WS-ANSWERED
031400     ELSE
031500         ADD 1 TO WS-NOT-ANSWERED
031600     END-IF
031700     IF IVRL-LOCKED-NOW = "Y"
031800         ADD 1 TO WS-LOCKED-TODAY
031900     END-IF
032000     IF IVRL-HOUR IS NUMERIC AND IVRL-HOUR < 24
032100         COMPUTE WS-HOUR-IDX = IVRL-HOUR + 1
032200         ADD 1 TO WS-HOUR-CALLS(WS-HOUR-IDX)
032300         IF IVRL-RESPONSE-CODE = "00"
032400             ADD 1 TO WS-HOUR-ANSWERED(WS-HOUR-IDX)
032500         END-IF
032600     END-IF.
032700 2200-NEXT.
032800     PERFORM 2100-READ-NEXT-LOG THRU 2100-EXIT.
032900 2200-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300*    2300-FIND-ANSWER                                            *
033400*    THE LAST ROW CATCHES ANY CODE THE TABLE DOES NOT NAME.      *
033500******************************************************************
033600 2300-FIND-ANSWER.
033700     MOVE 8 TO WS-RESP-FOUND-IDX
033800     PERFORM 2350-MATCH-ONE-ANSWER THRU 2350-EXIT
033900         VARYING WS-RESP-IDX FROM 1 BY 1
034000         UNTIL WS-RESP-IDX > 7.
034100 2300-EXIT.
034200     EXIT.
034300
034400 2350-MATCH-ONE-ANSWER.
034500     IF WS-RESP-CODE(WS-RESP-IDX) = IVRL-RESPONSE-CODE
034600         MOVE WS-RESP-IDX TO WS-RESP-FOUND-IDX
034700     END-IF.
034800 2350-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    9000-TERMINATE                                              *
035300*    ANSWERS, THEN HOURS, THEN THE DEFLECTION TOTALS.            *
035400******************************************************************
035500 9000-TERMINATE.
035600     WRITE USAGE-REPORT-LINE FROM IU-RESP-HEADING
035700     PERFORM 9100-WRITE-ONE-ANSWER THRU 9100-EXIT
035800         VARYING WS-RESP-IDX FROM 1 BY 1
035900         UNTIL WS-RESP-IDX > 8
036000     MOVE SPACES TO USAGE-REPORT-LINE
036100     WRITE USAGE-REPORT-LINE AFTER ADVANCING 1 LINE
036200     WRITE USAGE-REPORT-LINE FROM IU-HOUR-HEADING
036300     PERFORM 9200-WRITE-ONE-HOUR THRU 9200-EXIT
036400         VARYING WS-HOUR-IDX FROM 1 BY 1
036500         UNTIL WS-HOUR-IDX > 24
036600     IF WS-CALLS > 0
036700         COMPUTE WS-PERCENT ROUNDED =
036800             WS-ANSWERED * 100 / WS-CALLS
036900     ELSE
037000         MOVE 0 TO WS-PERCENT
037100     END-IF
037200     MOVE WS-CALLS TO IU-FTR1-CALLS
037300     MOVE WS-ANSWERED TO IU-FTR2-ANSWERED
037400     MOVE WS-NOT-ANSWERED TO IU-FTR3-NOT-ANSWERED
037500     MOVE WS-PERCENT TO IU-FTR4-RATE
037600     MOVE WS-LOCKED-TODAY TO IU-FTR5-LOCKED
037700     MOVE WS-OTHER-DAYS TO IU-FTR6-OTHER-DAYS
037800     MOVE SPACES TO USAGE-REPORT-LINE
037900     WRITE USAGE-REPORT-LINE AFTER ADVANCING 1 LINE
038000     WRITE USAGE-REPORT-LINE FROM IU-FOOTER-LINE-1
038100     WRITE USAGE-REPORT-LINE FROM IU-FOOTER-LINE-2
038200     WRITE USAGE-REPORT-LINE FROM IU-FOOTER-LINE-3
038300     WRITE USAGE-REPORT-LINE FROM IU-FOOTER-LINE-4
038400     WRITE USAGE-REPORT-LINE FROM IU-FOOTER-LINE-5
038500     WRITE USAGE-REPORT-LINE FROM IU-FOOTER-LINE-6
038600     IF LOG-IS-PRESENT
038700         CLOSE IVR-LOG-FILE
038800     END-IF
038900     CLOSE USAGE-REPORT
039000     DISPLAY "IVRUSAGE - " WS-CALLS " IVR INQUIRIES, "
039100         WS-ANSWERED " ANSWERED, DEFLECTION RATE "
039200         IU-FTR4-RATE " PERCENT".
039300 9000-EXIT.
039400     EXIT.
039500
039600 9100-WRITE-ONE-ANSWER.
039700     MOVE WS-RESP-CODE(WS-RESP-IDX) TO IU-RSP-CODE
039800     MOVE WS-RESP-LABEL(WS-RESP-IDX) TO IU-RSP-LABEL
039900     MOVE WS-RESP-COUNT(WS-RESP-IDX) TO IU-RSP-COUNT
040000     IF WS-CALLS > 0
040100         COMPUTE WS-PERCENT ROUNDED =
040200             WS-RESP-COUNT(WS-RESP-IDX) * 100 / WS-CALLS
040300     ELSE
040400         MOVE 0 TO WS-PERCENT
040500     END-IF
040600     MOVE WS-PERCENT TO IU-RSP-PERCENT
040700     WRITE USAGE-REPORT-LINE FROM IU-RESP-LINE.
040800 9100-EXIT.
040900     EXIT.
041000
041100 9200-WRITE-ONE-HOUR.
041200     COMPUTE IU-HR-HOUR = WS-HOUR-IDX - 1
041300     MOVE WS-HOUR-CALLS(WS-HOUR-IDX) TO IU-HR-CALLS
041400     MOVE WS-HOUR-ANSWERED(WS-HOUR-IDX) TO IU-HR-ANSWERED
041500     COMPUTE IU-HR-OTHER = WS-HOUR-CALLS(WS-HOUR-IDX) -
041600         WS-HOUR-ANSWERED(WS-HOUR-IDX)
041700     WRITE USAGE-REPORT-LINE FROM IU-HOUR-LINE.
041800 9200-EXIT.
041900     EXIT.
