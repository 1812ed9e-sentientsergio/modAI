000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARMRPT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/13/2026.
000600 DATE-COMPILED.  11/13/2026.
000700******************************************************************
000800*                                                                *
000900*    PARMRPT - POLICY PARAMETER VALUES AS OF A DATE              *
001000*    FOR THE AUDITORS: THE VALUE EVERY GOVERNED PARAMETER HELD   *
001100*    ON THE BUSINESS DATE GIVEN IN THE JCL PARM (YYMMDD),        *
001200*    OPTIONALLY FOR ONE FILE (PARM "YYMMDD ACCRPARM").  THE      *
001300*    LIVE FILES ARE THE STARTING POINT; THE PARAMETER HISTORY    *
001400*    (PARMHIST, SEE PHSTREC - ONE RECORD PER FIELD PARMAPLY      *
001500*    EVER MOVED) THEN WINDS EACH FIELD BACK TO THE AS-OF DATE:   *
001600*    THE LAST CHANGE APPLIED ON OR BEFORE IT GIVES THE VALUE     *
001700*    AND THE DATE IT TOOK HOLD, AND THE FIRST CHANGE APPLIED     *
001800*    AFTER IT GIVES THE VALUE IT REPLACED.  A RECORD DELETED     *
001900*    SINCE THE AS-OF DATE IS BROUGHT BACK; ONE ADDED SINCE IS    *
002000*    SHOWN AS NOT IN EFFECT.  FOR A DATE AT OR PAST THE          *
002100*    BUSINESS DATE THE APPROVED CHANGES STILL SCHEDULED          *
002200*    (PARMCHG) WITH AN EFFECTIVE DATE BY THEN ARE LAID ON TOO,   *
002300*    SO NEXT MONTH'S RATES CAN BE CHECKED BEFORE THEY LAND.      *
002400*    A VALUE THAT HAS NOT MOVED SINCE THE HISTORY BEGAN SHOWS    *
002500*    NO SINCE DATE.  VALUES ARE PRINTED WITH THEIR DECIMAL       *
002600*    POINT.                                                      *
002700*                                                                *
002800*    FILES:  PARMHIST - PARAMETER CHANGE HISTORY (OPTIONAL)      *
002900*            PARMCHG  - PARAMETER CHANGE SCHEDULE (OPTIONAL)     *
003000*            PARMVRPT - PARAMETER VALUES REPORT                  *
003100*            THE PARAMETER FILES ARE READ THROUGH PARMIO.        *
003200*    RETURN CODES:  0 - CLEAN                                    *
003300*                   4 - A PARAMETER FILE COULD NOT BE READ, OR   *
003400*                       MORE VALUES THAN THE REPORT HOLDS        *
003500*                  16 - NO VALID AS-OF DATE, OR AN UNKNOWN FILE  *
003600*                       NAME, IN THE PARM                        *
003700*                  24 - REPORT WILL NOT OPEN                     *
003800*                                                                *
003900******************************************************************
004000* MODIFICATION HISTORY
004100*   11/13/2026  RVH  ORIGINAL.
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PARM-HISTORY-FILE ASSIGN TO PARMHIST
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS PARM-HISTORY-STATUS.
005100     SELECT PARM-CHANGE-FILE ASSIGN TO PARMCHG
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS PARM-CHANGE-STATUS.
005500     SELECT PARM-VALUES-REPORT ASSIGN TO PARMVRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PARM-REPORT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARM-HISTORY-FILE
006200     LABEL RECORDS ARE STANDARD
006300     BLOCK CONTAINS 0 RECORDS
006400     RECORDING MODE F
006500     DATA RECORD IS PARAMETER-HISTORY-RECORD.
006600     COPY PHSTREC.
006700
006800 FD  PARM-CHANGE-FILE
006900     LABEL RECORDS ARE STANDARD
007000     BLOCK CONTAINS 0 RECORDS
007100     RECORDING MODE F
007200     DATA RECORD IS PARM-CHANGE-FILE-RECORD.
007300 01  PARM-CHANGE-FILE-RECORD  PIC X(240).
007400
007500 FD  PARM-VALUES-REPORT
007600     LABEL RECORDS ARE OMITTED
007700     RECORDING MODE F.
007800 01  PARM-REPORT-LINE         PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008200*    FILE STATUS AND SWITCHES                                    *
008300******************************************************************
008400 01  PARM-HISTORY-STATUS       PIC X(02).
008500     88  PARM-HISTORY-OK           VALUE "00".
008600 01  PARM-CHANGE-STATUS        PIC X(02).
008700     88  PARM-CHANGE-OK            VALUE "00".
008800 01  PARM-REPORT-STATUS        PIC X(02).
008900     88  PARM-REPORT-OK            VALUE "00".
009000 01  WS-HISTORY-AT-END         PIC X(01) VALUE "N".
009100     88  HISTORY-AT-END            VALUE "Y".
009200 01  WS-CHANGE-AT-END          PIC X(01) VALUE "N".
009300     88  CHANGE-FILE-AT-END        VALUE "Y".
009400 01  WS-ROW-FOUND              PIC X(01) VALUE "N".
009500     88  ROW-FOUND                 VALUE "Y".
009600
009700******************************************************************
009800*    RUN CONTROL FIELDS                                          *
009900******************************************************************
010000 01  WS-PARM-DATA.
010100     05  WS-PARM-AS-OF         PIC X(06).
010200     05  FILLER                PIC X(01).
010300     05  WS-PARM-FILE-NAME     PIC X(08).
010400     05  FILLER                PIC X(65).
010500 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
010600 01  WS-AS-OF-FIELDS REDEFINES WS-AS-OF-DATE.
010700     05  WS-AS-OF-YY           PIC 9(02).
010800     05  WS-AS-OF-MM           PIC 9(02).
010900     05  WS-AS-OF-DD           PIC 9(02).
011000 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
011100 01  WS-BUSINESS-DATE          PIC 9(06) VALUE 0.
011200     COPY CTLPARM.
011300
011400******************************************************************
011500*    THE FILE, RECORD AND FIELD IN HAND                          *
011600******************************************************************
011700 01  WS-FILE-IDX               PIC 9(3) BINARY VALUE 0.
011800 01  WS-FIRST-FIELD            PIC 9(3) BINARY VALUE 0.
011900 01  WS-LAST-FIELD             PIC 9(3) BINARY VALUE 0.
012000 01  WS-FIELD-IDX              PIC 9(3) BINARY VALUE 0.
012100 01  WS-SEARCH-IDX             PIC 9(3) BINARY VALUE 0.
012200 01  WS-DEF-IDX                PIC 9(3) BINARY VALUE 0.
012300 01  WS-REC-IDX                PIC 9(3) BINARY VALUE 0.
012400 01  WS-FLD-OFF                PIC 9(03) VALUE 0.
012500 01  WS-FLD-LEN                PIC 9(02) VALUE 0.
012600 01  WS-FLD-DEC                PIC 9(01) VALUE 0.
012700 01  WS-FLD-INT                PIC 9(02) VALUE 0.
012800 01  WS-FLD-DEC-OFF            PIC 9(02) VALUE 0.
012900 01  WS-KEY-POS                PIC 9(02) VALUE 0.
013000 01  WS-BUILT-KEY              PIC X(12) VALUE SPACES.
013100 01  WS-WORK-IMAGE             PIC X(60) VALUE SPACES.
013200 01  WS-RAW-VALUE              PIC X(20) VALUE SPACES.
013300 01  WS-EDITED-VALUE           PIC X(24) VALUE SPACES.
013400 01  WS-FIND-FILE-NAME         PIC X(08) VALUE SPACES.
013500 01  WS-FIND-RECORD-KEY        PIC X(12) VALUE SPACES.
013600 01  WS-FIND-FIELD-NAME        PIC X(24) VALUE SPACES.
013700 01  WS-NEW-VALUE              PIC X(20) VALUE SPACES.
013800
013900******************************************************************
014000*    PARAMETER DEFINITIONS, FILE AREA AND CHANGE RECORD          *
014100******************************************************************
014200     COPY PRMDEFS.
014300     COPY PRMWREC.
014400     COPY PCHGREC.
014500
014600******************************************************************
014700*    ONE ROW PER FILE, RECORD AND FIELD.  WS-ROW-SOURCE SAYS     *
014800*    WHERE THE AS-OF VALUE CAME FROM: SPACE - THE LIVE FILE,     *
014900*    "H" - A CHANGE APPLIED BY THE AS-OF DATE, "O" - THE VALUE   *
015000*    A LATER CHANGE REPLACED, "S" - A CHANGE STILL SCHEDULED.    *
015100*    WS-ROW-IN-EFFECT IS "N" WHEN THE RECORD DID NOT EXIST ON    *
015200*    THE AS-OF DATE.                                             *
015300******************************************************************
015400 01  WS-ROW-TABLE-SIZE         PIC 9(4) BINARY VALUE 2000.
015500 01  WS-ROW-COUNT              PIC 9(4) BINARY VALUE 0.
015600 01  WS-ROW-IDX                PIC 9(4) BINARY VALUE 0.
015700 01  WS-ROW-TABLE.
015800     05  WS-ROW-ENTRY          OCCURS 2000 TIMES.
015900         10  WS-ROW-FILE-NAME  PIC X(08).
016000         10  WS-ROW-RECORD-KEY PIC X(12).
016100         10  WS-ROW-FIELD-NAME PIC X(24).
016200         10  WS-ROW-FIELD-IDX  PIC 9(3) BINARY.
016300         10  WS-ROW-VALUE      PIC X(20).
016400         10  WS-ROW-SINCE-DATE PIC 9(06).
016500         10  WS-ROW-SOURCE     PIC X(01).
016600         10  WS-ROW-IN-EFFECT  PIC X(01).
016700         10  WS-ROW-SCHED-EFFECTIVE PIC 9(06).
016800         10  WS-ROW-SCHED-SEQ-NO PIC 9(07).
016900 01  WS-ROWS-LOST              PIC 9(05) BINARY VALUE 0.
017000
017100******************************************************************
017200*    RUN TOTALS                                                  *
017300******************************************************************
017400 01  WS-VALUES-LISTED          PIC 9(05) BINARY VALUE 0.
017500 01  WS-VALUES-WOUND-BACK      PIC 9(05) BINARY VALUE 0.
017600 01  WS-VALUES-SCHEDULED       PIC 9(05) BINARY VALUE 0.
017700 01  WS-VALUES-NOT-IN-EFFECT   PIC 9(05) BINARY VALUE 0.
017800 01  WS-HISTORY-READ           PIC 9(05) BINARY VALUE 0.
017900
018000******************************************************************
018100*    VALUES REPORT LINE LAYOUTS                                  *
018200******************************************************************
018300 01  PV-HEADING-LINE-1.
018400     05  FILLER                PIC X(01) VALUE SPACE.
018500     05  FILLER                PIC X(44) VALUE
018600         "PARMRPT - POLICY PARAMETER VALUES AS OF".
018700     05  PV-HDG1-AS-OF-DATE    PIC 9(06).
018800     05  FILLER                PIC X(17) VALUE
018900         "  BUSINESS DATE ".
019000     05  PV-HDG1-BUSINESS-DATE PIC 9(06).
019100     05  FILLER                PIC X(11) VALUE "  RUN DATE ".
019200     05  PV-HDG1-RUN-DATE      PIC 9(06).
019300
019400 01  PV-HEADING-LINE-2.
019500     05  FILLER                PIC X(01) VALUE SPACE.
019600     05  FILLER                PIC X(09) VALUE "FILE".
019700     05  FILLER                PIC X(13) VALUE "RECORD KEY".
019800     05  FILLER                PIC X(25) VALUE "FIELD".
019900     05  FILLER                PIC X(25) VALUE "VALUE".
020000     05  FILLER                PIC X(08) VALUE "SINCE".
020100     05  FILLER                PIC X(30) VALUE "NOTE".
020200
020300 01  PV-DETAIL-LINE.
020400     05  FILLER                PIC X(01) VALUE SPACE.
020500     05  PV-DTL-FILE-NAME      PIC X(08).
020600     05  FILLER                PIC X(01) VALUE SPACE.
020700     05  PV-DTL-RECORD-KEY     PIC X(12).
020800     05  FILLER                PIC X(01) VALUE SPACE.
020900     05  PV-DTL-FIELD-NAME     PIC X(24).
021000     05  FILLER                PIC X(01) VALUE SPACE.
021100     05  PV-DTL-VALUE          PIC X(24).
021200     05  FILLER                PIC X(01) VALUE SPACE.
021300     05  PV-DTL-SINCE-DATE     PIC X(06).
021400     05  FILLER                PIC X(02) VALUE SPACES.
021500     05  PV-DTL-NOTE           PIC X(30).
021600
021700 01  PV-FOOTER-LINE-1.
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  FILLER                PIC X(30) VALUE
022000         "PARAMETER VALUES LISTED . . .".
022100     05  PV-FTR1-LISTED        PIC ZZ,ZZ9.
022200
022300 01  PV-FOOTER-LINE-2.
022400     05  FILLER                PIC X(01) VALUE SPACE.
022500     05  FILLER                PIC X(30) VALUE
022600         "CHANGED SINCE THE AS-OF DATE.".
022700     05  PV-FTR2-WOUND-BACK    PIC ZZ,ZZ9.
022800
022900 01  PV-FOOTER-LINE-3.
023000     05  FILLER                PIC X(01) VALUE SPACE.
023100     05  FILLER                PIC X(30) VALUE
023200         "SCHEDULED BY THE AS-OF DATE .".
023300     05  PV-FTR3-SCHEDULED     PIC ZZ,ZZ9.
023400
023500 01  PV-FOOTER-LINE-4.
023600     05  FILLER                PIC X(01) VALUE SPACE.
023700     05  FILLER                PIC X(30) VALUE
023800         "NOT IN EFFECT ON THE DATE . .".
023900     05  PV-FTR4-NOT-IN-EFFECT PIC ZZ,ZZ9.
024000
024100 01  PV-FOOTER-LINE-5.
024200     05  FILLER                PIC X(01) VALUE SPACE.
024300     05  FILLER                PIC X(30) VALUE
024400         "HISTORY RECORDS READ  . . . .".
024500     05  PV-FTR5-HISTORY       PIC ZZ,ZZ9.
024600
024700 PROCEDURE DIVISION.
024800******************************************************************
024900*    0000-MAINLINE                                               *
025000******************************************************************
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     MOVE 0 TO WS-FILE-IDX
025400     PERFORM 2000-LOAD-ONE-FILE THRU 2000-EXIT
025500         UNTIL WS-FILE-IDX = PRMF-FILE-COUNT
025600     PERFORM 3000-WIND-BACK-HISTORY THRU 3000-EXIT
025700     IF WS-AS-OF-DATE NOT < WS-BUSINESS-DATE
025800         PERFORM 4000-LAY-ON-SCHEDULE THRU 4000-EXIT
025900     END-IF
026000     MOVE 0 TO WS-FILE-IDX
026100     PERFORM 5000-REPORT-ONE-FILE THRU 5000-EXIT
026200         UNTIL WS-FILE-IDX = PRMF-FILE-COUNT
026300     PERFORM 9000-TERMINATE THRU 9000-EXIT
026400     STOP RUN.
026500
026600******************************************************************
026700*    1000-INITIALIZE                                             *
026800******************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT WS-RUN-DATE FROM DATE
027100     MOVE SPACES TO WS-PARM-DATA
027200     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
027300     IF WS-PARM-AS-OF = SPACES OR WS-PARM-AS-OF NOT NUMERIC
027400         DISPLAY "PARMRPT - AS-OF DATE (YYMMDD) MUST BE "
027500             "SUPPLIED IN THE PARM - RUN STOPPED"
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF
027900     MOVE WS-PARM-AS-OF TO WS-AS-OF-DATE
028000     IF WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12 OR
028100             WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
028200         DISPLAY "PARMRPT - AS-OF DATE " WS-PARM-AS-OF
028300             " IS NOT A VALID YYMMDD DATE - RUN STOPPED"
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF
028700     INSPECT WS-PARM-FILE-NAME CONVERTING
028800         "abcdefghijklmnopqrstuvwxyz" TO
028900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
029000     IF WS-PARM-FILE-NAME NOT = SPACES
029100         MOVE WS-PARM-FILE-NAME TO WS-FIND-FILE-NAME
029200         MOVE 0 TO WS-FILE-IDX
029300         MOVE 0 TO WS-SEARCH-IDX
029400         PERFORM 1100-FIND-PARM-FILE THRU 1100-EXIT
029500             UNTIL WS-FILE-IDX > 0 OR
029600             WS-SEARCH-IDX = PRMF-FILE-COUNT
029700         IF WS-FILE-IDX = 0
029800             DISPLAY "PARMRPT - " WS-PARM-FILE-NAME
029900                 " IS NOT A GOVERNED PARAMETER FILE - RUN "
030000                 "STOPPED"
030100             MOVE 16 TO RETURN-CODE
030200             STOP RUN
030300         END-IF
030400     END-IF
030500     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
030600     MOVE "L" TO PRMW-FUNCTION
030700     MOVE "CTLFILE" TO PRMW-FILE-NAME
030800     CALL "PARMIO" USING PARAMETER-FILE-AREA
030900     IF PRMW-OK AND PRMW-RECORD-COUNT > 0
031000         MOVE PRMW-RECORD(1) TO CONTROL-RECORD
031100         IF CTL-BUSINESS-DATE NUMERIC AND
031200                 CTL-BUSINESS-DATE > 0
031300             MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
031400         END-IF
031500     END-IF
031600     OPEN OUTPUT PARM-VALUES-REPORT
031700     IF NOT PARM-REPORT-OK
031800         DISPLAY "PARMRPT - ERROR OPENING VALUES REPORT - "
031900             "STATUS " PARM-REPORT-STATUS
032000         MOVE 24 TO RETURN-CODE
032100         STOP RUN
032200     END-IF
032300     MOVE WS-AS-OF-DATE TO PV-HDG1-AS-OF-DATE
032400     MOVE WS-BUSINESS-DATE TO PV-HDG1-BUSINESS-DATE
032500     MOVE WS-RUN-DATE TO PV-HDG1-RUN-DATE
032600     WRITE PARM-REPORT-LINE FROM PV-HEADING-LINE-1
032700     WRITE PARM-REPORT-LINE FROM PV-HEADING-LINE-2
032800     MOVE SPACES TO PARM-REPORT-LINE
032900     WRITE PARM-REPORT-LINE AFTER ADVANCING 1 LINE.
033000 1000-EXIT.
033100     EXIT.
033200
033300 1100-FIND-PARM-FILE.
033400     ADD 1 TO WS-SEARCH-IDX
033500     IF PRMF-FILE-NAME(WS-SEARCH-IDX) = WS-FIND-FILE-NAME
033600         MOVE WS-SEARCH-IDX TO WS-FILE-IDX
033700     END-IF.
033800 1100-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200*    2000-LOAD-ONE-FILE                                          *
034300*    A ROW FOR EVERY FIELD OF EVERY LIVE RECORD.                 *
034400******************************************************************
034500 2000-LOAD-ONE-FILE.
034600     ADD 1 TO WS-FILE-IDX
034700     IF WS-PARM-FILE-NAME NOT = SPACES AND
034800             WS-PARM-FILE-NAME NOT = PRMF-FILE-NAME(WS-FILE-IDX)
034900         GO TO 2000-EXIT
035000     END-IF
035100     PERFORM 2100-FIND-FILE-FIELDS THRU 2100-EXIT
035200     MOVE "L" TO PRMW-FUNCTION
035300     MOVE PRMF-FILE-NAME(WS-FILE-IDX) TO PRMW-FILE-NAME
035400     CALL "PARMIO" USING PARAMETER-FILE-AREA
035500     IF NOT PRMW-OK
035600         DISPLAY "PARMRPT - " PRMF-FILE-NAME(WS-FILE-IDX)
035700             " COULD NOT BE READ - PARMIO STATUS " PRMW-STATUS
035800             " FILE STATUS " PRMW-FILE-STATUS
035900             " - HISTORY ONLY"
036000         MOVE 4 TO RETURN-CODE
036100         GO TO 2000-EXIT
036200     END-IF
036300     MOVE 0 TO WS-REC-IDX
036400     PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
036500         UNTIL WS-REC-IDX = PRMW-RECORD-COUNT.
036600 2000-EXIT.
036700     EXIT.
036800
036900 2100-FIND-FILE-FIELDS.
037000     MOVE 0 TO WS-FIRST-FIELD
037100     MOVE 0 TO WS-LAST-FIELD
037200     MOVE 0 TO WS-SEARCH-IDX
037300     PERFORM 2110-CHECK-ONE-FIELD THRU 2110-EXIT
037400         UNTIL WS-SEARCH-IDX = PRMD-FIELD-COUNT.
037500 2100-EXIT.
037600     EXIT.
037700
037800 2110-CHECK-ONE-FIELD.
037900     ADD 1 TO WS-SEARCH-IDX
038000     IF PRMD-FILE-NAME(WS-SEARCH-IDX) =
038100             PRMF-FILE-NAME(WS-FILE-IDX)
038200         IF WS-FIRST-FIELD = 0
038300             MOVE WS-SEARCH-IDX TO WS-FIRST-FIELD
038400         END-IF
038500         MOVE WS-SEARCH-IDX TO WS-LAST-FIELD
038600     END-IF.
038700 2110-EXIT.
038800     EXIT.
038900
039000 2200-LOAD-ONE-RECORD.
039100     ADD 1 TO WS-REC-IDX
039200     MOVE PRMW-RECORD(WS-REC-IDX) TO WS-WORK-IMAGE
039300     MOVE SPACES TO WS-BUILT-KEY
039400     IF PRMF-IS-TABLE(WS-FILE-IDX)
039500         PERFORM 2300-BUILD-KEY THRU 2300-EXIT
039600     END-IF
039700     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
039800     SUBTRACT 1 FROM WS-FIELD-IDX
039900     PERFORM 2210-LOAD-ONE-FIELD THRU 2210-EXIT
040000         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
040100 2200-EXIT.
040200     EXIT.
040300
040400 2210-LOAD-ONE-FIELD.
040500     ADD 1 TO WS-FIELD-IDX
040600     IF WS-ROW-COUNT = WS-ROW-TABLE-SIZE
040700         ADD 1 TO WS-ROWS-LOST
040800         GO TO 2210-EXIT
040900     END-IF
041000     ADD 1 TO WS-ROW-COUNT
041100     MOVE PRMF-FILE-NAME(WS-FILE-IDX) TO
041200         WS-ROW-FILE-NAME(WS-ROW-COUNT)
041300     MOVE WS-BUILT-KEY TO WS-ROW-RECORD-KEY(WS-ROW-COUNT)
041400     MOVE PRMD-FIELD-NAME(WS-FIELD-IDX) TO
041500         WS-ROW-FIELD-NAME(WS-ROW-COUNT)
041600     MOVE WS-FIELD-IDX TO WS-ROW-FIELD-IDX(WS-ROW-COUNT)
041700     MOVE SPACES TO WS-ROW-VALUE(WS-ROW-COUNT)
041800     MOVE WS-WORK-IMAGE(PRMD-OFFSET(WS-FIELD-IDX):
041900         PRMD-LENGTH(WS-FIELD-IDX)) TO
042000         WS-ROW-VALUE(WS-ROW-COUNT)
042100     MOVE 0 TO WS-ROW-SINCE-DATE(WS-ROW-COUNT)
042200     MOVE SPACE TO WS-ROW-SOURCE(WS-ROW-COUNT)
042300     MOVE "Y" TO WS-ROW-IN-EFFECT(WS-ROW-COUNT)
042400     MOVE 0 TO WS-ROW-SCHED-EFFECTIVE(WS-ROW-COUNT)
042500     MOVE 0 TO WS-ROW-SCHED-SEQ-NO(WS-ROW-COUNT).
042600 2210-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    2300-BUILD-KEY                                              *
043100*    THE KEY FIELDS OF WS-WORK-IMAGE, IN FIELD ORDER - THE SAME  *
043200*    KEY PARMMNT AND PARMAPLY CARRY.                             *
043300******************************************************************
043400 2300-BUILD-KEY.
043500     MOVE SPACES TO WS-BUILT-KEY
043600     MOVE 1 TO WS-KEY-POS
043700     MOVE WS-FIRST-FIELD TO WS-SEARCH-IDX
043800     SUBTRACT 1 FROM WS-SEARCH-IDX
043900     PERFORM 2310-ADD-ONE-KEY-FIELD THRU 2310-EXIT
044000         UNTIL WS-SEARCH-IDX = WS-LAST-FIELD.
044100 2300-EXIT.
044200     EXIT.
044300
044400 2310-ADD-ONE-KEY-FIELD.
044500     ADD 1 TO WS-SEARCH-IDX
044600     IF NOT PRMD-IS-KEY(WS-SEARCH-IDX)
044700         GO TO 2310-EXIT
044800     END-IF
044900     MOVE WS-WORK-IMAGE(PRMD-OFFSET(WS-SEARCH-IDX):
045000         PRMD-LENGTH(WS-SEARCH-IDX)) TO
045100         WS-BUILT-KEY(WS-KEY-POS:PRMD-LENGTH(WS-SEARCH-IDX))
045200     ADD PRMD-LENGTH(WS-SEARCH-IDX) TO WS-KEY-POS.
045300 2310-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    3000-WIND-BACK-HISTORY                                      *
045800*    PARMHIST IS IN THE ORDER THE CHANGES WENT LIVE.  FOR EACH   *
045900*    FIELD THE LAST CHANGE APPLIED BY THE AS-OF DATE SETS THE    *
046000*    VALUE; THE FIRST ONE APPLIED AFTER IT OVERRIDES THAT WITH   *
046100*    ITS BEFORE VALUE AND NOTHING LATER COUNTS.  A CHANGE        *
046200*    APPLIED ON THE AS-OF DATE ITSELF WAS IN EFFECT THAT DAY -   *
046300*    PARMAPLY RUNS BEFORE THE REST OF THE NIGHT.                 *
046400******************************************************************
046500 3000-WIND-BACK-HISTORY.
046600     OPEN INPUT PARM-HISTORY-FILE
046700     IF NOT PARM-HISTORY-OK
046800         DISPLAY "PARMRPT - NO PARAMETER HISTORY - STATUS "
046900             PARM-HISTORY-STATUS " - LIVE VALUES SHOWN"
047000         GO TO 3000-EXIT
047100     END-IF
047200     MOVE "N" TO WS-HISTORY-AT-END
047300     PERFORM 3100-APPLY-ONE-HISTORY THRU 3100-EXIT
047400         UNTIL HISTORY-AT-END
047500     CLOSE PARM-HISTORY-FILE.
047600 3000-EXIT.
047700     EXIT.
047800
047900 3100-APPLY-ONE-HISTORY.
048000     READ PARM-HISTORY-FILE
048100         AT END
048200             MOVE "Y" TO WS-HISTORY-AT-END
048300             GO TO 3100-EXIT
048400     END-READ
048500     IF WS-PARM-FILE-NAME NOT = SPACES AND
048600             PHST-FILE-NAME NOT = WS-PARM-FILE-NAME
048700         GO TO 3100-EXIT
048800     END-IF
048900     ADD 1 TO WS-HISTORY-READ
049000     MOVE PHST-FILE-NAME TO WS-FIND-FILE-NAME
049100     MOVE PHST-RECORD-KEY TO WS-FIND-RECORD-KEY
049200     MOVE PHST-FIELD-NAME TO WS-FIND-FIELD-NAME
049300     PERFORM 6000-FIND-OR-ADD-ROW THRU 6000-EXIT
049400     IF NOT ROW-FOUND
049500         GO TO 3100-EXIT
049600     END-IF
049700     IF WS-ROW-SOURCE(WS-ROW-IDX) = "O"
049800         GO TO 3100-EXIT
049900     END-IF
050000     IF PHST-APPLIED-DATE NOT > WS-AS-OF-DATE
050100         MOVE PHST-AFTER-VALUE TO WS-ROW-VALUE(WS-ROW-IDX)
050200         MOVE PHST-APPLIED-DATE TO WS-ROW-SINCE-DATE(WS-ROW-IDX)
050300         MOVE "H" TO WS-ROW-SOURCE(WS-ROW-IDX)
050400         IF PHST-ACTION = "D"
050500             MOVE "N" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
050600         ELSE
050700             MOVE "Y" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
050800         END-IF
050900     ELSE
051000         MOVE PHST-BEFORE-VALUE TO WS-ROW-VALUE(WS-ROW-IDX)
051100         MOVE "O" TO WS-ROW-SOURCE(WS-ROW-IDX)
051200         IF PHST-ACTION = "A"
051300             MOVE "N" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
051400         ELSE
051500             MOVE "Y" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
051600         END-IF
051700     END-IF.
051800 3100-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    4000-LAY-ON-SCHEDULE                                        *
052300*    FOR A DATE NOT BEHIND THE BUSINESS DATE, THE APPROVED       *
052400*    CHANGES DUE BY THEN.  WHERE SEVERAL TOUCH ONE FIELD, THE    *
052500*    LATEST EFFECTIVE DATE (THEN THE LATEST QUEUED) WINS - THE   *
052600*    ORDER PARMAPLY WILL APPLY THEM IN.                          *
052700******************************************************************
052800 4000-LAY-ON-SCHEDULE.
052900     OPEN INPUT PARM-CHANGE-FILE
053000     IF NOT PARM-CHANGE-OK
053100         GO TO 4000-EXIT
053200     END-IF
053300     MOVE "N" TO WS-CHANGE-AT-END
053400     PERFORM 4100-LAY-ON-ONE-CHANGE THRU 4100-EXIT
053500         UNTIL CHANGE-FILE-AT-END
053600     CLOSE PARM-CHANGE-FILE.
053700 4000-EXIT.
053800     EXIT.
053900
054000 4100-LAY-ON-ONE-CHANGE.
054100     READ PARM-CHANGE-FILE INTO PARAMETER-CHANGE-RECORD
054200         AT END
054300             MOVE "Y" TO WS-CHANGE-AT-END
054400             GO TO 4100-EXIT
054500     END-READ
054600     IF NOT PCHG-IS-SCHEDULED OR
054700             PCHG-EFFECTIVE-DATE > WS-AS-OF-DATE
054800         GO TO 4100-EXIT
054900     END-IF
055000     IF WS-PARM-FILE-NAME NOT = SPACES AND
055100             PCHG-FILE-NAME NOT = WS-PARM-FILE-NAME
055200         GO TO 4100-EXIT
055300     END-IF
055400     MOVE PCHG-FILE-NAME TO WS-FIND-FILE-NAME
055500     MOVE 0 TO WS-FILE-IDX
055600     MOVE 0 TO WS-SEARCH-IDX
055700     PERFORM 1100-FIND-PARM-FILE THRU 1100-EXIT
055800         UNTIL WS-FILE-IDX > 0 OR
055900         WS-SEARCH-IDX = PRMF-FILE-COUNT
056000     IF WS-FILE-IDX = 0
056100         GO TO 4100-EXIT
056200     END-IF
056300     PERFORM 2100-FIND-FILE-FIELDS THRU 2100-EXIT
056400     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
056500     SUBTRACT 1 FROM WS-FIELD-IDX
056600     PERFORM 4110-LAY-ON-ONE-FIELD THRU 4110-EXIT
056700         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
056800 4100-EXIT.
056900     EXIT.
057000
057100 4110-LAY-ON-ONE-FIELD.
057200     ADD 1 TO WS-FIELD-IDX
057300     MOVE PRMD-OFFSET(WS-FIELD-IDX) TO WS-FLD-OFF
057400     MOVE PRMD-LENGTH(WS-FIELD-IDX) TO WS-FLD-LEN
057500     IF PCHG-ACTION-CHANGE AND
057600             PCHG-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN) =
057700             PCHG-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
057800         GO TO 4110-EXIT
057900     END-IF
058000     MOVE PCHG-FILE-NAME TO WS-FIND-FILE-NAME
058100     MOVE PCHG-RECORD-KEY TO WS-FIND-RECORD-KEY
058200     MOVE PRMD-FIELD-NAME(WS-FIELD-IDX) TO WS-FIND-FIELD-NAME
058300     PERFORM 6000-FIND-OR-ADD-ROW THRU 6000-EXIT
058400     IF NOT ROW-FOUND
058500         GO TO 4110-EXIT
058600     END-IF
058700     IF PCHG-EFFECTIVE-DATE <
058800             WS-ROW-SCHED-EFFECTIVE(WS-ROW-IDX)
058900         GO TO 4110-EXIT
059000     END-IF
059100     IF PCHG-EFFECTIVE-DATE =
059200             WS-ROW-SCHED-EFFECTIVE(WS-ROW-IDX) AND
059300             PCHG-PEND-SEQ-NO < WS-ROW-SCHED-SEQ-NO(WS-ROW-IDX)
059400         GO TO 4110-EXIT
059500     END-IF
059600     MOVE PCHG-EFFECTIVE-DATE TO
059700         WS-ROW-SCHED-EFFECTIVE(WS-ROW-IDX)
059800     MOVE PCHG-PEND-SEQ-NO TO WS-ROW-SCHED-SEQ-NO(WS-ROW-IDX)
059900     MOVE PCHG-EFFECTIVE-DATE TO WS-ROW-SINCE-DATE(WS-ROW-IDX)
060000     MOVE "S" TO WS-ROW-SOURCE(WS-ROW-IDX)
060100     IF PCHG-ACTION-DELETE
060200         MOVE SPACES TO WS-ROW-VALUE(WS-ROW-IDX)
060300         MOVE "N" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
060400     ELSE
060500         MOVE SPACES TO WS-ROW-VALUE(WS-ROW-IDX)
060600         MOVE PCHG-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO
060700             WS-ROW-VALUE(WS-ROW-IDX)
060800         MOVE "Y" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
060900     END-IF.
061000 4110-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400*    5000-REPORT-ONE-FILE                                        *
061500*    THE FILE'S ROWS IN THE ORDER THEY WERE BUILT - LIVE         *
061600*    RECORDS FIRST, THEN ANY BROUGHT BACK FROM HISTORY OR THE    *
061700*    SCHEDULE.                                                   *
061800******************************************************************
061900 5000-REPORT-ONE-FILE.
062000     ADD 1 TO WS-FILE-IDX
062100     MOVE 0 TO WS-ROW-IDX
062200     PERFORM 5100-REPORT-ONE-ROW THRU 5100-EXIT
062300         UNTIL WS-ROW-IDX = WS-ROW-COUNT.
062400 5000-EXIT.
062500     EXIT.
062600
062700 5100-REPORT-ONE-ROW.
062800     ADD 1 TO WS-ROW-IDX
062900     IF WS-ROW-FILE-NAME(WS-ROW-IDX) NOT =
063000             PRMF-FILE-NAME(WS-FILE-IDX)
063100         GO TO 5100-EXIT
063200     END-IF
063300     ADD 1 TO WS-VALUES-LISTED
063400     MOVE WS-ROW-FILE-NAME(WS-ROW-IDX) TO PV-DTL-FILE-NAME
063500     MOVE WS-ROW-RECORD-KEY(WS-ROW-IDX) TO PV-DTL-RECORD-KEY
063600     MOVE WS-ROW-FIELD-NAME(WS-ROW-IDX) TO PV-DTL-FIELD-NAME
063700     MOVE WS-ROW-FIELD-IDX(WS-ROW-IDX) TO WS-FIELD-IDX
063800     MOVE PRMD-LENGTH(WS-FIELD-IDX) TO WS-FLD-LEN
063900     MOVE PRMD-DECIMALS(WS-FIELD-IDX) TO WS-FLD-DEC
064000     MOVE WS-ROW-VALUE(WS-ROW-IDX) TO WS-RAW-VALUE
064100     PERFORM 7200-EDIT-VALUE THRU 7200-EXIT
064200     MOVE WS-EDITED-VALUE TO PV-DTL-VALUE
064300     IF WS-ROW-SINCE-DATE(WS-ROW-IDX) = 0
064400         MOVE SPACES TO PV-DTL-SINCE-DATE
064500     ELSE
064600         MOVE WS-ROW-SINCE-DATE(WS-ROW-IDX) TO PV-DTL-SINCE-DATE
064700     END-IF
064800     MOVE SPACES TO PV-DTL-NOTE
064900     EVALUATE WS-ROW-SOURCE(WS-ROW-IDX)
065000         WHEN "O"
065100             MOVE "CHANGED SINCE THE AS-OF DATE" TO PV-DTL-NOTE
065200             ADD 1 TO WS-VALUES-WOUND-BACK
065300         WHEN "S"
065400             MOVE "SCHEDULED - NOT YET APPLIED" TO PV-DTL-NOTE
065500             ADD 1 TO WS-VALUES-SCHEDULED
065600         WHEN OTHER
065700             CONTINUE
065800     END-EVALUATE
065900     IF WS-ROW-IN-EFFECT(WS-ROW-IDX) = "N"
066000         MOVE "NOT IN EFFECT" TO PV-DTL-VALUE
066100         MOVE SPACES TO PV-DTL-SINCE-DATE
066200         ADD 1 TO WS-VALUES-NOT-IN-EFFECT
066300     END-IF
066400     WRITE PARM-REPORT-LINE FROM PV-DETAIL-LINE.
066500 5100-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900*    6000-FIND-OR-ADD-ROW                                        *
067000*    THE ROW FOR WS-FIND-FILE-NAME / RECORD-KEY / FIELD-NAME,    *
067100*    ADDED (NOT IN EFFECT UNTIL SHOWN OTHERWISE) WHEN THE        *
067200*    RECORD IS NO LONGER ON THE LIVE FILE.  ROW-FOUND IS OFF     *
067300*    ONLY WHEN THE FIELD IS UNKNOWN OR THE TABLE IS FULL.        *
067400******************************************************************
067500 6000-FIND-OR-ADD-ROW.
067600     MOVE "N" TO WS-ROW-FOUND
067700     MOVE 0 TO WS-ROW-IDX
067800     PERFORM 6100-CHECK-ONE-ROW THRU 6100-EXIT
067900         UNTIL ROW-FOUND OR WS-ROW-IDX = WS-ROW-COUNT
068000     IF ROW-FOUND
068100         GO TO 6000-EXIT
068200     END-IF
068300     MOVE 0 TO WS-DEF-IDX
068400     MOVE 0 TO WS-SEARCH-IDX
068500     PERFORM 6200-FIND-FIELD-DEF THRU 6200-EXIT
068600         UNTIL WS-DEF-IDX > 0 OR
068700         WS-SEARCH-IDX = PRMD-FIELD-COUNT
068800     IF WS-DEF-IDX = 0
068900         GO TO 6000-EXIT
069000     END-IF
069100     IF WS-ROW-COUNT = WS-ROW-TABLE-SIZE
069200         ADD 1 TO WS-ROWS-LOST
069300         GO TO 6000-EXIT
069400     END-IF
069500     ADD 1 TO WS-ROW-COUNT
069600     MOVE WS-ROW-COUNT TO WS-ROW-IDX
069700     MOVE WS-FIND-FILE-NAME TO WS-ROW-FILE-NAME(WS-ROW-IDX)
069800     MOVE WS-FIND-RECORD-KEY TO WS-ROW-RECORD-KEY(WS-ROW-IDX)
069900     MOVE WS-FIND-FIELD-NAME TO WS-ROW-FIELD-NAME(WS-ROW-IDX)
070000     MOVE WS-DEF-IDX TO WS-ROW-FIELD-IDX(WS-ROW-IDX)
070100     MOVE SPACES TO WS-ROW-VALUE(WS-ROW-IDX)
070200     MOVE 0 TO WS-ROW-SINCE-DATE(WS-ROW-IDX)
070300     MOVE SPACE TO WS-ROW-SOURCE(WS-ROW-IDX)
070400     MOVE "N" TO WS-ROW-IN-EFFECT(WS-ROW-IDX)
070500     MOVE 0 TO WS-ROW-SCHED-EFFECTIVE(WS-ROW-IDX)
070600     MOVE 0 TO WS-ROW-SCHED-SEQ-NO(WS-ROW-IDX)
070700     MOVE "Y" TO WS-ROW-FOUND.
070800 6000-EXIT.
070900     EXIT.
071000
071100 6100-CHECK-ONE-ROW.
071200     ADD 1 TO WS-ROW-IDX
071300     IF WS-ROW-FILE-NAME(WS-ROW-IDX) = WS-FIND-FILE-NAME AND
071400             WS-ROW-RECORD-KEY(WS-ROW-IDX) = WS-FIND-RECORD-KEY
071500             AND
071600             WS-ROW-FIELD-NAME(WS-ROW-IDX) = WS-FIND-FIELD-NAME
071700         MOVE "Y" TO WS-ROW-FOUND
071800     END-IF.
071900 6100-EXIT.
072000     EXIT.
072100
072200 6200-FIND-FIELD-DEF.
072300     ADD 1 TO WS-SEARCH-IDX
072400     IF PRMD-FILE-NAME(WS-SEARCH-IDX) = WS-FIND-FILE-NAME AND
072500             PRMD-FIELD-NAME(WS-SEARCH-IDX) = WS-FIND-FIELD-NAME
072600         MOVE WS-SEARCH-IDX TO WS-DEF-IDX
072700     END-IF.
072800 6200-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    7200-EDIT-VALUE                                             *
073300*    WS-RAW-VALUE WITH ITS ASSUMED DECIMAL POINT SHOWN, A BLANK  *
073400*    FIELD SAID SO - AS PARMMNT SHOWS IT.                        *
073500******************************************************************
073600 7200-EDIT-VALUE.
073700     MOVE SPACES TO WS-EDITED-VALUE
073800     IF WS-RAW-VALUE = SPACES
073900         MOVE "(BLANK)" TO WS-EDITED-VALUE
074000         GO TO 7200-EXIT
074100     END-IF
074200     IF WS-FLD-DEC = 0 OR
074300             WS-RAW-VALUE(1:WS-FLD-LEN) NOT NUMERIC
074400         MOVE WS-RAW-VALUE TO WS-EDITED-VALUE
074500         GO TO 7200-EXIT
074600     END-IF
074700     COMPUTE WS-FLD-INT = WS-FLD-LEN - WS-FLD-DEC
074800     COMPUTE WS-FLD-DEC-OFF = WS-FLD-INT + 1
074900     STRING WS-RAW-VALUE(1:WS-FLD-INT) DELIMITED BY SIZE
075000         "." DELIMITED BY SIZE
075100         WS-RAW-VALUE(WS-FLD-DEC-OFF:WS-FLD-DEC)
075200             DELIMITED BY SIZE
075300         INTO WS-EDITED-VALUE.
075400 7200-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800*    9000-TERMINATE                                              *
075900******************************************************************
076000 9000-TERMINATE.
076100     MOVE WS-VALUES-LISTED TO PV-FTR1-LISTED
076200     MOVE WS-VALUES-WOUND-BACK TO PV-FTR2-WOUND-BACK
076300     MOVE WS-VALUES-SCHEDULED TO PV-FTR3-SCHEDULED
076400     MOVE WS-VALUES-NOT-IN-EFFECT TO PV-FTR4-NOT-IN-EFFECT
076500     MOVE WS-HISTORY-READ TO PV-FTR5-HISTORY
076600     MOVE SPACES TO PARM-REPORT-LINE
076700     WRITE PARM-REPORT-LINE AFTER ADVANCING 1 LINE
076800     WRITE PARM-REPORT-LINE FROM PV-FOOTER-LINE-1
076900     WRITE PARM-REPORT-LINE FROM PV-FOOTER-LINE-2
077000     WRITE PARM-REPORT-LINE FROM PV-FOOTER-LINE-3
077100     WRITE PARM-REPORT-LINE FROM PV-FOOTER-LINE-4
077200     WRITE PARM-REPORT-LINE FROM PV-FOOTER-LINE-5
077300     CLOSE PARM-VALUES-REPORT
077400     IF WS-ROWS-LOST > 0
077500         DISPLAY "PARMRPT - " WS-ROWS-LOST " VALUE(S) DID NOT "
077600             "FIT ON THE REPORT"
077700         IF RETURN-CODE < 4
077800             MOVE 4 TO RETURN-CODE
077900         END-IF
078000     END-IF
078100     DISPLAY "PARMRPT - AS OF " WS-AS-OF-DATE " - "
078200         WS-VALUES-LISTED " VALUE(S), " WS-VALUES-WOUND-BACK
078300         " CHANGED SINCE, " WS-VALUES-SCHEDULED " SCHEDULED".
078400 9000-EXIT.
078500     EXIT.
