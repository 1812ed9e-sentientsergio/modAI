000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARMAPLY.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/13/2026.
000600 DATE-COMPILED.  11/13/2026.
000700******************************************************************
000800*                                                                *
000900*    PARMAPLY - NIGHTLY POLICY PARAMETER CHANGE APPLY            *
001000*    MAKES THE APPROVED PARAMETER CHANGES LIVE ON THEIR          *
001100*    BUSINESS DATE.  PARMMNT QUEUES A CHANGE, APPRREL RELEASES   *
001200*    IT ONTO THE SCHEDULE (PARMCHG, SEE PCHGREC) AND THIS RUN,   *
001300*    FIRST IN THE NIGHTLY SCHEDULE SO EVERY LATER STEP SEES THE  *
001400*    NEW VALUES, APPLIES EVERY SCHEDULED CHANGE WHOSE EFFECTIVE  *
001500*    DATE HAS BEEN REACHED - FILE BY FILE, IN EFFECTIVE-DATE     *
001600*    THEN QUEUE ORDER, SO TWO CHANGES TO ONE RECORD LAND IN THE  *
001700*    ORDER THEY WERE MEANT TO.  THE BUSINESS DATE IS THE         *
001800*    CONTROL FILE'S WHEN ONE IS SET, OTHERWISE TODAY.            *
001900*                                                                *
002000*    A CHANGE MOVES ONLY THE FIELDS THE MAKER ALTERED, SO A      *
002100*    LATER CHANGE TO ANOTHER FIELD OF THE SAME RECORD IS NOT     *
002200*    UNDONE BY AN EARLIER ONE.  AN ADD WHOSE KEY IS ALREADY ON   *
002300*    FILE, OR A CHANGE OR DELETE WHOSE RECORD IS GONE, IS        *
002400*    VOIDED AND REPORTED.  EVERY FIELD THAT MOVES IS WRITTEN TO  *
002500*    THE PARAMETER HISTORY (PARMHIST, SEE PHSTREC) WITH ITS      *
002600*    LIVE BEFORE VALUE AND ITS AFTER VALUE - THAT FILE IS WHAT   *
002700*    PARMRPT REBUILDS ANY DATE'S VALUES FROM.  A PARAMETER FILE  *
002800*    THAT CANNOT BE READ OR REWRITTEN KEEPS ITS CHANGES          *
002900*    SCHEDULED FOR THE NEXT NIGHT.                               *
003000*                                                                *
003100*    THE SCHEDULE CARRIES FORWARD (PARMCHG IN, PARMCHGO OUT -    *
003200*    THE PENDFILE PATTERN); THE JOB COPIES PARMCHGO BACK OVER    *
003300*    PARMCHG, SO APPLIED AND VOIDED CHANGES STAY ON FILE AS      *
003400*    PROOF.  UP TO 500 DUE CHANGES ARE APPLIED A NIGHT - ANY     *
003500*    MORE STAY SCHEDULED FOR THE NEXT.                           *
003600*                                                                *
003700*    FILES:  PARMCHG  - PARAMETER CHANGE SCHEDULE (OPTIONAL)     *
003800*            PARMCHGO - PARAMETER CHANGE SCHEDULE (OUTPUT)       *
003900*            PARMHIST - PARAMETER CHANGE HISTORY (EXTENDED)      *
004000*            PARMARPT - PARAMETER APPLY REPORT                   *
004100*            THE PARAMETER FILES ARE READ AND REPLACED THROUGH   *
004200*            PARMIO.                                             *
004300*    RETURN CODES:  0 - CLEAN                                    *
004400*                   4 - A CHANGE VOIDED, OR MORE DUE THAN ONE    *
004500*                       NIGHT HOLDS                              *
004600*                   8 - A PARAMETER FILE COULD NOT BE READ OR    *
004700*                       REPLACED - ITS CHANGES STAY SCHEDULED    *
004800*                  24 - REPORT, SCHEDULE OR HISTORY WILL NOT     *
004900*                       OPEN                                     *
005000*                                                                *
005100******************************************************************
005200* MODIFICATION HISTORY
005300*   11/13/2026  RVH  ORIGINAL.
005400******************************************************************
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT PARM-CHANGE-FILE ASSIGN TO PARMCHG
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS PARM-CHANGE-STATUS.
006300     SELECT PARM-CHANGE-OUT-FILE ASSIGN TO PARMCHGO
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS PARM-CHANGE-OUT-STATUS.
006700     SELECT PARM-HISTORY-FILE ASSIGN TO PARMHIST
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS PARM-HISTORY-STATUS.
007100     SELECT PARM-APPLY-REPORT ASSIGN TO PARMARPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS PARM-REPORT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PARM-CHANGE-FILE
007800     LABEL RECORDS ARE STANDARD
007900     BLOCK CONTAINS 0 RECORDS
008000     RECORDING MODE F
008100     DATA RECORD IS PARM-CHANGE-FILE-RECORD.
008200 01  PARM-CHANGE-FILE-RECORD  PIC X(240).
008300
008400 FD  PARM-CHANGE-OUT-FILE
008500     LABEL RECORDS ARE STANDARD
008600     BLOCK CONTAINS 0 RECORDS
008700     RECORDING MODE F
008800     DATA RECORD IS PARM-CHANGE-OUT-RECORD.
008900 01  PARM-CHANGE-OUT-RECORD   PIC X(240).
009000
009100 FD  PARM-HISTORY-FILE
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORDING MODE F
009500     DATA RECORD IS PARAMETER-HISTORY-RECORD.
009600     COPY PHSTREC.
009700
009800 FD  PARM-APPLY-REPORT
009900     LABEL RECORDS ARE OMITTED
010000     RECORDING MODE F.
010100 01  PARM-REPORT-LINE         PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400******************************************************************
010500*    FILE STATUS AND SWITCHES                                    *
010600******************************************************************
010700 01  PARM-CHANGE-STATUS        PIC X(02).
010800     88  PARM-CHANGE-OK            VALUE "00".
010900 01  PARM-CHANGE-OUT-STATUS    PIC X(02).
011000     88  PARM-CHANGE-OUT-OK        VALUE "00".
011100 01  PARM-HISTORY-STATUS       PIC X(02).
011200     88  PARM-HISTORY-OK           VALUE "00".
011300     88  PARM-HISTORY-NOT-FOUND    VALUE "05" "35".
011400 01  PARM-REPORT-STATUS        PIC X(02).
011500     88  PARM-REPORT-OK            VALUE "00".
011600 01  WS-CHANGE-AT-END          PIC X(01) VALUE "N".
011700     88  CHANGE-FILE-AT-END        VALUE "Y".
011800 01  WS-CHANGES-PRESENT        PIC X(01) VALUE "N".
011900     88  CHANGES-PRESENT           VALUE "Y".
012000 01  WS-NO-MORE-DUE            PIC X(01) VALUE "N".
012100     88  NO-MORE-DUE               VALUE "Y".
012200 01  WS-RECORD-FOUND           PIC X(01) VALUE "N".
012300     88  RECORD-FOUND              VALUE "Y".
012400 01  WS-HIST-MODE              PIC X(01) VALUE SPACE.
012500     88  HIST-MODE-ADD             VALUE "A".
012600     88  HIST-MODE-CHANGE          VALUE "C".
012700     88  HIST-MODE-DELETE          VALUE "D".
012800
012900******************************************************************
013000*    RUN CONTROL FIELDS                                          *
013100******************************************************************
013200 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013300 01  WS-BUSINESS-DATE          PIC 9(06) VALUE 0.
013400     COPY CTLPARM.
013500
013600******************************************************************
013700*    THE FILE, RECORD AND FIELD IN HAND                          *
013800******************************************************************
013900 01  WS-FILE-IDX               PIC 9(3) BINARY VALUE 0.
014000 01  WS-FIRST-FIELD            PIC 9(3) BINARY VALUE 0.
014100 01  WS-LAST-FIELD             PIC 9(3) BINARY VALUE 0.
014200 01  WS-FIELD-IDX              PIC 9(3) BINARY VALUE 0.
014300 01  WS-SEARCH-IDX             PIC 9(3) BINARY VALUE 0.
014400 01  WS-REC-IDX                PIC 9(3) BINARY VALUE 0.
014500 01  WS-NEXT-REC-IDX           PIC 9(3) BINARY VALUE 0.
014600 01  WS-FLD-OFF                PIC 9(03) VALUE 0.
014700 01  WS-FLD-LEN                PIC 9(02) VALUE 0.
014800 01  WS-KEY-POS                PIC 9(02) VALUE 0.
014900 01  WS-BUILT-KEY              PIC X(12) VALUE SPACES.
015000 01  WS-WORK-IMAGE             PIC X(60) VALUE SPACES.
015100 01  WS-HIST-BEFORE            PIC X(20) VALUE SPACES.
015200 01  WS-HIST-AFTER             PIC X(20) VALUE SPACES.
015300 01  WS-FILE-DUE               PIC 9(3) BINARY VALUE 0.
015400 01  WS-FILE-APPLIED           PIC 9(3) BINARY VALUE 0.
015500 01  WS-FILE-ORDER-START       PIC 9(3) BINARY VALUE 0.
015600 01  WS-VOID-NOTE              PIC X(30) VALUE SPACES.
015700
015800******************************************************************
015900*    PARAMETER DEFINITIONS, FILE AREA AND CHANGE RECORD          *
016000******************************************************************
016100     COPY PRMDEFS.
016200     COPY PRMWREC.
016300     COPY PCHGREC.
016400
016500******************************************************************
016600*    THE CHANGES DUE TONIGHT.  ONLY SCHEDULED CHANGES WHOSE      *
016700*    EFFECTIVE DATE HAS BEEN REACHED ARE HELD; EVERYTHING ELSE   *
016800*    IS COPIED STRAIGHT TO PARMCHGO.  WS-CHG-RESULT SAYS WHAT    *
016900*    BECAME OF EACH TONIGHT: "A" APPLIED, "V" VOIDED, "H" HELD   *
017000*    OVER BECAUSE ITS FILE COULD NOT BE READ OR REPLACED.        *
017100*    WS-APPLY-ORDER LISTS THEM IN THE ORDER THEY WERE TAKEN.     *
017200******************************************************************
017300 01  WS-CHG-TABLE-SIZE         PIC 9(3) BINARY VALUE 500.
017400 01  WS-CHG-COUNT              PIC 9(3) BINARY VALUE 0.
017500 01  WS-CHG-IDX                PIC 9(3) BINARY VALUE 0.
017600 01  WS-BEST-IDX               PIC 9(3) BINARY VALUE 0.
017700 01  WS-CHG-TABLE.
017800     05  WS-CHG-ENTRY          OCCURS 500 TIMES.
017900         10  WS-CHG-FILE-NAME  PIC X(08).
018000         10  FILLER            PIC X(13).
018100         10  WS-CHG-EFFECTIVE-DATE PIC 9(06).
018200         10  FILLER            PIC X(178).
018300         10  WS-CHG-SEQ-NO     PIC 9(07).
018400         10  FILLER            PIC X(28).
018500 01  WS-CHG-RESULTS.
018600     05  WS-CHG-RESULT         OCCURS 500 TIMES PIC X(01).
018700 01  WS-CHG-NOTES.
018800     05  WS-CHG-NOTE           OCCURS 500 TIMES PIC X(30).
018900 01  WS-ORDER-COUNT            PIC 9(3) BINARY VALUE 0.
019000 01  WS-ORDER-IDX              PIC 9(3) BINARY VALUE 0.
019100 01  WS-APPLY-ORDER-TABLE.
019200     05  WS-APPLY-ORDER        OCCURS 500 TIMES
019300                               PIC 9(3) BINARY.
019400
019500******************************************************************
019600*    HISTORY RECORDS FOR THE FILE IN HAND - WRITTEN ONLY ONCE    *
019700*    THE FILE HAS BEEN REPLACED, SO THE HISTORY NEVER CLAIMS A   *
019800*    VALUE THAT DID NOT GO LIVE.                                 *
019900******************************************************************
020000 01  WS-HIST-TABLE-SIZE        PIC 9(4) BINARY VALUE 1000.
020100 01  WS-HIST-COUNT             PIC 9(4) BINARY VALUE 0.
020200 01  WS-HIST-IDX               PIC 9(4) BINARY VALUE 0.
020300 01  WS-HIST-TABLE.
020400     05  WS-HIST-ENTRY         OCCURS 1000 TIMES PIC X(160).
020500 01  WS-HIST-LOST              PIC 9(05) BINARY VALUE 0.
020600
020700******************************************************************
020800*    RUN TOTALS                                                  *
020900******************************************************************
021000 01  WS-CHANGES-READ           PIC 9(05) BINARY VALUE 0.
021100 01  WS-CHANGES-APPLIED        PIC 9(05) BINARY VALUE 0.
021200 01  WS-CHANGES-VOIDED         PIC 9(05) BINARY VALUE 0.
021300 01  WS-CHANGES-HELD           PIC 9(05) BINARY VALUE 0.
021400 01  WS-CHANGES-NOT-DUE        PIC 9(05) BINARY VALUE 0.
021500 01  WS-CHANGES-OVERFLOW       PIC 9(05) BINARY VALUE 0.
021600 01  WS-HISTORY-WRITTEN        PIC 9(05) BINARY VALUE 0.
021700 01  WS-FILES-REPLACED         PIC 9(05) BINARY VALUE 0.
021800
021900******************************************************************
022000*    APPLY REPORT LINE LAYOUTS                                   *
022100******************************************************************
022200 01  PA-HEADING-LINE-1.
022300     05  FILLER                PIC X(01) VALUE SPACE.
022400     05  FILLER                PIC X(44) VALUE
022500         "PARMAPLY - POLICY PARAMETER CHANGES APPLIED".
022600     05  FILLER                PIC X(15) VALUE "BUSINESS DATE ".
022700     05  PA-HDG1-BUSINESS-DATE PIC 9(06).
022800     05  FILLER                PIC X(11) VALUE "  RUN DATE ".
022900     05  PA-HDG1-RUN-DATE      PIC 9(06).
023000
023100 01  PA-HEADING-LINE-2.
023200     05  FILLER                PIC X(01) VALUE SPACE.
023300     05  FILLER                PIC X(09) VALUE "RESULT".
023400     05  FILLER                PIC X(09) VALUE "FILE".
023500     05  FILLER                PIC X(13) VALUE "RECORD KEY".
023600     05  FILLER                PIC X(04) VALUE "ACT".
023700     05  FILLER                PIC X(08) VALUE "EFFECT".
023800     05  FILLER                PIC X(09) VALUE "SEQ".
023900     05  FILLER                PIC X(09) VALUE "MAKER".
024000     05  FILLER                PIC X(09) VALUE "CHECKER".
024100     05  FILLER                PIC X(30) VALUE "NOTE".
024200
024300 01  PA-DETAIL-LINE.
024400     05  FILLER                PIC X(01) VALUE SPACE.
024500     05  PA-DTL-RESULT         PIC X(08).
024600     05  FILLER                PIC X(01) VALUE SPACE.
024700     05  PA-DTL-FILE-NAME      PIC X(08).
024800     05  FILLER                PIC X(01) VALUE SPACE.
024900     05  PA-DTL-RECORD-KEY     PIC X(12).
025000     05  FILLER                PIC X(01) VALUE SPACE.
025100     05  PA-DTL-ACTION         PIC X(01).
025200     05  FILLER                PIC X(03) VALUE SPACES.
025300     05  PA-DTL-EFFECTIVE-DATE PIC 9(06).
025400     05  FILLER                PIC X(02) VALUE SPACES.
025500     05  PA-DTL-SEQ-NO         PIC 9(07).
025600     05  FILLER                PIC X(02) VALUE SPACES.
025700     05  PA-DTL-MAKER          PIC X(08).
025800     05  FILLER                PIC X(01) VALUE SPACE.
025900     05  PA-DTL-CHECKER        PIC X(08).
026000     05  FILLER                PIC X(01) VALUE SPACE.
026100     05  PA-DTL-NOTE           PIC X(30).
026200
026300 01  PA-FIELD-LINE.
026400     05  FILLER                PIC X(11) VALUE SPACES.
026500     05  PA-FLD-FIELD-NAME     PIC X(24).
026600     05  FILLER                PIC X(01) VALUE SPACE.
026700     05  PA-FLD-BEFORE         PIC X(20).
026800     05  FILLER                PIC X(04) VALUE " TO ".
026900     05  PA-FLD-AFTER          PIC X(20).
027000
027100 01  PA-FOOTER-LINE-1.
027200     05  FILLER                PIC X(01) VALUE SPACE.
027300     05  FILLER                PIC X(30) VALUE
027400         "CHANGES DUE TONIGHT . . . . .".
027500     05  PA-FTR1-DUE           PIC ZZ,ZZ9.
027600
027700 01  PA-FOOTER-LINE-2.
027800     05  FILLER                PIC X(01) VALUE SPACE.
027900     05  FILLER                PIC X(30) VALUE
028000         "CHANGES APPLIED . . . . . . .".
028100     05  PA-FTR2-APPLIED       PIC ZZ,ZZ9.
028200
028300 01  PA-FOOTER-LINE-3.
028400     05  FILLER                PIC X(01) VALUE SPACE.
028500     05  FILLER                PIC X(30) VALUE
028600         "CHANGES VOIDED  . . . . . . .".
028700     05  PA-FTR3-VOIDED        PIC ZZ,ZZ9.
028800
028900 01  PA-FOOTER-LINE-4.
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  FILLER                PIC X(30) VALUE
029200         "CHANGES HELD OVER . . . . . .".
029300     05  PA-FTR4-HELD          PIC ZZ,ZZ9.
029400
029500 01  PA-FOOTER-LINE-5.
029600     05  FILLER                PIC X(01) VALUE SPACE.
029700     05  FILLER                PIC X(30) VALUE
029800         "SCHEDULED, NOT YET DUE  . . .".
029900     05  PA-FTR5-NOT-DUE       PIC ZZ,ZZ9.
030000
030100 01  PA-FOOTER-LINE-6.
030200     05  FILLER                PIC X(01) VALUE SPACE.
030300     05  FILLER                PIC X(30) VALUE
030400         "FIELD HISTORY RECORDS . . . .".
030500     05  PA-FTR6-HISTORY       PIC ZZ,ZZ9.
030600
030700 01  PA-FOOTER-LINE-7.
030800     05  FILLER                PIC X(01) VALUE SPACE.
030900     05  FILLER                PIC X(30) VALUE
031000         "PARAMETER FILES REPLACED  . .".
031100     05  PA-FTR7-REPLACED      PIC ZZ,ZZ9.
031200
031300 PROCEDURE DIVISION.
031400******************************************************************
031500*    0000-MAINLINE                                               *
031600******************************************************************
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031900     IF CHANGES-PRESENT
032000         PERFORM 2000-LOAD-ONE-CHANGE THRU 2000-EXIT
032100             UNTIL CHANGE-FILE-AT-END
032200     END-IF
032300     MOVE 0 TO WS-FILE-IDX
032400     PERFORM 3000-APPLY-ONE-FILE THRU 3000-EXIT
032500         UNTIL WS-FILE-IDX = PRMF-FILE-COUNT
032600     MOVE 0 TO WS-CHG-IDX
032700     PERFORM 8000-CARRY-FORWARD THRU 8000-EXIT
032800         UNTIL WS-CHG-IDX = WS-CHG-COUNT
032900     PERFORM 9000-TERMINATE THRU 9000-EXIT
033000     STOP RUN.
033100
033200******************************************************************
033300*    1000-INITIALIZE                                             *
033400*    NO SCHEDULE YET MEANS NOTHING HAS EVER BEEN APPROVED - AN   *
033500*    EMPTY PARMCHGO IS STILL WRITTEN FOR THE COPY STEP.          *
033600******************************************************************
033700 1000-INITIALIZE.
033800     ACCEPT WS-RUN-DATE FROM DATE
033900     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
034000     MOVE "L" TO PRMW-FUNCTION
034100     MOVE "CTLFILE" TO PRMW-FILE-NAME
034200     CALL "PARMIO" USING PARAMETER-FILE-AREA
034300     IF PRMW-OK AND PRMW-RECORD-COUNT > 0
034400         MOVE PRMW-RECORD(1) TO CONTROL-RECORD
034500         IF CTL-BUSINESS-DATE NUMERIC AND
034600                 CTL-BUSINESS-DATE > 0
034700             MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
034800         END-IF
034900     END-IF
035000     OPEN INPUT PARM-CHANGE-FILE
035100     IF PARM-CHANGE-OK
035200         MOVE "Y" TO WS-CHANGES-PRESENT
035300     ELSE
035400         DISPLAY "PARMAPLY - NO PARAMETER CHANGE SCHEDULE - "
035500             "STATUS " PARM-CHANGE-STATUS " - NOTHING TO APPLY"
035600     END-IF
035700     OPEN OUTPUT PARM-CHANGE-OUT-FILE
035800     IF NOT PARM-CHANGE-OUT-OK
035900         DISPLAY "PARMAPLY - ERROR OPENING PARMCHGO - STATUS "
036000             PARM-CHANGE-OUT-STATUS
036100         MOVE 24 TO RETURN-CODE
036200         STOP RUN
036300     END-IF
036400     OPEN EXTEND PARM-HISTORY-FILE
036500     IF PARM-HISTORY-NOT-FOUND
036600         OPEN OUTPUT PARM-HISTORY-FILE
036700     END-IF
036800     IF NOT PARM-HISTORY-OK
036900         DISPLAY "PARMAPLY - ERROR OPENING PARAMETER HISTORY "
037000             "- STATUS " PARM-HISTORY-STATUS
037100         MOVE 24 TO RETURN-CODE
037200         STOP RUN
037300     END-IF
037400     OPEN OUTPUT PARM-APPLY-REPORT
037500     IF NOT PARM-REPORT-OK
037600         DISPLAY "PARMAPLY - ERROR OPENING APPLY REPORT - "
037700             "STATUS " PARM-REPORT-STATUS
037800         MOVE 24 TO RETURN-CODE
037900         STOP RUN
038000     END-IF
038100     MOVE WS-BUSINESS-DATE TO PA-HDG1-BUSINESS-DATE
038200     MOVE WS-RUN-DATE TO PA-HDG1-RUN-DATE
038300     WRITE PARM-REPORT-LINE FROM PA-HEADING-LINE-1
038400     WRITE PARM-REPORT-LINE FROM PA-HEADING-LINE-2
038500     MOVE SPACES TO PARM-REPORT-LINE
038600     WRITE PARM-REPORT-LINE AFTER ADVANCING 1 LINE.
038700 1000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    2000-LOAD-ONE-CHANGE                                        *
039200*    A SCHEDULED CHANGE THAT IS DUE GOES IN THE TABLE; ANY       *
039300*    OTHER RECORD CARRIES STRAIGHT FORWARD.                      *
039400******************************************************************
039500 2000-LOAD-ONE-CHANGE.
039600     READ PARM-CHANGE-FILE INTO PARAMETER-CHANGE-RECORD
039700         AT END
039800             MOVE "Y" TO WS-CHANGE-AT-END
039900             GO TO 2000-EXIT
040000     END-READ
040100     ADD 1 TO WS-CHANGES-READ
040200     IF NOT PCHG-IS-SCHEDULED
040300         GO TO 2000-COPY-THROUGH
040400     END-IF
040500     IF PCHG-EFFECTIVE-DATE > WS-BUSINESS-DATE
040600         ADD 1 TO WS-CHANGES-NOT-DUE
040700         GO TO 2000-COPY-THROUGH
040800     END-IF
040900     IF WS-CHG-COUNT = WS-CHG-TABLE-SIZE
041000         ADD 1 TO WS-CHANGES-OVERFLOW
041100         GO TO 2000-COPY-THROUGH
041200     END-IF
041300     ADD 1 TO WS-CHG-COUNT
041400     MOVE PARAMETER-CHANGE-RECORD TO WS-CHG-ENTRY(WS-CHG-COUNT)
041500     MOVE SPACE TO WS-CHG-RESULT(WS-CHG-COUNT)
041600     MOVE SPACES TO WS-CHG-NOTE(WS-CHG-COUNT)
041700     GO TO 2000-EXIT.
041800 2000-COPY-THROUGH.
041900     WRITE PARM-CHANGE-OUT-RECORD FROM PARAMETER-CHANGE-RECORD.
042000 2000-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    3000-APPLY-ONE-FILE                                         *
042500*    LOAD THE FILE, APPLY ITS DUE CHANGES IN ORDER, REPLACE IT,  *
042600*    THEN WRITE ITS HISTORY AND ITS REPORT LINES.                *
042700******************************************************************
042800 3000-APPLY-ONE-FILE.
042900     ADD 1 TO WS-FILE-IDX
043000     MOVE 0 TO WS-FILE-DUE
043100     MOVE 0 TO WS-CHG-IDX
043200     PERFORM 3010-COUNT-ONE-DUE THRU 3010-EXIT
043300         UNTIL WS-CHG-IDX = WS-CHG-COUNT
043400     IF WS-FILE-DUE = 0
043500         GO TO 3000-EXIT
043600     END-IF
043700     MOVE WS-ORDER-COUNT TO WS-FILE-ORDER-START
043800     MOVE 0 TO WS-FIRST-FIELD
043900     MOVE 0 TO WS-LAST-FIELD
044000     MOVE 0 TO WS-SEARCH-IDX
044100     PERFORM 3020-FIND-FILE-FIELDS THRU 3020-EXIT
044200         UNTIL WS-SEARCH-IDX = PRMD-FIELD-COUNT
044300     MOVE "L" TO PRMW-FUNCTION
044400     MOVE PRMF-FILE-NAME(WS-FILE-IDX) TO PRMW-FILE-NAME
044500     CALL "PARMIO" USING PARAMETER-FILE-AREA
044600     IF NOT PRMW-OK
044700         DISPLAY "PARMAPLY - " PRMF-FILE-NAME(WS-FILE-IDX)
044800             " COULD NOT BE READ - PARMIO STATUS " PRMW-STATUS
044900             " FILE STATUS " PRMW-FILE-STATUS
045000             " - CHANGES HELD"
045100         MOVE "FILE COULD NOT BE READ" TO WS-VOID-NOTE
045200         MOVE 0 TO WS-CHG-IDX
045300         PERFORM 3030-HOLD-ONE-CHANGE THRU 3030-EXIT
045400             UNTIL WS-CHG-IDX = WS-CHG-COUNT
045500         MOVE 8 TO RETURN-CODE
045600         GO TO 3000-REPORT
045700     END-IF
045800     MOVE 0 TO WS-FILE-APPLIED
045900     MOVE 0 TO WS-HIST-COUNT
046000     MOVE "N" TO WS-NO-MORE-DUE
046100     PERFORM 3100-APPLY-NEXT-DUE THRU 3100-EXIT
046200         UNTIL NO-MORE-DUE
046300     IF WS-FILE-APPLIED = 0
046400         GO TO 3000-REPORT
046500     END-IF
046600     MOVE "W" TO PRMW-FUNCTION
046700     MOVE PRMF-FILE-NAME(WS-FILE-IDX) TO PRMW-FILE-NAME
046800     CALL "PARMIO" USING PARAMETER-FILE-AREA
046900     IF NOT PRMW-OK
047000         DISPLAY "PARMAPLY - " PRMF-FILE-NAME(WS-FILE-IDX)
047100             " COULD NOT BE REPLACED - PARMIO STATUS "
047200             PRMW-STATUS " FILE STATUS " PRMW-FILE-STATUS
047300             " - CHANGES HELD"
047400         MOVE "FILE COULD NOT BE REPLACED" TO WS-VOID-NOTE
047500         MOVE WS-FILE-ORDER-START TO WS-ORDER-IDX
047600         PERFORM 3040-UNDO-ONE-CHANGE THRU 3040-EXIT
047700             UNTIL WS-ORDER-IDX = WS-ORDER-COUNT
047800         MOVE 8 TO RETURN-CODE
047900         GO TO 3000-REPORT
048000     END-IF
048100     ADD 1 TO WS-FILES-REPLACED
048200     MOVE 0 TO WS-HIST-IDX
048300     PERFORM 3050-WRITE-ONE-HISTORY THRU 3050-EXIT
048400         UNTIL WS-HIST-IDX = WS-HIST-COUNT.
048500 3000-REPORT.
048600     MOVE WS-FILE-ORDER-START TO WS-ORDER-IDX
048700     PERFORM 3700-REPORT-ONE-CHANGE THRU 3700-EXIT
048800         UNTIL WS-ORDER-IDX = WS-ORDER-COUNT.
048900 3000-EXIT.
049000     EXIT.
049100
049200 3010-COUNT-ONE-DUE.
049300     ADD 1 TO WS-CHG-IDX
049400     IF WS-CHG-FILE-NAME(WS-CHG-IDX) =
049500             PRMF-FILE-NAME(WS-FILE-IDX)
049600         ADD 1 TO WS-FILE-DUE
049700     END-IF.
049800 3010-EXIT.
049900     EXIT.
050000
050100 3020-FIND-FILE-FIELDS.
050200     ADD 1 TO WS-SEARCH-IDX
050300     IF PRMD-FILE-NAME(WS-SEARCH-IDX) =
050400             PRMF-FILE-NAME(WS-FILE-IDX)
050500         IF WS-FIRST-FIELD = 0
050600             MOVE WS-SEARCH-IDX TO WS-FIRST-FIELD
050700         END-IF
050800         MOVE WS-SEARCH-IDX TO WS-LAST-FIELD
050900     END-IF.
051000 3020-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400*    3030-HOLD-ONE-CHANGE                                        *
051500*    THE FILE COULD NOT BE READ - ITS CHANGES STAY SCHEDULED.    *
051600******************************************************************
051700 3030-HOLD-ONE-CHANGE.
051800     ADD 1 TO WS-CHG-IDX
051900     IF WS-CHG-FILE-NAME(WS-CHG-IDX) NOT =
052000             PRMF-FILE-NAME(WS-FILE-IDX)
052100         GO TO 3030-EXIT
052200     END-IF
052300     MOVE "H" TO WS-CHG-RESULT(WS-CHG-IDX)
052400     MOVE WS-VOID-NOTE TO WS-CHG-NOTE(WS-CHG-IDX)
052500     ADD 1 TO WS-ORDER-COUNT
052600     MOVE WS-CHG-IDX TO WS-APPLY-ORDER(WS-ORDER-COUNT).
052700 3030-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    3040-UNDO-ONE-CHANGE                                        *
053200*    THE FILE COULD NOT BE REPLACED - WHAT WAS APPLIED TO IT     *
053300*    TONIGHT GOES BACK ON THE SCHEDULE AND NO HISTORY IS         *
053400*    WRITTEN.  VOIDS STAND - THEY DID NOT DEPEND ON THE WRITE.   *
053500******************************************************************
053600 3040-UNDO-ONE-CHANGE.
053700     ADD 1 TO WS-ORDER-IDX
053800     MOVE WS-APPLY-ORDER(WS-ORDER-IDX) TO WS-CHG-IDX
053900     IF WS-CHG-RESULT(WS-CHG-IDX) NOT = "A"
054000         GO TO 3040-EXIT
054100     END-IF
054200     MOVE WS-CHG-ENTRY(WS-CHG-IDX) TO PARAMETER-CHANGE-RECORD
054300     MOVE "S" TO PCHG-STATUS
054400     MOVE 0 TO PCHG-APPLIED-DATE
054500     MOVE PARAMETER-CHANGE-RECORD TO WS-CHG-ENTRY(WS-CHG-IDX)
054600     MOVE "H" TO WS-CHG-RESULT(WS-CHG-IDX)
054700     MOVE WS-VOID-NOTE TO WS-CHG-NOTE(WS-CHG-IDX).
054800 3040-EXIT.
054900     EXIT.
055000
055100 3050-WRITE-ONE-HISTORY.
055200     ADD 1 TO WS-HIST-IDX
055300     MOVE WS-HIST-ENTRY(WS-HIST-IDX) TO PARAMETER-HISTORY-RECORD
055400     WRITE PARAMETER-HISTORY-RECORD
055500     ADD 1 TO WS-HISTORY-WRITTEN.
055600 3050-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    3100-APPLY-NEXT-DUE                                         *
056100*    THE EARLIEST EFFECTIVE DATE FIRST, QUEUE ORDER WITHIN A     *
056200*    DATE.                                                       *
056300******************************************************************
056400 3100-APPLY-NEXT-DUE.
056500     MOVE 0 TO WS-BEST-IDX
056600     MOVE 0 TO WS-CHG-IDX
056700     PERFORM 3110-CHECK-ONE-DUE THRU 3110-EXIT
056800         UNTIL WS-CHG-IDX = WS-CHG-COUNT
056900     IF WS-BEST-IDX = 0
057000         MOVE "Y" TO WS-NO-MORE-DUE
057100         GO TO 3100-EXIT
057200     END-IF
057300     MOVE WS-CHG-ENTRY(WS-BEST-IDX) TO PARAMETER-CHANGE-RECORD
057400     MOVE SPACES TO WS-VOID-NOTE
057500     PERFORM 3200-APPLY-ONE-CHANGE THRU 3200-EXIT
057600     MOVE PARAMETER-CHANGE-RECORD TO WS-CHG-ENTRY(WS-BEST-IDX)
057700     MOVE WS-VOID-NOTE TO WS-CHG-NOTE(WS-BEST-IDX)
057800     ADD 1 TO WS-ORDER-COUNT
057900     MOVE WS-BEST-IDX TO WS-APPLY-ORDER(WS-ORDER-COUNT).
058000 3100-EXIT.
058100     EXIT.
058200
058300 3110-CHECK-ONE-DUE.
058400     ADD 1 TO WS-CHG-IDX
058500     IF WS-CHG-FILE-NAME(WS-CHG-IDX) NOT =
058600             PRMF-FILE-NAME(WS-FILE-IDX) OR
058700             WS-CHG-RESULT(WS-CHG-IDX) NOT = SPACE
058800         GO TO 3110-EXIT
058900     END-IF
059000     IF WS-BEST-IDX = 0
059100         MOVE WS-CHG-IDX TO WS-BEST-IDX
059200         GO TO 3110-EXIT
059300     END-IF
059400     IF WS-CHG-EFFECTIVE-DATE(WS-CHG-IDX) <
059500             WS-CHG-EFFECTIVE-DATE(WS-BEST-IDX)
059600         MOVE WS-CHG-IDX TO WS-BEST-IDX
059700         GO TO 3110-EXIT
059800     END-IF
059900     IF WS-CHG-EFFECTIVE-DATE(WS-CHG-IDX) =
060000             WS-CHG-EFFECTIVE-DATE(WS-BEST-IDX) AND
060100             WS-CHG-SEQ-NO(WS-CHG-IDX) <
060200             WS-CHG-SEQ-NO(WS-BEST-IDX)
060300         MOVE WS-CHG-IDX TO WS-BEST-IDX
060400     END-IF.
060500 3110-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    3200-APPLY-ONE-CHANGE                                       *
061000*    THE CHANGE IN PARAMETER-CHANGE-RECORD AGAINST THE LOADED    *
061100*    FILE.  A CHANGE TO AN EMPTY ONE-RECORD FILE GIVES IT ITS    *
061200*    RECORD.  ENDS WITH THE CHANGE MARKED APPLIED OR VOIDED.     *
061300******************************************************************
061400 3200-APPLY-ONE-CHANGE.
061500     PERFORM 3210-FIND-RECORD THRU 3210-EXIT
061600     EVALUATE TRUE
061700         WHEN PCHG-ACTION-CHANGE
061800             IF RECORD-FOUND
061900                 PERFORM 3400-MERGE-CHANGE THRU 3400-EXIT
062000             ELSE
062100                 IF NOT PRMF-IS-TABLE(WS-FILE-IDX) AND
062200                         PRMW-RECORD-COUNT = 0
062300                     PERFORM 3300-ADD-RECORD THRU 3300-EXIT
062400                 ELSE
062500                     MOVE "RECORD NO LONGER ON FILE" TO
062600                         WS-VOID-NOTE
062700                 END-IF
062800             END-IF
062900         WHEN PCHG-ACTION-ADD
063000             IF RECORD-FOUND
063100                 MOVE "KEY ALREADY ON FILE" TO WS-VOID-NOTE
063200             ELSE
063300                 IF PRMW-RECORD-COUNT = PRMW-TABLE-SIZE
063400                     MOVE "FILE IS FULL" TO WS-VOID-NOTE
063500                 ELSE
063600                     PERFORM 3300-ADD-RECORD THRU 3300-EXIT
063700                 END-IF
063800             END-IF
063900         WHEN PCHG-ACTION-DELETE
064000             IF RECORD-FOUND
064100                 PERFORM 3500-DELETE-RECORD THRU 3500-EXIT
064200             ELSE
064300                 MOVE "RECORD NO LONGER ON FILE" TO
064400                     WS-VOID-NOTE
064500             END-IF
064600         WHEN OTHER
064700             MOVE "UNKNOWN ACTION" TO WS-VOID-NOTE
064800     END-EVALUATE
064900     MOVE WS-BUSINESS-DATE TO PCHG-APPLIED-DATE
065000     IF WS-VOID-NOTE = SPACES
065100         MOVE "A" TO PCHG-STATUS
065200         MOVE "A" TO WS-CHG-RESULT(WS-BEST-IDX)
065300         ADD 1 TO WS-FILE-APPLIED
065400     ELSE
065500         MOVE "V" TO PCHG-STATUS
065600         MOVE "V" TO WS-CHG-RESULT(WS-BEST-IDX)
065700     END-IF.
065800 3200-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    3210-FIND-RECORD                                            *
066300*    A ONE-RECORD FILE'S RECORD IS THE FIRST; A TABLE FILE'S IS  *
066400*    THE ONE WHOSE KEY FIELDS MATCH THE CHANGE'S KEY.            *
066500******************************************************************
066600 3210-FIND-RECORD.
066700     MOVE "N" TO WS-RECORD-FOUND
066800     MOVE 0 TO WS-REC-IDX
066900     IF NOT PRMF-IS-TABLE(WS-FILE-IDX)
067000         IF PRMW-RECORD-COUNT > 0
067100             MOVE 1 TO WS-REC-IDX
067200             MOVE "Y" TO WS-RECORD-FOUND
067300         END-IF
067400         GO TO 3210-EXIT
067500     END-IF
067600     MOVE 0 TO WS-SEARCH-IDX
067700     PERFORM 3220-CHECK-ONE-RECORD THRU 3220-EXIT
067800         UNTIL RECORD-FOUND OR
067900         WS-SEARCH-IDX = PRMW-RECORD-COUNT.
068000 3210-EXIT.
068100     EXIT.
068200
068300 3220-CHECK-ONE-RECORD.
068400     ADD 1 TO WS-SEARCH-IDX
068500     MOVE PRMW-RECORD(WS-SEARCH-IDX) TO WS-WORK-IMAGE
068600     PERFORM 3230-BUILD-KEY THRU 3230-EXIT
068700     IF WS-BUILT-KEY = PCHG-RECORD-KEY
068800         MOVE WS-SEARCH-IDX TO WS-REC-IDX
068900         MOVE "Y" TO WS-RECORD-FOUND
069000     END-IF.
069100 3220-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    3230-BUILD-KEY                                              *
069600*    THE KEY FIELDS OF WS-WORK-IMAGE, IN FIELD ORDER, INTO       *
069700*    WS-BUILT-KEY - THE SAME KEY PARMMNT PUT ON THE CHANGE.      *
069800******************************************************************
069900 3230-BUILD-KEY.
070000     MOVE SPACES TO WS-BUILT-KEY
070100     MOVE 1 TO WS-KEY-POS
070200     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
070300     SUBTRACT 1 FROM WS-FIELD-IDX
070400     PERFORM 3240-ADD-ONE-KEY-FIELD THRU 3240-EXIT
070500         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
070600 3230-EXIT.
070700     EXIT.
070800
070900 3240-ADD-ONE-KEY-FIELD.
071000     ADD 1 TO WS-FIELD-IDX
071100     IF NOT PRMD-IS-KEY(WS-FIELD-IDX)
071200         GO TO 3240-EXIT
071300     END-IF
071400     MOVE WS-WORK-IMAGE(PRMD-OFFSET(WS-FIELD-IDX):
071500         PRMD-LENGTH(WS-FIELD-IDX)) TO
071600         WS-BUILT-KEY(WS-KEY-POS:PRMD-LENGTH(WS-FIELD-IDX))
071700     ADD PRMD-LENGTH(WS-FIELD-IDX) TO WS-KEY-POS.
071800 3240-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*    3300-ADD-RECORD                                             *
072300*    THE NEW RECORD GOES ON THE END OF THE FILE; EVERY FIELD     *
072400*    GOES TO HISTORY WITH A BLANK BEFORE VALUE.                  *
072500******************************************************************
072600 3300-ADD-RECORD.
072700     ADD 1 TO PRMW-RECORD-COUNT
072800     MOVE PRMW-RECORD-COUNT TO WS-REC-IDX
072900     MOVE PCHG-AFTER-IMAGE TO PRMW-RECORD(WS-REC-IDX)
073000     MOVE "A" TO WS-HIST-MODE
073100     PERFORM 3600-HISTORY-FOR-FIELDS THRU 3600-EXIT.
073200 3300-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600*    3400-MERGE-CHANGE                                           *
073700*    ONLY THE FIELDS THE MAKER ALTERED MOVE.  THE HISTORY'S      *
073800*    BEFORE VALUE IS WHAT WAS LIVE, WHICH AN EARLIER CHANGE      *
073900*    TONIGHT MAY ALREADY HAVE MOVED.                             *
074000******************************************************************
074100 3400-MERGE-CHANGE.
074200     MOVE "C" TO WS-HIST-MODE
074300     PERFORM 3600-HISTORY-FOR-FIELDS THRU 3600-EXIT.
074400 3400-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800*    3500-DELETE-RECORD                                          *
074900*    EVERY FIELD GOES TO HISTORY WITH A BLANK AFTER VALUE, THEN  *
075000*    THE RECORDS BELOW CLOSE UP.                                 *
075100******************************************************************
075200 3500-DELETE-RECORD.
075300     MOVE "D" TO WS-HIST-MODE
075400     PERFORM 3600-HISTORY-FOR-FIELDS THRU 3600-EXIT
075500     PERFORM 3510-CLOSE-UP-ONE THRU 3510-EXIT
075600         UNTIL WS-REC-IDX = PRMW-RECORD-COUNT
075700     MOVE SPACES TO PRMW-RECORD(PRMW-RECORD-COUNT)
075800     SUBTRACT 1 FROM PRMW-RECORD-COUNT.
075900 3500-EXIT.
076000     EXIT.
076100
076200 3510-CLOSE-UP-ONE.
076300     COMPUTE WS-NEXT-REC-IDX = WS-REC-IDX + 1
076400     MOVE PRMW-RECORD(WS-NEXT-REC-IDX) TO PRMW-RECORD(WS-REC-IDX)
076500     MOVE WS-NEXT-REC-IDX TO WS-REC-IDX.
076600 3510-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000*    3600-HISTORY-FOR-FIELDS                                     *
077100*    ONE PASS OF THE FILE'S FIELDS FOR THE RECORD AT WS-REC-IDX  *
077200*    IN THE WAY WS-HIST-MODE SAYS.                               *
077300******************************************************************
077400 3600-HISTORY-FOR-FIELDS.
077500     MOVE WS-FIRST-FIELD TO WS-FIELD-IDX
077600     SUBTRACT 1 FROM WS-FIELD-IDX
077700     PERFORM 3610-HISTORY-ONE-FIELD THRU 3610-EXIT
077800         UNTIL WS-FIELD-IDX = WS-LAST-FIELD.
077900 3600-EXIT.
078000     EXIT.
078100
078200 3610-HISTORY-ONE-FIELD.
078300     ADD 1 TO WS-FIELD-IDX
078400     MOVE PRMD-OFFSET(WS-FIELD-IDX) TO WS-FLD-OFF
078500     MOVE PRMD-LENGTH(WS-FIELD-IDX) TO WS-FLD-LEN
078600     MOVE SPACES TO WS-HIST-BEFORE
078700     MOVE SPACES TO WS-HIST-AFTER
078800     EVALUATE TRUE
078900         WHEN HIST-MODE-ADD
079000             MOVE PCHG-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO
079100                 WS-HIST-AFTER
079200         WHEN HIST-MODE-DELETE
079300             MOVE PRMW-RECORD(WS-REC-IDX)(WS-FLD-OFF:WS-FLD-LEN)
079400                 TO WS-HIST-BEFORE
079500         WHEN OTHER
079600             IF PCHG-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN) =
079700                     PCHG-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
079800                 GO TO 3610-EXIT
079900             END-IF
080000             MOVE PRMW-RECORD(WS-REC-IDX)(WS-FLD-OFF:WS-FLD-LEN)
080100                 TO WS-HIST-BEFORE
080200             MOVE PCHG-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO
080300                 WS-HIST-AFTER
080400             MOVE PCHG-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN) TO
080500                 PRMW-RECORD(WS-REC-IDX)(WS-FLD-OFF:WS-FLD-LEN)
080600     END-EVALUATE
080700     IF WS-HIST-COUNT = WS-HIST-TABLE-SIZE
080800         ADD 1 TO WS-HIST-LOST
080900         GO TO 3610-EXIT
081000     END-IF
081100     INITIALIZE PARAMETER-HISTORY-RECORD
081200     MOVE PCHG-FILE-NAME TO PHST-FILE-NAME
081300     MOVE PCHG-RECORD-KEY TO PHST-RECORD-KEY
081400     MOVE PRMD-FIELD-NAME(WS-FIELD-IDX) TO PHST-FIELD-NAME
081500     MOVE PCHG-ACTION TO PHST-ACTION
081600     MOVE WS-HIST-BEFORE TO PHST-BEFORE-VALUE
081700     MOVE WS-HIST-AFTER TO PHST-AFTER-VALUE
081800     MOVE PCHG-EFFECTIVE-DATE TO PHST-EFFECTIVE-DATE
081900     MOVE WS-BUSINESS-DATE TO PHST-APPLIED-DATE
082000     MOVE PCHG-MAKER-ID TO PHST-MAKER-ID
082100     MOVE PCHG-CHECKER-ID TO PHST-CHECKER-ID
082200     MOVE PCHG-APPROVED-DATE TO PHST-APPROVED-DATE
082300     MOVE PCHG-PEND-SEQ-NO TO PHST-PEND-SEQ-NO
082400     MOVE PCHG-REASON TO PHST-REASON
082500     ADD 1 TO WS-HIST-COUNT
082600     MOVE PARAMETER-HISTORY-RECORD TO
082700         WS-HIST-ENTRY(WS-HIST-COUNT).
082800 3610-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200*    3700-REPORT-ONE-CHANGE                                      *
083300*    ONE LINE PER CHANGE TAKEN TONIGHT; AN APPLIED CHANGE IS     *
083400*    FOLLOWED BY THE FIELDS IT MOVED.                            *
083500******************************************************************
083600 3700-REPORT-ONE-CHANGE.
083700     ADD 1 TO WS-ORDER-IDX
083800     MOVE WS-APPLY-ORDER(WS-ORDER-IDX) TO WS-CHG-IDX
083900     MOVE WS-CHG-ENTRY(WS-CHG-IDX) TO PARAMETER-CHANGE-RECORD
084000     EVALUATE WS-CHG-RESULT(WS-CHG-IDX)
084100         WHEN "A"
084200             MOVE "APPLIED" TO PA-DTL-RESULT
084300             ADD 1 TO WS-CHANGES-APPLIED
084400         WHEN "V"
084500             MOVE "VOIDED" TO PA-DTL-RESULT
084600             ADD 1 TO WS-CHANGES-VOIDED
084700         WHEN OTHER
084800             MOVE "HELD" TO PA-DTL-RESULT
084900             ADD 1 TO WS-CHANGES-HELD
085000     END-EVALUATE
085100     MOVE PCHG-FILE-NAME TO PA-DTL-FILE-NAME
085200     MOVE PCHG-RECORD-KEY TO PA-DTL-RECORD-KEY
085300     MOVE PCHG-ACTION TO PA-DTL-ACTION
085400     MOVE PCHG-EFFECTIVE-DATE TO PA-DTL-EFFECTIVE-DATE
085500     MOVE PCHG-PEND-SEQ-NO TO PA-DTL-SEQ-NO
085600     MOVE PCHG-MAKER-ID TO PA-DTL-MAKER
085700     MOVE PCHG-CHECKER-ID TO PA-DTL-CHECKER
085800     MOVE WS-CHG-NOTE(WS-CHG-IDX) TO PA-DTL-NOTE
085900     WRITE PARM-REPORT-LINE FROM PA-DETAIL-LINE
086000     IF WS-CHG-RESULT(WS-CHG-IDX) NOT = "A"
086100         GO TO 3700-EXIT
086200     END-IF
086300     MOVE 0 TO WS-HIST-IDX
086400     PERFORM 3710-REPORT-ONE-FIELD THRU 3710-EXIT
086500         UNTIL WS-HIST-IDX = WS-HIST-COUNT.
086600 3700-EXIT.
086700     EXIT.
086800
086900 3710-REPORT-ONE-FIELD.
087000     ADD 1 TO WS-HIST-IDX
087100     MOVE WS-HIST-ENTRY(WS-HIST-IDX) TO PARAMETER-HISTORY-RECORD
087200     IF PHST-PEND-SEQ-NO NOT = PCHG-PEND-SEQ-NO
087300         GO TO 3710-EXIT
087400     END-IF
087500     MOVE PHST-FIELD-NAME TO PA-FLD-FIELD-NAME
087600     MOVE PHST-BEFORE-VALUE TO PA-FLD-BEFORE
087700     MOVE PHST-AFTER-VALUE TO PA-FLD-AFTER
087800     WRITE PARM-REPORT-LINE FROM PA-FIELD-LINE.
087900 3710-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300*    8000-CARRY-FORWARD                                          *
088400*    TONIGHT'S CHANGES GO TO PARMCHGO AS THEY NOW STAND.         *
088500******************************************************************
088600 8000-CARRY-FORWARD.
088700     ADD 1 TO WS-CHG-IDX
088800     WRITE PARM-CHANGE-OUT-RECORD FROM WS-CHG-ENTRY(WS-CHG-IDX).
088900 8000-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    9000-TERMINATE                                              *
089400******************************************************************
089500 9000-TERMINATE.
089600     MOVE WS-CHG-COUNT TO PA-FTR1-DUE
089700     MOVE WS-CHANGES-APPLIED TO PA-FTR2-APPLIED
089800     MOVE WS-CHANGES-VOIDED TO PA-FTR3-VOIDED
089900     MOVE WS-CHANGES-HELD TO PA-FTR4-HELD
090000     MOVE WS-CHANGES-NOT-DUE TO PA-FTR5-NOT-DUE
090100     MOVE WS-HISTORY-WRITTEN TO PA-FTR6-HISTORY
090200     MOVE WS-FILES-REPLACED TO PA-FTR7-REPLACED
090300     MOVE SPACES TO PARM-REPORT-LINE
090400     WRITE PARM-REPORT-LINE AFTER ADVANCING 1 LINE
090500     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-1
090600     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-2
090700     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-3
090800     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-4
090900     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-5
091000     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-6
091100     WRITE PARM-REPORT-LINE FROM PA-FOOTER-LINE-7
091200     IF CHANGES-PRESENT
091300         CLOSE PARM-CHANGE-FILE
091400     END-IF
091500     CLOSE PARM-CHANGE-OUT-FILE
091600     CLOSE PARM-HISTORY-FILE
091700     CLOSE PARM-APPLY-REPORT
091800     IF WS-CHANGES-OVERFLOW > 0
091900         DISPLAY "PARMAPLY - " WS-CHANGES-OVERFLOW " DUE "
092000             "CHANGE(S) BEYOND TONIGHT'S 500 LEFT SCHEDULED"
092100     END-IF
092200     IF WS-HIST-LOST > 0
092300         DISPLAY "PARMAPLY - " WS-HIST-LOST " HISTORY RECORD(S) "
092400             "DID NOT FIT AND WERE NOT WRITTEN"
092500     END-IF
092600     IF RETURN-CODE < 4 AND
092700             (WS-CHANGES-VOIDED > 0 OR WS-CHANGES-OVERFLOW > 0
092800             OR WS-HIST-LOST > 0)
092900         MOVE 4 TO RETURN-CODE
093000     END-IF
093100     DISPLAY "PARMAPLY - BUSINESS DATE " WS-BUSINESS-DATE " - "
093200         WS-CHANGES-APPLIED " APPLIED, " WS-CHANGES-VOIDED
093300         " VOIDED, " WS-CHANGES-HELD " HELD".
093400 9000-EXIT.
093500     EXIT.
