000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERDCLS.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/14/2026.
000600 DATE-COMPILED.  11/14/2026.
000700******************************************************************
000800*                                                                *
000900*    PERDCLS - ACCOUNTING PERIOD CLOSE                           *
001000*    RUN BY FINANCE ONCE A MONTH'S FIGURES HAVE BEEN REPORTED    *
001100*    AND ITS GL VOUCHERS CONFIRMED.  THE PERIOD-END DATE GIVEN   *
001200*    IN THE PARM MUST BE FLAGGED AS A PERIOD END ON THE SHARED   *
001300*    BUSINESS CALENDAR (CAL-PERIOD-END-FLAG, ASKED THROUGH       *
001400*    CALSUB), MUST BE LATER THAN ANY PERIOD ALREADY CLOSED AND   *
001500*    MUST ALREADY BE IN THE PAST.  A RECORD IS THEN APPENDED TO  *
001600*    THE PERIOD-CLOSE CONTROL FILE (PERDCTL, SEE PCLSREC) AND    *
001700*    FROM THAT POINT TXNEDIT, TXNPOST, THE MAINTENANCE APPLY     *
001800*    (SAMPCOBL) AND MNTENTRY REFUSE ANY ITEM DATED ON OR BEFORE  *
001900*    IT.  SUCH ITEMS GO IN AS PRIOR-PERIOD ADJUSTMENTS THROUGH   *
002000*    THE APPRREL DUAL-CONTROL QUEUE.  CLOSING A PERIOD CLOSES    *
002100*    EVERY EARLIER PERIOD WITH IT.  A CLOSE IS NEVER REOPENED    *
002200*    BY THIS PROGRAM.                                            *
002300*                                                                *
002400*    PARM:  PERIOD-END DATE (YYMMDD) THEN THE CLOSING            *
002500*           OPERATOR ID (8).                                     *
002600*    DD:    PERDCTL - PERIOD-CLOSE CONTROL FILE (EXTENDED).      *
002700*           BUSCAL  - BUSINESS CALENDAR (READ BY CALSUB).        *
002800*                                                                *
002900******************************************************************
003000* MODIFICATION HISTORY
003100*   11/14/2026  RVH  ORIGINAL.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS PERIOD-CLOSE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PERIOD-CLOSE-FILE
004500     LABEL RECORDS ARE STANDARD
004600     BLOCK CONTAINS 0 RECORDS
004700     RECORDING MODE F
004800     DATA RECORD IS PERIOD-CLOSE-RECORD.
004900     COPY PCLSREC.
005000
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    FILE STATUS                                                 *
005400******************************************************************
005500 01  PERIOD-CLOSE-STATUS       PIC X(02).
005600     88  PERIOD-CLOSE-OK           VALUE "00".
005700     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
005800
005900******************************************************************
006000*    RUN CONTROL FIELDS                                          *
006100******************************************************************
006200 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
006300 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
006400 01  WS-PARM-DATA              PIC X(14) VALUE SPACES.
006500 01  WS-PARM-FIELDS REDEFINES WS-PARM-DATA.
006600     05  WS-PARM-PERIOD-END    PIC 9(06).
006700     05  WS-PARM-OPERATOR      PIC X(08).
006800 01  WS-PERIOD-END             PIC 9(06) VALUE 0.
006900 01  WS-CLOSE-OPERATOR         PIC X(08) VALUE SPACES.
007000 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
007100 01  WS-CLOSE-RECORDS-READ     PIC 9(05) BINARY VALUE 0.
007200 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
007300     88  CLOSE-FILE-AT-END         VALUE "Y".
007400
007500******************************************************************
007600*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
007700******************************************************************
007800     COPY CALWREC.
007900
008000 PROCEDURE DIVISION.
008100******************************************************************
008200*    0000-MAINLINE                                               *
008300******************************************************************
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008600     PERFORM 2000-CHECK-PERIOD-END THRU 2000-EXIT
008700     PERFORM 3000-LOAD-CURRENT-CLOSE THRU 3000-EXIT
008800     PERFORM 4000-RECORD-THE-CLOSE THRU 4000-EXIT
008900     PERFORM 9000-TERMINATE THRU 9000-EXIT
009000     STOP RUN.
009100
009200******************************************************************
009300*    1000-INITIALIZE                                             *
009400*    A CLOSE WITHOUT A PERIOD-END DATE AND THE OPERATOR WHO      *
009500*    AUTHORISED IT IS REFUSED.                                   *
009600******************************************************************
009700 1000-INITIALIZE.
009800     ACCEPT WS-RUN-DATE FROM DATE
009900     ACCEPT WS-RUN-TIME FROM TIME
010000     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
010100     IF WS-PARM-PERIOD-END NOT NUMERIC OR
010200             WS-PARM-PERIOD-END = 0
010300         DISPLAY "PERDCLS - PERIOD-END DATE (YYMMDD) MUST BE "
010400             "SUPPLIED IN THE PARM - RUN STOPPED"
010500         MOVE 16 TO RETURN-CODE
010600         STOP RUN
010700     END-IF
010800     IF WS-PARM-OPERATOR = SPACES
010900         DISPLAY "PERDCLS - CLOSING OPERATOR ID MUST BE "
011000             "SUPPLIED IN THE PARM - RUN STOPPED"
011100         MOVE 16 TO RETURN-CODE
011200         STOP RUN
011300     END-IF
011400     MOVE WS-PARM-PERIOD-END TO WS-PERIOD-END
011500     MOVE WS-PARM-OPERATOR TO WS-CLOSE-OPERATOR.
011600 1000-EXIT.
011700     EXIT.
011800
011900******************************************************************
012000*    2000-CHECK-PERIOD-END                                       *
012100*    ONLY A DATE THE BUSINESS CALENDAR MARKS AS A PERIOD END     *
012200*    CAN BE CLOSED, AND ONLY ONCE IT IS BEHIND US.               *
012300******************************************************************
012400 2000-CHECK-PERIOD-END.
012500     MOVE "P" TO CALW-FUNCTION
012600     MOVE WS-PERIOD-END TO CALW-DATE-1
012700     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
012800     IF CALW-NO-CALENDAR
012900         DISPLAY "PERDCLS - BUSINESS CALENDAR NOT AVAILABLE - "
013000             "RUN STOPPED"
013100         MOVE 16 TO RETURN-CODE
013200         STOP RUN
013300     END-IF
013400     IF CALW-OFF-CALENDAR
013500         DISPLAY "PERDCLS - " WS-PERIOD-END
013600             " IS NOT ON THE BUSINESS CALENDAR - RUN STOPPED"
013700         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013900     END-IF
014000     IF CALW-DAYS = 0
014100         DISPLAY "PERDCLS - " WS-PERIOD-END
014200             " IS NOT A PERIOD END ON THE BUSINESS CALENDAR - "
014300             "RUN STOPPED"
014400         MOVE 16 TO RETURN-CODE
014500         STOP RUN
014600     END-IF
014700     IF WS-PERIOD-END NOT < WS-RUN-DATE
014800         DISPLAY "PERDCLS - PERIOD ENDING " WS-PERIOD-END
014900             " HAS NOT YET ENDED - RUN STOPPED"
015000         MOVE 16 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015300 2000-EXIT.
015400     EXIT.
015500
015600******************************************************************
015700*    3000-LOAD-CURRENT-CLOSE                                     *
015800*    THE CURRENT CLOSE IS THE HIGHEST CLOSED-THRU DATE ON        *
015900*    PERDCTL.  NO FILE YET MEANS THIS IS THE FIRST CLOSE.        *
016000******************************************************************
016100 3000-LOAD-CURRENT-CLOSE.
016200     OPEN INPUT PERIOD-CLOSE-FILE
016300     IF PERIOD-CLOSE-NOT-FOUND
016400         DISPLAY "PERDCLS - NO PERIOD CLOSED BEFORE - "
016500             "PERDCTL WILL BE CREATED"
016600         GO TO 3000-EXIT
016700     END-IF
016800     IF NOT PERIOD-CLOSE-OK
016900         DISPLAY "PERDCLS - ERROR OPENING PERDCTL - STATUS "
017000             PERIOD-CLOSE-STATUS " - RUN STOPPED"
017100         MOVE 24 TO RETURN-CODE
017200         STOP RUN
017300     END-IF
017400     MOVE "N" TO WS-CLOSE-AT-END
017500     PERFORM 3100-READ-CLOSE-RECORD THRU 3100-EXIT
017600         UNTIL CLOSE-FILE-AT-END
017700     CLOSE PERIOD-CLOSE-FILE
017800     IF WS-PERIOD-END NOT > WS-CLOSED-THRU-DATE
017900         DISPLAY "PERDCLS - PERIOD ENDING " WS-PERIOD-END
018000             " IS ALREADY CLOSED (CLOSED THRU "
018100             WS-CLOSED-THRU-DATE ") - RUN STOPPED"
018200         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018400     END-IF.
018500 3000-EXIT.
018600     EXIT.
018700
018800 3100-READ-CLOSE-RECORD.
018900     READ PERIOD-CLOSE-FILE
019000         AT END
019100             MOVE "Y" TO WS-CLOSE-AT-END
019200             GO TO 3100-EXIT
019300     END-READ
019400     ADD 1 TO WS-CLOSE-RECORDS-READ
019500     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
019600             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
019700         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
019800     END-IF.
019900 3100-EXIT.
020000     EXIT.
020100
020200******************************************************************
020300*    4000-RECORD-THE-CLOSE                                       *
020400******************************************************************
020500 4000-RECORD-THE-CLOSE.
020600     OPEN EXTEND PERIOD-CLOSE-FILE
020700     IF PERIOD-CLOSE-NOT-FOUND
020800         OPEN OUTPUT PERIOD-CLOSE-FILE
020900     END-IF
021000     IF NOT PERIOD-CLOSE-OK
021100         DISPLAY "PERDCLS - ERROR OPENING PERDCTL FOR OUTPUT - "
021200             "STATUS " PERIOD-CLOSE-STATUS " - RUN STOPPED"
021300         MOVE 24 TO RETURN-CODE
021400         STOP RUN
021500     END-IF
021600     INITIALIZE PERIOD-CLOSE-RECORD
021700     MOVE WS-PERIOD-END TO PCLS-CLOSED-THRU-DATE
021800     MOVE WS-CLOSED-THRU-DATE TO PCLS-PRIOR-THRU-DATE
021900     MOVE WS-RUN-DATE TO PCLS-CLOSE-RUN-DATE
022000     MOVE WS-RUN-TIME TO PCLS-CLOSE-RUN-TIME
022100     MOVE WS-CLOSE-OPERATOR TO PCLS-CLOSED-BY
022200     WRITE PERIOD-CLOSE-RECORD
022300     CLOSE PERIOD-CLOSE-FILE.
022400 4000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    9000-TERMINATE                                              *
022900******************************************************************
023000 9000-TERMINATE.
023100     DISPLAY "PERDCLS - PERIOD CLOSED THRU " WS-PERIOD-END
023200         " BY " WS-CLOSE-OPERATOR
023300     DISPLAY "PERDCLS - PREVIOUSLY CLOSED THRU "
023400         WS-CLOSED-THRU-DATE " - " WS-CLOSE-RECORDS-READ
023500         " EARLIER CLOSE(S) ON FILE"
023600     DISPLAY "PERDCLS - ITEMS DATED ON OR BEFORE "
023700         WS-PERIOD-END " NOW TAKE A PRIOR-PERIOD ADJUSTMENT".
023800 9000-EXIT.
023900     EXIT.
