000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AGCYSEND.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/09/2026.
000600 DATE-COMPILED.  11/09/2026.
000700******************************************************************
000800*                                                                *
000900*    AGCYSEND - COLLECTION AGENCY PLACEMENT AND RECALL FILES     *
001000*    BUILDS ONE AGENCY'S OUTBOUND FILES FROM THE AGCYPLC WORK    *
001100*    FILE (AGCYWORK, SEE AGYXREC):                               *
001200*      - AGYPLOUT - THE NEW PLACEMENTS, WITH THE NAME, ADDRESS,  *
001300*        PHONE AND BALANCE THE AGENCY WORKS FROM,                *
001366*      - AGYRCOUT - THE RECALLS, TERM ENDED, PAID/CLOSED, OR     *
001433*        BANKRUPTCY/CEASE-AND-DESIST HOLD - STOP ALL CONTACT.    *
001500*    EACH FILE HAS A HEADER NAMING THE AGENCY AND A TRAILER WITH *
001600*    THE RECORD COUNT AND BALANCE TOTAL, AND IS WRITTEN EVEN     *
001700*    WHEN EMPTY SO THE AGENCY CAN TELL A QUIET DAY FROM A LOST   *
001800*    FILE.  THE AGENCY CODE COMES FROM THE JCL PARM - THE STEP   *
001900*    RUNS ONCE PER AGENCY, AS ESCHREMT RUNS ONCE PER STATE.      *
002000*                                                                *
002100******************************************************************
002200* MODIFICATION HISTORY
002300*   11/09/2026  RVH  ORIGINAL.
002333*   11/22/2026  RVH  PASSES THE NEW LEGAL-HOLD RECALL REASON
002366*                    "L" THROUGH TO THE RECALL FILE.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT AGENCY-PARM-FILE ASSIGN TO AGCYPARM
003000         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS AGENCY-PARM-STATUS.
003300     SELECT AGENCY-WORK-FILE ASSIGN TO AGCYWORK
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS AGENCY-WORK-STATUS.
003700     SELECT PLACEMENT-SEND-FILE ASSIGN TO AGYPLOUT
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS PLACEMENT-SEND-STATUS.
004100     SELECT RECALL-SEND-FILE ASSIGN TO AGYRCOUT
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS RECALL-SEND-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AGENCY-PARM-FILE
004900     LABEL RECORDS ARE STANDARD
005000     BLOCK CONTAINS 0 RECORDS
005100     RECORDING MODE F
005200     DATA RECORD IS AGENCY-PARM-RECORD.
005300     COPY AGYPREC.
005400
005500 FD  AGENCY-WORK-FILE
005600     LABEL RECORDS ARE STANDARD
005700     BLOCK CONTAINS 0 RECORDS
005800     RECORDING MODE F
005900     DATA RECORD IS AGENCY-EXCHANGE-RECORD.
006000     COPY AGYXREC.
006100
006200 FD  PLACEMENT-SEND-FILE
006300     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     RECORDING MODE F
006600     DATA RECORD IS PLACEMENT-SEND-RECORD.
006700 01  PLACEMENT-SEND-RECORD    PIC X(120).
006800
006900 FD  RECALL-SEND-FILE
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     RECORDING MODE F
007300     DATA RECORD IS RECALL-SEND-RECORD.
007400 01  RECALL-SEND-RECORD       PIC X(120).
007500
007600 WORKING-STORAGE SECTION.
007700******************************************************************
007800*    FILE STATUS                                                 *
007900******************************************************************
008000 01  AGENCY-PARM-STATUS        PIC X(02).
008100     88  AGENCY-PARM-OK            VALUE "00".
008200 01  AGENCY-WORK-STATUS        PIC X(02).
008300     88  AGENCY-WORK-OK            VALUE "00".
008400 01  PLACEMENT-SEND-STATUS     PIC X(02).
008500     88  PLACEMENT-SEND-OK         VALUE "00".
008600 01  RECALL-SEND-STATUS        PIC X(02).
008700     88  RECALL-SEND-OK            VALUE "00".
008800
008900******************************************************************
009000*    RUN CONTROL FIELDS                                          *
009100******************************************************************
009200 01  WS-PARM-DATA              PIC X(03) VALUE SPACES.
009300 01  WS-AGENCY-CODE            PIC X(03) VALUE SPACES.
009400 01  WS-AGENCY-NAME            PIC X(30) VALUE SPACES.
009500 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
009600 01  WS-PARM-AT-END            PIC X(01) VALUE "N".
009700     88  PARM-FILE-AT-END          VALUE "Y".
009800 01  WS-AGENCY-FOUND           PIC X(01) VALUE "N".
009900     88  AGENCY-FOUND              VALUE "Y".
010000 01  WS-WORK-AT-END            PIC X(01) VALUE "N".
010100     88  WORK-FILE-AT-END          VALUE "Y".
010200
010300******************************************************************
010400*    HEADER AND TRAILER - BUILT HERE AND WRITTEN FROM            *
010500******************************************************************
010600     COPY AGYXREC
010700         REPLACING AGENCY-EXCHANGE-RECORD BY SEND-CONTROL-RECORD
010800         AGYX-RECORD-TYPE BY SNDC-RECORD-TYPE
010900         AGYX-HEADER BY SNDC-HEADER
011000         AGYX-PLACEMENT BY SNDC-PLACEMENT
011100         AGYX-RECALL BY SNDC-RECALL
011200         AGYX-TRAILER BY SNDC-TRAILER
011300         AGYX-BODY BY SNDC-BODY
011400         AGYX-DETAIL-FIELDS BY SNDC-DETAIL-FIELDS
011500         AGYX-AGENCY-CODE BY SNDC-AGENCY-CODE
011600         AGYX-CUST-ID BY SNDC-CUST-ID
011700         AGYX-CUST-NAME BY SNDC-CUST-NAME
011800         AGYX-CUST-ADDRESS BY SNDC-CUST-ADDRESS
011900         AGYX-CUST-PHONE BY SNDC-CUST-PHONE
012000         AGYX-BALANCE BY SNDC-BALANCE
012100         AGYX-PLACE-TYPE BY SNDC-PLACE-TYPE
012200         AGYX-CHARGEOFF-DATE BY SNDC-CHARGEOFF-DATE
012300         AGYX-PLACED-DATE BY SNDC-PLACED-DATE
012400         AGYX-RECALL-REASON BY SNDC-RECALL-REASON
012500         AGYX-TERM-ENDED BY SNDC-TERM-ENDED
012600         AGYX-PAID-OR-CLOSED BY SNDC-PAID-OR-CLOSED
012650         AGYX-LEGAL-HOLD-STOP BY SNDC-LEGAL-HOLD-STOP
012700         AGYX-ACTION-DATE BY SNDC-ACTION-DATE
012800         AGYX-HEADER-FIELDS BY SNDC-HEADER-FIELDS
012900         AGYX-HDR-AGENCY-CODE BY SNDC-HDR-AGENCY-CODE
013000         AGYX-HDR-AGENCY-NAME BY SNDC-HDR-AGENCY-NAME
013100         AGYX-HDR-FILE-TYPE BY SNDC-HDR-FILE-TYPE
013200         AGYX-HDR-FILE-DATE BY SNDC-HDR-FILE-DATE
013300         AGYX-TRAILER-FIELDS BY SNDC-TRAILER-FIELDS
013400         AGYX-TRL-AGENCY-CODE BY SNDC-TRL-AGENCY-CODE
013500         AGYX-TRL-RECORD-COUNT BY SNDC-TRL-RECORD-COUNT
013600         AGYX-TRL-BALANCE-TOTAL BY SNDC-TRL-BALANCE-TOTAL.
013700
013800******************************************************************
013900*    RUN TOTALS                                                  *
014000******************************************************************
014100 01  WS-WORK-RECORDS-READ      PIC 9(07) BINARY VALUE 0.
014200 01  WS-PLACEMENTS-SENT        PIC 9(07) VALUE 0.
014300 01  WS-PLACEMENT-BALANCE      PIC 9(11)V99 VALUE 0.
014400 01  WS-RECALLS-SENT           PIC 9(07) VALUE 0.
014500 01  WS-RECALL-BALANCE         PIC 9(11)V99 VALUE 0.
014600
014700 PROCEDURE DIVISION.
014800******************************************************************
014900*    0000-MAINLINE                                               *
015000******************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015300     PERFORM 2000-READ-NEXT-WORK THRU 2000-EXIT
015400     PERFORM 3000-SEND-ONE-RECORD THRU 3000-EXIT
015500         UNTIL WORK-FILE-AT-END
015600     PERFORM 8000-WRITE-TRAILERS THRU 8000-EXIT
015700     PERFORM 9000-TERMINATE THRU 9000-EXIT
015800     STOP RUN.
015900
016000******************************************************************
016100*    1000-INITIALIZE                                             *
016200*    THE AGENCY MUST BE NAMED IN THE PARM AND FOUND ON AGCYPARM  *
016300*    (RC 16).  NO WORK FILE MEANS AGCYPLC DID NOT RUN (RC 8).    *
016400******************************************************************
016500 1000-INITIALIZE.
016600     ACCEPT WS-RUN-DATE FROM DATE
016700     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
016800     IF WS-PARM-DATA = SPACES
016900         DISPLAY "AGCYSEND - NO AGENCY CODE SUPPLIED IN "
017000             "THE PARM - RUN STOPPED"
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF
017400     MOVE WS-PARM-DATA TO WS-AGENCY-CODE
017500     OPEN INPUT AGENCY-PARM-FILE
017600     IF NOT AGENCY-PARM-OK
017700         DISPLAY "AGCYSEND - AGENCY PARAMETER FILE NOT FOUND - "
017800             "STATUS " AGENCY-PARM-STATUS " - RUN STOPPED"
017900         MOVE 16 TO RETURN-CODE
018000         STOP RUN
018100     END-IF
018200     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
018300     PERFORM 1200-CHECK-ONE-PARM THRU 1200-EXIT
018400         UNTIL PARM-FILE-AT-END OR AGENCY-FOUND
018500     CLOSE AGENCY-PARM-FILE
018600     IF NOT AGENCY-FOUND
018700         DISPLAY "AGCYSEND - AGENCY " WS-AGENCY-CODE
018800             " NOT ON AGCYPARM - RUN STOPPED"
018900         MOVE 16 TO RETURN-CODE
019000         STOP RUN
019100     END-IF
019200     OPEN INPUT AGENCY-WORK-FILE
019300     IF NOT AGENCY-WORK-OK
019400         DISPLAY "AGCYSEND - ERROR OPENING AGENCY WORK FILE - "
019500             "STATUS " AGENCY-WORK-STATUS
019600         MOVE 8 TO RETURN-CODE
019700         STOP RUN
019800     END-IF
019900     OPEN OUTPUT PLACEMENT-SEND-FILE
020000     OPEN OUTPUT RECALL-SEND-FILE
020100     IF NOT PLACEMENT-SEND-OK OR NOT RECALL-SEND-OK
020200         DISPLAY "AGCYSEND - ERROR OPENING AGENCY FILES - "
020300             "STATUS " PLACEMENT-SEND-STATUS " "
020400             RECALL-SEND-STATUS
020500         MOVE 24 TO RETURN-CODE
020600         STOP RUN
020700     END-IF
020800     MOVE SPACES TO SEND-CONTROL-RECORD
020900     MOVE "H" TO SNDC-RECORD-TYPE
021000     MOVE WS-AGENCY-CODE TO SNDC-HDR-AGENCY-CODE
021100     MOVE WS-AGENCY-NAME TO SNDC-HDR-AGENCY-NAME
021200     MOVE WS-RUN-DATE TO SNDC-HDR-FILE-DATE
021300     MOVE "PLACE" TO SNDC-HDR-FILE-TYPE
021400     WRITE PLACEMENT-SEND-RECORD FROM SEND-CONTROL-RECORD
021500     MOVE "RECALL" TO SNDC-HDR-FILE-TYPE
021600     WRITE RECALL-SEND-RECORD FROM SEND-CONTROL-RECORD.
021700 1000-EXIT.
021800     EXIT.
021900
022000 1100-READ-NEXT-PARM.
022100     READ AGENCY-PARM-FILE
022200         AT END
022300             MOVE "Y" TO WS-PARM-AT-END
022400     END-READ.
022500 1100-EXIT.
022600     EXIT.
022700
022800 1200-CHECK-ONE-PARM.
022900     IF AGYP-AGENCY AND AGYP-AGENCY-CODE = WS-AGENCY-CODE
023000         MOVE "Y" TO WS-AGENCY-FOUND
023100         MOVE AGYP-AGENCY-NAME TO WS-AGENCY-NAME
023200         GO TO 1200-EXIT
023300     END-IF
023400     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT.
023500 1200-EXIT.
023600     EXIT.
023700
023800 2000-READ-NEXT-WORK.
023900     READ AGENCY-WORK-FILE
024000         AT END
024100             MOVE "Y" TO WS-WORK-AT-END
024200         NOT AT END
024300             ADD 1 TO WS-WORK-RECORDS-READ
024400     END-READ.
024500 2000-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    3000-SEND-ONE-RECORD                                        *
025000*    OTHER AGENCIES' RECORDS ARE LEFT FOR THEIR OWN STEP.        *
025100******************************************************************
025200 3000-SEND-ONE-RECORD.
025300     IF AGYX-AGENCY-CODE NOT = WS-AGENCY-CODE
025400         GO TO 3000-NEXT
025500     END-IF
025600     EVALUATE TRUE
025700         WHEN AGYX-PLACEMENT
025800             WRITE PLACEMENT-SEND-RECORD
025900                 FROM AGENCY-EXCHANGE-RECORD
026000             ADD 1 TO WS-PLACEMENTS-SENT
026100             ADD AGYX-BALANCE TO WS-PLACEMENT-BALANCE
026200         WHEN AGYX-RECALL
026300             WRITE RECALL-SEND-RECORD
026400                 FROM AGENCY-EXCHANGE-RECORD
026500             ADD 1 TO WS-RECALLS-SENT
026600             ADD AGYX-BALANCE TO WS-RECALL-BALANCE
026700         WHEN OTHER
026800             DISPLAY "AGCYSEND - UNKNOWN WORK RECORD TYPE "
026900                 AGYX-RECORD-TYPE " FOR " AGYX-CUST-ID
027000                 " - NOT SENT"
027100             MOVE 4 TO RETURN-CODE
027200     END-EVALUATE.
027300 3000-NEXT.
027400     PERFORM 2000-READ-NEXT-WORK THRU 2000-EXIT.
027500 3000-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*    8000-WRITE-TRAILERS                                         *
028000******************************************************************
028100 8000-WRITE-TRAILERS.
028200     MOVE SPACES TO SEND-CONTROL-RECORD
028300     MOVE "T" TO SNDC-RECORD-TYPE
028400     MOVE WS-AGENCY-CODE TO SNDC-TRL-AGENCY-CODE
028500     MOVE WS-PLACEMENTS-SENT TO SNDC-TRL-RECORD-COUNT
028600     MOVE WS-PLACEMENT-BALANCE TO SNDC-TRL-BALANCE-TOTAL
028700     WRITE PLACEMENT-SEND-RECORD FROM SEND-CONTROL-RECORD
028800     MOVE WS-RECALLS-SENT TO SNDC-TRL-RECORD-COUNT
028900     MOVE WS-RECALL-BALANCE TO SNDC-TRL-BALANCE-TOTAL
029000     WRITE RECALL-SEND-RECORD FROM SEND-CONTROL-RECORD.
029100 8000-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    9000-TERMINATE                                              *
029600******************************************************************
029700 9000-TERMINATE.
029800     CLOSE AGENCY-WORK-FILE
029900     CLOSE PLACEMENT-SEND-FILE
030000     CLOSE RECALL-SEND-FILE
030100     DISPLAY "AGCYSEND - AGENCY " WS-AGENCY-CODE " - "
030200         WS-PLACEMENTS-SENT " PLACEMENT(S), "
030300         WS-RECALLS-SENT " RECALL(S) SENT".
030400 9000-EXIT.
030500     EXIT.
