000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PARMIO.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/13/2026.
000600 DATE-COMPILED.  11/13/2026.
000700******************************************************************
000800*                                                                *
000900*    PARMIO - POLICY PARAMETER FILE SUBPROGRAM                   *
001000*    READS AND REPLACES THE FLAT POLICY PARAMETER FILES FOR THE  *
001100*    GOVERNED MAINTENANCE PROGRAMS, SO THE ELEVEN DD NAMES AND   *
001200*    RECORD LENGTHS ARE DECLARED IN ONE PLACE.  CALLED WITH THE  *
001300*    PARAMETER-FILE-AREA (SEE PRMWREC):                          *
001400*      "L" - LOAD EVERY RECORD OF THE NAMED FILE INTO THE TABLE, *
001500*      "W" - REPLACE THE NAMED FILE WITH THE TABLE.              *
001600*    THE FILE IS OPENED AND CLOSED ON EVERY CALL - NOTHING IS    *
001700*    HELD BETWEEN CALLS, SO A LOAD ALWAYS SEES THE FILE AS IT    *
001800*    STANDS.  THE OWNING PROGRAMS STILL READ THEIR OWN FILES     *
001900*    DIRECTLY; ONLY PARMAPLY EVER WRITES ONE.                    *
002000*                                                                *
002100*    FILES:  ACCRPARM DUNPARM  NSFPARM  CHGOPARM APPRPARM        *
002200*            REFPARM  LACTPARM MCHPARM  HKPARM   GLMAP           *
002300*            CTLFILE                                             *
002400*                                                                *
002500******************************************************************
002600* MODIFICATION HISTORY
002700*   11/13/2026  RVH  ORIGINAL.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCRUAL-PARM-FILE ASSIGN TO ACCRPARM
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS PARM-FILE-STATUS.
003700     SELECT DUNNING-PARM-FILE ASSIGN TO DUNPARM
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS PARM-FILE-STATUS.
004100     SELECT NSF-PARM-FILE ASSIGN TO NSFPARM
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS PARM-FILE-STATUS.
004500     SELECT CHARGEOFF-PARM-FILE ASSIGN TO CHGOPARM
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS PARM-FILE-STATUS.
004900     SELECT APPROVAL-PARM-FILE ASSIGN TO APPRPARM
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS PARM-FILE-STATUS.
005300     SELECT REFUND-PARM-FILE ASSIGN TO REFPARM
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS PARM-FILE-STATUS.
005700     SELECT ACTIVITY-PARM-FILE ASSIGN TO LACTPARM
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS PARM-FILE-STATUS.
006100     SELECT MASS-CHANGE-PARM-FILE ASSIGN TO MCHPARM
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS PARM-FILE-STATUS.
006500     SELECT HOUSEKEEPING-PARM-FILE ASSIGN TO HKPARM
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS PARM-FILE-STATUS.
006900     SELECT GL-MAP-FILE ASSIGN TO GLMAP
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS PARM-FILE-STATUS.
007300     SELECT CONTROL-FILE ASSIGN TO CTLFILE
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS PARM-FILE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ACCRUAL-PARM-FILE
008100     LABEL RECORDS ARE STANDARD
008200     BLOCK CONTAINS 0 RECORDS
008300     RECORDING MODE F
008400     DATA RECORD IS ACCRUAL-PARM-RECORD.
008500 01  ACCRUAL-PARM-RECORD      PIC X(43).
008600
008700 FD  DUNNING-PARM-FILE
008800     LABEL RECORDS ARE STANDARD
008900     BLOCK CONTAINS 0 RECORDS
009000     RECORDING MODE F
009100     DATA RECORD IS DUNNING-PARM-RECORD.
009200 01  DUNNING-PARM-RECORD      PIC X(24).
009300
009400 FD  NSF-PARM-FILE
009500     LABEL RECORDS ARE STANDARD
009600     BLOCK CONTAINS 0 RECORDS
009700     RECORDING MODE F
009800     DATA RECORD IS NSF-PARM-RECORD.
009900 01  NSF-PARM-RECORD          PIC X(30).
010000
010100 FD  CHARGEOFF-PARM-FILE
010200     LABEL RECORDS ARE STANDARD
010300     BLOCK CONTAINS 0 RECORDS
010400     RECORDING MODE F
010500     DATA RECORD IS CHARGEOFF-PARM-RECORD.
010600 01  CHARGEOFF-PARM-RECORD    PIC X(30).
010700
010800 FD  APPROVAL-PARM-FILE
010900     LABEL RECORDS ARE STANDARD
011000     BLOCK CONTAINS 0 RECORDS
011100     RECORDING MODE F
011200     DATA RECORD IS APPROVAL-PARM-RECORD.
011300 01  APPROVAL-PARM-RECORD     PIC X(30).
011400
011500 FD  REFUND-PARM-FILE
011600     LABEL RECORDS ARE STANDARD
011700     BLOCK CONTAINS 0 RECORDS
011800     RECORDING MODE F
011900     DATA RECORD IS REFUND-PARM-RECORD.
012000 01  REFUND-PARM-RECORD       PIC X(30).
012100
012200 FD  ACTIVITY-PARM-FILE
012300     LABEL RECORDS ARE STANDARD
012400     BLOCK CONTAINS 0 RECORDS
012500     RECORDING MODE F
012600     DATA RECORD IS ACTIVITY-PARM-RECORD.
012700 01  ACTIVITY-PARM-RECORD     PIC X(30).
012800
012900 FD  MASS-CHANGE-PARM-FILE
013000     LABEL RECORDS ARE STANDARD
013100     BLOCK CONTAINS 0 RECORDS
013200     RECORDING MODE F
013300     DATA RECORD IS MASS-CHANGE-PARM-RECORD.
013400 01  MASS-CHANGE-PARM-RECORD  PIC X(43).
013500
013600 FD  HOUSEKEEPING-PARM-FILE
013700     LABEL RECORDS ARE STANDARD
013800     BLOCK CONTAINS 0 RECORDS
013900     RECORDING MODE F
014000     DATA RECORD IS HOUSEKEEPING-PARM-RECORD.
014100 01  HOUSEKEEPING-PARM-RECORD PIC X(30).
014200
014300 FD  GL-MAP-FILE
014400     LABEL RECORDS ARE STANDARD
014500     BLOCK CONTAINS 0 RECORDS
014600     RECORDING MODE F
014700     DATA RECORD IS GL-MAP-RECORD.
014800 01  GL-MAP-RECORD            PIC X(30).
014900
015000 FD  CONTROL-FILE
015100     LABEL RECORDS ARE STANDARD
015200     BLOCK CONTAINS 0 RECORDS
015300     RECORDING MODE F
015400     DATA RECORD IS CONTROL-RECORD.
015500 01  CONTROL-RECORD           PIC X(60).
015600
015700 WORKING-STORAGE SECTION.
015800 01  PARM-FILE-STATUS          PIC X(02).
015900     88  PARM-FILE-OK              VALUE "00".
016000     88  PARM-FILE-AT-END          VALUE "10".
016100 01  WS-PARM-AT-END            PIC X(01) VALUE "N".
016200     88  PARM-AT-END               VALUE "Y".
016300 01  WS-PARM-WORK              PIC X(60) VALUE SPACES.
016400 01  WS-PARM-IDX               PIC 9(3) BINARY VALUE 0.
016500
016600 LINKAGE SECTION.
016700     COPY PRMWREC.
016800
016900 PROCEDURE DIVISION USING PARAMETER-FILE-AREA.
017000******************************************************************
017100*    0000-MAINLINE                                               *
017200******************************************************************
017300 0000-MAINLINE.
017400     MOVE "0" TO PRMW-STATUS
017500     MOVE SPACES TO PRMW-FILE-STATUS
017600     MOVE 50 TO PRMW-TABLE-SIZE
017700     EVALUATE PRMW-FUNCTION
017800         WHEN "L"
017900             PERFORM 1000-LOAD-FILE THRU 1000-EXIT
018000         WHEN "W"
018100             PERFORM 2000-REPLACE-FILE THRU 2000-EXIT
018200         WHEN OTHER
018300             MOVE "2" TO PRMW-STATUS
018400     END-EVALUATE
018500     GOBACK.
018600
018700******************************************************************
018800*    1000-LOAD-FILE                                              *
018900*    AN EMPTY FILE LOADS AS ZERO RECORDS, NOT AN ERROR.          *
019000******************************************************************
019100 1000-LOAD-FILE.
019200     MOVE 0 TO PRMW-RECORD-COUNT
019300     MOVE "N" TO WS-PARM-AT-END
019400     PERFORM 1100-OPEN-INPUT THRU 1100-EXIT
019500     IF NOT PRMW-OK
019600         GO TO 1000-EXIT
019700     END-IF
019800     PERFORM 1200-READ-NEXT THRU 1200-EXIT
019900     PERFORM 1300-STORE-ONE THRU 1300-EXIT
020000         UNTIL PARM-AT-END
020100     PERFORM 3000-CLOSE-FILE THRU 3000-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400
020500 1100-OPEN-INPUT.
020600     EVALUATE PRMW-FILE-NAME
020700         WHEN "ACCRPARM"
020800             OPEN INPUT ACCRUAL-PARM-FILE
020900         WHEN "DUNPARM"
021000             OPEN INPUT DUNNING-PARM-FILE
021100         WHEN "NSFPARM"
021200             OPEN INPUT NSF-PARM-FILE
021300         WHEN "CHGOPARM"
021400             OPEN INPUT CHARGEOFF-PARM-FILE
021500         WHEN "APPRPARM"
021600             OPEN INPUT APPROVAL-PARM-FILE
021700         WHEN "REFPARM"
021800             OPEN INPUT REFUND-PARM-FILE
021900         WHEN "LACTPARM"
022000             OPEN INPUT ACTIVITY-PARM-FILE
022100         WHEN "MCHPARM"
022200             OPEN INPUT MASS-CHANGE-PARM-FILE
022300         WHEN "HKPARM"
022400             OPEN INPUT HOUSEKEEPING-PARM-FILE
022500         WHEN "GLMAP"
022600             OPEN INPUT GL-MAP-FILE
022700         WHEN "CTLFILE"
022800             OPEN INPUT CONTROL-FILE
022900         WHEN OTHER
023000             MOVE "2" TO PRMW-STATUS
023100             GO TO 1100-EXIT
023200     END-EVALUATE
023300     IF NOT PARM-FILE-OK
023400         MOVE "1" TO PRMW-STATUS
023500         MOVE PARM-FILE-STATUS TO PRMW-FILE-STATUS
023600     END-IF.
023700 1100-EXIT.
023800     EXIT.
023900
024000 1200-READ-NEXT.
024100     MOVE SPACES TO WS-PARM-WORK
024200     EVALUATE PRMW-FILE-NAME
024300         WHEN "ACCRPARM"
024400             READ ACCRUAL-PARM-FILE INTO WS-PARM-WORK
024500                 AT END
024600                     MOVE "Y" TO WS-PARM-AT-END
024700             END-READ
024800         WHEN "DUNPARM"
024900             READ DUNNING-PARM-FILE INTO WS-PARM-WORK
025000                 AT END
025100                     MOVE "Y" TO WS-PARM-AT-END
025200             END-READ
025300         WHEN "NSFPARM"
025400             READ NSF-PARM-FILE INTO WS-PARM-WORK
025500                 AT END
025600                     MOVE "Y" TO WS-PARM-AT-END
025700             END-READ
025800         WHEN "CHGOPARM"
025900             READ CHARGEOFF-PARM-FILE INTO WS-PARM-WORK
026000                 AT END
026100                     MOVE "Y" TO WS-PARM-AT-END
026200             END-READ
026300         WHEN "APPRPARM"
026400             READ APPROVAL-PARM-FILE INTO WS-PARM-WORK
026500                 AT END
026600                     MOVE "Y" TO WS-PARM-AT-END
026700             END-READ
026800         WHEN "REFPARM"
026900             READ REFUND-PARM-FILE INTO WS-PARM-WORK
027000                 AT END
027100                     MOVE "Y" TO WS-PARM-AT-END
027200             END-READ
027300         WHEN "LACTPARM"
027400             READ ACTIVITY-PARM-FILE INTO WS-PARM-WORK
027500                 AT END
027600                     MOVE "Y" TO WS-PARM-AT-END
027700             END-READ
027800         WHEN "MCHPARM"
027900             READ MASS-CHANGE-PARM-FILE INTO WS-PARM-WORK
028000                 AT END
028100                     MOVE "Y" TO WS-PARM-AT-END
028200             END-READ
028300         WHEN "HKPARM"
028400             READ HOUSEKEEPING-PARM-FILE INTO WS-PARM-WORK
028500                 AT END
028600                     MOVE "Y" TO WS-PARM-AT-END
028700             END-READ
028800         WHEN "GLMAP"
028900             READ GL-MAP-FILE INTO WS-PARM-WORK
029000                 AT END
029100                     MOVE "Y" TO WS-PARM-AT-END
029200             END-READ
029300         WHEN "CTLFILE"
029400             READ CONTROL-FILE INTO WS-PARM-WORK
029500                 AT END
029600                     MOVE "Y" TO WS-PARM-AT-END
029700             END-READ
029800     END-EVALUATE.
029900 1200-EXIT.
030000     EXIT.
030100
030200 1300-STORE-ONE.
030300     IF PRMW-RECORD-COUNT = PRMW-TABLE-SIZE
030400         MOVE "3" TO PRMW-STATUS
030500         MOVE "Y" TO WS-PARM-AT-END
030600         GO TO 1300-EXIT
030700     END-IF
030800     ADD 1 TO PRMW-RECORD-COUNT
030900     MOVE WS-PARM-WORK TO PRMW-RECORD(PRMW-RECORD-COUNT)
031000     PERFORM 1200-READ-NEXT THRU 1200-EXIT.
031100 1300-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    2000-REPLACE-FILE                                           *
031600*    THE WHOLE FILE IS WRITTEN AFRESH FROM THE TABLE - THE       *
031700*    FILES ARE A FEW RECORDS EACH AND HAVE NO KEYS.              *
031800******************************************************************
031900 2000-REPLACE-FILE.
032000     IF PRMW-RECORD-COUNT > PRMW-TABLE-SIZE
032100         MOVE "3" TO PRMW-STATUS
032200         GO TO 2000-EXIT
032300     END-IF
032400     PERFORM 2100-OPEN-OUTPUT THRU 2100-EXIT
032500     IF NOT PRMW-OK
032600         GO TO 2000-EXIT
032700     END-IF
032800     MOVE 0 TO WS-PARM-IDX
032900     PERFORM 2200-WRITE-ONE THRU 2200-EXIT
033000         UNTIL WS-PARM-IDX = PRMW-RECORD-COUNT
033100     PERFORM 3000-CLOSE-FILE THRU 3000-EXIT.
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-OPEN-OUTPUT.
033600     EVALUATE PRMW-FILE-NAME
033700         WHEN "ACCRPARM"
033800             OPEN OUTPUT ACCRUAL-PARM-FILE
033900         WHEN "DUNPARM"
034000             OPEN OUTPUT DUNNING-PARM-FILE
034100         WHEN "NSFPARM"
034200             OPEN OUTPUT NSF-PARM-FILE
034300         WHEN "CHGOPARM"
034400             OPEN OUTPUT CHARGEOFF-PARM-FILE
034500         WHEN "APPRPARM"
034600             OPEN OUTPUT APPROVAL-PARM-FILE
034700         WHEN "REFPARM"
034800             OPEN OUTPUT REFUND-PARM-FILE
034900         WHEN "LACTPARM"
035000             OPEN OUTPUT ACTIVITY-PARM-FILE
035100         WHEN "MCHPARM"
035200             OPEN OUTPUT MASS-CHANGE-PARM-FILE
035300         WHEN "HKPARM"
035400             OPEN OUTPUT HOUSEKEEPING-PARM-FILE
035500         WHEN "GLMAP"
035600             OPEN OUTPUT GL-MAP-FILE
035700         WHEN "CTLFILE"
035800             OPEN OUTPUT CONTROL-FILE
035900         WHEN OTHER
036000             MOVE "2" TO PRMW-STATUS
036100             GO TO 2100-EXIT
036200     END-EVALUATE
036300     IF NOT PARM-FILE-OK
036400         MOVE "1" TO PRMW-STATUS
036500         MOVE PARM-FILE-STATUS TO PRMW-FILE-STATUS
036600     END-IF.
036700 2100-EXIT.
036800     EXIT.
036900
037000 2200-WRITE-ONE.
037100     ADD 1 TO WS-PARM-IDX
037200     MOVE PRMW-RECORD(WS-PARM-IDX) TO WS-PARM-WORK
037300     EVALUATE PRMW-FILE-NAME
037400         WHEN "ACCRPARM"
037500             WRITE ACCRUAL-PARM-RECORD FROM WS-PARM-WORK
037600         WHEN "DUNPARM"
037700             WRITE DUNNING-PARM-RECORD FROM WS-PARM-WORK
037800         WHEN "NSFPARM"
037900             WRITE NSF-PARM-RECORD FROM WS-PARM-WORK
038000         WHEN "CHGOPARM"
038100             WRITE CHARGEOFF-PARM-RECORD FROM WS-PARM-WORK
038200         WHEN "APPRPARM"
038300             WRITE APPROVAL-PARM-RECORD FROM WS-PARM-WORK
038400         WHEN "REFPARM"
038500             WRITE REFUND-PARM-RECORD FROM WS-PARM-WORK
038600         WHEN "LACTPARM"
038700             WRITE ACTIVITY-PARM-RECORD FROM WS-PARM-WORK
038800         WHEN "MCHPARM"
038900             WRITE MASS-CHANGE-PARM-RECORD FROM WS-PARM-WORK
039000         WHEN "HKPARM"
039100             WRITE HOUSEKEEPING-PARM-RECORD FROM WS-PARM-WORK
039200         WHEN "GLMAP"
039300             WRITE GL-MAP-RECORD FROM WS-PARM-WORK
039400         WHEN "CTLFILE"
039500             WRITE CONTROL-RECORD FROM WS-PARM-WORK
039600     END-EVALUATE
039700     IF NOT PARM-FILE-OK
039800         MOVE "1" TO PRMW-STATUS
039900         MOVE PARM-FILE-STATUS TO PRMW-FILE-STATUS
040000     END-IF.
040100 2200-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    3000-CLOSE-FILE                                             *
040600******************************************************************
040700 3000-CLOSE-FILE.
040800     EVALUATE PRMW-FILE-NAME
040900         WHEN "ACCRPARM"
041000             CLOSE ACCRUAL-PARM-FILE
041100         WHEN "DUNPARM"
041200             CLOSE DUNNING-PARM-FILE
041300         WHEN "NSFPARM"
041400             CLOSE NSF-PARM-FILE
041500         WHEN "CHGOPARM"
041600             CLOSE CHARGEOFF-PARM-FILE
041700         WHEN "APPRPARM"
041800             CLOSE APPROVAL-PARM-FILE
041900         WHEN "REFPARM"
042000             CLOSE REFUND-PARM-FILE
042100         WHEN "LACTPARM"
042200             CLOSE ACTIVITY-PARM-FILE
042300         WHEN "MCHPARM"
042400             CLOSE MASS-CHANGE-PARM-FILE
042500         WHEN "HKPARM"
042600             CLOSE HOUSEKEEPING-PARM-FILE
042700         WHEN "GLMAP"
042800             CLOSE GL-MAP-FILE
042900         WHEN "CTLFILE"
043000             CLOSE CONTROL-FILE
043100     END-EVALUATE.
043200 3000-EXIT.
043300     EXIT.
