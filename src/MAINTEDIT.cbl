002400*    ELSE GOES ON THE EDIT REPORT (MEDTRPT) THE CLERKS CORRECT   *
002500*    FROM THE SAME AFTERNOON.  TRANSACTIONS ARRIVING OUTSIDE     *
002600*    ANY BATCH ARE EDITED AND RELEASED INDIVIDUALLY.             *
002609*                                                                *
002618*    EVERY ADD, AND EVERY CHANGE THAT CHANGES THE NAME, IS       *
002627*    SCREENED AGAINST THE SANCTIONS WATCH LIST (SANCSUB).  A     *
002636*    POTENTIAL HIT IS HELD FOR THE COMPLIANCE OFFICER ON THE     *
002645*    REVIEW WORKLIST (SANCHITS, SEE SCRNREC) INSTEAD OF GOING    *
002654*    TO MAINTOK - SANCREV RELEASES IT WHEN CLEARED.  A HELD      *
002663*    ITEM STILL COUNTS IN ITS BATCH'S PROOF, AND IS ONLY QUEUED  *
002672*    WHEN THE BATCH PROVES.  WITH NO USABLE WATCH LIST THE ADD   *
002681*    OR NAME CHANGE IS REJECTED - UNSCREENED NAMES DO NOT PASS.  *
002690*    TRANSACTIONS SANCREV RELEASED ARE NOT SCREENED AGAIN.       *
002700*                                                                *
002800******************************************************************
002900* MODIFICATION HISTORY
003094*                    THE 124-BYTE MAINTTXN RECORD - THEY
003095*                    HAD BEEN LEFT AT 121 AND WERE QUIETLY
003096*                    TRUNCATING THE RECORD TAIL.
003097*   11/02/2026  RVH  ACCEPTED/HELD RECORD AREAS GROW TO THE
003098*                    140-BYTE MAINTTXN RECORD (SOURCE PROGRAM
003099*                    AND OPERATOR STAMP).
003099*   11/11/2026  RVH  EDITS THE DELIVERY PREFERENCE (P, E, B
003099*                    OR SPACE) AND ECONSENT DATE; EMAIL
003099*                    DELIVERY NEEDS AN EMAIL ADDRESS AND A
003099*                    CONSENT DATE.  ACCEPTED/HELD RECORD
003099*                    AREAS GROW TO 197 BYTES.
003099*   11/17/2026  RVH  ADDS AND NAME CHANGES ARE SCREENED AGAINST
003099*                    THE SANCTIONS WATCH LIST (SANCSUB).  A
003099*                    POTENTIAL HIT IS HELD ON THE COMPLIANCE
003099*                    WORKLIST (SANCHITS) INSTEAD OF RELEASED -
003099*                    WITH ITS BATCH, WHEN INSIDE ONE.  NO USABLE
003099*                    WATCH LIST REJECTS THE ADD OR NAME CHANGE.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
005000     SELECT EDIT-REPORT ASSIGN TO MEDTRPT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS EDIT-REPORT-STATUS.
005216     SELECT SCREENING-HIT-FILE ASSIGN TO SANCHITS
005233         ORGANIZATION IS INDEXED
005250         ACCESS MODE IS DYNAMIC
005266         RECORD KEY IS SCRN-KEY
005283         FILE STATUS IS SCREENING-HIT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
007200     BLOCK CONTAINS 0 RECORDS
007300     RECORDING MODE F
007400     DATA RECORD IS ACCEPTED-RECORD.
007500 01  ACCEPTED-RECORD          PIC X(197).
007600
007700 FD  EDIT-REPORT
007800     LABEL RECORDS ARE OMITTED
007900     RECORDING MODE F.
008000 01  EDIT-REPORT-LINE         PIC X(132).
008000
008025 FD  SCREENING-HIT-FILE
008037     LABEL RECORDS ARE STANDARD
008050     BLOCK CONTAINS 0 RECORDS
008062     RECORDING MODE F
008075     DATA RECORD IS SCREENING-HIT-RECORD.
008087     COPY SCRNREC.
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
009200     88  ACCEPTED-FILE-OK          VALUE "00".
009300 01  EDIT-REPORT-STATUS        PIC X(02).
009400     88  EDIT-REPORT-OK            VALUE "00".
009425 01  SCREENING-HIT-STATUS      PIC X(02).
009450     88  SCREENING-HIT-OK          VALUE "00".
009475     88  SCREENING-HIT-NOT-FOUND   VALUE "05" "35".
009500
009600******************************************************************
009700*    RUN CONTROL FIELDS                                          *
010500 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
010600     88  LOOKUP-FOUND              VALUE "Y".
010700 01  WS-PREV-TXN-ID            PIC X(10) VALUE LOW-VALUES.
010716 01  WS-TXN-HELD               PIC X(01) VALUE "N".
010733     88  TXN-IS-HELD               VALUE "Y".
010750 01  WS-HIT-ON-FILE            PIC X(01) VALUE "N".
010766     88  HIT-ON-FILE               VALUE "Y".
010783     COPY SNCWREC.
010800
010900******************************************************************
011000*    BATCH CONTROL FIELDS                                        *
012400 01  WS-HOLD-COUNT             PIC 9(3) BINARY VALUE 0.
012500 01  WS-HOLD-ENTRIES.
012600     05  WS-HOLD-ENTRY         OCCURS 500 TIMES
012700                               PIC X(197).
012800 01  WS-HOLD-IDX               PIC 9(3) BINARY VALUE 0.
012809******************************************************************
012818*    SANCTIONS HOLDS RIDE IN THE BATCH HOLD TABLE, MARKED HERE   *
012827*    WITH THE WATCH-LIST NAME THEY SCORED AGAINST, SO A          *
012836*    DISCARDED BATCH DROPS ITS HOLDS WITH IT.                    *
012845******************************************************************
012854 01  WS-HOLD-SCREENS.
012863     05  WS-HOLD-SCREEN        OCCURS 500 TIMES.
012872         10  WS-HOLD-SCREEN-HIT    PIC X(01).
012881             88  HOLD-IS-SANCTION-HIT  VALUE "Y".
012890         10  WS-HOLD-SCREEN-RESULT PIC X(101).
012900
013000******************************************************************
013100*    RUN TOTALS                                                  *
013300 01  WS-TXNS-READ              PIC 9(07) BINARY VALUE 0.
013400 01  WS-TXNS-ACCEPTED          PIC 9(07) BINARY VALUE 0.
013500 01  WS-TXNS-REJECTED          PIC 9(07) BINARY VALUE 0.
013550 01  WS-TXNS-HELD              PIC 9(07) BINARY VALUE 0.
013600 01  WS-BATCHES-ACCEPTED       PIC 9(05) BINARY VALUE 0.
013700 01  WS-BATCHES-DISCARDED      PIC 9(05) BINARY VALUE 0.
013800
018000     05  FILLER                PIC X(30) VALUE
018100         "BATCHES DISCARDED . . . . . .".
018200     05  ED-FTR3-DISCARDED     PIC ZZ,ZZ9.
018200
018228 01  ED-FOOTER-LINE-4.
018242     05  FILLER                PIC X(01) VALUE SPACE.
018257     05  FILLER                PIC X(30) VALUE
018271         "HELD FOR COMPLIANCE REVIEW . .".
018285     05  ED-FTR4-HELD          PIC ZZZ,ZZ9.
018300
018400 PROCEDURE DIVISION.
018500******************************************************************
022200         MOVE 24 TO RETURN-CODE
022300         STOP RUN
022400     END-IF
022406     OPEN I-O SCREENING-HIT-FILE
022413     IF SCREENING-HIT-NOT-FOUND
022420         OPEN OUTPUT SCREENING-HIT-FILE
022426         IF SCREENING-HIT-OK
022433             CLOSE SCREENING-HIT-FILE
022440             OPEN I-O SCREENING-HIT-FILE
022446         END-IF
022453     END-IF
022460     IF NOT SCREENING-HIT-OK
022466         DISPLAY "MAINTEDIT - ERROR OPENING COMPLIANCE "
022473             "WORKLIST - STATUS " SCREENING-HIT-STATUS
022480         MOVE 24 TO RETURN-CODE
022486         STOP RUN
022493     END-IF
022500     MOVE WS-RUN-DATE TO ED-HDG1-RUN-DATE
022600     WRITE EDIT-REPORT-LINE FROM ED-HEADING-LINE-1
022700     MOVE SPACES TO EDIT-REPORT-LINE
025200         WHEN OTHER
025300             ADD 1 TO WS-TXNS-READ
025400             PERFORM 3000-EDIT-ONE-TXN THRU 3000-EXIT
025466             EVALUATE TRUE
025533                 WHEN TXN-IS-VALID AND TXN-IS-HELD
025600                     PERFORM 2650-HOLD-ONE-TXN THRU 2650-EXIT
025666                 WHEN TXN-IS-VALID
025733                     PERFORM 2500-ACCEPT-ONE-TXN THRU 2500-EXIT
025800                 WHEN OTHER
025866                     PERFORM 2600-REJECT-ONE-TXN THRU 2600-EXIT
025933             END-EVALUATE
026000     END-EVALUATE
026100     PERFORM 2100-READ-NEXT-TXN THRU 2100-EXIT.
026200 2200-EXIT.
032800             ADD 1 TO WS-HOLD-COUNT
032900             MOVE MAINT-TRANSACTION-RECORD TO
033000                 WS-HOLD-ENTRY(WS-HOLD-COUNT)
033050             MOVE "N" TO WS-HOLD-SCREEN-HIT(WS-HOLD-COUNT)
033100         ELSE
033200             MOVE "N" TO WS-TXN-VALID
033300             MOVE "BATCH LARGER THAN HOLD TABLE" TO
035700     WRITE EDIT-REPORT-LINE FROM ED-DETAIL-LINE.
035800 2600-EXIT.
035900     EXIT.
035900
035902******************************************************************
035903*    2650-HOLD-ONE-TXN                                           *
035904*    A POTENTIAL SANCTIONS HIT.  OUTSIDE A BATCH IT GOES         *
035905*    STRAIGHT TO THE COMPLIANCE WORKLIST; INSIDE ONE IT WAITS    *
035906*    IN THE HOLD TABLE, MARKED, FOR THE TRAILER.                 *
035907******************************************************************
035908 2650-HOLD-ONE-TXN.
035909     IF NOT IN-A-BATCH
035910         PERFORM 2660-QUEUE-FOR-COMPLIANCE THRU 2660-EXIT
035912         GO TO 2650-EXIT
035913     END-IF
035914     IF WS-HOLD-COUNT NOT < WS-HOLD-TABLE-SIZE
035915         MOVE "BATCH LARGER THAN HOLD TABLE" TO WS-EDIT-REASON
035916         PERFORM 2600-REJECT-ONE-TXN THRU 2600-EXIT
035917         GO TO 2650-EXIT
035918     END-IF
035919     ADD 1 TO WS-HOLD-COUNT
035920     MOVE MAINT-TRANSACTION-RECORD TO
035921         WS-HOLD-ENTRY(WS-HOLD-COUNT)
035923     MOVE "Y" TO WS-HOLD-SCREEN-HIT(WS-HOLD-COUNT)
035924     MOVE SANCTIONS-SCREEN-AREA TO
035925         WS-HOLD-SCREEN-RESULT(WS-HOLD-COUNT).
035926 2650-EXIT.
035927     EXIT.
035927
035929******************************************************************
035930*    2660-QUEUE-FOR-COMPLIANCE                                   *
035931*    WRITES THE HELD TRANSACTION TO THE WORKLIST.  A RERUN OF    *
035932*    THE SAME DAY'S FILE FINDS ITS OWN HOLD ALREADY THERE - A    *
035934*    PENDING ONE TAKES THE LATEST IMAGE, A DECIDED ONE IS LEFT   *
035935*    ALONE AND SAID SO.                                          *
035936******************************************************************
035937 2660-QUEUE-FOR-COMPLIANCE.
035938     ADD 1 TO WS-TXNS-HELD
035939     MOVE "HELD" TO ED-DTL-RESULT
035940     MOVE MAINT-TXN-TYPE TO ED-DTL-TYPE
035941     MOVE MAINT-CUST-ID TO ED-DTL-CUST-ID
035942     MOVE SPACES TO ED-DTL-REASON
035943     STRING "SANCTIONS - " DELIMITED BY SIZE
035945         SNCW-ENTRY-NAME DELIMITED BY SIZE
035946         INTO ED-DTL-REASON
035947     WRITE EDIT-REPORT-LINE FROM ED-DETAIL-LINE
035948     MOVE "N" TO WS-HIT-ON-FILE
035949     MOVE "C" TO SCRN-SUBJECT-TYPE
035950     MOVE MAINT-CUST-ID TO SCRN-SUBJECT-ID
035951     MOVE SNCW-ENTRY-ID TO SCRN-ENTRY-ID
035952     MOVE WS-RUN-DATE TO SCRN-QUEUED-DATE
035953     READ SCREENING-HIT-FILE
035954         INVALID KEY
035956             CONTINUE
035957         NOT INVALID KEY
035958             MOVE "Y" TO WS-HIT-ON-FILE
035959     END-READ
035960     IF HIT-ON-FILE AND NOT SCRN-IS-PENDING
035961         MOVE "ALREADY DECIDED - SEE SANCREV" TO ED-DTL-REASON
035962         WRITE EDIT-REPORT-LINE FROM ED-DETAIL-LINE
035963         GO TO 2660-EXIT
035964     END-IF
035965     INITIALIZE SCREENING-HIT-RECORD
035967     MOVE "C" TO SCRN-SUBJECT-TYPE
035968     MOVE MAINT-CUST-ID TO SCRN-SUBJECT-ID
035969     MOVE SNCW-ENTRY-ID TO SCRN-ENTRY-ID
035970     MOVE WS-RUN-DATE TO SCRN-QUEUED-DATE
035971     MOVE "E" TO SCRN-SOURCE
035972     MOVE "MAINTEDIT" TO SCRN-QUEUED-BY
035973     MOVE MAINT-OPERATOR-ID TO SCRN-MAKER-ID
035974     MOVE MAINT-CUST-NAME TO SCRN-SUBJECT-NAME
035975     MOVE MAINT-CUST-ID TO SCRN-CUST-ID
035976     MOVE SNCW-ENTRY-NAME TO SCRN-ENTRY-NAME
035978     MOVE SNCW-PROGRAM TO SCRN-PROGRAM
035979     MOVE SNCW-SCORE TO SCRN-SCORE
035980     MOVE SNCW-MATCH-BASIS TO SCRN-MATCH-BASIS
035981     MOVE SNCW-LIST-DATE TO SCRN-LIST-DATE
035982     MOVE "P" TO SCRN-STATUS
035983     MOVE "Y" TO SCRN-HELD-FLAG
035984     MOVE MAINT-TRANSACTION-RECORD TO SCRN-HELD-IMAGE
035985     IF HIT-ON-FILE
035986         REWRITE SCREENING-HIT-RECORD
035987     ELSE
035989         WRITE SCREENING-HIT-RECORD
035990     END-IF
035991     IF NOT SCREENING-HIT-OK
035992         MOVE "WORKLIST WRITE FAILED - STATUS " TO
035993             ED-DTL-REASON
035994         MOVE SCREENING-HIT-STATUS TO ED-DTL-REASON(32:2)
035995         WRITE EDIT-REPORT-LINE FROM ED-DETAIL-LINE
035996     END-IF.
035997 2660-EXIT.
035998     EXIT.
036000
036100******************************************************************
036200*    2700-DISCARD-HELD-BATCH                                     *
038400     EXIT.
038500
038600 2810-FLUSH-ONE-HELD.
038611     IF HOLD-IS-SANCTION-HIT(WS-HOLD-IDX)
038622         MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO
038633             MAINT-TRANSACTION-RECORD
038644         MOVE WS-HOLD-SCREEN-RESULT(WS-HOLD-IDX) TO
038655             SANCTIONS-SCREEN-AREA
038666         PERFORM 2660-QUEUE-FOR-COMPLIANCE THRU 2660-EXIT
038677         GO TO 2810-EXIT
038688     END-IF
038700     ADD 1 TO WS-TXNS-ACCEPTED
038800     MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO ACCEPTED-RECORD
038900     WRITE ACCEPTED-RECORD.
041100 3000-EDIT-ONE-TXN.
041200     MOVE "Y" TO WS-TXN-VALID
041300     MOVE SPACES TO WS-EDIT-REASON
041350     MOVE "N" TO WS-TXN-HELD
041400     IF IN-A-BATCH
041500         ADD 1 TO WS-BATCH-ITEM-COUNT
041600         IF MAINT-CUST-BALANCE NUMERIC
044000     END-IF
044100     IF TXN-IS-VALID
044200         PERFORM 3200-EDIT-TXN-LOOKUPS THRU 3200-EXIT
044225     END-IF
044250     IF TXN-IS-VALID
044275         PERFORM 3400-SCREEN-THE-NAME THRU 3400-EXIT
044300     END-IF.
044400 3000-EXIT.
044500     EXIT.
046600         WHEN MAINT-CUST-CREDIT-LIMIT NOT NUMERIC
046700             MOVE "N" TO WS-TXN-VALID
046800             MOVE "CREDIT LIMIT IS NOT NUMERIC" TO WS-EDIT-REASON
046810         WHEN MAINT-DELIVERY-PREF NOT = "P" AND
046820                 MAINT-DELIVERY-PREF NOT = "E" AND
046830                 MAINT-DELIVERY-PREF NOT = "B" AND
046840                 MAINT-DELIVERY-PREF NOT = SPACE
046850             MOVE "N" TO WS-TXN-VALID
046860             MOVE "DELIVERY PREF NOT P, E, B OR SPACE" TO
046870                 WS-EDIT-REASON
046880         WHEN MAINT-ECONSENT-DATE NOT NUMERIC
046890             MOVE "N" TO WS-TXN-VALID
046891             MOVE "ECONSENT DATE IS NOT NUMERIC" TO
046892                 WS-EDIT-REASON
046893         WHEN (MAINT-DELIVERY-PREF = "E" OR
046894                 MAINT-DELIVERY-PREF = "B") AND
046895                 MAINT-EMAIL-ADDRESS = SPACES
046896             MOVE "N" TO WS-TXN-VALID
046897             MOVE "EMAIL DELIVERY WITH NO EMAIL ADDRESS" TO
046898                 WS-EDIT-REASON
046899         WHEN (MAINT-DELIVERY-PREF = "E" OR
046900                 MAINT-DELIVERY-PREF = "B") AND
046901                 MAINT-ECONSENT-DATE = 0
046902             MOVE "N" TO WS-TXN-VALID
046903             MOVE "EMAIL DELIVERY WITH NO CONSENT DATE" TO
046904                 WS-EDIT-REASON
046900         WHEN OTHER
047000             CONTINUE
047100     END-EVALUATE.
052900     END-READ.
053000 3310-EXIT.
053100     EXIT.
053100
053106******************************************************************
053109*    3400-SCREEN-THE-NAME                                        *
053112*    AN ADD, OR A CHANGE WHOSE NAME DIFFERS FROM THE NAME ON     *
053115*    FILE (3300 LEFT THE LIVE RECORD IN CUSTOMER-RECORD), IS     *
053118*    SCREENED.  A TRANSACTION SANCREV RELEASED WAS DECIDED BY    *
053121*    THE COMPLIANCE OFFICER AND IS NOT SCREENED AGAIN.           *
053125******************************************************************
053128 3400-SCREEN-THE-NAME.
053131     IF MAINT-SOURCE-PROGRAM = "SANCREV"
053134         GO TO 3400-EXIT
053137     END-IF
053140     IF NOT MAINT-TXN-ADD AND
053143             NOT (MAINT-TXN-CHANGE AND
053146                  MAINT-CUST-NAME NOT = CUST-NAME)
053150         GO TO 3400-EXIT
053153     END-IF
053156     MOVE "S" TO SNCW-FUNCTION
053159     MOVE MAINT-CUST-NAME TO SNCW-NAME
053162     CALL "SANCSUB" USING SANCTIONS-SCREEN-AREA
053165     IF NOT SNCW-OK
053168         MOVE "N" TO WS-TXN-VALID
053171         MOVE "NAME NOT SCREENED - NO USABLE WATCH LIST" TO
053175             WS-EDIT-REASON
053178         GO TO 3400-EXIT
053181     END-IF
053184     IF SNCW-POTENTIAL-HIT
053187         MOVE "Y" TO WS-TXN-HELD
053190     END-IF.
053193 3400-EXIT.
053196     EXIT.
053200
053300******************************************************************
053400*    9000-TERMINATE                                              *
054000     MOVE WS-TXNS-ACCEPTED TO ED-FTR1-ACCEPTED
054100     MOVE WS-TXNS-REJECTED TO ED-FTR2-REJECTED
054200     MOVE WS-BATCHES-DISCARDED TO ED-FTR3-DISCARDED
054250     MOVE WS-TXNS-HELD TO ED-FTR4-HELD
054300     MOVE SPACES TO EDIT-REPORT-LINE
054400     WRITE EDIT-REPORT-LINE AFTER ADVANCING 1 LINE
054500     WRITE EDIT-REPORT-LINE FROM ED-FOOTER-LINE-1
054600     WRITE EDIT-REPORT-LINE FROM ED-FOOTER-LINE-2
054700     WRITE EDIT-REPORT-LINE FROM ED-FOOTER-LINE-3
054750     WRITE EDIT-REPORT-LINE FROM ED-FOOTER-LINE-4
054800     CLOSE MAINTENANCE-FILE
054900     CLOSE CUSTOMER-FILE
055000     CLOSE ACCEPTED-FILE
055100     CLOSE EDIT-REPORT
055150     CLOSE SCREENING-HIT-FILE
055200     DISPLAY "MAINTEDIT - " WS-TXNS-ACCEPTED " ACCEPTED, "
055300         WS-TXNS-REJECTED " REJECTED, "
055366         WS-BATCHES-DISCARDED " BATCH(ES) DISCARDED, "
055433         WS-TXNS-HELD " HELD FOR COMPLIANCE REVIEW"
055500     IF WS-TXNS-REJECTED > 0 OR WS-BATCHES-DISCARDED > 0
055550             OR WS-TXNS-HELD > 0
055600         MOVE 4 TO RETURN-CODE
055700     END-IF.
055800 9000-EXIT.
