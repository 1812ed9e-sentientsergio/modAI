000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GRPEXPO.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/12/2026.
000600 DATE-COMPILED.  11/12/2026.
000700******************************************************************
000800*                                                                *
000900*    GRPEXPO - NIGHTLY RELATED-PARTY GROUP EXPOSURE ROLLUP       *
001000*    CUSTBLD ROLLS ACCOUNTS UP UNDER ONE CUSTOMER NUMBER; THIS   *
001100*    PASS ROLLS CUSTOMER NUMBERS UP UNDER THE CORPORATE FAMILY   *
001200*    THE RELATIONSHIP FILE (RELFILE, SEE RELREC - KEPT BY        *
001300*    RELMNT UNDER DUAL CONTROL) TIES THEM INTO.  FOR EVERY       *
001400*    GROUP IT ADDS UP THE ACTIVE MEMBERS' BALANCES AND CREDIT    *
001500*    LIMITS FROM THE CUSTOMER ROLLUP (CUSTMAST) AND TAKES THE    *
001600*    WORST RISK GRADE ON ANY MEMBER ACCOUNT (RISKFILE), WRITES   *
001700*    ONE GROUP EXPOSURE RECORD (GRPEXPF, SEE GEXPREC), AND       *
001800*    REPORTS EVERY GROUP WHOSE COMBINED BALANCE IS OVER ITS      *
001900*    GROUP LIMIT, MEMBER BY MEMBER, ON GRPRPT.  A GROUP OVER     *
002000*    ITS LIMIT WITH EVERY MEMBER WITHIN ITS OWN CREDIT LIMIT IS  *
002100*    FLAGGED - THAT IS THE CONCENTRATION NO PER-CUSTOMER REPORT  *
002200*    (OVRLIMIT, CUSTBRPT) CAN SEE.                               *
002300*                                                                *
002400*    A MEMBER IS OVER ITS OWN LIMIT WHEN ITS ROLLED-UP BALANCE   *
002500*    IS OVER ITS CUSTMAST CREDIT LIMIT OR ANY OF ITS ACCOUNTS    *
002600*    IS OVER ITS CUST-CREDIT-LIMIT (RISK-PCT-OF-LIMIT ABOVE      *
002700*    100).  AMOUNTS ARE THE NATIVE FIGURES CUSTBLD CARRIES.  A   *
002800*    GUARANTOR OR PRINCIPAL STANDING BEHIND SEVERAL GROUPS       *
002900*    COUNTS IN EACH OF THEM - THAT IS THE EXPOSURE THEY CARRY.   *
003000*    RUNS AFTER CUSTBLD AND RISKGRDE.                            *
003100*                                                                *
003200*    FILES:  RELFILE  - RELATIONSHIP FILE (DRIVER)               *
003300*            CUSTMAST - CUSTOMER ROLLUP, KEYED (REQUIRED)        *
003400*            RISKFILE - RISK GRADES, KEYED (OPTIONAL)            *
003500*            GRPEXPF  - GROUP EXPOSURE FILE (OUTPUT)             *
003600*            GRPRPT   - GROUP EXPOSURE REPORT                    *
003700*    RETURN CODES:  0 - CLEAN                                    *
003800*                   4 - NO RISKFILE, A MEMBER MISSING FROM       *
003900*                       CUSTMAST, OR A GROUP WITH NO HEADER      *
004000*                   8 - NO RELATIONSHIP FILE                     *
004100*                  16 - NO CUSTOMER ROLLUP                       *
004200*                  24 - REPORT OR OUTPUT WILL NOT OPEN           *
004300*                                                                *
004400******************************************************************
004500* MODIFICATION HISTORY
004600*   11/12/2026  RVH  ORIGINAL.
004700******************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RELATIONSHIP-FILE ASSIGN TO RELFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS REL-KEY
005600         ALTERNATE RECORD KEY IS REL-CUSTOMER-NO WITH DUPLICATES
005700         FILE STATUS IS RELATIONSHIP-STATUS.
005800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CUSTM-CUSTOMER-NO
006200         FILE STATUS IS CUSTOMER-MASTER-STATUS.
006300     SELECT RISK-GRADE-FILE ASSIGN TO RISKFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS RISK-CUST-ID
006700         FILE STATUS IS RISK-GRADE-STATUS.
006800     SELECT GROUP-EXPOSURE-FILE ASSIGN TO GRPEXPF
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS GROUP-EXPOSURE-STATUS.
007200     SELECT GROUP-EXPOSURE-REPORT ASSIGN TO GRPRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS GROUP-REPORT-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  RELATIONSHIP-FILE
007900     LABEL RECORDS ARE STANDARD
008000     BLOCK CONTAINS 0 RECORDS
008100     RECORDING MODE F
008200     DATA RECORD IS RELATIONSHIP-RECORD.
008300     COPY RELREC.
008400
008500 FD  CUSTOMER-MASTER-FILE
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS
008800     RECORDING MODE F
008900     DATA RECORD IS CUSTOMER-MASTER-RECORD.
009000     COPY CUSTMREC.
009100
009200 FD  RISK-GRADE-FILE
009300     LABEL RECORDS ARE STANDARD
009400     BLOCK CONTAINS 0 RECORDS
009500     RECORDING MODE F
009600     DATA RECORD IS RISK-GRADE-RECORD.
009700     COPY RISKREC.
009800
009900 FD  GROUP-EXPOSURE-FILE
010000     LABEL RECORDS ARE STANDARD
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORDING MODE F
010300     DATA RECORD IS GROUP-EXPOSURE-RECORD.
010400     COPY GEXPREC.
010500
010600 FD  GROUP-EXPOSURE-REPORT
010700     LABEL RECORDS ARE OMITTED
010800     RECORDING MODE F.
010900 01  GROUP-REPORT-LINE        PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200******************************************************************
011300*    FILE STATUS                                                 *
011400******************************************************************
011500 01  RELATIONSHIP-STATUS       PIC X(02).
011600     88  RELATIONSHIP-OK           VALUE "00".
011700 01  CUSTOMER-MASTER-STATUS    PIC X(02).
011800     88  CUSTOMER-MASTER-OK        VALUE "00".
011900 01  RISK-GRADE-STATUS         PIC X(02).
012000     88  RISK-GRADE-OK             VALUE "00".
012100 01  GROUP-EXPOSURE-STATUS     PIC X(02).
012200     88  GROUP-EXPOSURE-OK         VALUE "00".
012300 01  GROUP-REPORT-STATUS       PIC X(02).
012400     88  GROUP-REPORT-OK           VALUE "00".
012500
012600******************************************************************
012700*    RUN CONTROL FIELDS                                          *
012800******************************************************************
012900 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013000 01  WS-REL-AT-END             PIC X(01) VALUE "N".
013100     88  REL-FILE-AT-END           VALUE "Y".
013200 01  WS-RISK-PRESENT           PIC X(01) VALUE "N".
013300     88  RISK-PRESENT              VALUE "Y".
013400 01  WS-RISK-SCAN-DONE         PIC X(01) VALUE "N".
013500     88  RISK-SCAN-DONE            VALUE "Y".
013600
013700******************************************************************
013800*    THE GROUP BEING ROLLED UP                                   *
013900******************************************************************
014000 01  WS-GRP-GROUP-ID           PIC X(08) VALUE SPACES.
014100 01  WS-GRP-GROUP-NAME         PIC X(30) VALUE SPACES.
014200 01  WS-GRP-GROUP-LIMIT        PIC 9(9)V99 VALUE 0.
014300 01  WS-GRP-HEADER-FOUND       PIC X(01) VALUE "N".
014400     88  GRP-HEADER-FOUND          VALUE "Y".
014500 01  WS-GRP-MEMBER-COUNT       PIC 9(03) VALUE 0.
014600 01  WS-GRP-TOTAL-BALANCE      PIC S9(11)V99 VALUE 0.
014700 01  WS-GRP-TOTAL-LIMIT        PIC 9(11)V99 VALUE 0.
014800 01  WS-GRP-WORST-GRADE        PIC X(01) VALUE SPACE.
014900 01  WS-GRP-MEMBERS-OVER       PIC 9(03) VALUE 0.
015000 01  WS-GRP-AMOUNT-OVER        PIC S9(11)V99 VALUE 0.
015100 01  WS-GRP-IS-OVER            PIC X(01) VALUE "N".
015200     88  GRP-IS-OVER-LIMIT         VALUE "Y".
015300
015400******************************************************************
015500*    THE MEMBERS OF THE GROUP, HELD UNTIL THE GROUP IS KNOWN TO  *
015600*    BE OVER ITS LIMIT.  A GROUP WITH MORE MEMBERS THAN THE      *
015700*    TABLE HOLDS IS STILL ROLLED UP IN FULL - ONLY THE PRINTED   *
015800*    MEMBER LIST STOPS SHORT.                                    *
015900******************************************************************
016000 01  WS-MBR-TABLE-SIZE         PIC 9(3) BINARY VALUE 100.
016100 01  WS-MBR-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
016200 01  WS-MBR-ENTRIES.
016300     05  WS-MBR-ENTRY          OCCURS 100 TIMES.
016400         10  WS-MBR-CUSTOMER-NO PIC X(07).
016500         10  WS-MBR-NAME       PIC X(30).
016600         10  WS-MBR-ROLE       PIC X(01).
016700         10  WS-MBR-ACCOUNTS   PIC 9(03).
016800         10  WS-MBR-BALANCE    PIC S9(9)V99.
016900         10  WS-MBR-LIMIT      PIC 9(7)V99.
017000         10  WS-MBR-AMOUNT-OVER PIC 9(9)V99.
017100         10  WS-MBR-GRADE      PIC X(01).
017200         10  WS-MBR-ON-FILE    PIC X(01).
017300         10  WS-MBR-OVER       PIC X(01).
017400 01  WS-MBR-IDX                PIC 9(3) BINARY VALUE 0.
017500
017600******************************************************************
017700*    ONE MEMBER                                                  *
017800******************************************************************
017900 01  WS-MEMBER-GRADE           PIC X(01) VALUE SPACE.
018000 01  WS-MEMBER-ACCT-OVER       PIC X(01) VALUE "N".
018100     88  MEMBER-ACCOUNT-OVER       VALUE "Y".
018200 01  WS-MEMBER-ON-FILE         PIC X(01) VALUE "N".
018300     88  MEMBER-ON-FILE            VALUE "Y".
018400 01  WS-MEMBER-OVER            PIC X(01) VALUE "N".
018500     88  MEMBER-IS-OVER            VALUE "Y".
018600 01  WS-MEMBER-AMOUNT-OVER     PIC 9(9)V99 VALUE 0.
018700 01  WS-ROLE-TEXT              PIC X(14) VALUE SPACES.
018800
018900******************************************************************
019000*    RUN TOTALS                                                  *
019100******************************************************************
019200 01  WS-LINKS-READ             PIC 9(07) BINARY VALUE 0.
019300 01  WS-GROUPS-ROLLED          PIC 9(07) BINARY VALUE 0.
019400 01  WS-MEMBERS-ROLLED         PIC 9(07) BINARY VALUE 0.
019500 01  WS-LINKS-ENDED            PIC 9(07) BINARY VALUE 0.
019600 01  WS-MEMBERS-NOT-ON-FILE    PIC 9(07) BINARY VALUE 0.
019700 01  WS-GROUPS-NO-HEADER       PIC 9(07) BINARY VALUE 0.
019800 01  WS-GROUPS-OVER            PIC 9(07) BINARY VALUE 0.
019900 01  WS-GROUPS-HIDDEN          PIC 9(07) BINARY VALUE 0.
020000
020100******************************************************************
020200*    GROUP EXPOSURE REPORT LINE LAYOUTS                          *
020300******************************************************************
020400 01  GX-HEADING-LINE-1.
020500     05  FILLER                PIC X(01) VALUE SPACE.
020600     05  FILLER                PIC X(44) VALUE
020700         "GRPEXPO - RELATED-PARTY GROUP EXPOSURE".
020800     05  FILLER                PIC X(10) VALUE "RUN DATE ".
020900     05  GX-HDG1-RUN-DATE      PIC 9(06).
021000
021100 01  GX-HEADING-LINE-2.
021200     05  FILLER                PIC X(01) VALUE SPACE.
021300     05  FILLER                PIC X(09) VALUE "GROUP ID".
021400     05  FILLER                PIC X(25) VALUE
021500         "GROUP / MEMBER NAME".
021600     05  FILLER                PIC X(04) VALUE "MBR".
021700     05  FILLER                PIC X(18) VALUE
021800         " COMBINED BALANCE".
021900     05  FILLER                PIC X(15) VALUE
022000         "  LIMIT / ROLE".
022100     05  FILLER                PIC X(18) VALUE
022200         "      AMOUNT OVER".
022300     05  FILLER                PIC X(20) VALUE
022400         "    CREDIT LIMITS".
022500     05  FILLER                PIC X(03) VALUE "GRD".
022600     05  FILLER                PIC X(19) VALUE "FLAG".
022700
022800 01  GX-GROUP-LINE.
022900     05  FILLER                PIC X(01) VALUE SPACE.
023000     05  GX-GRP-GROUP-ID       PIC X(08).
023100     05  FILLER                PIC X(01) VALUE SPACE.
023200     05  GX-GRP-NAME           PIC X(24).
023300     05  FILLER                PIC X(01) VALUE SPACE.
023400     05  GX-GRP-MEMBERS        PIC ZZ9.
023500     05  FILLER                PIC X(01) VALUE SPACE.
023600     05  GX-GRP-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
023700     05  FILLER                PIC X(01) VALUE SPACE.
023800     05  GX-GRP-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.
023900     05  FILLER                PIC X(01) VALUE SPACE.
024000     05  GX-GRP-OVER           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024100     05  FILLER                PIC X(01) VALUE SPACE.
024200     05  GX-GRP-CREDIT-LIMITS  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024300     05  FILLER                PIC X(03) VALUE SPACES.
024400     05  GX-GRP-GRADE          PIC X(01).
024500     05  FILLER                PIC X(02) VALUE SPACES.
024600     05  GX-GRP-FLAG           PIC X(19).
024700
024800 01  GX-MEMBER-LINE.
024900     05  FILLER                PIC X(03) VALUE SPACES.
025000     05  GX-MBR-CUSTOMER-NO    PIC X(07).
025100     05  FILLER                PIC X(01) VALUE SPACE.
025200     05  GX-MBR-NAME           PIC X(24).
025300     05  FILLER                PIC X(01) VALUE SPACE.
025400     05  GX-MBR-ACCOUNTS       PIC ZZ9.
025500     05  FILLER                PIC X(01) VALUE SPACE.
025600     05  GX-MBR-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
025700     05  FILLER                PIC X(01) VALUE SPACE.
025800     05  GX-MBR-ROLE           PIC X(14).
025900     05  FILLER                PIC X(01) VALUE SPACE.
026000     05  GX-MBR-OVER           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026100     05  FILLER                PIC X(01) VALUE SPACE.
026200     05  GX-MBR-LIMIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026300     05  FILLER                PIC X(03) VALUE SPACES.
026400     05  GX-MBR-GRADE          PIC X(01).
026500     05  FILLER                PIC X(02) VALUE SPACES.
026600     05  GX-MBR-FLAG           PIC X(19).
026700
026800 01  GX-NOTE-LINE.
026900     05  FILLER                PIC X(11) VALUE SPACES.
027000     05  GX-NOTE-TEXT          PIC X(60).
027100
027200 01  GX-FOOTER-LINE-1.
027300     05  FILLER                PIC X(01) VALUE SPACE.
027400     05  FILLER                PIC X(30) VALUE
027500         "GROUPS ROLLED UP  . . . . . .".
027600     05  GX-FTR1-GROUPS        PIC ZZZ,ZZ9.
027700
027800 01  GX-FOOTER-LINE-2.
027900     05  FILLER                PIC X(01) VALUE SPACE.
028000     05  FILLER                PIC X(30) VALUE
028100         "ACTIVE MEMBER LINKS . . . . .".
028200     05  GX-FTR2-MEMBERS       PIC ZZZ,ZZ9.
028300
028400 01  GX-FOOTER-LINE-3.
028500     05  FILLER                PIC X(01) VALUE SPACE.
028600     05  FILLER                PIC X(30) VALUE
028700         "ENDED LINKS SKIPPED . . . . .".
028800     05  GX-FTR3-ENDED         PIC ZZZ,ZZ9.
028900
029000 01  GX-FOOTER-LINE-4.
029100     05  FILLER                PIC X(01) VALUE SPACE.
029200     05  FILLER                PIC X(30) VALUE
029300         "GROUPS OVER GROUP LIMIT . . .".
029400     05  GX-FTR4-OVER          PIC ZZZ,ZZ9.
029500
029600 01  GX-FOOTER-LINE-5.
029700     05  FILLER                PIC X(01) VALUE SPACE.
029800     05  FILLER                PIC X(30) VALUE
029900         "  WITH NO MEMBER OVER OWN . .".
030000     05  GX-FTR5-HIDDEN        PIC ZZZ,ZZ9.
030100
030200 01  GX-FOOTER-LINE-6.
030300     05  FILLER                PIC X(01) VALUE SPACE.
030400     05  FILLER                PIC X(30) VALUE
030500         "MEMBERS NOT ON CUSTMAST . . .".
030600     05  GX-FTR6-NOT-ON-FILE   PIC ZZZ,ZZ9.
030700
030800 01  GX-FOOTER-LINE-7.
030900     05  FILLER                PIC X(01) VALUE SPACE.
031000     05  FILLER                PIC X(30) VALUE
031100         "GROUPS WITH NO GROUP RECORD .".
031200     05  GX-FTR7-NO-HEADER     PIC ZZZ,ZZ9.
031300
031400 PROCEDURE DIVISION.
031500******************************************************************
031600*    0000-MAINLINE                                               *
031700******************************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032000     PERFORM 2100-READ-NEXT-LINK THRU 2100-EXIT
032100     PERFORM 3000-ROLL-UP-ONE-GROUP THRU 3000-EXIT
032200         UNTIL REL-FILE-AT-END
032300     PERFORM 9000-TERMINATE THRU 9000-EXIT
032400     STOP RUN.
032500
032600******************************************************************
032700*    1000-INITIALIZE                                             *
032800******************************************************************
032900 1000-INITIALIZE.
033000     ACCEPT WS-RUN-DATE FROM DATE
033100     OPEN INPUT RELATIONSHIP-FILE
033200     IF NOT RELATIONSHIP-OK
033300         DISPLAY "GRPEXPO - NO RELATIONSHIP FILE - STATUS "
033400             RELATIONSHIP-STATUS " - NOTHING TO ROLL UP"
033500         MOVE 8 TO RETURN-CODE
033600         STOP RUN
033700     END-IF
033800     OPEN INPUT CUSTOMER-MASTER-FILE
033900     IF NOT CUSTOMER-MASTER-OK
034000         DISPLAY "GRPEXPO - NO CUSTOMER ROLLUP FILE - STATUS "
034100             CUSTOMER-MASTER-STATUS " - RUN STOPPED"
034200         CLOSE RELATIONSHIP-FILE
034300         MOVE 16 TO RETURN-CODE
034400         STOP RUN
034500     END-IF
034600     OPEN INPUT RISK-GRADE-FILE
034700     IF RISK-GRADE-OK
034800         MOVE "Y" TO WS-RISK-PRESENT
034900     ELSE
035000         DISPLAY "GRPEXPO - NO RISK GRADE FILE - STATUS "
035100             RISK-GRADE-STATUS " - GRADES LEFT BLANK"
035200         MOVE 4 TO RETURN-CODE
035300     END-IF
035400     OPEN OUTPUT GROUP-EXPOSURE-FILE
035500     IF NOT GROUP-EXPOSURE-OK
035600         DISPLAY "GRPEXPO - ERROR OPENING GROUP EXPOSURE FILE "
035700             "- STATUS " GROUP-EXPOSURE-STATUS
035800         MOVE 24 TO RETURN-CODE
035900         STOP RUN
036000     END-IF
036100     OPEN OUTPUT GROUP-EXPOSURE-REPORT
036200     IF NOT GROUP-REPORT-OK
036300         DISPLAY "GRPEXPO - ERROR OPENING GROUP EXPOSURE "
036400             "REPORT - STATUS " GROUP-REPORT-STATUS
036500         MOVE 24 TO RETURN-CODE
036600         STOP RUN
036700     END-IF
036800     MOVE WS-RUN-DATE TO GX-HDG1-RUN-DATE
036900     WRITE GROUP-REPORT-LINE FROM GX-HEADING-LINE-1
037000     WRITE GROUP-REPORT-LINE FROM GX-HEADING-LINE-2
037100     MOVE SPACES TO GROUP-REPORT-LINE
037200     WRITE GROUP-REPORT-LINE AFTER ADVANCING 1 LINE.
037300 1000-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    2100-READ-NEXT-LINK                                         *
037800******************************************************************
037900 2100-READ-NEXT-LINK.
038000     READ RELATIONSHIP-FILE NEXT RECORD
038100         AT END
038200             MOVE "Y" TO WS-REL-AT-END
038300     END-READ
038400     IF NOT REL-FILE-AT-END
038500         ADD 1 TO WS-LINKS-READ
038600     END-IF.
038700 2100-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    3000-ROLL-UP-ONE-GROUP                                      *
039200*    CONTROL BREAK ON THE GROUP ID.  THE HEADER SORTS FIRST      *
039300*    (ITS CUSTOMER NUMBER IS SPACES); MEMBERS FOLLOW.            *
039400******************************************************************
039500 3000-ROLL-UP-ONE-GROUP.
039600     MOVE REL-GROUP-ID TO WS-GRP-GROUP-ID
039700     MOVE SPACES TO WS-GRP-GROUP-NAME
039800     MOVE 0 TO WS-GRP-GROUP-LIMIT
039900     MOVE "N" TO WS-GRP-HEADER-FOUND
040000     MOVE 0 TO WS-GRP-MEMBER-COUNT
040100     MOVE 0 TO WS-GRP-TOTAL-BALANCE
040200     MOVE 0 TO WS-GRP-TOTAL-LIMIT
040300     MOVE SPACE TO WS-GRP-WORST-GRADE
040400     MOVE 0 TO WS-GRP-MEMBERS-OVER
040500     MOVE 0 TO WS-MBR-ENTRY-COUNT
040600     PERFORM 3100-ROLL-UP-ONE-LINK THRU 3100-EXIT
040700         UNTIL REL-FILE-AT-END OR
040800         REL-GROUP-ID NOT = WS-GRP-GROUP-ID
040900     PERFORM 3500-FINISH-GROUP THRU 3500-EXIT.
041000 3000-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    3100-ROLL-UP-ONE-LINK                                       *
041500******************************************************************
041600 3100-ROLL-UP-ONE-LINK.
041700     IF REL-ROLE-HEADER
041800         MOVE "Y" TO WS-GRP-HEADER-FOUND
041900         MOVE REL-GROUP-NAME TO WS-GRP-GROUP-NAME
042000         IF REL-GROUP-LIMIT NUMERIC
042100             MOVE REL-GROUP-LIMIT TO WS-GRP-GROUP-LIMIT
042200         END-IF
042300         GO TO 3100-NEXT
042400     END-IF
042500     IF NOT REL-IS-ACTIVE
042600         ADD 1 TO WS-LINKS-ENDED
042700         GO TO 3100-NEXT
042800     END-IF
042900     ADD 1 TO WS-MEMBERS-ROLLED
043000     ADD 1 TO WS-GRP-MEMBER-COUNT
043100     PERFORM 3200-ROLL-UP-ONE-MEMBER THRU 3200-EXIT.
043200 3100-NEXT.
043300     PERFORM 2100-READ-NEXT-LINK THRU 2100-EXIT.
043400 3100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    3200-ROLL-UP-ONE-MEMBER                                     *
043900*    THE MEMBER'S CUSTMAST BALANCE AND LIMIT, ITS WORST GRADE,   *
044000*    AND WHETHER IT IS OVER ITS OWN LIMIT.  A CUSTOMER NUMBER    *
044100*    NO LONGER ON CUSTMAST (ALL ITS ACCOUNTS GONE) ADDS NOTHING  *
044200*    AND IS LISTED.                                              *
044300******************************************************************
044400 3200-ROLL-UP-ONE-MEMBER.
044500     MOVE "N" TO WS-MEMBER-ON-FILE
044600     MOVE "N" TO WS-MEMBER-OVER
044700     MOVE 0 TO WS-MEMBER-AMOUNT-OVER
044800     MOVE REL-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
044900     READ CUSTOMER-MASTER-FILE
045000         INVALID KEY
045100             ADD 1 TO WS-MEMBERS-NOT-ON-FILE
045200             MOVE 4 TO RETURN-CODE
045300         NOT INVALID KEY
045400             MOVE "Y" TO WS-MEMBER-ON-FILE
045500     END-READ
045600     IF MEMBER-ON-FILE
045700         ADD CUSTM-TOTAL-BALANCE TO WS-GRP-TOTAL-BALANCE
045800         ADD CUSTM-CREDIT-LIMIT TO WS-GRP-TOTAL-LIMIT
045900         IF CUSTM-CREDIT-LIMIT > 0 AND
046000                 CUSTM-TOTAL-BALANCE > CUSTM-CREDIT-LIMIT
046100             MOVE "Y" TO WS-MEMBER-OVER
046200             SUBTRACT CUSTM-CREDIT-LIMIT FROM
046300                 CUSTM-TOTAL-BALANCE
046400                 GIVING WS-MEMBER-AMOUNT-OVER
046500         END-IF
046600     END-IF
046700     PERFORM 3300-GRADE-ONE-MEMBER THRU 3300-EXIT
046800     IF MEMBER-ACCOUNT-OVER
046900         MOVE "Y" TO WS-MEMBER-OVER
047000     END-IF
047100     IF MEMBER-IS-OVER
047200         ADD 1 TO WS-GRP-MEMBERS-OVER
047300     END-IF
047400     IF WS-MEMBER-GRADE > WS-GRP-WORST-GRADE
047500         MOVE WS-MEMBER-GRADE TO WS-GRP-WORST-GRADE
047600     END-IF
047700     PERFORM 3400-HOLD-ONE-MEMBER THRU 3400-EXIT.
047800 3200-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    3300-GRADE-ONE-MEMBER                                       *
048300*    EVERY RISKFILE RECORD UNDER THE CUSTOMER NUMBER - ONE PER   *
048400*    ACCOUNT - BY A KEYED START ON THE NUMBER, AS CUSTLKUP       *
048500*    WALKS THE MASTER.  GRADES RUN A (CLEAN) TO E, SO THE        *
048600*    HIGHEST IS THE WORST.                                       *
048700******************************************************************
048800 3300-GRADE-ONE-MEMBER.
048900     MOVE SPACE TO WS-MEMBER-GRADE
049000     MOVE "N" TO WS-MEMBER-ACCT-OVER
049100     IF NOT RISK-PRESENT
049200         GO TO 3300-EXIT
049300     END-IF
049400     MOVE "N" TO WS-RISK-SCAN-DONE
049500     MOVE LOW-VALUES TO RISK-CUST-ID
049600     MOVE REL-CUSTOMER-NO TO RISK-CUST-ID(1:7)
049700     START RISK-GRADE-FILE KEY IS NOT LESS THAN RISK-CUST-ID
049800         INVALID KEY
049900             MOVE "Y" TO WS-RISK-SCAN-DONE
050000     END-START
050100     PERFORM 3310-GRADE-ONE-ACCOUNT THRU 3310-EXIT
050200         UNTIL RISK-SCAN-DONE.
050300 3300-EXIT.
050400     EXIT.
050500
050600 3310-GRADE-ONE-ACCOUNT.
050700     READ RISK-GRADE-FILE NEXT RECORD
050800         AT END
050900             MOVE "Y" TO WS-RISK-SCAN-DONE
051000             GO TO 3310-EXIT
051100     END-READ
051200     IF RISK-CUST-ID(1:7) NOT = REL-CUSTOMER-NO
051300         MOVE "Y" TO WS-RISK-SCAN-DONE
051400         GO TO 3310-EXIT
051500     END-IF
051600     IF RISK-GRADE > WS-MEMBER-GRADE
051700         MOVE RISK-GRADE TO WS-MEMBER-GRADE
051800     END-IF
051900     IF RISK-PCT-OF-LIMIT NUMERIC AND
052000             RISK-PCT-OF-LIMIT > 100
052100         MOVE "Y" TO WS-MEMBER-ACCT-OVER
052200     END-IF.
052300 3310-EXIT.
052400     EXIT.
052500
052600******************************************************************
052700*    3400-HOLD-ONE-MEMBER                                        *
052800******************************************************************
052900 3400-HOLD-ONE-MEMBER.
053000     IF WS-MBR-ENTRY-COUNT = WS-MBR-TABLE-SIZE
053100         GO TO 3400-EXIT
053200     END-IF
053300     ADD 1 TO WS-MBR-ENTRY-COUNT
053400     MOVE WS-MBR-ENTRY-COUNT TO WS-MBR-IDX
053500     MOVE REL-CUSTOMER-NO TO WS-MBR-CUSTOMER-NO(WS-MBR-IDX)
053600     MOVE REL-ROLE TO WS-MBR-ROLE(WS-MBR-IDX)
053700     MOVE WS-MEMBER-GRADE TO WS-MBR-GRADE(WS-MBR-IDX)
053800     MOVE WS-MEMBER-ON-FILE TO WS-MBR-ON-FILE(WS-MBR-IDX)
053900     MOVE WS-MEMBER-OVER TO WS-MBR-OVER(WS-MBR-IDX)
054000     MOVE WS-MEMBER-AMOUNT-OVER TO
054100         WS-MBR-AMOUNT-OVER(WS-MBR-IDX)
054200     IF MEMBER-ON-FILE
054300         MOVE CUSTM-CUST-NAME TO WS-MBR-NAME(WS-MBR-IDX)
054400         MOVE CUSTM-ACCOUNT-COUNT TO
054500             WS-MBR-ACCOUNTS(WS-MBR-IDX)
054600         MOVE CUSTM-TOTAL-BALANCE TO
054700             WS-MBR-BALANCE(WS-MBR-IDX)
054800         MOVE CUSTM-CREDIT-LIMIT TO WS-MBR-LIMIT(WS-MBR-IDX)
054900     ELSE
055000         MOVE SPACES TO WS-MBR-NAME(WS-MBR-IDX)
055100         MOVE 0 TO WS-MBR-ACCOUNTS(WS-MBR-IDX)
055200         MOVE 0 TO WS-MBR-BALANCE(WS-MBR-IDX)
055300         MOVE 0 TO WS-MBR-LIMIT(WS-MBR-IDX)
055400     END-IF.
055500 3400-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    3500-FINISH-GROUP                                           *
056000*    WRITES THE GROUP EXPOSURE RECORD; A GROUP OVER ITS LIMIT    *
056100*    GOES ON THE REPORT WITH ITS MEMBERS.  A GROUP WITH NO       *
056200*    HEADER HAS NO LIMIT TO JUDGE - IT IS LISTED FOR RELMNT.     *
056300******************************************************************
056400 3500-FINISH-GROUP.
056500     ADD 1 TO WS-GROUPS-ROLLED
056600     MOVE "N" TO WS-GRP-IS-OVER
056700     MOVE 0 TO WS-GRP-AMOUNT-OVER
056800     IF NOT GRP-HEADER-FOUND
056900         ADD 1 TO WS-GROUPS-NO-HEADER
057000         MOVE 4 TO RETURN-CODE
057100         MOVE "** NO GROUP RECORD **" TO WS-GRP-GROUP-NAME
057200     END-IF
057300     IF WS-GRP-GROUP-LIMIT > 0 AND
057400             WS-GRP-TOTAL-BALANCE > WS-GRP-GROUP-LIMIT
057500         MOVE "Y" TO WS-GRP-IS-OVER
057600         SUBTRACT WS-GRP-GROUP-LIMIT FROM WS-GRP-TOTAL-BALANCE
057700             GIVING WS-GRP-AMOUNT-OVER
057800     END-IF
057900     INITIALIZE GROUP-EXPOSURE-RECORD
058000     MOVE WS-GRP-GROUP-ID TO GEXP-GROUP-ID
058100     MOVE WS-GRP-GROUP-NAME TO GEXP-GROUP-NAME
058200     MOVE WS-GRP-MEMBER-COUNT TO GEXP-MEMBER-COUNT
058300     MOVE WS-GRP-TOTAL-BALANCE TO GEXP-TOTAL-BALANCE
058400     MOVE WS-GRP-TOTAL-LIMIT TO GEXP-TOTAL-CREDIT-LIMIT
058500     MOVE WS-GRP-GROUP-LIMIT TO GEXP-GROUP-LIMIT
058600     MOVE WS-GRP-WORST-GRADE TO GEXP-WORST-GRADE
058700     MOVE WS-GRP-IS-OVER TO GEXP-OVER-LIMIT-FLAG
058800     MOVE WS-GRP-MEMBERS-OVER TO GEXP-MEMBERS-OVER
058900     MOVE WS-RUN-DATE TO GEXP-RUN-DATE
059000     WRITE GROUP-EXPOSURE-RECORD
059100     IF GRP-IS-OVER-LIMIT
059200         ADD 1 TO WS-GROUPS-OVER
059300         IF WS-GRP-MEMBERS-OVER = 0
059400             ADD 1 TO WS-GROUPS-HIDDEN
059500         END-IF
059600         PERFORM 3600-PRINT-GROUP THRU 3600-EXIT
059700     ELSE
059800         IF NOT GRP-HEADER-FOUND
059900             PERFORM 3600-PRINT-GROUP THRU 3600-EXIT
060000         END-IF
060100     END-IF.
060200 3500-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600*    3600-PRINT-GROUP                                            *
060700******************************************************************
060800 3600-PRINT-GROUP.
060900     MOVE WS-GRP-GROUP-ID TO GX-GRP-GROUP-ID
061000     MOVE WS-GRP-GROUP-NAME TO GX-GRP-NAME
061100     MOVE WS-GRP-MEMBER-COUNT TO GX-GRP-MEMBERS
061200     MOVE WS-GRP-TOTAL-BALANCE TO GX-GRP-BALANCE
061300     MOVE WS-GRP-GROUP-LIMIT TO GX-GRP-LIMIT
061400     MOVE WS-GRP-AMOUNT-OVER TO GX-GRP-OVER
061500     MOVE WS-GRP-TOTAL-LIMIT TO GX-GRP-CREDIT-LIMITS
061600     MOVE WS-GRP-WORST-GRADE TO GX-GRP-GRADE
061700     EVALUATE TRUE
061800         WHEN NOT GRP-HEADER-FOUND
061900             MOVE "NO GROUP LIMIT" TO GX-GRP-FLAG
062000         WHEN WS-GRP-MEMBERS-OVER = 0
062100             MOVE "NONE OVER OWN LIMIT" TO GX-GRP-FLAG
062200         WHEN OTHER
062300             MOVE "MEMBER(S) OVER OWN" TO GX-GRP-FLAG
062400     END-EVALUATE
062500     WRITE GROUP-REPORT-LINE FROM GX-GROUP-LINE
062600     MOVE 0 TO WS-MBR-IDX
062700     PERFORM 3610-PRINT-ONE-MEMBER THRU 3610-EXIT
062800         UNTIL WS-MBR-IDX = WS-MBR-ENTRY-COUNT
062900     IF WS-GRP-MEMBER-COUNT > WS-MBR-ENTRY-COUNT
063000         MOVE "MORE MEMBERS ON FILE THAN LISTED - SEE RELMNT"
063100             TO GX-NOTE-TEXT
063200         WRITE GROUP-REPORT-LINE FROM GX-NOTE-LINE
063300     END-IF
063400     MOVE SPACES TO GROUP-REPORT-LINE
063500     WRITE GROUP-REPORT-LINE AFTER ADVANCING 1 LINE.
063600 3600-EXIT.
063700     EXIT.
063800
063900 3610-PRINT-ONE-MEMBER.
064000     ADD 1 TO WS-MBR-IDX
064100     MOVE WS-MBR-CUSTOMER-NO(WS-MBR-IDX) TO GX-MBR-CUSTOMER-NO
064200     MOVE WS-MBR-NAME(WS-MBR-IDX) TO GX-MBR-NAME
064300     MOVE WS-MBR-ACCOUNTS(WS-MBR-IDX) TO GX-MBR-ACCOUNTS
064400     MOVE WS-MBR-BALANCE(WS-MBR-IDX) TO GX-MBR-BALANCE
064500     MOVE WS-MBR-AMOUNT-OVER(WS-MBR-IDX) TO GX-MBR-OVER
064600     MOVE WS-MBR-LIMIT(WS-MBR-IDX) TO GX-MBR-LIMIT
064700     MOVE WS-MBR-GRADE(WS-MBR-IDX) TO GX-MBR-GRADE
064800     EVALUATE WS-MBR-ROLE(WS-MBR-IDX)
064900         WHEN "P"
065000             MOVE "  PARENT" TO GX-MBR-ROLE
065100         WHEN "S"
065200             MOVE "  SUBSIDIARY" TO GX-MBR-ROLE
065300         WHEN "G"
065400             MOVE "  GUARANTOR" TO GX-MBR-ROLE
065500         WHEN "O"
065600             MOVE "  PRINCIPAL" TO GX-MBR-ROLE
065700         WHEN OTHER
065800             MOVE "  UNKNOWN" TO GX-MBR-ROLE
065900     END-EVALUATE
066000     EVALUATE TRUE
066100         WHEN WS-MBR-ON-FILE(WS-MBR-IDX) NOT = "Y"
066200             MOVE "NOT ON CUSTMAST" TO GX-MBR-FLAG
066300         WHEN WS-MBR-OVER(WS-MBR-IDX) = "Y"
066400             MOVE "OVER OWN LIMIT" TO GX-MBR-FLAG
066500         WHEN OTHER
066600             MOVE SPACES TO GX-MBR-FLAG
066700     END-EVALUATE
066800     WRITE GROUP-REPORT-LINE FROM GX-MEMBER-LINE.
066900 3610-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300*    9000-TERMINATE                                              *
067400******************************************************************
067500 9000-TERMINATE.
067600     MOVE WS-GROUPS-ROLLED TO GX-FTR1-GROUPS
067700     MOVE WS-MEMBERS-ROLLED TO GX-FTR2-MEMBERS
067800     MOVE WS-LINKS-ENDED TO GX-FTR3-ENDED
067900     MOVE WS-GROUPS-OVER TO GX-FTR4-OVER
068000     MOVE WS-GROUPS-HIDDEN TO GX-FTR5-HIDDEN
068100     MOVE WS-MEMBERS-NOT-ON-FILE TO GX-FTR6-NOT-ON-FILE
068200     MOVE WS-GROUPS-NO-HEADER TO GX-FTR7-NO-HEADER
068300     MOVE SPACES TO GROUP-REPORT-LINE
068400     WRITE GROUP-REPORT-LINE AFTER ADVANCING 1 LINE
068500     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-1
068600     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-2
068700     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-3
068800     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-4
068900     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-5
069000     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-6
069100     WRITE GROUP-REPORT-LINE FROM GX-FOOTER-LINE-7
069200     CLOSE RELATIONSHIP-FILE
069300     CLOSE CUSTOMER-MASTER-FILE
069400     IF RISK-PRESENT
069500         CLOSE RISK-GRADE-FILE
069600     END-IF
069700     CLOSE GROUP-EXPOSURE-FILE
069800     CLOSE GROUP-EXPOSURE-REPORT
069900     DISPLAY "GRPEXPO - " WS-GROUPS-ROLLED " GROUP(S), "
070000         WS-GROUPS-OVER " OVER GROUP LIMIT, " WS-GROUPS-HIDDEN
070100         " WITH NO MEMBER OVER ITS OWN".
070200 9000-EXIT.
070300     EXIT.
