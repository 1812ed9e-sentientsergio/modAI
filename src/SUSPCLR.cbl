000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SUSPCLR.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   10/27/2026.
000600 DATE-COMPILED.  10/27/2026.
000700******************************************************************
000800*                                                                *
000900*    SUSPCLR - SUSPENSE CLEARING WORKBENCH                       *
001000*    THE ONLINE SIDE OF THE SUSPENSE FILE THE NIGHTLY SUSPAGE    *
001100*    PASS BUILDS FROM LBXSUSP AND PAYASUSP.  A SIGNED-ON CLERK   *
001200*    (LEVEL 2 OR ABOVE - THE SAME LEVEL MNTENTRY ASKS FOR TO     *
001300*    KEY MAINTENANCE) SEES THE LIST OF OPEN ITEMS, THEN WORKS    *
001400*    EACH ONE: RESEARCHES IT AGAINST THE LIVE MASTER (KEYED      *
001500*    CUST-ID READ) AND THE PHONETIC NAME KEYS (NAMEKEYS, SAME    *
001600*    SNDXSUB SEARCH AS CUSTLKUP OPTION 4), THEN EITHER APPLIES   *
001700*    IT TO A CHOSEN CUST-ID OR MARKS IT FOR RETURN TO THE        *
001800*    REMITTER.  AN APPLIED ITEM BECOMES A PROPERLY FORMED PTXN   *
001900*    PAYMENT ON SUSPTXN (CONCATENATED INTO TXNFILE FOR THE NEXT  *
002000*    TXNPOST RUN, THE SAME WAY LBXTXN AND APPROK ARE) - THE      *
002100*    CHECK NUMBER IS THE POSTING REFERENCE AND THE DEPOSIT DATE  *
002138*    IS THE TRANSACTION DATE, EXACTLY AS LOCKBOX WOULD HAVE      *
002176*    WRITTEN IT HAD THE MATCH SUCCEEDED - UNLESS THE DEPOSIT     *
002215*    DATE FALLS IN A PERIOD FINANCE HAS SINCE CLOSED (PERDCTL,   *
002253*    SEE PCLSREC), WHEN THE PAYMENT IS DATED TODAY INSTEAD SO    *
002292*    TXNPOST DOES NOT REJECT IT; THE DEPOSIT DATE STAYS ON THE   *
002330*    ITEM AND IS LOGGED.  MONEY IS NEVER APPLIED TO A CLOSED OR  *
002369*    FROZEN ACCOUNT - TXNPOST WOULD ONLY REJECT IT.              *
002407*                                                                *
002446*    AN APPLIED ITEM IS MARKED SENT FOR POSTING, NOT APPLIED -   *
002484*    THE NIGHTLY SUSPAGE PASS MARKS IT APPLIED ONLY WHEN THE     *
002523*    PAYMENT IS ON POSTHIST, AND REOPENS IT IF TXNPOST HAS RUN   *
002561*    WITHOUT POSTING IT.                                         *
002600*                                                                *
002700*    THE FILE CARRIES FORWARD (SUSPFILE IN, SUSPFILO OUT - THE   *
002800*    SNAPSHOT PATTERN OF APPRREL), SO WORKED ITEMS STAY ON FILE  *
002900*    AS PROOF.  EVERY ACTION - APPLY, RETURN, AND EACH MASTER    *
003000*    OR NAME LOOKUP MADE WHILE RESEARCHING - IS LOGGED TO        *
003100*    SUSPLOG THE WAY APPRREL LOGS ITS DECISIONS.                 *
003200*                                                                *
003300******************************************************************
003400* MODIFICATION HISTORY
003500*   10/27/2026  RVH  ORIGINAL.
003510*   10/28/2026  RVH  REVIEW FIX - SUSPTXN IS NOW EXTENDED, NOT
003520*                    REPLACED.  A SECOND SESSION IN THE SAME
003530*                    DAY WAS WIPING THE FIRST SESSION'S
003540*                    PAYMENTS BEFORE TXNPOST HAD READ THEM,
003550*                    WHILE THEIR ITEMS STAYED MARKED APPLIED.
003566*   11/15/2026  RVH  APPLIED ITEMS STAMPED BATCH ID *SUSPCLR SO
003583*                    BNKRECON COUNTS THEM WITH THE LOCKBOX.
003585*   11/20/2026  RVH  A DEPOSIT DATED IN A PERIOD CLOSED ON
003587*                    PERDCTL NOW POSTS AS OF THE RUN DATE -
003590*                    TXNPOST REJECTED IT AFTER THE ITEM WAS
003592*                    ALREADY MARKED APPLIED.  APPLIED ITEMS ARE
003595*                    NOW MARKED SENT FOR POSTING (P); SUSPAGE
003597*                    MARKS THEM APPLIED FROM POSTHIST.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT USER-SECURITY-FILE ASSIGN TO USERSEC
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS USER-SECURITY-STATUS.
004500     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS SUSPENSE-FILE-STATUS.
004900     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPFILO
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS SUSPENSE-OUT-STATUS.
005300     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CUST-ID
005700         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
005800         FILE STATUS IS CUSTOMER-FILE-STATUS.
005900     SELECT NAME-KEY-FILE ASSIGN TO NAMEKEYS
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS NKEY-KEY
006300         FILE STATUS IS NAME-KEY-STATUS.
006400     SELECT POSTING-TXN-FILE ASSIGN TO SUSPTXN
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS POSTING-TXN-FILE-STATUS.
006800     SELECT SUSPENSE-LOG-FILE ASSIGN TO SUSPLOG
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS SUSPENSE-LOG-STATUS.
007120     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
007140         ORGANIZATION IS SEQUENTIAL
007160         ACCESS MODE IS SEQUENTIAL
007180         FILE STATUS IS PERIOD-CLOSE-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  USER-SECURITY-FILE
007600     LABEL RECORDS ARE STANDARD
007700     BLOCK CONTAINS 0 RECORDS
007800     RECORDING MODE F
007900     DATA RECORD IS USER-SECURITY-RECORD.
008000     COPY USERREC.
008100
008200 FD  SUSPENSE-FILE
008300     LABEL RECORDS ARE STANDARD
008400     BLOCK CONTAINS 0 RECORDS
008500     RECORDING MODE F
008600     DATA RECORD IS SUSPENSE-ITEM-RECORD.
008700     COPY SUSPREC.
008800
008900 FD  SUSPENSE-OUT-FILE
009000     LABEL RECORDS ARE STANDARD
009100     BLOCK CONTAINS 0 RECORDS
009200     RECORDING MODE F
009300     DATA RECORD IS SUSPENSE-OUT-RECORD.
009400 01  SUSPENSE-OUT-RECORD      PIC X(142).
009500
009600 FD  CUSTOMER-FILE
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     RECORDING MODE F
010000     DATA RECORD IS CUSTOMER-RECORD.
010100     COPY CUSTREC.
010200
010300 FD  NAME-KEY-FILE
010400     LABEL RECORDS ARE STANDARD
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORDING MODE F
010700     DATA RECORD IS NAME-KEY-RECORD.
010800     COPY NKEYREC.
010900
011000 FD  POSTING-TXN-FILE
011100     LABEL RECORDS ARE STANDARD
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORDING MODE F
011400     DATA RECORD IS POSTING-TXN-RECORD.
011500     COPY PTXNREC.
011600
011700 FD  SUSPENSE-LOG-FILE
011800     LABEL RECORDS ARE STANDARD
011900     BLOCK CONTAINS 0 RECORDS
012000     RECORDING MODE F
012100     DATA RECORD IS SUSPENSE-LOG-RECORD.
012200 01  SUSPENSE-LOG-RECORD.
012300     05  SUSL-OPERATOR-ID      PIC X(08).
012400     05  SUSL-DATE             PIC 9(06).
012500     05  SUSL-TIME             PIC 9(08).
012600     05  SUSL-ACTION           PIC X(01).
012700     05  SUSL-ITEM-NO          PIC 9(07).
012800     05  SUSL-SOURCE           PIC X(01).
012900     05  SUSL-CUST-ID          PIC X(10).
013000     05  SUSL-AMOUNT           PIC 9(7)V99.
013100     05  SUSL-KEY              PIC X(30).
013200     05  FILLER                PIC X(10).
013212
013225 FD  PERIOD-CLOSE-FILE
013237     LABEL RECORDS ARE STANDARD
013250     BLOCK CONTAINS 0 RECORDS
013262     RECORDING MODE F
013275     DATA RECORD IS PERIOD-CLOSE-RECORD.
013287     COPY PCLSREC.
013300
013400 WORKING-STORAGE SECTION.
013500******************************************************************
013600*    FILE STATUS AND SWITCHES                                    *
013700******************************************************************
013800 01  USER-SECURITY-STATUS      PIC X(02).
013900     88  USER-SECURITY-OK          VALUE "00".
014000 01  SUSPENSE-FILE-STATUS      PIC X(02).
014100     88  SUSPENSE-FILE-OK          VALUE "00".
014200 01  SUSPENSE-OUT-STATUS       PIC X(02).
014300     88  SUSPENSE-OUT-OK           VALUE "00".
014400 01  CUSTOMER-FILE-STATUS      PIC X(02).
014500     88  CUST-FILE-OK              VALUE "00".
014600 01  NAME-KEY-STATUS           PIC X(02).
014700     88  NAME-KEY-OK               VALUE "00".
014800 01  POSTING-TXN-FILE-STATUS   PIC X(02).
014900     88  POSTING-TXN-FILE-OK       VALUE "00".
014910     88  POSTING-TXN-NOT-FOUND     VALUE "05" "35".
015000 01  SUSPENSE-LOG-STATUS       PIC X(02).
015100     88  SUSPENSE-LOG-OK           VALUE "00".
015200     88  SUSPENSE-LOG-NOT-FOUND    VALUE "05" "35".
015216 01  PERIOD-CLOSE-STATUS       PIC X(02).
015233     88  PERIOD-CLOSE-OK           VALUE "00".
015250     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
015266 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
015283     88  CLOSE-FILE-AT-END         VALUE "Y".
015300 01  WS-SUSPENSE-AT-END        PIC X(01) VALUE "N".
015400     88  SUSPENSE-FILE-AT-END      VALUE "Y".
015500 01  WS-USER-AT-END            PIC X(01) VALUE "N".
015600     88  USER-FILE-AT-END          VALUE "Y".
015700 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
015800     88  SIGNON-IS-OK              VALUE "Y".
015900 01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
016000 01  WS-ENTERED-OPERATOR       PIC X(08) VALUE SPACES.
016100 01  WS-ENTERED-PASSWORD       PIC X(08) VALUE SPACES.
016200 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
016300 01  WS-AUTH-LEVEL             PIC 9(01) VALUE 0.
016400 01  WS-NAMEKEYS-AVAILABLE     PIC X(01) VALUE "N".
016500     88  NAMEKEYS-AVAILABLE        VALUE "Y".
016600 01  WS-ITEM-DONE              PIC X(01) VALUE "N".
016700     88  ITEM-IS-DONE              VALUE "Y".
016800 01  WS-QUIT-SWITCH            PIC X(01) VALUE "N".
016900     88  WS-QUIT-REQUESTED         VALUE "Y".
017000 01  WS-ACTION                 PIC X(01) VALUE SPACES.
017100     88  WS-ACTION-APPLY           VALUE "A" "a".
017200     88  WS-ACTION-RETURN          VALUE "R" "r".
017300     88  WS-ACTION-LOOKUP          VALUE "C" "c".
017400     88  WS-ACTION-NAME-SEARCH     VALUE "N" "n".
017500     88  WS-ACTION-SKIP            VALUE "S" "s" " ".
017600     88  WS-ACTION-QUIT            VALUE "Q" "q".
017700 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
017800     88  WS-CONFIRMED              VALUE "Y" "y".
017900 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
018000     88  LOOKUP-WAS-FOUND          VALUE "Y".
018100
018200******************************************************************
018300*    RUN CONTROL FIELDS                                          *
018400******************************************************************
018500 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
018600 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
018700 01  WS-ENTRY-CUST-ID          PIC X(10) VALUE SPACES.
018800 01  WS-DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
018900 01  WS-DISPLAY-BALANCE        PIC Z,ZZZ,ZZ9.99-.
019000 01  WS-DISPLAY-STATUS-TEXT    PIC X(08) VALUE SPACES.
019100 01  WS-LOG-KEY                PIC X(30) VALUE SPACES.
019112 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
019125 01  WS-POSTING-DATE           PIC 9(06) VALUE 0.
019137 01  WS-REDATED-KEY.
019150     05  FILLER                PIC X(08) VALUE "DEPOSIT ".
019162     05  WS-REDATED-DEPOSIT    PIC 9(06).
019175     05  FILLER                PIC X(16) VALUE
019187         " POSTED AS TODAY".
019200
019300******************************************************************
019400*    PHONETIC NAME SEARCH WORK FIELDS - SAME SNDXSUB CALLING     *
019500*    CONVENTION AS CUSTLKUP'S 2190-SEARCH-BY-PARTIAL-NAME.       *
019600******************************************************************
019700 01  WS-SEARCH-PARTIAL-NAME    PIC X(30) VALUE SPACES.
019800 01  WS-SEARCH-SURNAME         PIC X(12) VALUE SPACES.
019900 01  WS-SEARCH-PHONETIC        PIC X(04) VALUE SPACES.
020000 01  WS-PICK-COUNT             PIC 9(03) VALUE 0.
020100 01  WS-PICK-LIMIT             PIC 9(03) VALUE 20.
020200 01  WS-NKEY-SEARCH-SWITCH     PIC X(01) VALUE "N".
020300     88  WS-NKEY-SEARCH-DONE       VALUE "Y".
020400 01  WS-PICK-STATUS-TEXT       PIC X(08) VALUE SPACES.
020500
020600******************************************************************
020700*    SESSION TOTALS                                              *
020800******************************************************************
020900 01  WS-ITEMS-OPEN             PIC 9(05) BINARY VALUE 0.
021000 01  WS-ITEMS-APPLIED          PIC 9(05) BINARY VALUE 0.
021100 01  WS-ITEMS-RETURNED         PIC 9(05) BINARY VALUE 0.
021200 01  WS-ITEMS-LEFT-OPEN        PIC 9(05) BINARY VALUE 0.
021300 01  WS-AMOUNT-APPLIED         PIC 9(9)V99 VALUE 0.
021400 01  WS-DISPLAY-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
021500
021600 PROCEDURE DIVISION.
021700******************************************************************
021800*    0000-MAINLINE                                               *
021900******************************************************************
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022200     PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT
022300     PERFORM 2200-WORK-ONE-ITEM THRU 2200-EXIT
022400         UNTIL SUSPENSE-FILE-AT-END
022500     PERFORM 9000-TERMINATE THRU 9000-EXIT
022600     STOP RUN.
022700
022800******************************************************************
022900*    1000-INITIALIZE                                             *
023000*    SIGN-ON FIRST - APPLYING MONEY TAKES LEVEL 2 OR ABOVE.      *
023100*    THE OPEN ITEMS ARE LISTED BEFORE ANY ARE WORKED, SO THE     *
023200*    CLERK SEES THE WHOLE TRAY; THE FILE IS THEN REOPENED FOR    *
023300*    THE CARRY-FORWARD PASS.  THE LIVE MASTER OPENS READ-ONLY -  *
023400*    TXNPOST OWNS THE BALANCE.                                   *
023500******************************************************************
023600 1000-INITIALIZE.
023700     ACCEPT WS-RUN-DATE FROM DATE
023800     ACCEPT WS-RUN-TIME FROM TIME
023900     PERFORM 1300-SIGN-ON-OPERATOR THRU 1300-EXIT
024000     IF NOT SIGNON-IS-OK
024100         DISPLAY "SUSPCLR - SIGN-ON FAILED - SESSION ENDED"
024200         MOVE 8 TO RETURN-CODE
024300         STOP RUN
024400     END-IF
024500     IF WS-AUTH-LEVEL < 2
024600         DISPLAY "SUSPCLR - AUTHORIZATION LEVEL "
024700             WS-AUTH-LEVEL " CANNOT CLEAR SUSPENSE - "
024800             "SESSION ENDED"
024900         MOVE 8 TO RETURN-CODE
025000         STOP RUN
025100     END-IF
025150     PERFORM 1200-LOAD-PERIOD-CLOSE THRU 1200-EXIT
025200     OPEN INPUT SUSPENSE-FILE
025300     IF NOT SUSPENSE-FILE-OK
025400         DISPLAY "SUSPCLR - NO SUSPENSE FILE - STATUS "
025500             SUSPENSE-FILE-STATUS " - NOTHING TO WORK"
025600         MOVE 4 TO RETURN-CODE
025700         STOP RUN
025800     END-IF
025900     PERFORM 1500-LIST-OPEN-ITEMS THRU 1500-EXIT
026000     IF WS-ITEMS-OPEN = 0
026100         DISPLAY "SUSPCLR - NO OPEN SUSPENSE ITEMS - "
026200             "NOTHING TO WORK"
026300         CLOSE SUSPENSE-FILE
026400         STOP RUN
026500     END-IF
026600     OPEN INPUT SUSPENSE-FILE
026700     OPEN OUTPUT SUSPENSE-OUT-FILE
026800     IF NOT SUSPENSE-OUT-OK
026900         DISPLAY "SUSPCLR - ERROR OPENING SUSPENSE OUTPUT "
027000             "FILE - STATUS " SUSPENSE-OUT-STATUS
027100             " - SESSION ENDED"
027200         MOVE 8 TO RETURN-CODE
027300         STOP RUN
027400     END-IF
027500     OPEN INPUT CUSTOMER-FILE
027600     IF NOT CUST-FILE-OK
027700         DISPLAY "SUSPCLR - ERROR OPENING CUSTOMER FILE - "
027800             "STATUS " CUSTOMER-FILE-STATUS
027900         MOVE 8 TO RETURN-CODE
028000         STOP RUN
028100     END-IF
028200     OPEN INPUT NAME-KEY-FILE
028300     IF NAME-KEY-OK
028400         MOVE "Y" TO WS-NAMEKEYS-AVAILABLE
028500     ELSE
028600         DISPLAY "SUSPCLR - NAME SEARCH KEY FILE NOT "
028700             "AVAILABLE - NAME SEARCH DISABLED THIS SESSION"
028800     END-IF
028900     OPEN EXTEND POSTING-TXN-FILE
028910     IF POSTING-TXN-NOT-FOUND
028920         OPEN OUTPUT POSTING-TXN-FILE
028930     END-IF
029000     IF NOT POSTING-TXN-FILE-OK
029100         DISPLAY "SUSPCLR - ERROR OPENING SUSPENSE POSTING "
029200             "FILE - STATUS " POSTING-TXN-FILE-STATUS
029300             " - SESSION ENDED"
029400         MOVE 8 TO RETURN-CODE
029500         STOP RUN
029600     END-IF
029700     OPEN EXTEND SUSPENSE-LOG-FILE
029800     IF SUSPENSE-LOG-NOT-FOUND
029900         OPEN OUTPUT SUSPENSE-LOG-FILE
030000     END-IF
030100     IF NOT SUSPENSE-LOG-OK
030200         DISPLAY "SUSPCLR - SUSPENSE ACTION LOG NOT AVAILABLE "
030300             "- STATUS " SUSPENSE-LOG-STATUS " - SESSION ENDED"
030400         MOVE 8 TO RETURN-CODE
030500         STOP RUN
030600     END-IF
030700     DISPLAY " "
030800     DISPLAY "SUSPCLR - SUSPENSE CLEARING WORKBENCH".
030900 1000-EXIT.
031000     EXIT.
031003
031006******************************************************************
031009*    1200-LOAD-PERIOD-CLOSE                                      *
031012*    SAME READ AS TXNPOST'S 1900 - THE LOCK DATE IS THE          *
031015*    HIGHEST CLOSED-THRU DATE ON PERDCTL.  NO FILE MEANS NO      *
031018*    PERIOD HAS BEEN CLOSED YET.                                 *
031021******************************************************************
031024 1200-LOAD-PERIOD-CLOSE.
031027     MOVE 0 TO WS-CLOSED-THRU-DATE
031030     OPEN INPUT PERIOD-CLOSE-FILE
031033     IF NOT PERIOD-CLOSE-OK
031036         GO TO 1200-EXIT
031039     END-IF
031042     MOVE "N" TO WS-CLOSE-AT-END
031045     PERFORM 1210-READ-CLOSE-RECORD THRU 1210-EXIT
031048         UNTIL CLOSE-FILE-AT-END
031051     CLOSE PERIOD-CLOSE-FILE.
031054 1200-EXIT.
031057     EXIT.
031060
031063 1210-READ-CLOSE-RECORD.
031066     READ PERIOD-CLOSE-FILE
031069         AT END
031072             MOVE "Y" TO WS-CLOSE-AT-END
031075             GO TO 1210-EXIT
031078     END-READ
031081     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
031084             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
031087         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
031090     END-IF.
031093 1210-EXIT.
031096     EXIT.
031100
031200******************************************************************
031300*    1300-SIGN-ON-OPERATOR                                       *
031400*    SAME CONVENTION AS CUSTLKUP'S SIGN-ON.                      *
031500******************************************************************
031600 1300-SIGN-ON-OPERATOR.
031700     MOVE "N" TO WS-SIGNON-OK
031800     MOVE 0 TO WS-SIGNON-TRIES
031900     PERFORM 1310-TRY-ONE-SIGNON THRU 1310-EXIT
032000         UNTIL SIGNON-IS-OK OR WS-SIGNON-TRIES = 3.
032100 1300-EXIT.
032200     EXIT.
032300
032400 1310-TRY-ONE-SIGNON.
032500     ADD 1 TO WS-SIGNON-TRIES
032600     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
032700     ACCEPT WS-ENTERED-OPERATOR
032800     DISPLAY "PASSWORD: " WITH NO ADVANCING
032900     ACCEPT WS-ENTERED-PASSWORD
033000     MOVE "N" TO WS-USER-AT-END
033100     OPEN INPUT USER-SECURITY-FILE
033200     IF NOT USER-SECURITY-OK
033300         DISPLAY "SUSPCLR - USER SECURITY FILE NOT AVAILABLE "
033400             "- STATUS " USER-SECURITY-STATUS
033500         MOVE 3 TO WS-SIGNON-TRIES
033600         GO TO 1310-EXIT
033700     END-IF
033800     PERFORM 1320-CHECK-ONE-USER THRU 1320-EXIT
033900         UNTIL SIGNON-IS-OK OR USER-FILE-AT-END
034000     CLOSE USER-SECURITY-FILE
034100     IF NOT SIGNON-IS-OK
034200         DISPLAY "  OPERATOR ID OR PASSWORD NOT RECOGNIZED"
034300     END-IF.
034400 1310-EXIT.
034500     EXIT.
034600
034700 1320-CHECK-ONE-USER.
034800     READ USER-SECURITY-FILE INTO USER-SECURITY-RECORD
034900         AT END
035000             MOVE "Y" TO WS-USER-AT-END
035100         NOT AT END
035200             IF USER-OPERATOR-ID = WS-ENTERED-OPERATOR AND
035300                     USER-PASSWORD = WS-ENTERED-PASSWORD
035400                 MOVE "Y" TO WS-SIGNON-OK
035500                 MOVE USER-OPERATOR-ID TO WS-OPERATOR-ID
035600                 MOVE USER-AUTH-LEVEL TO WS-AUTH-LEVEL
035700                 DISPLAY "  SIGNED ON - " USER-NAME
035800                     " (LEVEL " USER-AUTH-LEVEL ")"
035900             END-IF
036000     END-READ.
036100 1320-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    1500-LIST-OPEN-ITEMS                                        *
036600*    ONE LINE PER OPEN ITEM, OLDEST DEPOSIT FIRST AS LOADED.     *
036700******************************************************************
036800 1500-LIST-OPEN-ITEMS.
036900     DISPLAY " "
037000     DISPLAY "  OPEN SUSPENSE ITEMS"
037100     DISPLAY "  ITEM NO S DEPOSIT  SCAN/CUST  REMITTER"
037200         "                             AMOUNT  CHECK NO"
037300     MOVE "N" TO WS-SUSPENSE-AT-END
037400     PERFORM 1510-LIST-ONE-ITEM THRU 1510-EXIT
037500         UNTIL SUSPENSE-FILE-AT-END
037600     CLOSE SUSPENSE-FILE
037700     MOVE "N" TO WS-SUSPENSE-AT-END
037800     DISPLAY "  " WS-ITEMS-OPEN " OPEN ITEM(S)".
037900 1500-EXIT.
038000     EXIT.
038100
038200 1510-LIST-ONE-ITEM.
038300     PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT
038400     IF SUSPENSE-FILE-AT-END OR NOT SUSQ-IS-OPEN
038500         GO TO 1510-EXIT
038600     END-IF
038700     ADD 1 TO WS-ITEMS-OPEN
038800     MOVE SUSQ-AMOUNT TO WS-DISPLAY-AMOUNT
038900     DISPLAY "  " SUSQ-ITEM-NO " " SUSQ-SOURCE " "
039000         SUSQ-DEPOSIT-DATE "   " SUSQ-SCAN-LINE " "
039100         SUSQ-REMITTER-NAME " " WS-DISPLAY-AMOUNT "  "
039200         SUSQ-CHECK-NO.
039300 1510-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*    2100-READ-NEXT-ITEM                                         *
039800******************************************************************
039900 2100-READ-NEXT-ITEM.
040000     READ SUSPENSE-FILE
040100         AT END
040200             MOVE "Y" TO WS-SUSPENSE-AT-END
040300     END-READ.
040400 2100-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    2200-WORK-ONE-ITEM                                          *
040900*    WORKED ITEMS CARRY FORWARD UNTOUCHED - THEY ARE THE PROOF.  *
041000*    AN OPEN ITEM GOES TO THE CLERK UNTIL THEY APPLY, RETURN,    *
041100*    SKIP OR QUIT; AFTER A QUIT EVERYTHING LEFT CARRIES OPEN.    *
041200******************************************************************
041300 2200-WORK-ONE-ITEM.
041400     IF SUSQ-IS-OPEN AND NOT WS-QUIT-REQUESTED
041500         PERFORM 2250-SHOW-ONE-ITEM THRU 2250-EXIT
041600         MOVE "N" TO WS-ITEM-DONE
041700         PERFORM 2300-TAKE-ONE-ACTION THRU 2300-EXIT
041800             UNTIL ITEM-IS-DONE
041900     END-IF
042000     IF SUSQ-IS-OPEN
042100         ADD 1 TO WS-ITEMS-LEFT-OPEN
042200     END-IF
042300     MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-OUT-RECORD
042400     WRITE SUSPENSE-OUT-RECORD
042500     PERFORM 2100-READ-NEXT-ITEM THRU 2100-EXIT.
042600 2200-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    2250-SHOW-ONE-ITEM                                          *
043100******************************************************************
043200 2250-SHOW-ONE-ITEM.
043300     MOVE SUSQ-AMOUNT TO WS-DISPLAY-AMOUNT
043400     DISPLAY " "
043500     IF SUSQ-FROM-LOCKBOX
043600         DISPLAY "  ITEM " SUSQ-ITEM-NO "  LOCKBOX  DEPOSIT "
043700             SUSQ-DEPOSIT-DATE "  LOADED " SUSQ-LOADED-DATE
043800         DISPLAY "  SCAN LINE ........ " SUSQ-SCAN-LINE
043900         DISPLAY "  REMITTER ......... " SUSQ-REMITTER-NAME
044000     ELSE
044100         DISPLAY "  ITEM " SUSQ-ITEM-NO "  PAYALLOC  PAYMENT "
044200             SUSQ-DEPOSIT-DATE "  LOADED " SUSQ-LOADED-DATE
044300         DISPLAY "  CUSTOMER NO ...... " SUSQ-SCAN-LINE
044400     END-IF
044500     DISPLAY "  AMOUNT ........... " WS-DISPLAY-AMOUNT
044600     DISPLAY "  CHECK NO ......... " SUSQ-CHECK-NO
044700     DISPLAY "  SUSPENSE REASON .. " SUSQ-REASON.
044800 2250-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    2300-TAKE-ONE-ACTION                                        *
045300*    RESEARCH OPTIONS RETURN TO THE SAME ITEM; APPLY, RETURN,    *
045400*    SKIP AND QUIT FINISH IT.                                    *
045500******************************************************************
045600 2300-TAKE-ONE-ACTION.
045700     DISPLAY "A=APPLY  R=RETURN  C=CUST-ID  N=NAME SEARCH  "
045800         "S=SKIP  Q=QUIT: " WITH NO ADVANCING
045900     MOVE SPACES TO WS-ACTION
046000     ACCEPT WS-ACTION
046100     EVALUATE TRUE
046200         WHEN WS-ACTION-APPLY
046300             PERFORM 2400-APPLY-ONE-ITEM THRU 2400-EXIT
046400         WHEN WS-ACTION-RETURN
046500             PERFORM 2500-MARK-FOR-RETURN THRU 2500-EXIT
046600         WHEN WS-ACTION-LOOKUP
046700             PERFORM 2600-LOOK-UP-CUST-ID THRU 2600-EXIT
046800         WHEN WS-ACTION-NAME-SEARCH
046900             PERFORM 2700-SEARCH-BY-NAME THRU 2700-EXIT
047000         WHEN WS-ACTION-SKIP
047100             MOVE "Y" TO WS-ITEM-DONE
047200         WHEN WS-ACTION-QUIT
047300             MOVE "Y" TO WS-QUIT-SWITCH
047400             MOVE "Y" TO WS-ITEM-DONE
047500         WHEN OTHER
047600             DISPLAY "  INVALID OPTION - ENTER A, R, C, N, S "
047700                 "OR Q"
047800     END-EVALUATE.
047900 2300-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300*    2400-APPLY-ONE-ITEM                                         *
048400*    THE CLERK NAMES THE CUST-ID; THE ACCOUNT MUST BE ON THE     *
048500*    LIVE MASTER AND NOT CLOSED OR FROZEN.  A CHARGED-OFF        *
048600*    ACCOUNT TAKES IT - TXNPOST POSTS PAYMENTS THERE AS          *
048700*    RECOVERIES.  NOTHING IS WRITTEN UNTIL THE CLERK CONFIRMS.   *
048725*    A DEPOSIT DATED IN A CLOSED PERIOD POSTS AS OF TODAY.  THE  *
048750*    ITEM IS ONLY SENT FOR POSTING HERE - SUSPAGE MARKS IT       *
048775*    APPLIED WHEN THE PAYMENT REACHES POSTHIST.                  *
048800******************************************************************
048900 2400-APPLY-ONE-ITEM.
049000     IF SUSQ-AMOUNT = 0
049100         DISPLAY "  ITEM HAS NO USABLE AMOUNT - IT CANNOT BE "
049200             "APPLIED, RETURN IT"
049300         GO TO 2400-EXIT
049400     END-IF
049500     DISPLAY "APPLY TO CUST-ID (BLANK = CANCEL): "
049600         WITH NO ADVANCING
049700     MOVE SPACES TO WS-ENTRY-CUST-ID
049800     ACCEPT WS-ENTRY-CUST-ID
049900     IF WS-ENTRY-CUST-ID = SPACES
050000         GO TO 2400-EXIT
050100     END-IF
050200     PERFORM 2650-READ-CUSTOMER THRU 2650-EXIT
050300     IF NOT LOOKUP-WAS-FOUND
050400         GO TO 2400-EXIT
050500     END-IF
050600     IF CUST-STATUS-CLOSED OR CUST-STATUS-FROZEN
050700         DISPLAY "  ACCOUNT IS " WS-DISPLAY-STATUS-TEXT
050800             " - MONEY CANNOT BE APPLIED TO IT"
050900         GO TO 2400-EXIT
051000     END-IF
051011     MOVE SUSQ-DEPOSIT-DATE TO WS-POSTING-DATE
051022     IF WS-CLOSED-THRU-DATE > 0 AND
051033             SUSQ-DEPOSIT-DATE NOT > WS-CLOSED-THRU-DATE
051044         MOVE WS-RUN-DATE TO WS-POSTING-DATE
051055         DISPLAY "  DEPOSIT DATE " SUSQ-DEPOSIT-DATE " IS IN A "
051066             "CLOSED PERIOD - THE PAYMENT WILL BE DATED "
051077             WS-RUN-DATE
051088     END-IF
051100     DISPLAY "APPLY " WS-DISPLAY-AMOUNT " TO " CUST-ID " "
051200         CUST-NAME " (Y/N): " WITH NO ADVANCING
051300     MOVE SPACES TO WS-CONFIRM
051400     ACCEPT WS-CONFIRM
051500     IF NOT WS-CONFIRMED
051600         DISPLAY "  NOT APPLIED"
051700         GO TO 2400-EXIT
051800     END-IF
051900     INITIALIZE POSTING-TXN-RECORD
052000     MOVE "P" TO PTXN-TXN-TYPE
052100     MOVE CUST-ID TO PTXN-CUST-ID
052200     MOVE SUSQ-AMOUNT TO PTXN-AMOUNT
052300     MOVE SPACE TO PTXN-MODIFIER
052400     MOVE WS-POSTING-DATE TO PTXN-TXN-DATE
052500     MOVE SUSQ-CHECK-NO TO PTXN-REFERENCE
052550     MOVE "*SUSPCLR" TO PTXN-BATCH-ID
052600     WRITE POSTING-TXN-RECORD
052700     MOVE "P" TO SUSQ-STATUS
052800     MOVE CUST-ID TO SUSQ-ACTION-CUST-ID
052900     MOVE WS-OPERATOR-ID TO SUSQ-ACTION-OPERATOR
053000     MOVE WS-RUN-DATE TO SUSQ-ACTION-DATE
053100     ADD 1 TO WS-ITEMS-APPLIED
053200     ADD SUSQ-AMOUNT TO WS-AMOUNT-APPLIED
053300     MOVE "A" TO SUSL-ACTION
053400     MOVE CUST-ID TO SUSL-CUST-ID
053500     MOVE SPACES TO WS-LOG-KEY
053520     IF WS-POSTING-DATE NOT = SUSQ-DEPOSIT-DATE
053540         MOVE SUSQ-DEPOSIT-DATE TO WS-REDATED-DEPOSIT
053560         MOVE WS-REDATED-KEY TO WS-LOG-KEY
053580     END-IF
053600     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT
053700     MOVE "Y" TO WS-ITEM-DONE
053766     DISPLAY "  SENT FOR POSTING - POSTS IN THE NEXT TXNPOST RUN "
053833         "AND SHOWS APPLIED ONCE IT HAS POSTED".
053900 2400-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300*    2500-MARK-FOR-RETURN                                        *
054400*    THE NIGHTLY SUSPAGE PASS LISTS IT FOR ACCOUNTS PAYABLE TO   *
054500*    CUT THE RETURN CHECK TO THE REMITTER.                       *
054600******************************************************************
054700 2500-MARK-FOR-RETURN.
054800     DISPLAY "RETURN " WS-DISPLAY-AMOUNT " TO THE REMITTER "
054900         "(Y/N): " WITH NO ADVANCING
055000     MOVE SPACES TO WS-CONFIRM
055100     ACCEPT WS-CONFIRM
055200     IF NOT WS-CONFIRMED
055300         DISPLAY "  NOT MARKED"
055400         GO TO 2500-EXIT
055500     END-IF
055600     MOVE "R" TO SUSQ-STATUS
055700     MOVE SPACES TO SUSQ-ACTION-CUST-ID
055800     MOVE WS-OPERATOR-ID TO SUSQ-ACTION-OPERATOR
055900     MOVE WS-RUN-DATE TO SUSQ-ACTION-DATE
056000     ADD 1 TO WS-ITEMS-RETURNED
056100     MOVE "R" TO SUSL-ACTION
056200     MOVE SPACES TO SUSL-CUST-ID
056300     MOVE SPACES TO WS-LOG-KEY
056400     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT
056500     MOVE "Y" TO WS-ITEM-DONE
056600     DISPLAY "  MARKED FOR RETURN TO THE REMITTER".
056700 2500-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*    2600-LOOK-UP-CUST-ID                                        *
057200*    RESEARCH ONLY - SHOWS THE ACCOUNT, CHANGES NOTHING.         *
057300******************************************************************
057400 2600-LOOK-UP-CUST-ID.
057500     DISPLAY "CUST-ID TO LOOK UP: " WITH NO ADVANCING
057600     MOVE SPACES TO WS-ENTRY-CUST-ID
057700     ACCEPT WS-ENTRY-CUST-ID
057800     IF WS-ENTRY-CUST-ID = SPACES
057900         GO TO 2600-EXIT
058000     END-IF
058100     PERFORM 2650-READ-CUSTOMER THRU 2650-EXIT
058200     MOVE "C" TO SUSL-ACTION
058300     MOVE WS-ENTRY-CUST-ID TO SUSL-CUST-ID
058400     MOVE WS-ENTRY-CUST-ID TO WS-LOG-KEY
058500     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT.
058600 2600-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    2650-READ-CUSTOMER                                          *
059100*    KEYED READ ON WS-ENTRY-CUST-ID; SHOWS THE ACCOUNT WHEN IT   *
059200*    IS THERE.                                                   *
059300******************************************************************
059400 2650-READ-CUSTOMER.
059500     MOVE "N" TO WS-LOOKUP-FOUND
059600     MOVE WS-ENTRY-CUST-ID TO CUST-ID
059700     READ CUSTOMER-FILE
059800         INVALID KEY
059900             DISPLAY "  CUST-ID " WS-ENTRY-CUST-ID
060000                 " IS NOT ON THE CUSTOMER FILE"
060100             GO TO 2650-EXIT
060200     END-READ
060300     MOVE "Y" TO WS-LOOKUP-FOUND
060400     EVALUATE TRUE
060500         WHEN CUST-STATUS-ACTIVE
060600             MOVE "ACTIVE" TO WS-DISPLAY-STATUS-TEXT
060700         WHEN CUST-STATUS-CLOSED
060800             MOVE "CLOSED" TO WS-DISPLAY-STATUS-TEXT
060900         WHEN CUST-STATUS-FROZEN
061000             MOVE "FROZEN" TO WS-DISPLAY-STATUS-TEXT
061100         WHEN CUST-STATUS-CHGOFF
061200             MOVE "CHGOFF" TO WS-DISPLAY-STATUS-TEXT
061300         WHEN OTHER
061400             MOVE "UNKNOWN" TO WS-DISPLAY-STATUS-TEXT
061500     END-EVALUATE
061600     MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
061700     DISPLAY "  CUST-ID .......... " CUST-ID
061800     DISPLAY "  NAME ............. " CUST-NAME
061900     DISPLAY "  ADDRESS .......... " CUST-ADDRESS
062000     DISPLAY "  STATUS ........... " WS-DISPLAY-STATUS-TEXT
062100     DISPLAY "  BALANCE .......... " WS-DISPLAY-BALANCE
062200         " " CUST-CURRENCY-CODE
062300     DISPLAY "  LAST ACTIVITY .... " CUST-LAST-ACTIVITY-DATE.
062400 2650-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800*    2700-SEARCH-BY-NAME                                         *
062900*    BLANK SEARCHES ON THE REMITTER NAME THE BANK SENT.  EVERY   *
063000*    ENTRY IN THE PHONETIC RANGE IS LISTED - THE CLERK PICKS     *
063100*    THE CUST-ID AND LOOKS IT UP OR APPLIES TO IT.               *
063200******************************************************************
063300 2700-SEARCH-BY-NAME.
063400     IF NOT NAMEKEYS-AVAILABLE
063500         DISPLAY "  NAME SEARCH IS NOT AVAILABLE THIS SESSION"
063600         GO TO 2700-EXIT
063700     END-IF
063800     DISPLAY "NAME TO SEARCH (BLANK = REMITTER NAME): "
063900         WITH NO ADVANCING
064000     MOVE SPACES TO WS-SEARCH-PARTIAL-NAME
064100     ACCEPT WS-SEARCH-PARTIAL-NAME
064200     IF WS-SEARCH-PARTIAL-NAME = SPACES
064300         MOVE SUSQ-REMITTER-NAME TO WS-SEARCH-PARTIAL-NAME
064400     END-IF
064500     MOVE "N" TO SUSL-ACTION
064600     MOVE SPACES TO SUSL-CUST-ID
064700     MOVE WS-SEARCH-PARTIAL-NAME TO WS-LOG-KEY
064800     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT
064900     CALL "SNDXSUB" USING WS-SEARCH-PARTIAL-NAME
065000         WS-SEARCH-SURNAME WS-SEARCH-PHONETIC
065100     IF WS-SEARCH-SURNAME = SPACES
065200         DISPLAY "  NOTHING TO SEARCH FOR - KEY AT LEAST ONE "
065300             "CHARACTER OF THE SURNAME"
065400         GO TO 2700-EXIT
065500     END-IF
065600     MOVE 0 TO WS-PICK-COUNT
065700     MOVE "N" TO WS-NKEY-SEARCH-SWITCH
065800     MOVE WS-SEARCH-PHONETIC TO NKEY-PHONETIC
065900     MOVE LOW-VALUES TO NKEY-SURNAME
066000     MOVE LOW-VALUES TO NKEY-CUST-ID
066100     START NAME-KEY-FILE KEY IS NOT LESS THAN NKEY-KEY
066200         INVALID KEY
066300             MOVE "Y" TO WS-NKEY-SEARCH-SWITCH
066400     END-START
066500     PERFORM 2710-LIST-ONE-CANDIDATE THRU 2710-EXIT
066600         UNTIL WS-NKEY-SEARCH-DONE
066700     IF WS-PICK-COUNT = 0
066800         DISPLAY "  NO CANDIDATES FOUND FOR "
066900             WS-SEARCH-SURNAME
067000     END-IF.
067100 2700-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500*    2710-LIST-ONE-CANDIDATE                                     *
067600******************************************************************
067700 2710-LIST-ONE-CANDIDATE.
067800     READ NAME-KEY-FILE NEXT RECORD
067900         AT END
068000             MOVE "Y" TO WS-NKEY-SEARCH-SWITCH
068100     END-READ
068200     IF WS-NKEY-SEARCH-DONE
068300         GO TO 2710-EXIT
068400     END-IF
068500     IF NKEY-PHONETIC NOT = WS-SEARCH-PHONETIC
068600         MOVE "Y" TO WS-NKEY-SEARCH-SWITCH
068700         GO TO 2710-EXIT
068800     END-IF
068900     ADD 1 TO WS-PICK-COUNT
069000     IF WS-PICK-COUNT > WS-PICK-LIMIT
069100         DISPLAY "  MORE CANDIDATES EXIST - KEY MORE OF THE "
069200             "NAME TO NARROW THE SEARCH"
069300         MOVE "Y" TO WS-NKEY-SEARCH-SWITCH
069400         GO TO 2710-EXIT
069500     END-IF
069600     EVALUATE NKEY-CUST-STATUS
069700         WHEN "A"
069800             MOVE "ACTIVE" TO WS-PICK-STATUS-TEXT
069900         WHEN "C"
070000             MOVE "CLOSED" TO WS-PICK-STATUS-TEXT
070100         WHEN "F"
070200             MOVE "FROZEN" TO WS-PICK-STATUS-TEXT
070300         WHEN "W"
070400             MOVE "CHGOFF" TO WS-PICK-STATUS-TEXT
070500         WHEN OTHER
070600             MOVE "UNKNOWN" TO WS-PICK-STATUS-TEXT
070700     END-EVALUATE
070800     DISPLAY "  " NKEY-CUST-ID "  " NKEY-CUST-NAME
070900         "  " WS-PICK-STATUS-TEXT.
071000 2710-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400*    2900-WRITE-LOG-RECORD                                       *
071500*    SAME DISCIPLINE AS APPRREL'S DECISION LOG - WHO DID WHAT    *
071600*    TO WHICH ITEM, AND WHEN.  CALLERS SET SUSL-ACTION,          *
071700*    SUSL-CUST-ID AND WS-LOG-KEY FIRST.                          *
071800******************************************************************
071900 2900-WRITE-LOG-RECORD.
072000     MOVE WS-OPERATOR-ID TO SUSL-OPERATOR-ID
072100     MOVE WS-RUN-DATE TO SUSL-DATE
072200     ACCEPT SUSL-TIME FROM TIME
072300     MOVE SUSQ-ITEM-NO TO SUSL-ITEM-NO
072400     MOVE SUSQ-SOURCE TO SUSL-SOURCE
072500     MOVE SUSQ-AMOUNT TO SUSL-AMOUNT
072600     MOVE WS-LOG-KEY TO SUSL-KEY
072700     WRITE SUSPENSE-LOG-RECORD.
072800 2900-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    9000-TERMINATE                                              *
073300******************************************************************
073400 9000-TERMINATE.
073500     CLOSE SUSPENSE-FILE
073600     CLOSE SUSPENSE-OUT-FILE
073700     CLOSE CUSTOMER-FILE
073800     IF NAMEKEYS-AVAILABLE
073900         CLOSE NAME-KEY-FILE
074000     END-IF
074100     CLOSE POSTING-TXN-FILE
074200     CLOSE SUSPENSE-LOG-FILE
074300     MOVE WS-AMOUNT-APPLIED TO WS-DISPLAY-TOTAL
074400     DISPLAY " "
074500     DISPLAY "SUSPCLR - " WS-ITEMS-APPLIED " APPLIED ("
074600         WS-DISPLAY-TOTAL "), " WS-ITEMS-RETURNED
074700         " MARKED FOR RETURN, " WS-ITEMS-LEFT-OPEN
074800         " LEFT OPEN".
074900 9000-EXIT.
075000     EXIT.
