000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AGCYPLC.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/09/2026.
000600 DATE-COMPILED.  11/09/2026.
000700******************************************************************
000800*                                                                *
000900*    AGCYPLC - COLLECTION AGENCY PLACEMENT AND RECALL PASS       *
001000*    CHARGED-OFF ACCOUNTS STAYED ON RECVFILE WITH NOBODY         *
001100*    WORKING THEM, AND PLACEMENT WITH OUR CONTRACTED AGENCIES    *
001200*    WAS DONE BY HAND-COPYING RECORDS.  THIS PASS WALKS THE      *
001300*    MASTER (NEWCUST), THE RECOVERY FILE (RECVFILE IN, RECVFILO  *
001400*    OUT) AND THE PLACEMENT FILE (PLACFILE IN, PLACFILO OUT, SEE *
001500*    PLACREC) SIDE BY SIDE ON CUST-ID, WITH THE DUNNING STATUS   *
001600*    (DUNSTAT) AND DISPUTE CASES (DISPFILE) STEPPED ALONGSIDE:   *
001700*      - A CHARGED-OFF ACCOUNT WITH AN OPEN, UNPLACED RECOVERY   *
001800*        RECORD, OR AN ACTIVE ACCOUNT AT A HIGH DUNNING LEVEL,   *
001900*        THAT MEETS THE AGCYPARM SELECTION RULES (SEE AGYPREC)   *
002000*        IS PLACED WITH THE NEXT ACTIVE AGENCY IN ROTATION.      *
002100*        THE ROTATION FOLLOWS THE PLACEMENT NUMBER, CONTINUED    *
002200*        FROM THE HIGHEST ON FILE, SO IT PICKS UP WHERE THE LAST *
002300*        RUN LEFT OFF.  THE AGENCY AND DATE ARE STAMPED ON THE   *
002400*        RECOVERY RECORD.  AN ACCOUNT WITH AN OPEN BILLING       *
002466*        DISPUTE, OR ON ANY LEGAL HOLD (CUST-LEGAL-HOLD, SEE     *
002533*        CUSTREC), IS NOT PLACED.                                *
002600*      - A PLACEMENT WHOSE ACCOUNT IS PAID, CLOSED OR GONE FROM  *
002700*        THE MASTER IS CLOSED OUT, AND ONE STILL UNRECOVERED AT  *
002750*        THE END OF ITS AGENCY'S TERM IS RECALLED.  ONE WHOSE    *
002800*        ACCOUNT HAS SINCE GONE ON A BANKRUPTCY OR CEASE-AND-    *
002850*        DESIST HOLD IS RECALLED AT ONCE, WITH ITS OWN REASON    *
002900*        SO THE AGENCY STOPS ALL CONTACT.  THE AGENCY IS TOLD    *
002950*        EVERY TIME.                                             *
003000*    EVERY PLACEMENT AND RECALL GOES TO THE WORK FILE AGCYWORK   *
003100*    (SEE AGYXREC), FROM WHICH AGCYSEND BUILDS EACH AGENCY'S     *
003200*    PLACEMENT AND RECALL FILES, AND ONTO THE PLACEMENT REGISTER *
003300*    (AGCYRPT) WITH A SUMMARY BY AGENCY.  AN ACCOUNT IS PLACED   *
003400*    ONCE - A RECALLED ACCOUNT IS NOT PLACED AGAIN BY THIS PASS. *
003500*                                                                *
003600******************************************************************
003700* MODIFICATION HISTORY
003800*   11/09/2026  RVH  ORIGINAL.
003814*   11/22/2026  RVH  AN ACCOUNT ON ANY LEGAL HOLD IS NOT
003828*                    PLACED, AND AN OPEN PLACEMENT WHOSE
003842*                    ACCOUNT GOES ON A BANKRUPTCY OR CEASE-
003857*                    AND-DESIST HOLD IS RECALLED WITH REASON
003871*                    "L" (SEE AGYXREC).  BOTH ARE COUNTED ON
003885*                    THE REGISTER.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AGENCY-PARM-FILE ASSIGN TO AGCYPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS AGENCY-PARM-STATUS.
004800     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS CUST-ID
005200         FILE STATUS IS CUSTOMER-FILE-STATUS.
005300     SELECT DUNNING-STATUS-FILE ASSIGN TO DUNSTAT
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS DUNNING-STATUS-STAT.
005700     SELECT DISPUTE-CASE-FILE ASSIGN TO DISPFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS DISP-KEY
006100         FILE STATUS IS DISPUTE-CASE-STATUS.
006200     SELECT RECOVERY-FILE ASSIGN TO RECVFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS RECOVERY-FILE-STATUS.
006600     SELECT RECOVERY-OUT-FILE ASSIGN TO RECVFILO
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS RECOVERY-OUT-STATUS.
007000     SELECT PLACEMENT-FILE ASSIGN TO PLACFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS PLACEMENT-FILE-STATUS.
007400     SELECT PLACEMENT-OUT-FILE ASSIGN TO PLACFILO
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS PLACEMENT-OUT-STATUS.
007800     SELECT AGENCY-WORK-FILE ASSIGN TO AGCYWORK
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS AGENCY-WORK-STATUS.
008200     SELECT PLACEMENT-REGISTER ASSIGN TO AGCYRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS PLACEMENT-REGISTER-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  AGENCY-PARM-FILE
008900     LABEL RECORDS ARE STANDARD
009000     BLOCK CONTAINS 0 RECORDS
009100     RECORDING MODE F
009200     DATA RECORD IS AGENCY-PARM-RECORD.
009300     COPY AGYPREC.
009400
009500 FD  CUSTOMER-FILE
009600     LABEL RECORDS ARE STANDARD
009700     BLOCK CONTAINS 0 RECORDS
009800     RECORDING MODE F
009900     DATA RECORD IS CUSTOMER-RECORD.
010000     COPY CUSTREC.
010100
010200 FD  DUNNING-STATUS-FILE
010300     LABEL RECORDS ARE STANDARD
010400     BLOCK CONTAINS 0 RECORDS
010500     RECORDING MODE F
010600     DATA RECORD IS DUNNING-STATUS-RECORD.
010700     COPY DUNSREC.
010800
010900 FD  DISPUTE-CASE-FILE
011000     LABEL RECORDS ARE STANDARD
011100     BLOCK CONTAINS 0 RECORDS
011200     RECORDING MODE F
011300     DATA RECORD IS DISPUTE-CASE-RECORD.
011400     COPY DISPREC.
011500
011600 FD  RECOVERY-FILE
011700     LABEL RECORDS ARE STANDARD
011800     BLOCK CONTAINS 0 RECORDS
011900     RECORDING MODE F
012000     DATA RECORD IS RECOVERY-RECORD.
012100     COPY RECVREC.
012200
012300 FD  RECOVERY-OUT-FILE
012400     LABEL RECORDS ARE STANDARD
012500     BLOCK CONTAINS 0 RECORDS
012600     RECORDING MODE F
012700     DATA RECORD IS RECOVERY-OUT-RECORD.
012800 01  RECOVERY-OUT-RECORD      PIC X(45).
012900
013000 FD  PLACEMENT-FILE
013100     LABEL RECORDS ARE STANDARD
013200     BLOCK CONTAINS 0 RECORDS
013300     RECORDING MODE F
013400     DATA RECORD IS PLACEMENT-RECORD.
013500     COPY PLACREC.
013600
013700 FD  PLACEMENT-OUT-FILE
013800     LABEL RECORDS ARE STANDARD
013900     BLOCK CONTAINS 0 RECORDS
014000     RECORDING MODE F
014100     DATA RECORD IS PLACEMENT-OUT-RECORD.
014200 01  PLACEMENT-OUT-RECORD     PIC X(80).
014300
014400 FD  AGENCY-WORK-FILE
014500     LABEL RECORDS ARE STANDARD
014600     BLOCK CONTAINS 0 RECORDS
014700     RECORDING MODE F
014800     DATA RECORD IS AGENCY-EXCHANGE-RECORD.
014900     COPY AGYXREC.
015000
015100 FD  PLACEMENT-REGISTER
015200     LABEL RECORDS ARE OMITTED
015300     RECORDING MODE F.
015400 01  PLACEMENT-REGISTER-LINE  PIC X(132).
015500
015600 WORKING-STORAGE SECTION.
015700******************************************************************
015800*    FILE STATUS                                                 *
015900******************************************************************
016000 01  AGENCY-PARM-STATUS        PIC X(02).
016100     88  AGENCY-PARM-OK            VALUE "00".
016200 01  CUSTOMER-FILE-STATUS      PIC X(02).
016300     88  CUST-FILE-OK              VALUE "00".
016400 01  DUNNING-STATUS-STAT       PIC X(02).
016500     88  DUNNING-STATUS-OK         VALUE "00".
016600 01  DISPUTE-CASE-STATUS       PIC X(02).
016700     88  DISPUTE-CASE-OK           VALUE "00".
016800 01  RECOVERY-FILE-STATUS      PIC X(02).
016900     88  RECOVERY-FILE-OK          VALUE "00".
017000 01  RECOVERY-OUT-STATUS       PIC X(02).
017100     88  RECOVERY-OUT-OK           VALUE "00".
017200 01  PLACEMENT-FILE-STATUS     PIC X(02).
017300     88  PLACEMENT-FILE-OK         VALUE "00".
017400     88  PLACEMENT-FILE-MISSING    VALUE "05" "35".
017500 01  PLACEMENT-OUT-STATUS      PIC X(02).
017600     88  PLACEMENT-OUT-OK          VALUE "00".
017700 01  AGENCY-WORK-STATUS        PIC X(02).
017800     88  AGENCY-WORK-OK            VALUE "00".
017900 01  PLACEMENT-REGISTER-STATUS PIC X(02).
018000     88  PLACEMENT-REGISTER-OK     VALUE "00".
018100
018200******************************************************************
018300*    RUN CONTROL FIELDS                                          *
018400*    THE MASTER, RECOVERY AND PLACEMENT FILES ARE WALKED SIDE BY *
018500*    SIDE ON CUST-ID.  AN EXHAUSTED STREAM'S KEY GOES TO         *
018600*    HIGH-VALUES SO THE LOWEST KEY IS ALWAYS THE NEXT ACCOUNT.   *
018700******************************************************************
018800 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
018900 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
019000     05  WS-RUN-YY             PIC 9(02).
019100     05  WS-RUN-MM             PIC 9(02).
019200     05  WS-RUN-DD             PIC 9(02).
019300 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
019400 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
019500     05  WS-WORK-YY            PIC 9(02).
019600     05  WS-WORK-MM            PIC 9(02).
019700     05  WS-WORK-DD            PIC 9(02).
019800 01  WS-DAYS-BETWEEN           PIC S9(05) VALUE 0.
019900 01  WS-PARM-AT-END            PIC X(01) VALUE "N".
020000     88  PARM-FILE-AT-END          VALUE "Y".
020100 01  WS-RULES-FOUND            PIC X(01) VALUE "N".
020200     88  RULES-FOUND               VALUE "Y".
020300 01  WS-MIN-DUN-LEVEL          PIC 9(01) VALUE 0.
020400 01  WS-MIN-DUN-BALANCE        PIC 9(7)V99 VALUE 0.
020500 01  WS-MIN-CHGOFF-BALANCE     PIC 9(7)V99 VALUE 0.
020600 01  WS-CHGOFF-WAIT-DAYS       PIC 9(03) VALUE 0.
020700 01  WS-CUST-KEY               PIC X(10) VALUE SPACES.
020800 01  WS-RECV-KEY               PIC X(10) VALUE SPACES.
020900 01  WS-PLAC-KEY               PIC X(10) VALUE SPACES.
021000 01  WS-ACCT-KEY               PIC X(10) VALUE SPACES.
021100 01  WS-DUN-KEY                PIC X(10) VALUE HIGH-VALUES.
021200 01  WS-ON-MASTER              PIC X(01) VALUE "N".
021300     88  ACCOUNT-ON-MASTER         VALUE "Y".
021400 01  WS-HAS-RECOVERY           PIC X(01) VALUE "N".
021500     88  ACCOUNT-HAS-RECOVERY      VALUE "Y".
021600 01  WS-HAS-PLACEMENT          PIC X(01) VALUE "N".
021700     88  ACCOUNT-HAS-PLACEMENT     VALUE "Y".
021800 01  WS-RECOVERY-PRESENT       PIC X(01) VALUE "N".
021900     88  RECOVERY-PRESENT          VALUE "Y".
022000 01  WS-PLACEMENT-PRESENT      PIC X(01) VALUE "N".
022100     88  PLACEMENT-PRESENT         VALUE "Y".
022200 01  WS-DUNNING-PRESENT        PIC X(01) VALUE "N".
022300     88  DUNNING-PRESENT           VALUE "Y".
022400 01  WS-DISPUTES-AVAILABLE     PIC X(01) VALUE "N".
022500     88  DISPUTES-AVAILABLE        VALUE "Y".
022600 01  WS-DISPUTE-AT-END         PIC X(01) VALUE "N".
022700     88  DISPUTE-FILE-AT-END       VALUE "Y".
022800 01  WS-DISPUTE-OPEN           PIC X(01) VALUE "N".
022900     88  DISPUTE-IS-OPEN           VALUE "Y".
023000 01  WS-ACCT-LEVEL             PIC 9(01) VALUE 0.
023100 01  WS-PLACE-TYPE             PIC X(01) VALUE SPACE.
023200 01  WS-RECALL-REASON          PIC X(01) VALUE SPACE.
023300 01  WS-LAST-SEQUENCE          PIC 9(07) VALUE 0.
023400 01  WS-ROTATION-QUOTIENT      PIC 9(07) VALUE 0.
023500 01  WS-ROTATION-SLOT          PIC 9(03) VALUE 0.
023600 01  WS-ACTION-TEXT            PIC X(10) VALUE SPACES.
023700
023800******************************************************************
023900*    NEW PLACEMENT - BUILT HERE, NOT IN THE PLACFILE RECORD      *
024000*    AREA, WHICH ALREADY HOLDS THE NEXT PLACEMENT ON FILE.       *
024100******************************************************************
024200     COPY PLACREC
024300         REPLACING PLACEMENT-RECORD BY NEW-PLACEMENT-RECORD
024400         PLAC-CUST-ID BY NPL-CUST-ID
024500         PLAC-SEQUENCE BY NPL-SEQUENCE
024600         PLAC-AGENCY-CODE BY NPL-AGENCY-CODE
024700         PLAC-PLACE-TYPE BY NPL-PLACE-TYPE
024800         PLAC-CHARGED-OFF BY NPL-CHARGED-OFF
024900         PLAC-DELINQUENT BY NPL-DELINQUENT
025000         PLAC-PLACED-DATE BY NPL-PLACED-DATE
025100         PLAC-PLACED-BALANCE BY NPL-PLACED-BALANCE
025200         PLAC-GROSS-RECOVERED BY NPL-GROSS-RECOVERED
025300         PLAC-COMMISSION BY NPL-COMMISSION
025400         PLAC-LAST-REMIT-DATE BY NPL-LAST-REMIT-DATE
025500         PLAC-STATUS BY NPL-STATUS
025600         PLAC-IS-PLACED BY NPL-IS-PLACED
025700         PLAC-IS-RECALLED BY NPL-IS-RECALLED
025800         PLAC-IS-CLOSED BY NPL-IS-CLOSED
025900         PLAC-STATUS-DATE BY NPL-STATUS-DATE.
026000
026100******************************************************************
026200*    AGENCY TABLE - LOADED FROM AGCYPARM IN FILE (ROTATION)      *
026300*    ORDER.  THE ACTIVE-AGENCY LIST POINTS INTO IT.              *
026400******************************************************************
026500 01  WS-AGY-TABLE-SIZE         PIC 9(3) BINARY VALUE 20.
026600 01  WS-AGY-ENTRY-COUNT        PIC 9(3) BINARY VALUE 0.
026700 01  WS-AGY-ENTRIES.
026800     05  WS-AGY-ENTRY          OCCURS 20 TIMES.
026900         10  WS-AGY-CODE           PIC X(03).
027000         10  WS-AGY-NAME           PIC X(30).
027100         10  WS-AGY-TERM-DAYS      PIC 9(03).
027200         10  WS-AGY-ACTIVE         PIC X(01).
027300         10  WS-AGY-PLACED         PIC 9(07).
027400         10  WS-AGY-PLACED-BAL     PIC 9(11)V99.
027500         10  WS-AGY-RECALLED       PIC 9(07).
027600         10  WS-AGY-CLOSED         PIC 9(07).
027700         10  WS-AGY-OPEN           PIC 9(07).
027800 01  WS-AGY-IDX                PIC 9(3) BINARY VALUE 0.
027900 01  WS-AGY-FOUND-IDX          PIC 9(3) BINARY VALUE 0.
028000 01  WS-AGY-WORK-CODE          PIC X(03) VALUE SPACES.
028100 01  WS-ACTIVE-COUNT           PIC 9(3) BINARY VALUE 0.
028200 01  WS-ACTIVE-LIST.
028300     05  WS-ACTIVE-AGY-IDX     PIC 9(3) BINARY OCCURS 20 TIMES.
028400
028500******************************************************************
028600*    RUN TOTALS                                                  *
028700******************************************************************
028800 01  WS-ACCOUNTS-READ          PIC 9(07) BINARY VALUE 0.
028900 01  WS-PLACED-COUNT           PIC 9(07) BINARY VALUE 0.
029000 01  WS-PLACED-BALANCE         PIC 9(11)V99 VALUE 0.
029100 01  WS-RECALLED-COUNT         PIC 9(07) BINARY VALUE 0.
029200 01  WS-CLOSED-COUNT           PIC 9(07) BINARY VALUE 0.
029300 01  WS-DISPUTE-HOLDS          PIC 9(07) BINARY VALUE 0.
029333 01  WS-LEGAL-HOLDS            PIC 9(07) BINARY VALUE 0.
029366 01  WS-HOLD-RECALLED-COUNT    PIC 9(07) BINARY VALUE 0.
029400 01  WS-UNKNOWN-AGENCY         PIC 9(07) BINARY VALUE 0.
029500 01  WS-PLACEMENTS-CARRIED     PIC 9(07) BINARY VALUE 0.
029600
029700******************************************************************
029800*    PLACEMENT REGISTER LINE LAYOUTS                             *
029900******************************************************************
030000 01  AP-HEADING-LINE-1.
030100     05  FILLER                PIC X(01) VALUE SPACE.
030200     05  FILLER                PIC X(54) VALUE
030300         "AGCYPLC - COLLECTION AGENCY PLACEMENT REGISTER".
030400     05  FILLER                PIC X(10) VALUE "RUN DATE ".
030500     05  AP-HDG1-RUN-DATE      PIC 9(06).
030600
030700 01  AP-HEADING-LINE-2.
030800     05  FILLER                PIC X(01) VALUE SPACE.
030900     05  FILLER                PIC X(11) VALUE "ACTION".
031000     05  FILLER                PIC X(12) VALUE "CUST-ID".
031100     05  FILLER                PIC X(31) VALUE "NAME".
031200     05  FILLER                PIC X(08) VALUE "AGENCY".
031300     05  FILLER                PIC X(06) VALUE "TYPE".
031400     05  FILLER                PIC X(14) VALUE "     BALANCE".
031500     05  FILLER                PIC X(08) VALUE "PLACED".
031600     05  FILLER                PIC X(06) VALUE "SEQ".
031700
031800 01  AP-DETAIL-LINE.
031900     05  FILLER                PIC X(01) VALUE SPACE.
032000     05  AP-DTL-ACTION         PIC X(10).
032100     05  FILLER                PIC X(01) VALUE SPACE.
032200     05  AP-DTL-CUST-ID        PIC X(10).
032300     05  FILLER                PIC X(02) VALUE SPACES.
032400     05  AP-DTL-NAME           PIC X(30).
032500     05  FILLER                PIC X(01) VALUE SPACE.
032600     05  AP-DTL-AGENCY         PIC X(03).
032700     05  FILLER                PIC X(05) VALUE SPACES.
032800     05  AP-DTL-TYPE           PIC X(01).
032900     05  FILLER                PIC X(03) VALUE SPACES.
033000     05  AP-DTL-BALANCE        PIC Z,ZZZ,ZZ9.99-.
033100     05  FILLER                PIC X(02) VALUE SPACES.
033200     05  AP-DTL-PLACED-DATE    PIC 9(06).
033300     05  FILLER                PIC X(02) VALUE SPACES.
033400     05  AP-DTL-SEQUENCE       PIC 9(07).
033500
033600 01  AP-SECTION-LINE.
033700     05  FILLER                PIC X(01) VALUE SPACE.
033800     05  AP-SECTION-TEXT       PIC X(80).
033900
034000 01  AP-AGENCY-HEADING.
034100     05  FILLER                PIC X(01) VALUE SPACE.
034200     05  FILLER                PIC X(05) VALUE "AGY".
034300     05  FILLER                PIC X(31) VALUE "AGENCY NAME".
034400     05  FILLER                PIC X(04) VALUE "ACT".
034500     05  FILLER                PIC X(10) VALUE "    PLACED".
034600     05  FILLER                PIC X(18) VALUE
034700         "   PLACED BALANCE".
034800     05  FILLER                PIC X(10) VALUE "  RECALLED".
034900     05  FILLER                PIC X(10) VALUE "    CLOSED".
035000     05  FILLER                PIC X(10) VALUE "  NOW OPEN".
035100
035200 01  AP-AGENCY-LINE.
035300     05  FILLER                PIC X(01) VALUE SPACE.
035400     05  AP-AGY-CODE           PIC X(03).
035500     05  FILLER                PIC X(02) VALUE SPACES.
035600     05  AP-AGY-NAME           PIC X(30).
035700     05  FILLER                PIC X(02) VALUE SPACES.
035800     05  AP-AGY-ACTIVE         PIC X(01).
035900     05  FILLER                PIC X(01) VALUE SPACE.
036000     05  AP-AGY-PLACED         PIC Z,ZZZ,ZZ9.
036100     05  FILLER                PIC X(01) VALUE SPACE.
036200     05  AP-AGY-PLACED-BAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
036300     05  FILLER                PIC X(01) VALUE SPACE.
036400     05  AP-AGY-RECALLED       PIC Z,ZZZ,ZZ9.
036500     05  FILLER                PIC X(01) VALUE SPACE.
036600     05  AP-AGY-CLOSED         PIC Z,ZZZ,ZZ9.
036700     05  FILLER                PIC X(01) VALUE SPACE.
036800     05  AP-AGY-OPEN           PIC Z,ZZZ,ZZ9.
036900
037000 01  AP-FOOTER-LINE.
037100     05  FILLER                PIC X(01) VALUE SPACE.
037200     05  AP-FTR-LABEL          PIC X(40).
037300     05  AP-FTR-COUNT          PIC Z,ZZZ,ZZ9.
037400
037500 PROCEDURE DIVISION.
037600******************************************************************
037700*    0000-MAINLINE                                               *
037800******************************************************************
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038100     PERFORM 2000-READ-NEXT-CUSTOMER THRU 2000-EXIT
038200     PERFORM 2100-READ-NEXT-RECOVERY THRU 2100-EXIT
038300     PERFORM 2200-READ-NEXT-PLACEMENT THRU 2200-EXIT
038400     PERFORM 2300-READ-NEXT-DUNNING THRU 2300-EXIT
038500     PERFORM 2400-READ-NEXT-DISPUTE THRU 2400-EXIT
038600     PERFORM 3000-REVIEW-ONE-ACCOUNT THRU 3000-EXIT
038700         UNTIL WS-CUST-KEY = HIGH-VALUES AND
038800               WS-RECV-KEY = HIGH-VALUES AND
038900               WS-PLAC-KEY = HIGH-VALUES
039000     PERFORM 7000-WRITE-AGENCY-SUMMARY THRU 7000-EXIT
039100     PERFORM 9000-TERMINATE THRU 9000-EXIT
039200     STOP RUN.
039300
039400******************************************************************
039500*    1000-INITIALIZE                                             *
039600*    THE AGENCY PARAMETERS ARE REQUIRED (RC 16) - PLACING WITH   *
039700*    GUESSED AGENCIES OR TERMS IS WORSE THAN NOT PLACING.        *
039800*    WITHOUT THE MASTER THERE IS NOTHING TO REVIEW (RC 8).  NO   *
039900*    DUNNING STATUS MEANS NO ACTIVE ACCOUNTS PLACE, AND NO       *
040000*    DISPUTE FILE MEANS NONE ARE HELD (RC 4 EITHER WAY).  NO     *
040100*    RECOVERY OR PLACEMENT FILE IS A FIRST RUN.                  *
040200******************************************************************
040300 1000-INITIALIZE.
040400     ACCEPT WS-RUN-DATE FROM DATE
040500     OPEN INPUT AGENCY-PARM-FILE
040600     IF NOT AGENCY-PARM-OK
040700         DISPLAY "AGCYPLC - AGENCY PARAMETER FILE NOT FOUND - "
040800             "STATUS " AGENCY-PARM-STATUS " - RUN STOPPED"
040900         MOVE 16 TO RETURN-CODE
041000         STOP RUN
041100     END-IF
041200     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
041300     PERFORM 1200-STORE-ONE-PARM THRU 1200-EXIT
041400         UNTIL PARM-FILE-AT-END
041500     CLOSE AGENCY-PARM-FILE
041600     IF NOT RULES-FOUND OR WS-AGY-ENTRY-COUNT = 0
041700         DISPLAY "AGCYPLC - SELECTION RULES OR AGENCIES MISSING "
041800             "FROM AGCYPARM - RUN STOPPED"
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF
042200     IF WS-ACTIVE-COUNT = 0
042300         DISPLAY "AGCYPLC - NO ACTIVE AGENCY ON AGCYPARM - "
042400             "RECALLS ONLY, NOTHING PLACED"
042500         MOVE 4 TO RETURN-CODE
042600     END-IF
042700     PERFORM 1300-FIND-LAST-SEQUENCE THRU 1300-EXIT
042800     OPEN INPUT CUSTOMER-FILE
042900     IF NOT CUST-FILE-OK
043000         DISPLAY "AGCYPLC - ERROR OPENING CUSTOMER FILE - "
043100             "STATUS " CUSTOMER-FILE-STATUS
043200         MOVE 8 TO RETURN-CODE
043300         STOP RUN
043400     END-IF
043500     OPEN INPUT DUNNING-STATUS-FILE
043600     IF DUNNING-STATUS-OK
043700         MOVE "Y" TO WS-DUNNING-PRESENT
043800     ELSE
043900         DISPLAY "AGCYPLC - NO DUNNING STATUS FILE - STATUS "
044000             DUNNING-STATUS-STAT " - NO ACTIVE ACCOUNTS PLACED"
044100         MOVE 4 TO RETURN-CODE
044200     END-IF
044300     OPEN INPUT DISPUTE-CASE-FILE
044400     IF DISPUTE-CASE-OK
044500         MOVE "Y" TO WS-DISPUTES-AVAILABLE
044600     ELSE
044700         DISPLAY "AGCYPLC - NO DISPUTE CASE FILE - NO "
044800             "PLACEMENTS ARE HELD FOR DISPUTES"
044900         MOVE "Y" TO WS-DISPUTE-AT-END
045000         MOVE 4 TO RETURN-CODE
045100     END-IF
045200     OPEN INPUT RECOVERY-FILE
045300     IF RECOVERY-FILE-OK
045400         MOVE "Y" TO WS-RECOVERY-PRESENT
045500     ELSE
045600         DISPLAY "AGCYPLC - NO RECOVERY FILE - NO CHARGED-OFF "
045700             "ACCOUNTS TO PLACE"
045800     END-IF
045900     OPEN INPUT PLACEMENT-FILE
046000     IF PLACEMENT-FILE-OK
046100         MOVE "Y" TO WS-PLACEMENT-PRESENT
046200     ELSE
046300         DISPLAY "AGCYPLC - NO PLACEMENT FILE - FIRST "
046400             "PLACEMENT RUN"
046500     END-IF
046600     OPEN OUTPUT PLACEMENT-REGISTER
046700     IF NOT PLACEMENT-REGISTER-OK
046800         DISPLAY "AGCYPLC - ERROR OPENING PLACEMENT REGISTER - "
046900             "STATUS " PLACEMENT-REGISTER-STATUS
047000         MOVE 24 TO RETURN-CODE
047100         STOP RUN
047200     END-IF
047300     OPEN OUTPUT RECOVERY-OUT-FILE
047400     OPEN OUTPUT PLACEMENT-OUT-FILE
047500     OPEN OUTPUT AGENCY-WORK-FILE
047600     IF NOT RECOVERY-OUT-OK OR NOT PLACEMENT-OUT-OK OR
047700             NOT AGENCY-WORK-OK
047800         DISPLAY "AGCYPLC - ERROR OPENING OUTPUT FILES - "
047900             "STATUS " RECOVERY-OUT-STATUS " "
048000             PLACEMENT-OUT-STATUS " " AGENCY-WORK-STATUS
048100         MOVE 24 TO RETURN-CODE
048200         STOP RUN
048300     END-IF
048400     MOVE WS-RUN-DATE TO AP-HDG1-RUN-DATE
048500     WRITE PLACEMENT-REGISTER-LINE FROM AP-HEADING-LINE-1
048600     WRITE PLACEMENT-REGISTER-LINE FROM AP-HEADING-LINE-2
048700     MOVE SPACES TO PLACEMENT-REGISTER-LINE
048800     WRITE PLACEMENT-REGISTER-LINE AFTER ADVANCING 1 LINE.
048900 1000-EXIT.
049000     EXIT.
049100
049200 1100-READ-NEXT-PARM.
049300     READ AGENCY-PARM-FILE INTO AGENCY-PARM-RECORD
049400         AT END
049500             MOVE "Y" TO WS-PARM-AT-END
049600     END-READ.
049700 1100-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    1200-STORE-ONE-PARM                                         *
050200*    AN AGENCY WITHOUT A USABLE TERM CANNOT BE RECALLED ON TIME  *
050300*    AND IS NOT GIVEN NEW PLACEMENTS.                            *
050400******************************************************************
050500 1200-STORE-ONE-PARM.
050600     EVALUATE TRUE
050700         WHEN AGYP-SELECTION-RULES
050800             MOVE "Y" TO WS-RULES-FOUND
050900             IF AGYP-MIN-DUN-LEVEL NUMERIC
051000                 MOVE AGYP-MIN-DUN-LEVEL TO WS-MIN-DUN-LEVEL
051100             END-IF
051200             IF AGYP-MIN-DUN-BALANCE NUMERIC
051300                 MOVE AGYP-MIN-DUN-BALANCE TO WS-MIN-DUN-BALANCE
051400             END-IF
051500             IF AGYP-MIN-CHGOFF-BALANCE NUMERIC
051600                 MOVE AGYP-MIN-CHGOFF-BALANCE TO
051700                     WS-MIN-CHGOFF-BALANCE
051800             END-IF
051900             IF AGYP-CHGOFF-WAIT-DAYS NUMERIC
052000                 MOVE AGYP-CHGOFF-WAIT-DAYS TO
052100                     WS-CHGOFF-WAIT-DAYS
052200             END-IF
052300         WHEN AGYP-AGENCY
052400             PERFORM 1210-STORE-ONE-AGENCY THRU 1210-EXIT
052500         WHEN OTHER
052600             DISPLAY "AGCYPLC - UNKNOWN AGCYPARM RECORD TYPE "
052700                 AGYP-RECORD-TYPE " - IGNORED"
052800     END-EVALUATE
052900     PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT.
053000 1200-EXIT.
053100     EXIT.
053200
053300 1210-STORE-ONE-AGENCY.
053400     IF WS-AGY-ENTRY-COUNT NOT < WS-AGY-TABLE-SIZE
053500         DISPLAY "AGCYPLC - AGENCY TABLE FULL - "
053600             AGYP-AGENCY-CODE " NOT LOADED"
053700         GO TO 1210-EXIT
053800     END-IF
053900     ADD 1 TO WS-AGY-ENTRY-COUNT
054000     INITIALIZE WS-AGY-ENTRY(WS-AGY-ENTRY-COUNT)
054100     MOVE AGYP-AGENCY-CODE TO WS-AGY-CODE(WS-AGY-ENTRY-COUNT)
054200     MOVE AGYP-AGENCY-NAME TO WS-AGY-NAME(WS-AGY-ENTRY-COUNT)
054300     MOVE "N" TO WS-AGY-ACTIVE(WS-AGY-ENTRY-COUNT)
054400     IF AGYP-TERM-DAYS NOT NUMERIC OR AGYP-TERM-DAYS = 0
054500         DISPLAY "AGCYPLC - AGENCY " AGYP-AGENCY-CODE
054600             " HAS NO PLACEMENT TERM - NO NEW PLACEMENTS"
054700         MOVE 4 TO RETURN-CODE
054800         GO TO 1210-EXIT
054900     END-IF
055000     MOVE AGYP-TERM-DAYS TO WS-AGY-TERM-DAYS(WS-AGY-ENTRY-COUNT)
055100     IF AGYP-AGENCY-ACTIVE
055200         MOVE "Y" TO WS-AGY-ACTIVE(WS-AGY-ENTRY-COUNT)
055300         ADD 1 TO WS-ACTIVE-COUNT
055400         MOVE WS-AGY-ENTRY-COUNT TO
055500             WS-ACTIVE-AGY-IDX(WS-ACTIVE-COUNT)
055600     END-IF.
055700 1210-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100*    1300-FIND-LAST-SEQUENCE                                     *
056200*    PLACEMENT NUMBERS CONTINUE FROM THE HIGHEST ON FILE, AS     *
056300*    REFUND CONTINUES ITS CHECK SERIALS FROM OUTCHK, SO THE      *
056400*    ROTATION RESUMES WHERE THE LAST RUN STOPPED.                *
056500******************************************************************
056600 1300-FIND-LAST-SEQUENCE.
056700     MOVE 0 TO WS-LAST-SEQUENCE
056800     OPEN INPUT PLACEMENT-FILE
056900     IF NOT PLACEMENT-FILE-OK
057000         IF NOT PLACEMENT-FILE-MISSING
057100             DISPLAY "AGCYPLC - ERROR OPENING PLACEMENT FILE - "
057200                 "STATUS " PLACEMENT-FILE-STATUS
057300                 " - RUN STOPPED"
057400             MOVE 16 TO RETURN-CODE
057500             STOP RUN
057600         END-IF
057700         GO TO 1300-EXIT
057800     END-IF
057900     PERFORM 2200-READ-NEXT-PLACEMENT THRU 2200-EXIT
058000     PERFORM 1310-CHECK-ONE-SEQUENCE THRU 1310-EXIT
058100         UNTIL WS-PLAC-KEY = HIGH-VALUES
058200     CLOSE PLACEMENT-FILE
058300     MOVE SPACES TO WS-PLAC-KEY.
058400 1300-EXIT.
058500     EXIT.
058600
058700 1310-CHECK-ONE-SEQUENCE.
058800     IF PLAC-SEQUENCE NUMERIC AND
058900             PLAC-SEQUENCE > WS-LAST-SEQUENCE
059000         MOVE PLAC-SEQUENCE TO WS-LAST-SEQUENCE
059100     END-IF
059200     PERFORM 2200-READ-NEXT-PLACEMENT THRU 2200-EXIT.
059300 1310-EXIT.
059400     EXIT.
059500
059600 2000-READ-NEXT-CUSTOMER.
059700     READ CUSTOMER-FILE NEXT RECORD
059800         AT END
059900             MOVE HIGH-VALUES TO WS-CUST-KEY
060000         NOT AT END
060100             MOVE CUST-ID TO WS-CUST-KEY
060200             ADD 1 TO WS-ACCOUNTS-READ
060300     END-READ.
060400 2000-EXIT.
060500     EXIT.
060600
060700 2100-READ-NEXT-RECOVERY.
060800     IF NOT RECOVERY-PRESENT
060900         MOVE HIGH-VALUES TO WS-RECV-KEY
061000         GO TO 2100-EXIT
061100     END-IF
061200     READ RECOVERY-FILE
061300         AT END
061400             MOVE HIGH-VALUES TO WS-RECV-KEY
061500         NOT AT END
061600             MOVE RECV-CUST-ID TO WS-RECV-KEY
061700     END-READ.
061800 2100-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    2200-READ-NEXT-PLACEMENT                                    *
062300*    ALSO SERVES THE SEQUENCE PRE-PASS IN 1300, BEFORE THE       *
062400*    PRESENCE FLAG IS SET - THE FILE STATUS DECIDES THERE.       *
062500******************************************************************
062600 2200-READ-NEXT-PLACEMENT.
062700     IF NOT PLACEMENT-PRESENT AND NOT PLACEMENT-FILE-OK
062800         MOVE HIGH-VALUES TO WS-PLAC-KEY
062900         GO TO 2200-EXIT
063000     END-IF
063100     READ PLACEMENT-FILE
063200         AT END
063300             MOVE HIGH-VALUES TO WS-PLAC-KEY
063400         NOT AT END
063500             MOVE PLAC-CUST-ID TO WS-PLAC-KEY
063600     END-READ.
063700 2200-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100*    2300-READ-NEXT-DUNNING                                      *
064200*    AN EXHAUSTED OR ABSENT DUNNING FILE LEAVES ITS KEY AT       *
064300*    HIGH-VALUES, SO NO ACCOUNT EVER MATCHES IT.                 *
064400******************************************************************
064500 2300-READ-NEXT-DUNNING.
064600     IF NOT DUNNING-PRESENT
064700         GO TO 2300-EXIT
064800     END-IF
064900     READ DUNNING-STATUS-FILE
065000         AT END
065100             MOVE HIGH-VALUES TO WS-DUN-KEY
065200         NOT AT END
065300             MOVE DUN-CUST-ID TO WS-DUN-KEY
065400     END-READ.
065500 2300-EXIT.
065600     EXIT.
065700
065800 2400-READ-NEXT-DISPUTE.
065900     IF DISPUTES-AVAILABLE
066000         READ DISPUTE-CASE-FILE NEXT RECORD
066100             AT END
066200                 MOVE "Y" TO WS-DISPUTE-AT-END
066300         END-READ
066400     END-IF.
066500 2400-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900*    3000-REVIEW-ONE-ACCOUNT                                     *
067000*    AN ACCOUNT ALREADY PLACED IS REVIEWED FOR RECALL; ONE NEVER *
067100*    PLACED AND STILL ON THE MASTER IS CONSIDERED FOR PLACEMENT. *
067200*    THE RECOVERY RECORD CARRIES FORWARD EITHER WAY.             *
067300******************************************************************
067400 3000-REVIEW-ONE-ACCOUNT.
067500     MOVE WS-CUST-KEY TO WS-ACCT-KEY
067600     IF WS-RECV-KEY < WS-ACCT-KEY
067700         MOVE WS-RECV-KEY TO WS-ACCT-KEY
067800     END-IF
067900     IF WS-PLAC-KEY < WS-ACCT-KEY
068000         MOVE WS-PLAC-KEY TO WS-ACCT-KEY
068100     END-IF
068200     MOVE "N" TO WS-ON-MASTER
068300     IF WS-CUST-KEY = WS-ACCT-KEY
068400         MOVE "Y" TO WS-ON-MASTER
068500     END-IF
068600     MOVE "N" TO WS-HAS-RECOVERY
068700     IF WS-RECV-KEY = WS-ACCT-KEY
068800         MOVE "Y" TO WS-HAS-RECOVERY
068900     END-IF
069000     MOVE "N" TO WS-HAS-PLACEMENT
069100     IF WS-PLAC-KEY = WS-ACCT-KEY
069200         MOVE "Y" TO WS-HAS-PLACEMENT
069300     END-IF
069400     IF ACCOUNT-HAS-PLACEMENT
069500         PERFORM 3100-REVIEW-PLACEMENT THRU 3100-EXIT
069600         MOVE PLACEMENT-RECORD TO PLACEMENT-OUT-RECORD
069700         WRITE PLACEMENT-OUT-RECORD
069800         ADD 1 TO WS-PLACEMENTS-CARRIED
069900         PERFORM 2200-READ-NEXT-PLACEMENT THRU 2200-EXIT
070000     ELSE
070100         IF ACCOUNT-ON-MASTER AND WS-ACTIVE-COUNT > 0
070200             PERFORM 3300-CONSIDER-PLACEMENT THRU 3300-EXIT
070300         END-IF
070400     END-IF
070500     IF ACCOUNT-HAS-RECOVERY
070600         MOVE RECOVERY-RECORD TO RECOVERY-OUT-RECORD
070700         WRITE RECOVERY-OUT-RECORD
070800         PERFORM 2100-READ-NEXT-RECOVERY THRU 2100-EXIT
070900     END-IF
071000     IF ACCOUNT-ON-MASTER
071100         PERFORM 2000-READ-NEXT-CUSTOMER THRU 2000-EXIT
071200     END-IF.
071300 3000-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700*    3100-REVIEW-PLACEMENT                                       *
071800*    ONLY AN OPEN PLACEMENT CHANGES.  PAID, CLOSED OR GONE FROM  *
071866*    THE MASTER CLOSES IT OUT; A BANKRUPTCY OR CEASE-AND-DESIST  *
071933*    HOLD RECALLS IT AT ONCE, WHATEVER THE AGENCY; THE END OF    *
072000*    THE AGENCY'S TERM RECALLS IT.  AN AGENCY NO LONGER ON       *
072066*    AGCYPARM HAS NO TERM - THE PLACEMENT STAYS OPEN AND IS      *
072133*    LISTED.                                                     *
072200******************************************************************
072300 3100-REVIEW-PLACEMENT.
072400     IF NOT PLAC-IS-PLACED
072500         GO TO 3100-EXIT
072600     END-IF
072700     MOVE PLAC-AGENCY-CODE TO WS-AGY-WORK-CODE
072800     PERFORM 3500-FIND-AGENCY THRU 3500-EXIT
072900     IF NOT ACCOUNT-ON-MASTER OR CUST-STATUS-CLOSED OR
073000             CUST-BALANCE NOT NUMERIC OR CUST-BALANCE NOT > 0
073100         MOVE "F" TO PLAC-STATUS
073200         MOVE WS-RUN-DATE TO PLAC-STATUS-DATE
073300         MOVE "P" TO WS-RECALL-REASON
073400         MOVE "CLOSED OUT" TO WS-ACTION-TEXT
073500         ADD 1 TO WS-CLOSED-COUNT
073600         IF WS-AGY-FOUND-IDX > 0
073700             ADD 1 TO WS-AGY-CLOSED(WS-AGY-FOUND-IDX)
073707         END-IF
073714         PERFORM 3200-WRITE-RECALL THRU 3200-EXIT
073721         GO TO 3100-EXIT
073728     END-IF
073735     IF CUST-ON-LEGAL-HOLD AND
073742             (CUST-HOLD-BANKRUPTCY OR CUST-HOLD-CEASE-DESIST)
073750         MOVE "R" TO PLAC-STATUS
073757         MOVE WS-RUN-DATE TO PLAC-STATUS-DATE
073764         MOVE "L" TO WS-RECALL-REASON
073771         MOVE "LEGAL HOLD" TO WS-ACTION-TEXT
073778         ADD 1 TO WS-HOLD-RECALLED-COUNT
073785         IF WS-AGY-FOUND-IDX > 0
073792             ADD 1 TO WS-AGY-RECALLED(WS-AGY-FOUND-IDX)
073800         END-IF
073900         PERFORM 3200-WRITE-RECALL THRU 3200-EXIT
074000         GO TO 3100-EXIT
074100     END-IF
074200     IF WS-AGY-FOUND-IDX = 0
074300         ADD 1 TO WS-UNKNOWN-AGENCY
074400         DISPLAY "AGCYPLC - PLACEMENT " PLAC-CUST-ID
074500             " IS WITH AGENCY " PLAC-AGENCY-CODE
074600             " - NOT ON AGCYPARM - LEFT OPEN"
074700         MOVE 4 TO RETURN-CODE
074800         GO TO 3100-EXIT
074900     END-IF
075000     IF WS-AGY-TERM-DAYS(WS-AGY-FOUND-IDX) = 0
075100         ADD 1 TO WS-AGY-OPEN(WS-AGY-FOUND-IDX)
075200         GO TO 3100-EXIT
075300     END-IF
075400     MOVE PLAC-PLACED-DATE TO WS-WORK-DATE
075500     PERFORM 8000-COMPUTE-DAYS-BETWEEN THRU 8000-EXIT
075600     IF WS-DAYS-BETWEEN < WS-AGY-TERM-DAYS(WS-AGY-FOUND-IDX)
075700         ADD 1 TO WS-AGY-OPEN(WS-AGY-FOUND-IDX)
075800         GO TO 3100-EXIT
075900     END-IF
076000     MOVE "R" TO PLAC-STATUS
076100     MOVE WS-RUN-DATE TO PLAC-STATUS-DATE
076200     MOVE "T" TO WS-RECALL-REASON
076300     MOVE "RECALLED" TO WS-ACTION-TEXT
076400     ADD 1 TO WS-RECALLED-COUNT
076500     ADD 1 TO WS-AGY-RECALLED(WS-AGY-FOUND-IDX)
076600     PERFORM 3200-WRITE-RECALL THRU 3200-EXIT.
076700 3100-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100*    3200-WRITE-RECALL                                           *
077200******************************************************************
077300 3200-WRITE-RECALL.
077400     MOVE SPACES TO AGENCY-EXCHANGE-RECORD
077500     MOVE "R" TO AGYX-RECORD-TYPE
077600     MOVE PLAC-AGENCY-CODE TO AGYX-AGENCY-CODE
077700     MOVE PLAC-CUST-ID TO AGYX-CUST-ID
077800     MOVE 0 TO AGYX-BALANCE
077900     IF ACCOUNT-ON-MASTER
078000         MOVE CUST-NAME TO AGYX-CUST-NAME
078100         MOVE CUST-ADDRESS TO AGYX-CUST-ADDRESS
078200         MOVE CUST-PHONE TO AGYX-CUST-PHONE
078300         IF CUST-BALANCE NUMERIC AND CUST-BALANCE > 0
078400             MOVE CUST-BALANCE TO AGYX-BALANCE
078500         END-IF
078600     END-IF
078700     MOVE PLAC-PLACE-TYPE TO AGYX-PLACE-TYPE
078800     MOVE 0 TO AGYX-CHARGEOFF-DATE
078900     IF ACCOUNT-HAS-RECOVERY
079000         MOVE RECV-CHARGEOFF-DATE TO AGYX-CHARGEOFF-DATE
079100     END-IF
079200     MOVE PLAC-PLACED-DATE TO AGYX-PLACED-DATE
079300     MOVE WS-RECALL-REASON TO AGYX-RECALL-REASON
079400     MOVE WS-RUN-DATE TO AGYX-ACTION-DATE
079500     WRITE AGENCY-EXCHANGE-RECORD
079600     MOVE WS-ACTION-TEXT TO AP-DTL-ACTION
079700     MOVE PLAC-CUST-ID TO AP-DTL-CUST-ID
079800     MOVE AGYX-CUST-NAME TO AP-DTL-NAME
079900     MOVE PLAC-AGENCY-CODE TO AP-DTL-AGENCY
080000     MOVE PLAC-PLACE-TYPE TO AP-DTL-TYPE
080100     MOVE AGYX-BALANCE TO AP-DTL-BALANCE
080200     MOVE PLAC-PLACED-DATE TO AP-DTL-PLACED-DATE
080300     MOVE PLAC-SEQUENCE TO AP-DTL-SEQUENCE
080400     WRITE PLACEMENT-REGISTER-LINE FROM AP-DETAIL-LINE.
080500 3200-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*    3300-CONSIDER-PLACEMENT                                     *
081000*    A CHARGED-OFF ACCOUNT NEEDS AN OPEN, UNPLACED RECOVERY      *
081100*    RECORD OLD ENOUGH AND LARGE ENOUGH; AN ACTIVE ACCOUNT NEEDS *
081200*    THE DUNNING LEVEL AND BALANCE.  A LEGAL HOLD OF ANY TYPE    *
081300*    OR AN OPEN DISPUTE HOLDS EITHER.                            *
081400******************************************************************
081500 3300-CONSIDER-PLACEMENT.
081600     IF CUST-BALANCE NOT NUMERIC OR CUST-BALANCE NOT > 0
081700         GO TO 3300-EXIT
081800     END-IF
081900     MOVE SPACE TO WS-PLACE-TYPE
082000     EVALUATE TRUE
082100         WHEN CUST-STATUS-CHGOFF
082200             PERFORM 3310-CHECK-CHARGED-OFF THRU 3310-EXIT
082300         WHEN CUST-STATUS-ACTIVE
082400             PERFORM 3320-CHECK-DELINQUENT THRU 3320-EXIT
082500     END-EVALUATE
082600     IF WS-PLACE-TYPE = SPACE
082620         GO TO 3300-EXIT
082640     END-IF
082660     IF CUST-ON-LEGAL-HOLD
082680         ADD 1 TO WS-LEGAL-HOLDS
082700         GO TO 3300-EXIT
082800     END-IF
082900     PERFORM 3330-CHECK-DISPUTE-HOLD THRU 3330-EXIT
083000     IF DISPUTE-IS-OPEN
083100         ADD 1 TO WS-DISPUTE-HOLDS
083200         GO TO 3300-EXIT
083300     END-IF
083400     PERFORM 3400-PLACE-ONE-ACCOUNT THRU 3400-EXIT.
083500 3300-EXIT.
083600     EXIT.
083700
083800 3310-CHECK-CHARGED-OFF.
083900     IF NOT ACCOUNT-HAS-RECOVERY
084000         GO TO 3310-EXIT
084100     END-IF
084200     IF NOT RECV-IS-OPEN OR NOT RECV-NOT-PLACED
084300         GO TO 3310-EXIT
084400     END-IF
084500     IF CUST-BALANCE < WS-MIN-CHGOFF-BALANCE
084600         GO TO 3310-EXIT
084700     END-IF
084800     MOVE RECV-CHARGEOFF-DATE TO WS-WORK-DATE
084900     PERFORM 8000-COMPUTE-DAYS-BETWEEN THRU 8000-EXIT
085000     IF WS-DAYS-BETWEEN < WS-CHGOFF-WAIT-DAYS
085100         GO TO 3310-EXIT
085200     END-IF
085300     MOVE "W" TO WS-PLACE-TYPE.
085400 3310-EXIT.
085500     EXIT.
085600
085700 3320-CHECK-DELINQUENT.
085800     IF WS-MIN-DUN-LEVEL = 0
085900         GO TO 3320-EXIT
086000     END-IF
086100     PERFORM 2300-READ-NEXT-DUNNING THRU 2300-EXIT
086200         UNTIL WS-DUN-KEY NOT < CUST-ID
086300     MOVE 0 TO WS-ACCT-LEVEL
086400     IF WS-DUN-KEY = CUST-ID
086500         IF DUN-LEVEL NUMERIC
086600             MOVE DUN-LEVEL TO WS-ACCT-LEVEL
086700         END-IF
086800     END-IF
086900     IF WS-ACCT-LEVEL < WS-MIN-DUN-LEVEL
087000         GO TO 3320-EXIT
087100     END-IF
087200     IF CUST-BALANCE < WS-MIN-DUN-BALANCE
087300         GO TO 3320-EXIT
087400     END-IF
087500     MOVE "D" TO WS-PLACE-TYPE.
087600 3320-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000*    3330-CHECK-DISPUTE-HOLD                                     *
088100*    WALKS THE DISPUTE CASE FILE FORWARD AS DUNNING DOES - ANY   *
088200*    OPEN CASE ON THE ACCOUNT HOLDS THE PLACEMENT.               *
088300******************************************************************
088400 3330-CHECK-DISPUTE-HOLD.
088500     MOVE "N" TO WS-DISPUTE-OPEN
088600     PERFORM 2400-READ-NEXT-DISPUTE THRU 2400-EXIT
088700         UNTIL DISPUTE-FILE-AT-END OR
088800             DISP-CUST-ID NOT < CUST-ID
088900     PERFORM 3340-CHECK-ONE-DISPUTE THRU 3340-EXIT
089000         UNTIL DISPUTE-FILE-AT-END OR
089100             DISP-CUST-ID NOT = CUST-ID.
089200 3330-EXIT.
089300     EXIT.
089400
089500 3340-CHECK-ONE-DISPUTE.
089600     IF DISP-IS-OPEN
089700         MOVE "Y" TO WS-DISPUTE-OPEN
089800     END-IF
089900     PERFORM 2400-READ-NEXT-DISPUTE THRU 2400-EXIT.
090000 3340-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    3400-PLACE-ONE-ACCOUNT                                      *
090500*    THE NEXT PLACEMENT NUMBER PICKS THE AGENCY - THE ACTIVE     *
090600*    AGENCIES TAKE TURNS IN AGCYPARM ORDER.                      *
090700******************************************************************
090800 3400-PLACE-ONE-ACCOUNT.
090900     ADD 1 TO WS-LAST-SEQUENCE
091000     DIVIDE WS-ACTIVE-COUNT INTO WS-LAST-SEQUENCE
091100         GIVING WS-ROTATION-QUOTIENT
091200         REMAINDER WS-ROTATION-SLOT
091300     IF WS-ROTATION-SLOT = 0
091400         MOVE WS-ACTIVE-COUNT TO WS-ROTATION-SLOT
091500     END-IF
091600     MOVE WS-ACTIVE-AGY-IDX(WS-ROTATION-SLOT) TO WS-AGY-FOUND-IDX
091700     INITIALIZE NEW-PLACEMENT-RECORD
091800     MOVE CUST-ID TO NPL-CUST-ID
091900     MOVE WS-LAST-SEQUENCE TO NPL-SEQUENCE
092000     MOVE WS-AGY-CODE(WS-AGY-FOUND-IDX) TO NPL-AGENCY-CODE
092100     MOVE WS-PLACE-TYPE TO NPL-PLACE-TYPE
092200     MOVE WS-RUN-DATE TO NPL-PLACED-DATE
092300     MOVE CUST-BALANCE TO NPL-PLACED-BALANCE
092400     MOVE 0 TO NPL-GROSS-RECOVERED
092500     MOVE 0 TO NPL-COMMISSION
092600     MOVE 0 TO NPL-LAST-REMIT-DATE
092700     MOVE "P" TO NPL-STATUS
092800     MOVE WS-RUN-DATE TO NPL-STATUS-DATE
092900     MOVE NEW-PLACEMENT-RECORD TO PLACEMENT-OUT-RECORD
093000     WRITE PLACEMENT-OUT-RECORD
093100     IF NPL-CHARGED-OFF
093200         MOVE NPL-AGENCY-CODE TO RECV-AGENCY-CODE
093300         MOVE WS-RUN-DATE TO RECV-PLACED-DATE
093400     END-IF
093500     ADD 1 TO WS-PLACED-COUNT
093600     ADD CUST-BALANCE TO WS-PLACED-BALANCE
093700     ADD 1 TO WS-AGY-PLACED(WS-AGY-FOUND-IDX)
093800     ADD CUST-BALANCE TO WS-AGY-PLACED-BAL(WS-AGY-FOUND-IDX)
093900     ADD 1 TO WS-AGY-OPEN(WS-AGY-FOUND-IDX)
094000     MOVE SPACES TO AGENCY-EXCHANGE-RECORD
094100     MOVE "P" TO AGYX-RECORD-TYPE
094200     MOVE NPL-AGENCY-CODE TO AGYX-AGENCY-CODE
094300     MOVE CUST-ID TO AGYX-CUST-ID
094400     MOVE CUST-NAME TO AGYX-CUST-NAME
094500     MOVE CUST-ADDRESS TO AGYX-CUST-ADDRESS
094600     MOVE CUST-PHONE TO AGYX-CUST-PHONE
094700     MOVE CUST-BALANCE TO AGYX-BALANCE
094800     MOVE NPL-PLACE-TYPE TO AGYX-PLACE-TYPE
094900     MOVE 0 TO AGYX-CHARGEOFF-DATE
095000     IF NPL-CHARGED-OFF
095100         MOVE RECV-CHARGEOFF-DATE TO AGYX-CHARGEOFF-DATE
095200     END-IF
095300     MOVE WS-RUN-DATE TO AGYX-PLACED-DATE
095400     MOVE 0 TO AGYX-ACTION-DATE
095500     WRITE AGENCY-EXCHANGE-RECORD
095600     MOVE "PLACED" TO AP-DTL-ACTION
095700     MOVE CUST-ID TO AP-DTL-CUST-ID
095800     MOVE CUST-NAME TO AP-DTL-NAME
095900     MOVE NPL-AGENCY-CODE TO AP-DTL-AGENCY
096000     MOVE NPL-PLACE-TYPE TO AP-DTL-TYPE
096100     MOVE CUST-BALANCE TO AP-DTL-BALANCE
096200     MOVE WS-RUN-DATE TO AP-DTL-PLACED-DATE
096300     MOVE NPL-SEQUENCE TO AP-DTL-SEQUENCE
096400     WRITE PLACEMENT-REGISTER-LINE FROM AP-DETAIL-LINE.
096500 3400-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900*    3500-FIND-AGENCY                                            *
097000******************************************************************
097100 3500-FIND-AGENCY.
097200     MOVE 0 TO WS-AGY-FOUND-IDX
097300     PERFORM 3510-MATCH-ONE-AGENCY THRU 3510-EXIT
097400         VARYING WS-AGY-IDX FROM 1 BY 1
097500         UNTIL WS-AGY-FOUND-IDX > 0 OR
097600             WS-AGY-IDX > WS-AGY-ENTRY-COUNT.
097700 3500-EXIT.
097800     EXIT.
097900
098000 3510-MATCH-ONE-AGENCY.
098100     IF WS-AGY-CODE(WS-AGY-IDX) = WS-AGY-WORK-CODE
098200         MOVE WS-AGY-IDX TO WS-AGY-FOUND-IDX
098300     END-IF.
098400 3510-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800*    7000-WRITE-AGENCY-SUMMARY                                   *
098900******************************************************************
099000 7000-WRITE-AGENCY-SUMMARY.
099100     MOVE SPACES TO PLACEMENT-REGISTER-LINE
099200     WRITE PLACEMENT-REGISTER-LINE AFTER ADVANCING 1 LINE
099300     MOVE "SUMMARY BY AGENCY" TO AP-SECTION-TEXT
099400     WRITE PLACEMENT-REGISTER-LINE FROM AP-SECTION-LINE
099500     WRITE PLACEMENT-REGISTER-LINE FROM AP-AGENCY-HEADING
099600     PERFORM 7100-WRITE-ONE-AGENCY THRU 7100-EXIT
099700         VARYING WS-AGY-IDX FROM 1 BY 1
099800         UNTIL WS-AGY-IDX > WS-AGY-ENTRY-COUNT
099900     MOVE SPACES TO PLACEMENT-REGISTER-LINE
100000     WRITE PLACEMENT-REGISTER-LINE AFTER ADVANCING 1 LINE
100100     MOVE "ACCOUNTS READ  . . . . . . . . . . . . ."
100200         TO AP-FTR-LABEL
100300     MOVE WS-ACCOUNTS-READ TO AP-FTR-COUNT
100400     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
100500     MOVE "ACCOUNTS PLACED  . . . . . . . . . . . ."
100600         TO AP-FTR-LABEL
100700     MOVE WS-PLACED-COUNT TO AP-FTR-COUNT
100800     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
100900     MOVE "PLACEMENTS RECALLED - TERM ENDED  . . . ."
101000         TO AP-FTR-LABEL
101100     MOVE WS-RECALLED-COUNT TO AP-FTR-COUNT
101200     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
101220     MOVE "PLACEMENTS RECALLED - BK OR C&D HOLD  ."
101240         TO AP-FTR-LABEL
101260     MOVE WS-HOLD-RECALLED-COUNT TO AP-FTR-COUNT
101280     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
101300     MOVE "PLACEMENTS CLOSED OUT - PAID OR CLOSED ."
101400         TO AP-FTR-LABEL
101500     MOVE WS-CLOSED-COUNT TO AP-FTR-COUNT
101600     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
101700     MOVE "HELD FOR AN OPEN BILLING DISPUTE  . . . ."
101800         TO AP-FTR-LABEL
101900     MOVE WS-DISPUTE-HOLDS TO AP-FTR-COUNT
101920     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
101940     MOVE "HELD - ACCOUNT ON LEGAL HOLD  . . . . . ."
101960         TO AP-FTR-LABEL
101980     MOVE WS-LEGAL-HOLDS TO AP-FTR-COUNT
102000     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE
102100     MOVE "OPEN WITH AN AGENCY NOT ON AGCYPARM  . ."
102200         TO AP-FTR-LABEL
102300     MOVE WS-UNKNOWN-AGENCY TO AP-FTR-COUNT
102400     WRITE PLACEMENT-REGISTER-LINE FROM AP-FOOTER-LINE.
102500 7000-EXIT.
102600     EXIT.
102700
102800 7100-WRITE-ONE-AGENCY.
102900     MOVE WS-AGY-CODE(WS-AGY-IDX) TO AP-AGY-CODE
103000     MOVE WS-AGY-NAME(WS-AGY-IDX) TO AP-AGY-NAME
103100     MOVE WS-AGY-ACTIVE(WS-AGY-IDX) TO AP-AGY-ACTIVE
103200     MOVE WS-AGY-PLACED(WS-AGY-IDX) TO AP-AGY-PLACED
103300     MOVE WS-AGY-PLACED-BAL(WS-AGY-IDX) TO AP-AGY-PLACED-BAL
103400     MOVE WS-AGY-RECALLED(WS-AGY-IDX) TO AP-AGY-RECALLED
103500     MOVE WS-AGY-CLOSED(WS-AGY-IDX) TO AP-AGY-CLOSED
103600     MOVE WS-AGY-OPEN(WS-AGY-IDX) TO AP-AGY-OPEN
103700     WRITE PLACEMENT-REGISTER-LINE FROM AP-AGENCY-LINE.
103800 7100-EXIT.
103900     EXIT.
104000
104100******************************************************************
104200*    8000-COMPUTE-DAYS-BETWEEN                                   *
104300*    DAYS FROM WS-WORK-DATE TO THE RUN DATE ON THE 30-DAY-MONTH  *
104400*    COMMERCIAL CALENDAR, SAME ARITHMETIC AS CHGOFF.             *
104500******************************************************************
104600 8000-COMPUTE-DAYS-BETWEEN.
104700     MOVE 0 TO WS-DAYS-BETWEEN
104800     IF WS-WORK-DATE NOT NUMERIC OR WS-WORK-DATE = 0
104900         GO TO 8000-EXIT
105000     END-IF
105100     COMPUTE WS-DAYS-BETWEEN =
105200         (WS-RUN-YY - WS-WORK-YY) * 360 +
105300         (WS-RUN-MM - WS-WORK-MM) * 30 +
105400         (WS-RUN-DD - WS-WORK-DD).
105500 8000-EXIT.
105600     EXIT.
105700
105800******************************************************************
105900*    9000-TERMINATE                                              *
106000******************************************************************
106100 9000-TERMINATE.
106200     CLOSE CUSTOMER-FILE
106300     IF DUNNING-PRESENT
106400         CLOSE DUNNING-STATUS-FILE
106500     END-IF
106600     IF DISPUTES-AVAILABLE
106700         CLOSE DISPUTE-CASE-FILE
106800     END-IF
106900     IF RECOVERY-PRESENT
107000         CLOSE RECOVERY-FILE
107100     END-IF
107200     IF PLACEMENT-PRESENT
107300         CLOSE PLACEMENT-FILE
107400     END-IF
107500     CLOSE RECOVERY-OUT-FILE
107600     CLOSE PLACEMENT-OUT-FILE
107700     CLOSE AGENCY-WORK-FILE
107800     CLOSE PLACEMENT-REGISTER
107900     DISPLAY "AGCYPLC - " WS-PLACED-COUNT " ACCOUNT(S) PLACED, "
108000         WS-RECALLED-COUNT " RECALLED, " WS-CLOSED-COUNT
108100         " CLOSED OUT"
108200     IF WS-DISPUTE-HOLDS > 0
108300         DISPLAY "AGCYPLC - " WS-DISPUTE-HOLDS
108400             " PLACEMENT(S) HELD FOR OPEN BILLING DISPUTES"
108410     END-IF
108420     IF WS-LEGAL-HOLDS > 0
108430         DISPLAY "AGCYPLC - " WS-LEGAL-HOLDS
108440             " PLACEMENT(S) HELD FOR ACCOUNTS ON LEGAL HOLD"
108450     END-IF
108460     IF WS-HOLD-RECALLED-COUNT > 0
108470         DISPLAY "AGCYPLC - " WS-HOLD-RECALLED-COUNT
108480             " PLACEMENT(S) RECALLED FOR BANKRUPTCY OR "
108490             "CEASE-AND-DESIST HOLDS"
108500     END-IF.
108600 9000-EXIT.
108700     EXIT.
